      *    - NOTICES ARE NOW PER POSTING CYCLE: ONLY EXCEPTIONS
      *      STAMPED WITH THIS RUN'S CYCLE GET LETTERS, SO THE
      *      AFTERNOON RUN CANNOT RE-SEND THE MORNING'S
      *    - A CHEQUE REFUSED AT POSTING BECAUSE ITS SERIAL WAS
      *      ALREADY PAID GETS ITS OWN APPROVED WORDING
      *    - A PAYMENT TO ANOTHER BANK THAT THE CLEARING NETWORK
      *      RETURNED IS NOT AN EXCEPTION - IT POSTED, AS AN
      *      XFERRETURN CREDIT - BUT THE CUSTOMER STILL NEEDS TO BE
      *      TOLD.  THE CYCLE'S XFERRETURN LEGS ARE READ FROM THE
      *      AUDIT LOG AND EACH GETS A NOTICE (REASON NETRTN), AND
      *      THE COUNT PROOF NOW COVERS EXCEPTIONS PLUS RETURNS
      ******************************************************************

       ENVIRONMENT DIVISION.
               FILE STATUS IS WS-CUSTXREF-STATUS.
           SELECT EXCPTNS ASSIGN TO "EXCPTNS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDITLOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NOTICES ASSIGN TO "NOTICES"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOBSTAT ASSIGN TO "JOBSTAT"
       FD  EXCPTNS.
           COPY EXCPREC.

       FD  AUDITLOG.
           COPY AUDTREC.

       FD  NOTICES.
           COPY NTCEREC.

       01  WS-NO-HOLDER-COUNT          PIC 9(7) VALUE 0.
       01  WS-NO-LINK-COUNT            PIC 9(7) VALUE 0.
       01  WS-EOF-FLAG                 PIC X VALUE 'N'.

      *    NETWORK RETURNS ADVISED FROM THE AUDIT LOG.  EVERY NOTICE
      *    IS EITHER AN EXCEPTION'S OR A RETURN'S, SO THE TWO COUNTS
      *    TOGETHER MUST EQUAL THE NOTICES WRITTEN.
       01  WS-RETURN-COUNT             PIC 9(7) VALUE 0.
       01  WS-NOTICES-DUE-COUNT        PIC 9(7) VALUE 0.
       01  WS-AUDIT-EOF-FLAG           PIC X VALUE 'N'.
       01  WS-RUN-DATE-DISPLAY         PIC X(8) VALUE SPACES.
       01  WS-AUDIT-CYCLE-NUM          PIC 9(2) VALUE 0.
       01  WS-RUN-DATE                 PIC 9(8) VALUE ZEROS.
       01  WS-ACCOUNTS-STATUS          PIC X(2) VALUE '00'.
           88  WS-ACCOUNTS-OK              VALUE '00'.
       01  WS-RUNCTL-EOF-FLAG          PIC X VALUE 'N'.


       01  WS-NOTICE-ACCT-NUM          PIC X(5) VALUE SPACES.
       01  WS-HOLDER-NAME              PIC X(20) VALUE SPACES.
       01  WS-NOTICE-TEXT              PIC X(60) VALUE SPACES.


           PERFORM GENERATE-NOTICES UNTIL WS-EOF-FLAG = 'Y'

           IF NOT WS-SEVERE-ERROR-OCCURRED
               OPEN INPUT AUDITLOG
               PERFORM GENERATE-RETURN-NOTICES
                   UNTIL WS-AUDIT-EOF-FLAG = 'Y'
               CLOSE AUDITLOG
           END-IF
           COMPUTE WS-NOTICES-DUE-COUNT =
               WS-EXCEPTION-COUNT + WS-RETURN-COUNT

           CLOSE ACCOUNTS
           CLOSE CUSTMST
           CLOSE CUSTXREF
           DISPLAY "NOTICE-GEN: Extract completed"
           DISPLAY "NOTICE-GEN: Exceptions for the day: "
               WS-EXCEPTION-COUNT
           DISPLAY "NOTICE-GEN: Network returns for the day: "
               WS-RETURN-COUNT
           DISPLAY "NOTICE-GEN: Notices written: " WS-NOTICE-COUNT
           DISPLAY "NOTICE-GEN: Notices with no holder on master: "
               WS-NO-HOLDER-COUNT
           IF WS-SEVERE-ERROR-OCCURRED
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-NOTICE-COUNT NOT = WS-NOTICES-DUE-COUNT
                   DISPLAY "NOTICE-GEN: *** NOTICE COUNT DOES NOT "
                       "MATCH THE DAY'S EXCEPTIONS AND RETURNS ***"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM RECORD-STEP-COMPLETE
           IF LS-PARM-LENGTH > 12
               MOVE LS-PARM-STEP-NAME TO WS-STEP-NAME
           END-IF
           MOVE WS-RUN-DATE TO WS-RUN-DATE-DISPLAY
           DISPLAY "NOTICE-GEN: Run date is " WS-RUN-DATE.

      *----------------------------------------------------------------
           END-IF.

       WRITE-ONE-NOTICE.
           MOVE EXCP-ACCOUNT-NUM TO WS-NOTICE-ACCT-NUM
           PERFORM LOOK-UP-ACCOUNT-HOLDER
           PERFORM LOOK-UP-DELIVERY-ADDRESS
           PERFORM MAP-REASON-TO-NOTICE-TEXT
           WRITE NOTICE-RECORD
           ADD 1 TO WS-NOTICE-COUNT.

      *----------------------------------------------------------------
      *    ONE ADVICE PER XFERRETURN LEG POSTED IN THIS RUN'S DATE
      *    AND CYCLE - A PAYMENT TO ANOTHER BANK THAT CAME BACK AND
      *    WAS CREDITED TO THE ACCOUNT.  A BLANK AUDIT CYCLE READS AS
      *    01, AS ON THE EXCEPTIONS.
      *----------------------------------------------------------------
       GENERATE-RETURN-NOTICES.
           READ AUDITLOG
               AT END MOVE 'Y' TO WS-AUDIT-EOF-FLAG
               NOT AT END
                   IF AUDIT-TIMESTAMP (1:8) = WS-RUN-DATE-DISPLAY
                       AND AUDIT-TRAN-TYPE = 'XFERRETURN'
                       IF AUDIT-CYCLE IS NUMERIC
                           MOVE AUDIT-CYCLE TO WS-AUDIT-CYCLE-NUM
                       ELSE
                           MOVE 1 TO WS-AUDIT-CYCLE-NUM
                       END-IF
                       IF WS-AUDIT-CYCLE-NUM = WS-RUN-CYCLE
                           ADD 1 TO WS-RETURN-COUNT
                           PERFORM WRITE-ONE-RETURN-NOTICE
                       END-IF
                   END-IF
           END-READ.

       WRITE-ONE-RETURN-NOTICE.
           MOVE AUDIT-ACCOUNT-NUM TO WS-NOTICE-ACCT-NUM
           PERFORM LOOK-UP-ACCOUNT-HOLDER
           PERFORM LOOK-UP-DELIVERY-ADDRESS
           MOVE "A PAYMENT YOU SENT TO ANOTHER BANK "
               TO WS-NOTICE-TEXT (1:35)
           MOVE "WAS RETURNED AND REFUNDED"
               TO WS-NOTICE-TEXT (36:)

           MOVE SPACES TO NOTICE-RECORD
           MOVE WS-RUN-DATE TO NTCE-RUN-DATE
           MOVE AUDIT-ACCOUNT-NUM TO NTCE-ACCOUNT-NUM
           MOVE WS-HOLDER-NAME TO NTCE-HOLDER-NAME
           MOVE AUDIT-TRAN-ID TO NTCE-TRAN-ID
           MOVE AUDIT-TRAN-TYPE TO NTCE-TRAN-TYPE
           COMPUTE NTCE-AMOUNT =
               AUDIT-AFTER-BALANCE - AUDIT-BEFORE-BALANCE
           MOVE "NETRTN" TO NTCE-REASON-CODE
           MOVE WS-NOTICE-TEXT TO NTCE-NOTICE-TEXT
           MOVE WS-DELIVERY-CUST-ID TO NTCE-CUST-ID
           MOVE WS-DELIVERY-ADDR-LINE-1 TO NTCE-ADDR-LINE-1
           MOVE WS-DELIVERY-ADDR-LINE-2 TO NTCE-ADDR-LINE-2
           MOVE WS-DELIVERY-ADDR-LINE-3 TO NTCE-ADDR-LINE-3
           MOVE WS-DELIVERY-PREF TO NTCE-DELIVERY-PREF
           WRITE NOTICE-RECORD
           ADD 1 TO WS-NOTICE-COUNT.

      *----------------------------------------------------------------
      *    LOOK THE HOLDER UP ON THE MASTER.  AN ACCOUNT THAT IS NOT
      *    THERE (THE ACCTNF EXCEPTIONS, TYPICALLY) STILL GETS A
      *----------------------------------------------------------------
       LOOK-UP-ACCOUNT-HOLDER.
           MOVE SPACES TO WS-HOLDER-NAME
           MOVE WS-NOTICE-ACCT-NUM TO ACCT-NUMBER
           READ ACCOUNTS
               INVALID KEY
                   ADD 1 TO WS-NO-HOLDER-COUNT
           MOVE SPACES TO WS-DELIVERY-ADDR-LINE-2
           MOVE SPACES TO WS-DELIVERY-ADDR-LINE-3
           MOVE SPACE TO WS-DELIVERY-PREF
           MOVE WS-NOTICE-ACCT-NUM TO CXRF-ACCOUNT-NUM
           READ CUSTXREF
               INVALID KEY
                   ADD 1 TO WS-NO-LINK-COUNT
                   DISPLAY "NOTICE-GEN: *** ACCOUNT "
                       WS-NOTICE-ACCT-NUM " HAS NO CUSTOMER LINK - "
                       "NOTICE ROUTED TO MANUAL REVIEW ***"
               NOT INVALID KEY
                   PERFORM LOOK-UP-LINKED-CUSTOMER
               INVALID KEY
                   ADD 1 TO WS-NO-LINK-COUNT
                   DISPLAY "NOTICE-GEN: *** ACCOUNT "
                       WS-NOTICE-ACCT-NUM " LINKED TO MISSING "
                       "CUSTOMER " CXRF-CUST-ID " - NOTICE ROUTED "
                       "TO MANUAL REVIEW ***"
               NOT INVALID KEY
                       TO WS-NOTICE-TEXT (1:38)
                   MOVE "FURTHER ACTION IS NEEDED"
                       TO WS-NOTICE-TEXT (39:)
               WHEN EXCP-CHEQUE-ALREADY-PAID
                   MOVE "A CHEQUE WAS NOT PAID - THAT "
                       TO WS-NOTICE-TEXT (1:29)
                   MOVE "CHEQUE NUMBER WAS ALREADY PAID"
                       TO WS-NOTICE-TEXT (30:)
               WHEN OTHER
                   MOVE "A TRANSACTION ON YOUR ACCOUNT COULD "
                       TO WS-NOTICE-TEXT (1:36)
           MOVE "NOTICEGN" TO JOBSTAT-PROGRAM-NAME
           MOVE WS-RUN-DATE TO JOBSTAT-RUN-DATE
           MOVE WS-RUN-CYCLE TO JOBSTAT-CYCLE
           MOVE WS-NOTICES-DUE-COUNT TO JOBSTAT-TOTAL-COUNT
           MOVE WS-NOTICE-COUNT TO JOBSTAT-VALID-COUNT
           COMPUTE JOBSTAT-INVALID-COUNT =
               WS-NO-HOLDER-COUNT + WS-NO-LINK-COUNT
           IF WS-SEVERE-ERROR-OCCURRED
               MOVE 16 TO JOBSTAT-RETURN-CODE
           ELSE
               IF WS-NOTICE-COUNT NOT = WS-NOTICES-DUE-COUNT
                   MOVE 8 TO JOBSTAT-RETURN-CODE
               ELSE
                   MOVE 0 TO JOBSTAT-RETURN-CODE
