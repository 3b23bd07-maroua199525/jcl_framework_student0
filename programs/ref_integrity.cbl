       IDENTIFICATION DIVISION.
       PROGRAM-ID. REF-INTEGRITY.
       AUTHOR. STUDENT.

      ******************************************************************
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    - NEW PROGRAM: WEEKLY REFERENTIAL INTEGRITY SWEEP ACROSS THE
      *      FILES THAT HANG OFF THE ACCOUNTS MASTER.  ACCT-VERIFY
      *      PROVES THE MASTER'S OWN FIELDS; THIS PROVES THE LINKS
      *      BETWEEN FILES:
      *        - EVERY CUSTXREF ROW POINTS AT A CUSTOMER ON CUSTMST
      *          AND AN ACCOUNT ON THE MASTER
      *        - EVERY OPEN ACCOUNT HAS A CUSTOMER LINK
      *        - NO ACTIVE HOLD OR UNEXPIRED STOP-PAYMENT ORDER SITS
      *          AGAINST A CLOSED OR MISSING ACCOUNT
      *        - NO LIVE STANDING INSTRUCTION DRAWS ON, OR TRANSFERS
      *          TO, A CLOSED OR MISSING ACCOUNT
      *        - TRANHIST AND AUDITLOG CARRY THE SAME POSTED LEGS
      *      EACH BROKEN LINK GOES TO THE INTGEXCP FILE WITH THE
      *      SUGGESTED CORRECTION, AND ANY BROKEN LINK ENDS THE RUN
      *      RC 8 FOR THE SCHEDULER TO ALERT ON
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNTS ASSIGN TO "ACCOUNTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCOUNTS-STATUS.
           SELECT CUSTMST ASSIGN TO "CUSTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUSTMST-STATUS.
           SELECT CUSTXREF ASSIGN TO "CUSTXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CXRF-ACCOUNT-NUM
               FILE STATUS IS WS-CUSTXREF-STATUS.
           SELECT HOLDS ASSIGN TO "HOLDS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STOPSIN ASSIGN TO "STOPSIN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SINSIN ASSIGN TO "SINSIN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDITLOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANHIST ASSIGN TO "TRANHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS THIS-KEY
               ALTERNATE RECORD KEY IS THIS-ACCOUNT-NUM
                   WITH DUPLICATES
               FILE STATUS IS WS-TRANHIST-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWK".
           SELECT INTGEXCP ASSIGN TO "INTGEXCP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INTGRPT ASSIGN TO "INTGRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOBSTAT ASSIGN TO "JOBSTAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNTS.
           COPY ACCTREC.

       FD  CUSTMST.
           COPY CUSTREC.

       FD  CUSTXREF.
           COPY CXRFREC.

       FD  HOLDS.
           COPY HOLDREC.

       FD  STOPSIN.
           COPY STOPREC.

       FD  SINSIN.
           COPY SINSREC.

       FD  AUDITLOG.
           COPY AUDTREC.

       FD  TRANHIST.
           COPY THISTREC.

      *    SORT WORK FILE: EVERY AUDITLOG LEG, KEYED BY ITS
      *    TRANSACTION ID PLUS ITS PLACE ON THE LOG, SO THE LEGS COME
      *    BACK IN THE SAME TRANSACTION ORDER AS TRANHIST'S PRIME KEY
      *    AND THE TWO FILES CAN BE MATCHED IN ONE PASS.
       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SORT-TRAN-ID            PIC X(6).
           05  SORT-INPUT-SEQ          PIC 9(9).
           05  SORT-AUDIT-DATA         PIC X(76).

       FD  INTGEXCP.
           COPY INTGREC.

       FD  INTGRPT.
           COPY RPTLREC.

       FD  JOBSTAT.
           COPY JSTAREC.

       WORKING-STORAGE SECTION.
       01  WS-EOF-FLAG                 PIC X VALUE 'N'.
       01  WS-RUN-DATE                 PIC 9(8) VALUE ZEROS.
       01  WS-ACCOUNTS-STATUS          PIC X(2) VALUE '00'.
           88  WS-ACCOUNTS-OK              VALUE '00'.
       01  WS-CUSTMST-STATUS           PIC X(2) VALUE '00'.
           88  WS-CUSTMST-OK               VALUE '00'.
       01  WS-CUSTXREF-STATUS          PIC X(2) VALUE '00'.
           88  WS-CUSTXREF-OK              VALUE '00'.
       01  WS-TRANHIST-STATUS          PIC X(2) VALUE '00'.
           88  WS-TRANHIST-OK              VALUE '00'.

       01  WS-SEVERE-ERROR-FLAG        PIC X VALUE 'N'.
           88  WS-SEVERE-ERROR-OCCURRED    VALUE 'Y'.
       01  WS-WARNING-FLAG             PIC X VALUE 'N'.
           88  WS-WARNING-RAISED           VALUE 'Y'.

      *    ROWS EXAMINED, FILE BY FILE.
       01  WS-XREF-COUNT               PIC 9(7) VALUE 0.
       01  WS-ACCOUNT-COUNT            PIC 9(7) VALUE 0.
       01  WS-HOLD-COUNT               PIC 9(7) VALUE 0.
       01  WS-STOP-COUNT               PIC 9(7) VALUE 0.
       01  WS-INSTR-COUNT              PIC 9(7) VALUE 0.
       01  WS-AUDIT-LEG-COUNT          PIC 9(9) VALUE 0.
       01  WS-HISTORY-LEG-COUNT        PIC 9(9) VALUE 0.
       01  WS-EXAMINED-COUNT           PIC 9(9) VALUE 0.

      *    BROKEN LINKS, CHECK BY CHECK.
       01  WS-EXCEPTION-COUNT          PIC 9(7) VALUE 0.
       01  WS-XREFCUST-COUNT           PIC 9(7) VALUE 0.
       01  WS-XREFACCT-COUNT           PIC 9(7) VALUE 0.
       01  WS-ACCTNOXR-COUNT           PIC 9(7) VALUE 0.
       01  WS-HOLDACCT-COUNT           PIC 9(7) VALUE 0.
       01  WS-STOPACCT-COUNT           PIC 9(7) VALUE 0.
       01  WS-SINSACCT-COUNT           PIC 9(7) VALUE 0.
       01  WS-SINSDEST-COUNT           PIC 9(7) VALUE 0.
       01  WS-AUDNOHST-COUNT           PIC 9(7) VALUE 0.
       01  WS-HSTNOAUD-COUNT           PIC 9(7) VALUE 0.

      *    RESULT OF LOOKING AN ACCOUNT UP ON THE MASTER.
       01  WS-LOOKUP-ACCT-NUM          PIC X(5) VALUE SPACES.
       01  WS-LOOKUP-RESULT            PIC X VALUE SPACE.
           88  WS-LOOKUP-ACCT-OPEN         VALUE 'O'.
           88  WS-LOOKUP-ACCT-CLOSED       VALUE 'C'.
           88  WS-LOOKUP-ACCT-MISSING      VALUE 'M'.
       01  WS-CUST-FOUND-FLAG          PIC X VALUE 'N'.
           88  WS-CUST-FOUND               VALUE 'Y'.
       01  WS-XREF-FOUND-FLAG          PIC X VALUE 'N'.
           88  WS-XREF-FOUND               VALUE 'Y'.

      *    THE EXCEPTION BEING RAISED, FILLED IN BY EACH CHECK AND
      *    WRITTEN BY WRITE-INTEGRITY-EXCEPTION.
       01  WS-INTG-CHECK               PIC X(8) VALUE SPACES.
       01  WS-INTG-SOURCE-FILE         PIC X(8) VALUE SPACES.
       01  WS-INTG-SOURCE-KEY          PIC X(14) VALUE SPACES.
       01  WS-INTG-ACCOUNT-NUM         PIC X(5) VALUE SPACES.
       01  WS-INTG-TARGET-KEY          PIC X(6) VALUE SPACES.
       01  WS-INTG-PROBLEM             PIC X(30) VALUE SPACES.
       01  WS-INTG-ACTION              PIC X(40) VALUE SPACES.

      *    HISTORY-TO-AUDIT MATCHING.  ARCHIVE-PURGE TRIMS OLD LEGS OFF
      *    THE AUDITLOG BUT TRANHIST KEEPS THEM, SO A HISTORY LEG IS
      *    ONLY EXPECTED ON THE AUDITLOG FROM THE EARLIEST DATE THE
      *    AUDITLOG STILL HOLDS.
       01  WS-AUDIT-INPUT-SEQ          PIC 9(9) VALUE 0.
       01  WS-AUDIT-FIRST-DATE         PIC X(8) VALUE HIGH-VALUES.
       01  WS-SORT-EOF-FLAG            PIC X VALUE 'N'.
       01  WS-NEXT-AUDIT-TRAN-ID       PIC X(6) VALUE SPACES.
       01  WS-NEXT-HIST-TRAN-ID        PIC X(6) VALUE SPACES.
       01  WS-GROUP-TRAN-ID            PIC X(6) VALUE SPACES.
       01  WS-GROUP-OVERFLOW-FLAG      PIC X VALUE 'N'.
           88  WS-GROUP-OVERFLOWED         VALUE 'Y'.
       01  WS-LEG-SEQ-EDIT             PIC 9(2) VALUE 0.

      *    THE LEG OF AN AUDITLOG RECORD TAKEN BACK FROM THE SORT.
           COPY AUDTREC REPLACING
               ==AUDIT-RECORD== BY ==WS-SORTED-AUDIT==
               LEADING ==AUDIT== BY ==SRTA==.

      *    ONE TRANSACTION'S LEGS FROM EACH SIDE.  A LEG MATCHES A LEG
      *    ON THE OTHER SIDE WITH THE SAME ACCOUNT, TYPE AND BEFORE
      *    AND AFTER BALANCES; EACH LEG CAN BE MATCHED ONLY ONCE.
       01  WS-AUDIT-GROUP.
           05  WS-AG-COUNT              PIC 9(3) VALUE 0.
           05  WS-AG-ENTRY OCCURS 20 TIMES.
               10  WS-AG-ACCT-NUM           PIC X(5).
               10  WS-AG-TRAN-TYPE          PIC X(10).
               10  WS-AG-BEFORE-BALANCE     PIC S9(9)V99.
               10  WS-AG-AFTER-BALANCE      PIC S9(9)V99.
               10  WS-AG-MATCHED-FLAG       PIC X.
                   88  WS-AG-MATCHED            VALUE 'Y'.
       01  WS-HIST-GROUP.
           05  WS-HG-COUNT              PIC 9(3) VALUE 0.
           05  WS-HG-ENTRY OCCURS 20 TIMES.
               10  WS-HG-LEG-SEQ            PIC 9(2).
               10  WS-HG-ACCT-NUM           PIC X(5).
               10  WS-HG-TRAN-TYPE          PIC X(10).
               10  WS-HG-BEFORE-BALANCE     PIC S9(9)V99.
               10  WS-HG-AFTER-BALANCE      PIC S9(9)V99.
               10  WS-HG-POST-DATE          PIC X(8).
               10  WS-HG-MATCHED-FLAG       PIC X.
                   88  WS-HG-MATCHED            VALUE 'Y'.
       01  WS-AG-IDX                   PIC 9(3) VALUE 0.
       01  WS-HG-IDX                   PIC 9(3) VALUE 0.
       01  WS-LEG-FOUND-FLAG           PIC X VALUE 'N'.
           88  WS-LEG-FOUND                VALUE 'Y'.

      *    ONE EXCEPTION LINE ON THE CONTROL REPORT.
       01  WS-EXCEPTION-LINE.
           05  FILLER                   PIC X VALUE SPACE.
           05  WS-EL-CHECK              PIC X(8).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-EL-SOURCE-FILE        PIC X(8).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-EL-SOURCE-KEY         PIC X(14).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-EL-ACCOUNT-NUM        PIC X(5).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-EL-TARGET-KEY         PIC X(6).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-EL-PROBLEM            PIC X(30).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-EL-ACTION             PIC X(40).
           05  FILLER                   PIC X(9) VALUE SPACES.

      *    ONE COUNT LINE OF THE REPORT TRAILER.
       01  WS-COUNT-LINE.
           05  FILLER                   PIC X VALUE SPACE.
           05  WS-CL-CHECK              PIC X(8).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-CL-DESCRIPTION        PIC X(50).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-CL-COUNT              PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(63) VALUE SPACES.

       LINKAGE SECTION.
       01  LS-PARM-AREA.
           05  LS-PARM-LENGTH           PIC S9(4) COMP.
           05  LS-PARM-RUN-DATE         PIC X(8).

       PROCEDURE DIVISION USING LS-PARM-AREA.
       MAIN-PROCEDURE.
           DISPLAY "REF-INTEGRITY: Starting referential integrity "
               "sweep..."

           PERFORM ESTABLISH-RUN-DATE

           OPEN INPUT ACCOUNTS
           OPEN INPUT CUSTMST
           OPEN INPUT CUSTXREF
           OPEN OUTPUT INTGEXCP
           OPEN OUTPUT INTGRPT
           OPEN OUTPUT JOBSTAT
           IF NOT WS-ACCOUNTS-OK
               DISPLAY "REF-INTEGRITY: SEVERE - ACCOUNTS OPEN FAILED, "
                   "STATUS " WS-ACCOUNTS-STATUS
               SET WS-SEVERE-ERROR-OCCURRED TO TRUE
           END-IF
           IF NOT WS-CUSTMST-OK
               DISPLAY "REF-INTEGRITY: SEVERE - CUSTMST OPEN FAILED, "
                   "STATUS " WS-CUSTMST-STATUS
               SET WS-SEVERE-ERROR-OCCURRED TO TRUE
           END-IF
           IF NOT WS-CUSTXREF-OK
               DISPLAY "REF-INTEGRITY: SEVERE - CUSTXREF OPEN FAILED, "
                   "STATUS " WS-CUSTXREF-STATUS
               SET WS-SEVERE-ERROR-OCCURRED TO TRUE
           END-IF

           PERFORM WRITE-REPORT-HEADING

           IF NOT WS-SEVERE-ERROR-OCCURRED
               PERFORM CHECK-ACCOUNT-LINKS
               PERFORM CHECK-CUSTOMER-LINKS
               PERFORM CHECK-HOLDS
               PERFORM CHECK-STOP-ORDERS
               PERFORM CHECK-STANDING-INSTRUCTIONS
               PERFORM CHECK-HISTORY-AGAINST-AUDIT
           END-IF

           CLOSE ACCOUNTS
           CLOSE CUSTMST
           CLOSE CUSTXREF

           PERFORM WRITE-REPORT-TRAILER
           CLOSE INTGEXCP
           CLOSE INTGRPT

           DISPLAY "REF-INTEGRITY: Sweep completed"
           DISPLAY "REF-INTEGRITY: Rows examined: " WS-EXAMINED-COUNT
           DISPLAY "REF-INTEGRITY: Broken links: " WS-EXCEPTION-COUNT

           PERFORM WRITE-JOBSTAT-RECORD
           CLOSE JOBSTAT

           EVALUATE TRUE
               WHEN WS-SEVERE-ERROR-OCCURRED
                   MOVE 16 TO RETURN-CODE
               WHEN WS-EXCEPTION-COUNT > 0
                   DISPLAY "REF-INTEGRITY: *** BROKEN LINKS FOUND - "
                       "SEE INTGEXCP ***"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-WARNING-RAISED
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

      *----------------------------------------------------------------
      *    ESTABLISH THE BUSINESS DATE THIS RUN IS FOR FROM THE PARM
      *    PASSED BY JCL.  WITH NO PARM WE FALL BACK TO THE SYSTEM
      *    DATE SO THE PROGRAM STILL RUNS STANDALONE.  HOLDS, STOPS
      *    AND INSTRUCTIONS THAT HAVE LAPSED BY THIS DATE ARE NOT
      *    CHECKED - THEIR OWN MAINTENANCE DROPS THEM.
      *----------------------------------------------------------------
       ESTABLISH-RUN-DATE.
           IF LS-PARM-LENGTH > 0
               MOVE LS-PARM-RUN-DATE TO WS-RUN-DATE
           ELSE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF
           DISPLAY "REF-INTEGRITY: Run date is " WS-RUN-DATE.

      *----------------------------------------------------------------
      *    LOOK WS-LOOKUP-ACCT-NUM UP ON THE MASTER: OPEN (ACTIVE, ON
      *    HOLD OR DORMANT), CLOSED, OR NOT THERE AT ALL.
      *----------------------------------------------------------------
       LOOKUP-ACCOUNT.
           MOVE WS-LOOKUP-ACCT-NUM TO ACCT-NUMBER
           READ ACCOUNTS
               INVALID KEY
                   SET WS-LOOKUP-ACCT-MISSING TO TRUE
               NOT INVALID KEY
                   IF ACCT-STATUS-CLOSED
                       SET WS-LOOKUP-ACCT-CLOSED TO TRUE
                   ELSE
                       SET WS-LOOKUP-ACCT-OPEN TO TRUE
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *    EVERY OPEN ACCOUNT MUST BE LINKED TO A CUSTOMER.  A CLOSED
      *    ACCOUNT NEEDS NO LINK - STATEMENTS AND NOTICES NO LONGER GO
      *    TO IT.
      *----------------------------------------------------------------
       CHECK-ACCOUNT-LINKS.
           MOVE LOW-VALUES TO ACCT-NUMBER
           START ACCOUNTS KEY IS NOT LESS THAN ACCT-NUMBER
               INVALID KEY MOVE 'Y' TO WS-EOF-FLAG
               NOT INVALID KEY MOVE 'N' TO WS-EOF-FLAG
           END-START
           PERFORM CHECK-ONE-ACCOUNT-LINK
               UNTIL WS-EOF-FLAG = 'Y'.

       CHECK-ONE-ACCOUNT-LINK.
           READ ACCOUNTS NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-ACCOUNT-COUNT
                   IF NOT ACCT-STATUS-CLOSED
                       PERFORM CHECK-ACCOUNT-HAS-XREF
                   END-IF
           END-READ.

       CHECK-ACCOUNT-HAS-XREF.
           MOVE ACCT-NUMBER TO CXRF-ACCOUNT-NUM
           READ CUSTXREF
               INVALID KEY MOVE 'N' TO WS-XREF-FOUND-FLAG
               NOT INVALID KEY MOVE 'Y' TO WS-XREF-FOUND-FLAG
           END-READ
           IF NOT WS-XREF-FOUND
               ADD 1 TO WS-ACCTNOXR-COUNT
               MOVE "ACCTNOXR" TO WS-INTG-CHECK
               MOVE "ACCOUNTS" TO WS-INTG-SOURCE-FILE
               MOVE ACCT-NUMBER TO WS-INTG-SOURCE-KEY
               MOVE ACCT-NUMBER TO WS-INTG-ACCOUNT-NUM
               MOVE SPACES TO WS-INTG-TARGET-KEY
               MOVE "OPEN ACCOUNT HAS NO CUSTOMER" TO WS-INTG-PROBLEM
               MOVE "LINK TO ITS CUSTOMER (CUST-MAINT LINK)"
                   TO WS-INTG-ACTION
               PERFORM WRITE-INTEGRITY-EXCEPTION
           END-IF.

      *----------------------------------------------------------------
      *    EVERY CROSS-REFERENCE ROW MUST POINT AT A CUSTOMER ON THE
      *    CUSTOMER MASTER AND AN ACCOUNT ON THE ACCOUNTS MASTER.
      *----------------------------------------------------------------
       CHECK-CUSTOMER-LINKS.
           MOVE LOW-VALUES TO CXRF-ACCOUNT-NUM
           START CUSTXREF KEY IS NOT LESS THAN CXRF-ACCOUNT-NUM
               INVALID KEY MOVE 'Y' TO WS-EOF-FLAG
               NOT INVALID KEY MOVE 'N' TO WS-EOF-FLAG
           END-START
           PERFORM CHECK-ONE-XREF-ROW
               UNTIL WS-EOF-FLAG = 'Y'.

       CHECK-ONE-XREF-ROW.
           READ CUSTXREF NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-XREF-COUNT
                   PERFORM CHECK-XREF-CUSTOMER
                   PERFORM CHECK-XREF-ACCOUNT
           END-READ.

       CHECK-XREF-CUSTOMER.
           MOVE CXRF-CUST-ID TO CUST-ID
           READ CUSTMST
               INVALID KEY MOVE 'N' TO WS-CUST-FOUND-FLAG
               NOT INVALID KEY MOVE 'Y' TO WS-CUST-FOUND-FLAG
           END-READ
           IF NOT WS-CUST-FOUND
               ADD 1 TO WS-XREFCUST-COUNT
               MOVE "XREFCUST" TO WS-INTG-CHECK
               MOVE "CUSTXREF" TO WS-INTG-SOURCE-FILE
               MOVE CXRF-ACCOUNT-NUM TO WS-INTG-SOURCE-KEY
               MOVE CXRF-ACCOUNT-NUM TO WS-INTG-ACCOUNT-NUM
               MOVE CXRF-CUST-ID TO WS-INTG-TARGET-KEY
               MOVE "CUSTOMER NOT ON CUSTMST" TO WS-INTG-PROBLEM
               MOVE "ADD THE CUSTOMER OR RELINK (CUST-MAINT)"
                   TO WS-INTG-ACTION
               PERFORM WRITE-INTEGRITY-EXCEPTION
           END-IF.

       CHECK-XREF-ACCOUNT.
           MOVE CXRF-ACCOUNT-NUM TO WS-LOOKUP-ACCT-NUM
           PERFORM LOOKUP-ACCOUNT
           IF WS-LOOKUP-ACCT-MISSING
               ADD 1 TO WS-XREFACCT-COUNT
               MOVE "XREFACCT" TO WS-INTG-CHECK
               MOVE "CUSTXREF" TO WS-INTG-SOURCE-FILE
               MOVE CXRF-ACCOUNT-NUM TO WS-INTG-SOURCE-KEY
               MOVE CXRF-ACCOUNT-NUM TO WS-INTG-ACCOUNT-NUM
               MOVE CXRF-CUST-ID TO WS-INTG-TARGET-KEY
               MOVE "ACCOUNT NOT ON MASTER" TO WS-INTG-PROBLEM
               MOVE "UNLINK THE ACCOUNT (CUST-MAINT UNLINK)"
                   TO WS-INTG-ACTION
               PERFORM WRITE-INTEGRITY-EXCEPTION
           END-IF.

      *----------------------------------------------------------------
      *    AN ACTIVE HOLD MUST BE AGAINST AN OPEN ACCOUNT.  EXPIRED
      *    HOLDS ARE IGNORED BY POSTING AND DROPPED BY HOLD-MAINT, AND
      *    ARE NOT CHECKED.
      *----------------------------------------------------------------
       CHECK-HOLDS.
           OPEN INPUT HOLDS
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM CHECK-ONE-HOLD UNTIL WS-EOF-FLAG = 'Y'
           CLOSE HOLDS.

       CHECK-ONE-HOLD.
           READ HOLDS
               AT END MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF HOLD-EXPIRY-DATE IS NOT NUMERIC
                       OR HOLD-EXPIRY-DATE-NUM NOT < WS-RUN-DATE
                       ADD 1 TO WS-HOLD-COUNT
                       MOVE HOLD-ACCOUNT-NUM TO WS-LOOKUP-ACCT-NUM
                       PERFORM LOOKUP-ACCOUNT
                       IF NOT WS-LOOKUP-ACCT-OPEN
                           PERFORM RAISE-HOLD-EXCEPTION
                       END-IF
                   END-IF
           END-READ.

       RAISE-HOLD-EXCEPTION.
           ADD 1 TO WS-HOLDACCT-COUNT
           MOVE "HOLDACCT" TO WS-INTG-CHECK
           MOVE "HOLDS" TO WS-INTG-SOURCE-FILE
           MOVE HOLD-ID TO WS-INTG-SOURCE-KEY
           MOVE HOLD-ACCOUNT-NUM TO WS-INTG-ACCOUNT-NUM
           MOVE HOLD-ACCOUNT-NUM TO WS-INTG-TARGET-KEY
           IF WS-LOOKUP-ACCT-CLOSED
               MOVE "HOLD AGAINST A CLOSED ACCOUNT" TO WS-INTG-PROBLEM
           ELSE
               MOVE "HOLD AGAINST A MISSING ACCOUNT"
                   TO WS-INTG-PROBLEM
           END-IF
           MOVE "RELEASE THE HOLD (HOLD-MAINT RELEASE)"
               TO WS-INTG-ACTION
           PERFORM WRITE-INTEGRITY-EXCEPTION.

      *----------------------------------------------------------------
      *    AN UNEXPIRED STOP-PAYMENT ORDER MUST BE AGAINST AN OPEN
      *    ACCOUNT.
      *----------------------------------------------------------------
       CHECK-STOP-ORDERS.
           OPEN INPUT STOPSIN
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM CHECK-ONE-STOP-ORDER UNTIL WS-EOF-FLAG = 'Y'
           CLOSE STOPSIN.

       CHECK-ONE-STOP-ORDER.
           READ STOPSIN
               AT END MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF STOP-EXPIRY-DATE IS NOT NUMERIC
                       OR STOP-EXPIRY-DATE-NUM NOT < WS-RUN-DATE
                       ADD 1 TO WS-STOP-COUNT
                       MOVE STOP-ACCOUNT-NUM TO WS-LOOKUP-ACCT-NUM
                       PERFORM LOOKUP-ACCOUNT
                       IF NOT WS-LOOKUP-ACCT-OPEN
                           PERFORM RAISE-STOP-EXCEPTION
                       END-IF
                   END-IF
           END-READ.

       RAISE-STOP-EXCEPTION.
           ADD 1 TO WS-STOPACCT-COUNT
           MOVE "STOPACCT" TO WS-INTG-CHECK
           MOVE "STOPPAY" TO WS-INTG-SOURCE-FILE
           MOVE SPACES TO WS-INTG-SOURCE-KEY
           STRING STOP-ACCOUNT-NUM DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               STOP-EXPIRY-DATE DELIMITED BY SIZE
               INTO WS-INTG-SOURCE-KEY
           MOVE STOP-ACCOUNT-NUM TO WS-INTG-ACCOUNT-NUM
           MOVE STOP-ACCOUNT-NUM TO WS-INTG-TARGET-KEY
           IF WS-LOOKUP-ACCT-CLOSED
               MOVE "STOP AGAINST A CLOSED ACCOUNT" TO WS-INTG-PROBLEM
           ELSE
               MOVE "STOP AGAINST A MISSING ACCOUNT"
                   TO WS-INTG-PROBLEM
           END-IF
           MOVE "LIFT THE STOP-PAYMENT ORDER"
               TO WS-INTG-ACTION
           PERFORM WRITE-INTEGRITY-EXCEPTION.

      *----------------------------------------------------------------
      *    A LIVE STANDING INSTRUCTION MUST DRAW ON AN OPEN ACCOUNT,
      *    AND A STANDING TRANSFER MUST PAY INTO ONE.  AN INSTRUCTION
      *    PAST ITS END DATE IS DROPPED BY STDG-GEN AND IS NOT
      *    CHECKED.
      *----------------------------------------------------------------
       CHECK-STANDING-INSTRUCTIONS.
           OPEN INPUT SINSIN
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM CHECK-ONE-INSTRUCTION UNTIL WS-EOF-FLAG = 'Y'
           CLOSE SINSIN.

       CHECK-ONE-INSTRUCTION.
           READ SINSIN
               AT END MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF SINS-END-DATE IS NOT NUMERIC
                       OR SINS-END-DATE-NUM = 0
                       OR SINS-END-DATE-NUM NOT < WS-RUN-DATE
                       ADD 1 TO WS-INSTR-COUNT
                       PERFORM CHECK-INSTRUCTION-ACCOUNTS
                   END-IF
           END-READ.

       CHECK-INSTRUCTION-ACCOUNTS.
           MOVE SINS-ACCOUNT-NUM TO WS-LOOKUP-ACCT-NUM
           PERFORM LOOKUP-ACCOUNT
           IF NOT WS-LOOKUP-ACCT-OPEN
               ADD 1 TO WS-SINSACCT-COUNT
               MOVE "SINSACCT" TO WS-INTG-CHECK
               MOVE SINS-ACCOUNT-NUM TO WS-INTG-TARGET-KEY
               MOVE "END THE INSTRUCTION (STDG-MAINT CANCEL)"
                   TO WS-INTG-ACTION
               IF WS-LOOKUP-ACCT-CLOSED
                   MOVE "SOURCE ACCOUNT CLOSED" TO WS-INTG-PROBLEM
               ELSE
                   MOVE "SOURCE ACCOUNT NOT ON MASTER"
                       TO WS-INTG-PROBLEM
               END-IF
               PERFORM RAISE-INSTRUCTION-EXCEPTION
           END-IF
           IF SINS-TRAN-TYPE = 'TRANSFER'
               MOVE SINS-DEST-ACCOUNT-NUM TO WS-LOOKUP-ACCT-NUM
               PERFORM LOOKUP-ACCOUNT
               IF NOT WS-LOOKUP-ACCT-OPEN
                   ADD 1 TO WS-SINSDEST-COUNT
                   MOVE "SINSDEST" TO WS-INTG-CHECK
                   MOVE SINS-DEST-ACCOUNT-NUM TO WS-INTG-TARGET-KEY
                   MOVE "END OR RE-KEY TO A NEW DESTINATION"
                       TO WS-INTG-ACTION
                   IF WS-LOOKUP-ACCT-CLOSED
                       MOVE "DESTINATION ACCOUNT CLOSED"
                           TO WS-INTG-PROBLEM
                   ELSE
                       MOVE "DESTINATION ACCOUNT NOT ON MASTER"
                           TO WS-INTG-PROBLEM
                   END-IF
                   PERFORM RAISE-INSTRUCTION-EXCEPTION
               END-IF
           END-IF.

       RAISE-INSTRUCTION-EXCEPTION.
           MOVE "STDGINS" TO WS-INTG-SOURCE-FILE
           MOVE SINS-INSTR-ID TO WS-INTG-SOURCE-KEY
           MOVE SINS-ACCOUNT-NUM TO WS-INTG-ACCOUNT-NUM
           PERFORM WRITE-INTEGRITY-EXCEPTION.

      *----------------------------------------------------------------
      *    TRANHIST AND AUDITLOG ARE WRITTEN TOGETHER BY ACCOUNT-
      *    UPDATE, ONE RECORD EACH PER POSTED LEG, AND MUST CARRY THE
      *    SAME LEGS.  THE AUDITLOG IS SORTED INTO TRANSACTION ORDER
      *    AND MATCHED AGAINST TRANHIST READ IN PRIME-KEY ORDER, ONE
      *    TRANSACTION AT A TIME.
      *----------------------------------------------------------------
       CHECK-HISTORY-AGAINST-AUDIT.
           SORT SORT-FILE
               ON ASCENDING KEY SORT-TRAN-ID
                                SORT-INPUT-SEQ
               INPUT PROCEDURE IS RELEASE-AUDIT-LEGS
               OUTPUT PROCEDURE IS MATCH-AUDIT-TO-HISTORY.

      *----------------------------------------------------------------
      *    SORT INPUT SIDE: READ THE AUDITLOG ONCE, RELEASING EVERY
      *    LEG AND NOTING THE EARLIEST POSTING DATE IT STILL HOLDS.
      *----------------------------------------------------------------
       RELEASE-AUDIT-LEGS.
           OPEN INPUT AUDITLOG
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM RELEASE-ONE-AUDIT-LEG UNTIL WS-EOF-FLAG = 'Y'
           CLOSE AUDITLOG.

       RELEASE-ONE-AUDIT-LEG.
           READ AUDITLOG
               AT END MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-AUDIT-LEG-COUNT
                   ADD 1 TO WS-AUDIT-INPUT-SEQ
                   IF AUDIT-TIMESTAMP (1:8) IS NUMERIC
                       AND AUDIT-TIMESTAMP (1:8) < WS-AUDIT-FIRST-DATE
                       MOVE AUDIT-TIMESTAMP (1:8)
                           TO WS-AUDIT-FIRST-DATE
                   END-IF
                   MOVE AUDIT-TRAN-ID TO SORT-TRAN-ID
                   MOVE WS-AUDIT-INPUT-SEQ TO SORT-INPUT-SEQ
                   MOVE AUDIT-RECORD TO SORT-AUDIT-DATA
                   RELEASE SORT-RECORD
           END-READ.

      *----------------------------------------------------------------
      *    SORT OUTPUT SIDE: A CLASSIC MATCH OF TWO FILES IN THE SAME
      *    KEY ORDER.  EACH SIDE IS READ ONE RECORD AHEAD; THE LOWER
      *    TRANSACTION ID IS TAKEN NEXT, WITH WHATEVER LEGS EACH SIDE
      *    HAS FOR IT.  AN EXHAUSTED SIDE READS AS HIGH-VALUES.
      *----------------------------------------------------------------
       MATCH-AUDIT-TO-HISTORY.
           OPEN INPUT TRANHIST
           IF NOT WS-TRANHIST-OK
               DISPLAY "REF-INTEGRITY: SEVERE - TRANHIST OPEN FAILED, "
                   "STATUS " WS-TRANHIST-STATUS
               SET WS-SEVERE-ERROR-OCCURRED TO TRUE
           ELSE
               MOVE 'N' TO WS-SORT-EOF-FLAG
               PERFORM RETURN-NEXT-AUDIT-LEG
               PERFORM READ-NEXT-HISTORY-LEG
               PERFORM MATCH-ONE-TRANSACTION
                   UNTIL WS-NEXT-AUDIT-TRAN-ID = HIGH-VALUES
                     AND WS-NEXT-HIST-TRAN-ID = HIGH-VALUES
               CLOSE TRANHIST
           END-IF.

       RETURN-NEXT-AUDIT-LEG.
           RETURN SORT-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-FLAG
                   MOVE HIGH-VALUES TO WS-NEXT-AUDIT-TRAN-ID
               NOT AT END
                   MOVE SORT-AUDIT-DATA TO WS-SORTED-AUDIT
                   MOVE SORT-TRAN-ID TO WS-NEXT-AUDIT-TRAN-ID
           END-RETURN.

       READ-NEXT-HISTORY-LEG.
           READ TRANHIST NEXT RECORD
               AT END
                   MOVE HIGH-VALUES TO WS-NEXT-HIST-TRAN-ID
               NOT AT END
                   ADD 1 TO WS-HISTORY-LEG-COUNT
                   MOVE THIS-TRAN-ID TO WS-NEXT-HIST-TRAN-ID
           END-READ.

       MATCH-ONE-TRANSACTION.
           IF WS-NEXT-AUDIT-TRAN-ID < WS-NEXT-HIST-TRAN-ID
               MOVE WS-NEXT-AUDIT-TRAN-ID TO WS-GROUP-TRAN-ID
           ELSE
               MOVE WS-NEXT-HIST-TRAN-ID TO WS-GROUP-TRAN-ID
           END-IF
           MOVE 0 TO WS-AG-COUNT
           MOVE 0 TO WS-HG-COUNT
           MOVE 'N' TO WS-GROUP-OVERFLOW-FLAG
           PERFORM LOAD-AUDIT-GROUP-LEG
               UNTIL WS-NEXT-AUDIT-TRAN-ID NOT = WS-GROUP-TRAN-ID
           PERFORM LOAD-HISTORY-GROUP-LEG
               UNTIL WS-NEXT-HIST-TRAN-ID NOT = WS-GROUP-TRAN-ID
           IF WS-GROUP-OVERFLOWED
               DISPLAY "REF-INTEGRITY: *** TRANSACTION "
                   WS-GROUP-TRAN-ID " HAS MORE THAN 20 LEGS - NOT "
                   "MATCHED ***"
               SET WS-WARNING-RAISED TO TRUE
           ELSE
               PERFORM MATCH-ONE-AUDIT-LEG
                   VARYING WS-AG-IDX FROM 1 BY 1
                   UNTIL WS-AG-IDX > WS-AG-COUNT
               PERFORM REPORT-UNMATCHED-AUDIT-LEG
                   VARYING WS-AG-IDX FROM 1 BY 1
                   UNTIL WS-AG-IDX > WS-AG-COUNT
               PERFORM REPORT-UNMATCHED-HISTORY-LEG
                   VARYING WS-HG-IDX FROM 1 BY 1
                   UNTIL WS-HG-IDX > WS-HG-COUNT
           END-IF.

       LOAD-AUDIT-GROUP-LEG.
           IF WS-AG-COUNT < 20
               ADD 1 TO WS-AG-COUNT
               MOVE SRTA-ACCOUNT-NUM TO WS-AG-ACCT-NUM (WS-AG-COUNT)
               MOVE SRTA-TRAN-TYPE TO WS-AG-TRAN-TYPE (WS-AG-COUNT)
               MOVE SRTA-BEFORE-BALANCE
                   TO WS-AG-BEFORE-BALANCE (WS-AG-COUNT)
               MOVE SRTA-AFTER-BALANCE
                   TO WS-AG-AFTER-BALANCE (WS-AG-COUNT)
               MOVE 'N' TO WS-AG-MATCHED-FLAG (WS-AG-COUNT)
           ELSE
               SET WS-GROUP-OVERFLOWED TO TRUE
           END-IF
           PERFORM RETURN-NEXT-AUDIT-LEG.

       LOAD-HISTORY-GROUP-LEG.
           IF WS-HG-COUNT < 20
               ADD 1 TO WS-HG-COUNT
               MOVE THIS-LEG-SEQ TO WS-HG-LEG-SEQ (WS-HG-COUNT)
               MOVE THIS-ACCOUNT-NUM TO WS-HG-ACCT-NUM (WS-HG-COUNT)
               MOVE THIS-TRAN-TYPE TO WS-HG-TRAN-TYPE (WS-HG-COUNT)
               MOVE THIS-BEFORE-BALANCE
                   TO WS-HG-BEFORE-BALANCE (WS-HG-COUNT)
               MOVE THIS-AFTER-BALANCE
                   TO WS-HG-AFTER-BALANCE (WS-HG-COUNT)
               MOVE THIS-TIMESTAMP (1:8)
                   TO WS-HG-POST-DATE (WS-HG-COUNT)
               MOVE 'N' TO WS-HG-MATCHED-FLAG (WS-HG-COUNT)
           ELSE
               SET WS-GROUP-OVERFLOWED TO TRUE
           END-IF
           PERFORM READ-NEXT-HISTORY-LEG.

       MATCH-ONE-AUDIT-LEG.
           MOVE 'N' TO WS-LEG-FOUND-FLAG
           PERFORM COMPARE-HISTORY-LEG
               VARYING WS-HG-IDX FROM 1 BY 1
               UNTIL WS-HG-IDX > WS-HG-COUNT
                  OR WS-LEG-FOUND.

       COMPARE-HISTORY-LEG.
           IF NOT WS-HG-MATCHED (WS-HG-IDX)
               AND WS-HG-ACCT-NUM (WS-HG-IDX)
                   = WS-AG-ACCT-NUM (WS-AG-IDX)
               AND WS-HG-TRAN-TYPE (WS-HG-IDX)
                   = WS-AG-TRAN-TYPE (WS-AG-IDX)
               AND WS-HG-BEFORE-BALANCE (WS-HG-IDX)
                   = WS-AG-BEFORE-BALANCE (WS-AG-IDX)
               AND WS-HG-AFTER-BALANCE (WS-HG-IDX)
                   = WS-AG-AFTER-BALANCE (WS-AG-IDX)
               SET WS-LEG-FOUND TO TRUE
               SET WS-HG-MATCHED (WS-HG-IDX) TO TRUE
               SET WS-AG-MATCHED (WS-AG-IDX) TO TRUE
           END-IF.

       REPORT-UNMATCHED-AUDIT-LEG.
           IF NOT WS-AG-MATCHED (WS-AG-IDX)
               ADD 1 TO WS-AUDNOHST-COUNT
               MOVE "AUDNOHST" TO WS-INTG-CHECK
               MOVE "AUDITLOG" TO WS-INTG-SOURCE-FILE
               MOVE WS-GROUP-TRAN-ID TO WS-INTG-SOURCE-KEY
               MOVE WS-AG-ACCT-NUM (WS-AG-IDX) TO WS-INTG-ACCOUNT-NUM
               MOVE WS-GROUP-TRAN-ID TO WS-INTG-TARGET-KEY
               MOVE "POSTED LEG MISSING FROM TRANHIST"
                   TO WS-INTG-PROBLEM
               MOVE "RELOAD THE LEG INTO TRANHIST FROM AUDITLOG"
                   TO WS-INTG-ACTION
               PERFORM WRITE-INTEGRITY-EXCEPTION
           END-IF.

      *    A HISTORY LEG OLDER THAN ANYTHING LEFT ON THE AUDITLOG HAD
      *    ITS AUDIT RECORD ARCHIVED, AND IS NOT A BROKEN LINK.
       REPORT-UNMATCHED-HISTORY-LEG.
           IF NOT WS-HG-MATCHED (WS-HG-IDX)
               AND WS-HG-POST-DATE (WS-HG-IDX) NOT < WS-AUDIT-FIRST-DATE
               ADD 1 TO WS-HSTNOAUD-COUNT
               MOVE "HSTNOAUD" TO WS-INTG-CHECK
               MOVE "TRANHIST" TO WS-INTG-SOURCE-FILE
               MOVE WS-HG-LEG-SEQ (WS-HG-IDX) TO WS-LEG-SEQ-EDIT
               MOVE SPACES TO WS-INTG-SOURCE-KEY
               STRING WS-GROUP-TRAN-ID DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   WS-LEG-SEQ-EDIT DELIMITED BY SIZE
                   INTO WS-INTG-SOURCE-KEY
               MOVE WS-HG-ACCT-NUM (WS-HG-IDX) TO WS-INTG-ACCOUNT-NUM
               MOVE WS-GROUP-TRAN-ID TO WS-INTG-TARGET-KEY
               MOVE "HISTORY LEG NOT ON AUDITLOG" TO WS-INTG-PROBLEM
               MOVE "INVESTIGATE - POSTING HAS NO AUDIT TRAIL"
                   TO WS-INTG-ACTION
               PERFORM WRITE-INTEGRITY-EXCEPTION
           END-IF.

      *----------------------------------------------------------------
      *    WRITE ONE BROKEN LINK TO THE EXCEPTION FILE AND THE
      *    CONTROL REPORT.
      *----------------------------------------------------------------
       WRITE-INTEGRITY-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE WS-RUN-DATE TO INTG-RUN-DATE
           MOVE WS-INTG-CHECK TO INTG-CHECK
           MOVE WS-INTG-SOURCE-FILE TO INTG-SOURCE-FILE
           MOVE WS-INTG-SOURCE-KEY TO INTG-SOURCE-KEY
           MOVE WS-INTG-ACCOUNT-NUM TO INTG-ACCOUNT-NUM
           MOVE WS-INTG-TARGET-KEY TO INTG-TARGET-KEY
           MOVE WS-INTG-PROBLEM TO INTG-PROBLEM
           MOVE WS-INTG-ACTION TO INTG-ACTION
           WRITE INTEGRITY-EXCEPTION-RECORD

           MOVE WS-INTG-CHECK TO WS-EL-CHECK
           MOVE WS-INTG-SOURCE-FILE TO WS-EL-SOURCE-FILE
           MOVE WS-INTG-SOURCE-KEY TO WS-EL-SOURCE-KEY
           MOVE WS-INTG-ACCOUNT-NUM TO WS-EL-ACCOUNT-NUM
           MOVE WS-INTG-TARGET-KEY TO WS-EL-TARGET-KEY
           MOVE WS-INTG-PROBLEM TO WS-EL-PROBLEM
           MOVE WS-INTG-ACTION TO WS-EL-ACTION
           MOVE WS-EXCEPTION-LINE TO RPT-LINE
           WRITE RPT-LINE.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO RPT-LINE
           STRING "REFERENTIAL INTEGRITY SWEEP - RUN DATE: "
               WS-RUN-DATE DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING " CHECK     FILE      ROW             ACCT   "
               "POINTS  PROBLEM                         "
               "SUGGESTED ACTION"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       WRITE-REPORT-TRAILER.
           COMPUTE WS-EXAMINED-COUNT =
               WS-ACCOUNT-COUNT + WS-XREF-COUNT + WS-HOLD-COUNT
               + WS-STOP-COUNT + WS-INSTR-COUNT
               + WS-AUDIT-LEG-COUNT + WS-HISTORY-LEG-COUNT
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "ROWS EXAMINED - ACCOUNTS: " WS-ACCOUNT-COUNT
               "  CUSTXREF: " WS-XREF-COUNT
               "  HOLDS: " WS-HOLD-COUNT
               "  STOPS: " WS-STOP-COUNT
               "  INSTRUCTIONS: " WS-INSTR-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           IF WS-AUDIT-FIRST-DATE = HIGH-VALUES
               MOVE SPACES TO WS-AUDIT-FIRST-DATE
           END-IF
           STRING "LEGS EXAMINED - AUDITLOG: " WS-AUDIT-LEG-COUNT
               "  TRANHIST: " WS-HISTORY-LEG-COUNT
               "  AUDITLOG HELD FROM: " WS-AUDIT-FIRST-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "XREFCUST" TO WS-CL-CHECK
           MOVE "CROSS-REFERENCE TO A MISSING CUSTOMER"
               TO WS-CL-DESCRIPTION
           MOVE WS-XREFCUST-COUNT TO WS-CL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "XREFACCT" TO WS-CL-CHECK
           MOVE "CROSS-REFERENCE TO A MISSING ACCOUNT"
               TO WS-CL-DESCRIPTION
           MOVE WS-XREFACCT-COUNT TO WS-CL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "ACCTNOXR" TO WS-CL-CHECK
           MOVE "OPEN ACCOUNT WITH NO CUSTOMER LINK"
               TO WS-CL-DESCRIPTION
           MOVE WS-ACCTNOXR-COUNT TO WS-CL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "HOLDACCT" TO WS-CL-CHECK
           MOVE "ACTIVE HOLD ON A CLOSED OR MISSING ACCOUNT"
               TO WS-CL-DESCRIPTION
           MOVE WS-HOLDACCT-COUNT TO WS-CL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "STOPACCT" TO WS-CL-CHECK
           MOVE "STOP ORDER ON A CLOSED OR MISSING ACCOUNT"
               TO WS-CL-DESCRIPTION
           MOVE WS-STOPACCT-COUNT TO WS-CL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "SINSACCT" TO WS-CL-CHECK
           MOVE "INSTRUCTION FROM A CLOSED OR MISSING ACCOUNT"
               TO WS-CL-DESCRIPTION
           MOVE WS-SINSACCT-COUNT TO WS-CL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "SINSDEST" TO WS-CL-CHECK
           MOVE "TRANSFER TO A CLOSED OR MISSING ACCOUNT"
               TO WS-CL-DESCRIPTION
           MOVE WS-SINSDEST-COUNT TO WS-CL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "AUDNOHST" TO WS-CL-CHECK
           MOVE "AUDITLOG LEG NOT ON TRANHIST"
               TO WS-CL-DESCRIPTION
           MOVE WS-AUDNOHST-COUNT TO WS-CL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "HSTNOAUD" TO WS-CL-CHECK
           MOVE "TRANHIST LEG NOT ON AUDITLOG"
               TO WS-CL-DESCRIPTION
           MOVE WS-HSTNOAUD-COUNT TO WS-CL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "BROKEN LINKS: " WS-EXCEPTION-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       WRITE-COUNT-LINE.
           MOVE WS-COUNT-LINE TO RPT-LINE
           WRITE RPT-LINE.

      *----------------------------------------------------------------
      *    WRITE ONE JOBSTAT RECORD SUMMARISING THE RUN FOR DOWNSTREAM
      *    MONITORING TOOLING.
      *----------------------------------------------------------------
       WRITE-JOBSTAT-RECORD.
           MOVE SPACES TO JOBSTAT-RECORD
           MOVE "REFINTG" TO JOBSTAT-PROGRAM-NAME
           MOVE WS-RUN-DATE TO JOBSTAT-RUN-DATE
           MOVE WS-EXAMINED-COUNT TO JOBSTAT-TOTAL-COUNT
           IF WS-EXAMINED-COUNT > WS-EXCEPTION-COUNT
               COMPUTE JOBSTAT-VALID-COUNT =
                   WS-EXAMINED-COUNT - WS-EXCEPTION-COUNT
           ELSE
               MOVE 0 TO JOBSTAT-VALID-COUNT
           END-IF
           MOVE WS-EXCEPTION-COUNT TO JOBSTAT-INVALID-COUNT
           EVALUATE TRUE
               WHEN WS-SEVERE-ERROR-OCCURRED
                   MOVE 16 TO JOBSTAT-RETURN-CODE
               WHEN WS-EXCEPTION-COUNT > 0
                   MOVE 8 TO JOBSTAT-RETURN-CODE
               WHEN WS-WARNING-RAISED
                   MOVE 4 TO JOBSTAT-RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO JOBSTAT-RETURN-CODE
           END-EVALUATE
           WRITE JOBSTAT-RECORD.
