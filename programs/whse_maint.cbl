       IDENTIFICATION DIVISION.
       PROGRAM-ID. WHSE-MAINT.
       AUTHOR. STUDENT.

      ******************************************************************
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    - NEW PROGRAM: APPLIES CANCELLATIONS FROM THE WMNTIN FEED TO
      *      THE FUTURE-DATED TRANSACTION WAREHOUSE, SO A CUSTOMER WHO
      *      CHANGES THEIR MIND BEFORE THE VALUE DATE HAS THE ITEM
      *      TAKEN OFF BEFORE WHSE-RELEASE EVER FEEDS IT TO POSTING
      *    - WMNTIN CARRIES THE SAME HDR/TRL CONTROL CONVENTION AS THE
      *      OTHER MAINTENANCE FEEDS; AN OUT-OF-BALANCE OR TRUNCATED
      *      FEED IS REFUSED WITH RC 8 AND THE WAREHOUSE LEFT
      *      UNTOUCHED, EXACTLY AS STDG-MAINT REFUSES SMNTIN
      *    - A CANCEL NAMES THE ITEM BY TRANSACTION ID AND ACCOUNT;
      *      ONE THAT MATCHES NOTHING, OR MATCHES THE ID UNDER ANOTHER
      *      ACCOUNT, GOES TO THE EXCPTNS FILE WITH THE MAINTENANCE
      *      REASON CODES AND CANCELS NOTHING
      *    - EVERY APPLIED CANCEL WRITES AN OLD/NEW VALUE RECORD TO
      *      THE WHAUDIT TRAIL IN THE MNTAUDIT LAYOUT
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WHSEIN ASSIGN TO "WHSEIN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WHSEOUT ASSIGN TO "WHSEOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WMNTIN ASSIGN TO "WMNTIN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WHAUDIT ASSIGN TO "WHAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCPTNS ASSIGN TO "EXCPTNS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOBSTAT ASSIGN TO "JOBSTAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  WHSEIN.
           COPY WHSEREC REPLACING WAREHOUSE-RECORD
               BY WAREHOUSE-IN-RECORD.

       FD  WHSEOUT.
           COPY WHSEREC REPLACING WAREHOUSE-RECORD
               BY WAREHOUSE-OUT-RECORD.

       FD  WMNTIN.
           COPY WMNTREC.

       FD  WHAUDIT.
           COPY MAUDREC.

       FD  EXCPTNS.
           COPY EXCPREC.

       FD  JOBSTAT.
           COPY JSTAREC.

       WORKING-STORAGE SECTION.
       01  WS-TOTAL-COUNT              PIC 9(7) VALUE 0.
       01  WS-APPLIED-COUNT            PIC 9(7) VALUE 0.
       01  WS-REJECT-COUNT             PIC 9(7) VALUE 0.
       01  WS-MASTER-IN-COUNT          PIC 9(7) VALUE 0.
       01  WS-MASTER-OUT-COUNT         PIC 9(7) VALUE 0.
       01  WS-EOF-FLAG                 PIC X VALUE 'N'.

       01  WS-SEVERE-ERROR-FLAG        PIC X VALUE 'N'.
           88  WS-SEVERE-ERROR-OCCURRED    VALUE 'Y'.

       01  WS-RUN-DATE                 PIC 9(8) VALUE ZEROS.
       01  WS-CURRENT-TIMESTAMP        PIC X(14).

      *    WORK AREA FOR THE MAINTENANCE ACTION CURRENTLY BEING
      *    APPLIED.
       01  WS-EXCEPTION-REASON-CODE    PIC X(8).
       01  WS-EXCEPTION-REASON-TEXT    PIC X(30).
       01  WS-OLD-VALUE                PIC X(20).
       01  WS-NEW-VALUE                PIC X(20).

      *    HEADER/TRAILER CONTROL TOTALS CARRIED ON WMNTIN.  THE FEED
      *    CARRIES NO AMOUNTS, SO BALANCING IS ON RECORD COUNT ONLY.
       01  WS-HDR-EXPECTED-COUNT       PIC 9(7) VALUE 0.

       01  WS-BALANCE-FLAG             PIC X VALUE 'Y'.
           88  WS-WMNTIN-IN-BALANCE        VALUE 'Y'.
           88  WS-WMNTIN-OUT-OF-BALANCE    VALUE 'N'.

       01  WS-TRAILER-SEEN-FLAG        PIC X VALUE 'N'.
           88  WS-TRAILER-WAS-SEEN         VALUE 'Y'.

      *    THE WAREHOUSE, LOADED WHOLE SO THE FEED CAN BE APPLIED IN
      *    MEMORY AND THE REWRITTEN WAREHOUSE COME OUT IN ONE PASS.
      *    A CANCELLED ITEM IS FLAGGED RATHER THAN SQUEEZED OUT, AND
      *    SIMPLY NOT WRITTEN TO WHSEOUT.
       01  WS-MASTER-TABLE.
           05  WS-MASTER-COUNT          PIC 9(4) VALUE 0.
           05  WS-MASTER-ENTRY OCCURS 5000 TIMES.
               10  WS-MST-RECORD            PIC X(97).
               10  WS-MST-CANCEL-FLAG       PIC X.
                   88  WS-MST-CANCELLED         VALUE 'C'.
       01  WS-MASTER-IDX               PIC 9(4) VALUE 0.
       01  WS-MASTER-FOUND-FLAG        PIC X VALUE 'N'.
           88  WS-MASTER-FOUND              VALUE 'Y'.
       01  WS-MASTER-FOUND-IDX         PIC 9(4) VALUE 0.
       01  WS-ID-SEEN-FLAG             PIC X VALUE 'N'.
           88  WS-ID-SEEN-ELSEWHERE         VALUE 'Y'.

      *    WORK RECORDS FOR PICKING FIELDS OUT OF A BUFFERED ENTRY.
           COPY WHSEREC REPLACING WAREHOUSE-RECORD
               BY WS-WHSE-WORK-RECORD.
           COPY TRANREC REPLACING TRAN-RECORD BY WS-TRAN-WORK-RECORD.

      *    DETAIL ACTIONS BUFFERED UNTIL THE TRAILER BALANCES, SO A
      *    BROKEN FEED IS REFUSED BEFORE ANYTHING TOUCHES THE
      *    WAREHOUSE.
       01  WS-ACTION-TABLE.
           05  WS-ACTION-COUNT          PIC 9(4) VALUE 0.
           05  WS-ACTION-DETAIL         PIC X(33) OCCURS 2000 TIMES.
       01  WS-ACTION-IDX               PIC 9(4) VALUE 0.

       LINKAGE SECTION.
       01  LS-PARM-AREA.
           05  LS-PARM-LENGTH           PIC S9(4) COMP.
           05  LS-PARM-RUN-DATE         PIC X(8).

       PROCEDURE DIVISION USING LS-PARM-AREA.
       MAIN-PROCEDURE.
           DISPLAY "WHSE-MAINT: Starting warehouse maintenance..."

           PERFORM ESTABLISH-RUN-DATE

           OPEN INPUT WHSEIN
           PERFORM LOAD-MASTER-TABLE UNTIL WS-EOF-FLAG = 'Y'
           CLOSE WHSEIN

           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT WMNTIN
           OPEN OUTPUT WHAUDIT
           OPEN OUTPUT EXCPTNS
           OPEN OUTPUT JOBSTAT

           PERFORM PROCESS-HEADER

           PERFORM BUFFER-MAINT-ACTIONS UNTIL WS-EOF-FLAG = 'Y'

      *    BALANCING GATES APPLICATION: A FEED THAT DID NOT BALANCE,
      *    OR COULD NOT BE FULLY BUFFERED, LEAVES THE WAREHOUSE
      *    UNTOUCHED AND CAN SIMPLY BE CORRECTED AND RERUN.
           IF WS-WMNTIN-IN-BALANCE
               AND NOT WS-SEVERE-ERROR-OCCURRED
               PERFORM APPLY-ONE-BUFFERED-ACTION
                   VARYING WS-ACTION-IDX FROM 1 BY 1
                   UNTIL WS-ACTION-IDX > WS-ACTION-COUNT
               PERFORM WRITE-NEW-MASTER
           ELSE
               DISPLAY "WHSE-MAINT: Feed refused - no maintenance "
                   "applied to the warehouse"
           END-IF

           CLOSE WMNTIN
           CLOSE WHAUDIT
           CLOSE EXCPTNS

           DISPLAY "WHSE-MAINT: Maintenance completed"
           DISPLAY "WHSE-MAINT: Items on the warehouse: "
               WS-MASTER-IN-COUNT
           DISPLAY "WHSE-MAINT: Actions applied: " WS-APPLIED-COUNT
           DISPLAY "WHSE-MAINT: Actions rejected: " WS-REJECT-COUNT

           PERFORM WRITE-JOBSTAT-RECORD
           CLOSE JOBSTAT

           IF WS-SEVERE-ERROR-OCCURRED
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-WMNTIN-OUT-OF-BALANCE
                   DISPLAY "WHSE-MAINT: WMNTIN failed to balance!"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WS-REJECT-COUNT > 0
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       MOVE 0 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF
           GOBACK.

      *----------------------------------------------------------------
      *    ESTABLISH THE BUSINESS DATE THIS RUN IS FOR FROM THE PARM
      *    PASSED BY JCL.  WITH NO PARM WE FALL BACK TO THE SYSTEM
      *    DATE SO THE PROGRAM STILL RUNS STANDALONE.
      *----------------------------------------------------------------
       ESTABLISH-RUN-DATE.
           IF LS-PARM-LENGTH > 0
               MOVE LS-PARM-RUN-DATE TO WS-RUN-DATE
           ELSE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF
           DISPLAY "WHSE-MAINT: Run date is " WS-RUN-DATE.

      *----------------------------------------------------------------
      *    LOAD THE CURRENT WAREHOUSE.
      *----------------------------------------------------------------
       LOAD-MASTER-TABLE.
           READ WHSEIN
               AT END MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-MASTER-IN-COUNT
                   IF WS-MASTER-COUNT < 5000
                       ADD 1 TO WS-MASTER-COUNT
                       MOVE WAREHOUSE-IN-RECORD
                           TO WS-MST-RECORD (WS-MASTER-COUNT)
                       MOVE SPACE
                           TO WS-MST-CANCEL-FLAG (WS-MASTER-COUNT)
                   ELSE
                       DISPLAY "WHSE-MAINT: SEVERE - warehouse table "
                           "full, warehouse too large for one run"
                       SET WS-SEVERE-ERROR-OCCURRED TO TRUE
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *    READ AND VALIDATE THE WMNTIN HEADER.  A FEED WITHOUT A
      *    HEADER IS REFUSED OUTRIGHT, THE SAME WAY STDG-MAINT
      *    REFUSES A HEADERLESS SMNTIN.
      *----------------------------------------------------------------
       PROCESS-HEADER.
           READ WMNTIN
               AT END
                   DISPLAY "WHSE-MAINT: WMNTIN is empty"
                   MOVE 'Y' TO WS-EOF-FLAG
           END-READ

           IF WS-EOF-FLAG NOT = 'Y'
               IF NOT WMNT-REC-IS-HEADER
                   DISPLAY "WHSE-MAINT: Missing WMNTIN header - "
                       "aborting run"
                   SET WS-WMNTIN-OUT-OF-BALANCE TO TRUE
                   PERFORM WRITE-JOBSTAT-RECORD
                   MOVE 8 TO RETURN-CODE
                   CLOSE WMNTIN WHAUDIT EXCPTNS JOBSTAT
                   GOBACK
               ELSE
                   MOVE WMNT-HDR-EXPECTED-COUNT
                       TO WS-HDR-EXPECTED-COUNT
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *    READ EACH DETAIL RECORD AND BUFFER IT - NOTHING IS APPLIED
      *    UNTIL THE TRAILER HAS BALANCED.
      *----------------------------------------------------------------
       BUFFER-MAINT-ACTIONS.
           READ WMNTIN
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
                   IF NOT WS-TRAILER-WAS-SEEN
                       SET WS-WMNTIN-OUT-OF-BALANCE TO TRUE
                       DISPLAY "WHSE-MAINT: *** WMNTIN TRUNCATED - "
                           "EOF REACHED WITHOUT A TRAILER RECORD ***"
                   END-IF
               NOT AT END
                   IF WMNT-REC-IS-TRAILER
                       SET WS-TRAILER-WAS-SEEN TO TRUE
                       PERFORM BALANCE-WMNTIN-TRAILER
                       MOVE 'Y' TO WS-EOF-FLAG
                   ELSE
                       ADD 1 TO WS-TOTAL-COUNT
                       IF WS-ACTION-COUNT < 2000
                           ADD 1 TO WS-ACTION-COUNT
                           MOVE WMNT-DETAIL-DATA
                               TO WS-ACTION-DETAIL (WS-ACTION-COUNT)
                       ELSE
                           DISPLAY "WHSE-MAINT: SEVERE - action "
                               "table full, feed too large for one "
                               "run"
                           SET WS-SEVERE-ERROR-OCCURRED TO TRUE
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *    MOVE ONE BUFFERED ACTION BACK INTO THE RECORD AREA AND
      *    APPLY IT.
      *----------------------------------------------------------------
       APPLY-ONE-BUFFERED-ACTION.
           MOVE WS-ACTION-DETAIL (WS-ACTION-IDX) TO WMNT-DETAIL-DATA
           PERFORM APPLY-MAINT-ACTION.

       APPLY-MAINT-ACTION.
           EVALUATE TRUE
               WHEN WMNT-ACTION-CANCEL
                   PERFORM APPLY-CANCEL-ITEM
               WHEN OTHER
                   MOVE "BADACTN" TO WS-EXCEPTION-REASON-CODE
                   MOVE "UNKNOWN MAINTENANCE ACTION"
                       TO WS-EXCEPTION-REASON-TEXT
                   PERFORM WRITE-MAINT-EXCEPTION
           END-EVALUATE.

      *----------------------------------------------------------------
      *    CANCEL: FLAG THE ITEM SO IT IS DROPPED FROM THE REWRITTEN
      *    WAREHOUSE, AUDITING ITS ID, VALUE DATE AND AMOUNT.  AN ID
      *    THAT IS WAREHOUSED ONLY UNDER SOME OTHER ACCOUNT IS A
      *    KEYING ERROR, NOT A CANCEL.
      *----------------------------------------------------------------
       APPLY-CANCEL-ITEM.
           PERFORM FIND-WAREHOUSE-ITEM
           EVALUATE TRUE
               WHEN WMNT-ITEM-TRAN-ID = SPACES
                   MOVE "BADVALUE" TO WS-EXCEPTION-REASON-CODE
                   MOVE "CANCEL REQUIRES AN ITEM ID"
                       TO WS-EXCEPTION-REASON-TEXT
                   PERFORM WRITE-MAINT-EXCEPTION
               WHEN WS-MASTER-FOUND
                   MOVE WS-MST-RECORD (WS-MASTER-FOUND-IDX)
                       TO WS-WHSE-WORK-RECORD
                   MOVE WHSE-TRAN-DETAIL OF WS-WHSE-WORK-RECORD
                       TO TRAN-DETAIL-DATA OF WS-TRAN-WORK-RECORD
                   MOVE 'C' TO WS-MST-CANCEL-FLAG (WS-MASTER-FOUND-IDX)
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE SPACES TO WS-OLD-VALUE
                   STRING WHSE-VALUE-DATE OF WS-WHSE-WORK-RECORD
                       " " TRAN-AMOUNT OF WS-TRAN-WORK-RECORD
                       DELIMITED BY SIZE INTO WS-OLD-VALUE
                   MOVE SPACES TO WS-NEW-VALUE
                   STRING WMNT-ITEM-TRAN-ID " CANCELLED"
                       DELIMITED BY SIZE INTO WS-NEW-VALUE
                   PERFORM WRITE-MAINT-AUDIT-RECORD
               WHEN WS-ID-SEEN-ELSEWHERE
                   MOVE "BADVALUE" TO WS-EXCEPTION-REASON-CODE
                   MOVE "ITEM IS FOR ANOTHER ACCOUNT"
                       TO WS-EXCEPTION-REASON-TEXT
                   PERFORM WRITE-MAINT-EXCEPTION
               WHEN OTHER
                   MOVE "ACCTNF" TO WS-EXCEPTION-REASON-CODE
                   MOVE "ITEM NOT IN THE WAREHOUSE"
                       TO WS-EXCEPTION-REASON-TEXT
                   PERFORM WRITE-MAINT-EXCEPTION
           END-EVALUATE.

      *----------------------------------------------------------------
      *    LINEAR SEARCH OF THE WAREHOUSE FOR A LIVE ITEM WITH THE ID
      *    AND ACCOUNT THE ACTION NAMES, NOTING ON THE WAY WHETHER THE
      *    ID TURNED UP UNDER SOME OTHER ACCOUNT.  A CANCELLED ITEM
      *    NO LONGER MATCHES, SO A REPEATED CANCEL IS REPORTED.
      *----------------------------------------------------------------
       FIND-WAREHOUSE-ITEM.
           MOVE 'N' TO WS-MASTER-FOUND-FLAG
           MOVE 'N' TO WS-ID-SEEN-FLAG
           MOVE 0 TO WS-MASTER-FOUND-IDX
           PERFORM SEARCH-MASTER-TABLE
               VARYING WS-MASTER-IDX FROM 1 BY 1
               UNTIL WS-MASTER-IDX > WS-MASTER-COUNT
                  OR WS-MASTER-FOUND.

       SEARCH-MASTER-TABLE.
           MOVE WS-MST-RECORD (WS-MASTER-IDX) TO WS-WHSE-WORK-RECORD
           MOVE WHSE-TRAN-DETAIL OF WS-WHSE-WORK-RECORD
               TO TRAN-DETAIL-DATA OF WS-TRAN-WORK-RECORD
           IF TRAN-ID OF WS-TRAN-WORK-RECORD = WMNT-ITEM-TRAN-ID
               AND NOT WS-MST-CANCELLED (WS-MASTER-IDX)
               IF TRAN-ACCOUNT-NUM OF WS-TRAN-WORK-RECORD
                      = WMNT-ACCOUNT-NUM
                   SET WS-MASTER-FOUND TO TRUE
                   MOVE WS-MASTER-IDX TO WS-MASTER-FOUND-IDX
               ELSE
                   SET WS-ID-SEEN-ELSEWHERE TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *    WRITE THE REWRITTEN WAREHOUSE, DROPPING CANCELLED ITEMS.
      *----------------------------------------------------------------
       WRITE-NEW-MASTER.
           OPEN OUTPUT WHSEOUT
           PERFORM WRITE-ONE-MASTER-ENTRY
               VARYING WS-MASTER-IDX FROM 1 BY 1
               UNTIL WS-MASTER-IDX > WS-MASTER-COUNT
           CLOSE WHSEOUT.

       WRITE-ONE-MASTER-ENTRY.
           IF NOT WS-MST-CANCELLED (WS-MASTER-IDX)
               MOVE WS-MST-RECORD (WS-MASTER-IDX)
                   TO WAREHOUSE-OUT-RECORD
               WRITE WAREHOUSE-OUT-RECORD
               ADD 1 TO WS-MASTER-OUT-COUNT
           END-IF.

       WRITE-MAINT-EXCEPTION.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO EXCEPTION-RECORD
           MOVE WS-RUN-DATE TO EXCP-RUN-DATE
           MOVE WMNT-ACCOUNT-NUM TO EXCP-ACCOUNT-NUM
           MOVE WMNT-TRAN-ID TO EXCP-TRAN-ID
           MOVE WMNT-ACTION TO EXCP-TRAN-TYPE
           MOVE 0 TO EXCP-AMOUNT
           MOVE 0 TO EXCP-BALANCE
           MOVE WS-EXCEPTION-REASON-CODE TO EXCP-REASON-CODE
           MOVE WS-EXCEPTION-REASON-TEXT TO EXCP-REASON-TEXT
           WRITE EXCEPTION-RECORD
           DISPLAY "WHSE-MAINT: EXCEPTION on " WMNT-TRAN-ID " - "
               WS-EXCEPTION-REASON-TEXT.

      *----------------------------------------------------------------
      *    RECORD AN OLD/NEW VALUE AUDIT ENTRY FOR AN APPLIED CANCEL.
      *    THE OLD VALUE IS THE ITEM'S VALUE DATE AND AMOUNT, THE NEW
      *    VALUE NAMES THE ITEM CANCELLED.
      *----------------------------------------------------------------
       WRITE-MAINT-AUDIT-RECORD.
           PERFORM BUILD-CURRENT-TIMESTAMP
           MOVE SPACES TO MAINT-AUDIT-RECORD
           MOVE WS-RUN-DATE TO MAUD-RUN-DATE
           MOVE WMNT-TRAN-ID TO MAUD-TRAN-ID
           MOVE WMNT-ACTION TO MAUD-ACTION
           MOVE WMNT-ACCOUNT-NUM TO MAUD-ACCOUNT-NUM
           MOVE WS-OLD-VALUE TO MAUD-OLD-VALUE
           MOVE WS-NEW-VALUE TO MAUD-NEW-VALUE
           MOVE WS-CURRENT-TIMESTAMP TO MAUD-TIMESTAMP
           WRITE MAINT-AUDIT-RECORD.

       BUILD-CURRENT-TIMESTAMP.
           MOVE WS-RUN-DATE TO WS-CURRENT-TIMESTAMP (1:8)
           ACCEPT WS-CURRENT-TIMESTAMP (9:6) FROM TIME.

      *----------------------------------------------------------------
      *    READ THE WMNTIN TRAILER AND MAKE SURE THE COUNT THE FEED
      *    CLAIMED MATCHES WHAT WAS ACTUALLY READ.
      *----------------------------------------------------------------
       BALANCE-WMNTIN-TRAILER.
           IF WMNT-TRL-RECORD-COUNT NOT = WS-HDR-EXPECTED-COUNT
               OR WMNT-TRL-RECORD-COUNT NOT = WS-TOTAL-COUNT
               SET WS-WMNTIN-OUT-OF-BALANCE TO TRUE
               DISPLAY "WHSE-MAINT: *** WMNTIN COUNT OUT OF BALANCE "
                   "- HEADER/TRAILER/ACTUAL DO NOT AGREE ***"
           END-IF.

      *----------------------------------------------------------------
      *    WRITE ONE JOBSTAT RECORD SUMMARISING THE RUN FOR DOWNSTREAM
      *    MONITORING TOOLING.
      *----------------------------------------------------------------
       WRITE-JOBSTAT-RECORD.
           MOVE SPACES TO JOBSTAT-RECORD
           MOVE "WHSEMNT" TO JOBSTAT-PROGRAM-NAME
           MOVE WS-RUN-DATE TO JOBSTAT-RUN-DATE
           MOVE WS-TOTAL-COUNT TO JOBSTAT-TOTAL-COUNT
           MOVE WS-APPLIED-COUNT TO JOBSTAT-VALID-COUNT
           MOVE WS-REJECT-COUNT TO JOBSTAT-INVALID-COUNT
           IF WS-SEVERE-ERROR-OCCURRED
               MOVE 16 TO JOBSTAT-RETURN-CODE
           ELSE
               IF WS-WMNTIN-OUT-OF-BALANCE
                   MOVE 8 TO JOBSTAT-RETURN-CODE
               ELSE
                   IF WS-REJECT-COUNT > 0
                       MOVE 4 TO JOBSTAT-RETURN-CODE
                   ELSE
                       MOVE 0 TO JOBSTAT-RETURN-CODE
                   END-IF
               END-IF
           END-IF
           WRITE JOBSTAT-RECORD.
