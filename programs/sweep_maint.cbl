       IDENTIFICATION DIVISION.
       PROGRAM-ID. SWEEP-MAINT.
       AUTHOR. STUDENT.

      ******************************************************************
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    - NEW PROGRAM: APPLIES SWEEP-ARRANGEMENT MAINTENANCE
      *      ACTIONS (ADD, CANCEL, SET-TARGET) FROM THE SWMTIN FEED TO
      *      THE SWEEP ARRANGEMENT MASTER, SO A BUSINESS CUSTOMER'S
      *      ZERO-BALANCE OR TARGET-BALANCE SWEEP IS KEYED ONCE AND
      *      RUN BY SWEEP-GEN AT EVERY END OF DAY THEREAFTER
      *    - SWMTIN CARRIES THE SAME HDR/TRL CONTROL CONVENTION AS THE
      *      STANDING INSTRUCTION FEED; AN OUT-OF-BALANCE OR TRUNCATED
      *      FEED IS REFUSED WITH RC 8 AND THE MASTER LEFT UNTOUCHED
      *    - ACTIONS THAT CANNOT BE APPLIED (UNKNOWN ARRANGEMENT,
      *      DUPLICATE ADD, BAD TYPE/ACCOUNTS/TARGET, A SECOND SWEEP
      *      OF THE SAME TYPE ON ONE ACCOUNT) GO TO THE EXCPTNS FILE
      *      WITH THE MAINTENANCE REASON CODES
      *    - EVERY APPLIED ACTION WRITES AN OLD/NEW VALUE RECORD TO
      *      THE SWAUDIT TRAIL IN THE MNTAUDIT LAYOUT
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SWEEPIN ASSIGN TO "SWEEPIN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SWEEPOUT ASSIGN TO "SWEEPOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SWMTIN ASSIGN TO "SWMTIN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SWAUDIT ASSIGN TO "SWAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCPTNS ASSIGN TO "EXCPTNS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOBSTAT ASSIGN TO "JOBSTAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SWEEPIN.
           COPY SWEPREC REPLACING SWEEP-ARRANGE-RECORD
               BY SWEEP-ARRANGE-IN-RECORD.

       FD  SWEEPOUT.
           COPY SWEPREC REPLACING SWEEP-ARRANGE-RECORD
               BY SWEEP-ARRANGE-OUT-RECORD.

       FD  SWMTIN.
           COPY SWMTREC.

       FD  SWAUDIT.
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

      *    HEADER/TRAILER CONTROL TOTALS CARRIED ON SWMTIN.  THE FEED
      *    CARRIES NO AMOUNTS, SO BALANCING IS ON RECORD COUNT ONLY.
       01  WS-HDR-EXPECTED-COUNT       PIC 9(7) VALUE 0.

       01  WS-BALANCE-FLAG             PIC X VALUE 'Y'.
           88  WS-SWMTIN-IN-BALANCE        VALUE 'Y'.
           88  WS-SWMTIN-OUT-OF-BALANCE    VALUE 'N'.

       01  WS-TRAILER-SEEN-FLAG        PIC X VALUE 'N'.
           88  WS-TRAILER-WAS-SEEN         VALUE 'Y'.

      *    THE SWEEP ARRANGEMENT MASTER, LOADED WHOLE SO THE FEED CAN
      *    BE APPLIED IN MEMORY AND THE REWRITTEN MASTER COME OUT IN
      *    ONE PASS.  A CANCELLED ARRANGEMENT IS FLAGGED RATHER THAN
      *    SQUEEZED OUT, AND SIMPLY NOT WRITTEN TO SWEEPOUT.
       01  WS-MASTER-TABLE.
           05  WS-MASTER-COUNT          PIC 9(4) VALUE 0.
           05  WS-MASTER-ENTRY OCCURS 2000 TIMES.
               10  WS-MST-RECORD            PIC X(31).
               10  WS-MST-CANCEL-FLAG       PIC X.
                   88  WS-MST-CANCELLED         VALUE 'C'.
       01  WS-MASTER-IDX               PIC 9(4) VALUE 0.
       01  WS-MASTER-FOUND-FLAG        PIC X VALUE 'N'.
           88  WS-MASTER-FOUND              VALUE 'Y'.
       01  WS-MASTER-FOUND-IDX         PIC 9(4) VALUE 0.

      *    SET WHEN THE ACCOUNT ON AN ADD ALREADY CONTROLS A LIVE
      *    SWEEP OF THE SAME TYPE - TWO EXCESS SWEEPS OFF ONE ACCOUNT
      *    WOULD RACE EACH OTHER FOR THE SAME MONEY.
       01  WS-TYPE-CLASH-FLAG          PIC X VALUE 'N'.
           88  WS-TYPE-CLASH-FOUND          VALUE 'Y'.

      *    WORK RECORD FOR PICKING FIELDS OUT OF A BUFFERED MASTER
      *    ENTRY.
           COPY SWEPREC REPLACING SWEEP-ARRANGE-RECORD
               BY WS-SWP-WORK-RECORD.

      *    DETAIL ACTIONS BUFFERED UNTIL THE TRAILER BALANCES, SO A
      *    BROKEN FEED IS REFUSED BEFORE ANYTHING TOUCHES THE MASTER.
       01  WS-ACTION-TABLE.
           05  WS-ACTION-COUNT          PIC 9(4) VALUE 0.
           05  WS-ACTION-DETAIL         PIC X(52) OCCURS 2000 TIMES.
       01  WS-ACTION-IDX               PIC 9(4) VALUE 0.

       LINKAGE SECTION.
       01  LS-PARM-AREA.
           05  LS-PARM-LENGTH           PIC S9(4) COMP.
           05  LS-PARM-RUN-DATE         PIC X(8).

       PROCEDURE DIVISION USING LS-PARM-AREA.
       MAIN-PROCEDURE.
           DISPLAY "SWEEP-MAINT: Starting sweep-arrangement "
               "maintenance..."

           PERFORM ESTABLISH-RUN-DATE

           OPEN INPUT SWEEPIN
           PERFORM LOAD-MASTER-TABLE UNTIL WS-EOF-FLAG = 'Y'
           CLOSE SWEEPIN

           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT SWMTIN
           OPEN OUTPUT SWAUDIT
           OPEN OUTPUT EXCPTNS
           OPEN OUTPUT JOBSTAT

           PERFORM PROCESS-HEADER

           PERFORM BUFFER-MAINT-ACTIONS UNTIL WS-EOF-FLAG = 'Y'

      *    BALANCING GATES APPLICATION: A FEED THAT DID NOT BALANCE,
      *    OR COULD NOT BE FULLY BUFFERED, LEAVES THE MASTER
      *    UNTOUCHED AND CAN SIMPLY BE CORRECTED AND RERUN.
           IF WS-SWMTIN-IN-BALANCE
               AND NOT WS-SEVERE-ERROR-OCCURRED
               PERFORM APPLY-ONE-BUFFERED-ACTION
                   VARYING WS-ACTION-IDX FROM 1 BY 1
                   UNTIL WS-ACTION-IDX > WS-ACTION-COUNT
               PERFORM WRITE-NEW-MASTER
           ELSE
               DISPLAY "SWEEP-MAINT: Feed refused - no maintenance "
                   "applied to the master"
           END-IF

           CLOSE SWMTIN
           CLOSE SWAUDIT
           CLOSE EXCPTNS

           DISPLAY "SWEEP-MAINT: Maintenance completed"
           DISPLAY "SWEEP-MAINT: Actions applied: " WS-APPLIED-COUNT
           DISPLAY "SWEEP-MAINT: Actions rejected: " WS-REJECT-COUNT

           PERFORM WRITE-JOBSTAT-RECORD
           CLOSE JOBSTAT

           IF WS-SEVERE-ERROR-OCCURRED
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-SWMTIN-OUT-OF-BALANCE
                   DISPLAY "SWEEP-MAINT: SWMTIN failed to balance!"
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
           DISPLAY "SWEEP-MAINT: Run date is " WS-RUN-DATE.

      *----------------------------------------------------------------
      *    LOAD THE CURRENT SWEEP ARRANGEMENT MASTER.
      *----------------------------------------------------------------
       LOAD-MASTER-TABLE.
           READ SWEEPIN
               AT END MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-MASTER-IN-COUNT
                   IF WS-MASTER-COUNT < 2000
                       ADD 1 TO WS-MASTER-COUNT
                       MOVE SWEEP-ARRANGE-IN-RECORD
                           TO WS-MST-RECORD (WS-MASTER-COUNT)
                       MOVE SPACE
                           TO WS-MST-CANCEL-FLAG (WS-MASTER-COUNT)
                   ELSE
                       DISPLAY "SWEEP-MAINT: SEVERE - master table "
                           "full, master too large for one run"
                       SET WS-SEVERE-ERROR-OCCURRED TO TRUE
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *    READ AND VALIDATE THE SWMTIN HEADER.  A FEED WITHOUT A
      *    HEADER IS REFUSED OUTRIGHT, THE SAME WAY STDG-MAINT
      *    REFUSES A HEADERLESS SMNTIN.
      *----------------------------------------------------------------
       PROCESS-HEADER.
           READ SWMTIN
               AT END
                   DISPLAY "SWEEP-MAINT: SWMTIN is empty"
                   MOVE 'Y' TO WS-EOF-FLAG
           END-READ

           IF WS-EOF-FLAG NOT = 'Y'
               IF NOT SWMT-REC-IS-HEADER
                   DISPLAY "SWEEP-MAINT: Missing SWMTIN header - "
                       "aborting run"
                   SET WS-SWMTIN-OUT-OF-BALANCE TO TRUE
                   PERFORM WRITE-JOBSTAT-RECORD
                   MOVE 8 TO RETURN-CODE
                   CLOSE SWMTIN SWAUDIT EXCPTNS JOBSTAT
                   GOBACK
               ELSE
                   MOVE SWMT-HDR-EXPECTED-COUNT
                       TO WS-HDR-EXPECTED-COUNT
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *    READ EACH DETAIL RECORD AND BUFFER IT - NOTHING IS APPLIED
      *    UNTIL THE TRAILER HAS BALANCED.
      *----------------------------------------------------------------
       BUFFER-MAINT-ACTIONS.
           READ SWMTIN
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
                   IF NOT WS-TRAILER-WAS-SEEN
                       SET WS-SWMTIN-OUT-OF-BALANCE TO TRUE
                       DISPLAY "SWEEP-MAINT: *** SWMTIN TRUNCATED - "
                           "EOF REACHED WITHOUT A TRAILER RECORD ***"
                   END-IF
               NOT AT END
                   IF SWMT-REC-IS-TRAILER
                       SET WS-TRAILER-WAS-SEEN TO TRUE
                       PERFORM BALANCE-SWMTIN-TRAILER
                       MOVE 'Y' TO WS-EOF-FLAG
                   ELSE
                       ADD 1 TO WS-TOTAL-COUNT
                       IF WS-ACTION-COUNT < 2000
                           ADD 1 TO WS-ACTION-COUNT
                           MOVE SWMT-DETAIL-DATA
                               TO WS-ACTION-DETAIL (WS-ACTION-COUNT)
                       ELSE
                           DISPLAY "SWEEP-MAINT: SEVERE - action "
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
           MOVE WS-ACTION-DETAIL (WS-ACTION-IDX) TO SWMT-DETAIL-DATA
           PERFORM APPLY-MAINT-ACTION.

       APPLY-MAINT-ACTION.
           EVALUATE TRUE
               WHEN SWMT-ACTION-ADD
                   PERFORM APPLY-ADD-ARRANGEMENT
               WHEN SWMT-ACTION-CANCEL
                   PERFORM APPLY-CANCEL-ARRANGEMENT
               WHEN SWMT-ACTION-SET-TARGET
                   PERFORM APPLY-SET-TARGET
               WHEN OTHER
                   MOVE "BADACTN" TO WS-EXCEPTION-REASON-CODE
                   MOVE "UNKNOWN MAINTENANCE ACTION"
                       TO WS-EXCEPTION-REASON-TEXT
                   PERFORM WRITE-MAINT-EXCEPTION
           END-EVALUATE.

      *----------------------------------------------------------------
      *    ADD: THE ARRANGEMENT ID MUST BE NEW AND EVERY FIELD THE
      *    GENERATOR WILL DEPEND ON MUST ALREADY BE SOUND.  WHETHER
      *    THE TWO ACCOUNTS ARE OPEN, AND IN THE SAME CURRENCY, IS
      *    LEFT TO SWEEP-GEN - BOTH CAN CHANGE AFTER TONIGHT, SO THE
      *    GENERATOR CHECKS THEM EVERY DAY ANYWAY.
      *----------------------------------------------------------------
       APPLY-ADD-ARRANGEMENT.
           PERFORM FIND-MASTER-ARRANGEMENT
           PERFORM FIND-SAME-TYPE-SWEEP
           EVALUATE TRUE
               WHEN SWMT-ARRANGE-ID = SPACES
                   MOVE "BADVALUE" TO WS-EXCEPTION-REASON-CODE
                   MOVE "ADD REQUIRES AN ARRANGEMENT ID"
                       TO WS-EXCEPTION-REASON-TEXT
                   PERFORM WRITE-MAINT-EXCEPTION
               WHEN WS-MASTER-FOUND
                   MOVE "ACCTDUP" TO WS-EXCEPTION-REASON-CODE
                   MOVE "ARRANGEMENT ALREADY ON MASTER"
                       TO WS-EXCEPTION-REASON-TEXT
                   PERFORM WRITE-MAINT-EXCEPTION
               WHEN SWMT-SWEEP-TYPE NOT = 'E'
                   AND SWMT-SWEEP-TYPE NOT = 'T'
                   MOVE "BADVALUE" TO WS-EXCEPTION-REASON-CODE
                   MOVE "SWEEP TYPE MUST BE E OR T"
                       TO WS-EXCEPTION-REASON-TEXT
                   PERFORM WRITE-MAINT-EXCEPTION
               WHEN SWMT-ACCOUNT-NUM = SPACES
                   OR SWMT-PARTNER-ACCOUNT-NUM = SPACES
                   OR SWMT-PARTNER-ACCOUNT-NUM = SWMT-ACCOUNT-NUM
                   MOVE "BADVALUE" TO WS-EXCEPTION-REASON-CODE
                   MOVE "SWEEP NEEDS TWO DISTINCT ACCTS"
                       TO WS-EXCEPTION-REASON-TEXT
                   PERFORM WRITE-MAINT-EXCEPTION
               WHEN SWMT-TARGET-BALANCE IS NOT NUMERIC
                   MOVE "BADVALUE" TO WS-EXCEPTION-REASON-CODE
                   MOVE "TARGET BALANCE NOT NUMERIC"
                       TO WS-EXCEPTION-REASON-TEXT
                   PERFORM WRITE-MAINT-EXCEPTION
               WHEN WS-TYPE-CLASH-FOUND
                   MOVE "BADVALUE" TO WS-EXCEPTION-REASON-CODE
                   MOVE "ACCT ALREADY HAS THIS SWEEP TYPE"
                       TO WS-EXCEPTION-REASON-TEXT
                   PERFORM WRITE-MAINT-EXCEPTION
               WHEN WS-MASTER-COUNT >= 2000
                   DISPLAY "SWEEP-MAINT: SEVERE - master table full, "
                       SWMT-ARRANGE-ID " not added"
                   SET WS-SEVERE-ERROR-OCCURRED TO TRUE
               WHEN OTHER
                   PERFORM APPEND-NEW-ARRANGEMENT
           END-EVALUATE.

      *----------------------------------------------------------------
      *    BUILD THE NEW MASTER ENTRY FROM THE FEED FIELDS AND AUDIT
      *    THE ADD.
      *----------------------------------------------------------------
       APPEND-NEW-ARRANGEMENT.
           MOVE SPACES TO WS-SWP-WORK-RECORD
           MOVE SWMT-ARRANGE-ID
               TO SWP-ARRANGE-ID OF WS-SWP-WORK-RECORD
           MOVE SWMT-SWEEP-TYPE
               TO SWP-SWEEP-TYPE OF WS-SWP-WORK-RECORD
           MOVE SWMT-ACCOUNT-NUM
               TO SWP-ACCOUNT-NUM OF WS-SWP-WORK-RECORD
           MOVE SWMT-PARTNER-ACCOUNT-NUM
               TO SWP-PARTNER-ACCOUNT-NUM OF WS-SWP-WORK-RECORD
           MOVE SWMT-TARGET-BALANCE
               TO SWP-TARGET-BALANCE OF WS-SWP-WORK-RECORD
           ADD 1 TO WS-MASTER-COUNT
           MOVE WS-SWP-WORK-RECORD
               TO WS-MST-RECORD (WS-MASTER-COUNT)
           MOVE SPACE TO WS-MST-CANCEL-FLAG (WS-MASTER-COUNT)
           ADD 1 TO WS-APPLIED-COUNT
           MOVE SPACES TO WS-OLD-VALUE
           MOVE SWMT-TARGET-BALANCE TO WS-NEW-VALUE
           PERFORM WRITE-MAINT-AUDIT-RECORD.

      *----------------------------------------------------------------
      *    CANCEL: FLAG THE ARRANGEMENT SO IT IS DROPPED FROM THE
      *    REWRITTEN MASTER, AUDITING THE TARGET IT CARRIED.
      *----------------------------------------------------------------
       APPLY-CANCEL-ARRANGEMENT.
           PERFORM FIND-MASTER-ARRANGEMENT
           IF NOT WS-MASTER-FOUND
               PERFORM WRITE-SWEEP-NOT-FOUND-EXCEPTION
           ELSE
               MOVE WS-MST-RECORD (WS-MASTER-FOUND-IDX)
                   TO WS-SWP-WORK-RECORD
               MOVE 'C' TO WS-MST-CANCEL-FLAG (WS-MASTER-FOUND-IDX)
               ADD 1 TO WS-APPLIED-COUNT
               MOVE SWP-TARGET-BALANCE OF WS-SWP-WORK-RECORD
                   TO WS-OLD-VALUE
               MOVE "CANCELLED" TO WS-NEW-VALUE
               PERFORM WRITE-MAINT-AUDIT-RECORD
           END-IF.

      *----------------------------------------------------------------
      *    SET-TARGET: REPLACE THE ARRANGEMENT'S TARGET BALANCE,
      *    AUDITING THE OLD ONE.  ZERO IS A VALID TARGET.
      *----------------------------------------------------------------
       APPLY-SET-TARGET.
           PERFORM FIND-MASTER-ARRANGEMENT
           EVALUATE TRUE
               WHEN NOT WS-MASTER-FOUND
                   PERFORM WRITE-SWEEP-NOT-FOUND-EXCEPTION
               WHEN SWMT-TARGET-BALANCE IS NOT NUMERIC
                   MOVE "BADVALUE" TO WS-EXCEPTION-REASON-CODE
                   MOVE "TARGET BALANCE NOT NUMERIC"
                       TO WS-EXCEPTION-REASON-TEXT
                   PERFORM WRITE-MAINT-EXCEPTION
               WHEN OTHER
                   MOVE WS-MST-RECORD (WS-MASTER-FOUND-IDX)
                       TO WS-SWP-WORK-RECORD
                   MOVE SWP-TARGET-BALANCE OF WS-SWP-WORK-RECORD
                       TO WS-OLD-VALUE
                   MOVE SWMT-TARGET-BALANCE
                       TO SWP-TARGET-BALANCE OF WS-SWP-WORK-RECORD
                   MOVE WS-SWP-WORK-RECORD
                       TO WS-MST-RECORD (WS-MASTER-FOUND-IDX)
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE SWMT-TARGET-BALANCE TO WS-NEW-VALUE
                   PERFORM WRITE-MAINT-AUDIT-RECORD
           END-EVALUATE.

      *----------------------------------------------------------------
      *    LINEAR SEARCH OF THE MASTER TABLE FOR THE ARRANGEMENT ID
      *    THE ACTION IN HAND NAMES.  A CANCELLED ENTRY NO LONGER
      *    MATCHES, SO ITS ID CAN BE RE-ADDED IN A LATER FEED.
      *----------------------------------------------------------------
       FIND-MASTER-ARRANGEMENT.
           MOVE 'N' TO WS-MASTER-FOUND-FLAG
           MOVE 0 TO WS-MASTER-FOUND-IDX
           PERFORM SEARCH-MASTER-TABLE
               VARYING WS-MASTER-IDX FROM 1 BY 1
               UNTIL WS-MASTER-IDX > WS-MASTER-COUNT
                  OR WS-MASTER-FOUND.

       SEARCH-MASTER-TABLE.
           MOVE WS-MST-RECORD (WS-MASTER-IDX) TO WS-SWP-WORK-RECORD
           IF SWP-ARRANGE-ID OF WS-SWP-WORK-RECORD = SWMT-ARRANGE-ID
               AND NOT WS-MST-CANCELLED (WS-MASTER-IDX)
               SET WS-MASTER-FOUND TO TRUE
               MOVE WS-MASTER-IDX TO WS-MASTER-FOUND-IDX
           END-IF.

      *----------------------------------------------------------------
      *    LOOK FOR A LIVE ARRANGEMENT OF THE SAME TYPE ALREADY
      *    CONTROLLING THE ACCOUNT ON THE ADD.  ONE EXCESS AND ONE
      *    TOP-UP ON THE SAME ACCOUNT IS A NORMAL TWO-WAY TARGET
      *    BALANCE AND IS ALLOWED.
      *----------------------------------------------------------------
       FIND-SAME-TYPE-SWEEP.
           MOVE 'N' TO WS-TYPE-CLASH-FLAG
           PERFORM CHECK-SAME-TYPE-SWEEP
               VARYING WS-MASTER-IDX FROM 1 BY 1
               UNTIL WS-MASTER-IDX > WS-MASTER-COUNT
                  OR WS-TYPE-CLASH-FOUND.

       CHECK-SAME-TYPE-SWEEP.
           MOVE WS-MST-RECORD (WS-MASTER-IDX) TO WS-SWP-WORK-RECORD
           IF SWP-ACCOUNT-NUM OF WS-SWP-WORK-RECORD = SWMT-ACCOUNT-NUM
               AND SWP-SWEEP-TYPE OF WS-SWP-WORK-RECORD
                   = SWMT-SWEEP-TYPE
               AND NOT WS-MST-CANCELLED (WS-MASTER-IDX)
               SET WS-TYPE-CLASH-FOUND TO TRUE
           END-IF.

      *----------------------------------------------------------------
      *    WRITE THE REWRITTEN MASTER, DROPPING CANCELLED ENTRIES.
      *----------------------------------------------------------------
       WRITE-NEW-MASTER.
           OPEN OUTPUT SWEEPOUT
           PERFORM WRITE-ONE-MASTER-ENTRY
               VARYING WS-MASTER-IDX FROM 1 BY 1
               UNTIL WS-MASTER-IDX > WS-MASTER-COUNT
           CLOSE SWEEPOUT.

       WRITE-ONE-MASTER-ENTRY.
           IF NOT WS-MST-CANCELLED (WS-MASTER-IDX)
               MOVE WS-MST-RECORD (WS-MASTER-IDX)
                   TO SWEEP-ARRANGE-OUT-RECORD
               WRITE SWEEP-ARRANGE-OUT-RECORD
               ADD 1 TO WS-MASTER-OUT-COUNT
           END-IF.

      *----------------------------------------------------------------
      *    AN ARRANGEMENT ID ON A MAINTENANCE ACTION DID NOT MATCH ANY
      *    LIVE ENTRY ON THE MASTER.
      *----------------------------------------------------------------
       WRITE-SWEEP-NOT-FOUND-EXCEPTION.
           MOVE "ACCTNF" TO WS-EXCEPTION-REASON-CODE
           MOVE "ARRANGEMENT NOT FOUND ON MASTER"
               TO WS-EXCEPTION-REASON-TEXT
           PERFORM WRITE-MAINT-EXCEPTION.

       WRITE-MAINT-EXCEPTION.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO EXCEPTION-RECORD
           MOVE WS-RUN-DATE TO EXCP-RUN-DATE
           MOVE SWMT-ACCOUNT-NUM TO EXCP-ACCOUNT-NUM
           MOVE SWMT-TRAN-ID TO EXCP-TRAN-ID
           MOVE SWMT-ACTION TO EXCP-TRAN-TYPE
           MOVE 0 TO EXCP-AMOUNT
           MOVE 0 TO EXCP-BALANCE
           MOVE WS-EXCEPTION-REASON-CODE TO EXCP-REASON-CODE
           MOVE WS-EXCEPTION-REASON-TEXT TO EXCP-REASON-TEXT
           WRITE EXCEPTION-RECORD
           DISPLAY "SWEEP-MAINT: EXCEPTION on " SWMT-TRAN-ID " - "
               WS-EXCEPTION-REASON-TEXT.

      *----------------------------------------------------------------
      *    RECORD AN OLD/NEW VALUE AUDIT ENTRY FOR AN APPLIED ACTION.
      *    MAUD-ACCOUNT-NUM CARRIES THE ACCOUNT THE ARRANGEMENT
      *    CONTROLS, TAKEN FROM THE MASTER ON A CANCEL OR SET-TARGET
      *    SO THE TRAIL NAMES IT EVEN WHEN THE FEED LEFT IT BLANK.
      *----------------------------------------------------------------
       WRITE-MAINT-AUDIT-RECORD.
           PERFORM BUILD-CURRENT-TIMESTAMP
           MOVE SPACES TO MAINT-AUDIT-RECORD
           MOVE WS-RUN-DATE TO MAUD-RUN-DATE
           MOVE SWMT-TRAN-ID TO MAUD-TRAN-ID
           MOVE SWMT-ACTION TO MAUD-ACTION
           MOVE SWP-ACCOUNT-NUM OF WS-SWP-WORK-RECORD
               TO MAUD-ACCOUNT-NUM
           MOVE WS-OLD-VALUE TO MAUD-OLD-VALUE
           MOVE WS-NEW-VALUE TO MAUD-NEW-VALUE
           MOVE WS-CURRENT-TIMESTAMP TO MAUD-TIMESTAMP
           WRITE MAINT-AUDIT-RECORD.

       BUILD-CURRENT-TIMESTAMP.
           MOVE WS-RUN-DATE TO WS-CURRENT-TIMESTAMP (1:8)
           ACCEPT WS-CURRENT-TIMESTAMP (9:6) FROM TIME.

      *----------------------------------------------------------------
      *    READ THE SWMTIN TRAILER AND MAKE SURE THE COUNT THE FEED
      *    CLAIMED MATCHES WHAT WAS ACTUALLY READ.
      *----------------------------------------------------------------
       BALANCE-SWMTIN-TRAILER.
           IF SWMT-TRL-RECORD-COUNT NOT = WS-HDR-EXPECTED-COUNT
               OR SWMT-TRL-RECORD-COUNT NOT = WS-TOTAL-COUNT
               SET WS-SWMTIN-OUT-OF-BALANCE TO TRUE
               DISPLAY "SWEEP-MAINT: *** SWMTIN COUNT OUT OF BALANCE "
                   "- HEADER/TRAILER/ACTUAL DO NOT AGREE ***"
           END-IF.

      *----------------------------------------------------------------
      *    WRITE ONE JOBSTAT RECORD SUMMARISING THE RUN FOR DOWNSTREAM
      *    MONITORING TOOLING.
      *----------------------------------------------------------------
       WRITE-JOBSTAT-RECORD.
           MOVE SPACES TO JOBSTAT-RECORD
           MOVE "SWPMNT" TO JOBSTAT-PROGRAM-NAME
           MOVE WS-RUN-DATE TO JOBSTAT-RUN-DATE
           MOVE WS-TOTAL-COUNT TO JOBSTAT-TOTAL-COUNT
           MOVE WS-APPLIED-COUNT TO JOBSTAT-VALID-COUNT
           MOVE WS-REJECT-COUNT TO JOBSTAT-INVALID-COUNT
           IF WS-SEVERE-ERROR-OCCURRED
               MOVE 16 TO JOBSTAT-RETURN-CODE
           ELSE
               IF WS-SWMTIN-OUT-OF-BALANCE
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
