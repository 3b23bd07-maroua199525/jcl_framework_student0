       IDENTIFICATION DIVISION.
       PROGRAM-ID. SWEEP-GEN.
       AUTHOR. STUDENT.

      ******************************************************************
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    - NEW PROGRAM: END-OF-DAY BALANCE SWEEP GENERATOR, RUN IN
      *      THE LAST POSTING CYCLE OF THE DATE ONCE THE DAY'S WORK
      *      HAS POSTED.  READS THE SWEEP ARRANGEMENT MASTER AND, FROM
      *      EACH ACCOUNT'S CLOSING BALANCE LESS ITS ACTIVE HOLDS,
      *      WORKS OUT THE TRANSFER EACH ARRANGEMENT CALLS FOR:
      *      EXCESS ABOVE THE TARGET OUT TO THE PARTNER, OR A
      *      SHORTFALL BELOW THE TARGET IN FROM THE PARTNER
      *    - THE TRANSFERS GO OUT AS ONE BALANCED HDR/DTL/TRL TRANSIN
      *      BRANCH SECTION UNDER THEIR OWN BRANCH ID (SWP) ON THE
      *      CATALOGUED SWPFEED DATASET, FOR THE NORMAL BATCH-
      *      VALIDATOR AND ACCOUNT-UPDATE PASS - SO A SWEEP GETS THE
      *      SAME AUDIT TRAIL, TRANSACTION HISTORY, RECON AND NOTICE
      *      COVERAGE AS A TRANSFER KEYED AT THE COUNTER
      *    - A TOP-UP THE PARTNER CANNOT FUND IN FULL MOVES WHAT THE
      *      PARTNER HAS AVAILABLE AND IS REPORTED PARTLY MET (OR NOT
      *      MET WHEN IT HAS NOTHING); AN ARRANGEMENT THAT CANNOT RUN
      *      AT ALL (ACCOUNT MISSING, NOT ACTIVE, CHARGED OFF, OR THE
      *      TWO ACCOUNTS IN DIFFERENT CURRENCIES) IS REPORTED AND
      *      SKIPPED.  EITHER FORCES RC 4 SO THE SWPRPT REPORT IS
      *      WORKED, NEVER SILENTLY PASSED OVER
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SWEEPIN ASSIGN TO "SWEEPIN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCOUNTS ASSIGN TO "ACCOUNTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCOUNTS-STATUS.
           SELECT HOLDS ASSIGN TO "HOLDS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SWPFEED ASSIGN TO "SWPFEED"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SWPRPT ASSIGN TO "SWPRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOBSTAT ASSIGN TO "JOBSTAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUNCTLI ASSIGN TO "RUNCTLI"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUNCTL ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SWEEPIN.
           COPY SWEPREC.

       FD  ACCOUNTS.
           COPY ACCTREC.

       FD  HOLDS.
           COPY HOLDREC.

       FD  SWPFEED.
           COPY TRANREC REPLACING TRAN-RECORD BY TRAN-SWP-RECORD.

       FD  SWPRPT.
           COPY RPTLREC.

       FD  JOBSTAT.
           COPY JSTAREC.

       FD  RUNCTLI.
           COPY RUNCREC REPLACING ==RUN-CONTROL-RECORD==
               BY ==RUN-CONTROL-IN-RECORD==
               LEADING ==RCTL== BY ==RCTLI==.

       FD  RUNCTL.
           COPY RUNCREC.

       WORKING-STORAGE SECTION.
       01  WS-ARRANGE-COUNT            PIC 9(7) VALUE 0.
       01  WS-GENERATED-COUNT          PIC 9(7) VALUE 0.
       01  WS-NOTHING-COUNT            PIC 9(7) VALUE 0.
       01  WS-UNMET-COUNT              PIC 9(7) VALUE 0.
       01  WS-NOT-RUN-COUNT            PIC 9(7) VALUE 0.
       01  WS-GENERATED-AMOUNT-TOTAL   PIC 9(11)V99 VALUE 0.
       01  WS-EOF-FLAG                 PIC X VALUE 'N'.
       01  WS-RUN-DATE                 PIC 9(8) VALUE ZEROS.

       01  WS-SEVERE-ERROR-FLAG        PIC X VALUE 'N'.
           88  WS-SEVERE-ERROR-OCCURRED    VALUE 'Y'.

       01  WS-ACCOUNTS-STATUS          PIC X(2) VALUE '00'.
           88  WS-ACCOUNTS-OK              VALUE '00'.

      *    STREAM-RESTART TRACKING.  THE STEP NAME ARRIVES IN THE
      *    PARM ONLY WHEN THIS RUN IS PART OF THE TRACKED DAILY
      *    STREAM; STANDALONE RUNS LEAVE IT BLANK AND ARE NOT
      *    TRACKED.
       01  WS-RUN-CYCLE                PIC 9(2) VALUE 1.
       01  WS-STEP-NAME                PIC X(8) VALUE SPACES.
       01  WS-STEP-DONE-FLAG           PIC X VALUE 'N'.
           88  WS-STEP-ALREADY-DONE        VALUE 'Y'.
       01  WS-RUNCTL-EOF-FLAG          PIC X VALUE 'N'.

      *    THE BRANCH ID THE GENERATED SECTION BALANCES AND REPORTS
      *    UNDER, SO SWEEP VOLUME IS VISIBLE SEPARATELY FROM KEYED
      *    TRANSFERS ON DAILY-RECON.
       01  WS-SWP-BRANCH-ID            PIC X(3) VALUE 'SWP'.

      *    GENERATED TRANSACTION IDS: Z, A MONTH CODE (1-9 THEN
      *    A/B/C), A DAY CODE (1-9 THEN A-V) AND A RUN SEQUENCE - THE
      *    STDG-GEN CONVENTION.  SWEEPS RUN ONCE A DATE, IN ITS LAST
      *    CYCLE ONLY, SO THE DATE ALONE KEEPS THEM UNIQUE.
       01  WS-TRAN-ID-WORK.
           05  WS-TRAN-ID-PREFIX        PIC X VALUE 'Z'.
           05  WS-TRAN-ID-MONTH-CODE    PIC X VALUE SPACE.
           05  WS-TRAN-ID-DAY-CODE      PIC X VALUE SPACE.
           05  WS-TRAN-ID-SEQ           PIC 9(3) VALUE 0.
       01  WS-MONTH-CODE-TABLE         PIC X(12) VALUE "123456789ABC".
       01  WS-DAY-CODE-TABLE           PIC X(31) VALUE
           "123456789ABCDEFGHIJKLMNOPQRSTUV".
       01  WS-RUN-YYYYMM               PIC 9(6) VALUE 0.
       01  WS-RUN-YEAR                 PIC 9(4) VALUE 0.
       01  WS-RUN-MONTH                PIC 9(2) VALUE 0.
       01  WS-RUN-DAY                  PIC 9(2) VALUE 0.

      *    GENERATED DETAILS ARE BUFFERED SO SWPFEED CAN OPEN WITH A
      *    HEADER CARRYING THE TRUE EXPECTED COUNT AND AMOUNT.
       01  WS-GEN-TABLE.
           05  WS-GEN-COUNT             PIC 9(4) VALUE 0.
           05  WS-GEN-DETAIL            PIC X(76) OCCURS 2000 TIMES.
       01  WS-GEN-IDX                  PIC 9(4) VALUE 0.

      *    WORK RECORD FOR BUILDING ONE GENERATED DETAIL LINE.
           COPY TRANREC REPLACING TRAN-RECORD BY WS-TRAN-WORK-RECORD.

      *    ACTIVE HOLDS SUMMED PER ACCOUNT, LOADED FROM THE HOLDS
      *    FILE AT STARTUP UNDER THE SAME RULE ACCOUNT-UPDATE APPLIES
      *    TO A TRANSFER DEBIT - SO A SWEEP NEVER MOVES MONEY POSTING
      *    WOULD THEN REFUSE AS HELD.
       01  WS-ACCT-HOLD-TABLE.
           05  WS-AH-COUNT              PIC 9(4) VALUE 0.
           05  WS-AH-ENTRY OCCURS 1000 TIMES.
               10  WS-AH-ACCT-NUM           PIC X(5).
               10  WS-AH-HOLD-TOTAL         PIC 9(11)V99.
       01  WS-AH-IDX                   PIC 9(4) VALUE 0.
       01  WS-AH-FOUND-FLAG            PIC X VALUE 'N'.
           88  WS-AH-FOUND                  VALUE 'Y'.
       01  WS-AH-FOUND-IDX             PIC 9(4) VALUE 0.
       01  WS-HOLDS-EOF-FLAG           PIC X VALUE 'N'.
       01  WS-HOLD-LOOKUP-ACCT         PIC X(5) VALUE SPACES.

      *    PROJECTED AVAILABLE BALANCE OF EVERY ACCOUNT AN ARRANGEMENT
      *    HAS TOUCHED: READ FROM THE MASTER THE FIRST TIME IT IS
      *    NEEDED, LESS ITS HOLDS, THEN MOVED BY EACH SWEEP GENERATED
      *    AGAINST IT.  AN ACCOUNT IN TWO ARRANGEMENTS (A TWO-WAY
      *    TARGET, OR ONE MAIN ACCOUNT FUNDING SEVERAL PAYROLLS) IS
      *    SO NEVER SWEPT ON MONEY AN EARLIER SWEEP ALREADY MOVED.
       01  WS-PROJ-TABLE.
           05  WS-PB-COUNT              PIC 9(4) VALUE 0.
           05  WS-PB-ENTRY OCCURS 4000 TIMES.
               10  WS-PB-ACCT-NUM           PIC X(5).
               10  WS-PB-ON-MASTER-FLAG     PIC X.
                   88  WS-PB-ON-MASTER          VALUE 'Y'.
               10  WS-PB-STATUS-CODE        PIC X.
                   88  WS-PB-ACTIVE             VALUE 'A'.
               10  WS-PB-CHARGEOFF-FLAG     PIC X.
                   88  WS-PB-CHARGED-OFF        VALUE 'Y'.
               10  WS-PB-CURRENCY-CODE      PIC X(3).
               10  WS-PB-AVAILABLE          PIC S9(11)V99.
       01  WS-PB-IDX                   PIC 9(4) VALUE 0.
       01  WS-PB-FOUND-FLAG            PIC X VALUE 'N'.
           88  WS-PB-FOUND                  VALUE 'Y'.
       01  WS-PB-FOUND-IDX             PIC 9(4) VALUE 0.
       01  WS-PB-LOOKUP-ACCT           PIC X(5) VALUE SPACES.
       01  WS-PB-CTL-IDX               PIC 9(4) VALUE 0.
       01  WS-PB-PTR-IDX               PIC 9(4) VALUE 0.

      *    STATE OF THE ARRANGEMENT IN HAND.
       01  WS-ARRANGE-OK-FLAG          PIC X VALUE 'Y'.
           88  WS-ARRANGE-OK                VALUE 'Y'.
       01  WS-SWEEP-STATUS             PIC X(34) VALUE SPACES.
       01  WS-SWEEP-AMOUNT             PIC S9(11)V99 VALUE 0.
       01  WS-SWEEP-NEED               PIC S9(11)V99 VALUE 0.
       01  WS-SWEEP-SHORTFALL          PIC S9(11)V99 VALUE 0.
       01  WS-MAX-ITEM-AMOUNT          PIC 9(8)V99 VALUE 99999999.99.
       01  WS-FROM-ACCT                PIC X(5) VALUE SPACES.
       01  WS-TO-ACCT                  PIC X(5) VALUE SPACES.
       01  WS-FROM-IDX                 PIC 9(4) VALUE 0.
       01  WS-TO-IDX                   PIC 9(4) VALUE 0.

      *    ONE SWEEP REPORT LINE, ONE PER ARRANGEMENT.
       01  WS-SWEEP-LINE.
           05  FILLER                   PIC X VALUE SPACE.
           05  WS-L-ARRANGE-ID          PIC X(6).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-L-TYPE                PIC X(1).
           05  FILLER                   PIC X(3) VALUE SPACES.
           05  WS-L-ACCT                PIC X(5).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-L-PARTNER             PIC X(5).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-L-TARGET              PIC ZZZZZZZ9.99.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-L-AMOUNT              PIC ZZZZZZZ9.99.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-L-SHORTFALL           PIC ZZZZZZZ9.99.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-L-STATUS              PIC X(34).
           05  FILLER                   PIC X(33) VALUE SPACES.

       01  WS-EDIT-AMOUNT              PIC ZZZZZZZZZZ9.99.

       LINKAGE SECTION.
       01  LS-PARM-AREA.
           05  LS-PARM-LENGTH           PIC S9(4) COMP.
           05  LS-PARM-RUN-DATE         PIC X(8).
           05  FILLER                   PIC X.
           05  LS-PARM-CYCLE            PIC X(2).
           05  FILLER                   PIC X.
           05  LS-PARM-STEP-NAME        PIC X(8).

       PROCEDURE DIVISION USING LS-PARM-AREA.
       MAIN-PROCEDURE.
           DISPLAY "SWEEP-GEN: Starting end-of-day sweep generation..."

           PERFORM ESTABLISH-RUN-DATE

      *    A COMPLETED GENERATION ALREADY SECURED ITS FEED ON THE
      *    CATALOGUED SWPFEED DATASET, AND THE POSTING BEHIND US MAY
      *    ALREADY HAVE MOVED THE BALANCES IT WAS WORKED OUT FROM -
      *    REDOING IT WOULD SWEEP THE SAME MONEY A SECOND TIME.
           PERFORM CHECK-STEP-ALREADY-DONE
           IF WS-STEP-ALREADY-DONE
               DISPLAY "SWEEP-GEN: Step already complete for "
                   WS-RUN-DATE " - not redone, the secured feed "
                   "stands"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT SWPRPT
           OPEN OUTPUT JOBSTAT

           PERFORM WRITE-REPORT-HEADING

           OPEN INPUT HOLDS
           PERFORM LOAD-ACTIVE-HOLDS UNTIL WS-HOLDS-EOF-FLAG = 'Y'
           CLOSE HOLDS

           OPEN INPUT ACCOUNTS
           IF NOT WS-ACCOUNTS-OK
               DISPLAY "SWEEP-GEN: SEVERE - ACCOUNTS OPEN FAILED, "
                   "STATUS " WS-ACCOUNTS-STATUS
               SET WS-SEVERE-ERROR-OCCURRED TO TRUE
           ELSE
               OPEN INPUT SWEEPIN
               PERFORM PROCESS-ARRANGEMENTS
                   UNTIL WS-EOF-FLAG = 'Y'
                      OR WS-SEVERE-ERROR-OCCURRED
               CLOSE SWEEPIN
               CLOSE ACCOUNTS
           END-IF

      *    COMMIT ORDER: SECURE THE GENERATED FEED, THEN RECORD THE
      *    STEP COMPLETE.  A FAILURE BEFORE THE COMPLETION RECORD
      *    REGENERATES THE IDENTICAL FEED ON RESTART, BECAUSE NOTHING
      *    HAS POSTED IT YET AND THE BALANCES ARE UNCHANGED.
           IF NOT WS-SEVERE-ERROR-OCCURRED
               PERFORM WRITE-GENERATED-FEED
               PERFORM RECORD-STEP-COMPLETE
           ELSE
               DISPLAY "SWEEP-GEN: Severe error - feed left "
                   "untouched for the rerun"
           END-IF

           PERFORM WRITE-REPORT-TRAILER
           CLOSE SWPRPT

           DISPLAY "SWEEP-GEN: Generation completed"
           DISPLAY "SWEEP-GEN: Arrangements examined: "
               WS-ARRANGE-COUNT
           DISPLAY "SWEEP-GEN: Sweeps generated: " WS-GENERATED-COUNT
           DISPLAY "SWEEP-GEN: Nothing to sweep: " WS-NOTHING-COUNT
           DISPLAY "SWEEP-GEN: Not met for lack of funds: "
               WS-UNMET-COUNT
           DISPLAY "SWEEP-GEN: Could not be run: " WS-NOT-RUN-COUNT

           PERFORM WRITE-JOBSTAT-RECORD
           CLOSE JOBSTAT

           IF WS-SEVERE-ERROR-OCCURRED
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-UNMET-COUNT > 0
                   OR WS-NOT-RUN-COUNT > 0
                   DISPLAY "SWEEP-GEN: Arrangements not met or not "
                       "run - see SWPRPT"
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
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
           DIVIDE WS-RUN-DATE BY 100 GIVING WS-RUN-YYYYMM
           DIVIDE WS-RUN-YYYYMM BY 100 GIVING WS-RUN-YEAR
               REMAINDER WS-RUN-MONTH
           IF WS-RUN-MONTH >= 1 AND WS-RUN-MONTH <= 12
               MOVE WS-MONTH-CODE-TABLE (WS-RUN-MONTH:1)
                   TO WS-TRAN-ID-MONTH-CODE
           ELSE
               MOVE '0' TO WS-TRAN-ID-MONTH-CODE
           END-IF
           DIVIDE WS-RUN-DATE BY 100 GIVING WS-RUN-YYYYMM
               REMAINDER WS-RUN-DAY
           IF WS-RUN-DAY >= 1 AND WS-RUN-DAY <= 31
               MOVE WS-DAY-CODE-TABLE (WS-RUN-DAY:1)
                   TO WS-TRAN-ID-DAY-CODE
           ELSE
               MOVE '0' TO WS-TRAN-ID-DAY-CODE
           END-IF
           IF LS-PARM-LENGTH > 9
               AND LS-PARM-CYCLE IS NUMERIC
               MOVE LS-PARM-CYCLE TO WS-RUN-CYCLE
           END-IF
           IF LS-PARM-LENGTH > 12
               MOVE LS-PARM-STEP-NAME TO WS-STEP-NAME
           END-IF
           DISPLAY "SWEEP-GEN: Run date is " WS-RUN-DATE.

      *----------------------------------------------------------------
      *    LOAD THE ACTIVE HOLDS, SUMMED PER ACCOUNT.  EXPIRED HOLDS
      *    (EXPIRY BEFORE THE RUN DATE) AND HOLDS WITH A DAMAGED
      *    AMOUNT ARE NOT LOADED, AS IN ACCOUNT-UPDATE.
      *----------------------------------------------------------------
       LOAD-ACTIVE-HOLDS.
           READ HOLDS
               AT END MOVE 'Y' TO WS-HOLDS-EOF-FLAG
               NOT AT END
                   IF HOLD-AMOUNT IS NUMERIC
                       AND HOLD-EXPIRY-DATE IS NUMERIC
                       AND HOLD-EXPIRY-DATE-NUM >= WS-RUN-DATE
                       PERFORM APPLY-HOLD-TO-TABLE
                   END-IF
           END-READ.

       APPLY-HOLD-TO-TABLE.
           MOVE HOLD-ACCOUNT-NUM TO WS-HOLD-LOOKUP-ACCT
           PERFORM FIND-ACCT-HOLD-ENTRY
           IF WS-AH-FOUND
               ADD HOLD-AMOUNT-NUM
                   TO WS-AH-HOLD-TOTAL (WS-AH-FOUND-IDX)
           ELSE
               IF WS-AH-COUNT < 1000
                   ADD 1 TO WS-AH-COUNT
                   MOVE HOLD-ACCOUNT-NUM
                       TO WS-AH-ACCT-NUM (WS-AH-COUNT)
                   MOVE HOLD-AMOUNT-NUM
                       TO WS-AH-HOLD-TOTAL (WS-AH-COUNT)
               ELSE
                   DISPLAY "SWEEP-GEN: SEVERE - hold table full, "
                       "holds for " HOLD-ACCOUNT-NUM
                       " cannot be allowed for"
                   SET WS-SEVERE-ERROR-OCCURRED TO TRUE
               END-IF
           END-IF.

       FIND-ACCT-HOLD-ENTRY.
           MOVE 'N' TO WS-AH-FOUND-FLAG
           MOVE 0 TO WS-AH-FOUND-IDX
           PERFORM SEARCH-ACCT-HOLD-TABLE
               VARYING WS-AH-IDX FROM 1 BY 1
               UNTIL WS-AH-IDX > WS-AH-COUNT
                  OR WS-AH-FOUND.

       SEARCH-ACCT-HOLD-TABLE.
           IF WS-AH-ACCT-NUM (WS-AH-IDX) = WS-HOLD-LOOKUP-ACCT
               SET WS-AH-FOUND TO TRUE
               MOVE WS-AH-IDX TO WS-AH-FOUND-IDX
           END-IF.

      *----------------------------------------------------------------
      *    ONE PASS OF THE ARRANGEMENT MASTER, IN MASTER ORDER.
      *----------------------------------------------------------------
       PROCESS-ARRANGEMENTS.
           READ SWEEPIN
               AT END MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-ARRANGE-COUNT
                   PERFORM EXAMINE-ONE-ARRANGEMENT
           END-READ.

       EXAMINE-ONE-ARRANGEMENT.
           MOVE 0 TO WS-SWEEP-AMOUNT
           MOVE 0 TO WS-SWEEP-SHORTFALL
           MOVE SPACES TO WS-SWEEP-STATUS
           PERFORM VALIDATE-ARRANGEMENT-FIELDS

           IF WS-ARRANGE-OK
               MOVE SWP-ACCOUNT-NUM TO WS-PB-LOOKUP-ACCT
               PERFORM GET-PROJECTED-ENTRY
               MOVE WS-PB-FOUND-IDX TO WS-PB-CTL-IDX
               MOVE SWP-PARTNER-ACCOUNT-NUM TO WS-PB-LOOKUP-ACCT
               PERFORM GET-PROJECTED-ENTRY
               MOVE WS-PB-FOUND-IDX TO WS-PB-PTR-IDX
           END-IF

           EVALUATE TRUE
      *    A FULL PROJECTION TABLE HAS ALREADY FLAGGED THE RUN SEVERE;
      *    NOTHING MORE IS WORKED OUT FROM A PARTIAL PICTURE.
               WHEN WS-SEVERE-ERROR-OCCURRED
                   CONTINUE
               WHEN NOT WS-ARRANGE-OK
                   ADD 1 TO WS-NOT-RUN-COUNT
                   PERFORM WRITE-SWEEP-REPORT-LINE
               WHEN NOT WS-PB-ON-MASTER (WS-PB-CTL-IDX)
                   MOVE "ACCOUNT NOT ON MASTER - NOT RUN"
                       TO WS-SWEEP-STATUS
                   ADD 1 TO WS-NOT-RUN-COUNT
                   PERFORM WRITE-SWEEP-REPORT-LINE
               WHEN NOT WS-PB-ON-MASTER (WS-PB-PTR-IDX)
                   MOVE "PARTNER NOT ON MASTER - NOT RUN"
                       TO WS-SWEEP-STATUS
                   ADD 1 TO WS-NOT-RUN-COUNT
                   PERFORM WRITE-SWEEP-REPORT-LINE
               WHEN WS-PB-CHARGED-OFF (WS-PB-CTL-IDX)
                   OR WS-PB-CHARGED-OFF (WS-PB-PTR-IDX)
                   MOVE "ACCOUNT CHARGED OFF - NOT RUN"
                       TO WS-SWEEP-STATUS
                   ADD 1 TO WS-NOT-RUN-COUNT
                   PERFORM WRITE-SWEEP-REPORT-LINE
               WHEN NOT WS-PB-ACTIVE (WS-PB-CTL-IDX)
                   MOVE "ACCOUNT NOT ACTIVE - NOT RUN"
                       TO WS-SWEEP-STATUS
                   ADD 1 TO WS-NOT-RUN-COUNT
                   PERFORM WRITE-SWEEP-REPORT-LINE
               WHEN NOT WS-PB-ACTIVE (WS-PB-PTR-IDX)
                   MOVE "PARTNER NOT ACTIVE - NOT RUN"
                       TO WS-SWEEP-STATUS
                   ADD 1 TO WS-NOT-RUN-COUNT
                   PERFORM WRITE-SWEEP-REPORT-LINE
               WHEN WS-PB-CURRENCY-CODE (WS-PB-CTL-IDX)
                   NOT = WS-PB-CURRENCY-CODE (WS-PB-PTR-IDX)
                   MOVE "CURRENCIES DIFFER - NOT RUN"
                       TO WS-SWEEP-STATUS
                   ADD 1 TO WS-NOT-RUN-COUNT
                   PERFORM WRITE-SWEEP-REPORT-LINE
               WHEN SWP-TYPE-EXCESS
                   PERFORM WORK-OUT-EXCESS-SWEEP
               WHEN OTHER
                   PERFORM WORK-OUT-TOP-UP-SWEEP
           END-EVALUATE.

      *----------------------------------------------------------------
      *    FIELD CHECKS FOR THE ARRANGEMENT IN HAND - SWEEP-MAINT
      *    ONLY LETS SOUND ONES ON, SO A FAILURE HERE MEANS THE
      *    MASTER WAS DAMAGED OUTSIDE MAINTENANCE.
      *----------------------------------------------------------------
       VALIDATE-ARRANGEMENT-FIELDS.
           MOVE 'Y' TO WS-ARRANGE-OK-FLAG
           EVALUATE TRUE
               WHEN NOT SWP-TYPE-EXCESS
                   AND NOT SWP-TYPE-TOP-UP
                   MOVE 'N' TO WS-ARRANGE-OK-FLAG
                   MOVE "SWEEP TYPE NOT E OR T - NOT RUN"
                       TO WS-SWEEP-STATUS
               WHEN SWP-ACCOUNT-NUM = SPACES
                   OR SWP-PARTNER-ACCOUNT-NUM = SPACES
                   OR SWP-ACCOUNT-NUM = SWP-PARTNER-ACCOUNT-NUM
                   MOVE 'N' TO WS-ARRANGE-OK-FLAG
                   MOVE "ACCOUNTS MISSING OR SAME - NOT RUN"
                       TO WS-SWEEP-STATUS
               WHEN SWP-TARGET-BALANCE IS NOT NUMERIC
                   MOVE 'N' TO WS-ARRANGE-OK-FLAG
                   MOVE "TARGET NOT NUMERIC - NOT RUN"
                       TO WS-SWEEP-STATUS
           END-EVALUATE.

      *----------------------------------------------------------------
      *    EXCESS: EVERYTHING AVAILABLE ABOVE THE TARGET MOVES FROM
      *    THE ACCOUNT TO ITS PARTNER.  A BALANCE AT OR BELOW THE
      *    TARGET HAS NOTHING TO SWEEP - THAT IS NOT A FAILURE.
      *----------------------------------------------------------------
       WORK-OUT-EXCESS-SWEEP.
           COMPUTE WS-SWEEP-AMOUNT =
               WS-PB-AVAILABLE (WS-PB-CTL-IDX)
               - SWP-TARGET-BALANCE-NUM
           IF WS-SWEEP-AMOUNT > 0
               MOVE SWP-ACCOUNT-NUM TO WS-FROM-ACCT
               MOVE WS-PB-CTL-IDX TO WS-FROM-IDX
               MOVE SWP-PARTNER-ACCOUNT-NUM TO WS-TO-ACCT
               MOVE WS-PB-PTR-IDX TO WS-TO-IDX
               MOVE "SWEPT" TO WS-SWEEP-STATUS
               PERFORM GENERATE-SWEEP-TRANSFER
           ELSE
               MOVE 0 TO WS-SWEEP-AMOUNT
               MOVE "NOTHING ABOVE TARGET" TO WS-SWEEP-STATUS
               ADD 1 TO WS-NOTHING-COUNT
               PERFORM WRITE-SWEEP-REPORT-LINE
           END-IF.

      *----------------------------------------------------------------
      *    TOP-UP: ANY SHORTFALL BELOW THE TARGET IS FUNDED FROM THE
      *    PARTNER, UP TO WHAT THE PARTNER HAS AVAILABLE.  A PARTNER
      *    THAT CANNOT COVER THE WHOLE SHORTFALL GIVES WHAT IT HAS,
      *    AND THE REST IS REPORTED AS NOT MET - A SWEEP NEVER TAKES
      *    THE FUNDING ACCOUNT BELOW ITS OWN AVAILABLE BALANCE.
      *----------------------------------------------------------------
       WORK-OUT-TOP-UP-SWEEP.
           COMPUTE WS-SWEEP-NEED =
               SWP-TARGET-BALANCE-NUM
               - WS-PB-AVAILABLE (WS-PB-CTL-IDX)
           EVALUATE TRUE
               WHEN WS-SWEEP-NEED NOT > 0
                   MOVE "AT OR ABOVE TARGET" TO WS-SWEEP-STATUS
                   ADD 1 TO WS-NOTHING-COUNT
                   PERFORM WRITE-SWEEP-REPORT-LINE
               WHEN WS-PB-AVAILABLE (WS-PB-PTR-IDX) NOT > 0
                   MOVE WS-SWEEP-NEED TO WS-SWEEP-SHORTFALL
                   MOVE "NOT MET - INSUFFICIENT FUNDS"
                       TO WS-SWEEP-STATUS
                   ADD 1 TO WS-UNMET-COUNT
                   PERFORM WRITE-SWEEP-REPORT-LINE
               WHEN WS-PB-AVAILABLE (WS-PB-PTR-IDX) < WS-SWEEP-NEED
                   MOVE WS-PB-AVAILABLE (WS-PB-PTR-IDX)
                       TO WS-SWEEP-AMOUNT
                   COMPUTE WS-SWEEP-SHORTFALL =
                       WS-SWEEP-NEED - WS-SWEEP-AMOUNT
                   MOVE "PARTLY MET - INSUFFICIENT FUNDS"
                       TO WS-SWEEP-STATUS
                   ADD 1 TO WS-UNMET-COUNT
                   PERFORM SET-TOP-UP-DIRECTION
                   PERFORM GENERATE-SWEEP-TRANSFER
               WHEN OTHER
                   MOVE WS-SWEEP-NEED TO WS-SWEEP-AMOUNT
                   MOVE "SWEPT" TO WS-SWEEP-STATUS
                   PERFORM SET-TOP-UP-DIRECTION
                   PERFORM GENERATE-SWEEP-TRANSFER
           END-EVALUATE.

       SET-TOP-UP-DIRECTION.
           MOVE SWP-PARTNER-ACCOUNT-NUM TO WS-FROM-ACCT
           MOVE WS-PB-PTR-IDX TO WS-FROM-IDX
           MOVE SWP-ACCOUNT-NUM TO WS-TO-ACCT
           MOVE WS-PB-CTL-IDX TO WS-TO-IDX.

      *----------------------------------------------------------------
      *    BUFFER ONE GENERATED TRANSFER AND MOVE THE TWO PROJECTED
      *    BALANCES BY IT.  AN AMOUNT TOO LARGE FOR ONE TRANSIN ITEM,
      *    OR A FULL GENERATION TABLE, IS REPORTED AS NOT RUN AND
      *    NOTHING MOVES.
      *----------------------------------------------------------------
       GENERATE-SWEEP-TRANSFER.
           EVALUATE TRUE
               WHEN WS-SWEEP-AMOUNT > WS-MAX-ITEM-AMOUNT
                   MOVE "AMOUNT TOO LARGE FOR ONE ITEM"
                       TO WS-SWEEP-STATUS
                   PERFORM UNDO-UNMET-COUNT
                   ADD 1 TO WS-NOT-RUN-COUNT
               WHEN WS-GEN-COUNT >= 2000
                   OR WS-TRAN-ID-SEQ >= 999
                   MOVE "GENERATION TABLE OR IDS EXHAUSTED"
                       TO WS-SWEEP-STATUS
                   PERFORM UNDO-UNMET-COUNT
                   ADD 1 TO WS-NOT-RUN-COUNT
               WHEN OTHER
                   MOVE SPACES TO WS-TRAN-WORK-RECORD
                   ADD 1 TO WS-TRAN-ID-SEQ
                   MOVE WS-TRAN-ID-WORK
                       TO TRAN-ID OF WS-TRAN-WORK-RECORD
                   MOVE 'TRANSFER' TO TRAN-TYPE OF WS-TRAN-WORK-RECORD
                   MOVE WS-FROM-ACCT
                       TO TRAN-ACCOUNT-NUM OF WS-TRAN-WORK-RECORD
                   MOVE WS-SWEEP-AMOUNT
                       TO TRAN-AMOUNT-NUM OF WS-TRAN-WORK-RECORD
                   MOVE WS-RUN-DATE TO TRAN-DATE OF WS-TRAN-WORK-RECORD
                   MOVE WS-TO-ACCT
                       TO TRAN-DEST-ACCOUNT-NUM OF WS-TRAN-WORK-RECORD
                   MOVE 0 TO TRAN-ATTEMPT-COUNT OF WS-TRAN-WORK-RECORD
                   MOVE WS-SWP-BRANCH-ID
                       TO TRAN-BRANCH-ID OF WS-TRAN-WORK-RECORD
                   ADD 1 TO WS-GEN-COUNT
                   MOVE TRAN-DETAIL-DATA OF WS-TRAN-WORK-RECORD
                       TO WS-GEN-DETAIL (WS-GEN-COUNT)
                   ADD 1 TO WS-GENERATED-COUNT
                   ADD WS-SWEEP-AMOUNT TO WS-GENERATED-AMOUNT-TOTAL
                   SUBTRACT WS-SWEEP-AMOUNT
                       FROM WS-PB-AVAILABLE (WS-FROM-IDX)
                   ADD WS-SWEEP-AMOUNT
                       TO WS-PB-AVAILABLE (WS-TO-IDX)
           END-EVALUATE
           PERFORM WRITE-SWEEP-REPORT-LINE.

      *----------------------------------------------------------------
      *    A PARTLY-MET TOP-UP THAT THEN COULD NOT BE GENERATED AT ALL
      *    IS COUNTED ONCE, AS NOT RUN.
      *----------------------------------------------------------------
       UNDO-UNMET-COUNT.
           IF WS-SWEEP-SHORTFALL > 0
               SUBTRACT 1 FROM WS-UNMET-COUNT
           END-IF.

      *----------------------------------------------------------------
      *    LEAVE IN WS-PB-FOUND-IDX THE PROJECTION ENTRY FOR
      *    WS-PB-LOOKUP-ACCT, BUILDING IT FROM THE MASTER (BALANCE
      *    LESS ACTIVE HOLDS) THE FIRST TIME THE ACCOUNT IS NEEDED.
      *----------------------------------------------------------------
       GET-PROJECTED-ENTRY.
           MOVE 'N' TO WS-PB-FOUND-FLAG
           MOVE 0 TO WS-PB-FOUND-IDX
           PERFORM SEARCH-PROJECTION-TABLE
               VARYING WS-PB-IDX FROM 1 BY 1
               UNTIL WS-PB-IDX > WS-PB-COUNT
                  OR WS-PB-FOUND
           IF NOT WS-PB-FOUND
               IF WS-PB-COUNT < 4000
                   ADD 1 TO WS-PB-COUNT
                   MOVE WS-PB-COUNT TO WS-PB-FOUND-IDX
                   PERFORM LOAD-PROJECTION-ENTRY
               ELSE
                   DISPLAY "SWEEP-GEN: SEVERE - projection table "
                       "full, too many swept accounts for one run"
                   SET WS-SEVERE-ERROR-OCCURRED TO TRUE
                   MOVE 1 TO WS-PB-FOUND-IDX
               END-IF
           END-IF.

       SEARCH-PROJECTION-TABLE.
           IF WS-PB-ACCT-NUM (WS-PB-IDX) = WS-PB-LOOKUP-ACCT
               SET WS-PB-FOUND TO TRUE
               MOVE WS-PB-IDX TO WS-PB-FOUND-IDX
           END-IF.

       LOAD-PROJECTION-ENTRY.
           MOVE WS-PB-LOOKUP-ACCT TO WS-PB-ACCT-NUM (WS-PB-FOUND-IDX)
           MOVE WS-PB-LOOKUP-ACCT TO ACCT-NUMBER
           READ ACCOUNTS
               INVALID KEY
                   MOVE 'N' TO WS-PB-ON-MASTER-FLAG (WS-PB-FOUND-IDX)
                   MOVE SPACE TO WS-PB-STATUS-CODE (WS-PB-FOUND-IDX)
                   MOVE SPACE
                       TO WS-PB-CHARGEOFF-FLAG (WS-PB-FOUND-IDX)
                   MOVE SPACES
                       TO WS-PB-CURRENCY-CODE (WS-PB-FOUND-IDX)
                   MOVE 0 TO WS-PB-AVAILABLE (WS-PB-FOUND-IDX)
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PB-ON-MASTER-FLAG (WS-PB-FOUND-IDX)
                   MOVE ACCT-STATUS-CODE
                       TO WS-PB-STATUS-CODE (WS-PB-FOUND-IDX)
                   MOVE ACCT-CHARGEOFF-FLAG
                       TO WS-PB-CHARGEOFF-FLAG (WS-PB-FOUND-IDX)
                   MOVE ACCT-CURRENCY-CODE
                       TO WS-PB-CURRENCY-CODE (WS-PB-FOUND-IDX)
                   MOVE ACCT-NUMBER TO WS-HOLD-LOOKUP-ACCT
                   PERFORM FIND-ACCT-HOLD-ENTRY
                   IF WS-AH-FOUND
                       COMPUTE WS-PB-AVAILABLE (WS-PB-FOUND-IDX) =
                           ACCT-BALANCE
                           - WS-AH-HOLD-TOTAL (WS-AH-FOUND-IDX)
                   ELSE
                       MOVE ACCT-BALANCE
                           TO WS-PB-AVAILABLE (WS-PB-FOUND-IDX)
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *    WRITE THE GENERATED FEED: HEADER WITH THE TRUE CONTROL
      *    TOTALS AND THE SWP BRANCH ID, THE GENERATED DETAILS, THEN
      *    THE MATCHING TRAILER - ONE BALANCED BRANCH SECTION READY
      *    FOR BATCH-VALIDATOR.  WITH NOTHING TO SWEEP, AN EMPTY
      *    SECTION KEEPS THE FEED'S CONTROL DISCIPLINE INTACT.
      *----------------------------------------------------------------
       WRITE-GENERATED-FEED.
           OPEN OUTPUT SWPFEED

           MOVE SPACES TO TRAN-SWP-RECORD
           MOVE 'HDR' TO TRAN-REC-TYPE OF TRAN-SWP-RECORD
           MOVE WS-RUN-DATE TO TRAN-HDR-RUN-DATE OF TRAN-SWP-RECORD
           MOVE WS-GEN-COUNT
               TO TRAN-HDR-EXPECTED-COUNT OF TRAN-SWP-RECORD
           MOVE WS-GENERATED-AMOUNT-TOTAL
               TO TRAN-HDR-EXPECTED-AMT OF TRAN-SWP-RECORD
           MOVE WS-SWP-BRANCH-ID
               TO TRAN-HDR-BRANCH-ID OF TRAN-SWP-RECORD
           MOVE WS-RUN-CYCLE TO TRAN-HDR-CYCLE OF TRAN-SWP-RECORD
           WRITE TRAN-SWP-RECORD

           PERFORM WRITE-ONE-GENERATED-DETAIL
               VARYING WS-GEN-IDX FROM 1 BY 1
               UNTIL WS-GEN-IDX > WS-GEN-COUNT

           MOVE SPACES TO TRAN-SWP-RECORD
           MOVE 'TRL' TO TRAN-REC-TYPE OF TRAN-SWP-RECORD
           MOVE WS-GEN-COUNT
               TO TRAN-TRL-RECORD-COUNT OF TRAN-SWP-RECORD
           MOVE WS-GENERATED-AMOUNT-TOTAL
               TO TRAN-TRL-TOTAL-AMT OF TRAN-SWP-RECORD
           MOVE WS-SWP-BRANCH-ID
               TO TRAN-TRL-BRANCH-ID OF TRAN-SWP-RECORD
           WRITE TRAN-SWP-RECORD

           CLOSE SWPFEED.

       WRITE-ONE-GENERATED-DETAIL.
           MOVE SPACES TO TRAN-SWP-RECORD
           MOVE 'DTL' TO TRAN-REC-TYPE OF TRAN-SWP-RECORD
           MOVE WS-GEN-DETAIL (WS-GEN-IDX)
               TO TRAN-DETAIL-DATA OF TRAN-SWP-RECORD
           WRITE TRAN-SWP-RECORD.

      *----------------------------------------------------------------
      *    ONE REPORT LINE PER ARRANGEMENT: WHAT MOVED, AND FOR A
      *    TOP-UP THE PARTNER COULD NOT FUND, HOW MUCH WAS LEFT SHORT.
      *----------------------------------------------------------------
       WRITE-SWEEP-REPORT-LINE.
           MOVE SPACES TO WS-SWEEP-LINE
           MOVE SWP-ARRANGE-ID TO WS-L-ARRANGE-ID
           MOVE SWP-SWEEP-TYPE TO WS-L-TYPE
           MOVE SWP-ACCOUNT-NUM TO WS-L-ACCT
           MOVE SWP-PARTNER-ACCOUNT-NUM TO WS-L-PARTNER
           IF SWP-TARGET-BALANCE IS NUMERIC
               MOVE SWP-TARGET-BALANCE-NUM TO WS-L-TARGET
           END-IF
           IF WS-SWEEP-STATUS = "SWEPT"
               OR WS-SWEEP-STATUS = "PARTLY MET - INSUFFICIENT FUNDS"
               MOVE WS-SWEEP-AMOUNT TO WS-L-AMOUNT
           END-IF
           IF WS-SWEEP-SHORTFALL > 0
               MOVE WS-SWEEP-SHORTFALL TO WS-L-SHORTFALL
           END-IF
           MOVE WS-SWEEP-STATUS TO WS-L-STATUS
           MOVE SPACES TO RPT-LINE
           MOVE WS-SWEEP-LINE TO RPT-LINE
           WRITE RPT-LINE.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO RPT-LINE
           STRING "END-OF-DAY BALANCE SWEEPS - RUN DATE: "
               WS-RUN-DATE DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING " ARRANG  T  ACCT   PARTNR       TARGET"
               "        SWEPT    SHORTFALL  STATUS"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

       WRITE-REPORT-TRAILER.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "ARRANGEMENTS EXAMINED: " WS-ARRANGE-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-GENERATED-AMOUNT-TOTAL TO WS-EDIT-AMOUNT
           MOVE SPACES TO RPT-LINE
           STRING "SWEEPS GENERATED: " WS-GENERATED-COUNT
               "  TOTAL " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "NOTHING TO SWEEP: " WS-NOTHING-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "NOT MET FOR LACK OF FUNDS: " WS-UNMET-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "COULD NOT BE RUN: " WS-NOT-RUN-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

      *----------------------------------------------------------------
      *    SEE WHETHER THIS STEP ALREADY COMPLETED FOR THE RUN DATE.
      *----------------------------------------------------------------
       CHECK-STEP-ALREADY-DONE.
           IF WS-STEP-NAME NOT = SPACES
               MOVE 'N' TO WS-RUNCTL-EOF-FLAG
               OPEN INPUT RUNCTLI
               PERFORM READ-RUN-CONTROL-RECORD
                   UNTIL WS-RUNCTL-EOF-FLAG = 'Y'
               CLOSE RUNCTLI
           END-IF.

       READ-RUN-CONTROL-RECORD.
           READ RUNCTLI
               AT END MOVE 'Y' TO WS-RUNCTL-EOF-FLAG
               NOT AT END
                   IF RCTLI-RUN-DATE = WS-RUN-DATE
                       AND RCTLI-CYCLE = WS-RUN-CYCLE
                       AND RCTLI-STEP-NAME = WS-STEP-NAME
                       SET WS-STEP-ALREADY-DONE TO TRUE
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *    RECORD COMPLETION ON THE RUN CONTROL FILE - ONLY WHEN THE
      *    STEP GENUINELY COMPLETED, AND ONLY ONCE.
      *----------------------------------------------------------------
       RECORD-STEP-COMPLETE.
           IF WS-STEP-NAME NOT = SPACES
               AND NOT WS-STEP-ALREADY-DONE
               AND NOT WS-SEVERE-ERROR-OCCURRED
               OPEN OUTPUT RUNCTL
               MOVE SPACES TO RUN-CONTROL-RECORD
               MOVE WS-RUN-DATE TO RCTL-RUN-DATE
               MOVE WS-RUN-CYCLE TO RCTL-CYCLE
               MOVE WS-STEP-NAME TO RCTL-STEP-NAME
               WRITE RUN-CONTROL-RECORD
               CLOSE RUNCTL
           END-IF.

      *----------------------------------------------------------------
      *    WRITE ONE JOBSTAT RECORD SUMMARISING THE RUN FOR DOWNSTREAM
      *    MONITORING TOOLING.  INVALID COUNTS EVERY ARRANGEMENT NOT
      *    MET IN FULL, WHETHER SHORT OF FUNDS OR NOT RUN AT ALL.
      *----------------------------------------------------------------
       WRITE-JOBSTAT-RECORD.
           MOVE SPACES TO JOBSTAT-RECORD
           MOVE "SWPGEN" TO JOBSTAT-PROGRAM-NAME
           MOVE WS-RUN-DATE TO JOBSTAT-RUN-DATE
           MOVE WS-RUN-CYCLE TO JOBSTAT-CYCLE
           MOVE WS-ARRANGE-COUNT TO JOBSTAT-TOTAL-COUNT
           MOVE WS-GENERATED-COUNT TO JOBSTAT-VALID-COUNT
           COMPUTE JOBSTAT-INVALID-COUNT =
               WS-UNMET-COUNT + WS-NOT-RUN-COUNT
           IF WS-SEVERE-ERROR-OCCURRED
               MOVE 16 TO JOBSTAT-RETURN-CODE
           ELSE
               IF WS-UNMET-COUNT > 0
                   OR WS-NOT-RUN-COUNT > 0
                   MOVE 4 TO JOBSTAT-RETURN-CODE
               ELSE
                   MOVE 0 TO JOBSTAT-RETURN-CODE
               END-IF
           END-IF
           WRITE JOBSTAT-RECORD.
