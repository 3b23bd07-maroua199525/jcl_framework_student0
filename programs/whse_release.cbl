       IDENTIFICATION DIVISION.
       PROGRAM-ID. WHSE-RELEASE.
       AUTHOR. STUDENT.

      ******************************************************************
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    - NEW PROGRAM: FUTURE-DATED TRANSACTION RELEASE, RUN AT THE
      *      TOP OF THE DAILY STREAM BESIDE STDG-GEN.  READS THE
      *      WAREHOUSE BATCH-VALIDATOR FILLS WITH ITEMS DATED AHEAD
      *      OF THEIR RUN, AND EMITS EVERY ITEM WHOSE RELEASE DATE
      *      HAS ARRIVED AS ONE BALANCED HDR/DTL/TRL TRANSIN BRANCH
      *      SECTION UNDER ITS OWN BRANCH ID (FWD), SO A RELEASED ITEM
      *      IS VALIDATED AGAIN ON ITS VALUE DATE - CAPS, THRESHOLD,
      *      RATES AND ALL - EXACTLY LIKE KEYED WORK
      *    - AN ITEM DUE ON A WEEKEND OR HOLIDAY RELEASES ON THE NEXT
      *      BUSINESS DAY AFTER IT ON THE PROCESSING CALENDAR, THE
      *      SAME RULE RUN-CONTROL APPLIES TO THE STREAM ITSELF
      *    - A DAMAGED WAREHOUSE ENTRY IS REPORTED ON WHSRPT, LEFT ON
      *      THE WAREHOUSE FOR REPAIR AND FORCES RC 4, SO IT IS NEVER
      *      SILENTLY SKIPPED OR SILENTLY LOST
      *    - SAME COMMIT ORDER AS STDG-GEN: THE FEED IS SECURED ON A
      *      CATALOGUED DATASET, THE STEP RECORDED COMPLETE, AND ONLY
      *      THEN THE REWRITTEN WAREHOUSE WRITTEN.  A RESTART OF A
      *      COMPLETED STEP LEAVES THE SECURED FEED ALONE BUT STILL
      *      REWRITES THE WAREHOUSE WITHOUT THE ITEMS THAT FEED
      *      CARRIES, SO NOTHING CAN RELEASE TWICE
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR ASSIGN TO "CALENDAR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WHSEIN ASSIGN TO "WHSEIN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WHSEOUT ASSIGN TO "WHSEOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WHSFEED ASSIGN TO "WHSFEED"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WHSRPT ASSIGN TO "WHSRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOBSTAT ASSIGN TO "JOBSTAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUNCTLI ASSIGN TO "RUNCTLI"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUNCTL ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR.
           COPY CALREC.

       FD  WHSEIN.
           COPY WHSEREC REPLACING WAREHOUSE-RECORD
               BY WAREHOUSE-IN-RECORD.

       FD  WHSEOUT.
           COPY WHSEREC REPLACING WAREHOUSE-RECORD
               BY WAREHOUSE-OUT-RECORD.

       FD  WHSFEED.
           COPY TRANREC REPLACING TRAN-RECORD BY TRAN-FWD-RECORD.

       FD  WHSRPT.
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
       01  WS-ITEM-COUNT               PIC 9(7) VALUE 0.
       01  WS-RELEASED-COUNT           PIC 9(7) VALUE 0.
       01  WS-FAILED-COUNT             PIC 9(7) VALUE 0.
       01  WS-WAITING-COUNT            PIC 9(7) VALUE 0.
       01  WS-RELEASED-AMOUNT-TOTAL    PIC 9(11)V99 VALUE 0.
       01  WS-EOF-FLAG                 PIC X VALUE 'N'.
       01  WS-CAL-EOF-FLAG             PIC X VALUE 'N'.
       01  WS-RUN-DATE                 PIC 9(8) VALUE ZEROS.

       01  WS-SEVERE-ERROR-FLAG        PIC X VALUE 'N'.
           88  WS-SEVERE-ERROR-OCCURRED    VALUE 'Y'.

      *    STREAM-RESTART TRACKING.  THE STEP NAME ARRIVES IN THE
      *    PARM ONLY WHEN THIS RUN IS PART OF THE TRACKED DAILY
      *    STREAM; STANDALONE RUNS LEAVE IT BLANK AND ARE NOT
      *    TRACKED.
       01  WS-RUN-CYCLE                PIC 9(2) VALUE 1.
       01  WS-STEP-NAME                PIC X(8) VALUE SPACES.
       01  WS-STEP-DONE-FLAG           PIC X VALUE 'N'.
           88  WS-STEP-ALREADY-DONE        VALUE 'Y'.
       01  WS-RUNCTL-EOF-FLAG          PIC X VALUE 'N'.

      *    THE BRANCH ID THE RELEASED SECTION BALANCES AND REPORTS
      *    UNDER, SO WAREHOUSED VOLUME IS VISIBLE SEPARATELY FROM THE
      *    DAY'S KEYED BRANCH FEEDS ON DAILY-RECON.  THE BRANCH THE
      *    ITEM WAS FIRST KEYED AT IS ON THE RELEASE REPORT.
       01  WS-FWD-BRANCH-ID            PIC X(3) VALUE 'FWD'.

      *    THE PROCESSING CALENDAR'S BUSINESS DAYS, LOADED AT
      *    STARTUP.  AN ITEM RELEASES ON THE EARLIEST BUSINESS DAY ON
      *    OR AFTER ITS VALUE DATE; A VALUE DATE BEYOND THE LAST
      *    BUSINESS DAY ON THE CALENDAR RELEASES ON THE DATE ITSELF.
       01  WS-CAL-TABLE.
           05  WS-CAL-COUNT             PIC 9(4) VALUE 0.
           05  WS-CAL-BUSINESS-DATE     PIC 9(8) OCCURS 1500 TIMES.
       01  WS-CAL-IDX                  PIC 9(4) VALUE 0.
       01  WS-RELEASE-DATE             PIC 9(8) VALUE 0.

      *    THE REWRITTEN WAREHOUSE IS BUFFERED AND ONLY WRITTEN AFTER
      *    THE RELEASED FEED HAS BEEN SECURED AND THE STEP RECORDED
      *    COMPLETE - SEE THE COMMIT-ORDER NOTE IN THE MAINLINE.
       01  WS-MASTER-TABLE.
           05  WS-MASTER-COUNT          PIC 9(4) VALUE 0.
           05  WS-MASTER-RECORD-IMG     PIC X(97) OCCURS 5000 TIMES.
       01  WS-MASTER-IDX               PIC 9(4) VALUE 0.

      *    RELEASED DETAILS ARE BUFFERED SO WHSFEED CAN OPEN WITH A
      *    HEADER CARRYING THE TRUE EXPECTED COUNT AND AMOUNT.
       01  WS-REL-TABLE.
           05  WS-REL-COUNT             PIC 9(4) VALUE 0.
           05  WS-REL-DETAIL            PIC X(76) OCCURS 2000 TIMES.
       01  WS-REL-IDX                  PIC 9(4) VALUE 0.

      *    WORK RECORD FOR PICKING FIELDS OUT OF A WAREHOUSED DETAIL.
           COPY TRANREC REPLACING TRAN-RECORD BY WS-TRAN-WORK-RECORD.

      *    STATE OF THE ITEM IN HAND.
       01  WS-ITEM-OK-FLAG             PIC X VALUE 'Y'.
           88  WS-ITEM-OK                   VALUE 'Y'.
       01  WS-ITEM-RELEASED-FLAG       PIC X VALUE 'N'.
           88  WS-ITEM-RELEASED             VALUE 'Y'.
       01  WS-ITEM-STATUS              PIC X(30) VALUE SPACES.

      *    ONE RELEASE REPORT LINE.
       01  WS-REL-LINE.
           05  FILLER                   PIC X VALUE SPACE.
           05  WS-R-VALUE-DATE          PIC X(8).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-R-RELEASE-DATE        PIC X(8).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-R-TRAN-ID             PIC X(6).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-R-ACCT                PIC X(5).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-R-TYPE                PIC X(10).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-R-AMOUNT              PIC X(10).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-R-CCY                 PIC X(3).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-R-BRANCH              PIC X(3).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-R-STATUS              PIC X(30).
           05  FILLER                   PIC X(33) VALUE SPACES.

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
           DISPLAY "WHSE-RELEASE: Starting future-dated item "
               "release..."

           PERFORM ESTABLISH-RUN-DATE

      *    A COMPLETED RELEASE ALREADY SECURED ITS FEED ON THE
      *    CATALOGUED WHSFEED DATASET - REDOING IT WOULD OVERWRITE
      *    THAT FEED.  THE PASS BELOW STILL RUNS, BECAUSE THE
      *    WAREHOUSE WRITE MAY NOT HAVE HAPPENED: THE SAME ITEMS ARE
      *    DUE (THE RULE IS DETERMINISTIC), SO THEY ARE LEFT OFF THE
      *    REWRITTEN WAREHOUSE AGAIN AND CANNOT RELEASE TOMORROW A
      *    SECOND TIME.
           PERFORM CHECK-STEP-ALREADY-DONE
           IF WS-STEP-ALREADY-DONE
               DISPLAY "WHSE-RELEASE: Step already complete for "
                   WS-RUN-DATE " - the secured feed stands, the "
                   "warehouse is rewritten without its items"
           END-IF

           OPEN INPUT CALENDAR
           PERFORM LOAD-CALENDAR-TABLE UNTIL WS-CAL-EOF-FLAG = 'Y'
           CLOSE CALENDAR
           IF WS-CAL-COUNT = 0
      *    WITHOUT THE CALENDAR A HOLIDAY CANNOT BE TOLD FROM A
      *    BUSINESS DAY, AND RELEASING ON THE WRONG DATE CANNOT BE
      *    UNDONE - NOTHING IS RELEASED.
               DISPLAY "WHSE-RELEASE: SEVERE - processing calendar "
                   "is empty"
               SET WS-SEVERE-ERROR-OCCURRED TO TRUE
           END-IF

           OPEN INPUT WHSEIN
           OPEN OUTPUT WHSRPT
           OPEN OUTPUT JOBSTAT

           PERFORM WRITE-REPORT-HEADING

           IF NOT WS-SEVERE-ERROR-OCCURRED
               PERFORM PROCESS-WAREHOUSE-ITEMS UNTIL WS-EOF-FLAG = 'Y'
           END-IF

           CLOSE WHSEIN

      *    COMMIT ORDER: SECURE THE RELEASED FEED FIRST, RECORD THE
      *    STEP COMPLETE, ONLY THEN WRITE THE REWRITTEN WAREHOUSE.  A
      *    FAILURE BEFORE THE COMPLETION RECORD RELEASES THE
      *    IDENTICAL FEED ON RESTART; A FAILURE AFTER IT LEAVES THE
      *    SECURED FEED FOR THE STREAM, AND THE RESTART REWRITES THE
      *    WAREHOUSE WITHOUT ITS ITEMS.
           IF NOT WS-SEVERE-ERROR-OCCURRED
               IF NOT WS-STEP-ALREADY-DONE
                   PERFORM WRITE-RELEASED-FEED
                   PERFORM RECORD-STEP-COMPLETE
               END-IF
               PERFORM WRITE-NEW-MASTER
           ELSE
               DISPLAY "WHSE-RELEASE: Severe error - feed and "
                   "warehouse left untouched for the rerun"
           END-IF

           PERFORM WRITE-REPORT-TRAILER
           CLOSE WHSRPT

           DISPLAY "WHSE-RELEASE: Release completed"
           DISPLAY "WHSE-RELEASE: Items examined: " WS-ITEM-COUNT
           DISPLAY "WHSE-RELEASE: Items released: " WS-RELEASED-COUNT
           DISPLAY "WHSE-RELEASE: Damaged or not released: "
               WS-FAILED-COUNT
           DISPLAY "WHSE-RELEASE: Still waiting: " WS-WAITING-COUNT

           PERFORM WRITE-JOBSTAT-RECORD
           CLOSE JOBSTAT

           IF WS-SEVERE-ERROR-OCCURRED
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-FAILED-COUNT > 0
                   DISPLAY "WHSE-RELEASE: Warehouse items could not "
                       "be released - see WHSRPT"
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
           IF LS-PARM-LENGTH > 9
               AND LS-PARM-CYCLE IS NUMERIC
               MOVE LS-PARM-CYCLE TO WS-RUN-CYCLE
           END-IF
           IF LS-PARM-LENGTH > 12
               MOVE LS-PARM-STEP-NAME TO WS-STEP-NAME
           END-IF
           DISPLAY "WHSE-RELEASE: Run date is " WS-RUN-DATE.

      *----------------------------------------------------------------
      *    KEEP EVERY BUSINESS DAY ON THE CALENDAR.
      *----------------------------------------------------------------
       LOAD-CALENDAR-TABLE.
           READ CALENDAR
               AT END MOVE 'Y' TO WS-CAL-EOF-FLAG
               NOT AT END
                   IF CAL-BUSINESS-DAY
                       IF WS-CAL-COUNT < 1500
                           ADD 1 TO WS-CAL-COUNT
                           MOVE CAL-DATE
                               TO WS-CAL-BUSINESS-DATE (WS-CAL-COUNT)
                       ELSE
                           DISPLAY "WHSE-RELEASE: SEVERE - calendar "
                               "table full"
                           SET WS-SEVERE-ERROR-OCCURRED TO TRUE
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *    ONE PASS OF THE WAREHOUSE: EACH ITEM IS EXAMINED, RELEASED
      *    IF ITS RELEASE DATE HAS ARRIVED, AND OTHERWISE BUFFERED FOR
      *    THE DEFERRED WAREHOUSE WRITE.
      *----------------------------------------------------------------
       PROCESS-WAREHOUSE-ITEMS.
           READ WHSEIN
               AT END MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-ITEM-COUNT
                   PERFORM EXAMINE-ONE-ITEM
                   IF NOT WS-ITEM-RELEASED
                       PERFORM BUFFER-MASTER-RECORD
                   END-IF
           END-READ.

       BUFFER-MASTER-RECORD.
           IF WS-MASTER-COUNT < 5000
               ADD 1 TO WS-MASTER-COUNT
               MOVE WAREHOUSE-IN-RECORD
                   TO WS-MASTER-RECORD-IMG (WS-MASTER-COUNT)
           ELSE
               DISPLAY "WHSE-RELEASE: SEVERE - warehouse table full, "
                   "warehouse too large for one run"
               SET WS-SEVERE-ERROR-OCCURRED TO TRUE
           END-IF.

       EXAMINE-ONE-ITEM.
           MOVE 'N' TO WS-ITEM-RELEASED-FLAG
           MOVE 'Y' TO WS-ITEM-OK-FLAG
           MOVE SPACES TO WS-ITEM-STATUS
           MOVE SPACES TO WS-TRAN-WORK-RECORD
           MOVE WHSE-TRAN-DETAIL OF WAREHOUSE-IN-RECORD
               TO TRAN-DETAIL-DATA OF WS-TRAN-WORK-RECORD
           MOVE 0 TO WS-RELEASE-DATE

           EVALUATE TRUE
               WHEN WHSE-VALUE-DATE OF WAREHOUSE-IN-RECORD
                      IS NOT NUMERIC
                   MOVE 'N' TO WS-ITEM-OK-FLAG
                   MOVE "VALUE DATE NOT NUMERIC" TO WS-ITEM-STATUS
               WHEN TRAN-AMOUNT OF WS-TRAN-WORK-RECORD IS NOT NUMERIC
                   MOVE 'N' TO WS-ITEM-OK-FLAG
                   MOVE "AMOUNT NOT NUMERIC" TO WS-ITEM-STATUS
               WHEN TRAN-ID OF WS-TRAN-WORK-RECORD = SPACES
                   MOVE 'N' TO WS-ITEM-OK-FLAG
                   MOVE "TRANSACTION ID MISSING" TO WS-ITEM-STATUS
           END-EVALUATE

      *    A DAMAGED ENTRY CANNOT BE TRUSTED TO RELEASE - IT STAYS ON
      *    THE WAREHOUSE, REPORTED EVERY DAY, UNTIL SOMEONE REPAIRS
      *    OR CANCELS IT.
           IF NOT WS-ITEM-OK
               ADD 1 TO WS-FAILED-COUNT
               PERFORM WRITE-RELEASE-REPORT-LINE
           ELSE
               PERFORM FIND-RELEASE-DATE
               IF WS-RELEASE-DATE <= WS-RUN-DATE
                   PERFORM RELEASE-ONE-ITEM
               ELSE
                   ADD 1 TO WS-WAITING-COUNT
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *    THE EARLIEST BUSINESS DAY ON OR AFTER THE VALUE DATE - THE
      *    VALUE DATE ITSELF WHEN IT IS ONE.
      *----------------------------------------------------------------
       FIND-RELEASE-DATE.
           MOVE 0 TO WS-RELEASE-DATE
           PERFORM CHECK-ONE-BUSINESS-DAY
               VARYING WS-CAL-IDX FROM 1 BY 1
               UNTIL WS-CAL-IDX > WS-CAL-COUNT
           IF WS-RELEASE-DATE = 0
               MOVE WHSE-VALUE-DATE-NUM OF WAREHOUSE-IN-RECORD
                   TO WS-RELEASE-DATE
           END-IF.

       CHECK-ONE-BUSINESS-DAY.
           IF WS-CAL-BUSINESS-DATE (WS-CAL-IDX)
                  >= WHSE-VALUE-DATE-NUM OF WAREHOUSE-IN-RECORD
               AND (WS-RELEASE-DATE = 0
                   OR WS-CAL-BUSINESS-DATE (WS-CAL-IDX)
                      < WS-RELEASE-DATE)
               MOVE WS-CAL-BUSINESS-DATE (WS-CAL-IDX)
                   TO WS-RELEASE-DATE
           END-IF.

      *----------------------------------------------------------------
      *    BUFFER ONE RELEASED ITEM UNDER THE FWD BRANCH.  A FULL
      *    RELEASE TABLE IS A FAILED RELEASE, REPORTED, WITH THE ITEM
      *    LEFT ON THE WAREHOUSE SO THE NEXT RUN PICKS IT UP.
      *----------------------------------------------------------------
       RELEASE-ONE-ITEM.
           IF WS-REL-COUNT < 2000
               MOVE WS-FWD-BRANCH-ID
                   TO TRAN-BRANCH-ID OF WS-TRAN-WORK-RECORD
               ADD 1 TO WS-REL-COUNT
               MOVE TRAN-DETAIL-DATA OF WS-TRAN-WORK-RECORD
                   TO WS-REL-DETAIL (WS-REL-COUNT)
               ADD 1 TO WS-RELEASED-COUNT
               ADD TRAN-AMOUNT-NUM OF WS-TRAN-WORK-RECORD
                   TO WS-RELEASED-AMOUNT-TOTAL
               SET WS-ITEM-RELEASED TO TRUE
               IF WS-RELEASE-DATE
                      = WHSE-VALUE-DATE-NUM OF WAREHOUSE-IN-RECORD
                   MOVE "RELEASED" TO WS-ITEM-STATUS
               ELSE
                   MOVE "RELEASED - NEXT BUSINESS DAY"
                       TO WS-ITEM-STATUS
               END-IF
           ELSE
               ADD 1 TO WS-FAILED-COUNT
               MOVE "RELEASE TABLE FULL - HELD OVER"
                   TO WS-ITEM-STATUS
           END-IF
           PERFORM WRITE-RELEASE-REPORT-LINE.

      *----------------------------------------------------------------
      *    WRITE THE REWRITTEN WAREHOUSE - RELEASED ITEMS DROPPED.
      *    ONLY REACHED AFTER THE FEED IS SECURED.
      *----------------------------------------------------------------
       WRITE-NEW-MASTER.
           OPEN OUTPUT WHSEOUT
           PERFORM WRITE-ONE-MASTER-RECORD
               VARYING WS-MASTER-IDX FROM 1 BY 1
               UNTIL WS-MASTER-IDX > WS-MASTER-COUNT
           CLOSE WHSEOUT.

       WRITE-ONE-MASTER-RECORD.
           MOVE WS-MASTER-RECORD-IMG (WS-MASTER-IDX)
               TO WAREHOUSE-OUT-RECORD
           WRITE WAREHOUSE-OUT-RECORD.

      *----------------------------------------------------------------
      *    WRITE THE RELEASED FEED: HEADER WITH THE TRUE CONTROL
      *    TOTALS AND THE FWD BRANCH ID, THE RELEASED DETAILS, THEN
      *    THE MATCHING TRAILER - ONE BALANCED BRANCH SECTION READY
      *    FOR BATCH-VALIDATOR.  WITH NOTHING DUE, AN EMPTY SECTION
      *    KEEPS THE FEED'S CONTROL DISCIPLINE INTACT.
      *----------------------------------------------------------------
       WRITE-RELEASED-FEED.
           OPEN OUTPUT WHSFEED

           MOVE SPACES TO TRAN-FWD-RECORD
           MOVE 'HDR' TO TRAN-REC-TYPE OF TRAN-FWD-RECORD
           MOVE WS-RUN-DATE TO TRAN-HDR-RUN-DATE OF TRAN-FWD-RECORD
           MOVE WS-REL-COUNT
               TO TRAN-HDR-EXPECTED-COUNT OF TRAN-FWD-RECORD
           MOVE WS-RELEASED-AMOUNT-TOTAL
               TO TRAN-HDR-EXPECTED-AMT OF TRAN-FWD-RECORD
           MOVE WS-FWD-BRANCH-ID
               TO TRAN-HDR-BRANCH-ID OF TRAN-FWD-RECORD
           MOVE WS-RUN-CYCLE TO TRAN-HDR-CYCLE OF TRAN-FWD-RECORD
           WRITE TRAN-FWD-RECORD

           PERFORM WRITE-ONE-RELEASED-DETAIL
               VARYING WS-REL-IDX FROM 1 BY 1
               UNTIL WS-REL-IDX > WS-REL-COUNT

           MOVE SPACES TO TRAN-FWD-RECORD
           MOVE 'TRL' TO TRAN-REC-TYPE OF TRAN-FWD-RECORD
           MOVE WS-REL-COUNT
               TO TRAN-TRL-RECORD-COUNT OF TRAN-FWD-RECORD
           MOVE WS-RELEASED-AMOUNT-TOTAL
               TO TRAN-TRL-TOTAL-AMT OF TRAN-FWD-RECORD
           MOVE WS-FWD-BRANCH-ID
               TO TRAN-TRL-BRANCH-ID OF TRAN-FWD-RECORD
           WRITE TRAN-FWD-RECORD

           CLOSE WHSFEED.

       WRITE-ONE-RELEASED-DETAIL.
           MOVE SPACES TO TRAN-FWD-RECORD
           MOVE 'DTL' TO TRAN-REC-TYPE OF TRAN-FWD-RECORD
           MOVE WS-REL-DETAIL (WS-REL-IDX)
               TO TRAN-DETAIL-DATA OF TRAN-FWD-RECORD
           WRITE TRAN-FWD-RECORD.

      *----------------------------------------------------------------
      *    ONE REPORT LINE PER ITEM RELEASED, HELD OVER OR DAMAGED.
      *    THE BRANCH SHOWN IS THE ONE THE ITEM WAS KEYED AT.
      *----------------------------------------------------------------
       WRITE-RELEASE-REPORT-LINE.
           MOVE SPACES TO WS-REL-LINE
           MOVE WHSE-VALUE-DATE OF WAREHOUSE-IN-RECORD
               TO WS-R-VALUE-DATE
           IF WS-RELEASE-DATE NOT = 0
               MOVE WS-RELEASE-DATE TO WS-R-RELEASE-DATE
           END-IF
           MOVE WHSE-TRAN-DETAIL OF WAREHOUSE-IN-RECORD
               TO TRAN-DETAIL-DATA OF WS-TRAN-WORK-RECORD
           MOVE TRAN-ID OF WS-TRAN-WORK-RECORD TO WS-R-TRAN-ID
           MOVE TRAN-ACCOUNT-NUM OF WS-TRAN-WORK-RECORD TO WS-R-ACCT
           MOVE TRAN-TYPE OF WS-TRAN-WORK-RECORD TO WS-R-TYPE
           MOVE TRAN-AMOUNT OF WS-TRAN-WORK-RECORD TO WS-R-AMOUNT
           MOVE TRAN-CURRENCY-CODE OF WS-TRAN-WORK-RECORD TO WS-R-CCY
           MOVE TRAN-BRANCH-ID OF WS-TRAN-WORK-RECORD TO WS-R-BRANCH
           MOVE WS-ITEM-STATUS TO WS-R-STATUS
           MOVE SPACES TO RPT-LINE
           MOVE WS-REL-LINE TO RPT-LINE
           WRITE RPT-LINE.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO RPT-LINE
           STRING "FUTURE-DATED ITEM RELEASE - RUN DATE: "
               WS-RUN-DATE DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING " VALUE     RELEASE   TRAN    ACCT   TYPE        "
               "AMOUNT      CCY  BRN  STATUS"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

       WRITE-REPORT-TRAILER.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "WAREHOUSE ITEMS EXAMINED: " WS-ITEM-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "ITEMS RELEASED: " WS-RELEASED-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "DAMAGED OR HELD OVER: " WS-FAILED-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "STILL WAITING FOR THEIR DATE: " WS-WAITING-COUNT
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
      *    MONITORING TOOLING.
      *----------------------------------------------------------------
       WRITE-JOBSTAT-RECORD.
           MOVE SPACES TO JOBSTAT-RECORD
           MOVE "WHSEREL" TO JOBSTAT-PROGRAM-NAME
           MOVE WS-RUN-DATE TO JOBSTAT-RUN-DATE
           MOVE WS-RUN-CYCLE TO JOBSTAT-CYCLE
           MOVE WS-ITEM-COUNT TO JOBSTAT-TOTAL-COUNT
           MOVE WS-RELEASED-COUNT TO JOBSTAT-VALID-COUNT
           MOVE WS-FAILED-COUNT TO JOBSTAT-INVALID-COUNT
           IF WS-SEVERE-ERROR-OCCURRED
               MOVE 16 TO JOBSTAT-RETURN-CODE
           ELSE
               IF WS-FAILED-COUNT > 0
                   MOVE 4 TO JOBSTAT-RETURN-CODE
               ELSE
                   MOVE 0 TO JOBSTAT-RETURN-CODE
               END-IF
           END-IF
           WRITE JOBSTAT-RECORD.
