       IDENTIFICATION DIVISION.
       PROGRAM-ID. FX-RATE-LOAD.
       AUTHOR. STUDENT.

      ******************************************************************
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    - NEW PROGRAM: MORNING EXCHANGE-RATE LOAD.  PROVES
      *      TREASURY'S RATE FEED FOR THE RUN DATE AS A WHOLE (EVERY
      *      RECORD DATED THE RUN DATE, A REAL CURRENCY CODE, A
      *      NUMERIC NON-ZERO RATE, NO CURRENCY TWICE) AND ONLY THEN
      *      APPENDS IT TO THE CUMULATIVE FXRATES FILE THAT
      *      BATCH-VALIDATOR, ACCOUNT-UPDATE, GL-EXTRACT AND DAILY-RECON
      *      CONVERT FROM.  A BAD FEED LOADS NOTHING, SO A DAY NEVER
      *      RUNS ON HALF A RATE TABLE.  A SECOND LOAD FOR THE SAME
      *      DATE SUPERSEDES THE FIRST (THE READERS TAKE THE LAST
      *      RECORD FOR A DATE) AND IS FLAGGED
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FXFEED ASSIGN TO "FXFEED"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FXRATEI ASSIGN TO "FXRATEI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FXRATEI-STATUS.
           SELECT FXRATES ASSIGN TO "FXRATES"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOBSTAT ASSIGN TO "JOBSTAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FXFEED.
           COPY FXRTREC REPLACING ==FX-RATE-RECORD==
               BY ==FX-FEED-RECORD==
               LEADING ==FXRT== BY ==FXFD==.

       FD  FXRATEI.
           COPY FXRTREC REPLACING ==FX-RATE-RECORD==
               BY ==FX-RATE-IN-RECORD==
               LEADING ==FXRT== BY ==FXRI==.

       FD  FXRATES.
           COPY FXRTREC.

       FD  JOBSTAT.
           COPY JSTAREC.

       WORKING-STORAGE SECTION.
       01  WS-RUN-DATE                 PIC 9(8) VALUE ZEROS.
       01  WS-FEED-EOF-FLAG            PIC X VALUE 'N'.
       01  WS-RATES-EOF-FLAG           PIC X VALUE 'N'.
       01  WS-FXRATEI-STATUS           PIC X(2) VALUE '00'.
           88  WS-FXRATEI-OK               VALUE '00'.

       01  WS-FEED-COUNT               PIC 9(5) VALUE 0.
       01  WS-ERROR-COUNT              PIC 9(5) VALUE 0.
       01  WS-LOADED-COUNT             PIC 9(5) VALUE 0.
       01  WS-ALREADY-LOADED-COUNT     PIC 9(5) VALUE 0.
       01  WS-ERROR-TEXT               PIC X(40) VALUE SPACES.

      *    THE FEED IS HELD WHOLE UNTIL IT HAS PROVED, THEN WRITTEN.
      *    FIFTY CURRENCIES IS WELL BEYOND WHAT TREASURY QUOTES; A
      *    FEED LONGER THAN THAT IS TREATED AS BAD, NOT TRUNCATED.
       01  WS-RATE-COUNT               PIC 9(3) VALUE 0.
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY OCCURS 50 TIMES.
               10  WS-RATE-CURRENCY    PIC X(3).
               10  WS-RATE-VALUE       PIC 9(5)V9(6).
       01  WS-RATE-IDX                 PIC 9(3) VALUE 0.
       01  WS-RATE-FOUND-FLAG          PIC X VALUE 'N'.
           88  WS-RATE-FOUND               VALUE 'Y'.


       LINKAGE SECTION.
       01  LS-PARM-AREA.
           05  LS-PARM-LENGTH           PIC S9(4) COMP.
           05  LS-PARM-RUN-DATE         PIC X(8).

       PROCEDURE DIVISION USING LS-PARM-AREA.
       MAIN-PROCEDURE.
           DISPLAY "FX-RATE-LOAD: Starting exchange rate load..."

           PERFORM ESTABLISH-RUN-DATE

           OPEN INPUT FXFEED
           PERFORM READ-FEED-RECORD UNTIL WS-FEED-EOF-FLAG = 'Y'
           CLOSE FXFEED

           IF WS-FEED-COUNT = 0
               DISPLAY "FX-RATE-LOAD: *** FEED IS EMPTY ***"
               ADD 1 TO WS-ERROR-COUNT
           END-IF

           PERFORM COUNT-RATES-ALREADY-LOADED

           IF WS-ERROR-COUNT = 0
               OPEN OUTPUT FXRATES
               PERFORM WRITE-RATE-RECORD
                   VARYING WS-RATE-IDX FROM 1 BY 1
                   UNTIL WS-RATE-IDX > WS-RATE-COUNT
               CLOSE FXRATES
           ELSE
               DISPLAY "FX-RATE-LOAD: *** FEED REJECTED - "
                   WS-ERROR-COUNT " ERROR(S), NOTHING LOADED ***"
           END-IF

           DISPLAY "FX-RATE-LOAD: Feed records read:   "
               WS-FEED-COUNT
           DISPLAY "FX-RATE-LOAD: Rates loaded:        "
               WS-LOADED-COUNT
           IF WS-ALREADY-LOADED-COUNT > 0
               AND WS-LOADED-COUNT > 0
               DISPLAY "FX-RATE-LOAD: *** " WS-ALREADY-LOADED-COUNT
                   " RATE(S) ALREADY LOADED FOR " WS-RUN-DATE
                   " ARE SUPERSEDED BY THIS LOAD ***"
           END-IF

           OPEN OUTPUT JOBSTAT
           PERFORM WRITE-JOBSTAT-RECORD
           CLOSE JOBSTAT

           EVALUATE TRUE
               WHEN WS-ERROR-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-ALREADY-LOADED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
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
           DISPLAY "FX-RATE-LOAD: Run date is " WS-RUN-DATE.

      *----------------------------------------------------------------
      *    PROVE ONE FEED RECORD AND HOLD IT.  EVERY ERROR IS LISTED
      *    SO TREASURY CAN CORRECT THE WHOLE FEED IN ONE PASS.
      *----------------------------------------------------------------
       READ-FEED-RECORD.
           READ FXFEED
               AT END MOVE 'Y' TO WS-FEED-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-FEED-COUNT
                   PERFORM VALIDATE-FEED-RECORD
           END-READ.

       VALIDATE-FEED-RECORD.
           MOVE SPACES TO WS-ERROR-TEXT
           EVALUATE TRUE
               WHEN FXFD-RATE-DATE NOT NUMERIC
                   OR FXFD-RATE-DATE NOT = WS-RUN-DATE
                   MOVE "NOT DATED THE RUN DATE" TO WS-ERROR-TEXT
               WHEN FXFD-CURRENCY-CODE = SPACES
                   OR FXFD-CURRENCY-CODE NOT ALPHABETIC
                   MOVE "CURRENCY CODE NOT VALID" TO WS-ERROR-TEXT
               WHEN FXFD-RATE NOT NUMERIC
                   MOVE "RATE NOT NUMERIC" TO WS-ERROR-TEXT
               WHEN FXFD-RATE-NUM = 0
                   MOVE "RATE IS ZERO" TO WS-ERROR-TEXT
               WHEN OTHER
                   PERFORM FIND-FEED-CURRENCY
                   IF WS-RATE-FOUND
                       MOVE "CURRENCY APPEARS TWICE IN THE FEED"
                           TO WS-ERROR-TEXT
                   ELSE
                       IF WS-RATE-COUNT < 50
                           ADD 1 TO WS-RATE-COUNT
                           MOVE FXFD-CURRENCY-CODE
                               TO WS-RATE-CURRENCY(WS-RATE-COUNT)
                           MOVE FXFD-RATE-NUM
                               TO WS-RATE-VALUE(WS-RATE-COUNT)
                       ELSE
                           MOVE "MORE THAN 50 CURRENCIES IN THE FEED"
                               TO WS-ERROR-TEXT
                       END-IF
                   END-IF
           END-EVALUATE
           IF WS-ERROR-TEXT NOT = SPACES
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "FX-RATE-LOAD: *** FEED RECORD " WS-FEED-COUNT
                   " (" FXFD-CURRENCY-CODE ") " WS-ERROR-TEXT " ***"
           END-IF.

       FIND-FEED-CURRENCY.
           MOVE 'N' TO WS-RATE-FOUND-FLAG
           PERFORM CHECK-FEED-CURRENCY
               VARYING WS-RATE-IDX FROM 1 BY 1
               UNTIL WS-RATE-IDX > WS-RATE-COUNT
                   OR WS-RATE-FOUND.

       CHECK-FEED-CURRENCY.
           IF WS-RATE-CURRENCY(WS-RATE-IDX) = FXFD-CURRENCY-CODE
               SET WS-RATE-FOUND TO TRUE
           END-IF.

      *----------------------------------------------------------------
      *    COUNT THE RATES ALREADY ON FILE FOR THE RUN DATE, SO A
      *    RELOAD IS VISIBLE IN THE LOG AND THE RETURN CODE.  THE
      *    FILE IS ALLOCATED EMPTY BEFORE THE FIRST LOAD; ONE THAT
      *    WILL NOT OPEN IS TREATED AS HOLDING NOTHING.
      *----------------------------------------------------------------
       COUNT-RATES-ALREADY-LOADED.
           OPEN INPUT FXRATEI
           IF WS-FXRATEI-OK
               PERFORM READ-LOADED-RATE
                   UNTIL WS-RATES-EOF-FLAG = 'Y'
               CLOSE FXRATEI
           END-IF.

       READ-LOADED-RATE.
           READ FXRATEI
               AT END MOVE 'Y' TO WS-RATES-EOF-FLAG
               NOT AT END
                   IF FXRI-RATE-DATE = WS-RUN-DATE
                       ADD 1 TO WS-ALREADY-LOADED-COUNT
                   END-IF
           END-READ.

       WRITE-RATE-RECORD.
           MOVE SPACES TO FX-RATE-RECORD
           MOVE WS-RUN-DATE TO FXRT-RATE-DATE
           MOVE ',' TO FX-RATE-RECORD(9:1)
           MOVE WS-RATE-CURRENCY(WS-RATE-IDX) TO FXRT-CURRENCY-CODE
           MOVE ',' TO FX-RATE-RECORD(13:1)
           MOVE WS-RATE-VALUE(WS-RATE-IDX) TO FXRT-RATE-NUM
           WRITE FX-RATE-RECORD
           ADD 1 TO WS-LOADED-COUNT
           DISPLAY "FX-RATE-LOAD: " FXRT-CURRENCY-CODE " "
               FXRT-RATE.

      *----------------------------------------------------------------
      *    WRITE ONE JOBSTAT RECORD SUMMARISING THE RUN FOR DOWNSTREAM
      *    MONITORING TOOLING.
      *----------------------------------------------------------------
       WRITE-JOBSTAT-RECORD.
           MOVE SPACES TO JOBSTAT-RECORD
           MOVE "FXRTLOAD" TO JOBSTAT-PROGRAM-NAME
           MOVE WS-RUN-DATE TO JOBSTAT-RUN-DATE
           MOVE WS-FEED-COUNT TO JOBSTAT-TOTAL-COUNT
           MOVE WS-LOADED-COUNT TO JOBSTAT-VALID-COUNT
           MOVE WS-ERROR-COUNT TO JOBSTAT-INVALID-COUNT
           EVALUATE TRUE
               WHEN WS-ERROR-COUNT > 0
                   MOVE 8 TO JOBSTAT-RETURN-CODE
               WHEN WS-ALREADY-LOADED-COUNT > 0
                   MOVE 4 TO JOBSTAT-RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO JOBSTAT-RETURN-CODE
           END-EVALUATE
           WRITE JOBSTAT-RECORD.
