      *      ACCUMULATED FOR THE WHOLE BUSINESS DATE, SO THE LAST
      *      CYCLE'S REPORT IS THE DATE'S END-OF-DAY PICTURE AND AN
      *      EARLIER CYCLE'S IS A CONSERVATIVE INTRADAY VIEW
      *    - THE ACCOUNT POSITION IS NOW ALSO SUBTOTALLED BY THE
      *      ACCOUNT'S PRODUCT CODE - ACCOUNT COUNT, OPENING, DEBITS,
      *      CREDITS AND CLOSING PER PRODUCT - AFTER THE BRANCH
      *      SUBTOTALS
      *    - FOREIGN-CURRENCY ACCOUNTS: THE DETAIL LINE SHOWS EACH
      *      ACCOUNT'S CURRENCY, A NEW SECTION SUBTOTALS THE POSITION
      *      PER CURRENCY IN THAT CURRENCY WITH ITS HOME-CURRENCY
      *      EQUIVALENT, AND THE GRAND TOTALS, BRANCH AND PRODUCT
      *      SUBTOTALS ARE NOW HOME-CURRENCY EQUIVALENTS AT THE RUN
      *      DATE'S RATES FROM FXRATES.  A HELD CURRENCY WITH NO RATE
      *      DATED THE RUN DATE IS VALUED AT ITS LATEST EARLIER RATE
      *      (OR NOT AT ALL) AND THE STEP ENDS RC 4
      *    - A FAILED OPEN OF THE ACCOUNTS MASTER NOW ENDS THE STEP
      *      RC 16 WITH ITS JOBSTAT RECORD INSTEAD OF REPORTING ON
      *      NOTHING
      ******************************************************************

       ENVIRONMENT DIVISION.
       FILE-CONTROL.
           SELECT ACCOUNTS ASSIGN TO "ACCOUNTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCOUNTS-STATUS.
           SELECT AUDITLOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FXRATES ASSIGN TO "FXRATES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FXRATES-STATUS.
           SELECT TRANREJ ASSIGN TO "TRANREJ"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCPTNS ASSIGN TO "EXCPTNS"
       FD  AUDITLOG.
           COPY AUDTREC.

       FD  FXRATES.
           COPY FXRTREC.

       FD  TRANREJ.
           COPY REJTREC.

           88  WS-STEP-ALREADY-DONE        VALUE 'Y'.
       01  WS-RUNCTL-EOF-FLAG          PIC X VALUE 'N'.

       01  WS-ACCOUNTS-STATUS          PIC X(2) VALUE '00'.
           88  WS-ACCOUNTS-OK              VALUE '00'.
       01  WS-SEVERE-ERROR-FLAG        PIC X VALUE 'N'.
           88  WS-SEVERE-ERROR-OCCURRED    VALUE 'Y'.
       01  WS-FXRATES-STATUS           PIC X(2) VALUE '00'.
           88  WS-FXRATES-OK               VALUE '00'.
       01  WS-FXRATES-EOF-FLAG         PIC X VALUE 'N'.

      *    THE LATEST EXCHANGE RATE ON OR BEFORE THE RUN DATE FOR
      *    EACH CURRENCY; WITHIN A DATE THE LAST RECORD WINS.
       01  WS-FX-TABLE.
           05  WS-FX-COUNT              PIC 9(3) VALUE 0.
           05  WS-FX-ENTRY OCCURS 50 TIMES.
               10  WS-FX-CURRENCY           PIC X(3).
               10  WS-FX-RATE               PIC 9(5)V9(6).
               10  WS-FX-RATE-DATE          PIC 9(8).
       01  WS-FX-IDX                   PIC 9(3) VALUE 0.
       01  WS-FX-FOUND-FLAG            PIC X VALUE 'N'.
           88  WS-FX-FOUND                  VALUE 'Y'.
       01  WS-FX-FOUND-IDX             PIC 9(3) VALUE 0.
       01  WS-FX-LOOKUP-CCY            PIC X(3) VALUE SPACES.

      *    THE ACCOUNT POSITION PER CURRENCY, IN THE CURRENCY, WITH
      *    THE RATE USED FOR ITS HOME EQUIVALENT.  THE HOME CURRENCY
      *    IS THE BLANK CODE, RATE 1.
       01  WS-CURRENCY-TABLE.
           05  WS-CURRENCY-COUNT        PIC 9(2) VALUE 0.
           05  WS-CURRENCY-ENTRY OCCURS 20 TIMES.
               10  WS-CY-CODE               PIC X(3).
               10  WS-CY-RATE               PIC 9(5)V9(6).
               10  WS-CY-ACCOUNT-COUNT      PIC 9(7).
               10  WS-CY-TOTAL-OPENING      PIC S9(11)V99.
               10  WS-CY-TOTAL-DEBITS       PIC S9(11)V99.
               10  WS-CY-TOTAL-CREDITS      PIC S9(11)V99.
               10  WS-CY-TOTAL-CLOSING      PIC S9(11)V99.
               10  WS-CY-HOME-CLOSING       PIC S9(11)V99.
       01  WS-CURRENCY-IDX              PIC 9(2) VALUE 0.
       01  WS-CURRENCY-FOUND-FLAG       PIC X VALUE 'N'.
           88  WS-CURRENCY-FOUND            VALUE 'Y'.
       01  WS-CURRENCY-FOUND-IDX        PIC 9(2) VALUE 0.
       01  WS-LOOKUP-CURRENCY           PIC X(3) VALUE SPACES.
       01  WS-HOME-RATE                 PIC 9(5)V9(6) VALUE 0.

      *    SET WHEN A CURRENCY HELD TODAY HAS NO RATE DATED THE RUN
      *    DATE, SO ITS HOME EQUIVALENTS ARE STALE OR MISSING.
       01  WS-RATE-WARNING-FLAG         PIC X VALUE 'N'.
           88  WS-RATE-WARNING              VALUE 'Y'.

      *    THE ACCOUNT IN HAND'S FIGURES AT THEIR HOME EQUIVALENT.
       01  WS-HOME-DELTA                PIC S9(9)V99 VALUE 0.
       01  WS-HOME-OPENING              PIC S9(11)V99 VALUE 0.
       01  WS-HOME-DEBITS               PIC S9(11)V99 VALUE 0.
       01  WS-HOME-CREDITS              PIC S9(11)V99 VALUE 0.
       01  WS-HOME-CLOSING              PIC S9(11)V99 VALUE 0.
       01  WS-ACCT-DEBITS               PIC S9(9)V99 VALUE 0.
       01  WS-ACCT-CREDITS              PIC S9(9)V99 VALUE 0.

      *    ONE CURRENCY SUBTOTAL PRINT LINE.
       01  WS-CURRENCY-LINE.
           05  FILLER                   PIC X VALUE SPACE.
           05  WS-CL-CURRENCY           PIC X(4).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-CL-ACCOUNTS           PIC ZZZZZZ9.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-CL-OPENING            PIC -(9)9.99.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-CL-DEBITS             PIC -(9)9.99.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-CL-CREDITS            PIC -(9)9.99.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-CL-CLOSING            PIC -(9)9.99.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-CL-HOME-CLOSING       PIC -(9)9.99.
           05  FILLER                   PIC X(32) VALUE SPACES.


      *    PER-ACCOUNT ACTIVITY ACCUMULATED FROM THE AUDIT TRAIL.  THE
      *    OPENING BALANCE FOR AN ACCOUNT IS THE BEFORE-BALANCE OF THE
           05  WS-BL-EXCPS              PIC ZZZZZZ9.
           05  FILLER                   PIC X(84) VALUE SPACES.

      *    PER-PRODUCT SUBTOTALS OF THE ACCOUNT POSITION, FROM THE
      *    PRODUCT CODE ON THE MASTER.  ACCOUNTS WITH NO PRODUCT
      *    (OPENED BEFORE PRODUCT CODES) SUBTOTAL AS THEIR OWN LINE.
       01  WS-PRODUCT-TABLE.
           05  WS-PRODUCT-COUNT         PIC 9(2) VALUE 0.
           05  WS-PRODUCT-ENTRY OCCURS 50 TIMES.
               10  WS-PR-PRODUCT-CODE       PIC X(4).
               10  WS-PR-ACCOUNT-COUNT      PIC 9(7).
               10  WS-PR-TOTAL-OPENING      PIC S9(11)V99.
               10  WS-PR-TOTAL-DEBITS       PIC S9(11)V99.
               10  WS-PR-TOTAL-CREDITS      PIC S9(11)V99.
               10  WS-PR-TOTAL-CLOSING      PIC S9(11)V99.
       01  WS-PRODUCT-IDX               PIC 9(2) VALUE 0.
       01  WS-PRODUCT-FOUND-FLAG        PIC X VALUE 'N'.
           88  WS-PRODUCT-FOUND             VALUE 'Y'.
       01  WS-PRODUCT-FOUND-IDX         PIC 9(2) VALUE 0.

      *    ONE PRODUCT SUBTOTAL PRINT LINE.
       01  WS-PRODUCT-LINE.
           05  FILLER                   PIC X VALUE SPACE.
           05  WS-PL-PRODUCT-CODE       PIC X(4).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-PL-ACCOUNTS           PIC ZZZZZZ9.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-PL-OPENING            PIC -(9)9.99.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-PL-DEBITS             PIC -(9)9.99.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-PL-CREDITS            PIC -(9)9.99.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-PL-CLOSING            PIC -(9)9.99.
           05  FILLER                   PIC X(47) VALUE SPACES.

      *    OPENING POSITION AS THIS RUN DERIVED IT, AND THE COUNT OF
      *    ACCOUNTS WHOSE BALANCE MOVED WITH NO AUDIT RECORD TO
      *    EXPLAIN IT.
           05  WS-P-FOUND               PIC -(9)9.99.
           05  FILLER                   PIC X(49) VALUE SPACES.

      *    REPORT GRAND TOTALS, AT HOME-CURRENCY EQUIVALENT.
       01  WS-REPORT-TOTALS.
           05  WS-TOTAL-OPENING         PIC S9(11)V99 VALUE 0.
           05  WS-TOTAL-DEBITS          PIC S9(11)V99 VALUE 0.
           05  WS-D-CREDITS             PIC -(9)9.99.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-D-CLOSING             PIC -(9)9.99.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-D-CCY                 PIC X(3).
           05  FILLER                   PIC X(41) VALUE SPACES.

       LINKAGE SECTION.
       01  LS-PARM-AREA.

           OPEN OUTPUT JOBSTAT

           OPEN INPUT FXRATES
           IF WS-FXRATES-OK
               PERFORM LOAD-EXCHANGE-RATES
                   UNTIL WS-FXRATES-EOF-FLAG = 'Y'
               CLOSE FXRATES
           ELSE
               DISPLAY "DAILY-RECON: *** FXRATES OPEN FAILED, STATUS "
                   WS-FXRATES-STATUS " - NO EXCHANGE RATES ***"
           END-IF
           MOVE SPACES TO WS-LOOKUP-CURRENCY
           PERFORM FIND-CURRENCY-ENTRY

      *    THE MASTER IS OPENED FOR THE AUDIT PASS TOO, SO EACH
      *    MOVEMENT'S BRANCH SUBTOTAL CAN BE TAKEN AT ITS ACCOUNT'S
      *    RATE.
           OPEN INPUT ACCOUNTS
           IF NOT WS-ACCOUNTS-OK
               PERFORM END-ON-ACCOUNTS-OPEN-FAILURE
               GOBACK
           END-IF
           OPEN INPUT AUDITLOG
           PERFORM BUILD-ACTIVITY-TABLE UNTIL WS-EOF-FLAG = 'Y'
           CLOSE AUDITLOG
           CLOSE ACCOUNTS

           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT TRANREJ
           CLOSE BALHIST

           OPEN INPUT ACCOUNTS
           IF NOT WS-ACCOUNTS-OK
               PERFORM END-ON-ACCOUNTS-OPEN-FAILURE
               GOBACK
           END-IF
           OPEN OUTPUT RPTOUT

           PERFORM WRITE-REPORT-HEADING
               PERFORM RECORD-STEP-COMPLETE
               IF WS-ACTIVITY-TABLE-OVERFLOWED
                   OR WS-SNAPSHOT-TABLE-OVERFLOWED
                   OR WS-RATE-WARNING
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

      *----------------------------------------------------------------
      *    THE ACCOUNTS MASTER WOULD NOT OPEN: THERE IS NOTHING TO
      *    RECONCILE.  THE STEP IS NOT RECORDED COMPLETE, SO A RESTART
      *    RUNS IT AGAIN.
      *----------------------------------------------------------------
       END-ON-ACCOUNTS-OPEN-FAILURE.
           DISPLAY "DAILY-RECON: SEVERE - ACCOUNTS OPEN FAILED, "
               "STATUS " WS-ACCOUNTS-STATUS
           SET WS-SEVERE-ERROR-OCCURRED TO TRUE
           PERFORM WRITE-JOBSTAT-RECORD
           CLOSE JOBSTAT
           MOVE 16 TO RETURN-CODE.

       ESTABLISH-RUN-DATE.
           IF LS-PARM-LENGTH > 0
               MOVE LS-PARM-RUN-DATE TO WS-RUN-DATE
                       WS-ACT-TOTAL-DEBITS (WS-SEARCH-IDX)
                           - WS-ACTIVITY-DELTA
               END-IF
               PERFORM GET-AUDIT-ACCOUNT-RATE
               COMPUTE WS-HOME-DELTA ROUNDED =
                   WS-ACTIVITY-DELTA * WS-HOME-RATE
               MOVE AUDIT-BRANCH-ID TO WS-LOOKUP-BRANCH-ID
               PERFORM FIND-BRANCH-ENTRY
               IF WS-BRANCH-FOUND
                   IF WS-HOME-DELTA >= 0
                       ADD WS-HOME-DELTA
                           TO WS-BR-TOTAL-CREDITS
                               (WS-BRANCH-FOUND-IDX)
                   ELSE
                       COMPUTE WS-BR-TOTAL-DEBITS
                               (WS-BRANCH-FOUND-IDX) =
                           WS-BR-TOTAL-DEBITS (WS-BRANCH-FOUND-IDX)
                               - WS-HOME-DELTA
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *    THE HOME RATE OF THE CURRENCY OF THE ACCOUNT THE AUDIT
      *    RECORD POSTED TO.  AN ACCOUNT NO LONGER ON THE MASTER IS
      *    TAKEN AS HOME CURRENCY.
      *----------------------------------------------------------------
       GET-AUDIT-ACCOUNT-RATE.
           MOVE SPACES TO WS-LOOKUP-CURRENCY
           MOVE AUDIT-ACCOUNT-NUM TO ACCT-NUMBER
           READ ACCOUNTS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ACCT-CURRENCY-CODE TO WS-LOOKUP-CURRENCY
           END-READ
           PERFORM FIND-CURRENCY-ENTRY
           IF WS-CURRENCY-FOUND
               MOVE WS-CY-RATE (WS-CURRENCY-FOUND-IDX) TO WS-HOME-RATE
           ELSE
               MOVE 0 TO WS-HOME-RATE
           END-IF.

      *----------------------------------------------------------------
      *    LOAD THE LATEST EXCHANGE RATE ON OR BEFORE THE RUN DATE FOR
      *    EACH CURRENCY.
      *----------------------------------------------------------------
       LOAD-EXCHANGE-RATES.
           READ FXRATES
               AT END MOVE 'Y' TO WS-FXRATES-EOF-FLAG
               NOT AT END
                   IF FXRT-RATE-DATE IS NUMERIC
                       AND FXRT-RATE-DATE <= WS-RUN-DATE
                       AND FXRT-RATE IS NUMERIC
                       AND FXRT-RATE-NUM > 0
                       PERFORM KEEP-EXCHANGE-RATE
                   END-IF
           END-READ.

       KEEP-EXCHANGE-RATE.
           MOVE FXRT-CURRENCY-CODE TO WS-FX-LOOKUP-CCY
           PERFORM FIND-EXCHANGE-RATE
           IF NOT WS-FX-FOUND
               IF WS-FX-COUNT < 50
                   ADD 1 TO WS-FX-COUNT
                   MOVE WS-FX-COUNT TO WS-FX-FOUND-IDX
                   MOVE FXRT-CURRENCY-CODE
                       TO WS-FX-CURRENCY (WS-FX-FOUND-IDX)
                   MOVE 0 TO WS-FX-RATE-DATE (WS-FX-FOUND-IDX)
               ELSE
                   DISPLAY "DAILY-RECON: *** EXCHANGE RATE TABLE "
                       "FULL - " FXRT-CURRENCY-CODE " IGNORED ***"
               END-IF
           END-IF
           IF WS-FX-FOUND-IDX > 0
               IF FXRT-RATE-DATE >= WS-FX-RATE-DATE (WS-FX-FOUND-IDX)
                   MOVE FXRT-RATE-DATE
                       TO WS-FX-RATE-DATE (WS-FX-FOUND-IDX)
                   MOVE FXRT-RATE-NUM TO WS-FX-RATE (WS-FX-FOUND-IDX)
               END-IF
           END-IF.

       FIND-EXCHANGE-RATE.
           MOVE 'N' TO WS-FX-FOUND-FLAG
           MOVE 0 TO WS-FX-FOUND-IDX
           PERFORM SEARCH-EXCHANGE-RATES
               VARYING WS-FX-IDX FROM 1 BY 1
               UNTIL WS-FX-IDX > WS-FX-COUNT
                  OR WS-FX-FOUND.

       SEARCH-EXCHANGE-RATES.
           IF WS-FX-CURRENCY (WS-FX-IDX) = WS-FX-LOOKUP-CCY
               SET WS-FX-FOUND TO TRUE
               MOVE WS-FX-IDX TO WS-FX-FOUND-IDX
           END-IF.

      *----------------------------------------------------------------
      *    FIND (OR OPEN) THE SUBTOTAL ENTRY FOR THE CURRENCY IN
      *    WS-LOOKUP-CURRENCY, SETTING ITS RATE THE FIRST TIME IT IS
      *    SEEN.  A FOREIGN CURRENCY WITHOUT A RATE DATED THE RUN DATE
      *    IS VALUED AT ITS LATEST EARLIER RATE, OR AT NOTHING, AND
      *    WARNED ABOUT.
      *----------------------------------------------------------------
       FIND-CURRENCY-ENTRY.
           MOVE 'N' TO WS-CURRENCY-FOUND-FLAG
           MOVE 0 TO WS-CURRENCY-FOUND-IDX
           PERFORM SEARCH-CURRENCY-TABLE
               VARYING WS-CURRENCY-IDX FROM 1 BY 1
               UNTIL WS-CURRENCY-IDX > WS-CURRENCY-COUNT
                  OR WS-CURRENCY-FOUND
           IF NOT WS-CURRENCY-FOUND
               IF WS-CURRENCY-COUNT < 20
                   ADD 1 TO WS-CURRENCY-COUNT
                   MOVE WS-CURRENCY-COUNT TO WS-CURRENCY-FOUND-IDX
                   INITIALIZE WS-CURRENCY-ENTRY (WS-CURRENCY-FOUND-IDX)
                   MOVE WS-LOOKUP-CURRENCY
                       TO WS-CY-CODE (WS-CURRENCY-FOUND-IDX)
                   PERFORM SET-CURRENCY-RATE
                   SET WS-CURRENCY-FOUND TO TRUE
               ELSE
                   DISPLAY "DAILY-RECON: Currency table full - "
                       WS-LOOKUP-CURRENCY " dropped from subtotals"
               END-IF
           END-IF.

       SEARCH-CURRENCY-TABLE.
           IF WS-CY-CODE (WS-CURRENCY-IDX) = WS-LOOKUP-CURRENCY
               SET WS-CURRENCY-FOUND TO TRUE
               MOVE WS-CURRENCY-IDX TO WS-CURRENCY-FOUND-IDX
           END-IF.

       SET-CURRENCY-RATE.
           IF WS-LOOKUP-CURRENCY = SPACES
               MOVE 1 TO WS-CY-RATE (WS-CURRENCY-FOUND-IDX)
           ELSE
               MOVE WS-LOOKUP-CURRENCY TO WS-FX-LOOKUP-CCY
               PERFORM FIND-EXCHANGE-RATE
               IF WS-FX-FOUND
                   MOVE WS-FX-RATE (WS-FX-FOUND-IDX)
                       TO WS-CY-RATE (WS-CURRENCY-FOUND-IDX)
                   IF WS-FX-RATE-DATE (WS-FX-FOUND-IDX)
                       NOT = WS-RUN-DATE
                       SET WS-RATE-WARNING TO TRUE
                       DISPLAY "DAILY-RECON: *** NO EXCHANGE RATE FOR "
                           WS-LOOKUP-CURRENCY " DATED " WS-RUN-DATE
                           " - VALUED AT RATE OF "
                           WS-FX-RATE-DATE (WS-FX-FOUND-IDX) " ***"
                   END-IF
               ELSE
                   MOVE 0 TO WS-CY-RATE (WS-CURRENCY-FOUND-IDX)
                   SET WS-RATE-WARNING TO TRUE
                   DISPLAY "DAILY-RECON: *** NO EXCHANGE RATE FOR "
                       WS-LOOKUP-CURRENCY " - NO HOME EQUIVALENT ***"
               END-IF
           END-IF.

           MOVE SPACES TO RPT-LINE
           STRING "ACCOUNT  HOLDER NAME             "
               "OPENING BAL       DEBITS      CREDITS     "
               "CLOSING BAL   CCY" DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
      *    ONE DETAIL LINE PER ACCOUNT ON THE MASTER.  ACCOUNTS WITH
      *    NO ACTIVITY THIS RUN SHOW ZERO DEBITS/CREDITS AND AN
      *    OPENING BALANCE EQUAL TO THE CURRENT (CLOSING) BALANCE.
      *    THE LINE IS IN THE ACCOUNT'S OWN CURRENCY; EVERYTHING IT
      *    FEEDS BUT THE CURRENCY SUBTOTAL IS AT HOME EQUIVALENT.
      *----------------------------------------------------------------
       WRITE-ACCOUNT-DETAIL-LINES.
           READ ACCOUNTS NEXT RECORD
           MOVE ACCT-NUMBER TO WS-D-ACCT
           MOVE ACCT-HOLDER-NAME TO WS-D-NAME
           MOVE ACCT-BALANCE TO WS-D-CLOSING
           MOVE ACCT-CURRENCY-CODE TO WS-D-CCY

           IF WS-ACCOUNT-FOUND
               MOVE WS-ACT-OPENING-BAL (WS-SEARCH-IDX)
                   TO WS-DERIVED-OPENING-BAL
               MOVE WS-ACT-TOTAL-DEBITS (WS-SEARCH-IDX)
                   TO WS-ACCT-DEBITS
               MOVE WS-ACT-TOTAL-CREDITS (WS-SEARCH-IDX)
                   TO WS-ACCT-CREDITS
           ELSE
               MOVE ACCT-BALANCE TO WS-DERIVED-OPENING-BAL
               MOVE 0 TO WS-ACCT-DEBITS
               MOVE 0 TO WS-ACCT-CREDITS
           END-IF
           MOVE WS-DERIVED-OPENING-BAL TO WS-D-OPENING
           MOVE WS-ACCT-DEBITS TO WS-D-DEBITS
           MOVE WS-ACCT-CREDITS TO WS-D-CREDITS

           PERFORM ADD-ACCOUNT-TO-CURRENCY-SUBTOTAL

           ADD WS-HOME-OPENING TO WS-TOTAL-OPENING
           ADD WS-HOME-DEBITS TO WS-TOTAL-DEBITS
           ADD WS-HOME-CREDITS TO WS-TOTAL-CREDITS
           ADD WS-HOME-CLOSING TO WS-TOTAL-CLOSING
           PERFORM ADD-ACCOUNT-TO-PRODUCT-SUBTOTAL

           MOVE SPACES TO RPT-LINE
           MOVE WS-DETAIL-LINE TO RPT-LINE

           PERFORM PROVE-OPENING-BALANCE.

      *----------------------------------------------------------------
      *    ADD THE ACCOUNT IN HAND TO ITS CURRENCY'S SUBTOTAL, AND
      *    LEAVE ITS FIGURES AT HOME EQUIVALENT IN WS-HOME-*.
      *----------------------------------------------------------------
       ADD-ACCOUNT-TO-CURRENCY-SUBTOTAL.
           MOVE ACCT-CURRENCY-CODE TO WS-LOOKUP-CURRENCY
           PERFORM FIND-CURRENCY-ENTRY
           IF WS-CURRENCY-FOUND
               MOVE WS-CY-RATE (WS-CURRENCY-FOUND-IDX) TO WS-HOME-RATE
               ADD 1 TO WS-CY-ACCOUNT-COUNT (WS-CURRENCY-FOUND-IDX)
               ADD WS-DERIVED-OPENING-BAL
                   TO WS-CY-TOTAL-OPENING (WS-CURRENCY-FOUND-IDX)
               ADD WS-ACCT-DEBITS
                   TO WS-CY-TOTAL-DEBITS (WS-CURRENCY-FOUND-IDX)
               ADD WS-ACCT-CREDITS
                   TO WS-CY-TOTAL-CREDITS (WS-CURRENCY-FOUND-IDX)
               ADD ACCT-BALANCE
                   TO WS-CY-TOTAL-CLOSING (WS-CURRENCY-FOUND-IDX)
           ELSE
               MOVE 0 TO WS-HOME-RATE
           END-IF
           COMPUTE WS-HOME-OPENING ROUNDED =
               WS-DERIVED-OPENING-BAL * WS-HOME-RATE
           COMPUTE WS-HOME-DEBITS ROUNDED =
               WS-ACCT-DEBITS * WS-HOME-RATE
           COMPUTE WS-HOME-CREDITS ROUNDED =
               WS-ACCT-CREDITS * WS-HOME-RATE
           COMPUTE WS-HOME-CLOSING ROUNDED =
               ACCT-BALANCE * WS-HOME-RATE
           IF WS-CURRENCY-FOUND
               ADD WS-HOME-CLOSING
                   TO WS-CY-HOME-CLOSING (WS-CURRENCY-FOUND-IDX)
           END-IF.

      *----------------------------------------------------------------
      *    ADD THE ACCOUNT IN HAND TO ITS PRODUCT'S SUBTOTAL, OPENING
      *    A NEW ENTRY THE FIRST TIME A PRODUCT CODE IS SEEN.
      *----------------------------------------------------------------
       ADD-ACCOUNT-TO-PRODUCT-SUBTOTAL.
           MOVE 'N' TO WS-PRODUCT-FOUND-FLAG
           MOVE 0 TO WS-PRODUCT-FOUND-IDX
           PERFORM SEARCH-PRODUCT-TABLE
               VARYING WS-PRODUCT-IDX FROM 1 BY 1
               UNTIL WS-PRODUCT-IDX > WS-PRODUCT-COUNT
                  OR WS-PRODUCT-FOUND
           IF NOT WS-PRODUCT-FOUND
               IF WS-PRODUCT-COUNT < 50
                   ADD 1 TO WS-PRODUCT-COUNT
                   MOVE WS-PRODUCT-COUNT TO WS-PRODUCT-FOUND-IDX
                   MOVE ACCT-PRODUCT-CODE
                       TO WS-PR-PRODUCT-CODE (WS-PRODUCT-FOUND-IDX)
                   MOVE 0 TO WS-PR-ACCOUNT-COUNT (WS-PRODUCT-FOUND-IDX)
                   MOVE 0 TO WS-PR-TOTAL-OPENING (WS-PRODUCT-FOUND-IDX)
                   MOVE 0 TO WS-PR-TOTAL-DEBITS (WS-PRODUCT-FOUND-IDX)
                   MOVE 0 TO WS-PR-TOTAL-CREDITS (WS-PRODUCT-FOUND-IDX)
                   MOVE 0 TO WS-PR-TOTAL-CLOSING (WS-PRODUCT-FOUND-IDX)
                   SET WS-PRODUCT-FOUND TO TRUE
               ELSE
                   DISPLAY "DAILY-RECON: Product table full - product "
                       ACCT-PRODUCT-CODE " dropped from subtotals"
               END-IF
           END-IF
           IF WS-PRODUCT-FOUND
               ADD 1 TO WS-PR-ACCOUNT-COUNT (WS-PRODUCT-FOUND-IDX)
               ADD WS-HOME-OPENING
                   TO WS-PR-TOTAL-OPENING (WS-PRODUCT-FOUND-IDX)
               ADD WS-HOME-CLOSING
                   TO WS-PR-TOTAL-CLOSING (WS-PRODUCT-FOUND-IDX)
               ADD WS-HOME-DEBITS
                   TO WS-PR-TOTAL-DEBITS (WS-PRODUCT-FOUND-IDX)
               ADD WS-HOME-CREDITS
                   TO WS-PR-TOTAL-CREDITS (WS-PRODUCT-FOUND-IDX)
           END-IF.

       SEARCH-PRODUCT-TABLE.
           IF WS-PR-PRODUCT-CODE (WS-PRODUCT-IDX) = ACCT-PRODUCT-CODE
               SET WS-PRODUCT-FOUND TO TRUE
               MOVE WS-PRODUCT-IDX TO WS-PRODUCT-FOUND-IDX
           END-IF.

      *----------------------------------------------------------------
      *    PROVE THE ACCOUNT'S OPENING POSITION AGAINST THE PRIOR
      *    RUN'S SNAPSHOT.  AN ACCOUNT WITH NO SNAPSHOT (OPENED SINCE
           END-IF.

      *----------------------------------------------------------------
      *    GRAND TOTALS (AT HOME EQUIVALENT) AND REJECT/EXCEPTION
      *    COUNTS.
      *----------------------------------------------------------------
       WRITE-REPORT-TRAILER.
           MOVE SPACES TO RPT-LINE
           MOVE WS-TOTAL-DEBITS TO WS-D-DEBITS
           MOVE WS-TOTAL-CREDITS TO WS-D-CREDITS
           MOVE WS-TOTAL-CLOSING TO WS-D-CLOSING
           MOVE "HME" TO WS-D-CCY
           MOVE SPACES TO RPT-LINE
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE
               WS-UNEXPLAINED-COUNT DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           PERFORM WRITE-CURRENCY-SUBTOTALS
           PERFORM WRITE-BRANCH-SUBTOTALS
           PERFORM WRITE-PRODUCT-SUBTOTALS.

      *----------------------------------------------------------------
      *    ACCOUNT POSITION BY CURRENCY, IN THE CURRENCY, WITH THE
      *    CLOSING POSITION'S HOME EQUIVALENT.
      *----------------------------------------------------------------
       WRITE-CURRENCY-SUBTOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "CCY   ACCOUNTS       OPENING        DEBITS  "
               "     CREDITS       CLOSING     HOME EQUIV"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           PERFORM WRITE-ONE-CURRENCY-SUBTOTAL
               VARYING WS-CURRENCY-IDX FROM 1 BY 1
               UNTIL WS-CURRENCY-IDX > WS-CURRENCY-COUNT.

       WRITE-ONE-CURRENCY-SUBTOTAL.
           MOVE SPACES TO WS-CURRENCY-LINE
           IF WS-CY-CODE (WS-CURRENCY-IDX) = SPACES
               MOVE "HOME" TO WS-CL-CURRENCY
           ELSE
               MOVE WS-CY-CODE (WS-CURRENCY-IDX) TO WS-CL-CURRENCY
           END-IF
           MOVE WS-CY-ACCOUNT-COUNT (WS-CURRENCY-IDX)
               TO WS-CL-ACCOUNTS
           MOVE WS-CY-TOTAL-OPENING (WS-CURRENCY-IDX)
               TO WS-CL-OPENING
           MOVE WS-CY-TOTAL-DEBITS (WS-CURRENCY-IDX) TO WS-CL-DEBITS
           MOVE WS-CY-TOTAL-CREDITS (WS-CURRENCY-IDX)
               TO WS-CL-CREDITS
           MOVE WS-CY-TOTAL-CLOSING (WS-CURRENCY-IDX)
               TO WS-CL-CLOSING
           MOVE WS-CY-HOME-CLOSING (WS-CURRENCY-IDX)
               TO WS-CL-HOME-CLOSING
           MOVE SPACES TO RPT-LINE
           MOVE WS-CURRENCY-LINE TO RPT-LINE
           WRITE RPT-LINE.

      *----------------------------------------------------------------
      *    ACTIVITY (AT HOME EQUIVALENT), REJECTS AND EXCEPTIONS BY
      *    BRANCH FEED.
      *----------------------------------------------------------------
       WRITE-BRANCH-SUBTOTALS.
           IF WS-BRANCH-COUNT > 0
           MOVE WS-BRANCH-LINE TO RPT-LINE
           WRITE RPT-LINE.

      *----------------------------------------------------------------
      *    ACCOUNT POSITION BY PRODUCT, AT HOME EQUIVALENT.
      *----------------------------------------------------------------
       WRITE-PRODUCT-SUBTOTALS.
           IF WS-PRODUCT-COUNT > 0
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               STRING "PROD  ACCOUNTS       OPENING        DEBITS  "
                   "     CREDITS       CLOSING"
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               PERFORM WRITE-ONE-PRODUCT-SUBTOTAL
                   VARYING WS-PRODUCT-IDX FROM 1 BY 1
                   UNTIL WS-PRODUCT-IDX > WS-PRODUCT-COUNT
           END-IF.

       WRITE-ONE-PRODUCT-SUBTOTAL.
           MOVE SPACES TO WS-PRODUCT-LINE
           MOVE WS-PR-PRODUCT-CODE (WS-PRODUCT-IDX)
               TO WS-PL-PRODUCT-CODE
           MOVE WS-PR-ACCOUNT-COUNT (WS-PRODUCT-IDX) TO WS-PL-ACCOUNTS
           MOVE WS-PR-TOTAL-OPENING (WS-PRODUCT-IDX) TO WS-PL-OPENING
           MOVE WS-PR-TOTAL-DEBITS (WS-PRODUCT-IDX) TO WS-PL-DEBITS
           MOVE WS-PR-TOTAL-CREDITS (WS-PRODUCT-IDX) TO WS-PL-CREDITS
           MOVE WS-PR-TOTAL-CLOSING (WS-PRODUCT-IDX) TO WS-PL-CLOSING
           MOVE SPACES TO RPT-LINE
           MOVE WS-PRODUCT-LINE TO RPT-LINE
           WRITE RPT-LINE.


      *----------------------------------------------------------------
      *    SEE WHETHER THIS STEP ALREADY COMPLETED FOR THE RUN DATE.
           MOVE WS-ACCOUNT-COUNT TO JOBSTAT-VALID-COUNT
           COMPUTE JOBSTAT-INVALID-COUNT =
               WS-REJECT-COUNT + WS-EXCEPTION-COUNT
           EVALUATE TRUE
               WHEN WS-SEVERE-ERROR-OCCURRED
                   MOVE 16 TO JOBSTAT-RETURN-CODE
               WHEN WS-UNEXPLAINED-COUNT > 0
                   MOVE 8 TO JOBSTAT-RETURN-CODE
               WHEN WS-ACTIVITY-TABLE-OVERFLOWED
                   OR WS-SNAPSHOT-TABLE-OVERFLOWED
                   OR WS-RATE-WARNING
                   MOVE 4 TO JOBSTAT-RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO JOBSTAT-RETURN-CODE
           END-EVALUATE
           WRITE JOBSTAT-RECORD.
