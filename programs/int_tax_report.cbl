       IDENTIFICATION DIVISION.
       PROGRAM-ID. INT-TAX-REPORT.
       AUTHOR. STUDENT.

      ******************************************************************
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    - NEW PROGRAM: YEAR-END INTEREST TAX REPORTING.  TOTALS
      *      THE INTEREST CREDITED TO EACH ACCOUNT IN THE TAX YEAR
      *      FROM THE TRANSACTION HISTORY MASTER, NET OF INTEREST
      *      REVERSED IN THE SAME YEAR, ROLLS THE ACCOUNTS UP TO
      *      THEIR OWNING CUSTOMER THROUGH THE CROSS-REFERENCE, AND
      *      WRITES ONE TAX FORM PER CUSTOMER TO A PRINT FILE
      *      ADDRESSED FROM THE CUSTOMER MASTER PLUS THE TAX
      *      AUTHORITY'S FIXED-FORMAT ELECTRONIC FILING FILE.
      *      CUSTOMERS WITH NO USABLE ADDRESS, AMOUNTS UNDER THE
      *      REPORTING FLOOR (TAXFLOOR ON THE RUN PARAMETERS FILE),
      *      ACCOUNTS WITH NO CUSTOMER LINK AND PRIOR-YEAR INTEREST
      *      REVERSED THIS YEAR ALL GO ON THE CONTROL REPORT INSTEAD
      *      OF BEING DROPPED, AND THE CUSTOMER ROLL-UP MUST PROVE TO
      *      THE YEAR'S NET INTEREST POSTED OR NOTHING IS FILED
      *    - INTEREST ON A FOREIGN-CURRENCY ACCOUNT IS TAKEN AT ITS
      *      HOME-CURRENCY EQUIVALENT, EACH LEG AT THE LATEST RATE ON
      *      OR BEFORE THE DATE IT WAS CREDITED (A REVERSAL AT THE
      *      RATE OF THE CREDIT IT BACKS OUT), SO THE FORMS, THE
      *      E-FILE AND THE FLOOR TEST ARE ALL IN HOME CURRENCY.  A
      *      LEG WITH NO RATE IS SEVERE - NOTHING IS FILED
      *    - A FAILED OPEN OF THE CUSTOMER MASTER OR ITS CROSS-
      *      REFERENCE ENDS THE RUN RC 16 INSTEAD OF ROLLING UP BLIND
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARMFILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCOUNTS ASSIGN TO "ACCOUNTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCOUNTS-STATUS.
           SELECT FXRATES ASSIGN TO "FXRATES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FXRATES-STATUS.
           SELECT TRANHIST ASSIGN TO "TRANHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS THIS-KEY
               ALTERNATE RECORD KEY IS THIS-ACCOUNT-NUM
                   WITH DUPLICATES
               FILE STATUS IS WS-TRANHIST-STATUS.
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
           SELECT TAXFORM ASSIGN TO "TAXFORM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TAXEFILE ASSIGN TO "TAXEFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TAXCTL ASSIGN TO "TAXCTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOBSTAT ASSIGN TO "JOBSTAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARMFILE.
           COPY PRMSREC.

       FD  ACCOUNTS.
           COPY ACCTREC.

       FD  FXRATES.
           COPY FXRTREC.

       FD  TRANHIST.
           COPY THISTREC.

       FD  CUSTMST.
           COPY CUSTREC.

       FD  CUSTXREF.
           COPY CXRFREC.

       FD  TAXFORM.
           COPY RPTLREC.

       FD  TAXEFILE.
           COPY TAXEREC.

       FD  TAXCTL.
           COPY RPTLREC REPLACING RPT-LINE BY CTL-LINE.

       FD  JOBSTAT.
           COPY JSTAREC.

       WORKING-STORAGE SECTION.
       01  WS-HIST-READ-COUNT          PIC 9(9) VALUE 0.
       01  WS-EOF-FLAG                 PIC X VALUE 'N'.
       01  WS-PARMS-EOF-FLAG           PIC X VALUE 'N'.
       01  WS-FXRATES-EOF-FLAG         PIC X VALUE 'N'.
       01  WS-RUN-DATE                 PIC 9(8) VALUE ZEROS.
       01  WS-RUN-YEAR                 PIC 9(4) VALUE 0.
       01  WS-TAX-YEAR                 PIC 9(4) VALUE 0.
       01  WS-TAX-YEAR-DISPLAY         PIC X(4) VALUE SPACES.
       01  WS-TRANHIST-STATUS          PIC X(2) VALUE '00'.
           88  WS-TRANHIST-OK              VALUE '00'.
       01  WS-ACCOUNTS-STATUS          PIC X(2) VALUE '00'.
           88  WS-ACCOUNTS-OK              VALUE '00'.
       01  WS-FXRATES-STATUS           PIC X(2) VALUE '00'.
           88  WS-FXRATES-OK               VALUE '00'.
       01  WS-CUSTMST-STATUS           PIC X(2) VALUE '00'.
           88  WS-CUSTMST-OK               VALUE '00'.
       01  WS-CUSTXREF-STATUS          PIC X(2) VALUE '00'.
           88  WS-CUSTXREF-OK              VALUE '00'.

       01  WS-SEVERE-ERROR-FLAG        PIC X VALUE 'N'.
           88  WS-SEVERE-ERROR-OCCURRED    VALUE 'Y'.
       01  WS-BALANCE-FLAG             PIC X VALUE 'Y'.
           88  WS-ROLLUP-IN-BALANCE        VALUE 'Y'.
           88  WS-ROLLUP-OUT-OF-BALANCE    VALUE 'N'.

      *    INTEREST BELOW THIS AMOUNT FOR THE YEAR IS NOT REPORTABLE.
      *    COMPILED DEFAULT; OVERRIDDEN BY THE TAXFLOOR ENTRY ON THE
      *    RUN PARAMETERS FILE.  THE BANK'S PAYER NUMBER HAS NO
      *    DEFAULT - A FILING WITHOUT ONE IS REFUSED BY THE
      *    AUTHORITY, SO A MISSING TAXPAYERID IS SEVERE.
       01  WS-REPORTING-FLOOR          PIC 9(7)V99 VALUE 10.00.
       01  WS-FLOOR-PARM-EFF-DATE      PIC 9(8) VALUE 0.
       01  WS-PAYER-ID                 PIC 9(9) VALUE 0.
       01  WS-PAYER-PARM-EFF-DATE      PIC 9(8) VALUE 0.

      *    EVERY EXCHANGE RATE ON THE FILE DATED ON OR BEFORE THE
      *    RUN DATE, IN FILE ORDER.  A LEG TAKES THE LATEST ONE FOR
      *    ITS CURRENCY DATED ON OR BEFORE THE LEG; WHEN A DATE'S
      *    RATES WERE RELOADED THE LAST RECORD FOR THE DATE WINS.
       01  WS-FX-TABLE.
           05  WS-FX-COUNT              PIC 9(5) VALUE 0.
           05  WS-FX-ENTRY OCCURS 9000 TIMES.
               10  WS-FX-CURRENCY           PIC X(3).
               10  WS-FX-RATE-DATE          PIC 9(8).
               10  WS-FX-RATE               PIC 9(5)V9(6).
       01  WS-FX-IDX                   PIC 9(5) VALUE 0.
       01  WS-FX-LOOKUP-CCY            PIC X(3) VALUE SPACES.
       01  WS-FX-LOOKUP-DATE           PIC 9(8) VALUE 0.
       01  WS-FX-BEST-DATE             PIC 9(8) VALUE 0.
       01  WS-FX-BEST-RATE             PIC 9(5)V9(6) VALUE 0.
       01  WS-NO-RATE-COUNT            PIC 9(7) VALUE 0.

      *    THE YEAR'S INTEREST PER ACCOUNT, IN HOME CURRENCY.
      *    WS-ACC-CURRENCY IS THE ACCOUNT'S CURRENCY FROM THE MASTER
      *    (BLANK FOR HOME, AND FOR AN ACCOUNT NO LONGER ON IT).
      *    WS-ACC-CUST-ID IS FILLED AT ROLL-UP; A BLANK ONE MEANS THE
      *    ACCOUNT HAS NO LINK.
       01  WS-ACCOUNT-TABLE.
           05  WS-ACC-COUNT             PIC 9(5) VALUE 0.
           05  WS-ACC-ENTRY OCCURS 5000 TIMES.
               10  WS-ACC-ACCT-NUM          PIC X(5).
               10  WS-ACC-CURRENCY          PIC X(3).
               10  WS-ACC-INTEREST          PIC S9(9)V99.
               10  WS-ACC-CUST-ID           PIC X(6).
       01  WS-ACC-IDX                  PIC 9(5) VALUE 0.
       01  WS-ACC-FOUND-FLAG           PIC X VALUE 'N'.
           88  WS-ACC-FOUND                 VALUE 'Y'.
       01  WS-ACC-FOUND-IDX            PIC 9(5) VALUE 0.
       01  WS-LOOKUP-ACCT-NUM          PIC X(5) VALUE SPACES.

      *    THE YEAR'S REVERSAL LEGS, HELD UNTIL THE HISTORY PASS IS
      *    DONE AND THEN CHECKED AGAINST THE LEG EACH ONE BACKED OUT
      *    - ONLY A REVERSED INTEREST CREDIT REDUCES THE INTEREST.
       01  WS-REVERSAL-TABLE.
           05  WS-REV-COUNT             PIC 9(4) VALUE 0.
           05  WS-REV-ENTRY OCCURS 2000 TIMES.
               10  WS-REV-TRAN-ID           PIC X(6).
               10  WS-REV-ORIG-TRAN-ID      PIC X(6).
               10  WS-REV-ACCT-NUM          PIC X(5).
               10  WS-REV-AMOUNT            PIC S9(9)V99.
       01  WS-REV-IDX                  PIC 9(4) VALUE 0.

      *    THE YEAR'S INTEREST ROLLED UP BY OWNING CUSTOMER.
       01  WS-CUSTOMER-TABLE.
           05  WS-CUS-COUNT             PIC 9(5) VALUE 0.
           05  WS-CUS-ENTRY OCCURS 5000 TIMES.
               10  WS-CUS-ID                PIC X(6).
               10  WS-CUS-INTEREST          PIC S9(9)V99.
               10  WS-CUS-ACCOUNT-COUNT     PIC 9(3).
       01  WS-CUS-IDX                  PIC 9(5) VALUE 0.
       01  WS-CUS-FOUND-FLAG           PIC X VALUE 'N'.
           88  WS-CUS-FOUND                 VALUE 'Y'.
       01  WS-CUS-FOUND-IDX            PIC 9(5) VALUE 0.

      *    THE YEAR'S INTEREST SUMMED STRAIGHT FROM THE HISTORY LEGS,
      *    BEFORE ANY ACCOUNT OR CUSTOMER BUCKETING, FOR THE PROOF.
       01  WS-GROSS-INTEREST           PIC S9(11)V99 VALUE 0.
       01  WS-REVERSED-INTEREST        PIC S9(11)V99 VALUE 0.
       01  WS-NET-INTEREST             PIC S9(11)V99 VALUE 0.
       01  WS-INTEREST-LEG-COUNT       PIC 9(7) VALUE 0.
       01  WS-LEG-AMOUNT               PIC S9(9)V99 VALUE 0.
       01  WS-LEG-HOME-AMOUNT          PIC S9(9)V99 VALUE 0.

      *    WHERE THE NET INTEREST WENT.  THE FIVE BUCKETS MUST ADD
      *    BACK TO WS-NET-INTEREST.
       01  WS-REPORTED-COUNT           PIC 9(7) VALUE 0.
       01  WS-REPORTED-TOTAL           PIC S9(11)V99 VALUE 0.
       01  WS-BELOW-FLOOR-COUNT        PIC 9(7) VALUE 0.
       01  WS-BELOW-FLOOR-TOTAL        PIC S9(11)V99 VALUE 0.
       01  WS-NO-ADDRESS-COUNT         PIC 9(7) VALUE 0.
       01  WS-NO-ADDRESS-TOTAL         PIC S9(11)V99 VALUE 0.
       01  WS-NO-CUSTOMER-COUNT        PIC 9(7) VALUE 0.
       01  WS-NO-CUSTOMER-TOTAL        PIC S9(11)V99 VALUE 0.
       01  WS-NO-LINK-COUNT            PIC 9(7) VALUE 0.
       01  WS-NO-LINK-TOTAL            PIC S9(11)V99 VALUE 0.
       01  WS-ROLLED-UP-TOTAL          PIC S9(11)V99 VALUE 0.
       01  WS-ACCOUNTED-TOTAL          PIC S9(11)V99 VALUE 0.
       01  WS-PRIOR-YEAR-REV-COUNT     PIC 9(7) VALUE 0.
       01  WS-PRIOR-YEAR-REV-TOTAL     PIC S9(11)V99 VALUE 0.
       01  WS-EFILE-CENTS-TOTAL        PIC 9(15) VALUE 0.
       01  WS-AMOUNT-CENTS             PIC 9(12) VALUE 0.

      *    TAX FORM LINES.
       01  WS-FORM-AMOUNT-LINE.
           05  FILLER                   PIC X(4) VALUE SPACES.
           05  WS-F-CAPTION             PIC X(30).
           05  WS-F-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(85) VALUE SPACES.
       01  WS-FORM-ACCOUNT-LINE.
           05  FILLER                   PIC X(8) VALUE SPACES.
           05  FILLER                   PIC X(8) VALUE "ACCOUNT ".
           05  WS-FA-ACCT               PIC X(5).
           05  FILLER                   PIC X(13) VALUE SPACES.
           05  WS-FA-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(84) VALUE SPACES.

      *    CONTROL REPORT EXCEPTION LINE.
       01  WS-CTL-LINE.
           05  FILLER                   PIC X VALUE SPACE.
           05  WS-C-REASON              PIC X(24).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-C-CUST-ID             PIC X(6).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-C-ACCT                PIC X(5).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-C-NAME                PIC X(20).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-C-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(54) VALUE SPACES.
       01  WS-CTL-TOTAL-LINE.
           05  FILLER                   PIC X VALUE SPACE.
           05  WS-CT-CAPTION            PIC X(40).
           05  WS-CT-COUNT              PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-CT-AMOUNT             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(65) VALUE SPACES.

       LINKAGE SECTION.
       01  LS-PARM-AREA.
           05  LS-PARM-LENGTH           PIC S9(4) COMP.
           05  LS-PARM-RUN-DATE         PIC X(8).
           05  FILLER                   PIC X.
           05  LS-PARM-TAX-YEAR         PIC X(4).

       PROCEDURE DIVISION USING LS-PARM-AREA.
       MAIN-PROCEDURE.
           DISPLAY "INT-TAX-REPORT: Starting year-end interest tax "
               "reporting..."

           PERFORM ESTABLISH-RUN-PARAMETERS
           PERFORM LOAD-RUN-PARAMETERS
           PERFORM LOAD-EXCHANGE-RATE-FILE

           OPEN INPUT TRANHIST
           OPEN INPUT ACCOUNTS
           OPEN OUTPUT TAXCTL
           OPEN OUTPUT JOBSTAT
           PERFORM WRITE-CONTROL-HEADING
           IF NOT WS-TRANHIST-OK
               DISPLAY "INT-TAX-REPORT: SEVERE - TRANHIST OPEN "
                   "FAILED, STATUS " WS-TRANHIST-STATUS
               SET WS-SEVERE-ERROR-OCCURRED TO TRUE
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           IF NOT WS-ACCOUNTS-OK
               DISPLAY "INT-TAX-REPORT: SEVERE - ACCOUNTS OPEN "
                   "FAILED, STATUS " WS-ACCOUNTS-STATUS
               SET WS-SEVERE-ERROR-OCCURRED TO TRUE
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM ACCUMULATE-YEAR-INTEREST UNTIL WS-EOF-FLAG = 'Y'
           PERFORM NET-ONE-REVERSAL
               VARYING WS-REV-IDX FROM 1 BY 1
               UNTIL WS-REV-IDX > WS-REV-COUNT
           CLOSE TRANHIST
           CLOSE ACCOUNTS
           COMPUTE WS-NET-INTEREST =
               WS-GROSS-INTEREST - WS-REVERSED-INTEREST

           OPEN INPUT CUSTXREF
           OPEN INPUT CUSTMST
           IF NOT WS-CUSTMST-OK OR NOT WS-CUSTXREF-OK
               DISPLAY "INT-TAX-REPORT: SEVERE - CUSTOMER MASTER "
                   "OPEN FAILED, STATUS " WS-CUSTMST-STATUS "/"
                   WS-CUSTXREF-STATUS
               SET WS-SEVERE-ERROR-OCCURRED TO TRUE
           ELSE
               PERFORM ROLL-UP-ONE-ACCOUNT
                   VARYING WS-ACC-IDX FROM 1 BY 1
                   UNTIL WS-ACC-IDX > WS-ACC-COUNT
               PERFORM PROVE-ROLL-UP
           END-IF

           OPEN OUTPUT TAXFORM
           OPEN OUTPUT TAXEFILE
           IF WS-ROLLUP-IN-BALANCE
               AND NOT WS-SEVERE-ERROR-OCCURRED
               PERFORM WRITE-PAYER-RECORD
               PERFORM REPORT-ONE-CUSTOMER
                   VARYING WS-CUS-IDX FROM 1 BY 1
                   UNTIL WS-CUS-IDX > WS-CUS-COUNT
               PERFORM WRITE-END-OF-PAYER-RECORD
           ELSE
               DISPLAY "INT-TAX-REPORT: *** NOTHING FILED - SEE THE "
                   "CONTROL REPORT ***"
           END-IF
           CLOSE TAXFORM
           CLOSE TAXEFILE

           PERFORM WRITE-CONTROL-TOTALS
           CLOSE CUSTXREF
           CLOSE CUSTMST
           CLOSE TAXCTL

           DISPLAY "INT-TAX-REPORT: Reporting completed"
           DISPLAY "INT-TAX-REPORT: History legs read: "
               WS-HIST-READ-COUNT
           DISPLAY "INT-TAX-REPORT: Accounts earning interest: "
               WS-ACC-COUNT
           DISPLAY "INT-TAX-REPORT: Customers reported: "
               WS-REPORTED-COUNT
           DISPLAY "INT-TAX-REPORT: Legs with no exchange rate: "
               WS-NO-RATE-COUNT

           PERFORM WRITE-JOBSTAT-RECORD
           CLOSE JOBSTAT

           EVALUATE TRUE
               WHEN WS-SEVERE-ERROR-OCCURRED
                   MOVE 16 TO RETURN-CODE
               WHEN WS-ROLLUP-OUT-OF-BALANCE
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

      *----------------------------------------------------------------
      *    ESTABLISH THE BUSINESS DATE AND THE TAX YEAR FROM THE PARM
      *    (CCYYMMDD,CCYY).  WITH NO TAX YEAR THE RUN REPORTS THE
      *    YEAR BEFORE THE RUN DATE - THE JANUARY RUN FOR LAST YEAR.
      *----------------------------------------------------------------
       ESTABLISH-RUN-PARAMETERS.
           IF LS-PARM-LENGTH > 0
               MOVE LS-PARM-RUN-DATE TO WS-RUN-DATE
           ELSE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF
           DIVIDE WS-RUN-DATE BY 10000 GIVING WS-RUN-YEAR
           IF LS-PARM-LENGTH > 9
               AND LS-PARM-TAX-YEAR IS NUMERIC
               MOVE LS-PARM-TAX-YEAR TO WS-TAX-YEAR
           ELSE
               COMPUTE WS-TAX-YEAR = WS-RUN-YEAR - 1
           END-IF
           MOVE WS-TAX-YEAR TO WS-TAX-YEAR-DISPLAY
           DISPLAY "INT-TAX-REPORT: Run date is " WS-RUN-DATE
           DISPLAY "INT-TAX-REPORT: Tax year is " WS-TAX-YEAR.

      *----------------------------------------------------------------
      *    LOAD THE REPORTING FLOOR AND PAYER NUMBER FROM THE RUN
      *    PARAMETERS FILE: FOR EACH KEY, THE ENTRY WITH THE LATEST
      *    EFFECTIVE DATE AT OR BEFORE THE RUN DATE WINS.
      *----------------------------------------------------------------
       LOAD-RUN-PARAMETERS.
           OPEN INPUT PARMFILE
           PERFORM READ-ONE-RUN-PARAMETER
               UNTIL WS-PARMS-EOF-FLAG = 'Y'
           CLOSE PARMFILE
           DISPLAY "INT-TAX-REPORT: Reporting floor in effect: "
               WS-REPORTING-FLOOR
           IF WS-PAYER-ID = 0
               DISPLAY "INT-TAX-REPORT: SEVERE - no TAXPAYERID on "
                   "the run parameters file"
               SET WS-SEVERE-ERROR-OCCURRED TO TRUE
           END-IF.

       READ-ONE-RUN-PARAMETER.
           READ PARMFILE
               AT END MOVE 'Y' TO WS-PARMS-EOF-FLAG
               NOT AT END
                   IF PRM-VALUE IS NUMERIC
                       AND PRM-EFFECTIVE-DATE IS NUMERIC
                       AND PRM-EFFECTIVE-DATE-NUM <= WS-RUN-DATE
                       EVALUATE PRM-KEY
                           WHEN 'TAXFLOOR'
                               IF PRM-EFFECTIVE-DATE-NUM
                                      >= WS-FLOOR-PARM-EFF-DATE
                                   MOVE PRM-VALUE-NUM
                                       TO WS-REPORTING-FLOOR
                                   MOVE PRM-EFFECTIVE-DATE-NUM
                                       TO WS-FLOOR-PARM-EFF-DATE
                               END-IF
                           WHEN 'TAXPAYERID'
                               IF PRM-EFFECTIVE-DATE-NUM
                                      >= WS-PAYER-PARM-EFF-DATE
                                   MOVE PRM-VALUE-NUM
                                       TO WS-PAYER-ID
                                   MOVE PRM-EFFECTIVE-DATE-NUM
                                       TO WS-PAYER-PARM-EFF-DATE
                               END-IF
                       END-EVALUATE
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *    LOAD EVERY EXCHANGE RATE DATED ON OR BEFORE THE RUN DATE.
      *    WITHOUT THE FILE ONLY HOME-CURRENCY INTEREST CAN BE
      *    REPORTED; A FOREIGN LEG THEN FINDS NO RATE AND IS SEVERE.
      *----------------------------------------------------------------
       LOAD-EXCHANGE-RATE-FILE.
           OPEN INPUT FXRATES
           IF WS-FXRATES-OK
               PERFORM LOAD-EXCHANGE-RATES
                   UNTIL WS-FXRATES-EOF-FLAG = 'Y'
               CLOSE FXRATES
           ELSE
               DISPLAY "INT-TAX-REPORT: *** FXRATES OPEN FAILED, "
                   "STATUS " WS-FXRATES-STATUS
                   " - NO EXCHANGE RATES ***"
           END-IF.

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
           IF WS-FX-COUNT < 9000
               ADD 1 TO WS-FX-COUNT
               MOVE FXRT-CURRENCY-CODE TO WS-FX-CURRENCY (WS-FX-COUNT)
               MOVE FXRT-RATE-DATE TO WS-FX-RATE-DATE (WS-FX-COUNT)
               MOVE FXRT-RATE-NUM TO WS-FX-RATE (WS-FX-COUNT)
           ELSE
               DISPLAY "INT-TAX-REPORT: SEVERE - exchange rate table "
                   "full, " FXRT-CURRENCY-CODE " " FXRT-RATE-DATE
                   " not loaded"
               SET WS-SEVERE-ERROR-OCCURRED TO TRUE
               MOVE 'Y' TO WS-FXRATES-EOF-FLAG
           END-IF.

      *----------------------------------------------------------------
      *    HOME-CURRENCY EQUIVALENT OF WS-LEG-AMOUNT ON AN ACCOUNT
      *    HELD IN WS-FX-LOOKUP-CCY, AT THE LATEST RATE DATED ON OR
      *    BEFORE WS-FX-LOOKUP-DATE.  A HOME ACCOUNT NEEDS NO RATE.
      *----------------------------------------------------------------
       CONVERT-LEG-TO-HOME.
           IF WS-FX-LOOKUP-CCY = SPACES
               MOVE WS-LEG-AMOUNT TO WS-LEG-HOME-AMOUNT
           ELSE
               MOVE 0 TO WS-FX-BEST-DATE
               MOVE 0 TO WS-FX-BEST-RATE
               PERFORM SEARCH-EXCHANGE-RATES
                   VARYING WS-FX-IDX FROM 1 BY 1
                   UNTIL WS-FX-IDX > WS-FX-COUNT
               IF WS-FX-BEST-RATE > 0
                   COMPUTE WS-LEG-HOME-AMOUNT ROUNDED =
                       WS-LEG-AMOUNT * WS-FX-BEST-RATE
               ELSE
                   MOVE 0 TO WS-LEG-HOME-AMOUNT
                   ADD 1 TO WS-NO-RATE-COUNT
                   DISPLAY "INT-TAX-REPORT: SEVERE - no exchange rate "
                       "for " WS-FX-LOOKUP-CCY " on or before "
                       WS-FX-LOOKUP-DATE " - account "
                       WS-LOOKUP-ACCT-NUM
                   SET WS-SEVERE-ERROR-OCCURRED TO TRUE
               END-IF
           END-IF.

       SEARCH-EXCHANGE-RATES.
           IF WS-FX-CURRENCY (WS-FX-IDX) = WS-FX-LOOKUP-CCY
               AND WS-FX-RATE-DATE (WS-FX-IDX) <= WS-FX-LOOKUP-DATE
               AND WS-FX-RATE-DATE (WS-FX-IDX) >= WS-FX-BEST-DATE
               MOVE WS-FX-RATE-DATE (WS-FX-IDX) TO WS-FX-BEST-DATE
               MOVE WS-FX-RATE (WS-FX-IDX) TO WS-FX-BEST-RATE
           END-IF.

      *----------------------------------------------------------------
      *    ONE PASS OF THE HISTORY MASTER IN KEY ORDER, FILTERED TO
      *    THE TAX YEAR: INTEREST LEGS ARE ADDED TO THEIR ACCOUNT,
      *    REVERSAL LEGS ARE HELD FOR CHECKING ONCE THE PASS IS DONE.
      *----------------------------------------------------------------
       ACCUMULATE-YEAR-INTEREST.
           READ TRANHIST NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-HIST-READ-COUNT
                   IF THIS-TIMESTAMP (1:4) = WS-TAX-YEAR-DISPLAY
                       EVALUATE THIS-TRAN-TYPE
                           WHEN 'INTEREST'
                               PERFORM ADD-INTEREST-LEG
                           WHEN 'REVERSAL'
                               PERFORM HOLD-REVERSAL-LEG
                       END-EVALUATE
                   END-IF
           END-READ.

       ADD-INTEREST-LEG.
           COMPUTE WS-LEG-AMOUNT =
               THIS-AFTER-BALANCE - THIS-BEFORE-BALANCE
           ADD 1 TO WS-INTEREST-LEG-COUNT
           MOVE THIS-ACCOUNT-NUM TO WS-LOOKUP-ACCT-NUM
           PERFORM FIND-OR-ADD-ACCOUNT
           IF WS-ACC-FOUND
               MOVE WS-ACC-CURRENCY (WS-ACC-FOUND-IDX)
                   TO WS-FX-LOOKUP-CCY
               MOVE THIS-TIMESTAMP (1:8) TO WS-FX-LOOKUP-DATE
               PERFORM CONVERT-LEG-TO-HOME
               ADD WS-LEG-HOME-AMOUNT TO WS-GROSS-INTEREST
               ADD WS-LEG-HOME-AMOUNT
                   TO WS-ACC-INTEREST (WS-ACC-FOUND-IDX)
           END-IF.

       HOLD-REVERSAL-LEG.
           IF WS-REV-COUNT < 2000
               ADD 1 TO WS-REV-COUNT
               MOVE THIS-TRAN-ID TO WS-REV-TRAN-ID (WS-REV-COUNT)
               MOVE THIS-ORIG-TRAN-ID
                   TO WS-REV-ORIG-TRAN-ID (WS-REV-COUNT)
               MOVE THIS-ACCOUNT-NUM TO WS-REV-ACCT-NUM (WS-REV-COUNT)
               COMPUTE WS-REV-AMOUNT (WS-REV-COUNT) =
                   THIS-BEFORE-BALANCE - THIS-AFTER-BALANCE
           ELSE
               DISPLAY "INT-TAX-REPORT: SEVERE - reversal table "
                   "full, " THIS-TRAN-ID " not checked"
               SET WS-SEVERE-ERROR-OCCURRED TO TRUE
           END-IF.

       FIND-OR-ADD-ACCOUNT.
           MOVE 'N' TO WS-ACC-FOUND-FLAG
           MOVE 0 TO WS-ACC-FOUND-IDX
           PERFORM SEARCH-ACCOUNT-TABLE
               VARYING WS-ACC-IDX FROM 1 BY 1
               UNTIL WS-ACC-IDX > WS-ACC-COUNT
                  OR WS-ACC-FOUND
           IF NOT WS-ACC-FOUND
               IF WS-ACC-COUNT < 5000
                   ADD 1 TO WS-ACC-COUNT
                   MOVE WS-ACC-COUNT TO WS-ACC-FOUND-IDX
                   MOVE WS-LOOKUP-ACCT-NUM
                       TO WS-ACC-ACCT-NUM (WS-ACC-FOUND-IDX)
                   MOVE 0 TO WS-ACC-INTEREST (WS-ACC-FOUND-IDX)
                   MOVE SPACES TO WS-ACC-CUST-ID (WS-ACC-FOUND-IDX)
                   PERFORM TAKE-ACCOUNT-CURRENCY
                   SET WS-ACC-FOUND TO TRUE
               ELSE
                   DISPLAY "INT-TAX-REPORT: SEVERE - account table "
                       "full, " WS-LOOKUP-ACCT-NUM " not totalled"
                   SET WS-SEVERE-ERROR-OCCURRED TO TRUE
               END-IF
           END-IF.

       SEARCH-ACCOUNT-TABLE.
           IF WS-ACC-ACCT-NUM (WS-ACC-IDX) = WS-LOOKUP-ACCT-NUM
               SET WS-ACC-FOUND TO TRUE
               MOVE WS-ACC-IDX TO WS-ACC-FOUND-IDX
           END-IF.

      *----------------------------------------------------------------
      *    THE CURRENCY OF A NEWLY TABLED ACCOUNT, FROM THE MASTER.
      *    AN ACCOUNT NO LONGER ON IT IS TAKEN AS HOME CURRENCY.
      *----------------------------------------------------------------
       TAKE-ACCOUNT-CURRENCY.
           MOVE SPACES TO WS-ACC-CURRENCY (WS-ACC-FOUND-IDX)
           MOVE WS-LOOKUP-ACCT-NUM TO ACCT-NUMBER
           READ ACCOUNTS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ACCT-CURRENCY-CODE
                       TO WS-ACC-CURRENCY (WS-ACC-FOUND-IDX)
           END-READ.

      *----------------------------------------------------------------
      *    A REVERSAL REDUCES THE INTEREST ONLY WHEN THE LEG IT BACKED
      *    OUT WAS AN INTEREST CREDIT ON THE SAME ACCOUNT.  ONE THAT
      *    BACKS OUT LAST YEAR'S INTEREST CANNOT CHANGE THIS YEAR'S
      *    FIGURE - IT IS LISTED FOR A CORRECTED PRIOR-YEAR RETURN.
      *----------------------------------------------------------------
       NET-ONE-REVERSAL.
           MOVE WS-REV-ORIG-TRAN-ID (WS-REV-IDX) TO THIS-TRAN-ID
           MOVE 1 TO THIS-LEG-SEQ
           READ TRANHIST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF THIS-TRAN-TYPE = 'INTEREST'
                       AND THIS-ACCOUNT-NUM
                           = WS-REV-ACCT-NUM (WS-REV-IDX)
                       PERFORM APPLY-INTEREST-REVERSAL
                   END-IF
           END-READ.

       APPLY-INTEREST-REVERSAL.
           MOVE WS-REV-ACCT-NUM (WS-REV-IDX) TO WS-LOOKUP-ACCT-NUM
           PERFORM FIND-OR-ADD-ACCOUNT
           IF WS-ACC-FOUND
               MOVE WS-REV-AMOUNT (WS-REV-IDX) TO WS-LEG-AMOUNT
               MOVE WS-ACC-CURRENCY (WS-ACC-FOUND-IDX)
                   TO WS-FX-LOOKUP-CCY
               MOVE THIS-TIMESTAMP (1:8) TO WS-FX-LOOKUP-DATE
               PERFORM CONVERT-LEG-TO-HOME
               IF THIS-TIMESTAMP (1:4) = WS-TAX-YEAR-DISPLAY
                   ADD WS-LEG-HOME-AMOUNT TO WS-REVERSED-INTEREST
                   SUBTRACT WS-LEG-HOME-AMOUNT
                       FROM WS-ACC-INTEREST (WS-ACC-FOUND-IDX)
               ELSE
                   ADD 1 TO WS-PRIOR-YEAR-REV-COUNT
                   ADD WS-LEG-HOME-AMOUNT TO WS-PRIOR-YEAR-REV-TOTAL
                   MOVE SPACES TO WS-CTL-LINE
                   MOVE "PRIOR-YEAR INT REVERSED" TO WS-C-REASON
                   MOVE WS-REV-ACCT-NUM (WS-REV-IDX) TO WS-C-ACCT
                   MOVE THIS-TIMESTAMP (1:8) TO WS-C-NAME
                   MOVE WS-LEG-HOME-AMOUNT TO WS-C-AMOUNT
                   PERFORM WRITE-CONTROL-EXCEPTION-LINE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *    ROLL ONE ACCOUNT'S INTEREST UP TO ITS OWNING CUSTOMER.  AN
      *    ACCOUNT WITH NO LINK CANNOT BE REPORTED TO ANYONE AND GOES
      *    ON THE CONTROL REPORT.
      *----------------------------------------------------------------
       ROLL-UP-ONE-ACCOUNT.
           IF WS-ACC-INTEREST (WS-ACC-IDX) NOT = 0
               MOVE WS-ACC-ACCT-NUM (WS-ACC-IDX) TO CXRF-ACCOUNT-NUM
               READ CUSTXREF
                   INVALID KEY
                       PERFORM LIST-UNLINKED-ACCOUNT
                   NOT INVALID KEY
                       MOVE CXRF-CUST-ID
                           TO WS-ACC-CUST-ID (WS-ACC-IDX)
                       PERFORM ADD-ACCOUNT-TO-CUSTOMER
               END-READ
           END-IF.

       LIST-UNLINKED-ACCOUNT.
           ADD 1 TO WS-NO-LINK-COUNT
           ADD WS-ACC-INTEREST (WS-ACC-IDX) TO WS-NO-LINK-TOTAL
           MOVE SPACES TO WS-CTL-LINE
           MOVE "NO CUSTOMER LINK" TO WS-C-REASON
           MOVE WS-ACC-ACCT-NUM (WS-ACC-IDX) TO WS-C-ACCT
           MOVE WS-ACC-INTEREST (WS-ACC-IDX) TO WS-C-AMOUNT
           PERFORM WRITE-CONTROL-EXCEPTION-LINE.

       ADD-ACCOUNT-TO-CUSTOMER.
           MOVE 'N' TO WS-CUS-FOUND-FLAG
           MOVE 0 TO WS-CUS-FOUND-IDX
           PERFORM SEARCH-CUSTOMER-TABLE
               VARYING WS-CUS-IDX FROM 1 BY 1
               UNTIL WS-CUS-IDX > WS-CUS-COUNT
                  OR WS-CUS-FOUND
           IF NOT WS-CUS-FOUND
               IF WS-CUS-COUNT < 5000
                   ADD 1 TO WS-CUS-COUNT
                   MOVE WS-CUS-COUNT TO WS-CUS-FOUND-IDX
                   MOVE CXRF-CUST-ID TO WS-CUS-ID (WS-CUS-FOUND-IDX)
                   MOVE 0 TO WS-CUS-INTEREST (WS-CUS-FOUND-IDX)
                   MOVE 0 TO WS-CUS-ACCOUNT-COUNT (WS-CUS-FOUND-IDX)
                   SET WS-CUS-FOUND TO TRUE
               ELSE
                   DISPLAY "INT-TAX-REPORT: SEVERE - customer table "
                       "full, " CXRF-CUST-ID " not rolled up"
                   SET WS-SEVERE-ERROR-OCCURRED TO TRUE
               END-IF
           END-IF
           IF WS-CUS-FOUND
               ADD WS-ACC-INTEREST (WS-ACC-IDX)
                   TO WS-CUS-INTEREST (WS-CUS-FOUND-IDX)
               ADD 1 TO WS-CUS-ACCOUNT-COUNT (WS-CUS-FOUND-IDX)
           END-IF.

       SEARCH-CUSTOMER-TABLE.
           IF WS-CUS-ID (WS-CUS-IDX) = CXRF-CUST-ID
               SET WS-CUS-FOUND TO TRUE
               MOVE WS-CUS-IDX TO WS-CUS-FOUND-IDX
           END-IF.

      *----------------------------------------------------------------
      *    PROVE THE ROLL-UP: THE CUSTOMER TOTALS PLUS THE UNLINKED
      *    ACCOUNTS MUST ADD BACK TO THE NET INTEREST SUMMED STRAIGHT
      *    FROM THE HISTORY LEGS.  A DROPPED ACCOUNT OR A BUCKETING
      *    DEFECT SHOWS UP HERE AND NOTHING IS FILED.
      *----------------------------------------------------------------
       PROVE-ROLL-UP.
           MOVE 0 TO WS-ROLLED-UP-TOTAL
           PERFORM ADD-CUSTOMER-TO-PROOF
               VARYING WS-CUS-IDX FROM 1 BY 1
               UNTIL WS-CUS-IDX > WS-CUS-COUNT
           ADD WS-NO-LINK-TOTAL TO WS-ROLLED-UP-TOTAL
           IF WS-ROLLED-UP-TOTAL NOT = WS-NET-INTEREST
               SET WS-ROLLUP-OUT-OF-BALANCE TO TRUE
               DISPLAY "INT-TAX-REPORT: *** CUSTOMER ROLL-UP DOES NOT "
                   "PROVE TO THE YEAR'S NET INTEREST ***"
           END-IF.

       ADD-CUSTOMER-TO-PROOF.
           ADD WS-CUS-INTEREST (WS-CUS-IDX) TO WS-ROLLED-UP-TOTAL.

      *----------------------------------------------------------------
      *    ONE CUSTOMER: A FORM AND A PAYEE RECORD IF THE CUSTOMER IS
      *    ON THE MASTER WITH A USABLE ADDRESS AND THE YEAR'S
      *    INTEREST REACHES THE FLOOR; OTHERWISE A CONTROL REPORT
      *    LINE SAYING WHY NOT.  AN ADDRESS NEEDS AT LEAST ITS FIRST
      *    AND SECOND LINES - A STREET WITH NO TOWN CANNOT BE MAILED.
      *----------------------------------------------------------------
       REPORT-ONE-CUSTOMER.
           MOVE WS-CUS-ID (WS-CUS-IDX) TO CUST-ID
           MOVE SPACES TO WS-CTL-LINE
           MOVE WS-CUS-ID (WS-CUS-IDX) TO WS-C-CUST-ID
           MOVE WS-CUS-INTEREST (WS-CUS-IDX) TO WS-C-AMOUNT
           READ CUSTMST
               INVALID KEY
                   ADD 1 TO WS-NO-CUSTOMER-COUNT
                   ADD WS-CUS-INTEREST (WS-CUS-IDX)
                       TO WS-NO-CUSTOMER-TOTAL
                   MOVE "CUSTOMER NOT ON MASTER" TO WS-C-REASON
                   PERFORM WRITE-CONTROL-EXCEPTION-LINE
               NOT INVALID KEY
                   MOVE CUST-NAME TO WS-C-NAME
                   EVALUATE TRUE
                       WHEN WS-CUS-INTEREST (WS-CUS-IDX)
                               < WS-REPORTING-FLOOR
                           ADD 1 TO WS-BELOW-FLOOR-COUNT
                           ADD WS-CUS-INTEREST (WS-CUS-IDX)
                               TO WS-BELOW-FLOOR-TOTAL
                           MOVE "BELOW REPORTING FLOOR" TO WS-C-REASON
                           PERFORM WRITE-CONTROL-EXCEPTION-LINE
                       WHEN CUST-ADDR-LINE-1 = SPACES
                           OR CUST-ADDR-LINE-2 = SPACES
                           ADD 1 TO WS-NO-ADDRESS-COUNT
                           ADD WS-CUS-INTEREST (WS-CUS-IDX)
                               TO WS-NO-ADDRESS-TOTAL
                           MOVE "NO VALID ADDRESS" TO WS-C-REASON
                           PERFORM WRITE-CONTROL-EXCEPTION-LINE
                       WHEN OTHER
                           PERFORM WRITE-TAX-FORM
                           PERFORM WRITE-PAYEE-RECORD
                   END-EVALUATE
           END-READ.

      *----------------------------------------------------------------
      *    ONE TAX FORM: ADDRESS BLOCK, THE YEAR'S TOTAL, AND THE
      *    ACCOUNTS IT IS MADE UP OF.
      *----------------------------------------------------------------
       WRITE-TAX-FORM.
           ADD 1 TO WS-REPORTED-COUNT
           ADD WS-CUS-INTEREST (WS-CUS-IDX) TO WS-REPORTED-TOTAL
           MOVE SPACES TO RPT-LINE
           STRING "STATEMENT OF INTEREST PAID - TAX YEAR "
               WS-TAX-YEAR-DISPLAY "      PAYER NUMBER " WS-PAYER-ID
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "    RECIPIENT " CUST-ID
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE CUST-NAME TO RPT-LINE (5:20)
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE CUST-ADDR-LINE-1 TO RPT-LINE (5:30)
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE CUST-ADDR-LINE-2 TO RPT-LINE (5:30)
           WRITE RPT-LINE
           IF CUST-ADDR-LINE-3 NOT = SPACES
               MOVE SPACES TO RPT-LINE
               MOVE CUST-ADDR-LINE-3 TO RPT-LINE (5:30)
               WRITE RPT-LINE
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO WS-FORM-AMOUNT-LINE
           MOVE "INTEREST INCOME FOR THE YEAR" TO WS-F-CAPTION
           MOVE WS-CUS-INTEREST (WS-CUS-IDX) TO WS-F-AMOUNT
           MOVE WS-FORM-AMOUNT-LINE TO RPT-LINE
           WRITE RPT-LINE
           PERFORM WRITE-FORM-ACCOUNT-LINE
               VARYING WS-ACC-IDX FROM 1 BY 1
               UNTIL WS-ACC-IDX > WS-ACC-COUNT
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE ALL '-' TO RPT-LINE (1:72)
           WRITE RPT-LINE.

       WRITE-FORM-ACCOUNT-LINE.
           IF WS-ACC-CUST-ID (WS-ACC-IDX) = WS-CUS-ID (WS-CUS-IDX)
               AND WS-ACC-INTEREST (WS-ACC-IDX) NOT = 0
               MOVE WS-ACC-ACCT-NUM (WS-ACC-IDX) TO WS-FA-ACCT
               MOVE WS-ACC-INTEREST (WS-ACC-IDX) TO WS-FA-AMOUNT
               MOVE WS-FORM-ACCOUNT-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       WRITE-PAYER-RECORD.
           MOVE SPACES TO TAX-EFILE-RECORD
           MOVE 'A' TO TAXE-REC-TYPE
           MOVE WS-TAX-YEAR TO TAXE-A-TAX-YEAR
           MOVE WS-PAYER-ID TO TAXE-A-PAYER-ID
           MOVE WS-RUN-DATE TO TAXE-A-CREATED-DATE
           WRITE TAX-EFILE-RECORD.

       WRITE-PAYEE-RECORD.
           COMPUTE WS-AMOUNT-CENTS = WS-CUS-INTEREST (WS-CUS-IDX) * 100
           ADD WS-AMOUNT-CENTS TO WS-EFILE-CENTS-TOTAL
           MOVE SPACES TO TAX-EFILE-RECORD
           MOVE 'B' TO TAXE-REC-TYPE
           MOVE WS-TAX-YEAR TO TAXE-TAX-YEAR
           MOVE CUST-ID TO TAXE-PAYEE-ID
           MOVE CUST-NAME TO TAXE-PAYEE-NAME
           MOVE CUST-ADDR-LINE-1 TO TAXE-ADDR-LINE-1
           MOVE CUST-ADDR-LINE-2 TO TAXE-ADDR-LINE-2
           MOVE CUST-ADDR-LINE-3 TO TAXE-ADDR-LINE-3
           MOVE WS-AMOUNT-CENTS TO TAXE-AMOUNT-CENTS
           MOVE WS-CUS-ACCOUNT-COUNT (WS-CUS-IDX)
               TO TAXE-ACCOUNT-COUNT
           WRITE TAX-EFILE-RECORD.

       WRITE-END-OF-PAYER-RECORD.
           MOVE SPACES TO TAX-EFILE-RECORD
           MOVE 'C' TO TAXE-REC-TYPE
           MOVE WS-REPORTED-COUNT TO TAXE-C-PAYEE-COUNT
           MOVE WS-EFILE-CENTS-TOTAL TO TAXE-C-AMOUNT-CENTS
           WRITE TAX-EFILE-RECORD.

       WRITE-CONTROL-HEADING.
           MOVE SPACES TO CTL-LINE
           STRING "INTEREST TAX REPORTING CONTROL REPORT - TAX YEAR "
               WS-TAX-YEAR-DISPLAY "  RUN DATE " WS-RUN-DATE
               DELIMITED BY SIZE INTO CTL-LINE
           WRITE CTL-LINE
           MOVE SPACES TO CTL-LINE
           STRING " REASON                    CUST    ACCT   NAME"
               "                        AMOUNT"
               DELIMITED BY SIZE INTO CTL-LINE
           WRITE CTL-LINE
           MOVE SPACES TO CTL-LINE
           WRITE CTL-LINE.

      *----------------------------------------------------------------
      *    THE PROOF: INTEREST POSTED IN THE YEAR, LESS INTEREST
      *    REVERSED, ACCOUNTED FOR IN FULL BY WHAT WAS REPORTED PLUS
      *    EACH CLASS OF EXCEPTION.
      *----------------------------------------------------------------
       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO CTL-LINE
           WRITE CTL-LINE
           MOVE "INTEREST CREDITED IN THE YEAR" TO WS-CT-CAPTION
           MOVE WS-INTEREST-LEG-COUNT TO WS-CT-COUNT
           MOVE WS-GROSS-INTEREST TO WS-CT-AMOUNT
           PERFORM WRITE-ONE-CONTROL-TOTAL
           MOVE "LESS INTEREST REVERSED IN THE YEAR" TO WS-CT-CAPTION
           MOVE 0 TO WS-CT-COUNT
           MOVE WS-REVERSED-INTEREST TO WS-CT-AMOUNT
           PERFORM WRITE-ONE-CONTROL-TOTAL
           MOVE "NET INTEREST POSTED" TO WS-CT-CAPTION
           MOVE WS-ACC-COUNT TO WS-CT-COUNT
           MOVE WS-NET-INTEREST TO WS-CT-AMOUNT
           PERFORM WRITE-ONE-CONTROL-TOTAL
           MOVE SPACES TO CTL-LINE
           WRITE CTL-LINE
           MOVE "REPORTED ON FORMS AND E-FILE" TO WS-CT-CAPTION
           MOVE WS-REPORTED-COUNT TO WS-CT-COUNT
           MOVE WS-REPORTED-TOTAL TO WS-CT-AMOUNT
           PERFORM WRITE-ONE-CONTROL-TOTAL
           MOVE "BELOW REPORTING FLOOR" TO WS-CT-CAPTION
           MOVE WS-BELOW-FLOOR-COUNT TO WS-CT-COUNT
           MOVE WS-BELOW-FLOOR-TOTAL TO WS-CT-AMOUNT
           PERFORM WRITE-ONE-CONTROL-TOTAL
           MOVE "NO VALID ADDRESS" TO WS-CT-CAPTION
           MOVE WS-NO-ADDRESS-COUNT TO WS-CT-COUNT
           MOVE WS-NO-ADDRESS-TOTAL TO WS-CT-AMOUNT
           PERFORM WRITE-ONE-CONTROL-TOTAL
           MOVE "CUSTOMER NOT ON MASTER" TO WS-CT-CAPTION
           MOVE WS-NO-CUSTOMER-COUNT TO WS-CT-COUNT
           MOVE WS-NO-CUSTOMER-TOTAL TO WS-CT-AMOUNT
           PERFORM WRITE-ONE-CONTROL-TOTAL
           MOVE "ACCOUNTS WITH NO CUSTOMER LINK" TO WS-CT-CAPTION
           MOVE WS-NO-LINK-COUNT TO WS-CT-COUNT
           MOVE WS-NO-LINK-TOTAL TO WS-CT-AMOUNT
           PERFORM WRITE-ONE-CONTROL-TOTAL

           COMPUTE WS-ACCOUNTED-TOTAL =
               WS-REPORTED-TOTAL + WS-BELOW-FLOOR-TOTAL
               + WS-NO-ADDRESS-TOTAL + WS-NO-CUSTOMER-TOTAL
               + WS-NO-LINK-TOTAL
           MOVE "TOTAL ACCOUNTED FOR" TO WS-CT-CAPTION
           MOVE 0 TO WS-CT-COUNT
           MOVE WS-ACCOUNTED-TOTAL TO WS-CT-AMOUNT
           PERFORM WRITE-ONE-CONTROL-TOTAL
           IF WS-ROLLUP-IN-BALANCE
               AND NOT WS-SEVERE-ERROR-OCCURRED
               AND WS-ACCOUNTED-TOTAL NOT = WS-NET-INTEREST
               SET WS-ROLLUP-OUT-OF-BALANCE TO TRUE
           END-IF
           MOVE SPACES TO CTL-LINE
           IF WS-ROLLUP-IN-BALANCE
               STRING " TOTALS PROVE TO THE INTEREST POSTED IN THE YEAR"
                   DELIMITED BY SIZE INTO CTL-LINE
           ELSE
               STRING " *** TOTALS DO NOT PROVE TO THE INTEREST "
                   "POSTED - NOTHING FILED ***"
                   DELIMITED BY SIZE INTO CTL-LINE
           END-IF
           WRITE CTL-LINE
           MOVE SPACES TO CTL-LINE
           WRITE CTL-LINE
           MOVE "PRIOR-YEAR INTEREST REVERSED (NOT NETTED)"
               TO WS-CT-CAPTION
           MOVE WS-PRIOR-YEAR-REV-COUNT TO WS-CT-COUNT
           MOVE WS-PRIOR-YEAR-REV-TOTAL TO WS-CT-AMOUNT
           PERFORM WRITE-ONE-CONTROL-TOTAL.

       WRITE-CONTROL-EXCEPTION-LINE.
           MOVE WS-CTL-LINE TO CTL-LINE
           WRITE CTL-LINE.

       WRITE-ONE-CONTROL-TOTAL.
           MOVE WS-CTL-TOTAL-LINE TO CTL-LINE
           WRITE CTL-LINE.

      *----------------------------------------------------------------
      *    WRITE ONE JOBSTAT RECORD SUMMARISING THE RUN FOR DOWNSTREAM
      *    MONITORING TOOLING.
      *----------------------------------------------------------------
       WRITE-JOBSTAT-RECORD.
           MOVE SPACES TO JOBSTAT-RECORD
           MOVE "INTTAXRP" TO JOBSTAT-PROGRAM-NAME
           MOVE WS-RUN-DATE TO JOBSTAT-RUN-DATE
           MOVE WS-CUS-COUNT TO JOBSTAT-TOTAL-COUNT
           MOVE WS-REPORTED-COUNT TO JOBSTAT-VALID-COUNT
           COMPUTE JOBSTAT-INVALID-COUNT =
               WS-BELOW-FLOOR-COUNT + WS-NO-ADDRESS-COUNT
               + WS-NO-CUSTOMER-COUNT + WS-NO-LINK-COUNT
           EVALUATE TRUE
               WHEN WS-SEVERE-ERROR-OCCURRED
                   MOVE 16 TO JOBSTAT-RETURN-CODE
               WHEN WS-ROLLUP-OUT-OF-BALANCE
                   MOVE 8 TO JOBSTAT-RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO JOBSTAT-RETURN-CODE
           END-EVALUATE
           WRITE JOBSTAT-RECORD.
