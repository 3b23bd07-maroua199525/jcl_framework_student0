       IDENTIFICATION DIVISION.
       PROGRAM-ID. OD-AGING.
       AUTHOR. STUDENT.

      ******************************************************************
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    - NEW PROGRAM: OVERDRAWN-ACCOUNT AGING AND COLLECTIONS.
      *      EVERY ACCOUNT WITH A NEGATIVE BALANCE IS AGED FROM THE
      *      FIRST END-OF-DAY SNAPSHOT ON THE BALANCE HISTORY THAT
      *      SHOWS THE CURRENT RUN OF OVERDRAWN DAYS, INTO BUCKETS OF
      *      1-30, 31-60, 61-90 AND OVER 90 DAYS.  THE PARM NAMES THE
      *      MODE (CCYYMMDD,MODE):
      *        DAILY   - (THE DEFAULT) THE COLLECTIONS ACTIONS: A
      *                  LETTER IN THE NOTICE LAYOUT EACH TIME THE
      *                  ACCOUNT MOVES INTO A HIGHER BUCKET FROM 31
      *                  DAYS ON; A HOLD THROUGH ACCT-MAINT AT
      *                  ODHOLDDAYS; AND AT ODCHGDAYS A BALANCED FEED
      *                  OF CHARGEOFF CREDITS FOR THE WHOLE OVERDRAWN
      *                  BALANCE, UNDER ITS OWN BRANCH ID, FOR BATCH-
      *                  VALIDATOR AND ACCOUNT-UPDATE, SO THE LOSS IS
      *                  POSTED WITH THE SAME AUDIT TRAIL AS ANY OTHER
      *                  POSTING AND GL-EXTRACT BOOKS IT TO THE
      *                  OVERDRAFT LOSS LINE.  THE COLLECTIONS FILE
      *                  REMEMBERS WHAT HAS BEEN DONE SO NOTHING IS
      *                  SENT TWICE
      *        SUMMARY - THE MONTH-END AGING SUMMARY FOR FINANCE:
      *                  COUNTS AND AMOUNTS BY BRANCH AND BUCKET, WITH
      *                  NO ACTIONS TAKEN AND NOTHING REWRITTEN
      *    - THE BRANCH SUMMARY IS IN HOME CURRENCY: A FOREIGN-
      *      CURRENCY ACCOUNT'S OVERDRAWN BALANCE IS TAKEN AT THE
      *      LATEST RATE ON OR BEFORE THE RUN DATE, AS MI-PACK VALUES
      *      BALANCES.  ONE WITH NO RATE IS COUNTED BUT NOT VALUED,
      *      LISTED, AND THE RUN ENDS RC 4
      *    - A FAILED OPEN OF THE CUSTOMER MASTER OR ITS CROSS-
      *      REFERENCE ON THE DAILY RUN IS SEVERE (RC 16) INSTEAD OF
      *      ADDRESSING LETTERS FROM NOTHING
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
           SELECT FXRATES ASSIGN TO "FXRATES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FXRATES-STATUS.
           SELECT BALHIST ASSIGN TO "BALHIST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COLLIN ASSIGN TO "COLLIN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COLLOUT ASSIGN TO "COLLOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NOTICES ASSIGN TO "NOTICES"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHGOUT ASSIGN TO "CHGOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MNTOUT ASSIGN TO "MNTOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ODARPT ASSIGN TO "ODARPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOBSTAT ASSIGN TO "JOBSTAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARMFILE.
           COPY PRMSREC.

       FD  ACCOUNTS.
           COPY ACCTREC.

       FD  TRANHIST.
           COPY THISTREC.

       FD  CUSTMST.
           COPY CUSTREC.

       FD  CUSTXREF.
           COPY CXRFREC.

       FD  FXRATES.
           COPY FXRTREC.

       FD  BALHIST.
           COPY BALHREC.

       FD  COLLIN.
           COPY COLLREC REPLACING
               ==COLLECTIONS-RECORD== BY ==COLLECTIONS-IN-RECORD==
               LEADING ==COLL== BY ==COLI==.

       FD  COLLOUT.
           COPY COLLREC.

       FD  NOTICES.
           COPY NTCEREC.

       FD  CHGOUT.
           COPY TRANREC REPLACING TRAN-RECORD BY TRAN-CHG-RECORD.

       FD  MNTOUT.
           COPY MNTREC.

       FD  ODARPT.
           COPY RPTLREC.

       FD  JOBSTAT.
           COPY JSTAREC.

       WORKING-STORAGE SECTION.
       01  WS-ACCOUNT-COUNT            PIC 9(7) VALUE 0.
       01  WS-OVERDRAWN-COUNT          PIC 9(7) VALUE 0.
       01  WS-NEW-EPISODE-COUNT        PIC 9(7) VALUE 0.
       01  WS-LETTER-COUNT             PIC 9(7) VALUE 0.
       01  WS-CURED-COUNT              PIC 9(7) VALUE 0.
       01  WS-CHARGED-OFF-COUNT        PIC 9(7) VALUE 0.
       01  WS-OTHER-ENDED-COUNT        PIC 9(7) VALUE 0.
       01  WS-RETRY-COUNT              PIC 9(7) VALUE 0.
       01  WS-NO-LINK-COUNT            PIC 9(7) VALUE 0.
       01  WS-BALH-READ-COUNT          PIC 9(9) VALUE 0.
       01  WS-EOF-FLAG                 PIC X VALUE 'N'.
       01  WS-PARMS-EOF-FLAG           PIC X VALUE 'N'.
       01  WS-RUN-DATE                 PIC 9(8) VALUE ZEROS.
       01  WS-RUN-DATE-DISPLAY         PIC X(8) VALUE SPACES.
       01  WS-ACCOUNTS-STATUS          PIC X(2) VALUE '00'.
           88  WS-ACCOUNTS-OK              VALUE '00'.
       01  WS-TRANHIST-STATUS          PIC X(2) VALUE '00'.
           88  WS-TRANHIST-OK              VALUE '00'.
       01  WS-CUSTMST-STATUS           PIC X(2) VALUE '00'.
           88  WS-CUSTMST-OK               VALUE '00'.
       01  WS-CUSTXREF-STATUS          PIC X(2) VALUE '00'.
           88  WS-CUSTXREF-OK              VALUE '00'.
       01  WS-FXRATES-STATUS           PIC X(2) VALUE '00'.
           88  WS-FXRATES-OK               VALUE '00'.
       01  WS-FXRATES-EOF-FLAG         PIC X VALUE 'N'.

      *    THE LATEST EXCHANGE RATE ON OR BEFORE THE RUN DATE FOR
      *    EACH CURRENCY, AS MI-PACK TAKES THEM, FOR THE SUMMARY'S
      *    HOME-CURRENCY AMOUNTS.
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
       01  WS-UNVALUED-COUNT           PIC 9(7) VALUE 0.

       01  WS-RUN-MODE                 PIC X(7) VALUE 'DAILY'.
           88  WS-MODE-DAILY               VALUE 'DAILY'.
           88  WS-MODE-SUMMARY             VALUE 'SUMMARY'.

       01  WS-SEVERE-ERROR-FLAG        PIC X VALUE 'N'.
           88  WS-SEVERE-ERROR-OCCURRED    VALUE 'Y'.
       01  WS-WARNING-FLAG             PIC X VALUE 'N'.
           88  WS-WARNING-RAISED           VALUE 'Y'.

      *    HOW LONG AN ACCOUNT MAY STAY OVERDRAWN BEFORE IT IS PUT ON
      *    HOLD, AND BEFORE THE BALANCE IS CHARGED OFF AS A LOSS.
      *    COMPILED DEFAULTS; OVERRIDDEN BY THE ODHOLDDAYS AND
      *    ODCHGDAYS ENTRIES ON THE RUN PARAMETERS FILE, WHICH IS
      *    WHERE CREDIT RISK SETS THEM.
       01  WS-HOLD-DAYS-LIMIT          PIC 9(5) VALUE 60.
       01  WS-CHARGEOFF-DAYS-LIMIT     PIC 9(5) VALUE 180.
       01  WS-HOLD-PARM-EFF-DATE       PIC 9(8) VALUE 0.
       01  WS-CHG-PARM-EFF-DATE        PIC 9(8) VALUE 0.

      *    THE AGING BUCKETS.  THE UPPER DAY LIMIT OF EACH OF THE
      *    FIRST THREE; THE FOURTH TAKES EVERYTHING OLDER.
       01  WS-BUCKET-LIMIT-VALUES      PIC X(9) VALUE '030060090'.
       01  WS-BUCKET-LIMITS REDEFINES WS-BUCKET-LIMIT-VALUES.
           05  WS-BUCKET-LIMIT          PIC 9(3) OCCURS 3 TIMES.
       01  WS-BUCKET-LABEL-VALUES      PIC X(24) VALUE
           '1-30  31-60 61-90 OVER90'.
       01  WS-BUCKET-LABELS REDEFINES WS-BUCKET-LABEL-VALUES.
           05  WS-BUCKET-LABEL          PIC X(6) OCCURS 4 TIMES.
       01  WS-BUCKET                   PIC 9 VALUE 0.
       01  WS-BUCKET-IDX               PIC 9 VALUE 0.

      *    PSEUDO-JULIAN DAY NUMBERS, AS DORMANT-SWEEP KEEPS THEM.
       01  WS-DATE-MATH.
           05  WS-RUN-PSEUDO-DAYS       PIC 9(9) VALUE 0.
           05  WS-SINCE-PSEUDO-DAYS     PIC 9(9) VALUE 0.
           05  WS-DAYS-OVERDRAWN        PIC S9(9) VALUE 0.
           05  WS-SPLIT-DATE-IN         PIC 9(8) VALUE 0.
           05  WS-SPLIT-PSEUDO-DAYS     PIC 9(9) VALUE 0.
           05  WS-SPLIT-YEAR            PIC 9(4) VALUE 0.
           05  WS-SPLIT-MMDD            PIC 9(4) VALUE 0.
           05  WS-SPLIT-MONTH           PIC 9(2) VALUE 0.
           05  WS-SPLIT-DAY             PIC 9(2) VALUE 0.

      *    GENERATED TRANSACTION IDS: W, A MONTH CODE (1-9 THEN
      *    A/B/C), A DAY CODE (1-9 THEN A-V) AND A RUN SEQUENCE - THE
      *    STANDING-ORDER CONVENTION FOR A PROGRAM THAT RUNS EVERY
      *    BUSINESS DATE.  THE HOLD ACTIONS TAKE THE SAME SHAPE WITH
      *    AN H, SO THEY CAN BE TRACED ON THE MAINTENANCE AUDIT TRAIL.
       01  WS-TRAN-ID-WORK.
           05  WS-TRAN-ID-PREFIX        PIC X VALUE 'W'.
           05  WS-TRAN-ID-MONTH-CODE    PIC X VALUE SPACE.
           05  WS-TRAN-ID-DAY-CODE      PIC X VALUE SPACE.
           05  WS-TRAN-ID-SEQ           PIC 9(3) VALUE 0.
       01  WS-HOLD-ID-WORK.
           05  WS-HOLD-ID-PREFIX        PIC X VALUE 'H'.
           05  WS-HOLD-ID-MONTH-CODE    PIC X VALUE SPACE.
           05  WS-HOLD-ID-DAY-CODE      PIC X VALUE SPACE.
           05  WS-HOLD-ID-SEQ           PIC 9(3) VALUE 0.
       01  WS-MONTH-CODE-TABLE         PIC X(12) VALUE "123456789ABC".
       01  WS-DAY-CODE-TABLE           PIC X(31) VALUE
           "123456789ABCDEFGHIJKLMNOPQRSTUV".
       01  WS-RUN-YYYYMM               PIC 9(6) VALUE 0.
       01  WS-RUN-YEAR                 PIC 9(4) VALUE 0.
       01  WS-RUN-MONTH                PIC 9(2) VALUE 0.
       01  WS-RUN-DAY                  PIC 9(2) VALUE 0.

      *    THE CHARGE-OFF FEED'S OWN BRANCH ID, SO ITS SECTION
      *    BALANCES ON ITS OWN CONTROL TOTALS AND ITS LEGS ARE
      *    RECOGNISABLE ON THE AUDIT TRAIL.
       01  WS-CHARGEOFF-BRANCH-ID      PIC X(3) VALUE 'COL'.

      *    GENERATED CREDITS AND HOLD ACTIONS ARE BUFFERED SO EACH
      *    FEED CAN OPEN WITH A HEADER CARRYING THE TRUE CONTROL
      *    TOTALS.
       01  WS-CHGGEN-TABLE.
           05  WS-CHGGEN-COUNT          PIC 9(4) VALUE 0.
           05  WS-CHGGEN-DETAIL         PIC X(76) OCCURS 999 TIMES.
       01  WS-CHGGEN-IDX               PIC 9(4) VALUE 0.
       01  WS-CHGGEN-TOTAL             PIC 9(11)V99 VALUE 0.
       01  WS-HOLDGEN-TABLE.
           05  WS-HOLDGEN-COUNT         PIC 9(4) VALUE 0.
           05  WS-HOLDGEN-DETAIL        PIC X(76) OCCURS 999 TIMES.
       01  WS-HOLDGEN-IDX              PIC 9(4) VALUE 0.

      *    WORK RECORDS FOR BUILDING ONE GENERATED DETAIL LINE.
           COPY TRANREC REPLACING TRAN-RECORD BY WS-TRAN-WORK-RECORD.
           COPY MNTREC REPLACING MAINT-RECORD BY WS-MAINT-WORK-RECORD.

      *    WHERE EACH ACCOUNT'S CURRENT RUN OF OVERDRAWN END-OF-DAY
      *    SNAPSHOTS BEGAN, FROM ONE PASS OF THE BALANCE HISTORY.  A
      *    ZERO DATE MEANS THE LAST SNAPSHOT SEEN WAS IN CREDIT.
       01  WS-BALH-TABLE.
           05  WS-BALH-COUNT            PIC 9(4) VALUE 0.
           05  WS-BALH-ENTRY OCCURS 5000 TIMES.
               10  WS-BH-ACCT-NUM           PIC X(5).
               10  WS-BH-SINCE-DATE         PIC 9(8).
       01  WS-BALH-IDX                 PIC 9(4) VALUE 0.
       01  WS-BH-FOUND-FLAG            PIC X VALUE 'N'.
           88  WS-BH-FOUND                  VALUE 'Y'.
       01  WS-BH-FOUND-IDX             PIC 9(4) VALUE 0.
       01  WS-BALH-FIRST-DATE          PIC 9(8) VALUE 0.
       01  WS-SEARCH-ACCT-NUM          PIC X(5) VALUE SPACES.

      *    THE COLLECTIONS FILE CARRIED FORWARD FROM THE LAST RUN.
      *    WS-CL-SEEN MARKS AN ACCOUNT STILL OVERDRAWN TODAY; ANY
      *    ENTRY NOT SEEN HAS COME TO AN END AND IS NOT CARRIED ON.
       01  WS-COLL-TABLE.
           05  WS-COLL-COUNT            PIC 9(4) VALUE 0.
           05  WS-COLL-ENTRY OCCURS 5000 TIMES.
               10  WS-CL-ACCOUNT-NUM        PIC X(5).
               10  WS-CL-BRANCH-ID          PIC X(3).
               10  WS-CL-SINCE-DATE         PIC 9(8).
               10  WS-CL-LETTER-STAGE       PIC 9(1).
               10  WS-CL-LETTER-DATE        PIC 9(8).
               10  WS-CL-HOLD-DATE          PIC 9(8).
               10  WS-CL-CHARGEOFF-DATE     PIC 9(8).
               10  WS-CL-CHARGEOFF-TRAN-ID  PIC X(6).
               10  WS-CL-SEEN-FLAG          PIC X.
                   88  WS-CL-SEEN               VALUE 'Y'.
       01  WS-COLL-IDX                 PIC 9(4) VALUE 0.
       01  WS-CL-FOUND-FLAG            PIC X VALUE 'N'.
           88  WS-CL-FOUND                  VALUE 'Y'.
       01  WS-CL-FOUND-IDX             PIC 9(4) VALUE 0.

      *    THE ACCOUNT IN HAND.
       01  WS-BH-SINCE-DATE-WORK       PIC 9(8) VALUE 0.
       01  WS-OD-AMOUNT                PIC 9(9)V99 VALUE 0.
       01  WS-OD-HOME-AMOUNT           PIC 9(11)V99 VALUE 0.
       01  WS-ACTION-NOTE              PIC X(40) VALUE SPACES.
       01  WS-ACTION-PTR               PIC 9(3) VALUE 1.
       01  WS-ACTION-TEXT              PIC X(20) VALUE SPACES.
       01  WS-HIST-DONE-FLAG           PIC X VALUE 'N'.
           88  WS-HIST-DONE                 VALUE 'Y'.
       01  WS-CROSS-FOUND-FLAG         PIC X VALUE 'N'.
           88  WS-CROSS-FOUND               VALUE 'Y'.
       01  WS-CROSS-BRANCH-ID          PIC X(3) VALUE SPACES.
       01  WS-LAST-BRANCH-ID           PIC X(3) VALUE SPACES.

      *    AGING SUMMARY BY BRANCH: THE FOUR BUCKETS THEN THE TOTAL,
      *    EACH AS AN ACCOUNT COUNT AND AN OVERDRAWN AMOUNT.
       01  WS-BRANCH-TABLE.
           05  WS-BRANCH-COUNT          PIC 9(3) VALUE 0.
           05  WS-BRANCH-ENTRY OCCURS 200 TIMES.
               10  WS-BR-BRANCH-ID          PIC X(3).
               10  WS-BR-CELL OCCURS 5 TIMES.
                   15  WS-BR-ACCTS              PIC 9(7).
                   15  WS-BR-AMOUNT             PIC 9(11)V99.
       01  WS-BRANCH-IDX               PIC 9(3) VALUE 0.
       01  WS-BR-FOUND-FLAG            PIC X VALUE 'N'.
           88  WS-BR-FOUND                  VALUE 'Y'.
       01  WS-BR-FOUND-IDX             PIC 9(3) VALUE 0.
       01  WS-GRAND-TOTALS.
           05  WS-GT-CELL OCCURS 5 TIMES.
               10  WS-GT-ACCTS              PIC 9(7).
               10  WS-GT-AMOUNT             PIC 9(11)V99.
       01  WS-CELL-IDX                 PIC 9 VALUE 0.

      *    THE OWNER AND DELIVERY ADDRESS FOR THE ACCOUNT IN HAND,
      *    FROM THE CUSTOMER MASTER THROUGH THE CROSS-REFERENCE.  AN
      *    ACCOUNT WITH NO LINK FALLS BACK TO THE HOLDER NAME ON THE
      *    MASTER AND IS CALLED OUT, AS NOTICE-GEN DOES.
       01  WS-OWNER-CUST-ID            PIC X(6) VALUE SPACES.
       01  WS-OWNER-NAME               PIC X(20) VALUE SPACES.
       01  WS-OWNER-ADDR-LINE-1        PIC X(30) VALUE SPACES.
       01  WS-OWNER-ADDR-LINE-2        PIC X(30) VALUE SPACES.
       01  WS-OWNER-ADDR-LINE-3        PIC X(30) VALUE SPACES.
       01  WS-OWNER-DELIVERY-PREF      PIC X VALUE SPACE.
       01  WS-LOOKUP-ACCT-NUM          PIC X(5) VALUE SPACES.

       01  WS-LETTER-REASON            PIC X(8) VALUE SPACES.
       01  WS-LETTER-TRAN-TYPE         PIC X(10) VALUE SPACES.
       01  WS-LETTER-TRAN-ID           PIC X(6) VALUE SPACES.
       01  WS-LETTER-TEXT              PIC X(60) VALUE SPACES.

      *    ONE DETAIL LINE OF THE AGING REPORT.
       01  WS-OD-LINE.
           05  FILLER                   PIC X VALUE SPACE.
           05  WS-OL-ACCT               PIC X(5).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-OL-BRANCH             PIC X(3).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-OL-SINCE              PIC 9(8).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-OL-DAYS               PIC ZZZZ9.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-OL-BUCKET             PIC X(6).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-OL-BALANCE            PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-OL-ACTION             PIC X(40).
           05  FILLER                   PIC X(38) VALUE SPACES.

      *    ONE ROW OF THE BRANCH-BY-BUCKET SUMMARY.
       01  WS-SUMMARY-LINE.
           05  FILLER                   PIC X VALUE SPACE.
           05  WS-SL-BRANCH             PIC X(5).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-SL-CELL OCCURS 5 TIMES.
               10  WS-SL-ACCTS              PIC ZZZZ9.
               10  FILLER                   PIC X VALUE SPACE.
               10  WS-SL-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.
               10  FILLER                   PIC X(2) VALUE SPACES.
           05  FILLER                   PIC X(15) VALUE SPACES.
       01  WS-TOTAL-AMOUNT-DISPLAY     PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       LINKAGE SECTION.
       01  LS-PARM-AREA.
           05  LS-PARM-LENGTH           PIC S9(4) COMP.
           05  LS-PARM-RUN-DATE         PIC X(8).
           05  FILLER                   PIC X.
           05  LS-PARM-MODE             PIC X(7).

       PROCEDURE DIVISION USING LS-PARM-AREA.
       MAIN-PROCEDURE.
           DISPLAY "OD-AGING: Starting overdrawn-account aging..."

           PERFORM ESTABLISH-RUN-PARAMETERS
           OPEN OUTPUT JOBSTAT

           IF NOT WS-SEVERE-ERROR-OCCURRED
               PERFORM LOAD-RUN-PARAMETERS
               PERFORM LOAD-EXCHANGE-RATE-FILE
               PERFORM LOAD-COLLECTIONS-FILE
               PERFORM SCAN-BALANCE-HISTORY
               PERFORM AGE-OVERDRAWN-ACCOUNTS
           END-IF

           DISPLAY "OD-AGING: Overdrawn-account aging completed"
           DISPLAY "OD-AGING: Accounts scanned: " WS-ACCOUNT-COUNT
           DISPLAY "OD-AGING: Overdrawn accounts aged: "
               WS-OVERDRAWN-COUNT
           IF WS-MODE-DAILY
               DISPLAY "OD-AGING: Collection letters written: "
                   WS-LETTER-COUNT
               DISPLAY "OD-AGING: Holds requested: " WS-HOLDGEN-COUNT
               DISPLAY "OD-AGING: Charge-offs generated: "
                   WS-CHGGEN-COUNT
               DISPLAY "OD-AGING: Overdrafts cured: " WS-CURED-COUNT
                   " charged off: " WS-CHARGED-OFF-COUNT
           END-IF

           PERFORM WRITE-JOBSTAT-RECORD
           CLOSE JOBSTAT

           EVALUATE TRUE
               WHEN WS-SEVERE-ERROR-OCCURRED
                   MOVE 16 TO RETURN-CODE
               WHEN WS-WARNING-RAISED
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

      *----------------------------------------------------------------
      *    ESTABLISH THE BUSINESS DATE AND THE MODE FROM THE PARM
      *    (CCYYMMDD,MODE).  WITH NO MODE THE RUN IS THE DAILY ONE.
      *----------------------------------------------------------------
       ESTABLISH-RUN-PARAMETERS.
           IF LS-PARM-LENGTH > 0
               MOVE LS-PARM-RUN-DATE TO WS-RUN-DATE
           ELSE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF
           MOVE WS-RUN-DATE TO WS-RUN-DATE-DISPLAY
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
           MOVE WS-TRAN-ID-MONTH-CODE TO WS-HOLD-ID-MONTH-CODE
           MOVE WS-TRAN-ID-DAY-CODE TO WS-HOLD-ID-DAY-CODE
           DISPLAY "OD-AGING: Run date is " WS-RUN-DATE

           IF LS-PARM-LENGTH > 9
               MOVE LS-PARM-MODE TO WS-RUN-MODE
           END-IF
           IF NOT WS-MODE-DAILY
               AND NOT WS-MODE-SUMMARY
               DISPLAY "OD-AGING: SEVERE - run mode '" WS-RUN-MODE
                   "' is not DAILY or SUMMARY"
               SET WS-SEVERE-ERROR-OCCURRED TO TRUE
           ELSE
               DISPLAY "OD-AGING: Run mode is " WS-RUN-MODE
           END-IF

           MOVE WS-RUN-DATE TO WS-SPLIT-DATE-IN
           PERFORM CONVERT-DATE-TO-PSEUDO-DAYS
           MOVE WS-SPLIT-PSEUDO-DAYS TO WS-RUN-PSEUDO-DAYS.

      *----------------------------------------------------------------
      *    LOAD THE COLLECTIONS KNOBS FROM THE RUN PARAMETERS FILE:
      *    FOR EACH KEY, THE ENTRY WITH THE LATEST EFFECTIVE DATE AT
      *    OR BEFORE THE RUN DATE WINS.  WITH NO APPLICABLE ENTRY THE
      *    COMPILED DEFAULT STANDS.  THE VALUES IN EFFECT GO ON THE
      *    RUN LOG.
      *----------------------------------------------------------------
       LOAD-RUN-PARAMETERS.
           OPEN INPUT PARMFILE
           PERFORM READ-ONE-RUN-PARAMETER
               UNTIL WS-PARMS-EOF-FLAG = 'Y'
           CLOSE PARMFILE
           DISPLAY "OD-AGING: Hold after overdrawn for: "
               WS-HOLD-DAYS-LIMIT " days"
           DISPLAY "OD-AGING: Charge off after overdrawn for: "
               WS-CHARGEOFF-DAYS-LIMIT " days".

       READ-ONE-RUN-PARAMETER.
           READ PARMFILE
               AT END MOVE 'Y' TO WS-PARMS-EOF-FLAG
               NOT AT END
                   IF PRM-VALUE IS NUMERIC
                       AND PRM-EFFECTIVE-DATE IS NUMERIC
                       AND PRM-EFFECTIVE-DATE-NUM <= WS-RUN-DATE
                       EVALUATE PRM-KEY
                           WHEN 'ODHOLDDAYS'
                               IF PRM-EFFECTIVE-DATE-NUM
                                      >= WS-HOLD-PARM-EFF-DATE
                                   MOVE PRM-VALUE-NUM
                                       TO WS-HOLD-DAYS-LIMIT
                                   MOVE PRM-EFFECTIVE-DATE-NUM
                                       TO WS-HOLD-PARM-EFF-DATE
                               END-IF
                           WHEN 'ODCHGDAYS'
                               IF PRM-EFFECTIVE-DATE-NUM
                                      >= WS-CHG-PARM-EFF-DATE
                                   MOVE PRM-VALUE-NUM
                                       TO WS-CHARGEOFF-DAYS-LIMIT
                                   MOVE PRM-EFFECTIVE-DATE-NUM
                                       TO WS-CHG-PARM-EFF-DATE
                               END-IF
                       END-EVALUATE
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *    SPLIT THE CCYYMMDD DATE IN WS-SPLIT-DATE-IN WITH
      *    DIVIDE/REMAINDER AND LEAVE ITS PSEUDO-JULIAN DAY COUNT IN
      *    WS-SPLIT-PSEUDO-DAYS.
      *----------------------------------------------------------------
       CONVERT-DATE-TO-PSEUDO-DAYS.
           DIVIDE WS-SPLIT-DATE-IN BY 10000
               GIVING WS-SPLIT-YEAR
               REMAINDER WS-SPLIT-MMDD
           DIVIDE WS-SPLIT-MMDD BY 100
               GIVING WS-SPLIT-MONTH
               REMAINDER WS-SPLIT-DAY
           COMPUTE WS-SPLIT-PSEUDO-DAYS =
               WS-SPLIT-YEAR * 360
               + WS-SPLIT-MONTH * 30
               + WS-SPLIT-DAY.

      *----------------------------------------------------------------
      *    LOAD THE COLLECTIONS FILE CARRIED FORWARD FROM THE LAST
      *    DAILY RUN.
      *----------------------------------------------------------------
       LOAD-COLLECTIONS-FILE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT COLLIN
           PERFORM LOAD-ONE-COLLECTION UNTIL WS-EOF-FLAG = 'Y'
           CLOSE COLLIN
           DISPLAY "OD-AGING: Accounts in collections at last run: "
               WS-COLL-COUNT.

       LOAD-ONE-COLLECTION.
           READ COLLIN
               AT END MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF WS-COLL-COUNT < 5000
                       ADD 1 TO WS-COLL-COUNT
                       MOVE COLI-ACCOUNT-NUM
                           TO WS-CL-ACCOUNT-NUM (WS-COLL-COUNT)
                       MOVE COLI-BRANCH-ID
                           TO WS-CL-BRANCH-ID (WS-COLL-COUNT)
                       MOVE COLI-OD-SINCE-DATE
                           TO WS-CL-SINCE-DATE (WS-COLL-COUNT)
                       MOVE COLI-LETTER-STAGE
                           TO WS-CL-LETTER-STAGE (WS-COLL-COUNT)
                       MOVE COLI-LAST-LETTER-DATE
                           TO WS-CL-LETTER-DATE (WS-COLL-COUNT)
                       MOVE COLI-HOLD-DATE
                           TO WS-CL-HOLD-DATE (WS-COLL-COUNT)
                       MOVE COLI-CHARGEOFF-DATE
                           TO WS-CL-CHARGEOFF-DATE (WS-COLL-COUNT)
                       MOVE COLI-CHARGEOFF-TRAN-ID
                           TO WS-CL-CHARGEOFF-TRAN-ID (WS-COLL-COUNT)
                       MOVE 'N' TO WS-CL-SEEN-FLAG (WS-COLL-COUNT)
                   ELSE
                       DISPLAY "OD-AGING: SEVERE - collections table "
                           "full, collections file not loaded whole"
                       SET WS-SEVERE-ERROR-OCCURRED TO TRUE
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *    ONE PASS OF THE CUMULATIVE BALANCE HISTORY, IN RUN ORDER,
      *    UP TO THE RUN DATE.  EACH ACCOUNT'S OVERDRAWN-SINCE DATE IS
      *    SET BY THE FIRST NEGATIVE SNAPSHOT OF A RUN AND CLEARED BY
      *    ANY SNAPSHOT IN CREDIT, SO AT THE END IT IS THE START OF
      *    THE CURRENT RUN OF OVERDRAWN DAYS.  AN INTRA-DAY CYCLE
      *    SNAPSHOT COUNTS THE SAME AS END OF DAY - AN ACCOUNT THAT
      *    WAS BACK IN CREDIT AT ANY CLOSE HAS STARTED AGAIN.
      *----------------------------------------------------------------
       SCAN-BALANCE-HISTORY.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT BALHIST
           PERFORM SCAN-ONE-BALANCE-SNAPSHOT UNTIL WS-EOF-FLAG = 'Y'
           CLOSE BALHIST
           DISPLAY "OD-AGING: Balance snapshots read: "
               WS-BALH-READ-COUNT " from " WS-BALH-FIRST-DATE.

       SCAN-ONE-BALANCE-SNAPSHOT.
           READ BALHIST
               AT END MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF BALH-RUN-DATE IS NUMERIC
                       AND BALH-RUN-DATE <= WS-RUN-DATE
                       PERFORM APPLY-BALANCE-SNAPSHOT
                   END-IF
           END-READ.

       APPLY-BALANCE-SNAPSHOT.
           ADD 1 TO WS-BALH-READ-COUNT
           IF WS-BALH-FIRST-DATE = 0
               OR BALH-RUN-DATE < WS-BALH-FIRST-DATE
               MOVE BALH-RUN-DATE TO WS-BALH-FIRST-DATE
           END-IF
           MOVE BALH-ACCT-NUM TO WS-SEARCH-ACCT-NUM
           PERFORM FIND-BALH-ENTRY
           IF BALH-BALANCE < 0
               IF NOT WS-BH-FOUND
                   PERFORM ADD-BALH-ENTRY
               END-IF
               IF WS-BH-FOUND
                   AND WS-BH-SINCE-DATE (WS-BH-FOUND-IDX) = 0
                   MOVE BALH-RUN-DATE
                       TO WS-BH-SINCE-DATE (WS-BH-FOUND-IDX)
               END-IF
           ELSE
               IF WS-BH-FOUND
                   MOVE 0 TO WS-BH-SINCE-DATE (WS-BH-FOUND-IDX)
               END-IF
           END-IF.

       ADD-BALH-ENTRY.
           IF WS-BALH-COUNT < 5000
               ADD 1 TO WS-BALH-COUNT
               MOVE BALH-ACCT-NUM TO WS-BH-ACCT-NUM (WS-BALH-COUNT)
               MOVE 0 TO WS-BH-SINCE-DATE (WS-BALH-COUNT)
               SET WS-BH-FOUND TO TRUE
               MOVE WS-BALH-COUNT TO WS-BH-FOUND-IDX
           ELSE
               DISPLAY "OD-AGING: SEVERE - balance history table "
                   "full, " BALH-ACCT-NUM " not aged"
               SET WS-SEVERE-ERROR-OCCURRED TO TRUE
           END-IF.

       FIND-BALH-ENTRY.
           MOVE 'N' TO WS-BH-FOUND-FLAG
           MOVE 0 TO WS-BH-FOUND-IDX
           PERFORM SEARCH-BALH-TABLE
               VARYING WS-BALH-IDX FROM 1 BY 1
               UNTIL WS-BALH-IDX > WS-BALH-COUNT
                  OR WS-BH-FOUND.

       SEARCH-BALH-TABLE.
           IF WS-BH-ACCT-NUM (WS-BALH-IDX) = WS-SEARCH-ACCT-NUM
               SET WS-BH-FOUND TO TRUE
               MOVE WS-BALH-IDX TO WS-BH-FOUND-IDX
           END-IF.

      *----------------------------------------------------------------
      *    LOAD THE LATEST EXCHANGE RATE ON OR BEFORE THE RUN DATE FOR
      *    EACH CURRENCY.  WITHOUT THE FILE EVERY FOREIGN-CURRENCY
      *    OVERDRAFT GOES UNVALUED IN THE SUMMARY.
      *----------------------------------------------------------------
       LOAD-EXCHANGE-RATE-FILE.
           OPEN INPUT FXRATES
           IF WS-FXRATES-OK
               PERFORM LOAD-EXCHANGE-RATES
                   UNTIL WS-FXRATES-EOF-FLAG = 'Y'
               CLOSE FXRATES
           ELSE
               DISPLAY "OD-AGING: *** FXRATES OPEN FAILED, STATUS "
                   WS-FXRATES-STATUS " - NO EXCHANGE RATES ***"
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
                   DISPLAY "OD-AGING: *** EXCHANGE RATE TABLE "
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
      *    ONE PASS OF THE ACCOUNTS MASTER.  EVERY ACCOUNT STILL OPEN
      *    WITH A NEGATIVE BALANCE IS AGED; THEN THE ACCOUNTS THAT
      *    HAVE LEFT COLLECTIONS SINCE THE LAST RUN ARE ACCOUNTED FOR.
      *    THE DAILY RUN WRITES ITS FEEDS AND THE NEW COLLECTIONS
      *    FILE; BOTH MODES FINISH WITH THE BRANCH SUMMARY.
      *----------------------------------------------------------------
       AGE-OVERDRAWN-ACCOUNTS.
           OPEN INPUT ACCOUNTS
           OPEN INPUT TRANHIST
           OPEN OUTPUT ODARPT
           IF WS-MODE-DAILY
               OPEN INPUT CUSTXREF
               OPEN INPUT CUSTMST
               OPEN OUTPUT NOTICES
           END-IF
           IF NOT WS-ACCOUNTS-OK
               DISPLAY "OD-AGING: SEVERE - ACCOUNTS OPEN "
                   "FAILED, STATUS " WS-ACCOUNTS-STATUS
               SET WS-SEVERE-ERROR-OCCURRED TO TRUE
           END-IF
           IF NOT WS-TRANHIST-OK
               DISPLAY "OD-AGING: SEVERE - TRANHIST OPEN "
                   "FAILED, STATUS " WS-TRANHIST-STATUS
               SET WS-SEVERE-ERROR-OCCURRED TO TRUE
           END-IF
           IF WS-MODE-DAILY
               IF NOT WS-CUSTMST-OK OR NOT WS-CUSTXREF-OK
                   DISPLAY "OD-AGING: SEVERE - CUSTOMER MASTER OPEN "
                       "FAILED, STATUS " WS-CUSTMST-STATUS "/"
                       WS-CUSTXREF-STATUS
                   SET WS-SEVERE-ERROR-OCCURRED TO TRUE
               END-IF
           END-IF

           MOVE SPACES TO RPT-LINE
           IF WS-MODE-DAILY
               STRING "OVERDRAWN ACCOUNT AGING AND COLLECTIONS - RUN "
                   "DATE: " WS-RUN-DATE-DISPLAY
                   DELIMITED BY SIZE INTO RPT-LINE
           ELSE
               STRING "OVERDRAWN ACCOUNT AGING SUMMARY - AS AT: "
                   WS-RUN-DATE-DISPLAY
                   DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           WRITE RPT-LINE

           MOVE 'N' TO WS-EOF-FLAG
           IF WS-SEVERE-ERROR-OCCURRED
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           IF WS-MODE-DAILY
               PERFORM WRITE-AGING-HEADINGS
           END-IF
           PERFORM AGE-ONE-ACCOUNT UNTIL WS-EOF-FLAG = 'Y'

           IF WS-MODE-DAILY
               AND NOT WS-SEVERE-ERROR-OCCURRED
               PERFORM WRITE-ENDED-HEADINGS
               PERFORM REPORT-ENDED-EPISODE
                   VARYING WS-COLL-IDX FROM 1 BY 1
                   UNTIL WS-COLL-IDX > WS-COLL-COUNT
           END-IF

           CLOSE ACCOUNTS
           CLOSE TRANHIST
           IF WS-MODE-DAILY
               CLOSE CUSTXREF
               CLOSE CUSTMST
               CLOSE NOTICES
               PERFORM WRITE-DAILY-OUTPUTS
               PERFORM WRITE-COLLECTIONS-TOTALS
           END-IF

           PERFORM WRITE-AGING-SUMMARY
           CLOSE ODARPT.

       AGE-ONE-ACCOUNT.
           READ ACCOUNTS NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-ACCOUNT-COUNT
                   IF ACCT-BALANCE < 0
                       AND NOT ACCT-STATUS-CLOSED
                       PERFORM AGE-OVERDRAWN-ACCOUNT
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *    AGE ONE OVERDRAWN ACCOUNT.  THE BALANCE HISTORY SAYS WHEN
      *    THE CURRENT OVERDRAFT BEGAN; THE COLLECTIONS FILE SAYS
      *    WHAT HAS ALREADY BEEN DONE ABOUT IT.  THE FILE'S DATE IS
      *    KEPT WHERE THE RETAINED HISTORY CANNOT SEE THAT FAR BACK,
      *    OR WHERE TODAY'S SNAPSHOT IS NOT ON IT YET.  AN ACCOUNT
      *    THE HISTORY SHOWS BACK IN CREDIT SINCE THE FILE'S DATE HAS
      *    STARTED A NEW OVERDRAFT AND STARTS COLLECTIONS AFRESH.
      *----------------------------------------------------------------
       AGE-OVERDRAWN-ACCOUNT.
           ADD 1 TO WS-OVERDRAWN-COUNT
           COMPUTE WS-OD-AMOUNT = 0 - ACCT-BALANCE
           MOVE ACCT-NUMBER TO WS-SEARCH-ACCT-NUM
           PERFORM FIND-BALH-ENTRY
           MOVE 0 TO WS-BH-SINCE-DATE-WORK
           IF WS-BH-FOUND
               MOVE WS-BH-SINCE-DATE (WS-BH-FOUND-IDX)
                   TO WS-BH-SINCE-DATE-WORK
           END-IF

           PERFORM FIND-COLLECTION-ENTRY
           IF WS-CL-FOUND
               EVALUATE TRUE
                   WHEN WS-BH-SINCE-DATE-WORK = 0
                       CONTINUE
                   WHEN WS-BH-SINCE-DATE-WORK
                            > WS-CL-SINCE-DATE (WS-CL-FOUND-IDX)
                       AND WS-BH-SINCE-DATE-WORK = WS-BALH-FIRST-DATE
                       CONTINUE
                   WHEN WS-BH-SINCE-DATE-WORK
                            > WS-CL-SINCE-DATE (WS-CL-FOUND-IDX)
                       PERFORM START-NEW-EPISODE
                   WHEN OTHER
                       MOVE WS-BH-SINCE-DATE-WORK
                           TO WS-CL-SINCE-DATE (WS-CL-FOUND-IDX)
               END-EVALUATE
           ELSE
               PERFORM ADD-COLLECTION-ENTRY
           END-IF

           IF WS-CL-FOUND
               SET WS-CL-SEEN (WS-CL-FOUND-IDX) TO TRUE
               MOVE WS-CL-SINCE-DATE (WS-CL-FOUND-IDX)
                   TO WS-SPLIT-DATE-IN
               PERFORM CONVERT-DATE-TO-PSEUDO-DAYS
               MOVE WS-SPLIT-PSEUDO-DAYS TO WS-SINCE-PSEUDO-DAYS
               COMPUTE WS-DAYS-OVERDRAWN =
                   WS-RUN-PSEUDO-DAYS - WS-SINCE-PSEUDO-DAYS + 1
               IF WS-DAYS-OVERDRAWN < 1
                   MOVE 1 TO WS-DAYS-OVERDRAWN
               END-IF
               MOVE 4 TO WS-BUCKET
               PERFORM FIND-AGING-BUCKET
                   VARYING WS-BUCKET-IDX FROM 3 BY -1
                   UNTIL WS-BUCKET-IDX < 1
               PERFORM ADD-TO-AGING-SUMMARY
               IF WS-MODE-DAILY
                   MOVE SPACES TO WS-ACTION-NOTE
                   MOVE 1 TO WS-ACTION-PTR
                   PERFORM TAKE-COLLECTION-ACTIONS
                   PERFORM WRITE-OVERDRAWN-LINE
               END-IF
           END-IF.

       FIND-AGING-BUCKET.
           IF WS-DAYS-OVERDRAWN <= WS-BUCKET-LIMIT (WS-BUCKET-IDX)
               MOVE WS-BUCKET-IDX TO WS-BUCKET
           END-IF.

       FIND-COLLECTION-ENTRY.
           MOVE 'N' TO WS-CL-FOUND-FLAG
           MOVE 0 TO WS-CL-FOUND-IDX
           PERFORM SEARCH-COLLECTION-TABLE
               VARYING WS-COLL-IDX FROM 1 BY 1
               UNTIL WS-COLL-IDX > WS-COLL-COUNT
                  OR WS-CL-FOUND.

       SEARCH-COLLECTION-TABLE.
           IF WS-CL-ACCOUNT-NUM (WS-COLL-IDX) = ACCT-NUMBER
               SET WS-CL-FOUND TO TRUE
               MOVE WS-COLL-IDX TO WS-CL-FOUND-IDX
           END-IF.

       ADD-COLLECTION-ENTRY.
           IF WS-COLL-COUNT < 5000
               ADD 1 TO WS-COLL-COUNT
               SET WS-CL-FOUND TO TRUE
               MOVE WS-COLL-COUNT TO WS-CL-FOUND-IDX
               MOVE ACCT-NUMBER TO WS-CL-ACCOUNT-NUM (WS-CL-FOUND-IDX)
               PERFORM START-NEW-EPISODE
           ELSE
               DISPLAY "OD-AGING: SEVERE - collections table "
                   "full, " ACCT-NUMBER " not aged"
               SET WS-SEVERE-ERROR-OCCURRED TO TRUE
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF.

      *----------------------------------------------------------------
      *    A NEW OVERDRAFT: NOTHING SENT YET, AND THE BRANCH IT IS
      *    REPORTED UNDER FOUND FROM THE HISTORY.  WITH NO SNAPSHOT
      *    SHOWING IT YET, IT BEGAN TODAY.
      *----------------------------------------------------------------
       START-NEW-EPISODE.
           ADD 1 TO WS-NEW-EPISODE-COUNT
           IF WS-BH-SINCE-DATE-WORK = 0
               MOVE WS-RUN-DATE TO WS-CL-SINCE-DATE (WS-CL-FOUND-IDX)
           ELSE
               MOVE WS-BH-SINCE-DATE-WORK
                   TO WS-CL-SINCE-DATE (WS-CL-FOUND-IDX)
           END-IF
           MOVE 1 TO WS-CL-LETTER-STAGE (WS-CL-FOUND-IDX)
           MOVE 0 TO WS-CL-LETTER-DATE (WS-CL-FOUND-IDX)
           MOVE 0 TO WS-CL-HOLD-DATE (WS-CL-FOUND-IDX)
           MOVE 0 TO WS-CL-CHARGEOFF-DATE (WS-CL-FOUND-IDX)
           MOVE SPACES TO WS-CL-CHARGEOFF-TRAN-ID (WS-CL-FOUND-IDX)
           PERFORM FIND-OVERDRAFT-BRANCH
           MOVE WS-LAST-BRANCH-ID TO WS-CL-BRANCH-ID (WS-CL-FOUND-IDX).

      *----------------------------------------------------------------
      *    THE BRANCH AN OVERDRAFT BELONGS TO: THE BRANCH OF THE LAST
      *    POSTING ON OR BEFORE THE RUN DATE THAT TOOK THE ACCOUNT
      *    FROM CREDIT INTO OVERDRAFT, READ FROM THE HISTORY ON THE
      *    ALTERNATE KEY, OLDEST FIRST.  FAILING THAT, THE BRANCH OF
      *    THE LAST POSTING; FAILING THAT, '---'.
      *----------------------------------------------------------------
       FIND-OVERDRAFT-BRANCH.
           MOVE '---' TO WS-LAST-BRANCH-ID
           MOVE SPACES TO WS-CROSS-BRANCH-ID
           MOVE 'N' TO WS-CROSS-FOUND-FLAG
           MOVE 'N' TO WS-HIST-DONE-FLAG
           MOVE ACCT-NUMBER TO THIS-ACCOUNT-NUM
           START TRANHIST KEY = THIS-ACCOUNT-NUM
               INVALID KEY
                   SET WS-HIST-DONE TO TRUE
           END-START
           PERFORM READ-ONE-BRANCH-LEG UNTIL WS-HIST-DONE
           IF WS-CROSS-FOUND
               MOVE WS-CROSS-BRANCH-ID TO WS-LAST-BRANCH-ID
           END-IF.

       READ-ONE-BRANCH-LEG.
           READ TRANHIST NEXT RECORD
               AT END
                   SET WS-HIST-DONE TO TRUE
               NOT AT END
                   IF THIS-ACCOUNT-NUM NOT = ACCT-NUMBER
                       SET WS-HIST-DONE TO TRUE
                   ELSE
                       IF THIS-TIMESTAMP (1:8) <= WS-RUN-DATE-DISPLAY
                           MOVE THIS-BRANCH-ID TO WS-LAST-BRANCH-ID
                           IF THIS-BEFORE-BALANCE >= 0
                               AND THIS-AFTER-BALANCE < 0
                               MOVE THIS-BRANCH-ID
                                   TO WS-CROSS-BRANCH-ID
                               SET WS-CROSS-FOUND TO TRUE
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *    THE COLLECTIONS LADDER FOR ONE ACCOUNT, EACH STEP TAKEN
      *    ONCE PER OVERDRAFT:
      *      - A LETTER WHEN THE ACCOUNT FIRST REACHES A BUCKET FROM
      *        31 DAYS ON.  AN ACCOUNT FIRST SEEN ALREADY SEVERAL
      *        BUCKETS IN GETS ONLY THE LETTER FOR WHERE IT IS NOW
      *      - A HOLD AT ODHOLDDAYS, UNLESS IT IS ON HOLD ALREADY
      *      - A CHARGE-OFF AT ODCHGDAYS.  A CHARGE-OFF SENT ON AN
      *        EARLIER RUN THAT LEFT THE ACCOUNT OVERDRAWN DID NOT
      *        POST; IT IS SENT AGAIN AND THE RUN ENDS RC 4
      *----------------------------------------------------------------
       TAKE-COLLECTION-ACTIONS.
           IF WS-BUCKET > WS-CL-LETTER-STAGE (WS-CL-FOUND-IDX)
               MOVE WS-BUCKET TO WS-CL-LETTER-STAGE (WS-CL-FOUND-IDX)
               PERFORM WRITE-AGING-LETTER
           END-IF

           IF WS-DAYS-OVERDRAWN >= WS-HOLD-DAYS-LIMIT
               AND WS-CL-HOLD-DATE (WS-CL-FOUND-IDX) = 0
               MOVE WS-RUN-DATE TO WS-CL-HOLD-DATE (WS-CL-FOUND-IDX)
               IF ACCT-STATUS-ON-HOLD
                   MOVE "ALREADY ON HOLD" TO WS-ACTION-TEXT
               ELSE
                   PERFORM BUILD-HOLD-ACTION
               END-IF
               PERFORM ADD-ACTION-TEXT
           END-IF

           IF WS-DAYS-OVERDRAWN >= WS-CHARGEOFF-DAYS-LIMIT
               IF WS-CL-CHARGEOFF-DATE (WS-CL-FOUND-IDX) > 0
                   ADD 1 TO WS-RETRY-COUNT
                   SET WS-WARNING-RAISED TO TRUE
                   DISPLAY "OD-AGING: *** CHARGE-OFF "
                       WS-CL-CHARGEOFF-TRAN-ID (WS-CL-FOUND-IDX)
                       " ON " ACCT-NUMBER " DID NOT POST - SENT "
                       "AGAIN ***"
               END-IF
               PERFORM BUILD-CHARGEOFF-CREDIT
           END-IF.

       ADD-ACTION-TEXT.
           IF WS-ACTION-PTR > 1
               STRING "; " DELIMITED BY SIZE
                   INTO WS-ACTION-NOTE WITH POINTER WS-ACTION-PTR
           END-IF
           STRING WS-ACTION-TEXT DELIMITED BY "  "
               INTO WS-ACTION-NOTE WITH POINTER WS-ACTION-PTR.

      *----------------------------------------------------------------
      *    ONE COLLECTIONS LETTER FOR THE BUCKET THE ACCOUNT HAS
      *    REACHED.  THE FIRST BUCKET HAS NO LETTER OF ITS OWN.
      *----------------------------------------------------------------
       WRITE-AGING-LETTER.
           MOVE SPACES TO WS-LETTER-TEXT
           EVALUATE WS-BUCKET
               WHEN 2
                   MOVE 'ODAGE31' TO WS-LETTER-REASON
                   STRING "OVERDRAWN OVER 30 DAYS - PLEASE REPAY THE "
                       "BALANCE NOW"
                       DELIMITED BY SIZE INTO WS-LETTER-TEXT
                   MOVE "LETTER 31 DAYS" TO WS-ACTION-TEXT
               WHEN 3
                   MOVE 'ODAGE61' TO WS-LETTER-REASON
                   STRING "OVERDRAWN OVER 60 DAYS - THE ACCOUNT "
                       "MAY BE PUT ON HOLD"
                       DELIMITED BY SIZE INTO WS-LETTER-TEXT
                   MOVE "LETTER 61 DAYS" TO WS-ACTION-TEXT
               WHEN OTHER
                   MOVE 'ODAGE91' TO WS-LETTER-REASON
                   STRING "OVERDRAWN OVER 90 DAYS - FINAL DEMAND "
                       "BEFORE CHARGE-OFF"
                       DELIMITED BY SIZE INTO WS-LETTER-TEXT
                   MOVE "LETTER 91 DAYS" TO WS-ACTION-TEXT
           END-EVALUATE
           IF WS-BUCKET > 1
               MOVE 'OVERDRAWN' TO WS-LETTER-TRAN-TYPE
               MOVE SPACES TO WS-LETTER-TRAN-ID
               PERFORM WRITE-COLLECTION-LETTER
               MOVE WS-RUN-DATE TO WS-CL-LETTER-DATE (WS-CL-FOUND-IDX)
               PERFORM ADD-ACTION-TEXT
           END-IF.

       WRITE-COLLECTION-LETTER.
           ADD 1 TO WS-LETTER-COUNT
           MOVE ACCT-NUMBER TO WS-LOOKUP-ACCT-NUM
           PERFORM LOOK-UP-OWNER
           MOVE SPACES TO NOTICE-RECORD
           MOVE WS-RUN-DATE TO NTCE-RUN-DATE
           MOVE ACCT-NUMBER TO NTCE-ACCOUNT-NUM
           MOVE ACCT-HOLDER-NAME TO NTCE-HOLDER-NAME
           MOVE WS-LETTER-TRAN-ID TO NTCE-TRAN-ID
           MOVE WS-LETTER-TRAN-TYPE TO NTCE-TRAN-TYPE
           MOVE ACCT-BALANCE TO NTCE-AMOUNT
           MOVE WS-LETTER-REASON TO NTCE-REASON-CODE
           MOVE WS-LETTER-TEXT TO NTCE-NOTICE-TEXT
           MOVE WS-OWNER-CUST-ID TO NTCE-CUST-ID
           MOVE WS-OWNER-ADDR-LINE-1 TO NTCE-ADDR-LINE-1
           MOVE WS-OWNER-ADDR-LINE-2 TO NTCE-ADDR-LINE-2
           MOVE WS-OWNER-ADDR-LINE-3 TO NTCE-ADDR-LINE-3
           MOVE WS-OWNER-DELIVERY-PREF TO NTCE-DELIVERY-PREF
           WRITE NOTICE-RECORD.

      *----------------------------------------------------------------
      *    BUFFER ONE HOLD ACTION FOR ACCT-MAINT, WHICH APPLIES A
      *    HOLD AT ONCE - IT IS PROTECTIVE AND NEEDS NO APPROVAL.
      *----------------------------------------------------------------
       BUILD-HOLD-ACTION.
           IF WS-HOLDGEN-COUNT < 999
               MOVE SPACES TO WS-MAINT-WORK-RECORD
               ADD 1 TO WS-HOLD-ID-SEQ
               MOVE WS-HOLD-ID-WORK
                   TO MNT-TRAN-ID OF WS-MAINT-WORK-RECORD
               MOVE 'HOLD' TO MNT-ACTION OF WS-MAINT-WORK-RECORD
               MOVE ACCT-NUMBER
                   TO MNT-ACCOUNT-NUM OF WS-MAINT-WORK-RECORD
               MOVE SPACES TO MNT-NEW-VALUE OF WS-MAINT-WORK-RECORD
               MOVE WS-RUN-DATE TO MNT-DATE OF WS-MAINT-WORK-RECORD
               MOVE 'ODAGING' TO MNT-USER-ID OF WS-MAINT-WORK-RECORD
               MOVE SPACES
                   TO MNT-PRODUCT-CODE OF WS-MAINT-WORK-RECORD
               ADD 1 TO WS-HOLDGEN-COUNT
               MOVE MNT-DETAIL-DATA OF WS-MAINT-WORK-RECORD
                   TO WS-HOLDGEN-DETAIL (WS-HOLDGEN-COUNT)
               MOVE "HOLD REQUESTED" TO WS-ACTION-TEXT
           ELSE
               DISPLAY "OD-AGING: SEVERE - generated-hold table "
                   "full, " ACCT-NUMBER " not held"
               SET WS-SEVERE-ERROR-OCCURRED TO TRUE
           END-IF.

      *----------------------------------------------------------------
      *    BUFFER ONE GENERATED CHARGEOFF CREDIT FOR THE WHOLE
      *    OVERDRAWN BALANCE, AND TELL THE CUSTOMER.
      *----------------------------------------------------------------
       BUILD-CHARGEOFF-CREDIT.
           IF WS-CHGGEN-COUNT < 999
               MOVE SPACES TO WS-TRAN-WORK-RECORD
               ADD 1 TO WS-TRAN-ID-SEQ
               MOVE WS-TRAN-ID-WORK
                   TO TRAN-ID OF WS-TRAN-WORK-RECORD
               MOVE 'CHARGEOFF' TO TRAN-TYPE OF WS-TRAN-WORK-RECORD
               MOVE ACCT-NUMBER
                   TO TRAN-ACCOUNT-NUM OF WS-TRAN-WORK-RECORD
               MOVE WS-OD-AMOUNT
                   TO TRAN-AMOUNT-NUM OF WS-TRAN-WORK-RECORD
               MOVE WS-RUN-DATE
                   TO TRAN-DATE OF WS-TRAN-WORK-RECORD
               MOVE 0 TO TRAN-ATTEMPT-COUNT OF WS-TRAN-WORK-RECORD
               MOVE WS-CHARGEOFF-BRANCH-ID
                   TO TRAN-BRANCH-ID OF WS-TRAN-WORK-RECORD
               ADD 1 TO WS-CHGGEN-COUNT
               MOVE TRAN-DETAIL-DATA OF WS-TRAN-WORK-RECORD
                   TO WS-CHGGEN-DETAIL (WS-CHGGEN-COUNT)
               ADD WS-OD-AMOUNT TO WS-CHGGEN-TOTAL
               MOVE WS-RUN-DATE
                   TO WS-CL-CHARGEOFF-DATE (WS-CL-FOUND-IDX)
               MOVE TRAN-ID OF WS-TRAN-WORK-RECORD
                   TO WS-CL-CHARGEOFF-TRAN-ID (WS-CL-FOUND-IDX)
               MOVE 'ODCHGOFF' TO WS-LETTER-REASON
               MOVE 'CHARGEOFF' TO WS-LETTER-TRAN-TYPE
               MOVE TRAN-ID OF WS-TRAN-WORK-RECORD
                   TO WS-LETTER-TRAN-ID
               MOVE SPACES TO WS-LETTER-TEXT
               STRING "OVERDRAWN BALANCE CHARGED OFF - REFERRED FOR "
                   "RECOVERY"
                   DELIMITED BY SIZE INTO WS-LETTER-TEXT
               PERFORM WRITE-COLLECTION-LETTER
               MOVE SPACES TO WS-ACTION-TEXT
               STRING "CHARGE-OFF " TRAN-ID OF WS-TRAN-WORK-RECORD
                   DELIMITED BY SIZE INTO WS-ACTION-TEXT
               PERFORM ADD-ACTION-TEXT
           ELSE
               DISPLAY "OD-AGING: SEVERE - generated-credit table "
                   "full, " ACCT-NUMBER " not charged off"
               SET WS-SEVERE-ERROR-OCCURRED TO TRUE
           END-IF.

       WRITE-OVERDRAWN-LINE.
           MOVE ACCT-NUMBER TO WS-OL-ACCT
           MOVE WS-CL-BRANCH-ID (WS-CL-FOUND-IDX) TO WS-OL-BRANCH
           MOVE WS-CL-SINCE-DATE (WS-CL-FOUND-IDX) TO WS-OL-SINCE
           MOVE WS-DAYS-OVERDRAWN TO WS-OL-DAYS
           MOVE WS-BUCKET-LABEL (WS-BUCKET) TO WS-OL-BUCKET
           MOVE ACCT-BALANCE TO WS-OL-BALANCE
           MOVE WS-ACTION-NOTE TO WS-OL-ACTION
           MOVE WS-OD-LINE TO RPT-LINE
           WRITE RPT-LINE.

      *----------------------------------------------------------------
      *    AN ACCOUNT ON LAST RUN'S COLLECTIONS FILE THAT IS NO LONGER
      *    OVERDRAWN: BACK IN CREDIT, CHARGED OFF, OR GONE.  IT DROPS
      *    OFF THE FILE.  ONE THAT WAS PUT ON HOLD STAYS ON HOLD UNTIL
      *    SOMEONE REACTIVATES IT, SO THE REPORT SAYS SO.
      *----------------------------------------------------------------
       REPORT-ENDED-EPISODE.
           IF NOT WS-CL-SEEN (WS-COLL-IDX)
               MOVE WS-CL-ACCOUNT-NUM (WS-COLL-IDX) TO ACCT-NUMBER
               MOVE SPACES TO WS-ACTION-NOTE
               MOVE 1 TO WS-ACTION-PTR
               READ ACCOUNTS
                   INVALID KEY
                       MOVE SPACES TO ACCOUNT-RECORD
                       MOVE WS-CL-ACCOUNT-NUM (WS-COLL-IDX)
                           TO ACCT-NUMBER
                       MOVE 0 TO ACCT-BALANCE
                       ADD 1 TO WS-OTHER-ENDED-COUNT
                       MOVE "NOT ON MASTER" TO WS-ACTION-TEXT
                   NOT INVALID KEY
                       PERFORM JUDGE-ENDED-EPISODE
               END-READ
               PERFORM ADD-ACTION-TEXT
               IF WS-CL-HOLD-DATE (WS-COLL-IDX) > 0
                   AND ACCT-STATUS-ON-HOLD
                   STRING "; ON HOLD - REVIEW FOR REACTIVATE"
                       DELIMITED BY SIZE
                       INTO WS-ACTION-NOTE WITH POINTER WS-ACTION-PTR
               END-IF
               MOVE WS-CL-ACCOUNT-NUM (WS-COLL-IDX) TO WS-OL-ACCT
               MOVE WS-CL-BRANCH-ID (WS-COLL-IDX) TO WS-OL-BRANCH
               MOVE WS-CL-SINCE-DATE (WS-COLL-IDX) TO WS-OL-SINCE
               MOVE 0 TO WS-OL-DAYS
               MOVE SPACES TO WS-OL-BUCKET
               MOVE ACCT-BALANCE TO WS-OL-BALANCE
               MOVE WS-ACTION-NOTE TO WS-OL-ACTION
               MOVE WS-OD-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       JUDGE-ENDED-EPISODE.
           EVALUATE TRUE
               WHEN ACCT-CHARGED-OFF
                   AND WS-CL-CHARGEOFF-DATE (WS-COLL-IDX) > 0
                   ADD 1 TO WS-CHARGED-OFF-COUNT
                   MOVE SPACES TO WS-ACTION-TEXT
                   STRING "CHARGED OFF "
                       WS-CL-CHARGEOFF-TRAN-ID (WS-COLL-IDX)
                       DELIMITED BY SIZE INTO WS-ACTION-TEXT
               WHEN ACCT-STATUS-CLOSED
                   ADD 1 TO WS-OTHER-ENDED-COUNT
                   MOVE "ACCOUNT CLOSED" TO WS-ACTION-TEXT
               WHEN OTHER
                   ADD 1 TO WS-CURED-COUNT
                   MOVE "CURED" TO WS-ACTION-TEXT
           END-EVALUATE.

      *----------------------------------------------------------------
      *    THE DAILY RUN'S OUTPUTS.  A RUN THAT DIED PART WAY MUST NOT
      *    SEND A PARTIAL CHARGE-OFF OR HOLD FEED, OR REPLACE THE
      *    COLLECTIONS FILE WITH A PARTIAL ONE - THE FEEDS CARRY NO
      *    ITEMS AND THE SWAP STEP IS SKIPPED ON RC 16.
      *----------------------------------------------------------------
       WRITE-DAILY-OUTPUTS.
           IF WS-SEVERE-ERROR-OCCURRED
               MOVE 0 TO WS-CHGGEN-COUNT
               MOVE 0 TO WS-CHGGEN-TOTAL
               MOVE 0 TO WS-HOLDGEN-COUNT
           END-IF
           PERFORM WRITE-CHARGEOFF-FEED
           PERFORM WRITE-HOLD-FEED
           OPEN OUTPUT COLLOUT
           IF NOT WS-SEVERE-ERROR-OCCURRED
               PERFORM WRITE-ONE-COLLECTION
                   VARYING WS-COLL-IDX FROM 1 BY 1
                   UNTIL WS-COLL-IDX > WS-COLL-COUNT
           END-IF
           CLOSE COLLOUT.

       WRITE-CHARGEOFF-FEED.
           OPEN OUTPUT CHGOUT

           MOVE SPACES TO TRAN-CHG-RECORD
           MOVE 'HDR' TO TRAN-REC-TYPE OF TRAN-CHG-RECORD
           MOVE WS-RUN-DATE TO TRAN-HDR-RUN-DATE OF TRAN-CHG-RECORD
           MOVE WS-CHGGEN-COUNT
               TO TRAN-HDR-EXPECTED-COUNT OF TRAN-CHG-RECORD
           MOVE WS-CHGGEN-TOTAL
               TO TRAN-HDR-EXPECTED-AMT OF TRAN-CHG-RECORD
           MOVE WS-CHARGEOFF-BRANCH-ID
               TO TRAN-HDR-BRANCH-ID OF TRAN-CHG-RECORD
           WRITE TRAN-CHG-RECORD

           PERFORM WRITE-ONE-CHARGEOFF-DETAIL
               VARYING WS-CHGGEN-IDX FROM 1 BY 1
               UNTIL WS-CHGGEN-IDX > WS-CHGGEN-COUNT

           MOVE SPACES TO TRAN-CHG-RECORD
           MOVE 'TRL' TO TRAN-REC-TYPE OF TRAN-CHG-RECORD
           MOVE WS-CHGGEN-COUNT
               TO TRAN-TRL-RECORD-COUNT OF TRAN-CHG-RECORD
           MOVE WS-CHGGEN-TOTAL
               TO TRAN-TRL-TOTAL-AMT OF TRAN-CHG-RECORD
           MOVE WS-CHARGEOFF-BRANCH-ID
               TO TRAN-TRL-BRANCH-ID OF TRAN-CHG-RECORD
           WRITE TRAN-CHG-RECORD

           CLOSE CHGOUT.

       WRITE-ONE-CHARGEOFF-DETAIL.
           MOVE SPACES TO TRAN-CHG-RECORD
           MOVE 'DTL' TO TRAN-REC-TYPE OF TRAN-CHG-RECORD
           MOVE WS-CHGGEN-DETAIL (WS-CHGGEN-IDX)
               TO TRAN-DETAIL-DATA OF TRAN-CHG-RECORD
           WRITE TRAN-CHG-RECORD.

       WRITE-HOLD-FEED.
           OPEN OUTPUT MNTOUT
           MOVE SPACES TO MAINT-RECORD
           MOVE 'HDR' TO MNT-REC-TYPE OF MAINT-RECORD
           MOVE WS-RUN-DATE TO MNT-HDR-RUN-DATE OF MAINT-RECORD
           MOVE WS-HOLDGEN-COUNT
               TO MNT-HDR-EXPECTED-COUNT OF MAINT-RECORD
           WRITE MAINT-RECORD
           PERFORM WRITE-ONE-HOLD-DETAIL
               VARYING WS-HOLDGEN-IDX FROM 1 BY 1
               UNTIL WS-HOLDGEN-IDX > WS-HOLDGEN-COUNT
           MOVE SPACES TO MAINT-RECORD
           MOVE 'TRL' TO MNT-REC-TYPE OF MAINT-RECORD
           MOVE WS-HOLDGEN-COUNT TO MNT-TRL-RECORD-COUNT OF MAINT-RECORD
           WRITE MAINT-RECORD
           CLOSE MNTOUT.

       WRITE-ONE-HOLD-DETAIL.
           MOVE SPACES TO MAINT-RECORD
           MOVE 'DTL' TO MNT-REC-TYPE OF MAINT-RECORD
           MOVE WS-HOLDGEN-DETAIL (WS-HOLDGEN-IDX)
               TO MNT-DETAIL-DATA OF MAINT-RECORD
           WRITE MAINT-RECORD.

       WRITE-ONE-COLLECTION.
           IF WS-CL-SEEN (WS-COLL-IDX)
               MOVE WS-CL-ACCOUNT-NUM (WS-COLL-IDX) TO COLL-ACCOUNT-NUM
               MOVE WS-CL-BRANCH-ID (WS-COLL-IDX) TO COLL-BRANCH-ID
               MOVE WS-CL-SINCE-DATE (WS-COLL-IDX)
                   TO COLL-OD-SINCE-DATE
               MOVE WS-CL-LETTER-STAGE (WS-COLL-IDX)
                   TO COLL-LETTER-STAGE
               MOVE WS-CL-LETTER-DATE (WS-COLL-IDX)
                   TO COLL-LAST-LETTER-DATE
               MOVE WS-CL-HOLD-DATE (WS-COLL-IDX) TO COLL-HOLD-DATE
               MOVE WS-CL-CHARGEOFF-DATE (WS-COLL-IDX)
                   TO COLL-CHARGEOFF-DATE
               MOVE WS-CL-CHARGEOFF-TRAN-ID (WS-COLL-IDX)
                   TO COLL-CHARGEOFF-TRAN-ID
               WRITE COLLECTIONS-RECORD
           END-IF.

      *----------------------------------------------------------------
      *    LOOK UP THE OWNER OF WS-LOOKUP-ACCT-NUM THROUGH THE CROSS-
      *    REFERENCE.  ACCOUNT-RECORD MUST ALREADY HOLD THE ACCOUNT,
      *    WHOSE HOLDER NAME STANDS IN WHEN THERE IS NO LINK.
      *----------------------------------------------------------------
       LOOK-UP-OWNER.
           MOVE SPACES TO WS-OWNER-CUST-ID
           MOVE ACCT-HOLDER-NAME TO WS-OWNER-NAME
           MOVE SPACES TO WS-OWNER-ADDR-LINE-1
           MOVE SPACES TO WS-OWNER-ADDR-LINE-2
           MOVE SPACES TO WS-OWNER-ADDR-LINE-3
           MOVE SPACE TO WS-OWNER-DELIVERY-PREF
           MOVE WS-LOOKUP-ACCT-NUM TO CXRF-ACCOUNT-NUM
           READ CUSTXREF
               INVALID KEY
                   ADD 1 TO WS-NO-LINK-COUNT
                   DISPLAY "OD-AGING: *** ACCOUNT "
                       WS-LOOKUP-ACCT-NUM " HAS NO CUSTOMER LINK - "
                       "ROUTED TO MANUAL REVIEW ***"
               NOT INVALID KEY
                   PERFORM LOOK-UP-LINKED-OWNER
           END-READ.

       LOOK-UP-LINKED-OWNER.
           MOVE CXRF-CUST-ID TO CUST-ID
           READ CUSTMST
               INVALID KEY
                   ADD 1 TO WS-NO-LINK-COUNT
                   DISPLAY "OD-AGING: *** ACCOUNT "
                       WS-LOOKUP-ACCT-NUM " LINKED TO MISSING "
                       "CUSTOMER " CXRF-CUST-ID " - ROUTED TO "
                       "MANUAL REVIEW ***"
               NOT INVALID KEY
                   MOVE CUST-ID TO WS-OWNER-CUST-ID
                   MOVE CUST-NAME TO WS-OWNER-NAME
                   MOVE CUST-ADDR-LINE-1 TO WS-OWNER-ADDR-LINE-1
                   MOVE CUST-ADDR-LINE-2 TO WS-OWNER-ADDR-LINE-2
                   MOVE CUST-ADDR-LINE-3 TO WS-OWNER-ADDR-LINE-3
                   MOVE CUST-DELIVERY-PREF TO WS-OWNER-DELIVERY-PREF
           END-READ.

      *----------------------------------------------------------------
      *    ADD THE ACCOUNT IN HAND TO ITS BRANCH'S ROW AND TO THE
      *    GRAND TOTAL, IN ITS BUCKET AND IN THE TOTAL COLUMN, AT ITS
      *    HOME-CURRENCY EQUIVALENT.
      *----------------------------------------------------------------
       ADD-TO-AGING-SUMMARY.
           PERFORM VALUE-OVERDRAFT-IN-HOME
           MOVE 'N' TO WS-BR-FOUND-FLAG
           MOVE 0 TO WS-BR-FOUND-IDX
           PERFORM SEARCH-BRANCH-TABLE
               VARYING WS-BRANCH-IDX FROM 1 BY 1
               UNTIL WS-BRANCH-IDX > WS-BRANCH-COUNT
                  OR WS-BR-FOUND
           IF NOT WS-BR-FOUND
               IF WS-BRANCH-COUNT < 200
                   ADD 1 TO WS-BRANCH-COUNT
                   MOVE WS-BRANCH-COUNT TO WS-BR-FOUND-IDX
                   SET WS-BR-FOUND TO TRUE
                   INITIALIZE WS-BRANCH-ENTRY (WS-BR-FOUND-IDX)
                   MOVE WS-CL-BRANCH-ID (WS-CL-FOUND-IDX)
                       TO WS-BR-BRANCH-ID (WS-BR-FOUND-IDX)
               ELSE
                   DISPLAY "OD-AGING: SEVERE - branch table full, "
                       ACCT-NUMBER " not in the summary"
                   SET WS-SEVERE-ERROR-OCCURRED TO TRUE
               END-IF
           END-IF
           IF WS-BR-FOUND
               ADD 1 TO WS-BR-ACCTS (WS-BR-FOUND-IDX, WS-BUCKET)
               ADD WS-OD-HOME-AMOUNT
                   TO WS-BR-AMOUNT (WS-BR-FOUND-IDX, WS-BUCKET)
               ADD 1 TO WS-BR-ACCTS (WS-BR-FOUND-IDX, 5)
               ADD WS-OD-HOME-AMOUNT
                   TO WS-BR-AMOUNT (WS-BR-FOUND-IDX, 5)
           END-IF
           ADD 1 TO WS-GT-ACCTS (WS-BUCKET)
           ADD WS-OD-HOME-AMOUNT TO WS-GT-AMOUNT (WS-BUCKET)
           ADD 1 TO WS-GT-ACCTS (5)
           ADD WS-OD-HOME-AMOUNT TO WS-GT-AMOUNT (5).

      *----------------------------------------------------------------
      *    THE ACCOUNT IN HAND'S OVERDRAWN AMOUNT IN HOME CURRENCY.
      *    NO RATE FOR ITS CURRENCY LEAVES IT UNVALUED AND WARNS.
      *----------------------------------------------------------------
       VALUE-OVERDRAFT-IN-HOME.
           IF ACCT-IN-HOME-CURRENCY
               MOVE WS-OD-AMOUNT TO WS-OD-HOME-AMOUNT
           ELSE
               MOVE ACCT-CURRENCY-CODE TO WS-FX-LOOKUP-CCY
               PERFORM FIND-EXCHANGE-RATE
               IF WS-FX-FOUND
                   COMPUTE WS-OD-HOME-AMOUNT ROUNDED =
                       WS-OD-AMOUNT * WS-FX-RATE (WS-FX-FOUND-IDX)
               ELSE
                   MOVE 0 TO WS-OD-HOME-AMOUNT
                   ADD 1 TO WS-UNVALUED-COUNT
                   SET WS-WARNING-RAISED TO TRUE
                   DISPLAY "OD-AGING: *** NO EXCHANGE RATE FOR "
                       ACCT-CURRENCY-CODE " - ACCOUNT " ACCT-NUMBER
                       " NOT VALUED IN THE SUMMARY ***"
               END-IF
           END-IF.

       SEARCH-BRANCH-TABLE.
           IF WS-BR-BRANCH-ID (WS-BRANCH-IDX)
                  = WS-CL-BRANCH-ID (WS-CL-FOUND-IDX)
               SET WS-BR-FOUND TO TRUE
               MOVE WS-BRANCH-IDX TO WS-BR-FOUND-IDX
           END-IF.

      *----------------------------------------------------------------
      *    REPORT.
      *----------------------------------------------------------------
       WRITE-AGING-HEADINGS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "OVERDRAWN ACCOUNTS" DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING " ACCT   BR   OD SINCE   DAYS  BUCKET"
               "          BALANCE  ACTION TAKEN"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       WRITE-ENDED-HEADINGS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "LEFT COLLECTIONS SINCE THE LAST RUN"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING " ACCT   BR   OD SINCE                 "
               "          BALANCE  OUTCOME"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       WRITE-COLLECTIONS-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "NEW OVERDRAFTS: " WS-NEW-EPISODE-COUNT
               "   LETTERS: " WS-LETTER-COUNT
               "   HOLDS REQUESTED: " WS-HOLDGEN-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CHGGEN-TOTAL TO WS-TOTAL-AMOUNT-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING "CHARGE-OFFS SENT FOR POSTING: " WS-CHGGEN-COUNT
               "   AMOUNT: " WS-TOTAL-AMOUNT-DISPLAY
               "   OF WHICH SENT AGAIN: " WS-RETRY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "CURED: " WS-CURED-COUNT
               "   CHARGED OFF: " WS-CHARGED-OFF-COUNT
               "   CLOSED OR GONE: " WS-OTHER-ENDED-COUNT
               "   NO CUSTOMER LINK: " WS-NO-LINK-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

      *----------------------------------------------------------------
      *    THE AGING SUMMARY: ONE ROW PER BRANCH, ONE COLUMN PER
      *    BUCKET AND A TOTAL, EACH AN ACCOUNT COUNT AND THE AMOUNT
      *    OVERDRAWN, THEN THE GRAND TOTAL ROW.
      *----------------------------------------------------------------
       WRITE-AGING-SUMMARY.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "AGING SUMMARY BY BRANCH (ACCOUNTS AND AMOUNT "
               "OVERDRAWN, HOME-CURRENCY EQUIVALENT)"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING " BRANCH  --------1-30 DAYS  -------31-60 DAYS  "
               "-------61-90 DAYS  ----OVER 90 DAYS  "
               "-----------TOTAL"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           PERFORM WRITE-ONE-BRANCH-SUMMARY
               VARYING WS-BRANCH-IDX FROM 1 BY 1
               UNTIL WS-BRANCH-IDX > WS-BRANCH-COUNT
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'TOTAL' TO WS-SL-BRANCH
           PERFORM MOVE-ONE-GRAND-CELL
               VARYING WS-CELL-IDX FROM 1 BY 1
               UNTIL WS-CELL-IDX > 5
           MOVE WS-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           IF WS-UNVALUED-COUNT > 0
               MOVE SPACES TO RPT-LINE
               STRING " *** " WS-UNVALUED-COUNT " ACCOUNT(S) COUNTED "
                   "BUT NOT VALUED - NO EXCHANGE RATE ***"
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       WRITE-ONE-BRANCH-SUMMARY.
           MOVE WS-BR-BRANCH-ID (WS-BRANCH-IDX) TO WS-SL-BRANCH
           PERFORM MOVE-ONE-BRANCH-CELL
               VARYING WS-CELL-IDX FROM 1 BY 1
               UNTIL WS-CELL-IDX > 5
           MOVE WS-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE.

       MOVE-ONE-BRANCH-CELL.
           MOVE WS-BR-ACCTS (WS-BRANCH-IDX, WS-CELL-IDX)
               TO WS-SL-ACCTS (WS-CELL-IDX)
           MOVE WS-BR-AMOUNT (WS-BRANCH-IDX, WS-CELL-IDX)
               TO WS-SL-AMOUNT (WS-CELL-IDX).

       MOVE-ONE-GRAND-CELL.
           MOVE WS-GT-ACCTS (WS-CELL-IDX) TO WS-SL-ACCTS (WS-CELL-IDX)
           MOVE WS-GT-AMOUNT (WS-CELL-IDX)
               TO WS-SL-AMOUNT (WS-CELL-IDX).

      *----------------------------------------------------------------
      *    WRITE ONE JOBSTAT RECORD SUMMARISING THE RUN FOR DOWNSTREAM
      *    MONITORING TOOLING.  EACH MODE REPORTS UNDER ITS OWN NAME.
      *----------------------------------------------------------------
       WRITE-JOBSTAT-RECORD.
           MOVE SPACES TO JOBSTAT-RECORD
           IF WS-MODE-SUMMARY
               MOVE "ODAGESUM" TO JOBSTAT-PROGRAM-NAME
               MOVE 0 TO JOBSTAT-INVALID-COUNT
           ELSE
               MOVE "ODAGING" TO JOBSTAT-PROGRAM-NAME
               MOVE WS-NO-LINK-COUNT TO JOBSTAT-INVALID-COUNT
           END-IF
           MOVE WS-RUN-DATE TO JOBSTAT-RUN-DATE
           MOVE WS-ACCOUNT-COUNT TO JOBSTAT-TOTAL-COUNT
           MOVE WS-OVERDRAWN-COUNT TO JOBSTAT-VALID-COUNT
           EVALUATE TRUE
               WHEN WS-SEVERE-ERROR-OCCURRED
                   MOVE 16 TO JOBSTAT-RETURN-CODE
               WHEN WS-WARNING-RAISED
                   MOVE 4 TO JOBSTAT-RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO JOBSTAT-RETURN-CODE
           END-EVALUATE
           WRITE JOBSTAT-RECORD.
