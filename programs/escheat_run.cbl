       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESCHEAT-RUN.
       AUTHOR. STUDENT.

      ******************************************************************
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    - NEW PROGRAM: ANNUAL UNCLAIMED-PROPERTY (ESCHEATMENT) RUN
      *      FOR LONG-DORMANT ACCOUNTS.  AN ACCOUNT IS DUE WHEN IT IS
      *      DORMANT (STATUS D), STILL IN CREDIT, AND WILL HAVE SEEN
      *      NO CUSTOMER ACTIVITY FOR MORE THAN THE STATUTORY PERIOD
      *      (ESCHDAYS ON THE RUN PARAMETERS FILE) BY THE REMITTANCE
      *      DATE.  THE PARM NAMES THE MODE AND THE REMITTANCE DATE:
      *        NOTICE - RUN AHEAD OF THE REMITTANCE DATE (ESCHLEAD
      *                 DAYS, RC 4 IF LATER): ONE DUE-DILIGENCE
      *                 LETTER PER DUE ACCOUNT, ADDRESSED THROUGH THE
      *                 CUSTOMER CROSS-REFERENCE, IN THE NOTICE
      *                 LAYOUT FOR THE LETTER-PRINT SERVICE.  A
      *                 CUSTOMER WHO ANSWERS IS REACTIVATED THROUGH
      *                 ACCT-MAINT AND DROPS OUT OF THE REMITTANCE
      *        REMIT  - ON THE REMITTANCE DATE: A BALANCED FEED OF
      *                 ESCHEAT DEBITS FOR THE WHOLE REMAINING
      *                 BALANCE OF EACH DUE ACCOUNT, UNDER ITS OWN
      *                 BRANCH ID, FOR BATCH-VALIDATOR AND ACCOUNT-
      *                 UPDATE - SO THE MONEY LEAVES THE ACCOUNT WITH
      *                 THE SAME AUDIT TRAIL AS EVERY OTHER POSTING,
      *                 AND GL-EXTRACT OFFSETS IT TO ESCHEAT PAYABLE
      *        HOLDER - AFTER THE POSTING: THE HOLDER REPORT (OWNER,
      *                 ADDRESS, LAST-ACTIVITY DATE, AMOUNT REMITTED)
      *                 PROVED AGAINST THE AUDIT TRAIL, AND A
      *                 BALANCED MAINTENANCE FEED OF CLOSE ACTIONS FOR
      *                 THE ACCOUNTS NOW AT ZERO, SO THE CLOSURES GO
      *                 THROUGH ACCT-MAINT AND DUAL CONTROL LIKE ANY
      *                 OTHER CLOSE
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
           SELECT ESCNTCE ASSIGN TO "ESCNTCE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ESCOUT ASSIGN TO "ESCOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ESCIN ASSIGN TO "ESCIN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDITLOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MNTOUT ASSIGN TO "MNTOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ESCRPT ASSIGN TO "ESCRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOBSTAT ASSIGN TO "JOBSTAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARMFILE.
           COPY PRMSREC.

       FD  ACCOUNTS.
           COPY ACCTREC.

       FD  CUSTMST.
           COPY CUSTREC.

       FD  CUSTXREF.
           COPY CXRFREC.

       FD  ESCNTCE.
           COPY NTCEREC.

       FD  ESCOUT.
           COPY TRANREC REPLACING TRAN-RECORD BY TRAN-ESC-RECORD.

       FD  ESCIN.
           COPY TRANREC REPLACING TRAN-RECORD BY TRAN-ESCIN-RECORD.

       FD  AUDITLOG.
           COPY AUDTREC.

       FD  MNTOUT.
           COPY MNTREC.

       FD  ESCRPT.
           COPY RPTLREC.

       FD  JOBSTAT.
           COPY JSTAREC.

       WORKING-STORAGE SECTION.
       01  WS-ACCOUNT-COUNT            PIC 9(7) VALUE 0.
       01  WS-DUE-COUNT                PIC 9(7) VALUE 0.
       01  WS-DUE-AMOUNT-TOTAL         PIC 9(11)V99 VALUE 0.
       01  WS-NOT-IN-CREDIT-COUNT      PIC 9(7) VALUE 0.
       01  WS-NO-DATE-COUNT            PIC 9(7) VALUE 0.
       01  WS-NO-LINK-COUNT            PIC 9(7) VALUE 0.
       01  WS-EOF-FLAG                 PIC X VALUE 'N'.
       01  WS-PARMS-EOF-FLAG           PIC X VALUE 'N'.
       01  WS-RUN-DATE                 PIC 9(8) VALUE ZEROS.
       01  WS-RUN-DATE-DISPLAY         PIC X(8) VALUE SPACES.
       01  WS-REMIT-DATE               PIC 9(8) VALUE ZEROS.
       01  WS-ACCOUNTS-STATUS          PIC X(2) VALUE '00'.
           88  WS-ACCOUNTS-OK              VALUE '00'.
       01  WS-CUSTMST-STATUS           PIC X(2) VALUE '00'.
           88  WS-CUSTMST-OK               VALUE '00'.
       01  WS-CUSTXREF-STATUS          PIC X(2) VALUE '00'.
           88  WS-CUSTXREF-OK              VALUE '00'.

       01  WS-RUN-MODE                 PIC X(6) VALUE SPACES.
           88  WS-MODE-NOTICE              VALUE 'NOTICE'.
           88  WS-MODE-REMIT               VALUE 'REMIT'.
           88  WS-MODE-HOLDER              VALUE 'HOLDER'.

       01  WS-SEVERE-ERROR-FLAG        PIC X VALUE 'N'.
           88  WS-SEVERE-ERROR-OCCURRED    VALUE 'Y'.
       01  WS-WARNING-FLAG             PIC X VALUE 'N'.
           88  WS-WARNING-RAISED           VALUE 'Y'.

      *    THE STATUTORY DORMANCY PERIOD BEFORE A BALANCE MUST BE
      *    HANDED TO THE STATE, AND HOW FAR AHEAD OF THE REMITTANCE
      *    THE DUE-DILIGENCE LETTERS MUST GO OUT.  COMPILED DEFAULTS;
      *    OVERRIDDEN BY THE ESCHDAYS AND ESCHLEAD ENTRIES ON THE RUN
      *    PARAMETERS FILE, WHICH IS WHERE COMPLIANCE SETS THEM.
       01  WS-ESCHEAT-DAYS-LIMIT       PIC 9(5) VALUE 1800.
       01  WS-LETTER-LEAD-DAYS         PIC 9(5) VALUE 60.
       01  WS-DAYS-PARM-EFF-DATE       PIC 9(8) VALUE 0.
       01  WS-LEAD-PARM-EFF-DATE       PIC 9(8) VALUE 0.

      *    PSEUDO-JULIAN DAY NUMBERS, AS DORMANT-SWEEP KEEPS THEM.
       01  WS-DATE-MATH.
           05  WS-RUN-PSEUDO-DAYS       PIC 9(9) VALUE 0.
           05  WS-REMIT-PSEUDO-DAYS     PIC 9(9) VALUE 0.
           05  WS-ACT-PSEUDO-DAYS       PIC 9(9) VALUE 0.
           05  WS-DAYS-IDLE             PIC S9(9) VALUE 0.
           05  WS-DAYS-TO-REMIT         PIC S9(9) VALUE 0.
           05  WS-SPLIT-DATE-IN         PIC 9(8) VALUE 0.
           05  WS-SPLIT-PSEUDO-DAYS     PIC 9(9) VALUE 0.
           05  WS-SPLIT-YEAR            PIC 9(4) VALUE 0.
           05  WS-SPLIT-MMDD            PIC 9(4) VALUE 0.
           05  WS-SPLIT-MONTH           PIC 9(2) VALUE 0.
           05  WS-SPLIT-DAY             PIC 9(2) VALUE 0.
       01  WS-LAST-ACTIVITY-NUM        PIC 9(8) VALUE 0.
       01  WS-ACCOUNT-DUE-FLAG         PIC X VALUE 'N'.
           88  WS-ACCOUNT-IS-DUE           VALUE 'Y'.

      *    GENERATED TRANSACTION IDS: E, A MONTH CODE (1-9 THEN
      *    A/B/C), AND A RUN SEQUENCE - THE FEE-ASSESS ID CONVENTION.
       01  WS-TRAN-ID-WORK.
           05  WS-TRAN-ID-PREFIX        PIC X VALUE 'E'.
           05  WS-TRAN-ID-MONTH-CODE    PIC X VALUE SPACE.
           05  WS-TRAN-ID-SEQ           PIC 9(4) VALUE 0.
       01  WS-MONTH-CODE-TABLE         PIC X(12) VALUE "123456789ABC".
       01  WS-RUN-YYYYMM               PIC 9(6) VALUE 0.
       01  WS-RUN-YEAR                 PIC 9(4) VALUE 0.
       01  WS-RUN-MONTH                PIC 9(2) VALUE 0.

      *    THE REMITTANCE FEED'S OWN BRANCH ID, SO ITS SECTION
      *    BALANCES ON ITS OWN CONTROL TOTALS AND ITS LEGS ARE
      *    RECOGNISABLE ON THE AUDIT TRAIL.
       01  WS-ESCHEAT-BRANCH-ID        PIC X(3) VALUE 'ESC'.

      *    GENERATED DEBITS ARE BUFFERED SO ESCOUT CAN OPEN WITH A
      *    HEADER CARRYING THE TRUE EXPECTED COUNT AND AMOUNT.
       01  WS-ESCGEN-TABLE.
           05  WS-ESCGEN-COUNT          PIC 9(4) VALUE 0.
           05  WS-ESCGEN-DETAIL         PIC X(76) OCCURS 2000 TIMES.
       01  WS-ESCGEN-IDX               PIC 9(4) VALUE 0.

      *    WORK RECORD FOR BUILDING ONE GENERATED DETAIL LINE.
           COPY TRANREC REPLACING TRAN-RECORD BY WS-TRAN-WORK-RECORD.

      *    HOLDER MODE: THE REMITTANCE FEED'S ITEMS, EACH MATCHED TO
      *    ITS POSTED ESCHEAT LEG ON THE DAY'S AUDIT TRAIL.
       01  WS-REMIT-TABLE.
           05  WS-REMIT-COUNT           PIC 9(4) VALUE 0.
           05  WS-REMIT-ENTRY OCCURS 2000 TIMES.
               10  WS-RM-TRAN-ID            PIC X(6).
               10  WS-RM-ACCT-NUM           PIC X(5).
               10  WS-RM-AMOUNT             PIC 9(8)V99.
               10  WS-RM-POSTED-FLAG        PIC X.
                   88  WS-RM-POSTED             VALUE 'Y'.
               10  WS-RM-AFTER-BALANCE      PIC S9(9)V99.
       01  WS-REMIT-IDX                PIC 9(4) VALUE 0.
       01  WS-RM-FOUND-FLAG            PIC X VALUE 'N'.
           88  WS-RM-FOUND                  VALUE 'Y'.
       01  WS-RM-FOUND-IDX             PIC 9(4) VALUE 0.

       01  WS-REMITTED-COUNT           PIC 9(7) VALUE 0.
       01  WS-REMITTED-AMOUNT-TOTAL    PIC 9(11)V99 VALUE 0.
       01  WS-NOT-POSTED-COUNT         PIC 9(7) VALUE 0.
       01  WS-UNMATCHED-LEG-COUNT      PIC 9(7) VALUE 0.
       01  WS-AUDIT-ESCHEAT-TOTAL      PIC 9(11)V99 VALUE 0.
       01  WS-LEG-AMOUNT               PIC S9(9)V99 VALUE 0.
       01  WS-CLOSE-COUNT              PIC 9(7) VALUE 0.
       01  WS-NOT-CLOSED-COUNT         PIC 9(7) VALUE 0.

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
       01  WS-LAST-ACTIVITY-DISPLAY    PIC X(8) VALUE SPACES.

      *    ONE DETAIL LINE OF THE LETTER LIST, REMITTANCE LIST OR
      *    HOLDER REPORT, WITH THE ADDRESS CONTINUATION BELOW IT.
       01  WS-ESC-LINE.
           05  FILLER                   PIC X VALUE SPACE.
           05  WS-E-ACCT                PIC X(5).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-E-CUST-ID             PIC X(6).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-E-OWNER               PIC X(20).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-E-ADDR                PIC X(30).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-E-LAST-ACTIVITY       PIC X(8).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-E-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-E-TRAN-ID             PIC X(6).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-E-NOTE                PIC X(20).
           05  FILLER                   PIC X(9) VALUE SPACES.
       01  WS-ESC-ADDR-LINE.
           05  FILLER                   PIC X(38) VALUE SPACES.
           05  WS-EA-ADDR               PIC X(30).
           05  FILLER                   PIC X(65) VALUE SPACES.
       01  WS-TOTAL-AMOUNT-DISPLAY     PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-LETTER-TEXT              PIC X(60) VALUE SPACES.

       LINKAGE SECTION.
       01  LS-PARM-AREA.
           05  LS-PARM-LENGTH           PIC S9(4) COMP.
           05  LS-PARM-RUN-DATE         PIC X(8).
           05  FILLER                   PIC X.
           05  LS-PARM-MODE             PIC X(6).
           05  FILLER                   PIC X.
           05  LS-PARM-REMIT-DATE       PIC X(8).

       PROCEDURE DIVISION USING LS-PARM-AREA.
       MAIN-PROCEDURE.
           DISPLAY "ESCHEAT-RUN: Starting escheatment run..."

           PERFORM ESTABLISH-RUN-PARAMETERS
           OPEN OUTPUT JOBSTAT

           IF NOT WS-SEVERE-ERROR-OCCURRED
               EVALUATE TRUE
                   WHEN WS-MODE-NOTICE
                       PERFORM LOAD-RUN-PARAMETERS
                       PERFORM RUN-DUE-DILIGENCE-LETTERS
                   WHEN WS-MODE-REMIT
                       PERFORM LOAD-RUN-PARAMETERS
                       PERFORM RUN-REMITTANCE
                   WHEN WS-MODE-HOLDER
                       PERFORM RUN-HOLDER-REPORT
               END-EVALUATE
           END-IF

           DISPLAY "ESCHEAT-RUN: Escheatment run completed"

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
      *    ESTABLISH THE BUSINESS DATE, THE MODE AND THE REMITTANCE
      *    DATE FROM THE PARM (CCYYMMDD,MODE  ,CCYYMMDD).  THE RUN
      *    CANNOT GUESS WHICH STEP IT IS OR WHEN THE STATE IS TO BE
      *    PAID, SO A MISSING MODE OR REMITTANCE DATE IS SEVERE.
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
           DISPLAY "ESCHEAT-RUN: Run date is " WS-RUN-DATE

           IF LS-PARM-LENGTH > 9
               MOVE LS-PARM-MODE TO WS-RUN-MODE
           END-IF
           IF NOT WS-MODE-NOTICE
               AND NOT WS-MODE-REMIT
               AND NOT WS-MODE-HOLDER
               DISPLAY "ESCHEAT-RUN: SEVERE - run mode '" WS-RUN-MODE
                   "' is not NOTICE, REMIT or HOLDER"
               SET WS-SEVERE-ERROR-OCCURRED TO TRUE
           ELSE
               DISPLAY "ESCHEAT-RUN: Run mode is " WS-RUN-MODE
           END-IF

           IF LS-PARM-LENGTH > 16
               AND LS-PARM-REMIT-DATE IS NUMERIC
               MOVE LS-PARM-REMIT-DATE TO WS-REMIT-DATE
               DISPLAY "ESCHEAT-RUN: Remittance date is "
                   WS-REMIT-DATE
           ELSE
               DISPLAY "ESCHEAT-RUN: SEVERE - no valid remittance "
                   "date on the parm"
               SET WS-SEVERE-ERROR-OCCURRED TO TRUE
           END-IF

           MOVE WS-RUN-DATE TO WS-SPLIT-DATE-IN
           PERFORM CONVERT-DATE-TO-PSEUDO-DAYS
           MOVE WS-SPLIT-PSEUDO-DAYS TO WS-RUN-PSEUDO-DAYS
           MOVE WS-REMIT-DATE TO WS-SPLIT-DATE-IN
           PERFORM CONVERT-DATE-TO-PSEUDO-DAYS
           MOVE WS-SPLIT-PSEUDO-DAYS TO WS-REMIT-PSEUDO-DAYS.

      *----------------------------------------------------------------
      *    LOAD THE ESCHEATMENT KNOBS FROM THE RUN PARAMETERS FILE:
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
           DISPLAY "ESCHEAT-RUN: Statutory dormancy period in "
               "effect: " WS-ESCHEAT-DAYS-LIMIT " days"
           DISPLAY "ESCHEAT-RUN: Letter lead time in effect: "
               WS-LETTER-LEAD-DAYS " days".

       READ-ONE-RUN-PARAMETER.
           READ PARMFILE
               AT END MOVE 'Y' TO WS-PARMS-EOF-FLAG
               NOT AT END
                   IF PRM-VALUE IS NUMERIC
                       AND PRM-EFFECTIVE-DATE IS NUMERIC
                       AND PRM-EFFECTIVE-DATE-NUM <= WS-RUN-DATE
                       EVALUATE PRM-KEY
                           WHEN 'ESCHDAYS'
                               IF PRM-EFFECTIVE-DATE-NUM
                                      >= WS-DAYS-PARM-EFF-DATE
                                   MOVE PRM-VALUE-NUM
                                       TO WS-ESCHEAT-DAYS-LIMIT
                                   MOVE PRM-EFFECTIVE-DATE-NUM
                                       TO WS-DAYS-PARM-EFF-DATE
                               END-IF
                           WHEN 'ESCHLEAD'
                               IF PRM-EFFECTIVE-DATE-NUM
                                      >= WS-LEAD-PARM-EFF-DATE
                                   MOVE PRM-VALUE-NUM
                                       TO WS-LETTER-LEAD-DAYS
                                   MOVE PRM-EFFECTIVE-DATE-NUM
                                       TO WS-LEAD-PARM-EFF-DATE
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
      *    IS THE ACCOUNT IN HAND DUE FOR ESCHEATMENT ON THE
      *    REMITTANCE DATE?  DORMANT, IN CREDIT, AND IDLE FOR MORE
      *    THAN THE STATUTORY PERIOD BY THAT DATE.  A DORMANT ACCOUNT
      *    WITH NO USABLE ACTIVITY DATE CANNOT BE AGED AND IS COUNTED
      *    FOR FOLLOW-UP, NEVER ESCHEATED ON NO EVIDENCE.
      *----------------------------------------------------------------
       JUDGE-ACCOUNT-DUE.
           MOVE 'N' TO WS-ACCOUNT-DUE-FLAG
           IF ACCT-STATUS-DORMANT
               IF ACCT-LAST-ACTIVITY-DATE IS NOT NUMERIC
                   ADD 1 TO WS-NO-DATE-COUNT
                   DISPLAY "ESCHEAT-RUN: *** DORMANT ACCOUNT "
                       ACCT-NUMBER " HAS NO USABLE ACTIVITY DATE ***"
               ELSE
                   MOVE ACCT-LAST-ACTIVITY-DATE TO WS-LAST-ACTIVITY-NUM
                   MOVE WS-LAST-ACTIVITY-NUM TO WS-SPLIT-DATE-IN
                   PERFORM CONVERT-DATE-TO-PSEUDO-DAYS
                   MOVE WS-SPLIT-PSEUDO-DAYS TO WS-ACT-PSEUDO-DAYS
                   COMPUTE WS-DAYS-IDLE =
                       WS-REMIT-PSEUDO-DAYS - WS-ACT-PSEUDO-DAYS
                   IF WS-DAYS-IDLE > WS-ESCHEAT-DAYS-LIMIT
                       IF ACCT-BALANCE > 0
                           SET WS-ACCOUNT-IS-DUE TO TRUE
                       ELSE
                           ADD 1 TO WS-NOT-IN-CREDIT-COUNT
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *    NOTICE MODE: ONE DUE-DILIGENCE LETTER PER ACCOUNT DUE ON
      *    THE REMITTANCE DATE.  LETTERS SENT INSIDE THE LEAD TIME
      *    STILL GO, BUT THE RUN ENDS RC 4 SO COMPLIANCE KNOWS THE
      *    STATUTORY NOTICE PERIOD WAS NOT MET.
      *----------------------------------------------------------------
       RUN-DUE-DILIGENCE-LETTERS.
           COMPUTE WS-DAYS-TO-REMIT =
               WS-REMIT-PSEUDO-DAYS - WS-RUN-PSEUDO-DAYS
           IF WS-DAYS-TO-REMIT < 0
               DISPLAY "ESCHEAT-RUN: SEVERE - remittance date "
                   WS-REMIT-DATE " is already past"
               SET WS-SEVERE-ERROR-OCCURRED TO TRUE
           ELSE
               IF WS-DAYS-TO-REMIT < WS-LETTER-LEAD-DAYS
                   DISPLAY "ESCHEAT-RUN: WARNING - letters are going "
                       "out only " WS-DAYS-TO-REMIT " days ahead of "
                       "the remittance date"
                   SET WS-WARNING-RAISED TO TRUE
               END-IF
               OPEN INPUT ACCOUNTS
               OPEN INPUT CUSTXREF
               OPEN INPUT CUSTMST
               OPEN OUTPUT ESCNTCE
               OPEN OUTPUT ESCRPT
               IF NOT WS-ACCOUNTS-OK
                   DISPLAY "ESCHEAT-RUN: SEVERE - ACCOUNTS OPEN "
                       "FAILED, STATUS " WS-ACCOUNTS-STATUS
                   SET WS-SEVERE-ERROR-OCCURRED TO TRUE
                   MOVE 'Y' TO WS-EOF-FLAG
               END-IF
               MOVE SPACES TO RPT-LINE
               STRING "ESCHEATMENT DUE-DILIGENCE LETTERS - RUN DATE: "
                   WS-RUN-DATE "  REMITTANCE DATE: " WS-REMIT-DATE
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               PERFORM WRITE-COLUMN-HEADINGS
               PERFORM SELECT-LETTER-ACCOUNTS UNTIL WS-EOF-FLAG = 'Y'
               PERFORM WRITE-LETTER-TRAILER
               CLOSE ACCOUNTS
               CLOSE CUSTXREF
               CLOSE CUSTMST
               CLOSE ESCNTCE
               CLOSE ESCRPT
           END-IF
           DISPLAY "ESCHEAT-RUN: Accounts scanned: " WS-ACCOUNT-COUNT
           DISPLAY "ESCHEAT-RUN: Due-diligence letters written: "
               WS-DUE-COUNT.

       SELECT-LETTER-ACCOUNTS.
           READ ACCOUNTS NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-ACCOUNT-COUNT
                   PERFORM JUDGE-ACCOUNT-DUE
                   IF WS-ACCOUNT-IS-DUE
                       PERFORM WRITE-DUE-DILIGENCE-LETTER
                   END-IF
           END-READ.

       WRITE-DUE-DILIGENCE-LETTER.
           ADD 1 TO WS-DUE-COUNT
           ADD ACCT-BALANCE TO WS-DUE-AMOUNT-TOTAL
           MOVE ACCT-NUMBER TO WS-LOOKUP-ACCT-NUM
           PERFORM LOOK-UP-OWNER

           MOVE SPACES TO WS-LETTER-TEXT
           STRING "CONTACT US BEFORE " WS-REMIT-DATE
               " OR THE BALANCE GOES TO THE STATE"
               DELIMITED BY SIZE INTO WS-LETTER-TEXT
           MOVE SPACES TO NOTICE-RECORD
           MOVE WS-RUN-DATE TO NTCE-RUN-DATE
           MOVE ACCT-NUMBER TO NTCE-ACCOUNT-NUM
           MOVE ACCT-HOLDER-NAME TO NTCE-HOLDER-NAME
           MOVE SPACES TO NTCE-TRAN-ID
           MOVE 'ESCHEAT' TO NTCE-TRAN-TYPE
           MOVE ACCT-BALANCE TO NTCE-AMOUNT
           MOVE 'ESCHDUE' TO NTCE-REASON-CODE
           MOVE WS-LETTER-TEXT TO NTCE-NOTICE-TEXT
           MOVE WS-OWNER-CUST-ID TO NTCE-CUST-ID
           MOVE WS-OWNER-ADDR-LINE-1 TO NTCE-ADDR-LINE-1
           MOVE WS-OWNER-ADDR-LINE-2 TO NTCE-ADDR-LINE-2
           MOVE WS-OWNER-ADDR-LINE-3 TO NTCE-ADDR-LINE-3
           MOVE WS-OWNER-DELIVERY-PREF TO NTCE-DELIVERY-PREF
           WRITE NOTICE-RECORD

           MOVE ACCT-LAST-ACTIVITY-DATE TO WS-LAST-ACTIVITY-DISPLAY
           MOVE ACCT-BALANCE TO WS-LEG-AMOUNT
           MOVE SPACES TO WS-E-TRAN-ID
           PERFORM WRITE-OWNER-LINES.

      *----------------------------------------------------------------
      *    REMIT MODE: ON THE REMITTANCE DATE ITSELF, ONE ESCHEAT
      *    DEBIT FOR THE WHOLE BALANCE OF EACH DUE ACCOUNT, WRITTEN
      *    AS A BALANCED SECTION FOR BATCH-VALIDATOR.  RUN ON ANY
      *    OTHER DATE IT WRITES NOTHING - THE STATE IS PAID ON THE
      *    DATE THE FILING NAMES, NOT WHEN THE JOB HAPPENS TO RUN.
      *----------------------------------------------------------------
       RUN-REMITTANCE.
           IF WS-RUN-DATE NOT = WS-REMIT-DATE
               DISPLAY "ESCHEAT-RUN: SEVERE - run date " WS-RUN-DATE
                   " is not the remittance date " WS-REMIT-DATE
               SET WS-SEVERE-ERROR-OCCURRED TO TRUE
           ELSE
               OPEN INPUT ACCOUNTS
               OPEN INPUT CUSTXREF
               OPEN INPUT CUSTMST
               OPEN OUTPUT ESCRPT
               IF NOT WS-ACCOUNTS-OK
                   DISPLAY "ESCHEAT-RUN: SEVERE - ACCOUNTS OPEN "
                       "FAILED, STATUS " WS-ACCOUNTS-STATUS
                   SET WS-SEVERE-ERROR-OCCURRED TO TRUE
                   MOVE 'Y' TO WS-EOF-FLAG
               END-IF
               MOVE SPACES TO RPT-LINE
               STRING "ESCHEATMENT REMITTANCE FEED - REMITTANCE DATE: "
                   WS-REMIT-DATE
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               PERFORM WRITE-COLUMN-HEADINGS
               PERFORM SELECT-REMIT-ACCOUNTS UNTIL WS-EOF-FLAG = 'Y'
               CLOSE ACCOUNTS
               CLOSE CUSTXREF
               CLOSE CUSTMST
               IF NOT WS-SEVERE-ERROR-OCCURRED
                   PERFORM WRITE-REMITTANCE-FEED
               END-IF
               PERFORM WRITE-REMIT-TRAILER
               CLOSE ESCRPT
           END-IF
           DISPLAY "ESCHEAT-RUN: Accounts scanned: " WS-ACCOUNT-COUNT
           DISPLAY "ESCHEAT-RUN: Escheat debits generated: "
               WS-ESCGEN-COUNT.

       SELECT-REMIT-ACCOUNTS.
           READ ACCOUNTS NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-ACCOUNT-COUNT
                   PERFORM JUDGE-ACCOUNT-DUE
                   IF WS-ACCOUNT-IS-DUE
                       PERFORM BUILD-ESCHEAT-DEBIT
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *    BUFFER ONE GENERATED ESCHEAT DEBIT.
      *----------------------------------------------------------------
       BUILD-ESCHEAT-DEBIT.
           IF WS-ESCGEN-COUNT < 2000
               MOVE SPACES TO WS-TRAN-WORK-RECORD
               ADD 1 TO WS-TRAN-ID-SEQ
               MOVE WS-TRAN-ID-WORK
                   TO TRAN-ID OF WS-TRAN-WORK-RECORD
               MOVE 'ESCHEAT' TO TRAN-TYPE OF WS-TRAN-WORK-RECORD
               MOVE ACCT-NUMBER
                   TO TRAN-ACCOUNT-NUM OF WS-TRAN-WORK-RECORD
               MOVE ACCT-BALANCE
                   TO TRAN-AMOUNT-NUM OF WS-TRAN-WORK-RECORD
               MOVE WS-RUN-DATE
                   TO TRAN-DATE OF WS-TRAN-WORK-RECORD
               MOVE 0 TO TRAN-ATTEMPT-COUNT OF WS-TRAN-WORK-RECORD
               MOVE WS-ESCHEAT-BRANCH-ID
                   TO TRAN-BRANCH-ID OF WS-TRAN-WORK-RECORD
               ADD 1 TO WS-ESCGEN-COUNT
               MOVE TRAN-DETAIL-DATA OF WS-TRAN-WORK-RECORD
                   TO WS-ESCGEN-DETAIL (WS-ESCGEN-COUNT)
               ADD 1 TO WS-DUE-COUNT
               ADD ACCT-BALANCE TO WS-DUE-AMOUNT-TOTAL
               MOVE ACCT-NUMBER TO WS-LOOKUP-ACCT-NUM
               PERFORM LOOK-UP-OWNER
               MOVE ACCT-LAST-ACTIVITY-DATE TO WS-LAST-ACTIVITY-DISPLAY
               MOVE ACCT-BALANCE TO WS-LEG-AMOUNT
               MOVE TRAN-ID OF WS-TRAN-WORK-RECORD TO WS-E-TRAN-ID
               PERFORM WRITE-OWNER-LINES
           ELSE
               DISPLAY "ESCHEAT-RUN: SEVERE - generated-debit table "
                   "full, " ACCT-NUMBER " not remitted"
               SET WS-SEVERE-ERROR-OCCURRED TO TRUE
           END-IF.

      *----------------------------------------------------------------
      *    WRITE THE REMITTANCE FEED: HEADER WITH THE TRUE CONTROL
      *    TOTALS, THE GENERATED DEBITS, THEN THE MATCHING TRAILER.
      *----------------------------------------------------------------
       WRITE-REMITTANCE-FEED.
           OPEN OUTPUT ESCOUT

           MOVE SPACES TO TRAN-ESC-RECORD
           MOVE 'HDR' TO TRAN-REC-TYPE OF TRAN-ESC-RECORD
           MOVE WS-RUN-DATE TO TRAN-HDR-RUN-DATE OF TRAN-ESC-RECORD
           MOVE WS-ESCGEN-COUNT
               TO TRAN-HDR-EXPECTED-COUNT OF TRAN-ESC-RECORD
           MOVE WS-DUE-AMOUNT-TOTAL
               TO TRAN-HDR-EXPECTED-AMT OF TRAN-ESC-RECORD
           MOVE WS-ESCHEAT-BRANCH-ID
               TO TRAN-HDR-BRANCH-ID OF TRAN-ESC-RECORD
           WRITE TRAN-ESC-RECORD

           PERFORM WRITE-ONE-ESCHEAT-DETAIL
               VARYING WS-ESCGEN-IDX FROM 1 BY 1
               UNTIL WS-ESCGEN-IDX > WS-ESCGEN-COUNT

           MOVE SPACES TO TRAN-ESC-RECORD
           MOVE 'TRL' TO TRAN-REC-TYPE OF TRAN-ESC-RECORD
           MOVE WS-ESCGEN-COUNT
               TO TRAN-TRL-RECORD-COUNT OF TRAN-ESC-RECORD
           MOVE WS-DUE-AMOUNT-TOTAL
               TO TRAN-TRL-TOTAL-AMT OF TRAN-ESC-RECORD
           MOVE WS-ESCHEAT-BRANCH-ID
               TO TRAN-TRL-BRANCH-ID OF TRAN-ESC-RECORD
           WRITE TRAN-ESC-RECORD

           CLOSE ESCOUT.

       WRITE-ONE-ESCHEAT-DETAIL.
           MOVE SPACES TO TRAN-ESC-RECORD
           MOVE 'DTL' TO TRAN-REC-TYPE OF TRAN-ESC-RECORD
           MOVE WS-ESCGEN-DETAIL (WS-ESCGEN-IDX)
               TO TRAN-DETAIL-DATA OF TRAN-ESC-RECORD
           WRITE TRAN-ESC-RECORD.

      *----------------------------------------------------------------
      *    HOLDER MODE: THE REMITTANCE FEED'S ITEMS ARE MATCHED TO
      *    THE ESCHEAT LEGS ACCOUNT-UPDATE POSTED TODAY.  EACH POSTED
      *    ITEM GOES ON THE HOLDER REPORT AND, ONCE THE ACCOUNT IS AT
      *    ZERO, ONTO THE CLOSE FEED.  AN ITEM THAT DID NOT POST, OR
      *    AN ESCHEAT LEG THE FEED DOES NOT ACCOUNT FOR, ENDS THE RUN
      *    RC 4 - THE FILING MUST AGREE WITH THE LEDGER.
      *----------------------------------------------------------------
       RUN-HOLDER-REPORT.
           OPEN INPUT ESCIN
           PERFORM LOAD-REMITTANCE-FEED UNTIL WS-EOF-FLAG = 'Y'
           CLOSE ESCIN

           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT AUDITLOG
           PERFORM MATCH-POSTED-ESCHEAT-LEGS UNTIL WS-EOF-FLAG = 'Y'
           CLOSE AUDITLOG

           OPEN INPUT ACCOUNTS
           OPEN INPUT CUSTXREF
           OPEN INPUT CUSTMST
           OPEN OUTPUT ESCRPT
           OPEN OUTPUT MNTOUT
           IF NOT WS-ACCOUNTS-OK
               DISPLAY "ESCHEAT-RUN: SEVERE - ACCOUNTS OPEN "
                   "FAILED, STATUS " WS-ACCOUNTS-STATUS
               SET WS-SEVERE-ERROR-OCCURRED TO TRUE
           END-IF

           MOVE SPACES TO RPT-LINE
           STRING "UNCLAIMED PROPERTY HOLDER REPORT - REMITTANCE DATE: "
               WS-REMIT-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           PERFORM WRITE-COLUMN-HEADINGS

           IF NOT WS-SEVERE-ERROR-OCCURRED
               PERFORM COUNT-ACCOUNTS-TO-CLOSE
                   VARYING WS-REMIT-IDX FROM 1 BY 1
                   UNTIL WS-REMIT-IDX > WS-REMIT-COUNT
           END-IF
           MOVE SPACES TO MAINT-RECORD
           MOVE 'HDR' TO MNT-REC-TYPE
           MOVE WS-RUN-DATE TO MNT-HDR-RUN-DATE
           MOVE WS-CLOSE-COUNT TO MNT-HDR-EXPECTED-COUNT
           WRITE MAINT-RECORD
           MOVE 0 TO WS-CLOSE-COUNT

           IF NOT WS-SEVERE-ERROR-OCCURRED
               PERFORM REPORT-ONE-REMITTED-ITEM
                   VARYING WS-REMIT-IDX FROM 1 BY 1
                   UNTIL WS-REMIT-IDX > WS-REMIT-COUNT
           END-IF

           MOVE SPACES TO MAINT-RECORD
           MOVE 'TRL' TO MNT-REC-TYPE
           MOVE WS-CLOSE-COUNT TO MNT-TRL-RECORD-COUNT
           WRITE MAINT-RECORD

           PERFORM WRITE-HOLDER-TRAILER

           CLOSE ACCOUNTS
           CLOSE CUSTXREF
           CLOSE CUSTMST
           CLOSE ESCRPT
           CLOSE MNTOUT

           IF WS-NOT-POSTED-COUNT > 0
               OR WS-UNMATCHED-LEG-COUNT > 0
               SET WS-WARNING-RAISED TO TRUE
           END-IF
           DISPLAY "ESCHEAT-RUN: Items on the remittance feed: "
               WS-REMIT-COUNT
           DISPLAY "ESCHEAT-RUN: Items remitted: " WS-REMITTED-COUNT
           DISPLAY "ESCHEAT-RUN: Items not posted: "
               WS-NOT-POSTED-COUNT
           DISPLAY "ESCHEAT-RUN: Accounts sent for closure: "
               WS-CLOSE-COUNT.

       LOAD-REMITTANCE-FEED.
           READ ESCIN
               AT END MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF TRAN-REC-IS-DETAIL OF TRAN-ESCIN-RECORD
                       PERFORM ADD-REMITTANCE-ITEM
                   END-IF
           END-READ.

       ADD-REMITTANCE-ITEM.
           IF WS-REMIT-COUNT < 2000
               ADD 1 TO WS-REMIT-COUNT
               MOVE TRAN-ID OF TRAN-ESCIN-RECORD
                   TO WS-RM-TRAN-ID (WS-REMIT-COUNT)
               MOVE TRAN-ACCOUNT-NUM OF TRAN-ESCIN-RECORD
                   TO WS-RM-ACCT-NUM (WS-REMIT-COUNT)
               MOVE TRAN-AMOUNT-NUM OF TRAN-ESCIN-RECORD
                   TO WS-RM-AMOUNT (WS-REMIT-COUNT)
               MOVE 'N' TO WS-RM-POSTED-FLAG (WS-REMIT-COUNT)
               MOVE 0 TO WS-RM-AFTER-BALANCE (WS-REMIT-COUNT)
           ELSE
               DISPLAY "ESCHEAT-RUN: SEVERE - remittance table "
                   "full, " TRAN-ID OF TRAN-ESCIN-RECORD
                   " not reported"
               SET WS-SEVERE-ERROR-OCCURRED TO TRUE
           END-IF.

      *----------------------------------------------------------------
      *    ONE PASS OF THE CUMULATIVE AUDIT TRAIL, FILTERED TO THE
      *    RUN DATE'S ESCHEAT LEGS.
      *----------------------------------------------------------------
       MATCH-POSTED-ESCHEAT-LEGS.
           READ AUDITLOG
               AT END MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF AUDIT-TIMESTAMP (1:8) = WS-RUN-DATE-DISPLAY
                       AND AUDIT-TRAN-TYPE = 'ESCHEAT'
                       PERFORM MATCH-ONE-ESCHEAT-LEG
                   END-IF
           END-READ.

       MATCH-ONE-ESCHEAT-LEG.
           COMPUTE WS-LEG-AMOUNT =
               AUDIT-BEFORE-BALANCE - AUDIT-AFTER-BALANCE
           ADD WS-LEG-AMOUNT TO WS-AUDIT-ESCHEAT-TOTAL
           MOVE 'N' TO WS-RM-FOUND-FLAG
           MOVE 0 TO WS-RM-FOUND-IDX
           PERFORM SEARCH-REMIT-TABLE
               VARYING WS-REMIT-IDX FROM 1 BY 1
               UNTIL WS-REMIT-IDX > WS-REMIT-COUNT
                  OR WS-RM-FOUND
           IF WS-RM-FOUND
               SET WS-RM-POSTED (WS-RM-FOUND-IDX) TO TRUE
               MOVE AUDIT-AFTER-BALANCE
                   TO WS-RM-AFTER-BALANCE (WS-RM-FOUND-IDX)
           ELSE
               ADD 1 TO WS-UNMATCHED-LEG-COUNT
               DISPLAY "ESCHEAT-RUN: *** ESCHEAT LEG " AUDIT-TRAN-ID
                   " ON " AUDIT-ACCOUNT-NUM " IS NOT ON THE "
                   "REMITTANCE FEED ***"
           END-IF.

       SEARCH-REMIT-TABLE.
           IF WS-RM-TRAN-ID (WS-REMIT-IDX) = AUDIT-TRAN-ID
               AND WS-RM-ACCT-NUM (WS-REMIT-IDX) = AUDIT-ACCOUNT-NUM
               SET WS-RM-FOUND TO TRUE
               MOVE WS-REMIT-IDX TO WS-RM-FOUND-IDX
           END-IF.

       COUNT-ACCOUNTS-TO-CLOSE.
           IF WS-RM-POSTED (WS-REMIT-IDX)
               AND WS-RM-AFTER-BALANCE (WS-REMIT-IDX) = 0
               ADD 1 TO WS-CLOSE-COUNT
           END-IF.

      *----------------------------------------------------------------
      *    ONE HOLDER-REPORT ENTRY.  THE LAST-ACTIVITY DATE COMES
      *    FROM THE MASTER - AN ESCHEAT DEBIT IS BANK-GENERATED AND
      *    LEAVES IT UNTOUCHED, SO IT STILL SHOWS THE OWNER'S LAST
      *    CONTACT.  THE CLOSE CARRIES THE ESCHEAT DEBIT'S ID AS ITS
      *    MAINTENANCE ID, TYING THE CLOSURE TO THE REMITTANCE ON THE
      *    MAINTENANCE AUDIT TRAIL.
      *----------------------------------------------------------------
       REPORT-ONE-REMITTED-ITEM.
           MOVE WS-RM-ACCT-NUM (WS-REMIT-IDX) TO ACCT-NUMBER
           MOVE WS-RM-ACCT-NUM (WS-REMIT-IDX) TO WS-LOOKUP-ACCT-NUM
           READ ACCOUNTS
               INVALID KEY
                   MOVE SPACES TO ACCOUNT-RECORD
                   MOVE WS-RM-ACCT-NUM (WS-REMIT-IDX) TO ACCT-NUMBER
           END-READ
           PERFORM LOOK-UP-OWNER
           MOVE ACCT-LAST-ACTIVITY-DATE TO WS-LAST-ACTIVITY-DISPLAY
           MOVE WS-RM-TRAN-ID (WS-REMIT-IDX) TO WS-E-TRAN-ID
           IF WS-RM-POSTED (WS-REMIT-IDX)
               ADD 1 TO WS-REMITTED-COUNT
               ADD WS-RM-AMOUNT (WS-REMIT-IDX)
                   TO WS-REMITTED-AMOUNT-TOTAL
               MOVE WS-RM-AMOUNT (WS-REMIT-IDX) TO WS-LEG-AMOUNT
               IF WS-RM-AFTER-BALANCE (WS-REMIT-IDX) = 0
                   PERFORM WRITE-CLOSE-ACTION
               ELSE
                   ADD 1 TO WS-NOT-CLOSED-COUNT
                   DISPLAY "ESCHEAT-RUN: *** ACCOUNT "
                       WS-RM-ACCT-NUM (WS-REMIT-IDX)
                       " NOT AT ZERO AFTER REMITTANCE - NOT CLOSED ***"
               END-IF
           ELSE
               ADD 1 TO WS-NOT-POSTED-COUNT
               MOVE 0 TO WS-LEG-AMOUNT
               DISPLAY "ESCHEAT-RUN: *** " WS-RM-TRAN-ID (WS-REMIT-IDX)
                   " ON " WS-RM-ACCT-NUM (WS-REMIT-IDX)
                   " DID NOT POST - SEE POSTING EXCEPTIONS ***"
           END-IF
           PERFORM WRITE-OWNER-LINES
           IF NOT WS-RM-POSTED (WS-REMIT-IDX)
               MOVE SPACES TO RPT-LINE
               STRING "        *** NOT REMITTED - ESCHEAT DEBIT DID "
                   "NOT POST, SEE POSTING EXCEPTIONS ***"
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       WRITE-CLOSE-ACTION.
           ADD 1 TO WS-CLOSE-COUNT
           MOVE SPACES TO MAINT-RECORD
           MOVE 'DTL' TO MNT-REC-TYPE
           MOVE WS-RM-TRAN-ID (WS-REMIT-IDX) TO MNT-TRAN-ID
           MOVE 'CLOSE' TO MNT-ACTION
           MOVE WS-RM-ACCT-NUM (WS-REMIT-IDX) TO MNT-ACCOUNT-NUM
           MOVE SPACES TO MNT-NEW-VALUE
           MOVE WS-RUN-DATE TO MNT-DATE
           MOVE 'ESCHEAT' TO MNT-USER-ID
           MOVE SPACES TO MNT-PRODUCT-CODE
           WRITE MAINT-RECORD.

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
                   DISPLAY "ESCHEAT-RUN: *** ACCOUNT "
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
                   DISPLAY "ESCHEAT-RUN: *** ACCOUNT "
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
      *    ONE OWNER ENTRY ON THE REPORT: THE MAIN LINE, THEN ANY
      *    FURTHER ADDRESS LINES BENEATH THE FIRST.  WS-E-TRAN-ID,
      *    WS-LEG-AMOUNT AND WS-LAST-ACTIVITY-DISPLAY ARE SET BY THE
      *    CALLER.
      *----------------------------------------------------------------
       WRITE-OWNER-LINES.
           MOVE WS-LOOKUP-ACCT-NUM TO WS-E-ACCT
           MOVE WS-OWNER-CUST-ID TO WS-E-CUST-ID
           MOVE WS-OWNER-NAME TO WS-E-OWNER
           MOVE WS-OWNER-ADDR-LINE-1 TO WS-E-ADDR
           MOVE WS-LAST-ACTIVITY-DISPLAY TO WS-E-LAST-ACTIVITY
           MOVE WS-LEG-AMOUNT TO WS-E-AMOUNT
           IF WS-OWNER-CUST-ID = SPACES
               MOVE "NO CUSTOMER LINK" TO WS-E-NOTE
           ELSE
               MOVE SPACES TO WS-E-NOTE
           END-IF
           MOVE SPACES TO RPT-LINE
           MOVE WS-ESC-LINE TO RPT-LINE
           WRITE RPT-LINE
           IF WS-OWNER-ADDR-LINE-2 NOT = SPACES
               MOVE WS-OWNER-ADDR-LINE-2 TO WS-EA-ADDR
               MOVE WS-ESC-ADDR-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           IF WS-OWNER-ADDR-LINE-3 NOT = SPACES
               MOVE WS-OWNER-ADDR-LINE-3 TO WS-EA-ADDR
               MOVE WS-ESC-ADDR-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       WRITE-COLUMN-HEADINGS.
           MOVE SPACES TO RPT-LINE
           STRING " ACCT   CUST    OWNER                 ADDRESS"
               "                         LAST ACT          AMOUNT"
               "  TRANID"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

       WRITE-LETTER-TRAILER.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-DUE-AMOUNT-TOTAL TO WS-TOTAL-AMOUNT-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING "LETTERS WRITTEN: " WS-DUE-COUNT
               "   BALANCES NOTIFIED: " WS-TOTAL-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           PERFORM WRITE-FOLLOW-UP-COUNTS.

       WRITE-REMIT-TRAILER.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-DUE-AMOUNT-TOTAL TO WS-TOTAL-AMOUNT-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING "ESCHEAT DEBITS GENERATED: " WS-ESCGEN-COUNT
               "   AMOUNT: " WS-TOTAL-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           PERFORM WRITE-FOLLOW-UP-COUNTS.

       WRITE-FOLLOW-UP-COUNTS.
           MOVE SPACES TO RPT-LINE
           STRING "DUE ACCOUNTS WITH NO CUSTOMER LINK: "
               WS-NO-LINK-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "PAST PERIOD BUT NOT IN CREDIT (NOTHING TO REMIT): "
               WS-NOT-IN-CREDIT-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "DORMANT ACCOUNTS WITH NO USABLE ACTIVITY DATE: "
               WS-NO-DATE-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

      *----------------------------------------------------------------
      *    HOLDER REPORT TOTALS, PROVED AGAINST THE ESCHEAT LEGS ON
      *    THE AUDIT TRAIL - THE FIGURE GL-EXTRACT BOOKS TO ESCHEAT
      *    PAYABLE.
      *----------------------------------------------------------------
       WRITE-HOLDER-TRAILER.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-REMITTED-AMOUNT-TOTAL TO WS-TOTAL-AMOUNT-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING "OWNERS REPORTED: " WS-REMITTED-COUNT
               "   AMOUNT REMITTED: " WS-TOTAL-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-AUDIT-ESCHEAT-TOTAL TO WS-TOTAL-AMOUNT-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING "ESCHEAT POSTED PER AUDIT TRAIL:   "
               WS-TOTAL-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           IF WS-REMITTED-AMOUNT-TOTAL = WS-AUDIT-ESCHEAT-TOTAL
               AND WS-UNMATCHED-LEG-COUNT = 0
               STRING "HOLDER REPORT AGREES TO THE AUDIT TRAIL"
                   DELIMITED BY SIZE INTO RPT-LINE
           ELSE
               SET WS-WARNING-RAISED TO TRUE
               STRING "*** HOLDER REPORT DOES NOT AGREE TO THE AUDIT "
                   "TRAIL - ESCHEAT LEGS NOT ON THE FEED: "
                   WS-UNMATCHED-LEG-COUNT " ***"
                   DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "ITEMS NOT POSTED: " WS-NOT-POSTED-COUNT
               "   ACCOUNTS SENT FOR CLOSURE: " WS-CLOSE-COUNT
               "   NOT AT ZERO, NOT CLOSED: " WS-NOT-CLOSED-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

      *----------------------------------------------------------------
      *    WRITE ONE JOBSTAT RECORD SUMMARISING THE RUN FOR DOWNSTREAM
      *    MONITORING TOOLING.  EACH MODE REPORTS UNDER ITS OWN NAME.
      *----------------------------------------------------------------
       WRITE-JOBSTAT-RECORD.
           MOVE SPACES TO JOBSTAT-RECORD
           EVALUATE TRUE
               WHEN WS-MODE-NOTICE
                   MOVE "ESCNOTC" TO JOBSTAT-PROGRAM-NAME
                   MOVE WS-ACCOUNT-COUNT TO JOBSTAT-TOTAL-COUNT
                   MOVE WS-DUE-COUNT TO JOBSTAT-VALID-COUNT
                   MOVE WS-NO-LINK-COUNT TO JOBSTAT-INVALID-COUNT
               WHEN WS-MODE-REMIT
                   MOVE "ESCREMIT" TO JOBSTAT-PROGRAM-NAME
                   MOVE WS-ACCOUNT-COUNT TO JOBSTAT-TOTAL-COUNT
                   MOVE WS-ESCGEN-COUNT TO JOBSTAT-VALID-COUNT
                   MOVE WS-NO-DATE-COUNT TO JOBSTAT-INVALID-COUNT
               WHEN OTHER
                   MOVE "ESCHOLDR" TO JOBSTAT-PROGRAM-NAME
                   MOVE WS-REMIT-COUNT TO JOBSTAT-TOTAL-COUNT
                   MOVE WS-REMITTED-COUNT TO JOBSTAT-VALID-COUNT
                   MOVE WS-NOT-POSTED-COUNT TO JOBSTAT-INVALID-COUNT
           END-EVALUATE
           MOVE WS-RUN-DATE TO JOBSTAT-RUN-DATE
           EVALUATE TRUE
               WHEN WS-SEVERE-ERROR-OCCURRED
                   MOVE 16 TO JOBSTAT-RETURN-CODE
               WHEN WS-WARNING-RAISED
                   MOVE 4 TO JOBSTAT-RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO JOBSTAT-RETURN-CODE
           END-EVALUATE
           WRITE JOBSTAT-RECORD.
