       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAR-MONITOR.
       AUTHOR. STUDENT.

      ******************************************************************
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    - NEW PROGRAM: DAILY SUSPICIOUS-ACTIVITY MONITORING.  SCANS
      *      THE POSTED HISTORY ON THE TRANSACTION HISTORY MASTER
      *      AGAINST THE PATTERNS COMPLIANCE ASKS ABOUT, WHICH
      *      CASH-REPORT'S SAME-DAY THRESHOLD DOES NOT SEE:
      *        DORMEMPT - A DORMANT ACCOUNT REACTIVATED AND EMPTIED
      *                   WITHIN DAYS
      *        PASSTHRU - MONEY IN AND STRAIGHT BACK OUT BY TRANSFER
      *        NEWTHRU  - A NEWLY OPENED ACCOUNT WITH HIGH THROUGHPUT
      *        STRUCTUR - REPEATED DEPOSITS JUST UNDER CASHTHRESH
      *                   SPREAD OVER SEVERAL DAYS
      *      EVERY THRESHOLD IS A RUN PARAMETERS FILE ENTRY.  EACH HIT
      *      IS ONE ALERT RECORD (RULE, ACCOUNT, TRIGGERING
      *      TRANSACTIONS, SCORE) AND OPENS A CASE ON THE ALERT CASE
      *      FILE.  COMPLIANCE'S DISPOSITIONS (CLEAR, ESCALATE, FILE)
      *      ARRIVE ON A DECISION FEED AND ARE APPLIED AT THE TOP OF
      *      THE RUN; A PATTERN ALREADY UNDER AN OPEN, ESCALATED OR
      *      RECENTLY DISPOSED CASE DOES NOT ALERT AGAIN
      *    - A FOREIGN-CURRENCY ACCOUNT'S LEGS ARE MEASURED AT THEIR
      *      HOME-CURRENCY EQUIVALENT, AT THE LATEST RATE ON OR BEFORE
      *      THE RUN DATE AS MI-PACK TAKES THEM, SO CASHTHRESH,
      *      SARMINAMT AND SARNEWTHRU MEAN THE SAME FOR EVERY ACCOUNT.
      *      AN ACCOUNT WITH NO RATE, OR NOT ON THE ACCOUNTS MASTER,
      *      IS LISTED AS NOT MONITORED AND THE RUN ENDS RC 4
      *    - A FAILED OPEN OF THE CASE FILE OR THE DISPOSITION FEED IS
      *      SEVERE (RC 16) INSTEAD OF STARTING FROM NO CASES
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARMFILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANHIST ASSIGN TO "TRANHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS THIS-KEY
               ALTERNATE RECORD KEY IS THIS-ACCOUNT-NUM
                   WITH DUPLICATES
               FILE STATUS IS WS-TRANHIST-STATUS.
           SELECT ACCOUNTS ASSIGN TO "ACCOUNTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCOUNTS-STATUS.
           SELECT FXRATES ASSIGN TO "FXRATES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FXRATES-STATUS.
           SELECT SARCASEI ASSIGN TO "SARCASEI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SARCASEI-STATUS.
           SELECT SARCASEO ASSIGN TO "SARCASEO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SDISIN ASSIGN TO "SDISIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SDISIN-STATUS.
           SELECT ALERTS ASSIGN TO "ALERTS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SARRPT ASSIGN TO "SARRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOBSTAT ASSIGN TO "JOBSTAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARMFILE.
           COPY PRMSREC.

       FD  TRANHIST.
           COPY THISTREC.

       FD  ACCOUNTS.
           COPY ACCTREC.

       FD  FXRATES.
           COPY FXRTREC.

       FD  SARCASEI.
           COPY SARCREC REPLACING ==SAR-CASE-RECORD==
               BY ==SAR-CASE-IN-RECORD==
               LEADING ==SARC== BY ==SARI==.

       FD  SARCASEO.
           COPY SARCREC.

       FD  SDISIN.
           COPY SDISREC.

       FD  ALERTS.
           COPY ALRTREC.

       FD  SARRPT.
           COPY RPTLREC.

       FD  JOBSTAT.
           COPY JSTAREC.

       WORKING-STORAGE SECTION.
       01  WS-HIST-READ-COUNT          PIC 9(9) VALUE 0.
       01  WS-ALERT-COUNT              PIC 9(7) VALUE 0.
       01  WS-SUPPRESSED-COUNT         PIC 9(7) VALUE 0.
       01  WS-DISP-APPLIED-COUNT       PIC 9(7) VALUE 0.
       01  WS-DISP-REFUSED-COUNT       PIC 9(7) VALUE 0.
       01  WS-OPEN-CASE-COUNT          PIC 9(7) VALUE 0.
       01  WS-EOF-FLAG                 PIC X VALUE 'N'.
       01  WS-PARMS-EOF-FLAG           PIC X VALUE 'N'.
       01  WS-HIST-DONE-FLAG           PIC X VALUE 'N'.
           88  WS-HIST-DONE                VALUE 'Y'.
       01  WS-RUN-DATE                 PIC 9(8) VALUE ZEROS.
       01  WS-RUN-DATE-DISPLAY         PIC X(8) VALUE SPACES.
       01  WS-TRANHIST-STATUS          PIC X(2) VALUE '00'.
           88  WS-TRANHIST-OK              VALUE '00'.
       01  WS-ACCOUNTS-STATUS          PIC X(2) VALUE '00'.
           88  WS-ACCOUNTS-OK              VALUE '00'.
       01  WS-SARCASEI-STATUS          PIC X(2) VALUE '00'.
           88  WS-SARCASEI-OK              VALUE '00'.
       01  WS-SDISIN-STATUS            PIC X(2) VALUE '00'.
           88  WS-SDISIN-OK                VALUE '00'.
       01  WS-FXRATES-STATUS           PIC X(2) VALUE '00'.
           88  WS-FXRATES-OK               VALUE '00'.
       01  WS-FXRATES-EOF-FLAG         PIC X VALUE 'N'.

      *    THE LATEST EXCHANGE RATE ON OR BEFORE THE RUN DATE FOR
      *    EACH CURRENCY, AS MI-PACK TAKES THEM, SO EVERY RULE
      *    MEASURES A FOREIGN-CURRENCY ACCOUNT IN HOME CURRENCY.
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
       01  WS-UNMONITORED-COUNT        PIC 9(7) VALUE 0.

       01  WS-SEVERE-ERROR-FLAG        PIC X VALUE 'N'.
           88  WS-SEVERE-ERROR-OCCURRED    VALUE 'Y'.
       01  WS-WARNING-FLAG             PIC X VALUE 'N'.
           88  WS-WARNING-RAISED           VALUE 'Y'.

      *    MONITORING THRESHOLDS.  COMPILED DEFAULTS; EACH ONE IS
      *    OVERRIDDEN BY ITS ENTRY ON THE RUN PARAMETERS FILE, WHICH
      *    IS WHERE COMPLIANCE TUNES THEM.  CASHTHRESH IS THE SAME
      *    ENTRY CASH-REPORT USES, SO "JUST UNDER" ALWAYS MEANS UNDER
      *    THE THRESHOLD ACTUALLY IN FORCE.
       01  WS-CASH-THRESHOLD           PIC 9(9)V99 VALUE 10000.00.
       01  WS-MIN-AMOUNT               PIC 9(9)V99 VALUE 1000.00.
       01  WS-DORMANT-DAYS             PIC 9(5) VALUE 180.
       01  WS-DORMANT-EMPTY-PCT        PIC 9(3) VALUE 90.
       01  WS-SHORT-DAYS               PIC 9(5) VALUE 3.
       01  WS-PASS-THROUGH-PCT         PIC 9(3) VALUE 90.
       01  WS-NEW-ACCOUNT-DAYS         PIC 9(5) VALUE 30.
       01  WS-NEW-THROUGHPUT           PIC 9(9)V99 VALUE 50000.00.
       01  WS-NEAR-THRESHOLD-PCT       PIC 9(3) VALUE 10.
       01  WS-STRUCTURING-DAYS         PIC 9(5) VALUE 10.
       01  WS-STRUCTURING-COUNT        PIC 9(3) VALUE 3.
       01  WS-QUIET-DAYS               PIC 9(5) VALUE 90.
       01  WS-PARM-EFF-DATES.
           05  WS-CASH-PARM-EFF-DATE    PIC 9(8) VALUE 0.
           05  WS-MINAMT-PARM-EFF-DATE  PIC 9(8) VALUE 0.
           05  WS-DORMD-PARM-EFF-DATE   PIC 9(8) VALUE 0.
           05  WS-DORMP-PARM-EFF-DATE   PIC 9(8) VALUE 0.
           05  WS-SHORT-PARM-EFF-DATE   PIC 9(8) VALUE 0.
           05  WS-PASSP-PARM-EFF-DATE   PIC 9(8) VALUE 0.
           05  WS-NEWD-PARM-EFF-DATE    PIC 9(8) VALUE 0.
           05  WS-NEWT-PARM-EFF-DATE    PIC 9(8) VALUE 0.
           05  WS-NEARP-PARM-EFF-DATE   PIC 9(8) VALUE 0.
           05  WS-STRD-PARM-EFF-DATE    PIC 9(8) VALUE 0.
           05  WS-STRC-PARM-EFF-DATE    PIC 9(8) VALUE 0.
           05  WS-QUIET-PARM-EFF-DATE   PIC 9(8) VALUE 0.
       01  WS-NEAR-THRESHOLD-FLOOR     PIC 9(9)V99 VALUE 0.
       01  WS-WIDEST-WINDOW            PIC 9(5) VALUE 0.

      *    PSEUDO-JULIAN DAY NUMBERS, AS DORMANT-SWEEP KEEPS THEM.
       01  WS-DATE-MATH.
           05  WS-RUN-PSEUDO-DAYS       PIC 9(9) VALUE 0.
           05  WS-LEG-PSEUDO-DAYS       PIC 9(9) VALUE 0.
           05  WS-LEG-AGE               PIC S9(9) VALUE 0.
           05  WS-CASE-AGE              PIC S9(9) VALUE 0.
           05  WS-SPLIT-DATE-IN         PIC 9(8) VALUE 0.
           05  WS-SPLIT-PSEUDO-DAYS     PIC 9(9) VALUE 0.
           05  WS-SPLIT-YEAR            PIC 9(4) VALUE 0.
           05  WS-SPLIT-MMDD            PIC 9(4) VALUE 0.
           05  WS-SPLIT-MONTH           PIC 9(2) VALUE 0.
           05  WS-SPLIT-DAY             PIC 9(2) VALUE 0.
       01  WS-LEG-DATE                 PIC X(8) VALUE SPACES.
       01  WS-LEG-DATE-NUM REDEFINES WS-LEG-DATE
                                       PIC 9(8).

      *    ACCOUNTS WITH ANY ACTIVITY INSIDE THE WIDEST RULE WINDOW,
      *    GATHERED BY THE FIRST PASS - ONLY THEY CAN HIT A RULE.
       01  WS-CANDIDATE-TABLE.
           05  WS-CAND-COUNT            PIC 9(5) VALUE 0.
           05  WS-CAND-ACCT-NUM OCCURS 5000 TIMES
                                        PIC X(5).
       01  WS-CAND-IDX                 PIC 9(5) VALUE 0.
       01  WS-CAND-FOUND-FLAG          PIC X VALUE 'N'.
           88  WS-CAND-FOUND               VALUE 'Y'.

      *    THE CASE FILE, HELD WHOLE WHILE DISPOSITIONS ARE APPLIED
      *    AND NEW HITS ARE MATCHED, THEN WRITTEN BACK OUT.
       01  WS-CASE-TABLE.
           05  WS-CASE-COUNT            PIC 9(5) VALUE 0.
           05  WS-CASE-ENTRY OCCURS 5000 TIMES.
               10  WS-CS-CASE-ID            PIC X(8).
               10  WS-CS-RULE               PIC X(8).
               10  WS-CS-ACCOUNT-NUM        PIC X(5).
               10  WS-CS-OPENED-DATE        PIC 9(8).
               10  WS-CS-LAST-HIT-DATE      PIC 9(8).
               10  WS-CS-SCORE              PIC 9(2).
               10  WS-CS-DISPOSITION        PIC X(1).
               10  WS-CS-DISPOSITION-DATE   PIC 9(8).
               10  WS-CS-OFFICER-ID         PIC X(8).
       01  WS-CASE-IDX                 PIC 9(5) VALUE 0.
       01  WS-CASE-FOUND-FLAG          PIC X VALUE 'N'.
           88  WS-CASE-FOUND               VALUE 'Y'.
       01  WS-CASE-FOUND-IDX           PIC 9(5) VALUE 0.
       01  WS-SUPPRESS-FLAG            PIC X VALUE 'N'.
           88  WS-HIT-SUPPRESSED           VALUE 'Y'.
       01  WS-SUPPRESS-CASE-IDX        PIC 9(5) VALUE 0.

      *    NEW CASE IDS: SA AND A SIX-DIGIT SEQUENCE CARRIED ON FROM
      *    THE HIGHEST ON FILE.
       01  WS-CASE-ID-WORK.
           05  WS-CASE-ID-PREFIX        PIC X(2) VALUE 'SA'.
           05  WS-CASE-ID-SEQ           PIC 9(6) VALUE 0.
       01  WS-CASE-ID-SEQ-X REDEFINES WS-CASE-ID-WORK.
           05  FILLER                   PIC X(2).
           05  WS-CASE-ID-SEQ-CHARS     PIC X(6).
       01  WS-CASE-SEQ-ON-FILE         PIC 9(6) VALUE 0.

      *    ONE ACCOUNT'S HISTORY, READ OLDEST FIRST ON THE ALTERNATE
      *    KEY, AND WHAT EACH RULE HAS MEASURED SO FAR.
       01  WS-EXAM-ACCT-NUM            PIC X(5) VALUE SPACES.
       01  WS-EXAM-RATE                PIC 9(5)V9(6) VALUE 0.
       01  WS-EXAM-VALUED-FLAG         PIC X VALUE 'N'.
           88  WS-EXAM-VALUED              VALUE 'Y'.
       01  WS-LEG-BEFORE-HOME          PIC S9(9)V99 VALUE 0.
       01  WS-LEG-AFTER-HOME           PIC S9(9)V99 VALUE 0.
       01  WS-LEG-AMOUNT               PIC S9(9)V99 VALUE 0.
       01  WS-LEG-ABS-AMOUNT           PIC 9(9)V99 VALUE 0.
       01  WS-LEG-COUNTS-FLAG          PIC X VALUE 'N'.
           88  WS-LEG-COUNTS               VALUE 'Y'.
       01  WS-ACCOUNT-WORK.
           05  WS-AX-LEG-COUNT          PIC 9(7).
           05  WS-AX-FIRST-DAYS         PIC 9(9).
           05  WS-AX-PREV-DAYS          PIC 9(9).
           05  WS-AX-LAST-AFTER         PIC S9(9)V99.
      *    DORMEMPT: REACTIVATED AFTER A LONG GAP INSIDE THE SHORT
      *    WINDOW, THEN DRAWN DOWN FROM ITS PEAK.
           05  WS-DE-REACTIVATED-FLAG   PIC X.
               88  WS-DE-REACTIVATED        VALUE 'Y'.
           05  WS-DE-PEAK               PIC S9(9)V99.
      *    PASSTHRU: CREDITS IN, THEN TRANSFERS OUT, INSIDE THE SHORT
      *    WINDOW.
           05  WS-PT-IN-TOTAL           PIC 9(9)V99.
           05  WS-PT-OUT-TOTAL          PIC 9(9)V99.
      *    NEWTHRU: EVERYTHING THROUGH AN ACCOUNT WHOSE FIRST LEG
      *    FALLS INSIDE THE NEW-ACCOUNT WINDOW.
           05  WS-NT-THROUGHPUT         PIC 9(9)V99.
      *    STRUCTUR: DEPOSITS JUST UNDER THE CASH THRESHOLD INSIDE
      *    THE STRUCTURING WINDOW, AND ON HOW MANY DIFFERENT DAYS.
           05  WS-ST-COUNT              PIC 9(3).
           05  WS-ST-TOTAL              PIC 9(9)V99.
           05  WS-ST-DAY-COUNT          PIC 9(3).
           05  WS-ST-LAST-DAYS          PIC 9(9).
       01  WS-TRIGGER-LISTS.
           05  WS-TRIGGER-LIST OCCURS 4 TIMES.
               10  WS-TG-COUNT              PIC 9(3).
               10  WS-TG-TRAN-ID OCCURS 5 TIMES
                                            PIC X(6).
       01  WS-RULE-IDX                 PIC 9 VALUE 0.
       01  WS-TG-IDX                   PIC 9 VALUE 0.
       01  WS-RULE-DORMEMPT            PIC 9 VALUE 1.
       01  WS-RULE-PASSTHRU            PIC 9 VALUE 2.
       01  WS-RULE-NEWTHRU             PIC 9 VALUE 3.
       01  WS-RULE-STRUCTUR            PIC 9 VALUE 4.
       01  WS-RULE-NAMES               PIC X(32)
               VALUE "DORMEMPTPASSTHRUNEWTHRU STRUCTUR".
       01  WS-RULE-NAME-TABLE REDEFINES WS-RULE-NAMES.
           05  WS-RULE-NAME OCCURS 4 TIMES PIC X(8).

      *    THE HIT IN HAND.
       01  WS-HIT-RULE-IDX             PIC 9 VALUE 0.
       01  WS-HIT-AMOUNT               PIC 9(9)V99 VALUE 0.
       01  WS-HIT-SCORE                PIC 9(2) VALUE 0.
       01  WS-SCORE-BASE               PIC 9(2) VALUE 0.
       01  WS-SCORE-EXTRA              PIC 9(5) VALUE 0.

      *    REPORT LINES.
       01  WS-ALERT-LINE.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-AL-CASE-ID            PIC X(8).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-AL-RULE               PIC X(8).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-AL-ACCT               PIC X(5).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-AL-SCORE              PIC Z9.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-AL-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-AL-COUNT              PIC ZZ9.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-AL-NOTE               PIC X(40).
           05  FILLER                   PIC X(39) VALUE SPACES.
       01  WS-EDIT-COUNT               PIC ZZZ,ZZ9.
       01  WS-EDIT-DAYS                PIC ZZZZ9.

       LINKAGE SECTION.
       01  LS-PARM-AREA.
           05  LS-PARM-LENGTH           PIC S9(4) COMP.
           05  LS-PARM-RUN-DATE         PIC X(8).

       PROCEDURE DIVISION USING LS-PARM-AREA.
       MAIN-PROCEDURE.
           DISPLAY "SAR-MONITOR: Starting suspicious-activity "
               "monitoring..."

           IF LS-PARM-LENGTH > 0
               MOVE LS-PARM-RUN-DATE TO WS-RUN-DATE
           ELSE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF
           MOVE WS-RUN-DATE TO WS-RUN-DATE-DISPLAY
           DISPLAY "SAR-MONITOR: Run date is " WS-RUN-DATE
           MOVE WS-RUN-DATE TO WS-SPLIT-DATE-IN
           PERFORM CONVERT-DATE-TO-PSEUDO-DAYS
           MOVE WS-SPLIT-PSEUDO-DAYS TO WS-RUN-PSEUDO-DAYS

           PERFORM LOAD-RUN-PARAMETERS
           PERFORM LOAD-EXCHANGE-RATE-FILE

           OPEN OUTPUT SARRPT
           OPEN OUTPUT ALERTS
           OPEN OUTPUT JOBSTAT
           PERFORM WRITE-REPORT-HEADING

           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT SARCASEI
           IF NOT WS-SARCASEI-OK
               DISPLAY "SAR-MONITOR: SEVERE - SARCASEI OPEN FAILED, "
                   "STATUS " WS-SARCASEI-STATUS
               SET WS-SEVERE-ERROR-OCCURRED TO TRUE
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM LOAD-ONE-CASE UNTIL WS-EOF-FLAG = 'Y'
           CLOSE SARCASEI
           MOVE WS-CASE-SEQ-ON-FILE TO WS-CASE-ID-SEQ

           PERFORM WRITE-DISPOSITION-HEADING
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT SDISIN
           IF NOT WS-SDISIN-OK
               DISPLAY "SAR-MONITOR: SEVERE - SDISIN OPEN FAILED, "
                   "STATUS " WS-SDISIN-STATUS
               SET WS-SEVERE-ERROR-OCCURRED TO TRUE
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM APPLY-ONE-DISPOSITION UNTIL WS-EOF-FLAG = 'Y'
           CLOSE SDISIN

           OPEN INPUT TRANHIST
           IF NOT WS-TRANHIST-OK
               DISPLAY "SAR-MONITOR: SEVERE - TRANHIST OPEN "
                   "FAILED, STATUS " WS-TRANHIST-STATUS
               SET WS-SEVERE-ERROR-OCCURRED TO TRUE
               SET WS-HIST-DONE TO TRUE
           END-IF
           OPEN INPUT ACCOUNTS
           IF NOT WS-ACCOUNTS-OK
               DISPLAY "SAR-MONITOR: SEVERE - ACCOUNTS OPEN "
                   "FAILED, STATUS " WS-ACCOUNTS-STATUS
               SET WS-SEVERE-ERROR-OCCURRED TO TRUE
               SET WS-HIST-DONE TO TRUE
           END-IF
           PERFORM COLLECT-ONE-ACTIVE-LEG UNTIL WS-HIST-DONE
           PERFORM WRITE-ALERT-HEADING
           IF NOT WS-SEVERE-ERROR-OCCURRED
               PERFORM EXAMINE-ONE-ACCOUNT
                   VARYING WS-CAND-IDX FROM 1 BY 1
                   UNTIL WS-CAND-IDX > WS-CAND-COUNT
           END-IF
           CLOSE TRANHIST
           CLOSE ACCOUNTS

      *    A RUN THAT DIED PART WAY MUST NOT REPLACE THE CASE FILE
      *    WITH A PARTIAL ONE - THE SWAP STEP IS SKIPPED ON RC 16,
      *    AND THE CASES ARE ONLY WRITTEN ON A CLEAN RUN.
           OPEN OUTPUT SARCASEO
           IF NOT WS-SEVERE-ERROR-OCCURRED
               PERFORM WRITE-ONE-CASE
                   VARYING WS-CASE-IDX FROM 1 BY 1
                   UNTIL WS-CASE-IDX > WS-CASE-COUNT
           END-IF
           CLOSE SARCASEO

           PERFORM WRITE-OPEN-CASE-AGING
           PERFORM WRITE-REPORT-TOTALS
           CLOSE SARRPT
           CLOSE ALERTS

           DISPLAY "SAR-MONITOR: Monitoring completed"
           DISPLAY "SAR-MONITOR: History legs read: "
               WS-HIST-READ-COUNT
           DISPLAY "SAR-MONITOR: Accounts examined: " WS-CAND-COUNT
           DISPLAY "SAR-MONITOR: Accounts not monitored: "
               WS-UNMONITORED-COUNT
           DISPLAY "SAR-MONITOR: Alerts raised: " WS-ALERT-COUNT
           DISPLAY "SAR-MONITOR: Repeat hits suppressed: "
               WS-SUPPRESSED-COUNT
           DISPLAY "SAR-MONITOR: Dispositions applied: "
               WS-DISP-APPLIED-COUNT
               " refused: " WS-DISP-REFUSED-COUNT

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
      *    LOAD THE MONITORING THRESHOLDS FROM THE RUN PARAMETERS
      *    FILE: FOR EACH KEY, THE ENTRY WITH THE LATEST EFFECTIVE
      *    DATE AT OR BEFORE THE RUN DATE WINS.  WITH NO APPLICABLE
      *    ENTRY THE COMPILED DEFAULT STANDS.
      *----------------------------------------------------------------
       LOAD-RUN-PARAMETERS.
           OPEN INPUT PARMFILE
           PERFORM READ-ONE-RUN-PARAMETER
               UNTIL WS-PARMS-EOF-FLAG = 'Y'
           CLOSE PARMFILE
           COMPUTE WS-NEAR-THRESHOLD-FLOOR =
               WS-CASH-THRESHOLD * (100 - WS-NEAR-THRESHOLD-PCT) / 100
           MOVE WS-SHORT-DAYS TO WS-WIDEST-WINDOW
           IF WS-NEW-ACCOUNT-DAYS > WS-WIDEST-WINDOW
               MOVE WS-NEW-ACCOUNT-DAYS TO WS-WIDEST-WINDOW
           END-IF
           IF WS-STRUCTURING-DAYS > WS-WIDEST-WINDOW
               MOVE WS-STRUCTURING-DAYS TO WS-WIDEST-WINDOW
           END-IF
           DISPLAY "SAR-MONITOR: Cash threshold " WS-CASH-THRESHOLD
               " near-threshold floor " WS-NEAR-THRESHOLD-FLOOR
           DISPLAY "SAR-MONITOR: Short window " WS-SHORT-DAYS
               " days, new-account window " WS-NEW-ACCOUNT-DAYS
               " days, structuring window " WS-STRUCTURING-DAYS
               " days"
           DISPLAY "SAR-MONITOR: Dormancy gap " WS-DORMANT-DAYS
               " days, case quiet period " WS-QUIET-DAYS " days".

       READ-ONE-RUN-PARAMETER.
           READ PARMFILE
               AT END MOVE 'Y' TO WS-PARMS-EOF-FLAG
               NOT AT END
                   IF PRM-VALUE IS NUMERIC
                       AND PRM-EFFECTIVE-DATE IS NUMERIC
                       AND PRM-EFFECTIVE-DATE-NUM <= WS-RUN-DATE
                       PERFORM TAKE-ONE-RUN-PARAMETER
                   END-IF
           END-READ.

       TAKE-ONE-RUN-PARAMETER.
           EVALUATE PRM-KEY
               WHEN 'CASHTHRESH'
                   IF PRM-EFFECTIVE-DATE-NUM >= WS-CASH-PARM-EFF-DATE
                       MOVE PRM-VALUE-NUM TO WS-CASH-THRESHOLD
                       MOVE PRM-EFFECTIVE-DATE-NUM
                           TO WS-CASH-PARM-EFF-DATE
                   END-IF
               WHEN 'SARMINAMT'
                   IF PRM-EFFECTIVE-DATE-NUM
                          >= WS-MINAMT-PARM-EFF-DATE
                       MOVE PRM-VALUE-NUM TO WS-MIN-AMOUNT
                       MOVE PRM-EFFECTIVE-DATE-NUM
                           TO WS-MINAMT-PARM-EFF-DATE
                   END-IF
               WHEN 'SARDORMDAYS'
                   IF PRM-EFFECTIVE-DATE-NUM >= WS-DORMD-PARM-EFF-DATE
                       MOVE PRM-VALUE-NUM TO WS-DORMANT-DAYS
                       MOVE PRM-EFFECTIVE-DATE-NUM
                           TO WS-DORMD-PARM-EFF-DATE
                   END-IF
               WHEN 'SARDORMPCT'
                   IF PRM-EFFECTIVE-DATE-NUM >= WS-DORMP-PARM-EFF-DATE
                       MOVE PRM-VALUE-NUM TO WS-DORMANT-EMPTY-PCT
                       MOVE PRM-EFFECTIVE-DATE-NUM
                           TO WS-DORMP-PARM-EFF-DATE
                   END-IF
               WHEN 'SARSHORTDAYS'
                   IF PRM-EFFECTIVE-DATE-NUM >= WS-SHORT-PARM-EFF-DATE
                       MOVE PRM-VALUE-NUM TO WS-SHORT-DAYS
                       MOVE PRM-EFFECTIVE-DATE-NUM
                           TO WS-SHORT-PARM-EFF-DATE
                   END-IF
               WHEN 'SARPASSPCT'
                   IF PRM-EFFECTIVE-DATE-NUM >= WS-PASSP-PARM-EFF-DATE
                       MOVE PRM-VALUE-NUM TO WS-PASS-THROUGH-PCT
                       MOVE PRM-EFFECTIVE-DATE-NUM
                           TO WS-PASSP-PARM-EFF-DATE
                   END-IF
               WHEN 'SARNEWDAYS'
                   IF PRM-EFFECTIVE-DATE-NUM >= WS-NEWD-PARM-EFF-DATE
                       MOVE PRM-VALUE-NUM TO WS-NEW-ACCOUNT-DAYS
                       MOVE PRM-EFFECTIVE-DATE-NUM
                           TO WS-NEWD-PARM-EFF-DATE
                   END-IF
               WHEN 'SARNEWTHRU'
                   IF PRM-EFFECTIVE-DATE-NUM >= WS-NEWT-PARM-EFF-DATE
                       MOVE PRM-VALUE-NUM TO WS-NEW-THROUGHPUT
                       MOVE PRM-EFFECTIVE-DATE-NUM
                           TO WS-NEWT-PARM-EFF-DATE
                   END-IF
               WHEN 'SARNEARPCT'
                   IF PRM-EFFECTIVE-DATE-NUM >= WS-NEARP-PARM-EFF-DATE
                       MOVE PRM-VALUE-NUM TO WS-NEAR-THRESHOLD-PCT
                       MOVE PRM-EFFECTIVE-DATE-NUM
                           TO WS-NEARP-PARM-EFF-DATE
                   END-IF
               WHEN 'SARSTRDAYS'
                   IF PRM-EFFECTIVE-DATE-NUM >= WS-STRD-PARM-EFF-DATE
                       MOVE PRM-VALUE-NUM TO WS-STRUCTURING-DAYS
                       MOVE PRM-EFFECTIVE-DATE-NUM
                           TO WS-STRD-PARM-EFF-DATE
                   END-IF
               WHEN 'SARSTRCNT'
                   IF PRM-EFFECTIVE-DATE-NUM >= WS-STRC-PARM-EFF-DATE
                       MOVE PRM-VALUE-NUM TO WS-STRUCTURING-COUNT
                       MOVE PRM-EFFECTIVE-DATE-NUM
                           TO WS-STRC-PARM-EFF-DATE
                   END-IF
               WHEN 'SARQUIETDAYS'
                   IF PRM-EFFECTIVE-DATE-NUM >= WS-QUIET-PARM-EFF-DATE
                       MOVE PRM-VALUE-NUM TO WS-QUIET-DAYS
                       MOVE PRM-EFFECTIVE-DATE-NUM
                           TO WS-QUIET-PARM-EFF-DATE
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------
      *    LOAD THE LATEST EXCHANGE RATE ON OR BEFORE THE RUN DATE FOR
      *    EACH CURRENCY.  WITHOUT THE FILE NO FOREIGN-CURRENCY
      *    ACCOUNT CAN BE MEASURED AND EACH ONE IS LISTED AS NOT
      *    MONITORED.
      *----------------------------------------------------------------
       LOAD-EXCHANGE-RATE-FILE.
           OPEN INPUT FXRATES
           IF WS-FXRATES-OK
               PERFORM LOAD-EXCHANGE-RATES
                   UNTIL WS-FXRATES-EOF-FLAG = 'Y'
               CLOSE FXRATES
           ELSE
               DISPLAY "SAR-MONITOR: *** FXRATES OPEN FAILED, STATUS "
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
                   DISPLAY "SAR-MONITOR: *** EXCHANGE RATE TABLE "
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
      *    LOAD THE CASE FILE CARRIED FORWARD FROM THE LAST RUN, AND
      *    NOTE THE HIGHEST CASE SEQUENCE SO NEW IDS CARRY ON FROM IT.
      *----------------------------------------------------------------
       LOAD-ONE-CASE.
           READ SARCASEI
               AT END MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF WS-CASE-COUNT < 5000
                       ADD 1 TO WS-CASE-COUNT
                       MOVE SARI-CASE-ID
                           TO WS-CS-CASE-ID (WS-CASE-COUNT)
                       MOVE SARI-RULE TO WS-CS-RULE (WS-CASE-COUNT)
                       MOVE SARI-ACCOUNT-NUM
                           TO WS-CS-ACCOUNT-NUM (WS-CASE-COUNT)
                       MOVE SARI-OPENED-DATE
                           TO WS-CS-OPENED-DATE (WS-CASE-COUNT)
                       MOVE SARI-LAST-HIT-DATE
                           TO WS-CS-LAST-HIT-DATE (WS-CASE-COUNT)
                       MOVE SARI-SCORE TO WS-CS-SCORE (WS-CASE-COUNT)
                       MOVE SARI-DISPOSITION
                           TO WS-CS-DISPOSITION (WS-CASE-COUNT)
                       MOVE SARI-DISPOSITION-DATE
                           TO WS-CS-DISPOSITION-DATE (WS-CASE-COUNT)
                       MOVE SARI-OFFICER-ID
                           TO WS-CS-OFFICER-ID (WS-CASE-COUNT)
                       MOVE SARI-CASE-ID TO WS-CASE-ID-WORK
                       IF WS-CASE-ID-SEQ-CHARS IS NUMERIC
                           AND WS-CASE-ID-SEQ > WS-CASE-SEQ-ON-FILE
                           MOVE WS-CASE-ID-SEQ TO WS-CASE-SEQ-ON-FILE
                       END-IF
                   ELSE
                       DISPLAY "SAR-MONITOR: SEVERE - case table "
                           "full, case file not loaded whole"
                       SET WS-SEVERE-ERROR-OCCURRED TO TRUE
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *    APPLY ONE DISPOSITION FROM COMPLIANCE.  A FILED CASE IS
      *    FINAL; AN UNKNOWN CASE ID OR ACTION IS REFUSED ONTO THE
      *    REPORT AND THE RUN ENDS RC 4 SO SOMEONE RE-KEYS IT.
      *----------------------------------------------------------------
       APPLY-ONE-DISPOSITION.
           READ SDISIN
               AT END MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   PERFORM JUDGE-ONE-DISPOSITION
           END-READ.

       JUDGE-ONE-DISPOSITION.
           MOVE 'N' TO WS-CASE-FOUND-FLAG
           MOVE 0 TO WS-CASE-FOUND-IDX
           PERFORM SEARCH-CASE-BY-ID
               VARYING WS-CASE-IDX FROM 1 BY 1
               UNTIL WS-CASE-IDX > WS-CASE-COUNT
                  OR WS-CASE-FOUND
           MOVE SPACES TO WS-ALERT-LINE
           MOVE SDIS-CASE-ID TO WS-AL-CASE-ID
           EVALUATE TRUE
               WHEN NOT WS-CASE-FOUND
                   MOVE "REFUSED - CASE NOT ON FILE" TO WS-AL-NOTE
                   PERFORM REFUSE-DISPOSITION
               WHEN NOT SDIS-CLEAR AND NOT SDIS-ESCALATE
                   AND NOT SDIS-FILE
                   MOVE "REFUSED - ACTION NOT CLEAR/ESCALATE/FILE"
                       TO WS-AL-NOTE
                   PERFORM REFUSE-DISPOSITION
               WHEN WS-CS-DISPOSITION (WS-CASE-FOUND-IDX) = 'F'
                   MOVE "REFUSED - CASE ALREADY FILED" TO WS-AL-NOTE
                   PERFORM REFUSE-DISPOSITION
               WHEN OTHER
                   EVALUATE TRUE
                       WHEN SDIS-CLEAR
                           MOVE 'C' TO WS-CS-DISPOSITION
                                           (WS-CASE-FOUND-IDX)
                       WHEN SDIS-ESCALATE
                           MOVE 'E' TO WS-CS-DISPOSITION
                                           (WS-CASE-FOUND-IDX)
                       WHEN SDIS-FILE
                           MOVE 'F' TO WS-CS-DISPOSITION
                                           (WS-CASE-FOUND-IDX)
                   END-EVALUATE
                   MOVE WS-RUN-DATE
                       TO WS-CS-DISPOSITION-DATE (WS-CASE-FOUND-IDX)
                   MOVE SDIS-OFFICER-ID
                       TO WS-CS-OFFICER-ID (WS-CASE-FOUND-IDX)
                   ADD 1 TO WS-DISP-APPLIED-COUNT
                   MOVE WS-CS-RULE (WS-CASE-FOUND-IDX) TO WS-AL-RULE
                   MOVE WS-CS-ACCOUNT-NUM (WS-CASE-FOUND-IDX)
                       TO WS-AL-ACCT
                   MOVE WS-CS-SCORE (WS-CASE-FOUND-IDX) TO WS-AL-SCORE
                   STRING SDIS-ACTION " BY " SDIS-OFFICER-ID
                       DELIMITED BY SIZE INTO WS-AL-NOTE
                   MOVE WS-ALERT-LINE TO RPT-LINE
                   WRITE RPT-LINE
           END-EVALUATE.

       REFUSE-DISPOSITION.
           ADD 1 TO WS-DISP-REFUSED-COUNT
           SET WS-WARNING-RAISED TO TRUE
           MOVE WS-ALERT-LINE TO RPT-LINE
           WRITE RPT-LINE.

       SEARCH-CASE-BY-ID.
           IF WS-CS-CASE-ID (WS-CASE-IDX) = SDIS-CASE-ID
               SET WS-CASE-FOUND TO TRUE
               MOVE WS-CASE-IDX TO WS-CASE-FOUND-IDX
           END-IF.

      *----------------------------------------------------------------
      *    FIRST PASS, IN KEY ORDER: EVERY ACCOUNT WITH A LEG INSIDE
      *    THE WIDEST RULE WINDOW (AND NOT AFTER THE RUN DATE, SO A
      *    RERUN FOR AN EARLIER DATE SEES THAT DATE'S PICTURE).
      *----------------------------------------------------------------
       COLLECT-ONE-ACTIVE-LEG.
           READ TRANHIST NEXT RECORD
               AT END SET WS-HIST-DONE TO TRUE
               NOT AT END
                   ADD 1 TO WS-HIST-READ-COUNT
                   PERFORM AGE-HISTORY-LEG
                   IF WS-LEG-AGE >= 0
                       AND WS-LEG-AGE < WS-WIDEST-WINDOW
                       PERFORM ADD-CANDIDATE-ACCOUNT
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *    AGE THE LEG IN HAND IN DAYS BEFORE THE RUN DATE.  A LEG
      *    WITH AN UNREADABLE TIMESTAMP IS AGED AS IF IN THE FUTURE
      *    SO NO RULE EVER COUNTS IT.
      *----------------------------------------------------------------
       AGE-HISTORY-LEG.
           MOVE THIS-TIMESTAMP (1:8) TO WS-LEG-DATE
           IF WS-LEG-DATE IS NUMERIC
               MOVE WS-LEG-DATE-NUM TO WS-SPLIT-DATE-IN
               PERFORM CONVERT-DATE-TO-PSEUDO-DAYS
               MOVE WS-SPLIT-PSEUDO-DAYS TO WS-LEG-PSEUDO-DAYS
               COMPUTE WS-LEG-AGE =
                   WS-RUN-PSEUDO-DAYS - WS-LEG-PSEUDO-DAYS
           ELSE
               MOVE 0 TO WS-LEG-PSEUDO-DAYS
               MOVE -1 TO WS-LEG-AGE
           END-IF.

       ADD-CANDIDATE-ACCOUNT.
           MOVE 'N' TO WS-CAND-FOUND-FLAG
           PERFORM SEARCH-CANDIDATE-TABLE
               VARYING WS-CAND-IDX FROM 1 BY 1
               UNTIL WS-CAND-IDX > WS-CAND-COUNT
                  OR WS-CAND-FOUND
           IF NOT WS-CAND-FOUND
               IF WS-CAND-COUNT < 5000
                   ADD 1 TO WS-CAND-COUNT
                   MOVE THIS-ACCOUNT-NUM
                       TO WS-CAND-ACCT-NUM (WS-CAND-COUNT)
               ELSE
                   DISPLAY "SAR-MONITOR: SEVERE - account table "
                       "full, " THIS-ACCOUNT-NUM " not monitored"
                   SET WS-SEVERE-ERROR-OCCURRED TO TRUE
               END-IF
           END-IF.

       SEARCH-CANDIDATE-TABLE.
           IF WS-CAND-ACCT-NUM (WS-CAND-IDX) = THIS-ACCOUNT-NUM
               SET WS-CAND-FOUND TO TRUE
           END-IF.

      *----------------------------------------------------------------
      *    SECOND PASS, ONE ACCOUNT AT A TIME: ITS WHOLE HISTORY ON
      *    THE ALTERNATE KEY, OLDEST FIRST, SO THE RULES SEE THE
      *    LEGS IN THE ORDER THEY HAPPENED.  THEN JUDGE EACH RULE.
      *----------------------------------------------------------------
       EXAMINE-ONE-ACCOUNT.
           MOVE WS-CAND-ACCT-NUM (WS-CAND-IDX) TO WS-EXAM-ACCT-NUM
           INITIALIZE WS-ACCOUNT-WORK
           INITIALIZE WS-TRIGGER-LISTS
           PERFORM TAKE-EXAMINED-ACCOUNT-RATE
           IF WS-EXAM-VALUED
               MOVE 'N' TO WS-HIST-DONE-FLAG
               MOVE WS-EXAM-ACCT-NUM TO THIS-ACCOUNT-NUM
               START TRANHIST KEY = THIS-ACCOUNT-NUM
                   INVALID KEY
                       SET WS-HIST-DONE TO TRUE
               END-START
               PERFORM READ-ONE-ACCOUNT-LEG UNTIL WS-HIST-DONE
               PERFORM JUDGE-DORMANT-EMPTIED
               PERFORM JUDGE-PASS-THROUGH
               PERFORM JUDGE-NEW-THROUGHPUT
               PERFORM JUDGE-STRUCTURING
           END-IF.

      *----------------------------------------------------------------
      *    THE RATE THAT TAKES THE EXAMINED ACCOUNT'S LEGS TO HOME
      *    CURRENCY: ONE FOR A HOME-CURRENCY ACCOUNT, OTHERWISE ITS
      *    CURRENCY'S RATE.  NO RATE, OR NO MASTER RECORD TO SAY WHAT
      *    THE CURRENCY IS, LEAVES THE ACCOUNT UNMEASURED - LISTED AND
      *    WARNED, NOT JUDGED AT FACE AGAINST HOME THRESHOLDS.
      *----------------------------------------------------------------
       TAKE-EXAMINED-ACCOUNT-RATE.
           MOVE 'N' TO WS-EXAM-VALUED-FLAG
           MOVE WS-EXAM-ACCT-NUM TO ACCT-NUMBER
           READ ACCOUNTS
               INVALID KEY
                   ADD 1 TO WS-UNMONITORED-COUNT
                   SET WS-WARNING-RAISED TO TRUE
                   DISPLAY "SAR-MONITOR: *** ACCOUNT "
                       WS-EXAM-ACCT-NUM " NOT ON THE ACCOUNTS "
                       "MASTER - NOT MONITORED ***"
               NOT INVALID KEY
                   IF ACCT-IN-HOME-CURRENCY
                       MOVE 1 TO WS-EXAM-RATE
                       SET WS-EXAM-VALUED TO TRUE
                   ELSE
                       MOVE ACCT-CURRENCY-CODE TO WS-FX-LOOKUP-CCY
                       PERFORM FIND-EXCHANGE-RATE
                       IF WS-FX-FOUND
                           MOVE WS-FX-RATE (WS-FX-FOUND-IDX)
                               TO WS-EXAM-RATE
                           SET WS-EXAM-VALUED TO TRUE
                       ELSE
                           ADD 1 TO WS-UNMONITORED-COUNT
                           SET WS-WARNING-RAISED TO TRUE
                           DISPLAY "SAR-MONITOR: *** NO EXCHANGE "
                               "RATE FOR " ACCT-CURRENCY-CODE
                               " - ACCOUNT " WS-EXAM-ACCT-NUM
                               " NOT MONITORED ***"
                       END-IF
                   END-IF
           END-READ.

       READ-ONE-ACCOUNT-LEG.
           READ TRANHIST NEXT RECORD
               AT END
                   SET WS-HIST-DONE TO TRUE
               NOT AT END
                   IF THIS-ACCOUNT-NUM NOT = WS-EXAM-ACCT-NUM
                       SET WS-HIST-DONE TO TRUE
                   ELSE
                       PERFORM AGE-HISTORY-LEG
                       IF WS-LEG-AGE >= 0
                           PERFORM MEASURE-ONE-LEG
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *    FEED ONE LEG TO EVERY RULE.  A REVERSAL, OR A LEG SINCE
      *    REVERSED, IS NOT REAL MONEY MOVEMENT AND COUNTS FOR NO
      *    RULE - BUT IT IS STILL ACTIVITY, SO IT ENDS A DORMANT GAP.
      *    BALANCES AND AMOUNTS ARE TAKEN TO HOME CURRENCY FIRST, SO
      *    EVERY THRESHOLD COMPARES LIKE WITH LIKE.
      *----------------------------------------------------------------
       MEASURE-ONE-LEG.
           ADD 1 TO WS-AX-LEG-COUNT
           COMPUTE WS-LEG-BEFORE-HOME ROUNDED =
               THIS-BEFORE-BALANCE * WS-EXAM-RATE
           COMPUTE WS-LEG-AFTER-HOME ROUNDED =
               THIS-AFTER-BALANCE * WS-EXAM-RATE
           COMPUTE WS-LEG-AMOUNT =
               WS-LEG-AFTER-HOME - WS-LEG-BEFORE-HOME
           IF WS-LEG-AMOUNT < 0
               COMPUTE WS-LEG-ABS-AMOUNT = 0 - WS-LEG-AMOUNT
           ELSE
               MOVE WS-LEG-AMOUNT TO WS-LEG-ABS-AMOUNT
           END-IF
           IF THIS-TRAN-TYPE = 'REVERSAL' OR THIS-LEG-REVERSED
               MOVE 'N' TO WS-LEG-COUNTS-FLAG
           ELSE
               SET WS-LEG-COUNTS TO TRUE
           END-IF
           IF WS-AX-LEG-COUNT = 1
               MOVE WS-LEG-PSEUDO-DAYS TO WS-AX-FIRST-DAYS
           ELSE
               IF WS-LEG-PSEUDO-DAYS - WS-AX-PREV-DAYS
                      >= WS-DORMANT-DAYS
                   AND WS-LEG-AGE < WS-SHORT-DAYS
                   SET WS-DE-REACTIVATED TO TRUE
                   MOVE WS-LEG-BEFORE-HOME TO WS-DE-PEAK
                   MOVE 0 TO WS-TG-COUNT (WS-RULE-DORMEMPT)
               END-IF
           END-IF
           MOVE WS-LEG-PSEUDO-DAYS TO WS-AX-PREV-DAYS
           MOVE WS-LEG-AFTER-HOME TO WS-AX-LAST-AFTER

           IF WS-LEG-COUNTS
               IF WS-DE-REACTIVATED
                   IF WS-LEG-AFTER-HOME > WS-DE-PEAK
                       MOVE WS-LEG-AFTER-HOME TO WS-DE-PEAK
                   END-IF
                   IF WS-LEG-AMOUNT < 0
                       MOVE WS-RULE-DORMEMPT TO WS-RULE-IDX
                       PERFORM ADD-TRIGGER-LEG
                   END-IF
               END-IF
               IF WS-LEG-AGE < WS-SHORT-DAYS
                   PERFORM MEASURE-PASS-THROUGH-LEG
               END-IF
               IF WS-AX-FIRST-DAYS + WS-NEW-ACCOUNT-DAYS
                      > WS-RUN-PSEUDO-DAYS
                   ADD WS-LEG-ABS-AMOUNT TO WS-NT-THROUGHPUT
                   MOVE WS-RULE-NEWTHRU TO WS-RULE-IDX
                   PERFORM ADD-TRIGGER-LEG
               END-IF
               IF WS-LEG-AGE < WS-STRUCTURING-DAYS
                   AND THIS-TRAN-TYPE = 'DEPOSIT'
                   AND WS-LEG-AMOUNT >= WS-NEAR-THRESHOLD-FLOOR
                   AND WS-LEG-AMOUNT < WS-CASH-THRESHOLD
                   ADD 1 TO WS-ST-COUNT
                   ADD WS-LEG-AMOUNT TO WS-ST-TOTAL
                   IF WS-LEG-PSEUDO-DAYS NOT = WS-ST-LAST-DAYS
                       ADD 1 TO WS-ST-DAY-COUNT
                       MOVE WS-LEG-PSEUDO-DAYS TO WS-ST-LAST-DAYS
                   END-IF
                   MOVE WS-RULE-STRUCTUR TO WS-RULE-IDX
                   PERFORM ADD-TRIGGER-LEG
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *    MONEY IN IS A DEPOSIT OR AN INCOMING TRANSFER; MONEY OUT
      *    BY TRANSFER IS AN OUTGOING TRANSFER OR AN OUTBOUND
      *    CLEARING TRANSFER - COUNTED ONLY ONCE SOMETHING HAS COME
      *    IN, SO AN ACCOUNT SPENDING ITS OWN OLD BALANCE DOES NOT
      *    LOOK LIKE A PASS-THROUGH.
      *----------------------------------------------------------------
       MEASURE-PASS-THROUGH-LEG.
           EVALUATE TRUE
               WHEN WS-LEG-AMOUNT > 0
                   AND (THIS-TRAN-TYPE = 'DEPOSIT'
                        OR THIS-TRAN-TYPE = 'TRANSFER')
                   ADD WS-LEG-AMOUNT TO WS-PT-IN-TOTAL
                   MOVE WS-RULE-PASSTHRU TO WS-RULE-IDX
                   PERFORM ADD-TRIGGER-LEG
               WHEN WS-LEG-AMOUNT < 0
                   AND WS-PT-IN-TOTAL > 0
                   AND (THIS-TRAN-TYPE = 'TRANSFER'
                        OR THIS-TRAN-TYPE = 'OUTXFER')
                   ADD WS-LEG-ABS-AMOUNT TO WS-PT-OUT-TOTAL
                   MOVE WS-RULE-PASSTHRU TO WS-RULE-IDX
                   PERFORM ADD-TRIGGER-LEG
           END-EVALUATE.

       ADD-TRIGGER-LEG.
           ADD 1 TO WS-TG-COUNT (WS-RULE-IDX)
           IF WS-TG-COUNT (WS-RULE-IDX) <= 5
               MOVE WS-TG-COUNT (WS-RULE-IDX) TO WS-TG-IDX
               MOVE THIS-TRAN-ID
                   TO WS-TG-TRAN-ID (WS-RULE-IDX, WS-TG-IDX)
           END-IF.

      *----------------------------------------------------------------
      *    THE RULES.  EACH SCORE IS THE RULE'S BASE WEIGHT PLUS HOW
      *    FAR PAST ITS THRESHOLD THE ACCOUNT WENT, CAPPED AT 99.
      *----------------------------------------------------------------
       JUDGE-DORMANT-EMPTIED.
           IF WS-DE-REACTIVATED
               AND WS-DE-PEAK >= WS-MIN-AMOUNT
               AND WS-AX-LAST-AFTER * 100
                   <= WS-DE-PEAK * (100 - WS-DORMANT-EMPTY-PCT)
               MOVE WS-RULE-DORMEMPT TO WS-HIT-RULE-IDX
               COMPUTE WS-HIT-AMOUNT = WS-DE-PEAK - WS-AX-LAST-AFTER
               MOVE 70 TO WS-SCORE-BASE
               COMPUTE WS-SCORE-EXTRA = WS-HIT-AMOUNT / WS-MIN-AMOUNT
               PERFORM RAISE-OR-SUPPRESS-HIT
           END-IF.

       JUDGE-PASS-THROUGH.
           IF WS-PT-IN-TOTAL >= WS-MIN-AMOUNT
               AND WS-PT-OUT-TOTAL * 100
                   >= WS-PT-IN-TOTAL * WS-PASS-THROUGH-PCT
               MOVE WS-RULE-PASSTHRU TO WS-HIT-RULE-IDX
               MOVE WS-PT-OUT-TOTAL TO WS-HIT-AMOUNT
               MOVE 60 TO WS-SCORE-BASE
               COMPUTE WS-SCORE-EXTRA = WS-HIT-AMOUNT / WS-MIN-AMOUNT
               PERFORM RAISE-OR-SUPPRESS-HIT
           END-IF.

       JUDGE-NEW-THROUGHPUT.
           IF WS-AX-FIRST-DAYS + WS-NEW-ACCOUNT-DAYS
                  > WS-RUN-PSEUDO-DAYS
               AND WS-NEW-THROUGHPUT > 0
               AND WS-NT-THROUGHPUT >= WS-NEW-THROUGHPUT
               MOVE WS-RULE-NEWTHRU TO WS-HIT-RULE-IDX
               MOVE WS-NT-THROUGHPUT TO WS-HIT-AMOUNT
               MOVE 50 TO WS-SCORE-BASE
               COMPUTE WS-SCORE-EXTRA =
                   (WS-HIT-AMOUNT / WS-NEW-THROUGHPUT - 1) * 10
               PERFORM RAISE-OR-SUPPRESS-HIT
           END-IF.

       JUDGE-STRUCTURING.
           IF WS-ST-COUNT >= WS-STRUCTURING-COUNT
               AND WS-ST-DAY-COUNT > 1
               MOVE WS-RULE-STRUCTUR TO WS-HIT-RULE-IDX
               MOVE WS-ST-TOTAL TO WS-HIT-AMOUNT
               MOVE 75 TO WS-SCORE-BASE
               COMPUTE WS-SCORE-EXTRA =
                   (WS-ST-COUNT - WS-STRUCTURING-COUNT) * 5
               PERFORM RAISE-OR-SUPPRESS-HIT
           END-IF.

      *----------------------------------------------------------------
      *    A HIT ALREADY COVERED BY A CASE - OPEN, ESCALATED, OR
      *    CLEARED/FILED WITHIN THE QUIET PERIOD - ONLY MOVES THAT
      *    CASE'S LAST-HIT DATE.  ANYTHING ELSE IS A NEW ALERT AND A
      *    NEW CASE.
      *----------------------------------------------------------------
       RAISE-OR-SUPPRESS-HIT.
           IF WS-SCORE-EXTRA > 99 - WS-SCORE-BASE
               COMPUTE WS-HIT-SCORE = 99
           ELSE
               COMPUTE WS-HIT-SCORE = WS-SCORE-BASE + WS-SCORE-EXTRA
           END-IF
           MOVE 'N' TO WS-SUPPRESS-FLAG
           MOVE 0 TO WS-SUPPRESS-CASE-IDX
           PERFORM CHECK-CASE-COVERS-HIT
               VARYING WS-CASE-IDX FROM 1 BY 1
               UNTIL WS-CASE-IDX > WS-CASE-COUNT
                  OR WS-HIT-SUPPRESSED
           IF WS-HIT-SUPPRESSED
               ADD 1 TO WS-SUPPRESSED-COUNT
               MOVE WS-RUN-DATE
                   TO WS-CS-LAST-HIT-DATE (WS-SUPPRESS-CASE-IDX)
           ELSE
               PERFORM OPEN-CASE-AND-ALERT
           END-IF.

       CHECK-CASE-COVERS-HIT.
           IF WS-CS-RULE (WS-CASE-IDX) = WS-RULE-NAME (WS-HIT-RULE-IDX)
               AND WS-CS-ACCOUNT-NUM (WS-CASE-IDX) = WS-EXAM-ACCT-NUM
               EVALUATE WS-CS-DISPOSITION (WS-CASE-IDX)
                   WHEN ' '
                   WHEN 'E'
                       SET WS-HIT-SUPPRESSED TO TRUE
                   WHEN OTHER
                       MOVE WS-CS-DISPOSITION-DATE (WS-CASE-IDX)
                           TO WS-SPLIT-DATE-IN
                       PERFORM CONVERT-DATE-TO-PSEUDO-DAYS
                       COMPUTE WS-CASE-AGE =
                           WS-RUN-PSEUDO-DAYS - WS-SPLIT-PSEUDO-DAYS
                       IF WS-CASE-AGE <= WS-QUIET-DAYS
                           SET WS-HIT-SUPPRESSED TO TRUE
                       END-IF
               END-EVALUATE
               IF WS-HIT-SUPPRESSED
                   MOVE WS-CASE-IDX TO WS-SUPPRESS-CASE-IDX
               END-IF
           END-IF.

       OPEN-CASE-AND-ALERT.
           IF WS-CASE-COUNT < 5000
               ADD 1 TO WS-CASE-ID-SEQ
               ADD 1 TO WS-CASE-COUNT
               MOVE WS-CASE-ID-WORK TO WS-CS-CASE-ID (WS-CASE-COUNT)
               MOVE WS-RULE-NAME (WS-HIT-RULE-IDX)
                   TO WS-CS-RULE (WS-CASE-COUNT)
               MOVE WS-EXAM-ACCT-NUM
                   TO WS-CS-ACCOUNT-NUM (WS-CASE-COUNT)
               MOVE WS-RUN-DATE TO WS-CS-OPENED-DATE (WS-CASE-COUNT)
               MOVE WS-RUN-DATE TO WS-CS-LAST-HIT-DATE (WS-CASE-COUNT)
               MOVE WS-HIT-SCORE TO WS-CS-SCORE (WS-CASE-COUNT)
               MOVE SPACE TO WS-CS-DISPOSITION (WS-CASE-COUNT)
               MOVE 0 TO WS-CS-DISPOSITION-DATE (WS-CASE-COUNT)
               MOVE SPACES TO WS-CS-OFFICER-ID (WS-CASE-COUNT)
               PERFORM WRITE-ALERT-RECORD
           ELSE
               DISPLAY "SAR-MONITOR: SEVERE - case table full, "
                   WS-RULE-NAME (WS-HIT-RULE-IDX) " hit on "
                   WS-EXAM-ACCT-NUM " cannot be opened"
               SET WS-SEVERE-ERROR-OCCURRED TO TRUE
           END-IF.

       WRITE-ALERT-RECORD.
           ADD 1 TO WS-ALERT-COUNT
           MOVE WS-RUN-DATE TO ALRT-RUN-DATE
           MOVE WS-CASE-ID-WORK TO ALRT-CASE-ID
           MOVE WS-RULE-NAME (WS-HIT-RULE-IDX) TO ALRT-RULE
           MOVE WS-EXAM-ACCT-NUM TO ALRT-ACCOUNT-NUM
           MOVE WS-HIT-SCORE TO ALRT-SCORE
           MOVE WS-HIT-AMOUNT TO ALRT-AMOUNT
           MOVE WS-TG-COUNT (WS-HIT-RULE-IDX) TO ALRT-TRAN-COUNT
           PERFORM MOVE-ONE-TRIGGER-ID
               VARYING WS-TG-IDX FROM 1 BY 1
               UNTIL WS-TG-IDX > 5
           WRITE ALERT-RECORD

           MOVE SPACES TO WS-ALERT-LINE
           MOVE WS-CASE-ID-WORK TO WS-AL-CASE-ID
           MOVE WS-RULE-NAME (WS-HIT-RULE-IDX) TO WS-AL-RULE
           MOVE WS-EXAM-ACCT-NUM TO WS-AL-ACCT
           MOVE WS-HIT-SCORE TO WS-AL-SCORE
           MOVE WS-HIT-AMOUNT TO WS-AL-AMOUNT
           MOVE WS-TG-COUNT (WS-HIT-RULE-IDX) TO WS-AL-COUNT
           STRING ALRT-TRAN-ID (1) " " ALRT-TRAN-ID (2) " "
               ALRT-TRAN-ID (3) " " ALRT-TRAN-ID (4) " "
               ALRT-TRAN-ID (5)
               DELIMITED BY SIZE INTO WS-AL-NOTE
           MOVE WS-ALERT-LINE TO RPT-LINE
           WRITE RPT-LINE
           DISPLAY "SAR-MONITOR: ALERT " WS-CASE-ID-WORK " "
               WS-RULE-NAME (WS-HIT-RULE-IDX) " ON "
               WS-EXAM-ACCT-NUM " SCORE " WS-HIT-SCORE.

       MOVE-ONE-TRIGGER-ID.
           MOVE WS-TG-TRAN-ID (WS-HIT-RULE-IDX, WS-TG-IDX)
               TO ALRT-TRAN-ID (WS-TG-IDX).

       WRITE-ONE-CASE.
           MOVE WS-CS-CASE-ID (WS-CASE-IDX) TO SARC-CASE-ID
           MOVE WS-CS-RULE (WS-CASE-IDX) TO SARC-RULE
           MOVE WS-CS-ACCOUNT-NUM (WS-CASE-IDX) TO SARC-ACCOUNT-NUM
           MOVE WS-CS-OPENED-DATE (WS-CASE-IDX) TO SARC-OPENED-DATE
           MOVE WS-CS-LAST-HIT-DATE (WS-CASE-IDX)
               TO SARC-LAST-HIT-DATE
           MOVE WS-CS-SCORE (WS-CASE-IDX) TO SARC-SCORE
           MOVE WS-CS-DISPOSITION (WS-CASE-IDX) TO SARC-DISPOSITION
           MOVE WS-CS-DISPOSITION-DATE (WS-CASE-IDX)
               TO SARC-DISPOSITION-DATE
           MOVE WS-CS-OFFICER-ID (WS-CASE-IDX) TO SARC-OFFICER-ID
           WRITE SAR-CASE-RECORD.

      *----------------------------------------------------------------
      *    REPORT.
      *----------------------------------------------------------------
       WRITE-REPORT-HEADING.
           MOVE SPACES TO RPT-LINE
           STRING "SUSPICIOUS-ACTIVITY MONITORING - RUN DATE "
               WS-RUN-DATE-DISPLAY
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       WRITE-DISPOSITION-HEADING.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "DISPOSITIONS RECEIVED" DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE.

       WRITE-ALERT-HEADING.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "NEW ALERTS" DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "  CASE      RULE      ACCT   SC          AMOUNT"
               "  LEGS  TRIGGERING TRANSACTIONS"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

      *----------------------------------------------------------------
      *    EVERY CASE STILL OPEN OR ESCALATED, WITH ITS AGE, SO NONE
      *    SITS UNWORKED UNNOTICED.
      *----------------------------------------------------------------
       WRITE-OPEN-CASE-AGING.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "CASES AWAITING DISPOSITION" DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           PERFORM AGE-ONE-OPEN-CASE
               VARYING WS-CASE-IDX FROM 1 BY 1
               UNTIL WS-CASE-IDX > WS-CASE-COUNT.

       AGE-ONE-OPEN-CASE.
           IF WS-CS-DISPOSITION (WS-CASE-IDX) = ' '
               OR WS-CS-DISPOSITION (WS-CASE-IDX) = 'E'
               ADD 1 TO WS-OPEN-CASE-COUNT
               MOVE WS-CS-OPENED-DATE (WS-CASE-IDX)
                   TO WS-SPLIT-DATE-IN
               PERFORM CONVERT-DATE-TO-PSEUDO-DAYS
               COMPUTE WS-CASE-AGE =
                   WS-RUN-PSEUDO-DAYS - WS-SPLIT-PSEUDO-DAYS
               MOVE WS-CASE-AGE TO WS-EDIT-DAYS
               MOVE SPACES TO WS-ALERT-LINE
               MOVE WS-CS-CASE-ID (WS-CASE-IDX) TO WS-AL-CASE-ID
               MOVE WS-CS-RULE (WS-CASE-IDX) TO WS-AL-RULE
               MOVE WS-CS-ACCOUNT-NUM (WS-CASE-IDX) TO WS-AL-ACCT
               MOVE WS-CS-SCORE (WS-CASE-IDX) TO WS-AL-SCORE
               IF WS-CS-DISPOSITION (WS-CASE-IDX) = 'E'
                   STRING "ESCALATED  OPEN " WS-EDIT-DAYS
                       " DAYS  LAST HIT "
                       WS-CS-LAST-HIT-DATE (WS-CASE-IDX)
                       DELIMITED BY SIZE INTO WS-AL-NOTE
               ELSE
                   STRING "OPEN       OPEN " WS-EDIT-DAYS
                       " DAYS  LAST HIT "
                       WS-CS-LAST-HIT-DATE (WS-CASE-IDX)
                       DELIMITED BY SIZE INTO WS-AL-NOTE
               END-IF
               MOVE WS-ALERT-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CAND-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "ACCOUNTS EXAMINED          " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-UNMONITORED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "ACCOUNTS NOT MONITORED     " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-ALERT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "NEW ALERTS RAISED          " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-SUPPRESSED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "REPEAT HITS UNDER A CASE   " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-DISP-APPLIED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "DISPOSITIONS APPLIED       " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-DISP-REFUSED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "DISPOSITIONS REFUSED       " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-OPEN-CASE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "CASES AWAITING DISPOSITION " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

      *----------------------------------------------------------------
      *    WRITE ONE JOBSTAT RECORD SUMMARISING THE RUN FOR DOWNSTREAM
      *    MONITORING TOOLING.
      *----------------------------------------------------------------
       WRITE-JOBSTAT-RECORD.
           MOVE SPACES TO JOBSTAT-RECORD
           MOVE "SARMON" TO JOBSTAT-PROGRAM-NAME
           MOVE WS-RUN-DATE TO JOBSTAT-RUN-DATE
           MOVE WS-CAND-COUNT TO JOBSTAT-TOTAL-COUNT
           MOVE WS-ALERT-COUNT TO JOBSTAT-VALID-COUNT
           MOVE WS-DISP-REFUSED-COUNT TO JOBSTAT-INVALID-COUNT
           EVALUATE TRUE
               WHEN WS-SEVERE-ERROR-OCCURRED
                   MOVE 16 TO JOBSTAT-RETURN-CODE
               WHEN WS-WARNING-RAISED
                   MOVE 4 TO JOBSTAT-RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO JOBSTAT-RETURN-CODE
           END-EVALUATE
           WRITE JOBSTAT-RECORD.
