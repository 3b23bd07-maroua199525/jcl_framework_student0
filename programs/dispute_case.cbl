       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPUTE-CASE.
       AUTHOR. STUDENT.

      ******************************************************************
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    - NEW PROGRAM: WORKS THE CUSTOMER DISPUTE CASE FILE EVERY
      *      BUSINESS DAY.  FOR EACH CASE IT:
      *        - GENERATES THE PROVISIONAL CREDIT A NEW CASE ASKED
      *          FOR (PROVCREDIT), OR THE CREDIT FOR A CASE FOUND FOR
      *          THE CUSTOMER WITHOUT ONE (DISPCREDIT)
      *        - ON A CASE FOUND FOR THE CUSTOMER, MAKES THE
      *          PROVISIONAL CREDIT FINAL ON THE HISTORY SO STATEMENTS
      *          STOP SHOWING IT AS PROVISIONAL
      *        - ON A CASE FOUND AGAINST THE CUSTOMER, RE-DEBITS A
      *          PROVISIONAL CREDIT THAT HAS POSTED (PROVDEBIT), OR
      *          DROPS ONE THAT NEVER DID
      *        - ONCE THE MONEY HAS SETTLED, WRITES THE RESOLUTION
      *          NOTICE TO THE CUSTOMER IN THE NOTICE LAYOUT
      *      THE CREDITS AND RE-DEBITS GO OUT AS ONE BALANCED FEED,
      *      UNDER ITS OWN BRANCH ID, FOR BATCH-VALIDATOR AND
      *      ACCOUNT-UPDATE, SO THEY POST WITH THE SAME AUDIT TRAIL AS
      *      ANY OTHER POSTING.  AN ITEM SENT ON AN EARLIER RUN THAT
      *      DID NOT POST IS SENT AGAIN AND THE RUN ENDS RC 4
      *    - THE AGED-CASE REPORT LISTS EVERY OPEN CASE WITH ITS AGE
      *      AND THE BUSINESS DAYS LEFT TO ITS REGULATORY DEADLINE,
      *      CALLING OUT A CASE WHOSE INVESTIGATION IS OVERDUE, ONE
      *      WITHIN DSPWARNDAYS OF ITS DEADLINE AND ONE PAST IT (RC 4)
      *    - A RESOLVED CASE WHOSE NOTICE HAS GONE STAYS ON THE FILE
      *      FOR DSPKEEPDAYS, SO THE SAME POSTING IS STILL RECOGNISED
      *      AS DISPUTED BEFORE, AND IS THEN DROPPED
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARMFILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CALENDAR ASSIGN TO "CALENDAR"
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
           SELECT CASEIN ASSIGN TO "CASEIN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CASEOUT ASSIGN TO "CASEOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NOTICES ASSIGN TO "NOTICES"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DSPOUT ASSIGN TO "DSPOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DSPRPT ASSIGN TO "DSPRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOBSTAT ASSIGN TO "JOBSTAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARMFILE.
           COPY PRMSREC.

       FD  CALENDAR.
           COPY CALREC.

       FD  ACCOUNTS.
           COPY ACCTREC.

       FD  TRANHIST.
           COPY THISTREC.

       FD  CUSTMST.
           COPY CUSTREC.

       FD  CUSTXREF.
           COPY CXRFREC.

       FD  CASEIN.
           COPY DISPREC REPLACING DISPUTE-CASE-RECORD
               BY DISPUTE-CASE-IN-RECORD.

       FD  CASEOUT.
           COPY DISPREC REPLACING DISPUTE-CASE-RECORD
               BY DISPUTE-CASE-OUT-RECORD.

       FD  NOTICES.
           COPY NTCEREC.

       FD  DSPOUT.
           COPY TRANREC REPLACING TRAN-RECORD BY TRAN-DSP-RECORD.

       FD  DSPRPT.
           COPY RPTLREC.

       FD  JOBSTAT.
           COPY JSTAREC.

       WORKING-STORAGE SECTION.
       01  WS-OPEN-CASE-COUNT          PIC 9(7) VALUE 0.
       01  WS-NEAR-DEADLINE-COUNT      PIC 9(7) VALUE 0.
       01  WS-PAST-DEADLINE-COUNT      PIC 9(7) VALUE 0.
       01  WS-INVEST-OVERDUE-COUNT     PIC 9(7) VALUE 0.
       01  WS-CREDIT-SENT-COUNT        PIC 9(7) VALUE 0.
       01  WS-REDEBIT-SENT-COUNT       PIC 9(7) VALUE 0.
       01  WS-MADE-FINAL-COUNT         PIC 9(7) VALUE 0.
       01  WS-NOTICE-COUNT             PIC 9(7) VALUE 0.
       01  WS-DROPPED-COUNT            PIC 9(7) VALUE 0.
       01  WS-RETRY-COUNT              PIC 9(7) VALUE 0.
       01  WS-NO-LINK-COUNT            PIC 9(7) VALUE 0.
       01  WS-CASE-OUT-COUNT           PIC 9(7) VALUE 0.
       01  WS-EOF-FLAG                 PIC X VALUE 'N'.
       01  WS-PARMS-EOF-FLAG           PIC X VALUE 'N'.
       01  WS-CAL-EOF-FLAG             PIC X VALUE 'N'.
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

       01  WS-SEVERE-ERROR-FLAG        PIC X VALUE 'N'.
           88  WS-SEVERE-ERROR-OCCURRED    VALUE 'Y'.
       01  WS-WARNING-FLAG             PIC X VALUE 'N'.
           88  WS-WARNING-RAISED           VALUE 'Y'.

      *    HOW CLOSE, IN BUSINESS DAYS, A CASE MAY COME TO ITS
      *    REGULATORY DEADLINE BEFORE THE REPORT CALLS IT OUT, AND
      *    HOW LONG, IN DAYS, A CLOSED CASE STAYS ON THE FILE.
      *    COMPILED DEFAULTS; OVERRIDDEN BY THE DSPWARNDAYS AND
      *    DSPKEEPDAYS ENTRIES ON THE RUN PARAMETERS FILE.
       01  WS-WARN-DAYS-LIMIT          PIC 9(5) VALUE 5.
       01  WS-KEEP-DAYS-LIMIT          PIC 9(5) VALUE 400.
       01  WS-WARN-PARM-EFF-DATE       PIC 9(8) VALUE 0.
       01  WS-KEEP-PARM-EFF-DATE       PIC 9(8) VALUE 0.

      *    THE PROCESSING CALENDAR'S BUSINESS DAYS, LOADED AT
      *    STARTUP, FOR COUNTING THE BUSINESS DAYS LEFT TO A
      *    DEADLINE.
       01  WS-CAL-TABLE.
           05  WS-CAL-COUNT             PIC 9(4) VALUE 0.
           05  WS-CAL-BUSINESS-DATE     PIC 9(8) OCCURS 1500 TIMES.
       01  WS-CAL-IDX                  PIC 9(4) VALUE 0.
       01  WS-CAL-COUNT-TO-DATE        PIC 9(8) VALUE 0.
       01  WS-CAL-DAYS-TO-DATE         PIC 9(4) VALUE 0.
       01  WS-CAL-DAYS-TO-RUN          PIC 9(4) VALUE 0.
       01  WS-BUSINESS-DAYS-LEFT       PIC S9(5) VALUE 0.

      *    PSEUDO-JULIAN DAY NUMBERS, AS DORMANT-SWEEP KEEPS THEM.
       01  WS-DATE-MATH.
           05  WS-RUN-PSEUDO-DAYS       PIC 9(9) VALUE 0.
           05  WS-CASE-AGE-DAYS         PIC S9(9) VALUE 0.
           05  WS-SPLIT-DATE-IN         PIC 9(8) VALUE 0.
           05  WS-SPLIT-PSEUDO-DAYS     PIC 9(9) VALUE 0.
           05  WS-SPLIT-YEAR            PIC 9(4) VALUE 0.
           05  WS-SPLIT-MMDD            PIC 9(4) VALUE 0.
           05  WS-SPLIT-MONTH           PIC 9(2) VALUE 0.
           05  WS-SPLIT-DAY             PIC 9(2) VALUE 0.

      *    GENERATED TRANSACTION IDS: D, A MONTH CODE (1-9 THEN
      *    A/B/C), A DAY CODE (1-9 THEN A-V) AND A RUN SEQUENCE - THE
      *    STANDING-ORDER CONVENTION FOR A PROGRAM THAT RUNS EVERY
      *    BUSINESS DATE.
       01  WS-TRAN-ID-WORK.
           05  WS-TRAN-ID-PREFIX        PIC X VALUE 'D'.
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

      *    THE DISPUTE FEED'S OWN BRANCH ID, SO ITS SECTION BALANCES
      *    ON ITS OWN CONTROL TOTALS AND ITS LEGS ARE RECOGNISABLE ON
      *    THE AUDIT TRAIL.
       01  WS-DISPUTE-BRANCH-ID        PIC X(3) VALUE 'DSP'.

      *    GENERATED CREDITS AND RE-DEBITS ARE BUFFERED SO THE FEED
      *    CAN OPEN WITH A HEADER CARRYING THE TRUE CONTROL TOTALS.
       01  WS-DSPGEN-TABLE.
           05  WS-DSPGEN-COUNT          PIC 9(4) VALUE 0.
           05  WS-DSPGEN-DETAIL         PIC X(76) OCCURS 999 TIMES.
       01  WS-DSPGEN-IDX               PIC 9(4) VALUE 0.
       01  WS-DSPGEN-TOTAL             PIC 9(11)V99 VALUE 0.

      *    WORK RECORD FOR BUILDING ONE GENERATED DETAIL LINE.
           COPY TRANREC REPLACING TRAN-RECORD BY WS-TRAN-WORK-RECORD.

      *    THE CASE FILE CARRIED FORWARD FROM THE LAST RUN.  A CASE
      *    THAT HAS AGED OFF IS FLAGGED RATHER THAN SQUEEZED OUT, AND
      *    SIMPLY NOT WRITTEN TO CASEOUT.  WS-CASE-NOTE KEEPS WHAT
      *    WAS DONE TODAY ON A RESOLVED CASE FOR THE SECOND PART OF
      *    THE REPORT.
       01  WS-CASE-TABLE.
           05  WS-CASE-COUNT            PIC 9(4) VALUE 0.
           05  WS-CASE-ENTRY OCCURS 5000 TIMES.
               10  WS-CASE-RECORD           PIC X(128).
               10  WS-CASE-DROP-FLAG        PIC X.
                   88  WS-CASE-DROPPED          VALUE 'Y'.
               10  WS-CASE-NOTE             PIC X(50).
       01  WS-CASE-IDX                 PIC 9(4) VALUE 0.

      *    WORK RECORD FOR THE CASE IN HAND.
           COPY DISPREC REPLACING DISPUTE-CASE-RECORD
               BY WS-DSP-WORK-RECORD.

      *    THE CASE IN HAND.
       01  WS-ACTION-NOTE              PIC X(50) VALUE SPACES.
       01  WS-ACTION-PTR               PIC 9(3) VALUE 1.
       01  WS-ACTION-TEXT              PIC X(30) VALUE SPACES.
       01  WS-ITEM-CHECK-ID            PIC X(6) VALUE SPACES.
       01  WS-ITEM-POSTED-FLAG         PIC X VALUE 'N'.
           88  WS-ITEM-POSTED               VALUE 'Y'.
       01  WS-GEN-TRAN-TYPE            PIC X(10) VALUE SPACES.
       01  WS-GEN-ORIG-TRAN-ID         PIC X(6) VALUE SPACES.
       01  WS-DROP-PSEUDO-DAYS         PIC 9(9) VALUE 0.

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
       01  WS-LETTER-TEXT              PIC X(60) VALUE SPACES.

      *    ONE LINE OF THE AGED-CASE REPORT.  ON A RESOLVED CASE THE
      *    DEADLINE COLUMNS CARRY THE RESOLVED DATE AND THE OUTCOME.
       01  WS-CASE-LINE.
           05  FILLER                   PIC X VALUE SPACE.
           05  WS-CS-TRAN-ID            PIC X(6).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-CS-ACCT               PIC X(5).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-CS-OPENED             PIC 9(8).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-CS-AGE                PIC ZZZ9.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-CS-INV-DUE            PIC X(8).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-CS-REG-DUE            PIC X(8).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-CS-LEFT               PIC X(5).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-CS-AMOUNT             PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-CS-CREDIT             PIC X(1).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-CS-NOTE               PIC X(50).
           05  FILLER                   PIC X(6) VALUE SPACES.
       01  WS-DAYS-LEFT-DISPLAY        PIC -ZZZ9.
       01  WS-DAYS-LEFT-TEXT           PIC ZZZZ9.
       01  WS-DAYS-LEFT-START          PIC 9(2) VALUE 0.
       01  WS-TOTAL-AMOUNT-DISPLAY     PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       LINKAGE SECTION.
       01  LS-PARM-AREA.
           05  LS-PARM-LENGTH           PIC S9(4) COMP.
           05  LS-PARM-RUN-DATE         PIC X(8).

       PROCEDURE DIVISION USING LS-PARM-AREA.
       MAIN-PROCEDURE.
           DISPLAY "DISPUTE-CASE: Starting dispute case processing..."

           PERFORM ESTABLISH-RUN-PARAMETERS
           OPEN OUTPUT JOBSTAT

           PERFORM LOAD-RUN-PARAMETERS
           PERFORM LOAD-BUSINESS-CALENDAR
           PERFORM LOAD-CASE-FILE
           PERFORM WORK-DISPUTE-CASES

           DISPLAY "DISPUTE-CASE: Dispute case processing completed"
           DISPLAY "DISPUTE-CASE: Open cases: " WS-OPEN-CASE-COUNT
               " near deadline: " WS-NEAR-DEADLINE-COUNT
               " past deadline: " WS-PAST-DEADLINE-COUNT
           DISPLAY "DISPUTE-CASE: Credits sent: " WS-CREDIT-SENT-COUNT
               " re-debits sent: " WS-REDEBIT-SENT-COUNT
               " made final: " WS-MADE-FINAL-COUNT
           DISPLAY "DISPUTE-CASE: Notices written: " WS-NOTICE-COUNT
               " cases dropped: " WS-DROPPED-COUNT

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
      *    ESTABLISH THE BUSINESS DATE THIS RUN IS FOR FROM THE PARM
      *    PASSED BY JCL, AND THE MONTH AND DAY CODES FOR THE
      *    GENERATED TRANSACTION IDS.
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
           DISPLAY "DISPUTE-CASE: Run date is " WS-RUN-DATE

           MOVE WS-RUN-DATE TO WS-SPLIT-DATE-IN
           PERFORM CONVERT-DATE-TO-PSEUDO-DAYS
           MOVE WS-SPLIT-PSEUDO-DAYS TO WS-RUN-PSEUDO-DAYS.

      *----------------------------------------------------------------
      *    LOAD THE REPORTING AND RETENTION KNOBS FROM THE RUN
      *    PARAMETERS FILE: FOR EACH KEY, THE ENTRY WITH THE LATEST
      *    EFFECTIVE DATE AT OR BEFORE THE RUN DATE WINS.  WITH NO
      *    APPLICABLE ENTRY THE COMPILED DEFAULT STANDS.  THE VALUES
      *    IN EFFECT GO ON THE RUN LOG.
      *----------------------------------------------------------------
       LOAD-RUN-PARAMETERS.
           OPEN INPUT PARMFILE
           PERFORM READ-ONE-RUN-PARAMETER
               UNTIL WS-PARMS-EOF-FLAG = 'Y'
           CLOSE PARMFILE
           DISPLAY "DISPUTE-CASE: Warn within: "
               WS-WARN-DAYS-LIMIT " business days of the deadline"
           DISPLAY "DISPUTE-CASE: Keep closed cases for: "
               WS-KEEP-DAYS-LIMIT " days".

       READ-ONE-RUN-PARAMETER.
           READ PARMFILE
               AT END MOVE 'Y' TO WS-PARMS-EOF-FLAG
               NOT AT END
                   IF PRM-VALUE IS NUMERIC
                       AND PRM-EFFECTIVE-DATE IS NUMERIC
                       AND PRM-EFFECTIVE-DATE-NUM <= WS-RUN-DATE
                       EVALUATE PRM-KEY
                           WHEN 'DSPWARNDAYS'
                               IF PRM-EFFECTIVE-DATE-NUM
                                      >= WS-WARN-PARM-EFF-DATE
                                   MOVE PRM-VALUE-NUM
                                       TO WS-WARN-DAYS-LIMIT
                                   MOVE PRM-EFFECTIVE-DATE-NUM
                                       TO WS-WARN-PARM-EFF-DATE
                               END-IF
                           WHEN 'DSPKEEPDAYS'
                               IF PRM-EFFECTIVE-DATE-NUM
                                      >= WS-KEEP-PARM-EFF-DATE
                                   MOVE PRM-VALUE-NUM
                                       TO WS-KEEP-DAYS-LIMIT
                                   MOVE PRM-EFFECTIVE-DATE-NUM
                                       TO WS-KEEP-PARM-EFF-DATE
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
      *    LOAD THE PROCESSING CALENDAR.  WITHOUT IT NO DEADLINE CAN
      *    BE COUNTED DOWN, AND A CASE THAT LOOKS SAFE MAY NOT BE -
      *    NOTHING IS DONE.
      *----------------------------------------------------------------
       LOAD-BUSINESS-CALENDAR.
           OPEN INPUT CALENDAR
           PERFORM LOAD-CALENDAR-TABLE UNTIL WS-CAL-EOF-FLAG = 'Y'
           CLOSE CALENDAR
           IF WS-CAL-COUNT = 0
               DISPLAY "DISPUTE-CASE: SEVERE - processing calendar "
                   "is empty"
               SET WS-SEVERE-ERROR-OCCURRED TO TRUE
           ELSE
               MOVE WS-RUN-DATE TO WS-CAL-COUNT-TO-DATE
               PERFORM COUNT-BUSINESS-DAYS-TO-DATE
               MOVE WS-CAL-DAYS-TO-DATE TO WS-CAL-DAYS-TO-RUN
           END-IF.

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
                           DISPLAY "DISPUTE-CASE: SEVERE - calendar "
                               "table full"
                           SET WS-SEVERE-ERROR-OCCURRED TO TRUE
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *    HOW MANY BUSINESS DAYS ON THE CALENDAR FALL ON OR BEFORE
      *    WS-CAL-COUNT-TO-DATE.  THE DIFFERENCE BETWEEN TWO SUCH
      *    COUNTS IS THE BUSINESS DAYS BETWEEN THE TWO DATES.
      *----------------------------------------------------------------
       COUNT-BUSINESS-DAYS-TO-DATE.
           MOVE 0 TO WS-CAL-DAYS-TO-DATE
           PERFORM COUNT-ONE-BUSINESS-DAY
               VARYING WS-CAL-IDX FROM 1 BY 1
               UNTIL WS-CAL-IDX > WS-CAL-COUNT.

       COUNT-ONE-BUSINESS-DAY.
           IF WS-CAL-BUSINESS-DATE (WS-CAL-IDX) <= WS-CAL-COUNT-TO-DATE
               ADD 1 TO WS-CAL-DAYS-TO-DATE
           END-IF.

      *----------------------------------------------------------------
      *    LOAD THE CASE FILE CARRIED FORWARD FROM THE LAST RUN (OR
      *    FROM THIS MORNING'S DISPUTE-MAINT).
      *----------------------------------------------------------------
       LOAD-CASE-FILE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT CASEIN
           PERFORM LOAD-ONE-CASE UNTIL WS-EOF-FLAG = 'Y'
           CLOSE CASEIN
           DISPLAY "DISPUTE-CASE: Cases on file: " WS-CASE-COUNT.

       LOAD-ONE-CASE.
           READ CASEIN
               AT END MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF WS-CASE-COUNT < 5000
                       ADD 1 TO WS-CASE-COUNT
                       MOVE DISPUTE-CASE-IN-RECORD
                           TO WS-CASE-RECORD (WS-CASE-COUNT)
                       MOVE 'N' TO WS-CASE-DROP-FLAG (WS-CASE-COUNT)
                       MOVE SPACES TO WS-CASE-NOTE (WS-CASE-COUNT)
                   ELSE
                       DISPLAY "DISPUTE-CASE: SEVERE - case table "
                           "full, case file not loaded whole"
                       SET WS-SEVERE-ERROR-OCCURRED TO TRUE
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *    ONE PASS OF THE CASE TABLE, WORKING EACH CASE AND LISTING
      *    THE OPEN ONES; THEN THE RESOLVED CASES ACTED ON TODAY, THE
      *    FEED, THE NEW CASE FILE AND THE TOTALS.
      *----------------------------------------------------------------
       WORK-DISPUTE-CASES.
           OPEN INPUT ACCOUNTS
           OPEN I-O TRANHIST
           OPEN INPUT CUSTXREF
           OPEN INPUT CUSTMST
           OPEN OUTPUT NOTICES
           OPEN OUTPUT DSPRPT
           IF NOT WS-ACCOUNTS-OK
               DISPLAY "DISPUTE-CASE: SEVERE - ACCOUNTS OPEN "
                   "FAILED, STATUS " WS-ACCOUNTS-STATUS
               SET WS-SEVERE-ERROR-OCCURRED TO TRUE
           END-IF
           IF NOT WS-TRANHIST-OK
               DISPLAY "DISPUTE-CASE: SEVERE - TRANHIST OPEN "
                   "FAILED, STATUS " WS-TRANHIST-STATUS
               SET WS-SEVERE-ERROR-OCCURRED TO TRUE
           END-IF

           MOVE SPACES TO RPT-LINE
           STRING "CUSTOMER DISPUTE CASES - AGED CASE REPORT - RUN "
               "DATE: " WS-RUN-DATE-DISPLAY
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           PERFORM WRITE-OPEN-CASE-HEADINGS
           IF NOT WS-SEVERE-ERROR-OCCURRED
               PERFORM WORK-ONE-CASE
                   VARYING WS-CASE-IDX FROM 1 BY 1
                   UNTIL WS-CASE-IDX > WS-CASE-COUNT
                      OR WS-SEVERE-ERROR-OCCURRED
           END-IF

           IF NOT WS-SEVERE-ERROR-OCCURRED
               PERFORM WRITE-RESOLVED-HEADINGS
               PERFORM REPORT-RESOLVED-CASE
                   VARYING WS-CASE-IDX FROM 1 BY 1
                   UNTIL WS-CASE-IDX > WS-CASE-COUNT
           END-IF

           CLOSE ACCOUNTS
           CLOSE TRANHIST
           CLOSE CUSTXREF
           CLOSE CUSTMST
           CLOSE NOTICES
           PERFORM WRITE-DAILY-OUTPUTS
           PERFORM WRITE-CASE-TOTALS
           CLOSE DSPRPT.

      *----------------------------------------------------------------
      *    WORK ONE CASE, IN THIS ORDER:
      *      - SETTLE WHAT WAS SENT ON THE LAST RUN
      *      - CARRY OUT A RESOLUTION
      *      - GENERATE WHATEVER IS NOW WANTED
      *      - TELL THE CUSTOMER ONCE A RESOLVED CASE HAS SETTLED
      *      - DROP A CLOSED CASE THAT HAS AGED OFF
      *----------------------------------------------------------------
       WORK-ONE-CASE.
           MOVE WS-CASE-RECORD (WS-CASE-IDX) TO WS-DSP-WORK-RECORD
           MOVE SPACES TO WS-ACTION-NOTE
           MOVE 1 TO WS-ACTION-PTR

           PERFORM CONFIRM-SENT-ITEMS
           PERFORM CARRY-OUT-RESOLUTION
           PERFORM GENERATE-WANTED-ITEMS
           PERFORM NOTIFY-RESOLVED-CUSTOMER
           PERFORM DROP-AGED-CASE

           MOVE WS-DSP-WORK-RECORD TO WS-CASE-RECORD (WS-CASE-IDX)
           IF DSP-CASE-OPEN OF WS-DSP-WORK-RECORD
               PERFORM REPORT-OPEN-CASE
           ELSE
               MOVE WS-ACTION-NOTE TO WS-CASE-NOTE (WS-CASE-IDX)
           END-IF.

      *----------------------------------------------------------------
      *    AN ITEM SENT ON THE LAST RUN HAS POSTED IF ITS FIRST LEG IS
      *    ON THE HISTORY.  ONE THAT HAS NOT IS WANTED AGAIN - EXCEPT
      *    A CREDIT ON A CASE SINCE FOUND AGAINST THE CUSTOMER, WHICH
      *    IS NO LONGER WANTED AT ALL.
      *----------------------------------------------------------------
       CONFIRM-SENT-ITEMS.
           IF DSP-CREDIT-SENT OF WS-DSP-WORK-RECORD
               MOVE DSP-CREDIT-TRAN-ID OF WS-DSP-WORK-RECORD
                   TO WS-ITEM-CHECK-ID
               PERFORM CHECK-ITEM-POSTED
               EVALUATE TRUE
                   WHEN WS-ITEM-POSTED
                       SET DSP-CREDIT-POSTED OF WS-DSP-WORK-RECORD
                           TO TRUE
                   WHEN DSP-CASE-REDEBITED OF WS-DSP-WORK-RECORD
                       SET DSP-CREDIT-CANCELLED OF WS-DSP-WORK-RECORD
                           TO TRUE
                   WHEN OTHER
                       PERFORM NOTE-ITEM-NOT-POSTED
                       SET DSP-CREDIT-WANTED OF WS-DSP-WORK-RECORD
                           TO TRUE
               END-EVALUATE
           END-IF
           IF DSP-REDEBIT-SENT OF WS-DSP-WORK-RECORD
               MOVE DSP-REDEBIT-TRAN-ID OF WS-DSP-WORK-RECORD
                   TO WS-ITEM-CHECK-ID
               PERFORM CHECK-ITEM-POSTED
               IF WS-ITEM-POSTED
                   SET DSP-REDEBIT-POSTED OF WS-DSP-WORK-RECORD
                       TO TRUE
               ELSE
                   PERFORM NOTE-ITEM-NOT-POSTED
                   SET DSP-REDEBIT-WANTED OF WS-DSP-WORK-RECORD
                       TO TRUE
               END-IF
           END-IF.

       CHECK-ITEM-POSTED.
           MOVE 'N' TO WS-ITEM-POSTED-FLAG
           MOVE WS-ITEM-CHECK-ID TO THIS-TRAN-ID
           MOVE 1 TO THIS-LEG-SEQ
           READ TRANHIST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ITEM-POSTED TO TRUE
           END-READ.

       NOTE-ITEM-NOT-POSTED.
           ADD 1 TO WS-RETRY-COUNT
           SET WS-WARNING-RAISED TO TRUE
           DISPLAY "DISPUTE-CASE: *** " WS-ITEM-CHECK-ID " ON CASE "
               DSP-TRAN-ID OF WS-DSP-WORK-RECORD " DID NOT POST - "
               "SENT AGAIN ***".

      *----------------------------------------------------------------
      *    A CASE FOUND AGAINST THE CUSTOMER TAKES BACK A CREDIT THAT
      *    HAS POSTED, AND CANCELS ONE THAT HAS NOT YET GONE.  A CASE
      *    FOUND FOR THE CUSTOMER MAKES A POSTED CREDIT FINAL: ITS LEG
      *    ON THE HISTORY IS MARKED SO THE STATEMENT STOPS CALLING IT
      *    PROVISIONAL.
      *----------------------------------------------------------------
       CARRY-OUT-RESOLUTION.
           EVALUATE TRUE
               WHEN DSP-CASE-REDEBITED OF WS-DSP-WORK-RECORD
                   AND DSP-CREDIT-WANTED OF WS-DSP-WORK-RECORD
                   SET DSP-CREDIT-CANCELLED OF WS-DSP-WORK-RECORD
                       TO TRUE
                   MOVE "CREDIT NOT GIVEN" TO WS-ACTION-TEXT
                   PERFORM ADD-ACTION-TEXT
               WHEN DSP-CASE-REDEBITED OF WS-DSP-WORK-RECORD
                   AND DSP-CREDIT-POSTED OF WS-DSP-WORK-RECORD
                   AND DSP-REDEBIT-NONE OF WS-DSP-WORK-RECORD
                   SET DSP-REDEBIT-WANTED OF WS-DSP-WORK-RECORD
                       TO TRUE
               WHEN DSP-CASE-FINAL OF WS-DSP-WORK-RECORD
                   AND DSP-CREDIT-POSTED OF WS-DSP-WORK-RECORD
                   PERFORM MAKE-CREDIT-FINAL
           END-EVALUATE.

       MAKE-CREDIT-FINAL.
           MOVE DSP-CREDIT-TRAN-ID OF WS-DSP-WORK-RECORD
               TO THIS-TRAN-ID
           MOVE 1 TO THIS-LEG-SEQ
           READ TRANHIST
               INVALID KEY
                   DISPLAY "DISPUTE-CASE: SEVERE - credit "
                       DSP-CREDIT-TRAN-ID OF WS-DSP-WORK-RECORD
                       " vanished from TRANHIST, STATUS "
                       WS-TRANHIST-STATUS
                   SET WS-SEVERE-ERROR-OCCURRED TO TRUE
               NOT INVALID KEY
                   SET THIS-CREDIT-MADE-FINAL TO TRUE
                   REWRITE TRAN-HISTORY-RECORD
                   IF WS-TRANHIST-OK
                       SET DSP-CREDIT-FINAL OF WS-DSP-WORK-RECORD
                           TO TRUE
                       ADD 1 TO WS-MADE-FINAL-COUNT
                       MOVE "CREDIT MADE FINAL" TO WS-ACTION-TEXT
                       PERFORM ADD-ACTION-TEXT
                   ELSE
                       DISPLAY "DISPUTE-CASE: SEVERE - TRANHIST "
                           "REWRITE FAILED FOR "
                           DSP-CREDIT-TRAN-ID OF WS-DSP-WORK-RECORD
                           ", STATUS " WS-TRANHIST-STATUS
                       SET WS-SEVERE-ERROR-OCCURRED TO TRUE
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *    GENERATE THE CREDIT OR RE-DEBIT THE CASE NOW WANTS.  A
      *    CREDIT ON A CASE STILL OPEN IS PROVISIONAL; ONE ON A CASE
      *    ALREADY FOUND FOR THE CUSTOMER IS FINAL FROM THE START.
      *    THE RE-DEBIT NAMES THE CREDIT IT TAKES BACK.
      *----------------------------------------------------------------
       GENERATE-WANTED-ITEMS.
           IF DSP-CREDIT-WANTED OF WS-DSP-WORK-RECORD
               IF DSP-CASE-OPEN OF WS-DSP-WORK-RECORD
                   MOVE 'PROVCREDIT' TO WS-GEN-TRAN-TYPE
               ELSE
                   MOVE 'DISPCREDIT' TO WS-GEN-TRAN-TYPE
               END-IF
               MOVE SPACES TO WS-GEN-ORIG-TRAN-ID
               PERFORM BUILD-DISPUTE-ITEM
               IF NOT WS-SEVERE-ERROR-OCCURRED
                   MOVE TRAN-ID OF WS-TRAN-WORK-RECORD
                       TO DSP-CREDIT-TRAN-ID OF WS-DSP-WORK-RECORD
                   SET DSP-CREDIT-SENT OF WS-DSP-WORK-RECORD TO TRUE
                   ADD 1 TO WS-CREDIT-SENT-COUNT
               END-IF
           END-IF
           IF DSP-REDEBIT-WANTED OF WS-DSP-WORK-RECORD
               MOVE 'PROVDEBIT' TO WS-GEN-TRAN-TYPE
               MOVE DSP-CREDIT-TRAN-ID OF WS-DSP-WORK-RECORD
                   TO WS-GEN-ORIG-TRAN-ID
               PERFORM BUILD-DISPUTE-ITEM
               IF NOT WS-SEVERE-ERROR-OCCURRED
                   MOVE TRAN-ID OF WS-TRAN-WORK-RECORD
                       TO DSP-REDEBIT-TRAN-ID OF WS-DSP-WORK-RECORD
                   SET DSP-REDEBIT-SENT OF WS-DSP-WORK-RECORD TO TRUE
                   ADD 1 TO WS-REDEBIT-SENT-COUNT
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *    BUFFER ONE GENERATED ITEM FOR THE DISPUTED AMOUNT ON THE
      *    CASE'S ACCOUNT.
      *----------------------------------------------------------------
       BUILD-DISPUTE-ITEM.
           IF WS-DSPGEN-COUNT < 999
               MOVE SPACES TO WS-TRAN-WORK-RECORD
               ADD 1 TO WS-TRAN-ID-SEQ
               MOVE WS-TRAN-ID-WORK
                   TO TRAN-ID OF WS-TRAN-WORK-RECORD
               MOVE WS-GEN-TRAN-TYPE
                   TO TRAN-TYPE OF WS-TRAN-WORK-RECORD
               MOVE DSP-ACCOUNT-NUM OF WS-DSP-WORK-RECORD
                   TO TRAN-ACCOUNT-NUM OF WS-TRAN-WORK-RECORD
               MOVE DSP-DISPUTED-AMOUNT OF WS-DSP-WORK-RECORD
                   TO TRAN-AMOUNT-NUM OF WS-TRAN-WORK-RECORD
               MOVE WS-RUN-DATE
                   TO TRAN-DATE OF WS-TRAN-WORK-RECORD
               MOVE 0 TO TRAN-ATTEMPT-COUNT OF WS-TRAN-WORK-RECORD
               MOVE WS-DISPUTE-BRANCH-ID
                   TO TRAN-BRANCH-ID OF WS-TRAN-WORK-RECORD
               MOVE WS-GEN-ORIG-TRAN-ID
                   TO TRAN-ORIG-TRAN-ID OF WS-TRAN-WORK-RECORD
               ADD 1 TO WS-DSPGEN-COUNT
               MOVE TRAN-DETAIL-DATA OF WS-TRAN-WORK-RECORD
                   TO WS-DSPGEN-DETAIL (WS-DSPGEN-COUNT)
               ADD DSP-DISPUTED-AMOUNT OF WS-DSP-WORK-RECORD
                   TO WS-DSPGEN-TOTAL
               MOVE SPACES TO WS-ACTION-TEXT
               STRING WS-GEN-TRAN-TYPE DELIMITED BY SPACE
                   " " TRAN-ID OF WS-TRAN-WORK-RECORD " SENT"
                   DELIMITED BY SIZE INTO WS-ACTION-TEXT
               PERFORM ADD-ACTION-TEXT
           ELSE
               DISPLAY "DISPUTE-CASE: SEVERE - generated-item table "
                   "full, case " DSP-TRAN-ID OF WS-DSP-WORK-RECORD
                   " not worked"
               SET WS-SEVERE-ERROR-OCCURRED TO TRUE
           END-IF.

      *----------------------------------------------------------------
      *    ONE NOTICE PER RESOLVED CASE, ONLY ONCE ITS MONEY HAS
      *    SETTLED: THE CREDIT FINAL, OR THE PROVISIONAL CREDIT TAKEN
      *    BACK, OR NO CREDIT EVER POSTED.
      *----------------------------------------------------------------
       NOTIFY-RESOLVED-CUSTOMER.
           IF NOT DSP-NOTICE-SENT OF WS-DSP-WORK-RECORD
               MOVE SPACES TO WS-LETTER-REASON
               MOVE SPACES TO WS-LETTER-TEXT
               EVALUATE TRUE
                   WHEN DSP-CASE-FINAL OF WS-DSP-WORK-RECORD
                       AND DSP-CREDIT-FINAL OF WS-DSP-WORK-RECORD
                       MOVE 'DSPFINAL' TO WS-LETTER-REASON
                       STRING "DISPUTE UPHELD - THE CREDIT TO YOUR "
                           "ACCOUNT IS NOW FINAL"
                           DELIMITED BY SIZE INTO WS-LETTER-TEXT
                   WHEN DSP-CASE-REDEBITED OF WS-DSP-WORK-RECORD
                       AND DSP-REDEBIT-POSTED OF WS-DSP-WORK-RECORD
                       MOVE 'DSPREDEB' TO WS-LETTER-REASON
                       STRING "DISPUTE NOT UPHELD - PROVISIONAL "
                           "CREDIT HAS BEEN RE-DEBITED"
                           DELIMITED BY SIZE INTO WS-LETTER-TEXT
                   WHEN DSP-CASE-REDEBITED OF WS-DSP-WORK-RECORD
                       AND (DSP-CREDIT-NONE OF WS-DSP-WORK-RECORD
                         OR DSP-CREDIT-CANCELLED OF WS-DSP-WORK-RECORD)
                       MOVE 'DSPDENY' TO WS-LETTER-REASON
                       STRING "DISPUTE NOT UPHELD - THE ORIGINAL "
                           "POSTING STANDS"
                           DELIMITED BY SIZE INTO WS-LETTER-TEXT
               END-EVALUATE
               IF WS-LETTER-REASON NOT = SPACES
                   PERFORM WRITE-DISPUTE-NOTICE
                   SET DSP-NOTICE-SENT OF WS-DSP-WORK-RECORD TO TRUE
                   MOVE "CUSTOMER NOTIFIED" TO WS-ACTION-TEXT
                   PERFORM ADD-ACTION-TEXT
               END-IF
           END-IF.

       WRITE-DISPUTE-NOTICE.
           ADD 1 TO WS-NOTICE-COUNT
           MOVE DSP-ACCOUNT-NUM OF WS-DSP-WORK-RECORD TO ACCT-NUMBER
           READ ACCOUNTS
               INVALID KEY
                   MOVE SPACES TO ACCT-HOLDER-NAME
           END-READ
           MOVE DSP-ACCOUNT-NUM OF WS-DSP-WORK-RECORD
               TO WS-LOOKUP-ACCT-NUM
           PERFORM LOOK-UP-OWNER
           MOVE SPACES TO NOTICE-RECORD
           MOVE WS-RUN-DATE TO NTCE-RUN-DATE
           MOVE DSP-ACCOUNT-NUM OF WS-DSP-WORK-RECORD
               TO NTCE-ACCOUNT-NUM
           MOVE WS-OWNER-NAME TO NTCE-HOLDER-NAME
           MOVE DSP-TRAN-ID OF WS-DSP-WORK-RECORD TO NTCE-TRAN-ID
           MOVE DSP-TRAN-TYPE OF WS-DSP-WORK-RECORD TO NTCE-TRAN-TYPE
           MOVE DSP-DISPUTED-AMOUNT OF WS-DSP-WORK-RECORD
               TO NTCE-AMOUNT
           MOVE WS-LETTER-REASON TO NTCE-REASON-CODE
           MOVE WS-LETTER-TEXT TO NTCE-NOTICE-TEXT
           MOVE WS-OWNER-CUST-ID TO NTCE-CUST-ID
           MOVE WS-OWNER-ADDR-LINE-1 TO NTCE-ADDR-LINE-1
           MOVE WS-OWNER-ADDR-LINE-2 TO NTCE-ADDR-LINE-2
           MOVE WS-OWNER-ADDR-LINE-3 TO NTCE-ADDR-LINE-3
           MOVE WS-OWNER-DELIVERY-PREF TO NTCE-DELIVERY-PREF
           WRITE NOTICE-RECORD.

      *----------------------------------------------------------------
      *    A RESOLVED CASE WHOSE CUSTOMER HAS BEEN TOLD, AND WHICH WAS
      *    RESOLVED MORE THAN DSPKEEPDAYS AGO, COMES OFF THE FILE.
      *    ITS POSTING KEEPS ITS DISPUTE FLAG ON THE HISTORY, SO IT
      *    STILL CANNOT BE DISPUTED OR REVERSED AGAIN.
      *----------------------------------------------------------------
       DROP-AGED-CASE.
           IF NOT DSP-CASE-OPEN OF WS-DSP-WORK-RECORD
               AND DSP-NOTICE-SENT OF WS-DSP-WORK-RECORD
               MOVE DSP-RESOLVED-DATE OF WS-DSP-WORK-RECORD
                   TO WS-SPLIT-DATE-IN
               PERFORM CONVERT-DATE-TO-PSEUDO-DAYS
               COMPUTE WS-DROP-PSEUDO-DAYS =
                   WS-SPLIT-PSEUDO-DAYS + WS-KEEP-DAYS-LIMIT
               IF WS-DROP-PSEUDO-DAYS < WS-RUN-PSEUDO-DAYS
                   MOVE 'Y' TO WS-CASE-DROP-FLAG (WS-CASE-IDX)
                   ADD 1 TO WS-DROPPED-COUNT
               END-IF
           END-IF.

       ADD-ACTION-TEXT.
           IF WS-ACTION-PTR > 1
               STRING "; " DELIMITED BY SIZE
                   INTO WS-ACTION-NOTE WITH POINTER WS-ACTION-PTR
           END-IF
           STRING WS-ACTION-TEXT DELIMITED BY "  "
               INTO WS-ACTION-NOTE WITH POINTER WS-ACTION-PTR.

      *----------------------------------------------------------------
      *    ONE LINE FOR AN OPEN CASE: ITS AGE IN DAYS, ITS DEADLINES
      *    AND THE BUSINESS DAYS LEFT TO THE REGULATORY ONE.  A CASE
      *    PAST ITS INVESTIGATION DATE, WITHIN DSPWARNDAYS OF ITS
      *    REGULATORY DEADLINE, OR PAST IT IS CALLED OUT; THE LAST
      *    ENDS THE RUN RC 4.
      *----------------------------------------------------------------
       REPORT-OPEN-CASE.
           ADD 1 TO WS-OPEN-CASE-COUNT
           MOVE DSP-OPEN-DATE OF WS-DSP-WORK-RECORD TO WS-SPLIT-DATE-IN
           PERFORM CONVERT-DATE-TO-PSEUDO-DAYS
           COMPUTE WS-CASE-AGE-DAYS =
               WS-RUN-PSEUDO-DAYS - WS-SPLIT-PSEUDO-DAYS
           IF WS-CASE-AGE-DAYS < 0
               MOVE 0 TO WS-CASE-AGE-DAYS
           END-IF
           MOVE DSP-REG-DUE-DATE OF WS-DSP-WORK-RECORD
               TO WS-CAL-COUNT-TO-DATE
           PERFORM COUNT-BUSINESS-DAYS-TO-DATE
           COMPUTE WS-BUSINESS-DAYS-LEFT =
               WS-CAL-DAYS-TO-DATE - WS-CAL-DAYS-TO-RUN

           IF WS-RUN-DATE > DSP-INVEST-DUE-DATE OF WS-DSP-WORK-RECORD
               ADD 1 TO WS-INVEST-OVERDUE-COUNT
               MOVE "INVESTIGATION OVERDUE" TO WS-ACTION-TEXT
               PERFORM ADD-ACTION-TEXT
           END-IF
           EVALUATE TRUE
               WHEN WS-RUN-DATE > DSP-REG-DUE-DATE OF WS-DSP-WORK-RECORD
                   ADD 1 TO WS-PAST-DEADLINE-COUNT
                   SET WS-WARNING-RAISED TO TRUE
                   MOVE "*** REG DEADLINE PASSED" TO WS-ACTION-TEXT
                   PERFORM ADD-ACTION-TEXT
                   DISPLAY "DISPUTE-CASE: *** CASE "
                       DSP-TRAN-ID OF WS-DSP-WORK-RECORD
                       " IS PAST ITS REGULATORY DEADLINE ***"
               WHEN WS-BUSINESS-DAYS-LEFT = 0
                   ADD 1 TO WS-NEAR-DEADLINE-COUNT
                   MOVE "*** REG DEADLINE TODAY" TO WS-ACTION-TEXT
                   PERFORM ADD-ACTION-TEXT
               WHEN WS-BUSINESS-DAYS-LEFT <= WS-WARN-DAYS-LIMIT
                   ADD 1 TO WS-NEAR-DEADLINE-COUNT
                   MOVE WS-BUSINESS-DAYS-LEFT TO WS-DAYS-LEFT-TEXT
                   MOVE 1 TO WS-DAYS-LEFT-START
                   INSPECT WS-DAYS-LEFT-TEXT TALLYING WS-DAYS-LEFT-START
                       FOR LEADING SPACES
                   MOVE SPACES TO WS-ACTION-TEXT
                   STRING "*** REG DEADLINE IN "
                       WS-DAYS-LEFT-TEXT (WS-DAYS-LEFT-START:) " DAYS"
                       DELIMITED BY SIZE INTO WS-ACTION-TEXT
                   PERFORM ADD-ACTION-TEXT
           END-EVALUATE

           MOVE SPACES TO WS-CS-INV-DUE
           MOVE SPACES TO WS-CS-REG-DUE
           MOVE DSP-INVEST-DUE-DATE OF WS-DSP-WORK-RECORD
               TO WS-CS-INV-DUE
           MOVE DSP-REG-DUE-DATE OF WS-DSP-WORK-RECORD
               TO WS-CS-REG-DUE
           MOVE WS-BUSINESS-DAYS-LEFT TO WS-DAYS-LEFT-DISPLAY
           MOVE WS-DAYS-LEFT-DISPLAY TO WS-CS-LEFT
           MOVE WS-CASE-AGE-DAYS TO WS-CS-AGE
           PERFORM WRITE-CASE-LINE.

      *----------------------------------------------------------------
      *    A RESOLVED CASE IS LISTED ONLY ON A DAY SOMETHING WAS DONE
      *    ABOUT IT, WITH ITS AGE WHEN IT WAS RESOLVED.
      *----------------------------------------------------------------
       REPORT-RESOLVED-CASE.
           IF WS-CASE-NOTE (WS-CASE-IDX) NOT = SPACES
               MOVE WS-CASE-RECORD (WS-CASE-IDX) TO WS-DSP-WORK-RECORD
               MOVE WS-CASE-NOTE (WS-CASE-IDX) TO WS-ACTION-NOTE
               MOVE DSP-RESOLVED-DATE OF WS-DSP-WORK-RECORD
                   TO WS-CS-INV-DUE
               IF DSP-CASE-FINAL OF WS-DSP-WORK-RECORD
                   MOVE "FOR CUST" TO WS-CS-REG-DUE
               ELSE
                   MOVE "AGAINST" TO WS-CS-REG-DUE
               END-IF
               MOVE SPACES TO WS-CS-LEFT
               MOVE DSP-OPEN-DATE OF WS-DSP-WORK-RECORD
                   TO WS-SPLIT-DATE-IN
               PERFORM CONVERT-DATE-TO-PSEUDO-DAYS
               MOVE WS-SPLIT-PSEUDO-DAYS TO WS-CASE-AGE-DAYS
               MOVE DSP-RESOLVED-DATE OF WS-DSP-WORK-RECORD
                   TO WS-SPLIT-DATE-IN
               PERFORM CONVERT-DATE-TO-PSEUDO-DAYS
               COMPUTE WS-CASE-AGE-DAYS =
                   WS-SPLIT-PSEUDO-DAYS - WS-CASE-AGE-DAYS
               IF WS-CASE-AGE-DAYS < 0
                   MOVE 0 TO WS-CASE-AGE-DAYS
               END-IF
               MOVE WS-CASE-AGE-DAYS TO WS-CS-AGE
               PERFORM WRITE-CASE-LINE
           END-IF.

       WRITE-CASE-LINE.
           MOVE DSP-TRAN-ID OF WS-DSP-WORK-RECORD TO WS-CS-TRAN-ID
           MOVE DSP-ACCOUNT-NUM OF WS-DSP-WORK-RECORD TO WS-CS-ACCT
           MOVE DSP-OPEN-DATE OF WS-DSP-WORK-RECORD TO WS-CS-OPENED
           MOVE DSP-DISPUTED-AMOUNT OF WS-DSP-WORK-RECORD
               TO WS-CS-AMOUNT
           MOVE DSP-PROV-CREDIT-FLAG OF WS-DSP-WORK-RECORD
               TO WS-CS-CREDIT
           MOVE WS-ACTION-NOTE TO WS-CS-NOTE
           MOVE WS-CASE-LINE TO RPT-LINE
           WRITE RPT-LINE.

      *----------------------------------------------------------------
      *    THE DAILY RUN'S OUTPUTS.  A RUN THAT DIED PART WAY MUST NOT
      *    SEND A PARTIAL FEED OR REPLACE THE CASE FILE WITH A PARTIAL
      *    ONE - THE FEED CARRIES NO ITEMS, NO CASE FILE IS WRITTEN
      *    AND THE SWAP STEP IS SKIPPED ON RC 16.
      *----------------------------------------------------------------
       WRITE-DAILY-OUTPUTS.
           IF WS-SEVERE-ERROR-OCCURRED
               MOVE 0 TO WS-DSPGEN-COUNT
               MOVE 0 TO WS-DSPGEN-TOTAL
           END-IF
           PERFORM WRITE-DISPUTE-FEED
           IF NOT WS-SEVERE-ERROR-OCCURRED
               OPEN OUTPUT CASEOUT
               PERFORM WRITE-ONE-CASE
                   VARYING WS-CASE-IDX FROM 1 BY 1
                   UNTIL WS-CASE-IDX > WS-CASE-COUNT
               CLOSE CASEOUT
           END-IF.

       WRITE-DISPUTE-FEED.
           OPEN OUTPUT DSPOUT

           MOVE SPACES TO TRAN-DSP-RECORD
           MOVE 'HDR' TO TRAN-REC-TYPE OF TRAN-DSP-RECORD
           MOVE WS-RUN-DATE TO TRAN-HDR-RUN-DATE OF TRAN-DSP-RECORD
           MOVE WS-DSPGEN-COUNT
               TO TRAN-HDR-EXPECTED-COUNT OF TRAN-DSP-RECORD
           MOVE WS-DSPGEN-TOTAL
               TO TRAN-HDR-EXPECTED-AMT OF TRAN-DSP-RECORD
           MOVE WS-DISPUTE-BRANCH-ID
               TO TRAN-HDR-BRANCH-ID OF TRAN-DSP-RECORD
           WRITE TRAN-DSP-RECORD

           PERFORM WRITE-ONE-DISPUTE-DETAIL
               VARYING WS-DSPGEN-IDX FROM 1 BY 1
               UNTIL WS-DSPGEN-IDX > WS-DSPGEN-COUNT

           MOVE SPACES TO TRAN-DSP-RECORD
           MOVE 'TRL' TO TRAN-REC-TYPE OF TRAN-DSP-RECORD
           MOVE WS-DSPGEN-COUNT
               TO TRAN-TRL-RECORD-COUNT OF TRAN-DSP-RECORD
           MOVE WS-DSPGEN-TOTAL
               TO TRAN-TRL-TOTAL-AMT OF TRAN-DSP-RECORD
           MOVE WS-DISPUTE-BRANCH-ID
               TO TRAN-TRL-BRANCH-ID OF TRAN-DSP-RECORD
           WRITE TRAN-DSP-RECORD

           CLOSE DSPOUT.

       WRITE-ONE-DISPUTE-DETAIL.
           MOVE SPACES TO TRAN-DSP-RECORD
           MOVE 'DTL' TO TRAN-REC-TYPE OF TRAN-DSP-RECORD
           MOVE WS-DSPGEN-DETAIL (WS-DSPGEN-IDX)
               TO TRAN-DETAIL-DATA OF TRAN-DSP-RECORD
           WRITE TRAN-DSP-RECORD.

       WRITE-ONE-CASE.
           IF NOT WS-CASE-DROPPED (WS-CASE-IDX)
               MOVE WS-CASE-RECORD (WS-CASE-IDX)
                   TO DISPUTE-CASE-OUT-RECORD
               WRITE DISPUTE-CASE-OUT-RECORD
               ADD 1 TO WS-CASE-OUT-COUNT
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
                   DISPLAY "DISPUTE-CASE: *** ACCOUNT "
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
                   DISPLAY "DISPUTE-CASE: *** ACCOUNT "
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
      *    REPORT.
      *----------------------------------------------------------------
       WRITE-OPEN-CASE-HEADINGS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "OPEN CASES" DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING " TRAN    ACCT   OPENED     AGE  INV DUE   REG DUE "
               "   LEFT         AMOUNT  PC NOTE"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       WRITE-RESOLVED-HEADINGS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "RESOLVED CASES ACTED ON TODAY"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING " TRAN    ACCT   OPENED     AGE  RESOLVED  OUTCOME"
               "                 AMOUNT  PC ACTION TAKEN"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       WRITE-CASE-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "OPEN CASES: " WS-OPEN-CASE-COUNT
               "   NEAR DEADLINE: " WS-NEAR-DEADLINE-COUNT
               "   PAST DEADLINE: " WS-PAST-DEADLINE-COUNT
               "   INVESTIGATION OVERDUE: " WS-INVEST-OVERDUE-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-DSPGEN-TOTAL TO WS-TOTAL-AMOUNT-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING "CREDITS SENT: " WS-CREDIT-SENT-COUNT
               "   RE-DEBITS SENT: " WS-REDEBIT-SENT-COUNT
               "   AMOUNT: " WS-TOTAL-AMOUNT-DISPLAY
               "   OF WHICH SENT AGAIN: " WS-RETRY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "MADE FINAL: " WS-MADE-FINAL-COUNT
               "   NOTICES: " WS-NOTICE-COUNT
               "   CASES DROPPED: " WS-DROPPED-COUNT
               "   NO CUSTOMER LINK: " WS-NO-LINK-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

      *----------------------------------------------------------------
      *    WRITE ONE JOBSTAT RECORD SUMMARISING THE RUN FOR DOWNSTREAM
      *    MONITORING TOOLING.
      *----------------------------------------------------------------
       WRITE-JOBSTAT-RECORD.
           MOVE SPACES TO JOBSTAT-RECORD
           MOVE "DSPCASE" TO JOBSTAT-PROGRAM-NAME
           MOVE WS-RUN-DATE TO JOBSTAT-RUN-DATE
           MOVE WS-CASE-COUNT TO JOBSTAT-TOTAL-COUNT
           MOVE WS-OPEN-CASE-COUNT TO JOBSTAT-VALID-COUNT
           MOVE WS-PAST-DEADLINE-COUNT TO JOBSTAT-INVALID-COUNT
           EVALUATE TRUE
               WHEN WS-SEVERE-ERROR-OCCURRED
                   MOVE 16 TO JOBSTAT-RETURN-CODE
               WHEN WS-WARNING-RAISED
                   MOVE 4 TO JOBSTAT-RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO JOBSTAT-RETURN-CODE
           END-EVALUATE
           WRITE JOBSTAT-RECORD.
