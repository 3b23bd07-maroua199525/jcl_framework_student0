       IDENTIFICATION DIVISION.
       PROGRAM-ID. MI-PACK.
       AUTHOR. STUDENT.

      ******************************************************************
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    - NEW PROGRAM: MONTH-END MANAGEMENT-INFORMATION PACK.  RUN
      *      ON THE LAST BUSINESS DAY OF THE MONTH, AFTER THE MONTH-END
      *      SNAPSHOT, IT BUILDS FROM THE BALANCE HISTORY, THE
      *      TRANSACTION HISTORY MASTER AND THE MAINTENANCE AUDIT
      *      TRAIL:
      *        - ACCOUNTS OPENED, CLOSED AND MADE DORMANT IN THE MONTH,
      *          BY BRANCH
      *        - DEPOSIT AND WITHDRAWAL VOLUMES AND VALUES FOR THE
      *          MONTH AGAINST THE MONTH BEFORE AND THE SAME MONTH
      *          LAST YEAR
      *        - AVERAGE DAILY AND MONTH-END BALANCES BY BALANCE TIER
      *        - THE TWENTY ACCOUNTS WITH THE LARGEST NET MOVEMENT
      *        - INTEREST PAID AGAINST FEE INCOME
      *      AS A PRINTED PACK (MIRPT) AND AS A COMMA-DELIMITED
      *      EXTRACT FOR FINANCE'S SPREADSHEETS (MIEXTR).  EVERY VALUE
      *      IS A HOME-CURRENCY EQUIVALENT AT THE LATEST RATES ON OR
      *      BEFORE THE RUN DATE, SO THE COMPARISON MONTHS ARE AT
      *      CONSTANT RATES.  A HELD CURRENCY WITH NO RATE AT ALL IS
      *      LEFT OUT OF THE VALUES, COUNTED ON THE PACK, AND THE STEP
      *      ENDS RC 4.  READ ONLY - NOTHING IS POSTED OR REWRITTEN
      *    - A BALHIST OR MNTAUDIT THAT WILL NOT OPEN IS SEVERE, AS THE
      *      OTHER INPUTS ARE, RATHER THAN READ AS AN EMPTY FILE
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT FXRATES ASSIGN TO "FXRATES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FXRATES-STATUS.
           SELECT BALHIST ASSIGN TO "BALHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALHIST-STATUS.
           SELECT MNTAUDIT ASSIGN TO "MNTAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MNTAUDIT-STATUS.
           SELECT MIRPT ASSIGN TO "MIRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MIEXTR ASSIGN TO "MIEXTR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOBSTAT ASSIGN TO "JOBSTAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNTS.
           COPY ACCTREC.

       FD  TRANHIST.
           COPY THISTREC.

       FD  FXRATES.
           COPY FXRTREC.

       FD  BALHIST.
           COPY BALHREC.

       FD  MNTAUDIT.
           COPY MAUDREC.

       FD  MIRPT.
           COPY RPTLREC.

       FD  MIEXTR.
           COPY MIXTREC.

       FD  JOBSTAT.
           COPY JSTAREC.

       WORKING-STORAGE SECTION.
       01  WS-MASTER-COUNT             PIC 9(7) VALUE 0.
       01  WS-TIERED-COUNT             PIC 9(7) VALUE 0.
       01  WS-UNVALUED-COUNT           PIC 9(7) VALUE 0.
       01  WS-BALH-READ-COUNT          PIC 9(9) VALUE 0.
       01  WS-HIST-READ-COUNT          PIC 9(9) VALUE 0.
       01  WS-MAUD-READ-COUNT          PIC 9(9) VALUE 0.
       01  WS-EOF-FLAG                 PIC X VALUE 'N'.
       01  WS-FXRATES-EOF-FLAG         PIC X VALUE 'N'.
       01  WS-RUN-DATE                 PIC 9(8) VALUE ZEROS.
       01  WS-RUN-DATE-DISPLAY         PIC X(8) VALUE SPACES.
       01  WS-RUN-YYYYMM               PIC 9(6) VALUE 0.
       01  WS-RUN-YEAR                 PIC 9(4) VALUE 0.
       01  WS-RUN-MONTH                PIC 9(2) VALUE 0.
       01  WS-ACCOUNTS-STATUS          PIC X(2) VALUE '00'.
           88  WS-ACCOUNTS-OK              VALUE '00'.
       01  WS-TRANHIST-STATUS          PIC X(2) VALUE '00'.
           88  WS-TRANHIST-OK              VALUE '00'.
       01  WS-FXRATES-STATUS           PIC X(2) VALUE '00'.
           88  WS-FXRATES-OK               VALUE '00'.
       01  WS-BALHIST-STATUS           PIC X(2) VALUE '00'.
           88  WS-BALHIST-OK               VALUE '00'.
       01  WS-MNTAUDIT-STATUS          PIC X(2) VALUE '00'.
           88  WS-MNTAUDIT-OK              VALUE '00'.

       01  WS-SEVERE-ERROR-FLAG        PIC X VALUE 'N'.
           88  WS-SEVERE-ERROR-OCCURRED    VALUE 'Y'.
       01  WS-WARNING-FLAG             PIC X VALUE 'N'.
           88  WS-WARNING-RAISED           VALUE 'Y'.

      *    THE THREE MONTHS COMPARED: THE RUN DATE'S MONTH, THE MONTH
      *    BEFORE IT AND THE SAME MONTH A YEAR EARLIER, AS CCYYMM.
       01  WS-PERIODS.
           05  WS-PERIOD-YYYYMM         PIC 9(6) OCCURS 3 TIMES.
       01  WS-PERIOD-TEXTS REDEFINES WS-PERIODS.
           05  WS-PERIOD-TEXT           PIC X(6) OCCURS 3 TIMES.
       01  WS-PERIOD-IDX               PIC 9 VALUE 0.
       01  WS-LEG-PERIOD               PIC 9 VALUE 0.
       01  WS-LEG-YYYYMM               PIC X(6) VALUE SPACES.
       01  WS-MAUD-YYYYMM              PIC 9(6) VALUE 0.

      *    THE LATEST EXCHANGE RATE ON OR BEFORE THE RUN DATE FOR
      *    EACH CURRENCY, AS DAILY-RECON TAKES THEM.
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

      *    ONE ENTRY PER ACCOUNT, LOADED FROM THE MASTER AND ADDED TO
      *    FOR ANY ACCOUNT ON THE HISTORIES THAT IS NO LONGER ON IT
      *    (TAKEN AS HOME CURRENCY).  WS-AC-RATE IS THE HOME RATE OF
      *    THE ACCOUNT'S CURRENCY, ZERO WHEN THERE IS NONE.
      *    WS-AC-BRANCH IS THE ACCOUNT'S HOME BRANCH: THE BRANCH OF
      *    ITS EARLIEST POSTING STILL ON THE HISTORY MASTER, WHICH FOR
      *    AN ACCOUNT OPENED THIS MONTH IS ITS OPENING DEPOSIT, '---'
      *    FOR AN ACCOUNT NEVER POSTED TO.
      *    WS-AC-EOD-DATE AND WS-AC-EOD-BALANCE HOLD THE LATEST
      *    SNAPSHOT OF THE MONTH; EACH EARLIER DATE'S LAST SNAPSHOT IS
      *    ADDED INTO WS-AC-EOD-SUM AS A LATER DATE ARRIVES, AND THE
      *    LAST ONE WHEN THE PASS IS OVER.
       01  WS-ACCOUNT-TABLE.
           05  WS-AC-COUNT              PIC 9(4) VALUE 0.
           05  WS-AC-ENTRY OCCURS 5000 TIMES.
               10  WS-AC-ACCT-NUM           PIC X(5).
               10  WS-AC-HOLDER-NAME        PIC X(20).
               10  WS-AC-STATUS             PIC X.
               10  WS-AC-CURRENCY           PIC X(3).
               10  WS-AC-RATE               PIC 9(5)V9(6).
               10  WS-AC-BRANCH             PIC X(3).
               10  WS-AC-FIRST-TIMESTAMP    PIC X(14).
               10  WS-AC-EOD-DATE           PIC 9(8).
               10  WS-AC-EOD-BALANCE        PIC S9(9)V99.
               10  WS-AC-EOD-SUM            PIC S9(13)V99.
               10  WS-AC-EOD-DAYS           PIC 9(3).
               10  WS-AC-NET-MOVE           PIC S9(11)V99.
       01  WS-AC-IDX                   PIC 9(4) VALUE 0.
       01  WS-AC-FOUND-FLAG            PIC X VALUE 'N'.
           88  WS-AC-FOUND                  VALUE 'Y'.
       01  WS-AC-FOUND-IDX             PIC 9(4) VALUE 0.
       01  WS-LOOKUP-ACCT-NUM          PIC X(5) VALUE SPACES.

      *    ACCOUNTS OPENED, CLOSED AND MADE DORMANT, BY HOME BRANCH.
       01  WS-BRANCH-TABLE.
           05  WS-BRANCH-COUNT          PIC 9(3) VALUE 0.
           05  WS-BRANCH-ENTRY OCCURS 200 TIMES.
               10  WS-BR-BRANCH-ID          PIC X(3).
               10  WS-BR-MOVES              PIC 9(7) OCCURS 3 TIMES.
       01  WS-BRANCH-IDX               PIC 9(3) VALUE 0.
       01  WS-BR-FOUND-FLAG            PIC X VALUE 'N'.
           88  WS-BR-FOUND                  VALUE 'Y'.
       01  WS-BR-FOUND-IDX             PIC 9(3) VALUE 0.
       01  WS-LOOKUP-BRANCH-ID         PIC X(3) VALUE SPACES.
       01  WS-GRAND-MOVES.
           05  WS-GT-MOVES              PIC 9(7) OCCURS 3 TIMES.
       01  WS-MOVE-IDX                 PIC 9 VALUE 0.
       01  WS-MOVE-KIND                PIC 9 VALUE 0.
       01  WS-MOVE-MEASURE-VALUES      PIC X(30) VALUE
           'OPENED    CLOSED    DORMANT   '.
       01  WS-MOVE-MEASURES REDEFINES WS-MOVE-MEASURE-VALUES.
           05  WS-MOVE-MEASURE          PIC X(10) OCCURS 3 TIMES.

      *    ACTIVITY BY KIND AND MONTH COMPARED.  THE KINDS ARE
      *    DEPOSITS, WITHDRAWALS (CASH AND CHEQUES), INTEREST PAID
      *    AND FEE INCOME; THE FIFTH ROW IS FEES LESS INTEREST, SET
      *    WHEN THE HISTORY PASS IS OVER.  A LEG LATER BACKED OUT BY
      *    A REVERSAL IS LEFT OUT, AND SO IS THE REVERSAL.
       01  WS-ACTIVITY-TABLE.
           05  WS-ACT-ROW-ENTRY OCCURS 5 TIMES.
               10  WS-ACT-CELL OCCURS 3 TIMES.
                   15  WS-ACT-COUNT             PIC 9(7).
                   15  WS-ACT-VALUE             PIC S9(13)V99.
       01  WS-ACT-ROW                  PIC 9 VALUE 0.
       01  WS-ACT-LABEL-VALUES.
           05  FILLER                   PIC X(20) VALUE 'DEPOSITS'.
           05  FILLER                   PIC X(20) VALUE 'WITHDRAWALS'.
           05  FILLER                   PIC X(20) VALUE 'INTEREST'.
           05  FILLER                   PIC X(20) VALUE 'FEES'.
           05  FILLER                   PIC X(20) VALUE
               'FEES LESS INTEREST'.
       01  WS-ACT-LABELS REDEFINES WS-ACT-LABEL-VALUES.
           05  WS-ACT-LABEL             PIC X(20) OCCURS 5 TIMES.
       01  WS-ACT-KEY-VALUES           PIC X(50) VALUE
           'DEPOSIT   WITHDRAWALINTEREST  FEES      NET       '.
       01  WS-ACT-KEYS REDEFINES WS-ACT-KEY-VALUES.
           05  WS-ACT-KEY               PIC X(10) OCCURS 5 TIMES.

      *    THE BALANCE TIERS, BY MONTH-END BALANCE.  TIER 1 IS
      *    OVERDRAWN; THE LOWER LIMIT OF EACH OF TIERS 3 TO 5 IS
      *    BELOW.  THE SIXTH CELL IS THE TOTAL.
       01  WS-TIER-LIMIT-VALUES        PIC X(27) VALUE
           '000001000000010000000100000'.
       01  WS-TIER-LIMITS REDEFINES WS-TIER-LIMIT-VALUES.
           05  WS-TIER-LIMIT            PIC 9(9) OCCURS 3 TIMES.
       01  WS-TIER-LABEL-VALUES.
           05  FILLER                   PIC X(18) VALUE 'OVERDRAWN'.
           05  FILLER                   PIC X(18) VALUE 'UNDER 1,000'.
           05  FILLER                   PIC X(18) VALUE '1,000 - 9,999'.
           05  FILLER                   PIC X(18) VALUE
               '10,000 - 99,999'.
           05  FILLER                   PIC X(18) VALUE
               '100,000 AND OVER'.
       01  WS-TIER-LABELS REDEFINES WS-TIER-LABEL-VALUES.
           05  WS-TIER-LABEL            PIC X(18) OCCURS 5 TIMES.
       01  WS-TIER-KEY-VALUES          PIC X(50) VALUE
           'OVERDRAWN UNDER1K   1K-10K    10K-100K  100K+     '.
       01  WS-TIER-KEYS REDEFINES WS-TIER-KEY-VALUES.
           05  WS-TIER-KEY              PIC X(10) OCCURS 5 TIMES.
       01  WS-TIER-TABLE.
           05  WS-TIER-CELL OCCURS 6 TIMES.
               10  WS-TR-ACCTS              PIC 9(7).
               10  WS-TR-AVERAGE            PIC S9(13)V99.
               10  WS-TR-MONTH-END          PIC S9(13)V99.
       01  WS-TIER                     PIC 9 VALUE 0.
       01  WS-TIER-IDX                 PIC 9 VALUE 0.

      *    THE TWENTY LARGEST NET MOVERS OF THE MONTH, EITHER WAY,
      *    LARGEST FIRST.
       01  WS-TOP-TABLE.
           05  WS-TOP-COUNT             PIC 9(2) VALUE 0.
           05  WS-TOP-ENTRY OCCURS 20 TIMES.
               10  WS-TOP-AC-IDX            PIC 9(4).
               10  WS-TOP-SIZE              PIC 9(13)V99.
               10  WS-TOP-MOVE              PIC S9(13)V99.
       01  WS-TOP-IDX                  PIC 9(2) VALUE 0.
       01  WS-TOP-POS                  PIC 9(2) VALUE 0.

      *    THE ACCOUNT AND LEG IN HAND.
       01  WS-HOME-RATE                PIC 9(5)V9(6) VALUE 0.
       01  WS-LEG-MOVEMENT             PIC S9(9)V99 VALUE 0.
       01  WS-LEG-AMOUNT               PIC 9(9)V99 VALUE 0.
       01  WS-HOME-AMOUNT              PIC S9(13)V99 VALUE 0.
       01  WS-HOME-AVERAGE             PIC S9(13)V99 VALUE 0.
       01  WS-HOME-MONTH-END           PIC S9(13)V99 VALUE 0.
       01  WS-HOME-MOVE                PIC S9(13)V99 VALUE 0.
       01  WS-MOVE-SIZE                PIC 9(13)V99 VALUE 0.
       01  WS-PER-ACCOUNT              PIC S9(13)V99 VALUE 0.
       01  WS-CHANGE-AMOUNT            PIC S9(13)V99 VALUE 0.
       01  WS-CHANGE-PCT               PIC S9(5)V9 VALUE 0.
       01  WS-PCT-EDIT                 PIC -ZZZZ9.9.
       01  WS-PCT-TEXT                 PIC X(8) VALUE SPACES.
       01  WS-PCT-BASE                 PIC S9(13)V99 VALUE 0.
       01  WS-PCT-CURRENT              PIC S9(13)V99 VALUE 0.

      *    WORK RECORD FOR ONE EXTRACT LINE, SO ITS COMMAS ARE THERE.
           COPY MIXTREC REPLACING
               ==MI-EXTRACT-RECORD== BY ==WS-EXTRACT-WORK-RECORD==.

      *    PRINT LINES.
       01  WS-BRANCH-HEAD-LINE.
           05  FILLER                   PIC X(9) VALUE ' BRANCH'.
           05  FILLER                   PIC X(12) VALUE '    OPENED'.
           05  FILLER                   PIC X(12) VALUE '    CLOSED'.
           05  FILLER                   PIC X(12) VALUE '   DORMANT'.
           05  FILLER                   PIC X(88) VALUE SPACES.
       01  WS-BRANCH-LINE.
           05  FILLER                   PIC X VALUE SPACE.
           05  WS-BL-BRANCH             PIC X(6).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-BL-CELL OCCURS 3 TIMES.
               10  FILLER                   PIC X VALUE SPACE.
               10  WS-BL-MOVES              PIC Z,ZZZ,ZZ9.
               10  FILLER                   PIC X(2) VALUE SPACES.
           05  FILLER                   PIC X(88) VALUE SPACES.

       01  WS-ACTIVITY-HEAD-LINE.
           05  FILLER                   PIC X(21) VALUE SPACES.
           05  FILLER                   PIC X(12) VALUE '      MONTH'.
           05  WS-AH-CURRENT            PIC 9(6).
           05  FILLER                   PIC X VALUE SPACE.
           05  FILLER                   PIC X(12) VALUE '      MONTH'.
           05  WS-AH-PRIOR              PIC 9(6).
           05  FILLER                   PIC X VALUE SPACE.
           05  FILLER                   PIC X(18) VALUE
               '            CHANGE'.
           05  FILLER                   PIC X VALUE SPACE.
           05  FILLER                   PIC X(8) VALUE '     PCT'.
           05  FILLER                   PIC X VALUE SPACE.
           05  FILLER                   PIC X(12) VALUE '      MONTH'.
           05  WS-AH-LAST-YEAR          PIC 9(6).
           05  FILLER                   PIC X VALUE SPACE.
           05  FILLER                   PIC X(18) VALUE
               '            CHANGE'.
           05  FILLER                   PIC X VALUE SPACE.
           05  FILLER                   PIC X(8) VALUE '     PCT'.
       01  WS-ACTIVITY-VALUE-LINE.
           05  FILLER                   PIC X VALUE SPACE.
           05  WS-AV-LABEL              PIC X(20).
           05  WS-AV-CURRENT            PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X VALUE SPACE.
           05  WS-AV-PRIOR              PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X VALUE SPACE.
           05  WS-AV-MOM-CHANGE         PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X VALUE SPACE.
           05  WS-AV-MOM-PCT            PIC X(8).
           05  FILLER                   PIC X VALUE SPACE.
           05  WS-AV-LAST-YEAR          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X VALUE SPACE.
           05  WS-AV-YOY-CHANGE         PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X VALUE SPACE.
           05  WS-AV-YOY-PCT            PIC X(8).
       01  WS-ACTIVITY-COUNT-LINE.
           05  FILLER                   PIC X VALUE SPACE.
           05  WS-AN-LABEL         PIC X(20).
           05  WS-AN-CURRENT            PIC -ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(4) VALUE SPACES.
           05  WS-AN-PRIOR              PIC -ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(4) VALUE SPACES.
           05  WS-AN-MOM-CHANGE         PIC -ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(4) VALUE SPACES.
           05  WS-AN-MOM-PCT            PIC X(8).
           05  FILLER                   PIC X VALUE SPACE.
           05  WS-AN-LAST-YEAR          PIC -ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(4) VALUE SPACES.
           05  WS-AN-YOY-CHANGE         PIC -ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(4) VALUE SPACES.
           05  WS-AN-YOY-PCT            PIC X(8).
       01  WS-COUNT-CHANGE             PIC S9(9) VALUE 0.

       01  WS-TIER-HEAD-LINE.
           05  FILLER                   PIC X(21) VALUE ' TIER'.
           05  FILLER                   PIC X(9) VALUE ' ACCOUNTS'.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FILLER                   PIC X(18) VALUE
               ' AVG DAILY BALANCE'.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FILLER                   PIC X(18) VALUE
               ' MONTH-END BALANCE'.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FILLER                   PIC X(18) VALUE
               '   AVG PER ACCOUNT'.
           05  FILLER                   PIC X(43) VALUE SPACES.
       01  WS-TIER-LINE.
           05  FILLER                   PIC X VALUE SPACE.
           05  WS-TL-LABEL              PIC X(18).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-TL-ACCTS              PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-TL-AVERAGE            PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-TL-MONTH-END          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-TL-PER-ACCOUNT        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(43) VALUE SPACES.

       01  WS-MOVER-HEAD-LINE.
           05  FILLER                   PIC X(42) VALUE
               'RANK  ACCT   BR   HOLDER NAME          CCY'.
           05  FILLER                   PIC X(20) VALUE
               '        NET MOVEMENT'.
           05  FILLER                   PIC X(20) VALUE
               '   MONTH-END BALANCE'.
           05  FILLER                   PIC X(51) VALUE SPACES.
       01  WS-MOVER-LINE.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-ML-RANK               PIC Z9.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-ML-ACCT               PIC X(5).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-ML-BRANCH             PIC X(3).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-ML-NAME               PIC X(20).
           05  FILLER                   PIC X VALUE SPACE.
           05  WS-ML-CURRENCY           PIC X(3).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-ML-MOVE               PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-ML-BALANCE            PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(51) VALUE SPACES.

       LINKAGE SECTION.
       01  LS-PARM-AREA.
           05  LS-PARM-LENGTH           PIC S9(4) COMP.
           05  LS-PARM-RUN-DATE         PIC X(8).

       PROCEDURE DIVISION USING LS-PARM-AREA.
       MAIN-PROCEDURE.
           DISPLAY "MI-PACK: Starting management-information pack..."

           PERFORM ESTABLISH-RUN-PARAMETERS
           OPEN OUTPUT JOBSTAT
           OPEN OUTPUT MIRPT
           OPEN OUTPUT MIEXTR

           PERFORM LOAD-EXCHANGE-RATE-FILE
           PERFORM LOAD-ACCOUNTS-MASTER
           IF NOT WS-SEVERE-ERROR-OCCURRED
               PERFORM SCAN-BALANCE-HISTORY
           END-IF
           IF NOT WS-SEVERE-ERROR-OCCURRED
               PERFORM SCAN-TRANSACTION-HISTORY
           END-IF
           IF NOT WS-SEVERE-ERROR-OCCURRED
               PERFORM SCAN-MAINTENANCE-AUDIT
           END-IF

      *    A PACK BUILT FROM PART OF THE FIGURES WOULD BE WRONG
      *    WITHOUT SAYING SO - IT IS NOT WRITTEN AT ALL.
           IF WS-SEVERE-ERROR-OCCURRED
               MOVE SPACES TO RPT-LINE
               STRING "MANAGEMENT INFORMATION PACK FOR "
                   WS-RUN-DATE-DISPLAY
                   " NOT PRODUCED - SEE THE RUN LOG"
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           ELSE
               PERFORM SUMMARISE-ACCOUNTS
               PERFORM WRITE-MANAGEMENT-PACK
           END-IF

           CLOSE MIRPT
           CLOSE MIEXTR

           DISPLAY "MI-PACK: Management-information pack completed"
           DISPLAY "MI-PACK: Accounts on the master: " WS-MASTER-COUNT
           DISPLAY "MI-PACK: Balance snapshots read: "
               WS-BALH-READ-COUNT
           DISPLAY "MI-PACK: History legs read: " WS-HIST-READ-COUNT
           DISPLAY "MI-PACK: Maintenance audit entries read: "
               WS-MAUD-READ-COUNT
           DISPLAY "MI-PACK: Accounts tiered: " WS-TIERED-COUNT
           IF WS-UNVALUED-COUNT > 0
               DISPLAY "MI-PACK: *** ACCOUNTS NOT VALUED (NO "
                   "EXCHANGE RATE): " WS-UNVALUED-COUNT " ***"
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
      *    ESTABLISH THE BUSINESS DATE FROM THE PARM (CCYYMMDD) AND
      *    THE THREE MONTHS THE PACK COMPARES.
      *----------------------------------------------------------------
       ESTABLISH-RUN-PARAMETERS.
           IF LS-PARM-LENGTH > 0
               MOVE LS-PARM-RUN-DATE TO WS-RUN-DATE
           ELSE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF
           MOVE WS-RUN-DATE TO WS-RUN-DATE-DISPLAY
           INITIALIZE WS-ACTIVITY-TABLE
           INITIALIZE WS-TIER-TABLE
           INITIALIZE WS-GRAND-MOVES
           DIVIDE WS-RUN-DATE BY 100 GIVING WS-RUN-YYYYMM
           DIVIDE WS-RUN-YYYYMM BY 100 GIVING WS-RUN-YEAR
               REMAINDER WS-RUN-MONTH
           MOVE WS-RUN-YYYYMM TO WS-PERIOD-YYYYMM (1)
           IF WS-RUN-MONTH = 1
               COMPUTE WS-PERIOD-YYYYMM (2) =
                   (WS-RUN-YEAR - 1) * 100 + 12
           ELSE
               COMPUTE WS-PERIOD-YYYYMM (2) = WS-RUN-YYYYMM - 1
           END-IF
           COMPUTE WS-PERIOD-YYYYMM (3) = WS-RUN-YYYYMM - 100
           DISPLAY "MI-PACK: Run date is " WS-RUN-DATE
           DISPLAY "MI-PACK: Months compared: " WS-PERIOD-TEXT (1)
               " " WS-PERIOD-TEXT (2) " " WS-PERIOD-TEXT (3).

      *----------------------------------------------------------------
      *    LOAD THE LATEST EXCHANGE RATE ON OR BEFORE THE RUN DATE FOR
      *    EACH CURRENCY.  WITHOUT THE FILE EVERY FOREIGN-CURRENCY
      *    ACCOUNT GOES UNVALUED.
      *----------------------------------------------------------------
       LOAD-EXCHANGE-RATE-FILE.
           OPEN INPUT FXRATES
           IF WS-FXRATES-OK
               PERFORM LOAD-EXCHANGE-RATES
                   UNTIL WS-FXRATES-EOF-FLAG = 'Y'
               CLOSE FXRATES
           ELSE
               DISPLAY "MI-PACK: *** FXRATES OPEN FAILED, STATUS "
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
                   DISPLAY "MI-PACK: *** EXCHANGE RATE TABLE "
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
      *    ONE PASS OF THE ACCOUNTS MASTER, TAKING EACH ACCOUNT'S
      *    NAME, STATUS AND THE HOME RATE OF ITS CURRENCY.
      *----------------------------------------------------------------
       LOAD-ACCOUNTS-MASTER.
           OPEN INPUT ACCOUNTS
           IF NOT WS-ACCOUNTS-OK
               DISPLAY "MI-PACK: SEVERE - ACCOUNTS OPEN FAILED, "
                   "STATUS " WS-ACCOUNTS-STATUS
               SET WS-SEVERE-ERROR-OCCURRED TO TRUE
           ELSE
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM LOAD-ONE-ACCOUNT UNTIL WS-EOF-FLAG = 'Y'
               CLOSE ACCOUNTS
           END-IF.

       LOAD-ONE-ACCOUNT.
           READ ACCOUNTS NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-MASTER-COUNT
                   MOVE ACCT-NUMBER TO WS-LOOKUP-ACCT-NUM
                   PERFORM ADD-ACCOUNT-ENTRY
                   IF WS-AC-FOUND
                       PERFORM TAKE-MASTER-FIELDS
                   ELSE
                       MOVE 'Y' TO WS-EOF-FLAG
                   END-IF
           END-READ.

       TAKE-MASTER-FIELDS.
           MOVE ACCT-HOLDER-NAME TO WS-AC-HOLDER-NAME (WS-AC-FOUND-IDX)
           MOVE ACCT-STATUS-CODE TO WS-AC-STATUS (WS-AC-FOUND-IDX)
           MOVE ACCT-CURRENCY-CODE TO WS-AC-CURRENCY (WS-AC-FOUND-IDX)
           IF ACCT-CURRENCY-CODE NOT = SPACES
               MOVE ACCT-CURRENCY-CODE TO WS-FX-LOOKUP-CCY
               PERFORM FIND-EXCHANGE-RATE
               IF WS-FX-FOUND
                   MOVE WS-FX-RATE (WS-FX-FOUND-IDX)
                       TO WS-AC-RATE (WS-AC-FOUND-IDX)
               ELSE
                   MOVE 0 TO WS-AC-RATE (WS-AC-FOUND-IDX)
                   ADD 1 TO WS-UNVALUED-COUNT
                   SET WS-WARNING-RAISED TO TRUE
                   DISPLAY "MI-PACK: *** NO EXCHANGE RATE FOR "
                       ACCT-CURRENCY-CODE " - ACCOUNT " ACCT-NUMBER
                       " NOT VALUED ***"
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *    FIND THE ENTRY FOR WS-LOOKUP-ACCT-NUM, OPENING ONE FOR AN
      *    ACCOUNT NOT SEEN BEFORE.  A NEW ENTRY IS HOME CURRENCY
      *    WITH NO HOME BRANCH YET UNTIL THE MASTER SAYS OTHERWISE.
      *----------------------------------------------------------------
       FIND-OR-ADD-ACCOUNT.
           PERFORM FIND-ACCOUNT-ENTRY
           IF NOT WS-AC-FOUND
               PERFORM ADD-ACCOUNT-ENTRY
           END-IF.

       FIND-ACCOUNT-ENTRY.
           MOVE 'N' TO WS-AC-FOUND-FLAG
           MOVE 0 TO WS-AC-FOUND-IDX
           PERFORM SEARCH-ACCOUNT-TABLE
               VARYING WS-AC-IDX FROM 1 BY 1
               UNTIL WS-AC-IDX > WS-AC-COUNT
                  OR WS-AC-FOUND.

       SEARCH-ACCOUNT-TABLE.
           IF WS-AC-ACCT-NUM (WS-AC-IDX) = WS-LOOKUP-ACCT-NUM
               SET WS-AC-FOUND TO TRUE
               MOVE WS-AC-IDX TO WS-AC-FOUND-IDX
           END-IF.

       ADD-ACCOUNT-ENTRY.
           IF WS-AC-COUNT < 5000
               ADD 1 TO WS-AC-COUNT
               MOVE WS-AC-COUNT TO WS-AC-FOUND-IDX
               SET WS-AC-FOUND TO TRUE
               INITIALIZE WS-AC-ENTRY (WS-AC-FOUND-IDX)
               MOVE WS-LOOKUP-ACCT-NUM
                   TO WS-AC-ACCT-NUM (WS-AC-FOUND-IDX)
               MOVE 1 TO WS-AC-RATE (WS-AC-FOUND-IDX)
               MOVE '---' TO WS-AC-BRANCH (WS-AC-FOUND-IDX)
           ELSE
               MOVE 'N' TO WS-AC-FOUND-FLAG
               DISPLAY "MI-PACK: SEVERE - account table full, "
                   WS-LOOKUP-ACCT-NUM " not in the pack"
               SET WS-SEVERE-ERROR-OCCURRED TO TRUE
           END-IF.

      *----------------------------------------------------------------
      *    ONE PASS OF THE CUMULATIVE BALANCE HISTORY, KEEPING THE
      *    RUN DATE'S MONTH UP TO THE RUN DATE.  THE FILE IS IN RUN
      *    ORDER, SO THE LAST SNAPSHOT OF A DATE IS ITS END-OF-DAY
      *    POSITION AND THE LAST DATE SEEN IS THE MONTH-END ONE.
      *----------------------------------------------------------------
       SCAN-BALANCE-HISTORY.
           OPEN INPUT BALHIST
           IF NOT WS-BALHIST-OK
               DISPLAY "MI-PACK: SEVERE - BALHIST OPEN FAILED, "
                   "STATUS " WS-BALHIST-STATUS
               SET WS-SEVERE-ERROR-OCCURRED TO TRUE
           ELSE
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM SCAN-ONE-BALANCE-SNAPSHOT
                   UNTIL WS-EOF-FLAG = 'Y'
               CLOSE BALHIST
               PERFORM CLOSE-ACCOUNT-BALANCES
                   VARYING WS-AC-IDX FROM 1 BY 1
                   UNTIL WS-AC-IDX > WS-AC-COUNT
           END-IF.

       SCAN-ONE-BALANCE-SNAPSHOT.
           READ BALHIST
               AT END MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF BALH-RUN-DATE IS NUMERIC
                       AND BALH-RUN-DATE <= WS-RUN-DATE
                       AND BALH-RUN-DATE (1:6) = WS-PERIOD-TEXT (1)
                       PERFORM APPLY-BALANCE-SNAPSHOT
                   END-IF
           END-READ.

       APPLY-BALANCE-SNAPSHOT.
           ADD 1 TO WS-BALH-READ-COUNT
           MOVE BALH-ACCT-NUM TO WS-LOOKUP-ACCT-NUM
           PERFORM FIND-OR-ADD-ACCOUNT
           IF WS-AC-FOUND
               IF WS-AC-EOD-DATE (WS-AC-FOUND-IDX) NOT = 0
                   AND BALH-RUN-DATE
                       NOT = WS-AC-EOD-DATE (WS-AC-FOUND-IDX)
                   ADD WS-AC-EOD-BALANCE (WS-AC-FOUND-IDX)
                       TO WS-AC-EOD-SUM (WS-AC-FOUND-IDX)
                   ADD 1 TO WS-AC-EOD-DAYS (WS-AC-FOUND-IDX)
               END-IF
               MOVE BALH-RUN-DATE TO WS-AC-EOD-DATE (WS-AC-FOUND-IDX)
               MOVE BALH-BALANCE
                   TO WS-AC-EOD-BALANCE (WS-AC-FOUND-IDX)
           ELSE
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF.

       CLOSE-ACCOUNT-BALANCES.
           IF WS-AC-EOD-DATE (WS-AC-IDX) NOT = 0
               ADD WS-AC-EOD-BALANCE (WS-AC-IDX)
                   TO WS-AC-EOD-SUM (WS-AC-IDX)
               ADD 1 TO WS-AC-EOD-DAYS (WS-AC-IDX)
           END-IF.

      *----------------------------------------------------------------
      *    ONE PASS OF THE HISTORY MASTER IN KEY ORDER, UP TO THE RUN
      *    DATE.  EVERY LEG SETTLES ITS ACCOUNT'S HOME BRANCH; A LEG
      *    IN ONE OF THE THREE MONTHS COMPARED GOES TO THE ACTIVITY
      *    FIGURES, AND ONE IN THE RUN DATE'S MONTH TO ITS ACCOUNT'S
      *    NET MOVEMENT.  THE NET MOVEMENT TAKES EVERY LEG, REVERSED
      *    OR NOT, SINCE EACH ONE MOVED THE BALANCE.
      *----------------------------------------------------------------
       SCAN-TRANSACTION-HISTORY.
           OPEN INPUT TRANHIST
           IF NOT WS-TRANHIST-OK
               DISPLAY "MI-PACK: SEVERE - TRANHIST OPEN FAILED, "
                   "STATUS " WS-TRANHIST-STATUS
               SET WS-SEVERE-ERROR-OCCURRED TO TRUE
           ELSE
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM SCAN-ONE-HISTORY-LEG UNTIL WS-EOF-FLAG = 'Y'
               CLOSE TRANHIST
               PERFORM SET-NET-ACTIVITY
                   VARYING WS-PERIOD-IDX FROM 1 BY 1
                   UNTIL WS-PERIOD-IDX > 3
           END-IF.

       SCAN-ONE-HISTORY-LEG.
           READ TRANHIST NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF THIS-TIMESTAMP (1:8) <= WS-RUN-DATE-DISPLAY
                       ADD 1 TO WS-HIST-READ-COUNT
                       PERFORM APPLY-HISTORY-LEG
                   END-IF
           END-READ.

       APPLY-HISTORY-LEG.
           MOVE THIS-ACCOUNT-NUM TO WS-LOOKUP-ACCT-NUM
           PERFORM FIND-OR-ADD-ACCOUNT
           IF NOT WS-AC-FOUND
               MOVE 'Y' TO WS-EOF-FLAG
           ELSE
               IF THIS-BRANCH-ID NOT = SPACES
                   AND (WS-AC-FIRST-TIMESTAMP (WS-AC-FOUND-IDX)
                            = SPACES
                     OR THIS-TIMESTAMP
                            < WS-AC-FIRST-TIMESTAMP (WS-AC-FOUND-IDX))
                   MOVE THIS-TIMESTAMP
                       TO WS-AC-FIRST-TIMESTAMP (WS-AC-FOUND-IDX)
                   MOVE THIS-BRANCH-ID
                       TO WS-AC-BRANCH (WS-AC-FOUND-IDX)
               END-IF
               MOVE THIS-TIMESTAMP (1:6) TO WS-LEG-YYYYMM
               PERFORM FIND-LEG-PERIOD
               IF WS-LEG-PERIOD > 0
                   PERFORM APPLY-PERIOD-LEG
               END-IF
           END-IF.

       FIND-LEG-PERIOD.
           MOVE 0 TO WS-LEG-PERIOD
           PERFORM MATCH-LEG-PERIOD
               VARYING WS-PERIOD-IDX FROM 1 BY 1
               UNTIL WS-PERIOD-IDX > 3
                  OR WS-LEG-PERIOD > 0.

       MATCH-LEG-PERIOD.
           IF WS-PERIOD-TEXT (WS-PERIOD-IDX) = WS-LEG-YYYYMM
               MOVE WS-PERIOD-IDX TO WS-LEG-PERIOD
           END-IF.

       APPLY-PERIOD-LEG.
           COMPUTE WS-LEG-MOVEMENT =
               THIS-AFTER-BALANCE - THIS-BEFORE-BALANCE
           IF WS-LEG-PERIOD = 1
               ADD WS-LEG-MOVEMENT TO WS-AC-NET-MOVE (WS-AC-FOUND-IDX)
           END-IF
           MOVE 0 TO WS-ACT-ROW
           IF NOT THIS-LEG-REVERSED
               EVALUATE THIS-TRAN-TYPE
                   WHEN 'DEPOSIT'
                       MOVE 1 TO WS-ACT-ROW
                   WHEN 'WITHDRAWAL'
                   WHEN 'CHEQUE'
                       MOVE 2 TO WS-ACT-ROW
                   WHEN 'INTEREST'
                       MOVE 3 TO WS-ACT-ROW
                   WHEN 'FEE'
                       MOVE 4 TO WS-ACT-ROW
               END-EVALUATE
           END-IF
           IF WS-ACT-ROW > 0
               IF WS-LEG-MOVEMENT < 0
                   COMPUTE WS-LEG-AMOUNT = 0 - WS-LEG-MOVEMENT
               ELSE
                   MOVE WS-LEG-MOVEMENT TO WS-LEG-AMOUNT
               END-IF
               COMPUTE WS-HOME-AMOUNT ROUNDED =
                   WS-LEG-AMOUNT * WS-AC-RATE (WS-AC-FOUND-IDX)
               ADD 1 TO WS-ACT-COUNT (WS-ACT-ROW, WS-LEG-PERIOD)
               ADD WS-HOME-AMOUNT
                   TO WS-ACT-VALUE (WS-ACT-ROW, WS-LEG-PERIOD)
           END-IF.

       SET-NET-ACTIVITY.
           COMPUTE WS-ACT-VALUE (5, WS-PERIOD-IDX) =
               WS-ACT-VALUE (4, WS-PERIOD-IDX)
               - WS-ACT-VALUE (3, WS-PERIOD-IDX).

      *----------------------------------------------------------------
      *    ONE PASS OF THE MAINTENANCE AUDIT TRAIL FOR THE RUN DATE'S
      *    MONTH: EACH ADD IS AN ACCOUNT OPENED, EACH CLOSE ONE CLOSED
      *    AND EACH DORMANT ONE MADE DORMANT, COUNTED UNDER THE
      *    ACCOUNT'S HOME BRANCH.  A DENIED DUAL-CONTROL ITEM CHANGED
      *    NOTHING AND IS NOT COUNTED.
      *----------------------------------------------------------------
       SCAN-MAINTENANCE-AUDIT.
           OPEN INPUT MNTAUDIT
           IF NOT WS-MNTAUDIT-OK
               DISPLAY "MI-PACK: SEVERE - MNTAUDIT OPEN FAILED, "
                   "STATUS " WS-MNTAUDIT-STATUS
               SET WS-SEVERE-ERROR-OCCURRED TO TRUE
           ELSE
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM SCAN-ONE-MAINT-ENTRY UNTIL WS-EOF-FLAG = 'Y'
               CLOSE MNTAUDIT
           END-IF.

       SCAN-ONE-MAINT-ENTRY.
           READ MNTAUDIT
               AT END MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-MAUD-READ-COUNT
                   IF MAUD-RUN-DATE IS NUMERIC
                       AND MAUD-RUN-DATE <= WS-RUN-DATE
                       AND MAUD-NEW-VALUE NOT = "DENIED"
                       DIVIDE MAUD-RUN-DATE BY 100
                           GIVING WS-MAUD-YYYYMM
                       IF WS-MAUD-YYYYMM = WS-RUN-YYYYMM
                           PERFORM APPLY-MAINT-ENTRY
                       END-IF
                   END-IF
           END-READ.

       APPLY-MAINT-ENTRY.
           MOVE 0 TO WS-MOVE-KIND
           EVALUATE MAUD-ACTION
               WHEN "ADD"
                   MOVE 1 TO WS-MOVE-KIND
               WHEN "CLOSE"
                   MOVE 2 TO WS-MOVE-KIND
               WHEN "DORMANT"
                   MOVE 3 TO WS-MOVE-KIND
           END-EVALUATE
           IF WS-MOVE-KIND > 0
               MOVE '---' TO WS-LOOKUP-BRANCH-ID
               MOVE MAUD-ACCOUNT-NUM TO WS-LOOKUP-ACCT-NUM
               PERFORM FIND-ACCOUNT-ENTRY
               IF WS-AC-FOUND
                   MOVE WS-AC-BRANCH (WS-AC-FOUND-IDX)
                       TO WS-LOOKUP-BRANCH-ID
               END-IF
               PERFORM FIND-OR-ADD-BRANCH
               IF WS-BR-FOUND
                   ADD 1 TO WS-BR-MOVES (WS-BR-FOUND-IDX, WS-MOVE-KIND)
               END-IF
               ADD 1 TO WS-GT-MOVES (WS-MOVE-KIND)
           END-IF.

       FIND-OR-ADD-BRANCH.
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
                   MOVE WS-LOOKUP-BRANCH-ID
                       TO WS-BR-BRANCH-ID (WS-BR-FOUND-IDX)
               ELSE
                   DISPLAY "MI-PACK: SEVERE - branch table full, "
                       WS-LOOKUP-BRANCH-ID " not in the pack"
                   SET WS-SEVERE-ERROR-OCCURRED TO TRUE
                   MOVE 'Y' TO WS-EOF-FLAG
               END-IF
           END-IF.

       SEARCH-BRANCH-TABLE.
           IF WS-BR-BRANCH-ID (WS-BRANCH-IDX) = WS-LOOKUP-BRANCH-ID
               SET WS-BR-FOUND TO TRUE
               MOVE WS-BRANCH-IDX TO WS-BR-FOUND-IDX
           END-IF.

      *----------------------------------------------------------------
      *    PUT EVERY ACCOUNT WITH A SNAPSHOT THIS MONTH IN ITS BALANCE
      *    TIER, AND EVERY ACCOUNT THAT MOVED AGAINST THE TOP TWENTY.
      *    A CLOSED ACCOUNT IS NOT TIERED; AN UNVALUED ONE IS NEITHER
      *    TIERED NOR RANKED.
      *----------------------------------------------------------------
       SUMMARISE-ACCOUNTS.
           PERFORM SUMMARISE-ONE-ACCOUNT
               VARYING WS-AC-IDX FROM 1 BY 1
               UNTIL WS-AC-IDX > WS-AC-COUNT.

       SUMMARISE-ONE-ACCOUNT.
           IF WS-AC-RATE (WS-AC-IDX) > 0
               IF WS-AC-EOD-DAYS (WS-AC-IDX) > 0
                   AND WS-AC-STATUS (WS-AC-IDX) NOT = 'C'
                   PERFORM ADD-ACCOUNT-TO-TIER
               END-IF
               IF WS-AC-NET-MOVE (WS-AC-IDX) NOT = 0
                   PERFORM RANK-NET-MOVER
               END-IF
           END-IF.

       ADD-ACCOUNT-TO-TIER.
           ADD 1 TO WS-TIERED-COUNT
           COMPUTE WS-HOME-MONTH-END ROUNDED =
               WS-AC-EOD-BALANCE (WS-AC-IDX) * WS-AC-RATE (WS-AC-IDX)
           COMPUTE WS-HOME-AVERAGE ROUNDED =
               WS-AC-EOD-SUM (WS-AC-IDX) * WS-AC-RATE (WS-AC-IDX)
               / WS-AC-EOD-DAYS (WS-AC-IDX)
           IF WS-HOME-MONTH-END < 0
               MOVE 1 TO WS-TIER
           ELSE
               MOVE 5 TO WS-TIER
               PERFORM FIND-BALANCE-TIER
                   VARYING WS-TIER-IDX FROM 3 BY -1
                   UNTIL WS-TIER-IDX < 1
           END-IF
           ADD 1 TO WS-TR-ACCTS (WS-TIER)
           ADD WS-HOME-AVERAGE TO WS-TR-AVERAGE (WS-TIER)
           ADD WS-HOME-MONTH-END TO WS-TR-MONTH-END (WS-TIER)
           ADD 1 TO WS-TR-ACCTS (6)
           ADD WS-HOME-AVERAGE TO WS-TR-AVERAGE (6)
           ADD WS-HOME-MONTH-END TO WS-TR-MONTH-END (6).

       FIND-BALANCE-TIER.
           IF WS-HOME-MONTH-END < WS-TIER-LIMIT (WS-TIER-IDX)
               COMPUTE WS-TIER = WS-TIER-IDX + 1
           END-IF.

      *----------------------------------------------------------------
      *    SLOT THE ACCOUNT IN HAND INTO THE TOP TWENTY BY THE SIZE OF
      *    ITS NET MOVEMENT, WHICHEVER WAY IT WENT.  ON A TIE THE
      *    ACCOUNT ALREADY THERE KEEPS ITS PLACE.
      *----------------------------------------------------------------
       RANK-NET-MOVER.
           COMPUTE WS-HOME-MOVE ROUNDED =
               WS-AC-NET-MOVE (WS-AC-IDX) * WS-AC-RATE (WS-AC-IDX)
           IF WS-HOME-MOVE < 0
               COMPUTE WS-MOVE-SIZE = 0 - WS-HOME-MOVE
           ELSE
               MOVE WS-HOME-MOVE TO WS-MOVE-SIZE
           END-IF
           COMPUTE WS-TOP-POS = WS-TOP-COUNT + 1
           PERFORM FIND-TOP-POSITION
               VARYING WS-TOP-IDX FROM WS-TOP-COUNT BY -1
               UNTIL WS-TOP-IDX < 1
           IF WS-TOP-POS <= 20
               IF WS-TOP-COUNT < 20
                   ADD 1 TO WS-TOP-COUNT
               END-IF
               PERFORM SHIFT-TOP-ENTRY
                   VARYING WS-TOP-IDX FROM WS-TOP-COUNT BY -1
                   UNTIL WS-TOP-IDX <= WS-TOP-POS
               MOVE WS-AC-IDX TO WS-TOP-AC-IDX (WS-TOP-POS)
               MOVE WS-MOVE-SIZE TO WS-TOP-SIZE (WS-TOP-POS)
               MOVE WS-HOME-MOVE TO WS-TOP-MOVE (WS-TOP-POS)
           END-IF.

       FIND-TOP-POSITION.
           IF WS-MOVE-SIZE > WS-TOP-SIZE (WS-TOP-IDX)
               MOVE WS-TOP-IDX TO WS-TOP-POS
           END-IF.

       SHIFT-TOP-ENTRY.
           MOVE WS-TOP-ENTRY (WS-TOP-IDX - 1)
               TO WS-TOP-ENTRY (WS-TOP-IDX).

      *----------------------------------------------------------------
      *    THE PACK: TITLE, THEN ONE SECTION PER FIGURE, EACH WRITTEN
      *    TO THE PRINTED REPORT AND TO THE EXTRACT.
      *----------------------------------------------------------------
       WRITE-MANAGEMENT-PACK.
           MOVE SPACES TO RPT-LINE
           STRING "MONTHLY MANAGEMENT INFORMATION PACK - MONTH ENDING: "
               WS-RUN-DATE-DISPLAY
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "ALL VALUES ARE HOME-CURRENCY EQUIVALENTS AT THE "
               "LATEST RATES ON OR BEFORE THE RUN DATE"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE "RUNDATE,SECTION,KEY,PERIOD,MEASURE,COUNT,AMOUNT"
               TO MI-EXTRACT-RECORD
           WRITE MI-EXTRACT-RECORD

           PERFORM WRITE-ACCOUNT-MOVES
           PERFORM WRITE-ACTIVITY-SECTION
           PERFORM WRITE-TIER-SECTION
           PERFORM WRITE-MOVER-SECTION
           PERFORM WRITE-INTEREST-FEE-SECTION
           PERFORM WRITE-PACK-TOTALS.

      *----------------------------------------------------------------
      *    ACCOUNTS OPENED, CLOSED AND MADE DORMANT, ONE ROW PER
      *    BRANCH, THEN THE TOTAL.
      *----------------------------------------------------------------
       WRITE-ACCOUNT-MOVES.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "ACCOUNTS OPENED, CLOSED AND MADE DORMANT BY BRANCH"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-BRANCH-HEAD-LINE TO RPT-LINE
           WRITE RPT-LINE
           PERFORM WRITE-ONE-BRANCH-MOVES
               VARYING WS-BRANCH-IDX FROM 1 BY 1
               UNTIL WS-BRANCH-IDX > WS-BRANCH-COUNT
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'TOTAL' TO WS-BL-BRANCH
           PERFORM MOVE-ONE-GRAND-MOVE
               VARYING WS-MOVE-IDX FROM 1 BY 1
               UNTIL WS-MOVE-IDX > 3
           MOVE WS-BRANCH-LINE TO RPT-LINE
           WRITE RPT-LINE.

       WRITE-ONE-BRANCH-MOVES.
           MOVE WS-BR-BRANCH-ID (WS-BRANCH-IDX) TO WS-BL-BRANCH
           PERFORM MOVE-ONE-BRANCH-MOVE
               VARYING WS-MOVE-IDX FROM 1 BY 1
               UNTIL WS-MOVE-IDX > 3
           MOVE WS-BRANCH-LINE TO RPT-LINE
           WRITE RPT-LINE.

       MOVE-ONE-BRANCH-MOVE.
           MOVE WS-BR-MOVES (WS-BRANCH-IDX, WS-MOVE-IDX)
               TO WS-BL-MOVES (WS-MOVE-IDX)
           MOVE "ACCOUNTS" TO MIX-SECTION OF WS-EXTRACT-WORK-RECORD
           MOVE WS-BR-BRANCH-ID (WS-BRANCH-IDX)
               TO MIX-KEY OF WS-EXTRACT-WORK-RECORD
           MOVE WS-PERIOD-YYYYMM (1)
               TO MIX-PERIOD OF WS-EXTRACT-WORK-RECORD
           MOVE WS-MOVE-MEASURE (WS-MOVE-IDX)
               TO MIX-MEASURE OF WS-EXTRACT-WORK-RECORD
           MOVE WS-BR-MOVES (WS-BRANCH-IDX, WS-MOVE-IDX)
               TO MIX-COUNT OF WS-EXTRACT-WORK-RECORD
           MOVE 0 TO MIX-AMOUNT OF WS-EXTRACT-WORK-RECORD
           PERFORM WRITE-EXTRACT-LINE.

       MOVE-ONE-GRAND-MOVE.
           MOVE WS-GT-MOVES (WS-MOVE-IDX) TO WS-BL-MOVES (WS-MOVE-IDX).

      *----------------------------------------------------------------
      *    DEPOSITS AND WITHDRAWALS: THE MONTH AGAINST THE MONTH
      *    BEFORE AND THE SAME MONTH LAST YEAR, AS A COUNT LINE AND A
      *    VALUE LINE EACH.
      *----------------------------------------------------------------
       WRITE-ACTIVITY-SECTION.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "DEPOSITS AND WITHDRAWALS (WITHDRAWALS INCLUDE "
               "CHEQUES PAID)"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           PERFORM WRITE-ACTIVITY-HEADINGS
           MOVE 1 TO WS-ACT-ROW
           PERFORM WRITE-ACTIVITY-ROW
           MOVE 2 TO WS-ACT-ROW
           PERFORM WRITE-ACTIVITY-ROW.

       WRITE-ACTIVITY-HEADINGS.
           MOVE WS-PERIOD-YYYYMM (1) TO WS-AH-CURRENT
           MOVE WS-PERIOD-YYYYMM (2) TO WS-AH-PRIOR
           MOVE WS-PERIOD-YYYYMM (3) TO WS-AH-LAST-YEAR
           MOVE WS-ACTIVITY-HEAD-LINE TO RPT-LINE
           WRITE RPT-LINE.

      *----------------------------------------------------------------
      *    ONE ACTIVITY ROW (WS-ACT-ROW): THE COUNT LINE, UNLESS IT IS
      *    THE FEES-LESS-INTEREST ROW, AND THE VALUE LINE, THEN ITS
      *    THREE EXTRACT LINES.  A CHANGE ON A BASE OF NOTHING HAS NO
      *    PERCENTAGE.
      *----------------------------------------------------------------
       WRITE-ACTIVITY-ROW.
           IF WS-ACT-ROW < 5
               MOVE SPACES TO WS-AN-LABEL
               STRING WS-ACT-LABEL (WS-ACT-ROW) DELIMITED BY "  "
                   " - ITEMS" DELIMITED BY SIZE
                   INTO WS-AN-LABEL
               MOVE WS-ACT-COUNT (WS-ACT-ROW, 1) TO WS-AN-CURRENT
               MOVE WS-ACT-COUNT (WS-ACT-ROW, 2) TO WS-AN-PRIOR
               MOVE WS-ACT-COUNT (WS-ACT-ROW, 3) TO WS-AN-LAST-YEAR
               COMPUTE WS-COUNT-CHANGE =
                   WS-ACT-COUNT (WS-ACT-ROW, 1)
                   - WS-ACT-COUNT (WS-ACT-ROW, 2)
               MOVE WS-COUNT-CHANGE TO WS-AN-MOM-CHANGE
               MOVE WS-ACT-COUNT (WS-ACT-ROW, 1) TO WS-PCT-CURRENT
               MOVE WS-ACT-COUNT (WS-ACT-ROW, 2) TO WS-PCT-BASE
               PERFORM FORMAT-CHANGE-PCT
               MOVE WS-PCT-TEXT TO WS-AN-MOM-PCT
               COMPUTE WS-COUNT-CHANGE =
                   WS-ACT-COUNT (WS-ACT-ROW, 1)
                   - WS-ACT-COUNT (WS-ACT-ROW, 3)
               MOVE WS-COUNT-CHANGE TO WS-AN-YOY-CHANGE
               MOVE WS-ACT-COUNT (WS-ACT-ROW, 3) TO WS-PCT-BASE
               PERFORM FORMAT-CHANGE-PCT
               MOVE WS-PCT-TEXT TO WS-AN-YOY-PCT
               MOVE WS-ACTIVITY-COUNT-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF

           MOVE SPACES TO WS-AV-LABEL
           IF WS-ACT-ROW < 5
               STRING WS-ACT-LABEL (WS-ACT-ROW) DELIMITED BY "  "
                   " - VALUE" DELIMITED BY SIZE
                   INTO WS-AV-LABEL
           ELSE
               MOVE WS-ACT-LABEL (WS-ACT-ROW) TO WS-AV-LABEL
           END-IF
           MOVE WS-ACT-VALUE (WS-ACT-ROW, 1) TO WS-AV-CURRENT
           MOVE WS-ACT-VALUE (WS-ACT-ROW, 2) TO WS-AV-PRIOR
           MOVE WS-ACT-VALUE (WS-ACT-ROW, 3) TO WS-AV-LAST-YEAR
           COMPUTE WS-CHANGE-AMOUNT =
               WS-ACT-VALUE (WS-ACT-ROW, 1)
               - WS-ACT-VALUE (WS-ACT-ROW, 2)
           MOVE WS-CHANGE-AMOUNT TO WS-AV-MOM-CHANGE
           MOVE WS-ACT-VALUE (WS-ACT-ROW, 1) TO WS-PCT-CURRENT
           MOVE WS-ACT-VALUE (WS-ACT-ROW, 2) TO WS-PCT-BASE
           PERFORM FORMAT-CHANGE-PCT
           MOVE WS-PCT-TEXT TO WS-AV-MOM-PCT
           COMPUTE WS-CHANGE-AMOUNT =
               WS-ACT-VALUE (WS-ACT-ROW, 1)
               - WS-ACT-VALUE (WS-ACT-ROW, 3)
           MOVE WS-CHANGE-AMOUNT TO WS-AV-YOY-CHANGE
           MOVE WS-ACT-VALUE (WS-ACT-ROW, 3) TO WS-PCT-BASE
           PERFORM FORMAT-CHANGE-PCT
           MOVE WS-PCT-TEXT TO WS-AV-YOY-PCT
           MOVE WS-ACTIVITY-VALUE-LINE TO RPT-LINE
           WRITE RPT-LINE

           PERFORM WRITE-ONE-ACTIVITY-EXTRACT
               VARYING WS-PERIOD-IDX FROM 1 BY 1
               UNTIL WS-PERIOD-IDX > 3.

       WRITE-ONE-ACTIVITY-EXTRACT.
           IF WS-ACT-ROW < 3
               MOVE "ACTIVITY" TO MIX-SECTION OF WS-EXTRACT-WORK-RECORD
           ELSE
               MOVE "INTFEE" TO MIX-SECTION OF WS-EXTRACT-WORK-RECORD
           END-IF
           MOVE WS-ACT-KEY (WS-ACT-ROW)
               TO MIX-KEY OF WS-EXTRACT-WORK-RECORD
           MOVE WS-PERIOD-YYYYMM (WS-PERIOD-IDX)
               TO MIX-PERIOD OF WS-EXTRACT-WORK-RECORD
           MOVE "VOLUME" TO MIX-MEASURE OF WS-EXTRACT-WORK-RECORD
           MOVE WS-ACT-COUNT (WS-ACT-ROW, WS-PERIOD-IDX)
               TO MIX-COUNT OF WS-EXTRACT-WORK-RECORD
           MOVE WS-ACT-VALUE (WS-ACT-ROW, WS-PERIOD-IDX)
               TO MIX-AMOUNT OF WS-EXTRACT-WORK-RECORD
           PERFORM WRITE-EXTRACT-LINE.

      *----------------------------------------------------------------
      *    THE CHANGE FROM WS-PCT-BASE TO WS-PCT-CURRENT AS A
      *    PERCENTAGE OF THE BASE, INTO WS-PCT-TEXT.
      *----------------------------------------------------------------
       FORMAT-CHANGE-PCT.
           IF WS-PCT-BASE NOT > 0
               MOVE "     N/A" TO WS-PCT-TEXT
           ELSE
               COMPUTE WS-CHANGE-PCT ROUNDED =
                   (WS-PCT-CURRENT - WS-PCT-BASE) * 100 / WS-PCT-BASE
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-CHANGE-PCT
               END-COMPUTE
               MOVE WS-CHANGE-PCT TO WS-PCT-EDIT
               MOVE WS-PCT-EDIT TO WS-PCT-TEXT
           END-IF.

      *----------------------------------------------------------------
      *    AVERAGE DAILY AND MONTH-END BALANCES BY TIER.  AN ACCOUNT'S
      *    AVERAGE IS TAKEN OVER THE DATES IT HAS A SNAPSHOT FOR.
      *----------------------------------------------------------------
       WRITE-TIER-SECTION.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "BALANCES BY TIER (TIER SET BY MONTH-END BALANCE)"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-TIER-HEAD-LINE TO RPT-LINE
           WRITE RPT-LINE
           PERFORM WRITE-ONE-TIER
               VARYING WS-TIER-IDX FROM 1 BY 1
               UNTIL WS-TIER-IDX > 6.

       WRITE-ONE-TIER.
           IF WS-TIER-IDX = 6
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE 'TOTAL' TO WS-TL-LABEL
           ELSE
               MOVE WS-TIER-LABEL (WS-TIER-IDX) TO WS-TL-LABEL
           END-IF
           MOVE WS-TR-ACCTS (WS-TIER-IDX) TO WS-TL-ACCTS
           MOVE WS-TR-AVERAGE (WS-TIER-IDX) TO WS-TL-AVERAGE
           MOVE WS-TR-MONTH-END (WS-TIER-IDX) TO WS-TL-MONTH-END
           MOVE 0 TO WS-PER-ACCOUNT
           IF WS-TR-ACCTS (WS-TIER-IDX) > 0
               COMPUTE WS-PER-ACCOUNT ROUNDED =
                   WS-TR-AVERAGE (WS-TIER-IDX)
                   / WS-TR-ACCTS (WS-TIER-IDX)
           END-IF
           MOVE WS-PER-ACCOUNT TO WS-TL-PER-ACCOUNT
           MOVE WS-TIER-LINE TO RPT-LINE
           WRITE RPT-LINE

           IF WS-TIER-IDX < 6
               MOVE "TIER" TO MIX-SECTION OF WS-EXTRACT-WORK-RECORD
               MOVE WS-TIER-KEY (WS-TIER-IDX)
                   TO MIX-KEY OF WS-EXTRACT-WORK-RECORD
               MOVE WS-PERIOD-YYYYMM (1)
                   TO MIX-PERIOD OF WS-EXTRACT-WORK-RECORD
               MOVE WS-TR-ACCTS (WS-TIER-IDX)
                   TO MIX-COUNT OF WS-EXTRACT-WORK-RECORD
               MOVE "AVERAGE" TO MIX-MEASURE OF WS-EXTRACT-WORK-RECORD
               MOVE WS-TR-AVERAGE (WS-TIER-IDX)
                   TO MIX-AMOUNT OF WS-EXTRACT-WORK-RECORD
               PERFORM WRITE-EXTRACT-LINE
               MOVE "MONTHEND" TO MIX-MEASURE OF WS-EXTRACT-WORK-RECORD
               MOVE WS-TR-MONTH-END (WS-TIER-IDX)
                   TO MIX-AMOUNT OF WS-EXTRACT-WORK-RECORD
               PERFORM WRITE-EXTRACT-LINE
           END-IF.

      *----------------------------------------------------------------
      *    THE TOP TWENTY NET MOVERS, LARGEST FIRST.
      *----------------------------------------------------------------
       WRITE-MOVER-SECTION.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "TOP 20 NET MOVERS (NET MOVEMENT IN THE MONTH, "
               "EITHER WAY)"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-MOVER-HEAD-LINE TO RPT-LINE
           WRITE RPT-LINE
           PERFORM WRITE-ONE-MOVER
               VARYING WS-TOP-IDX FROM 1 BY 1
               UNTIL WS-TOP-IDX > WS-TOP-COUNT.

       WRITE-ONE-MOVER.
           MOVE WS-TOP-AC-IDX (WS-TOP-IDX) TO WS-AC-IDX
           MOVE WS-TOP-IDX TO WS-ML-RANK
           MOVE WS-AC-ACCT-NUM (WS-AC-IDX) TO WS-ML-ACCT
           MOVE WS-AC-BRANCH (WS-AC-IDX) TO WS-ML-BRANCH
           MOVE WS-AC-HOLDER-NAME (WS-AC-IDX) TO WS-ML-NAME
           MOVE WS-AC-CURRENCY (WS-AC-IDX) TO WS-ML-CURRENCY
           MOVE WS-TOP-MOVE (WS-TOP-IDX) TO WS-ML-MOVE
           COMPUTE WS-HOME-MONTH-END ROUNDED =
               WS-AC-EOD-BALANCE (WS-AC-IDX) * WS-AC-RATE (WS-AC-IDX)
           MOVE WS-HOME-MONTH-END TO WS-ML-BALANCE
           MOVE WS-MOVER-LINE TO RPT-LINE
           WRITE RPT-LINE

           MOVE "MOVER" TO MIX-SECTION OF WS-EXTRACT-WORK-RECORD
           MOVE WS-AC-ACCT-NUM (WS-AC-IDX)
               TO MIX-KEY OF WS-EXTRACT-WORK-RECORD
           MOVE WS-PERIOD-YYYYMM (1)
               TO MIX-PERIOD OF WS-EXTRACT-WORK-RECORD
           MOVE "NETMOVE" TO MIX-MEASURE OF WS-EXTRACT-WORK-RECORD
           MOVE WS-TOP-IDX TO MIX-COUNT OF WS-EXTRACT-WORK-RECORD
           MOVE WS-TOP-MOVE (WS-TOP-IDX)
               TO MIX-AMOUNT OF WS-EXTRACT-WORK-RECORD
           PERFORM WRITE-EXTRACT-LINE.

      *----------------------------------------------------------------
      *    INTEREST PAID AGAINST FEE INCOME, COMPARED THE SAME WAY AS
      *    THE DEPOSITS AND WITHDRAWALS.
      *----------------------------------------------------------------
       WRITE-INTEREST-FEE-SECTION.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "INTEREST PAID AGAINST FEE INCOME"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           PERFORM WRITE-ACTIVITY-HEADINGS
           MOVE 3 TO WS-ACT-ROW
           PERFORM WRITE-ACTIVITY-ROW
           MOVE 4 TO WS-ACT-ROW
           PERFORM WRITE-ACTIVITY-ROW
           MOVE 5 TO WS-ACT-ROW
           PERFORM WRITE-ACTIVITY-ROW.

       WRITE-PACK-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "ACCOUNTS ON THE MASTER: " WS-MASTER-COUNT
               "   TIERED: " WS-TIERED-COUNT
               "   NOT VALUED (NO EXCHANGE RATE): " WS-UNVALUED-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "BALANCE SNAPSHOTS READ: " WS-BALH-READ-COUNT
               "   HISTORY LEGS READ: " WS-HIST-READ-COUNT
               "   MAINTENANCE ENTRIES READ: " WS-MAUD-READ-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       WRITE-EXTRACT-LINE.
           MOVE WS-RUN-DATE TO MIX-RUN-DATE OF WS-EXTRACT-WORK-RECORD
           MOVE WS-EXTRACT-WORK-RECORD TO MI-EXTRACT-RECORD
           WRITE MI-EXTRACT-RECORD.

      *----------------------------------------------------------------
      *    WRITE ONE JOBSTAT RECORD SUMMARISING THE RUN FOR DOWNSTREAM
      *    MONITORING TOOLING.
      *----------------------------------------------------------------
       WRITE-JOBSTAT-RECORD.
           MOVE SPACES TO JOBSTAT-RECORD
           MOVE "MIPACK" TO JOBSTAT-PROGRAM-NAME
           MOVE WS-RUN-DATE TO JOBSTAT-RUN-DATE
           MOVE WS-MASTER-COUNT TO JOBSTAT-TOTAL-COUNT
           MOVE WS-TIERED-COUNT TO JOBSTAT-VALID-COUNT
           MOVE WS-UNVALUED-COUNT TO JOBSTAT-INVALID-COUNT
           EVALUATE TRUE
               WHEN WS-SEVERE-ERROR-OCCURRED
                   MOVE 16 TO JOBSTAT-RETURN-CODE
               WHEN WS-WARNING-RAISED
                   MOVE 4 TO JOBSTAT-RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO JOBSTAT-RETURN-CODE
           END-EVALUATE
           WRITE JOBSTAT-RECORD.
