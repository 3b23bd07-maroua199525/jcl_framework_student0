      *      DATE (SAY, A DAY THE NETWORK ADAPTER WAS REFUSED AND
      *      ITS SWAP SKIPPED) CAN NO LONGER REPLAY INTO A LATER
      *      DATE'S POSTING
      *    - DAILY DEBIT LIMITS NOW ALSO COME FROM THE ACCOUNT'S
      *      PRODUCT ON THE PRODTAB PRODUCT TABLE: AN ACCT ENTRY
      *      STILL WINS, THEN THE PRODUCT'S CAPS, THEN THE BALANCE
      *      BANDS AS BEFORE
      *    - CHEQUE ACCEPTED AS A DEBIT TRANSACTION TYPE.  IT MUST
      *      CARRY A NUMERIC CHEQUE SERIAL (BCHQ OTHERWISE), AND A
      *      SERIAL ALREADY ON THE PAID-ITEM REGISTER (PAIDITEM) FOR
      *      THE ACCOUNT, OR ALREADY ACCEPTED EARLIER IN THE SAME
      *      FEED, IS REJECTED AS A DUPLICATE PRESENTMENT (DCHQ).
      *      STOP ORDERS CAN NOW NAME A SINGLE CHEQUE SERIAL OR A
      *      SERIAL RANGE INSTEAD OF AN AMOUNT WINDOW, AND CHEQUES
      *      COUNT AGAINST THE DAILY DEBIT LIMITS LIKE WITHDRAWALS
      *    - OUTXFER (A TRANSFER TO AN ACCOUNT AT ANOTHER BANK) IS
      *      ACCEPTED AS A DEBIT TYPE: IT NEEDS A BENEFICIARY ACCOUNT
      *      (BDST OTHERWISE) AND COUNTS AGAINST THE DAILY DEBIT
      *      LIMITS.  XFERRETURN (THE NETWORK HANDING AN OUTBOUND
      *      ITEM BACK) MUST NAME THE ITEM IT RETURNS (BORG)
      *    - ESCHEAT (THE UNCLAIMED-PROPERTY REMITTANCE GENERATED BY
      *      ESCHEAT-RUN) IS ACCEPTED AS A DEBIT TYPE.  IT IS NOT HELD
      *      IN SUSPENSE ON THE LARGE-AMOUNT THRESHOLD - THE STATE IS
      *      PAID ON THE DATE THE FILING NAMES, AND THE DUE-DILIGENCE
      *      LIST IS THE REVIEW
      *    - CHARGEOFF (AN OVERDRAWN BALANCE WRITTEN OFF TO LOSS,
      *      GENERATED BY OD-AGING) IS ACCEPTED AS A CREDIT TYPE AND
      *      IS NOT HELD IN SUSPENSE ON THE LARGE-AMOUNT THRESHOLD -
      *      THE AGING RUN IS THE REVIEW, AND A CHARGE-OFF LEFT IN
      *      SUSPENSE WOULD ONLY BE SENT AGAIN
      *    - FOREIGN-CURRENCY ACCOUNTS: A TRANSACTION MUST BE IN THE
      *      ACCOUNT'S OWN CURRENCY (BCCY OTHERWISE), AN OUTXFER CAN
      *      ONLY LEAVE A HOME-CURRENCY ACCOUNT (BCCY), AND A
      *      TRANSFER BETWEEN CURRENCIES NEEDS THE RUN DATE'S RATE
      *      FOR EACH FOREIGN SIDE ON FXRATES (NRTE).  THE SUSPENSE
      *      THRESHOLD NOW COMPARES THE HOME-CURRENCY EQUIVALENT; THE
      *      DAILY DEBIT LIMITS STAY IN THE ACCOUNT'S OWN CURRENCY
      *    - THE MASTER'S OPEN IS NOW REMEMBERED IN ITS OWN FLAG: A
      *      KEYED READ THAT MISSED LEFT THE FILE STATUS AT 23, AND
      *      EVERY LATER ACCOUNT THEN SKIPPED ITS BAND/PRODUCT CAPS
      *    - A FUTURE-DATED TRANSACTION WITHIN THE WHSEDAYS HORIZON IS
      *      NO LONGER REJECTED FDTE: IF IT PASSES EVERY OTHER CHECK
      *      IT IS WAREHOUSED ON WAREHSE UNTIL ITS VALUE DATE, WHEN
      *      WHSE-RELEASE FEEDS IT BACK THROUGH VALIDATION.  ONLY AN
      *      ITEM DATED PAST THE HORIZON STILL REJECTS FDTE.  THE
      *      DAILY CAPS AND THE CROSS-CURRENCY RATE CHECK ARE LEFT
      *      FOR THE VALUE DATE, WHEN THEY MEAN SOMETHING
      *    - PROVCREDIT, DISPCREDIT AND PROVDEBIT (THE CUSTOMER
      *      DISPUTE CREDITS AND RE-DEBITS GENERATED BY DISPUTE-CASE)
      *      ARE ACCEPTED.  A PROVDEBIT MUST NAME THE PROVISIONAL
      *      CREDIT IT TAKES BACK (BORG).  NONE IS HELD IN SUSPENSE ON
      *      THE LARGE-AMOUNT THRESHOLD - THE CASE IS THE REVIEW - AND
      *      A PROVDEBIT DOES NOT COUNT AGAINST THE DAILY DEBIT LIMITS
      ******************************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCOUNTS-STATUS.
           SELECT FXRATES ASSIGN TO "FXRATES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FXRATES-STATUS.
           SELECT TRANSIN ASSIGN TO "TRANSIN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANSOUT ASSIGN TO "TRANSOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUSPENSE ASSIGN TO "SUSPENSE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WAREHSE ASSIGN TO "WAREHSE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STOPSIN ASSIGN TO "STOPSIN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAIDITEM ASSIGN TO "PAIDITEM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAID-KEY
               FILE STATUS IS WS-PAIDITEM-STATUS.
           SELECT LIMTTAB ASSIGN TO "LIMTTAB"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRODTAB ASSIGN TO "PRODTAB"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARMFILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDITIN ASSIGN TO "AUDITIN"

       DATA DIVISION.
       FILE SECTION.
      *    ACCOUNTS MASTER, READ-ONLY - USED TO MATCH A PRODUCT OR
      *    BALANCE BAND IN THE DAILY DEBIT LIMIT TABLE, AND FOR THE
      *    CURRENCY EACH ACCOUNT IS HELD IN.
       FD  ACCOUNTS.
           COPY ACCTREC.

      *    EXCHANGE RATES, READ-ONLY - LOADED AT STARTUP.
       FD  FXRATES.
           COPY FXRTREC.

       FD  TRANSIN.
           COPY TRANREC REPLACING TRAN-RECORD BY TRAN-IN-RECORD.

       FD  SUSPENSE.
           COPY SUSPREC.

      *    FUTURE-DATED ITEMS HELD UNTIL THEIR VALUE DATE.
       FD  WAREHSE.
           COPY WHSEREC.

       FD  STOPSIN.
           COPY STOPREC.

      *    PAID-ITEM REGISTER, READ-ONLY - EVERY CHEQUE SERIAL ALREADY
      *    PAID ON EACH ACCOUNT, FOR THE DUPLICATE PRESENTMENT CHECK.
       FD  PAIDITEM.
           COPY PAIDREC.

       FD  LIMTTAB.
           COPY LIMTREC.

       FD  PRODTAB.
           COPY PRODREC.

       FD  PARMFILE.
           COPY PRMSREC.

           05  WS-INVALID-COUNT        PIC 9(7) VALUE 0.
           05  WS-VALID-AMOUNT-TOTAL   PIC 9(11)V99 VALUE 0.
           05  WS-SUSPENDED-COUNT      PIC 9(7) VALUE 0.
           05  WS-WAREHOUSED-COUNT     PIC 9(7) VALUE 0.

       01  WS-EOF-FLAG                 PIC X VALUE 'N'.
       01  WS-VALID-FLAG               PIC X VALUE 'Y'.
      *    STALEDAYS ENTRY ON THE RUN PARAMETERS FILE.
       01  WS-STALE-DAYS-LIMIT          PIC 9(3) VALUE 30.

      *    A TRANSACTION DATED UP TO THIS MANY DAYS AFTER THE RUN
      *    DATE IS WAREHOUSED UNTIL ITS VALUE DATE; FURTHER OUT IT IS
      *    REJECTED AS FUTURE-DATED.  ZERO TURNS WAREHOUSING OFF.
      *    COMPILED DEFAULT; OVERRIDDEN BY THE WHSEDAYS ENTRY ON THE
      *    RUN PARAMETERS FILE.
       01  WS-WAREHOUSE-DAYS-LIMIT      PIC 9(3) VALUE 90.
       01  WS-FUTURE-DATED-FLAG         PIC X VALUE 'N'.
           88  WS-ITEM-FUTURE-DATED         VALUE 'Y'.

      *    EFFECTIVE DATES OF THE PARAMETER VALUES PICKED UP, SO A
      *    LATER-DATED ENTRY WINS OVER AN EARLIER ONE AND THE RUN
      *    LOG CAN SHOW WHAT ACTUALLY APPLIED.
       01  WS-PARMS-EOF-FLAG            PIC X VALUE 'N'.
       01  WS-SUSP-PARM-EFF-DATE        PIC 9(8) VALUE 0.
       01  WS-STALE-PARM-EFF-DATE       PIC 9(8) VALUE 0.
       01  WS-WHSE-PARM-EFF-DATE        PIC 9(8) VALUE 0.

      *    STREAM-RESTART TRACKING.  THE STEP NAME ARRIVES IN THE
      *    PARM ONLY WHEN THIS RUN IS PART OF THE TRACKED DAILY
      *    STREAM.  A STEP ALREADY COMPLETE FOR THE DATE STILL RUNS -
      *    A LATER STEP NEEDS THE REBUILT TRANSOUT - BUT IN REDO MODE
      *    THE REJECT, SUSPENSE AND WAREHOUSE QUEUES ARE NOT WRITTEN
      *    AGAIN: THE COMPLETED RUN ALREADY PUT THE DAY'S REJECTS,
      *    HELD ITEMS AND FUTURE-DATED ITEMS ON THOSE CUMULATIVE
      *    FILES.
       01  WS-RUN-CYCLE                PIC 9(2) VALUE 1.
       01  WS-STEP-NAME                PIC X(8) VALUE SPACES.
       01  WS-STEP-DONE-FLAG           PIC X VALUE 'N'.
               10  WS-STOP-AMT-LOW          PIC 9(8)V99.
               10  WS-STOP-AMT-HIGH         PIC 9(8)V99.
               10  WS-STOP-EXPIRY           PIC 9(8).
               10  WS-STOP-SERIAL-LOW       PIC 9(8).
               10  WS-STOP-SERIAL-HIGH      PIC 9(8).
               10  WS-STOP-MATCH-COUNT      PIC 9(5).
       01  WS-STOP-IDX                 PIC 9(3) VALUE 0.
       01  WS-STOP-MATCH-FLAG          PIC X VALUE 'N'.
           05  WS-SL-MATCHES            PIC ZZZZ9.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-SL-STATUS             PIC X(12).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-SL-SERIAL-LOW         PIC X(8).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-SL-SERIAL-HIGH        PIC X(8).
           05  FILLER                   PIC X(38) VALUE SPACES.

      *    PAID-ITEM REGISTER STATE.  A CHEQUE ARRIVING WHILE THE
      *    REGISTER IS UNREADABLE CANNOT BE PROVED A FIRST
      *    PRESENTMENT, SO THE RUN FAILS THE WAY UNENFORCEABLE DEBIT
      *    LIMITS DO RATHER THAN RISK PAYING AN ITEM TWICE.
       01  WS-PAIDITEM-STATUS          PIC X(2) VALUE '00'.
           88  WS-PAIDITEM-OK              VALUE '00'.
       01  WS-PAID-REGISTER-FLAG       PIC X VALUE 'N'.
           88  WS-PAID-REGISTER-OPEN       VALUE 'Y'.
       01  WS-PRESENTMENT-BROKEN-FLAG  PIC X VALUE 'N'.
           88  WS-PRESENTMENT-UNENFORCEABLE VALUE 'Y'.
       01  WS-CHEQUE-DUP-FLAG          PIC X VALUE 'N'.
           88  WS-CHEQUE-IS-DUPLICATE      VALUE 'Y'.

      *    CHEQUES ACCEPTED SO FAR THIS RUN (ACCOUNT + SERIAL), SO A
      *    SERIAL PRESENTED TWICE IN THE SAME FEED - BEFORE EITHER
      *    HAS REACHED THE REGISTER - IS STILL CAUGHT.
       01  WS-CHQ-SEEN-TABLE.
           05  WS-CHQ-SEEN-COUNT        PIC 9(5) VALUE 0.
           05  WS-CHQ-SEEN-ENTRY OCCURS 2000 TIMES.
               10  WS-CHQ-SEEN-ACCT         PIC X(5).
               10  WS-CHQ-SEEN-SERIAL       PIC X(8).
       01  WS-CHQ-SEEN-IDX             PIC 9(5) VALUE 0.
       01  WS-DUP-CHEQUE-COUNT         PIC 9(7) VALUE 0.

      *    A TRANSACTION AT OR ABOVE THIS AMOUNT IS HELD IN THE
      *    SUSPENSE FILE FOR NEXT-DAY SUPERVISOR REVIEW INSTEAD OF

       01  WS-ACCOUNTS-STATUS          PIC X(2) VALUE '00'.
           88  WS-ACCOUNTS-OK              VALUE '00'.
       01  WS-ACCOUNTS-OPEN-FLAG       PIC X VALUE 'N'.
           88  WS-ACCOUNTS-OPEN            VALUE 'Y'.

      *    EXCHANGE RATES IN EFFECT FOR THE RUN DATE, ONE ENTRY PER
      *    FOREIGN CURRENCY: THE LATEST RATE DATED ON OR BEFORE THE
      *    RUN DATE (THE LAST LOADED WINS ON A TIE).  A TRANSFER
      *    BETWEEN CURRENCIES NEEDS A RATE DATED THE RUN DATE ITSELF;
      *    AN OLDER RATE IS ONLY GOOD ENOUGH TO SIZE AN ITEM AGAINST
      *    THE SUSPENSE THRESHOLD.
       01  WS-FXRATES-STATUS           PIC X(2) VALUE '00'.
           88  WS-FXRATES-OK               VALUE '00'.
       01  WS-FXRATES-EOF-FLAG         PIC X VALUE 'N'.
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

      *    CURRENCIES OF THE ACCOUNTS THE CURRENT TRANSACTION NAMES
      *    (BLANK = HOME) AND ITS AMOUNT IN THE HOME CURRENCY.
       01  WS-CCY-LOOKUP-ACCT          PIC X(5) VALUE SPACES.
       01  WS-CCY-LOOKUP-RESULT        PIC X(3) VALUE SPACES.
       01  WS-CCY-ACCT-FOUND-FLAG      PIC X VALUE 'N'.
           88  WS-CCY-ACCT-FOUND            VALUE 'Y'.
       01  WS-ACCT-CURRENCY            PIC X(3) VALUE SPACES.
       01  WS-DEST-CURRENCY            PIC X(3) VALUE SPACES.
       01  WS-DEST-FOUND-FLAG          PIC X VALUE 'N'.
           88  WS-DEST-FOUND                VALUE 'Y'.
       01  WS-HOME-AMOUNT              PIC 9(11)V99 VALUE 0.

      *    DAILY DEBIT LIMIT TABLE, LOADED AT STARTUP.  ACCT ENTRIES
      *    WIN OVER BAND ENTRIES, AS ON THE RATE TABLE.  PRODUCTS
      *    THAT CARRY THEIR OWN CAPS ARE ADDED FROM PRODTAB AS PROD
      *    ENTRIES, CHECKED BETWEEN THE TWO.
       01  WS-LIMIT-TABLE.
           05  WS-LIM-COUNT             PIC 9(3) VALUE 0.
           05  WS-LIM-ENTRY OCCURS 150 TIMES.
               10  WS-LIM-TYPE              PIC X(4).
               10  WS-LIM-ACCT-NUM          PIC X(5).
               10  WS-LIM-PROD-CODE         PIC X(4).
               10  WS-LIM-BAND-LOW          PIC 9(9)V99.
               10  WS-LIM-BAND-HIGH         PIC 9(9)V99.
               10  WS-LIM-PER-TRAN          PIC 9(8)V99.
       01  WS-LIMITS-EOF-FLAG          PIC X VALUE 'N'.
       01  WS-BAND-LIMITS-ON-FILE-FLAG PIC X VALUE 'N'.
           88  WS-BAND-LIMITS-ON-FILE      VALUE 'Y'.
       01  WS-PROD-LIMITS-ON-FILE-FLAG PIC X VALUE 'N'.
           88  WS-PROD-LIMITS-ON-FILE      VALUE 'Y'.
       01  WS-PRODUCTS-EOF-FLAG        PIC X VALUE 'N'.
       01  WS-LIMITS-BROKEN-FLAG       PIC X VALUE 'N'.
           88  WS-LIMITS-UNENFORCEABLE     VALUE 'Y'.

           IF WS-STEP-ALREADY-DONE
               DISPLAY "BATCH-VALIDATOR: Step already complete for "
                   WS-RUN-DATE " - revalidating for the restart, "
                   "reject, suspense and warehouse queues left "
                   "untouched"
           END-IF

           OPEN INPUT STOPSIN
           PERFORM LOAD-STOP-TABLE UNTIL WS-STOPS-EOF-FLAG = 'Y'
           CLOSE STOPSIN

           OPEN INPUT PAIDITEM
           IF WS-PAIDITEM-OK
               SET WS-PAID-REGISTER-OPEN TO TRUE
           ELSE
               DISPLAY "BATCH-VALIDATOR: *** PAIDITEM OPEN FAILED, "
                   "STATUS " WS-PAIDITEM-STATUS " - CHEQUES CANNOT BE "
                   "CHECKED FOR DUPLICATE PRESENTMENT ***"
           END-IF

           OPEN INPUT LIMTTAB
           PERFORM LOAD-LIMIT-TABLE UNTIL WS-LIMITS-EOF-FLAG = 'Y'
           CLOSE LIMTTAB

           OPEN INPUT PRODTAB
           PERFORM LOAD-PRODUCT-LIMITS
               UNTIL WS-PRODUCTS-EOF-FLAG = 'Y'
           CLOSE PRODTAB

           PERFORM LOAD-EXCHANGE-RATES

           OPEN INPUT ACCOUNTS
           IF WS-ACCOUNTS-OK
               SET WS-ACCOUNTS-OPEN TO TRUE
           ELSE
      *    WITHOUT THE MASTER THE ACCOUNT CURRENCIES ARE UNKNOWN; THE
      *    ITEMS PASS ON TO POSTING, WHICH REFUSES ONE NOT IN ITS
      *    ACCOUNT'S CURRENCY AND AN OUTXFER FROM A FOREIGN-CURRENCY
      *    ACCOUNT (CCYMISM).
               DISPLAY "BATCH-VALIDATOR: *** ACCOUNTS OPEN FAILED - "
                   "TRANSACTION CURRENCIES NOT CHECKED ***"
           END-IF
           IF NOT WS-ACCOUNTS-OPEN
               AND (WS-BAND-LIMITS-ON-FILE OR WS-PROD-LIMITS-ON-FILE)
      *    BAND AND PRODUCT LIMITS MATCH ON THE MASTER RECORD - WITH
      *    THE MASTER UNREADABLE THEY CANNOT BE ENFORCED, AND
      *    SILENTLY WAVING EVERY DEBIT THROUGH IS EXACTLY WHAT THE
      *    LIMIT TABLE IS THERE TO PREVENT.
               DISPLAY "BATCH-VALIDATOR: *** ACCOUNTS OPEN FAILED, "
                   "STATUS " WS-ACCOUNTS-STATUS " - BAND/PRODUCT "
                   "LIMITS UNENFORCEABLE ***"
               SET WS-LIMITS-UNENFORCEABLE TO TRUE
           END-IF

           OPEN OUTPUT TRANSOUT
           OPEN OUTPUT TRANREJ
           OPEN OUTPUT SUSPENSE
           OPEN OUTPUT WAREHSE
           OPEN OUTPUT JOBSTAT

           PERFORM PROCESS-HEADER
           CLOSE TRANSOUT
           CLOSE TRANREJ
           CLOSE SUSPENSE
           CLOSE WAREHSE
           IF WS-PAID-REGISTER-OPEN
               CLOSE PAIDITEM
           END-IF

           PERFORM WRITE-STOP-PAYMENT-REPORT

           PERFORM WRITE-JOBSTAT-RECORD
           CLOSE JOBSTAT

           EVALUATE TRUE
               WHEN WS-TRANSIN-OUT-OF-BALANCE
                   DISPLAY "BATCH-VALIDATOR: TRANSIN failed to balance!"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-LIMITS-UNENFORCEABLE
                   DISPLAY "BATCH-VALIDATOR: Daily debit limits could "
                       "not be enforced!"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-PRESENTMENT-UNENFORCEABLE
                   DISPLAY "BATCH-VALIDATOR: Cheques could not be "
                       "checked against the paid-item register!"
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   PERFORM RECORD-STEP-COMPLETE
                   IF WS-INVALID-COUNT > 0
                       DISPLAY "BATCH-VALIDATOR: Invalid transactions "
                           "found!"
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       DISPLAY
                           "BATCH-VALIDATOR: All transactions valid!"
                       MOVE 0 TO RETURN-CODE
                   END-IF
           END-EVALUATE

           GOBACK.

                   SET WS-TRANSIN-OUT-OF-BALANCE TO TRUE
                   PERFORM WRITE-JOBSTAT-RECORD
                   MOVE 8 TO RETURN-CODE
                   CLOSE TRANSIN TRANSOUT TRANREJ SUSPENSE WAREHSE
                       JOBSTAT
                   GOBACK
               ELSE
                   PERFORM START-BRANCH-SECTION
      *----------------------------------------------------------------
       VALIDATE-TRANSACTION.
           SET WS-TRANSACTION-VALID TO TRUE
           MOVE 'N' TO WS-FUTURE-DATED-FLAG
           MOVE SPACES TO WS-REASON-CODE
           MOVE SPACES TO WS-REASON-TEXT

               AND TRAN-TYPE OF TRAN-IN-RECORD NOT = 'REVERSAL'
               AND TRAN-TYPE OF TRAN-IN-RECORD NOT = 'INTEREST'
               AND TRAN-TYPE OF TRAN-IN-RECORD NOT = 'FEE'
               AND TRAN-TYPE OF TRAN-IN-RECORD NOT = 'CHEQUE'
               AND TRAN-TYPE OF TRAN-IN-RECORD NOT = 'OUTXFER'
               AND TRAN-TYPE OF TRAN-IN-RECORD NOT = 'XFERRETURN'
               AND TRAN-TYPE OF TRAN-IN-RECORD NOT = 'ESCHEAT'
               AND TRAN-TYPE OF TRAN-IN-RECORD NOT = 'CHARGEOFF'
               AND TRAN-TYPE OF TRAN-IN-RECORD NOT = 'PROVCREDIT'
               AND TRAN-TYPE OF TRAN-IN-RECORD NOT = 'DISPCREDIT'
               AND TRAN-TYPE OF TRAN-IN-RECORD NOT = 'PROVDEBIT'
               SET WS-TRANSACTION-INVALID TO TRUE
               MOVE 'BTYP' TO WS-REASON-CODE
               MOVE "INVALID TRANSACTION TYPE" TO WS-REASON-TEXT
                   TO WS-REASON-TEXT
           END-IF

           IF WS-TRANSACTION-VALID
               AND TRAN-TYPE OF TRAN-IN-RECORD = 'XFERRETURN'
               AND TRAN-ORIG-TRAN-ID OF TRAN-IN-RECORD = SPACES
               SET WS-TRANSACTION-INVALID TO TRUE
               MOVE 'BORG' TO WS-REASON-CODE
               MOVE "RETURN MISSING ORIGINAL ITEM"
                   TO WS-REASON-TEXT
           END-IF

           IF WS-TRANSACTION-VALID
               AND TRAN-TYPE OF TRAN-IN-RECORD = 'PROVDEBIT'
               AND TRAN-ORIG-TRAN-ID OF TRAN-IN-RECORD = SPACES
               SET WS-TRANSACTION-INVALID TO TRUE
               MOVE 'BORG' TO WS-REASON-CODE
               MOVE "RE-DEBIT MISSING PROV CREDIT"
                   TO WS-REASON-TEXT
           END-IF

      *    A CHEQUE IS IDENTIFIED BY ITS SERIAL - WITHOUT ONE IT CAN
      *    NEITHER BE STOPPED NOR PROVED A FIRST PRESENTMENT.
           IF WS-TRANSACTION-VALID
               AND TRAN-TYPE OF TRAN-IN-RECORD = 'CHEQUE'
               IF TRAN-CHEQUE-SERIAL OF TRAN-IN-RECORD IS NOT NUMERIC
                   OR TRAN-CHEQUE-SERIAL-NUM OF TRAN-IN-RECORD = 0
                   SET WS-TRANSACTION-INVALID TO TRUE
                   MOVE 'BCHQ' TO WS-REASON-CODE
                   MOVE "CHEQUE SERIAL MISSING OR INVALID"
                       TO WS-REASON-TEXT
               END-IF
           END-IF

      *    A DETAIL THAT NAMES A BRANCH MUST NAME THE BRANCH WHOSE
      *    SECTION IT ARRIVED IN; A BLANK DETAIL BRANCH SIMPLY TAKES
      *    THE SECTION'S, SO OLDER FEEDS STILL VALIDATE.
           END-IF

           IF WS-TRANSACTION-VALID
               AND (TRAN-TYPE OF TRAN-IN-RECORD = 'TRANSFER'
                   OR TRAN-TYPE OF TRAN-IN-RECORD = 'OUTXFER')
               AND TRAN-DEST-ACCOUNT-NUM OF TRAN-IN-RECORD = SPACES
               SET WS-TRANSACTION-INVALID TO TRUE
               MOVE 'BDST' TO WS-REASON-CODE
           END-IF

           IF WS-TRANSACTION-VALID
               AND (TRAN-TYPE OF TRAN-IN-RECORD = 'TRANSFER'
                   OR TRAN-TYPE OF TRAN-IN-RECORD = 'OUTXFER')
               AND TRAN-DEST-ACCOUNT-NUM OF TRAN-IN-RECORD =
                   TRAN-ACCOUNT-NUM OF TRAN-IN-RECORD
               SET WS-TRANSACTION-INVALID TO TRUE
               END-IF
           END-IF

           IF WS-TRANSACTION-VALID
               AND TRAN-TYPE OF TRAN-IN-RECORD = 'CHEQUE'
               PERFORM CHECK-CHEQUE-PRESENTMENT
               IF WS-CHEQUE-IS-DUPLICATE
                   SET WS-TRANSACTION-INVALID TO TRUE
                   MOVE 'DCHQ' TO WS-REASON-CODE
                   MOVE "CHEQUE SERIAL ALREADY PRESENTED"
                       TO WS-REASON-TEXT
                   ADD 1 TO WS-DUP-CHEQUE-COUNT
               END-IF
           END-IF

           IF WS-TRANSACTION-VALID
               PERFORM CHECK-STOP-PAYMENT-ORDERS
               IF WS-STOP-MATCHED
           END-IF

           IF WS-TRANSACTION-VALID
               PERFORM CHECK-TRANSACTION-CURRENCY
           END-IF

           IF WS-TRANSACTION-VALID
      *    AN ACCEPTED CHEQUE - WHETHER IT POSTS TODAY OR WAITS IN
      *    SUSPENSE - IS SPOKEN FOR; A SECOND PRESENTMENT LATER IN
      *    THE FEED MUST NOT GET THROUGH BEHIND IT.
               IF TRAN-TYPE OF TRAN-IN-RECORD = 'CHEQUE'
                   PERFORM REMEMBER-CHEQUE-SERIAL
               END-IF
      *    A FUTURE-DATED ITEM IS WAREHOUSED AS IT STANDS.  THE DAILY
      *    CAPS AND THE SUSPENSE THRESHOLD BELONG TO THE DATE IT
      *    POSTS, AND IT MEETS THEM THEN - EVERY RELEASED ITEM COMES
      *    BACK THROUGH THIS PROGRAM ON ITS VALUE DATE.  THE HOME
      *    AMOUNT IS ONLY WORTH TAKING FOR AN ITEM INSIDE ITS CAPS.
               IF NOT WS-ITEM-FUTURE-DATED
                   PERFORM CHECK-VELOCITY-LIMITS
                   IF NOT WS-LIMIT-BREACHED
                       PERFORM COMPUTE-HOME-AMOUNT
                   END-IF
               END-IF
               EVALUATE TRUE
                   WHEN WS-ITEM-FUTURE-DATED
                       PERFORM WRITE-WAREHOUSE-RECORD
                   WHEN WS-LIMIT-BREACHED
                       ADD 1 TO WS-LIMITED-COUNT
                       PERFORM WRITE-SUSPENSE-RECORD
                   WHEN WS-HOME-AMOUNT >= WS-SUSPENSE-THRESHOLD
                       AND TRAN-TYPE OF TRAN-IN-RECORD
                           NOT = 'ESCHEAT'
                       AND TRAN-TYPE OF TRAN-IN-RECORD
                           NOT = 'CHARGEOFF'
                       AND TRAN-TYPE OF TRAN-IN-RECORD
                           NOT = 'PROVCREDIT'
                       AND TRAN-TYPE OF TRAN-IN-RECORD
                           NOT = 'DISPCREDIT'
                       AND TRAN-TYPE OF TRAN-IN-RECORD
                           NOT = 'PROVDEBIT'
                       MOVE 'LRGAMT' TO WS-SUSPEND-REASON
                       PERFORM WRITE-SUSPENSE-RECORD
                   WHEN OTHER
                       ADD 1 TO WS-VALID-COUNT
                       ADD TRAN-AMOUNT-NUM OF TRAN-IN-RECORD
                           TO WS-VALID-AMOUNT-TOTAL
                       MOVE 'DTL' TO TRAN-REC-TYPE OF TRAN-OUT-RECORD
                       MOVE TRAN-DETAIL-DATA OF TRAN-IN-RECORD
                           TO TRAN-DETAIL-DATA OF TRAN-OUT-RECORD
                       MOVE WS-CURRENT-BRANCH-ID
                           TO TRAN-BRANCH-ID OF TRAN-OUT-RECORD
                       WRITE TRAN-OUT-RECORD
                       DISPLAY "VALID: " TRAN-ID OF TRAN-IN-RECORD
               END-EVALUATE
           ELSE
               ADD 1 TO WS-INVALID-COUNT
               PERFORM WRITE-REJECT-RECORD
      *    CONVERT BOTH THE RUN DATE AND THE TRANSACTION DATE TO A
      *    PSEUDO-JULIAN DAY COUNT (YEAR*360 + MONTH*30 + DAY) SO THEY
      *    CAN BE COMPARED WITHOUT DATE-INTRINSIC FUNCTIONS, THEN
      *    REJECT STALE TRANSACTIONS.  A FUTURE-DATED TRANSACTION
      *    WITHIN THE WAREHOUSE HORIZON IS MARKED FOR THE WAREHOUSE
      *    AND GOES ON THROUGH THE REMAINING CHECKS; ONE BEYOND IT IS
      *    REJECTED.
      *----------------------------------------------------------------
       COMPARE-TRANSACTION-DATE-TO-RUN-DATE.
           MOVE WS-RUN-DATE TO WS-SPLIT-DATE-IN
               WS-RUN-PSEUDO-DAYS - WS-TRAN-PSEUDO-DAYS

           IF WS-DAYS-DIFFERENCE < 0
               IF 0 - WS-DAYS-DIFFERENCE > WS-WAREHOUSE-DAYS-LIMIT
                   SET WS-TRANSACTION-INVALID TO TRUE
                   MOVE 'FDTE' TO WS-REASON-CODE
                   MOVE "DATED PAST THE WAREHOUSE LIMIT"
                       TO WS-REASON-TEXT
               ELSE
                   SET WS-ITEM-FUTURE-DATED TO TRUE
               END-IF
           ELSE
               IF WS-DAYS-DIFFERENCE > WS-STALE-DAYS-LIMIT
                   SET WS-TRANSACTION-INVALID TO TRUE

      *----------------------------------------------------------------
      *    FOLD AN EARLIER CYCLE'S POSTED DEBIT INTO THE ACCOUNT'S
      *    DAY TRACKER.  A WITHDRAWAL, CHEQUE OR OUTBOUND TRANSFER
      *    ALWAYS DEBITS; A TRANSFER'S SOURCE LEG IS THE ONE WHOSE
      *    BALANCE WENT DOWN.
      *----------------------------------------------------------------
       SEED-DAY-TRACKER-DEBIT.
           COMPUTE WS-PRELOAD-DEBIT-AMT =
               AUDIN-BEFORE-BALANCE - AUDIN-AFTER-BALANCE
           IF (AUDIN-TRAN-TYPE = 'WITHDRAWAL'
               OR AUDIN-TRAN-TYPE = 'CHEQUE'
               OR AUDIN-TRAN-TYPE = 'OUTXFER'
               OR AUDIN-TRAN-TYPE = 'TRANSFER')
               AND WS-PRELOAD-DEBIT-AMT > 0
               MOVE AUDIN-ACCOUNT-NUM TO WS-DT-LOOKUP-ACCT
           DISPLAY "BATCH-VALIDATOR: Suspense threshold in effect: "
               WS-SUSPENSE-THRESHOLD
           DISPLAY "BATCH-VALIDATOR: Stale-days limit in effect: "
               WS-STALE-DAYS-LIMIT
           DISPLAY "BATCH-VALIDATOR: Warehouse-days limit in effect: "
               WS-WAREHOUSE-DAYS-LIMIT.

       READ-ONE-RUN-PARAMETER.
           READ PARMFILE
                                   MOVE PRM-EFFECTIVE-DATE-NUM
                                       TO WS-STALE-PARM-EFF-DATE
                               END-IF
                           WHEN 'WHSEDAYS'
                               IF PRM-EFFECTIVE-DATE-NUM
                                      >= WS-WHSE-PARM-EFF-DATE
                                   MOVE PRM-VALUE-NUM
                                       TO WS-WAREHOUSE-DAYS-LIMIT
                                   MOVE PRM-EFFECTIVE-DATE-NUM
                                       TO WS-WHSE-PARM-EFF-DATE
                               END-IF
                       END-EVALUATE
                   END-IF
           END-READ.
           READ LIMTTAB
               AT END MOVE 'Y' TO WS-LIMITS-EOF-FLAG
               NOT AT END
                   IF WS-LIM-COUNT < 150
                       ADD 1 TO WS-LIM-COUNT
                       MOVE LIMT-ENTRY-TYPE
                           TO WS-LIM-TYPE (WS-LIM-COUNT)
                       MOVE LIMT-ACCT-NUM
                           TO WS-LIM-ACCT-NUM (WS-LIM-COUNT)
                       MOVE SPACES TO WS-LIM-PROD-CODE (WS-LIM-COUNT)
                       MOVE LIMT-BAND-LOW
                           TO WS-LIM-BAND-LOW (WS-LIM-COUNT)
                       MOVE LIMT-BAND-HIGH
           END-READ.

      *----------------------------------------------------------------
      *    ADD THE PRODUCTS THAT CARRY THEIR OWN DEBIT CAPS TO THE
      *    LIMIT TABLE AS PROD ENTRIES.  A PRODUCT WITHOUT THE LIMIT
      *    FLAG LEAVES ITS ACCOUNTS ON THE BALANCE BANDS.
      *----------------------------------------------------------------
       LOAD-PRODUCT-LIMITS.
           READ PRODTAB
               AT END MOVE 'Y' TO WS-PRODUCTS-EOF-FLAG
               NOT AT END
                   IF PROD-PRICES-LIMITS
                       IF WS-LIM-COUNT < 150
                           ADD 1 TO WS-LIM-COUNT
                           MOVE 'PROD' TO WS-LIM-TYPE (WS-LIM-COUNT)
                           MOVE SPACES
                               TO WS-LIM-ACCT-NUM (WS-LIM-COUNT)
                           MOVE PROD-CODE
                               TO WS-LIM-PROD-CODE (WS-LIM-COUNT)
                           MOVE 0 TO WS-LIM-BAND-LOW (WS-LIM-COUNT)
                           MOVE 0 TO WS-LIM-BAND-HIGH (WS-LIM-COUNT)
                           MOVE PROD-PER-TRAN-CAP
                               TO WS-LIM-PER-TRAN (WS-LIM-COUNT)
                           MOVE PROD-DAILY-AMT-CAP
                               TO WS-LIM-DAILY-AMT (WS-LIM-COUNT)
                           MOVE PROD-DAILY-CNT-CAP
                               TO WS-LIM-DAILY-CNT (WS-LIM-COUNT)
                           SET WS-PROD-LIMITS-ON-FILE TO TRUE
                       ELSE
                           DISPLAY "BATCH-VALIDATOR: *** LIMIT TABLE "
                               "FULL - LIMITS UNENFORCEABLE ***"
                           SET WS-LIMITS-UNENFORCEABLE TO TRUE
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *    DAILY DEBIT VELOCITY CHECK.  WITHDRAWALS, CHEQUES AND
      *    TRANSFER DEBITS (OUTBOUND ONES INCLUDED) RUN AGAINST THE
      *    ACCOUNT'S CAPS ACROSS THE WHOLE FEED, EVERY BRANCH SECTION
      *    INCLUDED.  A BREACH
      *    DIVERTS THE ITEM TO SUSPENSE FOR SUPERVISOR REVIEW - SOME
      *    ARE LEGITIMATE - AND DOES NOT COUNT TOWARD THE DAY'S
      *    RUNNING POSITION, SO ONE OVERSIZED ITEM DOES NOT BURN THE
      *    CAP FOR THE GOOD ITEMS BEHIND IT.
      *----------------------------------------------------------------
       CHECK-VELOCITY-LIMITS.
           MOVE 'N' TO WS-LIMIT-BREACH-FLAG
           IF TRAN-TYPE OF TRAN-IN-RECORD = 'WITHDRAWAL'
               OR TRAN-TYPE OF TRAN-IN-RECORD = 'CHEQUE'
               OR TRAN-TYPE OF TRAN-IN-RECORD = 'TRANSFER'
               OR TRAN-TYPE OF TRAN-IN-RECORD = 'OUTXFER'
               MOVE TRAN-ACCOUNT-NUM OF TRAN-IN-RECORD
                   TO WS-DT-LOOKUP-ACCT
               PERFORM FIND-DAY-TRACKER-ENTRY
               UNTIL WS-LIM-IDX > WS-LIM-COUNT
                  OR WS-LIM-FOUND
           IF NOT WS-LIM-FOUND
               AND (WS-BAND-LIMITS-ON-FILE OR WS-PROD-LIMITS-ON-FILE)
               AND WS-ACCOUNTS-OPEN
               MOVE WS-DT-LOOKUP-ACCT TO ACCT-NUMBER
               READ ACCOUNTS
                   INVALID KEY
      *    POSTING WILL BOUNCE IT ANYWAY.
                       CONTINUE
                   NOT INVALID KEY
                       IF ACCT-PRODUCT-CODE NOT = SPACES
                           PERFORM SEARCH-LIMITS-FOR-PROD
                               VARYING WS-LIM-IDX FROM 1 BY 1
                               UNTIL WS-LIM-IDX > WS-LIM-COUNT
                                  OR WS-LIM-FOUND
                       END-IF
                       PERFORM SEARCH-LIMITS-FOR-BAND
                           VARYING WS-LIM-IDX FROM 1 BY 1
                           UNTIL WS-LIM-IDX > WS-LIM-COUNT
               MOVE WS-LIM-IDX TO WS-LIM-FOUND-IDX
           END-IF.

       SEARCH-LIMITS-FOR-PROD.
           IF WS-LIM-TYPE (WS-LIM-IDX) = 'PROD'
               AND WS-LIM-PROD-CODE (WS-LIM-IDX) = ACCT-PRODUCT-CODE
               SET WS-LIM-FOUND TO TRUE
               MOVE WS-LIM-IDX TO WS-LIM-FOUND-IDX
           END-IF.

       SEARCH-LIMITS-FOR-BAND.
           IF WS-LIM-TYPE (WS-LIM-IDX) = 'BAND'
               AND ACCT-BALANCE >= WS-LIM-BAND-LOW (WS-LIM-IDX)

      *----------------------------------------------------------------
      *    LOAD THE STANDING STOP-PAYMENT ORDERS.  AN ORDER WITH A
      *    DAMAGED AMOUNT, EXPIRY OR SERIAL IS COUNTED EXPIRED AND
      *    NEVER MATCHES - A BROKEN ORDER MUST NOT START REJECTING
      *    GOOD WORK.  A BLANK SERIAL IS NOT DAMAGE: IT IS AN AMOUNT
      *    STOP, OR A SINGLE-SERIAL STOP WITH NO RANGE.
      *----------------------------------------------------------------
       LOAD-STOP-TABLE.
           READ STOPSIN
               AT END MOVE 'Y' TO WS-STOPS-EOF-FLAG
               NOT AT END
                   IF STOP-SERIAL-LOW = SPACES
                       MOVE ZEROS TO STOP-SERIAL-LOW
                   END-IF
                   IF STOP-SERIAL-HIGH = SPACES
                       MOVE ZEROS TO STOP-SERIAL-HIGH
                   END-IF
                   IF WS-STOP-COUNT < 500
                       AND STOP-AMOUNT-LOW IS NUMERIC
                       AND STOP-AMOUNT-HIGH IS NUMERIC
                       AND STOP-EXPIRY-DATE IS NUMERIC
                       AND STOP-SERIAL-LOW IS NUMERIC
                       AND STOP-SERIAL-HIGH IS NUMERIC
                       ADD 1 TO WS-STOP-COUNT
                       MOVE STOP-ACCOUNT-NUM
                           TO WS-STOP-ACCT-NUM (WS-STOP-COUNT)
                           TO WS-STOP-AMT-HIGH (WS-STOP-COUNT)
                       MOVE STOP-EXPIRY-DATE-NUM
                           TO WS-STOP-EXPIRY (WS-STOP-COUNT)
                       MOVE STOP-SERIAL-LOW-NUM
                           TO WS-STOP-SERIAL-LOW (WS-STOP-COUNT)
                       MOVE STOP-SERIAL-HIGH-NUM
                           TO WS-STOP-SERIAL-HIGH (WS-STOP-COUNT)
                       MOVE 0 TO WS-STOP-MATCH-COUNT (WS-STOP-COUNT)
                   ELSE
                       DISPLAY "BATCH-VALIDATOR: Stop order for "
      *----------------------------------------------------------------
      *    MATCH THE TRANSACTION AGAINST EVERY UNEXPIRED STOP ORDER:
      *    SAME ACCOUNT, SAME TYPE, AMOUNT AT THE EXACT LOW FIGURE
      *    (HIGH ZERO) OR WITHIN THE LOW/HIGH RANGE.  A SERIAL STOP
      *    MATCHES ON THE CHEQUE SERIAL INSTEAD - THE ONE SERIAL
      *    (HIGH ZERO) OR ANY SERIAL IN THE RANGE - WHATEVER THE
      *    AMOUNT, SO A STOPPED CHEQUE NO LONGER NEEDS AN AMOUNT
      *    WINDOW THAT ALSO CATCHES GOOD ITEMS.
      *----------------------------------------------------------------
       CHECK-STOP-PAYMENT-ORDERS.
           MOVE 'N' TO WS-STOP-MATCH-FLAG
               AND WS-STOP-TYPE (WS-STOP-IDX)
                  = TRAN-TYPE OF TRAN-IN-RECORD
               AND WS-STOP-EXPIRY (WS-STOP-IDX) >= WS-RUN-DATE
               IF WS-STOP-SERIAL-LOW (WS-STOP-IDX) > 0
                   PERFORM MATCH-STOP-ORDER-BY-SERIAL
               ELSE
                   PERFORM MATCH-STOP-ORDER-BY-AMOUNT
               END-IF
           END-IF.

       MATCH-STOP-ORDER-BY-AMOUNT.
           IF (WS-STOP-AMT-HIGH (WS-STOP-IDX) = 0
               AND TRAN-AMOUNT-NUM OF TRAN-IN-RECORD
                   = WS-STOP-AMT-LOW (WS-STOP-IDX))
               OR (WS-STOP-AMT-HIGH (WS-STOP-IDX) > 0
               AND TRAN-AMOUNT-NUM OF TRAN-IN-RECORD
                   >= WS-STOP-AMT-LOW (WS-STOP-IDX)
               AND TRAN-AMOUNT-NUM OF TRAN-IN-RECORD
                   <= WS-STOP-AMT-HIGH (WS-STOP-IDX))
               SET WS-STOP-MATCHED TO TRUE
               ADD 1 TO WS-STOP-MATCH-COUNT (WS-STOP-IDX)
           END-IF.

       MATCH-STOP-ORDER-BY-SERIAL.
           IF TRAN-CHEQUE-SERIAL OF TRAN-IN-RECORD IS NUMERIC
               IF (WS-STOP-SERIAL-HIGH (WS-STOP-IDX) = 0
                   AND TRAN-CHEQUE-SERIAL-NUM OF TRAN-IN-RECORD
                       = WS-STOP-SERIAL-LOW (WS-STOP-IDX))
                   OR (WS-STOP-SERIAL-HIGH (WS-STOP-IDX) > 0
                   AND TRAN-CHEQUE-SERIAL-NUM OF TRAN-IN-RECORD
                       >= WS-STOP-SERIAL-LOW (WS-STOP-IDX)
                   AND TRAN-CHEQUE-SERIAL-NUM OF TRAN-IN-RECORD
                       <= WS-STOP-SERIAL-HIGH (WS-STOP-IDX))
                   SET WS-STOP-MATCHED TO TRUE
                   ADD 1 TO WS-STOP-MATCH-COUNT (WS-STOP-IDX)
               END-IF
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING " ACCT   TYPE            AMT-LOW      AMT-HIGH  "
               "EXPIRES   MATCHES  STATUS        SER-LOW   SER-HIGH"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE WS-STOP-AMT-HIGH (WS-STOP-IDX) TO WS-SL-HIGH
           MOVE WS-STOP-EXPIRY (WS-STOP-IDX) TO WS-SL-EXPIRY
           MOVE WS-STOP-MATCH-COUNT (WS-STOP-IDX) TO WS-SL-MATCHES
           IF WS-STOP-SERIAL-LOW (WS-STOP-IDX) > 0
               MOVE WS-STOP-SERIAL-LOW (WS-STOP-IDX) TO WS-SL-SERIAL-LOW
               IF WS-STOP-SERIAL-HIGH (WS-STOP-IDX) > 0
                   MOVE WS-STOP-SERIAL-HIGH (WS-STOP-IDX)
                       TO WS-SL-SERIAL-HIGH
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-STOP-EXPIRY (WS-STOP-IDX) < WS-RUN-DATE
                   MOVE "EXPIRED" TO WS-SL-STATUS
           MOVE WS-STOP-LINE TO RPT-LINE
           WRITE RPT-LINE.

      *----------------------------------------------------------------
      *    DUPLICATE PRESENTMENT CHECK FOR A CHEQUE: THE SERIAL MUST
      *    NOT ALREADY BE ON THE PAID-ITEM REGISTER FOR THE ACCOUNT,
      *    NOR ACCEPTED EARLIER IN THIS FEED.  A REGISTER ENTRY LEFT
      *    BY THIS SAME TRANSACTION IN THIS SAME DATE AND CYCLE IS A
      *    RESTARTED POSTING'S OWN WORK, NOT A SECOND PRESENTMENT -
      *    REJECTING IT WOULD PUT THE REBUILT TRANSOUT OUT OF STEP
      *    WITH THE POSTING CHECKPOINT.
      *----------------------------------------------------------------
       CHECK-CHEQUE-PRESENTMENT.
           MOVE 'N' TO WS-CHEQUE-DUP-FLAG
           PERFORM SEARCH-CHQ-SEEN-TABLE
               VARYING WS-CHQ-SEEN-IDX FROM 1 BY 1
               UNTIL WS-CHQ-SEEN-IDX > WS-CHQ-SEEN-COUNT
                  OR WS-CHEQUE-IS-DUPLICATE
           IF NOT WS-CHEQUE-IS-DUPLICATE
               IF WS-PAID-REGISTER-OPEN
                   MOVE TRAN-ACCOUNT-NUM OF TRAN-IN-RECORD
                       TO PAID-ACCOUNT-NUM
                   MOVE TRAN-CHEQUE-SERIAL OF TRAN-IN-RECORD
                       TO PAID-CHEQUE-SERIAL
                   READ PAIDITEM
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF PAID-TRAN-ID
                                  NOT = TRAN-ID OF TRAN-IN-RECORD
                               OR PAID-RUN-DATE NOT = WS-RUN-DATE
                               OR PAID-CYCLE NOT = WS-RUN-CYCLE
                               SET WS-CHEQUE-IS-DUPLICATE TO TRUE
                           END-IF
                   END-READ
               ELSE
                   SET WS-PRESENTMENT-UNENFORCEABLE TO TRUE
               END-IF
           END-IF.

       SEARCH-CHQ-SEEN-TABLE.
           IF WS-CHQ-SEEN-ACCT (WS-CHQ-SEEN-IDX)
                  = TRAN-ACCOUNT-NUM OF TRAN-IN-RECORD
               AND WS-CHQ-SEEN-SERIAL (WS-CHQ-SEEN-IDX)
                  = TRAN-CHEQUE-SERIAL OF TRAN-IN-RECORD
               SET WS-CHEQUE-IS-DUPLICATE TO TRUE
           END-IF.

       REMEMBER-CHEQUE-SERIAL.
           IF WS-CHQ-SEEN-COUNT < 2000
               ADD 1 TO WS-CHQ-SEEN-COUNT
               MOVE TRAN-ACCOUNT-NUM OF TRAN-IN-RECORD
                   TO WS-CHQ-SEEN-ACCT (WS-CHQ-SEEN-COUNT)
               MOVE TRAN-CHEQUE-SERIAL OF TRAN-IN-RECORD
                   TO WS-CHQ-SEEN-SERIAL (WS-CHQ-SEEN-COUNT)
           ELSE
               DISPLAY "BATCH-VALIDATOR: Cheque table full - "
                   TRAN-ID OF TRAN-IN-RECORD
                   " not tracked for in-feed duplicate presentment"
           END-IF.

      *----------------------------------------------------------------
      *    LOAD THE EXCHANGE RATES IN EFFECT FOR THE RUN DATE.  WITH
      *    NO RATES FILE EVERY FOREIGN CURRENCY IS WITHOUT A RATE -
      *    TRANSFERS BETWEEN CURRENCIES REJECT AS NRTE AND THE REST
      *    OF THE FEED VALIDATES AS NORMAL.
      *----------------------------------------------------------------
       LOAD-EXCHANGE-RATES.
           OPEN INPUT FXRATES
           IF WS-FXRATES-OK
               PERFORM READ-ONE-EXCHANGE-RATE
                   UNTIL WS-FXRATES-EOF-FLAG = 'Y'
               CLOSE FXRATES
           ELSE
               DISPLAY "BATCH-VALIDATOR: *** FXRATES OPEN FAILED, "
                   "STATUS " WS-FXRATES-STATUS " - NO EXCHANGE "
                   "RATES ***"
           END-IF
           DISPLAY "BATCH-VALIDATOR: Exchange rates in effect: "
               WS-FX-COUNT.

       READ-ONE-EXCHANGE-RATE.
           READ FXRATES
               AT END MOVE 'Y' TO WS-FXRATES-EOF-FLAG
               NOT AT END
                   IF FXRT-RATE-DATE IS NUMERIC
                       AND FXRT-RATE-DATE <= WS-RUN-DATE
                       AND FXRT-RATE IS NUMERIC
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
                   DISPLAY "BATCH-VALIDATOR: *** EXCHANGE RATE TABLE "
                       "FULL - " FXRT-CURRENCY-CODE " IGNORED ***"
               END-IF
           END-IF
           IF WS-FX-FOUND-IDX > 0
               AND FXRT-RATE-DATE
                   >= WS-FX-RATE-DATE (WS-FX-FOUND-IDX)
               MOVE FXRT-RATE-NUM TO WS-FX-RATE (WS-FX-FOUND-IDX)
               MOVE FXRT-RATE-DATE
                   TO WS-FX-RATE-DATE (WS-FX-FOUND-IDX)
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
      *    A TRANSACTION IS ALWAYS IN ITS ACCOUNT'S OWN CURRENCY - A
      *    BLANK CURRENCY ON THE ITEM MEANS EXACTLY THAT.  AN OUTXFER
      *    LEAVES THROUGH THE CLEARING NETWORK, WHICH SETTLES IN THE
      *    HOME CURRENCY ONLY.  A TRANSFER BETWEEN TWO CURRENCIES IS
      *    CONVERTED AT POSTING, SO THE RUN DATE'S RATE MUST BE ON
      *    FILE FOR EACH FOREIGN SIDE - UNLESS THE ITEM IS BOUND FOR
      *    THE WAREHOUSE, WHEN IT IS THE VALUE DATE'S RATE THAT
      *    MATTERS AND THE CHECK WAITS FOR ITS RELEASE.  AN ACCOUNT
      *    NOT ON THE MASTER IS LEFT FOR POSTING TO BOUNCE.
      *----------------------------------------------------------------
       CHECK-TRANSACTION-CURRENCY.
           MOVE SPACES TO WS-ACCT-CURRENCY
           MOVE SPACES TO WS-DEST-CURRENCY
           MOVE 'N' TO WS-DEST-FOUND-FLAG
           IF WS-ACCOUNTS-OPEN
               MOVE TRAN-ACCOUNT-NUM OF TRAN-IN-RECORD
                   TO WS-CCY-LOOKUP-ACCT
               PERFORM READ-ACCOUNT-CURRENCY
               MOVE WS-CCY-LOOKUP-RESULT TO WS-ACCT-CURRENCY
               IF WS-CCY-ACCT-FOUND
                   AND TRAN-CURRENCY-CODE OF TRAN-IN-RECORD
                       NOT = SPACES
                   AND TRAN-CURRENCY-CODE OF TRAN-IN-RECORD
                       NOT = WS-ACCT-CURRENCY
                   SET WS-TRANSACTION-INVALID TO TRUE
                   MOVE 'BCCY' TO WS-REASON-CODE
                   MOVE "NOT IN THE ACCOUNT'S CURRENCY"
                       TO WS-REASON-TEXT
               END-IF
           END-IF

           IF WS-TRANSACTION-VALID
               AND TRAN-TYPE OF TRAN-IN-RECORD = 'OUTXFER'
               AND WS-ACCT-CURRENCY NOT = SPACES
               SET WS-TRANSACTION-INVALID TO TRUE
               MOVE 'BCCY' TO WS-REASON-CODE
               MOVE "OUTXFER FROM FOREIGN CCY ACCT"
                   TO WS-REASON-TEXT
           END-IF

           IF WS-TRANSACTION-VALID
               AND TRAN-TYPE OF TRAN-IN-RECORD = 'TRANSFER'
               AND WS-ACCOUNTS-OPEN
               MOVE TRAN-DEST-ACCOUNT-NUM OF TRAN-IN-RECORD
                   TO WS-CCY-LOOKUP-ACCT
               PERFORM READ-ACCOUNT-CURRENCY
               MOVE WS-CCY-LOOKUP-RESULT TO WS-DEST-CURRENCY
               MOVE WS-CCY-ACCT-FOUND-FLAG TO WS-DEST-FOUND-FLAG
           END-IF

           IF WS-TRANSACTION-VALID
               AND WS-DEST-FOUND
               AND WS-DEST-CURRENCY NOT = WS-ACCT-CURRENCY
               AND NOT WS-ITEM-FUTURE-DATED
               IF WS-ACCT-CURRENCY NOT = SPACES
                   MOVE WS-ACCT-CURRENCY TO WS-FX-LOOKUP-CCY
                   PERFORM CHECK-RATE-DATED-TODAY
               END-IF
               IF WS-TRANSACTION-VALID
                   AND WS-DEST-CURRENCY NOT = SPACES
                   MOVE WS-DEST-CURRENCY TO WS-FX-LOOKUP-CCY
                   PERFORM CHECK-RATE-DATED-TODAY
               END-IF
           END-IF.

       READ-ACCOUNT-CURRENCY.
           MOVE SPACES TO WS-CCY-LOOKUP-RESULT
           MOVE 'N' TO WS-CCY-ACCT-FOUND-FLAG
           MOVE WS-CCY-LOOKUP-ACCT TO ACCT-NUMBER
           READ ACCOUNTS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ACCT-CURRENCY-CODE TO WS-CCY-LOOKUP-RESULT
                   SET WS-CCY-ACCT-FOUND TO TRUE
           END-READ.

       CHECK-RATE-DATED-TODAY.
           PERFORM FIND-EXCHANGE-RATE
           IF NOT WS-FX-FOUND
               SET WS-TRANSACTION-INVALID TO TRUE
           ELSE
               IF WS-FX-RATE-DATE (WS-FX-FOUND-IDX) NOT = WS-RUN-DATE
                   SET WS-TRANSACTION-INVALID TO TRUE
               END-IF
           END-IF
           IF WS-TRANSACTION-INVALID
               MOVE 'NRTE' TO WS-REASON-CODE
               MOVE SPACES TO WS-REASON-TEXT
               STRING "NO RATE TODAY FOR " DELIMITED BY SIZE
                   WS-FX-LOOKUP-CCY DELIMITED BY SIZE
                   INTO WS-REASON-TEXT
               END-STRING
           END-IF.

      *----------------------------------------------------------------
      *    THE ITEM'S AMOUNT IN THE HOME CURRENCY, FOR THE SUSPENSE
      *    THRESHOLD.  A FOREIGN CURRENCY WITH NO RATE ON FILE AT
      *    ALL IS TAKEN AT FACE VALUE.
      *----------------------------------------------------------------
       COMPUTE-HOME-AMOUNT.
           MOVE TRAN-AMOUNT-NUM OF TRAN-IN-RECORD TO WS-HOME-AMOUNT
           IF WS-ACCT-CURRENCY NOT = SPACES
               MOVE WS-ACCT-CURRENCY TO WS-FX-LOOKUP-CCY
               PERFORM FIND-EXCHANGE-RATE
               IF WS-FX-FOUND
                   COMPUTE WS-HOME-AMOUNT ROUNDED =
                       TRAN-AMOUNT-NUM OF TRAN-IN-RECORD
                       * WS-FX-RATE (WS-FX-FOUND-IDX)
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *    HOLD A LARGE-AMOUNT TRANSACTION IN THE SUSPENSE FILE FOR
      *    SUPERVISOR REVIEW.  IT PASSED EVERY VALIDATION, SO IT IS
           DISPLAY "SUSPENDED: " TRAN-ID OF TRAN-IN-RECORD
               " held for review (" WS-SUSPEND-REASON ")".

      *----------------------------------------------------------------
      *    HOLD A FUTURE-DATED TRANSACTION IN THE WAREHOUSE UNTIL ITS
      *    VALUE DATE.  LIKE A SUSPENDED ITEM IT IS NOT A REJECT, AND
      *    STAYS OUT OF TRANSOUT AND ITS CONTROL TOTALS.
      *----------------------------------------------------------------
       WRITE-WAREHOUSE-RECORD.
           ADD 1 TO WS-WAREHOUSED-COUNT
           MOVE SPACES TO WAREHOUSE-RECORD
           MOVE TRAN-DATE OF TRAN-IN-RECORD TO WHSE-VALUE-DATE
           MOVE WS-RUN-DATE TO WHSE-ACCEPTED-DATE
           MOVE WS-RUN-CYCLE TO WHSE-ACCEPTED-CYCLE
           MOVE WS-CURRENT-BRANCH-ID
               TO TRAN-BRANCH-ID OF TRAN-IN-RECORD
           MOVE TRAN-DETAIL-DATA OF TRAN-IN-RECORD
               TO WHSE-TRAN-DETAIL
      *    IN REDO MODE THE ITEM IS ALREADY IN THE WAREHOUSE FROM THE
      *    COMPLETED RUN - COUNT IT, DO NOT WAREHOUSE IT TWICE.
           IF NOT WS-STEP-ALREADY-DONE
               WRITE WAREHOUSE-RECORD
           END-IF
           DISPLAY "WAREHOUSED: " TRAN-ID OF TRAN-IN-RECORD
               " until " TRAN-DATE OF TRAN-IN-RECORD.

      *----------------------------------------------------------------
      *    WRITE THE ORIGINAL RECORD AND REASON CODE TO TRANREJ.
      *----------------------------------------------------------------
               WS-INVALID-COUNT
           DISPLAY "BATCH-VALIDATOR: Suspended for review: ",
               WS-SUSPENDED-COUNT
           DISPLAY "BATCH-VALIDATOR: Warehoused until value date: ",
               WS-WAREHOUSED-COUNT
           DISPLAY "BATCH-VALIDATOR: Stopped by stop orders: ",
               WS-STOPPED-COUNT
           DISPLAY "BATCH-VALIDATOR: Suspended on debit limits: ",
               WS-LIMITED-COUNT
           DISPLAY "BATCH-VALIDATOR: Duplicate cheque presentments: ",
               WS-DUP-CHEQUE-COUNT.


      *----------------------------------------------------------------
           MOVE WS-INVALID-COUNT TO JOBSTAT-INVALID-COUNT
           IF WS-TRANSIN-OUT-OF-BALANCE
               OR WS-LIMITS-UNENFORCEABLE
               OR WS-PRESENTMENT-UNENFORCEABLE
               MOVE 8 TO JOBSTAT-RETURN-CODE
           ELSE
               IF WS-INVALID-COUNT > 0
