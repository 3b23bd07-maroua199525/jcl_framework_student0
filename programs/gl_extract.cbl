      *      BEFORE ANY TYPE BUCKETING - THE OLD NET-TO-NET COMPARE
      *      DERIVED BOTH SIDES FROM THE SAME BUCKETS AND COULD NOT
      *      CATCH A BUCKETING OR WRITE-PATH DEFECT
      *    - MONEY SENT TO OR RETURNED FROM OTHER BANKS NO LONGER
      *      OFFSETS TO CASH: OUTXFER AND XFERRETURN MOVEMENTS, AND A
      *      SAME-DAY REVERSAL OF AN OUTXFER (PULLED FROM THE
      *      OUTBOUND FILE), OFFSET TO THEIR OWN NETWORK CLEARING-
      *      PAYABLE LINE (NETCLRPY), WHICH THE CLEARING DESK
      *      RECONCILES TO THE NETWORK'S SETTLEMENT
      *    - ESCHEAT MOVEMENTS (DORMANT BALANCES REMITTED TO THE STATE
      *      AS UNCLAIMED PROPERTY) OFFSET TO THEIR OWN ESCHEAT-
      *      PAYABLE LINE (ESCHPAY), NOT CASH, UNTIL THE STATE IS
      *      PAID
      *    - CHARGEOFF MOVEMENTS (OVERDRAWN BALANCES WRITTEN OFF BY
      *      COLLECTIONS) OFFSET TO THEIR OWN OVERDRAFT-LOSS LINE
      *      (ODLOSS), NOT CASH - NO MONEY CAME IN, THE BANK BORE IT
      *    - FOREIGN-CURRENCY ACCOUNTS: EVERY LINE IS NOW FOR ONE
      *      CURRENCY (THE ACCOUNT'S, FROM THE MASTER) AND CARRIES ITS
      *      HOME EQUIVALENT AT THE RUN DATE'S RATE FROM FXRATES.  EACH
      *      CURRENCY GETS ITS OWN OFFSET LINES AND CROSS-FOOTS ON ITS
      *      OWN.  A TRANSACTION WHOSE LEGS ARE IN MORE THAN ONE
      *      CURRENCY (A CROSS-CURRENCY TRANSFER OR ITS REVERSAL)
      *      OFFSETS TO FXCONV INSTEAD OF CASH, AND WHATEVER THE HOME
      *      EQUIVALENTS DO NOT NET TO GOES TO FXGAINLS AS THE DAY'S
      *      RATE GAIN OR LOSS.  A CURRENCY WITH NO RATE DATED THE RUN
      *      DATE HOLDS THE FEED BACK, RC 8
      *    - CUSTOMER DISPUTE ADJUSTMENTS (PROVCREDIT, DISPCREDIT AND
      *      PROVDEBIT, GENERATED BY DISPUTE-CASE) OFFSET TO THEIR OWN
      *      DISPUTE LINE (DISPUTE), NOT CASH - NO MONEY CAME IN OR
      *      WENT OUT; THE LINE HOLDS WHAT THE BANK HAS PUT UP ON
      *      OPEN CASES AND WHAT IT BORE ON CASES FOUND FOR THE
      *      CUSTOMER, FOR FINANCE TO RECOVER FROM THE MERCHANT OR
      *      THE NETWORK
      ******************************************************************

       ENVIRONMENT DIVISION.
       FILE-CONTROL.
           SELECT AUDITLOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCOUNTS ASSIGN TO "ACCOUNTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCOUNTS-STATUS.
           SELECT FXRATES ASSIGN TO "FXRATES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FXRATES-STATUS.
           SELECT GLOUT ASSIGN TO "GLOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOBSTAT ASSIGN TO "JOBSTAT"
       FD  AUDITLOG.
           COPY AUDTREC.

       FD  ACCOUNTS.
           COPY ACCTREC.

       FD  FXRATES.
           COPY FXRTREC.

       FD  GLOUT.
           COPY GLJRREC.

       01  WS-RUN-DATE                 PIC 9(8) VALUE ZEROS.
       01  WS-RUN-DATE-DISPLAY         PIC X(8) VALUE SPACES.

       01  WS-ACCOUNTS-STATUS          PIC X(2) VALUE '00'.
           88  WS-ACCOUNTS-OK              VALUE '00'.
       01  WS-ACCOUNTS-OPEN-FLAG       PIC X VALUE 'N'.
           88  WS-ACCOUNTS-OPEN            VALUE 'Y'.
       01  WS-FXRATES-STATUS           PIC X(2) VALUE '00'.
           88  WS-FXRATES-OK               VALUE '00'.
       01  WS-FXRATES-EOF-FLAG         PIC X VALUE 'N'.

      *    THE RUN DATE'S EXCHANGE RATES; A RELOADED RATE REPLACES
      *    THE ONE LOADED BEFORE IT.
       01  WS-FX-TABLE.
           05  WS-FX-COUNT              PIC 9(3) VALUE 0.
           05  WS-FX-ENTRY OCCURS 50 TIMES.
               10  WS-FX-CURRENCY           PIC X(3).
               10  WS-FX-RATE               PIC 9(5)V9(6).
       01  WS-FX-IDX                   PIC 9(3) VALUE 0.
       01  WS-FX-FOUND-FLAG            PIC X VALUE 'N'.
           88  WS-FX-FOUND                  VALUE 'Y'.
       01  WS-FX-FOUND-IDX             PIC 9(3) VALUE 0.
       01  WS-FX-LOOKUP-CCY            PIC X(3) VALUE SPACES.

      *    THE LEGS OF THE TRANSACTION CURRENTLY BEING READ.  A
      *    TRANSACTION'S LEGS ARE CONSECUTIVE ON THE AUDIT TRAIL, SO
      *    THEY ARE HELD UNTIL THE TRANSACTION ID CHANGES AND THEN
      *    APPLIED TOGETHER, ONCE IT IS KNOWN WHETHER THEY SPAN MORE
      *    THAN ONE CURRENCY.
       01  WS-LEG-TABLE.
           05  WS-LEG-COUNT             PIC 9(2) VALUE 0.
           05  WS-LEG-ENTRY OCCURS 20 TIMES.
               10  WS-LEG-TRAN-ID           PIC X(6).
               10  WS-LEG-TRAN-TYPE         PIC X(10).
               10  WS-LEG-ORIG-TRAN-ID      PIC X(6).
               10  WS-LEG-DELTA             PIC S9(9)V99.
               10  WS-LEG-CURRENCY          PIC X(3).
       01  WS-LEG-IDX                  PIC 9(2) VALUE 0.
       01  WS-LEG-MIXED-FLAG           PIC X VALUE 'N'.
           88  WS-LEGS-SPAN-CURRENCIES     VALUE 'Y'.
       01  WS-ACCOUNT-CURRENCY         PIC X(3) VALUE SPACES.

      *    TOTALS BY TRANSACTION TYPE AND CURRENCY.  A CUSTOMER
      *    BALANCE INCREASE IS A CREDIT TO THE DEPOSIT LIABILITY; A
      *    DECREASE IS A DEBIT.
       01  WS-TYPE-TABLE.
           05  WS-TYPE-COUNT            PIC 9(2) VALUE 0.
           05  WS-TYPE-ENTRY OCCURS 60 TIMES.
               10  WS-TYPE-NAME             PIC X(10).
               10  WS-TYPE-CURRENCY         PIC X(3).
               10  WS-TYPE-DEBITS           PIC 9(11)V99.
               10  WS-TYPE-CREDITS          PIC 9(11)V99.
       01  WS-TYPE-IDX                 PIC 9(2) VALUE 0.

       01  WS-MOVEMENT-DELTA           PIC S9(9)V99 VALUE 0.

      *    EVERYTHING BELOW IS KEPT PER CURRENCY.  ENTRY 1 IS ALWAYS
      *    THE HOME CURRENCY (BLANK, RATE 1); THE OTHERS ARE ADDED AS
      *    THEY TURN UP ON THE DAY'S ACTIVITY, WITH THE RUN DATE'S
      *    RATE - ZERO, AND THE FEED HELD BACK, WHEN THERE IS NONE.
      *
      *    THE SAME ACTIVITY SUMMED TWO INDEPENDENT WAYS: THE
      *    JOURNAL LINES AS WRITTEN (WS-CCY-TOTAL-*), AND A STRAIGHT
      *    PER-RECORD SUM TAKEN AS EACH AUDIT RECORD IS READ
      *    (WS-CCY-PROOF-*), BEFORE ANY TYPE BUCKETING.  A BUCKETING
      *    OR WRITE-PATH DEFECT - INCLUDING A DROPPED RECORD ON A TYPE
      *    TABLE OVERFLOW - SHOWS UP AS A MISMATCH, AND THE EXTRACT
      *    DOES NOT LEAVE THE BUILDING.
      *
      *    WS-CCY-NETCLR-* IS THE SHARE OF THE DAY'S MOVEMENTS WHOSE
      *    OTHER SIDE IS THE CLEARING NETWORK, NOT CASH.  A REVERSAL
      *    COUNTS HERE WHEN IT BACKS OUT AN OUTXFER POSTED EARLIER THE
      *    SAME DAY - THAT ITEM NEVER LEAVES ON THE OUTBOUND FILE.
      *    WS-CCY-ESCHPAY-* IS THE SHARE OWED TO THE STATE AS
      *    UNCLAIMED PROPERTY, WS-CCY-ODLOSS-* THE SHARE WRITTEN OFF
      *    TO OVERDRAFT LOSS, WS-CCY-DISPUTE-* THE SHARE CREDITED
      *    OR RE-DEBITED ON CUSTOMER DISPUTES, AND WS-CCY-FXCONV-* THE
      *    SHARE WHOSE OTHER SIDE IS IN ANOTHER CURRENCY.
       01  WS-CCY-TABLE.
           05  WS-CCY-COUNT             PIC 9(2) VALUE 0.
           05  WS-CCY-ENTRY OCCURS 20 TIMES.
               10  WS-CCY-CODE              PIC X(3).
               10  WS-CCY-RATE              PIC 9(5)V9(6).
               10  WS-CCY-TOTAL-DEBITS      PIC 9(11)V99.
               10  WS-CCY-TOTAL-CREDITS     PIC 9(11)V99.
               10  WS-CCY-PROOF-DEBITS      PIC 9(11)V99.
               10  WS-CCY-PROOF-CREDITS     PIC 9(11)V99.
               10  WS-CCY-NETCLR-DEBITS     PIC 9(11)V99.
               10  WS-CCY-NETCLR-CREDITS    PIC 9(11)V99.
               10  WS-CCY-ESCHPAY-DEBITS    PIC 9(11)V99.
               10  WS-CCY-ESCHPAY-CREDITS   PIC 9(11)V99.
               10  WS-CCY-ODLOSS-DEBITS     PIC 9(11)V99.
               10  WS-CCY-ODLOSS-CREDITS    PIC 9(11)V99.
               10  WS-CCY-DISPUTE-DEBITS    PIC 9(11)V99.
               10  WS-CCY-DISPUTE-CREDITS   PIC 9(11)V99.
               10  WS-CCY-FXCONV-DEBITS     PIC 9(11)V99.
               10  WS-CCY-FXCONV-CREDITS    PIC 9(11)V99.
       01  WS-CCY-IDX                  PIC 9(2) VALUE 0.
       01  WS-CCY-FOUND-FLAG           PIC X VALUE 'N'.
           88  WS-CCY-FOUND                 VALUE 'Y'.
       01  WS-CCY-FOUND-IDX            PIC 9(2) VALUE 0.
       01  WS-CCY-LOOKUP               PIC X(3) VALUE SPACES.
       01  WS-RATE-MISSING-FLAG        PIC X VALUE 'N'.
           88  WS-RATE-MISSING              VALUE 'Y'.

       01  WS-OUTX-ID-TABLE.
           05  WS-OUTX-ID-COUNT         PIC 9(4) VALUE 0.
           05  WS-OUTX-ID               PIC X(6) OCCURS 2000 TIMES.
       01  WS-OUTX-IDX                 PIC 9(4) VALUE 0.
       01  WS-NETCLR-FLAG              PIC X VALUE 'N'.
           88  WS-OFFSETS-TO-NETWORK       VALUE 'Y'.

      *    THE LINE ABOUT TO BE WRITTEN, AND THE HOME EQUIVALENTS OF
      *    EVERY LINE WRITTEN SO FAR.
       01  WS-LINE-ACCOUNT-CODE        PIC X(10) VALUE SPACES.
       01  WS-LINE-CCY-IDX             PIC 9(2) VALUE 0.
       01  WS-LINE-DEBITS              PIC 9(11)V99 VALUE 0.
       01  WS-LINE-CREDITS             PIC 9(11)V99 VALUE 0.
       01  WS-HOME-TOTAL-DEBITS        PIC 9(13)V99 VALUE 0.
       01  WS-HOME-TOTAL-CREDITS       PIC 9(13)V99 VALUE 0.

       01  WS-BALANCE-FLAG             PIC X VALUE 'Y'.
           88  WS-EXTRACT-IN-BALANCE       VALUE 'Y'.

           PERFORM ESTABLISH-RUN-DATE

           OPEN INPUT FXRATES
           IF WS-FXRATES-OK
               PERFORM LOAD-EXCHANGE-RATES
                   UNTIL WS-FXRATES-EOF-FLAG = 'Y'
               CLOSE FXRATES
           ELSE
               DISPLAY "GL-EXTRACT: *** FXRATES OPEN FAILED, STATUS "
                   WS-FXRATES-STATUS " - NO EXCHANGE RATES ***"
           END-IF

      *    THE MASTER IS ONLY READ FOR EACH ACCOUNT'S CURRENCY.
      *    WITHOUT IT NO LEG'S CURRENCY CAN BE TRUSTED, SO THE FEED
      *    IS HELD BACK.
           OPEN INPUT ACCOUNTS
           IF WS-ACCOUNTS-OK
               SET WS-ACCOUNTS-OPEN TO TRUE
           ELSE
               DISPLAY "GL-EXTRACT: SEVERE - ACCOUNTS OPEN FAILED, "
                   "STATUS " WS-ACCOUNTS-STATUS
               SET WS-EXTRACT-OUT-OF-BALANCE TO TRUE
           END-IF

           MOVE SPACES TO WS-CCY-LOOKUP
           PERFORM FIND-OR-ADD-CURRENCY

           OPEN INPUT AUDITLOG
           PERFORM ACCUMULATE-AUDIT-ACTIVITY UNTIL WS-EOF-FLAG = 'Y'
           PERFORM APPLY-TRANSACTION-LEGS
           CLOSE AUDITLOG
           IF WS-ACCOUNTS-OPEN
               CLOSE ACCOUNTS
           END-IF

           OPEN OUTPUT GLOUT
           OPEN OUTPUT JOBSTAT

           PERFORM WRITE-JOURNAL-LINES
           PERFORM WRITE-CURRENCY-OFFSET-LINES
               VARYING WS-CCY-IDX FROM 1 BY 1
               UNTIL WS-CCY-IDX > WS-CCY-COUNT
           PERFORM WRITE-FX-GAIN-LOSS-LINE
           PERFORM PROVE-CROSS-FOOT

           CLOSE GLOUT
           DISPLAY "GL-EXTRACT: Extract completed"
           DISPLAY "GL-EXTRACT: Audit records in period: "
               WS-AUDIT-COUNT
           DISPLAY "GL-EXTRACT: Currencies in period: "
               WS-CCY-COUNT
           DISPLAY "GL-EXTRACT: Journal lines written: "
               WS-JOURNAL-LINE-COUNT

           DISPLAY "GL-EXTRACT: Run date is " WS-RUN-DATE.

      *----------------------------------------------------------------
      *    LOAD THE RUN DATE'S EXCHANGE RATES.  THE HOME EQUIVALENTS
      *    ARE STRUCK AT THE SAME RATES ACCOUNT-UPDATE CONVERTED AT.
      *----------------------------------------------------------------
       LOAD-EXCHANGE-RATES.
           READ FXRATES
               AT END MOVE 'Y' TO WS-FXRATES-EOF-FLAG
               NOT AT END
                   IF FXRT-RATE-DATE = WS-RUN-DATE
                       AND FXRT-RATE IS NUMERIC
                       AND FXRT-RATE-NUM > 0
                       PERFORM APPLY-RATE-TO-TABLE
                   END-IF
           END-READ.

       APPLY-RATE-TO-TABLE.
           MOVE FXRT-CURRENCY-CODE TO WS-FX-LOOKUP-CCY
           PERFORM FIND-EXCHANGE-RATE
           IF WS-FX-FOUND
               MOVE FXRT-RATE-NUM TO WS-FX-RATE (WS-FX-FOUND-IDX)
           ELSE
               IF WS-FX-COUNT < 50
                   ADD 1 TO WS-FX-COUNT
                   MOVE FXRT-CURRENCY-CODE
                       TO WS-FX-CURRENCY (WS-FX-COUNT)
                   MOVE FXRT-RATE-NUM TO WS-FX-RATE (WS-FX-COUNT)
               ELSE
                   DISPLAY "GL-EXTRACT: *** EXCHANGE RATE TABLE "
                       "FULL - " FXRT-CURRENCY-CODE " IGNORED ***"
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
      *    COLLECT THE DAY'S POSTED MOVEMENTS A TRANSACTION AT A TIME.
      *    WHEN A NEW TRANSACTION ID COMES UP THE ONE BEFORE IT IS
      *    COMPLETE AND IS APPLIED TO THE TOTALS.
      *----------------------------------------------------------------
       ACCUMULATE-AUDIT-ACTIVITY.
           READ AUDITLOG
               NOT AT END
                   IF AUDIT-TIMESTAMP (1:8) = WS-RUN-DATE-DISPLAY
                       ADD 1 TO WS-AUDIT-COUNT
                       PERFORM BUFFER-AUDIT-LEG
                   END-IF
           END-READ.

       BUFFER-AUDIT-LEG.
           IF WS-LEG-COUNT > 0
               IF AUDIT-TRAN-ID NOT = WS-LEG-TRAN-ID (1)
                   OR WS-LEG-COUNT = 20
                   PERFORM APPLY-TRANSACTION-LEGS
               END-IF
           END-IF

           PERFORM GET-ACCOUNT-CURRENCY
           ADD 1 TO WS-LEG-COUNT
           MOVE AUDIT-TRAN-ID TO WS-LEG-TRAN-ID (WS-LEG-COUNT)
           MOVE AUDIT-TRAN-TYPE TO WS-LEG-TRAN-TYPE (WS-LEG-COUNT)
           MOVE AUDIT-ORIG-TRAN-ID
               TO WS-LEG-ORIG-TRAN-ID (WS-LEG-COUNT)
           COMPUTE WS-LEG-DELTA (WS-LEG-COUNT) =
               AUDIT-AFTER-BALANCE - AUDIT-BEFORE-BALANCE
           MOVE WS-ACCOUNT-CURRENCY
               TO WS-LEG-CURRENCY (WS-LEG-COUNT)
           IF WS-LEG-CURRENCY (WS-LEG-COUNT)
               NOT = WS-LEG-CURRENCY (1)
               SET WS-LEGS-SPAN-CURRENCIES TO TRUE
           END-IF.

      *----------------------------------------------------------------
      *    THE CURRENCY OF THE ACCOUNT THE AUDIT RECORD POSTED TO.  AN
      *    ACCOUNT NO LONGER ON THE MASTER IS TAKEN AS HOME CURRENCY.
      *----------------------------------------------------------------
       GET-ACCOUNT-CURRENCY.
           MOVE SPACES TO WS-ACCOUNT-CURRENCY
           IF WS-ACCOUNTS-OPEN
               MOVE AUDIT-ACCOUNT-NUM TO ACCT-NUMBER
               READ ACCOUNTS
                   INVALID KEY
                       DISPLAY "GL-EXTRACT: *** ACCOUNT "
                           AUDIT-ACCOUNT-NUM " NOT ON MASTER - "
                           "TAKEN AS HOME CURRENCY ***"
                   NOT INVALID KEY
                       MOVE ACCT-CURRENCY-CODE TO WS-ACCOUNT-CURRENCY
               END-READ
           END-IF.

       APPLY-TRANSACTION-LEGS.
           PERFORM APPLY-AUDIT-LEG-TO-TYPES
               VARYING WS-LEG-IDX FROM 1 BY 1
               UNTIL WS-LEG-IDX > WS-LEG-COUNT
           MOVE 0 TO WS-LEG-COUNT
           MOVE 'N' TO WS-LEG-MIXED-FLAG.

      *----------------------------------------------------------------
      *    TOTAL ONE MOVEMENT BY TRANSACTION TYPE WITHIN ITS CURRENCY,
      *    AND KEEP THE CURRENCY'S INDEPENDENT PROOF TOTALS FOR THE
      *    CROSS-FOOT.
      *----------------------------------------------------------------
       APPLY-AUDIT-LEG-TO-TYPES.
           MOVE WS-LEG-CURRENCY (WS-LEG-IDX) TO WS-CCY-LOOKUP
           PERFORM FIND-OR-ADD-CURRENCY
           IF WS-CCY-FOUND
               PERFORM APPLY-LEG-IN-CURRENCY
           END-IF.

       APPLY-LEG-IN-CURRENCY.
           MOVE WS-LEG-DELTA (WS-LEG-IDX) TO WS-MOVEMENT-DELTA

      *    THE PROOF TOTALS ARE TAKEN STRAIGHT FROM THE RECORD,
      *    BEFORE AND REGARDLESS OF TYPE BUCKETING.
           IF WS-MOVEMENT-DELTA >= 0
               ADD WS-MOVEMENT-DELTA
                   TO WS-CCY-PROOF-CREDITS (WS-CCY-FOUND-IDX)
           ELSE
               SUBTRACT WS-MOVEMENT-DELTA
                   FROM WS-CCY-PROOF-DEBITS (WS-CCY-FOUND-IDX)
           END-IF

           PERFORM JUDGE-NETWORK-OFFSET
           IF WS-OFFSETS-TO-NETWORK
               IF WS-MOVEMENT-DELTA >= 0
                   ADD WS-MOVEMENT-DELTA
                       TO WS-CCY-NETCLR-CREDITS (WS-CCY-FOUND-IDX)
               ELSE
                   SUBTRACT WS-MOVEMENT-DELTA
                       FROM WS-CCY-NETCLR-DEBITS (WS-CCY-FOUND-IDX)
               END-IF
           END-IF

           IF WS-LEG-TRAN-TYPE (WS-LEG-IDX) = 'ESCHEAT'
               IF WS-MOVEMENT-DELTA >= 0
                   ADD WS-MOVEMENT-DELTA
                       TO WS-CCY-ESCHPAY-CREDITS (WS-CCY-FOUND-IDX)
               ELSE
                   SUBTRACT WS-MOVEMENT-DELTA
                       FROM WS-CCY-ESCHPAY-DEBITS (WS-CCY-FOUND-IDX)
               END-IF
           END-IF

           IF WS-LEG-TRAN-TYPE (WS-LEG-IDX) = 'CHARGEOFF'
               IF WS-MOVEMENT-DELTA >= 0
                   ADD WS-MOVEMENT-DELTA
                       TO WS-CCY-ODLOSS-CREDITS (WS-CCY-FOUND-IDX)
               ELSE
                   SUBTRACT WS-MOVEMENT-DELTA
                       FROM WS-CCY-ODLOSS-DEBITS (WS-CCY-FOUND-IDX)
               END-IF
           END-IF

           IF WS-LEG-TRAN-TYPE (WS-LEG-IDX) = 'PROVCREDIT'
               OR WS-LEG-TRAN-TYPE (WS-LEG-IDX) = 'DISPCREDIT'
               OR WS-LEG-TRAN-TYPE (WS-LEG-IDX) = 'PROVDEBIT'
               IF WS-MOVEMENT-DELTA >= 0
                   ADD WS-MOVEMENT-DELTA
                       TO WS-CCY-DISPUTE-CREDITS (WS-CCY-FOUND-IDX)
               ELSE
                   SUBTRACT WS-MOVEMENT-DELTA
                       FROM WS-CCY-DISPUTE-DEBITS (WS-CCY-FOUND-IDX)
               END-IF
           END-IF

      *    A TRANSACTION SPANNING CURRENCIES CANNOT OFFSET ITSELF
      *    WITHIN ANY ONE OF THEM; EACH LEG CLEARS THROUGH FXCONV.
           IF WS-LEGS-SPAN-CURRENCIES
               AND NOT WS-OFFSETS-TO-NETWORK
               IF WS-MOVEMENT-DELTA >= 0
                   ADD WS-MOVEMENT-DELTA
                       TO WS-CCY-FXCONV-CREDITS (WS-CCY-FOUND-IDX)
               ELSE
                   SUBTRACT WS-MOVEMENT-DELTA
                       FROM WS-CCY-FXCONV-DEBITS (WS-CCY-FOUND-IDX)
               END-IF
           END-IF

           PERFORM FIND-TYPE-ENTRY
           IF NOT WS-TYPE-FOUND
               IF WS-TYPE-COUNT < 60
                   ADD 1 TO WS-TYPE-COUNT
                   MOVE WS-TYPE-COUNT TO WS-TYPE-FOUND-IDX
                   MOVE WS-LEG-TRAN-TYPE (WS-LEG-IDX)
                       TO WS-TYPE-NAME (WS-TYPE-FOUND-IDX)
                   MOVE WS-LEG-CURRENCY (WS-LEG-IDX)
                       TO WS-TYPE-CURRENCY (WS-TYPE-FOUND-IDX)
                   MOVE 0 TO WS-TYPE-DEBITS (WS-TYPE-FOUND-IDX)
                   MOVE 0 TO WS-TYPE-CREDITS (WS-TYPE-FOUND-IDX)
                   SET WS-TYPE-FOUND TO TRUE
               ELSE
                   DISPLAY "GL-EXTRACT: Type table full - "
                       WS-LEG-TRAN-TYPE (WS-LEG-IDX) " "
                       WS-LEG-CURRENCY (WS-LEG-IDX) " dropped"
                   SET WS-EXTRACT-OUT-OF-BALANCE TO TRUE
               END-IF
           END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *    DOES THIS MOVEMENT OFFSET TO THE NETWORK CLEARING-PAYABLE
      *    LINE RATHER THAN CASH?  OUTXFER IDS ARE REMEMBERED AS THEY
      *    GO BY SO A LATER SAME-DAY REVERSAL OF ONE CAN BE RECOGNISED.
      *----------------------------------------------------------------
       JUDGE-NETWORK-OFFSET.
           MOVE 'N' TO WS-NETCLR-FLAG
           EVALUATE WS-LEG-TRAN-TYPE (WS-LEG-IDX)
               WHEN 'OUTXFER'
                   SET WS-OFFSETS-TO-NETWORK TO TRUE
                   IF WS-OUTX-ID-COUNT < 2000
                       ADD 1 TO WS-OUTX-ID-COUNT
                       MOVE WS-LEG-TRAN-ID (WS-LEG-IDX)
                           TO WS-OUTX-ID (WS-OUTX-ID-COUNT)
                   ELSE
                       DISPLAY "GL-EXTRACT: Outbound ID table full - "
                           WS-LEG-TRAN-ID (WS-LEG-IDX) " not tracked"
                       SET WS-EXTRACT-OUT-OF-BALANCE TO TRUE
                   END-IF
               WHEN 'XFERRETURN'
                   SET WS-OFFSETS-TO-NETWORK TO TRUE
               WHEN 'REVERSAL'
                   PERFORM SEARCH-OUTX-ID-TABLE
                       VARYING WS-OUTX-IDX FROM 1 BY 1
                       UNTIL WS-OUTX-IDX > WS-OUTX-ID-COUNT
                          OR WS-OFFSETS-TO-NETWORK
           END-EVALUATE.

       SEARCH-OUTX-ID-TABLE.
           IF WS-OUTX-ID (WS-OUTX-IDX)
               = WS-LEG-ORIG-TRAN-ID (WS-LEG-IDX)
               SET WS-OFFSETS-TO-NETWORK TO TRUE
           END-IF.

       FIND-TYPE-ENTRY.
           MOVE 'N' TO WS-TYPE-FOUND-FLAG
           MOVE 0 TO WS-TYPE-FOUND-IDX
                  OR WS-TYPE-FOUND.

       SEARCH-TYPE-TABLE.
           IF WS-TYPE-NAME (WS-TYPE-IDX)
               = WS-LEG-TRAN-TYPE (WS-LEG-IDX)
               AND WS-TYPE-CURRENCY (WS-TYPE-IDX)
               = WS-LEG-CURRENCY (WS-LEG-IDX)
               SET WS-TYPE-FOUND TO TRUE
               MOVE WS-TYPE-IDX TO WS-TYPE-FOUND-IDX
           END-IF.

      *----------------------------------------------------------------
      *    FIND WS-CCY-LOOKUP'S ENTRY IN THE CURRENCY TABLE, ADDING IT
      *    WITH ITS RUN-DATE RATE THE FIRST TIME IT IS SEEN.  A
      *    FOREIGN CURRENCY WITH NO RATE DATED THE RUN DATE CANNOT BE
      *    GIVEN HOME EQUIVALENTS, SO THE FEED IS HELD BACK.
      *----------------------------------------------------------------
       FIND-OR-ADD-CURRENCY.
           PERFORM FIND-CURRENCY-ENTRY
           IF NOT WS-CCY-FOUND
               IF WS-CCY-COUNT < 20
                   ADD 1 TO WS-CCY-COUNT
                   MOVE WS-CCY-COUNT TO WS-CCY-FOUND-IDX
                   INITIALIZE WS-CCY-ENTRY (WS-CCY-FOUND-IDX)
                   MOVE WS-CCY-LOOKUP
                       TO WS-CCY-CODE (WS-CCY-FOUND-IDX)
                   PERFORM SET-CURRENCY-RATE
                   SET WS-CCY-FOUND TO TRUE
               ELSE
                   DISPLAY "GL-EXTRACT: Currency table full - "
                       WS-CCY-LOOKUP " dropped"
                   SET WS-EXTRACT-OUT-OF-BALANCE TO TRUE
               END-IF
           END-IF.

       SET-CURRENCY-RATE.
           IF WS-CCY-LOOKUP = SPACES
               MOVE 1 TO WS-CCY-RATE (WS-CCY-FOUND-IDX)
           ELSE
               MOVE WS-CCY-LOOKUP TO WS-FX-LOOKUP-CCY
               PERFORM FIND-EXCHANGE-RATE
               IF WS-FX-FOUND
                   MOVE WS-FX-RATE (WS-FX-FOUND-IDX)
                       TO WS-CCY-RATE (WS-CCY-FOUND-IDX)
               ELSE
                   MOVE 0 TO WS-CCY-RATE (WS-CCY-FOUND-IDX)
                   SET WS-RATE-MISSING TO TRUE
                   SET WS-EXTRACT-OUT-OF-BALANCE TO TRUE
                   DISPLAY "GL-EXTRACT: *** NO EXCHANGE RATE FOR "
                       WS-CCY-LOOKUP " DATED " WS-RUN-DATE
                       " - NO HOME EQUIVALENTS ***"
               END-IF
           END-IF.

       FIND-CURRENCY-ENTRY.
           MOVE 'N' TO WS-CCY-FOUND-FLAG
           MOVE 0 TO WS-CCY-FOUND-IDX
           PERFORM SEARCH-CURRENCY-TABLE
               VARYING WS-CCY-IDX FROM 1 BY 1
               UNTIL WS-CCY-IDX > WS-CCY-COUNT
                  OR WS-CCY-FOUND.

       SEARCH-CURRENCY-TABLE.
           IF WS-CCY-CODE (WS-CCY-IDX) = WS-CCY-LOOKUP
               SET WS-CCY-FOUND TO TRUE
               MOVE WS-CCY-IDX TO WS-CCY-FOUND-IDX
           END-IF.

      *----------------------------------------------------------------
      *    ONE JOURNAL LINE PER TRANSACTION TYPE AND CURRENCY SEEN
      *    TODAY.
      *----------------------------------------------------------------
       WRITE-JOURNAL-LINES.
           PERFORM WRITE-ONE-JOURNAL-LINE
               UNTIL WS-TYPE-IDX > WS-TYPE-COUNT.

       WRITE-ONE-JOURNAL-LINE.
           MOVE WS-TYPE-CURRENCY (WS-TYPE-IDX) TO WS-CCY-LOOKUP
           PERFORM FIND-CURRENCY-ENTRY
           MOVE WS-CCY-FOUND-IDX TO WS-LINE-CCY-IDX
           MOVE WS-TYPE-NAME (WS-TYPE-IDX) TO WS-LINE-ACCOUNT-CODE
           MOVE WS-TYPE-DEBITS (WS-TYPE-IDX) TO WS-LINE-DEBITS
           MOVE WS-TYPE-CREDITS (WS-TYPE-IDX) TO WS-LINE-CREDITS
           PERFORM WRITE-GL-LINE
           ADD WS-TYPE-DEBITS (WS-TYPE-IDX)
               TO WS-CCY-TOTAL-DEBITS (WS-LINE-CCY-IDX)
           ADD WS-TYPE-CREDITS (WS-TYPE-IDX)
               TO WS-CCY-TOTAL-CREDITS (WS-LINE-CCY-IDX).

      *----------------------------------------------------------------
      *    WRITE THE LINE SET UP IN WS-LINE-*, IN ITS CURRENCY AND AT
      *    ITS HOME EQUIVALENT.
      *----------------------------------------------------------------
       WRITE-GL-LINE.
           MOVE SPACES TO GL-JOURNAL-RECORD
           MOVE WS-RUN-DATE TO GL-RUN-DATE
           MOVE "DAILYPST" TO GL-JOURNAL-SOURCE
           MOVE WS-LINE-ACCOUNT-CODE TO GL-ACCOUNT-CODE
           MOVE WS-LINE-DEBITS TO GL-DEBIT-AMT
           MOVE WS-LINE-CREDITS TO GL-CREDIT-AMT
           MOVE WS-CCY-CODE (WS-LINE-CCY-IDX) TO GL-CURRENCY-CODE
           COMPUTE GL-HOME-DEBIT-AMT ROUNDED =
               WS-LINE-DEBITS * WS-CCY-RATE (WS-LINE-CCY-IDX)
           COMPUTE GL-HOME-CREDIT-AMT ROUNDED =
               WS-LINE-CREDITS * WS-CCY-RATE (WS-LINE-CCY-IDX)
           WRITE GL-JOURNAL-RECORD
           ADD 1 TO WS-JOURNAL-LINE-COUNT
           ADD GL-HOME-DEBIT-AMT TO WS-HOME-TOTAL-DEBITS
           ADD GL-HOME-CREDIT-AMT TO WS-HOME-TOTAL-CREDITS.

      *----------------------------------------------------------------
      *    EACH CURRENCY'S OFFSET LINES, SO THE CURRENCY'S LINES SUM
      *    TO ZERO ON THEIR OWN.  THE HOME CURRENCY ALWAYS GETS ITS
      *    CASH/CLEARING LINE, EVEN ON A QUIET DAY.
      *----------------------------------------------------------------
       WRITE-CURRENCY-OFFSET-LINES.
           MOVE WS-CCY-IDX TO WS-LINE-CCY-IDX
           PERFORM WRITE-CLEARING-LINE
           PERFORM WRITE-NETWORK-CLEARING-LINE
           PERFORM WRITE-ESCHEAT-PAYABLE-LINE
           PERFORM WRITE-OVERDRAFT-LOSS-LINE
           PERFORM WRITE-DISPUTE-LINE
           PERFORM WRITE-FX-CONVERSION-LINE.

      *----------------------------------------------------------------
      *    THE OFFSETTING CASH/CLEARING LINE: DEBITS AND CREDITS
      *    MIRRORED, SO THE CURRENCY SUMS TO ZERO.  THE NETWORK SHARE
      *    IS TAKEN OUT HERE AND OFFSET ON ITS OWN LINE BELOW, AS ARE
      *    THE ESCHEAT, OVERDRAFT-LOSS, DISPUTE AND CURRENCY-
      *    CONVERSION SHARES.
      *----------------------------------------------------------------
       WRITE-CLEARING-LINE.
           MOVE "CASHCLRG" TO WS-LINE-ACCOUNT-CODE
           COMPUTE WS-LINE-DEBITS =
               WS-CCY-TOTAL-CREDITS (WS-CCY-IDX)
               - WS-CCY-NETCLR-CREDITS (WS-CCY-IDX)
               - WS-CCY-ESCHPAY-CREDITS (WS-CCY-IDX)
               - WS-CCY-ODLOSS-CREDITS (WS-CCY-IDX)
               - WS-CCY-DISPUTE-CREDITS (WS-CCY-IDX)
               - WS-CCY-FXCONV-CREDITS (WS-CCY-IDX)
           COMPUTE WS-LINE-CREDITS =
               WS-CCY-TOTAL-DEBITS (WS-CCY-IDX)
               - WS-CCY-NETCLR-DEBITS (WS-CCY-IDX)
               - WS-CCY-ESCHPAY-DEBITS (WS-CCY-IDX)
               - WS-CCY-ODLOSS-DEBITS (WS-CCY-IDX)
               - WS-CCY-DISPUTE-DEBITS (WS-CCY-IDX)
               - WS-CCY-FXCONV-DEBITS (WS-CCY-IDX)
           PERFORM WRITE-GL-LINE.

      *----------------------------------------------------------------
      *    THE NETWORK CLEARING-PAYABLE LINE: CREDITED WITH WHAT OUR
      *    CUSTOMERS SENT OUT, DEBITED WITH WHAT CAME BACK.  WRITTEN
      *    ONLY FOR A CURRENCY WITH NETWORK ACTIVITY.
      *----------------------------------------------------------------
       WRITE-NETWORK-CLEARING-LINE.
           IF WS-CCY-NETCLR-DEBITS (WS-CCY-IDX) > 0
               OR WS-CCY-NETCLR-CREDITS (WS-CCY-IDX) > 0
               MOVE "NETCLRPY" TO WS-LINE-ACCOUNT-CODE
               MOVE WS-CCY-NETCLR-CREDITS (WS-CCY-IDX)
                   TO WS-LINE-DEBITS
               MOVE WS-CCY-NETCLR-DEBITS (WS-CCY-IDX)
                   TO WS-LINE-CREDITS
               PERFORM WRITE-GL-LINE
           END-IF.

      *----------------------------------------------------------------
      *    THE ESCHEAT-PAYABLE LINE: CREDITED WITH THE DORMANT
      *    BALANCES REMITTED, UNTIL FINANCE PAYS THE STATE.  WRITTEN
      *    ONLY FOR A CURRENCY WITH ESCHEAT ACTIVITY.
      *----------------------------------------------------------------
       WRITE-ESCHEAT-PAYABLE-LINE.
           IF WS-CCY-ESCHPAY-DEBITS (WS-CCY-IDX) > 0
               OR WS-CCY-ESCHPAY-CREDITS (WS-CCY-IDX) > 0
               MOVE "ESCHPAY" TO WS-LINE-ACCOUNT-CODE
               MOVE WS-CCY-ESCHPAY-CREDITS (WS-CCY-IDX)
                   TO WS-LINE-DEBITS
               MOVE WS-CCY-ESCHPAY-DEBITS (WS-CCY-IDX)
                   TO WS-LINE-CREDITS
               PERFORM WRITE-GL-LINE
           END-IF.

      *----------------------------------------------------------------
      *    THE OVERDRAFT-LOSS LINE: DEBITED WITH THE OVERDRAWN
      *    BALANCES CHARGED OFF.  WRITTEN ONLY FOR A CURRENCY WITH
      *    CHARGE-OFF ACTIVITY.
      *----------------------------------------------------------------
       WRITE-OVERDRAFT-LOSS-LINE.
           IF WS-CCY-ODLOSS-DEBITS (WS-CCY-IDX) > 0
               OR WS-CCY-ODLOSS-CREDITS (WS-CCY-IDX) > 0
               MOVE "ODLOSS" TO WS-LINE-ACCOUNT-CODE
               MOVE WS-CCY-ODLOSS-CREDITS (WS-CCY-IDX)
                   TO WS-LINE-DEBITS
               MOVE WS-CCY-ODLOSS-DEBITS (WS-CCY-IDX)
                   TO WS-LINE-CREDITS
               PERFORM WRITE-GL-LINE
           END-IF.

      *----------------------------------------------------------------
      *    THE DISPUTE LINE: DEBITED WITH THE CREDITS GIVEN ON
      *    CUSTOMER DISPUTES, CREDITED WITH THE PROVISIONAL CREDITS
      *    TAKEN BACK.  WRITTEN ONLY FOR A CURRENCY WITH DISPUTE
      *    ACTIVITY.
      *----------------------------------------------------------------
       WRITE-DISPUTE-LINE.
           IF WS-CCY-DISPUTE-DEBITS (WS-CCY-IDX) > 0
               OR WS-CCY-DISPUTE-CREDITS (WS-CCY-IDX) > 0
               MOVE "DISPUTE" TO WS-LINE-ACCOUNT-CODE
               MOVE WS-CCY-DISPUTE-CREDITS (WS-CCY-IDX)
                   TO WS-LINE-DEBITS
               MOVE WS-CCY-DISPUTE-DEBITS (WS-CCY-IDX)
                   TO WS-LINE-CREDITS
               PERFORM WRITE-GL-LINE
           END-IF.

      *----------------------------------------------------------------
      *    THE CURRENCY-CONVERSION LINE: THE OTHER SIDE OF EVERY LEG
      *    OF A CROSS-CURRENCY TRANSACTION, IN THE LEG'S OWN
      *    CURRENCY.  WRITTEN ONLY FOR A CURRENCY THAT HAD ONE.
      *----------------------------------------------------------------
       WRITE-FX-CONVERSION-LINE.
           IF WS-CCY-FXCONV-DEBITS (WS-CCY-IDX) > 0
               OR WS-CCY-FXCONV-CREDITS (WS-CCY-IDX) > 0
               MOVE "FXCONV" TO WS-LINE-ACCOUNT-CODE
               MOVE WS-CCY-FXCONV-CREDITS (WS-CCY-IDX)
                   TO WS-LINE-DEBITS
               MOVE WS-CCY-FXCONV-DEBITS (WS-CCY-IDX)
                   TO WS-LINE-CREDITS
               PERFORM WRITE-GL-LINE
           END-IF.

      *----------------------------------------------------------------
      *    THE RATE GAIN/LOSS LINE, IN THE HOME CURRENCY.  EVERY
      *    CURRENCY BALANCES ON ITS OWN, SO WHATEVER THE HOME
      *    EQUIVALENTS DO NOT NET TO IS WHAT THE CONVERSIONS GAINED OR
      *    LOST AT TODAY'S RATES (A REVERSAL BACKS OUT EACH LEG AS
      *    ORIGINALLY POSTED, SO IT CAN LAND ON A DIFFERENT RATE), PLUS
      *    THE ROUNDING OF EACH LINE TO THE PENNY.  MORE HOME DEBITS
      *    THAN CREDITS IS A GAIN, CREDITED; THE REVERSE IS A LOSS.
      *    NOT WRITTEN WHEN A RATE IS MISSING - THE DIFFERENCE WOULD
      *    BE MEANINGLESS, AND THE FEED IS HELD BACK ANYWAY.
      *----------------------------------------------------------------
       WRITE-FX-GAIN-LOSS-LINE.
           IF NOT WS-RATE-MISSING
               AND WS-HOME-TOTAL-DEBITS NOT = WS-HOME-TOTAL-CREDITS
               MOVE "FXGAINLS" TO WS-LINE-ACCOUNT-CODE
               MOVE 1 TO WS-LINE-CCY-IDX
               IF WS-HOME-TOTAL-DEBITS > WS-HOME-TOTAL-CREDITS
                   MOVE 0 TO WS-LINE-DEBITS
                   COMPUTE WS-LINE-CREDITS =
                       WS-HOME-TOTAL-DEBITS - WS-HOME-TOTAL-CREDITS
               ELSE
                   COMPUTE WS-LINE-DEBITS =
                       WS-HOME-TOTAL-CREDITS - WS-HOME-TOTAL-DEBITS
                   MOVE 0 TO WS-LINE-CREDITS
               END-IF
               PERFORM WRITE-GL-LINE
           END-IF.

      *----------------------------------------------------------------
      *    PROVE THE EXTRACT: IN EVERY CURRENCY, THE DEBIT AND CREDIT
      *    TOTALS OF THE JOURNAL LINES AS WRITTEN MUST EACH EQUAL THE
      *    PER-RECORD PROOF TOTALS SUMMED STRAIGHT FROM THE AUDIT
      *    TRAIL - THE SAME MOVEMENTS DAILY-RECON'S TOTALS ARE BUILT
      *    FROM.  THE HOME EQUIVALENTS OF ALL THE LINES MUST THEN
      *    BALANCE ACROSS THE WHOLE EXTRACT.
      *----------------------------------------------------------------
       PROVE-CROSS-FOOT.
           PERFORM PROVE-ONE-CURRENCY
               VARYING WS-CCY-IDX FROM 1 BY 1
               UNTIL WS-CCY-IDX > WS-CCY-COUNT
           IF WS-HOME-TOTAL-DEBITS NOT = WS-HOME-TOTAL-CREDITS
               SET WS-EXTRACT-OUT-OF-BALANCE TO TRUE
               DISPLAY "GL-EXTRACT: *** HOME-CURRENCY EQUIVALENTS DO "
                   "NOT BALANCE ***"
           END-IF.

       PROVE-ONE-CURRENCY.
           IF WS-CCY-TOTAL-DEBITS (WS-CCY-IDX)
               NOT = WS-CCY-PROOF-DEBITS (WS-CCY-IDX)
               OR WS-CCY-TOTAL-CREDITS (WS-CCY-IDX)
               NOT = WS-CCY-PROOF-CREDITS (WS-CCY-IDX)
               SET WS-EXTRACT-OUT-OF-BALANCE TO TRUE
               DISPLAY "GL-EXTRACT: *** JOURNAL LINES IN CURRENCY '"
                   WS-CCY-CODE (WS-CCY-IDX) "' DO NOT CROSS-FOOT TO "
                   "THE AUDIT TRAIL'S MOVEMENTS ***"
           END-IF.

      *----------------------------------------------------------------
