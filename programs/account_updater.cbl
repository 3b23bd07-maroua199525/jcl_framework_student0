      *      ACCRUAL CANNOT RESET THE DORMANCY CLOCK AND KEEP THE
      *      REGULATORY SWEEP FROM EVER REACHING AN INTEREST-BEARING
      *      ACCOUNT
      *    - CHEQUE POSTS AS A CUSTOMER DEBIT THROUGH THE WITHDRAWAL
      *      PATH.  EVERY PAID CHEQUE IS WRITTEN TO THE KEYED PAID-ITEM
      *      REGISTER (PAIDITEM, ACCOUNT + SERIAL) WHEN ITS GROUP
      *      COMMITS, AND ITS SERIAL IS CARRIED ONTO THE HISTORY LEG
      *      FOR THE STATEMENT.  A SERIAL ALREADY ON THE REGISTER -
      *      SAY A CHEQUE HELD IN SUSPENSE WHILE THE SAME ITEM CLEARED
      *      ANOTHER WAY - GOES TO EXCPTNS AS DUPCHQ INSTEAD OF BEING
      *      PAID TWICE
      *    - OUTXFER (A TRANSFER TO ANOTHER BANK) DEBITS THE CUSTOMER
      *      THROUGH THE WITHDRAWAL PATH AND, AS THE GROUP COMMITS,
      *      WRITES THE ITEM WITH ITS BENEFICIARY TO THE CUMULATIVE
      *      OUTITEMS FILE FOR THE END-OF-DAY OUTBOUND NETWORK FILE;
      *      THE CREDIT SIDE IS THE CLEARING-PAYABLE POSITION GL-
      *      EXTRACT BOOKS.  XFERRETURN CREDITS A RETURNED ITEM BACK
      *      TO THE ORIGINATING ACCOUNT ONCE IT IS PROVED AGAINST THE
      *      OUTXFER ON THE HISTORY MASTER (SAME ACCOUNT, SAME
      *      AMOUNT, NOT ALREADY RETURNED OR REVERSED), AND FLAGS THAT
      *      OUTXFER SO IT CANNOT COME BACK TWICE
      *    - ESCHEAT (THE ANNUAL UNCLAIMED-PROPERTY REMITTANCE) POSTS
      *      ONLY AGAINST A DORMANT ACCOUNT, AND ONLY FOR THE WHOLE
      *      REMAINING BALANCE - A CUSTOMER WHO CAME BACK AFTER THE
      *      DUE-DILIGENCE LETTER (ESCHNDRM), A BALANCE THAT MOVED
      *      SINCE THE FEED WAS CUT (ESCHBAL) OR AN ACTIVE HOLD
      *      (HOLDBLKD) REFUSES IT.  IT IS BANK-GENERATED AND LEAVES
      *      THE LAST-ACTIVITY DATE AS THE OWNER LEFT IT
      *    - CHARGEOFF (FROM OD-AGING) WRITES A LONG-OVERDRAWN BALANCE
      *      OFF TO LOSS: A CREDIT THAT MUST TAKE THE BALANCE EXACTLY
      *      TO ZERO (CHGOBAL OTHERWISE), REFUSED ON A CLOSED ACCOUNT
      *      (ACCTINAC) BUT TAKEN ON HOLD, WHICH COLLECTIONS WILL
      *      USUALLY HAVE PLACED.  IT SETS THE CHARGE-OFF FLAG ON THE
      *      MASTER AND LEAVES THE LAST-ACTIVITY DATE ALONE
      *    - FOREIGN-CURRENCY ACCOUNTS: AN ITEM WHOSE CURRENCY IS NOT
      *      ITS ACCOUNT'S IS REFUSED (CCYMISM).  A TRANSFER BETWEEN
      *      TWO CURRENCIES DEBITS THE SOURCE WITH THE AMOUNT AS
      *      SENT AND CREDITS THE DESTINATION WITH IT CONVERTED AT
      *      THE RUN DATE'S RATES FROM FXRATES, EACH LEG IN ITS OWN
      *      ACCOUNT'S CURRENCY; WITHOUT A RATE DATED THE RUN DATE
      *      FOR EACH FOREIGN SIDE IT IS REFUSED (NORATE).  A
      *      REVERSAL BACKS OUT EACH LEG'S OWN MOVEMENT, SO IT NEEDS
      *      NO RATE
      *    - CUSTOMER DISPUTES: PROVCREDIT AND DISPCREDIT CREDIT, AND
      *      PROVDEBIT RE-DEBITS, THE DISPUTED AMOUNT FROM
      *      DISPUTE-CASE.  THEY ARE THE BANK'S OWN ADJUSTMENTS, SO
      *      THEY POST WHATEVER THE ACCOUNT'S STATUS OR BALANCE AND
      *      LEAVE THE LAST-ACTIVITY DATE ALONE.  A REVERSAL OF A
      *      DISPUTED POSTING, OR OF ONE OF THESE ADJUSTMENTS, AND A
      *      NETWORK RETURN OF A DISPUTED OUTXFER ARE REFUSED
      *      (DISPUTED) - THE CASE SETTLES THE MONEY, AND IT MUST NOT
      *      COME BACK TWICE
      *    - A REVERSAL OF AN OUTXFER POSTED ON AN EARLIER RUN DATE IS
      *      REFUSED (OUTXSENT) - THAT ITEM HAS GONE TO THE CLEARING
      *      NETWORK, AND THE MONEY CAN ONLY COME BACK AS AN
      *      XFERRETURN.  EACH OUTBOUND ITEM IS WRITTEN NOT YET SENT,
      *      FOR NET-OUTBOUND TO STAMP WHEN IT GOES
      *    - AN OUTXFER FROM A FOREIGN-CURRENCY ACCOUNT IS REFUSED
      *      (CCYMISM) - THE CLEARING NETWORK SETTLES IN THE HOME
      *      CURRENCY ONLY.  THE VALIDATOR CANNOT CATCH IT WHEN ITS
      *      ACCOUNTS OPEN FAILS
      ******************************************************************

       ENVIRONMENT DIVISION.
               ALTERNATE RECORD KEY IS THIS-ACCOUNT-NUM
                   WITH DUPLICATES
               FILE STATUS IS WS-TRANHIST-STATUS.
           SELECT PAIDITEM ASSIGN TO "PAIDITEM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAID-KEY
               FILE STATUS IS WS-PAIDITEM-STATUS.
           SELECT HOLDS ASSIGN TO "HOLDS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FXRATES ASSIGN TO "FXRATES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FXRATES-STATUS.
           SELECT EXCPTNS ASSIGN TO "EXCPTNS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OUTITEMS ASSIGN TO "OUTITEMS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RESTART-FILE ASSIGN TO "RESTART"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOBSTAT ASSIGN TO "JOBSTAT"
       FD  TRANHIST.
           COPY THISTREC.

      *    PAID-ITEM REGISTER - ONE RECORD PER CHEQUE SERIAL PAID ON
      *    EACH ACCOUNT, WRITTEN AS THE CHEQUE'S POSTING COMMITS.
       FD  PAIDITEM.
           COPY PAIDREC.

       FD  HOLDS.
           COPY HOLDREC.

      *    EXCHANGE RATES, READ AT STARTUP FOR CROSS-CURRENCY
      *    TRANSFERS.
       FD  FXRATES.
           COPY FXRTREC.

       FD  EXCPTNS.
           COPY EXCPREC.

      *    OUTBOUND CLEARING ITEMS - ONE PER OUTXFER POSTED, FOR THE
      *    END-OF-DAY OUTBOUND NETWORK FILE.
       FD  OUTITEMS.
           COPY OUTXREC.

       FD  RESTART-FILE.
           COPY RSTRREC.

               10  WS-GA-BEFORE-BALANCE     PIC S9(9)V99.
               10  WS-GA-AFTER-BALANCE      PIC S9(9)V99.
               10  WS-GA-BRANCH-ID          PIC X(3).
               10  WS-GA-CHEQUE-SERIAL      PIC X(8).
               10  WS-GA-BENEF-ACCOUNT      PIC X(5).
               10  WS-GA-AMOUNT             PIC 9(8)V99.
       01  WS-GA-IDX                   PIC 9(3) VALUE 0.

      *    WORK AREA FOR THE TRANSACTION CURRENTLY BEING POSTED.
       01  WS-XFER-SOURCE-BEFORE-BAL   PIC S9(9)V99.
       01  WS-XFER-SOURCE-AFTER-BAL    PIC S9(9)V99.

      *    THE SOURCE ACCOUNT'S CURRENCY AND THE AMOUNT THE
      *    DESTINATION IS CREDITED WITH - THE TRANSFER AMOUNT ITSELF
      *    WHEN BOTH ACCOUNTS ARE IN ONE CURRENCY, OTHERWISE THAT
      *    AMOUNT CONVERTED THROUGH THE HOME CURRENCY AT THE RUN
      *    DATE'S RATES.
       01  WS-XFER-SOURCE-CURRENCY     PIC X(3).
       01  WS-XFER-CREDIT-AMOUNT       PIC S9(9)V99.
       01  WS-XFER-SOURCE-RATE         PIC 9(5)V9(6).
       01  WS-XFER-DEST-RATE           PIC 9(5)V9(6).

      *    EXCHANGE RATES DATED THE RUN DATE, ONE ENTRY PER FOREIGN
      *    CURRENCY (THE LAST LOADED WINS IF A DATE WAS RELOADED).
      *    THE HOME CURRENCY (BLANK) IS ALWAYS RATE 1.
       01  WS-FXRATES-STATUS           PIC X(2) VALUE '00'.
           88  WS-FXRATES-OK               VALUE '00'.
       01  WS-FXRATES-EOF-FLAG         PIC X VALUE 'N'.
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
       01  WS-FX-LOOKUP-RATE           PIC 9(5)V9(6) VALUE 0.

      *    CROSS-REFERENCE CARRIED ON EVERY AUDIT RECORD WRITTEN.
      *    BLANK EXCEPT WHILE A REVERSAL LEG IS BEING POSTED, WHEN IT
      *    NAMES THE ORIGINAL TRANSACTION BEING BACKED OUT.
           05  WS-REV-LEG-IDX           PIC 9(2) VALUE 0.
       01  WS-ALREADY-REVERSED-FLAG    PIC X VALUE 'N'.
           88  WS-ORIGINAL-ALREADY-REVERSED VALUE 'Y'.
       01  WS-ORIGINAL-DISPUTED-FLAG   PIC X VALUE 'N'.
           88  WS-ORIGINAL-DISPUTED        VALUE 'Y'.
       01  WS-ORIGINAL-SENT-FLAG       PIC X VALUE 'N'.
           88  WS-ORIGINAL-OUTXFER-SENT    VALUE 'Y'.
       01  WS-REV-LOOKUP-LEG           PIC 9(2) VALUE 0.
       01  WS-REV-LOOKUP-DONE-FLAG     PIC X VALUE 'N'.
           88  WS-REV-LOOKUP-DONE          VALUE 'Y'.
       01  WS-HIST-LEG-SEQ             PIC 9(2) VALUE 0.
       01  WS-AUDIT-WRITTEN-COUNT      PIC 9(7) VALUE 0.
       01  WS-HIST-WRITTEN-COUNT       PIC 9(7) VALUE 0.
      *    CHEQUE SERIAL FOR THE HISTORY LEG ABOUT TO BE WRITTEN -
      *    SET ONLY WHILE A BUFFERED CHEQUE'S AUDIT ENTRY IS OUT.
       01  WS-HIST-CHEQUE-SERIAL       PIC X(8) VALUE SPACES.

      *    PAID-ITEM REGISTER STATE.  A CHEQUE WHOSE SERIAL IS ON
      *    THE REGISTER, OR BUFFERED EARLIER IN THE SAME GROUP, HAS
      *    ALREADY BEEN PAID AND IS NOT PAID AGAIN.
       01  WS-PAIDITEM-STATUS          PIC X(2) VALUE '00'.
           88  WS-PAIDITEM-OK              VALUE '00'.
       01  WS-CHEQUE-PAID-FLAG         PIC X VALUE 'N'.
           88  WS-CHEQUE-ALREADY-PAID      VALUE 'Y'.
       01  WS-PAID-WRITTEN-COUNT       PIC 9(7) VALUE 0.

      *    OUTBOUND CLEARING STATE.  A NETWORK RETURN IS PROVED
      *    AGAINST LEG 1 OF THE OUTXFER IT NAMES BEFORE ANY MONEY
      *    COMES BACK.
       01  WS-OUTX-WRITTEN-COUNT       PIC 9(7) VALUE 0.
       01  WS-RETURN-OK-FLAG           PIC X VALUE 'N'.
           88  WS-RETURN-MATCHES           VALUE 'Y'.
       01  WS-RETURN-ORIG-AMOUNT       PIC S9(9)V99 VALUE 0.

      *    ACTIVE HOLDS SUMMED PER ACCOUNT, LOADED FROM THE HOLDS
      *    FILE AT STARTUP.  A HOLD WHOSE EXPIRY DATE IS BEFORE THE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O PAIDITEM
           IF NOT WS-PAIDITEM-OK
               DISPLAY "ACCOUNT-UPDATE: SEVERE - PAIDITEM OPEN "
                   "FAILED, STATUS " WS-PAIDITEM-STATUS
               SET WS-SEVERE-ERROR-OCCURRED TO TRUE
               OPEN OUTPUT JOBSTAT
               PERFORM WRITE-JOBSTAT-RECORD
               CLOSE ACCOUNTS TRANHIST PAIDITEM JOBSTAT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT TRANSIN
           OPEN OUTPUT AUDITLOG
           OPEN OUTPUT EXCPTNS
           OPEN OUTPUT OUTITEMS
           OPEN OUTPUT JOBSTAT

           OPEN INPUT HOLDS
           PERFORM LOAD-ACTIVE-HOLDS UNTIL WS-HOLDS-EOF-FLAG = 'Y'
           CLOSE HOLDS

      *    WITH NO RATES FILE A TRANSFER BETWEEN CURRENCIES GOES TO
      *    THE EXCEPTIONS FILE AS NORATE; EVERYTHING ELSE POSTS.
           OPEN INPUT FXRATES
           IF WS-FXRATES-OK
               PERFORM LOAD-EXCHANGE-RATES
                   UNTIL WS-FXRATES-EOF-FLAG = 'Y'
               CLOSE FXRATES
           ELSE
               DISPLAY "ACCOUNT-UPDATE: *** FXRATES OPEN FAILED, "
                   "STATUS " WS-FXRATES-STATUS " - NO EXCHANGE "
                   "RATES ***"
           END-IF

           PERFORM READ-RESTART-CHECKPOINT
           MOVE WS-RESTART-RECORDS-READ TO WS-RECORDS-COMPLETED

           CLOSE TRANSIN
           CLOSE AUDITLOG
           CLOSE TRANHIST
           CLOSE PAIDITEM
           CLOSE EXCPTNS
           CLOSE OUTITEMS

      *    PROVE THE KEYED HISTORY STAYED IN STEP WITH AUDITLOG.  A
      *    MISMATCH MEANS A DOWNSTREAM CONSUMER WOULD SEE TWO
           DISPLAY "ACCOUNT-UPDATE: Updates completed"
           DISPLAY "ACCOUNT-UPDATE: Accounts updated: " WS-UPDATE-COUNT
           DISPLAY "ACCOUNT-UPDATE: Postings rejected: " WS-REJECT-COUNT
           DISPLAY "ACCOUNT-UPDATE: Cheques registered paid: "
               WS-PAID-WRITTEN-COUNT
           DISPLAY "ACCOUNT-UPDATE: Outbound clearing items: "
               WS-OUTX-WRITTEN-COUNT

           PERFORM WRITE-JOBSTAT-RECORD
           CLOSE JOBSTAT
               MOVE WS-AH-IDX TO WS-AH-FOUND-IDX
           END-IF.

      *----------------------------------------------------------------
      *    LOAD THE RATES DATED THE RUN DATE.  AN OLDER RATE IS NO
      *    USE HERE - A TRANSFER IS CONVERTED AT THE DAY'S RATE OR
      *    NOT AT ALL.
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
                   DISPLAY "ACCOUNT-UPDATE: *** EXCHANGE RATE TABLE "
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
      *    LEAVE THE RUN DATE'S RATE FOR WS-FX-LOOKUP-CCY IN
      *    WS-FX-LOOKUP-RATE: 1 FOR THE HOME CURRENCY, ZERO WHEN THE
      *    DAY'S RATE IS NOT ON FILE.
      *----------------------------------------------------------------
       GET-EXCHANGE-RATE.
           IF WS-FX-LOOKUP-CCY = SPACES
               MOVE 1 TO WS-FX-LOOKUP-RATE
           ELSE
               PERFORM FIND-EXCHANGE-RATE
               IF WS-FX-FOUND
                   MOVE WS-FX-RATE (WS-FX-FOUND-IDX)
                       TO WS-FX-LOOKUP-RATE
               ELSE
                   MOVE 0 TO WS-FX-LOOKUP-RATE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *    LEAVE THE ACCOUNT'S ACTIVE HOLD TOTAL IN
      *    WS-ACTIVE-HOLD-TOTAL - ZERO WHEN IT HAS NO HOLDS.
      *    DEBIT EXACTLY AS A WITHDRAWAL DOES.
               WHEN "FEE"
                   PERFORM POST-DEBIT-TO-CACHE
               WHEN "CHEQUE"
                   PERFORM POST-CHEQUE-TO-CACHE
      *    AN OUTBOUND TRANSFER IS A CUSTOMER DEBIT LIKE A WITHDRAWAL;
      *    THE OTHER SIDE IS THE NETWORK, NOT AN ACCOUNT ON OUR MASTER.
               WHEN "OUTXFER"
                   PERFORM POST-DEBIT-TO-CACHE
               WHEN "ESCHEAT"
                   PERFORM POST-ESCHEAT-TO-CACHE
               WHEN "CHARGEOFF"
                   PERFORM POST-CHARGEOFF-TO-CACHE
               WHEN "PROVCREDIT"
               WHEN "DISPCREDIT"
               WHEN "PROVDEBIT"
                   PERFORM POST-DISPUTE-ADJUSTMENT-TO-CACHE
               WHEN "TRANSFER"
                   PERFORM FLUSH-CACHED-ACCOUNT
                   PERFORM POST-TRANSFER
                   PERFORM POST-REVERSAL
                   ADD 1 TO WS-RECORDS-COMPLETED
                   PERFORM WRITE-RESTART-CHECKPOINT
               WHEN "XFERRETURN"
                   PERFORM FLUSH-CACHED-ACCOUNT
                   PERFORM POST-NETWORK-RETURN
                   ADD 1 TO WS-RECORDS-COMPLETED
                   PERFORM WRITE-RESTART-CHECKPOINT
               WHEN OTHER
                   DISPLAY "ACCOUNT-UPDATE: Unknown transaction type "
                       "on " TRAN-ID " - skipped"
                       SET WS-ACCOUNT-IS-CACHED TO TRUE
                       MOVE 'N' TO WS-CACHE-DIRTY-FLAG
               END-READ
           END-IF
           IF WS-FETCH-OK
               PERFORM CHECK-CACHED-CURRENCY
           END-IF.

      *----------------------------------------------------------------
      *    AN ITEM THAT NAMES A CURRENCY MUST NAME ITS ACCOUNT'S - AN
      *    AMOUNT IN ANY OTHER CURRENCY CANNOT BE POSTED AT FACE.
      *    AN OUTXFER GOES TO A CLEARING NETWORK THAT SETTLES IN THE
      *    HOME CURRENCY ONLY, SO IT CAN ONLY LEAVE A HOME-CURRENCY
      *    ACCOUNT.  THE VALIDATOR REJECTS BOTH; THIS IS THE POSTING
      *    SIDE'S OWN GUARD FOR ITEMS THAT REACH IT BY ANOTHER ROUTE,
      *    OR THAT THE VALIDATOR COULD NOT CHECK.
      *----------------------------------------------------------------
       CHECK-CACHED-CURRENCY.
           IF TRAN-CURRENCY-CODE NOT = SPACES
               AND TRAN-CURRENCY-CODE NOT = CACHE-CURRENCY-CODE
               MOVE 'N' TO WS-FETCH-OK-FLAG
               SET WS-POST-REJECTED TO TRUE
               MOVE "CCYMISM" TO WS-EXCEPTION-REASON-CODE
               MOVE "NOT IN THE ACCOUNT'S CURRENCY"
                   TO WS-EXCEPTION-REASON-TEXT
               MOVE CACHE-BALANCE TO WS-BEFORE-BALANCE
               MOVE CACHE-BALANCE TO WS-AFTER-BALANCE
               PERFORM WRITE-CACHED-POSTING-EXCEPTION
           END-IF
           IF WS-FETCH-OK
               AND TRAN-TYPE = "OUTXFER"
               AND CACHE-CURRENCY-CODE NOT = SPACES
               MOVE 'N' TO WS-FETCH-OK-FLAG
               SET WS-POST-REJECTED TO TRUE
               MOVE "CCYMISM" TO WS-EXCEPTION-REASON-CODE
               MOVE "OUTXFER FROM FOREIGN CCY ACCT"
                   TO WS-EXCEPTION-REASON-TEXT
               MOVE CACHE-BALANCE TO WS-BEFORE-BALANCE
               MOVE CACHE-BALANCE TO WS-AFTER-BALANCE
               PERFORM WRITE-CACHED-POSTING-EXCEPTION
           END-IF.

      *----------------------------------------------------------------
           MOVE WS-RUN-CYCLE TO AUDIT-CYCLE
           WRITE AUDIT-RECORD
           ADD 1 TO WS-AUDIT-WRITTEN-COUNT
           MOVE WS-GA-CHEQUE-SERIAL (WS-GA-IDX) TO WS-HIST-CHEQUE-SERIAL
           PERFORM WRITE-TRAN-HISTORY-RECORD
           IF WS-HIST-CHEQUE-SERIAL NOT = SPACES
               PERFORM WRITE-PAID-ITEM-RECORD
           END-IF
           MOVE SPACES TO WS-HIST-CHEQUE-SERIAL
           IF AUDIT-TRAN-TYPE = 'OUTXFER'
               PERFORM WRITE-OUTBOUND-ITEM-RECORD
           END-IF.

      *----------------------------------------------------------------
      *    BUFFER ONE POSTED TRANSACTION'S AUDIT ENTRY WITH THE
           MOVE WS-AFTER-BALANCE
               TO WS-GA-AFTER-BALANCE (WS-GA-COUNT)
           MOVE TRAN-BRANCH-ID TO WS-GA-BRANCH-ID (WS-GA-COUNT)
           IF TRAN-TYPE = 'CHEQUE'
               MOVE TRAN-CHEQUE-SERIAL
                   TO WS-GA-CHEQUE-SERIAL (WS-GA-COUNT)
           ELSE
               MOVE SPACES TO WS-GA-CHEQUE-SERIAL (WS-GA-COUNT)
           END-IF
           MOVE TRAN-DEST-ACCOUNT-NUM
               TO WS-GA-BENEF-ACCOUNT (WS-GA-COUNT)
           MOVE TRAN-AMOUNT-NUM TO WS-GA-AMOUNT (WS-GA-COUNT)
           IF WS-GA-COUNT >= 100
               PERFORM FLUSH-AND-RECACHE-ACCOUNT
           END-IF.
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *    CHEQUE: A CUSTOMER DEBIT POSTED EXACTLY AS A WITHDRAWAL,
      *    ONCE THE SERIAL IS PROVED UNPAID.  VALIDATION ALREADY
      *    REFUSES A SECOND PRESENTMENT, BUT A CHEQUE RELEASED FROM
      *    SUSPENSE OR RECYCLED DAYS LATER CAN MEET A SERIAL PAID IN
      *    THE MEANTIME - THE REGISTER IS CHECKED AGAIN HERE, AT THE
      *    POINT OF PAYMENT.
      *----------------------------------------------------------------
       POST-CHEQUE-TO-CACHE.
           PERFORM FETCH-ACCOUNT-INTO-CACHE
           IF WS-FETCH-OK
               PERFORM CHECK-CHEQUE-NOT-PAID
               IF WS-CHEQUE-ALREADY-PAID
                   SET WS-POST-REJECTED TO TRUE
                   MOVE "DUPCHQ" TO WS-EXCEPTION-REASON-CODE
                   MOVE "CHEQUE SERIAL ALREADY PAID"
                       TO WS-EXCEPTION-REASON-TEXT
                   MOVE CACHE-BALANCE TO WS-BEFORE-BALANCE
                   MOVE CACHE-BALANCE TO WS-AFTER-BALANCE
                   PERFORM WRITE-CACHED-POSTING-EXCEPTION
               ELSE
                   PERFORM POST-DEBIT-TO-CACHE
               END-IF
           END-IF.

       CHECK-CHEQUE-NOT-PAID.
           MOVE 'N' TO WS-CHEQUE-PAID-FLAG
           PERFORM SEARCH-GROUP-FOR-CHEQUE
               VARYING WS-GA-IDX FROM 1 BY 1
               UNTIL WS-GA-IDX > WS-GA-COUNT
                  OR WS-CHEQUE-ALREADY-PAID
           IF NOT WS-CHEQUE-ALREADY-PAID
               MOVE TRAN-ACCOUNT-NUM TO PAID-ACCOUNT-NUM
               MOVE TRAN-CHEQUE-SERIAL TO PAID-CHEQUE-SERIAL
               READ PAIDITEM
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-CHEQUE-ALREADY-PAID TO TRUE
               END-READ
           END-IF.

       SEARCH-GROUP-FOR-CHEQUE.
           IF WS-GA-CHEQUE-SERIAL (WS-GA-IDX) = TRAN-CHEQUE-SERIAL
               SET WS-CHEQUE-ALREADY-PAID TO TRUE
           END-IF.

      *----------------------------------------------------------------
      *    ESCHEAT: THE REMITTANCE OF A DORMANT ACCOUNT'S WHOLE
      *    BALANCE TO THE STATE.  UNLIKE EVERY OTHER POSTING IT IS
      *    REFUSED UNLESS THE ACCOUNT IS STILL DORMANT, AND THE AMOUNT
      *    MUST TAKE THE BALANCE EXACTLY TO ZERO.
      *----------------------------------------------------------------
       POST-ESCHEAT-TO-CACHE.
           PERFORM FETCH-ACCOUNT-INTO-CACHE
           IF WS-FETCH-OK
               MOVE CACHE-BALANCE TO WS-BEFORE-BALANCE
               MOVE CACHE-BALANCE TO WS-AFTER-BALANCE
               MOVE TRAN-ACCOUNT-NUM TO WS-HOLD-LOOKUP-ACCT
               PERFORM GET-ACTIVE-HOLD-TOTAL
               EVALUATE TRUE
                   WHEN NOT CACHE-STATUS-DORMANT
                       SET WS-POST-REJECTED TO TRUE
                       MOVE "ESCHNDRM" TO WS-EXCEPTION-REASON-CODE
                       MOVE "ACCOUNT NOT DORMANT - NO ESCHEAT"
                           TO WS-EXCEPTION-REASON-TEXT
                   WHEN TRAN-AMOUNT-NUM NOT = CACHE-BALANCE
                       SET WS-POST-REJECTED TO TRUE
                       MOVE "ESCHBAL" TO WS-EXCEPTION-REASON-CODE
                       MOVE "ESCHEAT AMOUNT IS NOT BALANCE"
                           TO WS-EXCEPTION-REASON-TEXT
                   WHEN WS-ACTIVE-HOLD-TOTAL > 0
                       SET WS-POST-REJECTED TO TRUE
                       MOVE "HOLDBLKD" TO WS-EXCEPTION-REASON-CODE
                       MOVE "DEBIT BLOCKED BY ACTIVE HOLD"
                           TO WS-EXCEPTION-REASON-TEXT
                   WHEN OTHER
                       SET WS-POST-OK TO TRUE
               END-EVALUATE
               IF WS-POST-OK
                   MOVE 0 TO CACHE-BALANCE
                   MOVE 0 TO WS-AFTER-BALANCE
                   SET WS-CACHE-IS-DIRTY TO TRUE
                   ADD 1 TO WS-RECORDS-COMPLETED
                   PERFORM BUFFER-GROUP-AUDIT-ENTRY
               ELSE
                   PERFORM WRITE-CACHED-POSTING-EXCEPTION
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *    CHARGEOFF: AN OVERDRAWN BALANCE WRITTEN OFF TO LOSS.  THE
      *    CREDIT MUST CLEAR THE OVERDRAFT EXACTLY - A BALANCE THAT
      *    MOVED SINCE OD-AGING CUT THE FEED IS REFUSED, AND THE NEXT
      *    AGING RUN SENDS THE CHARGE-OFF AGAIN AT THE NEW FIGURE.  A
      *    HOLD DOES NOT STOP IT; A CLOSED ACCOUNT DOES.
      *----------------------------------------------------------------
       POST-CHARGEOFF-TO-CACHE.
           PERFORM FETCH-ACCOUNT-INTO-CACHE
           IF WS-FETCH-OK
               MOVE CACHE-BALANCE TO WS-BEFORE-BALANCE
               MOVE CACHE-BALANCE TO WS-AFTER-BALANCE
               EVALUATE TRUE
                   WHEN CACHE-STATUS-CLOSED
                       SET WS-POST-REJECTED TO TRUE
                       MOVE "ACCTINAC" TO WS-EXCEPTION-REASON-CODE
                       MOVE "ACCOUNT CLOSED - NO CHARGE-OFF"
                           TO WS-EXCEPTION-REASON-TEXT
                   WHEN CACHE-BALANCE NOT < 0
                   WHEN TRAN-AMOUNT-NUM + CACHE-BALANCE NOT = 0
                       SET WS-POST-REJECTED TO TRUE
                       MOVE "CHGOBAL" TO WS-EXCEPTION-REASON-CODE
                       MOVE "CHARGE-OFF IS NOT OD BALANCE"
                           TO WS-EXCEPTION-REASON-TEXT
                   WHEN OTHER
                       SET WS-POST-OK TO TRUE
               END-EVALUATE
               IF WS-POST-OK
                   MOVE 0 TO CACHE-BALANCE
                   MOVE 0 TO WS-AFTER-BALANCE
                   SET CACHE-CHARGED-OFF TO TRUE
                   SET WS-CACHE-IS-DIRTY TO TRUE
                   ADD 1 TO WS-RECORDS-COMPLETED
                   PERFORM BUFFER-GROUP-AUDIT-ENTRY
               ELSE
                   PERFORM WRITE-CACHED-POSTING-EXCEPTION
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *    PROVCREDIT/DISPCREDIT/PROVDEBIT: A CUSTOMER DISPUTE CREDIT
      *    OR RE-DEBIT.  THE CASE HAS ALREADY DECIDED IT, SO IT POSTS
      *    ON A CLOSED, DORMANT OR HELD ACCOUNT AND MAY TAKE THE
      *    BALANCE OVERDRAWN; IT IS NOT CUSTOMER ACTIVITY.
      *----------------------------------------------------------------
       POST-DISPUTE-ADJUSTMENT-TO-CACHE.
           PERFORM FETCH-ACCOUNT-INTO-CACHE
           IF WS-FETCH-OK
               MOVE CACHE-BALANCE TO WS-BEFORE-BALANCE
               IF TRAN-TYPE = 'PROVDEBIT'
                   SUBTRACT TRAN-AMOUNT-NUM FROM CACHE-BALANCE
               ELSE
                   ADD TRAN-AMOUNT-NUM TO CACHE-BALANCE
               END-IF
               MOVE CACHE-BALANCE TO WS-AFTER-BALANCE
               SET WS-CACHE-IS-DIRTY TO TRUE
               ADD 1 TO WS-RECORDS-COMPLETED
               PERFORM BUFFER-GROUP-AUDIT-ENTRY
           END-IF.

      *----------------------------------------------------------------
      *    REJECT A CACHED-GROUP POSTING AGAINST AN ACCOUNT THAT IS
      *    NOT ACTIVE.
                   PERFORM WRITE-ACCOUNT-NOT-FOUND-EXCEPTION
               NOT INVALID KEY
                   PERFORM CHECK-ACCOUNT-ACTIVE
                   IF WS-POST-OK
                       PERFORM CHECK-TRANSFER-SOURCE-CURRENCY
                   END-IF
                   IF WS-POST-OK
                       PERFORM VALIDATE-DEBIT-FOR-CURRENT-ACCOUNT
                   END-IF
                               PERFORM WRITE-ACCOUNT-NOT-FOUND-EXCEPTION
                           NOT INVALID KEY
                               PERFORM CHECK-ACCOUNT-ACTIVE
                               IF WS-POST-OK
                                   PERFORM COMPUTE-TRANSFER-CREDIT
                               END-IF
                               IF WS-POST-OK
                                   PERFORM POST-TRANSFER-CREDIT-LEG
                                   PERFORM POST-TRANSFER-DEBIT-LEG
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *    THE TRANSFER AMOUNT IS THE SOURCE ACCOUNT'S DEBIT, SO ANY
      *    CURRENCY IT NAMES MUST BE THE SOURCE ACCOUNT'S.
      *----------------------------------------------------------------
       CHECK-TRANSFER-SOURCE-CURRENCY.
           MOVE ACCT-CURRENCY-CODE TO WS-XFER-SOURCE-CURRENCY
           IF TRAN-CURRENCY-CODE NOT = SPACES
               AND TRAN-CURRENCY-CODE NOT = ACCT-CURRENCY-CODE
               SET WS-POST-REJECTED TO TRUE
               MOVE "CCYMISM" TO WS-EXCEPTION-REASON-CODE
               MOVE "NOT IN THE ACCOUNT'S CURRENCY"
                   TO WS-EXCEPTION-REASON-TEXT
               MOVE ACCT-BALANCE TO WS-BEFORE-BALANCE
               MOVE ACCT-BALANCE TO WS-AFTER-BALANCE
               PERFORM WRITE-POSTING-EXCEPTION
           END-IF.

      *----------------------------------------------------------------
      *    WORK OUT WHAT THE DESTINATION ACCOUNT (NOW IN
      *    ACCOUNT-RECORD) IS CREDITED WITH.  BETWEEN TWO CURRENCIES
      *    THE AMOUNT GOES THROUGH THE HOME CURRENCY: SOURCE AMOUNT
      *    TIMES THE SOURCE RATE, DIVIDED BY THE DESTINATION RATE,
      *    ROUNDED TO THE CENT.  NOTHING HAS BEEN WRITTEN YET, SO A
      *    MISSING RATE REFUSES THE WHOLE TRANSFER CLEANLY.
      *----------------------------------------------------------------
       COMPUTE-TRANSFER-CREDIT.
           IF ACCT-CURRENCY-CODE = WS-XFER-SOURCE-CURRENCY
               MOVE TRAN-AMOUNT-NUM TO WS-XFER-CREDIT-AMOUNT
           ELSE
               MOVE WS-XFER-SOURCE-CURRENCY TO WS-FX-LOOKUP-CCY
               PERFORM GET-EXCHANGE-RATE
               MOVE WS-FX-LOOKUP-RATE TO WS-XFER-SOURCE-RATE
               MOVE ACCT-CURRENCY-CODE TO WS-FX-LOOKUP-CCY
               PERFORM GET-EXCHANGE-RATE
               MOVE WS-FX-LOOKUP-RATE TO WS-XFER-DEST-RATE
               IF WS-XFER-SOURCE-RATE = 0
                   OR WS-XFER-DEST-RATE = 0
                   SET WS-POST-REJECTED TO TRUE
                   MOVE "NORATE" TO WS-EXCEPTION-REASON-CODE
                   MOVE "NO EXCHANGE RATE FOR RUN DATE"
                       TO WS-EXCEPTION-REASON-TEXT
                   MOVE ACCT-BALANCE TO WS-BEFORE-BALANCE
                   MOVE ACCT-BALANCE TO WS-AFTER-BALANCE
                   PERFORM WRITE-POSTING-EXCEPTION
               ELSE
                   COMPUTE WS-XFER-CREDIT-AMOUNT ROUNDED =
                       TRAN-AMOUNT-NUM * WS-XFER-SOURCE-RATE
                       / WS-XFER-DEST-RATE
                   DISPLAY "ACCOUNT-UPDATE: " TRAN-ID " converted "
                       WS-XFER-SOURCE-CURRENCY " to "
                       ACCT-CURRENCY-CODE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *    VALIDATE THE SOURCE LEG OF A TRANSFER AGAINST THE ACCOUNT
      *    RECORD CURRENTLY HELD IN ACCOUNT-RECORD, WITHOUT REWRITING
      *----------------------------------------------------------------
       POST-TRANSFER-CREDIT-LEG.
           MOVE ACCT-BALANCE TO WS-BEFORE-BALANCE
           ADD WS-XFER-CREDIT-AMOUNT TO ACCT-BALANCE
           MOVE ACCT-BALANCE TO WS-AFTER-BALANCE
           MOVE TRAN-DATE TO ACCT-LAST-ACTIVITY-DATE
           REWRITE ACCOUNT-RECORD
      *    BE FOUND, OR WHOSE LEGS ARE ALREADY FLAGGED REVERSED, GOES
      *    TO THE EXCEPTIONS FILE INSTEAD.  THE FLAG IS REWRITTEN ON
      *    THE SPOT, SO A SECOND REVERSAL LATER IN THE SAME FEED IS
      *    CAUGHT BY THE SAME KEYED READ AS ONE A MONTH LATER.  AN
      *    OUTXFER FROM AN EARLIER RUN DATE IS REFUSED AS OUTXSENT.
      *----------------------------------------------------------------
       POST-REVERSAL.
           MOVE 'N' TO WS-ALREADY-REVERSED-FLAG
           MOVE 'N' TO WS-ORIGINAL-DISPUTED-FLAG
           MOVE 'N' TO WS-ORIGINAL-SENT-FLAG
           MOVE 0 TO WS-REV-LEG-COUNT

           PERFORM LOOK-UP-ORIGINAL-ON-HISTORY

           EVALUATE TRUE
               WHEN WS-ORIGINAL-ALREADY-REVERSED
                   MOVE "ALRDYREV" TO WS-EXCEPTION-REASON-CODE
                   MOVE "ORIGINAL WAS ALREADY REVERSED"
                       TO WS-EXCEPTION-REASON-TEXT
                   PERFORM REFUSE-REVERSAL
               WHEN WS-ORIGINAL-DISPUTED
                   MOVE "DISPUTED" TO WS-EXCEPTION-REASON-CODE
                   MOVE "ORIGINAL IS UNDER DISPUTE"
                       TO WS-EXCEPTION-REASON-TEXT
                   PERFORM REFUSE-REVERSAL
               WHEN WS-ORIGINAL-OUTXFER-SENT
                   MOVE "OUTXSENT" TO WS-EXCEPTION-REASON-CODE
                   MOVE "OUTXFER SENT - USE XFERRETURN"
                       TO WS-EXCEPTION-REASON-TEXT
                   PERFORM REFUSE-REVERSAL
               WHEN WS-REV-LEG-COUNT = 0
                   MOVE "ORIGNF" TO WS-EXCEPTION-REASON-CODE
                   MOVE "ORIGINAL POSTING NOT ON AUDIT LOG"
                       TO WS-EXCEPTION-REASON-TEXT
                   PERFORM REFUSE-REVERSAL
               WHEN OTHER
                   MOVE TRAN-ORIG-TRAN-ID TO WS-AUDIT-ORIG-TRAN-ID
                   PERFORM APPLY-REVERSAL-LEG
                       VARYING WS-REV-LEG-IDX FROM 1 BY 1
                       UNTIL WS-REV-LEG-IDX > WS-REV-LEG-COUNT
                   MOVE SPACES TO WS-AUDIT-ORIG-TRAN-ID
                   PERFORM MARK-ORIGINAL-LEGS-REVERSED
           END-EVALUATE.

      *----------------------------------------------------------------
      *    A REFUSED REVERSAL POSTS NOTHING; THE REASON IS ALREADY SET.
      *----------------------------------------------------------------
       REFUSE-REVERSAL.
           SET WS-POST-REJECTED TO TRUE
           MOVE TRAN-ACCOUNT-NUM TO ACCT-NUMBER
           MOVE 0 TO WS-BEFORE-BALANCE
           MOVE 0 TO WS-AFTER-BALANCE
           PERFORM WRITE-POSTING-EXCEPTION.

      *----------------------------------------------------------------
      *    XFERRETURN: THE CLEARING NETWORK HANDED AN OUTBOUND ITEM
      *    BACK UNPAID.  IT MUST NAME AN OUTXFER ON THE HISTORY
      *    MASTER, FROM THE SAME ACCOUNT AND FOR THE SAME AMOUNT, THAT
      *    HAS NOT ALREADY COME BACK OR BEEN REVERSED; ANYTHING ELSE
      *    GOES TO EXCPTNS FOR THE CLEARING DESK.  THE MONEY COMES
      *    BACK THE WAY A REVERSAL'S DOES - WHATEVER THE ACCOUNT'S
      *    STATUS, AND WITHOUT TOUCHING THE LAST-ACTIVITY DATE - AND
      *    THE OUTXFER IS FLAGGED SO A SECOND RETURN, OR A LATER
      *    REVERSAL, IS REFUSED ON THE SAME KEYED READ.
      *----------------------------------------------------------------
       POST-NETWORK-RETURN.
           MOVE 'N' TO WS-RETURN-OK-FLAG
           MOVE TRAN-ACCOUNT-NUM TO ACCT-NUMBER
           MOVE TRAN-ORIG-TRAN-ID TO THIS-TRAN-ID
           MOVE 1 TO THIS-LEG-SEQ
           READ TRANHIST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF THIS-TRAN-TYPE = 'OUTXFER'
                       AND THIS-ACCOUNT-NUM = TRAN-ACCOUNT-NUM
                       SET WS-RETURN-MATCHES TO TRUE
                       COMPUTE WS-RETURN-ORIG-AMOUNT =
                           THIS-BEFORE-BALANCE - THIS-AFTER-BALANCE
                   END-IF
           END-READ

           EVALUATE TRUE
               WHEN NOT WS-RETURN-MATCHES
                   SET WS-POST-REJECTED TO TRUE
                   MOVE "ORIGNF" TO WS-EXCEPTION-REASON-CODE
                   MOVE "NO OUTBOUND ITEM TO RETURN"
                       TO WS-EXCEPTION-REASON-TEXT
                   MOVE 0 TO WS-BEFORE-BALANCE
                   MOVE 0 TO WS-AFTER-BALANCE
                   PERFORM WRITE-POSTING-EXCEPTION
               WHEN THIS-LEG-REVERSED
                   SET WS-POST-REJECTED TO TRUE
                   MOVE "ALRDYREV" TO WS-EXCEPTION-REASON-CODE
                   MOVE "ITEM ALREADY RETURNED/REVERSED"
                       TO WS-EXCEPTION-REASON-TEXT
                   MOVE 0 TO WS-BEFORE-BALANCE
                   MOVE 0 TO WS-AFTER-BALANCE
                   PERFORM WRITE-POSTING-EXCEPTION
               WHEN THIS-LEG-DISPUTED
                   SET WS-POST-REJECTED TO TRUE
                   MOVE "DISPUTED" TO WS-EXCEPTION-REASON-CODE
                   MOVE "ITEM IS UNDER CUSTOMER DISPUTE"
                       TO WS-EXCEPTION-REASON-TEXT
                   MOVE 0 TO WS-BEFORE-BALANCE
                   MOVE 0 TO WS-AFTER-BALANCE
                   PERFORM WRITE-POSTING-EXCEPTION
               WHEN WS-RETURN-ORIG-AMOUNT NOT = TRAN-AMOUNT-NUM
                   SET WS-POST-REJECTED TO TRUE
                   MOVE "RTNMISM" TO WS-EXCEPTION-REASON-CODE
                   MOVE "RETURN AMOUNT NOT AS SENT"
                       TO WS-EXCEPTION-REASON-TEXT
                   MOVE 0 TO WS-BEFORE-BALANCE
                   MOVE 0 TO WS-AFTER-BALANCE
                   PERFORM WRITE-POSTING-EXCEPTION
               WHEN OTHER
                   PERFORM APPLY-NETWORK-RETURN
           END-EVALUATE.

       APPLY-NETWORK-RETURN.
           READ ACCOUNTS
               INVALID KEY
                   PERFORM WRITE-ACCOUNT-NOT-FOUND-EXCEPTION
               NOT INVALID KEY
                   MOVE ACCT-BALANCE TO WS-BEFORE-BALANCE
                   ADD TRAN-AMOUNT-NUM TO ACCT-BALANCE
                   MOVE ACCT-BALANCE TO WS-AFTER-BALANCE
                   REWRITE ACCOUNT-RECORD
                   PERFORM VERIFY-ACCOUNTS-REWRITE-STATUS
                   IF WS-ACCOUNTS-OK
                       ADD 1 TO WS-UPDATE-COUNT
                       MOVE TRAN-ORIG-TRAN-ID TO WS-AUDIT-ORIG-TRAN-ID
                       PERFORM WRITE-AUDIT-RECORD
                       MOVE SPACES TO WS-AUDIT-ORIG-TRAN-ID
                       MOVE 1 TO WS-REV-LEG-COUNT
                       PERFORM MARK-ORIGINAL-LEGS-REVERSED
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *    KEYED LOOKUP OF THE ORIGINAL TRANSACTION'S LEGS ON THE
      *    HISTORY MASTER: LEG 1, 2, ... UNTIL THE KEY RUNS OUT.  A
      *    LEG ALREADY FLAGGED REVERSED REFUSES THE WHOLE REVERSAL;
      *    SO DOES A LEG UNDER CUSTOMER DISPUTE OR A DISPUTE CREDIT
      *    OR RE-DEBIT, WHICH ONLY THE CASE MAY SETTLE.  SO DOES
      *    AN OUTGOING TRANSFER POSTED ON AN EARLIER RUN DATE: ITS
      *    ITEM HAS GONE (OR IS GOING) TO THE INTERBANK NETWORK, AND
      *    MONEY COMING BACK MUST ARRIVE AS AN XFERRETURN.
      *    A REVERSAL'S OWN LEGS ARE NEVER CAPTURED, SO A REVERSAL
      *    CANNOT ITSELF BE REVERSED - THE CORRECTION FOR A BAD
      *    REVERSAL IS TO RE-KEY THE ORIGINAL MOVEMENT.
                       WHEN THIS-LEG-REVERSED
                           SET WS-ORIGINAL-ALREADY-REVERSED TO TRUE
                           SET WS-REV-LOOKUP-DONE TO TRUE
                       WHEN THIS-LEG-DISPUTED
                       WHEN THIS-TRAN-TYPE = 'PROVCREDIT'
                       WHEN THIS-TRAN-TYPE = 'DISPCREDIT'
                       WHEN THIS-TRAN-TYPE = 'PROVDEBIT'
                           SET WS-ORIGINAL-DISPUTED TO TRUE
                           SET WS-REV-LOOKUP-DONE TO TRUE
                       WHEN THIS-TRAN-TYPE = 'REVERSAL'
                           SET WS-REV-LOOKUP-DONE TO TRUE
                       WHEN THIS-TRAN-TYPE = 'OUTXFER'
                        AND THIS-TIMESTAMP (1:8) < WS-RUN-DATE
                           SET WS-ORIGINAL-OUTXFER-SENT TO TRUE
                           SET WS-REV-LOOKUP-DONE TO TRUE
                       WHEN WS-REV-LEG-COUNT < 10
                           ADD 1 TO WS-REV-LEG-COUNT
                           MOVE THIS-ACCOUNT-NUM
           MOVE AUDIT-ORIG-TRAN-ID TO THIS-ORIG-TRAN-ID
           MOVE AUDIT-BRANCH-ID TO THIS-BRANCH-ID
           MOVE SPACE TO THIS-REVERSED-FLAG
           MOVE WS-HIST-CHEQUE-SERIAL TO THIS-CHEQUE-SERIAL
           WRITE TRAN-HISTORY-RECORD
               INVALID KEY
                   DISPLAY "ACCOUNT-UPDATE: SEVERE - TRANHIST KEY "
                   END-IF
           END-WRITE.

      *----------------------------------------------------------------
      *    REGISTER A PAID CHEQUE, KEYED ON ACCOUNT AND SERIAL, FROM
      *    THE AUDIT RECORD JUST WRITTEN FOR IT.  THE PRESENTMENT WAS
      *    PROVED UNPAID BEFORE IT POSTED, SO A DUPLICATE KEY HERE
      *    MEANS THE REGISTER IS OUT OF STEP WITH THE POSTING AND IS
      *    SEVERE.
      *----------------------------------------------------------------
       WRITE-PAID-ITEM-RECORD.
           MOVE SPACES TO PAID-ITEM-RECORD
           MOVE AUDIT-ACCOUNT-NUM TO PAID-ACCOUNT-NUM
           MOVE WS-HIST-CHEQUE-SERIAL TO PAID-CHEQUE-SERIAL
           MOVE AUDIT-TRAN-ID TO PAID-TRAN-ID
           COMPUTE PAID-AMOUNT =
               AUDIT-BEFORE-BALANCE - AUDIT-AFTER-BALANCE
           MOVE WS-RUN-DATE TO PAID-RUN-DATE
           MOVE WS-RUN-CYCLE TO PAID-CYCLE
           MOVE AUDIT-BRANCH-ID TO PAID-BRANCH-ID
           WRITE PAID-ITEM-RECORD
               INVALID KEY
                   DISPLAY "ACCOUNT-UPDATE: SEVERE - PAIDITEM KEY "
                       PAID-KEY " ALREADY ON FILE - REGISTER OUT OF "
                       "STEP WITH POSTING"
                   SET WS-SEVERE-ERROR-OCCURRED TO TRUE
               NOT INVALID KEY
                   IF WS-PAIDITEM-OK
                       ADD 1 TO WS-PAID-WRITTEN-COUNT
                   ELSE
                       DISPLAY "ACCOUNT-UPDATE: SEVERE - PAIDITEM "
                           "WRITE FAILED, STATUS " WS-PAIDITEM-STATUS
                       SET WS-SEVERE-ERROR-OCCURRED TO TRUE
                   END-IF
           END-WRITE.

      *----------------------------------------------------------------
      *    HAND A COMMITTED OUTXFER TO THE OUTBOUND CLEARING FILE,
      *    FROM THE AUDIT RECORD JUST WRITTEN FOR IT PLUS THE
      *    BENEFICIARY BUFFERED WITH THE GROUP.
      *----------------------------------------------------------------
       WRITE-OUTBOUND-ITEM-RECORD.
           MOVE SPACES TO OUTBOUND-ITEM-RECORD
           MOVE WS-RUN-DATE TO OUTX-RUN-DATE
           MOVE WS-RUN-CYCLE TO OUTX-CYCLE
           MOVE AUDIT-TRAN-ID TO OUTX-TRAN-ID
           MOVE AUDIT-ACCOUNT-NUM TO OUTX-ACCOUNT-NUM
           MOVE WS-GA-BENEF-ACCOUNT (WS-GA-IDX) TO OUTX-BENEF-ACCOUNT
           MOVE WS-GA-AMOUNT (WS-GA-IDX) TO OUTX-AMOUNT
           MOVE AUDIT-BRANCH-ID TO OUTX-BRANCH-ID
           SET OUTX-NOT-YET-SENT TO TRUE
           WRITE OUTBOUND-ITEM-RECORD
           ADD 1 TO WS-OUTX-WRITTEN-COUNT.

       BUILD-CURRENT-TIMESTAMP.
           MOVE WS-RUN-DATE TO WS-CURRENT-TIMESTAMP (1:8)
           ACCEPT WS-CURRENT-TIMESTAMP (9:6) FROM TIME.
