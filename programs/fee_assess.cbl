      *      THE ID (F + MONTH CODE + SEQUENCE), THE INTEREST-ACCRUE
      *      CONVENTION, SO IDS DO NOT REPEAT RUN TO RUN ON THE
      *      CUMULATIVE AUDIT LOG
      *    - ACCOUNTS ON A PRODUCT NOW PRICE FROM THE PRODTAB PRODUCT
      *      TABLE WHEN THERE IS NO ACCT OVERRIDE, AHEAD OF THE
      *      BALANCE BANDS; FEE COUNTS AND AMOUNTS ARE SUBTOTALLED
      *      BY PRODUCT AT THE END OF THE RUN
      *    - A PAID CHEQUE COUNTS AS A CUSTOMER ITEM AGAINST THE FREE
      *      ALLOWANCE, THE SAME AS A WITHDRAWAL
      *    - SO DOES A TRANSFER OUT TO ANOTHER BANK (OUTXFER); THE
      *      NETWORK'S RETURN OF ONE IS NOT A CUSTOMER ITEM
      ******************************************************************

       ENVIRONMENT DIVISION.
               FILE STATUS IS WS-ACCOUNTS-STATUS.
           SELECT FEETAB ASSIGN TO "FEETAB"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRODTAB ASSIGN TO "PRODTAB"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDITLOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FEEOUT ASSIGN TO "FEEOUT"
       FD  FEETAB.
           COPY FEESREC.

       FD  PRODTAB.
           COPY PRODREC.

       FD  AUDITLOG.
           COPY AUDTREC.

           88  WS-SEVERE-ERROR-OCCURRED    VALUE 'Y'.

      *    FEE SCHEDULE LOADED UP FRONT.  ACCT ENTRIES ARE CHECKED
      *    BEFORE BAND ENTRIES REGARDLESS OF FILE ORDER.  PRODUCTS
      *    THAT PRICE THEIR OWN FEES ARE ADDED FROM PRODTAB AS PROD
      *    ENTRIES, CHECKED BETWEEN THE TWO.
       01  WS-FEE-TABLE.
           05  WS-FEE-COUNT             PIC 9(3) VALUE 0.
           05  WS-FEE-ENTRY OCCURS 150 TIMES.
               10  WS-FEE-TYPE              PIC X(4).
               10  WS-FEE-ACCT-NUM          PIC X(5).
               10  WS-FEE-PROD-CODE         PIC X(4).
               10  WS-FEE-BAND-LOW          PIC 9(9)V99.
               10  WS-FEE-BAND-HIGH         PIC 9(9)V99.
               10  WS-FEE-MONTHLY           PIC 9(5)V99.
           88  WS-FEE-FOUND                 VALUE 'Y'.
       01  WS-FEE-FOUND-IDX            PIC 9(3) VALUE 0.

      *    FEES SUBTOTALLED BY PRODUCT.  ACCOUNTS WITH NO PRODUCT
      *    CODE ARE GATHERED UNDER A BLANK CODE.
       01  WS-PROD-SUB-TABLE.
           05  WS-PROD-SUB-COUNT        PIC 9(3) VALUE 0.
           05  WS-PROD-SUB-ENTRY OCCURS 50 TIMES.
               10  WS-PROD-SUB-CODE         PIC X(4).
               10  WS-PROD-SUB-DEBITS       PIC 9(7).
               10  WS-PROD-SUB-AMOUNT       PIC 9(11)V99.
       01  WS-PROD-SUB-IDX             PIC 9(3) VALUE 0.
       01  WS-PROD-SUB-FOUND-FLAG      PIC X VALUE 'N'.
           88  WS-PROD-SUB-FOUND            VALUE 'Y'.
       01  WS-PROD-SUB-FOUND-IDX       PIC 9(3) VALUE 0.

      *    THE MONTH'S ACTIVITY PER ACCOUNT, ACCUMULATED FROM THE
      *    CUMULATIVE AUDIT TRAIL: HOW MANY CUSTOMER ITEMS POSTED,
      *    AND THE LOWEST BALANCE THE AUDIT TRAIL SAW.  BANK-
           PERFORM LOAD-FEE-TABLE UNTIL WS-EOF-FLAG = 'Y'
           CLOSE FEETAB

           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT PRODTAB
           PERFORM LOAD-PRODUCT-FEES UNTIL WS-EOF-FLAG = 'Y'
           CLOSE PRODTAB

           IF WS-FEE-COUNT = 0
               DISPLAY "FEE-ASSESS: SEVERE - fee schedule is empty, "
                   "nothing to assess against"
           DISPLAY "FEE-ASSESS: Fees waived on balance floor: "
               WS-WAIVED-COUNT
           DISPLAY "FEE-ASSESS: Accounts skipped: " WS-SKIPPED-COUNT
           PERFORM DISPLAY-PRODUCT-SUBTOTAL
               VARYING WS-PROD-SUB-IDX FROM 1 BY 1
               UNTIL WS-PROD-SUB-IDX > WS-PROD-SUB-COUNT

           PERFORM WRITE-JOBSTAT-RECORD
           CLOSE JOBSTAT
           READ FEETAB
               AT END MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF WS-FEE-COUNT < 150
                       ADD 1 TO WS-FEE-COUNT
                       MOVE FEES-ENTRY-TYPE
                           TO WS-FEE-TYPE (WS-FEE-COUNT)
                       MOVE FEES-ACCT-NUM
                           TO WS-FEE-ACCT-NUM (WS-FEE-COUNT)
                       MOVE SPACES TO WS-FEE-PROD-CODE (WS-FEE-COUNT)
                       MOVE FEES-BAND-LOW
                           TO WS-FEE-BAND-LOW (WS-FEE-COUNT)
                       MOVE FEES-BAND-HIGH
                           TO WS-FEE-WAIVER-FLOOR (WS-FEE-COUNT)
                   ELSE
                       DISPLAY "FEE-ASSESS: SEVERE - fee table "
                           "full, entries beyond 150 ignored"
                       SET WS-SEVERE-ERROR-OCCURRED TO TRUE
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *    ADD THE PRODUCTS THAT PRICE THEIR OWN FEES TO THE FEE
      *    TABLE AS PROD ENTRIES.  A PRODUCT WITHOUT THE FEE FLAG
      *    LEAVES ITS ACCOUNTS ON THE BALANCE BANDS.
      *----------------------------------------------------------------
       LOAD-PRODUCT-FEES.
           READ PRODTAB
               AT END MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF PROD-PRICES-FEES
                       IF WS-FEE-COUNT < 150
                           ADD 1 TO WS-FEE-COUNT
                           MOVE 'PROD' TO WS-FEE-TYPE (WS-FEE-COUNT)
                           MOVE SPACES
                               TO WS-FEE-ACCT-NUM (WS-FEE-COUNT)
                           MOVE PROD-CODE
                               TO WS-FEE-PROD-CODE (WS-FEE-COUNT)
                           MOVE 0 TO WS-FEE-BAND-LOW (WS-FEE-COUNT)
                           MOVE 0 TO WS-FEE-BAND-HIGH (WS-FEE-COUNT)
                           MOVE PROD-MONTHLY-FEE
                               TO WS-FEE-MONTHLY (WS-FEE-COUNT)
                           MOVE PROD-FREE-ITEMS
                               TO WS-FEE-FREE-ITEMS (WS-FEE-COUNT)
                           MOVE PROD-PER-ITEM-FEE
                               TO WS-FEE-PER-ITEM (WS-FEE-COUNT)
                           MOVE PROD-WAIVER-FLOOR
                               TO WS-FEE-WAIVER-FLOOR (WS-FEE-COUNT)
                       ELSE
                           DISPLAY "FEE-ASSESS: SEVERE - fee table "
                               "full, product " PROD-CODE
                               " not loaded"
                           SET WS-SEVERE-ERROR-OCCURRED TO TRUE
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *    ONE PASS OF THE CUMULATIVE AUDIT TRAIL, FILTERED TO THE
      *    ASSESSMENT MONTH: COUNT EACH ACCOUNT'S CUSTOMER ITEMS AND
      *    CORRECTION POSTINGS WOULD BE A FEE ON A FEE.
               IF AUDIT-TRAN-TYPE = 'DEPOSIT'
                   OR AUDIT-TRAN-TYPE = 'WITHDRAWAL'
                   OR AUDIT-TRAN-TYPE = 'CHEQUE'
                   OR AUDIT-TRAN-TYPE = 'TRANSFER'
                   OR AUDIT-TRAN-TYPE = 'OUTXFER'
                   ADD 1 TO WS-ACT-ITEM-COUNT (WS-ACT-FOUND-IDX)
               END-IF
               IF AUDIT-BEFORE-BALANCE <

      *----------------------------------------------------------------
      *    PRICE THE ACCOUNT: AN ACCT ENTRY FOR THIS ACCOUNT NUMBER
      *    WINS; THEN THE PROD ENTRY FOR THE ACCOUNT'S PRODUCT;
      *    OTHERWISE THE FIRST BAND ENTRY THE BALANCE FITS.
      *----------------------------------------------------------------
       FIND-FEE-FOR-ACCOUNT.
           MOVE 'N' TO WS-FEE-FOUND-FLAG
               VARYING WS-FEE-IDX FROM 1 BY 1
               UNTIL WS-FEE-IDX > WS-FEE-COUNT
                  OR WS-FEE-FOUND
           IF NOT WS-FEE-FOUND
               AND ACCT-PRODUCT-CODE NOT = SPACES
               PERFORM SEARCH-FEE-TABLE-FOR-PROD
                   VARYING WS-FEE-IDX FROM 1 BY 1
                   UNTIL WS-FEE-IDX > WS-FEE-COUNT
                      OR WS-FEE-FOUND
           END-IF
           IF NOT WS-FEE-FOUND
               PERFORM SEARCH-FEE-TABLE-FOR-BAND
                   VARYING WS-FEE-IDX FROM 1 BY 1
               MOVE WS-FEE-IDX TO WS-FEE-FOUND-IDX
           END-IF.

       SEARCH-FEE-TABLE-FOR-PROD.
           IF WS-FEE-TYPE (WS-FEE-IDX) = 'PROD'
               AND WS-FEE-PROD-CODE (WS-FEE-IDX) = ACCT-PRODUCT-CODE
               SET WS-FEE-FOUND TO TRUE
               MOVE WS-FEE-IDX TO WS-FEE-FOUND-IDX
           END-IF.

       SEARCH-FEE-TABLE-FOR-BAND.
           IF WS-FEE-TYPE (WS-FEE-IDX) = 'BAND'
               AND ACCT-BALANCE >= WS-FEE-BAND-LOW (WS-FEE-IDX)
                   TO WS-FEEGEN-DETAIL (WS-FEEGEN-COUNT)
               ADD 1 TO WS-ASSESSED-COUNT
               ADD WS-FEE-AMOUNT TO WS-ASSESSED-AMOUNT-TOTAL
               PERFORM ADD-TO-PRODUCT-SUBTOTAL
           ELSE
               DISPLAY "FEE-ASSESS: SEVERE - generated-fee table "
                   "full, " ACCT-NUMBER " not assessed"
               SET WS-SEVERE-ERROR-OCCURRED TO TRUE
           END-IF.

      *----------------------------------------------------------------
      *    ADD THE DEBIT JUST BUILT TO ITS PRODUCT'S SUBTOTAL,
      *    OPENING A NEW ENTRY THE FIRST TIME A PRODUCT IS SEEN.
      *----------------------------------------------------------------
       ADD-TO-PRODUCT-SUBTOTAL.
           MOVE 'N' TO WS-PROD-SUB-FOUND-FLAG
           MOVE 0 TO WS-PROD-SUB-FOUND-IDX
           PERFORM SEARCH-PRODUCT-SUBTOTALS
               VARYING WS-PROD-SUB-IDX FROM 1 BY 1
               UNTIL WS-PROD-SUB-IDX > WS-PROD-SUB-COUNT
                  OR WS-PROD-SUB-FOUND
           IF NOT WS-PROD-SUB-FOUND
               IF WS-PROD-SUB-COUNT < 50
                   ADD 1 TO WS-PROD-SUB-COUNT
                   MOVE WS-PROD-SUB-COUNT TO WS-PROD-SUB-FOUND-IDX
                   MOVE ACCT-PRODUCT-CODE
                       TO WS-PROD-SUB-CODE (WS-PROD-SUB-FOUND-IDX)
                   MOVE 0 TO WS-PROD-SUB-DEBITS (WS-PROD-SUB-FOUND-IDX)
                   MOVE 0 TO WS-PROD-SUB-AMOUNT (WS-PROD-SUB-FOUND-IDX)
                   SET WS-PROD-SUB-FOUND TO TRUE
               ELSE
                   DISPLAY "FEE-ASSESS: WARNING - product subtotal "
                       "table full, " ACCT-PRODUCT-CODE
                       " not subtotalled"
               END-IF
           END-IF
           IF WS-PROD-SUB-FOUND
               ADD 1 TO WS-PROD-SUB-DEBITS (WS-PROD-SUB-FOUND-IDX)
               ADD WS-FEE-AMOUNT
                   TO WS-PROD-SUB-AMOUNT (WS-PROD-SUB-FOUND-IDX)
           END-IF.

       SEARCH-PRODUCT-SUBTOTALS.
           IF WS-PROD-SUB-CODE (WS-PROD-SUB-IDX) = ACCT-PRODUCT-CODE
               SET WS-PROD-SUB-FOUND TO TRUE
               MOVE WS-PROD-SUB-IDX TO WS-PROD-SUB-FOUND-IDX
           END-IF.

       DISPLAY-PRODUCT-SUBTOTAL.
           DISPLAY "FEE-ASSESS: Product "
               WS-PROD-SUB-CODE (WS-PROD-SUB-IDX)
               " debits: " WS-PROD-SUB-DEBITS (WS-PROD-SUB-IDX)
               " amount: " WS-PROD-SUB-AMOUNT (WS-PROD-SUB-IDX).

      *----------------------------------------------------------------
      *    WRITE THE FEE FILE: HEADER WITH THE TRUE CONTROL TOTALS,
      *    THE GENERATED DEBITS, THEN THE MATCHING TRAILER - READY TO
