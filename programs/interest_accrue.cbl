      *      INTO THE ID (I + MONTH CODE + SEQUENCE) SO IDS DO NOT
      *      REPEAT RUN TO RUN ON THE CUMULATIVE AUDIT LOG, WHERE
      *      THE REVERSAL LOOKUP MATCHES ON TRANSACTION ID ALONE
      *    - ACCOUNTS ON A PRODUCT NOW PRICE FROM THE PRODTAB PRODUCT
      *      TABLE WHEN THERE IS NO ACCT OVERRIDE, AHEAD OF THE
      *      BALANCE BANDS; ACCRUAL COUNTS AND AMOUNTS ARE
      *      SUBTOTALLED BY PRODUCT AT THE END OF THE RUN
      ******************************************************************

       ENVIRONMENT DIVISION.
               FILE STATUS IS WS-ACCOUNTS-STATUS.
           SELECT RATETAB ASSIGN TO "RATETAB"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRODTAB ASSIGN TO "PRODTAB"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INTOUT ASSIGN TO "INTOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOBSTAT ASSIGN TO "JOBSTAT"
       FD  RATETAB.
           COPY RATEREC.

       FD  PRODTAB.
           COPY PRODREC.

       FD  INTOUT.
           COPY TRANREC REPLACING TRAN-RECORD BY TRAN-INT-RECORD.

           88  WS-SEVERE-ERROR-OCCURRED    VALUE 'Y'.

      *    RATE TABLE LOADED UP FRONT.  ACCT ENTRIES ARE CHECKED
      *    BEFORE BAND ENTRIES REGARDLESS OF FILE ORDER.  PRODUCTS
      *    THAT PRICE THEIR OWN RATE ARE ADDED FROM PRODTAB AS PROD
      *    ENTRIES, CHECKED BETWEEN THE TWO.
       01  WS-RATE-TABLE.
           05  WS-RATE-COUNT            PIC 9(3) VALUE 0.
           05  WS-RATE-ENTRY OCCURS 150 TIMES.
               10  WS-RATE-TYPE             PIC X(4).
               10  WS-RATE-ACCT-NUM         PIC X(5).
               10  WS-RATE-PROD-CODE        PIC X(4).
               10  WS-RATE-BAND-LOW         PIC 9(9)V99.
               10  WS-RATE-BAND-HIGH        PIC 9(9)V99.
               10  WS-RATE-ANNUAL-PCT       PIC 9(2)V9(4).
           88  WS-RATE-FOUND                VALUE 'Y'.
       01  WS-MATCHED-RATE-PCT         PIC 9(2)V9(4) VALUE 0.

      *    ACCRUALS SUBTOTALLED BY PRODUCT.  ACCOUNTS WITH NO
      *    PRODUCT CODE ARE GATHERED UNDER A BLANK CODE.
       01  WS-PROD-SUB-TABLE.
           05  WS-PROD-SUB-COUNT        PIC 9(3) VALUE 0.
           05  WS-PROD-SUB-ENTRY OCCURS 50 TIMES.
               10  WS-PROD-SUB-CODE         PIC X(4).
               10  WS-PROD-SUB-CREDITS      PIC 9(7).
               10  WS-PROD-SUB-AMOUNT       PIC 9(11)V99.
       01  WS-PROD-SUB-IDX             PIC 9(3) VALUE 0.
       01  WS-PROD-SUB-FOUND-FLAG      PIC X VALUE 'N'.
           88  WS-PROD-SUB-FOUND            VALUE 'Y'.
       01  WS-PROD-SUB-FOUND-IDX       PIC 9(3) VALUE 0.

      *    ONE MONTH'S INTEREST FOR THE ACCOUNT IN HAND.
       01  WS-INTEREST-AMOUNT          PIC 9(8)V99 VALUE 0.

           PERFORM LOAD-RATE-TABLE UNTIL WS-EOF-FLAG = 'Y'
           CLOSE RATETAB

           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT PRODTAB
           PERFORM LOAD-PRODUCT-RATES UNTIL WS-EOF-FLAG = 'Y'
           CLOSE PRODTAB

           IF WS-RATE-COUNT = 0
               DISPLAY "INTEREST-ACCRUE: SEVERE - rate table is "
                   "empty, nothing to accrue against"
               WS-ACCRUED-COUNT
           DISPLAY "INTEREST-ACCRUE: Accounts skipped: "
               WS-SKIPPED-COUNT
           PERFORM DISPLAY-PRODUCT-SUBTOTAL
               VARYING WS-PROD-SUB-IDX FROM 1 BY 1
               UNTIL WS-PROD-SUB-IDX > WS-PROD-SUB-COUNT

           PERFORM WRITE-JOBSTAT-RECORD
           CLOSE JOBSTAT
           READ RATETAB
               AT END MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF WS-RATE-COUNT < 150
                       ADD 1 TO WS-RATE-COUNT
                       MOVE RATE-ENTRY-TYPE
                           TO WS-RATE-TYPE (WS-RATE-COUNT)
                       MOVE RATE-ACCT-NUM
                           TO WS-RATE-ACCT-NUM (WS-RATE-COUNT)
                       MOVE SPACES
                           TO WS-RATE-PROD-CODE (WS-RATE-COUNT)
                       MOVE RATE-BAND-LOW
                           TO WS-RATE-BAND-LOW (WS-RATE-COUNT)
                       MOVE RATE-BAND-HIGH
                           TO WS-RATE-ANNUAL-PCT (WS-RATE-COUNT)
                   ELSE
                       DISPLAY "INTEREST-ACCRUE: SEVERE - rate table "
                           "full, entries beyond 150 ignored"
                       SET WS-SEVERE-ERROR-OCCURRED TO TRUE
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *    ADD THE PRODUCTS THAT PRICE THEIR OWN RATE TO THE RATE
      *    TABLE AS PROD ENTRIES.  A PRODUCT WITHOUT THE RATE FLAG
      *    LEAVES ITS ACCOUNTS ON THE BALANCE BANDS.
      *----------------------------------------------------------------
       LOAD-PRODUCT-RATES.
           READ PRODTAB
               AT END MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF PROD-PRICES-RATE
                       IF WS-RATE-COUNT < 150
                           ADD 1 TO WS-RATE-COUNT
                           MOVE 'PROD' TO WS-RATE-TYPE (WS-RATE-COUNT)
                           MOVE SPACES
                               TO WS-RATE-ACCT-NUM (WS-RATE-COUNT)
                           MOVE PROD-CODE
                               TO WS-RATE-PROD-CODE (WS-RATE-COUNT)
                           MOVE 0 TO WS-RATE-BAND-LOW (WS-RATE-COUNT)
                           MOVE 0 TO WS-RATE-BAND-HIGH (WS-RATE-COUNT)
                           MOVE PROD-RATE-ANNUAL-PCT
                               TO WS-RATE-ANNUAL-PCT (WS-RATE-COUNT)
                       ELSE
                           DISPLAY "INTEREST-ACCRUE: SEVERE - rate "
                               "table full, product " PROD-CODE
                               " not loaded"
                           SET WS-SEVERE-ERROR-OCCURRED TO TRUE
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *    ONE PASS OF THE MASTER.  ONLY ACTIVE ACCOUNTS IN CREDIT
      *    EARN INTEREST; AN ACCOUNT WITH NO RATE ENTRY IS SIMPLY NOT

      *----------------------------------------------------------------
      *    PRICE THE ACCOUNT: AN ACCT ENTRY FOR THIS ACCOUNT NUMBER
      *    WINS; THEN THE PROD ENTRY FOR THE ACCOUNT'S PRODUCT;
      *    OTHERWISE THE FIRST BAND ENTRY THE BALANCE FITS.
      *----------------------------------------------------------------
       FIND-RATE-FOR-ACCOUNT.
           MOVE 'N' TO WS-RATE-FOUND-FLAG
               VARYING WS-RATE-IDX FROM 1 BY 1
               UNTIL WS-RATE-IDX > WS-RATE-COUNT
                  OR WS-RATE-FOUND
           IF NOT WS-RATE-FOUND
               AND ACCT-PRODUCT-CODE NOT = SPACES
               PERFORM SEARCH-RATE-TABLE-FOR-PROD
                   VARYING WS-RATE-IDX FROM 1 BY 1
                   UNTIL WS-RATE-IDX > WS-RATE-COUNT
                      OR WS-RATE-FOUND
           END-IF
           IF NOT WS-RATE-FOUND
               PERFORM SEARCH-RATE-TABLE-FOR-BAND
                   VARYING WS-RATE-IDX FROM 1 BY 1
                   TO WS-MATCHED-RATE-PCT
           END-IF.

       SEARCH-RATE-TABLE-FOR-PROD.
           IF WS-RATE-TYPE (WS-RATE-IDX) = 'PROD'
               AND WS-RATE-PROD-CODE (WS-RATE-IDX) = ACCT-PRODUCT-CODE
               SET WS-RATE-FOUND TO TRUE
               MOVE WS-RATE-ANNUAL-PCT (WS-RATE-IDX)
                   TO WS-MATCHED-RATE-PCT
           END-IF.

       SEARCH-RATE-TABLE-FOR-BAND.
           IF WS-RATE-TYPE (WS-RATE-IDX) = 'BAND'
               AND ACCT-BALANCE >= WS-RATE-BAND-LOW (WS-RATE-IDX)
                   TO WS-ACCRUAL-DETAIL (WS-ACCRUAL-COUNT)
               ADD 1 TO WS-ACCRUED-COUNT
               ADD WS-INTEREST-AMOUNT TO WS-ACCRUED-AMOUNT-TOTAL
               PERFORM ADD-TO-PRODUCT-SUBTOTAL
           ELSE
               DISPLAY "INTEREST-ACCRUE: SEVERE - accrual table "
                   "full, " ACCT-NUMBER " not accrued"
               SET WS-SEVERE-ERROR-OCCURRED TO TRUE
           END-IF.

      *----------------------------------------------------------------
      *    ADD THE CREDIT JUST BUILT TO ITS PRODUCT'S SUBTOTAL,
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
                   MOVE 0 TO WS-PROD-SUB-CREDITS (WS-PROD-SUB-FOUND-IDX)
                   MOVE 0 TO WS-PROD-SUB-AMOUNT (WS-PROD-SUB-FOUND-IDX)
                   SET WS-PROD-SUB-FOUND TO TRUE
               ELSE
                   DISPLAY "INTEREST-ACCRUE: WARNING - product "
                       "subtotal table full, " ACCT-PRODUCT-CODE
                       " not subtotalled"
               END-IF
           END-IF
           IF WS-PROD-SUB-FOUND
               ADD 1 TO WS-PROD-SUB-CREDITS (WS-PROD-SUB-FOUND-IDX)
               ADD WS-INTEREST-AMOUNT
                   TO WS-PROD-SUB-AMOUNT (WS-PROD-SUB-FOUND-IDX)
           END-IF.

       SEARCH-PRODUCT-SUBTOTALS.
           IF WS-PROD-SUB-CODE (WS-PROD-SUB-IDX) = ACCT-PRODUCT-CODE
               SET WS-PROD-SUB-FOUND TO TRUE
               MOVE WS-PROD-SUB-IDX TO WS-PROD-SUB-FOUND-IDX
           END-IF.

       DISPLAY-PRODUCT-SUBTOTAL.
           DISPLAY "INTEREST-ACCRUE: Product "
               WS-PROD-SUB-CODE (WS-PROD-SUB-IDX)
               " credits: " WS-PROD-SUB-CREDITS (WS-PROD-SUB-IDX)
               " amount: " WS-PROD-SUB-AMOUNT (WS-PROD-SUB-IDX).

      *----------------------------------------------------------------
      *    WRITE THE ACCRUAL FILE: HEADER WITH THE TRUE CONTROL
      *    TOTALS, THE GENERATED CREDITS, THEN THE MATCHING TRAILER -
