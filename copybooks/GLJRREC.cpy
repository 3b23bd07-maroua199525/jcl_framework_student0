      *    TOTAL DEBITS AND CREDITS FOR THAT TYPE, PLUS ONE OFFSETTING
      *    CASH/CLEARING LINE, SO EVERY EXTRACT CROSS-FOOTS TO ZERO
      *    BEFORE IT REACHES THE CORPORATE LEDGER.
      *    EACH LINE IS FOR ONE CURRENCY.  GL-DEBIT-AMT AND
      *    GL-CREDIT-AMT ARE IN GL-CURRENCY-CODE (BLANK = THE HOME
      *    CURRENCY) AND CROSS-FOOT WITHIN IT; GL-HOME-DEBIT-AMT AND
      *    GL-HOME-CREDIT-AMT ARE THE SAME AMOUNTS AT THE RUN DATE'S
      *    EXCHANGE RATE AND CROSS-FOOT OVER THE WHOLE EXTRACT.  A
      *    TRANSFER BETWEEN CURRENCIES CLEARS THROUGH FXCONV IN EACH
      *    OF ITS CURRENCIES; WHATEVER THE HOME EQUIVALENTS LEAVE ON
      *    FXCONV IS CLEARED TO FXGAINLS AS THE DAY'S RATE GAIN OR
      *    LOSS.
      ******************************************************************
       01  GL-JOURNAL-RECORD.
           05  GL-RUN-DATE             PIC 9(8).
           05  GL-DEBIT-AMT            PIC 9(11)V99.
           05  FILLER                  PIC X VALUE ','.
           05  GL-CREDIT-AMT           PIC 9(11)V99.
           05  FILLER                  PIC X VALUE ','.
           05  GL-CURRENCY-CODE        PIC X(3).
           05  FILLER                  PIC X VALUE ','.
           05  GL-HOME-DEBIT-AMT       PIC 9(11)V99.
           05  FILLER                  PIC X VALUE ','.
           05  GL-HOME-CREDIT-AMT      PIC 9(11)V99.
