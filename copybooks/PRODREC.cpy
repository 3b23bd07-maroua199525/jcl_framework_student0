      ******************************************************************
      *    PRODREC.CPY
      *    ACCOUNT PRODUCT TABLE RECORD LAYOUT - ONE RECORD PER
      *    PRODUCT CODE CARRIED ON THE ACCOUNTS MASTER
      *    (ACCT-PRODUCT-CODE).  READ BY ACCT-MAINT TO VALIDATE THE
      *    PRODUCT ON AN ADD OR SET-PRODUCT, AND BY THE PRICING
      *    LOOKUPS - INTEREST-ACCRUE (RATES), FEE-ASSESS (FEES) AND
      *    BATCH-VALIDATOR (DAILY DEBIT LIMITS).  EACH LOOKUP TAKES
      *    AN ACCT OVERRIDE ON ITS OWN TABLE FIRST, THEN THE
      *    ACCOUNT'S PRODUCT FROM THIS TABLE, AND ONLY THEN FALLS
      *    BACK TO THE BALANCE BANDS.
      *    EACH BLOCK OF TERMS HAS ITS OWN Y/N FLAG: A PRODUCT THAT
      *    DOES NOT PRICE ONE OF THEM (SAY, A PRODUCT WITH ITS OWN
      *    RATE BUT THE STANDARD FEE BANDS) LEAVES THAT FLAG N AND
      *    THE LOOKUP FALLS THROUGH TO THE BANDS AS BEFORE.
      *    THE TERMS MEAN WHAT THEY MEAN ON RATEREC, FEESREC AND
      *    LIMTREC; A LIMIT CAP OF ZERO MEANS THAT CAP IS NOT SET.
      ******************************************************************
       01  PRODUCT-RECORD.
           05  PROD-CODE               PIC X(4).
           05  FILLER                  PIC X VALUE ','.
           05  PROD-DESCRIPTION        PIC X(20).
           05  FILLER                  PIC X VALUE ','.
           05  PROD-RATE-FLAG          PIC X.
               88  PROD-PRICES-RATE        VALUE 'Y'.
           05  FILLER                  PIC X VALUE ','.
           05  PROD-RATE-ANNUAL-PCT    PIC 9(2)V9(4).
           05  FILLER                  PIC X VALUE ','.
           05  PROD-FEE-FLAG           PIC X.
               88  PROD-PRICES-FEES        VALUE 'Y'.
           05  FILLER                  PIC X VALUE ','.
           05  PROD-MONTHLY-FEE        PIC 9(5)V99.
           05  FILLER                  PIC X VALUE ','.
           05  PROD-FREE-ITEMS         PIC 9(3).
           05  FILLER                  PIC X VALUE ','.
           05  PROD-PER-ITEM-FEE       PIC 9(3)V99.
           05  FILLER                  PIC X VALUE ','.
           05  PROD-WAIVER-FLOOR       PIC 9(9)V99.
           05  FILLER                  PIC X VALUE ','.
           05  PROD-LIMIT-FLAG         PIC X.
               88  PROD-PRICES-LIMITS      VALUE 'Y'.
           05  FILLER                  PIC X VALUE ','.
           05  PROD-PER-TRAN-CAP       PIC 9(8)V99.
           05  FILLER                  PIC X VALUE ','.
           05  PROD-DAILY-AMT-CAP      PIC 9(9)V99.
           05  FILLER                  PIC X VALUE ','.
           05  PROD-DAILY-CNT-CAP      PIC 9(3).
