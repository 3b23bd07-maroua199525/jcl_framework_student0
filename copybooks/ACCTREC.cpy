      *    ACCOUNT MASTER RECORD LAYOUT - SHARED BY ANY PROGRAM THAT
      *    OPENS THE ACCOUNTS FILE (ACCOUNT-UPDATE, DAILY-RECON).
      *    KEYED ON ACCT-NUMBER.
      *    ACCT-PRODUCT-CODE NAMES THE ACCOUNT'S PRODUCT ON THE
      *    PRODUCT TABLE (PRODREC), WHICH PRICES RATES, FEES AND
      *    DEBIT LIMITS AHEAD OF THE BALANCE BANDS.  BLANK ON
      *    ACCOUNTS OPENED BEFORE PRODUCT CODES - THOSE PRICE ON
      *    BANDS ALONE, AS THEY ALWAYS HAVE.
      *    ACCT-CHARGEOFF-FLAG IS SET BY ACCOUNT-UPDATE WHEN A
      *    CHARGEOFF POSTING WRITES AN OVERDRAWN BALANCE OFF TO LOSS,
      *    SO AN ACCOUNT BROUGHT BACK TO ZERO THAT WAY CAN BE TOLD
      *    FROM ONE THE CUSTOMER REPAID.  BLANK ON EVERY OTHER
      *    ACCOUNT.
      *    ACCT-CURRENCY-CODE IS THE ISO CODE OF THE CURRENCY THE
      *    ACCOUNT IS HELD IN; ACCT-BALANCE AND EVERY AMOUNT POSTED
      *    TO THE ACCOUNT ARE IN THAT CURRENCY.  BLANK MEANS THE HOME
      *    CURRENCY - EVERY ACCOUNT OPENED BEFORE FOREIGN-CURRENCY
      *    ACCOUNTS, AND EVERY HOME ACCOUNT SINCE.  SET WHEN THE
      *    ACCOUNT IS OPENED AND NEVER CHANGED.
      ******************************************************************
       01  ACCOUNT-RECORD.
           05  ACCT-NUMBER             PIC X(5).
               88  ACCT-OVERDRAFT-ELIGIBLE     VALUE 'Y'.
               88  ACCT-OVERDRAFT-NOT-ELIGIBLE VALUE 'N'.
           05  ACCT-LAST-ACTIVITY-DATE PIC X(8).
           05  ACCT-PRODUCT-CODE       PIC X(4).
           05  ACCT-CHARGEOFF-FLAG     PIC X(1).
               88  ACCT-CHARGED-OFF            VALUE 'Y'.
           05  ACCT-CURRENCY-CODE      PIC X(3).
               88  ACCT-IN-HOME-CURRENCY       VALUE SPACES.
           05  FILLER                  PIC X(12).
