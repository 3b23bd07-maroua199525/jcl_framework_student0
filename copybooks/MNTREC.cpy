      *    MAINTENANCE ACTIONS CARRY NO MONEY, SO THE CONTROL RECORDS
      *    BALANCE ON RECORD COUNT ONLY.
      *    MNT-NEW-VALUE IS THE HOLDER NAME FOR ADD AND NAME-CHANGE,
      *    AND Y OR N (FIRST BYTE) FOR SET-OVERDRAFT, AND THE NEW
      *    PRODUCT CODE (FIRST FOUR BYTES) FOR SET-PRODUCT; THE
      *    STATUS ACTIONS (CLOSE/HOLD/REACTIVATE) IGNORE IT.
      *    MNT-PRODUCT-CODE IS THE PRODUCT A NEW ACCOUNT OPENS ON
      *    (ADD ONLY).  OLDER FEEDS LEAVE IT BLANK AND THE ACCOUNT
      *    OPENS WITH NO PRODUCT, PRICED ON THE BALANCE BANDS.
      *    MNT-CURRENCY-CODE IS THE CURRENCY A NEW ACCOUNT IS HELD IN
      *    (ADD ONLY).  BLANK OPENS A HOME-CURRENCY ACCOUNT, AS EVERY
      *    OLDER FEED DOES.
      *    MNT-USER-ID NAMES THE MAKER WHO KEYED THE ACTION; IT IS
      *    STAMPED INTO THE MAINTENANCE AUDIT TRAIL AND CARRIED ON
      *    THE PENDING-APPROVAL QUEUE FOR THE HIGH-RISK ACTIONS THAT
                   88  MNT-ACTION-REACTIVATE    VALUE 'REACTIVATE'.
                   88  MNT-ACTION-SET-OVERDRAFT VALUE 'SET-OVERDRAFT'.
                   88  MNT-ACTION-NAME-CHANGE   VALUE 'NAME-CHANGE'.
                   88  MNT-ACTION-SET-PRODUCT   VALUE 'SET-PRODUCT'.
               10  FILLER                  PIC X VALUE ','.
               10  MNT-ACCOUNT-NUM         PIC X(5).
               10  FILLER                  PIC X VALUE ','.
                                           PIC 9(8).
               10  FILLER                  PIC X VALUE ','.
               10  MNT-USER-ID             PIC X(8).
               10  FILLER                  PIC X VALUE ','.
               10  MNT-PRODUCT-CODE        PIC X(4).
               10  FILLER                  PIC X VALUE ','.
               10  MNT-CURRENCY-CODE       PIC X(3).
               10  FILLER                  PIC X(2).
           05  MNT-HEADER-DATA REDEFINES MNT-DETAIL-DATA.
               10  MNT-HDR-RUN-DATE        PIC X(8).
               10  FILLER                  PIC X VALUE ','.
