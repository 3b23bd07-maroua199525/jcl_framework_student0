      ******************************************************************
      *    COLLREC.CPY
      *    OVERDRAWN-ACCOUNT COLLECTIONS RECORD LAYOUT - ONE RECORD
      *    PER ACCOUNT CURRENTLY OVERDRAWN, CARRIED FORWARD RUN TO RUN
      *    BY OD-AGING ON A REWRITTEN COPY OF THE FILE (THE PENDIN/
      *    PENDOUT PATTERN).  IT REMEMBERS WHAT COLLECTIONS HAS
      *    ALREADY DONE ABOUT THE OVERDRAFT SO NO STEP IS REPEATED:
      *    THE HIGHEST AGING BUCKET ALREADY REACHED (1 = 1-30 DAYS,
      *    WHICH HAS NO LETTER; 2 = 31-60; 3 = 61-90; 4 = OVER 90),
      *    WHEN THE HOLD WAS PLACED AND WHEN THE CHARGE-OFF WAS SENT
      *    FOR POSTING.  A ZERO DATE MEANS NOT YET.  COLL-BRANCH-ID IS
      *    THE BRANCH OF THE POSTING THAT TOOK THE ACCOUNT OVERDRAWN,
      *    WHICH THE AGING SUMMARY TOTALS UNDER ('---' WHEN NO SUCH
      *    POSTING IS ON THE HISTORY).  THE RECORD DROPS OFF ONCE THE
      *    ACCOUNT IS BACK IN CREDIT OR CHARGED OFF.
      ******************************************************************
       01  COLLECTIONS-RECORD.
           05  COLL-ACCOUNT-NUM        PIC X(5).
           05  FILLER                  PIC X VALUE ','.
           05  COLL-BRANCH-ID          PIC X(3).
           05  FILLER                  PIC X VALUE ','.
           05  COLL-OD-SINCE-DATE      PIC 9(8).
           05  FILLER                  PIC X VALUE ','.
           05  COLL-LETTER-STAGE       PIC 9(1).
           05  FILLER                  PIC X VALUE ','.
           05  COLL-LAST-LETTER-DATE   PIC 9(8).
           05  FILLER                  PIC X VALUE ','.
           05  COLL-HOLD-DATE          PIC 9(8).
           05  FILLER                  PIC X VALUE ','.
           05  COLL-CHARGEOFF-DATE     PIC 9(8).
           05  FILLER                  PIC X VALUE ','.
           05  COLL-CHARGEOFF-TRAN-ID  PIC X(6).
