      ******************************************************************
      *    ALRTREC.CPY
      *    SUSPICIOUS-ACTIVITY ALERT RECORD LAYOUT - ONE RECORD PER
      *    MONITORING RULE HIT THAT IS NOT ALREADY COVERED BY A CASE
      *    ON THE ALERT CASE FILE (SARCREC), WRITTEN BY SAR-MONITOR
      *    TO THE CUMULATIVE ALERTS FILE FOR COMPLIANCE.
      *    ALRT-RULE NAMES THE PATTERN:
      *      DORMEMPT - DORMANT ACCOUNT REACTIVATED AND EMPTIED
      *      PASSTHRU - MONEY IN AND STRAIGHT OUT BY TRANSFER
      *      NEWTHRU  - NEWLY OPENED ACCOUNT WITH HIGH THROUGHPUT
      *      STRUCTUR - REPEATED DEPOSITS JUST UNDER CASHTHRESH
      *    ALRT-AMOUNT IS THE MONEY THE RULE MEASURED (THE AMOUNT
      *    TAKEN OUT, PASSED THROUGH, TURNED OVER OR DEPOSITED).
      *    ALRT-TRAN-COUNT IS HOW MANY HISTORY LEGS TRIGGERED THE
      *    RULE; THE FIRST FIVE OF THEIR TRANSACTION IDS ARE CARRIED.
      *    ALRT-SCORE IS 01-99, HIGHER MEANING MORE URGENT.
      ******************************************************************
       01  ALERT-RECORD.
           05  ALRT-RUN-DATE           PIC X(8).
           05  FILLER                  PIC X VALUE ','.
           05  ALRT-CASE-ID            PIC X(8).
           05  FILLER                  PIC X VALUE ','.
           05  ALRT-RULE               PIC X(8).
           05  FILLER                  PIC X VALUE ','.
           05  ALRT-ACCOUNT-NUM        PIC X(5).
           05  FILLER                  PIC X VALUE ','.
           05  ALRT-SCORE              PIC 9(2).
           05  FILLER                  PIC X VALUE ','.
           05  ALRT-AMOUNT             PIC 9(9)V99.
           05  FILLER                  PIC X VALUE ','.
           05  ALRT-TRAN-COUNT         PIC 9(3).
           05  ALRT-TRAN-LIST OCCURS 5 TIMES.
               10  FILLER              PIC X VALUE ','.
               10  ALRT-TRAN-ID        PIC X(6).
