      ******************************************************************
      *    SWEPREC.CPY
      *    SWEEP ARRANGEMENT MASTER RECORD LAYOUT - ONE RECORD PER
      *    END-OF-DAY BALANCE SWEEP BETWEEN TWO LINKED ACCOUNTS.
      *    MAINTAINED BY SWEEP-MAINT FROM THE BALANCED SWMTIN FEED;
      *    READ BY SWEEP-GEN AFTER THE LAST POSTING CYCLE OF THE DAY,
      *    WHICH TURNS EACH ARRANGEMENT INTO A NORMAL TRANSFER FOR THE
      *    VALIDATION AND POSTING PATH.
      *    SWP-ACCOUNT-NUM IS THE ACCOUNT THE ARRANGEMENT CONTROLS;
      *    SWP-PARTNER-ACCOUNT-NUM IS WHERE EXCESS GOES OR WHERE A
      *    SHORTFALL IS FUNDED FROM.
      *      E - EXCESS: ANY AVAILABLE BALANCE ABOVE THE TARGET MOVES
      *          TO THE PARTNER ("KEEP OPERATING AT 5,000")
      *      T - TOP-UP: ANY SHORTFALL BELOW THE TARGET IS FUNDED FROM
      *          THE PARTNER ("TOP UP PAYROLL IF IT GOES NEGATIVE")
      *    A TARGET OF ZERO MAKES EITHER TYPE A ZERO-BALANCE SWEEP.
      ******************************************************************
       01  SWEEP-ARRANGE-RECORD.
           05  SWP-ARRANGE-ID          PIC X(6).
           05  FILLER                  PIC X VALUE ','.
           05  SWP-SWEEP-TYPE          PIC X(1).
               88  SWP-TYPE-EXCESS         VALUE 'E'.
               88  SWP-TYPE-TOP-UP         VALUE 'T'.
           05  FILLER                  PIC X VALUE ','.
           05  SWP-ACCOUNT-NUM         PIC X(5).
           05  FILLER                  PIC X VALUE ','.
           05  SWP-PARTNER-ACCOUNT-NUM PIC X(5).
           05  FILLER                  PIC X VALUE ','.
           05  SWP-TARGET-BALANCE      PIC X(10).
           05  SWP-TARGET-BALANCE-NUM REDEFINES SWP-TARGET-BALANCE
                                       PIC 9(8)V99.
