      ******************************************************************
      *    FXRTREC.CPY
      *    EXCHANGE RATE RECORD LAYOUT - ONE RECORD PER FOREIGN
      *    CURRENCY PER BUSINESS DATE, APPENDED TO THE CUMULATIVE
      *    FXRATES FILE EACH MORNING BY FX-RATE-LOAD FROM TREASURY'S
      *    RATE FEED (FXFEED, SAME LAYOUT).
      *    FXRT-RATE IS THE NUMBER OF HOME-CURRENCY UNITS ONE UNIT OF
      *    FXRT-CURRENCY-CODE BUYS, E.G. 00001.085000.  THE HOME
      *    CURRENCY ITSELF IS NEVER ON THE FILE - ITS RATE IS 1.
      *    A PROGRAM TAKES FOR EACH CURRENCY THE LATEST RATE DATED ON
      *    OR BEFORE ITS RUN DATE; WHEN A DATE'S RATES WERE RELOADED
      *    THE LAST RECORD FOR THE DATE WINS.  ANYTHING THAT CONVERTS
      *    AN AMOUNT BETWEEN CURRENCIES INSISTS ON A RATE DATED THE
      *    RUN DATE ITSELF.
      ******************************************************************
       01  FX-RATE-RECORD.
           05  FXRT-RATE-DATE          PIC 9(8).
           05  FILLER                  PIC X VALUE ','.
           05  FXRT-CURRENCY-CODE      PIC X(3).
           05  FILLER                  PIC X VALUE ','.
           05  FXRT-RATE               PIC X(11).
           05  FXRT-RATE-NUM REDEFINES FXRT-RATE
                                       PIC 9(5)V9(6).
