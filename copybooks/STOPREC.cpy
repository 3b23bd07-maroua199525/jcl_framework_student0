      *    STOP-AMOUNT-HIGH OF ZERO MEANS THE STOP IS FOR THE EXACT
      *    AMOUNT IN STOP-AMOUNT-LOW; OTHERWISE ANY AMOUNT FROM LOW
      *    THROUGH HIGH MATCHES.
      *    A CHEQUE STOP CAN INSTEAD NAME THE ITEM BY SERIAL NUMBER:
      *    A NUMERIC, NON-ZERO STOP-SERIAL-LOW MAKES THE ORDER A
      *    SERIAL STOP, MATCHED ON SERIAL ALONE WHATEVER THE AMOUNT
      *    (LEAVE THE AMOUNT FIELDS ZERO).  STOP-SERIAL-HIGH OF ZERO
      *    OR BLANK STOPS THE ONE SERIAL IN STOP-SERIAL-LOW;
      *    OTHERWISE EVERY SERIAL FROM LOW THROUGH HIGH IS STOPPED
      *    (A LOST CHEQUE BOOK).  BLANK SERIALS LEAVE THE ORDER AN
      *    AMOUNT STOP AS BEFORE.
      ******************************************************************
       01  STOP-PAYMENT-RECORD.
           05  STOP-ACCOUNT-NUM        PIC X(5).
           05  STOP-EXPIRY-DATE        PIC X(8).
           05  STOP-EXPIRY-DATE-NUM REDEFINES STOP-EXPIRY-DATE
                                       PIC 9(8).
           05  FILLER                  PIC X VALUE ','.
           05  STOP-SERIAL-LOW         PIC X(8).
           05  STOP-SERIAL-LOW-NUM REDEFINES STOP-SERIAL-LOW
                                       PIC 9(8).
           05  FILLER                  PIC X VALUE ','.
           05  STOP-SERIAL-HIGH        PIC X(8).
           05  STOP-SERIAL-HIGH-NUM REDEFINES STOP-SERIAL-HIGH
                                       PIC 9(8).
