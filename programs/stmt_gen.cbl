      *      HISTORY MASTER THROUGH ITS ACCOUNT ALTERNATE KEY - ONE
      *      POSITIONED READ PER ACCOUNT - INSTEAD OF RE-SCANNING THE
      *      WHOLE CUMULATIVE AUDIT LOG ONCE PER STATEMENT
      *    - A CHEQUE LINE SHOWS THE CHEQUE SERIAL AFTER THE RESULTING
      *      BALANCE SO THE CUSTOMER CAN TIE IT TO THEIR CHEQUE BOOK
      *    - CUSTOMER DISPUTES: A DISPUTED POSTING IS MARKED
      *      DISPUTED, AND A PROVISIONAL CREDIT IS MARKED PROVISIONAL
      *      UNTIL THE CASE MAKES IT FINAL.  A RE-DEBIT OF ONE AND A
      *      CREDIT GIVEN ON RESOLUTION ARE LABELLED TOO
      ******************************************************************

       ENVIRONMENT DIVISION.
           05  WS-D-MOVEMENT            PIC -(9)9.99.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-D-BALANCE             PIC -(9)9.99.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-D-CHEQUE-SERIAL       PIC X(8).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-D-DISPUTE-NOTE        PIC X(20).
           05  FILLER                   PIC X(52) VALUE SPACES.

      *    OPENING/CLOSING BALANCE LINE.
       01  WS-BALANCE-LINE.
           MOVE THIS-TRAN-TYPE TO WS-D-TRAN-TYPE
           MOVE WS-STMT-MOVEMENT TO WS-D-MOVEMENT
           MOVE THIS-AFTER-BALANCE TO WS-D-BALANCE
           MOVE THIS-CHEQUE-SERIAL TO WS-D-CHEQUE-SERIAL
           EVALUATE TRUE
               WHEN THIS-TRAN-TYPE = 'PROVCREDIT'
                   AND THIS-CREDIT-MADE-FINAL
                   MOVE "CREDIT MADE FINAL" TO WS-D-DISPUTE-NOTE
               WHEN THIS-TRAN-TYPE = 'PROVCREDIT'
                   MOVE "PROVISIONAL CREDIT" TO WS-D-DISPUTE-NOTE
               WHEN THIS-TRAN-TYPE = 'PROVDEBIT'
                   MOVE "PROV CREDIT REVERSED" TO WS-D-DISPUTE-NOTE
               WHEN THIS-TRAN-TYPE = 'DISPCREDIT'
                   MOVE "DISPUTE CREDIT" TO WS-D-DISPUTE-NOTE
               WHEN THIS-LEG-DISPUTED
                   MOVE "DISPUTED" TO WS-D-DISPUTE-NOTE
           END-EVALUATE
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE.

