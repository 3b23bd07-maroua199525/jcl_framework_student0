      ******************************************************************
      *    PAIDREC.CPY
      *    PAID-ITEM REGISTER RECORD LAYOUT - AN INDEXED FILE KEYED ON
      *    ACCOUNT NUMBER PLUS CHEQUE SERIAL, ONE RECORD PER CHEQUE
      *    ACCOUNT-UPDATE HAS PAID.  ACCOUNT-UPDATE WRITES IT WHEN A
      *    CHEQUE'S POSTING COMMITS; BATCH-VALIDATOR READS IT BY KEY
      *    SO THE SAME SERIAL PRESENTED AGAIN ON THE SAME ACCOUNT -
      *    TOMORROW OR A YEAR FROM NOW - IS REJECTED AS A DUPLICATE
      *    PRESENTMENT INSTEAD OF BEING PAID TWICE.
      *    PAID-RUN-DATE AND PAID-CYCLE SAY WHICH POSTING PAID THE
      *    ITEM, SO A RESTARTED CYCLE CAN TELL ITS OWN PARTIAL
      *    POSTING FROM A GENUINE EARLIER PRESENTMENT.
      ******************************************************************
       01  PAID-ITEM-RECORD.
           05  PAID-KEY.
               10  PAID-ACCOUNT-NUM        PIC X(5).
               10  PAID-CHEQUE-SERIAL      PIC X(8).
           05  PAID-TRAN-ID            PIC X(6).
           05  PAID-AMOUNT             PIC 9(8)V99.
           05  PAID-RUN-DATE           PIC 9(8).
           05  PAID-CYCLE              PIC 9(2).
           05  PAID-BRANCH-ID          PIC X(3).
           05  FILLER                  PIC X(8).
