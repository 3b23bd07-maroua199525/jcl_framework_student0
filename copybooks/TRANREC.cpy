      *    OR CYCLE IS NOT THE RUN'S - A STALE TRANSLATED FEED, OR
      *    THE MORNING EXTRACT MOUNTED IN THE AFTERNOON JOB, IS AN
      *    OPERATOR ERROR, NOT A FEED.
      *    TRAN-CHEQUE-SERIAL IS ONLY MEANINGFUL ON A CHEQUE, WHERE
      *    IT CARRIES THE SERIAL NUMBER PRINTED ON THE ITEM; IT IS
      *    WHAT THE PAID-ITEM REGISTER AND SERIAL STOP ORDERS MATCH
      *    ON.  OTHER RECORDS LEAVE IT BLANK.
      *    AN OUTXFER SENDS MONEY TO AN ACCOUNT AT ANOTHER BANK: THE
      *    DEST ACCOUNT IS THE BENEFICIARY'S NUMBER ON THE CLEARING
      *    NETWORK, NOT AN ACCOUNT ON OUR MASTER.  AN XFERRETURN IS
      *    THE NETWORK HANDING ONE BACK UNPAID; ITS ORIG TRAN ID
      *    NAMES THE OUTXFER BEING RETURNED.
      *    AN ESCHEAT IS THE REMITTANCE OF A LONG-DORMANT ACCOUNT'S
      *    WHOLE BALANCE TO THE STATE AS UNCLAIMED PROPERTY, GENERATED
      *    BY ESCHEAT-RUN UNDER BRANCH ESC.
      *    A CHARGEOFF IS A CREDIT THAT WRITES A LONG-OVERDRAWN
      *    BALANCE OFF TO LOSS, TAKING THE ACCOUNT TO ZERO, GENERATED
      *    BY OD-AGING UNDER BRANCH COL.
      *    A PROVCREDIT IS A PROVISIONAL CREDIT GIVEN WHILE A
      *    CUSTOMER'S DISPUTE IS INVESTIGATED; A DISPCREDIT IS THE
      *    CREDIT FOR A DISPUTE FOUND FOR THE CUSTOMER WHEN NO
      *    PROVISIONAL CREDIT WAS GIVEN; A PROVDEBIT TAKES A
      *    PROVISIONAL CREDIT BACK WHEN THE DISPUTE IS FOUND AGAINST
      *    THE CUSTOMER, AND ITS ORIG TRAN ID NAMES THE PROVCREDIT.
      *    ALL THREE ARE GENERATED BY DISPUTE-CASE UNDER BRANCH DSP.
      *    TRAN-CURRENCY-CODE IS THE CURRENCY THE AMOUNT IS IN.  IT
      *    MUST BE THE ACCOUNT'S OWN CURRENCY; BLANK MEANS "THE
      *    ACCOUNT'S CURRENCY", WHICH IS WHAT EVERY IN-HOUSE PRODUCER
      *    AND EVERY OLDER FEED SENDS.  ON A TRANSFER THE AMOUNT IS
      *    THE SOURCE ACCOUNT'S DEBIT; WHEN THE DESTINATION IS HELD
      *    IN ANOTHER CURRENCY ACCOUNT-UPDATE CREDITS IT WITH THE
      *    AMOUNT CONVERTED AT THE RUN DATE'S EXCHANGE RATES.
      ******************************************************************
       01  TRAN-RECORD.
           05  TRAN-REC-TYPE           PIC X(3).
               10  TRAN-ATTEMPT-COUNT      PIC 9(2).
               10  FILLER                  PIC X VALUE ','.
               10  TRAN-BRANCH-ID          PIC X(3).
               10  FILLER                  PIC X VALUE ','.
               10  TRAN-CHEQUE-SERIAL      PIC X(8).
               10  TRAN-CHEQUE-SERIAL-NUM REDEFINES TRAN-CHEQUE-SERIAL
                                           PIC 9(8).
               10  FILLER                  PIC X VALUE ','.
               10  TRAN-CURRENCY-CODE      PIC X(3).
           05  TRAN-HEADER-DATA REDEFINES TRAN-DETAIL-DATA.
               10  TRAN-HDR-RUN-DATE       PIC X(8).
               10  FILLER                  PIC X VALUE ','.
