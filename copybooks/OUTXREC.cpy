      ******************************************************************
      *    OUTXREC.CPY
      *    OUTBOUND CLEARING ITEM RECORD LAYOUT - ONE RECORD PER
      *    OUTXFER ACCOUNT-UPDATE POSTS, WRITTEN TO THE CUMULATIVE
      *    OUTITEMS FILE AS THE CUSTOMER DEBIT COMMITS.  IT CARRIES
      *    WHAT THE AUDIT LOG DOES NOT - THE BENEFICIARY'S ACCOUNT AT
      *    THE OTHER BANK - AND IS WHAT NET-OUTBOUND BUILDS THE DAY'S
      *    OUTBOUND NETWORK FILE FROM.  EACH RECORD IS STAMPED WITH
      *    THE RUN DATE AND POSTING CYCLE THAT POSTED IT, SO THE
      *    END-OF-DAY FILE PROVES THE DATE'S ITEMS AGAINST THAT DATE'S
      *    OUTXFER LEGS ON THE AUDIT LOG.
      *    OUTX-SENT-DATE IS ZEROS UNTIL NET-OUTBOUND SENDS (OR PULLS)
      *    THE ITEM, THEN THE RUN DATE OF THAT FILE - SO AN ITEM
      *    POSTED OFF-STREAM AFTER THE DATE'S FILE WENT GOES OUT WITH
      *    THE NEXT ONE.  A RECORD FROM BEFORE THE FIELD EXISTED HAS
      *    SPACES THERE AND COUNTS AS ALREADY SENT.
      ******************************************************************
       01  OUTBOUND-ITEM-RECORD.
           05  OUTX-RUN-DATE           PIC 9(8).
           05  FILLER                  PIC X VALUE ','.
           05  OUTX-CYCLE              PIC X(2).
           05  FILLER                  PIC X VALUE ','.
           05  OUTX-TRAN-ID            PIC X(6).
           05  FILLER                  PIC X VALUE ','.
           05  OUTX-ACCOUNT-NUM        PIC X(5).
           05  FILLER                  PIC X VALUE ','.
           05  OUTX-BENEF-ACCOUNT      PIC X(5).
           05  FILLER                  PIC X VALUE ','.
           05  OUTX-AMOUNT             PIC 9(8)V99.
           05  FILLER                  PIC X VALUE ','.
           05  OUTX-BRANCH-ID          PIC X(3).
           05  FILLER                  PIC X VALUE ','.
           05  OUTX-SENT-DATE          PIC X(8).
               88  OUTX-NOT-YET-SENT       VALUE '00000000'.
