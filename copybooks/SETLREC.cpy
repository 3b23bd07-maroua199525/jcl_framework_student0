      *      HDR - OPENS A BRANCH'S SECTION (RUN DATE, BRANCH)
      *      REJ - ONE PER REJECTED ITEM, WITH ITS REASON CODE
      *      TRL - CLOSES THE SECTION WITH THE BRANCH'S COUNTS
      *            (RECEIVED, POSTED, REJECTED, EXCEPTED, SUSPENDED,
      *            WAREHOUSED) AND ITS NET POSTED AMOUNT
      *    RECEIVED IS THE SUM OF THE DISPOSITIONS - EVERY ITEM THE
      *    BRANCH SENT LANDED IN EXACTLY ONE OF THEM.  WAREHOUSED IS
      *    A FUTURE-DATED ITEM ACCEPTED ONTO THE WAREHOUSE TODAY TO
      *    POST ON ITS VALUE DATE; IT SITS AT THE END OF THE TRAILER
      *    SO EVERY EARLIER FIELD KEEPS ITS POSITION.  THE FILE IS
      *    PROVED AGAINST THE SAME SUBTOTALS DAILY-RECON COMPUTES
      *    BEFORE IT LEAVES THE BUILDING.
      ******************************************************************
               10  SETL-HDR-RUN-DATE       PIC 9(8).
               10  FILLER                  PIC X VALUE ','.
               10  SETL-HDR-BRANCH-ID      PIC X(3).
               10  FILLER                  PIC X(53).
           05  SETL-REJECT-DATA REDEFINES SETL-HEADER-DATA.
               10  SETL-REJ-TRAN-ID        PIC X(6).
               10  FILLER                  PIC X VALUE ','.
               10  SETL-REJ-REASON-CODE    PIC X(4).
               10  FILLER                  PIC X(54).
           05  SETL-TRAILER-DATA REDEFINES SETL-HEADER-DATA.
               10  SETL-TRL-RECEIVED-COUNT PIC 9(7).
               10  FILLER                  PIC X VALUE ','.
               10  SETL-TRL-SUSP-COUNT     PIC 9(7).
               10  FILLER                  PIC X VALUE ','.
               10  SETL-TRL-BRANCH-ID      PIC X(3).
               10  FILLER                  PIC X VALUE ','.
               10  SETL-TRL-WHSE-COUNT     PIC 9(7).
