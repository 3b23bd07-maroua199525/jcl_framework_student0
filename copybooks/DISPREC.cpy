      ******************************************************************
      *    DISPREC.CPY
      *    CUSTOMER DISPUTE CASE RECORD LAYOUT - ONE RECORD PER
      *    DISPUTED POSTING, KEYED BY THE TRANHIST TRANSACTION ID OF
      *    THE POSTING (ONLY ONE CASE MAY EVER EXIST FOR A GIVEN
      *    TRANSACTION).  OPENED AND RESOLVED BY DISPUTE-MAINT FROM
      *    THE BALANCED DSMTIN FEED; WORKED EVERY DAY BY DISPUTE-CASE,
      *    WHICH GENERATES THE CREDITS AND RE-DEBITS, SENDS THE
      *    CUSTOMER NOTICE AND REPORTS THE CASES STILL OPEN AGAINST
      *    THEIR DEADLINES.
      *    DSP-LEG-SEQ, DSP-ACCOUNT-NUM, DSP-BRANCH-ID, DSP-TRAN-TYPE
      *    AND DSP-POSTED-DATE DESCRIBE THE DISPUTED LEG AS POSTED.
      *    DSP-INVEST-DUE-DATE IS WHEN THE INVESTIGATION SHOULD BE
      *    FINISHED AND DSP-REG-DUE-DATE THE REGULATORY DEADLINE FOR
      *    RESOLVING THE CASE, BOTH COUNTED IN BUSINESS DAYS FROM THE
      *    OPEN DATE ON THE BUSINESS CALENDAR.
      *    DSP-CASE-STATUS:
      *      O - OPEN, UNDER INVESTIGATION
      *      F - RESOLVED FOR THE CUSTOMER; THE CREDIT IS FINAL
      *      R - RESOLVED AGAINST THE CUSTOMER; ANY PROVISIONAL
      *          CREDIT IS RE-DEBITED
      *    DSP-CREDIT-STATE FOLLOWS THE CREDIT (PROVCREDIT, OR A
      *    DISPCREDIT WHEN THE CASE WAS FOUND FOR THE CUSTOMER WITHOUT
      *    ONE) AND DSP-REDEBIT-STATE THE PROVDEBIT TAKING IT BACK:
      *      SPACE - NONE WANTED
      *      W     - WANTED, NOT YET GENERATED
      *      S     - SENT ON TODAY'S FEED, NOT YET SEEN POSTED
      *      P     - POSTED
      *      F     - POSTED AND MADE FINAL (CREDIT ONLY)
      *      X     - NO LONGER WANTED (CREDIT ONLY - THE CASE WAS
      *              FOUND AGAINST THE CUSTOMER BEFORE IT POSTED)
      *    DSP-NOTICE-FLAG IS Y ONCE THE RESOLUTION NOTICE HAS GONE
      *    TO THE CUSTOMER.
      ******************************************************************
       01  DISPUTE-CASE-RECORD.
           05  DSP-TRAN-ID             PIC X(6).
           05  FILLER                  PIC X VALUE ','.
           05  DSP-LEG-SEQ             PIC 9(2).
           05  FILLER                  PIC X VALUE ','.
           05  DSP-ACCOUNT-NUM         PIC X(5).
           05  FILLER                  PIC X VALUE ','.
           05  DSP-BRANCH-ID           PIC X(3).
           05  FILLER                  PIC X VALUE ','.
           05  DSP-TRAN-TYPE           PIC X(10).
           05  FILLER                  PIC X VALUE ','.
           05  DSP-POSTED-DATE         PIC 9(8).
           05  FILLER                  PIC X VALUE ','.
           05  DSP-DISPUTED-AMOUNT     PIC 9(8)V99.
           05  FILLER                  PIC X VALUE ','.
           05  DSP-REASON-CODE         PIC X(8).
           05  FILLER                  PIC X VALUE ','.
           05  DSP-OPEN-DATE           PIC 9(8).
           05  FILLER                  PIC X VALUE ','.
           05  DSP-INVEST-DUE-DATE     PIC 9(8).
           05  FILLER                  PIC X VALUE ','.
           05  DSP-REG-DUE-DATE        PIC 9(8).
           05  FILLER                  PIC X VALUE ','.
           05  DSP-CASE-STATUS         PIC X(1).
               88  DSP-CASE-OPEN           VALUE 'O'.
               88  DSP-CASE-FINAL          VALUE 'F'.
               88  DSP-CASE-REDEBITED      VALUE 'R'.
           05  FILLER                  PIC X VALUE ','.
           05  DSP-RESOLVED-DATE       PIC 9(8).
           05  FILLER                  PIC X VALUE ','.
           05  DSP-PROV-CREDIT-FLAG    PIC X(1).
               88  DSP-PROV-CREDIT-GIVEN   VALUE 'Y'.
           05  FILLER                  PIC X VALUE ','.
           05  DSP-CREDIT-TRAN-ID      PIC X(6).
           05  FILLER                  PIC X VALUE ','.
           05  DSP-CREDIT-STATE        PIC X(1).
               88  DSP-CREDIT-NONE         VALUE ' '.
               88  DSP-CREDIT-WANTED       VALUE 'W'.
               88  DSP-CREDIT-SENT         VALUE 'S'.
               88  DSP-CREDIT-POSTED       VALUE 'P'.
               88  DSP-CREDIT-FINAL        VALUE 'F'.
               88  DSP-CREDIT-CANCELLED    VALUE 'X'.
           05  FILLER                  PIC X VALUE ','.
           05  DSP-REDEBIT-TRAN-ID     PIC X(6).
           05  FILLER                  PIC X VALUE ','.
           05  DSP-REDEBIT-STATE       PIC X(1).
               88  DSP-REDEBIT-NONE        VALUE ' '.
               88  DSP-REDEBIT-WANTED      VALUE 'W'.
               88  DSP-REDEBIT-SENT        VALUE 'S'.
               88  DSP-REDEBIT-POSTED      VALUE 'P'.
           05  FILLER                  PIC X VALUE ','.
           05  DSP-NOTICE-FLAG         PIC X(1).
               88  DSP-NOTICE-SENT         VALUE 'Y'.
           05  FILLER                  PIC X VALUE ','.
           05  DSP-OPENED-BY           PIC X(8).
