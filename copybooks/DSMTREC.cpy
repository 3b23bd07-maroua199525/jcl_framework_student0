      ******************************************************************
      *    DSMTREC.CPY
      *    CUSTOMER DISPUTE MAINTENANCE FEED RECORD LAYOUT - READ BY
      *    DISPUTE-MAINT.  FOLLOWS THE SAME HDR/DTL/TRL CONTROL
      *    CONVENTION AS SMNTREC:
      *      HDR - RUN CONTROL HEADER (ONE PER FILE, FIRST RECORD)
      *      DTL - ONE ACTION AGAINST THE DISPUTE CASE FILE
      *      TRL - RUN CONTROL TRAILER (ONE PER FILE, LAST RECORD)
      *    THE ACTIONS THEMSELVES MOVE NO MONEY - ANY CREDIT OR
      *    RE-DEBIT IS GENERATED LATER BY DISPUTE-CASE - SO THE
      *    CONTROL RECORDS BALANCE ON RECORD COUNT ONLY.
      *    EVERY ACTION NAMES THE DISPUTED TRANSACTION (THE TRANHIST
      *    TRANSACTION ID) AND THE CUSTOMER'S ACCOUNT ON IT.
      *      OPEN    - OPENS A CASE.  AMOUNT IS THE PART OF THE
      *                POSTING IN DISPUTE (ZERO MEANS ALL OF IT);
      *                PROV-CREDIT Y ASKS FOR A PROVISIONAL CREDIT
      *                WHILE THE CASE IS INVESTIGATED; REASON SAYS
      *                WHAT THE CUSTOMER CLAIMS:
      *                  UNAUTH   - NOT AUTHORISED BY THE CUSTOMER
      *                  WRONGAMT - POSTED FOR THE WRONG AMOUNT
      *                  NOTRECVD - GOODS OR SERVICE NOT RECEIVED
      *                  DUPLICAT - POSTED TWICE
      *                  OTHER    - ANYTHING ELSE
      *      FINAL   - CLOSES THE CASE IN THE CUSTOMER'S FAVOUR; THE
      *                CREDIT STANDS (OR IS GIVEN NOW IF NONE WAS)
      *      REDEBIT - CLOSES THE CASE AGAINST THE CUSTOMER; ANY
      *                PROVISIONAL CREDIT IS TAKEN BACK
      *    FINAL AND REDEBIT IGNORE AMOUNT, PROV-CREDIT AND REASON.
      ******************************************************************
       01  DISPUTE-MAINT-RECORD.
           05  DSMT-REC-TYPE           PIC X(3).
               88  DSMT-REC-IS-HEADER      VALUE 'HDR'.
               88  DSMT-REC-IS-DETAIL      VALUE 'DTL'.
               88  DSMT-REC-IS-TRAILER     VALUE 'TRL'.
           05  FILLER                  PIC X VALUE ','.
           05  DSMT-DETAIL-DATA.
               10  DSMT-TRAN-ID            PIC X(6).
               10  FILLER                  PIC X VALUE ','.
               10  DSMT-ACTION             PIC X(13).
                   88  DSMT-ACTION-OPEN         VALUE 'OPEN'.
                   88  DSMT-ACTION-FINAL        VALUE 'FINAL'.
                   88  DSMT-ACTION-REDEBIT      VALUE 'REDEBIT'.
               10  FILLER                  PIC X VALUE ','.
               10  DSMT-DISPUTED-TRAN-ID   PIC X(6).
               10  FILLER                  PIC X VALUE ','.
               10  DSMT-ACCOUNT-NUM        PIC X(5).
               10  FILLER                  PIC X VALUE ','.
               10  DSMT-AMOUNT             PIC X(10).
               10  DSMT-AMOUNT-NUM REDEFINES
                   DSMT-AMOUNT             PIC 9(8)V99.
               10  FILLER                  PIC X VALUE ','.
               10  DSMT-PROV-CREDIT-FLAG   PIC X(1).
                   88  DSMT-PROV-CREDIT-WANTED  VALUE 'Y'.
                   88  DSMT-PROV-CREDIT-VALID   VALUE 'Y' 'N' ' '.
               10  FILLER                  PIC X VALUE ','.
               10  DSMT-REASON-CODE        PIC X(8).
                   88  DSMT-REASON-VALID        VALUE 'UNAUTH'
                                                  'WRONGAMT'
                                                  'NOTRECVD'
                                                  'DUPLICAT'
                                                  'OTHER'.
               10  FILLER                  PIC X VALUE ','.
               10  DSMT-USER-ID            PIC X(8).
           05  DSMT-HEADER-DATA REDEFINES DSMT-DETAIL-DATA.
               10  DSMT-HDR-RUN-DATE       PIC X(8).
               10  FILLER                  PIC X VALUE ','.
               10  DSMT-HDR-EXPECTED-COUNT PIC 9(7).
               10  FILLER                  PIC X(48).
           05  DSMT-TRAILER-DATA REDEFINES DSMT-DETAIL-DATA.
               10  DSMT-TRL-RECORD-COUNT   PIC 9(7).
               10  FILLER                  PIC X(57).
