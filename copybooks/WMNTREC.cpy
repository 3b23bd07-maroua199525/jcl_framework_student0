      ******************************************************************
      *    WMNTREC.CPY
      *    WAREHOUSE MAINTENANCE FEED RECORD LAYOUT - READ BY
      *    WHSE-MAINT.  FOLLOWS THE SAME HDR/DTL/TRL CONTROL
      *    CONVENTION AS SMNTREC:
      *      HDR - RUN CONTROL HEADER (ONE PER FILE, FIRST RECORD)
      *      DTL - ONE MAINTENANCE ACTION AGAINST THE FUTURE-DATED
      *            TRANSACTION WAREHOUSE
      *      TRL - RUN CONTROL TRAILER (ONE PER FILE, LAST RECORD)
      *    MAINTENANCE ACTIONS CARRY NO MONEY MOVEMENT, SO THE CONTROL
      *    RECORDS BALANCE ON RECORD COUNT ONLY.
      *    CANCEL NAMES THE WAREHOUSED ITEM BY ITS TRANSACTION ID AND
      *    THE ACCOUNT IT DEBITS OR CREDITS - BOTH MUST MATCH, SO A
      *    MISKEYED ID CANNOT CANCEL SOMEONE ELSE'S PAYMENT.
      ******************************************************************
       01  WHSE-MAINT-RECORD.
           05  WMNT-REC-TYPE           PIC X(3).
               88  WMNT-REC-IS-HEADER      VALUE 'HDR'.
               88  WMNT-REC-IS-DETAIL      VALUE 'DTL'.
               88  WMNT-REC-IS-TRAILER     VALUE 'TRL'.
           05  FILLER                  PIC X VALUE ','.
           05  WMNT-DETAIL-DATA.
               10  WMNT-TRAN-ID            PIC X(6).
               10  FILLER                  PIC X VALUE ','.
               10  WMNT-ACTION             PIC X(13).
                   88  WMNT-ACTION-CANCEL       VALUE 'CANCEL'.
               10  FILLER                  PIC X VALUE ','.
               10  WMNT-ITEM-TRAN-ID       PIC X(6).
               10  FILLER                  PIC X VALUE ','.
               10  WMNT-ACCOUNT-NUM        PIC X(5).
           05  WMNT-HEADER-DATA REDEFINES WMNT-DETAIL-DATA.
               10  WMNT-HDR-RUN-DATE       PIC X(8).
               10  FILLER                  PIC X VALUE ','.
               10  WMNT-HDR-EXPECTED-COUNT PIC 9(7).
               10  FILLER                  PIC X(17).
           05  WMNT-TRAILER-DATA REDEFINES WMNT-DETAIL-DATA.
               10  WMNT-TRL-RECORD-COUNT   PIC 9(7).
               10  FILLER                  PIC X(26).
