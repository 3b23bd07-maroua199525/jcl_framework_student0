      ******************************************************************
      *    SWMTREC.CPY
      *    SWEEP ARRANGEMENT MAINTENANCE FEED RECORD LAYOUT - READ BY
      *    SWEEP-MAINT.  FOLLOWS THE SAME HDR/DTL/TRL CONTROL
      *    CONVENTION AS SMNTREC:
      *      HDR - RUN CONTROL HEADER (ONE PER FILE, FIRST RECORD)
      *      DTL - ONE MAINTENANCE ACTION AGAINST THE SWEEP
      *            ARRANGEMENT MASTER
      *      TRL - RUN CONTROL TRAILER (ONE PER FILE, LAST RECORD)
      *    MAINTENANCE ACTIONS CARRY NO MONEY MOVEMENT, SO THE CONTROL
      *    RECORDS BALANCE ON RECORD COUNT ONLY.
      *    ADD CARRIES THE FULL ARRANGEMENT; CANCEL NEEDS ONLY THE
      *    ARRANGEMENT ID; SET-TARGET CARRIES THE ID AND THE NEW
      *    TARGET BALANCE AND IGNORES THE REST.
      ******************************************************************
       01  SWEEP-MAINT-RECORD.
           05  SWMT-REC-TYPE           PIC X(3).
               88  SWMT-REC-IS-HEADER      VALUE 'HDR'.
               88  SWMT-REC-IS-DETAIL      VALUE 'DTL'.
               88  SWMT-REC-IS-TRAILER     VALUE 'TRL'.
           05  FILLER                  PIC X VALUE ','.
           05  SWMT-DETAIL-DATA.
               10  SWMT-TRAN-ID            PIC X(6).
               10  FILLER                  PIC X VALUE ','.
               10  SWMT-ACTION             PIC X(13).
                   88  SWMT-ACTION-ADD          VALUE 'ADD'.
                   88  SWMT-ACTION-CANCEL       VALUE 'CANCEL'.
                   88  SWMT-ACTION-SET-TARGET   VALUE 'SET-TARGET'.
               10  FILLER                  PIC X VALUE ','.
               10  SWMT-ARRANGE-ID         PIC X(6).
               10  FILLER                  PIC X VALUE ','.
               10  SWMT-SWEEP-TYPE         PIC X(1).
               10  FILLER                  PIC X VALUE ','.
               10  SWMT-ACCOUNT-NUM        PIC X(5).
               10  FILLER                  PIC X VALUE ','.
               10  SWMT-PARTNER-ACCOUNT-NUM
                                           PIC X(5).
               10  FILLER                  PIC X VALUE ','.
               10  SWMT-TARGET-BALANCE     PIC X(10).
               10  SWMT-TARGET-BALANCE-NUM REDEFINES
                   SWMT-TARGET-BALANCE     PIC 9(8)V99.
           05  SWMT-HEADER-DATA REDEFINES SWMT-DETAIL-DATA.
               10  SWMT-HDR-RUN-DATE       PIC X(8).
               10  FILLER                  PIC X VALUE ','.
               10  SWMT-HDR-EXPECTED-COUNT PIC 9(7).
               10  FILLER                  PIC X(36).
           05  SWMT-TRAILER-DATA REDEFINES SWMT-DETAIL-DATA.
               10  SWMT-TRL-RECORD-COUNT   PIC 9(7).
               10  FILLER                  PIC X(45).
