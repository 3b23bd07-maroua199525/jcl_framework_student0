      ******************************************************************
      *    MIXTREC.CPY
      *    MANAGEMENT-INFORMATION EXTRACT RECORD LAYOUT - ONE COMMA-
      *    DELIMITED LINE PER FIGURE IN THE MONTH-END MANAGEMENT PACK,
      *    WRITTEN BY MI-PACK FOR FINANCE TO LOAD STRAIGHT INTO A
      *    SPREADSHEET.  THE FILE OPENS WITH ONE COLUMN-HEADING LINE.
      *    EVERY LINE CARRIES THE RUN DATE, SO MONTHS CAN BE APPENDED
      *    TO ONE ANOTHER, AND THE MONTH (CCYYMM) THE FIGURE IS FOR.
      *    MIX-SECTION SAYS WHICH PART OF THE PACK A LINE BELONGS TO
      *    AND WHAT MIX-KEY HOLDS:
      *      ACCOUNTS - KEY IS THE BRANCH; MEASURE OPENED, CLOSED OR
      *                 DORMANT; COUNT ONLY
      *      ACTIVITY - KEY IS DEPOSIT OR WITHDRAWAL; ONE LINE PER
      *                 MONTH COMPARED (THIS MONTH, THE MONTH BEFORE,
      *                 THE SAME MONTH LAST YEAR); COUNT AND VALUE
      *      TIER     - KEY IS THE BALANCE TIER; MEASURE AVERAGE
      *                 (AVERAGE DAILY BALANCE) OR MONTHEND; COUNT OF
      *                 ACCOUNTS AND THE TIER'S BALANCE
      *      MOVER    - KEY IS THE ACCOUNT; MEASURE NETMOVE; COUNT
      *                 IS ITS RANK, VALUE ITS NET MOVEMENT
      *      INTFEE   - KEY IS INTEREST, FEES OR NET (FEES LESS
      *                 INTEREST); ONE LINE PER MONTH COMPARED, AS
      *                 ACTIVITY
      *    MIX-AMOUNT IS A SIGNED DECIMAL IN HOME-CURRENCY EQUIVALENT.
      ******************************************************************
       01  MI-EXTRACT-RECORD.
           05  MIX-RUN-DATE            PIC 9(8).
           05  FILLER                  PIC X VALUE ','.
           05  MIX-SECTION             PIC X(8).
           05  FILLER                  PIC X VALUE ','.
           05  MIX-KEY                 PIC X(10).
           05  FILLER                  PIC X VALUE ','.
           05  MIX-PERIOD              PIC 9(6).
           05  FILLER                  PIC X VALUE ','.
           05  MIX-MEASURE             PIC X(10).
           05  FILLER                  PIC X VALUE ','.
           05  MIX-COUNT               PIC 9(9).
           05  FILLER                  PIC X VALUE ','.
           05  MIX-AMOUNT              PIC -9(11).99.
