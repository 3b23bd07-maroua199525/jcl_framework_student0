      ******************************************************************
      *    WHSEREC.CPY
      *    FUTURE-DATED TRANSACTION WAREHOUSE RECORD LAYOUT - ONE
      *    RECORD PER ITEM ACCEPTED AHEAD OF ITS VALUE DATE.
      *    BATCH-VALIDATOR APPENDS AN ITEM HERE, INSTEAD OF REJECTING
      *    IT FDTE, WHEN IT IS DATED AFTER THE RUN DATE (BUT WITHIN
      *    THE WHSEDAYS HORIZON) AND PASSES EVERY OTHER CHECK.  EACH
      *    MORNING WHSE-RELEASE TAKES OFF EVERY ITEM WHOSE RELEASE
      *    DATE HAS ARRIVED AND FEEDS IT BACK THROUGH VALIDATION AS
      *    ITS OWN BALANCED SECTION (BRANCH FWD); WHSE-MAINT TAKES
      *    OFF AN ITEM THE CUSTOMER CANCELS BEFORE THEN; WHSE-LIST
      *    PRINTS WHAT IS WAITING, BY VALUE DATE.
      *    WHSE-VALUE-DATE IS THE DATE THE CUSTOMER ASKED FOR (THE
      *    ITEM'S OWN TRAN-DATE).  AN ITEM DUE ON A WEEKEND OR HOLIDAY
      *    RELEASES ON THE CALENDAR'S NEXT BUSINESS DAY AFTER IT.
      *    WHSE-ACCEPTED-DATE AND WHSE-ACCEPTED-CYCLE ARE THE RUN
      *    THAT WAREHOUSED IT.  WHSE-TRAN-DETAIL CARRIES THE FULL
      *    TRAN-DETAIL-DATA AS ACCEPTED, ITS BRANCH ID STAMPED WITH
      *    THE SECTION IT ARRIVED IN.
      ******************************************************************
       01  WAREHOUSE-RECORD.
           05  WHSE-VALUE-DATE         PIC X(8).
           05  WHSE-VALUE-DATE-NUM REDEFINES WHSE-VALUE-DATE
                                       PIC 9(8).
           05  FILLER                  PIC X VALUE ','.
           05  WHSE-ACCEPTED-DATE      PIC 9(8).
           05  FILLER                  PIC X VALUE ','.
           05  WHSE-ACCEPTED-CYCLE     PIC 9(2).
           05  FILLER                  PIC X VALUE ','.
           05  WHSE-TRAN-DETAIL        PIC X(76).
