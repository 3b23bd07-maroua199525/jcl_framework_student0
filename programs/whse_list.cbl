       IDENTIFICATION DIVISION.
       PROGRAM-ID. WHSE-LIST.
       AUTHOR. STUDENT.

      ******************************************************************
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    - NEW PROGRAM: ON-DEMAND LISTING OF THE FUTURE-DATED
      *      TRANSACTION WAREHOUSE, SO OPERATIONS CAN SEE WHAT IS
      *      WAITING, WHEN IT WILL RELEASE, AND HOW MUCH IS DUE ON
      *      EACH DATE.  ITEMS ARE SORTED INTO VALUE-DATE ORDER
      *      (ACCOUNT AND TRANSACTION ID WITHIN IT) AND PRINTED WITH
      *      THE RELEASE DATE THE PROCESSING CALENDAR GIVES THEM,
      *      A SUBTOTAL PER VALUE DATE AND GRAND TOTALS
      *    - AN OPTIONAL BRANCH ID AFTER THE RUN DATE IN THE PARM
      *      LISTS ONLY THE ITEMS THAT BRANCH KEYED
      *    - READ-ONLY: NOTHING ON THE WAREHOUSE IS CHANGED HERE
      *    - AN ITEM'S CURRENCY IS ITS OWN CODE WHEN KEYED, OTHERWISE
      *      ITS ACCOUNT'S CURRENCY FROM THE ACCOUNTS MASTER, SO A
      *      BLANK-CODED ITEM ON A FOREIGN-CURRENCY ACCOUNT NO LONGER
      *      LANDS IN THE HOME-CURRENCY TOTAL.  AN ITEM WHOSE ACCOUNT
      *      IS NOT ON THE MASTER SHOWS ??? AND STAYS OUT OF IT TOO.
      *      A FAILED OPEN OF THE MASTER IS SEVERE (RC 16)
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR ASSIGN TO "CALENDAR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WHSEIN ASSIGN TO "WHSEIN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCOUNTS ASSIGN TO "ACCOUNTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCOUNTS-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWK".
           SELECT WHSLIST ASSIGN TO "WHSLIST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOBSTAT ASSIGN TO "JOBSTAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR.
           COPY CALREC.

       FD  WHSEIN.
           COPY WHSEREC.

       FD  ACCOUNTS.
           COPY ACCTREC.

      *    SORT WORK FILE: EVERY WAREHOUSED ITEM THE LISTING SELECTS,
      *    KEYED BY VALUE DATE, ACCOUNT AND TRANSACTION ID.
       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SORT-VALUE-DATE         PIC X(8).
           05  SORT-ACCOUNT-NUM        PIC X(5).
           05  SORT-TRAN-ID            PIC X(6).
           05  SORT-WHSE-DATA          PIC X(97).

       FD  WHSLIST.
           COPY RPTLREC.

       FD  JOBSTAT.
           COPY JSTAREC.

       WORKING-STORAGE SECTION.
       01  WS-ITEM-COUNT               PIC 9(7) VALUE 0.
       01  WS-LISTED-COUNT             PIC 9(7) VALUE 0.
       01  WS-DAMAGED-COUNT            PIC 9(7) VALUE 0.
       01  WS-EOF-FLAG                 PIC X VALUE 'N'.
       01  WS-CAL-EOF-FLAG             PIC X VALUE 'N'.
       01  WS-SORT-EOF-FLAG            PIC X VALUE 'N'.
       01  WS-RUN-DATE                 PIC 9(8) VALUE ZEROS.
       01  WS-ACCOUNTS-STATUS          PIC X(2) VALUE '00'.
           88  WS-ACCOUNTS-OK              VALUE '00'.
       01  WS-SEVERE-ERROR-FLAG        PIC X VALUE 'N'.
           88  WS-SEVERE-ERROR-OCCURRED    VALUE 'Y'.

      *    OPTIONAL BRANCH FILTER FROM THE PARM; BLANK LISTS ALL.
       01  WS-BRANCH-FILTER            PIC X(3) VALUE SPACES.

      *    THE PROCESSING CALENDAR'S BUSINESS DAYS, FOR THE SAME
      *    RELEASE-DATE RULE WHSE-RELEASE APPLIES: THE EARLIEST
      *    BUSINESS DAY ON OR AFTER THE VALUE DATE.
       01  WS-CAL-TABLE.
           05  WS-CAL-COUNT             PIC 9(4) VALUE 0.
           05  WS-CAL-BUSINESS-DATE     PIC 9(8) OCCURS 1500 TIMES.
       01  WS-CAL-IDX                  PIC 9(4) VALUE 0.
       01  WS-RELEASE-DATE             PIC 9(8) VALUE 0.

      *    THE ITEM TAKEN BACK FROM THE SORT.
           COPY WHSEREC REPLACING WAREHOUSE-RECORD
               BY WS-SORTED-WHSE.
           COPY TRANREC REPLACING TRAN-RECORD BY WS-TRAN-WORK-RECORD.

      *    THE ITEM'S EFFECTIVE CURRENCY: ITS OWN CODE, OR ITS
      *    ACCOUNT'S WHEN LEFT BLANK.  SPACES IS HOME.
       01  WS-ITEM-CURRENCY            PIC X(3) VALUE SPACES.
           88  WS-ITEM-IN-HOME-CURRENCY    VALUE SPACES.

      *    VALUE-DATE CONTROL BREAK.  AMOUNTS ARE TOTALLED FOR HOME-
      *    CURRENCY ITEMS ONLY - A FOREIGN ITEM'S FACE AMOUNT IS IN
      *    ITS OWN CURRENCY AND IS COUNTED SEPARATELY, NOT ADDED IN.
       01  WS-CURRENT-VALUE-DATE       PIC X(8) VALUE SPACES.
       01  WS-DATE-COUNT               PIC 9(7) VALUE 0.
       01  WS-DATE-FOREIGN-COUNT       PIC 9(7) VALUE 0.
       01  WS-DATE-AMOUNT              PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-FOREIGN-COUNT      PIC 9(7) VALUE 0.
       01  WS-TOTAL-AMOUNT             PIC 9(11)V99 VALUE 0.

       01  WS-ITEM-LINE.
           05  FILLER                   PIC X(3) VALUE SPACES.
           05  WS-I-VALUE-DATE          PIC X(8).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-I-RELEASE-DATE        PIC X(8).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-I-ACCT                PIC X(5).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-I-TRAN-ID             PIC X(6).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-I-TYPE                PIC X(10).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-I-AMOUNT              PIC ZZZZZZZ9.99.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-I-CCY                 PIC X(3).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-I-DEST                PIC X(5).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-I-BRANCH              PIC X(3).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-I-ACCEPTED            PIC X(8).
           05  FILLER                   PIC X(45) VALUE SPACES.

       01  WS-SUBTOTAL-LINE.
           05  FILLER                   PIC X(3) VALUE SPACES.
           05  FILLER                   PIC X(17)
                   VALUE "TOTAL VALUE DATE ".
           05  WS-S-VALUE-DATE          PIC X(8).
           05  FILLER                   PIC X(9) VALUE " - ITEMS ".
           05  WS-S-COUNT               PIC ZZZZZZ9.
           05  FILLER                   PIC X(15)
                   VALUE "  HOME AMOUNT ".
           05  WS-S-AMOUNT              PIC ZZZZZZZZZZ9.99.
           05  FILLER                   PIC X(17)
                   VALUE "  FOREIGN ITEMS ".
           05  WS-S-FOREIGN             PIC ZZZZZZ9.
           05  FILLER                   PIC X(36) VALUE SPACES.

       01  WS-EDIT-AMOUNT              PIC ZZZZZZZZZZ9.99.

       LINKAGE SECTION.
       01  LS-PARM-AREA.
           05  LS-PARM-LENGTH           PIC S9(4) COMP.
           05  LS-PARM-RUN-DATE         PIC X(8).
           05  FILLER                   PIC X.
           05  LS-PARM-BRANCH           PIC X(3).

       PROCEDURE DIVISION USING LS-PARM-AREA.
       MAIN-PROCEDURE.
           DISPLAY "WHSE-LIST: Starting warehouse listing..."

           PERFORM ESTABLISH-RUN-DATE

           OPEN INPUT CALENDAR
           PERFORM LOAD-CALENDAR-TABLE UNTIL WS-CAL-EOF-FLAG = 'Y'
           CLOSE CALENDAR
           IF WS-CAL-COUNT = 0
               DISPLAY "WHSE-LIST: *** PROCESSING CALENDAR IS EMPTY - "
                   "RELEASE DATES SHOWN AS THE VALUE DATE ***"
           END-IF

           OPEN INPUT ACCOUNTS
           IF NOT WS-ACCOUNTS-OK
               DISPLAY "WHSE-LIST: SEVERE - ACCOUNTS OPEN FAILED, "
                   "STATUS " WS-ACCOUNTS-STATUS
               SET WS-SEVERE-ERROR-OCCURRED TO TRUE
           END-IF

           OPEN OUTPUT WHSLIST
           OPEN OUTPUT JOBSTAT

           PERFORM WRITE-REPORT-HEADING

           IF NOT WS-SEVERE-ERROR-OCCURRED
               SORT SORT-FILE
                   ON ASCENDING KEY SORT-VALUE-DATE
                                    SORT-ACCOUNT-NUM
                                    SORT-TRAN-ID
                   INPUT PROCEDURE IS RELEASE-WAREHOUSE-ITEMS
                   OUTPUT PROCEDURE IS PRINT-SORTED-ITEMS
               PERFORM WRITE-REPORT-TRAILER
           END-IF
           CLOSE WHSLIST
           CLOSE ACCOUNTS

           DISPLAY "WHSE-LIST: Listing completed"
           DISPLAY "WHSE-LIST: Items on the warehouse: " WS-ITEM-COUNT
           DISPLAY "WHSE-LIST: Items listed: " WS-LISTED-COUNT
           DISPLAY "WHSE-LIST: Damaged entries: " WS-DAMAGED-COUNT

           PERFORM WRITE-JOBSTAT-RECORD
           CLOSE JOBSTAT

           EVALUATE TRUE
               WHEN WS-SEVERE-ERROR-OCCURRED
                   MOVE 16 TO RETURN-CODE
               WHEN WS-DAMAGED-COUNT > 0
                   DISPLAY "WHSE-LIST: Damaged warehouse entries "
                       "listed - see WHSLIST"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

      *----------------------------------------------------------------
      *    ESTABLISH THE BUSINESS DATE THIS RUN IS FOR FROM THE PARM
      *    PASSED BY JCL.  WITH NO PARM WE FALL BACK TO THE SYSTEM
      *    DATE SO THE PROGRAM STILL RUNS STANDALONE.
      *----------------------------------------------------------------
       ESTABLISH-RUN-DATE.
           IF LS-PARM-LENGTH > 0
               MOVE LS-PARM-RUN-DATE TO WS-RUN-DATE
           ELSE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF
           IF LS-PARM-LENGTH > 9
               MOVE LS-PARM-BRANCH TO WS-BRANCH-FILTER
           END-IF
           DISPLAY "WHSE-LIST: Run date is " WS-RUN-DATE
           IF WS-BRANCH-FILTER NOT = SPACES
               DISPLAY "WHSE-LIST: Listing branch " WS-BRANCH-FILTER
                   " only"
           END-IF.

      *----------------------------------------------------------------
      *    KEEP EVERY BUSINESS DAY ON THE CALENDAR.  A LISTING PAST
      *    THE TABLE'S CAPACITY SHOWS THE LATER ITEMS' VALUE DATES AS
      *    THEIR RELEASE DATES, WHICH IS SAID ON THE RUN LOG.
      *----------------------------------------------------------------
       LOAD-CALENDAR-TABLE.
           READ CALENDAR
               AT END MOVE 'Y' TO WS-CAL-EOF-FLAG
               NOT AT END
                   IF CAL-BUSINESS-DAY
                       IF WS-CAL-COUNT < 1500
                           ADD 1 TO WS-CAL-COUNT
                           MOVE CAL-DATE
                               TO WS-CAL-BUSINESS-DATE (WS-CAL-COUNT)
                       ELSE
                           DISPLAY "WHSE-LIST: *** CALENDAR TABLE "
                               "FULL - LATER DATES NOT LOADED ***"
                           MOVE 'Y' TO WS-CAL-EOF-FLAG
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *    SORT INPUT SIDE: READ THE WAREHOUSE ONCE, RELEASING EVERY
      *    ITEM THE BRANCH FILTER SELECTS.
      *----------------------------------------------------------------
       RELEASE-WAREHOUSE-ITEMS.
           OPEN INPUT WHSEIN
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM RELEASE-ONE-WAREHOUSE-ITEM UNTIL WS-EOF-FLAG = 'Y'
           CLOSE WHSEIN.

       RELEASE-ONE-WAREHOUSE-ITEM.
           READ WHSEIN
               AT END MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-ITEM-COUNT
                   MOVE WHSE-TRAN-DETAIL OF WAREHOUSE-RECORD
                       TO TRAN-DETAIL-DATA OF WS-TRAN-WORK-RECORD
                   IF WS-BRANCH-FILTER = SPACES
                       OR TRAN-BRANCH-ID OF WS-TRAN-WORK-RECORD
                          = WS-BRANCH-FILTER
                       MOVE WHSE-VALUE-DATE OF WAREHOUSE-RECORD
                           TO SORT-VALUE-DATE
                       MOVE TRAN-ACCOUNT-NUM OF WS-TRAN-WORK-RECORD
                           TO SORT-ACCOUNT-NUM
                       MOVE TRAN-ID OF WS-TRAN-WORK-RECORD
                           TO SORT-TRAN-ID
                       MOVE WAREHOUSE-RECORD TO SORT-WHSE-DATA
                       RELEASE SORT-RECORD
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *    SORT OUTPUT SIDE: PRINT EACH ITEM, BREAKING ON VALUE DATE.
      *----------------------------------------------------------------
       PRINT-SORTED-ITEMS.
           MOVE 'N' TO WS-SORT-EOF-FLAG
           PERFORM PRINT-ONE-SORTED-ITEM UNTIL WS-SORT-EOF-FLAG = 'Y'
           IF WS-LISTED-COUNT > 0
               PERFORM WRITE-DATE-SUBTOTAL
           END-IF.

       PRINT-ONE-SORTED-ITEM.
           RETURN SORT-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-FLAG
               NOT AT END
                   MOVE SORT-WHSE-DATA TO WS-SORTED-WHSE
                   IF WS-LISTED-COUNT > 0
                       AND SORT-VALUE-DATE NOT = WS-CURRENT-VALUE-DATE
                       PERFORM WRITE-DATE-SUBTOTAL
                   END-IF
                   MOVE SORT-VALUE-DATE TO WS-CURRENT-VALUE-DATE
                   PERFORM PRINT-ITEM-LINE
           END-RETURN.

       PRINT-ITEM-LINE.
           ADD 1 TO WS-LISTED-COUNT
           ADD 1 TO WS-DATE-COUNT
           MOVE WHSE-TRAN-DETAIL OF WS-SORTED-WHSE
               TO TRAN-DETAIL-DATA OF WS-TRAN-WORK-RECORD
           MOVE SPACES TO WS-ITEM-LINE
           MOVE WHSE-VALUE-DATE OF WS-SORTED-WHSE TO WS-I-VALUE-DATE
           MOVE TRAN-ACCOUNT-NUM OF WS-TRAN-WORK-RECORD TO WS-I-ACCT
           MOVE TRAN-ID OF WS-TRAN-WORK-RECORD TO WS-I-TRAN-ID
           MOVE TRAN-TYPE OF WS-TRAN-WORK-RECORD TO WS-I-TYPE
           PERFORM TAKE-ITEM-CURRENCY
           MOVE WS-ITEM-CURRENCY TO WS-I-CCY
           MOVE TRAN-DEST-ACCOUNT-NUM OF WS-TRAN-WORK-RECORD
               TO WS-I-DEST
           MOVE TRAN-BRANCH-ID OF WS-TRAN-WORK-RECORD TO WS-I-BRANCH
           MOVE WHSE-ACCEPTED-DATE OF WS-SORTED-WHSE TO WS-I-ACCEPTED

      *    A DAMAGED ENTRY IS LISTED SO IT CAN BE FOUND AND REPAIRED;
      *    WHSE-RELEASE HOLDS IT BACK FOR THE SAME REASON.
           IF WHSE-VALUE-DATE OF WS-SORTED-WHSE IS NOT NUMERIC
               OR TRAN-AMOUNT OF WS-TRAN-WORK-RECORD IS NOT NUMERIC
               ADD 1 TO WS-DAMAGED-COUNT
               MOVE "*DAMAGED" TO WS-I-RELEASE-DATE
               MOVE 0 TO WS-I-AMOUNT
           ELSE
               PERFORM FIND-RELEASE-DATE
               MOVE WS-RELEASE-DATE TO WS-I-RELEASE-DATE
               MOVE TRAN-AMOUNT-NUM OF WS-TRAN-WORK-RECORD
                   TO WS-I-AMOUNT
               IF WS-ITEM-IN-HOME-CURRENCY
                   ADD TRAN-AMOUNT-NUM OF WS-TRAN-WORK-RECORD
                       TO WS-DATE-AMOUNT
                   ADD TRAN-AMOUNT-NUM OF WS-TRAN-WORK-RECORD
                       TO WS-TOTAL-AMOUNT
               ELSE
                   ADD 1 TO WS-DATE-FOREIGN-COUNT
                   ADD 1 TO WS-TOTAL-FOREIGN-COUNT
               END-IF
           END-IF

           MOVE SPACES TO RPT-LINE
           MOVE WS-ITEM-LINE TO RPT-LINE
           WRITE RPT-LINE.

      *----------------------------------------------------------------
      *    THE CURRENCY THE ITEM'S AMOUNT IS IN: ITS OWN CODE WHEN
      *    KEYED, OTHERWISE ITS ACCOUNT'S.  NO ACCOUNT ON THE MASTER
      *    MEANS NO KNOWN CURRENCY - SHOWN AS ??? AND KEPT OUT OF THE
      *    HOME-CURRENCY TOTAL.
      *----------------------------------------------------------------
       TAKE-ITEM-CURRENCY.
           IF TRAN-CURRENCY-CODE OF WS-TRAN-WORK-RECORD NOT = SPACES
               MOVE TRAN-CURRENCY-CODE OF WS-TRAN-WORK-RECORD
                   TO WS-ITEM-CURRENCY
           ELSE
               MOVE TRAN-ACCOUNT-NUM OF WS-TRAN-WORK-RECORD
                   TO ACCT-NUMBER
               READ ACCOUNTS
                   INVALID KEY
                       MOVE '???' TO WS-ITEM-CURRENCY
                   NOT INVALID KEY
                       MOVE ACCT-CURRENCY-CODE TO WS-ITEM-CURRENCY
               END-READ
           END-IF.

      *----------------------------------------------------------------
      *    THE EARLIEST BUSINESS DAY ON OR AFTER THE VALUE DATE - THE
      *    VALUE DATE ITSELF WHEN IT IS ONE, OR WHEN THE CALENDAR
      *    DOES NOT REACH THAT FAR.
      *----------------------------------------------------------------
       FIND-RELEASE-DATE.
           MOVE 0 TO WS-RELEASE-DATE
           PERFORM CHECK-ONE-BUSINESS-DAY
               VARYING WS-CAL-IDX FROM 1 BY 1
               UNTIL WS-CAL-IDX > WS-CAL-COUNT
           IF WS-RELEASE-DATE = 0
               MOVE WHSE-VALUE-DATE-NUM OF WS-SORTED-WHSE
                   TO WS-RELEASE-DATE
           END-IF.

       CHECK-ONE-BUSINESS-DAY.
           IF WS-CAL-BUSINESS-DATE (WS-CAL-IDX)
                  >= WHSE-VALUE-DATE-NUM OF WS-SORTED-WHSE
               AND (WS-RELEASE-DATE = 0
                   OR WS-CAL-BUSINESS-DATE (WS-CAL-IDX)
                      < WS-RELEASE-DATE)
               MOVE WS-CAL-BUSINESS-DATE (WS-CAL-IDX)
                   TO WS-RELEASE-DATE
           END-IF.

      *----------------------------------------------------------------
      *    CLOSE OFF ONE VALUE DATE WITH ITS SUBTOTAL LINE.
      *----------------------------------------------------------------
       WRITE-DATE-SUBTOTAL.
           MOVE WS-CURRENT-VALUE-DATE TO WS-S-VALUE-DATE
           MOVE WS-DATE-COUNT TO WS-S-COUNT
           MOVE WS-DATE-AMOUNT TO WS-S-AMOUNT
           MOVE WS-DATE-FOREIGN-COUNT TO WS-S-FOREIGN
           MOVE SPACES TO RPT-LINE
           MOVE WS-SUBTOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 0 TO WS-DATE-COUNT
           MOVE 0 TO WS-DATE-FOREIGN-COUNT
           MOVE 0 TO WS-DATE-AMOUNT.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO RPT-LINE
           STRING "FUTURE-DATED TRANSACTION WAREHOUSE - RUN DATE: "
               WS-RUN-DATE DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF WS-BRANCH-FILTER NOT = SPACES
               MOVE SPACES TO RPT-LINE
               STRING "BRANCH: " WS-BRANCH-FILTER
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING "   VALUE     RELEASE   ACCT   TRAN    TYPE        "
               "     AMOUNT  CCY  DEST   BRN  ACCEPTED"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

       WRITE-REPORT-TRAILER.
           MOVE SPACES TO RPT-LINE
           STRING "ITEMS ON THE WAREHOUSE: " WS-ITEM-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "ITEMS LISTED: " WS-LISTED-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-TOTAL-AMOUNT TO WS-EDIT-AMOUNT
           MOVE SPACES TO RPT-LINE
           STRING "HOME-CURRENCY AMOUNT WAITING: " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "OTHER-CURRENCY ITEMS (NOT IN THE AMOUNT): "
               WS-TOTAL-FOREIGN-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "DAMAGED ENTRIES: " WS-DAMAGED-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

      *----------------------------------------------------------------
      *    WRITE ONE JOBSTAT RECORD SUMMARISING THE RUN FOR DOWNSTREAM
      *    MONITORING TOOLING.
      *----------------------------------------------------------------
       WRITE-JOBSTAT-RECORD.
           MOVE SPACES TO JOBSTAT-RECORD
           MOVE "WHSELIST" TO JOBSTAT-PROGRAM-NAME
           MOVE WS-RUN-DATE TO JOBSTAT-RUN-DATE
           MOVE WS-ITEM-COUNT TO JOBSTAT-TOTAL-COUNT
           MOVE WS-LISTED-COUNT TO JOBSTAT-VALID-COUNT
           MOVE WS-DAMAGED-COUNT TO JOBSTAT-INVALID-COUNT
           EVALUATE TRUE
               WHEN WS-SEVERE-ERROR-OCCURRED
                   MOVE 16 TO JOBSTAT-RETURN-CODE
               WHEN WS-DAMAGED-COUNT > 0
                   MOVE 4 TO JOBSTAT-RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO JOBSTAT-RETURN-CODE
           END-EVALUATE
           WRITE JOBSTAT-RECORD.
