       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT-INQUIRY.
       AUTHOR. STUDENT.

      ******************************************************************
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    - NEW PROGRAM: OPERATIONS INQUIRY BY ACCOUNT NUMBER.  FOR
      *      THE ACCOUNT IN THE PARM IT PRINTS, IN ONE VIEW, THE
      *      MASTER RECORD, THE OWNING CUSTOMER'S NAME AND ADDRESS,
      *      THE LAST N LEGS FROM THE HISTORY MASTER (READ ON THE
      *      THIS-ACCOUNT-NUM ALTERNATE KEY) WITH RUNNING BALANCES,
      *      THE ACTIVE FUNDS HOLDS AND AVAILABLE BALANCE, THE ACTIVE
      *      STOP-PAYMENT ORDERS, THE DEBIT CAPS THE VALIDATOR WILL
      *      APPLY AND TODAY'S USAGE AGAINST THEM, THE STANDING
      *      INSTRUCTIONS ON THE ACCOUNT WITH THOSE DUE FLAGGED, AND
      *      ANY MAINTENANCE WAITING ON DUAL-CONTROL APPROVAL - SO A
      *      BRANCH CALL ABOUT AN ACCOUNT IS ONE JOB, NOT FIVE
      *    - A CUSTOMER MASTER OR CROSS-REFERENCE THAT WILL NOT OPEN IS
      *      SEVERE, AS THE OTHER INPUTS ARE, RATHER THAN PRINTED AS
      *      AN ACCOUNT WITH NO CUSTOMER
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNTS ASSIGN TO "ACCOUNTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCOUNTS-STATUS.
           SELECT CUSTMST ASSIGN TO "CUSTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUSTMST-STATUS.
           SELECT CUSTXREF ASSIGN TO "CUSTXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CXRF-ACCOUNT-NUM
               FILE STATUS IS WS-CUSTXREF-STATUS.
           SELECT TRANHIST ASSIGN TO "TRANHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS THIS-KEY
               ALTERNATE RECORD KEY IS THIS-ACCOUNT-NUM
                   WITH DUPLICATES
               FILE STATUS IS WS-TRANHIST-STATUS.
           SELECT HOLDS ASSIGN TO "HOLDS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STOPSIN ASSIGN TO "STOPSIN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LIMTTAB ASSIGN TO "LIMTTAB"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRODTAB ASSIGN TO "PRODTAB"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SINSIN ASSIGN TO "SINSIN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PENDIN ASSIGN TO "PENDIN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INQRPT ASSIGN TO "INQRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNTS.
           COPY ACCTREC.

       FD  CUSTMST.
           COPY CUSTREC.

       FD  CUSTXREF.
           COPY CXRFREC.

       FD  TRANHIST.
           COPY THISTREC.

       FD  HOLDS.
           COPY HOLDREC.

       FD  STOPSIN.
           COPY STOPREC.

       FD  LIMTTAB.
           COPY LIMTREC.

       FD  PRODTAB.
           COPY PRODREC.

       FD  SINSIN.
           COPY SINSREC.

       FD  PENDIN.
           COPY PENDREC.

       FD  INQRPT.
           COPY RPTLREC.

       WORKING-STORAGE SECTION.
       01  WS-INQUIRY-ACCT-NUM         PIC X(5) VALUE SPACES.
       01  WS-RUN-DATE                 PIC 9(8) VALUE ZEROS.
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE
                                       PIC X(8).
       01  WS-ACCOUNTS-STATUS          PIC X(2) VALUE '00'.
           88  WS-ACCOUNTS-OK              VALUE '00'.
       01  WS-CUSTMST-STATUS           PIC X(2) VALUE '00'.
           88  WS-CUSTMST-OK               VALUE '00'.
       01  WS-CUSTXREF-STATUS          PIC X(2) VALUE '00'.
           88  WS-CUSTXREF-OK              VALUE '00'.
       01  WS-TRANHIST-STATUS          PIC X(2) VALUE '00'.
           88  WS-TRANHIST-OK              VALUE '00'.

       01  WS-SEVERE-ERROR-FLAG        PIC X VALUE 'N'.
           88  WS-SEVERE-ERROR-OCCURRED    VALUE 'Y'.
       01  WS-ACCOUNT-FOUND-FLAG       PIC X VALUE 'N'.
           88  WS-ACCOUNT-FOUND            VALUE 'Y'.
       01  WS-HIST-DONE-FLAG           PIC X VALUE 'N'.
           88  WS-HIST-DONE                VALUE 'Y'.
       01  WS-EOF-FLAG                 PIC X VALUE 'N'.

      *    HOW MANY OF THE MOST RECENT LEGS TO PRINT.  TEN UNLESS
      *    THE PARM ASKS FOR ANOTHER NUMBER, UP TO THE TABLE SIZE.
       01  WS-LEGS-WANTED              PIC 9(3) VALUE 10.

      *    THE LAST N LEGS, KEPT AS A RING AS THE ACCOUNT'S HISTORY
      *    IS READ OLDEST FIRST; WS-RING-NEXT IS WHERE THE NEXT LEG
      *    GOES (AND SO, ONCE THE RING IS FULL, THE OLDEST LEG HELD).
       01  WS-LEG-RING.
           05  WS-RING-ENTRY OCCURS 50 TIMES.
               10  WS-RING-TRAN-ID          PIC X(6).
               10  WS-RING-TYPE             PIC X(10).
               10  WS-RING-BEFORE           PIC S9(9)V99.
               10  WS-RING-AFTER            PIC S9(9)V99.
               10  WS-RING-TIMESTAMP        PIC X(14).
               10  WS-RING-CHEQUE-SERIAL    PIC X(8).
               10  WS-RING-REVERSED-FLAG    PIC X.
       01  WS-RING-NEXT                PIC 9(3) VALUE 1.
       01  WS-RING-HELD                PIC 9(3) VALUE 0.
       01  WS-RING-IDX                 PIC 9(3) VALUE 0.
       01  WS-RING-PRINTED             PIC 9(3) VALUE 0.
       01  WS-HIST-LEG-COUNT           PIC 9(7) VALUE 0.
       01  WS-LAST-AFTER-BALANCE       PIC S9(9)V99 VALUE 0.

      *    TODAY'S DEBITS ON THE ACCOUNT THAT COUNT TOWARD THE DAILY
      *    CAPS - THE SAME TYPES BATCH-VALIDATOR COUNTS.
       01  WS-TODAY-DEBIT-COUNT        PIC 9(3) VALUE 0.
       01  WS-TODAY-DEBIT-TOTAL        PIC S9(9)V99 VALUE 0.

       01  WS-HOLD-TOTAL               PIC S9(9)V99 VALUE 0.
       01  WS-HOLD-COUNT               PIC 9(3) VALUE 0.
       01  WS-AVAILABLE-BALANCE        PIC S9(9)V99 VALUE 0.
       01  WS-STOP-COUNT               PIC 9(3) VALUE 0.
       01  WS-SINS-COUNT               PIC 9(3) VALUE 0.
       01  WS-PEND-COUNT               PIC 9(3) VALUE 0.

      *    THE CAPS IN FORCE, RESOLVED THE WAY BATCH-VALIDATOR DOES
      *    IT: AN ACCT ENTRY WINS, THEN THE ACCOUNT'S PRODUCT IF THE
      *    PRODUCT PRICES LIMITS, THEN THE FIRST BAND THE BALANCE
      *    FITS.  NONE OF THE THREE MEANS NO CAPS.
       01  WS-ACCT-CAPS-FLAG           PIC X VALUE 'N'.
           88  WS-ACCT-CAPS-FOUND          VALUE 'Y'.
       01  WS-PROD-CAPS-FLAG           PIC X VALUE 'N'.
           88  WS-PROD-CAPS-FOUND          VALUE 'Y'.
       01  WS-BAND-CAPS-FLAG           PIC X VALUE 'N'.
           88  WS-BAND-CAPS-FOUND          VALUE 'Y'.
       01  WS-ACCT-CAPS.
           05  WS-AC-PER-TRAN           PIC 9(8)V99.
           05  WS-AC-DAILY-AMT          PIC 9(9)V99.
           05  WS-AC-DAILY-CNT          PIC 9(3).
       01  WS-PROD-CAPS.
           05  WS-PC-PER-TRAN           PIC 9(8)V99.
           05  WS-PC-DAILY-AMT          PIC 9(9)V99.
           05  WS-PC-DAILY-CNT          PIC 9(3).
       01  WS-BAND-CAPS.
           05  WS-BC-PER-TRAN           PIC 9(8)V99.
           05  WS-BC-DAILY-AMT          PIC 9(9)V99.
           05  WS-BC-DAILY-CNT          PIC 9(3).
       01  WS-CAPS-IN-FORCE.
           05  WS-CF-PER-TRAN           PIC 9(8)V99 VALUE 0.
           05  WS-CF-DAILY-AMT          PIC 9(9)V99 VALUE 0.
           05  WS-CF-DAILY-CNT          PIC 9(3) VALUE 0.
       01  WS-CAPS-SOURCE              PIC X(34) VALUE SPACES.
       01  WS-PRODUCT-DESCRIPTION      PIC X(20) VALUE SPACES.

       01  WS-EDIT-AMOUNT              PIC -(9)9.99.
       01  WS-EDIT-AMOUNT-2            PIC -(9)9.99.
       01  WS-EDIT-COUNT               PIC ZZ9.
       01  WS-EDIT-COUNT-2             PIC ZZ9.

      *    ONE MINI-STATEMENT LINE.
       01  WS-LEG-LINE.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-L-DATE                PIC X(8).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-L-TRAN-ID             PIC X(6).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-L-TYPE                PIC X(10).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-L-SERIAL              PIC X(8).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-L-AMOUNT              PIC -(9)9.99.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-L-BALANCE             PIC -(9)9.99.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-L-REVERSED            PIC X(8).
           05  FILLER                   PIC X(53) VALUE SPACES.

       LINKAGE SECTION.
       01  LS-PARM-AREA.
           05  LS-PARM-LENGTH           PIC S9(4) COMP.
           05  LS-PARM-ACCT-NUM         PIC X(5).
           05  FILLER                   PIC X.
           05  LS-PARM-RUN-DATE         PIC X(8).
           05  FILLER                   PIC X.
           05  LS-PARM-LEGS             PIC X(3).

       PROCEDURE DIVISION USING LS-PARM-AREA.
       MAIN-PROCEDURE.
           DISPLAY "ACCT-INQUIRY: Starting account inquiry..."

           IF LS-PARM-LENGTH > 0
               MOVE LS-PARM-ACCT-NUM TO WS-INQUIRY-ACCT-NUM
           ELSE
               DISPLAY "ACCT-INQUIRY: No account number in the parm"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF LS-PARM-LENGTH > 6
               AND LS-PARM-RUN-DATE IS NUMERIC
               MOVE LS-PARM-RUN-DATE TO WS-RUN-DATE
           ELSE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF
           IF LS-PARM-LENGTH > 15
               AND LS-PARM-LEGS IS NUMERIC
               MOVE LS-PARM-LEGS TO WS-LEGS-WANTED
           END-IF
           IF WS-LEGS-WANTED = 0 OR WS-LEGS-WANTED > 50
               MOVE 50 TO WS-LEGS-WANTED
           END-IF

           OPEN INPUT ACCOUNTS
           OPEN OUTPUT INQRPT
           IF NOT WS-ACCOUNTS-OK
               DISPLAY "ACCT-INQUIRY: SEVERE - ACCOUNTS OPEN "
                   "FAILED, STATUS " WS-ACCOUNTS-STATUS
               SET WS-SEVERE-ERROR-OCCURRED TO TRUE
           END-IF

           MOVE SPACES TO RPT-LINE
           STRING "ACCOUNT INQUIRY - ACCOUNT: " WS-INQUIRY-ACCT-NUM
               "   AS AT " WS-RUN-DATE-X
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           IF NOT WS-SEVERE-ERROR-OCCURRED
               MOVE WS-INQUIRY-ACCT-NUM TO ACCT-NUMBER
               READ ACCOUNTS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-ACCOUNT-FOUND TO TRUE
               END-READ
           END-IF

           IF WS-ACCOUNT-FOUND
               PERFORM PRINT-MASTER-RECORD
               PERFORM PRINT-CUSTOMER
               PERFORM PRINT-MINI-STATEMENT
               PERFORM PRINT-HOLDS-AND-AVAILABLE
               PERFORM PRINT-STOP-ORDERS
               PERFORM PRINT-DEBIT-CAPS
               PERFORM PRINT-STANDING-INSTRUCTIONS
               PERFORM PRINT-PENDING-MAINTENANCE
           ELSE
               IF NOT WS-SEVERE-ERROR-OCCURRED
                   MOVE SPACES TO RPT-LINE
                   STRING " ACCOUNT NOT ON MASTER"
                       DELIMITED BY SIZE INTO RPT-LINE
                   WRITE RPT-LINE
               END-IF
           END-IF

           CLOSE ACCOUNTS
           CLOSE INQRPT

           DISPLAY "ACCT-INQUIRY: Inquiry completed for "
               WS-INQUIRY-ACCT-NUM

           IF WS-SEVERE-ERROR-OCCURRED
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-ACCOUNT-FOUND
                   MOVE 0 TO RETURN-CODE
               ELSE
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           GOBACK.

      *----------------------------------------------------------------
      *    SECTION HEADING: A BLANK LINE, THEN THE TITLE.
      *----------------------------------------------------------------
       WRITE-SECTION-GAP.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

       PRINT-MASTER-RECORD.
           PERFORM WRITE-SECTION-GAP
           MOVE SPACES TO RPT-LINE
           STRING "ACCOUNT MASTER" DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE ACCT-BALANCE TO WS-EDIT-AMOUNT
           MOVE SPACES TO RPT-LINE
           STRING "  HOLDER " ACCT-HOLDER-NAME
               "   STATUS " ACCT-STATUS-CODE
               "   OVERDRAFT " ACCT-OVERDRAFT-FLAG
               "   BALANCE " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "  LAST ACTIVITY " ACCT-LAST-ACTIVITY-DATE
               "   PRODUCT " ACCT-PRODUCT-CODE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

      *----------------------------------------------------------------
      *    THE OWNING CUSTOMER, THROUGH THE CROSS-REFERENCE.
      *----------------------------------------------------------------
       PRINT-CUSTOMER.
           PERFORM WRITE-SECTION-GAP
           MOVE SPACES TO RPT-LINE
           STRING "CUSTOMER" DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           OPEN INPUT CUSTXREF
           OPEN INPUT CUSTMST
           IF NOT WS-CUSTMST-OK OR NOT WS-CUSTXREF-OK
               DISPLAY "ACCT-INQUIRY: SEVERE - CUSTOMER MASTER OPEN "
                   "FAILED, STATUS " WS-CUSTMST-STATUS "/"
                   WS-CUSTXREF-STATUS
               SET WS-SEVERE-ERROR-OCCURRED TO TRUE
               MOVE SPACES TO RPT-LINE
               STRING "  CUSTOMER FILES NOT AVAILABLE"
                   DELIMITED BY SIZE INTO RPT-LINE
               PERFORM WRITE-INQUIRY-LINE
           ELSE
               MOVE WS-INQUIRY-ACCT-NUM TO CXRF-ACCOUNT-NUM
               READ CUSTXREF
                   INVALID KEY
                       MOVE SPACES TO RPT-LINE
                       STRING "  NO CUSTOMER LINKED TO THIS ACCOUNT"
                           DELIMITED BY SIZE INTO RPT-LINE
                       PERFORM WRITE-INQUIRY-LINE
                   NOT INVALID KEY
                       PERFORM PRINT-CUSTOMER-ADDRESS
               END-READ
           END-IF
           CLOSE CUSTXREF
           CLOSE CUSTMST.

       PRINT-CUSTOMER-ADDRESS.
           MOVE CXRF-CUST-ID TO CUST-ID
           READ CUSTMST
               INVALID KEY
                   MOVE SPACES TO RPT-LINE
                   STRING "  CUSTOMER " CXRF-CUST-ID
                       " LINKED BUT NOT ON THE CUSTOMER MASTER"
                       DELIMITED BY SIZE INTO RPT-LINE
                   PERFORM WRITE-INQUIRY-LINE
               NOT INVALID KEY
                   MOVE SPACES TO RPT-LINE
                   STRING "  CUSTOMER " CUST-ID "  " CUST-NAME
                       "   DELIVERY " CUST-DELIVERY-PREF
                       DELIMITED BY SIZE INTO RPT-LINE
                   PERFORM WRITE-INQUIRY-LINE
                   MOVE SPACES TO RPT-LINE
                   MOVE CUST-ADDR-LINE-1 TO RPT-LINE (11:30)
                   PERFORM WRITE-INQUIRY-LINE
                   MOVE SPACES TO RPT-LINE
                   MOVE CUST-ADDR-LINE-2 TO RPT-LINE (11:30)
                   PERFORM WRITE-INQUIRY-LINE
                   MOVE SPACES TO RPT-LINE
                   MOVE CUST-ADDR-LINE-3 TO RPT-LINE (11:30)
                   PERFORM WRITE-INQUIRY-LINE
           END-READ.

       WRITE-INQUIRY-LINE.
           WRITE RPT-LINE.

      *----------------------------------------------------------------
      *    MINI-STATEMENT: READ THE ACCOUNT'S WHOLE HISTORY ON THE
      *    ALTERNATE KEY (OLDEST FIRST), KEEPING THE LAST N LEGS, AND
      *    COUNT TODAY'S CAPPED DEBITS ON THE WAY THROUGH.  THE
      *    BALANCE COLUMN IS THE RUNNING BALANCE AFTER EACH LEG; THE
      *    NEWEST ONE SHOULD BE THE MASTER BALANCE.
      *----------------------------------------------------------------
       PRINT-MINI-STATEMENT.
           PERFORM WRITE-SECTION-GAP
           MOVE WS-LEGS-WANTED TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "LAST " WS-EDIT-COUNT " HISTORY LEGS"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "  DATE      TRANID  TYPE        SERIAL   "
               "       AMOUNT       BALANCE"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           OPEN INPUT TRANHIST
           IF NOT WS-TRANHIST-OK
               DISPLAY "ACCT-INQUIRY: SEVERE - TRANHIST OPEN "
                   "FAILED, STATUS " WS-TRANHIST-STATUS
               SET WS-SEVERE-ERROR-OCCURRED TO TRUE
               SET WS-HIST-DONE TO TRUE
           ELSE
               MOVE WS-INQUIRY-ACCT-NUM TO THIS-ACCOUNT-NUM
               START TRANHIST KEY = THIS-ACCOUNT-NUM
                   INVALID KEY
                       SET WS-HIST-DONE TO TRUE
               END-START
           END-IF
           PERFORM READ-ONE-ACCOUNT-LEG UNTIL WS-HIST-DONE
           CLOSE TRANHIST

           IF WS-RING-HELD = 0
               MOVE SPACES TO RPT-LINE
               STRING "  NO HISTORY ON FILE FOR THIS ACCOUNT"
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           ELSE
               IF WS-RING-HELD < WS-LEGS-WANTED
                   MOVE 1 TO WS-RING-IDX
               ELSE
                   MOVE WS-RING-NEXT TO WS-RING-IDX
               END-IF
               MOVE 0 TO WS-RING-PRINTED
               PERFORM PRINT-ONE-RING-LEG
                   UNTIL WS-RING-PRINTED = WS-RING-HELD
               IF WS-LAST-AFTER-BALANCE NOT = ACCT-BALANCE
                   MOVE SPACES TO RPT-LINE
                   STRING "  *** LAST HISTORY BALANCE DOES NOT AGREE "
                       "TO THE MASTER BALANCE ***"
                       DELIMITED BY SIZE INTO RPT-LINE
                   WRITE RPT-LINE
               END-IF
           END-IF.

       READ-ONE-ACCOUNT-LEG.
           READ TRANHIST NEXT RECORD
               AT END
                   SET WS-HIST-DONE TO TRUE
               NOT AT END
                   IF THIS-ACCOUNT-NUM NOT = WS-INQUIRY-ACCT-NUM
                       SET WS-HIST-DONE TO TRUE
                   ELSE
                       PERFORM KEEP-ACCOUNT-LEG
                   END-IF
           END-READ.

       KEEP-ACCOUNT-LEG.
           ADD 1 TO WS-HIST-LEG-COUNT
           MOVE THIS-TRAN-ID TO WS-RING-TRAN-ID (WS-RING-NEXT)
           MOVE THIS-TRAN-TYPE TO WS-RING-TYPE (WS-RING-NEXT)
           MOVE THIS-BEFORE-BALANCE TO WS-RING-BEFORE (WS-RING-NEXT)
           MOVE THIS-AFTER-BALANCE TO WS-RING-AFTER (WS-RING-NEXT)
           MOVE THIS-TIMESTAMP TO WS-RING-TIMESTAMP (WS-RING-NEXT)
           MOVE THIS-CHEQUE-SERIAL
               TO WS-RING-CHEQUE-SERIAL (WS-RING-NEXT)
           MOVE THIS-REVERSED-FLAG
               TO WS-RING-REVERSED-FLAG (WS-RING-NEXT)
           MOVE THIS-AFTER-BALANCE TO WS-LAST-AFTER-BALANCE
           IF WS-RING-HELD < WS-LEGS-WANTED
               ADD 1 TO WS-RING-HELD
           END-IF
           ADD 1 TO WS-RING-NEXT
           IF WS-RING-NEXT > WS-LEGS-WANTED
               MOVE 1 TO WS-RING-NEXT
           END-IF
           IF THIS-TIMESTAMP (1:8) = WS-RUN-DATE-X
               AND THIS-AFTER-BALANCE < THIS-BEFORE-BALANCE
               AND (THIS-TRAN-TYPE = 'WITHDRAWAL'
                    OR THIS-TRAN-TYPE = 'CHEQUE'
                    OR THIS-TRAN-TYPE = 'TRANSFER'
                    OR THIS-TRAN-TYPE = 'OUTXFER')
               ADD 1 TO WS-TODAY-DEBIT-COUNT
               COMPUTE WS-TODAY-DEBIT-TOTAL = WS-TODAY-DEBIT-TOTAL
                   + THIS-BEFORE-BALANCE - THIS-AFTER-BALANCE
           END-IF.

       PRINT-ONE-RING-LEG.
           MOVE SPACES TO WS-LEG-LINE
           MOVE WS-RING-TIMESTAMP (WS-RING-IDX) (1:8) TO WS-L-DATE
           MOVE WS-RING-TRAN-ID (WS-RING-IDX) TO WS-L-TRAN-ID
           MOVE WS-RING-TYPE (WS-RING-IDX) TO WS-L-TYPE
           MOVE WS-RING-CHEQUE-SERIAL (WS-RING-IDX) TO WS-L-SERIAL
           COMPUTE WS-L-AMOUNT = WS-RING-AFTER (WS-RING-IDX)
               - WS-RING-BEFORE (WS-RING-IDX)
           MOVE WS-RING-AFTER (WS-RING-IDX) TO WS-L-BALANCE
           IF WS-RING-REVERSED-FLAG (WS-RING-IDX) = 'R'
               MOVE "REVERSED" TO WS-L-REVERSED
           END-IF
           MOVE WS-LEG-LINE TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-RING-PRINTED
           ADD 1 TO WS-RING-IDX
           IF WS-RING-IDX > WS-LEGS-WANTED
               MOVE 1 TO WS-RING-IDX
           END-IF.

      *----------------------------------------------------------------
      *    ACTIVE HOLDS, AS POSTING SEES THEM: A HOLD EXPIRING BEFORE
      *    TODAY OR WITH A DAMAGED AMOUNT IS IGNORED.  AVAILABLE IS
      *    THE BALANCE LESS THE ACTIVE HOLDS.
      *----------------------------------------------------------------
       PRINT-HOLDS-AND-AVAILABLE.
           PERFORM WRITE-SECTION-GAP
           MOVE SPACES TO RPT-LINE
           STRING "ACTIVE FUNDS HOLDS" DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT HOLDS
           PERFORM READ-ONE-HOLD UNTIL WS-EOF-FLAG = 'Y'
           CLOSE HOLDS
           IF WS-HOLD-COUNT = 0
               MOVE SPACES TO RPT-LINE
               STRING "  NONE" DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF
           COMPUTE WS-AVAILABLE-BALANCE = ACCT-BALANCE - WS-HOLD-TOTAL
           MOVE WS-HOLD-TOTAL TO WS-EDIT-AMOUNT
           MOVE WS-AVAILABLE-BALANCE TO WS-EDIT-AMOUNT-2
           MOVE SPACES TO RPT-LINE
           STRING "  TOTAL HELD " WS-EDIT-AMOUNT
               "   AVAILABLE BALANCE " WS-EDIT-AMOUNT-2
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       READ-ONE-HOLD.
           READ HOLDS
               AT END MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF HOLD-ACCOUNT-NUM = WS-INQUIRY-ACCT-NUM
                       AND HOLD-AMOUNT IS NUMERIC
                       AND HOLD-EXPIRY-DATE IS NUMERIC
                       AND HOLD-EXPIRY-DATE-NUM >= WS-RUN-DATE
                       ADD 1 TO WS-HOLD-COUNT
                       ADD HOLD-AMOUNT-NUM TO WS-HOLD-TOTAL
                       MOVE HOLD-AMOUNT-NUM TO WS-EDIT-AMOUNT
                       MOVE SPACES TO RPT-LINE
                       STRING "  HOLD " HOLD-ID
                           "  REASON " HOLD-REASON
                           "  AMOUNT " WS-EDIT-AMOUNT
                           "  EXPIRES " HOLD-EXPIRY-DATE
                           DELIMITED BY SIZE INTO RPT-LINE
                       WRITE RPT-LINE
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *    ACTIVE STOP-PAYMENT ORDERS.  A SERIAL STOP SHOWS ITS SERIAL
      *    OR SERIAL RANGE, AN AMOUNT STOP ITS AMOUNT OR RANGE.
      *----------------------------------------------------------------
       PRINT-STOP-ORDERS.
           PERFORM WRITE-SECTION-GAP
           MOVE SPACES TO RPT-LINE
           STRING "ACTIVE STOP-PAYMENT ORDERS"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT STOPSIN
           PERFORM READ-ONE-STOP UNTIL WS-EOF-FLAG = 'Y'
           CLOSE STOPSIN
           IF WS-STOP-COUNT = 0
               MOVE SPACES TO RPT-LINE
               STRING "  NONE" DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       READ-ONE-STOP.
           READ STOPSIN
               AT END MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF STOP-ACCOUNT-NUM = WS-INQUIRY-ACCT-NUM
                       AND STOP-EXPIRY-DATE IS NUMERIC
                       AND STOP-EXPIRY-DATE-NUM >= WS-RUN-DATE
                       ADD 1 TO WS-STOP-COUNT
                       PERFORM PRINT-ONE-STOP
                   END-IF
           END-READ.

       PRINT-ONE-STOP.
           MOVE SPACES TO RPT-LINE
           IF STOP-SERIAL-LOW IS NUMERIC
               AND STOP-SERIAL-LOW-NUM > 0
               IF STOP-SERIAL-HIGH IS NUMERIC
                   AND STOP-SERIAL-HIGH-NUM > 0
                   STRING "  " STOP-TRAN-TYPE
                       "  SERIALS " STOP-SERIAL-LOW
                       " TO " STOP-SERIAL-HIGH
                       "  EXPIRES " STOP-EXPIRY-DATE
                       DELIMITED BY SIZE INTO RPT-LINE
               ELSE
                   STRING "  " STOP-TRAN-TYPE
                       "  SERIAL " STOP-SERIAL-LOW
                       "  EXPIRES " STOP-EXPIRY-DATE
                       DELIMITED BY SIZE INTO RPT-LINE
               END-IF
           ELSE
               MOVE 0 TO WS-EDIT-AMOUNT
               MOVE 0 TO WS-EDIT-AMOUNT-2
               IF STOP-AMOUNT-LOW IS NUMERIC
                   MOVE STOP-AMOUNT-LOW-NUM TO WS-EDIT-AMOUNT
               END-IF
               IF STOP-AMOUNT-HIGH IS NUMERIC
                   MOVE STOP-AMOUNT-HIGH-NUM TO WS-EDIT-AMOUNT-2
               END-IF
               STRING "  " STOP-TRAN-TYPE
                   "  AMOUNT " WS-EDIT-AMOUNT
                   " TO " WS-EDIT-AMOUNT-2
                   "  EXPIRES " STOP-EXPIRY-DATE
                   DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           WRITE RPT-LINE.

      *----------------------------------------------------------------
      *    THE DAILY DEBIT CAPS THE VALIDATOR APPLIES TO THIS ACCOUNT
      *    AND TODAY'S USAGE AGAINST THEM FROM THE HISTORY ALREADY
      *    POSTED.  A CAP OF ZERO IS NOT SET.
      *----------------------------------------------------------------
       PRINT-DEBIT-CAPS.
           PERFORM WRITE-SECTION-GAP
           MOVE SPACES TO RPT-LINE
           STRING "DAILY DEBIT CAPS AND TODAY'S USAGE"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT LIMTTAB
           PERFORM READ-ONE-LIMIT UNTIL WS-EOF-FLAG = 'Y'
           CLOSE LIMTTAB
           IF ACCT-PRODUCT-CODE NOT = SPACES
               MOVE 'N' TO WS-EOF-FLAG
               OPEN INPUT PRODTAB
               PERFORM READ-ONE-PRODUCT UNTIL WS-EOF-FLAG = 'Y'
               CLOSE PRODTAB
           END-IF
           EVALUATE TRUE
               WHEN WS-ACCT-CAPS-FOUND
                   MOVE WS-ACCT-CAPS TO WS-CAPS-IN-FORCE
                   MOVE "ACCOUNT OVERRIDE" TO WS-CAPS-SOURCE
               WHEN WS-PROD-CAPS-FOUND
                   MOVE WS-PROD-CAPS TO WS-CAPS-IN-FORCE
                   STRING "PRODUCT " ACCT-PRODUCT-CODE " "
                       WS-PRODUCT-DESCRIPTION
                       DELIMITED BY SIZE INTO WS-CAPS-SOURCE
               WHEN WS-BAND-CAPS-FOUND
                   MOVE WS-BAND-CAPS TO WS-CAPS-IN-FORCE
                   MOVE "BALANCE BAND" TO WS-CAPS-SOURCE
               WHEN OTHER
                   MOVE "NO CAPS APPLY" TO WS-CAPS-SOURCE
           END-EVALUATE
           MOVE SPACES TO RPT-LINE
           STRING "  CAPS FROM " WS-CAPS-SOURCE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-CF-PER-TRAN TO WS-EDIT-AMOUNT
           MOVE SPACES TO RPT-LINE
           IF WS-CF-PER-TRAN > 0
               STRING "  PER-ITEM CAP     " WS-EDIT-AMOUNT
                   DELIMITED BY SIZE INTO RPT-LINE
           ELSE
               STRING "  PER-ITEM CAP     NOT SET"
                   DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           WRITE RPT-LINE

           MOVE WS-CF-DAILY-AMT TO WS-EDIT-AMOUNT
           MOVE WS-TODAY-DEBIT-TOTAL TO WS-EDIT-AMOUNT-2
           MOVE SPACES TO RPT-LINE
           IF WS-CF-DAILY-AMT > 0
               STRING "  DAILY AMOUNT CAP " WS-EDIT-AMOUNT
                   "   USED TODAY " WS-EDIT-AMOUNT-2
                   DELIMITED BY SIZE INTO RPT-LINE
           ELSE
               STRING "  DAILY AMOUNT CAP NOT SET"
                   "         USED TODAY " WS-EDIT-AMOUNT-2
                   DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           WRITE RPT-LINE

           MOVE WS-CF-DAILY-CNT TO WS-EDIT-COUNT
           MOVE WS-TODAY-DEBIT-COUNT TO WS-EDIT-COUNT-2
           MOVE SPACES TO RPT-LINE
           IF WS-CF-DAILY-CNT > 0
               STRING "  DAILY ITEM CAP   " WS-EDIT-COUNT
                   "   USED TODAY " WS-EDIT-COUNT-2
                   DELIMITED BY SIZE INTO RPT-LINE
           ELSE
               STRING "  DAILY ITEM CAP   NOT SET"
                   "   USED TODAY " WS-EDIT-COUNT-2
                   DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           WRITE RPT-LINE.

       READ-ONE-LIMIT.
           READ LIMTTAB
               AT END MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   EVALUATE TRUE
                       WHEN LIMT-ENTRY-IS-ACCT
                           AND LIMT-ACCT-NUM = WS-INQUIRY-ACCT-NUM
                           AND NOT WS-ACCT-CAPS-FOUND
                           SET WS-ACCT-CAPS-FOUND TO TRUE
                           MOVE LIMT-PER-TRAN-CAP TO WS-AC-PER-TRAN
                           MOVE LIMT-DAILY-AMT-CAP TO WS-AC-DAILY-AMT
                           MOVE LIMT-DAILY-CNT-CAP TO WS-AC-DAILY-CNT
                       WHEN LIMT-ENTRY-IS-BAND
                           AND ACCT-BALANCE >= LIMT-BAND-LOW
                           AND ACCT-BALANCE <= LIMT-BAND-HIGH
                           AND NOT WS-BAND-CAPS-FOUND
                           SET WS-BAND-CAPS-FOUND TO TRUE
                           MOVE LIMT-PER-TRAN-CAP TO WS-BC-PER-TRAN
                           MOVE LIMT-DAILY-AMT-CAP TO WS-BC-DAILY-AMT
                           MOVE LIMT-DAILY-CNT-CAP TO WS-BC-DAILY-CNT
                   END-EVALUATE
           END-READ.

       READ-ONE-PRODUCT.
           READ PRODTAB
               AT END MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF PROD-CODE = ACCT-PRODUCT-CODE
                       MOVE PROD-DESCRIPTION TO WS-PRODUCT-DESCRIPTION
                       IF PROD-PRICES-LIMITS
                           AND NOT WS-PROD-CAPS-FOUND
                           SET WS-PROD-CAPS-FOUND TO TRUE
                           MOVE PROD-PER-TRAN-CAP TO WS-PC-PER-TRAN
                           MOVE PROD-DAILY-AMT-CAP TO WS-PC-DAILY-AMT
                           MOVE PROD-DAILY-CNT-CAP TO WS-PC-DAILY-CNT
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *    STANDING INSTRUCTIONS DRAWN ON THE ACCOUNT OR PAYING INTO
      *    IT.  ONE WHOSE NEXT-DUE DATE IS TODAY OR EARLIER, AND NOT
      *    PAST ITS END DATE, IS FLAGGED DUE.
      *----------------------------------------------------------------
       PRINT-STANDING-INSTRUCTIONS.
           PERFORM WRITE-SECTION-GAP
           MOVE SPACES TO RPT-LINE
           STRING "STANDING INSTRUCTIONS" DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT SINSIN
           PERFORM READ-ONE-INSTRUCTION UNTIL WS-EOF-FLAG = 'Y'
           CLOSE SINSIN
           IF WS-SINS-COUNT = 0
               MOVE SPACES TO RPT-LINE
               STRING "  NONE" DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       READ-ONE-INSTRUCTION.
           READ SINSIN
               AT END MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF SINS-ACCOUNT-NUM = WS-INQUIRY-ACCT-NUM
                       OR (SINS-TRAN-TYPE = 'TRANSFER'
                           AND SINS-DEST-ACCOUNT-NUM
                               = WS-INQUIRY-ACCT-NUM)
                       ADD 1 TO WS-SINS-COUNT
                       PERFORM PRINT-ONE-INSTRUCTION
                   END-IF
           END-READ.

       PRINT-ONE-INSTRUCTION.
           MOVE 0 TO WS-EDIT-AMOUNT
           IF SINS-AMOUNT IS NUMERIC
               MOVE SINS-AMOUNT-NUM TO WS-EDIT-AMOUNT
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING "  " SINS-INSTR-ID "  " SINS-TRAN-TYPE
               "  FROM " SINS-ACCOUNT-NUM
               " TO " SINS-DEST-ACCOUNT-NUM
               "  " WS-EDIT-AMOUNT
               "  FREQ " SINS-FREQUENCY
               "  NEXT DUE " SINS-NEXT-DUE-DATE
               "  ENDS " SINS-END-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           IF SINS-NEXT-DUE-DATE IS NUMERIC
               AND SINS-NEXT-DUE-DATE-NUM <= WS-RUN-DATE
               AND (SINS-END-DATE IS NOT NUMERIC
                    OR SINS-END-DATE-NUM = 0
                    OR SINS-END-DATE-NUM >= WS-RUN-DATE)
               MOVE "DUE" TO RPT-LINE (118:3)
           END-IF
           WRITE RPT-LINE.

      *----------------------------------------------------------------
      *    MAINTENANCE ON THE ACCOUNT STILL WAITING ON A SUPERVISOR.
      *----------------------------------------------------------------
       PRINT-PENDING-MAINTENANCE.
           PERFORM WRITE-SECTION-GAP
           MOVE SPACES TO RPT-LINE
           STRING "MAINTENANCE PENDING DUAL-CONTROL APPROVAL"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT PENDIN
           PERFORM READ-ONE-PENDING UNTIL WS-EOF-FLAG = 'Y'
           CLOSE PENDIN
           IF WS-PEND-COUNT = 0
               MOVE SPACES TO RPT-LINE
               STRING "  NONE" DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       READ-ONE-PENDING.
           READ PENDIN
               AT END MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF PEND-ACCOUNT-NUM = WS-INQUIRY-ACCT-NUM
                       ADD 1 TO WS-PEND-COUNT
                       MOVE SPACES TO RPT-LINE
                       STRING "  " PEND-TRAN-ID "  " PEND-ACTION
                           "  NEW VALUE " PEND-NEW-VALUE
                           "  MAKER " PEND-MAKER-ID
                           "  PLACED " PEND-DATE-PLACED
                           DELIMITED BY SIZE INTO RPT-LINE
                       WRITE RPT-LINE
                   END-IF
           END-READ.
