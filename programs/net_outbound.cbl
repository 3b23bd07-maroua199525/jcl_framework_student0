       IDENTIFICATION DIVISION.
       PROGRAM-ID. NET-OUTBOUND.
       AUTHOR. STUDENT.

      ******************************************************************
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    - NEW PROGRAM: OUTBOUND FILE TO THE REGIONAL CLEARING
      *      NETWORK, THE OTHER HALF OF NET-ADAPT.  TAKES THE DAY'S
      *      OUTXFER ITEMS FROM THE CUMULATIVE OUTITEMS FILE WRITTEN
      *      AT POSTING AND WRITES THEM IN THE NETWORK'S OWN FIXED
      *      FORMAT (NETWREC), ONE BATCH PER POSTING CYCLE: CODE
      *      40/DEBIT, AMOUNT IN CENTS, OUR TRANSACTION ID AND THE
      *      RUN DATE AS THE NETWORK REFERENCE SO A RETURN CAN NAME
      *      THE ITEM IT RETURNS
      *    - AN ITEM REVERSED THE SAME DAY IT POSTED IS PULLED FROM
      *      THE FILE AND LISTED - THE CUSTOMER HAS ALREADY BEEN
      *      GIVEN THE MONEY BACK, SO IT MUST NOT ALSO BE PAID AWAY
      *    - NOTHING SHIPS UNPROVED: THE DAY'S ITEMS MUST AGREE IN
      *      COUNT AND AMOUNT WITH THE OUTXFER LEGS ON THE AUDIT LOG,
      *      AND THE FILE AS WRITTEN IS READ BACK AND ITS BATCH AND
      *      FILE TRAILERS, PLUS THE PULLED ITEMS, MUST PROVE TO THE
      *      POSTED TOTAL.  ANY MISS IS RC 8 AND THE FILE IS LEFT
      *      EMPTY
      *    - THE STEP RECORDS ITS COMPLETION ON THE RUN CONTROL FILE
      *      AND REFUSES TO REDO A DATE ALREADY COMPLETE, SO A
      *      STREAM RESTART CANNOT SEND THE DAY'S PAYMENTS TWICE
      *    - EVERY ITEM NOT YET SENT GOES, NOT JUST THE RUN DATE'S:
      *      AN OUTXFER POSTED OFF-STREAM AFTER AN EARLIER DATE'S FILE
      *      (SUSPENSE RELEASE, REJECT RECYCLE) IS CARRIED INTO THIS
      *      ONE, EACH CARRIED ITEM PROVED AGAINST ITS OWN OUTXFER LEG
      *      ON THE AUDIT LOG.  ONCE THE FILE PROVES, EVERY ITEM SENT OR
      *      PULLED IS STAMPED WITH THE RUN DATE ON A NEW COPY OF
      *      OUTITEMS (OUTITEMN) THAT THE STREAM SWAPS IN, SO NOTHING
      *      IS SENT TWICE AND NOTHING IS LEFT BEHIND
      *    - THE FILE IS WRITTEN AS A NEW COPY THAT THE STREAM SWAPS
      *      IN AS THE LIVE NETXOUT, AS OUTITEMN IS, SO A FIXED NAME
      *      SERVES EVERY DATE.  A RESTART OF A COMPLETED STEP COPIES
      *      THE LIVE FILE (NETXPREV) FORWARD UNCHANGED, SO THE SWAP
      *      NEVER EMPTIES A FILE THAT HAS ALREADY BEEN PRODUCED
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDITLOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OUTITEMS ASSIGN TO "OUTITEMS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OUTITEMN ASSIGN TO "OUTITEMN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NETXOUT ASSIGN TO "NETXOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NETXPREV ASSIGN TO "NETXPREV"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NETXRPT ASSIGN TO "NETXRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOBSTAT ASSIGN TO "JOBSTAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUNCTLI ASSIGN TO "RUNCTLI"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUNCTL ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDITLOG.
           COPY AUDTREC.

       FD  OUTITEMS.
           COPY OUTXREC.

       FD  OUTITEMN.
           COPY OUTXREC REPLACING ==OUTBOUND-ITEM-RECORD==
               BY ==OUTBOUND-ITEM-NEW-RECORD==
               LEADING ==OUTX== BY ==OUTXN==.

       FD  NETXOUT.
           COPY NETWREC.

       FD  NETXPREV.
           COPY NETWREC REPLACING ==NETWORK-RECORD==
               BY ==NETWORK-PREV-RECORD==
               LEADING ==NETW== BY ==NETWP==.

       FD  NETXRPT.
           COPY RPTLREC.

       FD  JOBSTAT.
           COPY JSTAREC.

       FD  RUNCTLI.
           COPY RUNCREC REPLACING ==RUN-CONTROL-RECORD==
               BY ==RUN-CONTROL-IN-RECORD==
               LEADING ==RCTL== BY ==RCTLI==.

       FD  RUNCTL.
           COPY RUNCREC.

       WORKING-STORAGE SECTION.
       01  WS-EOF-FLAG                 PIC X VALUE 'N'.
       01  WS-RUN-DATE                 PIC 9(8) VALUE ZEROS.
       01  WS-RUN-DATE-DISPLAY         PIC X(8) VALUE SPACES.

      *    STREAM-RESTART TRACKING.  THE STEP NAME ARRIVES IN THE
      *    PARM ONLY WHEN THIS RUN IS PART OF THE TRACKED DAILY
      *    STREAM.
       01  WS-RUN-CYCLE                PIC 9(2) VALUE 1.
       01  WS-STEP-NAME                PIC X(8) VALUE SPACES.
       01  WS-STEP-DONE-FLAG           PIC X VALUE 'N'.
           88  WS-STEP-ALREADY-DONE        VALUE 'Y'.
       01  WS-RUNCTL-EOF-FLAG          PIC X VALUE 'N'.

      *    THE DAY'S OUTXFER LEGS AS THE AUDIT LOG SAW THEM POST -
      *    THE INDEPENDENT SIDE OF THE PROOF.
       01  WS-POSTED-COUNT             PIC 9(7) VALUE 0.
       01  WS-POSTED-AMOUNT            PIC 9(11)V99 VALUE 0.
       01  WS-POSTED-CENTS             PIC 9(14) VALUE 0.

      *    ITEMS CARRIED FROM AN EARLIER RUN DATE, AND HOW MANY OF
      *    THEM FOUND THEIR OWN OUTXFER LEG ON THE AUDIT LOG.  THE
      *    EARLIEST ITEM DATE BOUNDS THE AUDIT LOG SEARCH.
       01  WS-CARRIED-COUNT            PIC 9(7) VALUE 0.
       01  WS-CARRIED-AMOUNT           PIC 9(11)V99 VALUE 0.
       01  WS-CARRIED-CENTS            PIC 9(14) VALUE 0.
       01  WS-CARRIED-PROVED-COUNT     PIC 9(7) VALUE 0.
       01  WS-EARLIEST-ITEM-DATE       PIC X(8) VALUE SPACES.
       01  WS-LEG-AMOUNT               PIC 9(9)V99 VALUE 0.

      *    ORIGINALS NAMED BY THE REVERSAL LEGS SINCE THE EARLIEST
      *    UNSENT ITEM, WITH THE DATE OF EACH REVERSAL.  ONLY AN
      *    OUTXFER FROM THE SAME DATE CAN BE REVERSED, SO AN ITEM
      *    MATCHING ON BOTH NEVER LEAVES THE BUILDING.
       01  WS-REVERSED-TABLE.
           05  WS-REV-COUNT             PIC 9(4) VALUE 0.
           05  WS-REV-ENTRY OCCURS 1000 TIMES.
               10  WS-REV-DATE              PIC X(8).
               10  WS-REV-TRAN-ID           PIC X(6).
       01  WS-REV-IDX                  PIC 9(4) VALUE 0.
       01  WS-REV-FOUND-FLAG           PIC X VALUE 'N'.
           88  WS-ITEM-WAS-REVERSED        VALUE 'Y'.

      *    EVERY UNSENT ITEM FROM OUTITEMS, BUFFERED SO EACH BATCH
      *    CAN BE WRITTEN WHOLE UNDER ITS HEADER.  THE COUNT AND
      *    AMOUNT ARE THE RUN DATE'S OWN ITEMS ONLY.
       01  WS-ITEM-COUNT               PIC 9(7) VALUE 0.
       01  WS-ITEM-AMOUNT              PIC 9(11)V99 VALUE 0.
       01  WS-ITEM-TABLE.
           05  WS-IT-COUNT              PIC 9(4) VALUE 0.
           05  WS-IT-ENTRY OCCURS 2000 TIMES.
               10  WS-IT-RUN-DATE           PIC X(8).
               10  WS-IT-PROVED-FLAG        PIC X.
                   88  WS-IT-PROVED             VALUE 'Y'.
               10  WS-IT-CYCLE              PIC X(2).
               10  WS-IT-TRAN-ID            PIC X(6).
               10  WS-IT-ACCOUNT-NUM        PIC X(5).
               10  WS-IT-BENEF-ACCOUNT      PIC X(5).
               10  WS-IT-AMOUNT             PIC 9(8)V99.
       01  WS-IT-IDX                   PIC 9(4) VALUE 0.
       01  WS-IT-FOUND-FLAG            PIC X VALUE 'N'.
           88  WS-CARRIED-LEG-MATCHED      VALUE 'Y'.
       01  WS-STAMPED-COUNT            PIC 9(7) VALUE 0.

      *    ONE NETWORK BATCH PER POSTING CYCLE THAT SENT ANYTHING,
      *    IN THE ORDER THE CYCLES FIRST APPEAR.
       01  WS-CYCLE-TABLE.
           05  WS-CY-COUNT              PIC 9(2) VALUE 0.
           05  WS-CY-CYCLE              PIC X(2) OCCURS 10 TIMES.
       01  WS-CY-IDX                   PIC 9(2) VALUE 0.
       01  WS-CY-FOUND-FLAG            PIC X VALUE 'N'.
           88  WS-CYCLE-FOUND              VALUE 'Y'.
       01  WS-BATCH-NUMBER-WORK        PIC 9(2) VALUE 0.

      *    PULLED AND SENT TOTALS, AND THE TRAILER FIGURES OF THE
      *    BATCH IN HAND.
       01  WS-PULLED-COUNT             PIC 9(7) VALUE 0.
       01  WS-PULLED-CENTS             PIC 9(14) VALUE 0.
       01  WS-SENT-COUNT               PIC 9(7) VALUE 0.
       01  WS-SENT-CENTS               PIC 9(14) VALUE 0.
       01  WS-BATCH-ITEM-COUNT         PIC 9(6) VALUE 0.
       01  WS-BATCH-CENTS-TOTAL        PIC 9(14) VALUE 0.
       01  WS-ITEM-CENTS               PIC 9(12) VALUE 0.

      *    READ-BACK ACTUALS FOR THE FILE AS WRITTEN.
       01  WS-CHK-BATCH-COUNT          PIC 9(6) VALUE 0.
       01  WS-CHK-BATCH-CENTS          PIC 9(14) VALUE 0.
       01  WS-CHK-FILE-COUNT           PIC 9(6) VALUE 0.
       01  WS-CHK-FILE-CENTS           PIC 9(14) VALUE 0.
       01  WS-CHK-FILE-TRL-FLAG        PIC X VALUE 'N'.
           88  WS-CHK-FILE-TRL-SEEN        VALUE 'Y'.

       01  WS-BALANCE-FLAG             PIC X VALUE 'Y'.
           88  WS-NETXOUT-IN-BALANCE       VALUE 'Y'.
           88  WS-NETXOUT-OUT-OF-BALANCE   VALUE 'N'.

      *    ONE OUTBOUND REPORT LINE.
       01  WS-OUT-LINE.
           05  FILLER                   PIC X VALUE SPACE.
           05  WS-O-REF                 PIC X(10).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-O-CYCLE               PIC X(2).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-O-ACCT                PIC X(5).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-O-BENEF               PIC X(5).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-O-CENTS               PIC 9(12).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-O-STATUS              PIC X(30).
           05  FILLER                   PIC X(58) VALUE SPACES.

       LINKAGE SECTION.
       01  LS-PARM-AREA.
           05  LS-PARM-LENGTH           PIC S9(4) COMP.
           05  LS-PARM-RUN-DATE         PIC X(8).
           05  FILLER                   PIC X.
           05  LS-PARM-CYCLE            PIC X(2).
           05  FILLER                   PIC X.
           05  LS-PARM-STEP-NAME        PIC X(8).

       PROCEDURE DIVISION USING LS-PARM-AREA.
       MAIN-PROCEDURE.
           DISPLAY "NET-OUTBOUND: Starting outbound clearing file..."

           PERFORM ESTABLISH-RUN-DATE

           PERFORM CHECK-STEP-ALREADY-DONE
           IF WS-STEP-ALREADY-DONE
               DISPLAY "NET-OUTBOUND: Step already complete for "
                   WS-RUN-DATE " - not redone, the file already "
                   "went to the network"
               PERFORM COPY-OUTBOUND-ITEMS-FORWARD
               PERFORM COPY-SENT-FILE-FORWARD
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE WS-RUN-DATE-DISPLAY TO WS-EARLIEST-ITEM-DATE
           OPEN INPUT OUTITEMS
           PERFORM GATHER-OUTBOUND-ITEMS UNTIL WS-EOF-FLAG = 'Y'
           CLOSE OUTITEMS

           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT AUDITLOG
           PERFORM GATHER-POSTED-OUTXFERS UNTIL WS-EOF-FLAG = 'Y'
           CLOSE AUDITLOG

           OPEN OUTPUT NETXRPT
           OPEN OUTPUT JOBSTAT
           PERFORM WRITE-REPORT-HEADING

           PERFORM PROVE-ITEMS-TO-AUDIT-LOG

           OPEN OUTPUT NETXOUT
           IF WS-NETXOUT-IN-BALANCE
               PERFORM WRITE-ONE-CYCLE-BATCH
                   VARYING WS-CY-IDX FROM 1 BY 1
                   UNTIL WS-CY-IDX > WS-CY-COUNT
               PERFORM WRITE-FILE-TRAILER
           END-IF
           CLOSE NETXOUT

           IF WS-NETXOUT-IN-BALANCE
               PERFORM PROVE-FILE-AS-WRITTEN
           END-IF

      *    A FILE THAT DID NOT PROVE IS EMPTIED, NOT LEFT HALF-RIGHT
      *    FOR THE TRANSMISSION JOB TO PICK UP.
           IF WS-NETXOUT-OUT-OF-BALANCE
               OPEN OUTPUT NETXOUT
               CLOSE NETXOUT
               DISPLAY "NET-OUTBOUND: File refused - nothing "
                   "written for the network"
           END-IF

      *    ONLY A PROVED FILE MARKS ITS ITEMS SENT; OTHERWISE THE
      *    ITEMS GO FORWARD UNCHANGED FOR THE RERUN.
           PERFORM COPY-OUTBOUND-ITEMS-FORWARD

           PERFORM WRITE-REPORT-TRAILER
           CLOSE NETXRPT

           DISPLAY "NET-OUTBOUND: Outbound file completed"
           DISPLAY "NET-OUTBOUND: Items posted: " WS-POSTED-COUNT
           DISPLAY "NET-OUTBOUND: Items carried from earlier dates: "
               WS-CARRIED-COUNT
           DISPLAY "NET-OUTBOUND: Items sent: " WS-SENT-COUNT
           DISPLAY "NET-OUTBOUND: Items pulled as reversed: "
               WS-PULLED-COUNT

           PERFORM WRITE-JOBSTAT-RECORD
           CLOSE JOBSTAT

           IF WS-NETXOUT-OUT-OF-BALANCE
               DISPLAY "NET-OUTBOUND: Outbound file failed to prove "
                   "- must not ship!"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM RECORD-STEP-COMPLETE
               MOVE 0 TO RETURN-CODE
           END-IF
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
               AND LS-PARM-CYCLE IS NUMERIC
               MOVE LS-PARM-CYCLE TO WS-RUN-CYCLE
           END-IF
           IF LS-PARM-LENGTH > 12
               MOVE LS-PARM-STEP-NAME TO WS-STEP-NAME
           END-IF
           MOVE WS-RUN-DATE TO WS-RUN-DATE-DISPLAY
           DISPLAY "NET-OUTBOUND: Run date is " WS-RUN-DATE.

      *----------------------------------------------------------------
      *    THE DAY'S OUTXFER LEGS, COUNTED AND SUMMED AS POSTED; THE
      *    EARLIER LEG BEHIND EACH CARRIED ITEM; AND THE ORIGINAL IDS
      *    OF THE REVERSALS SINCE THE EARLIEST UNSENT ITEM.
      *----------------------------------------------------------------
       GATHER-POSTED-OUTXFERS.
           READ AUDITLOG
               AT END MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF AUDIT-TIMESTAMP (1:8) NOT < WS-EARLIEST-ITEM-DATE
                       AND AUDIT-TIMESTAMP (1:8)
                           NOT > WS-RUN-DATE-DISPLAY
                       EVALUATE TRUE
                           WHEN AUDIT-TRAN-TYPE = 'OUTXFER'
                            AND AUDIT-TIMESTAMP (1:8)
                                = WS-RUN-DATE-DISPLAY
                               ADD 1 TO WS-POSTED-COUNT
                               COMPUTE WS-POSTED-AMOUNT =
                                   WS-POSTED-AMOUNT
                                   + AUDIT-BEFORE-BALANCE
                                   - AUDIT-AFTER-BALANCE
                           WHEN AUDIT-TRAN-TYPE = 'OUTXFER'
                               PERFORM PROVE-CARRIED-ITEM
                           WHEN AUDIT-TRAN-TYPE = 'REVERSAL'
                               PERFORM KEEP-REVERSED-ID
                       END-EVALUATE
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *    AN EARLIER DATE'S OUTXFER LEG PROVES THE CARRIED ITEM OF
      *    THE SAME DATE, TRANSACTION, ACCOUNT AND AMOUNT - ONCE.
      *----------------------------------------------------------------
       PROVE-CARRIED-ITEM.
           COMPUTE WS-LEG-AMOUNT =
               AUDIT-BEFORE-BALANCE - AUDIT-AFTER-BALANCE
           MOVE 'N' TO WS-IT-FOUND-FLAG
           PERFORM MATCH-CARRIED-ITEM
               VARYING WS-IT-IDX FROM 1 BY 1
               UNTIL WS-IT-IDX > WS-IT-COUNT
                  OR WS-CARRIED-LEG-MATCHED.

       MATCH-CARRIED-ITEM.
           IF WS-IT-RUN-DATE (WS-IT-IDX) = AUDIT-TIMESTAMP (1:8)
               AND WS-IT-TRAN-ID (WS-IT-IDX) = AUDIT-TRAN-ID
               AND WS-IT-ACCOUNT-NUM (WS-IT-IDX) = AUDIT-ACCOUNT-NUM
               AND WS-IT-AMOUNT (WS-IT-IDX) = WS-LEG-AMOUNT
               AND NOT WS-IT-PROVED (WS-IT-IDX)
               SET WS-IT-PROVED (WS-IT-IDX) TO TRUE
               SET WS-CARRIED-LEG-MATCHED TO TRUE
               ADD 1 TO WS-CARRIED-PROVED-COUNT
           END-IF.

       KEEP-REVERSED-ID.
           IF WS-REV-COUNT < 1000
               ADD 1 TO WS-REV-COUNT
               MOVE AUDIT-TIMESTAMP (1:8) TO WS-REV-DATE (WS-REV-COUNT)
               MOVE AUDIT-ORIG-TRAN-ID TO WS-REV-TRAN-ID (WS-REV-COUNT)
           ELSE
               DISPLAY "NET-OUTBOUND: *** REVERSAL TABLE FULL - "
                   "CANNOT TELL WHAT TO PULL ***"
               SET WS-NETXOUT-OUT-OF-BALANCE TO TRUE
           END-IF.

      *----------------------------------------------------------------
      *    EVERY ITEM FROM OUTITEMS NOT YET SENT, POSTED ON OR BEFORE
      *    THE RUN DATE, WHATEVER CYCLE OR JOB POSTED IT.
      *----------------------------------------------------------------
       GATHER-OUTBOUND-ITEMS.
           READ OUTITEMS
               AT END MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF OUTX-NOT-YET-SENT
                       AND OUTX-RUN-DATE NOT > WS-RUN-DATE
                       PERFORM KEEP-OUTBOUND-ITEM
                   END-IF
           END-READ.

       KEEP-OUTBOUND-ITEM.
           IF OUTX-RUN-DATE = WS-RUN-DATE
               ADD 1 TO WS-ITEM-COUNT
               ADD OUTX-AMOUNT TO WS-ITEM-AMOUNT
           ELSE
               ADD 1 TO WS-CARRIED-COUNT
               ADD OUTX-AMOUNT TO WS-CARRIED-AMOUNT
               IF OUTX-RUN-DATE < WS-EARLIEST-ITEM-DATE
                   MOVE OUTX-RUN-DATE TO WS-EARLIEST-ITEM-DATE
               END-IF
           END-IF
           IF WS-IT-COUNT < 2000
               ADD 1 TO WS-IT-COUNT
               MOVE OUTX-RUN-DATE TO WS-IT-RUN-DATE (WS-IT-COUNT)
               MOVE 'N' TO WS-IT-PROVED-FLAG (WS-IT-COUNT)
               MOVE OUTX-CYCLE TO WS-IT-CYCLE (WS-IT-COUNT)
               MOVE OUTX-TRAN-ID TO WS-IT-TRAN-ID (WS-IT-COUNT)
               MOVE OUTX-ACCOUNT-NUM TO WS-IT-ACCOUNT-NUM (WS-IT-COUNT)
               MOVE OUTX-BENEF-ACCOUNT
                   TO WS-IT-BENEF-ACCOUNT (WS-IT-COUNT)
               MOVE OUTX-AMOUNT TO WS-IT-AMOUNT (WS-IT-COUNT)
               PERFORM NOTE-ITEM-CYCLE
           ELSE
               DISPLAY "NET-OUTBOUND: *** ITEM TABLE FULL - FILE "
                   "INCOMPLETE ***"
               SET WS-NETXOUT-OUT-OF-BALANCE TO TRUE
           END-IF.

       NOTE-ITEM-CYCLE.
           MOVE 'N' TO WS-CY-FOUND-FLAG
           PERFORM SEARCH-CYCLE-TABLE
               VARYING WS-CY-IDX FROM 1 BY 1
               UNTIL WS-CY-IDX > WS-CY-COUNT
                  OR WS-CYCLE-FOUND
           IF NOT WS-CYCLE-FOUND
               IF WS-CY-COUNT < 10
                   ADD 1 TO WS-CY-COUNT
                   MOVE OUTX-CYCLE TO WS-CY-CYCLE (WS-CY-COUNT)
               ELSE
                   DISPLAY "NET-OUTBOUND: *** CYCLE TABLE FULL - "
                       "FILE INCOMPLETE ***"
                   SET WS-NETXOUT-OUT-OF-BALANCE TO TRUE
               END-IF
           END-IF.

       SEARCH-CYCLE-TABLE.
           IF WS-CY-CYCLE (WS-CY-IDX) = OUTX-CYCLE
               SET WS-CYCLE-FOUND TO TRUE
           END-IF.

      *----------------------------------------------------------------
      *    EVERY OUTXFER THE AUDIT LOG SAYS POSTED TODAY MUST BE ON
      *    OUTITEMS, FOR THE SAME MONEY, BEFORE ANY OF IT IS SENT;
      *    AND EVERY CARRIED ITEM MUST HAVE FOUND ITS OWN LEG.
      *----------------------------------------------------------------
       PROVE-ITEMS-TO-AUDIT-LOG.
           COMPUTE WS-POSTED-CENTS = WS-POSTED-AMOUNT * 100
           COMPUTE WS-CARRIED-CENTS = WS-CARRIED-AMOUNT * 100
           IF WS-ITEM-COUNT NOT = WS-POSTED-COUNT
               OR WS-ITEM-AMOUNT NOT = WS-POSTED-AMOUNT
               DISPLAY "NET-OUTBOUND: *** OUTBOUND ITEMS DO NOT "
                   "AGREE WITH THE DAY'S POSTED OUTXFER LEGS ***"
               SET WS-NETXOUT-OUT-OF-BALANCE TO TRUE
           END-IF
           IF WS-CARRIED-PROVED-COUNT NOT = WS-CARRIED-COUNT
               DISPLAY "NET-OUTBOUND: *** CARRIED ITEMS NOT ALL "
                   "FOUND ON THE AUDIT LOG ***"
               SET WS-NETXOUT-OUT-OF-BALANCE TO TRUE
           END-IF.

      *----------------------------------------------------------------
      *    ONE BATCH: HEADER, THE CYCLE'S ITEMS NOT REVERSED, THEN THE
      *    TRAILER.  THE BATCH NUMBER IS THE POSTING CYCLE; A BLANK
      *    CYCLE ON AN OFF-STREAM POSTING READS AS 01.
      *----------------------------------------------------------------
       WRITE-ONE-CYCLE-BATCH.
           IF WS-CY-CYCLE (WS-CY-IDX) IS NUMERIC
               MOVE WS-CY-CYCLE (WS-CY-IDX) TO WS-BATCH-NUMBER-WORK
           ELSE
               MOVE 1 TO WS-BATCH-NUMBER-WORK
           END-IF
           MOVE SPACES TO NETWORK-RECORD
           MOVE 'B' TO NETW-REC-TYPE
           MOVE WS-BATCH-NUMBER-WORK TO NETW-BAT-NUMBER
           MOVE WS-RUN-DATE TO NETW-BAT-DATE
           WRITE NETWORK-RECORD

           MOVE 0 TO WS-BATCH-ITEM-COUNT
           MOVE 0 TO WS-BATCH-CENTS-TOTAL
           PERFORM WRITE-ONE-OUTBOUND-ITEM
               VARYING WS-IT-IDX FROM 1 BY 1
               UNTIL WS-IT-IDX > WS-IT-COUNT

           MOVE SPACES TO NETWORK-RECORD
           MOVE 'T' TO NETW-REC-TYPE
           MOVE WS-BATCH-ITEM-COUNT TO NETW-BT-COUNT
           MOVE WS-BATCH-CENTS-TOTAL TO NETW-BT-AMOUNT-CENTS
           WRITE NETWORK-RECORD.

       WRITE-ONE-OUTBOUND-ITEM.
           IF WS-IT-CYCLE (WS-IT-IDX) = WS-CY-CYCLE (WS-CY-IDX)
               COMPUTE WS-ITEM-CENTS = WS-IT-AMOUNT (WS-IT-IDX) * 100
               MOVE WS-IT-TRAN-ID (WS-IT-IDX) TO WS-O-REF (1:6)
               MOVE WS-RUN-DATE-DISPLAY (5:4) TO WS-O-REF (7:4)
               MOVE WS-IT-CYCLE (WS-IT-IDX) TO WS-O-CYCLE
               MOVE WS-IT-ACCOUNT-NUM (WS-IT-IDX) TO WS-O-ACCT
               MOVE WS-IT-BENEF-ACCOUNT (WS-IT-IDX) TO WS-O-BENEF
               MOVE WS-ITEM-CENTS TO WS-O-CENTS
               PERFORM CHECK-ITEM-REVERSED
               IF WS-ITEM-WAS-REVERSED
                   ADD 1 TO WS-PULLED-COUNT
                   ADD WS-ITEM-CENTS TO WS-PULLED-CENTS
                   MOVE "PULLED - REVERSED BEFORE SENT" TO WS-O-STATUS
               ELSE
                   MOVE SPACES TO NETWORK-RECORD
                   MOVE 'D' TO NETW-REC-TYPE
                   MOVE WS-IT-TRAN-ID (WS-IT-IDX) TO NETW-REF-TRAN-ID
                   MOVE WS-RUN-DATE-DISPLAY (5:4)
                       TO NETW-REF-DATE-MMDD
                   MOVE '40' TO NETW-TRAN-CODE
                   MOVE 'D' TO NETW-DC-IND
                   MOVE WS-IT-ACCOUNT-NUM (WS-IT-IDX) TO NETW-ACCOUNT
                   MOVE WS-IT-BENEF-ACCOUNT (WS-IT-IDX)
                       TO NETW-DEST-ACCOUNT
                   MOVE WS-ITEM-CENTS TO NETW-AMOUNT-CENTS
                   MOVE WS-RUN-DATE TO NETW-VALUE-DATE
                   WRITE NETWORK-RECORD
                   ADD 1 TO WS-BATCH-ITEM-COUNT
                   ADD WS-ITEM-CENTS TO WS-BATCH-CENTS-TOTAL
                   ADD 1 TO WS-SENT-COUNT
                   ADD WS-ITEM-CENTS TO WS-SENT-CENTS
                   IF WS-IT-RUN-DATE (WS-IT-IDX) = WS-RUN-DATE-DISPLAY
                       MOVE "SENT" TO WS-O-STATUS
                   ELSE
                       MOVE SPACES TO WS-O-STATUS
                       STRING "SENT - POSTED "
                           WS-IT-RUN-DATE (WS-IT-IDX)
                           DELIMITED BY SIZE INTO WS-O-STATUS
                   END-IF
               END-IF
               PERFORM WRITE-OUTBOUND-REPORT-LINE
           END-IF.

       CHECK-ITEM-REVERSED.
           MOVE 'N' TO WS-REV-FOUND-FLAG
           PERFORM SEARCH-REVERSED-TABLE
               VARYING WS-REV-IDX FROM 1 BY 1
               UNTIL WS-REV-IDX > WS-REV-COUNT
                  OR WS-ITEM-WAS-REVERSED.

       SEARCH-REVERSED-TABLE.
           IF WS-REV-TRAN-ID (WS-REV-IDX) = WS-IT-TRAN-ID (WS-IT-IDX)
               AND WS-REV-DATE (WS-REV-IDX)
                   = WS-IT-RUN-DATE (WS-IT-IDX)
               SET WS-ITEM-WAS-REVERSED TO TRUE
           END-IF.

       WRITE-FILE-TRAILER.
           MOVE SPACES TO NETWORK-RECORD
           MOVE 'F' TO NETW-REC-TYPE
           MOVE WS-SENT-COUNT TO NETW-FT-COUNT
           MOVE WS-SENT-CENTS TO NETW-FT-AMOUNT-CENTS
           WRITE NETWORK-RECORD.

      *----------------------------------------------------------------
      *    READ THE FILE BACK THE WAY THE NETWORK WILL: EVERY BATCH
      *    MUST PROVE ON ITS TRAILER, THE FILE ON ITS FILE TRAILER,
      *    AND THE FILE PLUS THE PULLED ITEMS MUST COME TO EXACTLY
      *    WHAT POSTED TODAY PLUS WHAT WAS CARRIED.
      *----------------------------------------------------------------
       PROVE-FILE-AS-WRITTEN.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT NETXOUT
           PERFORM READ-BACK-NETWORK-RECORD UNTIL WS-EOF-FLAG = 'Y'
           CLOSE NETXOUT
           IF NOT WS-CHK-FILE-TRL-SEEN
               DISPLAY "NET-OUTBOUND: *** FILE AS WRITTEN HAS NO "
                   "FILE TRAILER ***"
               SET WS-NETXOUT-OUT-OF-BALANCE TO TRUE
           END-IF
           IF WS-CHK-FILE-CENTS + WS-PULLED-CENTS
                  NOT = WS-POSTED-CENTS + WS-CARRIED-CENTS
               OR WS-CHK-FILE-COUNT + WS-PULLED-COUNT
                  NOT = WS-POSTED-COUNT + WS-CARRIED-COUNT
               DISPLAY "NET-OUTBOUND: *** FILE PLUS PULLED ITEMS DO "
                   "NOT PROVE TO POSTED PLUS CARRIED ***"
               SET WS-NETXOUT-OUT-OF-BALANCE TO TRUE
           END-IF.

       READ-BACK-NETWORK-RECORD.
           READ NETXOUT
               AT END MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   EVALUATE TRUE
                       WHEN NETW-REC-IS-BATCH-HDR
                           MOVE 0 TO WS-CHK-BATCH-COUNT
                           MOVE 0 TO WS-CHK-BATCH-CENTS
                       WHEN NETW-REC-IS-DETAIL
                           ADD 1 TO WS-CHK-BATCH-COUNT
                           ADD NETW-AMOUNT-CENTS TO WS-CHK-BATCH-CENTS
                           ADD 1 TO WS-CHK-FILE-COUNT
                           ADD NETW-AMOUNT-CENTS TO WS-CHK-FILE-CENTS
                       WHEN NETW-REC-IS-BATCH-TRL
                           IF NETW-BT-COUNT NOT = WS-CHK-BATCH-COUNT
                               OR NETW-BT-AMOUNT-CENTS
                                  NOT = WS-CHK-BATCH-CENTS
                               DISPLAY "NET-OUTBOUND: *** BATCH "
                                   "TRAILER DOES NOT PROVE ***"
                               SET WS-NETXOUT-OUT-OF-BALANCE TO TRUE
                           END-IF
                       WHEN NETW-REC-IS-FILE-TRL
                           SET WS-CHK-FILE-TRL-SEEN TO TRUE
                           IF NETW-FT-COUNT NOT = WS-CHK-FILE-COUNT
                               OR NETW-FT-AMOUNT-CENTS
                                  NOT = WS-CHK-FILE-CENTS
                               DISPLAY "NET-OUTBOUND: *** FILE "
                                   "TRAILER DOES NOT PROVE ***"
                               SET WS-NETXOUT-OUT-OF-BALANCE TO TRUE
                           END-IF
                   END-EVALUATE
           END-READ.

      *----------------------------------------------------------------
      *    ONE REPORT LINE PER ITEM - SENT OR PULLED - WITH THE
      *    NETWORK REFERENCE A RETURN WILL COME BACK UNDER.
      *----------------------------------------------------------------
       WRITE-OUTBOUND-REPORT-LINE.
           MOVE SPACES TO RPT-LINE
           MOVE WS-OUT-LINE TO RPT-LINE
           WRITE RPT-LINE.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO RPT-LINE
           STRING "CLEARING NETWORK OUTBOUND FILE - RUN DATE: "
               WS-RUN-DATE DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING " NETWORK-REF CY  ACCT   BENEF  AMOUNT-CENTS  "
               "STATUS" DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

       WRITE-REPORT-TRAILER.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "ITEMS POSTED: " WS-POSTED-COUNT
               "  CARRIED: " WS-CARRIED-COUNT
               "  SENT: " WS-SENT-COUNT
               "  PULLED: " WS-PULLED-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "CENTS POSTED: " WS-POSTED-CENTS
               "  CARRIED: " WS-CARRIED-CENTS
               "  SENT: " WS-SENT-CENTS
               "  PULLED: " WS-PULLED-CENTS
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF WS-NETXOUT-OUT-OF-BALANCE
               MOVE SPACES TO RPT-LINE
               STRING "*** FILE DID NOT PROVE - NOTHING SENT ***"
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.

      *----------------------------------------------------------------
      *    WRITE OUTITEMS FORWARD TO OUTITEMN, WHICH THE STREAM SWAPS
      *    IN AS THE LIVE FILE.  WHEN THE FILE PROVED, EVERY ITEM IT
      *    TOOK - SENT OR PULLED - IS STAMPED WITH THE RUN DATE AS
      *    ITS SENT DATE; OTHERWISE (AND ON A RESTART OF A COMPLETED
      *    STEP) EVERY RECORD PASSES THROUGH UNCHANGED.
      *----------------------------------------------------------------
       COPY-OUTBOUND-ITEMS-FORWARD.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT OUTITEMS
           OPEN OUTPUT OUTITEMN
           PERFORM COPY-ONE-OUTBOUND-ITEM UNTIL WS-EOF-FLAG = 'Y'
           CLOSE OUTITEMS
           CLOSE OUTITEMN
           DISPLAY "NET-OUTBOUND: Items marked sent: " WS-STAMPED-COUNT.

       COPY-ONE-OUTBOUND-ITEM.
           READ OUTITEMS
               AT END MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   MOVE OUTBOUND-ITEM-RECORD
                       TO OUTBOUND-ITEM-NEW-RECORD
                   IF OUTX-NOT-YET-SENT
                       AND OUTX-RUN-DATE NOT > WS-RUN-DATE
                       AND WS-NETXOUT-IN-BALANCE
                       AND NOT WS-STEP-ALREADY-DONE
                       MOVE WS-RUN-DATE-DISPLAY TO OUTXN-SENT-DATE
                       ADD 1 TO WS-STAMPED-COUNT
                   END-IF
                   WRITE OUTBOUND-ITEM-NEW-RECORD
           END-READ.

      *----------------------------------------------------------------
      *    RESTART OF A COMPLETED STEP: THE LIVE FILE IS THE ONE THAT
      *    STEP PRODUCED, SO IT GOES FORWARD AS IT STANDS FOR THE SWAP
      *    TO PUT BACK.
      *----------------------------------------------------------------
       COPY-SENT-FILE-FORWARD.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT NETXPREV
           OPEN OUTPUT NETXOUT
           PERFORM COPY-ONE-SENT-RECORD UNTIL WS-EOF-FLAG = 'Y'
           CLOSE NETXPREV
           CLOSE NETXOUT.

       COPY-ONE-SENT-RECORD.
           READ NETXPREV
               AT END MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   MOVE NETWORK-PREV-RECORD TO NETWORK-RECORD
                   WRITE NETWORK-RECORD
           END-READ.

      *----------------------------------------------------------------
      *    SEE WHETHER THIS STEP ALREADY COMPLETED FOR THE RUN DATE.
      *    A COMPLETED STEP IS NEVER REDONE - THE FILE ALREADY WENT
      *    AND A SECOND ONE WOULD PAY EVERY ITEM TWICE.
      *----------------------------------------------------------------
       CHECK-STEP-ALREADY-DONE.
           IF WS-STEP-NAME NOT = SPACES
               MOVE 'N' TO WS-RUNCTL-EOF-FLAG
               OPEN INPUT RUNCTLI
               PERFORM READ-RUN-CONTROL-RECORD
                   UNTIL WS-RUNCTL-EOF-FLAG = 'Y'
               CLOSE RUNCTLI
           END-IF.

       READ-RUN-CONTROL-RECORD.
           READ RUNCTLI
               AT END MOVE 'Y' TO WS-RUNCTL-EOF-FLAG
               NOT AT END
                   IF RCTLI-RUN-DATE = WS-RUN-DATE
                       AND RCTLI-CYCLE = WS-RUN-CYCLE
                       AND RCTLI-STEP-NAME = WS-STEP-NAME
                       SET WS-STEP-ALREADY-DONE TO TRUE
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *    RECORD COMPLETION ON THE RUN CONTROL FILE - ONLY WHEN THE
      *    STEP GENUINELY COMPLETED, AND ONLY ONCE.
      *----------------------------------------------------------------
       RECORD-STEP-COMPLETE.
           IF WS-STEP-NAME NOT = SPACES
               AND NOT WS-STEP-ALREADY-DONE
               AND WS-NETXOUT-IN-BALANCE
               OPEN OUTPUT RUNCTL
               MOVE SPACES TO RUN-CONTROL-RECORD
               MOVE WS-RUN-DATE TO RCTL-RUN-DATE
               MOVE WS-RUN-CYCLE TO RCTL-CYCLE
               MOVE WS-STEP-NAME TO RCTL-STEP-NAME
               WRITE RUN-CONTROL-RECORD
               CLOSE RUNCTL
           END-IF.

      *----------------------------------------------------------------
      *    WRITE ONE JOBSTAT RECORD SUMMARISING THE RUN FOR DOWNSTREAM
      *    MONITORING TOOLING.
      *----------------------------------------------------------------
       WRITE-JOBSTAT-RECORD.
           MOVE SPACES TO JOBSTAT-RECORD
           MOVE "NETOUTB" TO JOBSTAT-PROGRAM-NAME
           MOVE WS-RUN-DATE TO JOBSTAT-RUN-DATE
           MOVE WS-RUN-CYCLE TO JOBSTAT-CYCLE
           COMPUTE JOBSTAT-TOTAL-COUNT =
               WS-POSTED-COUNT + WS-CARRIED-COUNT
           MOVE WS-SENT-COUNT TO JOBSTAT-VALID-COUNT
           MOVE WS-PULLED-COUNT TO JOBSTAT-INVALID-COUNT
           IF WS-NETXOUT-OUT-OF-BALANCE
               MOVE 8 TO JOBSTAT-RETURN-CODE
           ELSE
               MOVE 0 TO JOBSTAT-RETURN-CODE
           END-IF
           WRITE JOBSTAT-RECORD.
