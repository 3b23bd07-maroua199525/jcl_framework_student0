       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT-RECOVER.
       AUTHOR. STUDENT.

      ******************************************************************
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    - NEW PROGRAM: POINT-IN-TIME RECOVERY OF THE ACCOUNTS
      *      MASTER.  REBUILDS THE MASTER AS IT STOOD AT THE END OF A
      *      CHOSEN DATE AND POSTING CYCLE, STARTING FROM A MASTER
      *      IMAGE UNLOADED AFTER AN EARLIER CYCLE'S SNAPSHOT AND
      *      ROLLING IT FORWARD.  THE PARM NAMES BOTH POINTS
      *      (TARGET-DATE,CYCLE,BASE-DATE,CYCLE):
      *        - THE BASE IMAGE IS FIRST PROVED ACCOUNT BY ACCOUNT
      *          AGAINST THE BALANCE HISTORY SNAPSHOT OF ITS OWN
      *          POINT; AN IMAGE THAT DOES NOT MATCH IS NOT A GOOD
      *          STARTING POINT AND THE RUN STOPS SEVERE
      *        - MAINTENANCE ON THE MNTAUDIT TRAIL IS REPLAYED IN
      *          ORDER (OPENS, STATUS, OVERDRAFT, NAME, PRODUCT),
      *          EACH OLD VALUE PROVED AGAINST THE REBUILT FIELD
      *        - POSTED LEGS ON THE AUDITLOG BETWEEN THE TWO POINTS
      *          ARE REPLAYED IN FILE ORDER, EACH LEG'S BEFORE-
      *          BALANCE PROVED AGAINST THE REBUILT BALANCE
      *        - EVERY ACCOUNT WHERE THE REPLAY DOES NOT TIE IS
      *          REPORTED AND THE RUN ENDS RC 8, WHICH KEEPS THE
      *          REBUILT MASTER FROM REPLACING THE LIVE ONE
      *      THE REBUILT BALANCES ARE ALSO SET AGAINST THE TARGET
      *      POINT'S OWN SNAPSHOT WHEN THERE IS ONE.  A DIFFERENCE
      *      THERE IS A WARNING, NOT A FAILURE - THAT SNAPSHOT MAY BE
      *      OF THE VERY DAMAGE BEING RECOVERED FROM
      *    - THE SET-CURRENCY ENTRY ACCT-MAINT WRITES BEHIND AN ADD IN
      *      A FOREIGN CURRENCY IS REPLAYED, SO A REBUILT ACCOUNT
      *      KEEPS THE CURRENCY IT WAS OPENED IN
      *    - THE AUDITLOG DOES NOT CARRY THE TRANSACTION DATE ACCOUNT-
      *      UPDATE STAMPS AS LAST ACTIVITY, SO THE REPLAYED DATE IS
      *      ONLY THE POSTING DATE.  IT IS PROVED ACCOUNT BY ACCOUNT
      *      AGAINST THE MASTER IMAGE UNLOADED AT THE TARGET POINT
      *      (ACCTTGT) WHEN THERE IS ONE; ANY DIFFERENCE IS A BREAK
      *      AND THE RUN ENDS RC 8.  WITH NO TARGET IMAGE THE DATES
      *      GO UNPROVED AND THE RUN ENDS RC 4
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTBASE ASSIGN TO "ACCTBASE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BALHIST ASSIGN TO "BALHIST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MNTAUDIT ASSIGN TO "MNTAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDITLOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCTTGT ASSIGN TO "ACCTTGT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCTTGT-STATUS.
           SELECT ACCTNEW ASSIGN TO "ACCTNEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NEWA-NUMBER
               FILE STATUS IS WS-ACCTNEW-STATUS.
           SELECT RCVRPT ASSIGN TO "RCVRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOBSTAT ASSIGN TO "JOBSTAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCTBASE.
           COPY ACCTREC.

       FD  BALHIST.
           COPY BALHREC.

       FD  MNTAUDIT.
           COPY MAUDREC.

       FD  AUDITLOG.
           COPY AUDTREC.

       FD  ACCTTGT.
           COPY ACCTREC REPLACING
               ==ACCOUNT-RECORD== BY ==TARGET-ACCOUNT-RECORD==
               LEADING ==ACCT== BY ==TGTA==.

       FD  ACCTNEW.
           COPY ACCTREC REPLACING
               ==ACCOUNT-RECORD== BY ==NEW-ACCOUNT-RECORD==
               LEADING ==ACCT== BY ==NEWA==.

       FD  RCVRPT.
           COPY RPTLREC.

       FD  JOBSTAT.
           COPY JSTAREC.

       WORKING-STORAGE SECTION.
       01  WS-BASE-COUNT               PIC 9(7) VALUE 0.
       01  WS-ADDED-COUNT              PIC 9(7) VALUE 0.
       01  WS-WRITTEN-COUNT            PIC 9(7) VALUE 0.
       01  WS-MAINT-APPLIED-COUNT      PIC 9(7) VALUE 0.
       01  WS-MAINT-ON-IMAGE-COUNT     PIC 9(7) VALUE 0.
       01  WS-MAINT-SKIPPED-COUNT      PIC 9(7) VALUE 0.
       01  WS-LEG-READ-COUNT           PIC 9(9) VALUE 0.
       01  WS-LEG-REPLAYED-COUNT       PIC 9(9) VALUE 0.
       01  WS-BREAK-COUNT              PIC 9(7) VALUE 0.
       01  WS-UNTIED-ACCOUNT-COUNT     PIC 9(7) VALUE 0.
       01  WS-SNAP-DIFF-COUNT          PIC 9(7) VALUE 0.
       01  WS-BASE-SNAP-COUNT          PIC 9(7) VALUE 0.
       01  WS-TARGET-SNAP-COUNT        PIC 9(7) VALUE 0.
       01  WS-TARGET-IMAGE-COUNT       PIC 9(7) VALUE 0.
       01  WS-DATE-DIFF-COUNT          PIC 9(7) VALUE 0.
       01  WS-EOF-FLAG                 PIC X VALUE 'N'.
       01  WS-RUN-DATE                 PIC 9(8) VALUE ZEROS.
       01  WS-ACCTNEW-STATUS           PIC X(2) VALUE '00'.
           88  WS-ACCTNEW-OK               VALUE '00'.
       01  WS-ACCTTGT-STATUS           PIC X(2) VALUE '00'.
           88  WS-ACCTTGT-OK               VALUE '00'.

       01  WS-SEVERE-ERROR-FLAG        PIC X VALUE 'N'.
           88  WS-SEVERE-ERROR-OCCURRED    VALUE 'Y'.
       01  WS-WARNING-FLAG             PIC X VALUE 'N'.
           88  WS-WARNING-RAISED           VALUE 'Y'.

      *    THE TWO POINTS OF THE RECOVERY.  A POINT IS A BUSINESS
      *    DATE AND POSTING CYCLE, HELD AS CCYYMMDDCC SO TWO POINTS
      *    COMPARE AS ONE NUMBER.  THE BASE IS THE SNAPSHOT THE IMAGE
      *    WAS TAKEN WITH; THE TARGET IS THE POINT TO REBUILD TO.
       01  WS-TARGET-DATE              PIC 9(8) VALUE 0.
       01  WS-TARGET-CYCLE             PIC 9(2) VALUE 0.
       01  WS-TARGET-POINT             PIC 9(10) VALUE 0.
       01  WS-BASE-DATE                PIC 9(8) VALUE 0.
       01  WS-BASE-CYCLE               PIC 9(2) VALUE 0.
       01  WS-BASE-POINT               PIC 9(10) VALUE 0.
       01  WS-LEG-POINT                PIC 9(10) VALUE 0.
       01  WS-LEG-DATE                 PIC 9(8) VALUE 0.
       01  WS-LEG-CYCLE                PIC 9(2) VALUE 0.
       01  WS-SNAP-CYCLE               PIC 9(2) VALUE 0.

      *    WHERE ON THE AUDITLOG THE REPLAY STARTS AND ENDS.  THE LOG
      *    IS APPENDED IN RUN ORDER, SO FILE POSITION IS TIME ORDER,
      *    BUT THE POINT STAMPED ON A LEG IS NOT: THE SATELLITE
      *    STREAMS (SUSPENSE RELEASE, REJECT RECYCLE, MONTH-END) POST
      *    AFTER A DATE'S LAST CYCLE UNDER CYCLE 01.  A POINT'S CUT
      *    IS THEREFORE TAKEN AS THE LAST LEG STAMPED WITH THAT VERY
      *    POINT AHEAD OF THE FIRST LEG STAMPED LATER - THE MOMENT
      *    ITS OWN CYCLE'S SNAPSHOT WAS TAKEN - AND ANY SATELLITE
      *    LEG STAMPED EARLIER BUT POSTED AFTER THAT FALLS AFTER THE
      *    CUT, WHERE IT BELONGS.  A CYCLE THAT POSTED NOTHING HAS NO
      *    LEG OF ITS OWN, AND ITS CUT FALLS BACK TO THE LAST EARLIER-
      *    STAMPED LEG AHEAD OF THE FIRST LATER ONE.
       01  WS-AUDIT-POS                PIC 9(9) VALUE 0.
       01  WS-BASE-LATER-POS           PIC 9(9) VALUE 0.
       01  WS-BASE-EXACT-POS           PIC 9(9) VALUE 0.
       01  WS-BASE-EARLIER-POS         PIC 9(9) VALUE 0.
       01  WS-TARGET-LATER-POS         PIC 9(9) VALUE 0.
       01  WS-TARGET-EXACT-POS         PIC 9(9) VALUE 0.
       01  WS-TARGET-EARLIER-POS       PIC 9(9) VALUE 0.
       01  WS-START-CUT-POS            PIC 9(9) VALUE 0.
       01  WS-END-CUT-POS              PIC 9(9) VALUE 0.

      *    THE MASTER BEING REBUILT, HELD IN ACCOUNT-NUMBER ORDER SO
      *    IT CAN BE WRITTEN STRAIGHT TO THE NEW KEYED FILE.  EACH
      *    ENTRY IS THE ACCOUNT RECORD IMAGE PLUS WHAT THE REPLAY
      *    LEARNED ABOUT IT.
       01  WS-RCV-TABLE.
           05  WS-RCV-COUNT             PIC 9(5) VALUE 0.
           05  WS-RCV-ENTRY OCCURS 5000 TIMES.
               10  WS-RV-IMAGE.
                   15  WS-RV-ACCT-NUM       PIC X(5).
                   15  FILLER               PIC X(61).
               10  WS-RV-ORIGIN             PIC X.
                   88  WS-RV-FROM-IMAGE         VALUE 'B'.
                   88  WS-RV-OPENED-IN-REPLAY   VALUE 'A'.
               10  WS-RV-BASE-SNAP-FLAG     PIC X.
                   88  WS-RV-BASE-SNAP-SEEN     VALUE 'Y'.
               10  WS-RV-TARGET-SNAP-FLAG   PIC X.
                   88  WS-RV-TARGET-SNAP-SEEN   VALUE 'Y'.
               10  WS-RV-UNTIED-FLAG        PIC X.
                   88  WS-RV-UNTIED             VALUE 'Y'.
               10  WS-RV-LEG-COUNT          PIC 9(5).
               10  WS-RV-MAINT-COUNT        PIC 9(5).
       01  WS-RCV-IDX                  PIC 9(5) VALUE 0.
       01  WS-RCV-FOUND-IDX            PIC 9(5) VALUE 0.
       01  WS-RCV-INSERT-IDX           PIC 9(5) VALUE 0.
       01  WS-RCV-FOUND-FLAG           PIC X VALUE 'N'.
           88  WS-RCV-FOUND                VALUE 'Y'.
       01  WS-LOOKUP-ACCT-NUM          PIC X(5) VALUE SPACES.
       01  WS-PREVIOUS-ACCT-NUM        PIC X(5) VALUE LOW-VALUES.
       01  WS-SEARCH-LOW               PIC S9(5) VALUE 0.
       01  WS-SEARCH-HIGH              PIC S9(5) VALUE 0.
       01  WS-SEARCH-MID               PIC S9(5) VALUE 0.
       01  WS-SHIFT-IDX                PIC S9(5) VALUE 0.

      *    ONE ACCOUNT RECORD TAKEN OUT OF THE TABLE TO BE WORKED ON.
           COPY ACCTREC REPLACING
               ==ACCOUNT-RECORD== BY ==WS-RCV-ACCOUNT==
               LEADING ==ACCT== BY ==RCVA==.

      *    THE VALUE OF THE FIELD A MAINTENANCE ENTRY CHANGED, AS
      *    THE REBUILT MASTER HOLDS IT, IN THE SAME SHAPE AS THE
      *    TRAIL'S OLD AND NEW VALUES.
       01  WS-CURRENT-VALUE            PIC X(20) VALUE SPACES.
       01  WS-MAINT-DATE               PIC X(8) VALUE SPACES.

       01  WS-MOVEMENT                 PIC S9(9)V99 VALUE 0.

      *    ONE LINE OF THE REPORT FOR A REPLAY THAT DID NOT TIE.
       01  WS-BREAK-SOURCE             PIC X(8) VALUE SPACES.
       01  WS-BREAK-TRAN-ID            PIC X(6) VALUE SPACES.
       01  WS-BREAK-EXPECTED           PIC X(20) VALUE SPACES.
       01  WS-BREAK-FOUND              PIC X(20) VALUE SPACES.
       01  WS-BREAK-REASON             PIC X(40) VALUE SPACES.
       01  WS-AMOUNT-EDIT              PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-BREAK-LINE.
           05  FILLER                   PIC X VALUE SPACE.
           05  WS-BL-ACCT               PIC X(5).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-BL-SOURCE             PIC X(8).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-BL-TRAN-ID            PIC X(6).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-BL-EXPECTED           PIC X(20).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-BL-FOUND              PIC X(20).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-BL-REASON             PIC X(40).
           05  FILLER                   PIC X(23) VALUE SPACES.

       LINKAGE SECTION.
       01  LS-PARM-AREA.
           05  LS-PARM-LENGTH           PIC S9(4) COMP.
           05  LS-PARM-RUN-DATE         PIC X(8).
           05  FILLER                   PIC X.
           05  LS-PARM-CYCLE            PIC X(2).
           05  FILLER                   PIC X.
           05  LS-PARM-BASE-DATE        PIC X(8).
           05  FILLER                   PIC X.
           05  LS-PARM-BASE-CYCLE       PIC X(2).

       PROCEDURE DIVISION USING LS-PARM-AREA.
       MAIN-PROCEDURE.
           DISPLAY "ACCT-RECOVER: Starting accounts master recovery..."

           PERFORM ESTABLISH-RUN-PARAMETERS
           OPEN OUTPUT RCVRPT
           OPEN OUTPUT JOBSTAT
           PERFORM WRITE-REPORT-HEADINGS

           IF NOT WS-SEVERE-ERROR-OCCURRED
               PERFORM LOAD-BASE-IMAGE
           END-IF
           IF NOT WS-SEVERE-ERROR-OCCURRED
               PERFORM PROVE-BASE-IMAGE
           END-IF
           IF NOT WS-SEVERE-ERROR-OCCURRED
               PERFORM REPLAY-MAINTENANCE
               PERFORM LOCATE-REPLAY-WINDOW
               PERFORM REPLAY-POSTINGS
               PERFORM PROVE-AGAINST-TARGET-SNAPSHOT
               PERFORM PROVE-AGAINST-TARGET-IMAGE
           END-IF
           IF NOT WS-SEVERE-ERROR-OCCURRED
               PERFORM WRITE-REBUILT-MASTER
           END-IF

           PERFORM WRITE-RECOVERY-TOTALS
           CLOSE RCVRPT

           DISPLAY "ACCT-RECOVER: Recovery completed"
           DISPLAY "ACCT-RECOVER: Accounts on base image: "
               WS-BASE-COUNT
           DISPLAY "ACCT-RECOVER: Legs replayed: "
               WS-LEG-REPLAYED-COUNT
           DISPLAY "ACCT-RECOVER: Maintenance replayed: "
               WS-MAINT-APPLIED-COUNT
           DISPLAY "ACCT-RECOVER: Accounts written: " WS-WRITTEN-COUNT
           DISPLAY "ACCT-RECOVER: Accounts that do not tie: "
               WS-UNTIED-ACCOUNT-COUNT

           PERFORM WRITE-JOBSTAT-RECORD
           CLOSE JOBSTAT

           EVALUATE TRUE
               WHEN WS-SEVERE-ERROR-OCCURRED
                   MOVE 16 TO RETURN-CODE
               WHEN WS-UNTIED-ACCOUNT-COUNT > 0
                   DISPLAY "ACCT-RECOVER: *** REPLAY DID NOT TIE - "
                       "REBUILT MASTER MUST NOT REPLACE THE LIVE "
                       "ONE ***"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-WARNING-RAISED
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

      *----------------------------------------------------------------
      *    ESTABLISH THE TWO POINTS FROM THE PARM (TARGET-DATE,CYCLE,
      *    BASE-DATE,CYCLE).  A RECOVERY MUST NEVER GUESS WHICH POINT
      *    IT IS REBUILDING TO OR FROM, SO THE WHOLE PARM IS REQUIRED
      *    AND THERE IS NO FALL BACK TO THE SYSTEM DATE.
      *----------------------------------------------------------------
       ESTABLISH-RUN-PARAMETERS.
           IF LS-PARM-LENGTH < 23
               DISPLAY "ACCT-RECOVER: SEVERE - parm must be "
                   "TARGET-DATE,CYCLE,BASE-DATE,CYCLE"
               SET WS-SEVERE-ERROR-OCCURRED TO TRUE
           ELSE
               IF LS-PARM-RUN-DATE IS NOT NUMERIC
                   OR LS-PARM-CYCLE IS NOT NUMERIC
                   OR LS-PARM-BASE-DATE IS NOT NUMERIC
                   OR LS-PARM-BASE-CYCLE IS NOT NUMERIC
                   DISPLAY "ACCT-RECOVER: SEVERE - parm dates and "
                       "cycles must be numeric"
                   SET WS-SEVERE-ERROR-OCCURRED TO TRUE
               ELSE
                   MOVE LS-PARM-RUN-DATE TO WS-TARGET-DATE
                   MOVE LS-PARM-CYCLE TO WS-TARGET-CYCLE
                   MOVE LS-PARM-BASE-DATE TO WS-BASE-DATE
                   MOVE LS-PARM-BASE-CYCLE TO WS-BASE-CYCLE
               END-IF
           END-IF
           MOVE WS-TARGET-DATE TO WS-RUN-DATE
           COMPUTE WS-TARGET-POINT =
               WS-TARGET-DATE * 100 + WS-TARGET-CYCLE
           COMPUTE WS-BASE-POINT =
               WS-BASE-DATE * 100 + WS-BASE-CYCLE
           IF NOT WS-SEVERE-ERROR-OCCURRED
               AND WS-BASE-POINT > WS-TARGET-POINT
               DISPLAY "ACCT-RECOVER: SEVERE - base point is later "
                   "than the target point"
               SET WS-SEVERE-ERROR-OCCURRED TO TRUE
           END-IF
           DISPLAY "ACCT-RECOVER: Rebuilding to " WS-TARGET-DATE
               " cycle " WS-TARGET-CYCLE
           DISPLAY "ACCT-RECOVER: Starting from image of "
               WS-BASE-DATE " cycle " WS-BASE-CYCLE.

      *----------------------------------------------------------------
      *    LOAD THE BASE IMAGE.  AN UNLOAD OF THE KEYED MASTER COMES
      *    OUT IN ASCENDING KEY ORDER; ONE THAT DOES NOT IS NOT A
      *    CLEAN UNLOAD AND IS REFUSED.
      *----------------------------------------------------------------
       LOAD-BASE-IMAGE.
           OPEN INPUT ACCTBASE
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM LOAD-ONE-BASE-ACCOUNT
               UNTIL WS-EOF-FLAG = 'Y'
           CLOSE ACCTBASE
           IF WS-BASE-COUNT = 0
               AND NOT WS-SEVERE-ERROR-OCCURRED
               DISPLAY "ACCT-RECOVER: SEVERE - base image is empty"
               SET WS-SEVERE-ERROR-OCCURRED TO TRUE
           END-IF.

       LOAD-ONE-BASE-ACCOUNT.
           READ ACCTBASE
               AT END MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-BASE-COUNT
                   EVALUATE TRUE
                       WHEN ACCT-NUMBER NOT > WS-PREVIOUS-ACCT-NUM
                           DISPLAY "ACCT-RECOVER: SEVERE - base "
                               "image out of key order at "
                               ACCT-NUMBER
                           SET WS-SEVERE-ERROR-OCCURRED TO TRUE
                           MOVE 'Y' TO WS-EOF-FLAG
                       WHEN WS-RCV-COUNT NOT < 5000
                           DISPLAY "ACCT-RECOVER: SEVERE - recovery "
                               "table full, master too large for "
                               "one run"
                           SET WS-SEVERE-ERROR-OCCURRED TO TRUE
                           MOVE 'Y' TO WS-EOF-FLAG
                       WHEN OTHER
                           ADD 1 TO WS-RCV-COUNT
                           MOVE ACCOUNT-RECORD
                               TO WS-RV-IMAGE (WS-RCV-COUNT)
                           SET WS-RV-FROM-IMAGE (WS-RCV-COUNT)
                               TO TRUE
                           MOVE 'N' TO WS-RV-BASE-SNAP-FLAG
                               (WS-RCV-COUNT)
                           MOVE 'N' TO WS-RV-TARGET-SNAP-FLAG
                               (WS-RCV-COUNT)
                           MOVE 'N' TO WS-RV-UNTIED-FLAG
                               (WS-RCV-COUNT)
                           MOVE 0 TO WS-RV-LEG-COUNT (WS-RCV-COUNT)
                           MOVE 0 TO WS-RV-MAINT-COUNT (WS-RCV-COUNT)
                           MOVE ACCT-NUMBER TO WS-PREVIOUS-ACCT-NUM
                   END-EVALUATE
           END-READ.

      *----------------------------------------------------------------
      *    PROVE THE IMAGE IS THE GOOD SNAPSHOT IT CLAIMS TO BE: EVERY
      *    ACCOUNT ON THE BASE POINT'S SNAPSHOT MUST BE ON THE IMAGE
      *    AT THE SAME BALANCE, AND EVERY IMAGE ACCOUNT ON THE
      *    SNAPSHOT.  THE FIRST SNAPSHOT RECORD OF THE POINT FOR AN
      *    ACCOUNT IS THE ONE THE IMAGE WENT WITH - A SATELLITE
      *    STREAM'S LATER RE-SNAPSHOT CAN CARRY THE SAME DATE AND
      *    CYCLE.  A RECORD FROM BEFORE MULTI-CYCLE POSTING CARRIES
      *    A BLANK CYCLE, READ AS 01.
      *----------------------------------------------------------------
       PROVE-BASE-IMAGE.
           OPEN INPUT BALHIST
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM PROVE-ONE-BASE-SNAPSHOT
               UNTIL WS-EOF-FLAG = 'Y'
           CLOSE BALHIST
           IF WS-BASE-SNAP-COUNT = 0
               DISPLAY "ACCT-RECOVER: SEVERE - no snapshot on the "
                   "balance history for the base point"
               SET WS-SEVERE-ERROR-OCCURRED TO TRUE
           ELSE
               PERFORM CHECK-IMAGE-ACCOUNT-SNAPPED
                   VARYING WS-RCV-IDX FROM 1 BY 1
                   UNTIL WS-RCV-IDX > WS-RCV-COUNT
           END-IF
           IF WS-BREAK-COUNT > 0
               DISPLAY "ACCT-RECOVER: SEVERE - base image does not "
                   "match its snapshot - choose another starting "
                   "point"
               SET WS-SEVERE-ERROR-OCCURRED TO TRUE
           END-IF.

       PROVE-ONE-BASE-SNAPSHOT.
           READ BALHIST
               AT END MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   PERFORM SET-SNAPSHOT-CYCLE
                   IF BALH-RUN-DATE = WS-BASE-DATE
                       AND WS-SNAP-CYCLE = WS-BASE-CYCLE
                       PERFORM PROVE-BASE-SNAPSHOT-ACCOUNT
                   END-IF
           END-READ.

       PROVE-BASE-SNAPSHOT-ACCOUNT.
           MOVE BALH-ACCT-NUM TO WS-LOOKUP-ACCT-NUM
           PERFORM FIND-RCV-ENTRY
           IF NOT WS-RCV-FOUND
               ADD 1 TO WS-BASE-SNAP-COUNT
               MOVE "IMAGE" TO WS-BREAK-SOURCE
               MOVE SPACES TO WS-BREAK-TRAN-ID
               MOVE BALH-BALANCE TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO WS-BREAK-EXPECTED
               MOVE "NOT ON IMAGE" TO WS-BREAK-FOUND
               MOVE "SNAPSHOT ACCOUNT MISSING FROM IMAGE"
                   TO WS-BREAK-REASON
               PERFORM WRITE-BREAK-LINE
           ELSE
               IF NOT WS-RV-BASE-SNAP-SEEN (WS-RCV-FOUND-IDX)
                   ADD 1 TO WS-BASE-SNAP-COUNT
                   SET WS-RV-BASE-SNAP-SEEN (WS-RCV-FOUND-IDX)
                       TO TRUE
                   MOVE WS-RV-IMAGE (WS-RCV-FOUND-IDX)
                       TO WS-RCV-ACCOUNT
                   IF RCVA-BALANCE NOT = BALH-BALANCE
                       MOVE "IMAGE" TO WS-BREAK-SOURCE
                       MOVE SPACES TO WS-BREAK-TRAN-ID
                       MOVE BALH-BALANCE TO WS-AMOUNT-EDIT
                       MOVE WS-AMOUNT-EDIT TO WS-BREAK-EXPECTED
                       MOVE RCVA-BALANCE TO WS-AMOUNT-EDIT
                       MOVE WS-AMOUNT-EDIT TO WS-BREAK-FOUND
                       MOVE "IMAGE BALANCE DIFFERS FROM SNAPSHOT"
                           TO WS-BREAK-REASON
                       PERFORM WRITE-BREAK-LINE
                   END-IF
               END-IF
           END-IF.

       CHECK-IMAGE-ACCOUNT-SNAPPED.
           IF NOT WS-RV-BASE-SNAP-SEEN (WS-RCV-IDX)
               MOVE WS-RV-IMAGE (WS-RCV-IDX) TO WS-RCV-ACCOUNT
               MOVE RCVA-NUMBER TO WS-LOOKUP-ACCT-NUM
               SET WS-RCV-FOUND TO TRUE
               MOVE WS-RCV-IDX TO WS-RCV-FOUND-IDX
               MOVE "IMAGE" TO WS-BREAK-SOURCE
               MOVE SPACES TO WS-BREAK-TRAN-ID
               MOVE "NOT ON SNAPSHOT" TO WS-BREAK-EXPECTED
               MOVE RCVA-BALANCE TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO WS-BREAK-FOUND
               MOVE "IMAGE ACCOUNT MISSING FROM SNAPSHOT"
                   TO WS-BREAK-REASON
               PERFORM WRITE-BREAK-LINE
           END-IF.

       SET-SNAPSHOT-CYCLE.
           IF BALH-CYCLE IS NUMERIC
               MOVE BALH-CYCLE TO WS-SNAP-CYCLE
           ELSE
               MOVE 1 TO WS-SNAP-CYCLE
           END-IF.

      *----------------------------------------------------------------
      *    BINARY SEARCH OF THE REBUILT MASTER FOR WS-LOOKUP-ACCT-NUM.
      *    WHEN IT IS NOT THERE, WS-RCV-INSERT-IDX IS WHERE IT WOULD
      *    GO TO KEEP THE TABLE IN KEY ORDER.
      *----------------------------------------------------------------
       FIND-RCV-ENTRY.
           MOVE 'N' TO WS-RCV-FOUND-FLAG
           MOVE 1 TO WS-SEARCH-LOW
           MOVE WS-RCV-COUNT TO WS-SEARCH-HIGH
           PERFORM BISECT-RCV-TABLE
               UNTIL WS-SEARCH-LOW > WS-SEARCH-HIGH
                  OR WS-RCV-FOUND
           MOVE WS-SEARCH-LOW TO WS-RCV-INSERT-IDX.

       BISECT-RCV-TABLE.
           COMPUTE WS-SEARCH-MID =
               (WS-SEARCH-LOW + WS-SEARCH-HIGH) / 2
           EVALUATE TRUE
               WHEN WS-RV-ACCT-NUM (WS-SEARCH-MID) = WS-LOOKUP-ACCT-NUM
                   SET WS-RCV-FOUND TO TRUE
                   MOVE WS-SEARCH-MID TO WS-RCV-FOUND-IDX
               WHEN WS-RV-ACCT-NUM (WS-SEARCH-MID) < WS-LOOKUP-ACCT-NUM
                   COMPUTE WS-SEARCH-LOW = WS-SEARCH-MID + 1
               WHEN OTHER
                   COMPUTE WS-SEARCH-HIGH = WS-SEARCH-MID - 1
           END-EVALUATE.

      *----------------------------------------------------------------
      *    OPEN A SLOT AT WS-RCV-INSERT-IDX BY MOVING EVERY LATER
      *    ENTRY UP ONE.
      *----------------------------------------------------------------
       OPEN-RCV-TABLE-SLOT.
           PERFORM SHIFT-ONE-RCV-ENTRY-UP
               VARYING WS-SHIFT-IDX FROM WS-RCV-COUNT BY -1
               UNTIL WS-SHIFT-IDX < WS-RCV-INSERT-IDX
           ADD 1 TO WS-RCV-COUNT.

       SHIFT-ONE-RCV-ENTRY-UP.
           MOVE WS-RCV-ENTRY (WS-SHIFT-IDX)
               TO WS-RCV-ENTRY (WS-SHIFT-IDX + 1).

      *----------------------------------------------------------------
      *    REPLAY THE MAINTENANCE TRAIL FROM THE BASE DATE TO THE
      *    TARGET DATE.  THE MAINTENANCE STREAMS RUN AHEAD OF THE
      *    DAY'S POSTING, SO AN ENTRY DATED THE TARGET DATE COUNTS AS
      *    IN PLACE AT THE TARGET POINT.  ENTRIES DATED THE BASE DATE
      *    MAY ALREADY BE ON THE IMAGE: AN ENTRY WHOSE NEW VALUE THE
      *    REBUILT FIELD ALREADY HOLDS IS TAKEN AS ON THE IMAGE; ONE
      *    WHOSE OLD VALUE IT HOLDS IS APPLIED; ANYTHING ELSE DOES
      *    NOT TIE.  A DENIED DUAL-CONTROL ITEM CHANGED NOTHING AND
      *    IS PASSED OVER.  NO MAINTENANCE ACTION MOVES A BALANCE,
      *    SO REPLAYING IT AHEAD OF THE POSTINGS CANNOT DISTURB THE
      *    BALANCE PROOF.
      *----------------------------------------------------------------
       REPLAY-MAINTENANCE.
           OPEN INPUT MNTAUDIT
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM REPLAY-ONE-MAINT-ENTRY
               UNTIL WS-EOF-FLAG = 'Y'
           CLOSE MNTAUDIT.

       REPLAY-ONE-MAINT-ENTRY.
           READ MNTAUDIT
               AT END MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF MAUD-RUN-DATE NOT < WS-BASE-DATE
                       AND MAUD-RUN-DATE NOT > WS-TARGET-DATE
                       AND MAUD-NEW-VALUE NOT = "DENIED"
                       PERFORM APPLY-MAINT-ENTRY
                   END-IF
           END-READ.

       APPLY-MAINT-ENTRY.
           MOVE MAUD-ACCOUNT-NUM TO WS-LOOKUP-ACCT-NUM
           PERFORM FIND-RCV-ENTRY
           EVALUATE TRUE
               WHEN MAUD-ACTION = "ADD"
                   PERFORM APPLY-MAINT-ADD
               WHEN MAUD-ACTION NOT = "CLOSE"
                   AND MAUD-ACTION NOT = "HOLD"
                   AND MAUD-ACTION NOT = "REACTIVATE"
                   AND MAUD-ACTION NOT = "DORMANT"
                   AND MAUD-ACTION NOT = "SET-OVERDRAFT"
                   AND MAUD-ACTION NOT = "NAME-CHANGE"
                   AND MAUD-ACTION NOT = "SET-PRODUCT"
                   AND MAUD-ACTION NOT = "SET-CURRENCY"
                   ADD 1 TO WS-MAINT-SKIPPED-COUNT
                   SET WS-WARNING-RAISED TO TRUE
                   DISPLAY "ACCT-RECOVER: *** UNKNOWN MAINTENANCE "
                       "ACTION " MAUD-ACTION " ON " MAUD-ACCOUNT-NUM
                       " NOT REPLAYED ***"
               WHEN NOT WS-RCV-FOUND
                   MOVE "MAINT" TO WS-BREAK-SOURCE
                   MOVE MAUD-TRAN-ID TO WS-BREAK-TRAN-ID
                   MOVE MAUD-OLD-VALUE TO WS-BREAK-EXPECTED
                   MOVE "NOT ON MASTER" TO WS-BREAK-FOUND
                   MOVE "MAINTENANCE ON AN ACCOUNT NOT REBUILT"
                       TO WS-BREAK-REASON
                   PERFORM WRITE-BREAK-LINE
               WHEN OTHER
                   PERFORM APPLY-MAINT-FIELD-CHANGE
           END-EVALUATE.

      *----------------------------------------------------------------
      *    AN OPEN: THE ACCOUNT GOES ON AS ACCT-MAINT OPENED IT -
      *    ACTIVE, NOT OVERDRAFT-ELIGIBLE, ZERO BALANCE, NO PRODUCT
      *    UNTIL THE SET-PRODUCT ENTRY THAT FOLLOWS AN ADD ONTO ONE,
      *    HOME CURRENCY UNTIL THE SET-CURRENCY ENTRY THAT FOLLOWS AN
      *    ADD IN A FOREIGN ONE.
      *    THE TRAIL DOES NOT CARRY THE OPENING DATE KEYED ON THE
      *    FEED, SO THE DATE THE OPEN WAS APPLIED STANDS IN AS THE
      *    LAST-ACTIVITY DATE.
      *----------------------------------------------------------------
       APPLY-MAINT-ADD.
           EVALUATE TRUE
               WHEN WS-RCV-FOUND
                   MOVE WS-RV-IMAGE (WS-RCV-FOUND-IDX)
                       TO WS-RCV-ACCOUNT
                   IF RCVA-HOLDER-NAME = MAUD-NEW-VALUE
                       ADD 1 TO WS-MAINT-ON-IMAGE-COUNT
                   ELSE
                       MOVE "MAINT" TO WS-BREAK-SOURCE
                       MOVE MAUD-TRAN-ID TO WS-BREAK-TRAN-ID
                       MOVE MAUD-NEW-VALUE TO WS-BREAK-EXPECTED
                       MOVE RCVA-HOLDER-NAME TO WS-BREAK-FOUND
                       MOVE "OPEN OF AN ACCOUNT ALREADY ON MASTER"
                           TO WS-BREAK-REASON
                       PERFORM WRITE-BREAK-LINE
                   END-IF
               WHEN WS-RCV-COUNT NOT < 5000
                   DISPLAY "ACCT-RECOVER: SEVERE - recovery table "
                       "full, cannot open " MAUD-ACCOUNT-NUM
                   SET WS-SEVERE-ERROR-OCCURRED TO TRUE
               WHEN OTHER
                   PERFORM OPEN-RCV-TABLE-SLOT
                   MOVE SPACES TO WS-RCV-ACCOUNT
                   MOVE MAUD-ACCOUNT-NUM TO RCVA-NUMBER
                   MOVE MAUD-NEW-VALUE TO RCVA-HOLDER-NAME
                   MOVE 0 TO RCVA-BALANCE
                   MOVE 'A' TO RCVA-STATUS-CODE
                   MOVE 'N' TO RCVA-OVERDRAFT-FLAG
                   MOVE MAUD-RUN-DATE TO RCVA-LAST-ACTIVITY-DATE
                   MOVE WS-RCV-ACCOUNT
                       TO WS-RV-IMAGE (WS-RCV-INSERT-IDX)
                   SET WS-RV-OPENED-IN-REPLAY (WS-RCV-INSERT-IDX)
                       TO TRUE
                   MOVE 'N' TO WS-RV-BASE-SNAP-FLAG
                       (WS-RCV-INSERT-IDX)
                   MOVE 'N' TO WS-RV-TARGET-SNAP-FLAG
                       (WS-RCV-INSERT-IDX)
                   MOVE 'N' TO WS-RV-UNTIED-FLAG (WS-RCV-INSERT-IDX)
                   MOVE 0 TO WS-RV-LEG-COUNT (WS-RCV-INSERT-IDX)
                   MOVE 1 TO WS-RV-MAINT-COUNT (WS-RCV-INSERT-IDX)
                   ADD 1 TO WS-ADDED-COUNT
                   ADD 1 TO WS-MAINT-APPLIED-COUNT
           END-EVALUATE.

      *----------------------------------------------------------------
      *    A CHANGE TO ONE FIELD: STATUS (CLOSE, HOLD, REACTIVATE,
      *    DORMANT), OVERDRAFT FLAG, HOLDER NAME, PRODUCT OR (AT AN
      *    OPEN ONLY) CURRENCY.  THE OLD
      *    VALUE ON THE TRAIL MUST BE WHAT THE REBUILT FIELD HOLDS.
      *----------------------------------------------------------------
       APPLY-MAINT-FIELD-CHANGE.
           MOVE WS-RV-IMAGE (WS-RCV-FOUND-IDX) TO WS-RCV-ACCOUNT
           MOVE SPACES TO WS-CURRENT-VALUE
           EVALUATE MAUD-ACTION
               WHEN "SET-OVERDRAFT"
                   MOVE RCVA-OVERDRAFT-FLAG TO WS-CURRENT-VALUE
               WHEN "NAME-CHANGE"
                   MOVE RCVA-HOLDER-NAME TO WS-CURRENT-VALUE
               WHEN "SET-PRODUCT"
                   MOVE RCVA-PRODUCT-CODE TO WS-CURRENT-VALUE
               WHEN "SET-CURRENCY"
                   MOVE RCVA-CURRENCY-CODE TO WS-CURRENT-VALUE
               WHEN OTHER
                   MOVE RCVA-STATUS-CODE TO WS-CURRENT-VALUE
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-CURRENT-VALUE = MAUD-NEW-VALUE
                   ADD 1 TO WS-MAINT-ON-IMAGE-COUNT
               WHEN WS-CURRENT-VALUE = MAUD-OLD-VALUE
                   PERFORM CHANGE-MAINTAINED-FIELD
               WHEN OTHER
                   MOVE "MAINT" TO WS-BREAK-SOURCE
                   MOVE MAUD-TRAN-ID TO WS-BREAK-TRAN-ID
                   MOVE MAUD-OLD-VALUE TO WS-BREAK-EXPECTED
                   MOVE WS-CURRENT-VALUE TO WS-BREAK-FOUND
                   STRING MAUD-ACTION DELIMITED BY SPACE
                       " OLD VALUE DOES NOT MATCH"
                       DELIMITED BY SIZE INTO WS-BREAK-REASON
                   PERFORM WRITE-BREAK-LINE
           END-EVALUATE.

       CHANGE-MAINTAINED-FIELD.
           EVALUATE MAUD-ACTION
               WHEN "SET-OVERDRAFT"
                   MOVE MAUD-NEW-VALUE (1:1) TO RCVA-OVERDRAFT-FLAG
               WHEN "NAME-CHANGE"
                   MOVE MAUD-NEW-VALUE TO RCVA-HOLDER-NAME
               WHEN "SET-PRODUCT"
                   MOVE MAUD-NEW-VALUE (1:4) TO RCVA-PRODUCT-CODE
               WHEN "SET-CURRENCY"
                   MOVE MAUD-NEW-VALUE (1:3) TO RCVA-CURRENCY-CODE
               WHEN OTHER
                   MOVE MAUD-NEW-VALUE (1:1) TO RCVA-STATUS-CODE
           END-EVALUATE
      *    A REACTIVATE STAMPS ITS RUN DATE AS ACTIVITY, AS ACCT-MAINT
      *    DOES, UNLESS A LATER DATE IS ALREADY THERE.
           IF MAUD-ACTION = "REACTIVATE"
               MOVE MAUD-RUN-DATE TO WS-MAINT-DATE
               IF WS-MAINT-DATE > RCVA-LAST-ACTIVITY-DATE
                   MOVE WS-MAINT-DATE TO RCVA-LAST-ACTIVITY-DATE
               END-IF
           END-IF
           MOVE WS-RCV-ACCOUNT TO WS-RV-IMAGE (WS-RCV-FOUND-IDX)
           ADD 1 TO WS-RV-MAINT-COUNT (WS-RCV-FOUND-IDX)
           ADD 1 TO WS-MAINT-APPLIED-COUNT.

      *----------------------------------------------------------------
      *    FIRST PASS OF THE AUDITLOG: FIND THE CUT FOR EACH POINT
      *    (SEE WS-AUDIT-POS).  THE REPLAY TAKES EVERY LEG AFTER THE
      *    BASE CUT UP TO AND INCLUDING THE TARGET CUT.
      *----------------------------------------------------------------
       LOCATE-REPLAY-WINDOW.
           OPEN INPUT AUDITLOG
           MOVE 'N' TO WS-EOF-FLAG
           MOVE 0 TO WS-AUDIT-POS
           PERFORM LOCATE-ONE-AUDIT-LEG
               UNTIL WS-EOF-FLAG = 'Y'
           CLOSE AUDITLOG
           IF WS-BASE-EXACT-POS > 0
               MOVE WS-BASE-EXACT-POS TO WS-START-CUT-POS
           ELSE
               MOVE WS-BASE-EARLIER-POS TO WS-START-CUT-POS
           END-IF
           IF WS-TARGET-EXACT-POS > 0
               MOVE WS-TARGET-EXACT-POS TO WS-END-CUT-POS
           ELSE
               MOVE WS-TARGET-EARLIER-POS TO WS-END-CUT-POS
           END-IF
           IF WS-END-CUT-POS < WS-START-CUT-POS
               MOVE WS-START-CUT-POS TO WS-END-CUT-POS
           END-IF
           DISPLAY "ACCT-RECOVER: Audit log legs read: "
               WS-LEG-READ-COUNT
           DISPLAY "ACCT-RECOVER: Replaying legs after position "
               WS-START-CUT-POS " through " WS-END-CUT-POS.

       LOCATE-ONE-AUDIT-LEG.
           READ AUDITLOG
               AT END MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-AUDIT-POS
                   ADD 1 TO WS-LEG-READ-COUNT
                   PERFORM SET-LEG-POINT
                   IF WS-BASE-LATER-POS = 0
                       EVALUATE TRUE
                           WHEN WS-LEG-POINT > WS-BASE-POINT
                               MOVE WS-AUDIT-POS TO WS-BASE-LATER-POS
                           WHEN WS-LEG-POINT = WS-BASE-POINT
                               MOVE WS-AUDIT-POS TO WS-BASE-EXACT-POS
                           WHEN OTHER
                               MOVE WS-AUDIT-POS
                                   TO WS-BASE-EARLIER-POS
                       END-EVALUATE
                   END-IF
                   IF WS-TARGET-LATER-POS = 0
                       EVALUATE TRUE
                           WHEN WS-LEG-POINT > WS-TARGET-POINT
                               MOVE WS-AUDIT-POS
                                   TO WS-TARGET-LATER-POS
                           WHEN WS-LEG-POINT = WS-TARGET-POINT
                               MOVE WS-AUDIT-POS
                                   TO WS-TARGET-EXACT-POS
                           WHEN OTHER
                               MOVE WS-AUDIT-POS
                                   TO WS-TARGET-EARLIER-POS
                       END-EVALUATE
                   END-IF
           END-READ.

      *    THE POINT A LEG WAS POSTED UNDER: THE BUSINESS DATE AT THE
      *    HEAD OF ITS TIMESTAMP AND ITS CYCLE, BLANK READ AS 01.
       SET-LEG-POINT.
           IF AUDIT-TIMESTAMP (1:8) IS NUMERIC
               MOVE AUDIT-TIMESTAMP (1:8) TO WS-LEG-DATE
           ELSE
               MOVE 0 TO WS-LEG-DATE
           END-IF
           IF AUDIT-CYCLE IS NUMERIC
               MOVE AUDIT-CYCLE TO WS-LEG-CYCLE
           ELSE
               MOVE 1 TO WS-LEG-CYCLE
           END-IF
           COMPUTE WS-LEG-POINT = WS-LEG-DATE * 100 + WS-LEG-CYCLE.

      *----------------------------------------------------------------
      *    SECOND PASS: REPLAY THE LEGS INSIDE THE WINDOW IN FILE
      *    ORDER, PROVING EACH BEFORE-BALANCE.
      *----------------------------------------------------------------
       REPLAY-POSTINGS.
           OPEN INPUT AUDITLOG
           MOVE 'N' TO WS-EOF-FLAG
           MOVE 0 TO WS-AUDIT-POS
           IF WS-END-CUT-POS = WS-START-CUT-POS
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM REPLAY-ONE-AUDIT-LEG
               UNTIL WS-EOF-FLAG = 'Y'
           CLOSE AUDITLOG.

       REPLAY-ONE-AUDIT-LEG.
           READ AUDITLOG
               AT END MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-AUDIT-POS
                   IF WS-AUDIT-POS > WS-START-CUT-POS
                       PERFORM APPLY-REPLAYED-LEG
                   END-IF
                   IF WS-AUDIT-POS NOT < WS-END-CUT-POS
                       MOVE 'Y' TO WS-EOF-FLAG
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *    ONE LEG.  A BEFORE-BALANCE THAT DOES NOT MATCH THE REBUILT
      *    BALANCE MEANS A MOVEMENT IS MISSING FROM THE TRAIL (OR ONE
      *    IS THERE TWICE); THE LEG'S OWN MOVEMENT IS STILL APPLIED SO
      *    THE DIFFERENCE CARRIES THROUGH TO THE FINAL PROOF RATHER
      *    THAN BEING PAPERED OVER.  CUSTOMER MOVEMENTS STAMP THE
      *    POSTING DATE AS ACTIVITY (THE TRAIL DOES NOT CARRY THE
      *    TRANSACTION DATE ACCOUNT-UPDATE STAMPS, SO THE RESULT IS
      *    PROVED AGAINST THE TARGET IMAGE); BANK-GENERATED ONES
      *    LEAVE IT, AS ACCOUNT-UPDATE DOES.  A CHARGEOFF SETS THE
      *    CHARGE-OFF FLAG.
      *----------------------------------------------------------------
       APPLY-REPLAYED-LEG.
           MOVE AUDIT-ACCOUNT-NUM TO WS-LOOKUP-ACCT-NUM
           PERFORM FIND-RCV-ENTRY
           IF NOT WS-RCV-FOUND
               MOVE "LEG" TO WS-BREAK-SOURCE
               MOVE AUDIT-TRAN-ID TO WS-BREAK-TRAN-ID
               MOVE AUDIT-BEFORE-BALANCE TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO WS-BREAK-EXPECTED
               MOVE "NOT ON MASTER" TO WS-BREAK-FOUND
               MOVE "LEG POSTED TO AN ACCOUNT NOT REBUILT"
                   TO WS-BREAK-REASON
               PERFORM WRITE-BREAK-LINE
           ELSE
               ADD 1 TO WS-LEG-REPLAYED-COUNT
               ADD 1 TO WS-RV-LEG-COUNT (WS-RCV-FOUND-IDX)
               MOVE WS-RV-IMAGE (WS-RCV-FOUND-IDX) TO WS-RCV-ACCOUNT
               IF AUDIT-BEFORE-BALANCE NOT = RCVA-BALANCE
                   MOVE "LEG" TO WS-BREAK-SOURCE
                   MOVE AUDIT-TRAN-ID TO WS-BREAK-TRAN-ID
                   MOVE AUDIT-BEFORE-BALANCE TO WS-AMOUNT-EDIT
                   MOVE WS-AMOUNT-EDIT TO WS-BREAK-EXPECTED
                   MOVE RCVA-BALANCE TO WS-AMOUNT-EDIT
                   MOVE WS-AMOUNT-EDIT TO WS-BREAK-FOUND
                   MOVE "BEFORE-BALANCE DOES NOT MATCH REBUILT"
                       TO WS-BREAK-REASON
                   PERFORM WRITE-BREAK-LINE
               END-IF
               COMPUTE WS-MOVEMENT =
                   AUDIT-AFTER-BALANCE - AUDIT-BEFORE-BALANCE
               ADD WS-MOVEMENT TO RCVA-BALANCE
               EVALUATE AUDIT-TRAN-TYPE
                   WHEN "DEPOSIT"
                   WHEN "WITHDRAWAL"
                   WHEN "CHEQUE"
                   WHEN "OUTXFER"
                   WHEN "TRANSFER"
                       IF AUDIT-TIMESTAMP (1:8)
                              > RCVA-LAST-ACTIVITY-DATE
                           MOVE AUDIT-TIMESTAMP (1:8)
                               TO RCVA-LAST-ACTIVITY-DATE
                       END-IF
                   WHEN "CHARGEOFF"
                       MOVE 'Y' TO RCVA-CHARGEOFF-FLAG
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               MOVE WS-RCV-ACCOUNT TO WS-RV-IMAGE (WS-RCV-FOUND-IDX)
           END-IF.

      *----------------------------------------------------------------
      *    SET THE REBUILT BALANCES AGAINST THE TARGET POINT'S OWN
      *    SNAPSHOT, WHEN THERE IS ONE.  A DIFFERENCE IS REPORTED AS
      *    A WARNING: IF THE DAMAGE HAPPENED BEFORE THAT SNAPSHOT WAS
      *    TAKEN, THE SNAPSHOT RECORDS THE DAMAGE, AND THE REPLAYED
      *    LEGS - NOT THE SNAPSHOT - ARE THE BOOKS OF RECORD.
      *----------------------------------------------------------------
       PROVE-AGAINST-TARGET-SNAPSHOT.
           OPEN INPUT BALHIST
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM PROVE-ONE-TARGET-SNAPSHOT
               UNTIL WS-EOF-FLAG = 'Y'
           CLOSE BALHIST
           IF WS-TARGET-SNAP-COUNT = 0
               DISPLAY "ACCT-RECOVER: *** NO SNAPSHOT AT THE TARGET "
                   "POINT - PROVED ON REPLAYED LEGS ONLY ***"
               SET WS-WARNING-RAISED TO TRUE
           ELSE
               PERFORM CHECK-REBUILT-ACCOUNT-SNAPPED
                   VARYING WS-RCV-IDX FROM 1 BY 1
                   UNTIL WS-RCV-IDX > WS-RCV-COUNT
           END-IF
           IF WS-SNAP-DIFF-COUNT > 0
               DISPLAY "ACCT-RECOVER: *** " WS-SNAP-DIFF-COUNT
                   " DIFFERENCES FROM THE TARGET SNAPSHOT - SEE "
                   "RCVRPT ***"
               SET WS-WARNING-RAISED TO TRUE
           END-IF.

       PROVE-ONE-TARGET-SNAPSHOT.
           READ BALHIST
               AT END MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   PERFORM SET-SNAPSHOT-CYCLE
                   IF BALH-RUN-DATE = WS-TARGET-DATE
                       AND WS-SNAP-CYCLE = WS-TARGET-CYCLE
                       PERFORM PROVE-TARGET-SNAPSHOT-ACCOUNT
                   END-IF
           END-READ.

       PROVE-TARGET-SNAPSHOT-ACCOUNT.
           MOVE BALH-ACCT-NUM TO WS-LOOKUP-ACCT-NUM
           PERFORM FIND-RCV-ENTRY
           IF NOT WS-RCV-FOUND
               ADD 1 TO WS-TARGET-SNAP-COUNT
               ADD 1 TO WS-SNAP-DIFF-COUNT
               MOVE "SNAPSHOT" TO WS-BL-SOURCE
               MOVE BALH-ACCT-NUM TO WS-BL-ACCT
               MOVE SPACES TO WS-BL-TRAN-ID
               MOVE BALH-BALANCE TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO WS-BL-EXPECTED
               MOVE "NOT ON MASTER" TO WS-BL-FOUND
               MOVE "TARGET SNAPSHOT ACCOUNT NOT REBUILT"
                   TO WS-BL-REASON
               PERFORM WRITE-SNAPSHOT-DIFF-LINE
           ELSE
               IF NOT WS-RV-TARGET-SNAP-SEEN (WS-RCV-FOUND-IDX)
                   ADD 1 TO WS-TARGET-SNAP-COUNT
                   SET WS-RV-TARGET-SNAP-SEEN (WS-RCV-FOUND-IDX)
                       TO TRUE
                   MOVE WS-RV-IMAGE (WS-RCV-FOUND-IDX)
                       TO WS-RCV-ACCOUNT
                   IF RCVA-BALANCE NOT = BALH-BALANCE
                       ADD 1 TO WS-SNAP-DIFF-COUNT
                       MOVE "SNAPSHOT" TO WS-BL-SOURCE
                       MOVE BALH-ACCT-NUM TO WS-BL-ACCT
                       MOVE SPACES TO WS-BL-TRAN-ID
                       MOVE BALH-BALANCE TO WS-AMOUNT-EDIT
                       MOVE WS-AMOUNT-EDIT TO WS-BL-EXPECTED
                       MOVE RCVA-BALANCE TO WS-AMOUNT-EDIT
                       MOVE WS-AMOUNT-EDIT TO WS-BL-FOUND
                       MOVE "REBUILT BALANCE DIFFERS FROM SNAPSHOT"
                           TO WS-BL-REASON
                       PERFORM WRITE-SNAPSHOT-DIFF-LINE
                   END-IF
               END-IF
           END-IF.

       CHECK-REBUILT-ACCOUNT-SNAPPED.
           IF NOT WS-RV-TARGET-SNAP-SEEN (WS-RCV-IDX)
               ADD 1 TO WS-SNAP-DIFF-COUNT
               MOVE WS-RV-IMAGE (WS-RCV-IDX) TO WS-RCV-ACCOUNT
               MOVE "SNAPSHOT" TO WS-BL-SOURCE
               MOVE RCVA-NUMBER TO WS-BL-ACCT
               MOVE SPACES TO WS-BL-TRAN-ID
               MOVE "NOT ON SNAPSHOT" TO WS-BL-EXPECTED
               MOVE RCVA-BALANCE TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO WS-BL-FOUND
               MOVE "REBUILT ACCOUNT NOT ON TARGET SNAPSHOT"
                   TO WS-BL-REASON
               PERFORM WRITE-SNAPSHOT-DIFF-LINE
           END-IF.

       WRITE-SNAPSHOT-DIFF-LINE.
           MOVE WS-BREAK-LINE TO RPT-LINE
           WRITE RPT-LINE.

      *----------------------------------------------------------------
      *    SET EVERY REBUILT LAST-ACTIVITY DATE AGAINST THE MASTER
      *    IMAGE UNLOADED AT THE TARGET POINT.  THE REPLAY CAN ONLY
      *    STAMP POSTING DATES, WHERE ACCOUNT-UPDATE STAMPED EACH
      *    ITEM'S OWN TRANSACTION DATE, SO A DIFFERENCE IS A BREAK:
      *    DORMANCY AND ESCHEAT RUN ON THAT DATE AND A MASTER WITH IT
      *    WRONG MUST NOT GO LIVE.  NO IMAGE (A DUMMY DD, OR AN EMPTY
      *    ONE) LEAVES THE DATES UNPROVED, WHICH IS A WARNING.
      *----------------------------------------------------------------
       PROVE-AGAINST-TARGET-IMAGE.
           OPEN INPUT ACCTTGT
           IF WS-ACCTTGT-OK
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM PROVE-ONE-TARGET-IMAGE-ACCOUNT
                   UNTIL WS-EOF-FLAG = 'Y'
               CLOSE ACCTTGT
           END-IF
           IF WS-TARGET-IMAGE-COUNT = 0
               DISPLAY "ACCT-RECOVER: *** NO MASTER IMAGE AT THE "
                   "TARGET POINT - LAST-ACTIVITY DATES NOT PROVED ***"
               SET WS-WARNING-RAISED TO TRUE
           END-IF
           IF WS-DATE-DIFF-COUNT > 0
               DISPLAY "ACCT-RECOVER: *** " WS-DATE-DIFF-COUNT
                   " LAST-ACTIVITY DATES DIFFER FROM THE TARGET "
                   "IMAGE - SEE RCVRPT ***"
           END-IF.

       PROVE-ONE-TARGET-IMAGE-ACCOUNT.
           READ ACCTTGT
               AT END MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-TARGET-IMAGE-COUNT
                   MOVE TGTA-NUMBER TO WS-LOOKUP-ACCT-NUM
                   PERFORM FIND-RCV-ENTRY
                   IF WS-RCV-FOUND
                       MOVE WS-RV-IMAGE (WS-RCV-FOUND-IDX)
                           TO WS-RCV-ACCOUNT
                       IF RCVA-LAST-ACTIVITY-DATE
                              NOT = TGTA-LAST-ACTIVITY-DATE
                           ADD 1 TO WS-DATE-DIFF-COUNT
                           MOVE "TGTIMAGE" TO WS-BREAK-SOURCE
                           MOVE SPACES TO WS-BREAK-TRAN-ID
                           MOVE TGTA-LAST-ACTIVITY-DATE
                               TO WS-BREAK-EXPECTED
                           MOVE RCVA-LAST-ACTIVITY-DATE
                               TO WS-BREAK-FOUND
                           MOVE "LAST-ACTIVITY DATE DIFFERS FROM IMAGE"
                               TO WS-BREAK-REASON
                           PERFORM WRITE-BREAK-LINE
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *    WRITE THE REBUILT MASTER, IN KEY ORDER, TO THE NEW KEYED
      *    FILE.  IT IS WRITTEN EVEN WHEN THE REPLAY DID NOT TIE SO
      *    IT CAN BE EXAMINED; THE RETURN CODE IS WHAT KEEPS IT FROM
      *    REPLACING THE LIVE MASTER.
      *----------------------------------------------------------------
       WRITE-REBUILT-MASTER.
           OPEN OUTPUT ACCTNEW
           IF NOT WS-ACCTNEW-OK
               DISPLAY "ACCT-RECOVER: SEVERE - ACCTNEW OPEN FAILED, "
                   "STATUS " WS-ACCTNEW-STATUS
               SET WS-SEVERE-ERROR-OCCURRED TO TRUE
           ELSE
               PERFORM WRITE-ONE-REBUILT-ACCOUNT
                   VARYING WS-RCV-IDX FROM 1 BY 1
                   UNTIL WS-RCV-IDX > WS-RCV-COUNT
                      OR WS-SEVERE-ERROR-OCCURRED
               CLOSE ACCTNEW
           END-IF.

       WRITE-ONE-REBUILT-ACCOUNT.
           MOVE WS-RV-IMAGE (WS-RCV-IDX) TO NEW-ACCOUNT-RECORD
           WRITE NEW-ACCOUNT-RECORD
           IF NOT WS-ACCTNEW-OK
               DISPLAY "ACCT-RECOVER: SEVERE - ACCTNEW WRITE FAILED "
                   "FOR " NEWA-NUMBER ", STATUS " WS-ACCTNEW-STATUS
               SET WS-SEVERE-ERROR-OCCURRED TO TRUE
           ELSE
               ADD 1 TO WS-WRITTEN-COUNT
           END-IF.

      *----------------------------------------------------------------
      *    REPORT ONE PLACE THE REPLAY DID NOT TIE, AND COUNT THE
      *    ACCOUNT ONCE AS NOT TYING.
      *----------------------------------------------------------------
       WRITE-BREAK-LINE.
           ADD 1 TO WS-BREAK-COUNT
           MOVE WS-LOOKUP-ACCT-NUM TO WS-BL-ACCT
           MOVE WS-BREAK-SOURCE TO WS-BL-SOURCE
           MOVE WS-BREAK-TRAN-ID TO WS-BL-TRAN-ID
           MOVE WS-BREAK-EXPECTED TO WS-BL-EXPECTED
           MOVE WS-BREAK-FOUND TO WS-BL-FOUND
           MOVE WS-BREAK-REASON TO WS-BL-REASON
           MOVE WS-BREAK-LINE TO RPT-LINE
           WRITE RPT-LINE
           IF WS-RCV-FOUND
               IF NOT WS-RV-UNTIED (WS-RCV-FOUND-IDX)
                   SET WS-RV-UNTIED (WS-RCV-FOUND-IDX) TO TRUE
                   ADD 1 TO WS-UNTIED-ACCOUNT-COUNT
               END-IF
           ELSE
               ADD 1 TO WS-UNTIED-ACCOUNT-COUNT
           END-IF
           MOVE SPACES TO WS-BREAK-REASON.

       WRITE-REPORT-HEADINGS.
           MOVE SPACES TO RPT-LINE
           STRING "ACCOUNTS MASTER RECOVERY - REBUILT TO "
               WS-TARGET-DATE " CYCLE " WS-TARGET-CYCLE
               " FROM IMAGE OF " WS-BASE-DATE " CYCLE "
               WS-BASE-CYCLE DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING " ACCT   SOURCE    TRAN    EXPECTED"
               "              FOUND                 REASON"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       WRITE-RECOVERY-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "BASE IMAGE ACCOUNTS: " WS-BASE-COUNT
               "   OPENED IN REPLAY: " WS-ADDED-COUNT
               "   WRITTEN: " WS-WRITTEN-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "LEGS REPLAYED: " WS-LEG-REPLAYED-COUNT
               "   MAINTENANCE REPLAYED: " WS-MAINT-APPLIED-COUNT
               "   ALREADY ON IMAGE: " WS-MAINT-ON-IMAGE-COUNT
               "   NOT REPLAYED: " WS-MAINT-SKIPPED-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "ACCOUNTS THAT DO NOT TIE: "
               WS-UNTIED-ACCOUNT-COUNT
               "   DIFFERENCES FROM TARGET SNAPSHOT: "
               WS-SNAP-DIFF-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "TARGET IMAGE ACCOUNTS: " WS-TARGET-IMAGE-COUNT
               "   LAST-ACTIVITY DATES DIFFERING: " WS-DATE-DIFF-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           EVALUATE TRUE
               WHEN WS-SEVERE-ERROR-OCCURRED
                   STRING "*** RECOVERY FAILED - SEE THE RUN LOG; "
                       "THE LIVE MASTER MUST NOT BE REPLACED ***"
                       DELIMITED BY SIZE INTO RPT-LINE
               WHEN WS-UNTIED-ACCOUNT-COUNT > 0
                   STRING "*** REPLAY DID NOT TIE - THE REBUILT "
                       "MASTER MUST NOT REPLACE THE LIVE ONE ***"
                       DELIMITED BY SIZE INTO RPT-LINE
               WHEN OTHER
                   STRING "REPLAY TIED ON EVERY ACCOUNT - THE "
                       "REBUILT MASTER MAY REPLACE THE LIVE ONE"
                       DELIMITED BY SIZE INTO RPT-LINE
           END-EVALUATE
           WRITE RPT-LINE.

      *----------------------------------------------------------------
      *    WRITE ONE JOBSTAT RECORD SUMMARISING THE RUN FOR DOWNSTREAM
      *    MONITORING TOOLING.
      *----------------------------------------------------------------
       WRITE-JOBSTAT-RECORD.
           MOVE SPACES TO JOBSTAT-RECORD
           MOVE "ACCTRCVR" TO JOBSTAT-PROGRAM-NAME
           MOVE WS-RUN-DATE TO JOBSTAT-RUN-DATE
           MOVE WS-TARGET-CYCLE TO JOBSTAT-CYCLE
           MOVE WS-WRITTEN-COUNT TO JOBSTAT-TOTAL-COUNT
           IF WS-WRITTEN-COUNT > WS-UNTIED-ACCOUNT-COUNT
               COMPUTE JOBSTAT-VALID-COUNT =
                   WS-WRITTEN-COUNT - WS-UNTIED-ACCOUNT-COUNT
           ELSE
               MOVE 0 TO JOBSTAT-VALID-COUNT
           END-IF
           MOVE WS-UNTIED-ACCOUNT-COUNT TO JOBSTAT-INVALID-COUNT
           EVALUATE TRUE
               WHEN WS-SEVERE-ERROR-OCCURRED
                   MOVE 16 TO JOBSTAT-RETURN-CODE
               WHEN WS-UNTIED-ACCOUNT-COUNT > 0
                   MOVE 8 TO JOBSTAT-RETURN-CODE
               WHEN WS-WARNING-RAISED
                   MOVE 4 TO JOBSTAT-RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO JOBSTAT-RETURN-CODE
           END-EVALUATE
           WRITE JOBSTAT-RECORD.
