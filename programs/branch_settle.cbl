      *      AND REFUSES TO REDO A DATE ALREADY COMPLETE, SO A
      *      STREAM RESTART CANNOT SHIP THE DAY'S ACKNOWLEDGMENTS
      *      TWICE
      *    - FUTURE-DATED ITEMS ACCEPTED ONTO THE WAREHOUSE TODAY ARE
      *      A DISPOSITION OF THEIR OWN: COUNTED BY BRANCH FROM THE
      *      WAREHOUSE FILE, CARRIED ON THE TRAILER AS WAREHOUSED,
      *      INCLUDED IN RECEIVED AND IN THE CROSS-FOOT.  A FAILED
      *      OPEN OF THE WAREHOUSE IS SEVERE (RC 16)
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUSPIN ASSIGN TO "SUSPIN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WAREHSE ASSIGN TO "WAREHSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WAREHSE-STATUS.
           SELECT SETLOUT ASSIGN TO "SETLOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOBSTAT ASSIGN TO "JOBSTAT"
       FD  SUSPIN.
           COPY SUSPREC.

       FD  WAREHSE.
           COPY WHSEREC.

       FD  SETLOUT.
           COPY SETLREC.


       01  WS-SEVERE-ERROR-FLAG        PIC X VALUE 'N'.
           88  WS-SEVERE-ERROR-OCCURRED    VALUE 'Y'.
       01  WS-WAREHSE-STATUS           PIC X(2) VALUE '00'.
           88  WS-WAREHSE-OK               VALUE '00'.

      *    STREAM-RESTART TRACKING.  THE STEP NAME ARRIVES IN THE
      *    PARM ONLY WHEN THIS RUN IS PART OF THE TRACKED DAILY
               10  WS-BR-REJECT-COUNT       PIC 9(7).
               10  WS-BR-EXCP-COUNT         PIC 9(7).
               10  WS-BR-SUSP-COUNT         PIC 9(7).
               10  WS-BR-WHSE-COUNT         PIC 9(7).
               10  WS-BR-REJ-DETAIL-COUNT   PIC 9(7).
       01  WS-BRANCH-IDX               PIC 9(2) VALUE 0.
       01  WS-BRANCH-FOUND-FLAG        PIC X VALUE 'N'.
      *    ITEM'S HELD DETAIL IMAGE.
           COPY TRANREC REPLACING TRAN-RECORD BY WS-SUSP-WORK-RECORD.

      *    WORK RECORD FOR PICKING THE BRANCH OUT OF A WAREHOUSED
      *    ITEM'S ACCEPTED DETAIL IMAGE.
           COPY TRANREC REPLACING TRAN-RECORD BY WS-WHSE-WORK-RECORD.

      *    FLAT WHOLE-DAY PROOF TOTALS, TAKEN PER RECORD BEFORE ANY
      *    BRANCH BUCKETING - THE GL-EXTRACT CROSS-FOOT DISCIPLINE.
      *    A BUCKETING OR WRITE-PATH DEFECT SHOWS UP AS A MISMATCH
           05  WS-PROOF-REJECT-COUNT    PIC 9(7) VALUE 0.
           05  WS-PROOF-EXCP-COUNT      PIC 9(7) VALUE 0.
           05  WS-PROOF-SUSP-COUNT      PIC 9(7) VALUE 0.
           05  WS-PROOF-WHSE-COUNT      PIC 9(7) VALUE 0.
       01  WS-WRITTEN-TOTALS.
           05  WS-WRIT-POSTED-COUNT     PIC 9(7) VALUE 0.
           05  WS-WRIT-NET              PIC S9(11)V99 VALUE 0.
           05  WS-WRIT-REJECT-COUNT     PIC 9(7) VALUE 0.
           05  WS-WRIT-EXCP-COUNT       PIC 9(7) VALUE 0.
           05  WS-WRIT-SUSP-COUNT       PIC 9(7) VALUE 0.
           05  WS-WRIT-WHSE-COUNT       PIC 9(7) VALUE 0.
           05  WS-WRIT-REJ-DETAILS      PIC 9(7) VALUE 0.

       01  WS-MOVEMENT-DELTA           PIC S9(9)V99 VALUE 0.
           PERFORM GATHER-SUSPENDED UNTIL WS-EOF-FLAG = 'Y'
           CLOSE SUSPIN

           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT WAREHSE
           IF NOT WS-WAREHSE-OK
               DISPLAY "BRANCH-SETTLE: SEVERE - WAREHSE OPEN FAILED, "
                   "STATUS " WS-WAREHSE-STATUS
               SET WS-SEVERE-ERROR-OCCURRED TO TRUE
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM GATHER-WAREHOUSED UNTIL WS-EOF-FLAG = 'Y'
           CLOSE WAREHSE

           OPEN OUTPUT SETLOUT
           OPEN OUTPUT JOBSTAT

           IF NOT WS-SEVERE-ERROR-OCCURRED
               PERFORM WRITE-ONE-BRANCH-SECTION
                   VARYING WS-BRANCH-IDX FROM 1 BY 1
                   UNTIL WS-BRANCH-IDX > WS-BRANCH-COUNT
           END-IF

           CLOSE SETLOUT

                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *    THE DAY'S FUTURE-DATED ITEMS, ACCEPTED ONTO THE WAREHOUSE
      *    TO POST ON THEIR VALUE DATE, COUNTED BY THE BRANCH
      *    STAMPED ON THE ACCEPTED DETAIL.
      *----------------------------------------------------------------
       GATHER-WAREHOUSED.
           READ WAREHSE
               AT END MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF WHSE-ACCEPTED-DATE = WS-RUN-DATE
                       ADD 1 TO WS-PROOF-WHSE-COUNT
                       MOVE WHSE-TRAN-DETAIL
                           TO TRAN-DETAIL-DATA OF WS-WHSE-WORK-RECORD
                       MOVE TRAN-BRANCH-ID OF WS-WHSE-WORK-RECORD
                           TO WS-LOOKUP-BRANCH-ID
                       PERFORM FIND-BRANCH-ENTRY
                       IF WS-BRANCH-FOUND
                           ADD 1 TO WS-BR-WHSE-COUNT
                               (WS-BRANCH-FOUND-IDX)
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *    FIND (OR OPEN) THE SUBTOTAL ENTRY FOR THE BRANCH IN
      *    WS-LOOKUP-BRANCH-ID, AS DAILY-RECON DOES.
                   MOVE 0 TO WS-BR-REJECT-COUNT (WS-BRANCH-FOUND-IDX)
                   MOVE 0 TO WS-BR-EXCP-COUNT (WS-BRANCH-FOUND-IDX)
                   MOVE 0 TO WS-BR-SUSP-COUNT (WS-BRANCH-FOUND-IDX)
                   MOVE 0 TO WS-BR-WHSE-COUNT (WS-BRANCH-FOUND-IDX)
                   MOVE 0 TO WS-BR-REJ-DETAIL-COUNT
                       (WS-BRANCH-FOUND-IDX)
                   SET WS-BRANCH-FOUND TO TRUE
               + WS-BR-REJECT-COUNT (WS-BRANCH-IDX)
               + WS-BR-EXCP-COUNT (WS-BRANCH-IDX)
               + WS-BR-SUSP-COUNT (WS-BRANCH-IDX)
               + WS-BR-WHSE-COUNT (WS-BRANCH-IDX)
           MOVE WS-BR-POSTED-COUNT (WS-BRANCH-IDX)
               TO SETL-TRL-POSTED-COUNT
           MOVE WS-SECTION-NET TO SETL-TRL-POSTED-NET
               TO SETL-TRL-SUSP-COUNT
           MOVE WS-BR-BRANCH-ID (WS-BRANCH-IDX)
               TO SETL-TRL-BRANCH-ID
           MOVE WS-BR-WHSE-COUNT (WS-BRANCH-IDX)
               TO SETL-TRL-WHSE-COUNT
           WRITE SETTLEMENT-RECORD

           ADD SETL-TRL-POSTED-COUNT TO WS-WRIT-POSTED-COUNT
           ADD SETL-TRL-REJECT-COUNT TO WS-WRIT-REJECT-COUNT
           ADD SETL-TRL-EXCP-COUNT TO WS-WRIT-EXCP-COUNT
           ADD SETL-TRL-SUSP-COUNT TO WS-WRIT-SUSP-COUNT
           ADD SETL-TRL-WHSE-COUNT TO WS-WRIT-WHSE-COUNT

      *    THE SECTION'S OWN CROSS-FOOT: EVERY REJECT THE TRAILER
      *    COUNTS MUST HAVE BEEN LISTED AS A DETAIL LINE.
      *----------------------------------------------------------------
      *    PROVE THE FILE: THE SECTIONS AS WRITTEN MUST CARRY, IN
      *    TOTAL, EXACTLY THE POSTED COUNT, NET MOVEMENT, REJECTS,
      *    EXCEPTIONS, SUSPENDED AND WAREHOUSED ITEMS THE DAY'S SOURCE
      *    RECORDS SHOWED BEFORE ANY BRANCH BUCKETING.
      *----------------------------------------------------------------
       PROVE-CROSS-FOOT.
           IF WS-WRIT-POSTED-COUNT NOT = WS-PROOF-POSTED-COUNT
               OR WS-WRIT-REJECT-COUNT NOT = WS-PROOF-REJECT-COUNT
               OR WS-WRIT-EXCP-COUNT NOT = WS-PROOF-EXCP-COUNT
               OR WS-WRIT-SUSP-COUNT NOT = WS-PROOF-SUSP-COUNT
               OR WS-WRIT-WHSE-COUNT NOT = WS-PROOF-WHSE-COUNT
               OR WS-WRIT-REJ-DETAILS NOT = WS-PROOF-REJECT-COUNT
               DISPLAY "BRANCH-SETTLE: *** SECTIONS DO NOT CROSS-"
                   "FOOT TO THE DAY'S SOURCE RECORDS ***"
