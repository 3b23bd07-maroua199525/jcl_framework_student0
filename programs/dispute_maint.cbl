       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPUTE-MAINT.
       AUTHOR. STUDENT.

      ******************************************************************
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    - NEW PROGRAM: OPENS AND RESOLVES CUSTOMER DISPUTE CASES
      *      FROM THE DSMTIN FEED.  AN OPEN NAMES THE POSTED
      *      TRANSACTION THE CUSTOMER DISPUTES (ITS TRANHIST ID) AND
      *      THE CUSTOMER'S ACCOUNT ON IT, WITH OR WITHOUT A
      *      PROVISIONAL CREDIT; FINAL AND REDEBIT CLOSE THE CASE FOR
      *      OR AGAINST THE CUSTOMER.  THE CREDITS, RE-DEBITS AND
      *      CUSTOMER NOTICES THEMSELVES ARE LEFT TO DISPUTE-CASE,
      *      WHICH WORKS THE CASE FILE EVERY BUSINESS DAY
      *    - A NEW CASE IS GIVEN ITS INVESTIGATION AND REGULATORY
      *      DEADLINES, DSPINVDAYS AND DSPREGDAYS BUSINESS DAYS AFTER
      *      THE RUN DATE ON THE PROCESSING CALENDAR
      *    - EVERY LEG OF A DISPUTED POSTING IS FLAGGED ON TRANHIST,
      *      SO IT CAN NEITHER BE DISPUTED A SECOND TIME NOR BE BACKED
      *      OUT BY A REVERSAL OR A NETWORK RETURN WHILE THE CASE
      *      STANDS
      *    - DSMTIN CARRIES THE SAME HDR/TRL CONTROL CONVENTION AS THE
      *      OTHER MAINTENANCE FEEDS; AN OUT-OF-BALANCE OR TRUNCATED
      *      FEED IS REFUSED WITH RC 8 AND NOTHING IS TOUCHED
      *    - ACTIONS THAT CANNOT BE APPLIED GO TO THE EXCPTNS FILE
      *      WITH THE MAINTENANCE REASON CODES; EVERY APPLIED ACTION
      *      WRITES AN OLD/NEW VALUE RECORD TO THE DSPAUD TRAIL IN THE
      *      MNTAUDIT LAYOUT
      *    - A SEVERE ERROR PART WAY THROUGH THE FEED BACKS OUT WHAT
      *      THE RUN HAD DONE: THE DISPUTE FLAGS ALREADY SET ON THE
      *      HISTORY ARE CLEARED, EVERY ACTION ALREADY AUDITED GETS A
      *      BACKED-OUT ENTRY ON DSPAUD, AND NO CASE IS WRITTEN, SO
      *      THE FEED CAN BE RERUN WHOLE ONCE THE FAULT IS FIXED
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARMFILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CALENDAR ASSIGN TO "CALENDAR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANHIST ASSIGN TO "TRANHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS THIS-KEY
               ALTERNATE RECORD KEY IS THIS-ACCOUNT-NUM
                   WITH DUPLICATES
               FILE STATUS IS WS-TRANHIST-STATUS.
           SELECT CASEIN ASSIGN TO "CASEIN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CASEOUT ASSIGN TO "CASEOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DSMTIN ASSIGN TO "DSMTIN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DSPAUD ASSIGN TO "DSPAUD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCPTNS ASSIGN TO "EXCPTNS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOBSTAT ASSIGN TO "JOBSTAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARMFILE.
           COPY PRMSREC.

       FD  CALENDAR.
           COPY CALREC.

       FD  TRANHIST.
           COPY THISTREC.

       FD  CASEIN.
           COPY DISPREC REPLACING DISPUTE-CASE-RECORD
               BY DISPUTE-CASE-IN-RECORD.

       FD  CASEOUT.
           COPY DISPREC REPLACING DISPUTE-CASE-RECORD
               BY DISPUTE-CASE-OUT-RECORD.

       FD  DSMTIN.
           COPY DSMTREC.

       FD  DSPAUD.
           COPY MAUDREC.

       FD  EXCPTNS.
           COPY EXCPREC.

       FD  JOBSTAT.
           COPY JSTAREC.

       WORKING-STORAGE SECTION.
       01  WS-TOTAL-COUNT              PIC 9(7) VALUE 0.
       01  WS-APPLIED-COUNT            PIC 9(7) VALUE 0.
       01  WS-REJECT-COUNT             PIC 9(7) VALUE 0.
       01  WS-CASE-IN-COUNT            PIC 9(7) VALUE 0.
       01  WS-CASE-OUT-COUNT           PIC 9(7) VALUE 0.
       01  WS-OPEN-ACTION-COUNT        PIC 9(7) VALUE 0.
       01  WS-EOF-FLAG                 PIC X VALUE 'N'.
       01  WS-PARMS-EOF-FLAG           PIC X VALUE 'N'.
       01  WS-CAL-EOF-FLAG             PIC X VALUE 'N'.
       01  WS-TRANHIST-STATUS          PIC X(2) VALUE '00'.
           88  WS-TRANHIST-OK              VALUE '00'.

       01  WS-SEVERE-ERROR-FLAG        PIC X VALUE 'N'.
           88  WS-SEVERE-ERROR-OCCURRED    VALUE 'Y'.

       01  WS-RUN-DATE                 PIC 9(8) VALUE ZEROS.
       01  WS-CURRENT-TIMESTAMP        PIC X(14).

      *    HOW LONG A NEW CASE HAS, IN BUSINESS DAYS FROM THE DAY IT
      *    IS OPENED, BEFORE ITS INVESTIGATION SHOULD BE FINISHED AND
      *    BEFORE THE REGULATORY DEADLINE FOR RESOLVING IT.  COMPILED
      *    DEFAULTS; OVERRIDDEN BY THE DSPINVDAYS AND DSPREGDAYS
      *    ENTRIES ON THE RUN PARAMETERS FILE, WHICH IS WHERE
      *    COMPLIANCE SETS THEM.
       01  WS-INVEST-DAYS-LIMIT        PIC 9(5) VALUE 10.
       01  WS-REG-DAYS-LIMIT           PIC 9(5) VALUE 45.
       01  WS-INV-PARM-EFF-DATE        PIC 9(8) VALUE 0.
       01  WS-REG-PARM-EFF-DATE        PIC 9(8) VALUE 0.

      *    THE PROCESSING CALENDAR'S BUSINESS DAYS, LOADED AT
      *    STARTUP.  WS-CAL-NEXT-IDX IS THE FIRST BUSINESS DAY AFTER
      *    THE RUN DATE - DAY ONE OF EVERY DEADLINE SET TODAY.
       01  WS-CAL-TABLE.
           05  WS-CAL-COUNT             PIC 9(4) VALUE 0.
           05  WS-CAL-BUSINESS-DATE     PIC 9(8) OCCURS 1500 TIMES.
       01  WS-CAL-IDX                  PIC 9(4) VALUE 0.
       01  WS-CAL-NEXT-IDX             PIC 9(4) VALUE 0.
       01  WS-CAL-DUE-IDX              PIC 9(5) VALUE 0.
       01  WS-INVEST-DUE-DATE          PIC 9(8) VALUE 0.
       01  WS-REG-DUE-DATE             PIC 9(8) VALUE 0.

      *    WORK AREA FOR THE MAINTENANCE ACTION CURRENTLY BEING
      *    APPLIED.
       01  WS-EXCEPTION-REASON-CODE    PIC X(8).
       01  WS-EXCEPTION-REASON-TEXT    PIC X(30).
       01  WS-OLD-VALUE                PIC X(20).
       01  WS-NEW-VALUE                PIC X(20).
       01  WS-AUDIT-ACCOUNT-NUM        PIC X(5).

      *    HEADER/TRAILER CONTROL TOTALS CARRIED ON DSMTIN.  THE FEED
      *    CARRIES NO MONEY, SO BALANCING IS ON RECORD COUNT ONLY.
       01  WS-HDR-EXPECTED-COUNT       PIC 9(7) VALUE 0.

       01  WS-BALANCE-FLAG             PIC X VALUE 'Y'.
           88  WS-DSMTIN-IN-BALANCE        VALUE 'Y'.
           88  WS-DSMTIN-OUT-OF-BALANCE    VALUE 'N'.

       01  WS-TRAILER-SEEN-FLAG        PIC X VALUE 'N'.
           88  WS-TRAILER-WAS-SEEN         VALUE 'Y'.

      *    THE DISPUTE CASE FILE, LOADED WHOLE SO THE FEED CAN BE
      *    APPLIED IN MEMORY AND THE REWRITTEN FILE COME OUT IN ONE
      *    PASS.  A RESOLVED CASE STAYS ON THE FILE - DISPUTE-CASE
      *    STILL HAS ITS CREDIT, RE-DEBIT AND NOTICE TO SEE TO, AND
      *    DROPS IT ONCE THEY ARE DONE AND IT HAS AGED OFF.
       01  WS-CASE-TABLE.
           05  WS-CASE-COUNT            PIC 9(4) VALUE 0.
           05  WS-CASE-RECORD           PIC X(128) OCCURS 5000 TIMES.
       01  WS-CASE-IDX                 PIC 9(4) VALUE 0.
       01  WS-CASE-FOUND-FLAG          PIC X VALUE 'N'.
           88  WS-CASE-FOUND                VALUE 'Y'.
       01  WS-CASE-FOUND-IDX           PIC 9(4) VALUE 0.

      *    WORK RECORD FOR PICKING FIELDS OUT OF A BUFFERED CASE.
           COPY DISPREC REPLACING DISPUTE-CASE-RECORD
               BY WS-DSP-WORK-RECORD.

      *    THE DISPUTED POSTING AS FOUND ON TRANHIST: THE LEG ON THE
      *    CUSTOMER'S ACCOUNT, HOW MANY LEGS THE POSTING HAS, AND
      *    WHETHER ANY OF THEM IS ALREADY REVERSED OR DISPUTED.
       01  WS-LEG-SEQ                  PIC 9(3) VALUE 0.
       01  WS-LEG-COUNT                PIC 9(3) VALUE 0.
       01  WS-LEGS-DONE-FLAG           PIC X VALUE 'N'.
           88  WS-LEGS-DONE                 VALUE 'Y'.
       01  WS-LEG-FOUND-FLAG           PIC X VALUE 'N'.
           88  WS-LEG-FOUND                 VALUE 'Y'.
       01  WS-ANY-REVERSED-FLAG        PIC X VALUE 'N'.
           88  WS-ANY-LEG-REVERSED          VALUE 'Y'.
       01  WS-ANY-DISPUTED-FLAG        PIC X VALUE 'N'.
           88  WS-ANY-LEG-DISPUTED          VALUE 'Y'.
       01  WS-FOUND-LEG-SEQ            PIC 9(2) VALUE 0.
       01  WS-FOUND-TRAN-TYPE          PIC X(10) VALUE SPACES.
       01  WS-FOUND-BRANCH-ID          PIC X(3) VALUE SPACES.
       01  WS-FOUND-POSTED-DATE        PIC 9(8) VALUE 0.
       01  WS-FOUND-DEBIT-AMOUNT       PIC S9(9)V99 VALUE 0.
       01  WS-DISPUTED-AMOUNT          PIC 9(8)V99 VALUE 0.

      *    DETAIL ACTIONS BUFFERED UNTIL THE TRAILER BALANCES, SO A
      *    BROKEN FEED IS REFUSED BEFORE ANYTHING TOUCHES THE CASE
      *    FILE OR THE HISTORY.
       01  WS-ACTION-TABLE.
           05  WS-ACTION-COUNT          PIC 9(4) VALUE 0.
           05  WS-ACTION-DETAIL         PIC X(64) OCCURS 2000 TIMES.
       01  WS-ACTION-IDX               PIC 9(4) VALUE 0.

      *    WHAT THE RUN HAS DONE SO FAR, KEPT SO A SEVERE ERROR PART
      *    WAY THROUGH CAN BE BACKED OUT: EVERY POSTING WHOSE LEGS
      *    HAVE BEEN (OR WERE BEING) FLAGGED, AND EVERY ACTION
      *    ALREADY WRITTEN TO THE AUDIT TRAIL.
       01  WS-MARKED-TABLE.
           05  WS-MARKED-COUNT          PIC 9(4) VALUE 0.
           05  WS-MARKED-ENTRY OCCURS 2000 TIMES.
               10  WS-MK-TRAN-ID            PIC X(6).
               10  WS-MK-LEG-COUNT          PIC 9(3).
       01  WS-MARKED-IDX               PIC 9(4) VALUE 0.
       01  WS-APPLIED-TABLE.
           05  WS-APPLIED-ACTION-COUNT  PIC 9(4) VALUE 0.
           05  WS-APPLIED-ENTRY OCCURS 2000 TIMES.
               10  WS-AP-ACTION-IDX         PIC 9(4).
               10  WS-AP-ACCOUNT-NUM        PIC X(5).
       01  WS-APPLIED-IDX              PIC 9(4) VALUE 0.
       01  WS-BACKED-OUT-COUNT         PIC 9(7) VALUE 0.

       LINKAGE SECTION.
       01  LS-PARM-AREA.
           05  LS-PARM-LENGTH           PIC S9(4) COMP.
           05  LS-PARM-RUN-DATE         PIC X(8).

       PROCEDURE DIVISION USING LS-PARM-AREA.
       MAIN-PROCEDURE.
           DISPLAY "DISPUTE-MAINT: Starting dispute case "
               "maintenance..."

           PERFORM ESTABLISH-RUN-DATE
           PERFORM LOAD-RUN-PARAMETERS
           PERFORM LOAD-BUSINESS-CALENDAR

           OPEN INPUT CASEIN
           PERFORM LOAD-CASE-TABLE UNTIL WS-EOF-FLAG = 'Y'
           CLOSE CASEIN

           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT DSMTIN
           OPEN OUTPUT DSPAUD
           OPEN OUTPUT EXCPTNS
           OPEN OUTPUT JOBSTAT

           PERFORM PROCESS-HEADER

           PERFORM BUFFER-MAINT-ACTIONS UNTIL WS-EOF-FLAG = 'Y'

      *    EVERY OPEN ON THE FEED MUST FIT ON THE CASE FILE BEFORE
      *    THE FIRST ONE IS APPLIED - A RUN THAT FILLED THE TABLE PART
      *    WAY WOULD LEAVE DISPUTE FLAGS ON THE HISTORY WITH NO CASE
      *    BEHIND THEM.
           IF WS-CASE-COUNT + WS-OPEN-ACTION-COUNT > 5000
               DISPLAY "DISPUTE-MAINT: SEVERE - case table cannot "
                   "hold today's new cases"
               SET WS-SEVERE-ERROR-OCCURRED TO TRUE
           END-IF

      *    BALANCING GATES APPLICATION: A FEED THAT DID NOT BALANCE,
      *    OR COULD NOT BE FULLY BUFFERED, LEAVES THE CASE FILE AND
      *    THE HISTORY UNTOUCHED AND CAN SIMPLY BE CORRECTED AND
      *    RERUN.
           IF WS-DSMTIN-IN-BALANCE
               AND NOT WS-SEVERE-ERROR-OCCURRED
               OPEN I-O TRANHIST
               IF NOT WS-TRANHIST-OK
                   DISPLAY "DISPUTE-MAINT: SEVERE - TRANHIST OPEN "
                       "FAILED, STATUS " WS-TRANHIST-STATUS
                   SET WS-SEVERE-ERROR-OCCURRED TO TRUE
               ELSE
                   PERFORM APPLY-ONE-BUFFERED-ACTION
                       VARYING WS-ACTION-IDX FROM 1 BY 1
                       UNTIL WS-ACTION-IDX > WS-ACTION-COUNT
                          OR WS-SEVERE-ERROR-OCCURRED
                   IF WS-SEVERE-ERROR-OCCURRED
                       PERFORM BACK-OUT-APPLIED-ACTIONS
                   END-IF
                   CLOSE TRANHIST
               END-IF
               PERFORM WRITE-NEW-CASE-FILE
           ELSE
               DISPLAY "DISPUTE-MAINT: Feed refused - no maintenance "
                   "applied to the case file"
           END-IF

           CLOSE DSMTIN
           CLOSE DSPAUD
           CLOSE EXCPTNS

           DISPLAY "DISPUTE-MAINT: Maintenance completed"
           DISPLAY "DISPUTE-MAINT: Actions applied: " WS-APPLIED-COUNT
           DISPLAY "DISPUTE-MAINT: Actions rejected: " WS-REJECT-COUNT
           IF WS-BACKED-OUT-COUNT > 0
               DISPLAY "DISPUTE-MAINT: Actions backed out: "
                   WS-BACKED-OUT-COUNT
           END-IF
           DISPLAY "DISPUTE-MAINT: Cases carried forward: "
               WS-CASE-OUT-COUNT

           PERFORM WRITE-JOBSTAT-RECORD
           CLOSE JOBSTAT

           IF WS-SEVERE-ERROR-OCCURRED
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-DSMTIN-OUT-OF-BALANCE
                   DISPLAY "DISPUTE-MAINT: DSMTIN failed to balance!"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WS-REJECT-COUNT > 0
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       MOVE 0 TO RETURN-CODE
                   END-IF
               END-IF
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
           DISPLAY "DISPUTE-MAINT: Run date is " WS-RUN-DATE.

      *----------------------------------------------------------------
      *    LOAD THE CASE DEADLINES FROM THE RUN PARAMETERS FILE: FOR
      *    EACH KEY, THE ENTRY WITH THE LATEST EFFECTIVE DATE AT OR
      *    BEFORE THE RUN DATE WINS.  WITH NO APPLICABLE ENTRY THE
      *    COMPILED DEFAULT STANDS.  THE VALUES IN EFFECT GO ON THE
      *    RUN LOG.
      *----------------------------------------------------------------
       LOAD-RUN-PARAMETERS.
           OPEN INPUT PARMFILE
           PERFORM READ-ONE-RUN-PARAMETER
               UNTIL WS-PARMS-EOF-FLAG = 'Y'
           CLOSE PARMFILE
           DISPLAY "DISPUTE-MAINT: Investigation allowed: "
               WS-INVEST-DAYS-LIMIT " business days"
           DISPLAY "DISPUTE-MAINT: Regulatory deadline: "
               WS-REG-DAYS-LIMIT " business days".

       READ-ONE-RUN-PARAMETER.
           READ PARMFILE
               AT END MOVE 'Y' TO WS-PARMS-EOF-FLAG
               NOT AT END
                   IF PRM-VALUE IS NUMERIC
                       AND PRM-EFFECTIVE-DATE IS NUMERIC
                       AND PRM-EFFECTIVE-DATE-NUM <= WS-RUN-DATE
                       EVALUATE PRM-KEY
                           WHEN 'DSPINVDAYS'
                               IF PRM-EFFECTIVE-DATE-NUM
                                      >= WS-INV-PARM-EFF-DATE
                                   MOVE PRM-VALUE-NUM
                                       TO WS-INVEST-DAYS-LIMIT
                                   MOVE PRM-EFFECTIVE-DATE-NUM
                                       TO WS-INV-PARM-EFF-DATE
                               END-IF
                           WHEN 'DSPREGDAYS'
                               IF PRM-EFFECTIVE-DATE-NUM
                                      >= WS-REG-PARM-EFF-DATE
                                   MOVE PRM-VALUE-NUM
                                       TO WS-REG-DAYS-LIMIT
                                   MOVE PRM-EFFECTIVE-DATE-NUM
                                       TO WS-REG-PARM-EFF-DATE
                               END-IF
                       END-EVALUATE
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *    LOAD THE PROCESSING CALENDAR AND WORK OUT TODAY'S TWO
      *    DEADLINES ONCE FOR EVERY CASE OPENED IN THE RUN.  A
      *    CALENDAR THAT DOES NOT REACH THE REGULATORY DEADLINE
      *    CANNOT DATE A NEW CASE, AND A CASE MUST NOT BE OPENED
      *    WITHOUT ITS DEADLINE - NOTHING IS APPLIED.
      *----------------------------------------------------------------
       LOAD-BUSINESS-CALENDAR.
           OPEN INPUT CALENDAR
           PERFORM LOAD-CALENDAR-TABLE UNTIL WS-CAL-EOF-FLAG = 'Y'
           CLOSE CALENDAR

           MOVE 0 TO WS-CAL-NEXT-IDX
           PERFORM FIND-NEXT-BUSINESS-DAY
               VARYING WS-CAL-IDX FROM 1 BY 1
               UNTIL WS-CAL-IDX > WS-CAL-COUNT
                  OR WS-CAL-NEXT-IDX > 0

           IF WS-CAL-NEXT-IDX = 0
               DISPLAY "DISPUTE-MAINT: SEVERE - processing calendar "
                   "has no business day after " WS-RUN-DATE
               SET WS-SEVERE-ERROR-OCCURRED TO TRUE
           ELSE
               COMPUTE WS-CAL-DUE-IDX =
                   WS-CAL-NEXT-IDX + WS-INVEST-DAYS-LIMIT - 1
               IF WS-CAL-DUE-IDX > WS-CAL-COUNT
                   OR WS-CAL-DUE-IDX < 1
                   DISPLAY "DISPUTE-MAINT: SEVERE - processing "
                       "calendar does not reach the investigation "
                       "deadline"
                   SET WS-SEVERE-ERROR-OCCURRED TO TRUE
               ELSE
                   MOVE WS-CAL-BUSINESS-DATE (WS-CAL-DUE-IDX)
                       TO WS-INVEST-DUE-DATE
               END-IF
               COMPUTE WS-CAL-DUE-IDX =
                   WS-CAL-NEXT-IDX + WS-REG-DAYS-LIMIT - 1
               IF WS-CAL-DUE-IDX > WS-CAL-COUNT
                   OR WS-CAL-DUE-IDX < 1
                   DISPLAY "DISPUTE-MAINT: SEVERE - processing "
                       "calendar does not reach the regulatory "
                       "deadline"
                   SET WS-SEVERE-ERROR-OCCURRED TO TRUE
               ELSE
                   MOVE WS-CAL-BUSINESS-DATE (WS-CAL-DUE-IDX)
                       TO WS-REG-DUE-DATE
               END-IF
           END-IF
           DISPLAY "DISPUTE-MAINT: Cases opened today due "
               WS-INVEST-DUE-DATE " (investigation) "
               WS-REG-DUE-DATE " (regulatory)".

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
                           DISPLAY "DISPUTE-MAINT: SEVERE - calendar "
                               "table full"
                           SET WS-SEVERE-ERROR-OCCURRED TO TRUE
                       END-IF
                   END-IF
           END-READ.

       FIND-NEXT-BUSINESS-DAY.
           IF WS-CAL-BUSINESS-DATE (WS-CAL-IDX) > WS-RUN-DATE
               MOVE WS-CAL-IDX TO WS-CAL-NEXT-IDX
           END-IF.

      *----------------------------------------------------------------
      *    LOAD THE CURRENT DISPUTE CASE FILE.
      *----------------------------------------------------------------
       LOAD-CASE-TABLE.
           READ CASEIN
               AT END MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-CASE-IN-COUNT
                   IF WS-CASE-COUNT < 5000
                       ADD 1 TO WS-CASE-COUNT
                       MOVE DISPUTE-CASE-IN-RECORD
                           TO WS-CASE-RECORD (WS-CASE-COUNT)
                   ELSE
                       DISPLAY "DISPUTE-MAINT: SEVERE - case table "
                           "full, case file too large for one run"
                       SET WS-SEVERE-ERROR-OCCURRED TO TRUE
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *    READ AND VALIDATE THE DSMTIN HEADER.  A FEED WITHOUT A
      *    HEADER IS REFUSED OUTRIGHT, THE SAME WAY STDG-MAINT
      *    REFUSES A HEADERLESS SMNTIN.
      *----------------------------------------------------------------
       PROCESS-HEADER.
           READ DSMTIN
               AT END
                   DISPLAY "DISPUTE-MAINT: DSMTIN is empty"
                   MOVE 'Y' TO WS-EOF-FLAG
           END-READ

           IF WS-EOF-FLAG NOT = 'Y'
               IF NOT DSMT-REC-IS-HEADER
                   DISPLAY "DISPUTE-MAINT: Missing DSMTIN header - "
                       "aborting run"
                   SET WS-DSMTIN-OUT-OF-BALANCE TO TRUE
                   PERFORM WRITE-JOBSTAT-RECORD
                   MOVE 8 TO RETURN-CODE
                   CLOSE DSMTIN DSPAUD EXCPTNS JOBSTAT
                   GOBACK
               ELSE
                   MOVE DSMT-HDR-EXPECTED-COUNT
                       TO WS-HDR-EXPECTED-COUNT
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *    READ EACH DETAIL RECORD AND BUFFER IT - NOTHING IS APPLIED
      *    UNTIL THE TRAILER HAS BALANCED.
      *----------------------------------------------------------------
       BUFFER-MAINT-ACTIONS.
           READ DSMTIN
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
                   IF NOT WS-TRAILER-WAS-SEEN
                       SET WS-DSMTIN-OUT-OF-BALANCE TO TRUE
                       DISPLAY "DISPUTE-MAINT: *** DSMTIN TRUNCATED - "
                           "EOF REACHED WITHOUT A TRAILER RECORD ***"
                   END-IF
               NOT AT END
                   IF DSMT-REC-IS-TRAILER
                       SET WS-TRAILER-WAS-SEEN TO TRUE
                       PERFORM BALANCE-DSMTIN-TRAILER
                       MOVE 'Y' TO WS-EOF-FLAG
                   ELSE
                       ADD 1 TO WS-TOTAL-COUNT
                       IF DSMT-ACTION-OPEN
                           ADD 1 TO WS-OPEN-ACTION-COUNT
                       END-IF
                       IF WS-ACTION-COUNT < 2000
                           ADD 1 TO WS-ACTION-COUNT
                           MOVE DSMT-DETAIL-DATA
                               TO WS-ACTION-DETAIL (WS-ACTION-COUNT)
                       ELSE
                           DISPLAY "DISPUTE-MAINT: SEVERE - action "
                               "table full, feed too large for one "
                               "run"
                           SET WS-SEVERE-ERROR-OCCURRED TO TRUE
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *    MOVE ONE BUFFERED ACTION BACK INTO THE RECORD AREA AND
      *    APPLY IT.
      *----------------------------------------------------------------
       APPLY-ONE-BUFFERED-ACTION.
           MOVE WS-ACTION-DETAIL (WS-ACTION-IDX) TO DSMT-DETAIL-DATA
           MOVE DSMT-ACCOUNT-NUM TO WS-AUDIT-ACCOUNT-NUM
           PERFORM APPLY-MAINT-ACTION.

       APPLY-MAINT-ACTION.
           EVALUATE TRUE
               WHEN DSMT-ACTION-OPEN
                   PERFORM APPLY-OPEN-CASE
               WHEN DSMT-ACTION-FINAL
                   PERFORM APPLY-RESOLVE-CASE
               WHEN DSMT-ACTION-REDEBIT
                   PERFORM APPLY-RESOLVE-CASE
               WHEN OTHER
                   MOVE "BADACTN" TO WS-EXCEPTION-REASON-CODE
                   MOVE "UNKNOWN MAINTENANCE ACTION"
                       TO WS-EXCEPTION-REASON-TEXT
                   PERFORM WRITE-MAINT-EXCEPTION
           END-EVALUATE.

      *----------------------------------------------------------------
      *    OPEN: THE POSTING MUST BE ON THE HISTORY AS A DEBIT TO THE
      *    CUSTOMER'S ACCOUNT, AND MUST NEVER HAVE BEEN DISPUTED OR
      *    REVERSED.  A POSTING THAT IS ITSELF A CORRECTION - A
      *    REVERSAL, OR ANOTHER CASE'S CREDIT OR RE-DEBIT - IS NOT
      *    DISPUTABLE; THE CUSTOMER DISPUTES THE ORIGINAL.  THE CASE
      *    FILE IS CHECKED AS WELL AS THE FLAGS, SO A POSTING OPENED
      *    EARLIER IN THE SAME FEED IS CAUGHT TOO.
      *----------------------------------------------------------------
       APPLY-OPEN-CASE.
           MOVE DSMT-DISPUTED-TRAN-ID TO DSP-TRAN-ID OF
               WS-DSP-WORK-RECORD
           PERFORM FIND-CASE-FOR-TRANSACTION
           PERFORM FIND-DISPUTED-LEG
           EVALUATE TRUE
               WHEN DSMT-DISPUTED-TRAN-ID = SPACES
                   OR DSMT-ACCOUNT-NUM = SPACES
                   MOVE "BADVALUE" TO WS-EXCEPTION-REASON-CODE
                   MOVE "OPEN NEEDS A TRAN ID AND ACCOUNT"
                       TO WS-EXCEPTION-REASON-TEXT
                   PERFORM WRITE-MAINT-EXCEPTION
               WHEN WS-CASE-FOUND
                   OR WS-ANY-LEG-DISPUTED
                   MOVE "DISPUTED" TO WS-EXCEPTION-REASON-CODE
                   MOVE "TRANSACTION ALREADY DISPUTED"
                       TO WS-EXCEPTION-REASON-TEXT
                   PERFORM WRITE-MAINT-EXCEPTION
               WHEN NOT WS-LEG-FOUND
                   MOVE "ORIGNF" TO WS-EXCEPTION-REASON-CODE
                   MOVE "POSTING NOT ON HISTORY FOR ACCT"
                       TO WS-EXCEPTION-REASON-TEXT
                   PERFORM WRITE-MAINT-EXCEPTION
               WHEN WS-FOUND-TRAN-TYPE = 'REVERSAL'
                   OR WS-FOUND-TRAN-TYPE = 'PROVCREDIT'
                   OR WS-FOUND-TRAN-TYPE = 'DISPCREDIT'
                   OR WS-FOUND-TRAN-TYPE = 'PROVDEBIT'
                   MOVE "BADVALUE" TO WS-EXCEPTION-REASON-CODE
                   MOVE "CORRECTION - DISPUTE ORIGINAL"
                       TO WS-EXCEPTION-REASON-TEXT
                   PERFORM WRITE-MAINT-EXCEPTION
               WHEN WS-ANY-LEG-REVERSED
                   MOVE "ALRDYREV" TO WS-EXCEPTION-REASON-CODE
                   MOVE "POSTING ALREADY REVERSED"
                       TO WS-EXCEPTION-REASON-TEXT
                   PERFORM WRITE-MAINT-EXCEPTION
               WHEN WS-FOUND-DEBIT-AMOUNT NOT > 0
                   MOVE "BADVALUE" TO WS-EXCEPTION-REASON-CODE
                   MOVE "ONLY A DEBIT CAN BE DISPUTED"
                       TO WS-EXCEPTION-REASON-TEXT
                   PERFORM WRITE-MAINT-EXCEPTION
               WHEN DSMT-AMOUNT IS NOT NUMERIC
                   MOVE "BADVALUE" TO WS-EXCEPTION-REASON-CODE
                   MOVE "DISPUTED AMOUNT NOT NUMERIC"
                       TO WS-EXCEPTION-REASON-TEXT
                   PERFORM WRITE-MAINT-EXCEPTION
               WHEN DSMT-AMOUNT-NUM > WS-FOUND-DEBIT-AMOUNT
                   MOVE "BADVALUE" TO WS-EXCEPTION-REASON-CODE
                   MOVE "AMOUNT EXCEEDS THE POSTING"
                       TO WS-EXCEPTION-REASON-TEXT
                   PERFORM WRITE-MAINT-EXCEPTION
               WHEN NOT DSMT-PROV-CREDIT-VALID
                   MOVE "BADVALUE" TO WS-EXCEPTION-REASON-CODE
                   MOVE "PROVISIONAL CREDIT MUST BE Y/N"
                       TO WS-EXCEPTION-REASON-TEXT
                   PERFORM WRITE-MAINT-EXCEPTION
               WHEN NOT DSMT-REASON-VALID
                   MOVE "BADVALUE" TO WS-EXCEPTION-REASON-CODE
                   MOVE "UNKNOWN DISPUTE REASON CODE"
                       TO WS-EXCEPTION-REASON-TEXT
                   PERFORM WRITE-MAINT-EXCEPTION
               WHEN OTHER
                   ADD 1 TO WS-MARKED-COUNT
                   MOVE DSMT-DISPUTED-TRAN-ID
                       TO WS-MK-TRAN-ID (WS-MARKED-COUNT)
                   MOVE WS-LEG-COUNT
                       TO WS-MK-LEG-COUNT (WS-MARKED-COUNT)
                   PERFORM MARK-DISPUTED-LEGS
                   IF NOT WS-SEVERE-ERROR-OCCURRED
                       PERFORM APPEND-NEW-CASE
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------
      *    READ THE DISPUTED POSTING'S LEGS BY KEY, LEG 01 UPWARDS,
      *    UNTIL ONE IS MISSING.  THE LEG ON THE CUSTOMER'S ACCOUNT IS
      *    THE ONE DISPUTED; THE AMOUNT IT TOOK FROM THE ACCOUNT IS
      *    THE MOST THE CASE CAN BE FOR.
      *----------------------------------------------------------------
       FIND-DISPUTED-LEG.
           MOVE 0 TO WS-LEG-SEQ
           MOVE 0 TO WS-LEG-COUNT
           MOVE 'N' TO WS-LEGS-DONE-FLAG
           MOVE 'N' TO WS-LEG-FOUND-FLAG
           MOVE 'N' TO WS-ANY-REVERSED-FLAG
           MOVE 'N' TO WS-ANY-DISPUTED-FLAG
           MOVE 0 TO WS-FOUND-LEG-SEQ
           MOVE SPACES TO WS-FOUND-TRAN-TYPE
           MOVE SPACES TO WS-FOUND-BRANCH-ID
           MOVE 0 TO WS-FOUND-POSTED-DATE
           MOVE 0 TO WS-FOUND-DEBIT-AMOUNT
           IF DSMT-DISPUTED-TRAN-ID NOT = SPACES
               PERFORM READ-ONE-DISPUTED-LEG
                   UNTIL WS-LEGS-DONE
           END-IF.

       READ-ONE-DISPUTED-LEG.
           ADD 1 TO WS-LEG-SEQ
           MOVE DSMT-DISPUTED-TRAN-ID TO THIS-TRAN-ID
           MOVE WS-LEG-SEQ TO THIS-LEG-SEQ
           READ TRANHIST
               INVALID KEY
                   SET WS-LEGS-DONE TO TRUE
               NOT INVALID KEY
                   MOVE WS-LEG-SEQ TO WS-LEG-COUNT
                   IF THIS-LEG-REVERSED
                       SET WS-ANY-LEG-REVERSED TO TRUE
                   END-IF
                   IF THIS-DISPUTE-FLAG NOT = SPACE
                       SET WS-ANY-LEG-DISPUTED TO TRUE
                   END-IF
                   IF THIS-ACCOUNT-NUM = DSMT-ACCOUNT-NUM
                       AND NOT WS-LEG-FOUND
                       SET WS-LEG-FOUND TO TRUE
                       MOVE THIS-LEG-SEQ TO WS-FOUND-LEG-SEQ
                       MOVE THIS-TRAN-TYPE TO WS-FOUND-TRAN-TYPE
                       MOVE THIS-BRANCH-ID TO WS-FOUND-BRANCH-ID
                       MOVE THIS-TIMESTAMP (1:8)
                           TO WS-FOUND-POSTED-DATE
                       COMPUTE WS-FOUND-DEBIT-AMOUNT =
                           THIS-BEFORE-BALANCE - THIS-AFTER-BALANCE
                   END-IF
           END-READ
           IF WS-LEG-SEQ >= 99
               SET WS-LEGS-DONE TO TRUE
           END-IF.

      *----------------------------------------------------------------
      *    FLAG EVERY LEG OF THE DISPUTED POSTING ON THE HISTORY.  A
      *    LEG THAT CANNOT BE REWRITTEN LEAVES THE POSTING ONLY PART
      *    PROTECTED, WHICH NEEDS LOOKING AT BEFORE ANYTHING ELSE RUNS.
      *----------------------------------------------------------------
       MARK-DISPUTED-LEGS.
           PERFORM MARK-ONE-DISPUTED-LEG
               VARYING WS-LEG-SEQ FROM 1 BY 1
               UNTIL WS-LEG-SEQ > WS-LEG-COUNT
                  OR WS-SEVERE-ERROR-OCCURRED.

       MARK-ONE-DISPUTED-LEG.
           MOVE DSMT-DISPUTED-TRAN-ID TO THIS-TRAN-ID
           MOVE WS-LEG-SEQ TO THIS-LEG-SEQ
           READ TRANHIST
               INVALID KEY
                   DISPLAY "DISPUTE-MAINT: SEVERE - leg " WS-LEG-SEQ
                       " of " DSMT-DISPUTED-TRAN-ID " vanished, "
                       "STATUS " WS-TRANHIST-STATUS
                   SET WS-SEVERE-ERROR-OCCURRED TO TRUE
               NOT INVALID KEY
                   SET THIS-LEG-DISPUTED TO TRUE
                   REWRITE TRAN-HISTORY-RECORD
                   IF NOT WS-TRANHIST-OK
                       DISPLAY "DISPUTE-MAINT: SEVERE - TRANHIST "
                           "REWRITE FAILED FOR " DSMT-DISPUTED-TRAN-ID
                           ", STATUS " WS-TRANHIST-STATUS
                       SET WS-SEVERE-ERROR-OCCURRED TO TRUE
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *    BUILD THE NEW CASE FROM THE FEED AND THE DISPUTED LEG AND
      *    AUDIT THE OPEN.  A PROVISIONAL CREDIT IS WANTED AT ONCE;
      *    DISPUTE-CASE GENERATES IT ON ITS NEXT RUN.
      *----------------------------------------------------------------
       APPEND-NEW-CASE.
           IF DSMT-AMOUNT-NUM = 0
               MOVE WS-FOUND-DEBIT-AMOUNT TO WS-DISPUTED-AMOUNT
           ELSE
               MOVE DSMT-AMOUNT-NUM TO WS-DISPUTED-AMOUNT
           END-IF
           INITIALIZE WS-DSP-WORK-RECORD
           MOVE DSMT-DISPUTED-TRAN-ID
               TO DSP-TRAN-ID OF WS-DSP-WORK-RECORD
           MOVE WS-FOUND-LEG-SEQ TO DSP-LEG-SEQ OF WS-DSP-WORK-RECORD
           MOVE DSMT-ACCOUNT-NUM
               TO DSP-ACCOUNT-NUM OF WS-DSP-WORK-RECORD
           MOVE WS-FOUND-BRANCH-ID
               TO DSP-BRANCH-ID OF WS-DSP-WORK-RECORD
           MOVE WS-FOUND-TRAN-TYPE
               TO DSP-TRAN-TYPE OF WS-DSP-WORK-RECORD
           MOVE WS-FOUND-POSTED-DATE
               TO DSP-POSTED-DATE OF WS-DSP-WORK-RECORD
           MOVE WS-DISPUTED-AMOUNT
               TO DSP-DISPUTED-AMOUNT OF WS-DSP-WORK-RECORD
           MOVE DSMT-REASON-CODE
               TO DSP-REASON-CODE OF WS-DSP-WORK-RECORD
           MOVE WS-RUN-DATE TO DSP-OPEN-DATE OF WS-DSP-WORK-RECORD
           MOVE WS-INVEST-DUE-DATE
               TO DSP-INVEST-DUE-DATE OF WS-DSP-WORK-RECORD
           MOVE WS-REG-DUE-DATE
               TO DSP-REG-DUE-DATE OF WS-DSP-WORK-RECORD
           SET DSP-CASE-OPEN OF WS-DSP-WORK-RECORD TO TRUE
           MOVE 0 TO DSP-RESOLVED-DATE OF WS-DSP-WORK-RECORD
           IF DSMT-PROV-CREDIT-WANTED
               SET DSP-PROV-CREDIT-GIVEN OF WS-DSP-WORK-RECORD
                   TO TRUE
               SET DSP-CREDIT-WANTED OF WS-DSP-WORK-RECORD TO TRUE
           ELSE
               MOVE 'N' TO DSP-PROV-CREDIT-FLAG OF WS-DSP-WORK-RECORD
               SET DSP-CREDIT-NONE OF WS-DSP-WORK-RECORD TO TRUE
           END-IF
           SET DSP-REDEBIT-NONE OF WS-DSP-WORK-RECORD TO TRUE
           MOVE 'N' TO DSP-NOTICE-FLAG OF WS-DSP-WORK-RECORD
           MOVE DSMT-USER-ID TO DSP-OPENED-BY OF WS-DSP-WORK-RECORD
           ADD 1 TO WS-CASE-COUNT
           MOVE WS-DSP-WORK-RECORD TO WS-CASE-RECORD (WS-CASE-COUNT)
           ADD 1 TO WS-APPLIED-COUNT
           MOVE SPACES TO WS-OLD-VALUE
           MOVE SPACES TO WS-NEW-VALUE
           STRING DSMT-DISPUTED-TRAN-ID " " DSMT-REASON-CODE " P"
               DSP-PROV-CREDIT-FLAG OF WS-DSP-WORK-RECORD
               DELIMITED BY SIZE INTO WS-NEW-VALUE
           PERFORM NOTE-APPLIED-ACTION
           PERFORM WRITE-MAINT-AUDIT-RECORD.

      *----------------------------------------------------------------
      *    FINAL OR REDEBIT: THE CASE MUST STILL BE OPEN.  FINAL WITH
      *    NO PROVISIONAL CREDIT ON THE CASE WANTS THE CREDIT NOW;
      *    WHAT A REDEBIT TAKES BACK DEPENDS ON HOW FAR THE
      *    PROVISIONAL CREDIT HAS GOT, WHICH DISPUTE-CASE SORTS OUT.
      *----------------------------------------------------------------
       APPLY-RESOLVE-CASE.
           MOVE DSMT-DISPUTED-TRAN-ID TO DSP-TRAN-ID OF
               WS-DSP-WORK-RECORD
           PERFORM FIND-CASE-FOR-TRANSACTION
           IF WS-CASE-FOUND
               MOVE WS-CASE-RECORD (WS-CASE-FOUND-IDX)
                   TO WS-DSP-WORK-RECORD
               MOVE DSP-ACCOUNT-NUM OF WS-DSP-WORK-RECORD
                   TO WS-AUDIT-ACCOUNT-NUM
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-CASE-FOUND
                   MOVE "ACCTNF" TO WS-EXCEPTION-REASON-CODE
                   MOVE "NO DISPUTE CASE FOR TRANSACTION"
                       TO WS-EXCEPTION-REASON-TEXT
                   PERFORM WRITE-MAINT-EXCEPTION
               WHEN DSMT-ACCOUNT-NUM NOT = SPACES
                   AND DSMT-ACCOUNT-NUM
                       NOT = DSP-ACCOUNT-NUM OF WS-DSP-WORK-RECORD
                   MOVE "BADVALUE" TO WS-EXCEPTION-REASON-CODE
                   MOVE "ACCOUNT DOES NOT MATCH THE CASE"
                       TO WS-EXCEPTION-REASON-TEXT
                   PERFORM WRITE-MAINT-EXCEPTION
               WHEN NOT DSP-CASE-OPEN OF WS-DSP-WORK-RECORD
                   MOVE "BADVALUE" TO WS-EXCEPTION-REASON-CODE
                   MOVE "DISPUTE CASE ALREADY RESOLVED"
                       TO WS-EXCEPTION-REASON-TEXT
                   PERFORM WRITE-MAINT-EXCEPTION
               WHEN OTHER
                   IF DSMT-ACTION-FINAL
                       SET DSP-CASE-FINAL OF WS-DSP-WORK-RECORD
                           TO TRUE
                       IF DSP-CREDIT-NONE OF WS-DSP-WORK-RECORD
                           SET DSP-CREDIT-WANTED OF WS-DSP-WORK-RECORD
                               TO TRUE
                       END-IF
                   ELSE
                       SET DSP-CASE-REDEBITED OF WS-DSP-WORK-RECORD
                           TO TRUE
                   END-IF
                   MOVE WS-RUN-DATE
                       TO DSP-RESOLVED-DATE OF WS-DSP-WORK-RECORD
                   MOVE WS-DSP-WORK-RECORD
                       TO WS-CASE-RECORD (WS-CASE-FOUND-IDX)
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE "OPEN" TO WS-OLD-VALUE
                   MOVE DSMT-ACTION TO WS-NEW-VALUE
                   PERFORM NOTE-APPLIED-ACTION
                   PERFORM WRITE-MAINT-AUDIT-RECORD
           END-EVALUATE.

      *----------------------------------------------------------------
      *    LINEAR SEARCH OF THE CASE TABLE FOR THE TRANSACTION ID IN
      *    DSP-TRAN-ID OF THE WORK RECORD.  A TRANSACTION EVER HAS AT
      *    MOST ONE CASE, OPEN OR RESOLVED.
      *----------------------------------------------------------------
       FIND-CASE-FOR-TRANSACTION.
           MOVE 'N' TO WS-CASE-FOUND-FLAG
           MOVE 0 TO WS-CASE-FOUND-IDX
           PERFORM SEARCH-CASE-TABLE
               VARYING WS-CASE-IDX FROM 1 BY 1
               UNTIL WS-CASE-IDX > WS-CASE-COUNT
                  OR WS-CASE-FOUND.

       SEARCH-CASE-TABLE.
           IF WS-CASE-RECORD (WS-CASE-IDX) (1:6)
                  = DSP-TRAN-ID OF WS-DSP-WORK-RECORD
               SET WS-CASE-FOUND TO TRUE
               MOVE WS-CASE-IDX TO WS-CASE-FOUND-IDX
           END-IF.

      *----------------------------------------------------------------
      *    BACK OUT A RUN THAT FAILED SEVERE PART WAY THROUGH THE FEED:
      *    CLEAR EVERY DISPUTE FLAG THIS RUN SET, THEN ANSWER EVERY
      *    AUDITED ACTION WITH A BACKED-OUT ENTRY.  THE CASE FILE IS
      *    NOT WRITTEN, SO NOTHING OF THE FEED STANDS.
      *----------------------------------------------------------------
       BACK-OUT-APPLIED-ACTIONS.
           DISPLAY "DISPUTE-MAINT: Backing out the actions applied "
               "before the failure"
           PERFORM CLEAR-ONE-MARKED-POSTING
               VARYING WS-MARKED-IDX FROM 1 BY 1
               UNTIL WS-MARKED-IDX > WS-MARKED-COUNT
           PERFORM AUDIT-ONE-BACKED-OUT-ACTION
               VARYING WS-APPLIED-IDX FROM 1 BY 1
               UNTIL WS-APPLIED-IDX > WS-APPLIED-ACTION-COUNT.

       CLEAR-ONE-MARKED-POSTING.
           PERFORM CLEAR-ONE-DISPUTED-LEG
               VARYING WS-LEG-SEQ FROM 1 BY 1
               UNTIL WS-LEG-SEQ > WS-MK-LEG-COUNT (WS-MARKED-IDX).

      *    EVERY LEG WAS UNFLAGGED WHEN THE OPEN WAS ACCEPTED, SO ANY
      *    FLAG ON IT NOW IS THIS RUN'S.  A LEG THAT CANNOT BE
      *    CLEARED IS NAMED FOR OPERATIONS TO PUT RIGHT BY HAND.
       CLEAR-ONE-DISPUTED-LEG.
           MOVE WS-MK-TRAN-ID (WS-MARKED-IDX) TO THIS-TRAN-ID
           MOVE WS-LEG-SEQ TO THIS-LEG-SEQ
           READ TRANHIST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF THIS-LEG-DISPUTED
                       MOVE SPACE TO THIS-DISPUTE-FLAG
                       REWRITE TRAN-HISTORY-RECORD
                       IF NOT WS-TRANHIST-OK
                           DISPLAY "DISPUTE-MAINT: SEVERE - DISPUTE "
                               "FLAG NOT CLEARED ON LEG " WS-LEG-SEQ
                               " OF " WS-MK-TRAN-ID (WS-MARKED-IDX)
                               ", STATUS " WS-TRANHIST-STATUS
                               " - CLEAR IT BY HAND"
                       END-IF
                   END-IF
           END-READ.

       AUDIT-ONE-BACKED-OUT-ACTION.
           MOVE WS-ACTION-DETAIL (WS-AP-ACTION-IDX (WS-APPLIED-IDX))
               TO DSMT-DETAIL-DATA
           MOVE WS-AP-ACCOUNT-NUM (WS-APPLIED-IDX)
               TO WS-AUDIT-ACCOUNT-NUM
           MOVE "APPLIED" TO WS-OLD-VALUE
           MOVE "BACKED OUT - RC 16" TO WS-NEW-VALUE
           PERFORM WRITE-MAINT-AUDIT-RECORD
           ADD 1 TO WS-BACKED-OUT-COUNT.

      *----------------------------------------------------------------
      *    WRITE THE REWRITTEN CASE FILE - EMPTY AFTER A SEVERE
      *    ERROR, WHICH ALSO STOPS THE SWAP STEP.
      *----------------------------------------------------------------
       WRITE-NEW-CASE-FILE.
           OPEN OUTPUT CASEOUT
           IF NOT WS-SEVERE-ERROR-OCCURRED
               PERFORM WRITE-ONE-CASE
                   VARYING WS-CASE-IDX FROM 1 BY 1
                   UNTIL WS-CASE-IDX > WS-CASE-COUNT
           END-IF
           CLOSE CASEOUT.

       WRITE-ONE-CASE.
           MOVE WS-CASE-RECORD (WS-CASE-IDX) TO DISPUTE-CASE-OUT-RECORD
           WRITE DISPUTE-CASE-OUT-RECORD
           ADD 1 TO WS-CASE-OUT-COUNT.

       WRITE-MAINT-EXCEPTION.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO EXCEPTION-RECORD
           MOVE WS-RUN-DATE TO EXCP-RUN-DATE
           MOVE DSMT-ACCOUNT-NUM TO EXCP-ACCOUNT-NUM
           MOVE DSMT-TRAN-ID TO EXCP-TRAN-ID
           MOVE DSMT-ACTION TO EXCP-TRAN-TYPE
           MOVE 0 TO EXCP-AMOUNT
           MOVE 0 TO EXCP-BALANCE
           MOVE WS-EXCEPTION-REASON-CODE TO EXCP-REASON-CODE
           MOVE WS-EXCEPTION-REASON-TEXT TO EXCP-REASON-TEXT
           WRITE EXCEPTION-RECORD
           DISPLAY "DISPUTE-MAINT: EXCEPTION on " DSMT-TRAN-ID " - "
               WS-EXCEPTION-REASON-TEXT.

      *----------------------------------------------------------------
      *    RECORD AN OLD/NEW VALUE AUDIT ENTRY FOR AN APPLIED ACTION.
      *    MAUD-ACCOUNT-NUM CARRIES THE CASE'S ACCOUNT, TAKEN FROM THE
      *    CASE FILE ON A FINAL OR REDEBIT SO THE TRAIL NAMES IT EVEN
      *    WHEN THE FEED LEFT IT BLANK.  THE MAKER IS THE USER WHO
      *    KEYED THE ACTION.
      *----------------------------------------------------------------
       WRITE-MAINT-AUDIT-RECORD.
           PERFORM BUILD-CURRENT-TIMESTAMP
           MOVE SPACES TO MAINT-AUDIT-RECORD
           MOVE WS-RUN-DATE TO MAUD-RUN-DATE
           MOVE DSMT-TRAN-ID TO MAUD-TRAN-ID
           MOVE DSMT-ACTION TO MAUD-ACTION
           MOVE WS-AUDIT-ACCOUNT-NUM TO MAUD-ACCOUNT-NUM
           MOVE WS-OLD-VALUE TO MAUD-OLD-VALUE
           MOVE WS-NEW-VALUE TO MAUD-NEW-VALUE
           MOVE WS-CURRENT-TIMESTAMP TO MAUD-TIMESTAMP
           MOVE DSMT-USER-ID TO MAUD-MAKER-ID
           WRITE MAINT-AUDIT-RECORD.

      *    KEEP THE ACTION IN HAND, AND THE ACCOUNT ITS AUDIT ENTRY
      *    NAMES, IN CASE THE RUN HAS TO BE BACKED OUT.
       NOTE-APPLIED-ACTION.
           ADD 1 TO WS-APPLIED-ACTION-COUNT
           MOVE WS-ACTION-IDX
               TO WS-AP-ACTION-IDX (WS-APPLIED-ACTION-COUNT)
           MOVE WS-AUDIT-ACCOUNT-NUM
               TO WS-AP-ACCOUNT-NUM (WS-APPLIED-ACTION-COUNT).

       BUILD-CURRENT-TIMESTAMP.
           MOVE WS-RUN-DATE TO WS-CURRENT-TIMESTAMP (1:8)
           ACCEPT WS-CURRENT-TIMESTAMP (9:6) FROM TIME.

      *----------------------------------------------------------------
      *    READ THE DSMTIN TRAILER AND MAKE SURE THE COUNT THE FEED
      *    CLAIMED MATCHES WHAT WAS ACTUALLY READ.
      *----------------------------------------------------------------
       BALANCE-DSMTIN-TRAILER.
           IF DSMT-TRL-RECORD-COUNT NOT = WS-HDR-EXPECTED-COUNT
               OR DSMT-TRL-RECORD-COUNT NOT = WS-TOTAL-COUNT
               SET WS-DSMTIN-OUT-OF-BALANCE TO TRUE
               DISPLAY "DISPUTE-MAINT: *** DSMTIN COUNT OUT OF "
                   "BALANCE - HEADER/TRAILER/ACTUAL DO NOT AGREE ***"
           END-IF.

      *----------------------------------------------------------------
      *    WRITE ONE JOBSTAT RECORD SUMMARISING THE RUN FOR DOWNSTREAM
      *    MONITORING TOOLING.
      *----------------------------------------------------------------
       WRITE-JOBSTAT-RECORD.
           MOVE SPACES TO JOBSTAT-RECORD
           MOVE "DSPMNT" TO JOBSTAT-PROGRAM-NAME
           MOVE WS-RUN-DATE TO JOBSTAT-RUN-DATE
           MOVE WS-TOTAL-COUNT TO JOBSTAT-TOTAL-COUNT
           MOVE WS-APPLIED-COUNT TO JOBSTAT-VALID-COUNT
           MOVE WS-REJECT-COUNT TO JOBSTAT-INVALID-COUNT
           IF WS-SEVERE-ERROR-OCCURRED
               MOVE 16 TO JOBSTAT-RETURN-CODE
           ELSE
               IF WS-DSMTIN-OUT-OF-BALANCE
                   MOVE 8 TO JOBSTAT-RETURN-CODE
               ELSE
                   IF WS-REJECT-COUNT > 0
                       MOVE 4 TO JOBSTAT-RETURN-CODE
                   ELSE
                       MOVE 0 TO JOBSTAT-RETURN-CODE
                   END-IF
               END-IF
           END-IF
           WRITE JOBSTAT-RECORD.
