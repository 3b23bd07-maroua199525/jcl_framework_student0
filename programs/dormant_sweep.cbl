      *      ACCOUNT-UPDATE WITH ITS OWN ACCTDORM REASON CODE, AND A
      *      KEYED REACTIVATE THROUGH ACCT-MAINT RETURNS THE ACCOUNT
      *      TO ACTIVE WHEN THE CUSTOMER COMES BACK
      *    - EVERY ACCOUNT MADE DORMANT NOW WRITES AN OLD/NEW STATUS
      *      ENTRY (ACTION DORMANT) TO THE MNTAUDIT TRAIL, SO THE
      *      STATUS CHANGE IS ON RECORD LIKE ANY KEYED ONE AND
      *      ACCT-RECOVER CAN REPLAY IT WHEN REBUILDING THE MASTER
      ******************************************************************

       ENVIRONMENT DIVISION.
               FILE STATUS IS WS-ACCOUNTS-STATUS.
           SELECT DORMRPT ASSIGN TO "DORMRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MNTAUDIT ASSIGN TO "MNTAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOBSTAT ASSIGN TO "JOBSTAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  DORMRPT.
           COPY RPTLREC.

       FD  MNTAUDIT.
           COPY MAUDREC.

       FD  JOBSTAT.
           COPY JSTAREC.

       01  WS-NO-DATE-COUNT            PIC 9(7) VALUE 0.
       01  WS-EOF-FLAG                 PIC X VALUE 'N'.
       01  WS-RUN-DATE                 PIC 9(8) VALUE ZEROS.
       01  WS-CURRENT-TIMESTAMP        PIC X(14).
       01  WS-ACCOUNTS-STATUS          PIC X(2) VALUE '00'.
           88  WS-ACCOUNTS-OK              VALUE '00'.


           OPEN I-O ACCOUNTS
           OPEN OUTPUT DORMRPT
           OPEN OUTPUT MNTAUDIT
           OPEN OUTPUT JOBSTAT
           IF NOT WS-ACCOUNTS-OK
               DISPLAY "DORMANT-SWEEP: SEVERE - ACCOUNTS OPEN "

           CLOSE ACCOUNTS
           CLOSE DORMRPT
           CLOSE MNTAUDIT

           DISPLAY "DORMANT-SWEEP: Sweep completed"
           DISPLAY "DORMANT-SWEEP: Accounts scanned: "
               MOVE SPACES TO RPT-LINE
               MOVE WS-DORM-LINE TO RPT-LINE
               WRITE RPT-LINE
               PERFORM WRITE-MAINT-AUDIT-RECORD
               DISPLAY "DORMANT-SWEEP: " ACCT-NUMBER " made dormant"
           END-IF.

      *----------------------------------------------------------------
      *    RECORD THE STATUS CHANGE ON THE MAINTENANCE AUDIT TRAIL.
      *    THE SWEEP HAS NO FEED TRANSACTION, SO THE TRAN ID IS LEFT
      *    BLANK AND THE PROGRAM STANDS AS THE MAKER.
      *----------------------------------------------------------------
       WRITE-MAINT-AUDIT-RECORD.
           MOVE WS-RUN-DATE TO WS-CURRENT-TIMESTAMP (1:8)
           ACCEPT WS-CURRENT-TIMESTAMP (9:6) FROM TIME
           MOVE SPACES TO MAINT-AUDIT-RECORD
           MOVE WS-RUN-DATE TO MAUD-RUN-DATE
           MOVE SPACES TO MAUD-TRAN-ID
           MOVE "DORMANT" TO MAUD-ACTION
           MOVE ACCT-NUMBER TO MAUD-ACCOUNT-NUM
           MOVE 'A' TO MAUD-OLD-VALUE
           MOVE ACCT-STATUS-CODE TO MAUD-NEW-VALUE
           MOVE WS-CURRENT-TIMESTAMP TO MAUD-TIMESTAMP
           MOVE "DORMSWP" TO MAUD-MAKER-ID
           MOVE SPACES TO MAUD-APPROVER-ID
           WRITE MAINT-AUDIT-RECORD.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO RPT-LINE
           STRING "DORMANT ACCOUNT SWEEP - RUN DATE: " WS-RUN-DATE
