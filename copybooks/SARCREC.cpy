      ******************************************************************
      *    SARCREC.CPY
      *    SUSPICIOUS-ACTIVITY CASE FILE RECORD LAYOUT - ONE RECORD
      *    PER ALERT RAISED, OPENED BY SAR-MONITOR WHEN A RULE FIRST
      *    HITS AN ACCOUNT AND CARRIED FORWARD, RUN TO RUN, ON A
      *    REWRITTEN COPY OF THE FILE (THE PENDIN/PENDOUT PATTERN).
      *    COMPLIANCE RECORDS ITS DISPOSITION THROUGH THE DISPOSITION
      *    FEED (SDISREC); SAR-MONITOR APPLIES IT AT THE TOP OF THE
      *    NEXT RUN.  WHILE A CASE FOR THE SAME RULE AND ACCOUNT IS
      *    OPEN OR ESCALATED, A REPEAT HIT ONLY MOVES
      *    SARC-LAST-HIT-DATE - IT DOES NOT ALERT AGAIN.  A CLEARED
      *    OR FILED CASE KEEPS THE PATTERN QUIET FOR SARQUIETDAYS
      *    (RUN PARAMETERS FILE) AFTER THE DISPOSITION; A HIT AFTER
      *    THAT OPENS A NEW CASE.  A FILED CASE IS FINAL.
      ******************************************************************
       01  SAR-CASE-RECORD.
           05  SARC-CASE-ID            PIC X(8).
           05  FILLER                  PIC X VALUE ','.
           05  SARC-RULE               PIC X(8).
           05  FILLER                  PIC X VALUE ','.
           05  SARC-ACCOUNT-NUM        PIC X(5).
           05  FILLER                  PIC X VALUE ','.
           05  SARC-OPENED-DATE        PIC 9(8).
           05  FILLER                  PIC X VALUE ','.
           05  SARC-LAST-HIT-DATE      PIC 9(8).
           05  FILLER                  PIC X VALUE ','.
           05  SARC-SCORE              PIC 9(2).
           05  FILLER                  PIC X VALUE ','.
           05  SARC-DISPOSITION        PIC X(1).
               88  SARC-OPEN               VALUE ' '.
               88  SARC-CLEARED            VALUE 'C'.
               88  SARC-ESCALATED          VALUE 'E'.
               88  SARC-FILED              VALUE 'F'.
           05  FILLER                  PIC X VALUE ','.
           05  SARC-DISPOSITION-DATE   PIC 9(8).
           05  FILLER                  PIC X VALUE ','.
           05  SARC-OFFICER-ID         PIC X(8).
