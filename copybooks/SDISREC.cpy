      ******************************************************************
      *    SDISREC.CPY
      *    SUSPICIOUS-ACTIVITY CASE DISPOSITION RECORD LAYOUT - ONE
      *    RECORD PER CASE COMPLIANCE HAS WORKED, KEYED BY THE CASE
      *    ID ON THE ALERT, IN THE DECSREC PATTERN THE SUSPENSE AND
      *    APPROVAL QUEUES USE.  READ BY SAR-MONITOR:
      *      CLEAR    - REVIEWED, NOTHING SUSPICIOUS
      *      ESCALATE - PASSED UP FOR INVESTIGATION, STILL OPEN
      *      FILE     - A REPORT HAS BEEN FILED WITH THE AUTHORITIES
      *    SDIS-OFFICER-ID NAMES THE COMPLIANCE OFFICER, STAMPED ON
      *    THE CASE.
      ******************************************************************
       01  SAR-DISPOSITION-RECORD.
           05  SDIS-CASE-ID            PIC X(8).
           05  FILLER                  PIC X VALUE ','.
           05  SDIS-ACTION             PIC X(8).
               88  SDIS-CLEAR              VALUE 'CLEAR'.
               88  SDIS-ESCALATE           VALUE 'ESCALATE'.
               88  SDIS-FILE               VALUE 'FILE'.
           05  FILLER                  PIC X VALUE ','.
           05  SDIS-OFFICER-ID         PIC X(8).
           05  FILLER                  PIC X(40).
