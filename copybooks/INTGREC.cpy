      ******************************************************************
      *    INTGREC.CPY
      *    REFERENTIAL INTEGRITY EXCEPTION RECORD LAYOUT - ONE RECORD
      *    PER BROKEN LINK BETWEEN THE ACCOUNTS MASTER AND THE FILES
      *    THAT HANG OFF IT, WRITTEN BY REF-INTEGRITY TO THE
      *    CUMULATIVE INTGEXCP FILE FOR OPERATIONS TO WORK.
      *    INTG-CHECK NAMES THE RELATIONSHIP THAT FAILED:
      *      XREFCUST - CUSTXREF ROW POINTS AT A CUSTOMER NOT ON
      *                 CUSTMST
      *      XREFACCT - CUSTXREF ROW FOR AN ACCOUNT NOT ON THE MASTER
      *      ACCTNOXR - OPEN ACCOUNT WITH NO CUSTOMER LINK
      *      HOLDACCT - ACTIVE HOLD AGAINST A CLOSED OR MISSING
      *                 ACCOUNT
      *      STOPACCT - UNEXPIRED STOP-PAYMENT ORDER AGAINST A CLOSED
      *                 OR MISSING ACCOUNT
      *      SINSACCT - LIVE STANDING INSTRUCTION WHOSE SOURCE ACCOUNT
      *                 IS CLOSED OR MISSING
      *      SINSDEST - LIVE STANDING TRANSFER WHOSE DESTINATION
      *                 ACCOUNT IS CLOSED OR MISSING
      *      AUDNOHST - AUDITLOG LEG WITH NO MATCHING TRANHIST LEG
      *      HSTNOAUD - TRANHIST LEG WITH NO MATCHING AUDITLOG LEG
      *    INTG-SOURCE-FILE AND INTG-SOURCE-KEY IDENTIFY THE ROW
      *    CARRYING THE BROKEN LINK (A HOLD ID, AN INSTRUCTION ID, A
      *    TRANSACTION ID AND LEG); INTG-TARGET-KEY IS WHAT IT POINTS
      *    AT.  INTG-ACTION IS THE SUGGESTED CORRECTION.
      ******************************************************************
       01  INTEGRITY-EXCEPTION-RECORD.
           05  INTG-RUN-DATE           PIC 9(8).
           05  FILLER                  PIC X VALUE ','.
           05  INTG-CHECK              PIC X(8).
               88  INTG-XREF-NO-CUSTOMER   VALUE 'XREFCUST'.
               88  INTG-XREF-NO-ACCOUNT    VALUE 'XREFACCT'.
               88  INTG-ACCOUNT-NO-XREF    VALUE 'ACCTNOXR'.
               88  INTG-HOLD-BAD-ACCOUNT   VALUE 'HOLDACCT'.
               88  INTG-STOP-BAD-ACCOUNT   VALUE 'STOPACCT'.
               88  INTG-SINS-BAD-SOURCE    VALUE 'SINSACCT'.
               88  INTG-SINS-BAD-DEST      VALUE 'SINSDEST'.
               88  INTG-AUDIT-NO-HISTORY   VALUE 'AUDNOHST'.
               88  INTG-HISTORY-NO-AUDIT   VALUE 'HSTNOAUD'.
           05  FILLER                  PIC X VALUE ','.
           05  INTG-SOURCE-FILE        PIC X(8).
           05  FILLER                  PIC X VALUE ','.
           05  INTG-SOURCE-KEY         PIC X(14).
           05  FILLER                  PIC X VALUE ','.
           05  INTG-ACCOUNT-NUM        PIC X(5).
           05  FILLER                  PIC X VALUE ','.
           05  INTG-TARGET-KEY         PIC X(6).
           05  FILLER                  PIC X VALUE ','.
           05  INTG-PROBLEM            PIC X(30).
           05  FILLER                  PIC X VALUE ','.
           05  INTG-ACTION             PIC X(40).
