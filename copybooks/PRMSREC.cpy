      *    KEYS IN USE:
      *      SUSPTHRESH - BATCH-VALIDATOR'S LARGE-AMOUNT SUSPENSE
      *                   THRESHOLD
      *      STALEDAYS  - BATCH-VALIDATOR'S STALE DATE WINDOW
      *      WHSEDAYS   - BATCH-VALIDATOR'S WAREHOUSE HORIZON, IN DAYS:
      *                   A FUTURE-DATED ITEM WITHIN IT IS WAREHOUSED
      *                   UNTIL ITS VALUE DATE, ONE BEYOND IT REJECTS
      *      MAXATTEMPT - REJ-RECYCLE'S MAXIMUM RESUBMISSION ATTEMPTS
      *      CASHTHRESH - CASH-REPORT'S LARGE-CASH REGULATORY
      *                   REPORTING THRESHOLD
      *      ESCHDAYS   - ESCHEAT-RUN'S STATUTORY DORMANCY PERIOD, IN
      *                   DAYS, BEFORE A BALANCE IS REMITTED
      *      ESCHLEAD   - ESCHEAT-RUN'S DUE-DILIGENCE LETTER LEAD
      *                   TIME, IN DAYS AHEAD OF THE REMITTANCE DATE
      *      TAXFLOOR   - INT-TAX-REPORT'S INTEREST REPORTING FLOOR;
      *                   A CUSTOMER'S YEAR BELOW IT IS NOT FILED
      *      TAXPAYERID - INT-TAX-REPORT'S PAYER IDENTIFICATION
      *                   NUMBER FOR THE ELECTRONIC FILING (NO DEFAULT)
      *      SARMINAMT  - SAR-MONITOR'S SMALLEST AMOUNT WORTH AN
      *                   ALERT (DORMEMPT, PASSTHRU)
      *      SARDORMDAYS- SAR-MONITOR'S GAP, IN DAYS, THAT MAKES AN
      *                   ACCOUNT DORMANT
      *      SARDORMPCT - SAR-MONITOR'S PERCENT OF A REACTIVATED
      *                   BALANCE TAKEN OUT THAT COUNTS AS EMPTIED
      *      SARSHORTDAYS SAR-MONITOR'S SHORT WINDOW, IN DAYS, FOR
      *                   DORMEMPT AND PASSTHRU
      *      SARPASSPCT - SAR-MONITOR'S PERCENT OF MONEY IN SENT BACK
      *                   OUT THAT COUNTS AS A PASS-THROUGH
      *      SARNEWDAYS - SAR-MONITOR'S AGE, IN DAYS, UNDER WHICH AN
      *                   ACCOUNT IS NEW
      *      SARNEWTHRU - SAR-MONITOR'S NEW-ACCOUNT THROUGHPUT LIMIT
      *      SARNEARPCT - SAR-MONITOR'S BAND, IN PERCENT BELOW
      *                   CASHTHRESH, THAT IS "JUST UNDER" IT
      *      SARSTRDAYS - SAR-MONITOR'S STRUCTURING WINDOW, IN DAYS
      *      SARSTRCNT  - SAR-MONITOR'S NUMBER OF JUST-UNDER DEPOSITS
      *                   THAT IS STRUCTURING
      *      SARQUIETDAYS SAR-MONITOR'S DAYS A CLEARED OR FILED CASE
      *                   KEEPS ITS PATTERN FROM ALERTING AGAIN
      *      ODHOLDDAYS   OD-AGING'S DAYS OVERDRAWN BEFORE THE
      *                   ACCOUNT IS PUT ON HOLD
      *      ODCHGDAYS    OD-AGING'S DAYS OVERDRAWN BEFORE THE
      *                   BALANCE IS CHARGED OFF
      *      DSPINVDAYS - DISPUTE-MAINT'S BUSINESS DAYS ALLOWED TO
      *                   INVESTIGATE A NEW DISPUTE CASE
      *      DSPREGDAYS - DISPUTE-MAINT'S BUSINESS DAYS TO THE
      *                   REGULATORY DEADLINE FOR RESOLVING A CASE
      *      DSPWARNDAYS- DISPUTE-CASE'S BUSINESS DAYS BEFORE THE
      *                   REGULATORY DEADLINE AT WHICH A CASE IS
      *                   FLAGGED ON THE AGED-CASE REPORT
      *      DSPKEEPDAYS- DISPUTE-CASE'S DAYS A CLOSED CASE IS KEPT
      *                   ON THE CASE FILE AFTER IT WAS RESOLVED
      ******************************************************************
       01  RUN-PARM-RECORD.
           05  PRM-KEY                 PIC X(12).
