      *        T12345" THROUGH TRAN-INQUIRY WITHOUT A BATCH SCAN
      *    THIS-REVERSED-FLAG IS SET ON AN ORIGINAL LEG WHEN A
      *    REVERSAL BACKS IT OUT, WHICH IS HOW A SECOND REVERSAL OF
      *    THE SAME POSTING IS DETECTED AND REFUSED.  A NETWORK
      *    RETURN SETS IT ON THE OUTXFER IT HANDS BACK, SO THE ITEM
      *    CAN BE NEITHER RETURNED TWICE NOR REVERSED AS WELL.
      *    THIS-DISPUTE-FLAG IS SET TO D ON EVERY LEG OF A POSTING A
      *    CUSTOMER HAS DISPUTED WHEN DISPUTE-MAINT OPENS THE CASE, SO
      *    THE SAME POSTING CAN NEITHER BE DISPUTED AGAIN NOR BACKED
      *    OUT BY A REVERSAL OR A NETWORK RETURN BEHIND THE CASE'S
      *    BACK.  IT STAYS SET ONCE THE CASE IS RESOLVED.  DISPUTE-
      *    CASE SETS IT TO F ON A PROVISIONAL CREDIT THE CASE HAS
      *    MADE FINAL, SO STATEMENTS STOP CALLING IT PROVISIONAL.
      *    THIS-CHEQUE-SERIAL CARRIES THE SERIAL OF A POSTED CHEQUE SO
      *    STATEMENTS CAN SHOW IT; BLANK ON EVERY OTHER LEG.
      *    THE FILE MUST STAY IN STEP WITH AUDITLOG: ACCOUNT-UPDATE
      *    PROVES ITS HISTORY WRITES AGAINST ITS AUDIT WRITES EVERY
      *    RUN AND FAILS SEVERE ON ANY MISMATCH.
           05  THIS-BRANCH-ID          PIC X(3).
           05  THIS-REVERSED-FLAG      PIC X(1).
               88  THIS-LEG-REVERSED       VALUE 'R'.
           05  THIS-CHEQUE-SERIAL      PIC X(8).
           05  THIS-DISPUTE-FLAG       PIC X(1).
               88  THIS-LEG-DISPUTED       VALUE 'D'.
               88  THIS-CREDIT-MADE-FINAL  VALUE 'F'.
           05  FILLER                  PIC X(1).
