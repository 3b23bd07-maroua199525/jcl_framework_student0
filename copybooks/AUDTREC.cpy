      *    AUDIT-ORIG-TRAN-ID IS ONLY FILLED ON A REVERSAL LEG, WHERE
      *    IT CROSS-REFERENCES THE ORIGINAL POSTING BEING BACKED OUT;
      *    IT IS ALSO HOW A SECOND REVERSAL OF THE SAME POSTING IS
      *    DETECTED AND REFUSED.  AN XFERRETURN LEG CARRIES IT TOO,
      *    NAMING THE OUTXFER THE CLEARING NETWORK HANDED BACK.
      *    AUDIT-CYCLE IS THE POSTING CYCLE OF THE BUSINESS DATE THE
      *    LEG POSTED IN (01 = MORNING, 02 = AFTERNOON), SO
      *    CROSS-CYCLE DUPLICATE CHECKS AND INTRADAY REPORTING CAN
