      *    HANDS ON A DUAL-CONTROL ACTION: THE MAKER WHO KEYED IT
      *    AND THE SUPERVISOR WHOSE DECISION APPLIED IT.  ACTIONS
      *    APPLIED DIRECTLY CARRY THE MAKER ALONE.
      *    DORMANT-SWEEP WRITES ACTION DORMANT (OLD A, NEW D) WITH A
      *    BLANK TRAN ID AND ITSELF AS MAKER.  AN ADD ONTO A PRODUCT
      *    IS FOLLOWED BY A SET-PRODUCT ENTRY UNDER THE SAME TRAN ID
      *    WITH A BLANK OLD VALUE, AND AN ADD IN A FOREIGN CURRENCY
      *    BY A SET-CURRENCY ENTRY THE SAME WAY, SO THE TRAIL CARRIES
      *    EVERYTHING ACCT-RECOVER NEEDS TO REBUILD THE MASTER'S OWN
      *    FIELDS.
      *    A DENIED DUAL-CONTROL ITEM IS LOGGED UNDER ITS ACTION WITH
      *    NEW VALUE DENIED AND CHANGED NOTHING.
      ******************************************************************
       01  MAINT-AUDIT-RECORD.
           05  MAUD-RUN-DATE           PIC 9(8).
