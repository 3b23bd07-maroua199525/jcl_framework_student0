      *    PENDREC.CPY
      *    PENDING MAINTENANCE APPROVAL RECORD LAYOUT - ONE RECORD
      *    PER HIGH-RISK ACCOUNT MAINTENANCE ACTION (CLOSE,
      *    SET-OVERDRAFT, NAME-CHANGE, SET-PRODUCT) DIVERTED BY
      *    ACCT-MAINT TO WAIT FOR A SECOND PAIR OF EYES INSTEAD OF
      *    APPLYING STRAIGHT FROM THE FEED.  WORKED BY MNT-APPROVE
      *    AGAINST THE SUPERVISOR DECISION FEED, THE WAY SUSP-REL
      *    WORKS THE SUSPENSE QUEUE: APPROVED ITEMS APPLY WITH MAKER
      *    AND APPROVER STAMPED INTO THE MNTAUDIT TRAIL, DENIED ITEMS
      *    ARE DROPPED WITH AN AUDIT ENTRY, AND UNDECIDED ITEMS
      *    CARRY FORWARD AND AGE ON THE APPROVAL REPORT.
      ******************************************************************
