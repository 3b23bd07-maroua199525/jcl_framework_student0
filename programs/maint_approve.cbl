      *    - A DECISION WHOSE APPROVER IS THE ITEM'S OWN MAKER IS
      *      REFUSED TO EXCEPTIONS - ONE PERSON CANNOT BE BOTH PAIRS
      *      OF EYES
      *    - SET-PRODUCT JOINS THE QUEUE: AN APPROVED ITEM MOVES THE
      *      ACCOUNT ONTO THE NEW PRODUCT CODE
      ******************************************************************

       ENVIRONMENT DIVISION.
                   MOVE PNDI-NEW-VALUE TO ACCT-HOLDER-NAME
                   MOVE ACCT-HOLDER-NAME TO WS-NEW-VALUE
                   PERFORM REWRITE-APPROVED-ACCOUNT
               WHEN 'SET-PRODUCT'
                   MOVE ACCT-PRODUCT-CODE TO WS-OLD-VALUE
                   MOVE PNDI-NEW-VALUE (1:4) TO ACCT-PRODUCT-CODE
                   MOVE ACCT-PRODUCT-CODE TO WS-NEW-VALUE
                   PERFORM REWRITE-APPROVED-ACCOUNT
               WHEN OTHER
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "BADACTN" TO WS-EXCEPTION-REASON-CODE
