      *      AUDITORS FLAGGED.  HOLD AND REACTIVATE (THE ACTIONS
      *      THAT RESTORE SERVICE OR PROTECT THE BANK) STILL APPLY
      *      DIRECTLY, NOW WITH THE MAKER STAMPED ON THE AUDIT TRAIL
      *    - ADD NOW OPENS THE ACCOUNT ON THE PRODUCT NAMED IN
      *      MNT-PRODUCT-CODE, CHECKED AGAINST THE PRODTAB PRODUCT
      *      TABLE (BLANK STILL ALLOWED FOR A BAND-PRICED ACCOUNT);
      *      NEW SET-PRODUCT ACTION MOVES AN ACCOUNT TO ANOTHER
      *      PRODUCT, VALUE-CHECKED AGAINST PRODTAB AND HELD FOR
      *      APPROVAL LIKE THE OTHER PRICING-SENSITIVE CHANGES
      *    - AN ADD ONTO A PRODUCT NOW ALSO WRITES A SET-PRODUCT AUDIT
      *      ENTRY (BLANK OLD VALUE) UNDER THE SAME TRAN ID, SO THE
      *      MNTAUDIT TRAIL CARRIES THE OPENING PRODUCT AND THE
      *      MASTER CAN BE REBUILT FROM IT BY ACCT-RECOVER
      *    - ADD NOW OPENS THE ACCOUNT IN THE CURRENCY NAMED IN
      *      MNT-CURRENCY-CODE (BLANK = HOME; OTHERWISE THREE
      *      LETTERS, BADVALUE IF NOT) AND WRITES A SET-CURRENCY AUDIT
      *      ENTRY FOR A FOREIGN ONE THE SAME WAY AS SET-PRODUCT.  AN
      *      ACCOUNT'S CURRENCY IS FIXED FOR ITS LIFE
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MNTAUDIT ASSIGN TO "MNTAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRODTAB ASSIGN TO "PRODTAB"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PENDOUT ASSIGN TO "PENDOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCPTNS ASSIGN TO "EXCPTNS"
       FD  MNTAUDIT.
           COPY MAUDREC.

       FD  PRODTAB.
           COPY PRODREC.

       FD  PENDOUT.
           COPY PENDREC.

       01  WS-OLD-VALUE                PIC X(20).
       01  WS-NEW-VALUE                PIC X(20).

      *    PRODUCT CODES ON THE PRODUCT TABLE, LOADED UP FRONT SO AN
      *    ADD OR SET-PRODUCT CANNOT PUT AN ACCOUNT ON A PRODUCT THE
      *    PRICING RUNS HAVE NEVER HEARD OF.
       01  WS-PRODUCT-TABLE.
           05  WS-PRODUCT-COUNT         PIC 9(3) VALUE 0.
           05  WS-PRODUCT-CODE          PIC X(4) OCCURS 50 TIMES.
       01  WS-PRODUCT-IDX              PIC 9(3) VALUE 0.
       01  WS-PRODUCT-FOUND-FLAG       PIC X VALUE 'N'.
           88  WS-PRODUCT-FOUND             VALUE 'Y'.
       01  WS-LOOKUP-PRODUCT           PIC X(4) VALUE SPACES.
       01  WS-PRODUCTS-EOF-FLAG        PIC X VALUE 'N'.

      *    HEADER/TRAILER CONTROL TOTALS CARRIED ON MNTIN.  THE FEED
      *    CARRIES NO AMOUNTS, SO BALANCING IS ON RECORD COUNT ONLY.
       01  WS-HDR-EXPECTED-COUNT       PIC 9(7) VALUE 0.

           PERFORM ESTABLISH-RUN-DATE

           OPEN INPUT PRODTAB
           PERFORM LOAD-PRODUCT-TABLE
               UNTIL WS-PRODUCTS-EOF-FLAG = 'Y'
           CLOSE PRODTAB

           OPEN I-O ACCOUNTS
           PERFORM VERIFY-ACCOUNTS-OPEN-STATUS
           IF WS-SEVERE-ERROR-OCCURRED
           END-IF
           DISPLAY "ACCT-MAINT: Run date is " WS-RUN-DATE.

      *----------------------------------------------------------------
      *    LOAD THE PRODUCT CODES AN ACCOUNT MAY BE PUT ON.
      *----------------------------------------------------------------
       LOAD-PRODUCT-TABLE.
           READ PRODTAB
               AT END MOVE 'Y' TO WS-PRODUCTS-EOF-FLAG
               NOT AT END
                   IF WS-PRODUCT-COUNT < 50
                       ADD 1 TO WS-PRODUCT-COUNT
                       MOVE PROD-CODE
                           TO WS-PRODUCT-CODE (WS-PRODUCT-COUNT)
                   ELSE
                       DISPLAY "ACCT-MAINT: SEVERE - product table "
                           "full, entries beyond 50 ignored"
                       SET WS-SEVERE-ERROR-OCCURRED TO TRUE
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *    IS WS-LOOKUP-PRODUCT ON THE PRODUCT TABLE?
      *----------------------------------------------------------------
       FIND-PRODUCT-CODE.
           MOVE 'N' TO WS-PRODUCT-FOUND-FLAG
           PERFORM SEARCH-PRODUCT-TABLE
               VARYING WS-PRODUCT-IDX FROM 1 BY 1
               UNTIL WS-PRODUCT-IDX > WS-PRODUCT-COUNT
                  OR WS-PRODUCT-FOUND.

       SEARCH-PRODUCT-TABLE.
           IF WS-PRODUCT-CODE (WS-PRODUCT-IDX) = WS-LOOKUP-PRODUCT
               SET WS-PRODUCT-FOUND TO TRUE
           END-IF.

      *----------------------------------------------------------------
      *    READ AND VALIDATE THE MNTIN HEADER.  A FEED WITHOUT A
      *    HEADER IS REFUSED OUTRIGHT, THE SAME WAY BATCH-VALIDATOR
      *    PROGRAM DOES NOT RECOGNISE GOES TO THE EXCEPTIONS FILE
      *    RATHER THAN BEING SILENTLY DROPPED.
      *----------------------------------------------------------------
      *    CLOSE, SET-OVERDRAFT, NAME-CHANGE AND SET-PRODUCT ARE
      *    HIGH-RISK: ONE KEYING ERROR (OR ONE BAD ACTOR) CLOSES AN
      *    ACCOUNT, GRANTS OVERDRAFT OR REPRICES IT WITH NO SECOND
      *    PAIR OF EYES.  THEY ARE
      *    VALUE-CHECKED HERE BUT APPLIED ONLY BY MNT-APPROVE, ONCE
      *    A SUPERVISOR DECISION ARRIVES - THE WAY SUSP-REL WORKS
      *    THE SUSPENSE QUEUE.
                   PERFORM PEND-SET-OVERDRAFT
               WHEN MNT-ACTION-NAME-CHANGE
                   PERFORM PEND-NAME-CHANGE
               WHEN MNT-ACTION-SET-PRODUCT
                   PERFORM PEND-SET-PRODUCT
               WHEN OTHER
                   MOVE "BADACTN" TO WS-EXCEPTION-REASON-CODE
                   MOVE "UNKNOWN MAINTENANCE ACTION"
      *    ADD: THE ACCOUNT MUST NOT ALREADY EXIST.  A NEW ACCOUNT
      *    OPENS ACTIVE, NOT OVERDRAFT-ELIGIBLE, WITH A ZERO BALANCE -
      *    THE CUSTOMER'S FIRST DEPOSIT FUNDS IT THROUGH THE NORMAL
      *    POSTING RUN.  IT OPENS ON THE PRODUCT THE FEED NAMES, OR
      *    ON NO PRODUCT (BAND PRICING) WHEN THE FEED LEAVES IT BLANK,
      *    AND IN THE CURRENCY THE FEED NAMES, OR THE HOME CURRENCY.
      *    THE RATE TABLE IS NOT CONSULTED - A NEW ACCOUNT HAS NO
      *    BALANCE TO CONVERT, AND A TRANSFER INTO IT BEFORE THE
      *    CURRENCY HAS A RATE IS REFUSED AT VALIDATION.
      *----------------------------------------------------------------
       APPLY-ADD-ACCOUNT.
           PERFORM VALIDATE-MNT-DATE
           MOVE MNT-PRODUCT-CODE TO WS-LOOKUP-PRODUCT
           PERFORM FIND-PRODUCT-CODE
           EVALUATE TRUE
      *    A BLANK KEY WOULD WRITE A SPACES-KEY RECORD THE DAILY
      *    MASTER AUDIT FLAGS AS DAMAGE, AND WITH NO DELETE ACTION
               MOVE "ADD REQUIRES A VALID DATE"
                   TO WS-EXCEPTION-REASON-TEXT
               PERFORM WRITE-MAINT-EXCEPTION
           WHEN MNT-PRODUCT-CODE NOT = SPACES
               AND NOT WS-PRODUCT-FOUND
               MOVE "BADVALUE" TO WS-EXCEPTION-REASON-CODE
               MOVE "PRODUCT CODE NOT ON PRODTAB"
                   TO WS-EXCEPTION-REASON-TEXT
               PERFORM WRITE-MAINT-EXCEPTION
           WHEN MNT-CURRENCY-CODE NOT = SPACES
               AND (MNT-CURRENCY-CODE NOT ALPHABETIC
                   OR MNT-CURRENCY-CODE (1:1) = SPACE
                   OR MNT-CURRENCY-CODE (2:1) = SPACE
                   OR MNT-CURRENCY-CODE (3:1) = SPACE)
               MOVE "BADVALUE" TO WS-EXCEPTION-REASON-CODE
               MOVE "CURRENCY CODE NOT VALID"
                   TO WS-EXCEPTION-REASON-TEXT
               PERFORM WRITE-MAINT-EXCEPTION
           WHEN OTHER
               MOVE SPACES TO ACCOUNT-RECORD
               MOVE MNT-ACCOUNT-NUM TO ACCT-NUMBER
               MOVE 'A' TO ACCT-STATUS-CODE
               MOVE 'N' TO ACCT-OVERDRAFT-FLAG
               MOVE MNT-DATE TO ACCT-LAST-ACTIVITY-DATE
               MOVE MNT-PRODUCT-CODE TO ACCT-PRODUCT-CODE
               MOVE MNT-CURRENCY-CODE TO ACCT-CURRENCY-CODE
               WRITE ACCOUNT-RECORD
                   INVALID KEY
                       MOVE "ACCTDUP" TO WS-EXCEPTION-REASON-CODE
                           MOVE SPACES TO WS-OLD-VALUE
                           MOVE MNT-NEW-VALUE TO WS-NEW-VALUE
                           PERFORM WRITE-MAINT-AUDIT-RECORD
                           IF MNT-PRODUCT-CODE NOT = SPACES
                               PERFORM WRITE-ADD-PRODUCT-AUDIT
                           END-IF
                           IF MNT-CURRENCY-CODE NOT = SPACES
                               PERFORM WRITE-ADD-CURRENCY-AUDIT
                           END-IF
                       END-IF
               END-WRITE
           END-EVALUATE.
               PERFORM PEND-STATUS-ACTION
           END-IF.

      *----------------------------------------------------------------
      *    SET-PRODUCT: THE NEW PRODUCT CODE MUST BE ON THE PRODUCT
      *    TABLE, THEN THE ACTION WAITS FOR APPROVAL.
      *----------------------------------------------------------------
       PEND-SET-PRODUCT.
           MOVE MNT-NEW-VALUE (1:4) TO WS-LOOKUP-PRODUCT
           PERFORM FIND-PRODUCT-CODE
           IF WS-LOOKUP-PRODUCT = SPACES
               OR NOT WS-PRODUCT-FOUND
               MOVE "BADVALUE" TO WS-EXCEPTION-REASON-CODE
               MOVE "PRODUCT CODE NOT ON PRODTAB"
                   TO WS-EXCEPTION-REASON-TEXT
               PERFORM WRITE-MAINT-EXCEPTION
           ELSE
               PERFORM PEND-STATUS-ACTION
           END-IF.

      *----------------------------------------------------------------
      *    QUEUE A VALUE-CHECKED HIGH-RISK ACTION FOR THE APPROVAL
      *    RUN, STAMPED WITH ITS MAKER AND THE DATE PLACED SO THE
           MOVE SPACES TO MAUD-APPROVER-ID
           WRITE MAINT-AUDIT-RECORD.

      *----------------------------------------------------------------
      *    THE ADD ENTRY'S VALUE FIELD HOLDS THE HOLDER NAME, SO THE
      *    OPENING PRODUCT IS RECORDED AS ITS OWN SET-PRODUCT ENTRY
      *    FROM A BLANK OLD VALUE.
      *----------------------------------------------------------------
       WRITE-ADD-PRODUCT-AUDIT.
           MOVE SPACES TO MAINT-AUDIT-RECORD
           MOVE WS-RUN-DATE TO MAUD-RUN-DATE
           MOVE MNT-TRAN-ID TO MAUD-TRAN-ID
           MOVE "SET-PRODUCT" TO MAUD-ACTION
           MOVE MNT-ACCOUNT-NUM TO MAUD-ACCOUNT-NUM
           MOVE SPACES TO MAUD-OLD-VALUE
           MOVE MNT-PRODUCT-CODE TO MAUD-NEW-VALUE
           MOVE WS-CURRENT-TIMESTAMP TO MAUD-TIMESTAMP
           MOVE MNT-USER-ID TO MAUD-MAKER-ID
           MOVE SPACES TO MAUD-APPROVER-ID
           WRITE MAINT-AUDIT-RECORD.

      *----------------------------------------------------------------
      *    LIKEWISE A FOREIGN OPENING CURRENCY, AS A SET-CURRENCY
      *    ENTRY.  THERE IS NO SET-CURRENCY ACTION ON THE FEED - THE
      *    ENTRY ONLY EVER FOLLOWS AN ADD.
      *----------------------------------------------------------------
       WRITE-ADD-CURRENCY-AUDIT.
           MOVE SPACES TO MAINT-AUDIT-RECORD
           MOVE WS-RUN-DATE TO MAUD-RUN-DATE
           MOVE MNT-TRAN-ID TO MAUD-TRAN-ID
           MOVE "SET-CURRENCY" TO MAUD-ACTION
           MOVE MNT-ACCOUNT-NUM TO MAUD-ACCOUNT-NUM
           MOVE SPACES TO MAUD-OLD-VALUE
           MOVE MNT-CURRENCY-CODE TO MAUD-NEW-VALUE
           MOVE WS-CURRENT-TIMESTAMP TO MAUD-TIMESTAMP
           MOVE MNT-USER-ID TO MAUD-MAKER-ID
           MOVE SPACES TO MAUD-APPROVER-ID
           WRITE MAINT-AUDIT-RECORD.

       BUILD-CURRENT-TIMESTAMP.
           MOVE WS-RUN-DATE TO WS-CURRENT-TIMESTAMP (1:8)
           ACCEPT WS-CURRENT-TIMESTAMP (9:6) FROM TIME.
