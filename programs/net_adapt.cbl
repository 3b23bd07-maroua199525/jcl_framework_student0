      *      THE ADAPTER'S OUTPUT CONTROL TOTALS PLUS THE REJECTED
      *      ITEMS MUST TOGETHER PROVE BACK TO THE NETWORK FILE'S
      *      OWN TRAILER - ANY MISS IS RC 8 AND NOTHING SHIPS
      *    - NETWORK CODE 41/CREDIT IS THE RETURN OF ONE OF OUR OWN
      *      OUTBOUND ITEMS.  IT TRANSLATES TO AN XFERRETURN ON THE
      *      ORIGINATING ACCOUNT, CARRYING THE ORIGINAL TRANSACTION
      *      ID FROM THE FRONT OF THE NETWORK REFERENCE WE SENT, SO
      *      POSTING CAN PROVE IT AGAINST THE ITEM BEFORE CREDITING
      ******************************************************************

       ENVIRONMENT DIVISION.
               WHEN NETW-TRAN-CODE = '30'
                   AND NETW-ITEM-IS-DEBIT
                   MOVE 'TRANSFER' TO WS-MAPPED-TYPE
               WHEN NETW-TRAN-CODE = '41'
                   AND NETW-ITEM-IS-CREDIT
                   MOVE 'XFERRETURN' TO WS-MAPPED-TYPE
               WHEN NETW-TRAN-CODE = '10'
                   OR NETW-TRAN-CODE = '20'
                   OR NETW-TRAN-CODE = '30'
                   OR NETW-TRAN-CODE = '41'
                   MOVE 'N' TO WS-ITEM-OK-FLAG
                   MOVE "D/C INDICATOR CONTRADICTS CODE"
                       TO WS-REJECT-REASON
                   MOVE 'N' TO WS-ITEM-OK-FLAG
                   MOVE "TRANSFER NEEDS A DISTINCT DEST"
                       TO WS-REJECT-REASON
               WHEN WS-MAPPED-TYPE = 'XFERRETURN'
                   AND NETW-REF-TRAN-ID = SPACES
                   MOVE 'N' TO WS-ITEM-OK-FLAG
                   MOVE "RETURN DOES NOT NAME OUR ITEM"
                       TO WS-REJECT-REASON
           END-EVALUATE.

      *----------------------------------------------------------------
                   MOVE NETW-DEST-ACCOUNT TO
                       TRAN-DEST-ACCOUNT-NUM OF WS-TRAN-WORK-RECORD
               END-IF
               IF WS-MAPPED-TYPE = 'XFERRETURN'
                   MOVE NETW-REF-TRAN-ID TO
                       TRAN-ORIG-TRAN-ID OF WS-TRAN-WORK-RECORD
               END-IF
               MOVE 0 TO TRAN-ATTEMPT-COUNT OF WS-TRAN-WORK-RECORD
               MOVE WS-NET-BRANCH-ID
                   TO TRAN-BRANCH-ID OF WS-TRAN-WORK-RECORD
