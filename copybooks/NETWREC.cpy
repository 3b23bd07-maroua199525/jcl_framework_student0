      *    NETWREC.CPY
      *    CLEARING NETWORK SETTLEMENT FILE RECORD LAYOUT - THE
      *    REGIONAL NETWORK'S OWN FIXED FORMAT, NOTHING LIKE THE
      *    COMMA-LAID TRANREC.  ON THE INBOUND SIDE IT IS READ ONLY
      *    BY NET-ADAPT, WHICH TRANSLATES IT INTO A BALANCED TRANSIN
      *    SECTION; NOTHING DOWNSTREAM EVER SEES THIS LAYOUT.
      *    NETW-REC-TYPE TELLS A READER WHICH REDEFINED VIEW APPLIES:
      *      B - BATCH HEADER (BATCH NUMBER AND DATE)
      *      D - ONE SETTLEMENT ITEM.  THE AMOUNT IS IN WHOLE CENTS
      *      F - FILE TRAILER (GRAND COUNT AND CENTS TOTAL), WHICH
      *          THE ADAPTER'S OUTPUT CONTROL TOTALS ARE PROVED
      *          AGAINST BEFORE ANYTHING RIDES THE POSTING STREAM
      *    THE SAME LAYOUT CARRIES OUR OUTBOUND FILE THE OTHER WAY,
      *    WRITTEN BY NET-OUTBOUND: CODE 40/DEBIT IS ONE OF OUR
      *    CUSTOMERS PAYING NETW-ACCOUNT'S MONEY TO NETW-DEST-ACCOUNT
      *    AT ANOTHER BANK, WITH OUR TRANSACTION ID IN THE FIRST SIX
      *    BYTES OF NETW-REF.  WHEN THE OTHER BANK CANNOT PAY IT, THE
      *    ITEM COMES BACK ON THE INBOUND FILE AS CODE 41/CREDIT TO
      *    THE SAME ACCOUNT WITH THAT REFERENCE UNCHANGED.
      ******************************************************************
       01  NETWORK-RECORD.
           05  NETW-REC-TYPE           PIC X(1).
               88  NETW-REC-IS-FILE-TRL    VALUE 'F'.
           05  NETW-DETAIL-DATA.
               10  NETW-REF                PIC X(10).
               10  NETW-REF-PARTS REDEFINES NETW-REF.
                   15  NETW-REF-TRAN-ID        PIC X(6).
                   15  NETW-REF-DATE-MMDD      PIC X(4).
               10  NETW-TRAN-CODE          PIC X(2).
               10  NETW-DC-IND             PIC X(1).
                   88  NETW-ITEM-IS-DEBIT      VALUE 'D'.
