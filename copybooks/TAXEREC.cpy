      ******************************************************************
      *    TAXEREC.CPY
      *    YEAR-END INTEREST ELECTRONIC FILING RECORD LAYOUT - THE TAX
      *    AUTHORITY'S OWN FIXED FORMAT, WRITTEN BY INT-TAX-REPORT.
      *    NO DELIMITERS; EVERY FIELD IS FIXED WIDTH AND AMOUNTS ARE
      *    IN WHOLE CENTS.  TAXE-REC-TYPE TELLS A READER WHICH
      *    REDEFINED VIEW APPLIES:
      *      A - PAYER RECORD (ONE PER FILE, FIRST RECORD): THE TAX
      *          YEAR AND THE BANK'S PAYER IDENTIFICATION NUMBER
      *      B - PAYEE RECORD: ONE PER REPORTABLE CUSTOMER, WITH THE
      *          NAME AND ADDRESS FROM THE CUSTOMER MASTER AND THE
      *          YEAR'S INTEREST ACROSS ALL THE CUSTOMER'S ACCOUNTS
      *      C - END-OF-PAYER RECORD (ONE PER FILE, LAST RECORD):
      *          PAYEE COUNT AND CENTS TOTAL, WHICH THE AUTHORITY
      *          PROVES THE B RECORDS AGAINST
      ******************************************************************
       01  TAX-EFILE-RECORD.
           05  TAXE-REC-TYPE           PIC X(1).
               88  TAXE-REC-IS-PAYER       VALUE 'A'.
               88  TAXE-REC-IS-PAYEE       VALUE 'B'.
               88  TAXE-REC-IS-END-PAYER   VALUE 'C'.
           05  TAXE-PAYEE-DATA.
               10  TAXE-TAX-YEAR           PIC 9(4).
               10  TAXE-PAYEE-ID           PIC X(6).
               10  TAXE-PAYEE-NAME         PIC X(20).
               10  TAXE-ADDR-LINE-1        PIC X(30).
               10  TAXE-ADDR-LINE-2        PIC X(30).
               10  TAXE-ADDR-LINE-3        PIC X(30).
               10  TAXE-AMOUNT-CENTS       PIC 9(12).
               10  TAXE-ACCOUNT-COUNT      PIC 9(3).
               10  FILLER                  PIC X(5).
           05  TAXE-PAYER-DATA REDEFINES TAXE-PAYEE-DATA.
               10  TAXE-A-TAX-YEAR         PIC 9(4).
               10  TAXE-A-PAYER-ID         PIC 9(9).
               10  TAXE-A-CREATED-DATE     PIC 9(8).
               10  FILLER                  PIC X(119).
           05  TAXE-END-PAYER-DATA REDEFINES TAXE-PAYEE-DATA.
               10  TAXE-C-PAYEE-COUNT      PIC 9(8).
               10  TAXE-C-AMOUNT-CENTS     PIC 9(15).
               10  FILLER                  PIC X(117).
