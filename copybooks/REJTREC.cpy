               88  REJ-SUSPENSE-DENIED     VALUE 'SDNY'.
               88  REJ-BAD-BRANCH-ID       VALUE 'BBRN'.
               88  REJ-STOP-PAYMENT        VALUE 'STOP'.
               88  REJ-BAD-CHEQUE-SERIAL   VALUE 'BCHQ'.
               88  REJ-DUPLICATE-CHEQUE    VALUE 'DCHQ'.
               88  REJ-BAD-CURRENCY        VALUE 'BCCY'.
               88  REJ-NO-RATE             VALUE 'NRTE'.
           05  FILLER                  PIC X VALUE ','.
           05  REJECT-REASON-TEXT      PIC X(30).
           05  FILLER                  PIC X VALUE ','.
