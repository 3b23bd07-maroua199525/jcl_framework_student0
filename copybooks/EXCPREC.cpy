               88  EXCP-BAD-MAINT-ACTION   VALUE 'BADACTN'.
               88  EXCP-BAD-MAINT-VALUE    VALUE 'BADVALUE'.
               88  EXCP-HOLD-BLOCKED       VALUE 'HOLDBLKD'.
               88  EXCP-CHEQUE-ALREADY-PAID VALUE 'DUPCHQ'.
               88  EXCP-RETURN-MISMATCH    VALUE 'RTNMISM'.
               88  EXCP-CURRENCY-MISMATCH  VALUE 'CCYMISM'.
               88  EXCP-NO-EXCHANGE-RATE   VALUE 'NORATE'.
               88  EXCP-UNDER-DISPUTE      VALUE 'DISPUTED'.
               88  EXCP-OUTXFER-SENT       VALUE 'OUTXSENT'.
           05  FILLER                  PIC X VALUE ','.
           05  EXCP-REASON-TEXT        PIC X(30).
           05  FILLER                  PIC X VALUE ','.
