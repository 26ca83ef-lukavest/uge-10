           02  UB-ISIN          PIC X(12) VALUE SPACES.
           02  UB-PR-STK        PIC 9(05)V9(04) VALUE ZEROS.
           02  UB-SKAEREDATO    PIC X(10) VALUE SPACES.
           02  UB-BETALINGSDATO PIC X(10) VALUE SPACES.
           02  UB-UDB-STATUS    PIC X(01) VALUE "A".
               88  UB-AFVENTER      VALUE "A".
               88  UB-UDBETALT      VALUE "U".
