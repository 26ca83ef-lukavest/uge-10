           02  AU-PROGRAM       PIC X(06) VALUE SPACES.
           02  AU-TILLADT-SW    PIC X(01) VALUE "N".
               88  AU-TILLADT       VALUE "J".
           02  AU-NIVEAU        PIC 9(01) VALUE ZEROS.
