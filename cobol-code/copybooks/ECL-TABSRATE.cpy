           02  ET-PRODUKT       PIC X(10) VALUE SPACES.
           02  ET-STADIE        PIC 9(01) VALUE ZEROS.
           02  ET-TABSRATE      PIC 9V9999 VALUE ZEROS.
