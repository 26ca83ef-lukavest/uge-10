           02  ES-KUNDE-ID      PIC X(10) VALUE SPACES.
           02  ES-GRUPPE-ID     PIC X(10) VALUE SPACES.
           02  ES-ENGAGEMENT    PIC 9(13)V99 VALUE ZEROS.
           02  ES-DATO          PIC X(10) VALUE SPACES.
