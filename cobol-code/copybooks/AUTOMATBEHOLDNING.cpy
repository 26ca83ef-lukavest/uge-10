           02  AB-AUTOMAT-ID    PIC X(10) VALUE SPACES.
           02  AB-FRA-DATO      PIC X(10) VALUE SPACES.
           02  AB-DATO          PIC X(10) VALUE SPACES.
           02  AB-PRIMO         PIC S9(09)V99 VALUE ZEROS.
           02  AB-ULTIMO        PIC S9(09)V99 VALUE ZEROS.
