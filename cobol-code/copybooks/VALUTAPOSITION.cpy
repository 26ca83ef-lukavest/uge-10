           02  PO-DATO          PIC X(10) VALUE SPACES.
           02  PO-VALUTA-KD     PIC X(04) VALUE SPACES.
           02  PO-KUNDESALDI    PIC S9(12)V99 VALUE ZEROS.
           02  PO-UDESTAAENDE   PIC S9(12)V99 VALUE ZEROS.
           02  PO-DAGENS        PIC S9(12)V99 VALUE ZEROS.
           02  PO-NETTO         PIC S9(12)V99 VALUE ZEROS.
           02  PO-KURS          PIC 9V9999 VALUE ZEROS.
           02  PO-NETTO-DKK     PIC S9(12)V99 VALUE ZEROS.
           02  PO-LIMIT-DKK     PIC 9(11)V99 VALUE ZEROS.
           02  PO-STATUS        PIC X(01) VALUE "O".
               88  PO-INDEN-LIMIT   VALUE "O".
               88  PO-LIMIT-BRUDT   VALUE "B".
               88  PO-INTET-LIMIT   VALUE "L".
               88  PO-INGEN-KURS    VALUE "K".
