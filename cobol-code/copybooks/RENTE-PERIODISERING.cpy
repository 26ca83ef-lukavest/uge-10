           02  RPE-KONTO-ID     PIC X(14) VALUE SPACES.
           02  RPE-VALUTA       PIC X(04) VALUE SPACES.
           02  RPE-MAANED       PIC X(07) VALUE SPACES.
           02  RPE-SENEST-DATO  PIC X(10) VALUE SPACES.
           02  RPE-PERIODISERET PIC S9(10)V9(06) VALUE ZEROS.
           02  RPE-BOGFOERT-DKK PIC S9(10)V99 VALUE ZEROS.
