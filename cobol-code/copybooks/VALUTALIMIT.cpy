           02  VL-VALUTA-KD     PIC X(04) VALUE SPACES.
           02  VL-LIMIT-DKK     PIC 9(11)V99 VALUE ZEROS.
