           02  PARM-PERIODE     PIC 9(06) VALUE ZEROS.
