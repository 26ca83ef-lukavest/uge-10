           02  PARM-PROGNOSE-DAGE PIC 9(03) VALUE ZEROS.
