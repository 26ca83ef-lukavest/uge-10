           02  PARM-VARSEL-DAGE PIC 9(03) VALUE ZEROS.
