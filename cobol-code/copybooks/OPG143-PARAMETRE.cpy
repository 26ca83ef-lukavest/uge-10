           02  PARM-SVARFRIST-DAGE PIC 9(03) VALUE ZEROS.
           02  PARM-KOMP-KONTO  PIC X(14) VALUE SPACES.
