           02  PARM-NOEGLE      PIC 9(06) VALUE 271828.
