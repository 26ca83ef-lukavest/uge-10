           02  PARM-AAR         PIC 9(04) VALUE ZEROS.
           02  PARM-KVARTAL     PIC 9(01) VALUE ZEROS.
           02  PARM-DAGE-STADIE2 PIC 9(03) VALUE 030.
           02  PARM-DAGE-STADIE3 PIC 9(03) VALUE 090.
