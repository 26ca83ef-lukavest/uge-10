           02  PARM-INDKOMST-MDR    PIC 9(02) VALUE ZEROS.
           02  PARM-MAX-GAELDSFAKTOR PIC 9(02)V9 VALUE ZEROS.
           02  PARM-MAX-YDELSE-PCT  PIC 9(02) VALUE ZEROS.
           02  PARM-NIVEAU1-GRAENSE PIC 9(10)V99 VALUE ZEROS.
           02  PARM-NIVEAU2-GRAENSE PIC 9(10)V99 VALUE ZEROS.
