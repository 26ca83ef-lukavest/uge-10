           02  PARM-AAR         PIC 9(04) VALUE ZEROS.
           02  PARM-MAANED      PIC 9(02) VALUE ZEROS.
           02  PARM-TOLERANCE   PIC 9(07)V99 VALUE 100.00.
