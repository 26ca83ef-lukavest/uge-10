           02  PARM-AAR         PIC 9(04) VALUE ZEROS.
           02  PARM-MAANED      PIC 9(02) VALUE ZEROS.
