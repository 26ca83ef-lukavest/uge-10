           02  PARM-AAR         PIC 9(04) VALUE ZEROS.
