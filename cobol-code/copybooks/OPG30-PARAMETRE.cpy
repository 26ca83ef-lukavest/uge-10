           02  PARM-CUTOFF-TID  PIC 9(04) VALUE ZEROS.
