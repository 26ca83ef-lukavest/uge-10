           02  PARM-AAR         PIC 9(04) VALUE ZEROS.
           02  PARM-PAL-SATS    PIC 9V9999 VALUE 0.1530.
