           02  PARM-AAR         PIC 9(04) VALUE ZEROS.
           02  PARM-LEJE-LILLE  PIC 9(05)V99 VALUE 500.00.
           02  PARM-LEJE-MELLEM PIC 9(05)V99 VALUE 850.00.
           02  PARM-LEJE-STOR   PIC 9(05)V99 VALUE 1400.00.
