           02  PARM-MINIMUM-PROCENT PIC 9(02)V99 VALUE 03.00.
           02  PARM-MINIMUM-BELOEB  PIC 9(05)V99 VALUE 150.00.
