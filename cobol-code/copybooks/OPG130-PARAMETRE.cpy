           02  PARM-DAGE-FOERSTE PIC 9(03) VALUE 010.
           02  PARM-DAGE-ANDEN  PIC 9(03) VALUE 025.
           02  PARM-INKASSO-TERMINER PIC 9(02) VALUE 03.
           02  PARM-RYKKERGEBYR PIC 9(05)V99 VALUE 100.00.
