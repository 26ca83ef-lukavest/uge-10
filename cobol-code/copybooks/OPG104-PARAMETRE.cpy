           02  PARM-TIL-DATO    PIC X(10) VALUE SPACES.
           02  PARM-DAGE        PIC 9(03) VALUE 7.
           02  PARM-MAX-KUNDER  PIC 9(04) VALUE 25.
           02  PARM-ARB-FRA     PIC 9(04) VALUE 0700.
           02  PARM-ARB-TIL     PIC 9(04) VALUE 1800.
