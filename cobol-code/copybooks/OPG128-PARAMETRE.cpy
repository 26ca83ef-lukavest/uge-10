           02  PARM-LTV-PANTEBREV    PIC 9(03)V99 VALUE 080.00.
           02  PARM-ALDER-PANTEBREV  PIC 9(03) VALUE 036.
           02  PARM-LTV-KOERETOEJ    PIC 9(03)V99 VALUE 060.00.
           02  PARM-ALDER-KOERETOEJ  PIC 9(03) VALUE 012.
           02  PARM-LTV-INDESTAAENDE PIC 9(03)V99 VALUE 100.00.
           02  PARM-ALDER-INDESTAAENDE PIC 9(03) VALUE 000.
           02  PARM-LTV-KAUTION      PIC 9(03)V99 VALUE 100.00.
           02  PARM-ALDER-KAUTION    PIC 9(03) VALUE 012.
           02  PARM-LTV-OEVRIG       PIC 9(03)V99 VALUE 050.00.
           02  PARM-ALDER-OEVRIG     PIC 9(03) VALUE 012.
