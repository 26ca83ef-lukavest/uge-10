           02  BX-BOKS-NR       PIC X(06) VALUE SPACES.
           02  BX-REG-NR        PIC 9(06) VALUE ZEROS.
           02  BX-STOERRELSE    PIC X(01) VALUE "S".
               88  BX-LILLE         VALUE "S".
               88  BX-MELLEM        VALUE "M".
               88  BX-STOR          VALUE "L".
           02  BX-KUNDE-ID      PIC X(10) VALUE SPACES.
           02  BX-MEDLEJER      PIC X(10) VALUE SPACES OCCURS 3 TIMES.
           02  BX-KONTO-ID      PIC X(14) VALUE SPACES.
           02  BX-START-DATO    PIC X(10) VALUE SPACES.
           02  BX-BOKS-STATUS   PIC X(01) VALUE "A".
               88  BX-UDLEJET       VALUE "A".
               88  BX-OPSAGT        VALUE "O".
           02  BX-SPAERRET-SW   PIC X(01) VALUE "N".
               88  BX-ADGANG-SPAERRET VALUE "J".
           02  BX-TOEMNING-SW   PIC X(01) VALUE "N".
               88  BX-TIL-TOEMNING  VALUE "J".
           02  BX-TOEMNING-AARSAG PIC X(20) VALUE SPACES.
           02  BX-SIDST-OPKRAEVET PIC 9(04) VALUE ZEROS.
           02  BX-RESTANCE-BELOEB PIC S9(07)V99 VALUE ZEROS.
           02  BX-RESTANCE-DATO PIC X(10) VALUE SPACES.
