               88  PK-GEBYR-FRITAGET      VALUE "F".
           02  PK-UDSKRIFT-SW   PIC X(01) VALUE "J".
               88  PK-UDSKRIFT-BERETTIGET VALUE "J".
           02  PK-KREDITGRAENSE PIC 9(07)V99 VALUE ZEROS.
           02  PK-FAKTURA-DAG   PIC 9(02) VALUE ZEROS.
           02  PK-FORFALD-DAGE  PIC 9(02) VALUE ZEROS.
           02  PK-PENSION-SW    PIC X(01) VALUE "N".
               88  PK-PENSION             VALUE "J".
           02  PK-AARLIGT-LOFT  PIC 9(07)V99 VALUE ZEROS.
           02  PK-PENSIONSALDER PIC 9(02) VALUE ZEROS.
           02  PK-PERIODE-KODE  PIC X(10) VALUE SPACES.
           02  PK-PERIODE-BELOEB PIC 9(05)V99 VALUE ZEROS.
           02  PK-PERIODE-FREKVENS PIC X(01) VALUE SPACE.
               88  PK-PERIODE-MAANEDLIG   VALUE "M".
               88  PK-PERIODE-KVARTALSVIS VALUE "K".
               88  PK-PERIODE-AARLIG      VALUE "A".
           02  PK-PERIODE-MAANED PIC 9(02) VALUE ZEROS.
           02  PK-PRORATA-SW    PIC X(01) VALUE "N".
               88  PK-PRORATA             VALUE "J".
