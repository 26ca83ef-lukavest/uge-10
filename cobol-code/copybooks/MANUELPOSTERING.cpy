           02  MP-LOEBENR       PIC 9(06) VALUE ZEROS.
           02  MP-DEBET-KONTO   PIC X(14) VALUE SPACES.
           02  MP-KREDIT-KONTO  PIC X(14) VALUE SPACES.
           02  MP-BELOEB        PIC 9(10)V99 VALUE ZEROS.
           02  MP-VALUTA        PIC X(04) VALUE SPACES.
           02  MP-AARSAG        PIC X(04) VALUE SPACES.
               88  MP-AARSAG-GYLDIG VALUE "GODW" "GEBR" "RENT"
                                          "OVFK" "FEJL" "KLAG".
           02  MP-TEKST         PIC X(30) VALUE SPACES.
           02  MP-OPRETTER      PIC X(10) VALUE SPACES.
           02  MP-OPRETTET-TID  PIC X(19) VALUE SPACES.
           02  MP-GODKENDER     PIC X(10) VALUE SPACES.
           02  MP-BEHANDLET-TID PIC X(19) VALUE SPACES.
           02  MP-STATUS        PIC X(01) VALUE "A".
               88  MP-AFVENTER      VALUE "A".
               88  MP-GODKENDT      VALUE "G".
               88  MP-AFVIST        VALUE "X".
           02  MP-KLAGE-NR      PIC 9(06) VALUE ZEROS.
