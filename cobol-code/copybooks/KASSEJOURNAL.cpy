           02  KJ-DATO          PIC X(10) VALUE SPACES.
           02  KJ-OPERATOR      PIC X(10) VALUE SPACES.
           02  KJ-TID           PIC X(08) VALUE SPACES.
           02  KJ-TYPE          PIC X(04) VALUE SPACES.
               88  KJ-BEHOLDNING    VALUE "BEHO".
               88  KJ-INDBETALING   VALUE "INDB".
               88  KJ-UDBETALING    VALUE "HAEV".
               88  KJ-OPTAELLING    VALUE "OPTA".
           02  KJ-KONTO-ID      PIC X(14) VALUE SPACES.
           02  KJ-BELOEB        PIC S9(10)V99 VALUE ZEROS.
           02  KJ-DIFFERENCE    PIC S9(10)V99 VALUE ZEROS.
           02  KJ-PARTI-ID      PIC X(16) VALUE SPACES.
           02  KJ-LEGITIMERET   PIC X(01) VALUE "N".
               88  KJ-LEGITIMATION-SET VALUE "J".
