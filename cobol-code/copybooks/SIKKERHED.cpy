           02  SI-SIKKERHED-ID  PIC X(10) VALUE SPACES.
           02  SI-TYPE          PIC X(01) VALUE "P".
               88  SI-PANTEBREV     VALUE "P".
               88  SI-KOERETOEJ     VALUE "B".
               88  SI-INDESTAAENDE  VALUE "D".
               88  SI-KAUTION       VALUE "K".
               88  SI-OEVRIG        VALUE "O".
           02  SI-KUNDE-ID      PIC X(10) VALUE SPACES.
           02  SI-VURDERING     PIC S9(10)V99 VALUE ZEROS.
           02  SI-VURDERINGS-DATO PIC X(10) VALUE SPACES.
           02  SI-PRIORITET     PIC 9(02) VALUE ZEROS.
           02  SI-FORANST-GAELD PIC S9(10)V99 VALUE ZEROS.
           02  SI-LAAN-KONTO    PIC X(14) VALUE SPACES OCCURS 3 TIMES.
           02  SI-KAUTIONIST-ID PIC X(10) VALUE SPACES.
           02  SI-PANT-KONTO-ID PIC X(14) VALUE SPACES.
           02  SI-STATUS        PIC X(01) VALUE "A".
               88  SI-AKTIV         VALUE "A".
               88  SI-FRIGIVET      VALUE "F".
           02  SI-BESKRIVELSE   PIC X(30) VALUE SPACES.
