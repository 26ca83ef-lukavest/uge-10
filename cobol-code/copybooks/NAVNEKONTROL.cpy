           02  NK-DATO          PIC X(10) VALUE SPACES.
           02  NK-ORDRE-NR      PIC 9(06) VALUE ZEROS.
           02  NK-KONTO-ID      PIC X(14) VALUE SPACES.
           02  NK-MODTAGER-KONTO PIC X(14) VALUE SPACES.
           02  NK-INDTASTET-NAVN PIC X(40) VALUE SPACES.
           02  NK-RESULTAT      PIC X(01) VALUE SPACE.
               88  NK-MATCH         VALUE "M".
               88  NK-NAESTEN       VALUE "T".
               88  NK-INGEN-MATCH   VALUE "I".
           02  NK-UDFALD        PIC X(01) VALUE SPACE.
               88  NK-GENNEMFOERT   VALUE "G".
               88  NK-ADVARET       VALUE "V".
               88  NK-BEKRAEFTET    VALUE "B".
               88  NK-STOPPET       VALUE "S".
