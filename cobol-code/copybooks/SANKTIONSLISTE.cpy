           02  SL-KILDE         PIC X(04) VALUE SPACES.
           02  SL-LISTE-VERSION PIC X(12) VALUE SPACES.
           02  SL-LISTE-TYPE    PIC X(01) VALUE "S".
               88  SL-SANKTION      VALUE "S".
               88  SL-PEP           VALUE "P".
           02  SL-POST-ID       PIC X(12) VALUE SPACES.
           02  SL-NAVN          PIC X(40) VALUE SPACES.
           02  SL-FOEDSELSDATO  PIC X(10) VALUE SPACES.
           02  SL-LAND          PIC X(02) VALUE SPACES.
           02  SL-GENERATION    PIC 9(06) VALUE ZEROS.
