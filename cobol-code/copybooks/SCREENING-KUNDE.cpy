           02  SC-KUNDE-ID      PIC X(10) VALUE SPACES.
           02  SC-NAVN          PIC X(41) VALUE SPACES.
           02  SC-FOEDSELSDATO  PIC X(10) VALUE SPACES.
           02  SC-LAND          PIC X(02) VALUE SPACES.
           02  SC-GENERATION    PIC 9(06) VALUE ZEROS.
           02  SC-DATO          PIC X(10) VALUE SPACES.
