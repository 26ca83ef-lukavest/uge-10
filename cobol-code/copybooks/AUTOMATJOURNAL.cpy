           02  AJ-AUTOMAT-ID    PIC X(10) VALUE SPACES.
           02  AJ-DATO          PIC X(10) VALUE SPACES.
           02  AJ-KLOKKE        PIC X(08) VALUE SPACES.
           02  AJ-POST-TYPE     PIC X(01) VALUE SPACE.
               88  AJ-UDBETALT      VALUE "U".
               88  AJ-AFVIST        VALUE "A".
               88  AJ-PAAFYLDT      VALUE "P".
               88  AJ-TOEMT         VALUE "T".
               88  AJ-OPTALT        VALUE "O".
           02  AJ-BELOEB        PIC 9(07)V99 VALUE ZEROS.
           02  AJ-BILAGSNR      PIC 9(10) VALUE ZEROS.
           02  AJ-KILDE         PIC X(01) VALUE SPACE.
               88  AJ-ELEKTRONISK   VALUE "E".
               88  AJ-BLANKET       VALUE "B".
