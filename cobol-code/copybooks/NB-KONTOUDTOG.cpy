           02  NK-POST-TYPE     PIC X(01) VALUE SPACES.
               88  NK-PRIMO         VALUE "P".
               88  NK-BEVAEGELSE    VALUE "B".
               88  NK-ULTIMO        VALUE "U".
           02  NK-DATO          PIC X(10) VALUE SPACES.
           02  NK-REG-NR        PIC 9(06) VALUE ZEROS.
           02  NK-BELOEB        PIC S9(13)V99 VALUE ZEROS.
           02  NK-REFERENCE     PIC X(20) VALUE SPACES.
