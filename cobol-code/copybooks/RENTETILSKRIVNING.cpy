           02  RT-MAANED        PIC X(07) VALUE SPACES.
           02  RT-DATO          PIC X(10) VALUE SPACES.
