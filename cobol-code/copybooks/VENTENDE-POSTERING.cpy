           02  VP-KILDE         PIC X(06) VALUE SPACES.
           02  VP-PARTI-ID      PIC X(16) VALUE SPACES.
