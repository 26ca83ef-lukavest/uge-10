           02  BD-DATO          PIC 9(08) VALUE ZEROS.
           02  BD-FORRIGE-DATO  PIC 9(08) VALUE ZEROS.
           02  BD-RULLET-TID    PIC X(19) VALUE SPACES.
           02  BD-OPERATOR      PIC X(10) VALUE SPACES.
