           02  BILAGSNR         PIC 9(10) VALUE ZEROS.
           02  BILAGSREF        PIC 9(10) VALUE ZEROS.
           02  VALOER-DATO      PIC X(10) VALUE SPACES.
           02  BOGFOER-DATO     PIC X(10) VALUE SPACES.
