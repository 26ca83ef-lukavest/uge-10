           02  KB-KUNDE-ID      PIC X(10) VALUE SPACES.
           02  KB-AAR           PIC 9(04) VALUE ZEROS.
           02  KB-SEGMENT       PIC X(07) VALUE SPACES.
           02  KB-GEBYR         PIC S9(12)V99 VALUE ZEROS.
           02  KB-RENTE         PIC S9(12)V99 VALUE ZEROS.
           02  KB-MARGIN        PIC S9(12)V99 VALUE ZEROS.
           02  KB-BIDRAG        PIC S9(12)V99 VALUE ZEROS.
