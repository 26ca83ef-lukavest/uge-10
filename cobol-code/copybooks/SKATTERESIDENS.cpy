           02  SR-KUNDE-ID      PIC X(10) VALUE SPACES.
           02  SR-SELVCERT-DATO PIC X(10) VALUE SPACES.
           02  SR-LAND          PIC X(02) VALUE SPACES.
           02  SR-TIN           PIC X(20) VALUE SPACES.
           02  SR-US-PERSON     PIC X(01) VALUE "N".
               88  SR-ER-US-PERSON  VALUE "J".
