           02  OR-OPERATOR      PIC X(10) VALUE SPACES.
           02  OR-KUNDE-ID      PIC X(10) VALUE SPACES.
           02  OR-RELATION      PIC X(01) VALUE "E".
               88  OR-EGEN-KUNDE    VALUE "E".
               88  OR-RELATERET     VALUE "R".
