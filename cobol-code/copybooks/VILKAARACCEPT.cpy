           02  VA-KUNDE-ID      PIC X(10) VALUE SPACES.
           02  VA-KONTO-ID      PIC X(14) VALUE SPACES.
           02  VA-PRODUKT       PIC X(10) VALUE SPACES.
           02  VA-VERSION       PIC 9(03) VALUE ZEROS.
           02  VA-DATO          PIC X(10) VALUE SPACES.
           02  VA-KANAL         PIC X(01) VALUE SPACE.
               88  VA-KANAL-GYLDIG  VALUE "F" "N" "B" "E".
           02  VA-REGISTRERET-AF PIC X(10) VALUE SPACES.
