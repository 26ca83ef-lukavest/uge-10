           02  KL-KLAGE-NR      PIC 9(06) VALUE ZEROS.
           02  KL-KUNDE-ID      PIC X(10) VALUE SPACES.
           02  KL-MODTAGET-DATO PIC X(10) VALUE SPACES.
           02  KL-KANAL         PIC X(01) VALUE SPACE.
               88  KL-KANAL-GYLDIG  VALUE "B" "E" "T" "F" "N".
           02  KL-KATEGORI      PIC X(04) VALUE SPACES.
               88  KL-KATEGORI-GYLDIG VALUE "GEBY" "FORS" "RAAD"
                                            "BETA" "KRED" "INVS"
                                            "OEVR".
           02  KL-KONTO-ID      PIC X(14) VALUE SPACES.
           02  KL-BILAGSNR      PIC 9(10) VALUE ZEROS.
           02  KL-EMNE          PIC X(40) VALUE SPACES.
           02  KL-BEHANDLER     PIC X(10) VALUE SPACES.
           02  KL-FRIST-DATO    PIC X(10) VALUE SPACES.
           02  KL-STATUS        PIC X(01) VALUE "A".
               88  KL-AABEN         VALUE "A".
               88  KL-AFSLUTTET     VALUE "S".
           02  KL-UDFALD        PIC X(01) VALUE SPACE.
               88  KL-UDFALD-GYLDIG VALUE "M" "D" "I" "T".
               88  KL-MEDHOLD       VALUE "M".
               88  KL-DELVIST-MEDHOLD VALUE "D".
               88  KL-IKKE-MEDHOLD  VALUE "I".
               88  KL-TRUKKET       VALUE "T".
           02  KL-AFSLUTTET-DATO PIC X(10) VALUE SPACES.
           02  KL-KOMPENSATION  PIC 9(10)V99 VALUE ZEROS.
           02  KL-REGULERING-NR PIC 9(06) VALUE ZEROS.
