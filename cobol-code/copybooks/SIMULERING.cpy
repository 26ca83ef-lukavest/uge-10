           02  SIM-LINJETYPE    PIC X(01) VALUE SPACE.
               88  SIM-POSTERING    VALUE "P".
               88  SIM-OPSUMMERING  VALUE "S".
           02  SIM-KILDE        PIC X(06) VALUE SPACES.
           02  SIM-KONTO-TYPE   PIC X(10) VALUE SPACES.
           02  SIM-DATA         PIC X(264) VALUE SPACES.
           02  SIM-OPSUM-DATA REDEFINES SIM-DATA.
               03  SIM-TRANS-TYPE   PIC X(20).
               03  SIM-ANTAL        PIC 9(06).
               03  SIM-BELOEB       PIC S9(12)V99.
               03  FILLER           PIC X(224).
