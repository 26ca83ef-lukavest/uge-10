           02  PARM-FUNKTION    PIC X(01) VALUE "B".
               88  PARM-BOGFOER         VALUE "B".
               88  PARM-TILBAGERUL      VALUE "R".
           02  PARM-KOERSEL-ID  PIC X(16) VALUE SPACES.
