           02  PJ-KOERSEL-ID    PIC X(16) VALUE SPACES.
           02  PJ-TYPE          PIC X(01) VALUE SPACES.
               88  PJ-TYPE-POSTERING    VALUE "P".
               88  PJ-TYPE-AFSLUTTET    VALUE "K".
               88  PJ-TYPE-TILBAGERULLET VALUE "R".
           02  PJ-KILDE         PIC X(06) VALUE SPACES.
           02  PJ-PARTI-ID      PIC X(16) VALUE SPACES.
           02  PJ-BOGF-DATO     PIC 9(08) VALUE ZEROS.
           02  PJ-ANTAL         PIC 9(06) VALUE ZEROS.
           02  PJ-POSTERING     PIC X(264) VALUE SPACES.
