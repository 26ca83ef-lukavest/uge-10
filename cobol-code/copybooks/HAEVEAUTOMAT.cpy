           02  HA-AUTOMAT-ID    PIC X(10) VALUE SPACES.
           02  HA-PLACERING     PIC X(40) VALUE SPACES.
           02  HA-REG-NR        PIC 9(06) VALUE ZEROS.
           02  HA-STATUS-SW     PIC X(01) VALUE "A".
               88  HA-AKTIV         VALUE "A".
               88  HA-LUKKET        VALUE "L".
           02  HA-KAPACITET     PIC 9(07)V99 VALUE ZEROS.
           02  HA-MIN-BEHOLDNING PIC 9(07)V99 VALUE ZEROS.
