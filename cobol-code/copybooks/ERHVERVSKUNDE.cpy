           02  EK-KUNDE-ID      PIC X(10) VALUE SPACES.
           02  EK-CVR           PIC X(08) VALUE SPACES.
           02  EK-FIRMANAVN     PIC X(50) VALUE SPACES.
           02  EK-SELSKABSFORM  PIC X(04) VALUE SPACES.
               88  EK-ENKELTMAND    VALUE "ENK ".
               88  EK-GYLDIG-FORM   VALUE "ENK ", "I/S ", "APS ",
                                          "A/S ", "K/S ", "P/S ",
                                          "IVS ", "AMBA", "FMBA",
                                          "SMBA", "FOND", "FORE".
