           02  MF-PERIODE       PIC 9(06) VALUE ZEROS.
           02  MF-POST          PIC X(01) VALUE SPACE.
               88  MF-INDLAAN       VALUE "I".
               88  MF-UDLAAN        VALUE "U".
           02  MF-SEKTOR        PIC X(03) VALUE SPACES.
           02  MF-VALUTA        PIC X(04) VALUE SPACES.
           02  MF-PRODUKT       PIC X(10) VALUE SPACES.
           02  MF-LOEBETID      PIC X(01) VALUE SPACE.
           02  MF-ANTAL         PIC 9(06) VALUE ZEROS.
           02  MF-SALDO         PIC S9(13)V99 VALUE ZEROS.
           02  MF-SATS          PIC S9V9(06) VALUE ZEROS.
           02  MF-NY-BELOEB     PIC S9(13)V99 VALUE ZEROS.
           02  MF-NY-SATS       PIC S9V9(06) VALUE ZEROS.
