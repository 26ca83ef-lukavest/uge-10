           02  TS-SAMTYKKE-ID   PIC 9(06) VALUE ZEROS.
           02  TS-KUNDE-ID      PIC X(10) VALUE SPACES.
           02  TS-UDBYDER-ID    PIC X(12) VALUE SPACES.
           02  TS-UDBYDER-NAVN  PIC X(30) VALUE SPACES.
           02  TS-KONTO-ID      PIC X(14) OCCURS 5 TIMES.
           02  TS-OMFANG-SALDO  PIC X(01) VALUE "N".
               88  TS-MAA-SE-SALDO    VALUE "J".
           02  TS-OMFANG-POSTER PIC X(01) VALUE "N".
               88  TS-MAA-SE-POSTER   VALUE "J".
           02  TS-OMFANG-BETALING PIC X(01) VALUE "N".
               88  TS-MAA-BETALE      VALUE "J".
           02  TS-GIVET-DATO    PIC X(10) VALUE SPACES.
           02  TS-UDLOEB-DATO   PIC X(10) VALUE SPACES.
           02  TS-STATUS        PIC X(01) VALUE "A".
               88  TS-AKTIV           VALUE "A".
               88  TS-UDLOEBET        VALUE "U".
               88  TS-TILBAGEKALDT    VALUE "T".
           02  TS-STATUS-DATO   PIC X(10) VALUE SPACES.
