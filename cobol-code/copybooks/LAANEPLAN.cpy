           02  LP-PLAN-STATUS   PIC X(01) VALUE "A".
               88  LP-AKTIV         VALUE "A".
               88  LP-INDFRIET      VALUE "I".
           02  LP-RENTE-TYPE    PIC X(01) VALUE "F".
               88  LP-FAST-RENTE    VALUE "F" " ".
               88  LP-VARIABEL-RENTE VALUE "V".
           02  LP-BETAL-KONTO   PIC X(14) VALUE SPACES.
