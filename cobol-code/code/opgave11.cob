        01 TRANSAKTIONER-TRAILER REDEFINES TRANSAKTIONER.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(251).

       FD FIL-KURS.
        01 VALUTAKURSER.
