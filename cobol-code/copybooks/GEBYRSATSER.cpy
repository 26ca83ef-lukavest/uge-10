           02 FILLER PIC X(10)      VALUE "INDB".
           02 FILLER PIC S9(10)V99  VALUE 0.00.
           02 FILLER PIC X(01)      VALUE "N".
           02 FILLER PIC X(10)      VALUE "UDB".
           02 FILLER PIC S9(10)V99  VALUE 2.00.
           02 FILLER PIC X(01)      VALUE "N".
           02 FILLER PIC X(10)      VALUE "KOB".
           02 FILLER PIC S9(10)V99  VALUE 0.00.
           02 FILLER PIC X(01)      VALUE "Y".
           02 FILLER PIC X(10)      VALUE "OVF".
           02 FILLER PIC S9(10)V99  VALUE 0.00.
           02 FILLER PIC X(01)      VALUE "N".
           02 FILLER PIC X(10)      VALUE "HAEV".
           02 FILLER PIC S9(10)V99  VALUE 5.00.
           02 FILLER PIC X(01)      VALUE "N".
           02 FILLER PIC X(10)      VALUE "GEBYR".
           02 FILLER PIC S9(10)V99  VALUE 0.00.
           02 FILLER PIC X(01)      VALUE "N".
           02 FILLER PIC X(10)      VALUE "RENTE".
           02 FILLER PIC S9(10)V99  VALUE 0.00.
           02 FILLER PIC X(01)      VALUE "N".
           02 FILLER PIC X(10)      VALUE "UDLOVF".
           02 FILLER PIC S9(10)V99  VALUE 50.00.
           02 FILLER PIC X(01)      VALUE "N".
           02 FILLER PIC X(10)      VALUE "UDLINDB".
           02 FILLER PIC S9(10)V99  VALUE 25.00.
           02 FILLER PIC X(01)      VALUE "N".
