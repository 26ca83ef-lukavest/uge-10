               FILE STATUS IS MODTAGER-FIL-STATUS.
           SELECT FIL-MANUEL ASSIGN TO "../data/Clearing-Manuel.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-BOGFDATO ASSIGN TO "../data/Bogfoeringsdato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOGFDATO-STATUS.

       DATA DIVISION.

       01 TRANSAKTIONER-TRAILER REDEFINES TRANSAKTIONER.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(251).

       FD FIL-BANKER.
       01 BANKER.
       01 MANUEL-REC.
           02 MANUEL-TEXT PIC X(100).

       FD FIL-BOGFDATO.
       01 BOGFDATO-FIL-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".

       WORKING-STORAGE SECTION.
       01 PARM-STATUS      PIC XX VALUE "00".
       01 PARM-REC.
       01 BANK-MATCH-IX   PIC 9(03) VALUE 0.

       01 RUN-DATE        PIC 9(08) VALUE ZEROS.
      * Koerselsdatoen er bankens bogfoeringsdato (Bogfoeringsdato.txt),
      * ikke maskinens dato.
       01 BOGFDATO-STATUS  PIC XX VALUE "00".
       01 BOGFDATO-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".
       01 UDVALGS-DATO    PIC X(10) VALUE SPACES.
       01 UD-BELOEB       PIC S9(10)V99 VALUE ZEROS.
       01 UD-ANTAL        PIC 9(06) VALUE 0.
           IF PARM-DATO OF PARM-REC NOT = SPACES
               MOVE PARM-DATO OF PARM-REC TO UDVALGS-DATO
           ELSE
               PERFORM BOGFOERINGSDATO-FILL
               MOVE BD-DATO OF BOGFDATO-REC TO RUN-DATE
               STRING
                   RUN-DATE(1:4) DELIMITED BY SIZE
                   "-"           DELIMITED BY SIZE
               " - modtagerkonto ukendt" DELIMITED BY SIZE
           INTO MANUEL-TEXT
           WRITE MANUEL-REC.

      * Bogfoeringsdatoen rulles frem af OPG-19 efter en gennemfoert
      * natkoersel, saa en koersel efter midnat eller en genkoersel
      * bogfoerer paa den rigtige dag. Mangler filen, bruges maskinens
      * dato som hidtil.
       BOGFOERINGSDATO-FILL.
           MOVE ZEROS TO BD-DATO OF BOGFDATO-REC
           OPEN INPUT FIL-BOGFDATO
           IF BOGFDATO-STATUS = "00"
               READ FIL-BOGFDATO INTO BOGFDATO-REC
                   AT END
                       MOVE ZEROS TO BD-DATO OF BOGFDATO-REC
               END-READ
               CLOSE FIL-BOGFDATO
           END-IF
           IF BD-DATO OF BOGFDATO-REC NOT NUMERIC
                   OR BD-DATO OF BOGFDATO-REC = ZEROS
               DISPLAY "ADVARSEL: ingen bogfoeringsdato i "
                   "Bogfoeringsdato.txt - maskinens dato bruges."
               ACCEPT BD-DATO OF BOGFDATO-REC FROM DATE YYYYMMDD
           END-IF.
