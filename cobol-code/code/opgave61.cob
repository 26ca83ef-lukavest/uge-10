           SELECT FIL-PARM ASSIGN TO "../data/OPG61-Parametre.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-STATUS.
           SELECT FIL-BOGFDATO ASSIGN TO "../data/Bogfoeringsdato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOGFDATO-STATUS.

       DATA DIVISION.

       01 TRANSAKTIONER-TRAILER REDEFINES TRANSAKTIONER.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(251).

       FD FIL-AFREGNING.
       01 AFREGNING-REKORD.
       01 PARM-FILE-REC.
           COPY "../copybooks/OPG61-PARAMETRE.cpy".

       FD FIL-BOGFDATO.
       01 BOGFDATO-FIL-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".

       WORKING-STORAGE SECTION.
       01 PARM-STATUS      PIC XX VALUE "00".
       01 PARM-REC.
      * skattemyndigheden for maaneden.
       01 AFREGNING-FILENAME PIC X(60) VALUE SPACES.
       01 RUN-DATE        PIC 9(08) VALUE ZEROS.
      * Koerselsdatoen er bankens bogfoeringsdato (Bogfoeringsdato.txt),
      * ikke maskinens dato.
       01 BOGFDATO-STATUS  PIC XX VALUE "00".
       01 BOGFDATO-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".
       01 AFREGN-MAANED   PIC X(07) VALUE SPACES.
       01 AFREGN-BELOEB   PIC S9(10)V99 VALUE ZEROS.
       01 AFREGN-ANTAL    PIC 9(06) VALUE 0.
                   PARM-MAANED OF PARM-REC DELIMITED BY SIZE
               INTO AFREGN-MAANED
           ELSE
               PERFORM BOGFOERINGSDATO-FILL
               MOVE BD-DATO OF BOGFDATO-REC TO RUN-DATE
               STRING
                   RUN-DATE(1:4) DELIMITED BY SIZE
                   "-"           DELIMITED BY SIZE
           MOVE AFREGN-ANTAL TO TR-ANTAL OF AFREGNING-TRAILER
           MOVE AFREGN-SUM TO TR-SUM OF AFREGNING-TRAILER
           WRITE AFREGNING-REKORD.

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
