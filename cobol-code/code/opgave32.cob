           SELECT FIL-RAPPORT
               ASSIGN TO "../data/Revaluering-Rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-BOGFDATO ASSIGN TO "../data/Bogfoeringsdato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOGFDATO-STATUS.

       DATA DIVISION.

       01 TRANSAKTIONER-TRAILER REDEFINES TRANSAKTIONER.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(251).

       FD FIL-KUNDER.
       01 KUNDE-OPL.
       01 RAPPORT-REC.
           02 RAPPORT-TEXT PIC X(100).

       FD FIL-BOGFDATO.
       01 BOGFDATO-FIL-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".

       WORKING-STORAGE SECTION.
       01 REVAL-FIL-STATUS PIC XX VALUE "00".
       01 TRAILER-FOUND-SW PIC X(01) VALUE "N".
       01 PRETTY-NUMERIC  PIC -ZZZ,ZZZ,ZZ9.99.

       01 RUN-DATE        PIC 9(08) VALUE ZEROS.
      * Koerselsdatoen er bankens bogfoeringsdato (Bogfoeringsdato.txt),
      * ikke maskinens dato.
       01 BOGFDATO-STATUS  PIC XX VALUE "00".
       01 BOGFDATO-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".
       01 DAGS-DATO       PIC X(10) VALUE SPACES.
       01 REVAL-TIDSPUNKT PIC X(26) VALUE SPACES.
       01 REVAL-ANTAL     PIC 9(05) VALUE 0.
       01 SYSTEM-KOMMANDO  PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM DAGS-DATO-FILL
           STOP RUN.

       DAGS-DATO-FILL.
           PERFORM BOGFOERINGSDATO-FILL
           MOVE BD-DATO OF BOGFDATO-REC TO RUN-DATE
           STRING
               RUN-DATE(1:4) DELIMITED BY SIZE
               "-"           DELIMITED BY SIZE
                       AND KONTO-ID OF GEN-ARR(GEN-IX)
                           = KONTO-ID OF TRANS-ARR(GROUP-START-IX)
                   ADD 1 TO OUT-IX
                   MOVE GEN-ARR(GEN-IX)(1:264) TO OUT-TRANS-ARR(OUT-IX)
                   MOVE "Y" TO GEN-BRUGT-SW OF GEN-ARR(GEN-IX)
               END-IF
           END-PERFORM.
           PERFORM VARYING GEN-IX FROM 1 BY 1 UNTIL GEN-IX > NUM-GEN
               IF GEN-BRUGT-SW OF GEN-ARR(GEN-IX) = "N"
                   ADD 1 TO OUT-IX
                   MOVE GEN-ARR(GEN-IX)(1:264) TO OUT-TRANS-ARR(OUT-IX)
                   MOVE "Y" TO GEN-BRUGT-SW OF GEN-ARR(GEN-IX)
               END-IF
           END-PERFORM
           MOVE "TRAILER" TO TR-MARKER OF TRANSAKTIONER-TRAILER
           MOVE NUM-OUT-TRANS TO TR-ANTAL OF TRANSAKTIONER-TRAILER
           WRITE TRANSAKTIONER
           CLOSE FIL-TRANS
      * Indekset fra OPG-97 genopbygges, saa opslagene straks ser
      * det omskrevne udtraek.
           MOVE "./opgave97" TO SYSTEM-KOMMANDO
           CALL "SYSTEM" USING SYSTEM-KOMMANDO.

       REVAL-ARR-REWRITE.
           OPEN OUTPUT FIL-REVAL
           MOVE NUM-REVAL TO TR-ANTAL OF REVAL-REKORD-TRAILER
           WRITE REVAL-REKORD
           CLOSE FIL-REVAL.

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
