       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPG-99.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIL-MANUEL
               ASSIGN TO "../data/Manuelle-Posteringer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MANUEL-STATUS.
           SELECT FIL-RAPPORT ASSIGN TO RAPPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-PARM ASSIGN TO "../data/OPG99-Parametre.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-STATUS.
           SELECT FIL-GRAENSE ASSIGN TO "../data/OPG98-Parametre.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRAENSE-STATUS.
           SELECT FIL-BOGFDATO ASSIGN TO "../data/Bogfoeringsdato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOGFDATO-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD FIL-MANUEL.
       01 MANUEL-REC.
           COPY "../copybooks/MANUELPOSTERING.cpy".
       01 MANUEL-REC-TRAILER REDEFINES MANUEL-REC.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(136).

       FD FIL-RAPPORT.
       01 RAPPORT-REC.
           02 RAPPORT-TEXT PIC X(132).

       FD FIL-PARM.
       01 PARM-FILE-REC.
           COPY "../copybooks/OPG99-PARAMETRE.cpy".

       FD FIL-GRAENSE.
       01 GRAENSE-FILE-REC.
           COPY "../copybooks/OPG98-PARAMETRE.cpy".

       FD FIL-BOGFDATO.
       01 BOGFDATO-FIL-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".

       WORKING-STORAGE SECTION.

      * Daglig revisionsrapport over manuelle reguleringer fra
      * OPG-98: alle reguleringer oprettet eller godkendt/afvist paa
      * rapportdagen (bogfoeringsdatoen, eller PARM-DATO ved
      * genudskrift) med opretter og godkender, samt alle, der
      * stadig afventer godkendelse, uanset alder. Reguleringer over
      * OPG-98's beloebsgraense markeres. Rapporten gemmes pr. dag
      * til intern revision.
       01 MANUEL-STATUS    PIC XX VALUE "00".
       01 PARM-STATUS      PIC XX VALUE "00".
       01 PARM-REC.
           COPY "../copybooks/OPG99-PARAMETRE.cpy".
       01 GRAENSE-STATUS   PIC XX VALUE "00".
       01 GRAENSE-REC.
           COPY "../copybooks/OPG98-PARAMETRE.cpy".
       01 EOF-FLAG         PIC X(01) VALUE "N".
       01 TRAILER-FOUND-SW PIC X(01) VALUE "N".
       01 TRAILER-ANTAL    PIC 9(06) VALUE ZEROS.
       01 LAEST-ANTAL      PIC 9(06) VALUE ZEROS.

       01 RAPPORT-FILENAME PIC X(60) VALUE SPACES.
       01 RAPPORT-DATO     PIC X(10) VALUE SPACES.
       01 RUN-DATE         PIC 9(08) VALUE ZEROS.
      * Koerselsdatoen er bankens bogfoeringsdato (Bogfoeringsdato.txt),
      * ikke maskinens dato.
       01 BOGFDATO-STATUS  PIC XX VALUE "00".
       01 BOGFDATO-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".

       01 MED-SW           PIC X(01) VALUE "N".
       01 STATUS-TEKST     PIC X(09) VALUE SPACES.
       01 GRAENSE-MARK     PIC X(05) VALUE SPACES.
       01 OPRETTET-ANTAL   PIC 9(05) VALUE 0.
       01 GODKENDT-ANTAL   PIC 9(05) VALUE 0.
       01 AFVIST-ANTAL     PIC 9(05) VALUE 0.
       01 AFVENTER-ANTAL   PIC 9(05) VALUE 0.
       01 GODKENDT-SUM     PIC 9(13)V99 VALUE ZEROS.
       01 PRETTY-NUMERIC   PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 PRETTY-SUM       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
           PERFORM PARM-FILL
           PERFORM BEREGN-RAPPORT-DATO
           OPEN INPUT FIL-MANUEL
           IF MANUEL-STATUS NOT = "00"
               DISPLAY "Manuelle-Posteringer.txt findes ikke - "
                   "ingen manuelle reguleringer."
           END-IF
           OPEN OUTPUT FIL-RAPPORT
           PERFORM SKRIV-OVERSKRIFT
           IF MANUEL-STATUS = "00"
               PERFORM LAES-REGULERINGER
               CLOSE FIL-MANUEL
           END-IF
           PERFORM SKRIV-TOTALER
           CLOSE FIL-RAPPORT
           DISPLAY "Manuelle reguleringer " RAPPORT-DATO
               " - oprettet " OPRETTET-ANTAL ", godkendt "
               GODKENDT-ANTAL ", afvist " AFVIST-ANTAL
               ", afventer " AFVENTER-ANTAL
           DISPLAY "Se " RAPPORT-FILENAME
           STOP RUN.

       PARM-FILL.
           OPEN INPUT FIL-PARM
           IF PARM-STATUS = "00"
               READ FIL-PARM INTO PARM-REC
                   AT END
                       CONTINUE
               END-READ
               CLOSE FIL-PARM
           END-IF
           OPEN INPUT FIL-GRAENSE
           IF GRAENSE-STATUS = "00"
               READ FIL-GRAENSE INTO GRAENSE-REC
                   AT END
                       CONTINUE
               END-READ
               CLOSE FIL-GRAENSE
           END-IF
           IF PARM-GRAENSE-BELOEB OF GRAENSE-REC NOT NUMERIC
               MOVE ZEROS TO PARM-GRAENSE-BELOEB OF GRAENSE-REC
           END-IF.

       BEREGN-RAPPORT-DATO.
           PERFORM BOGFOERINGSDATO-FILL
           MOVE BD-DATO OF BOGFDATO-REC TO RUN-DATE
           IF PARM-DATO OF PARM-REC NOT = SPACES
               MOVE PARM-DATO OF PARM-REC TO RAPPORT-DATO
           ELSE
               STRING
                   RUN-DATE(1:4) DELIMITED BY SIZE
                   "-"           DELIMITED BY SIZE
                   RUN-DATE(5:2) DELIMITED BY SIZE
                   "-"           DELIMITED BY SIZE
                   RUN-DATE(7:2) DELIMITED BY SIZE
               INTO RAPPORT-DATO
           END-IF
           MOVE SPACES TO RAPPORT-FILENAME
           STRING
               "../data/Manuelle-Posteringer-Rapport-"
                                         DELIMITED BY SIZE
               RAPPORT-DATO(1:4)         DELIMITED BY SIZE
               RAPPORT-DATO(6:2)         DELIMITED BY SIZE
               RAPPORT-DATO(9:2)         DELIMITED BY SIZE
               ".txt"                    DELIMITED BY SIZE
           INTO RAPPORT-FILENAME.

       SKRIV-OVERSKRIFT.
           MOVE SPACES TO RAPPORT-TEXT
           STRING "MANUELLE REGULERINGER - REVISIONSRAPPORT "
                                         DELIMITED BY SIZE
                  RAPPORT-DATO           DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE "LOEBENR STATUS    DEBETKONTO     KREDITKONTO    "
             TO RAPPORT-TEXT
           MOVE "          BELOEB VAL  KODE OPRETTER   GODKENDER  "
             TO RAPPORT-TEXT(49:48)
           MOVE "FORKLARING" TO RAPPORT-TEXT(97:10)
           WRITE RAPPORT-REC
           MOVE ALL "-" TO RAPPORT-TEXT
           WRITE RAPPORT-REC.

       LAES-REGULERINGER.
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-MANUEL
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF MANUEL-REC-TRAILER = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                           MOVE "Y" TO TRAILER-FOUND-SW
                           MOVE TR-ANTAL OF MANUEL-REC-TRAILER
                             TO TRAILER-ANTAL
                       ELSE
                           ADD 1 TO LAEST-ANTAL
                           PERFORM VURDER-REGULERING
                       END-IF
               END-READ
           END-PERFORM
           IF TRAILER-FOUND-SW = "N"
               DISPLAY "ADVARSEL: Manuelle-Posteringer.txt mangler "
                   "sluttaellerpost"
               MOVE 4 TO RETURN-CODE
           ELSE
               IF LAEST-ANTAL NOT = TRAILER-ANTAL
                   DISPLAY "ADVARSEL: Manuelle-Posteringer.txt - "
                       "forventet " TRAILER-ANTAL " poster, fandt "
                       LAEST-ANTAL
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      * En regulering kommer med, naar den er oprettet eller afgjort
      * paa rapportdagen, eller naar den stadig afventer.
       VURDER-REGULERING.
           MOVE "N" TO MED-SW
           IF MP-OPRETTET-TID(1:10) = RAPPORT-DATO
               ADD 1 TO OPRETTET-ANTAL
               MOVE "J" TO MED-SW
           END-IF
           EVALUATE TRUE
               WHEN MP-AFVENTER
                   ADD 1 TO AFVENTER-ANTAL
                   MOVE "AFVENTER" TO STATUS-TEKST
                   MOVE "J" TO MED-SW
               WHEN MP-GODKENDT
                   MOVE "GODKENDT" TO STATUS-TEKST
                   IF MP-BEHANDLET-TID(1:10) = RAPPORT-DATO
                       ADD 1 TO GODKENDT-ANTAL
                       ADD MP-BELOEB TO GODKENDT-SUM
                       MOVE "J" TO MED-SW
                   END-IF
               WHEN MP-AFVIST
                   MOVE "AFVIST" TO STATUS-TEKST
                   IF MP-BEHANDLET-TID(1:10) = RAPPORT-DATO
                       ADD 1 TO AFVIST-ANTAL
                       MOVE "J" TO MED-SW
                   END-IF
               WHEN OTHER
                   MOVE "UKENDT" TO STATUS-TEKST
           END-EVALUATE
           IF MED-SW = "J"
               PERFORM SKRIV-REGULERING
           END-IF.

       SKRIV-REGULERING.
           MOVE SPACES TO GRAENSE-MARK
           IF PARM-GRAENSE-BELOEB OF GRAENSE-REC > ZEROS
                   AND MP-BELOEB > PARM-GRAENSE-BELOEB OF GRAENSE-REC
               MOVE "*STOR" TO GRAENSE-MARK
           END-IF
           MOVE MP-BELOEB TO PRETTY-NUMERIC
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               MP-LOEBENR       DELIMITED BY SIZE
               "  "             DELIMITED BY SIZE
               STATUS-TEKST     DELIMITED BY SIZE
               " "              DELIMITED BY SIZE
               MP-DEBET-KONTO   DELIMITED BY SIZE
               " "              DELIMITED BY SIZE
               MP-KREDIT-KONTO  DELIMITED BY SIZE
               " "              DELIMITED BY SIZE
               PRETTY-NUMERIC   DELIMITED BY SIZE
               " "              DELIMITED BY SIZE
               MP-VALUTA        DELIMITED BY SIZE
               " "              DELIMITED BY SIZE
               MP-AARSAG        DELIMITED BY SIZE
               " "              DELIMITED BY SIZE
               MP-OPRETTER      DELIMITED BY SIZE
               " "              DELIMITED BY SIZE
               MP-GODKENDER     DELIMITED BY SIZE
               " "              DELIMITED BY SIZE
               MP-TEKST         DELIMITED BY SIZE
               GRAENSE-MARK     DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "        oprettet "  DELIMITED BY SIZE
               MP-OPRETTET-TID      DELIMITED BY SIZE
               "  afgjort "         DELIMITED BY SIZE
               MP-BEHANDLET-TID     DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC.

       SKRIV-TOTALER.
           MOVE ALL "-" TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-TEXT
           STRING "Oprettet i dag: "    DELIMITED BY SIZE
                  OPRETTET-ANTAL        DELIMITED BY SIZE
                  "  Afvist i dag: "    DELIMITED BY SIZE
                  AFVIST-ANTAL          DELIMITED BY SIZE
                  "  Afventer: "        DELIMITED BY SIZE
                  AFVENTER-ANTAL        DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE GODKENDT-SUM TO PRETTY-SUM
           MOVE SPACES TO RAPPORT-TEXT
           STRING "Godkendt i dag: "    DELIMITED BY SIZE
                  GODKENDT-ANTAL        DELIMITED BY SIZE
                  "  samlet beloeb: "   DELIMITED BY SIZE
                  PRETTY-SUM            DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           WRITE RAPPORT-REC.

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
