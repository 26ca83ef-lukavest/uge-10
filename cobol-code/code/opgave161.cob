       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPG-161.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIL-JOURNAL ASSIGN TO "../data/Kasse-Journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-FIL-STATUS.
           SELECT FIL-JOURNAL-NY
               ASSIGN TO "../data/Kasse-Journal.txt.ny"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-NY-STATUS.
           SELECT FIL-BOGFDATO ASSIGN TO "../data/Bogfoeringsdato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOGFDATO-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD FIL-JOURNAL.
       01 JOURNAL-REKORD.
           COPY "../copybooks/KASSEJOURNAL.cpy".
       01 JOURNAL-REKORD-TRAILER REDEFINES JOURNAL-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(74).

       FD FIL-JOURNAL-NY.
       01 JOURNAL-NY-REKORD.
           COPY "../copybooks/KASSEJOURNAL.cpy".

       FD FIL-BOGFDATO.
       01 BOGFDATO-FIL-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".

       WORKING-STORAGE SECTION.
      * Natlig oprydning i kassernes journal (OPG-154). Kasserne
      * tilfoejer deres raekker loebende, saa journalen ryddes her
      * under batchlaasen og ikke i en kassesession: raekker aeldre
      * end forrige aar fjernes. Journalen skrives til en ny fil, der
      * til sidst laegges paa plads.
       01 JOURNAL-FIL-STATUS PIC XX VALUE "00".
       01 JOURNAL-NY-STATUS PIC XX VALUE "00".
       01 BOGFDATO-STATUS  PIC XX VALUE "00".
       01 BOGFDATO-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".
       01 EOF-FLAG         PIC X(01) VALUE "N".

       01 RUN-DATE         PIC 9(08) VALUE ZEROS.
       01 GRAENSE-AAR      PIC 9(04) VALUE ZEROS.
       01 JOURNAL-AAR      PIC X(04) VALUE SPACES.
       01 NUM-BEHOLDT      PIC 9(07) VALUE 0.
       01 NUM-FJERNET      PIC 9(07) VALUE 0.
       01 SYSTEM-KOMMANDO  PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM BOGFOERINGSDATO-FILL
           MOVE BD-DATO OF BOGFDATO-REC TO RUN-DATE
           COMPUTE GRAENSE-AAR = RUN-DATE / 10000 - 1
           OPEN INPUT FIL-JOURNAL
           IF JOURNAL-FIL-STATUS = "35"
               DISPLAY "Kasse-Journal.txt findes ikke - intet at "
                   "rydde op."
               STOP RUN
           END-IF
           IF JOURNAL-FIL-STATUS NOT = "00"
               DISPLAY "FEJL: Kasse-Journal.txt kan ikke aabnes, "
                   "status " JOURNAL-FIL-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT FIL-JOURNAL-NY
           IF JOURNAL-NY-STATUS NOT = "00"
               DISPLAY "FEJL: Kasse-Journal.txt.ny kan ikke oprettes, "
                   "status " JOURNAL-NY-STATUS
               CLOSE FIL-JOURNAL
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-JOURNAL
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       PERFORM JOURNAL-RAEKKE
               END-READ
           END-PERFORM
           CLOSE FIL-JOURNAL
           CLOSE FIL-JOURNAL-NY
           PERFORM JOURNAL-NY-PAA-PLADS
           DISPLAY "Kasse-Journal " RUN-DATE ": " NUM-BEHOLDT
               " raekker beholdt, " NUM-FJERNET " fjernet (aeldre end "
               GRAENSE-AAR ")."
           STOP RUN.

      * En sluttaellerpost har journalen ikke laengere; findes en,
      * springes den over. En raekke med ulaeselig dato beholdes.
       JOURNAL-RAEKKE.
           IF TR-MARKER OF JOURNAL-REKORD-TRAILER = "TRAILER"
               EXIT PARAGRAPH
           END-IF
           MOVE KJ-DATO OF JOURNAL-REKORD(1:4) TO JOURNAL-AAR
           IF JOURNAL-AAR IS NUMERIC
               IF JOURNAL-AAR < GRAENSE-AAR
                   ADD 1 TO NUM-FJERNET
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE JOURNAL-REKORD TO JOURNAL-NY-REKORD
           WRITE JOURNAL-NY-REKORD
           ADD 1 TO NUM-BEHOLDT.

       JOURNAL-NY-PAA-PLADS.
           MOVE SPACES TO SYSTEM-KOMMANDO
           STRING
               "mv ../data/Kasse-Journal.txt.ny " DELIMITED BY SIZE
               "../data/Kasse-Journal.txt"        DELIMITED BY SIZE
           INTO SYSTEM-KOMMANDO
           CALL "SYSTEM" USING SYSTEM-KOMMANDO
           IF RETURN-CODE NOT = 0
               DISPLAY "FEJL: Kasse-Journal.txt.ny kunne ikke laegges "
                   "paa plads som Kasse-Journal.txt."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

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
