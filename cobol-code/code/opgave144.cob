       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPG-144.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIL-KLAGER ASSIGN TO "../data/Klager.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KLAGE-FIL-STATUS.
           SELECT FIL-RAPPORT
               ASSIGN TO "../data/Klage-Aldersrapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-BOGFDATO ASSIGN TO "../data/Bogfoeringsdato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOGFDATO-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD FIL-KLAGER.
       01 KLAGE-REKORD.
           COPY "../copybooks/KLAGE.cpy".
       01 KLAGE-REKORD-TRAILER REDEFINES KLAGE-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(132).

       FD FIL-RAPPORT.
       01 RAPPORT-REC.
           02 RAPPORT-TEXT PIC X(132).

       FD FIL-BOGFDATO.
       01 BOGFDATO-FIL-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".

       WORKING-STORAGE SECTION.

      * Daglig aldersrapport over aabne klager i Klager.txt (OPG-143)
      * maalt mod svarfristen: alder i dage siden modtagelsen og dage
      * til fristen, sorteret efter frist. Klager over fristen
      * markeres OVERSKREDET, klager med frist inden for
      * ADVARSEL-DAGE markeres SNART. Rapporten slutter med antal pr.
      * behandler og i alt pr. gruppe. Overskredne frister giver
      * ikke fejl-RC; rapporten folges op af klageansvarlig.
       01 KLAGE-FIL-STATUS PIC XX VALUE "00".
       01 TRAILER-FOUND-SW PIC X(01) VALUE "N".
       01 TRAILER-ANTAL    PIC 9(06) VALUE ZEROS.
       01 TRANS-LAEST      PIC 9(06) VALUE ZEROS.
       01 EOF-FLAG         PIC X(01) VALUE "N".

       01 NUM-AABNE     PIC 9(04) VALUE 0.
       01 AABEN-ARR OCCURS 0 TO 5000 TIMES DEPENDING ON NUM-AABNE.
           02 AA-FRIST-DATO   PIC X(10).
           02 AA-KLAGE-NR     PIC 9(06).
           02 AA-KUNDE-ID     PIC X(10).
           02 AA-MODTAGET     PIC X(10).
           02 AA-KATEGORI     PIC X(04).
           02 AA-BEHANDLER    PIC X(10).
           02 AA-EMNE         PIC X(40).
       01 AABEN-IX      PIC 9(04) VALUE 0.

       01 NUM-BEHANDLERE PIC 9(03) VALUE 0.
       01 BEHANDLER-ARR OCCURS 0 TO 200 TIMES
               DEPENDING ON NUM-BEHANDLERE.
           02 BH-BEHANDLER    PIC X(10).
           02 BH-AABNE        PIC 9(04).
           02 BH-OVERSKREDET  PIC 9(04).
       01 BEHANDLER-IX  PIC 9(03) VALUE 0.
       01 BEHANDLER-MATCH-IX PIC 9(03) VALUE 0.

       01 ADVARSEL-DAGE PIC 9(02) VALUE 5.
       01 ANTAL-INDENFOR PIC 9(04) VALUE 0.
       01 ANTAL-SNART   PIC 9(04) VALUE 0.
       01 ANTAL-OVER    PIC 9(04) VALUE 0.

       01 DATO-NUM      PIC 9(08) VALUE ZEROS.
       01 ALDER-DAGE    PIC S9(05) VALUE ZEROS.
       01 RESTDAGE      PIC S9(05) VALUE ZEROS.

       01 RAPPORT-LINJE.
           02 RL-KLAGE-NR      PIC 9(06).
           02 FILLER           PIC X(02).
           02 RL-KUNDE-ID      PIC X(10).
           02 FILLER           PIC X(02).
           02 RL-MODTAGET      PIC X(10).
           02 FILLER           PIC X(02).
           02 RL-KATEGORI      PIC X(04).
           02 FILLER           PIC X(02).
           02 RL-BEHANDLER     PIC X(10).
           02 FILLER           PIC X(02).
           02 RL-FRIST         PIC X(10).
           02 FILLER           PIC X(02).
           02 RL-ALDER         PIC ZZZZ9.
           02 FILLER           PIC X(02).
           02 RL-RESTDAGE      PIC -ZZZZ9.
           02 FILLER           PIC X(02).
           02 RL-MARKERING     PIC X(11).
           02 FILLER           PIC X(02).
           02 RL-EMNE          PIC X(40).
       01 ANTAL-VIS     PIC ZZZ9.

       01 RUN-DATE        PIC 9(08) VALUE ZEROS.
      * Koerselsdatoen er bankens bogfoeringsdato (Bogfoeringsdato.txt),
      * ikke maskinens dato.
       01 BOGFDATO-STATUS  PIC XX VALUE "00".
       01 BOGFDATO-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".
       01 DAGS-DATO       PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM DAGS-DATO-FILL
           PERFORM AABEN-ARR-FILL
           IF NUM-AABNE > 1
               SORT AABEN-ARR ASCENDING AA-FRIST-DATO AA-KLAGE-NR
           END-IF
           OPEN OUTPUT FIL-RAPPORT
           PERFORM SKRIV-OVERSKRIFT
           PERFORM VARYING AABEN-IX FROM 1 BY 1
                   UNTIL AABEN-IX > NUM-AABNE
               PERFORM SKRIV-KLAGE
           END-PERFORM
           PERFORM SKRIV-TOTALER
           CLOSE FIL-RAPPORT
           DISPLAY "Klager: " NUM-AABNE " aabne, " ANTAL-OVER
               " over svarfristen, " ANTAL-SNART " med frist inden "
               ADVARSEL-DAGE " dage."
           STOP RUN.

       DAGS-DATO-FILL.
           PERFORM BOGFOERINGSDATO-FILL
           MOVE BD-DATO OF BOGFDATO-REC TO RUN-DATE
           STRING
               RUN-DATE(1:4) DELIMITED BY SIZE
               "-"           DELIMITED BY SIZE
               RUN-DATE(5:2) DELIMITED BY SIZE
               "-"           DELIMITED BY SIZE
               RUN-DATE(7:2) DELIMITED BY SIZE
           INTO DAGS-DATO.

       AABEN-ARR-FILL.
           MOVE 0 TO NUM-AABNE
           OPEN INPUT FIL-KLAGER
           IF KLAGE-FIL-STATUS NOT = "00"
               DISPLAY "Klager.txt findes ikke - ingen klager."
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO TRAILER-FOUND-SW
           MOVE 0 TO TRAILER-ANTAL
           MOVE 0 TO TRANS-LAEST
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-KLAGER
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF KLAGE-REKORD-TRAILER
                               = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                           MOVE "Y" TO TRAILER-FOUND-SW
                           MOVE TR-ANTAL OF KLAGE-REKORD-TRAILER
                             TO TRAILER-ANTAL
                       ELSE
                           ADD 1 TO TRANS-LAEST
                           IF KL-AABEN
                               PERFORM GEM-AABEN-KLAGE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-KLAGER
           IF TRAILER-FOUND-SW = "N"
               DISPLAY "FEJL: Klager.txt mangler sluttaellerpost"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF TRANS-LAEST NOT = TRAILER-ANTAL
               DISPLAY "FEJL: Klager.txt - forventet "
                   TRAILER-ANTAL " poster, fandt " TRANS-LAEST
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       GEM-AABEN-KLAGE.
           IF NUM-AABNE >= 5000
               DISPLAY "FEJL: flere end 5000 aabne klager."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO NUM-AABNE
           MOVE KL-FRIST-DATO TO AA-FRIST-DATO(NUM-AABNE)
           MOVE KL-KLAGE-NR TO AA-KLAGE-NR(NUM-AABNE)
           MOVE KL-KUNDE-ID TO AA-KUNDE-ID(NUM-AABNE)
           MOVE KL-MODTAGET-DATO TO AA-MODTAGET(NUM-AABNE)
           MOVE KL-KATEGORI TO AA-KATEGORI(NUM-AABNE)
           MOVE KL-BEHANDLER TO AA-BEHANDLER(NUM-AABNE)
           MOVE KL-EMNE TO AA-EMNE(NUM-AABNE).

       SKRIV-OVERSKRIFT.
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "AABNE KLAGER MOD SVARFRIST PR. " DELIMITED BY SIZE
               DAGS-DATO                         DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Klage   Kunde-ID    Modtaget    Kat.  Behandler   "
                                                 DELIMITED BY SIZE
               "Frist       Alder  Rest   Status"
                                                 DELIMITED BY SIZE
               "       Emne"                     DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC.

       SKRIV-KLAGE.
           MOVE AA-MODTAGET(AABEN-IX)(1:4) TO DATO-NUM(1:4)
           MOVE AA-MODTAGET(AABEN-IX)(6:2) TO DATO-NUM(5:2)
           MOVE AA-MODTAGET(AABEN-IX)(9:2) TO DATO-NUM(7:2)
           COMPUTE ALDER-DAGE = FUNCTION INTEGER-OF-DATE(RUN-DATE)
               - FUNCTION INTEGER-OF-DATE(DATO-NUM)
           MOVE AA-FRIST-DATO(AABEN-IX)(1:4) TO DATO-NUM(1:4)
           MOVE AA-FRIST-DATO(AABEN-IX)(6:2) TO DATO-NUM(5:2)
           MOVE AA-FRIST-DATO(AABEN-IX)(9:2) TO DATO-NUM(7:2)
           COMPUTE RESTDAGE = FUNCTION INTEGER-OF-DATE(DATO-NUM)
               - FUNCTION INTEGER-OF-DATE(RUN-DATE)
           MOVE SPACES TO RAPPORT-LINJE
           MOVE AA-KLAGE-NR(AABEN-IX) TO RL-KLAGE-NR
           MOVE AA-KUNDE-ID(AABEN-IX) TO RL-KUNDE-ID
           MOVE AA-MODTAGET(AABEN-IX) TO RL-MODTAGET
           MOVE AA-KATEGORI(AABEN-IX) TO RL-KATEGORI
           MOVE AA-BEHANDLER(AABEN-IX) TO RL-BEHANDLER
           MOVE AA-FRIST-DATO(AABEN-IX) TO RL-FRIST
           MOVE ALDER-DAGE TO RL-ALDER
           MOVE RESTDAGE TO RL-RESTDAGE
           MOVE AA-EMNE(AABEN-IX) TO RL-EMNE
           PERFORM FIND-BEHANDLER
           ADD 1 TO BH-AABNE(BEHANDLER-MATCH-IX)
           EVALUATE TRUE
               WHEN RESTDAGE < 0
                   MOVE "OVERSKREDET" TO RL-MARKERING
                   ADD 1 TO ANTAL-OVER
                   ADD 1 TO BH-OVERSKREDET(BEHANDLER-MATCH-IX)
               WHEN RESTDAGE NOT > ADVARSEL-DAGE
                   MOVE "SNART" TO RL-MARKERING
                   ADD 1 TO ANTAL-SNART
               WHEN OTHER
                   ADD 1 TO ANTAL-INDENFOR
           END-EVALUATE
           MOVE RAPPORT-LINJE TO RAPPORT-TEXT
           WRITE RAPPORT-REC.

       FIND-BEHANDLER.
           MOVE 0 TO BEHANDLER-MATCH-IX
           PERFORM VARYING BEHANDLER-IX FROM 1 BY 1
                   UNTIL BEHANDLER-IX > NUM-BEHANDLERE
               IF BH-BEHANDLER(BEHANDLER-IX) = AA-BEHANDLER(AABEN-IX)
                   MOVE BEHANDLER-IX TO BEHANDLER-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF BEHANDLER-MATCH-IX = 0
               IF NUM-BEHANDLERE < 200
                   ADD 1 TO NUM-BEHANDLERE
               END-IF
               MOVE NUM-BEHANDLERE TO BEHANDLER-MATCH-IX
               MOVE AA-BEHANDLER(AABEN-IX)
                 TO BH-BEHANDLER(BEHANDLER-MATCH-IX)
               MOVE 0 TO BH-AABNE(BEHANDLER-MATCH-IX)
               MOVE 0 TO BH-OVERSKREDET(BEHANDLER-MATCH-IX)
           END-IF.

       SKRIV-TOTALER.
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE "Pr. behandler        Aabne  Overskredet"
             TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           PERFORM VARYING BEHANDLER-IX FROM 1 BY 1
                   UNTIL BEHANDLER-IX > NUM-BEHANDLERE
               MOVE SPACES TO RAPPORT-TEXT
               MOVE BH-BEHANDLER(BEHANDLER-IX) TO RAPPORT-TEXT(1:10)
               MOVE BH-AABNE(BEHANDLER-IX) TO ANTAL-VIS
               MOVE ANTAL-VIS TO RAPPORT-TEXT(23:4)
               MOVE BH-OVERSKREDET(BEHANDLER-IX) TO ANTAL-VIS
               MOVE ANTAL-VIS TO RAPPORT-TEXT(36:4)
               WRITE RAPPORT-REC
           END-PERFORM
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-TEXT
           MOVE NUM-AABNE TO ANTAL-VIS
           STRING "Aabne klager i alt:        " DELIMITED BY SIZE
                  ANTAL-VIS                     DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-TEXT
           MOVE ANTAL-INDENFOR TO ANTAL-VIS
           STRING "Inden for svarfristen:     " DELIMITED BY SIZE
                  ANTAL-VIS                     DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-TEXT
           MOVE ANTAL-SNART TO ANTAL-VIS
           STRING "Frist inden for 5 dage:    " DELIMITED BY SIZE
                  ANTAL-VIS                     DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-TEXT
           MOVE ANTAL-OVER TO ANTAL-VIS
           STRING "Svarfristen overskredet:   " DELIMITED BY SIZE
                  ANTAL-VIS                     DELIMITED BY SIZE
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
