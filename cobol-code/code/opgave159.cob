       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPG-159.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIL-AUTOMAT ASSIGN TO "../data/Haeveautomater.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUTOMAT-FIL-STATUS.
           SELECT FIL-IND ASSIGN TO IND-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IND-FIL-STATUS.
           SELECT FIL-JOURNAL ASSIGN TO "../data/Automat-Journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-FIL-STATUS.
           SELECT FIL-RAPPORT
               ASSIGN TO "../data/Automat-Import-Rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-BOGFDATO ASSIGN TO "../data/Bogfoeringsdato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOGFDATO-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD FIL-AUTOMAT.
       01 AUTOMAT-REKORD.
           COPY "../copybooks/HAEVEAUTOMAT.cpy".
       01 AUTOMAT-REKORD-TRAILER REDEFINES AUTOMAT-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(62).

       FD FIL-IND.
       01 IND-REKORD.
           COPY "../copybooks/AUTOMATJOURNAL.cpy".
       01 IND-REKORD-TRAILER REDEFINES IND-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(36).

       FD FIL-JOURNAL.
       01 JOURNAL-REKORD.
           COPY "../copybooks/AUTOMATJOURNAL.cpy".
       01 JOURNAL-REKORD-TRAILER REDEFINES JOURNAL-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(36).

       FD FIL-RAPPORT.
       01 RAPPORT-REC.
           02 RAPPORT-TEXT PIC X(132).

       FD FIL-BOGFDATO.
       01 BOGFDATO-FIL-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".

       WORKING-STORAGE SECTION.

      * Daglig import til kontantafstemningen af bankens egne
      * haeveautomater (OPG-160). To leverancer flettes ind i
      * Automat-Journal.txt:
      * - Automat-Journal-Ind.txt: automaternes elektroniske journal
      *   med en linje pr. udbetaling (U) og pr. afvist haevning (A),
      *   hver med det bilagsnummer, posteringen faar.
      * - Automat-Opfyldning-Ind.txt: opfyldningsblanketterne, tastet
      *   ind fra papir: paafyldt (P), udtaget (T) og optalt
      *   beholdning (O) ved besoeget.
      * Automaten skal findes i Haeveautomater.txt. Stemmer en
      * leverances trailer ikke, afvises hele leverancen; en ugyldig
      * linje afvises for sig og staar i rapporten. En linje, der
      * allerede findes i journalen, springes over, saa en leverance
      * kan indlaeses igen uden at blive talt dobbelt. Journalen
      * holder JOURNAL-GEM-DAGE dages linjer; aeldre linjer luges ud.
       01 AUTOMAT-FIL-STATUS PIC XX VALUE "00".
       01 IND-FIL-STATUS   PIC XX VALUE "00".
       01 JOURNAL-FIL-STATUS PIC XX VALUE "00".
       01 TRAILER-FOUND-SW PIC X(01) VALUE "N".
       01 TRAILER-ANTAL    PIC 9(06) VALUE ZEROS.
       01 EOF-FLAG         PIC X(01) VALUE "N".
       01 IND-FILENAME     PIC X(60) VALUE SPACES.
       01 IND-NAVN         PIC X(30) VALUE SPACES.
       01 IND-KILDE        PIC X(01) VALUE SPACE.
           88 IND-ELEKTRONISK       VALUE "E".
           88 IND-BLANKET           VALUE "B".
       01 JOURNAL-GEM-DAGE PIC 9(03) VALUE 400.

       01 NUM-AUTOMATER    PIC 9(03) VALUE 0.
       01 AUTOMAT-ARR OCCURS 0 TO 200 TIMES
               DEPENDING ON NUM-AUTOMATER.
           COPY "../copybooks/HAEVEAUTOMAT.cpy".
       01 AUTOMAT-IX       PIC 9(03) VALUE 0.
       01 AUTOMAT-MATCH-IX PIC 9(03) VALUE 0.

       01 NUM-JOURNAL      PIC 9(05) VALUE 0.
       01 JOURNAL-ARR OCCURS 0 TO 50000 TIMES
               DEPENDING ON NUM-JOURNAL.
           COPY "../copybooks/AUTOMATJOURNAL.cpy".
       01 JOURNAL-IX       PIC 9(05) VALUE 0.
       01 JOURNAL-GEMT     PIC 9(06) VALUE ZEROS.
       01 UDLUGET-ANTAL    PIC 9(05) VALUE 0.

      * Leverancen holdes i hukommelsen, til traileren er afstemt.
       01 NUM-IND          PIC 9(05) VALUE 0.
       01 IND-ARR OCCURS 0 TO 20000 TIMES DEPENDING ON NUM-IND.
           COPY "../copybooks/AUTOMATJOURNAL.cpy".
           02 IN-BEMAERKNING  PIC X(40).
       01 IND-IX           PIC 9(05) VALUE 0.
       01 IND-LAEST        PIC 9(06) VALUE ZEROS.

       01 INDLAEST-ANTAL   PIC 9(05) VALUE 0.
       01 DUBLET-ANTAL     PIC 9(05) VALUE 0.
       01 AFVIST-ANTAL     PIC 9(05) VALUE 0.
       01 LEVERANCE-ANTAL  PIC 9(01) VALUE 0.
       01 DUBLET-SW        PIC X(01) VALUE "N".

       01 GRAENSE-NUM      PIC 9(08) VALUE ZEROS.
       01 GRAENSE-DATO     PIC X(10) VALUE SPACES.

       01 RUN-DATE         PIC 9(08) VALUE ZEROS.
      * Koerselsdatoen er bankens bogfoeringsdato (Bogfoeringsdato.txt),
      * ikke maskinens dato.
       01 BOGFDATO-STATUS  PIC XX VALUE "00".
       01 BOGFDATO-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".
       01 DAGS-DATO        PIC X(10) VALUE SPACES.

       01 RAPPORT-LINJE.
           02 RL-AUTOMAT       PIC X(10).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-DATO          PIC X(10).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-KLOKKE        PIC X(08).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-TYPE          PIC X(01).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-BELOEB        PIC Z,ZZZ,ZZ9.99.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-BILAGSNR      PIC X(10).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-BEMAERKNING   PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM DAGS-DATO-FILL
           PERFORM AUTOMAT-ARR-FILL
           PERFORM JOURNAL-ARR-FILL
           OPEN OUTPUT FIL-RAPPORT
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "IMPORT AF AUTOMATJOURNALER - bogfoeringsdato "
                                               DELIMITED BY SIZE
               DAGS-DATO                       DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE "../data/Automat-Journal-Ind.txt" TO IND-FILENAME
           MOVE "Automat-Journal-Ind.txt" TO IND-NAVN
           SET IND-ELEKTRONISK TO TRUE
           PERFORM BEHANDL-LEVERANCE
           MOVE "../data/Automat-Opfyldning-Ind.txt" TO IND-FILENAME
           MOVE "Automat-Opfyldning-Ind.txt" TO IND-NAVN
           SET IND-BLANKET TO TRUE
           PERFORM BEHANDL-LEVERANCE
           IF LEVERANCE-ANTAL = 0
               MOVE SPACES TO RAPPORT-TEXT
               WRITE RAPPORT-REC
               MOVE "Ingen leverancer at importere." TO RAPPORT-TEXT
               WRITE RAPPORT-REC
               CLOSE FIL-RAPPORT
               DISPLAY "Automat-Journal-Ind.txt og "
                   "Automat-Opfyldning-Ind.txt findes ikke - "
                   "intet at importere."
               STOP RUN
           END-IF
           PERFORM JOURNAL-ARR-REWRITE
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Indlaest: "     DELIMITED BY SIZE
               INDLAEST-ANTAL   DELIMITED BY SIZE
               "  dubletter: "  DELIMITED BY SIZE
               DUBLET-ANTAL     DELIMITED BY SIZE
               "  afvist: "     DELIMITED BY SIZE
               AFVIST-ANTAL     DELIMITED BY SIZE
               "  udluget: "    DELIMITED BY SIZE
               UDLUGET-ANTAL    DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           CLOSE FIL-RAPPORT
           DISPLAY "Automatimport " DAGS-DATO ": " INDLAEST-ANTAL
               " indlaest, " DUBLET-ANTAL " dubletter, " AFVIST-ANTAL
               " afvist."
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
           INTO DAGS-DATO
           COMPUTE GRAENSE-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(RUN-DATE) - JOURNAL-GEM-DAGE)
           STRING
               GRAENSE-NUM(1:4) DELIMITED BY SIZE
               "-"              DELIMITED BY SIZE
               GRAENSE-NUM(5:2) DELIMITED BY SIZE
               "-"              DELIMITED BY SIZE
               GRAENSE-NUM(7:2) DELIMITED BY SIZE
           INTO GRAENSE-DATO.

       AUTOMAT-ARR-FILL.
           MOVE 0 TO NUM-AUTOMATER
           OPEN INPUT FIL-AUTOMAT
           IF AUTOMAT-FIL-STATUS NOT = "00"
               DISPLAY "Haeveautomater.txt findes ikke - ingen "
                   "automater at importere til."
               STOP RUN
           END-IF
           MOVE "N" TO TRAILER-FOUND-SW
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-AUTOMAT
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF AUTOMAT-REKORD-TRAILER
                               = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                           MOVE "Y" TO TRAILER-FOUND-SW
                           MOVE TR-ANTAL OF AUTOMAT-REKORD-TRAILER
                             TO TRAILER-ANTAL
                       ELSE
                           IF NUM-AUTOMATER >= 200
                               DISPLAY "FEJL: flere end 200 automater "
                                   "i Haeveautomater.txt."
                               MOVE 1 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO NUM-AUTOMATER
                           MOVE AUTOMAT-REKORD
                             TO AUTOMAT-ARR(NUM-AUTOMATER)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-AUTOMAT
           IF TRAILER-FOUND-SW = "N"
               DISPLAY "FEJL: Haeveautomater.txt mangler "
                   "sluttaellerpost"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NUM-AUTOMATER NOT = TRAILER-ANTAL
               DISPLAY "FEJL: Haeveautomater.txt - forventet "
                   TRAILER-ANTAL " poster, fandt " NUM-AUTOMATER
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Den hidtidige journal; linjer aeldre end graensen luges ud.
       JOURNAL-ARR-FILL.
           MOVE 0 TO NUM-JOURNAL
           MOVE 0 TO JOURNAL-GEMT
           OPEN INPUT FIL-JOURNAL
           IF JOURNAL-FIL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO TRAILER-FOUND-SW
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-JOURNAL
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF JOURNAL-REKORD-TRAILER
                               = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                           MOVE "Y" TO TRAILER-FOUND-SW
                           MOVE TR-ANTAL OF JOURNAL-REKORD-TRAILER
                             TO TRAILER-ANTAL
                       ELSE
                           ADD 1 TO JOURNAL-GEMT
                           IF AJ-DATO OF JOURNAL-REKORD < GRAENSE-DATO
                               ADD 1 TO UDLUGET-ANTAL
                           ELSE
                               PERFORM GEM-JOURNAL-LINJE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-JOURNAL
           IF TRAILER-FOUND-SW = "N"
               DISPLAY "FEJL: Automat-Journal.txt mangler "
                   "sluttaellerpost"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF JOURNAL-GEMT NOT = TRAILER-ANTAL
               DISPLAY "FEJL: Automat-Journal.txt - forventet "
                   TRAILER-ANTAL " poster, fandt " JOURNAL-GEMT
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       GEM-JOURNAL-LINJE.
           IF NUM-JOURNAL >= 50000
               DISPLAY "FEJL: flere end 50000 linjer i "
                   "Automat-Journal.txt."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO NUM-JOURNAL
           MOVE JOURNAL-REKORD TO JOURNAL-ARR(NUM-JOURNAL).

       BEHANDL-LEVERANCE.
           OPEN INPUT FIL-IND
           IF IND-FIL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO LEVERANCE-ANTAL
           PERFORM IND-ARR-FILL
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               IND-NAVN                        DELIMITED BY SPACE
               " - "                           DELIMITED BY SIZE
               IND-LAEST                       DELIMITED BY SIZE
               " linjer; afviste og dubletter:" DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE "Automat    Dato       Klokke   T       Beloeb "
             TO RAPPORT-TEXT
           MOVE "Bilagsnr   Bemaerkning" TO RAPPORT-TEXT(47:)
           WRITE RAPPORT-REC
           PERFORM VARYING IND-IX FROM 1 BY 1 UNTIL IND-IX > NUM-IND
               PERFORM BEHANDL-LINJE
               IF IN-BEMAERKNING(IND-IX) NOT = SPACES
                   PERFORM SKRIV-LINJE
               END-IF
           END-PERFORM.

       IND-ARR-FILL.
           MOVE "N" TO TRAILER-FOUND-SW
           MOVE 0 TO NUM-IND
           MOVE 0 TO IND-LAEST
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-IND
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF IND-REKORD-TRAILER = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                           MOVE "Y" TO TRAILER-FOUND-SW
                           MOVE TR-ANTAL OF IND-REKORD-TRAILER
                             TO TRAILER-ANTAL
                       ELSE
                           ADD 1 TO IND-LAEST
                           IF NUM-IND >= 20000
                               DISPLAY "FEJL: flere end 20000 linjer i "
                                   IND-NAVN
                               MOVE 1 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO NUM-IND
                           MOVE IND-REKORD TO IND-ARR(NUM-IND)(1:49)
                           MOVE SPACES TO IN-BEMAERKNING(NUM-IND)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-IND
           IF TRAILER-FOUND-SW = "N"
               DISPLAY "FEJL: " IND-NAVN " mangler "
                   "sluttaellerpost - leverancen afvises."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF IND-LAEST NOT = TRAILER-ANTAL
               DISPLAY "FEJL: " IND-NAVN " - forventet "
                   TRAILER-ANTAL " poster, fandt " IND-LAEST
                   " - leverancen afvises."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       BEHANDL-LINJE.
           PERFORM LOOKUP-AUTOMAT
           MOVE IND-KILDE TO AJ-KILDE OF IND-ARR(IND-IX)
           EVALUATE TRUE
               WHEN AUTOMAT-MATCH-IX = 0
                   MOVE "Ukendt automat" TO IN-BEMAERKNING(IND-IX)
               WHEN AJ-DATO OF IND-ARR(IND-IX)(1:4) NOT NUMERIC
                       OR AJ-DATO OF IND-ARR(IND-IX)(5:1) NOT = "-"
                       OR AJ-DATO OF IND-ARR(IND-IX)(6:2) NOT NUMERIC
                       OR AJ-DATO OF IND-ARR(IND-IX)(8:1) NOT = "-"
                       OR AJ-DATO OF IND-ARR(IND-IX)(9:2) NOT NUMERIC
                   MOVE "Ugyldig dato" TO IN-BEMAERKNING(IND-IX)
               WHEN AJ-DATO OF IND-ARR(IND-IX) > DAGS-DATO
                   MOVE "Dato efter bogfoeringsdatoen"
                     TO IN-BEMAERKNING(IND-IX)
               WHEN AJ-DATO OF IND-ARR(IND-IX) < GRAENSE-DATO
                   MOVE "Dato for gammel til journalen"
                     TO IN-BEMAERKNING(IND-IX)
               WHEN AJ-KLOKKE OF IND-ARR(IND-IX)(1:2) NOT NUMERIC
                       OR AJ-KLOKKE OF IND-ARR(IND-IX)(4:2) NOT NUMERIC
                       OR AJ-KLOKKE OF IND-ARR(IND-IX)(7:2) NOT NUMERIC
                   MOVE "Ugyldigt klokkeslaet"
                     TO IN-BEMAERKNING(IND-IX)
               WHEN AJ-BELOEB OF IND-ARR(IND-IX) NOT NUMERIC
                   MOVE "Beloebet er ikke numerisk"
                     TO IN-BEMAERKNING(IND-IX)
               WHEN IND-ELEKTRONISK
                       AND NOT AJ-UDBETALT OF IND-ARR(IND-IX)
                       AND NOT AJ-AFVIST OF IND-ARR(IND-IX)
                   MOVE "Journalen kender kun type U og A"
                     TO IN-BEMAERKNING(IND-IX)
               WHEN IND-BLANKET
                       AND NOT AJ-PAAFYLDT OF IND-ARR(IND-IX)
                       AND NOT AJ-TOEMT OF IND-ARR(IND-IX)
                       AND NOT AJ-OPTALT OF IND-ARR(IND-IX)
                   MOVE "Blanketten kender kun type P, T og O"
                     TO IN-BEMAERKNING(IND-IX)
               WHEN IND-ELEKTRONISK
                       AND (AJ-BILAGSNR OF IND-ARR(IND-IX) NOT NUMERIC
                         OR AJ-BILAGSNR OF IND-ARR(IND-IX) = ZEROS)
                   MOVE "Bilagsnummer mangler"
                     TO IN-BEMAERKNING(IND-IX)
               WHEN AJ-BELOEB OF IND-ARR(IND-IX) = ZEROS
                       AND NOT AJ-AFVIST OF IND-ARR(IND-IX)
                       AND NOT AJ-OPTALT OF IND-ARR(IND-IX)
                   MOVE "Beloebet er nul" TO IN-BEMAERKNING(IND-IX)
               WHEN OTHER
                   IF IND-BLANKET
                       AND AJ-BILAGSNR OF IND-ARR(IND-IX) NOT NUMERIC
                       MOVE ZEROS TO AJ-BILAGSNR OF IND-ARR(IND-IX)
                   END-IF
                   PERFORM CHECK-DUBLET
                   IF DUBLET-SW = "Y"
                       MOVE "Dublet - allerede indlaest"
                         TO IN-BEMAERKNING(IND-IX)
                       ADD 1 TO DUBLET-ANTAL
                   ELSE
                       MOVE IND-ARR(IND-IX)(1:49) TO JOURNAL-REKORD
                       PERFORM GEM-JOURNAL-LINJE
                       ADD 1 TO INDLAEST-ANTAL
                   END-IF
                   EXIT PARAGRAPH
           END-EVALUATE
           ADD 1 TO AFVIST-ANTAL.

       LOOKUP-AUTOMAT.
           MOVE 0 TO AUTOMAT-MATCH-IX
           PERFORM VARYING AUTOMAT-IX FROM 1 BY 1
                   UNTIL AUTOMAT-IX > NUM-AUTOMATER
               IF HA-AUTOMAT-ID OF AUTOMAT-ARR(AUTOMAT-IX)
                       = AJ-AUTOMAT-ID OF IND-ARR(IND-IX)
                   MOVE AUTOMAT-IX TO AUTOMAT-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * Samme automat, tidspunkt, type, bilagsnummer og beloeb.
       CHECK-DUBLET.
           MOVE "N" TO DUBLET-SW
           PERFORM VARYING JOURNAL-IX FROM 1 BY 1
                   UNTIL JOURNAL-IX > NUM-JOURNAL
               IF JOURNAL-ARR(JOURNAL-IX)(1:48)
                       = IND-ARR(IND-IX)(1:48)
                   MOVE "Y" TO DUBLET-SW
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       SKRIV-LINJE.
           MOVE SPACES TO RAPPORT-LINJE
           MOVE AJ-AUTOMAT-ID OF IND-ARR(IND-IX) TO RL-AUTOMAT
           MOVE AJ-DATO OF IND-ARR(IND-IX) TO RL-DATO
           MOVE AJ-KLOKKE OF IND-ARR(IND-IX) TO RL-KLOKKE
           MOVE AJ-POST-TYPE OF IND-ARR(IND-IX) TO RL-TYPE
           IF AJ-BELOEB OF IND-ARR(IND-IX) NUMERIC
               MOVE AJ-BELOEB OF IND-ARR(IND-IX) TO RL-BELOEB
           ELSE
               MOVE ZEROS TO RL-BELOEB
           END-IF
           MOVE AJ-BILAGSNR OF IND-ARR(IND-IX) TO RL-BILAGSNR
           MOVE IN-BEMAERKNING(IND-IX) TO RL-BEMAERKNING
           MOVE SPACES TO RAPPORT-TEXT
           MOVE RAPPORT-LINJE TO RAPPORT-TEXT
           WRITE RAPPORT-REC.

       JOURNAL-ARR-REWRITE.
           OPEN OUTPUT FIL-JOURNAL
           PERFORM VARYING JOURNAL-IX FROM 1 BY 1
                   UNTIL JOURNAL-IX > NUM-JOURNAL
               MOVE JOURNAL-ARR(JOURNAL-IX) TO JOURNAL-REKORD
               WRITE JOURNAL-REKORD
           END-PERFORM
           MOVE SPACES TO JOURNAL-REKORD
           MOVE "TRAILER" TO TR-MARKER OF JOURNAL-REKORD-TRAILER
           MOVE NUM-JOURNAL TO TR-ANTAL OF JOURNAL-REKORD-TRAILER
           WRITE JOURNAL-REKORD
           CLOSE FIL-JOURNAL.

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
