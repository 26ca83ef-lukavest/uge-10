       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPG-102.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIL-REGKONV
               ASSIGN TO "../data/Regnr-Konvertering.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGKONV-STATUS.
           SELECT FIL-SNAP-KATALOG
               ASSIGN TO "../data/Snapshot-Katalog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SNAP-KATALOG-STATUS.
           SELECT FIL-BOGFDATO ASSIGN TO "../data/Bogfoeringsdato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOGFDATO-STATUS.
           SELECT FIL-IND ASSIGN TO IND-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IND-STATUS.
           SELECT FIL-UD ASSIGN TO UD-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-RAPPORT
               ASSIGN TO "../data/Regnr-Konvertering-Rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD FIL-REGKONV.
       01 REGKONV-REC.
           COPY "../copybooks/REGNR-KONVERTERING.cpy".

       FD FIL-SNAP-KATALOG.
       01 SNAP-KATALOG-REC.
           02 SK-DATO        PIC 9(08).
           02 SK-KUNDER-ANTAL PIC 9(06).
           02 SK-KONTI-ANTAL PIC 9(06).
           02 SK-TRANS-ANTAL PIC 9(06).

       FD FIL-BOGFDATO.
       01 BOGFDATO-FIL-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".

       FD FIL-IND.
       01 IND-REC          PIC X(330).
       01 IND-REC-TRAILER REDEFINES IND-REC.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(317).

       FD FIL-UD.
       01 UD-REC           PIC X(330).
       01 UD-REC-TRAILER REDEFINES UD-REC.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(317).

       FD FIL-RAPPORT.
       01 RAPPORT-REC.
           02 RAPPORT-TEXT PIC X(132).

       WORKING-STORAGE SECTION.

      * Konvertering af registreringsnumre ved fusion af afdelinger
      * eller overtagelse af et andet instituts kunder. Regnr-
      * Konvertering.txt angiver gammelt reg-nr, nyt reg-nr,
      * ikrafttraedelsesdato og sidste dag for omdirigering af
      * indgaaende clearing (OPG-24). Raekker, der er traadt i kraft
      * og endnu ikke udfoert, konverteres samlet i alle filer, der
      * baerer reg-nr, og markeres "U" med udfoerelsesdatoen, saa en
      * genkoersel ikke konverterer igen.
      *
      * Konverteringen kraever en snapshot-generation for dagens
      * bogfoeringsdato i Snapshot-Katalog.txt, saa OPG-43 kan foere
      * mastrene tilbage. Filer uden for snapshottet kopieres til
      * <fil>-Foer-Regnr-<dato>.txt, inden de omskrives.
       01 REGKONV-STATUS   PIC XX VALUE "00".
       01 SNAP-KATALOG-STATUS PIC XX VALUE "00".
       01 IND-STATUS       PIC XX VALUE "00".
       01 IND-FILENAME     PIC X(60) VALUE SPACES.
       01 UD-FILENAME      PIC X(60) VALUE SPACES.
       01 SYSTEM-KOMMANDO  PIC X(160) VALUE SPACES.
       01 EOF-FLAG         PIC X(01) VALUE "N".
       01 KATALOG-EOF      PIC X(01) VALUE "N".
       01 DATO-FUNDET-SW   PIC X(01) VALUE "N".
       01 FEJL-SW          PIC X(01) VALUE "N".
       01 TRAILER-FOUND-SW PIC X(01) VALUE "N".
       01 TRAILER-ANTAL    PIC 9(06) VALUE ZEROS.

      * Koerselsdatoen er bankens bogfoeringsdato (Bogfoeringsdato.txt),
      * ikke maskinens dato.
       01 BOGFDATO-STATUS  PIC XX VALUE "00".
       01 BOGFDATO-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".
       01 DAGS-DATO        PIC X(10) VALUE SPACES.

       01 NUM-RK           PIC 9(02) VALUE 0.
       01 RK-ARR OCCURS 0 TO 50 TIMES DEPENDING ON NUM-RK.
           COPY "../copybooks/REGNR-KONVERTERING.cpy".
           02  RK-KOERES-SW     PIC X(01) VALUE "N".
       01 RK-IX            PIC 9(02) VALUE 0.
       01 RK-IX2           PIC 9(02) VALUE 0.
       01 RK-MATCH-IX      PIC 9(02) VALUE 0.
       01 NUM-KOERES       PIC 9(02) VALUE 0.
       01 SOEG-REG-NR      PIC 9(06) VALUE ZEROS.
       01 SOEG-NY-SW       PIC X(01) VALUE "N".

      * Filerne i den raekkefoelge, de konverteres og rapporteres.
      * Banker.txt behandles for sig (en gammel bank, hvis nye
      * reg-nr allerede findes, fjernes); de oevrige omskrives post
      * for post. Markering "S": filen er med i OPG-19's snapshot og
      * kopieres ikke separat.
       01 FIL-TABLE.
           02 FILLER PIC X(31) VALUE "Banker".
           02 FILLER PIC X(31) VALUE
               "Transaktioner                 S".
           02 FILLER PIC X(31) VALUE "Ventende-Posteringer".
           02 FILLER PIC X(31) VALUE "KreditorAftaler".
           02 FILLER PIC X(31) VALUE "Meddelelser".
           02 FILLER PIC X(31) VALUE "Clearing-Ind".
           02 FILLER PIC X(31) VALUE "Clearing-Ud".
           02 FILLER PIC X(31) VALUE "Portal-Ordrer".
           02 FILLER PIC X(31) VALUE "Engagement-Skifte".
           02 FILLER PIC X(31) VALUE "OPG10-Parametre".
           02 FILLER PIC X(31) VALUE "OPG36-Parametre".
           02 FILLER PIC X(31) VALUE "OPG58-Parametre".
       01 FIL-ARR REDEFINES FIL-TABLE.
           02 FIL-ENTRY OCCURS 12 TIMES.
               03 FIL-GRUNDNAVN PIC X(30).
               03 FIL-SNAPSHOT-SW PIC X(01).
       01 FIL-IX           PIC 9(02) VALUE 0.

       01 FIL-TAELLER-ARR OCCURS 12 TIMES.
           02 FT-FINDES-SW     PIC X(01) VALUE "N".
           02 FT-POSTER-FOER   PIC 9(06) VALUE ZEROS.
           02 FT-POSTER-EFTER  PIC 9(06) VALUE ZEROS.
           02 FT-GAMMEL-FOER   PIC 9(06) VALUE ZEROS.
           02 FT-NY-FOER       PIC 9(06) VALUE ZEROS.
           02 FT-GAMMEL-EFTER  PIC 9(06) VALUE ZEROS.
           02 FT-NY-EFTER      PIC 9(06) VALUE ZEROS.

      * Postens reg-nr-felter hentes ud i FELT-REG, konverteres der
      * og saettes tilbage i postlayoutet.
       01 LINJE-BUF        PIC X(330) VALUE SPACES.
       01 FELT-ANTAL       PIC 9(01) VALUE 0.
       01 FELT-REG         PIC 9(06) VALUE ZEROS OCCURS 2 TIMES.
       01 FELT-FOER        PIC 9(06) VALUE ZEROS OCCURS 2 TIMES.
       01 FELT-IX          PIC 9(01) VALUE 0.
       01 OMSAT-SW         PIC X(01) VALUE "N".
       01 POST-GAMMEL-SW   PIC X(01) VALUE "N".
       01 POST-NY-SW       PIC X(01) VALUE "N".
       01 PARTITION-ADVARSEL PIC 9(02) VALUE 0.

      * Filernes postlayout, udfyldt til linjebufferens laengde.
       01 TRANS-LAYOUT.
           COPY "../copybooks/TRANSAKTIONER.cpy".
           02 TRANS-REST        PIC X(66).
       01 AFTALE-LAYOUT.
           COPY "../copybooks/KREDITOR-AFTALE.cpy".
           02 AFTALE-REST       PIC X(271).
       01 MEDDELELSE-LAYOUT.
           COPY "../copybooks/MEDDELELSE.cpy".
           02 MEDDELELSE-REST   PIC X(211).
       01 CLEARING-LAYOUT.
           COPY "../copybooks/CLEARING.cpy".
           02 CLEARING-REST     PIC X(257).
       01 ORDRE-LAYOUT.
           COPY "../copybooks/PORTALORDRE.cpy".
           02 ORDRE-REST        PIC X(227).
       01 SKIFTE-LAYOUT.
           COPY "../copybooks/ENGAGEMENT-SKIFTE.cpy".
           02 SKIFTE-REST       PIC X(235).
       01 OPG10-LAYOUT.
           COPY "../copybooks/PARAMETRE.cpy".
           02 OPG10-REST        PIC X(264).
       01 OPG36-LAYOUT.
           COPY "../copybooks/OPG36-PARAMETRE.cpy".
           02 OPG36-REST        PIC X(324).
       01 OPG58-LAYOUT.
           COPY "../copybooks/OPG58-PARAMETRE.cpy".
           02 OPG58-REST        PIC X(314).

       01 NUM-BANKER       PIC 9(03) VALUE 0.
       01 BANK-ARR OCCURS 0 TO 100 TIMES DEPENDING ON NUM-BANKER.
           COPY "../copybooks/BANKER.cpy".
       01 BANK-SLET-SW     PIC X(01) VALUE "N" OCCURS 100 TIMES.
       01 BANK-IX          PIC 9(03) VALUE 0.
       01 BANK-IX2         PIC 9(03) VALUE 0.
       01 BANK-MATCH-IX    PIC 9(03) VALUE 0.
       01 BANK-UD-ANTAL    PIC 9(06) VALUE ZEROS.

       01 RAPPORT-HOVED-1.
           02 FILLER PIC X(24) VALUE "Fil".
           02 FILLER PIC X(10) VALUE " Poster".
           02 FILLER PIC X(10) VALUE " Poster".
           02 FILLER PIC X(10) VALUE "Gammelt".
           02 FILLER PIC X(10) VALUE "    Nyt".
           02 FILLER PIC X(10) VALUE "Gammelt".
           02 FILLER PIC X(07) VALUE "    Nyt".
       01 RAPPORT-HOVED-2.
           02 FILLER PIC X(24) VALUE SPACES.
           02 FILLER PIC X(10) VALUE "   foer".
           02 FILLER PIC X(10) VALUE "  efter".
           02 FILLER PIC X(10) VALUE "   foer".
           02 FILLER PIC X(10) VALUE "   foer".
           02 FILLER PIC X(10) VALUE "  efter".
           02 FILLER PIC X(07) VALUE "  efter".
       01 RAPPORT-LINJE.
           02 RL-NAVN          PIC X(22).
           02 FILLER           PIC X(02) VALUE SPACES.
           02 RL-POSTER-FOER   PIC ZZZ,ZZ9.
           02 FILLER           PIC X(03) VALUE SPACES.
           02 RL-POSTER-EFTER  PIC ZZZ,ZZ9.
           02 FILLER           PIC X(03) VALUE SPACES.
           02 RL-GAMMEL-FOER   PIC ZZZ,ZZ9.
           02 FILLER           PIC X(03) VALUE SPACES.
           02 RL-NY-FOER       PIC ZZZ,ZZ9.
           02 FILLER           PIC X(03) VALUE SPACES.
           02 RL-GAMMEL-EFTER  PIC ZZZ,ZZ9.
           02 FILLER           PIC X(03) VALUE SPACES.
           02 RL-NY-EFTER      PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
           PERFORM BOGFOERINGSDATO-FILL
           MOVE SPACES TO DAGS-DATO
           STRING
               BD-DATO OF BOGFDATO-REC(1:4) DELIMITED BY SIZE
               "-"                          DELIMITED BY SIZE
               BD-DATO OF BOGFDATO-REC(5:2) DELIMITED BY SIZE
               "-"                          DELIMITED BY SIZE
               BD-DATO OF BOGFDATO-REC(7:2) DELIMITED BY SIZE
           INTO DAGS-DATO
           PERFORM REGKONV-ARR-FILL
           IF NUM-KOERES = 0
               DISPLAY "Ingen reg-nr-konverteringer til udfoersel pr. "
                   DAGS-DATO
               STOP RUN
           END-IF
           PERFORM VALIDER-KONVERTERING
           IF FEJL-SW = "Y"
               DISPLAY "FEJL: reg-nr-konvertering afbrudt - se ovenfor."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
      * Uden en snapshot-generation for dagen kan OPG-43 ikke foere
      * Transaktioner.txt tilbage - saa konverteres intet.
           PERFORM FIND-SNAPSHOT
           IF DATO-FUNDET-SW = "N"
               DISPLAY "FEJL: ingen snapshot-generation for "
                   BD-DATO OF BOGFDATO-REC
                   " i Snapshot-Katalog.txt - tag et snapshot, "
                   "inden reg-nr konverteres."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 1 TO FIL-IX
           PERFORM KONVERTER-BANKER
           PERFORM VARYING FIL-IX FROM 2 BY 1 UNTIL FIL-IX > 12
               PERFORM KONVERTER-FIL
           END-PERFORM
      * Transaktionsindekset fra OPG-97 genopbygges fra den
      * konverterede fil.
           IF FT-FINDES-SW(2) = "Y"
               MOVE "./opgave97" TO SYSTEM-KOMMANDO
               CALL "SYSTEM" USING SYSTEM-KOMMANDO
           END-IF
           PERFORM REGKONV-MARKER-UDFOERT
           PERFORM SKRIV-RAPPORT
           DISPLAY "Reg-nr-konvertering gennemfoert - " NUM-KOERES
               " konvertering(er), se Regnr-Konvertering-Rapport.txt"
           IF PARTITION-ADVARSEL > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       REGKONV-ARR-FILL.
           MOVE 0 TO NUM-RK
           MOVE 0 TO NUM-KOERES
           OPEN INPUT FIL-REGKONV
           IF REGKONV-STATUS NOT = "00"
               DISPLAY "Regnr-Konvertering.txt findes ikke - "
                   "intet at konvertere."
               STOP RUN
           END-IF
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-REGKONV
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF REGKONV-REC NOT = SPACES
                           IF NUM-RK >= 50
                               DISPLAY "FEJL: Regnr-Konvertering.txt "
                                   "indeholder flere end 50 raekker"
                               CLOSE FIL-REGKONV
                               MOVE 1 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO NUM-RK
                           MOVE REGKONV-REC TO RK-ARR(NUM-RK)
                           MOVE "N" TO RK-KOERES-SW(NUM-RK)
                           IF RK-AFVENTER OF RK-ARR(NUM-RK)
                                   AND RK-IKRAFT-DATO OF RK-ARR(NUM-RK)
                                       NOT = SPACES
                                   AND RK-IKRAFT-DATO OF RK-ARR(NUM-RK)
                                       NOT > DAGS-DATO
                               MOVE "Y" TO RK-KOERES-SW(NUM-RK)
                               ADD 1 TO NUM-KOERES
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-REGKONV.

      * Hver konvertering skal vaere entydig: et gammelt reg-nr maa
      * kun konverteres een gang, og et reg-nr maa ikke baade vaere
      * gammelt og nyt i samme koersel (kaeder udfoeres i hver sin
      * koersel).
       VALIDER-KONVERTERING.
           MOVE "N" TO FEJL-SW
           PERFORM VARYING RK-IX FROM 1 BY 1 UNTIL RK-IX > NUM-RK
               IF RK-KOERES-SW(RK-IX) = "Y"
                   IF RK-GAMMEL-REG-NR OF RK-ARR(RK-IX) NOT NUMERIC
                           OR RK-NY-REG-NR OF RK-ARR(RK-IX)
                               NOT NUMERIC
                           OR RK-GAMMEL-REG-NR OF RK-ARR(RK-IX) = ZEROS
                           OR RK-NY-REG-NR OF RK-ARR(RK-IX) = ZEROS
                       DISPLAY "FEJL: ugyldigt reg-nr i raekke " RK-IX
                           " af Regnr-Konvertering.txt"
                       MOVE "Y" TO FEJL-SW
                   ELSE
                       IF RK-GAMMEL-REG-NR OF RK-ARR(RK-IX)
                               = RK-NY-REG-NR OF RK-ARR(RK-IX)
                           DISPLAY "FEJL: reg-nr "
                               RK-GAMMEL-REG-NR OF RK-ARR(RK-IX)
                               " konverteres til sig selv"
                           MOVE "Y" TO FEJL-SW
                       END-IF
                       PERFORM VALIDER-MOD-ANDRE
                   END-IF
               END-IF
           END-PERFORM.

       VALIDER-MOD-ANDRE.
           PERFORM VARYING RK-IX2 FROM 1 BY 1 UNTIL RK-IX2 > NUM-RK
               IF RK-IX2 NOT = RK-IX
                       AND RK-KOERES-SW(RK-IX2) = "Y"
                   IF RK-GAMMEL-REG-NR OF RK-ARR(RK-IX2)
                           = RK-GAMMEL-REG-NR OF RK-ARR(RK-IX)
                           AND RK-IX2 > RK-IX
                       DISPLAY "FEJL: reg-nr "
                           RK-GAMMEL-REG-NR OF RK-ARR(RK-IX)
                           " konverteres mere end een gang"
                       MOVE "Y" TO FEJL-SW
                   END-IF
                   IF RK-NY-REG-NR OF RK-ARR(RK-IX2)
                           = RK-GAMMEL-REG-NR OF RK-ARR(RK-IX)
                       DISPLAY "FEJL: reg-nr "
                           RK-GAMMEL-REG-NR OF RK-ARR(RK-IX)
                           " er baade gammelt og nyt i samme koersel"
                       MOVE "Y" TO FEJL-SW
                   END-IF
               END-IF
           END-PERFORM.

       FIND-SNAPSHOT.
           MOVE "N" TO DATO-FUNDET-SW
           OPEN INPUT FIL-SNAP-KATALOG
           IF SNAP-KATALOG-STATUS = "00"
               MOVE "N" TO KATALOG-EOF
               PERFORM UNTIL KATALOG-EOF = "Y"
                   READ FIL-SNAP-KATALOG
                       AT END
                           MOVE "Y" TO KATALOG-EOF
                       NOT AT END
                           IF SK-DATO = BD-DATO OF BOGFDATO-REC
                               MOVE "Y" TO DATO-FUNDET-SW
                               MOVE "Y" TO KATALOG-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIL-SNAP-KATALOG
           END-IF.

      * Soeger SOEG-REG-NR blandt dagens gamle reg-nr (RK-MATCH-IX)
      * og nye reg-nr (SOEG-NY-SW).
       SOEG-KONVERTERING.
           MOVE 0 TO RK-MATCH-IX
           MOVE "N" TO SOEG-NY-SW
           PERFORM VARYING RK-IX FROM 1 BY 1 UNTIL RK-IX > NUM-RK
               IF RK-KOERES-SW(RK-IX) = "Y"
                   IF RK-GAMMEL-REG-NR OF RK-ARR(RK-IX) = SOEG-REG-NR
                       MOVE RK-IX TO RK-MATCH-IX
                   END-IF
                   IF RK-NY-REG-NR OF RK-ARR(RK-IX) = SOEG-REG-NR
                       MOVE "Y" TO SOEG-NY-SW
                   END-IF
               END-IF
           END-PERFORM.

       BYG-FILENAMES.
           MOVE SPACES TO IND-FILENAME
           STRING
               "../data/"             DELIMITED BY SIZE
               FIL-GRUNDNAVN(FIL-IX)  DELIMITED BY SPACE
               ".txt"                 DELIMITED BY SIZE
           INTO IND-FILENAME
           MOVE SPACES TO UD-FILENAME
           STRING
               "../data/"             DELIMITED BY SIZE
               FIL-GRUNDNAVN(FIL-IX)  DELIMITED BY SPACE
               ".txt.ny"              DELIMITED BY SIZE
           INTO UD-FILENAME.

       TAG-KOPI.
           IF FIL-SNAPSHOT-SW(FIL-IX) = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SYSTEM-KOMMANDO
           STRING
               "cp "                  DELIMITED BY SIZE
               IND-FILENAME           DELIMITED BY SPACE
               " ../data/"            DELIMITED BY SIZE
               FIL-GRUNDNAVN(FIL-IX)  DELIMITED BY SPACE
               "-Foer-Regnr-"         DELIMITED BY SIZE
               BD-DATO OF BOGFDATO-REC DELIMITED BY SIZE
               ".txt"                 DELIMITED BY SIZE
           INTO SYSTEM-KOMMANDO
           CALL "SYSTEM" USING SYSTEM-KOMMANDO.

       LAEG-PAA-PLADS.
           MOVE SPACES TO SYSTEM-KOMMANDO
           STRING
               "mv "                  DELIMITED BY SIZE
               UD-FILENAME            DELIMITED BY SPACE
               " "                    DELIMITED BY SIZE
               IND-FILENAME           DELIMITED BY SPACE
           INTO SYSTEM-KOMMANDO
           CALL "SYSTEM" USING SYSTEM-KOMMANDO.

      * Banker.txt: en bank paa et gammelt reg-nr omnummereres, eller
      * fjernes, hvis det nye reg-nr allerede findes (fusion ind i en
      * eksisterende afdeling). Sluttaellerposten skrives paa ny.
       KONVERTER-BANKER.
           PERFORM BYG-FILENAMES
           MOVE 0 TO NUM-BANKER
           MOVE "N" TO TRAILER-FOUND-SW
           OPEN INPUT FIL-IND
           IF IND-STATUS NOT = "00"
               DISPLAY "ADVARSEL: Banker.txt findes ikke - "
                   "springes over"
               MOVE "N" TO FT-FINDES-SW(FIL-IX)
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO FT-FINDES-SW(FIL-IX)
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-IND
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF IND-REC-TRAILER = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                           MOVE "Y" TO TRAILER-FOUND-SW
                           MOVE TR-ANTAL OF IND-REC-TRAILER
                             TO TRAILER-ANTAL
                       ELSE
                           IF NUM-BANKER >= 100
                               DISPLAY "FEJL: Banker.txt indeholder "
                                   "flere poster end tabellen kan "
                                   "rumme (100)"
                               CLOSE FIL-IND
                               MOVE 1 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO NUM-BANKER
                           MOVE IND-REC TO BANK-ARR(NUM-BANKER)
                           MOVE "N" TO BANK-SLET-SW(NUM-BANKER)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-IND
           IF TRAILER-FOUND-SW = "N"
               DISPLAY "FEJL: Banker.txt mangler sluttaellerpost"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NUM-BANKER NOT = TRAILER-ANTAL
               DISPLAY "FEJL: Banker.txt - forventet " TRAILER-ANTAL
                   " poster, fandt " NUM-BANKER
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE NUM-BANKER TO FT-POSTER-FOER(FIL-IX)
           PERFORM VARYING BANK-IX FROM 1 BY 1
                   UNTIL BANK-IX > NUM-BANKER
               MOVE REG-NR OF BANK-ARR(BANK-IX) TO SOEG-REG-NR
               PERFORM SOEG-KONVERTERING
               IF RK-MATCH-IX > 0
                   ADD 1 TO FT-GAMMEL-FOER(FIL-IX)
               END-IF
               IF SOEG-NY-SW = "Y"
                   ADD 1 TO FT-NY-FOER(FIL-IX)
               END-IF
           END-PERFORM
           PERFORM VARYING RK-IX2 FROM 1 BY 1 UNTIL RK-IX2 > NUM-RK
               IF RK-KOERES-SW(RK-IX2) = "Y"
                   PERFORM KONVERTER-EN-BANK
               END-IF
           END-PERFORM
           PERFORM TAG-KOPI
           OPEN OUTPUT FIL-UD
           MOVE 0 TO BANK-UD-ANTAL
           PERFORM VARYING BANK-IX FROM 1 BY 1
                   UNTIL BANK-IX > NUM-BANKER
               IF BANK-SLET-SW(BANK-IX) = "N"
                   MOVE SPACES TO UD-REC
                   MOVE BANK-ARR(BANK-IX) TO UD-REC
                   WRITE UD-REC
                   ADD 1 TO BANK-UD-ANTAL
                   MOVE REG-NR OF BANK-ARR(BANK-IX) TO SOEG-REG-NR
                   PERFORM SOEG-KONVERTERING
                   IF RK-MATCH-IX > 0
                       ADD 1 TO FT-GAMMEL-EFTER(FIL-IX)
                   END-IF
                   IF SOEG-NY-SW = "Y"
                       ADD 1 TO FT-NY-EFTER(FIL-IX)
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO UD-REC
           MOVE "TRAILER" TO TR-MARKER OF UD-REC-TRAILER
           MOVE BANK-UD-ANTAL TO TR-ANTAL OF UD-REC-TRAILER
           WRITE UD-REC
           CLOSE FIL-UD
           MOVE BANK-UD-ANTAL TO FT-POSTER-EFTER(FIL-IX)
           PERFORM LAEG-PAA-PLADS.

       KONVERTER-EN-BANK.
           MOVE 0 TO BANK-MATCH-IX
           PERFORM VARYING BANK-IX FROM 1 BY 1
                   UNTIL BANK-IX > NUM-BANKER
               IF REG-NR OF BANK-ARR(BANK-IX)
                       = RK-GAMMEL-REG-NR OF RK-ARR(RK-IX2)
                   MOVE BANK-IX TO BANK-MATCH-IX
               END-IF
           END-PERFORM
           IF BANK-MATCH-IX = 0
               DISPLAY "ADVARSEL: reg-nr "
                   RK-GAMMEL-REG-NR OF RK-ARR(RK-IX2)
                   " findes ikke i Banker.txt"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING BANK-IX2 FROM 1 BY 1
                   UNTIL BANK-IX2 > NUM-BANKER
               IF REG-NR OF BANK-ARR(BANK-IX2)
                       = RK-NY-REG-NR OF RK-ARR(RK-IX2)
                       AND BANK-SLET-SW(BANK-IX2) = "N"
                   MOVE "Y" TO BANK-SLET-SW(BANK-MATCH-IX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           MOVE RK-NY-REG-NR OF RK-ARR(RK-IX2)
             TO REG-NR OF BANK-ARR(BANK-MATCH-IX).

      * De oevrige filer omskrives post for post til <fil>.txt.ny, som
      * derefter laegges paa plads. Sluttaeller- og BATCH-poster
      * kopieres uaendret - antallet af poster aendres ikke.
       KONVERTER-FIL.
           PERFORM BYG-FILENAMES
           OPEN INPUT FIL-IND
           IF IND-STATUS NOT = "00"
               MOVE "N" TO FT-FINDES-SW(FIL-IX)
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO FT-FINDES-SW(FIL-IX)
           PERFORM TAG-KOPI
           OPEN OUTPUT FIL-UD
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-IND
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF IND-REC-TRAILER = "TRAILER"
                               OR IND-REC(1:5) = "BATCH"
                           WRITE UD-REC FROM IND-REC
                       ELSE
                           ADD 1 TO FT-POSTER-FOER(FIL-IX)
                           MOVE IND-REC TO LINJE-BUF
                           PERFORM KONVERTER-POST
                           WRITE UD-REC FROM LINJE-BUF
                           ADD 1 TO FT-POSTER-EFTER(FIL-IX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-IND
           CLOSE FIL-UD
           PERFORM LAEG-PAA-PLADS.

       KONVERTER-POST.
           PERFORM HENT-REG-FELTER
           MOVE "N" TO OMSAT-SW
           PERFORM TAEL-POST
           IF POST-GAMMEL-SW = "Y"
               ADD 1 TO FT-GAMMEL-FOER(FIL-IX)
           END-IF
           IF POST-NY-SW = "Y"
               ADD 1 TO FT-NY-FOER(FIL-IX)
           END-IF
           PERFORM VARYING FELT-IX FROM 1 BY 1
                   UNTIL FELT-IX > FELT-ANTAL
               MOVE FELT-REG(FELT-IX) TO FELT-FOER(FELT-IX)
               MOVE FELT-REG(FELT-IX) TO SOEG-REG-NR
               PERFORM SOEG-KONVERTERING
               IF RK-MATCH-IX > 0
                   MOVE RK-NY-REG-NR OF RK-ARR(RK-MATCH-IX)
                     TO FELT-REG(FELT-IX)
                   MOVE "Y" TO OMSAT-SW
               END-IF
           END-PERFORM
           PERFORM TAEL-POST
           IF POST-GAMMEL-SW = "Y"
               ADD 1 TO FT-GAMMEL-EFTER(FIL-IX)
           END-IF
           IF POST-NY-SW = "Y"
               ADD 1 TO FT-NY-EFTER(FIL-IX)
           END-IF
           IF OMSAT-SW = "Y"
               PERFORM SAET-REG-FELTER
           END-IF
           IF FIL-IX = 10
               PERFORM KONTROL-PARTITION
           END-IF.

       TAEL-POST.
           MOVE "N" TO POST-GAMMEL-SW
           MOVE "N" TO POST-NY-SW
           PERFORM VARYING FELT-IX FROM 1 BY 1
                   UNTIL FELT-IX > FELT-ANTAL
               MOVE FELT-REG(FELT-IX) TO SOEG-REG-NR
               PERFORM SOEG-KONVERTERING
               IF RK-MATCH-IX > 0
                   MOVE "Y" TO POST-GAMMEL-SW
               END-IF
               IF SOEG-NY-SW = "Y"
                   MOVE "Y" TO POST-NY-SW
               END-IF
           END-PERFORM.

       HENT-REG-FELTER.
           MOVE 0 TO FELT-ANTAL
           EVALUATE FIL-IX
               WHEN 2
               WHEN 3
                   MOVE LINJE-BUF TO TRANS-LAYOUT
                   MOVE 1 TO FELT-ANTAL
                   MOVE REG-NR OF TRANS-LAYOUT TO FELT-REG(1)
               WHEN 4
                   MOVE LINJE-BUF TO AFTALE-LAYOUT
                   MOVE 1 TO FELT-ANTAL
                   MOVE KA-DEBITOR-REG-NR OF AFTALE-LAYOUT
                     TO FELT-REG(1)
               WHEN 5
                   MOVE LINJE-BUF TO MEDDELELSE-LAYOUT
                   MOVE 1 TO FELT-ANTAL
                   MOVE MD-REG-NR OF MEDDELELSE-LAYOUT TO FELT-REG(1)
               WHEN 6
               WHEN 7
                   MOVE LINJE-BUF TO CLEARING-LAYOUT
                   MOVE 1 TO FELT-ANTAL
                   MOVE CL-REG-NR OF CLEARING-LAYOUT TO FELT-REG(1)
               WHEN 8
                   MOVE LINJE-BUF TO ORDRE-LAYOUT
                   MOVE 1 TO FELT-ANTAL
                   MOVE PO-MODTAGER-REG OF ORDRE-LAYOUT TO FELT-REG(1)
               WHEN 9
                   MOVE LINJE-BUF TO SKIFTE-LAYOUT
                   IF ES-BS-AFTALE OF SKIFTE-LAYOUT
                       MOVE 1 TO FELT-ANTAL
                       MOVE ES-DEBITOR-REG-NR OF SKIFTE-LAYOUT
                         TO FELT-REG(1)
                   END-IF
               WHEN 10
                   MOVE LINJE-BUF TO OPG10-LAYOUT
                   MOVE 2 TO FELT-ANTAL
                   MOVE PARM-REG-FRA OF OPG10-LAYOUT TO FELT-REG(1)
                   MOVE PARM-REG-TIL OF OPG10-LAYOUT TO FELT-REG(2)
               WHEN 11
                   MOVE LINJE-BUF TO OPG36-LAYOUT
                   MOVE 1 TO FELT-ANTAL
                   MOVE PARM-EGEN-REG-NR OF OPG36-LAYOUT
                     TO FELT-REG(1)
               WHEN 12
                   MOVE LINJE-BUF TO OPG58-LAYOUT
                   MOVE 1 TO FELT-ANTAL
                   MOVE PARM-EGEN-REG-NR OF OPG58-LAYOUT
                     TO FELT-REG(1)
           END-EVALUATE.

       SAET-REG-FELTER.
           EVALUATE FIL-IX
               WHEN 2
               WHEN 3
                   MOVE FELT-REG(1) TO REG-NR OF TRANS-LAYOUT
                   MOVE TRANS-LAYOUT TO LINJE-BUF
               WHEN 4
                   MOVE FELT-REG(1)
                     TO KA-DEBITOR-REG-NR OF AFTALE-LAYOUT
                   MOVE AFTALE-LAYOUT TO LINJE-BUF
               WHEN 5
                   MOVE FELT-REG(1) TO MD-REG-NR OF MEDDELELSE-LAYOUT
                   MOVE MEDDELELSE-LAYOUT TO LINJE-BUF
               WHEN 6
               WHEN 7
                   MOVE FELT-REG(1) TO CL-REG-NR OF CLEARING-LAYOUT
                   MOVE CLEARING-LAYOUT TO LINJE-BUF
               WHEN 8
                   MOVE FELT-REG(1) TO PO-MODTAGER-REG OF ORDRE-LAYOUT
                   MOVE ORDRE-LAYOUT TO LINJE-BUF
               WHEN 9
                   MOVE FELT-REG(1)
                     TO ES-DEBITOR-REG-NR OF SKIFTE-LAYOUT
                   MOVE SKIFTE-LAYOUT TO LINJE-BUF
               WHEN 10
                   MOVE FELT-REG(1) TO PARM-REG-FRA OF OPG10-LAYOUT
                   MOVE FELT-REG(2) TO PARM-REG-TIL OF OPG10-LAYOUT
                   MOVE OPG10-LAYOUT TO LINJE-BUF
               WHEN 11
                   MOVE FELT-REG(1)
                     TO PARM-EGEN-REG-NR OF OPG36-LAYOUT
                   MOVE OPG36-LAYOUT TO LINJE-BUF
               WHEN 12
                   MOVE FELT-REG(1)
                     TO PARM-EGEN-REG-NR OF OPG58-LAYOUT
                   MOVE OPG58-LAYOUT TO LINJE-BUF
           END-EVALUATE.

      * Et partitionsinterval, der daekkede et gammelt reg-nr, men
      * ikke daekker det nye, flytter kontiene til en anden
      * partition - det meldes, saa drift kan tilrette intervallerne.
       KONTROL-PARTITION.
           IF PARM-PARTITION-ID OF OPG10-LAYOUT = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING RK-IX FROM 1 BY 1 UNTIL RK-IX > NUM-RK
               IF RK-KOERES-SW(RK-IX) = "Y"
                   IF RK-GAMMEL-REG-NR OF RK-ARR(RK-IX)
                           NOT < FELT-FOER(1)
                       AND RK-GAMMEL-REG-NR OF RK-ARR(RK-IX)
                           NOT > FELT-FOER(2)
                       AND (RK-NY-REG-NR OF RK-ARR(RK-IX)
                               < FELT-REG(1)
                           OR RK-NY-REG-NR OF RK-ARR(RK-IX)
                               > FELT-REG(2))
                       DISPLAY "ADVARSEL: partition "
                           PARM-PARTITION-ID OF OPG10-LAYOUT
                           " (" FELT-REG(1) "-" FELT-REG(2)
                           ") daekker ikke nyt reg-nr "
                           RK-NY-REG-NR OF RK-ARR(RK-IX)
                       ADD 1 TO PARTITION-ADVARSEL
                   END-IF
               END-IF
           END-PERFORM.

       REGKONV-MARKER-UDFOERT.
           OPEN OUTPUT FIL-REGKONV
           PERFORM VARYING RK-IX FROM 1 BY 1 UNTIL RK-IX > NUM-RK
               IF RK-KOERES-SW(RK-IX) = "Y"
                   SET RK-UDFOERT OF RK-ARR(RK-IX) TO TRUE
                   MOVE DAGS-DATO TO RK-UDFOERT-DATO OF RK-ARR(RK-IX)
               END-IF
               MOVE RK-ARR(RK-IX) TO REGKONV-REC
               WRITE REGKONV-REC
           END-PERFORM
           CLOSE FIL-REGKONV.

       SKRIV-RAPPORT.
           OPEN OUTPUT FIL-RAPPORT
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "REG-NR-KONVERTERING - bogfoeringsdato "
                                        DELIMITED BY SIZE
               DAGS-DATO                DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Snapshot-generation "   DELIMITED BY SIZE
               BD-DATO OF BOGFDATO-REC  DELIMITED BY SIZE
               " (OPG-43); oevrige filer kopieret til "
                                        DELIMITED BY SIZE
               "<fil>-Foer-Regnr-"      DELIMITED BY SIZE
               BD-DATO OF BOGFDATO-REC  DELIMITED BY SIZE
               ".txt"                   DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           PERFORM VARYING RK-IX FROM 1 BY 1 UNTIL RK-IX > NUM-RK
               IF RK-KOERES-SW(RK-IX) = "Y"
                   MOVE SPACES TO RAPPORT-TEXT
                   STRING
                       "  "                     DELIMITED BY SIZE
                       RK-GAMMEL-REG-NR OF RK-ARR(RK-IX)
                                                DELIMITED BY SIZE
                       " -> "                   DELIMITED BY SIZE
                       RK-NY-REG-NR OF RK-ARR(RK-IX)
                                                DELIMITED BY SIZE
                       "  ikraft "              DELIMITED BY SIZE
                       RK-IKRAFT-DATO OF RK-ARR(RK-IX)
                                                DELIMITED BY SIZE
                       "  clearing omdirigeres til "
                                                DELIMITED BY SIZE
                       RK-OVERGANG-TIL OF RK-ARR(RK-IX)
                                                DELIMITED BY SIZE
                   INTO RAPPORT-TEXT
                   WRITE RAPPORT-REC
               END-IF
           END-PERFORM
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           WRITE RAPPORT-REC FROM RAPPORT-HOVED-1
           WRITE RAPPORT-REC FROM RAPPORT-HOVED-2
           PERFORM VARYING FIL-IX FROM 1 BY 1 UNTIL FIL-IX > 12
               IF FT-FINDES-SW(FIL-IX) = "Y"
                   MOVE FIL-GRUNDNAVN(FIL-IX) TO RL-NAVN
                   MOVE FT-POSTER-FOER(FIL-IX) TO RL-POSTER-FOER
                   MOVE FT-POSTER-EFTER(FIL-IX) TO RL-POSTER-EFTER
                   MOVE FT-GAMMEL-FOER(FIL-IX) TO RL-GAMMEL-FOER
                   MOVE FT-NY-FOER(FIL-IX) TO RL-NY-FOER
                   MOVE FT-GAMMEL-EFTER(FIL-IX) TO RL-GAMMEL-EFTER
                   MOVE FT-NY-EFTER(FIL-IX) TO RL-NY-EFTER
                   WRITE RAPPORT-REC FROM RAPPORT-LINJE
               ELSE
                   MOVE SPACES TO RAPPORT-TEXT
                   STRING
                       FIL-GRUNDNAVN(FIL-IX) DELIMITED BY SPACE
                       " findes ikke - springes over"
                                             DELIMITED BY SIZE
                   INTO RAPPORT-TEXT
                   WRITE RAPPORT-REC
               END-IF
           END-PERFORM
           IF PARTITION-ADVARSEL > 0
               MOVE SPACES TO RAPPORT-TEXT
               WRITE RAPPORT-REC
               MOVE SPACES TO RAPPORT-TEXT
               STRING
                   "ADVARSEL: "             DELIMITED BY SIZE
                   PARTITION-ADVARSEL       DELIMITED BY SIZE
                   " partitionsinterval(ler) daekker ikke det nye "
                                            DELIMITED BY SIZE
                   "reg-nr - tilret OPG10-Parametre"
                                            DELIMITED BY SIZE
               INTO RAPPORT-TEXT
               WRITE RAPPORT-REC
           END-IF
           CLOSE FIL-RAPPORT.

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
