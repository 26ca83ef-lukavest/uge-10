       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPG-139.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIL-LISTE ASSIGN TO "../data/Sanktionsliste.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LISTE-FIL-STATUS.
           SELECT FIL-KOE ASSIGN TO "../data/Screening-Koe.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KOE-FIL-STATUS.
           SELECT FIL-SKUNDER ASSIGN TO "../data/Screening-Kunder.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SKUNDE-FIL-STATUS.
           SELECT FIL-KUNDER ASSIGN TO "../data/Kundeoplysninger.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-KONTI ASSIGN TO "../data/KontoOpl.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-ORDRER ASSIGN TO "../data/Udlandsordrer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ORDRE-FIL-STATUS.
           SELECT FIL-INDB ASSIGN TO "../data/Udland-Ind.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INDB-FIL-STATUS.
           SELECT FIL-PARM ASSIGN TO "../data/OPG139-Parametre.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-STATUS.
           SELECT FIL-BOGFDATO ASSIGN TO "../data/Bogfoeringsdato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOGFDATO-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD FIL-LISTE.
       01 LISTE-REKORD.
           COPY "../copybooks/SANKTIONSLISTE.cpy".
       01 LISTE-REKORD-TRAILER REDEFINES LISTE-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(74).

       FD FIL-KOE.
       01 KOE-REKORD.
           COPY "../copybooks/SCREENING-HIT.cpy".
       01 KOE-REKORD-TRAILER REDEFINES KOE-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(170).

       FD FIL-SKUNDER.
       01 SKUNDE-REKORD.
           COPY "../copybooks/SCREENING-KUNDE.cpy".
       01 SKUNDE-REKORD-TRAILER REDEFINES SKUNDE-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(66).

       FD FIL-KUNDER.
       01 KUNDE-OPL.
           COPY "../copybooks/KUNDER.cpy".
       01 KUNDE-OPL-TRAILER REDEFINES KUNDE-OPL.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(312).

       FD FIL-KONTI.
       01 KONTO-REKORD.
           COPY "../copybooks/KONTOOPL.cpy".
       01 KONTO-REKORD-TRAILER REDEFINES KONTO-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(37).

       FD FIL-ORDRER.
       01 ORDRE-REKORD.
           COPY "../copybooks/UDLANDSORDRE.cpy".
       01 ORDRE-REKORD-TRAILER REDEFINES ORDRE-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(114).

       FD FIL-INDB.
       01 INDB-REKORD.
           COPY "../copybooks/UDLANDSINDB.cpy".
       01 INDB-REKORD-TRAILER REDEFINES INDB-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(128).

       FD FIL-PARM.
       01 PARM-FILE-REC.
           COPY "../copybooks/OPG139-PARAMETRE.cpy".

       FD FIL-BOGFDATO.
       01 BOGFDATO-FIL-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".

       WORKING-STORAGE SECTION.
       01 LISTE-FIL-STATUS PIC XX VALUE "00".
       01 KOE-FIL-STATUS   PIC XX VALUE "00".
       01 SKUNDE-FIL-STATUS PIC XX VALUE "00".
       01 ORDRE-FIL-STATUS PIC XX VALUE "00".
       01 INDB-FIL-STATUS  PIC XX VALUE "00".
       01 PARM-STATUS      PIC XX VALUE "00".
       01 PARM-REC.
           COPY "../copybooks/OPG139-PARAMETRE.cpy".
       01 TRAILER-FOUND-SW PIC X(01) VALUE "N".
       01 TRAILER-ANTAL    PIC 9(06) VALUE ZEROS.
       01 EOF-FLAG         PIC X(01) VALUE "N".

      * Sanktions- og PEP-screening. Alle kunder i
      * Kundeoplysninger.txt, modtagerne paa afventende ordrer i
      * Udlandsordrer.txt og afsenderne i den indgaaende
      * udlandsclearing (Udland-Ind.txt) holdes op mod
      * Sanktionsliste.txt fra OPG-138. En kunde screenes, naar den
      * er ny, naar navn, foedselsdato eller land er aendret, og naar
      * listen har faaet en ny generation - en ny listeversion giver
      * dermed en fuld genscreening. Sidste screening pr. kunde
      * noteres i Screening-Kunder.txt. Mulige hits stilles i
      * Screening-Koe.txt til compliance-medarbejderens afklaring i
      * OPG-140. Et hit er entydigt paa kildetype, reference og
      * listens post-id; et allerede kendt hit - ogsaa et afklaret
      * falsk positivt - oprettes ikke igen. OPG-83 og OPG-133
      * koerer screeningen, foer de flytter penge.
       01 NUM-LISTE     PIC 9(05) VALUE 0.
       01 LISTE-ARR OCCURS 0 TO 20000 TIMES DEPENDING ON NUM-LISTE.
           COPY "../copybooks/SANKTIONSLISTE.cpy".
           02 LN-NAVN       PIC X(41).
           02 LN-LAENGDE    PIC 9(02).
           02 LN-ORDSTART   PIC 9(02).
       01 LISTE-IX        PIC 9(05) VALUE 0.
       01 LISTE-EFTERNAVN PIC X(40) VALUE SPACES.
       01 LISTE-FORNAVNE  PIC X(40) VALUE SPACES.
       01 MAX-GENERATION  PIC 9(06) VALUE ZEROS.

       01 NUM-KOE       PIC 9(05) VALUE 0.
       01 KOE-ARR OCCURS 0 TO 5000 TIMES DEPENDING ON NUM-KOE.
           COPY "../copybooks/SCREENING-HIT.cpy".
       01 KOE-IX          PIC 9(05) VALUE 0.
       01 NAESTE-HIT-NR   PIC 9(06) VALUE ZEROS.

       01 NUM-SKUNDER   PIC 9(04) VALUE 0.
       01 SKUNDE-ARR OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-SKUNDER.
           COPY "../copybooks/SCREENING-KUNDE.cpy".
       01 SKUNDE-IX       PIC 9(04) VALUE 0.
       01 SKUNDE-MATCH-IX PIC 9(04) VALUE 0.

       01 NUM-KUNDER    PIC 9(04) VALUE 0.
       01 KUNDE-ARR OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-KUNDER.
           COPY "../copybooks/KUNDER.cpy".
       01 KUNDE-IX        PIC 9(04) VALUE 0.
       01 KUNDE-MATCH-IX  PIC 9(04) VALUE 0.
       01 KUNDE-ANTAL-MATCH PIC 9(04) VALUE 0.

       01 NUM-KONTI     PIC 9(04) VALUE 0.
       01 KONTO-ARR OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-KONTI.
           COPY "../copybooks/KONTOOPL.cpy".
       01 KONTO-IX        PIC 9(04) VALUE 0.

       01 ORDRE-IND.
           COPY "../copybooks/UDLANDSORDRE.cpy".
       01 INDB-IND.
           COPY "../copybooks/UDLANDSINDB.cpy".

      * Den screenede part.
       01 PART-TYPE       PIC X(01) VALUE SPACE.
       01 PART-REFERENCE  PIC X(35) VALUE SPACES.
       01 PART-KUNDE-ID   PIC X(10) VALUE SPACES.
       01 PART-NAVN       PIC X(41) VALUE SPACES.
       01 PART-FOEDSELSDATO PIC X(10) VALUE SPACES.
       01 PART-LAND       PIC X(02) VALUE SPACES.
       01 SCORE           PIC S9(03) VALUE ZEROS.
       01 NYE-HITS        PIC 9(05) VALUE 0.
       01 KUNDER-SCREENET PIC 9(04) VALUE 0.
       01 ORDRER-SCREENET PIC 9(04) VALUE 0.
       01 INDB-SCREENET   PIC 9(04) VALUE 0.
       01 KENDT-HIT-SW    PIC X(01) VALUE "N".

      * CPR-nummerets foedselsdato; aarhundredet foelger af
      * loebenummerets foerste ciffer.
       01 CPR-AA          PIC 9(02) VALUE ZEROS.
       01 CPR-CIFFER7     PIC 9(01) VALUE ZERO.
       01 CPR-AARHUNDREDE PIC 9(02) VALUE ZEROS.

       01 KANDIDAT-RESULTAT PIC X(01) VALUE SPACE.
       01 NAVN-ARBEJD     PIC X(41) VALUE SPACES.
       01 NAVN-NORM       PIC X(41) VALUE SPACES.
       01 NAVN-NORM-LAENGDE PIC 9(02) VALUE 0.
       01 NAVN-NORM-ORDSTART PIC 9(02) VALUE 0.
       01 NAVN-TEGN       PIC X(01) VALUE SPACE.
       01 NAVN-FORRIGE-TEGN PIC X(01) VALUE SPACE.
       01 NAVN-IX         PIC 9(02) VALUE 0.
       01 NAVN-UD-IX      PIC 9(02) VALUE 0.
       01 NAVN-AFVIG      PIC 9(02) VALUE 0.
       01 INDTASTET-NAVN  PIC X(41) VALUE SPACES.
       01 INDTASTET-LAENGDE PIC 9(02) VALUE 0.
       01 INDTASTET-ORDSTART PIC 9(02) VALUE 0.
       01 KANDIDAT-NAVN   PIC X(41) VALUE SPACES.
       01 KANDIDAT-LAENGDE PIC 9(02) VALUE 0.
       01 KANDIDAT-ORDSTART PIC 9(02) VALUE 0.

       01 RUN-DATE        PIC 9(08) VALUE ZEROS.
      * Koerselsdatoen er bankens bogfoeringsdato (Bogfoeringsdato.txt),
      * ikke maskinens dato.
       01 BOGFDATO-STATUS  PIC XX VALUE "00".
       01 BOGFDATO-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".
       01 DAGS-DATO       PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM DAGS-DATO-FILL
           PERFORM PARM-FILL
           PERFORM LISTE-ARR-FILL
           IF NUM-LISTE = 0
               DISPLAY "Sanktionsliste.txt er tom eller mangler - "
                   "intet at screene."
               STOP RUN
           END-IF
           PERFORM KOE-ARR-FILL
           PERFORM SKUNDE-ARR-FILL
           PERFORM KUNDE-ARR-FILL
           PERFORM KONTO-ARR-FILL
           PERFORM SCREEN-KUNDER
           PERFORM SCREEN-ORDRER
           PERFORM SCREEN-INDBETALINGER
           PERFORM KOE-ARR-REWRITE
           PERFORM SKUNDE-ARR-REWRITE
           DISPLAY "Sanktionsscreening (listegeneration "
               MAX-GENERATION ") - kunder " KUNDER-SCREENET
               ", ordrer " ORDRER-SCREENET
               ", indbetalinger " INDB-SCREENET
               ", nye hits " NYE-HITS "."
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

       PARM-FILL.
           OPEN INPUT FIL-PARM
           IF PARM-STATUS = "00"
               READ FIL-PARM INTO PARM-REC
                   AT END
                       CONTINUE
               END-READ
               CLOSE FIL-PARM
           END-IF.

      * Listenavnene normaliseres een gang ved indlaesningen.
       LISTE-ARR-FILL.
           MOVE 0 TO NUM-LISTE
           MOVE ZEROS TO MAX-GENERATION
           OPEN INPUT FIL-LISTE
           IF LISTE-FIL-STATUS = "00"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ FIL-LISTE INTO LISTE-REKORD
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF TR-MARKER OF LISTE-REKORD-TRAILER
                                   = "TRAILER"
                               MOVE "Y" TO EOF-FLAG
                           ELSE
                               PERFORM GEM-LISTE-POST
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIL-LISTE
           END-IF.

       GEM-LISTE-POST.
           IF NUM-LISTE >= 20000
               DISPLAY "FEJL: Sanktionsliste.txt har flere poster "
                   "end LISTE-ARR's graense paa 20000."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO NUM-LISTE
           MOVE SPACES TO LISTE-ARR(NUM-LISTE)
           MOVE LISTE-REKORD TO LISTE-ARR(NUM-LISTE)(1:87)
           PERFORM LISTE-NAVN-ORDEN
           PERFORM NORMALISER-NAVN
           MOVE NAVN-NORM TO LN-NAVN(NUM-LISTE)
           MOVE NAVN-NORM-LAENGDE TO LN-LAENGDE(NUM-LISTE)
           MOVE NAVN-NORM-ORDSTART TO LN-ORDSTART(NUM-LISTE)
           IF SL-GENERATION OF LISTE-REKORD > MAX-GENERATION
               MOVE SL-GENERATION OF LISTE-REKORD TO MAX-GENERATION
           END-IF.

      * Listerne skriver ofte navnet som "EFTERNAVN, Fornavn"; det
      * vendes til kundens raekkefoelge, foer det normaliseres.
       LISTE-NAVN-ORDEN.
           MOVE SPACES TO NAVN-ARBEJD
           MOVE SPACES TO LISTE-EFTERNAVN
           MOVE SPACES TO LISTE-FORNAVNE
           UNSTRING SL-NAVN OF LISTE-REKORD DELIMITED BY ","
               INTO LISTE-EFTERNAVN LISTE-FORNAVNE
           END-UNSTRING
           IF LISTE-FORNAVNE = SPACES
               MOVE SL-NAVN OF LISTE-REKORD TO NAVN-ARBEJD
           ELSE
               STRING
                   FUNCTION TRIM(LISTE-FORNAVNE) DELIMITED BY SIZE
                   " "                           DELIMITED BY SIZE
                   FUNCTION TRIM(LISTE-EFTERNAVN) DELIMITED BY SIZE
               INTO NAVN-ARBEJD
           END-IF.

       KOE-ARR-FILL.
           MOVE 0 TO NUM-KOE
           MOVE ZEROS TO NAESTE-HIT-NR
           OPEN INPUT FIL-KOE
           IF KOE-FIL-STATUS = "00"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ FIL-KOE INTO KOE-REKORD
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF TR-MARKER OF KOE-REKORD-TRAILER
                                   = "TRAILER"
                               MOVE "Y" TO EOF-FLAG
                           ELSE
                               IF NUM-KOE >= 5000
                                   DISPLAY "FEJL: Screening-Koe.txt "
                                       "er fuld - udvid KOE-ARR."
                                   MOVE 1 TO RETURN-CODE
                                   STOP RUN
                               END-IF
                               ADD 1 TO NUM-KOE
                               MOVE KOE-REKORD TO KOE-ARR(NUM-KOE)
                               IF SH-HIT-NR OF KOE-ARR(NUM-KOE)
                                       > NAESTE-HIT-NR
                                   MOVE SH-HIT-NR OF KOE-ARR(NUM-KOE)
                                     TO NAESTE-HIT-NR
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIL-KOE
           END-IF.

       SKUNDE-ARR-FILL.
           MOVE 0 TO NUM-SKUNDER
           OPEN INPUT FIL-SKUNDER
           IF SKUNDE-FIL-STATUS = "00"
               PERFORM VARYING SKUNDE-IX FROM 1 BY 1
                       UNTIL SKUNDE-IX > 1000
                   READ FIL-SKUNDER INTO SKUNDE-REKORD
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF TR-MARKER OF SKUNDE-REKORD-TRAILER = "TRAILER"
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO NUM-SKUNDER
                   MOVE SKUNDE-REKORD TO SKUNDE-ARR(NUM-SKUNDER)
               END-PERFORM
               CLOSE FIL-SKUNDER
           END-IF.

       KUNDE-ARR-FILL.
           OPEN INPUT FIL-KUNDER
           MOVE "N" TO TRAILER-FOUND-SW
           MOVE 0 TO NUM-KUNDER
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-KUNDER INTO KUNDE-OPL
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF KUNDE-OPL-TRAILER = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                           MOVE "Y" TO TRAILER-FOUND-SW
                           MOVE TR-ANTAL OF KUNDE-OPL-TRAILER
                             TO TRAILER-ANTAL
                       ELSE
                           ADD 1 TO NUM-KUNDER
                           MOVE KUNDE-OPL TO KUNDE-ARR(NUM-KUNDER)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-KUNDER
           IF TRAILER-FOUND-SW = "N"
               DISPLAY "FEJL: Kundeoplysninger.txt mangler "
                   "sluttaellerpost"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NUM-KUNDER NOT = TRAILER-ANTAL
               DISPLAY "FEJL: Kundeoplysninger.txt - forventet "
                   TRAILER-ANTAL " poster, fandt " NUM-KUNDER
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       KONTO-ARR-FILL.
           OPEN INPUT FIL-KONTI
           MOVE "N" TO TRAILER-FOUND-SW
           MOVE 0 TO NUM-KONTI
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-KONTI INTO KONTO-REKORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF KONTO-REKORD-TRAILER = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                           MOVE "Y" TO TRAILER-FOUND-SW
                       ELSE
                           ADD 1 TO NUM-KONTI
                           MOVE KONTO-REKORD TO KONTO-ARR(NUM-KONTI)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-KONTI
           IF TRAILER-FOUND-SW = "N"
               DISPLAY "FEJL: KontoOpl.txt mangler sluttaellerpost"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       SCREEN-KUNDER.
           PERFORM VARYING KUNDE-IX FROM 1 BY 1
                   UNTIL KUNDE-IX > NUM-KUNDER
               MOVE SPACES TO PART-NAVN
               STRING
                   FORNAVN OF KUNDE-ARR(KUNDE-IX)   DELIMITED BY "  "
                   " "                              DELIMITED BY SIZE
                   EFTERNAVN OF KUNDE-ARR(KUNDE-IX) DELIMITED BY "  "
               INTO PART-NAVN
               PERFORM CPR-FOEDSELSDATO
               MOVE LANDE-KODE OF KUNDE-ARR(KUNDE-IX) TO PART-LAND
               PERFORM FIND-SKUNDE
               IF SKUNDE-MATCH-IX = 0
                   OR SC-GENERATION OF SKUNDE-ARR(SKUNDE-MATCH-IX)
                       < MAX-GENERATION
                   OR SC-NAVN OF SKUNDE-ARR(SKUNDE-MATCH-IX)
                       NOT = PART-NAVN
                   OR SC-FOEDSELSDATO OF SKUNDE-ARR(SKUNDE-MATCH-IX)
                       NOT = PART-FOEDSELSDATO
                   OR SC-LAND OF SKUNDE-ARR(SKUNDE-MATCH-IX)
                       NOT = PART-LAND
                   MOVE "K" TO PART-TYPE
                   MOVE KUNDE-ID OF KUNDE-ARR(KUNDE-IX)
                     TO PART-REFERENCE
                   MOVE KUNDE-ID OF KUNDE-ARR(KUNDE-IX)
                     TO PART-KUNDE-ID
                   PERFORM SCREEN-PART
                   PERFORM NOTER-SKUNDE
                   ADD 1 TO KUNDER-SCREENET
               END-IF
           END-PERFORM.

      * CPR-nummeret er DDMMAA-LLLL. Aarhundredet: loebenummerets
      * foerste ciffer 0-3 giver 1900-tallet; 4 og 9 giver 2000-tallet
      * for aar 00-36, ellers 1900-tallet; 5-8 giver 2000-tallet for
      * aar 00-57, ellers 1800-tallet. Uden gyldigt CPR-nummer er
      * foedselsdatoen ukendt.
       CPR-FOEDSELSDATO.
           MOVE SPACES TO PART-FOEDSELSDATO
           IF CPR OF KUNDE-ARR(KUNDE-IX)(1:6) NOT NUMERIC
                   OR CPR OF KUNDE-ARR(KUNDE-IX)(8:1) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE CPR OF KUNDE-ARR(KUNDE-IX)(5:2) TO CPR-AA
           MOVE CPR OF KUNDE-ARR(KUNDE-IX)(8:1) TO CPR-CIFFER7
           EVALUATE TRUE
               WHEN CPR-CIFFER7 < 4
                   MOVE 19 TO CPR-AARHUNDREDE
               WHEN CPR-CIFFER7 = 4 OR CPR-CIFFER7 = 9
                   IF CPR-AA NOT > 36
                       MOVE 20 TO CPR-AARHUNDREDE
                   ELSE
                       MOVE 19 TO CPR-AARHUNDREDE
                   END-IF
               WHEN OTHER
                   IF CPR-AA NOT > 57
                       MOVE 20 TO CPR-AARHUNDREDE
                   ELSE
                       MOVE 18 TO CPR-AARHUNDREDE
                   END-IF
           END-EVALUATE
           STRING
               CPR-AARHUNDREDE                  DELIMITED BY SIZE
               CPR-AA                           DELIMITED BY SIZE
               "-"                              DELIMITED BY SIZE
               CPR OF KUNDE-ARR(KUNDE-IX)(3:2)  DELIMITED BY SIZE
               "-"                              DELIMITED BY SIZE
               CPR OF KUNDE-ARR(KUNDE-IX)(1:2)  DELIMITED BY SIZE
           INTO PART-FOEDSELSDATO.

       FIND-SKUNDE.
           MOVE 0 TO SKUNDE-MATCH-IX
           PERFORM VARYING SKUNDE-IX FROM 1 BY 1
                   UNTIL SKUNDE-IX > NUM-SKUNDER
               IF SC-KUNDE-ID OF SKUNDE-ARR(SKUNDE-IX)
                       = KUNDE-ID OF KUNDE-ARR(KUNDE-IX)
                   MOVE SKUNDE-IX TO SKUNDE-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       NOTER-SKUNDE.
           IF SKUNDE-MATCH-IX = 0
               IF NUM-SKUNDER >= 1000
                   DISPLAY "FEJL: Screening-Kunder.txt er fuld - "
                       "udvid SKUNDE-ARR."
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO NUM-SKUNDER
               MOVE NUM-SKUNDER TO SKUNDE-MATCH-IX
               MOVE SPACES TO SKUNDE-ARR(SKUNDE-MATCH-IX)
               MOVE KUNDE-ID OF KUNDE-ARR(KUNDE-IX)
                 TO SC-KUNDE-ID OF SKUNDE-ARR(SKUNDE-MATCH-IX)
           END-IF
           MOVE PART-NAVN TO SC-NAVN OF SKUNDE-ARR(SKUNDE-MATCH-IX)
           MOVE PART-FOEDSELSDATO
             TO SC-FOEDSELSDATO OF SKUNDE-ARR(SKUNDE-MATCH-IX)
           MOVE PART-LAND TO SC-LAND OF SKUNDE-ARR(SKUNDE-MATCH-IX)
           MOVE MAX-GENERATION
             TO SC-GENERATION OF SKUNDE-ARR(SKUNDE-MATCH-IX)
           MOVE DAGS-DATO TO SC-DATO OF SKUNDE-ARR(SKUNDE-MATCH-IX).

      * Afventende ordrer screenes ved hver koersel; landet er
      * IBAN'ens landekode, og foedselsdatoen kendes ikke.
       SCREEN-ORDRER.
           OPEN INPUT FIL-ORDRER
           IF ORDRE-FIL-STATUS = "00"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ FIL-ORDRER INTO ORDRE-IND
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF ORDRE-IND(1:7) = "TRAILER"
                               MOVE "Y" TO EOF-FLAG
                           ELSE
                               IF UO-AFVENTER OF ORDRE-IND
                                   AND UO-MODTAGER-NAVN OF ORDRE-IND
                                       NOT = SPACES
                                   PERFORM SCREEN-EN-ORDRE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIL-ORDRER
           END-IF.

       SCREEN-EN-ORDRE.
           MOVE "U" TO PART-TYPE
           MOVE SPACES TO PART-REFERENCE
           MOVE UO-ORDRE-NR OF ORDRE-IND TO PART-REFERENCE(1:6)
           MOVE SPACES TO PART-KUNDE-ID
           PERFORM VARYING KONTO-IX FROM 1 BY 1
                   UNTIL KONTO-IX > NUM-KONTI
               IF KONTO-ID OF KONTO-ARR(KONTO-IX)
                       = UO-KONTO-ID OF ORDRE-IND
                   MOVE KUNDE-ID OF KONTO-ARR(KONTO-IX)
                     TO PART-KUNDE-ID
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE UO-MODTAGER-NAVN OF ORDRE-IND TO PART-NAVN
           MOVE SPACES TO PART-FOEDSELSDATO
           MOVE UO-IBAN OF ORDRE-IND(1:2) TO PART-LAND
           PERFORM SCREEN-PART
           ADD 1 TO ORDRER-SCREENET.

      * Afsenderne i den indgaaende udlandsclearing; landet er
      * BIC'ens landekode. Modtagerkunden findes som i OPG-133 ud
      * fra kontonummeret, naar det entydigt er en kundes.
       SCREEN-INDBETALINGER.
           OPEN INPUT FIL-INDB
           IF INDB-FIL-STATUS = "00"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ FIL-INDB INTO INDB-IND
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           EVALUATE TRUE
                               WHEN INDB-IND(1:7) = "TRAILER"
                                   MOVE "Y" TO EOF-FLAG
                               WHEN INDB-IND(1:5) = "BATCH"
                                   CONTINUE
                               WHEN UI-AFSENDER-NAVN OF INDB-IND
                                       = SPACES
                                   CONTINUE
                               WHEN OTHER
                                   PERFORM SCREEN-EN-INDBETALING
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE FIL-INDB
           END-IF.

       SCREEN-EN-INDBETALING.
           MOVE "I" TO PART-TYPE
           MOVE UI-REFERENCE OF INDB-IND TO PART-REFERENCE
           MOVE SPACES TO PART-KUNDE-ID
           MOVE 0 TO KUNDE-ANTAL-MATCH
           MOVE 0 TO KUNDE-MATCH-IX
           IF UI-KONTO-NR OF INDB-IND NOT = SPACES
                   AND UI-KONTO-NR OF INDB-IND(21:14) = SPACES
               PERFORM VARYING KUNDE-IX FROM 1 BY 1
                       UNTIL KUNDE-IX > NUM-KUNDER
                   IF KONTO-NUMMER OF KUNDE-ARR(KUNDE-IX)
                           = UI-KONTO-NR OF INDB-IND(1:20)
                       ADD 1 TO KUNDE-ANTAL-MATCH
                       MOVE KUNDE-IX TO KUNDE-MATCH-IX
                   END-IF
               END-PERFORM
           END-IF
           IF KUNDE-ANTAL-MATCH = 1
               MOVE KUNDE-ID OF KUNDE-ARR(KUNDE-MATCH-IX)
                 TO PART-KUNDE-ID
           END-IF
           MOVE UI-AFSENDER-NAVN OF INDB-IND TO PART-NAVN
           MOVE SPACES TO PART-FOEDSELSDATO
           MOVE UI-AFSENDER-BIC OF INDB-IND(5:2) TO PART-LAND
           PERFORM SCREEN-PART
           ADD 1 TO INDB-SCREENET.

      * Navnet holdes op mod hver listepost med navnekontrollens
      * sammenligning fra OPG-90: ens navn giver 100 point, et naesten
      * ens 85. Kendes foedselsdatoen begge steder, giver samme dato
      * (eller samme aar, hvor listen kun har aaret) 10 point mere og
      * en anden dato 50 point mindre; kendes landet begge steder,
      * giver samme land 5 point mere og et andet land 15 mindre.
      * Et hit kraever mindst PARM-TRAEF-GRAENSE point.
       SCREEN-PART.
           MOVE PART-NAVN TO NAVN-ARBEJD
           PERFORM NORMALISER-NAVN
           MOVE NAVN-NORM TO INDTASTET-NAVN
           MOVE NAVN-NORM-LAENGDE TO INDTASTET-LAENGDE
           MOVE NAVN-NORM-ORDSTART TO INDTASTET-ORDSTART
           PERFORM VARYING LISTE-IX FROM 1 BY 1
                   UNTIL LISTE-IX > NUM-LISTE
               MOVE LN-NAVN(LISTE-IX) TO KANDIDAT-NAVN
               MOVE LN-LAENGDE(LISTE-IX) TO KANDIDAT-LAENGDE
               MOVE LN-ORDSTART(LISTE-IX) TO KANDIDAT-ORDSTART
               PERFORM SAMMENLIGN-NAVNE
               IF KANDIDAT-RESULTAT NOT = "I"
                   PERFORM BEREGN-SCORE
                   IF SCORE NOT < PARM-TRAEF-GRAENSE OF PARM-REC
                       PERFORM TILFOEJ-HIT
                   END-IF
               END-IF
           END-PERFORM.

       BEREGN-SCORE.
           IF KANDIDAT-RESULTAT = "M"
               MOVE 100 TO SCORE
           ELSE
               MOVE 85 TO SCORE
           END-IF
           IF PART-FOEDSELSDATO NOT = SPACES
                   AND SL-FOEDSELSDATO OF LISTE-ARR(LISTE-IX)
                       NOT = SPACES
               IF SL-FOEDSELSDATO OF LISTE-ARR(LISTE-IX)(5:6) = SPACES
                   IF SL-FOEDSELSDATO OF LISTE-ARR(LISTE-IX)(1:4)
                           = PART-FOEDSELSDATO(1:4)
                       ADD 10 TO SCORE
                   ELSE
                       SUBTRACT 50 FROM SCORE
                   END-IF
               ELSE
                   IF SL-FOEDSELSDATO OF LISTE-ARR(LISTE-IX)
                           = PART-FOEDSELSDATO
                       ADD 10 TO SCORE
                   ELSE
                       SUBTRACT 50 FROM SCORE
                   END-IF
               END-IF
           END-IF
           IF PART-LAND NOT = SPACES
                   AND SL-LAND OF LISTE-ARR(LISTE-IX) NOT = SPACES
               IF SL-LAND OF LISTE-ARR(LISTE-IX) = PART-LAND
                   ADD 5 TO SCORE
               ELSE
                   SUBTRACT 15 FROM SCORE
               END-IF
           END-IF
           IF SCORE > 100
               MOVE 100 TO SCORE
           END-IF
           IF SCORE < 0
               MOVE 0 TO SCORE
           END-IF.

       TILFOEJ-HIT.
           MOVE "N" TO KENDT-HIT-SW
           PERFORM VARYING KOE-IX FROM 1 BY 1 UNTIL KOE-IX > NUM-KOE
               IF SH-KILDE-TYPE OF KOE-ARR(KOE-IX) = PART-TYPE
                   AND SH-REFERENCE OF KOE-ARR(KOE-IX)
                       = PART-REFERENCE
                   AND SH-POST-ID OF KOE-ARR(KOE-IX)
                       = SL-POST-ID OF LISTE-ARR(LISTE-IX)
                   AND SH-LISTE-KILDE OF KOE-ARR(KOE-IX)
                       = SL-KILDE OF LISTE-ARR(LISTE-IX)
                   MOVE "J" TO KENDT-HIT-SW
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF KENDT-HIT-SW = "J"
               EXIT PARAGRAPH
           END-IF
           IF NUM-KOE >= 5000
               DISPLAY "FEJL: Screening-Koe.txt er fuld - "
                   "udvid KOE-ARR."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO NUM-KOE
           ADD 1 TO NAESTE-HIT-NR
           ADD 1 TO NYE-HITS
           MOVE SPACES TO KOE-ARR(NUM-KOE)
           MOVE NAESTE-HIT-NR TO SH-HIT-NR OF KOE-ARR(NUM-KOE)
           MOVE DAGS-DATO TO SH-DATO OF KOE-ARR(NUM-KOE)
           MOVE PART-TYPE TO SH-KILDE-TYPE OF KOE-ARR(NUM-KOE)
           MOVE PART-REFERENCE TO SH-REFERENCE OF KOE-ARR(NUM-KOE)
           MOVE PART-KUNDE-ID TO SH-KUNDE-ID OF KOE-ARR(NUM-KOE)
           MOVE PART-NAVN TO SH-SCREENET-NAVN OF KOE-ARR(NUM-KOE)
           MOVE SL-KILDE OF LISTE-ARR(LISTE-IX)
             TO SH-LISTE-KILDE OF KOE-ARR(NUM-KOE)
           MOVE SL-LISTE-TYPE OF LISTE-ARR(LISTE-IX)
             TO SH-LISTE-TYPE OF KOE-ARR(NUM-KOE)
           MOVE SL-POST-ID OF LISTE-ARR(LISTE-IX)
             TO SH-POST-ID OF KOE-ARR(NUM-KOE)
           MOVE SL-NAVN OF LISTE-ARR(LISTE-IX)
             TO SH-LISTE-NAVN OF KOE-ARR(NUM-KOE)
           MOVE SCORE TO SH-SCORE OF KOE-ARR(NUM-KOE)
           MOVE "A" TO SH-STATUS OF KOE-ARR(NUM-KOE)
           DISPLAY "Hit " NAESTE-HIT-NR ": "
               FUNCTION TRIM(PART-NAVN) " ~ "
               FUNCTION TRIM(SL-NAVN OF LISTE-ARR(LISTE-IX))
               " (" SL-KILDE OF LISTE-ARR(LISTE-IX) " "
               SL-POST-ID OF LISTE-ARR(LISTE-IX) ", score "
               SH-SCORE OF KOE-ARR(NUM-KOE) ")".

      * Store bogstaver, punktum og komma fjernes, bindestreg bliver
      * til mellemrum og flere mellemrum til eet. NAVN-NORM-LAENGDE er
      * det normaliserede navns laengde, NAVN-NORM-ORDSTART positionen
      * for sidste ord (efternavnet).
       NORMALISER-NAVN.
           MOVE FUNCTION UPPER-CASE(NAVN-ARBEJD) TO NAVN-ARBEJD
           MOVE SPACES TO NAVN-NORM
           MOVE 0 TO NAVN-UD-IX
           MOVE 0 TO NAVN-NORM-ORDSTART
           MOVE SPACE TO NAVN-FORRIGE-TEGN
           PERFORM VARYING NAVN-IX FROM 1 BY 1 UNTIL NAVN-IX > 41
               MOVE NAVN-ARBEJD(NAVN-IX:1) TO NAVN-TEGN
               EVALUATE NAVN-TEGN
                   WHEN "."
                   WHEN ","
                       CONTINUE
                   WHEN "-"
                   WHEN SPACE
                       IF NAVN-FORRIGE-TEGN NOT = SPACE
                           ADD 1 TO NAVN-UD-IX
                           MOVE SPACE TO NAVN-FORRIGE-TEGN
                       END-IF
                   WHEN OTHER
                       ADD 1 TO NAVN-UD-IX
                       MOVE NAVN-TEGN TO NAVN-NORM(NAVN-UD-IX:1)
                       IF NAVN-FORRIGE-TEGN = SPACE
                           MOVE NAVN-UD-IX TO NAVN-NORM-ORDSTART
                       END-IF
                       MOVE NAVN-TEGN TO NAVN-FORRIGE-TEGN
               END-EVALUATE
           END-PERFORM
           IF NAVN-UD-IX > 0 AND NAVN-FORRIGE-TEGN = SPACE
               SUBTRACT 1 FROM NAVN-UD-IX
           END-IF
           MOVE NAVN-UD-IX TO NAVN-NORM-LAENGDE.

      * M: ens efter normalisering. T: samme laengde og hoejst to
      * forskellige tegn, eet tegn for meget eller for lidt (begge
      * tastefejl), eller samme efternavn og enten samme forbogstav
      * eller kun efternavnet tastet. Ellers I.
       SAMMENLIGN-NAVNE.
           MOVE "I" TO KANDIDAT-RESULTAT
           IF KANDIDAT-LAENGDE = 0 OR INDTASTET-LAENGDE = 0
               EXIT PARAGRAPH
           END-IF
           IF INDTASTET-NAVN = KANDIDAT-NAVN
               MOVE "M" TO KANDIDAT-RESULTAT
               EXIT PARAGRAPH
           END-IF
           IF INDTASTET-LAENGDE = KANDIDAT-LAENGDE
               MOVE 0 TO NAVN-AFVIG
               PERFORM VARYING NAVN-IX FROM 1 BY 1
                       UNTIL NAVN-IX > INDTASTET-LAENGDE
                   IF INDTASTET-NAVN(NAVN-IX:1)
                           NOT = KANDIDAT-NAVN(NAVN-IX:1)
                       ADD 1 TO NAVN-AFVIG
                   END-IF
               END-PERFORM
               IF NAVN-AFVIG NOT > 2
                   MOVE "T" TO KANDIDAT-RESULTAT
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF INDTASTET-LAENGDE = KANDIDAT-LAENGDE + 1
               OR KANDIDAT-LAENGDE = INDTASTET-LAENGDE + 1
               PERFORM VARYING NAVN-IX FROM 1 BY 1
                       UNTIL NAVN-IX > 40
                          OR INDTASTET-NAVN(NAVN-IX:1)
                             NOT = KANDIDAT-NAVN(NAVN-IX:1)
                   CONTINUE
               END-PERFORM
               EVALUATE TRUE
                   WHEN NAVN-IX > 40
                       MOVE "T" TO KANDIDAT-RESULTAT
                   WHEN INDTASTET-LAENGDE > KANDIDAT-LAENGDE
                       IF INDTASTET-NAVN(NAVN-IX + 1:)
                               = KANDIDAT-NAVN(NAVN-IX:)
                           MOVE "T" TO KANDIDAT-RESULTAT
                       END-IF
                   WHEN OTHER
                       IF KANDIDAT-NAVN(NAVN-IX + 1:)
                               = INDTASTET-NAVN(NAVN-IX:)
                           MOVE "T" TO KANDIDAT-RESULTAT
                       END-IF
               END-EVALUATE
               IF KANDIDAT-RESULTAT = "T"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF INDTASTET-NAVN(INDTASTET-ORDSTART:
                   INDTASTET-LAENGDE - INDTASTET-ORDSTART + 1)
                 = KANDIDAT-NAVN(KANDIDAT-ORDSTART:
                   KANDIDAT-LAENGDE - KANDIDAT-ORDSTART + 1)
               AND (INDTASTET-ORDSTART = 1
                   OR INDTASTET-NAVN(1:1) = KANDIDAT-NAVN(1:1))
               MOVE "T" TO KANDIDAT-RESULTAT
           END-IF.

       KOE-ARR-REWRITE.
           OPEN OUTPUT FIL-KOE
           PERFORM VARYING KOE-IX FROM 1 BY 1 UNTIL KOE-IX > NUM-KOE
               WRITE KOE-REKORD FROM KOE-ARR(KOE-IX)
           END-PERFORM
           MOVE SPACES TO KOE-REKORD
           MOVE "TRAILER" TO TR-MARKER OF KOE-REKORD-TRAILER
           MOVE NUM-KOE TO TR-ANTAL OF KOE-REKORD-TRAILER
           WRITE KOE-REKORD
           CLOSE FIL-KOE.

       SKUNDE-ARR-REWRITE.
           OPEN OUTPUT FIL-SKUNDER
           PERFORM VARYING SKUNDE-IX FROM 1 BY 1
                   UNTIL SKUNDE-IX > NUM-SKUNDER
               WRITE SKUNDE-REKORD FROM SKUNDE-ARR(SKUNDE-IX)
           END-PERFORM
           MOVE SPACES TO SKUNDE-REKORD
           MOVE "TRAILER" TO TR-MARKER OF SKUNDE-REKORD-TRAILER
           MOVE NUM-SKUNDER TO TR-ANTAL OF SKUNDE-REKORD-TRAILER
           WRITE SKUNDE-REKORD
           CLOSE FIL-SKUNDER.

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
