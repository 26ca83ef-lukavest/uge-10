       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPG-153.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIL-KONV ASSIGN TO "../data/Produktkonvertering.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KONV-FIL-STATUS.
           SELECT FIL-RESTRIKTIONER
               ASSIGN TO "../data/Kontorestriktioner.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESTRIKTION-FIL-STATUS.
           SELECT FIL-MYNDIG ASSIGN TO "../data/Myndig-Konvertering.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MYNDIG-FIL-STATUS.
           SELECT FIL-KUNDER ASSIGN TO "../data/Kundeoplysninger.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-KONTI ASSIGN TO "../data/KontoOpl.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-ROLLER ASSIGN TO "../data/Kontoroller.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROLLE-FIL-STATUS.
           SELECT FIL-VILKAAR ASSIGN TO "../data/Vilkaar-Dokumenter.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VILKAAR-FIL-STATUS.
           SELECT FIL-ACCEPT ASSIGN TO "../data/Vilkaar-Accept.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCEPT-FIL-STATUS.
           SELECT FIL-HISTORIK
               ASSIGN TO "../data/Aendrings-Historik.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORIK-STATUS.
           SELECT FIL-BREV ASSIGN TO BREV-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-MANIFEST
               ASSIGN TO "../data/Forsendelses-Manifest.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MANIFEST-STATUS.
           SELECT FIL-RAPPORT ASSIGN TO "../data/Myndig-Rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-BOGFDATO ASSIGN TO "../data/Bogfoeringsdato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOGFDATO-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD FIL-KONV.
       01 KONV-REKORD.
           COPY "../copybooks/PRODUKTKONV.cpy".

       FD FIL-RESTRIKTIONER.
       01 RESTRIKTION-REKORD.
           COPY "../copybooks/KONTORESTRIKTION.cpy".

       FD FIL-MYNDIG.
       01 MYNDIG-REKORD.
           COPY "../copybooks/MYNDIGKONV.cpy".
       01 MYNDIG-REKORD-TRAILER REDEFINES MYNDIG-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(61).

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

       FD FIL-ROLLER.
       01 ROLLE-REKORD.
           COPY "../copybooks/KONTOROLLE.cpy".
       01 ROLLE-REKORD-TRAILER REDEFINES ROLLE-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(12).

       FD FIL-VILKAAR.
       01 VILKAAR-REKORD.
           COPY "../copybooks/VILKAAR.cpy".
       01 VILKAAR-REKORD-TRAILER REDEFINES VILKAAR-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(91).

       FD FIL-ACCEPT.
       01 ACCEPT-REKORD.
           COPY "../copybooks/VILKAARACCEPT.cpy".
       01 ACCEPT-REKORD-TRAILER REDEFINES ACCEPT-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(45).

       FD FIL-HISTORIK.
       01 HISTORIK-REC.
           02 AH-PROGRAM    PIC X(06).
           02 AH-OPERATOR   PIC X(10).
           02 AH-TID        PIC X(19).
           02 AH-NOEGLE     PIC X(20).
           02 AH-BILLEDE    PIC X(05).
           02 AH-DATA       PIC X(325).

       FD FIL-BREV.
       01 BREV-REC.
           02 BREV-TEXT    PIC X(100).

       FD FIL-MANIFEST.
       01 MANIFEST-REC.
           COPY "../copybooks/FORSENDELSE.cpy".

       FD FIL-RAPPORT.
       01 RAPPORT-REC.
           02 RAPPORT-TEXT PIC X(132).

       FD FIL-BOGFDATO.
       01 BOGFDATO-FIL-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".

       WORKING-STORAGE SECTION.

      * Daglig koersel for unge kunder, der bliver myndige:
      * Konti af en kontotype i Produktkonvertering.txt (fx UNGKONTO,
      * BOERNEOPS) frigives paa kontohaverens 18-aars dag, eller
      * senere, hvis kontotypens raekke i Kontorestriktioner.txt har
      * en hoejere mindstealder (fx boerneopsparing). Foedselsdatoen
      * udledes af CPR-nummeret.
      * 1) Falder frigivelsesdatoen i den kommende kalendermaaned,
      *    sendes et omlaegningsbrev (Forsendelses-Manifest.txt).
      * 2) Paa frigivelsesdatoen skiftes KONTO-TYPE efter
      *    konverteringstabellen, og vaergens fuldmagtsroller (F) i
      *    Kontoroller.txt slettes. Restriktionerne gaelder kontotypen
      *    og ophoerer dermed med typeskiftet. Alt logges med foer- og
      *    efterbillede i Aendrings-Historik.txt.
      * Myndig-Konvertering.txt husker pr. konto, hvornaar brevet er
      * sendt og kontoen omlagt, saa en genkoersel ikke gentager noget.
      * Myndig-Rapport.txt lister dagens breve og omlaegninger, og om
      * kunden mangler at acceptere vilkaarene for det nye produkt.
       01 KONV-FIL-STATUS  PIC XX VALUE "00".
       01 RESTRIKTION-FIL-STATUS PIC XX VALUE "00".
       01 MYNDIG-FIL-STATUS PIC XX VALUE "00".
       01 ROLLE-FIL-STATUS PIC XX VALUE "00".
       01 VILKAAR-FIL-STATUS PIC XX VALUE "00".
       01 ACCEPT-FIL-STATUS PIC XX VALUE "00".
       01 HISTORIK-STATUS  PIC XX VALUE "00".
       01 MANIFEST-STATUS  PIC XX VALUE "00".
       01 TRAILER-FOUND-SW PIC X(01) VALUE "N".
       01 TRAILER-ANTAL    PIC 9(06) VALUE ZEROS.
       01 EOF-FLAG         PIC X(01) VALUE "N".
       01 SLET-KIDX-KOMMANDO PIC X(60) VALUE SPACES.

       01 NUM-KONV      PIC 9(02) VALUE 0.
       01 KONV-ARR OCCURS 0 TO 20 TIMES DEPENDING ON NUM-KONV.
           COPY "../copybooks/PRODUKTKONV.cpy".
       01 KONV-IX       PIC 9(02) VALUE 0.
       01 KONV-MATCH-IX PIC 9(02) VALUE 0.

       01 NUM-RESTRIKTIONER PIC 9(02) VALUE 0.
       01 RESTRIKTION-ARR OCCURS 0 TO 20 TIMES
               DEPENDING ON NUM-RESTRIKTIONER.
           COPY "../copybooks/KONTORESTRIKTION.cpy".
       01 RESTRIKTION-IX  PIC 9(02) VALUE 0.

       01 NUM-MYNDIG    PIC 9(05) VALUE 0.
       01 MYNDIG-ARR OCCURS 0 TO 5000 TIMES DEPENDING ON NUM-MYNDIG.
           COPY "../copybooks/MYNDIGKONV.cpy".
       01 MK-IX         PIC 9(05) VALUE 0.
       01 MK-MATCH-IX   PIC 9(05) VALUE 0.

       01 NUM-KUNDER    PIC 9(04) VALUE 0.
       01 KUNDE-ARR OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-KUNDER.
           COPY "../copybooks/KUNDER.cpy".
       01 KUNDE-IX      PIC 9(04) VALUE 0.

       01 NUM-KONTI     PIC 9(04) VALUE 0.
       01 KONTO-ARR OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-KONTI.
           COPY "../copybooks/KONTOOPL.cpy".
       01 KONTO-IX      PIC 9(04) VALUE 0.

       01 NUM-ROLLER    PIC 9(04) VALUE 0.
       01 ROLLE-ARR OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-ROLLER.
           COPY "../copybooks/KONTOROLLE.cpy".
       01 ROLLE-IX      PIC 9(04) VALUE 0.
       01 ROLLE-IX2     PIC 9(04) VALUE 0.

       01 NUM-VILKAAR   PIC 9(04) VALUE 0.
       01 VILKAAR-ARR OCCURS 0 TO 2000 TIMES DEPENDING ON NUM-VILKAAR.
           COPY "../copybooks/VILKAAR.cpy".
       01 VK-IX         PIC 9(04) VALUE 0.

       01 NUM-ACCEPT    PIC 9(05) VALUE 0.
       01 ACCEPT-ARR OCCURS 0 TO 20000 TIMES DEPENDING ON NUM-ACCEPT.
           COPY "../copybooks/VILKAARACCEPT.cpy".
       01 ACC-IX        PIC 9(05) VALUE 0.

      * CPR-nummerets foedselsdato; aarhundredet foelger af
      * loebenummerets foerste ciffer.
       01 CPR-AA          PIC 9(02) VALUE ZEROS.
       01 CPR-CIFFER7     PIC 9(01) VALUE ZERO.
       01 CPR-AARHUNDREDE PIC 9(02) VALUE ZEROS.
       01 FOEDSELSDATO-UDLEDT PIC X(10) VALUE SPACES.

       01 FRIGIV-ALDER     PIC 9(03) VALUE ZEROS.
       01 FRIGIV-AAR       PIC 9(04) VALUE ZEROS.
       01 FRIGIV-DATO      PIC X(10) VALUE SPACES.
       01 NAESTE-MAANED    PIC X(07) VALUE SPACES.
       01 NAESTE-AAR       PIC 9(04) VALUE ZEROS.
       01 NAESTE-MD        PIC 9(02) VALUE ZEROS.
       01 KONTI-AENDRET-SW PIC X(01) VALUE "N".
       01 ROLLER-AENDRET-SW PIC X(01) VALUE "N".
       01 MYNDIG-AENDRET-SW PIC X(01) VALUE "N".
       01 SOEGE-KUNDE      PIC X(10) VALUE SPACES.
       01 SOEGE-KONTO      PIC X(14) VALUE SPACES.
       01 SOEGE-PRODUKT    PIC X(10) VALUE SPACES.
       01 ACCEPTERET-VERSION PIC 9(03) VALUE ZEROS.
       01 GAELDENDE-VERSION PIC 9(03) VALUE ZEROS.
       01 GAELDENDE-DATO   PIC X(10) VALUE SPACES.
       01 VILKAAR-MANGLER-SW PIC X(01) VALUE "N".
       01 FJERNET-ROLLER   PIC 9(04) VALUE 0.
       01 BREV-FILENAME    PIC X(60) VALUE SPACES.
       01 BREV-ANTAL       PIC 9(05) VALUE 0.
       01 OMLAGT-ANTAL     PIC 9(05) VALUE 0.
       01 UDEN-CPR-ANTAL   PIC 9(05) VALUE 0.
       01 ANTAL-VIS        PIC ZZZZ9.

       01 RAPPORT-LINJE.
           02 RL-HAENDELSE     PIC X(10).
           02 FILLER           PIC X(02).
           02 RL-KONTO-ID      PIC X(14).
           02 FILLER           PIC X(02).
           02 RL-KUNDE-ID      PIC X(10).
           02 FILLER           PIC X(02).
           02 RL-FRIGIV-DATO   PIC X(10).
           02 FILLER           PIC X(02).
           02 RL-FRA-TYPE      PIC X(10).
           02 FILLER           PIC X(02).
           02 RL-TIL-TYPE      PIC X(10).
           02 FILLER           PIC X(02).
           02 RL-BEMAERKNING   PIC X(40).

       01 HIST-OPERATOR    PIC X(10) VALUE SPACES.
       01 HIST-TIME        PIC 9(08) VALUE ZEROS.
       01 HIST-TID         PIC X(19) VALUE SPACES.
       01 HIST-NOEGLE      PIC X(20) VALUE SPACES.
       01 FOER-BILLEDE     PIC X(325) VALUE SPACES.
       01 EFTER-BILLEDE    PIC X(325) VALUE SPACES.

       01 RUN-DATE      PIC 9(08) VALUE ZEROS.
      * Koerselsdatoen er bankens bogfoeringsdato (Bogfoeringsdato.txt),
      * ikke maskinens dato.
       01 BOGFDATO-STATUS  PIC XX VALUE "00".
       01 BOGFDATO-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".
       01 DAGS-DATO     PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM DAGS-DATO-FILL
           PERFORM KONV-ARR-FILL
           IF NUM-KONV = 0
               DISPLAY "Produktkonvertering.txt findes ikke eller er "
                   "tom - intet at omlaegge."
               STOP RUN
           END-IF
           PERFORM RESTRIKTION-ARR-FILL
           PERFORM MYNDIG-ARR-FILL
           PERFORM KUNDE-ARR-FILL
           PERFORM KONTO-ARR-FILL
           PERFORM ROLLE-ARR-FILL
           PERFORM VILKAAR-ARR-FILL
           PERFORM ACCEPT-ARR-FILL
           ACCEPT HIST-OPERATOR FROM ENVIRONMENT "USER"
           OPEN OUTPUT FIL-RAPPORT
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "MYNDIGE KUNDER - OMLAEGNING AF UNGDOMSPRODUKTER PR. "
                                 DELIMITED BY SIZE
               DAGS-DATO         DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Haendelse   Konto-id        Kunde-ID    Frigives    "
                                           DELIMITED BY SIZE
               "Fra         Til         Bemaerkning"
                                           DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           OPEN EXTEND FIL-MANIFEST
           IF MANIFEST-STATUS = "35"
               OPEN OUTPUT FIL-MANIFEST
           END-IF
           OPEN EXTEND FIL-HISTORIK
           IF HISTORIK-STATUS = "35"
               OPEN OUTPUT FIL-HISTORIK
           END-IF
           PERFORM VARYING KONTO-IX FROM 1 BY 1
                   UNTIL KONTO-IX > NUM-KONTI
               PERFORM BEHANDL-KONTO
           END-PERFORM
           CLOSE FIL-HISTORIK
           CLOSE FIL-MANIFEST
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE BREV-ANTAL TO ANTAL-VIS
           MOVE SPACES TO RAPPORT-TEXT
           STRING "Omlaegningsbreve sendt:      " DELIMITED BY SIZE
                  ANTAL-VIS                        DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE OMLAGT-ANTAL TO ANTAL-VIS
           MOVE SPACES TO RAPPORT-TEXT
           STRING "Konti omlagt:                " DELIMITED BY SIZE
                  ANTAL-VIS                        DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE FJERNET-ROLLER TO ANTAL-VIS
           MOVE SPACES TO RAPPORT-TEXT
           STRING "Vaergeroller slettet:        " DELIMITED BY SIZE
                  ANTAL-VIS                        DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE UDEN-CPR-ANTAL TO ANTAL-VIS
           MOVE SPACES TO RAPPORT-TEXT
           STRING "Konti uden gyldigt CPR-nr.:  " DELIMITED BY SIZE
                  ANTAL-VIS                        DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           CLOSE FIL-RAPPORT
           IF KONTI-AENDRET-SW = "J"
               PERFORM KONTO-ARR-REWRITE
           END-IF
           IF ROLLER-AENDRET-SW = "J"
               PERFORM ROLLE-ARR-REWRITE
           END-IF
           IF MYNDIG-AENDRET-SW = "J"
               PERFORM MYNDIG-ARR-REWRITE
           END-IF
           DISPLAY "Myndige kunder: " BREV-ANTAL " breve, "
               OMLAGT-ANTAL " konti omlagt, " FJERNET-ROLLER
               " vaergeroller slettet."
           STOP RUN.

      * Den kommende kalendermaaned (AAAA-MM) bruges til brevudvalget.
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
           MOVE RUN-DATE(1:4) TO NAESTE-AAR
           MOVE RUN-DATE(5:2) TO NAESTE-MD
           IF NAESTE-MD = 12
               ADD 1 TO NAESTE-AAR
               MOVE 1 TO NAESTE-MD
           ELSE
               ADD 1 TO NAESTE-MD
           END-IF
           STRING
               NAESTE-AAR    DELIMITED BY SIZE
               "-"           DELIMITED BY SIZE
               NAESTE-MD     DELIMITED BY SIZE
           INTO NAESTE-MAANED.

       KONV-ARR-FILL.
           MOVE 0 TO NUM-KONV
           OPEN INPUT FIL-KONV
           IF KONV-FIL-STATUS = "00"
               PERFORM VARYING KONV-IX FROM 1 BY 1
                       UNTIL KONV-IX > 20
                   READ FIL-KONV INTO KONV-REKORD
                       AT END
                           EXIT PERFORM
                   END-READ
                   ADD 1 TO NUM-KONV
                   MOVE KONV-REKORD TO KONV-ARR(NUM-KONV)
               END-PERFORM
               CLOSE FIL-KONV
           END-IF.

       RESTRIKTION-ARR-FILL.
           MOVE 0 TO NUM-RESTRIKTIONER
           OPEN INPUT FIL-RESTRIKTIONER
           IF RESTRIKTION-FIL-STATUS = "00"
               PERFORM VARYING RESTRIKTION-IX FROM 1 BY 1
                       UNTIL RESTRIKTION-IX > 20
                   READ FIL-RESTRIKTIONER INTO RESTRIKTION-REKORD
                       AT END
                           EXIT PERFORM
                   END-READ
                   ADD 1 TO NUM-RESTRIKTIONER
                   MOVE RESTRIKTION-REKORD
                     TO RESTRIKTION-ARR(NUM-RESTRIKTIONER)
               END-PERFORM
               CLOSE FIL-RESTRIKTIONER
           END-IF.

       MYNDIG-ARR-FILL.
           MOVE 0 TO NUM-MYNDIG
           OPEN INPUT FIL-MYNDIG
           IF MYNDIG-FIL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO TRAILER-FOUND-SW
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-MYNDIG
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF MYNDIG-REKORD-TRAILER
                               = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                           MOVE "Y" TO TRAILER-FOUND-SW
                           MOVE TR-ANTAL OF MYNDIG-REKORD-TRAILER
                             TO TRAILER-ANTAL
                       ELSE
                           IF NUM-MYNDIG >= 5000
                               DISPLAY "FEJL: Myndig-Konvertering.txt "
                                   "har mere end 5000 poster"
                               MOVE 1 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO NUM-MYNDIG
                           MOVE MYNDIG-REKORD TO MYNDIG-ARR(NUM-MYNDIG)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-MYNDIG
           IF TRAILER-FOUND-SW = "N"
               DISPLAY "FEJL: Myndig-Konvertering.txt mangler "
                   "sluttaellerpost"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NUM-MYNDIG NOT = TRAILER-ANTAL
               DISPLAY "FEJL: Myndig-Konvertering.txt - forventet "
                   TRAILER-ANTAL " poster, fandt " NUM-MYNDIG
               MOVE 1 TO RETURN-CODE
               STOP RUN
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
                           MOVE TR-ANTAL OF KONTO-REKORD-TRAILER
                             TO TRAILER-ANTAL
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
           END-IF
           IF NUM-KONTI NOT = TRAILER-ANTAL
               DISPLAY "FEJL: KontoOpl.txt - forventet "
                   TRAILER-ANTAL " poster, fandt " NUM-KONTI
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       ROLLE-ARR-FILL.
           MOVE 0 TO NUM-ROLLER
           OPEN INPUT FIL-ROLLER
           IF ROLLE-FIL-STATUS = "00"
               PERFORM VARYING ROLLE-IX FROM 1 BY 1
                       UNTIL ROLLE-IX > 1000
                   READ FIL-ROLLER INTO ROLLE-REKORD
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF TR-MARKER OF ROLLE-REKORD-TRAILER = "TRAILER"
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO NUM-ROLLER
                   MOVE ROLLE-REKORD TO ROLLE-ARR(NUM-ROLLER)
               END-PERFORM
               CLOSE FIL-ROLLER
           END-IF.

       VILKAAR-ARR-FILL.
           MOVE 0 TO NUM-VILKAAR
           OPEN INPUT FIL-VILKAAR
           IF VILKAAR-FIL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-VILKAAR
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF VILKAAR-REKORD-TRAILER
                               = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                       ELSE
                           IF NUM-VILKAAR < 2000
                               ADD 1 TO NUM-VILKAAR
                               MOVE VILKAAR-REKORD
                                 TO VILKAAR-ARR(NUM-VILKAAR)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-VILKAAR.

       ACCEPT-ARR-FILL.
           MOVE 0 TO NUM-ACCEPT
           OPEN INPUT FIL-ACCEPT
           IF ACCEPT-FIL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-ACCEPT
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF ACCEPT-REKORD-TRAILER
                               = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                       ELSE
                           IF NUM-ACCEPT < 20000
                               ADD 1 TO NUM-ACCEPT
                               MOVE ACCEPT-REKORD
                                 TO ACCEPT-ARR(NUM-ACCEPT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-ACCEPT.

      * Kun konti af en kontotype i konverteringstabellen, hos en
      * aktiv kunde med et aabent engagement, er med.
       BEHANDL-KONTO.
           MOVE 0 TO KONV-MATCH-IX
           PERFORM VARYING KONV-IX FROM 1 BY 1 UNTIL KONV-IX > NUM-KONV
               IF PV-FRA-TYPE OF KONV-ARR(KONV-IX)
                       = KONTO-TYPE OF KONTO-ARR(KONTO-IX)
                   MOVE KONV-IX TO KONV-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF KONV-MATCH-IX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE KUNDE-ID OF KONTO-ARR(KONTO-IX) TO SOEGE-KUNDE
           MOVE KONTO-ID OF KONTO-ARR(KONTO-IX) TO SOEGE-KONTO
           PERFORM VARYING KUNDE-IX FROM 1 BY 1
                   UNTIL KUNDE-IX > NUM-KUNDER
                      OR KUNDE-ID OF KUNDE-ARR(KUNDE-IX) = SOEGE-KUNDE
               CONTINUE
           END-PERFORM
           IF KUNDE-IX > NUM-KUNDER
               EXIT PARAGRAPH
           END-IF
           IF KUNDE-INAKTIV OF KUNDE-ARR(KUNDE-IX)
                   OR KONTO-LUKKET OF KUNDE-ARR(KUNDE-IX)
               EXIT PARAGRAPH
           END-IF
           PERFORM CPR-FOEDSELSDATO
           IF FOEDSELSDATO-UDLEDT = SPACES
               ADD 1 TO UDEN-CPR-ANTAL
               MOVE SPACES TO RAPPORT-LINJE
               MOVE "UDEN CPR" TO RL-HAENDELSE
               MOVE SOEGE-KONTO TO RL-KONTO-ID
               MOVE SOEGE-KUNDE TO RL-KUNDE-ID
               MOVE PV-FRA-TYPE OF KONV-ARR(KONV-MATCH-IX)
                 TO RL-FRA-TYPE
               MOVE PV-TIL-TYPE OF KONV-ARR(KONV-MATCH-IX)
                 TO RL-TIL-TYPE
               MOVE "foedselsdato kan ikke udledes af CPR-nr."
                 TO RL-BEMAERKNING
               MOVE RAPPORT-LINJE TO RAPPORT-TEXT
               WRITE RAPPORT-REC
               EXIT PARAGRAPH
           END-IF
           PERFORM BEREGN-FRIGIV-DATO
           IF FRIGIV-DATO(1:7) > NAESTE-MAANED
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-MYNDIG-RAEKKE
           IF MK-BREV-DATO OF MYNDIG-ARR(MK-MATCH-IX) = SPACES
               PERFORM SKRIV-OMLAEGNINGSBREV
           END-IF
           IF FRIGIV-DATO NOT > DAGS-DATO
                   AND MK-KONV-DATO OF MYNDIG-ARR(MK-MATCH-IX) = SPACES
               PERFORM OMLAEG-KONTO
           END-IF.

      * Frigivelsesalderen er 18 aar, medmindre kontotypens
      * restriktionsraekke kraever en hoejere alder.
       BEREGN-FRIGIV-DATO.
           MOVE 18 TO FRIGIV-ALDER
           PERFORM VARYING RESTRIKTION-IX FROM 1 BY 1
                   UNTIL RESTRIKTION-IX > NUM-RESTRIKTIONER
               IF RE-KONTO-TYPE OF RESTRIKTION-ARR(RESTRIKTION-IX)
                       = KONTO-TYPE OF KONTO-ARR(KONTO-IX)
                   AND RE-MIN-ALDER OF RESTRIKTION-ARR(RESTRIKTION-IX)
                       > FRIGIV-ALDER
                   MOVE RE-MIN-ALDER OF RESTRIKTION-ARR(RESTRIKTION-IX)
                     TO FRIGIV-ALDER
               END-IF
           END-PERFORM
           COMPUTE FRIGIV-AAR =
               FUNCTION NUMVAL(FOEDSELSDATO-UDLEDT(1:4)) + FRIGIV-ALDER
           MOVE SPACES TO FRIGIV-DATO
           STRING
               FRIGIV-AAR                 DELIMITED BY SIZE
               FOEDSELSDATO-UDLEDT(5:6)   DELIMITED BY SIZE
           INTO FRIGIV-DATO.

       CPR-FOEDSELSDATO.
           MOVE SPACES TO FOEDSELSDATO-UDLEDT
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
           INTO FOEDSELSDATO-UDLEDT.

      * Raekken i Myndig-Konvertering.txt for kontoen og dens
      * nuvaerende kontotype; oprettes, hvis den ikke findes.
       FIND-MYNDIG-RAEKKE.
           MOVE 0 TO MK-MATCH-IX
           PERFORM VARYING MK-IX FROM 1 BY 1 UNTIL MK-IX > NUM-MYNDIG
               IF MK-KONTO-ID OF MYNDIG-ARR(MK-IX) = SOEGE-KONTO
                   AND MK-FRA-TYPE OF MYNDIG-ARR(MK-IX)
                       = KONTO-TYPE OF KONTO-ARR(KONTO-IX)
                   MOVE MK-IX TO MK-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF MK-MATCH-IX > 0
               EXIT PARAGRAPH
           END-IF
           IF NUM-MYNDIG >= 5000
               DISPLAY "FEJL: Myndig-Konvertering.txt er fuld "
                   "(5000 poster)"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO NUM-MYNDIG
           MOVE NUM-MYNDIG TO MK-MATCH-IX
           MOVE SPACES TO MYNDIG-ARR(MK-MATCH-IX)
           MOVE SOEGE-KONTO TO MK-KONTO-ID OF MYNDIG-ARR(MK-MATCH-IX)
           MOVE SOEGE-KUNDE TO MK-KUNDE-ID OF MYNDIG-ARR(MK-MATCH-IX)
           MOVE PV-FRA-TYPE OF KONV-ARR(KONV-MATCH-IX)
             TO MK-FRA-TYPE OF MYNDIG-ARR(MK-MATCH-IX)
           MOVE PV-TIL-TYPE OF KONV-ARR(KONV-MATCH-IX)
             TO MK-TIL-TYPE OF MYNDIG-ARR(MK-MATCH-IX)
           MOVE FRIGIV-DATO TO MK-FRIGIV-DATO OF MYNDIG-ARR(MK-MATCH-IX)
           MOVE "J" TO MYNDIG-AENDRET-SW.

      * Brevet sendes normalt i maaneden foer frigivelsen; er det
      * ikke naaet ud (fx en konto oprettet sent), sendes det sammen
      * med omlaegningen.
       SKRIV-OMLAEGNINGSBREV.
           MOVE SPACES TO BREV-FILENAME
           STRING
               "../data/Myndigbrev-"       DELIMITED BY SIZE
               SOEGE-KONTO                 DELIMITED BY SPACE
               ".txt"                      DELIMITED BY SIZE
           INTO BREV-FILENAME
           OPEN OUTPUT FIL-BREV
           MOVE SPACES TO BREV-TEXT
           STRING
               "Kaere "                    DELIMITED BY SIZE
               FORNAVN OF KUNDE-ARR(KUNDE-IX)
                                           DELIMITED BY "  "
               " "                         DELIMITED BY SIZE
               EFTERNAVN OF KUNDE-ARR(KUNDE-IX)
                                           DELIMITED BY "  "
           INTO BREV-TEXT
           WRITE BREV-REC
           MOVE SPACES TO BREV-TEXT
           WRITE BREV-REC
           MOVE SPACES TO BREV-TEXT
           STRING
               "Din konto "                DELIMITED BY SIZE
               SOEGE-KONTO                 DELIMITED BY SPACE
               " er en "                   DELIMITED BY SIZE
               PV-FRA-TYPE OF KONV-ARR(KONV-MATCH-IX)
                                           DELIMITED BY SPACE
               ", og den "                 DELIMITED BY SIZE
               FRIGIV-DATO                 DELIMITED BY SIZE
               " omlaegges den"            DELIMITED BY SIZE
           INTO BREV-TEXT
           WRITE BREV-REC
           MOVE SPACES TO BREV-TEXT
           STRING
               "til en "                   DELIMITED BY SIZE
               PV-TIL-TYPE OF KONV-ARR(KONV-MATCH-IX)
                                           DELIMITED BY SPACE
               ". Kontonummer og saldo er uaendrede."
                                           DELIMITED BY SIZE
           INTO BREV-TEXT
           WRITE BREV-REC
           MOVE SPACES TO BREV-TEXT
           WRITE BREV-REC
           MOVE "Fra samme dag ophaeves begraensningerne paa kontoen,"
             TO BREV-TEXT
           WRITE BREV-REC
           MOVE "og en eventuel vaerges fuldmagt til kontoen ophoerer."
             TO BREV-TEXT
           WRITE BREV-REC
           MOVE SPACES TO BREV-TEXT
           WRITE BREV-REC
           MOVE SPACES TO BREV-TEXT
           STRING
               "Som voksen kunde skal du acceptere vilkaarene for "
                                           DELIMITED BY SIZE
               PV-TIL-TYPE OF KONV-ARR(KONV-MATCH-IX)
                                           DELIMITED BY SPACE
               "."                         DELIMITED BY SIZE
           INTO BREV-TEXT
           WRITE BREV-REC
           MOVE "Det kan du goere i netbanken eller i filialen."
             TO BREV-TEXT
           WRITE BREV-REC
           CLOSE FIL-BREV
           ADD 1 TO BREV-ANTAL
           MOVE DAGS-DATO TO MK-BREV-DATO OF MYNDIG-ARR(MK-MATCH-IX)
           MOVE "J" TO MYNDIG-AENDRET-SW
           MOVE SPACES TO MANIFEST-REC
           MOVE BREV-FILENAME TO FS-FILNAVN OF MANIFEST-REC
           MOVE SOEGE-KUNDE TO FS-KUNDE-ID OF MANIFEST-REC
           MOVE EMAIL OF KUNDE-ARR(KUNDE-IX) TO FS-EMAIL OF MANIFEST-REC
           MOVE KONTAKT-KANAL OF KUNDE-ARR(KUNDE-IX)
             TO FS-KANAL OF MANIFEST-REC
           IF FS-KANAL OF MANIFEST-REC = SPACE
               MOVE "P" TO FS-KANAL OF MANIFEST-REC
           END-IF
           IF FS-KANAL OF MANIFEST-REC = "P"
               MOVE "P" TO FS-FORS-STATUS OF MANIFEST-REC
           ELSE
               MOVE "S" TO FS-FORS-STATUS OF MANIFEST-REC
           END-IF
           WRITE MANIFEST-REC
           MOVE SPACES TO RAPPORT-LINJE
           MOVE "BREV" TO RL-HAENDELSE
           PERFORM SKRIV-RAPPORT-LINJE.

       OMLAEG-KONTO.
           MOVE SPACES TO HIST-NOEGLE
           MOVE SOEGE-KONTO TO HIST-NOEGLE
           MOVE KONTO-ARR(KONTO-IX) TO FOER-BILLEDE
           MOVE PV-TIL-TYPE OF KONV-ARR(KONV-MATCH-IX)
             TO KONTO-TYPE OF KONTO-ARR(KONTO-IX)
           MOVE KONTO-ARR(KONTO-IX) TO EFTER-BILLEDE
           PERFORM SKRIV-HISTORIK-POST
           MOVE "J" TO KONTI-AENDRET-SW
           MOVE DAGS-DATO TO MK-KONV-DATO OF MYNDIG-ARR(MK-MATCH-IX)
           MOVE "J" TO MYNDIG-AENDRET-SW
           ADD 1 TO OMLAGT-ANTAL
           PERFORM FJERN-VAERGEROLLER
           MOVE PV-TIL-TYPE OF KONV-ARR(KONV-MATCH-IX) TO SOEGE-PRODUKT
           PERFORM CHECK-VILKAAR-ACCEPT
           MOVE SPACES TO RAPPORT-LINJE
           MOVE "OMLAGT" TO RL-HAENDELSE
           IF VILKAAR-MANGLER-SW = "J"
               MOVE "mangler accept af vilkaar for nyt produkt"
                 TO RL-BEMAERKNING
           END-IF
           PERFORM SKRIV-RAPPORT-LINJE.

      * Fuldmagtsroller (F) paa kontoen er vaergens og ophoerer,
      * naar kontohaveren er myndig; raekken slettes med et
      * foerbillede i historikken.
       FJERN-VAERGEROLLER.
           MOVE 1 TO ROLLE-IX
           PERFORM UNTIL ROLLE-IX > NUM-ROLLER
               IF KR-KONTO-ID OF ROLLE-ARR(ROLLE-IX) = SOEGE-KONTO
                   AND KR-FULDMAGT OF ROLLE-ARR(ROLLE-IX)
                   MOVE ROLLE-ARR(ROLLE-IX) TO FOER-BILLEDE
                   MOVE SPACES TO EFTER-BILLEDE
                   PERFORM SKRIV-HISTORIK-POST
                   PERFORM VARYING ROLLE-IX2 FROM ROLLE-IX BY 1
                           UNTIL ROLLE-IX2 >= NUM-ROLLER
                       MOVE ROLLE-ARR(ROLLE-IX2 + 1)
                         TO ROLLE-ARR(ROLLE-IX2)
                   END-PERFORM
                   SUBTRACT 1 FROM NUM-ROLLER
                   ADD 1 TO FJERNET-ROLLER
                   MOVE "J" TO ROLLER-AENDRET-SW
               ELSE
                   ADD 1 TO ROLLE-IX
               END-IF
           END-PERFORM.

      * Vilkaarene for det nye produkt, der er i kraft i dag, holdes
      * op mod den hoejeste version, kunden har accepteret for kontoen
      * eller generelt (samme regel som OPG-147).
       CHECK-VILKAAR-ACCEPT.
           MOVE "N" TO VILKAAR-MANGLER-SW
           MOVE ZEROS TO GAELDENDE-VERSION
           MOVE SPACES TO GAELDENDE-DATO
           PERFORM VARYING VK-IX FROM 1 BY 1 UNTIL VK-IX > NUM-VILKAAR
               IF VK-PRODUKT OF VILKAAR-ARR(VK-IX) = SOEGE-PRODUKT
                   AND VK-IKRAFT-DATO OF VILKAAR-ARR(VK-IX)
                       NOT > DAGS-DATO
                   AND VK-IKRAFT-DATO OF VILKAAR-ARR(VK-IX)
                       >= GAELDENDE-DATO
                   MOVE VK-VERSION OF VILKAAR-ARR(VK-IX)
                     TO GAELDENDE-VERSION
                   MOVE VK-IKRAFT-DATO OF VILKAAR-ARR(VK-IX)
                     TO GAELDENDE-DATO
               END-IF
           END-PERFORM
           IF GAELDENDE-VERSION = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO ACCEPTERET-VERSION
           PERFORM VARYING ACC-IX FROM 1 BY 1 UNTIL ACC-IX > NUM-ACCEPT
               IF VA-KUNDE-ID OF ACCEPT-ARR(ACC-IX) = SOEGE-KUNDE
                   AND VA-PRODUKT OF ACCEPT-ARR(ACC-IX) = SOEGE-PRODUKT
                   AND (VA-KONTO-ID OF ACCEPT-ARR(ACC-IX) = SPACES
                        OR VA-KONTO-ID OF ACCEPT-ARR(ACC-IX)
                           = SOEGE-KONTO)
                   AND VA-VERSION OF ACCEPT-ARR(ACC-IX)
                       > ACCEPTERET-VERSION
                   MOVE VA-VERSION OF ACCEPT-ARR(ACC-IX)
                     TO ACCEPTERET-VERSION
               END-IF
           END-PERFORM
           IF ACCEPTERET-VERSION < GAELDENDE-VERSION
               MOVE "J" TO VILKAAR-MANGLER-SW
           END-IF.

       SKRIV-RAPPORT-LINJE.
           MOVE SOEGE-KONTO TO RL-KONTO-ID
           MOVE SOEGE-KUNDE TO RL-KUNDE-ID
           MOVE FRIGIV-DATO TO RL-FRIGIV-DATO
           MOVE PV-FRA-TYPE OF KONV-ARR(KONV-MATCH-IX) TO RL-FRA-TYPE
           MOVE PV-TIL-TYPE OF KONV-ARR(KONV-MATCH-IX) TO RL-TIL-TYPE
           MOVE RAPPORT-LINJE TO RAPPORT-TEXT
           WRITE RAPPORT-REC.

       HIST-TID-FILL.
           ACCEPT HIST-TIME FROM TIME
           MOVE SPACES TO HIST-TID
           STRING
               RUN-DATE(1:4)  DELIMITED BY SIZE
               "-"            DELIMITED BY SIZE
               RUN-DATE(5:2)  DELIMITED BY SIZE
               "-"            DELIMITED BY SIZE
               RUN-DATE(7:2)  DELIMITED BY SIZE
               " "            DELIMITED BY SIZE
               HIST-TIME(1:2) DELIMITED BY SIZE
               ":"            DELIMITED BY SIZE
               HIST-TIME(3:2) DELIMITED BY SIZE
               ":"            DELIMITED BY SIZE
               HIST-TIME(5:2) DELIMITED BY SIZE
           INTO HIST-TID.

       SKRIV-HISTORIK-POST.
           PERFORM HIST-TID-FILL
           MOVE SPACES TO HISTORIK-REC
           MOVE "OPG153" TO AH-PROGRAM
           MOVE HIST-OPERATOR TO AH-OPERATOR
           MOVE HIST-TID TO AH-TID
           MOVE HIST-NOEGLE TO AH-NOEGLE
           MOVE "FOER" TO AH-BILLEDE
           MOVE FOER-BILLEDE TO AH-DATA
           WRITE HISTORIK-REC
           MOVE SPACES TO HISTORIK-REC
           MOVE "OPG153" TO AH-PROGRAM
           MOVE HIST-OPERATOR TO AH-OPERATOR
           MOVE HIST-TID TO AH-TID
           MOVE HIST-NOEGLE TO AH-NOEGLE
           MOVE "EFTER" TO AH-BILLEDE
           MOVE EFTER-BILLEDE TO AH-DATA
           WRITE HISTORIK-REC
           MOVE SPACES TO FOER-BILLEDE
           MOVE SPACES TO EFTER-BILLEDE.

       KONTO-ARR-REWRITE.
           OPEN OUTPUT FIL-KONTI
           PERFORM VARYING KONTO-IX FROM 1 BY 1
                   UNTIL KONTO-IX > NUM-KONTI
               WRITE KONTO-REKORD FROM KONTO-ARR(KONTO-IX)
           END-PERFORM
           MOVE SPACES TO KONTO-REKORD
           MOVE "TRAILER" TO TR-MARKER OF KONTO-REKORD-TRAILER
           MOVE NUM-KONTI TO TR-ANTAL OF KONTO-REKORD-TRAILER
           WRITE KONTO-REKORD
           CLOSE FIL-KONTI
      * Den flade kontomaster er nu sandheden igen - indeksfilen fra
      * OPG-82 er foraeldet og slettes, til den er genopbygget.
           MOVE "rm -f ../data/KontoOpl-Index.dat"
             TO SLET-KIDX-KOMMANDO
           CALL "SYSTEM" USING SLET-KIDX-KOMMANDO.

       ROLLE-ARR-REWRITE.
           OPEN OUTPUT FIL-ROLLER
           PERFORM VARYING ROLLE-IX FROM 1 BY 1
                   UNTIL ROLLE-IX > NUM-ROLLER
               WRITE ROLLE-REKORD FROM ROLLE-ARR(ROLLE-IX)
           END-PERFORM
           MOVE SPACES TO ROLLE-REKORD
           MOVE "TRAILER" TO TR-MARKER OF ROLLE-REKORD-TRAILER
           MOVE NUM-ROLLER TO TR-ANTAL OF ROLLE-REKORD-TRAILER
           WRITE ROLLE-REKORD
           CLOSE FIL-ROLLER.

       MYNDIG-ARR-REWRITE.
           OPEN OUTPUT FIL-MYNDIG
           PERFORM VARYING MK-IX FROM 1 BY 1 UNTIL MK-IX > NUM-MYNDIG
               WRITE MYNDIG-REKORD FROM MYNDIG-ARR(MK-IX)
           END-PERFORM
           MOVE SPACES TO MYNDIG-REKORD
           MOVE "TRAILER" TO TR-MARKER OF MYNDIG-REKORD-TRAILER
           MOVE NUM-MYNDIG TO TR-ANTAL OF MYNDIG-REKORD-TRAILER
           WRITE MYNDIG-REKORD
           CLOSE FIL-MYNDIG.

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
