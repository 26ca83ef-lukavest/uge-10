       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPG-147.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIL-VILKAAR ASSIGN TO "../data/Vilkaar-Dokumenter.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VILKAAR-FIL-STATUS.
           SELECT FIL-ACCEPT ASSIGN TO "../data/Vilkaar-Accept.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCEPT-FIL-STATUS.
           SELECT FIL-KUNDER ASSIGN TO "../data/Kundeoplysninger.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-KONTI ASSIGN TO "../data/KontoOpl.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-PARM ASSIGN TO "../data/OPG147-Parametre.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-STATUS.
           SELECT FIL-BREV ASSIGN TO BREV-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-MANIFEST
               ASSIGN TO "../data/Forsendelses-Manifest.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MANIFEST-STATUS.
           SELECT FIL-RAPPORT ASSIGN TO "../data/Vilkaar-Rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-BOGFDATO ASSIGN TO "../data/Bogfoeringsdato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOGFDATO-STATUS.

       DATA DIVISION.

       FILE SECTION.
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

       FD FIL-PARM.
       01 PARM-FILE-REC.
           COPY "../copybooks/OPG147-PARAMETRE.cpy".

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

      * Daglig vilkaarskoersel over Vilkaar-Dokumenter.txt (OPG-146):
      * 1) En ny version, der skal varsles, varsles den dag, hvor der
      *    er PARM-VARSEL-DAGE til ikrafttraeden (eller straks, hvis
      *    fristen allerede er passeret - markeres KORT VARSEL i
      *    rapporten). Varslet gaar til hver aktiv kunde med en konto
      *    af produktets kontotype (ALMINDELIG: enhver konto), som
      *    ikke allerede har accepteret versionen. Brevet laegges paa
      *    Forsendelses-Manifest.txt.
      * 2) For hver aaben konto sammenholdes den accepterede version
      *    af de almindelige betingelser og af kontotypens vilkaar med
      *    den version, der er traadt i kraft; konti paa en gammel
      *    version listes i Vilkaar-Rapport.txt.
      * En accept gaelder kontoen, naar den er registreret paa kontoen
      * eller paa kunden (konto blank).
       01 VILKAAR-FIL-STATUS PIC XX VALUE "00".
       01 ACCEPT-FIL-STATUS  PIC XX VALUE "00".
       01 MANIFEST-STATUS    PIC XX VALUE "00".
       01 PARM-STATUS        PIC XX VALUE "00".
       01 PARM-REC.
           COPY "../copybooks/OPG147-PARAMETRE.cpy".
       01 TRAILER-FOUND-SW PIC X(01) VALUE "N".
       01 TRAILER-ANTAL    PIC 9(06) VALUE ZEROS.
       01 EOF-FLAG         PIC X(01) VALUE "N".

       01 NUM-VILKAAR   PIC 9(04) VALUE 0.
       01 VILKAAR-ARR OCCURS 0 TO 2000 TIMES DEPENDING ON NUM-VILKAAR.
           COPY "../copybooks/VILKAAR.cpy".
       01 VK-IX         PIC 9(04) VALUE 0.
       01 VK-IX2        PIC 9(04) VALUE 0.
       01 VILKAAR-AENDRET-SW PIC X(01) VALUE "N".

       01 NUM-ACCEPT    PIC 9(05) VALUE 0.
       01 ACCEPT-ARR OCCURS 0 TO 20000 TIMES DEPENDING ON NUM-ACCEPT.
           COPY "../copybooks/VILKAARACCEPT.cpy".
       01 ACC-IX        PIC 9(05) VALUE 0.

       01 NUM-KUNDER    PIC 9(04) VALUE 0.
       01 KUNDE-ARR OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-KUNDER.
           COPY "../copybooks/KUNDER.cpy".
       01 KUNDE-IX      PIC 9(04) VALUE 0.

       01 NUM-KONTI     PIC 9(04) VALUE 0.
       01 KONTO-ARR OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-KONTI.
           COPY "../copybooks/KONTOOPL.cpy".
       01 KONTO-IX      PIC 9(04) VALUE 0.

       01 BREV-FILENAME    PIC X(60) VALUE SPACES.
       01 BEROERT-SW       PIC X(01) VALUE "N".
       01 SOEGE-KUNDE      PIC X(10) VALUE SPACES.
       01 SOEGE-KONTO      PIC X(14) VALUE SPACES.
       01 SOEGE-PRODUKT    PIC X(10) VALUE SPACES.
       01 ACCEPTERET-VERSION PIC 9(03) VALUE ZEROS.
       01 GAELDENDE-VERSION PIC 9(03) VALUE ZEROS.
       01 GAELDENDE-DATO   PIC X(10) VALUE SPACES.
       01 VARSEL-START-NUM PIC 9(08) VALUE ZEROS.
       01 VARSEL-START     PIC X(10) VALUE SPACES.
       01 IKRAFT-NUM       PIC 9(08) VALUE ZEROS.
       01 KORT-VARSEL-SW   PIC X(01) VALUE "N".
       01 VARSLET-ANTAL    PIC 9(06) VALUE 0.
       01 BREV-ANTAL       PIC 9(06) VALUE 0.
       01 DOKUMENT-ANTAL   PIC 9(04) VALUE 0.
       01 GAMMEL-ANTAL     PIC 9(06) VALUE 0.
       01 ANTAL-VIS        PIC ZZZZZ9.

       01 RAPPORT-LINJE.
           02 RL-KONTO-ID      PIC X(14).
           02 FILLER           PIC X(02).
           02 RL-KUNDE-ID      PIC X(10).
           02 FILLER           PIC X(02).
           02 RL-PRODUKT       PIC X(10).
           02 FILLER           PIC X(02).
           02 RL-ACCEPTERET    PIC ZZ9.
           02 FILLER           PIC X(08).
           02 RL-GAELDENDE     PIC ZZ9.
           02 FILLER           PIC X(07).
           02 RL-IKRAFT        PIC X(10).

       01 RUN-DATE      PIC 9(08) VALUE ZEROS.
      * Koerselsdatoen er bankens bogfoeringsdato (Bogfoeringsdato.txt),
      * ikke maskinens dato.
       01 BOGFDATO-STATUS  PIC XX VALUE "00".
       01 BOGFDATO-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".
       01 DAGS-DATO     PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM PARM-FILL
           PERFORM DAGS-DATO-FILL
           PERFORM VILKAAR-ARR-FILL
           PERFORM ACCEPT-ARR-FILL
           PERFORM KUNDE-ARR-FILL
           PERFORM KONTO-ARR-FILL
           OPEN OUTPUT FIL-RAPPORT
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "VILKAARSVARSLING OG KONTI PAA GAMLE VILKAAR PR. "
                                 DELIMITED BY SIZE
               DAGS-DATO         DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE "Varslede vilkaarsversioner:" TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           OPEN EXTEND FIL-MANIFEST
           IF MANIFEST-STATUS = "35"
               OPEN OUTPUT FIL-MANIFEST
           END-IF
           PERFORM VARYING VK-IX FROM 1 BY 1 UNTIL VK-IX > NUM-VILKAAR
               PERFORM CHECK-VARSLING
           END-PERFORM
           CLOSE FIL-MANIFEST
           IF DOKUMENT-ANTAL = 0
               MOVE "  (ingen)" TO RAPPORT-TEXT
               WRITE RAPPORT-REC
           END-IF
           PERFORM SKRIV-GAMLE-VERSIONER
           CLOSE FIL-RAPPORT
           IF VILKAAR-AENDRET-SW = "J"
               PERFORM VILKAAR-ARR-REWRITE
           END-IF
           DISPLAY "Vilkaar: " DOKUMENT-ANTAL " versioner varslet, "
               BREV-ANTAL " breve, " GAMMEL-ANTAL
               " konti paa en gammel version."
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
           IF PARM-VARSEL-DAGE OF PARM-REC NOT NUMERIC
                   OR PARM-VARSEL-DAGE OF PARM-REC = ZEROS
               MOVE 60 TO PARM-VARSEL-DAGE OF PARM-REC
           END-IF.

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

       VILKAAR-ARR-FILL.
           MOVE 0 TO NUM-VILKAAR
           OPEN INPUT FIL-VILKAAR
           IF VILKAAR-FIL-STATUS NOT = "00"
               DISPLAY "Vilkaar-Dokumenter.txt findes ikke - "
                   "intet at varsle."
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO TRAILER-FOUND-SW
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-VILKAAR
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF VILKAAR-REKORD-TRAILER
                               = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                           MOVE "Y" TO TRAILER-FOUND-SW
                           MOVE TR-ANTAL OF VILKAAR-REKORD-TRAILER
                             TO TRAILER-ANTAL
                       ELSE
                           IF NUM-VILKAAR >= 2000
                               DISPLAY "FEJL: Vilkaar-Dokumenter.txt "
                                   "har mere end 2000 poster"
                               MOVE 1 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO NUM-VILKAAR
                           MOVE VILKAAR-REKORD
                             TO VILKAAR-ARR(NUM-VILKAAR)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-VILKAAR
           IF TRAILER-FOUND-SW = "N"
               DISPLAY "FEJL: Vilkaar-Dokumenter.txt mangler "
                   "sluttaellerpost"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NUM-VILKAAR NOT = TRAILER-ANTAL
               DISPLAY "FEJL: Vilkaar-Dokumenter.txt - forventet "
                   TRAILER-ANTAL " poster, fandt " NUM-VILKAAR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       ACCEPT-ARR-FILL.
           MOVE 0 TO NUM-ACCEPT
           OPEN INPUT FIL-ACCEPT
           IF ACCEPT-FIL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO TRAILER-FOUND-SW
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-ACCEPT
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF ACCEPT-REKORD-TRAILER
                               = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                           MOVE "Y" TO TRAILER-FOUND-SW
                           MOVE TR-ANTAL OF ACCEPT-REKORD-TRAILER
                             TO TRAILER-ANTAL
                       ELSE
                           IF NUM-ACCEPT >= 20000
                               DISPLAY "FEJL: Vilkaar-Accept.txt har "
                                   "mere end 20000 poster"
                               MOVE 1 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO NUM-ACCEPT
                           MOVE ACCEPT-REKORD TO ACCEPT-ARR(NUM-ACCEPT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-ACCEPT
           IF TRAILER-FOUND-SW = "N"
               DISPLAY "FEJL: Vilkaar-Accept.txt mangler "
                   "sluttaellerpost"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NUM-ACCEPT NOT = TRAILER-ANTAL
               DISPLAY "FEJL: Vilkaar-Accept.txt - forventet "
                   TRAILER-ANTAL " poster, fandt " NUM-ACCEPT
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

      * Varslingen starter PARM-VARSEL-DAGE foer ikrafttraeden.
       CHECK-VARSLING.
           IF NOT VK-SKAL-VARSLES OF VILKAAR-ARR(VK-IX)
                   OR VK-VARSLET-DATO OF VILKAAR-ARR(VK-IX)
                       NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE VK-IKRAFT-DATO OF VILKAAR-ARR(VK-IX)(1:4)
             TO IKRAFT-NUM(1:4)
           MOVE VK-IKRAFT-DATO OF VILKAAR-ARR(VK-IX)(6:2)
             TO IKRAFT-NUM(5:2)
           MOVE VK-IKRAFT-DATO OF VILKAAR-ARR(VK-IX)(9:2)
             TO IKRAFT-NUM(7:2)
           COMPUTE VARSEL-START-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(IKRAFT-NUM)
               - PARM-VARSEL-DAGE OF PARM-REC)
           MOVE SPACES TO VARSEL-START
           STRING
               VARSEL-START-NUM(1:4) DELIMITED BY SIZE
               "-"                   DELIMITED BY SIZE
               VARSEL-START-NUM(5:2) DELIMITED BY SIZE
               "-"                   DELIMITED BY SIZE
               VARSEL-START-NUM(7:2) DELIMITED BY SIZE
           INTO VARSEL-START
           IF VARSEL-START > DAGS-DATO
               EXIT PARAGRAPH
           END-IF
           IF VARSEL-START < DAGS-DATO
               MOVE "J" TO KORT-VARSEL-SW
           ELSE
               MOVE "N" TO KORT-VARSEL-SW
           END-IF
           MOVE VK-PRODUKT OF VILKAAR-ARR(VK-IX) TO SOEGE-PRODUKT
           MOVE 0 TO VARSLET-ANTAL
           PERFORM VARYING KUNDE-IX FROM 1 BY 1
                   UNTIL KUNDE-IX > NUM-KUNDER
               IF KUNDE-AKTIV OF KUNDE-ARR(KUNDE-IX)
                   AND NOT KONTO-LUKKET OF KUNDE-ARR(KUNDE-IX)
                   PERFORM VARSL-KUNDE
               END-IF
           END-PERFORM
           MOVE DAGS-DATO TO VK-VARSLET-DATO OF VILKAAR-ARR(VK-IX)
           MOVE VARSLET-ANTAL TO VK-VARSLET-ANTAL OF VILKAAR-ARR(VK-IX)
           MOVE "J" TO VILKAAR-AENDRET-SW
           ADD 1 TO DOKUMENT-ANTAL
           MOVE VARSLET-ANTAL TO ANTAL-VIS
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "  "                       DELIMITED BY SIZE
               SOEGE-PRODUKT              DELIMITED BY SIZE
               " version "                DELIMITED BY SIZE
               VK-VERSION OF VILKAAR-ARR(VK-IX)
                                          DELIMITED BY SIZE
               " i kraft "                DELIMITED BY SIZE
               VK-IKRAFT-DATO OF VILKAAR-ARR(VK-IX)
                                          DELIMITED BY SIZE
               " - varslet til "          DELIMITED BY SIZE
               ANTAL-VIS                  DELIMITED BY SIZE
               " kunder"                  DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           IF KORT-VARSEL-SW = "J"
               MOVE "KORT VARSEL" TO RAPPORT-TEXT(90:11)
           END-IF
           WRITE RAPPORT-REC.

      * Kunden er beroert, naar en af kundens konti er af produktets
      * kontotype (ALMINDELIG: enhver konto), og
      * kunden ikke allerede har accepteret versionen.
       VARSL-KUNDE.
           MOVE KUNDE-ID OF KUNDE-ARR(KUNDE-IX) TO SOEGE-KUNDE
           MOVE "N" TO BEROERT-SW
           PERFORM VARYING KONTO-IX FROM 1 BY 1
                   UNTIL KONTO-IX > NUM-KONTI
               IF KUNDE-ID OF KONTO-ARR(KONTO-IX) = SOEGE-KUNDE
                   AND (SOEGE-PRODUKT = "ALMINDELIG"
                        OR KONTO-TYPE OF KONTO-ARR(KONTO-IX)
                           = SOEGE-PRODUKT)
                   MOVE KONTO-ID OF KONTO-ARR(KONTO-IX) TO SOEGE-KONTO
                   PERFORM FIND-ACCEPTERET-VERSION
                   IF ACCEPTERET-VERSION
                           < VK-VERSION OF VILKAAR-ARR(VK-IX)
                       MOVE "J" TO BEROERT-SW
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM
           IF BEROERT-SW = "J"
               PERFORM SKRIV-VARSELBREV
               ADD 1 TO VARSLET-ANTAL
           END-IF.

      * Hoejeste version af SOEGE-PRODUKT, som kunden har accepteret
      * for kontoen eller generelt.
       FIND-ACCEPTERET-VERSION.
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
           END-PERFORM.

       SKRIV-VARSELBREV.
           MOVE SPACES TO BREV-FILENAME
           STRING
               "../data/Vilkaarsvarsel-"   DELIMITED BY SIZE
               SOEGE-KUNDE                 DELIMITED BY SPACE
               "-"                         DELIMITED BY SIZE
               VK-DOK-NR OF VILKAAR-ARR(VK-IX)
                                           DELIMITED BY SIZE
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
           IF SOEGE-PRODUKT = "ALMINDELIG"
               STRING
                   "Vi aendrer vores almindelige "
                                           DELIMITED BY SIZE
                   "forretningsbetingelser."
                                           DELIMITED BY SIZE
               INTO BREV-TEXT
           ELSE
               STRING
                   "Vi aendrer vilkaarene for "
                                           DELIMITED BY SIZE
                   SOEGE-PRODUKT           DELIMITED BY SPACE
                   "."                     DELIMITED BY SIZE
               INTO BREV-TEXT
           END-IF
           WRITE BREV-REC
           MOVE SPACES TO BREV-TEXT
           STRING
               "Nye vilkaar: "             DELIMITED BY SIZE
               VK-TITEL OF VILKAAR-ARR(VK-IX)
                                           DELIMITED BY "  "
               ", version "                DELIMITED BY SIZE
               VK-VERSION OF VILKAAR-ARR(VK-IX)
                                           DELIMITED BY SIZE
           INTO BREV-TEXT
           WRITE BREV-REC
           MOVE SPACES TO BREV-TEXT
           STRING
               "De nye vilkaar traeder i kraft "
                                           DELIMITED BY SIZE
               VK-IKRAFT-DATO OF VILKAAR-ARR(VK-IX)
                                           DELIMITED BY SIZE
               "."                         DELIMITED BY SIZE
           INTO BREV-TEXT
           WRITE BREV-REC
           MOVE SPACES TO BREV-TEXT
           WRITE BREV-REC
           MOVE "Vilkaarene kan ses i netbanken eller faas i filialen."
             TO BREV-TEXT
           WRITE BREV-REC
           MOVE SPACES TO BREV-TEXT
           STRING
               "Oensker De ikke at fortsaette paa de nye vilkaar, "
                                           DELIMITED BY SIZE
               "kan aftalen opsiges"       DELIMITED BY SIZE
           INTO BREV-TEXT
           WRITE BREV-REC
           MOVE "uden omkostninger inden ikrafttraedelsesdatoen."
             TO BREV-TEXT
           WRITE BREV-REC
           CLOSE FIL-BREV
           ADD 1 TO BREV-ANTAL
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
           WRITE MANIFEST-REC.

      * Hver konto hos en aktiv kunde, hvis engagement ikke er lukket
      * (KONTO-STATUS "L" i Kundeoplysninger.txt), kontrolleres mod
      * de almindelige betingelser og mod kontotypens vilkaar.
       SKRIV-GAMLE-VERSIONER.
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE "Konti paa en gammel vilkaarsversion:" TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Konto-id        Kunde-ID    Produkt     Accepteret  "
                                           DELIMITED BY SIZE
               "Gaeldende  I kraft"        DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           PERFORM VARYING KONTO-IX FROM 1 BY 1
                   UNTIL KONTO-IX > NUM-KONTI
               MOVE KUNDE-ID OF KONTO-ARR(KONTO-IX) TO SOEGE-KUNDE
               PERFORM VARYING KUNDE-IX FROM 1 BY 1
                       UNTIL KUNDE-IX > NUM-KUNDER
                          OR KUNDE-ID OF KUNDE-ARR(KUNDE-IX)
                             = SOEGE-KUNDE
                   CONTINUE
               END-PERFORM
               IF KUNDE-IX NOT > NUM-KUNDER
                   AND KUNDE-AKTIV OF KUNDE-ARR(KUNDE-IX)
                   AND NOT KONTO-LUKKET OF KUNDE-ARR(KUNDE-IX)
                   MOVE KONTO-ID OF KONTO-ARR(KONTO-IX) TO SOEGE-KONTO
                   MOVE "ALMINDELIG" TO SOEGE-PRODUKT
                   PERFORM CHECK-KONTO-VERSION
                   MOVE KONTO-TYPE OF KONTO-ARR(KONTO-IX)
                     TO SOEGE-PRODUKT
                   PERFORM CHECK-KONTO-VERSION
               END-IF
           END-PERFORM
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE GAMMEL-ANTAL TO ANTAL-VIS
           STRING "Konti/vilkaar paa gammel version: "
                                           DELIMITED BY SIZE
                  ANTAL-VIS                DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC.

       CHECK-KONTO-VERSION.
           MOVE ZEROS TO GAELDENDE-VERSION
           MOVE SPACES TO GAELDENDE-DATO
           PERFORM VARYING VK-IX2 FROM 1 BY 1
                   UNTIL VK-IX2 > NUM-VILKAAR
               IF VK-PRODUKT OF VILKAAR-ARR(VK-IX2) = SOEGE-PRODUKT
                   AND VK-IKRAFT-DATO OF VILKAAR-ARR(VK-IX2)
                       NOT > DAGS-DATO
                   AND VK-IKRAFT-DATO OF VILKAAR-ARR(VK-IX2)
                       >= GAELDENDE-DATO
                   MOVE VK-VERSION OF VILKAAR-ARR(VK-IX2)
                     TO GAELDENDE-VERSION
                   MOVE VK-IKRAFT-DATO OF VILKAAR-ARR(VK-IX2)
                     TO GAELDENDE-DATO
               END-IF
           END-PERFORM
           IF GAELDENDE-VERSION = ZEROS
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-ACCEPTERET-VERSION
           IF ACCEPTERET-VERSION < GAELDENDE-VERSION
               MOVE SPACES TO RAPPORT-LINJE
               MOVE SOEGE-KONTO TO RL-KONTO-ID
               MOVE SOEGE-KUNDE TO RL-KUNDE-ID
               MOVE SOEGE-PRODUKT TO RL-PRODUKT
               MOVE ACCEPTERET-VERSION TO RL-ACCEPTERET
               MOVE GAELDENDE-VERSION TO RL-GAELDENDE
               MOVE GAELDENDE-DATO TO RL-IKRAFT
               MOVE RAPPORT-LINJE TO RAPPORT-TEXT
               WRITE RAPPORT-REC
               ADD 1 TO GAMMEL-ANTAL
           END-IF.

       VILKAAR-ARR-REWRITE.
           OPEN OUTPUT FIL-VILKAAR
           PERFORM VARYING VK-IX FROM 1 BY 1 UNTIL VK-IX > NUM-VILKAAR
               WRITE VILKAAR-REKORD FROM VILKAAR-ARR(VK-IX)
           END-PERFORM
           MOVE SPACES TO VILKAAR-REKORD
           MOVE "TRAILER" TO TR-MARKER OF VILKAAR-REKORD-TRAILER
           MOVE NUM-VILKAAR TO TR-ANTAL OF VILKAAR-REKORD-TRAILER
           WRITE VILKAAR-REKORD
           CLOSE FIL-VILKAAR.

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
