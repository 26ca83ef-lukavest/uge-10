       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPG-146.

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
           SELECT FIL-PRODUKT ASSIGN TO "../data/Produktkatalog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRODUKT-STATUS.
           SELECT FIL-PARM ASSIGN TO "../data/OPG147-Parametre.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-STATUS.
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

       FD FIL-PRODUKT.
       01 PRODUKT-REKORD.
           COPY "../copybooks/PRODUKT.cpy".

       FD FIL-PARM.
       01 PARM-FILE-REC.
           COPY "../copybooks/OPG147-PARAMETRE.cpy".

       FD FIL-BOGFDATO.
       01 BOGFDATO-FIL-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".

       WORKING-STORAGE SECTION.

      * Vilkaarsregister: de almindelige forretningsbetingelser
      * (produkt ALMINDELIG) og hver kontotypes produktvilkaar
      * registreres med loebende version og ikrafttraedelsesdato.
      * Kundens accept registreres pr. kunde (konto blank) eller pr.
      * konto med version, dato og kanal. OPG-147 varsler nye
      * versioner via Forsendelses-Manifest.txt varslingsfristen
      * (PARM-VARSEL-DAGE) foer ikrafttraeden og rapporterer konti
      * paa en gammel version; OPG-29 opretter ikke en konto, foer
      * de gaeldende vilkaar er accepteret.
       01 VILKAAR-FIL-STATUS PIC XX VALUE "00".
       01 ACCEPT-FIL-STATUS  PIC XX VALUE "00".
       01 PRODUKT-STATUS     PIC XX VALUE "00".
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
       01 NAESTE-DOK-NR PIC 9(04) VALUE ZEROS.
       01 NY-VILKAAR.
           COPY "../copybooks/VILKAAR.cpy".
       01 VILKAAR-AENDRET-SW PIC X(01) VALUE "N".

       01 NUM-ACCEPT    PIC 9(05) VALUE 0.
       01 ACCEPT-ARR OCCURS 0 TO 20000 TIMES DEPENDING ON NUM-ACCEPT.
           COPY "../copybooks/VILKAARACCEPT.cpy".
       01 ACC-IX        PIC 9(05) VALUE 0.
       01 NY-ACCEPT.
           COPY "../copybooks/VILKAARACCEPT.cpy".
       01 ACCEPT-AENDRET-SW PIC X(01) VALUE "N".

       01 NUM-PRODUKT   PIC 9(03) VALUE 0.
       01 PRODUKT-ARR OCCURS 0 TO 100 TIMES DEPENDING ON NUM-PRODUKT.
           COPY "../copybooks/PRODUKT.cpy".
       01 PRODUKT-IX    PIC 9(03) VALUE 0.

       01 NUM-KUNDER    PIC 9(04) VALUE 0.
       01 KUNDE-ARR OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-KUNDER.
           COPY "../copybooks/KUNDER.cpy".
       01 KUNDE-IX      PIC 9(04) VALUE 0.

       01 NUM-KONTI     PIC 9(04) VALUE 0.
       01 KONTO-ARR OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-KONTI.
           COPY "../copybooks/KONTOOPL.cpy".
       01 KONTO-IX      PIC 9(04) VALUE 0.
       01 KONTO-MATCH-IX PIC 9(04) VALUE 0.

       01 MENU-VALG     PIC X(01).
       01 FORTSAET-SW   PIC X(01) VALUE "J".
       01 OPERATOR      PIC X(10) VALUE SPACES.
       01 SOEGE-PRODUKT PIC X(10) VALUE SPACES.
       01 SOEGE-KUNDE   PIC X(10) VALUE SPACES.
       01 SOEGE-KONTO   PIC X(14) VALUE SPACES.
       01 JA-NEJ        PIC X(01) VALUE SPACE.
       01 OK-SW         PIC X(01) VALUE "N".
       01 INPUT-DATO    PIC X(10) VALUE SPACES.
       01 INPUT-DATO-NUM PIC X(08) VALUE SPACES.
       01 INPUT-VERSION PIC X(03) VALUE SPACES.
       01 HOEJESTE-VERSION PIC 9(03) VALUE ZEROS.
       01 GAELDENDE-VERSION PIC 9(03) VALUE ZEROS.
       01 GAELDENDE-DATO PIC X(10) VALUE SPACES.
       01 VERSION-FUNDET-SW PIC X(01) VALUE "N".

       01 RUN-DATE      PIC 9(08) VALUE ZEROS.
      * Koerselsdatoen er bankens bogfoeringsdato (Bogfoeringsdato.txt),
      * ikke maskinens dato.
       01 BOGFDATO-STATUS  PIC XX VALUE "00".
       01 BOGFDATO-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".
       01 DAGS-DATO     PIC X(10) VALUE SPACES.
       01 FRIST-NUM     PIC 9(08) VALUE ZEROS.
       01 FRIST-DATO    PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT OPERATOR FROM ENVIRONMENT "USER"
           PERFORM PARM-FILL
           PERFORM DAGS-DATO-FILL
           PERFORM VILKAAR-ARR-FILL
           PERFORM ACCEPT-ARR-FILL
           PERFORM PRODUKT-ARR-FILL
           PERFORM KUNDE-ARR-FILL
           PERFORM KONTO-ARR-FILL
           PERFORM UNTIL FORTSAET-SW NOT = "J"
               PERFORM SHOW-MENU
               ACCEPT MENU-VALG
               EVALUATE MENU-VALG
                   WHEN "1"
                       PERFORM OPRET-VERSION
                   WHEN "2"
                       PERFORM REGISTRER-ACCEPT
                   WHEN "3"
                       PERFORM VIS-VERSIONER
                   WHEN "4"
                       PERFORM VIS-KUNDENS-ACCEPTER
                   WHEN "5"
                       MOVE "N" TO FORTSAET-SW
                   WHEN OTHER
                       DISPLAY "Ukendt valg."
               END-EVALUATE
           END-PERFORM
           IF VILKAAR-AENDRET-SW = "J"
               PERFORM VILKAAR-ARR-REWRITE
           END-IF
           IF ACCEPT-AENDRET-SW = "J"
               PERFORM ACCEPT-ARR-REWRITE
           END-IF
           STOP RUN.

       SHOW-MENU.
           DISPLAY " "
           DISPLAY "1. Opret ny vilkaarsversion"
           DISPLAY "2. Registrer kundens accept"
           DISPLAY "3. Vis vilkaarsversioner for et produkt"
           DISPLAY "4. Vis kundens accepter"
           DISPLAY "5. Afslut og gem"
           DISPLAY "Valg: " WITH NO ADVANCING.

      * Uden parameterfil er varslingsfristen 60 dage (to maaneder
      * for rammeaftaler).
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
           INTO DAGS-DATO
           COMPUTE FRIST-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(RUN-DATE)
               + PARM-VARSEL-DAGE OF PARM-REC)
           STRING
               FRIST-NUM(1:4) DELIMITED BY SIZE
               "-"            DELIMITED BY SIZE
               FRIST-NUM(5:2) DELIMITED BY SIZE
               "-"            DELIMITED BY SIZE
               FRIST-NUM(7:2) DELIMITED BY SIZE
           INTO FRIST-DATO.

       VILKAAR-ARR-FILL.
           MOVE 0 TO NUM-VILKAAR
           MOVE ZEROS TO NAESTE-DOK-NR
           OPEN INPUT FIL-VILKAAR
           IF VILKAAR-FIL-STATUS NOT = "00"
               DISPLAY "Vilkaar-Dokumenter.txt findes ikke - "
                   "starter tom."
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
                               STOP RUN
                           END-IF
                           ADD 1 TO NUM-VILKAAR
                           MOVE VILKAAR-REKORD
                             TO VILKAAR-ARR(NUM-VILKAAR)
                           IF VK-DOK-NR OF VILKAAR-REKORD
                                   > NAESTE-DOK-NR
                               MOVE VK-DOK-NR OF VILKAAR-REKORD
                                 TO NAESTE-DOK-NR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-VILKAAR
           IF TRAILER-FOUND-SW = "N"
               DISPLAY "FEJL: Vilkaar-Dokumenter.txt mangler "
                   "sluttaellerpost"
               STOP RUN
           END-IF
           IF NUM-VILKAAR NOT = TRAILER-ANTAL
               DISPLAY "FEJL: Vilkaar-Dokumenter.txt - forventet "
                   TRAILER-ANTAL " poster, fandt " NUM-VILKAAR
               STOP RUN
           END-IF.

       ACCEPT-ARR-FILL.
           MOVE 0 TO NUM-ACCEPT
           OPEN INPUT FIL-ACCEPT
           IF ACCEPT-FIL-STATUS NOT = "00"
               DISPLAY "Vilkaar-Accept.txt findes ikke - starter tom."
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
               STOP RUN
           END-IF
           IF NUM-ACCEPT NOT = TRAILER-ANTAL
               DISPLAY "FEJL: Vilkaar-Accept.txt - forventet "
                   TRAILER-ANTAL " poster, fandt " NUM-ACCEPT
               STOP RUN
           END-IF.

       PRODUKT-ARR-FILL.
           MOVE 0 TO NUM-PRODUKT
           OPEN INPUT FIL-PRODUKT
           IF PRODUKT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-PRODUKT
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF NUM-PRODUKT < 100
                           ADD 1 TO NUM-PRODUKT
                           MOVE PRODUKT-REKORD
                             TO PRODUKT-ARR(NUM-PRODUKT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-PRODUKT.

       KUNDE-ARR-FILL.
           OPEN INPUT FIL-KUNDER
           MOVE 0 TO NUM-KUNDER
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-KUNDER INTO KUNDE-OPL
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF KUNDE-OPL-TRAILER = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                       ELSE
                           ADD 1 TO NUM-KUNDER
                           MOVE KUNDE-OPL TO KUNDE-ARR(NUM-KUNDER)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-KUNDER.

       KONTO-ARR-FILL.
           OPEN INPUT FIL-KONTI
           MOVE 0 TO NUM-KONTI
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-KONTI INTO KONTO-REKORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF KONTO-REKORD-TRAILER = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                       ELSE
                           ADD 1 TO NUM-KONTI
                           MOVE KONTO-REKORD TO KONTO-ARR(NUM-KONTI)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-KONTI.

      * Produktet er ALMINDELIG (de almindelige betingelser) eller en
      * kontotype i Produktkatalog.txt.
       INDTAST-PRODUKT.
           MOVE "N" TO OK-SW
           DISPLAY "Produkt (ALMINDELIG eller kontotype): "
               WITH NO ADVANCING
           ACCEPT SOEGE-PRODUKT
           IF SOEGE-PRODUKT = "ALMINDELIG"
               MOVE "J" TO OK-SW
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING PRODUKT-IX FROM 1 BY 1
                   UNTIL PRODUKT-IX > NUM-PRODUKT
               IF PK-KONTO-TYPE OF PRODUKT-ARR(PRODUKT-IX)
                       = SOEGE-PRODUKT
                   MOVE "J" TO OK-SW
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF OK-SW = "N"
               DISPLAY "FEJL: produktet findes ikke i "
                   "Produktkatalog.txt."
           END-IF.

      * Hoejeste registrerede version og den version, der gaelder i
      * dag (seneste ikrafttraedelse til og med dags dato).
       FIND-VERSIONER.
           MOVE ZEROS TO HOEJESTE-VERSION
           MOVE ZEROS TO GAELDENDE-VERSION
           MOVE SPACES TO GAELDENDE-DATO
           PERFORM VARYING VK-IX FROM 1 BY 1 UNTIL VK-IX > NUM-VILKAAR
               IF VK-PRODUKT OF VILKAAR-ARR(VK-IX) = SOEGE-PRODUKT
                   IF VK-VERSION OF VILKAAR-ARR(VK-IX)
                           > HOEJESTE-VERSION
                       MOVE VK-VERSION OF VILKAAR-ARR(VK-IX)
                         TO HOEJESTE-VERSION
                   END-IF
                   IF VK-IKRAFT-DATO OF VILKAAR-ARR(VK-IX)
                           NOT > DAGS-DATO
                       AND VK-IKRAFT-DATO OF VILKAAR-ARR(VK-IX)
                           >= GAELDENDE-DATO
                       MOVE VK-VERSION OF VILKAAR-ARR(VK-IX)
                         TO GAELDENDE-VERSION
                       MOVE VK-IKRAFT-DATO OF VILKAAR-ARR(VK-IX)
                         TO GAELDENDE-DATO
                   END-IF
               END-IF
           END-PERFORM.

      * En ny version skal traede i kraft efter den seneste. Varsles
      * den med kortere frist end PARM-VARSEL-DAGE, skal operatoeren
      * bekraefte det.
       OPRET-VERSION.
           IF NUM-VILKAAR >= 2000
               DISPLAY "FEJL: Vilkaarsregistret er fuldt."
               EXIT PARAGRAPH
           END-IF
           PERFORM INDTAST-PRODUKT
           IF OK-SW = "N"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-VERSIONER
           MOVE SPACES TO NY-VILKAAR
           MOVE ZEROS TO VK-VARSLET-ANTAL OF NY-VILKAAR
           MOVE SOEGE-PRODUKT TO VK-PRODUKT OF NY-VILKAAR
           COMPUTE VK-VERSION OF NY-VILKAAR = HOEJESTE-VERSION + 1
           DISPLAY "Titel: " WITH NO ADVANCING
           ACCEPT VK-TITEL OF NY-VILKAAR
           IF VK-TITEL OF NY-VILKAAR = SPACES
               DISPLAY "FEJL: titlen skal udfyldes."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Ikrafttraeden (AAAA-MM-DD): " WITH NO ADVANCING
           ACCEPT INPUT-DATO
           PERFORM VALIDER-DATO
           IF OK-SW = "N"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING VK-IX FROM 1 BY 1 UNTIL VK-IX > NUM-VILKAAR
               IF VK-PRODUKT OF VILKAAR-ARR(VK-IX) = SOEGE-PRODUKT
                   AND VK-IKRAFT-DATO OF VILKAAR-ARR(VK-IX)
                       >= INPUT-DATO
                   DISPLAY "FEJL: version "
                       VK-VERSION OF VILKAAR-ARR(VK-IX)
                       " traeder i kraft "
                       VK-IKRAFT-DATO OF VILKAAR-ARR(VK-IX)
                       " - den nye version skal ligge senere."
                   MOVE "N" TO OK-SW
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF OK-SW = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE INPUT-DATO TO VK-IKRAFT-DATO OF NY-VILKAAR
           IF HOEJESTE-VERSION = ZEROS
               DISPLAY "Skal eksisterende kunder varsles (J/N): "
                   WITH NO ADVANCING
               ACCEPT JA-NEJ
               MOVE FUNCTION UPPER-CASE(JA-NEJ)
                 TO VK-VARSEL-SW OF NY-VILKAAR
           ELSE
               MOVE "J" TO VK-VARSEL-SW OF NY-VILKAAR
           END-IF
           IF VK-SKAL-VARSLES OF NY-VILKAAR
               AND INPUT-DATO < FRIST-DATO
               DISPLAY "ADVARSEL: ikrafttraeden ligger foer "
                   FRIST-DATO " - varslingsfristen paa "
                   PARM-VARSEL-DAGE OF PARM-REC " dage kan ikke holdes."
               DISPLAY "Opret alligevel (J/N): " WITH NO ADVANCING
               ACCEPT JA-NEJ
               IF JA-NEJ NOT = "J" AND JA-NEJ NOT = "j"
                   DISPLAY "Versionen er ikke oprettet."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF NOT VK-SKAL-VARSLES OF NY-VILKAAR
               MOVE "N" TO VK-VARSEL-SW OF NY-VILKAAR
           END-IF
           MOVE OPERATOR TO VK-OPRETTET-AF OF NY-VILKAAR
           MOVE DAGS-DATO TO VK-OPRETTET-DATO OF NY-VILKAAR
           ADD 1 TO NAESTE-DOK-NR
           MOVE NAESTE-DOK-NR TO VK-DOK-NR OF NY-VILKAAR
           ADD 1 TO NUM-VILKAAR
           MOVE NY-VILKAAR TO VILKAAR-ARR(NUM-VILKAAR)
           MOVE "J" TO VILKAAR-AENDRET-SW
           DISPLAY "Version " VK-VERSION OF NY-VILKAAR " af "
               SOEGE-PRODUKT " oprettet (dokument "
               NAESTE-DOK-NR "), i kraft " INPUT-DATO ".".

      * Accepten gaelder kunden (konto blank) eller en bestemt konto
      * af produktets kontotype. Uden angivet version registreres
      * den nyeste version, ogsaa hvis den endnu ikke er traadt i
      * kraft.
       REGISTRER-ACCEPT.
           IF NUM-ACCEPT >= 20000
               DISPLAY "FEJL: Vilkaar-Accept.txt er fuld."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO NY-ACCEPT
           MOVE ZEROS TO VA-VERSION OF NY-ACCEPT
           DISPLAY "Kunde-ID: " WITH NO ADVANCING
           ACCEPT SOEGE-KUNDE
           PERFORM VARYING KUNDE-IX FROM 1 BY 1
                   UNTIL KUNDE-IX > NUM-KUNDER
                      OR KUNDE-ID OF KUNDE-ARR(KUNDE-IX) = SOEGE-KUNDE
               CONTINUE
           END-PERFORM
           IF KUNDE-IX > NUM-KUNDER
               DISPLAY "FEJL: kunden findes ikke."
               EXIT PARAGRAPH
           END-IF
           PERFORM INDTAST-PRODUKT
           IF OK-SW = "N"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-VERSIONER
           IF HOEJESTE-VERSION = ZEROS
               DISPLAY "FEJL: der er ingen vilkaar registreret for "
                   SOEGE-PRODUKT "."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Konto-id (blank = kunden generelt): "
               WITH NO ADVANCING
           ACCEPT SOEGE-KONTO
           IF SOEGE-KONTO NOT = SPACES
               MOVE 0 TO KONTO-MATCH-IX
               PERFORM VARYING KONTO-IX FROM 1 BY 1
                       UNTIL KONTO-IX > NUM-KONTI
                   IF KONTO-ID OF KONTO-ARR(KONTO-IX) = SOEGE-KONTO
                       AND KUNDE-ID OF KONTO-ARR(KONTO-IX)
                           = SOEGE-KUNDE
                       MOVE KONTO-IX TO KONTO-MATCH-IX
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF KONTO-MATCH-IX = 0
                   DISPLAY "FEJL: kontoen tilhoerer ikke kunden."
                   EXIT PARAGRAPH
               END-IF
               IF SOEGE-PRODUKT NOT = "ALMINDELIG"
                   AND KONTO-TYPE OF KONTO-ARR(KONTO-MATCH-IX)
                       NOT = SOEGE-PRODUKT
                   DISPLAY "FEJL: kontoen er af typen "
                       KONTO-TYPE OF KONTO-ARR(KONTO-MATCH-IX) "."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           DISPLAY "Version (blank = " HOEJESTE-VERSION "): "
               WITH NO ADVANCING
           ACCEPT INPUT-VERSION
           IF INPUT-VERSION = SPACES
               MOVE HOEJESTE-VERSION TO VA-VERSION OF NY-ACCEPT
           ELSE
               IF FUNCTION TRIM(INPUT-VERSION) IS NOT NUMERIC
                   DISPLAY "FEJL: versionen skal vaere numerisk."
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(INPUT-VERSION)
                 TO VA-VERSION OF NY-ACCEPT
           END-IF
           MOVE "N" TO VERSION-FUNDET-SW
           PERFORM VARYING VK-IX FROM 1 BY 1 UNTIL VK-IX > NUM-VILKAAR
               IF VK-PRODUKT OF VILKAAR-ARR(VK-IX) = SOEGE-PRODUKT
                   AND VK-VERSION OF VILKAAR-ARR(VK-IX)
                       = VA-VERSION OF NY-ACCEPT
                   MOVE "J" TO VERSION-FUNDET-SW
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF VERSION-FUNDET-SW = "N"
               DISPLAY "FEJL: versionen findes ikke."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Accepteret (AAAA-MM-DD, blank = i dag): "
               WITH NO ADVANCING
           ACCEPT INPUT-DATO
           IF INPUT-DATO = SPACES
               MOVE DAGS-DATO TO INPUT-DATO
           END-IF
           PERFORM VALIDER-DATO
           IF OK-SW = "N"
               EXIT PARAGRAPH
           END-IF
           IF INPUT-DATO > DAGS-DATO
               DISPLAY "FEJL: acceptdatoen ligger efter i dag."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Kanal (F=filial, N=netbank, B=brev, E=e-mail): "
               WITH NO ADVANCING
           ACCEPT JA-NEJ
           MOVE FUNCTION UPPER-CASE(JA-NEJ) TO VA-KANAL OF NY-ACCEPT
           IF NOT VA-KANAL-GYLDIG OF NY-ACCEPT
               DISPLAY "FEJL: ukendt kanal."
               EXIT PARAGRAPH
           END-IF
           MOVE SOEGE-KUNDE TO VA-KUNDE-ID OF NY-ACCEPT
           MOVE SOEGE-KONTO TO VA-KONTO-ID OF NY-ACCEPT
           MOVE SOEGE-PRODUKT TO VA-PRODUKT OF NY-ACCEPT
           MOVE INPUT-DATO TO VA-DATO OF NY-ACCEPT
           MOVE OPERATOR TO VA-REGISTRERET-AF OF NY-ACCEPT
           ADD 1 TO NUM-ACCEPT
           MOVE NY-ACCEPT TO ACCEPT-ARR(NUM-ACCEPT)
           MOVE "J" TO ACCEPT-AENDRET-SW
           DISPLAY "Accept af " SOEGE-PRODUKT " version "
               VA-VERSION OF NY-ACCEPT " registreret.".

       VALIDER-DATO.
           MOVE "J" TO OK-SW
           MOVE INPUT-DATO(1:4) TO INPUT-DATO-NUM(1:4)
           MOVE INPUT-DATO(6:2) TO INPUT-DATO-NUM(5:2)
           MOVE INPUT-DATO(9:2) TO INPUT-DATO-NUM(7:2)
           IF INPUT-DATO-NUM NOT NUMERIC
                   OR INPUT-DATO(5:1) NOT = "-"
                   OR INPUT-DATO(8:1) NOT = "-"
                   OR INPUT-DATO-NUM(5:2) < "01"
                   OR INPUT-DATO-NUM(5:2) > "12"
                   OR INPUT-DATO-NUM(7:2) < "01"
                   OR INPUT-DATO-NUM(7:2) > "31"
               DISPLAY "Datoen skal vaere AAAA-MM-DD."
               MOVE "N" TO OK-SW
           END-IF.

       VIS-VERSIONER.
           PERFORM INDTAST-PRODUKT
           IF OK-SW = "N"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-VERSIONER
           PERFORM VARYING VK-IX FROM 1 BY 1 UNTIL VK-IX > NUM-VILKAAR
               IF VK-PRODUKT OF VILKAAR-ARR(VK-IX) = SOEGE-PRODUKT
                   DISPLAY "Version " VK-VERSION OF VILKAAR-ARR(VK-IX)
                       " i kraft " VK-IKRAFT-DATO OF VILKAAR-ARR(VK-IX)
                       " " VK-TITEL OF VILKAAR-ARR(VK-IX)
                   IF VK-SKAL-VARSLES OF VILKAAR-ARR(VK-IX)
                       IF VK-VARSLET-DATO OF VILKAAR-ARR(VK-IX)
                               = SPACES
                           DISPLAY "        ikke varslet endnu"
                       ELSE
                           DISPLAY "        varslet "
                               VK-VARSLET-DATO OF VILKAAR-ARR(VK-IX)
                               " til "
                               VK-VARSLET-ANTAL OF VILKAAR-ARR(VK-IX)
                               " kunder"
                       END-IF
                   ELSE
                       DISPLAY "        varsles ikke"
                   END-IF
               END-IF
           END-PERFORM
           IF GAELDENDE-VERSION = ZEROS
               DISPLAY "Ingen version er traadt i kraft endnu."
           ELSE
               DISPLAY "Gaeldende version: " GAELDENDE-VERSION
           END-IF.

       VIS-KUNDENS-ACCEPTER.
           DISPLAY "Kunde-ID: " WITH NO ADVANCING
           ACCEPT SOEGE-KUNDE
           PERFORM VARYING ACC-IX FROM 1 BY 1 UNTIL ACC-IX > NUM-ACCEPT
               IF VA-KUNDE-ID OF ACCEPT-ARR(ACC-IX) = SOEGE-KUNDE
                   DISPLAY VA-PRODUKT OF ACCEPT-ARR(ACC-IX) " version "
                       VA-VERSION OF ACCEPT-ARR(ACC-IX) " "
                       VA-DATO OF ACCEPT-ARR(ACC-IX) " kanal "
                       VA-KANAL OF ACCEPT-ARR(ACC-IX) " konto "
                       VA-KONTO-ID OF ACCEPT-ARR(ACC-IX)
               END-IF
           END-PERFORM.

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

       ACCEPT-ARR-REWRITE.
           OPEN OUTPUT FIL-ACCEPT
           PERFORM VARYING ACC-IX FROM 1 BY 1 UNTIL ACC-IX > NUM-ACCEPT
               WRITE ACCEPT-REKORD FROM ACCEPT-ARR(ACC-IX)
           END-PERFORM
           MOVE SPACES TO ACCEPT-REKORD
           MOVE "TRAILER" TO TR-MARKER OF ACCEPT-REKORD-TRAILER
           MOVE NUM-ACCEPT TO TR-ANTAL OF ACCEPT-REKORD-TRAILER
           WRITE ACCEPT-REKORD
           CLOSE FIL-ACCEPT.

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
