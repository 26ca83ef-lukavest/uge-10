       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPG-157.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIL-KUNDER ASSIGN TO "../data/Kundeoplysninger.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-KONTI ASSIGN TO "../data/KontoOpl.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-PLANER ASSIGN TO "../data/Laaneplaner.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLAN-FIL-STATUS.
           SELECT FIL-KURS ASSIGN TO "../data/Valutakurser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KURS-FIL-STATUS.
           SELECT FIL-TRANS ASSIGN TO "../data/Transaktioner.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-FIL-STATUS.
           SELECT FIL-KATALOG ASSIGN TO "../data/Arkiv-Katalog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KATALOG-STATUS.
           SELECT FIL-ARKIV ASSIGN TO ARKIV-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARKIV-STATUS.
           SELECT FIL-SVINDEL ASSIGN TO "../data/Svindel-Sager.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SVINDEL-FIL-STATUS.
           SELECT FIL-TVIST ASSIGN TO "../data/Tvist-Sager.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TVIST-FIL-STATUS.
           SELECT FIL-HISTORIK ASSIGN TO "../data/KPI-Historik.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORIK-FIL-STATUS.
           SELECT FIL-RAPPORT ASSIGN TO RAPPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-BOGFDATO ASSIGN TO "../data/Bogfoeringsdato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOGFDATO-STATUS.

       DATA DIVISION.

       FILE SECTION.
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

       FD FIL-PLANER.
       01 PLAN-REKORD.
           COPY "../copybooks/LAANEPLAN.cpy".
       01 PLAN-REKORD-TRAILER REDEFINES PLAN-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(70).

       FD FIL-KURS.
       01 KURS-REKORD.
           COPY "../copybooks/VALUTAKURS.cpy".

       FD FIL-TRANS.
       01 TRANSAKTIONER.
           COPY "../copybooks/TRANSAKTIONER.cpy".
       01 TRANSAKTIONER-TRAILER REDEFINES TRANSAKTIONER.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(251).

       FD FIL-KATALOG.
       01 KATALOG-REC.
           02 AK-FILNAVN    PIC X(60).
           02 AK-DATO       PIC X(10).
           02 AK-ANTAL      PIC 9(06).

       FD FIL-ARKIV.
       01 ARKIV-REKORD.
           COPY "../copybooks/TRANSAKTIONER.cpy".
       01 ARKIV-REKORD-TRAILER REDEFINES ARKIV-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(251).

       FD FIL-SVINDEL.
       01 SVINDEL-REKORD.
           COPY "../copybooks/SVINDEL-SAG.cpy".
       01 SVINDEL-REKORD-TRAILER REDEFINES SVINDEL-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(108).

       FD FIL-TVIST.
       01 TVIST-REKORD.
           COPY "../copybooks/TVIST-SAG.cpy".
       01 TVIST-REKORD-TRAILER REDEFINES TVIST-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(71).

       FD FIL-HISTORIK.
       01 HISTORIK-REKORD.
           COPY "../copybooks/KPI-HISTORIK.cpy".
       01 HISTORIK-REKORD-TRAILER REDEFINES HISTORIK-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(29).

       FD FIL-RAPPORT.
       01 RAPPORT-REC.
           02 RAPPORT-TEXT  PIC X(132).

       FD FIL-BOGFDATO.
       01 BOGFDATO-FIL-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".

       WORKING-STORAGE SECTION.
      * Maanedlige noegletal til bestyrelsen, beregnet ved
      * maanedsskift fra stamdata og registre, og vist ved siden af
      * forrige maaned og samme maaned sidste aar. Hver koersel
      * gemmer maanedens tal i KPI-Historik.txt (een raekke pr.
      * periode og noegletal), saa udviklingen altid kan ses uden at
      * koere gamle maaneder igen; en genkoersel erstatter maanedens
      * raekker.
      * Definitionerne foelger de programmer, tallene hidtil er
      * skrevet af fra:
      * - kunder og konti pr. kontotype (produkt) som i OPG-45;
      *   nye kunder og konti har aabningsdato (KONTO-AABNET-DATO) i
      *   maaneden, lukkede konti en LUKNING-postering i maaneden
      *   (som i OPG-152); ophoerte kunder er tilvaeksten i inaktive
      *   kunder siden forrige maaneds koersel;
      * - indlaan og udlaan som i OPG-150 (restgaeld paa aktive
      *   laaneplaner, ellers saldoens fortegn) omregnet til DKK;
      *   overtraek er negative saldi paa konti uden laaneplan, der
      *   ikke er LÅN-konti;
      * - gebyr- og renteindtaegt som i OPG-88 (GEBYR, UDLOVF og
      *   KURSSPREAD hhv. rentenettoen), bogfoert i maaneden;
      * - hvilende konti, aabne svindelsager (OPG-37) og tvister
      *   (OPG-66) samt andelen af papirloese kunder (e-mail eller
      *   portal) blandt de aktive kunder.
       01 PLAN-FIL-STATUS     PIC XX VALUE "00".
       01 KURS-FIL-STATUS     PIC XX VALUE "00".
       01 TRANS-FIL-STATUS    PIC XX VALUE "00".
       01 KATALOG-STATUS      PIC XX VALUE "00".
       01 ARKIV-STATUS        PIC XX VALUE "00".
       01 SVINDEL-FIL-STATUS  PIC XX VALUE "00".
       01 TVIST-FIL-STATUS    PIC XX VALUE "00".
       01 HISTORIK-FIL-STATUS PIC XX VALUE "00".
       01 TRAILER-FOUND-SW PIC X(01) VALUE "N".
       01 TRAILER-ANTAL    PIC 9(06) VALUE ZEROS.
       01 EOF-FLAG         PIC X(01) VALUE "N".
       01 KATALOG-EOF      PIC X(01) VALUE "N".
       01 ARKIV-EOF        PIC X(01) VALUE "N".
       01 FIL-NAVN         PIC X(30) VALUE SPACES.
       01 LAEST-ANTAL      PIC 9(06) VALUE ZEROS.
       01 ARKIV-FILENAME   PIC X(60) VALUE SPACES.
       01 RAPPORT-FILENAME PIC X(60) VALUE SPACES.

       01 NUM-KUNDER    PIC 9(04) VALUE 0.
       01 KUNDE-ARR OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-KUNDER.
           COPY "../copybooks/KUNDER.cpy".
      * Kontotyper, kunden allerede er talt med under (een byte pr.
      * plads i PRODUKT-ARR).
       01 KUNDE-PRODUKT-ARR OCCURS 0 TO 1000 TIMES
               DEPENDING ON NUM-KUNDER.
           02 KP-TALT       PIC X(50).
       01 KUNDE-IX      PIC 9(04) VALUE 0.
       01 KUNDE-MATCH-IX PIC 9(04) VALUE 0.
       01 SOEGE-KUNDE   PIC X(10) VALUE SPACES.

       01 NUM-KONTI     PIC 9(04) VALUE 0.
       01 KONTO-ARR OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-KONTI.
           COPY "../copybooks/KONTOOPL.cpy".
       01 KONTO-IX      PIC 9(04) VALUE 0.

       01 NUM-PLANER    PIC 9(04) VALUE 0.
       01 PLAN-ARR OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-PLANER.
           COPY "../copybooks/LAANEPLAN.cpy".
       01 PLAN-IX       PIC 9(04) VALUE 0.

       01 NUM-KURS      PIC 9(03) VALUE 0.
       01 KURS-ARR OCCURS 0 TO 100 TIMES DEPENDING ON NUM-KURS.
           COPY "../copybooks/VALUTAKURS.cpy".
       01 KURS-IX       PIC 9(03) VALUE 0.
       01 KURS-MATCH-IX PIC 9(03) VALUE 0.
       01 KURS-BEST-DATO PIC X(10) VALUE SPACES.
       01 AKT-KURS      PIC 9V9999 VALUE ZEROS.
       01 AKT-BELOEB    PIC S9(12)V99 VALUE ZEROS.
       01 AKT-VALUTA    PIC X(04) VALUE SPACES.
       01 UKENDT-VALUTA-ANTAL PIC 9(05) VALUE 0.

       01 NUM-PRODUKTER PIC 9(02) VALUE 0.
       01 PRODUKT-ARR OCCURS 0 TO 50 TIMES DEPENDING ON NUM-PRODUKTER.
           02 PR-TYPE       PIC X(10).
           02 PR-KONTI      PIC 9(05).
           02 PR-KUNDER     PIC 9(05).
       01 PRODUKT-IX    PIC 9(02) VALUE 0.

       01 NUM-HIST      PIC 9(05) VALUE 0.
       01 HIST-ARR OCCURS 0 TO 20000 TIMES DEPENDING ON NUM-HIST.
           COPY "../copybooks/KPI-HISTORIK.cpy".
       01 HIST-IX       PIC 9(05) VALUE 0.

      * Maanedens noegletal i rapportens raekkefoelge.
       01 NUM-KPI       PIC 9(03) VALUE 0.
       01 KPI-ARR OCCURS 0 TO 150 TIMES DEPENDING ON NUM-KPI.
           02 KV-NOEGLE        PIC X(20).
           02 KV-TEKST         PIC X(30).
           02 KV-ENHED         PIC X(01).
           02 KV-VAERDI        PIC S9(13)V99.
           02 KV-FORRIGE       PIC S9(13)V99.
           02 KV-FORRIGE-SW    PIC X(01).
           02 KV-SIDSTE-AAR    PIC S9(13)V99.
           02 KV-SIDSTE-AAR-SW PIC X(01).
       01 KPI-IX        PIC 9(03) VALUE 0.
       01 NY-NOEGLE     PIC X(20) VALUE SPACES.
       01 NY-TEKST      PIC X(30) VALUE SPACES.
       01 NY-ENHED      PIC X(01) VALUE SPACES.
       01 NY-VAERDI     PIC S9(13)V99 VALUE ZEROS.

       01 AKTIVE-KUNDER    PIC 9(06) VALUE 0.
       01 NYE-KUNDER       PIC 9(06) VALUE 0.
       01 INAKTIVE-KUNDER  PIC 9(06) VALUE 0.
       01 OPHOERTE-KUNDER  PIC S9(06) VALUE 0.
       01 NYE-KONTI        PIC 9(06) VALUE 0.
       01 LUKKEDE-KONTI    PIC 9(06) VALUE 0.
       01 HVILENDE-KONTI   PIC 9(06) VALUE 0.
       01 PAPIRLOESE-KUNDER PIC 9(06) VALUE 0.
       01 PAPIRLOES-PCT    PIC S9(03)V99 VALUE ZEROS.
       01 SVINDEL-AABNE    PIC 9(06) VALUE 0.
       01 TVIST-AABNE      PIC 9(06) VALUE 0.
       01 SUM-INDLAAN      PIC S9(13)V99 VALUE ZEROS.
       01 SUM-UDLAAN       PIC S9(13)V99 VALUE ZEROS.
       01 SUM-OVERTRAEK    PIC S9(13)V99 VALUE ZEROS.
       01 SUM-GEBYR        PIC S9(13)V99 VALUE ZEROS.
       01 SUM-RENTE        PIC S9(13)V99 VALUE ZEROS.
       01 FORRIGE-INAKTIVE PIC S9(13)V99 VALUE ZEROS.
       01 FORRIGE-FUNDET-SW PIC X(01) VALUE "N".

       01 POSTERING.
           COPY "../copybooks/TRANSAKTIONER.cpy".

       01 PERIODE          PIC 9(06) VALUE ZEROS.
       01 PERIODE-X        PIC X(07) VALUE SPACES.
       01 FORRIGE-PERIODE  PIC 9(06) VALUE ZEROS.
       01 SIDSTE-AAR-PERIODE PIC 9(06) VALUE ZEROS.
       01 PERIODE-AAR      PIC 9(04) VALUE ZEROS.
       01 PERIODE-MD       PIC 9(02) VALUE ZEROS.

      * Tal formateres efter enhed: antal uden decimaler, beloeb i
      * DKK med oere og andele i procent.
       01 FMT-VAERDI    PIC S9(13)V99 VALUE ZEROS.
       01 FMT-ENHED     PIC X(01) VALUE SPACES.
       01 FMT-TEKST     PIC X(18) VALUE SPACES.
       01 ED-BELOEB     PIC ---,---,---,--9.99.
       01 ED-ANTAL      PIC ---,---,---,--9.
       01 ED-PROCENT    PIC ---9.99.
       01 AENDRING      PIC S9(13)V99 VALUE ZEROS.

       01 KPI-LINJE.
           02 KL-TEKST         PIC X(30).
           02 FILLER           PIC X(02).
           02 KL-VAERDI        PIC X(18).
           02 FILLER           PIC X(02).
           02 KL-FORRIGE       PIC X(18).
           02 FILLER           PIC X(02).
           02 KL-AENDRING-MD   PIC X(18).
           02 FILLER           PIC X(02).
           02 KL-SIDSTE-AAR    PIC X(18).
           02 FILLER           PIC X(02).
           02 KL-AENDRING-AAR  PIC X(18).

       01 RUN-DATE      PIC 9(08) VALUE ZEROS.
      * Koerselsdatoen er bankens bogfoeringsdato (Bogfoeringsdato.txt),
      * ikke maskinens dato.
       01 BOGFDATO-STATUS  PIC XX VALUE "00".
       01 BOGFDATO-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".
       01 DAGS-DATO     PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM PERIODE-FILL
           PERFORM KUNDE-ARR-FILL
           PERFORM KONTO-ARR-FILL
           PERFORM PLAN-ARR-FILL
           PERFORM KURS-ARR-FILL
           PERFORM HIST-ARR-FILL
           PERFORM TAEL-KUNDER
           PERFORM TAEL-KONTI
           PERFORM SAML-LEVENDE-FIL
           PERFORM SAML-ARKIVER
           PERFORM TAEL-SVINDELSAGER
           PERFORM TAEL-TVISTER
           PERFORM BYG-KPI-LISTE
           PERFORM FIND-SAMMENLIGNING
           OPEN OUTPUT FIL-RAPPORT
           PERFORM SKRIV-RAPPORT
           CLOSE FIL-RAPPORT
           PERFORM HIST-ARR-REWRITE
           DISPLAY "Noegletal for " PERIODE-X ": " NUM-KPI
               " tal - se " RAPPORT-FILENAME
           IF UKENDT-VALUTA-ANTAL > 0
               DISPLAY "ADVARSEL: " UKENDT-VALUTA-ANTAL
                   " beloeb uden valutakurs er medtaget uomregnet."
           END-IF
           STOP RUN.

      * Perioden er koerselsdatoens maaned (trinnet koerer sidste
      * bankdag); sammenlignes med forrige maaned og samme maaned
      * sidste aar.
       PERIODE-FILL.
           PERFORM BOGFOERINGSDATO-FILL
           MOVE BD-DATO OF BOGFDATO-REC TO RUN-DATE
           STRING
               RUN-DATE(1:4) DELIMITED BY SIZE
               "-"           DELIMITED BY SIZE
               RUN-DATE(5:2) DELIMITED BY SIZE
               "-"           DELIMITED BY SIZE
               RUN-DATE(7:2) DELIMITED BY SIZE
           INTO DAGS-DATO
           MOVE RUN-DATE(1:6) TO PERIODE
           MOVE DAGS-DATO(1:7) TO PERIODE-X
           MOVE RUN-DATE(1:4) TO PERIODE-AAR
           MOVE RUN-DATE(5:2) TO PERIODE-MD
           IF PERIODE-MD = 1
               SUBTRACT 1 FROM PERIODE-AAR
               MOVE 12 TO PERIODE-MD
           ELSE
               SUBTRACT 1 FROM PERIODE-MD
           END-IF
           COMPUTE FORRIGE-PERIODE = PERIODE-AAR * 100 + PERIODE-MD
           COMPUTE SIDSTE-AAR-PERIODE = PERIODE - 100
           STRING
               "../data/KPI-Rapport-"   DELIMITED BY SIZE
               PERIODE                  DELIMITED BY SIZE
               ".txt"                   DELIMITED BY SIZE
           INTO RAPPORT-FILENAME.

      * Faelles kontrol af sluttaellerposten efter indlaesning.
       CHECK-TRAILER.
           IF TRAILER-FOUND-SW = "N"
               DISPLAY "FEJL: " FIL-NAVN " mangler sluttaellerpost"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF LAEST-ANTAL NOT = TRAILER-ANTAL
               DISPLAY "FEJL: " FIL-NAVN " - forventet "
                   TRAILER-ANTAL " poster, fandt " LAEST-ANTAL
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
                           MOVE SPACES TO KP-TALT(NUM-KUNDER)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-KUNDER
           MOVE "Kundeoplysninger.txt" TO FIL-NAVN
           MOVE NUM-KUNDER TO LAEST-ANTAL
           PERFORM CHECK-TRAILER.

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
           MOVE "KontoOpl.txt" TO FIL-NAVN
           MOVE NUM-KONTI TO LAEST-ANTAL
           PERFORM CHECK-TRAILER.

      * Laaneplaner, valutakurser og sagsregistrene er valgfrie;
      * mangler en fil, er der intet at medtage fra den.
       PLAN-ARR-FILL.
           MOVE 0 TO NUM-PLANER
           OPEN INPUT FIL-PLANER
           IF PLAN-FIL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO TRAILER-FOUND-SW
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-PLANER INTO PLAN-REKORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF PLAN-REKORD-TRAILER = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                           MOVE "Y" TO TRAILER-FOUND-SW
                           MOVE TR-ANTAL OF PLAN-REKORD-TRAILER
                             TO TRAILER-ANTAL
                       ELSE
                           IF NUM-PLANER >= 1000
                               DISPLAY "FEJL: Laaneplaner.txt har "
                                   "mere end 1000 poster"
                               MOVE 1 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO NUM-PLANER
                           MOVE PLAN-REKORD TO PLAN-ARR(NUM-PLANER)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-PLANER
           MOVE "Laaneplaner.txt" TO FIL-NAVN
           MOVE NUM-PLANER TO LAEST-ANTAL
           PERFORM CHECK-TRAILER.

       KURS-ARR-FILL.
           MOVE 0 TO NUM-KURS
           OPEN INPUT FIL-KURS
           IF KURS-FIL-STATUS = "00"
               PERFORM VARYING KURS-IX FROM 1 BY 1
                       UNTIL KURS-IX > 100
                   READ FIL-KURS INTO KURS-REKORD
                       AT END
                           EXIT PERFORM
                   END-READ
                   ADD 1 TO NUM-KURS
                   MOVE KURS-REKORD TO KURS-ARR(NUM-KURS)
               END-PERFORM
               CLOSE FIL-KURS
           END-IF.

      * Historikken indlaeses uden periodens egne raekker, saa en
      * genkoersel erstatter dem.
       HIST-ARR-FILL.
           MOVE 0 TO NUM-HIST
           OPEN INPUT FIL-HISTORIK
           IF HISTORIK-FIL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO TRAILER-FOUND-SW
           MOVE 0 TO LAEST-ANTAL
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-HISTORIK INTO HISTORIK-REKORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF HISTORIK-REKORD-TRAILER
                               = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                           MOVE "Y" TO TRAILER-FOUND-SW
                           MOVE TR-ANTAL OF HISTORIK-REKORD-TRAILER
                             TO TRAILER-ANTAL
                       ELSE
                           ADD 1 TO LAEST-ANTAL
                           IF KH-PERIODE OF HISTORIK-REKORD
                                   NOT = PERIODE
                               PERFORM GEM-HISTORIK
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-HISTORIK
           MOVE "KPI-Historik.txt" TO FIL-NAVN
           PERFORM CHECK-TRAILER.

       GEM-HISTORIK.
           IF NUM-HIST >= 20000
               DISPLAY "FEJL: KPI-Historik.txt har mere end 20000 "
                   "poster - udvid HIST-ARR."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO NUM-HIST
           MOVE HISTORIK-REKORD TO HIST-ARR(NUM-HIST).

       FIND-KUNDE.
           MOVE 0 TO KUNDE-MATCH-IX
           PERFORM VARYING KUNDE-IX FROM 1 BY 1
                   UNTIL KUNDE-IX > NUM-KUNDER
               IF KUNDE-ID OF KUNDE-ARR(KUNDE-IX) = SOEGE-KUNDE
                   MOVE KUNDE-IX TO KUNDE-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * Kundetal: aktive, nye (aabnet i maaneden), inaktive,
      * hvilende og papirloese. Ophoerte kunder er tilvaeksten i
      * inaktive siden forrige maaneds koersel.
       TAEL-KUNDER.
           PERFORM VARYING KUNDE-IX FROM 1 BY 1
                   UNTIL KUNDE-IX > NUM-KUNDER
               IF KUNDE-AKTIV OF KUNDE-ARR(KUNDE-IX)
                   ADD 1 TO AKTIVE-KUNDER
                   IF KANAL-EMAIL OF KUNDE-ARR(KUNDE-IX)
                           OR KANAL-PORTAL OF KUNDE-ARR(KUNDE-IX)
                       ADD 1 TO PAPIRLOESE-KUNDER
                   END-IF
               ELSE
                   ADD 1 TO INAKTIVE-KUNDER
               END-IF
               IF KONTO-AABNET-DATO OF KUNDE-ARR(KUNDE-IX)(1:7)
                       = PERIODE-X
                   ADD 1 TO NYE-KUNDER
               END-IF
               IF KONTO-DORMANT OF KUNDE-ARR(KUNDE-IX)
                   ADD 1 TO HVILENDE-KONTI
               END-IF
           END-PERFORM
           IF AKTIVE-KUNDER > 0
               COMPUTE PAPIRLOES-PCT ROUNDED =
                   PAPIRLOESE-KUNDER * 100 / AKTIVE-KUNDER
           END-IF
           MOVE "N" TO FORRIGE-FUNDET-SW
           PERFORM VARYING HIST-IX FROM 1 BY 1
                   UNTIL HIST-IX > NUM-HIST
               IF KH-PERIODE OF HIST-ARR(HIST-IX) = FORRIGE-PERIODE
                   AND KH-NOEGLE OF HIST-ARR(HIST-IX)
                       = "KUNDER-INAKTIVE"
                   MOVE KH-VAERDI OF HIST-ARR(HIST-IX)
                     TO FORRIGE-INAKTIVE
                   MOVE "J" TO FORRIGE-FUNDET-SW
               END-IF
           END-PERFORM
           IF FORRIGE-FUNDET-SW = "J"
               COMPUTE OPHOERTE-KUNDER =
                   INAKTIVE-KUNDER - FORRIGE-INAKTIVE
               IF OPHOERTE-KUNDER < 0
                   MOVE 0 TO OPHOERTE-KUNDER
               END-IF
           END-IF.

      * Konti pr. kontotype og kunder pr. kontotype (en kunde taelles
      * een gang pr. type), nye konti samt indlaan, udlaan og
      * overtraek i DKK.
       TAEL-KONTI.
           PERFORM VARYING KONTO-IX FROM 1 BY 1
                   UNTIL KONTO-IX > NUM-KONTI
               PERFORM FIND-PRODUKT
               ADD 1 TO PR-KONTI(PRODUKT-IX)
               MOVE KUNDE-ID OF KONTO-ARR(KONTO-IX) TO SOEGE-KUNDE
               PERFORM FIND-KUNDE
               IF KUNDE-MATCH-IX > 0
                   IF KP-TALT(KUNDE-MATCH-IX)(PRODUKT-IX:1) NOT = "J"
                       MOVE "J"
                         TO KP-TALT(KUNDE-MATCH-IX)(PRODUKT-IX:1)
                       ADD 1 TO PR-KUNDER(PRODUKT-IX)
                   END-IF
               END-IF
               PERFORM TAEL-NY-KONTO
               PERFORM SAML-KONTO
           END-PERFORM.

       FIND-PRODUKT.
           PERFORM VARYING PRODUKT-IX FROM 1 BY 1
                   UNTIL PRODUKT-IX > NUM-PRODUKTER
               IF PR-TYPE(PRODUKT-IX)
                       = KONTO-TYPE OF KONTO-ARR(KONTO-IX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF NUM-PRODUKTER >= 50
               DISPLAY "FEJL: flere end 50 kontotyper - udvid "
                   "PRODUKT-ARR."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO NUM-PRODUKTER
           MOVE NUM-PRODUKTER TO PRODUKT-IX
           MOVE KONTO-TYPE OF KONTO-ARR(KONTO-IX)
             TO PR-TYPE(PRODUKT-IX)
           MOVE 0 TO PR-KONTI(PRODUKT-IX)
           MOVE 0 TO PR-KUNDER(PRODUKT-IX).

      * Aabningsdatoen staar paa kundens raekke, naar kontoen er
      * kundens konto i Kundeoplysninger.txt (som i OPG-152).
       TAEL-NY-KONTO.
           PERFORM VARYING KUNDE-IX FROM 1 BY 1
                   UNTIL KUNDE-IX > NUM-KUNDER
               IF KONTO-NUMMER OF KUNDE-ARR(KUNDE-IX)
                       = KONTO-ID OF KONTO-ARR(KONTO-IX)
                   IF KONTO-AABNET-DATO OF KUNDE-ARR(KUNDE-IX)(1:7)
                           = PERIODE-X
                       ADD 1 TO NYE-KONTI
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       SAML-KONTO.
           MOVE VALUTA-KD OF KONTO-ARR(KONTO-IX) TO AKT-VALUTA
           PERFORM VARYING PLAN-IX FROM 1 BY 1
                   UNTIL PLAN-IX > NUM-PLANER
               IF LP-KONTO-ID OF PLAN-ARR(PLAN-IX)
                       = KONTO-ID OF KONTO-ARR(KONTO-IX)
                   AND LP-AKTIV OF PLAN-ARR(PLAN-IX)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF PLAN-IX NOT > NUM-PLANER
               IF LP-RESTGAELD OF PLAN-ARR(PLAN-IX) > ZEROS
                   MOVE LP-RESTGAELD OF PLAN-ARR(PLAN-IX) TO AKT-BELOEB
                   PERFORM OMREGN-BELOEB
                   ADD AKT-BELOEB TO SUM-UDLAAN
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE BALANCE OF KONTO-ARR(KONTO-IX) TO AKT-BELOEB
           PERFORM OMREGN-BELOEB
           IF AKT-BELOEB > ZEROS
               ADD AKT-BELOEB TO SUM-INDLAAN
           ELSE
               SUBTRACT AKT-BELOEB FROM SUM-UDLAAN
               IF KONTO-TYPE OF KONTO-ARR(KONTO-IX) NOT = "LÅN"
                   SUBTRACT AKT-BELOEB FROM SUM-OVERTRAEK
               END-IF
           END-IF.

      * Nyeste kurs til og med koerselsdatoen, jf. OPG-41.
       OMREGN-BELOEB.
           IF AKT-VALUTA = "DKK " OR AKT-VALUTA = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO KURS-MATCH-IX
           MOVE SPACES TO KURS-BEST-DATO
           PERFORM VARYING KURS-IX FROM 1 BY 1 UNTIL KURS-IX > NUM-KURS
               IF VALUTA-KD OF KURS-ARR(KURS-IX) = AKT-VALUTA
                   AND KURS-DATO OF KURS-ARR(KURS-IX)
                       NOT > DAGS-DATO
                   AND KURS-DATO OF KURS-ARR(KURS-IX)
                       >= KURS-BEST-DATO
                   MOVE KURS-IX TO KURS-MATCH-IX
                   MOVE KURS-DATO OF KURS-ARR(KURS-IX)
                     TO KURS-BEST-DATO
               END-IF
           END-PERFORM
           IF KURS-MATCH-IX = 0
               ADD 1 TO UKENDT-VALUTA-ANTAL
               EXIT PARAGRAPH
           END-IF
           MOVE KURS OF KURS-ARR(KURS-MATCH-IX) TO AKT-KURS
           COMPUTE AKT-BELOEB ROUNDED = AKT-BELOEB * AKT-KURS.

       SAML-LEVENDE-FIL.
           OPEN INPUT FIL-TRANS
           IF TRANS-FIL-STATUS = "00"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ FIL-TRANS INTO POSTERING
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF POSTERING(1:7) NOT = "TRAILER"
                               PERFORM SAML-POSTERING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIL-TRANS
           END-IF.

      * Maanedens posteringer kan allerede vaere arkiveret; arkiverne
      * findes via Arkiv-Katalog.txt som i OPG-88.
       SAML-ARKIVER.
           OPEN INPUT FIL-KATALOG
           IF KATALOG-STATUS = "00"
               MOVE "N" TO KATALOG-EOF
               PERFORM UNTIL KATALOG-EOF = "Y"
                   READ FIL-KATALOG
                       AT END
                           MOVE "Y" TO KATALOG-EOF
                       NOT AT END
                           MOVE AK-FILNAVN TO ARKIV-FILENAME
                           PERFORM SAML-EN-ARKIVFIL
                   END-READ
               END-PERFORM
               CLOSE FIL-KATALOG
           END-IF.

       SAML-EN-ARKIVFIL.
           OPEN INPUT FIL-ARKIV
           IF ARKIV-STATUS = "00"
               MOVE "N" TO ARKIV-EOF
               PERFORM UNTIL ARKIV-EOF = "Y"
                   READ FIL-ARKIV INTO POSTERING
                       AT END
                           MOVE "Y" TO ARKIV-EOF
                       NOT AT END
                           IF POSTERING(1:7) NOT = "TRAILER"
                               PERFORM SAML-POSTERING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIL-ARKIV
           END-IF.

      * Gebyrer og renter staar negativt hos kunden, naar banken
      * tjener dem; indtaegten regnes derfor med modsat fortegn
      * (som i OPG-88).
       SAML-POSTERING.
           IF TIDSPUNKT OF POSTERING(1:7) NOT = PERIODE-X
               EXIT PARAGRAPH
           END-IF
           MOVE BELØB OF POSTERING TO AKT-BELOEB
           MOVE VALUTA OF POSTERING TO AKT-VALUTA
           EVALUATE TRANS-TYPE OF POSTERING
               WHEN "GEBYR"
               WHEN "UDLOVF"
               WHEN "KURSSPREAD"
                   PERFORM OMREGN-BELOEB
                   SUBTRACT AKT-BELOEB FROM SUM-GEBYR
               WHEN "RENTE"
               WHEN "OVERTRAEK"
               WHEN "LAANRENTE"
               WHEN "KILDESKAT"
               WHEN "VALOERREG"
                   PERFORM OMREGN-BELOEB
                   SUBTRACT AKT-BELOEB FROM SUM-RENTE
               WHEN "LUKNING"
                   ADD 1 TO LUKKEDE-KONTI
           END-EVALUATE.

      * Aabne svindelsager er aabne og eskalerede sager (OPG-37).
       TAEL-SVINDELSAGER.
           OPEN INPUT FIL-SVINDEL
           IF SVINDEL-FIL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO TRAILER-FOUND-SW
           MOVE 0 TO LAEST-ANTAL
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-SVINDEL INTO SVINDEL-REKORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF SVINDEL-REKORD-TRAILER
                               = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                           MOVE "Y" TO TRAILER-FOUND-SW
                           MOVE TR-ANTAL OF SVINDEL-REKORD-TRAILER
                             TO TRAILER-ANTAL
                       ELSE
                           ADD 1 TO LAEST-ANTAL
                           IF SAG-AABEN OF SVINDEL-REKORD
                                   OR SAG-ESKALERET OF SVINDEL-REKORD
                               ADD 1 TO SVINDEL-AABNE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-SVINDEL
           MOVE "Svindel-Sager.txt" TO FIL-NAVN
           PERFORM CHECK-TRAILER.

       TAEL-TVISTER.
           OPEN INPUT FIL-TVIST
           IF TVIST-FIL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO TRAILER-FOUND-SW
           MOVE 0 TO LAEST-ANTAL
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-TVIST INTO TVIST-REKORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF TVIST-REKORD-TRAILER = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                           MOVE "Y" TO TRAILER-FOUND-SW
                           MOVE TR-ANTAL OF TVIST-REKORD-TRAILER
                             TO TRAILER-ANTAL
                       ELSE
                           ADD 1 TO LAEST-ANTAL
                           IF TV-AABEN OF TVIST-REKORD
                               ADD 1 TO TVIST-AABNE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-TVIST
           MOVE "Tvist-Sager.txt" TO FIL-NAVN
           PERFORM CHECK-TRAILER.

       BYG-KPI-LISTE.
           MOVE 0 TO NUM-KPI
           MOVE "KUNDER-AKTIVE" TO NY-NOEGLE
           MOVE "Aktive kunder" TO NY-TEKST
           MOVE "A" TO NY-ENHED
           MOVE AKTIVE-KUNDER TO NY-VAERDI
           PERFORM TILFOEJ-KPI
           MOVE "KUNDER-NYE" TO NY-NOEGLE
           MOVE "Nye kunder i maaneden" TO NY-TEKST
           MOVE NYE-KUNDER TO NY-VAERDI
           PERFORM TILFOEJ-KPI
           MOVE "KUNDER-OPHOERT" TO NY-NOEGLE
           MOVE "Ophoerte kunder i maaneden" TO NY-TEKST
           MOVE OPHOERTE-KUNDER TO NY-VAERDI
           PERFORM TILFOEJ-KPI
           MOVE "KUNDER-INAKTIVE" TO NY-NOEGLE
           MOVE "Inaktive kunder" TO NY-TEKST
           MOVE INAKTIVE-KUNDER TO NY-VAERDI
           PERFORM TILFOEJ-KPI
           MOVE "KONTI-IALT" TO NY-NOEGLE
           MOVE "Konti i alt" TO NY-TEKST
           MOVE NUM-KONTI TO NY-VAERDI
           PERFORM TILFOEJ-KPI
           MOVE "KONTI-NYE" TO NY-NOEGLE
           MOVE "Nye konti i maaneden" TO NY-TEKST
           MOVE NYE-KONTI TO NY-VAERDI
           PERFORM TILFOEJ-KPI
           MOVE "KONTI-LUKKET" TO NY-NOEGLE
           MOVE "Lukkede konti i maaneden" TO NY-TEKST
           MOVE LUKKEDE-KONTI TO NY-VAERDI
           PERFORM TILFOEJ-KPI
           MOVE "KONTI-HVILENDE" TO NY-NOEGLE
           MOVE "Hvilende konti" TO NY-TEKST
           MOVE HVILENDE-KONTI TO NY-VAERDI
           PERFORM TILFOEJ-KPI
           PERFORM VARYING PRODUKT-IX FROM 1 BY 1
                   UNTIL PRODUKT-IX > NUM-PRODUKTER
               MOVE SPACES TO NY-NOEGLE
               STRING "KONTI "          DELIMITED BY SIZE
                      PR-TYPE(PRODUKT-IX) DELIMITED BY SIZE
               INTO NY-NOEGLE
               MOVE SPACES TO NY-TEKST
               STRING "  Konti "        DELIMITED BY SIZE
                      PR-TYPE(PRODUKT-IX) DELIMITED BY SIZE
               INTO NY-TEKST
               MOVE "A" TO NY-ENHED
               MOVE PR-KONTI(PRODUKT-IX) TO NY-VAERDI
               PERFORM TILFOEJ-KPI
               MOVE SPACES TO NY-NOEGLE
               STRING "KUNDER "         DELIMITED BY SIZE
                      PR-TYPE(PRODUKT-IX) DELIMITED BY SIZE
               INTO NY-NOEGLE
               MOVE SPACES TO NY-TEKST
               STRING "  Kunder med "   DELIMITED BY SIZE
                      PR-TYPE(PRODUKT-IX) DELIMITED BY SIZE
               INTO NY-TEKST
               MOVE PR-KUNDER(PRODUKT-IX) TO NY-VAERDI
               PERFORM TILFOEJ-KPI
           END-PERFORM
           MOVE "B" TO NY-ENHED
           MOVE "INDLAAN" TO NY-NOEGLE
           MOVE "Indlaan i alt (DKK)" TO NY-TEKST
           MOVE SUM-INDLAAN TO NY-VAERDI
           PERFORM TILFOEJ-KPI
           MOVE "UDLAAN" TO NY-NOEGLE
           MOVE "Udlaan i alt (DKK)" TO NY-TEKST
           MOVE SUM-UDLAAN TO NY-VAERDI
           PERFORM TILFOEJ-KPI
           MOVE "OVERTRAEK" TO NY-NOEGLE
           MOVE "Heraf overtraek (DKK)" TO NY-TEKST
           MOVE SUM-OVERTRAEK TO NY-VAERDI
           PERFORM TILFOEJ-KPI
           MOVE "GEBYRINDTAEGT" TO NY-NOEGLE
           MOVE "Gebyrindtaegt i maaneden" TO NY-TEKST
           MOVE SUM-GEBYR TO NY-VAERDI
           PERFORM TILFOEJ-KPI
           MOVE "RENTEINDTAEGT" TO NY-NOEGLE
           MOVE "Renteindtaegt, netto" TO NY-TEKST
           MOVE SUM-RENTE TO NY-VAERDI
           PERFORM TILFOEJ-KPI
           MOVE "A" TO NY-ENHED
           MOVE "SVINDELSAGER-AABNE" TO NY-NOEGLE
           MOVE "Aabne svindelsager" TO NY-TEKST
           MOVE SVINDEL-AABNE TO NY-VAERDI
           PERFORM TILFOEJ-KPI
           MOVE "TVISTER-AABNE" TO NY-NOEGLE
           MOVE "Aabne tvister" TO NY-TEKST
           MOVE TVIST-AABNE TO NY-VAERDI
           PERFORM TILFOEJ-KPI
           MOVE "P" TO NY-ENHED
           MOVE "PAPIRLOESE-PCT" TO NY-NOEGLE
           MOVE "Papirloese kunder (pct.)" TO NY-TEKST
           MOVE PAPIRLOES-PCT TO NY-VAERDI
           PERFORM TILFOEJ-KPI.

       TILFOEJ-KPI.
           IF NUM-KPI >= 150
               DISPLAY "FEJL: flere end 150 noegletal - udvid KPI-ARR."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO NUM-KPI
           MOVE NY-NOEGLE TO KV-NOEGLE(NUM-KPI)
           MOVE NY-TEKST TO KV-TEKST(NUM-KPI)
           MOVE NY-ENHED TO KV-ENHED(NUM-KPI)
           MOVE NY-VAERDI TO KV-VAERDI(NUM-KPI)
           MOVE ZEROS TO KV-FORRIGE(NUM-KPI)
           MOVE "N" TO KV-FORRIGE-SW(NUM-KPI)
           MOVE ZEROS TO KV-SIDSTE-AAR(NUM-KPI)
           MOVE "N" TO KV-SIDSTE-AAR-SW(NUM-KPI).

       FIND-SAMMENLIGNING.
           PERFORM VARYING HIST-IX FROM 1 BY 1
                   UNTIL HIST-IX > NUM-HIST
               IF KH-PERIODE OF HIST-ARR(HIST-IX) = FORRIGE-PERIODE
                   OR KH-PERIODE OF HIST-ARR(HIST-IX)
                       = SIDSTE-AAR-PERIODE
                   PERFORM PLACER-SAMMENLIGNING
               END-IF
           END-PERFORM.

       PLACER-SAMMENLIGNING.
           PERFORM VARYING KPI-IX FROM 1 BY 1 UNTIL KPI-IX > NUM-KPI
               IF KV-NOEGLE(KPI-IX) = KH-NOEGLE OF HIST-ARR(HIST-IX)
                   IF KH-PERIODE OF HIST-ARR(HIST-IX)
                           = FORRIGE-PERIODE
                       MOVE KH-VAERDI OF HIST-ARR(HIST-IX)
                         TO KV-FORRIGE(KPI-IX)
                       MOVE "J" TO KV-FORRIGE-SW(KPI-IX)
                   ELSE
                       MOVE KH-VAERDI OF HIST-ARR(HIST-IX)
                         TO KV-SIDSTE-AAR(KPI-IX)
                       MOVE "J" TO KV-SIDSTE-AAR-SW(KPI-IX)
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       SKRIV-RAPPORT.
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "NOEGLETAL TIL BESTYRELSEN - "  DELIMITED BY SIZE
               PERIODE-X                       DELIMITED BY SIZE
               " (opgjort "                    DELIMITED BY SIZE
               DAGS-DATO                       DELIMITED BY SIZE
               ")"                             DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Sammenlignet med "             DELIMITED BY SIZE
               FORRIGE-PERIODE                 DELIMITED BY SIZE
               " og "                          DELIMITED BY SIZE
               SIDSTE-AAR-PERIODE              DELIMITED BY SIZE
               " fra KPI-Historik.txt. Beloeb i DKK."
                                               DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO KPI-LINJE
           MOVE "Noegletal" TO KL-TEKST
           MOVE "      Denne maaned" TO KL-VAERDI
           MOVE "    Forrige maaned" TO KL-FORRIGE
           MOVE "          Aendring" TO KL-AENDRING-MD
           MOVE "  Samme md. i fjor" TO KL-SIDSTE-AAR
           MOVE "          Aendring" TO KL-AENDRING-AAR
           MOVE KPI-LINJE TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           PERFORM VARYING KPI-IX FROM 1 BY 1 UNTIL KPI-IX > NUM-KPI
               PERFORM SKRIV-KPI-LINJE
           END-PERFORM
           IF UKENDT-VALUTA-ANTAL > 0
               MOVE SPACES TO RAPPORT-TEXT
               WRITE RAPPORT-REC
               MOVE "Bemaerk: beloeb uden valutakurs er medtaget "
                 & "uomregnet." TO RAPPORT-TEXT
               WRITE RAPPORT-REC
           END-IF.

       SKRIV-KPI-LINJE.
           MOVE SPACES TO KPI-LINJE
           MOVE KV-TEKST(KPI-IX) TO KL-TEKST
           MOVE KV-ENHED(KPI-IX) TO FMT-ENHED
           MOVE KV-VAERDI(KPI-IX) TO FMT-VAERDI
           PERFORM FORMATER-VAERDI
           MOVE FMT-TEKST TO KL-VAERDI
           IF KV-FORRIGE-SW(KPI-IX) = "J"
               MOVE KV-FORRIGE(KPI-IX) TO FMT-VAERDI
               PERFORM FORMATER-VAERDI
               MOVE FMT-TEKST TO KL-FORRIGE
               COMPUTE AENDRING = KV-VAERDI(KPI-IX)
                   - KV-FORRIGE(KPI-IX)
               MOVE AENDRING TO FMT-VAERDI
               PERFORM FORMATER-VAERDI
               MOVE FMT-TEKST TO KL-AENDRING-MD
           ELSE
               MOVE "                 -" TO KL-FORRIGE
           END-IF
           IF KV-SIDSTE-AAR-SW(KPI-IX) = "J"
               MOVE KV-SIDSTE-AAR(KPI-IX) TO FMT-VAERDI
               PERFORM FORMATER-VAERDI
               MOVE FMT-TEKST TO KL-SIDSTE-AAR
               COMPUTE AENDRING = KV-VAERDI(KPI-IX)
                   - KV-SIDSTE-AAR(KPI-IX)
               MOVE AENDRING TO FMT-VAERDI
               PERFORM FORMATER-VAERDI
               MOVE FMT-TEKST TO KL-AENDRING-AAR
           ELSE
               MOVE "                 -" TO KL-SIDSTE-AAR
           END-IF
           MOVE KPI-LINJE TO RAPPORT-TEXT
           WRITE RAPPORT-REC.

       FORMATER-VAERDI.
           MOVE SPACES TO FMT-TEKST
           EVALUATE FMT-ENHED
               WHEN "B"
                   MOVE FMT-VAERDI TO ED-BELOEB
                   MOVE ED-BELOEB TO FMT-TEKST
               WHEN "P"
                   MOVE FMT-VAERDI TO ED-PROCENT
                   MOVE ED-PROCENT TO FMT-TEKST(10:7)
                   MOVE "%" TO FMT-TEKST(18:1)
               WHEN OTHER
                   MOVE FMT-VAERDI TO ED-ANTAL
                   MOVE ED-ANTAL TO FMT-TEKST(4:15)
           END-EVALUATE.

       HIST-ARR-REWRITE.
           OPEN OUTPUT FIL-HISTORIK
           PERFORM VARYING HIST-IX FROM 1 BY 1
                   UNTIL HIST-IX > NUM-HIST
               WRITE HISTORIK-REKORD FROM HIST-ARR(HIST-IX)
           END-PERFORM
           PERFORM VARYING KPI-IX FROM 1 BY 1 UNTIL KPI-IX > NUM-KPI
               MOVE SPACES TO HISTORIK-REKORD
               MOVE PERIODE TO KH-PERIODE OF HISTORIK-REKORD
               MOVE KV-NOEGLE(KPI-IX) TO KH-NOEGLE OF HISTORIK-REKORD
               MOVE KV-VAERDI(KPI-IX) TO KH-VAERDI OF HISTORIK-REKORD
               MOVE KV-ENHED(KPI-IX) TO KH-ENHED OF HISTORIK-REKORD
               WRITE HISTORIK-REKORD
           END-PERFORM
           MOVE SPACES TO HISTORIK-REKORD
           MOVE "TRAILER" TO TR-MARKER OF HISTORIK-REKORD-TRAILER
           COMPUTE TR-ANTAL OF HISTORIK-REKORD-TRAILER =
               NUM-HIST + NUM-KPI
           WRITE HISTORIK-REKORD
           CLOSE FIL-HISTORIK.

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
