               ASSIGN TO "../data/Afventende-Aendringer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AFVENTENDE-STATUS.
       SELECT FIL-RELATION
               ASSIGN TO "../data/Operatoer-Relationer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RELATION-STATUS.
       SELECT FIL-SKATTERES
               ASSIGN TO "../data/Skatteresidens.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SKATTERES-STATUS.
       SELECT FIL-RAADGIVER
               ASSIGN TO "../data/Raadgivere.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RAADGIVER-STATUS.
       SELECT FIL-KRG
               ASSIGN TO "../data/Kunde-Raadgiver.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KRG-STATUS.
       SELECT FIL-ERHVERV
               ASSIGN TO "../data/Erhvervskunder.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERHVERV-STATUS.
       SELECT FIL-VROLLER
               ASSIGN TO "../data/Virksomhedsroller.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VROLLE-STATUS.
       SELECT FIL-RETURPOST
               ASSIGN TO "../data/Returpost-Register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETURPOST-STATUS.
       SELECT FIL-BOGFDATO ASSIGN TO "../data/Bogfoeringsdato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOGFDATO-STATUS.

       DATA DIVISION.

           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(56).

       FD FIL-RELATION.
       01 RELATION-REKORD.
           COPY "../copybooks/OPERATOERRELATION.cpy".

       FD FIL-SKATTERES.
       01 SKATTERES-REC.
           COPY "../copybooks/SKATTERESIDENS.cpy".
       01 SKATTERES-REC-TRAILER REDEFINES SKATTERES-REC.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(30).

       FD FIL-RAADGIVER.
       01 RAADGIVER-REC.
           COPY "../copybooks/RAADGIVER.cpy".
       01 RAADGIVER-REC-TRAILER REDEFINES RAADGIVER-REC.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(44).

       FD FIL-KRG.
       01 KRG-REC.
           COPY "../copybooks/KUNDE-RAADGIVER.cpy".
       01 KRG-REC-TRAILER REDEFINES KRG-REC.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(37).

       FD FIL-ERHVERV.
       01 ERHVERV-REC.
           COPY "../copybooks/ERHVERVSKUNDE.cpy".
       01 ERHVERV-REC-TRAILER REDEFINES ERHVERV-REC.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(59).

       FD FIL-VROLLER.
       01 VROLLE-REC.
           COPY "../copybooks/VIRKSOMHEDSROLLE.cpy".
       01 VROLLE-REC-TRAILER REDEFINES VROLLE-REC.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(13).

       FD FIL-RETURPOST.
       01 RETURPOST-REKORD.
           COPY "../copybooks/RETURPOST.cpy".
       01 RETURPOST-REKORD-TRAILER REDEFINES RETURPOST-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(47).

       FD FIL-BOGFDATO.
       01 BOGFDATO-FIL-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".

       WORKING-STORAGE SECTION.
       01 SLET-IDX-KOMMANDO PIC X(60) VALUE SPACES.

      * Returpostregistret fra OPG-155: naar kunden faar en ny
      * adresse, ophaeves returpostmarkeringen, saa forsendelserne
      * igen gaar med posten.
       01 RETURPOST-STATUS  PIC XX VALUE "00".
       01 NUM-RETURPOST     PIC 9(04) VALUE 0.
       01 RETURPOST-ARR OCCURS 0 TO 1000 TIMES
               DEPENDING ON NUM-RETURPOST.
           COPY "../copybooks/RETURPOST.cpy".
       01 RETURPOST-IX      PIC 9(04) VALUE 0.
       01 RETURPOST-SOEG-ID PIC X(10) VALUE SPACES.
       01 RETURPOST-OPHAEV-DATO PIC X(10) VALUE SPACES.
       01 RETURPOST-OPHAEV-AF   PIC X(06) VALUE SPACES.
       01 RETURPOST-OPHAEVET-SW PIC X(01) VALUE "N".
       01 RETURPOST-AENDRET-SW  PIC X(01) VALUE "N".
       01 GAMMEL-ADRESSE    PIC X(101) VALUE SPACES.

      * Hver aendring skrives som foer/efter-billede med operator og
      * tidspunkt til aendringshistorikken, saa "hvem aendrede hvad,
      * og hvad stod der foer?" kan besvares med OPG-55.
       01 HIST-NOEGLE      PIC X(20) VALUE SPACES.
       01 EFTER-BILLEDE    PIC X(325) VALUE SPACES.

      * Fire-oejne-princip: aendring af kontonummer, CPR og CVR paa
      * en bestaaende kunde samt deaktivering traeder ikke i kraft her,
      * men laegges i Afventende-Aendringer.txt og godkendes af en
      * anden operatoer i OPG-56.
       01 AFVENTENDE-STATUS PIC XX VALUE "00".
       01 LAAS-DATE        PIC 9(08) VALUE ZEROS.
       01 LAAS-TIME        PIC 9(08) VALUE ZEROS.

      * Operatoerens egen kunde og erklaerede relaterede kunder fra
      * Operatoer-Relationer.txt. Aendringer og posteringer, der
      * roerer dem, afvises og skal foretages af en anden operator.
       01 RELATION-STATUS   PIC XX VALUE "00".
       01 RELATION-EOF-SW   PIC X(01) VALUE "N".
       01 RELATION-OPERATOR PIC X(10) VALUE SPACES.
       01 NUM-RELATIONER    PIC 9(03) VALUE 0.
       01 RELATION-ARR OCCURS 0 TO 100 TIMES
               DEPENDING ON NUM-RELATIONER.
           02 RL-KUNDE-ID   PIC X(10).
       01 RELATION-IX       PIC 9(03) VALUE 0.
       01 RELATION-KUNDE-ID PIC X(10) VALUE SPACES.
       01 RELATION-SW       PIC X(01) VALUE "N".
       01 RELATION-DATE     PIC 9(08) VALUE ZEROS.
       01 RELATION-TIME     PIC 9(08) VALUE ZEROS.

      * Skatteresidens efter kundens selvcertificering (CRS/FATCA).
      * Registret holdes ved siden af kundemasteren med KUNDE-ID som
      * noegle, som KYC-Register.txt, og indberettes af OPG-141.
       01 SKATTERES-STATUS PIC XX VALUE "00".
       01 NUM-SKATTERES    PIC 9(04) VALUE 0.
       01 SKATTERES-ARR OCCURS 0 TO 1000 TIMES
               DEPENDING ON NUM-SKATTERES.
           COPY "../copybooks/SKATTERESIDENS.cpy".
       01 SKATTERES-IX     PIC 9(04) VALUE 0.
       01 SKATTERES-MATCH-IX PIC 9(04) VALUE 0.
       01 SR-DATO-IND      PIC X(10) VALUE SPACES.

      * Kundens personlige raadgiver. Raadgivere.txt er registret
      * over raadgivere med filialens reg.nr.; Kunde-Raadgiver.txt
      * holder tildelingerne med fra- og til-dato, saa historikken
      * bevares - den gaeldende tildeling har blank til-dato.
      * Portefoeljen pr. raadgiver rapporteres maanedligt af OPG-150,
      * og en hel portefoelje flyttes med OPG-151.
       01 RAADGIVER-STATUS PIC XX VALUE "00".
       01 NUM-RAADGIVERE   PIC 9(04) VALUE 0.
       01 RAADGIVER-ARR OCCURS 0 TO 500 TIMES
               DEPENDING ON NUM-RAADGIVERE.
           COPY "../copybooks/RAADGIVER.cpy".
       01 RAADGIVER-IX     PIC 9(04) VALUE 0.
       01 RAADGIVER-MATCH-IX PIC 9(04) VALUE 0.
       01 RAADGIVER-SOEGE-ID PIC X(10) VALUE SPACES.
       01 RAADGIVER-NAVN-IND PIC X(40) VALUE SPACES.
       01 RAADGIVER-REGNR-IND PIC X(06) VALUE SPACES.
       01 RAADGIVER-AKTIV-IND PIC X(01) VALUE SPACE.
       01 RAADGIVER-KUNDER PIC 9(05) VALUE 0.
       01 KRG-STATUS       PIC XX VALUE "00".
       01 NUM-KRG          PIC 9(05) VALUE 0.
       01 KRG-ARR OCCURS 0 TO 5000 TIMES DEPENDING ON NUM-KRG.
           COPY "../copybooks/KUNDE-RAADGIVER.cpy".
       01 KRG-IX           PIC 9(05) VALUE 0.
       01 KRG-MATCH-IX     PIC 9(05) VALUE 0.

      * Erhvervskunder (enkeltmandsvirksomheder, selskaber m.fl.)
      * identificeres ved CVR-nummer i stedet for CPR og registreres
      * i Erhvervskunder.txt med KUNDE-ID som noegle; kunder uden
      * raekke der er personkunder. Firmanavnet laegges ogsaa i
      * FORNAVN/EFTERNAVN, saa programmer, der kun laeser kunde-
      * masteren, stadig viser et navn. Virksomhedsroller.txt knytter
      * tegningsberettigede og reelle ejere - personkunder med CPR -
      * til virksomheden, som Kontoroller.txt knytter ejere til konti.
       01 ERHVERV-STATUS   PIC XX VALUE "00".
       01 NUM-ERHVERV      PIC 9(04) VALUE 0.
       01 ERHVERV-ARR OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-ERHVERV.
           COPY "../copybooks/ERHVERVSKUNDE.cpy".
       01 ERHVERV-IX       PIC 9(04) VALUE 0.
       01 ERHVERV-MATCH-IX PIC 9(04) VALUE 0.
       01 ERHVERV-SOEGE-ID PIC X(10) VALUE SPACES.
       01 GAMMEL-ERHVERV   PIC X(72) VALUE SPACES.
       01 GAMMEL-CVR       PIC X(08) VALUE SPACES.
       01 KUNDE-TYPE-IND   PIC X(01) VALUE SPACE.
       01 KUNDE-TYPE-NU    PIC X(01) VALUE SPACE.
       01 CVR-IND          PIC X(08) VALUE SPACES.
       01 FIRMANAVN-IND    PIC X(50) VALUE SPACES.
       01 SELSKABSFORM-IND PIC X(04) VALUE SPACES.
      * CVR-nummerets kontrolciffer: cifrene vaegtes 2,7,6,5,4,3,2,1,
      * og den vaegtede sum skal gaa op i 11.
       01 CVR-VAEGT-TABLE  PIC X(08) VALUE "27654321".
       01 CVR-VAEGT-ARR REDEFINES CVR-VAEGT-TABLE.
           02 CVR-VAEGT    PIC 9(01) OCCURS 8 TIMES.
       01 CVR-CIFFER       PIC 9(01) VALUE 0.
       01 CVR-SUM          PIC 9(04) VALUE 0.
       01 VROLLE-STATUS    PIC XX VALUE "00".
       01 NUM-VROLLER      PIC 9(04) VALUE 0.
       01 VROLLE-ARR OCCURS 0 TO 2000 TIMES DEPENDING ON NUM-VROLLER.
           COPY "../copybooks/VIRKSOMHEDSROLLE.cpy".
       01 VROLLE-IX        PIC 9(04) VALUE 0.
       01 VROLLE-MATCH-IX  PIC 9(04) VALUE 0.
       01 VROLLE-ANTAL     PIC 9(04) VALUE 0.
       01 VROLLE-VALG      PIC X(01) VALUE SPACE.
       01 VROLLE-PERSON-ID PIC X(10) VALUE SPACES.
       01 VROLLE-ROLLE-IND PIC X(01) VALUE SPACE.
       01 VROLLE-ANDEL-IND PIC X(03) VALUE SPACES.
       01 PERSON-IX        PIC 9(05) VALUE 0.

       01 IX            PIC 9(05) VALUE 1.
       01 NUM-KUNDER    PIC 9(04) VALUE 1000.
       01 KUNDE-ARR OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-KUNDER.
       01 KONTO-TIER        PIC 9(01) VALUE 0.
       01 KONTO-ENER         PIC 9(01) VALUE 0.

      * Aabnings-, ophaevelses- og registreringsdatoer er bankens
      * bogfoeringsdato (Bogfoeringsdato.txt), ikke maskinens dato;
      * logtidspunkter tages fortsat fra maskinens ur.
       01 BOGFDATO-STATUS   PIC XX VALUE "00".
       01 BOGFDATO-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".
       01 TODAY-DATE        PIC 9(08) VALUE ZEROS.
       01 TODAY-DATO        PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM CHECK-BATCH-LAAS
           PERFORM BOGFOERINGSDATO-FILL
           PERFORM RELATION-ARR-FILL
           PERFORM KUNDE-ARR-FILL
           PERFORM AFVENTENDE-ARR-FILL
           PERFORM SKATTERES-ARR-FILL
           PERFORM RAADGIVER-ARR-FILL
           PERFORM KRG-ARR-FILL
           PERFORM ERHVERV-ARR-FILL
           PERFORM VROLLE-ARR-FILL
           PERFORM RETURPOST-ARR-FILL
           PERFORM UNTIL FORTSAET-SW NOT = "J"
               PERFORM SHOW-MENU
               ACCEPT MENU-VALG
                   WHEN "3"
                       PERFORM DEAKTIVER-KUNDE
                   WHEN "4"
                       PERFORM VEDLIGEHOLD-SKATTERESIDENS
                   WHEN "5"
                       PERFORM VEDLIGEHOLD-RAADGIVER
                   WHEN "6"
                       PERFORM TILDEL-RAADGIVER
                   WHEN "7"
                       PERFORM VEDLIGEHOLD-VIRKSOMHEDSROLLER
                   WHEN "8"
                       MOVE "N" TO FORTSAET-SW
                   WHEN OTHER
                       DISPLAY "Ukendt valg."
           END-PERFORM
           PERFORM KUNDE-ARR-REWRITE
           PERFORM AFVENTENDE-ARR-REWRITE
           PERFORM SKATTERES-ARR-REWRITE
           PERFORM RAADGIVER-ARR-REWRITE
           PERFORM KRG-ARR-REWRITE
           PERFORM ERHVERV-ARR-REWRITE
           PERFORM VROLLE-ARR-REWRITE
           PERFORM RETURPOST-ARR-REWRITE
           STOP RUN.

      * Natkoerslen (OPG-19) holder en laas paa masterfilerne i
           WRITE RUN-LOG-REC
           CLOSE FIL-RUN-LOG.

      * Operatoerens relationer indlaeses ved start. Uden
      * relationsfil koerer alle som hidtil.
       RELATION-ARR-FILL.
           ACCEPT RELATION-OPERATOR FROM ENVIRONMENT "USER"
           MOVE 0 TO NUM-RELATIONER
           OPEN INPUT FIL-RELATION
           IF RELATION-STATUS = "00"
               MOVE "N" TO RELATION-EOF-SW
               PERFORM UNTIL RELATION-EOF-SW = "J"
                   READ FIL-RELATION
                       AT END
                           MOVE "J" TO RELATION-EOF-SW
                       NOT AT END
                           IF OR-OPERATOR = RELATION-OPERATOR
                                   AND OR-KUNDE-ID NOT = SPACES
                                   AND NUM-RELATIONER < 100
                               ADD 1 TO NUM-RELATIONER
                               MOVE OR-KUNDE-ID
                                 TO RL-KUNDE-ID(NUM-RELATIONER)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIL-RELATION
           END-IF.

       CHECK-RELATERET-KUNDE.
           MOVE "N" TO RELATION-SW
           PERFORM VARYING RELATION-IX FROM 1 BY 1
                   UNTIL RELATION-IX > NUM-RELATIONER
               IF RL-KUNDE-ID(RELATION-IX) = RELATION-KUNDE-ID
                   MOVE "J" TO RELATION-SW
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       AFVIS-RELATERET-KUNDE.
           DISPLAY "AFVIST: kunde " RELATION-KUNDE-ID
               " er din egen eller en relateret kunde."
           DISPLAY "Sagen skal behandles af en anden operator."
           ACCEPT RELATION-DATE FROM DATE YYYYMMDD
           ACCEPT RELATION-TIME FROM TIME
           OPEN EXTEND FIL-RUN-LOG
           IF RUN-LOG-STATUS = "35"
               OPEN OUTPUT FIL-RUN-LOG
           END-IF
           MOVE SPACES TO RUN-LOG-TEXT
           STRING "Program: OPG-12"       DELIMITED BY SIZE
                  " EGEN KUNDE AFVIST - operator: "
                                           DELIMITED BY SIZE
                  RELATION-OPERATOR        DELIMITED BY SIZE
                  " kunde: "               DELIMITED BY SIZE
                  RELATION-KUNDE-ID        DELIMITED BY SIZE
                  " dato: "                DELIMITED BY SIZE
                  RELATION-DATE            DELIMITED BY SIZE
                  " kl: "                  DELIMITED BY SIZE
                  RELATION-TIME            DELIMITED BY SIZE
               INTO RUN-LOG-TEXT
           END-STRING
           WRITE RUN-LOG-REC
           CLOSE FIL-RUN-LOG.

       SHOW-MENU.
           DISPLAY " "
           DISPLAY "1. Opret ny kunde"
           DISPLAY "2. Aendre kunde"
           DISPLAY "3. Deaktiver kunde"
           DISPLAY "4. Skatteresidens (selvcertificering)"
           DISPLAY "5. Raadgiver (opret/aendre/deaktiver)"
           DISPLAY "6. Tildel kunde til raadgiver"
           DISPLAY "7. Tegningsberettigede og reelle ejere"
           DISPLAY "8. Afslut og gem"
           DISPLAY "Valg: " WITH NO ADVANCING.

       KUNDE-ARR-FILL.

       TILFOEJ-KUNDE.
           PERFORM FIND-KUNDE
           MOVE SOEGE-ID TO RELATION-KUNDE-ID
           PERFORM CHECK-RELATERET-KUNDE
           IF RELATION-SW = "J"
               PERFORM AFVIS-RELATERET-KUNDE
               EXIT PARAGRAPH
           END-IF
           IF FOUND-IX NOT = 0
               DISPLAY "FEJL: Kunde-ID findes allerede."
           ELSE
                   MOVE "J" TO NY-KUNDE-SW
                   PERFORM INDTAST-KUNDE-FELTER
                   PERFORM GEM-KUNDE-HISTORIK
                   PERFORM GEM-ERHVERV-HISTORIK
               END-IF
           END-IF.

       AENDRE-KUNDE.
           PERFORM FIND-KUNDE
           MOVE SOEGE-ID TO RELATION-KUNDE-ID
           PERFORM CHECK-RELATERET-KUNDE
           IF RELATION-SW = "J"
               PERFORM AFVIS-RELATERET-KUNDE
               EXIT PARAGRAPH
           END-IF
           IF FOUND-IX = 0
               DISPLAY "FEJL: Kunde-ID ikke fundet."
           ELSE
               MOVE CPR OF KUNDE-ARR(FOUND-IX) TO GAMMEL-CPR
               MOVE KONTO-NUMMER OF KUNDE-ARR(FOUND-IX)
                 TO GAMMEL-KONTONR
               MOVE ADDRESSE OF KUNDE-ARR(FOUND-IX) TO GAMMEL-ADRESSE
               PERFORM INDTAST-KUNDE-FELTER
               PERFORM UDSKYD-FOELSOMME-FELTER
               IF ADDRESSE OF KUNDE-ARR(FOUND-IX) NOT = GAMMEL-ADRESSE
                   PERFORM RETURPOST-NY-ADRESSE
               END-IF
               PERFORM GEM-KUNDE-HISTORIK
               PERFORM GEM-ERHVERV-HISTORIK
           END-IF.

       RETURPOST-NY-ADRESSE.
           PERFORM STAMP-AABNINGSDATO
           MOVE TODAY-DATO TO RETURPOST-OPHAEV-DATO
           MOVE "OPG-12" TO RETURPOST-OPHAEV-AF
           MOVE KUNDE-ID OF KUNDE-ARR(FOUND-IX) TO RETURPOST-SOEG-ID
           PERFORM OPHAEV-RETURPOST
           IF RETURPOST-OPHAEVET-SW = "J"
               DISPLAY "Ny adresse - returpostmarkeringen er ophaevet."
           END-IF.

       DEAKTIVER-KUNDE.
           PERFORM FIND-KUNDE
           MOVE SOEGE-ID TO RELATION-KUNDE-ID
           PERFORM CHECK-RELATERET-KUNDE
           IF RELATION-SW = "J"
               PERFORM AFVIS-RELATERET-KUNDE
               EXIT PARAGRAPH
           END-IF
           IF FOUND-IX = 0
               DISPLAY "FEJL: Kunde-ID ikke fundet."
           ELSE
           END-IF.

       INDTAST-KUNDE-FELTER.
           PERFORM INDTAST-KUNDETYPE
           IF KUNDE-TYPE-IND = "E"
               PERFORM INDTAST-ERHVERV-FELTER
           ELSE
               PERFORM FJERN-ERHVERVSKUNDE
               DISPLAY "Fornavn: " WITH NO ADVANCING
               ACCEPT FORNAVN OF KUNDE-ARR(FOUND-IX)
               DISPLAY "Efternavn: " WITH NO ADVANCING
               ACCEPT EFTERNAVN OF KUNDE-ARR(FOUND-IX)
               MOVE "N" TO VALID-SW
               PERFORM UNTIL VALID-SW = "Y"
                   DISPLAY "CPR (11 cifre): " WITH NO ADVANCING
                   ACCEPT CPR OF KUNDE-ARR(FOUND-IX)
                   PERFORM VALIDATE-CPR
                   IF VALID-SW NOT = "Y"
                       DISPLAY "FEJL: CPR skal vaere 11 cifre."
                   END-IF
               END-PERFORM
           END-IF
           MOVE "N" TO VALID-SW
           PERFORM UNTIL VALID-SW = "Y"
               DISPLAY "Kontonummer: " WITH NO ADVANCING
               PERFORM OPRET-AFVENTENDE
               DISPLAY "Kontonummeraendring afventer godkendelse "
                   "(OPG-56)."
           END-IF
           IF ERHVERV-MATCH-IX > 0
                   AND GAMMEL-CVR NOT = SPACES
                   AND EK-CVR OF ERHVERV-ARR(ERHVERV-MATCH-IX)
                       NOT = GAMMEL-CVR
               MOVE "CVR" TO FELT-NAVN
               MOVE SPACES TO NY-VAERDI
               MOVE EK-CVR OF ERHVERV-ARR(ERHVERV-MATCH-IX)
                 TO NY-VAERDI
               MOVE GAMMEL-CVR
                 TO EK-CVR OF ERHVERV-ARR(ERHVERV-MATCH-IX)
               PERFORM OPRET-AFVENTENDE
               DISPLAY "CVR-aendring afventer godkendelse (OPG-56)."
           END-IF.

       OPRET-AFVENTENDE.
           CLOSE FIL-HISTORIK
           MOVE SPACES TO FOER-BILLEDE.

      * Selvcertificering af skatteresidens: land, udenlandsk
      * skatte-ID (TIN) og om kunden er US-person. Certificeringsdatoen
      * er den dato, kunden har underskrevet erklaeringen - blank giver
      * dags dato. Foer/efter-billedet skrives til historikken som
      * ved andre kundeaendringer.
       VEDLIGEHOLD-SKATTERESIDENS.
           PERFORM FIND-KUNDE
           MOVE SOEGE-ID TO RELATION-KUNDE-ID
           PERFORM CHECK-RELATERET-KUNDE
           IF RELATION-SW = "J"
               PERFORM AFVIS-RELATERET-KUNDE
               EXIT PARAGRAPH
           END-IF
           IF FOUND-IX = 0
               DISPLAY "FEJL: Kunde-ID ikke fundet."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO SKATTERES-MATCH-IX
           PERFORM VARYING SKATTERES-IX FROM 1 BY 1
                   UNTIL SKATTERES-IX > NUM-SKATTERES
               IF SR-KUNDE-ID OF SKATTERES-ARR(SKATTERES-IX) = SOEGE-ID
                   MOVE SKATTERES-IX TO SKATTERES-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE SPACES TO FOER-BILLEDE
           IF SKATTERES-MATCH-IX = 0
               IF NUM-SKATTERES >= 1000
                   DISPLAY "FEJL: Skatteresidensregistret er fuldt."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO NUM-SKATTERES
               MOVE NUM-SKATTERES TO SKATTERES-MATCH-IX
               MOVE SPACES TO SKATTERES-ARR(SKATTERES-MATCH-IX)
               MOVE SOEGE-ID
                 TO SR-KUNDE-ID OF SKATTERES-ARR(SKATTERES-MATCH-IX)
               MOVE "N"
                 TO SR-US-PERSON OF SKATTERES-ARR(SKATTERES-MATCH-IX)
               DISPLAY "Ingen selvcertificering registreret."
           ELSE
               MOVE SKATTERES-ARR(SKATTERES-MATCH-IX) TO FOER-BILLEDE
               DISPLAY "Nuvaerende: land "
                   SR-LAND OF SKATTERES-ARR(SKATTERES-MATCH-IX)
                   " TIN "
                   SR-TIN OF SKATTERES-ARR(SKATTERES-MATCH-IX)
                   " US-person "
                   SR-US-PERSON OF SKATTERES-ARR(SKATTERES-MATCH-IX)
                   " certificeret "
                   SR-SELVCERT-DATO OF SKATTERES-ARR(SKATTERES-MATCH-IX)
           END-IF
           MOVE "N" TO VALID-SW
           PERFORM UNTIL VALID-SW = "Y"
               DISPLAY "Skatteland (landekode, 2 tegn): "
                   WITH NO ADVANCING
               ACCEPT SR-LAND OF SKATTERES-ARR(SKATTERES-MATCH-IX)
               MOVE FUNCTION UPPER-CASE(
                   SR-LAND OF SKATTERES-ARR(SKATTERES-MATCH-IX))
                 TO SR-LAND OF SKATTERES-ARR(SKATTERES-MATCH-IX)
               IF SR-LAND OF SKATTERES-ARR(SKATTERES-MATCH-IX)
                       IS ALPHABETIC
                   AND SR-LAND OF SKATTERES-ARR(SKATTERES-MATCH-IX)
                       (2:1) NOT = SPACE
                   MOVE "Y" TO VALID-SW
               ELSE
                   DISPLAY "FEJL: Landekode skal vaere 2 bogstaver."
               END-IF
           END-PERFORM
           DISPLAY "Udenlandsk skatte-ID (TIN): " WITH NO ADVANCING
           ACCEPT SR-TIN OF SKATTERES-ARR(SKATTERES-MATCH-IX)
           IF SR-LAND OF SKATTERES-ARR(SKATTERES-MATCH-IX) NOT = "DK"
                   AND SR-TIN OF SKATTERES-ARR(SKATTERES-MATCH-IX)
                       = SPACES
               DISPLAY "ADVARSEL: intet TIN - indberettes uden "
                   "skatte-ID."
           END-IF
           MOVE "N" TO VALID-SW
           PERFORM UNTIL VALID-SW = "Y"
               DISPLAY "US-person (J/N): " WITH NO ADVANCING
               ACCEPT SR-US-PERSON OF SKATTERES-ARR(SKATTERES-MATCH-IX)
               IF SR-US-PERSON OF SKATTERES-ARR(SKATTERES-MATCH-IX)
                       = "J" OR "N"
                   MOVE "Y" TO VALID-SW
               ELSE
                   DISPLAY "FEJL: Svar J eller N."
               END-IF
           END-PERFORM
           DISPLAY "Selvcertificeringsdato (AAAA-MM-DD, blank = i "
               "dag): " WITH NO ADVANCING
           MOVE SPACES TO SR-DATO-IND
           ACCEPT SR-DATO-IND
           IF SR-DATO-IND = SPACES
               PERFORM STAMP-AABNINGSDATO
               MOVE TODAY-DATO TO SR-DATO-IND
           END-IF
           MOVE SR-DATO-IND
             TO SR-SELVCERT-DATO OF SKATTERES-ARR(SKATTERES-MATCH-IX)
           MOVE SPACES TO EFTER-BILLEDE
           MOVE SKATTERES-ARR(SKATTERES-MATCH-IX) TO EFTER-BILLEDE
           MOVE SPACES TO HIST-NOEGLE
           MOVE SOEGE-ID TO HIST-NOEGLE
           PERFORM SKRIV-HISTORIK-POST
           DISPLAY "Skatteresidens for " SOEGE-ID " gemt.".

       SKATTERES-ARR-FILL.
           MOVE 0 TO NUM-SKATTERES
           OPEN INPUT FIL-SKATTERES
           IF SKATTERES-STATUS = "00"
               PERFORM VARYING SKATTERES-IX FROM 1 BY 1
                       UNTIL SKATTERES-IX > 1000
                   READ FIL-SKATTERES INTO SKATTERES-REC
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF TR-MARKER OF SKATTERES-REC-TRAILER = "TRAILER"
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO NUM-SKATTERES
                   MOVE SKATTERES-REC TO SKATTERES-ARR(NUM-SKATTERES)
               END-PERFORM
               CLOSE FIL-SKATTERES
           END-IF.

       SKATTERES-ARR-REWRITE.
           OPEN OUTPUT FIL-SKATTERES
           PERFORM VARYING SKATTERES-IX FROM 1 BY 1
                   UNTIL SKATTERES-IX > NUM-SKATTERES
               WRITE SKATTERES-REC FROM SKATTERES-ARR(SKATTERES-IX)
           END-PERFORM
           MOVE SPACES TO SKATTERES-REC
           MOVE "TRAILER" TO TR-MARKER OF SKATTERES-REC-TRAILER
           MOVE NUM-SKATTERES TO TR-ANTAL OF SKATTERES-REC-TRAILER
           WRITE SKATTERES-REC
           CLOSE FIL-SKATTERES.

      * Raadgiverregistret: oprettelse, aendring af navn og filial
      * samt deaktivering. En raadgiver slettes aldrig, da tildelings-
      * historikken peger paa raadgiveren; en inaktiv raadgiver kan
      * ikke faa nye kunder tildelt.
       VEDLIGEHOLD-RAADGIVER.
           DISPLAY "Raadgiver-ID: " WITH NO ADVANCING
           MOVE SPACES TO RAADGIVER-SOEGE-ID
           ACCEPT RAADGIVER-SOEGE-ID
           IF RAADGIVER-SOEGE-ID = SPACES
               DISPLAY "FEJL: Raadgiver-ID skal udfyldes."
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-RAADGIVER
           MOVE SPACES TO FOER-BILLEDE
           IF RAADGIVER-MATCH-IX = 0
               IF NUM-RAADGIVERE >= 500
                   DISPLAY "FEJL: Raadgiverregistret er fuldt."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO NUM-RAADGIVERE
               MOVE NUM-RAADGIVERE TO RAADGIVER-MATCH-IX
               MOVE SPACES TO RAADGIVER-ARR(RAADGIVER-MATCH-IX)
               MOVE RAADGIVER-SOEGE-ID
                 TO RG-RAADGIVER-ID OF RAADGIVER-ARR(RAADGIVER-MATCH-IX)
               MOVE ZEROS
                 TO RG-REG-NR OF RAADGIVER-ARR(RAADGIVER-MATCH-IX)
               MOVE "J"
                 TO RG-AKTIV-SW OF RAADGIVER-ARR(RAADGIVER-MATCH-IX)
               DISPLAY "Ny raadgiver."
           ELSE
               MOVE RAADGIVER-ARR(RAADGIVER-MATCH-IX) TO FOER-BILLEDE
               DISPLAY "Nuvaerende: "
                   RG-NAVN OF RAADGIVER-ARR(RAADGIVER-MATCH-IX)
                   " reg.nr. "
                   RG-REG-NR OF RAADGIVER-ARR(RAADGIVER-MATCH-IX)
                   " aktiv "
                   RG-AKTIV-SW OF RAADGIVER-ARR(RAADGIVER-MATCH-IX)
           END-IF
           MOVE "N" TO VALID-SW
           PERFORM UNTIL VALID-SW = "Y"
               DISPLAY "Navn (blank = uaendret): " WITH NO ADVANCING
               MOVE SPACES TO RAADGIVER-NAVN-IND
               ACCEPT RAADGIVER-NAVN-IND
               IF RAADGIVER-NAVN-IND NOT = SPACES
                   MOVE RAADGIVER-NAVN-IND
                     TO RG-NAVN OF RAADGIVER-ARR(RAADGIVER-MATCH-IX)
               END-IF
               IF RG-NAVN OF RAADGIVER-ARR(RAADGIVER-MATCH-IX)
                       = SPACES
                   DISPLAY "FEJL: Navn skal udfyldes."
               ELSE
                   MOVE "Y" TO VALID-SW
               END-IF
           END-PERFORM
           MOVE "N" TO VALID-SW
           PERFORM UNTIL VALID-SW = "Y"
               DISPLAY "Filialens reg.nr. (blank = uaendret): "
                   WITH NO ADVANCING
               MOVE SPACES TO RAADGIVER-REGNR-IND
               ACCEPT RAADGIVER-REGNR-IND
               MOVE "Y" TO VALID-SW
               IF RAADGIVER-REGNR-IND NOT = SPACES
                   IF FUNCTION TRIM(RAADGIVER-REGNR-IND) IS NOT NUMERIC
                       DISPLAY "FEJL: Reg.nr. skal vaere numerisk."
                       MOVE "N" TO VALID-SW
                   ELSE
                       MOVE FUNCTION NUMVAL(RAADGIVER-REGNR-IND)
                         TO RG-REG-NR
                            OF RAADGIVER-ARR(RAADGIVER-MATCH-IX)
                   END-IF
               END-IF
               IF VALID-SW = "Y"
                   AND RG-REG-NR OF RAADGIVER-ARR(RAADGIVER-MATCH-IX)
                       = ZEROS
                   DISPLAY "FEJL: Reg.nr. skal udfyldes."
                   MOVE "N" TO VALID-SW
               END-IF
           END-PERFORM
           MOVE "N" TO VALID-SW
           PERFORM UNTIL VALID-SW = "Y"
               DISPLAY "Aktiv (J/N, blank = uaendret): "
                   WITH NO ADVANCING
               MOVE SPACE TO RAADGIVER-AKTIV-IND
               ACCEPT RAADGIVER-AKTIV-IND
               MOVE FUNCTION UPPER-CASE(RAADGIVER-AKTIV-IND)
                 TO RAADGIVER-AKTIV-IND
               EVALUATE RAADGIVER-AKTIV-IND
                   WHEN SPACE
                       MOVE "Y" TO VALID-SW
                   WHEN "J"
                   WHEN "N"
                       MOVE RAADGIVER-AKTIV-IND
                         TO RG-AKTIV-SW
                            OF RAADGIVER-ARR(RAADGIVER-MATCH-IX)
                       MOVE "Y" TO VALID-SW
                   WHEN OTHER
                       DISPLAY "FEJL: Svar J eller N."
               END-EVALUATE
           END-PERFORM
           IF RG-INAKTIV OF RAADGIVER-ARR(RAADGIVER-MATCH-IX)
               PERFORM TAEL-RAADGIVER-KUNDER
               IF RAADGIVER-KUNDER > 0
                   DISPLAY "ADVARSEL: raadgiveren har stadig "
                       RAADGIVER-KUNDER " kunder - flyt portefoeljen "
                       "med OPG-151."
               END-IF
           END-IF
           MOVE SPACES TO EFTER-BILLEDE
           MOVE RAADGIVER-ARR(RAADGIVER-MATCH-IX) TO EFTER-BILLEDE
           MOVE SPACES TO HIST-NOEGLE
           MOVE RAADGIVER-SOEGE-ID TO HIST-NOEGLE
           PERFORM SKRIV-HISTORIK-POST
           DISPLAY "Raadgiver " RAADGIVER-SOEGE-ID " gemt.".

       FIND-RAADGIVER.
           MOVE 0 TO RAADGIVER-MATCH-IX
           PERFORM VARYING RAADGIVER-IX FROM 1 BY 1
                   UNTIL RAADGIVER-IX > NUM-RAADGIVERE
               IF RG-RAADGIVER-ID OF RAADGIVER-ARR(RAADGIVER-IX)
                       = RAADGIVER-SOEGE-ID
                   MOVE RAADGIVER-IX TO RAADGIVER-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       TAEL-RAADGIVER-KUNDER.
           MOVE 0 TO RAADGIVER-KUNDER
           PERFORM VARYING KRG-IX FROM 1 BY 1 UNTIL KRG-IX > NUM-KRG
               IF KRG-RAADGIVER-ID OF KRG-ARR(KRG-IX)
                       = RAADGIVER-SOEGE-ID
                   AND KRG-GAELDENDE OF KRG-ARR(KRG-IX)
                   ADD 1 TO RAADGIVER-KUNDER
               END-IF
           END-PERFORM.

      * Tildeling af kunde til raadgiver. Den gaeldende tildeling
      * afsluttes med dags dato som til-dato, og en ny raekke med
      * dags dato som fra-dato tilfoejes; blank raadgiver fjerner
      * tildelingen. Foer/efter-billedet skrives til historikken med
      * kunde-ID som noegle.
       TILDEL-RAADGIVER.
           PERFORM FIND-KUNDE
           MOVE SOEGE-ID TO RELATION-KUNDE-ID
           PERFORM CHECK-RELATERET-KUNDE
           IF RELATION-SW = "J"
               PERFORM AFVIS-RELATERET-KUNDE
               EXIT PARAGRAPH
           END-IF
           IF FOUND-IX = 0
               DISPLAY "FEJL: Kunde-ID ikke fundet."
               EXIT PARAGRAPH
           END-IF
           PERFORM VIS-RAADGIVER-HISTORIK
           DISPLAY "Ny raadgiver-ID (blank = fjern tildelingen): "
               WITH NO ADVANCING
           MOVE SPACES TO RAADGIVER-SOEGE-ID
           ACCEPT RAADGIVER-SOEGE-ID
           IF RAADGIVER-SOEGE-ID = SPACES
               IF KRG-MATCH-IX = 0
                   DISPLAY "Kunden har ingen raadgiver."
                   EXIT PARAGRAPH
               END-IF
           ELSE
               PERFORM FIND-RAADGIVER
               IF RAADGIVER-MATCH-IX = 0
                   DISPLAY "FEJL: Raadgiveren findes ikke."
                   EXIT PARAGRAPH
               END-IF
               IF NOT RG-AKTIV OF RAADGIVER-ARR(RAADGIVER-MATCH-IX)
                   DISPLAY "FEJL: Raadgiveren er ikke aktiv."
                   EXIT PARAGRAPH
               END-IF
               IF KRG-MATCH-IX > 0
                   IF KRG-RAADGIVER-ID OF KRG-ARR(KRG-MATCH-IX)
                           = RAADGIVER-SOEGE-ID
                       DISPLAY "Kunden har allerede denne raadgiver."
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               IF NUM-KRG >= 5000
                   DISPLAY "FEJL: Tildelingsregistret er fuldt."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM STAMP-AABNINGSDATO
           PERFORM HIST-TID-FILL
           MOVE SPACES TO FOER-BILLEDE
           MOVE SPACES TO EFTER-BILLEDE
           IF KRG-MATCH-IX > 0
               MOVE KRG-ARR(KRG-MATCH-IX) TO FOER-BILLEDE
               MOVE TODAY-DATO TO KRG-TIL-DATO OF KRG-ARR(KRG-MATCH-IX)
               MOVE KRG-ARR(KRG-MATCH-IX) TO EFTER-BILLEDE
           END-IF
           IF RAADGIVER-SOEGE-ID NOT = SPACES
               ADD 1 TO NUM-KRG
               MOVE SPACES TO KRG-ARR(NUM-KRG)
               MOVE SOEGE-ID TO KRG-KUNDE-ID OF KRG-ARR(NUM-KRG)
               MOVE RAADGIVER-SOEGE-ID
                 TO KRG-RAADGIVER-ID OF KRG-ARR(NUM-KRG)
               MOVE TODAY-DATO TO KRG-FRA-DATO OF KRG-ARR(NUM-KRG)
               MOVE HIST-OPERATOR TO KRG-TILDELT-AF OF KRG-ARR(NUM-KRG)
               MOVE KRG-ARR(NUM-KRG) TO EFTER-BILLEDE
           END-IF
           MOVE SPACES TO HIST-NOEGLE
           MOVE SOEGE-ID TO HIST-NOEGLE
           PERFORM SKRIV-HISTORIK-POST
           IF RAADGIVER-SOEGE-ID = SPACES
               DISPLAY "Tildelingen for " SOEGE-ID " er afsluttet."
           ELSE
               DISPLAY "Kunde " SOEGE-ID " er tildelt raadgiver "
                   RAADGIVER-SOEGE-ID "."
           END-IF.

      * Viser kundens tildelinger og finder den gaeldende.
       VIS-RAADGIVER-HISTORIK.
           MOVE 0 TO KRG-MATCH-IX
           PERFORM VARYING KRG-IX FROM 1 BY 1 UNTIL KRG-IX > NUM-KRG
               IF KRG-KUNDE-ID OF KRG-ARR(KRG-IX) = SOEGE-ID
                   DISPLAY "  " KRG-FRA-DATO OF KRG-ARR(KRG-IX)
                       " - " KRG-TIL-DATO OF KRG-ARR(KRG-IX)
                       "  raadgiver "
                       KRG-RAADGIVER-ID OF KRG-ARR(KRG-IX)
                       "  tildelt af "
                       KRG-TILDELT-AF OF KRG-ARR(KRG-IX)
                   IF KRG-GAELDENDE OF KRG-ARR(KRG-IX)
                       MOVE KRG-IX TO KRG-MATCH-IX
                   END-IF
               END-IF
           END-PERFORM
           IF KRG-MATCH-IX = 0
               DISPLAY "Kunden har ingen raadgiver."
           END-IF.

       RAADGIVER-ARR-FILL.
           MOVE 0 TO NUM-RAADGIVERE
           OPEN INPUT FIL-RAADGIVER
           IF RAADGIVER-STATUS = "00"
               PERFORM VARYING RAADGIVER-IX FROM 1 BY 1
                       UNTIL RAADGIVER-IX > 500
                   READ FIL-RAADGIVER INTO RAADGIVER-REC
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF TR-MARKER OF RAADGIVER-REC-TRAILER = "TRAILER"
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO NUM-RAADGIVERE
                   MOVE RAADGIVER-REC TO RAADGIVER-ARR(NUM-RAADGIVERE)
               END-PERFORM
               CLOSE FIL-RAADGIVER
           END-IF.

       RAADGIVER-ARR-REWRITE.
           OPEN OUTPUT FIL-RAADGIVER
           PERFORM VARYING RAADGIVER-IX FROM 1 BY 1
                   UNTIL RAADGIVER-IX > NUM-RAADGIVERE
               WRITE RAADGIVER-REC FROM RAADGIVER-ARR(RAADGIVER-IX)
           END-PERFORM
           MOVE SPACES TO RAADGIVER-REC
           MOVE "TRAILER" TO TR-MARKER OF RAADGIVER-REC-TRAILER
           MOVE NUM-RAADGIVERE TO TR-ANTAL OF RAADGIVER-REC-TRAILER
           WRITE RAADGIVER-REC
           CLOSE FIL-RAADGIVER.

       KRG-ARR-FILL.
           MOVE 0 TO NUM-KRG
           OPEN INPUT FIL-KRG
           IF KRG-STATUS = "00"
               PERFORM VARYING KRG-IX FROM 1 BY 1
                       UNTIL KRG-IX > 5000
                   READ FIL-KRG INTO KRG-REC
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF TR-MARKER OF KRG-REC-TRAILER = "TRAILER"
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO NUM-KRG
                   MOVE KRG-REC TO KRG-ARR(NUM-KRG)
               END-PERFORM
               CLOSE FIL-KRG
           END-IF.

       KRG-ARR-REWRITE.
           OPEN OUTPUT FIL-KRG
           PERFORM VARYING KRG-IX FROM 1 BY 1 UNTIL KRG-IX > NUM-KRG
               WRITE KRG-REC FROM KRG-ARR(KRG-IX)
           END-PERFORM
           MOVE SPACES TO KRG-REC
           MOVE "TRAILER" TO TR-MARKER OF KRG-REC-TRAILER
           MOVE NUM-KRG TO TR-ANTAL OF KRG-REC-TRAILER
           WRITE KRG-REC
           CLOSE FIL-KRG.

      * Kundetypen spoerges foerst: P er personkunde med CPR og navn,
      * E er erhvervskunde med CVR, firmanavn og selskabsform. En
      * erhvervskunde med registrerede roller kan ikke goeres til
      * personkunde, foer rollerne er slettet.
       INDTAST-KUNDETYPE.
           MOVE KUNDE-ID OF KUNDE-ARR(FOUND-IX) TO ERHVERV-SOEGE-ID
           PERFORM FIND-ERHVERVSKUNDE
           MOVE SPACES TO GAMMEL-ERHVERV
           MOVE SPACES TO GAMMEL-CVR
           IF ERHVERV-MATCH-IX > 0
               MOVE ERHVERV-ARR(ERHVERV-MATCH-IX) TO GAMMEL-ERHVERV
               MOVE EK-CVR OF ERHVERV-ARR(ERHVERV-MATCH-IX)
                 TO GAMMEL-CVR
               MOVE "E" TO KUNDE-TYPE-NU
           ELSE
               MOVE "P" TO KUNDE-TYPE-NU
           END-IF
           MOVE "N" TO VALID-SW
           PERFORM UNTIL VALID-SW = "Y"
               DISPLAY "Kundetype (P=person, E=erhverv, blank = "
                   KUNDE-TYPE-NU "): " WITH NO ADVANCING
               MOVE SPACE TO KUNDE-TYPE-IND
               ACCEPT KUNDE-TYPE-IND
               MOVE FUNCTION UPPER-CASE(KUNDE-TYPE-IND)
                 TO KUNDE-TYPE-IND
               IF KUNDE-TYPE-IND = SPACE
                   MOVE KUNDE-TYPE-NU TO KUNDE-TYPE-IND
               END-IF
               EVALUATE KUNDE-TYPE-IND
                   WHEN "E"
                       MOVE "Y" TO VALID-SW
                   WHEN "P"
                       MOVE "Y" TO VALID-SW
                       IF KUNDE-TYPE-NU = "E"
                           PERFORM TAEL-VIRKSOMHEDSROLLER
                           IF VROLLE-ANTAL > 0
                               DISPLAY "FEJL: virksomheden har "
                                   VROLLE-ANTAL " roller - slet dem "
                                   "foerst (menu 7)."
                               MOVE "N" TO VALID-SW
                           END-IF
                       END-IF
                   WHEN OTHER
                       DISPLAY "FEJL: Svar P eller E."
               END-EVALUATE
           END-PERFORM.

      * CVR-nummer, firmanavn og selskabsform for en erhvervskunde.
      * CPR spoerges ikke; ejere og tegningsberettigede registreres
      * som roller (menu 7).
       INDTAST-ERHVERV-FELTER.
           IF ERHVERV-MATCH-IX = 0
               IF NUM-ERHVERV >= 1000
                   DISPLAY "FEJL: Erhvervskunderegistret er fuldt."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO NUM-ERHVERV
               MOVE NUM-ERHVERV TO ERHVERV-MATCH-IX
               MOVE SPACES TO ERHVERV-ARR(ERHVERV-MATCH-IX)
               MOVE KUNDE-ID OF KUNDE-ARR(FOUND-IX)
                 TO EK-KUNDE-ID OF ERHVERV-ARR(ERHVERV-MATCH-IX)
           ELSE
               DISPLAY "Nuvaerende: CVR "
                   EK-CVR OF ERHVERV-ARR(ERHVERV-MATCH-IX)
                   " " EK-SELSKABSFORM OF ERHVERV-ARR(ERHVERV-MATCH-IX)
                   " " EK-FIRMANAVN OF ERHVERV-ARR(ERHVERV-MATCH-IX)
           END-IF
           MOVE "N" TO VALID-SW
           PERFORM UNTIL VALID-SW = "Y"
               DISPLAY "CVR-nummer (8 cifre, blank = uaendret): "
                   WITH NO ADVANCING
               MOVE SPACES TO CVR-IND
               ACCEPT CVR-IND
               IF CVR-IND = SPACES
                   MOVE EK-CVR OF ERHVERV-ARR(ERHVERV-MATCH-IX)
                     TO CVR-IND
               END-IF
               PERFORM VALIDATE-CVR
               IF VALID-SW = "Y"
                   MOVE CVR-IND
                     TO EK-CVR OF ERHVERV-ARR(ERHVERV-MATCH-IX)
               ELSE
                   DISPLAY "FEJL: CVR skal vaere 8 cifre med gyldigt "
                       "kontrolciffer (modulus 11)."
               END-IF
           END-PERFORM
           MOVE "N" TO VALID-SW
           PERFORM UNTIL VALID-SW = "Y"
               DISPLAY "Firmanavn (blank = uaendret): "
                   WITH NO ADVANCING
               MOVE SPACES TO FIRMANAVN-IND
               ACCEPT FIRMANAVN-IND
               IF FIRMANAVN-IND NOT = SPACES
                   MOVE FIRMANAVN-IND
                     TO EK-FIRMANAVN OF ERHVERV-ARR(ERHVERV-MATCH-IX)
               END-IF
               IF EK-FIRMANAVN OF ERHVERV-ARR(ERHVERV-MATCH-IX)
                       = SPACES
                   DISPLAY "FEJL: Firmanavn skal udfyldes."
               ELSE
                   MOVE "Y" TO VALID-SW
               END-IF
           END-PERFORM
           MOVE "N" TO VALID-SW
           PERFORM UNTIL VALID-SW = "Y"
               DISPLAY "Selskabsform (ENK I/S APS A/S K/S P/S IVS "
                   "AMBA FMBA SMBA FOND FORE, blank = uaendret): "
                   WITH NO ADVANCING
               MOVE SPACES TO SELSKABSFORM-IND
               ACCEPT SELSKABSFORM-IND
               MOVE FUNCTION UPPER-CASE(SELSKABSFORM-IND)
                 TO SELSKABSFORM-IND
               IF SELSKABSFORM-IND NOT = SPACES
                   MOVE SELSKABSFORM-IND
                     TO EK-SELSKABSFORM OF ERHVERV-ARR(ERHVERV-MATCH-IX)
               END-IF
               IF EK-GYLDIG-FORM OF ERHVERV-ARR(ERHVERV-MATCH-IX)
                   MOVE "Y" TO VALID-SW
               ELSE
                   DISPLAY "FEJL: Ukendt selskabsform."
               END-IF
           END-PERFORM
           MOVE EK-FIRMANAVN OF ERHVERV-ARR(ERHVERV-MATCH-IX)(1:20)
             TO FORNAVN OF KUNDE-ARR(FOUND-IX)
           MOVE EK-FIRMANAVN OF ERHVERV-ARR(ERHVERV-MATCH-IX)(21:20)
             TO EFTERNAVN OF KUNDE-ARR(FOUND-IX).

      * En tidligere erhvervskunde, der nu er personkunde, fjernes
      * fra Erhvervskunder.txt.
       FJERN-ERHVERVSKUNDE.
           IF ERHVERV-MATCH-IX > 0
               PERFORM VARYING ERHVERV-IX FROM ERHVERV-MATCH-IX BY 1
                       UNTIL ERHVERV-IX >= NUM-ERHVERV
                   MOVE ERHVERV-ARR(ERHVERV-IX + 1)
                     TO ERHVERV-ARR(ERHVERV-IX)
               END-PERFORM
               SUBTRACT 1 FROM NUM-ERHVERV
               MOVE 0 TO ERHVERV-MATCH-IX
           END-IF.

       VALIDATE-CVR.
           MOVE "Y" TO VALID-SW
           IF CVR-IND IS NOT NUMERIC OR CVR-IND(1:1) = "0"
               MOVE "N" TO VALID-SW
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO CVR-SUM
           PERFORM VARYING CHAR-IX FROM 1 BY 1 UNTIL CHAR-IX > 8
               MOVE CVR-IND(CHAR-IX:1) TO CVR-CIFFER
               COMPUTE CVR-SUM = CVR-SUM
                   + CVR-CIFFER * CVR-VAEGT(CHAR-IX)
           END-PERFORM
           IF FUNCTION MOD(CVR-SUM, 11) NOT = 0
               MOVE "N" TO VALID-SW
           END-IF.

      * Aendringer i erhvervsoplysningerne skrives til historikken
      * med kunde-ID som noegle, som aendringer i kundemasteren.
       GEM-ERHVERV-HISTORIK.
           MOVE SPACES TO EFTER-BILLEDE
           IF ERHVERV-MATCH-IX > 0
               MOVE ERHVERV-ARR(ERHVERV-MATCH-IX) TO EFTER-BILLEDE
           END-IF
           IF EFTER-BILLEDE NOT = GAMMEL-ERHVERV
               MOVE GAMMEL-ERHVERV TO FOER-BILLEDE
               MOVE SPACES TO HIST-NOEGLE
               MOVE SOEGE-ID TO HIST-NOEGLE
               PERFORM SKRIV-HISTORIK-POST
           END-IF.

       FIND-ERHVERVSKUNDE.
           MOVE 0 TO ERHVERV-MATCH-IX
           PERFORM VARYING ERHVERV-IX FROM 1 BY 1
                   UNTIL ERHVERV-IX > NUM-ERHVERV
               IF EK-KUNDE-ID OF ERHVERV-ARR(ERHVERV-IX)
                       = ERHVERV-SOEGE-ID
                   MOVE ERHVERV-IX TO ERHVERV-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * Tegningsberettigede (T) og reelle ejere (R) for en erhvervs-
      * kunde. Rollen skal tildeles en personkunde med CPR; for reelle
      * ejere registreres ejerandelen i hele procent. Hver tilfoejelse
      * og sletning skrives til historikken med virksomhedens kunde-ID
      * som noegle - en slettet rolle har blankt efter-billede.
       VEDLIGEHOLD-VIRKSOMHEDSROLLER.
           PERFORM FIND-KUNDE
           MOVE SOEGE-ID TO RELATION-KUNDE-ID
           PERFORM CHECK-RELATERET-KUNDE
           IF RELATION-SW = "J"
               PERFORM AFVIS-RELATERET-KUNDE
               EXIT PARAGRAPH
           END-IF
           IF FOUND-IX = 0
               DISPLAY "FEJL: Kunde-ID ikke fundet."
               EXIT PARAGRAPH
           END-IF
           MOVE SOEGE-ID TO ERHVERV-SOEGE-ID
           PERFORM FIND-ERHVERVSKUNDE
           IF ERHVERV-MATCH-IX = 0
               DISPLAY "FEJL: Kunden er ikke erhvervskunde."
               EXIT PARAGRAPH
           END-IF
           DISPLAY EK-FIRMANAVN OF ERHVERV-ARR(ERHVERV-MATCH-IX)
               " CVR " EK-CVR OF ERHVERV-ARR(ERHVERV-MATCH-IX)
           PERFORM VIS-VIRKSOMHEDSROLLER
           DISPLAY "T=tilfoej rolle, S=slet rolle, blank=tilbage: "
               WITH NO ADVANCING
           MOVE SPACE TO VROLLE-VALG
           ACCEPT VROLLE-VALG
           MOVE FUNCTION UPPER-CASE(VROLLE-VALG) TO VROLLE-VALG
           EVALUATE VROLLE-VALG
               WHEN "T"
                   PERFORM TILFOEJ-VIRKSOMHEDSROLLE
               WHEN "S"
                   PERFORM SLET-VIRKSOMHEDSROLLE
               WHEN SPACE
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Ukendt valg."
           END-EVALUATE.

       VIS-VIRKSOMHEDSROLLER.
           MOVE 0 TO VROLLE-ANTAL
           PERFORM VARYING VROLLE-IX FROM 1 BY 1
                   UNTIL VROLLE-IX > NUM-VROLLER
               IF VR-VIRKSOMHED-ID OF VROLLE-ARR(VROLLE-IX) = SOEGE-ID
                   ADD 1 TO VROLLE-ANTAL
                   IF VR-REEL-EJER OF VROLLE-ARR(VROLLE-IX)
                       DISPLAY "  Reel ejer        "
                           VR-PERSON-ID OF VROLLE-ARR(VROLLE-IX)
                           "  andel "
                           VR-EJERANDEL OF VROLLE-ARR(VROLLE-IX) " %"
                   ELSE
                       DISPLAY "  Tegningsberet.   "
                           VR-PERSON-ID OF VROLLE-ARR(VROLLE-IX)
                   END-IF
               END-IF
           END-PERFORM
           IF VROLLE-ANTAL = 0
               DISPLAY "Ingen roller registreret."
           END-IF.

       TAEL-VIRKSOMHEDSROLLER.
           MOVE 0 TO VROLLE-ANTAL
           PERFORM VARYING VROLLE-IX FROM 1 BY 1
                   UNTIL VROLLE-IX > NUM-VROLLER
               IF VR-VIRKSOMHED-ID OF VROLLE-ARR(VROLLE-IX)
                       = KUNDE-ID OF KUNDE-ARR(FOUND-IX)
                   ADD 1 TO VROLLE-ANTAL
               END-IF
           END-PERFORM.

       TILFOEJ-VIRKSOMHEDSROLLE.
           PERFORM INDTAST-VROLLE-NOEGLE
           IF VROLLE-MATCH-IX > 0
               DISPLAY "FEJL: rollen findes allerede."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO PERSON-IX
           PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > NUM-KUNDER
               IF KUNDE-ID OF KUNDE-ARR(IX) = VROLLE-PERSON-ID
                   MOVE IX TO PERSON-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF PERSON-IX = 0
               DISPLAY "FEJL: Personkunden findes ikke."
               EXIT PARAGRAPH
           END-IF
           MOVE VROLLE-PERSON-ID TO ERHVERV-SOEGE-ID
           PERFORM FIND-ERHVERVSKUNDE
           IF ERHVERV-MATCH-IX > 0
               DISPLAY "FEJL: Rollen skal tildeles en personkunde."
               EXIT PARAGRAPH
           END-IF
           IF CPR OF KUNDE-ARR(PERSON-IX) IS NOT NUMERIC
               DISPLAY "FEJL: Personkunden har intet gyldigt CPR."
               EXIT PARAGRAPH
           END-IF
           IF NUM-VROLLER >= 2000
               DISPLAY "FEJL: Rolleregistret er fuldt."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO NUM-VROLLER
           MOVE SPACES TO VROLLE-ARR(NUM-VROLLER)
           MOVE SOEGE-ID TO VR-VIRKSOMHED-ID OF VROLLE-ARR(NUM-VROLLER)
           MOVE VROLLE-PERSON-ID
             TO VR-PERSON-ID OF VROLLE-ARR(NUM-VROLLER)
           MOVE VROLLE-ROLLE-IND TO VR-ROLLE OF VROLLE-ARR(NUM-VROLLER)
           MOVE ZEROS TO VR-EJERANDEL OF VROLLE-ARR(NUM-VROLLER)
           IF VR-REEL-EJER OF VROLLE-ARR(NUM-VROLLER)
               MOVE "N" TO VALID-SW
               PERFORM UNTIL VALID-SW = "Y"
                   DISPLAY "Ejerandel i hele procent (1-100): "
                       WITH NO ADVANCING
                   MOVE SPACES TO VROLLE-ANDEL-IND
                   ACCEPT VROLLE-ANDEL-IND
                   IF FUNCTION TRIM(VROLLE-ANDEL-IND) IS NUMERIC
                       MOVE FUNCTION NUMVAL(VROLLE-ANDEL-IND)
                         TO VR-EJERANDEL OF VROLLE-ARR(NUM-VROLLER)
                       IF VR-EJERANDEL OF VROLLE-ARR(NUM-VROLLER) > 0
                           AND VR-EJERANDEL OF VROLLE-ARR(NUM-VROLLER)
                               NOT > 100
                           MOVE "Y" TO VALID-SW
                       END-IF
                   END-IF
                   IF VALID-SW NOT = "Y"
                       DISPLAY "FEJL: Ejerandel skal vaere 1-100."
                   END-IF
               END-PERFORM
               IF VR-EJERANDEL OF VROLLE-ARR(NUM-VROLLER) NOT > 25
                   DISPLAY "ADVARSEL: reel ejer med 25 % eller "
                       "derunder - noter kontrolgrundlaget i KYC."
               END-IF
           END-IF
           MOVE SPACES TO FOER-BILLEDE
           MOVE SPACES TO EFTER-BILLEDE
           MOVE VROLLE-ARR(NUM-VROLLER) TO EFTER-BILLEDE
           MOVE SPACES TO HIST-NOEGLE
           MOVE SOEGE-ID TO HIST-NOEGLE
           PERFORM SKRIV-HISTORIK-POST
           DISPLAY "Rolle tilfoejet.".

       SLET-VIRKSOMHEDSROLLE.
           PERFORM INDTAST-VROLLE-NOEGLE
           IF VROLLE-MATCH-IX = 0
               DISPLAY "FEJL: rollen findes ikke."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO FOER-BILLEDE
           MOVE VROLLE-ARR(VROLLE-MATCH-IX) TO FOER-BILLEDE
           PERFORM VARYING VROLLE-IX FROM VROLLE-MATCH-IX BY 1
                   UNTIL VROLLE-IX >= NUM-VROLLER
               MOVE VROLLE-ARR(VROLLE-IX + 1) TO VROLLE-ARR(VROLLE-IX)
           END-PERFORM
           SUBTRACT 1 FROM NUM-VROLLER
           MOVE SPACES TO EFTER-BILLEDE
           MOVE SPACES TO HIST-NOEGLE
           MOVE SOEGE-ID TO HIST-NOEGLE
           PERFORM SKRIV-HISTORIK-POST
           DISPLAY "Rolle slettet.".

       INDTAST-VROLLE-NOEGLE.
           DISPLAY "Personens kunde-ID: " WITH NO ADVANCING
           MOVE SPACES TO VROLLE-PERSON-ID
           ACCEPT VROLLE-PERSON-ID
           MOVE "N" TO VALID-SW
           PERFORM UNTIL VALID-SW = "Y"
               DISPLAY "Rolle (T=tegningsberettiget, R=reel ejer): "
                   WITH NO ADVANCING
               MOVE SPACE TO VROLLE-ROLLE-IND
               ACCEPT VROLLE-ROLLE-IND
               MOVE FUNCTION UPPER-CASE(VROLLE-ROLLE-IND)
                 TO VROLLE-ROLLE-IND
               IF VROLLE-ROLLE-IND = "T" OR "R"
                   MOVE "Y" TO VALID-SW
               ELSE
                   DISPLAY "FEJL: Svar T eller R."
               END-IF
           END-PERFORM
           MOVE 0 TO VROLLE-MATCH-IX
           PERFORM VARYING VROLLE-IX FROM 1 BY 1
                   UNTIL VROLLE-IX > NUM-VROLLER
               IF VR-VIRKSOMHED-ID OF VROLLE-ARR(VROLLE-IX) = SOEGE-ID
                   AND VR-PERSON-ID OF VROLLE-ARR(VROLLE-IX)
                       = VROLLE-PERSON-ID
                   AND VR-ROLLE OF VROLLE-ARR(VROLLE-IX)
                       = VROLLE-ROLLE-IND
                   MOVE VROLLE-IX TO VROLLE-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       ERHVERV-ARR-FILL.
           MOVE 0 TO NUM-ERHVERV
           OPEN INPUT FIL-ERHVERV
           IF ERHVERV-STATUS = "00"
               PERFORM VARYING ERHVERV-IX FROM 1 BY 1
                       UNTIL ERHVERV-IX > 1000
                   READ FIL-ERHVERV INTO ERHVERV-REC
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF TR-MARKER OF ERHVERV-REC-TRAILER = "TRAILER"
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO NUM-ERHVERV
                   MOVE ERHVERV-REC TO ERHVERV-ARR(NUM-ERHVERV)
               END-PERFORM
               CLOSE FIL-ERHVERV
           END-IF.

       ERHVERV-ARR-REWRITE.
           OPEN OUTPUT FIL-ERHVERV
           PERFORM VARYING ERHVERV-IX FROM 1 BY 1
                   UNTIL ERHVERV-IX > NUM-ERHVERV
               WRITE ERHVERV-REC FROM ERHVERV-ARR(ERHVERV-IX)
           END-PERFORM
           MOVE SPACES TO ERHVERV-REC
           MOVE "TRAILER" TO TR-MARKER OF ERHVERV-REC-TRAILER
           MOVE NUM-ERHVERV TO TR-ANTAL OF ERHVERV-REC-TRAILER
           WRITE ERHVERV-REC
           CLOSE FIL-ERHVERV.

       VROLLE-ARR-FILL.
           MOVE 0 TO NUM-VROLLER
           OPEN INPUT FIL-VROLLER
           IF VROLLE-STATUS = "00"
               PERFORM VARYING VROLLE-IX FROM 1 BY 1
                       UNTIL VROLLE-IX > 2000
                   READ FIL-VROLLER INTO VROLLE-REC
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF TR-MARKER OF VROLLE-REC-TRAILER = "TRAILER"
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO NUM-VROLLER
                   MOVE VROLLE-REC TO VROLLE-ARR(NUM-VROLLER)
               END-PERFORM
               CLOSE FIL-VROLLER
           END-IF.

       VROLLE-ARR-REWRITE.
           OPEN OUTPUT FIL-VROLLER
           PERFORM VARYING VROLLE-IX FROM 1 BY 1
                   UNTIL VROLLE-IX > NUM-VROLLER
               WRITE VROLLE-REC FROM VROLLE-ARR(VROLLE-IX)
           END-PERFORM
           MOVE SPACES TO VROLLE-REC
           MOVE "TRAILER" TO TR-MARKER OF VROLLE-REC-TRAILER
           MOVE NUM-VROLLER TO TR-ANTAL OF VROLLE-REC-TRAILER
           WRITE VROLLE-REC
           CLOSE FIL-VROLLER.

       VALIDATE-POSTNR.
           MOVE "Y" TO VALID-SW
           PERFORM VARYING CHAR-IX FROM 1 BY 1 UNTIL CHAR-IX > 4
           END-PERFORM.

       STAMP-AABNINGSDATO.
           MOVE BD-DATO OF BOGFDATO-REC TO TODAY-DATE
           MOVE SPACES TO TODAY-DATO
           STRING
               TODAY-DATE(1:4) DELIMITED BY SIZE
               "-"             DELIMITED BY SIZE
               TODAY-DATE(7:2) DELIMITED BY SIZE
           INTO TODAY-DATO.

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

       VALIDATE-KONTONUMMER.
           MOVE "Y" TO VALID-SW
           MOVE 0 TO KONTO-LEN
           MOVE "rm -f ../data/Kundeoplysninger-Index.dat"
             TO SLET-IDX-KOMMANDO
           CALL "SYSTEM" USING SLET-IDX-KOMMANDO.

       RETURPOST-ARR-FILL.
           MOVE 0 TO NUM-RETURPOST
           OPEN INPUT FIL-RETURPOST
           IF RETURPOST-STATUS = "00"
               PERFORM VARYING RETURPOST-IX FROM 1 BY 1
                       UNTIL RETURPOST-IX > 1000
                   READ FIL-RETURPOST INTO RETURPOST-REKORD
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF TR-MARKER OF RETURPOST-REKORD-TRAILER
                           = "TRAILER"
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO NUM-RETURPOST
                   MOVE RETURPOST-REKORD
                     TO RETURPOST-ARR(NUM-RETURPOST)
               END-PERFORM
               CLOSE FIL-RETURPOST
           END-IF.

      * En ny adresse ophaever en gaeldende returpostmarkering;
      * raekken bevares som ophaevet, saa historikken kan ses.
       OPHAEV-RETURPOST.
           MOVE "N" TO RETURPOST-OPHAEVET-SW
           PERFORM VARYING RETURPOST-IX FROM 1 BY 1
                   UNTIL RETURPOST-IX > NUM-RETURPOST
               IF RP-KUNDE-ID OF RETURPOST-ARR(RETURPOST-IX)
                       = RETURPOST-SOEG-ID
                   AND RP-ADR-UGYLDIG OF RETURPOST-ARR(RETURPOST-IX)
                   MOVE "O" TO RP-STATUS OF RETURPOST-ARR(RETURPOST-IX)
                   MOVE RETURPOST-OPHAEV-DATO
                     TO RP-OPHAEVET-DATO OF RETURPOST-ARR(RETURPOST-IX)
                   MOVE RETURPOST-OPHAEV-AF
                     TO RP-OPHAEVET-AF OF RETURPOST-ARR(RETURPOST-IX)
                   MOVE "J" TO RETURPOST-OPHAEVET-SW
                   MOVE "J" TO RETURPOST-AENDRET-SW
               END-IF
           END-PERFORM.

       RETURPOST-ARR-REWRITE.
           IF RETURPOST-AENDRET-SW NOT = "J"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT FIL-RETURPOST
           PERFORM VARYING RETURPOST-IX FROM 1 BY 1
                   UNTIL RETURPOST-IX > NUM-RETURPOST
               WRITE RETURPOST-REKORD FROM RETURPOST-ARR(RETURPOST-IX)
           END-PERFORM
           MOVE SPACES TO RETURPOST-REKORD
           MOVE "TRAILER" TO TR-MARKER OF RETURPOST-REKORD-TRAILER
           MOVE NUM-RETURPOST TO TR-ANTAL OF RETURPOST-REKORD-TRAILER
           WRITE RETURPOST-REKORD
           CLOSE FIL-RETURPOST.
