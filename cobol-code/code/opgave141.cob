       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPG-141.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIL-KUNDER ASSIGN TO "../data/Kundeoplysninger.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-SKATTERES ASSIGN TO "../data/Skatteresidens.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SKATTERES-STATUS.
           SELECT FIL-KONTI ASSIGN TO "../data/KontoOpl.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-PRODUKT ASSIGN TO "../data/Produktkatalog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRODUKT-STATUS.
           SELECT FIL-KURS ASSIGN TO "../data/Valutakurser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KURS-STATUS.
           SELECT FIL-YTD ASSIGN TO "../data/YTD-Saldi.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS YTD-STATUS.
           SELECT FIL-TRANS ASSIGN TO "../data/Transaktioner.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-KATALOG ASSIGN TO "../data/Arkiv-Katalog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KATALOG-STATUS.
           SELECT FIL-ARKIV ASSIGN TO ARKIV-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARKIV-STATUS.
           SELECT FIL-ORDRER ASSIGN TO "../data/StaaendeOrdrer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ORDRER-STATUS.
           SELECT FIL-PARM ASSIGN TO "../data/OPG141-Parametre.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-STATUS.
           SELECT FIL-INDBERET ASSIGN TO INDBERET-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-INDICIER ASSIGN TO INDICIER-FILENAME
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

       FD FIL-SKATTERES.
       01 SKATTERES-REC.
           COPY "../copybooks/SKATTERESIDENS.cpy".
       01 SKATTERES-REC-TRAILER REDEFINES SKATTERES-REC.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(30).

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

       FD FIL-KURS.
       01 VALUTAKURSER.
           COPY "../copybooks/VALUTAKURS.cpy".

       FD FIL-YTD.
       01 YTD-SALDI-REC.
           COPY "../copybooks/YTD-SALDI.cpy".
       01 YTD-SALDI-TRAILER REDEFINES YTD-SALDI-REC.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(55).

       FD FIL-TRANS.
       01 TRANSAKTIONER.
           COPY "../copybooks/TRANSAKTIONER.cpy".
       01 TRANSAKTIONER-TRAILER REDEFINES TRANSAKTIONER.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(251).

       FD FIL-KATALOG.
       01 KATALOG-REC.
           02 KAT-FILNAVN   PIC X(60).
           02 KAT-DATO      PIC X(10).
           02 KAT-ANTAL     PIC 9(06).

       FD FIL-ARKIV.
       01 ARKIV-REKORD.
           COPY "../copybooks/TRANSAKTIONER.cpy".
       01 ARKIV-REKORD-TRAILER REDEFINES ARKIV-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(251).

       FD FIL-ORDRER.
       01 ORDRE-REKORD.
           COPY "../copybooks/STAAENDE-ORDRE.cpy".
       01 ORDRE-REKORD-TRAILER REDEFINES ORDRE-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(69).

       FD FIL-PARM.
       01 PARM-FILE-REC.
           COPY "../copybooks/OPG141-PARAMETRE.cpy".

      * Indberetningen til Skattestyrelsen: en post pr. konto og
      * regime. En US-person med skatteresidens i et tredje land
      * indberettes baade under FATCA og CRS. Beloeb er i DKK.
       FD FIL-INDBERET.
       01 INDBERET-REKORD.
           02 CF-REGIME       PIC X(05).
           02 CF-AAR          PIC 9(04).
           02 CF-KUNDE-ID     PIC X(10).
           02 CF-CPR          PIC X(11).
           02 CF-NAVN         PIC X(41).
           02 CF-LAND         PIC X(02).
           02 CF-TIN          PIC X(20).
           02 CF-SELVCERT-DATO PIC X(10).
           02 CF-KONTO-ID     PIC X(14).
           02 CF-VALUTA       PIC X(03).
           02 CF-SALDO        PIC S9(10)V99.
           02 CF-RENTE        PIC S9(10)V99.
       01 INDBERET-TRAILER REDEFINES INDBERET-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(131).

      * Kunder med udenlandske indicier, men uden selvcertificering -
      * til opfoelgning i kundeservice (registreres i OPG-12).
       FD FIL-INDICIER.
       01 INDICIE-REKORD.
           02 CI-KUNDE-ID     PIC X(10).
           02 CI-CPR          PIC X(11).
           02 CI-NAVN         PIC X(41).
           02 CI-LANDE-KODE   PIC X(02).
           02 CI-ADRESSE-SW   PIC X(01).
           02 CI-TELEFON-SW   PIC X(01).
           02 CI-STAAENDE-SW  PIC X(01).
       01 INDICIE-TRAILER REDEFINES INDICIE-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(54).

       FD FIL-BOGFDATO.
       01 BOGFDATO-FIL-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".

       WORKING-STORAGE SECTION.
       01 SKATTERES-STATUS PIC XX VALUE "00".
       01 PRODUKT-STATUS  PIC XX VALUE "00".
       01 KURS-STATUS     PIC XX VALUE "00".
       01 YTD-STATUS      PIC XX VALUE "00".
       01 KATALOG-STATUS  PIC XX VALUE "00".
       01 ARKIV-STATUS    PIC XX VALUE "00".
       01 ORDRER-STATUS   PIC XX VALUE "00".
       01 PARM-STATUS     PIC XX VALUE "00".
       01 PARM-REC.
           COPY "../copybooks/OPG141-PARAMETRE.cpy".

       01 EOF-FLAG         PIC X(01) VALUE "N".
       01 KATALOG-EOF      PIC X(01) VALUE "N".

       01 ARKIV-FILENAME   PIC X(60) VALUE SPACES.
       01 INDBERET-FILENAME PIC X(60) VALUE SPACES.
       01 INDICIER-FILENAME PIC X(60) VALUE SPACES.

       01 RUN-DATE         PIC 9(08) VALUE ZEROS.
       01 RUN-DATO         PIC X(10) VALUE SPACES.
      * Koerselsdatoen er bankens bogfoeringsdato (Bogfoeringsdato.txt),
      * ikke maskinens dato.
       01 BOGFDATO-STATUS  PIC XX VALUE "00".
       01 BOGFDATO-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".
       01 RUN-AAR          PIC 9(04) VALUE ZEROS.
       01 INDBERET-AAR     PIC 9(04) VALUE ZEROS.
       01 INDBERET-AAR-X   PIC X(04) VALUE SPACES.
       01 NAESTE-AAR       PIC 9(04) VALUE ZEROS.

       01 TRANS-VURDER.
           COPY "../copybooks/TRANSAKTIONER.cpy".

      * Kunderne med det, der skal bruges til indberetning og
      * indicieliste. KS-CRS-LAND er det CRS-land, der indberettes
      * til (blank = ingen CRS-indberetning); KS-FATCA-SW = J giver
      * FATCA-indberetning.
       01 NUM-KUNDER    PIC 9(04) VALUE 0.
       01 KUNDE-ARR OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-KUNDER.
           02 KS-KUNDE-ID     PIC X(10).
           02 KS-CPR          PIC X(11).
           02 KS-NAVN         PIC X(41).
           02 KS-LANDE-KODE   PIC X(02).
           02 KS-TELEFON      PIC X(08).
           02 KS-TELEFON-2    PIC X(08).
           02 KS-AKTIV-SW     PIC X(01).
           02 KS-SELVCERT-SW  PIC X(01).
           02 KS-SELVCERT-DATO PIC X(10).
           02 KS-CRS-TIN      PIC X(20).
           02 KS-FATCA-TIN    PIC X(20).
           02 KS-CRS-LAND     PIC X(02).
           02 KS-FATCA-SW     PIC X(01).
           02 KS-STAAENDE-SW  PIC X(01).
       01 KUNDE-IX        PIC 9(04) VALUE 0.
       01 KUNDE-MATCH-IX  PIC 9(04) VALUE 0.

      * Konti for alle kunder. Pensionskonti er undtaget fra
      * indberetning som i OPG-27, og laan er ikke indlaan og
      * indberettes ikke.
       01 NUM-KONTI     PIC 9(04) VALUE 0.
       01 KONTO-ARR OCCURS 0 TO 2000 TIMES DEPENDING ON NUM-KONTI.
           02 KA-KONTO-ID     PIC X(14).
           02 KA-KUNDE-IX     PIC 9(04).
           02 KA-VALUTA       PIC X(04).
           02 KA-BALANCE      PIC S9(10)V99.
           02 KA-UNDTAGET-SW   PIC X(01).
           02 KA-RENTE        PIC S9(10)V99.
           02 KA-SALDO        PIC S9(10)V99.
       01 KONTO-IX        PIC 9(04) VALUE 0.
       01 KONTO-MATCH-IX  PIC 9(04) VALUE 0.
       01 SOEGE-KONTO-ID  PIC X(14) VALUE SPACES.

       01 NUM-PRODUKT     PIC 9(03) VALUE 0.
       01 PRODUKT-ARR OCCURS 0 TO 50 TIMES DEPENDING ON NUM-PRODUKT.
           COPY "../copybooks/PRODUKT.cpy".
       01 PRODUKT-IX      PIC 9(03) VALUE 0.

       01 NUM-KURS     PIC 9(03) VALUE 0.
       01 KURS-ARR OCCURS 0 TO 100 TIMES DEPENDING ON NUM-KURS.
           COPY "../copybooks/VALUTAKURS.cpy".
       01 KURS-IX         PIC 9(03) VALUE 0.
       01 KURS-MATCH-IX   PIC 9(03) VALUE 0.
       01 KURS-BEST-DATO  PIC X(10) VALUE SPACES.
       01 KURS-SOEG-VALUTA PIC X(04) VALUE SPACES.
       01 KURS-SOEG-DATO  PIC X(10) VALUE SPACES.
       01 DKK-BELOEB      PIC S9(10)V99 VALUE ZEROS.

       01 NUM-YTD       PIC 9(04) VALUE 0.
       01 YTD-ARR OCCURS 0 TO 2000 TIMES DEPENDING ON NUM-YTD.
           COPY "../copybooks/YTD-SALDI.cpy".
       01 YTD-IX          PIC 9(04) VALUE 0.

       01 UDLANDSK-ORDRE-SW PIC X(01) VALUE "N".

       01 RENTE-POSTER    PIC 9(06) VALUE 0.
       01 INDBERET-ANTAL  PIC 9(06) VALUE 0.
       01 INDICIE-ANTAL   PIC 9(06) VALUE 0.
       01 UDEN-KURS-ANTAL PIC 9(05) VALUE 0.
       01 YTD-AFVIG-ANTAL PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM PARM-FILL
           PERFORM BEREGN-INDBERET-AAR
           PERFORM BUILD-FILENAMES
           PERFORM KUNDE-ARR-FILL
           PERFORM SKATTERES-INDLAES
           PERFORM PRODUKT-ARR-FILL
           PERFORM KONTO-ARR-FILL
           PERFORM KURS-ARR-FILL
           PERFORM YTD-ARR-FILL
           PERFORM BEREGN-AARSSALDI
           PERFORM LAES-LIVE-TRANS
           PERFORM LAES-ARKIV-FILER
           PERFORM LAES-STAAENDE-ORDRER
           PERFORM SKRIV-INDBERETNING
           PERFORM SKRIV-INDICIELISTE
           DISPLAY "CRS/FATCA-indberetning for " INDBERET-AAR
               " dannet - " INDBERET-ANTAL " poster, "
               RENTE-POSTER " renteposter."
           DISPLAY "Kunder med udenlandske indicier uden "
               "selvcertificering: " INDICIE-ANTAL
           IF UDEN-KURS-ANTAL > 0
               DISPLAY "ADVARSEL: " UDEN-KURS-ANTAL
                   " beloeb uden valutakurs - indberettet som 0."
           END-IF
           IF YTD-AFVIG-ANTAL > 0
               DISPLAY "ADVARSEL: " YTD-AFVIG-ANTAL
                   " konti med YTD-saldi fra et senere aar - "
                   "aktuel saldo indberettet."
           END-IF
           STOP RUN.

       PARM-FILL.
           OPEN INPUT FIL-PARM
           IF PARM-STATUS = "00"
               READ FIL-PARM INTO PARM-REC
                   AT END
                       CONTINUE
               END-READ
               CLOSE FIL-PARM
           END-IF.

      * Uden parameter indberettes for sidste kalenderaar - jobbet
      * koerer foerste bankdag i januar (FA i jobplanen).
       BEREGN-INDBERET-AAR.
           PERFORM BOGFOERINGSDATO-FILL
           MOVE BD-DATO OF BOGFDATO-REC TO RUN-DATE
           STRING
               RUN-DATE(1:4) DELIMITED BY SIZE
               "-"           DELIMITED BY SIZE
               RUN-DATE(5:2) DELIMITED BY SIZE
               "-"           DELIMITED BY SIZE
               RUN-DATE(7:2) DELIMITED BY SIZE
           INTO RUN-DATO
           IF PARM-AAR OF PARM-REC > 0
               MOVE PARM-AAR OF PARM-REC TO INDBERET-AAR
           ELSE
               MOVE RUN-DATE(1:4) TO RUN-AAR
               COMPUTE INDBERET-AAR = RUN-AAR - 1
           END-IF
           COMPUTE NAESTE-AAR = INDBERET-AAR + 1
           MOVE INDBERET-AAR TO INDBERET-AAR-X.

       BUILD-FILENAMES.
           STRING
               "../data/CRS-FATCA-"  DELIMITED BY SIZE
               INDBERET-AAR-X        DELIMITED BY SIZE
               ".txt"                DELIMITED BY SIZE
           INTO INDBERET-FILENAME
           STRING
               "../data/CRS-Indicier-" DELIMITED BY SIZE
               INDBERET-AAR-X          DELIMITED BY SIZE
               ".txt"                  DELIMITED BY SIZE
           INTO INDICIER-FILENAME.

       KUNDE-ARR-FILL.
           MOVE 0 TO NUM-KUNDER
           OPEN INPUT FIL-KUNDER
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-KUNDER INTO KUNDE-OPL
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF KUNDE-OPL-TRAILER = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                       ELSE
                           PERFORM GEM-KUNDE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-KUNDER.

       GEM-KUNDE.
           IF NUM-KUNDER >= 1000
               DISPLAY "FEJL: flere end 1000 kunder - udvid KUNDE-ARR."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO NUM-KUNDER
           MOVE SPACES TO KUNDE-ARR(NUM-KUNDER)
           MOVE KUNDE-ID OF KUNDE-OPL TO KS-KUNDE-ID(NUM-KUNDER)
           MOVE CPR OF KUNDE-OPL TO KS-CPR(NUM-KUNDER)
           STRING
               FORNAVN OF KUNDE-OPL   DELIMITED BY "  "
               " "                    DELIMITED BY SIZE
               EFTERNAVN OF KUNDE-OPL DELIMITED BY "  "
           INTO KS-NAVN(NUM-KUNDER)
           MOVE LANDE-KODE OF KUNDE-OPL TO KS-LANDE-KODE(NUM-KUNDER)
           MOVE TELEFON OF KUNDE-OPL TO KS-TELEFON(NUM-KUNDER)
           MOVE TELEFON-2 OF KUNDE-OPL TO KS-TELEFON-2(NUM-KUNDER)
           IF KUNDE-INAKTIV OF KUNDE-OPL
               MOVE "N" TO KS-AKTIV-SW(NUM-KUNDER)
           ELSE
               MOVE "J" TO KS-AKTIV-SW(NUM-KUNDER)
           END-IF
           MOVE "N" TO KS-SELVCERT-SW(NUM-KUNDER)
           MOVE "N" TO KS-FATCA-SW(NUM-KUNDER)
           MOVE "N" TO KS-STAAENDE-SW(NUM-KUNDER)
      * Uden selvcertificering indberettes paa grundlag af adressen.
           IF LANDE-KODE OF KUNDE-OPL = "US"
               MOVE "J" TO KS-FATCA-SW(NUM-KUNDER)
           ELSE
               IF LANDE-KODE OF KUNDE-OPL NOT = SPACES
                       AND LANDE-KODE OF KUNDE-OPL NOT = "DK"
                   MOVE LANDE-KODE OF KUNDE-OPL
                     TO KS-CRS-LAND(NUM-KUNDER)
               END-IF
           END-IF.

      * En selvcertificering gaar forud for adressen: den erklaerede
      * skatteresidens og US-status afgoer, hvad der indberettes.
       SKATTERES-INDLAES.
           OPEN INPUT FIL-SKATTERES
           IF SKATTERES-STATUS NOT = "00"
               DISPLAY "Skatteresidens.txt findes ikke - ingen "
                   "selvcertificeringer registreret."
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-SKATTERES
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF SKATTERES-REC-TRAILER
                               = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                       ELSE
                           PERFORM ANVEND-SELVCERTIFICERING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-SKATTERES.

       ANVEND-SELVCERTIFICERING.
           MOVE 0 TO KUNDE-MATCH-IX
           PERFORM VARYING KUNDE-IX FROM 1 BY 1
                   UNTIL KUNDE-IX > NUM-KUNDER
               IF KS-KUNDE-ID(KUNDE-IX) = SR-KUNDE-ID
                   MOVE KUNDE-IX TO KUNDE-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF KUNDE-MATCH-IX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "J" TO KS-SELVCERT-SW(KUNDE-MATCH-IX)
           MOVE SR-SELVCERT-DATO TO KS-SELVCERT-DATO(KUNDE-MATCH-IX)
           MOVE SPACES TO KS-CRS-LAND(KUNDE-MATCH-IX)
           MOVE "N" TO KS-FATCA-SW(KUNDE-MATCH-IX)
      * TIN'et hoerer til det erklaerede land; en US-person med
      * residens andetsteds indberettes under FATCA uden TIN.
           IF SR-ER-US-PERSON OR SR-LAND = "US"
               MOVE "J" TO KS-FATCA-SW(KUNDE-MATCH-IX)
           END-IF
           IF SR-LAND = "US"
               MOVE SR-TIN TO KS-FATCA-TIN(KUNDE-MATCH-IX)
           END-IF
           IF SR-LAND NOT = SPACES AND SR-LAND NOT = "DK"
                   AND SR-LAND NOT = "US"
               MOVE SR-LAND TO KS-CRS-LAND(KUNDE-MATCH-IX)
               MOVE SR-TIN TO KS-CRS-TIN(KUNDE-MATCH-IX)
           END-IF.

       PRODUKT-ARR-FILL.
           MOVE 0 TO NUM-PRODUKT
           OPEN INPUT FIL-PRODUKT
           IF PRODUKT-STATUS = "00"
               PERFORM VARYING PRODUKT-IX FROM 1 BY 1
                       UNTIL PRODUKT-IX > 50
                   READ FIL-PRODUKT INTO PRODUKT-REKORD
                       AT END
                           EXIT PERFORM
                   END-READ
                   ADD 1 TO NUM-PRODUKT
                   MOVE PRODUKT-REKORD TO PRODUKT-ARR(NUM-PRODUKT)
               END-PERFORM
               CLOSE FIL-PRODUKT
           END-IF.

       KONTO-ARR-FILL.
           MOVE 0 TO NUM-KONTI
           OPEN INPUT FIL-KONTI
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-KONTI INTO KONTO-REKORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF KONTO-REKORD-TRAILER = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                       ELSE
                           PERFORM GEM-KONTO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-KONTI.

       GEM-KONTO.
           IF NUM-KONTI >= 2000
               DISPLAY "FEJL: flere end 2000 konti - udvid KONTO-ARR."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO NUM-KONTI
           MOVE KONTO-ID OF KONTO-REKORD TO KA-KONTO-ID(NUM-KONTI)
           MOVE VALUTA-KD OF KONTO-REKORD TO KA-VALUTA(NUM-KONTI)
           MOVE BALANCE OF KONTO-REKORD TO KA-BALANCE(NUM-KONTI)
           MOVE ZEROS TO KA-RENTE(NUM-KONTI)
           MOVE ZEROS TO KA-SALDO(NUM-KONTI)
           MOVE 0 TO KA-KUNDE-IX(NUM-KONTI)
           PERFORM VARYING KUNDE-IX FROM 1 BY 1
                   UNTIL KUNDE-IX > NUM-KUNDER
               IF KS-KUNDE-ID(KUNDE-IX) = KUNDE-ID OF KONTO-REKORD
                   MOVE KUNDE-IX TO KA-KUNDE-IX(NUM-KONTI)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE "N" TO KA-UNDTAGET-SW(NUM-KONTI)
           IF KONTO-TYPE OF KONTO-REKORD = "LÅN"
               MOVE "J" TO KA-UNDTAGET-SW(NUM-KONTI)
           END-IF
           PERFORM VARYING PRODUKT-IX FROM 1 BY 1
                   UNTIL PRODUKT-IX > NUM-PRODUKT
               IF PK-KONTO-TYPE OF PRODUKT-ARR(PRODUKT-IX)
                       = KONTO-TYPE OF KONTO-REKORD
                   IF PK-PENSION OF PRODUKT-ARR(PRODUKT-IX)
                       MOVE "J" TO KA-UNDTAGET-SW(NUM-KONTI)
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       KURS-ARR-FILL.
           MOVE 0 TO NUM-KURS
           OPEN INPUT FIL-KURS
           IF KURS-STATUS = "00"
               PERFORM VARYING KURS-IX FROM 1 BY 1
                       UNTIL KURS-IX > 100
                   READ FIL-KURS INTO VALUTAKURSER
                       AT END
                           EXIT PERFORM
                   END-READ
                   ADD 1 TO NUM-KURS
                   MOVE VALUTAKURSER TO KURS-ARR(NUM-KURS)
               END-PERFORM
               CLOSE FIL-KURS
           END-IF.

       YTD-ARR-FILL.
           MOVE 0 TO NUM-YTD
           OPEN INPUT FIL-YTD
           IF YTD-STATUS NOT = "00"
               DISPLAY "YTD-Saldi.txt findes ikke - aktuel saldo "
                   "bruges som aarets ultimosaldo."
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-YTD INTO YTD-SALDI-REC
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF YTD-SALDI-TRAILER = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                       ELSE
                           IF NUM-YTD >= 2000
                               DISPLAY "FEJL: flere end 2000 YTD-"
                                   "raekker - udvid YTD-ARR."
                               MOVE 1 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO NUM-YTD
                           MOVE YTD-SALDI-REC TO YTD-ARR(NUM-YTD)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-YTD.

      * Ultimosaldoen i DKK: den aktuelle saldo omregnet til dags
      * kurs. Er YTD-Saldi allerede rullet til det nye aar (OPG-78),
      * traekkes det nye aars bevaegelser fra, saa vi staar ved
      * aarsskiftet. YTD-beloebene er i DKK (OPG-44).
       BEREGN-AARSSALDI.
           PERFORM VARYING KONTO-IX FROM 1 BY 1
                   UNTIL KONTO-IX > NUM-KONTI
               MOVE KA-VALUTA(KONTO-IX) TO KURS-SOEG-VALUTA
               MOVE RUN-DATO TO KURS-SOEG-DATO
               MOVE KA-BALANCE(KONTO-IX) TO DKK-BELOEB
               PERFORM OMREGN-TIL-DKK
               MOVE DKK-BELOEB TO KA-SALDO(KONTO-IX)
               PERFORM VARYING YTD-IX FROM 1 BY 1
                       UNTIL YTD-IX > NUM-YTD
                   IF YS-KONTO-ID OF YTD-ARR(YTD-IX)
                           = KA-KONTO-ID(KONTO-IX)
                       EVALUATE TRUE
                           WHEN YS-AAR OF YTD-ARR(YTD-IX) = NAESTE-AAR
                               SUBTRACT YS-YTD-IND OF YTD-ARR(YTD-IX)
                                   FROM KA-SALDO(KONTO-IX)
                               SUBTRACT YS-YTD-UD OF YTD-ARR(YTD-IX)
                                   FROM KA-SALDO(KONTO-IX)
                           WHEN YS-AAR OF YTD-ARR(YTD-IX) > NAESTE-AAR
                               ADD 1 TO YTD-AFVIG-ANTAL
                       END-EVALUATE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-PERFORM.

      * Nyeste kurs med dato til og med soegedatoen, samme opslag som
      * OPG-44's LOOKUP-KURS. Uden kurs omregnes til 0.
       OMREGN-TIL-DKK.
           IF KURS-SOEG-VALUTA = "DKK " OR KURS-SOEG-VALUTA = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO KURS-MATCH-IX
           MOVE SPACES TO KURS-BEST-DATO
           PERFORM VARYING KURS-IX FROM 1 BY 1 UNTIL KURS-IX > NUM-KURS
               IF VALUTA-KD OF KURS-ARR(KURS-IX) = KURS-SOEG-VALUTA
                   AND KURS-DATO OF KURS-ARR(KURS-IX)
                       NOT > KURS-SOEG-DATO
                   AND KURS-DATO OF KURS-ARR(KURS-IX)
                       >= KURS-BEST-DATO
                   MOVE KURS-IX TO KURS-MATCH-IX
                   MOVE KURS-DATO OF KURS-ARR(KURS-IX)
                     TO KURS-BEST-DATO
               END-IF
           END-PERFORM
           IF KURS-MATCH-IX > 0
               COMPUTE DKK-BELOEB ROUNDED =
                   DKK-BELOEB * KURS OF KURS-ARR(KURS-MATCH-IX)
           ELSE
               MOVE ZEROS TO DKK-BELOEB
               ADD 1 TO UDEN-KURS-ANTAL
           END-IF.

       LAES-LIVE-TRANS.
           OPEN INPUT FIL-TRANS
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-TRANS INTO TRANS-VURDER
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TRANS-VURDER(1:7) = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                       ELSE
                           PERFORM VURDER-TRANSAKTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-TRANS.

       LAES-ARKIV-FILER.
           OPEN INPUT FIL-KATALOG
           IF KATALOG-STATUS NOT = "00"
               DISPLAY "Arkiv-Katalog.txt findes ikke - kun "
                   "indevaerende udtraek indgaar."
           ELSE
               MOVE "N" TO KATALOG-EOF
               PERFORM UNTIL KATALOG-EOF = "Y"
                   READ FIL-KATALOG
                       AT END
                           MOVE "Y" TO KATALOG-EOF
                       NOT AT END
                           MOVE KAT-FILNAVN TO ARKIV-FILENAME
                           PERFORM LAES-EN-ARKIVFIL
                   END-READ
               END-PERFORM
               CLOSE FIL-KATALOG
           END-IF.

       LAES-EN-ARKIVFIL.
           OPEN INPUT FIL-ARKIV
           IF ARKIV-STATUS NOT = "00"
               DISPLAY "ADVARSEL: arkivfil mangler: " ARKIV-FILENAME
           ELSE
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ FIL-ARKIV INTO TRANS-VURDER
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF TRANS-VURDER(1:7) = "TRAILER"
                               MOVE "Y" TO EOF-FLAG
                           ELSE
                               PERFORM VURDER-TRANSAKTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIL-ARKIV
           END-IF.

      * Bruttorenten er aarets RENTE-posteringer; kildeskatten
      * (KILDESKAT) er posteret for sig og fratraekkes ikke.
      * Overtraeksrente er en udgift for kunden og indgaar ikke.
       VURDER-TRANSAKTION.
           IF TRANS-TYPE OF TRANS-VURDER = "RENTE"
                   AND TIDSPUNKT OF TRANS-VURDER (1:4) = INDBERET-AAR-X
               MOVE KONTO-ID OF TRANS-VURDER TO SOEGE-KONTO-ID
               PERFORM FIND-KONTO
               IF KONTO-MATCH-IX > 0
                   ADD 1 TO RENTE-POSTER
                   MOVE VALUTA OF TRANS-VURDER TO KURS-SOEG-VALUTA
                   MOVE TIDSPUNKT OF TRANS-VURDER (1:10)
                     TO KURS-SOEG-DATO
                   MOVE BELØB OF TRANS-VURDER TO DKK-BELOEB
                   PERFORM OMREGN-TIL-DKK
                   ADD DKK-BELOEB TO KA-RENTE(KONTO-MATCH-IX)
               END-IF
           END-IF.

       FIND-KONTO.
           MOVE 0 TO KONTO-MATCH-IX
           PERFORM VARYING KONTO-IX FROM 1 BY 1
                   UNTIL KONTO-IX > NUM-KONTI
               IF KA-KONTO-ID(KONTO-IX) = SOEGE-KONTO-ID
                   MOVE KONTO-IX TO KONTO-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * Aktive staaende ordrer til udlandet er et indicie: ordren er
      * i fremmed valuta, eller modtagerkontoen er et IBAN med en
      * anden landekode end DK (to bogstaver efterfulgt af to
      * kontrolcifre - bankens egne konto-ID'er har ikke den form).
       LAES-STAAENDE-ORDRER.
           OPEN INPUT FIL-ORDRER
           IF ORDRER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-ORDRER
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF ORDRE-REKORD-TRAILER = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                       ELSE
                           PERFORM VURDER-STAAENDE-ORDRE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-ORDRER.

       VURDER-STAAENDE-ORDRE.
           IF NOT SO-AKTIV
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO UDLANDSK-ORDRE-SW
           IF SO-VALUTA NOT = "DKK " AND SO-VALUTA NOT = SPACES
               MOVE "J" TO UDLANDSK-ORDRE-SW
           END-IF
           IF SO-MODTAGER-KONTO(1:2) IS ALPHABETIC
                   AND SO-MODTAGER-KONTO(1:2) NOT = "DK"
                   AND SO-MODTAGER-KONTO(3:2) IS NUMERIC
               MOVE "J" TO UDLANDSK-ORDRE-SW
           END-IF
           IF UDLANDSK-ORDRE-SW = "J"
               MOVE SO-KONTO-ID TO SOEGE-KONTO-ID
               PERFORM FIND-KONTO
               IF KONTO-MATCH-IX > 0
                   IF KA-KUNDE-IX(KONTO-MATCH-IX) > 0
                       MOVE "J" TO KS-STAAENDE-SW
                           (KA-KUNDE-IX(KONTO-MATCH-IX))
                   END-IF
               END-IF
           END-IF.

       SKRIV-INDBERETNING.
           OPEN OUTPUT FIL-INDBERET
           PERFORM VARYING KONTO-IX FROM 1 BY 1
                   UNTIL KONTO-IX > NUM-KONTI
               IF KA-KUNDE-IX(KONTO-IX) > 0
                       AND KA-UNDTAGET-SW(KONTO-IX) = "N"
                   MOVE KA-KUNDE-IX(KONTO-IX) TO KUNDE-IX
                   IF KS-FATCA-SW(KUNDE-IX) = "J"
                       PERFORM BYG-INDBERET-POST
                       MOVE "FATCA" TO CF-REGIME
                       MOVE "US" TO CF-LAND
                       MOVE KS-FATCA-TIN(KUNDE-IX) TO CF-TIN
                       WRITE INDBERET-REKORD
                       ADD 1 TO INDBERET-ANTAL
                   END-IF
                   IF KS-CRS-LAND(KUNDE-IX) NOT = SPACES
                       PERFORM BYG-INDBERET-POST
                       MOVE "CRS" TO CF-REGIME
                       MOVE KS-CRS-LAND(KUNDE-IX) TO CF-LAND
                       MOVE KS-CRS-TIN(KUNDE-IX) TO CF-TIN
                       WRITE INDBERET-REKORD
                       ADD 1 TO INDBERET-ANTAL
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO INDBERET-REKORD
           MOVE "TRAILER" TO TR-MARKER OF INDBERET-TRAILER
           MOVE INDBERET-ANTAL TO TR-ANTAL OF INDBERET-TRAILER
           WRITE INDBERET-REKORD
           CLOSE FIL-INDBERET.

       BYG-INDBERET-POST.
           MOVE SPACES TO INDBERET-REKORD
           MOVE INDBERET-AAR TO CF-AAR
           MOVE KS-KUNDE-ID(KUNDE-IX) TO CF-KUNDE-ID
           MOVE KS-CPR(KUNDE-IX) TO CF-CPR
           MOVE KS-NAVN(KUNDE-IX) TO CF-NAVN
           MOVE KS-SELVCERT-DATO(KUNDE-IX) TO CF-SELVCERT-DATO
           MOVE KA-KONTO-ID(KONTO-IX) TO CF-KONTO-ID
           MOVE "DKK" TO CF-VALUTA
           MOVE KA-SALDO(KONTO-IX) TO CF-SALDO
           MOVE KA-RENTE(KONTO-IX) TO CF-RENTE.

       SKRIV-INDICIELISTE.
           OPEN OUTPUT FIL-INDICIER
           PERFORM VARYING KUNDE-IX FROM 1 BY 1
                   UNTIL KUNDE-IX > NUM-KUNDER
               IF KS-AKTIV-SW(KUNDE-IX) = "J"
                       AND KS-SELVCERT-SW(KUNDE-IX) = "N"
                   PERFORM VURDER-INDICIER
               END-IF
           END-PERFORM
           MOVE SPACES TO INDICIE-REKORD
           MOVE "TRAILER" TO TR-MARKER OF INDICIE-TRAILER
           MOVE INDICIE-ANTAL TO TR-ANTAL OF INDICIE-TRAILER
           WRITE INDICIE-REKORD
           CLOSE FIL-INDICIER.

       VURDER-INDICIER.
           MOVE SPACES TO INDICIE-REKORD
           MOVE "N" TO CI-ADRESSE-SW
           MOVE "N" TO CI-TELEFON-SW
           MOVE KS-STAAENDE-SW(KUNDE-IX) TO CI-STAAENDE-SW
           IF KS-LANDE-KODE(KUNDE-IX) NOT = SPACES
                   AND KS-LANDE-KODE(KUNDE-IX) NOT = "DK"
               MOVE "J" TO CI-ADRESSE-SW
           END-IF
           IF KS-TELEFON(KUNDE-IX)(1:2) = "00"
                   OR KS-TELEFON(KUNDE-IX)(1:1) = "+"
                   OR KS-TELEFON-2(KUNDE-IX)(1:2) = "00"
                   OR KS-TELEFON-2(KUNDE-IX)(1:1) = "+"
               MOVE "J" TO CI-TELEFON-SW
           END-IF
           IF CI-ADRESSE-SW = "J" OR CI-TELEFON-SW = "J"
                   OR CI-STAAENDE-SW = "J"
               MOVE KS-KUNDE-ID(KUNDE-IX) TO CI-KUNDE-ID
               MOVE KS-CPR(KUNDE-IX) TO CI-CPR
               MOVE KS-NAVN(KUNDE-IX) TO CI-NAVN
               MOVE KS-LANDE-KODE(KUNDE-IX) TO CI-LANDE-KODE
               WRITE INDICIE-REKORD
               ADD 1 TO INDICIE-ANTAL
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
