       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPG-158.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIL-KUNDER ASSIGN TO "../data/Kundeoplysninger.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-KONTI ASSIGN TO "../data/KontoOpl.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-PRODUKT ASSIGN TO "../data/Produktkatalog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRODUKT-FIL-STATUS.
           SELECT FIL-AFTALER ASSIGN TO "../data/Prisaftaler.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AFTALE-FIL-STATUS.
           SELECT FIL-RENTESATS ASSIGN TO "../data/Rentesatser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RENTESATS-FIL-STATUS.
           SELECT FIL-FORSLAG ASSIGN TO "../data/Prisforslag.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FORSLAG-FIL-STATUS.
           SELECT FIL-TRANS ASSIGN TO "../data/Transaktioner.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-FIL-STATUS.
           SELECT FIL-KATALOG ASSIGN TO "../data/Arkiv-Katalog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KATALOG-STATUS.
           SELECT FIL-ARKIV ASSIGN TO ARKIV-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARKIV-STATUS.
           SELECT FIL-HISTORIK ASSIGN TO "../data/Saldo-Historik.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORIK-STATUS.
           SELECT FIL-OPG11-PARM
               ASSIGN TO "../data/OPG11-Parametre.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPG11-PARM-STATUS.
           SELECT FIL-RAADGIVER ASSIGN TO "../data/Raadgivere.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RAADGIVER-FIL-STATUS.
           SELECT FIL-KRG ASSIGN TO "../data/Kunde-Raadgiver.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KRG-FIL-STATUS.
           SELECT FIL-RAPPORT
               ASSIGN TO "../data/Prissimulering-Rapport.txt"
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

       FD FIL-PRODUKT.
       01 PRODUKT-REKORD.
           COPY "../copybooks/PRODUKT.cpy".

       FD FIL-AFTALER.
       01 AFTALE-REKORD.
           COPY "../copybooks/PRISAFTALE.cpy".
       01 AFTALE-REKORD-TRAILER REDEFINES AFTALE-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(14).

       FD FIL-RENTESATS.
       01 RENTESATS-REKORD.
           COPY "../copybooks/RENTESATS.cpy".

       FD FIL-FORSLAG.
       01 FORSLAG-REKORD.
           COPY "../copybooks/PRISFORSLAG.cpy".

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

       FD FIL-HISTORIK.
       01 HISTORIK-REKORD.
           COPY "../copybooks/SALDO-HISTORIK.cpy".

       FD FIL-OPG11-PARM.
       01 OPG11-PARM-FILE-REC.
           COPY "../copybooks/OPG11-PARAMETRE.cpy".

       FD FIL-RAADGIVER.
       01 RAADGIVER-REKORD.
           COPY "../copybooks/RAADGIVER.cpy".
       01 RAADGIVER-REKORD-TRAILER REDEFINES RAADGIVER-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(44).

       FD FIL-KRG.
       01 KRG-REKORD.
           COPY "../copybooks/KUNDE-RAADGIVER.cpy".
       01 KRG-REKORD-TRAILER REDEFINES KRG-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(37).

       FD FIL-RAPPORT.
       01 RAPPORT-REC.
           02 RAPPORT-TEXT  PIC X(132).

       FD FIL-BOGFDATO.
       01 BOGFDATO-FIL-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".

       WORKING-STORAGE SECTION.
      * Prissimulering: et prisforslag i Prisforslag.txt (nye
      * gebyrbeloeb pr. gebyrkode og/eller nye rentetrin pr.
      * kontotype, med ikrafttraedelsesdato) regnes igennem paa de
      * seneste 12 hele maaneders posteringer og saldohistorik, een
      * gang med de nuvaerende priser og een gang med forslaget.
      * Begge beregninger bruger prislisten, som den ser ud paa
      * ikrafttraedelsesdatoen, saa forskellen alene skyldes
      * forslaget. Intet bogfoeres og ingen stamdata roeres.
      * - Transaktionsgebyrer genberegnes pr. udloesende postering
      *   med OPG-17's takster (GEBYRSATSER.cpy) og regler:
      *   stornerede par, gebyrfritagne produkter og prisaftalernes
      *   fritagelse, frie antal pr. maaned og rabatprocent.
      * - Periodegebyrer (GEBYR med BUTIK "PERIODE <kode>", OPG-152)
      *   tages som opkraevet og skaleres med forholdet mellem
      *   foreslaaet og nuvaerende beloeb i Produktkatalog.txt, saa
      *   pro rata og aftalenedslag foelger med.
      * - Renter regnes som i OPG-16: maanedens gennemsnitssaldo fra
      *   Saldo-Historik.txt gange satsen for kontotypens trin.
      *   Rentetrin i forslaget erstatter kontotypens trin helt.
      * Beloeb er bankens indtaegt (gebyr og rente med modsat fortegn
      * af kundens postering som i OPG-88); en stigning er altsaa en
      * merudgift for kunden. Segmenterne er OPG-11's saldogrupper
      * paa kundens gennemsnitssaldo i perioden (som OPG-88).
       01 PRODUKT-FIL-STATUS   PIC XX VALUE "00".
       01 AFTALE-FIL-STATUS    PIC XX VALUE "00".
       01 RENTESATS-FIL-STATUS PIC XX VALUE "00".
       01 FORSLAG-FIL-STATUS   PIC XX VALUE "00".
       01 TRANS-FIL-STATUS     PIC XX VALUE "00".
       01 KATALOG-STATUS       PIC XX VALUE "00".
       01 ARKIV-STATUS         PIC XX VALUE "00".
       01 HISTORIK-STATUS      PIC XX VALUE "00".
       01 OPG11-PARM-STATUS    PIC XX VALUE "00".
       01 RAADGIVER-FIL-STATUS PIC XX VALUE "00".
       01 KRG-FIL-STATUS       PIC XX VALUE "00".
       01 TRAILER-FOUND-SW PIC X(01) VALUE "N".
       01 TRAILER-ANTAL    PIC 9(06) VALUE ZEROS.
       01 EOF-FLAG         PIC X(01) VALUE "N".
       01 KATALOG-EOF      PIC X(01) VALUE "N".
       01 ARKIV-EOF        PIC X(01) VALUE "N".
       01 FIL-NAVN         PIC X(30) VALUE SPACES.
       01 LAEST-ANTAL      PIC 9(06) VALUE ZEROS.
       01 ARKIV-FILENAME   PIC X(60) VALUE SPACES.

       01 OPG11-PARM.
           COPY "../copybooks/OPG11-PARAMETRE.cpy".

      * OPG-17's transaktionsgebyrer og valutatillaeg.
       01 GEBYR-SATS-TABLE.
           COPY "../copybooks/GEBYRSATSER.cpy".
       01 GEBYR-ARR REDEFINES GEBYR-SATS-TABLE.
           02 GEBYR-ENTRY OCCURS 9 TIMES.
               03 GB-KODE       PIC X(10).
               03 GB-FLAT-SATS  PIC S9(10)V99.
               03 GB-VALUTA-SW  PIC X(01).
       01 GEBYR-IX        PIC 9(02) VALUE 0.
       01 GEBYR-MATCH-IX  PIC 9(02) VALUE 0.
       01 UDLANDS-SATS    PIC SV9999 VALUE 0.0150.

       01 NUM-KUNDER    PIC 9(04) VALUE 0.
       01 KUNDE-ARR OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-KUNDER.
           COPY "../copybooks/KUNDER.cpy".
       01 KUNDE-SIM-ARR OCCURS 0 TO 1000 TIMES
               DEPENDING ON NUM-KUNDER.
           02 KU-NU          PIC S9(12)V99.
           02 KU-FORSLAG     PIC S9(12)V99.
           02 KU-SALDO-SUM   PIC S9(14)V99.
           02 KU-SALDO-ANT   PIC 9(06).
           02 KU-FORBRUG     PIC 9(05) OCCURS 12 TIMES.
       01 KUNDE-IX      PIC 9(04) VALUE 0.
       01 KUNDE-MATCH-IX PIC 9(04) VALUE 0.
       01 SOEGE-KUNDE   PIC X(10) VALUE SPACES.

       01 NUM-KONTI     PIC 9(04) VALUE 0.
       01 KONTO-ARR OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-KONTI.
           COPY "../copybooks/KONTOOPL.cpy".
       01 KONTO-SIM-ARR OCCURS 0 TO 1000 TIMES
               DEPENDING ON NUM-KONTI.
           02 KS-KUNDE-IX    PIC 9(04).
           02 KS-PRODUKT-IX  PIC 9(03).
           02 KS-TYPE-IX     PIC 9(02).
           02 KS-MAANED OCCURS 12 TIMES.
               03 KS-SALDO-SUM  PIC S9(12)V99.
               03 KS-SALDO-ANT  PIC 9(03).
       01 KONTO-IX      PIC 9(04) VALUE 0.
       01 KONTO-MATCH-IX PIC 9(04) VALUE 0.
       01 SOEGE-KONTO   PIC X(14) VALUE SPACES.

       01 NUM-PRODUKT   PIC 9(03) VALUE 0.
       01 PRODUKT-ARR OCCURS 0 TO 50 TIMES DEPENDING ON NUM-PRODUKT.
           COPY "../copybooks/PRODUKT.cpy".
       01 PRODUKT-IX    PIC 9(03) VALUE 0.

       01 NUM-AFTALER   PIC 9(03) VALUE 0.
       01 AFTALE-ARR OCCURS 0 TO 200 TIMES DEPENDING ON NUM-AFTALER.
           COPY "../copybooks/PRISAFTALE.cpy".
       01 AFTALE-IX     PIC 9(03) VALUE 0.
       01 AFTALE-MATCH-IX PIC 9(03) VALUE 0.

       01 NUM-RENTESATS PIC 9(03) VALUE 0.
       01 RENTESATS-ARR OCCURS 0 TO 100 TIMES
               DEPENDING ON NUM-RENTESATS.
           COPY "../copybooks/RENTESATS.cpy".
       01 RENTE-IX      PIC 9(03) VALUE 0.

       01 NUM-FORSLAG   PIC 9(03) VALUE 0.
       01 FORSLAG-ARR OCCURS 0 TO 100 TIMES DEPENDING ON NUM-FORSLAG.
           COPY "../copybooks/PRISFORSLAG.cpy".
       01 FORSLAG-IX    PIC 9(03) VALUE 0.
       01 FORSLAG-MATCH-IX PIC 9(03) VALUE 0.
       01 FORSLAG-GEBYR-ANTAL PIC 9(03) VALUE 0.
       01 FORSLAG-TRIN-ANTAL  PIC 9(03) VALUE 0.
       01 PRIS-DATO     PIC X(10) VALUE SPACES.
       01 SOEGE-KODE    PIC X(10) VALUE SPACES.

      * Bilagsnumre, som en STORNO henviser til; hverken stornoen
      * eller den tilbagefoerte postering udloeser gebyr (OPG-17).
       01 NUM-STORNO    PIC 9(05) VALUE 0.
       01 STORNO-ARR OCCURS 0 TO 10000 TIMES DEPENDING ON NUM-STORNO.
           02 ST-BILAGSNR   PIC 9(10).
       01 STORNO-IX     PIC 9(05) VALUE 0.
       01 STORNERET-SW  PIC X(01) VALUE "N".
       01 GENNEMLOEB-SW PIC X(01) VALUE "S".
           88 GENNEMLOEB-STORNO     VALUE "S".
           88 GENNEMLOEB-GEBYR      VALUE "G".

      * Indtaegt pr. kontotype (produkt).
       01 NUM-TYPER     PIC 9(02) VALUE 0.
       01 TYPE-SUM-ARR OCCURS 0 TO 50 TIMES DEPENDING ON NUM-TYPER.
           02 TS-KONTO-TYPE    PIC X(10).
           02 TS-GEBYR-NU      PIC S9(12)V99.
           02 TS-GEBYR-FORSLAG PIC S9(12)V99.
           02 TS-RENTE-NU      PIC S9(12)V99.
           02 TS-RENTE-FORSLAG PIC S9(12)V99.
       01 TYPE-IX       PIC 9(02) VALUE 0.
       01 SUM-GEBYR-NU      PIC S9(12)V99 VALUE ZEROS.
       01 SUM-GEBYR-FORSLAG PIC S9(12)V99 VALUE ZEROS.
       01 SUM-RENTE-NU      PIC S9(12)V99 VALUE ZEROS.
       01 SUM-RENTE-FORSLAG PIC S9(12)V99 VALUE ZEROS.

      * Segmenter: 1=LAV, 2=MELLEM, 3=HOEJ (OPG-11's graenser).
       01 SEGMENT-ARR OCCURS 3 TIMES.
           02 SG-ANTAL      PIC 9(05).
           02 SG-NU         PIC S9(12)V99.
           02 SG-FORSLAG    PIC S9(12)V99.
       01 SEG-IX        PIC 9(01) VALUE 0.
       01 GNS-SALDO     PIC S9(12)V99 VALUE ZEROS.

      * Fordeling af aendringen pr. kunde.
       01 FORDELING-ARR OCCURS 6 TIMES.
           02 FD-ANTAL      PIC 9(05).
           02 FD-BELOEB     PIC S9(12)V99.
       01 FORDELING-TEKST-TABLE.
           02 FILLER PIC X(24) VALUE "Lavere pris".
           02 FILLER PIC X(24) VALUE "Uaendret".
           02 FILLER PIC X(24) VALUE "Stigning op til 100".
           02 FILLER PIC X(24) VALUE "Stigning 100 - 500".
           02 FILLER PIC X(24) VALUE "Stigning 500 - 1.000".
           02 FILLER PIC X(24) VALUE "Stigning over 1.000".
       01 FORDELING-TEKST-ARR REDEFINES FORDELING-TEKST-TABLE.
           02 FD-TEKST      PIC X(24) OCCURS 6 TIMES.
       01 FD-IX         PIC 9(01) VALUE 0.
       01 KUNDE-AENDRING PIC S9(12)V99 VALUE ZEROS.

      * De stoerste stigninger, sorteret faldende.
       01 MAX-TOP       PIC 9(03) VALUE 100.
       01 NUM-TOP       PIC 9(03) VALUE 0.
       01 TOP-ARR OCCURS 0 TO 100 TIMES DEPENDING ON NUM-TOP.
           02 TP-KUNDE-IX      PIC 9(04).
           02 TP-STIGNING      PIC S9(12)V99.
           02 TP-RAADGIVER-ID  PIC X(10).
           02 TP-RAADGIVER-NAVN PIC X(40).
       01 TOP-IX        PIC 9(03) VALUE 0.
       01 TOP-POS       PIC 9(03) VALUE 0.
       01 NUM-RAADGIVERE PIC 9(04) VALUE 0.
       01 RAADGIVER-ARR OCCURS 0 TO 500 TIMES
               DEPENDING ON NUM-RAADGIVERE.
           COPY "../copybooks/RAADGIVER.cpy".
       01 RG-IX         PIC 9(04) VALUE 0.

      * Vinduet er de 12 hele maaneder foer koerselsmaaneden,
      * regnet som maanedsnumre (aar * 12 + maaned).
       01 KOERSEL-MD-NR PIC 9(06) VALUE ZEROS.
       01 START-MD-NR   PIC 9(06) VALUE ZEROS.
       01 AKT-MD-NR     PIC 9(06) VALUE ZEROS.
       01 MD-IX         PIC 9(02) VALUE 0.
       01 DATO-AAR      PIC 9(04) VALUE ZEROS.
       01 DATO-MD       PIC 9(02) VALUE ZEROS.
       01 VINDUE-FRA    PIC X(07) VALUE SPACES.
       01 VINDUE-TIL    PIC X(07) VALUE SPACES.
       01 AKT-DATO      PIC X(10) VALUE SPACES.

       01 POSTERING.
           COPY "../copybooks/TRANSAKTIONER.cpy".
       01 PERIODE-KODE  PIC X(10) VALUE SPACES.
       01 GEBYR-NU      PIC S9(10)V99 VALUE ZEROS.
       01 GEBYR-FORSLAG PIC S9(10)V99 VALUE ZEROS.
       01 VALUTA-TILLAEG PIC S9(10)V99 VALUE ZEROS.
       01 KATALOG-BELOEB PIC 9(05)V99 VALUE ZEROS.
       01 GRUNDLAG-BELOEB PIC S9(12)V99 VALUE ZEROS.
       01 SATS-NU       PIC SV9999 VALUE ZEROS.
       01 SATS-FORSLAG  PIC SV9999 VALUE ZEROS.
       01 SATS-FUNDET-SW PIC X(01) VALUE "N".
       01 BEDSTE-TIER   PIC S9(10)V99 VALUE ZEROS.
       01 BEDSTE-GYLDIG PIC X(10) VALUE SPACES.
       01 RENTE-NU      PIC S9(12)V99 VALUE ZEROS.
       01 RENTE-FORSLAG PIC S9(12)V99 VALUE ZEROS.
       01 TRIN-I-FORSLAG-SW PIC X(01) VALUE "N".
       01 REPLAY-ANTAL  PIC 9(07) VALUE 0.

       01 ED-BELOEB     PIC ---,---,---,--9.99.
       01 ED-ANTAL      PIC ZZ,ZZ9.
       01 ED-NR         PIC ZZ9.
       01 KUNDE-NAVN    PIC X(41) VALUE SPACES.

       01 PRODUKT-LINJE.
           02 PL-TEKST         PIC X(24).
           02 PL-GEBYR-NU      PIC X(18).
           02 PL-GEBYR-FORSLAG PIC X(18).
           02 PL-RENTE-NU      PIC X(18).
           02 PL-RENTE-FORSLAG PIC X(18).
           02 PL-FORSKEL       PIC X(18).

       01 SEGMENT-LINJE.
           02 SL-TEKST         PIC X(24).
           02 SL-ANTAL         PIC X(08).
           02 SL-NU            PIC X(18).
           02 SL-FORSLAG       PIC X(18).
           02 SL-FORSKEL       PIC X(18).

       01 TOP-LINJE.
           02 TL-NR            PIC X(03).
           02 FILLER           PIC X(02).
           02 TL-KUNDE-ID      PIC X(10).
           02 FILLER           PIC X(02).
           02 TL-NAVN          PIC X(30).
           02 FILLER           PIC X(01).
           02 TL-RAADGIVER     PIC X(30).
           02 TL-NU            PIC X(18).
           02 TL-FORSLAG       PIC X(18).
           02 TL-STIGNING      PIC X(18).

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
           PERFORM OPG11-PARM-FILL
           PERFORM FORSLAG-ARR-FILL
           PERFORM KUNDE-ARR-FILL
           PERFORM KONTO-ARR-FILL
           PERFORM PRODUKT-ARR-FILL
           PERFORM AFTALE-ARR-FILL
           PERFORM RENTESATS-ARR-FILL
           PERFORM FORBIND-KONTI
           SET GENNEMLOEB-STORNO TO TRUE
           PERFORM SAML-LEVENDE-FIL
           PERFORM SAML-ARKIVER
           SET GENNEMLOEB-GEBYR TO TRUE
           PERFORM SAML-LEVENDE-FIL
           PERFORM SAML-ARKIVER
           PERFORM SAML-SALDO-HISTORIK
           PERFORM BEREGN-RENTER
           PERFORM VURDER-KUNDER
           PERFORM LAES-RAADGIVERE
           PERFORM SKRIV-RAPPORT
           DISPLAY "Prissimulering " VINDUE-FRA " - " VINDUE-TIL
               ": " REPLAY-ANTAL " posteringer genberegnet, "
               NUM-TOP " kunder paa stigningslisten."
           STOP RUN.

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
           MOVE RUN-DATE(1:4) TO DATO-AAR
           MOVE RUN-DATE(5:2) TO DATO-MD
           COMPUTE KOERSEL-MD-NR = DATO-AAR * 12 + DATO-MD - 1
           COMPUTE START-MD-NR = KOERSEL-MD-NR - 12
           COMPUTE DATO-AAR = START-MD-NR / 12
           COMPUTE DATO-MD = START-MD-NR - DATO-AAR * 12 + 1
           STRING DATO-AAR "-" DATO-MD DELIMITED BY SIZE
               INTO VINDUE-FRA
           COMPUTE DATO-AAR = (KOERSEL-MD-NR - 1) / 12
           COMPUTE DATO-MD = KOERSEL-MD-NR - 1 - DATO-AAR * 12 + 1
           STRING DATO-AAR "-" DATO-MD DELIMITED BY SIZE
               INTO VINDUE-TIL.

      * Giver MD-IX 1-12 for datoen i AKT-DATO (YYYY-MM-...), eller 0
      * naar datoen ligger uden for vinduet.
       FIND-MAANED.
           MOVE 0 TO MD-IX
           IF AKT-DATO(1:4) NOT NUMERIC OR AKT-DATO(6:2) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE AKT-DATO(1:4) TO DATO-AAR
           MOVE AKT-DATO(6:2) TO DATO-MD
           COMPUTE AKT-MD-NR = DATO-AAR * 12 + DATO-MD - 1
           IF AKT-MD-NR >= START-MD-NR
               AND AKT-MD-NR < KOERSEL-MD-NR
               COMPUTE MD-IX = AKT-MD-NR - START-MD-NR + 1
           END-IF.

       OPG11-PARM-FILL.
           OPEN INPUT FIL-OPG11-PARM
           IF OPG11-PARM-STATUS = "00"
               READ FIL-OPG11-PARM INTO OPG11-PARM
                   AT END
                       CONTINUE
               END-READ
               CLOSE FIL-OPG11-PARM
           END-IF
           IF PARM-SEGMENT-LAV OF OPG11-PARM = ZEROS
               MOVE 10000.00 TO PARM-SEGMENT-LAV OF OPG11-PARM
           END-IF
           IF PARM-SEGMENT-HOJ OF OPG11-PARM = ZEROS
               MOVE 100000.00 TO PARM-SEGMENT-HOJ OF OPG11-PARM
           END-IF.

      * Forslaget er programmets eneste obligatoriske input ud over
      * stamdata. Alle linjer boer have samme ikrafttraedelsesdato;
      * er de forskellige, prisfastsaettes der paa den seneste.
       FORSLAG-ARR-FILL.
           MOVE 0 TO NUM-FORSLAG
           OPEN INPUT FIL-FORSLAG
           IF FORSLAG-FIL-STATUS NOT = "00"
               DISPLAY "FEJL: Prisforslag.txt findes ikke - intet "
                   "at simulere."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-FORSLAG INTO FORSLAG-REKORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       PERFORM GEM-FORSLAG
               END-READ
           END-PERFORM
           CLOSE FIL-FORSLAG
           IF NUM-FORSLAG = 0
               DISPLAY "FEJL: Prisforslag.txt er tom - intet at "
                   "simulere."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF PRIS-DATO = SPACES
               MOVE DAGS-DATO TO PRIS-DATO
           END-IF.

       GEM-FORSLAG.
           IF NOT PF-GEBYR OF FORSLAG-REKORD
               AND NOT PF-RENTETRIN OF FORSLAG-REKORD
               DISPLAY "FEJL: Prisforslag.txt - ukendt linjetype '"
                   PF-LINJETYPE OF FORSLAG-REKORD "' for "
                   PF-KODE OF FORSLAG-REKORD
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NUM-FORSLAG >= 100
               DISPLAY "FEJL: Prisforslag.txt har mere end 100 "
                   "linjer."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO NUM-FORSLAG
           MOVE FORSLAG-REKORD TO FORSLAG-ARR(NUM-FORSLAG)
           IF PF-GEBYR OF FORSLAG-REKORD
               ADD 1 TO FORSLAG-GEBYR-ANTAL
           ELSE
               ADD 1 TO FORSLAG-TRIN-ANTAL
           END-IF
           IF PF-IKRAFT OF FORSLAG-REKORD > PRIS-DATO
               MOVE PF-IKRAFT OF FORSLAG-REKORD TO PRIS-DATO
           END-IF.

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
                           INITIALIZE KUNDE-SIM-ARR(NUM-KUNDER)
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
                           INITIALIZE KONTO-SIM-ARR(NUM-KONTI)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-KONTI
           MOVE "KontoOpl.txt" TO FIL-NAVN
           MOVE NUM-KONTI TO LAEST-ANTAL
           PERFORM CHECK-TRAILER.

       PRODUKT-ARR-FILL.
           MOVE 0 TO NUM-PRODUKT
           OPEN INPUT FIL-PRODUKT
           IF PRODUKT-FIL-STATUS = "00"
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

       AFTALE-ARR-FILL.
           MOVE 0 TO NUM-AFTALER
           OPEN INPUT FIL-AFTALER
           IF AFTALE-FIL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO TRAILER-FOUND-SW
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-AFTALER INTO AFTALE-REKORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF AFTALE-REKORD-TRAILER
                               = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                           MOVE "Y" TO TRAILER-FOUND-SW
                           MOVE TR-ANTAL OF AFTALE-REKORD-TRAILER
                             TO TRAILER-ANTAL
                       ELSE
                           IF NUM-AFTALER >= 200
                               DISPLAY "FEJL: Prisaftaler.txt har "
                                   "mere end 200 poster"
                               MOVE 1 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO NUM-AFTALER
                           MOVE AFTALE-REKORD TO AFTALE-ARR(NUM-AFTALER)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-AFTALER
           MOVE "Prisaftaler.txt" TO FIL-NAVN
           MOVE NUM-AFTALER TO LAEST-ANTAL
           PERFORM CHECK-TRAILER.

       RENTESATS-ARR-FILL.
           MOVE 0 TO NUM-RENTESATS
           OPEN INPUT FIL-RENTESATS
           IF RENTESATS-FIL-STATUS = "00"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ FIL-RENTESATS INTO RENTESATS-REKORD
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF NUM-RENTESATS < 100
                               ADD 1 TO NUM-RENTESATS
                               MOVE RENTESATS-REKORD
                                 TO RENTESATS-ARR(NUM-RENTESATS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIL-RENTESATS
           END-IF.

      * Hver konto faar sin kunde, sit produkt og sin linje i
      * opgoerelsen pr. kontotype een gang for alle.
       FORBIND-KONTI.
           PERFORM VARYING KONTO-IX FROM 1 BY 1
                   UNTIL KONTO-IX > NUM-KONTI
               MOVE KUNDE-ID OF KONTO-ARR(KONTO-IX) TO SOEGE-KUNDE
               PERFORM FIND-KUNDE
               MOVE KUNDE-MATCH-IX TO KS-KUNDE-IX(KONTO-IX)
               MOVE 0 TO KS-PRODUKT-IX(KONTO-IX)
               PERFORM VARYING PRODUKT-IX FROM 1 BY 1
                       UNTIL PRODUKT-IX > NUM-PRODUKT
                   IF PK-KONTO-TYPE OF PRODUKT-ARR(PRODUKT-IX)
                           = KONTO-TYPE OF KONTO-ARR(KONTO-IX)
                       MOVE PRODUKT-IX TO KS-PRODUKT-IX(KONTO-IX)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               PERFORM FIND-TYPE
               MOVE TYPE-IX TO KS-TYPE-IX(KONTO-IX)
           END-PERFORM.

       FIND-KUNDE.
           MOVE 0 TO KUNDE-MATCH-IX
           PERFORM VARYING KUNDE-IX FROM 1 BY 1
                   UNTIL KUNDE-IX > NUM-KUNDER
               IF KUNDE-ID OF KUNDE-ARR(KUNDE-IX) = SOEGE-KUNDE
                   MOVE KUNDE-IX TO KUNDE-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-TYPE.
           PERFORM VARYING TYPE-IX FROM 1 BY 1
                   UNTIL TYPE-IX > NUM-TYPER
               IF TS-KONTO-TYPE(TYPE-IX)
                       = KONTO-TYPE OF KONTO-ARR(KONTO-IX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF NUM-TYPER >= 50
               DISPLAY "FEJL: flere end 50 kontotyper - udvid "
                   "TYPE-SUM-ARR."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO NUM-TYPER
           MOVE NUM-TYPER TO TYPE-IX
           INITIALIZE TYPE-SUM-ARR(TYPE-IX)
           MOVE KONTO-TYPE OF KONTO-ARR(KONTO-IX)
             TO TS-KONTO-TYPE(TYPE-IX).

      * Posteringerne streames fra Transaktioner.txt og arkiverne i
      * Arkiv-Katalog.txt (som i OPG-88) i to gennemloeb: foerst
      * samles stornoernes henvisninger, dernaest genberegnes
      * gebyrerne.
       FIND-KONTO.
           IF KONTO-MATCH-IX > 0
               IF KONTO-ID OF KONTO-ARR(KONTO-MATCH-IX) = SOEGE-KONTO
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE 0 TO KONTO-MATCH-IX
           PERFORM VARYING KONTO-IX FROM 1 BY 1
                   UNTIL KONTO-IX > NUM-KONTI
               IF KONTO-ID OF KONTO-ARR(KONTO-IX) = SOEGE-KONTO
                   MOVE KONTO-IX TO KONTO-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

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

       SAML-POSTERING.
           MOVE TIDSPUNKT OF POSTERING(1:10) TO AKT-DATO
           PERFORM FIND-MAANED
           IF MD-IX = 0
               EXIT PARAGRAPH
           END-IF
           IF GENNEMLOEB-STORNO
               IF TRANS-TYPE OF POSTERING = "STORNO"
                   AND BILAGSREF OF POSTERING NUMERIC
                   AND BILAGSREF OF POSTERING NOT = ZEROS
                   PERFORM GEM-STORNO
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF TRANS-TYPE OF POSTERING = "STORNO"
               EXIT PARAGRAPH
           END-IF
           MOVE KONTO-ID OF POSTERING TO SOEGE-KONTO
           PERFORM FIND-KONTO
           IF KONTO-MATCH-IX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE KS-KUNDE-IX(KONTO-MATCH-IX) TO KUNDE-MATCH-IX
           IF TRANS-TYPE OF POSTERING = "GEBYR"
               IF BUTIK OF POSTERING(1:8) = "PERIODE "
                   PERFORM GENBEREGN-PERIODEGEBYR
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-STORNERET
           IF STORNERET-SW = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM GENBEREGN-TRANSAKTIONSGEBYR.

       GEM-STORNO.
           IF NUM-STORNO >= 10000
               DISPLAY "FEJL: flere end 10000 stornoer i perioden - "
                   "udvid STORNO-ARR."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO NUM-STORNO
           MOVE BILAGSREF OF POSTERING TO ST-BILAGSNR(NUM-STORNO).

       CHECK-STORNERET.
           MOVE "N" TO STORNERET-SW
           IF BILAGSNR OF POSTERING NOT NUMERIC
               OR BILAGSNR OF POSTERING = ZEROS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING STORNO-IX FROM 1 BY 1
                   UNTIL STORNO-IX > NUM-STORNO
               IF ST-BILAGSNR(STORNO-IX) = BILAGSNR OF POSTERING
                   MOVE "Y" TO STORNERET-SW
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * Periodegebyret er opkraevet med pro rata og evt. aftalt
      * nedslag; forslaget slaar igennem i samme forhold som
      * katalogbeloebet aendres.
       GENBEREGN-PERIODEGEBYR.
           MOVE BUTIK OF POSTERING(9:10) TO PERIODE-KODE
           COMPUTE GEBYR-NU = ZEROS - BELØB OF POSTERING
           MOVE GEBYR-NU TO GEBYR-FORSLAG
           MOVE PERIODE-KODE TO SOEGE-KODE
           PERFORM FIND-FORSLAG-GEBYR
           IF FORSLAG-MATCH-IX > 0
               MOVE ZEROS TO KATALOG-BELOEB
               PERFORM VARYING PRODUKT-IX FROM 1 BY 1
                       UNTIL PRODUKT-IX > NUM-PRODUKT
                   IF PK-PERIODE-KODE OF PRODUKT-ARR(PRODUKT-IX)
                           = PERIODE-KODE
                       MOVE PK-PERIODE-BELOEB OF PRODUKT-ARR(PRODUKT-IX)
                         TO KATALOG-BELOEB
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF KATALOG-BELOEB > ZEROS
                   COMPUTE GEBYR-FORSLAG ROUNDED = GEBYR-NU *
                       PF-GEBYR-BELOEB OF FORSLAG-ARR(FORSLAG-MATCH-IX)
                       / KATALOG-BELOEB
               END-IF
           END-IF
           PERFORM BOGFOER-GEBYR.

      * Som OPG-17's gebyrberegning, blot med to prislister.
       GENBEREGN-TRANSAKTIONSGEBYR.
           IF KS-PRODUKT-IX(KONTO-MATCH-IX) > 0
               IF PK-GEBYR-FRITAGET
                   OF PRODUKT-ARR(KS-PRODUKT-IX(KONTO-MATCH-IX))
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE ZEROS TO GEBYR-NU
           MOVE ZEROS TO VALUTA-TILLAEG
           MOVE 0 TO GEBYR-MATCH-IX
           PERFORM VARYING GEBYR-IX FROM 1 BY 1 UNTIL GEBYR-IX > 9
               IF TRANS-TYPE OF POSTERING = GB-KODE(GEBYR-IX)
                   MOVE GEBYR-IX TO GEBYR-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF GEBYR-MATCH-IX > 0
               MOVE GB-FLAT-SATS(GEBYR-MATCH-IX) TO GEBYR-NU
               IF GB-VALUTA-SW(GEBYR-MATCH-IX) = "Y"
                   AND VALUTA OF POSTERING NOT = "DKK "
                   IF BELØB OF POSTERING < ZEROS
                       COMPUTE VALUTA-TILLAEG ROUNDED =
                           ZEROS - BELØB OF POSTERING * UDLANDS-SATS
                   ELSE
                       COMPUTE VALUTA-TILLAEG ROUNDED =
                           BELØB OF POSTERING * UDLANDS-SATS
                   END-IF
               END-IF
           END-IF
           MOVE GEBYR-NU TO GEBYR-FORSLAG
           MOVE TRANS-TYPE OF POSTERING TO SOEGE-KODE
           PERFORM FIND-FORSLAG-GEBYR
           IF FORSLAG-MATCH-IX > 0
               MOVE PF-GEBYR-BELOEB OF FORSLAG-ARR(FORSLAG-MATCH-IX)
                 TO GEBYR-FORSLAG
           END-IF
           ADD VALUTA-TILLAEG TO GEBYR-NU
           ADD VALUTA-TILLAEG TO GEBYR-FORSLAG
           IF GEBYR-NU = ZEROS AND GEBYR-FORSLAG = ZEROS
               EXIT PARAGRAPH
           END-IF
           IF KUNDE-MATCH-IX > 0
               PERFORM ANVEND-PRISAFTALE
           END-IF
           PERFORM BOGFOER-GEBYR.

      * Gebyrlinjen i forslaget med koden i SOEGE-KODE.
       FIND-FORSLAG-GEBYR.
           MOVE 0 TO FORSLAG-MATCH-IX
           PERFORM VARYING FORSLAG-IX FROM 1 BY 1
                   UNTIL FORSLAG-IX > NUM-FORSLAG
               IF PF-GEBYR OF FORSLAG-ARR(FORSLAG-IX)
                   AND PF-KODE OF FORSLAG-ARR(FORSLAG-IX)
                       = SOEGE-KODE
                   MOVE FORSLAG-IX TO FORSLAG-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * Forrang som i OPG-17: fuld fritagelse, dernaest frie
      * transaktioner for maaneden, dernaest rabatprocent.
       ANVEND-PRISAFTALE.
           MOVE 0 TO AFTALE-MATCH-IX
           PERFORM VARYING AFTALE-IX FROM 1 BY 1
                   UNTIL AFTALE-IX > NUM-AFTALER
               IF PA-KUNDE-ID OF AFTALE-ARR(AFTALE-IX)
                       = KUNDE-ID OF KUNDE-ARR(KUNDE-MATCH-IX)
                   AND (PA-GEBYR-KODE OF AFTALE-ARR(AFTALE-IX)
                           = TRANS-TYPE OF POSTERING
                       OR PA-GEBYR-KODE OF AFTALE-ARR(AFTALE-IX)
                           = "ALLE")
                   MOVE AFTALE-IX TO AFTALE-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF AFTALE-MATCH-IX = 0
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN PA-FRITAGET OF AFTALE-ARR(AFTALE-MATCH-IX)
                   MOVE ZEROS TO GEBYR-NU
                   MOVE ZEROS TO GEBYR-FORSLAG
               WHEN PA-FRI-ANTAL OF AFTALE-ARR(AFTALE-MATCH-IX) > 0
                   ADD 1 TO KU-FORBRUG(KUNDE-MATCH-IX, MD-IX)
                   IF KU-FORBRUG(KUNDE-MATCH-IX, MD-IX)
                       NOT > PA-FRI-ANTAL OF AFTALE-ARR(AFTALE-MATCH-IX)
                       MOVE ZEROS TO GEBYR-NU
                       MOVE ZEROS TO GEBYR-FORSLAG
                   END-IF
               WHEN PA-RABAT-PCT OF AFTALE-ARR(AFTALE-MATCH-IX) > 0
                   COMPUTE GEBYR-NU ROUNDED = GEBYR-NU *
                       (100 - PA-RABAT-PCT
                           OF AFTALE-ARR(AFTALE-MATCH-IX)) / 100
                   COMPUTE GEBYR-FORSLAG ROUNDED = GEBYR-FORSLAG *
                       (100 - PA-RABAT-PCT
                           OF AFTALE-ARR(AFTALE-MATCH-IX)) / 100
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       BOGFOER-GEBYR.
           ADD 1 TO REPLAY-ANTAL
           MOVE KS-TYPE-IX(KONTO-MATCH-IX) TO TYPE-IX
           ADD GEBYR-NU TO TS-GEBYR-NU(TYPE-IX)
           ADD GEBYR-FORSLAG TO TS-GEBYR-FORSLAG(TYPE-IX)
           IF KUNDE-MATCH-IX > 0
               ADD GEBYR-NU TO KU-NU(KUNDE-MATCH-IX)
               ADD GEBYR-FORSLAG TO KU-FORSLAG(KUNDE-MATCH-IX)
           END-IF.

       SAML-SALDO-HISTORIK.
           MOVE 0 TO KONTO-MATCH-IX
           OPEN INPUT FIL-HISTORIK
           IF HISTORIK-STATUS NOT = "00"
               DISPLAY "ADVARSEL: Saldo-Historik.txt findes ikke - "
                   "renterne kan ikke genberegnes."
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-HISTORIK
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       PERFORM SAML-SALDO-RAEKKE
               END-READ
           END-PERFORM
           CLOSE FIL-HISTORIK.

       SAML-SALDO-RAEKKE.
           MOVE SH-DATO OF HISTORIK-REKORD TO AKT-DATO
           PERFORM FIND-MAANED
           IF MD-IX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SH-KONTO-ID OF HISTORIK-REKORD TO SOEGE-KONTO
           PERFORM FIND-KONTO
           IF KONTO-MATCH-IX = 0
               EXIT PARAGRAPH
           END-IF
           ADD SH-SALDO OF HISTORIK-REKORD
             TO KS-SALDO-SUM(KONTO-MATCH-IX, MD-IX)
           ADD 1 TO KS-SALDO-ANT(KONTO-MATCH-IX, MD-IX)
           MOVE KS-KUNDE-IX(KONTO-MATCH-IX) TO KUNDE-MATCH-IX
           IF KUNDE-MATCH-IX > 0
               ADD SH-SALDO OF HISTORIK-REKORD
                 TO KU-SALDO-SUM(KUNDE-MATCH-IX)
               ADD 1 TO KU-SALDO-ANT(KUNDE-MATCH-IX)
           END-IF.

      * En rentetilskrivning pr. konto og maaned med historik, som
      * OPG-16: kun rentebaerende produkter (eller kontotyper uden
      * katalograekke), grundlaget er maanedens gennemsnitssaldo.
       BEREGN-RENTER.
           PERFORM VARYING KONTO-IX FROM 1 BY 1
                   UNTIL KONTO-IX > NUM-KONTI
               MOVE "N" TO TRIN-I-FORSLAG-SW
               PERFORM VARYING FORSLAG-IX FROM 1 BY 1
                       UNTIL FORSLAG-IX > NUM-FORSLAG
                   IF PF-RENTETRIN OF FORSLAG-ARR(FORSLAG-IX)
                       AND PF-KODE OF FORSLAG-ARR(FORSLAG-IX)
                           = KONTO-TYPE OF KONTO-ARR(KONTO-IX)
                       MOVE "Y" TO TRIN-I-FORSLAG-SW
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               PERFORM BEREGN-KONTO-RENTER
           END-PERFORM.

       BEREGN-KONTO-RENTER.
           IF KS-PRODUKT-IX(KONTO-IX) > 0
               IF NOT PK-RENTEBAERENDE
                   OF PRODUKT-ARR(KS-PRODUKT-IX(KONTO-IX))
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM VARYING MD-IX FROM 1 BY 1 UNTIL MD-IX > 12
               IF KS-SALDO-ANT(KONTO-IX, MD-IX) > 0
                   COMPUTE GRUNDLAG-BELOEB ROUNDED =
                       KS-SALDO-SUM(KONTO-IX, MD-IX)
                       / KS-SALDO-ANT(KONTO-IX, MD-IX)
                   PERFORM FIND-SATS-NU
                   IF TRIN-I-FORSLAG-SW = "Y"
                       PERFORM FIND-SATS-FORSLAG
                   ELSE
                       MOVE SATS-NU TO SATS-FORSLAG
                   END-IF
                   COMPUTE RENTE-NU ROUNDED =
                       ZEROS - GRUNDLAG-BELOEB * SATS-NU
                   COMPUTE RENTE-FORSLAG ROUNDED =
                       ZEROS - GRUNDLAG-BELOEB * SATS-FORSLAG
                   MOVE KS-TYPE-IX(KONTO-IX) TO TYPE-IX
                   ADD RENTE-NU TO TS-RENTE-NU(TYPE-IX)
                   ADD RENTE-FORSLAG TO TS-RENTE-FORSLAG(TYPE-IX)
                   MOVE KS-KUNDE-IX(KONTO-IX) TO KUNDE-MATCH-IX
                   IF KUNDE-MATCH-IX > 0
                       ADD RENTE-NU TO KU-NU(KUNDE-MATCH-IX)
                       ADD RENTE-FORSLAG TO KU-FORSLAG(KUNDE-MATCH-IX)
                   END-IF
               END-IF
           END-PERFORM.

      * Satsvalg som OPG-16's LOOKUP-RENTE-SATS, paa prisdatoen:
      * hoejeste naaede trin, og paa samme trin nyeste gyldig-fra.
       FIND-SATS-NU.
           MOVE ZEROS TO SATS-NU
           MOVE "N" TO SATS-FUNDET-SW
           MOVE ZEROS TO BEDSTE-TIER
           MOVE SPACES TO BEDSTE-GYLDIG
           PERFORM VARYING RENTE-IX FROM 1 BY 1
                   UNTIL RENTE-IX > NUM-RENTESATS
               IF RS-KONTO-TYPE OF RENTESATS-ARR(RENTE-IX)
                       = KONTO-TYPE OF KONTO-ARR(KONTO-IX)
                   AND RS-GYLDIG-FRA OF RENTESATS-ARR(RENTE-IX)
                       NOT > PRIS-DATO
                   AND GRUNDLAG-BELOEB
                       >= RS-TIER-FRA OF RENTESATS-ARR(RENTE-IX)
                   IF SATS-FUNDET-SW = "N"
                       OR RS-TIER-FRA OF RENTESATS-ARR(RENTE-IX)
                           > BEDSTE-TIER
                       OR (RS-TIER-FRA OF RENTESATS-ARR(RENTE-IX)
                           = BEDSTE-TIER
                           AND RS-GYLDIG-FRA OF RENTESATS-ARR(RENTE-IX)
                               > BEDSTE-GYLDIG)
                       MOVE "Y" TO SATS-FUNDET-SW
                       MOVE RS-TIER-FRA OF RENTESATS-ARR(RENTE-IX)
                         TO BEDSTE-TIER
                       MOVE RS-GYLDIG-FRA OF RENTESATS-ARR(RENTE-IX)
                         TO BEDSTE-GYLDIG
                       MOVE RS-SATS OF RENTESATS-ARR(RENTE-IX)
                         TO SATS-NU
                   END-IF
               END-IF
           END-PERFORM.

      * Forslagets trin for kontotypen erstatter de nuvaerende.
       FIND-SATS-FORSLAG.
           MOVE ZEROS TO SATS-FORSLAG
           MOVE "N" TO SATS-FUNDET-SW
           MOVE ZEROS TO BEDSTE-TIER
           PERFORM VARYING FORSLAG-IX FROM 1 BY 1
                   UNTIL FORSLAG-IX > NUM-FORSLAG
               IF PF-RENTETRIN OF FORSLAG-ARR(FORSLAG-IX)
                   AND PF-KODE OF FORSLAG-ARR(FORSLAG-IX)
                       = KONTO-TYPE OF KONTO-ARR(KONTO-IX)
                   AND GRUNDLAG-BELOEB
                       >= PF-TIER-FRA OF FORSLAG-ARR(FORSLAG-IX)
                   IF SATS-FUNDET-SW = "N"
                       OR PF-TIER-FRA OF FORSLAG-ARR(FORSLAG-IX)
                           > BEDSTE-TIER
                       MOVE "Y" TO SATS-FUNDET-SW
                       MOVE PF-TIER-FRA OF FORSLAG-ARR(FORSLAG-IX)
                         TO BEDSTE-TIER
                       MOVE PF-SATS OF FORSLAG-ARR(FORSLAG-IX)
                         TO SATS-FORSLAG
                   END-IF
               END-IF
           END-PERFORM.

      * Segment, fordeling og stigningsliste pr. kunde.
       VURDER-KUNDER.
           PERFORM VARYING SEG-IX FROM 1 BY 1 UNTIL SEG-IX > 3
               INITIALIZE SEGMENT-ARR(SEG-IX)
           END-PERFORM
           PERFORM VARYING FD-IX FROM 1 BY 1 UNTIL FD-IX > 6
               INITIALIZE FORDELING-ARR(FD-IX)
           END-PERFORM
           PERFORM VARYING KUNDE-IX FROM 1 BY 1
                   UNTIL KUNDE-IX > NUM-KUNDER
               IF KU-SALDO-ANT(KUNDE-IX) > 0
                   COMPUTE GNS-SALDO ROUNDED =
                       KU-SALDO-SUM(KUNDE-IX) / KU-SALDO-ANT(KUNDE-IX)
               ELSE
                   MOVE BALANCE OF KUNDE-ARR(KUNDE-IX) TO GNS-SALDO
               END-IF
               EVALUATE TRUE
                   WHEN GNS-SALDO < PARM-SEGMENT-LAV OF OPG11-PARM
                       MOVE 1 TO SEG-IX
                   WHEN GNS-SALDO < PARM-SEGMENT-HOJ OF OPG11-PARM
                       MOVE 2 TO SEG-IX
                   WHEN OTHER
                       MOVE 3 TO SEG-IX
               END-EVALUATE
               ADD 1 TO SG-ANTAL(SEG-IX)
               ADD KU-NU(KUNDE-IX) TO SG-NU(SEG-IX)
               ADD KU-FORSLAG(KUNDE-IX) TO SG-FORSLAG(SEG-IX)
               COMPUTE KUNDE-AENDRING =
                   KU-FORSLAG(KUNDE-IX) - KU-NU(KUNDE-IX)
               EVALUATE TRUE
                   WHEN KUNDE-AENDRING < ZEROS
                       MOVE 1 TO FD-IX
                   WHEN KUNDE-AENDRING = ZEROS
                       MOVE 2 TO FD-IX
                   WHEN KUNDE-AENDRING NOT > 100
                       MOVE 3 TO FD-IX
                   WHEN KUNDE-AENDRING NOT > 500
                       MOVE 4 TO FD-IX
                   WHEN KUNDE-AENDRING NOT > 1000
                       MOVE 5 TO FD-IX
                   WHEN OTHER
                       MOVE 6 TO FD-IX
               END-EVALUATE
               ADD 1 TO FD-ANTAL(FD-IX)
               ADD KUNDE-AENDRING TO FD-BELOEB(FD-IX)
               IF KUNDE-AENDRING > ZEROS
                   PERFORM PLACER-I-TOP
               END-IF
           END-PERFORM.

      * Indsaettelse i den faldende liste; ved fuld liste skubbes
      * den mindste ud.
       PLACER-I-TOP.
           IF NUM-TOP = MAX-TOP
               IF KUNDE-AENDRING NOT > TP-STIGNING(NUM-TOP)
                   EXIT PARAGRAPH
               END-IF
           ELSE
               ADD 1 TO NUM-TOP
           END-IF
           MOVE NUM-TOP TO TOP-POS
           PERFORM UNTIL TOP-POS = 1
               IF TP-STIGNING(TOP-POS - 1) >= KUNDE-AENDRING
                   EXIT PERFORM
               END-IF
               MOVE TOP-ARR(TOP-POS - 1) TO TOP-ARR(TOP-POS)
               SUBTRACT 1 FROM TOP-POS
           END-PERFORM
           MOVE KUNDE-IX TO TP-KUNDE-IX(TOP-POS)
           MOVE KUNDE-AENDRING TO TP-STIGNING(TOP-POS)
           MOVE SPACES TO TP-RAADGIVER-ID(TOP-POS)
           MOVE SPACES TO TP-RAADGIVER-NAVN(TOP-POS).

      * Kundens gaeldende raadgiver (som i OPG-150), saa listen kan
      * gaa direkte til de raadgivere, der skal varsko kunderne.
       LAES-RAADGIVERE.
           IF NUM-TOP = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO NUM-RAADGIVERE
           OPEN INPUT FIL-RAADGIVER
           IF RAADGIVER-FIL-STATUS = "00"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ FIL-RAADGIVER INTO RAADGIVER-REKORD
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF TR-MARKER OF RAADGIVER-REKORD-TRAILER
                                   = "TRAILER"
                               MOVE "Y" TO EOF-FLAG
                           ELSE
                               IF NUM-RAADGIVERE < 500
                                   ADD 1 TO NUM-RAADGIVERE
                                   MOVE RAADGIVER-REKORD
                                     TO RAADGIVER-ARR(NUM-RAADGIVERE)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIL-RAADGIVER
           END-IF
           OPEN INPUT FIL-KRG
           IF KRG-FIL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-KRG INTO KRG-REKORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF KRG-REKORD-TRAILER = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                       ELSE
                           IF KRG-FRA-DATO OF KRG-REKORD
                                   NOT > DAGS-DATO
                               AND (KRG-GAELDENDE OF KRG-REKORD
                                    OR KRG-TIL-DATO OF KRG-REKORD
                                       > DAGS-DATO)
                               PERFORM PLACER-RAADGIVER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-KRG.

       PLACER-RAADGIVER.
           PERFORM VARYING TOP-IX FROM 1 BY 1 UNTIL TOP-IX > NUM-TOP
               IF KUNDE-ID OF KUNDE-ARR(TP-KUNDE-IX(TOP-IX))
                       = KRG-KUNDE-ID OF KRG-REKORD
                   MOVE KRG-RAADGIVER-ID OF KRG-REKORD
                     TO TP-RAADGIVER-ID(TOP-IX)
                   PERFORM VARYING RG-IX FROM 1 BY 1
                           UNTIL RG-IX > NUM-RAADGIVERE
                       IF RG-RAADGIVER-ID OF RAADGIVER-ARR(RG-IX)
                               = KRG-RAADGIVER-ID OF KRG-REKORD
                           MOVE RG-NAVN OF RAADGIVER-ARR(RG-IX)
                             TO TP-RAADGIVER-NAVN(TOP-IX)
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       SKRIV-RAPPORT.
           OPEN OUTPUT FIL-RAPPORT
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "PRISSIMULERING - forslag med ikrafttraeden "
                                               DELIMITED BY SIZE
               PRIS-DATO                       DELIMITED BY SIZE
               " (opgjort "                    DELIMITED BY SIZE
               DAGS-DATO                       DELIMITED BY SIZE
               ")"                             DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Prisforslag.txt: "             DELIMITED BY SIZE
               FORSLAG-GEBYR-ANTAL             DELIMITED BY SIZE
               " gebyrlinjer og "              DELIMITED BY SIZE
               FORSLAG-TRIN-ANTAL              DELIMITED BY SIZE
               " rentetrin. Genberegnet over " DELIMITED BY SIZE
               VINDUE-FRA                      DELIMITED BY SIZE
               " - "                           DELIMITED BY SIZE
               VINDUE-TIL                      DELIMITED BY SIZE
               "."                             DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE "Beloeb er bankens indtaegt i DKK; en stigning er en "
             & "merudgift for kunden." TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           PERFORM SKRIV-PRODUKTER
           PERFORM SKRIV-SEGMENTER
           PERFORM SKRIV-FORDELING
           PERFORM SKRIV-TOP
           CLOSE FIL-RAPPORT.

       SKRIV-PRODUKTER.
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE "INDTAEGT PR. PRODUKT" TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO PRODUKT-LINJE
           MOVE "Kontotype" TO PL-TEKST
           MOVE "          Gebyr nu" TO PL-GEBYR-NU
           MOVE "     Gebyr forslag" TO PL-GEBYR-FORSLAG
           MOVE "          Rente nu" TO PL-RENTE-NU
           MOVE "     Rente forslag" TO PL-RENTE-FORSLAG
           MOVE "           Forskel" TO PL-FORSKEL
           MOVE PRODUKT-LINJE TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           PERFORM VARYING TYPE-IX FROM 1 BY 1
                   UNTIL TYPE-IX > NUM-TYPER
               ADD TS-GEBYR-NU(TYPE-IX) TO SUM-GEBYR-NU
               ADD TS-GEBYR-FORSLAG(TYPE-IX) TO SUM-GEBYR-FORSLAG
               ADD TS-RENTE-NU(TYPE-IX) TO SUM-RENTE-NU
               ADD TS-RENTE-FORSLAG(TYPE-IX) TO SUM-RENTE-FORSLAG
               MOVE SPACES TO PRODUKT-LINJE
               MOVE TS-KONTO-TYPE(TYPE-IX) TO PL-TEKST
               MOVE TS-GEBYR-NU(TYPE-IX) TO ED-BELOEB
               MOVE ED-BELOEB TO PL-GEBYR-NU
               MOVE TS-GEBYR-FORSLAG(TYPE-IX) TO ED-BELOEB
               MOVE ED-BELOEB TO PL-GEBYR-FORSLAG
               MOVE TS-RENTE-NU(TYPE-IX) TO ED-BELOEB
               MOVE ED-BELOEB TO PL-RENTE-NU
               MOVE TS-RENTE-FORSLAG(TYPE-IX) TO ED-BELOEB
               MOVE ED-BELOEB TO PL-RENTE-FORSLAG
               COMPUTE ED-BELOEB = TS-GEBYR-FORSLAG(TYPE-IX)
                   + TS-RENTE-FORSLAG(TYPE-IX)
                   - TS-GEBYR-NU(TYPE-IX) - TS-RENTE-NU(TYPE-IX)
               MOVE ED-BELOEB TO PL-FORSKEL
               MOVE PRODUKT-LINJE TO RAPPORT-TEXT
               WRITE RAPPORT-REC
           END-PERFORM
           MOVE SPACES TO PRODUKT-LINJE
           MOVE "I alt" TO PL-TEKST
           MOVE SUM-GEBYR-NU TO ED-BELOEB
           MOVE ED-BELOEB TO PL-GEBYR-NU
           MOVE SUM-GEBYR-FORSLAG TO ED-BELOEB
           MOVE ED-BELOEB TO PL-GEBYR-FORSLAG
           MOVE SUM-RENTE-NU TO ED-BELOEB
           MOVE ED-BELOEB TO PL-RENTE-NU
           MOVE SUM-RENTE-FORSLAG TO ED-BELOEB
           MOVE ED-BELOEB TO PL-RENTE-FORSLAG
           COMPUTE ED-BELOEB = SUM-GEBYR-FORSLAG + SUM-RENTE-FORSLAG
               - SUM-GEBYR-NU - SUM-RENTE-NU
           MOVE ED-BELOEB TO PL-FORSKEL
           MOVE PRODUKT-LINJE TO RAPPORT-TEXT
           WRITE RAPPORT-REC.

       SKRIV-SEGMENTER.
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE "INDTAEGT PR. SEGMENT (gennemsnitssaldo, OPG-11's "
             & "graenser)" TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO SEGMENT-LINJE
           MOVE "Segment" TO SL-TEKST
           MOVE "  Kunder" TO SL-ANTAL
           MOVE "                Nu" TO SL-NU
           MOVE "           Forslag" TO SL-FORSLAG
           MOVE "           Forskel" TO SL-FORSKEL
           MOVE SEGMENT-LINJE TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           PERFORM VARYING SEG-IX FROM 1 BY 1 UNTIL SEG-IX > 3
               MOVE SPACES TO SEGMENT-LINJE
               EVALUATE SEG-IX
                   WHEN 1
                       MOVE "LAV" TO SL-TEKST
                   WHEN 2
                       MOVE "MELLEM" TO SL-TEKST
                   WHEN OTHER
                       MOVE "HOEJ" TO SL-TEKST
               END-EVALUATE
               MOVE SG-ANTAL(SEG-IX) TO ED-ANTAL
               MOVE ED-ANTAL TO SL-ANTAL(3:6)
               MOVE SG-NU(SEG-IX) TO ED-BELOEB
               MOVE ED-BELOEB TO SL-NU
               MOVE SG-FORSLAG(SEG-IX) TO ED-BELOEB
               MOVE ED-BELOEB TO SL-FORSLAG
               COMPUTE ED-BELOEB = SG-FORSLAG(SEG-IX) - SG-NU(SEG-IX)
               MOVE ED-BELOEB TO SL-FORSKEL
               MOVE SEGMENT-LINJE TO RAPPORT-TEXT
               WRITE RAPPORT-REC
           END-PERFORM.

       SKRIV-FORDELING.
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE "FORDELING AF AENDRINGEN PR. KUNDE" TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO SEGMENT-LINJE
           MOVE "Aendring for kunden" TO SL-TEKST
           MOVE "  Kunder" TO SL-ANTAL
           MOVE "    Aendring i alt" TO SL-NU
           MOVE SEGMENT-LINJE TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           PERFORM VARYING FD-IX FROM 1 BY 1 UNTIL FD-IX > 6
               MOVE SPACES TO SEGMENT-LINJE
               MOVE FD-TEKST(FD-IX) TO SL-TEKST
               MOVE FD-ANTAL(FD-IX) TO ED-ANTAL
               MOVE ED-ANTAL TO SL-ANTAL(3:6)
               MOVE FD-BELOEB(FD-IX) TO ED-BELOEB
               MOVE ED-BELOEB TO SL-NU
               MOVE SEGMENT-LINJE TO RAPPORT-TEXT
               WRITE RAPPORT-REC
           END-PERFORM.

       SKRIV-TOP.
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "DE "                           DELIMITED BY SIZE
               MAX-TOP                         DELIMITED BY SIZE
               " KUNDER MED STOERST STIGNING - varsles af "
                                               DELIMITED BY SIZE
               "raadgiveren foer renteadvisering (OPG-85)"
                                               DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO TOP-LINJE
           MOVE "Nr." TO TL-NR
           MOVE "Kunde" TO TL-KUNDE-ID
           MOVE "Navn" TO TL-NAVN
           MOVE "Raadgiver" TO TL-RAADGIVER
           MOVE "                Nu" TO TL-NU
           MOVE "           Forslag" TO TL-FORSLAG
           MOVE "          Stigning" TO TL-STIGNING
           MOVE TOP-LINJE TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           IF NUM-TOP = 0
               MOVE "Ingen kunder faar en stigning." TO RAPPORT-TEXT
               WRITE RAPPORT-REC
           END-IF
           PERFORM VARYING TOP-IX FROM 1 BY 1 UNTIL TOP-IX > NUM-TOP
               MOVE SPACES TO TOP-LINJE
               MOVE TOP-IX TO ED-NR
               MOVE ED-NR TO TL-NR
               MOVE TP-KUNDE-IX(TOP-IX) TO KUNDE-IX
               MOVE KUNDE-ID OF KUNDE-ARR(KUNDE-IX) TO TL-KUNDE-ID
               MOVE SPACES TO KUNDE-NAVN
               STRING
                   FORNAVN OF KUNDE-ARR(KUNDE-IX)   DELIMITED BY "  "
                   " "                              DELIMITED BY SIZE
                   EFTERNAVN OF KUNDE-ARR(KUNDE-IX) DELIMITED BY "  "
               INTO KUNDE-NAVN
               MOVE KUNDE-NAVN TO TL-NAVN
               IF TP-RAADGIVER-ID(TOP-IX) = SPACES
                   MOVE "(ingen raadgiver)" TO TL-RAADGIVER
               ELSE
                   MOVE SPACES TO TL-RAADGIVER
                   STRING
                       TP-RAADGIVER-ID(TOP-IX)   DELIMITED BY SPACE
                       " "                       DELIMITED BY SIZE
                       TP-RAADGIVER-NAVN(TOP-IX) DELIMITED BY "  "
                   INTO TL-RAADGIVER
               END-IF
               MOVE KU-NU(KUNDE-IX) TO ED-BELOEB
               MOVE ED-BELOEB TO TL-NU
               MOVE KU-FORSLAG(KUNDE-IX) TO ED-BELOEB
               MOVE ED-BELOEB TO TL-FORSLAG
               MOVE TP-STIGNING(TOP-IX) TO ED-BELOEB
               MOVE ED-BELOEB TO TL-STIGNING
               MOVE TOP-LINJE TO RAPPORT-TEXT
               WRITE RAPPORT-REC
           END-PERFORM.

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
