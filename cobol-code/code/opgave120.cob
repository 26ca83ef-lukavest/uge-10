       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPG-120.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIL-KONTI ASSIGN TO "../data/KontoOpl.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-TRANS ASSIGN TO "../data/Transaktioner.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-STATUS.
           SELECT FIL-PLANER ASSIGN TO "../data/Laaneplaner.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLAN-FIL-STATUS.
           SELECT FIL-INDLAAN ASSIGN TO "../data/Aftaleindlaan.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INDLAAN-FIL-STATUS.
           SELECT FIL-RENTESATS ASSIGN TO "../data/Rentesatser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RENTESATS-FIL-STATUS.
           SELECT FIL-KURS ASSIGN TO "../data/Valutakurser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KURS-FIL-STATUS.
           SELECT FIL-RAPPORT ASSIGN TO "../data/Rentegap-Rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-BOGFDATO ASSIGN TO "../data/Bogfoeringsdato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOGFDATO-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD FIL-KONTI.
       01 KONTO-REKORD.
           COPY "../copybooks/KONTOOPL.cpy".
       01 KONTO-REKORD-TRAILER REDEFINES KONTO-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(37).

       FD FIL-TRANS.
       01 TRANSAKTIONER.
           COPY "../copybooks/TRANSAKTIONER.cpy".
       01 TRANSAKTIONER-TRAILER REDEFINES TRANSAKTIONER.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(251).

       FD FIL-PLANER.
       01 PLAN-REKORD.
           COPY "../copybooks/LAANEPLAN.cpy".
       01 PLAN-REKORD-TRAILER REDEFINES PLAN-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(70).

       FD FIL-INDLAAN.
       01 INDLAAN-REKORD.
           COPY "../copybooks/AFTALEINDLAAN.cpy".
       01 INDLAAN-REKORD-TRAILER REDEFINES INDLAAN-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(27).

       FD FIL-RENTESATS.
       01 RENTESATS-REKORD.
           COPY "../copybooks/RENTESATS.cpy".

       FD FIL-KURS.
       01 KURS-REKORD.
           COPY "../copybooks/VALUTAKURS.cpy".

       FD FIL-RAPPORT.
       01 RAPPORT-REC.
           02 RAPPORT-TEXT PIC X(132).

       FD FIL-BOGFDATO.
       01 BOGFDATO-FIL-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".

       WORKING-STORAGE SECTION.

      * Maanedlig renterisiko-gaprapport. Alle rentebaerende
      * balanceposter fordeles i genprisningsintervaller (0-1 mdr,
      * 1-3 mdr, 3-12 mdr, 1-5 aar, over 5 aar) regnet fra
      * bogfoeringsdatoen:
      *   - laan i Laaneplaner.txt (aktiver): variabelt forrentede
      *     laan genprisses straks (0-1 mdr); fastforrentede laan
      *     fordeles efter restloebetiden, idet planens ydelser
      *     fremskrives maaned for maaned, og hvert afdrag placeres
      *     i det interval, det forfalder i. Daekker ydelsen ikke
      *     renten, placeres hele restgaelden efter planens loebetid,
      *   - aftaleindlaan i Aftaleindlaan.txt (passiver) efter
      *     AI-BINDING-TIL; udloebne bindinger genprisses straks,
      *   - oevrige konti i KontoOpl.txt: negative saldi er
      *     overtraek (aktiver), positive saldi paa kontotyper med
      *     raekker i Rentesatser.txt er variabelt forrentet indlaan
      *     (passiver). Begge genprisses straks, da banken kan
      *     aendre satsen med kort varsel.
      * Kontosaldi er KontoOpl.txt's BALANCE plus transaktionerne;
      * beloeb i fremmed valuta omregnes med seneste kurs.
      * Indtjeningseffekten af et parallelt rentestoed paa +/- 1
      * procentpoint er gappet i hvert interval gange 1 pct. gange
      * den del af det kommende aar, der resterer efter intervallets
      * midtpunkt. Poster, der genprisses efter et aar, paavirker
      * ikke det foerste aars nettorenteindtaegt.
       01 TRANS-STATUS     PIC XX VALUE "00".
       01 PLAN-FIL-STATUS  PIC XX VALUE "00".
       01 INDLAAN-FIL-STATUS PIC XX VALUE "00".
       01 RENTESATS-FIL-STATUS PIC XX VALUE "00".
       01 KURS-FIL-STATUS  PIC XX VALUE "00".
       01 TRAILER-FOUND-SW PIC X(01) VALUE "N".
       01 TRAILER-ANTAL    PIC 9(06) VALUE ZEROS.
       01 TRANS-LAEST      PIC 9(06) VALUE ZEROS.
       01 EOF-FLAG         PIC X(01) VALUE "N".

       01 NUM-KONTI        PIC 9(04) VALUE 0.
       01 KONTO-ARR OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-KONTI.
           COPY "../copybooks/KONTOOPL.cpy".
       01 KONTO-IX2        PIC 9(04) VALUE 0.
       01 KONTO-MATCH-IX   PIC 9(04) VALUE 0.
       01 SOEGE-KONTO-ID   PIC X(14) VALUE SPACES.

      * Kontoens kategori i gaprapporten: L = laan med laaneplan,
      * A = aftaleindlaan, blank = oevrige.
       01 KONTO-KAT-ARR OCCURS 1000 TIMES.
           02 KK-KATEGORI  PIC X(01).

       01 NUM-PLANER       PIC 9(03) VALUE 0.
       01 PLAN-ARR OCCURS 0 TO 200 TIMES DEPENDING ON NUM-PLANER.
           COPY "../copybooks/LAANEPLAN.cpy".
       01 PLAN-IX          PIC 9(03) VALUE 0.

       01 NUM-INDLAAN      PIC 9(03) VALUE 0.
       01 INDLAAN-ARR OCCURS 0 TO 200 TIMES DEPENDING ON NUM-INDLAAN.
           COPY "../copybooks/AFTALEINDLAAN.cpy".
       01 INDLAAN-IX       PIC 9(03) VALUE 0.

       01 NUM-RENTESATS    PIC 9(03) VALUE 0.
       01 RENTESATS-ARR OCCURS 0 TO 100 TIMES
               DEPENDING ON NUM-RENTESATS.
           COPY "../copybooks/RENTESATS.cpy".
       01 RENTE-IX         PIC 9(03) VALUE 0.
       01 RENTEBAERENDE-SW PIC X(01) VALUE "N".
           88 RENTEBAERENDE        VALUE "J".

       01 NUM-KURS         PIC 9(03) VALUE 0.
       01 KURS-ARR OCCURS 0 TO 100 TIMES DEPENDING ON NUM-KURS.
           COPY "../copybooks/VALUTAKURS.cpy".
       01 KURS-IX          PIC 9(03) VALUE 0.
       01 KURS-MATCH-IX    PIC 9(03) VALUE 0.
       01 KURS-BEST-DATO   PIC X(10) VALUE SPACES.

      * Gaptabellen: en raekke pr. kategori, en kolonne pr.
      * genprisningsinterval. Aktiver er positive, passiver negative.
       01 GAP-TABEL.
           02 GAP-KATEGORI OCCURS 5 TIMES.
               03 GAP-NAVN     PIC X(20).
               03 GAP-BELOEB   PIC S9(13)V99 OCCURS 5 TIMES.
       01 GAP-AKTIVER      PIC S9(13)V99 OCCURS 5 TIMES.
       01 GAP-PASSIVER     PIC S9(13)V99 OCCURS 5 TIMES.
       01 GAP-NETTO        PIC S9(13)V99 OCCURS 5 TIMES.
       01 GAP-KUMULERET    PIC S9(13)V99 OCCURS 5 TIMES.
       01 GAP-VAEGT        PIC 9V9999 OCCURS 5 TIMES.
       01 KAT-IX           PIC 9(01) VALUE 0.
       01 INTERVAL-IX      PIC 9(01) VALUE 0.
       01 KAT-LAAN-FAST    PIC 9(01) VALUE 1.
       01 KAT-LAAN-VARIABEL PIC 9(01) VALUE 2.
       01 KAT-OVERTRAEK    PIC 9(01) VALUE 3.
       01 KAT-AFTALEINDLAAN PIC 9(01) VALUE 4.
       01 KAT-VARIABELT-INDLAAN PIC 9(01) VALUE 5.
       01 RAEKKE-SUM       PIC S9(13)V99 VALUE ZEROS.
       01 NII-OP           PIC S9(13)V99 VALUE ZEROS.
       01 NII-NED          PIC S9(13)V99 VALUE ZEROS.

       01 GAP-BELOEB-AKT   PIC S9(13)V99 VALUE ZEROS.
       01 GAP-VALUTA       PIC X(04) VALUE SPACES.
       01 GAP-DAGE         PIC S9(07) VALUE ZEROS.
       01 GAP-MAANEDER     PIC 9(04) VALUE ZEROS.
       01 IKKE-OMREGNET    PIC 9(04) VALUE 0.

      * Fremskrivning af et fastforrentet laan.
       01 FREM-REST        PIC S9(13)V99 VALUE ZEROS.
       01 FREM-RENTE       PIC S9(13)V99 VALUE ZEROS.
       01 FREM-AFDRAG      PIC S9(13)V99 VALUE ZEROS.
       01 FREM-MAANED      PIC 9(04) VALUE ZEROS.
       01 FREM-MAKS-MDR    PIC 9(04) VALUE 600.

       01 DATO-NUM         PIC 9(08) VALUE ZEROS.
       01 DAGS-INT         PIC 9(08) VALUE ZEROS.
       01 BINDING-INT      PIC 9(08) VALUE ZEROS.

       01 RUN-DATE         PIC 9(08) VALUE ZEROS.
      * Koerselsdatoen er bankens bogfoeringsdato (Bogfoeringsdato.txt),
      * ikke maskinens dato.
       01 BOGFDATO-STATUS  PIC XX VALUE "00".
       01 BOGFDATO-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".
       01 DAGS-DATO        PIC X(10) VALUE SPACES.

       01 RAPPORT-LINJE.
           02 RL-NAVN          PIC X(20).
           02 RL-KOLONNE OCCURS 6 TIMES.
               03 RL-BELOEB    PIC -ZZZ,ZZZ,ZZZ,ZZ9.
               03 FILLER       PIC X(01).
       01 BELOEB-VIS       PIC -ZZZ,ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM DAGS-DATO-FILL
           PERFORM GAP-TABEL-INIT
           PERFORM KONTO-ARR-FILL
           PERFORM PLAN-ARR-FILL
           PERFORM INDLAAN-ARR-FILL
           PERFORM RENTESATS-ARR-FILL
           PERFORM KURS-ARR-FILL
           PERFORM TRANS-SUMMER
           PERFORM VARYING PLAN-IX FROM 1 BY 1
                   UNTIL PLAN-IX > NUM-PLANER
               PERFORM FORDEL-LAAN
           END-PERFORM
           PERFORM VARYING INDLAAN-IX FROM 1 BY 1
                   UNTIL INDLAAN-IX > NUM-INDLAAN
               PERFORM FORDEL-AFTALEINDLAAN
           END-PERFORM
           PERFORM VARYING KONTO-IX2 FROM 1 BY 1
                   UNTIL KONTO-IX2 > NUM-KONTI
               PERFORM FORDEL-KONTO
           END-PERFORM
           PERFORM BEREGN-GAP
           PERFORM SKRIV-RAPPORT
           MOVE NII-OP TO BELOEB-VIS
           DISPLAY "Rentegap " DAGS-DATO ": effekt af +1 pct.point "
               BELOEB-VIS
           IF IKKE-OMREGNET > 0
               DISPLAY "ADVARSEL: " IKKE-OMREGNET " konti uden "
                   "valutakurs er udeladt."
           END-IF
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
           COMPUTE DAGS-INT = FUNCTION INTEGER-OF-DATE(RUN-DATE).

       GAP-TABEL-INIT.
           MOVE "Udlaan, fast rente" TO GAP-NAVN(KAT-LAAN-FAST)
           MOVE "Udlaan, variabel" TO GAP-NAVN(KAT-LAAN-VARIABEL)
           MOVE "Overtraek" TO GAP-NAVN(KAT-OVERTRAEK)
           MOVE "Aftaleindlaan" TO GAP-NAVN(KAT-AFTALEINDLAAN)
           MOVE "Indlaan, variabel" TO GAP-NAVN(KAT-VARIABELT-INDLAAN)
           PERFORM VARYING INTERVAL-IX FROM 1 BY 1
                   UNTIL INTERVAL-IX > 5
               PERFORM VARYING KAT-IX FROM 1 BY 1 UNTIL KAT-IX > 5
                   MOVE ZEROS TO GAP-BELOEB(KAT-IX, INTERVAL-IX)
               END-PERFORM
               MOVE ZEROS TO GAP-AKTIVER(INTERVAL-IX)
                             GAP-PASSIVER(INTERVAL-IX)
                             GAP-NETTO(INTERVAL-IX)
                             GAP-KUMULERET(INTERVAL-IX)
           END-PERFORM
      * Andel af det kommende aar efter intervallets midtpunkt:
      * 0.5, 2 og 7.5 maaned.
           MOVE 0.9583 TO GAP-VAEGT(1)
           MOVE 0.8333 TO GAP-VAEGT(2)
           MOVE 0.3750 TO GAP-VAEGT(3)
           MOVE ZEROS TO GAP-VAEGT(4)
           MOVE ZEROS TO GAP-VAEGT(5).

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
                           IF NUM-KONTI >= 1000
                               DISPLAY "FEJL: flere end 1000 konti i "
                                   "KontoOpl.txt."
                               MOVE 1 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO NUM-KONTI
                           MOVE KONTO-REKORD TO KONTO-ARR(NUM-KONTI)
                           MOVE SPACE TO KK-KATEGORI(NUM-KONTI)
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

      * Kun aktive laaneplaner indgaar; laanekontoen markeres, saa
      * dens saldo ikke ogsaa taelles som overtraek.
       PLAN-ARR-FILL.
           MOVE 0 TO NUM-PLANER
           OPEN INPUT FIL-PLANER
           IF PLAN-FIL-STATUS NOT = "00"
               DISPLAY "Laaneplaner.txt findes ikke."
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO TRAILER-FOUND-SW
           MOVE 0 TO TRAILER-ANTAL
           MOVE 0 TO TRANS-LAEST
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
                           ADD 1 TO TRANS-LAEST
                           IF LP-AKTIV OF PLAN-REKORD
                               ADD 1 TO NUM-PLANER
                               MOVE PLAN-REKORD TO PLAN-ARR(NUM-PLANER)
                               MOVE LP-KONTO-ID OF PLAN-REKORD
                                 TO SOEGE-KONTO-ID
                               PERFORM LOOKUP-KONTO
                               IF KONTO-MATCH-IX > 0
                                   MOVE "L"
                                     TO KK-KATEGORI(KONTO-MATCH-IX)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-PLANER
           IF TRAILER-FOUND-SW = "N"
               DISPLAY "FEJL: Laaneplaner.txt mangler "
                   "sluttaellerpost"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF TRANS-LAEST NOT = TRAILER-ANTAL
               DISPLAY "FEJL: Laaneplaner.txt - forventet "
                   TRAILER-ANTAL " poster, fandt " TRANS-LAEST
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       INDLAAN-ARR-FILL.
           MOVE 0 TO NUM-INDLAAN
           OPEN INPUT FIL-INDLAAN
           IF INDLAAN-FIL-STATUS NOT = "00"
               DISPLAY "Aftaleindlaan.txt findes ikke."
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO TRAILER-FOUND-SW
           MOVE 0 TO TRAILER-ANTAL
           MOVE 0 TO TRANS-LAEST
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-INDLAAN INTO INDLAAN-REKORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF INDLAAN-REKORD-TRAILER
                               = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                           MOVE "Y" TO TRAILER-FOUND-SW
                           MOVE TR-ANTAL OF INDLAAN-REKORD-TRAILER
                             TO TRAILER-ANTAL
                       ELSE
                           ADD 1 TO TRANS-LAEST
                           IF AI-BUNDET OF INDLAAN-REKORD
                               ADD 1 TO NUM-INDLAAN
                               MOVE INDLAAN-REKORD
                                 TO INDLAAN-ARR(NUM-INDLAAN)
                               MOVE AI-KONTO-ID OF INDLAAN-REKORD
                                 TO SOEGE-KONTO-ID
                               PERFORM LOOKUP-KONTO
                               IF KONTO-MATCH-IX > 0
                                   MOVE "A"
                                     TO KK-KATEGORI(KONTO-MATCH-IX)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-INDLAAN
           IF TRAILER-FOUND-SW = "N"
               DISPLAY "FEJL: Aftaleindlaan.txt mangler "
                   "sluttaellerpost"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF TRANS-LAEST NOT = TRAILER-ANTAL
               DISPLAY "FEJL: Aftaleindlaan.txt - forventet "
                   TRAILER-ANTAL " poster, fandt " TRANS-LAEST
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       RENTESATS-ARR-FILL.
           OPEN INPUT FIL-RENTESATS
           IF RENTESATS-FIL-STATUS NOT = "00"
               DISPLAY "FEJL: Rentesatser.txt findes ikke - "
                   "rentebaerende konti kan ikke afgoeres."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO EOF-FLAG
           MOVE 0 TO NUM-RENTESATS
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-RENTESATS INTO RENTESATS-REKORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO NUM-RENTESATS
                       MOVE RENTESATS-REKORD
                         TO RENTESATS-ARR(NUM-RENTESATS)
               END-READ
           END-PERFORM
           CLOSE FIL-RENTESATS.

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

      * Transaktionerne laegges til kontoens saldo i tabellen. For
      * konti i fremmed valuta taeller kun poster i kontoens egen
      * valuta (ikke kursreguleringer i DKK).
       TRANS-SUMMER.
           OPEN INPUT FIL-TRANS
           IF TRANS-STATUS NOT = "00"
               DISPLAY "FEJL: Transaktioner.txt kan ikke aabnes - "
                   "status " TRANS-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO TRAILER-FOUND-SW
           MOVE 0 TO TRAILER-ANTAL
           MOVE 0 TO TRANS-LAEST
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-TRANS
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF TRANSAKTIONER-TRAILER = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                           MOVE "Y" TO TRAILER-FOUND-SW
                           MOVE TR-ANTAL OF TRANSAKTIONER-TRAILER
                             TO TRAILER-ANTAL
                       ELSE
                           ADD 1 TO TRANS-LAEST
                           MOVE KONTO-ID OF TRANSAKTIONER
                             TO SOEGE-KONTO-ID
                           PERFORM LOOKUP-KONTO
                           IF KONTO-MATCH-IX > 0
                               AND (VALUTA-KD OF
                                       KONTO-ARR(KONTO-MATCH-IX)
                                       = VALUTA OF TRANSAKTIONER
                                   OR VALUTA-KD OF
                                       KONTO-ARR(KONTO-MATCH-IX)
                                       = "DKK ")
                               ADD BELØB OF TRANSAKTIONER
                                 TO BALANCE OF KONTO-ARR(KONTO-MATCH-IX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-TRANS
           IF TRAILER-FOUND-SW = "N"
               DISPLAY "FEJL: Transaktioner.txt mangler "
                   "sluttaellerpost"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF TRANS-LAEST NOT = TRAILER-ANTAL
               DISPLAY "FEJL: Transaktioner.txt - forventet "
                   TRAILER-ANTAL " poster, fandt " TRANS-LAEST
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOOKUP-KONTO.
           MOVE 0 TO KONTO-MATCH-IX
           PERFORM VARYING KONTO-IX2 FROM 1 BY 1
                   UNTIL KONTO-IX2 > NUM-KONTI
               IF KONTO-ID OF KONTO-ARR(KONTO-IX2) = SOEGE-KONTO-ID
                   MOVE KONTO-IX2 TO KONTO-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * Laan: restgaelden er et aktiv i laanekontoens valuta.
       FORDEL-LAAN.
           MOVE LP-KONTO-ID OF PLAN-ARR(PLAN-IX) TO SOEGE-KONTO-ID
           PERFORM LOOKUP-KONTO
           MOVE "DKK " TO GAP-VALUTA
           IF KONTO-MATCH-IX > 0
               MOVE VALUTA-KD OF KONTO-ARR(KONTO-MATCH-IX)
                 TO GAP-VALUTA
           END-IF
           IF LP-VARIABEL-RENTE OF PLAN-ARR(PLAN-IX)
               MOVE KAT-LAAN-VARIABEL TO KAT-IX
               MOVE 1 TO INTERVAL-IX
               MOVE LP-RESTGAELD OF PLAN-ARR(PLAN-IX) TO GAP-BELOEB-AKT
               PERFORM TILFOEJ-GAP
               EXIT PARAGRAPH
           END-IF
           MOVE KAT-LAAN-FAST TO KAT-IX
           MOVE LP-RESTGAELD OF PLAN-ARR(PLAN-IX) TO FREM-REST
           COMPUTE FREM-RENTE ROUNDED = FREM-REST
               * LP-AARLIG-SATS OF PLAN-ARR(PLAN-IX) / 12
           IF LP-YDELSE OF PLAN-ARR(PLAN-IX) NOT > FREM-RENTE
               MOVE LP-LOEBETID-MDR OF PLAN-ARR(PLAN-IX)
                 TO GAP-MAANEDER
               PERFORM FIND-INTERVAL-MAANEDER
               MOVE FREM-REST TO GAP-BELOEB-AKT
               PERFORM TILFOEJ-GAP
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO FREM-MAANED
           PERFORM FREMSKRIV-YDELSE
               UNTIL FREM-REST NOT > ZEROS
                  OR FREM-MAANED >= FREM-MAKS-MDR
           IF FREM-REST > ZEROS
               MOVE 5 TO INTERVAL-IX
               MOVE FREM-REST TO GAP-BELOEB-AKT
               PERFORM TILFOEJ-GAP
           END-IF.

       FREMSKRIV-YDELSE.
           ADD 1 TO FREM-MAANED
           COMPUTE FREM-RENTE ROUNDED = FREM-REST
               * LP-AARLIG-SATS OF PLAN-ARR(PLAN-IX) / 12
           COMPUTE FREM-AFDRAG =
               LP-YDELSE OF PLAN-ARR(PLAN-IX) - FREM-RENTE
           IF FREM-AFDRAG > FREM-REST
               MOVE FREM-REST TO FREM-AFDRAG
           END-IF
           SUBTRACT FREM-AFDRAG FROM FREM-REST
           MOVE FREM-MAANED TO GAP-MAANEDER
           PERFORM FIND-INTERVAL-MAANEDER
           MOVE FREM-AFDRAG TO GAP-BELOEB-AKT
           PERFORM TILFOEJ-GAP.

      * Aftaleindlaan: kontoens saldo er en passiv, som genprisses
      * ved bindingens udloeb.
       FORDEL-AFTALEINDLAAN.
           MOVE AI-KONTO-ID OF INDLAAN-ARR(INDLAAN-IX) TO SOEGE-KONTO-ID
           PERFORM LOOKUP-KONTO
           IF KONTO-MATCH-IX = 0
               DISPLAY "ADVARSEL: aftaleindlaan paa "
                   AI-KONTO-ID OF INDLAAN-ARR(INDLAAN-IX)
                   " kendes ikke i KontoOpl.txt - springes over."
               EXIT PARAGRAPH
           END-IF
           MOVE KAT-AFTALEINDLAAN TO KAT-IX
           MOVE VALUTA-KD OF KONTO-ARR(KONTO-MATCH-IX) TO GAP-VALUTA
           MOVE AI-BINDING-TIL OF INDLAAN-ARR(INDLAAN-IX) (1:4)
             TO DATO-NUM(1:4)
           MOVE AI-BINDING-TIL OF INDLAAN-ARR(INDLAAN-IX) (6:2)
             TO DATO-NUM(5:2)
           MOVE AI-BINDING-TIL OF INDLAAN-ARR(INDLAAN-IX) (9:2)
             TO DATO-NUM(7:2)
           COMPUTE BINDING-INT = FUNCTION INTEGER-OF-DATE(DATO-NUM)
           COMPUTE GAP-DAGE = BINDING-INT - DAGS-INT
           PERFORM FIND-INTERVAL-DAGE
           COMPUTE GAP-BELOEB-AKT =
               ZEROS - BALANCE OF KONTO-ARR(KONTO-MATCH-IX)
           PERFORM TILFOEJ-GAP.

      * Oevrige konti genprisses straks: overtraek som aktiv,
      * positive saldi paa rentebaerende kontotyper som passiv.
       FORDEL-KONTO.
           IF KK-KATEGORI(KONTO-IX2) NOT = SPACE
               EXIT PARAGRAPH
           END-IF
           MOVE KONTO-IX2 TO KONTO-MATCH-IX
           MOVE VALUTA-KD OF KONTO-ARR(KONTO-IX2) TO GAP-VALUTA
           MOVE 1 TO INTERVAL-IX
           IF BALANCE OF KONTO-ARR(KONTO-IX2) < ZEROS
               MOVE KAT-OVERTRAEK TO KAT-IX
               COMPUTE GAP-BELOEB-AKT =
                   ZEROS - BALANCE OF KONTO-ARR(KONTO-IX2)
               PERFORM TILFOEJ-GAP
               EXIT PARAGRAPH
           END-IF
           IF BALANCE OF KONTO-ARR(KONTO-IX2) = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO RENTEBAERENDE-SW
           PERFORM VARYING RENTE-IX FROM 1 BY 1
                   UNTIL RENTE-IX > NUM-RENTESATS
               IF RS-KONTO-TYPE OF RENTESATS-ARR(RENTE-IX)
                       = KONTO-TYPE OF KONTO-ARR(KONTO-IX2)
                   AND RS-GYLDIG-FRA OF RENTESATS-ARR(RENTE-IX)
                       NOT > DAGS-DATO
                   MOVE "J" TO RENTEBAERENDE-SW
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF RENTEBAERENDE
               MOVE KAT-VARIABELT-INDLAAN TO KAT-IX
               COMPUTE GAP-BELOEB-AKT =
                   ZEROS - BALANCE OF KONTO-ARR(KONTO-IX2)
               PERFORM TILFOEJ-GAP
           END-IF.

       FIND-INTERVAL-DAGE.
           EVALUATE TRUE
               WHEN GAP-DAGE NOT > 30
                   MOVE 1 TO INTERVAL-IX
               WHEN GAP-DAGE NOT > 91
                   MOVE 2 TO INTERVAL-IX
               WHEN GAP-DAGE NOT > 365
                   MOVE 3 TO INTERVAL-IX
               WHEN GAP-DAGE NOT > 1826
                   MOVE 4 TO INTERVAL-IX
               WHEN OTHER
                   MOVE 5 TO INTERVAL-IX
           END-EVALUATE.

       FIND-INTERVAL-MAANEDER.
           EVALUATE TRUE
               WHEN GAP-MAANEDER NOT > 1
                   MOVE 1 TO INTERVAL-IX
               WHEN GAP-MAANEDER NOT > 3
                   MOVE 2 TO INTERVAL-IX
               WHEN GAP-MAANEDER NOT > 12
                   MOVE 3 TO INTERVAL-IX
               WHEN GAP-MAANEDER NOT > 60
                   MOVE 4 TO INTERVAL-IX
               WHEN OTHER
                   MOVE 5 TO INTERVAL-IX
           END-EVALUATE.

      * Laegger GAP-BELOEB-AKT (i GAP-VALUTA) i gaptabellen under
      * KAT-IX og INTERVAL-IX, omregnet til DKK.
       TILFOEJ-GAP.
           IF GAP-VALUTA NOT = "DKK " AND GAP-VALUTA NOT = SPACES
               PERFORM LOOKUP-KURS
               IF KURS-MATCH-IX = 0
                   ADD 1 TO IKKE-OMREGNET
                   EXIT PARAGRAPH
               END-IF
               COMPUTE GAP-BELOEB-AKT ROUNDED = GAP-BELOEB-AKT
                   * KURS OF KURS-ARR(KURS-MATCH-IX)
           END-IF
           ADD GAP-BELOEB-AKT TO GAP-BELOEB(KAT-IX, INTERVAL-IX).

       LOOKUP-KURS.
           MOVE 0 TO KURS-MATCH-IX
           MOVE SPACES TO KURS-BEST-DATO
           PERFORM VARYING KURS-IX FROM 1 BY 1 UNTIL KURS-IX > NUM-KURS
               IF VALUTA-KD OF KURS-ARR(KURS-IX) = GAP-VALUTA
                   AND KURS-DATO OF KURS-ARR(KURS-IX) NOT > DAGS-DATO
                   AND KURS-DATO OF KURS-ARR(KURS-IX)
                       >= KURS-BEST-DATO
                   MOVE KURS-IX TO KURS-MATCH-IX
                   MOVE KURS-DATO OF KURS-ARR(KURS-IX)
                     TO KURS-BEST-DATO
               END-IF
           END-PERFORM.

       BEREGN-GAP.
           MOVE ZEROS TO NII-OP
           PERFORM VARYING INTERVAL-IX FROM 1 BY 1
                   UNTIL INTERVAL-IX > 5
               PERFORM VARYING KAT-IX FROM 1 BY 1 UNTIL KAT-IX > 5
                   IF GAP-BELOEB(KAT-IX, INTERVAL-IX) > ZEROS
                       ADD GAP-BELOEB(KAT-IX, INTERVAL-IX)
                         TO GAP-AKTIVER(INTERVAL-IX)
                   ELSE
                       ADD GAP-BELOEB(KAT-IX, INTERVAL-IX)
                         TO GAP-PASSIVER(INTERVAL-IX)
                   END-IF
               END-PERFORM
               COMPUTE GAP-NETTO(INTERVAL-IX) =
                   GAP-AKTIVER(INTERVAL-IX) + GAP-PASSIVER(INTERVAL-IX)
               IF INTERVAL-IX = 1
                   MOVE GAP-NETTO(1) TO GAP-KUMULERET(1)
               ELSE
                   COMPUTE GAP-KUMULERET(INTERVAL-IX) =
                       GAP-KUMULERET(INTERVAL-IX - 1)
                       + GAP-NETTO(INTERVAL-IX)
               END-IF
               COMPUTE NII-OP ROUNDED = NII-OP
                   + GAP-NETTO(INTERVAL-IX) * 0.01
                   * GAP-VAEGT(INTERVAL-IX)
           END-PERFORM
           COMPUTE NII-NED = ZEROS - NII-OP.

       SKRIV-RAPPORT.
           OPEN OUTPUT FIL-RAPPORT
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "RENTERISIKO - GENPRISNINGSGAP pr. " DELIMITED BY SIZE
               DAGS-DATO                            DELIMITED BY SIZE
               " (DKK, aktiver +, passiver -)"      DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-TEXT
           MOVE "Kategori" TO RAPPORT-TEXT(1:20)
           MOVE "         0-1 mdr" TO RAPPORT-TEXT(21:16)
           MOVE "         1-3 mdr" TO RAPPORT-TEXT(38:16)
           MOVE "        3-12 mdr" TO RAPPORT-TEXT(55:16)
           MOVE "         1-5 aar" TO RAPPORT-TEXT(72:16)
           MOVE "      over 5 aar" TO RAPPORT-TEXT(89:16)
           MOVE "           I alt" TO RAPPORT-TEXT(106:16)
           WRITE RAPPORT-REC
           PERFORM VARYING KAT-IX FROM 1 BY 1 UNTIL KAT-IX > 5
               MOVE SPACES TO RAPPORT-LINJE
               MOVE GAP-NAVN(KAT-IX) TO RL-NAVN
               MOVE ZEROS TO RAEKKE-SUM
               PERFORM VARYING INTERVAL-IX FROM 1 BY 1
                       UNTIL INTERVAL-IX > 5
                   MOVE GAP-BELOEB(KAT-IX, INTERVAL-IX)
                     TO RL-BELOEB(INTERVAL-IX)
                   ADD GAP-BELOEB(KAT-IX, INTERVAL-IX) TO RAEKKE-SUM
               END-PERFORM
               MOVE RAEKKE-SUM TO RL-BELOEB(6)
               PERFORM SKRIV-RAPPORT-LINJE
           END-PERFORM
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-LINJE
           MOVE "Aktiver i alt" TO RL-NAVN
           MOVE ZEROS TO RAEKKE-SUM
           PERFORM VARYING INTERVAL-IX FROM 1 BY 1
                   UNTIL INTERVAL-IX > 5
               MOVE GAP-AKTIVER(INTERVAL-IX) TO RL-BELOEB(INTERVAL-IX)
               ADD GAP-AKTIVER(INTERVAL-IX) TO RAEKKE-SUM
           END-PERFORM
           MOVE RAEKKE-SUM TO RL-BELOEB(6)
           PERFORM SKRIV-RAPPORT-LINJE
           MOVE SPACES TO RAPPORT-LINJE
           MOVE "Passiver i alt" TO RL-NAVN
           MOVE ZEROS TO RAEKKE-SUM
           PERFORM VARYING INTERVAL-IX FROM 1 BY 1
                   UNTIL INTERVAL-IX > 5
               MOVE GAP-PASSIVER(INTERVAL-IX) TO RL-BELOEB(INTERVAL-IX)
               ADD GAP-PASSIVER(INTERVAL-IX) TO RAEKKE-SUM
           END-PERFORM
           MOVE RAEKKE-SUM TO RL-BELOEB(6)
           PERFORM SKRIV-RAPPORT-LINJE
           MOVE SPACES TO RAPPORT-LINJE
           MOVE "Nettogap" TO RL-NAVN
           PERFORM VARYING INTERVAL-IX FROM 1 BY 1
                   UNTIL INTERVAL-IX > 5
               MOVE GAP-NETTO(INTERVAL-IX) TO RL-BELOEB(INTERVAL-IX)
           END-PERFORM
           MOVE GAP-KUMULERET(5) TO RL-BELOEB(6)
           PERFORM SKRIV-RAPPORT-LINJE
           MOVE SPACES TO RAPPORT-LINJE
           MOVE "Kumuleret gap" TO RL-NAVN
           PERFORM VARYING INTERVAL-IX FROM 1 BY 1
                   UNTIL INTERVAL-IX > 5
               MOVE GAP-KUMULERET(INTERVAL-IX)
                 TO RL-BELOEB(INTERVAL-IX)
           END-PERFORM
           PERFORM SKRIV-RAPPORT-LINJE
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE NII-OP TO BELOEB-VIS
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Effekt paa nettorenteindtaegt, 12 mdr, +1 pct.point: "
                                     DELIMITED BY SIZE
               BELOEB-VIS            DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE NII-NED TO BELOEB-VIS
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Effekt paa nettorenteindtaegt, 12 mdr, -1 pct.point: "
                                     DELIMITED BY SIZE
               BELOEB-VIS            DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           IF IKKE-OMREGNET > 0
               MOVE SPACES TO RAPPORT-TEXT
               STRING
                   "Udeladt pga. manglende valutakurs: "
                                     DELIMITED BY SIZE
                   IKKE-OMREGNET     DELIMITED BY SIZE
                   " poster"         DELIMITED BY SIZE
               INTO RAPPORT-TEXT
               WRITE RAPPORT-REC
           END-IF
           CLOSE FIL-RAPPORT.

       SKRIV-RAPPORT-LINJE.
           MOVE SPACES TO RAPPORT-TEXT
           MOVE RAPPORT-LINJE TO RAPPORT-TEXT
           WRITE RAPPORT-REC.

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
