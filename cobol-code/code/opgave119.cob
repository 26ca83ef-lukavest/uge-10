       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPG-119.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIL-KONTI ASSIGN TO "../data/KontoOpl.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-TRANS ASSIGN TO "../data/Transaktioner.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-STATUS.
           SELECT FIL-ORDRER ASSIGN TO "../data/Udlandsordrer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ORDRE-FIL-STATUS.
           SELECT FIL-KURS ASSIGN TO "../data/Valutakurser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KURS-FIL-STATUS.
           SELECT FIL-LIMIT ASSIGN TO "../data/Valuta-Limits.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIMIT-FIL-STATUS.
           SELECT FIL-POSITION ASSIGN TO POSITION-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-RAPPORT
               ASSIGN TO "../data/Valutaposition-Rapport.txt"
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

       FD FIL-ORDRER.
       01 ORDRE-REKORD.
           COPY "../copybooks/UDLANDSORDRE.cpy".
       01 ORDRE-REKORD-TRAILER REDEFINES ORDRE-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(114).

       FD FIL-KURS.
       01 KURS-REKORD.
           COPY "../copybooks/VALUTAKURS.cpy".

       FD FIL-LIMIT.
       01 LIMIT-REKORD.
           COPY "../copybooks/VALUTALIMIT.cpy".

       FD FIL-POSITION.
       01 POSITION-REKORD.
           COPY "../copybooks/VALUTAPOSITION.cpy".
       01 POSITION-REKORD-TRAILER REDEFINES POSITION-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(90).

       FD FIL-RAPPORT.
       01 RAPPORT-REC.
           02 RAPPORT-TEXT PIC X(132).

       FD FIL-BOGFDATO.
       01 BOGFDATO-FIL-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".

       WORKING-STORAGE SECTION.

      * Daglig aaben valutaposition til treasury. For hver valuta
      * (alt andet end DKK) opgoeres i valutaen:
      *   - kundernes saldi: KontoOpl.txt's BALANCE paa konti i
      *     valutaen plus alle transaktioner i kontoens egen valuta
      *     (KURSREG og andre DKK-poster fra OPG-32 er kun
      *     regnskabsmaessige og indgaar ikke),
      *   - udestaaende udgaaende betalinger fra Udlandsordrer.txt:
      *     ordrer, der afventer, og sendte ordrer, hvis valoerdato
      *     endnu ikke er naaet,
      *   - dagens bevaegelser: bogfoeringsdagens transaktioner i
      *     valutaen (indgaar allerede i saldiene).
      * Kundesaldi og udestaaende betalinger er bankens forpligtelser
      * i valutaen, saa nettopositionen er 0 - saldi - udestaaende
      * (positiv = lang, negativ = kort). Positionen omregnes til DKK
      * med den seneste kurs i Valutakurser.txt paa eller foer
      * bogfoeringsdatoen og holdes op mod limitet i
      * Valuta-Limits.txt. Et brud, en valuta uden limit og en
      * valuta uden kurs markeres. Positionerne skrives til
      * Valutaposition-<dato>.txt til treasurys afdaekning.
       01 TRANS-STATUS     PIC XX VALUE "00".
       01 ORDRE-FIL-STATUS PIC XX VALUE "00".
       01 KURS-FIL-STATUS  PIC XX VALUE "00".
       01 LIMIT-FIL-STATUS PIC XX VALUE "00".
       01 TRAILER-FOUND-SW PIC X(01) VALUE "N".
       01 TRAILER-ANTAL    PIC 9(06) VALUE ZEROS.
       01 TRANS-LAEST      PIC 9(06) VALUE ZEROS.
       01 EOF-FLAG         PIC X(01) VALUE "N".

       01 NUM-KONTI        PIC 9(04) VALUE 0.
       01 KONTO-ARR OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-KONTI.
           COPY "../copybooks/KONTOOPL.cpy".
       01 KONTO-IX2        PIC 9(04) VALUE 0.
       01 KONTO-MATCH-IX   PIC 9(04) VALUE 0.

       01 NUM-KURS         PIC 9(03) VALUE 0.
       01 KURS-ARR OCCURS 0 TO 100 TIMES DEPENDING ON NUM-KURS.
           COPY "../copybooks/VALUTAKURS.cpy".
       01 KURS-IX          PIC 9(03) VALUE 0.
       01 KURS-MATCH-IX    PIC 9(03) VALUE 0.
       01 KURS-BEST-DATO   PIC X(10) VALUE SPACES.

       01 NUM-LIMIT        PIC 9(03) VALUE 0.
       01 LIMIT-ARR OCCURS 0 TO 100 TIMES DEPENDING ON NUM-LIMIT.
           COPY "../copybooks/VALUTALIMIT.cpy".
       01 LIMIT-IX         PIC 9(03) VALUE 0.

       01 NUM-POS          PIC 9(03) VALUE 0.
       01 POS-ARR OCCURS 0 TO 100 TIMES DEPENDING ON NUM-POS.
           COPY "../copybooks/VALUTAPOSITION.cpy".
       01 POS-IX           PIC 9(03) VALUE 0.
       01 POS-MATCH-IX     PIC 9(03) VALUE 0.
       01 SOEGE-VALUTA     PIC X(04) VALUE SPACES.

       01 TRANS-DATO       PIC X(10) VALUE SPACES.
       01 NETTO-ABS-DKK    PIC 9(12)V99 VALUE ZEROS.
       01 BRUD-ANTAL       PIC 9(03) VALUE 0.
       01 NETTO-I-ALT-DKK  PIC S9(13)V99 VALUE ZEROS.
       01 POSITION-FILENAME PIC X(60) VALUE SPACES.

       01 RUN-DATE         PIC 9(08) VALUE ZEROS.
      * Koerselsdatoen er bankens bogfoeringsdato (Bogfoeringsdato.txt),
      * ikke maskinens dato.
       01 BOGFDATO-STATUS  PIC XX VALUE "00".
       01 BOGFDATO-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".
       01 DAGS-DATO        PIC X(10) VALUE SPACES.

       01 BELOEB-VIS       PIC -ZZZ,ZZZ,ZZ9.99.

       01 RAPPORT-LINJE.
           02 RL-VALUTA        PIC X(04).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-KUNDESALDI    PIC -ZZZ,ZZZ,ZZ9.99.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-UDESTAAENDE   PIC -ZZZ,ZZZ,ZZ9.99.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-DAGENS        PIC -ZZZ,ZZZ,ZZ9.99.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-NETTO         PIC -ZZZ,ZZZ,ZZ9.99.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-KURS          PIC 9.9999.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-NETTO-DKK     PIC -ZZZ,ZZZ,ZZ9.99.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-LIMIT-DKK     PIC ZZZ,ZZZ,ZZ9.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-STATUS        PIC X(12).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM DAGS-DATO-FILL
           PERFORM KONTO-ARR-FILL
           PERFORM KURS-ARR-FILL
           PERFORM LIMIT-ARR-FILL
           PERFORM KONTO-SALDI
           PERFORM TRANS-SUMMER
           PERFORM ORDRE-SUMMER
           PERFORM VARYING POS-IX FROM 1 BY 1 UNTIL POS-IX > NUM-POS
               PERFORM BEREGN-POSITION
           END-PERFORM
           PERFORM SKRIV-RAPPORT
           PERFORM SKRIV-POSITIONSFIL
           DISPLAY "Valutaposition " DAGS-DATO ": " NUM-POS
               " valutaer, " BRUD-ANTAL " limitbrud."
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

      * Hver valuta med et limit faar en position, ogsaa selv om
      * ingen kunder har konti i den.
       LIMIT-ARR-FILL.
           MOVE 0 TO NUM-LIMIT
           OPEN INPUT FIL-LIMIT
           IF LIMIT-FIL-STATUS NOT = "00"
               DISPLAY "ADVARSEL: Valuta-Limits.txt findes ikke - "
                   "ingen limitkontrol."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING LIMIT-IX FROM 1 BY 1
                   UNTIL LIMIT-IX > 100
               READ FIL-LIMIT INTO LIMIT-REKORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF VL-VALUTA-KD OF LIMIT-REKORD NOT = SPACES
                   ADD 1 TO NUM-LIMIT
                   MOVE LIMIT-REKORD TO LIMIT-ARR(NUM-LIMIT)
                   MOVE VL-VALUTA-KD OF LIMIT-REKORD TO SOEGE-VALUTA
                   PERFORM FIND-POSITION
               END-IF
           END-PERFORM
           CLOSE FIL-LIMIT.

       KONTO-SALDI.
           PERFORM VARYING KONTO-IX2 FROM 1 BY 1
                   UNTIL KONTO-IX2 > NUM-KONTI
               IF VALUTA-KD OF KONTO-ARR(KONTO-IX2) NOT = "DKK "
                       AND VALUTA-KD OF KONTO-ARR(KONTO-IX2)
                           NOT = SPACES
                   MOVE VALUTA-KD OF KONTO-ARR(KONTO-IX2)
                     TO SOEGE-VALUTA
                   PERFORM FIND-POSITION
                   ADD BALANCE OF KONTO-ARR(KONTO-IX2)
                     TO PO-KUNDESALDI OF POS-ARR(POS-MATCH-IX)
               END-IF
           END-PERFORM.

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
                           PERFORM TRANS-TIL-POSITION
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

       TRANS-TIL-POSITION.
           PERFORM LOOKUP-KONTO
           IF KONTO-MATCH-IX = 0
               EXIT PARAGRAPH
           END-IF
           IF VALUTA-KD OF KONTO-ARR(KONTO-MATCH-IX) = "DKK "
                   OR VALUTA OF TRANSAKTIONER
                       NOT = VALUTA-KD OF KONTO-ARR(KONTO-MATCH-IX)
               EXIT PARAGRAPH
           END-IF
           MOVE VALUTA OF TRANSAKTIONER TO SOEGE-VALUTA
           PERFORM FIND-POSITION
           ADD BELØB OF TRANSAKTIONER
             TO PO-KUNDESALDI OF POS-ARR(POS-MATCH-IX)
           MOVE BOGFOER-DATO OF TRANSAKTIONER TO TRANS-DATO
           IF TRANS-DATO = SPACES
               MOVE TIDSPUNKT OF TRANSAKTIONER(1:10) TO TRANS-DATO
           END-IF
           IF TRANS-DATO = DAGS-DATO
               ADD BELØB OF TRANSAKTIONER
                 TO PO-DAGENS OF POS-ARR(POS-MATCH-IX)
           END-IF.

      * Udlandsordrer er valgfri; uden filen er intet udestaaende.
       ORDRE-SUMMER.
           OPEN INPUT FIL-ORDRER
           IF ORDRE-FIL-STATUS NOT = "00"
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
                           PERFORM ORDRE-TIL-POSITION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-ORDRER.

       ORDRE-TIL-POSITION.
           IF UO-VALUTA OF ORDRE-REKORD = "DKK "
                   OR UO-VALUTA OF ORDRE-REKORD = SPACES
               EXIT PARAGRAPH
           END-IF
           IF UO-AFVENTER OF ORDRE-REKORD
                   OR (UO-SENDT OF ORDRE-REKORD
                       AND UO-VALOER-DATO OF ORDRE-REKORD > DAGS-DATO)
               MOVE UO-VALUTA OF ORDRE-REKORD TO SOEGE-VALUTA
               PERFORM FIND-POSITION
               ADD UO-BELOEB OF ORDRE-REKORD
                 TO PO-UDESTAAENDE OF POS-ARR(POS-MATCH-IX)
           END-IF.

       LOOKUP-KONTO.
           MOVE 0 TO KONTO-MATCH-IX
           PERFORM VARYING KONTO-IX2 FROM 1 BY 1
                   UNTIL KONTO-IX2 > NUM-KONTI
               IF KONTO-ID OF KONTO-ARR(KONTO-IX2)
                       = KONTO-ID OF TRANSAKTIONER
                   MOVE KONTO-IX2 TO KONTO-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * Finder valutaens position og opretter den, hvis den mangler.
       FIND-POSITION.
           MOVE 0 TO POS-MATCH-IX
           PERFORM VARYING POS-IX FROM 1 BY 1 UNTIL POS-IX > NUM-POS
               IF PO-VALUTA-KD OF POS-ARR(POS-IX) = SOEGE-VALUTA
                   MOVE POS-IX TO POS-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF POS-MATCH-IX = 0
               IF NUM-POS >= 100
                   DISPLAY "FEJL: flere end 100 valutaer - udvid "
                       "POS-ARR."
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO NUM-POS
               MOVE SPACES TO POS-ARR(NUM-POS)
               MOVE DAGS-DATO TO PO-DATO OF POS-ARR(NUM-POS)
               MOVE SOEGE-VALUTA TO PO-VALUTA-KD OF POS-ARR(NUM-POS)
               MOVE ZEROS TO PO-KUNDESALDI OF POS-ARR(NUM-POS)
                             PO-UDESTAAENDE OF POS-ARR(NUM-POS)
                             PO-DAGENS OF POS-ARR(NUM-POS)
                             PO-NETTO OF POS-ARR(NUM-POS)
                             PO-KURS OF POS-ARR(NUM-POS)
                             PO-NETTO-DKK OF POS-ARR(NUM-POS)
                             PO-LIMIT-DKK OF POS-ARR(NUM-POS)
               MOVE "O" TO PO-STATUS OF POS-ARR(NUM-POS)
               MOVE NUM-POS TO POS-MATCH-IX
           END-IF.

       BEREGN-POSITION.
           COMPUTE PO-NETTO OF POS-ARR(POS-IX) = 0
               - PO-KUNDESALDI OF POS-ARR(POS-IX)
               - PO-UDESTAAENDE OF POS-ARR(POS-IX)
           PERFORM LOOKUP-KURS
           IF KURS-MATCH-IX = 0
               MOVE "K" TO PO-STATUS OF POS-ARR(POS-IX)
               ADD 1 TO BRUD-ANTAL
               DISPLAY "ADVARSEL: ingen kurs for "
                   PO-VALUTA-KD OF POS-ARR(POS-IX)
                   " - positionen kan ikke omregnes."
               EXIT PARAGRAPH
           END-IF
           MOVE KURS OF KURS-ARR(KURS-MATCH-IX)
             TO PO-KURS OF POS-ARR(POS-IX)
           COMPUTE PO-NETTO-DKK OF POS-ARR(POS-IX) ROUNDED =
               PO-NETTO OF POS-ARR(POS-IX) * PO-KURS OF POS-ARR(POS-IX)
           ADD PO-NETTO-DKK OF POS-ARR(POS-IX) TO NETTO-I-ALT-DKK
           MOVE PO-NETTO-DKK OF POS-ARR(POS-IX) TO NETTO-ABS-DKK
           PERFORM VARYING LIMIT-IX FROM 1 BY 1
                   UNTIL LIMIT-IX > NUM-LIMIT
               IF VL-VALUTA-KD OF LIMIT-ARR(LIMIT-IX)
                       = PO-VALUTA-KD OF POS-ARR(POS-IX)
                   MOVE VL-LIMIT-DKK OF LIMIT-ARR(LIMIT-IX)
                     TO PO-LIMIT-DKK OF POS-ARR(POS-IX)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN LIMIT-IX > NUM-LIMIT
                   MOVE "L" TO PO-STATUS OF POS-ARR(POS-IX)
                   ADD 1 TO BRUD-ANTAL
                   DISPLAY "ADVARSEL: intet limit for "
                       PO-VALUTA-KD OF POS-ARR(POS-IX)
               WHEN NETTO-ABS-DKK > PO-LIMIT-DKK OF POS-ARR(POS-IX)
                   MOVE "B" TO PO-STATUS OF POS-ARR(POS-IX)
                   ADD 1 TO BRUD-ANTAL
                   MOVE PO-NETTO-DKK OF POS-ARR(POS-IX) TO BELOEB-VIS
                   DISPLAY "ADVARSEL: limitbrud "
                       PO-VALUTA-KD OF POS-ARR(POS-IX)
                       " - nettoposition DKK " BELOEB-VIS
               WHEN OTHER
                   MOVE "O" TO PO-STATUS OF POS-ARR(POS-IX)
           END-EVALUATE.

       LOOKUP-KURS.
           MOVE 0 TO KURS-MATCH-IX
           MOVE SPACES TO KURS-BEST-DATO
           PERFORM VARYING KURS-IX FROM 1 BY 1 UNTIL KURS-IX > NUM-KURS
               IF VALUTA-KD OF KURS-ARR(KURS-IX)
                       = PO-VALUTA-KD OF POS-ARR(POS-IX)
                   AND KURS-DATO OF KURS-ARR(KURS-IX) NOT > DAGS-DATO
                   AND KURS-DATO OF KURS-ARR(KURS-IX)
                       >= KURS-BEST-DATO
                   MOVE KURS-IX TO KURS-MATCH-IX
                   MOVE KURS-DATO OF KURS-ARR(KURS-IX)
                     TO KURS-BEST-DATO
               END-IF
           END-PERFORM.

       SKRIV-RAPPORT.
           OPEN OUTPUT FIL-RAPPORT
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "AABEN VALUTAPOSITION - bogfoeringsdato "
                                     DELIMITED BY SIZE
               DAGS-DATO             DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-TEXT
           MOVE "Beloeb i valuta; positiv = lang, negativ = kort."
             TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE "Val       Kundesaldi     Udestaaende  Dagens bevaeg."
             TO RAPPORT-TEXT
           MOVE "     Nettoposition   Kurs      Netto i DKK   Limit DKK"
             TO RAPPORT-TEXT(54:)
           MOVE "Status" TO RAPPORT-TEXT(121:)
           WRITE RAPPORT-REC
           PERFORM VARYING POS-IX FROM 1 BY 1 UNTIL POS-IX > NUM-POS
               PERFORM SKRIV-RAPPORT-LINJE
           END-PERFORM
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE NETTO-I-ALT-DKK TO BELOEB-VIS
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Samlet nettoposition i DKK: " DELIMITED BY SIZE
               BELOEB-VIS            DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Limitbrud og mangler:       " DELIMITED BY SIZE
               BRUD-ANTAL            DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           CLOSE FIL-RAPPORT.

       SKRIV-RAPPORT-LINJE.
           MOVE SPACES TO RAPPORT-LINJE
           MOVE PO-VALUTA-KD OF POS-ARR(POS-IX) TO RL-VALUTA
           MOVE PO-KUNDESALDI OF POS-ARR(POS-IX) TO RL-KUNDESALDI
           MOVE PO-UDESTAAENDE OF POS-ARR(POS-IX) TO RL-UDESTAAENDE
           MOVE PO-DAGENS OF POS-ARR(POS-IX) TO RL-DAGENS
           MOVE PO-NETTO OF POS-ARR(POS-IX) TO RL-NETTO
           MOVE PO-KURS OF POS-ARR(POS-IX) TO RL-KURS
           MOVE PO-NETTO-DKK OF POS-ARR(POS-IX) TO RL-NETTO-DKK
           MOVE PO-LIMIT-DKK OF POS-ARR(POS-IX) TO RL-LIMIT-DKK
           EVALUATE TRUE
               WHEN PO-LIMIT-BRUDT OF POS-ARR(POS-IX)
                   MOVE "LIMITBRUD" TO RL-STATUS
               WHEN PO-INTET-LIMIT OF POS-ARR(POS-IX)
                   MOVE "INTET LIMIT" TO RL-STATUS
               WHEN PO-INGEN-KURS OF POS-ARR(POS-IX)
                   MOVE "INGEN KURS" TO RL-STATUS
               WHEN OTHER
                   MOVE "ok" TO RL-STATUS
           END-EVALUATE
           MOVE SPACES TO RAPPORT-TEXT
           MOVE RAPPORT-LINJE TO RAPPORT-TEXT
           WRITE RAPPORT-REC.

      * Positionsfilen dannes pr. bogfoeringsdag, saa treasury har
      * historikken; en genkoersel samme dag overskriver den.
       SKRIV-POSITIONSFIL.
           MOVE SPACES TO POSITION-FILENAME
           STRING
               "../data/Valutaposition-" DELIMITED BY SIZE
               DAGS-DATO                 DELIMITED BY SIZE
               ".txt"                    DELIMITED BY SIZE
           INTO POSITION-FILENAME
           OPEN OUTPUT FIL-POSITION
           PERFORM VARYING POS-IX FROM 1 BY 1 UNTIL POS-IX > NUM-POS
               WRITE POSITION-REKORD FROM POS-ARR(POS-IX)
           END-PERFORM
           MOVE SPACES TO POSITION-REKORD
           MOVE "TRAILER" TO TR-MARKER OF POSITION-REKORD-TRAILER
           MOVE NUM-POS TO TR-ANTAL OF POSITION-REKORD-TRAILER
           WRITE POSITION-REKORD
           CLOSE FIL-POSITION.

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
