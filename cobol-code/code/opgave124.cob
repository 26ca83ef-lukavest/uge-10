       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPG-124.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIL-KONTI ASSIGN TO "../data/KontoOpl.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-KONTI-SORT
               ASSIGN TO "../data/Periodisering-Konti-Sort.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-KONTO-FIL ASSIGN TO "SORTWK2".
           SELECT FIL-HISTORIK ASSIGN TO "../data/Saldo-Historik.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORIK-STATUS.
           SELECT FIL-HIST-SORT
               ASSIGN TO "../data/Periodisering-Hist-Sort.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-HIST-FIL ASSIGN TO "SORTWK3".
           SELECT FIL-RENTESATS ASSIGN TO "../data/Rentesatser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RENTESATS-FIL-STATUS.
           SELECT FIL-PRODUKT ASSIGN TO "../data/Produktkatalog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRODUKT-FIL-STATUS.
           SELECT FIL-KURS ASSIGN TO "../data/Valutakurser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KURS-FIL-STATUS.
           SELECT FIL-KONTOPLAN ASSIGN TO "../data/Kontoplan.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KONTOPLAN-STATUS.
           SELECT FIL-PERIODISERING
               ASSIGN TO "../data/Rente-Periodisering.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIODISERING-STATUS.
           SELECT FIL-TILSKRIVNING
               ASSIGN TO "../data/Rentetilskrivning-Status.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TILSKRIVNING-STATUS.
           SELECT FIL-JOURNAL
               ASSIGN TO "../data/Rente-Periodisering-Journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-STATUS.
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

       FD FIL-KONTI-SORT.
       01 KONTO-SORT-REKORD.
           COPY "../copybooks/KONTOOPL.cpy".

       SD SORT-KONTO-FIL.
       01 SORT-KONTO-REC.
           COPY "../copybooks/KONTOOPL.cpy".

       FD FIL-HISTORIK.
       01 HISTORIK-REKORD.
           COPY "../copybooks/SALDO-HISTORIK.cpy".

       FD FIL-HIST-SORT.
       01 HIST-SORT-REKORD.
           COPY "../copybooks/SALDO-HISTORIK.cpy".

       SD SORT-HIST-FIL.
       01 SORT-HIST-REC.
           COPY "../copybooks/SALDO-HISTORIK.cpy".

       FD FIL-RENTESATS.
       01 RENTESATS-REKORD.
           COPY "../copybooks/RENTESATS.cpy".

       FD FIL-PRODUKT.
       01 PRODUKT-REKORD.
           COPY "../copybooks/PRODUKT.cpy".

       FD FIL-KURS.
       01 KURS-REKORD.
           COPY "../copybooks/VALUTAKURS.cpy".

       FD FIL-KONTOPLAN.
       01 KONTOPLAN-REKORD.
           COPY "../copybooks/KONTOPLAN.cpy".

       FD FIL-PERIODISERING.
       01 PERIODISERING-REKORD.
           COPY "../copybooks/RENTE-PERIODISERING.cpy".
       01 PERIODISERING-TRAILER REDEFINES PERIODISERING-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(50).

       FD FIL-TILSKRIVNING.
       01 TILSKRIVNING-REKORD.
           COPY "../copybooks/RENTETILSKRIVNING.cpy".

       FD FIL-JOURNAL.
       01 JOURNAL-REKORD.
           02 JO-DATO       PIC X(10).
           02 JO-KONTO      PIC 9(08).
           02 JO-DK         PIC X(01).
           02 JO-BELOEB     PIC 9(13)V99.
           02 JO-TEKST      PIC X(20).
       01 JOURNAL-TRAILER REDEFINES JOURNAL-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 TR-DEBET     PIC 9(13)V99.
           02 TR-KREDIT    PIC 9(13)V99.
           02 FILLER       PIC X(09).

       FD FIL-BOGFDATO.
       01 BOGFDATO-FIL-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".

       WORKING-STORAGE SECTION.
      * Daglig periodisering af paaloebne, endnu ikke tilskrevne
      * renter. For hver kalenderdag siden kontoens seneste
      * periodisering beregnes dagens rente af dagens saldo fra
      * Saldo-Historik.txt med samme trindelte, daterede satser og
      * samme produktkatalog som OPG-16's tilskrivning; dagsrenten
      * er maanedssatsen fordelt ligeligt paa maanedens dage.
      * Rente-Periodisering.txt baerer den loebende periodiserede
      * rente pr. konto (upafrundet, i kontoens valuta) og det
      * beloeb i DKK, der er bogfoert i finans. Forskydningen i
      * finans skrives som balancerede bilagslinjer til
      * Rente-Periodisering-Journal.txt, som OPG-41 tager med i
      * dagens finansjournal.
       01 HISTORIK-STATUS  PIC XX VALUE "00".
       01 RENTESATS-FIL-STATUS PIC XX VALUE "00".
       01 PRODUKT-FIL-STATUS PIC XX VALUE "00".
       01 KURS-FIL-STATUS  PIC XX VALUE "00".
       01 KONTOPLAN-STATUS PIC XX VALUE "00".
       01 PERIODISERING-STATUS PIC XX VALUE "00".
       01 TILSKRIVNING-STATUS PIC XX VALUE "00".
       01 JOURNAL-STATUS   PIC XX VALUE "00".
       01 TRAILER-FOUND-SW PIC X(01) VALUE "N".
       01 TRAILER-ANTAL    PIC 9(06) VALUE ZEROS.
       01 EOF-FLAG         PIC X(01) VALUE "N".

       01 RUN-DATE         PIC 9(08) VALUE ZEROS.
      * Koerselsdatoen er bankens bogfoeringsdato (Bogfoeringsdato.txt),
      * ikke maskinens dato.
       01 BOGFDATO-STATUS  PIC XX VALUE "00".
       01 BOGFDATO-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".
       01 KOERSELSDATO     PIC X(10) VALUE SPACES.
       01 KOERSEL-INT      PIC 9(08) VALUE ZEROS.

       01 NUM-RENTESATS   PIC 9(03) VALUE 0.
       01 RENTESATS-ARR OCCURS 0 TO 100 TIMES
               DEPENDING ON NUM-RENTESATS.
           COPY "../copybooks/RENTESATS.cpy".
       01 RENTE-IX        PIC 9(03) VALUE 0.
       01 RENTE-MATCH-IX  PIC 9(03) VALUE 0.
       01 RENTE-MATCH-SW  PIC X(01) VALUE "N".
       01 BEDSTE-GYLDIG   PIC X(10) VALUE SPACES.
       01 BEDSTE-TIER     PIC S9(10)V99 VALUE ZEROS.

      * Produktkatalog pr. kontotype som i OPG-16: kun
      * rentebaerende produkter periodiseres; mangler kataloget
      * eller kontotypen, regnes kontoen for rentebaerende.
       01 NUM-PRODUKT     PIC 9(03) VALUE 0.
       01 PRODUKT-ARR OCCURS 0 TO 50 TIMES DEPENDING ON NUM-PRODUKT.
           COPY "../copybooks/PRODUKT.cpy".
       01 PRODUKT-IX      PIC 9(03) VALUE 0.
       01 PRODUKT-MATCH-IX PIC 9(03) VALUE 0.
       01 RENTEBAERENDE-SW PIC X(01) VALUE "J".

       01 NUM-KURS        PIC 9(03) VALUE 0.
       01 KURS-ARR OCCURS 0 TO 100 TIMES DEPENDING ON NUM-KURS.
           COPY "../copybooks/VALUTAKURS.cpy".
       01 KURS-IX         PIC 9(03) VALUE 0.
       01 KURS-MATCH-IX   PIC 9(03) VALUE 0.
       01 KURS-BEST-DATO  PIC X(10) VALUE SPACES.
       01 UKENDT-VALUTA-ANTAL PIC 9(05) VALUE 0.

      * Finanskonti for periodiseringen slaas op i Kontoplan.txt
      * under transaktionstypen RENTEPER: hovedkontoen er
      * renteudgiften, modkontoen de periodiserede renter.
       01 NUM-KONTOPLAN   PIC 9(03) VALUE 0.
       01 KONTOPLAN-ARR OCCURS 0 TO 100 TIMES
               DEPENDING ON NUM-KONTOPLAN.
           COPY "../copybooks/KONTOPLAN.cpy".
       01 KONTOPLAN-IX    PIC 9(03) VALUE 0.
       01 KONTOPLAN-MATCH-IX PIC 9(03) VALUE 0.

      * Sidste rentetilskrivning fra OPG-16: periodiseringer for
      * den tilskrevne maaned og tidligere tilbagefoeres, og dage i
      * den tilskrevne maaned periodiseres ikke igen.
       01 TILSKREVET-MAANED PIC X(07) VALUE SPACES.
       01 TILSKREVET-SLUT  PIC X(10) VALUE SPACES.
       01 TILSKREVET-NAESTE PIC X(07) VALUE SPACES.

       01 NUM-PERIODISERING PIC 9(05) VALUE 0.
       01 PERIODISERING-ARR OCCURS 0 TO 10000 TIMES
               DEPENDING ON NUM-PERIODISERING.
           COPY "../copybooks/RENTE-PERIODISERING.cpy".
           02  PER-BEHANDLET-SW PIC X(01) VALUE "N".
       01 PER-IX           PIC 9(05) VALUE 0.
       01 PER-MATCH-IX     PIC 9(05) VALUE 0.

      * Kontomaster og historik streames konto-sorteret som i
      * OPG-16; historikken sorteres desuden paa dato, saa dagens
      * saldo er den seneste raekke til og med dagen.
       01 AKTUEL-KONTO.
           COPY "../copybooks/KONTOOPL.cpy".
       01 KONTI-SORT-EOF   PIC X(01) VALUE "N".
       01 KONTI-FRIGIVET-ANTAL PIC 9(06) VALUE 0.
       01 HIST-SORT-EOF    PIC X(01) VALUE "N".
       01 HIST-HAR-SW      PIC X(01) VALUE "N".
       01 HIST-NAESTE.
           COPY "../copybooks/SALDO-HISTORIK.cpy".
       01 HIST-FRA-MAANED  PIC X(07) VALUE SPACES.

       01 DAG-INT          PIC 9(08) VALUE ZEROS.
       01 FRA-INT          PIC 9(08) VALUE ZEROS.
       01 DAG-DATO-NUM     PIC 9(08) VALUE ZEROS.
       01 DAG-DATO         PIC X(10) VALUE SPACES.
       01 DAG-SALDO        PIC S9(10)V99 VALUE ZEROS.
       01 DAG-RENTE        PIC S9(10)V9(06) VALUE ZEROS.
       01 DAGE-I-MAANED    PIC 9(02) VALUE ZEROS.
       01 MAANED-START-INT PIC 9(08) VALUE ZEROS.
       01 MAANED-NAESTE-INT PIC 9(08) VALUE ZEROS.

      * Hjaelpefelter til dato- og maanedsberegning.
       01 DATO-NUM         PIC 9(08) VALUE ZEROS.
       01 DATO-TEKST       PIC X(10) VALUE SPACES.
       01 MAANED-TEKST     PIC X(07) VALUE SPACES.
       01 MAANED-AAR       PIC 9(04) VALUE ZEROS.
       01 MAANED-MM        PIC 9(02) VALUE ZEROS.

       01 MAAL-DKK         PIC S9(10)V99 VALUE ZEROS.
       01 PERIODISERET-DKK PIC S9(12)V99 VALUE ZEROS.
       01 TILBAGEFOERT-DKK PIC S9(12)V99 VALUE ZEROS.
       01 SALDO-DKK        PIC S9(12)V99 VALUE ZEROS.
       01 TILBAGEFOERT-ANTAL PIC 9(05) VALUE 0.
       01 KONTO-ANTAL      PIC 9(05) VALUE 0.
       01 DAGE-ANTAL       PIC 9(07) VALUE 0.

      * Periodiseringsjournalen beholder linjerne fra forrige og
      * indevaerende maaned, saa OPG-41 ogsaa finder dem ved en
      * forsinket finansjournal; en genkoersel samme dag tilfoejer
      * kun en eventuel ny forskydning.
       01 JOURNAL-FRA-DATO PIC X(10) VALUE SPACES.
       01 NUM-JOURNAL      PIC 9(04) VALUE 0.
       01 JOURNAL-ARR OCCURS 0 TO 2000 TIMES DEPENDING ON NUM-JOURNAL.
           02 JA-LINJE      PIC X(54).
       01 JOURNAL-IX       PIC 9(04) VALUE 0.
       01 JOURNAL-ANTAL    PIC 9(06) VALUE 0.
       01 SUM-DEBET        PIC 9(13)V99 VALUE ZEROS.
       01 SUM-KREDIT       PIC 9(13)V99 VALUE ZEROS.
       01 PAR-BELOEB       PIC S9(12)V99 VALUE ZEROS.
       01 ABS-BELOEB       PIC 9(13)V99 VALUE ZEROS.
       01 PAR-TEKST        PIC X(20) VALUE SPACES.
       01 PRETTY-NUMERIC   PIC -Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM BOGFOERINGSDATO-FILL
           PERFORM BEREGN-KOERSELSDATO
           PERFORM KONTOPLAN-ARR-FILL
           PERFORM RENTESATS-ARR-FILL
           PERFORM PRODUKT-ARR-FILL
           PERFORM KURS-ARR-FILL
           PERFORM TILSKRIVNING-FILL
           PERFORM PERIODISERING-ARR-FILL
           PERFORM BEREGN-HIST-FRA
           PERFORM KONTI-SORTER
           PERFORM HIST-SORTER
           PERFORM BEHANDL-KONTI-STROEM
           PERFORM BEHANDL-OPHOERTE-KONTI
           PERFORM SKRIV-PERIODISERING
           PERFORM SKRIV-JOURNAL
           MOVE PERIODISERET-DKK TO PRETTY-NUMERIC
           DISPLAY "Renteperiodisering til og med " KOERSELSDATO
               ": " KONTO-ANTAL " konti, " DAGE-ANTAL
               " kontodage, periodiseret DKK " PRETTY-NUMERIC
           MOVE TILBAGEFOERT-DKK TO PRETTY-NUMERIC
           DISPLAY "Tilbagefoert efter tilskrivning: "
               TILBAGEFOERT-ANTAL " konti, DKK " PRETTY-NUMERIC
           MOVE SALDO-DKK TO PRETTY-NUMERIC
           DISPLAY "Periodiserede renter i alt DKK " PRETTY-NUMERIC
           IF UKENDT-VALUTA-ANTAL > 0
               DISPLAY "ADVARSEL: " UKENDT-VALUTA-ANTAL
                   " konti uden valutakurs - deres periodisering "
                   "er ikke bogfoert i finans."
           END-IF
           STOP RUN.

       BEREGN-KOERSELSDATO.
           MOVE BD-DATO OF BOGFDATO-REC TO RUN-DATE
           STRING
               RUN-DATE(1:4) DELIMITED BY SIZE
               "-"           DELIMITED BY SIZE
               RUN-DATE(5:2) DELIMITED BY SIZE
               "-"           DELIMITED BY SIZE
               RUN-DATE(7:2) DELIMITED BY SIZE
           INTO KOERSELSDATO
           COMPUTE KOERSEL-INT = FUNCTION INTEGER-OF-DATE(RUN-DATE)
      * Journalen beholder linjer fra den foregaaende maaneds
      * foerste dag.
           MOVE KOERSELSDATO(1:7) TO MAANED-TEKST
           PERFORM FORRIGE-MAANED
           STRING
               MAANED-TEKST DELIMITED BY SIZE
               "-01"        DELIMITED BY SIZE
           INTO JOURNAL-FRA-DATO.

       KONTOPLAN-ARR-FILL.
           OPEN INPUT FIL-KONTOPLAN
           IF KONTOPLAN-STATUS NOT = "00"
               DISPLAY "FEJL: Kontoplan.txt findes ikke."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO NUM-KONTOPLAN
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-KONTOPLAN INTO KONTOPLAN-REKORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF NUM-KONTOPLAN < 100
                           ADD 1 TO NUM-KONTOPLAN
                           MOVE KONTOPLAN-REKORD
                             TO KONTOPLAN-ARR(NUM-KONTOPLAN)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-KONTOPLAN
           MOVE 0 TO KONTOPLAN-MATCH-IX
           PERFORM VARYING KONTOPLAN-IX FROM 1 BY 1
                   UNTIL KONTOPLAN-IX > NUM-KONTOPLAN
               IF KP-TRANS-TYPE OF KONTOPLAN-ARR(KONTOPLAN-IX)
                       = "RENTEPER"
                   AND KP-TRANSTYPE-NOEGLE
                       OF KONTOPLAN-ARR(KONTOPLAN-IX)
                   MOVE KONTOPLAN-IX TO KONTOPLAN-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF KONTOPLAN-MATCH-IX = 0
               DISPLAY "FEJL: Kontoplan.txt mangler raekken for "
                   "RENTEPER - periodiseringen kan ikke bogfoeres."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       RENTESATS-ARR-FILL.
           OPEN INPUT FIL-RENTESATS
           IF RENTESATS-FIL-STATUS NOT = "00"
               DISPLAY "FEJL: Rentesatser.txt findes ikke - "
                   "ingen renteperiodisering mulig."
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

      * Nyeste kurs for kontoens valuta med dato til og med
      * koerselsdatoen, jf. OPG-41's LOOKUP-KURS.
       LOOKUP-KURS.
           MOVE 0 TO KURS-MATCH-IX
           MOVE SPACES TO KURS-BEST-DATO
           PERFORM VARYING KURS-IX FROM 1 BY 1 UNTIL KURS-IX > NUM-KURS
               IF VALUTA-KD OF KURS-ARR(KURS-IX)
                       = RPE-VALUTA OF PERIODISERING-ARR(PER-IX)
                   AND KURS-DATO OF KURS-ARR(KURS-IX)
                       NOT > KOERSELSDATO
                   AND KURS-DATO OF KURS-ARR(KURS-IX)
                       >= KURS-BEST-DATO
                   MOVE KURS-IX TO KURS-MATCH-IX
                   MOVE KURS-DATO OF KURS-ARR(KURS-IX)
                     TO KURS-BEST-DATO
               END-IF
           END-PERFORM.

      * Uden stempel fra OPG-16 er intet tilskrevet endnu, og intet
      * tilbagefoeres.
       TILSKRIVNING-FILL.
           MOVE SPACES TO TILSKREVET-MAANED
           OPEN INPUT FIL-TILSKRIVNING
           IF TILSKRIVNING-STATUS = "00"
               READ FIL-TILSKRIVNING
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RT-MAANED OF TILSKRIVNING-REKORD
                         TO TILSKREVET-MAANED
               END-READ
               CLOSE FIL-TILSKRIVNING
           END-IF
           IF TILSKREVET-MAANED NOT = SPACES
               MOVE TILSKREVET-MAANED TO MAANED-TEKST
               PERFORM NAESTE-MAANED
               MOVE MAANED-TEKST TO TILSKREVET-NAESTE
               STRING
                   TILSKREVET-NAESTE DELIMITED BY SIZE
                   "-01"             DELIMITED BY SIZE
               INTO DATO-TEKST
               PERFORM DATO-TIL-NUM
               COMPUTE DAG-INT = FUNCTION INTEGER-OF-DATE(DATO-NUM)
                   - 1
               PERFORM DAG-TIL-DATO
               MOVE DAG-DATO TO TILSKREVET-SLUT
           END-IF.

       PERIODISERING-ARR-FILL.
           MOVE 0 TO NUM-PERIODISERING
           OPEN INPUT FIL-PERIODISERING
           IF PERIODISERING-STATUS NOT = "00"
               DISPLAY "Rente-Periodisering.txt findes ikke - "
                   "periodiseringen startes forfra."
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO TRAILER-FOUND-SW
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-PERIODISERING
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF PERIODISERING-TRAILER
                               = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                           MOVE "Y" TO TRAILER-FOUND-SW
                           MOVE TR-ANTAL OF PERIODISERING-TRAILER
                             TO TRAILER-ANTAL
                       ELSE
                           IF NUM-PERIODISERING >= 10000
                               DISPLAY "FEJL: flere konti end "
                                   "periodiseringstabellens graense "
                                   "paa 10000."
                               MOVE 1 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO NUM-PERIODISERING
                           MOVE PERIODISERING-REKORD
                             TO PERIODISERING-ARR(NUM-PERIODISERING)
                           MOVE "N" TO PER-BEHANDLET-SW
                               OF PERIODISERING-ARR(NUM-PERIODISERING)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-PERIODISERING
           MOVE "N" TO EOF-FLAG
           IF TRAILER-FOUND-SW = "N"
               DISPLAY "FEJL: Rente-Periodisering.txt mangler "
                   "sluttaellerpost"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NUM-PERIODISERING NOT = TRAILER-ANTAL
               DISPLAY "FEJL: Rente-Periodisering.txt - forventet "
                   TRAILER-ANTAL " poster, fandt " NUM-PERIODISERING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Historikken laeses fra maaneden foer den aeldste seneste
      * periodisering (dog mindst fra forrige maaned), saa der er en
      * indgaaende saldo til den foerste dag, der skal periodiseres.
       BEREGN-HIST-FRA.
           MOVE KOERSELSDATO(1:7) TO MAANED-TEKST
           PERFORM VARYING PER-IX FROM 1 BY 1
                   UNTIL PER-IX > NUM-PERIODISERING
               IF RPE-SENEST-DATO OF PERIODISERING-ARR(PER-IX) (1:7)
                       < MAANED-TEKST
                   MOVE RPE-SENEST-DATO OF PERIODISERING-ARR(PER-IX)
                       (1:7) TO MAANED-TEKST
               END-IF
           END-PERFORM
           PERFORM FORRIGE-MAANED
           MOVE MAANED-TEKST TO HIST-FRA-MAANED.

       KONTI-SORTER.
           SORT SORT-KONTO-FIL
               ASCENDING KEY KONTO-ID OF SORT-KONTO-REC
               INPUT PROCEDURE IS KONTI-FRIGIV
               GIVING FIL-KONTI-SORT
           IF TRAILER-FOUND-SW = "N"
               DISPLAY "FEJL: KontoOpl.txt mangler sluttaellerpost"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF KONTI-FRIGIVET-ANTAL NOT = TRAILER-ANTAL
               DISPLAY "FEJL: KontoOpl.txt - forventet "
                   TRAILER-ANTAL " poster, fandt "
                   KONTI-FRIGIVET-ANTAL
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       KONTI-FRIGIV.
           OPEN INPUT FIL-KONTI
           MOVE "N" TO TRAILER-FOUND-SW
           MOVE 0 TO KONTI-FRIGIVET-ANTAL
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-KONTI
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF KONTO-REKORD-TRAILER = "TRAILER"
                           MOVE TR-ANTAL OF KONTO-REKORD-TRAILER
                             TO TRAILER-ANTAL
                           MOVE "Y" TO TRAILER-FOUND-SW
                           MOVE "Y" TO EOF-FLAG
                       ELSE
                           ADD 1 TO KONTI-FRIGIVET-ANTAL
                           RELEASE SORT-KONTO-REC FROM KONTO-REKORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-KONTI
           MOVE "N" TO EOF-FLAG.

       HIST-SORTER.
           SORT SORT-HIST-FIL
               ASCENDING KEY SH-KONTO-ID OF SORT-HIST-REC
                             SH-DATO OF SORT-HIST-REC
               INPUT PROCEDURE IS HIST-FRIGIV
               GIVING FIL-HIST-SORT.

       HIST-FRIGIV.
           OPEN INPUT FIL-HISTORIK
           IF HISTORIK-STATUS = "00"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ FIL-HISTORIK
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF SH-DATO OF HISTORIK-REKORD (1:7)
                                   NOT < HIST-FRA-MAANED
                               AND SH-DATO OF HISTORIK-REKORD
                                   NOT > KOERSELSDATO
                               RELEASE SORT-HIST-REC
                                   FROM HISTORIK-REKORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIL-HISTORIK
               MOVE "N" TO EOF-FLAG
           END-IF.

       BEHANDL-KONTI-STROEM.
           OPEN INPUT FIL-KONTI-SORT
           OPEN INPUT FIL-HIST-SORT
           MOVE "N" TO HIST-SORT-EOF
           PERFORM LAES-NAESTE-HIST
           MOVE "N" TO KONTI-SORT-EOF
           PERFORM UNTIL KONTI-SORT-EOF = "Y"
               READ FIL-KONTI-SORT
                   AT END
                       MOVE "Y" TO KONTI-SORT-EOF
                   NOT AT END
                       MOVE KONTO-SORT-REKORD TO AKTUEL-KONTO
                       PERFORM BEHANDL-EN-KONTO
               END-READ
           END-PERFORM
           CLOSE FIL-KONTI-SORT
           CLOSE FIL-HIST-SORT.

       LAES-NAESTE-HIST.
           IF HIST-SORT-EOF = "Y"
               MOVE "N" TO HIST-HAR-SW
           ELSE
               READ FIL-HIST-SORT
                   AT END
                       MOVE "Y" TO HIST-SORT-EOF
                       MOVE "N" TO HIST-HAR-SW
                   NOT AT END
                       MOVE HIST-SORT-REKORD TO HIST-NAESTE
                       MOVE "Y" TO HIST-HAR-SW
               END-READ
           END-IF.

      * Kontoens dage periodiseres fra dagen efter seneste
      * periodisering til og med koerselsdatoen. Har kontoen ingen
      * historikraekker, bruges oejebliksbalancen som i OPG-16;
      * ellers regnes saldoen som nul indtil kontoens foerste
      * historikraekke.
       BEHANDL-EN-KONTO.
           ADD 1 TO KONTO-ANTAL
           PERFORM FIND-PERIODISERING
           MOVE "J" TO PER-BEHANDLET-SW OF PERIODISERING-ARR(PER-IX)
           PERFORM TILBAGEFOER-TILSKREVET
           PERFORM LOOKUP-PRODUKT
           MOVE "J" TO RENTEBAERENDE-SW
           IF PRODUKT-MATCH-IX > 0
               AND NOT PK-RENTEBAERENDE
                   OF PRODUKT-ARR(PRODUKT-MATCH-IX)
               MOVE "N" TO RENTEBAERENDE-SW
           END-IF
           PERFORM UNTIL HIST-HAR-SW = "N"
                   OR SH-KONTO-ID OF HIST-NAESTE
                       >= KONTO-ID OF AKTUEL-KONTO
               PERFORM LAES-NAESTE-HIST
           END-PERFORM
           IF HIST-HAR-SW = "Y"
               AND SH-KONTO-ID OF HIST-NAESTE
                   = KONTO-ID OF AKTUEL-KONTO
               MOVE ZEROS TO DAG-SALDO
           ELSE
               MOVE BALANCE OF AKTUEL-KONTO TO DAG-SALDO
           END-IF
           MOVE RPE-SENEST-DATO OF PERIODISERING-ARR(PER-IX)
             TO DATO-TEKST
           PERFORM DATO-TIL-NUM
           COMPUTE FRA-INT = FUNCTION INTEGER-OF-DATE(DATO-NUM) + 1
           PERFORM VARYING DAG-INT FROM FRA-INT BY 1
                   UNTIL DAG-INT > KOERSEL-INT
               PERFORM PERIODISER-DAG
           END-PERFORM
           IF FRA-INT NOT > KOERSEL-INT
               MOVE KOERSELSDATO
                 TO RPE-SENEST-DATO OF PERIODISERING-ARR(PER-IX)
           END-IF
           PERFORM BEREGN-BOGFOERING.

      * En ny konto periodiseres fra indevaerende maaneds
      * begyndelse.
       FIND-PERIODISERING.
           MOVE 0 TO PER-MATCH-IX
           PERFORM VARYING PER-IX FROM 1 BY 1
                   UNTIL PER-IX > NUM-PERIODISERING
               IF RPE-KONTO-ID OF PERIODISERING-ARR(PER-IX)
                       = KONTO-ID OF AKTUEL-KONTO
                   MOVE PER-IX TO PER-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF PER-MATCH-IX > 0
               MOVE PER-MATCH-IX TO PER-IX
               EXIT PARAGRAPH
           END-IF
           IF NUM-PERIODISERING >= 10000
               DISPLAY "FEJL: flere konti end "
                   "periodiseringstabellens graense paa 10000."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO NUM-PERIODISERING
           MOVE NUM-PERIODISERING TO PER-IX
           MOVE SPACES TO PERIODISERING-ARR(PER-IX)
           MOVE KONTO-ID OF AKTUEL-KONTO
             TO RPE-KONTO-ID OF PERIODISERING-ARR(PER-IX)
           MOVE VALUTA-KD OF AKTUEL-KONTO
             TO RPE-VALUTA OF PERIODISERING-ARR(PER-IX)
           MOVE KOERSELSDATO(1:7)
             TO RPE-MAANED OF PERIODISERING-ARR(PER-IX)
           MOVE ZEROS TO RPE-PERIODISERET OF PERIODISERING-ARR(PER-IX)
           MOVE ZEROS TO RPE-BOGFOERT-DKK OF PERIODISERING-ARR(PER-IX)
           STRING
               KOERSELSDATO(1:7) DELIMITED BY SIZE
               "-01"             DELIMITED BY SIZE
           INTO DATO-TEKST
           PERFORM DATO-TIL-NUM
           COMPUTE DAG-INT = FUNCTION INTEGER-OF-DATE(DATO-NUM) - 1
           PERFORM DAG-TIL-DATO
           MOVE DAG-DATO
             TO RPE-SENEST-DATO OF PERIODISERING-ARR(PER-IX).

      * Er kontoens periodiseringsmaaned tilskrevet af OPG-16,
      * tilbagefoeres det bogfoerte beloeb, og periodiseringen
      * starter forfra efter den tilskrevne maaned - ogsaa for dage
      * i den efterfoelgende maaned, der allerede var periodiseret,
      * saa de kommer med igen.
       TILBAGEFOER-TILSKREVET.
           IF TILSKREVET-MAANED = SPACES
               EXIT PARAGRAPH
           END-IF
           IF RPE-MAANED OF PERIODISERING-ARR(PER-IX)
                   > TILSKREVET-MAANED
               EXIT PARAGRAPH
           END-IF
           IF RPE-BOGFOERT-DKK OF PERIODISERING-ARR(PER-IX)
                   NOT = ZEROS
               ADD RPE-BOGFOERT-DKK OF PERIODISERING-ARR(PER-IX)
                 TO TILBAGEFOERT-DKK
               ADD 1 TO TILBAGEFOERT-ANTAL
           END-IF
           MOVE ZEROS TO RPE-PERIODISERET OF PERIODISERING-ARR(PER-IX)
           MOVE ZEROS TO RPE-BOGFOERT-DKK OF PERIODISERING-ARR(PER-IX)
           MOVE TILSKREVET-NAESTE
             TO RPE-MAANED OF PERIODISERING-ARR(PER-IX)
           MOVE TILSKREVET-SLUT
             TO RPE-SENEST-DATO OF PERIODISERING-ARR(PER-IX).

       LOOKUP-PRODUKT.
           MOVE 0 TO PRODUKT-MATCH-IX
           PERFORM VARYING PRODUKT-IX FROM 1 BY 1
                   UNTIL PRODUKT-IX > NUM-PRODUKT
               IF PK-KONTO-TYPE OF PRODUKT-ARR(PRODUKT-IX)
                       = KONTO-TYPE OF AKTUEL-KONTO
                   MOVE PRODUKT-IX TO PRODUKT-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * Dagens saldo er den seneste historikraekke til og med dagen;
      * weekender og lukkedage beholder foregaaende bankdags saldo.
      * Dage i en allerede tilskrevet maaned springes over.
       PERIODISER-DAG.
           PERFORM DAG-TIL-DATO
           PERFORM UNTIL HIST-HAR-SW = "N"
                   OR SH-KONTO-ID OF HIST-NAESTE
                       NOT = KONTO-ID OF AKTUEL-KONTO
                   OR SH-DATO OF HIST-NAESTE > DAG-DATO
               MOVE SH-SALDO OF HIST-NAESTE TO DAG-SALDO
               PERFORM LAES-NAESTE-HIST
           END-PERFORM
           IF TILSKREVET-MAANED NOT = SPACES
               AND DAG-DATO(1:7) NOT > TILSKREVET-MAANED
               EXIT PARAGRAPH
           END-IF
           IF RENTEBAERENDE-SW = "N"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOOKUP-RENTE-SATS
           IF RENTE-MATCH-SW = "N"
               EXIT PARAGRAPH
           END-IF
           PERFORM BEREGN-DAGE-I-MAANED
           COMPUTE DAG-RENTE ROUNDED =
               DAG-SALDO * RS-SATS OF RENTESATS-ARR(RENTE-MATCH-IX)
               / DAGE-I-MAANED
           ADD DAG-RENTE
             TO RPE-PERIODISERET OF PERIODISERING-ARR(PER-IX)
           ADD 1 TO DAGE-ANTAL.

      * Samme satsvalg som OPG-16's LOOKUP-RENTE-SATS, men paa dagen
      * og dagens saldo: kontotypen skal stemme, gyldig-fra maa ikke
      * ligge efter dagen, og saldoen skal naa saldotrinnet; hoejeste
      * naaede trin vinder, og paa samme trin den nyeste gyldig-fra.
       LOOKUP-RENTE-SATS.
           MOVE "N" TO RENTE-MATCH-SW
           MOVE 0 TO RENTE-MATCH-IX
           MOVE SPACES TO BEDSTE-GYLDIG
           MOVE ZEROS TO BEDSTE-TIER
           PERFORM VARYING RENTE-IX FROM 1 BY 1
                   UNTIL RENTE-IX > NUM-RENTESATS
               IF KONTO-TYPE OF AKTUEL-KONTO
                       = RS-KONTO-TYPE OF RENTESATS-ARR(RENTE-IX)
                   AND RS-GYLDIG-FRA OF RENTESATS-ARR(RENTE-IX)
                       NOT > DAG-DATO
                   AND DAG-SALDO
                       >= RS-TIER-FRA OF RENTESATS-ARR(RENTE-IX)
                   IF RENTE-MATCH-IX = 0
                       OR RS-TIER-FRA OF RENTESATS-ARR(RENTE-IX)
                           > BEDSTE-TIER
                       OR (RS-TIER-FRA OF RENTESATS-ARR(RENTE-IX)
                           = BEDSTE-TIER
                           AND RS-GYLDIG-FRA OF RENTESATS-ARR(RENTE-IX)
                               > BEDSTE-GYLDIG)
                       MOVE RENTE-IX TO RENTE-MATCH-IX
                       MOVE RS-GYLDIG-FRA OF RENTESATS-ARR(RENTE-IX)
                         TO BEDSTE-GYLDIG
                       MOVE RS-TIER-FRA OF RENTESATS-ARR(RENTE-IX)
                         TO BEDSTE-TIER
                       MOVE "Y" TO RENTE-MATCH-SW
                   END-IF
               END-IF
           END-PERFORM.

       BEREGN-DAGE-I-MAANED.
           MOVE DAG-DATO-NUM TO DATO-NUM
           MOVE "01" TO DATO-NUM(7:2)
           COMPUTE MAANED-START-INT = FUNCTION INTEGER-OF-DATE(DATO-NUM)
           MOVE DAG-DATO(1:7) TO MAANED-TEKST
           PERFORM NAESTE-MAANED
           STRING
               MAANED-TEKST DELIMITED BY SIZE
               "-01"        DELIMITED BY SIZE
           INTO DATO-TEKST
           PERFORM DATO-TIL-NUM
           COMPUTE MAANED-NAESTE-INT =
               FUNCTION INTEGER-OF-DATE(DATO-NUM)
           COMPUTE DAGE-I-MAANED = MAANED-NAESTE-INT - MAANED-START-INT.

      * Den bogfoerte periodisering i DKK foelges med kontoens
      * periodisering omregnet til dagens kurs; forskellen til det
      * allerede bogfoerte er dagens forskydning i finans.
       BEREGN-BOGFOERING.
           IF RPE-VALUTA OF PERIODISERING-ARR(PER-IX) = "DKK "
                   OR RPE-VALUTA OF PERIODISERING-ARR(PER-IX) = SPACES
               COMPUTE MAAL-DKK ROUNDED =
                   RPE-PERIODISERET OF PERIODISERING-ARR(PER-IX)
           ELSE
               PERFORM LOOKUP-KURS
               IF KURS-MATCH-IX = 0
                   DISPLAY "ADVARSEL: ingen kurs for "
                       RPE-VALUTA OF PERIODISERING-ARR(PER-IX)
                       " - konto "
                       RPE-KONTO-ID OF PERIODISERING-ARR(PER-IX)
                   ADD 1 TO UKENDT-VALUTA-ANTAL
                   ADD RPE-BOGFOERT-DKK OF PERIODISERING-ARR(PER-IX)
                     TO SALDO-DKK
                   EXIT PARAGRAPH
               END-IF
               COMPUTE MAAL-DKK ROUNDED =
                   RPE-PERIODISERET OF PERIODISERING-ARR(PER-IX)
                   * KURS OF KURS-ARR(KURS-MATCH-IX)
           END-IF
           COMPUTE PERIODISERET-DKK = PERIODISERET-DKK + MAAL-DKK
               - RPE-BOGFOERT-DKK OF PERIODISERING-ARR(PER-IX)
           MOVE MAAL-DKK
             TO RPE-BOGFOERT-DKK OF PERIODISERING-ARR(PER-IX)
           ADD MAAL-DKK TO SALDO-DKK.

      * Konti, der ikke laengere findes i masteren, periodiseres
      * ikke videre, men tilbagefoeres stadig ved tilskrivningen.
       BEHANDL-OPHOERTE-KONTI.
           PERFORM VARYING PER-IX FROM 1 BY 1
                   UNTIL PER-IX > NUM-PERIODISERING
               IF PER-BEHANDLET-SW OF PERIODISERING-ARR(PER-IX) = "N"
                   PERFORM TILBAGEFOER-TILSKREVET
                   ADD RPE-BOGFOERT-DKK OF PERIODISERING-ARR(PER-IX)
                     TO SALDO-DKK
               END-IF
           END-PERFORM.

       SKRIV-PERIODISERING.
           OPEN OUTPUT FIL-PERIODISERING
           PERFORM VARYING PER-IX FROM 1 BY 1
                   UNTIL PER-IX > NUM-PERIODISERING
               MOVE PERIODISERING-ARR(PER-IX) TO PERIODISERING-REKORD
               WRITE PERIODISERING-REKORD
           END-PERFORM
           MOVE SPACES TO PERIODISERING-REKORD
           MOVE "TRAILER" TO TR-MARKER OF PERIODISERING-TRAILER
           MOVE NUM-PERIODISERING TO TR-ANTAL OF PERIODISERING-TRAILER
           WRITE PERIODISERING-REKORD
           CLOSE FIL-PERIODISERING.

      * Journalen genskrives med de bevarede linjer efterfulgt af
      * dagens periodisering og tilbagefoersel som hver sit
      * balancerede bilagspar, og en ny sluttaellerpost.
       SKRIV-JOURNAL.
           MOVE 0 TO NUM-JOURNAL
           OPEN INPUT FIL-JOURNAL
           IF JOURNAL-STATUS = "00"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ FIL-JOURNAL
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF TR-MARKER OF JOURNAL-TRAILER
                                   NOT = "TRAILER"
                               AND JO-DATO NOT < JOURNAL-FRA-DATO
                               AND NUM-JOURNAL < 2000
                               ADD 1 TO NUM-JOURNAL
                               MOVE JOURNAL-REKORD
                                 TO JA-LINJE(NUM-JOURNAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIL-JOURNAL
               MOVE "N" TO EOF-FLAG
           END-IF
           OPEN OUTPUT FIL-JOURNAL
           PERFORM VARYING JOURNAL-IX FROM 1 BY 1
                   UNTIL JOURNAL-IX > NUM-JOURNAL
               MOVE JA-LINJE(JOURNAL-IX) TO JOURNAL-REKORD
               WRITE JOURNAL-REKORD
               ADD 1 TO JOURNAL-ANTAL
               IF JO-DK = "D"
                   ADD JO-BELOEB TO SUM-DEBET
               ELSE
                   ADD JO-BELOEB TO SUM-KREDIT
               END-IF
           END-PERFORM
           MOVE PERIODISERET-DKK TO PAR-BELOEB
           MOVE "RENTEPER" TO PAR-TEKST
           PERFORM SKRIV-BILAGSPAR
           COMPUTE PAR-BELOEB = ZEROS - TILBAGEFOERT-DKK
           MOVE "RENTEPER TILBAGEF" TO PAR-TEKST
           PERFORM SKRIV-BILAGSPAR
           MOVE SPACES TO JOURNAL-REKORD
           MOVE "TRAILER" TO TR-MARKER OF JOURNAL-TRAILER
           MOVE JOURNAL-ANTAL TO TR-ANTAL OF JOURNAL-TRAILER
           MOVE SUM-DEBET TO TR-DEBET OF JOURNAL-TRAILER
           MOVE SUM-KREDIT TO TR-KREDIT OF JOURNAL-TRAILER
           WRITE JOURNAL-REKORD
           CLOSE FIL-JOURNAL.

      * Positivt beloeb debiterer hovedkontoen og krediterer
      * modkontoen, negativt omvendt - som OPG-41's bilagspar.
       SKRIV-BILAGSPAR.
           IF PAR-BELOEB = ZEROS
               EXIT PARAGRAPH
           END-IF
           COMPUTE ABS-BELOEB = FUNCTION ABS(PAR-BELOEB)
           MOVE SPACES TO JOURNAL-REKORD
           MOVE KOERSELSDATO TO JO-DATO
           IF PAR-BELOEB > ZEROS
               MOVE KP-HOVEDKONTO OF KONTOPLAN-ARR(KONTOPLAN-MATCH-IX)
                 TO JO-KONTO
           ELSE
               MOVE KP-MODKONTO OF KONTOPLAN-ARR(KONTOPLAN-MATCH-IX)
                 TO JO-KONTO
           END-IF
           MOVE "D" TO JO-DK
           MOVE ABS-BELOEB TO JO-BELOEB
           MOVE PAR-TEKST TO JO-TEKST
           WRITE JOURNAL-REKORD
           ADD ABS-BELOEB TO SUM-DEBET
           ADD 1 TO JOURNAL-ANTAL
           MOVE SPACES TO JOURNAL-REKORD
           MOVE KOERSELSDATO TO JO-DATO
           IF PAR-BELOEB > ZEROS
               MOVE KP-MODKONTO OF KONTOPLAN-ARR(KONTOPLAN-MATCH-IX)
                 TO JO-KONTO
           ELSE
               MOVE KP-HOVEDKONTO OF KONTOPLAN-ARR(KONTOPLAN-MATCH-IX)
                 TO JO-KONTO
           END-IF
           MOVE "K" TO JO-DK
           MOVE ABS-BELOEB TO JO-BELOEB
           MOVE PAR-TEKST TO JO-TEKST
           WRITE JOURNAL-REKORD
           ADD ABS-BELOEB TO SUM-KREDIT
           ADD 1 TO JOURNAL-ANTAL.

       DATO-TIL-NUM.
           MOVE DATO-TEKST(1:4) TO DATO-NUM(1:4)
           MOVE DATO-TEKST(6:2) TO DATO-NUM(5:2)
           MOVE DATO-TEKST(9:2) TO DATO-NUM(7:2).

       DAG-TIL-DATO.
           COMPUTE DAG-DATO-NUM = FUNCTION DATE-OF-INTEGER(DAG-INT)
           MOVE SPACES TO DAG-DATO
           STRING
               DAG-DATO-NUM(1:4) DELIMITED BY SIZE
               "-"               DELIMITED BY SIZE
               DAG-DATO-NUM(5:2) DELIMITED BY SIZE
               "-"               DELIMITED BY SIZE
               DAG-DATO-NUM(7:2) DELIMITED BY SIZE
           INTO DAG-DATO.

       NAESTE-MAANED.
           MOVE MAANED-TEKST(1:4) TO MAANED-AAR
           MOVE MAANED-TEKST(6:2) TO MAANED-MM
           IF MAANED-MM = 12
               ADD 1 TO MAANED-AAR
               MOVE 1 TO MAANED-MM
           ELSE
               ADD 1 TO MAANED-MM
           END-IF
           PERFORM BYG-MAANED-TEKST.

       FORRIGE-MAANED.
           MOVE MAANED-TEKST(1:4) TO MAANED-AAR
           MOVE MAANED-TEKST(6:2) TO MAANED-MM
           IF MAANED-MM = 1
               SUBTRACT 1 FROM MAANED-AAR
               MOVE 12 TO MAANED-MM
           ELSE
               SUBTRACT 1 FROM MAANED-MM
           END-IF
           PERFORM BYG-MAANED-TEKST.

       BYG-MAANED-TEKST.
           MOVE SPACES TO MAANED-TEKST
           STRING
               MAANED-AAR DELIMITED BY SIZE
               "-"        DELIMITED BY SIZE
               MAANED-MM  DELIMITED BY SIZE
           INTO MAANED-TEKST.

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
