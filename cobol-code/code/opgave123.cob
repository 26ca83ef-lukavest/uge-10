       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPG-123.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIL-KONTOPLAN ASSIGN TO "../data/Kontoplan.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KONTOPLAN-STATUS.
           SELECT FIL-KONTI ASSIGN TO "../data/KontoOpl.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-TRANS ASSIGN TO "../data/Transaktioner.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-STATUS.
           SELECT FIL-PLAN ASSIGN TO "../data/Laaneplaner.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLAN-FIL-STATUS.
           SELECT FIL-KURS ASSIGN TO "../data/Valutakurser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KURS-FIL-STATUS.
           SELECT FIL-SALDI ASSIGN TO "../data/Finans-Saldi.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SALDI-STATUS.
           SELECT FIL-JOURNAL ASSIGN TO JOURNAL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-STATUS.
           SELECT FIL-RAPPORT ASSIGN TO RAPPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-AFSTEMNING
               ASSIGN TO "../data/Finansafstemning-Status.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-PARM ASSIGN TO "../data/OPG123-Parametre.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-STATUS.
           SELECT FIL-BOGFDATO ASSIGN TO "../data/Bogfoeringsdato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOGFDATO-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD FIL-KONTOPLAN.
       01 KONTOPLAN-REKORD.
           COPY "../copybooks/KONTOPLAN.cpy".

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

       FD FIL-PLAN.
       01 PLAN-REKORD.
           COPY "../copybooks/LAANEPLAN.cpy".
       01 PLAN-REKORD-TRAILER REDEFINES PLAN-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(70).

       FD FIL-KURS.
       01 KURS-REKORD.
           COPY "../copybooks/VALUTAKURS.cpy".

       FD FIL-SALDI.
       01 SALDI-REKORD.
           02 FS-HOVEDKONTO PIC 9(08).
           02 FS-SALDO      PIC S9(13)V99.
       01 SALDI-TRAILER REDEFINES SALDI-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(10).

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

       FD FIL-RAPPORT.
       01 RAPPORT-REC.
           02 RAPPORT-TEXT PIC X(132).

       FD FIL-AFSTEMNING.
       01 AFSTEMNING-REKORD.
           COPY "../copybooks/FINANSAFSTEMNING.cpy".

       FD FIL-PARM.
       01 PARM-FILE-REC.
           COPY "../copybooks/OPG123-PARAMETRE.cpy".

       FD FIL-BOGFDATO.
       01 BOGFDATO-FIL-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".

       WORKING-STORAGE SECTION.

      * Maanedlig afstemning af kunderegnskabet mod finans. Kunde-
      * regnskabet er KontoOpl.txt's saldi (BALANCE plus perioden
      * til og med ultimo af Transaktioner.txt i kontoens egen
      * valuta, omregnet til DKK med ultimokursen) og restgaelden paa
      * aktive laan i Laaneplaner.txt. Kontotype-raekkerne i
      * Kontoplan.txt (noegletype K) mapper hver kontotype til den
      * finanskonto, saldoen staar paa (hovedkonto), og til den
      * finanskonto, restgaelden staar paa (modkonto, nul hvis
      * ingen). Kundesaldi er bankens gaeld og forventes med kredit-
      * fortegn i finans, restgaeld er et tilgodehavende og forventes
      * med debetfortegn. Forventningen holdes op mod ultimosaldoen i
      * Finans-Saldi.txt (rullet frem af OPG-69).
      *
      * Differencen pr. finanskonto forklares pr. konto af:
      *   - poster, som Kontoplan.txt bogfoerer paa en anden finans-
      *     konto end kontotypens (fx gebyrer og vaerdipapirhandel),
      *     samt poster i fremmed valuta paa kontoen,
      *   - kursforskellen mellem journaliseringskursen og ultimo-
      *     kursen paa valutakonti.
      * Resten er uforklaret. Desuden vises pr. dag i perioden
      * finansjournalens bevaegelse mod kunderegnskabets bevaegelse,
      * saa dage med manglende eller skaev journal kan udpeges.
      * Overstiger en uforklaret difference tolerancen, markeres
      * perioden i Finansafstemning-Status.txt, og OPG-31 afviser
      * at lukke den.
       01 KONTOPLAN-STATUS PIC XX VALUE "00".
       01 TRANS-STATUS     PIC XX VALUE "00".
       01 PLAN-FIL-STATUS  PIC XX VALUE "00".
       01 KURS-FIL-STATUS  PIC XX VALUE "00".
       01 SALDI-STATUS     PIC XX VALUE "00".
       01 JOURNAL-STATUS   PIC XX VALUE "00".
       01 PARM-STATUS      PIC XX VALUE "00".
       01 PARM-REC.
           COPY "../copybooks/OPG123-PARAMETRE.cpy".
       01 TRAILER-FOUND-SW PIC X(01) VALUE "N".
       01 TRAILER-ANTAL    PIC 9(06) VALUE ZEROS.
       01 TRANS-LAEST      PIC 9(06) VALUE ZEROS.
       01 PLAN-LAEST       PIC 9(06) VALUE ZEROS.
       01 EOF-FLAG         PIC X(01) VALUE "N".

       01 NUM-KONTOPLAN    PIC 9(03) VALUE 0.
       01 KONTOPLAN-ARR OCCURS 0 TO 100 TIMES
               DEPENDING ON NUM-KONTOPLAN.
           COPY "../copybooks/KONTOPLAN.cpy".
       01 KONTOPLAN-IX     PIC 9(03) VALUE 0.
       01 KONTOPLAN-MATCH-IX PIC 9(03) VALUE 0.

       01 NUM-KONTI        PIC 9(04) VALUE 0.
       01 KONTO-ARR OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-KONTI.
           COPY "../copybooks/KONTOOPL.cpy".
           02 KONTO-GL-IX       PIC 9(03).
           02 KONTO-RESTGAELD-GL-IX PIC 9(03).
           02 KONTO-SALDO-VAL   PIC S9(13)V99.
           02 KONTO-SALDO-DKK   PIC S9(13)V99.
       01 KONTO-IX2        PIC 9(04) VALUE 0.
       01 KONTO-MATCH-IX   PIC 9(04) VALUE 0.
       01 KONTO-VALUTA     PIC X(04) VALUE SPACES.

       01 NUM-KURS         PIC 9(03) VALUE 0.
       01 KURS-ARR OCCURS 0 TO 100 TIMES DEPENDING ON NUM-KURS.
           COPY "../copybooks/VALUTAKURS.cpy".
       01 KURS-IX          PIC 9(03) VALUE 0.
       01 KURS-MATCH-IX    PIC 9(03) VALUE 0.
       01 KURS-BEST-DATO   PIC X(10) VALUE SPACES.
       01 SOEGE-VALUTA     PIC X(04) VALUE SPACES.
       01 SOEGE-DATO       PIC X(10) VALUE SPACES.

      * De afstemte finanskonti er dem, kontotype-raekkerne peger
      * paa; pr. konto holdes dagens bevaegelse i finansjournalen og
      * i kunderegnskabet for hver dag i perioden.
       01 NUM-GL           PIC 9(03) VALUE 0.
       01 GL-ARR OCCURS 0 TO 50 TIMES DEPENDING ON NUM-GL.
           02 GL-HOVEDKONTO     PIC 9(08).
           02 GL-I-SALDI-SW     PIC X(01).
           02 GL-FINANSSALDO    PIC S9(13)V99.
           02 GL-KUNDEREGNSKAB  PIC S9(13)V99.
           02 GL-DIFFERENCE     PIC S9(13)V99.
           02 GL-FORKLARET      PIC S9(13)V99.
           02 GL-UFORKLARET     PIC S9(13)V99.
           02 GL-DAG OCCURS 31 TIMES.
               03 GL-DAG-FINANS PIC S9(13)V99.
               03 GL-DAG-KUNDE  PIC S9(13)V99.
       01 GL-IX            PIC 9(03) VALUE 0.
       01 GL-MATCH-IX      PIC 9(03) VALUE 0.
       01 SOEGE-GL         PIC 9(08) VALUE ZEROS.

       01 NUM-FORKLARING   PIC 9(04) VALUE 0.
       01 FORKLARING-ARR OCCURS 0 TO 3000 TIMES
               DEPENDING ON NUM-FORKLARING.
           02 FK-KONTO-ID       PIC X(14).
           02 FK-GL-IX          PIC 9(03).
           02 FK-POSTERING      PIC S9(13)V99.
           02 FK-KURS           PIC S9(13)V99.
       01 FORKLARING-IX    PIC 9(04) VALUE 0.
       01 FORKLARING-MATCH-IX PIC 9(04) VALUE 0.
       01 SOEGE-KONTO-ID   PIC X(14) VALUE SPACES.

       01 DAG-JOURNAL-TABEL.
           02 DAG-JOURNAL-SW PIC X(01) OCCURS 31 TIMES.

       01 RUN-DATE         PIC 9(08) VALUE ZEROS.
      * Koerselsdatoen er bankens bogfoeringsdato (Bogfoeringsdato.txt),
      * ikke maskinens dato.
       01 BOGFDATO-STATUS  PIC XX VALUE "00".
       01 BOGFDATO-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".
       01 DAGS-DATO        PIC X(10) VALUE SPACES.
       01 PERIODE-AAR      PIC 9(04) VALUE ZEROS.
       01 PERIODE-MND      PIC 9(02) VALUE ZEROS.
       01 PERIODE-TEKST    PIC X(07) VALUE SPACES.
       01 PERIODE-SLUT     PIC X(10) VALUE SPACES.
       01 DAG-NR           PIC 9(02) VALUE ZEROS.
       01 DAG-NUM          PIC 9(08) VALUE ZEROS.
       01 DAG-DATO         PIC X(10) VALUE SPACES.
       01 GYLDIG-DAG-SW    PIC X(01) VALUE "J".

       01 JOURNAL-FILENAME PIC X(60) VALUE SPACES.
       01 RAPPORT-FILENAME PIC X(60) VALUE SPACES.
       01 TRANS-DATO       PIC X(10) VALUE SPACES.
       01 TRANS-DKK        PIC S9(13)V99 VALUE ZEROS.
       01 ULTIMO-DKK       PIC S9(13)V99 VALUE ZEROS.
       01 FORKL-BELOEB     PIC S9(13)V99 VALUE ZEROS.
       01 DAG-DIFFERENCE   PIC S9(13)V99 VALUE ZEROS.
       01 UFORKLARET-ABS   PIC 9(13)V99 VALUE ZEROS.
       01 STOERSTE-UFORKLARET PIC 9(13)V99 VALUE ZEROS.
       01 OVER-TOLERANCE-ANTAL PIC 9(03) VALUE 0.
       01 UMAPPET-KONTO-ANTAL PIC 9(04) VALUE 0.
       01 UMAPPET-LAAN-ANTAL  PIC 9(04) VALUE 0.
       01 UKENDT-KURS-ANTAL   PIC 9(04) VALUE 0.
       01 EFTER-PERIODE-ANTAL PIC 9(06) VALUE 0.
       01 JOURNAL-DAGE     PIC 9(02) VALUE 0.

       01 BELOEB-VIS       PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 TOLERANCE-VIS    PIC Z,ZZZ,ZZ9.99.

       01 RAPPORT-LINJE-GL.
           02 RG-HOVEDKONTO    PIC 9(08).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RG-FINANSSALDO   PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RG-KUNDEREGNSKAB PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RG-DIFFERENCE    PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RG-FORKLARET     PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RG-UFORKLARET    PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RG-STATUS        PIC X(18).

       01 RAPPORT-LINJE-KONTO.
           02 FILLER           PIC X(04) VALUE SPACES.
           02 RK-KONTO-ID      PIC X(14).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RK-POSTERING     PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RK-KURS          PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RK-I-ALT         PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

       01 RAPPORT-LINJE-DAG.
           02 FILLER           PIC X(04) VALUE SPACES.
           02 RD-DATO          PIC X(10).
           02 FILLER           PIC X(05) VALUE SPACES.
           02 RD-FINANS        PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RD-KUNDE         PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RD-DIFFERENCE    PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RD-NOTE          PIC X(20).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM PARM-FILL
           PERFORM BEREGN-PERIODE
           PERFORM KONTOPLAN-ARR-FILL
           PERFORM SALDI-ARR-FILL
           PERFORM KONTO-ARR-FILL
           PERFORM KURS-ARR-FILL
           PERFORM TRANS-GENNEMGANG
           PERFORM BEREGN-KUNDEREGNSKAB
           PERFORM LAANEPLAN-SUMMER
           PERFORM JOURNAL-GENNEMGANG
           PERFORM BEREGN-DIFFERENCER
           PERFORM SKRIV-RAPPORT
           PERFORM SKRIV-AFSTEMNINGSSTATUS
           DISPLAY "Finansafstemning " PERIODE-TEKST ": " NUM-GL
               " finanskonti, " OVER-TOLERANCE-ANTAL
               " over tolerance - se " RAPPORT-FILENAME
           IF OVER-TOLERANCE-ANTAL > 0
               DISPLAY "ADVARSEL: uforklaret difference over "
                   "tolerance - perioden kan ikke lukkes i OPG-31."
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

      * Perioden er den, OPG-31 lukker: parameterens aar og maaned,
      * ellers kalendermaaneden foer bogfoeringsdatoen.
       BEREGN-PERIODE.
           PERFORM BOGFOERINGSDATO-FILL
           MOVE BD-DATO OF BOGFDATO-REC TO RUN-DATE
           STRING
               RUN-DATE(1:4) DELIMITED BY SIZE
               "-"           DELIMITED BY SIZE
               RUN-DATE(5:2) DELIMITED BY SIZE
               "-"           DELIMITED BY SIZE
               RUN-DATE(7:2) DELIMITED BY SIZE
           INTO DAGS-DATO
           IF PARM-AAR OF PARM-REC > 0
               MOVE PARM-AAR OF PARM-REC TO PERIODE-AAR
               MOVE PARM-MAANED OF PARM-REC TO PERIODE-MND
           ELSE
               MOVE RUN-DATE(1:4) TO PERIODE-AAR
               MOVE RUN-DATE(5:2) TO PERIODE-MND
               IF PERIODE-MND = 1
                   MOVE 12 TO PERIODE-MND
                   SUBTRACT 1 FROM PERIODE-AAR
               ELSE
                   SUBTRACT 1 FROM PERIODE-MND
               END-IF
           END-IF
           STRING
               PERIODE-AAR DELIMITED BY SIZE
               "-"         DELIMITED BY SIZE
               PERIODE-MND DELIMITED BY SIZE
           INTO PERIODE-TEKST
           PERFORM VARYING DAG-NR FROM 1 BY 1 UNTIL DAG-NR > 31
               PERFORM CHECK-DAG-GYLDIG
               IF GYLDIG-DAG-SW = "J"
                   MOVE DAG-DATO TO PERIODE-SLUT
               END-IF
           END-PERFORM
           MOVE SPACES TO RAPPORT-FILENAME
           STRING
               "../data/Finansafstemning-" DELIMITED BY SIZE
               PERIODE-AAR                 DELIMITED BY SIZE
               PERIODE-MND                 DELIMITED BY SIZE
               ".txt"                      DELIMITED BY SIZE
           INTO RAPPORT-FILENAME.

       CHECK-DAG-GYLDIG.
           MOVE "J" TO GYLDIG-DAG-SW
           COMPUTE DAG-NUM =
               (PERIODE-AAR * 10000) + (PERIODE-MND * 100) + DAG-NR
           EVALUATE TRUE
               WHEN DAG-NR > 31
                   MOVE "N" TO GYLDIG-DAG-SW
               WHEN DAG-NR = 31 AND (PERIODE-MND = 04
                       OR PERIODE-MND = 06 OR PERIODE-MND = 09
                       OR PERIODE-MND = 11)
                   MOVE "N" TO GYLDIG-DAG-SW
               WHEN PERIODE-MND = 02 AND DAG-NR > 29
                   MOVE "N" TO GYLDIG-DAG-SW
               WHEN PERIODE-MND = 02 AND DAG-NR = 29
                   IF FUNCTION MOD(PERIODE-AAR, 4) NOT = 0
                       MOVE "N" TO GYLDIG-DAG-SW
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF GYLDIG-DAG-SW = "J"
               MOVE SPACES TO DAG-DATO
               STRING
                   DAG-NUM(1:4) DELIMITED BY SIZE
                   "-"          DELIMITED BY SIZE
                   DAG-NUM(5:2) DELIMITED BY SIZE
                   "-"          DELIMITED BY SIZE
                   DAG-NUM(7:2) DELIMITED BY SIZE
               INTO DAG-DATO
           END-IF.

      * Kontoplanen indlaeses helt; finanskontiene fra kontotype-
      * raekkerne bliver afstemningens konti.
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
                       IF NUM-KONTOPLAN >= 100
                           DISPLAY "FEJL: flere end 100 raekker i "
                               "Kontoplan.txt."
                           MOVE 1 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO NUM-KONTOPLAN
                       MOVE KONTOPLAN-REKORD
                         TO KONTOPLAN-ARR(NUM-KONTOPLAN)
                       IF KP-KONTOTYPE-NOEGLE OF KONTOPLAN-REKORD
                           MOVE KP-HOVEDKONTO OF KONTOPLAN-REKORD
                             TO SOEGE-GL
                           PERFORM TILFOEJ-GL
                           IF KP-MODKONTO OF KONTOPLAN-REKORD > 0
                               MOVE KP-MODKONTO OF KONTOPLAN-REKORD
                                 TO SOEGE-GL
                               PERFORM TILFOEJ-GL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-KONTOPLAN
           IF NUM-GL = 0
               DISPLAY "FEJL: Kontoplan.txt har ingen kontotype-"
                   "raekker - intet at afstemme."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       TILFOEJ-GL.
           PERFORM FIND-GL
           IF GL-MATCH-IX = 0
               IF NUM-GL >= 50
                   DISPLAY "FEJL: flere end 50 finanskonti i "
                       "afstemningen - udvid GL-ARR."
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO NUM-GL
               INITIALIZE GL-ARR(NUM-GL)
               MOVE SOEGE-GL TO GL-HOVEDKONTO(NUM-GL)
               MOVE "N" TO GL-I-SALDI-SW(NUM-GL)
               MOVE NUM-GL TO GL-MATCH-IX
           END-IF.

       FIND-GL.
           MOVE 0 TO GL-MATCH-IX
           PERFORM VARYING GL-IX FROM 1 BY 1 UNTIL GL-IX > NUM-GL
               IF GL-HOVEDKONTO(GL-IX) = SOEGE-GL
                   MOVE GL-IX TO GL-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * Finans-Saldi.txt baerer ultimosaldiene efter OPG-69's
      * fremrulning af perioden, debet positiv og kredit negativ.
       SALDI-ARR-FILL.
           OPEN INPUT FIL-SALDI
           IF SALDI-STATUS NOT = "00"
               DISPLAY "FEJL: Finans-Saldi.txt findes ikke - "
                   "afstemningen kan ikke udfoeres."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-SALDI
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF SALDI-TRAILER = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                       ELSE
                           MOVE FS-HOVEDKONTO TO SOEGE-GL
                           PERFORM FIND-GL
                           IF GL-MATCH-IX > 0
                               MOVE FS-SALDO
                                 TO GL-FINANSSALDO(GL-MATCH-IX)
                               MOVE "J"
                                 TO GL-I-SALDI-SW(GL-MATCH-IX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-SALDI.

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
                           PERFORM MAP-KONTOTYPE
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

       MAP-KONTOTYPE.
           MOVE BALANCE OF KONTO-ARR(NUM-KONTI)
             TO KONTO-SALDO-VAL(NUM-KONTI)
           MOVE ZEROS TO KONTO-SALDO-DKK(NUM-KONTI)
           MOVE 0 TO KONTO-GL-IX(NUM-KONTI)
           MOVE 0 TO KONTO-RESTGAELD-GL-IX(NUM-KONTI)
           MOVE 0 TO KONTOPLAN-MATCH-IX
           PERFORM VARYING KONTOPLAN-IX FROM 1 BY 1
                   UNTIL KONTOPLAN-IX > NUM-KONTOPLAN
               IF KP-KONTOTYPE-NOEGLE OF KONTOPLAN-ARR(KONTOPLAN-IX)
                   AND KP-TRANS-TYPE OF KONTOPLAN-ARR(KONTOPLAN-IX)
                       = KONTO-TYPE OF KONTO-ARR(NUM-KONTI)
                   MOVE KONTOPLAN-IX TO KONTOPLAN-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF KONTOPLAN-MATCH-IX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE KP-HOVEDKONTO OF KONTOPLAN-ARR(KONTOPLAN-MATCH-IX)
             TO SOEGE-GL
           PERFORM FIND-GL
           MOVE GL-MATCH-IX TO KONTO-GL-IX(NUM-KONTI)
           IF KP-MODKONTO OF KONTOPLAN-ARR(KONTOPLAN-MATCH-IX) > 0
               MOVE KP-MODKONTO OF KONTOPLAN-ARR(KONTOPLAN-MATCH-IX)
                 TO SOEGE-GL
               PERFORM FIND-GL
               MOVE GL-MATCH-IX TO KONTO-RESTGAELD-GL-IX(NUM-KONTI)
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

      * Nyeste kurs for SOEGE-VALUTA med dato til og med SOEGE-DATO,
      * jf. OPG-41's LOOKUP-KURS.
       LOOKUP-KURS.
           MOVE 0 TO KURS-MATCH-IX
           MOVE SPACES TO KURS-BEST-DATO
           PERFORM VARYING KURS-IX FROM 1 BY 1 UNTIL KURS-IX > NUM-KURS
               IF VALUTA-KD OF KURS-ARR(KURS-IX) = SOEGE-VALUTA
                   AND KURS-DATO OF KURS-ARR(KURS-IX)
                       NOT > SOEGE-DATO
                   AND KURS-DATO OF KURS-ARR(KURS-IX)
                       >= KURS-BEST-DATO
                   MOVE KURS-IX TO KURS-MATCH-IX
                   MOVE KURS-DATO OF KURS-ARR(KURS-IX)
                     TO KURS-BEST-DATO
               END-IF
           END-PERFORM.

       TRANS-GENNEMGANG.
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
                           PERFORM TRANS-TIL-AFSTEMNING
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

      * Posten tages med til og med periodens sidste dag, dateret som
      * i OPG-31 paa bogfoeringsdatoen eller tidspunktets dato. Dens
      * DKK-beloeb beregnes som i OPG-41's journalisering.
       TRANS-TIL-AFSTEMNING.
           MOVE BOGFOER-DATO OF TRANSAKTIONER TO TRANS-DATO
           IF TRANS-DATO = SPACES
               MOVE TIDSPUNKT OF TRANSAKTIONER(1:10) TO TRANS-DATO
           END-IF
           IF TRANS-DATO > PERIODE-SLUT
               ADD 1 TO EFTER-PERIODE-ANTAL
               EXIT PARAGRAPH
           END-IF
           MOVE BELØB OF TRANSAKTIONER TO TRANS-DKK
           IF VALUTA OF TRANSAKTIONER NOT = "DKK "
               MOVE VALUTA OF TRANSAKTIONER TO SOEGE-VALUTA
               MOVE TIDSPUNKT OF TRANSAKTIONER(1:10) TO SOEGE-DATO
               PERFORM LOOKUP-KURS
               IF KURS-MATCH-IX > 0
                   COMPUTE TRANS-DKK ROUNDED =
                       BELØB OF TRANSAKTIONER
                       * KURS OF KURS-ARR(KURS-MATCH-IX)
               ELSE
                   ADD 1 TO UKENDT-KURS-ANTAL
                   MOVE ZEROS TO TRANS-DKK
               END-IF
           END-IF
           MOVE KONTO-ID OF TRANSAKTIONER TO SOEGE-KONTO-ID
           PERFORM FINANS-EFFEKT
           PERFORM LOOKUP-KONTO
           IF KONTO-MATCH-IX > 0
               PERFORM KUNDE-EFFEKT
           END-IF.

      * Finanssiden: positivt beloeb debiterer hovedkontoen og
      * krediterer modkontoen, negativt omvendt (OPG-41).
       FINANS-EFFEKT.
           MOVE 0 TO KONTOPLAN-MATCH-IX
           PERFORM VARYING KONTOPLAN-IX FROM 1 BY 1
                   UNTIL KONTOPLAN-IX > NUM-KONTOPLAN
               IF KP-TRANS-TYPE OF KONTOPLAN-ARR(KONTOPLAN-IX)
                       = TRANS-TYPE OF TRANSAKTIONER
                   AND KP-TRANSTYPE-NOEGLE
                       OF KONTOPLAN-ARR(KONTOPLAN-IX)
                   MOVE KONTOPLAN-IX TO KONTOPLAN-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF KONTOPLAN-MATCH-IX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE KP-HOVEDKONTO OF KONTOPLAN-ARR(KONTOPLAN-MATCH-IX)
             TO SOEGE-GL
           PERFORM FIND-GL
           IF GL-MATCH-IX > 0
               MOVE TRANS-DKK TO FORKL-BELOEB
               PERFORM TILFOEJ-FORKLARING
               ADD FORKL-BELOEB
                 TO FK-POSTERING(FORKLARING-MATCH-IX)
           END-IF
           MOVE KP-MODKONTO OF KONTOPLAN-ARR(KONTOPLAN-MATCH-IX)
             TO SOEGE-GL
           PERFORM FIND-GL
           IF GL-MATCH-IX > 0
               COMPUTE FORKL-BELOEB = 0 - TRANS-DKK
               PERFORM TILFOEJ-FORKLARING
               ADD FORKL-BELOEB
                 TO FK-POSTERING(FORKLARING-MATCH-IX)
           END-IF.

      * Kundesiden: kun poster i kontoens egen valuta flytter saldoen.
      * Kontotypens finanskonto forventes at bevaege sig med minus
      * beloebet; det modregnes i forklaringen, og valutakontiens
      * kursforskel til ultimokursen noteres for sig.
       KUNDE-EFFEKT.
           MOVE VALUTA-KD OF KONTO-ARR(KONTO-MATCH-IX) TO KONTO-VALUTA
           IF KONTO-VALUTA = SPACES
               MOVE "DKK " TO KONTO-VALUTA
           END-IF
           IF VALUTA OF TRANSAKTIONER NOT = KONTO-VALUTA
               EXIT PARAGRAPH
           END-IF
           ADD BELØB OF TRANSAKTIONER
             TO KONTO-SALDO-VAL(KONTO-MATCH-IX)
           IF KONTO-GL-IX(KONTO-MATCH-IX) = 0
               EXIT PARAGRAPH
           END-IF
           MOVE KONTO-GL-IX(KONTO-MATCH-IX) TO GL-MATCH-IX
           MOVE TRANS-DKK TO FORKL-BELOEB
           PERFORM TILFOEJ-FORKLARING
           ADD FORKL-BELOEB TO FK-POSTERING(FORKLARING-MATCH-IX)
           IF KONTO-VALUTA NOT = "DKK "
               MOVE KONTO-VALUTA TO SOEGE-VALUTA
               MOVE PERIODE-SLUT TO SOEGE-DATO
               PERFORM LOOKUP-KURS
               IF KURS-MATCH-IX > 0
                   COMPUTE ULTIMO-DKK ROUNDED =
                       BELØB OF TRANSAKTIONER
                       * KURS OF KURS-ARR(KURS-MATCH-IX)
               ELSE
                   MOVE ZEROS TO ULTIMO-DKK
               END-IF
               COMPUTE FK-KURS(FORKLARING-MATCH-IX) =
                   FK-KURS(FORKLARING-MATCH-IX) + ULTIMO-DKK
                   - TRANS-DKK
           END-IF
           IF TRANS-DATO(1:7) = PERIODE-TEKST
                   AND TRANS-DATO(9:2) IS NUMERIC
               MOVE TRANS-DATO(9:2) TO DAG-NR
               IF DAG-NR >= 1 AND DAG-NR <= 31
                   SUBTRACT TRANS-DKK
                     FROM GL-DAG-KUNDE(GL-MATCH-IX, DAG-NR)
               END-IF
           END-IF.

      * Finder eller opretter forklaringslinjen for SOEGE-KONTO-ID paa
      * finanskontoen GL-MATCH-IX.
       TILFOEJ-FORKLARING.
           MOVE 0 TO FORKLARING-MATCH-IX
           PERFORM VARYING FORKLARING-IX FROM 1 BY 1
                   UNTIL FORKLARING-IX > NUM-FORKLARING
               IF FK-KONTO-ID(FORKLARING-IX) = SOEGE-KONTO-ID
                   AND FK-GL-IX(FORKLARING-IX) = GL-MATCH-IX
                   MOVE FORKLARING-IX TO FORKLARING-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF FORKLARING-MATCH-IX = 0
               IF NUM-FORKLARING >= 3000
                   DISPLAY "FEJL: flere end 3000 forklaringslinjer - "
                       "udvid FORKLARING-ARR."
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO NUM-FORKLARING
               MOVE SOEGE-KONTO-ID TO FK-KONTO-ID(NUM-FORKLARING)
               MOVE GL-MATCH-IX TO FK-GL-IX(NUM-FORKLARING)
               MOVE ZEROS TO FK-POSTERING(NUM-FORKLARING)
               MOVE ZEROS TO FK-KURS(NUM-FORKLARING)
               MOVE NUM-FORKLARING TO FORKLARING-MATCH-IX
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

      * Ultimosaldoen omregnes med ultimokursen og forventes med
      * kreditfortegn paa kontotypens finanskonto.
       BEREGN-KUNDEREGNSKAB.
           PERFORM VARYING KONTO-IX2 FROM 1 BY 1
                   UNTIL KONTO-IX2 > NUM-KONTI
               IF KONTO-ID OF KONTO-ARR(KONTO-IX2) NOT = SPACES
                   PERFORM OMREGN-KONTOSALDO
                   IF KONTO-GL-IX(KONTO-IX2) = 0
                       ADD 1 TO UMAPPET-KONTO-ANTAL
                   ELSE
                       MOVE KONTO-GL-IX(KONTO-IX2) TO GL-IX
                       SUBTRACT KONTO-SALDO-DKK(KONTO-IX2)
                         FROM GL-KUNDEREGNSKAB(GL-IX)
                   END-IF
               END-IF
           END-PERFORM.

       OMREGN-KONTOSALDO.
           MOVE VALUTA-KD OF KONTO-ARR(KONTO-IX2) TO KONTO-VALUTA
           IF KONTO-VALUTA = SPACES OR KONTO-VALUTA = "DKK "
               MOVE KONTO-SALDO-VAL(KONTO-IX2)
                 TO KONTO-SALDO-DKK(KONTO-IX2)
           ELSE
               MOVE KONTO-VALUTA TO SOEGE-VALUTA
               MOVE PERIODE-SLUT TO SOEGE-DATO
               PERFORM LOOKUP-KURS
               IF KURS-MATCH-IX > 0
                   COMPUTE KONTO-SALDO-DKK(KONTO-IX2) ROUNDED =
                       KONTO-SALDO-VAL(KONTO-IX2)
                       * KURS OF KURS-ARR(KURS-MATCH-IX)
               ELSE
                   ADD 1 TO UKENDT-KURS-ANTAL
                   MOVE ZEROS TO KONTO-SALDO-DKK(KONTO-IX2)
               END-IF
           END-IF.

      * Restgaelden paa aktive laan forventes med debetfortegn paa
      * kontotypens restgaeldskonto. Uden Laaneplaner.txt indgaar
      * ingen restgaeld.
       LAANEPLAN-SUMMER.
           OPEN INPUT FIL-PLAN
           IF PLAN-FIL-STATUS NOT = "00"
               DISPLAY "ADVARSEL: Laaneplaner.txt findes ikke - "
                   "ingen restgaeld i afstemningen."
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO TRAILER-FOUND-SW
           MOVE 0 TO TRAILER-ANTAL
           MOVE 0 TO PLAN-LAEST
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-PLAN
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF PLAN-REKORD-TRAILER = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                           MOVE "Y" TO TRAILER-FOUND-SW
                           MOVE TR-ANTAL OF PLAN-REKORD-TRAILER
                             TO TRAILER-ANTAL
                       ELSE
                           ADD 1 TO PLAN-LAEST
                           IF LP-AKTIV OF PLAN-REKORD
                               PERFORM RESTGAELD-TIL-AFSTEMNING
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-PLAN
           IF TRAILER-FOUND-SW = "N"
               DISPLAY "FEJL: Laaneplaner.txt mangler sluttaellerpost"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF PLAN-LAEST NOT = TRAILER-ANTAL
               DISPLAY "FEJL: Laaneplaner.txt - forventet "
                   TRAILER-ANTAL " poster, fandt " PLAN-LAEST
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       RESTGAELD-TIL-AFSTEMNING.
           MOVE 0 TO KONTO-MATCH-IX
           PERFORM VARYING KONTO-IX2 FROM 1 BY 1
                   UNTIL KONTO-IX2 > NUM-KONTI
               IF KONTO-ID OF KONTO-ARR(KONTO-IX2)
                       = LP-KONTO-ID OF PLAN-REKORD
                   MOVE KONTO-IX2 TO KONTO-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF KONTO-MATCH-IX = 0
               ADD 1 TO UMAPPET-LAAN-ANTAL
               EXIT PARAGRAPH
           END-IF
           IF KONTO-RESTGAELD-GL-IX(KONTO-MATCH-IX) = 0
               ADD 1 TO UMAPPET-LAAN-ANTAL
               EXIT PARAGRAPH
           END-IF
           MOVE KONTO-RESTGAELD-GL-IX(KONTO-MATCH-IX) TO GL-IX
           ADD LP-RESTGAELD OF PLAN-REKORD TO GL-KUNDEREGNSKAB(GL-IX).

      * Finansjournalerne for periodens dage; dage uden journalfil
      * markeres, saa de kan udpeges i dagsoversigten.
       JOURNAL-GENNEMGANG.
           MOVE 0 TO JOURNAL-DAGE
           PERFORM VARYING DAG-NR FROM 1 BY 1 UNTIL DAG-NR > 31
               MOVE "N" TO DAG-JOURNAL-SW(DAG-NR)
               PERFORM CHECK-DAG-GYLDIG
               IF GYLDIG-DAG-SW = "J"
                   PERFORM LAES-DAGENS-JOURNAL
               END-IF
           END-PERFORM.

       LAES-DAGENS-JOURNAL.
           MOVE SPACES TO JOURNAL-FILENAME
           STRING
               "../data/Finans-Journal-" DELIMITED BY SIZE
               DAG-NUM                   DELIMITED BY SIZE
               ".txt"                    DELIMITED BY SIZE
           INTO JOURNAL-FILENAME
           OPEN INPUT FIL-JOURNAL
           IF JOURNAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "J" TO DAG-JOURNAL-SW(DAG-NR)
           ADD 1 TO JOURNAL-DAGE
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-JOURNAL
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF JOURNAL-TRAILER = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                       ELSE
                           MOVE JO-KONTO TO SOEGE-GL
                           PERFORM FIND-GL
                           IF GL-MATCH-IX > 0
                               IF JO-DK = "D"
                                   ADD JO-BELOEB TO GL-DAG-FINANS
                                       (GL-MATCH-IX, DAG-NR)
                               ELSE
                                   SUBTRACT JO-BELOEB FROM GL-DAG-FINANS
                                       (GL-MATCH-IX, DAG-NR)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-JOURNAL.

       BEREGN-DIFFERENCER.
           MOVE 0 TO OVER-TOLERANCE-ANTAL
           MOVE ZEROS TO STOERSTE-UFORKLARET
           PERFORM VARYING FORKLARING-IX FROM 1 BY 1
                   UNTIL FORKLARING-IX > NUM-FORKLARING
               MOVE FK-GL-IX(FORKLARING-IX) TO GL-IX
               ADD FK-POSTERING(FORKLARING-IX) FK-KURS(FORKLARING-IX)
                 TO GL-FORKLARET(GL-IX)
           END-PERFORM
           PERFORM VARYING GL-IX FROM 1 BY 1 UNTIL GL-IX > NUM-GL
               COMPUTE GL-DIFFERENCE(GL-IX) =
                   GL-FINANSSALDO(GL-IX) - GL-KUNDEREGNSKAB(GL-IX)
               COMPUTE GL-UFORKLARET(GL-IX) =
                   GL-DIFFERENCE(GL-IX) - GL-FORKLARET(GL-IX)
               COMPUTE UFORKLARET-ABS =
                   FUNCTION ABS(GL-UFORKLARET(GL-IX))
               IF UFORKLARET-ABS > PARM-TOLERANCE OF PARM-REC
                   ADD 1 TO OVER-TOLERANCE-ANTAL
               END-IF
               IF UFORKLARET-ABS > STOERSTE-UFORKLARET
                   MOVE UFORKLARET-ABS TO STOERSTE-UFORKLARET
               END-IF
           END-PERFORM.

       SKRIV-RAPPORT.
           OPEN OUTPUT FIL-RAPPORT
           MOVE SPACES TO RAPPORT-TEXT
           STRING "AFSTEMNING AF KUNDEREGNSKAB MOD FINANS - PERIODE "
                      DELIMITED BY SIZE
                  PERIODE-TEKST DELIMITED BY SIZE
                  "   (koert " DELIMITED BY SIZE
                  DAGS-DATO DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REC
           MOVE PARM-TOLERANCE OF PARM-REC TO TOLERANCE-VIS
           MOVE SPACES TO RAPPORT-TEXT
           STRING "Kunderegnskab pr. " DELIMITED BY SIZE
                  PERIODE-SLUT DELIMITED BY SIZE
                  " mod Finans-Saldi.txt. Tolerance pr. finanskonto: "
                      DELIMITED BY SIZE
                  TOLERANCE-VIS DELIMITED BY SIZE
                  " DKK." DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-TEXT
           STRING "Beloeb i DKK med fortegn som i finans: "
                      DELIMITED BY SIZE
                  "debet positiv, kredit negativ." DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-TEXT
           STRING "FINANSKT         FINANSSALDO       KUNDEREGNSKAB"
                      DELIMITED BY SIZE
                  "          DIFFERENCE           FORKLARET"
                      DELIMITED BY SIZE
                  "          UFORKLARET STATUS" DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REC
           PERFORM VARYING GL-IX FROM 1 BY 1 UNTIL GL-IX > NUM-GL
               PERFORM SKRIV-GL-LINJE
           END-PERFORM
           PERFORM VARYING GL-IX FROM 1 BY 1 UNTIL GL-IX > NUM-GL
               IF GL-DIFFERENCE(GL-IX) NOT = ZEROS
                   PERFORM SKRIV-GL-UDDYBNING
               END-IF
           END-PERFORM
           IF UMAPPET-KONTO-ANTAL > 0
               PERFORM SKRIV-UMAPPEDE-KONTI
           END-IF
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           IF UMAPPET-LAAN-ANTAL > 0
               MOVE SPACES TO RAPPORT-TEXT
               STRING "Laaneplaner uden konto eller restgaeldskonto: "
                          DELIMITED BY SIZE
                      UMAPPET-LAAN-ANTAL DELIMITED BY SIZE
                   INTO RAPPORT-TEXT
               END-STRING
               WRITE RAPPORT-REC
           END-IF
           IF UKENDT-KURS-ANTAL > 0
               MOVE SPACES TO RAPPORT-TEXT
               STRING "Omregninger uden kurs (regnet som 0 DKK): "
                          DELIMITED BY SIZE
                      UKENDT-KURS-ANTAL DELIMITED BY SIZE
                   INTO RAPPORT-TEXT
               END-STRING
               WRITE RAPPORT-REC
           END-IF
           MOVE SPACES TO RAPPORT-TEXT
           STRING "Poster efter periodens udloeb (ikke medtaget): "
                      DELIMITED BY SIZE
                  EFTER-PERIODE-ANTAL DELIMITED BY SIZE
                  "   Journaldage i perioden: " DELIMITED BY SIZE
                  JOURNAL-DAGE DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-TEXT
           IF OVER-TOLERANCE-ANTAL = 0
               MOVE "RESULTAT: AFSTEMT - perioden kan lukkes."
                 TO RAPPORT-TEXT
           ELSE
               STRING "RESULTAT: " DELIMITED BY SIZE
                      OVER-TOLERANCE-ANTAL DELIMITED BY SIZE
                      " finanskonti med uforklaret difference over "
                          DELIMITED BY SIZE
                      "tolerance - perioden kan ikke lukkes i OPG-31."
                          DELIMITED BY SIZE
                   INTO RAPPORT-TEXT
               END-STRING
           END-IF
           WRITE RAPPORT-REC
           CLOSE FIL-RAPPORT.

       SKRIV-GL-LINJE.
           MOVE GL-HOVEDKONTO(GL-IX) TO RG-HOVEDKONTO
           MOVE GL-FINANSSALDO(GL-IX) TO RG-FINANSSALDO
           MOVE GL-KUNDEREGNSKAB(GL-IX) TO RG-KUNDEREGNSKAB
           MOVE GL-DIFFERENCE(GL-IX) TO RG-DIFFERENCE
           MOVE GL-FORKLARET(GL-IX) TO RG-FORKLARET
           MOVE GL-UFORKLARET(GL-IX) TO RG-UFORKLARET
           COMPUTE UFORKLARET-ABS = FUNCTION ABS(GL-UFORKLARET(GL-IX))
           EVALUATE TRUE
               WHEN UFORKLARET-ABS > PARM-TOLERANCE OF PARM-REC
                   MOVE "OVER TOLERANCE" TO RG-STATUS
               WHEN GL-I-SALDI-SW(GL-IX) = "N"
                   MOVE "IKKE I FINANSSALDI" TO RG-STATUS
               WHEN GL-DIFFERENCE(GL-IX) = ZEROS
                   MOVE "OK" TO RG-STATUS
               WHEN OTHER
                   MOVE "FORKLARET" TO RG-STATUS
           END-EVALUATE
           MOVE RAPPORT-LINJE-GL TO RAPPORT-TEXT
           WRITE RAPPORT-REC.

      * Uddybning af en finanskontos difference: de konti, hvis poster
      * eller kursforskel forklarer den, og de dage i perioden, hvor
      * finansjournalen og kunderegnskabet har bevaeget sig forskelligt.
       SKRIV-GL-UDDYBNING.
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE GL-DIFFERENCE(GL-IX) TO BELOEB-VIS
           MOVE SPACES TO RAPPORT-TEXT
           STRING "Finanskonto " DELIMITED BY SIZE
                  GL-HOVEDKONTO(GL-IX) DELIMITED BY SIZE
                  " - difference " DELIMITED BY SIZE
                  BELOEB-VIS DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-TEXT
           STRING "    KONTO                 ANDEN POSTERING"
                      DELIMITED BY SIZE
                  "         KURSFORSKEL               I ALT"
                      DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REC
           PERFORM VARYING FORKLARING-IX FROM 1 BY 1
                   UNTIL FORKLARING-IX > NUM-FORKLARING
               IF FK-GL-IX(FORKLARING-IX) = GL-IX
                   COMPUTE FORKL-BELOEB =
                       FK-POSTERING(FORKLARING-IX)
                       + FK-KURS(FORKLARING-IX)
                   IF FORKL-BELOEB NOT = ZEROS
                       MOVE FK-KONTO-ID(FORKLARING-IX) TO RK-KONTO-ID
                       MOVE FK-POSTERING(FORKLARING-IX)
                         TO RK-POSTERING
                       MOVE FK-KURS(FORKLARING-IX) TO RK-KURS
                       MOVE FORKL-BELOEB TO RK-I-ALT
                       MOVE RAPPORT-LINJE-KONTO TO RAPPORT-TEXT
                       WRITE RAPPORT-REC
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO RAPPORT-TEXT
           STRING "    DATO                    FINANSJOURNAL"
                      DELIMITED BY SIZE
                  "       KUNDEREGNSKAB          DIFFERENCE"
                      DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REC
           PERFORM VARYING DAG-NR FROM 1 BY 1 UNTIL DAG-NR > 31
               PERFORM CHECK-DAG-GYLDIG
               IF GYLDIG-DAG-SW = "J"
                   COMPUTE DAG-DIFFERENCE =
                       GL-DAG-FINANS(GL-IX, DAG-NR)
                       - GL-DAG-KUNDE(GL-IX, DAG-NR)
                   IF DAG-DIFFERENCE NOT = ZEROS
                       MOVE DAG-DATO TO RD-DATO
                       MOVE GL-DAG-FINANS(GL-IX, DAG-NR) TO RD-FINANS
                       MOVE GL-DAG-KUNDE(GL-IX, DAG-NR) TO RD-KUNDE
                       MOVE DAG-DIFFERENCE TO RD-DIFFERENCE
                       IF DAG-JOURNAL-SW(DAG-NR) = "N"
                           MOVE "INGEN JOURNALFIL" TO RD-NOTE
                       ELSE
                           MOVE SPACES TO RD-NOTE
                       END-IF
                       MOVE RAPPORT-LINJE-DAG TO RAPPORT-TEXT
                       WRITE RAPPORT-REC
                   END-IF
               END-IF
           END-PERFORM.

       SKRIV-UMAPPEDE-KONTI.
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE "Konti, hvis kontotype mangler i Kontoplan.txt:"
             TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           PERFORM VARYING KONTO-IX2 FROM 1 BY 1
                   UNTIL KONTO-IX2 > NUM-KONTI
               IF KONTO-GL-IX(KONTO-IX2) = 0
                       AND KONTO-ID OF KONTO-ARR(KONTO-IX2) NOT = SPACES
                   MOVE KONTO-SALDO-DKK(KONTO-IX2) TO BELOEB-VIS
                   MOVE SPACES TO RAPPORT-TEXT
                   STRING "    " DELIMITED BY SIZE
                          KONTO-ID OF KONTO-ARR(KONTO-IX2)
                              DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          KONTO-TYPE OF KONTO-ARR(KONTO-IX2)
                              DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          BELOEB-VIS DELIMITED BY SIZE
                       INTO RAPPORT-TEXT
                   END-STRING
                   WRITE RAPPORT-REC
               END-IF
           END-PERFORM.

      * Statusposten laeses af OPG-31 foer periodeluk.
       SKRIV-AFSTEMNINGSSTATUS.
           OPEN OUTPUT FIL-AFSTEMNING
           MOVE SPACES TO AFSTEMNING-REKORD
           MOVE PERIODE-AAR TO FA-AAR
           MOVE PERIODE-MND TO FA-MAANED
           IF OVER-TOLERANCE-ANTAL = 0
               SET FA-AFSTEMT TO TRUE
           ELSE
               SET FA-DIFFERENCE TO TRUE
           END-IF
           MOVE STOERSTE-UFORKLARET TO FA-UFORKLARET
           MOVE PARM-TOLERANCE OF PARM-REC TO FA-TOLERANCE
           MOVE DAGS-DATO TO FA-KOERSELSDATO
           WRITE AFSTEMNING-REKORD
           CLOSE FIL-AFSTEMNING.

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
