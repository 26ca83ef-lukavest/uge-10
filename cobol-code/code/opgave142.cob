       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPG-142.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIL-KUNDER ASSIGN TO "../data/Kundeoplysninger.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
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
           SELECT FIL-ANSOEGNINGER
               ASSIGN TO "../data/Laaneansoegninger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ANSOEGNING-STATUS.
           SELECT FIL-RENTESATS ASSIGN TO "../data/Rentesatser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RENTESATS-FIL-STATUS.
           SELECT FIL-PARM ASSIGN TO "../data/OPG142-Parametre.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-STATUS.
           SELECT FIL-MFI ASSIGN TO MFI-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-FORRIGE ASSIGN TO FORRIGE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FORRIGE-STATUS.
           SELECT FIL-RAPPORT ASSIGN TO RAPPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-ERHVERV ASSIGN TO "../data/Erhvervskunder.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERHVERV-FIL-STATUS.
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

       FD FIL-ANSOEGNINGER.
       01 ANSOEGNING-REKORD.
           COPY "../copybooks/LAANEANSOEGNING.cpy".
       01 ANSOEGNING-REKORD-TRAILER REDEFINES ANSOEGNING-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(241).

       FD FIL-RENTESATS.
       01 RENTESATS-REKORD.
           COPY "../copybooks/RENTESATS.cpy".

       FD FIL-PARM.
       01 PARM-FILE-REC.
           COPY "../copybooks/OPG142-PARAMETRE.cpy".

      * Indberetningsfilen til Nationalbanken: en post pr. celle
      * (post, sektor, valuta, produkt, oprindelig loebetid) med
      * ultimosaldo, vaegtet gennemsnitsrente og maanedens nye
      * forretninger. Satserne er aarlige. Slutposten baerer antal
      * celler og kontroltotalen (summen af MF-SALDO).
       FD FIL-MFI.
       01 MFI-REKORD.
           COPY "../copybooks/MFI-CELLE.cpy".
       01 MFI-TRAILER REDEFINES MFI-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 TR-KONTROL-SUM PIC S9(13)V99.
           02 FILLER       PIC X(47).

       FD FIL-FORRIGE.
       01 FORRIGE-REKORD.
           COPY "../copybooks/MFI-CELLE.cpy".
       01 FORRIGE-TRAILER REDEFINES FORRIGE-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 TR-KONTROL-SUM PIC S9(13)V99.
           02 FILLER       PIC X(47).

       FD FIL-RAPPORT.
       01 RAPPORT-REC.
           02 RAPPORT-TEXT PIC X(132).

       FD FIL-ERHVERV.
       01 ERHVERV-REC.
           COPY "../copybooks/ERHVERVSKUNDE.cpy".
       01 ERHVERV-REC-TRAILER REDEFINES ERHVERV-REC.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(59).

       FD FIL-BOGFDATO.
       01 BOGFDATO-FIL-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".

       WORKING-STORAGE SECTION.

      * Maanedlig MFI-balancestatistik til Danmarks Nationalbank.
      * Ultimosaldi fordeles i celler efter
      *   - post: I = indlaan, U = udlaan,
      *   - modpartssektor: S14 = husholdninger (personkunder),
      *     S11 = erhverv. Kundetypen gives af Erhvervskunder.txt:
      *     en kunde med en raekke der er erhverv, alle andre er
      *     personkunder,
      *   - valuta og produkt (kontotype),
      *   - oprindelig loebetid: 0 = anfordring, 1 = op til 1 aar,
      *     2 = over 1 og op til 5 aar, 3 = over 5 aar.
      * Kilderne er som i OPG-120: aktive laan i Laaneplaner.txt
      * (restgaelden, loebetid efter planen), bundne aftaleindlaan
      * (kontoens saldo, loebetid fra start til bindingens udloeb)
      * og oevrige konti i KontoOpl.txt (anfordring; negativ saldo
      * er overtraek og dermed udlaan). Kontosaldi er KontoOpl.txt's
      * BALANCE plus dagens transaktioner.
      * Renten er den, der er i kraft ved maanedens udgang: aftalt
      * sats for fastforrentede laan og aftaleindlaan, ellers
      * satsen i Rentesatser.txt (maanedssats, omregnet til aarlig).
      * Nye forretninger er aftaleindlaan startet i maaneden og laan
      * bevilget i maaneden (Laaneansoegninger.txt).
       01 TRANS-STATUS     PIC XX VALUE "00".
       01 PLAN-FIL-STATUS  PIC XX VALUE "00".
       01 INDLAAN-FIL-STATUS PIC XX VALUE "00".
       01 ANSOEGNING-STATUS PIC XX VALUE "00".
       01 RENTESATS-FIL-STATUS PIC XX VALUE "00".
       01 FORRIGE-STATUS   PIC XX VALUE "00".
       01 PARM-STATUS      PIC XX VALUE "00".
       01 PARM-REC.
           COPY "../copybooks/OPG142-PARAMETRE.cpy".
       01 TRAILER-FOUND-SW PIC X(01) VALUE "N".
       01 TRAILER-ANTAL    PIC 9(06) VALUE ZEROS.
       01 TRANS-LAEST      PIC 9(06) VALUE ZEROS.
       01 EOF-FLAG         PIC X(01) VALUE "N".

       01 MFI-FILENAME     PIC X(60) VALUE SPACES.
       01 FORRIGE-FILENAME PIC X(60) VALUE SPACES.
       01 RAPPORT-FILENAME PIC X(60) VALUE SPACES.

       01 NUM-KUNDER       PIC 9(04) VALUE 0.
       01 KUNDE-ARR OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-KUNDER.
           02 KS-KUNDE-ID   PIC X(10).
           02 KS-SEKTOR     PIC X(03).
       01 KUNDE-IX         PIC 9(04) VALUE 0.
       01 SOEGE-KUNDE-ID   PIC X(10) VALUE SPACES.

       01 ERHVERV-FIL-STATUS PIC XX VALUE "00".
       01 NUM-ERHVERV      PIC 9(04) VALUE 0.
       01 ERHVERV-ARR OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-ERHVERV.
           COPY "../copybooks/ERHVERVSKUNDE.cpy".
       01 ERHVERV-IX       PIC 9(04) VALUE 0.
       01 ERHVERV-MATCH-IX PIC 9(04) VALUE 0.

       01 NUM-KONTI        PIC 9(04) VALUE 0.
       01 KONTO-ARR OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-KONTI.
           COPY "../copybooks/KONTOOPL.cpy".
       01 KONTO-IX2        PIC 9(04) VALUE 0.
       01 KONTO-MATCH-IX   PIC 9(04) VALUE 0.
       01 SOEGE-KONTO-ID   PIC X(14) VALUE SPACES.

      * Kontoens kilde: L = laan med laaneplan, A = aftaleindlaan,
      * blank = oevrige.
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
       01 RENTE-MATCH-IX   PIC 9(03) VALUE 0.
       01 BEDSTE-GYLDIG    PIC X(10) VALUE SPACES.
       01 BEDSTE-TIER      PIC S9(10)V99 VALUE ZEROS.
       01 SATS-KONTO-TYPE  PIC X(10) VALUE SPACES.
       01 SATS-SALDO       PIC S9(10)V99 VALUE ZEROS.

      * Cellerne. C-VAEGT er summen af saldo gange aarlig sats; den
      * vaegtede gennemsnitsrente er C-VAEGT / C-SALDO.
       01 NUM-CELLER       PIC 9(03) VALUE 0.
       01 CELLE-ARR OCCURS 0 TO 500 TIMES DEPENDING ON NUM-CELLER.
           02 C-POST        PIC X(01).
           02 C-SEKTOR      PIC X(03).
           02 C-VALUTA      PIC X(04).
           02 C-PRODUKT     PIC X(10).
           02 C-LOEBETID    PIC X(01).
           02 C-ANTAL       PIC 9(06).
           02 C-SALDO       PIC S9(13)V99.
           02 C-VAEGT       PIC S9(13)V9(06).
           02 C-NY-BELOEB   PIC S9(13)V99.
           02 C-NY-VAEGT    PIC S9(13)V9(06).
           02 C-SATS        PIC S9V9(06).
           02 C-NY-SATS     PIC S9V9(06).
       01 CELLE-IX         PIC 9(03) VALUE 0.
       01 CELLE-MATCH-IX   PIC 9(03) VALUE 0.

      * Input til TILFOEJ-CELLE.
       01 NY-POST          PIC X(01) VALUE SPACE.
       01 NY-SEKTOR        PIC X(03) VALUE SPACES.
       01 NY-VALUTA        PIC X(04) VALUE SPACES.
       01 NY-PRODUKT       PIC X(10) VALUE SPACES.
       01 NY-LOEBETID      PIC X(01) VALUE SPACE.
       01 NY-BELOEB        PIC S9(13)V99 VALUE ZEROS.
       01 NY-SATS          PIC S9V9(06) VALUE ZEROS.
       01 NY-FORRETNING-SW PIC X(01) VALUE "N".
       01 LOEBETID-MDR     PIC S9(05) VALUE ZEROS.
       01 START-AAR        PIC 9(04) VALUE ZEROS.
       01 START-MD         PIC 9(02) VALUE ZEROS.
       01 START-DG         PIC 9(02) VALUE ZEROS.
       01 SLUT-AAR         PIC 9(04) VALUE ZEROS.
       01 SLUT-MD          PIC 9(02) VALUE ZEROS.
       01 SLUT-DG          PIC 9(02) VALUE ZEROS.

      * Forrige maaneds celler til bevaegelsesrapporten.
       01 NUM-FORRIGE      PIC 9(03) VALUE 0.
       01 FORRIGE-ARR OCCURS 0 TO 500 TIMES DEPENDING ON NUM-FORRIGE.
           COPY "../copybooks/MFI-CELLE.cpy".
       01 FORRIGE-IX       PIC 9(03) VALUE 0.
       01 FORRIGE-MATCH-IX PIC 9(03) VALUE 0.
       01 FORRIGE-BRUGT-ARR OCCURS 500 TIMES.
           02 FB-BRUGT      PIC X(01).

       01 KONTROL-SUM      PIC S9(13)V99 VALUE ZEROS.
       01 BEVAEG-GRAENSE   PIC 9(09) VALUE ZEROS.
       01 BEVAEG-SALDO-NU  PIC S9(13)V99 VALUE ZEROS.
       01 BEVAEG-SALDO-FOER PIC S9(13)V99 VALUE ZEROS.
       01 BEVAEG-AENDRING  PIC S9(13)V99 VALUE ZEROS.
       01 BEVAEG-ABS       PIC 9(13)V99 VALUE ZEROS.
       01 STORE-BEVAEG     PIC 9(04) VALUE 0.

       01 RUN-DATE         PIC 9(08) VALUE ZEROS.
      * Koerselsdatoen er bankens bogfoeringsdato (Bogfoeringsdato.txt),
      * ikke maskinens dato.
       01 BOGFDATO-STATUS  PIC XX VALUE "00".
       01 BOGFDATO-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".
       01 DAGS-DATO        PIC X(10) VALUE SPACES.
       01 PERIODE          PIC 9(06) VALUE ZEROS.
       01 PERIODE-X        PIC X(07) VALUE SPACES.
       01 FORRIGE-PERIODE  PIC 9(06) VALUE ZEROS.
       01 PERIODE-AAR      PIC 9(04) VALUE ZEROS.
       01 PERIODE-MD       PIC 9(02) VALUE ZEROS.

       01 RAPPORT-LINJE.
           02 RL-POST          PIC X(01).
           02 FILLER           PIC X(01).
           02 RL-SEKTOR        PIC X(03).
           02 FILLER           PIC X(01).
           02 RL-VALUTA        PIC X(04).
           02 RL-PRODUKT       PIC X(10).
           02 FILLER           PIC X(01).
           02 RL-LOEBETID      PIC X(01).
           02 FILLER           PIC X(02).
           02 RL-SALDO-FOER    PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           02 FILLER           PIC X(01).
           02 RL-SALDO-NU      PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           02 FILLER           PIC X(01).
           02 RL-AENDRING      PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           02 FILLER           PIC X(01).
           02 RL-SATS-FOER     PIC -9.9999.
           02 FILLER           PIC X(01).
           02 RL-SATS-NU       PIC -9.9999.
           02 FILLER           PIC X(01).
           02 RL-NY-BELOEB     PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           02 FILLER           PIC X(01).
           02 RL-MARKERING     PIC X(01).
       01 BELOEB-VIS       PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 PROCENT-VIS      PIC -9.9999.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM PARM-FILL
           PERFORM PERIODE-FILL
           PERFORM ERHVERV-ARR-FILL
           PERFORM KUNDE-ARR-FILL
           PERFORM KONTO-ARR-FILL
           PERFORM PLAN-ARR-FILL
           PERFORM INDLAAN-ARR-FILL
           PERFORM RENTESATS-ARR-FILL
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
           PERFORM NYE-LAAN
           PERFORM BEREGN-GENNEMSNIT
           PERFORM SKRIV-MFI-FIL
           PERFORM FORRIGE-ARR-FILL
           PERFORM SKRIV-BEVAEGELSER
           MOVE KONTROL-SUM TO BELOEB-VIS
           DISPLAY "MFI-statistik " PERIODE " dannet - " NUM-CELLER
               " celler, kontroltotal " BELOEB-VIS
           IF STORE-BEVAEG > 0
               DISPLAY "Store bevaegelser mod forrige maaned: "
                   STORE-BEVAEG " (se " RAPPORT-FILENAME ")"
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
           END-IF
           MOVE PARM-BEVAEG-GRAENSE OF PARM-REC TO BEVAEG-GRAENSE
           IF BEVAEG-GRAENSE = ZEROS
               MOVE 1000000 TO BEVAEG-GRAENSE
           END-IF.

      * Statistikken opgoeres for bogfoeringsdatoens maaned; jobbet
      * koerer sidste bankdag (SM i jobplanen).
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
           STRING
               "../data/MFI-Statistik-" DELIMITED BY SIZE
               PERIODE                  DELIMITED BY SIZE
               ".txt"                   DELIMITED BY SIZE
           INTO MFI-FILENAME
           STRING
               "../data/MFI-Statistik-" DELIMITED BY SIZE
               FORRIGE-PERIODE          DELIMITED BY SIZE
               ".txt"                   DELIMITED BY SIZE
           INTO FORRIGE-FILENAME
           STRING
               "../data/MFI-Bevaegelser-" DELIMITED BY SIZE
               PERIODE                    DELIMITED BY SIZE
               ".txt"                     DELIMITED BY SIZE
           INTO RAPPORT-FILENAME.

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
           MOVE KUNDE-ID OF KUNDE-OPL TO KS-KUNDE-ID(NUM-KUNDER)
           PERFORM FIND-ERHVERVSKUNDE
           IF ERHVERV-MATCH-IX > 0
               MOVE "S11" TO KS-SEKTOR(NUM-KUNDER)
           ELSE
               MOVE "S14" TO KS-SEKTOR(NUM-KUNDER)
           END-IF.

       FIND-ERHVERVSKUNDE.
           MOVE 0 TO ERHVERV-MATCH-IX
           PERFORM VARYING ERHVERV-IX FROM 1 BY 1
                   UNTIL ERHVERV-IX > NUM-ERHVERV
               IF EK-KUNDE-ID OF ERHVERV-ARR(ERHVERV-IX)
                       = KUNDE-ID OF KUNDE-OPL
                   MOVE ERHVERV-IX TO ERHVERV-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       ERHVERV-ARR-FILL.
           MOVE 0 TO NUM-ERHVERV
           OPEN INPUT FIL-ERHVERV
           IF ERHVERV-FIL-STATUS = "00"
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

      * Ukendte kunder regnes som personkunder.
       FIND-SEKTOR.
           MOVE "S14" TO NY-SEKTOR
           PERFORM VARYING KUNDE-IX FROM 1 BY 1
                   UNTIL KUNDE-IX > NUM-KUNDER
               IF KS-KUNDE-ID(KUNDE-IX) = SOEGE-KUNDE-ID
                   MOVE KS-SEKTOR(KUNDE-IX) TO NY-SEKTOR
                   EXIT PERFORM
               END-IF
           END-PERFORM.

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
                   "gennemsnitsrenter kan ikke beregnes."
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

      * Laan: restgaelden er udlaan i laanekontoens valuta og
      * produkt, loebetiden er planens oprindelige loebetid.
       FORDEL-LAAN.
           MOVE LP-KONTO-ID OF PLAN-ARR(PLAN-IX) TO SOEGE-KONTO-ID
           PERFORM LOOKUP-KONTO
           MOVE "U" TO NY-POST
           MOVE "DKK " TO NY-VALUTA
           MOVE "LÅN" TO NY-PRODUKT
           MOVE SPACES TO SOEGE-KUNDE-ID
           IF KONTO-MATCH-IX > 0
               MOVE VALUTA-KD OF KONTO-ARR(KONTO-MATCH-IX) TO NY-VALUTA
               MOVE KONTO-TYPE OF KONTO-ARR(KONTO-MATCH-IX)
                 TO NY-PRODUKT
               MOVE KUNDE-ID OF KONTO-ARR(KONTO-MATCH-IX)
                 TO SOEGE-KUNDE-ID
           END-IF
           PERFORM FIND-SEKTOR
           MOVE LP-LOEBETID-MDR OF PLAN-ARR(PLAN-IX) TO LOEBETID-MDR
           PERFORM FIND-LOEBETID
           MOVE LP-RESTGAELD OF PLAN-ARR(PLAN-IX) TO NY-BELOEB
           IF LP-VARIABEL-RENTE OF PLAN-ARR(PLAN-IX)
               MOVE NY-PRODUKT TO SATS-KONTO-TYPE
               COMPUTE SATS-SALDO = ZEROS - NY-BELOEB
               PERFORM LOOKUP-RENTE-SATS
           ELSE
               MOVE LP-AARLIG-SATS OF PLAN-ARR(PLAN-IX) TO NY-SATS
           END-IF
           MOVE "N" TO NY-FORRETNING-SW
           PERFORM TILFOEJ-CELLE.

      * Aftaleindlaan: kontoens saldo med den aftalte sats;
      * loebetiden regnes fra start til bindingens udloeb. En binding
      * startet i maaneden er ogsaa en ny forretning.
       FORDEL-AFTALEINDLAAN.
           MOVE AI-KONTO-ID OF INDLAAN-ARR(INDLAAN-IX) TO SOEGE-KONTO-ID
           PERFORM LOOKUP-KONTO
           IF KONTO-MATCH-IX = 0
               DISPLAY "ADVARSEL: aftaleindlaan paa "
                   AI-KONTO-ID OF INDLAAN-ARR(INDLAAN-IX)
                   " kendes ikke i KontoOpl.txt - springes over."
               EXIT PARAGRAPH
           END-IF
           MOVE "I" TO NY-POST
           MOVE VALUTA-KD OF KONTO-ARR(KONTO-MATCH-IX) TO NY-VALUTA
           MOVE KONTO-TYPE OF KONTO-ARR(KONTO-MATCH-IX) TO NY-PRODUKT
           MOVE KUNDE-ID OF KONTO-ARR(KONTO-MATCH-IX) TO SOEGE-KUNDE-ID
           PERFORM FIND-SEKTOR
           MOVE AI-START-DATO OF INDLAAN-ARR(INDLAAN-IX) (1:4)
             TO START-AAR
           MOVE AI-START-DATO OF INDLAAN-ARR(INDLAAN-IX) (6:2)
             TO START-MD
           MOVE AI-START-DATO OF INDLAAN-ARR(INDLAAN-IX) (9:2)
             TO START-DG
           MOVE AI-BINDING-TIL OF INDLAAN-ARR(INDLAAN-IX) (1:4)
             TO SLUT-AAR
           MOVE AI-BINDING-TIL OF INDLAAN-ARR(INDLAAN-IX) (6:2)
             TO SLUT-MD
           MOVE AI-BINDING-TIL OF INDLAAN-ARR(INDLAAN-IX) (9:2)
             TO SLUT-DG
           COMPUTE LOEBETID-MDR = (SLUT-AAR - START-AAR) * 12
               + SLUT-MD - START-MD
           IF SLUT-DG > START-DG
               ADD 1 TO LOEBETID-MDR
           END-IF
           IF LOEBETID-MDR < 1
               MOVE 1 TO LOEBETID-MDR
           END-IF
           PERFORM FIND-LOEBETID
           MOVE BALANCE OF KONTO-ARR(KONTO-MATCH-IX) TO NY-BELOEB
           MOVE AI-AFTALT-SATS OF INDLAAN-ARR(INDLAAN-IX) TO NY-SATS
           MOVE "N" TO NY-FORRETNING-SW
           PERFORM TILFOEJ-CELLE
           IF AI-START-DATO OF INDLAAN-ARR(INDLAAN-IX) (1:7)
                   = PERIODE-X
               MOVE "J" TO NY-FORRETNING-SW
               PERFORM TILFOEJ-CELLE
           END-IF.

      * Oevrige konti er anfordring: positiv saldo er indlaan,
      * negativ saldo er overtraek (udlaan). Satsen er den i
      * Rentesatser.txt, der gaelder for saldoen.
       FORDEL-KONTO.
           IF KK-KATEGORI(KONTO-IX2) NOT = SPACE
               EXIT PARAGRAPH
           END-IF
           IF BALANCE OF KONTO-ARR(KONTO-IX2) = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE VALUTA-KD OF KONTO-ARR(KONTO-IX2) TO NY-VALUTA
           MOVE KONTO-TYPE OF KONTO-ARR(KONTO-IX2) TO NY-PRODUKT
           MOVE KUNDE-ID OF KONTO-ARR(KONTO-IX2) TO SOEGE-KUNDE-ID
           PERFORM FIND-SEKTOR
           MOVE "0" TO NY-LOEBETID
           MOVE KONTO-TYPE OF KONTO-ARR(KONTO-IX2) TO SATS-KONTO-TYPE
           MOVE BALANCE OF KONTO-ARR(KONTO-IX2) TO SATS-SALDO
           PERFORM LOOKUP-RENTE-SATS
           IF BALANCE OF KONTO-ARR(KONTO-IX2) < ZEROS
               MOVE "U" TO NY-POST
               COMPUTE NY-BELOEB =
                   ZEROS - BALANCE OF KONTO-ARR(KONTO-IX2)
           ELSE
               MOVE "I" TO NY-POST
               MOVE BALANCE OF KONTO-ARR(KONTO-IX2) TO NY-BELOEB
           END-IF
           MOVE "N" TO NY-FORRETNING-SW
           PERFORM TILFOEJ-CELLE.

      * Laan bevilget i maaneden (OPG-129) er maanedens nye
      * udlaansforretninger: bevilget beloeb, loebetid og sats fra
      * ansoegningen.
       NYE-LAAN.
           OPEN INPUT FIL-ANSOEGNINGER
           IF ANSOEGNING-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-ANSOEGNINGER
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF ANSOEGNING-REKORD-TRAILER
                               = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                       ELSE
                           IF LA-BEVILGET
                                   AND LA-BEHANDLET-TID (1:7)
                                       = PERIODE-X
                               PERFORM FORDEL-NYT-LAAN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-ANSOEGNINGER.

       FORDEL-NYT-LAAN.
           MOVE LA-LAAN-KONTO TO SOEGE-KONTO-ID
           PERFORM LOOKUP-KONTO
           MOVE "U" TO NY-POST
           MOVE "DKK " TO NY-VALUTA
           MOVE "LÅN" TO NY-PRODUKT
           IF KONTO-MATCH-IX > 0
               MOVE VALUTA-KD OF KONTO-ARR(KONTO-MATCH-IX) TO NY-VALUTA
               MOVE KONTO-TYPE OF KONTO-ARR(KONTO-MATCH-IX)
                 TO NY-PRODUKT
           END-IF
           MOVE LA-KUNDE-ID TO SOEGE-KUNDE-ID
           PERFORM FIND-SEKTOR
           MOVE LA-LOEBETID-MDR TO LOEBETID-MDR
           PERFORM FIND-LOEBETID
           MOVE LA-BELOEB TO NY-BELOEB
           MOVE LA-AARLIG-SATS TO NY-SATS
           MOVE "J" TO NY-FORRETNING-SW
           PERFORM TILFOEJ-CELLE.

       FIND-LOEBETID.
           EVALUATE TRUE
               WHEN LOEBETID-MDR NOT > 0
                   MOVE "0" TO NY-LOEBETID
               WHEN LOEBETID-MDR NOT > 12
                   MOVE "1" TO NY-LOEBETID
               WHEN LOEBETID-MDR NOT > 60
                   MOVE "2" TO NY-LOEBETID
               WHEN OTHER
                   MOVE "3" TO NY-LOEBETID
           END-EVALUATE.

      * Samme valg som OPG-16's LOOKUP-RENTE-SATS: kontotypen skal
      * stemme, gyldig-fra maa ikke ligge efter bogfoeringsdatoen,
      * og saldoen skal naa saldotrinnet; hoejeste naaede trin og
      * derefter nyeste gyldig-fra vinder. Satsen tilskrives
      * maanedligt og omregnes her til aarlig sats. Debetrenter
      * staar med negativt fortegn i Rentesatser.txt; statistikken
      * viser renten som positiv sats.
       LOOKUP-RENTE-SATS.
           MOVE 0 TO RENTE-MATCH-IX
           MOVE SPACES TO BEDSTE-GYLDIG
           MOVE ZEROS TO BEDSTE-TIER
           PERFORM VARYING RENTE-IX FROM 1 BY 1
                   UNTIL RENTE-IX > NUM-RENTESATS
               IF SATS-KONTO-TYPE
                       = RS-KONTO-TYPE OF RENTESATS-ARR(RENTE-IX)
                   AND RS-GYLDIG-FRA OF RENTESATS-ARR(RENTE-IX)
                       NOT > DAGS-DATO
                   AND SATS-SALDO
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
                   END-IF
               END-IF
           END-PERFORM
           IF RENTE-MATCH-IX > 0
               COMPUTE NY-SATS =
                   RS-SATS OF RENTESATS-ARR(RENTE-MATCH-IX) * 12
               IF NY-SATS < ZEROS
                   COMPUTE NY-SATS = ZEROS - NY-SATS
               END-IF
           ELSE
               MOVE ZEROS TO NY-SATS
           END-IF.

      * Laegger NY-BELOEB med NY-SATS i cellen for NY-POST,
      * NY-SEKTOR, NY-VALUTA, NY-PRODUKT og NY-LOEBETID - som
      * bestand, eller som ny forretning naar NY-FORRETNING-SW = J.
       TILFOEJ-CELLE.
           MOVE 0 TO CELLE-MATCH-IX
           PERFORM VARYING CELLE-IX FROM 1 BY 1
                   UNTIL CELLE-IX > NUM-CELLER
               IF C-POST(CELLE-IX) = NY-POST
                   AND C-SEKTOR(CELLE-IX) = NY-SEKTOR
                   AND C-VALUTA(CELLE-IX) = NY-VALUTA
                   AND C-PRODUKT(CELLE-IX) = NY-PRODUKT
                   AND C-LOEBETID(CELLE-IX) = NY-LOEBETID
                   MOVE CELLE-IX TO CELLE-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF CELLE-MATCH-IX = 0
               IF NUM-CELLER >= 500
                   DISPLAY "FEJL: flere end 500 celler - udvid "
                       "CELLE-ARR."
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO NUM-CELLER
               MOVE NUM-CELLER TO CELLE-MATCH-IX
               MOVE NY-POST TO C-POST(CELLE-MATCH-IX)
               MOVE NY-SEKTOR TO C-SEKTOR(CELLE-MATCH-IX)
               MOVE NY-VALUTA TO C-VALUTA(CELLE-MATCH-IX)
               MOVE NY-PRODUKT TO C-PRODUKT(CELLE-MATCH-IX)
               MOVE NY-LOEBETID TO C-LOEBETID(CELLE-MATCH-IX)
               MOVE ZEROS TO C-ANTAL(CELLE-MATCH-IX)
                             C-SALDO(CELLE-MATCH-IX)
                             C-VAEGT(CELLE-MATCH-IX)
                             C-NY-BELOEB(CELLE-MATCH-IX)
                             C-NY-VAEGT(CELLE-MATCH-IX)
                             C-SATS(CELLE-MATCH-IX)
                             C-NY-SATS(CELLE-MATCH-IX)
           END-IF
           IF NY-FORRETNING-SW = "J"
               ADD NY-BELOEB TO C-NY-BELOEB(CELLE-MATCH-IX)
               COMPUTE C-NY-VAEGT(CELLE-MATCH-IX) =
                   C-NY-VAEGT(CELLE-MATCH-IX) + NY-BELOEB * NY-SATS
           ELSE
               ADD 1 TO C-ANTAL(CELLE-MATCH-IX)
               ADD NY-BELOEB TO C-SALDO(CELLE-MATCH-IX)
               COMPUTE C-VAEGT(CELLE-MATCH-IX) =
                   C-VAEGT(CELLE-MATCH-IX) + NY-BELOEB * NY-SATS
           END-IF.

       BEREGN-GENNEMSNIT.
           PERFORM VARYING CELLE-IX FROM 1 BY 1
                   UNTIL CELLE-IX > NUM-CELLER
               IF C-SALDO(CELLE-IX) NOT = ZEROS
                   COMPUTE C-SATS(CELLE-IX) ROUNDED =
                       C-VAEGT(CELLE-IX) / C-SALDO(CELLE-IX)
               END-IF
               IF C-NY-BELOEB(CELLE-IX) NOT = ZEROS
                   COMPUTE C-NY-SATS(CELLE-IX) ROUNDED =
                       C-NY-VAEGT(CELLE-IX) / C-NY-BELOEB(CELLE-IX)
               END-IF
           END-PERFORM.

       SKRIV-MFI-FIL.
           SORT CELLE-ARR ASCENDING C-POST C-SEKTOR C-VALUTA
               C-PRODUKT C-LOEBETID
           MOVE ZEROS TO KONTROL-SUM
           OPEN OUTPUT FIL-MFI
           PERFORM VARYING CELLE-IX FROM 1 BY 1
                   UNTIL CELLE-IX > NUM-CELLER
               MOVE SPACES TO MFI-REKORD
               MOVE PERIODE TO MF-PERIODE OF MFI-REKORD
               MOVE C-POST(CELLE-IX) TO MF-POST OF MFI-REKORD
               MOVE C-SEKTOR(CELLE-IX) TO MF-SEKTOR OF MFI-REKORD
               MOVE C-VALUTA(CELLE-IX) TO MF-VALUTA OF MFI-REKORD
               MOVE C-PRODUKT(CELLE-IX) TO MF-PRODUKT OF MFI-REKORD
               MOVE C-LOEBETID(CELLE-IX) TO MF-LOEBETID OF MFI-REKORD
               MOVE C-ANTAL(CELLE-IX) TO MF-ANTAL OF MFI-REKORD
               MOVE C-SALDO(CELLE-IX) TO MF-SALDO OF MFI-REKORD
               MOVE C-SATS(CELLE-IX) TO MF-SATS OF MFI-REKORD
               MOVE C-NY-BELOEB(CELLE-IX) TO MF-NY-BELOEB OF MFI-REKORD
               MOVE C-NY-SATS(CELLE-IX) TO MF-NY-SATS OF MFI-REKORD
               WRITE MFI-REKORD
               ADD C-SALDO(CELLE-IX) TO KONTROL-SUM
           END-PERFORM
           MOVE SPACES TO MFI-REKORD
           MOVE "TRAILER" TO TR-MARKER OF MFI-TRAILER
           MOVE NUM-CELLER TO TR-ANTAL OF MFI-TRAILER
           MOVE KONTROL-SUM TO TR-KONTROL-SUM OF MFI-TRAILER
           WRITE MFI-REKORD
           CLOSE FIL-MFI.

      * Forrige maaneds indberetning; mangler den (foerste koersel),
      * vises alle celler som nye.
       FORRIGE-ARR-FILL.
           MOVE 0 TO NUM-FORRIGE
           OPEN INPUT FIL-FORRIGE
           IF FORRIGE-STATUS NOT = "00"
               DISPLAY "Ingen indberetning for " FORRIGE-PERIODE
                   " - bevaegelser vises mod nul."
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-FORRIGE
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF FORRIGE-TRAILER = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                       ELSE
                           IF NUM-FORRIGE < 500
                               ADD 1 TO NUM-FORRIGE
                               MOVE FORRIGE-REKORD
                                 TO FORRIGE-ARR(NUM-FORRIGE)
                               MOVE "N" TO FB-BRUGT(NUM-FORRIGE)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-FORRIGE.

      * En linje pr. celle med forrige og aktuel saldo, aendringen
      * og satserne. Celler, der er forsvundet siden sidst, kommer
      * med til sidst. "*" markerer en aendring paa mindst
      * PARM-BEVAEG-GRAENSE, som skal forklares.
       SKRIV-BEVAEGELSER.
           OPEN OUTPUT FIL-RAPPORT
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "MFI-BALANCESTATISTIK - BEVAEGELSER "
                                     DELIMITED BY SIZE
               FORRIGE-PERIODE       DELIMITED BY SIZE
               " TIL "               DELIMITED BY SIZE
               PERIODE               DELIMITED BY SIZE
               " (kontoens valuta, aarlige satser)"
                                     DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-TEXT
           MOVE "P SEK VAL PRODUKT   L" TO RAPPORT-TEXT(1:24)
           MOVE "     Saldo forrige" TO RAPPORT-TEXT(26:19)
           MOVE "       Saldo aktuel" TO RAPPORT-TEXT(45:20)
           MOVE "        Aendring" TO RAPPORT-TEXT(65:20)
           MOVE "Sats-f   Sats-a" TO RAPPORT-TEXT(86:16)
           MOVE "    Nye forretn." TO RAPPORT-TEXT(102:20)
           WRITE RAPPORT-REC
           MOVE 0 TO STORE-BEVAEG
           PERFORM VARYING CELLE-IX FROM 1 BY 1
                   UNTIL CELLE-IX > NUM-CELLER
               PERFORM FIND-FORRIGE-CELLE
               MOVE SPACES TO RAPPORT-LINJE
               MOVE C-POST(CELLE-IX) TO RL-POST
               MOVE C-SEKTOR(CELLE-IX) TO RL-SEKTOR
               MOVE C-VALUTA(CELLE-IX) TO RL-VALUTA
               MOVE C-PRODUKT(CELLE-IX) TO RL-PRODUKT
               MOVE C-LOEBETID(CELLE-IX) TO RL-LOEBETID
               MOVE C-SALDO(CELLE-IX) TO BEVAEG-SALDO-NU
               MOVE C-SATS(CELLE-IX) TO RL-SATS-NU
               MOVE C-NY-BELOEB(CELLE-IX) TO RL-NY-BELOEB
               MOVE ZEROS TO BEVAEG-SALDO-FOER
               MOVE ZEROS TO RL-SATS-FOER
               IF FORRIGE-MATCH-IX > 0
                   MOVE MF-SALDO OF FORRIGE-ARR(FORRIGE-MATCH-IX)
                     TO BEVAEG-SALDO-FOER
                   MOVE MF-SATS OF FORRIGE-ARR(FORRIGE-MATCH-IX)
                     TO RL-SATS-FOER
                   MOVE "J" TO FB-BRUGT(FORRIGE-MATCH-IX)
               END-IF
               PERFORM SKRIV-BEVAEGELSES-LINJE
           END-PERFORM
           PERFORM VARYING FORRIGE-IX FROM 1 BY 1
                   UNTIL FORRIGE-IX > NUM-FORRIGE
               IF FB-BRUGT(FORRIGE-IX) = "N"
                   MOVE SPACES TO RAPPORT-LINJE
                   MOVE MF-POST OF FORRIGE-ARR(FORRIGE-IX) TO RL-POST
                   MOVE MF-SEKTOR OF FORRIGE-ARR(FORRIGE-IX)
                     TO RL-SEKTOR
                   MOVE MF-VALUTA OF FORRIGE-ARR(FORRIGE-IX)
                     TO RL-VALUTA
                   MOVE MF-PRODUKT OF FORRIGE-ARR(FORRIGE-IX)
                     TO RL-PRODUKT
                   MOVE MF-LOEBETID OF FORRIGE-ARR(FORRIGE-IX)
                     TO RL-LOEBETID
                   MOVE MF-SALDO OF FORRIGE-ARR(FORRIGE-IX)
                     TO BEVAEG-SALDO-FOER
                   MOVE MF-SATS OF FORRIGE-ARR(FORRIGE-IX)
                     TO RL-SATS-FOER
                   MOVE ZEROS TO BEVAEG-SALDO-NU
                   MOVE ZEROS TO RL-SATS-NU
                   MOVE ZEROS TO RL-NY-BELOEB
                   PERFORM SKRIV-BEVAEGELSES-LINJE
               END-IF
           END-PERFORM
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE KONTROL-SUM TO BELOEB-VIS
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Kontroltotal (sum af saldi): " DELIMITED BY SIZE
               BELOEB-VIS                      DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Store bevaegelser (*): " DELIMITED BY SIZE
               STORE-BEVAEG              DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           CLOSE FIL-RAPPORT.

       FIND-FORRIGE-CELLE.
           MOVE 0 TO FORRIGE-MATCH-IX
           PERFORM VARYING FORRIGE-IX FROM 1 BY 1
                   UNTIL FORRIGE-IX > NUM-FORRIGE
               IF MF-POST OF FORRIGE-ARR(FORRIGE-IX) = C-POST(CELLE-IX)
                   AND MF-SEKTOR OF FORRIGE-ARR(FORRIGE-IX)
                       = C-SEKTOR(CELLE-IX)
                   AND MF-VALUTA OF FORRIGE-ARR(FORRIGE-IX)
                       = C-VALUTA(CELLE-IX)
                   AND MF-PRODUKT OF FORRIGE-ARR(FORRIGE-IX)
                       = C-PRODUKT(CELLE-IX)
                   AND MF-LOEBETID OF FORRIGE-ARR(FORRIGE-IX)
                       = C-LOEBETID(CELLE-IX)
                   MOVE FORRIGE-IX TO FORRIGE-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       SKRIV-BEVAEGELSES-LINJE.
           COMPUTE BEVAEG-AENDRING = BEVAEG-SALDO-NU - BEVAEG-SALDO-FOER
           MOVE BEVAEG-SALDO-FOER TO RL-SALDO-FOER
           MOVE BEVAEG-SALDO-NU TO RL-SALDO-NU
           MOVE BEVAEG-AENDRING TO RL-AENDRING
           MOVE BEVAEG-AENDRING TO BEVAEG-ABS
           IF BEVAEG-ABS NOT < BEVAEG-GRAENSE
               MOVE "*" TO RL-MARKERING
               ADD 1 TO STORE-BEVAEG
           END-IF
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
