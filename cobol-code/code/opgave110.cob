       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPG-110.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIL-AFTALER
               ASSIGN TO "../data/Kreditkort-Aftaler.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AFTALE-STATUS.
           SELECT FIL-KONTI ASSIGN TO "../data/KontoOpl.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-KUNDER ASSIGN TO "../data/Kundeoplysninger.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-PRODUKT ASSIGN TO "../data/Produktkatalog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRODUKT-FIL-STATUS.
           SELECT FIL-TRANS ASSIGN TO "../data/Transaktioner.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-STATUS.
           SELECT FIL-VENTENDE
               ASSIGN TO "../data/Ventende-Posteringer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VENTENDE-STATUS.
           SELECT FIL-PARM ASSIGN TO "../data/OPG110-Parametre.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-STATUS.
           SELECT FIL-BREV ASSIGN TO BREV-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-MANIFEST
               ASSIGN TO "../data/Forsendelses-Manifest.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MANIFEST-STATUS.
           SELECT FIL-RAPPORT
               ASSIGN TO "../data/Kreditkort-Faktura-Rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-BOGFDATO ASSIGN TO "../data/Bogfoeringsdato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOGFDATO-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD FIL-AFTALER.
       01 AFTALE-REKORD.
           COPY "../copybooks/KREDITKORT.cpy".
       01 AFTALE-REKORD-TRAILER REDEFINES AFTALE-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(97).

       FD FIL-KONTI.
       01 KONTO-REKORD.
           COPY "../copybooks/KONTOOPL.cpy".
       01 KONTO-REKORD-TRAILER REDEFINES KONTO-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(37).

       FD FIL-KUNDER.
       01 KUNDE-OPL.
           COPY "../copybooks/KUNDER.cpy".
       01 KUNDE-OPL-TRAILER REDEFINES KUNDE-OPL.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(312).

       FD FIL-PRODUKT.
       01 PRODUKT-REKORD.
           COPY "../copybooks/PRODUKT.cpy".

       FD FIL-TRANS.
       01 TRANSAKTIONER.
           COPY "../copybooks/TRANSAKTIONER.cpy".
       01 TRANSAKTIONER-TRAILER REDEFINES TRANSAKTIONER.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(251).

       FD FIL-VENTENDE.
       01 VENTENDE-REKORD.
           COPY "../copybooks/TRANSAKTIONER.cpy".
           COPY "../copybooks/VENTENDE-POSTERING.cpy".
       01 VENTENDE-TRAILER REDEFINES VENTENDE-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(273).

       FD FIL-PARM.
       01 PARM-FILE-REC.
           COPY "../copybooks/OPG110-PARAMETRE.cpy".

       FD FIL-BREV.
       01 BREV-REC.
           02 BREV-TEXT PIC X(100).

       FD FIL-MANIFEST.
       01 MANIFEST-REC.
           COPY "../copybooks/FORSENDELSE.cpy".

       FD FIL-RAPPORT.
       01 RAPPORT-REC.
           02 RAPPORT-TEXT PIC X(132).

       FD FIL-BOGFDATO.
       01 BOGFDATO-FIL-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".

       WORKING-STORAGE SECTION.

      * Maanedlig fakturering af kreditkortkonti: naar
      * bogfoeringsdatoen naar produktets faktureringsdag
      * (PK-FAKTURA-DAG, i korte maaneder den sidste dag), lukkes
      * perioden for hver aftale i Kreditkort-Aftaler.txt. Udskriften
      * viser periodens koeb, gebyrer, renter og indbetalinger,
      * skyldigt beloeb, minimumsbetaling og forfaldsdato.
      * Rentefri periode: rente (KKRENTE) beregnes kun, naar forrige
      * udskrifts skyldige beloeb ikke er indbetalt fuldt ud senest
      * paa forfaldsdatoen - da med aarlig sats / 12 af hele det
      * skyldige beloeb. Minimumsbetalingen er PARM-MINIMUM-PROCENT
      * af det skyldige, mindst PARM-MINIMUM-BELOEB, plus eventuel
      * restance, dog aldrig mere end det skyldige.
       01 AFTALE-STATUS    PIC XX VALUE "00".
       01 PRODUKT-FIL-STATUS PIC XX VALUE "00".
       01 TRANS-STATUS     PIC XX VALUE "00".
       01 VENTENDE-STATUS  PIC XX VALUE "00".
       01 MANIFEST-STATUS  PIC XX VALUE "00".
       01 PARM-STATUS      PIC XX VALUE "00".
       01 PARM-REC.
           COPY "../copybooks/OPG110-PARAMETRE.cpy".
       01 TRAILER-FOUND-SW PIC X(01) VALUE "N".
       01 TRAILER-ANTAL    PIC 9(06) VALUE ZEROS.
       01 TRANS-LAEST      PIC 9(06) VALUE ZEROS.
       01 EOF-FLAG         PIC X(01) VALUE "N".

       01 NUM-AFTALE       PIC 9(04) VALUE 0.
       01 AFTALE-ARR OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-AFTALE.
           COPY "../copybooks/KREDITKORT.cpy".
           02 AF-SALDO        PIC S9(12)V99.
           02 AF-FAKTURER-SW  PIC X(01).
               88 AF-FAKTURERES   VALUE "J".
           02 AF-KONTO-IX     PIC 9(04).
           02 AF-PRODUKT-IX   PIC 9(04).
           02 AF-KOEB         PIC S9(12)V99.
           02 AF-GEBYRER      PIC S9(12)V99.
           02 AF-RENTER       PIC S9(12)V99.
           02 AF-INDBETALT    PIC S9(12)V99.
           02 AF-BETALT-RETTID PIC S9(12)V99.
           02 AF-BETALT-RESTANCE PIC S9(12)V99.
           02 AF-NY-RENTE     PIC S9(10)V99.
           02 AF-BEMAERKNING  PIC X(40).
       01 AFTALE-IX        PIC 9(04) VALUE 0.
       01 AFTALE-MATCH-IX  PIC 9(04) VALUE 0.
       01 SOEG-KONTO       PIC X(14) VALUE SPACES.

      * Periodens posteringer pr. aftale til udskriften.
       01 NUM-CYKLUS       PIC 9(05) VALUE 0.
       01 CYKLUS-ARR OCCURS 0 TO 10000 TIMES DEPENDING ON NUM-CYKLUS.
           02 CY-AFTALE-IX    PIC 9(04).
           02 CY-DATO         PIC X(10).
           02 CY-TRANS-TYPE   PIC X(10).
           02 CY-BUTIK        PIC X(20).
           02 CY-BELOEB       PIC S9(10)V99.
       01 CYKLUS-IX        PIC 9(05) VALUE 0.

       01 NUM-KONTI        PIC 9(04) VALUE 0.
       01 KONTO-ARR OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-KONTI.
           COPY "../copybooks/KONTOOPL.cpy".
       01 KONTO-IX2        PIC 9(04) VALUE 0.
       01 KONTO-MATCH-IX   PIC 9(04) VALUE 0.

       01 NUM-KUNDER       PIC 9(04) VALUE 0.
       01 KUNDE-ARR OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-KUNDER.
           COPY "../copybooks/KUNDER.cpy".
       01 KUNDE-IX2        PIC 9(04) VALUE 0.
       01 KUNDE-MATCH-IX   PIC 9(04) VALUE 0.

       01 NUM-PRODUKT      PIC 9(04) VALUE 0.
       01 PRODUKT-ARR OCCURS 0 TO 50 TIMES DEPENDING ON NUM-PRODUKT.
           COPY "../copybooks/PRODUKT.cpy".
       01 PRODUKT-IX       PIC 9(04) VALUE 0.
       01 PRODUKT-MATCH-IX PIC 9(04) VALUE 0.

       01 TRANS-DATO       PIC X(10) VALUE SPACES.
       01 SKYLDIG-BELOEB   PIC S9(12)V99 VALUE ZEROS.
       01 PRIMO-SALDO      PIC S9(12)V99 VALUE ZEROS.
       01 MINIMUM-BEREGNET PIC S9(12)V99 VALUE ZEROS.
       01 RENTE-BEREGNET   PIC S9(10)V99 VALUE ZEROS.
       01 DISPONIBEL-KREDIT PIC S9(12)V99 VALUE ZEROS.

      * Faktureringsdag: produktets dag, dog hoejst maanedens sidste.
       01 FAKTURA-DAG      PIC 9(02) VALUE ZEROS.
       01 SIDSTE-DAG       PIC 9(02) VALUE ZEROS.
       01 NAESTE-MAANED    PIC 9(08) VALUE ZEROS.
       01 NAESTE-MAANED-R REDEFINES NAESTE-MAANED.
           02 NM-AAR          PIC 9(04).
           02 NM-MND          PIC 9(02).
           02 NM-DAG          PIC 9(02).
       01 DATO-ARBEJD      PIC 9(08) VALUE ZEROS.
       01 DATO-INT         PIC 9(08) VALUE ZEROS.
       01 RUN-DATE-INT     PIC 9(08) VALUE ZEROS.
       01 FORFALD-NUM      PIC 9(08) VALUE ZEROS.
       01 FORFALD-TEKST    PIC X(10) VALUE SPACES.

       01 FAKTURERET-ANTAL PIC 9(04) VALUE 0.
       01 RENTE-ANTAL      PIC 9(04) VALUE 0.
       01 RENTE-I-ALT      PIC S9(12)V99 VALUE ZEROS.
       01 SKYLDIG-I-ALT    PIC S9(12)V99 VALUE ZEROS.

       01 NUM-GEN          PIC 9(05) VALUE 0.
       01 GEN-ARR OCCURS 0 TO 2000 TIMES DEPENDING ON NUM-GEN.
           COPY "../copybooks/TRANSAKTIONER.cpy".
       01 GEN-IX           PIC 9(05) VALUE 0.
       01 RENTE-POSTERING.
           COPY "../copybooks/TRANSAKTIONER.cpy".
       01 POSTERING-BELOEB PIC S9(10)V99 VALUE ZEROS.
       01 POSTERING-KONTO  PIC X(14) VALUE SPACES.
       01 POSTERING-NAVN   PIC X(41) VALUE SPACES.
       01 POSTERING-TIDSPUNKT PIC X(26) VALUE SPACES.
       01 VENT-PARTI-ID.
           02 VENT-PARTI-DATO PIC 9(08) VALUE ZEROS.
           02 VENT-PARTI-TID  PIC 9(08) VALUE ZEROS.

       01 BREV-FILENAME    PIC X(60) VALUE SPACES.
       01 RUN-DATE         PIC 9(08) VALUE ZEROS.
      * Koerselsdatoen er bankens bogfoeringsdato (Bogfoeringsdato.txt),
      * ikke maskinens dato.
       01 BOGFDATO-STATUS  PIC XX VALUE "00".
       01 BOGFDATO-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".
       01 DAGS-DATO        PIC X(10) VALUE SPACES.

       01 BELOEB-VIS       PIC -ZZZ,ZZZ,ZZ9.99.

       01 UDSKRIFT-LINJE.
           02 UL-DATO          PIC X(10).
           02 FILLER           PIC X(02) VALUE SPACES.
           02 UL-TYPE          PIC X(10).
           02 FILLER           PIC X(02) VALUE SPACES.
           02 UL-BUTIK         PIC X(20).
           02 FILLER           PIC X(02) VALUE SPACES.
           02 UL-BELOEB        PIC -ZZZ,ZZZ,ZZ9.99.

       01 RAPPORT-LINJE.
           02 RL-KONTO         PIC X(14).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-SKYLDIG       PIC -ZZZ,ZZZ,ZZ9.99.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-RENTE         PIC -ZZZ,ZZZ,ZZ9.99.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-MINIMUM       PIC -ZZZ,ZZZ,ZZ9.99.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-FORFALD       PIC X(10).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-BEMAERKNING   PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM DAGS-DATO-FILL
           PERFORM PARM-FILL
           PERFORM AFTALE-ARR-FILL
           IF NUM-AFTALE = 0
               DISPLAY "Ingen aftaler i Kreditkort-Aftaler.txt - "
                   "intet faktureret."
               STOP RUN
           END-IF
           PERFORM KONTO-ARR-FILL
           PERFORM KUNDE-ARR-FILL
           PERFORM PRODUKT-ARR-FILL
           PERFORM VAELG-AFTALER
           PERFORM TRANS-SUMMER
           PERFORM VENTENDE-SUMMER
           OPEN EXTEND FIL-MANIFEST
           IF MANIFEST-STATUS = "35"
               OPEN OUTPUT FIL-MANIFEST
           END-IF
           OPEN OUTPUT FIL-RAPPORT
           PERFORM SKRIV-RAPPORT-HOVED
           PERFORM VARYING AFTALE-IX FROM 1 BY 1
                   UNTIL AFTALE-IX > NUM-AFTALE
               IF AF-FAKTURERES(AFTALE-IX)
                   PERFORM FAKTURER-AFTALE
                   PERFORM SKRIV-RAPPORT-LINJE
               END-IF
           END-PERFORM
           PERFORM SKRIV-RAPPORT-TOTAL
           CLOSE FIL-RAPPORT
           CLOSE FIL-MANIFEST
           PERFORM VENTENDE-SKRIV
           PERFORM AFTALE-ARR-REWRITE
           DISPLAY "Kreditkortfakturering " DAGS-DATO ": "
               FAKTURERET-ANTAL " udskrifter, " RENTE-ANTAL
               " med rente, " NUM-GEN " posteringer stillet i koe."
           STOP RUN.

       DAGS-DATO-FILL.
           PERFORM BOGFOERINGSDATO-FILL
           MOVE BD-DATO OF BOGFDATO-REC TO RUN-DATE
           COMPUTE RUN-DATE-INT = FUNCTION INTEGER-OF-DATE(RUN-DATE)
           STRING
               RUN-DATE(1:4) DELIMITED BY SIZE
               "-"           DELIMITED BY SIZE
               RUN-DATE(5:2) DELIMITED BY SIZE
               "-"           DELIMITED BY SIZE
               RUN-DATE(7:2) DELIMITED BY SIZE
           INTO DAGS-DATO
           MOVE RUN-DATE TO NAESTE-MAANED
           MOVE 01 TO NM-DAG
           IF NM-MND = 12
               ADD 1 TO NM-AAR
               MOVE 01 TO NM-MND
           ELSE
               ADD 1 TO NM-MND
           END-IF
           COMPUTE DATO-INT =
               FUNCTION INTEGER-OF-DATE(NAESTE-MAANED) - 1
           COMPUTE DATO-ARBEJD = FUNCTION DATE-OF-INTEGER(DATO-INT)
           MOVE DATO-ARBEJD(7:2) TO SIDSTE-DAG.

       PARM-FILL.
           OPEN INPUT FIL-PARM
           IF PARM-STATUS = "00"
               READ FIL-PARM INTO PARM-REC
                   AT END
                       CONTINUE
               END-READ
               CLOSE FIL-PARM
           END-IF
           IF PARM-MINIMUM-PROCENT OF PARM-REC = ZEROS
               MOVE 03.00 TO PARM-MINIMUM-PROCENT OF PARM-REC
           END-IF
           IF PARM-MINIMUM-BELOEB OF PARM-REC = ZEROS
               MOVE 150.00 TO PARM-MINIMUM-BELOEB OF PARM-REC
           END-IF.

       AFTALE-ARR-FILL.
           MOVE 0 TO NUM-AFTALE
           OPEN INPUT FIL-AFTALER
           IF AFTALE-STATUS NOT = "00"
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
                           IF NUM-AFTALE >= 1000
                               DISPLAY "FEJL: flere end 1000 aftaler "
                                   "i Kreditkort-Aftaler.txt."
                               MOVE 1 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO NUM-AFTALE
                           MOVE AFTALE-REKORD
                             TO AFTALE-ARR(NUM-AFTALE)(1:110)
                           PERFORM NULSTIL-AFTALE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-AFTALER
           IF TRAILER-FOUND-SW = "N"
               DISPLAY "FEJL: Kreditkort-Aftaler.txt mangler "
                   "sluttaellerpost"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NUM-AFTALE NOT = TRAILER-ANTAL
               DISPLAY "FEJL: Kreditkort-Aftaler.txt - forventet "
                   TRAILER-ANTAL " poster, fandt " NUM-AFTALE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       NULSTIL-AFTALE.
           MOVE ZEROS TO AF-SALDO(NUM-AFTALE)
           MOVE "N" TO AF-FAKTURER-SW(NUM-AFTALE)
           MOVE 0 TO AF-KONTO-IX(NUM-AFTALE)
           MOVE 0 TO AF-PRODUKT-IX(NUM-AFTALE)
           MOVE ZEROS TO AF-KOEB(NUM-AFTALE)
           MOVE ZEROS TO AF-GEBYRER(NUM-AFTALE)
           MOVE ZEROS TO AF-RENTER(NUM-AFTALE)
           MOVE ZEROS TO AF-INDBETALT(NUM-AFTALE)
           MOVE ZEROS TO AF-BETALT-RETTID(NUM-AFTALE)
           MOVE ZEROS TO AF-BETALT-RESTANCE(NUM-AFTALE)
           MOVE ZEROS TO AF-NY-RENTE(NUM-AFTALE)
           MOVE SPACES TO AF-BEMAERKNING(NUM-AFTALE).

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
                           IF NUM-KUNDER >= 1000
                               DISPLAY "FEJL: flere end 1000 kunder i "
                                   "Kundeoplysninger.txt."
                               MOVE 1 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO NUM-KUNDER
                           MOVE KUNDE-OPL TO KUNDE-ARR(NUM-KUNDER)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-KUNDER
           IF TRAILER-FOUND-SW = "N"
               DISPLAY "FEJL: Kundeoplysninger.txt mangler "
                   "sluttaellerpost"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NUM-KUNDER NOT = TRAILER-ANTAL
               DISPLAY "FEJL: Kundeoplysninger.txt - forventet "
                   TRAILER-ANTAL " poster, fandt " NUM-KUNDER
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

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

      * En aftale faktureres een gang pr. maaned, foerste gang
      * bogfoeringsdatoen er paa eller efter faktureringsdagen; en
      * genstartet koersel samme maaned fakturerer ikke igen.
       VAELG-AFTALER.
           PERFORM VARYING AFTALE-IX FROM 1 BY 1
                   UNTIL AFTALE-IX > NUM-AFTALE
               MOVE KK-KONTO-ID OF AFTALE-ARR(AFTALE-IX)
                 TO POSTERING-KONTO
               PERFORM LOOKUP-KONTO
               MOVE KONTO-MATCH-IX TO AF-KONTO-IX(AFTALE-IX)
               PERFORM LOOKUP-PRODUKT
               MOVE PRODUKT-MATCH-IX TO AF-PRODUKT-IX(AFTALE-IX)
               IF KONTO-MATCH-IX > 0
                   MOVE BALANCE OF KONTO-ARR(KONTO-MATCH-IX)
                     TO AF-SALDO(AFTALE-IX)
               END-IF
               IF PRODUKT-MATCH-IX > 0
                   MOVE PK-FAKTURA-DAG OF PRODUKT-ARR(PRODUKT-MATCH-IX)
                     TO FAKTURA-DAG
                   IF FAKTURA-DAG > SIDSTE-DAG
                       MOVE SIDSTE-DAG TO FAKTURA-DAG
                   END-IF
               END-IF
               EVALUATE TRUE
                   WHEN NOT KK-AKTIV OF AFTALE-ARR(AFTALE-IX)
                       CONTINUE
                   WHEN KONTO-MATCH-IX = 0
                       MOVE "Ukendt kreditkortkonto"
                         TO AF-BEMAERKNING(AFTALE-IX)
                       MOVE "J" TO AF-FAKTURER-SW(AFTALE-IX)
                   WHEN PRODUKT-MATCH-IX = 0
                       MOVE "Kontotypen er ikke i Produktkatalog"
                         TO AF-BEMAERKNING(AFTALE-IX)
                       MOVE "J" TO AF-FAKTURER-SW(AFTALE-IX)
                   WHEN PK-FAKTURA-DAG OF PRODUKT-ARR(PRODUKT-MATCH-IX)
                           = ZEROS
                       MOVE "Produktet har ingen faktureringsdag"
                         TO AF-BEMAERKNING(AFTALE-IX)
                       MOVE "J" TO AF-FAKTURER-SW(AFTALE-IX)
                   WHEN KK-SIDST-FAKTURA OF AFTALE-ARR(AFTALE-IX)(1:7)
                           = DAGS-DATO(1:7)
                       CONTINUE
                   WHEN RUN-DATE(7:2) < FAKTURA-DAG
                       CONTINUE
                   WHEN OTHER
                       MOVE "J" TO AF-FAKTURER-SW(AFTALE-IX)
               END-EVALUATE
           END-PERFORM.

       FIND-AFTALE.
           MOVE 0 TO AFTALE-MATCH-IX
           PERFORM VARYING AFTALE-IX FROM 1 BY 1
                   UNTIL AFTALE-IX > NUM-AFTALE
               IF KK-KONTO-ID OF AFTALE-ARR(AFTALE-IX) = SOEG-KONTO
                   MOVE AFTALE-IX TO AFTALE-MATCH-IX
                   EXIT PERFORM
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
                           MOVE KONTO-ID OF TRANSAKTIONER TO SOEG-KONTO
                           PERFORM FIND-AFTALE
                           IF AFTALE-MATCH-IX > 0
                               ADD BELØB OF TRANSAKTIONER
                                 TO AF-SALDO(AFTALE-MATCH-IX)
                               MOVE BOGFOER-DATO OF TRANSAKTIONER
                                 TO TRANS-DATO
                               IF TRANS-DATO = SPACES
                                   MOVE TIDSPUNKT OF TRANSAKTIONER(1:10)
                                     TO TRANS-DATO
                               END-IF
                               PERFORM TRANS-TIL-CYKLUS
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

      * Ventende posteringer bogfoeres i nat og hoerer derfor til
      * den periode, der lukkes i dag.
       VENTENDE-SUMMER.
           OPEN INPUT FIL-VENTENDE
           IF VENTENDE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-VENTENDE
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF VENTENDE-TRAILER NOT = "TRAILER"
                           MOVE KONTO-ID OF VENTENDE-REKORD
                             TO SOEG-KONTO
                           PERFORM FIND-AFTALE
                           IF AFTALE-MATCH-IX > 0
                                   AND BELØB OF VENTENDE-REKORD
                                       IS NUMERIC
                               ADD BELØB OF VENTENDE-REKORD
                                 TO AF-SALDO(AFTALE-MATCH-IX)
                               MOVE VENTENDE-REKORD(1:264)
                                 TO TRANSAKTIONER
                               MOVE DAGS-DATO TO TRANS-DATO
                               PERFORM TRANS-TIL-CYKLUS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-VENTENDE.

      * Indbetalinger frem til forfaldsdatoen afgoer, om forrige
      * udskrift blev betalt rettidigt, og indbetalinger efter
      * restancens dato nedbringer restancen; kun aftaler, der
      * faktureres i dag, faar periodens posteringer med paa
      * udskriften.
       TRANS-TIL-CYKLUS.
           IF BELØB OF TRANSAKTIONER > ZEROS
                   AND KK-RESTANCE-BELOEB OF AFTALE-ARR(AFTALE-MATCH-IX)
                       > ZEROS
                   AND TRANS-DATO > KK-RESTANCE-DATO
                       OF AFTALE-ARR(AFTALE-MATCH-IX)
               ADD BELØB OF TRANSAKTIONER
                 TO AF-BETALT-RESTANCE(AFTALE-MATCH-IX)
           END-IF
           IF TRANS-DATO NOT > KK-SIDST-FAKTURA
                   OF AFTALE-ARR(AFTALE-MATCH-IX)
               EXIT PARAGRAPH
           END-IF
           IF BELØB OF TRANSAKTIONER > ZEROS
                   AND TRANS-DATO NOT > KK-FORFALD-DATO
                       OF AFTALE-ARR(AFTALE-MATCH-IX)
               ADD BELØB OF TRANSAKTIONER
                 TO AF-BETALT-RETTID(AFTALE-MATCH-IX)
           END-IF
           IF NOT AF-FAKTURERES(AFTALE-MATCH-IX)
                   OR TRANS-DATO > DAGS-DATO
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN BELØB OF TRANSAKTIONER > ZEROS
                   ADD BELØB OF TRANSAKTIONER
                     TO AF-INDBETALT(AFTALE-MATCH-IX)
               WHEN TRANS-TYPE OF TRANSAKTIONER = "GEBYR"
                       OR TRANS-TYPE OF TRANSAKTIONER = "DEKORT"
                   ADD BELØB OF TRANSAKTIONER
                     TO AF-GEBYRER(AFTALE-MATCH-IX)
               WHEN TRANS-TYPE OF TRANSAKTIONER = "KKRENTE"
                       OR TRANS-TYPE OF TRANSAKTIONER = "OVERTRAEK"
                   ADD BELØB OF TRANSAKTIONER
                     TO AF-RENTER(AFTALE-MATCH-IX)
               WHEN OTHER
                   ADD BELØB OF TRANSAKTIONER
                     TO AF-KOEB(AFTALE-MATCH-IX)
           END-EVALUATE
           IF NUM-CYKLUS >= 10000
               DISPLAY "FEJL: flere end 10000 periodeposteringer "
                   "paa kreditkortkonti."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO NUM-CYKLUS
           MOVE AFTALE-MATCH-IX TO CY-AFTALE-IX(NUM-CYKLUS)
           MOVE TRANS-DATO TO CY-DATO(NUM-CYKLUS)
           MOVE TRANS-TYPE OF TRANSAKTIONER TO CY-TRANS-TYPE(NUM-CYKLUS)
           MOVE BUTIK OF TRANSAKTIONER TO CY-BUTIK(NUM-CYKLUS)
           MOVE BELØB OF TRANSAKTIONER TO CY-BELOEB(NUM-CYKLUS).

       FAKTURER-AFTALE.
           IF AF-BEMAERKNING(AFTALE-IX) NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM BEREGN-RENTE
           COMPUTE SKYLDIG-BELOEB = 0 - AF-SALDO(AFTALE-IX)
           IF SKYLDIG-BELOEB < ZEROS
               MOVE ZEROS TO SKYLDIG-BELOEB
           END-IF
           PERFORM BEREGN-MINIMUM
           COMPUTE DATO-INT = RUN-DATE-INT + PK-FORFALD-DAGE
               OF PRODUKT-ARR(AF-PRODUKT-IX(AFTALE-IX))
           COMPUTE FORFALD-NUM = FUNCTION DATE-OF-INTEGER(DATO-INT)
           MOVE SPACES TO FORFALD-TEKST
           STRING
               FORFALD-NUM(1:4) DELIMITED BY SIZE
               "-"              DELIMITED BY SIZE
               FORFALD-NUM(5:2) DELIMITED BY SIZE
               "-"              DELIMITED BY SIZE
               FORFALD-NUM(7:2) DELIMITED BY SIZE
           INTO FORFALD-TEKST
           PERFORM SKRIV-UDSKRIFT
           MOVE DAGS-DATO
             TO KK-SIDST-FAKTURA OF AFTALE-ARR(AFTALE-IX)
           MOVE SKYLDIG-BELOEB
             TO KK-FAKTURA-SALDO OF AFTALE-ARR(AFTALE-IX)
           MOVE MINIMUM-BEREGNET TO KK-MINIMUM OF AFTALE-ARR(AFTALE-IX)
           MOVE FORFALD-TEKST
             TO KK-FORFALD-DATO OF AFTALE-ARR(AFTALE-IX)
           IF SKYLDIG-BELOEB > ZEROS
               MOVE "A" TO KK-FAKTURA-STATUS OF AFTALE-ARR(AFTALE-IX)
           ELSE
               MOVE SPACE TO KK-FAKTURA-STATUS OF AFTALE-ARR(AFTALE-IX)
           END-IF
           ADD SKYLDIG-BELOEB TO SKYLDIG-I-ALT
           ADD 1 TO FAKTURERET-ANTAL.

      * Rente kun naar forrige udskrifts skyldige beloeb ikke er
      * indbetalt fuldt ud inden forfald.
       BEREGN-RENTE.
           MOVE ZEROS TO RENTE-BEREGNET
           IF KK-FAKTURA-SALDO OF AFTALE-ARR(AFTALE-IX) > ZEROS
                   AND AF-BETALT-RETTID(AFTALE-IX)
                       < KK-FAKTURA-SALDO OF AFTALE-ARR(AFTALE-IX)
               COMPUTE RENTE-BEREGNET ROUNDED =
                   KK-FAKTURA-SALDO OF AFTALE-ARR(AFTALE-IX)
                   * KK-AARLIG-SATS OF AFTALE-ARR(AFTALE-IX) / 12
           END-IF
           IF RENTE-BEREGNET = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE RENTE-BEREGNET TO AF-NY-RENTE(AFTALE-IX)
           SUBTRACT RENTE-BEREGNET FROM AF-SALDO(AFTALE-IX)
           SUBTRACT RENTE-BEREGNET FROM AF-RENTER(AFTALE-IX)
           MOVE KK-KONTO-ID OF AFTALE-ARR(AFTALE-IX) TO POSTERING-KONTO
           COMPUTE POSTERING-BELOEB = 0 - RENTE-BEREGNET
           PERFORM BUILD-RENTE-POSTERING
           IF NUM-CYKLUS < 10000
               ADD 1 TO NUM-CYKLUS
               MOVE AFTALE-IX TO CY-AFTALE-IX(NUM-CYKLUS)
               MOVE DAGS-DATO TO CY-DATO(NUM-CYKLUS)
               MOVE "KKRENTE" TO CY-TRANS-TYPE(NUM-CYKLUS)
               MOVE "KREDITKORTRENTE" TO CY-BUTIK(NUM-CYKLUS)
               MOVE POSTERING-BELOEB TO CY-BELOEB(NUM-CYKLUS)
           END-IF
           ADD RENTE-BEREGNET TO RENTE-I-ALT
           ADD 1 TO RENTE-ANTAL.

       BEREGN-MINIMUM.
           MOVE ZEROS TO MINIMUM-BEREGNET
           IF SKYLDIG-BELOEB = ZEROS
               EXIT PARAGRAPH
           END-IF
           COMPUTE MINIMUM-BEREGNET ROUNDED = SKYLDIG-BELOEB
               * PARM-MINIMUM-PROCENT OF PARM-REC / 100
           IF MINIMUM-BEREGNET < PARM-MINIMUM-BELOEB OF PARM-REC
               MOVE PARM-MINIMUM-BELOEB OF PARM-REC
                 TO MINIMUM-BEREGNET
           END-IF
           IF KK-RESTANCE-BELOEB OF AFTALE-ARR(AFTALE-IX)
                   > AF-BETALT-RESTANCE(AFTALE-IX)
               COMPUTE MINIMUM-BEREGNET = MINIMUM-BEREGNET
                   + KK-RESTANCE-BELOEB OF AFTALE-ARR(AFTALE-IX)
                   - AF-BETALT-RESTANCE(AFTALE-IX)
           END-IF
           IF MINIMUM-BEREGNET > SKYLDIG-BELOEB
               MOVE SKYLDIG-BELOEB TO MINIMUM-BEREGNET
           END-IF.

       SKRIV-UDSKRIFT.
           MOVE SPACES TO BREV-FILENAME
           STRING
               "../data/Kreditkort-Udskrift-" DELIMITED BY SIZE
               KK-KONTO-ID OF AFTALE-ARR(AFTALE-IX)
                                              DELIMITED BY SPACE
               "-"                            DELIMITED BY SIZE
               RUN-DATE                       DELIMITED BY SIZE
               ".txt"                         DELIMITED BY SIZE
           INTO BREV-FILENAME
           OPEN OUTPUT FIL-BREV
           MOVE SPACES TO BREV-TEXT
           STRING
               "KREDITKORTUDSKRIFT - konto " DELIMITED BY SIZE
               KK-KONTO-ID OF AFTALE-ARR(AFTALE-IX)
                                             DELIMITED BY SIZE
               " - periode til "             DELIMITED BY SIZE
               DAGS-DATO                     DELIMITED BY SIZE
           INTO BREV-TEXT
           WRITE BREV-REC
           IF KK-SIDST-FAKTURA OF AFTALE-ARR(AFTALE-IX) NOT = SPACES
               MOVE SPACES TO BREV-TEXT
               STRING
                   "Forrige udskrift: "      DELIMITED BY SIZE
                   KK-SIDST-FAKTURA OF AFTALE-ARR(AFTALE-IX)
                                             DELIMITED BY SIZE
               INTO BREV-TEXT
               WRITE BREV-REC
           END-IF
           MOVE SPACES TO BREV-TEXT
           WRITE BREV-REC
           COMPUTE PRIMO-SALDO = AF-SALDO(AFTALE-IX)
               - AF-KOEB(AFTALE-IX) - AF-GEBYRER(AFTALE-IX)
               - AF-RENTER(AFTALE-IX) - AF-INDBETALT(AFTALE-IX)
           MOVE "Saldo primo:" TO BREV-TEXT
           MOVE PRIMO-SALDO TO BELOEB-VIS
           MOVE BELOEB-VIS TO BREV-TEXT(48:)
           WRITE BREV-REC
           MOVE SPACES TO BREV-TEXT
           WRITE BREV-REC
           MOVE "Dato        Type        Tekst                 "
             TO BREV-TEXT
           MOVE "         Beloeb" TO BREV-TEXT(47:)
           WRITE BREV-REC
           PERFORM VARYING CYKLUS-IX FROM 1 BY 1
                   UNTIL CYKLUS-IX > NUM-CYKLUS
               IF CY-AFTALE-IX(CYKLUS-IX) = AFTALE-IX
                   MOVE SPACES TO UDSKRIFT-LINJE
                   MOVE CY-DATO(CYKLUS-IX) TO UL-DATO
                   MOVE CY-TRANS-TYPE(CYKLUS-IX) TO UL-TYPE
                   MOVE CY-BUTIK(CYKLUS-IX) TO UL-BUTIK
                   MOVE CY-BELOEB(CYKLUS-IX) TO UL-BELOEB
                   MOVE SPACES TO BREV-TEXT
                   MOVE UDSKRIFT-LINJE TO BREV-TEXT
                   WRITE BREV-REC
               END-IF
           END-PERFORM
           MOVE SPACES TO BREV-TEXT
           WRITE BREV-REC
           MOVE "Koeb i perioden:" TO BREV-TEXT
           MOVE AF-KOEB(AFTALE-IX) TO BELOEB-VIS
           MOVE BELOEB-VIS TO BREV-TEXT(48:)
           WRITE BREV-REC
           MOVE SPACES TO BREV-TEXT
           MOVE "Gebyrer i perioden:" TO BREV-TEXT
           MOVE AF-GEBYRER(AFTALE-IX) TO BELOEB-VIS
           MOVE BELOEB-VIS TO BREV-TEXT(48:)
           WRITE BREV-REC
           MOVE SPACES TO BREV-TEXT
           MOVE "Renter i perioden:" TO BREV-TEXT
           MOVE AF-RENTER(AFTALE-IX) TO BELOEB-VIS
           MOVE BELOEB-VIS TO BREV-TEXT(48:)
           WRITE BREV-REC
           MOVE SPACES TO BREV-TEXT
           MOVE "Indbetalinger i perioden:" TO BREV-TEXT
           MOVE AF-INDBETALT(AFTALE-IX) TO BELOEB-VIS
           MOVE BELOEB-VIS TO BREV-TEXT(48:)
           WRITE BREV-REC
           MOVE SPACES TO BREV-TEXT
           MOVE "Saldo ultimo:" TO BREV-TEXT
           MOVE AF-SALDO(AFTALE-IX) TO BELOEB-VIS
           MOVE BELOEB-VIS TO BREV-TEXT(48:)
           WRITE BREV-REC
           MOVE SPACES TO BREV-TEXT
           WRITE BREV-REC
           MOVE "Skyldigt beloeb:" TO BREV-TEXT
           MOVE SKYLDIG-BELOEB TO BELOEB-VIS
           MOVE BELOEB-VIS TO BREV-TEXT(48:)
           WRITE BREV-REC
           MOVE SPACES TO BREV-TEXT
           MOVE "Minimumsbetaling:" TO BREV-TEXT
           MOVE MINIMUM-BEREGNET TO BELOEB-VIS
           MOVE BELOEB-VIS TO BREV-TEXT(48:)
           WRITE BREV-REC
           IF KK-RESTANCE-BELOEB OF AFTALE-ARR(AFTALE-IX)
                   > AF-BETALT-RESTANCE(AFTALE-IX)
               MOVE SPACES TO BREV-TEXT
               MOVE "  heraf restance fra tidligere:" TO BREV-TEXT
               COMPUTE BELOEB-VIS =
                   KK-RESTANCE-BELOEB OF AFTALE-ARR(AFTALE-IX)
                   - AF-BETALT-RESTANCE(AFTALE-IX)
               MOVE BELOEB-VIS TO BREV-TEXT(48:)
               WRITE BREV-REC
           END-IF
           MOVE SPACES TO BREV-TEXT
           STRING
               "Forfaldsdato: "  DELIMITED BY SIZE
               FORFALD-TEKST     DELIMITED BY SIZE
           INTO BREV-TEXT
           WRITE BREV-REC
           MOVE SPACES TO BREV-TEXT
           MOVE "Kreditgraense:" TO BREV-TEXT
           MOVE PK-KREDITGRAENSE
               OF PRODUKT-ARR(AF-PRODUKT-IX(AFTALE-IX)) TO BELOEB-VIS
           MOVE BELOEB-VIS TO BREV-TEXT(48:)
           WRITE BREV-REC
           COMPUTE DISPONIBEL-KREDIT = AF-SALDO(AFTALE-IX)
               + PK-KREDITGRAENSE
                   OF PRODUKT-ARR(AF-PRODUKT-IX(AFTALE-IX))
           MOVE SPACES TO BREV-TEXT
           MOVE "Disponibel kredit:" TO BREV-TEXT
           MOVE DISPONIBEL-KREDIT TO BELOEB-VIS
           MOVE BELOEB-VIS TO BREV-TEXT(48:)
           WRITE BREV-REC
           MOVE SPACES TO BREV-TEXT
           WRITE BREV-REC
           MOVE "Betales hele det skyldige beloeb senest paa forfalds"
             TO BREV-TEXT
           MOVE "datoen, beregnes ingen rente." TO BREV-TEXT(53:)
           WRITE BREV-REC
           CLOSE FIL-BREV
           PERFORM SKRIV-MANIFEST.

       SKRIV-MANIFEST.
           MOVE KK-KONTO-ID OF AFTALE-ARR(AFTALE-IX) TO POSTERING-KONTO
           PERFORM LOOKUP-KONTO
           PERFORM LOOKUP-KUNDE
           MOVE SPACES TO MANIFEST-REC
           MOVE BREV-FILENAME TO FS-FILNAVN OF MANIFEST-REC
           IF KUNDE-MATCH-IX > 0
               MOVE KUNDE-ID OF KUNDE-ARR(KUNDE-MATCH-IX)
                 TO FS-KUNDE-ID OF MANIFEST-REC
               MOVE EMAIL OF KUNDE-ARR(KUNDE-MATCH-IX)
                 TO FS-EMAIL OF MANIFEST-REC
               MOVE KONTAKT-KANAL OF KUNDE-ARR(KUNDE-MATCH-IX)
                 TO FS-KANAL OF MANIFEST-REC
               IF KANAL-PAPIR OF KUNDE-ARR(KUNDE-MATCH-IX)
                   MOVE "P" TO FS-FORS-STATUS OF MANIFEST-REC
               ELSE
                   MOVE "S" TO FS-FORS-STATUS OF MANIFEST-REC
               END-IF
           ELSE
               MOVE "P" TO FS-KANAL OF MANIFEST-REC
               MOVE "P" TO FS-FORS-STATUS OF MANIFEST-REC
           END-IF
           WRITE MANIFEST-REC.

       LOOKUP-KONTO.
           MOVE 0 TO KONTO-MATCH-IX
           PERFORM VARYING KONTO-IX2 FROM 1 BY 1
                   UNTIL KONTO-IX2 > NUM-KONTI
               IF KONTO-ID OF KONTO-ARR(KONTO-IX2) = POSTERING-KONTO
                   MOVE KONTO-IX2 TO KONTO-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOOKUP-PRODUKT.
           MOVE 0 TO PRODUKT-MATCH-IX
           IF KONTO-MATCH-IX > 0
               PERFORM VARYING PRODUKT-IX FROM 1 BY 1
                       UNTIL PRODUKT-IX > NUM-PRODUKT
                   IF PK-KONTO-TYPE OF PRODUKT-ARR(PRODUKT-IX)
                           = KONTO-TYPE OF KONTO-ARR(KONTO-MATCH-IX)
                       MOVE PRODUKT-IX TO PRODUKT-MATCH-IX
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

       LOOKUP-KUNDE.
           MOVE 0 TO KUNDE-MATCH-IX
           IF KONTO-MATCH-IX > 0
               PERFORM VARYING KUNDE-IX2 FROM 1 BY 1
                       UNTIL KUNDE-IX2 > NUM-KUNDER
                   IF KUNDE-ID OF KUNDE-ARR(KUNDE-IX2)
                           = KUNDE-ID OF KONTO-ARR(KONTO-MATCH-IX)
                       MOVE KUNDE-IX2 TO KUNDE-MATCH-IX
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

       BUILD-RENTE-POSTERING.
           MOVE SPACES TO RENTE-POSTERING
           PERFORM LOOKUP-KONTO
           PERFORM LOOKUP-KUNDE
           IF KUNDE-MATCH-IX > 0
               MOVE CPR OF KUNDE-ARR(KUNDE-MATCH-IX)
                 TO CPR OF RENTE-POSTERING
               MOVE SPACES TO POSTERING-NAVN
               STRING
                   FORNAVN OF KUNDE-ARR(KUNDE-MATCH-IX)
                                                   DELIMITED BY SPACE
                   " "                             DELIMITED BY SIZE
                   EFTERNAVN OF KUNDE-ARR(KUNDE-MATCH-IX)
                                                   DELIMITED BY SPACE
               INTO POSTERING-NAVN
               MOVE POSTERING-NAVN TO NAVN OF RENTE-POSTERING
               STRING
                   FUNCTION TRIM(VEJNAVN OF KUNDE-ARR(KUNDE-MATCH-IX))
                                                   DELIMITED BY SIZE
                   " "                             DELIMITED BY SIZE
                   HUSNR OF KUNDE-ARR(KUNDE-MATCH-IX)
                                                   DELIMITED BY SPACE
                   " "                             DELIMITED BY SIZE
                   BY-ADR OF KUNDE-ARR(KUNDE-MATCH-IX)
                                                   DELIMITED BY SPACE
               INTO ADRESSE OF RENTE-POSTERING
           END-IF
           MOVE POSTERING-KONTO TO KONTO-ID OF RENTE-POSTERING
           MOVE ZEROS TO REG-NR OF RENTE-POSTERING
           MOVE POSTERING-BELOEB TO BELØB OF RENTE-POSTERING
           MOVE VALUTA-KD OF KONTO-ARR(KONTO-MATCH-IX)
             TO VALUTA OF RENTE-POSTERING
           MOVE "KKRENTE" TO TRANS-TYPE OF RENTE-POSTERING
           MOVE "KREDITKORTRENTE" TO BUTIK OF RENTE-POSTERING
           MOVE SPACES TO POSTERING-TIDSPUNKT
           STRING
               DAGS-DATO          DELIMITED BY SIZE
               "-00:00:00.000000" DELIMITED BY SIZE
           INTO POSTERING-TIDSPUNKT
           MOVE POSTERING-TIDSPUNKT TO TIDSPUNKT OF RENTE-POSTERING
           IF NUM-GEN >= 2000
               DISPLAY "FEJL: Renteposteringer overstiger "
                   "GEN-ARR's graense paa 2000 poster."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO NUM-GEN
           MOVE RENTE-POSTERING TO GEN-ARR(NUM-GEN).

      * Renteposteringerne stilles i koe i Ventende-Posteringer.txt
      * som eet parti med egen trailer, som OPG-108.
       VENTENDE-SKRIV.
           IF NUM-GEN = 0
               EXIT PARAGRAPH
           END-IF
           ACCEPT VENT-PARTI-DATO FROM DATE YYYYMMDD
           ACCEPT VENT-PARTI-TID FROM TIME
           OPEN EXTEND FIL-VENTENDE
           IF VENTENDE-STATUS = "35"
               OPEN OUTPUT FIL-VENTENDE
           END-IF
           PERFORM VARYING GEN-IX FROM 1 BY 1 UNTIL GEN-IX > NUM-GEN
               MOVE SPACES TO VENTENDE-REKORD
               MOVE GEN-ARR(GEN-IX) TO VENTENDE-REKORD(1:264)
               MOVE "OPG110" TO VP-KILDE OF VENTENDE-REKORD
               MOVE VENT-PARTI-ID TO VP-PARTI-ID OF VENTENDE-REKORD
               WRITE VENTENDE-REKORD
           END-PERFORM
           MOVE SPACES TO VENTENDE-REKORD
           MOVE "TRAILER" TO TR-MARKER OF VENTENDE-TRAILER
           MOVE NUM-GEN TO TR-ANTAL OF VENTENDE-TRAILER
           MOVE "OPG110" TO VP-KILDE OF VENTENDE-REKORD
           MOVE VENT-PARTI-ID TO VP-PARTI-ID OF VENTENDE-REKORD
           WRITE VENTENDE-REKORD
           CLOSE FIL-VENTENDE.

       AFTALE-ARR-REWRITE.
           OPEN OUTPUT FIL-AFTALER
           PERFORM VARYING AFTALE-IX FROM 1 BY 1
                   UNTIL AFTALE-IX > NUM-AFTALE
               MOVE AFTALE-ARR(AFTALE-IX)(1:110) TO AFTALE-REKORD
               WRITE AFTALE-REKORD
           END-PERFORM
           MOVE SPACES TO AFTALE-REKORD
           MOVE "TRAILER" TO TR-MARKER OF AFTALE-REKORD-TRAILER
           MOVE NUM-AFTALE TO TR-ANTAL OF AFTALE-REKORD-TRAILER
           WRITE AFTALE-REKORD
           CLOSE FIL-AFTALER.

       SKRIV-RAPPORT-HOVED.
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "KREDITKORTFAKTURERING - bogfoeringsdato "
                                     DELIMITED BY SIZE
               DAGS-DATO             DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE "Konto                 Skyldigt           Rente"
             TO RAPPORT-TEXT
           MOVE "         Minimum Forfald    Bemaerkning"
             TO RAPPORT-TEXT(47:)
           WRITE RAPPORT-REC.

       SKRIV-RAPPORT-LINJE.
           MOVE SPACES TO RAPPORT-LINJE
           MOVE KK-KONTO-ID OF AFTALE-ARR(AFTALE-IX) TO RL-KONTO
           IF AF-BEMAERKNING(AFTALE-IX) = SPACES
               MOVE KK-FAKTURA-SALDO OF AFTALE-ARR(AFTALE-IX)
                 TO RL-SKYLDIG
               MOVE AF-NY-RENTE(AFTALE-IX) TO RL-RENTE
               MOVE KK-MINIMUM OF AFTALE-ARR(AFTALE-IX) TO RL-MINIMUM
               MOVE KK-FORFALD-DATO OF AFTALE-ARR(AFTALE-IX)
                 TO RL-FORFALD
               MOVE "Udskrift dannet" TO RL-BEMAERKNING
           ELSE
               MOVE ZEROS TO RL-SKYLDIG
               MOVE ZEROS TO RL-RENTE
               MOVE ZEROS TO RL-MINIMUM
               MOVE AF-BEMAERKNING(AFTALE-IX) TO RL-BEMAERKNING
           END-IF
           MOVE SPACES TO RAPPORT-TEXT
           MOVE RAPPORT-LINJE TO RAPPORT-TEXT
           WRITE RAPPORT-REC.

       SKRIV-RAPPORT-TOTAL.
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SKYLDIG-I-ALT TO BELOEB-VIS
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Skyldigt i alt: "    DELIMITED BY SIZE
               BELOEB-VIS            DELIMITED BY SIZE
               "  paa "              DELIMITED BY SIZE
               FAKTURERET-ANTAL      DELIMITED BY SIZE
               " udskrifter"         DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE RENTE-I-ALT TO BELOEB-VIS
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Rente i alt:    "    DELIMITED BY SIZE
               BELOEB-VIS            DELIMITED BY SIZE
               "  paa "              DELIMITED BY SIZE
               RENTE-ANTAL           DELIMITED BY SIZE
               " konti"              DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC.

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
