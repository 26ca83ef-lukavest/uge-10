       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPG-150.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIL-RAADGIVER ASSIGN TO "../data/Raadgivere.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RAADGIVER-FIL-STATUS.
           SELECT FIL-KRG ASSIGN TO "../data/Kunde-Raadgiver.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KRG-FIL-STATUS.
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
           SELECT FIL-BIDRAG ASSIGN TO "../data/Kundebidrag.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BIDRAG-FIL-STATUS.
           SELECT FIL-KYC ASSIGN TO "../data/KYC-Register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KYC-FIL-STATUS.
           SELECT FIL-RAPPORT
               ASSIGN TO "../data/Raadgiver-Portefoelje.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-BOGFDATO ASSIGN TO "../data/Bogfoeringsdato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOGFDATO-STATUS.

       DATA DIVISION.

       FILE SECTION.
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

       FD FIL-BIDRAG.
       01 BIDRAG-REKORD.
           COPY "../copybooks/KUNDEBIDRAG.cpy".
       01 BIDRAG-REKORD-TRAILER REDEFINES BIDRAG-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(64).

       FD FIL-KYC.
       01 KYC-REKORD.
           COPY "../copybooks/KYC-REGISTER.cpy".
       01 KYC-REKORD-TRAILER REDEFINES KYC-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(38).

       FD FIL-RAPPORT.
       01 RAPPORT-REC.
           02 RAPPORT-TEXT  PIC X(132).

       FD FIL-BOGFDATO.
       01 BOGFDATO-FIL-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".

       WORKING-STORAGE SECTION.
      * Maanedlig portefoeljerapport pr. raadgiver. Kunderne fordeles
      * efter den tildeling i Kunde-Raadgiver.txt (OPG-12), der
      * gaelder paa koerselsdatoen; kun aktive kunder taeller med.
      * Pr. raadgiver vises antal kunder, indlaan (positive saldi) og
      * udlaan (negative saldi og restgaeld paa aktive laaneplaner,
      * som i OPG-126) omregnet til DKK, gebyrindtaegten fra
      * kundebidraget (Kundebidrag.txt fra OPG-88), kunder med
      * forfalden KYC-gennemgang (KYC-Register.txt) og hvilende
      * kunder. Kunder uden raadgiver samles paa egen linje, og
      * opfoelgningslisten naevner de enkelte kunder.
       01 RAADGIVER-FIL-STATUS PIC XX VALUE "00".
       01 KRG-FIL-STATUS    PIC XX VALUE "00".
       01 PLAN-FIL-STATUS   PIC XX VALUE "00".
       01 KURS-FIL-STATUS   PIC XX VALUE "00".
       01 BIDRAG-FIL-STATUS PIC XX VALUE "00".
       01 KYC-FIL-STATUS    PIC XX VALUE "00".
       01 TRAILER-FOUND-SW PIC X(01) VALUE "N".
       01 TRAILER-ANTAL    PIC 9(06) VALUE ZEROS.
       01 EOF-FLAG         PIC X(01) VALUE "N".
       01 FIL-NAVN         PIC X(30) VALUE SPACES.
       01 LAEST-ANTAL      PIC 9(06) VALUE ZEROS.

       01 NUM-RAADGIVERE PIC 9(04) VALUE 0.
       01 RAADGIVER-ARR OCCURS 0 TO 500 TIMES
               DEPENDING ON NUM-RAADGIVERE.
           COPY "../copybooks/RAADGIVER.cpy".
       01 RG-IX         PIC 9(04) VALUE 0.
       01 UDEN-IX       PIC 9(04) VALUE 0.

      * Portefoeljetal pr. raadgiver; pladsen efter den sidste
      * raadgiver samler kunderne uden raadgiver.
       01 PORTEFOELJE-TABEL.
           02 PORTEFOELJE OCCURS 501 TIMES.
               03 PF-KUNDER     PIC 9(05).
               03 PF-INDLAAN    PIC S9(13)V99.
               03 PF-UDLAAN     PIC S9(13)V99.
               03 PF-GEBYR      PIC S9(13)V99.
               03 PF-KYC        PIC 9(05).
               03 PF-HVILENDE   PIC 9(05).

       01 NUM-KUNDER    PIC 9(04) VALUE 0.
       01 KUNDE-ARR OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-KUNDER.
           COPY "../copybooks/KUNDER.cpy".
       01 KUNDE-IX      PIC 9(04) VALUE 0.
       01 KUNDE-MATCH-IX PIC 9(04) VALUE 0.
       01 SOEGE-KUNDE   PIC X(10) VALUE SPACES.

      * Tal pr. kunde, parallelt med KUNDE-ARR.
       01 KUNDE-TAL-ARR OCCURS 0 TO 1000 TIMES
               DEPENDING ON NUM-KUNDER.
           02 KT-RG-IX      PIC 9(04).
           02 KT-INDLAAN    PIC S9(12)V99.
           02 KT-UDLAAN     PIC S9(12)V99.
           02 KT-GEBYR      PIC S9(12)V99.
           02 KT-KYC-DATO   PIC X(10).

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

       01 BIDRAG-AAR    PIC 9(04) VALUE ZEROS.
       01 BIDRAG-FUNDET-SW PIC X(01) VALUE "N".
       01 UKENDT-VALUTA-ANTAL PIC 9(05) VALUE 0.
       01 UKENDT-RAADGIVER-ANTAL PIC 9(05) VALUE 0.
       01 OPFOELG-ANTAL PIC 9(05) VALUE 0.
       01 ANTAL-VIS     PIC ZZZZ9.

       01 TOTAL-KUNDER  PIC 9(05) VALUE 0.
       01 TOTAL-INDLAAN PIC S9(13)V99 VALUE ZEROS.
       01 TOTAL-UDLAAN  PIC S9(13)V99 VALUE ZEROS.
       01 TOTAL-GEBYR   PIC S9(13)V99 VALUE ZEROS.
       01 TOTAL-KYC     PIC 9(05) VALUE 0.
       01 TOTAL-HVILENDE PIC 9(05) VALUE 0.

       01 PORTEFOELJE-LINJE.
           02 PL-RAADGIVER     PIC X(10).
           02 FILLER           PIC X(02).
           02 PL-NAVN          PIC X(25).
           02 FILLER           PIC X(02).
           02 PL-REG-NR        PIC X(06).
           02 FILLER           PIC X(02).
           02 PL-AKTIV         PIC X(01).
           02 FILLER           PIC X(02).
           02 PL-KUNDER        PIC ZZZZ9.
           02 PL-INDLAAN       PIC ---,---,---,--9.99.
           02 PL-UDLAAN        PIC ---,---,---,--9.99.
           02 PL-GEBYR         PIC ----,---,--9.99.
           02 FILLER           PIC X(02).
           02 PL-KYC           PIC ZZZZ9.
           02 FILLER           PIC X(02).
           02 PL-HVILENDE      PIC ZZZZ9.

       01 OPFOELG-LINJE.
           02 OL-RAADGIVER     PIC X(10).
           02 FILLER           PIC X(02).
           02 OL-KUNDE-ID      PIC X(10).
           02 FILLER           PIC X(02).
           02 OL-NAVN          PIC X(41).
           02 FILLER           PIC X(02).
           02 OL-NOTE          PIC X(50).

       01 RUN-DATE      PIC 9(08) VALUE ZEROS.
      * Koerselsdatoen er bankens bogfoeringsdato (Bogfoeringsdato.txt),
      * ikke maskinens dato.
       01 BOGFDATO-STATUS  PIC XX VALUE "00".
       01 BOGFDATO-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".
       01 DAGS-DATO     PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM DAGS-DATO-FILL
           PERFORM RAADGIVER-ARR-FILL
           IF NUM-RAADGIVERE = 0
               DISPLAY "Ingen raadgivere i Raadgivere.txt - ingen "
                   "portefoeljerapport."
               STOP RUN
           END-IF
           COMPUTE UDEN-IX = NUM-RAADGIVERE + 1
           INITIALIZE PORTEFOELJE-TABEL
           PERFORM KUNDE-ARR-FILL
           PERFORM KONTO-ARR-FILL
           PERFORM PLAN-ARR-FILL
           PERFORM KURS-ARR-FILL
           PERFORM KUNDE-TAL-INIT
           PERFORM LAES-TILDELINGER
           PERFORM SAML-SALDI
           PERFORM LAES-KUNDEBIDRAG
           PERFORM LAES-KYC
           PERFORM SAML-PORTEFOELJER
           OPEN OUTPUT FIL-RAPPORT
           PERFORM SKRIV-OVERSIGT
           PERFORM SKRIV-OPFOELGNING
           CLOSE FIL-RAPPORT
           DISPLAY "Raadgiverportefoeljer: " NUM-RAADGIVERE
               " raadgivere, " TOTAL-KUNDER " kunder, "
               OPFOELG-ANTAL " til opfoelgning - se "
               "Raadgiver-Portefoelje.txt"
           IF UKENDT-VALUTA-ANTAL > 0
               DISPLAY "ADVARSEL: " UKENDT-VALUTA-ANTAL
                   " konti uden valutakurs er medtaget uomregnet."
           END-IF
           IF UKENDT-RAADGIVER-ANTAL > 0
               DISPLAY "ADVARSEL: " UKENDT-RAADGIVER-ANTAL
                   " tildelinger peger paa en ukendt raadgiver."
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
           INTO DAGS-DATO.

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

       RAADGIVER-ARR-FILL.
           MOVE 0 TO NUM-RAADGIVERE
           OPEN INPUT FIL-RAADGIVER
           IF RAADGIVER-FIL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO TRAILER-FOUND-SW
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-RAADGIVER INTO RAADGIVER-REKORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF RAADGIVER-REKORD-TRAILER
                               = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                           MOVE "Y" TO TRAILER-FOUND-SW
                           MOVE TR-ANTAL OF RAADGIVER-REKORD-TRAILER
                             TO TRAILER-ANTAL
                       ELSE
                           IF NUM-RAADGIVERE >= 500
                               DISPLAY "FEJL: Raadgivere.txt har "
                                   "mere end 500 poster"
                               MOVE 1 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO NUM-RAADGIVERE
                           MOVE RAADGIVER-REKORD
                             TO RAADGIVER-ARR(NUM-RAADGIVERE)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-RAADGIVER
           MOVE "Raadgivere.txt" TO FIL-NAVN
           MOVE NUM-RAADGIVERE TO LAEST-ANTAL
           PERFORM CHECK-TRAILER.

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

      * Laaneplaner, valutakurser, kundebidrag og KYC-registret er
      * valgfrie; mangler en fil, er der intet at medtage fra den.
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

       KUNDE-TAL-INIT.
           PERFORM VARYING KUNDE-IX FROM 1 BY 1
                   UNTIL KUNDE-IX > NUM-KUNDER
               MOVE UDEN-IX TO KT-RG-IX(KUNDE-IX)
               MOVE ZEROS TO KT-INDLAAN(KUNDE-IX)
               MOVE ZEROS TO KT-UDLAAN(KUNDE-IX)
               MOVE ZEROS TO KT-GEBYR(KUNDE-IX)
               MOVE SPACES TO KT-KYC-DATO(KUNDE-IX)
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

      * Den tildeling, der gaelder paa koerselsdatoen: fra-dato til og
      * med i dag og til-dato blank eller efter i dag.
       LAES-TILDELINGER.
           OPEN INPUT FIL-KRG
           IF KRG-FIL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO TRAILER-FOUND-SW
           MOVE 0 TO LAEST-ANTAL
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-KRG INTO KRG-REKORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF KRG-REKORD-TRAILER = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                           MOVE "Y" TO TRAILER-FOUND-SW
                           MOVE TR-ANTAL OF KRG-REKORD-TRAILER
                             TO TRAILER-ANTAL
                       ELSE
                           ADD 1 TO LAEST-ANTAL
                           IF KRG-FRA-DATO OF KRG-REKORD
                                   NOT > DAGS-DATO
                               AND (KRG-GAELDENDE OF KRG-REKORD
                                    OR KRG-TIL-DATO OF KRG-REKORD
                                       > DAGS-DATO)
                               PERFORM PLACER-TILDELING
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-KRG
           MOVE "Kunde-Raadgiver.txt" TO FIL-NAVN
           PERFORM CHECK-TRAILER.

       PLACER-TILDELING.
           MOVE KRG-KUNDE-ID OF KRG-REKORD TO SOEGE-KUNDE
           PERFORM FIND-KUNDE
           IF KUNDE-MATCH-IX = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING RG-IX FROM 1 BY 1
                   UNTIL RG-IX > NUM-RAADGIVERE
               IF RG-RAADGIVER-ID OF RAADGIVER-ARR(RG-IX)
                       = KRG-RAADGIVER-ID OF KRG-REKORD
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF RG-IX > NUM-RAADGIVERE
               ADD 1 TO UKENDT-RAADGIVER-ANTAL
           ELSE
               MOVE RG-IX TO KT-RG-IX(KUNDE-MATCH-IX)
           END-IF.

      * Konti med aktiv laaneplan taeller med restgaelden; oevrige
      * konti som indlaan eller udlaan efter saldoens fortegn.
       SAML-SALDI.
           PERFORM VARYING KONTO-IX FROM 1 BY 1
                   UNTIL KONTO-IX > NUM-KONTI
               MOVE KUNDE-ID OF KONTO-ARR(KONTO-IX) TO SOEGE-KUNDE
               PERFORM FIND-KUNDE
               IF KUNDE-MATCH-IX > 0
                   PERFORM SAML-KONTO
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
                   ADD AKT-BELOEB TO KT-UDLAAN(KUNDE-MATCH-IX)
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE BALANCE OF KONTO-ARR(KONTO-IX) TO AKT-BELOEB
           PERFORM OMREGN-BELOEB
           IF AKT-BELOEB > ZEROS
               ADD AKT-BELOEB TO KT-INDLAAN(KUNDE-MATCH-IX)
           ELSE
               SUBTRACT AKT-BELOEB FROM KT-UDLAAN(KUNDE-MATCH-IX)
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
               DISPLAY "ADVARSEL: ingen kurs for " AKT-VALUTA
                   " - konto " KONTO-ID OF KONTO-ARR(KONTO-IX)
               ADD 1 TO UKENDT-VALUTA-ANTAL
               EXIT PARAGRAPH
           END-IF
           MOVE KURS OF KURS-ARR(KURS-MATCH-IX) TO AKT-KURS
           COMPUTE AKT-BELOEB ROUNDED = AKT-BELOEB * AKT-KURS.

      * Gebyrindtaegten er aarstallet fra seneste koersel af OPG-88.
       LAES-KUNDEBIDRAG.
           OPEN INPUT FIL-BIDRAG
           IF BIDRAG-FIL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO TRAILER-FOUND-SW
           MOVE 0 TO LAEST-ANTAL
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-BIDRAG INTO BIDRAG-REKORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF BIDRAG-REKORD-TRAILER = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                           MOVE "Y" TO TRAILER-FOUND-SW
                           MOVE TR-ANTAL OF BIDRAG-REKORD-TRAILER
                             TO TRAILER-ANTAL
                       ELSE
                           ADD 1 TO LAEST-ANTAL
                           MOVE "J" TO BIDRAG-FUNDET-SW
                           MOVE KB-AAR OF BIDRAG-REKORD TO BIDRAG-AAR
                           MOVE KB-KUNDE-ID OF BIDRAG-REKORD
                             TO SOEGE-KUNDE
                           PERFORM FIND-KUNDE
                           IF KUNDE-MATCH-IX > 0
                               ADD KB-GEBYR OF BIDRAG-REKORD
                                 TO KT-GEBYR(KUNDE-MATCH-IX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-BIDRAG
           MOVE "Kundebidrag.txt" TO FIL-NAVN
           PERFORM CHECK-TRAILER.

       LAES-KYC.
           OPEN INPUT FIL-KYC
           IF KYC-FIL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO TRAILER-FOUND-SW
           MOVE 0 TO LAEST-ANTAL
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-KYC INTO KYC-REKORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF KYC-REKORD-TRAILER = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                           MOVE "Y" TO TRAILER-FOUND-SW
                           MOVE TR-ANTAL OF KYC-REKORD-TRAILER
                             TO TRAILER-ANTAL
                       ELSE
                           ADD 1 TO LAEST-ANTAL
                           IF KY-NAESTE-REVIEW OF KYC-REKORD
                                   NOT = SPACES
                               AND KY-NAESTE-REVIEW OF KYC-REKORD
                                   < DAGS-DATO
                               MOVE KY-KUNDE-ID OF KYC-REKORD
                                 TO SOEGE-KUNDE
                               PERFORM FIND-KUNDE
                               IF KUNDE-MATCH-IX > 0
                                   MOVE KY-NAESTE-REVIEW OF KYC-REKORD
                                     TO KT-KYC-DATO(KUNDE-MATCH-IX)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-KYC
           MOVE "KYC-Register.txt" TO FIL-NAVN
           PERFORM CHECK-TRAILER.

       SAML-PORTEFOELJER.
           PERFORM VARYING KUNDE-IX FROM 1 BY 1
                   UNTIL KUNDE-IX > NUM-KUNDER
               IF KUNDE-AKTIV OF KUNDE-ARR(KUNDE-IX)
                   MOVE KT-RG-IX(KUNDE-IX) TO RG-IX
                   ADD 1 TO PF-KUNDER(RG-IX)
                   ADD KT-INDLAAN(KUNDE-IX) TO PF-INDLAAN(RG-IX)
                   ADD KT-UDLAAN(KUNDE-IX) TO PF-UDLAAN(RG-IX)
                   ADD KT-GEBYR(KUNDE-IX) TO PF-GEBYR(RG-IX)
                   IF KT-KYC-DATO(KUNDE-IX) NOT = SPACES
                       ADD 1 TO PF-KYC(RG-IX)
                   END-IF
                   IF KONTO-DORMANT OF KUNDE-ARR(KUNDE-IX)
                       ADD 1 TO PF-HVILENDE(RG-IX)
                   END-IF
               END-IF
           END-PERFORM.

       SKRIV-OVERSIGT.
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "RAADGIVERPORTEFOELJER PR. " DELIMITED BY SIZE
               DAGS-DATO                    DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-TEXT
           IF BIDRAG-FUNDET-SW = "J"
               STRING
                   "Gebyrer: kundebidrag for "  DELIMITED BY SIZE
                   BIDRAG-AAR                   DELIMITED BY SIZE
                   " (OPG-88). Beloeb i DKK."   DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           ELSE
               STRING
                   "Gebyrer: Kundebidrag.txt mangler - koer OPG-88."
                                                DELIMITED BY SIZE
                   " Beloeb i DKK."             DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-IF
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Raadgiver   Navn                       Reg.nr  A"
                                           DELIMITED BY SIZE
               "  Kunder           Indlaan            Udlaan"
                                           DELIMITED BY SIZE
               "        Gebyrer    KYC  Hvil."
                                           DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           PERFORM VARYING RG-IX FROM 1 BY 1 UNTIL RG-IX > UDEN-IX
               MOVE SPACES TO PORTEFOELJE-LINJE
               IF RG-IX = UDEN-IX
                   MOVE "(ingen)" TO PL-RAADGIVER
                   MOVE "Kunder uden raadgiver" TO PL-NAVN
               ELSE
                   MOVE RG-RAADGIVER-ID OF RAADGIVER-ARR(RG-IX)
                     TO PL-RAADGIVER
                   MOVE RG-NAVN OF RAADGIVER-ARR(RG-IX) TO PL-NAVN
                   MOVE RG-REG-NR OF RAADGIVER-ARR(RG-IX) TO PL-REG-NR
                   MOVE RG-AKTIV-SW OF RAADGIVER-ARR(RG-IX) TO PL-AKTIV
               END-IF
               MOVE PF-KUNDER(RG-IX) TO PL-KUNDER
               MOVE PF-INDLAAN(RG-IX) TO PL-INDLAAN
               MOVE PF-UDLAAN(RG-IX) TO PL-UDLAAN
               MOVE PF-GEBYR(RG-IX) TO PL-GEBYR
               MOVE PF-KYC(RG-IX) TO PL-KYC
               MOVE PF-HVILENDE(RG-IX) TO PL-HVILENDE
               MOVE PORTEFOELJE-LINJE TO RAPPORT-TEXT
               WRITE RAPPORT-REC
               ADD PF-KUNDER(RG-IX) TO TOTAL-KUNDER
               ADD PF-INDLAAN(RG-IX) TO TOTAL-INDLAAN
               ADD PF-UDLAAN(RG-IX) TO TOTAL-UDLAAN
               ADD PF-GEBYR(RG-IX) TO TOTAL-GEBYR
               ADD PF-KYC(RG-IX) TO TOTAL-KYC
               ADD PF-HVILENDE(RG-IX) TO TOTAL-HVILENDE
           END-PERFORM
           MOVE SPACES TO PORTEFOELJE-LINJE
           MOVE "I ALT" TO PL-RAADGIVER
           MOVE TOTAL-KUNDER TO PL-KUNDER
           MOVE TOTAL-INDLAAN TO PL-INDLAAN
           MOVE TOTAL-UDLAAN TO PL-UDLAAN
           MOVE TOTAL-GEBYR TO PL-GEBYR
           MOVE TOTAL-KYC TO PL-KYC
           MOVE TOTAL-HVILENDE TO PL-HVILENDE
           MOVE PORTEFOELJE-LINJE TO RAPPORT-TEXT
           WRITE RAPPORT-REC.

      * Kunder til opfoelgning pr. raadgiver: forfalden KYC-
      * gennemgang og hvilende kunder. Kunder uden raadgiver staar
      * sidst.
       SKRIV-OPFOELGNING.
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE "Til opfoelgning:" TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Raadgiver   Kunde-ID    Navn"   DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           PERFORM VARYING RG-IX FROM 1 BY 1 UNTIL RG-IX > UDEN-IX
               PERFORM VARYING KUNDE-IX FROM 1 BY 1
                       UNTIL KUNDE-IX > NUM-KUNDER
                   IF KUNDE-AKTIV OF KUNDE-ARR(KUNDE-IX)
                       AND KT-RG-IX(KUNDE-IX) = RG-IX
                       IF KT-KYC-DATO(KUNDE-IX) NOT = SPACES
                           PERFORM SKRIV-OPFOELG-KYC
                       END-IF
                       IF KONTO-DORMANT OF KUNDE-ARR(KUNDE-IX)
                           PERFORM SKRIV-OPFOELG-HVILENDE
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM
           IF OPFOELG-ANTAL = 0
               MOVE "  (ingen)" TO RAPPORT-TEXT
               WRITE RAPPORT-REC
           END-IF
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE OPFOELG-ANTAL TO ANTAL-VIS
           STRING
               "Til opfoelgning i alt: "    DELIMITED BY SIZE
               ANTAL-VIS                    DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC.

       SKRIV-OPFOELG-KYC.
           PERFORM OPFOELG-LINJE-FILL
           STRING
               "KYC-gennemgang forfaldt "   DELIMITED BY SIZE
               KT-KYC-DATO(KUNDE-IX)        DELIMITED BY SIZE
           INTO OL-NOTE
           MOVE OPFOELG-LINJE TO RAPPORT-TEXT
           WRITE RAPPORT-REC.

       SKRIV-OPFOELG-HVILENDE.
           PERFORM OPFOELG-LINJE-FILL
           MOVE "Hvilende kunde" TO OL-NOTE
           MOVE OPFOELG-LINJE TO RAPPORT-TEXT
           WRITE RAPPORT-REC.

       OPFOELG-LINJE-FILL.
           ADD 1 TO OPFOELG-ANTAL
           MOVE SPACES TO OPFOELG-LINJE
           IF RG-IX = UDEN-IX
               MOVE "(ingen)" TO OL-RAADGIVER
           ELSE
               MOVE RG-RAADGIVER-ID OF RAADGIVER-ARR(RG-IX)
                 TO OL-RAADGIVER
           END-IF
           MOVE KUNDE-ID OF KUNDE-ARR(KUNDE-IX) TO OL-KUNDE-ID
           STRING
               FORNAVN OF KUNDE-ARR(KUNDE-IX)   DELIMITED BY "  "
               " "                              DELIMITED BY SIZE
               EFTERNAVN OF KUNDE-ARR(KUNDE-IX) DELIMITED BY "  "
           INTO OL-NAVN.

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
