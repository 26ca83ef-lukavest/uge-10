       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPG-114.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIL-UDBYTTE
               ASSIGN TO "../data/Udbytte-Meddelelser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UDBYTTE-STATUS.
           SELECT FIL-DEPOTER ASSIGN TO "../data/Depot-Register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPOT-STATUS.
           SELECT FIL-BEHOLDNING
               ASSIGN TO "../data/Depot-Beholdning.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BEHOLDNING-STATUS.
           SELECT FIL-ORDRER ASSIGN TO "../data/Depot-Ordrer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ORDRE-STATUS.
           SELECT FIL-KURSER
               ASSIGN TO "../data/Vaerdipapir-Kurser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KURSER-STATUS.
           SELECT FIL-KONTI ASSIGN TO "../data/KontoOpl.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-KUNDER ASSIGN TO "../data/Kundeoplysninger.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-SKATTESATS
               ASSIGN TO "../data/Kildeskat-Satser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SKATTESATS-FIL-STATUS.
           SELECT FIL-KUNDEKLASSE
               ASSIGN TO "../data/Kunde-Skatteklasser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KUNDEKLASSE-FIL-STATUS.
           SELECT FIL-VENTENDE
               ASSIGN TO "../data/Ventende-Posteringer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VENTENDE-STATUS.
           SELECT FIL-RAPPORT
               ASSIGN TO "../data/Udbytte-Rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-BOGFDATO ASSIGN TO "../data/Bogfoeringsdato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOGFDATO-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD FIL-UDBYTTE.
       01 UDBYTTE-REKORD.
           COPY "../copybooks/UDBYTTE.cpy".
       01 UDBYTTE-REKORD-TRAILER REDEFINES UDBYTTE-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(29).

       FD FIL-DEPOTER.
       01 DEPOT-REKORD.
           COPY "../copybooks/DEPOT.cpy".
       01 DEPOT-REKORD-TRAILER REDEFINES DEPOT-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(36).

       FD FIL-BEHOLDNING.
       01 BEHOLDNING-REKORD.
           COPY "../copybooks/BEHOLDNING.cpy".
       01 BEHOLDNING-REKORD-TRAILER REDEFINES BEHOLDNING-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(47).

       FD FIL-ORDRER.
       01 ORDRE-REKORD.
           COPY "../copybooks/DEPOT-ORDRE.cpy".
       01 ORDRE-REKORD-TRAILER REDEFINES ORDRE-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(64).

       FD FIL-KURSER.
       01 KURSER-REKORD.
           COPY "../copybooks/VAERDIPAPIR-KURS.cpy".
       01 KURSER-REKORD-TRAILER REDEFINES KURSER-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(54).

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

       FD FIL-SKATTESATS.
       01 SKATTESATS-REKORD.
           COPY "../copybooks/SKATTEKLASSE.cpy".

       FD FIL-KUNDEKLASSE.
       01 KUNDEKLASSE-REKORD.
           COPY "../copybooks/KUNDE-SKATTEKLASSE.cpy".

       FD FIL-VENTENDE.
       01 VENTENDE-REKORD.
           COPY "../copybooks/TRANSAKTIONER.cpy".
           COPY "../copybooks/VENTENDE-POSTERING.cpy".
       01 VENTENDE-TRAILER REDEFINES VENTENDE-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(273).

       FD FIL-RAPPORT.
       01 RAPPORT-REC.
           02 RAPPORT-TEXT PIC X(132).

       FD FIL-BOGFDATO.
       01 BOGFDATO-FIL-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".

       WORKING-STORAGE SECTION.

      * Udbytte paa depotbeholdninger: meddelelser i
      * Udbytte-Meddelelser.txt med status "A" og betalingsdato paa
      * eller foer bogfoeringsdatoen udbetales til depotets
      * kontantkonto. Retten til udbytte foelger beholdningen paa
      * skaeringsdatoen: handler afviklet med handelsdato efter
      * skaeringsdatoen (status "B" i Depot-Ordrer.txt) regnes ud af
      * den aktuelle beholdning igen. Bruttoudbyttet posteres som
      * UDBYTTE, og kildeskatten traekkes som hos OPG-16: kunder med
      * en skatteklasse i Kunde-Skatteklasser.txt faar klassens sats
      * fra Kildeskat-Satser.txt traekket i en saerskilt negativ
      * KILDESKAT-postering. Behandlede meddelelser faar status "U".
       01 UDBYTTE-STATUS   PIC XX VALUE "00".
       01 DEPOT-STATUS     PIC XX VALUE "00".
       01 BEHOLDNING-STATUS PIC XX VALUE "00".
       01 ORDRE-STATUS     PIC XX VALUE "00".
       01 KURSER-STATUS    PIC XX VALUE "00".
       01 VENTENDE-STATUS  PIC XX VALUE "00".
       01 TRAILER-FOUND-SW PIC X(01) VALUE "N".
       01 TRAILER-ANTAL    PIC 9(06) VALUE ZEROS.
       01 EOF-FLAG         PIC X(01) VALUE "N".

       01 NUM-UDBYTTE      PIC 9(04) VALUE 0.
       01 UDBYTTE-ARR OCCURS 0 TO 2000 TIMES DEPENDING ON NUM-UDBYTTE.
           COPY "../copybooks/UDBYTTE.cpy".
       01 UDBYTTE-IX       PIC 9(04) VALUE 0.

       01 NUM-DEPOT        PIC 9(04) VALUE 0.
       01 DEPOT-ARR OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-DEPOT.
           COPY "../copybooks/DEPOT.cpy".
       01 DEPOT-IX         PIC 9(04) VALUE 0.

       01 NUM-BEHOLDNING   PIC 9(05) VALUE 0.
       01 BEHOLDNING-ARR OCCURS 0 TO 10000 TIMES
               DEPENDING ON NUM-BEHOLDNING.
           COPY "../copybooks/BEHOLDNING.cpy".
       01 BEHOLDNING-IX    PIC 9(05) VALUE 0.

      * Kun afviklede handler bruges - til at finde beholdningen paa
      * skaeringsdatoen.
       01 NUM-ORDRE        PIC 9(05) VALUE 0.
       01 ORDRE-ARR OCCURS 0 TO 10000 TIMES DEPENDING ON NUM-ORDRE.
           COPY "../copybooks/DEPOT-ORDRE.cpy".
       01 ORDRE-IX         PIC 9(05) VALUE 0.

       01 NUM-KURSER       PIC 9(04) VALUE 0.
       01 KURS-ARR OCCURS 0 TO 2000 TIMES DEPENDING ON NUM-KURSER.
           COPY "../copybooks/VAERDIPAPIR-KURS.cpy".
       01 KURS-IX          PIC 9(04) VALUE 0.
       01 KURS-MATCH-IX    PIC 9(04) VALUE 0.

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

       01 SKATTESATS-FIL-STATUS PIC XX VALUE "00".
       01 KUNDEKLASSE-FIL-STATUS PIC XX VALUE "00".
       01 NUM-SKATTESATS  PIC 9(02) VALUE 0.
       01 SKATTESATS-ARR OCCURS 0 TO 20 TIMES
               DEPENDING ON NUM-SKATTESATS.
           COPY "../copybooks/SKATTEKLASSE.cpy".
       01 SKATTESATS-IX   PIC 9(02) VALUE 0.
       01 SKATTESATS-MATCH-IX PIC 9(02) VALUE 0.
       01 NUM-KUNDEKLASSE PIC 9(04) VALUE 0.
       01 KUNDEKLASSE-ARR OCCURS 0 TO 1000 TIMES
               DEPENDING ON NUM-KUNDEKLASSE.
           COPY "../copybooks/KUNDE-SKATTEKLASSE.cpy".
       01 KUNDEKLASSE-IX  PIC 9(04) VALUE 0.
       01 KUNDEKLASSE-MATCH-IX PIC 9(04) VALUE 0.
       01 KILDESKAT-BELOEB PIC S9(10)V99 VALUE ZEROS.
       01 KILDESKAT-ANTAL PIC 9(04) VALUE 0.

       01 RET-ANTAL        PIC S9(09)V9(04) VALUE ZEROS.
       01 BRUTTO-UDBYTTE   PIC S9(10)V99 VALUE ZEROS.
       01 UDBYTTE-BEMAERKNING PIC X(40) VALUE SPACES.
       01 UDBETALT-ANTAL   PIC 9(05) VALUE 0.
       01 BRUTTO-I-ALT     PIC S9(12)V99 VALUE ZEROS.
       01 KILDESKAT-I-ALT  PIC S9(12)V99 VALUE ZEROS.

       01 NUM-GEN          PIC 9(05) VALUE 0.
       01 GEN-ARR OCCURS 0 TO 2000 TIMES DEPENDING ON NUM-GEN.
           COPY "../copybooks/TRANSAKTIONER.cpy".
       01 GEN-IX           PIC 9(05) VALUE 0.
       01 UDBYTTE-POSTERING.
           COPY "../copybooks/TRANSAKTIONER.cpy".
       01 POSTERING-BELOEB PIC S9(10)V99 VALUE ZEROS.
       01 POSTERING-KONTO  PIC X(14) VALUE SPACES.
       01 POSTERING-NAVN   PIC X(41) VALUE SPACES.
       01 POSTERING-TIDSPUNKT PIC X(26) VALUE SPACES.
       01 VENT-PARTI-ID.
           02 VENT-PARTI-DATO PIC 9(08) VALUE ZEROS.
           02 VENT-PARTI-TID  PIC 9(08) VALUE ZEROS.

       01 RUN-DATE         PIC 9(08) VALUE ZEROS.
      * Koerselsdatoen er bankens bogfoeringsdato (Bogfoeringsdato.txt),
      * ikke maskinens dato.
       01 BOGFDATO-STATUS  PIC XX VALUE "00".
       01 BOGFDATO-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".
       01 DAGS-DATO        PIC X(10) VALUE SPACES.

       01 BELOEB-VIS       PIC -ZZZ,ZZZ,ZZ9.99.

       01 RAPPORT-LINJE.
           02 RL-DEPOT         PIC X(14).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-ISIN          PIC X(12).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-ANTAL         PIC ZZZ,ZZZ,ZZ9.9999.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-BRUTTO        PIC -ZZZ,ZZZ,ZZ9.99.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-KILDESKAT     PIC -ZZZ,ZZZ,ZZ9.99.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-BEMAERKNING   PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM DAGS-DATO-FILL
           PERFORM UDBYTTE-ARR-FILL
           IF NUM-UDBYTTE = 0
               DISPLAY "Ingen meddelelser i Udbytte-Meddelelser.txt - "
                   "intet udbetalt."
               STOP RUN
           END-IF
           PERFORM DEPOT-ARR-FILL
           PERFORM BEHOLDNING-ARR-FILL
           PERFORM ORDRE-ARR-FILL
           PERFORM KURS-ARR-FILL
           PERFORM KONTO-ARR-FILL
           PERFORM KUNDE-ARR-FILL
           PERFORM SKATTESATS-ARR-FILL
           PERFORM KUNDEKLASSE-ARR-FILL
           OPEN OUTPUT FIL-RAPPORT
           PERFORM SKRIV-RAPPORT-HOVED
           PERFORM VARYING UDBYTTE-IX FROM 1 BY 1
                   UNTIL UDBYTTE-IX > NUM-UDBYTTE
               IF UB-AFVENTER OF UDBYTTE-ARR(UDBYTTE-IX)
                       AND UB-BETALINGSDATO OF UDBYTTE-ARR(UDBYTTE-IX)
                           NOT > DAGS-DATO
                   PERFORM UDBETAL-UDBYTTE
                   MOVE "U" TO UB-UDB-STATUS OF UDBYTTE-ARR(UDBYTTE-IX)
               END-IF
           END-PERFORM
           PERFORM SKRIV-RAPPORT-TOTAL
           CLOSE FIL-RAPPORT
           PERFORM VENTENDE-SKRIV
           PERFORM UDBYTTE-ARR-REWRITE
           DISPLAY "Udbytte " DAGS-DATO ": " UDBETALT-ANTAL
               " udbetalinger, " KILDESKAT-ANTAL " med kildeskat, "
               NUM-GEN " posteringer stillet i koe."
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

       UDBYTTE-ARR-FILL.
           MOVE 0 TO NUM-UDBYTTE
           OPEN INPUT FIL-UDBYTTE
           IF UDBYTTE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO TRAILER-FOUND-SW
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-UDBYTTE
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF UDBYTTE-REKORD-TRAILER
                               = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                           MOVE "Y" TO TRAILER-FOUND-SW
                           MOVE TR-ANTAL OF UDBYTTE-REKORD-TRAILER
                             TO TRAILER-ANTAL
                       ELSE
                           IF NUM-UDBYTTE >= 2000
                               DISPLAY "FEJL: flere end 2000 "
                                   "meddelelser i "
                                   "Udbytte-Meddelelser.txt."
                               MOVE 1 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO NUM-UDBYTTE
                           MOVE UDBYTTE-REKORD
                             TO UDBYTTE-ARR(NUM-UDBYTTE)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-UDBYTTE
           IF TRAILER-FOUND-SW = "N"
               DISPLAY "FEJL: Udbytte-Meddelelser.txt mangler "
                   "sluttaellerpost"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NUM-UDBYTTE NOT = TRAILER-ANTAL
               DISPLAY "FEJL: Udbytte-Meddelelser.txt - forventet "
                   TRAILER-ANTAL " poster, fandt " NUM-UDBYTTE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       DEPOT-ARR-FILL.
           MOVE 0 TO NUM-DEPOT
           OPEN INPUT FIL-DEPOTER
           IF DEPOT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO TRAILER-FOUND-SW
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-DEPOTER
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF DEPOT-REKORD-TRAILER = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                           MOVE "Y" TO TRAILER-FOUND-SW
                           MOVE TR-ANTAL OF DEPOT-REKORD-TRAILER
                             TO TRAILER-ANTAL
                       ELSE
                           IF NUM-DEPOT >= 1000
                               DISPLAY "FEJL: flere end 1000 depoter i "
                                   "Depot-Register.txt."
                               MOVE 1 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO NUM-DEPOT
                           MOVE DEPOT-REKORD TO DEPOT-ARR(NUM-DEPOT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-DEPOTER
           IF TRAILER-FOUND-SW = "N"
               DISPLAY "FEJL: Depot-Register.txt mangler "
                   "sluttaellerpost"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NUM-DEPOT NOT = TRAILER-ANTAL
               DISPLAY "FEJL: Depot-Register.txt - forventet "
                   TRAILER-ANTAL " poster, fandt " NUM-DEPOT
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       BEHOLDNING-ARR-FILL.
           MOVE 0 TO NUM-BEHOLDNING
           OPEN INPUT FIL-BEHOLDNING
           IF BEHOLDNING-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO TRAILER-FOUND-SW
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-BEHOLDNING
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF BEHOLDNING-REKORD-TRAILER
                               = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                           MOVE "Y" TO TRAILER-FOUND-SW
                           MOVE TR-ANTAL OF BEHOLDNING-REKORD-TRAILER
                             TO TRAILER-ANTAL
                       ELSE
                           IF NUM-BEHOLDNING >= 10000
                               DISPLAY "FEJL: flere end 10000 "
                                   "beholdninger i "
                                   "Depot-Beholdning.txt."
                               MOVE 1 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO NUM-BEHOLDNING
                           MOVE BEHOLDNING-REKORD
                             TO BEHOLDNING-ARR(NUM-BEHOLDNING)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-BEHOLDNING
           IF TRAILER-FOUND-SW = "N"
               DISPLAY "FEJL: Depot-Beholdning.txt mangler "
                   "sluttaellerpost"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NUM-BEHOLDNING NOT = TRAILER-ANTAL
               DISPLAY "FEJL: Depot-Beholdning.txt - forventet "
                   TRAILER-ANTAL " poster, fandt " NUM-BEHOLDNING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       ORDRE-ARR-FILL.
           MOVE 0 TO NUM-ORDRE
           OPEN INPUT FIL-ORDRER
           IF ORDRE-STATUS NOT = "00"
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
                           IF DO-AFVIKLET OF ORDRE-REKORD
                                   AND NUM-ORDRE < 10000
                               ADD 1 TO NUM-ORDRE
                               MOVE ORDRE-REKORD TO ORDRE-ARR(NUM-ORDRE)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-ORDRER.

       KURS-ARR-FILL.
           MOVE 0 TO NUM-KURSER
           OPEN INPUT FIL-KURSER
           IF KURSER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-KURSER
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF KURSER-REKORD-TRAILER
                               = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                       ELSE
                           IF NUM-KURSER < 2000
                               ADD 1 TO NUM-KURSER
                               MOVE KURSER-REKORD
                                 TO KURS-ARR(NUM-KURSER)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-KURSER.

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

       SKATTESATS-ARR-FILL.
           MOVE 0 TO NUM-SKATTESATS
           OPEN INPUT FIL-SKATTESATS
           IF SKATTESATS-FIL-STATUS = "00"
               PERFORM VARYING SKATTESATS-IX FROM 1 BY 1
                       UNTIL SKATTESATS-IX > 20
                   READ FIL-SKATTESATS INTO SKATTESATS-REKORD
                       AT END
                           EXIT PERFORM
                   END-READ
                   ADD 1 TO NUM-SKATTESATS
                   MOVE SKATTESATS-REKORD
                     TO SKATTESATS-ARR(NUM-SKATTESATS)
               END-PERFORM
               CLOSE FIL-SKATTESATS
           END-IF.

       KUNDEKLASSE-ARR-FILL.
           MOVE 0 TO NUM-KUNDEKLASSE
           OPEN INPUT FIL-KUNDEKLASSE
           IF KUNDEKLASSE-FIL-STATUS = "00"
               PERFORM VARYING KUNDEKLASSE-IX FROM 1 BY 1
                       UNTIL KUNDEKLASSE-IX > 1000
                   READ FIL-KUNDEKLASSE INTO KUNDEKLASSE-REKORD
                       AT END
                           EXIT PERFORM
                   END-READ
                   ADD 1 TO NUM-KUNDEKLASSE
                   MOVE KUNDEKLASSE-REKORD
                     TO KUNDEKLASSE-ARR(NUM-KUNDEKLASSE)
               END-PERFORM
               CLOSE FIL-KUNDEKLASSE
           END-IF.

      * Hvert depot gennemgaas, ogsaa depoter der har solgt hele
      * beholdningen efter skaeringsdatoen.
       UDBETAL-UDBYTTE.
           MOVE 0 TO KURS-MATCH-IX
           PERFORM VARYING KURS-IX FROM 1 BY 1
                   UNTIL KURS-IX > NUM-KURSER
               IF VK-ISIN OF KURS-ARR(KURS-IX)
                       = UB-ISIN OF UDBYTTE-ARR(UDBYTTE-IX)
                   MOVE KURS-IX TO KURS-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           PERFORM VARYING DEPOT-IX FROM 1 BY 1
                   UNTIL DEPOT-IX > NUM-DEPOT
               PERFORM BEREGN-RET-ANTAL
               IF RET-ANTAL > ZEROS
                   PERFORM UDBETAL-TIL-DEPOT
                   PERFORM SKRIV-RAPPORT-LINJE
               END-IF
           END-PERFORM.

       BEREGN-RET-ANTAL.
           MOVE ZEROS TO RET-ANTAL
           PERFORM VARYING BEHOLDNING-IX FROM 1 BY 1
                   UNTIL BEHOLDNING-IX > NUM-BEHOLDNING
               IF BH-DEPOT-ID OF BEHOLDNING-ARR(BEHOLDNING-IX)
                       = DP-DEPOT-ID OF DEPOT-ARR(DEPOT-IX)
                   AND BH-ISIN OF BEHOLDNING-ARR(BEHOLDNING-IX)
                       = UB-ISIN OF UDBYTTE-ARR(UDBYTTE-IX)
                   ADD BH-ANTAL OF BEHOLDNING-ARR(BEHOLDNING-IX)
                     TO RET-ANTAL
               END-IF
           END-PERFORM
           PERFORM VARYING ORDRE-IX FROM 1 BY 1
                   UNTIL ORDRE-IX > NUM-ORDRE
               IF DO-DEPOT-ID OF ORDRE-ARR(ORDRE-IX)
                       = DP-DEPOT-ID OF DEPOT-ARR(DEPOT-IX)
                   AND DO-ISIN OF ORDRE-ARR(ORDRE-IX)
                       = UB-ISIN OF UDBYTTE-ARR(UDBYTTE-IX)
                   AND DO-HANDELSDATO OF ORDRE-ARR(ORDRE-IX)
                       > UB-SKAEREDATO OF UDBYTTE-ARR(UDBYTTE-IX)
                   IF DO-KOEB OF ORDRE-ARR(ORDRE-IX)
                       SUBTRACT DO-ANTAL OF ORDRE-ARR(ORDRE-IX)
                         FROM RET-ANTAL
                   ELSE
                       ADD DO-ANTAL OF ORDRE-ARR(ORDRE-IX)
                         TO RET-ANTAL
                   END-IF
               END-IF
           END-PERFORM.

       UDBETAL-TIL-DEPOT.
           MOVE SPACES TO UDBYTTE-BEMAERKNING
           MOVE ZEROS TO KILDESKAT-BELOEB
           COMPUTE BRUTTO-UDBYTTE ROUNDED = RET-ANTAL
               * UB-PR-STK OF UDBYTTE-ARR(UDBYTTE-IX)
           MOVE DP-KONTANTKONTO OF DEPOT-ARR(DEPOT-IX)
             TO POSTERING-KONTO
           PERFORM LOOKUP-KONTO
           EVALUATE TRUE
               WHEN KONTO-MATCH-IX = 0
                   MOVE "Ukendt kontantkonto - ikke udbetalt"
                     TO UDBYTTE-BEMAERKNING
               WHEN KURS-MATCH-IX > 0
                       AND VK-VALUTA OF KURS-ARR(KURS-MATCH-IX)
                           NOT = VALUTA-KD OF KONTO-ARR(KONTO-MATCH-IX)
                   MOVE "Valuta afviger fra kontantkonto"
                     TO UDBYTTE-BEMAERKNING
               WHEN BRUTTO-UDBYTTE = ZEROS
                   MOVE "Udbytte under 0,01" TO UDBYTTE-BEMAERKNING
           END-EVALUATE
           IF UDBYTTE-BEMAERKNING NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE BRUTTO-UDBYTTE TO POSTERING-BELOEB
           PERFORM BUILD-UDBYTTE-POSTERING
           ADD 1 TO UDBETALT-ANTAL
           ADD BRUTTO-UDBYTTE TO BRUTTO-I-ALT
           PERFORM TRAEK-KILDESKAT
           MOVE "Udbetalt" TO UDBYTTE-BEMAERKNING.

       LOOKUP-SKATTEKLASSE.
           MOVE 0 TO SKATTESATS-MATCH-IX
           MOVE 0 TO KUNDEKLASSE-MATCH-IX
           PERFORM VARYING KUNDEKLASSE-IX FROM 1 BY 1
                   UNTIL KUNDEKLASSE-IX > NUM-KUNDEKLASSE
               IF KSK-KUNDE-ID OF KUNDEKLASSE-ARR(KUNDEKLASSE-IX)
                       = DP-KUNDE-ID OF DEPOT-ARR(DEPOT-IX)
                   MOVE KUNDEKLASSE-IX TO KUNDEKLASSE-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF KUNDEKLASSE-MATCH-IX > 0
               PERFORM VARYING SKATTESATS-IX FROM 1 BY 1
                       UNTIL SKATTESATS-IX > NUM-SKATTESATS
                   IF SK-KLASSE OF SKATTESATS-ARR(SKATTESATS-IX)
                           = KSK-KLASSE
                               OF KUNDEKLASSE-ARR(KUNDEKLASSE-MATCH-IX)
                       MOVE SKATTESATS-IX TO SKATTESATS-MATCH-IX
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

      * Skatten traekkes af bruttoudbyttet, der netop er stillet i koe
      * og stadig staar i UDBYTTE-POSTERING; kildeskatteposteringen
      * kopierer udbytteposteringens kundefelter og vender beloebet.
       TRAEK-KILDESKAT.
           PERFORM LOOKUP-SKATTEKLASSE
           IF SKATTESATS-MATCH-IX = 0
               EXIT PARAGRAPH
           END-IF
           IF SK-SATS OF SKATTESATS-ARR(SKATTESATS-MATCH-IX) = ZEROS
               EXIT PARAGRAPH
           END-IF
           COMPUTE KILDESKAT-BELOEB ROUNDED =
               BRUTTO-UDBYTTE
               * SK-SATS OF SKATTESATS-ARR(SKATTESATS-MATCH-IX)
           IF KILDESKAT-BELOEB = ZEROS
               EXIT PARAGRAPH
           END-IF
           COMPUTE BELØB OF UDBYTTE-POSTERING =
               ZEROS - KILDESKAT-BELOEB
           MOVE "KILDESKAT" TO TRANS-TYPE OF UDBYTTE-POSTERING
           IF NUM-GEN >= 2000
               DISPLAY "FEJL: Udbytteposteringer overstiger "
                   "GEN-ARR's graense paa 2000 poster."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO NUM-GEN
           MOVE UDBYTTE-POSTERING TO GEN-ARR(NUM-GEN)
           ADD KILDESKAT-BELOEB TO KILDESKAT-I-ALT
           ADD 1 TO KILDESKAT-ANTAL.

       LOOKUP-KONTO.
           MOVE 0 TO KONTO-MATCH-IX
           PERFORM VARYING KONTO-IX2 FROM 1 BY 1
                   UNTIL KONTO-IX2 > NUM-KONTI
               IF KONTO-ID OF KONTO-ARR(KONTO-IX2) = POSTERING-KONTO
                   MOVE KONTO-IX2 TO KONTO-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

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

       BUILD-UDBYTTE-POSTERING.
           MOVE SPACES TO UDBYTTE-POSTERING
           PERFORM LOOKUP-KONTO
           PERFORM LOOKUP-KUNDE
           IF KUNDE-MATCH-IX > 0
               MOVE CPR OF KUNDE-ARR(KUNDE-MATCH-IX)
                 TO CPR OF UDBYTTE-POSTERING
               MOVE SPACES TO POSTERING-NAVN
               STRING
                   FORNAVN OF KUNDE-ARR(KUNDE-MATCH-IX)
                                                   DELIMITED BY SPACE
                   " "                             DELIMITED BY SIZE
                   EFTERNAVN OF KUNDE-ARR(KUNDE-MATCH-IX)
                                                   DELIMITED BY SPACE
               INTO POSTERING-NAVN
               MOVE POSTERING-NAVN TO NAVN OF UDBYTTE-POSTERING
               STRING
                   FUNCTION TRIM(VEJNAVN OF KUNDE-ARR(KUNDE-MATCH-IX))
                                                   DELIMITED BY SIZE
                   " "                             DELIMITED BY SIZE
                   HUSNR OF KUNDE-ARR(KUNDE-MATCH-IX)
                                                   DELIMITED BY SPACE
                   " "                             DELIMITED BY SIZE
                   BY-ADR OF KUNDE-ARR(KUNDE-MATCH-IX)
                                                   DELIMITED BY SPACE
               INTO ADRESSE OF UDBYTTE-POSTERING
           END-IF
           MOVE POSTERING-KONTO TO KONTO-ID OF UDBYTTE-POSTERING
           MOVE ZEROS TO REG-NR OF UDBYTTE-POSTERING
           MOVE POSTERING-BELOEB TO BELØB OF UDBYTTE-POSTERING
           MOVE VALUTA-KD OF KONTO-ARR(KONTO-MATCH-IX)
             TO VALUTA OF UDBYTTE-POSTERING
           MOVE "UDBYTTE" TO TRANS-TYPE OF UDBYTTE-POSTERING
           STRING
               "UDBYTTE "                           DELIMITED BY SIZE
               UB-ISIN OF UDBYTTE-ARR(UDBYTTE-IX)   DELIMITED BY SIZE
           INTO BUTIK OF UDBYTTE-POSTERING
           MOVE SPACES TO POSTERING-TIDSPUNKT
           STRING
               DAGS-DATO          DELIMITED BY SIZE
               "-00:00:00.000000" DELIMITED BY SIZE
           INTO POSTERING-TIDSPUNKT
           MOVE POSTERING-TIDSPUNKT TO TIDSPUNKT OF UDBYTTE-POSTERING
           IF NUM-GEN >= 2000
               DISPLAY "FEJL: Udbytteposteringer overstiger "
                   "GEN-ARR's graense paa 2000 poster."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO NUM-GEN
           MOVE UDBYTTE-POSTERING TO GEN-ARR(NUM-GEN).

      * Udbytte og kildeskat stilles i koe i Ventende-Posteringer.txt
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
               MOVE "OPG114" TO VP-KILDE OF VENTENDE-REKORD
               MOVE VENT-PARTI-ID TO VP-PARTI-ID OF VENTENDE-REKORD
               WRITE VENTENDE-REKORD
           END-PERFORM
           MOVE SPACES TO VENTENDE-REKORD
           MOVE "TRAILER" TO TR-MARKER OF VENTENDE-TRAILER
           MOVE NUM-GEN TO TR-ANTAL OF VENTENDE-TRAILER
           MOVE "OPG114" TO VP-KILDE OF VENTENDE-REKORD
           MOVE VENT-PARTI-ID TO VP-PARTI-ID OF VENTENDE-REKORD
           WRITE VENTENDE-REKORD
           CLOSE FIL-VENTENDE.

       UDBYTTE-ARR-REWRITE.
           OPEN OUTPUT FIL-UDBYTTE
           PERFORM VARYING UDBYTTE-IX FROM 1 BY 1
                   UNTIL UDBYTTE-IX > NUM-UDBYTTE
               MOVE UDBYTTE-ARR(UDBYTTE-IX) TO UDBYTTE-REKORD
               WRITE UDBYTTE-REKORD
           END-PERFORM
           MOVE SPACES TO UDBYTTE-REKORD
           MOVE "TRAILER" TO TR-MARKER OF UDBYTTE-REKORD-TRAILER
           MOVE NUM-UDBYTTE TO TR-ANTAL OF UDBYTTE-REKORD-TRAILER
           WRITE UDBYTTE-REKORD
           CLOSE FIL-UDBYTTE.

       SKRIV-RAPPORT-HOVED.
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "UDBYTTE PAA DEPOTER - bogfoeringsdato "
                                     DELIMITED BY SIZE
               DAGS-DATO             DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE "Depot          ISIN                    Antal"
             TO RAPPORT-TEXT
           MOVE "          Brutto       Kildeskat Bemaerkning"
             TO RAPPORT-TEXT(46:)
           WRITE RAPPORT-REC.

       SKRIV-RAPPORT-LINJE.
           MOVE SPACES TO RAPPORT-LINJE
           MOVE DP-DEPOT-ID OF DEPOT-ARR(DEPOT-IX) TO RL-DEPOT
           MOVE UB-ISIN OF UDBYTTE-ARR(UDBYTTE-IX) TO RL-ISIN
           MOVE RET-ANTAL TO RL-ANTAL
           MOVE BRUTTO-UDBYTTE TO RL-BRUTTO
           MOVE KILDESKAT-BELOEB TO RL-KILDESKAT
           MOVE UDBYTTE-BEMAERKNING TO RL-BEMAERKNING
           MOVE SPACES TO RAPPORT-TEXT
           MOVE RAPPORT-LINJE TO RAPPORT-TEXT
           WRITE RAPPORT-REC.

       SKRIV-RAPPORT-TOTAL.
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE BRUTTO-I-ALT TO BELOEB-VIS
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Bruttoudbytte i alt: " DELIMITED BY SIZE
               BELOEB-VIS              DELIMITED BY SIZE
               "  paa "                DELIMITED BY SIZE
               UDBETALT-ANTAL          DELIMITED BY SIZE
               " depoter"              DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE KILDESKAT-I-ALT TO BELOEB-VIS
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Kildeskat i alt:     " DELIMITED BY SIZE
               BELOEB-VIS              DELIMITED BY SIZE
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
