       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPG-113.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIL-ORDRER ASSIGN TO "../data/Depot-Ordrer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ORDRE-STATUS.
           SELECT FIL-DEPOTER ASSIGN TO "../data/Depot-Register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPOT-STATUS.
           SELECT FIL-BEHOLDNING
               ASSIGN TO "../data/Depot-Beholdning.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BEHOLDNING-STATUS.
           SELECT FIL-KURSER
               ASSIGN TO "../data/Vaerdipapir-Kurser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KURSER-STATUS.
           SELECT FIL-KONTI ASSIGN TO "../data/KontoOpl.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-KUNDER ASSIGN TO "../data/Kundeoplysninger.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-VENTENDE
               ASSIGN TO "../data/Ventende-Posteringer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VENTENDE-STATUS.
           SELECT FIL-RAPPORT
               ASSIGN TO "../data/Depotordre-Rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-BOGFDATO ASSIGN TO "../data/Bogfoeringsdato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOGFDATO-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD FIL-ORDRER.
       01 ORDRE-REKORD.
           COPY "../copybooks/DEPOT-ORDRE.cpy".
       01 ORDRE-REKORD-TRAILER REDEFINES ORDRE-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(64).

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

      * Daglig afvikling af handler i depoter: ordrer i
      * Depot-Ordrer.txt med status "A" og handelsdato paa eller foer
      * bogfoeringsdatoen afvikles mod depotets kontantkonto. Ordren
      * er allerede udfoert paa boersen, saa afviklingen kan ikke
      * afvises for manglende daekning; et eventuelt overtraek paa
      * kontantkontoen folges op af den almindelige rykkerkoersel.
      * Koeb: kontantkontoen debiteres kursvaerdi plus kurtage
      * (VPKOEB), og kurtagen indgaar i beholdningens gennemsnitlige
      * kostkurs. Salg: kontantkontoen krediteres kursvaerdi minus
      * kurtage (VPSALG); den gennemsnitlige kostkurs er uaendret, og
      * den realiserede gevinst vises i rapporten. Afviklede ordrer
      * faar status "B", afviste status "F"; filen genskrives.
       01 ORDRE-STATUS     PIC XX VALUE "00".
       01 DEPOT-STATUS     PIC XX VALUE "00".
       01 BEHOLDNING-STATUS PIC XX VALUE "00".
       01 KURSER-STATUS    PIC XX VALUE "00".
       01 VENTENDE-STATUS  PIC XX VALUE "00".
       01 TRAILER-FOUND-SW PIC X(01) VALUE "N".
       01 TRAILER-ANTAL    PIC 9(06) VALUE ZEROS.
       01 EOF-FLAG         PIC X(01) VALUE "N".

       01 NUM-ORDRE        PIC 9(05) VALUE 0.
       01 ORDRE-ARR OCCURS 0 TO 10000 TIMES DEPENDING ON NUM-ORDRE.
           COPY "../copybooks/DEPOT-ORDRE.cpy".
       01 ORDRE-IX         PIC 9(05) VALUE 0.

       01 NUM-DEPOT        PIC 9(04) VALUE 0.
       01 DEPOT-ARR OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-DEPOT.
           COPY "../copybooks/DEPOT.cpy".
       01 DEPOT-IX         PIC 9(04) VALUE 0.
       01 DEPOT-MATCH-IX   PIC 9(04) VALUE 0.

       01 NUM-BEHOLDNING   PIC 9(05) VALUE 0.
       01 BEHOLDNING-ARR OCCURS 0 TO 10000 TIMES
               DEPENDING ON NUM-BEHOLDNING.
           COPY "../copybooks/BEHOLDNING.cpy".
       01 BEHOLDNING-IX    PIC 9(05) VALUE 0.
       01 BEHOLDNING-MATCH-IX PIC 9(05) VALUE 0.
       01 BEHOLDNING-SKREVET PIC 9(05) VALUE 0.

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

       01 ORDRE-BEMAERKNING PIC X(40) VALUE SPACES.
       01 KURSVAERDI       PIC S9(12)V99 VALUE ZEROS.
       01 AFREGNING        PIC S9(12)V99 VALUE ZEROS.
       01 KOSTPRIS-SOLGT   PIC S9(12)V99 VALUE ZEROS.
       01 REALISERET       PIC S9(12)V99 VALUE ZEROS.
       01 NY-ANTAL         PIC 9(09)V9(04) VALUE ZEROS.

       01 AFVIKLET-ANTAL   PIC 9(05) VALUE 0.
       01 AFVIST-ANTAL     PIC 9(05) VALUE 0.
       01 KOEB-I-ALT       PIC S9(12)V99 VALUE ZEROS.
       01 SALG-I-ALT       PIC S9(12)V99 VALUE ZEROS.

       01 NUM-GEN          PIC 9(05) VALUE 0.
       01 GEN-ARR OCCURS 0 TO 2000 TIMES DEPENDING ON NUM-GEN.
           COPY "../copybooks/TRANSAKTIONER.cpy".
       01 GEN-IX           PIC 9(05) VALUE 0.
       01 DEPOT-POSTERING.
           COPY "../copybooks/TRANSAKTIONER.cpy".
       01 POSTERING-BELOEB PIC S9(10)V99 VALUE ZEROS.
       01 POSTERING-KONTO  PIC X(14) VALUE SPACES.
       01 POSTERING-TYPE   PIC X(20) VALUE SPACES.
       01 POSTERING-BUTIK  PIC X(20) VALUE SPACES.
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
           02 RL-ORDRE-NR      PIC 9(06).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-DEPOT         PIC X(14).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-ISIN          PIC X(12).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-RETNING       PIC X(01).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-ANTAL         PIC ZZZ,ZZZ,ZZ9.9999.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-AFREGNING     PIC -ZZZ,ZZZ,ZZ9.99.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-REALISERET    PIC -ZZZ,ZZZ,ZZ9.99.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-BEMAERKNING   PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM DAGS-DATO-FILL
           PERFORM ORDRE-ARR-FILL
           IF NUM-ORDRE = 0
               DISPLAY "Ingen ordrer i Depot-Ordrer.txt - "
                   "intet afviklet."
               STOP RUN
           END-IF
           PERFORM DEPOT-ARR-FILL
           PERFORM BEHOLDNING-ARR-FILL
           PERFORM KURS-ARR-FILL
           PERFORM KONTO-ARR-FILL
           PERFORM KUNDE-ARR-FILL
           OPEN OUTPUT FIL-RAPPORT
           PERFORM SKRIV-RAPPORT-HOVED
           PERFORM VARYING ORDRE-IX FROM 1 BY 1
                   UNTIL ORDRE-IX > NUM-ORDRE
               IF DO-AFVENTER OF ORDRE-ARR(ORDRE-IX)
                       AND DO-HANDELSDATO OF ORDRE-ARR(ORDRE-IX)
                           NOT > DAGS-DATO
                   PERFORM AFVIKL-ORDRE
                   PERFORM SKRIV-RAPPORT-LINJE
               END-IF
           END-PERFORM
           PERFORM SKRIV-RAPPORT-TOTAL
           CLOSE FIL-RAPPORT
           PERFORM VENTENDE-SKRIV
           PERFORM BEHOLDNING-ARR-REWRITE
           PERFORM ORDRE-ARR-REWRITE
           DISPLAY "Depotordrer " DAGS-DATO ": " AFVIKLET-ANTAL
               " afviklet, " AFVIST-ANTAL " afvist, " NUM-GEN
               " posteringer stillet i koe."
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

       ORDRE-ARR-FILL.
           MOVE 0 TO NUM-ORDRE
           OPEN INPUT FIL-ORDRER
           IF ORDRE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO TRAILER-FOUND-SW
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-ORDRER
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF ORDRE-REKORD-TRAILER = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                           MOVE "Y" TO TRAILER-FOUND-SW
                           MOVE TR-ANTAL OF ORDRE-REKORD-TRAILER
                             TO TRAILER-ANTAL
                       ELSE
                           IF NUM-ORDRE >= 10000
                               DISPLAY "FEJL: flere end 10000 ordrer i "
                                   "Depot-Ordrer.txt."
                               MOVE 1 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO NUM-ORDRE
                           MOVE ORDRE-REKORD TO ORDRE-ARR(NUM-ORDRE)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-ORDRER
           IF TRAILER-FOUND-SW = "N"
               DISPLAY "FEJL: Depot-Ordrer.txt mangler "
                   "sluttaellerpost"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NUM-ORDRE NOT = TRAILER-ANTAL
               DISPLAY "FEJL: Depot-Ordrer.txt - forventet "
                   TRAILER-ANTAL " poster, fandt " NUM-ORDRE
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

       AFVIKL-ORDRE.
           MOVE SPACES TO ORDRE-BEMAERKNING
           MOVE ZEROS TO AFREGNING
           MOVE ZEROS TO REALISERET
           PERFORM VALIDER-ORDRE
           IF ORDRE-BEMAERKNING NOT = SPACES
               MOVE "F" TO DO-ORDRE-STATUS OF ORDRE-ARR(ORDRE-IX)
               ADD 1 TO AFVIST-ANTAL
               EXIT PARAGRAPH
           END-IF
           COMPUTE KURSVAERDI ROUNDED =
               DO-ANTAL OF ORDRE-ARR(ORDRE-IX)
               * DO-KURS OF ORDRE-ARR(ORDRE-IX)
           IF DO-KOEB OF ORDRE-ARR(ORDRE-IX)
               PERFORM AFVIKL-KOEB
           ELSE
               PERFORM AFVIKL-SALG
           END-IF
           MOVE DAGS-DATO
             TO BH-SIDST-HANDEL OF BEHOLDNING-ARR(BEHOLDNING-MATCH-IX)
           MOVE DP-KONTANTKONTO OF DEPOT-ARR(DEPOT-MATCH-IX)
             TO POSTERING-KONTO
           MOVE AFREGNING TO POSTERING-BELOEB
           MOVE SPACES TO POSTERING-BUTIK
           STRING
               POSTERING-TYPE(3:4)             DELIMITED BY SIZE
               " "                             DELIMITED BY SIZE
               DO-ISIN OF ORDRE-ARR(ORDRE-IX)  DELIMITED BY SIZE
           INTO POSTERING-BUTIK
           PERFORM BUILD-DEPOT-POSTERING
           MOVE "B" TO DO-ORDRE-STATUS OF ORDRE-ARR(ORDRE-IX)
           MOVE "Afviklet" TO ORDRE-BEMAERKNING
           ADD 1 TO AFVIKLET-ANTAL.

       VALIDER-ORDRE.
           PERFORM LOOKUP-DEPOT
           IF DEPOT-MATCH-IX = 0
               MOVE "Ukendt depot" TO ORDRE-BEMAERKNING
               EXIT PARAGRAPH
           END-IF
           IF NOT DP-AKTIV OF DEPOT-ARR(DEPOT-MATCH-IX)
               MOVE "Depotet er ophoert" TO ORDRE-BEMAERKNING
               EXIT PARAGRAPH
           END-IF
           MOVE DP-KONTANTKONTO OF DEPOT-ARR(DEPOT-MATCH-IX)
             TO POSTERING-KONTO
           PERFORM LOOKUP-KONTO
           IF KONTO-MATCH-IX = 0
               MOVE "Ukendt kontantkonto" TO ORDRE-BEMAERKNING
               EXIT PARAGRAPH
           END-IF
           PERFORM LOOKUP-KURS
           IF KURS-MATCH-IX = 0
               MOVE "ISIN findes ikke i kursregisteret"
                 TO ORDRE-BEMAERKNING
               EXIT PARAGRAPH
           END-IF
           IF VK-VALUTA OF KURS-ARR(KURS-MATCH-IX)
                   NOT = VALUTA-KD OF KONTO-ARR(KONTO-MATCH-IX)
               MOVE "Papirets valuta afviger fra kontantkonto"
                 TO ORDRE-BEMAERKNING
               EXIT PARAGRAPH
           END-IF
           IF DO-ANTAL OF ORDRE-ARR(ORDRE-IX) NOT NUMERIC
                   OR DO-KURS OF ORDRE-ARR(ORDRE-IX) NOT NUMERIC
                   OR DO-KURTAGE OF ORDRE-ARR(ORDRE-IX) NOT NUMERIC
               MOVE "Antal, kurs eller kurtage ikke numerisk"
                 TO ORDRE-BEMAERKNING
               EXIT PARAGRAPH
           END-IF
           IF DO-ANTAL OF ORDRE-ARR(ORDRE-IX) = ZEROS
                   OR DO-KURS OF ORDRE-ARR(ORDRE-IX) = ZEROS
               MOVE "Antal eller kurs er nul" TO ORDRE-BEMAERKNING
               EXIT PARAGRAPH
           END-IF
           PERFORM LOOKUP-BEHOLDNING
           EVALUATE TRUE
               WHEN DO-KOEB OF ORDRE-ARR(ORDRE-IX)
                   CONTINUE
               WHEN NOT DO-SALG OF ORDRE-ARR(ORDRE-IX)
                   MOVE "Ukendt retning (K/S)" TO ORDRE-BEMAERKNING
               WHEN BEHOLDNING-MATCH-IX = 0
                   MOVE "Salg uden beholdning" TO ORDRE-BEMAERKNING
               WHEN DO-ANTAL OF ORDRE-ARR(ORDRE-IX)
                       > BH-ANTAL OF BEHOLDNING-ARR(BEHOLDNING-MATCH-IX)
                   MOVE "Salg overstiger beholdningen"
                     TO ORDRE-BEMAERKNING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Ny gennemsnitskurs = (gammel kostpris + koebets afregning)
      * / samlet antal.
       AFVIKL-KOEB.
           COMPUTE AFREGNING = 0 - KURSVAERDI
               - DO-KURTAGE OF ORDRE-ARR(ORDRE-IX)
           MOVE "VPKOEB" TO POSTERING-TYPE
           IF BEHOLDNING-MATCH-IX = 0
               IF NUM-BEHOLDNING >= 10000
                   DISPLAY "FEJL: flere end 10000 beholdninger i "
                       "Depot-Beholdning.txt."
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO NUM-BEHOLDNING
               MOVE NUM-BEHOLDNING TO BEHOLDNING-MATCH-IX
               MOVE SPACES TO BEHOLDNING-ARR(BEHOLDNING-MATCH-IX)
               MOVE DO-DEPOT-ID OF ORDRE-ARR(ORDRE-IX)
                 TO BH-DEPOT-ID OF BEHOLDNING-ARR(BEHOLDNING-MATCH-IX)
               MOVE DO-ISIN OF ORDRE-ARR(ORDRE-IX)
                 TO BH-ISIN OF BEHOLDNING-ARR(BEHOLDNING-MATCH-IX)
               MOVE ZEROS
                 TO BH-ANTAL OF BEHOLDNING-ARR(BEHOLDNING-MATCH-IX)
               MOVE ZEROS TO BH-GNS-KOSTKURS
                   OF BEHOLDNING-ARR(BEHOLDNING-MATCH-IX)
           END-IF
           COMPUTE NY-ANTAL =
               BH-ANTAL OF BEHOLDNING-ARR(BEHOLDNING-MATCH-IX)
               + DO-ANTAL OF ORDRE-ARR(ORDRE-IX)
           COMPUTE BH-GNS-KOSTKURS
                   OF BEHOLDNING-ARR(BEHOLDNING-MATCH-IX) ROUNDED =
               (BH-ANTAL OF BEHOLDNING-ARR(BEHOLDNING-MATCH-IX)
                * BH-GNS-KOSTKURS OF BEHOLDNING-ARR(BEHOLDNING-MATCH-IX)
                - AFREGNING) / NY-ANTAL
           MOVE NY-ANTAL
             TO BH-ANTAL OF BEHOLDNING-ARR(BEHOLDNING-MATCH-IX)
           SUBTRACT AFREGNING FROM KOEB-I-ALT.

       AFVIKL-SALG.
           COMPUTE AFREGNING = KURSVAERDI
               - DO-KURTAGE OF ORDRE-ARR(ORDRE-IX)
           MOVE "VPSALG" TO POSTERING-TYPE
           COMPUTE KOSTPRIS-SOLGT ROUNDED =
               DO-ANTAL OF ORDRE-ARR(ORDRE-IX)
               * BH-GNS-KOSTKURS OF BEHOLDNING-ARR(BEHOLDNING-MATCH-IX)
           COMPUTE REALISERET = AFREGNING - KOSTPRIS-SOLGT
           SUBTRACT DO-ANTAL OF ORDRE-ARR(ORDRE-IX)
             FROM BH-ANTAL OF BEHOLDNING-ARR(BEHOLDNING-MATCH-IX)
           ADD AFREGNING TO SALG-I-ALT.

       LOOKUP-DEPOT.
           MOVE 0 TO DEPOT-MATCH-IX
           PERFORM VARYING DEPOT-IX FROM 1 BY 1
                   UNTIL DEPOT-IX > NUM-DEPOT
               IF DP-DEPOT-ID OF DEPOT-ARR(DEPOT-IX)
                       = DO-DEPOT-ID OF ORDRE-ARR(ORDRE-IX)
                   MOVE DEPOT-IX TO DEPOT-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOOKUP-BEHOLDNING.
           MOVE 0 TO BEHOLDNING-MATCH-IX
           PERFORM VARYING BEHOLDNING-IX FROM 1 BY 1
                   UNTIL BEHOLDNING-IX > NUM-BEHOLDNING
               IF BH-DEPOT-ID OF BEHOLDNING-ARR(BEHOLDNING-IX)
                       = DO-DEPOT-ID OF ORDRE-ARR(ORDRE-IX)
                   AND BH-ISIN OF BEHOLDNING-ARR(BEHOLDNING-IX)
                       = DO-ISIN OF ORDRE-ARR(ORDRE-IX)
                   MOVE BEHOLDNING-IX TO BEHOLDNING-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOOKUP-KURS.
           MOVE 0 TO KURS-MATCH-IX
           PERFORM VARYING KURS-IX FROM 1 BY 1
                   UNTIL KURS-IX > NUM-KURSER
               IF VK-ISIN OF KURS-ARR(KURS-IX)
                       = DO-ISIN OF ORDRE-ARR(ORDRE-IX)
                   MOVE KURS-IX TO KURS-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

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

       BUILD-DEPOT-POSTERING.
           MOVE SPACES TO DEPOT-POSTERING
           PERFORM LOOKUP-KONTO
           PERFORM LOOKUP-KUNDE
           IF KUNDE-MATCH-IX > 0
               MOVE CPR OF KUNDE-ARR(KUNDE-MATCH-IX)
                 TO CPR OF DEPOT-POSTERING
               MOVE SPACES TO POSTERING-NAVN
               STRING
                   FORNAVN OF KUNDE-ARR(KUNDE-MATCH-IX)
                                                   DELIMITED BY SPACE
                   " "                             DELIMITED BY SIZE
                   EFTERNAVN OF KUNDE-ARR(KUNDE-MATCH-IX)
                                                   DELIMITED BY SPACE
               INTO POSTERING-NAVN
               MOVE POSTERING-NAVN TO NAVN OF DEPOT-POSTERING
               STRING
                   FUNCTION TRIM(VEJNAVN OF KUNDE-ARR(KUNDE-MATCH-IX))
                                                   DELIMITED BY SIZE
                   " "                             DELIMITED BY SIZE
                   HUSNR OF KUNDE-ARR(KUNDE-MATCH-IX)
                                                   DELIMITED BY SPACE
                   " "                             DELIMITED BY SIZE
                   BY-ADR OF KUNDE-ARR(KUNDE-MATCH-IX)
                                                   DELIMITED BY SPACE
               INTO ADRESSE OF DEPOT-POSTERING
           END-IF
           MOVE POSTERING-KONTO TO KONTO-ID OF DEPOT-POSTERING
           MOVE ZEROS TO REG-NR OF DEPOT-POSTERING
           MOVE POSTERING-BELOEB TO BELØB OF DEPOT-POSTERING
           MOVE VALUTA-KD OF KONTO-ARR(KONTO-MATCH-IX)
             TO VALUTA OF DEPOT-POSTERING
           MOVE POSTERING-TYPE TO TRANS-TYPE OF DEPOT-POSTERING
           MOVE POSTERING-BUTIK TO BUTIK OF DEPOT-POSTERING
           MOVE SPACES TO POSTERING-TIDSPUNKT
           STRING
               DAGS-DATO          DELIMITED BY SIZE
               "-00:00:00.000000" DELIMITED BY SIZE
           INTO POSTERING-TIDSPUNKT
           MOVE POSTERING-TIDSPUNKT TO TIDSPUNKT OF DEPOT-POSTERING
           IF NUM-GEN >= 2000
               DISPLAY "FEJL: Depotposteringer overstiger "
                   "GEN-ARR's graense paa 2000 poster."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO NUM-GEN
           MOVE DEPOT-POSTERING TO GEN-ARR(NUM-GEN).

      * Afviklingerne stilles i koe i Ventende-Posteringer.txt som
      * eet parti med egen trailer, som OPG-108.
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
               MOVE "OPG113" TO VP-KILDE OF VENTENDE-REKORD
               MOVE VENT-PARTI-ID TO VP-PARTI-ID OF VENTENDE-REKORD
               WRITE VENTENDE-REKORD
           END-PERFORM
           MOVE SPACES TO VENTENDE-REKORD
           MOVE "TRAILER" TO TR-MARKER OF VENTENDE-TRAILER
           MOVE NUM-GEN TO TR-ANTAL OF VENTENDE-TRAILER
           MOVE "OPG113" TO VP-KILDE OF VENTENDE-REKORD
           MOVE VENT-PARTI-ID TO VP-PARTI-ID OF VENTENDE-REKORD
           WRITE VENTENDE-REKORD
           CLOSE FIL-VENTENDE.

      * Solgte beholdninger med antal nul udgaar af registeret.
       BEHOLDNING-ARR-REWRITE.
           MOVE 0 TO BEHOLDNING-SKREVET
           OPEN OUTPUT FIL-BEHOLDNING
           PERFORM VARYING BEHOLDNING-IX FROM 1 BY 1
                   UNTIL BEHOLDNING-IX > NUM-BEHOLDNING
               IF BH-ANTAL OF BEHOLDNING-ARR(BEHOLDNING-IX) > ZEROS
                   MOVE BEHOLDNING-ARR(BEHOLDNING-IX)
                     TO BEHOLDNING-REKORD
                   WRITE BEHOLDNING-REKORD
                   ADD 1 TO BEHOLDNING-SKREVET
               END-IF
           END-PERFORM
           MOVE SPACES TO BEHOLDNING-REKORD
           MOVE "TRAILER" TO TR-MARKER OF BEHOLDNING-REKORD-TRAILER
           MOVE BEHOLDNING-SKREVET TO TR-ANTAL
               OF BEHOLDNING-REKORD-TRAILER
           WRITE BEHOLDNING-REKORD
           CLOSE FIL-BEHOLDNING.

       ORDRE-ARR-REWRITE.
           OPEN OUTPUT FIL-ORDRER
           PERFORM VARYING ORDRE-IX FROM 1 BY 1
                   UNTIL ORDRE-IX > NUM-ORDRE
               MOVE ORDRE-ARR(ORDRE-IX) TO ORDRE-REKORD
               WRITE ORDRE-REKORD
           END-PERFORM
           MOVE SPACES TO ORDRE-REKORD
           MOVE "TRAILER" TO TR-MARKER OF ORDRE-REKORD-TRAILER
           MOVE NUM-ORDRE TO TR-ANTAL OF ORDRE-REKORD-TRAILER
           WRITE ORDRE-REKORD
           CLOSE FIL-ORDRER.

       SKRIV-RAPPORT-HOVED.
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "AFVIKLING AF DEPOTORDRER - bogfoeringsdato "
                                     DELIMITED BY SIZE
               DAGS-DATO             DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE "Ordre  Depot          ISIN         R            Antal"
             TO RAPPORT-TEXT
           MOVE "       Afregning      Realiseret Bemaerkning"
             TO RAPPORT-TEXT(55:)
           WRITE RAPPORT-REC.

       SKRIV-RAPPORT-LINJE.
           MOVE SPACES TO RAPPORT-LINJE
           MOVE DO-ORDRE-NR OF ORDRE-ARR(ORDRE-IX) TO RL-ORDRE-NR
           MOVE DO-DEPOT-ID OF ORDRE-ARR(ORDRE-IX) TO RL-DEPOT
           MOVE DO-ISIN OF ORDRE-ARR(ORDRE-IX) TO RL-ISIN
           MOVE DO-RETNING OF ORDRE-ARR(ORDRE-IX) TO RL-RETNING
           IF DO-ANTAL OF ORDRE-ARR(ORDRE-IX) NUMERIC
               MOVE DO-ANTAL OF ORDRE-ARR(ORDRE-IX) TO RL-ANTAL
           ELSE
               MOVE ZEROS TO RL-ANTAL
           END-IF
           MOVE AFREGNING TO RL-AFREGNING
           MOVE REALISERET TO RL-REALISERET
           MOVE ORDRE-BEMAERKNING TO RL-BEMAERKNING
           MOVE SPACES TO RAPPORT-TEXT
           MOVE RAPPORT-LINJE TO RAPPORT-TEXT
           WRITE RAPPORT-REC.

       SKRIV-RAPPORT-TOTAL.
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE KOEB-I-ALT TO BELOEB-VIS
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Koeb i alt:  "       DELIMITED BY SIZE
               BELOEB-VIS            DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SALG-I-ALT TO BELOEB-VIS
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Salg i alt:  "       DELIMITED BY SIZE
               BELOEB-VIS            DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Afviklet: "          DELIMITED BY SIZE
               AFVIKLET-ANTAL        DELIMITED BY SIZE
               "  afvist: "          DELIMITED BY SIZE
               AFVIST-ANTAL          DELIMITED BY SIZE
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
