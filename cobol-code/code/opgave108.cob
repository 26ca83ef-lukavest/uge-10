       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPG-108.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIL-AFRUNDING
               ASSIGN TO "../data/Afrunding-Tilmeldinger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AFRUNDING-STATUS.
           SELECT FIL-KONTI ASSIGN TO "../data/KontoOpl.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-KUNDER ASSIGN TO "../data/Kundeoplysninger.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-TRANS ASSIGN TO "../data/Transaktioner.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-STATUS.
           SELECT FIL-VENTENDE
               ASSIGN TO "../data/Ventende-Posteringer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VENTENDE-STATUS.
           SELECT FIL-UDLAEG ASSIGN TO "../data/Udlaeg-Register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UDLAEG-FIL-STATUS.
           SELECT FIL-RESERVATION ASSIGN TO "../data/Reservationer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESERVATION-FIL-STATUS.
           SELECT FIL-RAPPORT
               ASSIGN TO "../data/Afrunding-Rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-BOGFDATO ASSIGN TO "../data/Bogfoeringsdato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOGFDATO-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD FIL-AFRUNDING.
       01 AFRUNDING-REKORD.
           COPY "../copybooks/AFRUNDING.cpy".
       01 AFRUNDING-REKORD-TRAILER REDEFINES AFRUNDING-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(38).

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

       FD FIL-UDLAEG.
       01 UDLAEG-REKORD.
           COPY "../copybooks/UDLAEG.cpy".
       01 UDLAEG-REKORD-TRAILER REDEFINES UDLAEG-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(81).

       FD FIL-RESERVATION.
       01 RESERVATION-REKORD.
           COPY "../copybooks/RESERVATION.cpy".
       01 RESERVATION-REKORD-TRAILER REDEFINES RESERVATION-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(59).

       FD FIL-RAPPORT.
       01 RAPPORT-REC.
           02 RAPPORT-TEXT PIC X(132).

       FD FIL-BOGFDATO.
       01 BOGFDATO-FIL-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".

       WORKING-STORAGE SECTION.

      * Daglig afrunding til opsparing: for hver tilmelding i
      * Afrunding-Tilmeldinger.txt rundes dagens kortkoeb (KOB med
      * dagens bogfoeringsdato) paa loenkontoen op til naermeste
      * AR-TRIN kroner, og differencen overfoeres samlet som eet
      * OVF-par til opsparingskontoen. Overfoerslen maa ikke bringe
      * loenkontoen i overtraek: saldo minus reservationer og aktive
      * udlaeg skal daekke beloebet, ellers springes dagen over.
      * BUTIK "AFRUNDING" kendetegner posteringerne, saa
      * kontoudskriften (OPG-10) kan vise maanedens opsparing.
       01 AFRUNDING-STATUS PIC XX VALUE "00".
       01 TRANS-STATUS     PIC XX VALUE "00".
       01 VENTENDE-STATUS  PIC XX VALUE "00".
       01 UDLAEG-FIL-STATUS PIC XX VALUE "00".
       01 RESERVATION-FIL-STATUS PIC XX VALUE "00".
       01 TRAILER-FOUND-SW PIC X(01) VALUE "N".
       01 TRAILER-ANTAL    PIC 9(06) VALUE ZEROS.
       01 TRANS-LAEST      PIC 9(06) VALUE ZEROS.
       01 EOF-FLAG         PIC X(01) VALUE "N".

       01 NUM-TILMELD      PIC 9(04) VALUE 0.
       01 TILMELD-ARR OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-TILMELD.
           COPY "../copybooks/AFRUNDING.cpy".
           02 TA-SALDO       PIC S9(12)V99.
           02 TA-AFRUNDING   PIC S9(10)V99.
           02 TA-KOEB-ANTAL  PIC 9(05).
           02 TA-BEMAERKNING PIC X(40).
       01 TILMELD-IX       PIC 9(04) VALUE 0.
       01 TILMELD-MATCH-IX PIC 9(04) VALUE 0.
       01 SOEG-KONTO       PIC X(14) VALUE SPACES.

       01 NUM-KONTI        PIC 9(04) VALUE 0.
       01 KONTO-ARR OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-KONTI.
           COPY "../copybooks/KONTOOPL.cpy".
       01 KONTO-IX2        PIC 9(04) VALUE 0.
       01 KONTO-MATCH-IX   PIC 9(04) VALUE 0.
       01 LOEN-KONTO-IX    PIC 9(04) VALUE 0.
       01 OPSP-KONTO-IX    PIC 9(04) VALUE 0.

       01 NUM-KUNDER       PIC 9(04) VALUE 0.
       01 KUNDE-ARR OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-KUNDER.
           COPY "../copybooks/KUNDER.cpy".
       01 KUNDE-IX2        PIC 9(04) VALUE 0.
       01 KUNDE-MATCH-IX   PIC 9(04) VALUE 0.

       01 NUM-UDLAEG       PIC 9(04) VALUE 0.
       01 UDLAEG-ARR OCCURS 0 TO 500 TIMES DEPENDING ON NUM-UDLAEG.
           COPY "../copybooks/UDLAEG.cpy".
       01 UDLAEG-IX        PIC 9(04) VALUE 0.
       01 HOLDT-BELOEB     PIC S9(12)V99 VALUE ZEROS.
       01 FROSSET-SW       PIC X(01) VALUE "N".
       01 UDLAEG-SOEG-KONTO PIC X(14) VALUE SPACES.

       01 NUM-RESERVATION  PIC 9(04) VALUE 0.
       01 RESERVATION-ARR OCCURS 0 TO 2000 TIMES
               DEPENDING ON NUM-RESERVATION.
           COPY "../copybooks/RESERVATION.cpy".
       01 RESERVATION-IX   PIC 9(04) VALUE 0.
       01 RESERVERET-BELOEB PIC S9(12)V99 VALUE ZEROS.
       01 DISPONIBEL-EFTER PIC S9(12)V99 VALUE ZEROS.

      * Afrunding af eet koeb: resten ved division med trinnet
      * traekkes fra trinnet; et koeb paa et helt trin giver intet.
       01 KOEB-BELOEB      PIC S9(10)V99 VALUE ZEROS.
       01 KOEB-TRIN        PIC 9(02) VALUE ZEROS.
       01 KOEB-KVOTIENT    PIC 9(10) VALUE ZEROS.
       01 KOEB-REST        PIC 9(02)V99 VALUE ZEROS.
       01 KOEB-BOGF-DATO   PIC X(10) VALUE SPACES.

       01 POSTERET-ANTAL   PIC 9(04) VALUE 0.
       01 SPRUNGET-ANTAL   PIC 9(04) VALUE 0.
       01 POSTERET-BELOEB  PIC S9(12)V99 VALUE ZEROS.

       01 NUM-GEN          PIC 9(05) VALUE 0.
       01 GEN-ARR OCCURS 0 TO 2000 TIMES DEPENDING ON NUM-GEN.
           COPY "../copybooks/TRANSAKTIONER.cpy".
       01 GEN-IX           PIC 9(05) VALUE 0.
       01 AFRUND-POSTERING.
           COPY "../copybooks/TRANSAKTIONER.cpy".
       01 POSTERING-BELOEB PIC S9(10)V99 VALUE ZEROS.
       01 POSTERING-KONTO  PIC X(14) VALUE SPACES.
       01 AFRUND-NAVN      PIC X(41) VALUE SPACES.
       01 AFRUND-TIDSPUNKT PIC X(26) VALUE SPACES.
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
           02 RL-LOENKONTO     PIC X(14).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-OPSPARING     PIC X(14).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-TRIN          PIC Z9.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-KOEB-ANTAL    PIC ZZZZ9.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-AFRUNDING     PIC -ZZZ,ZZZ,ZZ9.99.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-SALDO         PIC -ZZZ,ZZZ,ZZ9.99.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-BEMAERKNING   PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM DAGS-DATO-FILL
           PERFORM TILMELD-ARR-FILL
           IF NUM-TILMELD = 0
               DISPLAY "Ingen tilmeldinger i "
                   "Afrunding-Tilmeldinger.txt - intet overfoert."
               STOP RUN
           END-IF
           PERFORM KONTO-ARR-FILL
           PERFORM KUNDE-ARR-FILL
           PERFORM UDLAEG-ARR-FILL
           PERFORM RESERVATION-ARR-FILL
           PERFORM TILMELD-SALDO-FILL
           PERFORM TRANS-SUMMER
           PERFORM VENTENDE-SUMMER
           OPEN OUTPUT FIL-RAPPORT
           PERFORM SKRIV-RAPPORT-HOVED
           PERFORM VARYING TILMELD-IX FROM 1 BY 1
                   UNTIL TILMELD-IX > NUM-TILMELD
               PERFORM BEHANDL-TILMELDING
               PERFORM SKRIV-RAPPORT-LINJE
           END-PERFORM
           PERFORM SKRIV-RAPPORT-TOTAL
           CLOSE FIL-RAPPORT
           PERFORM VENTENDE-SKRIV
           PERFORM TILMELD-ARR-REWRITE
           DISPLAY "Afrunding " DAGS-DATO ": " NUM-TILMELD
               " tilmeldinger, " POSTERET-ANTAL " overfoert, "
               SPRUNGET-ANTAL " sprunget over, " NUM-GEN
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

       TILMELD-ARR-FILL.
           MOVE 0 TO NUM-TILMELD
           OPEN INPUT FIL-AFRUNDING
           IF AFRUNDING-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO TRAILER-FOUND-SW
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-AFRUNDING INTO AFRUNDING-REKORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF AFRUNDING-REKORD-TRAILER
                               = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                           MOVE "Y" TO TRAILER-FOUND-SW
                           MOVE TR-ANTAL OF AFRUNDING-REKORD-TRAILER
                             TO TRAILER-ANTAL
                       ELSE
                           IF NUM-TILMELD >= 1000
                               DISPLAY "FEJL: flere end 1000 "
                                   "tilmeldinger i "
                                   "Afrunding-Tilmeldinger.txt."
                               MOVE 1 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO NUM-TILMELD
                           MOVE AFRUNDING-REKORD
                             TO TILMELD-ARR(NUM-TILMELD)(1:51)
                           MOVE ZEROS TO TA-SALDO(NUM-TILMELD)
                           MOVE ZEROS TO TA-AFRUNDING(NUM-TILMELD)
                           MOVE ZEROS TO TA-KOEB-ANTAL(NUM-TILMELD)
                           MOVE SPACES TO TA-BEMAERKNING(NUM-TILMELD)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-AFRUNDING
           IF TRAILER-FOUND-SW = "N"
               DISPLAY "FEJL: Afrunding-Tilmeldinger.txt mangler "
                   "sluttaellerpost"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NUM-TILMELD NOT = TRAILER-ANTAL
               DISPLAY "FEJL: Afrunding-Tilmeldinger.txt - forventet "
                   TRAILER-ANTAL " poster, fandt " NUM-TILMELD
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

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

       UDLAEG-ARR-FILL.
           MOVE 0 TO NUM-UDLAEG
           OPEN INPUT FIL-UDLAEG
           IF UDLAEG-FIL-STATUS = "00"
               PERFORM VARYING UDLAEG-IX FROM 1 BY 1
                       UNTIL UDLAEG-IX > 500
                   READ FIL-UDLAEG INTO UDLAEG-REKORD
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF TR-MARKER OF UDLAEG-REKORD-TRAILER = "TRAILER"
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO NUM-UDLAEG
                   MOVE UDLAEG-REKORD TO UDLAEG-ARR(NUM-UDLAEG)
               END-PERFORM
               CLOSE FIL-UDLAEG
           END-IF.

       RESERVATION-ARR-FILL.
           MOVE 0 TO NUM-RESERVATION
           OPEN INPUT FIL-RESERVATION
           IF RESERVATION-FIL-STATUS = "00"
               PERFORM VARYING RESERVATION-IX FROM 1 BY 1
                       UNTIL RESERVATION-IX > 2000
                   READ FIL-RESERVATION INTO RESERVATION-REKORD
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF TR-MARKER OF RESERVATION-REKORD-TRAILER
                           = "TRAILER"
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO NUM-RESERVATION
                   MOVE RESERVATION-REKORD
                     TO RESERVATION-ARR(NUM-RESERVATION)
               END-PERFORM
               CLOSE FIL-RESERVATION
           END-IF.

      * Loenkontoens saldo: KontoOpl.txt's BALANCE plus alle
      * bogfoerte transaktioner og de posteringer, der allerede
      * venter paa OPG-96.
       TILMELD-SALDO-FILL.
           PERFORM VARYING TILMELD-IX FROM 1 BY 1
                   UNTIL TILMELD-IX > NUM-TILMELD
               MOVE AR-LOENKONTO OF TILMELD-ARR(TILMELD-IX)
                 TO POSTERING-KONTO
               PERFORM LOOKUP-KONTO
               IF KONTO-MATCH-IX > 0
                   MOVE BALANCE OF KONTO-ARR(KONTO-MATCH-IX)
                     TO TA-SALDO(TILMELD-IX)
               END-IF
           END-PERFORM.

       FIND-TILMELDING.
           MOVE 0 TO TILMELD-MATCH-IX
           PERFORM VARYING TILMELD-IX FROM 1 BY 1
                   UNTIL TILMELD-IX > NUM-TILMELD
               IF AR-LOENKONTO OF TILMELD-ARR(TILMELD-IX) = SOEG-KONTO
                   MOVE TILMELD-IX TO TILMELD-MATCH-IX
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
                           PERFORM FIND-TILMELDING
                           IF TILMELD-MATCH-IX > 0
                               PERFORM TRANS-TIL-TILMELDING
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

      * Kun kortkoeb bogfoert i dag rundes op; alle transaktioner
      * indgaar i saldoen.
       TRANS-TIL-TILMELDING.
           ADD BELØB OF TRANSAKTIONER TO TA-SALDO(TILMELD-MATCH-IX)
           IF TRANS-TYPE OF TRANSAKTIONER NOT = "KOB"
                   OR BELØB OF TRANSAKTIONER NOT < ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE BOGFOER-DATO OF TRANSAKTIONER TO KOEB-BOGF-DATO
           IF KOEB-BOGF-DATO = SPACES
               MOVE TIDSPUNKT OF TRANSAKTIONER(1:10) TO KOEB-BOGF-DATO
           END-IF
           MOVE AR-TRIN OF TILMELD-ARR(TILMELD-MATCH-IX) TO KOEB-TRIN
           IF KOEB-BOGF-DATO NOT = DAGS-DATO
                   OR KOEB-TRIN = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE KOEB-BELOEB = 0 - BELØB OF TRANSAKTIONER
           DIVIDE KOEB-BELOEB BY KOEB-TRIN
               GIVING KOEB-KVOTIENT REMAINDER KOEB-REST
           ADD 1 TO TA-KOEB-ANTAL(TILMELD-MATCH-IX)
           IF KOEB-REST > 0
               COMPUTE TA-AFRUNDING(TILMELD-MATCH-IX) =
                   TA-AFRUNDING(TILMELD-MATCH-IX)
                   + KOEB-TRIN - KOEB-REST
           END-IF.

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
                           PERFORM FIND-TILMELDING
                           IF TILMELD-MATCH-IX > 0
                                   AND BELØB OF VENTENDE-REKORD
                                       IS NUMERIC
                               ADD BELØB OF VENTENDE-REKORD
                                 TO TA-SALDO(TILMELD-MATCH-IX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-VENTENDE.

      * En tilmelding, der allerede er behandlet paa
      * bogfoeringsdatoen, roeres ikke, saa en genstartet koersel
      * ikke overfoerer to gange.
       BEHANDL-TILMELDING.
           MOVE AR-LOENKONTO OF TILMELD-ARR(TILMELD-IX)
             TO POSTERING-KONTO
           PERFORM LOOKUP-KONTO
           MOVE KONTO-MATCH-IX TO LOEN-KONTO-IX
           MOVE AR-OPSPARING OF TILMELD-ARR(TILMELD-IX)
             TO POSTERING-KONTO
           PERFORM LOOKUP-KONTO
           MOVE KONTO-MATCH-IX TO OPSP-KONTO-IX
           EVALUATE TRUE
               WHEN NOT AR-AKTIV OF TILMELD-ARR(TILMELD-IX)
                   MOVE "Tilmeldingen er ophoert"
                     TO TA-BEMAERKNING(TILMELD-IX)
               WHEN AR-SIDST-DATO OF TILMELD-ARR(TILMELD-IX)
                       = DAGS-DATO
                   MOVE "Allerede behandlet i dag"
                     TO TA-BEMAERKNING(TILMELD-IX)
               WHEN NOT AR-TRIN-GYLDIG OF TILMELD-ARR(TILMELD-IX)
                   MOVE "Ugyldigt trin - skal vaere 1, 5 eller 10"
                     TO TA-BEMAERKNING(TILMELD-IX)
               WHEN LOEN-KONTO-IX = 0
                   MOVE "Ukendt loenkonto"
                     TO TA-BEMAERKNING(TILMELD-IX)
               WHEN KONTO-TYPE OF KONTO-ARR(LOEN-KONTO-IX)
                       NOT = "LØNKONTO"
                   MOVE "Kilden er ikke en LØNKONTO"
                     TO TA-BEMAERKNING(TILMELD-IX)
               WHEN OPSP-KONTO-IX = 0
                   MOVE "Ukendt opsparingskonto"
                     TO TA-BEMAERKNING(TILMELD-IX)
               WHEN VALUTA-KD OF KONTO-ARR(LOEN-KONTO-IX)
                       NOT = VALUTA-KD OF KONTO-ARR(OPSP-KONTO-IX)
                   MOVE "Kontiene har forskellig valuta"
                     TO TA-BEMAERKNING(TILMELD-IX)
               WHEN TA-AFRUNDING(TILMELD-IX) = ZEROS
                   MOVE "Intet at afrunde i dag"
                     TO TA-BEMAERKNING(TILMELD-IX)
           END-EVALUATE
           IF TA-BEMAERKNING(TILMELD-IX) NOT = SPACES
               ADD 1 TO SPRUNGET-ANTAL
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-DAEKNING
           IF TA-BEMAERKNING(TILMELD-IX) NOT = SPACES
               ADD 1 TO SPRUNGET-ANTAL
               EXIT PARAGRAPH
           END-IF
           MOVE AR-LOENKONTO OF TILMELD-ARR(TILMELD-IX)
             TO POSTERING-KONTO
           COMPUTE POSTERING-BELOEB = 0 - TA-AFRUNDING(TILMELD-IX)
           PERFORM BUILD-AFRUND-POSTERING
           MOVE AR-OPSPARING OF TILMELD-ARR(TILMELD-IX)
             TO POSTERING-KONTO
           MOVE TA-AFRUNDING(TILMELD-IX) TO POSTERING-BELOEB
           PERFORM BUILD-AFRUND-POSTERING
           SUBTRACT TA-AFRUNDING(TILMELD-IX) FROM TA-SALDO(TILMELD-IX)
           MOVE DAGS-DATO TO AR-SIDST-DATO OF TILMELD-ARR(TILMELD-IX)
           ADD TA-AFRUNDING(TILMELD-IX) TO POSTERET-BELOEB
           ADD 1 TO POSTERET-ANTAL.

      * Overfoerslen maa ikke bringe loenkontoen i overtraek, heller
      * ikke inden for en bevilget overtraeksfacilitet: saldoen
      * efter overfoerslen skal daekke reservationer og udlagte
      * beloeb. En fastfrosset konto overfoerer intet.
       CHECK-DAEKNING.
           MOVE AR-LOENKONTO OF TILMELD-ARR(TILMELD-IX)
             TO UDLAEG-SOEG-KONTO
           PERFORM BEREGN-UDLAEG-FOR-KONTO
           IF FROSSET-SW = "J"
               MOVE "Loenkontoen er fastfrosset"
                 TO TA-BEMAERKNING(TILMELD-IX)
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO RESERVERET-BELOEB
           PERFORM VARYING RESERVATION-IX FROM 1 BY 1
                   UNTIL RESERVATION-IX > NUM-RESERVATION
               IF RES-KONTO-ID OF RESERVATION-ARR(RESERVATION-IX)
                       = AR-LOENKONTO OF TILMELD-ARR(TILMELD-IX)
                   AND RES-UDLOEB OF RESERVATION-ARR(RESERVATION-IX)
                       (1:10) NOT < DAGS-DATO
                   ADD RES-BELOEB OF RESERVATION-ARR(RESERVATION-IX)
                     TO RESERVERET-BELOEB
               END-IF
           END-PERFORM
           COMPUTE DISPONIBEL-EFTER = TA-SALDO(TILMELD-IX)
               - RESERVERET-BELOEB - HOLDT-BELOEB
               - TA-AFRUNDING(TILMELD-IX)
           IF DISPONIBEL-EFTER < ZEROS
               MOVE "Ingen daekning - ville give overtraek"
                 TO TA-BEMAERKNING(TILMELD-IX)
           END-IF.

       BEREGN-UDLAEG-FOR-KONTO.
           MOVE ZEROS TO HOLDT-BELOEB
           MOVE "N" TO FROSSET-SW
           PERFORM VARYING UDLAEG-IX FROM 1 BY 1
                   UNTIL UDLAEG-IX > NUM-UDLAEG
               IF UL-KONTO-ID OF UDLAEG-ARR(UDLAEG-IX)
                       = UDLAEG-SOEG-KONTO
                   AND UL-AKTIV OF UDLAEG-ARR(UDLAEG-IX)
                   AND UL-GYLDIG-FRA OF UDLAEG-ARR(UDLAEG-IX)
                       NOT > DAGS-DATO
                   AND (UL-UDLOEB OF UDLAEG-ARR(UDLAEG-IX) = SPACES
                       OR UL-UDLOEB OF UDLAEG-ARR(UDLAEG-IX)
                           NOT < DAGS-DATO)
                   IF UL-FASTFRYSNING OF UDLAEG-ARR(UDLAEG-IX)
                       MOVE "J" TO FROSSET-SW
                   ELSE
                       ADD UL-BELOEB OF UDLAEG-ARR(UDLAEG-IX)
                         TO HOLDT-BELOEB
                   END-IF
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

       BUILD-AFRUND-POSTERING.
           MOVE SPACES TO AFRUND-POSTERING
           PERFORM LOOKUP-KONTO
           PERFORM LOOKUP-KUNDE
           IF KUNDE-MATCH-IX > 0
               MOVE CPR OF KUNDE-ARR(KUNDE-MATCH-IX)
                 TO CPR OF AFRUND-POSTERING
               MOVE SPACES TO AFRUND-NAVN
               STRING
                   FORNAVN OF KUNDE-ARR(KUNDE-MATCH-IX)
                                                   DELIMITED BY SPACE
                   " "                             DELIMITED BY SIZE
                   EFTERNAVN OF KUNDE-ARR(KUNDE-MATCH-IX)
                                                   DELIMITED BY SPACE
               INTO AFRUND-NAVN
               MOVE AFRUND-NAVN TO NAVN OF AFRUND-POSTERING
               STRING
                   FUNCTION TRIM(VEJNAVN OF KUNDE-ARR(KUNDE-MATCH-IX))
                                                   DELIMITED BY SIZE
                   " "                             DELIMITED BY SIZE
                   HUSNR OF KUNDE-ARR(KUNDE-MATCH-IX)
                                                   DELIMITED BY SPACE
                   " "                             DELIMITED BY SIZE
                   BY-ADR OF KUNDE-ARR(KUNDE-MATCH-IX)
                                                   DELIMITED BY SPACE
               INTO ADRESSE OF AFRUND-POSTERING
           END-IF
           MOVE POSTERING-KONTO TO KONTO-ID OF AFRUND-POSTERING
           MOVE ZEROS TO REG-NR OF AFRUND-POSTERING
           MOVE POSTERING-BELOEB TO BELØB OF AFRUND-POSTERING
           MOVE VALUTA-KD OF KONTO-ARR(KONTO-MATCH-IX)
             TO VALUTA OF AFRUND-POSTERING
           MOVE "OVF" TO TRANS-TYPE OF AFRUND-POSTERING
           MOVE "AFRUNDING" TO BUTIK OF AFRUND-POSTERING
           MOVE SPACES TO AFRUND-TIDSPUNKT
           STRING
               DAGS-DATO          DELIMITED BY SIZE
               "-00:00:00.000000" DELIMITED BY SIZE
           INTO AFRUND-TIDSPUNKT
           MOVE AFRUND-TIDSPUNKT TO TIDSPUNKT OF AFRUND-POSTERING
           IF NUM-GEN >= 2000
               DISPLAY "FEJL: Afrundingsposteringer overstiger "
                   "GEN-ARR's graense paa 2000 poster."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO NUM-GEN
           MOVE AFRUND-POSTERING TO GEN-ARR(NUM-GEN).

      * Posteringerne stilles i koe i Ventende-Posteringer.txt som
      * eet parti med egen trailer; OPG-96 validerer, tildeler
      * bilagsnumre og fletter dem ind i Transaktioner.txt samlet.
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
               MOVE "OPG108" TO VP-KILDE OF VENTENDE-REKORD
               MOVE VENT-PARTI-ID TO VP-PARTI-ID OF VENTENDE-REKORD
               WRITE VENTENDE-REKORD
           END-PERFORM
           MOVE SPACES TO VENTENDE-REKORD
           MOVE "TRAILER" TO TR-MARKER OF VENTENDE-TRAILER
           MOVE NUM-GEN TO TR-ANTAL OF VENTENDE-TRAILER
           MOVE "OPG108" TO VP-KILDE OF VENTENDE-REKORD
           MOVE VENT-PARTI-ID TO VP-PARTI-ID OF VENTENDE-REKORD
           WRITE VENTENDE-REKORD
           CLOSE FIL-VENTENDE.

       TILMELD-ARR-REWRITE.
           OPEN OUTPUT FIL-AFRUNDING
           PERFORM VARYING TILMELD-IX FROM 1 BY 1
                   UNTIL TILMELD-IX > NUM-TILMELD
               MOVE TILMELD-ARR(TILMELD-IX)(1:51) TO AFRUNDING-REKORD
               WRITE AFRUNDING-REKORD
           END-PERFORM
           MOVE SPACES TO AFRUNDING-REKORD
           MOVE "TRAILER" TO TR-MARKER OF AFRUNDING-REKORD-TRAILER
           MOVE NUM-TILMELD TO TR-ANTAL OF AFRUNDING-REKORD-TRAILER
           WRITE AFRUNDING-REKORD
           CLOSE FIL-AFRUNDING.

       SKRIV-RAPPORT-HOVED.
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "AFRUNDING TIL OPSPARING - bogfoeringsdato "
                                     DELIMITED BY SIZE
               DAGS-DATO             DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE "Loenkonto      Opsparing      Tr Koeb       Afrunding"
             TO RAPPORT-TEXT
           MOVE "     Saldo efter Bemaerkning" TO RAPPORT-TEXT(56:)
           WRITE RAPPORT-REC.

       SKRIV-RAPPORT-LINJE.
           MOVE SPACES TO RAPPORT-LINJE
           MOVE AR-LOENKONTO OF TILMELD-ARR(TILMELD-IX) TO RL-LOENKONTO
           MOVE AR-OPSPARING OF TILMELD-ARR(TILMELD-IX) TO RL-OPSPARING
           MOVE AR-TRIN OF TILMELD-ARR(TILMELD-IX) TO RL-TRIN
           MOVE TA-KOEB-ANTAL(TILMELD-IX) TO RL-KOEB-ANTAL
           MOVE TA-AFRUNDING(TILMELD-IX) TO RL-AFRUNDING
           MOVE TA-SALDO(TILMELD-IX) TO RL-SALDO
           IF TA-BEMAERKNING(TILMELD-IX) = SPACES
               MOVE "Overfoert" TO RL-BEMAERKNING
           ELSE
               MOVE TA-BEMAERKNING(TILMELD-IX) TO RL-BEMAERKNING
           END-IF
           MOVE SPACES TO RAPPORT-TEXT
           MOVE RAPPORT-LINJE TO RAPPORT-TEXT
           WRITE RAPPORT-REC.

       SKRIV-RAPPORT-TOTAL.
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE POSTERET-BELOEB TO BELOEB-VIS
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Overfoert i alt: "   DELIMITED BY SIZE
               BELOEB-VIS            DELIMITED BY SIZE
               "  fordelt paa "      DELIMITED BY SIZE
               POSTERET-ANTAL        DELIMITED BY SIZE
               " tilmeldinger"       DELIMITED BY SIZE
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
