       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPG-111.

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
           SELECT FIL-RESTANCE
               ASSIGN TO "../data/Kreditkort-Restance.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-RAPPORT
               ASSIGN TO "../data/Kreditkort-Betaling-Rapport.txt"
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

       FD FIL-RESTANCE.
       01 RESTANCE-REC.
           02 RESTANCE-TEXT PIC X(100).

       FD FIL-RAPPORT.
       01 RAPPORT-REC.
           02 RAPPORT-TEXT PIC X(132).

       FD FIL-BOGFDATO.
       01 BOGFDATO-FIL-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".

       WORKING-STORAGE SECTION.

      * Betaling af kreditkortudskrifter paa forfaldsdatoen: for hver
      * aaben udskrift i Kreditkort-Aftaler.txt, hvis forfaldsdato er
      * naaet, traekkes det valgte beloeb (minimum, fast beloeb dog
      * mindst minimum, eller hele det skyldige) fra den tilknyttede
      * loenkonto som eet OVF-par via Ventende-Posteringer.txt.
      * Indbetalinger til kortkontoen siden udskriften fragaar. Kan
      * loenkontoen ikke daekke det valgte beloeb uden overtraek,
      * traekkes kun minimum; kan den heller ikke det, traekkes
      * intet. Den del af minimum, der ikke er betalt, bliver
      * restance og skrives til Kreditkort-Restance.txt, som OPG-91
      * tager med i rykkerforloebet. Restancen slettes igen, naar
      * senere indbetalinger daekker den.
       01 AFTALE-STATUS    PIC XX VALUE "00".
       01 TRANS-STATUS     PIC XX VALUE "00".
       01 VENTENDE-STATUS  PIC XX VALUE "00".
       01 UDLAEG-FIL-STATUS PIC XX VALUE "00".
       01 RESERVATION-FIL-STATUS PIC XX VALUE "00".
       01 TRAILER-FOUND-SW PIC X(01) VALUE "N".
       01 TRAILER-ANTAL    PIC 9(06) VALUE ZEROS.
       01 TRANS-LAEST      PIC 9(06) VALUE ZEROS.
       01 EOF-FLAG         PIC X(01) VALUE "N".

       01 NUM-AFTALE       PIC 9(04) VALUE 0.
       01 AFTALE-ARR OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-AFTALE.
           COPY "../copybooks/KREDITKORT.cpy".
           02 AF-LOEN-SALDO   PIC S9(12)V99.
           02 AF-BETALT       PIC S9(12)V99.
           02 AF-BETALT-SENERE PIC S9(12)V99.
           02 AF-TRUKKET      PIC S9(10)V99.
           02 AF-BEHANDLET-SW PIC X(01).
               88 AF-BEHANDLET    VALUE "J".
           02 AF-BEMAERKNING  PIC X(40).
       01 AFTALE-IX        PIC 9(04) VALUE 0.
       01 AFTALE-IX2       PIC 9(04) VALUE 0.

       01 NUM-KONTI        PIC 9(04) VALUE 0.
       01 KONTO-ARR OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-KONTI.
           COPY "../copybooks/KONTOOPL.cpy".
       01 KONTO-IX2        PIC 9(04) VALUE 0.
       01 KONTO-MATCH-IX   PIC 9(04) VALUE 0.
       01 LOEN-KONTO-IX    PIC 9(04) VALUE 0.
       01 KK-KONTO-IX      PIC 9(04) VALUE 0.

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
       01 DISPONIBEL-BELOEB PIC S9(12)V99 VALUE ZEROS.

       01 TRANS-DATO       PIC X(10) VALUE SPACES.
       01 VALGT-BELOEB     PIC S9(12)V99 VALUE ZEROS.
       01 REST-VALGT       PIC S9(12)V99 VALUE ZEROS.
       01 REST-MINIMUM     PIC S9(12)V99 VALUE ZEROS.

       01 TRUKKET-ANTAL    PIC 9(04) VALUE 0.
       01 RESTANCE-ANTAL   PIC 9(04) VALUE 0.
       01 AFVIKLET-ANTAL   PIC 9(04) VALUE 0.
       01 TRUKKET-I-ALT    PIC S9(12)V99 VALUE ZEROS.

       01 NUM-GEN          PIC 9(05) VALUE 0.
       01 GEN-ARR OCCURS 0 TO 2000 TIMES DEPENDING ON NUM-GEN.
           COPY "../copybooks/TRANSAKTIONER.cpy".
       01 GEN-IX           PIC 9(05) VALUE 0.
       01 BETALING-POSTERING.
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

       01 RESTANCE-LINJE.
           02 RE-KONTO         PIC X(14).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RE-BELOEB        PIC -ZZZ,ZZZ,ZZ9.99.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RE-DATO          PIC X(10).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RE-FORFALD       PIC X(10).

       01 RAPPORT-LINJE.
           02 RL-KONTO         PIC X(14).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-LOENKONTO     PIC X(14).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-VALG          PIC X(01).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-TRUKKET       PIC -ZZZ,ZZZ,ZZ9.99.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-RESTANCE      PIC -ZZZ,ZZZ,ZZ9.99.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-BEMAERKNING   PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM DAGS-DATO-FILL
           PERFORM AFTALE-ARR-FILL
           IF NUM-AFTALE = 0
               DISPLAY "Ingen aftaler i Kreditkort-Aftaler.txt - "
                   "intet trukket."
               PERFORM RESTANCE-SKRIV
               STOP RUN
           END-IF
           PERFORM KONTO-ARR-FILL
           PERFORM KUNDE-ARR-FILL
           PERFORM UDLAEG-ARR-FILL
           PERFORM RESERVATION-ARR-FILL
           PERFORM LOEN-SALDO-FILL
           PERFORM TRANS-SUMMER
           PERFORM VENTENDE-SUMMER
           OPEN OUTPUT FIL-RAPPORT
           PERFORM SKRIV-RAPPORT-HOVED
           PERFORM VARYING AFTALE-IX FROM 1 BY 1
                   UNTIL AFTALE-IX > NUM-AFTALE
               EVALUATE TRUE
                   WHEN KK-FAKTURA-AABEN OF AFTALE-ARR(AFTALE-IX)
                           AND KK-FORFALD-DATO OF AFTALE-ARR(AFTALE-IX)
                               NOT > DAGS-DATO
                       PERFORM BEHANDL-FORFALD
                       PERFORM SKRIV-RAPPORT-LINJE
                   WHEN KK-RESTANCE-BELOEB OF AFTALE-ARR(AFTALE-IX)
                           > ZEROS
                       PERFORM CHECK-RESTANCE-BETALT
                       IF AF-BEHANDLET(AFTALE-IX)
                           PERFORM SKRIV-RAPPORT-LINJE
                       END-IF
               END-EVALUATE
           END-PERFORM
           PERFORM SKRIV-RAPPORT-TOTAL
           CLOSE FIL-RAPPORT
           PERFORM VENTENDE-SKRIV
           PERFORM AFTALE-ARR-REWRITE
           PERFORM RESTANCE-SKRIV
           DISPLAY "Kreditkortbetaling " DAGS-DATO ": "
               TRUKKET-ANTAL " traek, " RESTANCE-ANTAL
               " i restance, " AFVIKLET-ANTAL
               " restancer afviklet, " NUM-GEN
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
                           MOVE ZEROS TO AF-LOEN-SALDO(NUM-AFTALE)
                           MOVE ZEROS TO AF-BETALT(NUM-AFTALE)
                           MOVE ZEROS TO AF-BETALT-SENERE(NUM-AFTALE)
                           MOVE ZEROS TO AF-TRUKKET(NUM-AFTALE)
                           MOVE "N" TO AF-BEHANDLET-SW(NUM-AFTALE)
                           MOVE SPACES TO AF-BEMAERKNING(NUM-AFTALE)
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
       LOEN-SALDO-FILL.
           PERFORM VARYING AFTALE-IX FROM 1 BY 1
                   UNTIL AFTALE-IX > NUM-AFTALE
               MOVE KK-LOENKONTO OF AFTALE-ARR(AFTALE-IX)
                 TO POSTERING-KONTO
               PERFORM LOOKUP-KONTO
               IF KONTO-MATCH-IX > 0
                   MOVE BALANCE OF KONTO-ARR(KONTO-MATCH-IX)
                     TO AF-LOEN-SALDO(AFTALE-IX)
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
                           MOVE BOGFOER-DATO OF TRANSAKTIONER
                             TO TRANS-DATO
                           IF TRANS-DATO = SPACES
                               MOVE TIDSPUNKT OF TRANSAKTIONER(1:10)
                                 TO TRANS-DATO
                           END-IF
                           PERFORM TRANS-TIL-AFTALER
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
                               AND BELØB OF VENTENDE-REKORD IS NUMERIC
                           MOVE VENTENDE-REKORD(1:264)
                             TO TRANSAKTIONER
                           MOVE DAGS-DATO TO TRANS-DATO
                           PERFORM TRANS-TIL-AFTALER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-VENTENDE.

      * En transaktion paa en loenkonto indgaar i dens saldo; en
      * indbetaling paa en kortkonto efter udskriften taeller som
      * betaling af den, og en indbetaling efter restancens dato
      * som afvikling af restancen.
       TRANS-TIL-AFTALER.
           PERFORM VARYING AFTALE-IX FROM 1 BY 1
                   UNTIL AFTALE-IX > NUM-AFTALE
               IF KK-LOENKONTO OF AFTALE-ARR(AFTALE-IX)
                       = KONTO-ID OF TRANSAKTIONER
                   ADD BELØB OF TRANSAKTIONER
                     TO AF-LOEN-SALDO(AFTALE-IX)
               END-IF
               IF KK-KONTO-ID OF AFTALE-ARR(AFTALE-IX)
                       = KONTO-ID OF TRANSAKTIONER
                   AND BELØB OF TRANSAKTIONER > ZEROS
                   IF TRANS-DATO > KK-SIDST-FAKTURA
                           OF AFTALE-ARR(AFTALE-IX)
                       ADD BELØB OF TRANSAKTIONER
                         TO AF-BETALT(AFTALE-IX)
                   END-IF
                   IF TRANS-DATO > KK-RESTANCE-DATO
                           OF AFTALE-ARR(AFTALE-IX)
                       ADD BELØB OF TRANSAKTIONER
                         TO AF-BETALT-SENERE(AFTALE-IX)
                   END-IF
               END-IF
           END-PERFORM.

      * Udskriften betales paa forfaldsdatoen: det valgte beloeb
      * med fradrag af allerede modtagne indbetalinger.
       BEHANDL-FORFALD.
           MOVE "J" TO AF-BEHANDLET-SW(AFTALE-IX)
           EVALUATE TRUE
               WHEN KK-BETAL-FULD OF AFTALE-ARR(AFTALE-IX)
                   MOVE KK-FAKTURA-SALDO OF AFTALE-ARR(AFTALE-IX)
                     TO VALGT-BELOEB
               WHEN KK-BETAL-FAST OF AFTALE-ARR(AFTALE-IX)
                   MOVE KK-FAST-BELOEB OF AFTALE-ARR(AFTALE-IX)
                     TO VALGT-BELOEB
                   IF VALGT-BELOEB < KK-MINIMUM OF AFTALE-ARR(AFTALE-IX)
                       MOVE KK-MINIMUM OF AFTALE-ARR(AFTALE-IX)
                         TO VALGT-BELOEB
                   END-IF
                   IF VALGT-BELOEB
                           > KK-FAKTURA-SALDO OF AFTALE-ARR(AFTALE-IX)
                       MOVE KK-FAKTURA-SALDO OF AFTALE-ARR(AFTALE-IX)
                         TO VALGT-BELOEB
                   END-IF
               WHEN OTHER
                   MOVE KK-MINIMUM OF AFTALE-ARR(AFTALE-IX)
                     TO VALGT-BELOEB
           END-EVALUATE
           COMPUTE REST-VALGT = VALGT-BELOEB - AF-BETALT(AFTALE-IX)
           COMPUTE REST-MINIMUM = KK-MINIMUM OF AFTALE-ARR(AFTALE-IX)
               - AF-BETALT(AFTALE-IX)
           IF REST-MINIMUM < ZEROS
               MOVE ZEROS TO REST-MINIMUM
           END-IF
           MOVE "F" TO KK-FAKTURA-STATUS OF AFTALE-ARR(AFTALE-IX)
           IF REST-VALGT NOT > ZEROS
               MOVE "Allerede betalt" TO AF-BEMAERKNING(AFTALE-IX)
               PERFORM SAET-RESTANCE
               EXIT PARAGRAPH
           END-IF
           MOVE KK-LOENKONTO OF AFTALE-ARR(AFTALE-IX)
             TO POSTERING-KONTO
           PERFORM LOOKUP-KONTO
           MOVE KONTO-MATCH-IX TO LOEN-KONTO-IX
           MOVE KK-KONTO-ID OF AFTALE-ARR(AFTALE-IX) TO POSTERING-KONTO
           PERFORM LOOKUP-KONTO
           MOVE KONTO-MATCH-IX TO KK-KONTO-IX
           EVALUATE TRUE
               WHEN KK-KONTO-IX = 0
                   MOVE "Ukendt kreditkortkonto"
                     TO AF-BEMAERKNING(AFTALE-IX)
               WHEN LOEN-KONTO-IX = 0
                   MOVE "Ukendt loenkonto"
                     TO AF-BEMAERKNING(AFTALE-IX)
               WHEN KONTO-TYPE OF KONTO-ARR(LOEN-KONTO-IX)
                       NOT = "LØNKONTO"
                   MOVE "Betaleren er ikke en LØNKONTO"
                     TO AF-BEMAERKNING(AFTALE-IX)
               WHEN VALUTA-KD OF KONTO-ARR(LOEN-KONTO-IX)
                       NOT = VALUTA-KD OF KONTO-ARR(KK-KONTO-IX)
                   MOVE "Kontiene har forskellig valuta"
                     TO AF-BEMAERKNING(AFTALE-IX)
               WHEN OTHER
                   PERFORM BEREGN-DISPONIBEL
           END-EVALUATE
           IF AF-BEMAERKNING(AFTALE-IX) = SPACES
               EVALUATE TRUE
                   WHEN DISPONIBEL-BELOEB >= REST-VALGT
                       MOVE REST-VALGT TO AF-TRUKKET(AFTALE-IX)
                       MOVE "Valgt beloeb trukket"
                         TO AF-BEMAERKNING(AFTALE-IX)
                   WHEN REST-MINIMUM > ZEROS
                           AND DISPONIBEL-BELOEB >= REST-MINIMUM
                       MOVE REST-MINIMUM TO AF-TRUKKET(AFTALE-IX)
                       MOVE "Kun minimum trukket - ringe daekning"
                         TO AF-BEMAERKNING(AFTALE-IX)
                   WHEN OTHER
                       MOVE "Ingen daekning paa loenkontoen"
                         TO AF-BEMAERKNING(AFTALE-IX)
               END-EVALUATE
           END-IF
           IF AF-TRUKKET(AFTALE-IX) > ZEROS
               PERFORM POSTER-BETALING
           END-IF
           PERFORM SAET-RESTANCE.

      * Restancen er den del af minimum, der hverken er indbetalt
      * eller trukket paa forfaldsdatoen.
       SAET-RESTANCE.
           SUBTRACT AF-TRUKKET(AFTALE-IX) FROM REST-MINIMUM
           IF REST-MINIMUM > ZEROS
               MOVE REST-MINIMUM
                 TO KK-RESTANCE-BELOEB OF AFTALE-ARR(AFTALE-IX)
               MOVE DAGS-DATO
                 TO KK-RESTANCE-DATO OF AFTALE-ARR(AFTALE-IX)
               ADD 1 TO RESTANCE-ANTAL
           ELSE
               MOVE ZEROS TO KK-RESTANCE-BELOEB OF AFTALE-ARR(AFTALE-IX)
               MOVE SPACES TO KK-RESTANCE-DATO OF AFTALE-ARR(AFTALE-IX)
           END-IF.

      * Indbetalinger efter restancens dato, der daekker den, sletter
      * restancen og dermed kontoen fra rykkerforloebet.
       CHECK-RESTANCE-BETALT.
           IF AF-BETALT-SENERE(AFTALE-IX)
                   >= KK-RESTANCE-BELOEB OF AFTALE-ARR(AFTALE-IX)
               MOVE "J" TO AF-BEHANDLET-SW(AFTALE-IX)
               MOVE ZEROS TO KK-RESTANCE-BELOEB OF AFTALE-ARR(AFTALE-IX)
               MOVE SPACES TO KK-RESTANCE-DATO OF AFTALE-ARR(AFTALE-IX)
               MOVE "Restance afviklet" TO AF-BEMAERKNING(AFTALE-IX)
               ADD 1 TO AFVIKLET-ANTAL
           END-IF.

      * Traekket maa ikke bringe loenkontoen i overtraek: saldoen
      * skal daekke reservationer og udlagte beloeb. En fastfrosset
      * konto betaler intet.
       BEREGN-DISPONIBEL.
           MOVE ZEROS TO DISPONIBEL-BELOEB
           MOVE KK-LOENKONTO OF AFTALE-ARR(AFTALE-IX)
             TO UDLAEG-SOEG-KONTO
           PERFORM BEREGN-UDLAEG-FOR-KONTO
           IF FROSSET-SW = "J"
               MOVE "Loenkontoen er fastfrosset"
                 TO AF-BEMAERKNING(AFTALE-IX)
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO RESERVERET-BELOEB
           PERFORM VARYING RESERVATION-IX FROM 1 BY 1
                   UNTIL RESERVATION-IX > NUM-RESERVATION
               IF RES-KONTO-ID OF RESERVATION-ARR(RESERVATION-IX)
                       = KK-LOENKONTO OF AFTALE-ARR(AFTALE-IX)
                   AND RES-UDLOEB OF RESERVATION-ARR(RESERVATION-IX)
                       (1:10) NOT < DAGS-DATO
                   ADD RES-BELOEB OF RESERVATION-ARR(RESERVATION-IX)
                     TO RESERVERET-BELOEB
               END-IF
           END-PERFORM
           COMPUTE DISPONIBEL-BELOEB = AF-LOEN-SALDO(AFTALE-IX)
               - RESERVERET-BELOEB - HOLDT-BELOEB.

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

      * OVF-par fra loenkontoen til kortkontoen; loenkontoens saldo
      * fremskrives for alle aftaler, den betaler for, saa flere
      * kort paa samme loenkonto ikke tilsammen overtraekker.
       POSTER-BETALING.
           MOVE KK-LOENKONTO OF AFTALE-ARR(AFTALE-IX)
             TO POSTERING-KONTO
           COMPUTE POSTERING-BELOEB = 0 - AF-TRUKKET(AFTALE-IX)
           PERFORM BUILD-BETALING-POSTERING
           MOVE KK-KONTO-ID OF AFTALE-ARR(AFTALE-IX) TO POSTERING-KONTO
           MOVE AF-TRUKKET(AFTALE-IX) TO POSTERING-BELOEB
           PERFORM BUILD-BETALING-POSTERING
           PERFORM VARYING AFTALE-IX2 FROM 1 BY 1
                   UNTIL AFTALE-IX2 > NUM-AFTALE
               IF KK-LOENKONTO OF AFTALE-ARR(AFTALE-IX2)
                       = KK-LOENKONTO OF AFTALE-ARR(AFTALE-IX)
                   SUBTRACT AF-TRUKKET(AFTALE-IX)
                     FROM AF-LOEN-SALDO(AFTALE-IX2)
               END-IF
           END-PERFORM
           ADD AF-TRUKKET(AFTALE-IX) TO TRUKKET-I-ALT
           ADD 1 TO TRUKKET-ANTAL.

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

       BUILD-BETALING-POSTERING.
           MOVE SPACES TO BETALING-POSTERING
           PERFORM LOOKUP-KONTO
           PERFORM LOOKUP-KUNDE
           IF KUNDE-MATCH-IX > 0
               MOVE CPR OF KUNDE-ARR(KUNDE-MATCH-IX)
                 TO CPR OF BETALING-POSTERING
               MOVE SPACES TO POSTERING-NAVN
               STRING
                   FORNAVN OF KUNDE-ARR(KUNDE-MATCH-IX)
                                                   DELIMITED BY SPACE
                   " "                             DELIMITED BY SIZE
                   EFTERNAVN OF KUNDE-ARR(KUNDE-MATCH-IX)
                                                   DELIMITED BY SPACE
               INTO POSTERING-NAVN
               MOVE POSTERING-NAVN TO NAVN OF BETALING-POSTERING
               STRING
                   FUNCTION TRIM(VEJNAVN OF KUNDE-ARR(KUNDE-MATCH-IX))
                                                   DELIMITED BY SIZE
                   " "                             DELIMITED BY SIZE
                   HUSNR OF KUNDE-ARR(KUNDE-MATCH-IX)
                                                   DELIMITED BY SPACE
                   " "                             DELIMITED BY SIZE
                   BY-ADR OF KUNDE-ARR(KUNDE-MATCH-IX)
                                                   DELIMITED BY SPACE
               INTO ADRESSE OF BETALING-POSTERING
           END-IF
           MOVE POSTERING-KONTO TO KONTO-ID OF BETALING-POSTERING
           MOVE ZEROS TO REG-NR OF BETALING-POSTERING
           MOVE POSTERING-BELOEB TO BELØB OF BETALING-POSTERING
           MOVE VALUTA-KD OF KONTO-ARR(KONTO-MATCH-IX)
             TO VALUTA OF BETALING-POSTERING
           MOVE "OVF" TO TRANS-TYPE OF BETALING-POSTERING
           MOVE "KREDITKORT BETALING" TO BUTIK OF BETALING-POSTERING
           MOVE SPACES TO POSTERING-TIDSPUNKT
           STRING
               DAGS-DATO          DELIMITED BY SIZE
               "-00:00:00.000000" DELIMITED BY SIZE
           INTO POSTERING-TIDSPUNKT
           MOVE POSTERING-TIDSPUNKT TO TIDSPUNKT OF BETALING-POSTERING
           IF NUM-GEN >= 2000
               DISPLAY "FEJL: Betalingsposteringer overstiger "
                   "GEN-ARR's graense paa 2000 poster."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO NUM-GEN
           MOVE BETALING-POSTERING TO GEN-ARR(NUM-GEN).

      * Posteringerne stilles i koe i Ventende-Posteringer.txt som
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
               MOVE "OPG111" TO VP-KILDE OF VENTENDE-REKORD
               MOVE VENT-PARTI-ID TO VP-PARTI-ID OF VENTENDE-REKORD
               WRITE VENTENDE-REKORD
           END-PERFORM
           MOVE SPACES TO VENTENDE-REKORD
           MOVE "TRAILER" TO TR-MARKER OF VENTENDE-TRAILER
           MOVE NUM-GEN TO TR-ANTAL OF VENTENDE-TRAILER
           MOVE "OPG111" TO VP-KILDE OF VENTENDE-REKORD
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

      * Kreditkort-Restance.txt dannes forfra hver koersel; linjerne
      * begynder med kortkontoens id som Overtraek.txt, saa OPG-91
      * kan laese dem paa samme maade.
       RESTANCE-SKRIV.
           OPEN OUTPUT FIL-RESTANCE
           PERFORM VARYING AFTALE-IX FROM 1 BY 1
                   UNTIL AFTALE-IX > NUM-AFTALE
               IF KK-RESTANCE-BELOEB OF AFTALE-ARR(AFTALE-IX) > ZEROS
                   MOVE SPACES TO RESTANCE-LINJE
                   MOVE KK-KONTO-ID OF AFTALE-ARR(AFTALE-IX) TO RE-KONTO
                   MOVE KK-RESTANCE-BELOEB OF AFTALE-ARR(AFTALE-IX)
                     TO RE-BELOEB
                   MOVE KK-RESTANCE-DATO OF AFTALE-ARR(AFTALE-IX)
                     TO RE-DATO
                   MOVE KK-FORFALD-DATO OF AFTALE-ARR(AFTALE-IX)
                     TO RE-FORFALD
                   MOVE SPACES TO RESTANCE-TEXT
                   MOVE RESTANCE-LINJE TO RESTANCE-TEXT
                   WRITE RESTANCE-REC
               END-IF
           END-PERFORM
           CLOSE FIL-RESTANCE.

       SKRIV-RAPPORT-HOVED.
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "KREDITKORTBETALING - bogfoeringsdato "
                                     DELIMITED BY SIZE
               DAGS-DATO             DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE "Kortkonto      Loenkonto      V         Trukket"
             TO RAPPORT-TEXT
           MOVE "        Restance Bemaerkning" TO RAPPORT-TEXT(48:)
           WRITE RAPPORT-REC.

       SKRIV-RAPPORT-LINJE.
           MOVE SPACES TO RAPPORT-LINJE
           MOVE KK-KONTO-ID OF AFTALE-ARR(AFTALE-IX) TO RL-KONTO
           MOVE KK-LOENKONTO OF AFTALE-ARR(AFTALE-IX) TO RL-LOENKONTO
           MOVE KK-BETALINGSVALG OF AFTALE-ARR(AFTALE-IX) TO RL-VALG
           MOVE AF-TRUKKET(AFTALE-IX) TO RL-TRUKKET
           MOVE KK-RESTANCE-BELOEB OF AFTALE-ARR(AFTALE-IX)
             TO RL-RESTANCE
           MOVE AF-BEMAERKNING(AFTALE-IX) TO RL-BEMAERKNING
           MOVE SPACES TO RAPPORT-TEXT
           MOVE RAPPORT-LINJE TO RAPPORT-TEXT
           WRITE RAPPORT-REC.

       SKRIV-RAPPORT-TOTAL.
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE TRUKKET-I-ALT TO BELOEB-VIS
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Trukket i alt:  "    DELIMITED BY SIZE
               BELOEB-VIS            DELIMITED BY SIZE
               "  fordelt paa "      DELIMITED BY SIZE
               TRUKKET-ANTAL         DELIMITED BY SIZE
               " aftaler"            DELIMITED BY SIZE
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
