       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPG-116.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIL-TRANS ASSIGN TO "../data/Transaktioner.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-KATALOG ASSIGN TO "../data/Arkiv-Katalog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KATALOG-STATUS.
           SELECT FIL-ARKIV ASSIGN TO ARKIV-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARKIV-STATUS.
           SELECT FIL-PARM ASSIGN TO "../data/OPG116-Parametre.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-STATUS.
           SELECT FIL-PRODUKT ASSIGN TO "../data/Produktkatalog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRODUKT-STATUS.
           SELECT FIL-KONTI ASSIGN TO "../data/KontoOpl.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-KUNDER ASSIGN TO "../data/Kundeoplysninger.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-VENTENDE
               ASSIGN TO "../data/Ventende-Posteringer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VENTENDE-STATUS.
           SELECT FIL-INDBERET ASSIGN TO INDBERET-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-RAPPORT ASSIGN TO RAPPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-BOGFDATO ASSIGN TO "../data/Bogfoeringsdato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOGFDATO-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD FIL-TRANS.
       01 TRANSAKTIONER.
           COPY "../copybooks/TRANSAKTIONER.cpy".
       01 TRANSAKTIONER-TRAILER REDEFINES TRANSAKTIONER.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(251).

       FD FIL-KATALOG.
       01 KATALOG-REC.
           02 KAT-FILNAVN   PIC X(60).
           02 KAT-DATO      PIC X(10).
           02 KAT-ANTAL     PIC 9(06).

       FD FIL-ARKIV.
       01 ARKIV-REKORD.
           COPY "../copybooks/TRANSAKTIONER.cpy".
       01 ARKIV-REKORD-TRAILER REDEFINES ARKIV-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(251).

       FD FIL-PARM.
       01 PARM-FILE-REC.
           COPY "../copybooks/OPG116-PARAMETRE.cpy".

       FD FIL-PRODUKT.
       01 PRODUKT-REKORD.
           COPY "../copybooks/PRODUKT.cpy".

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

      * Pensionsindberetningen til skattemyndigheden: een linje pr.
      * CPR og pensionsprodukt med aarets indskud, udbetalinger,
      * afkast og PAL-skat.
       FD FIL-INDBERET.
       01 INDBERET-REKORD.
           02 PI-CPR        PIC X(11).
           02 PI-KONTO-TYPE PIC X(10).
           02 PI-INDSKUD    PIC S9(10)V99.
           02 PI-UDBETALT   PIC S9(10)V99.
           02 PI-AFKAST     PIC S9(10)V99.
           02 PI-PAL-SKAT   PIC S9(10)V99.
       01 INDBERET-TRAILER REDEFINES INDBERET-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(56).

       FD FIL-RAPPORT.
       01 RAPPORT-REC.
           02 RAPPORT-TEXT PIC X(132).

       FD FIL-BOGFDATO.
       01 BOGFDATO-FIL-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".

       WORKING-STORAGE SECTION.

      * PAL-skat paa pensionskonti (produkter med PK-PENSION i
      * Produktkatalog.txt) koeres ved aarsskiftet for det afsluttede
      * aar. Afkastet er aarets RENTE-posteringer paa kontoen; skatten
      * er afkastet gange PAL-satsen fra OPG116-Parametre.txt og
      * traekkes som en negativ PALSKAT-postering paa pensionskontoen
      * via Ventende-Posteringer.txt. En konto, der allerede har en
      * PALSKAT-postering for aaret, beskattes ikke igen, saa en
      * genkoersel ikke traekker skatten to gange.
       01 KATALOG-STATUS  PIC XX VALUE "00".
       01 ARKIV-STATUS    PIC XX VALUE "00".
       01 PARM-STATUS     PIC XX VALUE "00".
       01 PRODUKT-STATUS  PIC XX VALUE "00".
       01 VENTENDE-STATUS PIC XX VALUE "00".
       01 PARM-REC.
           COPY "../copybooks/OPG116-PARAMETRE.cpy".

       01 TRAILER-FOUND-SW PIC X(01) VALUE "N".
       01 TRAILER-ANTAL    PIC 9(06) VALUE ZEROS.
       01 EOF-FLAG         PIC X(01) VALUE "N".
       01 KATALOG-EOF      PIC X(01) VALUE "N".

       01 ARKIV-FILENAME   PIC X(60) VALUE SPACES.
       01 INDBERET-FILENAME PIC X(60) VALUE SPACES.
       01 RAPPORT-FILENAME PIC X(60) VALUE SPACES.

       01 RUN-DATE         PIC 9(08) VALUE ZEROS.
      * Koerselsdatoen er bankens bogfoeringsdato (Bogfoeringsdato.txt),
      * ikke maskinens dato.
       01 BOGFDATO-STATUS  PIC XX VALUE "00".
       01 BOGFDATO-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".
       01 DAGS-DATO        PIC X(10) VALUE SPACES.
       01 RUN-AAR          PIC 9(04) VALUE ZEROS.
       01 SKAT-AAR         PIC 9(04) VALUE ZEROS.
       01 SKAT-AAR-X       PIC X(04) VALUE SPACES.
       01 PAL-BUTIK        PIC X(20) VALUE SPACES.

       01 TRANS-VURDER.
           COPY "../copybooks/TRANSAKTIONER.cpy".

       01 NUM-PRODUKT     PIC 9(03) VALUE 0.
       01 PRODUKT-ARR OCCURS 0 TO 50 TIMES DEPENDING ON NUM-PRODUKT.
           COPY "../copybooks/PRODUKT.cpy".
       01 PRODUKT-IX      PIC 9(03) VALUE 0.

       01 NUM-KUNDER       PIC 9(04) VALUE 0.
       01 KUNDE-ARR OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-KUNDER.
           COPY "../copybooks/KUNDER.cpy".
       01 KUNDE-IX2        PIC 9(04) VALUE 0.

       01 NUM-PENSIONSKONTI PIC 9(04) VALUE 0.
       01 PENSIONSKONTO-ARR OCCURS 0 TO 1000 TIMES
               DEPENDING ON NUM-PENSIONSKONTI.
           02 PS-KONTO-ID   PIC X(14).
           02 PS-KUNDE-ID   PIC X(10).
           02 PS-KONTO-TYPE PIC X(10).
           02 PS-VALUTA     PIC X(04).
           02 PS-CPR        PIC X(11).
           02 PS-KUNDE-IX   PIC 9(04).
           02 PS-INDSKUD    PIC S9(10)V99.
           02 PS-UDBETALT   PIC S9(10)V99.
           02 PS-AFKAST     PIC S9(10)V99.
           02 PS-PAL-SKAT   PIC S9(10)V99.
           02 PS-PAL-SW     PIC X(01).
               88 PS-PAL-BOGFOERT       VALUE "J".
       01 PENSION-IX      PIC 9(04) VALUE 0.
       01 PENSION-MATCH-IX PIC 9(04) VALUE 0.

       01 NUM-INDBERET    PIC 9(04) VALUE 0.
       01 INDBERET-ARR OCCURS 0 TO 1000 TIMES
               DEPENDING ON NUM-INDBERET.
           02 IS-NOEGLE.
               03 IS-CPR        PIC X(11).
               03 IS-KONTO-TYPE PIC X(10).
           02 IS-INDSKUD    PIC S9(10)V99.
           02 IS-UDBETALT   PIC S9(10)V99.
           02 IS-AFKAST     PIC S9(10)V99.
           02 IS-PAL-SKAT   PIC S9(10)V99.
       01 INDBERET-IX     PIC 9(04) VALUE 0.
       01 INDBERET-MATCH-IX PIC 9(04) VALUE 0.

       01 NUM-GEN          PIC 9(05) VALUE 0.
       01 GEN-ARR OCCURS 0 TO 2000 TIMES DEPENDING ON NUM-GEN.
           COPY "../copybooks/TRANSAKTIONER.cpy".
       01 GEN-IX           PIC 9(05) VALUE 0.
       01 PAL-POSTERING.
           COPY "../copybooks/TRANSAKTIONER.cpy".
       01 POSTERING-NAVN   PIC X(41) VALUE SPACES.
       01 POSTERING-TIDSPUNKT PIC X(26) VALUE SPACES.
       01 VENT-PARTI-ID.
           02 VENT-PARTI-DATO PIC 9(08) VALUE ZEROS.
           02 VENT-PARTI-TID  PIC 9(08) VALUE ZEROS.

       01 KONTO-ANTAL      PIC 9(06) VALUE 0.
       01 TRANS-POSTER     PIC 9(06) VALUE 0.
       01 PAL-ANTAL        PIC 9(04) VALUE 0.
       01 ALLEREDE-ANTAL   PIC 9(04) VALUE 0.
       01 AFKAST-I-ALT     PIC S9(12)V99 VALUE ZEROS.
       01 PAL-I-ALT        PIC S9(12)V99 VALUE ZEROS.
       01 INDSKUD-I-ALT    PIC S9(12)V99 VALUE ZEROS.
       01 UDBETALT-I-ALT   PIC S9(12)V99 VALUE ZEROS.

       01 BELOEB-VIS       PIC -ZZZ,ZZZ,ZZ9.99.
       01 SATS-VIS         PIC Z9.99.
       01 SATS-PROCENT     PIC 9(02)V99 VALUE ZEROS.

       01 RAPPORT-LINJE.
           02 RL-KONTO         PIC X(14).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-TYPE          PIC X(10).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-CPR           PIC X(11).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-INDSKUD       PIC -ZZZ,ZZZ,ZZ9.99.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-UDBETALT      PIC -ZZZ,ZZZ,ZZ9.99.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-AFKAST        PIC -ZZZ,ZZZ,ZZ9.99.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-PAL-SKAT      PIC -ZZZ,ZZZ,ZZ9.99.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-BEMAERKNING   PIC X(20).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM PARM-FILL
           PERFORM BEREGN-SKAT-AAR
           PERFORM PRODUKT-ARR-FILL
           PERFORM KUNDE-ARR-FILL
           PERFORM PENSIONSKONTO-ARR-FILL
           IF NUM-PENSIONSKONTI = 0
               DISPLAY "Ingen pensionskonti i KontoOpl.txt - "
                   "ingen PAL-skat for " SKAT-AAR
               STOP RUN
           END-IF
           PERFORM LAES-LIVE-TRANS
           PERFORM LAES-ARKIV-FILER
           PERFORM VARYING PENSION-IX FROM 1 BY 1
                   UNTIL PENSION-IX > NUM-PENSIONSKONTI
               PERFORM BEREGN-PAL-SKAT
               PERFORM OPSUMMER-INDBERETNING
           END-PERFORM
           PERFORM SKRIV-INDBERETNING
           PERFORM SKRIV-RAPPORT
           PERFORM VENTENDE-SKRIV
           DISPLAY "PAL-skat for " SKAT-AAR ": " NUM-PENSIONSKONTI
               " pensionskonti, " PAL-ANTAL " beskattet, "
               ALLEREDE-ANTAL " allerede beskattet, "
               NUM-INDBERET " linjer indberettet."
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
           IF PARM-PAL-SATS OF PARM-REC NOT NUMERIC
               MOVE 0.1530 TO PARM-PAL-SATS OF PARM-REC
           END-IF.

      * Uden parameter beskattes sidste kalenderaar, som ved OPG-27.
       BEREGN-SKAT-AAR.
           PERFORM BOGFOERINGSDATO-FILL
           MOVE BD-DATO OF BOGFDATO-REC TO RUN-DATE
           STRING
               RUN-DATE(1:4) DELIMITED BY SIZE
               "-"           DELIMITED BY SIZE
               RUN-DATE(5:2) DELIMITED BY SIZE
               "-"           DELIMITED BY SIZE
               RUN-DATE(7:2) DELIMITED BY SIZE
           INTO DAGS-DATO
           IF PARM-AAR OF PARM-REC NUMERIC
                   AND PARM-AAR OF PARM-REC > 0
               MOVE PARM-AAR OF PARM-REC TO SKAT-AAR
           ELSE
               MOVE RUN-DATE(1:4) TO RUN-AAR
               COMPUTE SKAT-AAR = RUN-AAR - 1
           END-IF
           MOVE SKAT-AAR TO SKAT-AAR-X
           MOVE SPACES TO PAL-BUTIK
           STRING
               "PAL-SKAT "  DELIMITED BY SIZE
               SKAT-AAR-X   DELIMITED BY SIZE
           INTO PAL-BUTIK
           STRING
               "../data/Pensionsindberetning-" DELIMITED BY SIZE
               SKAT-AAR-X                      DELIMITED BY SIZE
               ".txt"                          DELIMITED BY SIZE
           INTO INDBERET-FILENAME
           STRING
               "../data/PAL-Skat-Rapport-" DELIMITED BY SIZE
               SKAT-AAR-X                  DELIMITED BY SIZE
               ".txt"                      DELIMITED BY SIZE
           INTO RAPPORT-FILENAME.

       PRODUKT-ARR-FILL.
           MOVE 0 TO NUM-PRODUKT
           OPEN INPUT FIL-PRODUKT
           IF PRODUKT-STATUS NOT = "00"
               DISPLAY "FEJL: Produktkatalog.txt kan ikke aabnes"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING PRODUKT-IX FROM 1 BY 1
                   UNTIL PRODUKT-IX > 50
               READ FIL-PRODUKT INTO PRODUKT-REKORD
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO NUM-PRODUKT
               MOVE PRODUKT-REKORD TO PRODUKT-ARR(NUM-PRODUKT)
           END-PERFORM
           CLOSE FIL-PRODUKT.

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

       PENSIONSKONTO-ARR-FILL.
           OPEN INPUT FIL-KONTI
           MOVE "N" TO TRAILER-FOUND-SW
           MOVE 0 TO NUM-PENSIONSKONTI
           MOVE ZEROS TO TRAILER-ANTAL
           MOVE 0 TO KONTO-ANTAL
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
                           ADD 1 TO KONTO-ANTAL
                           PERFORM GEM-PENSIONSKONTO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-KONTI
           IF TRAILER-FOUND-SW = "N"
               DISPLAY "FEJL: KontoOpl.txt mangler sluttaellerpost"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF KONTO-ANTAL NOT = TRAILER-ANTAL
               DISPLAY "FEJL: KontoOpl.txt - forventet "
                   TRAILER-ANTAL " poster, fandt " KONTO-ANTAL
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       GEM-PENSIONSKONTO.
           PERFORM VARYING PRODUKT-IX FROM 1 BY 1
                   UNTIL PRODUKT-IX > NUM-PRODUKT
               IF PK-KONTO-TYPE OF PRODUKT-ARR(PRODUKT-IX)
                       = KONTO-TYPE OF KONTO-REKORD
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF PRODUKT-IX > NUM-PRODUKT
               EXIT PARAGRAPH
           END-IF
           IF NOT PK-PENSION OF PRODUKT-ARR(PRODUKT-IX)
               EXIT PARAGRAPH
           END-IF
           IF NUM-PENSIONSKONTI >= 1000
               DISPLAY "FEJL: flere end 1000 pensionskonti - "
                   "udvid PENSIONSKONTO-ARR."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO NUM-PENSIONSKONTI
           MOVE KONTO-ID OF KONTO-REKORD
             TO PS-KONTO-ID(NUM-PENSIONSKONTI)
           MOVE KUNDE-ID OF KONTO-REKORD
             TO PS-KUNDE-ID(NUM-PENSIONSKONTI)
           MOVE KONTO-TYPE OF KONTO-REKORD
             TO PS-KONTO-TYPE(NUM-PENSIONSKONTI)
           MOVE VALUTA-KD OF KONTO-REKORD
             TO PS-VALUTA(NUM-PENSIONSKONTI)
           MOVE KUNDE-ID OF KONTO-REKORD TO PS-CPR(NUM-PENSIONSKONTI)
           MOVE 0 TO PS-KUNDE-IX(NUM-PENSIONSKONTI)
           PERFORM VARYING KUNDE-IX2 FROM 1 BY 1
                   UNTIL KUNDE-IX2 > NUM-KUNDER
               IF KUNDE-ID OF KUNDE-ARR(KUNDE-IX2)
                       = KUNDE-ID OF KONTO-REKORD
                   MOVE KUNDE-IX2 TO PS-KUNDE-IX(NUM-PENSIONSKONTI)
                   IF CPR OF KUNDE-ARR(KUNDE-IX2) NOT = SPACES
                       MOVE CPR OF KUNDE-ARR(KUNDE-IX2)
                         TO PS-CPR(NUM-PENSIONSKONTI)
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE ZEROS TO PS-INDSKUD(NUM-PENSIONSKONTI)
           MOVE ZEROS TO PS-UDBETALT(NUM-PENSIONSKONTI)
           MOVE ZEROS TO PS-AFKAST(NUM-PENSIONSKONTI)
           MOVE ZEROS TO PS-PAL-SKAT(NUM-PENSIONSKONTI)
           MOVE "N" TO PS-PAL-SW(NUM-PENSIONSKONTI).

       LAES-LIVE-TRANS.
           OPEN INPUT FIL-TRANS
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-TRANS INTO TRANS-VURDER
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TRANS-VURDER(1:7) = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                       ELSE
                           PERFORM VURDER-TRANSAKTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-TRANS.

       LAES-ARKIV-FILER.
           OPEN INPUT FIL-KATALOG
           IF KATALOG-STATUS NOT = "00"
               DISPLAY "Arkiv-Katalog.txt findes ikke - kun "
                   "indevaerende udtraek indgaar."
           ELSE
               MOVE "N" TO KATALOG-EOF
               PERFORM UNTIL KATALOG-EOF = "Y"
                   READ FIL-KATALOG
                       AT END
                           MOVE "Y" TO KATALOG-EOF
                       NOT AT END
                           MOVE KAT-FILNAVN TO ARKIV-FILENAME
                           PERFORM LAES-EN-ARKIVFIL
                   END-READ
               END-PERFORM
               CLOSE FIL-KATALOG
           END-IF.

       LAES-EN-ARKIVFIL.
           OPEN INPUT FIL-ARKIV
           IF ARKIV-STATUS NOT = "00"
               DISPLAY "ADVARSEL: arkivfil mangler: " ARKIV-FILENAME
           ELSE
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ FIL-ARKIV INTO TRANS-VURDER
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF TRANS-VURDER(1:7) = "TRAILER"
                               MOVE "Y" TO EOF-FLAG
                           ELSE
                               PERFORM VURDER-TRANSAKTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIL-ARKIV
           END-IF.

      * En PALSKAT-postering med aarets tekst kan ligge i det nye aar
      * og taeller derfor uanset tidspunkt. Ellers indgaar kun aarets
      * posteringer: RENTE er afkast, gebyrer er hverken indskud eller
      * udbetaling, og oevrige plus- og minusbeloeb er indskud og
      * udbetalinger.
       VURDER-TRANSAKTION.
           MOVE 0 TO PENSION-MATCH-IX
           PERFORM VARYING PENSION-IX FROM 1 BY 1
                   UNTIL PENSION-IX > NUM-PENSIONSKONTI
               IF PS-KONTO-ID(PENSION-IX) = KONTO-ID OF TRANS-VURDER
                   MOVE PENSION-IX TO PENSION-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF PENSION-MATCH-IX = 0
               EXIT PARAGRAPH
           END-IF
           IF TRANS-TYPE OF TRANS-VURDER = "PALSKAT"
               IF BUTIK OF TRANS-VURDER = PAL-BUTIK
                   MOVE "J" TO PS-PAL-SW(PENSION-MATCH-IX)
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF TIDSPUNKT OF TRANS-VURDER (1:4) NOT = SKAT-AAR-X
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO TRANS-POSTER
           EVALUATE TRUE
               WHEN TRANS-TYPE OF TRANS-VURDER = "RENTE"
                   ADD BELØB OF TRANS-VURDER
                     TO PS-AFKAST(PENSION-MATCH-IX)
               WHEN TRANS-TYPE OF TRANS-VURDER = "GEBYR"
                   CONTINUE
               WHEN BELØB OF TRANS-VURDER > ZEROS
                   ADD BELØB OF TRANS-VURDER
                     TO PS-INDSKUD(PENSION-MATCH-IX)
               WHEN OTHER
                   SUBTRACT BELØB OF TRANS-VURDER
                     FROM PS-UDBETALT(PENSION-MATCH-IX)
           END-EVALUATE.

       BEREGN-PAL-SKAT.
           MOVE ZEROS TO PS-PAL-SKAT(PENSION-IX)
           IF PS-AFKAST(PENSION-IX) > ZEROS
               COMPUTE PS-PAL-SKAT(PENSION-IX) ROUNDED =
                   PS-AFKAST(PENSION-IX) * PARM-PAL-SATS OF PARM-REC
           END-IF
           ADD PS-AFKAST(PENSION-IX) TO AFKAST-I-ALT
           ADD PS-INDSKUD(PENSION-IX) TO INDSKUD-I-ALT
           ADD PS-UDBETALT(PENSION-IX) TO UDBETALT-I-ALT
           IF PS-PAL-SKAT(PENSION-IX) = ZEROS
               EXIT PARAGRAPH
           END-IF
           ADD PS-PAL-SKAT(PENSION-IX) TO PAL-I-ALT
           IF PS-PAL-BOGFOERT(PENSION-IX)
               ADD 1 TO ALLEREDE-ANTAL
           ELSE
               ADD 1 TO PAL-ANTAL
               PERFORM BUILD-PAL-POSTERING
           END-IF.

       BUILD-PAL-POSTERING.
           MOVE SPACES TO PAL-POSTERING
           MOVE PS-CPR(PENSION-IX) TO CPR OF PAL-POSTERING
           IF PS-KUNDE-IX(PENSION-IX) > 0
               MOVE PS-KUNDE-IX(PENSION-IX) TO KUNDE-IX2
               MOVE SPACES TO POSTERING-NAVN
               STRING
                   FORNAVN OF KUNDE-ARR(KUNDE-IX2) DELIMITED BY SPACE
                   " "                             DELIMITED BY SIZE
                   EFTERNAVN OF KUNDE-ARR(KUNDE-IX2)
                                                   DELIMITED BY SPACE
               INTO POSTERING-NAVN
               MOVE POSTERING-NAVN TO NAVN OF PAL-POSTERING
               STRING
                   FUNCTION TRIM(VEJNAVN OF KUNDE-ARR(KUNDE-IX2))
                                                   DELIMITED BY SIZE
                   " "                             DELIMITED BY SIZE
                   HUSNR OF KUNDE-ARR(KUNDE-IX2)   DELIMITED BY SPACE
                   " "                             DELIMITED BY SIZE
                   BY-ADR OF KUNDE-ARR(KUNDE-IX2)  DELIMITED BY SPACE
               INTO ADRESSE OF PAL-POSTERING
           END-IF
           MOVE PS-KONTO-ID(PENSION-IX) TO KONTO-ID OF PAL-POSTERING
           MOVE ZEROS TO REG-NR OF PAL-POSTERING
           COMPUTE BELØB OF PAL-POSTERING = 0 - PS-PAL-SKAT(PENSION-IX)
           MOVE PS-VALUTA(PENSION-IX) TO VALUTA OF PAL-POSTERING
           MOVE "PALSKAT" TO TRANS-TYPE OF PAL-POSTERING
           MOVE PAL-BUTIK TO BUTIK OF PAL-POSTERING
           MOVE SPACES TO POSTERING-TIDSPUNKT
           STRING
               DAGS-DATO          DELIMITED BY SIZE
               "-00:00:00.000000" DELIMITED BY SIZE
           INTO POSTERING-TIDSPUNKT
           MOVE POSTERING-TIDSPUNKT TO TIDSPUNKT OF PAL-POSTERING
           IF NUM-GEN >= 2000
               DISPLAY "FEJL: PAL-posteringer overstiger "
                   "GEN-ARR's graense paa 2000 poster."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO NUM-GEN
           MOVE PAL-POSTERING TO GEN-ARR(NUM-GEN).

      * Indberetningen samler kundens konti med samme pensionsprodukt.
      * Konti uden bevaegelser i aaret indberettes ikke.
       OPSUMMER-INDBERETNING.
           IF PS-INDSKUD(PENSION-IX) = ZEROS
                   AND PS-UDBETALT(PENSION-IX) = ZEROS
                   AND PS-AFKAST(PENSION-IX) = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO INDBERET-MATCH-IX
           PERFORM VARYING INDBERET-IX FROM 1 BY 1
                   UNTIL INDBERET-IX > NUM-INDBERET
               IF IS-CPR(INDBERET-IX) = PS-CPR(PENSION-IX)
                   AND IS-KONTO-TYPE(INDBERET-IX)
                       = PS-KONTO-TYPE(PENSION-IX)
                   MOVE INDBERET-IX TO INDBERET-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF INDBERET-MATCH-IX = 0
               ADD 1 TO NUM-INDBERET
               MOVE PS-CPR(PENSION-IX) TO IS-CPR(NUM-INDBERET)
               MOVE PS-KONTO-TYPE(PENSION-IX)
                 TO IS-KONTO-TYPE(NUM-INDBERET)
               MOVE ZEROS TO IS-INDSKUD(NUM-INDBERET)
               MOVE ZEROS TO IS-UDBETALT(NUM-INDBERET)
               MOVE ZEROS TO IS-AFKAST(NUM-INDBERET)
               MOVE ZEROS TO IS-PAL-SKAT(NUM-INDBERET)
               MOVE NUM-INDBERET TO INDBERET-MATCH-IX
           END-IF
           ADD PS-INDSKUD(PENSION-IX) TO IS-INDSKUD(INDBERET-MATCH-IX)
           ADD PS-UDBETALT(PENSION-IX)
             TO IS-UDBETALT(INDBERET-MATCH-IX)
           ADD PS-AFKAST(PENSION-IX) TO IS-AFKAST(INDBERET-MATCH-IX)
           ADD PS-PAL-SKAT(PENSION-IX)
             TO IS-PAL-SKAT(INDBERET-MATCH-IX).

       SKRIV-INDBERETNING.
           IF NUM-INDBERET > 1
               SORT INDBERET-ARR ASCENDING IS-NOEGLE
           END-IF
           OPEN OUTPUT FIL-INDBERET
           PERFORM VARYING INDBERET-IX FROM 1 BY 1
                   UNTIL INDBERET-IX > NUM-INDBERET
               MOVE SPACES TO INDBERET-REKORD
               MOVE IS-CPR(INDBERET-IX) TO PI-CPR
               MOVE IS-KONTO-TYPE(INDBERET-IX) TO PI-KONTO-TYPE
               MOVE IS-INDSKUD(INDBERET-IX) TO PI-INDSKUD
               MOVE IS-UDBETALT(INDBERET-IX) TO PI-UDBETALT
               MOVE IS-AFKAST(INDBERET-IX) TO PI-AFKAST
               MOVE IS-PAL-SKAT(INDBERET-IX) TO PI-PAL-SKAT
               WRITE INDBERET-REKORD
           END-PERFORM
           MOVE SPACES TO INDBERET-REKORD
           MOVE "TRAILER" TO TR-MARKER OF INDBERET-TRAILER
           MOVE NUM-INDBERET TO TR-ANTAL OF INDBERET-TRAILER
           WRITE INDBERET-REKORD
           CLOSE FIL-INDBERET.

       SKRIV-RAPPORT.
           OPEN OUTPUT FIL-RAPPORT
           COMPUTE SATS-PROCENT = PARM-PAL-SATS OF PARM-REC * 100
           MOVE SATS-PROCENT TO SATS-VIS
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "PAL-SKAT PAA PENSIONSKONTI - indkomstaar "
                                     DELIMITED BY SIZE
               SKAT-AAR-X            DELIMITED BY SIZE
               " - sats "            DELIMITED BY SIZE
               SATS-VIS              DELIMITED BY SIZE
               " pct. - koert "      DELIMITED BY SIZE
               DAGS-DATO             DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE "Konto          Type       CPR                 Indskud"
             TO RAPPORT-TEXT
           MOVE "    Udbetalinger          Afkast        PAL-skat"
             TO RAPPORT-TEXT(54:)
           MOVE "Bemaerkning" TO RAPPORT-TEXT(103:)
           WRITE RAPPORT-REC
           PERFORM VARYING PENSION-IX FROM 1 BY 1
                   UNTIL PENSION-IX > NUM-PENSIONSKONTI
               MOVE SPACES TO RAPPORT-LINJE
               MOVE PS-KONTO-ID(PENSION-IX) TO RL-KONTO
               MOVE PS-KONTO-TYPE(PENSION-IX) TO RL-TYPE
               MOVE PS-CPR(PENSION-IX) TO RL-CPR
               MOVE PS-INDSKUD(PENSION-IX) TO RL-INDSKUD
               MOVE PS-UDBETALT(PENSION-IX) TO RL-UDBETALT
               MOVE PS-AFKAST(PENSION-IX) TO RL-AFKAST
               MOVE PS-PAL-SKAT(PENSION-IX) TO RL-PAL-SKAT
               IF PS-PAL-SKAT(PENSION-IX) > ZEROS
                   IF PS-PAL-BOGFOERT(PENSION-IX)
                       MOVE "allerede bogfoert" TO RL-BEMAERKNING
                   ELSE
                       MOVE "stillet i koe" TO RL-BEMAERKNING
                   END-IF
               END-IF
               MOVE SPACES TO RAPPORT-TEXT
               MOVE RAPPORT-LINJE TO RAPPORT-TEXT
               WRITE RAPPORT-REC
           END-PERFORM
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE INDSKUD-I-ALT TO BELOEB-VIS
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Indskud i alt:      " DELIMITED BY SIZE
               BELOEB-VIS             DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE UDBETALT-I-ALT TO BELOEB-VIS
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Udbetalinger i alt: " DELIMITED BY SIZE
               BELOEB-VIS             DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE AFKAST-I-ALT TO BELOEB-VIS
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Afkast i alt:       " DELIMITED BY SIZE
               BELOEB-VIS             DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE PAL-I-ALT TO BELOEB-VIS
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "PAL-skat i alt:     " DELIMITED BY SIZE
               BELOEB-VIS             DELIMITED BY SIZE
               "  - heraf "           DELIMITED BY SIZE
               PAL-ANTAL              DELIMITED BY SIZE
               " posteringer stillet i koe" DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           CLOSE FIL-RAPPORT.

      * PAL-skatten stilles i koe i Ventende-Posteringer.txt som eet
      * parti med egen trailer, som OPG-108.
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
               MOVE "OPG116" TO VP-KILDE OF VENTENDE-REKORD
               MOVE VENT-PARTI-ID TO VP-PARTI-ID OF VENTENDE-REKORD
               WRITE VENTENDE-REKORD
           END-PERFORM
           MOVE SPACES TO VENTENDE-REKORD
           MOVE "TRAILER" TO TR-MARKER OF VENTENDE-TRAILER
           MOVE NUM-GEN TO TR-ANTAL OF VENTENDE-TRAILER
           MOVE "OPG116" TO VP-KILDE OF VENTENDE-REKORD
           MOVE VENT-PARTI-ID TO VP-PARTI-ID OF VENTENDE-REKORD
           WRITE VENTENDE-REKORD
           CLOSE FIL-VENTENDE.

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
