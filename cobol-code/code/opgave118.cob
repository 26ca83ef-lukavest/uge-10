       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPG-118.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIL-BOKSE ASSIGN TO "../data/Bokse-Register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOKSE-FIL-STATUS.
           SELECT FIL-PARM ASSIGN TO "../data/OPG118-Parametre.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-STATUS.
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
           SELECT FIL-RYKKER
               ASSIGN TO "../data/Bokse-Rykkerliste.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-RAPPORT
               ASSIGN TO "../data/Boksleje-Rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-BOGFDATO ASSIGN TO "../data/Bogfoeringsdato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOGFDATO-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD FIL-BOKSE.
       01 BOKS-REKORD.
           COPY "../copybooks/BOKS.cpy".
       01 BOKS-REKORD-TRAILER REDEFINES BOKS-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(110).

       FD FIL-PARM.
       01 PARM-FILE-REC.
           COPY "../copybooks/OPG118-PARAMETRE.cpy".

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

       FD FIL-RYKKER.
       01 RYKKER-REC.
           02 RYKKER-TEXT PIC X(132).

       FD FIL-RAPPORT.
       01 RAPPORT-REC.
           02 RAPPORT-TEXT PIC X(132).

       FD FIL-BOGFDATO.
       01 BOGFDATO-FIL-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".

       WORKING-STORAGE SECTION.

      * Aarlig opkraevning af boksleje. Lejen for aaret (efter boksens
      * stoerrelse, OPG118-Parametre.txt) traekkes som GEBYR med
      * gebyrkode BOKSLEJE fra betalingskontoen ved aarets foerste
      * koersel, naar kontoen kan daekke den uden overtraek
      * (reservationer og udlaeg fragaar som ved OPG-111). Kan den
      * ikke det, bliver lejen restance, boksen spaerres, og lejeren
      * kommer paa Bokse-Rykkerliste.txt. Restancen forsoeges
      * opkraevet ved hver koersel, og spaerringen ophaeves, naar den
      * er betalt. Er lejeren inaktiv eller betalingskontoen lukket,
      * markeres boksen til toemning i stedet, og intet opkraeves.
       01 BOKSE-FIL-STATUS PIC XX VALUE "00".
       01 PARM-STATUS     PIC XX VALUE "00".
       01 TRANS-STATUS     PIC XX VALUE "00".
       01 VENTENDE-STATUS  PIC XX VALUE "00".
       01 UDLAEG-FIL-STATUS PIC XX VALUE "00".
       01 RESERVATION-FIL-STATUS PIC XX VALUE "00".
       01 TRAILER-FOUND-SW PIC X(01) VALUE "N".
       01 TRAILER-ANTAL    PIC 9(06) VALUE ZEROS.
       01 TRANS-LAEST      PIC 9(06) VALUE ZEROS.
       01 EOF-FLAG         PIC X(01) VALUE "N".

       01 PARM-REC.
           COPY "../copybooks/OPG118-PARAMETRE.cpy".
       01 OPKRAEV-AAR      PIC 9(04) VALUE ZEROS.

       01 NUM-BOKSE      PIC 9(04) VALUE 0.
       01 BOKS-ARR OCCURS 0 TO 2000 TIMES DEPENDING ON NUM-BOKSE.
           COPY "../copybooks/BOKS.cpy".
       01 BOKS-IX         PIC 9(04) VALUE 0.

       01 NUM-KONTI        PIC 9(04) VALUE 0.
       01 KONTO-ARR OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-KONTI.
           COPY "../copybooks/KONTOOPL.cpy".
           02 KS-SALDO        PIC S9(12)V99.
       01 KONTO-IX2        PIC 9(04) VALUE 0.
       01 KONTO-MATCH-IX   PIC 9(04) VALUE 0.

       01 NUM-KUNDER       PIC 9(04) VALUE 0.
       01 KUNDE-ARR OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-KUNDER.
           COPY "../copybooks/KUNDER.cpy".
       01 KUNDE-IX2        PIC 9(04) VALUE 0.
       01 KUNDE-MATCH-IX   PIC 9(04) VALUE 0.
       01 KONTO-LUKKET-SW  PIC X(01) VALUE "N".

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

       01 AARETS-LEJE      PIC S9(07)V99 VALUE ZEROS.
       01 TRUKKET-BELOEB   PIC S9(07)V99 VALUE ZEROS.
       01 POSTERING-BELOEB PIC S9(07)V99 VALUE ZEROS.
       01 BEMAERKNING      PIC X(40) VALUE SPACES.

       01 OPKRAEVET-ANTAL  PIC 9(04) VALUE 0.
       01 RESTANCE-ANTAL   PIC 9(04) VALUE 0.
       01 AFVIKLET-ANTAL   PIC 9(04) VALUE 0.
       01 TOEMNING-ANTAL   PIC 9(04) VALUE 0.
       01 RYKKER-ANTAL     PIC 9(04) VALUE 0.
       01 OPKRAEVET-I-ALT  PIC S9(12)V99 VALUE ZEROS.
       01 RESTANCE-I-ALT   PIC S9(12)V99 VALUE ZEROS.

       01 NUM-GEN          PIC 9(05) VALUE 0.
       01 GEN-ARR OCCURS 0 TO 2000 TIMES DEPENDING ON NUM-GEN.
           COPY "../copybooks/TRANSAKTIONER.cpy".
       01 GEN-IX           PIC 9(05) VALUE 0.
       01 LEJE-POSTERING.
           COPY "../copybooks/TRANSAKTIONER.cpy".
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
           02 RL-BOKS          PIC X(06).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-REG-NR        PIC 9(06).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-KUNDE-ID      PIC X(10).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-KONTO         PIC X(14).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-TRUKKET       PIC -ZZZ,ZZZ,ZZ9.99.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-RESTANCE      PIC -ZZZ,ZZZ,ZZ9.99.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-BEMAERKNING   PIC X(40).

       01 RYKKER-LINJE.
           02 RY-BOKS          PIC X(06).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RY-REG-NR        PIC 9(06).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RY-KUNDE-ID      PIC X(10).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RY-NAVN          PIC X(41).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RY-RESTANCE      PIC -ZZZ,ZZZ,ZZ9.99.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RY-DATO          PIC X(10).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RY-ADRESSE       PIC X(38).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM PARM-FILL
           PERFORM DAGS-DATO-FILL
           PERFORM BOKS-ARR-FILL
           IF NUM-BOKSE = 0
               DISPLAY "Ingen bokse i Bokse-Register.txt - "
                   "intet opkraevet."
               STOP RUN
           END-IF
           PERFORM KONTO-ARR-FILL
           PERFORM KUNDE-ARR-FILL
           PERFORM UDLAEG-ARR-FILL
           PERFORM RESERVATION-ARR-FILL
           PERFORM TRANS-SUMMER
           PERFORM VENTENDE-SUMMER
           OPEN OUTPUT FIL-RAPPORT
           PERFORM SKRIV-RAPPORT-HOVED
           PERFORM VARYING BOKS-IX FROM 1 BY 1
                   UNTIL BOKS-IX > NUM-BOKSE
               IF BX-UDLEJET OF BOKS-ARR(BOKS-IX)
                       AND NOT BX-TIL-TOEMNING OF BOKS-ARR(BOKS-IX)
                   PERFORM BEHANDL-BOKS
               END-IF
           END-PERFORM
           PERFORM SKRIV-RAPPORT-TOTAL
           CLOSE FIL-RAPPORT
           PERFORM RYKKERLISTE-SKRIV
           PERFORM VENTENDE-SKRIV
           PERFORM BOKS-ARR-REWRITE
           DISPLAY "Boksleje " OPKRAEV-AAR ": " OPKRAEVET-ANTAL
               " opkraevet, " RESTANCE-ANTAL " i restance, "
               AFVIKLET-ANTAL " restancer afviklet, "
               TOEMNING-ANTAL " til toemning, " NUM-GEN
               " posteringer stillet i koe."
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
           IF PARM-LEJE-LILLE OF PARM-REC NOT NUMERIC
               MOVE 500.00 TO PARM-LEJE-LILLE OF PARM-REC
           END-IF
           IF PARM-LEJE-MELLEM OF PARM-REC NOT NUMERIC
               MOVE 850.00 TO PARM-LEJE-MELLEM OF PARM-REC
           END-IF
           IF PARM-LEJE-STOR OF PARM-REC NOT NUMERIC
               MOVE 1400.00 TO PARM-LEJE-STOR OF PARM-REC
           END-IF.

      * Uden parameter opkraeves lejen for bogfoeringsdatoens aar.
       DAGS-DATO-FILL.
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
               MOVE PARM-AAR OF PARM-REC TO OPKRAEV-AAR
           ELSE
               MOVE RUN-DATE(1:4) TO OPKRAEV-AAR
           END-IF.

       BOKS-ARR-FILL.
           MOVE 0 TO NUM-BOKSE
           OPEN INPUT FIL-BOKSE
           IF BOKSE-FIL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO TRAILER-FOUND-SW
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-BOKSE INTO BOKS-REKORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF BOKS-REKORD-TRAILER = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                           MOVE "Y" TO TRAILER-FOUND-SW
                           MOVE TR-ANTAL OF BOKS-REKORD-TRAILER
                             TO TRAILER-ANTAL
                       ELSE
                           IF NUM-BOKSE >= 2000
                               DISPLAY "FEJL: flere end 2000 bokse i "
                                   "Bokse-Register.txt."
                               MOVE 1 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO NUM-BOKSE
                           MOVE BOKS-REKORD TO BOKS-ARR(NUM-BOKSE)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-BOKSE
           IF TRAILER-FOUND-SW = "N"
               DISPLAY "FEJL: Bokse-Register.txt mangler "
                   "sluttaellerpost"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NUM-BOKSE NOT = TRAILER-ANTAL
               DISPLAY "FEJL: Bokse-Register.txt - forventet "
                   TRAILER-ANTAL " poster, fandt " NUM-BOKSE
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
                           MOVE BALANCE OF KONTO-REKORD
                             TO KS-SALDO(NUM-KONTI)
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

      * Betalingskontoens saldo: KontoOpl.txt's BALANCE plus alle
      * bogfoerte transaktioner og de posteringer, der allerede
      * venter paa OPG-96.
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
                           PERFORM TRANS-TIL-KONTO
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
                           PERFORM TRANS-TIL-KONTO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-VENTENDE.

       TRANS-TIL-KONTO.
           MOVE KONTO-ID OF TRANSAKTIONER TO POSTERING-KONTO
           PERFORM LOOKUP-KONTO
           IF KONTO-MATCH-IX > 0
               ADD BELØB OF TRANSAKTIONER TO KS-SALDO(KONTO-MATCH-IX)
           END-IF.

      * En boks, hvis lejer eller betalingskonto er lukket, skal
      * toemmes; ellers afvikles en restance, og aarets leje
      * opkraeves, hvis det ikke allerede er sket.
       BEHANDL-BOKS.
           MOVE ZEROS TO TRUKKET-BELOEB
           MOVE SPACES TO BEMAERKNING
           PERFORM CHECK-LUKNING
           IF BX-TIL-TOEMNING OF BOKS-ARR(BOKS-IX)
               ADD 1 TO TOEMNING-ANTAL
               PERFORM SKRIV-RAPPORT-LINJE
               EXIT PARAGRAPH
           END-IF
           IF BX-RESTANCE-BELOEB OF BOKS-ARR(BOKS-IX) > ZEROS
               PERFORM AFVIKL-RESTANCE
           END-IF
           IF BX-SIDST-OPKRAEVET OF BOKS-ARR(BOKS-IX) < OPKRAEV-AAR
               PERFORM OPKRAEV-LEJE
           END-IF
           IF BEMAERKNING NOT = SPACES
               PERFORM SKRIV-RAPPORT-LINJE
           END-IF.

      * Samme lukningskriterier som OPG-100: kunden er inaktiv,
      * kontoen mangler i KontoOpl.txt, eller den er lukket i
      * Kundeoplysninger.txt.
       CHECK-LUKNING.
           MOVE BX-KONTO-ID OF BOKS-ARR(BOKS-IX) TO POSTERING-KONTO
           PERFORM LOOKUP-KONTO
           MOVE "N" TO KONTO-LUKKET-SW
           MOVE 0 TO KUNDE-MATCH-IX
           PERFORM VARYING KUNDE-IX2 FROM 1 BY 1
                   UNTIL KUNDE-IX2 > NUM-KUNDER
               IF KUNDE-ID OF KUNDE-ARR(KUNDE-IX2)
                       = BX-KUNDE-ID OF BOKS-ARR(BOKS-IX)
                       AND KUNDE-MATCH-IX = 0
                   MOVE KUNDE-IX2 TO KUNDE-MATCH-IX
               END-IF
               IF KONTO-NUMMER OF KUNDE-ARR(KUNDE-IX2)
                       = BX-KONTO-ID OF BOKS-ARR(BOKS-IX)
                       AND KONTO-LUKKET OF KUNDE-ARR(KUNDE-IX2)
                   MOVE "J" TO KONTO-LUKKET-SW
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN KUNDE-MATCH-IX = 0
                   MOVE "Lejer findes ikke"
                     TO BX-TOEMNING-AARSAG OF BOKS-ARR(BOKS-IX)
               WHEN KUNDE-INAKTIV OF KUNDE-ARR(KUNDE-MATCH-IX)
                   MOVE "Lejer er lukket"
                     TO BX-TOEMNING-AARSAG OF BOKS-ARR(BOKS-IX)
               WHEN KONTO-MATCH-IX = 0
                   MOVE "Konto findes ikke"
                     TO BX-TOEMNING-AARSAG OF BOKS-ARR(BOKS-IX)
               WHEN KONTO-LUKKET-SW = "J"
                   MOVE "Konto er lukket"
                     TO BX-TOEMNING-AARSAG OF BOKS-ARR(BOKS-IX)
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE "J" TO BX-TOEMNING-SW OF BOKS-ARR(BOKS-IX)
           STRING "Til toemning: "   DELIMITED BY SIZE
               BX-TOEMNING-AARSAG OF BOKS-ARR(BOKS-IX)
                                     DELIMITED BY SIZE
           INTO BEMAERKNING.

      * En restance betales samlet, naar kontoen kan daekke den;
      * derefter ophaeves adgangsspaerringen.
       AFVIKL-RESTANCE.
           PERFORM BEREGN-DISPONIBEL
           IF FROSSET-SW = "N"
                   AND DISPONIBEL-BELOEB
                       >= BX-RESTANCE-BELOEB OF BOKS-ARR(BOKS-IX)
               MOVE BX-RESTANCE-BELOEB OF BOKS-ARR(BOKS-IX)
                 TO POSTERING-BELOEB
               PERFORM BUILD-LEJE-POSTERING
               MOVE ZEROS TO BX-RESTANCE-BELOEB OF BOKS-ARR(BOKS-IX)
               MOVE SPACES TO BX-RESTANCE-DATO OF BOKS-ARR(BOKS-IX)
               MOVE "N" TO BX-SPAERRET-SW OF BOKS-ARR(BOKS-IX)
               MOVE "Restance betalt - spaerring ophaevet"
                 TO BEMAERKNING
               ADD 1 TO AFVIKLET-ANTAL
           END-IF.

       OPKRAEV-LEJE.
           EVALUATE TRUE
               WHEN BX-MELLEM OF BOKS-ARR(BOKS-IX)
                   MOVE PARM-LEJE-MELLEM OF PARM-REC TO AARETS-LEJE
               WHEN BX-STOR OF BOKS-ARR(BOKS-IX)
                   MOVE PARM-LEJE-STOR OF PARM-REC TO AARETS-LEJE
               WHEN OTHER
                   MOVE PARM-LEJE-LILLE OF PARM-REC TO AARETS-LEJE
           END-EVALUATE
           MOVE OPKRAEV-AAR TO BX-SIDST-OPKRAEVET OF BOKS-ARR(BOKS-IX)
           PERFORM BEREGN-DISPONIBEL
           IF FROSSET-SW = "N"
                   AND BX-RESTANCE-BELOEB OF BOKS-ARR(BOKS-IX) = ZEROS
                   AND DISPONIBEL-BELOEB >= AARETS-LEJE
               MOVE AARETS-LEJE TO POSTERING-BELOEB
               PERFORM BUILD-LEJE-POSTERING
               MOVE "Aarets leje opkraevet" TO BEMAERKNING
               ADD 1 TO OPKRAEVET-ANTAL
           ELSE
               ADD AARETS-LEJE
                 TO BX-RESTANCE-BELOEB OF BOKS-ARR(BOKS-IX)
               IF BX-RESTANCE-DATO OF BOKS-ARR(BOKS-IX) = SPACES
                   MOVE DAGS-DATO
                     TO BX-RESTANCE-DATO OF BOKS-ARR(BOKS-IX)
               END-IF
               MOVE "J" TO BX-SPAERRET-SW OF BOKS-ARR(BOKS-IX)
               IF FROSSET-SW = "J"
                   MOVE "Kontoen er fastfrosset - adgang spaerret"
                     TO BEMAERKNING
               ELSE
                   MOVE "Ingen daekning - adgang spaerret"
                     TO BEMAERKNING
               END-IF
               ADD AARETS-LEJE TO RESTANCE-I-ALT
               ADD 1 TO RESTANCE-ANTAL
           END-IF.

      * Lejen maa ikke bringe kontoen i overtraek: saldoen skal
      * daekke reservationer og udlagte beloeb. En fastfrosset konto
      * betaler intet.
       BEREGN-DISPONIBEL.
           MOVE ZEROS TO DISPONIBEL-BELOEB
           MOVE BX-KONTO-ID OF BOKS-ARR(BOKS-IX) TO UDLAEG-SOEG-KONTO
           PERFORM BEREGN-UDLAEG-FOR-KONTO
           IF FROSSET-SW = "J"
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO RESERVERET-BELOEB
           PERFORM VARYING RESERVATION-IX FROM 1 BY 1
                   UNTIL RESERVATION-IX > NUM-RESERVATION
               IF RES-KONTO-ID OF RESERVATION-ARR(RESERVATION-IX)
                       = BX-KONTO-ID OF BOKS-ARR(BOKS-IX)
                   AND RES-UDLOEB OF RESERVATION-ARR(RESERVATION-IX)
                       (1:10) NOT < DAGS-DATO
                   ADD RES-BELOEB OF RESERVATION-ARR(RESERVATION-IX)
                     TO RESERVERET-BELOEB
               END-IF
           END-PERFORM
           MOVE BX-KONTO-ID OF BOKS-ARR(BOKS-IX) TO POSTERING-KONTO
           PERFORM LOOKUP-KONTO
           IF KONTO-MATCH-IX > 0
               COMPUTE DISPONIBEL-BELOEB = KS-SALDO(KONTO-MATCH-IX)
                   - RESERVERET-BELOEB - HOLDT-BELOEB
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

      * Lejen posteres som GEBYR; BUTIK "BOKSLEJE <boks>" giver
      * gebyrkoden BOKSLEJE i OPG-74's aarsopgoerelse. Kontoens saldo
      * fremskrives, saa flere bokse paa samme konto ikke tilsammen
      * overtraekker den.
       BUILD-LEJE-POSTERING.
           MOVE SPACES TO LEJE-POSTERING
           MOVE BX-KONTO-ID OF BOKS-ARR(BOKS-IX) TO POSTERING-KONTO
           PERFORM LOOKUP-KONTO
           SUBTRACT POSTERING-BELOEB FROM KS-SALDO(KONTO-MATCH-IX)
           ADD POSTERING-BELOEB TO TRUKKET-BELOEB
           ADD POSTERING-BELOEB TO OPKRAEVET-I-ALT
           MOVE 0 TO KUNDE-MATCH-IX
           PERFORM VARYING KUNDE-IX2 FROM 1 BY 1
                   UNTIL KUNDE-IX2 > NUM-KUNDER
               IF KUNDE-ID OF KUNDE-ARR(KUNDE-IX2)
                       = KUNDE-ID OF KONTO-ARR(KONTO-MATCH-IX)
                   MOVE KUNDE-IX2 TO KUNDE-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF KUNDE-MATCH-IX > 0
               MOVE CPR OF KUNDE-ARR(KUNDE-MATCH-IX)
                 TO CPR OF LEJE-POSTERING
               MOVE SPACES TO POSTERING-NAVN
               STRING
                   FORNAVN OF KUNDE-ARR(KUNDE-MATCH-IX)
                                                   DELIMITED BY SPACE
                   " "                             DELIMITED BY SIZE
                   EFTERNAVN OF KUNDE-ARR(KUNDE-MATCH-IX)
                                                   DELIMITED BY SPACE
               INTO POSTERING-NAVN
               MOVE POSTERING-NAVN TO NAVN OF LEJE-POSTERING
               STRING
                   FUNCTION TRIM(VEJNAVN OF KUNDE-ARR(KUNDE-MATCH-IX))
                                                   DELIMITED BY SIZE
                   " "                             DELIMITED BY SIZE
                   HUSNR OF KUNDE-ARR(KUNDE-MATCH-IX)
                                                   DELIMITED BY SPACE
                   " "                             DELIMITED BY SIZE
                   BY-ADR OF KUNDE-ARR(KUNDE-MATCH-IX)
                                                   DELIMITED BY SPACE
               INTO ADRESSE OF LEJE-POSTERING
           END-IF
           MOVE POSTERING-KONTO TO KONTO-ID OF LEJE-POSTERING
           MOVE ZEROS TO REG-NR OF LEJE-POSTERING
           COMPUTE BELØB OF LEJE-POSTERING = 0 - POSTERING-BELOEB
           MOVE VALUTA-KD OF KONTO-ARR(KONTO-MATCH-IX)
             TO VALUTA OF LEJE-POSTERING
           MOVE "GEBYR" TO TRANS-TYPE OF LEJE-POSTERING
           STRING "BOKSLEJE "        DELIMITED BY SIZE
               BX-BOKS-NR OF BOKS-ARR(BOKS-IX) DELIMITED BY SIZE
           INTO BUTIK OF LEJE-POSTERING
           MOVE SPACES TO POSTERING-TIDSPUNKT
           STRING
               DAGS-DATO          DELIMITED BY SIZE
               "-00:00:00.000000" DELIMITED BY SIZE
           INTO POSTERING-TIDSPUNKT
           MOVE POSTERING-TIDSPUNKT TO TIDSPUNKT OF LEJE-POSTERING
           IF NUM-GEN >= 2000
               DISPLAY "FEJL: Lejeposteringer overstiger "
                   "GEN-ARR's graense paa 2000 poster."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO NUM-GEN
           MOVE LEJE-POSTERING TO GEN-ARR(NUM-GEN).

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
               MOVE "OPG118" TO VP-KILDE OF VENTENDE-REKORD
               MOVE VENT-PARTI-ID TO VP-PARTI-ID OF VENTENDE-REKORD
               WRITE VENTENDE-REKORD
           END-PERFORM
           MOVE SPACES TO VENTENDE-REKORD
           MOVE "TRAILER" TO TR-MARKER OF VENTENDE-TRAILER
           MOVE NUM-GEN TO TR-ANTAL OF VENTENDE-TRAILER
           MOVE "OPG118" TO VP-KILDE OF VENTENDE-REKORD
           MOVE VENT-PARTI-ID TO VP-PARTI-ID OF VENTENDE-REKORD
           WRITE VENTENDE-REKORD
           CLOSE FIL-VENTENDE.

       BOKS-ARR-REWRITE.
           OPEN OUTPUT FIL-BOKSE
           PERFORM VARYING BOKS-IX FROM 1 BY 1
                   UNTIL BOKS-IX > NUM-BOKSE
               WRITE BOKS-REKORD FROM BOKS-ARR(BOKS-IX)
           END-PERFORM
           MOVE SPACES TO BOKS-REKORD
           MOVE "TRAILER" TO TR-MARKER OF BOKS-REKORD-TRAILER
           MOVE NUM-BOKSE TO TR-ANTAL OF BOKS-REKORD-TRAILER
           WRITE BOKS-REKORD
           CLOSE FIL-BOKSE.

      * Rykkerlisten dannes forfra hver koersel med alle bokse i
      * restance, lejerens navn og adresse, til filialens opfoelgning.
       RYKKERLISTE-SKRIV.
           OPEN OUTPUT FIL-RYKKER
           MOVE SPACES TO RYKKER-TEXT
           STRING
               "RYKKERLISTE BANKBOKSE - bogfoeringsdato "
                                     DELIMITED BY SIZE
               DAGS-DATO             DELIMITED BY SIZE
           INTO RYKKER-TEXT
           WRITE RYKKER-REC
           MOVE SPACES TO RYKKER-TEXT
           WRITE RYKKER-REC
           MOVE "Boks   Reg-nr Lejer      Navn" TO RYKKER-TEXT
           MOVE "       Restance Siden      Adresse"
             TO RYKKER-TEXT(68:)
           WRITE RYKKER-REC
           PERFORM VARYING BOKS-IX FROM 1 BY 1
                   UNTIL BOKS-IX > NUM-BOKSE
               IF BX-RESTANCE-BELOEB OF BOKS-ARR(BOKS-IX) > ZEROS
                   PERFORM SKRIV-RYKKER-LINJE
               END-IF
           END-PERFORM
           CLOSE FIL-RYKKER.

       SKRIV-RYKKER-LINJE.
           MOVE SPACES TO RYKKER-LINJE
           MOVE BX-BOKS-NR OF BOKS-ARR(BOKS-IX) TO RY-BOKS
           MOVE BX-REG-NR OF BOKS-ARR(BOKS-IX) TO RY-REG-NR
           MOVE BX-KUNDE-ID OF BOKS-ARR(BOKS-IX) TO RY-KUNDE-ID
           MOVE BX-RESTANCE-BELOEB OF BOKS-ARR(BOKS-IX) TO RY-RESTANCE
           MOVE BX-RESTANCE-DATO OF BOKS-ARR(BOKS-IX) TO RY-DATO
           PERFORM VARYING KUNDE-IX2 FROM 1 BY 1
                   UNTIL KUNDE-IX2 > NUM-KUNDER
               IF KUNDE-ID OF KUNDE-ARR(KUNDE-IX2)
                       = BX-KUNDE-ID OF BOKS-ARR(BOKS-IX)
                   STRING
                       FORNAVN OF KUNDE-ARR(KUNDE-IX2)
                                                   DELIMITED BY SPACE
                       " "                         DELIMITED BY SIZE
                       EFTERNAVN OF KUNDE-ARR(KUNDE-IX2)
                                                   DELIMITED BY SPACE
                   INTO RY-NAVN
                   STRING
                       FUNCTION TRIM(VEJNAVN OF KUNDE-ARR(KUNDE-IX2))
                                                   DELIMITED BY SIZE
                       " "                         DELIMITED BY SIZE
                       HUSNR OF KUNDE-ARR(KUNDE-IX2)
                                                   DELIMITED BY SPACE
                       " "                         DELIMITED BY SIZE
                       BY-ADR OF KUNDE-ARR(KUNDE-IX2)
                                                   DELIMITED BY SPACE
                   INTO RY-ADRESSE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE SPACES TO RYKKER-TEXT
           MOVE RYKKER-LINJE TO RYKKER-TEXT
           WRITE RYKKER-REC
           ADD 1 TO RYKKER-ANTAL.

       SKRIV-RAPPORT-HOVED.
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "BOKSLEJE "           DELIMITED BY SIZE
               OPKRAEV-AAR           DELIMITED BY SIZE
               " - bogfoeringsdato " DELIMITED BY SIZE
               DAGS-DATO             DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE "Boks   Reg-nr Lejer      Konto"
             TO RAPPORT-TEXT
           MOVE "        Trukket        Restance Bemaerkning"
             TO RAPPORT-TEXT(41:)
           WRITE RAPPORT-REC.

       SKRIV-RAPPORT-LINJE.
           MOVE SPACES TO RAPPORT-LINJE
           MOVE BX-BOKS-NR OF BOKS-ARR(BOKS-IX) TO RL-BOKS
           MOVE BX-REG-NR OF BOKS-ARR(BOKS-IX) TO RL-REG-NR
           MOVE BX-KUNDE-ID OF BOKS-ARR(BOKS-IX) TO RL-KUNDE-ID
           MOVE BX-KONTO-ID OF BOKS-ARR(BOKS-IX) TO RL-KONTO
           MOVE TRUKKET-BELOEB TO RL-TRUKKET
           MOVE BX-RESTANCE-BELOEB OF BOKS-ARR(BOKS-IX) TO RL-RESTANCE
           MOVE BEMAERKNING TO RL-BEMAERKNING
           MOVE SPACES TO RAPPORT-TEXT
           MOVE RAPPORT-LINJE TO RAPPORT-TEXT
           WRITE RAPPORT-REC.

       SKRIV-RAPPORT-TOTAL.
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE OPKRAEVET-I-ALT TO BELOEB-VIS
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Opkraevet i alt:     " DELIMITED BY SIZE
               BELOEB-VIS            DELIMITED BY SIZE
               "  ("                 DELIMITED BY SIZE
               OPKRAEVET-ANTAL       DELIMITED BY SIZE
               " lejer, "            DELIMITED BY SIZE
               AFVIKLET-ANTAL        DELIMITED BY SIZE
               " restancer)"         DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE RESTANCE-I-ALT TO BELOEB-VIS
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Ny restance i alt:   " DELIMITED BY SIZE
               BELOEB-VIS            DELIMITED BY SIZE
               "  ("                 DELIMITED BY SIZE
               RESTANCE-ANTAL        DELIMITED BY SIZE
               " bokse spaerret)"    DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Markeret til toemning: " DELIMITED BY SIZE
               TOEMNING-ANTAL        DELIMITED BY SIZE
               " bokse"              DELIMITED BY SIZE
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
