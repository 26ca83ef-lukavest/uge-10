       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPG-107.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIL-CASHPOOL ASSIGN TO "../data/Cashpool-Register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CASHPOOL-STATUS.
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
           SELECT FIL-OPGOERELSE
               ASSIGN TO "../data/Cashpool-Opgoerelse.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-BOGFDATO ASSIGN TO "../data/Bogfoeringsdato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOGFDATO-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD FIL-CASHPOOL.
       01 CASHPOOL-REKORD.
           COPY "../copybooks/CASHPOOL.cpy".
       01 CASHPOOL-REKORD-TRAILER REDEFINES CASHPOOL-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(61).

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

       FD FIL-OPGOERELSE.
       01 RAPPORT-REC.
           02 RAPPORT-TEXT PIC X(132).

       FD FIL-BOGFDATO.
       01 BOGFDATO-FIL-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".

       WORKING-STORAGE SECTION.

      * Natlig cash pooling (nulstilling) af erhvervskontogrupper fra
      * Cashpool-Register.txt: hvert medlem bringes til sin maalsaldo
      * med et parret OVF-ben mod puljens topkonto - overskud
      * sweepes op, underskud daekkes fra toppen, alt efter
      * CP-RETNING. Posteringerne stilles i koe i
      * Ventende-Posteringer.txt som eet parti og bogfoeres af OPG-96
      * foer OPG-10 skriver saldohistorik og OPG-16 beregner rente.
      * Medlemmets mellemregning med puljen foeres i CP-POSITION
      * (positiv = puljen skylder medlemmet) og vises i
      * Cashpool-Opgoerelse.txt sammen med dagens sweep.
       01 CASHPOOL-STATUS  PIC XX VALUE "00".
       01 TRANS-STATUS     PIC XX VALUE "00".
       01 VENTENDE-STATUS  PIC XX VALUE "00".
       01 UDLAEG-FIL-STATUS PIC XX VALUE "00".
       01 TRAILER-FOUND-SW PIC X(01) VALUE "N".
       01 TRAILER-ANTAL    PIC 9(06) VALUE ZEROS.
       01 EOF-FLAG         PIC X(01) VALUE "N".

       01 NUM-MEDLEM       PIC 9(04) VALUE 0.
       01 MEDLEM-ARR OCCURS 0 TO 500 TIMES DEPENDING ON NUM-MEDLEM.
           COPY "../copybooks/CASHPOOL.cpy".
           02 MA-SALDO-FOER  PIC S9(12)V99.
           02 MA-SWEEP       PIC S9(12)V99.
           02 MA-BEMAERKNING PIC X(40).
       01 MEDLEM-IX        PIC 9(04) VALUE 0.
       01 MEDLEM-IX2       PIC 9(04) VALUE 0.

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

      * Saldo for hver konto, der indgaar i en pulje: KontoOpl.txt's
      * BALANCE plus alle bogfoerte transaktioner og de posteringer,
      * der allerede venter paa OPG-96 (fx dagens staaende ordrer).
      * SA-SALDO fremskrives med dagens sweep.
       01 NUM-SALDO        PIC 9(04) VALUE 0.
       01 SALDO-ARR OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-SALDO.
           02 SA-KONTO-ID    PIC X(14).
           02 SA-KONTO-IX    PIC 9(04).
           02 SA-SALDO-FOER  PIC S9(12)V99.
           02 SA-SALDO       PIC S9(12)V99.
       01 SALDO-IX         PIC 9(04) VALUE 0.
       01 SALDO-MATCH-IX   PIC 9(04) VALUE 0.
       01 SALDO-SOEG-KONTO PIC X(14) VALUE SPACES.
       01 MEDLEM-SALDO-IX  PIC 9(04) VALUE 0.
       01 TOP-SALDO-IX     PIC 9(04) VALUE 0.
       01 MEDLEM-KONTO-IX  PIC 9(04) VALUE 0.
       01 TOP-KONTO-IX     PIC 9(04) VALUE 0.

      * Aktive udlaeg og fastfrysninger fra Udlaeg-Register.txt: en
      * fastfrosset konto sweepes ikke ud, og et udlagt beloeb
      * bliver staaende paa medlemskontoen.
       01 NUM-UDLAEG       PIC 9(04) VALUE 0.
       01 UDLAEG-ARR OCCURS 0 TO 500 TIMES DEPENDING ON NUM-UDLAEG.
           COPY "../copybooks/UDLAEG.cpy".
       01 UDLAEG-IX        PIC 9(04) VALUE 0.
       01 HOLDT-BELOEB     PIC S9(12)V99 VALUE ZEROS.
       01 FROSSET-SW       PIC X(01) VALUE "N".
       01 UDLAEG-SOEG-KONTO PIC X(14) VALUE SPACES.

       01 SWEEP-DIFF       PIC S9(12)V99 VALUE ZEROS.
       01 SWEEP-FRA-KONTO  PIC X(14) VALUE SPACES.
       01 SWEEP-TIL-KONTO  PIC X(14) VALUE SPACES.
       01 SWEEP-ANTAL      PIC 9(04) VALUE 0.
       01 SPRUNGET-ANTAL   PIC 9(04) VALUE 0.

       01 NUM-GEN          PIC 9(05) VALUE 0.
       01 GEN-ARR OCCURS 0 TO 2000 TIMES DEPENDING ON NUM-GEN.
           COPY "../copybooks/TRANSAKTIONER.cpy".
       01 GEN-IX           PIC 9(05) VALUE 0.
       01 POOL-POSTERING.
           COPY "../copybooks/TRANSAKTIONER.cpy".
       01 POSTERING-BELOEB PIC S9(10)V99 VALUE ZEROS.
       01 POSTERING-KONTO  PIC X(14) VALUE SPACES.
       01 POOL-NAVN        PIC X(41) VALUE SPACES.
       01 POOL-TIDSPUNKT   PIC X(26) VALUE SPACES.
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

       01 POOL-VIST-SW     PIC X(01) VALUE "N".
       01 POOL-SWEEP-NETTO PIC S9(12)V99 VALUE ZEROS.
       01 POOL-POSITION    PIC S9(12)V99 VALUE ZEROS.
       01 BELOEB-VIS       PIC -ZZZ,ZZZ,ZZ9.99.
       01 BELOEB-VIS2      PIC -ZZZ,ZZZ,ZZ9.99.
       01 BELOEB-VIS3      PIC -ZZZ,ZZZ,ZZ9.99.

       01 MEDLEM-LINJE.
           02 ML-KONTO-ID      PIC X(14).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 ML-MAAL          PIC -ZZZ,ZZZ,ZZ9.99.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 ML-FOER          PIC -ZZZ,ZZZ,ZZ9.99.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 ML-SWEEP         PIC -ZZZ,ZZZ,ZZ9.99.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 ML-EFTER         PIC -ZZZ,ZZZ,ZZ9.99.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 ML-POSITION      PIC -ZZZ,ZZZ,ZZ9.99.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 ML-POS-TEKST     PIC X(20).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM DAGS-DATO-FILL
           PERFORM MEDLEM-ARR-FILL
           IF NUM-MEDLEM = 0
               DISPLAY "Ingen cashpools i Cashpool-Register.txt - "
                   "intet sweepet."
               PERFORM OPGOERELSE-SKRIV
               STOP RUN
           END-IF
           PERFORM KONTO-ARR-FILL
           PERFORM KUNDE-ARR-FILL
           PERFORM UDLAEG-ARR-FILL
           PERFORM SALDO-ARR-FILL
           PERFORM TRANS-SUMMER
           PERFORM VENTENDE-SUMMER
           PERFORM VARYING SALDO-IX FROM 1 BY 1
                   UNTIL SALDO-IX > NUM-SALDO
               MOVE SA-SALDO(SALDO-IX) TO SA-SALDO-FOER(SALDO-IX)
           END-PERFORM
           PERFORM VARYING MEDLEM-IX FROM 1 BY 1
                   UNTIL MEDLEM-IX > NUM-MEDLEM
               PERFORM BEHANDL-MEDLEM
           END-PERFORM
           PERFORM VENTENDE-SKRIV
           PERFORM MEDLEM-ARR-REWRITE
           PERFORM OPGOERELSE-SKRIV
           DISPLAY "Cashpool-sweep " DAGS-DATO ": " NUM-MEDLEM
               " medlemskonti, " SWEEP-ANTAL " sweepet, "
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

       MEDLEM-ARR-FILL.
           MOVE 0 TO NUM-MEDLEM
           OPEN INPUT FIL-CASHPOOL
           IF CASHPOOL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO TRAILER-FOUND-SW
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-CASHPOOL INTO CASHPOOL-REKORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF CASHPOOL-REKORD-TRAILER
                               = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                           MOVE "Y" TO TRAILER-FOUND-SW
                           MOVE TR-ANTAL OF CASHPOOL-REKORD-TRAILER
                             TO TRAILER-ANTAL
                       ELSE
                           IF NUM-MEDLEM >= 500
                               DISPLAY "FEJL: flere end 500 "
                                   "medlemskonti i "
                                   "Cashpool-Register.txt."
                               MOVE 1 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO NUM-MEDLEM
                           MOVE CASHPOOL-REKORD
                             TO MEDLEM-ARR(NUM-MEDLEM)(1:74)
                           MOVE ZEROS TO MA-SALDO-FOER(NUM-MEDLEM)
                           MOVE ZEROS TO MA-SWEEP(NUM-MEDLEM)
                           MOVE SPACES TO MA-BEMAERKNING(NUM-MEDLEM)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-CASHPOOL
           IF TRAILER-FOUND-SW = "N"
               DISPLAY "FEJL: Cashpool-Register.txt mangler "
                   "sluttaellerpost"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NUM-MEDLEM NOT = TRAILER-ANTAL
               DISPLAY "FEJL: Cashpool-Register.txt - forventet "
                   TRAILER-ANTAL " poster, fandt " NUM-MEDLEM
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

      * Een saldopost pr. konto, uanset hvor mange puljer og
      * medlemsraekker den optraeder i.
       SALDO-ARR-FILL.
           MOVE 0 TO NUM-SALDO
           PERFORM VARYING MEDLEM-IX FROM 1 BY 1
                   UNTIL MEDLEM-IX > NUM-MEDLEM
               MOVE CP-TOP-KONTO OF MEDLEM-ARR(MEDLEM-IX)
                 TO SALDO-SOEG-KONTO
               PERFORM TILFOEJ-SALDO-KONTO
               MOVE CP-MEDLEM-KONTO OF MEDLEM-ARR(MEDLEM-IX)
                 TO SALDO-SOEG-KONTO
               PERFORM TILFOEJ-SALDO-KONTO
           END-PERFORM.

       TILFOEJ-SALDO-KONTO.
           PERFORM FIND-SALDO-KONTO
           IF SALDO-MATCH-IX > 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO NUM-SALDO
           MOVE SALDO-SOEG-KONTO TO SA-KONTO-ID(NUM-SALDO)
           MOVE 0 TO SA-KONTO-IX(NUM-SALDO)
           MOVE ZEROS TO SA-SALDO(NUM-SALDO)
           MOVE ZEROS TO SA-SALDO-FOER(NUM-SALDO)
           MOVE SALDO-SOEG-KONTO TO POSTERING-KONTO
           PERFORM LOOKUP-KONTO
           IF KONTO-MATCH-IX > 0
               MOVE KONTO-MATCH-IX TO SA-KONTO-IX(NUM-SALDO)
               MOVE BALANCE OF KONTO-ARR(KONTO-MATCH-IX)
                 TO SA-SALDO(NUM-SALDO)
           END-IF.

       FIND-SALDO-KONTO.
           MOVE 0 TO SALDO-MATCH-IX
           PERFORM VARYING SALDO-IX FROM 1 BY 1
                   UNTIL SALDO-IX > NUM-SALDO
               IF SA-KONTO-ID(SALDO-IX) = SALDO-SOEG-KONTO
                   MOVE SALDO-IX TO SALDO-MATCH-IX
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
           MOVE 0 TO GEN-IX
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
                           ADD 1 TO GEN-IX
                           MOVE KONTO-ID OF TRANSAKTIONER
                             TO SALDO-SOEG-KONTO
                           PERFORM FIND-SALDO-KONTO
                           IF SALDO-MATCH-IX > 0
                               ADD BELØB OF TRANSAKTIONER
                                 TO SA-SALDO(SALDO-MATCH-IX)
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
           IF GEN-IX NOT = TRAILER-ANTAL
               DISPLAY "FEJL: Transaktioner.txt - forventet "
                   TRAILER-ANTAL " poster, fandt " GEN-IX
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO GEN-IX.

      * Ventende posteringer fra tidligere trin i natkoerslen tages
      * med, saa sweepet ser den saldo, OPG-96 vil bogfoere frem til.
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
                             TO SALDO-SOEG-KONTO
                           PERFORM FIND-SALDO-KONTO
                           IF SALDO-MATCH-IX > 0
                                   AND BELØB OF VENTENDE-REKORD
                                       IS NUMERIC
                               ADD BELØB OF VENTENDE-REKORD
                                 TO SA-SALDO(SALDO-MATCH-IX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-VENTENDE.

      * Overskud ud over maalsaldoen sweepes til topkontoen, et
      * underskud daekkes fra topkontoen. Et medlem, der allerede er
      * sweepet paa bogfoeringsdatoen, roeres ikke, saa en
      * genstartet natkoersel ikke poster to gange.
       BEHANDL-MEDLEM.
           MOVE ZEROS TO MA-SWEEP(MEDLEM-IX)
           MOVE SPACES TO MA-BEMAERKNING(MEDLEM-IX)
           MOVE CP-MEDLEM-KONTO OF MEDLEM-ARR(MEDLEM-IX)
             TO SALDO-SOEG-KONTO
           PERFORM FIND-SALDO-KONTO
           MOVE SALDO-MATCH-IX TO MEDLEM-SALDO-IX
           MOVE CP-TOP-KONTO OF MEDLEM-ARR(MEDLEM-IX)
             TO SALDO-SOEG-KONTO
           PERFORM FIND-SALDO-KONTO
           MOVE SALDO-MATCH-IX TO TOP-SALDO-IX
           MOVE SA-SALDO(MEDLEM-SALDO-IX)
             TO MA-SALDO-FOER(MEDLEM-IX)
           MOVE SA-KONTO-IX(MEDLEM-SALDO-IX) TO MEDLEM-KONTO-IX
           MOVE SA-KONTO-IX(TOP-SALDO-IX) TO TOP-KONTO-IX
           EVALUATE TRUE
               WHEN NOT CP-AKTIV OF MEDLEM-ARR(MEDLEM-IX)
                   MOVE "Puljen er ophoert"
                     TO MA-BEMAERKNING(MEDLEM-IX)
               WHEN CP-SIDST-SWEEP OF MEDLEM-ARR(MEDLEM-IX) = DAGS-DATO
                   MOVE "Allerede sweepet i dag"
                     TO MA-BEMAERKNING(MEDLEM-IX)
               WHEN MEDLEM-SALDO-IX = TOP-SALDO-IX
                   MOVE "Medlemskontoen er puljens topkonto"
                     TO MA-BEMAERKNING(MEDLEM-IX)
               WHEN MEDLEM-KONTO-IX = 0
                   MOVE "Ukendt medlemskonto"
                     TO MA-BEMAERKNING(MEDLEM-IX)
               WHEN TOP-KONTO-IX = 0
                   MOVE "Ukendt topkonto"
                     TO MA-BEMAERKNING(MEDLEM-IX)
               WHEN VALUTA-KD OF KONTO-ARR(MEDLEM-KONTO-IX)
                       NOT = VALUTA-KD OF KONTO-ARR(TOP-KONTO-IX)
                   MOVE "Valuta afviger fra topkontoen"
                     TO MA-BEMAERKNING(MEDLEM-IX)
           END-EVALUATE
           IF MA-BEMAERKNING(MEDLEM-IX) NOT = SPACES
               ADD 1 TO SPRUNGET-ANTAL
               EXIT PARAGRAPH
           END-IF
           COMPUTE SWEEP-DIFF = MA-SALDO-FOER(MEDLEM-IX)
               - CP-MAAL-SALDO OF MEDLEM-ARR(MEDLEM-IX)
           IF SWEEP-DIFF > 0
               PERFORM VURDER-OVERSKUD
           END-IF
           IF SWEEP-DIFF < 0
               PERFORM VURDER-UNDERSKUD
           END-IF
           IF MA-BEMAERKNING(MEDLEM-IX) NOT = SPACES
               ADD 1 TO SPRUNGET-ANTAL
               EXIT PARAGRAPH
           END-IF
           MOVE DAGS-DATO TO CP-SIDST-SWEEP OF MEDLEM-ARR(MEDLEM-IX)
           IF SWEEP-DIFF = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SWEEP-FRA-KONTO TO POSTERING-KONTO
           COMPUTE POSTERING-BELOEB = 0 - SWEEP-DIFF
           PERFORM BUILD-POOL-POSTERING
           MOVE SWEEP-TIL-KONTO TO POSTERING-KONTO
           MOVE SWEEP-DIFF TO POSTERING-BELOEB
           PERFORM BUILD-POOL-POSTERING
           ADD MA-SWEEP(MEDLEM-IX) TO SA-SALDO(MEDLEM-SALDO-IX)
           SUBTRACT MA-SWEEP(MEDLEM-IX) FROM SA-SALDO(TOP-SALDO-IX)
           SUBTRACT MA-SWEEP(MEDLEM-IX)
               FROM CP-POSITION OF MEDLEM-ARR(MEDLEM-IX)
           ADD 1 TO SWEEP-ANTAL.

      * Overskud: medlem -> top. Et aktivt udlaeg bliver staaende paa
      * medlemskontoen, og en fastfrosset konto sweepes slet ikke.
       VURDER-OVERSKUD.
           IF CP-KUN-UNDERSKUD OF MEDLEM-ARR(MEDLEM-IX)
               MOVE "Kun underskud daekkes"
                 TO MA-BEMAERKNING(MEDLEM-IX)
               EXIT PARAGRAPH
           END-IF
           MOVE CP-MEDLEM-KONTO OF MEDLEM-ARR(MEDLEM-IX)
             TO UDLAEG-SOEG-KONTO
           PERFORM BEREGN-UDLAEG-FOR-KONTO
           IF FROSSET-SW = "J"
               MOVE "Medlemskontoen er fastfrosset"
                 TO MA-BEMAERKNING(MEDLEM-IX)
               EXIT PARAGRAPH
           END-IF
           IF HOLDT-BELOEB > 0
               SUBTRACT HOLDT-BELOEB FROM SWEEP-DIFF
               IF SWEEP-DIFF NOT > 0
                   MOVE "Udlaeg binder overskuddet"
                     TO MA-BEMAERKNING(MEDLEM-IX)
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE CP-MEDLEM-KONTO OF MEDLEM-ARR(MEDLEM-IX)
             TO SWEEP-FRA-KONTO
           MOVE CP-TOP-KONTO OF MEDLEM-ARR(MEDLEM-IX)
             TO SWEEP-TIL-KONTO
           COMPUTE MA-SWEEP(MEDLEM-IX) = 0 - SWEEP-DIFF.

      * Underskud: top -> medlem. Topkontoen baerer gruppens
      * samlede traek; er den fastfrosset, daekkes intet.
       VURDER-UNDERSKUD.
           IF CP-KUN-OVERSKUD OF MEDLEM-ARR(MEDLEM-IX)
               MOVE "Kun overskud sweepes"
                 TO MA-BEMAERKNING(MEDLEM-IX)
               EXIT PARAGRAPH
           END-IF
           MOVE CP-TOP-KONTO OF MEDLEM-ARR(MEDLEM-IX)
             TO UDLAEG-SOEG-KONTO
           PERFORM BEREGN-UDLAEG-FOR-KONTO
           IF FROSSET-SW = "J"
               MOVE "Topkontoen er fastfrosset"
                 TO MA-BEMAERKNING(MEDLEM-IX)
               EXIT PARAGRAPH
           END-IF
           COMPUTE SWEEP-DIFF = 0 - SWEEP-DIFF
           MOVE CP-TOP-KONTO OF MEDLEM-ARR(MEDLEM-IX)
             TO SWEEP-FRA-KONTO
           MOVE CP-MEDLEM-KONTO OF MEDLEM-ARR(MEDLEM-IX)
             TO SWEEP-TIL-KONTO
           MOVE SWEEP-DIFF TO MA-SWEEP(MEDLEM-IX).

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

      * Hvert ben er en almindelig OVF-postering med kundens
      * stamdata; BUTIK viser puljen, saa kontoudskriften (OPG-10)
      * fortaeller, hvor beloebet kom fra.
       BUILD-POOL-POSTERING.
           MOVE SPACES TO POOL-POSTERING
           PERFORM LOOKUP-KONTO
           PERFORM LOOKUP-KUNDE
           IF KUNDE-MATCH-IX > 0
               MOVE CPR OF KUNDE-ARR(KUNDE-MATCH-IX)
                 TO CPR OF POOL-POSTERING
               MOVE SPACES TO POOL-NAVN
               STRING
                   FORNAVN OF KUNDE-ARR(KUNDE-MATCH-IX)
                                                   DELIMITED BY SPACE
                   " "                             DELIMITED BY SIZE
                   EFTERNAVN OF KUNDE-ARR(KUNDE-MATCH-IX)
                                                   DELIMITED BY SPACE
               INTO POOL-NAVN
               MOVE POOL-NAVN TO NAVN OF POOL-POSTERING
               STRING
                   FUNCTION TRIM(VEJNAVN OF KUNDE-ARR(KUNDE-MATCH-IX))
                                                   DELIMITED BY SIZE
                   " "                             DELIMITED BY SIZE
                   HUSNR OF KUNDE-ARR(KUNDE-MATCH-IX)
                                                   DELIMITED BY SPACE
                   " "                             DELIMITED BY SIZE
                   BY-ADR OF KUNDE-ARR(KUNDE-MATCH-IX)
                                                   DELIMITED BY SPACE
               INTO ADRESSE OF POOL-POSTERING
           END-IF
           MOVE POSTERING-KONTO TO KONTO-ID OF POOL-POSTERING
           MOVE ZEROS TO REG-NR OF POOL-POSTERING
           MOVE POSTERING-BELOEB TO BELØB OF POOL-POSTERING
           MOVE VALUTA-KD OF KONTO-ARR(KONTO-MATCH-IX)
             TO VALUTA OF POOL-POSTERING
           MOVE "OVF" TO TRANS-TYPE OF POOL-POSTERING
           STRING
               "CASHPOOL "                         DELIMITED BY SIZE
               CP-POOL-ID OF MEDLEM-ARR(MEDLEM-IX) DELIMITED BY SPACE
           INTO BUTIK OF POOL-POSTERING
           MOVE SPACES TO POOL-TIDSPUNKT
           STRING
               DAGS-DATO          DELIMITED BY SIZE
               "-00:00:00.000000" DELIMITED BY SIZE
           INTO POOL-TIDSPUNKT
           MOVE POOL-TIDSPUNKT TO TIDSPUNKT OF POOL-POSTERING
           IF NUM-GEN >= 2000
               DISPLAY "FEJL: Sweep-posteringer overstiger GEN-ARR's "
                   "graense paa 2000 poster."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO NUM-GEN
           MOVE POOL-POSTERING TO GEN-ARR(NUM-GEN).

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
               MOVE "OPG107" TO VP-KILDE OF VENTENDE-REKORD
               MOVE VENT-PARTI-ID TO VP-PARTI-ID OF VENTENDE-REKORD
               WRITE VENTENDE-REKORD
           END-PERFORM
           MOVE SPACES TO VENTENDE-REKORD
           MOVE "TRAILER" TO TR-MARKER OF VENTENDE-TRAILER
           MOVE NUM-GEN TO TR-ANTAL OF VENTENDE-TRAILER
           MOVE "OPG107" TO VP-KILDE OF VENTENDE-REKORD
           MOVE VENT-PARTI-ID TO VP-PARTI-ID OF VENTENDE-REKORD
           WRITE VENTENDE-REKORD
           CLOSE FIL-VENTENDE.

       MEDLEM-ARR-REWRITE.
           OPEN OUTPUT FIL-CASHPOOL
           PERFORM VARYING MEDLEM-IX FROM 1 BY 1
                   UNTIL MEDLEM-IX > NUM-MEDLEM
               MOVE MEDLEM-ARR(MEDLEM-IX)(1:74) TO CASHPOOL-REKORD
               WRITE CASHPOOL-REKORD
           END-PERFORM
           MOVE SPACES TO CASHPOOL-REKORD
           MOVE "TRAILER" TO TR-MARKER OF CASHPOOL-REKORD-TRAILER
           MOVE NUM-MEDLEM TO TR-ANTAL OF CASHPOOL-REKORD-TRAILER
           WRITE CASHPOOL-REKORD
           CLOSE FIL-CASHPOOL.

      * Opgoerelsen viser pr. pulje hvert medlems saldo foer og efter
      * sweep samt mellemregningen med puljen; puljerne skrives i den
      * raekkefoelge, de foerst optraeder i registret.
       OPGOERELSE-SKRIV.
           OPEN OUTPUT FIL-OPGOERELSE
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "CASHPOOL-OPGOERELSE - bogfoeringsdato "
                                     DELIMITED BY SIZE
               DAGS-DATO             DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           PERFORM VARYING MEDLEM-IX FROM 1 BY 1
                   UNTIL MEDLEM-IX > NUM-MEDLEM
               MOVE "N" TO POOL-VIST-SW
               PERFORM VARYING MEDLEM-IX2 FROM 1 BY 1
                       UNTIL MEDLEM-IX2 >= MEDLEM-IX
                   IF CP-POOL-ID OF MEDLEM-ARR(MEDLEM-IX2)
                           = CP-POOL-ID OF MEDLEM-ARR(MEDLEM-IX)
                       MOVE "Y" TO POOL-VIST-SW
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF POOL-VIST-SW = "N"
                   PERFORM OPGOERELSE-POOL
               END-IF
           END-PERFORM
           CLOSE FIL-OPGOERELSE.

       OPGOERELSE-POOL.
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Pulje "              DELIMITED BY SIZE
               CP-POOL-ID OF MEDLEM-ARR(MEDLEM-IX)
                                     DELIMITED BY SIZE
               "  topkonto "         DELIMITED BY SIZE
               CP-TOP-KONTO OF MEDLEM-ARR(MEDLEM-IX)
                                     DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE "Medlemskonto         Maalsaldo      Saldo foer"
             TO RAPPORT-TEXT
           MOVE "          Sweep     Saldo efter        Position"
             TO RAPPORT-TEXT(48:)
           MOVE "Mellemregning" TO RAPPORT-TEXT(96:)
           WRITE RAPPORT-REC
           MOVE ZEROS TO POOL-SWEEP-NETTO
           MOVE ZEROS TO POOL-POSITION
           PERFORM VARYING MEDLEM-IX2 FROM MEDLEM-IX BY 1
                   UNTIL MEDLEM-IX2 > NUM-MEDLEM
               IF CP-POOL-ID OF MEDLEM-ARR(MEDLEM-IX2)
                       = CP-POOL-ID OF MEDLEM-ARR(MEDLEM-IX)
                   PERFORM OPGOERELSE-MEDLEM
               END-IF
           END-PERFORM
           MOVE CP-TOP-KONTO OF MEDLEM-ARR(MEDLEM-IX)
             TO SALDO-SOEG-KONTO
           PERFORM FIND-SALDO-KONTO
           MOVE SPACES TO RAPPORT-TEXT
           IF SALDO-MATCH-IX > 0
               MOVE SA-SALDO-FOER(SALDO-MATCH-IX) TO BELOEB-VIS
               MOVE SA-SALDO(SALDO-MATCH-IX) TO BELOEB-VIS3
           ELSE
               MOVE ZEROS TO BELOEB-VIS
               MOVE ZEROS TO BELOEB-VIS3
           END-IF
           COMPUTE BELOEB-VIS2 = 0 - POOL-SWEEP-NETTO
           STRING
               "Topkonto "           DELIMITED BY SIZE
               CP-TOP-KONTO OF MEDLEM-ARR(MEDLEM-IX)
                                     DELIMITED BY SIZE
               ": saldo foer "       DELIMITED BY SIZE
               BELOEB-VIS            DELIMITED BY SIZE
               "  sweep netto "      DELIMITED BY SIZE
               BELOEB-VIS2           DELIMITED BY SIZE
               "  saldo efter "      DELIMITED BY SIZE
               BELOEB-VIS3           DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-TEXT
           MOVE POOL-POSITION TO BELOEB-VIS
           STRING
               "Puljens samlede mellemregning med medlemmerne "
                                     DELIMITED BY SIZE
               "(positiv = puljen skylder): "
                                     DELIMITED BY SIZE
               BELOEB-VIS            DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC.

       OPGOERELSE-MEDLEM.
           MOVE SPACES TO MEDLEM-LINJE
           MOVE CP-MEDLEM-KONTO OF MEDLEM-ARR(MEDLEM-IX2)
             TO ML-KONTO-ID
           MOVE CP-MAAL-SALDO OF MEDLEM-ARR(MEDLEM-IX2) TO ML-MAAL
           MOVE MA-SALDO-FOER(MEDLEM-IX2) TO ML-FOER
           MOVE MA-SWEEP(MEDLEM-IX2) TO ML-SWEEP
           COMPUTE ML-EFTER = MA-SALDO-FOER(MEDLEM-IX2)
               + MA-SWEEP(MEDLEM-IX2)
           MOVE CP-POSITION OF MEDLEM-ARR(MEDLEM-IX2) TO ML-POSITION
           EVALUATE TRUE
               WHEN CP-POSITION OF MEDLEM-ARR(MEDLEM-IX2) > 0
                   MOVE "tilgode hos puljen" TO ML-POS-TEKST
               WHEN CP-POSITION OF MEDLEM-ARR(MEDLEM-IX2) < 0
                   MOVE "skylder puljen" TO ML-POS-TEKST
               WHEN OTHER
                   MOVE "i balance" TO ML-POS-TEKST
           END-EVALUATE
           MOVE SPACES TO RAPPORT-TEXT
           MOVE MEDLEM-LINJE TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           IF MA-BEMAERKNING(MEDLEM-IX2) NOT = SPACES
               MOVE SPACES TO RAPPORT-TEXT
               STRING
                   "    ikke sweepet: "  DELIMITED BY SIZE
                   MA-BEMAERKNING(MEDLEM-IX2)
                                         DELIMITED BY SIZE
               INTO RAPPORT-TEXT
               WRITE RAPPORT-REC
           END-IF
           ADD MA-SWEEP(MEDLEM-IX2) TO POOL-SWEEP-NETTO
           ADD CP-POSITION OF MEDLEM-ARR(MEDLEM-IX2) TO POOL-POSITION.

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
