               FILE STATUS IS PLAN-FIL-STATUS.
           SELECT FIL-TRANS ASSIGN TO "../data/Transaktioner.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-VENTENDE
               ASSIGN TO "../data/Ventende-Posteringer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VENTENDE-STATUS.
           SELECT FIL-KONTI ASSIGN TO "../data/KontoOpl.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-KUNDER ASSIGN TO "../data/Kundeoplysninger.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-BOGFDATO ASSIGN TO "../data/Bogfoeringsdato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOGFDATO-STATUS.
           SELECT FIL-PARM ASSIGN TO "../data/OPG59-Parametre.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-STATUS.
           SELECT FIL-SIMULERING
               ASSIGN TO "../data/Simulering-OPG59.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-RESTANCE ASSIGN TO "../data/Laane-Restancer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESTANCE-FIL-STATUS.
           SELECT FIL-FACILITET
               ASSIGN TO "../data/Overtraek-Faciliteter.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FACILITET-FIL-STATUS.

       DATA DIVISION.

       01 PLAN-REKORD-TRAILER REDEFINES PLAN-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(70).

       FD FIL-TRANS.
       01 TRANSAKTIONER.
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

       FD FIL-KONTI.
       01 KONTO-REKORD.
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(312).

       FD FIL-BOGFDATO.
       01 BOGFDATO-FIL-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".

       FD FIL-PARM.
       01 PARM-FILE-REC.
           COPY "../copybooks/OPG59-PARAMETRE.cpy".

       FD FIL-SIMULERING.
       01 SIMULERING-REKORD.
           COPY "../copybooks/SIMULERING.cpy".

       FD FIL-RESTANCE.
       01 RESTANCE-REKORD.
           COPY "../copybooks/LAANE-RESTANCE.cpy".
       01 RESTANCE-REKORD-TRAILER REDEFINES RESTANCE-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(60).

       FD FIL-FACILITET.
       01 FACILITET-REKORD.
           COPY "../copybooks/OVERTRAEK-FACILITET.cpy".
       01 FACILITET-REKORD-TRAILER REDEFINES FACILITET-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(27).

       WORKING-STORAGE SECTION.
       01 PLAN-FIL-STATUS  PIC XX VALUE "00".
       01 TRAILER-FOUND-SW PIC X(01) VALUE "N".
       01 TRANS-ARR OCCURS 0 TO 10000 TIMES DEPENDING ON NUM-TRANS.
           COPY "../copybooks/TRANSAKTIONER.cpy".
       01 TRANS-IX        PIC 9(05) VALUE 0.

       01 NUM-GEN       PIC 9(05) VALUE 0.
       01 GEN-ARR OCCURS 0 TO 2000 TIMES DEPENDING ON NUM-GEN.
           COPY "../copybooks/TRANSAKTIONER.cpy".
           02 GEN-BRUGT-SW PIC X(01) VALUE "N".
       01 GEN-IX          PIC 9(05) VALUE 0.
       01 VENTENDE-STATUS PIC XX VALUE "00".
       01 VENT-PARTI-ID.
           02 VENT-PARTI-DATO PIC 9(08) VALUE ZEROS.
           02 VENT-PARTI-TID  PIC 9(08) VALUE ZEROS.

       01 NUM-KONTI     PIC 9(04) VALUE 0.
       01 KONTO-ARR OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-KONTI.
       01 POSTERING-TYPE   PIC X(20) VALUE SPACES.
       01 YDELSE-NAVN      PIC X(41) VALUE SPACES.

       01 POSTERING-DATO   PIC X(10) VALUE SPACES.

       01 RENTE-BELOEB    PIC S9(10)V99 VALUE ZEROS.
       01 AFDRAG-BELOEB   PIC S9(10)V99 VALUE ZEROS.
       01 YDELSE-BELOEB   PIC S9(10)V99 VALUE ZEROS.

      * Daekningskontrol foer ydelsen traekkes: ydelsen betales fra
      * planens betalingskonto (LP-BETAL-KONTO, ellers kundens
      * foerste LØNKONTO) som et OVF-ben mod LAANAFDRAG-benet paa
      * laanekontoen, og saldoen efter traekket maa ikke komme under
      * en eventuel overtraeksfacilitets graense - som OPG-21's
      * CHECK-DAEKNING. Uden betalingskonto posteres som hidtil.
      * Saldiene fremskrives kun i hukommelsen, saa flere ydelser
      * paa samme konto ikke tilsammen overtraekker den.
       01 FACILITET-FIL-STATUS PIC XX VALUE "00".
       01 NUM-FACILITET   PIC 9(03) VALUE 0.
       01 FACILITET-ARR OCCURS 0 TO 500 TIMES
               DEPENDING ON NUM-FACILITET.
           COPY "../copybooks/OVERTRAEK-FACILITET.cpy".
       01 FACILITET-IX    PIC 9(03) VALUE 0.
       01 FACILITET-MATCH-IX PIC 9(03) VALUE 0.
       01 BETAL-KONTO-IX  PIC 9(04) VALUE 0.
       01 BETAL-KUNDE-ID  PIC X(10) VALUE SPACES.
       01 BETAL-BELOEB    PIC S9(10)V99 VALUE ZEROS.
       01 GAELDENDE-GRAENSE PIC S9(10)V99 VALUE ZEROS.
       01 DISPONIBEL-EFTER PIC S9(10)V99 VALUE ZEROS.
       01 DAEKNING-OK-SW  PIC X(01) VALUE "J".

      * Ydelser uden daekning bliver restancer i Laane-Restancer.txt
      * - een post pr. laan og forfalden termin. Restgaelden
      * nedskrives foerst, naar restancen er betalt. Restancerne
      * proeves igen ved hver koersel, aeldste foerst, og der
      * paaloeber morarente (PARM-MORARENTE-SATS p.a. af den
      * skyldige ydelse) fra forfaldsdagen, posteret som MORARENTE
      * paa laanekontoen og opkraevet sammen med restancen.
      * Rykkerforloeb og aldersfordeling koerer i OPG-130.
       01 RESTANCE-FIL-STATUS PIC XX VALUE "00".
       01 NUM-RESTANCER   PIC 9(04) VALUE 0.
       01 RESTANCE-ARR OCCURS 0 TO 2000 TIMES
               DEPENDING ON NUM-RESTANCER.
           COPY "../copybooks/LAANE-RESTANCE.cpy".
           02 RESTANCE-BETALT-SW PIC X(01) VALUE "N".
       01 RESTANCE-IX     PIC 9(04) VALUE 0.
       01 RESTANCE-STANDSET-SW PIC X(01) VALUE "N".
       01 RESTANCE-AFDRAG-SUM PIC S9(10)V99 VALUE ZEROS.
       01 LEDIG-RESTGAELD PIC S9(10)V99 VALUE ZEROS.
       01 MORARENTE-BELOEB PIC S9(10)V99 VALUE ZEROS.
       01 RUN-DATE-INT    PIC 9(08) VALUE ZEROS.
       01 MORA-DATO-NUM   PIC 9(08) VALUE ZEROS.
       01 MORA-DATO-INT   PIC 9(08) VALUE ZEROS.
       01 MORA-DAGE       PIC S9(06) VALUE ZEROS.
       01 NY-RESTANCE-ANTAL PIC 9(04) VALUE 0.
       01 BETALT-RESTANCE-ANTAL PIC 9(04) VALUE 0.
       01 UDEN-BETALER-ANTAL PIC 9(04) VALUE 0.

       01 RUN-DATE        PIC 9(08) VALUE ZEROS.
      * Koerselsdatoen er bankens bogfoeringsdato (Bogfoeringsdato.txt),
      * ikke maskinens dato.
       01 BOGFDATO-STATUS  PIC XX VALUE "00".
       01 BOGFDATO-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".
       01 DAGS-DATO       PIC X(10) VALUE SPACES.
       01 YDELSE-TIDSPUNKT PIC X(26) VALUE SPACES.
       01 FORFALD-AAR     PIC 9(04) VALUE ZEROS.

       01 YDELSE-ANTAL    PIC 9(04) VALUE 0.
       01 INDFRIET-ANTAL  PIC 9(03) VALUE 0.
       01 PARM-STATUS     PIC XX VALUE "00".
       01 PARM-REC.
           COPY "../copybooks/OPG59-PARAMETRE.cpy".

      * Simulering (PARM-SIMULERING-SW, eller SIMULERING=J fra
      * jobplanen): de posteringer, koerslen ville stille i koe,
      * skrives til Simulering-OPG59.txt sammen med en
      * opsummering pr. TRANS-TYPE og KONTO-TYPE. Hverken
      * Ventende-Posteringer.txt eller Laaneplaner.txt
      * roeres, saa OPG-96 har intet at bogfoere.
       01 SIMULERING-MILJOE PIC X(01) VALUE SPACE.
       01 SIM-POSTERING-AKT.
           COPY "../copybooks/TRANSAKTIONER.cpy".
       01 SIM-KONTO-TYPE-AKT PIC X(10) VALUE SPACES.
       01 SIM-POSTERING-ANTAL PIC 9(06) VALUE 0.
       01 NUM-SIMSUM      PIC 9(03) VALUE 0.
       01 SIMSUM-ARR OCCURS 0 TO 200 TIMES DEPENDING ON NUM-SIMSUM.
           02 SS-TRANS-TYPE PIC X(20).
           02 SS-KONTO-TYPE PIC X(10).
           02 SS-ANTAL      PIC 9(06).
           02 SS-BELOEB     PIC S9(12)V99.
       01 SIMSUM-IX       PIC 9(03) VALUE 0.
       01 SIMSUM-MATCH-IX PIC 9(03) VALUE 0.
       01 SIM-BELOEB-VIS  PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
           PERFORM PARM-FILL
           PERFORM DAGS-DATO-FILL
           PERFORM PLAN-ARR-FILL
           IF NUM-PLANER = 0
           PERFORM KONTO-ARR-FILL
           PERFORM KUNDE-ARR-FILL
           PERFORM TRANS-ARR-FILL
           PERFORM FACILITET-ARR-FILL
           PERFORM RESTANCE-ARR-FILL
           PERFORM POSTER-FORFALDNE-YDELSER
           IF PARM-SIMULERING-JA OF PARM-REC
               PERFORM SIMULERING-SKRIV
           ELSE
               PERFORM VENTENDE-SKRIV
               PERFORM PLAN-ARR-REWRITE
               PERFORM RESTANCE-ARR-REWRITE
           END-IF
           DISPLAY "Laanekoersel gennemfoert - " YDELSE-ANTAL
               " ydelser posteret, " INDFRIET-ANTAL " laan indfriet."
           DISPLAY "Restancer: " NY-RESTANCE-ANTAL
               " nye uden daekning, " BETALT-RESTANCE-ANTAL
               " betalt, " UDEN-BETALER-ANTAL
               " ydelser uden betalingskonto."
           STOP RUN.

       DAGS-DATO-FILL.
           PERFORM BOGFOERINGSDATO-FILL
           MOVE BD-DATO OF BOGFDATO-REC TO RUN-DATE
           COMPUTE RUN-DATE-INT = FUNCTION INTEGER-OF-DATE(RUN-DATE)
           STRING
               RUN-DATE(1:4) DELIMITED BY SIZE
               "-"           DELIMITED BY SIZE
               IF LP-AKTIV OF PLAN-ARR(PLAN-IX)
                       AND LP-NAESTE-YDELSE OF PLAN-ARR(PLAN-IX)
                           NOT = SPACES
                   PERFORM FIND-BETALINGSKONTO
                   PERFORM OPKRAEV-RESTANCER
                   PERFORM UNTIL LP-NAESTE-YDELSE
                           OF PLAN-ARR(PLAN-IX) > DAGS-DATO
                           OR LP-INDFRIET OF PLAN-ARR(PLAN-IX)
      * Rentedelen beregnes af restgaelden med 1/12 af den aarlige
      * sats; afdraget er resten af ydelsen, dog hoejst restgaelden -
      * sidste termin trimmes, og planen saettes til indfriet.
      * Afdrag, der allerede staar i restance, forfalder ikke igen:
      * ligger hele restgaelden i restance, forfalder der intet.
       POSTER-EN-YDELSE.
           PERFORM BEREGN-RESTANCE-AFDRAG
           COMPUTE LEDIG-RESTGAELD =
               LP-RESTGAELD OF PLAN-ARR(PLAN-IX) - RESTANCE-AFDRAG-SUM
           IF RESTANCE-AFDRAG-SUM > ZEROS
                   AND LEDIG-RESTGAELD NOT > ZEROS
               EXIT PARAGRAPH
           END-IF
           COMPUTE RENTE-BELOEB ROUNDED =
               LP-RESTGAELD OF PLAN-ARR(PLAN-IX)
               * LP-AARLIG-SATS OF PLAN-ARR(PLAN-IX) / 12
           COMPUTE AFDRAG-BELOEB =
               LP-YDELSE OF PLAN-ARR(PLAN-IX) - RENTE-BELOEB
           IF AFDRAG-BELOEB > LEDIG-RESTGAELD
               MOVE LEDIG-RESTGAELD TO AFDRAG-BELOEB
           END-IF
           COMPUTE YDELSE-BELOEB = RENTE-BELOEB + AFDRAG-BELOEB
           MOVE LP-NAESTE-YDELSE OF PLAN-ARR(PLAN-IX) TO POSTERING-DATO
           MOVE LP-KONTO-ID OF PLAN-ARR(PLAN-IX) TO POSTERING-KONTO
           COMPUTE POSTERING-BELOEB = ZEROS - RENTE-BELOEB
           MOVE "LAANRENTE" TO POSTERING-TYPE
           PERFORM BUILD-YDELSE-POSTING
           IF BETAL-KONTO-IX = 0
               ADD 1 TO UDEN-BETALER-ANTAL
           ELSE
               MOVE YDELSE-BELOEB TO BETAL-BELOEB
               PERFORM CHECK-DAEKNING
               IF DAEKNING-OK-SW = "N"
                   PERFORM OPRET-RESTANCE
                   EXIT PARAGRAPH
               END-IF
               PERFORM POSTER-BETALING
           END-IF
           MOVE LP-KONTO-ID OF PLAN-ARR(PLAN-IX) TO POSTERING-KONTO
           MOVE YDELSE-BELOEB TO POSTERING-BELOEB
           MOVE "LAANAFDRAG" TO POSTERING-TYPE
           PERFORM BUILD-YDELSE-POSTING
           SUBTRACT AFDRAG-BELOEB
               FROM LP-RESTGAELD OF PLAN-ARR(PLAN-IX)
           ADD 1 TO YDELSE-ANTAL
           PERFORM CHECK-INDFRIET.

       CHECK-INDFRIET.
           IF LP-RESTGAELD OF PLAN-ARR(PLAN-IX) NOT > ZEROS
               MOVE "I" TO LP-PLAN-STATUS OF PLAN-ARR(PLAN-IX)
               ADD 1 TO INDFRIET-ANTAL
           END-IF.

      * Betalingskontoen er planens LP-BETAL-KONTO; er den ikke
      * angivet, bruges laanekundens foerste LØNKONTO.
       FIND-BETALINGSKONTO.
           MOVE 0 TO BETAL-KONTO-IX
           IF LP-BETAL-KONTO OF PLAN-ARR(PLAN-IX) NOT = SPACES
               MOVE LP-BETAL-KONTO OF PLAN-ARR(PLAN-IX)
                 TO POSTERING-KONTO
               PERFORM LOOKUP-KONTO
               MOVE KONTO-MATCH-IX TO BETAL-KONTO-IX
               EXIT PARAGRAPH
           END-IF
           MOVE LP-KONTO-ID OF PLAN-ARR(PLAN-IX) TO POSTERING-KONTO
           PERFORM LOOKUP-KONTO
           IF KONTO-MATCH-IX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE KUNDE-ID OF KONTO-ARR(KONTO-MATCH-IX) TO BETAL-KUNDE-ID
           PERFORM VARYING KONTO-IX2 FROM 1 BY 1
                   UNTIL KONTO-IX2 > NUM-KONTI
               IF KUNDE-ID OF KONTO-ARR(KONTO-IX2) = BETAL-KUNDE-ID
                   AND KONTO-TYPE OF KONTO-ARR(KONTO-IX2) = "LØNKONTO"
                   MOVE KONTO-IX2 TO BETAL-KONTO-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * Daekning: saldoen efter traekket af BETAL-BELOEB maa ikke
      * komme under facilitetens graense (nul uden facilitet, eller
      * naar faciliteten er udloebet).
       CHECK-DAEKNING.
           MOVE "J" TO DAEKNING-OK-SW
           MOVE ZEROS TO GAELDENDE-GRAENSE
           PERFORM LOOKUP-FACILITET
           IF FACILITET-MATCH-IX > 0
               AND (OF-UDLOEB OF FACILITET-ARR(FACILITET-MATCH-IX)
                       = SPACES
                   OR OF-UDLOEB OF FACILITET-ARR(FACILITET-MATCH-IX)
                       NOT < DAGS-DATO)
               MOVE OF-GRAENSE OF FACILITET-ARR(FACILITET-MATCH-IX)
                 TO GAELDENDE-GRAENSE
           END-IF
           COMPUTE DISPONIBEL-EFTER =
               BALANCE OF KONTO-ARR(BETAL-KONTO-IX) - BETAL-BELOEB
           IF DISPONIBEL-EFTER < GAELDENDE-GRAENSE
               MOVE "N" TO DAEKNING-OK-SW
           END-IF.

       LOOKUP-FACILITET.
           MOVE 0 TO FACILITET-MATCH-IX
           PERFORM VARYING FACILITET-IX FROM 1 BY 1
                   UNTIL FACILITET-IX > NUM-FACILITET
               IF OF-KONTO-ID OF FACILITET-ARR(FACILITET-IX)
                       = KONTO-ID OF KONTO-ARR(BETAL-KONTO-IX)
                   MOVE FACILITET-IX TO FACILITET-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * OVF-benet paa betalingskontoen; saldoen fremskrives med det
      * samme. Laanekontoens LAANAFDRAG-ben bygges af kalderen.
       POSTER-BETALING.
           MOVE KONTO-ID OF KONTO-ARR(BETAL-KONTO-IX) TO POSTERING-KONTO
           COMPUTE POSTERING-BELOEB = ZEROS - BETAL-BELOEB
           MOVE "OVF" TO POSTERING-TYPE
           PERFORM BUILD-YDELSE-POSTING
           SUBTRACT BETAL-BELOEB
               FROM BALANCE OF KONTO-ARR(BETAL-KONTO-IX).

       BEREGN-RESTANCE-AFDRAG.
           MOVE ZEROS TO RESTANCE-AFDRAG-SUM
           PERFORM VARYING RESTANCE-IX FROM 1 BY 1
                   UNTIL RESTANCE-IX > NUM-RESTANCER
               IF LR-KONTO-ID OF RESTANCE-ARR(RESTANCE-IX)
                       = LP-KONTO-ID OF PLAN-ARR(PLAN-IX)
                   AND RESTANCE-BETALT-SW OF RESTANCE-ARR(RESTANCE-IX)
                       = "N"
                   ADD LR-AFDRAG OF RESTANCE-ARR(RESTANCE-IX)
                     TO RESTANCE-AFDRAG-SUM
               END-IF
           END-PERFORM.

      * Den udaekkede termin registreres; morarenten regnes fra
      * forfaldsdagen.
       OPRET-RESTANCE.
           IF NUM-RESTANCER >= 2000
               DISPLAY "FEJL: flere end 2000 restancer - "
                   "udvid RESTANCE-ARR."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO NUM-RESTANCER
           MOVE LP-KONTO-ID OF PLAN-ARR(PLAN-IX)
             TO LR-KONTO-ID OF RESTANCE-ARR(NUM-RESTANCER)
           MOVE LP-NAESTE-YDELSE OF PLAN-ARR(PLAN-IX)
             TO LR-FORFALD OF RESTANCE-ARR(NUM-RESTANCER)
           MOVE YDELSE-BELOEB
             TO LR-YDELSE OF RESTANCE-ARR(NUM-RESTANCER)
           MOVE AFDRAG-BELOEB
             TO LR-AFDRAG OF RESTANCE-ARR(NUM-RESTANCER)
           MOVE ZEROS TO LR-MORARENTE OF RESTANCE-ARR(NUM-RESTANCER)
           MOVE LP-NAESTE-YDELSE OF PLAN-ARR(PLAN-IX)
             TO LR-MORARENTE-DATO OF RESTANCE-ARR(NUM-RESTANCER)
           MOVE ZEROS TO LR-FORSOEG OF RESTANCE-ARR(NUM-RESTANCER)
           MOVE "N"
             TO RESTANCE-BETALT-SW OF RESTANCE-ARR(NUM-RESTANCER)
           ADD 1 TO NY-RESTANCE-ANTAL.

      * Laanets aabne restancer, aeldste foerst: morarenten til i dag
      * tilskrives, og restancen betales med morarente, hvis
      * betalingskontoen kan daekke den. Naar een restance ikke kan
      * daekkes, proeves de nyere ikke - de taeller blot et forsoeg.
       OPKRAEV-RESTANCER.
           MOVE "N" TO RESTANCE-STANDSET-SW
           PERFORM VARYING RESTANCE-IX FROM 1 BY 1
                   UNTIL RESTANCE-IX > NUM-RESTANCER
               IF LR-KONTO-ID OF RESTANCE-ARR(RESTANCE-IX)
                       = LP-KONTO-ID OF PLAN-ARR(PLAN-IX)
                   AND RESTANCE-BETALT-SW OF RESTANCE-ARR(RESTANCE-IX)
                       = "N"
                   PERFORM TILSKRIV-MORARENTE
                   PERFORM BETAL-RESTANCE
               END-IF
           END-PERFORM
           PERFORM CHECK-INDFRIET.

       TILSKRIV-MORARENTE.
           MOVE LR-MORARENTE-DATO OF RESTANCE-ARR(RESTANCE-IX)(1:4)
             TO MORA-DATO-NUM(1:4)
           MOVE LR-MORARENTE-DATO OF RESTANCE-ARR(RESTANCE-IX)(6:2)
             TO MORA-DATO-NUM(5:2)
           MOVE LR-MORARENTE-DATO OF RESTANCE-ARR(RESTANCE-IX)(9:2)
             TO MORA-DATO-NUM(7:2)
           COMPUTE MORA-DATO-INT =
               FUNCTION INTEGER-OF-DATE(MORA-DATO-NUM)
           COMPUTE MORA-DAGE = RUN-DATE-INT - MORA-DATO-INT
           IF MORA-DAGE NOT > 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE MORARENTE-BELOEB ROUNDED =
               LR-YDELSE OF RESTANCE-ARR(RESTANCE-IX)
               * PARM-MORARENTE-SATS OF PARM-REC * MORA-DAGE / 365
           MOVE DAGS-DATO
             TO LR-MORARENTE-DATO OF RESTANCE-ARR(RESTANCE-IX)
           IF MORARENTE-BELOEB NOT > ZEROS
               EXIT PARAGRAPH
           END-IF
           ADD MORARENTE-BELOEB
             TO LR-MORARENTE OF RESTANCE-ARR(RESTANCE-IX)
           MOVE DAGS-DATO TO POSTERING-DATO
           MOVE LP-KONTO-ID OF PLAN-ARR(PLAN-IX) TO POSTERING-KONTO
           COMPUTE POSTERING-BELOEB = ZEROS - MORARENTE-BELOEB
           MOVE "MORARENTE" TO POSTERING-TYPE
           PERFORM BUILD-YDELSE-POSTING.

       BETAL-RESTANCE.
           IF RESTANCE-STANDSET-SW = "J" OR BETAL-KONTO-IX = 0
               ADD 1 TO LR-FORSOEG OF RESTANCE-ARR(RESTANCE-IX)
               EXIT PARAGRAPH
           END-IF
           COMPUTE BETAL-BELOEB =
               LR-YDELSE OF RESTANCE-ARR(RESTANCE-IX)
               + LR-MORARENTE OF RESTANCE-ARR(RESTANCE-IX)
           PERFORM CHECK-DAEKNING
           IF DAEKNING-OK-SW = "N"
               MOVE "J" TO RESTANCE-STANDSET-SW
               ADD 1 TO LR-FORSOEG OF RESTANCE-ARR(RESTANCE-IX)
               EXIT PARAGRAPH
           END-IF
           MOVE DAGS-DATO TO POSTERING-DATO
           PERFORM POSTER-BETALING
           MOVE LP-KONTO-ID OF PLAN-ARR(PLAN-IX) TO POSTERING-KONTO
           MOVE BETAL-BELOEB TO POSTERING-BELOEB
           MOVE "LAANAFDRAG" TO POSTERING-TYPE
           PERFORM BUILD-YDELSE-POSTING
           SUBTRACT LR-AFDRAG OF RESTANCE-ARR(RESTANCE-IX)
               FROM LP-RESTGAELD OF PLAN-ARR(PLAN-IX)
           MOVE "J" TO RESTANCE-BETALT-SW OF RESTANCE-ARR(RESTANCE-IX)
           ADD 1 TO BETALT-RESTANCE-ANTAL.

       LOOKUP-KONTO.
           MOVE 0 TO KONTO-MATCH-IX
           PERFORM VARYING KONTO-IX2 FROM 1 BY 1
           MOVE "BANKEN" TO BUTIK OF YDELSE-POSTING
           MOVE SPACES TO YDELSE-TIDSPUNKT
           STRING
               POSTERING-DATO  DELIMITED BY SIZE
               "-00:00:00.000000" DELIMITED BY SIZE
           INTO YDELSE-TIDSPUNKT
           MOVE YDELSE-TIDSPUNKT TO TIDSPUNKT OF YDELSE-POSTING
               FORFALD-DAG   DELIMITED BY SIZE
           INTO LP-NAESTE-YDELSE OF PLAN-ARR(PLAN-IX).

       PLAN-ARR-REWRITE.
           OPEN OUTPUT FIL-PLANER
           PERFORM VARYING PLAN-IX FROM 1 BY 1
           MOVE NUM-PLANER TO TR-ANTAL OF PLAN-REKORD-TRAILER
           WRITE PLAN-REKORD
           CLOSE FIL-PLANER.

       FACILITET-ARR-FILL.
           MOVE 0 TO NUM-FACILITET
           OPEN INPUT FIL-FACILITET
           IF FACILITET-FIL-STATUS = "00"
               PERFORM VARYING FACILITET-IX FROM 1 BY 1
                       UNTIL FACILITET-IX > 500
                   READ FIL-FACILITET INTO FACILITET-REKORD
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF TR-MARKER OF FACILITET-REKORD-TRAILER = "TRAILER"
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO NUM-FACILITET
                   MOVE FACILITET-REKORD
                     TO FACILITET-ARR(NUM-FACILITET)
               END-PERFORM
               CLOSE FIL-FACILITET
           END-IF.

      * Mangler Laane-Restancer.txt, er der ingen restancer endnu.
       RESTANCE-ARR-FILL.
           MOVE 0 TO NUM-RESTANCER
           OPEN INPUT FIL-RESTANCE
           IF RESTANCE-FIL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO TRAILER-FOUND-SW
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-RESTANCE INTO RESTANCE-REKORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF RESTANCE-REKORD-TRAILER
                               = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                           MOVE "Y" TO TRAILER-FOUND-SW
                           MOVE TR-ANTAL OF RESTANCE-REKORD-TRAILER
                             TO TRAILER-ANTAL
                       ELSE
                           IF NUM-RESTANCER >= 2000
                               DISPLAY "FEJL: Laane-Restancer.txt har "
                                   "mere end 2000 poster"
                               MOVE 1 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO NUM-RESTANCER
                           MOVE RESTANCE-REKORD
                             TO RESTANCE-ARR(NUM-RESTANCER)
                           MOVE "N" TO RESTANCE-BETALT-SW
                               OF RESTANCE-ARR(NUM-RESTANCER)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-RESTANCE
           IF TRAILER-FOUND-SW = "N"
               DISPLAY "FEJL: Laane-Restancer.txt mangler "
                   "sluttaellerpost"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NUM-RESTANCER NOT = TRAILER-ANTAL
               DISPLAY "FEJL: Laane-Restancer.txt - forventet "
                   TRAILER-ANTAL " poster, fandt " NUM-RESTANCER
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Betalte restancer udgaar af registret.
       RESTANCE-ARR-REWRITE.
           MOVE 0 TO TRAILER-ANTAL
           OPEN OUTPUT FIL-RESTANCE
           PERFORM VARYING RESTANCE-IX FROM 1 BY 1
                   UNTIL RESTANCE-IX > NUM-RESTANCER
               IF RESTANCE-BETALT-SW OF RESTANCE-ARR(RESTANCE-IX) = "N"
                   MOVE RESTANCE-ARR(RESTANCE-IX)(1:73)
                     TO RESTANCE-REKORD
                   WRITE RESTANCE-REKORD
                   ADD 1 TO TRAILER-ANTAL
               END-IF
           END-PERFORM
           MOVE SPACES TO RESTANCE-REKORD
           MOVE "TRAILER" TO TR-MARKER OF RESTANCE-REKORD-TRAILER
           MOVE TRAILER-ANTAL TO TR-ANTAL OF RESTANCE-REKORD-TRAILER
           WRITE RESTANCE-REKORD
           CLOSE FIL-RESTANCE.

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
               MOVE GEN-ARR(GEN-IX)(1:264) TO VENTENDE-REKORD(1:264)
               MOVE "OPG-59" TO VP-KILDE OF VENTENDE-REKORD
               MOVE VENT-PARTI-ID TO VP-PARTI-ID OF VENTENDE-REKORD
               WRITE VENTENDE-REKORD
           END-PERFORM
           MOVE SPACES TO VENTENDE-REKORD
           MOVE "TRAILER" TO TR-MARKER OF VENTENDE-TRAILER
           MOVE NUM-GEN TO TR-ANTAL OF VENTENDE-TRAILER
           MOVE "OPG-59" TO VP-KILDE OF VENTENDE-REKORD
           MOVE VENT-PARTI-ID TO VP-PARTI-ID OF VENTENDE-REKORD
           WRITE VENTENDE-REKORD
           CLOSE FIL-VENTENDE.

      * Simuleringskontakten kan ogsaa saettes fra jobplanen, som
      * koerer programmet med SIMULERING=J i miljoeet.
       PARM-FILL.
           OPEN INPUT FIL-PARM
           IF PARM-STATUS = "00"
               READ FIL-PARM INTO PARM-REC
                   AT END
                       CONTINUE
               END-READ
               CLOSE FIL-PARM
           END-IF
           IF PARM-MORARENTE-SATS OF PARM-REC NOT NUMERIC
               MOVE .0800 TO PARM-MORARENTE-SATS OF PARM-REC
           END-IF
           PERFORM SIMULERING-MILJOE-CHECK.

       SIMULERING-MILJOE-CHECK.
           ACCEPT SIMULERING-MILJOE FROM ENVIRONMENT "SIMULERING"
           IF SIMULERING-MILJOE = "J"
               MOVE "J" TO PARM-SIMULERING-SW OF PARM-REC
           END-IF
           IF PARM-SIMULERING-JA OF PARM-REC
               DISPLAY "SIMULERING: posteringerne skrives til "
                   "Simulering-OPG59.txt - intet bogfoeres."
           END-IF.

      * Simuleringens modstykke til VENTENDE-SKRIV: GEN-ARR skrives
      * til simuleringsfilen med hver kontos kontotype.
       SIMULERING-SKRIV.
           OPEN OUTPUT FIL-SIMULERING
           PERFORM VARYING GEN-IX FROM 1 BY 1 UNTIL GEN-IX > NUM-GEN
               MOVE GEN-ARR(GEN-IX)(1:264) TO SIM-POSTERING-AKT
               MOVE KONTO-ID OF GEN-ARR(GEN-IX) TO POSTERING-KONTO
               PERFORM LOOKUP-KONTO
               PERFORM SIM-KONTO-TYPE-SAET
               PERFORM SIMULERING-POSTERING
           END-PERFORM
           PERFORM SIMULERING-AFSLUT.

       SIM-KONTO-TYPE-SAET.
           IF KONTO-MATCH-IX > 0
               MOVE KONTO-TYPE OF KONTO-ARR(KONTO-MATCH-IX)
                 TO SIM-KONTO-TYPE-AKT
           ELSE
               MOVE "UKENDT" TO SIM-KONTO-TYPE-AKT
           END-IF.

      * Skriver een simuleret postering (SIM-POSTERING-AKT med
      * kontotypen i SIM-KONTO-TYPE-AKT) og opsummerer den pr.
      * TRANS-TYPE og KONTO-TYPE.
       SIMULERING-POSTERING.
           MOVE SPACES TO SIMULERING-REKORD
           MOVE "P" TO SIM-LINJETYPE
           MOVE "OPG-59" TO SIM-KILDE
           MOVE SIM-KONTO-TYPE-AKT TO SIM-KONTO-TYPE
           MOVE SIM-POSTERING-AKT TO SIM-DATA
           WRITE SIMULERING-REKORD
           ADD 1 TO SIM-POSTERING-ANTAL
           MOVE 0 TO SIMSUM-MATCH-IX
           PERFORM VARYING SIMSUM-IX FROM 1 BY 1
                   UNTIL SIMSUM-IX > NUM-SIMSUM
               IF SS-TRANS-TYPE(SIMSUM-IX)
                       = TRANS-TYPE OF SIM-POSTERING-AKT
                   AND SS-KONTO-TYPE(SIMSUM-IX) = SIM-KONTO-TYPE-AKT
                   MOVE SIMSUM-IX TO SIMSUM-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF SIMSUM-MATCH-IX = 0
               IF NUM-SIMSUM >= 200
                   DISPLAY "FEJL: flere opsummeringslinjer end "
                       "SIMSUM-ARR's graense paa 200."
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO NUM-SIMSUM
               MOVE NUM-SIMSUM TO SIMSUM-MATCH-IX
               MOVE TRANS-TYPE OF SIM-POSTERING-AKT
                 TO SS-TRANS-TYPE(SIMSUM-MATCH-IX)
               MOVE SIM-KONTO-TYPE-AKT TO SS-KONTO-TYPE(SIMSUM-MATCH-IX)
               MOVE 0 TO SS-ANTAL(SIMSUM-MATCH-IX)
               MOVE ZEROS TO SS-BELOEB(SIMSUM-MATCH-IX)
           END-IF
           ADD 1 TO SS-ANTAL(SIMSUM-MATCH-IX)
           ADD BELØB OF SIM-POSTERING-AKT
             TO SS-BELOEB(SIMSUM-MATCH-IX).

      * Opsummeringslinjerne foelger efter posteringerne i
      * simuleringsfilen og vises ogsaa paa konsollen.
       SIMULERING-AFSLUT.
           PERFORM VARYING SIMSUM-IX FROM 1 BY 1
                   UNTIL SIMSUM-IX > NUM-SIMSUM
               MOVE SPACES TO SIMULERING-REKORD
               MOVE "S" TO SIM-LINJETYPE
               MOVE "OPG-59" TO SIM-KILDE
               MOVE SS-KONTO-TYPE(SIMSUM-IX) TO SIM-KONTO-TYPE
               MOVE SS-TRANS-TYPE(SIMSUM-IX) TO SIM-TRANS-TYPE
               MOVE SS-ANTAL(SIMSUM-IX) TO SIM-ANTAL
               MOVE SS-BELOEB(SIMSUM-IX) TO SIM-BELOEB
               WRITE SIMULERING-REKORD
               MOVE SS-BELOEB(SIMSUM-IX) TO SIM-BELOEB-VIS
               DISPLAY "SIMULERING: " SS-TRANS-TYPE(SIMSUM-IX) " "
                   SS-KONTO-TYPE(SIMSUM-IX) " " SS-ANTAL(SIMSUM-IX)
                   " poster " SIM-BELOEB-VIS
           END-PERFORM
           CLOSE FIL-SIMULERING
           DISPLAY "SIMULERING: " SIM-POSTERING-ANTAL
               " posteringer skrevet til Simulering-OPG59.txt.".

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
