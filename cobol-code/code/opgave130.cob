       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPG-130.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIL-RESTANCE ASSIGN TO "../data/Laane-Restancer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESTANCE-FIL-STATUS.
           SELECT FIL-RYKKER ASSIGN TO "../data/Laane-Rykker-Status.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RYKKER-FIL-STATUS.
           SELECT FIL-KONTI ASSIGN TO "../data/KontoOpl.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-KUNDER ASSIGN TO "../data/Kundeoplysninger.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-PARM ASSIGN TO "../data/OPG130-Parametre.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-STATUS.
           SELECT FIL-BREV ASSIGN TO BREV-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-MANIFEST
               ASSIGN TO "../data/Forsendelses-Manifest.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MANIFEST-STATUS.
           SELECT FIL-INKASSO ASSIGN TO "../data/Inkasso-Liste.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INKASSO-STATUS.
           SELECT FIL-RAPPORT
               ASSIGN TO "../data/Laane-Restance-Rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-VENTENDE
               ASSIGN TO "../data/Ventende-Posteringer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VENTENDE-STATUS.
           SELECT FIL-BOGFDATO ASSIGN TO "../data/Bogfoeringsdato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOGFDATO-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD FIL-RESTANCE.
       01 RESTANCE-REKORD.
           COPY "../copybooks/LAANE-RESTANCE.cpy".
       01 RESTANCE-REKORD-TRAILER REDEFINES RESTANCE-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(60).

       FD FIL-RYKKER.
       01 RYKKER-REKORD.
           COPY "../copybooks/RYKKER-STATUS.cpy".

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

       FD FIL-PARM.
       01 PARM-FILE-REC.
           COPY "../copybooks/OPG130-PARAMETRE.cpy".

       FD FIL-BREV.
       01 BREV-REC.
           02 BREV-TEXT PIC X(100).

       FD FIL-MANIFEST.
       01 MANIFEST-REC.
           COPY "../copybooks/FORSENDELSE.cpy".

       FD FIL-INKASSO.
       01 INKASSO-REC.
           02 INKASSO-TEXT PIC X(100).

       FD FIL-RAPPORT.
       01 RAPPORT-REC.
           02 RAPPORT-TEXT PIC X(120).

       FD FIL-VENTENDE.
       01 VENTENDE-REKORD.
           COPY "../copybooks/TRANSAKTIONER.cpy".
           COPY "../copybooks/VENTENDE-POSTERING.cpy".
       01 VENTENDE-TRAILER REDEFINES VENTENDE-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(273).

       FD FIL-BOGFDATO.
       01 BOGFDATO-FIL-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".

       WORKING-STORAGE SECTION.

      * Rykkerforloeb over laanerestancerne fra OPG-59, adskilt fra
      * OPG-91's overtraeksrykkere: trin pr. laanekonto i
      * Laane-Rykker-Status.txt (samme layout som Rykker-Status.txt).
      * Foerste brev PARM-DAGE-FOERSTE dage efter den aeldste
      * ubetalte termin, anden rykker med rykkergebyr (posteret som
      * GEBYR paa laanekontoen) efter PARM-DAGE-ANDEN dage, og
      * overgivelse til inkassolisten, naar laanet har
      * PARM-INKASSO-TERMINER ubetalte terminer. Laan uden aabne
      * restancer er bragt i orden og slettes af registret.
       01 RESTANCE-FIL-STATUS PIC XX VALUE "00".
       01 RYKKER-FIL-STATUS PIC XX VALUE "00".
       01 MANIFEST-STATUS  PIC XX VALUE "00".
       01 INKASSO-STATUS   PIC XX VALUE "00".
       01 PARM-STATUS      PIC XX VALUE "00".
       01 PARM-REC.
           COPY "../copybooks/OPG130-PARAMETRE.cpy".
       01 TRAILER-FOUND-SW PIC X(01) VALUE "N".
       01 TRAILER-ANTAL    PIC 9(06) VALUE ZEROS.
       01 EOF-FLAG         PIC X(01) VALUE "N".
       01 FUNDET-SW        PIC X(01) VALUE "N".

      * Restancerne samlet pr. laan: antal ubetalte terminer, skyldig
      * ydelse og morarente og den aeldste forfaldsdato, som
      * restancens alder regnes fra.
       01 NUM-LAAN      PIC 9(04) VALUE 0.
       01 LAAN-ARR OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-LAAN.
           02 LR-LAAN-KONTO   PIC X(14).
           02 LR-TERMINER     PIC 9(03).
           02 LR-SUM-YDELSE   PIC S9(12)V99.
           02 LR-SUM-MORARENTE PIC S9(12)V99.
           02 LR-AELDSTE      PIC X(10).
           02 LR-DAGE         PIC S9(06).
           02 LR-INTERVAL     PIC 9(01).
       01 LAAN-IX         PIC 9(04) VALUE 0.
       01 LAAN-MATCH-IX   PIC 9(04) VALUE 0.

       01 NUM-RYKKER    PIC 9(04) VALUE 0.
       01 RYKKER-ARR OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-RYKKER.
           COPY "../copybooks/RYKKER-STATUS.cpy".
       01 RYKKER-IX       PIC 9(04) VALUE 0.
       01 RYKKER-IX2      PIC 9(04) VALUE 0.
       01 RYKKER-MATCH-IX PIC 9(04) VALUE 0.

       01 NUM-KONTI     PIC 9(04) VALUE 0.
       01 KONTO-ARR OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-KONTI.
           COPY "../copybooks/KONTOOPL.cpy".
       01 KONTO-IX        PIC 9(04) VALUE 0.
       01 KONTO-MATCH-IX  PIC 9(04) VALUE 0.
       01 SOEGE-KONTO     PIC X(14) VALUE SPACES.

       01 NUM-KUNDER    PIC 9(04) VALUE 0.
       01 KUNDE-ARR OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-KUNDER.
           COPY "../copybooks/KUNDER.cpy".
       01 KUNDE-IX        PIC 9(04) VALUE 0.
       01 KUNDE-MATCH-IX  PIC 9(04) VALUE 0.

      * Rykkergebyrerne stilles i koe i Ventende-Posteringer.txt som
      * eet parti, som OPG-59's ydelser.
       01 NUM-GEN       PIC 9(04) VALUE 0.
       01 GEN-ARR OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-GEN.
           COPY "../copybooks/TRANSAKTIONER.cpy".
       01 GEN-IX          PIC 9(04) VALUE 0.
       01 GEBYR-POSTING.
           COPY "../copybooks/TRANSAKTIONER.cpy".
       01 GEBYR-TIDSPUNKT PIC X(26) VALUE SPACES.
       01 VENTENDE-STATUS PIC XX VALUE "00".
       01 VENT-PARTI-ID.
           02 VENT-PARTI-DATO PIC 9(08) VALUE ZEROS.
           02 VENT-PARTI-TID  PIC 9(08) VALUE ZEROS.

       01 BREV-FILENAME   PIC X(60) VALUE SPACES.
       01 BREV-TRIN       PIC 9(01) VALUE ZEROS.
       01 RUN-DATE        PIC 9(08) VALUE ZEROS.
      * Koerselsdatoen er bankens bogfoeringsdato (Bogfoeringsdato.txt),
      * ikke maskinens dato.
       01 BOGFDATO-STATUS  PIC XX VALUE "00".
       01 BOGFDATO-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".
       01 RUN-DATE-INT    PIC 9(08) VALUE ZEROS.
       01 DAGS-DATO       PIC X(10) VALUE SPACES.
       01 FORFALD-NUM     PIC 9(08) VALUE ZEROS.
       01 FORFALD-INT     PIC 9(08) VALUE ZEROS.

      * Aldersfordelingen i rapporten: dage efter den aeldste
      * ubetalte termins forfald.
       01 INTERVAL-TABLE.
           02 FILLER PIC X(12) VALUE "1-30 dage".
           02 FILLER PIC X(12) VALUE "31-60 dage".
           02 FILLER PIC X(12) VALUE "61-90 dage".
           02 FILLER PIC X(12) VALUE "over 90 dage".
       01 INTERVAL-ARR REDEFINES INTERVAL-TABLE.
           02 INTERVAL-NAVN  PIC X(12) OCCURS 4 TIMES.
       01 INTERVAL-IX      PIC 9(01) VALUE 0.
       01 INTERVAL-SUM-ARR OCCURS 4 TIMES.
           02 IS-ANTAL       PIC 9(05) VALUE ZEROS.
           02 IS-BELOEB      PIC S9(12)V99 VALUE ZEROS.

       01 RESTANCE-I-ALT  PIC S9(12)V99 VALUE ZEROS.
       01 BELOEB-VIS      PIC -ZZZ,ZZZ,ZZ9.99.
       01 MORARENTE-VIS   PIC -ZZZ,ZZZ,ZZ9.99.
       01 DAGE-VIS        PIC ZZZZ9.
       01 GEBYR-VIS       PIC ZZ,ZZ9.99.

       01 FOERSTE-ANTAL   PIC 9(04) VALUE 0.
       01 ANDEN-ANTAL     PIC 9(04) VALUE 0.
       01 INKASSO-ANTAL   PIC 9(04) VALUE 0.
       01 KURERET-ANTAL   PIC 9(04) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM DAGS-DATO-FILL
           PERFORM PARM-FILL
           PERFORM RESTANCE-ARR-FILL
           PERFORM RYKKER-ARR-FILL
           PERFORM KONTO-ARR-FILL
           PERFORM KUNDE-ARR-FILL
           OPEN EXTEND FIL-MANIFEST
           IF MANIFEST-STATUS = "35"
               OPEN OUTPUT FIL-MANIFEST
           END-IF
           PERFORM FJERN-KUREREDE
           PERFORM BEHANDL-RESTANCER
           CLOSE FIL-MANIFEST
           PERFORM VENTENDE-SKRIV
           PERFORM RYKKER-ARR-REWRITE
           PERFORM SKRIV-RAPPORT
           DISPLAY "Laanerestancer behandlet - " NUM-LAAN
               " laan i restance, " FOERSTE-ANTAL " foerste breve, "
               ANDEN-ANTAL " rykkere, " INKASSO-ANTAL
               " til inkasso, " KURERET-ANTAL " bragt i orden."
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
           INTO DAGS-DATO.

       PARM-FILL.
           OPEN INPUT FIL-PARM
           IF PARM-STATUS = "00"
               READ FIL-PARM INTO PARM-REC
                   AT END
                       CONTINUE
               END-READ
               CLOSE FIL-PARM
           END-IF
           IF PARM-DAGE-FOERSTE OF PARM-REC = ZEROS
               MOVE 010 TO PARM-DAGE-FOERSTE OF PARM-REC
           END-IF
           IF PARM-DAGE-ANDEN OF PARM-REC = ZEROS
               MOVE 025 TO PARM-DAGE-ANDEN OF PARM-REC
           END-IF
           IF PARM-INKASSO-TERMINER OF PARM-REC = ZEROS
               MOVE 03 TO PARM-INKASSO-TERMINER OF PARM-REC
           END-IF.

      * De enkelte terminer fra Laane-Restancer.txt laegges sammen pr.
      * laan; registret er i forfaldsorden, saa den foerste termin
      * for et laan er den aeldste.
       RESTANCE-ARR-FILL.
           MOVE 0 TO NUM-LAAN
           OPEN INPUT FIL-RESTANCE
           IF RESTANCE-FIL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO TRAILER-FOUND-SW
           MOVE 0 TO TRAILER-ANTAL
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
                       ELSE
                           ADD 1 TO TRAILER-ANTAL
                           PERFORM SAML-RESTANCE
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
           IF TR-ANTAL OF RESTANCE-REKORD-TRAILER NOT = TRAILER-ANTAL
               DISPLAY "FEJL: Laane-Restancer.txt - forventet "
                   TR-ANTAL OF RESTANCE-REKORD-TRAILER
                   " poster, fandt " TRAILER-ANTAL
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING LAAN-IX FROM 1 BY 1 UNTIL LAAN-IX > NUM-LAAN
               PERFORM BEREGN-ALDER
           END-PERFORM.

       SAML-RESTANCE.
           MOVE 0 TO LAAN-MATCH-IX
           PERFORM VARYING LAAN-IX FROM 1 BY 1 UNTIL LAAN-IX > NUM-LAAN
               IF LR-LAAN-KONTO(LAAN-IX)
                       = LR-KONTO-ID OF RESTANCE-REKORD
                   MOVE LAAN-IX TO LAAN-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF LAAN-MATCH-IX = 0
               IF NUM-LAAN >= 1000
                   DISPLAY "FEJL: flere end 1000 laan i restance - "
                       "udvid LAAN-ARR."
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO NUM-LAAN
               MOVE NUM-LAAN TO LAAN-MATCH-IX
               MOVE LR-KONTO-ID OF RESTANCE-REKORD
                 TO LR-LAAN-KONTO(LAAN-MATCH-IX)
               MOVE 0 TO LR-TERMINER(LAAN-MATCH-IX)
               MOVE ZEROS TO LR-SUM-YDELSE(LAAN-MATCH-IX)
               MOVE ZEROS TO LR-SUM-MORARENTE(LAAN-MATCH-IX)
               MOVE LR-FORFALD OF RESTANCE-REKORD
                 TO LR-AELDSTE(LAAN-MATCH-IX)
           END-IF
           ADD 1 TO LR-TERMINER(LAAN-MATCH-IX)
           ADD LR-YDELSE OF RESTANCE-REKORD
             TO LR-SUM-YDELSE(LAAN-MATCH-IX)
           ADD LR-MORARENTE OF RESTANCE-REKORD
             TO LR-SUM-MORARENTE(LAAN-MATCH-IX)
           IF LR-FORFALD OF RESTANCE-REKORD < LR-AELDSTE(LAAN-MATCH-IX)
               MOVE LR-FORFALD OF RESTANCE-REKORD
                 TO LR-AELDSTE(LAAN-MATCH-IX)
           END-IF.

       BEREGN-ALDER.
           MOVE LR-AELDSTE(LAAN-IX)(1:4) TO FORFALD-NUM(1:4)
           MOVE LR-AELDSTE(LAAN-IX)(6:2) TO FORFALD-NUM(5:2)
           MOVE LR-AELDSTE(LAAN-IX)(9:2) TO FORFALD-NUM(7:2)
           COMPUTE FORFALD-INT = FUNCTION INTEGER-OF-DATE(FORFALD-NUM)
           COMPUTE LR-DAGE(LAAN-IX) = RUN-DATE-INT - FORFALD-INT
           EVALUATE TRUE
               WHEN LR-DAGE(LAAN-IX) <= 30
                   MOVE 1 TO LR-INTERVAL(LAAN-IX)
               WHEN LR-DAGE(LAAN-IX) <= 60
                   MOVE 2 TO LR-INTERVAL(LAAN-IX)
               WHEN LR-DAGE(LAAN-IX) <= 90
                   MOVE 3 TO LR-INTERVAL(LAAN-IX)
               WHEN OTHER
                   MOVE 4 TO LR-INTERVAL(LAAN-IX)
           END-EVALUATE.

       RYKKER-ARR-FILL.
           MOVE 0 TO NUM-RYKKER
           OPEN INPUT FIL-RYKKER
           IF RYKKER-FIL-STATUS = "00"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ FIL-RYKKER INTO RYKKER-REKORD
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF NUM-RYKKER < 1000
                               ADD 1 TO NUM-RYKKER
                               MOVE RYKKER-REKORD
                                 TO RYKKER-ARR(NUM-RYKKER)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIL-RYKKER
           END-IF.

       KONTO-ARR-FILL.
           OPEN INPUT FIL-KONTI
           MOVE 0 TO NUM-KONTI
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-KONTI INTO KONTO-REKORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF KONTO-REKORD-TRAILER = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                       ELSE
                           ADD 1 TO NUM-KONTI
                           MOVE KONTO-REKORD TO KONTO-ARR(NUM-KONTI)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-KONTI.

       KUNDE-ARR-FILL.
           OPEN INPUT FIL-KUNDER
           MOVE 0 TO NUM-KUNDER
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-KUNDER INTO KUNDE-OPL
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF KUNDE-OPL-TRAILER = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                       ELSE
                           ADD 1 TO NUM-KUNDER
                           MOVE KUNDE-OPL TO KUNDE-ARR(NUM-KUNDER)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-KUNDER.

       FJERN-KUREREDE.
           MOVE 1 TO RYKKER-IX
           PERFORM UNTIL RYKKER-IX > NUM-RYKKER
               MOVE "N" TO FUNDET-SW
               PERFORM VARYING LAAN-IX FROM 1 BY 1
                       UNTIL LAAN-IX > NUM-LAAN
                   IF LR-LAAN-KONTO(LAAN-IX)
                           = RY-KONTO-ID OF RYKKER-ARR(RYKKER-IX)
                       MOVE "Y" TO FUNDET-SW
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF FUNDET-SW = "N"
                   ADD 1 TO KURERET-ANTAL
                   PERFORM VARYING RYKKER-IX2 FROM RYKKER-IX BY 1
                           UNTIL RYKKER-IX2 >= NUM-RYKKER
                       MOVE RYKKER-ARR(RYKKER-IX2 + 1)
                         TO RYKKER-ARR(RYKKER-IX2)
                   END-PERFORM
                   SUBTRACT 1 FROM NUM-RYKKER
               ELSE
                   ADD 1 TO RYKKER-IX
               END-IF
           END-PERFORM.

      * Et nyt laan i restance starter paa trin 0 fra den aeldste
      * ubetalte termin; er den termin siden betalt, regnes alderen
      * fra den naeste.
       BEHANDL-RESTANCER.
           PERFORM VARYING LAAN-IX FROM 1 BY 1 UNTIL LAAN-IX > NUM-LAAN
               PERFORM FIND-RYKKER-STATUS
               IF RYKKER-MATCH-IX = 0
                   IF NUM-RYKKER >= 1000
                       DISPLAY "FEJL: flere end 1000 laan i "
                           "rykkerforloeb - udvid RYKKER-ARR."
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO NUM-RYKKER
                   MOVE NUM-RYKKER TO RYKKER-MATCH-IX
                   MOVE SPACES TO RYKKER-ARR(RYKKER-MATCH-IX)
                   MOVE LR-LAAN-KONTO(LAAN-IX)
                     TO RY-KONTO-ID OF RYKKER-ARR(RYKKER-MATCH-IX)
                   MOVE 0 TO RY-TRIN OF RYKKER-ARR(RYKKER-MATCH-IX)
                   MOVE DAGS-DATO
                     TO RY-SIDSTE-DATO OF RYKKER-ARR(RYKKER-MATCH-IX)
               END-IF
               MOVE LR-AELDSTE(LAAN-IX)
                 TO RY-FOERSTE-DATO OF RYKKER-ARR(RYKKER-MATCH-IX)
               PERFORM VURDER-NAESTE-TRIN
           END-PERFORM.

       FIND-RYKKER-STATUS.
           MOVE 0 TO RYKKER-MATCH-IX
           PERFORM VARYING RYKKER-IX FROM 1 BY 1
                   UNTIL RYKKER-IX > NUM-RYKKER
               IF RY-KONTO-ID OF RYKKER-ARR(RYKKER-IX)
                       = LR-LAAN-KONTO(LAAN-IX)
                   MOVE RYKKER-IX TO RYKKER-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * Inkasso gaar forud for rykkertrinnene: et laan med
      * PARM-INKASSO-TERMINER ubetalte terminer overgives, uanset
      * hvor langt rykkerforloebet er naaet.
       VURDER-NAESTE-TRIN.
           EVALUATE TRUE
               WHEN RY-INKASSO OF RYKKER-ARR(RYKKER-MATCH-IX)
                   CONTINUE
               WHEN LR-TERMINER(LAAN-IX)
                       >= PARM-INKASSO-TERMINER OF PARM-REC
                   MOVE 3 TO RY-TRIN OF RYKKER-ARR(RYKKER-MATCH-IX)
                   MOVE DAGS-DATO
                     TO RY-SIDSTE-DATO OF RYKKER-ARR(RYKKER-MATCH-IX)
                   ADD 1 TO INKASSO-ANTAL
                   MOVE 3 TO BREV-TRIN
                   PERFORM SKRIV-RYKKERBREV
                   PERFORM SKRIV-INKASSO-LINJE
               WHEN RY-OBSERVERET OF RYKKER-ARR(RYKKER-MATCH-IX)
                       AND LR-DAGE(LAAN-IX)
                           >= PARM-DAGE-FOERSTE OF PARM-REC
                   MOVE 1 TO RY-TRIN OF RYKKER-ARR(RYKKER-MATCH-IX)
                   MOVE DAGS-DATO
                     TO RY-SIDSTE-DATO OF RYKKER-ARR(RYKKER-MATCH-IX)
                   ADD 1 TO FOERSTE-ANTAL
                   MOVE 1 TO BREV-TRIN
                   PERFORM SKRIV-RYKKERBREV
               WHEN RY-FOERSTE-BREV OF RYKKER-ARR(RYKKER-MATCH-IX)
                       AND LR-DAGE(LAAN-IX)
                           >= PARM-DAGE-ANDEN OF PARM-REC
                   MOVE 2 TO RY-TRIN OF RYKKER-ARR(RYKKER-MATCH-IX)
                   MOVE DAGS-DATO
                     TO RY-SIDSTE-DATO OF RYKKER-ARR(RYKKER-MATCH-IX)
                   ADD 1 TO ANDEN-ANTAL
                   MOVE 2 TO BREV-TRIN
                   PERFORM SKRIV-RYKKERBREV
                   PERFORM POSTER-RYKKERGEBYR
           END-EVALUATE.

       SKRIV-RYKKERBREV.
           MOVE SPACES TO BREV-FILENAME
           STRING
               "../data/Laanerykker-" DELIMITED BY SIZE
               LR-LAAN-KONTO(LAAN-IX) DELIMITED BY SPACE
               "-"                    DELIMITED BY SIZE
               BREV-TRIN              DELIMITED BY SIZE
               "-"                    DELIMITED BY SIZE
               RUN-DATE               DELIMITED BY SIZE
               ".txt"                 DELIMITED BY SIZE
           INTO BREV-FILENAME
           OPEN OUTPUT FIL-BREV
           MOVE SPACES TO BREV-TEXT
           EVALUATE BREV-TRIN
               WHEN 1
                   STRING
                       "Paamindelse: ydelsen paa laan "
                                              DELIMITED BY SIZE
                       LR-LAAN-KONTO(LAAN-IX) DELIMITED BY SIZE
                       " forfaldt "           DELIMITED BY SIZE
                       LR-AELDSTE(LAAN-IX)    DELIMITED BY SIZE
                       " og er ikke betalt."  DELIMITED BY SIZE
                   INTO BREV-TEXT
               WHEN 2
                   MOVE PARM-RYKKERGEBYR OF PARM-REC TO GEBYR-VIS
                   STRING
                       "Rykker: laan "        DELIMITED BY SIZE
                       LR-LAAN-KONTO(LAAN-IX) DELIMITED BY SIZE
                       " er fortsat i restance - rykkergebyr "
                                              DELIMITED BY SIZE
                       GEBYR-VIS              DELIMITED BY SIZE
                       " er paalagt."         DELIMITED BY SIZE
                   INTO BREV-TEXT
               WHEN OTHER
                   STRING
                       "Laan "                DELIMITED BY SIZE
                       LR-LAAN-KONTO(LAAN-IX) DELIMITED BY SIZE
                       " er overgivet til inkasso efter "
                                              DELIMITED BY SIZE
                       LR-TERMINER(LAAN-IX)   DELIMITED BY SIZE
                       " ubetalte terminer."  DELIMITED BY SIZE
                   INTO BREV-TEXT
           END-EVALUATE
           WRITE BREV-REC
           MOVE LR-SUM-YDELSE(LAAN-IX) TO BELOEB-VIS
           MOVE LR-SUM-MORARENTE(LAAN-IX) TO MORARENTE-VIS
           MOVE SPACES TO BREV-TEXT
           STRING
               "Skyldige ydelser: "    DELIMITED BY SIZE
               BELOEB-VIS              DELIMITED BY SIZE
               "  paaloebet morarente: " DELIMITED BY SIZE
               MORARENTE-VIS           DELIMITED BY SIZE
           INTO BREV-TEXT
           WRITE BREV-REC
           IF BREV-TRIN < 3
               MOVE "Beloebet traekkes paa betalingskontoen, saa snart "
                 TO BREV-TEXT
               WRITE BREV-REC
               MOVE "der er daekning. Indsaet beloebet snarest."
                 TO BREV-TEXT
               WRITE BREV-REC
           ELSE
               MOVE "Kontakt banken om afvikling af restancen."
                 TO BREV-TEXT
               WRITE BREV-REC
           END-IF
           CLOSE FIL-BREV
           MOVE LR-LAAN-KONTO(LAAN-IX) TO SOEGE-KONTO
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
           PERFORM VARYING KONTO-IX FROM 1 BY 1
                   UNTIL KONTO-IX > NUM-KONTI
               IF KONTO-ID OF KONTO-ARR(KONTO-IX) = SOEGE-KONTO
                   MOVE KONTO-IX TO KONTO-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOOKUP-KUNDE.
           MOVE 0 TO KUNDE-MATCH-IX
           IF KONTO-MATCH-IX > 0
               PERFORM VARYING KUNDE-IX FROM 1 BY 1
                       UNTIL KUNDE-IX > NUM-KUNDER
                   IF KUNDE-ID OF KUNDE-ARR(KUNDE-IX)
                           = KUNDE-ID OF KONTO-ARR(KONTO-MATCH-IX)
                       MOVE KUNDE-IX TO KUNDE-MATCH-IX
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

      * Rykkergebyret posteres som GEBYR paa laanekontoen, saa det
      * foelger samme finansmapping som oevrige gebyrer.
       POSTER-RYKKERGEBYR.
           IF PARM-RYKKERGEBYR OF PARM-REC = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO GEBYR-POSTING
           IF KUNDE-MATCH-IX > 0
               MOVE CPR OF KUNDE-ARR(KUNDE-MATCH-IX)
                 TO CPR OF GEBYR-POSTING
           END-IF
           MOVE LR-LAAN-KONTO(LAAN-IX) TO KONTO-ID OF GEBYR-POSTING
           MOVE ZEROS TO REG-NR OF GEBYR-POSTING
           COMPUTE BELØB OF GEBYR-POSTING =
               ZEROS - PARM-RYKKERGEBYR OF PARM-REC
           MOVE "DKK " TO VALUTA OF GEBYR-POSTING
           MOVE "GEBYR" TO TRANS-TYPE OF GEBYR-POSTING
           MOVE "LAANERYKKER" TO BUTIK OF GEBYR-POSTING
           MOVE SPACES TO GEBYR-TIDSPUNKT
           STRING
               DAGS-DATO          DELIMITED BY SIZE
               "-00:00:00.000000" DELIMITED BY SIZE
           INTO GEBYR-TIDSPUNKT
           MOVE GEBYR-TIDSPUNKT TO TIDSPUNKT OF GEBYR-POSTING
           IF NUM-GEN >= 1000
               DISPLAY "FEJL: flere end 1000 rykkergebyrer - "
                   "udvid GEN-ARR."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO NUM-GEN
           MOVE GEBYR-POSTING TO GEN-ARR(NUM-GEN).

       SKRIV-INKASSO-LINJE.
           OPEN EXTEND FIL-INKASSO
           IF INKASSO-STATUS = "35"
               OPEN OUTPUT FIL-INKASSO
           END-IF
           MOVE LR-SUM-YDELSE(LAAN-IX) TO BELOEB-VIS
           MOVE SPACES TO INKASSO-TEXT
           STRING
               LR-LAAN-KONTO(LAAN-IX) DELIMITED BY SIZE
               " overgivet til inkasso " DELIMITED BY SIZE
               DAGS-DATO              DELIMITED BY SIZE
               " (laanerestance, "    DELIMITED BY SIZE
               LR-TERMINER(LAAN-IX)   DELIMITED BY SIZE
               " terminer,"           DELIMITED BY SIZE
               BELOEB-VIS             DELIMITED BY SIZE
               ")"                    DELIMITED BY SIZE
           INTO INKASSO-TEXT
           WRITE INKASSO-REC
           CLOSE FIL-INKASSO.

      * Gebyrerne stilles i koe i Ventende-Posteringer.txt som eet
      * parti med egen trailer; OPG-96 bogfoerer dem.
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
               MOVE "OPG130" TO VP-KILDE OF VENTENDE-REKORD
               MOVE VENT-PARTI-ID TO VP-PARTI-ID OF VENTENDE-REKORD
               WRITE VENTENDE-REKORD
           END-PERFORM
           MOVE SPACES TO VENTENDE-REKORD
           MOVE "TRAILER" TO TR-MARKER OF VENTENDE-TRAILER
           MOVE NUM-GEN TO TR-ANTAL OF VENTENDE-TRAILER
           MOVE "OPG130" TO VP-KILDE OF VENTENDE-REKORD
           MOVE VENT-PARTI-ID TO VP-PARTI-ID OF VENTENDE-REKORD
           WRITE VENTENDE-REKORD
           CLOSE FIL-VENTENDE.

       RYKKER-ARR-REWRITE.
           OPEN OUTPUT FIL-RYKKER
           PERFORM VARYING RYKKER-IX FROM 1 BY 1
                   UNTIL RYKKER-IX > NUM-RYKKER
               WRITE RYKKER-REKORD FROM RYKKER-ARR(RYKKER-IX)
           END-PERFORM
           CLOSE FIL-RYKKER.

      * Aldersfordelt restanceliste: een linje pr. laan med
      * terminer, skyldig ydelse, morarente, aeldste forfald, dage
      * og rykkertrin, derefter summer pr. aldersinterval.
       SKRIV-RAPPORT.
           OPEN OUTPUT FIL-RAPPORT
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Laanerestancer pr. " DELIMITED BY SIZE
               DAGS-DATO             DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Laanekonto     Term.          Ydelser       Morarente"
                                     DELIMITED BY SIZE
               "  Aeldste forfald  Dage  Trin  Interval"
                                     DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           PERFORM VARYING LAAN-IX FROM 1 BY 1 UNTIL LAAN-IX > NUM-LAAN
               PERFORM SKRIV-RAPPORT-LINJE
           END-PERFORM
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE "Aldersfordeling:" TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           PERFORM VARYING INTERVAL-IX FROM 1 BY 1
                   UNTIL INTERVAL-IX > 4
               MOVE IS-BELOEB(INTERVAL-IX) TO BELOEB-VIS
               MOVE SPACES TO RAPPORT-TEXT
               STRING
                   "  "                      DELIMITED BY SIZE
                   INTERVAL-NAVN(INTERVAL-IX) DELIMITED BY SIZE
                   " "                       DELIMITED BY SIZE
                   IS-ANTAL(INTERVAL-IX)     DELIMITED BY SIZE
                   " laan "                  DELIMITED BY SIZE
                   BELOEB-VIS                DELIMITED BY SIZE
               INTO RAPPORT-TEXT
               WRITE RAPPORT-REC
           END-PERFORM
           MOVE RESTANCE-I-ALT TO BELOEB-VIS
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "  I alt        "         DELIMITED BY SIZE
               NUM-LAAN                  DELIMITED BY SIZE
               "  laan "                 DELIMITED BY SIZE
               BELOEB-VIS                DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           CLOSE FIL-RAPPORT.

       SKRIV-RAPPORT-LINJE.
           PERFORM FIND-RYKKER-STATUS
           COMPUTE BELOEB-VIS = LR-SUM-YDELSE(LAAN-IX)
           MOVE LR-SUM-MORARENTE(LAAN-IX) TO MORARENTE-VIS
           MOVE LR-DAGE(LAAN-IX) TO DAGE-VIS
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               LR-LAAN-KONTO(LAAN-IX) DELIMITED BY SIZE
               "  "                   DELIMITED BY SIZE
               LR-TERMINER(LAAN-IX)   DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               BELOEB-VIS             DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               MORARENTE-VIS          DELIMITED BY SIZE
               "  "                   DELIMITED BY SIZE
               LR-AELDSTE(LAAN-IX)    DELIMITED BY SIZE
               "       "              DELIMITED BY SIZE
               DAGE-VIS               DELIMITED BY SIZE
               "     "                DELIMITED BY SIZE
               RY-TRIN OF RYKKER-ARR(RYKKER-MATCH-IX)
                                      DELIMITED BY SIZE
               "  "                   DELIMITED BY SIZE
               INTERVAL-NAVN(LR-INTERVAL(LAAN-IX))
                                      DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE LR-INTERVAL(LAAN-IX) TO INTERVAL-IX
           ADD 1 TO IS-ANTAL(INTERVAL-IX)
           ADD LR-SUM-YDELSE(LAAN-IX) TO IS-BELOEB(INTERVAL-IX)
           ADD LR-SUM-MORARENTE(LAAN-IX) TO IS-BELOEB(INTERVAL-IX)
           ADD LR-SUM-YDELSE(LAAN-IX) TO RESTANCE-I-ALT
           ADD LR-SUM-MORARENTE(LAAN-IX) TO RESTANCE-I-ALT.

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
