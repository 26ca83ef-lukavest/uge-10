           SELECT FIL-RUN-LOG ASSIGN TO "../data/Koerselslog.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS RUN-LOG-STATUS.
           SELECT FIL-BOGFDATO ASSIGN TO "../data/Bogfoeringsdato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOGFDATO-STATUS.
           SELECT FIL-TRANS ASSIGN TO "../data/Transaktioner.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-STATUS.
           SELECT FIL-AFSTEMNING
               ASSIGN TO "../data/Finansafstemning-Status.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AFSTEMNING-STATUS.

       DATA DIVISION.

       01 RUN-LOG-REC.
           02 RUN-LOG-TEXT PIC X(120).

       FD FIL-BOGFDATO.
       01 BOGFDATO-FIL-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".

       FD FIL-TRANS.
       01 TRANSAKTIONER.
           COPY "../copybooks/TRANSAKTIONER.cpy".

       FD FIL-AFSTEMNING.
       01 AFSTEMNING-REKORD.
           COPY "../copybooks/FINANSAFSTEMNING.cpy".

       WORKING-STORAGE SECTION.
       01 RUN-LOG-STATUS   PIC XX VALUE "00".
       01 AUTOR-FIL-STATUS PIC XX VALUE "00".

       01 EOF-FLAG        PIC X(01) VALUE "N".
       01 RUN-DATE        PIC 9(08) VALUE ZEROS.
      * Koerselsdatoen er bankens bogfoeringsdato (Bogfoeringsdato.txt),
      * ikke maskinens dato.
       01 BOGFDATO-STATUS  PIC XX VALUE "00".
       01 BOGFDATO-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".

      * Periodens poster opgoeres paa forkontrollens bogfoerings-
      * dato (efter cut-off), ikke paa tidspunktet - poster fra
      * sidste dag efter cut-off hoerer til naeste periode. Raekker
      * uden bogfoeringsdato periodiseres paa tidspunktets dato.
       01 TRANS-STATUS     PIC XX VALUE "00".
       01 TRANS-BOGF-DATO  PIC X(10) VALUE SPACES.
       01 TRANS-BOGF-AAR   PIC 9(04) VALUE ZEROS.
       01 TRANS-BOGF-MAANED PIC 9(02) VALUE ZEROS.
       01 TRANS-TID-AAR    PIC 9(04) VALUE ZEROS.
       01 TRANS-TID-MAANED PIC 9(02) VALUE ZEROS.
       01 PERIODE-POST-ANTAL PIC 9(06) VALUE 0.
       01 RULLET-IND-ANTAL PIC 9(06) VALUE 0.
       01 RULLET-UD-ANTAL  PIC 9(06) VALUE 0.
       01 LUK-AAR         PIC 9(04) VALUE ZEROS.
       01 LUK-MAANED      PIC 9(02) VALUE ZEROS.

      * OPG-123's afstemning af kunderegnskabet mod finans skriver
      * sit resultat i Finansafstemning-Status.txt. Perioden lukkes
      * kun, naar filen viser en gennemfoert afstemning af netop
      * denne periode uden uforklaret difference over tolerance;
      * mangler filen, eller gaelder den en anden periode, lukkes
      * perioden heller ikke.
       01 AFSTEMNING-STATUS PIC XX VALUE "00".
       01 UFORKLARET-VIS   PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 TOLERANCE-VIS    PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
           PERFORM CHECK-AUTORISATION
           PERFORM PARM-FILL
           PERFORM BEREGN-LUK-PERIODE
           PERFORM CHECK-FINANSAFSTEMNING
           PERFORM PERIODE-ARR-FILL
           PERFORM LUK-PERIODE
           PERFORM PERIODE-ARR-REWRITE
           PERFORM OPGOER-PERIODENS-POSTER
           DISPLAY "Regnskabsperiode " LUK-AAR "-" LUK-MAANED
               " er lukket."
           STOP RUN.
      * Uden parametre lukkes forrige kalendermaaned - det normale
      * maanedsluk koert i starten af ny maaned.
       BEREGN-LUK-PERIODE.
           PERFORM BOGFOERINGSDATO-FILL
           MOVE BD-DATO OF BOGFDATO-REC TO RUN-DATE
           IF PARM-AAR OF PARM-REC > 0
               MOVE PARM-AAR OF PARM-REC TO LUK-AAR
               MOVE PARM-MAANED OF PARM-REC TO LUK-MAANED
               END-IF
           END-IF.

       CHECK-FINANSAFSTEMNING.
           OPEN INPUT FIL-AFSTEMNING
           IF AFSTEMNING-STATUS NOT = "00"
               DISPLAY "FEJL: periode " LUK-AAR "-" LUK-MAANED
                   " lukkes ikke - Finansafstemning-Status.txt findes "
                   "ikke; koer afstemningen mod finans (OPG-123) "
                   "foerst."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           READ FIL-AFSTEMNING
               AT END
                   MOVE SPACES TO AFSTEMNING-REKORD
           END-READ
           CLOSE FIL-AFSTEMNING
           IF FA-AAR NOT = LUK-AAR OR FA-MAANED NOT = LUK-MAANED
               DISPLAY "FEJL: periode " LUK-AAR "-" LUK-MAANED
                   " lukkes ikke - kunderegnskabet er ikke afstemt mod "
                   "finans for perioden; koer OPG-123 foerst."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF FA-DIFFERENCE
               MOVE FA-UFORKLARET TO UFORKLARET-VIS
               MOVE FA-TOLERANCE TO TOLERANCE-VIS
               DISPLAY "FEJL: periode " LUK-AAR "-" LUK-MAANED
                   " lukkes ikke - uforklaret difference mellem "
                   "kunderegnskab og finans paa " UFORKLARET-VIS
                   " DKK (tolerance " TOLERANCE-VIS ")."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       PERIODE-ARR-FILL.
           MOVE 0 TO NUM-PERIODER
           OPEN INPUT FIL-PERIODER
           MOVE "L" TO RP-PERIODE-STATUS
               OF PERIODE-ARR(PERIODE-MATCH-IX).

       OPGOER-PERIODENS-POSTER.
           OPEN INPUT FIL-TRANS
           IF TRANS-STATUS = "00"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ FIL-TRANS
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF TRANSAKTIONER(1:7) = "TRAILER"
                               MOVE "Y" TO EOF-FLAG
                           ELSE
                               PERFORM PERIODISER-POST
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIL-TRANS
               DISPLAY "Poster bogfoert i perioden: "
                   PERIODE-POST-ANTAL " (heraf fra forrige periodes "
                   "cut-off: " RULLET-IND-ANTAL ")"
               IF RULLET-UD-ANTAL > 0
                   DISPLAY "Poster efter cut-off, bogfoert i naeste "
                       "periode: " RULLET-UD-ANTAL
               END-IF
           END-IF.

       PERIODISER-POST.
           MOVE BOGFOER-DATO OF TRANSAKTIONER TO TRANS-BOGF-DATO
           IF TRANS-BOGF-DATO = SPACES
               MOVE TIDSPUNKT OF TRANSAKTIONER (1:10)
                 TO TRANS-BOGF-DATO
           END-IF
           IF TRANS-BOGF-DATO(1:4) NOT NUMERIC
                   OR TRANS-BOGF-DATO(6:2) NOT NUMERIC
                   OR TIDSPUNKT OF TRANSAKTIONER (1:4) NOT NUMERIC
                   OR TIDSPUNKT OF TRANSAKTIONER (6:2) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE TRANS-BOGF-DATO(1:4) TO TRANS-BOGF-AAR
           MOVE TRANS-BOGF-DATO(6:2) TO TRANS-BOGF-MAANED
           MOVE TIDSPUNKT OF TRANSAKTIONER (1:4) TO TRANS-TID-AAR
           MOVE TIDSPUNKT OF TRANSAKTIONER (6:2) TO TRANS-TID-MAANED
           IF TRANS-BOGF-AAR = LUK-AAR
                   AND TRANS-BOGF-MAANED = LUK-MAANED
               ADD 1 TO PERIODE-POST-ANTAL
               IF TRANS-TID-AAR NOT = LUK-AAR
                       OR TRANS-TID-MAANED NOT = LUK-MAANED
                   ADD 1 TO RULLET-IND-ANTAL
               END-IF
           ELSE
               IF TRANS-TID-AAR = LUK-AAR
                       AND TRANS-TID-MAANED = LUK-MAANED
                   ADD 1 TO RULLET-UD-ANTAL
               END-IF
           END-IF.

       PERIODE-ARR-REWRITE.
           OPEN OUTPUT FIL-PERIODER
           PERFORM VARYING PERIODE-IX FROM 1 BY 1
           END-STRING
           WRITE RUN-LOG-REC
           CLOSE FIL-RUN-LOG.

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
