           SELECT FIL-OVERTRAEK ASSIGN TO "../data/Overtraek.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OVERTRAEK-FIL-STATUS.
           SELECT FIL-RESTANCE
               ASSIGN TO "../data/Kreditkort-Restance.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESTANCE-FIL-STATUS.
           SELECT FIL-RYKKER ASSIGN TO "../data/Rykker-Status.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RYKKER-FIL-STATUS.
           SELECT FIL-FIK ASSIGN TO "../data/FIK-Referencer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FIK-FIL-STATUS.
           SELECT FIL-RETURPOST
               ASSIGN TO "../data/Returpost-Register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETURPOST-STATUS.
           SELECT FIL-BOGFDATO ASSIGN TO "../data/Bogfoeringsdato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOGFDATO-STATUS.

       DATA DIVISION.

       01 OVERTRAEK-REC.
           02 OVERTRAEK-TEXT PIC X(150).

       FD FIL-RESTANCE.
       01 RESTANCE-REC.
           02 RESTANCE-TEXT PIC X(100).

       FD FIL-RYKKER.
       01 RYKKER-REKORD.
           COPY "../copybooks/RYKKER-STATUS.cpy".
       01 TRANSAKTIONER-TRAILER REDEFINES TRANSAKTIONER.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(251).

       FD FIL-KONTI.
       01 KONTO-REKORD.
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(37).

       FD FIL-BOGFDATO.
       01 BOGFDATO-FIL-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".

       FD FIL-RETURPOST.
       01 RETURPOST-REKORD.
           COPY "../copybooks/RETURPOST.cpy".
       01 RETURPOST-REKORD-TRAILER REDEFINES RETURPOST-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(47).

       WORKING-STORAGE SECTION.
      * Returpost: kunder, hvis post er kommet retur som uanbringelig
      * (Returpost-Register.txt fra OPG-155), faar ikke papir til den
      * doede adresse. Har kunden e-mail, sendes forsendelsen
      * elektronisk; ellers tilbageholdes den (status H), til OPG-12
      * eller OPG-39 bringer en ny adresse.
       01 RETURPOST-STATUS  PIC XX VALUE "00".
       01 NUM-RETURPOST     PIC 9(04) VALUE 0.
       01 RETURPOST-ARR OCCURS 0 TO 1000 TIMES
               DEPENDING ON NUM-RETURPOST.
           COPY "../copybooks/RETURPOST.cpy".
       01 RETURPOST-IX      PIC 9(04) VALUE 0.
       01 RETURPOST-SOEG-ID PIC X(10) VALUE SPACES.
       01 RETURPOST-SW      PIC X(01) VALUE "N".

      * Rykkerforloeb over overtraeksalarmerne: trin pr. konto i
      * Rykker-Status.txt (som Dormant-Status.txt's DS-TRIN).
      * PARM-DAGE-ANDEN, overgivelse til inkassolisten efter
      * PARM-DAGE-INKASSO. Konti, der ikke laengere staar i
      * Overtraek.txt, betragtes som bragt i orden og slettes af
      * registret. Kreditkortkonti med ubetalt minimumsbetaling
      * (Kreditkort-Restance.txt fra OPG-111) foelger samme forloeb
      * med egen brevtekst.
       01 OVERTRAEK-FIL-STATUS PIC XX VALUE "00".
       01 RESTANCE-FIL-STATUS PIC XX VALUE "00".
       01 RESTANCE-FUNDET-SW PIC X(01) VALUE "N".
       01 INKASSO-AARSAG   PIC X(18) VALUE SPACES.
       01 RYKKER-FIL-STATUS PIC XX VALUE "00".
       01 MANIFEST-STATUS  PIC XX VALUE "00".
       01 INKASSO-STATUS   PIC XX VALUE "00".
       01 NUM-OVER      PIC 9(04) VALUE 0.
       01 OVER-ARR OCCURS 0 TO 500 TIMES DEPENDING ON NUM-OVER.
           02 OV-KONTO-ID   PIC X(14).
           02 OV-AARSAG     PIC X(01).
               88 OV-OVERTRAEK    VALUE "O".
               88 OV-KK-RESTANCE  VALUE "K".
       01 OVER-IX         PIC 9(04) VALUE 0.

       01 NUM-RYKKER    PIC 9(04) VALUE 0.

       01 BREV-FILENAME   PIC X(60) VALUE SPACES.
       01 RUN-DATE        PIC 9(08) VALUE ZEROS.
      * Koerselsdatoen er bankens bogfoeringsdato (Bogfoeringsdato.txt),
      * ikke maskinens dato.
       01 BOGFDATO-STATUS  PIC XX VALUE "00".
       01 BOGFDATO-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".
       01 RUN-DATE-INT    PIC 9(08) VALUE ZEROS.
       01 DAGS-DATO       PIC X(10) VALUE SPACES.
       01 FOERSTE-NUM     PIC 9(08) VALUE ZEROS.
       01 ANDEN-ANTAL     PIC 9(04) VALUE 0.
       01 INKASSO-ANTAL   PIC 9(04) VALUE 0.
       01 KURERET-ANTAL   PIC 9(04) VALUE 0.
       01 SYSTEM-KOMMANDO  PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM DAGS-DATO-FILL
           PERFORM RYKKER-ARR-FILL
           PERFORM KONTO-ARR-FILL
           PERFORM KUNDE-ARR-FILL
           PERFORM RETURPOST-ARR-FILL
           PERFORM TRANS-ARR-FILL
           PERFORM FIK-ARR-FILL
           OPEN EXTEND FIL-MANIFEST
           STOP RUN.

       DAGS-DATO-FILL.
           PERFORM BOGFOERINGSDATO-FILL
           MOVE BD-DATO OF BOGFDATO-REC TO RUN-DATE
           COMPUTE RUN-DATE-INT = FUNCTION INTEGER-OF-DATE(RUN-DATE)
           STRING
               RUN-DATE(1:4) DELIMITED BY SIZE
                               ADD 1 TO NUM-OVER
                               MOVE OVERTRAEK-TEXT(1:14)
                                 TO OV-KONTO-ID(NUM-OVER)
                               MOVE "O" TO OV-AARSAG(NUM-OVER)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIL-OVERTRAEK
           END-IF
           PERFORM RESTANCE-FILL.

      * Kreditkort-Restance.txt har samme form; en kortkonto, der
      * ogsaa staar i Overtraek.txt, rykkes kun een gang.
       RESTANCE-FILL.
           OPEN INPUT FIL-RESTANCE
           IF RESTANCE-FIL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-RESTANCE
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       MOVE "N" TO RESTANCE-FUNDET-SW
                       PERFORM VARYING OVER-IX FROM 1 BY 1
                               UNTIL OVER-IX > NUM-OVER
                           IF OV-KONTO-ID(OVER-IX)
                                   = RESTANCE-TEXT(1:14)
                               MOVE "Y" TO RESTANCE-FUNDET-SW
                           END-IF
                       END-PERFORM
                       IF NUM-OVER < 500
                           AND RESTANCE-TEXT(1:14) NOT = SPACES
                           AND RESTANCE-FUNDET-SW = "N"
                           ADD 1 TO NUM-OVER
                           MOVE RESTANCE-TEXT(1:14)
                             TO OV-KONTO-ID(NUM-OVER)
                           MOVE "K" TO OV-AARSAG(NUM-OVER)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-RESTANCE.

       RYKKER-ARR-FILL.
           MOVE 0 TO NUM-RYKKER
           INTO BREV-FILENAME
           OPEN OUTPUT FIL-BREV
           MOVE SPACES TO BREV-TEXT
           EVALUATE TRUE
               WHEN OV-KK-RESTANCE(OVER-IX) AND BREV-TRIN = 1
                   STRING
                       "Paamindelse: minimumsbetalingen paa "
                                             DELIMITED BY SIZE
                       "kreditkortkonto "    DELIMITED BY SIZE
                       OV-KONTO-ID(OVER-IX)  DELIMITED BY SIZE
                       " er ikke betalt."    DELIMITED BY SIZE
                   INTO BREV-TEXT
               WHEN OV-KK-RESTANCE(OVER-IX)
                   STRING
                       "Rykker: minimumsbetalingen paa "
                                             DELIMITED BY SIZE
                       "kreditkortkonto "    DELIMITED BY SIZE
                       OV-KONTO-ID(OVER-IX)  DELIMITED BY SIZE
                       " er fortsat ikke betalt - rykkergebyr "
                                             DELIMITED BY SIZE
                       "er paalagt."         DELIMITED BY SIZE
                   INTO BREV-TEXT
               WHEN BREV-TRIN = 1
                   STRING
                       "Paamindelse: konto " DELIMITED BY SIZE
                       OV-KONTO-ID(OVER-IX)  DELIMITED BY SIZE
                       " har staaet i overtraek siden "
                                             DELIMITED BY SIZE
                       RY-FOERSTE-DATO OF RYKKER-ARR(RYKKER-MATCH-IX)
                                             DELIMITED BY SIZE
                   INTO BREV-TEXT
               WHEN OTHER
                   STRING
                       "Rykker: konto "      DELIMITED BY SIZE
                       OV-KONTO-ID(OVER-IX)  DELIMITED BY SIZE
                       " er fortsat i overtraek - rykkergebyr "
                                             DELIMITED BY SIZE
                       "er paalagt."         DELIMITED BY SIZE
                   INTO BREV-TEXT
           END-EVALUATE
           WRITE BREV-REC
           MOVE "Indbetal venligst det skyldige beloeb snarest."
             TO BREV-TEXT
               MOVE "P" TO FS-KANAL OF MANIFEST-REC
               MOVE "P" TO FS-FORS-STATUS OF MANIFEST-REC
           END-IF
           PERFORM VURDER-RETURPOST
           WRITE MANIFEST-REC.

       LOOKUP-KONTO.
               OPEN OUTPUT FIL-INKASSO
           END-IF
           MOVE SPACES TO INKASSO-TEXT
           IF OV-KK-RESTANCE(OVER-IX)
               MOVE " (restance fra d. " TO INKASSO-AARSAG
           ELSE
               MOVE " (overtraek siden " TO INKASSO-AARSAG
           END-IF
           STRING
               OV-KONTO-ID(OVER-IX) DELIMITED BY SIZE
               " overgivet til inkasso " DELIMITED BY SIZE
               DAGS-DATO            DELIMITED BY SIZE
               INKASSO-AARSAG       DELIMITED BY SIZE
               RY-FOERSTE-DATO OF RYKKER-ARR(RYKKER-MATCH-IX)
                                    DELIMITED BY SIZE
               ")"                  DELIMITED BY SIZE
                       AND KONTO-ID OF GEN-ARR(GEN-IX)
                           = KONTO-ID OF TRANS-ARR(GROUP-START-IX)
                   ADD 1 TO OUT-IX
                   MOVE GEN-ARR(GEN-IX)(1:264) TO OUT-TRANS-ARR(OUT-IX)
                   MOVE "Y" TO GEN-BRUGT-SW OF GEN-ARR(GEN-IX)
               END-IF
           END-PERFORM.
           PERFORM VARYING GEN-IX FROM 1 BY 1 UNTIL GEN-IX > NUM-GEN
               IF GEN-BRUGT-SW OF GEN-ARR(GEN-IX) = "N"
                   ADD 1 TO OUT-IX
                   MOVE GEN-ARR(GEN-IX)(1:264) TO OUT-TRANS-ARR(OUT-IX)
                   MOVE "Y" TO GEN-BRUGT-SW OF GEN-ARR(GEN-IX)
               END-IF
           END-PERFORM
           MOVE "TRAILER" TO TR-MARKER OF TRANSAKTIONER-TRAILER
           MOVE NUM-OUT-TRANS TO TR-ANTAL OF TRANSAKTIONER-TRAILER
           WRITE TRANSAKTIONER
           CLOSE FIL-TRANS
      * Indekset fra OPG-97 genopbygges, saa opslagene straks ser
      * det omskrevne udtraek.
           MOVE "./opgave97" TO SYSTEM-KOMMANDO
           CALL "SYSTEM" USING SYSTEM-KOMMANDO.

       RYKKER-ARR-REWRITE.
           OPEN OUTPUT FIL-RYKKER
               INTO BREV-TEXT
               WRITE BREV-REC
           END-IF.

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

      * Kun kunder med gaeldende returpostmarkering indlaeses.
       RETURPOST-ARR-FILL.
           MOVE 0 TO NUM-RETURPOST
           OPEN INPUT FIL-RETURPOST
           IF RETURPOST-STATUS = "00"
               PERFORM VARYING RETURPOST-IX FROM 1 BY 1
                       UNTIL RETURPOST-IX > 1000
                   READ FIL-RETURPOST INTO RETURPOST-REKORD
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF TR-MARKER OF RETURPOST-REKORD-TRAILER
                           = "TRAILER"
                       EXIT PERFORM
                   END-IF
                   IF RP-ADR-UGYLDIG OF RETURPOST-REKORD
                       ADD 1 TO NUM-RETURPOST
                       MOVE RETURPOST-REKORD
                         TO RETURPOST-ARR(NUM-RETURPOST)
                   END-IF
               END-PERFORM
               CLOSE FIL-RETURPOST
           END-IF.

       CHECK-RETURPOST.
           MOVE "N" TO RETURPOST-SW
           PERFORM VARYING RETURPOST-IX FROM 1 BY 1
                   UNTIL RETURPOST-IX > NUM-RETURPOST
               IF RP-KUNDE-ID OF RETURPOST-ARR(RETURPOST-IX)
                       = RETURPOST-SOEG-ID
                   MOVE "J" TO RETURPOST-SW
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * En papirforsendelse til en kunde med returpostmarkering
      * sendes i stedet til kundens e-mail, eller tilbageholdes,
      * hvis kunden ingen e-mail har.
       VURDER-RETURPOST.
           IF FS-FORS-STATUS OF MANIFEST-REC NOT = "P"
               EXIT PARAGRAPH
           END-IF
           MOVE FS-KUNDE-ID OF MANIFEST-REC TO RETURPOST-SOEG-ID
           PERFORM CHECK-RETURPOST
           IF RETURPOST-SW = "J"
               IF FS-EMAIL OF MANIFEST-REC NOT = SPACES
                   MOVE "E" TO FS-KANAL OF MANIFEST-REC
                   MOVE "S" TO FS-FORS-STATUS OF MANIFEST-REC
               ELSE
                   MOVE "H" TO FS-FORS-STATUS OF MANIFEST-REC
               END-IF
           END-IF.
