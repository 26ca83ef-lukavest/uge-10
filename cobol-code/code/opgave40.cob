               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-SPLIT ASSIGN TO SPLIT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-DEPOTER ASSIGN TO "../data/Depot-Register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPOT-STATUS.
           SELECT FIL-VAERDI ASSIGN TO "../data/Depot-Vaerdier.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VAERDI-STATUS.
           SELECT FIL-ERHVERV ASSIGN TO "../data/Erhvervskunder.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERHVERV-STATUS.
           SELECT FIL-BOGFDATO ASSIGN TO "../data/Bogfoeringsdato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOGFDATO-STATUS.

       DATA DIVISION.

       01 TRANSAKTIONER-TRAILER REDEFINES TRANSAKTIONER.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(251).

       FD FIL-KATALOG.
       01 KATALOG-REC.
       01 ARKIV-REKORD-TRAILER REDEFINES ARKIV-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(251).

       FD FIL-PARM.
       01 PARM-FILE-REC.
       01 SPLIT-REC.
           02 SPLIT-TEXT PIC X(120).

       FD FIL-DEPOTER.
       01 DEPOT-REKORD.
           COPY "../copybooks/DEPOT.cpy".
       01 DEPOT-REKORD-TRAILER REDEFINES DEPOT-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(36).

       FD FIL-VAERDI.
       01 VAERDI-REKORD.
           COPY "../copybooks/DEPOT-VAERDI.cpy".

       FD FIL-BOGFDATO.
       01 BOGFDATO-FIL-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".

       FD FIL-ERHVERV.
       01 ERHVERV-REC.
           COPY "../copybooks/ERHVERVSKUNDE.cpy".
       01 ERHVERV-REC-TRAILER REDEFINES ERHVERV-REC.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(59).

       WORKING-STORAGE SECTION.
       01 KATALOG-STATUS  PIC XX VALUE "00".
       01 ARKIV-STATUS    PIC XX VALUE "00".
       01 SPLIT-FILENAME  PIC X(60) VALUE SPACES.

       01 RUN-DATE        PIC 9(08) VALUE ZEROS.
      * Koerselsdatoen er bankens bogfoeringsdato (Bogfoeringsdato.txt),
      * ikke maskinens dato.
       01 BOGFDATO-STATUS  PIC XX VALUE "00".
       01 BOGFDATO-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".
       01 RUN-AAR         PIC 9(04) VALUE ZEROS.
       01 OVERSIGT-AAR    PIC 9(04) VALUE ZEROS.
       01 OVERSIGT-AAR-X  PIC X(04) VALUE SPACES.
           COPY "../copybooks/KUNDER.cpy".
       01 KUNDE-IX        PIC 9(04) VALUE 0.

      * Erhvervskunder oplyses med firmanavn og CVR-nummer.
       01 ERHVERV-STATUS  PIC XX VALUE "00".
       01 NUM-ERHVERV     PIC 9(04) VALUE 0.
       01 ERHVERV-ARR OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-ERHVERV.
           COPY "../copybooks/ERHVERVSKUNDE.cpy".
       01 ERHVERV-IX      PIC 9(04) VALUE 0.
       01 ERHVERV-MATCH-IX PIC 9(04) VALUE 0.

      * Pr. konto opsummeres aarets bevaegelse samt rente- og
      * gebyrposteringer fra baade det levende udtraek og de
      * katalogiserede arkiver.
       01 KONTO-IX        PIC 9(04) VALUE 0.
       01 KONTO-MATCH-IX  PIC 9(04) VALUE 0.

      * Depotvaerdien ultimo er den seneste opgoerelse i
      * oversigtsaaret fra Depot-Vaerdier.txt (skrives af OPG-115 ved
      * hver kvartalsudskrift).
       01 DEPOT-STATUS    PIC XX VALUE "00".
       01 VAERDI-STATUS   PIC XX VALUE "00".
       01 NUM-DEPOT       PIC 9(04) VALUE 0.
       01 DEPOT-ARR OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-DEPOT.
           COPY "../copybooks/DEPOT.cpy".
           02 DS-ULTIMO-DATO    PIC X(10) VALUE SPACES.
           02 DS-MARKEDSVAERDI  PIC S9(11)V99 VALUE ZEROS.
           02 DS-KOSTPRIS       PIC S9(11)V99 VALUE ZEROS.
       01 DEPOT-IX        PIC 9(04) VALUE 0.

       01 TRANS-VURDER.
           COPY "../copybooks/TRANSAKTIONER.cpy".

           PERFORM PARM-FILL
           PERFORM BEREGN-OVERSIGT-AAR
           PERFORM KUNDE-ARR-FILL
           PERFORM ERHVERV-ARR-FILL
           PERFORM KONTO-ARR-FILL
           PERFORM LAES-LIVE-TRANS
           PERFORM LAES-ARKIV-FILER
           PERFORM DEPOT-ARR-FILL
           PERFORM LAES-DEPOT-VAERDIER
           PERFORM SKRIV-OVERSIGTER
           DISPLAY "Aarsoversigter for " OVERSIGT-AAR " dannet - "
               OVERSIGT-ANTAL " kunder."
           END-IF.

       BEREGN-OVERSIGT-AAR.
           PERFORM BOGFOERINGSDATO-FILL
           MOVE BD-DATO OF BOGFDATO-REC TO RUN-DATE
           IF PARM-AAR OF PARM-REC > 0
               MOVE PARM-AAR OF PARM-REC TO OVERSIGT-AAR
           ELSE
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
                           ADD 1 TO NUM-DEPOT
                           MOVE DEPOT-REKORD
                             TO DEPOT-ARR(NUM-DEPOT)(1:49)
                           MOVE SPACES TO DS-ULTIMO-DATO
                               OF DEPOT-ARR(NUM-DEPOT)
                           MOVE ZEROS TO DS-MARKEDSVAERDI
                               OF DEPOT-ARR(NUM-DEPOT)
                           MOVE ZEROS TO DS-KOSTPRIS
                               OF DEPOT-ARR(NUM-DEPOT)
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

      * Ved flere opgoerelser paa samme dato (genkoersel) vinder den
      * sidst skrevne.
       LAES-DEPOT-VAERDIER.
           IF NUM-DEPOT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT FIL-VAERDI
           IF VAERDI-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-VAERDI
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF DV-DATO OF VAERDI-REKORD (1:4)
                               = OVERSIGT-AAR-X
                           PERFORM OPDATER-DEPOT-ULTIMO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-VAERDI.

       OPDATER-DEPOT-ULTIMO.
           PERFORM VARYING DEPOT-IX FROM 1 BY 1
                   UNTIL DEPOT-IX > NUM-DEPOT
               IF DP-DEPOT-ID OF DEPOT-ARR(DEPOT-IX)
                       = DV-DEPOT-ID OF VAERDI-REKORD
                   IF DV-DATO OF VAERDI-REKORD
                           >= DS-ULTIMO-DATO OF DEPOT-ARR(DEPOT-IX)
                       MOVE DV-DATO OF VAERDI-REKORD
                         TO DS-ULTIMO-DATO OF DEPOT-ARR(DEPOT-IX)
                       MOVE DV-MARKEDSVAERDI OF VAERDI-REKORD
                         TO DS-MARKEDSVAERDI OF DEPOT-ARR(DEPOT-IX)
                       MOVE DV-KOSTPRIS OF VAERDI-REKORD
                         TO DS-KOSTPRIS OF DEPOT-ARR(DEPOT-IX)
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LAES-LIVE-TRANS.
           OPEN INPUT FIL-TRANS
           MOVE "N" TO EOF-FLAG
           END-IF
           ADD 1 TO OVERSIGT-ANTAL
           MOVE SPACES TO UDSKRIFT-LINJE
           PERFORM FIND-ERHVERVSKUNDE
           IF ERHVERV-MATCH-IX > 0
               STRING
                   "AARSOVERSIGT "                 DELIMITED BY SIZE
                   OVERSIGT-AAR-X                  DELIMITED BY SIZE
                   " - "                           DELIMITED BY SIZE
                   KUNDE-ID OF KUNDE-ARR(KUNDE-IX) DELIMITED BY SIZE
                   " "                             DELIMITED BY SIZE
                   FUNCTION TRIM(EK-FIRMANAVN
                       OF ERHVERV-ARR(ERHVERV-MATCH-IX))
                                                   DELIMITED BY SIZE
                   " CVR "                         DELIMITED BY SIZE
                   EK-CVR OF ERHVERV-ARR(ERHVERV-MATCH-IX)
                                                   DELIMITED BY SIZE
               INTO UDSKRIFT-LINJE
           ELSE
               STRING
                   "AARSOVERSIGT "                  DELIMITED BY SIZE
                   OVERSIGT-AAR-X                   DELIMITED BY SIZE
                   " - "                            DELIMITED BY SIZE
                   KUNDE-ID OF KUNDE-ARR(KUNDE-IX)  DELIMITED BY SIZE
                   " "                              DELIMITED BY SIZE
                   FORNAVN OF KUNDE-ARR(KUNDE-IX)   DELIMITED BY SPACE
                   " "                              DELIMITED BY SIZE
                   EFTERNAVN OF KUNDE-ARR(KUNDE-IX) DELIMITED BY SPACE
               INTO UDSKRIFT-LINJE
           END-IF
           PERFORM SKRIV-LINJE
           PERFORM VARYING KONTO-IX FROM 1 BY 1
                   UNTIL KONTO-IX > NUM-KONTI
                   PERFORM SKRIV-KONTO-OVERSIGT
               END-IF
           END-PERFORM
           PERFORM VARYING DEPOT-IX FROM 1 BY 1
                   UNTIL DEPOT-IX > NUM-DEPOT
               IF DP-KUNDE-ID OF DEPOT-ARR(DEPOT-IX)
                       = KUNDE-ID OF KUNDE-ARR(KUNDE-IX)
                   AND DS-ULTIMO-DATO OF DEPOT-ARR(DEPOT-IX)
                       NOT = SPACES
                   PERFORM SKRIV-DEPOT-OVERSIGT
               END-IF
           END-PERFORM
           MOVE SPACES TO UDSKRIFT-LINJE
           PERFORM SKRIV-LINJE
           IF CURR-KANAL NOT = "P"
               CLOSE FIL-SPLIT
           END-IF.

       ERHVERV-ARR-FILL.
           MOVE 0 TO NUM-ERHVERV
           OPEN INPUT FIL-ERHVERV
           IF ERHVERV-STATUS = "00"
               PERFORM VARYING ERHVERV-IX FROM 1 BY 1
                       UNTIL ERHVERV-IX > 1000
                   READ FIL-ERHVERV INTO ERHVERV-REC
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF TR-MARKER OF ERHVERV-REC-TRAILER = "TRAILER"
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO NUM-ERHVERV
                   MOVE ERHVERV-REC TO ERHVERV-ARR(NUM-ERHVERV)
               END-PERFORM
               CLOSE FIL-ERHVERV
           END-IF.

       FIND-ERHVERVSKUNDE.
           MOVE 0 TO ERHVERV-MATCH-IX
           PERFORM VARYING ERHVERV-IX FROM 1 BY 1
                   UNTIL ERHVERV-IX > NUM-ERHVERV
               IF EK-KUNDE-ID OF ERHVERV-ARR(ERHVERV-IX)
                       = KUNDE-ID OF KUNDE-ARR(KUNDE-IX)
                   MOVE ERHVERV-IX TO ERHVERV-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       SKRIV-KONTO-OVERSIGT.
           COMPUTE ULTIMO-SALDO =
               BALANCE OF KONTO-ARR(KONTO-IX)
           INTO UDSKRIFT-LINJE(36:)
           PERFORM SKRIV-LINJE.

       SKRIV-DEPOT-OVERSIGT.
           MOVE SPACES TO UDSKRIFT-LINJE
           MOVE DS-MARKEDSVAERDI OF DEPOT-ARR(DEPOT-IX)
             TO PRETTY-NUMERIC
           STRING
               DP-DEPOT-ID OF DEPOT-ARR(DEPOT-IX)     DELIMITED BY SIZE
               " DEPOT      vaerdi pr. "              DELIMITED BY SIZE
               DS-ULTIMO-DATO OF DEPOT-ARR(DEPOT-IX)  DELIMITED BY SIZE
               " "                                    DELIMITED BY SIZE
               PRETTY-NUMERIC                         DELIMITED BY SIZE
           INTO UDSKRIFT-LINJE
           MOVE DS-KOSTPRIS OF DEPOT-ARR(DEPOT-IX) TO PRETTY-NUMERIC
           STRING
               " kostpris "   DELIMITED BY SIZE
               PRETTY-NUMERIC DELIMITED BY SIZE
           INTO UDSKRIFT-LINJE(64:)
           PERFORM SKRIV-LINJE.

       SKRIV-LINJE.
           IF CURR-KANAL = "P"
               MOVE UDSKRIFT-LINJE TO SAMLET-TEXT
               MOVE SPACES TO SPLIT-TEXT
           END-IF
           MOVE SPACES TO UDSKRIFT-LINJE.

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
