       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPG-122.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIL-NOSTRO-UDTOG ASSIGN TO "../data/Nostro-Udtog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UDTOG-FIL-STATUS.
           SELECT FIL-AABNE ASSIGN TO "../data/Nostro-Aabne-Poster.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AABNE-FIL-STATUS.
           SELECT FIL-INSTRUKS
               ASSIGN TO "../data/Afviklings-Instruks.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INSTRUKS-FIL-STATUS.
           SELECT FIL-CLEARING-UD ASSIGN TO "../data/Clearing-Ud.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLEARING-FIL-STATUS.
           SELECT FIL-BANKER ASSIGN TO "../data/Banker.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-MODTAGET ASSIGN TO "../data/Modtagne-Filer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MODTAGET-FIL-STATUS.
           SELECT FIL-RAPPORT
               ASSIGN TO "../data/Nostro-Afstemning-Rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-BOGFDATO ASSIGN TO "../data/Bogfoeringsdato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOGFDATO-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD FIL-NOSTRO-UDTOG.
       01 UDTOG-REKORD.
           COPY "../copybooks/NOSTRO-POST.cpy".
       01 UDTOG-REKORD-TRAILER REDEFINES UDTOG-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 TR-PRIMO     PIC S9(13)V99.
           02 TR-ULTIMO    PIC S9(13)V99.
           02 TR-DATO      PIC X(10).
           02 FILLER       PIC X(10).

       FD FIL-AABNE.
       01 AABEN-REKORD.
           COPY "../copybooks/NOSTRO-POST.cpy".
       01 AABEN-REKORD-TRAILER REDEFINES AABEN-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(50).

       FD FIL-INSTRUKS.
       01 INSTRUKS-REKORD.
           02 IN-EGEN-REG   PIC 9(06).
           02 IN-MODPART-REG PIC 9(06).
           02 IN-MODPART-NAVN PIC X(30).
           02 IN-NETTO      PIC S9(13)V99.
           02 IN-VALOER     PIC X(10).
       01 INSTRUKS-TRAILER REDEFINES INSTRUKS-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 TR-NULSUM    PIC S9(13)V99.
           02 FILLER       PIC X(37).

       FD FIL-CLEARING-UD.
       01 CLEARING-UD-REKORD.
           COPY "../copybooks/CLEARING.cpy".
       01 CLEARING-UD-TRAILER REDEFINES CLEARING-UD-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(60).

       FD FIL-BANKER.
       01 BANKER.
           COPY "../copybooks/BANKER.cpy".
       01 BANKER-TRAILER REDEFINES BANKER.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(121).

       FD FIL-MODTAGET.
       01 MODTAGET-REKORD.
           COPY "../copybooks/MODTAGET-FIL.cpy".

       FD FIL-RAPPORT.
       01 RAPPORT-REC.
           02 RAPPORT-TEXT PIC X(132).

       FD FIL-BOGFDATO.
       01 BOGFDATO-FIL-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".

       WORKING-STORAGE SECTION.
      * Daglig afstemning af afviklingskontoen i Nationalbanken.
      * Udtogssiden er bevaegelserne fra Nostro-Udtog.txt (OPG-121);
      * den forventede side er
      *   - OPG-36's afviklingsinstruks: en post pr. modpart med
      *     nettopositionen som beloeb (egen modposition springes
      *     over),
      *   - OPG-58's udgaaende clearing: en post pr. dato og
      *     modtagende reg-nr med summen vendt om, da beloebene
      *     forlader kontoen.
      * Beloeb er set fra vores side: + = kreditering af kontoen,
      * - = debitering. Hver instruks- og clearingfil laeses kun en
      * gang pr. dato; det noteres i Modtagne-Filer.txt.
      * En udtogslinje matcher en forventet post med samme dato,
      * modpart og beloeb. Umatchede poster fra begge sider foeres
      * videre i Nostro-Aabne-Poster.txt og aldersfordeles i
      * rapporten, til de matches en senere dag. Et afstemt udtog
      * toemmes, saa OPG-121 kan indlaese det naeste.
       01 UDTOG-FIL-STATUS PIC XX VALUE "00".
       01 AABNE-FIL-STATUS PIC XX VALUE "00".
       01 INSTRUKS-FIL-STATUS PIC XX VALUE "00".
       01 CLEARING-FIL-STATUS PIC XX VALUE "00".
       01 MODTAGET-FIL-STATUS PIC XX VALUE "00".
       01 TRAILER-FOUND-SW PIC X(01) VALUE "N".
       01 TRAILER-ANTAL    PIC 9(06) VALUE ZEROS.
       01 LAEST-ANTAL      PIC 9(06) VALUE ZEROS.
       01 EOF-FLAG         PIC X(01) VALUE "N".
       01 MODTAGET-EOF     PIC X(01) VALUE "N".

       01 NUM-BANKER       PIC 9(03) VALUE 0.
       01 BANK-ARR OCCURS 0 TO 100 TIMES DEPENDING ON NUM-BANKER.
           COPY "../copybooks/BANKER.cpy".
       01 BANK-IX          PIC 9(03) VALUE 0.
       01 BANK-MATCH-IX    PIC 9(03) VALUE 0.

       01 NUM-POSTER       PIC 9(04) VALUE 0.
       01 POST-ARR OCCURS 0 TO 5000 TIMES DEPENDING ON NUM-POSTER.
           COPY "../copybooks/NOSTRO-POST.cpy".
       01 POST-IX          PIC 9(04) VALUE 0.
       01 POST-IX2         PIC 9(04) VALUE 0.
       01 POST-MATCH-IX    PIC 9(04) VALUE 0.
       01 NY-POST.
           COPY "../copybooks/NOSTRO-POST.cpy".

      * Dagens match, til rapporten.
       01 NUM-MATCH        PIC 9(04) VALUE 0.
       01 MATCH-ARR OCCURS 0 TO 5000 TIMES DEPENDING ON NUM-MATCH.
           02 MA-UDTOG-IX  PIC 9(04).
           02 MA-FORV-IX   PIC 9(04).
       01 MATCH-IX         PIC 9(04) VALUE 0.
       01 MATCH-SUM        PIC S9(13)V99 VALUE ZEROS.

       01 UDTOG-HAR-SW     PIC X(01) VALUE "N".
       01 UDTOG-DATO       PIC X(10) VALUE SPACES.
       01 UDTOG-PRIMO      PIC S9(13)V99 VALUE ZEROS.
       01 UDTOG-ULTIMO     PIC S9(13)V99 VALUE ZEROS.
       01 UDTOG-ANTAL      PIC 9(06) VALUE 0.
       01 UDTOG-SUM        PIC S9(13)V99 VALUE ZEROS.
       01 FORVENTET-ANTAL  PIC 9(06) VALUE 0.

      * Fil og dato, der tjekkes mod / noteres i Modtagne-Filer.txt.
       01 LAES-FILNAVN     PIC X(30) VALUE SPACES.
       01 LAES-DATO        PIC X(10) VALUE SPACES.
       01 LAES-KENDT-SW    PIC X(01) VALUE "N".
           88 LAES-KENDT           VALUE "J".
       01 INSTRUKS-FILNAVN PIC X(30)
               VALUE "Afviklings-Instruks.txt".
       01 CLEARING-FILNAVN PIC X(30) VALUE "Clearing-Ud.txt".

      * Clearingtotaler pr. dato og reg-nr.
       01 NUM-CLR          PIC 9(03) VALUE 0.
       01 CLR-ARR OCCURS 0 TO 500 TIMES DEPENDING ON NUM-CLR.
           02 CT-DATO      PIC X(10).
           02 CT-REG-NR    PIC 9(06).
           02 CT-SUM       PIC S9(13)V99.
       01 CLR-IX           PIC 9(03) VALUE 0.
       01 CLR-MATCH-IX     PIC 9(03) VALUE 0.
       01 CLR-DATO         PIC X(10) VALUE SPACES.

      * Aldersfordeling af aabne poster: 0-1, 2-5, 6-30 og over 30
      * dage, pr. side.
       01 ALDER-DAGE       PIC S9(06) VALUE ZEROS.
       01 ALDER-IX         PIC 9(01) VALUE 0.
       01 SIDE-IX          PIC 9(01) VALUE 0.
       01 ALDER-TABEL.
           02 ALDER-SIDE OCCURS 2 TIMES.
               03 AT-ANTAL  PIC 9(05) OCCURS 4 TIMES.
               03 AT-BELOEB PIC S9(13)V99 OCCURS 4 TIMES.
       01 AABNE-ANTAL      PIC 9(06) VALUE 0.
       01 DATO-NUM         PIC 9(08) VALUE ZEROS.
       01 DAGS-INT         PIC 9(08) VALUE ZEROS.
       01 POST-INT         PIC 9(08) VALUE ZEROS.

       01 RUN-DATE         PIC 9(08) VALUE ZEROS.
      * Koerselsdatoen er bankens bogfoeringsdato (Bogfoeringsdato.txt),
      * ikke maskinens dato.
       01 BOGFDATO-STATUS  PIC XX VALUE "00".
       01 BOGFDATO-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".
       01 DAGS-DATO        PIC X(10) VALUE SPACES.

       01 BELOEB-VIS       PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 BELOEB-VIS2      PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 ANTAL-VIS        PIC ZZZZ9.
       01 ALDER-VIS        PIC ZZZZ9.
       01 BANKNAVN-VIS     PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM DAGS-DATO-FILL
           PERFORM BANK-ARR-FILL
           PERFORM AABNE-POSTER-FILL
           PERFORM UDTOG-FILL
           PERFORM INSTRUKS-FILL
           PERFORM CLEARING-FILL
           PERFORM VARYING POST-IX FROM 1 BY 1
                   UNTIL POST-IX > NUM-POSTER
               IF NP-UDTOG OF POST-ARR(POST-IX)
                   AND NP-AABEN OF POST-ARR(POST-IX)
                   PERFORM MATCH-UDTOG-POST
               END-IF
           END-PERFORM
           PERFORM BEREGN-ALDER
           PERFORM SKRIV-RAPPORT
           PERFORM SKRIV-AABNE-POSTER
           PERFORM TOEM-UDTOG
           DISPLAY "Nostroafstemning " DAGS-DATO ": " NUM-MATCH
               " match, " AABNE-ANTAL " aabne poster."
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
           INTO DAGS-DATO
           COMPUTE DAGS-INT = FUNCTION INTEGER-OF-DATE(RUN-DATE).

       BANK-ARR-FILL.
           OPEN INPUT FIL-BANKER
           MOVE "N" TO TRAILER-FOUND-SW
           MOVE 0 TO NUM-BANKER
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-BANKER INTO BANKER
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF BANKER-TRAILER = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                           MOVE "Y" TO TRAILER-FOUND-SW
                           MOVE TR-ANTAL OF BANKER-TRAILER
                             TO TRAILER-ANTAL
                       ELSE
                           ADD 1 TO NUM-BANKER
                           MOVE BANKER TO BANK-ARR(NUM-BANKER)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-BANKER
           IF TRAILER-FOUND-SW = "N"
               DISPLAY "FEJL: Banker.txt mangler sluttaellerpost"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       AABNE-POSTER-FILL.
           MOVE 0 TO NUM-POSTER
           OPEN INPUT FIL-AABNE
           IF AABNE-FIL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO TRAILER-FOUND-SW
           MOVE 0 TO TRAILER-ANTAL
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-AABNE
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF AABEN-REKORD-TRAILER = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                           MOVE "Y" TO TRAILER-FOUND-SW
                           MOVE TR-ANTAL OF AABEN-REKORD-TRAILER
                             TO TRAILER-ANTAL
                       ELSE
                           MOVE AABEN-REKORD TO NY-POST
                           PERFORM TILFOEJ-POST
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-AABNE
           IF TRAILER-FOUND-SW = "N"
               DISPLAY "FEJL: Nostro-Aabne-Poster.txt mangler "
                   "sluttaellerpost"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NUM-POSTER NOT = TRAILER-ANTAL
               DISPLAY "FEJL: Nostro-Aabne-Poster.txt - forventet "
                   TRAILER-ANTAL " poster, fandt " NUM-POSTER
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       UDTOG-FILL.
           OPEN INPUT FIL-NOSTRO-UDTOG
           IF UDTOG-FIL-STATUS NOT = "00"
               DISPLAY "Nostro-Udtog.txt findes ikke - intet nyt "
                   "kontoudtog."
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO TRAILER-FOUND-SW
           MOVE 0 TO TRAILER-ANTAL
           MOVE 0 TO LAEST-ANTAL
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-NOSTRO-UDTOG
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF UDTOG-REKORD-TRAILER = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                           MOVE "Y" TO TRAILER-FOUND-SW
                           MOVE TR-ANTAL OF UDTOG-REKORD-TRAILER
                             TO TRAILER-ANTAL
                           MOVE TR-DATO OF UDTOG-REKORD-TRAILER
                             TO UDTOG-DATO
                           MOVE TR-PRIMO OF UDTOG-REKORD-TRAILER
                             TO UDTOG-PRIMO
                           MOVE TR-ULTIMO OF UDTOG-REKORD-TRAILER
                             TO UDTOG-ULTIMO
                       ELSE
                           ADD 1 TO LAEST-ANTAL
                           MOVE UDTOG-REKORD TO NY-POST
                           MOVE "A" TO NP-STATUS OF NY-POST
                           ADD NP-BELOEB OF NY-POST TO UDTOG-SUM
                           PERFORM TILFOEJ-POST
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-NOSTRO-UDTOG
           IF TRAILER-FOUND-SW = "N"
               DISPLAY "FEJL: Nostro-Udtog.txt mangler "
                   "sluttaellerpost"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF LAEST-ANTAL NOT = TRAILER-ANTAL
               DISPLAY "FEJL: Nostro-Udtog.txt - forventet "
                   TRAILER-ANTAL " poster, fandt " LAEST-ANTAL
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE LAEST-ANTAL TO UDTOG-ANTAL
           IF UDTOG-DATO NOT = SPACES
               MOVE "Y" TO UDTOG-HAR-SW
           END-IF.

      * Afviklingsinstruksen har en valoerdato for hele filen.
       INSTRUKS-FILL.
           OPEN INPUT FIL-INSTRUKS
           IF INSTRUKS-FIL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF-FLAG
           READ FIL-INSTRUKS
               AT END
                   MOVE "Y" TO EOF-FLAG
           END-READ
           IF EOF-FLAG = "Y"
                   OR TR-MARKER OF INSTRUKS-TRAILER = "TRAILER"
               CLOSE FIL-INSTRUKS
               EXIT PARAGRAPH
           END-IF
           MOVE INSTRUKS-FILNAVN TO LAES-FILNAVN
           MOVE IN-VALOER TO LAES-DATO
           PERFORM CHECK-LAEST
           IF LAES-KENDT
               CLOSE FIL-INSTRUKS
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-FLAG = "Y"
               IF TR-MARKER OF INSTRUKS-TRAILER = "TRAILER"
                   MOVE "Y" TO EOF-FLAG
               ELSE
                   IF IN-MODPART-REG NOT = IN-EGEN-REG
                       MOVE SPACES TO NY-POST
                       MOVE "F" TO NP-SIDE OF NY-POST
                       MOVE "OPG36" TO NP-KILDE OF NY-POST
                       MOVE IN-VALOER TO NP-DATO OF NY-POST
                       MOVE IN-MODPART-REG TO NP-REG-NR OF NY-POST
                       MOVE IN-NETTO TO NP-BELOEB OF NY-POST
                       MOVE "AFVIKLINGSINSTRUKS"
                         TO NP-REFERENCE OF NY-POST
                       MOVE "A" TO NP-STATUS OF NY-POST
                       PERFORM TILFOEJ-POST
                       ADD 1 TO FORVENTET-ANTAL
                   END-IF
                   READ FIL-INSTRUKS
                       AT END
                           MOVE "Y" TO EOF-FLAG
                   END-READ
               END-IF
           END-PERFORM
           CLOSE FIL-INSTRUKS
           PERFORM NOTER-LAEST.

      * Udgaaende clearing samles pr. dato og modtagende reg-nr; hver
      * dato, der ikke tidligere er laest, bliver til forventede poster.
       CLEARING-FILL.
           MOVE 0 TO NUM-CLR
           OPEN INPUT FIL-CLEARING-UD
           IF CLEARING-FIL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-CLEARING-UD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF CLEARING-UD-TRAILER = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                       ELSE
                           PERFORM OPSUMMER-CLEARING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-CLEARING-UD
           MOVE CLEARING-FILNAVN TO LAES-FILNAVN
           MOVE SPACES TO CLR-DATO
           PERFORM VARYING CLR-IX FROM 1 BY 1 UNTIL CLR-IX > NUM-CLR
               IF CT-DATO(CLR-IX) NOT = CLR-DATO
                   IF CLR-DATO NOT = SPACES AND NOT LAES-KENDT
                       PERFORM NOTER-LAEST
                   END-IF
                   MOVE CT-DATO(CLR-IX) TO CLR-DATO LAES-DATO
                   PERFORM CHECK-LAEST
               END-IF
               IF NOT LAES-KENDT
                   MOVE SPACES TO NY-POST
                   MOVE "F" TO NP-SIDE OF NY-POST
                   MOVE "OPG58" TO NP-KILDE OF NY-POST
                   MOVE CT-DATO(CLR-IX) TO NP-DATO OF NY-POST
                   MOVE CT-REG-NR(CLR-IX) TO NP-REG-NR OF NY-POST
                   COMPUTE NP-BELOEB OF NY-POST = ZEROS - CT-SUM(CLR-IX)
                   MOVE "CLEARING UD" TO NP-REFERENCE OF NY-POST
                   MOVE "A" TO NP-STATUS OF NY-POST
                   PERFORM TILFOEJ-POST
                   ADD 1 TO FORVENTET-ANTAL
               END-IF
           END-PERFORM
           IF CLR-DATO NOT = SPACES AND NOT LAES-KENDT
               PERFORM NOTER-LAEST
           END-IF.

      * Tabellen holdes sorteret paa dato, saa hver dato noteres
      * samlet.
       OPSUMMER-CLEARING.
           MOVE 0 TO CLR-MATCH-IX
           PERFORM VARYING CLR-IX FROM 1 BY 1 UNTIL CLR-IX > NUM-CLR
               IF CT-DATO(CLR-IX) = CL-TIDSPUNKT(1:10)
                   AND CT-REG-NR(CLR-IX) = CL-REG-NR
                   MOVE CLR-IX TO CLR-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF CLR-MATCH-IX = 0
               IF NUM-CLR >= 500
                   DISPLAY "FEJL: flere end 500 clearingtotaler i "
                       "Clearing-Ud.txt."
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO NUM-CLR
               MOVE NUM-CLR TO CLR-MATCH-IX
               PERFORM UNTIL CLR-MATCH-IX = 1
                   OR CT-DATO(CLR-MATCH-IX - 1) NOT > CL-TIDSPUNKT(1:10)
                   MOVE CLR-ARR(CLR-MATCH-IX - 1)
                     TO CLR-ARR(CLR-MATCH-IX)
                   SUBTRACT 1 FROM CLR-MATCH-IX
               END-PERFORM
               MOVE CL-TIDSPUNKT(1:10) TO CT-DATO(CLR-MATCH-IX)
               MOVE CL-REG-NR TO CT-REG-NR(CLR-MATCH-IX)
               MOVE ZEROS TO CT-SUM(CLR-MATCH-IX)
           END-IF
           ADD CL-BELOEB TO CT-SUM(CLR-MATCH-IX).

       CHECK-LAEST.
           MOVE "N" TO LAES-KENDT-SW
           OPEN INPUT FIL-MODTAGET
           IF MODTAGET-FIL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO MODTAGET-EOF
           PERFORM UNTIL MODTAGET-EOF = "Y"
               READ FIL-MODTAGET
                   AT END
                       MOVE "Y" TO MODTAGET-EOF
                   NOT AT END
                       IF MF-FILNAVN OF MODTAGET-REKORD = LAES-FILNAVN
                           AND MF-DATO OF MODTAGET-REKORD = LAES-DATO
                           MOVE "J" TO LAES-KENDT-SW
                           MOVE "Y" TO MODTAGET-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-MODTAGET.

       NOTER-LAEST.
           OPEN EXTEND FIL-MODTAGET
           IF MODTAGET-FIL-STATUS = "35"
               OPEN OUTPUT FIL-MODTAGET
           END-IF
           MOVE SPACES TO MODTAGET-REKORD
           MOVE LAES-FILNAVN TO MF-FILNAVN OF MODTAGET-REKORD
           MOVE ZEROS TO MF-BATCH-NR OF MODTAGET-REKORD
           MOVE LAES-DATO TO MF-DATO OF MODTAGET-REKORD
           WRITE MODTAGET-REKORD
           CLOSE FIL-MODTAGET.

       TILFOEJ-POST.
           IF NUM-POSTER >= 5000
               DISPLAY "FEJL: flere end 5000 poster i "
                   "nostroafstemningen."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO NUM-POSTER
           MOVE NY-POST TO POST-ARR(NUM-POSTER).

       MATCH-UDTOG-POST.
           MOVE 0 TO POST-MATCH-IX
           PERFORM VARYING POST-IX2 FROM 1 BY 1
                   UNTIL POST-IX2 > NUM-POSTER
               IF NP-FORVENTET OF POST-ARR(POST-IX2)
                   AND NP-AABEN OF POST-ARR(POST-IX2)
                   AND NP-DATO OF POST-ARR(POST-IX2)
                       = NP-DATO OF POST-ARR(POST-IX)
                   AND NP-REG-NR OF POST-ARR(POST-IX2)
                       = NP-REG-NR OF POST-ARR(POST-IX)
                   AND NP-BELOEB OF POST-ARR(POST-IX2)
                       = NP-BELOEB OF POST-ARR(POST-IX)
                   MOVE POST-IX2 TO POST-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF POST-MATCH-IX > 0
               MOVE "M" TO NP-STATUS OF POST-ARR(POST-IX)
               MOVE "M" TO NP-STATUS OF POST-ARR(POST-MATCH-IX)
               ADD 1 TO NUM-MATCH
               MOVE POST-IX TO MA-UDTOG-IX(NUM-MATCH)
               MOVE POST-MATCH-IX TO MA-FORV-IX(NUM-MATCH)
               ADD NP-BELOEB OF POST-ARR(POST-IX) TO MATCH-SUM
           END-IF.

       BEREGN-ALDER.
           MOVE 0 TO AABNE-ANTAL
           PERFORM VARYING SIDE-IX FROM 1 BY 1 UNTIL SIDE-IX > 2
               PERFORM VARYING ALDER-IX FROM 1 BY 1 UNTIL ALDER-IX > 4
                   MOVE 0 TO AT-ANTAL(SIDE-IX, ALDER-IX)
                   MOVE ZEROS TO AT-BELOEB(SIDE-IX, ALDER-IX)
               END-PERFORM
           END-PERFORM
           PERFORM VARYING POST-IX FROM 1 BY 1
                   UNTIL POST-IX > NUM-POSTER
               IF NP-AABEN OF POST-ARR(POST-IX)
                   ADD 1 TO AABNE-ANTAL
                   PERFORM FIND-ALDER
                   IF NP-UDTOG OF POST-ARR(POST-IX)
                       MOVE 1 TO SIDE-IX
                   ELSE
                       MOVE 2 TO SIDE-IX
                   END-IF
                   ADD 1 TO AT-ANTAL(SIDE-IX, ALDER-IX)
                   ADD NP-BELOEB OF POST-ARR(POST-IX)
                     TO AT-BELOEB(SIDE-IX, ALDER-IX)
               END-IF
           END-PERFORM.

       FIND-ALDER.
           MOVE NP-DATO OF POST-ARR(POST-IX) (1:4) TO DATO-NUM(1:4)
           MOVE NP-DATO OF POST-ARR(POST-IX) (6:2) TO DATO-NUM(5:2)
           MOVE NP-DATO OF POST-ARR(POST-IX) (9:2) TO DATO-NUM(7:2)
           COMPUTE POST-INT = FUNCTION INTEGER-OF-DATE(DATO-NUM)
           COMPUTE ALDER-DAGE = DAGS-INT - POST-INT
           EVALUATE TRUE
               WHEN ALDER-DAGE NOT > 1
                   MOVE 1 TO ALDER-IX
               WHEN ALDER-DAGE NOT > 5
                   MOVE 2 TO ALDER-IX
               WHEN ALDER-DAGE NOT > 30
                   MOVE 3 TO ALDER-IX
               WHEN OTHER
                   MOVE 4 TO ALDER-IX
           END-EVALUATE.

       LOOKUP-BANK.
           MOVE 0 TO BANK-MATCH-IX
           MOVE "UKENDT MODPART" TO BANKNAVN-VIS
           PERFORM VARYING BANK-IX FROM 1 BY 1
                   UNTIL BANK-IX > NUM-BANKER
               IF REG-NR OF BANK-ARR(BANK-IX)
                       = NP-REG-NR OF POST-ARR(POST-IX)
                   MOVE BANK-IX TO BANK-MATCH-IX
                   MOVE BANKNAVN OF BANK-ARR(BANK-IX) TO BANKNAVN-VIS
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       SKRIV-RAPPORT.
           OPEN OUTPUT FIL-RAPPORT
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "NOSTROAFSTEMNING - AFVIKLINGSKONTO I NATIONALBANKEN - "
                                     DELIMITED BY SIZE
               DAGS-DATO             DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           IF UDTOG-HAR-SW = "Y"
               MOVE SPACES TO RAPPORT-TEXT
               STRING
                   "Kontoudtog af " DELIMITED BY SIZE
                   UDTOG-DATO       DELIMITED BY SIZE
               INTO RAPPORT-TEXT
               WRITE RAPPORT-REC
               MOVE UDTOG-PRIMO TO BELOEB-VIS
               MOVE SPACES TO RAPPORT-TEXT
               STRING
                   "  Primosaldo            " DELIMITED BY SIZE
                   BELOEB-VIS                 DELIMITED BY SIZE
               INTO RAPPORT-TEXT
               WRITE RAPPORT-REC
               MOVE UDTOG-SUM TO BELOEB-VIS
               MOVE UDTOG-ANTAL TO ANTAL-VIS
               MOVE SPACES TO RAPPORT-TEXT
               STRING
                   "  Bevaegelser           " DELIMITED BY SIZE
                   BELOEB-VIS                 DELIMITED BY SIZE
                   "  (" DELIMITED BY SIZE
                   ANTAL-VIS DELIMITED BY SIZE
                   " linjer)" DELIMITED BY SIZE
               INTO RAPPORT-TEXT
               WRITE RAPPORT-REC
               MOVE UDTOG-ULTIMO TO BELOEB-VIS
               MOVE SPACES TO RAPPORT-TEXT
               STRING
                   "  Ultimosaldo           " DELIMITED BY SIZE
                   BELOEB-VIS                 DELIMITED BY SIZE
               INTO RAPPORT-TEXT
               WRITE RAPPORT-REC
           ELSE
               MOVE "Intet nyt kontoudtog fra Nationalbanken."
                 TO RAPPORT-TEXT
               WRITE RAPPORT-REC
           END-IF
           MOVE FORVENTET-ANTAL TO ANTAL-VIS
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Nye forventede poster (OPG-36/OPG-58): "
                                     DELIMITED BY SIZE
               ANTAL-VIS             DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE NUM-MATCH TO ANTAL-VIS
           MOVE MATCH-SUM TO BELOEB-VIS
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "MATCHET I DAG: " DELIMITED BY SIZE
               ANTAL-VIS         DELIMITED BY SIZE
               " poster, i alt " DELIMITED BY SIZE
               BELOEB-VIS        DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           PERFORM VARYING MATCH-IX FROM 1 BY 1
                   UNTIL MATCH-IX > NUM-MATCH
               MOVE MA-UDTOG-IX(MATCH-IX) TO POST-IX
               PERFORM SKRIV-POST-LINJE
               MOVE MA-FORV-IX(MATCH-IX) TO POST-IX
               PERFORM SKRIV-POST-LINJE
           END-PERFORM
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE AABNE-ANTAL TO ANTAL-VIS
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "AABNE POSTER: " DELIMITED BY SIZE
               ANTAL-VIS        DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-TEXT
           MOVE "Side      Kilde      Dato       Reg-nr Modpart"
             TO RAPPORT-TEXT
           MOVE "Reference                        Beloeb  Alder"
             TO RAPPORT-TEXT(80:)
           WRITE RAPPORT-REC
           PERFORM VARYING POST-IX FROM 1 BY 1
                   UNTIL POST-IX > NUM-POSTER
               IF NP-AABEN OF POST-ARR(POST-IX)
                   PERFORM SKRIV-POST-LINJE
               END-IF
           END-PERFORM
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE "ALDERSFORDELING AF AABNE POSTER" TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-TEXT
           MOVE "Alder        Udtog antal             Udtog beloeb"
             TO RAPPORT-TEXT
           MOVE "Forventet antal         Forventet beloeb"
             TO RAPPORT-TEXT(54:)
           WRITE RAPPORT-REC
           PERFORM VARYING ALDER-IX FROM 1 BY 1 UNTIL ALDER-IX > 4
               PERFORM SKRIV-ALDER-LINJE
           END-PERFORM
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE "Afstemt af: ____________________   Dato: __________"
             TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE "Godkendt (oekonomi): ___________   Dato: __________"
             TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           CLOSE FIL-RAPPORT.

       SKRIV-POST-LINJE.
           PERFORM LOOKUP-BANK
           PERFORM FIND-ALDER
           MOVE NP-BELOEB OF POST-ARR(POST-IX) TO BELOEB-VIS
           MOVE ALDER-DAGE TO ALDER-VIS
           MOVE SPACES TO RAPPORT-TEXT
           IF NP-UDTOG OF POST-ARR(POST-IX)
               MOVE "Udtog" TO RAPPORT-TEXT(1:9)
           ELSE
               MOVE "Forventet" TO RAPPORT-TEXT(1:9)
           END-IF
           MOVE NP-KILDE OF POST-ARR(POST-IX) TO RAPPORT-TEXT(11:10)
           MOVE NP-DATO OF POST-ARR(POST-IX) TO RAPPORT-TEXT(22:10)
           MOVE NP-REG-NR OF POST-ARR(POST-IX) TO RAPPORT-TEXT(33:6)
           MOVE BANKNAVN-VIS TO RAPPORT-TEXT(40:30)
           MOVE NP-REFERENCE OF POST-ARR(POST-IX) TO RAPPORT-TEXT(80:20)
           MOVE BELOEB-VIS TO RAPPORT-TEXT(100:19)
           MOVE ALDER-VIS TO RAPPORT-TEXT(120:5)
           WRITE RAPPORT-REC.

       SKRIV-ALDER-LINJE.
           MOVE SPACES TO RAPPORT-TEXT
           EVALUATE ALDER-IX
               WHEN 1
                   MOVE "0-1 dage" TO RAPPORT-TEXT(1:12)
               WHEN 2
                   MOVE "2-5 dage" TO RAPPORT-TEXT(1:12)
               WHEN 3
                   MOVE "6-30 dage" TO RAPPORT-TEXT(1:12)
               WHEN OTHER
                   MOVE "over 30 dage" TO RAPPORT-TEXT(1:12)
           END-EVALUATE
           MOVE AT-ANTAL(1, ALDER-IX) TO ANTAL-VIS
           MOVE ANTAL-VIS TO RAPPORT-TEXT(20:5)
           MOVE AT-BELOEB(1, ALDER-IX) TO BELOEB-VIS
           MOVE BELOEB-VIS TO RAPPORT-TEXT(30:19)
           MOVE AT-ANTAL(2, ALDER-IX) TO ANTAL-VIS
           MOVE ANTAL-VIS TO RAPPORT-TEXT(64:5)
           MOVE AT-BELOEB(2, ALDER-IX) TO BELOEB-VIS
           MOVE BELOEB-VIS TO RAPPORT-TEXT(75:19)
           WRITE RAPPORT-REC.

       SKRIV-AABNE-POSTER.
           OPEN OUTPUT FIL-AABNE
           PERFORM VARYING POST-IX FROM 1 BY 1
                   UNTIL POST-IX > NUM-POSTER
               IF NP-AABEN OF POST-ARR(POST-IX)
                   WRITE AABEN-REKORD FROM POST-ARR(POST-IX)
               END-IF
           END-PERFORM
           MOVE SPACES TO AABEN-REKORD
           MOVE "TRAILER" TO TR-MARKER OF AABEN-REKORD-TRAILER
           MOVE AABNE-ANTAL TO TR-ANTAL OF AABEN-REKORD-TRAILER
           WRITE AABEN-REKORD
           CLOSE FIL-AABNE.

      * Udtogets bevaegelser ligger nu i Nostro-Aabne-Poster.txt
      * (eller er matchet); filen toemmes til OPG-121's naeste import.
       TOEM-UDTOG.
           IF UDTOG-HAR-SW NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT FIL-NOSTRO-UDTOG
           MOVE SPACES TO UDTOG-REKORD
           MOVE "TRAILER" TO TR-MARKER OF UDTOG-REKORD-TRAILER
           MOVE ZEROS TO TR-ANTAL OF UDTOG-REKORD-TRAILER
           MOVE ZEROS TO TR-PRIMO OF UDTOG-REKORD-TRAILER
           MOVE ZEROS TO TR-ULTIMO OF UDTOG-REKORD-TRAILER
           MOVE SPACES TO TR-DATO OF UDTOG-REKORD-TRAILER
           WRITE UDTOG-REKORD
           CLOSE FIL-NOSTRO-UDTOG.

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
