       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPG-160.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIL-AUTOMAT ASSIGN TO "../data/Haeveautomater.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUTOMAT-FIL-STATUS.
           SELECT FIL-JOURNAL ASSIGN TO "../data/Automat-Journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-FIL-STATUS.
           SELECT FIL-BEHOLDNING
               ASSIGN TO "../data/Automat-Beholdning.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BEHOLDNING-FIL-STATUS.
           SELECT FIL-PARM ASSIGN TO "../data/OPG160-Parametre.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-STATUS.
           SELECT FIL-TRANS ASSIGN TO "../data/Transaktioner.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-FIL-STATUS.
           SELECT FIL-KATALOG ASSIGN TO "../data/Arkiv-Katalog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KATALOG-STATUS.
           SELECT FIL-ARKIV ASSIGN TO ARKIV-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARKIV-STATUS.
           SELECT FIL-RAPPORT
               ASSIGN TO "../data/Automat-Afstemning-Rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-BOGFDATO ASSIGN TO "../data/Bogfoeringsdato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOGFDATO-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD FIL-AUTOMAT.
       01 AUTOMAT-REKORD.
           COPY "../copybooks/HAEVEAUTOMAT.cpy".
       01 AUTOMAT-REKORD-TRAILER REDEFINES AUTOMAT-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(62).

       FD FIL-JOURNAL.
       01 JOURNAL-REKORD.
           COPY "../copybooks/AUTOMATJOURNAL.cpy".
       01 JOURNAL-REKORD-TRAILER REDEFINES JOURNAL-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(36).

       FD FIL-BEHOLDNING.
       01 BEHOLDNING-REKORD.
           COPY "../copybooks/AUTOMATBEHOLDNING.cpy".
       01 BEHOLDNING-REKORD-TRAILER REDEFINES BEHOLDNING-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(39).

       FD FIL-PARM.
       01 PARM-FILE-REC.
           COPY "../copybooks/OPG160-PARAMETRE.cpy".

       FD FIL-TRANS.
       01 TRANSAKTIONER.
           COPY "../copybooks/TRANSAKTIONER.cpy".

       FD FIL-KATALOG.
       01 KATALOG-REC.
           02 AK-FILNAVN    PIC X(60).
           02 AK-DATO       PIC X(10).
           02 AK-ANTAL      PIC 9(06).

       FD FIL-ARKIV.
       01 ARKIV-REKORD.
           COPY "../copybooks/TRANSAKTIONER.cpy".

       FD FIL-RAPPORT.
       01 RAPPORT-REC.
           02 RAPPORT-TEXT PIC X(132).

       FD FIL-BOGFDATO.
       01 BOGFDATO-FIL-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".

       WORKING-STORAGE SECTION.
      * Daglig kontantafstemning af bankens egne haeveautomater.
      * Pr. automat afstemmes perioden siden sidste afstemning (saa
      * weekendens udbetalinger kommer med mandag):
      * - Beholdningen: primo (sidste afstemte ultimo i
      *   Automat-Beholdning.txt) + paafyldt - udtaget - udbetalt
      *   efter journalen (Automat-Journal.txt fra OPG-159). En
      *   optaelling (O) ved et besoeg sammenholdes med den beregnede
      *   beholdning paa dens klokkeslaet; en difference er en
      *   kassedifference, og beholdningen foelger derefter det
      *   optalte.
      * - Journal mod bogfoering: udbetalinger og afviste haevninger
      *   i journalen matches paa bilagsnummer mod HAEV-posteringer
      *   med automatens ID i BUTIK. Stornerede posteringer (OPG-52)
      *   regnes som ikke bogfoert. Afvigelserne er
      *     U  udbetalt, ikke bogfoert  -> manuel postering (OPG-98)
      *     B  bogfoert, ikke udbetalt  -> storno (OPG-52)
      *     A  afvist, men bogfoert     -> storno (OPG-52)
      *     D  beloeb afviger           -> storno og ny postering
      *     J  journal mangler for automaten, men der er bogfoert
      *     O  kassedifference ved optaelling
      *   En postering, hvis journallinje ligger i en anden periode
      *   (haevning lige omkring midnat), regnes som matchet.
      * - Prognose: gennemsnitlig udbetaling pr. dag over de seneste
      *   PARM-PROGNOSE-DAGE dage giver den dato, hvor beholdningen
      *   naar automatens minimumsbeholdning.
      * En genkoersel samme dag afstemmer samme periode igen.
       01 AUTOMAT-FIL-STATUS PIC XX VALUE "00".
       01 JOURNAL-FIL-STATUS PIC XX VALUE "00".
       01 BEHOLDNING-FIL-STATUS PIC XX VALUE "00".
       01 PARM-STATUS      PIC XX VALUE "00".
       01 TRANS-FIL-STATUS PIC XX VALUE "00".
       01 KATALOG-STATUS   PIC XX VALUE "00".
       01 ARKIV-STATUS     PIC XX VALUE "00".
       01 TRAILER-FOUND-SW PIC X(01) VALUE "N".
       01 TRAILER-ANTAL    PIC 9(06) VALUE ZEROS.
       01 LAEST-ANTAL      PIC 9(06) VALUE ZEROS.
       01 EOF-FLAG         PIC X(01) VALUE "N".
       01 KATALOG-EOF      PIC X(01) VALUE "N".
       01 ARKIV-EOF        PIC X(01) VALUE "N".
       01 FIL-NAVN         PIC X(30) VALUE SPACES.
       01 ARKIV-FILENAME   PIC X(60) VALUE SPACES.

       01 PARM-REC.
           COPY "../copybooks/OPG160-PARAMETRE.cpy".

       01 NUM-AUTOMATER    PIC 9(03) VALUE 0.
       01 AUTOMAT-ARR OCCURS 0 TO 200 TIMES
               DEPENDING ON NUM-AUTOMATER.
           COPY "../copybooks/HAEVEAUTOMAT.cpy".
       01 AUTOMAT-SUM-ARR OCCURS 0 TO 200 TIMES
               DEPENDING ON NUM-AUTOMATER.
           02 AS-FRA-DATO      PIC X(10).
           02 AS-NY-SW         PIC X(01).
           02 AS-PRIMO         PIC S9(09)V99.
           02 AS-PAAFYLDT      PIC S9(09)V99.
           02 AS-TOEMT         PIC S9(09)V99.
           02 AS-UDBETALT      PIC S9(09)V99.
           02 AS-BOGFOERT      PIC S9(09)V99.
           02 AS-KASSEDIFF     PIC S9(09)V99.
           02 AS-ULTIMO        PIC S9(09)V99.
           02 AS-JOURNAL-ANT   PIC 9(05).
           02 AS-AFVIST-ANT    PIC 9(05).
           02 AS-AFVIG-ANT     PIC 9(05).
           02 AS-MANGLER-ANT   PIC 9(05).
           02 AS-MANGLER-SUM   PIC S9(09)V99.
           02 AS-PROGNOSE-SUM  PIC S9(11)V99.
       01 AUTOMAT-IX       PIC 9(03) VALUE 0.
       01 AUTOMAT-MATCH-IX PIC 9(03) VALUE 0.
       01 SOEGE-AUTOMAT    PIC X(20) VALUE SPACES.

       01 NUM-BEHOLDNING   PIC 9(03) VALUE 0.
       01 BEHOLDNING-ARR OCCURS 0 TO 300 TIMES
               DEPENDING ON NUM-BEHOLDNING.
           COPY "../copybooks/AUTOMATBEHOLDNING.cpy".
       01 BEH-IX           PIC 9(03) VALUE 0.
       01 BEH-MATCH-IX     PIC 9(03) VALUE 0.

      * Journallinjer fra LAES-FRA til og med koerselsdatoen.
       01 NUM-JOURNAL      PIC 9(05) VALUE 0.
       01 JOURNAL-ARR OCCURS 0 TO 50000 TIMES
               DEPENDING ON NUM-JOURNAL.
           COPY "../copybooks/AUTOMATJOURNAL.cpy".
           02 JL-AUTOMAT-IX    PIC 9(03).
       01 JOURNAL-IX       PIC 9(05) VALUE 0.
       01 JOURNAL-IX2      PIC 9(05) VALUE 0.
       01 JOURNAL-MATCH-IX PIC 9(05) VALUE 0.

      * HAEV-posteringer paa automaterne fra LAES-FRA.
       01 NUM-HAEV         PIC 9(05) VALUE 0.
       01 HAEV-ARR OCCURS 0 TO 50000 TIMES DEPENDING ON NUM-HAEV.
           02 HV-AUTOMAT-IX    PIC 9(03).
           02 HV-DATO          PIC X(10).
           02 HV-KLOKKE        PIC X(08).
           02 HV-BILAGSNR      PIC 9(10).
           02 HV-BELOEB        PIC S9(10)V99.
           02 HV-KONTO-ID      PIC X(14).
           02 HV-STORNERET-SW  PIC X(01).
           02 HV-MATCH-SW      PIC X(01).
       01 HAEV-IX          PIC 9(05) VALUE 0.
       01 HAEV-MATCH-IX    PIC 9(05) VALUE 0.
       01 POSTERING.
           COPY "../copybooks/TRANSAKTIONER.cpy".

       01 NUM-STORNO       PIC 9(05) VALUE 0.
       01 STORNO-ARR OCCURS 0 TO 20000 TIMES DEPENDING ON NUM-STORNO.
           02 ST-BILAGSNR      PIC 9(10).
       01 STORNO-IX        PIC 9(05) VALUE 0.

       01 NUM-AFVIG        PIC 9(04) VALUE 0.
       01 AFVIG-ARR OCCURS 0 TO 5000 TIMES DEPENDING ON NUM-AFVIG.
           02 AV-AUTOMAT-IX    PIC 9(03).
           02 AV-TYPE          PIC X(01).
           02 AV-DATO          PIC X(10).
           02 AV-KLOKKE        PIC X(08).
           02 AV-BILAGSNR      PIC 9(10).
           02 AV-JOURNAL-BELOEB PIC S9(10)V99.
           02 AV-BOGFOERT-BELOEB PIC S9(10)V99.
           02 AV-KONTO-ID      PIC X(14).
       01 AFVIG-IX         PIC 9(04) VALUE 0.
       01 NY-AFVIG.
           02 NA-TYPE          PIC X(01).
           02 NA-DATO          PIC X(10).
           02 NA-KLOKKE        PIC X(08).
           02 NA-BILAGSNR      PIC 9(10).
           02 NA-JOURNAL-BELOEB PIC S9(10)V99.
           02 NA-BOGFOERT-BELOEB PIC S9(10)V99.
           02 NA-KONTO-ID      PIC X(14).

       01 AFVIG-TEKST-TABLE.
           02 FILLER PIC X(01) VALUE "U".
           02 FILLER PIC X(23) VALUE "Udbetalt, ikke bogfoert".
           02 FILLER PIC X(25) VALUE "Manuel postering (OPG-98)".
           02 FILLER PIC X(01) VALUE "B".
           02 FILLER PIC X(23) VALUE "Bogfoert, ikke udbetalt".
           02 FILLER PIC X(25) VALUE "Storno (OPG-52)".
           02 FILLER PIC X(01) VALUE "A".
           02 FILLER PIC X(23) VALUE "Afvist, men bogfoert".
           02 FILLER PIC X(25) VALUE "Storno (OPG-52)".
           02 FILLER PIC X(01) VALUE "D".
           02 FILLER PIC X(23) VALUE "Beloeb afviger".
           02 FILLER PIC X(25) VALUE "Storno og ny postering".
           02 FILLER PIC X(01) VALUE "J".
           02 FILLER PIC X(23) VALUE "Journal mangler".
           02 FILLER PIC X(25) VALUE "Indhent journalen".
           02 FILLER PIC X(01) VALUE "O".
           02 FILLER PIC X(23) VALUE "Kassedifference".
           02 FILLER PIC X(25) VALUE "Undersoeg og reguler".
       01 AFVIG-TEKST-ARR REDEFINES AFVIG-TEKST-TABLE.
           02 AT-ENTRY OCCURS 6 TIMES.
               03 AT-TYPE      PIC X(01).
               03 AT-TEKST     PIC X(23).
               03 AT-HANDLING  PIC X(25).
       01 AT-IX            PIC 9(01) VALUE 0.

       01 FORVENTET-BEHOLDNING PIC S9(09)V99 VALUE ZEROS.
       01 OPTAELLING-DIFF  PIC S9(09)V99 VALUE ZEROS.
       01 SNIT-UDBETALT    PIC S9(09)V99 VALUE ZEROS.
       01 RAADIGHED        PIC S9(09)V99 VALUE ZEROS.
       01 DAGE-TILBAGE     PIC 9(05) VALUE ZEROS.
       01 KAN-FYLDES       PIC S9(09)V99 VALUE ZEROS.

       01 DATO-NUM         PIC 9(08) VALUE ZEROS.
       01 DATO-INT         PIC 9(08) VALUE ZEROS.
       01 ARB-DATO         PIC X(10) VALUE SPACES.
       01 LAES-FRA         PIC X(10) VALUE SPACES.
       01 PROGNOSE-FRA     PIC X(10) VALUE SPACES.
       01 MARGIN-DAGE      PIC 9(02) VALUE 7.
       01 TRANS-DATO       PIC X(10) VALUE SPACES.

       01 RUN-DATE         PIC 9(08) VALUE ZEROS.
      * Koerselsdatoen er bankens bogfoeringsdato (Bogfoeringsdato.txt),
      * ikke maskinens dato.
       01 BOGFDATO-STATUS  PIC XX VALUE "00".
       01 BOGFDATO-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".
       01 DAGS-DATO        PIC X(10) VALUE SPACES.

       01 BELOEB-VIS       PIC ---,---,--9.99.
       01 BELOEB-KORT-VIS  PIC -,---,--9.99.
       01 ANTAL-VIS        PIC ZZ,ZZ9.

       01 SUM-LINJE.
           02 SL-AUTOMAT       PIC X(11).
           02 SL-PERIODE       PIC X(22).
           02 SL-PRIMO         PIC X(14).
           02 SL-PAAFYLDT      PIC X(14).
           02 SL-TOEMT         PIC X(14).
           02 SL-UDBETALT      PIC X(14).
           02 SL-BOGFOERT      PIC X(14).
           02 SL-KASSEDIFF     PIC X(14).
           02 SL-ULTIMO        PIC X(14).

       01 AFVIG-LINJE.
           02 VL-AUTOMAT       PIC X(11).
           02 VL-TEKST         PIC X(24).
           02 VL-DATO          PIC X(11).
           02 VL-KLOKKE        PIC X(09).
           02 VL-BILAGSNR      PIC X(11).
           02 VL-KONTO         PIC X(14).
           02 VL-JOURNAL       PIC X(13).
           02 VL-BOGFOERT      PIC X(13).
           02 FILLER           PIC X(01).
           02 VL-HANDLING      PIC X(25).

       01 PROGNOSE-LINJE.
           02 PL-AUTOMAT       PIC X(11).
           02 PL-PLACERING     PIC X(31).
           02 PL-ULTIMO        PIC X(14).
           02 PL-SNIT          PIC X(14).
           02 PL-MINIMUM       PIC X(14).
           02 FILLER           PIC X(02).
           02 PL-PROGNOSE      PIC X(30).
           02 PL-KAN-FYLDES    PIC X(14).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM DAGS-DATO-FILL
           PERFORM PARM-FILL
           PERFORM AUTOMAT-ARR-FILL
           PERFORM BEHOLDNING-ARR-FILL
           PERFORM BEREGN-PERIODER
           PERFORM JOURNAL-ARR-FILL
           PERFORM SAML-LEVENDE-FIL
           PERFORM SAML-ARKIVER
           PERFORM MARKER-STORNEREDE
           PERFORM VARYING AUTOMAT-IX FROM 1 BY 1
                   UNTIL AUTOMAT-IX > NUM-AUTOMATER
               PERFORM AFSTEM-BEHOLDNING
           END-PERFORM
           PERFORM AFSTEM-JOURNAL
           PERFORM AFSTEM-POSTERINGER
           PERFORM SKRIV-RAPPORT
           PERFORM BEHOLDNING-ARR-REWRITE
           DISPLAY "Automatafstemning " DAGS-DATO ": "
               NUM-AUTOMATER " automater, " NUM-AFVIG " afvigelser."
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

       PARM-FILL.
           OPEN INPUT FIL-PARM
           IF PARM-STATUS = "00"
               READ FIL-PARM INTO PARM-REC
                   AT END
                       CONTINUE
               END-READ
               CLOSE FIL-PARM
           END-IF
           IF PARM-PROGNOSE-DAGE OF PARM-REC NOT NUMERIC
                   OR PARM-PROGNOSE-DAGE OF PARM-REC = ZEROS
               MOVE 14 TO PARM-PROGNOSE-DAGE OF PARM-REC
           END-IF
           COMPUTE DATO-INT = FUNCTION INTEGER-OF-DATE(RUN-DATE)
               - PARM-PROGNOSE-DAGE OF PARM-REC + 1
           PERFORM INT-TIL-DATO
           MOVE ARB-DATO TO PROGNOSE-FRA.

      * Heltalsdato i DATO-INT til ARB-DATO (YYYY-MM-DD).
       INT-TIL-DATO.
           COMPUTE DATO-NUM = FUNCTION DATE-OF-INTEGER(DATO-INT)
           MOVE SPACES TO ARB-DATO
           STRING
               DATO-NUM(1:4) DELIMITED BY SIZE
               "-"           DELIMITED BY SIZE
               DATO-NUM(5:2) DELIMITED BY SIZE
               "-"           DELIMITED BY SIZE
               DATO-NUM(7:2) DELIMITED BY SIZE
           INTO ARB-DATO.

      * ARB-DATO (YYYY-MM-DD) til heltalsdato i DATO-INT.
       DATO-TIL-INT.
           MOVE ARB-DATO(1:4) TO DATO-NUM(1:4)
           MOVE ARB-DATO(6:2) TO DATO-NUM(5:2)
           MOVE ARB-DATO(9:2) TO DATO-NUM(7:2)
           COMPUTE DATO-INT = FUNCTION INTEGER-OF-DATE(DATO-NUM).

      * Faelles kontrol af sluttaellerposten efter indlaesning.
       CHECK-TRAILER.
           IF TRAILER-FOUND-SW = "N"
               DISPLAY "FEJL: " FIL-NAVN " mangler sluttaellerpost"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF LAEST-ANTAL NOT = TRAILER-ANTAL
               DISPLAY "FEJL: " FIL-NAVN " - forventet "
                   TRAILER-ANTAL " poster, fandt " LAEST-ANTAL
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       AUTOMAT-ARR-FILL.
           MOVE 0 TO NUM-AUTOMATER
           OPEN INPUT FIL-AUTOMAT
           IF AUTOMAT-FIL-STATUS NOT = "00"
               DISPLAY "Haeveautomater.txt findes ikke - ingen "
                   "automater at afstemme."
               STOP RUN
           END-IF
           MOVE "N" TO TRAILER-FOUND-SW
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-AUTOMAT
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF AUTOMAT-REKORD-TRAILER
                               = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                           MOVE "Y" TO TRAILER-FOUND-SW
                           MOVE TR-ANTAL OF AUTOMAT-REKORD-TRAILER
                             TO TRAILER-ANTAL
                       ELSE
                           IF NUM-AUTOMATER >= 200
                               DISPLAY "FEJL: flere end 200 automater "
                                   "i Haeveautomater.txt."
                               MOVE 1 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO NUM-AUTOMATER
                           MOVE AUTOMAT-REKORD
                             TO AUTOMAT-ARR(NUM-AUTOMATER)
                           INITIALIZE AUTOMAT-SUM-ARR(NUM-AUTOMATER)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-AUTOMAT
           MOVE "Haeveautomater.txt" TO FIL-NAVN
           MOVE NUM-AUTOMATER TO LAEST-ANTAL
           PERFORM CHECK-TRAILER.

       BEHOLDNING-ARR-FILL.
           MOVE 0 TO NUM-BEHOLDNING
           OPEN INPUT FIL-BEHOLDNING
           IF BEHOLDNING-FIL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO TRAILER-FOUND-SW
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-BEHOLDNING
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF BEHOLDNING-REKORD-TRAILER
                               = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                           MOVE "Y" TO TRAILER-FOUND-SW
                           MOVE TR-ANTAL OF BEHOLDNING-REKORD-TRAILER
                             TO TRAILER-ANTAL
                       ELSE
                           IF NUM-BEHOLDNING >= 300
                               DISPLAY "FEJL: flere end 300 poster i "
                                   "Automat-Beholdning.txt."
                               MOVE 1 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO NUM-BEHOLDNING
                           MOVE BEHOLDNING-REKORD
                             TO BEHOLDNING-ARR(NUM-BEHOLDNING)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-BEHOLDNING
           MOVE "Automat-Beholdning.txt" TO FIL-NAVN
           MOVE NUM-BEHOLDNING TO LAEST-ANTAL
           PERFORM CHECK-TRAILER.

      * Periode og primo pr. automat. En ny automat starter i dag med
      * primo nul; dens foerste paafyldning giver beholdningen.
       BEREGN-PERIODER.
           MOVE DAGS-DATO TO LAES-FRA
           IF PROGNOSE-FRA < LAES-FRA
               MOVE PROGNOSE-FRA TO LAES-FRA
           END-IF
           PERFORM VARYING AUTOMAT-IX FROM 1 BY 1
                   UNTIL AUTOMAT-IX > NUM-AUTOMATER
               PERFORM FIND-BEHOLDNING
               EVALUATE TRUE
                   WHEN BEH-MATCH-IX = 0
                       MOVE DAGS-DATO TO AS-FRA-DATO(AUTOMAT-IX)
                       MOVE ZEROS TO AS-PRIMO(AUTOMAT-IX)
                       MOVE "J" TO AS-NY-SW(AUTOMAT-IX)
                   WHEN AB-DATO OF BEHOLDNING-ARR(BEH-MATCH-IX)
                           = DAGS-DATO
                       MOVE AB-FRA-DATO OF BEHOLDNING-ARR(BEH-MATCH-IX)
                         TO AS-FRA-DATO(AUTOMAT-IX)
                       MOVE AB-PRIMO OF BEHOLDNING-ARR(BEH-MATCH-IX)
                         TO AS-PRIMO(AUTOMAT-IX)
                   WHEN AB-DATO OF BEHOLDNING-ARR(BEH-MATCH-IX)
                           < DAGS-DATO
                       MOVE AB-DATO OF BEHOLDNING-ARR(BEH-MATCH-IX)
                         TO ARB-DATO
                       PERFORM DATO-TIL-INT
                       ADD 1 TO DATO-INT
                       PERFORM INT-TIL-DATO
                       MOVE ARB-DATO TO AS-FRA-DATO(AUTOMAT-IX)
                       MOVE AB-ULTIMO OF BEHOLDNING-ARR(BEH-MATCH-IX)
                         TO AS-PRIMO(AUTOMAT-IX)
                   WHEN OTHER
                       DISPLAY "FEJL: automat "
                           HA-AUTOMAT-ID OF AUTOMAT-ARR(AUTOMAT-IX)
                           " er afstemt til "
                           AB-DATO OF BEHOLDNING-ARR(BEH-MATCH-IX)
                           ", efter bogfoeringsdatoen " DAGS-DATO
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
               END-EVALUATE
               IF AS-FRA-DATO(AUTOMAT-IX) < LAES-FRA
                   MOVE AS-FRA-DATO(AUTOMAT-IX) TO LAES-FRA
               END-IF
           END-PERFORM
           MOVE LAES-FRA TO ARB-DATO
           PERFORM DATO-TIL-INT
           SUBTRACT MARGIN-DAGE FROM DATO-INT
           PERFORM INT-TIL-DATO
           MOVE ARB-DATO TO LAES-FRA.

       FIND-BEHOLDNING.
           MOVE 0 TO BEH-MATCH-IX
           PERFORM VARYING BEH-IX FROM 1 BY 1
                   UNTIL BEH-IX > NUM-BEHOLDNING
               IF AB-AUTOMAT-ID OF BEHOLDNING-ARR(BEH-IX)
                       = HA-AUTOMAT-ID OF AUTOMAT-ARR(AUTOMAT-IX)
                   MOVE BEH-IX TO BEH-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-AUTOMAT.
           MOVE 0 TO AUTOMAT-MATCH-IX
           IF SOEGE-AUTOMAT(11:10) NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING AUTOMAT-IX FROM 1 BY 1
                   UNTIL AUTOMAT-IX > NUM-AUTOMATER
               IF HA-AUTOMAT-ID OF AUTOMAT-ARR(AUTOMAT-IX)
                       = SOEGE-AUTOMAT(1:10)
                   MOVE AUTOMAT-IX TO AUTOMAT-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       JOURNAL-ARR-FILL.
           MOVE 0 TO NUM-JOURNAL
           MOVE 0 TO LAEST-ANTAL
           OPEN INPUT FIL-JOURNAL
           IF JOURNAL-FIL-STATUS NOT = "00"
               DISPLAY "ADVARSEL: Automat-Journal.txt findes ikke - "
                   "alle posteringer staar som uden journal."
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO TRAILER-FOUND-SW
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-JOURNAL
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF JOURNAL-REKORD-TRAILER
                               = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                           MOVE "Y" TO TRAILER-FOUND-SW
                           MOVE TR-ANTAL OF JOURNAL-REKORD-TRAILER
                             TO TRAILER-ANTAL
                       ELSE
                           ADD 1 TO LAEST-ANTAL
                           PERFORM GEM-JOURNAL-LINJE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-JOURNAL
           MOVE "Automat-Journal.txt" TO FIL-NAVN
           PERFORM CHECK-TRAILER.

       GEM-JOURNAL-LINJE.
           IF AJ-DATO OF JOURNAL-REKORD < LAES-FRA
               OR AJ-DATO OF JOURNAL-REKORD > DAGS-DATO
               EXIT PARAGRAPH
           END-IF
           MOVE AJ-AUTOMAT-ID OF JOURNAL-REKORD TO SOEGE-AUTOMAT
           PERFORM FIND-AUTOMAT
           IF AUTOMAT-MATCH-IX = 0
               EXIT PARAGRAPH
           END-IF
           IF NUM-JOURNAL >= 50000
               DISPLAY "FEJL: flere end 50000 journallinjer i "
                   "afstemningsperioden."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO NUM-JOURNAL
           MOVE JOURNAL-REKORD TO JOURNAL-ARR(NUM-JOURNAL)(1:49)
           MOVE AUTOMAT-MATCH-IX TO JL-AUTOMAT-IX(NUM-JOURNAL).

      * Posteringerne streames fra Transaktioner.txt og arkiverne i
      * Arkiv-Katalog.txt (som i OPG-88).
       SAML-LEVENDE-FIL.
           OPEN INPUT FIL-TRANS
           IF TRANS-FIL-STATUS = "00"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ FIL-TRANS INTO POSTERING
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF POSTERING(1:7) NOT = "TRAILER"
                               PERFORM SAML-POSTERING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIL-TRANS
           END-IF.

       SAML-ARKIVER.
           OPEN INPUT FIL-KATALOG
           IF KATALOG-STATUS = "00"
               MOVE "N" TO KATALOG-EOF
               PERFORM UNTIL KATALOG-EOF = "Y"
                   READ FIL-KATALOG
                       AT END
                           MOVE "Y" TO KATALOG-EOF
                       NOT AT END
                           IF AK-DATO NOT < LAES-FRA
                               MOVE AK-FILNAVN TO ARKIV-FILENAME
                               PERFORM SAML-EN-ARKIVFIL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIL-KATALOG
           END-IF.

       SAML-EN-ARKIVFIL.
           OPEN INPUT FIL-ARKIV
           IF ARKIV-STATUS = "00"
               MOVE "N" TO ARKIV-EOF
               PERFORM UNTIL ARKIV-EOF = "Y"
                   READ FIL-ARKIV INTO POSTERING
                       AT END
                           MOVE "Y" TO ARKIV-EOF
                       NOT AT END
                           IF POSTERING(1:7) NOT = "TRAILER"
                               PERFORM SAML-POSTERING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIL-ARKIV
           END-IF.

       SAML-POSTERING.
           MOVE TIDSPUNKT OF POSTERING(1:10) TO TRANS-DATO
           IF TRANS-DATO < LAES-FRA
               EXIT PARAGRAPH
           END-IF
           IF TRANS-TYPE OF POSTERING = "STORNO"
               IF BILAGSREF OF POSTERING NUMERIC
                   AND BILAGSREF OF POSTERING NOT = ZEROS
                   IF NUM-STORNO >= 20000
                       DISPLAY "FEJL: flere end 20000 stornoer i "
                           "afstemningsperioden."
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO NUM-STORNO
                   MOVE BILAGSREF OF POSTERING
                     TO ST-BILAGSNR(NUM-STORNO)
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF TRANS-TYPE OF POSTERING NOT = "HAEV"
               OR TRANS-DATO > DAGS-DATO
               EXIT PARAGRAPH
           END-IF
           MOVE BUTIK OF POSTERING TO SOEGE-AUTOMAT
           PERFORM FIND-AUTOMAT
           IF AUTOMAT-MATCH-IX = 0
               EXIT PARAGRAPH
           END-IF
           IF NUM-HAEV >= 50000
               DISPLAY "FEJL: flere end 50000 automathaevninger i "
                   "afstemningsperioden."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO NUM-HAEV
           MOVE AUTOMAT-MATCH-IX TO HV-AUTOMAT-IX(NUM-HAEV)
           MOVE TRANS-DATO TO HV-DATO(NUM-HAEV)
           MOVE TIDSPUNKT OF POSTERING(12:8) TO HV-KLOKKE(NUM-HAEV)
           IF BILAGSNR OF POSTERING NUMERIC
               MOVE BILAGSNR OF POSTERING TO HV-BILAGSNR(NUM-HAEV)
           ELSE
               MOVE ZEROS TO HV-BILAGSNR(NUM-HAEV)
           END-IF
           IF BELØB OF POSTERING < ZEROS
               COMPUTE HV-BELOEB(NUM-HAEV) = ZEROS - BELØB OF POSTERING
           ELSE
               MOVE BELØB OF POSTERING TO HV-BELOEB(NUM-HAEV)
           END-IF
           MOVE KONTO-ID OF POSTERING TO HV-KONTO-ID(NUM-HAEV)
           MOVE "N" TO HV-STORNERET-SW(NUM-HAEV)
           MOVE "N" TO HV-MATCH-SW(NUM-HAEV).

      * Stornoen kan vaere bogfoert efter haevningen, saa
      * markeringen sker, naar alle posteringer er laest.
       MARKER-STORNEREDE.
           PERFORM VARYING HAEV-IX FROM 1 BY 1 UNTIL HAEV-IX > NUM-HAEV
               PERFORM VARYING STORNO-IX FROM 1 BY 1
                       UNTIL STORNO-IX > NUM-STORNO
                   IF ST-BILAGSNR(STORNO-IX) = HV-BILAGSNR(HAEV-IX)
                       AND HV-BILAGSNR(HAEV-IX) NOT = ZEROS
                       MOVE "J" TO HV-STORNERET-SW(HAEV-IX)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-PERFORM.

      * Beholdningsbevaegelser og optaellinger i automatens periode.
       AFSTEM-BEHOLDNING.
           PERFORM VARYING JOURNAL-IX FROM 1 BY 1
                   UNTIL JOURNAL-IX > NUM-JOURNAL
               IF JL-AUTOMAT-IX(JOURNAL-IX) = AUTOMAT-IX
                   AND AJ-DATO OF JOURNAL-ARR(JOURNAL-IX)
                       NOT < AS-FRA-DATO(AUTOMAT-IX)
                   EVALUATE TRUE
                       WHEN AJ-PAAFYLDT OF JOURNAL-ARR(JOURNAL-IX)
                           ADD AJ-BELOEB OF JOURNAL-ARR(JOURNAL-IX)
                             TO AS-PAAFYLDT(AUTOMAT-IX)
                       WHEN AJ-TOEMT OF JOURNAL-ARR(JOURNAL-IX)
                           ADD AJ-BELOEB OF JOURNAL-ARR(JOURNAL-IX)
                             TO AS-TOEMT(AUTOMAT-IX)
                       WHEN AJ-UDBETALT OF JOURNAL-ARR(JOURNAL-IX)
                           ADD AJ-BELOEB OF JOURNAL-ARR(JOURNAL-IX)
                             TO AS-UDBETALT(AUTOMAT-IX)
                           ADD 1 TO AS-JOURNAL-ANT(AUTOMAT-IX)
                       WHEN AJ-AFVIST OF JOURNAL-ARR(JOURNAL-IX)
                           ADD 1 TO AS-AFVIST-ANT(AUTOMAT-IX)
                           ADD 1 TO AS-JOURNAL-ANT(AUTOMAT-IX)
                       WHEN AJ-OPTALT OF JOURNAL-ARR(JOURNAL-IX)
                           PERFORM AFSTEM-OPTAELLING
                   END-EVALUATE
               END-IF
               IF JL-AUTOMAT-IX(JOURNAL-IX) = AUTOMAT-IX
                   AND AJ-UDBETALT OF JOURNAL-ARR(JOURNAL-IX)
                   AND AJ-DATO OF JOURNAL-ARR(JOURNAL-IX)
                       NOT < PROGNOSE-FRA
                   ADD AJ-BELOEB OF JOURNAL-ARR(JOURNAL-IX)
                     TO AS-PROGNOSE-SUM(AUTOMAT-IX)
               END-IF
           END-PERFORM
           COMPUTE AS-ULTIMO(AUTOMAT-IX) = AS-PRIMO(AUTOMAT-IX)
               + AS-PAAFYLDT(AUTOMAT-IX) - AS-TOEMT(AUTOMAT-IX)
               - AS-UDBETALT(AUTOMAT-IX) + AS-KASSEDIFF(AUTOMAT-IX).

      * Den beregnede beholdning paa optaellingens tidspunkt: primo
      * plus periodens bevaegelser foer optaellingen og tidligere
      * kassedifferencer.
       AFSTEM-OPTAELLING.
           MOVE AS-PRIMO(AUTOMAT-IX) TO FORVENTET-BEHOLDNING
           ADD AS-KASSEDIFF(AUTOMAT-IX) TO FORVENTET-BEHOLDNING
           PERFORM VARYING JOURNAL-IX2 FROM 1 BY 1
                   UNTIL JOURNAL-IX2 > NUM-JOURNAL
               IF JL-AUTOMAT-IX(JOURNAL-IX2) = AUTOMAT-IX
                   AND AJ-DATO OF JOURNAL-ARR(JOURNAL-IX2)
                       NOT < AS-FRA-DATO(AUTOMAT-IX)
                   AND JOURNAL-ARR(JOURNAL-IX2)(11:18)
                       < JOURNAL-ARR(JOURNAL-IX)(11:18)
                   EVALUATE TRUE
                       WHEN AJ-PAAFYLDT OF JOURNAL-ARR(JOURNAL-IX2)
                           ADD AJ-BELOEB OF JOURNAL-ARR(JOURNAL-IX2)
                             TO FORVENTET-BEHOLDNING
                       WHEN AJ-TOEMT OF JOURNAL-ARR(JOURNAL-IX2)
                           SUBTRACT AJ-BELOEB
                               OF JOURNAL-ARR(JOURNAL-IX2)
                             FROM FORVENTET-BEHOLDNING
                       WHEN AJ-UDBETALT OF JOURNAL-ARR(JOURNAL-IX2)
                           SUBTRACT AJ-BELOEB
                               OF JOURNAL-ARR(JOURNAL-IX2)
                             FROM FORVENTET-BEHOLDNING
                   END-EVALUATE
               END-IF
           END-PERFORM
           COMPUTE OPTAELLING-DIFF =
               AJ-BELOEB OF JOURNAL-ARR(JOURNAL-IX)
               - FORVENTET-BEHOLDNING
           IF OPTAELLING-DIFF NOT = ZEROS
               ADD OPTAELLING-DIFF TO AS-KASSEDIFF(AUTOMAT-IX)
               MOVE SPACES TO NY-AFVIG
               MOVE "O" TO NA-TYPE
               MOVE AJ-DATO OF JOURNAL-ARR(JOURNAL-IX) TO NA-DATO
               MOVE AJ-KLOKKE OF JOURNAL-ARR(JOURNAL-IX) TO NA-KLOKKE
               MOVE ZEROS TO NA-BILAGSNR
               MOVE AJ-BELOEB OF JOURNAL-ARR(JOURNAL-IX)
                 TO NA-JOURNAL-BELOEB
               MOVE FORVENTET-BEHOLDNING TO NA-BOGFOERT-BELOEB
               PERFORM GEM-AFVIG
           END-IF.

      * Journalens udbetalinger og afviste haevninger mod
      * bogfoeringen.
       AFSTEM-JOURNAL.
           PERFORM VARYING JOURNAL-IX FROM 1 BY 1
                   UNTIL JOURNAL-IX > NUM-JOURNAL
               MOVE JL-AUTOMAT-IX(JOURNAL-IX) TO AUTOMAT-IX
               IF AJ-DATO OF JOURNAL-ARR(JOURNAL-IX)
                       NOT < AS-FRA-DATO(AUTOMAT-IX)
                   AND (AJ-UDBETALT OF JOURNAL-ARR(JOURNAL-IX)
                        OR AJ-AFVIST OF JOURNAL-ARR(JOURNAL-IX))
                   PERFORM AFSTEM-JOURNAL-LINJE
               END-IF
           END-PERFORM.

       AFSTEM-JOURNAL-LINJE.
           MOVE 0 TO HAEV-MATCH-IX
           PERFORM VARYING HAEV-IX FROM 1 BY 1 UNTIL HAEV-IX > NUM-HAEV
               IF HV-BILAGSNR(HAEV-IX)
                       = AJ-BILAGSNR OF JOURNAL-ARR(JOURNAL-IX)
                   AND HV-STORNERET-SW(HAEV-IX) = "N"
                   MOVE HAEV-IX TO HAEV-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE SPACES TO NY-AFVIG
           MOVE AJ-DATO OF JOURNAL-ARR(JOURNAL-IX) TO NA-DATO
           MOVE AJ-KLOKKE OF JOURNAL-ARR(JOURNAL-IX) TO NA-KLOKKE
           MOVE AJ-BILAGSNR OF JOURNAL-ARR(JOURNAL-IX) TO NA-BILAGSNR
           MOVE AJ-BELOEB OF JOURNAL-ARR(JOURNAL-IX)
             TO NA-JOURNAL-BELOEB
           MOVE ZEROS TO NA-BOGFOERT-BELOEB
           IF HAEV-MATCH-IX > 0
               MOVE "J" TO HV-MATCH-SW(HAEV-MATCH-IX)
               MOVE HV-BELOEB(HAEV-MATCH-IX) TO NA-BOGFOERT-BELOEB
               MOVE HV-KONTO-ID(HAEV-MATCH-IX) TO NA-KONTO-ID
           END-IF
           EVALUATE TRUE
               WHEN AJ-UDBETALT OF JOURNAL-ARR(JOURNAL-IX)
                       AND HAEV-MATCH-IX = 0
                   MOVE "U" TO NA-TYPE
                   PERFORM GEM-AFVIG
               WHEN AJ-UDBETALT OF JOURNAL-ARR(JOURNAL-IX)
                       AND HV-BELOEB(HAEV-MATCH-IX)
                           NOT = AJ-BELOEB OF JOURNAL-ARR(JOURNAL-IX)
                   MOVE "D" TO NA-TYPE
                   PERFORM GEM-AFVIG
               WHEN AJ-AFVIST OF JOURNAL-ARR(JOURNAL-IX)
                       AND HAEV-MATCH-IX > 0
                   MOVE "A" TO NA-TYPE
                   PERFORM GEM-AFVIG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Periodens ikke-stornerede haevninger: summen til
      * beholdningsafstemningen, og dem uden journallinje.
       AFSTEM-POSTERINGER.
           PERFORM VARYING HAEV-IX FROM 1 BY 1 UNTIL HAEV-IX > NUM-HAEV
               MOVE HV-AUTOMAT-IX(HAEV-IX) TO AUTOMAT-IX
               IF HV-STORNERET-SW(HAEV-IX) = "N"
                   AND HV-DATO(HAEV-IX) NOT < AS-FRA-DATO(AUTOMAT-IX)
                   ADD HV-BELOEB(HAEV-IX) TO AS-BOGFOERT(AUTOMAT-IX)
                   IF HV-MATCH-SW(HAEV-IX) = "N"
                       PERFORM AFSTEM-UMATCHET-HAEV
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING AUTOMAT-IX FROM 1 BY 1
                   UNTIL AUTOMAT-IX > NUM-AUTOMATER
               IF AS-MANGLER-ANT(AUTOMAT-IX) > 0
                   MOVE SPACES TO NY-AFVIG
                   MOVE "J" TO NA-TYPE
                   MOVE AS-FRA-DATO(AUTOMAT-IX) TO NA-DATO
                   MOVE ZEROS TO NA-BILAGSNR
                   MOVE ZEROS TO NA-JOURNAL-BELOEB
                   MOVE AS-MANGLER-SUM(AUTOMAT-IX)
                     TO NA-BOGFOERT-BELOEB
                   PERFORM GEM-AFVIG
               END-IF
           END-PERFORM.

       AFSTEM-UMATCHET-HAEV.
           MOVE 0 TO JOURNAL-MATCH-IX
           PERFORM VARYING JOURNAL-IX FROM 1 BY 1
                   UNTIL JOURNAL-IX > NUM-JOURNAL
               IF AJ-BILAGSNR OF JOURNAL-ARR(JOURNAL-IX)
                       = HV-BILAGSNR(HAEV-IX)
                   AND (AJ-UDBETALT OF JOURNAL-ARR(JOURNAL-IX)
                        OR AJ-AFVIST OF JOURNAL-ARR(JOURNAL-IX))
                   MOVE JOURNAL-IX TO JOURNAL-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF JOURNAL-MATCH-IX > 0
               MOVE "J" TO HV-MATCH-SW(HAEV-IX)
               EXIT PARAGRAPH
           END-IF
           IF AS-JOURNAL-ANT(AUTOMAT-IX) = 0
               ADD 1 TO AS-MANGLER-ANT(AUTOMAT-IX)
               ADD HV-BELOEB(HAEV-IX) TO AS-MANGLER-SUM(AUTOMAT-IX)
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO NY-AFVIG
           MOVE "B" TO NA-TYPE
           MOVE HV-DATO(HAEV-IX) TO NA-DATO
           MOVE HV-KLOKKE(HAEV-IX) TO NA-KLOKKE
           MOVE HV-BILAGSNR(HAEV-IX) TO NA-BILAGSNR
           MOVE ZEROS TO NA-JOURNAL-BELOEB
           MOVE HV-BELOEB(HAEV-IX) TO NA-BOGFOERT-BELOEB
           MOVE HV-KONTO-ID(HAEV-IX) TO NA-KONTO-ID
           PERFORM GEM-AFVIG.

       GEM-AFVIG.
           IF NUM-AFVIG >= 5000
               DISPLAY "FEJL: flere end 5000 afvigelser - "
                   "kontroller leverancerne."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO NUM-AFVIG
           MOVE AUTOMAT-IX TO AV-AUTOMAT-IX(NUM-AFVIG)
           MOVE NA-TYPE TO AV-TYPE(NUM-AFVIG)
           MOVE NA-DATO TO AV-DATO(NUM-AFVIG)
           MOVE NA-KLOKKE TO AV-KLOKKE(NUM-AFVIG)
           MOVE NA-BILAGSNR TO AV-BILAGSNR(NUM-AFVIG)
           MOVE NA-JOURNAL-BELOEB TO AV-JOURNAL-BELOEB(NUM-AFVIG)
           MOVE NA-BOGFOERT-BELOEB TO AV-BOGFOERT-BELOEB(NUM-AFVIG)
           MOVE NA-KONTO-ID TO AV-KONTO-ID(NUM-AFVIG)
           ADD 1 TO AS-AFVIG-ANT(AUTOMAT-IX).

       SKRIV-RAPPORT.
           OPEN OUTPUT FIL-RAPPORT
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "KONTANTAFSTEMNING AF HAEVEAUTOMATER - bogfoeringsdato "
                                               DELIMITED BY SIZE
               DAGS-DATO                       DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           PERFORM SKRIV-BEHOLDNINGER
           PERFORM SKRIV-AFVIGELSER
           PERFORM SKRIV-PROGNOSE
           CLOSE FIL-RAPPORT.

       SKRIV-BEHOLDNINGER.
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE "BEHOLDNING PR. AUTOMAT (journal) OG BOGFOERTE "
             & "HAEVNINGER" TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO SUM-LINJE
           MOVE "Automat" TO SL-AUTOMAT
           MOVE "Periode" TO SL-PERIODE
           MOVE "         Primo" TO SL-PRIMO
           MOVE "      Paafyldt" TO SL-PAAFYLDT
           MOVE "      Udtaget" TO SL-TOEMT
           MOVE "      Udbetalt" TO SL-UDBETALT
           MOVE "      Bogfoert" TO SL-BOGFOERT
           MOVE "     Kassedif." TO SL-KASSEDIFF
           MOVE "        Ultimo" TO SL-ULTIMO
           MOVE SUM-LINJE TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           PERFORM VARYING AUTOMAT-IX FROM 1 BY 1
                   UNTIL AUTOMAT-IX > NUM-AUTOMATER
               IF HA-AKTIV OF AUTOMAT-ARR(AUTOMAT-IX)
                   OR AS-PAAFYLDT(AUTOMAT-IX) NOT = ZEROS
                   OR AS-TOEMT(AUTOMAT-IX) NOT = ZEROS
                   OR AS-BOGFOERT(AUTOMAT-IX) NOT = ZEROS
                   OR AS-JOURNAL-ANT(AUTOMAT-IX) > 0
                   OR AS-ULTIMO(AUTOMAT-IX) NOT = ZEROS
                   PERFORM SKRIV-AUTOMAT-SUM
               END-IF
           END-PERFORM.

       SKRIV-AUTOMAT-SUM.
           MOVE SPACES TO SUM-LINJE
           MOVE HA-AUTOMAT-ID OF AUTOMAT-ARR(AUTOMAT-IX) TO SL-AUTOMAT
           STRING
               AS-FRA-DATO(AUTOMAT-IX)  DELIMITED BY SIZE
               " - "                    DELIMITED BY SIZE
               DAGS-DATO(6:5)           DELIMITED BY SIZE
           INTO SL-PERIODE
           MOVE AS-PRIMO(AUTOMAT-IX) TO BELOEB-VIS
           MOVE BELOEB-VIS TO SL-PRIMO
           MOVE AS-PAAFYLDT(AUTOMAT-IX) TO BELOEB-VIS
           MOVE BELOEB-VIS TO SL-PAAFYLDT
           MOVE AS-TOEMT(AUTOMAT-IX) TO BELOEB-VIS
           MOVE BELOEB-VIS TO SL-TOEMT
           MOVE AS-UDBETALT(AUTOMAT-IX) TO BELOEB-VIS
           MOVE BELOEB-VIS TO SL-UDBETALT
           MOVE AS-BOGFOERT(AUTOMAT-IX) TO BELOEB-VIS
           MOVE BELOEB-VIS TO SL-BOGFOERT
           MOVE AS-KASSEDIFF(AUTOMAT-IX) TO BELOEB-VIS
           MOVE BELOEB-VIS TO SL-KASSEDIFF
           MOVE AS-ULTIMO(AUTOMAT-IX) TO BELOEB-VIS
           MOVE BELOEB-VIS TO SL-ULTIMO
           MOVE SUM-LINJE TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-TEXT
           MOVE AS-AFVIG-ANT(AUTOMAT-IX) TO ANTAL-VIS
           STRING
               "           "                      DELIMITED BY SIZE
               HA-PLACERING OF AUTOMAT-ARR(AUTOMAT-IX)
                                                  DELIMITED BY "  "
               ", reg.nr. "                       DELIMITED BY SIZE
               HA-REG-NR OF AUTOMAT-ARR(AUTOMAT-IX)
                                                  DELIMITED BY SIZE
               " - afvigelser:"                   DELIMITED BY SIZE
               ANTAL-VIS                          DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           IF AS-NY-SW(AUTOMAT-IX) = "J"
               MOVE "(foerste afstemning, primo 0)"
                 TO RAPPORT-TEXT(90:)
           END-IF
           IF HA-LUKKET OF AUTOMAT-ARR(AUTOMAT-IX)
               MOVE "(lukket)" TO RAPPORT-TEXT(90:)
           END-IF
           WRITE RAPPORT-REC.

       SKRIV-AFVIGELSER.
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE "AFVIGELSER - rettes med storno eller manuel "
             & "postering paa bilagsnummeret" TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO AFVIG-LINJE
           MOVE "Automat" TO VL-AUTOMAT
           MOVE "Afvigelse" TO VL-TEKST
           MOVE "Dato" TO VL-DATO
           MOVE "Klokke" TO VL-KLOKKE
           MOVE "Bilagsnr" TO VL-BILAGSNR
           MOVE "Konto" TO VL-KONTO
           MOVE "      Journal" TO VL-JOURNAL
           MOVE "     Bogfoert" TO VL-BOGFOERT
           MOVE "Handling" TO VL-HANDLING
           MOVE AFVIG-LINJE TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           IF NUM-AFVIG = 0
               MOVE "Ingen afvigelser." TO RAPPORT-TEXT
               WRITE RAPPORT-REC
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING AFVIG-IX FROM 1 BY 1
                   UNTIL AFVIG-IX > NUM-AFVIG
               MOVE SPACES TO AFVIG-LINJE
               MOVE HA-AUTOMAT-ID
                   OF AUTOMAT-ARR(AV-AUTOMAT-IX(AFVIG-IX))
                 TO VL-AUTOMAT
               PERFORM VARYING AT-IX FROM 1 BY 1 UNTIL AT-IX > 6
                   IF AT-TYPE(AT-IX) = AV-TYPE(AFVIG-IX)
                       MOVE AT-TEKST(AT-IX) TO VL-TEKST
                       MOVE AT-HANDLING(AT-IX) TO VL-HANDLING
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               MOVE AV-DATO(AFVIG-IX) TO VL-DATO
               MOVE AV-KLOKKE(AFVIG-IX) TO VL-KLOKKE
               IF AV-BILAGSNR(AFVIG-IX) NOT = ZEROS
                   MOVE AV-BILAGSNR(AFVIG-IX) TO VL-BILAGSNR
               END-IF
               MOVE AV-KONTO-ID(AFVIG-IX) TO VL-KONTO
               MOVE AV-JOURNAL-BELOEB(AFVIG-IX) TO BELOEB-KORT-VIS
               MOVE BELOEB-KORT-VIS TO VL-JOURNAL(2:)
               MOVE AV-BOGFOERT-BELOEB(AFVIG-IX) TO BELOEB-KORT-VIS
               MOVE BELOEB-KORT-VIS TO VL-BOGFOERT(2:)
               MOVE AFVIG-LINJE TO RAPPORT-TEXT
               WRITE RAPPORT-REC
           END-PERFORM.

      * Dage til minimumsbeholdningen ved gennemsnitsforbruget.
       SKRIV-PROGNOSE.
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "PAAFYLDNINGSPROGNOSE - gennemsnit over "
                                               DELIMITED BY SIZE
               PARM-PROGNOSE-DAGE OF PARM-REC  DELIMITED BY SIZE
               " dage fra "                    DELIMITED BY SIZE
               PROGNOSE-FRA                    DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO PROGNOSE-LINJE
           MOVE "Automat" TO PL-AUTOMAT
           MOVE "Placering" TO PL-PLACERING
           MOVE "    Beholdning" TO PL-ULTIMO
           MOVE "  Snit pr. dag" TO PL-SNIT
           MOVE "       Minimum" TO PL-MINIMUM
           MOVE "Paafyldes senest" TO PL-PROGNOSE
           MOVE "   Kan fyldes" TO PL-KAN-FYLDES
           MOVE PROGNOSE-LINJE TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           PERFORM VARYING AUTOMAT-IX FROM 1 BY 1
                   UNTIL AUTOMAT-IX > NUM-AUTOMATER
               IF HA-AKTIV OF AUTOMAT-ARR(AUTOMAT-IX)
                   PERFORM SKRIV-AUTOMAT-PROGNOSE
               END-IF
           END-PERFORM.

       SKRIV-AUTOMAT-PROGNOSE.
           MOVE SPACES TO PROGNOSE-LINJE
           MOVE HA-AUTOMAT-ID OF AUTOMAT-ARR(AUTOMAT-IX) TO PL-AUTOMAT
           MOVE HA-PLACERING OF AUTOMAT-ARR(AUTOMAT-IX) TO PL-PLACERING
           MOVE AS-ULTIMO(AUTOMAT-IX) TO BELOEB-VIS
           MOVE BELOEB-VIS TO PL-ULTIMO
           COMPUTE SNIT-UDBETALT ROUNDED = AS-PROGNOSE-SUM(AUTOMAT-IX)
               / PARM-PROGNOSE-DAGE OF PARM-REC
           MOVE SNIT-UDBETALT TO BELOEB-VIS
           MOVE BELOEB-VIS TO PL-SNIT
           MOVE HA-MIN-BEHOLDNING OF AUTOMAT-ARR(AUTOMAT-IX)
             TO BELOEB-VIS
           MOVE BELOEB-VIS TO PL-MINIMUM
           COMPUTE RAADIGHED = AS-ULTIMO(AUTOMAT-IX)
               - HA-MIN-BEHOLDNING OF AUTOMAT-ARR(AUTOMAT-IX)
           EVALUATE TRUE
               WHEN RAADIGHED NOT > ZEROS
                   MOVE "STRAKS - under minimum" TO PL-PROGNOSE
               WHEN SNIT-UDBETALT NOT > ZEROS
                   MOVE "Ingen udbetalinger i perioden"
                     TO PL-PROGNOSE
               WHEN OTHER
                   COMPUTE DAGE-TILBAGE = RAADIGHED / SNIT-UDBETALT
                   COMPUTE DATO-INT = FUNCTION INTEGER-OF-DATE(RUN-DATE)
                       + DAGE-TILBAGE
                   PERFORM INT-TIL-DATO
                   MOVE DAGE-TILBAGE TO ANTAL-VIS
                   STRING
                       ARB-DATO    DELIMITED BY SIZE
                       " (om"      DELIMITED BY SIZE
                       ANTAL-VIS   DELIMITED BY SIZE
                       " dage)"    DELIMITED BY SIZE
                   INTO PL-PROGNOSE
           END-EVALUATE
           IF HA-KAPACITET OF AUTOMAT-ARR(AUTOMAT-IX) > ZEROS
               COMPUTE KAN-FYLDES =
                   HA-KAPACITET OF AUTOMAT-ARR(AUTOMAT-IX)
                   - AS-ULTIMO(AUTOMAT-IX)
               MOVE KAN-FYLDES TO BELOEB-VIS
               MOVE BELOEB-VIS TO PL-KAN-FYLDES
           END-IF
           MOVE PROGNOSE-LINJE TO RAPPORT-TEXT
           WRITE RAPPORT-REC.

      * Beholdningen pr. automat efter dagens afstemning; poster for
      * automater, der ikke laengere er i registret, bevares.
       BEHOLDNING-ARR-REWRITE.
           PERFORM VARYING AUTOMAT-IX FROM 1 BY 1
                   UNTIL AUTOMAT-IX > NUM-AUTOMATER
               PERFORM FIND-BEHOLDNING
               IF BEH-MATCH-IX = 0
                   IF NUM-BEHOLDNING >= 300
                       DISPLAY "FEJL: flere end 300 poster i "
                           "Automat-Beholdning.txt."
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO NUM-BEHOLDNING
                   MOVE NUM-BEHOLDNING TO BEH-MATCH-IX
                   MOVE HA-AUTOMAT-ID OF AUTOMAT-ARR(AUTOMAT-IX)
                     TO AB-AUTOMAT-ID OF BEHOLDNING-ARR(BEH-MATCH-IX)
               END-IF
               MOVE AS-FRA-DATO(AUTOMAT-IX)
                 TO AB-FRA-DATO OF BEHOLDNING-ARR(BEH-MATCH-IX)
               MOVE DAGS-DATO
                 TO AB-DATO OF BEHOLDNING-ARR(BEH-MATCH-IX)
               MOVE AS-PRIMO(AUTOMAT-IX)
                 TO AB-PRIMO OF BEHOLDNING-ARR(BEH-MATCH-IX)
               MOVE AS-ULTIMO(AUTOMAT-IX)
                 TO AB-ULTIMO OF BEHOLDNING-ARR(BEH-MATCH-IX)
           END-PERFORM
           OPEN OUTPUT FIL-BEHOLDNING
           PERFORM VARYING BEH-IX FROM 1 BY 1
                   UNTIL BEH-IX > NUM-BEHOLDNING
               MOVE BEHOLDNING-ARR(BEH-IX) TO BEHOLDNING-REKORD
               WRITE BEHOLDNING-REKORD
           END-PERFORM
           MOVE SPACES TO BEHOLDNING-REKORD
           MOVE "TRAILER" TO TR-MARKER OF BEHOLDNING-REKORD-TRAILER
           MOVE NUM-BEHOLDNING TO TR-ANTAL OF BEHOLDNING-REKORD-TRAILER
           WRITE BEHOLDNING-REKORD
           CLOSE FIL-BEHOLDNING.

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
