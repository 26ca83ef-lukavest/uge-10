       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPG-125.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIL-KONTI ASSIGN TO "../data/KontoOpl.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-PLAN ASSIGN TO "../data/Laaneplaner.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLAN-FIL-STATUS.
           SELECT FIL-FACILITET
               ASSIGN TO "../data/Overtraek-Faciliteter.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FACILITET-FIL-STATUS.
           SELECT FIL-OVERTRAEK ASSIGN TO "../data/Overtraek.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OVERTRAEK-FIL-STATUS.
           SELECT FIL-RYKKER ASSIGN TO "../data/Rykker-Status.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RYKKER-FIL-STATUS.
           SELECT FIL-DOEDSBO-REG
               ASSIGN TO "../data/Doedsbo-Register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DOEDSBO-REG-STATUS.
           SELECT FIL-UDLAEG ASSIGN TO "../data/Udlaeg-Register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UDLAEG-FIL-STATUS.
           SELECT FIL-KYC ASSIGN TO "../data/KYC-Register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KYC-FIL-STATUS.
           SELECT FIL-KURS ASSIGN TO "../data/Valutakurser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KURS-FIL-STATUS.
           SELECT FIL-KONTOPLAN ASSIGN TO "../data/Kontoplan.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KONTOPLAN-STATUS.
           SELECT FIL-TABSRATE ASSIGN TO "../data/ECL-Tabsrater.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TABSRATE-FIL-STATUS.
           SELECT FIL-FORRIGE ASSIGN TO FORRIGE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FORRIGE-STATUS.
           SELECT FIL-HENSAETTELSE ASSIGN TO HENSAETTELSE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-POSTERING ASSIGN TO POSTERING-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-RAPPORT ASSIGN TO RAPPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-PARM ASSIGN TO "../data/OPG125-Parametre.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-STATUS.
           SELECT FIL-BOGFDATO ASSIGN TO "../data/Bogfoeringsdato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOGFDATO-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD FIL-KONTI.
       01 KONTO-REKORD.
           COPY "../copybooks/KONTOOPL.cpy".
       01 KONTO-REKORD-TRAILER REDEFINES KONTO-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(37).

       FD FIL-PLAN.
       01 PLAN-REKORD.
           COPY "../copybooks/LAANEPLAN.cpy".
       01 PLAN-REKORD-TRAILER REDEFINES PLAN-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(70).

       FD FIL-FACILITET.
       01 FACILITET-REKORD.
           COPY "../copybooks/OVERTRAEK-FACILITET.cpy".
       01 FACILITET-REKORD-TRAILER REDEFINES FACILITET-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(27).

       FD FIL-OVERTRAEK.
       01 OVERTRAEK-REC.
           02 OVERTRAEK-TEXT PIC X(150).

       FD FIL-RYKKER.
       01 RYKKER-REKORD.
           COPY "../copybooks/RYKKER-STATUS.cpy".

       FD FIL-DOEDSBO-REG.
       01 DOEDSBO-REG-REKORD.
           COPY "../copybooks/DOEDSBO.cpy".
       01 DOEDSBO-REG-TRAILER REDEFINES DOEDSBO-REG-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(32).

       FD FIL-UDLAEG.
       01 UDLAEG-REKORD.
           COPY "../copybooks/UDLAEG.cpy".
       01 UDLAEG-REKORD-TRAILER REDEFINES UDLAEG-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(81).

       FD FIL-KYC.
       01 KYC-REKORD.
           COPY "../copybooks/KYC-REGISTER.cpy".
       01 KYC-REKORD-TRAILER REDEFINES KYC-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(38).

       FD FIL-KURS.
       01 KURS-REKORD.
           COPY "../copybooks/VALUTAKURS.cpy".

       FD FIL-KONTOPLAN.
       01 KONTOPLAN-REKORD.
           COPY "../copybooks/KONTOPLAN.cpy".

       FD FIL-TABSRATE.
       01 TABSRATE-REKORD.
           COPY "../copybooks/ECL-TABSRATE.cpy".

       FD FIL-FORRIGE.
       01 FORRIGE-REKORD.
           COPY "../copybooks/ECL-HENSAETTELSE.cpy".
       01 FORRIGE-TRAILER REDEFINES FORRIGE-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(114).

       FD FIL-HENSAETTELSE.
       01 HENSAETTELSE-REKORD.
           COPY "../copybooks/ECL-HENSAETTELSE.cpy".
       01 HENSAETTELSE-TRAILER REDEFINES HENSAETTELSE-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(114).

       FD FIL-POSTERING.
       01 JOURNAL-REKORD.
           02 JO-DATO       PIC X(10).
           02 JO-KONTO      PIC 9(08).
           02 JO-DK         PIC X(01).
           02 JO-BELOEB     PIC 9(13)V99.
           02 JO-TEKST      PIC X(20).
       01 JOURNAL-TRAILER REDEFINES JOURNAL-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 TR-DEBET     PIC 9(13)V99.
           02 TR-KREDIT    PIC 9(13)V99.
           02 FILLER       PIC X(09).

       FD FIL-RAPPORT.
       01 RAPPORT-REC.
           02 RAPPORT-TEXT  PIC X(132).

       FD FIL-PARM.
       01 PARM-FILE-REC.
           COPY "../copybooks/OPG125-PARAMETRE.cpy".

       FD FIL-BOGFDATO.
       01 BOGFDATO-FIL-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".

       WORKING-STORAGE SECTION.
      * Kvartalsvis nedskrivning for forventede kredittab (IFRS 9).
      * Eksponeringerne er aktive laaneplaner (restgaelden) og
      * overtrukne konti uden laaneplan (den negative saldo), omregnet
      * til DKK. Hver eksponering stadieinddeles:
      *   stadie 3 - kunden i doedsbo, aktivt udlaeg, overgivet til
      *              inkasso, eller restance over PARM-DAGE-STADIE3,
      *   stadie 2 - restance over PARM-DAGE-STADIE2, overtraek ud
      *              over faciliteten eller hoej KYC-risiko,
      *   stadie 1 - ellers.
      * Restancedagene regnes fra OPG-91's foerste rykkerdato.
      * Doedsbo, udlaeg, restance og KYC vurderes pr. kunde og smitter
      * alle kundens eksponeringer; overtraek ud over faciliteten
      * vurderes pr. konto. Tabsraten pr. produkt og stadie slaas op
      * i ECL-Tabsrater.txt (produkt "*" er standardraten).
      * Kvartalets hensaettelser skrives til ECL-Hensaettelser-
      * <aar>K<kvartal>.txt, og bevaegelsen maales mod forrige
      * kvartals fil, saa en genkoersel af kvartalet giver samme
      * resultat. Bevaegelsen pr. stadie skrives som balancerede
      * bilagspar til ECL-Postering-<aar>K<kvartal>.txt.
       01 PLAN-FIL-STATUS  PIC XX VALUE "00".
       01 FACILITET-FIL-STATUS PIC XX VALUE "00".
       01 OVERTRAEK-FIL-STATUS PIC XX VALUE "00".
       01 RYKKER-FIL-STATUS PIC XX VALUE "00".
       01 DOEDSBO-REG-STATUS PIC XX VALUE "00".
       01 UDLAEG-FIL-STATUS PIC XX VALUE "00".
       01 KYC-FIL-STATUS   PIC XX VALUE "00".
       01 KURS-FIL-STATUS  PIC XX VALUE "00".
       01 KONTOPLAN-STATUS PIC XX VALUE "00".
       01 TABSRATE-FIL-STATUS PIC XX VALUE "00".
       01 FORRIGE-STATUS   PIC XX VALUE "00".
       01 PARM-STATUS      PIC XX VALUE "00".
       01 PARM-REC.
           COPY "../copybooks/OPG125-PARAMETRE.cpy".
       01 TRAILER-FOUND-SW PIC X(01) VALUE "N".
       01 TRAILER-ANTAL    PIC 9(06) VALUE ZEROS.
       01 EOF-FLAG         PIC X(01) VALUE "N".

       01 RUN-DATE         PIC 9(08) VALUE ZEROS.
       01 RUN-DATE-INT     PIC 9(08) VALUE ZEROS.
       01 RUN-MAANED       PIC 9(02) VALUE ZEROS.
      * Koerselsdatoen er bankens bogfoeringsdato (Bogfoeringsdato.txt),
      * ikke maskinens dato.
       01 BOGFDATO-STATUS  PIC XX VALUE "00".
       01 BOGFDATO-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".
       01 DAGS-DATO        PIC X(10) VALUE SPACES.

       01 KVARTAL-AAR      PIC 9(04) VALUE ZEROS.
       01 KVARTAL-NR       PIC 9(01) VALUE ZEROS.
       01 KVARTAL-TEKST    PIC X(06) VALUE SPACES.
       01 FORRIGE-AAR      PIC 9(04) VALUE ZEROS.
       01 FORRIGE-NR       PIC 9(01) VALUE ZEROS.
       01 FORRIGE-TEKST    PIC X(06) VALUE SPACES.
       01 FORRIGE-FILENAME PIC X(60) VALUE SPACES.
       01 HENSAETTELSE-FILENAME PIC X(60) VALUE SPACES.
       01 POSTERING-FILENAME PIC X(60) VALUE SPACES.
       01 RAPPORT-FILENAME PIC X(60) VALUE SPACES.

       01 NUM-KONTI        PIC 9(04) VALUE 0.
       01 KONTO-ARR OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-KONTI.
           COPY "../copybooks/KONTOOPL.cpy".
       01 KONTO-IX         PIC 9(04) VALUE 0.
       01 KONTO-MATCH-IX   PIC 9(04) VALUE 0.
       01 KONTO-SOEG-IX    PIC 9(04) VALUE 0.
       01 SOEGE-KONTO      PIC X(14) VALUE SPACES.

       01 NUM-PLANER       PIC 9(04) VALUE 0.
       01 PLAN-ARR OCCURS 0 TO 500 TIMES DEPENDING ON NUM-PLANER.
           COPY "../copybooks/LAANEPLAN.cpy".
       01 PLAN-IX          PIC 9(04) VALUE 0.
       01 PLAN-FUNDET-SW   PIC X(01) VALUE "N".

       01 NUM-FACILITET    PIC 9(04) VALUE 0.
       01 FACILITET-ARR OCCURS 0 TO 500 TIMES
               DEPENDING ON NUM-FACILITET.
           COPY "../copybooks/OVERTRAEK-FACILITET.cpy".
       01 FACILITET-IX     PIC 9(04) VALUE 0.
       01 FACILITET-GRAENSE PIC S9(10)V99 VALUE ZEROS.

       01 NUM-OVER         PIC 9(04) VALUE 0.
       01 OVER-ARR OCCURS 0 TO 500 TIMES DEPENDING ON NUM-OVER.
           02 OV-KONTO-ID   PIC X(14).
       01 OVER-IX          PIC 9(04) VALUE 0.

       01 NUM-RYKKER       PIC 9(04) VALUE 0.
       01 RYKKER-ARR OCCURS 0 TO 500 TIMES DEPENDING ON NUM-RYKKER.
           COPY "../copybooks/RYKKER-STATUS.cpy".
       01 RYKKER-IX        PIC 9(04) VALUE 0.

       01 NUM-DOEDSBO      PIC 9(04) VALUE 0.
       01 DOEDSBO-ARR OCCURS 0 TO 500 TIMES DEPENDING ON NUM-DOEDSBO.
           COPY "../copybooks/DOEDSBO.cpy".
       01 DOEDSBO-IX       PIC 9(04) VALUE 0.

       01 NUM-UDLAEG       PIC 9(04) VALUE 0.
       01 UDLAEG-ARR OCCURS 0 TO 500 TIMES DEPENDING ON NUM-UDLAEG.
           COPY "../copybooks/UDLAEG.cpy".
       01 UDLAEG-IX        PIC 9(04) VALUE 0.

       01 NUM-KYC          PIC 9(04) VALUE 0.
       01 KYC-ARR OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-KYC.
           COPY "../copybooks/KYC-REGISTER.cpy".
       01 KYC-IX           PIC 9(04) VALUE 0.

       01 NUM-KURS         PIC 9(03) VALUE 0.
       01 KURS-ARR OCCURS 0 TO 100 TIMES DEPENDING ON NUM-KURS.
           COPY "../copybooks/VALUTAKURS.cpy".
       01 KURS-IX          PIC 9(03) VALUE 0.
       01 KURS-MATCH-IX    PIC 9(03) VALUE 0.
       01 KURS-BEST-DATO   PIC X(10) VALUE SPACES.
       01 SOEGE-VALUTA     PIC X(04) VALUE SPACES.

      * Finanskonti for nedskrivningen slaas op i Kontoplan.txt under
      * transaktionstypen NEDSKRIV: hovedkontoen er udgiften til
      * nedskrivninger, modkontoen de akkumulerede hensaettelser.
       01 NUM-KONTOPLAN    PIC 9(03) VALUE 0.
       01 KONTOPLAN-ARR OCCURS 0 TO 100 TIMES
               DEPENDING ON NUM-KONTOPLAN.
           COPY "../copybooks/KONTOPLAN.cpy".
       01 KONTOPLAN-IX     PIC 9(03) VALUE 0.
       01 KONTOPLAN-MATCH-IX PIC 9(03) VALUE 0.

       01 NUM-TABSRATE     PIC 9(03) VALUE 0.
       01 TABSRATE-ARR OCCURS 0 TO 100 TIMES
               DEPENDING ON NUM-TABSRATE.
           COPY "../copybooks/ECL-TABSRATE.cpy".
       01 TABSRATE-IX      PIC 9(03) VALUE 0.
       01 TABSRATE-MATCH-IX PIC 9(03) VALUE 0.

       01 NUM-EKSP         PIC 9(04) VALUE 0.
       01 EKSP-ARR OCCURS 0 TO 2000 TIMES DEPENDING ON NUM-EKSP.
           COPY "../copybooks/ECL-HENSAETTELSE.cpy".
       01 EKSP-IX          PIC 9(04) VALUE 0.

       01 NUM-FORRIGE      PIC 9(04) VALUE 0.
       01 FORRIGE-ARR OCCURS 0 TO 2000 TIMES DEPENDING ON NUM-FORRIGE.
           COPY "../copybooks/ECL-HENSAETTELSE.cpy".
           02  FA-MATCHET-SW PIC X(01) VALUE "N".
       01 FORRIGE-IX       PIC 9(04) VALUE 0.
       01 FORRIGE-FUNDET-SW PIC X(01) VALUE "N".

      * Eksponeringen under opbygning.
       01 AKT-KONTO-ID     PIC X(14) VALUE SPACES.
       01 AKT-KUNDE-ID     PIC X(10) VALUE SPACES.
       01 AKT-TYPE         PIC X(01) VALUE SPACES.
       01 AKT-PRODUKT      PIC X(10) VALUE SPACES.
       01 AKT-VALUTA       PIC X(04) VALUE SPACES.
       01 AKT-BELOEB       PIC S9(10)V99 VALUE ZEROS.
       01 AKT-SALDO        PIC S9(10)V99 VALUE ZEROS.
       01 AKT-STADIE       PIC 9(01) VALUE ZEROS.
       01 AKT-AARSAG       PIC X(20) VALUE SPACES.
       01 AKT-DAGE         PIC 9(04) VALUE ZEROS.
       01 AKT-EKSPONERING  PIC 9(12)V99 VALUE ZEROS.
       01 AKT-INKASSO-SW   PIC X(01) VALUE "N".
       01 AKT-DOEDSBO-SW   PIC X(01) VALUE "N".
       01 AKT-UDLAEG-SW    PIC X(01) VALUE "N".
       01 AKT-KYC-SW       PIC X(01) VALUE "N".
       01 AKT-OVER-FACILITET-SW PIC X(01) VALUE "N".
       01 RYKKER-DAGE      PIC 9(06) VALUE ZEROS.
       01 DATO-NUM         PIC 9(08) VALUE ZEROS.
       01 DAGE-VIS         PIC ZZZ9.
       01 UKENDT-VALUTA-ANTAL PIC 9(05) VALUE 0.

      * Opsummering pr. stadie (1-3) samt udgaaede eksponeringer.
       01 STADIE-TAB.
           02 STADIE-LINJE OCCURS 3 TIMES.
               03 ST-ANTAL        PIC 9(06).
               03 ST-EKSPONERING  PIC 9(13)V99.
               03 ST-HENSAETTELSE PIC 9(13)V99.
               03 ST-FORRIGE      PIC 9(13)V99.
       01 STADIE-IX        PIC 9(01) VALUE 0.
       01 STADIE-BEVAEGELSE PIC S9(13)V99 VALUE ZEROS.
       01 SUM-EKSPONERING  PIC 9(13)V99 VALUE ZEROS.
       01 SUM-HENSAETTELSE PIC 9(13)V99 VALUE ZEROS.
       01 SUM-FORRIGE      PIC 9(13)V99 VALUE ZEROS.
       01 SUM-BEVAEGELSE   PIC S9(13)V99 VALUE ZEROS.
       01 UDGAAET-ANTAL    PIC 9(06) VALUE 0.

       01 JOURNAL-ANTAL    PIC 9(06) VALUE 0.
       01 SUM-DEBET        PIC 9(13)V99 VALUE ZEROS.
       01 SUM-KREDIT       PIC 9(13)V99 VALUE ZEROS.
       01 ABS-BELOEB       PIC 9(13)V99 VALUE ZEROS.
       01 PAR-TEKST        PIC X(20) VALUE SPACES.

       01 RAPPORT-LINJE.
           02 RL-KONTO-ID      PIC X(14).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-TYPE          PIC X(01).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-PRODUKT       PIC X(10).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-STADIE        PIC 9(01).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-AARSAG        PIC X(20).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-DAGE          PIC ZZZ9.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-EKSPONERING   PIC Z,ZZZ,ZZZ,ZZ9.99.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-TABSRATE      PIC 9.9999.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-HENSAETTELSE  PIC Z,ZZZ,ZZZ,ZZ9.99.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-FORRIGE       PIC Z,ZZZ,ZZZ,ZZ9.99.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-BEVAEGELSE    PIC --,---,---,--9.99.
       01 SUM-LINJE.
           02 SL-TEKST         PIC X(20).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 SL-ANTAL         PIC ZZZ,ZZ9.
           02 FILLER           PIC X(02) VALUE SPACES.
           02 SL-EKSPONERING   PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           02 FILLER           PIC X(02) VALUE SPACES.
           02 SL-HENSAETTELSE  PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           02 FILLER           PIC X(02) VALUE SPACES.
           02 SL-FORRIGE       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           02 FILLER           PIC X(02) VALUE SPACES.
           02 SL-BEVAEGELSE    PIC --,---,---,---,--9.99.
       01 PRETTY-NUMERIC   PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM PARM-FILL
           PERFORM BEREGN-KVARTAL
           PERFORM KONTOPLAN-ARR-FILL
           PERFORM TABSRATE-ARR-FILL
           PERFORM KONTO-ARR-FILL
           PERFORM PLAN-ARR-FILL
           PERFORM FACILITET-ARR-FILL
           PERFORM OVER-ARR-FILL
           PERFORM RYKKER-ARR-FILL
           PERFORM DOEDSBO-ARR-FILL
           PERFORM UDLAEG-ARR-FILL
           PERFORM KYC-ARR-FILL
           PERFORM KURS-ARR-FILL
           PERFORM FORRIGE-ARR-FILL
           PERFORM DAN-LAANE-EKSPONERINGER
           PERFORM DAN-OVERTRAEK-EKSPONERINGER
           PERFORM SKRIV-HENSAETTELSER
           PERFORM SKRIV-POSTERINGER
           PERFORM SKRIV-RAPPORT
           MOVE SUM-HENSAETTELSE TO PRETTY-NUMERIC
           DISPLAY "ECL " KVARTAL-TEKST ": " NUM-EKSP
               " eksponeringer, hensaettelse DKK " PRETTY-NUMERIC
           MOVE SUM-BEVAEGELSE TO PRETTY-NUMERIC
           DISPLAY "Bevaegelse siden " FORRIGE-TEKST ": DKK "
               PRETTY-NUMERIC " - se " RAPPORT-FILENAME
           IF UKENDT-VALUTA-ANTAL > 0
               DISPLAY "ADVARSEL: " UKENDT-VALUTA-ANTAL
                   " eksponeringer uden valutakurs er medtaget "
                   "uomregnet."
           END-IF
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
           IF PARM-DAGE-STADIE2 OF PARM-REC = ZEROS
               MOVE 030 TO PARM-DAGE-STADIE2 OF PARM-REC
           END-IF
           IF PARM-DAGE-STADIE3 OF PARM-REC = ZEROS
               MOVE 090 TO PARM-DAGE-STADIE3 OF PARM-REC
           END-IF.

      * Kvartalet er parameterens, ellers bogfoeringsdatoens (KV-
      * trinnet koerer sidste bankdag i kvartalet).
       BEREGN-KVARTAL.
           PERFORM BOGFOERINGSDATO-FILL
           MOVE BD-DATO OF BOGFDATO-REC TO RUN-DATE
           COMPUTE RUN-DATE-INT = FUNCTION INTEGER-OF-DATE(RUN-DATE)
           STRING
               RUN-DATE(1:4) DELIMITED BY SIZE
               "-"           DELIMITED BY SIZE
               RUN-DATE(5:2) DELIMITED BY SIZE
               "-"           DELIMITED BY SIZE
               RUN-DATE(7:2) DELIMITED BY SIZE
           INTO DAGS-DATO
           IF PARM-AAR OF PARM-REC NOT = ZEROS
                   AND PARM-KVARTAL OF PARM-REC >= 1
                   AND PARM-KVARTAL OF PARM-REC <= 4
               MOVE PARM-AAR OF PARM-REC TO KVARTAL-AAR
               MOVE PARM-KVARTAL OF PARM-REC TO KVARTAL-NR
           ELSE
               MOVE RUN-DATE(1:4) TO KVARTAL-AAR
               MOVE RUN-DATE(5:2) TO RUN-MAANED
               COMPUTE KVARTAL-NR = (RUN-MAANED + 2) / 3
           END-IF
           IF KVARTAL-NR = 1
               COMPUTE FORRIGE-AAR = KVARTAL-AAR - 1
               MOVE 4 TO FORRIGE-NR
           ELSE
               MOVE KVARTAL-AAR TO FORRIGE-AAR
               COMPUTE FORRIGE-NR = KVARTAL-NR - 1
           END-IF
           STRING
               KVARTAL-AAR DELIMITED BY SIZE
               "K"         DELIMITED BY SIZE
               KVARTAL-NR  DELIMITED BY SIZE
           INTO KVARTAL-TEKST
           STRING
               FORRIGE-AAR DELIMITED BY SIZE
               "K"         DELIMITED BY SIZE
               FORRIGE-NR  DELIMITED BY SIZE
           INTO FORRIGE-TEKST
           STRING
               "../data/ECL-Hensaettelser-" DELIMITED BY SIZE
               FORRIGE-TEKST                DELIMITED BY SIZE
               ".txt"                       DELIMITED BY SIZE
           INTO FORRIGE-FILENAME
           STRING
               "../data/ECL-Hensaettelser-" DELIMITED BY SIZE
               KVARTAL-TEKST                DELIMITED BY SIZE
               ".txt"                       DELIMITED BY SIZE
           INTO HENSAETTELSE-FILENAME
           STRING
               "../data/ECL-Postering-" DELIMITED BY SIZE
               KVARTAL-TEKST            DELIMITED BY SIZE
               ".txt"                   DELIMITED BY SIZE
           INTO POSTERING-FILENAME
           STRING
               "../data/ECL-Rapport-" DELIMITED BY SIZE
               KVARTAL-TEKST          DELIMITED BY SIZE
               ".txt"                 DELIMITED BY SIZE
           INTO RAPPORT-FILENAME.

       KONTOPLAN-ARR-FILL.
           OPEN INPUT FIL-KONTOPLAN
           IF KONTOPLAN-STATUS NOT = "00"
               DISPLAY "FEJL: Kontoplan.txt findes ikke."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO NUM-KONTOPLAN
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-KONTOPLAN INTO KONTOPLAN-REKORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF NUM-KONTOPLAN < 100
                           ADD 1 TO NUM-KONTOPLAN
                           MOVE KONTOPLAN-REKORD
                             TO KONTOPLAN-ARR(NUM-KONTOPLAN)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-KONTOPLAN
           MOVE 0 TO KONTOPLAN-MATCH-IX
           PERFORM VARYING KONTOPLAN-IX FROM 1 BY 1
                   UNTIL KONTOPLAN-IX > NUM-KONTOPLAN
               IF KP-TRANS-TYPE OF KONTOPLAN-ARR(KONTOPLAN-IX)
                       = "NEDSKRIV"
                   AND KP-TRANSTYPE-NOEGLE
                       OF KONTOPLAN-ARR(KONTOPLAN-IX)
                   MOVE KONTOPLAN-IX TO KONTOPLAN-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF KONTOPLAN-MATCH-IX = 0
               DISPLAY "FEJL: Kontoplan.txt mangler raekken for "
                   "NEDSKRIV - nedskrivningen kan ikke bogfoeres."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       TABSRATE-ARR-FILL.
           OPEN INPUT FIL-TABSRATE
           IF TABSRATE-FIL-STATUS NOT = "00"
               DISPLAY "FEJL: ECL-Tabsrater.txt findes ikke - "
                   "ingen nedskrivning mulig."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO NUM-TABSRATE
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-TABSRATE INTO TABSRATE-REKORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF NUM-TABSRATE < 100
                           ADD 1 TO NUM-TABSRATE
                           MOVE TABSRATE-REKORD
                             TO TABSRATE-ARR(NUM-TABSRATE)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-TABSRATE
           MOVE "N" TO EOF-FLAG.

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

       PLAN-ARR-FILL.
           MOVE 0 TO NUM-PLANER
           OPEN INPUT FIL-PLAN
           IF PLAN-FIL-STATUS = "00"
               PERFORM VARYING PLAN-IX FROM 1 BY 1
                       UNTIL PLAN-IX > 500
                   READ FIL-PLAN INTO PLAN-REKORD
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF TR-MARKER OF PLAN-REKORD-TRAILER = "TRAILER"
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO NUM-PLANER
                   MOVE PLAN-REKORD TO PLAN-ARR(NUM-PLANER)
               END-PERFORM
               CLOSE FIL-PLAN
           END-IF.

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

      * Overtraek.txt's linjer begynder med konto-id'et, jf. OPG-91.
       OVER-ARR-FILL.
           MOVE 0 TO NUM-OVER
           OPEN INPUT FIL-OVERTRAEK
           IF OVERTRAEK-FIL-STATUS = "00"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ FIL-OVERTRAEK
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF NUM-OVER < 500
                               AND OVERTRAEK-TEXT(1:14) NOT = SPACES
                               ADD 1 TO NUM-OVER
                               MOVE OVERTRAEK-TEXT(1:14)
                                 TO OV-KONTO-ID(NUM-OVER)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIL-OVERTRAEK
               MOVE "N" TO EOF-FLAG
           END-IF.

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
                           IF NUM-RYKKER < 500
                               ADD 1 TO NUM-RYKKER
                               MOVE RYKKER-REKORD
                                 TO RYKKER-ARR(NUM-RYKKER)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIL-RYKKER
               MOVE "N" TO EOF-FLAG
           END-IF.

       DOEDSBO-ARR-FILL.
           MOVE 0 TO NUM-DOEDSBO
           OPEN INPUT FIL-DOEDSBO-REG
           IF DOEDSBO-REG-STATUS = "00"
               PERFORM VARYING DOEDSBO-IX FROM 1 BY 1
                       UNTIL DOEDSBO-IX > 500
                   READ FIL-DOEDSBO-REG INTO DOEDSBO-REG-REKORD
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF TR-MARKER OF DOEDSBO-REG-TRAILER = "TRAILER"
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO NUM-DOEDSBO
                   MOVE DOEDSBO-REG-REKORD TO DOEDSBO-ARR(NUM-DOEDSBO)
               END-PERFORM
               CLOSE FIL-DOEDSBO-REG
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

       KYC-ARR-FILL.
           MOVE 0 TO NUM-KYC
           OPEN INPUT FIL-KYC
           IF KYC-FIL-STATUS = "00"
               PERFORM VARYING KYC-IX FROM 1 BY 1 UNTIL KYC-IX > 1000
                   READ FIL-KYC INTO KYC-REKORD
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF TR-MARKER OF KYC-REKORD-TRAILER = "TRAILER"
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO NUM-KYC
                   MOVE KYC-REKORD TO KYC-ARR(NUM-KYC)
               END-PERFORM
               CLOSE FIL-KYC
           END-IF.

       KURS-ARR-FILL.
           MOVE 0 TO NUM-KURS
           OPEN INPUT FIL-KURS
           IF KURS-FIL-STATUS = "00"
               PERFORM VARYING KURS-IX FROM 1 BY 1
                       UNTIL KURS-IX > 100
                   READ FIL-KURS INTO KURS-REKORD
                       AT END
                           EXIT PERFORM
                   END-READ
                   ADD 1 TO NUM-KURS
                   MOVE KURS-REKORD TO KURS-ARR(NUM-KURS)
               END-PERFORM
               CLOSE FIL-KURS
           END-IF.

      * Nyeste kurs for SOEGE-VALUTA med dato til og med
      * koerselsdatoen, jf. OPG-41's LOOKUP-KURS.
       LOOKUP-KURS.
           MOVE 0 TO KURS-MATCH-IX
           MOVE SPACES TO KURS-BEST-DATO
           PERFORM VARYING KURS-IX FROM 1 BY 1 UNTIL KURS-IX > NUM-KURS
               IF VALUTA-KD OF KURS-ARR(KURS-IX) = SOEGE-VALUTA
                   AND KURS-DATO OF KURS-ARR(KURS-IX)
                       NOT > DAGS-DATO
                   AND KURS-DATO OF KURS-ARR(KURS-IX)
                       >= KURS-BEST-DATO
                   MOVE KURS-IX TO KURS-MATCH-IX
                   MOVE KURS-DATO OF KURS-ARR(KURS-IX)
                     TO KURS-BEST-DATO
               END-IF
           END-PERFORM.

      * Mangler forrige kvartals fil (foerste koersel), er hele
      * hensaettelsen kvartalets bevaegelse.
       FORRIGE-ARR-FILL.
           MOVE 0 TO NUM-FORRIGE
           OPEN INPUT FIL-FORRIGE
           IF FORRIGE-STATUS NOT = "00"
               DISPLAY "ADVARSEL: " FORRIGE-FILENAME
               DISPLAY "findes ikke - hele hensaettelsen regnes "
                   "som bevaegelse."
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-FORRIGE
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF FORRIGE-TRAILER = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                       ELSE
                           IF NUM-FORRIGE < 2000
                               ADD 1 TO NUM-FORRIGE
                               MOVE FORRIGE-REKORD
                                 TO FORRIGE-ARR(NUM-FORRIGE)
                               MOVE "N" TO FA-MATCHET-SW
                                   OF FORRIGE-ARR(NUM-FORRIGE)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-FORRIGE
           MOVE "N" TO EOF-FLAG.

       LOOKUP-KONTO.
           MOVE 0 TO KONTO-MATCH-IX
           PERFORM VARYING KONTO-SOEG-IX FROM 1 BY 1
                   UNTIL KONTO-SOEG-IX > NUM-KONTI
               IF KONTO-ID OF KONTO-ARR(KONTO-SOEG-IX) = SOEGE-KONTO
                   MOVE KONTO-SOEG-IX TO KONTO-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * Aktive laaneplaner med restgaeld er eksponeringer af typen L.
       DAN-LAANE-EKSPONERINGER.
           PERFORM VARYING PLAN-IX FROM 1 BY 1
                   UNTIL PLAN-IX > NUM-PLANER
               IF LP-AKTIV OF PLAN-ARR(PLAN-IX)
                   AND LP-RESTGAELD OF PLAN-ARR(PLAN-IX) > ZEROS
                   MOVE LP-KONTO-ID OF PLAN-ARR(PLAN-IX)
                     TO AKT-KONTO-ID
                   MOVE "L" TO AKT-TYPE
                   MOVE LP-RESTGAELD OF PLAN-ARR(PLAN-IX)
                     TO AKT-BELOEB
                   MOVE AKT-KONTO-ID TO SOEGE-KONTO
                   PERFORM LOOKUP-KONTO
                   IF KONTO-MATCH-IX > 0
                       MOVE KUNDE-ID OF KONTO-ARR(KONTO-MATCH-IX)
                         TO AKT-KUNDE-ID
                       MOVE KONTO-TYPE OF KONTO-ARR(KONTO-MATCH-IX)
                         TO AKT-PRODUKT
                       MOVE VALUTA-KD OF KONTO-ARR(KONTO-MATCH-IX)
                         TO AKT-VALUTA
                       MOVE BALANCE OF KONTO-ARR(KONTO-MATCH-IX)
                         TO AKT-SALDO
                   ELSE
                       MOVE SPACES TO AKT-KUNDE-ID
                       MOVE "LÅN" TO AKT-PRODUKT
                       MOVE "DKK " TO AKT-VALUTA
                       MOVE ZEROS TO AKT-SALDO
                   END-IF
                   PERFORM BEHANDL-EKSPONERING
               END-IF
           END-PERFORM.

      * Overtrukne konti uden aktiv laaneplan er eksponeringer af
      * typen O; paa en laanekonto er den negative saldo selve laanet.
       DAN-OVERTRAEK-EKSPONERINGER.
           PERFORM VARYING KONTO-IX FROM 1 BY 1
                   UNTIL KONTO-IX > NUM-KONTI
               IF BALANCE OF KONTO-ARR(KONTO-IX) < ZEROS
                   PERFORM CHECK-LAANEPLAN
                   IF PLAN-FUNDET-SW = "N"
                       MOVE KONTO-ID OF KONTO-ARR(KONTO-IX)
                         TO AKT-KONTO-ID
                       MOVE "O" TO AKT-TYPE
                       COMPUTE AKT-BELOEB =
                           ZEROS - BALANCE OF KONTO-ARR(KONTO-IX)
                       MOVE KUNDE-ID OF KONTO-ARR(KONTO-IX)
                         TO AKT-KUNDE-ID
                       MOVE KONTO-TYPE OF KONTO-ARR(KONTO-IX)
                         TO AKT-PRODUKT
                       MOVE VALUTA-KD OF KONTO-ARR(KONTO-IX)
                         TO AKT-VALUTA
                       MOVE BALANCE OF KONTO-ARR(KONTO-IX)
                         TO AKT-SALDO
                       PERFORM BEHANDL-EKSPONERING
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-LAANEPLAN.
           MOVE "N" TO PLAN-FUNDET-SW
           PERFORM VARYING PLAN-IX FROM 1 BY 1
                   UNTIL PLAN-IX > NUM-PLANER
               IF LP-KONTO-ID OF PLAN-ARR(PLAN-IX)
                       = KONTO-ID OF KONTO-ARR(KONTO-IX)
                   AND LP-AKTIV OF PLAN-ARR(PLAN-IX)
                   MOVE "J" TO PLAN-FUNDET-SW
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       BEHANDL-EKSPONERING.
           PERFORM OMREGN-EKSPONERING
           PERFORM VURDER-KUNDE
           PERFORM VURDER-FACILITET
           PERFORM BESTEM-STADIE
           PERFORM LOOKUP-TABSRATE
           IF NUM-EKSP >= 2000
               DISPLAY "FEJL: flere eksponeringer end "
                   "tabellens graense paa 2000."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO NUM-EKSP
           MOVE NUM-EKSP TO EKSP-IX
           MOVE SPACES TO EKSP-ARR(EKSP-IX)
           MOVE KVARTAL-TEKST TO EH-KVARTAL OF EKSP-ARR(EKSP-IX)
           MOVE AKT-KONTO-ID TO EH-KONTO-ID OF EKSP-ARR(EKSP-IX)
           MOVE AKT-KUNDE-ID TO EH-KUNDE-ID OF EKSP-ARR(EKSP-IX)
           MOVE AKT-TYPE TO EH-TYPE OF EKSP-ARR(EKSP-IX)
           MOVE AKT-PRODUKT TO EH-PRODUKT OF EKSP-ARR(EKSP-IX)
           MOVE AKT-STADIE TO EH-STADIE OF EKSP-ARR(EKSP-IX)
           MOVE AKT-AARSAG TO EH-AARSAG OF EKSP-ARR(EKSP-IX)
           MOVE AKT-DAGE TO EH-DAGE-FORFALDEN OF EKSP-ARR(EKSP-IX)
           MOVE AKT-EKSPONERING TO EH-EKSPONERING OF EKSP-ARR(EKSP-IX)
           MOVE ET-TABSRATE OF TABSRATE-ARR(TABSRATE-MATCH-IX)
             TO EH-TABSRATE OF EKSP-ARR(EKSP-IX)
           COMPUTE EH-HENSAETTELSE OF EKSP-ARR(EKSP-IX) ROUNDED =
               AKT-EKSPONERING
               * ET-TABSRATE OF TABSRATE-ARR(TABSRATE-MATCH-IX)
           PERFORM FIND-FORRIGE
           COMPUTE EH-BEVAEGELSE OF EKSP-ARR(EKSP-IX) =
               EH-HENSAETTELSE OF EKSP-ARR(EKSP-IX)
               - EH-FORRIGE OF EKSP-ARR(EKSP-IX)
           MOVE AKT-STADIE TO STADIE-IX
           ADD 1 TO ST-ANTAL(STADIE-IX)
           ADD AKT-EKSPONERING TO ST-EKSPONERING(STADIE-IX)
           ADD EH-HENSAETTELSE OF EKSP-ARR(EKSP-IX)
             TO ST-HENSAETTELSE(STADIE-IX).

       OMREGN-EKSPONERING.
           IF AKT-VALUTA = "DKK " OR AKT-VALUTA = SPACES
               MOVE AKT-BELOEB TO AKT-EKSPONERING
           ELSE
               MOVE AKT-VALUTA TO SOEGE-VALUTA
               PERFORM LOOKUP-KURS
               IF KURS-MATCH-IX > 0
                   COMPUTE AKT-EKSPONERING ROUNDED =
                       AKT-BELOEB * KURS OF KURS-ARR(KURS-MATCH-IX)
               ELSE
                   DISPLAY "ADVARSEL: ingen kurs for " AKT-VALUTA
                       " - konto " AKT-KONTO-ID
                   ADD 1 TO UKENDT-VALUTA-ANTAL
                   MOVE AKT-BELOEB TO AKT-EKSPONERING
               END-IF
           END-IF.

      * Kundeniveauet: doedsbo, udlaeg paa en af kundens konti,
      * rykkerstatus paa en af kundens konti og KYC-risikoklassen.
       VURDER-KUNDE.
           MOVE "N" TO AKT-DOEDSBO-SW
           MOVE "N" TO AKT-UDLAEG-SW
           MOVE "N" TO AKT-INKASSO-SW
           MOVE "N" TO AKT-KYC-SW
           MOVE ZEROS TO AKT-DAGE
           PERFORM VARYING DOEDSBO-IX FROM 1 BY 1
                   UNTIL DOEDSBO-IX > NUM-DOEDSBO
               IF DB-KONTO-ID OF DOEDSBO-ARR(DOEDSBO-IX) = AKT-KONTO-ID
                   OR (AKT-KUNDE-ID NOT = SPACES
                       AND DB-KUNDE-ID OF DOEDSBO-ARR(DOEDSBO-IX)
                           = AKT-KUNDE-ID)
                   MOVE "J" TO AKT-DOEDSBO-SW
                   EXIT PERFORM
               END-IF
           END-PERFORM
           PERFORM VARYING UDLAEG-IX FROM 1 BY 1
                   UNTIL UDLAEG-IX > NUM-UDLAEG
               IF UL-AKTIV OF UDLAEG-ARR(UDLAEG-IX)
                   AND UL-GYLDIG-FRA OF UDLAEG-ARR(UDLAEG-IX)
                       NOT > DAGS-DATO
                   AND (UL-UDLOEB OF UDLAEG-ARR(UDLAEG-IX) = SPACES
                       OR UL-UDLOEB OF UDLAEG-ARR(UDLAEG-IX)
                           NOT < DAGS-DATO)
                   MOVE UL-KONTO-ID OF UDLAEG-ARR(UDLAEG-IX)
                     TO SOEGE-KONTO
                   PERFORM CHECK-KUNDENS-KONTO
                   IF KONTO-MATCH-IX > 0
                       MOVE "J" TO AKT-UDLAEG-SW
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING RYKKER-IX FROM 1 BY 1
                   UNTIL RYKKER-IX > NUM-RYKKER
               MOVE RY-KONTO-ID OF RYKKER-ARR(RYKKER-IX)
                 TO SOEGE-KONTO
               PERFORM CHECK-KUNDENS-KONTO
               IF KONTO-MATCH-IX > 0
                   PERFORM BEREGN-RYKKER-DAGE
                   IF RY-INKASSO OF RYKKER-ARR(RYKKER-IX)
                       MOVE "J" TO AKT-INKASSO-SW
                   END-IF
               END-IF
           END-PERFORM
           IF AKT-KUNDE-ID NOT = SPACES
               PERFORM VARYING KYC-IX FROM 1 BY 1
                       UNTIL KYC-IX > NUM-KYC
                   IF KY-KUNDE-ID OF KYC-ARR(KYC-IX) = AKT-KUNDE-ID
                       AND KY-HOEJ-RISIKO OF KYC-ARR(KYC-IX)
                       MOVE "J" TO AKT-KYC-SW
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

      * Saetter KONTO-MATCH-IX > 0, naar SOEGE-KONTO er
      * eksponeringens egen konto eller en anden konto for kunden.
       CHECK-KUNDENS-KONTO.
           IF SOEGE-KONTO = AKT-KONTO-ID
               MOVE 1 TO KONTO-MATCH-IX
               EXIT PARAGRAPH
           END-IF
           PERFORM LOOKUP-KONTO
           IF KONTO-MATCH-IX > 0
               IF AKT-KUNDE-ID = SPACES
                   OR KUNDE-ID OF KONTO-ARR(KONTO-MATCH-IX)
                       NOT = AKT-KUNDE-ID
                   MOVE 0 TO KONTO-MATCH-IX
               END-IF
           END-IF.

       BEREGN-RYKKER-DAGE.
           IF RY-FOERSTE-DATO OF RYKKER-ARR(RYKKER-IX) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE RY-FOERSTE-DATO OF RYKKER-ARR(RYKKER-IX)(1:4)
             TO DATO-NUM(1:4)
           MOVE RY-FOERSTE-DATO OF RYKKER-ARR(RYKKER-IX)(6:2)
             TO DATO-NUM(5:2)
           MOVE RY-FOERSTE-DATO OF RYKKER-ARR(RYKKER-IX)(9:2)
             TO DATO-NUM(7:2)
           IF FUNCTION INTEGER-OF-DATE(DATO-NUM) > RUN-DATE-INT
               EXIT PARAGRAPH
           END-IF
           COMPUTE RYKKER-DAGE =
               RUN-DATE-INT - FUNCTION INTEGER-OF-DATE(DATO-NUM)
           IF RYKKER-DAGE > 9999
               MOVE 9999 TO RYKKER-DAGE
           END-IF
           IF RYKKER-DAGE > AKT-DAGE
               MOVE RYKKER-DAGE TO AKT-DAGE
           END-IF.

      * Overtraek ud over faciliteten: saldoen under minus den
      * gaeldende facilitets graense. Uden gaeldende facilitet er
      * ethvert overtraek ud over faciliteten; det samme gaelder
      * konti, som statementkoerslen har meldt i Overtraek.txt.
       VURDER-FACILITET.
           MOVE "N" TO AKT-OVER-FACILITET-SW
           IF AKT-TYPE NOT = "O"
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO FACILITET-GRAENSE
           PERFORM VARYING FACILITET-IX FROM 1 BY 1
                   UNTIL FACILITET-IX > NUM-FACILITET
               IF OF-KONTO-ID OF FACILITET-ARR(FACILITET-IX)
                       = AKT-KONTO-ID
                   AND (OF-UDLOEB OF FACILITET-ARR(FACILITET-IX)
                           = SPACES
                       OR OF-UDLOEB OF FACILITET-ARR(FACILITET-IX)
                           NOT < DAGS-DATO)
                   MOVE OF-GRAENSE OF FACILITET-ARR(FACILITET-IX)
                     TO FACILITET-GRAENSE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF AKT-SALDO < ZEROS - FACILITET-GRAENSE
               MOVE "J" TO AKT-OVER-FACILITET-SW
           END-IF
           PERFORM VARYING OVER-IX FROM 1 BY 1
                   UNTIL OVER-IX > NUM-OVER
               IF OV-KONTO-ID(OVER-IX) = AKT-KONTO-ID
                   MOVE "J" TO AKT-OVER-FACILITET-SW
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       BESTEM-STADIE.
           MOVE 1 TO AKT-STADIE
           MOVE SPACES TO AKT-AARSAG
           MOVE AKT-DAGE TO DAGE-VIS
           EVALUATE TRUE
               WHEN AKT-DOEDSBO-SW = "J"
                   MOVE 3 TO AKT-STADIE
                   MOVE "DOEDSBO" TO AKT-AARSAG
               WHEN AKT-UDLAEG-SW = "J"
                   MOVE 3 TO AKT-STADIE
                   MOVE "UDLAEG" TO AKT-AARSAG
               WHEN AKT-INKASSO-SW = "J"
                   MOVE 3 TO AKT-STADIE
                   MOVE "INKASSO" TO AKT-AARSAG
               WHEN AKT-DAGE > PARM-DAGE-STADIE3 OF PARM-REC
                   MOVE 3 TO AKT-STADIE
                   STRING
                       "RESTANCE "         DELIMITED BY SIZE
                       DAGE-VIS            DELIMITED BY SIZE
                       " DAGE"             DELIMITED BY SIZE
                   INTO AKT-AARSAG
               WHEN AKT-DAGE > PARM-DAGE-STADIE2 OF PARM-REC
                   MOVE 2 TO AKT-STADIE
                   STRING
                       "RESTANCE "         DELIMITED BY SIZE
                       DAGE-VIS            DELIMITED BY SIZE
                       " DAGE"             DELIMITED BY SIZE
                   INTO AKT-AARSAG
               WHEN AKT-OVER-FACILITET-SW = "J"
                   MOVE 2 TO AKT-STADIE
                   MOVE "OVERTRAEK>FACILITET" TO AKT-AARSAG
               WHEN AKT-KYC-SW = "J"
                   MOVE 2 TO AKT-STADIE
                   MOVE "HOEJ KYC-RISIKO" TO AKT-AARSAG
               WHEN OTHER
                   MOVE 1 TO AKT-STADIE
                   MOVE "INGEN" TO AKT-AARSAG
           END-EVALUATE.

      * Produktets egen rate for stadiet, ellers standardraten "*".
       LOOKUP-TABSRATE.
           MOVE 0 TO TABSRATE-MATCH-IX
           PERFORM VARYING TABSRATE-IX FROM 1 BY 1
                   UNTIL TABSRATE-IX > NUM-TABSRATE
               IF ET-PRODUKT OF TABSRATE-ARR(TABSRATE-IX) = AKT-PRODUKT
                   AND ET-STADIE OF TABSRATE-ARR(TABSRATE-IX)
                       = AKT-STADIE
                   MOVE TABSRATE-IX TO TABSRATE-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF TABSRATE-MATCH-IX = 0
               PERFORM VARYING TABSRATE-IX FROM 1 BY 1
                       UNTIL TABSRATE-IX > NUM-TABSRATE
                   IF ET-PRODUKT OF TABSRATE-ARR(TABSRATE-IX) = "*"
                       AND ET-STADIE OF TABSRATE-ARR(TABSRATE-IX)
                           = AKT-STADIE
                       MOVE TABSRATE-IX TO TABSRATE-MATCH-IX
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF TABSRATE-MATCH-IX = 0
               DISPLAY "FEJL: ECL-Tabsrater.txt har ingen rate for "
                   AKT-PRODUKT " stadie " AKT-STADIE
                   " og ingen standardrate."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       FIND-FORRIGE.
           MOVE ZEROS TO EH-FORRIGE OF EKSP-ARR(EKSP-IX)
           MOVE "N" TO FORRIGE-FUNDET-SW
           PERFORM VARYING FORRIGE-IX FROM 1 BY 1
                   UNTIL FORRIGE-IX > NUM-FORRIGE
               IF EH-KONTO-ID OF FORRIGE-ARR(FORRIGE-IX) = AKT-KONTO-ID
                   AND EH-TYPE OF FORRIGE-ARR(FORRIGE-IX) = AKT-TYPE
                   MOVE EH-HENSAETTELSE OF FORRIGE-ARR(FORRIGE-IX)
                     TO EH-FORRIGE OF EKSP-ARR(EKSP-IX)
                   MOVE "J" TO FA-MATCHET-SW OF FORRIGE-ARR(FORRIGE-IX)
                   MOVE "J" TO FORRIGE-FUNDET-SW
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       SKRIV-HENSAETTELSER.
           OPEN OUTPUT FIL-HENSAETTELSE
           PERFORM VARYING EKSP-IX FROM 1 BY 1 UNTIL EKSP-IX > NUM-EKSP
               WRITE HENSAETTELSE-REKORD FROM EKSP-ARR(EKSP-IX)
               ADD EH-EKSPONERING OF EKSP-ARR(EKSP-IX)
                 TO SUM-EKSPONERING
               ADD EH-HENSAETTELSE OF EKSP-ARR(EKSP-IX)
                 TO SUM-HENSAETTELSE
           END-PERFORM
           MOVE SPACES TO HENSAETTELSE-REKORD
           MOVE "TRAILER" TO TR-MARKER OF HENSAETTELSE-TRAILER
           MOVE NUM-EKSP TO TR-ANTAL OF HENSAETTELSE-TRAILER
           WRITE HENSAETTELSE-REKORD
           CLOSE FIL-HENSAETTELSE
      * Forrige kvartals hensaettelse fordeles paa det stadie, den
      * stod i dengang, saa stadievandringer flytter beloebet.
           PERFORM VARYING FORRIGE-IX FROM 1 BY 1
                   UNTIL FORRIGE-IX > NUM-FORRIGE
               MOVE EH-STADIE OF FORRIGE-ARR(FORRIGE-IX) TO STADIE-IX
               IF STADIE-IX >= 1 AND STADIE-IX <= 3
                   ADD EH-HENSAETTELSE OF FORRIGE-ARR(FORRIGE-IX)
                     TO ST-FORRIGE(STADIE-IX)
               END-IF
               ADD EH-HENSAETTELSE OF FORRIGE-ARR(FORRIGE-IX)
                 TO SUM-FORRIGE
               IF FA-MATCHET-SW OF FORRIGE-ARR(FORRIGE-IX) = "N"
                   ADD 1 TO UDGAAET-ANTAL
               END-IF
           END-PERFORM
           COMPUTE SUM-BEVAEGELSE = SUM-HENSAETTELSE - SUM-FORRIGE.

      * Bevaegelsen pr. stadie som balanceret bilagspar: en stigning
      * debiterer nedskrivningsudgiften og krediterer
      * hensaettelseskontoen, et fald omvendt - som OPG-41.
       SKRIV-POSTERINGER.
           OPEN OUTPUT FIL-POSTERING
           PERFORM VARYING STADIE-IX FROM 1 BY 1 UNTIL STADIE-IX > 3
               COMPUTE STADIE-BEVAEGELSE =
                   ST-HENSAETTELSE(STADIE-IX) - ST-FORRIGE(STADIE-IX)
               IF STADIE-BEVAEGELSE NOT = ZEROS
                   PERFORM SKRIV-BILAGSPAR
               END-IF
           END-PERFORM
           MOVE SPACES TO JOURNAL-REKORD
           MOVE "TRAILER" TO TR-MARKER OF JOURNAL-TRAILER
           MOVE JOURNAL-ANTAL TO TR-ANTAL OF JOURNAL-TRAILER
           MOVE SUM-DEBET TO TR-DEBET OF JOURNAL-TRAILER
           MOVE SUM-KREDIT TO TR-KREDIT OF JOURNAL-TRAILER
           WRITE JOURNAL-REKORD
           CLOSE FIL-POSTERING.

       SKRIV-BILAGSPAR.
           COMPUTE ABS-BELOEB = FUNCTION ABS(STADIE-BEVAEGELSE)
           MOVE SPACES TO PAR-TEKST
           STRING
               "ECL STADIE " DELIMITED BY SIZE
               STADIE-IX     DELIMITED BY SIZE
               " "           DELIMITED BY SIZE
               KVARTAL-TEKST DELIMITED BY SIZE
           INTO PAR-TEKST
           MOVE SPACES TO JOURNAL-REKORD
           MOVE DAGS-DATO TO JO-DATO
           IF STADIE-BEVAEGELSE > ZEROS
               MOVE KP-HOVEDKONTO OF KONTOPLAN-ARR(KONTOPLAN-MATCH-IX)
                 TO JO-KONTO
           ELSE
               MOVE KP-MODKONTO OF KONTOPLAN-ARR(KONTOPLAN-MATCH-IX)
                 TO JO-KONTO
           END-IF
           MOVE "D" TO JO-DK
           MOVE ABS-BELOEB TO JO-BELOEB
           MOVE PAR-TEKST TO JO-TEKST
           WRITE JOURNAL-REKORD
           ADD ABS-BELOEB TO SUM-DEBET
           ADD 1 TO JOURNAL-ANTAL
           MOVE SPACES TO JOURNAL-REKORD
           MOVE DAGS-DATO TO JO-DATO
           IF STADIE-BEVAEGELSE > ZEROS
               MOVE KP-MODKONTO OF KONTOPLAN-ARR(KONTOPLAN-MATCH-IX)
                 TO JO-KONTO
           ELSE
               MOVE KP-HOVEDKONTO OF KONTOPLAN-ARR(KONTOPLAN-MATCH-IX)
                 TO JO-KONTO
           END-IF
           MOVE "K" TO JO-DK
           MOVE ABS-BELOEB TO JO-BELOEB
           MOVE PAR-TEKST TO JO-TEKST
           WRITE JOURNAL-REKORD
           ADD ABS-BELOEB TO SUM-KREDIT
           ADD 1 TO JOURNAL-ANTAL.

       SKRIV-RAPPORT.
           OPEN OUTPUT FIL-RAPPORT
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "NEDSKRIVNING FOR FORVENTEDE KREDITTAB (IFRS 9) - "
                                       DELIMITED BY SIZE
               KVARTAL-TEKST           DELIMITED BY SIZE
               " - bogfoeringsdato "   DELIMITED BY SIZE
               DAGS-DATO               DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Bevaegelse maalt mod " DELIMITED BY SIZE
               FORRIGE-TEKST           DELIMITED BY SIZE
               "; beloeb i DKK."       DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "KONTO-ID       T PRODUKT    S AARSAG"
                                       DELIMITED BY SIZE
               "               DAGE      EKSPONERING"
                                       DELIMITED BY SIZE
               "   RATE     HENSAETTELSE          FORRIGE"
                                       DELIMITED BY SIZE
               "        BEVAEGELSE"    DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           PERFORM VARYING EKSP-IX FROM 1 BY 1 UNTIL EKSP-IX > NUM-EKSP
               MOVE SPACES TO RAPPORT-LINJE
               MOVE EH-KONTO-ID OF EKSP-ARR(EKSP-IX) TO RL-KONTO-ID
               MOVE EH-TYPE OF EKSP-ARR(EKSP-IX) TO RL-TYPE
               MOVE EH-PRODUKT OF EKSP-ARR(EKSP-IX) TO RL-PRODUKT
               MOVE EH-STADIE OF EKSP-ARR(EKSP-IX) TO RL-STADIE
               MOVE EH-AARSAG OF EKSP-ARR(EKSP-IX) TO RL-AARSAG
               MOVE EH-DAGE-FORFALDEN OF EKSP-ARR(EKSP-IX) TO RL-DAGE
               MOVE EH-EKSPONERING OF EKSP-ARR(EKSP-IX)
                 TO RL-EKSPONERING
               MOVE EH-TABSRATE OF EKSP-ARR(EKSP-IX) TO RL-TABSRATE
               MOVE EH-HENSAETTELSE OF EKSP-ARR(EKSP-IX)
                 TO RL-HENSAETTELSE
               MOVE EH-FORRIGE OF EKSP-ARR(EKSP-IX) TO RL-FORRIGE
               MOVE EH-BEVAEGELSE OF EKSP-ARR(EKSP-IX)
                 TO RL-BEVAEGELSE
               MOVE RAPPORT-LINJE TO RAPPORT-TEXT
               WRITE RAPPORT-REC
           END-PERFORM
           IF UDGAAET-ANTAL > 0
               PERFORM SKRIV-UDGAAEDE
           END-IF
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "STADIE                 ANTAL"
                                       DELIMITED BY SIZE
               "           EKSPONERING"
                                       DELIMITED BY SIZE
               "          HENSAETTELSE"
                                       DELIMITED BY SIZE
               "               FORRIGE"
                                       DELIMITED BY SIZE
               "             BEVAEGELSE"
                                       DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           PERFORM VARYING STADIE-IX FROM 1 BY 1 UNTIL STADIE-IX > 3
               MOVE SPACES TO SUM-LINJE
               STRING
                   "STADIE " DELIMITED BY SIZE
                   STADIE-IX DELIMITED BY SIZE
               INTO SL-TEKST
               MOVE ST-ANTAL(STADIE-IX) TO SL-ANTAL
               MOVE ST-EKSPONERING(STADIE-IX) TO SL-EKSPONERING
               MOVE ST-HENSAETTELSE(STADIE-IX) TO SL-HENSAETTELSE
               MOVE ST-FORRIGE(STADIE-IX) TO SL-FORRIGE
               COMPUTE STADIE-BEVAEGELSE =
                   ST-HENSAETTELSE(STADIE-IX) - ST-FORRIGE(STADIE-IX)
               MOVE STADIE-BEVAEGELSE TO SL-BEVAEGELSE
               MOVE SUM-LINJE TO RAPPORT-TEXT
               WRITE RAPPORT-REC
           END-PERFORM
           MOVE SPACES TO SUM-LINJE
           MOVE "I ALT" TO SL-TEKST
           MOVE NUM-EKSP TO SL-ANTAL
           MOVE SUM-EKSPONERING TO SL-EKSPONERING
           MOVE SUM-HENSAETTELSE TO SL-HENSAETTELSE
           MOVE SUM-FORRIGE TO SL-FORRIGE
           MOVE SUM-BEVAEGELSE TO SL-BEVAEGELSE
           MOVE SUM-LINJE TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Bilagslinjer til finans: " DELIMITED BY SIZE
               POSTERING-FILENAME          DELIMITED BY SPACE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           CLOSE FIL-RAPPORT.

      * Eksponeringer fra forrige kvartal, som ikke laengere findes,
      * frigiver hele deres hensaettelse.
       SKRIV-UDGAAEDE.
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE "UDGAAEDE EKSPONERINGER:" TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           PERFORM VARYING FORRIGE-IX FROM 1 BY 1
                   UNTIL FORRIGE-IX > NUM-FORRIGE
               IF FA-MATCHET-SW OF FORRIGE-ARR(FORRIGE-IX) = "N"
                   MOVE SPACES TO RAPPORT-LINJE
                   MOVE EH-KONTO-ID OF FORRIGE-ARR(FORRIGE-IX)
                     TO RL-KONTO-ID
                   MOVE EH-TYPE OF FORRIGE-ARR(FORRIGE-IX) TO RL-TYPE
                   MOVE EH-PRODUKT OF FORRIGE-ARR(FORRIGE-IX)
                     TO RL-PRODUKT
                   MOVE EH-STADIE OF FORRIGE-ARR(FORRIGE-IX)
                     TO RL-STADIE
                   MOVE "UDGAAET" TO RL-AARSAG
                   MOVE ZEROS TO RL-DAGE
                   MOVE ZEROS TO RL-EKSPONERING
                   MOVE ZEROS TO RL-TABSRATE
                   MOVE ZEROS TO RL-HENSAETTELSE
                   MOVE EH-HENSAETTELSE OF FORRIGE-ARR(FORRIGE-IX)
                     TO RL-FORRIGE
                   COMPUTE STADIE-BEVAEGELSE = ZEROS
                       - EH-HENSAETTELSE OF FORRIGE-ARR(FORRIGE-IX)
                   MOVE STADIE-BEVAEGELSE TO RL-BEVAEGELSE
                   MOVE RAPPORT-LINJE TO RAPPORT-TEXT
                   WRITE RAPPORT-REC
               END-IF
           END-PERFORM.

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
