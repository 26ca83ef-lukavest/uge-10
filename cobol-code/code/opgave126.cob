       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPG-126.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIL-KONTI ASSIGN TO "../data/KontoOpl.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-KUNDER ASSIGN TO "../data/Kundeoplysninger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KUNDER-STATUS.
           SELECT FIL-PLAN ASSIGN TO "../data/Laaneplaner.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLAN-FIL-STATUS.
           SELECT FIL-FACILITET
               ASSIGN TO "../data/Overtraek-Faciliteter.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FACILITET-FIL-STATUS.
           SELECT FIL-ROLLER ASSIGN TO "../data/Kontoroller.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROLLE-FIL-STATUS.
           SELECT FIL-GRUPPER ASSIGN TO "../data/Kundegrupper.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRUPPE-FIL-STATUS.
           SELECT FIL-KURS ASSIGN TO "../data/Valutakurser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KURS-FIL-STATUS.
           SELECT FIL-ENG-STATUS
               ASSIGN TO "../data/Engagement-Status.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-RAPPORT ASSIGN TO RAPPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-PARM ASSIGN TO "../data/OPG126-Parametre.txt"
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

       FD FIL-KUNDER.
       01 KUNDE-OPL.
           COPY "../copybooks/KUNDER.cpy".
       01 KUNDE-OPL-TRAILER REDEFINES KUNDE-OPL.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(312).

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

       FD FIL-ROLLER.
       01 ROLLE-REKORD.
           COPY "../copybooks/KONTOROLLE.cpy".
       01 ROLLE-REKORD-TRAILER REDEFINES ROLLE-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(12).

       FD FIL-GRUPPER.
       01 GRUPPE-REKORD.
           COPY "../copybooks/KUNDEGRUPPE.cpy".
       01 GRUPPE-REKORD-TRAILER REDEFINES GRUPPE-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(49).

       FD FIL-KURS.
       01 KURS-REKORD.
           COPY "../copybooks/VALUTAKURS.cpy".

       FD FIL-ENG-STATUS.
       01 ENG-STATUS-REKORD.
           COPY "../copybooks/ENGAGEMENT-STATUS.cpy".
       01 ENG-STATUS-TRAILER REDEFINES ENG-STATUS-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(32).

       FD FIL-RAPPORT.
       01 RAPPORT-REC.
           02 RAPPORT-TEXT  PIC X(132).

       FD FIL-PARM.
       01 PARM-FILE-REC.
           COPY "../copybooks/OPG126-PARAMETRE.cpy".

       FD FIL-BOGFDATO.
       01 BOGFDATO-FIL-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".

       WORKING-STORAGE SECTION.
      * Maanedlig opgoerelse af store engagementer. Pr. kunde laegges
      * restgaelden paa aktive laaneplaner, de gaeldende
      * overtraeksfaciliteter og overtraek ud over faciliteten sammen
      * (omregnet til DKK); konti med aktiv laaneplan taeller kun med
      * restgaelden. Kunderne samles i grupper af indbyrdes forbundne
      * kunder efter Kundegrupper.txt, som kreditafdelingen
      * vedligeholder: kun godkendte raekker (status G) taeller med.
      * Programmet foreslaar selv nye forbindelser (status F) ud fra
      * faelles konti i Kontoroller.txt (ejer og medejer) og samme
      * adresse i Kundeoplysninger.txt; en forbindelse, kreditafde-
      * lingen har afvist (status X), foreslaas ikke igen. Selskaber
      * og deres ejere kan ikke udledes af data og registreres
      * manuelt med relation S.
      * Hver gruppe og hver kunde uden gruppe sammenholdes med
      * PARM-GRAENSE-PCT af kapitalgrundlaget; engagementer over
      * PARM-STORT-PCT kommer paa rapporten over store engagementer.
      * Engagement-Status.txt giver OPG-29 gruppens engagement, naar
      * en ny facilitet bevilges.
       01 KUNDER-STATUS    PIC XX VALUE "00".
       01 PLAN-FIL-STATUS  PIC XX VALUE "00".
       01 FACILITET-FIL-STATUS PIC XX VALUE "00".
       01 ROLLE-FIL-STATUS PIC XX VALUE "00".
       01 GRUPPE-FIL-STATUS PIC XX VALUE "00".
       01 KURS-FIL-STATUS  PIC XX VALUE "00".
       01 PARM-STATUS      PIC XX VALUE "00".
       01 PARM-REC.
           COPY "../copybooks/OPG126-PARAMETRE.cpy".
       01 TRAILER-FOUND-SW PIC X(01) VALUE "N".
       01 TRAILER-ANTAL    PIC 9(06) VALUE ZEROS.
       01 EOF-FLAG         PIC X(01) VALUE "N".

      * Koerselsdatoen er bankens bogfoeringsdato (Bogfoeringsdato.txt),
      * ikke maskinens dato.
       01 BOGFDATO-STATUS  PIC XX VALUE "00".
       01 BOGFDATO-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".
       01 RUN-DATE         PIC 9(08) VALUE ZEROS.
       01 DAGS-DATO        PIC X(10) VALUE SPACES.
       01 RAPPORT-FILENAME PIC X(60) VALUE SPACES.

       01 GRAENSE-BELOEB   PIC 9(13)V99 VALUE ZEROS.
       01 STORT-BELOEB     PIC 9(13)V99 VALUE ZEROS.

       01 NUM-KONTI        PIC 9(04) VALUE 0.
       01 KONTO-ARR OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-KONTI.
           COPY "../copybooks/KONTOOPL.cpy".
       01 KONTO-IX         PIC 9(04) VALUE 0.
       01 KONTO-MATCH-IX   PIC 9(04) VALUE 0.
       01 SOEGE-KONTO      PIC X(14) VALUE SPACES.

      * Kun de felter fra Kundeoplysninger.txt, forslagene bruger.
       01 NUM-KUNDER       PIC 9(04) VALUE 0.
       01 KUNDE-ARR OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-KUNDER.
           02 KS-KUNDE-ID      PIC X(10).
           02 KS-ADRESSE       PIC X(45).
           02 KS-POSTNR        PIC X(04).
       01 KUNDE-IX         PIC 9(04) VALUE 0.
       01 KUNDE-IX-2       PIC 9(04) VALUE 0.
       01 KUNDE-LAEST      PIC 9(06) VALUE ZEROS.

       01 NUM-PLANER       PIC 9(04) VALUE 0.
       01 PLAN-ARR OCCURS 0 TO 500 TIMES DEPENDING ON NUM-PLANER.
           COPY "../copybooks/LAANEPLAN.cpy".
       01 PLAN-IX          PIC 9(04) VALUE 0.

       01 NUM-FACILITET    PIC 9(04) VALUE 0.
       01 FACILITET-ARR OCCURS 0 TO 500 TIMES
               DEPENDING ON NUM-FACILITET.
           COPY "../copybooks/OVERTRAEK-FACILITET.cpy".
       01 FACILITET-IX     PIC 9(04) VALUE 0.

       01 NUM-ROLLER       PIC 9(04) VALUE 0.
       01 ROLLE-ARR OCCURS 0 TO 2000 TIMES DEPENDING ON NUM-ROLLER.
           COPY "../copybooks/KONTOROLLE.cpy".
       01 ROLLE-IX         PIC 9(04) VALUE 0.

       01 NUM-GRUPPER      PIC 9(04) VALUE 0.
       01 GRUPPE-ARR OCCURS 0 TO 2000 TIMES DEPENDING ON NUM-GRUPPER.
           COPY "../copybooks/KUNDEGRUPPE.cpy".
       01 GRUPPE-IX        PIC 9(04) VALUE 0.
       01 GRUPPE-IX-2      PIC 9(04) VALUE 0.
       01 NAESTE-GRUPPE-NR PIC 9(08) VALUE 0.
       01 GRUPPE-NR-TAL    PIC 9(08) VALUE 0.
       01 NYE-FORSLAG      PIC 9(05) VALUE 0.
       01 AABNE-FORSLAG    PIC 9(05) VALUE 0.

       01 NUM-KURS         PIC 9(03) VALUE 0.
       01 KURS-ARR OCCURS 0 TO 100 TIMES DEPENDING ON NUM-KURS.
           COPY "../copybooks/VALUTAKURS.cpy".
       01 KURS-IX          PIC 9(03) VALUE 0.
       01 KURS-MATCH-IX    PIC 9(03) VALUE 0.
       01 KURS-BEST-DATO   PIC X(10) VALUE SPACES.
       01 UKENDT-VALUTA-ANTAL PIC 9(05) VALUE 0.

      * Engagement pr. kunde (DKK).
       01 NUM-KE           PIC 9(04) VALUE 0.
       01 KE-ARR OCCURS 0 TO 2000 TIMES DEPENDING ON NUM-KE.
           02 KE-KUNDE-ID      PIC X(10).
           02 KE-LAAN          PIC 9(13)V99.
           02 KE-FACILITET     PIC 9(13)V99.
           02 KE-OVERTRAEK     PIC 9(13)V99.
           02 KE-I-ALT         PIC 9(13)V99.
           02 KE-GRUPPE-ID     PIC X(10).
           02 KE-GRUPPE-ENG    PIC 9(13)V99.
       01 KE-IX            PIC 9(04) VALUE 0.
       01 SOEGE-KUNDE      PIC X(10) VALUE SPACES.
       01 KE-OPRET-SW      PIC X(01) VALUE "N".

      * Engagementsenheder: godkendte grupper og kunder uden gruppe.
       01 NUM-ENHED        PIC 9(04) VALUE 0.
       01 ENHED-ARR OCCURS 0 TO 2000 TIMES DEPENDING ON NUM-ENHED.
           02 EN-I-ALT         PIC 9(13)V99.
           02 EN-ID            PIC X(10).
           02 EN-TYPE          PIC X(01).
               88  EN-GRUPPE       VALUE "G".
               88  EN-KUNDE        VALUE "K".
           02 EN-ANTAL         PIC 9(04).
           02 EN-LAAN          PIC 9(13)V99.
           02 EN-FACILITET     PIC 9(13)V99.
           02 EN-OVERTRAEK     PIC 9(13)V99.
       01 ENHED-IX         PIC 9(04) VALUE 0.
       01 ENHED-FUNDET-SW  PIC X(01) VALUE "N".

      * Grupper, som et forslag vil forbinde, men som allerede er
      * adskilte grupper - kreditafdelingen maa selv laegge dem
      * sammen.
       01 NUM-SAMMENLAEG   PIC 9(03) VALUE 0.
       01 SAMMENLAEG-ARR OCCURS 0 TO 100 TIMES
               DEPENDING ON NUM-SAMMENLAEG.
           02 SL-GRUPPE-A      PIC X(10).
           02 SL-GRUPPE-B      PIC X(10).
           02 SL-BEGRUNDELSE   PIC X(30).
       01 SAMMENLAEG-IX    PIC 9(03) VALUE 0.

      * Det forslag, der behandles.
       01 PAR-KUNDE-A      PIC X(10) VALUE SPACES.
       01 PAR-KUNDE-B      PIC X(10) VALUE SPACES.
       01 PAR-RELATION     PIC X(01) VALUE SPACES.
       01 PAR-BEGRUNDELSE  PIC X(30) VALUE SPACES.
       01 PAR-GRUPPE-A     PIC X(10) VALUE SPACES.
       01 PAR-GRUPPE-B     PIC X(10) VALUE SPACES.
       01 PAR-AFVIST-SW    PIC X(01) VALUE "N".
       01 SOEGE-GRUPPE     PIC X(10) VALUE SPACES.
       01 FUNDET-GRUPPE    PIC X(10) VALUE SPACES.
       01 NY-GRUPPE-ID     PIC X(10) VALUE SPACES.
       01 NY-KUNDE-ID      PIC X(10) VALUE SPACES.

      * Kontoens engagement under opbygning.
       01 AKT-LAAN         PIC S9(13)V99 VALUE ZEROS.
       01 AKT-FACILITET    PIC S9(13)V99 VALUE ZEROS.
       01 AKT-OVERTRAEK    PIC S9(13)V99 VALUE ZEROS.
       01 AKT-TRAEK        PIC S9(13)V99 VALUE ZEROS.
       01 AKT-KURS         PIC 9V9999 VALUE ZEROS.
       01 PLAN-FUNDET-SW   PIC X(01) VALUE "N".

       01 OVER-GRAENSE-ANTAL PIC 9(05) VALUE 0.
       01 STORE-ANTAL      PIC 9(05) VALUE 0.
       01 SUM-STORE        PIC 9(15)V99 VALUE ZEROS.
       01 ENHED-PCT        PIC 9(05)V99 VALUE ZEROS.

       01 RAPPORT-LINJE.
           02 RL-ID            PIC X(10).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-TYPE          PIC X(06).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-ANTAL         PIC ZZZ9.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-LAAN          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-FACILITET     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-OVERTRAEK     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-I-ALT         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-PCT           PIC ZZZ9.99.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-MARKERING     PIC X(12).
       01 MEDLEM-LINJE.
           02 FILLER           PIC X(04) VALUE SPACES.
           02 ML-KUNDE-ID      PIC X(10).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 ML-RELATION      PIC X(01).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 ML-BEGRUNDELSE   PIC X(30).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 ML-I-ALT         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 PRETTY-NUMERIC   PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 PRETTY-PCT       PIC ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM PARM-FILL
           PERFORM BOGFOERINGSDATO-FILL
           PERFORM KURS-ARR-FILL
           PERFORM KONTO-ARR-FILL
           PERFORM KUNDE-ARR-FILL
           PERFORM PLAN-ARR-FILL
           PERFORM FACILITET-ARR-FILL
           PERFORM ROLLE-ARR-FILL
           PERFORM GRUPPE-ARR-FILL
           PERFORM FORESLAA-FAELLES-KONTI
           PERFORM FORESLAA-SAMME-ADRESSE
           IF NYE-FORSLAG > 0
               PERFORM GRUPPE-ARR-REWRITE
           END-IF
           PERFORM BEREGN-KUNDE-ENGAGEMENT
           PERFORM BEREGN-ENHEDER
           IF NUM-ENHED > 1
               SORT ENHED-ARR
                   DESCENDING EN-I-ALT OF ENHED-ARR
                   ASCENDING EN-ID OF ENHED-ARR
           END-IF
           PERFORM SKRIV-RAPPORT
           PERFORM SKRIV-ENGAGEMENT-STATUS
           DISPLAY "Store engagementer: " STORE-ANTAL
               " over rapporteringsgraensen, " OVER-GRAENSE-ANTAL
               " over graensen - se " RAPPORT-FILENAME
           IF NYE-FORSLAG > 0
               DISPLAY NYE-FORSLAG " nye forslag til kundegrupper "
                   "er skrevet i Kundegrupper.txt (status F)."
           END-IF
           IF UKENDT-VALUTA-ANTAL > 0
               DISPLAY "ADVARSEL: " UKENDT-VALUTA-ANTAL
                   " konti uden valutakurs er medtaget uomregnet."
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
           IF PARM-KAPITALGRUNDLAG OF PARM-REC = ZEROS
               DISPLAY "FEJL: OPG126-Parametre.txt mangler bankens "
                   "kapitalgrundlag."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF PARM-GRAENSE-PCT OF PARM-REC = ZEROS
               MOVE 25.00 TO PARM-GRAENSE-PCT OF PARM-REC
           END-IF
           IF PARM-STORT-PCT OF PARM-REC = ZEROS
               MOVE 10.00 TO PARM-STORT-PCT OF PARM-REC
           END-IF
           COMPUTE GRAENSE-BELOEB ROUNDED =
               PARM-KAPITALGRUNDLAG OF PARM-REC
               * PARM-GRAENSE-PCT OF PARM-REC / 100
           COMPUTE STORT-BELOEB ROUNDED =
               PARM-KAPITALGRUNDLAG OF PARM-REC
               * PARM-STORT-PCT OF PARM-REC / 100.

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

      * Kun aktive kunder med en udfyldt adresse kan foreslaas
      * forbundet paa adressen.
       KUNDE-ARR-FILL.
           MOVE 0 TO NUM-KUNDER
           MOVE 0 TO KUNDE-LAEST
           MOVE "N" TO TRAILER-FOUND-SW
           OPEN INPUT FIL-KUNDER
           IF KUNDER-STATUS NOT = "00"
               DISPLAY "FEJL: Kundeoplysninger.txt findes ikke"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
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
                           ADD 1 TO KUNDE-LAEST
                           IF KUNDE-AKTIV OF KUNDE-OPL
                               AND VEJNAVN OF KUNDE-OPL NOT = SPACES
                               AND NUM-KUNDER < 1000
                               ADD 1 TO NUM-KUNDER
                               MOVE KUNDE-ID OF KUNDE-OPL
                                 TO KS-KUNDE-ID(NUM-KUNDER)
                               MOVE ADR-FIELDS OF KUNDE-OPL
                                 TO KS-ADRESSE(NUM-KUNDER)
                               MOVE POSTNR OF KUNDE-OPL
                                 TO KS-POSTNR(NUM-KUNDER)
                           END-IF
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
           IF KUNDE-LAEST NOT = TRAILER-ANTAL
               DISPLAY "FEJL: Kundeoplysninger.txt - forventet "
                   TRAILER-ANTAL " poster, fandt " KUNDE-LAEST
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

       ROLLE-ARR-FILL.
           MOVE 0 TO NUM-ROLLER
           OPEN INPUT FIL-ROLLER
           IF ROLLE-FIL-STATUS = "00"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ FIL-ROLLER INTO ROLLE-REKORD
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF TR-MARKER OF ROLLE-REKORD-TRAILER
                                   = "TRAILER"
                               MOVE "Y" TO EOF-FLAG
                           ELSE
                               IF NUM-ROLLER < 2000
                                   ADD 1 TO NUM-ROLLER
                                   MOVE ROLLE-REKORD
                                     TO ROLLE-ARR(NUM-ROLLER)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIL-ROLLER
               MOVE "N" TO EOF-FLAG
           END-IF.

      * Uden Kundegrupper.txt startes et tomt register, som
      * forslagene skrives i.
       GRUPPE-ARR-FILL.
           MOVE 0 TO NUM-GRUPPER
           MOVE 0 TO NAESTE-GRUPPE-NR
           OPEN INPUT FIL-GRUPPER
           IF GRUPPE-FIL-STATUS NOT = "00"
               DISPLAY "Kundegrupper.txt findes ikke - "
                   "registeret oprettes med forslag."
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO TRAILER-FOUND-SW
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-GRUPPER INTO GRUPPE-REKORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF GRUPPE-REKORD-TRAILER
                               = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                           MOVE "Y" TO TRAILER-FOUND-SW
                           MOVE TR-ANTAL OF GRUPPE-REKORD-TRAILER
                             TO TRAILER-ANTAL
                       ELSE
                           IF NUM-GRUPPER >= 2000
                               DISPLAY "FEJL: Kundegrupper.txt har "
                                   "mere end 2000 raekker"
                               MOVE 1 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO NUM-GRUPPER
                           MOVE GRUPPE-REKORD
                             TO GRUPPE-ARR(NUM-GRUPPER)
                           PERFORM NOTER-GRUPPE-NR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-GRUPPER
           MOVE "N" TO EOF-FLAG
           IF TRAILER-FOUND-SW = "N"
               DISPLAY "FEJL: Kundegrupper.txt mangler "
                   "sluttaellerpost"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NUM-GRUPPER NOT = TRAILER-ANTAL
               DISPLAY "FEJL: Kundegrupper.txt - forventet "
                   TRAILER-ANTAL " poster, fandt " NUM-GRUPPER
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Foreslaaede grupper nummereres KGnnnnnnnn efter det hoejeste
      * nummer i registeret; kreditafdelingens egne gruppe-id'er kan
      * vaere hvad som helst.
       NOTER-GRUPPE-NR.
           IF KG-GRUPPE-ID OF GRUPPE-ARR(NUM-GRUPPER)(1:2) = "KG"
               AND KG-GRUPPE-ID OF GRUPPE-ARR(NUM-GRUPPER)(3:8)
                   IS NUMERIC
               MOVE KG-GRUPPE-ID OF GRUPPE-ARR(NUM-GRUPPER)(3:8)
                 TO GRUPPE-NR-TAL
               IF GRUPPE-NR-TAL > NAESTE-GRUPPE-NR
                   MOVE GRUPPE-NR-TAL TO NAESTE-GRUPPE-NR
               END-IF
           END-IF.

      * Ejer og medejer af samme konto er forbundne; fuldmagtshavere
      * er ikke.
       FORESLAA-FAELLES-KONTI.
           PERFORM VARYING ROLLE-IX FROM 1 BY 1
                   UNTIL ROLLE-IX > NUM-ROLLER
               IF KR-EJER OF ROLLE-ARR(ROLLE-IX)
                   OR KR-MEDEJER OF ROLLE-ARR(ROLLE-IX)
                   MOVE KR-KONTO-ID OF ROLLE-ARR(ROLLE-IX)
                     TO SOEGE-KONTO
                   PERFORM LOOKUP-KONTO
                   IF KONTO-MATCH-IX > 0
                       MOVE KUNDE-ID OF KONTO-ARR(KONTO-MATCH-IX)
                         TO PAR-KUNDE-A
                       MOVE KR-KUNDE-ID OF ROLLE-ARR(ROLLE-IX)
                         TO PAR-KUNDE-B
                       MOVE "M" TO PAR-RELATION
                       MOVE SPACES TO PAR-BEGRUNDELSE
                       STRING
                           "faelles konto " DELIMITED BY SIZE
                           SOEGE-KONTO      DELIMITED BY SPACE
                       INTO PAR-BEGRUNDELSE
                       PERFORM FORESLAA-PAR
                   END-IF
               END-IF
           END-PERFORM.

       FORESLAA-SAMME-ADRESSE.
           PERFORM VARYING KUNDE-IX FROM 1 BY 1
                   UNTIL KUNDE-IX > NUM-KUNDER
               COMPUTE KUNDE-IX-2 = KUNDE-IX + 1
               PERFORM UNTIL KUNDE-IX-2 > NUM-KUNDER
                   IF KS-ADRESSE(KUNDE-IX-2) = KS-ADRESSE(KUNDE-IX)
                       AND KS-POSTNR(KUNDE-IX-2) = KS-POSTNR(KUNDE-IX)
                       AND KS-KUNDE-ID(KUNDE-IX-2)
                           NOT = KS-KUNDE-ID(KUNDE-IX)
                       MOVE KS-KUNDE-ID(KUNDE-IX) TO PAR-KUNDE-A
                       MOVE KS-KUNDE-ID(KUNDE-IX-2) TO PAR-KUNDE-B
                       MOVE "A" TO PAR-RELATION
                       MOVE SPACES TO PAR-BEGRUNDELSE
                       STRING
                           "samme adresse, "  DELIMITED BY SIZE
                           KS-POSTNR(KUNDE-IX) DELIMITED BY SIZE
                       INTO PAR-BEGRUNDELSE
                       PERFORM FORESLAA-PAR
                   END-IF
                   ADD 1 TO KUNDE-IX-2
               END-PERFORM
           END-PERFORM.

      * Et forslag forbinder kunde A og B:
      *   - er de allerede i samme gruppe, sker intet,
      *   - er kun den ene i en gruppe, foreslaas den anden tilfoejet,
      *     medmindre den er afvist fra netop den gruppe,
      *   - er ingen af dem i en gruppe, foreslaas en ny gruppe,
      *     medmindre de tidligere er afvist sammen,
      *   - er de i hver sin gruppe, noteres det paa rapporten.
       FORESLAA-PAR.
           IF PAR-KUNDE-A = SPACES OR PAR-KUNDE-B = SPACES
                   OR PAR-KUNDE-A = PAR-KUNDE-B
               EXIT PARAGRAPH
           END-IF
           MOVE PAR-KUNDE-A TO SOEGE-KUNDE
           PERFORM FIND-KUNDENS-GRUPPE
           MOVE FUNDET-GRUPPE TO PAR-GRUPPE-A
           MOVE PAR-KUNDE-B TO SOEGE-KUNDE
           PERFORM FIND-KUNDENS-GRUPPE
           MOVE FUNDET-GRUPPE TO PAR-GRUPPE-B
           EVALUATE TRUE
               WHEN PAR-GRUPPE-A NOT = SPACES
                       AND PAR-GRUPPE-A = PAR-GRUPPE-B
                   CONTINUE
               WHEN PAR-GRUPPE-A NOT = SPACES
                       AND PAR-GRUPPE-B NOT = SPACES
                   PERFORM NOTER-SAMMENLAEGNING
               WHEN PAR-GRUPPE-A NOT = SPACES
                   MOVE PAR-GRUPPE-A TO SOEGE-GRUPPE
                   MOVE PAR-KUNDE-B TO SOEGE-KUNDE
                   PERFORM CHECK-AFVIST-I-GRUPPE
                   IF PAR-AFVIST-SW = "N"
                       MOVE PAR-GRUPPE-A TO NY-GRUPPE-ID
                       MOVE PAR-KUNDE-B TO NY-KUNDE-ID
                       PERFORM TILFOEJ-FORSLAG
                   END-IF
               WHEN PAR-GRUPPE-B NOT = SPACES
                   MOVE PAR-GRUPPE-B TO SOEGE-GRUPPE
                   MOVE PAR-KUNDE-A TO SOEGE-KUNDE
                   PERFORM CHECK-AFVIST-I-GRUPPE
                   IF PAR-AFVIST-SW = "N"
                       MOVE PAR-GRUPPE-B TO NY-GRUPPE-ID
                       MOVE PAR-KUNDE-A TO NY-KUNDE-ID
                       PERFORM TILFOEJ-FORSLAG
                   END-IF
               WHEN OTHER
                   PERFORM CHECK-AFVIST-PAR
                   IF PAR-AFVIST-SW = "N"
                       ADD 1 TO NAESTE-GRUPPE-NR
                       MOVE SPACES TO NY-GRUPPE-ID
                       STRING
                           "KG"             DELIMITED BY SIZE
                           NAESTE-GRUPPE-NR DELIMITED BY SIZE
                       INTO NY-GRUPPE-ID
                       MOVE PAR-KUNDE-A TO NY-KUNDE-ID
                       PERFORM TILFOEJ-FORSLAG
                       MOVE PAR-KUNDE-B TO NY-KUNDE-ID
                       PERFORM TILFOEJ-FORSLAG
                   END-IF
           END-EVALUATE.

      * Foerste gruppe, kunden er godkendt eller foreslaaet i.
       FIND-KUNDENS-GRUPPE.
           MOVE SPACES TO FUNDET-GRUPPE
           PERFORM VARYING GRUPPE-IX FROM 1 BY 1
                   UNTIL GRUPPE-IX > NUM-GRUPPER
               IF KG-KUNDE-ID OF GRUPPE-ARR(GRUPPE-IX) = SOEGE-KUNDE
                   AND NOT KG-AFVIST OF GRUPPE-ARR(GRUPPE-IX)
                   MOVE KG-GRUPPE-ID OF GRUPPE-ARR(GRUPPE-IX)
                     TO FUNDET-GRUPPE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       CHECK-AFVIST-I-GRUPPE.
           MOVE "N" TO PAR-AFVIST-SW
           PERFORM VARYING GRUPPE-IX FROM 1 BY 1
                   UNTIL GRUPPE-IX > NUM-GRUPPER
               IF KG-GRUPPE-ID OF GRUPPE-ARR(GRUPPE-IX) = SOEGE-GRUPPE
                   AND KG-KUNDE-ID OF GRUPPE-ARR(GRUPPE-IX)
                       = SOEGE-KUNDE
                   AND KG-AFVIST OF GRUPPE-ARR(GRUPPE-IX)
                   MOVE "J" TO PAR-AFVIST-SW
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * Er A afvist fra en gruppe, som B ogsaa staar i (eller er
      * afvist fra), har kreditafdelingen allerede taget stilling.
       CHECK-AFVIST-PAR.
           MOVE "N" TO PAR-AFVIST-SW
           PERFORM VARYING GRUPPE-IX FROM 1 BY 1
                   UNTIL GRUPPE-IX > NUM-GRUPPER
               IF KG-KUNDE-ID OF GRUPPE-ARR(GRUPPE-IX) = PAR-KUNDE-A
                   AND KG-AFVIST OF GRUPPE-ARR(GRUPPE-IX)
                   PERFORM VARYING GRUPPE-IX-2 FROM 1 BY 1
                           UNTIL GRUPPE-IX-2 > NUM-GRUPPER
                       IF KG-GRUPPE-ID OF GRUPPE-ARR(GRUPPE-IX-2)
                               = KG-GRUPPE-ID OF GRUPPE-ARR(GRUPPE-IX)
                           AND KG-KUNDE-ID OF GRUPPE-ARR(GRUPPE-IX-2)
                               = PAR-KUNDE-B
                           MOVE "J" TO PAR-AFVIST-SW
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF PAR-AFVIST-SW = "J"
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM.

       TILFOEJ-FORSLAG.
           IF NUM-GRUPPER >= 2000
               DISPLAY "ADVARSEL: Kundegrupper.txt er fuld - "
                   "forslaget for " NY-KUNDE-ID " er ikke gemt."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO NUM-GRUPPER
           MOVE SPACES TO GRUPPE-ARR(NUM-GRUPPER)
           MOVE NY-GRUPPE-ID TO KG-GRUPPE-ID OF GRUPPE-ARR(NUM-GRUPPER)
           MOVE NY-KUNDE-ID TO KG-KUNDE-ID OF GRUPPE-ARR(NUM-GRUPPER)
           MOVE PAR-RELATION TO KG-RELATION OF GRUPPE-ARR(NUM-GRUPPER)
           MOVE "F" TO KG-STATUS OF GRUPPE-ARR(NUM-GRUPPER)
           MOVE DAGS-DATO TO KG-DATO OF GRUPPE-ARR(NUM-GRUPPER)
           MOVE PAR-BEGRUNDELSE
             TO KG-BEGRUNDELSE OF GRUPPE-ARR(NUM-GRUPPER)
           ADD 1 TO NYE-FORSLAG.

       NOTER-SAMMENLAEGNING.
           PERFORM VARYING SAMMENLAEG-IX FROM 1 BY 1
                   UNTIL SAMMENLAEG-IX > NUM-SAMMENLAEG
               IF (SL-GRUPPE-A(SAMMENLAEG-IX) = PAR-GRUPPE-A
                       AND SL-GRUPPE-B(SAMMENLAEG-IX) = PAR-GRUPPE-B)
                   OR (SL-GRUPPE-A(SAMMENLAEG-IX) = PAR-GRUPPE-B
                       AND SL-GRUPPE-B(SAMMENLAEG-IX) = PAR-GRUPPE-A)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF NUM-SAMMENLAEG < 100
               ADD 1 TO NUM-SAMMENLAEG
               MOVE PAR-GRUPPE-A TO SL-GRUPPE-A(NUM-SAMMENLAEG)
               MOVE PAR-GRUPPE-B TO SL-GRUPPE-B(NUM-SAMMENLAEG)
               MOVE PAR-BEGRUNDELSE TO SL-BEGRUNDELSE(NUM-SAMMENLAEG)
           END-IF.

       GRUPPE-ARR-REWRITE.
           OPEN OUTPUT FIL-GRUPPER
           PERFORM VARYING GRUPPE-IX FROM 1 BY 1
                   UNTIL GRUPPE-IX > NUM-GRUPPER
               WRITE GRUPPE-REKORD FROM GRUPPE-ARR(GRUPPE-IX)
           END-PERFORM
           MOVE SPACES TO GRUPPE-REKORD
           MOVE "TRAILER" TO TR-MARKER OF GRUPPE-REKORD-TRAILER
           MOVE NUM-GRUPPER TO TR-ANTAL OF GRUPPE-REKORD-TRAILER
           WRITE GRUPPE-REKORD
           CLOSE FIL-GRUPPER.

       LOOKUP-KONTO.
           MOVE 0 TO KONTO-MATCH-IX
           PERFORM VARYING KONTO-IX FROM 1 BY 1
                   UNTIL KONTO-IX > NUM-KONTI
               IF KONTO-ID OF KONTO-ARR(KONTO-IX) = SOEGE-KONTO
                   MOVE KONTO-IX TO KONTO-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * Kundens raekke i KE-ARR; oprettes, naar KE-OPRET-SW er "J".
       FIND-KE.
           MOVE 0 TO KE-IX
           PERFORM VARYING KE-IX FROM 1 BY 1 UNTIL KE-IX > NUM-KE
               IF KE-KUNDE-ID(KE-IX) = SOEGE-KUNDE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF KE-OPRET-SW = "J" AND NUM-KE < 2000
               ADD 1 TO NUM-KE
               MOVE NUM-KE TO KE-IX
               MOVE SOEGE-KUNDE TO KE-KUNDE-ID(KE-IX)
               MOVE ZEROS TO KE-LAAN(KE-IX)
               MOVE ZEROS TO KE-FACILITET(KE-IX)
               MOVE ZEROS TO KE-OVERTRAEK(KE-IX)
               MOVE ZEROS TO KE-I-ALT(KE-IX)
               MOVE SPACES TO KE-GRUPPE-ID(KE-IX)
               MOVE ZEROS TO KE-GRUPPE-ENG(KE-IX)
           ELSE
               MOVE 0 TO KE-IX
           END-IF.

      * En konto med aktiv laaneplan taeller med restgaelden (den
      * negative saldo er selve laanet); andre konti med den
      * gaeldende facilitet og det, der er traukket ud over den.
       BEREGN-KUNDE-ENGAGEMENT.
           MOVE "J" TO KE-OPRET-SW
           PERFORM VARYING KONTO-IX FROM 1 BY 1
                   UNTIL KONTO-IX > NUM-KONTI
               MOVE ZEROS TO AKT-LAAN
               MOVE ZEROS TO AKT-FACILITET
               MOVE ZEROS TO AKT-OVERTRAEK
               MOVE "N" TO PLAN-FUNDET-SW
               PERFORM VARYING PLAN-IX FROM 1 BY 1
                       UNTIL PLAN-IX > NUM-PLANER
                   IF LP-KONTO-ID OF PLAN-ARR(PLAN-IX)
                           = KONTO-ID OF KONTO-ARR(KONTO-IX)
                       AND LP-AKTIV OF PLAN-ARR(PLAN-IX)
                       MOVE "J" TO PLAN-FUNDET-SW
                       IF LP-RESTGAELD OF PLAN-ARR(PLAN-IX) > ZEROS
                           ADD LP-RESTGAELD OF PLAN-ARR(PLAN-IX)
                             TO AKT-LAAN
                       END-IF
                   END-IF
               END-PERFORM
               IF PLAN-FUNDET-SW = "N"
                   PERFORM VARYING FACILITET-IX FROM 1 BY 1
                           UNTIL FACILITET-IX > NUM-FACILITET
                       IF OF-KONTO-ID OF FACILITET-ARR(FACILITET-IX)
                               = KONTO-ID OF KONTO-ARR(KONTO-IX)
                           AND (OF-UDLOEB OF FACILITET-ARR(FACILITET-IX)
                                   = SPACES
                               OR OF-UDLOEB
                                   OF FACILITET-ARR(FACILITET-IX)
                                   NOT < DAGS-DATO)
                           AND OF-GRAENSE OF FACILITET-ARR(FACILITET-IX)
                               > ZEROS
                           MOVE OF-GRAENSE
                               OF FACILITET-ARR(FACILITET-IX)
                             TO AKT-FACILITET
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF BALANCE OF KONTO-ARR(KONTO-IX) < ZEROS
                       COMPUTE AKT-TRAEK =
                           ZEROS - BALANCE OF KONTO-ARR(KONTO-IX)
                       IF AKT-TRAEK > AKT-FACILITET
                           COMPUTE AKT-OVERTRAEK =
                               AKT-TRAEK - AKT-FACILITET
                       END-IF
                   END-IF
               END-IF
               IF AKT-LAAN > ZEROS OR AKT-FACILITET > ZEROS
                       OR AKT-OVERTRAEK > ZEROS
                   PERFORM OMREGN-KONTO
                   MOVE KUNDE-ID OF KONTO-ARR(KONTO-IX) TO SOEGE-KUNDE
                   PERFORM FIND-KE
                   IF KE-IX > 0
                       ADD AKT-LAAN TO KE-LAAN(KE-IX)
                       ADD AKT-FACILITET TO KE-FACILITET(KE-IX)
                       ADD AKT-OVERTRAEK TO KE-OVERTRAEK(KE-IX)
                       COMPUTE KE-I-ALT(KE-IX) = KE-LAAN(KE-IX)
                           + KE-FACILITET(KE-IX) + KE-OVERTRAEK(KE-IX)
                   END-IF
               END-IF
           END-PERFORM.

      * Nyeste kurs til og med koerselsdatoen, jf. OPG-41.
       OMREGN-KONTO.
           IF VALUTA-KD OF KONTO-ARR(KONTO-IX) = "DKK "
                   OR VALUTA-KD OF KONTO-ARR(KONTO-IX) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO KURS-MATCH-IX
           MOVE SPACES TO KURS-BEST-DATO
           PERFORM VARYING KURS-IX FROM 1 BY 1 UNTIL KURS-IX > NUM-KURS
               IF VALUTA-KD OF KURS-ARR(KURS-IX)
                       = VALUTA-KD OF KONTO-ARR(KONTO-IX)
                   AND KURS-DATO OF KURS-ARR(KURS-IX)
                       NOT > DAGS-DATO
                   AND KURS-DATO OF KURS-ARR(KURS-IX)
                       >= KURS-BEST-DATO
                   MOVE KURS-IX TO KURS-MATCH-IX
                   MOVE KURS-DATO OF KURS-ARR(KURS-IX)
                     TO KURS-BEST-DATO
               END-IF
           END-PERFORM
           IF KURS-MATCH-IX = 0
               DISPLAY "ADVARSEL: ingen kurs for "
                   VALUTA-KD OF KONTO-ARR(KONTO-IX) " - konto "
                   KONTO-ID OF KONTO-ARR(KONTO-IX)
               ADD 1 TO UKENDT-VALUTA-ANTAL
               EXIT PARAGRAPH
           END-IF
           MOVE KURS OF KURS-ARR(KURS-MATCH-IX) TO AKT-KURS
           COMPUTE AKT-LAAN ROUNDED = AKT-LAAN * AKT-KURS
           COMPUTE AKT-FACILITET ROUNDED = AKT-FACILITET * AKT-KURS
           COMPUTE AKT-OVERTRAEK ROUNDED = AKT-OVERTRAEK * AKT-KURS.

      * Hver godkendt gruppe bliver een enhed med summen af
      * medlemmernes engagement; kunder uden godkendt gruppe er hver
      * sin enhed.
       BEREGN-ENHEDER.
           MOVE "J" TO KE-OPRET-SW
           PERFORM VARYING GRUPPE-IX FROM 1 BY 1
                   UNTIL GRUPPE-IX > NUM-GRUPPER
               IF KG-GODKENDT OF GRUPPE-ARR(GRUPPE-IX)
                   MOVE KG-GRUPPE-ID OF GRUPPE-ARR(GRUPPE-IX)
                     TO SOEGE-GRUPPE
                   PERFORM FIND-ENHED
                   IF ENHED-FUNDET-SW = "N"
                       PERFORM OPRET-GRUPPE-ENHED
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING KE-IX FROM 1 BY 1 UNTIL KE-IX > NUM-KE
               IF KE-GRUPPE-ID(KE-IX) = SPACES
                   AND KE-I-ALT(KE-IX) > ZEROS
                   AND NUM-ENHED < 2000
                   ADD 1 TO NUM-ENHED
                   MOVE KE-KUNDE-ID(KE-IX) TO EN-ID(NUM-ENHED)
                   MOVE "K" TO EN-TYPE(NUM-ENHED)
                   MOVE 1 TO EN-ANTAL(NUM-ENHED)
                   MOVE KE-LAAN(KE-IX) TO EN-LAAN(NUM-ENHED)
                   MOVE KE-FACILITET(KE-IX) TO EN-FACILITET(NUM-ENHED)
                   MOVE KE-OVERTRAEK(KE-IX) TO EN-OVERTRAEK(NUM-ENHED)
                   MOVE KE-I-ALT(KE-IX) TO EN-I-ALT(NUM-ENHED)
               END-IF
           END-PERFORM.

       FIND-ENHED.
           MOVE "N" TO ENHED-FUNDET-SW
           PERFORM VARYING ENHED-IX FROM 1 BY 1
                   UNTIL ENHED-IX > NUM-ENHED
               IF EN-GRUPPE(ENHED-IX)
                   AND EN-ID(ENHED-IX) = SOEGE-GRUPPE
                   MOVE "J" TO ENHED-FUNDET-SW
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * En kunde i flere grupper taeller fuldt med i hver af dem; i
      * Engagement-Status.txt faar kunden den stoerste gruppe.
       OPRET-GRUPPE-ENHED.
           IF NUM-ENHED >= 2000
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO NUM-ENHED
           MOVE NUM-ENHED TO ENHED-IX
           MOVE SOEGE-GRUPPE TO EN-ID(ENHED-IX)
           MOVE "G" TO EN-TYPE(ENHED-IX)
           MOVE ZEROS TO EN-ANTAL(ENHED-IX)
           MOVE ZEROS TO EN-LAAN(ENHED-IX)
           MOVE ZEROS TO EN-FACILITET(ENHED-IX)
           MOVE ZEROS TO EN-OVERTRAEK(ENHED-IX)
           MOVE ZEROS TO EN-I-ALT(ENHED-IX)
           PERFORM VARYING GRUPPE-IX-2 FROM 1 BY 1
                   UNTIL GRUPPE-IX-2 > NUM-GRUPPER
               IF KG-GRUPPE-ID OF GRUPPE-ARR(GRUPPE-IX-2)
                       = SOEGE-GRUPPE
                   AND KG-GODKENDT OF GRUPPE-ARR(GRUPPE-IX-2)
                   ADD 1 TO EN-ANTAL(ENHED-IX)
                   MOVE KG-KUNDE-ID OF GRUPPE-ARR(GRUPPE-IX-2)
                     TO SOEGE-KUNDE
                   PERFORM FIND-KE
                   IF KE-IX > 0
                       ADD KE-LAAN(KE-IX) TO EN-LAAN(ENHED-IX)
                       ADD KE-FACILITET(KE-IX) TO EN-FACILITET(ENHED-IX)
                       ADD KE-OVERTRAEK(KE-IX) TO EN-OVERTRAEK(ENHED-IX)
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE EN-I-ALT(ENHED-IX) = EN-LAAN(ENHED-IX)
               + EN-FACILITET(ENHED-IX) + EN-OVERTRAEK(ENHED-IX)
           PERFORM VARYING GRUPPE-IX-2 FROM 1 BY 1
                   UNTIL GRUPPE-IX-2 > NUM-GRUPPER
               IF KG-GRUPPE-ID OF GRUPPE-ARR(GRUPPE-IX-2)
                       = SOEGE-GRUPPE
                   AND KG-GODKENDT OF GRUPPE-ARR(GRUPPE-IX-2)
                   MOVE KG-KUNDE-ID OF GRUPPE-ARR(GRUPPE-IX-2)
                     TO SOEGE-KUNDE
                   PERFORM FIND-KE
                   IF KE-IX > 0
                       IF KE-GRUPPE-ID(KE-IX) = SPACES
                           OR EN-I-ALT(ENHED-IX) > KE-GRUPPE-ENG(KE-IX)
                           MOVE SOEGE-GRUPPE TO KE-GRUPPE-ID(KE-IX)
                           MOVE EN-I-ALT(ENHED-IX)
                             TO KE-GRUPPE-ENG(KE-IX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       SKRIV-RAPPORT.
           MOVE SPACES TO RAPPORT-FILENAME
           STRING
               "../data/Store-Engagementer-" DELIMITED BY SIZE
               RUN-DATE(1:6)                 DELIMITED BY SIZE
               ".txt"                        DELIMITED BY SIZE
           INTO RAPPORT-FILENAME
           OPEN OUTPUT FIL-RAPPORT
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "STORE ENGAGEMENTER OG FORBUNDNE KUNDER - "
                                       DELIMITED BY SIZE
               DAGS-DATO               DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE PARM-KAPITALGRUNDLAG OF PARM-REC TO PRETTY-NUMERIC
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Kapitalgrundlag DKK " DELIMITED BY SIZE
               PRETTY-NUMERIC         DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE PARM-GRAENSE-PCT OF PARM-REC TO PRETTY-PCT
           MOVE GRAENSE-BELOEB TO PRETTY-NUMERIC
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Graense "             DELIMITED BY SIZE
               PRETTY-PCT             DELIMITED BY SIZE
               " pct. = DKK "         DELIMITED BY SIZE
               PRETTY-NUMERIC         DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE PARM-STORT-PCT OF PARM-REC TO PRETTY-PCT
           MOVE STORT-BELOEB TO PRETTY-NUMERIC
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Stort engagement fra " DELIMITED BY SIZE
               PRETTY-PCT              DELIMITED BY SIZE
               " pct. = DKK "          DELIMITED BY SIZE
               PRETTY-NUMERIC          DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "ID         TYPE    ANT"   DELIMITED BY SIZE
               "              LAAN"       DELIMITED BY SIZE
               "          FACILITET"      DELIMITED BY SIZE
               "          OVERTRAEK"      DELIMITED BY SIZE
               "              I ALT"      DELIMITED BY SIZE
               "    PCT"                  DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           PERFORM VARYING ENHED-IX FROM 1 BY 1
                   UNTIL ENHED-IX > NUM-ENHED
               IF EN-I-ALT(ENHED-IX) >= STORT-BELOEB
                   PERFORM SKRIV-ENHED
               END-IF
           END-PERFORM
           IF STORE-ANTAL = 0
               MOVE "Ingen engagementer over rapporteringsgraensen."
                 TO RAPPORT-TEXT
               WRITE RAPPORT-REC
           END-IF
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SUM-STORE TO PRETTY-NUMERIC
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Store engagementer i alt DKK " DELIMITED BY SIZE
               PRETTY-NUMERIC                  DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           PERFORM SKRIV-FORSLAG
           CLOSE FIL-RAPPORT.

       SKRIV-ENHED.
           ADD 1 TO STORE-ANTAL
           ADD EN-I-ALT(ENHED-IX) TO SUM-STORE
           COMPUTE ENHED-PCT ROUNDED = EN-I-ALT(ENHED-IX) * 100
               / PARM-KAPITALGRUNDLAG OF PARM-REC
           MOVE SPACES TO RAPPORT-LINJE
           MOVE EN-ID(ENHED-IX) TO RL-ID
           IF EN-GRUPPE(ENHED-IX)
               MOVE "GRUPPE" TO RL-TYPE
           ELSE
               MOVE "KUNDE" TO RL-TYPE
           END-IF
           MOVE EN-ANTAL(ENHED-IX) TO RL-ANTAL
           MOVE EN-LAAN(ENHED-IX) TO RL-LAAN
           MOVE EN-FACILITET(ENHED-IX) TO RL-FACILITET
           MOVE EN-OVERTRAEK(ENHED-IX) TO RL-OVERTRAEK
           MOVE EN-I-ALT(ENHED-IX) TO RL-I-ALT
           MOVE ENHED-PCT TO RL-PCT
           IF EN-I-ALT(ENHED-IX) > GRAENSE-BELOEB
               MOVE "OVER GRAENSE" TO RL-MARKERING
               ADD 1 TO OVER-GRAENSE-ANTAL
               DISPLAY "ADVARSEL: " EN-ID(ENHED-IX)
                   " er over graensen for store engagementer."
           END-IF
           MOVE RAPPORT-LINJE TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           IF EN-GRUPPE(ENHED-IX)
               PERFORM VARYING GRUPPE-IX FROM 1 BY 1
                       UNTIL GRUPPE-IX > NUM-GRUPPER
                   IF KG-GRUPPE-ID OF GRUPPE-ARR(GRUPPE-IX)
                           = EN-ID(ENHED-IX)
                       AND KG-GODKENDT OF GRUPPE-ARR(GRUPPE-IX)
                       PERFORM SKRIV-MEDLEM
                   END-IF
               END-PERFORM
           END-IF.

       SKRIV-MEDLEM.
           MOVE SPACES TO MEDLEM-LINJE
           MOVE KG-KUNDE-ID OF GRUPPE-ARR(GRUPPE-IX) TO ML-KUNDE-ID
           MOVE KG-RELATION OF GRUPPE-ARR(GRUPPE-IX) TO ML-RELATION
           MOVE KG-BEGRUNDELSE OF GRUPPE-ARR(GRUPPE-IX)
             TO ML-BEGRUNDELSE
           MOVE "N" TO KE-OPRET-SW
           MOVE KG-KUNDE-ID OF GRUPPE-ARR(GRUPPE-IX) TO SOEGE-KUNDE
           PERFORM FIND-KE
           IF KE-IX > 0
               MOVE KE-I-ALT(KE-IX) TO ML-I-ALT
           ELSE
               MOVE ZEROS TO ML-I-ALT
           END-IF
           MOVE MEDLEM-LINJE TO RAPPORT-TEXT
           WRITE RAPPORT-REC.

      * Aabne forslag (status F) og grupper, der boer laegges sammen,
      * til kreditafdelingens behandling.
       SKRIV-FORSLAG.
           MOVE 0 TO AABNE-FORSLAG
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE "FORESLAAEDE FORBINDELSER TIL BEHANDLING (STATUS F):"
             TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           PERFORM VARYING GRUPPE-IX FROM 1 BY 1
                   UNTIL GRUPPE-IX > NUM-GRUPPER
               IF KG-FORSLAG OF GRUPPE-ARR(GRUPPE-IX)
                   ADD 1 TO AABNE-FORSLAG
                   MOVE SPACES TO RAPPORT-TEXT
                   STRING
                       "    "          DELIMITED BY SIZE
                       KG-GRUPPE-ID OF GRUPPE-ARR(GRUPPE-IX)
                                       DELIMITED BY SIZE
                       " "             DELIMITED BY SIZE
                       KG-KUNDE-ID OF GRUPPE-ARR(GRUPPE-IX)
                                       DELIMITED BY SIZE
                       " "             DELIMITED BY SIZE
                       KG-RELATION OF GRUPPE-ARR(GRUPPE-IX)
                                       DELIMITED BY SIZE
                       " "             DELIMITED BY SIZE
                       KG-DATO OF GRUPPE-ARR(GRUPPE-IX)
                                       DELIMITED BY SIZE
                       " "             DELIMITED BY SIZE
                       KG-BEGRUNDELSE OF GRUPPE-ARR(GRUPPE-IX)
                                       DELIMITED BY SIZE
                   INTO RAPPORT-TEXT
                   WRITE RAPPORT-REC
               END-IF
           END-PERFORM
           IF AABNE-FORSLAG = 0
               MOVE "    Ingen." TO RAPPORT-TEXT
               WRITE RAPPORT-REC
           END-IF
           IF NUM-SAMMENLAEG > 0
               MOVE SPACES TO RAPPORT-TEXT
               WRITE RAPPORT-REC
               MOVE "GRUPPER, DER BOER LAEGGES SAMMEN:" TO RAPPORT-TEXT
               WRITE RAPPORT-REC
               PERFORM VARYING SAMMENLAEG-IX FROM 1 BY 1
                       UNTIL SAMMENLAEG-IX > NUM-SAMMENLAEG
                   MOVE SPACES TO RAPPORT-TEXT
                   STRING
                       "    "          DELIMITED BY SIZE
                       SL-GRUPPE-A(SAMMENLAEG-IX) DELIMITED BY SIZE
                       " og "          DELIMITED BY SIZE
                       SL-GRUPPE-B(SAMMENLAEG-IX) DELIMITED BY SIZE
                       " - "           DELIMITED BY SIZE
                       SL-BEGRUNDELSE(SAMMENLAEG-IX) DELIMITED BY SIZE
                   INTO RAPPORT-TEXT
                   WRITE RAPPORT-REC
               END-PERFORM
           END-IF.

      * Een raekke pr. kunde med engagement eller godkendt gruppe:
      * gruppens samlede engagement, ellers kundens eget.
       SKRIV-ENGAGEMENT-STATUS.
           OPEN OUTPUT FIL-ENG-STATUS
           PERFORM VARYING KE-IX FROM 1 BY 1 UNTIL KE-IX > NUM-KE
               MOVE SPACES TO ENG-STATUS-REKORD
               MOVE KE-KUNDE-ID(KE-IX) TO ES-KUNDE-ID
               MOVE KE-GRUPPE-ID(KE-IX) TO ES-GRUPPE-ID
               IF KE-GRUPPE-ID(KE-IX) NOT = SPACES
                   MOVE KE-GRUPPE-ENG(KE-IX) TO ES-ENGAGEMENT
               ELSE
                   MOVE KE-I-ALT(KE-IX) TO ES-ENGAGEMENT
               END-IF
               MOVE DAGS-DATO TO ES-DATO
               WRITE ENG-STATUS-REKORD
           END-PERFORM
           MOVE SPACES TO ENG-STATUS-REKORD
           MOVE "TRAILER" TO TR-MARKER OF ENG-STATUS-TRAILER
           MOVE NUM-KE TO TR-ANTAL OF ENG-STATUS-TRAILER
           WRITE ENG-STATUS-REKORD
           CLOSE FIL-ENG-STATUS.

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
           END-IF
           MOVE BD-DATO OF BOGFDATO-REC TO RUN-DATE
           STRING
               RUN-DATE(1:4) DELIMITED BY SIZE
               "-"           DELIMITED BY SIZE
               RUN-DATE(5:2) DELIMITED BY SIZE
               "-"           DELIMITED BY SIZE
               RUN-DATE(7:2) DELIMITED BY SIZE
           INTO DAGS-DATO.
