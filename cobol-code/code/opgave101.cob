       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPG-101.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIL-KUNDER ASSIGN TO "../data/Kundeoplysninger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KUNDER-STATUS.
           SELECT FIL-KONTI ASSIGN TO "../data/KontoOpl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KONTI-STATUS.
           SELECT FIL-BANKER ASSIGN TO "../data/Banker.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BANKER-STATUS.
           SELECT FIL-KORT ASSIGN TO "../data/Kort-Register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KORT-STATUS.
           SELECT FIL-ORDRER ASSIGN TO "../data/StaaendeOrdrer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ORDRE-STATUS.
           SELECT FIL-POSTNR ASSIGN TO "../data/Postnumre.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POSTNR-STATUS.
           SELECT FIL-FORRIGE
               ASSIGN TO "../data/Datakvalitet-Status.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FORRIGE-STATUS.
           SELECT FIL-SCORECARD ASSIGN TO SCORECARD-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-ARBEJDSLISTE
               ASSIGN TO "../data/Datakvalitet-Arbejdsliste.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-BOGFDATO ASSIGN TO "../data/Bogfoeringsdato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOGFDATO-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD FIL-KUNDER.
       01 KUNDE-OPL.
           COPY "../copybooks/KUNDER.cpy".
       01 KUNDE-OPL-TRAILER REDEFINES KUNDE-OPL.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(312).

       FD FIL-KONTI.
       01 KONTO-REKORD.
           COPY "../copybooks/KONTOOPL.cpy".
       01 KONTO-REKORD-TRAILER REDEFINES KONTO-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(37).

       FD FIL-BANKER.
       01 BANKER.
           COPY "../copybooks/BANKER.cpy".
       01 BANKER-TRAILER REDEFINES BANKER.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(121).

       FD FIL-KORT.
       01 KORT-REKORD.
           COPY "../copybooks/KORT.cpy".
       01 KORT-REKORD-TRAILER REDEFINES KORT-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(38).

       FD FIL-ORDRER.
       01 ORDRE-REKORD.
           COPY "../copybooks/STAAENDE-ORDRE.cpy".
       01 ORDRE-REKORD-TRAILER REDEFINES ORDRE-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(69).

       FD FIL-POSTNR.
       01 POSTNR-REC.
           COPY "../copybooks/POSTNUMRE.cpy".

       FD FIL-FORRIGE.
       01 FORRIGE-REC.
           02 FR-PERIODE     PIC 9(06).
           02 FR-REGEL       PIC X(03).
           02 FR-ANTAL       PIC 9(06).
           02 FR-PROCENT     PIC 9(03)V9.
           02 FR-FORR-SW     PIC X(01).
           02 FR-FORR-ANTAL  PIC 9(06).
           02 FR-FORR-PROCENT PIC 9(03)V9.

       FD FIL-SCORECARD.
       01 SCORECARD-REC.
           02 SCORECARD-TEXT PIC X(132).

       FD FIL-ARBEJDSLISTE.
       01 ARBEJDSLISTE-REC.
           02 ARBEJDSLISTE-TEXT PIC X(132).

       FD FIL-BOGFDATO.
       01 BOGFDATO-FIL-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".

       WORKING-STORAGE SECTION.

      * Maanedligt datakvalitets-scorecard over stamdata: kunder,
      * konti, banker, kort og staaende ordrer holdes op mod et saet
      * fuldstaendigheds- og konsistensregler. Scorecardet viser pr.
      * regel antal og procent af postene i masterfilen samt
      * udviklingen siden sidste maaned (Datakvalitet-Status.txt), og
      * arbejdslisten viser pr. regel de poster, backoffice skal rette
      * i det anfoerte vedligeholdelsesprogram.
       01 KUNDER-STATUS    PIC XX VALUE "00".
       01 KONTI-STATUS     PIC XX VALUE "00".
       01 BANKER-STATUS    PIC XX VALUE "00".
       01 KORT-STATUS      PIC XX VALUE "00".
       01 ORDRE-STATUS     PIC XX VALUE "00".
       01 POSTNR-STATUS    PIC XX VALUE "00".
       01 FORRIGE-STATUS   PIC XX VALUE "00".
       01 EOF-FLAG         PIC X(01) VALUE "N".

      * Reglerne: id, masterfil (1-5), vedligeholdelsesprogram og
      * tekst. En ny regel er en ny raekke her plus en kontrol i
      * masterfilens KONTROL-paragraf.
       01 REGEL-TABLE.
           02 FILLER PIC X(62) VALUE
               "K011OPG-12E-mail mangler ved kontaktkanal e-mail".
           02 FILLER PIC X(62) VALUE
               "K021OPG-12Telefon mangler".
           02 FILLER PIC X(62) VALUE
               "K031OPG-12CPR mangler".
           02 FILLER PIC X(62) VALUE
               "K041OPG-12CPR ugyldigt - foedselsdato kan ikke udledes".
           02 FILLER PIC X(62) VALUE
               "K051OPG-12Landekode mangler ved udenlandsk postnummer".
           02 FILLER PIC X(62) VALUE
               "K061OPG-12Sprogkode mangler".
           02 FILLER PIC X(62) VALUE
               "K071OPG-12Adresse ufuldstaendig (vej, by eller postnr)".
           02 FILLER PIC X(62) VALUE
               "A012OPG-29Konto uden kunde i kunderegistret".
           02 FILLER PIC X(62) VALUE
               "A022OPG-29Ukendt kontotype".
           02 FILLER PIC X(62) VALUE
               "A032OPG-29Valutakode mangler".
           02 FILLER PIC X(62) VALUE
               "A042OPG-29Kontonummer ikke paa nogen kundepost".
           02 FILLER PIC X(62) VALUE
               "B013OPG-13Banknavn mangler".
           02 FILLER PIC X(62) VALUE
               "B023OPG-13Telefon eller e-mail mangler".
           02 FILLER PIC X(62) VALUE
               "B033OPG-13Reg.nr. ugyldigt".
           02 FILLER PIC X(62) VALUE
               "C014OPG-84Kort paa ukendt konto".
           02 FILLER PIC X(62) VALUE
               "C024OPG-84Kort paa ukendt kunde".
           02 FILLER PIC X(62) VALUE
               "C034OPG-84Spaerret kort uden spaerredato".
           02 FILLER PIC X(62) VALUE
               "S015OPG-20Ordre paa ukendt konto".
           02 FILLER PIC X(62) VALUE
               "S025OPG-20Aktiv ordre uden beloeb".
           02 FILLER PIC X(62) VALUE
               "S035OPG-20Aktiv ordre uden gyldig forfaldsdato".
       01 REGEL-ARR REDEFINES REGEL-TABLE.
           02 REGEL-ENTRY OCCURS 20 TIMES.
               03 RG-ID        PIC X(03).
               03 RG-MASTER    PIC 9(01).
               03 RG-PROGRAM   PIC X(06).
               03 RG-TEKST     PIC X(52).
       01 REGEL-IX         PIC 9(02) VALUE 0.

       01 REGEL-TAELLER-ARR OCCURS 20 TIMES.
           02 RT-ANTAL      PIC 9(06) VALUE ZEROS.
           02 RT-PROCENT    PIC 9(03)V9 VALUE ZEROS.
           02 RT-FORR-SW    PIC X(01) VALUE "N".
           02 RT-FORR-ANTAL PIC 9(06) VALUE ZEROS.
           02 RT-FORR-PROCENT PIC 9(03)V9 VALUE ZEROS.

       01 MASTER-TABLE.
           02 FILLER PIC X(20) VALUE "Kunder".
           02 FILLER PIC X(20) VALUE "Konti".
           02 FILLER PIC X(20) VALUE "Banker".
           02 FILLER PIC X(20) VALUE "Kort".
           02 FILLER PIC X(20) VALUE "Staaende ordrer".
       01 MASTER-ARR REDEFINES MASTER-TABLE.
           02 MASTER-NAVN   PIC X(20) OCCURS 5 TIMES.
       01 MASTER-TAELLER-ARR OCCURS 5 TIMES.
           02 MT-POSTER     PIC 9(06) VALUE ZEROS.
           02 MT-FEJLFRI    PIC 9(06) VALUE ZEROS.
           02 MT-FINDES-SW  PIC X(01) VALUE "N".
       01 MASTER-IX        PIC 9(01) VALUE 0.

      * Gyldige kontotyper, jf. OPG-9's KONTO-TYPE-TABLE.
       01 KONTO-TYPE-TABLE.
           02 FILLER PIC X(10) VALUE "LØNKONTO".
           02 FILLER PIC X(10) VALUE "OPSPARING".
           02 FILLER PIC X(10) VALUE "LÅN".
           02 FILLER PIC X(10) VALUE "BUDGET".
       01 KONTO-TYPE-ARR REDEFINES KONTO-TYPE-TABLE.
           02 KONTO-TYPE-ENTRY PIC X(10) OCCURS 4 TIMES.
       01 TYPE-IX          PIC 9(02) VALUE 0.
       01 TYPE-MATCH-SW    PIC X(01) VALUE "N".

       01 NUM-KUNDER       PIC 9(04) VALUE 0.
       01 KUNDE-ARR OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-KUNDER.
           COPY "../copybooks/KUNDER.cpy".
       01 KUNDE-IX         PIC 9(04) VALUE 0.
       01 KUNDE-IX2        PIC 9(04) VALUE 0.

       01 NUM-KONTI        PIC 9(04) VALUE 0.
       01 KONTO-ARR OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-KONTI.
           COPY "../copybooks/KONTOOPL.cpy".
       01 KONTO-IX         PIC 9(04) VALUE 0.

       01 NUM-POSTNR       PIC 9(04) VALUE 0.
       01 POSTNR-ARR OCCURS 0 TO 2000 TIMES DEPENDING ON NUM-POSTNR.
           COPY "../copybooks/POSTNUMRE.cpy".
       01 POSTNR-IX        PIC 9(04) VALUE 0.

       01 SOEG-KONTO-ID    PIC X(14) VALUE SPACES.
       01 SOEG-KUNDE-ID    PIC X(10) VALUE SPACES.
       01 FUNDET-SW        PIC X(01) VALUE "N".
       01 POST-FEJL-SW     PIC X(01) VALUE "N".
       01 CPR-DAG          PIC 9(02) VALUE ZEROS.
       01 CPR-MAANED       PIC 9(02) VALUE ZEROS.

      * Arbejdslisten samles og sorteres efter regel, saa hver regel
      * faar sit eget afsnit.
       01 FUND-NOEGLE      PIC X(20) VALUE SPACES.
       01 FUND-DETALJE     PIC X(40) VALUE SPACES.
       01 NUM-FUND         PIC 9(05) VALUE 0.
       01 FUND-ARR OCCURS 0 TO 9999 TIMES DEPENDING ON NUM-FUND.
           02 FU-REGEL-IX   PIC 9(02).
           02 FU-LOEBENR    PIC 9(05).
           02 FU-NOEGLE     PIC X(20).
           02 FU-DETALJE    PIC X(40).
       01 FUND-IX          PIC 9(05) VALUE 0.
       01 FUND-TABT        PIC 9(06) VALUE ZEROS.
       01 SIDSTE-REGEL-IX  PIC 9(02) VALUE 0.

       01 SCORECARD-FILENAME PIC X(60) VALUE SPACES.
       01 PERIODE          PIC 9(06) VALUE ZEROS.
       01 RUN-DATE         PIC 9(08) VALUE ZEROS.
      * Koerselsdatoen er bankens bogfoeringsdato (Bogfoeringsdato.txt),
      * ikke maskinens dato.
       01 BOGFDATO-STATUS  PIC XX VALUE "00".
       01 BOGFDATO-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".

       01 PROCENT-TMP      PIC 9(03)V9 VALUE ZEROS.
       01 PROCENT-PRETTY   PIC ZZ9.9.
       01 FORR-PRETTY      PIC ZZ9.9.
       01 DELTA            PIC S9(06) VALUE ZEROS.
       01 DELTA-PRETTY     PIC +ZZZZZ9.
       01 ANTAL-PRETTY     PIC ZZZZZ9.

       PROCEDURE DIVISION.
           PERFORM BOGFOERINGSDATO-FILL
           MOVE BD-DATO OF BOGFDATO-REC TO RUN-DATE
           MOVE RUN-DATE(1:6) TO PERIODE
           MOVE SPACES TO SCORECARD-FILENAME
           STRING "../data/Datakvalitet-Scorecard-" DELIMITED BY SIZE
                  PERIODE                           DELIMITED BY SIZE
                  ".txt"                            DELIMITED BY SIZE
               INTO SCORECARD-FILENAME
           PERFORM POSTNR-ARR-FILL
           PERFORM KUNDE-ARR-FILL
           PERFORM KONTO-ARR-FILL
           PERFORM FORRIGE-FILL

           PERFORM KONTROL-KUNDER
           PERFORM KONTROL-KONTI
           PERFORM KONTROL-BANKER
           PERFORM KONTROL-KORT
           PERFORM KONTROL-ORDRER

           PERFORM BEREGN-PROCENTER
           SORT FUND-ARR
               ASCENDING FU-REGEL-IX OF FUND-ARR
               ASCENDING FU-LOEBENR OF FUND-ARR
           PERFORM SKRIV-SCORECARD
           PERFORM SKRIV-ARBEJDSLISTE
           PERFORM FORRIGE-REWRITE
           IF FUND-TABT > 0
               DISPLAY "ADVARSEL: " FUND-TABT " fund kom ikke med i "
                   "arbejdslisten (max 9999)"
           END-IF
           DISPLAY "Datakvalitet " PERIODE " - " NUM-FUND
               " fund, se " SCORECARD-FILENAME
           STOP RUN.

       POSTNR-ARR-FILL.
           MOVE 0 TO NUM-POSTNR
           OPEN INPUT FIL-POSTNR
           IF POSTNR-STATUS NOT = "00"
               DISPLAY "Postnumre.txt findes ikke - landekoden "
                   "kontrolleres ikke"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-POSTNR
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF NUM-POSTNR < 2000
                           ADD 1 TO NUM-POSTNR
                           MOVE POSTNR-REC TO POSTNR-ARR(NUM-POSTNR)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-POSTNR.

       KUNDE-ARR-FILL.
           MOVE 0 TO NUM-KUNDER
           OPEN INPUT FIL-KUNDER
           IF KUNDER-STATUS NOT = "00"
               DISPLAY "FEJL: Kundeoplysninger.txt findes ikke"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "Y" TO MT-FINDES-SW(1)
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-KUNDER
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF KUNDE-OPL-TRAILER = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                       ELSE
                           IF NUM-KUNDER >= 1000
                               DISPLAY "FEJL: Kundeoplysninger.txt har "
                                   "mere end 1000 poster"
                               MOVE 1 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO NUM-KUNDER
                           MOVE KUNDE-OPL TO KUNDE-ARR(NUM-KUNDER)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-KUNDER.

       KONTO-ARR-FILL.
           MOVE 0 TO NUM-KONTI
           OPEN INPUT FIL-KONTI
           IF KONTI-STATUS NOT = "00"
               DISPLAY "FEJL: KontoOpl.txt findes ikke"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "Y" TO MT-FINDES-SW(2)
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-KONTI
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF KONTO-REKORD-TRAILER = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                       ELSE
                           IF NUM-KONTI >= 1000
                               DISPLAY "FEJL: KontoOpl.txt har mere "
                                   "end 1000 konti"
                               MOVE 1 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO NUM-KONTI
                           MOVE KONTO-REKORD TO KONTO-ARR(NUM-KONTI)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-KONTI.

      * Sidste maaneds tal. Ved genkoersel i samme maaned er det de
      * gemte forrige-tal, der gaelder.
       FORRIGE-FILL.
           OPEN INPUT FIL-FORRIGE
           IF FORRIGE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-FORRIGE
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       PERFORM GEM-FORRIGE
               END-READ
           END-PERFORM
           CLOSE FIL-FORRIGE.

       GEM-FORRIGE.
           PERFORM VARYING REGEL-IX FROM 1 BY 1 UNTIL REGEL-IX > 20
               IF RG-ID(REGEL-IX) = FR-REGEL
                   IF FR-PERIODE = PERIODE
                       IF FR-FORR-SW = "Y"
                           MOVE "Y" TO RT-FORR-SW(REGEL-IX)
                           MOVE FR-FORR-ANTAL
                             TO RT-FORR-ANTAL(REGEL-IX)
                           MOVE FR-FORR-PROCENT
                             TO RT-FORR-PROCENT(REGEL-IX)
                       END-IF
                   ELSE
                       MOVE "Y" TO RT-FORR-SW(REGEL-IX)
                       MOVE FR-ANTAL TO RT-FORR-ANTAL(REGEL-IX)
                       MOVE FR-PROCENT TO RT-FORR-PROCENT(REGEL-IX)
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      ******************************************************************
      * Kunder
      ******************************************************************
       KONTROL-KUNDER.
           PERFORM VARYING KUNDE-IX FROM 1 BY 1
                   UNTIL KUNDE-IX > NUM-KUNDER
               ADD 1 TO MT-POSTER(1)
               MOVE "N" TO POST-FEJL-SW
               MOVE KUNDE-ID OF KUNDE-ARR(KUNDE-IX) TO FUND-NOEGLE
               PERFORM KONTROL-KUNDE
               IF POST-FEJL-SW = "N"
                   ADD 1 TO MT-FEJLFRI(1)
               END-IF
           END-PERFORM.

       KONTROL-KUNDE.
           IF KANAL-EMAIL OF KUNDE-ARR(KUNDE-IX)
                   AND EMAIL OF KUNDE-ARR(KUNDE-IX) = SPACES
               MOVE 1 TO REGEL-IX
               MOVE SPACES TO FUND-DETALJE
               PERFORM REGISTRER-FUND
           END-IF
           IF TELEFON OF KUNDE-ARR(KUNDE-IX) = SPACES
               MOVE 2 TO REGEL-IX
               MOVE SPACES TO FUND-DETALJE
               PERFORM REGISTRER-FUND
           END-IF
           IF CPR OF KUNDE-ARR(KUNDE-IX) = SPACES
               MOVE 3 TO REGEL-IX
               MOVE SPACES TO FUND-DETALJE
               PERFORM REGISTRER-FUND
           ELSE
               PERFORM KONTROL-CPR
           END-IF
           IF LANDE-KODE OF KUNDE-ARR(KUNDE-IX) = SPACES
                   AND NUM-POSTNR > 0
               PERFORM KONTROL-POSTNR
           END-IF
           IF SPROG-KODE OF KUNDE-ARR(KUNDE-IX) = SPACES
               MOVE 6 TO REGEL-IX
               MOVE SPACES TO FUND-DETALJE
               PERFORM REGISTRER-FUND
           END-IF
           IF VEJNAVN OF KUNDE-ARR(KUNDE-IX) = SPACES
                   OR BY-ADR OF KUNDE-ARR(KUNDE-IX) = SPACES
                   OR POSTNR OF KUNDE-ARR(KUNDE-IX) = SPACES
               MOVE 7 TO REGEL-IX
               MOVE SPACES TO FUND-DETALJE
               PERFORM REGISTRER-FUND
           END-IF.

      * CPR-format som OPG-73's CHECK-CPR-FORMAT; desuden skal de
      * foerste seks cifre vaere en mulig dato (DDMMAA), ellers kan
      * foedselsdato og alder ikke udledes.
       KONTROL-CPR.
           IF CPR OF KUNDE-ARR(KUNDE-IX) (1:6) NOT NUMERIC
                   OR CPR OF KUNDE-ARR(KUNDE-IX) (7:1) NOT = "-"
                   OR CPR OF KUNDE-ARR(KUNDE-IX) (8:4) NOT NUMERIC
               MOVE 4 TO REGEL-IX
               MOVE CPR OF KUNDE-ARR(KUNDE-IX) (1:6) TO FUND-DETALJE
               PERFORM REGISTRER-FUND
               EXIT PARAGRAPH
           END-IF
           MOVE CPR OF KUNDE-ARR(KUNDE-IX) (1:2) TO CPR-DAG
           MOVE CPR OF KUNDE-ARR(KUNDE-IX) (3:2) TO CPR-MAANED
           IF CPR-DAG < 1 OR CPR-DAG > 31
                   OR CPR-MAANED < 1 OR CPR-MAANED > 12
               MOVE 4 TO REGEL-IX
               MOVE CPR OF KUNDE-ARR(KUNDE-IX) (1:6) TO FUND-DETALJE
               PERFORM REGISTRER-FUND
           END-IF.

      * Et postnummer, der ikke findes i Postnumre.txt, er udenlandsk
      * og kraever landekode (jf. OPG-9's FORMAT-ADR).
       KONTROL-POSTNR.
           MOVE "N" TO FUNDET-SW
           IF POSTNR OF KUNDE-ARR(KUNDE-IX) NUMERIC
               PERFORM VARYING POSTNR-IX FROM 1 BY 1
                       UNTIL POSTNR-IX > NUM-POSTNR
                   IF POST-NR OF POSTNR-ARR(POSTNR-IX)
                           = POSTNR OF KUNDE-ARR(KUNDE-IX)
                       MOVE "Y" TO FUNDET-SW
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF FUNDET-SW = "N"
                   AND POSTNR OF KUNDE-ARR(KUNDE-IX) NOT = SPACES
               MOVE 5 TO REGEL-IX
               MOVE SPACES TO FUND-DETALJE
               STRING "postnr " DELIMITED BY SIZE
                      POSTNR OF KUNDE-ARR(KUNDE-IX) DELIMITED BY SIZE
                   INTO FUND-DETALJE
               PERFORM REGISTRER-FUND
           END-IF.

      ******************************************************************
      * Konti
      ******************************************************************
       KONTROL-KONTI.
           PERFORM VARYING KONTO-IX FROM 1 BY 1
                   UNTIL KONTO-IX > NUM-KONTI
               ADD 1 TO MT-POSTER(2)
               MOVE "N" TO POST-FEJL-SW
               MOVE KONTO-ID OF KONTO-ARR(KONTO-IX) TO FUND-NOEGLE
               PERFORM KONTROL-KONTO
               IF POST-FEJL-SW = "N"
                   ADD 1 TO MT-FEJLFRI(2)
               END-IF
           END-PERFORM.

       KONTROL-KONTO.
           MOVE KUNDE-ID OF KONTO-ARR(KONTO-IX) TO SOEG-KUNDE-ID
           PERFORM FIND-KUNDE
           IF FUNDET-SW = "N"
               MOVE 8 TO REGEL-IX
               MOVE SPACES TO FUND-DETALJE
               STRING "kunde-id " DELIMITED BY SIZE
                      SOEG-KUNDE-ID DELIMITED BY SIZE
                   INTO FUND-DETALJE
               PERFORM REGISTRER-FUND
           END-IF
           MOVE "N" TO TYPE-MATCH-SW
           PERFORM VARYING TYPE-IX FROM 1 BY 1 UNTIL TYPE-IX > 4
               IF KONTO-TYPE OF KONTO-ARR(KONTO-IX)
                       = KONTO-TYPE-ENTRY(TYPE-IX)
                   MOVE "Y" TO TYPE-MATCH-SW
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF TYPE-MATCH-SW = "N"
               MOVE 9 TO REGEL-IX
               MOVE KONTO-TYPE OF KONTO-ARR(KONTO-IX) TO FUND-DETALJE
               PERFORM REGISTRER-FUND
           END-IF
           IF VALUTA-KD OF KONTO-ARR(KONTO-IX) = SPACES
               MOVE 10 TO REGEL-IX
               MOVE SPACES TO FUND-DETALJE
               PERFORM REGISTRER-FUND
           END-IF
           MOVE "N" TO FUNDET-SW
           PERFORM VARYING KUNDE-IX2 FROM 1 BY 1
                   UNTIL KUNDE-IX2 > NUM-KUNDER
               IF KONTO-NUMMER OF KUNDE-ARR(KUNDE-IX2)
                       = KONTO-ID OF KONTO-ARR(KONTO-IX)
                   MOVE "Y" TO FUNDET-SW
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF FUNDET-SW = "N"
               MOVE 11 TO REGEL-IX
               MOVE SPACES TO FUND-DETALJE
               PERFORM REGISTRER-FUND
           END-IF.

      ******************************************************************
      * Banker
      ******************************************************************
       KONTROL-BANKER.
           OPEN INPUT FIL-BANKER
           IF BANKER-STATUS NOT = "00"
               DISPLAY "Banker.txt findes ikke - springes over"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO MT-FINDES-SW(3)
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-BANKER
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF BANKER-TRAILER = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                       ELSE
                           ADD 1 TO MT-POSTER(3)
                           MOVE "N" TO POST-FEJL-SW
                           PERFORM KONTROL-BANK
                           IF POST-FEJL-SW = "N"
                               ADD 1 TO MT-FEJLFRI(3)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-BANKER.

       KONTROL-BANK.
           MOVE SPACES TO FUND-NOEGLE
           MOVE REG-NR OF BANKER TO FUND-NOEGLE
           IF BANKNAVN OF BANKER = SPACES
               MOVE 12 TO REGEL-IX
               MOVE SPACES TO FUND-DETALJE
               PERFORM REGISTRER-FUND
           END-IF
           IF TELEFON OF BANKER = SPACES
                   OR EMAIL OF BANKER = SPACES
               MOVE 13 TO REGEL-IX
               MOVE BANKNAVN OF BANKER TO FUND-DETALJE
               PERFORM REGISTRER-FUND
           END-IF
           IF REG-NR OF BANKER NOT NUMERIC
                   OR REG-NR OF BANKER = ZEROS
               MOVE 14 TO REGEL-IX
               MOVE BANKNAVN OF BANKER TO FUND-DETALJE
               PERFORM REGISTRER-FUND
           END-IF.

      ******************************************************************
      * Kort
      ******************************************************************
       KONTROL-KORT.
           OPEN INPUT FIL-KORT
           IF KORT-STATUS NOT = "00"
               DISPLAY "Kort-Register.txt findes ikke - springes over"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO MT-FINDES-SW(4)
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-KORT
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF KORT-REKORD-TRAILER = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                       ELSE
                           ADD 1 TO MT-POSTER(4)
                           MOVE "N" TO POST-FEJL-SW
                           PERFORM KONTROL-ET-KORT
                           IF POST-FEJL-SW = "N"
                               ADD 1 TO MT-FEJLFRI(4)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-KORT.

       KONTROL-ET-KORT.
           MOVE KM-KORT-NR TO FUND-NOEGLE
           MOVE KM-KONTO-ID TO SOEG-KONTO-ID
           PERFORM FIND-KONTO
           IF FUNDET-SW = "N"
               MOVE 15 TO REGEL-IX
               MOVE SPACES TO FUND-DETALJE
               STRING "konto " DELIMITED BY SIZE
                      KM-KONTO-ID DELIMITED BY SIZE
                   INTO FUND-DETALJE
               PERFORM REGISTRER-FUND
           END-IF
           MOVE KM-KUNDE-ID TO SOEG-KUNDE-ID
           PERFORM FIND-KUNDE
           IF FUNDET-SW = "N"
               MOVE 16 TO REGEL-IX
               MOVE SPACES TO FUND-DETALJE
               STRING "kunde-id " DELIMITED BY SIZE
                      KM-KUNDE-ID DELIMITED BY SIZE
                   INTO FUND-DETALJE
               PERFORM REGISTRER-FUND
           END-IF
           IF KM-BLOKERET AND KM-BLOK-DATO = SPACES
               MOVE 17 TO REGEL-IX
               MOVE SPACES TO FUND-DETALJE
               PERFORM REGISTRER-FUND
           END-IF.

      ******************************************************************
      * Staaende ordrer
      ******************************************************************
       KONTROL-ORDRER.
           OPEN INPUT FIL-ORDRER
           IF ORDRE-STATUS NOT = "00"
               DISPLAY "StaaendeOrdrer.txt findes ikke - springes over"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO MT-FINDES-SW(5)
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-ORDRER
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF ORDRE-REKORD-TRAILER = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                       ELSE
                           ADD 1 TO MT-POSTER(5)
                           MOVE "N" TO POST-FEJL-SW
                           PERFORM KONTROL-ORDRE
                           IF POST-FEJL-SW = "N"
                               ADD 1 TO MT-FEJLFRI(5)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-ORDRER.

       KONTROL-ORDRE.
           MOVE SPACES TO FUND-NOEGLE
           MOVE SO-ORDRE-NR TO FUND-NOEGLE
           MOVE SO-KONTO-ID TO SOEG-KONTO-ID
           PERFORM FIND-KONTO
           IF FUNDET-SW = "N"
               MOVE 18 TO REGEL-IX
               MOVE SPACES TO FUND-DETALJE
               STRING "konto " DELIMITED BY SIZE
                      SO-KONTO-ID DELIMITED BY SIZE
                   INTO FUND-DETALJE
               PERFORM REGISTRER-FUND
           END-IF
           IF SO-AKTIV
               IF SO-BELOEB NOT NUMERIC OR SO-BELOEB = ZEROS
                   MOVE 19 TO REGEL-IX
                   MOVE SPACES TO FUND-DETALJE
                   PERFORM REGISTRER-FUND
               END-IF
               IF SO-NAESTE-FORFALD(1:4) NOT NUMERIC
                       OR SO-NAESTE-FORFALD(5:1) NOT = "-"
                       OR SO-NAESTE-FORFALD(6:2) NOT NUMERIC
                       OR SO-NAESTE-FORFALD(8:1) NOT = "-"
                       OR SO-NAESTE-FORFALD(9:2) NOT NUMERIC
                   MOVE 20 TO REGEL-IX
                   MOVE SO-NAESTE-FORFALD TO FUND-DETALJE
                   PERFORM REGISTRER-FUND
               END-IF
           END-IF.

       FIND-KUNDE.
           MOVE "N" TO FUNDET-SW
           PERFORM VARYING KUNDE-IX2 FROM 1 BY 1
                   UNTIL KUNDE-IX2 > NUM-KUNDER
               IF KUNDE-ID OF KUNDE-ARR(KUNDE-IX2) = SOEG-KUNDE-ID
                   MOVE "Y" TO FUNDET-SW
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-KONTO.
           MOVE "N" TO FUNDET-SW
           PERFORM VARYING KONTO-IX FROM 1 BY 1
                   UNTIL KONTO-IX > NUM-KONTI
               IF KONTO-ID OF KONTO-ARR(KONTO-IX) = SOEG-KONTO-ID
                   MOVE "Y" TO FUNDET-SW
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       REGISTRER-FUND.
           MOVE "Y" TO POST-FEJL-SW
           ADD 1 TO RT-ANTAL(REGEL-IX)
           IF NUM-FUND >= 9999
               ADD 1 TO FUND-TABT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO NUM-FUND
           MOVE REGEL-IX TO FU-REGEL-IX(NUM-FUND)
           MOVE NUM-FUND TO FU-LOEBENR(NUM-FUND)
           MOVE FUND-NOEGLE TO FU-NOEGLE(NUM-FUND)
           MOVE FUND-DETALJE TO FU-DETALJE(NUM-FUND).

       BEREGN-PROCENTER.
           PERFORM VARYING REGEL-IX FROM 1 BY 1 UNTIL REGEL-IX > 20
               MOVE RG-MASTER(REGEL-IX) TO MASTER-IX
               IF MT-POSTER(MASTER-IX) > 0
                   COMPUTE RT-PROCENT(REGEL-IX) ROUNDED =
                       RT-ANTAL(REGEL-IX) * 100 / MT-POSTER(MASTER-IX)
               ELSE
                   MOVE ZEROS TO RT-PROCENT(REGEL-IX)
               END-IF
           END-PERFORM.

       SKRIV-SCORECARD.
           OPEN OUTPUT FIL-SCORECARD
           MOVE SPACES TO SCORECARD-TEXT
           STRING "DATAKVALITET - SCORECARD " DELIMITED BY SIZE
                  PERIODE(1:4)                DELIMITED BY SIZE
                  "-"                         DELIMITED BY SIZE
                  PERIODE(5:2)                DELIMITED BY SIZE
               INTO SCORECARD-TEXT
           WRITE SCORECARD-REC
           MOVE SPACES TO SCORECARD-TEXT
           WRITE SCORECARD-REC
           PERFORM VARYING MASTER-IX FROM 1 BY 1 UNTIL MASTER-IX > 5
               PERFORM SKRIV-MASTER-AFSNIT
           END-PERFORM
           CLOSE FIL-SCORECARD.

       SKRIV-MASTER-AFSNIT.
           MOVE SPACES TO SCORECARD-TEXT
           IF MT-FINDES-SW(MASTER-IX) = "N"
               STRING MASTER-NAVN(MASTER-IX) DELIMITED BY "  "
                      ": filen findes ikke"  DELIMITED BY SIZE
                   INTO SCORECARD-TEXT
               WRITE SCORECARD-REC
               MOVE SPACES TO SCORECARD-TEXT
               WRITE SCORECARD-REC
               EXIT PARAGRAPH
           END-IF
           IF MT-POSTER(MASTER-IX) > 0
               COMPUTE PROCENT-TMP ROUNDED =
                   MT-FEJLFRI(MASTER-IX) * 100 / MT-POSTER(MASTER-IX)
           ELSE
               MOVE 100 TO PROCENT-TMP
           END-IF
           MOVE PROCENT-TMP TO PROCENT-PRETTY
           STRING MASTER-NAVN(MASTER-IX) DELIMITED BY "  "
                  ": "                   DELIMITED BY SIZE
                  MT-POSTER(MASTER-IX)   DELIMITED BY SIZE
                  " poster, "            DELIMITED BY SIZE
                  MT-FEJLFRI(MASTER-IX)  DELIMITED BY SIZE
                  " fejlfri (score "     DELIMITED BY SIZE
                  PROCENT-PRETTY         DELIMITED BY SIZE
                  "%)"                   DELIMITED BY SIZE
               INTO SCORECARD-TEXT
           WRITE SCORECARD-REC
           MOVE "  REGEL BESKRIVELSE" TO SCORECARD-TEXT
           MOVE "ANTAL   PCT  FORRIGE    PCT  AENDRING RET I"
             TO SCORECARD-TEXT(64:44)
           WRITE SCORECARD-REC
           PERFORM VARYING REGEL-IX FROM 1 BY 1 UNTIL REGEL-IX > 20
               IF RG-MASTER(REGEL-IX) = MASTER-IX
                   PERFORM SKRIV-REGEL-LINJE
               END-IF
           END-PERFORM
           MOVE SPACES TO SCORECARD-TEXT
           WRITE SCORECARD-REC.

       SKRIV-REGEL-LINJE.
           MOVE SPACES TO SCORECARD-TEXT
           MOVE RG-ID(REGEL-IX) TO SCORECARD-TEXT(3:3)
           MOVE RG-TEKST(REGEL-IX) TO SCORECARD-TEXT(9:52)
           MOVE RT-ANTAL(REGEL-IX) TO ANTAL-PRETTY
           MOVE ANTAL-PRETTY TO SCORECARD-TEXT(63:6)
           MOVE RT-PROCENT(REGEL-IX) TO PROCENT-PRETTY
           MOVE PROCENT-PRETTY TO SCORECARD-TEXT(70:5)
           IF RT-FORR-SW(REGEL-IX) = "Y"
               MOVE RT-FORR-ANTAL(REGEL-IX) TO ANTAL-PRETTY
               MOVE ANTAL-PRETTY TO SCORECARD-TEXT(78:6)
               MOVE RT-FORR-PROCENT(REGEL-IX) TO FORR-PRETTY
               MOVE FORR-PRETTY TO SCORECARD-TEXT(86:5)
               COMPUTE DELTA = RT-ANTAL(REGEL-IX)
                   - RT-FORR-ANTAL(REGEL-IX)
               MOVE DELTA TO DELTA-PRETTY
               MOVE DELTA-PRETTY TO SCORECARD-TEXT(92:7)
           ELSE
               MOVE "(ingen)" TO SCORECARD-TEXT(77:7)
           END-IF
           MOVE RG-PROGRAM(REGEL-IX) TO SCORECARD-TEXT(101:6)
           WRITE SCORECARD-REC.

       SKRIV-ARBEJDSLISTE.
           OPEN OUTPUT FIL-ARBEJDSLISTE
           MOVE SPACES TO ARBEJDSLISTE-TEXT
           STRING "DATAKVALITET - ARBEJDSLISTE " DELIMITED BY SIZE
                  PERIODE(1:4)                   DELIMITED BY SIZE
                  "-"                            DELIMITED BY SIZE
                  PERIODE(5:2)                   DELIMITED BY SIZE
               INTO ARBEJDSLISTE-TEXT
           WRITE ARBEJDSLISTE-REC
           MOVE 0 TO SIDSTE-REGEL-IX
           PERFORM VARYING FUND-IX FROM 1 BY 1
                   UNTIL FUND-IX > NUM-FUND
               IF FU-REGEL-IX(FUND-IX) NOT = SIDSTE-REGEL-IX
                   MOVE FU-REGEL-IX(FUND-IX) TO SIDSTE-REGEL-IX
                   PERFORM SKRIV-REGEL-OVERSKRIFT
               END-IF
               MOVE SPACES TO ARBEJDSLISTE-TEXT
               STRING "    "               DELIMITED BY SIZE
                      FU-NOEGLE(FUND-IX)   DELIMITED BY SIZE
                      " "                  DELIMITED BY SIZE
                      FU-DETALJE(FUND-IX)  DELIMITED BY SIZE
                   INTO ARBEJDSLISTE-TEXT
               WRITE ARBEJDSLISTE-REC
           END-PERFORM
           CLOSE FIL-ARBEJDSLISTE.

       SKRIV-REGEL-OVERSKRIFT.
           MOVE SPACES TO ARBEJDSLISTE-TEXT
           WRITE ARBEJDSLISTE-REC
           MOVE RT-ANTAL(SIDSTE-REGEL-IX) TO ANTAL-PRETTY
           STRING RG-ID(SIDSTE-REGEL-IX)      DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  RG-TEKST(SIDSTE-REGEL-IX)   DELIMITED BY "  "
                  " - "                       DELIMITED BY SIZE
                  ANTAL-PRETTY                DELIMITED BY SIZE
                  " poster, rettes i "        DELIMITED BY SIZE
                  RG-PROGRAM(SIDSTE-REGEL-IX) DELIMITED BY SIZE
               INTO ARBEJDSLISTE-TEXT
           WRITE ARBEJDSLISTE-REC.

       FORRIGE-REWRITE.
           OPEN OUTPUT FIL-FORRIGE
           PERFORM VARYING REGEL-IX FROM 1 BY 1 UNTIL REGEL-IX > 20
               MOVE PERIODE TO FR-PERIODE
               MOVE RG-ID(REGEL-IX) TO FR-REGEL
               MOVE RT-ANTAL(REGEL-IX) TO FR-ANTAL
               MOVE RT-PROCENT(REGEL-IX) TO FR-PROCENT
               MOVE RT-FORR-SW(REGEL-IX) TO FR-FORR-SW
               MOVE RT-FORR-ANTAL(REGEL-IX) TO FR-FORR-ANTAL
               MOVE RT-FORR-PROCENT(REGEL-IX) TO FR-FORR-PROCENT
               WRITE FORRIGE-REC
           END-PERFORM
           CLOSE FIL-FORRIGE.

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
