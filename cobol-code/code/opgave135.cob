       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPG-135.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIL-SAMTYKKER
               ASSIGN TO "../data/Tredjepart-Samtykker.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SAMTYKKE-FIL-STATUS.
           SELECT FIL-KUNDER ASSIGN TO "../data/Kundeoplysninger.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-KONTI ASSIGN TO "../data/KontoOpl.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-ROLLER ASSIGN TO "../data/Kontoroller.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROLLE-FIL-STATUS.
           SELECT FIL-BOGFDATO ASSIGN TO "../data/Bogfoeringsdato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOGFDATO-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD FIL-SAMTYKKER.
       01 SAMTYKKE-REKORD.
           COPY "../copybooks/TREDJEPART-SAMTYKKE.cpy".
       01 SAMTYKKE-REKORD-TRAILER REDEFINES SAMTYKKE-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(149).

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

       FD FIL-ROLLER.
       01 ROLLE-REKORD.
           COPY "../copybooks/KONTOROLLE.cpy".
       01 ROLLE-REKORD-TRAILER REDEFINES ROLLE-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(12).

       FD FIL-BOGFDATO.
       01 BOGFDATO-FIL-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".

       WORKING-STORAGE SECTION.

      * Register over kundernes samtykker til tredjepartsudbydere
      * (PSD2): hvilken udbyder maa se hvilke konti, med hvilket
      * omfang (saldo, posteringer, betalingsinitiering) og til
      * hvornaar. Et samtykke gives for 90 dage og kan fornys med 90
      * dage fra i dag eller tilbagekaldes. Kun ejer og medejer
      * (Kontoroller.txt) kan give samtykke til en konto. Udloebne
      * samtykker markeres af OPG-137; OPG-136 leverer data til
      * udbyderne efter registret.
       01 SAMTYKKE-FIL-STATUS PIC XX VALUE "00".
       01 ROLLE-FIL-STATUS PIC XX VALUE "00".
       01 TRAILER-FOUND-SW PIC X(01) VALUE "N".
       01 TRAILER-ANTAL    PIC 9(06) VALUE ZEROS.
       01 EOF-FLAG         PIC X(01) VALUE "N".

       01 NUM-SAMTYKKER PIC 9(04) VALUE 0.
       01 SAMTYKKE-ARR OCCURS 0 TO 2000 TIMES
               DEPENDING ON NUM-SAMTYKKER.
           COPY "../copybooks/TREDJEPART-SAMTYKKE.cpy".
       01 IX            PIC 9(04) VALUE 0.
       01 FOUND-IX      PIC 9(04) VALUE 0.
       01 NAESTE-ID     PIC 9(06) VALUE ZEROS.

       01 NUM-KUNDER    PIC 9(04) VALUE 0.
       01 KUNDE-ARR OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-KUNDER.
           COPY "../copybooks/KUNDER.cpy".
       01 KUNDE-IX      PIC 9(04) VALUE 0.

       01 NUM-KONTI     PIC 9(04) VALUE 0.
       01 KONTO-ARR OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-KONTI.
           COPY "../copybooks/KONTOOPL.cpy".
       01 KONTO-IX      PIC 9(04) VALUE 0.

       01 NUM-ROLLER    PIC 9(04) VALUE 0.
       01 ROLLE-ARR OCCURS 0 TO 2000 TIMES DEPENDING ON NUM-ROLLER.
           COPY "../copybooks/KONTOROLLE.cpy".
       01 ROLLE-IX      PIC 9(04) VALUE 0.

       01 MENU-VALG     PIC X(01).
       01 FORTSAET-SW   PIC X(01) VALUE "J".
       01 SOEGE-KUNDE   PIC X(10) VALUE SPACES.
       01 SOEGE-ID      PIC 9(06) VALUE ZEROS.
       01 SOEGE-KONTO   PIC X(14) VALUE SPACES.
       01 JA-NEJ        PIC X(01) VALUE SPACE.
       01 KONTO-OK-SW   PIC X(01) VALUE "N".
       01 NY-SAMTYKKE.
           COPY "../copybooks/TREDJEPART-SAMTYKKE.cpy".
       01 NY-KONTO-IX   PIC 9(01) VALUE 0.
       01 VIS-KONTO-IX  PIC 9(01) VALUE 0.

       01 RUN-DATE      PIC 9(08) VALUE ZEROS.
      * Koerselsdatoen er bankens bogfoeringsdato (Bogfoeringsdato.txt),
      * ikke maskinens dato.
       01 BOGFDATO-STATUS  PIC XX VALUE "00".
       01 BOGFDATO-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".
       01 DAGS-DATO     PIC X(10) VALUE SPACES.
       01 UDLOEB-DATO   PIC X(10) VALUE SPACES.
       01 UDLOEB-NUM    PIC 9(08) VALUE ZEROS.
       01 SAMTYKKE-DAGE PIC 9(03) VALUE 90.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM DAGS-DATO-FILL
           PERFORM SAMTYKKE-ARR-FILL
           PERFORM KUNDE-ARR-FILL
           PERFORM KONTO-ARR-FILL
           PERFORM ROLLE-ARR-FILL
           PERFORM UNTIL FORTSAET-SW NOT = "J"
               PERFORM SHOW-MENU
               ACCEPT MENU-VALG
               EVALUATE MENU-VALG
                   WHEN "1"
                       PERFORM GIV-SAMTYKKE
                   WHEN "2"
                       PERFORM FORNY-SAMTYKKE
                   WHEN "3"
                       PERFORM TILBAGEKALD-SAMTYKKE
                   WHEN "4"
                       PERFORM VIS-SAMTYKKER
                   WHEN "5"
                       MOVE "N" TO FORTSAET-SW
                   WHEN OTHER
                       DISPLAY "Ukendt valg."
               END-EVALUATE
           END-PERFORM
           PERFORM SAMTYKKE-ARR-REWRITE
           STOP RUN.

       SHOW-MENU.
           DISPLAY " "
           DISPLAY "1. Giv samtykke til tredjepartsudbyder"
           DISPLAY "2. Forny samtykke (" SAMTYKKE-DAGE " dage)"
           DISPLAY "3. Tilbagekald samtykke"
           DISPLAY "4. Vis kundens samtykker"
           DISPLAY "5. Afslut og gem"
           DISPLAY "Valg: " WITH NO ADVANCING.

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
           COMPUTE UDLOEB-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(RUN-DATE) + SAMTYKKE-DAGE)
           MOVE SPACES TO UDLOEB-DATO
           STRING
               UDLOEB-NUM(1:4) DELIMITED BY SIZE
               "-"             DELIMITED BY SIZE
               UDLOEB-NUM(5:2) DELIMITED BY SIZE
               "-"             DELIMITED BY SIZE
               UDLOEB-NUM(7:2) DELIMITED BY SIZE
           INTO UDLOEB-DATO.

       SAMTYKKE-ARR-FILL.
           MOVE 0 TO NUM-SAMTYKKER
           MOVE ZEROS TO NAESTE-ID
           OPEN INPUT FIL-SAMTYKKER
           IF SAMTYKKE-FIL-STATUS NOT = "00"
               DISPLAY "Tredjepart-Samtykker.txt findes ikke - "
                   "starter tom."
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO TRAILER-FOUND-SW
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-SAMTYKKER INTO SAMTYKKE-REKORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF SAMTYKKE-REKORD-TRAILER
                               = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                           MOVE "Y" TO TRAILER-FOUND-SW
                           MOVE TR-ANTAL OF SAMTYKKE-REKORD-TRAILER
                             TO TRAILER-ANTAL
                       ELSE
                           IF NUM-SAMTYKKER >= 2000
                               DISPLAY "FEJL: Tredjepart-Samtykker.txt "
                                   "har mere end 2000 poster"
                               STOP RUN
                           END-IF
                           ADD 1 TO NUM-SAMTYKKER
                           MOVE SAMTYKKE-REKORD
                             TO SAMTYKKE-ARR(NUM-SAMTYKKER)
                           IF TS-SAMTYKKE-ID OF SAMTYKKE-REKORD
                                   > NAESTE-ID
                               MOVE TS-SAMTYKKE-ID OF SAMTYKKE-REKORD
                                 TO NAESTE-ID
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-SAMTYKKER
           IF TRAILER-FOUND-SW = "N"
               DISPLAY "FEJL: Tredjepart-Samtykker.txt mangler "
                   "sluttaellerpost"
               STOP RUN
           END-IF
           IF NUM-SAMTYKKER NOT = TRAILER-ANTAL
               DISPLAY "FEJL: Tredjepart-Samtykker.txt - forventet "
                   TRAILER-ANTAL " poster, fandt " NUM-SAMTYKKER
               STOP RUN
           END-IF
           DISPLAY "Antal samtykker indlaest: " NUM-SAMTYKKER.

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
           END-IF.

       GIV-SAMTYKKE.
           IF NUM-SAMTYKKER >= 2000
               DISPLAY "FEJL: Samtykketabel fuld."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO NY-SAMTYKKE
           DISPLAY "Kunde-ID: " WITH NO ADVANCING
           ACCEPT SOEGE-KUNDE
           PERFORM VARYING KUNDE-IX FROM 1 BY 1
                   UNTIL KUNDE-IX > NUM-KUNDER
                      OR KUNDE-ID OF KUNDE-ARR(KUNDE-IX) = SOEGE-KUNDE
               CONTINUE
           END-PERFORM
           IF KUNDE-IX > NUM-KUNDER
               DISPLAY "FEJL: kunden findes ikke."
               EXIT PARAGRAPH
           END-IF
           MOVE SOEGE-KUNDE TO TS-KUNDE-ID OF NY-SAMTYKKE
           DISPLAY "Udbyder-ID: " WITH NO ADVANCING
           ACCEPT TS-UDBYDER-ID OF NY-SAMTYKKE
           IF TS-UDBYDER-ID OF NY-SAMTYKKE = SPACES
               DISPLAY "FEJL: udbyder-ID skal udfyldes."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Udbyderens navn: " WITH NO ADVANCING
           ACCEPT TS-UDBYDER-NAVN OF NY-SAMTYKKE
           MOVE 0 TO NY-KONTO-IX
           MOVE "J" TO JA-NEJ
           PERFORM UNTIL JA-NEJ NOT = "J" OR NY-KONTO-IX >= 5
               DISPLAY "Konto-id (blank = ikke flere): "
                   WITH NO ADVANCING
               ACCEPT SOEGE-KONTO
               IF SOEGE-KONTO = SPACES
                   MOVE "N" TO JA-NEJ
               ELSE
                   PERFORM CHECK-KONTO-ADGANG
                   IF KONTO-OK-SW = "J"
                       ADD 1 TO NY-KONTO-IX
                       MOVE SOEGE-KONTO
                         TO TS-KONTO-ID OF NY-SAMTYKKE(NY-KONTO-IX)
                   ELSE
                       DISPLAY "FEJL: kunden er ikke ejer eller "
                           "medejer af kontoen."
                   END-IF
               END-IF
           END-PERFORM
           IF NY-KONTO-IX = 0
               DISPLAY "FEJL: samtykket skal omfatte mindst een konto."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Maa se saldi (J/N): " WITH NO ADVANCING
           ACCEPT JA-NEJ
           MOVE FUNCTION UPPER-CASE(JA-NEJ)
             TO TS-OMFANG-SALDO OF NY-SAMTYKKE
           DISPLAY "Maa se posteringer (J/N): " WITH NO ADVANCING
           ACCEPT JA-NEJ
           MOVE FUNCTION UPPER-CASE(JA-NEJ)
             TO TS-OMFANG-POSTER OF NY-SAMTYKKE
           DISPLAY "Maa igangsaette betalinger (J/N): "
               WITH NO ADVANCING
           ACCEPT JA-NEJ
           MOVE FUNCTION UPPER-CASE(JA-NEJ)
             TO TS-OMFANG-BETALING OF NY-SAMTYKKE
           IF NOT TS-MAA-SE-SALDO OF NY-SAMTYKKE
               AND NOT TS-MAA-SE-POSTER OF NY-SAMTYKKE
               AND NOT TS-MAA-BETALE OF NY-SAMTYKKE
               DISPLAY "FEJL: samtykket skal have mindst eet omfang."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO NAESTE-ID
           MOVE NAESTE-ID TO TS-SAMTYKKE-ID OF NY-SAMTYKKE
           MOVE DAGS-DATO TO TS-GIVET-DATO OF NY-SAMTYKKE
           MOVE UDLOEB-DATO TO TS-UDLOEB-DATO OF NY-SAMTYKKE
           MOVE "A" TO TS-STATUS OF NY-SAMTYKKE
           MOVE DAGS-DATO TO TS-STATUS-DATO OF NY-SAMTYKKE
           ADD 1 TO NUM-SAMTYKKER
           MOVE NY-SAMTYKKE TO SAMTYKKE-ARR(NUM-SAMTYKKER)
           DISPLAY "Samtykke " NAESTE-ID " givet, udloeber "
               UDLOEB-DATO ".".

      * Kontoen skal tilhoere kunden i KontoOpl.txt, eller kunden skal
      * vaere ejer/medejer i Kontoroller.txt. En fuldmagt er ikke nok.
       CHECK-KONTO-ADGANG.
           MOVE "N" TO KONTO-OK-SW
           PERFORM VARYING KONTO-IX FROM 1 BY 1
                   UNTIL KONTO-IX > NUM-KONTI
               IF KONTO-ID OF KONTO-ARR(KONTO-IX) = SOEGE-KONTO
                       AND KUNDE-ID OF KONTO-ARR(KONTO-IX)
                           = SOEGE-KUNDE
                   MOVE "J" TO KONTO-OK-SW
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF KONTO-OK-SW = "N"
               PERFORM VARYING ROLLE-IX FROM 1 BY 1
                       UNTIL ROLLE-IX > NUM-ROLLER
                   IF KR-KONTO-ID OF ROLLE-ARR(ROLLE-IX) = SOEGE-KONTO
                           AND KR-KUNDE-ID OF ROLLE-ARR(ROLLE-IX)
                               = SOEGE-KUNDE
                           AND (KR-EJER OF ROLLE-ARR(ROLLE-IX)
                             OR KR-MEDEJER OF ROLLE-ARR(ROLLE-IX))
                       MOVE "J" TO KONTO-OK-SW
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

       FIND-SAMTYKKE.
           DISPLAY "Kunde-ID: " WITH NO ADVANCING
           ACCEPT SOEGE-KUNDE
           DISPLAY "Samtykke-nr: " WITH NO ADVANCING
           ACCEPT SOEGE-ID
           MOVE 0 TO FOUND-IX
           PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > NUM-SAMTYKKER
               IF TS-SAMTYKKE-ID OF SAMTYKKE-ARR(IX) = SOEGE-ID
                       AND TS-KUNDE-ID OF SAMTYKKE-ARR(IX)
                           = SOEGE-KUNDE
                   MOVE IX TO FOUND-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * Et udloebet samtykke kan fornys; et tilbagekaldt kan ikke -
      * kunden maa give et nyt.
       FORNY-SAMTYKKE.
           PERFORM FIND-SAMTYKKE
           EVALUATE TRUE
               WHEN FOUND-IX = 0
                   DISPLAY "FEJL: samtykket findes ikke."
               WHEN TS-TILBAGEKALDT OF SAMTYKKE-ARR(FOUND-IX)
                   DISPLAY "FEJL: samtykket er tilbagekaldt."
               WHEN OTHER
                   MOVE UDLOEB-DATO
                     TO TS-UDLOEB-DATO OF SAMTYKKE-ARR(FOUND-IX)
                   MOVE "A" TO TS-STATUS OF SAMTYKKE-ARR(FOUND-IX)
                   MOVE DAGS-DATO
                     TO TS-STATUS-DATO OF SAMTYKKE-ARR(FOUND-IX)
                   DISPLAY "Samtykke fornyet til " UDLOEB-DATO "."
           END-EVALUATE.

       TILBAGEKALD-SAMTYKKE.
           PERFORM FIND-SAMTYKKE
           EVALUATE TRUE
               WHEN FOUND-IX = 0
                   DISPLAY "FEJL: samtykket findes ikke."
               WHEN TS-TILBAGEKALDT OF SAMTYKKE-ARR(FOUND-IX)
                   DISPLAY "Samtykket er allerede tilbagekaldt."
               WHEN OTHER
                   MOVE "T" TO TS-STATUS OF SAMTYKKE-ARR(FOUND-IX)
                   MOVE DAGS-DATO
                     TO TS-STATUS-DATO OF SAMTYKKE-ARR(FOUND-IX)
                   DISPLAY "Samtykke tilbagekaldt."
           END-EVALUATE.

       VIS-SAMTYKKER.
           DISPLAY "Kunde-ID: " WITH NO ADVANCING
           ACCEPT SOEGE-KUNDE
           PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > NUM-SAMTYKKER
               IF TS-KUNDE-ID OF SAMTYKKE-ARR(IX) = SOEGE-KUNDE
                   DISPLAY TS-SAMTYKKE-ID OF SAMTYKKE-ARR(IX) " "
                       TS-UDBYDER-ID OF SAMTYKKE-ARR(IX) " "
                       TS-UDBYDER-NAVN OF SAMTYKKE-ARR(IX)
                   DISPLAY "       status "
                       TS-STATUS OF SAMTYKKE-ARR(IX)
                       " givet " TS-GIVET-DATO OF SAMTYKKE-ARR(IX)
                       " udloeber " TS-UDLOEB-DATO OF SAMTYKKE-ARR(IX)
                       " saldo/poster/betaling "
                       TS-OMFANG-SALDO OF SAMTYKKE-ARR(IX)
                       TS-OMFANG-POSTER OF SAMTYKKE-ARR(IX)
                       TS-OMFANG-BETALING OF SAMTYKKE-ARR(IX)
                   PERFORM VARYING VIS-KONTO-IX FROM 1 BY 1
                           UNTIL VIS-KONTO-IX > 5
                       IF TS-KONTO-ID OF SAMTYKKE-ARR(IX, VIS-KONTO-IX)
                               NOT = SPACES
                           DISPLAY "       konto "
                               TS-KONTO-ID OF
                                   SAMTYKKE-ARR(IX, VIS-KONTO-IX)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       SAMTYKKE-ARR-REWRITE.
           OPEN OUTPUT FIL-SAMTYKKER
           PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > NUM-SAMTYKKER
               WRITE SAMTYKKE-REKORD FROM SAMTYKKE-ARR(IX)
           END-PERFORM
           MOVE SPACES TO SAMTYKKE-REKORD
           MOVE "TRAILER" TO TR-MARKER OF SAMTYKKE-REKORD-TRAILER
           MOVE NUM-SAMTYKKER TO TR-ANTAL OF SAMTYKKE-REKORD-TRAILER
           WRITE SAMTYKKE-REKORD
           CLOSE FIL-SAMTYKKER.

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
