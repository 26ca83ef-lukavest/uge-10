       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPG-148.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIL-FORESP
               ASSIGN TO "../data/Revisor-Forespoergsler.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FORESP-FIL-STATUS.
           SELECT FIL-KUNDER ASSIGN TO "../data/Kundeoplysninger.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-BOGFDATO ASSIGN TO "../data/Bogfoeringsdato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOGFDATO-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD FIL-FORESP.
       01 FORESP-REKORD.
           COPY "../copybooks/REVISORFORESP.cpy".
       01 FORESP-REKORD-TRAILER REDEFINES FORESP-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(258).

       FD FIL-KUNDER.
       01 KUNDE-OPL.
           COPY "../copybooks/KUNDER.cpy".
       01 KUNDE-OPL-TRAILER REDEFINES KUNDE-OPL.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(312).

       FD FIL-BOGFDATO.
       01 BOGFDATO-FIL-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".

       WORKING-STORAGE SECTION.

      * Register over revisorforespoergsler: eksterne revisorer beder
      * om bekraeftelse af en kundes engagement pr. en skaeringsdato
      * (normalt 31. december). Forespoergslen registreres med kunde,
      * revisor, skaeringsdato og modtagelsesdato. OPG-149 danner
      * bekraeftelsesbrevet, sender det via Forsendelses-Manifest.txt
      * og markerer forespoergslen besvaret med dato og brevfil.
       01 FORESP-FIL-STATUS PIC XX VALUE "00".
       01 TRAILER-FOUND-SW PIC X(01) VALUE "N".
       01 TRAILER-ANTAL    PIC 9(06) VALUE ZEROS.
       01 EOF-FLAG         PIC X(01) VALUE "N".

       01 NUM-FORESP    PIC 9(04) VALUE 0.
       01 FORESP-ARR OCCURS 0 TO 5000 TIMES DEPENDING ON NUM-FORESP.
           COPY "../copybooks/REVISORFORESP.cpy".
       01 IX            PIC 9(04) VALUE 0.
       01 FOUND-IX      PIC 9(04) VALUE 0.
       01 NAESTE-ID     PIC 9(06) VALUE ZEROS.
       01 NY-FORESP.
           COPY "../copybooks/REVISORFORESP.cpy".

       01 NUM-KUNDER    PIC 9(04) VALUE 0.
       01 KUNDE-ARR OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-KUNDER.
           COPY "../copybooks/KUNDER.cpy".
       01 KUNDE-IX      PIC 9(04) VALUE 0.

       01 MENU-VALG     PIC X(01).
       01 FORTSAET-SW   PIC X(01) VALUE "J".
       01 OPERATOR      PIC X(10) VALUE SPACES.
       01 SOEGE-KUNDE   PIC X(10) VALUE SPACES.
       01 SOEGE-ID      PIC 9(06) VALUE ZEROS.
       01 JA-NEJ        PIC X(01) VALUE SPACE.
       01 OK-SW         PIC X(01) VALUE "N".
       01 INPUT-DATO    PIC X(10) VALUE SPACES.
       01 INPUT-DATO-NUM PIC X(08) VALUE SPACES.
       01 AABNE-ANTAL   PIC 9(04) VALUE 0.
       01 ALDER-DAGE    PIC S9(05) VALUE 0.
       01 ALDER-VIS     PIC ZZZZ9.
       01 MODTAGET-NUM  PIC 9(08) VALUE ZEROS.

       01 RUN-DATE      PIC 9(08) VALUE ZEROS.
      * Koerselsdatoen er bankens bogfoeringsdato (Bogfoeringsdato.txt),
      * ikke maskinens dato.
       01 BOGFDATO-STATUS  PIC XX VALUE "00".
       01 BOGFDATO-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".
       01 DAGS-DATO     PIC X(10) VALUE SPACES.
       01 SKAERE-DEFAULT PIC X(10) VALUE SPACES.
       01 FORRIGE-AAR   PIC 9(04) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT OPERATOR FROM ENVIRONMENT "USER"
           PERFORM DAGS-DATO-FILL
           PERFORM FORESP-ARR-FILL
           PERFORM KUNDE-ARR-FILL
           PERFORM UNTIL FORTSAET-SW NOT = "J"
               PERFORM SHOW-MENU
               ACCEPT MENU-VALG
               EVALUATE MENU-VALG
                   WHEN "1"
                       PERFORM REGISTRER-FORESP
                   WHEN "2"
                       PERFORM ANNULLER-FORESP
                   WHEN "3"
                       PERFORM VIS-AABNE
                   WHEN "4"
                       PERFORM VIS-KUNDENS-FORESP
                   WHEN "5"
                       MOVE "N" TO FORTSAET-SW
                   WHEN OTHER
                       DISPLAY "Ukendt valg."
               END-EVALUATE
           END-PERFORM
           PERFORM FORESP-ARR-REWRITE
           STOP RUN.

       SHOW-MENU.
           DISPLAY " "
           DISPLAY "1. Registrer revisorforespoergsel"
           DISPLAY "2. Annuller forespoergsel"
           DISPLAY "3. Vis ubesvarede forespoergsler"
           DISPLAY "4. Vis kundens forespoergsler"
           DISPLAY "5. Afslut og gem"
           DISPLAY "Valg: " WITH NO ADVANCING.

      * Skaeringsdatoen er som standard 31. december i aaret foer
      * bogfoeringsdatoen.
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
           MOVE RUN-DATE(1:4) TO FORRIGE-AAR
           SUBTRACT 1 FROM FORRIGE-AAR
           STRING
               FORRIGE-AAR   DELIMITED BY SIZE
               "-12-31"      DELIMITED BY SIZE
           INTO SKAERE-DEFAULT.

       FORESP-ARR-FILL.
           MOVE 0 TO NUM-FORESP
           MOVE ZEROS TO NAESTE-ID
           OPEN INPUT FIL-FORESP
           IF FORESP-FIL-STATUS NOT = "00"
               DISPLAY "Revisor-Forespoergsler.txt findes ikke - "
                   "starter tom."
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO TRAILER-FOUND-SW
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-FORESP INTO FORESP-REKORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF FORESP-REKORD-TRAILER
                               = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                           MOVE "Y" TO TRAILER-FOUND-SW
                           MOVE TR-ANTAL OF FORESP-REKORD-TRAILER
                             TO TRAILER-ANTAL
                       ELSE
                           IF NUM-FORESP >= 5000
                               DISPLAY "FEJL: Revisor-Forespoergsler"
                                   ".txt har mere end 5000 poster"
                               STOP RUN
                           END-IF
                           ADD 1 TO NUM-FORESP
                           MOVE FORESP-REKORD TO FORESP-ARR(NUM-FORESP)
                           IF RV-FORESP-NR OF FORESP-REKORD > NAESTE-ID
                               MOVE RV-FORESP-NR OF FORESP-REKORD
                                 TO NAESTE-ID
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-FORESP
           IF TRAILER-FOUND-SW = "N"
               DISPLAY "FEJL: Revisor-Forespoergsler.txt mangler "
                   "sluttaellerpost"
               STOP RUN
           END-IF
           IF NUM-FORESP NOT = TRAILER-ANTAL
               DISPLAY "FEJL: Revisor-Forespoergsler.txt - forventet "
                   TRAILER-ANTAL " poster, fandt " NUM-FORESP
               STOP RUN
           END-IF
           DISPLAY "Antal forespoergsler indlaest: " NUM-FORESP.

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

       REGISTRER-FORESP.
           IF NUM-FORESP >= 5000
               DISPLAY "FEJL: Forespoergselstabel fuld."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO NY-FORESP
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
           DISPLAY "Kunde: " FORNAVN OF KUNDE-ARR(KUNDE-IX) " "
               EFTERNAVN OF KUNDE-ARR(KUNDE-IX)
           MOVE SOEGE-KUNDE TO RV-KUNDE-ID OF NY-FORESP
           DISPLAY "Revisor (firma og navn): " WITH NO ADVANCING
           ACCEPT RV-REVISOR-NAVN OF NY-FORESP
           IF RV-REVISOR-NAVN OF NY-FORESP = SPACES
               DISPLAY "FEJL: revisor skal udfyldes."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Revisors adresse: " WITH NO ADVANCING
           ACCEPT RV-REVISOR-ADR OF NY-FORESP
           DISPLAY "Postnr: " WITH NO ADVANCING
           ACCEPT RV-REVISOR-POSTNR OF NY-FORESP
           DISPLAY "By: " WITH NO ADVANCING
           ACCEPT RV-REVISOR-BY OF NY-FORESP
           DISPLAY "E-mail (blank = brev med posten): "
               WITH NO ADVANCING
           ACCEPT RV-REVISOR-EMAIL OF NY-FORESP
           IF RV-REVISOR-EMAIL OF NY-FORESP = SPACES
                   AND (RV-REVISOR-ADR OF NY-FORESP = SPACES
                        OR RV-REVISOR-POSTNR OF NY-FORESP = SPACES)
               DISPLAY "FEJL: angiv adresse og postnr eller e-mail."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Skaeringsdato (AAAA-MM-DD, blank = "
               SKAERE-DEFAULT "): " WITH NO ADVANCING
           ACCEPT INPUT-DATO
           IF INPUT-DATO = SPACES
               MOVE SKAERE-DEFAULT TO INPUT-DATO
           END-IF
           PERFORM VALIDER-DATO
           IF OK-SW = "N"
               EXIT PARAGRAPH
           END-IF
           IF INPUT-DATO > DAGS-DATO
               DISPLAY "FEJL: skaeringsdatoen ligger efter i dag."
               EXIT PARAGRAPH
           END-IF
           MOVE INPUT-DATO TO RV-SKAEREDATO OF NY-FORESP
           DISPLAY "Modtaget (AAAA-MM-DD, blank = i dag): "
               WITH NO ADVANCING
           ACCEPT INPUT-DATO
           IF INPUT-DATO = SPACES
               MOVE DAGS-DATO TO INPUT-DATO
           END-IF
           PERFORM VALIDER-DATO
           IF OK-SW = "N"
               EXIT PARAGRAPH
           END-IF
           IF INPUT-DATO > DAGS-DATO
               DISPLAY "FEJL: modtagelsesdatoen ligger efter i dag."
               EXIT PARAGRAPH
           END-IF
           MOVE INPUT-DATO TO RV-MODTAGET-DATO OF NY-FORESP
           PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > NUM-FORESP
               IF RV-KUNDE-ID OF FORESP-ARR(IX) = SOEGE-KUNDE
                   AND RV-SKAEREDATO OF FORESP-ARR(IX)
                       = RV-SKAEREDATO OF NY-FORESP
                   AND RV-AABEN OF FORESP-ARR(IX)
                   DISPLAY "Bemaerk: forespoergsel "
                       RV-FORESP-NR OF FORESP-ARR(IX)
                       " for samme kunde og dato er ubesvaret."
                   DISPLAY "Registrer alligevel (J/N)? "
                       WITH NO ADVANCING
                   ACCEPT JA-NEJ
                   IF JA-NEJ NOT = "J" AND JA-NEJ NOT = "j"
                       DISPLAY "Forespoergslen er ikke registreret."
                       EXIT PARAGRAPH
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE "A" TO RV-STATUS OF NY-FORESP
           MOVE OPERATOR TO RV-REGISTRERET-AF OF NY-FORESP
           ADD 1 TO NAESTE-ID
           MOVE NAESTE-ID TO RV-FORESP-NR OF NY-FORESP
           ADD 1 TO NUM-FORESP
           MOVE NY-FORESP TO FORESP-ARR(NUM-FORESP)
           DISPLAY "Forespoergsel " NAESTE-ID " registreret - brevet "
               "dannes af OPG-149.".

       VALIDER-DATO.
           MOVE "J" TO OK-SW
           MOVE INPUT-DATO(1:4) TO INPUT-DATO-NUM(1:4)
           MOVE INPUT-DATO(6:2) TO INPUT-DATO-NUM(5:2)
           MOVE INPUT-DATO(9:2) TO INPUT-DATO-NUM(7:2)
           IF INPUT-DATO-NUM NOT NUMERIC
                   OR INPUT-DATO(5:1) NOT = "-"
                   OR INPUT-DATO(8:1) NOT = "-"
                   OR INPUT-DATO-NUM(5:2) < "01"
                   OR INPUT-DATO-NUM(5:2) > "12"
                   OR INPUT-DATO-NUM(7:2) < "01"
                   OR INPUT-DATO-NUM(7:2) > "31"
               DISPLAY "Datoen skal vaere AAAA-MM-DD."
               MOVE "N" TO OK-SW
           END-IF.

       FIND-FORESP.
           DISPLAY "Forespoergsel-nr: " WITH NO ADVANCING
           ACCEPT SOEGE-ID
           MOVE 0 TO FOUND-IX
           PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > NUM-FORESP
               IF RV-FORESP-NR OF FORESP-ARR(IX) = SOEGE-ID
                   MOVE IX TO FOUND-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * Kun en ubesvaret forespoergsel kan annulleres, fx hvis
      * revisor traekker den tilbage eller den er registreret forkert.
       ANNULLER-FORESP.
           PERFORM FIND-FORESP
           EVALUATE TRUE
               WHEN FOUND-IX = 0
                   DISPLAY "FEJL: forespoergslen findes ikke."
               WHEN NOT RV-AABEN OF FORESP-ARR(FOUND-IX)
                   DISPLAY "FEJL: forespoergslen er ikke ubesvaret."
               WHEN OTHER
                   DISPLAY "Annuller forespoergsel "
                       RV-FORESP-NR OF FORESP-ARR(FOUND-IX) " fra "
                       RV-REVISOR-NAVN OF FORESP-ARR(FOUND-IX)
                   DISPLAY "(J/N)? " WITH NO ADVANCING
                   ACCEPT JA-NEJ
                   IF JA-NEJ = "J" OR JA-NEJ = "j"
                       MOVE "X" TO RV-STATUS OF FORESP-ARR(FOUND-IX)
                       MOVE DAGS-DATO
                         TO RV-BESVARET-DATO OF FORESP-ARR(FOUND-IX)
                       DISPLAY "Forespoergslen er annulleret."
                   ELSE
                       DISPLAY "Forespoergslen er uaendret."
                   END-IF
           END-EVALUATE.

      * Ubesvarede forespoergsler med antal dage siden modtagelsen.
       VIS-AABNE.
           MOVE 0 TO AABNE-ANTAL
           PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > NUM-FORESP
               IF RV-AABEN OF FORESP-ARR(IX)
                   PERFORM VIS-FORESP-LINJE
                   ADD 1 TO AABNE-ANTAL
               END-IF
           END-PERFORM
           DISPLAY "Ubesvarede forespoergsler: " AABNE-ANTAL.

       VIS-KUNDENS-FORESP.
           DISPLAY "Kunde-ID: " WITH NO ADVANCING
           ACCEPT SOEGE-KUNDE
           PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > NUM-FORESP
               IF RV-KUNDE-ID OF FORESP-ARR(IX) = SOEGE-KUNDE
                   PERFORM VIS-FORESP-LINJE
                   IF NOT RV-AABEN OF FORESP-ARR(IX)
                       DISPLAY "       status "
                           RV-STATUS OF FORESP-ARR(IX) " "
                           RV-BESVARET-DATO OF FORESP-ARR(IX) " "
                           RV-BREV-FIL OF FORESP-ARR(IX)
                   END-IF
               END-IF
           END-PERFORM.

       VIS-FORESP-LINJE.
           MOVE RV-MODTAGET-DATO OF FORESP-ARR(IX)(1:4)
             TO MODTAGET-NUM(1:4)
           MOVE RV-MODTAGET-DATO OF FORESP-ARR(IX)(6:2)
             TO MODTAGET-NUM(5:2)
           MOVE RV-MODTAGET-DATO OF FORESP-ARR(IX)(9:2)
             TO MODTAGET-NUM(7:2)
           COMPUTE ALDER-DAGE = FUNCTION INTEGER-OF-DATE(RUN-DATE)
               - FUNCTION INTEGER-OF-DATE(MODTAGET-NUM)
           MOVE ALDER-DAGE TO ALDER-VIS
           DISPLAY RV-FORESP-NR OF FORESP-ARR(IX) " "
               RV-KUNDE-ID OF FORESP-ARR(IX) " pr. "
               RV-SKAEREDATO OF FORESP-ARR(IX) " modtaget "
               RV-MODTAGET-DATO OF FORESP-ARR(IX) " ("
               ALDER-VIS " dage)"
           DISPLAY "       " RV-REVISOR-NAVN OF FORESP-ARR(IX).

       FORESP-ARR-REWRITE.
           OPEN OUTPUT FIL-FORESP
           PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > NUM-FORESP
               WRITE FORESP-REKORD FROM FORESP-ARR(IX)
           END-PERFORM
           MOVE SPACES TO FORESP-REKORD
           MOVE "TRAILER" TO TR-MARKER OF FORESP-REKORD-TRAILER
           MOVE NUM-FORESP TO TR-ANTAL OF FORESP-REKORD-TRAILER
           WRITE FORESP-REKORD
           CLOSE FIL-FORESP.

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
