       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPG-98.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT FIL-MANUEL ASSIGN TO "../data/Manuelle-Posteringer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MANUEL-STATUS.
       SELECT FIL-VENTENDE
               ASSIGN TO "../data/Ventende-Posteringer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VENTENDE-STATUS.
       SELECT FIL-KONTI ASSIGN TO "../data/KontoOpl.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       SELECT FIL-KUNDER ASSIGN TO "../data/Kundeoplysninger.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       SELECT FIL-PARM ASSIGN TO "../data/OPG98-Parametre.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-STATUS.

       SELECT FIL-AUTOR
               ASSIGN TO "../data/Operatoer-Autorisation.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUTOR-FIL-STATUS.
       SELECT FIL-RUN-LOG ASSIGN TO "../data/Koerselslog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.
       SELECT FIL-RELATION
               ASSIGN TO "../data/Operatoer-Relationer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RELATION-STATUS.
       SELECT FIL-BOGFDATO ASSIGN TO "../data/Bogfoeringsdato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOGFDATO-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD FIL-MANUEL.
       01 MANUEL-REC.
           COPY "../copybooks/MANUELPOSTERING.cpy".
       01 MANUEL-REC-TRAILER REDEFINES MANUEL-REC.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(136).

       FD FIL-VENTENDE.
       01 VENTENDE-REKORD.
           COPY "../copybooks/TRANSAKTIONER.cpy".
           COPY "../copybooks/VENTENDE-POSTERING.cpy".
       01 VENTENDE-TRAILER REDEFINES VENTENDE-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(273).

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

       FD FIL-PARM.
       01 PARM-FILE-REC.
           COPY "../copybooks/OPG98-PARAMETRE.cpy".

       FD FIL-AUTOR.
       01 AUTOR-REKORD.
           COPY "../copybooks/AUTORISATION.cpy".

       FD FIL-RUN-LOG.
       01 RUN-LOG-REC.
           02 RUN-LOG-TEXT PIC X(120).

       FD FIL-RELATION.
       01 RELATION-REKORD.
           COPY "../copybooks/OPERATOERRELATION.cpy".

       FD FIL-BOGFDATO.
       01 BOGFDATO-FIL-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".

       WORKING-STORAGE SECTION.
       01 RUN-LOG-STATUS   PIC XX VALUE "00".
       01 AUTOR-FIL-STATUS PIC XX VALUE "00".
       01 AUTOR-OPERATOR   PIC X(10) VALUE SPACES.
       01 AUTOR-FUNDET-SW  PIC X(01) VALUE "N".
       01 AUTOR-EOF-SW     PIC X(01) VALUE "N".
       01 AUTOR-DATE       PIC 9(08) VALUE ZEROS.
       01 AUTOR-TIME       PIC 9(08) VALUE ZEROS.
      * Operatorens beloebsniveau fra Operatoer-Autorisation.txt;
      * uden autorisationsfil kendes intet niveau.
       01 AUTOR-NIVEAU     PIC 9(01) VALUE ZEROS.
       01 AUTOR-FIL-FINDES-SW PIC X(01) VALUE "N".

      * Operatoerens egen kunde og erklaerede relaterede kunder fra
      * Operatoer-Relationer.txt. Aendringer og posteringer, der
      * roerer dem, afvises og skal foretages af en anden operator.
       01 RELATION-STATUS   PIC XX VALUE "00".
       01 RELATION-EOF-SW   PIC X(01) VALUE "N".
       01 RELATION-OPERATOR PIC X(10) VALUE SPACES.
       01 NUM-RELATIONER    PIC 9(03) VALUE 0.
       01 RELATION-ARR OCCURS 0 TO 100 TIMES
               DEPENDING ON NUM-RELATIONER.
           02 RL-KUNDE-ID   PIC X(10).
       01 RELATION-IX       PIC 9(03) VALUE 0.
       01 RELATION-KUNDE-ID PIC X(10) VALUE SPACES.
       01 RELATION-SW       PIC X(01) VALUE "N".
       01 RELATION-DATE     PIC 9(08) VALUE ZEROS.
       01 RELATION-TIME     PIC 9(08) VALUE ZEROS.

       01 TRAILER-FOUND-SW PIC X(01) VALUE "N".
       01 TRAILER-ANTAL    PIC 9(06) VALUE ZEROS.
       01 EOF-FLAG         PIC X(01) VALUE "N".

      * Manuelle reguleringsposteringer (goodwill, rettelse af gebyr
      * eller rente, overfoersel mellem kunders konti, fejlrettelse)
      * oprettes af een operator som en balanceret debet/kredit-
      * postering med aarsagskode og godkendes af en anden - fire
      * oejne som ved OPG-12/OPG-56. Godkenderen skal vaere
      * autoriseret til OPG-98 i Operatoer-Autorisation.txt, og over
      * PARM-GRAENSE-BELOEB kraeves mindst PARM-GRAENSE-NIVEAU.
      * Foerst den godkendte regulering stilles i koe i
      * Ventende-Posteringer.txt som eget parti til OPG-96. Alle
      * reguleringer staar i Manuelle-Posteringer.txt og kommer paa
      * den daglige revisionsrapport fra OPG-99.
       01 MANUEL-STATUS    PIC XX VALUE "00".
       01 NUM-MANUEL       PIC 9(05) VALUE 0.
       01 MANUEL-ARR OCCURS 0 TO 5000 TIMES DEPENDING ON NUM-MANUEL.
           COPY "../copybooks/MANUELPOSTERING.cpy".
       01 MANUEL-IX        PIC 9(05) VALUE 0.
       01 MANUEL-MATCH-IX  PIC 9(05) VALUE 0.
       01 NAESTE-LOEBENR   PIC 9(06) VALUE 0.
       01 NY-MANUEL.
           COPY "../copybooks/MANUELPOSTERING.cpy".

       01 PARM-STATUS      PIC XX VALUE "00".
       01 PARM-REC.
           COPY "../copybooks/OPG98-PARAMETRE.cpy".

       01 VENTENDE-STATUS  PIC XX VALUE "00".
       01 VENT-PARTI-ID.
           02 VENT-PARTI-DATO    PIC 9(08) VALUE ZEROS.
           02 VENT-PARTI-FILLER  PIC 9(02) VALUE ZEROS.
           02 VENT-PARTI-LOEBENR PIC 9(06) VALUE ZEROS.
       01 MANUEL-POSTING.
           COPY "../copybooks/TRANSAKTIONER.cpy".
       01 MANUEL-NAVN      PIC X(41) VALUE SPACES.
       01 SOEGE-KONTO      PIC X(14) VALUE SPACES.

       01 NUM-KONTI     PIC 9(04) VALUE 0.
       01 KONTO-ARR OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-KONTI.
           COPY "../copybooks/KONTOOPL.cpy".
       01 KONTO-IX2       PIC 9(04) VALUE 0.
       01 KONTO-MATCH-IX  PIC 9(04) VALUE 0.
       01 DEBET-KONTO-IX  PIC 9(04) VALUE 0.

       01 NUM-KUNDER    PIC 9(04) VALUE 0.
       01 KUNDE-ARR OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-KUNDER.
           COPY "../copybooks/KUNDER.cpy".
       01 KUNDE-IX2       PIC 9(04) VALUE 0.
       01 KUNDE-MATCH-IX  PIC 9(04) VALUE 0.

       01 MENU-VALG     PIC X(01).
       01 FORTSAET-SW   PIC X(01) VALUE "J".
       01 SOEGE-LOEBENR PIC 9(06).
       01 GODKEND-VALG  PIC X(01).
       01 BEKRAEFT-VALG PIC X(01) VALUE SPACE.
       01 OPERATOR      PIC X(10) VALUE SPACES.
       01 FEJL-TEKST    PIC X(50) VALUE SPACES.
       01 PRETTY-NUMERIC PIC Z,ZZZ,ZZZ,ZZ9.99.

       01 RUN-DATE      PIC 9(08) VALUE ZEROS.
      * Koerselsdatoen er bankens bogfoeringsdato (Bogfoeringsdato.txt),
      * ikke maskinens dato.
       01 BOGFDATO-STATUS  PIC XX VALUE "00".
       01 BOGFDATO-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".
       01 RUN-TIME      PIC 9(08) VALUE ZEROS.
       01 STEMPEL-TID   PIC X(19) VALUE SPACES.
       01 POSTING-TIDSPUNKT PIC X(26) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT OPERATOR FROM ENVIRONMENT "USER"
           PERFORM CHECK-AUTORISATION
           PERFORM RELATION-ARR-FILL
           PERFORM PARM-FILL
           PERFORM BOGFOERINGSDATO-FILL
           MOVE BD-DATO OF BOGFDATO-REC TO RUN-DATE
           PERFORM KONTO-ARR-FILL
           PERFORM KUNDE-ARR-FILL
           PERFORM MANUEL-ARR-FILL
           PERFORM UNTIL FORTSAET-SW NOT = "J"
               PERFORM SHOW-MENU
               ACCEPT MENU-VALG
               EVALUATE MENU-VALG
                   WHEN "1"
                       PERFORM OPRET-REGULERING
                   WHEN "2"
                       PERFORM VIS-AFVENTENDE
                   WHEN "3"
                       PERFORM BEHANDL-REGULERING
                   WHEN "4"
                       MOVE "N" TO FORTSAET-SW
                   WHEN OTHER
                       DISPLAY "Ukendt valg."
               END-EVALUATE
           END-PERFORM
           PERFORM MANUEL-ARR-REWRITE
           STOP RUN.

       SHOW-MENU.
           DISPLAY " "
           DISPLAY "1. Opret manuel regulering"
           DISPLAY "2. Vis afventende reguleringer"
           DISPLAY "3. Godkend/afvis regulering"
           DISPLAY "4. Afslut og gem"
           DISPLAY "Valg: " WITH NO ADVANCING.

       PARM-FILL.
           OPEN INPUT FIL-PARM
           IF PARM-STATUS = "00"
               READ FIL-PARM INTO PARM-REC
                   AT END
                       CONTINUE
               END-READ
               CLOSE FIL-PARM
           END-IF
           IF PARM-GRAENSE-BELOEB OF PARM-REC NOT NUMERIC
               MOVE ZEROS TO PARM-GRAENSE-BELOEB OF PARM-REC
           END-IF
           IF PARM-GRAENSE-NIVEAU OF PARM-REC NOT NUMERIC
               MOVE ZEROS TO PARM-GRAENSE-NIVEAU OF PARM-REC
           END-IF.

       MANUEL-ARR-FILL.
           MOVE 0 TO NUM-MANUEL
           MOVE 0 TO NAESTE-LOEBENR
           OPEN INPUT FIL-MANUEL
           IF MANUEL-STATUS = "00"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ FIL-MANUEL INTO MANUEL-REC
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF TR-MARKER OF MANUEL-REC-TRAILER
                                   = "TRAILER"
                               MOVE "Y" TO EOF-FLAG
                           ELSE
                               IF NUM-MANUEL >= 5000
                                   DISPLAY "FEJL: Manuelle-Posteringer"
                                       ".txt har over 5000 poster."
                                   MOVE 1 TO RETURN-CODE
                                   STOP RUN
                               END-IF
                               IF MP-KLAGE-NR OF MANUEL-REC
                                       NOT NUMERIC
                                   MOVE ZEROS
                                     TO MP-KLAGE-NR OF MANUEL-REC
                               END-IF
                               ADD 1 TO NUM-MANUEL
                               MOVE MANUEL-REC
                                 TO MANUEL-ARR(NUM-MANUEL)
                               IF MP-LOEBENR OF MANUEL-REC
                                       > NAESTE-LOEBENR
                                   MOVE MP-LOEBENR OF MANUEL-REC
                                     TO NAESTE-LOEBENR
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIL-MANUEL
           END-IF
           ADD 1 TO NAESTE-LOEBENR.

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

       KUNDE-ARR-FILL.
           OPEN INPUT FIL-KUNDER
           MOVE "N" TO TRAILER-FOUND-SW
           MOVE 0 TO NUM-KUNDER
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
                           ADD 1 TO NUM-KUNDER
                           MOVE KUNDE-OPL TO KUNDE-ARR(NUM-KUNDER)
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
           IF NUM-KUNDER NOT = TRAILER-ANTAL
               DISPLAY "FEJL: Kundeoplysninger.txt - forventet "
                   TRAILER-ANTAL " poster, fandt " NUM-KUNDER
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOOKUP-KONTO.
           MOVE 0 TO KONTO-MATCH-IX
           PERFORM VARYING KONTO-IX2 FROM 1 BY 1
                   UNTIL KONTO-IX2 > NUM-KONTI
               IF KONTO-ID OF KONTO-ARR(KONTO-IX2) = SOEGE-KONTO
                   MOVE KONTO-IX2 TO KONTO-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOOKUP-KUNDE.
           MOVE 0 TO KUNDE-MATCH-IX
           IF KONTO-MATCH-IX > 0
               PERFORM VARYING KUNDE-IX2 FROM 1 BY 1
                       UNTIL KUNDE-IX2 > NUM-KUNDER
                   IF KUNDE-ID OF KUNDE-ARR(KUNDE-IX2)
                           = KUNDE-ID OF KONTO-ARR(KONTO-MATCH-IX)
                       MOVE KUNDE-IX2 TO KUNDE-MATCH-IX
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

      * Reguleringer paa operatoerens egne eller relaterede kunders
      * konti maa hverken oprettes eller godkendes af operatoeren selv.
       KONTO-EJER-CHECK.
           MOVE "N" TO RELATION-SW
           PERFORM LOOKUP-KONTO
           IF KONTO-MATCH-IX > 0
               MOVE KUNDE-ID OF KONTO-ARR(KONTO-MATCH-IX)
                 TO RELATION-KUNDE-ID
               PERFORM CHECK-RELATERET-KUNDE
           END-IF.

      * Operatoerens relationer indlaeses ved start. Uden
      * relationsfil koerer alle som hidtil.
       RELATION-ARR-FILL.
           ACCEPT RELATION-OPERATOR FROM ENVIRONMENT "USER"
           MOVE 0 TO NUM-RELATIONER
           OPEN INPUT FIL-RELATION
           IF RELATION-STATUS = "00"
               MOVE "N" TO RELATION-EOF-SW
               PERFORM UNTIL RELATION-EOF-SW = "J"
                   READ FIL-RELATION
                       AT END
                           MOVE "J" TO RELATION-EOF-SW
                       NOT AT END
                           IF OR-OPERATOR = RELATION-OPERATOR
                                   AND OR-KUNDE-ID NOT = SPACES
                                   AND NUM-RELATIONER < 100
                               ADD 1 TO NUM-RELATIONER
                               MOVE OR-KUNDE-ID
                                 TO RL-KUNDE-ID(NUM-RELATIONER)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIL-RELATION
           END-IF.

       CHECK-RELATERET-KUNDE.
           MOVE "N" TO RELATION-SW
           PERFORM VARYING RELATION-IX FROM 1 BY 1
                   UNTIL RELATION-IX > NUM-RELATIONER
               IF RL-KUNDE-ID(RELATION-IX) = RELATION-KUNDE-ID
                   MOVE "J" TO RELATION-SW
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       AFVIS-RELATERET-KUNDE.
           DISPLAY "AFVIST: kunde " RELATION-KUNDE-ID
               " er din egen eller en relateret kunde."
           DISPLAY "Sagen skal behandles af en anden operator."
           ACCEPT RELATION-DATE FROM DATE YYYYMMDD
           ACCEPT RELATION-TIME FROM TIME
           OPEN EXTEND FIL-RUN-LOG
           IF RUN-LOG-STATUS = "35"
               OPEN OUTPUT FIL-RUN-LOG
           END-IF
           MOVE SPACES TO RUN-LOG-TEXT
           STRING "Program: OPG-98"       DELIMITED BY SIZE
                  " EGEN KUNDE AFVIST - operator: "
                                           DELIMITED BY SIZE
                  RELATION-OPERATOR        DELIMITED BY SIZE
                  " kunde: "               DELIMITED BY SIZE
                  RELATION-KUNDE-ID        DELIMITED BY SIZE
                  " dato: "                DELIMITED BY SIZE
                  RELATION-DATE            DELIMITED BY SIZE
                  " kl: "                  DELIMITED BY SIZE
                  RELATION-TIME            DELIMITED BY SIZE
               INTO RUN-LOG-TEXT
           END-STRING
           WRITE RUN-LOG-REC
           CLOSE FIL-RUN-LOG.

      * Reguleringen er altid balanceret: samme beloeb debiteres den
      * ene konto og krediteres den anden, og begge konti skal findes
      * i KontoOpl.txt i samme valuta.
       OPRET-REGULERING.
           MOVE SPACES TO NY-MANUEL
           MOVE ZEROS TO MP-BELOEB OF NY-MANUEL
           MOVE ZEROS TO MP-KLAGE-NR OF NY-MANUEL
           DISPLAY "Debetkonto (konto-id): " WITH NO ADVANCING
           ACCEPT MP-DEBET-KONTO OF NY-MANUEL
           DISPLAY "Kreditkonto (konto-id): " WITH NO ADVANCING
           ACCEPT MP-KREDIT-KONTO OF NY-MANUEL
           DISPLAY "Beloeb: " WITH NO ADVANCING
           ACCEPT MP-BELOEB OF NY-MANUEL
           DISPLAY "Aarsagskode (GODW=goodwill, GEBR=gebyrrettelse, "
               "RENT=renterettelse,"
           DISPLAY "  OVFK=overfoersel mellem konti, "
               "FEJL=fejlrettelse, KLAG=klagekompensation): "
               WITH NO ADVANCING
           ACCEPT MP-AARSAG OF NY-MANUEL
           DISPLAY "Forklaring: " WITH NO ADVANCING
           ACCEPT MP-TEKST OF NY-MANUEL
           PERFORM VALIDER-REGULERING
           IF FEJL-TEKST NOT = SPACES
               DISPLAY "FEJL: " FEJL-TEKST
               DISPLAY "Reguleringen er ikke oprettet."
               EXIT PARAGRAPH
           END-IF
           MOVE MP-DEBET-KONTO OF NY-MANUEL TO SOEGE-KONTO
           PERFORM KONTO-EJER-CHECK
           IF RELATION-SW = "J"
               PERFORM AFVIS-RELATERET-KUNDE
               EXIT PARAGRAPH
           END-IF
           MOVE MP-KREDIT-KONTO OF NY-MANUEL TO SOEGE-KONTO
           PERFORM KONTO-EJER-CHECK
           IF RELATION-SW = "J"
               PERFORM AFVIS-RELATERET-KUNDE
               EXIT PARAGRAPH
           END-IF
           MOVE MP-BELOEB OF NY-MANUEL TO PRETTY-NUMERIC
           DISPLAY "Debet " MP-DEBET-KONTO OF NY-MANUEL
               " / kredit " MP-KREDIT-KONTO OF NY-MANUEL " "
               PRETTY-NUMERIC " " MP-VALUTA OF NY-MANUEL " "
               MP-AARSAG OF NY-MANUEL
           DISPLAY "Opret til godkendelse (J/N)? " WITH NO ADVANCING
           ACCEPT BEKRAEFT-VALG
           IF BEKRAEFT-VALG NOT = "J"
               DISPLAY "Afbrudt - intet oprettet."
               EXIT PARAGRAPH
           END-IF
           IF NUM-MANUEL >= 5000
               DISPLAY "FEJL: Manuelle-Posteringer.txt er fuld."
               EXIT PARAGRAPH
           END-IF
           PERFORM STEMPEL-FILL
           MOVE NAESTE-LOEBENR TO MP-LOEBENR OF NY-MANUEL
           ADD 1 TO NAESTE-LOEBENR
           MOVE OPERATOR TO MP-OPRETTER OF NY-MANUEL
           MOVE STEMPEL-TID TO MP-OPRETTET-TID OF NY-MANUEL
           MOVE "A" TO MP-STATUS OF NY-MANUEL
           ADD 1 TO NUM-MANUEL
           MOVE NY-MANUEL TO MANUEL-ARR(NUM-MANUEL)
           DISPLAY "Regulering " MP-LOEBENR OF NY-MANUEL
               " afventer godkendelse af en anden operator.".

       VALIDER-REGULERING.
           MOVE SPACES TO FEJL-TEKST
           IF MP-BELOEB OF NY-MANUEL NOT NUMERIC
                   OR MP-BELOEB OF NY-MANUEL = ZEROS
               MOVE "beloebet skal vaere positivt" TO FEJL-TEKST
               EXIT PARAGRAPH
           END-IF
           IF MP-DEBET-KONTO OF NY-MANUEL
                   = MP-KREDIT-KONTO OF NY-MANUEL
               MOVE "debet- og kreditkonto er ens" TO FEJL-TEKST
               EXIT PARAGRAPH
           END-IF
           IF NOT MP-AARSAG-GYLDIG OF NY-MANUEL
               MOVE "ukendt aarsagskode" TO FEJL-TEKST
               EXIT PARAGRAPH
           END-IF
           IF MP-TEKST OF NY-MANUEL = SPACES
               MOVE "forklaring mangler" TO FEJL-TEKST
               EXIT PARAGRAPH
           END-IF
           MOVE MP-DEBET-KONTO OF NY-MANUEL TO SOEGE-KONTO
           PERFORM LOOKUP-KONTO
           IF KONTO-MATCH-IX = 0
               MOVE "ukendt debetkonto" TO FEJL-TEKST
               EXIT PARAGRAPH
           END-IF
           MOVE KONTO-MATCH-IX TO DEBET-KONTO-IX
           MOVE MP-KREDIT-KONTO OF NY-MANUEL TO SOEGE-KONTO
           PERFORM LOOKUP-KONTO
           IF KONTO-MATCH-IX = 0
               MOVE "ukendt kreditkonto" TO FEJL-TEKST
               EXIT PARAGRAPH
           END-IF
           IF VALUTA-KD OF KONTO-ARR(KONTO-MATCH-IX)
                   NOT = VALUTA-KD OF KONTO-ARR(DEBET-KONTO-IX)
               MOVE "kontiene har forskellig valuta" TO FEJL-TEKST
               EXIT PARAGRAPH
           END-IF
           MOVE VALUTA-KD OF KONTO-ARR(KONTO-MATCH-IX)
             TO MP-VALUTA OF NY-MANUEL
           IF MP-VALUTA OF NY-MANUEL = SPACES
               MOVE "DKK " TO MP-VALUTA OF NY-MANUEL
           END-IF.

       VIS-AFVENTENDE.
           PERFORM VARYING MANUEL-IX FROM 1 BY 1
                   UNTIL MANUEL-IX > NUM-MANUEL
               IF MP-AFVENTER OF MANUEL-ARR(MANUEL-IX)
                   MOVE MP-BELOEB OF MANUEL-ARR(MANUEL-IX)
                     TO PRETTY-NUMERIC
                   DISPLAY MP-LOEBENR OF MANUEL-ARR(MANUEL-IX)
                       " " MP-DEBET-KONTO OF MANUEL-ARR(MANUEL-IX)
                       " -> " MP-KREDIT-KONTO OF MANUEL-ARR(MANUEL-IX)
                       " " PRETTY-NUMERIC
                       " " MP-AARSAG OF MANUEL-ARR(MANUEL-IX)
                       " af " MP-OPRETTER OF MANUEL-ARR(MANUEL-IX)
                   DISPLAY "       "
                       MP-TEKST OF MANUEL-ARR(MANUEL-IX)
               END-IF
           END-PERFORM.

      * Fire-oejne: opretteren kan ikke selv godkende, og over
      * beloebsgraensen skal godkenderen have det kraevede niveau -
      * uden autorisationsfil kan niveauet ikke dokumenteres, og
      * store reguleringer kan da ikke godkendes.
       BEHANDL-REGULERING.
           DISPLAY "Loebenr: " WITH NO ADVANCING
           ACCEPT SOEGE-LOEBENR
           MOVE 0 TO MANUEL-MATCH-IX
           PERFORM VARYING MANUEL-IX FROM 1 BY 1
                   UNTIL MANUEL-IX > NUM-MANUEL
               IF MP-LOEBENR OF MANUEL-ARR(MANUEL-IX) = SOEGE-LOEBENR
                   AND MP-AFVENTER OF MANUEL-ARR(MANUEL-IX)
                   MOVE MANUEL-IX TO MANUEL-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF MANUEL-MATCH-IX = 0
               DISPLAY "FEJL: reguleringen findes ikke eller afventer "
                   "ikke."
               EXIT PARAGRAPH
           END-IF
           IF MP-OPRETTER OF MANUEL-ARR(MANUEL-MATCH-IX) = OPERATOR
               DISPLAY "FEJL: opretteren kan ikke selv godkende."
               EXIT PARAGRAPH
           END-IF
           MOVE MP-DEBET-KONTO OF MANUEL-ARR(MANUEL-MATCH-IX)
             TO SOEGE-KONTO
           PERFORM KONTO-EJER-CHECK
           IF RELATION-SW = "J"
               PERFORM AFVIS-RELATERET-KUNDE
               EXIT PARAGRAPH
           END-IF
           MOVE MP-KREDIT-KONTO OF MANUEL-ARR(MANUEL-MATCH-IX)
             TO SOEGE-KONTO
           PERFORM KONTO-EJER-CHECK
           IF RELATION-SW = "J"
               PERFORM AFVIS-RELATERET-KUNDE
               EXIT PARAGRAPH
           END-IF
           MOVE MP-BELOEB OF MANUEL-ARR(MANUEL-MATCH-IX)
             TO PRETTY-NUMERIC
           DISPLAY "Debet "
               MP-DEBET-KONTO OF MANUEL-ARR(MANUEL-MATCH-IX)
               " / kredit "
               MP-KREDIT-KONTO OF MANUEL-ARR(MANUEL-MATCH-IX) " "
               PRETTY-NUMERIC " "
               MP-VALUTA OF MANUEL-ARR(MANUEL-MATCH-IX)
           DISPLAY "Godkend (G) eller afvis (X)? " WITH NO ADVANCING
           ACCEPT GODKEND-VALG
           EVALUATE GODKEND-VALG
               WHEN "G"
                   IF MP-BELOEB OF MANUEL-ARR(MANUEL-MATCH-IX)
                           > PARM-GRAENSE-BELOEB OF PARM-REC
                       AND (AUTOR-FIL-FINDES-SW = "N"
                           OR AUTOR-NIVEAU
                               < PARM-GRAENSE-NIVEAU OF PARM-REC)
                       DISPLAY "FEJL: beloebet kraever "
                           "autorisationsniveau "
                           PARM-GRAENSE-NIVEAU OF PARM-REC
                           " - reguleringen afventer fortsat."
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM STEMPEL-FILL
                   PERFORM VENTENDE-SKRIV
                   MOVE "G" TO MP-STATUS OF MANUEL-ARR(MANUEL-MATCH-IX)
                   MOVE OPERATOR
                     TO MP-GODKENDER OF MANUEL-ARR(MANUEL-MATCH-IX)
                   MOVE STEMPEL-TID
                     TO MP-BEHANDLET-TID OF MANUEL-ARR(MANUEL-MATCH-IX)
                   DISPLAY "Reguleringen er godkendt og stillet i koe "
                       "til bogfoering (OPG-96)."
               WHEN "X"
                   PERFORM STEMPEL-FILL
                   MOVE "X" TO MP-STATUS OF MANUEL-ARR(MANUEL-MATCH-IX)
                   MOVE OPERATOR
                     TO MP-GODKENDER OF MANUEL-ARR(MANUEL-MATCH-IX)
                   MOVE STEMPEL-TID
                     TO MP-BEHANDLET-TID OF MANUEL-ARR(MANUEL-MATCH-IX)
                   DISPLAY "Reguleringen er afvist."
               WHEN OTHER
                   DISPLAY "Ukendt valg - regulering uaendret."
           END-EVALUATE.

      * Hver regulering er sit eget parti med loebenummeret i parti-
      * id'et, saa en genkoersel efter et afbrud ikke bogfoeres to
      * gange - OPG-96 springer allerede bogfoerte partier over.
       VENTENDE-SKRIV.
           MOVE RUN-DATE TO VENT-PARTI-DATO
           MOVE ZEROS TO VENT-PARTI-FILLER
           MOVE MP-LOEBENR OF MANUEL-ARR(MANUEL-MATCH-IX)
             TO VENT-PARTI-LOEBENR
           OPEN EXTEND FIL-VENTENDE
           IF VENTENDE-STATUS = "35"
               OPEN OUTPUT FIL-VENTENDE
           END-IF
           MOVE MP-DEBET-KONTO OF MANUEL-ARR(MANUEL-MATCH-IX)
             TO SOEGE-KONTO
           PERFORM BYG-POSTERING
           COMPUTE BELØB OF MANUEL-POSTING =
               ZEROS - MP-BELOEB OF MANUEL-ARR(MANUEL-MATCH-IX)
           PERFORM SKRIV-VENTENDE-POST
           MOVE MP-KREDIT-KONTO OF MANUEL-ARR(MANUEL-MATCH-IX)
             TO SOEGE-KONTO
           PERFORM BYG-POSTERING
           MOVE MP-BELOEB OF MANUEL-ARR(MANUEL-MATCH-IX)
             TO BELØB OF MANUEL-POSTING
           PERFORM SKRIV-VENTENDE-POST
           MOVE SPACES TO VENTENDE-REKORD
           MOVE "TRAILER" TO TR-MARKER OF VENTENDE-TRAILER
           MOVE 2 TO TR-ANTAL OF VENTENDE-TRAILER
           MOVE "OPG-98" TO VP-KILDE OF VENTENDE-REKORD
           MOVE VENT-PARTI-ID TO VP-PARTI-ID OF VENTENDE-REKORD
           WRITE VENTENDE-REKORD
           CLOSE FIL-VENTENDE.

      * Kompensation fra klageregistret (OPG-143) baerer klagens
      * nummer som reference paa posteringen.
       BYG-POSTERING.
           MOVE SPACES TO MANUEL-POSTING
           PERFORM LOOKUP-KONTO
           PERFORM LOOKUP-KUNDE
           IF KUNDE-MATCH-IX > 0
               MOVE CPR OF KUNDE-ARR(KUNDE-MATCH-IX)
                 TO CPR OF MANUEL-POSTING
               MOVE SPACES TO MANUEL-NAVN
               STRING
                   FORNAVN OF KUNDE-ARR(KUNDE-MATCH-IX)
                                                   DELIMITED BY SPACE
                   " "                             DELIMITED BY SIZE
                   EFTERNAVN OF KUNDE-ARR(KUNDE-MATCH-IX)
                                                   DELIMITED BY SPACE
               INTO MANUEL-NAVN
               MOVE MANUEL-NAVN TO NAVN OF MANUEL-POSTING
           END-IF
           MOVE SOEGE-KONTO TO KONTO-ID OF MANUEL-POSTING
           MOVE ZEROS TO REG-NR OF MANUEL-POSTING
           MOVE MP-VALUTA OF MANUEL-ARR(MANUEL-MATCH-IX)
             TO VALUTA OF MANUEL-POSTING
           MOVE "MANREG" TO TRANS-TYPE OF MANUEL-POSTING
           MOVE SPACES TO BUTIK OF MANUEL-POSTING
           IF MP-KLAGE-NR OF MANUEL-ARR(MANUEL-MATCH-IX) > ZEROS
               STRING
                   "KLAGE "    DELIMITED BY SIZE
                   MP-KLAGE-NR OF MANUEL-ARR(MANUEL-MATCH-IX)
                               DELIMITED BY SIZE
                   " "         DELIMITED BY SIZE
                   MP-AARSAG OF MANUEL-ARR(MANUEL-MATCH-IX)
                               DELIMITED BY SIZE
               INTO BUTIK OF MANUEL-POSTING
           ELSE
               STRING
                   "MANUEL "   DELIMITED BY SIZE
                   MP-LOEBENR OF MANUEL-ARR(MANUEL-MATCH-IX)
                               DELIMITED BY SIZE
                   " "         DELIMITED BY SIZE
                   MP-AARSAG OF MANUEL-ARR(MANUEL-MATCH-IX)
                               DELIMITED BY SIZE
               INTO BUTIK OF MANUEL-POSTING
           END-IF
           MOVE POSTING-TIDSPUNKT TO TIDSPUNKT OF MANUEL-POSTING
           MOVE ZEROS TO BILAGSNR OF MANUEL-POSTING
           MOVE ZEROS TO BILAGSREF OF MANUEL-POSTING.

       SKRIV-VENTENDE-POST.
           MOVE SPACES TO VENTENDE-REKORD
           MOVE MANUEL-POSTING TO VENTENDE-REKORD(1:264)
           MOVE "OPG-98" TO VP-KILDE OF VENTENDE-REKORD
           MOVE VENT-PARTI-ID TO VP-PARTI-ID OF VENTENDE-REKORD
           WRITE VENTENDE-REKORD.

       STEMPEL-FILL.
           ACCEPT RUN-TIME FROM TIME
           MOVE SPACES TO STEMPEL-TID
           STRING
               RUN-DATE(1:4) DELIMITED BY SIZE
               "-"           DELIMITED BY SIZE
               RUN-DATE(5:2) DELIMITED BY SIZE
               "-"           DELIMITED BY SIZE
               RUN-DATE(7:2) DELIMITED BY SIZE
               " "           DELIMITED BY SIZE
               RUN-TIME(1:2) DELIMITED BY SIZE
               ":"           DELIMITED BY SIZE
               RUN-TIME(3:2) DELIMITED BY SIZE
               ":"           DELIMITED BY SIZE
               RUN-TIME(5:2) DELIMITED BY SIZE
           INTO STEMPEL-TID
           MOVE SPACES TO POSTING-TIDSPUNKT
           STRING
               RUN-DATE(1:4) DELIMITED BY SIZE
               "-"           DELIMITED BY SIZE
               RUN-DATE(5:2) DELIMITED BY SIZE
               "-"           DELIMITED BY SIZE
               RUN-DATE(7:2) DELIMITED BY SIZE
               "-"           DELIMITED BY SIZE
               RUN-TIME(1:2) DELIMITED BY SIZE
               ":"           DELIMITED BY SIZE
               RUN-TIME(3:2) DELIMITED BY SIZE
               ":"           DELIMITED BY SIZE
               RUN-TIME(5:2) DELIMITED BY SIZE
               ".000000"     DELIMITED BY SIZE
           INTO POSTING-TIDSPUNKT.

       MANUEL-ARR-REWRITE.
           OPEN OUTPUT FIL-MANUEL
           PERFORM VARYING MANUEL-IX FROM 1 BY 1
                   UNTIL MANUEL-IX > NUM-MANUEL
               WRITE MANUEL-REC FROM MANUEL-ARR(MANUEL-IX)
           END-PERFORM
           MOVE SPACES TO MANUEL-REC
           MOVE "TRAILER" TO TR-MARKER OF MANUEL-REC-TRAILER
           MOVE NUM-MANUEL TO TR-ANTAL OF MANUEL-REC-TRAILER
           WRITE MANUEL-REC
           CLOSE FIL-MANUEL.

      * Autorisationskontrol: findes Operatoer-Autorisation.txt,
      * skal operatoren have en raekke for programmet (eller ALLE)
      * med tilladelse J - ellers logges afvisningen i
      * koerselsloggen, og programmet slutter uden at roere data.
      * Uden autorisationsfil koerer alle som hidtil.
       CHECK-AUTORISATION.
           ACCEPT AUTOR-OPERATOR FROM ENVIRONMENT "USER"
           MOVE "N" TO AUTOR-FUNDET-SW
           MOVE ZEROS TO AUTOR-NIVEAU
           OPEN INPUT FIL-AUTOR
           IF AUTOR-FIL-STATUS = "00"
               MOVE "J" TO AUTOR-FIL-FINDES-SW
               MOVE "N" TO AUTOR-EOF-SW
               PERFORM UNTIL AUTOR-EOF-SW = "J"
                   READ FIL-AUTOR
                       AT END
                           MOVE "J" TO AUTOR-EOF-SW
                       NOT AT END
                           IF AU-OPERATOR = AUTOR-OPERATOR
                               AND (AU-PROGRAM = "OPG-98"
                                   OR AU-PROGRAM = "ALLE")
                               IF AU-TILLADT
                                   MOVE "J" TO AUTOR-FUNDET-SW
                                   IF AU-NIVEAU NUMERIC
                                       MOVE AU-NIVEAU TO AUTOR-NIVEAU
                                   END-IF
                               END-IF
                               MOVE "J" TO AUTOR-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIL-AUTOR
               IF AUTOR-FUNDET-SW = "N"
                   PERFORM LOG-AUTORISATION-AFVIST
                   DISPLAY "Adgang afvist: operator " AUTOR-OPERATOR
                       " er ikke autoriseret til OPG-98."
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       LOG-AUTORISATION-AFVIST.
           ACCEPT AUTOR-DATE FROM DATE YYYYMMDD
           ACCEPT AUTOR-TIME FROM TIME
           OPEN EXTEND FIL-RUN-LOG
           IF RUN-LOG-STATUS = "35"
               OPEN OUTPUT FIL-RUN-LOG
           END-IF
           MOVE SPACES TO RUN-LOG-TEXT
           STRING "Program: OPG-98"       DELIMITED BY SIZE
                  " ADGANG AFVIST - operator: "
                                           DELIMITED BY SIZE
                  AUTOR-OPERATOR           DELIMITED BY SIZE
                  " dato: "                DELIMITED BY SIZE
                  AUTOR-DATE               DELIMITED BY SIZE
                  " kl: "                  DELIMITED BY SIZE
                  AUTOR-TIME               DELIMITED BY SIZE
               INTO RUN-LOG-TEXT
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
