       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPG-117.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT FIL-BOKSE ASSIGN TO "../data/Bokse-Register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOKSE-FIL-STATUS.
       SELECT FIL-KONTI ASSIGN TO "../data/KontoOpl.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       SELECT FIL-KUNDER ASSIGN TO "../data/Kundeoplysninger.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       SELECT FIL-HISTORIK
               ASSIGN TO "../data/Aendrings-Historik.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORIK-STATUS.
       SELECT FIL-RAPPORT ASSIGN TO "../data/Bokse-Rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       SELECT FIL-LAAS ASSIGN TO "../data/Batch-Laas.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LAAS-STATUS.
       SELECT FIL-RUN-LOG ASSIGN TO "../data/Koerselslog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.
       SELECT FIL-AUTOR
               ASSIGN TO "../data/Operatoer-Autorisation.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUTOR-FIL-STATUS.
       SELECT FIL-RELATION
               ASSIGN TO "../data/Operatoer-Relationer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RELATION-STATUS.
       SELECT FIL-BOGFDATO ASSIGN TO "../data/Bogfoeringsdato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOGFDATO-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD FIL-BOKSE.
       01 BOKS-REKORD.
           COPY "../copybooks/BOKS.cpy".
       01 BOKS-REKORD-TRAILER REDEFINES BOKS-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(110).

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

       FD FIL-HISTORIK.
       01 HISTORIK-REC.
           02 AH-PROGRAM    PIC X(06).
           02 AH-OPERATOR   PIC X(10).
           02 AH-TID        PIC X(19).
           02 AH-NOEGLE     PIC X(20).
           02 AH-BILLEDE    PIC X(05).
           02 AH-DATA       PIC X(325).

       FD FIL-RAPPORT.
       01 RAPPORT-REC.
           02 RAPPORT-TEXT PIC X(132).

       FD FIL-LAAS.
       01 LAAS-REC.
           02 LS-LAAS-STATUS PIC X(05).
           02 LS-TID         PIC X(19).
           02 LS-OPERATOR    PIC X(10).

       FD FIL-RUN-LOG.
       01 RUN-LOG-REC.
           02 RUN-LOG-TEXT PIC X(120).

       FD FIL-AUTOR.
       01 AUTOR-REKORD.
           COPY "../copybooks/AUTORISATION.cpy".

       FD FIL-RELATION.
       01 RELATION-REKORD.
           COPY "../copybooks/OPERATOERRELATION.cpy".

       FD FIL-BOGFDATO.
       01 BOGFDATO-FIL-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".

       WORKING-STORAGE SECTION.

      * Boksregistret (Bokse-Register.txt) afloeser filialens
      * protokol over bankbokse. En boks identificeres ved boksnummer
      * og filialens reg-nr og lejes af een kunde med op til tre
      * medlejere; lejen opkraeves aarligt af OPG-118 fra
      * betalingskontoen, som skal tilhoere lejeren. Kan lejen ikke
      * opkraeves, spaerrer OPG-118 adgangen; spaerringen ophaeves her,
      * naar restancen er betalt. Lukkes lejeren eller
      * betalingskontoen, markerer OPG-118 boksen til toemning.
      * Alle aendringer logges som foer/efter-billeder.
       01 BOKSE-FIL-STATUS PIC XX VALUE "00".
       01 TRAILER-FOUND-SW PIC X(01) VALUE "N".
       01 TRAILER-ANTAL    PIC 9(06) VALUE ZEROS.
       01 EOF-FLAG         PIC X(01) VALUE "N".

       01 NUM-BOKSE      PIC 9(04) VALUE 0.
       01 BOKS-ARR OCCURS 0 TO 2000 TIMES DEPENDING ON NUM-BOKSE.
           COPY "../copybooks/BOKS.cpy".
       01 BOKS-IX         PIC 9(04) VALUE 0.
       01 FOUND-IX        PIC 9(04) VALUE 0.
       01 SOEGE-BOKS-NR   PIC X(06) VALUE SPACES.
       01 SOEGE-REG-NR    PIC 9(06) VALUE ZEROS.
       01 MEDLEJER-IX     PIC 9(01) VALUE 0.

       01 NUM-KONTI        PIC 9(04) VALUE 0.
       01 KONTO-ARR OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-KONTI.
           COPY "../copybooks/KONTOOPL.cpy".
       01 KONTO-IX2        PIC 9(04) VALUE 0.
       01 KONTO-MATCH-IX   PIC 9(04) VALUE 0.

       01 NUM-KUNDER       PIC 9(04) VALUE 0.
       01 KUNDE-ARR OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-KUNDER.
           COPY "../copybooks/KUNDER.cpy".
       01 KUNDE-IX2        PIC 9(04) VALUE 0.
       01 KUNDE-MATCH-IX   PIC 9(04) VALUE 0.

       01 MENU-VALG     PIC X(01).
       01 FORTSAET-SW   PIC X(01) VALUE "J".
       01 OK-SW         PIC X(01) VALUE "J".
       01 BEKRAEFT-VALG PIC X(01).
       01 OPERATOR      PIC X(10) VALUE SPACES.
       01 OVERRIDE-VALG PIC X(01) VALUE SPACE.

       01 NY-BOKS.
           COPY "../copybooks/BOKS.cpy".
       01 SOEGE-KUNDE-ID  PIC X(10) VALUE SPACES.
       01 SOEGE-KONTO-ID  PIC X(14) VALUE SPACES.
       01 NY-STOERRELSE   PIC X(01) VALUE SPACE.
       01 ADGANG-SW       PIC X(01) VALUE "N".

       01 RUN-DATE      PIC 9(08) VALUE ZEROS.
      * Koerselsdatoen er bankens bogfoeringsdato (Bogfoeringsdato.txt),
      * ikke maskinens dato.
       01 BOGFDATO-STATUS  PIC XX VALUE "00".
       01 BOGFDATO-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".
       01 DAGS-DATO     PIC X(10) VALUE SPACES.
       01 BELOEB-VIS    PIC -ZZZ,ZZ9.99.

       01 HISTORIK-STATUS  PIC XX VALUE "00".
       01 FOER-BILLEDE     PIC X(325) VALUE SPACES.
       01 EFTER-BILLEDE    PIC X(325) VALUE SPACES.
       01 HIST-OPERATOR    PIC X(10) VALUE SPACES.
       01 HIST-DATE        PIC 9(08) VALUE ZEROS.
       01 HIST-TIME        PIC 9(08) VALUE ZEROS.
       01 HIST-TID         PIC X(19) VALUE SPACES.
       01 HIST-NOEGLE      PIC X(20) VALUE SPACES.

       01 AUTOR-FIL-STATUS PIC XX VALUE "00".
       01 AUTOR-OPERATOR   PIC X(10) VALUE SPACES.
       01 AUTOR-FUNDET-SW  PIC X(01) VALUE "N".
       01 AUTOR-EOF-SW     PIC X(01) VALUE "N".
       01 AUTOR-DATE       PIC 9(08) VALUE ZEROS.
       01 AUTOR-TIME       PIC 9(08) VALUE ZEROS.
       01 LAAS-STATUS      PIC XX VALUE "00".
       01 RUN-LOG-STATUS   PIC XX VALUE "00".
       01 LAAS-OPERATOR    PIC X(10) VALUE SPACES.
       01 LAAS-DATE        PIC 9(08) VALUE ZEROS.
       01 LAAS-TIME        PIC 9(08) VALUE ZEROS.
      * Operatoerens egen kunde og erklaerede relaterede kunder fra
      * Operatoer-Relationer.txt. Aendringer, der roerer dem,
      * afvises og skal foretages af en anden operator.
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

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT OPERATOR FROM ENVIRONMENT "USER"
           PERFORM CHECK-AUTORISATION
           PERFORM CHECK-BATCH-LAAS
           PERFORM RELATION-ARR-FILL
           PERFORM DAGS-DATO-FILL
           PERFORM KONTO-ARR-FILL
           PERFORM KUNDE-ARR-FILL
           PERFORM BOKS-ARR-FILL
           PERFORM UNTIL FORTSAET-SW NOT = "J"
               PERFORM SHOW-MENU
               ACCEPT MENU-VALG
               EVALUATE MENU-VALG
                   WHEN "1"
                       PERFORM VIS-REGISTER
                   WHEN "2"
                       PERFORM UDLEJ-BOKS
                   WHEN "3"
                       PERFORM RET-LEJEFORHOLD
                   WHEN "4"
                       PERFORM ADGANGSKONTROL
                   WHEN "5"
                       PERFORM OPHAEV-SPAERRING
                   WHEN "6"
                       PERFORM OPSIG-BOKS
                   WHEN "7"
                       PERFORM SKRIV-RAPPORT
                   WHEN "8"
                       MOVE "N" TO FORTSAET-SW
                   WHEN OTHER
                       DISPLAY "Ukendt valg."
               END-EVALUATE
           END-PERFORM
           PERFORM BOKS-ARR-REWRITE
           STOP RUN.

       SHOW-MENU.
           DISPLAY " "
           DISPLAY "1. Vis register"
           DISPLAY "2. Udlej boks"
           DISPLAY "3. Ret lejeforhold (medlejere, konto, stoerrelse)"
           DISPLAY "4. Adgangskontrol"
           DISPLAY "5. Ophaev adgangsspaerring (restance betalt)"
           DISPLAY "6. Opsig lejemaal / registrer toemning"
           DISPLAY "7. Skriv rapport over registret"
           DISPLAY "8. Afslut og gem"
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
           INTO DAGS-DATO.

       BOKS-ARR-FILL.
           MOVE 0 TO NUM-BOKSE
           OPEN INPUT FIL-BOKSE
           IF BOKSE-FIL-STATUS NOT = "00"
               DISPLAY "Bokse-Register.txt findes ikke - "
                   "starter tom."
           ELSE
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ FIL-BOKSE INTO BOKS-REKORD
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF TR-MARKER OF BOKS-REKORD-TRAILER
                                   = "TRAILER"
                               MOVE "Y" TO EOF-FLAG
                           ELSE
                               IF NUM-BOKSE >= 2000
                                   DISPLAY "FEJL: flere end 2000 "
                                       "bokse - udvid BOKS-ARR."
                                   MOVE 1 TO RETURN-CODE
                                   STOP RUN
                               END-IF
                               ADD 1 TO NUM-BOKSE
                               MOVE BOKS-REKORD TO BOKS-ARR(NUM-BOKSE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIL-BOKSE
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
                           IF NUM-KONTI >= 1000
                               DISPLAY "FEJL: flere end 1000 konti i "
                                   "KontoOpl.txt."
                               MOVE 1 TO RETURN-CODE
                               STOP RUN
                           END-IF
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
                           IF NUM-KUNDER >= 1000
                               DISPLAY "FEJL: flere end 1000 kunder i "
                                   "Kundeoplysninger.txt."
                               MOVE 1 TO RETURN-CODE
                               STOP RUN
                           END-IF
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

       VIS-REGISTER.
           DISPLAY "Boks   Reg-nr S Lejer      Konto          "
               "Start      St Sp Tm Restance"
           PERFORM VARYING BOKS-IX FROM 1 BY 1
                   UNTIL BOKS-IX > NUM-BOKSE
               MOVE BX-RESTANCE-BELOEB OF BOKS-ARR(BOKS-IX)
                 TO BELOEB-VIS
               DISPLAY BX-BOKS-NR OF BOKS-ARR(BOKS-IX) " "
                   BX-REG-NR OF BOKS-ARR(BOKS-IX) " "
                   BX-STOERRELSE OF BOKS-ARR(BOKS-IX) " "
                   BX-KUNDE-ID OF BOKS-ARR(BOKS-IX) " "
                   BX-KONTO-ID OF BOKS-ARR(BOKS-IX) " "
                   BX-START-DATO OF BOKS-ARR(BOKS-IX) " "
                   BX-BOKS-STATUS OF BOKS-ARR(BOKS-IX) "  "
                   BX-SPAERRET-SW OF BOKS-ARR(BOKS-IX) "  "
                   BX-TOEMNING-SW OF BOKS-ARR(BOKS-IX) " "
                   BELOEB-VIS
           END-PERFORM.

       INDTAST-BOKS.
           DISPLAY "Boksnummer: " WITH NO ADVANCING
           ACCEPT SOEGE-BOKS-NR
           DISPLAY "Filialens reg-nr: " WITH NO ADVANCING
           ACCEPT SOEGE-REG-NR
           PERFORM FIND-BOKS.

       FIND-BOKS.
           MOVE 0 TO FOUND-IX
           PERFORM VARYING BOKS-IX FROM 1 BY 1
                   UNTIL BOKS-IX > NUM-BOKSE
               IF BX-BOKS-NR OF BOKS-ARR(BOKS-IX) = SOEGE-BOKS-NR
                   AND BX-REG-NR OF BOKS-ARR(BOKS-IX) = SOEGE-REG-NR
                   MOVE BOKS-IX TO FOUND-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * En opsagt boks kan lejes ud igen; posten genbruges, og det
      * tidligere lejemaal ligger i aendringshistorikken.
       UDLEJ-BOKS.
           PERFORM INDTAST-BOKS
           IF SOEGE-BOKS-NR = SPACES
               DISPLAY "Boksnummer skal udfyldes."
               EXIT PARAGRAPH
           END-IF
           IF FOUND-IX > 0
               IF BX-UDLEJET OF BOKS-ARR(FOUND-IX)
                   DISPLAY "Boksen er allerede udlejet til "
                       BX-KUNDE-ID OF BOKS-ARR(FOUND-IX)
                   EXIT PARAGRAPH
               END-IF
               IF BX-TIL-TOEMNING OF BOKS-ARR(FOUND-IX)
                   DISPLAY "Boksen er ikke toemt endnu."
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF NUM-BOKSE >= 2000
                   DISPLAY "Registret er fuldt - udvid BOKS-ARR."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE SPACES TO NY-BOKS
           MOVE SOEGE-BOKS-NR TO BX-BOKS-NR OF NY-BOKS
           MOVE SOEGE-REG-NR TO BX-REG-NR OF NY-BOKS
           DISPLAY "Stoerrelse (S/M/L): " WITH NO ADVANCING
           ACCEPT BX-STOERRELSE OF NY-BOKS
           IF NOT BX-LILLE OF NY-BOKS AND NOT BX-MELLEM OF NY-BOKS
                   AND NOT BX-STOR OF NY-BOKS
               DISPLAY "Ugyldig stoerrelse."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Lejers kunde-id: " WITH NO ADVANCING
           ACCEPT SOEGE-KUNDE-ID
           PERFORM VALIDER-LEJER
           IF OK-SW = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE SOEGE-KUNDE-ID TO BX-KUNDE-ID OF NY-BOKS
           PERFORM INDTAST-MEDLEJERE
           IF OK-SW = "N"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Betalingskonto: " WITH NO ADVANCING
           ACCEPT SOEGE-KONTO-ID
           PERFORM VALIDER-BETALINGSKONTO
           IF OK-SW = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE SOEGE-KONTO-ID TO BX-KONTO-ID OF NY-BOKS
           DISPLAY "Startdato (AAAA-MM-DD, blank = i dag): "
               WITH NO ADVANCING
           ACCEPT BX-START-DATO OF NY-BOKS
           IF BX-START-DATO OF NY-BOKS = SPACES
               MOVE DAGS-DATO TO BX-START-DATO OF NY-BOKS
           END-IF
           MOVE "A" TO BX-BOKS-STATUS OF NY-BOKS
           MOVE "N" TO BX-SPAERRET-SW OF NY-BOKS
           MOVE "N" TO BX-TOEMNING-SW OF NY-BOKS
           MOVE ZEROS TO BX-SIDST-OPKRAEVET OF NY-BOKS
           MOVE ZEROS TO BX-RESTANCE-BELOEB OF NY-BOKS
           MOVE SPACES TO FOER-BILLEDE
           IF FOUND-IX = 0
               ADD 1 TO NUM-BOKSE
               MOVE NUM-BOKSE TO FOUND-IX
           ELSE
               MOVE BOKS-ARR(FOUND-IX) TO FOER-BILLEDE(1:123)
           END-IF
           MOVE NY-BOKS TO BOKS-ARR(FOUND-IX)
           PERFORM GEM-BOKS-HISTORIK
           DISPLAY "Boks " SOEGE-BOKS-NR " udlejet til "
               BX-KUNDE-ID OF NY-BOKS ". Lejen opkraeves af den "
               "aarlige koersel.".

       RET-LEJEFORHOLD.
           PERFORM INDTAST-BOKS
           IF FOUND-IX = 0
               DISPLAY "Boksen findes ikke."
               EXIT PARAGRAPH
           END-IF
           IF NOT BX-UDLEJET OF BOKS-ARR(FOUND-IX)
               DISPLAY "Boksen er ikke udlejet."
               EXIT PARAGRAPH
           END-IF
           MOVE BX-KUNDE-ID OF BOKS-ARR(FOUND-IX) TO RELATION-KUNDE-ID
           PERFORM CHECK-RELATERET-KUNDE
           IF RELATION-SW = "J"
               PERFORM AFVIS-RELATERET-KUNDE
               EXIT PARAGRAPH
           END-IF
           MOVE BOKS-ARR(FOUND-IX) TO NY-BOKS
           MOVE BX-KUNDE-ID OF NY-BOKS TO SOEGE-KUNDE-ID
           DISPLAY "Ny stoerrelse (S/M/L, blank = uaendret): "
               WITH NO ADVANCING
           ACCEPT NY-STOERRELSE
           IF NY-STOERRELSE NOT = SPACE
               MOVE NY-STOERRELSE TO BX-STOERRELSE OF NY-BOKS
               IF NOT BX-LILLE OF NY-BOKS AND NOT BX-MELLEM OF NY-BOKS
                       AND NOT BX-STOR OF NY-BOKS
                   DISPLAY "Ugyldig stoerrelse."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM INDTAST-MEDLEJERE
           IF OK-SW = "N"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Ny betalingskonto (blank = uaendret): "
               WITH NO ADVANCING
           ACCEPT SOEGE-KONTO-ID
           IF SOEGE-KONTO-ID NOT = SPACES
               PERFORM VALIDER-BETALINGSKONTO
               IF OK-SW = "N"
                   EXIT PARAGRAPH
               END-IF
               MOVE SOEGE-KONTO-ID TO BX-KONTO-ID OF NY-BOKS
           END-IF
           MOVE SPACES TO FOER-BILLEDE
           MOVE BOKS-ARR(FOUND-IX) TO FOER-BILLEDE(1:123)
           MOVE NY-BOKS TO BOKS-ARR(FOUND-IX)
           PERFORM GEM-BOKS-HISTORIK
           DISPLAY "Lejeforholdet er rettet.".

      * Medlejerne indtastes forfra; blank afslutter listen.
       INDTAST-MEDLEJERE.
           MOVE "J" TO OK-SW
           MOVE SPACES TO BX-MEDLEJER OF NY-BOKS (1)
                          BX-MEDLEJER OF NY-BOKS (2)
                          BX-MEDLEJER OF NY-BOKS (3)
           PERFORM VARYING MEDLEJER-IX FROM 1 BY 1
                   UNTIL MEDLEJER-IX > 3
               DISPLAY "Medlejer " MEDLEJER-IX
                   " kunde-id (blank = ingen flere): "
                   WITH NO ADVANCING
               ACCEPT SOEGE-KUNDE-ID
               IF SOEGE-KUNDE-ID = SPACES
                   EXIT PERFORM
               END-IF
               PERFORM LOOKUP-KUNDE
               IF KUNDE-MATCH-IX = 0
                   DISPLAY "Kunden findes ikke."
                   MOVE "N" TO OK-SW
                   EXIT PERFORM
               END-IF
               IF KUNDE-INAKTIV OF KUNDE-ARR(KUNDE-MATCH-IX)
                   DISPLAY "Kunden er inaktiv."
                   MOVE "N" TO OK-SW
                   EXIT PERFORM
               END-IF
               IF SOEGE-KUNDE-ID = BX-KUNDE-ID OF NY-BOKS
                   DISPLAY "Lejeren kan ikke ogsaa vaere medlejer."
                   MOVE "N" TO OK-SW
                   EXIT PERFORM
               END-IF
               MOVE SOEGE-KUNDE-ID
                 TO BX-MEDLEJER OF NY-BOKS (MEDLEJER-IX)
           END-PERFORM.

       VALIDER-LEJER.
           MOVE "J" TO OK-SW
           PERFORM LOOKUP-KUNDE
           EVALUATE TRUE
               WHEN KUNDE-MATCH-IX = 0
                   DISPLAY "Kunden findes ikke."
                   MOVE "N" TO OK-SW
               WHEN KUNDE-INAKTIV OF KUNDE-ARR(KUNDE-MATCH-IX)
                   DISPLAY "Kunden er inaktiv."
                   MOVE "N" TO OK-SW
               WHEN OTHER
                   MOVE SOEGE-KUNDE-ID TO RELATION-KUNDE-ID
                   PERFORM CHECK-RELATERET-KUNDE
                   IF RELATION-SW = "J"
                       PERFORM AFVIS-RELATERET-KUNDE
                       MOVE "N" TO OK-SW
                   END-IF
           END-EVALUATE.

      * Lejen traekkes paa lejerens egen konto.
       VALIDER-BETALINGSKONTO.
           MOVE "J" TO OK-SW
           PERFORM LOOKUP-KONTO
           EVALUATE TRUE
               WHEN KONTO-MATCH-IX = 0
                   DISPLAY "Kontoen findes ikke."
                   MOVE "N" TO OK-SW
               WHEN KUNDE-ID OF KONTO-ARR(KONTO-MATCH-IX)
                       NOT = BX-KUNDE-ID OF NY-BOKS
                   DISPLAY "Kontoen tilhoerer ikke lejeren."
                   MOVE "N" TO OK-SW
           END-EVALUATE.

       LOOKUP-KUNDE.
           MOVE 0 TO KUNDE-MATCH-IX
           PERFORM VARYING KUNDE-IX2 FROM 1 BY 1
                   UNTIL KUNDE-IX2 > NUM-KUNDER
               IF KUNDE-ID OF KUNDE-ARR(KUNDE-IX2) = SOEGE-KUNDE-ID
                   MOVE KUNDE-IX2 TO KUNDE-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOOKUP-KONTO.
           MOVE 0 TO KONTO-MATCH-IX
           PERFORM VARYING KONTO-IX2 FROM 1 BY 1
                   UNTIL KONTO-IX2 > NUM-KONTI
               IF KONTO-ID OF KONTO-ARR(KONTO-IX2) = SOEGE-KONTO-ID
                   MOVE KONTO-IX2 TO KONTO-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * Adgang gives kun lejeren og medlejerne, og kun naar boksen
      * hverken er spaerret for restance eller markeret til toemning.
       ADGANGSKONTROL.
           PERFORM INDTAST-BOKS
           IF FOUND-IX = 0
               DISPLAY "Boksen findes ikke."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Kunde-id: " WITH NO ADVANCING
           ACCEPT SOEGE-KUNDE-ID
           MOVE "N" TO ADGANG-SW
           IF SOEGE-KUNDE-ID = BX-KUNDE-ID OF BOKS-ARR(FOUND-IX)
               MOVE "J" TO ADGANG-SW
           END-IF
           PERFORM VARYING MEDLEJER-IX FROM 1 BY 1
                   UNTIL MEDLEJER-IX > 3
               IF SOEGE-KUNDE-ID NOT = SPACES
                   AND SOEGE-KUNDE-ID
                       = BX-MEDLEJER OF BOKS-ARR
                           (FOUND-IX, MEDLEJER-IX)
                   MOVE "J" TO ADGANG-SW
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN NOT BX-UDLEJET OF BOKS-ARR(FOUND-IX)
                   DISPLAY "ADGANG NAEGTET: boksen er ikke udlejet."
               WHEN ADGANG-SW = "N"
                   DISPLAY "ADGANG NAEGTET: kunden er hverken lejer "
                       "eller medlejer."
               WHEN BX-TIL-TOEMNING OF BOKS-ARR(FOUND-IX)
                   DISPLAY "ADGANG NAEGTET: boksen skal toemmes ("
                       BX-TOEMNING-AARSAG OF BOKS-ARR(FOUND-IX) ")."
               WHEN BX-ADGANG-SPAERRET OF BOKS-ARR(FOUND-IX)
                   MOVE BX-RESTANCE-BELOEB OF BOKS-ARR(FOUND-IX)
                     TO BELOEB-VIS
                   DISPLAY "ADGANG NAEGTET: restance paa boksleje "
                       BELOEB-VIS " siden "
                       BX-RESTANCE-DATO OF BOKS-ARR(FOUND-IX)
               WHEN OTHER
                   DISPLAY "Adgang tilladt."
           END-EVALUATE.

      * Restancen er betalt i kassen eller ved overfoersel; posteringen
      * foretages paa saedvanlig vis, her ophaeves kun spaerringen.
       OPHAEV-SPAERRING.
           PERFORM INDTAST-BOKS
           IF FOUND-IX = 0
               DISPLAY "Boksen findes ikke."
               EXIT PARAGRAPH
           END-IF
           IF NOT BX-ADGANG-SPAERRET OF BOKS-ARR(FOUND-IX)
               DISPLAY "Boksen er ikke spaerret."
               EXIT PARAGRAPH
           END-IF
           MOVE BX-KUNDE-ID OF BOKS-ARR(FOUND-IX) TO RELATION-KUNDE-ID
           PERFORM CHECK-RELATERET-KUNDE
           IF RELATION-SW = "J"
               PERFORM AFVIS-RELATERET-KUNDE
               EXIT PARAGRAPH
           END-IF
           MOVE BX-RESTANCE-BELOEB OF BOKS-ARR(FOUND-IX) TO BELOEB-VIS
           DISPLAY "Restance " BELOEB-VIS " registreres som betalt. "
               "Bekraeft (J/N): " WITH NO ADVANCING
           ACCEPT BEKRAEFT-VALG
           IF BEKRAEFT-VALG NOT = "J"
               DISPLAY "Uaendret."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO FOER-BILLEDE
           MOVE BOKS-ARR(FOUND-IX) TO FOER-BILLEDE(1:123)
           MOVE "N" TO BX-SPAERRET-SW OF BOKS-ARR(FOUND-IX)
           MOVE ZEROS TO BX-RESTANCE-BELOEB OF BOKS-ARR(FOUND-IX)
           MOVE SPACES TO BX-RESTANCE-DATO OF BOKS-ARR(FOUND-IX)
           PERFORM GEM-BOKS-HISTORIK
           PERFORM BOKS-ARR-REWRITE
           DISPLAY "Spaerringen er ophaevet.".

      * Opsigelse kraever, at boksen er toemt; en boks markeret til
      * toemning opsiges samtidig med, at toemningen registreres.
       OPSIG-BOKS.
           PERFORM INDTAST-BOKS
           IF FOUND-IX = 0
               DISPLAY "Boksen findes ikke."
               EXIT PARAGRAPH
           END-IF
           IF NOT BX-UDLEJET OF BOKS-ARR(FOUND-IX)
                   AND NOT BX-TIL-TOEMNING OF BOKS-ARR(FOUND-IX)
               DISPLAY "Boksen er allerede opsagt."
               EXIT PARAGRAPH
           END-IF
           MOVE BX-KUNDE-ID OF BOKS-ARR(FOUND-IX) TO RELATION-KUNDE-ID
           PERFORM CHECK-RELATERET-KUNDE
           IF RELATION-SW = "J"
               PERFORM AFVIS-RELATERET-KUNDE
               EXIT PARAGRAPH
           END-IF
           IF BX-RESTANCE-BELOEB OF BOKS-ARR(FOUND-IX) > ZEROS
               MOVE BX-RESTANCE-BELOEB OF BOKS-ARR(FOUND-IX)
                 TO BELOEB-VIS
               DISPLAY "ADVARSEL: uafviklet restance " BELOEB-VIS
                   " - overdrages til inkasso."
           END-IF
           DISPLAY "Er boksen toemt og noeglerne afleveret (J/N): "
               WITH NO ADVANCING
           ACCEPT BEKRAEFT-VALG
           IF BEKRAEFT-VALG NOT = "J"
               DISPLAY "Uaendret."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO FOER-BILLEDE
           MOVE BOKS-ARR(FOUND-IX) TO FOER-BILLEDE(1:123)
           MOVE "O" TO BX-BOKS-STATUS OF BOKS-ARR(FOUND-IX)
           MOVE "N" TO BX-SPAERRET-SW OF BOKS-ARR(FOUND-IX)
           MOVE "N" TO BX-TOEMNING-SW OF BOKS-ARR(FOUND-IX)
           PERFORM GEM-BOKS-HISTORIK
           PERFORM BOKS-ARR-REWRITE
           DISPLAY "Lejemaalet er opsagt.".

       SKRIV-RAPPORT.
           OPEN OUTPUT FIL-RAPPORT
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Bankbokse pr. "  DELIMITED BY SIZE
               DAGS-DATO         DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE "Boks   Reg-nr S Lejer      Medlejere"
             TO RAPPORT-TEXT
           MOVE "Konto          Start      Opkr    Restance Status"
             TO RAPPORT-TEXT(61:)
           WRITE RAPPORT-REC
           PERFORM VARYING BOKS-IX FROM 1 BY 1
                   UNTIL BOKS-IX > NUM-BOKSE
               IF BX-UDLEJET OF BOKS-ARR(BOKS-IX)
                       OR BX-TIL-TOEMNING OF BOKS-ARR(BOKS-IX)
                   PERFORM SKRIV-RAPPORT-LINJE
               END-IF
           END-PERFORM
           CLOSE FIL-RAPPORT
           DISPLAY "Rapport skrevet til Bokse-Rapport.txt.".

       SKRIV-RAPPORT-LINJE.
           MOVE SPACES TO RAPPORT-TEXT
           MOVE BX-BOKS-NR OF BOKS-ARR(BOKS-IX) TO RAPPORT-TEXT(1:6)
           MOVE BX-REG-NR OF BOKS-ARR(BOKS-IX) TO RAPPORT-TEXT(8:6)
           MOVE BX-STOERRELSE OF BOKS-ARR(BOKS-IX)
             TO RAPPORT-TEXT(15:1)
           MOVE BX-KUNDE-ID OF BOKS-ARR(BOKS-IX) TO RAPPORT-TEXT(17:10)
           MOVE BX-MEDLEJER OF BOKS-ARR(BOKS-IX, 1)
             TO RAPPORT-TEXT(28:10)
           MOVE BX-MEDLEJER OF BOKS-ARR(BOKS-IX, 2)
             TO RAPPORT-TEXT(39:10)
           MOVE BX-MEDLEJER OF BOKS-ARR(BOKS-IX, 3)
             TO RAPPORT-TEXT(50:10)
           MOVE BX-KONTO-ID OF BOKS-ARR(BOKS-IX) TO RAPPORT-TEXT(61:14)
           MOVE BX-START-DATO OF BOKS-ARR(BOKS-IX)
             TO RAPPORT-TEXT(76:10)
           MOVE BX-SIDST-OPKRAEVET OF BOKS-ARR(BOKS-IX)
             TO RAPPORT-TEXT(87:4)
           MOVE BX-RESTANCE-BELOEB OF BOKS-ARR(BOKS-IX) TO BELOEB-VIS
           MOVE BELOEB-VIS TO RAPPORT-TEXT(92:11)
           EVALUATE TRUE
               WHEN BX-TIL-TOEMNING OF BOKS-ARR(BOKS-IX)
                   STRING "TOEMMES: " DELIMITED BY SIZE
                       BX-TOEMNING-AARSAG OF BOKS-ARR(BOKS-IX)
                                      DELIMITED BY SIZE
                   INTO RAPPORT-TEXT(104:)
               WHEN BX-ADGANG-SPAERRET OF BOKS-ARR(BOKS-IX)
                   MOVE "SPAERRET" TO RAPPORT-TEXT(104:)
               WHEN OTHER
                   MOVE "aktiv" TO RAPPORT-TEXT(104:)
           END-EVALUATE
           WRITE RAPPORT-REC.

       GEM-BOKS-HISTORIK.
           MOVE SPACES TO EFTER-BILLEDE
           MOVE BOKS-ARR(FOUND-IX) TO EFTER-BILLEDE(1:123)
           MOVE SPACES TO HIST-NOEGLE
           STRING
               BX-BOKS-NR OF BOKS-ARR(FOUND-IX) DELIMITED BY SPACE
               "/"                              DELIMITED BY SIZE
               BX-REG-NR OF BOKS-ARR(FOUND-IX)  DELIMITED BY SIZE
           INTO HIST-NOEGLE
           PERFORM SKRIV-HISTORIK-POST.

       HIST-TID-FILL.
           ACCEPT HIST-OPERATOR FROM ENVIRONMENT "USER"
           ACCEPT HIST-DATE FROM DATE YYYYMMDD
           ACCEPT HIST-TIME FROM TIME
           MOVE SPACES TO HIST-TID
           STRING
               HIST-DATE(1:4) DELIMITED BY SIZE
               "-"            DELIMITED BY SIZE
               HIST-DATE(5:2) DELIMITED BY SIZE
               "-"            DELIMITED BY SIZE
               HIST-DATE(7:2) DELIMITED BY SIZE
               " "            DELIMITED BY SIZE
               HIST-TIME(1:2) DELIMITED BY SIZE
               ":"            DELIMITED BY SIZE
               HIST-TIME(3:2) DELIMITED BY SIZE
               ":"            DELIMITED BY SIZE
               HIST-TIME(5:2) DELIMITED BY SIZE
           INTO HIST-TID.

       SKRIV-HISTORIK-POST.
           OPEN EXTEND FIL-HISTORIK
           IF HISTORIK-STATUS = "35"
               OPEN OUTPUT FIL-HISTORIK
           END-IF
           PERFORM HIST-TID-FILL
           IF FOER-BILLEDE NOT = SPACES
               MOVE SPACES TO HISTORIK-REC
               MOVE "OPG117" TO AH-PROGRAM
               MOVE HIST-OPERATOR TO AH-OPERATOR
               MOVE HIST-TID TO AH-TID
               MOVE HIST-NOEGLE TO AH-NOEGLE
               MOVE "FOER" TO AH-BILLEDE
               MOVE FOER-BILLEDE TO AH-DATA
               WRITE HISTORIK-REC
           END-IF
           MOVE SPACES TO HISTORIK-REC
           MOVE "OPG117" TO AH-PROGRAM
           MOVE HIST-OPERATOR TO AH-OPERATOR
           MOVE HIST-TID TO AH-TID
           MOVE HIST-NOEGLE TO AH-NOEGLE
           MOVE "EFTER" TO AH-BILLEDE
           MOVE EFTER-BILLEDE TO AH-DATA
           WRITE HISTORIK-REC
           CLOSE FIL-HISTORIK
           MOVE SPACES TO FOER-BILLEDE.

       BOKS-ARR-REWRITE.
           OPEN OUTPUT FIL-BOKSE
           PERFORM VARYING BOKS-IX FROM 1 BY 1
                   UNTIL BOKS-IX > NUM-BOKSE
               WRITE BOKS-REKORD FROM BOKS-ARR(BOKS-IX)
           END-PERFORM
           MOVE SPACES TO BOKS-REKORD
           MOVE "TRAILER" TO TR-MARKER OF BOKS-REKORD-TRAILER
           MOVE NUM-BOKSE TO TR-ANTAL OF BOKS-REKORD-TRAILER
           WRITE BOKS-REKORD
           CLOSE FIL-BOKSE.

       CHECK-BATCH-LAAS.
           OPEN INPUT FIL-LAAS
           IF LAAS-STATUS = "00"
               READ FIL-LAAS
                   AT END
                       CONTINUE
               END-READ
               CLOSE FIL-LAAS
               IF LS-LAAS-STATUS = "LAAST"
                   DISPLAY "Systemet er i batchkoersel (laast "
                       LS-TID " af " LS-OPERATOR ")."
                   DISPLAY "Tast X for noedoverstyring, andet for "
                       "at afslutte: " WITH NO ADVANCING
                   ACCEPT OVERRIDE-VALG
                   IF OVERRIDE-VALG NOT = "X"
                       DISPLAY "Afsluttet uden aendringer."
                       STOP RUN
                   END-IF
                   PERFORM LOG-NOEDOVERSTYRING
               END-IF
           END-IF.

       LOG-NOEDOVERSTYRING.
           ACCEPT LAAS-OPERATOR FROM ENVIRONMENT "USER"
           ACCEPT LAAS-DATE FROM DATE YYYYMMDD
           ACCEPT LAAS-TIME FROM TIME
           OPEN EXTEND FIL-RUN-LOG
           IF RUN-LOG-STATUS = "35"
               OPEN OUTPUT FIL-RUN-LOG
           END-IF
           MOVE SPACES TO RUN-LOG-TEXT
           STRING "Program: OPG-117"     DELIMITED BY SIZE
                  " NOEDOVERSTYRING af batchlaas - operator: "
                                           DELIMITED BY SIZE
                  LAAS-OPERATOR            DELIMITED BY SIZE
                  " dato: "                DELIMITED BY SIZE
                  LAAS-DATE                DELIMITED BY SIZE
                  " kl: "                  DELIMITED BY SIZE
                  LAAS-TIME                DELIMITED BY SIZE
               INTO RUN-LOG-TEXT
           END-STRING
           WRITE RUN-LOG-REC
           CLOSE FIL-RUN-LOG.

      * Autorisationskontrol: findes Operatoer-Autorisation.txt,
      * skal operatoren have en raekke for programmet (eller ALLE)
      * med tilladelse J - ellers logges afvisningen i
      * koerselsloggen, og programmet slutter uden at roere data.
      * Uden autorisationsfil koerer alle som hidtil.
       CHECK-AUTORISATION.
           ACCEPT AUTOR-OPERATOR FROM ENVIRONMENT "USER"
           MOVE "N" TO AUTOR-FUNDET-SW
           OPEN INPUT FIL-AUTOR
           IF AUTOR-FIL-STATUS = "00"
               MOVE "N" TO AUTOR-EOF-SW
               PERFORM UNTIL AUTOR-EOF-SW = "J"
                   READ FIL-AUTOR
                       AT END
                           MOVE "J" TO AUTOR-EOF-SW
                       NOT AT END
                           IF AU-OPERATOR = AUTOR-OPERATOR
                               AND (AU-PROGRAM = "OPG117"
                                   OR AU-PROGRAM = "ALLE")
                               IF AU-TILLADT
                                   MOVE "J" TO AUTOR-FUNDET-SW
                               END-IF
                               MOVE "J" TO AUTOR-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIL-AUTOR
               IF AUTOR-FUNDET-SW = "N"
                   PERFORM LOG-AUTORISATION-AFVIST
                   DISPLAY "Adgang afvist: operator " AUTOR-OPERATOR
                       " er ikke autoriseret til OPG-117."
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
           STRING "Program: OPG-117"      DELIMITED BY SIZE
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
           STRING "Program: OPG-117"      DELIMITED BY SIZE
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
