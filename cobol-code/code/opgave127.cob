       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPG-127.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT FIL-SIKKERHEDER ASSIGN TO "../data/Sikkerheder.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SIKKERHED-FIL-STATUS.
       SELECT FIL-KONTI ASSIGN TO "../data/KontoOpl.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       SELECT FIL-KUNDER ASSIGN TO "../data/Kundeoplysninger.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       SELECT FIL-PLAN ASSIGN TO "../data/Laaneplaner.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLAN-FIL-STATUS.
       SELECT FIL-HISTORIK
               ASSIGN TO "../data/Aendrings-Historik.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORIK-STATUS.
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
       FD FIL-SIKKERHEDER.
       01 SIKKERHED-REKORD.
           COPY "../copybooks/SIKKERHED.cpy".
       01 SIKKERHED-REKORD-TRAILER REDEFINES SIKKERHED-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(141).

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

       FD FIL-HISTORIK.
       01 HISTORIK-REC.
           02 AH-PROGRAM    PIC X(06).
           02 AH-OPERATOR   PIC X(10).
           02 AH-TID        PIC X(19).
           02 AH-NOEGLE     PIC X(20).
           02 AH-BILLEDE    PIC X(05).
           02 AH-DATA       PIC X(325).

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

      * Sikkerhedsregistret (Sikkerheder.txt) holder de sikkerheder,
      * der er stillet for laanene i Laaneplaner.txt: pantebrev i fast
      * ejendom (P), pant i koeretoej (B), pantsat indestaaende (D),
      * kaution (K) og oevrige (O). En sikkerhed tilhoerer een kunde
      * og kan daekke op til tre laan. Vurderingen er bankens
      * vurdering paa vurderingsdatoen; for pantebreve registreres
      * prioriteten og den gaeld, der staar foran bankens pant. For
      * en kaution er vurderingen kautionsbeloebet, og kautionisten
      * angives. Et pantsat indestaaende vaerdisaettes af OPG-128 til
      * kontoens saldo, og OPG-30 afviser haevninger paa kontoen,
      * saa laenge pantsaetningen er aktiv.
      * Alle aendringer logges som foer/efter-billeder.
       01 SIKKERHED-FIL-STATUS PIC XX VALUE "00".
       01 PLAN-FIL-STATUS  PIC XX VALUE "00".
       01 TRAILER-FOUND-SW PIC X(01) VALUE "N".
       01 TRAILER-ANTAL    PIC 9(06) VALUE ZEROS.
       01 EOF-FLAG         PIC X(01) VALUE "N".

       01 NUM-SIKKERHEDER  PIC 9(04) VALUE 0.
       01 SIKKERHED-ARR OCCURS 0 TO 2000 TIMES
               DEPENDING ON NUM-SIKKERHEDER.
           COPY "../copybooks/SIKKERHED.cpy".
       01 SIKKERHED-IX     PIC 9(04) VALUE 0.
       01 FOUND-IX         PIC 9(04) VALUE 0.
       01 SOEGE-SIKKERHED-ID PIC X(10) VALUE SPACES.
       01 NAESTE-SI-NR     PIC 9(08) VALUE 0.
       01 SI-NR-TAL        PIC 9(08) VALUE 0.
       01 LAAN-IX          PIC 9(01) VALUE 0.
       01 LAAN-ANTAL       PIC 9(01) VALUE 0.

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

       01 NUM-PLANER       PIC 9(04) VALUE 0.
       01 PLAN-ARR OCCURS 0 TO 500 TIMES DEPENDING ON NUM-PLANER.
           COPY "../copybooks/LAANEPLAN.cpy".
       01 PLAN-IX          PIC 9(04) VALUE 0.
       01 PLAN-MATCH-IX    PIC 9(04) VALUE 0.

       01 MENU-VALG     PIC X(01).
       01 FORTSAET-SW   PIC X(01) VALUE "J".
       01 OK-SW         PIC X(01) VALUE "J".
       01 BEKRAEFT-VALG PIC X(01).
       01 OPERATOR      PIC X(10) VALUE SPACES.
       01 OVERRIDE-VALG PIC X(01) VALUE SPACE.

       01 NY-SIKKERHED.
           COPY "../copybooks/SIKKERHED.cpy".
       01 SOEGE-KUNDE-ID  PIC X(10) VALUE SPACES.
       01 SOEGE-KONTO-ID  PIC X(14) VALUE SPACES.
       01 NY-VURDERING    PIC 9(10)V99 VALUE ZEROS.
       01 NY-PRIORITET    PIC 9(02) VALUE ZEROS.
       01 NY-BESKRIVELSE  PIC X(30) VALUE SPACES.

       01 RUN-DATE      PIC 9(08) VALUE ZEROS.
      * Koerselsdatoen er bankens bogfoeringsdato (Bogfoeringsdato.txt),
      * ikke maskinens dato.
       01 BOGFDATO-STATUS  PIC XX VALUE "00".
       01 BOGFDATO-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".
       01 DAGS-DATO     PIC X(10) VALUE SPACES.
       01 BELOEB-VIS    PIC -Z,ZZZ,ZZZ,ZZ9.99.

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
           PERFORM PLAN-ARR-FILL
           PERFORM SIKKERHED-ARR-FILL
           PERFORM UNTIL FORTSAET-SW NOT = "J"
               PERFORM SHOW-MENU
               ACCEPT MENU-VALG
               EVALUATE MENU-VALG
                   WHEN "1"
                       PERFORM VIS-REGISTER
                   WHEN "2"
                       PERFORM OPRET-SIKKERHED
                   WHEN "3"
                       PERFORM RET-SIKKERHED
                   WHEN "4"
                       PERFORM FRIGIV-SIKKERHED
                   WHEN "5"
                       MOVE "N" TO FORTSAET-SW
                   WHEN OTHER
                       DISPLAY "Ukendt valg."
               END-EVALUATE
           END-PERFORM
           PERFORM SIKKERHED-ARR-REWRITE
           STOP RUN.

       SHOW-MENU.
           DISPLAY " "
           DISPLAY "1. Vis register"
           DISPLAY "2. Registrer sikkerhed"
           DISPLAY "3. Ret sikkerhed (vurdering, prioritet, laan)"
           DISPLAY "4. Frigiv sikkerhed"
           DISPLAY "5. Afslut og gem"
           DISPLAY "Valg: " WITH NO ADVANCING.

      * Nye sikkerheder nummereres SInnnnnnnn efter det hoejeste
      * nummer i registret.
       SIKKERHED-ARR-FILL.
           MOVE 0 TO NUM-SIKKERHEDER
           MOVE 0 TO NAESTE-SI-NR
           OPEN INPUT FIL-SIKKERHEDER
           IF SIKKERHED-FIL-STATUS NOT = "00"
               DISPLAY "Sikkerheder.txt findes ikke - "
                   "starter tom."
           ELSE
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ FIL-SIKKERHEDER INTO SIKKERHED-REKORD
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF TR-MARKER OF SIKKERHED-REKORD-TRAILER
                                   = "TRAILER"
                               MOVE "Y" TO EOF-FLAG
                           ELSE
                               IF NUM-SIKKERHEDER >= 2000
                                   DISPLAY "FEJL: flere end 2000 "
                                       "sikkerheder - udvid "
                                       "SIKKERHED-ARR."
                                   MOVE 1 TO RETURN-CODE
                                   STOP RUN
                               END-IF
                               ADD 1 TO NUM-SIKKERHEDER
                               MOVE SIKKERHED-REKORD
                                 TO SIKKERHED-ARR(NUM-SIKKERHEDER)
                               PERFORM NOTER-SI-NR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIL-SIKKERHEDER
           END-IF.

       NOTER-SI-NR.
           IF SI-SIKKERHED-ID OF SIKKERHED-REKORD(1:2) = "SI"
               AND SI-SIKKERHED-ID OF SIKKERHED-REKORD(3:8) IS NUMERIC
               MOVE SI-SIKKERHED-ID OF SIKKERHED-REKORD(3:8)
                 TO SI-NR-TAL
               IF SI-NR-TAL > NAESTE-SI-NR
                   MOVE SI-NR-TAL TO NAESTE-SI-NR
               END-IF
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

       VIS-REGISTER.
           DISPLAY "Id         T Kunde      Vurdering          "
               "Vurderet   Pr Laan           St Beskrivelse"
           PERFORM VARYING SIKKERHED-IX FROM 1 BY 1
                   UNTIL SIKKERHED-IX > NUM-SIKKERHEDER
               MOVE SI-VURDERING OF SIKKERHED-ARR(SIKKERHED-IX)
                 TO BELOEB-VIS
               DISPLAY SI-SIKKERHED-ID OF SIKKERHED-ARR(SIKKERHED-IX)
                   " " SI-TYPE OF SIKKERHED-ARR(SIKKERHED-IX)
                   " " SI-KUNDE-ID OF SIKKERHED-ARR(SIKKERHED-IX)
                   " " BELOEB-VIS
                   " " SI-VURDERINGS-DATO
                           OF SIKKERHED-ARR(SIKKERHED-IX)
                   " " SI-PRIORITET OF SIKKERHED-ARR(SIKKERHED-IX)
                   " " SI-LAAN-KONTO OF SIKKERHED-ARR(SIKKERHED-IX, 1)
                   " " SI-STATUS OF SIKKERHED-ARR(SIKKERHED-IX)
                   "  " SI-BESKRIVELSE OF SIKKERHED-ARR(SIKKERHED-IX)
           END-PERFORM.

       INDTAST-SIKKERHED.
           DISPLAY "Sikkerheds-id: " WITH NO ADVANCING
           ACCEPT SOEGE-SIKKERHED-ID
           MOVE 0 TO FOUND-IX
           PERFORM VARYING SIKKERHED-IX FROM 1 BY 1
                   UNTIL SIKKERHED-IX > NUM-SIKKERHEDER
               IF SI-SIKKERHED-ID OF SIKKERHED-ARR(SIKKERHED-IX)
                       = SOEGE-SIKKERHED-ID
                   MOVE SIKKERHED-IX TO FOUND-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       OPRET-SIKKERHED.
           IF NUM-SIKKERHEDER >= 2000
               DISPLAY "Registret er fuldt - udvid SIKKERHED-ARR."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO NY-SIKKERHED
           DISPLAY "Type (P=pantebrev fast ejendom, B=koeretoej, "
               "D=pantsat indestaaende, K=kaution, O=oevrig): "
               WITH NO ADVANCING
           ACCEPT SI-TYPE OF NY-SIKKERHED
           IF NOT SI-PANTEBREV OF NY-SIKKERHED
                   AND NOT SI-KOERETOEJ OF NY-SIKKERHED
                   AND NOT SI-INDESTAAENDE OF NY-SIKKERHED
                   AND NOT SI-KAUTION OF NY-SIKKERHED
                   AND NOT SI-OEVRIG OF NY-SIKKERHED
               DISPLAY "Ugyldig type."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Debitors kunde-id: " WITH NO ADVANCING
           ACCEPT SOEGE-KUNDE-ID
           PERFORM VALIDER-DEBITOR
           IF OK-SW = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE SOEGE-KUNDE-ID TO SI-KUNDE-ID OF NY-SIKKERHED
           PERFORM INDTAST-LAAN
           IF OK-SW = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO SI-VURDERING OF NY-SIKKERHED
           MOVE ZEROS TO SI-PRIORITET OF NY-SIKKERHED
           MOVE ZEROS TO SI-FORANST-GAELD OF NY-SIKKERHED
           EVALUATE TRUE
               WHEN SI-INDESTAAENDE OF NY-SIKKERHED
                   PERFORM INDTAST-PANT-KONTO
               WHEN SI-KAUTION OF NY-SIKKERHED
                   PERFORM INDTAST-KAUTIONIST
                   IF OK-SW = "J"
                       DISPLAY "Kautionsbeloeb: " WITH NO ADVANCING
                       ACCEPT SI-VURDERING OF NY-SIKKERHED
                   END-IF
               WHEN OTHER
                   DISPLAY "Vurdering: " WITH NO ADVANCING
                   ACCEPT SI-VURDERING OF NY-SIKKERHED
                   IF SI-PANTEBREV OF NY-SIKKERHED
                       DISPLAY "Prioritet: " WITH NO ADVANCING
                       ACCEPT SI-PRIORITET OF NY-SIKKERHED
                       DISPLAY "Gaeld med bedre prioritet: "
                           WITH NO ADVANCING
                       ACCEPT SI-FORANST-GAELD OF NY-SIKKERHED
                   END-IF
           END-EVALUATE
           IF OK-SW = "N"
               EXIT PARAGRAPH
           END-IF
           IF NOT SI-INDESTAAENDE OF NY-SIKKERHED
               DISPLAY "Vurderingsdato (AAAA-MM-DD, blank = i dag): "
                   WITH NO ADVANCING
               ACCEPT SI-VURDERINGS-DATO OF NY-SIKKERHED
           END-IF
           IF SI-VURDERINGS-DATO OF NY-SIKKERHED = SPACES
               MOVE DAGS-DATO TO SI-VURDERINGS-DATO OF NY-SIKKERHED
           END-IF
           DISPLAY "Beskrivelse: " WITH NO ADVANCING
           ACCEPT SI-BESKRIVELSE OF NY-SIKKERHED
           ADD 1 TO NAESTE-SI-NR
           MOVE SPACES TO SI-SIKKERHED-ID OF NY-SIKKERHED
           STRING
               "SI"         DELIMITED BY SIZE
               NAESTE-SI-NR DELIMITED BY SIZE
           INTO SI-SIKKERHED-ID OF NY-SIKKERHED
           MOVE "A" TO SI-STATUS OF NY-SIKKERHED
           ADD 1 TO NUM-SIKKERHEDER
           MOVE NUM-SIKKERHEDER TO FOUND-IX
           MOVE NY-SIKKERHED TO SIKKERHED-ARR(FOUND-IX)
           MOVE SPACES TO FOER-BILLEDE
           PERFORM GEM-SIKKERHED-HISTORIK
           PERFORM SIKKERHED-ARR-REWRITE
           DISPLAY "Sikkerhed " SI-SIKKERHED-ID OF NY-SIKKERHED
               " registreret.".

      * Vurderingen og prioriteten rettes kun, naar der tastes en ny
      * vaerdi; de tilknyttede laan indtastes forfra efter oenske.
       RET-SIKKERHED.
           PERFORM INDTAST-SIKKERHED
           IF FOUND-IX = 0
               DISPLAY "Sikkerheden findes ikke."
               EXIT PARAGRAPH
           END-IF
           IF NOT SI-AKTIV OF SIKKERHED-ARR(FOUND-IX)
               DISPLAY "Sikkerheden er frigivet."
               EXIT PARAGRAPH
           END-IF
           MOVE SI-KUNDE-ID OF SIKKERHED-ARR(FOUND-IX)
             TO RELATION-KUNDE-ID
           PERFORM CHECK-RELATERET-KUNDE
           IF RELATION-SW = "J"
               PERFORM AFVIS-RELATERET-KUNDE
               EXIT PARAGRAPH
           END-IF
           MOVE SIKKERHED-ARR(FOUND-IX) TO NY-SIKKERHED
           MOVE "J" TO OK-SW
           IF NOT SI-INDESTAAENDE OF NY-SIKKERHED
               MOVE SI-VURDERING OF NY-SIKKERHED TO BELOEB-VIS
               DISPLAY "Vurdering " BELOEB-VIS " pr. "
                   SI-VURDERINGS-DATO OF NY-SIKKERHED
               DISPLAY "Ny vurdering (0 = uaendret): "
                   WITH NO ADVANCING
               ACCEPT NY-VURDERING
               IF NY-VURDERING > ZEROS
                   MOVE NY-VURDERING TO SI-VURDERING OF NY-SIKKERHED
                   DISPLAY "Vurderingsdato (AAAA-MM-DD, blank = "
                       "i dag): " WITH NO ADVANCING
                   ACCEPT SI-VURDERINGS-DATO OF NY-SIKKERHED
                   IF SI-VURDERINGS-DATO OF NY-SIKKERHED = SPACES
                       MOVE DAGS-DATO
                         TO SI-VURDERINGS-DATO OF NY-SIKKERHED
                   END-IF
               END-IF
           END-IF
           IF SI-PANTEBREV OF NY-SIKKERHED
               DISPLAY "Ny prioritet (0 = uaendret): "
                   WITH NO ADVANCING
               ACCEPT NY-PRIORITET
               IF NY-PRIORITET > ZEROS
                   MOVE NY-PRIORITET TO SI-PRIORITET OF NY-SIKKERHED
               END-IF
               MOVE SI-FORANST-GAELD OF NY-SIKKERHED TO BELOEB-VIS
               DISPLAY "Gaeld med bedre prioritet er " BELOEB-VIS
                   " - ret (J/N): " WITH NO ADVANCING
               ACCEPT BEKRAEFT-VALG
               IF BEKRAEFT-VALG = "J"
                   DISPLAY "Gaeld med bedre prioritet: "
                       WITH NO ADVANCING
                   ACCEPT SI-FORANST-GAELD OF NY-SIKKERHED
               END-IF
           END-IF
           DISPLAY "Ret tilknyttede laan (J/N): " WITH NO ADVANCING
           ACCEPT BEKRAEFT-VALG
           IF BEKRAEFT-VALG = "J"
               PERFORM INDTAST-LAAN
               IF OK-SW = "N"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           DISPLAY "Ny beskrivelse (blank = uaendret): "
               WITH NO ADVANCING
           ACCEPT NY-BESKRIVELSE
           IF NY-BESKRIVELSE NOT = SPACES
               MOVE NY-BESKRIVELSE TO SI-BESKRIVELSE OF NY-SIKKERHED
           END-IF
           MOVE SPACES TO FOER-BILLEDE
           MOVE SIKKERHED-ARR(FOUND-IX) TO FOER-BILLEDE(1:154)
           MOVE NY-SIKKERHED TO SIKKERHED-ARR(FOUND-IX)
           PERFORM GEM-SIKKERHED-HISTORIK
           PERFORM SIKKERHED-ARR-REWRITE
           DISPLAY "Sikkerheden er rettet.".

      * En frigivet sikkerhed bliver staaende i registret med status
      * F; et pantsat indestaaende er frit igen fra OPG-30's naeste
      * koersel.
       FRIGIV-SIKKERHED.
           PERFORM INDTAST-SIKKERHED
           IF FOUND-IX = 0
               DISPLAY "Sikkerheden findes ikke."
               EXIT PARAGRAPH
           END-IF
           IF NOT SI-AKTIV OF SIKKERHED-ARR(FOUND-IX)
               DISPLAY "Sikkerheden er allerede frigivet."
               EXIT PARAGRAPH
           END-IF
           MOVE SI-KUNDE-ID OF SIKKERHED-ARR(FOUND-IX)
             TO RELATION-KUNDE-ID
           PERFORM CHECK-RELATERET-KUNDE
           IF RELATION-SW = "J"
               PERFORM AFVIS-RELATERET-KUNDE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING LAAN-IX FROM 1 BY 1 UNTIL LAAN-IX > 3
               MOVE SI-LAAN-KONTO OF SIKKERHED-ARR(FOUND-IX, LAAN-IX)
                 TO SOEGE-KONTO-ID
               IF SOEGE-KONTO-ID NOT = SPACES
                   PERFORM LOOKUP-PLAN
                   IF PLAN-MATCH-IX > 0
                       DISPLAY "ADVARSEL: laan " SOEGE-KONTO-ID
                           " er ikke indfriet."
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY "Frigiv sikkerhed " SOEGE-SIKKERHED-ID
               " (J/N): " WITH NO ADVANCING
           ACCEPT BEKRAEFT-VALG
           IF BEKRAEFT-VALG NOT = "J"
               DISPLAY "Uaendret."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO FOER-BILLEDE
           MOVE SIKKERHED-ARR(FOUND-IX) TO FOER-BILLEDE(1:154)
           MOVE "F" TO SI-STATUS OF SIKKERHED-ARR(FOUND-IX)
           PERFORM GEM-SIKKERHED-HISTORIK
           PERFORM SIKKERHED-ARR-REWRITE
           DISPLAY "Sikkerheden er frigivet.".

       VALIDER-DEBITOR.
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

      * Laanene indtastes forfra; blank afslutter listen. Mindst eet
      * aktivt laan fra Laaneplaner.txt skal angives.
       INDTAST-LAAN.
           MOVE "J" TO OK-SW
           MOVE 0 TO LAAN-ANTAL
           MOVE SPACES TO SI-LAAN-KONTO OF NY-SIKKERHED (1)
                          SI-LAAN-KONTO OF NY-SIKKERHED (2)
                          SI-LAAN-KONTO OF NY-SIKKERHED (3)
           PERFORM VARYING LAAN-IX FROM 1 BY 1 UNTIL LAAN-IX > 3
               DISPLAY "Laan " LAAN-IX " konto-id (blank = ingen "
                   "flere): " WITH NO ADVANCING
               ACCEPT SOEGE-KONTO-ID
               IF SOEGE-KONTO-ID = SPACES
                   EXIT PERFORM
               END-IF
               PERFORM LOOKUP-PLAN
               IF PLAN-MATCH-IX = 0
                   DISPLAY "Ingen aktiv laaneplan paa kontoen."
                   MOVE "N" TO OK-SW
                   EXIT PERFORM
               END-IF
               MOVE SOEGE-KONTO-ID
                 TO SI-LAAN-KONTO OF NY-SIKKERHED (LAAN-IX)
               ADD 1 TO LAAN-ANTAL
           END-PERFORM
           IF OK-SW = "J" AND LAAN-ANTAL = 0
               DISPLAY "Der skal angives mindst eet laan."
               MOVE "N" TO OK-SW
           END-IF.

      * Det pantsatte indestaaende skal vaere en almindelig
      * indlaanskonto, ikke selv et laan.
       INDTAST-PANT-KONTO.
           MOVE "J" TO OK-SW
           DISPLAY "Pantsat konto: " WITH NO ADVANCING
           ACCEPT SOEGE-KONTO-ID
           PERFORM LOOKUP-KONTO
           PERFORM LOOKUP-PLAN
           EVALUATE TRUE
               WHEN KONTO-MATCH-IX = 0
                   DISPLAY "Kontoen findes ikke."
                   MOVE "N" TO OK-SW
               WHEN PLAN-MATCH-IX > 0
                   DISPLAY "Kontoen er en laanekonto."
                   MOVE "N" TO OK-SW
               WHEN OTHER
                   MOVE SOEGE-KONTO-ID
                     TO SI-PANT-KONTO-ID OF NY-SIKKERHED
                   IF KUNDE-ID OF KONTO-ARR(KONTO-MATCH-IX)
                           NOT = SI-KUNDE-ID OF NY-SIKKERHED
                       DISPLAY "Bemaerk: kontoen tilhoerer kunde "
                           KUNDE-ID OF KONTO-ARR(KONTO-MATCH-IX)
                           " (tredjemandspant)."
                   END-IF
           END-EVALUATE.

       INDTAST-KAUTIONIST.
           MOVE "J" TO OK-SW
           DISPLAY "Kautionistens kunde-id: " WITH NO ADVANCING
           ACCEPT SOEGE-KUNDE-ID
           PERFORM LOOKUP-KUNDE
           EVALUATE TRUE
               WHEN KUNDE-MATCH-IX = 0
                   DISPLAY "Kunden findes ikke."
                   MOVE "N" TO OK-SW
               WHEN KUNDE-INAKTIV OF KUNDE-ARR(KUNDE-MATCH-IX)
                   DISPLAY "Kunden er inaktiv."
                   MOVE "N" TO OK-SW
               WHEN SOEGE-KUNDE-ID = SI-KUNDE-ID OF NY-SIKKERHED
                   DISPLAY "Debitor kan ikke kautionere for sig selv."
                   MOVE "N" TO OK-SW
               WHEN OTHER
                   MOVE SOEGE-KUNDE-ID
                     TO SI-KAUTIONIST-ID OF NY-SIKKERHED
           END-EVALUATE.

       LOOKUP-PLAN.
           MOVE 0 TO PLAN-MATCH-IX
           PERFORM VARYING PLAN-IX FROM 1 BY 1
                   UNTIL PLAN-IX > NUM-PLANER
               IF LP-KONTO-ID OF PLAN-ARR(PLAN-IX) = SOEGE-KONTO-ID
                   AND LP-AKTIV OF PLAN-ARR(PLAN-IX)
                   MOVE PLAN-IX TO PLAN-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

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

       GEM-SIKKERHED-HISTORIK.
           MOVE SPACES TO EFTER-BILLEDE
           MOVE SIKKERHED-ARR(FOUND-IX) TO EFTER-BILLEDE(1:154)
           MOVE SI-SIKKERHED-ID OF SIKKERHED-ARR(FOUND-IX)
             TO HIST-NOEGLE
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
               MOVE "OPG127" TO AH-PROGRAM
               MOVE HIST-OPERATOR TO AH-OPERATOR
               MOVE HIST-TID TO AH-TID
               MOVE HIST-NOEGLE TO AH-NOEGLE
               MOVE "FOER" TO AH-BILLEDE
               MOVE FOER-BILLEDE TO AH-DATA
               WRITE HISTORIK-REC
           END-IF
           MOVE SPACES TO HISTORIK-REC
           MOVE "OPG127" TO AH-PROGRAM
           MOVE HIST-OPERATOR TO AH-OPERATOR
           MOVE HIST-TID TO AH-TID
           MOVE HIST-NOEGLE TO AH-NOEGLE
           MOVE "EFTER" TO AH-BILLEDE
           MOVE EFTER-BILLEDE TO AH-DATA
           WRITE HISTORIK-REC
           CLOSE FIL-HISTORIK
           MOVE SPACES TO FOER-BILLEDE.

       SIKKERHED-ARR-REWRITE.
           OPEN OUTPUT FIL-SIKKERHEDER
           PERFORM VARYING SIKKERHED-IX FROM 1 BY 1
                   UNTIL SIKKERHED-IX > NUM-SIKKERHEDER
               WRITE SIKKERHED-REKORD
                   FROM SIKKERHED-ARR(SIKKERHED-IX)
           END-PERFORM
           MOVE SPACES TO SIKKERHED-REKORD
           MOVE "TRAILER" TO TR-MARKER OF SIKKERHED-REKORD-TRAILER
           MOVE NUM-SIKKERHEDER TO TR-ANTAL OF SIKKERHED-REKORD-TRAILER
           WRITE SIKKERHED-REKORD
           CLOSE FIL-SIKKERHEDER.

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
           STRING "Program: OPG-127"     DELIMITED BY SIZE
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
                               AND (AU-PROGRAM = "OPG127"
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
                       " er ikke autoriseret til OPG-127."
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
           STRING "Program: OPG-127"      DELIMITED BY SIZE
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
           STRING "Program: OPG-127"      DELIMITED BY SIZE
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
