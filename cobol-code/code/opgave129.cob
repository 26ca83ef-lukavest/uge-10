       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPG-129.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT FIL-ANSOEGNINGER
               ASSIGN TO "../data/Laaneansoegninger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ANSOEGNING-STATUS.
       SELECT FIL-KONTI ASSIGN TO "../data/KontoOpl.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       SELECT FIL-KUNDER ASSIGN TO "../data/Kundeoplysninger.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       SELECT FIL-PLAN ASSIGN TO "../data/Laaneplaner.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLAN-FIL-STATUS.
       SELECT FIL-TRANS ASSIGN TO "../data/Transaktioner.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-FIL-STATUS.
       SELECT FIL-ENG-STATUS
               ASSIGN TO "../data/Engagement-Status.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ENG-STATUS-FIL-STATUS.
       SELECT FIL-RYKKER ASSIGN TO "../data/Rykker-Status.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RYKKER-FIL-STATUS.
       SELECT FIL-KYC ASSIGN TO "../data/KYC-Register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KYC-FIL-STATUS.
       SELECT FIL-VENTENDE
               ASSIGN TO "../data/Ventende-Posteringer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VENTENDE-STATUS.
       SELECT FIL-AFTALE ASSIGN TO AFTALE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
       SELECT FIL-MANIFEST
               ASSIGN TO "../data/Forsendelses-Manifest.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MANIFEST-STATUS.
       SELECT FIL-PARM ASSIGN TO "../data/OPG129-Parametre.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-STATUS.
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
       FD FIL-ANSOEGNINGER.
       01 ANSOEGNING-REKORD.
           COPY "../copybooks/LAANEANSOEGNING.cpy".
       01 ANSOEGNING-REKORD-TRAILER REDEFINES ANSOEGNING-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(241).

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

       FD FIL-TRANS.
       01 TRANSAKTIONER.
           COPY "../copybooks/TRANSAKTIONER.cpy".
       01 TRANSAKTIONER-TRAILER REDEFINES TRANSAKTIONER.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(251).

       FD FIL-ENG-STATUS.
       01 ENG-STATUS-REKORD.
           COPY "../copybooks/ENGAGEMENT-STATUS.cpy".
       01 ENG-STATUS-TRAILER REDEFINES ENG-STATUS-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(32).

       FD FIL-RYKKER.
       01 RYKKER-REKORD.
           COPY "../copybooks/RYKKER-STATUS.cpy".

       FD FIL-KYC.
       01 KYC-REKORD.
           COPY "../copybooks/KYC-REGISTER.cpy".
       01 KYC-REKORD-TRAILER REDEFINES KYC-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(38).

       FD FIL-VENTENDE.
       01 VENTENDE-REKORD.
           COPY "../copybooks/TRANSAKTIONER.cpy".
           COPY "../copybooks/VENTENDE-POSTERING.cpy".
       01 VENTENDE-TRAILER REDEFINES VENTENDE-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(273).

       FD FIL-AFTALE.
       01 AFTALE-REC.
           02 AFTALE-TEXT PIC X(80).

       FD FIL-MANIFEST.
       01 MANIFEST-REC.
           COPY "../copybooks/FORSENDELSE.cpy".

       FD FIL-PARM.
       01 PARM-FILE-REC.
           COPY "../copybooks/OPG129-PARAMETRE.cpy".

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

      * Laaneansoegninger (Laaneansoegninger.txt): raadgiveren
      * opretter ansoegningen med beloeb, loebetid, rente og formaal
      * paa en laanekonto, kunden allerede har faaet oprettet i
      * OPG-29 (kontotype LAAN, saldo nul, ingen laaneplan), og en
      * udbetalingskonto, kunden selv ejer. Kreditvurderingen henter
      * kundens loenindgang (LOENINDB i Transaktioner.txt over de
      * seneste PARM-INDKOMST-MDR maaneder), det eksisterende
      * engagement (OPG-126's Engagement-Status.txt, ellers
      * restgaelden paa kundens aktive laan), det hoejeste rykkertrin
      * paa kundens konti (Rykker-Status.txt) og KYC-status og
      * foreslaar bevilling, manuel vurdering eller afslag.
      * Bevillingen foretages - fire oejne som ved OPG-98 - af en
      * anden operator end raadgiveren, som skal have det
      * laaneniveau i Operatoer-Autorisation.txt, beloebet kraever.
      * Den bevilgede ansoegning opretter raekken i Laaneplaner.txt,
      * stiller udbetalingen i koe i Ventende-Posteringer.txt til
      * OPG-96 og laegger laaneaftalen i forsendelsesmanifestet.
       01 ANSOEGNING-STATUS PIC XX VALUE "00".
       01 PLAN-FIL-STATUS  PIC XX VALUE "00".
       01 TRANS-FIL-STATUS PIC XX VALUE "00".
       01 ENG-STATUS-FIL-STATUS PIC XX VALUE "00".
       01 RYKKER-FIL-STATUS PIC XX VALUE "00".
       01 KYC-FIL-STATUS   PIC XX VALUE "00".
       01 MANIFEST-STATUS  PIC XX VALUE "00".
       01 TRAILER-FOUND-SW PIC X(01) VALUE "N".
       01 TRAILER-ANTAL    PIC 9(06) VALUE ZEROS.
       01 EOF-FLAG         PIC X(01) VALUE "N".

       01 NUM-ANSOEGNINGER PIC 9(04) VALUE 0.
       01 ANSOEGNING-ARR OCCURS 0 TO 2000 TIMES
               DEPENDING ON NUM-ANSOEGNINGER.
           COPY "../copybooks/LAANEANSOEGNING.cpy".
       01 ANSOEGNING-IX    PIC 9(04) VALUE 0.
       01 FOUND-IX         PIC 9(04) VALUE 0.
       01 NAESTE-LOEBENR   PIC 9(06) VALUE 0.
       01 SOEGE-LOEBENR    PIC 9(06) VALUE 0.
       01 NY-ANSOEGNING.
           COPY "../copybooks/LAANEANSOEGNING.cpy".

       01 NUM-KONTI        PIC 9(04) VALUE 0.
       01 KONTO-ARR OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-KONTI.
           COPY "../copybooks/KONTOOPL.cpy".
       01 KONTO-IX2        PIC 9(04) VALUE 0.
       01 KONTO-MATCH-IX   PIC 9(04) VALUE 0.
       01 LAAN-KONTO-IX    PIC 9(04) VALUE 0.

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

       01 NUM-RYKKER       PIC 9(04) VALUE 0.
       01 RYKKER-ARR OCCURS 0 TO 500 TIMES DEPENDING ON NUM-RYKKER.
           COPY "../copybooks/RYKKER-STATUS.cpy".
       01 RYKKER-IX        PIC 9(04) VALUE 0.

       01 NUM-KYC          PIC 9(04) VALUE 0.
       01 KYC-ARR OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-KYC.
           COPY "../copybooks/KYC-REGISTER.cpy".
       01 KYC-IX           PIC 9(04) VALUE 0.
       01 KYC-MATCH-IX     PIC 9(04) VALUE 0.

       01 PARM-STATUS      PIC XX VALUE "00".
       01 PARM-REC.
           COPY "../copybooks/OPG129-PARAMETRE.cpy".

       01 MENU-VALG     PIC X(01).
       01 FORTSAET-SW   PIC X(01) VALUE "J".
       01 OK-SW         PIC X(01) VALUE "J".
       01 GODKEND-VALG  PIC X(01) VALUE SPACE.
       01 BEKRAEFT-VALG PIC X(01) VALUE SPACE.
       01 OPERATOR      PIC X(10) VALUE SPACES.
       01 OVERRIDE-VALG PIC X(01) VALUE SPACE.
       01 SOEGE-KUNDE-ID  PIC X(10) VALUE SPACES.
       01 SOEGE-KONTO-ID  PIC X(14) VALUE SPACES.
       01 SATS-PCT        PIC 9(02)V99 VALUE ZEROS.
       01 SATS-VIS        PIC Z9.99.
       01 BELOEB-VIS      PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01 ENGAGEMENT-VIS  PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 STATUS-TEKST    PIC X(09) VALUE SPACES.

      * Kreditvurderingens mellemregninger.
       01 INDKOMST-SUM     PIC S9(12)V99 VALUE ZEROS.
       01 INDKOMST-FRA-DATO PIC X(10) VALUE SPACES.
       01 BEREGN-AAR       PIC 9(04) VALUE ZEROS.
       01 BEREGN-MND       PIC 9(02) VALUE ZEROS.
       01 BEREGN-DAG       PIC 9(02) VALUE ZEROS.
       01 ENGAGEMENT-KILDE PIC X(24) VALUE SPACES.
       01 GAELD-EFTER      PIC 9(13)V99 VALUE ZEROS.
       01 GAELD-GRAENSE    PIC 9(13)V99 VALUE ZEROS.
       01 YDELSE-GRAENSE   PIC 9(12)V99 VALUE ZEROS.
       01 KRAEVET-NIVEAU   PIC 9(01) VALUE ZEROS.

      * Annuitetsydelsen: ydelse = hovedstol * r * F / (F - 1), hvor
      * r er maanedsrenten og F = (1 + r) ** loebetid, opbygget ved
      * gentagen multiplikation. Uden rente deles hovedstolen ligeligt.
       01 MND-SATS         PIC 9V9(12) VALUE ZEROS.
       01 RENTE-FAKTOR     PIC 9(06)V9(12) VALUE ZEROS.

       01 VENTENDE-STATUS  PIC XX VALUE "00".
       01 VENT-PARTI-ID.
           02 VENT-PARTI-DATO    PIC 9(08) VALUE ZEROS.
           02 VENT-PARTI-FILLER  PIC 9(02) VALUE ZEROS.
           02 VENT-PARTI-LOEBENR PIC 9(06) VALUE ZEROS.
       01 UDBETALING-POSTING.
           COPY "../copybooks/TRANSAKTIONER.cpy".
       01 POSTING-NAVN     PIC X(41) VALUE SPACES.
       01 AFTALE-FILENAME  PIC X(60) VALUE SPACES.

       01 RUN-DATE      PIC 9(08) VALUE ZEROS.
      * Koerselsdatoen er bankens bogfoeringsdato (Bogfoeringsdato.txt),
      * ikke maskinens dato.
       01 BOGFDATO-STATUS  PIC XX VALUE "00".
       01 BOGFDATO-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".
       01 DAGS-DATO     PIC X(10) VALUE SPACES.
       01 FOERSTE-YDELSE PIC X(10) VALUE SPACES.
       01 RUN-TIME      PIC 9(08) VALUE ZEROS.
       01 STEMPEL-TID   PIC X(19) VALUE SPACES.
       01 POSTING-TIDSPUNKT PIC X(26) VALUE SPACES.

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
      * Operatorens laaneniveau fra Operatoer-Autorisation.txt; uden
      * autorisationsfil kendes intet niveau, og der kan ikke
      * bevilges laan.
       01 AUTOR-NIVEAU     PIC 9(01) VALUE ZEROS.
       01 AUTOR-FIL-FINDES-SW PIC X(01) VALUE "N".
       01 LAAS-STATUS      PIC XX VALUE "00".
       01 RUN-LOG-STATUS   PIC XX VALUE "00".
       01 LAAS-OPERATOR    PIC X(10) VALUE SPACES.
       01 LAAS-DATE        PIC 9(08) VALUE ZEROS.
       01 LAAS-TIME        PIC 9(08) VALUE ZEROS.
      * Operatoerens egen kunde og erklaerede relaterede kunder fra
      * Operatoer-Relationer.txt. Ansoegninger, der roerer dem,
      * afvises og skal behandles af en anden operator.
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
           PERFORM PARM-FILL
           PERFORM DAGS-DATO-FILL
           PERFORM KONTO-ARR-FILL
           PERFORM KUNDE-ARR-FILL
           PERFORM PLAN-ARR-FILL
           PERFORM RYKKER-ARR-FILL
           PERFORM KYC-ARR-FILL
           PERFORM ANSOEGNING-ARR-FILL
           PERFORM UNTIL FORTSAET-SW NOT = "J"
               PERFORM SHOW-MENU
               ACCEPT MENU-VALG
               EVALUATE MENU-VALG
                   WHEN "1"
                       PERFORM OPRET-ANSOEGNING
                   WHEN "2"
                       PERFORM VIS-ANSOEGNINGER
                   WHEN "3"
                       PERFORM KREDITVURDER-ANSOEGNING
                   WHEN "4"
                       PERFORM BEHANDL-ANSOEGNING
                   WHEN "5"
                       MOVE "N" TO FORTSAET-SW
                   WHEN OTHER
                       DISPLAY "Ukendt valg."
               END-EVALUATE
           END-PERFORM
           PERFORM ANSOEGNING-ARR-REWRITE
           STOP RUN.

       SHOW-MENU.
           DISPLAY " "
           DISPLAY "1. Opret laaneansoegning"
           DISPLAY "2. Vis ansoegninger"
           DISPLAY "3. Kreditvurder ansoegning"
           DISPLAY "4. Bevilg/afvis ansoegning"
           DISPLAY "5. Afslut og gem"
           DISPLAY "Valg: " WITH NO ADVANCING.

      * Mangler parameterfilen, bruges 3 maaneders indkomst, en
      * gaeldsfaktor paa 4, hoejst 30 pct. af indkomsten til ydelsen
      * og niveaugraenserne DKK 100.000 og 500.000.
       PARM-FILL.
           OPEN INPUT FIL-PARM
           IF PARM-STATUS = "00"
               READ FIL-PARM INTO PARM-REC
                   AT END
                       CONTINUE
               END-READ
               CLOSE FIL-PARM
           END-IF
           IF PARM-INDKOMST-MDR OF PARM-REC NOT NUMERIC
                   OR PARM-INDKOMST-MDR OF PARM-REC = ZEROS
               MOVE 3 TO PARM-INDKOMST-MDR OF PARM-REC
           END-IF
           IF PARM-MAX-GAELDSFAKTOR OF PARM-REC NOT NUMERIC
                   OR PARM-MAX-GAELDSFAKTOR OF PARM-REC = ZEROS
               MOVE 4 TO PARM-MAX-GAELDSFAKTOR OF PARM-REC
           END-IF
           IF PARM-MAX-YDELSE-PCT OF PARM-REC NOT NUMERIC
                   OR PARM-MAX-YDELSE-PCT OF PARM-REC = ZEROS
               MOVE 30 TO PARM-MAX-YDELSE-PCT OF PARM-REC
           END-IF
           IF PARM-NIVEAU1-GRAENSE OF PARM-REC NOT NUMERIC
                   OR PARM-NIVEAU1-GRAENSE OF PARM-REC = ZEROS
               MOVE 100000 TO PARM-NIVEAU1-GRAENSE OF PARM-REC
           END-IF
           IF PARM-NIVEAU2-GRAENSE OF PARM-REC NOT NUMERIC
                   OR PARM-NIVEAU2-GRAENSE OF PARM-REC = ZEROS
               MOVE 500000 TO PARM-NIVEAU2-GRAENSE OF PARM-REC
           END-IF.

      * Nye ansoegninger nummereres efter det hoejeste loebenummer i
      * registret.
       ANSOEGNING-ARR-FILL.
           MOVE 0 TO NUM-ANSOEGNINGER
           MOVE 0 TO NAESTE-LOEBENR
           OPEN INPUT FIL-ANSOEGNINGER
           IF ANSOEGNING-STATUS NOT = "00"
               DISPLAY "Laaneansoegninger.txt findes ikke - "
                   "starter tom."
           ELSE
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ FIL-ANSOEGNINGER INTO ANSOEGNING-REKORD
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF TR-MARKER OF ANSOEGNING-REKORD-TRAILER
                                   = "TRAILER"
                               MOVE "Y" TO EOF-FLAG
                           ELSE
                               IF NUM-ANSOEGNINGER >= 2000
                                   DISPLAY "FEJL: flere end 2000 "
                                       "ansoegninger - udvid "
                                       "ANSOEGNING-ARR."
                                   MOVE 1 TO RETURN-CODE
                                   STOP RUN
                               END-IF
                               ADD 1 TO NUM-ANSOEGNINGER
                               MOVE ANSOEGNING-REKORD
                                 TO ANSOEGNING-ARR(NUM-ANSOEGNINGER)
                               IF LA-ANSOEGNING-NR OF ANSOEGNING-REKORD
                                       > NAESTE-LOEBENR
                                   MOVE LA-ANSOEGNING-NR
                                           OF ANSOEGNING-REKORD
                                     TO NAESTE-LOEBENR
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIL-ANSOEGNINGER
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

       VIS-ANSOEGNINGER.
           DISPLAY "Nr     Kunde      Laanekonto           Beloeb "
               "Mdr Status    F Begrundelse"
           PERFORM VARYING ANSOEGNING-IX FROM 1 BY 1
                   UNTIL ANSOEGNING-IX > NUM-ANSOEGNINGER
               MOVE LA-BELOEB OF ANSOEGNING-ARR(ANSOEGNING-IX)
                 TO BELOEB-VIS
               EVALUATE TRUE
                   WHEN LA-OPRETTET OF ANSOEGNING-ARR(ANSOEGNING-IX)
                       MOVE "oprettet" TO STATUS-TEKST
                   WHEN LA-VURDERET OF ANSOEGNING-ARR(ANSOEGNING-IX)
                       MOVE "vurderet" TO STATUS-TEKST
                   WHEN LA-BEVILGET OF ANSOEGNING-ARR(ANSOEGNING-IX)
                       MOVE "bevilget" TO STATUS-TEKST
                   WHEN OTHER
                       MOVE "afvist" TO STATUS-TEKST
               END-EVALUATE
               DISPLAY LA-ANSOEGNING-NR OF ANSOEGNING-ARR(ANSOEGNING-IX)
                   " " LA-KUNDE-ID OF ANSOEGNING-ARR(ANSOEGNING-IX)
                   " " LA-LAAN-KONTO OF ANSOEGNING-ARR(ANSOEGNING-IX)
                   " " BELOEB-VIS
                   " " LA-LOEBETID-MDR
                           OF ANSOEGNING-ARR(ANSOEGNING-IX)
                   " " STATUS-TEKST
                   " " LA-FORSLAG OF ANSOEGNING-ARR(ANSOEGNING-IX)
                   " " LA-BEGRUNDELSE OF ANSOEGNING-ARR(ANSOEGNING-IX)
           END-PERFORM.

       INDTAST-ANSOEGNING-NR.
           DISPLAY "Ansoegning nr.: " WITH NO ADVANCING
           ACCEPT SOEGE-LOEBENR
           MOVE 0 TO FOUND-IX
           PERFORM VARYING ANSOEGNING-IX FROM 1 BY 1
                   UNTIL ANSOEGNING-IX > NUM-ANSOEGNINGER
               IF LA-ANSOEGNING-NR OF ANSOEGNING-ARR(ANSOEGNING-IX)
                       = SOEGE-LOEBENR
                   MOVE ANSOEGNING-IX TO FOUND-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       OPRET-ANSOEGNING.
           IF NUM-ANSOEGNINGER >= 2000
               DISPLAY "Registret er fuldt - udvid ANSOEGNING-ARR."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO NY-ANSOEGNING
           DISPLAY "Kunde-id: " WITH NO ADVANCING
           ACCEPT SOEGE-KUNDE-ID
           PERFORM VALIDER-KUNDE
           IF OK-SW = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE SOEGE-KUNDE-ID TO LA-KUNDE-ID OF NY-ANSOEGNING
           PERFORM INDTAST-LAAN-KONTO
           IF OK-SW = "N"
               EXIT PARAGRAPH
           END-IF
           PERFORM INDTAST-UDBETAL-KONTO
           IF OK-SW = "N"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Beloeb: " WITH NO ADVANCING
           ACCEPT LA-BELOEB OF NY-ANSOEGNING
           IF LA-BELOEB OF NY-ANSOEGNING NOT > ZEROS
               DISPLAY "Beloebet skal vaere stoerre end nul."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Loebetid i maaneder (1-480): " WITH NO ADVANCING
           ACCEPT LA-LOEBETID-MDR OF NY-ANSOEGNING
           IF LA-LOEBETID-MDR OF NY-ANSOEGNING = ZEROS
                   OR LA-LOEBETID-MDR OF NY-ANSOEGNING > 480
               DISPLAY "Ugyldig loebetid."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Aarlig rente i procent (f.eks. 5.25): "
               WITH NO ADVANCING
           ACCEPT SATS-PCT
           IF SATS-PCT > 25
               DISPLAY "Renten kan hoejst vaere 25 procent."
               EXIT PARAGRAPH
           END-IF
           COMPUTE LA-AARLIG-SATS OF NY-ANSOEGNING = SATS-PCT / 100
           DISPLAY "Formaal (B=bolig, K=koeretoej, F=forbrug, "
               "E=erhverv, O=oevrigt): " WITH NO ADVANCING
           ACCEPT LA-FORMAAL OF NY-ANSOEGNING
           IF NOT LA-FORMAAL-BOLIG OF NY-ANSOEGNING
                   AND NOT LA-FORMAAL-KOERETOEJ OF NY-ANSOEGNING
                   AND NOT LA-FORMAAL-FORBRUG OF NY-ANSOEGNING
                   AND NOT LA-FORMAAL-ERHVERV OF NY-ANSOEGNING
                   AND NOT LA-FORMAAL-OEVRIG OF NY-ANSOEGNING
               DISPLAY "Ugyldigt formaal."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Formaal, tekst: " WITH NO ADVANCING
           ACCEPT LA-FORMAAL-TEKST OF NY-ANSOEGNING
           PERFORM BEREGN-YDELSE
           MOVE LA-YDELSE OF NY-ANSOEGNING TO BELOEB-VIS
           DISPLAY "Maanedlig ydelse: " BELOEB-VIS
           PERFORM STEMPEL-FILL
           ADD 1 TO NAESTE-LOEBENR
           MOVE NAESTE-LOEBENR TO LA-ANSOEGNING-NR OF NY-ANSOEGNING
           MOVE ZEROS TO LA-INDKOMST-MDR OF NY-ANSOEGNING
           MOVE ZEROS TO LA-ENGAGEMENT OF NY-ANSOEGNING
           MOVE ZEROS TO LA-RYKKER-TRIN OF NY-ANSOEGNING
           MOVE OPERATOR TO LA-OPRETTER OF NY-ANSOEGNING
           MOVE STEMPEL-TID TO LA-OPRETTET-TID OF NY-ANSOEGNING
           MOVE "O" TO LA-STATUS OF NY-ANSOEGNING
           ADD 1 TO NUM-ANSOEGNINGER
           MOVE NY-ANSOEGNING TO ANSOEGNING-ARR(NUM-ANSOEGNINGER)
           PERFORM ANSOEGNING-ARR-REWRITE
           DISPLAY "Ansoegning " NAESTE-LOEBENR " er oprettet - "
               "kreditvurder den under punkt 3.".

       VALIDER-KUNDE.
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

      * Laanekontoen oprettes paa forhaand i OPG-29, saa kontonummer
      * og kontrolciffer foelger den normale kontooprettelse. Den
      * skal vaere kundens, have kontotype LAAN og saldo nul, og der
      * maa hverken vaere en laaneplan eller en anden aaben
      * ansoegning paa den.
       INDTAST-LAAN-KONTO.
           MOVE "J" TO OK-SW
           DISPLAY "Laanekonto (oprettet i OPG-29): "
               WITH NO ADVANCING
           ACCEPT SOEGE-KONTO-ID
           PERFORM LOOKUP-KONTO
           PERFORM LOOKUP-PLAN
           EVALUATE TRUE
               WHEN KONTO-MATCH-IX = 0
                   DISPLAY "Kontoen findes ikke."
                   MOVE "N" TO OK-SW
               WHEN KUNDE-ID OF KONTO-ARR(KONTO-MATCH-IX)
                       NOT = LA-KUNDE-ID OF NY-ANSOEGNING
                   DISPLAY "Kontoen tilhoerer ikke kunden."
                   MOVE "N" TO OK-SW
               WHEN KONTO-TYPE OF KONTO-ARR(KONTO-MATCH-IX)
                       NOT = "LÅN"
                   DISPLAY "Kontoen er ikke en laanekonto."
                   MOVE "N" TO OK-SW
               WHEN BALANCE OF KONTO-ARR(KONTO-MATCH-IX) NOT = ZEROS
                   DISPLAY "Laanekontoen har allerede en saldo."
                   MOVE "N" TO OK-SW
               WHEN PLAN-MATCH-IX > 0
                   DISPLAY "Der findes allerede en laaneplan paa "
                       "kontoen."
                   MOVE "N" TO OK-SW
               WHEN OTHER
                   PERFORM VARYING ANSOEGNING-IX FROM 1 BY 1
                           UNTIL ANSOEGNING-IX > NUM-ANSOEGNINGER
                       IF LA-LAAN-KONTO OF ANSOEGNING-ARR(ANSOEGNING-IX)
                               = SOEGE-KONTO-ID
                           AND (LA-OPRETTET
                                   OF ANSOEGNING-ARR(ANSOEGNING-IX)
                               OR LA-VURDERET
                                   OF ANSOEGNING-ARR(ANSOEGNING-IX))
                           DISPLAY "Kontoen har allerede en aaben "
                               "ansoegning (nr. "
                               LA-ANSOEGNING-NR
                                   OF ANSOEGNING-ARR(ANSOEGNING-IX)
                               ")."
                           MOVE "N" TO OK-SW
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
           END-EVALUATE
           IF OK-SW = "J"
               MOVE SOEGE-KONTO-ID TO LA-LAAN-KONTO OF NY-ANSOEGNING
               MOVE KONTO-MATCH-IX TO LAAN-KONTO-IX
           END-IF.

      * Udbetalingskontoen skal vaere kundens egen, maa ikke selv
      * vaere et laan og skal have laanekontoens valuta. Ydelserne
      * traekkes senere fra samme konto (LP-BETAL-KONTO).
       INDTAST-UDBETAL-KONTO.
           MOVE "J" TO OK-SW
           DISPLAY "Udbetalingskonto: " WITH NO ADVANCING
           ACCEPT SOEGE-KONTO-ID
           PERFORM LOOKUP-KONTO
           EVALUATE TRUE
               WHEN KONTO-MATCH-IX = 0
                   DISPLAY "Kontoen findes ikke."
                   MOVE "N" TO OK-SW
               WHEN KUNDE-ID OF KONTO-ARR(KONTO-MATCH-IX)
                       NOT = LA-KUNDE-ID OF NY-ANSOEGNING
                   DISPLAY "Kontoen tilhoerer ikke kunden."
                   MOVE "N" TO OK-SW
               WHEN KONTO-TYPE OF KONTO-ARR(KONTO-MATCH-IX) = "LÅN"
                   DISPLAY "Der kan ikke udbetales til en laanekonto."
                   MOVE "N" TO OK-SW
               WHEN VALUTA-KD OF KONTO-ARR(KONTO-MATCH-IX)
                       NOT = VALUTA-KD OF KONTO-ARR(LAAN-KONTO-IX)
                   DISPLAY "Kontoen har ikke laanekontoens valuta ("
                       VALUTA-KD OF KONTO-ARR(LAAN-KONTO-IX) ")."
                   MOVE "N" TO OK-SW
               WHEN OTHER
                   MOVE SOEGE-KONTO-ID
                     TO LA-UDBETAL-KONTO OF NY-ANSOEGNING
           END-EVALUATE.

       BEREGN-YDELSE.
           IF LA-AARLIG-SATS OF NY-ANSOEGNING = ZEROS
               COMPUTE LA-YDELSE OF NY-ANSOEGNING ROUNDED =
                   LA-BELOEB OF NY-ANSOEGNING
                   / LA-LOEBETID-MDR OF NY-ANSOEGNING
           ELSE
               COMPUTE MND-SATS ROUNDED =
                   LA-AARLIG-SATS OF NY-ANSOEGNING / 12
               MOVE 1 TO RENTE-FAKTOR
               PERFORM LA-LOEBETID-MDR OF NY-ANSOEGNING TIMES
                   COMPUTE RENTE-FAKTOR ROUNDED =
                       RENTE-FAKTOR * (1 + MND-SATS)
               END-PERFORM
               COMPUTE LA-YDELSE OF NY-ANSOEGNING ROUNDED =
                   LA-BELOEB OF NY-ANSOEGNING * MND-SATS
                   * RENTE-FAKTOR / (RENTE-FAKTOR - 1)
           END-IF.

      * Kreditvurderingen kan gentages, indtil ansoegningen er
      * behandlet; den seneste vurdering gemmes paa ansoegningen.
       KREDITVURDER-ANSOEGNING.
           PERFORM INDTAST-ANSOEGNING-NR
           IF FOUND-IX = 0
               DISPLAY "Ansoegningen findes ikke."
               EXIT PARAGRAPH
           END-IF
           IF NOT LA-OPRETTET OF ANSOEGNING-ARR(FOUND-IX)
                   AND NOT LA-VURDERET OF ANSOEGNING-ARR(FOUND-IX)
               DISPLAY "Ansoegningen er allerede behandlet."
               EXIT PARAGRAPH
           END-IF
           MOVE LA-KUNDE-ID OF ANSOEGNING-ARR(FOUND-IX)
             TO RELATION-KUNDE-ID
           PERFORM CHECK-RELATERET-KUNDE
           IF RELATION-SW = "J"
               PERFORM AFVIS-RELATERET-KUNDE
               EXIT PARAGRAPH
           END-IF
           MOVE ANSOEGNING-ARR(FOUND-IX) TO NY-ANSOEGNING
           PERFORM BEREGN-INDKOMST
           PERFORM BEREGN-ENGAGEMENT
           PERFORM FIND-RYKKER-TRIN
           PERFORM FIND-KYC-STATUS
           PERFORM FORESLAA-AFGOERELSE
           PERFORM STEMPEL-FILL
           MOVE STEMPEL-TID TO LA-VURDERET-TID OF NY-ANSOEGNING
           MOVE "V" TO LA-STATUS OF NY-ANSOEGNING
           MOVE NY-ANSOEGNING TO ANSOEGNING-ARR(FOUND-IX)
           PERFORM ANSOEGNING-ARR-REWRITE
           PERFORM VIS-KREDITVURDERING.

      * Gennemsnitlig maanedlig loenindgang paa kundens konti over
      * de seneste PARM-INDKOMST-MDR maaneder til og med i dag.
       BEREGN-INDKOMST.
           MOVE RUN-DATE(1:4) TO BEREGN-AAR
           MOVE RUN-DATE(5:2) TO BEREGN-MND
           MOVE RUN-DATE(7:2) TO BEREGN-DAG
           PERFORM PARM-INDKOMST-MDR OF PARM-REC TIMES
               IF BEREGN-MND = 1
                   MOVE 12 TO BEREGN-MND
                   SUBTRACT 1 FROM BEREGN-AAR
               ELSE
                   SUBTRACT 1 FROM BEREGN-MND
               END-IF
           END-PERFORM
           IF BEREGN-DAG > 28
               MOVE 28 TO BEREGN-DAG
           END-IF
           MOVE SPACES TO INDKOMST-FRA-DATO
           STRING
               BEREGN-AAR  DELIMITED BY SIZE
               "-"         DELIMITED BY SIZE
               BEREGN-MND  DELIMITED BY SIZE
               "-"         DELIMITED BY SIZE
               BEREGN-DAG  DELIMITED BY SIZE
           INTO INDKOMST-FRA-DATO
           MOVE ZEROS TO INDKOMST-SUM
           OPEN INPUT FIL-TRANS
           IF TRANS-FIL-STATUS NOT = "00"
               DISPLAY "ADVARSEL: Transaktioner.txt findes ikke - "
                   "ingen indkomst fundet."
           ELSE
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ FIL-TRANS
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF TR-MARKER OF TRANSAKTIONER-TRAILER
                                   = "TRAILER"
                               MOVE "Y" TO EOF-FLAG
                           ELSE
                               PERFORM VURDER-LOENINDGANG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIL-TRANS
               MOVE "N" TO EOF-FLAG
           END-IF
           IF INDKOMST-SUM > ZEROS
               COMPUTE LA-INDKOMST-MDR OF NY-ANSOEGNING ROUNDED =
                   INDKOMST-SUM / PARM-INDKOMST-MDR OF PARM-REC
           ELSE
               MOVE ZEROS TO LA-INDKOMST-MDR OF NY-ANSOEGNING
           END-IF.

       VURDER-LOENINDGANG.
           IF TRANS-TYPE OF TRANSAKTIONER = "LOENINDB"
                   AND BELØB OF TRANSAKTIONER > ZEROS
                   AND TIDSPUNKT OF TRANSAKTIONER(1:10)
                       > INDKOMST-FRA-DATO
                   AND TIDSPUNKT OF TRANSAKTIONER(1:10)
                       NOT > DAGS-DATO
               MOVE KONTO-ID OF TRANSAKTIONER TO SOEGE-KONTO-ID
               PERFORM LOOKUP-KONTO
               IF KONTO-MATCH-IX > 0
                   IF KUNDE-ID OF KONTO-ARR(KONTO-MATCH-IX)
                           = LA-KUNDE-ID OF NY-ANSOEGNING
                       ADD BELØB OF TRANSAKTIONER TO INDKOMST-SUM
                   END-IF
               END-IF
           END-IF.

      * Engagementet tages fra OPG-126's seneste opgoerelse; findes
      * den ikke, eller er kunden ikke med, bruges restgaelden paa
      * kundens aktive laan.
       BEREGN-ENGAGEMENT.
           MOVE ZEROS TO LA-ENGAGEMENT OF NY-ANSOEGNING
           MOVE SPACES TO ENGAGEMENT-KILDE
           OPEN INPUT FIL-ENG-STATUS
           IF ENG-STATUS-FIL-STATUS = "00"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ FIL-ENG-STATUS
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF TR-MARKER OF ENG-STATUS-TRAILER
                                   = "TRAILER"
                               MOVE "Y" TO EOF-FLAG
                           ELSE
                               IF ES-KUNDE-ID
                                       = LA-KUNDE-ID OF NY-ANSOEGNING
                                   MOVE ES-ENGAGEMENT
                                     TO LA-ENGAGEMENT OF NY-ANSOEGNING
                                   MOVE SPACES TO ENGAGEMENT-KILDE
                                   STRING "OPG-126 pr. "
                                                   DELIMITED BY SIZE
                                          ES-DATO  DELIMITED BY SIZE
                                       INTO ENGAGEMENT-KILDE
                                   MOVE "Y" TO EOF-FLAG
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIL-ENG-STATUS
               MOVE "N" TO EOF-FLAG
           END-IF
           IF ENGAGEMENT-KILDE = SPACES
               MOVE "kundens aktive laan" TO ENGAGEMENT-KILDE
               PERFORM VARYING PLAN-IX FROM 1 BY 1
                       UNTIL PLAN-IX > NUM-PLANER
                   IF LP-AKTIV OF PLAN-ARR(PLAN-IX)
                           AND LP-RESTGAELD OF PLAN-ARR(PLAN-IX)
                               > ZEROS
                       MOVE LP-KONTO-ID OF PLAN-ARR(PLAN-IX)
                         TO SOEGE-KONTO-ID
                       PERFORM LOOKUP-KONTO
                       IF KONTO-MATCH-IX > 0
                           IF KUNDE-ID OF KONTO-ARR(KONTO-MATCH-IX)
                                   = LA-KUNDE-ID OF NY-ANSOEGNING
                               ADD LP-RESTGAELD OF PLAN-ARR(PLAN-IX)
                                 TO LA-ENGAGEMENT OF NY-ANSOEGNING
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       FIND-RYKKER-TRIN.
           MOVE ZEROS TO LA-RYKKER-TRIN OF NY-ANSOEGNING
           PERFORM VARYING RYKKER-IX FROM 1 BY 1
                   UNTIL RYKKER-IX > NUM-RYKKER
               MOVE RY-KONTO-ID OF RYKKER-ARR(RYKKER-IX)
                 TO SOEGE-KONTO-ID
               PERFORM LOOKUP-KONTO
               IF KONTO-MATCH-IX > 0
                   IF KUNDE-ID OF KONTO-ARR(KONTO-MATCH-IX)
                           = LA-KUNDE-ID OF NY-ANSOEGNING
                       AND RY-TRIN OF RYKKER-ARR(RYKKER-IX)
                           > LA-RYKKER-TRIN OF NY-ANSOEGNING
                       MOVE RY-TRIN OF RYKKER-ARR(RYKKER-IX)
                         TO LA-RYKKER-TRIN OF NY-ANSOEGNING
                   END-IF
               END-IF
           END-PERFORM.

      * En forfalden review vejer tungere end hoej risiko.
       FIND-KYC-STATUS.
           MOVE 0 TO KYC-MATCH-IX
           PERFORM VARYING KYC-IX FROM 1 BY 1 UNTIL KYC-IX > NUM-KYC
               IF KY-KUNDE-ID OF KYC-ARR(KYC-IX)
                       = LA-KUNDE-ID OF NY-ANSOEGNING
                   MOVE KYC-IX TO KYC-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN KYC-MATCH-IX = 0
                   MOVE "M" TO LA-KYC-STATUS OF NY-ANSOEGNING
               WHEN KY-NAESTE-REVIEW OF KYC-ARR(KYC-MATCH-IX)
                       NOT = SPACES
                   AND KY-NAESTE-REVIEW OF KYC-ARR(KYC-MATCH-IX)
                       NOT > DAGS-DATO
                   MOVE "F" TO LA-KYC-STATUS OF NY-ANSOEGNING
               WHEN KY-HOEJ-RISIKO OF KYC-ARR(KYC-MATCH-IX)
                   MOVE "H" TO LA-KYC-STATUS OF NY-ANSOEGNING
               WHEN OTHER
                   MOVE "O" TO LA-KYC-STATUS OF NY-ANSOEGNING
           END-EVALUATE.

      * Afslag ved anden rykker/inkasso eller forfalden KYC-review;
      * manuel vurdering ved manglende loenindgang, foerste
      * rykkerbrev, manglende KYC, hoej risiko, eller naar gaelden
      * efter laanet overstiger PARM-MAX-GAELDSFAKTOR gange
      * aarsindkomsten eller ydelsen PARM-MAX-YDELSE-PCT procent af
      * maanedsindkomsten. Ellers foreslaas bevilling.
       FORESLAA-AFGOERELSE.
           COMPUTE GAELD-EFTER = LA-ENGAGEMENT OF NY-ANSOEGNING
               + LA-BELOEB OF NY-ANSOEGNING
           COMPUTE GAELD-GRAENSE ROUNDED =
               LA-INDKOMST-MDR OF NY-ANSOEGNING * 12
               * PARM-MAX-GAELDSFAKTOR OF PARM-REC
           COMPUTE YDELSE-GRAENSE ROUNDED =
               LA-INDKOMST-MDR OF NY-ANSOEGNING
               * PARM-MAX-YDELSE-PCT OF PARM-REC / 100
           MOVE SPACES TO LA-BEGRUNDELSE OF NY-ANSOEGNING
           EVALUATE TRUE
               WHEN LA-RYKKER-TRIN OF NY-ANSOEGNING >= 2
                   MOVE "A" TO LA-FORSLAG OF NY-ANSOEGNING
                   MOVE "Anden rykker/inkasso paa kundens konti"
                     TO LA-BEGRUNDELSE OF NY-ANSOEGNING
               WHEN LA-KYC-FORFALDEN OF NY-ANSOEGNING
                   MOVE "A" TO LA-FORSLAG OF NY-ANSOEGNING
                   MOVE "KYC-review er forfalden"
                     TO LA-BEGRUNDELSE OF NY-ANSOEGNING
               WHEN LA-INDKOMST-MDR OF NY-ANSOEGNING = ZEROS
                   MOVE "M" TO LA-FORSLAG OF NY-ANSOEGNING
                   MOVE "Ingen loenindgang i perioden"
                     TO LA-BEGRUNDELSE OF NY-ANSOEGNING
               WHEN LA-RYKKER-TRIN OF NY-ANSOEGNING = 1
                   MOVE "M" TO LA-FORSLAG OF NY-ANSOEGNING
                   MOVE "Rykkerbrev sendt paa kundens konti"
                     TO LA-BEGRUNDELSE OF NY-ANSOEGNING
               WHEN LA-KYC-MANGLER OF NY-ANSOEGNING
                   MOVE "M" TO LA-FORSLAG OF NY-ANSOEGNING
                   MOVE "Kunden er ikke i KYC-registret"
                     TO LA-BEGRUNDELSE OF NY-ANSOEGNING
               WHEN LA-KYC-HOEJ-RISIKO OF NY-ANSOEGNING
                   MOVE "M" TO LA-FORSLAG OF NY-ANSOEGNING
                   MOVE "Hoej KYC-risikoklasse"
                     TO LA-BEGRUNDELSE OF NY-ANSOEGNING
               WHEN GAELD-EFTER > GAELD-GRAENSE
                   MOVE "M" TO LA-FORSLAG OF NY-ANSOEGNING
                   MOVE "Gaeld over graensen i forhold til indkomst"
                     TO LA-BEGRUNDELSE OF NY-ANSOEGNING
               WHEN LA-YDELSE OF NY-ANSOEGNING > YDELSE-GRAENSE
                   MOVE "M" TO LA-FORSLAG OF NY-ANSOEGNING
                   MOVE "Ydelse over graensen i forhold til indkomst"
                     TO LA-BEGRUNDELSE OF NY-ANSOEGNING
               WHEN OTHER
                   MOVE "G" TO LA-FORSLAG OF NY-ANSOEGNING
                   MOVE "Alle kriterier er opfyldt"
                     TO LA-BEGRUNDELSE OF NY-ANSOEGNING
           END-EVALUATE.

       VIS-KREDITVURDERING.
           DISPLAY "Kreditvurdering af ansoegning "
               LA-ANSOEGNING-NR OF NY-ANSOEGNING
               " (kunde " LA-KUNDE-ID OF NY-ANSOEGNING ")"
           MOVE LA-INDKOMST-MDR OF NY-ANSOEGNING TO BELOEB-VIS
           DISPLAY "  Loenindgang pr. maaned:      " BELOEB-VIS
               " (fra " INDKOMST-FRA-DATO ")"
           MOVE LA-ENGAGEMENT OF NY-ANSOEGNING TO ENGAGEMENT-VIS
           DISPLAY "  Eksisterende engagement: " ENGAGEMENT-VIS
               " - " ENGAGEMENT-KILDE
           MOVE GAELD-EFTER TO ENGAGEMENT-VIS
           DISPLAY "  Gaeld efter laanet:      " ENGAGEMENT-VIS
           MOVE LA-YDELSE OF NY-ANSOEGNING TO BELOEB-VIS
           DISPLAY "  Maanedlig ydelse:            " BELOEB-VIS
           DISPLAY "  Hoejeste rykkertrin:     "
               LA-RYKKER-TRIN OF NY-ANSOEGNING
           DISPLAY "  KYC-status:              "
               LA-KYC-STATUS OF NY-ANSOEGNING
               " (O=ok, M=mangler, F=review forfalden, H=hoej "
               "risiko)"
           EVALUATE TRUE
               WHEN LA-FORSLAG-GODKEND OF NY-ANSOEGNING
                   DISPLAY "  Forslag: BEVILG - "
                       LA-BEGRUNDELSE OF NY-ANSOEGNING
               WHEN LA-FORSLAG-MANUEL OF NY-ANSOEGNING
                   DISPLAY "  Forslag: MANUEL VURDERING - "
                       LA-BEGRUNDELSE OF NY-ANSOEGNING
               WHEN OTHER
                   DISPLAY "  Forslag: AFSLAG - "
                       LA-BEGRUNDELSE OF NY-ANSOEGNING
           END-EVALUATE.

      * Laaneniveauet, beloebet kraever: 1 til og med
      * PARM-NIVEAU1-GRAENSE, 2 til og med PARM-NIVEAU2-GRAENSE og
      * ellers 3. Raadgiveren, der oprettede ansoegningen, kan ikke
      * selv behandle den.
       BEHANDL-ANSOEGNING.
           PERFORM INDTAST-ANSOEGNING-NR
           IF FOUND-IX = 0
               DISPLAY "FEJL: ansoegningen findes ikke."
               EXIT PARAGRAPH
           END-IF
           IF NOT LA-OPRETTET OF ANSOEGNING-ARR(FOUND-IX)
                   AND NOT LA-VURDERET OF ANSOEGNING-ARR(FOUND-IX)
               DISPLAY "FEJL: ansoegningen er allerede behandlet."
               EXIT PARAGRAPH
           END-IF
           IF LA-OPRETTER OF ANSOEGNING-ARR(FOUND-IX) = OPERATOR
               DISPLAY "FEJL: opretteren kan ikke selv behandle "
                   "ansoegningen."
               EXIT PARAGRAPH
           END-IF
           MOVE LA-KUNDE-ID OF ANSOEGNING-ARR(FOUND-IX)
             TO RELATION-KUNDE-ID
           PERFORM CHECK-RELATERET-KUNDE
           IF RELATION-SW = "J"
               PERFORM AFVIS-RELATERET-KUNDE
               EXIT PARAGRAPH
           END-IF
           MOVE ANSOEGNING-ARR(FOUND-IX) TO NY-ANSOEGNING
           MOVE LA-BELOEB OF NY-ANSOEGNING TO BELOEB-VIS
           DISPLAY "Kunde " LA-KUNDE-ID OF NY-ANSOEGNING
               " laanekonto " LA-LAAN-KONTO OF NY-ANSOEGNING
               " beloeb " BELOEB-VIS
               " " LA-LOEBETID-MDR OF NY-ANSOEGNING " mdr."
           DISPLAY "Formaal: " LA-FORMAAL-TEKST OF NY-ANSOEGNING
           IF LA-VURDERET OF NY-ANSOEGNING
               DISPLAY "Forslag " LA-FORSLAG OF NY-ANSOEGNING
                   ": " LA-BEGRUNDELSE OF NY-ANSOEGNING
           ELSE
               DISPLAY "Ansoegningen er ikke kreditvurderet."
           END-IF
           DISPLAY "Bevilg (G) eller afvis (X)? " WITH NO ADVANCING
           ACCEPT GODKEND-VALG
           EVALUATE GODKEND-VALG
               WHEN "G"
                   PERFORM BEVILG-ANSOEGNING
               WHEN "X"
                   PERFORM STEMPEL-FILL
                   MOVE "X" TO LA-STATUS OF ANSOEGNING-ARR(FOUND-IX)
                   MOVE OPERATOR
                     TO LA-GODKENDER OF ANSOEGNING-ARR(FOUND-IX)
                   MOVE STEMPEL-TID
                     TO LA-BEHANDLET-TID OF ANSOEGNING-ARR(FOUND-IX)
                   PERFORM ANSOEGNING-ARR-REWRITE
                   DISPLAY "Ansoegningen er afvist."
               WHEN OTHER
                   DISPLAY "Ukendt valg - ansoegning uaendret."
           END-EVALUATE.

       BEVILG-ANSOEGNING.
           IF NOT LA-VURDERET OF NY-ANSOEGNING
               DISPLAY "FEJL: ansoegningen skal kreditvurderes, foer "
                   "den kan bevilges."
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN LA-BELOEB OF NY-ANSOEGNING
                       NOT > PARM-NIVEAU1-GRAENSE OF PARM-REC
                   MOVE 1 TO KRAEVET-NIVEAU
               WHEN LA-BELOEB OF NY-ANSOEGNING
                       NOT > PARM-NIVEAU2-GRAENSE OF PARM-REC
                   MOVE 2 TO KRAEVET-NIVEAU
               WHEN OTHER
                   MOVE 3 TO KRAEVET-NIVEAU
           END-EVALUATE
           IF AUTOR-FIL-FINDES-SW = "N"
                   OR AUTOR-NIVEAU < KRAEVET-NIVEAU
               DISPLAY "FEJL: beloebet kraever laaneniveau "
                   KRAEVET-NIVEAU
                   " - ansoegningen afventer fortsat."
               EXIT PARAGRAPH
           END-IF
           MOVE LA-KUNDE-ID OF NY-ANSOEGNING TO SOEGE-KUNDE-ID
           PERFORM LOOKUP-KUNDE
           IF KUNDE-MATCH-IX = 0
               DISPLAY "FEJL: kunden findes ikke laengere."
               EXIT PARAGRAPH
           END-IF
           MOVE LA-LAAN-KONTO OF NY-ANSOEGNING TO SOEGE-KONTO-ID
           PERFORM LOOKUP-KONTO
           IF KONTO-MATCH-IX = 0
               DISPLAY "FEJL: laanekontoen findes ikke laengere."
               EXIT PARAGRAPH
           END-IF
           MOVE KONTO-MATCH-IX TO LAAN-KONTO-IX
           IF BALANCE OF KONTO-ARR(LAAN-KONTO-IX) NOT = ZEROS
               DISPLAY "FEJL: laanekontoen har faaet en saldo."
               EXIT PARAGRAPH
           END-IF
           PERFORM LOOKUP-PLAN
           IF PLAN-MATCH-IX > 0
               DISPLAY "FEJL: der er oprettet en laaneplan paa "
                   "kontoen i mellemtiden."
               EXIT PARAGRAPH
           END-IF
           IF NUM-PLANER >= 500
               DISPLAY "FEJL: Laaneplaner.txt er fuld - udvid "
                   "PLAN-ARR."
               EXIT PARAGRAPH
           END-IF
           IF LA-FORSLAG-AFVIS OF NY-ANSOEGNING
               DISPLAY "ADVARSEL: kreditvurderingen foreslaar afslag - "
                   LA-BEGRUNDELSE OF NY-ANSOEGNING
               DISPLAY "Bevilg alligevel (J/N): " WITH NO ADVANCING
               ACCEPT BEKRAEFT-VALG
               IF BEKRAEFT-VALG NOT = "J"
                   DISPLAY "Ansoegningen afventer fortsat."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM STEMPEL-FILL
           PERFORM FOERSTE-YDELSE-FILL
           PERFORM OPRET-LAANEPLAN
           PERFORM VENTENDE-SKRIV
           PERFORM SKRIV-LAANEAFTALE
           MOVE "G" TO LA-STATUS OF ANSOEGNING-ARR(FOUND-IX)
           MOVE OPERATOR TO LA-GODKENDER OF ANSOEGNING-ARR(FOUND-IX)
           MOVE STEMPEL-TID
             TO LA-BEHANDLET-TID OF ANSOEGNING-ARR(FOUND-IX)
           PERFORM ANSOEGNING-ARR-REWRITE
           DISPLAY "Laanet er bevilget: laaneplan oprettet, "
               "udbetalingen stillet i koe til bogfoering (OPG-96)"
           DISPLAY "og laaneaftalen lagt i forsendelsesmanifestet.".

      * Foerste ydelse forfalder en maaned efter bevillingen;
      * forfaldsdage over den 28. rykkes til den 28. som i OPG-59.
       FOERSTE-YDELSE-FILL.
           MOVE RUN-DATE(1:4) TO BEREGN-AAR
           MOVE RUN-DATE(5:2) TO BEREGN-MND
           MOVE RUN-DATE(7:2) TO BEREGN-DAG
           ADD 1 TO BEREGN-MND
           IF BEREGN-MND > 12
               SUBTRACT 12 FROM BEREGN-MND
               ADD 1 TO BEREGN-AAR
           END-IF
           IF BEREGN-DAG > 28
               MOVE 28 TO BEREGN-DAG
           END-IF
           MOVE SPACES TO FOERSTE-YDELSE
           STRING
               BEREGN-AAR  DELIMITED BY SIZE
               "-"         DELIMITED BY SIZE
               BEREGN-MND  DELIMITED BY SIZE
               "-"         DELIMITED BY SIZE
               BEREGN-DAG  DELIMITED BY SIZE
           INTO FOERSTE-YDELSE.

       OPRET-LAANEPLAN.
           ADD 1 TO NUM-PLANER
           MOVE SPACES TO PLAN-ARR(NUM-PLANER)
           MOVE LA-LAAN-KONTO OF NY-ANSOEGNING
             TO LP-KONTO-ID OF PLAN-ARR(NUM-PLANER)
           MOVE LA-BELOEB OF NY-ANSOEGNING
             TO LP-HOVEDSTOL OF PLAN-ARR(NUM-PLANER)
           MOVE LA-BELOEB OF NY-ANSOEGNING
             TO LP-RESTGAELD OF PLAN-ARR(NUM-PLANER)
           MOVE LA-AARLIG-SATS OF NY-ANSOEGNING
             TO LP-AARLIG-SATS OF PLAN-ARR(NUM-PLANER)
           MOVE LA-LOEBETID-MDR OF NY-ANSOEGNING
             TO LP-LOEBETID-MDR OF PLAN-ARR(NUM-PLANER)
           MOVE LA-YDELSE OF NY-ANSOEGNING
             TO LP-YDELSE OF PLAN-ARR(NUM-PLANER)
           MOVE FOERSTE-YDELSE
             TO LP-NAESTE-YDELSE OF PLAN-ARR(NUM-PLANER)
           MOVE "A" TO LP-PLAN-STATUS OF PLAN-ARR(NUM-PLANER)
           MOVE "F" TO LP-RENTE-TYPE OF PLAN-ARR(NUM-PLANER)
           MOVE LA-UDBETAL-KONTO OF NY-ANSOEGNING
             TO LP-BETAL-KONTO OF PLAN-ARR(NUM-PLANER)
           PERFORM PLAN-ARR-REWRITE
           MOVE SPACES TO FOER-BILLEDE
           MOVE SPACES TO EFTER-BILLEDE
           MOVE PLAN-ARR(NUM-PLANER) TO EFTER-BILLEDE(1:83)
           MOVE LA-LAAN-KONTO OF NY-ANSOEGNING TO HIST-NOEGLE
           PERFORM SKRIV-HISTORIK-POST.

       PLAN-ARR-REWRITE.
           OPEN OUTPUT FIL-PLAN
           PERFORM VARYING PLAN-IX FROM 1 BY 1
                   UNTIL PLAN-IX > NUM-PLANER
               WRITE PLAN-REKORD FROM PLAN-ARR(PLAN-IX)
           END-PERFORM
           MOVE SPACES TO PLAN-REKORD
           MOVE "TRAILER" TO TR-MARKER OF PLAN-REKORD-TRAILER
           MOVE NUM-PLANER TO TR-ANTAL OF PLAN-REKORD-TRAILER
           WRITE PLAN-REKORD
           CLOSE FIL-PLAN.

      * Udbetalingen er sit eget parti med ansoegningens loebenummer
      * i parti-id'et, saa OPG-96 ikke bogfoerer den to gange:
      * laanekontoen debiteres, og udbetalingskontoen krediteres.
       VENTENDE-SKRIV.
           MOVE RUN-DATE TO VENT-PARTI-DATO
           MOVE ZEROS TO VENT-PARTI-FILLER
           MOVE LA-ANSOEGNING-NR OF NY-ANSOEGNING
             TO VENT-PARTI-LOEBENR
           OPEN EXTEND FIL-VENTENDE
           IF VENTENDE-STATUS = "35"
               OPEN OUTPUT FIL-VENTENDE
           END-IF
           MOVE LA-LAAN-KONTO OF NY-ANSOEGNING TO SOEGE-KONTO-ID
           PERFORM BYG-POSTERING
           COMPUTE BELØB OF UDBETALING-POSTING =
               ZEROS - LA-BELOEB OF NY-ANSOEGNING
           PERFORM SKRIV-VENTENDE-POST
           MOVE LA-UDBETAL-KONTO OF NY-ANSOEGNING TO SOEGE-KONTO-ID
           PERFORM BYG-POSTERING
           MOVE LA-BELOEB OF NY-ANSOEGNING
             TO BELØB OF UDBETALING-POSTING
           PERFORM SKRIV-VENTENDE-POST
           MOVE SPACES TO VENTENDE-REKORD
           MOVE "TRAILER" TO TR-MARKER OF VENTENDE-TRAILER
           MOVE 2 TO TR-ANTAL OF VENTENDE-TRAILER
           MOVE "OPG129" TO VP-KILDE OF VENTENDE-REKORD
           MOVE VENT-PARTI-ID TO VP-PARTI-ID OF VENTENDE-REKORD
           WRITE VENTENDE-REKORD
           CLOSE FIL-VENTENDE.

       BYG-POSTERING.
           MOVE SPACES TO UDBETALING-POSTING
           PERFORM LOOKUP-KONTO
           MOVE LA-KUNDE-ID OF NY-ANSOEGNING TO SOEGE-KUNDE-ID
           PERFORM LOOKUP-KUNDE
           IF KUNDE-MATCH-IX > 0
               MOVE CPR OF KUNDE-ARR(KUNDE-MATCH-IX)
                 TO CPR OF UDBETALING-POSTING
               MOVE SPACES TO POSTING-NAVN
               STRING
                   FORNAVN OF KUNDE-ARR(KUNDE-MATCH-IX)
                                                   DELIMITED BY SPACE
                   " "                             DELIMITED BY SIZE
                   EFTERNAVN OF KUNDE-ARR(KUNDE-MATCH-IX)
                                                   DELIMITED BY SPACE
               INTO POSTING-NAVN
               MOVE POSTING-NAVN TO NAVN OF UDBETALING-POSTING
           END-IF
           MOVE SOEGE-KONTO-ID TO KONTO-ID OF UDBETALING-POSTING
           MOVE ZEROS TO REG-NR OF UDBETALING-POSTING
           IF KONTO-MATCH-IX > 0
               MOVE VALUTA-KD OF KONTO-ARR(KONTO-MATCH-IX)
                 TO VALUTA OF UDBETALING-POSTING
           END-IF
           MOVE "LAANUDB" TO TRANS-TYPE OF UDBETALING-POSTING
           MOVE SPACES TO BUTIK OF UDBETALING-POSTING
           STRING
               "BEVILGET LAAN " DELIMITED BY SIZE
               LA-ANSOEGNING-NR OF NY-ANSOEGNING
                                DELIMITED BY SIZE
           INTO BUTIK OF UDBETALING-POSTING
           MOVE POSTING-TIDSPUNKT TO TIDSPUNKT OF UDBETALING-POSTING
           MOVE ZEROS TO BILAGSNR OF UDBETALING-POSTING
           MOVE ZEROS TO BILAGSREF OF UDBETALING-POSTING.

       SKRIV-VENTENDE-POST.
           MOVE SPACES TO VENTENDE-REKORD
           MOVE UDBETALING-POSTING TO VENTENDE-REKORD(1:264)
           MOVE "OPG129" TO VP-KILDE OF VENTENDE-REKORD
           MOVE VENT-PARTI-ID TO VP-PARTI-ID OF VENTENDE-REKORD
           WRITE VENTENDE-REKORD.

      * Laaneaftalen skrives som brev til kunden og sendes ad kundens
      * kontaktkanal via forsendelsesmanifestet som OPG-73's
      * velkomstbreve.
       SKRIV-LAANEAFTALE.
           MOVE LA-KUNDE-ID OF NY-ANSOEGNING TO SOEGE-KUNDE-ID
           PERFORM LOOKUP-KUNDE
           MOVE SPACES TO AFTALE-FILENAME
           STRING
               "../data/Laaneaftale-" DELIMITED BY SIZE
               LA-ANSOEGNING-NR OF NY-ANSOEGNING
                                      DELIMITED BY SIZE
               ".txt"                 DELIMITED BY SIZE
           INTO AFTALE-FILENAME
           OPEN OUTPUT FIL-AFTALE
           MOVE SPACES TO AFTALE-TEXT
           STRING
               FORNAVN OF KUNDE-ARR(KUNDE-MATCH-IX) DELIMITED BY SPACE
               " "                                  DELIMITED BY SIZE
               EFTERNAVN OF KUNDE-ARR(KUNDE-MATCH-IX)
                                                    DELIMITED BY SPACE
           INTO AFTALE-TEXT
           WRITE AFTALE-REC
           MOVE SPACES TO AFTALE-TEXT
           STRING
               VEJNAVN OF KUNDE-ARR(KUNDE-MATCH-IX) DELIMITED BY "  "
               " "                                  DELIMITED BY SIZE
               HUSNR OF KUNDE-ARR(KUNDE-MATCH-IX)   DELIMITED BY SPACE
           INTO AFTALE-TEXT
           WRITE AFTALE-REC
           MOVE SPACES TO AFTALE-TEXT
           STRING
               POSTNR OF KUNDE-ARR(KUNDE-MATCH-IX)  DELIMITED BY SIZE
               " "                                  DELIMITED BY SIZE
               BY-ADR OF KUNDE-ARR(KUNDE-MATCH-IX)  DELIMITED BY "  "
           INTO AFTALE-TEXT
           WRITE AFTALE-REC
           MOVE SPACES TO AFTALE-TEXT
           WRITE AFTALE-REC
           STRING
               "Laaneaftale nr. "  DELIMITED BY SIZE
               LA-ANSOEGNING-NR OF NY-ANSOEGNING DELIMITED BY SIZE
               "  dato "           DELIMITED BY SIZE
               DAGS-DATO           DELIMITED BY SIZE
           INTO AFTALE-TEXT
           WRITE AFTALE-REC
           MOVE SPACES TO AFTALE-TEXT
           WRITE AFTALE-REC
           MOVE LA-BELOEB OF NY-ANSOEGNING TO BELOEB-VIS
           MOVE SPACES TO AFTALE-TEXT
           STRING
               "Banken har bevilget Dem et laan paa "
                                   DELIMITED BY SIZE
               VALUTA-KD OF KONTO-ARR(LAAN-KONTO-IX)
                                   DELIMITED BY SPACE
               " "                 DELIMITED BY SIZE
               BELOEB-VIS          DELIMITED BY SIZE
           INTO AFTALE-TEXT
           WRITE AFTALE-REC
           MOVE SPACES TO AFTALE-TEXT
           STRING
               "Formaal: "         DELIMITED BY SIZE
               LA-FORMAAL-TEKST OF NY-ANSOEGNING DELIMITED BY SIZE
           INTO AFTALE-TEXT
           WRITE AFTALE-REC
           MOVE SPACES TO AFTALE-TEXT
           STRING
               "Laanekonto: "      DELIMITED BY SIZE
               LA-LAAN-KONTO OF NY-ANSOEGNING DELIMITED BY SIZE
               "  ud- og indbetalingskonto: " DELIMITED BY SIZE
               LA-UDBETAL-KONTO OF NY-ANSOEGNING DELIMITED BY SIZE
           INTO AFTALE-TEXT
           WRITE AFTALE-REC
           COMPUTE SATS-PCT = LA-AARLIG-SATS OF NY-ANSOEGNING * 100
           MOVE SATS-PCT TO SATS-VIS
           MOVE SPACES TO AFTALE-TEXT
           STRING
               "Loebetid: "        DELIMITED BY SIZE
               LA-LOEBETID-MDR OF NY-ANSOEGNING DELIMITED BY SIZE
               " maaneder, fast aarlig rente "  DELIMITED BY SIZE
               SATS-VIS            DELIMITED BY SIZE
               " pct."             DELIMITED BY SIZE
           INTO AFTALE-TEXT
           WRITE AFTALE-REC
           MOVE LA-YDELSE OF NY-ANSOEGNING TO BELOEB-VIS
           MOVE SPACES TO AFTALE-TEXT
           STRING
               "Maanedlig ydelse: " DELIMITED BY SIZE
               BELOEB-VIS          DELIMITED BY SIZE
               ", foerste gang "   DELIMITED BY SIZE
               FOERSTE-YDELSE      DELIMITED BY SIZE
           INTO AFTALE-TEXT
           WRITE AFTALE-REC
           CLOSE FIL-AFTALE
           OPEN EXTEND FIL-MANIFEST
           IF MANIFEST-STATUS = "35"
               OPEN OUTPUT FIL-MANIFEST
           END-IF
           MOVE SPACES TO MANIFEST-REC
           MOVE AFTALE-FILENAME TO FS-FILNAVN OF MANIFEST-REC
           MOVE LA-KUNDE-ID OF NY-ANSOEGNING
             TO FS-KUNDE-ID OF MANIFEST-REC
           MOVE KONTAKT-KANAL OF KUNDE-ARR(KUNDE-MATCH-IX)
             TO FS-KANAL OF MANIFEST-REC
           IF FS-KANAL OF MANIFEST-REC = SPACE
               MOVE "P" TO FS-KANAL OF MANIFEST-REC
           END-IF
           MOVE EMAIL OF KUNDE-ARR(KUNDE-MATCH-IX)
             TO FS-EMAIL OF MANIFEST-REC
           IF FS-KANAL OF MANIFEST-REC = "P"
               MOVE "P" TO FS-FORS-STATUS OF MANIFEST-REC
           ELSE
               MOVE "S" TO FS-FORS-STATUS OF MANIFEST-REC
           END-IF
           WRITE MANIFEST-REC
           CLOSE FIL-MANIFEST.

       LOOKUP-PLAN.
           MOVE 0 TO PLAN-MATCH-IX
           PERFORM VARYING PLAN-IX FROM 1 BY 1
                   UNTIL PLAN-IX > NUM-PLANER
               IF LP-KONTO-ID OF PLAN-ARR(PLAN-IX) = SOEGE-KONTO-ID
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
               MOVE "OPG129" TO AH-PROGRAM
               MOVE HIST-OPERATOR TO AH-OPERATOR
               MOVE HIST-TID TO AH-TID
               MOVE HIST-NOEGLE TO AH-NOEGLE
               MOVE "FOER" TO AH-BILLEDE
               MOVE FOER-BILLEDE TO AH-DATA
               WRITE HISTORIK-REC
           END-IF
           MOVE SPACES TO HISTORIK-REC
           MOVE "OPG129" TO AH-PROGRAM
           MOVE HIST-OPERATOR TO AH-OPERATOR
           MOVE HIST-TID TO AH-TID
           MOVE HIST-NOEGLE TO AH-NOEGLE
           MOVE "EFTER" TO AH-BILLEDE
           MOVE EFTER-BILLEDE TO AH-DATA
           WRITE HISTORIK-REC
           CLOSE FIL-HISTORIK
           MOVE SPACES TO FOER-BILLEDE.

       ANSOEGNING-ARR-REWRITE.
           OPEN OUTPUT FIL-ANSOEGNINGER
           PERFORM VARYING ANSOEGNING-IX FROM 1 BY 1
                   UNTIL ANSOEGNING-IX > NUM-ANSOEGNINGER
               WRITE ANSOEGNING-REKORD
                   FROM ANSOEGNING-ARR(ANSOEGNING-IX)
           END-PERFORM
           MOVE SPACES TO ANSOEGNING-REKORD
           MOVE "TRAILER" TO TR-MARKER OF ANSOEGNING-REKORD-TRAILER
           MOVE NUM-ANSOEGNINGER
             TO TR-ANTAL OF ANSOEGNING-REKORD-TRAILER
           WRITE ANSOEGNING-REKORD
           CLOSE FIL-ANSOEGNINGER.

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
           STRING "Program: OPG-129"     DELIMITED BY SIZE
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
                               AND (AU-PROGRAM = "OPG129"
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
                       " er ikke autoriseret til OPG-129."
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
           STRING "Program: OPG-129"      DELIMITED BY SIZE
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
           STRING "Program: OPG-129"      DELIMITED BY SIZE
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
