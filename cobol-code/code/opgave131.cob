       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPG-131.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT FIL-PLAN ASSIGN TO "../data/Laaneplaner.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLAN-FIL-STATUS.
       SELECT FIL-RESTANCE ASSIGN TO "../data/Laane-Restancer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESTANCE-FIL-STATUS.
       SELECT FIL-KONTI ASSIGN TO "../data/KontoOpl.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       SELECT FIL-KUNDER ASSIGN TO "../data/Kundeoplysninger.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       SELECT FIL-FACILITET
               ASSIGN TO "../data/Overtraek-Faciliteter.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FACILITET-FIL-STATUS.
       SELECT FIL-VENTENDE
               ASSIGN TO "../data/Ventende-Posteringer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VENTENDE-STATUS.
       SELECT FIL-BREV ASSIGN TO BREV-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
       SELECT FIL-MANIFEST
               ASSIGN TO "../data/Forsendelses-Manifest.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MANIFEST-STATUS.
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
       SELECT FIL-PARM ASSIGN TO "../data/OPG59-Parametre.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-STATUS.
       SELECT FIL-BOGFDATO ASSIGN TO "../data/Bogfoeringsdato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOGFDATO-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD FIL-PLAN.
       01 PLAN-REKORD.
           COPY "../copybooks/LAANEPLAN.cpy".
       01 PLAN-REKORD-TRAILER REDEFINES PLAN-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(70).

       FD FIL-RESTANCE.
       01 RESTANCE-REKORD.
           COPY "../copybooks/LAANE-RESTANCE.cpy".
       01 RESTANCE-REKORD-TRAILER REDEFINES RESTANCE-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(60).

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

       FD FIL-FACILITET.
       01 FACILITET-REKORD.
           COPY "../copybooks/OVERTRAEK-FACILITET.cpy".
       01 FACILITET-REKORD-TRAILER REDEFINES FACILITET-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(27).

       FD FIL-VENTENDE.
       01 VENTENDE-REKORD.
           COPY "../copybooks/TRANSAKTIONER.cpy".
           COPY "../copybooks/VENTENDE-POSTERING.cpy".
       01 VENTENDE-TRAILER REDEFINES VENTENDE-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(273).

       FD FIL-BREV.
       01 BREV-REC.
           02 BREV-TEXT PIC X(80).

       FD FIL-MANIFEST.
       01 MANIFEST-REC.
           COPY "../copybooks/FORSENDELSE.cpy".

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

       FD FIL-PARM.
       01 PARM-FILE-REC.
           COPY "../copybooks/OPG59-PARAMETRE.cpy".

       FD FIL-BOGFDATO.
       01 BOGFDATO-FIL-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".

       WORKING-STORAGE SECTION.

      * Laanehaendelser paa en aktiv laaneplan i Laaneplaner.txt:
      * ekstraordinaert afdrag, indfrielsestilbud og indfrielse.
      * Indbetalingerne traekkes paa en af kundens egne konti
      * (normalt planens LP-BETAL-KONTO) med samme daekningsregel som
      * OPG-59 og stilles i koe i Ventende-Posteringer.txt til OPG-96:
      * OVF paa betalingskontoen og LAANAFDRAG paa laanekontoen.
      * Efter et ekstraordinaert afdrag genberegnes planen efter
      * kundens valg - kortere loebetid med uaendret ydelse eller
      * lavere ydelse over den resterende loebetid - og kunden faar
      * den nye ydelsesplan som brev. Indfrielsen omfatter
      * restgaelden, renten fra sidste forfald til indfrielsesdagen
      * og aabne restancer fra Laane-Restancer.txt; planen saettes
      * til indfriet (LP-INDFRIET), og restancerne slettes.
       01 PLAN-FIL-STATUS  PIC XX VALUE "00".
       01 RESTANCE-FIL-STATUS PIC XX VALUE "00".
       01 FACILITET-FIL-STATUS PIC XX VALUE "00".
       01 MANIFEST-STATUS  PIC XX VALUE "00".
       01 TRAILER-FOUND-SW PIC X(01) VALUE "N".
       01 TRAILER-ANTAL    PIC 9(06) VALUE ZEROS.
       01 EOF-FLAG         PIC X(01) VALUE "N".

       01 NUM-PLANER       PIC 9(04) VALUE 0.
       01 PLAN-ARR OCCURS 0 TO 500 TIMES DEPENDING ON NUM-PLANER.
           COPY "../copybooks/LAANEPLAN.cpy".
       01 PLAN-IX          PIC 9(04) VALUE 0.
       01 PLAN-MATCH-IX    PIC 9(04) VALUE 0.

       01 NUM-RESTANCER    PIC 9(04) VALUE 0.
       01 RESTANCE-ARR OCCURS 0 TO 2000 TIMES
               DEPENDING ON NUM-RESTANCER.
           COPY "../copybooks/LAANE-RESTANCE.cpy".
       01 RESTANCE-IX      PIC 9(04) VALUE 0.
       01 RESTANCE-IX2     PIC 9(04) VALUE 0.
       01 RESTANCE-ANTAL   PIC 9(03) VALUE 0.
       01 RESTANCE-RENTE-SUM PIC S9(10)V99 VALUE ZEROS.

       01 NUM-FACILITET    PIC 9(04) VALUE 0.
       01 FACILITET-ARR OCCURS 0 TO 500 TIMES
               DEPENDING ON NUM-FACILITET.
           COPY "../copybooks/OVERTRAEK-FACILITET.cpy".
       01 FACILITET-IX     PIC 9(04) VALUE 0.
       01 FACILITET-MATCH-IX PIC 9(04) VALUE 0.

       01 NUM-KONTI        PIC 9(04) VALUE 0.
       01 KONTO-ARR OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-KONTI.
           COPY "../copybooks/KONTOOPL.cpy".
       01 KONTO-IX2        PIC 9(04) VALUE 0.
       01 KONTO-MATCH-IX   PIC 9(04) VALUE 0.
       01 LAAN-KONTO-IX    PIC 9(04) VALUE 0.
       01 BETAL-KONTO-IX   PIC 9(04) VALUE 0.

       01 NUM-KUNDER       PIC 9(04) VALUE 0.
       01 KUNDE-ARR OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-KUNDER.
           COPY "../copybooks/KUNDER.cpy".
       01 KUNDE-IX2        PIC 9(04) VALUE 0.
       01 KUNDE-MATCH-IX   PIC 9(04) VALUE 0.
       01 LAAN-KUNDE-IX    PIC 9(04) VALUE 0.

       01 MENU-VALG     PIC X(01).
       01 FORTSAET-SW   PIC X(01) VALUE "J".
       01 OK-SW         PIC X(01) VALUE "J".
       01 BEKRAEFT-VALG PIC X(01) VALUE SPACE.
       01 AFDRAG-VALG   PIC X(01) VALUE SPACE.
           88  VALG-KORTERE-LOEBETID VALUE "K".
           88  VALG-LAVERE-YDELSE    VALUE "L".
       01 OPERATOR      PIC X(10) VALUE SPACES.
       01 OVERRIDE-VALG PIC X(01) VALUE SPACE.
       01 SOEGE-KUNDE-ID  PIC X(10) VALUE SPACES.
       01 SOEGE-KONTO-ID  PIC X(14) VALUE SPACES.
       01 BELOEB-VIS      PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01 SATS-PCT        PIC 9(02)V99 VALUE ZEROS.
       01 SATS-VIS        PIC Z9.99.

      * Daekning som i OPG-59: saldoen efter traekket maa ikke komme
      * under facilitetens graense.
       01 BETAL-BELOEB     PIC S9(10)V99 VALUE ZEROS.
       01 GAELDENDE-GRAENSE PIC S9(10)V99 VALUE ZEROS.
       01 DISPONIBEL-EFTER PIC S9(12)V99 VALUE ZEROS.
       01 DAEKNING-OK-SW   PIC X(01) VALUE "J".

      * Ekstraordinaert afdrag og genberegning.
       01 EKSTRA-BELOEB    PIC 9(10)V99 VALUE ZEROS.
       01 GAMMEL-YDELSE    PIC S9(10)V99 VALUE ZEROS.
       01 GAMMEL-TERMINER  PIC 9(03) VALUE ZEROS.
       01 GAMMEL-RESTGAELD PIC S9(10)V99 VALUE ZEROS.

      * Annuitetsydelsen som i OPG-129: ydelse = restgaeld * r * F /
      * (F - 1), hvor r er maanedsrenten og F = (1 + r) ** terminer.
      * Ydelsen rundes op til hele oere, saa laanet er afviklet
      * inden for terminerne og ikke efterlader en oererest.
       01 MND-SATS         PIC 9V9(12) VALUE ZEROS.
       01 RENTE-FAKTOR     PIC 9(06)V9(12) VALUE ZEROS.
       01 ANN-TERMINER     PIC 9(03) VALUE ZEROS.
       01 ANN-YDELSE       PIC S9(10)V99 VALUE ZEROS.
       01 ANN-YDELSE-EKSAKT PIC S9(10)V9(06) VALUE ZEROS.

      * Fremskrivning af planen termin for termin med OPG-59's
      * regel: rente = restgaeld * sats / 12, afdrag = ydelse - rente,
      * hoejst restgaelden. Loebetiden er antal terminer, til
      * restgaelden er nul (hoejst 480).
       01 SIM-REST         PIC S9(10)V99 VALUE ZEROS.
       01 SIM-RENTE        PIC S9(10)V99 VALUE ZEROS.
       01 SIM-AFDRAG       PIC S9(10)V99 VALUE ZEROS.
       01 SIM-YDELSE       PIC S9(10)V99 VALUE ZEROS.
       01 SIM-TERMINER     PIC 9(03) VALUE ZEROS.
       01 SIM-FORFALD      PIC X(10) VALUE SPACES.
       01 SIM-SKRIV-SW     PIC X(01) VALUE "N".
       01 SIM-RENTE-I-ALT  PIC S9(12)V99 VALUE ZEROS.
       01 BEREGN-AAR       PIC 9(04) VALUE ZEROS.
       01 BEREGN-MND       PIC 9(02) VALUE ZEROS.
       01 BEREGN-DAG       PIC 9(02) VALUE ZEROS.
       01 TERMIN-VIS       PIC ZZ9.
       01 YDELSE-VIS       PIC ZZZ,ZZZ,ZZ9.99.
       01 RENTE-VIS        PIC ZZZ,ZZZ,ZZ9.99.
       01 AFDRAG-VIS       PIC ZZZ,ZZZ,ZZ9.99.
       01 REST-VIS         PIC ZZZ,ZZZ,ZZ9.99.

      * Indfrielse: renten fra forrige forfald til indfrielsesdagen
      * er maanedsrenten forholdsmaessigt efter antal dage i
      * terminen, som OPG-124 periodiserer.
       01 INDFRI-DATO      PIC X(10) VALUE SPACES.
       01 INDFRI-DATO-NUM  PIC 9(08) VALUE ZEROS.
       01 FORRIGE-FORFALD  PIC X(10) VALUE SPACES.
       01 DATO-NUM         PIC 9(08) VALUE ZEROS.
       01 FRA-INT          PIC 9(08) VALUE ZEROS.
       01 TIL-INT          PIC 9(08) VALUE ZEROS.
       01 INDFRI-INT       PIC 9(08) VALUE ZEROS.
       01 TERMIN-DAGE      PIC 9(03) VALUE ZEROS.
       01 PAALOEBNE-DAGE   PIC 9(03) VALUE ZEROS.
       01 PAALOEBEN-RENTE  PIC S9(10)V99 VALUE ZEROS.
       01 INDFRI-BELOEB    PIC S9(10)V99 VALUE ZEROS.
      * Morarenten paa aabne restancer er tilskrevet til
      * LR-MORARENTE-DATO; resten til indfrielsesdagen beregnes med
      * OPG-59's sats og posteres ved indfrielsen.
       01 PARM-STATUS      PIC XX VALUE "00".
       01 PARM-REC.
           COPY "../copybooks/OPG59-PARAMETRE.cpy".
       01 NY-MORARENTE     PIC S9(10)V99 VALUE ZEROS.
       01 MORA-BELOEB      PIC S9(10)V99 VALUE ZEROS.
       01 MORA-INT         PIC 9(08) VALUE ZEROS.
       01 MORA-DAGE        PIC S9(05) VALUE ZEROS.

       01 VENTENDE-STATUS  PIC XX VALUE "00".
       01 VENT-PARTI-ID.
           02 VENT-PARTI-DATO PIC 9(08) VALUE ZEROS.
           02 VENT-PARTI-TID  PIC 9(08) VALUE ZEROS.
       01 VENT-ANTAL       PIC 9(06) VALUE ZEROS.
       01 LAAN-POSTERING.
           COPY "../copybooks/TRANSAKTIONER.cpy".
       01 POSTING-NAVN     PIC X(41) VALUE SPACES.
       01 POSTING-BELOEB   PIC S9(10)V99 VALUE ZEROS.
       01 POSTING-TYPE     PIC X(20) VALUE SPACES.
       01 POSTING-TEKST    PIC X(20) VALUE SPACES.
       01 BREV-FILENAME    PIC X(60) VALUE SPACES.

       01 RUN-DATE      PIC 9(08) VALUE ZEROS.
      * Koerselsdatoen er bankens bogfoeringsdato (Bogfoeringsdato.txt),
      * ikke maskinens dato.
       01 BOGFDATO-STATUS  PIC XX VALUE "00".
       01 BOGFDATO-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".
       01 DAGS-DATO     PIC X(10) VALUE SPACES.
       01 RUN-TIME      PIC 9(08) VALUE ZEROS.
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
       01 LAAS-STATUS      PIC XX VALUE "00".
       01 RUN-LOG-STATUS   PIC XX VALUE "00".
       01 LAAS-OPERATOR    PIC X(10) VALUE SPACES.
       01 LAAS-DATE        PIC 9(08) VALUE ZEROS.
       01 LAAS-TIME        PIC 9(08) VALUE ZEROS.
      * Operatoerens egen kunde og erklaerede relaterede kunder fra
      * Operatoer-Relationer.txt. Laan, der tilhoerer dem, afvises og
      * skal behandles af en anden operator.
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
           PERFORM RESTANCE-ARR-FILL
           PERFORM FACILITET-ARR-FILL
           PERFORM UNTIL FORTSAET-SW NOT = "J"
               PERFORM SHOW-MENU
               ACCEPT MENU-VALG
               EVALUATE MENU-VALG
                   WHEN "1"
                       PERFORM VIS-LAAN
                   WHEN "2"
                       PERFORM EKSTRA-AFDRAG
                   WHEN "3"
                       PERFORM INDFRIELSESTILBUD
                   WHEN "4"
                       PERFORM REGISTRER-INDFRIELSE
                   WHEN "5"
                       MOVE "N" TO FORTSAET-SW
                   WHEN OTHER
                       DISPLAY "Ukendt valg."
               END-EVALUATE
           END-PERFORM
           STOP RUN.

       SHOW-MENU.
           DISPLAY " "
           DISPLAY "1. Vis laan"
           DISPLAY "2. Ekstraordinaert afdrag"
           DISPLAY "3. Indfrielsestilbud"
           DISPLAY "4. Registrer indfrielse"
           DISPLAY "5. Afslut"
           DISPLAY "Valg: " WITH NO ADVANCING.

       PLAN-ARR-FILL.
           MOVE 0 TO NUM-PLANER
           MOVE "N" TO TRAILER-FOUND-SW
           OPEN INPUT FIL-PLAN
           IF PLAN-FIL-STATUS NOT = "00"
               DISPLAY "FEJL: Laaneplaner.txt findes ikke"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-PLAN INTO PLAN-REKORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF PLAN-REKORD-TRAILER = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                           MOVE "Y" TO TRAILER-FOUND-SW
                           MOVE TR-ANTAL OF PLAN-REKORD-TRAILER
                             TO TRAILER-ANTAL
                       ELSE
                           IF NUM-PLANER >= 500
                               DISPLAY "FEJL: flere end 500 laaneplaner"
                                   " - udvid PLAN-ARR."
                               MOVE 1 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO NUM-PLANER
                           MOVE PLAN-REKORD TO PLAN-ARR(NUM-PLANER)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-PLAN
           IF TRAILER-FOUND-SW = "N"
               DISPLAY "FEJL: Laaneplaner.txt mangler sluttaellerpost"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NUM-PLANER NOT = TRAILER-ANTAL
               DISPLAY "FEJL: Laaneplaner.txt - forventet "
                   TRAILER-ANTAL " poster, fandt " NUM-PLANER
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Mangler Laane-Restancer.txt, er der ingen restancer.
       RESTANCE-ARR-FILL.
           MOVE 0 TO NUM-RESTANCER
           OPEN INPUT FIL-RESTANCE
           IF RESTANCE-FIL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO TRAILER-FOUND-SW
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-RESTANCE INTO RESTANCE-REKORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF RESTANCE-REKORD-TRAILER
                               = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                           MOVE "Y" TO TRAILER-FOUND-SW
                           MOVE TR-ANTAL OF RESTANCE-REKORD-TRAILER
                             TO TRAILER-ANTAL
                       ELSE
                           IF NUM-RESTANCER >= 2000
                               DISPLAY "FEJL: flere end 2000 restancer"
                                   " - udvid RESTANCE-ARR."
                               MOVE 1 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO NUM-RESTANCER
                           MOVE RESTANCE-REKORD
                             TO RESTANCE-ARR(NUM-RESTANCER)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-RESTANCE
           IF TRAILER-FOUND-SW = "N"
               DISPLAY "FEJL: Laane-Restancer.txt mangler "
                   "sluttaellerpost"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NUM-RESTANCER NOT = TRAILER-ANTAL
               DISPLAY "FEJL: Laane-Restancer.txt - forventet "
                   TRAILER-ANTAL " poster, fandt " NUM-RESTANCER
               MOVE 1 TO RETURN-CODE
               STOP RUN
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

      * Laanekontoen skal have en aktiv laaneplan og tilhoere en
      * kunde, som operatoren ikke selv er relateret til.
       INDTAST-LAAN.
           MOVE "J" TO OK-SW
           DISPLAY "Laanekonto: " WITH NO ADVANCING
           ACCEPT SOEGE-KONTO-ID
           PERFORM LOOKUP-PLAN
           IF PLAN-MATCH-IX = 0
               DISPLAY "Der findes ingen laaneplan paa kontoen."
               MOVE "N" TO OK-SW
               EXIT PARAGRAPH
           END-IF
           IF NOT LP-AKTIV OF PLAN-ARR(PLAN-MATCH-IX)
               DISPLAY "Laanet er indfriet."
               MOVE "N" TO OK-SW
               EXIT PARAGRAPH
           END-IF
           PERFORM LOOKUP-KONTO
           IF KONTO-MATCH-IX = 0
               DISPLAY "Laanekontoen findes ikke i KontoOpl.txt."
               MOVE "N" TO OK-SW
               EXIT PARAGRAPH
           END-IF
           MOVE KONTO-MATCH-IX TO LAAN-KONTO-IX
           MOVE KUNDE-ID OF KONTO-ARR(LAAN-KONTO-IX) TO SOEGE-KUNDE-ID
           PERFORM LOOKUP-KUNDE
           MOVE KUNDE-MATCH-IX TO LAAN-KUNDE-IX
           MOVE SOEGE-KUNDE-ID TO RELATION-KUNDE-ID
           PERFORM CHECK-RELATERET-KUNDE
           IF RELATION-SW = "J"
               PERFORM AFVIS-RELATERET-KUNDE
               MOVE "N" TO OK-SW
               EXIT PARAGRAPH
           END-IF
           PERFORM BEREGN-RESTANCE.

      * Aabne restancer paa laanet: afdragsdelen ligger stadig i
      * restgaelden, saa indfrielsen skal kun daekke rentedelen af
      * de ubetalte ydelser og den paaloebne morarente.
       BEREGN-RESTANCE.
           MOVE 0 TO RESTANCE-ANTAL
           MOVE ZEROS TO RESTANCE-RENTE-SUM
           PERFORM VARYING RESTANCE-IX FROM 1 BY 1
                   UNTIL RESTANCE-IX > NUM-RESTANCER
               IF LR-KONTO-ID OF RESTANCE-ARR(RESTANCE-IX)
                       = LP-KONTO-ID OF PLAN-ARR(PLAN-MATCH-IX)
                   ADD 1 TO RESTANCE-ANTAL
                   COMPUTE RESTANCE-RENTE-SUM = RESTANCE-RENTE-SUM
                       + LR-YDELSE OF RESTANCE-ARR(RESTANCE-IX)
                       - LR-AFDRAG OF RESTANCE-ARR(RESTANCE-IX)
                       + LR-MORARENTE OF RESTANCE-ARR(RESTANCE-IX)
               END-IF
           END-PERFORM.

       VIS-LAAN.
           PERFORM INDTAST-LAAN
           IF OK-SW = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE LP-RESTGAELD OF PLAN-ARR(PLAN-MATCH-IX) TO BELOEB-VIS
           DISPLAY "Restgaeld:        " BELOEB-VIS
           MOVE LP-YDELSE OF PLAN-ARR(PLAN-MATCH-IX) TO BELOEB-VIS
           DISPLAY "Maanedlig ydelse: " BELOEB-VIS
           COMPUTE SATS-PCT = LP-AARLIG-SATS OF PLAN-ARR(PLAN-MATCH-IX)
               * 100
           MOVE SATS-PCT TO SATS-VIS
           DISPLAY "Aarlig rente:     " SATS-VIS " pct."
           DISPLAY "Naeste forfald:   "
               LP-NAESTE-YDELSE OF PLAN-ARR(PLAN-MATCH-IX)
           MOVE LP-RESTGAELD OF PLAN-ARR(PLAN-MATCH-IX) TO SIM-REST
           MOVE LP-YDELSE OF PLAN-ARR(PLAN-MATCH-IX) TO SIM-YDELSE
           MOVE "N" TO SIM-SKRIV-SW
           PERFORM BEREGN-TERMINER
           IF SIM-TERMINER = 0
               DISPLAY "Ydelsen daekker ikke renten - laanet afvikles "
                   "ikke."
           ELSE
               DISPLAY "Resterende terminer: " SIM-TERMINER
           END-IF
           IF LP-BETAL-KONTO OF PLAN-ARR(PLAN-MATCH-IX) NOT = SPACES
               DISPLAY "Betalingskonto:   "
                   LP-BETAL-KONTO OF PLAN-ARR(PLAN-MATCH-IX)
           END-IF
           IF RESTANCE-ANTAL > 0
               DISPLAY "Restancer: " RESTANCE-ANTAL " ubetalte "
                   "terminer (OPG-130)."
           END-IF.

      * Et ekstraordinaert afdrag kan kun ske paa et laan uden
      * restancer og maa ikke indfri laanet - det goer punkt 4.
       EKSTRA-AFDRAG.
           PERFORM INDTAST-LAAN
           IF OK-SW = "N"
               EXIT PARAGRAPH
           END-IF
           IF RESTANCE-ANTAL > 0
               DISPLAY "Laanet har " RESTANCE-ANTAL " ubetalte "
                   "terminer - restancen skal betales foerst."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Beloeb: " WITH NO ADVANCING
           ACCEPT EKSTRA-BELOEB
           IF EKSTRA-BELOEB NOT > ZEROS
               DISPLAY "Beloebet skal vaere stoerre end nul."
               EXIT PARAGRAPH
           END-IF
           IF EKSTRA-BELOEB
                   NOT < LP-RESTGAELD OF PLAN-ARR(PLAN-MATCH-IX)
               DISPLAY "Beloebet daekker hele restgaelden - brug "
                   "indfrielse (punkt 3 og 4)."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "K = kortere loebetid (samme ydelse), L = lavere "
               "ydelse (samme loebetid): " WITH NO ADVANCING
           ACCEPT AFDRAG-VALG
           IF NOT VALG-KORTERE-LOEBETID AND NOT VALG-LAVERE-YDELSE
               DISPLAY "Ugyldigt valg."
               EXIT PARAGRAPH
           END-IF
           PERFORM INDTAST-BETALER
           IF OK-SW = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE EKSTRA-BELOEB TO BETAL-BELOEB
           PERFORM CHECK-DAEKNING
           IF DAEKNING-OK-SW = "N"
               DISPLAY "Der er ikke daekning paa "
                   KONTO-ID OF KONTO-ARR(BETAL-KONTO-IX) "."
               EXIT PARAGRAPH
           END-IF
           MOVE LP-RESTGAELD OF PLAN-ARR(PLAN-MATCH-IX)
             TO GAMMEL-RESTGAELD
           MOVE LP-YDELSE OF PLAN-ARR(PLAN-MATCH-IX) TO GAMMEL-YDELSE
           MOVE GAMMEL-RESTGAELD TO SIM-REST
           MOVE GAMMEL-YDELSE TO SIM-YDELSE
           MOVE "N" TO SIM-SKRIV-SW
           PERFORM BEREGN-TERMINER
           MOVE SIM-TERMINER TO GAMMEL-TERMINER
           IF GAMMEL-TERMINER = 0
               MOVE LP-LOEBETID-MDR OF PLAN-ARR(PLAN-MATCH-IX)
                 TO GAMMEL-TERMINER
           END-IF
           MOVE SPACES TO FOER-BILLEDE
           MOVE PLAN-ARR(PLAN-MATCH-IX) TO FOER-BILLEDE(1:83)
           SUBTRACT EKSTRA-BELOEB
               FROM LP-RESTGAELD OF PLAN-ARR(PLAN-MATCH-IX)
           PERFORM GENBEREGN-PLAN
           MOVE LP-YDELSE OF PLAN-ARR(PLAN-MATCH-IX) TO BELOEB-VIS
           DISPLAY "Ny ydelse: " BELOEB-VIS "  resterende terminer: "
               LP-LOEBETID-MDR OF PLAN-ARR(PLAN-MATCH-IX)
           DISPLAY "Gennemfoer (J/N): " WITH NO ADVANCING
           ACCEPT BEKRAEFT-VALG
           IF BEKRAEFT-VALG NOT = "J"
               MOVE FOER-BILLEDE(1:83) TO PLAN-ARR(PLAN-MATCH-IX)
               MOVE SPACES TO FOER-BILLEDE
               DISPLAY "Afdraget er ikke gennemfoert."
               EXIT PARAGRAPH
           END-IF
           PERFORM STEMPEL-FILL
           PERFORM VENTENDE-AABN
           MOVE KONTO-ID OF KONTO-ARR(BETAL-KONTO-IX) TO SOEGE-KONTO-ID
           COMPUTE POSTING-BELOEB = ZEROS - EKSTRA-BELOEB
           MOVE "OVF" TO POSTING-TYPE
           MOVE "EKSTRA AFDRAG" TO POSTING-TEKST
           PERFORM SKRIV-VENTENDE-POST
           MOVE LP-KONTO-ID OF PLAN-ARR(PLAN-MATCH-IX) TO SOEGE-KONTO-ID
           MOVE EKSTRA-BELOEB TO POSTING-BELOEB
           MOVE "LAANAFDRAG" TO POSTING-TYPE
           PERFORM SKRIV-VENTENDE-POST
           PERFORM VENTENDE-LUK
           SUBTRACT EKSTRA-BELOEB
               FROM BALANCE OF KONTO-ARR(BETAL-KONTO-IX)
           PERFORM PLAN-ARR-REWRITE
           MOVE SPACES TO EFTER-BILLEDE
           MOVE PLAN-ARR(PLAN-MATCH-IX) TO EFTER-BILLEDE(1:83)
           MOVE LP-KONTO-ID OF PLAN-ARR(PLAN-MATCH-IX) TO HIST-NOEGLE
           PERFORM SKRIV-HISTORIK-POST
           PERFORM SKRIV-YDELSESPLAN
           DISPLAY "Afdraget er stillet i koe til bogfoering (OPG-96), "
               "planen er genberegnet,"
           DISPLAY "og den nye ydelsesplan er lagt i "
               "forsendelsesmanifestet.".

      * Kortere loebetid: ydelsen er uaendret, og loebetiden er det
      * antal terminer, den nye restgaeld nu kan afvikles paa. Lavere
      * ydelse: annuiteten af den nye restgaeld over de terminer, der
      * var tilbage foer afdraget. LP-LOEBETID-MDR er derefter den
      * resterende loebetid fra genberegningen.
       GENBEREGN-PLAN.
           IF VALG-LAVERE-YDELSE
               MOVE GAMMEL-TERMINER TO ANN-TERMINER
               PERFORM BEREGN-ANNUITET
               MOVE ANN-YDELSE TO LP-YDELSE OF PLAN-ARR(PLAN-MATCH-IX)
           END-IF
           MOVE LP-RESTGAELD OF PLAN-ARR(PLAN-MATCH-IX) TO SIM-REST
           MOVE LP-YDELSE OF PLAN-ARR(PLAN-MATCH-IX) TO SIM-YDELSE
           MOVE "N" TO SIM-SKRIV-SW
           PERFORM BEREGN-TERMINER
           IF SIM-TERMINER > 0
               MOVE SIM-TERMINER
                 TO LP-LOEBETID-MDR OF PLAN-ARR(PLAN-MATCH-IX)
           ELSE
               MOVE GAMMEL-TERMINER
                 TO LP-LOEBETID-MDR OF PLAN-ARR(PLAN-MATCH-IX)
           END-IF.

       BEREGN-ANNUITET.
           IF LP-AARLIG-SATS OF PLAN-ARR(PLAN-MATCH-IX) = ZEROS
               COMPUTE ANN-YDELSE-EKSAKT =
                   LP-RESTGAELD OF PLAN-ARR(PLAN-MATCH-IX)
                   / ANN-TERMINER
           ELSE
               COMPUTE MND-SATS ROUNDED =
                   LP-AARLIG-SATS OF PLAN-ARR(PLAN-MATCH-IX) / 12
               MOVE 1 TO RENTE-FAKTOR
               PERFORM ANN-TERMINER TIMES
                   COMPUTE RENTE-FAKTOR ROUNDED =
                       RENTE-FAKTOR * (1 + MND-SATS)
               END-PERFORM
               COMPUTE ANN-YDELSE-EKSAKT =
                   LP-RESTGAELD OF PLAN-ARR(PLAN-MATCH-IX) * MND-SATS
                   * RENTE-FAKTOR / (RENTE-FAKTOR - 1)
           END-IF
           MOVE ANN-YDELSE-EKSAKT TO ANN-YDELSE
           IF ANN-YDELSE < ANN-YDELSE-EKSAKT
               ADD 0.01 TO ANN-YDELSE
           END-IF.

      * Planen fremskrives fra SIM-REST med SIM-YDELSE; SIM-TERMINER
      * er nul, hvis ydelsen ikke daekker den foerste termins rente.
      * Med SIM-SKRIV-SW = "J" skrives hver termin i brevet.
       BEREGN-TERMINER.
           MOVE 0 TO SIM-TERMINER
           MOVE ZEROS TO SIM-RENTE-I-ALT
           MOVE LP-NAESTE-YDELSE OF PLAN-ARR(PLAN-MATCH-IX)
             TO SIM-FORFALD
           COMPUTE SIM-RENTE ROUNDED = SIM-REST
               * LP-AARLIG-SATS OF PLAN-ARR(PLAN-MATCH-IX) / 12
           IF SIM-YDELSE NOT > SIM-RENTE
               EXIT PARAGRAPH
           END-IF
           PERFORM SIM-EN-TERMIN
               UNTIL SIM-REST NOT > ZEROS
                  OR SIM-TERMINER >= 480.

       SIM-EN-TERMIN.
           ADD 1 TO SIM-TERMINER
           COMPUTE SIM-RENTE ROUNDED = SIM-REST
               * LP-AARLIG-SATS OF PLAN-ARR(PLAN-MATCH-IX) / 12
           COMPUTE SIM-AFDRAG = SIM-YDELSE - SIM-RENTE
           IF SIM-AFDRAG > SIM-REST
               MOVE SIM-REST TO SIM-AFDRAG
           END-IF
           SUBTRACT SIM-AFDRAG FROM SIM-REST
           ADD SIM-RENTE TO SIM-RENTE-I-ALT
           IF SIM-SKRIV-SW = "J"
               MOVE SIM-TERMINER TO TERMIN-VIS
               COMPUTE YDELSE-VIS = SIM-RENTE + SIM-AFDRAG
               MOVE SIM-RENTE TO RENTE-VIS
               MOVE SIM-AFDRAG TO AFDRAG-VIS
               MOVE SIM-REST TO REST-VIS
               MOVE SPACES TO BREV-TEXT
               STRING
                   TERMIN-VIS   DELIMITED BY SIZE
                   "  "         DELIMITED BY SIZE
                   SIM-FORFALD  DELIMITED BY SIZE
                   "  "         DELIMITED BY SIZE
                   YDELSE-VIS   DELIMITED BY SIZE
                   " "          DELIMITED BY SIZE
                   RENTE-VIS    DELIMITED BY SIZE
                   " "          DELIMITED BY SIZE
                   AFDRAG-VIS   DELIMITED BY SIZE
                   " "          DELIMITED BY SIZE
                   REST-VIS     DELIMITED BY SIZE
               INTO BREV-TEXT
               WRITE BREV-REC
           END-IF
           PERFORM FREMSKRIV-FORFALD.

      * Plus 1 maaned med aarsskifte; forfaldsdage over den 28.
      * rykkes til den 28., som OPG-59's FREMSKRIV-YDELSE.
       FREMSKRIV-FORFALD.
           MOVE SIM-FORFALD(1:4) TO BEREGN-AAR
           MOVE SIM-FORFALD(6:2) TO BEREGN-MND
           MOVE SIM-FORFALD(9:2) TO BEREGN-DAG
           ADD 1 TO BEREGN-MND
           IF BEREGN-MND > 12
               SUBTRACT 12 FROM BEREGN-MND
               ADD 1 TO BEREGN-AAR
           END-IF
           IF BEREGN-DAG > 28
               MOVE 28 TO BEREGN-DAG
           END-IF
           MOVE SPACES TO SIM-FORFALD
           STRING
               BEREGN-AAR  DELIMITED BY SIZE
               "-"         DELIMITED BY SIZE
               BEREGN-MND  DELIMITED BY SIZE
               "-"         DELIMITED BY SIZE
               BEREGN-DAG  DELIMITED BY SIZE
           INTO SIM-FORFALD.

      * Betalingskontoen foreslaas som planens LP-BETAL-KONTO, ellers
      * kundens foerste LØNKONTO som i OPG-59. En anden konto skal
      * vaere kundens egen. Kontoen maa ikke vaere et laan og skal
      * have laanets valuta.
       INDTAST-BETALER.
           MOVE "J" TO OK-SW
           MOVE LP-BETAL-KONTO OF PLAN-ARR(PLAN-MATCH-IX)
             TO SOEGE-KONTO-ID
           IF SOEGE-KONTO-ID = SPACES
               PERFORM VARYING KONTO-IX2 FROM 1 BY 1
                       UNTIL KONTO-IX2 > NUM-KONTI
                   IF KUNDE-ID OF KONTO-ARR(KONTO-IX2)
                           = KUNDE-ID OF KONTO-ARR(LAAN-KONTO-IX)
                       AND KONTO-TYPE OF KONTO-ARR(KONTO-IX2)
                           = "LØNKONTO"
                       MOVE KONTO-ID OF KONTO-ARR(KONTO-IX2)
                         TO SOEGE-KONTO-ID
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           DISPLAY "Betalingskonto (blank = " SOEGE-KONTO-ID "): "
               WITH NO ADVANCING
           ACCEPT BREV-FILENAME
           IF BREV-FILENAME NOT = SPACES
               MOVE BREV-FILENAME TO SOEGE-KONTO-ID
           END-IF
           MOVE SPACES TO BREV-FILENAME
           PERFORM LOOKUP-KONTO
           EVALUATE TRUE
               WHEN KONTO-MATCH-IX = 0
                   DISPLAY "Kontoen findes ikke."
                   MOVE "N" TO OK-SW
               WHEN KUNDE-ID OF KONTO-ARR(KONTO-MATCH-IX)
                       NOT = KUNDE-ID OF KONTO-ARR(LAAN-KONTO-IX)
                   AND SOEGE-KONTO-ID
                       NOT = LP-BETAL-KONTO OF PLAN-ARR(PLAN-MATCH-IX)
                   DISPLAY "Kontoen tilhoerer ikke laanekunden."
                   MOVE "N" TO OK-SW
               WHEN KONTO-TYPE OF KONTO-ARR(KONTO-MATCH-IX) = "LÅN"
                   DISPLAY "Der kan ikke betales fra en laanekonto."
                   MOVE "N" TO OK-SW
               WHEN VALUTA-KD OF KONTO-ARR(KONTO-MATCH-IX)
                       NOT = VALUTA-KD OF KONTO-ARR(LAAN-KONTO-IX)
                   DISPLAY "Kontoen har ikke laanekontoens valuta ("
                       VALUTA-KD OF KONTO-ARR(LAAN-KONTO-IX) ")."
                   MOVE "N" TO OK-SW
               WHEN OTHER
                   MOVE KONTO-MATCH-IX TO BETAL-KONTO-IX
           END-EVALUATE.

       CHECK-DAEKNING.
           MOVE "J" TO DAEKNING-OK-SW
           MOVE ZEROS TO GAELDENDE-GRAENSE
           PERFORM LOOKUP-FACILITET
           IF FACILITET-MATCH-IX > 0
               AND (OF-UDLOEB OF FACILITET-ARR(FACILITET-MATCH-IX)
                       = SPACES
                   OR OF-UDLOEB OF FACILITET-ARR(FACILITET-MATCH-IX)
                       NOT < DAGS-DATO)
               MOVE OF-GRAENSE OF FACILITET-ARR(FACILITET-MATCH-IX)
                 TO GAELDENDE-GRAENSE
           END-IF
           COMPUTE DISPONIBEL-EFTER =
               BALANCE OF KONTO-ARR(BETAL-KONTO-IX) - BETAL-BELOEB
           IF DISPONIBEL-EFTER < GAELDENDE-GRAENSE
               MOVE "N" TO DAEKNING-OK-SW
           END-IF.

       LOOKUP-FACILITET.
           MOVE 0 TO FACILITET-MATCH-IX
           PERFORM VARYING FACILITET-IX FROM 1 BY 1
                   UNTIL FACILITET-IX > NUM-FACILITET
               IF OF-KONTO-ID OF FACILITET-ARR(FACILITET-IX)
                       = KONTO-ID OF KONTO-ARR(BETAL-KONTO-IX)
                   MOVE FACILITET-IX TO FACILITET-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * Indfrielsesbeloebet paa INDFRI-DATO, som skal ligge fra i dag
      * til foer naeste forfald - paa forfaldsdagen posterer OPG-59
      * foerst terminens ydelse. Terminen regnes fra forrige forfald
      * (naeste forfald minus en maaned).
       BEREGN-INDFRIELSE.
           MOVE "J" TO OK-SW
           MOVE INDFRI-DATO(1:4) TO INDFRI-DATO-NUM(1:4)
           MOVE INDFRI-DATO(6:2) TO INDFRI-DATO-NUM(5:2)
           MOVE INDFRI-DATO(9:2) TO INDFRI-DATO-NUM(7:2)
           IF INDFRI-DATO-NUM NOT NUMERIC
                   OR INDFRI-DATO(5:1) NOT = "-"
                   OR INDFRI-DATO(8:1) NOT = "-"
                   OR INDFRI-DATO-NUM(5:2) < "01"
                   OR INDFRI-DATO-NUM(5:2) > "12"
                   OR INDFRI-DATO-NUM(7:2) < "01"
                   OR INDFRI-DATO-NUM(7:2) > "31"
               DISPLAY "Datoen skal vaere AAAA-MM-DD."
               MOVE "N" TO OK-SW
               EXIT PARAGRAPH
           END-IF
           IF INDFRI-DATO < DAGS-DATO
               DISPLAY "Indfrielsesdatoen kan ikke ligge foer i dag."
               MOVE "N" TO OK-SW
               EXIT PARAGRAPH
           END-IF
           IF INDFRI-DATO
                   NOT < LP-NAESTE-YDELSE OF PLAN-ARR(PLAN-MATCH-IX)
               DISPLAY "Indfrielsesdatoen skal ligge foer naeste "
                   "forfald "
                   LP-NAESTE-YDELSE OF PLAN-ARR(PLAN-MATCH-IX)
                   " - koer OPG-59 for forfaldne ydelser foerst."
               MOVE "N" TO OK-SW
               EXIT PARAGRAPH
           END-IF
           PERFORM FORRIGE-FORFALD-FILL
           MOVE FORRIGE-FORFALD(1:4) TO DATO-NUM(1:4)
           MOVE FORRIGE-FORFALD(6:2) TO DATO-NUM(5:2)
           MOVE FORRIGE-FORFALD(9:2) TO DATO-NUM(7:2)
           COMPUTE FRA-INT = FUNCTION INTEGER-OF-DATE(DATO-NUM)
           MOVE LP-NAESTE-YDELSE OF PLAN-ARR(PLAN-MATCH-IX)(1:4)
             TO DATO-NUM(1:4)
           MOVE LP-NAESTE-YDELSE OF PLAN-ARR(PLAN-MATCH-IX)(6:2)
             TO DATO-NUM(5:2)
           MOVE LP-NAESTE-YDELSE OF PLAN-ARR(PLAN-MATCH-IX)(9:2)
             TO DATO-NUM(7:2)
           COMPUTE TIL-INT = FUNCTION INTEGER-OF-DATE(DATO-NUM)
           COMPUTE INDFRI-INT =
               FUNCTION INTEGER-OF-DATE(INDFRI-DATO-NUM)
           COMPUTE TERMIN-DAGE = TIL-INT - FRA-INT
           IF INDFRI-INT > FRA-INT
               COMPUTE PAALOEBNE-DAGE = INDFRI-INT - FRA-INT
           ELSE
               MOVE 0 TO PAALOEBNE-DAGE
           END-IF
           COMPUTE PAALOEBEN-RENTE ROUNDED =
               LP-RESTGAELD OF PLAN-ARR(PLAN-MATCH-IX)
               * LP-AARLIG-SATS OF PLAN-ARR(PLAN-MATCH-IX) / 12
               * PAALOEBNE-DAGE / TERMIN-DAGE
           PERFORM BEREGN-NY-MORARENTE
           COMPUTE INDFRI-BELOEB =
               LP-RESTGAELD OF PLAN-ARR(PLAN-MATCH-IX)
               + PAALOEBEN-RENTE + RESTANCE-RENTE-SUM + NY-MORARENTE.

       BEREGN-NY-MORARENTE.
           MOVE ZEROS TO NY-MORARENTE
           PERFORM VARYING RESTANCE-IX FROM 1 BY 1
                   UNTIL RESTANCE-IX > NUM-RESTANCER
               IF LR-KONTO-ID OF RESTANCE-ARR(RESTANCE-IX)
                       = LP-KONTO-ID OF PLAN-ARR(PLAN-MATCH-IX)
                   MOVE LR-MORARENTE-DATO OF RESTANCE-ARR(RESTANCE-IX)
                     (1:4) TO DATO-NUM(1:4)
                   MOVE LR-MORARENTE-DATO OF RESTANCE-ARR(RESTANCE-IX)
                     (6:2) TO DATO-NUM(5:2)
                   MOVE LR-MORARENTE-DATO OF RESTANCE-ARR(RESTANCE-IX)
                     (9:2) TO DATO-NUM(7:2)
                   COMPUTE MORA-INT = FUNCTION INTEGER-OF-DATE(DATO-NUM)
                   COMPUTE MORA-DAGE = INDFRI-INT - MORA-INT
                   IF MORA-DAGE > 0
                       COMPUTE MORA-BELOEB ROUNDED =
                           LR-YDELSE OF RESTANCE-ARR(RESTANCE-IX)
                           * PARM-MORARENTE-SATS OF PARM-REC
                           * MORA-DAGE / 365
                       ADD MORA-BELOEB TO NY-MORARENTE
                   END-IF
               END-IF
           END-PERFORM.

       FORRIGE-FORFALD-FILL.
           MOVE LP-NAESTE-YDELSE OF PLAN-ARR(PLAN-MATCH-IX)(1:4)
             TO BEREGN-AAR
           MOVE LP-NAESTE-YDELSE OF PLAN-ARR(PLAN-MATCH-IX)(6:2)
             TO BEREGN-MND
           MOVE LP-NAESTE-YDELSE OF PLAN-ARR(PLAN-MATCH-IX)(9:2)
             TO BEREGN-DAG
           IF BEREGN-MND = 1
               MOVE 12 TO BEREGN-MND
               SUBTRACT 1 FROM BEREGN-AAR
           ELSE
               SUBTRACT 1 FROM BEREGN-MND
           END-IF
           MOVE SPACES TO FORRIGE-FORFALD
           STRING
               BEREGN-AAR  DELIMITED BY SIZE
               "-"         DELIMITED BY SIZE
               BEREGN-MND  DELIMITED BY SIZE
               "-"         DELIMITED BY SIZE
               BEREGN-DAG  DELIMITED BY SIZE
           INTO FORRIGE-FORFALD.

       INDFRIELSESTILBUD.
           PERFORM INDTAST-LAAN
           IF OK-SW = "N"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Indfrielsesdato (AAAA-MM-DD, blank = i dag): "
               WITH NO ADVANCING
           ACCEPT INDFRI-DATO
           IF INDFRI-DATO = SPACES
               MOVE DAGS-DATO TO INDFRI-DATO
           END-IF
           PERFORM BEREGN-INDFRIELSE
           IF OK-SW = "N"
               EXIT PARAGRAPH
           END-IF
           PERFORM VIS-INDFRIELSE
           PERFORM SKRIV-TILBUDSBREV
           DISPLAY "Indfrielsestilbuddet er lagt i "
               "forsendelsesmanifestet.".

       VIS-INDFRIELSE.
           MOVE LP-RESTGAELD OF PLAN-ARR(PLAN-MATCH-IX) TO BELOEB-VIS
           DISPLAY "Restgaeld:                " BELOEB-VIS
           MOVE PAALOEBEN-RENTE TO BELOEB-VIS
           DISPLAY "Rente " FORRIGE-FORFALD " - " INDFRI-DATO ": "
               BELOEB-VIS
           IF RESTANCE-ANTAL > 0
               MOVE RESTANCE-RENTE-SUM TO BELOEB-VIS
               DISPLAY "Rente og morarente i restance: " BELOEB-VIS
               MOVE NY-MORARENTE TO BELOEB-VIS
               DISPLAY "Morarente til " INDFRI-DATO ": " BELOEB-VIS
           END-IF
           MOVE INDFRI-BELOEB TO BELOEB-VIS
           DISPLAY "Indfrielsesbeloeb " INDFRI-DATO ":   " BELOEB-VIS.

      * Indfrielsen registreres, naar beloebet indbetales: renten til
      * i dag posteres som LAANRENTE, hele beloebet som LAANAFDRAG paa
      * laanekontoen og som OVF paa betalingskontoen.
       REGISTRER-INDFRIELSE.
           PERFORM INDTAST-LAAN
           IF OK-SW = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE DAGS-DATO TO INDFRI-DATO
           PERFORM BEREGN-INDFRIELSE
           IF OK-SW = "N"
               EXIT PARAGRAPH
           END-IF
           PERFORM VIS-INDFRIELSE
           PERFORM INDTAST-BETALER
           IF OK-SW = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE INDFRI-BELOEB TO BETAL-BELOEB
           PERFORM CHECK-DAEKNING
           IF DAEKNING-OK-SW = "N"
               DISPLAY "Der er ikke daekning paa "
                   KONTO-ID OF KONTO-ARR(BETAL-KONTO-IX) "."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Indfri laanet (J/N): " WITH NO ADVANCING
           ACCEPT BEKRAEFT-VALG
           IF BEKRAEFT-VALG NOT = "J"
               DISPLAY "Laanet er ikke indfriet."
               EXIT PARAGRAPH
           END-IF
           PERFORM STEMPEL-FILL
           PERFORM VENTENDE-AABN
           MOVE "INDFRIELSE" TO POSTING-TEKST
           IF PAALOEBEN-RENTE > ZEROS
               MOVE LP-KONTO-ID OF PLAN-ARR(PLAN-MATCH-IX)
                 TO SOEGE-KONTO-ID
               COMPUTE POSTING-BELOEB = ZEROS - PAALOEBEN-RENTE
               MOVE "LAANRENTE" TO POSTING-TYPE
               PERFORM SKRIV-VENTENDE-POST
           END-IF
           IF NY-MORARENTE > ZEROS
               MOVE LP-KONTO-ID OF PLAN-ARR(PLAN-MATCH-IX)
                 TO SOEGE-KONTO-ID
               COMPUTE POSTING-BELOEB = ZEROS - NY-MORARENTE
               MOVE "MORARENTE" TO POSTING-TYPE
               PERFORM SKRIV-VENTENDE-POST
           END-IF
           MOVE KONTO-ID OF KONTO-ARR(BETAL-KONTO-IX) TO SOEGE-KONTO-ID
           COMPUTE POSTING-BELOEB = ZEROS - INDFRI-BELOEB
           MOVE "OVF" TO POSTING-TYPE
           PERFORM SKRIV-VENTENDE-POST
           MOVE LP-KONTO-ID OF PLAN-ARR(PLAN-MATCH-IX) TO SOEGE-KONTO-ID
           MOVE INDFRI-BELOEB TO POSTING-BELOEB
           MOVE "LAANAFDRAG" TO POSTING-TYPE
           PERFORM SKRIV-VENTENDE-POST
           PERFORM VENTENDE-LUK
           SUBTRACT INDFRI-BELOEB
               FROM BALANCE OF KONTO-ARR(BETAL-KONTO-IX)
           MOVE SPACES TO FOER-BILLEDE
           MOVE PLAN-ARR(PLAN-MATCH-IX) TO FOER-BILLEDE(1:83)
           MOVE LP-RESTGAELD OF PLAN-ARR(PLAN-MATCH-IX)
             TO GAMMEL-RESTGAELD
           MOVE ZEROS TO LP-RESTGAELD OF PLAN-ARR(PLAN-MATCH-IX)
           MOVE "I" TO LP-PLAN-STATUS OF PLAN-ARR(PLAN-MATCH-IX)
           PERFORM PLAN-ARR-REWRITE
           MOVE SPACES TO EFTER-BILLEDE
           MOVE PLAN-ARR(PLAN-MATCH-IX) TO EFTER-BILLEDE(1:83)
           MOVE LP-KONTO-ID OF PLAN-ARR(PLAN-MATCH-IX) TO HIST-NOEGLE
           PERFORM SKRIV-HISTORIK-POST
           IF RESTANCE-ANTAL > 0
               PERFORM SLET-RESTANCER
               PERFORM RESTANCE-ARR-REWRITE
           END-IF
           PERFORM SKRIV-INDFRIELSESBREV
           DISPLAY "Laanet er indfriet: posteringerne er stillet i koe "
               "til bogfoering (OPG-96),"
           DISPLAY "og bekraeftelsen er lagt i "
               "forsendelsesmanifestet.".

       SLET-RESTANCER.
           MOVE 1 TO RESTANCE-IX
           PERFORM UNTIL RESTANCE-IX > NUM-RESTANCER
               IF LR-KONTO-ID OF RESTANCE-ARR(RESTANCE-IX)
                       = LP-KONTO-ID OF PLAN-ARR(PLAN-MATCH-IX)
                   PERFORM VARYING RESTANCE-IX2 FROM RESTANCE-IX BY 1
                           UNTIL RESTANCE-IX2 >= NUM-RESTANCER
                       MOVE RESTANCE-ARR(RESTANCE-IX2 + 1)
                         TO RESTANCE-ARR(RESTANCE-IX2)
                   END-PERFORM
                   SUBTRACT 1 FROM NUM-RESTANCER
               ELSE
                   ADD 1 TO RESTANCE-IX
               END-IF
           END-PERFORM.

       RESTANCE-ARR-REWRITE.
           OPEN OUTPUT FIL-RESTANCE
           PERFORM VARYING RESTANCE-IX FROM 1 BY 1
                   UNTIL RESTANCE-IX > NUM-RESTANCER
               WRITE RESTANCE-REKORD FROM RESTANCE-ARR(RESTANCE-IX)
           END-PERFORM
           MOVE SPACES TO RESTANCE-REKORD
           MOVE "TRAILER" TO TR-MARKER OF RESTANCE-REKORD-TRAILER
           MOVE NUM-RESTANCER TO TR-ANTAL OF RESTANCE-REKORD-TRAILER
           WRITE RESTANCE-REKORD
           CLOSE FIL-RESTANCE.

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

      * Hver haendelse er sit eget parti med tidspunktet i
      * parti-id'et, saa OPG-96 ikke bogfoerer den to gange.
       VENTENDE-AABN.
           MOVE RUN-DATE TO VENT-PARTI-DATO
           MOVE RUN-TIME TO VENT-PARTI-TID
           MOVE 0 TO VENT-ANTAL
           OPEN EXTEND FIL-VENTENDE
           IF VENTENDE-STATUS = "35"
               OPEN OUTPUT FIL-VENTENDE
           END-IF.

       SKRIV-VENTENDE-POST.
           PERFORM BYG-POSTERING
           MOVE SPACES TO VENTENDE-REKORD
           MOVE LAAN-POSTERING TO VENTENDE-REKORD(1:264)
           MOVE "OPG131" TO VP-KILDE OF VENTENDE-REKORD
           MOVE VENT-PARTI-ID TO VP-PARTI-ID OF VENTENDE-REKORD
           WRITE VENTENDE-REKORD
           ADD 1 TO VENT-ANTAL.

       VENTENDE-LUK.
           MOVE SPACES TO VENTENDE-REKORD
           MOVE "TRAILER" TO TR-MARKER OF VENTENDE-TRAILER
           MOVE VENT-ANTAL TO TR-ANTAL OF VENTENDE-TRAILER
           MOVE "OPG131" TO VP-KILDE OF VENTENDE-REKORD
           MOVE VENT-PARTI-ID TO VP-PARTI-ID OF VENTENDE-REKORD
           WRITE VENTENDE-REKORD
           CLOSE FIL-VENTENDE.

       BYG-POSTERING.
           MOVE SPACES TO LAAN-POSTERING
           PERFORM LOOKUP-KONTO
           IF LAAN-KUNDE-IX > 0
               MOVE CPR OF KUNDE-ARR(LAAN-KUNDE-IX)
                 TO CPR OF LAAN-POSTERING
               MOVE SPACES TO POSTING-NAVN
               STRING
                   FORNAVN OF KUNDE-ARR(LAAN-KUNDE-IX)
                                                   DELIMITED BY SPACE
                   " "                             DELIMITED BY SIZE
                   EFTERNAVN OF KUNDE-ARR(LAAN-KUNDE-IX)
                                                   DELIMITED BY SPACE
               INTO POSTING-NAVN
               MOVE POSTING-NAVN TO NAVN OF LAAN-POSTERING
           END-IF
           MOVE SOEGE-KONTO-ID TO KONTO-ID OF LAAN-POSTERING
           MOVE ZEROS TO REG-NR OF LAAN-POSTERING
           MOVE POSTING-BELOEB TO BELØB OF LAAN-POSTERING
           IF KONTO-MATCH-IX > 0
               MOVE VALUTA-KD OF KONTO-ARR(KONTO-MATCH-IX)
                 TO VALUTA OF LAAN-POSTERING
           END-IF
           MOVE POSTING-TYPE TO TRANS-TYPE OF LAAN-POSTERING
           MOVE POSTING-TEKST TO BUTIK OF LAAN-POSTERING
           MOVE POSTING-TIDSPUNKT TO TIDSPUNKT OF LAAN-POSTERING
           MOVE ZEROS TO BILAGSNR OF LAAN-POSTERING
           MOVE ZEROS TO BILAGSREF OF LAAN-POSTERING.

      * Brevene skrives til kunden og sendes ad kundens kontaktkanal
      * via forsendelsesmanifestet som OPG-129's laaneaftaler.
       SKRIV-BREV-HOVED.
           OPEN OUTPUT FIL-BREV
           IF LAAN-KUNDE-IX > 0
               MOVE SPACES TO BREV-TEXT
               STRING
                   FORNAVN OF KUNDE-ARR(LAAN-KUNDE-IX)
                                                   DELIMITED BY SPACE
                   " "                             DELIMITED BY SIZE
                   EFTERNAVN OF KUNDE-ARR(LAAN-KUNDE-IX)
                                                   DELIMITED BY SPACE
               INTO BREV-TEXT
               WRITE BREV-REC
               MOVE SPACES TO BREV-TEXT
               STRING
                   VEJNAVN OF KUNDE-ARR(LAAN-KUNDE-IX)
                                                   DELIMITED BY "  "
                   " "                             DELIMITED BY SIZE
                   HUSNR OF KUNDE-ARR(LAAN-KUNDE-IX)
                                                   DELIMITED BY SPACE
               INTO BREV-TEXT
               WRITE BREV-REC
               MOVE SPACES TO BREV-TEXT
               STRING
                   POSTNR OF KUNDE-ARR(LAAN-KUNDE-IX)
                                                   DELIMITED BY SIZE
                   " "                             DELIMITED BY SIZE
                   BY-ADR OF KUNDE-ARR(LAAN-KUNDE-IX)
                                                   DELIMITED BY "  "
               INTO BREV-TEXT
               WRITE BREV-REC
           END-IF
           MOVE SPACES TO BREV-TEXT
           WRITE BREV-REC.

      * Den genberegnede plan: aendringen og derefter hver
      * resterende termin med ydelse, rente, afdrag og restgaeld.
       SKRIV-YDELSESPLAN.
           MOVE SPACES TO BREV-FILENAME
           STRING
               "../data/Laaneplan-"  DELIMITED BY SIZE
               LP-KONTO-ID OF PLAN-ARR(PLAN-MATCH-IX)
                                     DELIMITED BY SPACE
               "-"                   DELIMITED BY SIZE
               RUN-DATE              DELIMITED BY SIZE
               ".txt"                DELIMITED BY SIZE
           INTO BREV-FILENAME
           PERFORM SKRIV-BREV-HOVED
           MOVE SPACES TO BREV-TEXT
           STRING
               "Ny ydelsesplan for laan "  DELIMITED BY SIZE
               LP-KONTO-ID OF PLAN-ARR(PLAN-MATCH-IX)
                                           DELIMITED BY SIZE
               "  dato "                   DELIMITED BY SIZE
               DAGS-DATO                   DELIMITED BY SIZE
           INTO BREV-TEXT
           WRITE BREV-REC
           MOVE SPACES TO BREV-TEXT
           WRITE BREV-REC
           MOVE EKSTRA-BELOEB TO BELOEB-VIS
           MOVE SPACES TO BREV-TEXT
           STRING
               "Banken har modtaget et ekstraordinaert afdrag paa "
                                           DELIMITED BY SIZE
               BELOEB-VIS                  DELIMITED BY SIZE
           INTO BREV-TEXT
           WRITE BREV-REC
           MOVE GAMMEL-RESTGAELD TO BELOEB-VIS
           MOVE SPACES TO BREV-TEXT
           STRING
               "Restgaeld foer afdraget:   " DELIMITED BY SIZE
               BELOEB-VIS                    DELIMITED BY SIZE
           INTO BREV-TEXT
           WRITE BREV-REC
           MOVE LP-RESTGAELD OF PLAN-ARR(PLAN-MATCH-IX) TO BELOEB-VIS
           MOVE SPACES TO BREV-TEXT
           STRING
               "Restgaeld efter afdraget:  " DELIMITED BY SIZE
               BELOEB-VIS                    DELIMITED BY SIZE
           INTO BREV-TEXT
           WRITE BREV-REC
           MOVE SPACES TO BREV-TEXT
           IF VALG-LAVERE-YDELSE
               MOVE LP-YDELSE OF PLAN-ARR(PLAN-MATCH-IX) TO BELOEB-VIS
               STRING
                   "Efter Deres valg er ydelsen nedsat til "
                                             DELIMITED BY SIZE
                   BELOEB-VIS                DELIMITED BY SIZE
                   " med uaendret loebetid." DELIMITED BY SIZE
               INTO BREV-TEXT
           ELSE
               STRING
                   "Efter Deres valg er ydelsen uaendret, og "
                                             DELIMITED BY SIZE
                   "loebetiden er afkortet." DELIMITED BY SIZE
               INTO BREV-TEXT
           END-IF
           WRITE BREV-REC
           MOVE SPACES TO BREV-TEXT
           STRING
               "Resterende terminer: "       DELIMITED BY SIZE
               LP-LOEBETID-MDR OF PLAN-ARR(PLAN-MATCH-IX)
                                             DELIMITED BY SIZE
               " (foer afdraget "            DELIMITED BY SIZE
               GAMMEL-TERMINER               DELIMITED BY SIZE
               ")"                           DELIMITED BY SIZE
           INTO BREV-TEXT
           WRITE BREV-REC
           MOVE SPACES TO BREV-TEXT
           WRITE BREV-REC
           MOVE SPACES TO BREV-TEXT
           STRING
               "Nr.  Forfald             Ydelse          Rente"
                                             DELIMITED BY SIZE
               "         Afdrag      Restgaeld"
                                             DELIMITED BY SIZE
           INTO BREV-TEXT
           WRITE BREV-REC
           MOVE LP-RESTGAELD OF PLAN-ARR(PLAN-MATCH-IX) TO SIM-REST
           MOVE LP-YDELSE OF PLAN-ARR(PLAN-MATCH-IX) TO SIM-YDELSE
           MOVE "J" TO SIM-SKRIV-SW
           PERFORM BEREGN-TERMINER
           MOVE "N" TO SIM-SKRIV-SW
           MOVE SIM-RENTE-I-ALT TO BELOEB-VIS
           MOVE SPACES TO BREV-TEXT
           STRING
               "Samlet rente over den resterende loebetid: "
                                             DELIMITED BY SIZE
               BELOEB-VIS                    DELIMITED BY SIZE
           INTO BREV-TEXT
           WRITE BREV-REC
           CLOSE FIL-BREV
           PERFORM SKRIV-MANIFEST.

       SKRIV-TILBUDSBREV.
           MOVE SPACES TO BREV-FILENAME
           STRING
               "../data/Indfrielsestilbud-" DELIMITED BY SIZE
               LP-KONTO-ID OF PLAN-ARR(PLAN-MATCH-IX)
                                            DELIMITED BY SPACE
               "-"                          DELIMITED BY SIZE
               INDFRI-DATO-NUM              DELIMITED BY SIZE
               ".txt"                       DELIMITED BY SIZE
           INTO BREV-FILENAME
           PERFORM SKRIV-BREV-HOVED
           MOVE SPACES TO BREV-TEXT
           STRING
               "Indfrielsestilbud for laan " DELIMITED BY SIZE
               LP-KONTO-ID OF PLAN-ARR(PLAN-MATCH-IX)
                                             DELIMITED BY SIZE
               "  dato "                     DELIMITED BY SIZE
               DAGS-DATO                     DELIMITED BY SIZE
           INTO BREV-TEXT
           WRITE BREV-REC
           MOVE SPACES TO BREV-TEXT
           WRITE BREV-REC
           MOVE LP-RESTGAELD OF PLAN-ARR(PLAN-MATCH-IX) TO BELOEB-VIS
           MOVE SPACES TO BREV-TEXT
           STRING
               "Restgaeld:                       " DELIMITED BY SIZE
               BELOEB-VIS                          DELIMITED BY SIZE
           INTO BREV-TEXT
           WRITE BREV-REC
           MOVE PAALOEBEN-RENTE TO BELOEB-VIS
           MOVE SPACES TO BREV-TEXT
           STRING
               "Rente "                  DELIMITED BY SIZE
               FORRIGE-FORFALD           DELIMITED BY SIZE
               " - "                     DELIMITED BY SIZE
               INDFRI-DATO               DELIMITED BY SIZE
               ":  "                     DELIMITED BY SIZE
               BELOEB-VIS                DELIMITED BY SIZE
           INTO BREV-TEXT
           WRITE BREV-REC
           IF RESTANCE-ANTAL > 0
               MOVE RESTANCE-RENTE-SUM TO BELOEB-VIS
               MOVE SPACES TO BREV-TEXT
               STRING
                   "Rente og morarente i restance:  " DELIMITED BY SIZE
                   BELOEB-VIS                         DELIMITED BY SIZE
               INTO BREV-TEXT
               WRITE BREV-REC
               MOVE NY-MORARENTE TO BELOEB-VIS
               MOVE SPACES TO BREV-TEXT
               STRING
                   "Morarente til indfrielsesdagen: " DELIMITED BY SIZE
                   BELOEB-VIS                         DELIMITED BY SIZE
               INTO BREV-TEXT
               WRITE BREV-REC
           END-IF
           MOVE INDFRI-BELOEB TO BELOEB-VIS
           MOVE SPACES TO BREV-TEXT
           STRING
               "Indfrielsesbeloeb:               " DELIMITED BY SIZE
               BELOEB-VIS                          DELIMITED BY SIZE
           INTO BREV-TEXT
           WRITE BREV-REC
           MOVE SPACES TO BREV-TEXT
           WRITE BREV-REC
           MOVE SPACES TO BREV-TEXT
           STRING
               "Tilbuddet gaelder ved indbetaling den "
                                         DELIMITED BY SIZE
               INDFRI-DATO               DELIMITED BY SIZE
               ". Ved tidligere"         DELIMITED BY SIZE
           INTO BREV-TEXT
           WRITE BREV-REC
           MOVE "indbetaling nedsaettes renten tilsvarende."
             TO BREV-TEXT
           WRITE BREV-REC
           CLOSE FIL-BREV
           PERFORM SKRIV-MANIFEST.

       SKRIV-INDFRIELSESBREV.
           MOVE SPACES TO BREV-FILENAME
           STRING
               "../data/Indfrielse-" DELIMITED BY SIZE
               LP-KONTO-ID OF PLAN-ARR(PLAN-MATCH-IX)
                                     DELIMITED BY SPACE
               "-"                   DELIMITED BY SIZE
               RUN-DATE              DELIMITED BY SIZE
               ".txt"                DELIMITED BY SIZE
           INTO BREV-FILENAME
           PERFORM SKRIV-BREV-HOVED
           MOVE SPACES TO BREV-TEXT
           STRING
               "Laan "                DELIMITED BY SIZE
               LP-KONTO-ID OF PLAN-ARR(PLAN-MATCH-IX)
                                      DELIMITED BY SIZE
               " er indfriet "        DELIMITED BY SIZE
               DAGS-DATO              DELIMITED BY SIZE
           INTO BREV-TEXT
           WRITE BREV-REC
           MOVE SPACES TO BREV-TEXT
           WRITE BREV-REC
           MOVE GAMMEL-RESTGAELD TO BELOEB-VIS
           MOVE SPACES TO BREV-TEXT
           STRING
               "Restgaeld:                       " DELIMITED BY SIZE
               BELOEB-VIS                          DELIMITED BY SIZE
           INTO BREV-TEXT
           WRITE BREV-REC
           MOVE PAALOEBEN-RENTE TO BELOEB-VIS
           MOVE SPACES TO BREV-TEXT
           STRING
               "Rente til indfrielsesdagen:      " DELIMITED BY SIZE
               BELOEB-VIS                          DELIMITED BY SIZE
           INTO BREV-TEXT
           WRITE BREV-REC
           IF RESTANCE-ANTAL > 0
               MOVE RESTANCE-RENTE-SUM TO BELOEB-VIS
               MOVE SPACES TO BREV-TEXT
               STRING
                   "Rente og morarente i restance:  " DELIMITED BY SIZE
                   BELOEB-VIS                         DELIMITED BY SIZE
               INTO BREV-TEXT
               WRITE BREV-REC
               MOVE NY-MORARENTE TO BELOEB-VIS
               MOVE SPACES TO BREV-TEXT
               STRING
                   "Morarente til indfrielsesdagen: " DELIMITED BY SIZE
                   BELOEB-VIS                         DELIMITED BY SIZE
               INTO BREV-TEXT
               WRITE BREV-REC
           END-IF
           MOVE INDFRI-BELOEB TO BELOEB-VIS
           MOVE SPACES TO BREV-TEXT
           STRING
               "Betalt i alt:                    " DELIMITED BY SIZE
               BELOEB-VIS                          DELIMITED BY SIZE
           INTO BREV-TEXT
           WRITE BREV-REC
           MOVE SPACES TO BREV-TEXT
           STRING
               "Beloebet er traekket paa konto " DELIMITED BY SIZE
               KONTO-ID OF KONTO-ARR(BETAL-KONTO-IX)
                                                 DELIMITED BY SIZE
               "."                               DELIMITED BY SIZE
           INTO BREV-TEXT
           WRITE BREV-REC
           CLOSE FIL-BREV
           PERFORM SKRIV-MANIFEST.

       SKRIV-MANIFEST.
           OPEN EXTEND FIL-MANIFEST
           IF MANIFEST-STATUS = "35"
               OPEN OUTPUT FIL-MANIFEST
           END-IF
           MOVE SPACES TO MANIFEST-REC
           MOVE BREV-FILENAME TO FS-FILNAVN OF MANIFEST-REC
           MOVE KUNDE-ID OF KONTO-ARR(LAAN-KONTO-IX)
             TO FS-KUNDE-ID OF MANIFEST-REC
           MOVE "P" TO FS-KANAL OF MANIFEST-REC
           IF LAAN-KUNDE-IX > 0
               MOVE KONTAKT-KANAL OF KUNDE-ARR(LAAN-KUNDE-IX)
                 TO FS-KANAL OF MANIFEST-REC
               MOVE EMAIL OF KUNDE-ARR(LAAN-KUNDE-IX)
                 TO FS-EMAIL OF MANIFEST-REC
           END-IF
           IF FS-KANAL OF MANIFEST-REC = SPACE
               MOVE "P" TO FS-KANAL OF MANIFEST-REC
           END-IF
           IF FS-KANAL OF MANIFEST-REC = "P"
               MOVE "P" TO FS-FORS-STATUS OF MANIFEST-REC
           ELSE
               MOVE "S" TO FS-FORS-STATUS OF MANIFEST-REC
           END-IF
           WRITE MANIFEST-REC
           CLOSE FIL-MANIFEST.

       PARM-FILL.
           OPEN INPUT FIL-PARM
           IF PARM-STATUS = "00"
               READ FIL-PARM INTO PARM-REC
                   AT END
                       CONTINUE
               END-READ
               CLOSE FIL-PARM
           END-IF
           IF PARM-MORARENTE-SATS OF PARM-REC NOT NUMERIC
               MOVE .0800 TO PARM-MORARENTE-SATS OF PARM-REC
           END-IF.

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
               MOVE "OPG131" TO AH-PROGRAM
               MOVE HIST-OPERATOR TO AH-OPERATOR
               MOVE HIST-TID TO AH-TID
               MOVE HIST-NOEGLE TO AH-NOEGLE
               MOVE "FOER" TO AH-BILLEDE
               MOVE FOER-BILLEDE TO AH-DATA
               WRITE HISTORIK-REC
           END-IF
           MOVE SPACES TO HISTORIK-REC
           MOVE "OPG131" TO AH-PROGRAM
           MOVE HIST-OPERATOR TO AH-OPERATOR
           MOVE HIST-TID TO AH-TID
           MOVE HIST-NOEGLE TO AH-NOEGLE
           MOVE "EFTER" TO AH-BILLEDE
           MOVE EFTER-BILLEDE TO AH-DATA
           WRITE HISTORIK-REC
           CLOSE FIL-HISTORIK
           MOVE SPACES TO FOER-BILLEDE.

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
           STRING "Program: OPG-131"     DELIMITED BY SIZE
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
                               AND (AU-PROGRAM = "OPG131"
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
                       " er ikke autoriseret til OPG-131."
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
           STRING "Program: OPG-131"      DELIMITED BY SIZE
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
           STRING "Program: OPG-131"      DELIMITED BY SIZE
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
