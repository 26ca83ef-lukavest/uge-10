       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPG-154.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIL-KONTI ASSIGN TO "../data/KontoOpl.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-KONTI-IDX
               ASSIGN TO "../data/KontoOpl-Index.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTO-ID OF KONTO-IDX-REC
               ALTERNATE RECORD KEY IS KUNDE-ID OF KONTO-IDX-REC
                   WITH DUPLICATES
               FILE STATUS IS KONTI-IDX-STATUS.
           SELECT FIL-KUNDER ASSIGN TO "../data/Kundeoplysninger.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-FACILITET
               ASSIGN TO "../data/Overtraek-Faciliteter.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FACILITET-FIL-STATUS.
           SELECT FIL-UDLAEG ASSIGN TO "../data/Udlaeg-Register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UDLAEG-FIL-STATUS.
           SELECT FIL-RESERVATION ASSIGN TO "../data/Reservationer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESERVATION-FIL-STATUS.
           SELECT FIL-RESTRIKTIONER
               ASSIGN TO "../data/Kontorestriktioner.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESTRIKTION-FIL-STATUS.
           SELECT FIL-ROLLER ASSIGN TO "../data/Kontoroller.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROLLE-FIL-STATUS.
           SELECT FIL-JOURNAL ASSIGN TO "../data/Kasse-Journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-FIL-STATUS.
           SELECT FIL-VENTENDE
               ASSIGN TO "../data/Ventende-Posteringer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VENTENDE-STATUS.
           SELECT FIL-BILAG ASSIGN TO BILAG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-DIFFERENCE
               ASSIGN TO "../data/Kasse-Differencer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DIFFERENCE-STATUS.
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
           SELECT FIL-PARM ASSIGN TO "../data/OPG72-Parametre.txt"
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

       FD FIL-KONTI-IDX.
       01 KONTO-IDX-REC.
           COPY "../copybooks/KONTOOPL.cpy".

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

       FD FIL-UDLAEG.
       01 UDLAEG-REKORD.
           COPY "../copybooks/UDLAEG.cpy".
       01 UDLAEG-REKORD-TRAILER REDEFINES UDLAEG-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(81).

       FD FIL-RESERVATION.
       01 RESERVATION-REKORD.
           COPY "../copybooks/RESERVATION.cpy".
       01 RESERVATION-REKORD-TRAILER REDEFINES RESERVATION-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(59).

       FD FIL-RESTRIKTIONER.
       01 RESTRIKTION-REKORD.
           COPY "../copybooks/KONTORESTRIKTION.cpy".

       FD FIL-ROLLER.
       01 ROLLE-REKORD.
           COPY "../copybooks/KONTOROLLE.cpy".
       01 ROLLE-REKORD-TRAILER REDEFINES ROLLE-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(12).

       FD FIL-JOURNAL.
       01 JOURNAL-REKORD.
           COPY "../copybooks/KASSEJOURNAL.cpy".
       01 JOURNAL-REKORD-TRAILER REDEFINES JOURNAL-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(74).

       FD FIL-VENTENDE.
       01 VENTENDE-REKORD.
           COPY "../copybooks/TRANSAKTIONER.cpy".
           COPY "../copybooks/VENTENDE-POSTERING.cpy".
       01 VENTENDE-TRAILER REDEFINES VENTENDE-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(273).

       FD FIL-BILAG.
       01 BILAG-REC.
           02 BILAG-TEXT   PIC X(80).

       FD FIL-DIFFERENCE.
       01 DIFFERENCE-REC.
           02 DIFFERENCE-TEXT PIC X(120).

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
           COPY "../copybooks/OPG72-PARAMETRE.cpy".

       FD FIL-BOGFDATO.
       01 BOGFDATO-FIL-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".

       WORKING-STORAGE SECTION.

      * Kasseprogram for filialens kasserer: kontant indbetaling
      * (INDB) og haevning (HAEV) paa en konto slaaet op via
      * kontoindekset. Posteringen stilles straks i koe i
      * Ventende-Posteringer.txt til OPG-96 (eet parti pr. postering)
      * og noteres i kassejournalen Kasse-Journal.txt sammen med
      * dagens startbeholdning og optaelling pr. operator.
      * Haevninger forkontrolleres som i OPG-30/OPG-21: disponibel
      * saldo (saldo, ventende posteringer, reservationer, udlaeg og
      * overtraeksfacilitet), fastfrysning, mindreaariges
      * restriktioner fra Kontorestriktioner.txt og kassens egen
      * beholdning. Kontantposteringer, der alene eller sammen med
      * dagens oevrige kontantposteringer paa kontoen overstiger
      * OPG-72's indberetningsgraense, kraever kontrolleret
      * legitimation. Ved dagsafslutning taelles kassen op pr.
      * seddel og moent og afstemmes mod startbeholdning plus dagens
      * kontantposteringer; der skrives en afstemningsseddel, og en
      * difference meldes til filialchefen i Kasse-Differencer.txt.
       01 KONTI-IDX-STATUS PIC XX VALUE "00".
       01 KONTO-VIA-INDEX-SW PIC X(01) VALUE "N".
       01 FACILITET-FIL-STATUS PIC XX VALUE "00".
       01 UDLAEG-FIL-STATUS PIC XX VALUE "00".
       01 RESERVATION-FIL-STATUS PIC XX VALUE "00".
       01 RESTRIKTION-FIL-STATUS PIC XX VALUE "00".
       01 ROLLE-FIL-STATUS PIC XX VALUE "00".
       01 JOURNAL-FIL-STATUS PIC XX VALUE "00".
       01 DIFFERENCE-STATUS PIC XX VALUE "00".
       01 TRAILER-FOUND-SW PIC X(01) VALUE "N".
       01 TRAILER-ANTAL    PIC 9(06) VALUE ZEROS.
       01 EOF-FLAG         PIC X(01) VALUE "N".

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

       01 NUM-FACILITET    PIC 9(04) VALUE 0.
       01 FACILITET-ARR OCCURS 0 TO 500 TIMES
               DEPENDING ON NUM-FACILITET.
           COPY "../copybooks/OVERTRAEK-FACILITET.cpy".
       01 FACILITET-IX     PIC 9(04) VALUE 0.
       01 FACILITET-MATCH-IX PIC 9(04) VALUE 0.

       01 NUM-UDLAEG       PIC 9(04) VALUE 0.
       01 UDLAEG-ARR OCCURS 0 TO 500 TIMES DEPENDING ON NUM-UDLAEG.
           COPY "../copybooks/UDLAEG.cpy".
       01 UDLAEG-IX        PIC 9(04) VALUE 0.
       01 UDLAEG-SOEG-KONTO PIC X(14) VALUE SPACES.
       01 HOLDT-BELOEB     PIC S9(10)V99 VALUE ZEROS.
       01 FROSSET-SW       PIC X(01) VALUE "N".

       01 NUM-RESERVATION  PIC 9(04) VALUE 0.
       01 RESERVATION-ARR OCCURS 0 TO 2000 TIMES
               DEPENDING ON NUM-RESERVATION.
           COPY "../copybooks/RESERVATION.cpy".
       01 RESERVATION-IX   PIC 9(04) VALUE 0.
       01 RESERVERET-BELOEB PIC S9(10)V99 VALUE ZEROS.

       01 NUM-RESTRIKTIONER PIC 9(02) VALUE 0.
       01 RESTRIKTION-ARR OCCURS 0 TO 20 TIMES
               DEPENDING ON NUM-RESTRIKTIONER.
           COPY "../copybooks/KONTORESTRIKTION.cpy".
       01 RESTRIKTION-IX   PIC 9(02) VALUE 0.
       01 RESTRIKTION-MATCH-IX PIC 9(02) VALUE 0.

       01 NUM-ROLLER       PIC 9(04) VALUE 0.
       01 ROLLE-ARR OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-ROLLER.
           COPY "../copybooks/KONTOROLLE.cpy".
       01 ROLLE-IX         PIC 9(04) VALUE 0.
       01 FULDMAGT-SW      PIC X(01) VALUE "N".

      * Kasse-Journal.txt deles af alle kasserere: en ny raekke
      * tilfoejes for sig, og kassens stilling og dagens kontanter
      * paa en konto laeses af filen, naar de skal bruges.
       01 JOURNAL-NY.
           COPY "../copybooks/KASSEJOURNAL.cpy".

      * Kassens stilling for operatoren i dag, opsummeret af
      * journalen.
       01 START-BEHOLDNING PIC S9(10)V99 VALUE ZEROS.
       01 START-SAT-SW     PIC X(01) VALUE "N".
       01 AFSTEMT-SW       PIC X(01) VALUE "N".
       01 SIDSTE-OPTAELLING PIC S9(10)V99 VALUE ZEROS.
       01 SIDSTE-OPT-DATO  PIC X(10) VALUE SPACES.
       01 INDB-SUM         PIC S9(10)V99 VALUE ZEROS.
       01 HAEV-SUM         PIC S9(10)V99 VALUE ZEROS.
       01 INDB-ANTAL       PIC 9(05) VALUE 0.
       01 HAEV-ANTAL       PIC 9(05) VALUE 0.
       01 FORVENTET-BEHOLDNING PIC S9(10)V99 VALUE ZEROS.
       01 OPTALT-BELOEB    PIC S9(10)V99 VALUE ZEROS.
       01 KASSE-DIFFERENCE PIC S9(10)V99 VALUE ZEROS.
       01 DIFFERENCE-TEKST PIC X(09) VALUE SPACES.

      * Sedler og moenter i danske kroner, som kassen taelles op i.
       01 SORT-TABEL.
           02 FILLER PIC 9(04)V99 VALUE 1000.00.
           02 FILLER PIC 9(04)V99 VALUE 500.00.
           02 FILLER PIC 9(04)V99 VALUE 200.00.
           02 FILLER PIC 9(04)V99 VALUE 100.00.
           02 FILLER PIC 9(04)V99 VALUE 50.00.
           02 FILLER PIC 9(04)V99 VALUE 20.00.
           02 FILLER PIC 9(04)V99 VALUE 10.00.
           02 FILLER PIC 9(04)V99 VALUE 5.00.
           02 FILLER PIC 9(04)V99 VALUE 2.00.
           02 FILLER PIC 9(04)V99 VALUE 1.00.
           02 FILLER PIC 9(04)V99 VALUE 0.50.
       01 SORT-ARR REDEFINES SORT-TABEL.
           02 SORT-VAERDI PIC 9(04)V99 OCCURS 11 TIMES.
       01 SORT-ANTAL-TABEL.
           02 SORT-ANTAL  PIC 9(05) OCCURS 11 TIMES.
       01 SORT-IX          PIC 9(02) VALUE 0.
       01 SORT-BELOEB      PIC S9(10)V99 VALUE ZEROS.
       01 SORT-VIS         PIC Z,ZZ9.99.
       01 STK-VIS          PIC ZZ,ZZ9.

       01 MENU-VALG     PIC X(01).
       01 FORTSAET-SW   PIC X(01) VALUE "J".
       01 OK-SW         PIC X(01) VALUE "J".
       01 BEKRAEFT-VALG PIC X(01) VALUE SPACE.
       01 LOGON-OPERATOR PIC X(10) VALUE SPACES.
       01 OPERATOR      PIC X(10) VALUE SPACES.
       01 OVERRIDE-VALG PIC X(01) VALUE SPACE.
       01 NOEDOVERSTYRET-SW PIC X(01) VALUE "N".
       01 SOEGE-KONTO-ID  PIC X(14) VALUE SPACES.
       01 KASSE-TYPE    PIC X(04) VALUE SPACES.
       01 KASSE-BELOEB  PIC 9(08)V99 VALUE ZEROS.
       01 BELOEB-VIS    PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01 BELOEB-VIS2   PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01 ANTAL-VIS     PIC ZZZZ9.

      * Disponibel saldo som i OPG-21/OPG-111: saldoen plus de
      * posteringer, der venter paa OPG-96, med fradrag af aktive
      * reservationer; efter haevningen maa den ikke komme under
      * facilitetens graense plus et udlagt beloeb.
       01 VENTENDE-SUM     PIC S9(12)V99 VALUE ZEROS.
       01 DISPONIBEL-SALDO PIC S9(12)V99 VALUE ZEROS.
       01 DISPONIBEL-EFTER PIC S9(12)V99 VALUE ZEROS.
       01 GAELDENDE-GRAENSE PIC S9(10)V99 VALUE ZEROS.
       01 AFVIS-AARSAG     PIC X(40) VALUE SPACES.

      * Kontantindberetning som i OPG-72: dagens kontantposteringer
      * paa kontoen laegges sammen med den nye.
       01 PARM-STATUS      PIC XX VALUE "00".
       01 PARM-REC.
           COPY "../copybooks/OPG72-PARAMETRE.cpy".
       01 DAGS-KONTANT     PIC S9(12)V99 VALUE ZEROS.
       01 LEGITIMERET-SW   PIC X(01) VALUE "N".

      * Mindreaarige: alderen udledes af kontohaverens CPR-nummer
      * (samme aarhundredeslogik som OPG-139).
       01 CPR-AA          PIC 9(02) VALUE ZEROS.
       01 CPR-CIFFER7     PIC 9(01) VALUE ZERO.
       01 CPR-AARHUNDREDE PIC 9(02) VALUE ZEROS.
       01 FOEDSELSDATO-UDLEDT PIC X(10) VALUE SPACES.
       01 HAVER-ALDER     PIC S9(03) VALUE ZEROS.

       01 VENTENDE-STATUS  PIC XX VALUE "00".
       01 VENT-PARTI-ID.
           02 VENT-PARTI-DATO PIC 9(08) VALUE ZEROS.
           02 VENT-PARTI-TID  PIC 9(08) VALUE ZEROS.
       01 VENT-PARTI-NUM REDEFINES VENT-PARTI-ID PIC 9(16).
       01 SIDSTE-PARTI-NUM PIC 9(16) VALUE ZEROS.
       01 KASSE-POSTERING.
           COPY "../copybooks/TRANSAKTIONER.cpy".
       01 POSTING-NAVN     PIC X(41) VALUE SPACES.
       01 BILAG-FILENAME   PIC X(60) VALUE SPACES.

       01 RUN-DATE      PIC 9(08) VALUE ZEROS.
      * Koerselsdatoen er bankens bogfoeringsdato (Bogfoeringsdato.txt),
      * ikke maskinens dato.
       01 BOGFDATO-STATUS  PIC XX VALUE "00".
       01 BOGFDATO-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".
       01 DAGS-DATO     PIC X(10) VALUE SPACES.
       01 RUN-TIME      PIC 9(08) VALUE ZEROS.
       01 POSTING-TIDSPUNKT PIC X(26) VALUE SPACES.
       01 KLOKKESLAET   PIC X(08) VALUE SPACES.

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
      * Operatoer-Relationer.txt. Kassehandler paa deres konti
      * afvises og skal ekspederes af en anden kasserer.
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
           PERFORM LOGON
           PERFORM CHECK-AUTORISATION
           PERFORM CHECK-BATCH-LAAS
           PERFORM RELATION-ARR-FILL
           PERFORM PARM-FILL
           PERFORM DAGS-DATO-FILL
           OPEN INPUT FIL-KONTI-IDX
           IF KONTI-IDX-STATUS = "00"
               MOVE "Y" TO KONTO-VIA-INDEX-SW
               MOVE 1 TO NUM-KONTI
               MOVE SPACES TO KONTO-ARR(1)
           ELSE
               PERFORM KONTO-ARR-FILL
           END-IF
           PERFORM KUNDE-ARR-FILL
           PERFORM FACILITET-ARR-FILL
           PERFORM UDLAEG-ARR-FILL
           PERFORM RESERVATION-ARR-FILL
           PERFORM RESTRIKTION-ARR-FILL
           PERFORM ROLLE-ARR-FILL
           PERFORM KASSE-STATUS-FILL
           IF AFSTEMT-SW = "N" AND START-SAT-SW = "N"
               PERFORM INDTAST-STARTBEHOLDNING
           END-IF
           PERFORM UNTIL FORTSAET-SW NOT = "J"
               PERFORM SHOW-MENU
               ACCEPT MENU-VALG
               EVALUATE MENU-VALG
                   WHEN "1"
                       PERFORM VIS-KONTO
                   WHEN "2"
                       MOVE "INDB" TO KASSE-TYPE
                       PERFORM KASSE-POSTERING-REG
                   WHEN "3"
                       MOVE "HAEV" TO KASSE-TYPE
                       PERFORM KASSE-POSTERING-REG
                   WHEN "4"
                       PERFORM VIS-KASSE
                   WHEN "5"
                       PERFORM KASSEAFSTEMNING
                   WHEN "6"
                       MOVE "N" TO FORTSAET-SW
                   WHEN OTHER
                       DISPLAY "Ukendt valg."
               END-EVALUATE
           END-PERFORM
           IF KONTO-VIA-INDEX-SW = "Y"
               CLOSE FIL-KONTI-IDX
           END-IF
           STOP RUN.

       SHOW-MENU.
           DISPLAY " "
           DISPLAY "KASSE - operator " OPERATOR " - " DAGS-DATO
           DISPLAY "1. Slaa konto op"
           DISPLAY "2. Kontant indbetaling (INDB)"
           DISPLAY "3. Kontant haevning (HAEV)"
           DISPLAY "4. Vis kassens stilling"
           DISPLAY "5. Kasseafstemning (dagsafslutning)"
           DISPLAY "6. Afslut"
           DISPLAY "Valg: " WITH NO ADVANCING.

      * Kassereren logger paa med sit operator-ID, som skal vaere
      * sessionens bruger; et andet ID afvises og logges.
       LOGON.
           DISPLAY "Operator-ID: " WITH NO ADVANCING
           ACCEPT LOGON-OPERATOR
           IF LOGON-OPERATOR = SPACES
                   OR LOGON-OPERATOR NOT = OPERATOR
               MOVE LOGON-OPERATOR TO AUTOR-OPERATOR
               PERFORM LOG-AUTORISATION-AFVIST
               DISPLAY "Adgang afvist: operator-ID svarer ikke til "
                   "brugeren."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Dagens startbeholdning, dagens kontantposteringer og om
      * kassen allerede er afstemt - samt seneste optaelling, som
      * tilbydes som ny startbeholdning.
       KASSE-STATUS-FILL.
           MOVE ZEROS TO START-BEHOLDNING
           MOVE "N" TO START-SAT-SW
           MOVE "N" TO AFSTEMT-SW
           MOVE ZEROS TO SIDSTE-OPTAELLING
           MOVE SPACES TO SIDSTE-OPT-DATO
           MOVE ZEROS TO INDB-SUM
           MOVE ZEROS TO HAEV-SUM
           MOVE 0 TO INDB-ANTAL
           MOVE 0 TO HAEV-ANTAL
           OPEN INPUT FIL-JOURNAL
           IF JOURNAL-FIL-STATUS = "00"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ FIL-JOURNAL
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF TR-MARKER OF JOURNAL-REKORD-TRAILER
                                   NOT = "TRAILER"
                               PERFORM KASSE-STATUS-RAEKKE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIL-JOURNAL
           END-IF
           COMPUTE FORVENTET-BEHOLDNING =
               START-BEHOLDNING + INDB-SUM - HAEV-SUM.

       KASSE-STATUS-RAEKKE.
           IF KJ-OPERATOR OF JOURNAL-REKORD NOT = OPERATOR
               EXIT PARAGRAPH
           END-IF
           IF KJ-DATO OF JOURNAL-REKORD = DAGS-DATO
               EVALUATE TRUE
                   WHEN KJ-BEHOLDNING OF JOURNAL-REKORD
                       MOVE KJ-BELOEB OF JOURNAL-REKORD
                         TO START-BEHOLDNING
                       MOVE "J" TO START-SAT-SW
                   WHEN KJ-INDBETALING OF JOURNAL-REKORD
                       ADD KJ-BELOEB OF JOURNAL-REKORD TO INDB-SUM
                       ADD 1 TO INDB-ANTAL
                   WHEN KJ-UDBETALING OF JOURNAL-REKORD
                       ADD KJ-BELOEB OF JOURNAL-REKORD TO HAEV-SUM
                       ADD 1 TO HAEV-ANTAL
                   WHEN KJ-OPTAELLING OF JOURNAL-REKORD
                       MOVE "J" TO AFSTEMT-SW
               END-EVALUATE
           END-IF
           IF KJ-OPTAELLING OF JOURNAL-REKORD
               AND KJ-DATO OF JOURNAL-REKORD >= SIDSTE-OPT-DATO
               MOVE KJ-DATO OF JOURNAL-REKORD TO SIDSTE-OPT-DATO
               MOVE KJ-BELOEB OF JOURNAL-REKORD TO SIDSTE-OPTAELLING
           END-IF.

       INDTAST-STARTBEHOLDNING.
           DISPLAY "Kassen er ikke aabnet i dag."
           MOVE "N" TO BEKRAEFT-VALG
           IF SIDSTE-OPT-DATO NOT = SPACES
               MOVE SIDSTE-OPTAELLING TO BELOEB-VIS
               DISPLAY "Seneste optaelling " SIDSTE-OPT-DATO ": "
                   BELOEB-VIS
               DISPLAY "Overtag den som startbeholdning (J/N): "
                   WITH NO ADVANCING
               ACCEPT BEKRAEFT-VALG
           END-IF
           IF BEKRAEFT-VALG = "J"
               MOVE SIDSTE-OPTAELLING TO START-BEHOLDNING
           ELSE
               DISPLAY "Startbeholdning i kassen: " WITH NO ADVANCING
               ACCEPT KASSE-BELOEB
               MOVE KASSE-BELOEB TO START-BEHOLDNING
           END-IF
           PERFORM KASSE-LAAS-KONTROL
           IF OK-SW = "N"
               DISPLAY "Kassen er ikke aabnet - log paa igen efter "
                   "batchkoerslen."
               STOP RUN
           END-IF
           PERFORM STEMPEL-FILL
           PERFORM NY-JOURNAL-RAEKKE
           MOVE "BEHO" TO KJ-TYPE OF JOURNAL-NY
           MOVE START-BEHOLDNING TO KJ-BELOEB OF JOURNAL-NY
           PERFORM JOURNAL-SKRIV
           MOVE "J" TO START-SAT-SW
           COMPUTE FORVENTET-BEHOLDNING =
               START-BEHOLDNING + INDB-SUM - HAEV-SUM
           MOVE START-BEHOLDNING TO BELOEB-VIS
           DISPLAY "Kassen er aabnet med " BELOEB-VIS.

       INDTAST-KONTO.
           MOVE "J" TO OK-SW
           DISPLAY "Konto-id: " WITH NO ADVANCING
           ACCEPT SOEGE-KONTO-ID
           PERFORM LOOKUP-KONTO
           IF KONTO-MATCH-IX = 0
               DISPLAY "Kontoen findes ikke."
               MOVE "N" TO OK-SW
               EXIT PARAGRAPH
           END-IF
           PERFORM LOOKUP-KUNDE
           IF KUNDE-MATCH-IX = 0
               DISPLAY "Kontohaveren findes ikke i kunderegistret."
               MOVE "N" TO OK-SW
               EXIT PARAGRAPH
           END-IF
           PERFORM BEREGN-DISPONIBEL.

       VIS-KONTO.
           PERFORM INDTAST-KONTO
           IF OK-SW = "N"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Konto:      " KONTO-ID OF KONTO-ARR(KONTO-MATCH-IX)
               "  " KONTO-TYPE OF KONTO-ARR(KONTO-MATCH-IX)
               "  " VALUTA-KD OF KONTO-ARR(KONTO-MATCH-IX)
           DISPLAY "Kontohaver: " KUNDE-ID OF KUNDE-ARR(KUNDE-MATCH-IX)
               " " FORNAVN OF KUNDE-ARR(KUNDE-MATCH-IX)
               " " EFTERNAVN OF KUNDE-ARR(KUNDE-MATCH-IX)
           MOVE BALANCE OF KONTO-ARR(KONTO-MATCH-IX) TO BELOEB-VIS
           DISPLAY "Saldo:              " BELOEB-VIS
           MOVE VENTENDE-SUM TO BELOEB-VIS
           DISPLAY "Ventende posteringer:" BELOEB-VIS
           MOVE DISPONIBEL-SALDO TO BELOEB-VIS
           DISPLAY "Disponibelt:        " BELOEB-VIS
           IF FROSSET-SW = "J"
               DISPLAY "BEMAERK: kontoen er fastfrosset (udlaeg)."
           END-IF
           IF HOLDT-BELOEB > ZEROS
               MOVE HOLDT-BELOEB TO BELOEB-VIS
               DISPLAY "BEMAERK: udlagt beloeb " BELOEB-VIS
           END-IF.

      * Kontant indbetaling eller haevning. Haevninger forkontrolleres;
      * en indbetaling kan altid modtages, men kraever som en
      * haevning legitimation over indberetningsgraensen.
       KASSE-POSTERING-REG.
           IF AFSTEMT-SW = "J"
               DISPLAY "Kassen er afstemt for i dag - der kan ikke "
                   "registreres flere posteringer."
               EXIT PARAGRAPH
           END-IF
           PERFORM INDTAST-KONTO
           IF OK-SW = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE KUNDE-ID OF KUNDE-ARR(KUNDE-MATCH-IX)
             TO RELATION-KUNDE-ID
           PERFORM CHECK-RELATERET-KUNDE
           IF RELATION-SW = "J"
               PERFORM AFVIS-RELATERET-KUNDE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Kontohaver: " FORNAVN OF KUNDE-ARR(KUNDE-MATCH-IX)
               " " EFTERNAVN OF KUNDE-ARR(KUNDE-MATCH-IX)
           DISPLAY "Beloeb: " WITH NO ADVANCING
           ACCEPT KASSE-BELOEB
           IF KASSE-BELOEB NOT > ZEROS
               DISPLAY "Beloebet skal vaere stoerre end nul."
               EXIT PARAGRAPH
           END-IF
           PERFORM FORKONTROL
           IF AFVIS-AARSAG NOT = SPACES
               DISPLAY "AFVIST: " AFVIS-AARSAG
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-KONTANTGRAENSE
           IF OK-SW = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE KASSE-BELOEB TO BELOEB-VIS
           IF KASSE-TYPE = "INDB"
               DISPLAY "Indbetal " BELOEB-VIS " paa "
                   SOEGE-KONTO-ID " (J/N): " WITH NO ADVANCING
           ELSE
               DISPLAY "Udbetal " BELOEB-VIS " fra "
                   SOEGE-KONTO-ID " (J/N): " WITH NO ADVANCING
           END-IF
           ACCEPT BEKRAEFT-VALG
           IF BEKRAEFT-VALG NOT = "J"
               DISPLAY "Afbrudt - intet registreret."
               EXIT PARAGRAPH
           END-IF
           PERFORM KASSE-LAAS-KONTROL
           IF OK-SW = "N"
               EXIT PARAGRAPH
           END-IF
           PERFORM STEMPEL-FILL
           PERFORM SKRIV-VENTENDE
           PERFORM NY-JOURNAL-RAEKKE
           MOVE KASSE-TYPE TO KJ-TYPE OF JOURNAL-NY
           MOVE SOEGE-KONTO-ID TO KJ-KONTO-ID OF JOURNAL-NY
           MOVE KASSE-BELOEB TO KJ-BELOEB OF JOURNAL-NY
           MOVE VENT-PARTI-ID TO KJ-PARTI-ID OF JOURNAL-NY
           MOVE LEGITIMERET-SW TO KJ-LEGITIMERET OF JOURNAL-NY
           PERFORM JOURNAL-SKRIV
           IF KASSE-TYPE = "INDB"
               ADD KASSE-BELOEB TO INDB-SUM
               ADD 1 TO INDB-ANTAL
           ELSE
               ADD KASSE-BELOEB TO HAEV-SUM
               ADD 1 TO HAEV-ANTAL
           END-IF
           COMPUTE FORVENTET-BEHOLDNING =
               START-BEHOLDNING + INDB-SUM - HAEV-SUM
           DISPLAY "Registreret " KLOKKESLAET " - posteres af "
               "posteringsmotoren (OPG-96).".

      * Forkontrol af en kontantpostering. En haevning skal kunne
      * rummes i kassen og i kontoens disponible saldo og maa ikke
      * ramme et udlaeg eller en aldersgraense.
       FORKONTROL.
           MOVE SPACES TO AFVIS-AARSAG
           IF KONTO-LUKKET OF KUNDE-ARR(KUNDE-MATCH-IX)
                   OR KUNDE-INAKTIV OF KUNDE-ARR(KUNDE-MATCH-IX)
               MOVE "kontohaverens engagement er lukket"
                 TO AFVIS-AARSAG
               EXIT PARAGRAPH
           END-IF
           IF VALUTA-KD OF KONTO-ARR(KONTO-MATCH-IX) NOT = "DKK "
               MOVE "kassen haandterer kun DKK-konti" TO AFVIS-AARSAG
               EXIT PARAGRAPH
           END-IF
           IF KASSE-TYPE = "INDB"
               EXIT PARAGRAPH
           END-IF
           IF KASSE-BELOEB > FORVENTET-BEHOLDNING
               MOVE "ikke kontanter nok i kassen" TO AFVIS-AARSAG
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-RESTRIKTION
           IF AFVIS-AARSAG NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF FROSSET-SW = "J"
               MOVE "konto fastfrosset (udlaeg)" TO AFVIS-AARSAG
               EXIT PARAGRAPH
           END-IF
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
           COMPUTE DISPONIBEL-EFTER = DISPONIBEL-SALDO - KASSE-BELOEB
           IF DISPONIBEL-EFTER < GAELDENDE-GRAENSE + HOLDT-BELOEB
               IF HOLDT-BELOEB > ZEROS
                       AND DISPONIBEL-EFTER NOT < GAELDENDE-GRAENSE
                   MOVE "traek i udlagt beloeb" TO AFVIS-AARSAG
               ELSE
                   MOVE "ikke daekning paa kontoen" TO AFVIS-AARSAG
               END-IF
           END-IF.

      * Saldo plus ventende posteringer paa kontoen (ogsaa kassens
      * egne) med fradrag af aktive reservationer.
       BEREGN-DISPONIBEL.
           MOVE SOEGE-KONTO-ID TO UDLAEG-SOEG-KONTO
           PERFORM BEREGN-UDLAEG-FOR-KONTO
           MOVE ZEROS TO RESERVERET-BELOEB
           PERFORM VARYING RESERVATION-IX FROM 1 BY 1
                   UNTIL RESERVATION-IX > NUM-RESERVATION
               IF RES-KONTO-ID OF RESERVATION-ARR(RESERVATION-IX)
                       = SOEGE-KONTO-ID
                   AND RES-UDLOEB OF RESERVATION-ARR(RESERVATION-IX)
                       (1:10) NOT < DAGS-DATO
                   ADD RES-BELOEB OF RESERVATION-ARR(RESERVATION-IX)
                     TO RESERVERET-BELOEB
               END-IF
           END-PERFORM
           PERFORM VENTENDE-SUMMER
           COMPUTE DISPONIBEL-SALDO =
               BALANCE OF KONTO-ARR(KONTO-MATCH-IX) + VENTENDE-SUM
               - RESERVERET-BELOEB.

       VENTENDE-SUMMER.
           MOVE ZEROS TO VENTENDE-SUM
           OPEN INPUT FIL-VENTENDE
           IF VENTENDE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-VENTENDE
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF VENTENDE-TRAILER NOT = "TRAILER"
                               AND KONTO-ID OF VENTENDE-REKORD
                                   = SOEGE-KONTO-ID
                               AND BELØB OF VENTENDE-REKORD IS NUMERIC
                           ADD BELØB OF VENTENDE-REKORD TO VENTENDE-SUM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-VENTENDE.

      * Aldersgraensen som i OPG-30: under kontotypens mindstealder
      * afvises haevningen, medmindre restriktionen tillader vaergen
      * at haeve, og kontoen har en fuldmagtsrolle i Kontoroller.txt.
       CHECK-RESTRIKTION.
           MOVE 0 TO RESTRIKTION-MATCH-IX
           PERFORM VARYING RESTRIKTION-IX FROM 1 BY 1
                   UNTIL RESTRIKTION-IX > NUM-RESTRIKTIONER
               IF RE-KONTO-TYPE OF RESTRIKTION-ARR(RESTRIKTION-IX)
                       = KONTO-TYPE OF KONTO-ARR(KONTO-MATCH-IX)
                   MOVE RESTRIKTION-IX TO RESTRIKTION-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF RESTRIKTION-MATCH-IX = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM CPR-FOEDSELSDATO
           IF FOEDSELSDATO-UDLEDT = SPACES
               EXIT PARAGRAPH
           END-IF
           COMPUTE HAVER-ALDER =
               FUNCTION NUMVAL(DAGS-DATO(1:4))
               - FUNCTION NUMVAL(FOEDSELSDATO-UDLEDT(1:4))
           IF DAGS-DATO(6:5) < FOEDSELSDATO-UDLEDT(6:5)
               SUBTRACT 1 FROM HAVER-ALDER
           END-IF
           IF HAVER-ALDER
                   < RE-MIN-ALDER OF RESTRIKTION-ARR
                       (RESTRIKTION-MATCH-IX)
               IF RE-VAERGE-MAA OF RESTRIKTION-ARR
                       (RESTRIKTION-MATCH-IX)
                   PERFORM CHECK-KONTO-FULDMAGT
                   IF FULDMAGT-SW = "N"
                       MOVE "under aldersgraense" TO AFVIS-AARSAG
                   ELSE
                       DISPLAY "Kontohaveren er under aldersgraensen "
                           "- kun vaergen med fuldmagt maa haeve."
                   END-IF
               ELSE
                   MOVE "under aldersgraense" TO AFVIS-AARSAG
               END-IF
           END-IF.

       CHECK-KONTO-FULDMAGT.
           MOVE "N" TO FULDMAGT-SW
           PERFORM VARYING ROLLE-IX FROM 1 BY 1
                   UNTIL ROLLE-IX > NUM-ROLLER
               IF KR-KONTO-ID OF ROLLE-ARR(ROLLE-IX) = SOEGE-KONTO-ID
                   AND KR-FULDMAGT OF ROLLE-ARR(ROLLE-IX)
                   MOVE "Y" TO FULDMAGT-SW
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       CPR-FOEDSELSDATO.
           MOVE SPACES TO FOEDSELSDATO-UDLEDT
           IF CPR OF KUNDE-ARR(KUNDE-MATCH-IX)(1:6) NOT NUMERIC
                   OR CPR OF KUNDE-ARR(KUNDE-MATCH-IX)(8:1) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE CPR OF KUNDE-ARR(KUNDE-MATCH-IX)(5:2) TO CPR-AA
           MOVE CPR OF KUNDE-ARR(KUNDE-MATCH-IX)(8:1) TO CPR-CIFFER7
           EVALUATE TRUE
               WHEN CPR-CIFFER7 < 4
                   MOVE 19 TO CPR-AARHUNDREDE
               WHEN CPR-CIFFER7 = 4 OR CPR-CIFFER7 = 9
                   IF CPR-AA NOT > 36
                       MOVE 20 TO CPR-AARHUNDREDE
                   ELSE
                       MOVE 19 TO CPR-AARHUNDREDE
                   END-IF
               WHEN OTHER
                   IF CPR-AA NOT > 57
                       MOVE 20 TO CPR-AARHUNDREDE
                   ELSE
                       MOVE 18 TO CPR-AARHUNDREDE
                   END-IF
           END-EVALUATE
           STRING
               CPR-AARHUNDREDE                   DELIMITED BY SIZE
               CPR-AA                            DELIMITED BY SIZE
               "-"                               DELIMITED BY SIZE
               CPR OF KUNDE-ARR(KUNDE-MATCH-IX)(3:2)
                                                 DELIMITED BY SIZE
               "-"                               DELIMITED BY SIZE
               CPR OF KUNDE-ARR(KUNDE-MATCH-IX)(1:2)
                                                 DELIMITED BY SIZE
           INTO FOEDSELSDATO-UDLEDT.

      * Overstiger dagens kontantposteringer paa kontoen inkl. denne
      * OPG-72's graense, indberettes de; kassereren skal bekraefte,
      * at kundens legitimation er kontrolleret. Journalen laeses
      * her og nu, saa et beloeb delt over flere kasser taeller med.
       CHECK-KONTANTGRAENSE.
           MOVE "J" TO OK-SW
           MOVE "N" TO LEGITIMERET-SW
           MOVE KASSE-BELOEB TO DAGS-KONTANT
           OPEN INPUT FIL-JOURNAL
           IF JOURNAL-FIL-STATUS = "00"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ FIL-JOURNAL
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF KJ-DATO OF JOURNAL-REKORD = DAGS-DATO
                               AND KJ-KONTO-ID OF JOURNAL-REKORD
                                   = SOEGE-KONTO-ID
                               AND (KJ-INDBETALING OF JOURNAL-REKORD
                                 OR KJ-UDBETALING OF JOURNAL-REKORD)
                               ADD KJ-BELOEB OF JOURNAL-REKORD
                                 TO DAGS-KONTANT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIL-JOURNAL
           END-IF
           IF DAGS-KONTANT NOT > PARM-KONTANT-GRAENSE OF PARM-REC
               EXIT PARAGRAPH
           END-IF
           MOVE DAGS-KONTANT TO BELOEB-VIS
           MOVE PARM-KONTANT-GRAENSE OF PARM-REC TO BELOEB-VIS2
           DISPLAY "Dagens kontantposteringer paa kontoen: "
               BELOEB-VIS
           DISPLAY "Over indberetningsgraensen " BELOEB-VIS2
               " - indberettes til hvidvasksekretariatet (OPG-72)."
           DISPLAY "Er kundens legitimation kontrolleret (J/N): "
               WITH NO ADVANCING
           ACCEPT BEKRAEFT-VALG
           IF BEKRAEFT-VALG = "J"
               MOVE "J" TO LEGITIMERET-SW
           ELSE
               DISPLAY "Afvist - legitimation skal kontrolleres."
               MOVE "N" TO OK-SW
           END-IF.

       VIS-KASSE.
           MOVE START-BEHOLDNING TO BELOEB-VIS
           DISPLAY "Startbeholdning:      " BELOEB-VIS
           MOVE INDB-SUM TO BELOEB-VIS
           MOVE INDB-ANTAL TO ANTAL-VIS
           DISPLAY "Indbetalinger " ANTAL-VIS ": " BELOEB-VIS
           MOVE HAEV-SUM TO BELOEB-VIS
           MOVE HAEV-ANTAL TO ANTAL-VIS
           DISPLAY "Udbetalinger  " ANTAL-VIS ": " BELOEB-VIS
           MOVE FORVENTET-BEHOLDNING TO BELOEB-VIS
           DISPLAY "Forventet beholdning: " BELOEB-VIS
           IF AFSTEMT-SW = "J"
               DISPLAY "Kassen er afstemt for i dag."
           END-IF.

      * Dagsafslutning: kassen taelles op pr. seddel og moent og
      * holdes op mod startbeholdning plus indbetalinger minus
      * udbetalinger. Optaellingen noteres i journalen (og bliver
      * morgendagens forslag til startbeholdning); en difference
      * meldes til filialchefen. Kassens stilling laeses forfra af
      * journalen, saa ogsaa operatorens andre sessioner er med.
       KASSEAFSTEMNING.
           PERFORM KASSE-STATUS-FILL
           IF AFSTEMT-SW = "J"
               DISPLAY "Kassen er allerede afstemt i dag."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Optaelling - antal pr. seddel/moent:"
           MOVE ZEROS TO OPTALT-BELOEB
           PERFORM VARYING SORT-IX FROM 1 BY 1 UNTIL SORT-IX > 11
               MOVE SORT-VAERDI(SORT-IX) TO SORT-VIS
               DISPLAY "  Antal a " SORT-VIS " kr.: "
                   WITH NO ADVANCING
               ACCEPT SORT-ANTAL(SORT-IX)
               COMPUTE OPTALT-BELOEB = OPTALT-BELOEB
                   + SORT-ANTAL(SORT-IX) * SORT-VAERDI(SORT-IX)
           END-PERFORM
           COMPUTE KASSE-DIFFERENCE =
               OPTALT-BELOEB - FORVENTET-BEHOLDNING
           EVALUATE TRUE
               WHEN KASSE-DIFFERENCE = ZEROS
                   MOVE "STEMMER" TO DIFFERENCE-TEKST
               WHEN KASSE-DIFFERENCE > ZEROS
                   MOVE "OVERSKUD" TO DIFFERENCE-TEKST
               WHEN OTHER
                   MOVE "UNDERSKUD" TO DIFFERENCE-TEKST
           END-EVALUATE
           MOVE OPTALT-BELOEB TO BELOEB-VIS
           DISPLAY "Optalt:               " BELOEB-VIS
           MOVE FORVENTET-BEHOLDNING TO BELOEB-VIS
           DISPLAY "Forventet beholdning: " BELOEB-VIS
           MOVE KASSE-DIFFERENCE TO BELOEB-VIS
           DISPLAY "Difference:           " BELOEB-VIS "  "
               DIFFERENCE-TEKST
           DISPLAY "Afslut kassen med denne optaelling (J/N): "
               WITH NO ADVANCING
           ACCEPT BEKRAEFT-VALG
           IF BEKRAEFT-VALG NOT = "J"
               DISPLAY "Afbrudt - tael kassen op igen."
               EXIT PARAGRAPH
           END-IF
           PERFORM KASSE-LAAS-KONTROL
           IF OK-SW = "N"
               EXIT PARAGRAPH
           END-IF
           PERFORM STEMPEL-FILL
           PERFORM NY-JOURNAL-RAEKKE
           MOVE "OPTA" TO KJ-TYPE OF JOURNAL-NY
           MOVE OPTALT-BELOEB TO KJ-BELOEB OF JOURNAL-NY
           MOVE KASSE-DIFFERENCE TO KJ-DIFFERENCE OF JOURNAL-NY
           PERFORM JOURNAL-SKRIV
           MOVE "J" TO AFSTEMT-SW
           PERFORM SKRIV-AFSTEMNINGSBILAG
           IF KASSE-DIFFERENCE NOT = ZEROS
               PERFORM MELD-DIFFERENCE
               DISPLAY "Differencen er meldt til filialchefen."
           END-IF
           DISPLAY "Afstemningsseddel: " BILAG-FILENAME.

       SKRIV-AFSTEMNINGSBILAG.
           MOVE SPACES TO BILAG-FILENAME
           STRING
               "../data/Kasseafstemning-"  DELIMITED BY SIZE
               OPERATOR                    DELIMITED BY SPACE
               "-"                         DELIMITED BY SIZE
               RUN-DATE                    DELIMITED BY SIZE
               ".txt"                      DELIMITED BY SIZE
           INTO BILAG-FILENAME
           OPEN OUTPUT FIL-BILAG
           MOVE SPACES TO BILAG-TEXT
           STRING
               "KASSEAFSTEMNING "          DELIMITED BY SIZE
               DAGS-DATO                   DELIMITED BY SIZE
               "  kl. "                    DELIMITED BY SIZE
               KLOKKESLAET                 DELIMITED BY SIZE
               "  operator "               DELIMITED BY SIZE
               OPERATOR                    DELIMITED BY SIZE
           INTO BILAG-TEXT
           WRITE BILAG-REC
           MOVE SPACES TO BILAG-TEXT
           WRITE BILAG-REC
           MOVE "Optaelling           Antal          Beloeb"
             TO BILAG-TEXT
           WRITE BILAG-REC
           PERFORM VARYING SORT-IX FROM 1 BY 1 UNTIL SORT-IX > 11
               MOVE SORT-VAERDI(SORT-IX) TO SORT-VIS
               MOVE SORT-ANTAL(SORT-IX) TO STK-VIS
               COMPUTE SORT-BELOEB =
                   SORT-ANTAL(SORT-IX) * SORT-VAERDI(SORT-IX)
               MOVE SORT-BELOEB TO BELOEB-VIS
               MOVE SPACES TO BILAG-TEXT
               STRING
                   "  a "                  DELIMITED BY SIZE
                   SORT-VIS                DELIMITED BY SIZE
                   " kr.  "                DELIMITED BY SIZE
                   STK-VIS                 DELIMITED BY SIZE
                   BELOEB-VIS              DELIMITED BY SIZE
               INTO BILAG-TEXT
               WRITE BILAG-REC
           END-PERFORM
           MOVE SPACES TO BILAG-TEXT
           WRITE BILAG-REC
           MOVE OPTALT-BELOEB TO BELOEB-VIS
           MOVE SPACES TO BILAG-TEXT
           STRING "Optalt i alt                "  DELIMITED BY SIZE
                  BELOEB-VIS                       DELIMITED BY SIZE
           INTO BILAG-TEXT
           WRITE BILAG-REC
           MOVE SPACES TO BILAG-TEXT
           WRITE BILAG-REC
           MOVE START-BEHOLDNING TO BELOEB-VIS
           MOVE SPACES TO BILAG-TEXT
           STRING "Startbeholdning             "  DELIMITED BY SIZE
                  BELOEB-VIS                       DELIMITED BY SIZE
           INTO BILAG-TEXT
           WRITE BILAG-REC
           MOVE INDB-SUM TO BELOEB-VIS
           MOVE INDB-ANTAL TO ANTAL-VIS
           MOVE SPACES TO BILAG-TEXT
           STRING "+ indbetalinger ("  DELIMITED BY SIZE
                  ANTAL-VIS            DELIMITED BY SIZE
                  ")      "            DELIMITED BY SIZE
                  BELOEB-VIS           DELIMITED BY SIZE
           INTO BILAG-TEXT
           WRITE BILAG-REC
           MOVE HAEV-SUM TO BELOEB-VIS
           MOVE HAEV-ANTAL TO ANTAL-VIS
           MOVE SPACES TO BILAG-TEXT
           STRING "- udbetalinger  ("  DELIMITED BY SIZE
                  ANTAL-VIS            DELIMITED BY SIZE
                  ")      "            DELIMITED BY SIZE
                  BELOEB-VIS           DELIMITED BY SIZE
           INTO BILAG-TEXT
           WRITE BILAG-REC
           MOVE FORVENTET-BEHOLDNING TO BELOEB-VIS
           MOVE SPACES TO BILAG-TEXT
           STRING "Forventet beholdning        "  DELIMITED BY SIZE
                  BELOEB-VIS                       DELIMITED BY SIZE
           INTO BILAG-TEXT
           WRITE BILAG-REC
           MOVE SPACES TO BILAG-TEXT
           WRITE BILAG-REC
           MOVE KASSE-DIFFERENCE TO BELOEB-VIS
           MOVE SPACES TO BILAG-TEXT
           STRING "Difference                  "  DELIMITED BY SIZE
                  BELOEB-VIS                       DELIMITED BY SIZE
                  "  "                             DELIMITED BY SIZE
                  DIFFERENCE-TEKST                 DELIMITED BY SIZE
           INTO BILAG-TEXT
           WRITE BILAG-REC
           IF KASSE-DIFFERENCE NOT = ZEROS
               MOVE SPACES TO BILAG-TEXT
               WRITE BILAG-REC
               MOVE "TIL FILIALCHEFEN: kassedifferencen skal "
                 TO BILAG-TEXT
               MOVE "undersoeges og godkendes."
                 TO BILAG-TEXT(41:25)
               WRITE BILAG-REC
           END-IF
           MOVE SPACES TO BILAG-TEXT
           WRITE BILAG-REC
           MOVE "Kasserer: ____________    Kontrolleret: ____________"
             TO BILAG-TEXT
           WRITE BILAG-REC
           CLOSE FIL-BILAG.

      * Kasse-Differencer.txt er filialchefens liste over kasse-
      * differencer: een linje pr. afstemning med difference.
       MELD-DIFFERENCE.
           OPEN EXTEND FIL-DIFFERENCE
           IF DIFFERENCE-STATUS = "35"
               OPEN OUTPUT FIL-DIFFERENCE
           END-IF
           MOVE KASSE-DIFFERENCE TO BELOEB-VIS
           MOVE FORVENTET-BEHOLDNING TO BELOEB-VIS2
           MOVE SPACES TO DIFFERENCE-TEXT
           STRING
               DAGS-DATO                   DELIMITED BY SIZE
               " "                         DELIMITED BY SIZE
               KLOKKESLAET                 DELIMITED BY SIZE
               " operator "                DELIMITED BY SIZE
               OPERATOR                    DELIMITED BY SIZE
               " forventet "               DELIMITED BY SIZE
               BELOEB-VIS2                 DELIMITED BY SIZE
               " difference "              DELIMITED BY SIZE
               BELOEB-VIS                  DELIMITED BY SIZE
               " "                         DELIMITED BY SIZE
               DIFFERENCE-TEKST            DELIMITED BY SIZE
           INTO DIFFERENCE-TEXT
           WRITE DIFFERENCE-REC
           CLOSE FIL-DIFFERENCE.

      * Hver kontantpostering stilles i koe som eet parti med egen
      * trailer; partiets id er dato og klokkeslaet med hundrededele,
      * talt op, hvis to posteringer falder i samme hundrededel.
       SKRIV-VENTENDE.
           MOVE RUN-DATE TO VENT-PARTI-DATO
           MOVE RUN-TIME TO VENT-PARTI-TID
           IF VENT-PARTI-NUM NOT > SIDSTE-PARTI-NUM
               COMPUTE VENT-PARTI-NUM = SIDSTE-PARTI-NUM + 1
           END-IF
           MOVE VENT-PARTI-NUM TO SIDSTE-PARTI-NUM
           PERFORM BYG-POSTERING
           OPEN EXTEND FIL-VENTENDE
           IF VENTENDE-STATUS = "35"
               OPEN OUTPUT FIL-VENTENDE
           END-IF
           MOVE SPACES TO VENTENDE-REKORD
           MOVE KASSE-POSTERING TO VENTENDE-REKORD(1:264)
           MOVE "OPG154" TO VP-KILDE OF VENTENDE-REKORD
           MOVE VENT-PARTI-ID TO VP-PARTI-ID OF VENTENDE-REKORD
           WRITE VENTENDE-REKORD
           MOVE SPACES TO VENTENDE-REKORD
           MOVE "TRAILER" TO TR-MARKER OF VENTENDE-TRAILER
           MOVE 1 TO TR-ANTAL OF VENTENDE-TRAILER
           MOVE "OPG154" TO VP-KILDE OF VENTENDE-REKORD
           MOVE VENT-PARTI-ID TO VP-PARTI-ID OF VENTENDE-REKORD
           WRITE VENTENDE-REKORD
           CLOSE FIL-VENTENDE.

       BYG-POSTERING.
           MOVE SPACES TO KASSE-POSTERING
           MOVE CPR OF KUNDE-ARR(KUNDE-MATCH-IX)
             TO CPR OF KASSE-POSTERING
           MOVE SPACES TO POSTING-NAVN
           STRING
               FORNAVN OF KUNDE-ARR(KUNDE-MATCH-IX)
                                               DELIMITED BY SPACE
               " "                             DELIMITED BY SIZE
               EFTERNAVN OF KUNDE-ARR(KUNDE-MATCH-IX)
                                               DELIMITED BY SPACE
           INTO POSTING-NAVN
           MOVE POSTING-NAVN TO NAVN OF KASSE-POSTERING
           MOVE SOEGE-KONTO-ID TO KONTO-ID OF KASSE-POSTERING
           MOVE ZEROS TO REG-NR OF KASSE-POSTERING
           IF KASSE-TYPE = "INDB"
               MOVE KASSE-BELOEB TO BELØB OF KASSE-POSTERING
           ELSE
               COMPUTE BELØB OF KASSE-POSTERING = 0 - KASSE-BELOEB
           END-IF
           MOVE VALUTA-KD OF KONTO-ARR(KONTO-MATCH-IX)
             TO VALUTA OF KASSE-POSTERING
           MOVE KASSE-TYPE TO TRANS-TYPE OF KASSE-POSTERING
           MOVE SPACES TO BUTIK OF KASSE-POSTERING
           STRING
               "KASSE "                        DELIMITED BY SIZE
               OPERATOR                        DELIMITED BY SPACE
           INTO BUTIK OF KASSE-POSTERING
           MOVE POSTING-TIDSPUNKT TO TIDSPUNKT OF KASSE-POSTERING
           MOVE ZEROS TO BILAGSNR OF KASSE-POSTERING
           MOVE ZEROS TO BILAGSREF OF KASSE-POSTERING.

       NY-JOURNAL-RAEKKE.
           MOVE SPACES TO JOURNAL-NY
           MOVE ZEROS TO KJ-BELOEB OF JOURNAL-NY
           MOVE ZEROS TO KJ-DIFFERENCE OF JOURNAL-NY
           MOVE "N" TO KJ-LEGITIMERET OF JOURNAL-NY
           MOVE DAGS-DATO TO KJ-DATO OF JOURNAL-NY
           MOVE OPERATOR TO KJ-OPERATOR OF JOURNAL-NY
           MOVE KLOKKESLAET TO KJ-TID OF JOURNAL-NY.

      * Hver registrering tilfoejes journalen straks, saa intet gaar
      * tabt, hvis kassen lukkes uden om menuen, og saa kasserere,
      * der er logget paa samtidig, ikke skriver hinandens raekker
      * over. Journalen har derfor ingen sluttaellerpost; raekker
      * aeldre end forrige aar fjernes af natkoerslens OPG-161.
       JOURNAL-SKRIV.
           OPEN EXTEND FIL-JOURNAL
           IF JOURNAL-FIL-STATUS = "35"
               OPEN OUTPUT FIL-JOURNAL
           END-IF
           WRITE JOURNAL-REKORD FROM JOURNAL-NY
           CLOSE FIL-JOURNAL.

      * Natkoerslen rydder op i journalen under batchlaasen; er
      * laasen sat, efter at kassereren loggede paa, registreres
      * intet (medmindre laasen blev noedoverstyret ved logon).
       KASSE-LAAS-KONTROL.
           MOVE "J" TO OK-SW
           IF NOEDOVERSTYRET-SW = "J"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT FIL-LAAS
           IF LAAS-STATUS = "00"
               MOVE SPACES TO LAAS-REC
               READ FIL-LAAS
                   AT END
                       CONTINUE
               END-READ
               CLOSE FIL-LAAS
               IF LS-LAAS-STATUS = "LAAST"
                   DISPLAY "Systemet er gaaet i batchkoersel (laast "
                       LS-TID " af " LS-OPERATOR ") - intet "
                       "registreret."
                   MOVE "N" TO OK-SW
               END-IF
           END-IF.

       PARM-FILL.
           OPEN INPUT FIL-PARM
           IF PARM-STATUS = "00"
               READ FIL-PARM INTO PARM-REC
                   AT END
                       CONTINUE
               END-READ
               CLOSE FIL-PARM
           END-IF
           IF PARM-KONTANT-GRAENSE OF PARM-REC NOT NUMERIC
               MOVE 20000.00 TO PARM-KONTANT-GRAENSE OF PARM-REC
           END-IF.

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
           MOVE SPACES TO KLOKKESLAET
           STRING
               RUN-TIME(1:2) DELIMITED BY SIZE
               ":"           DELIMITED BY SIZE
               RUN-TIME(3:2) DELIMITED BY SIZE
               ":"           DELIMITED BY SIZE
               RUN-TIME(5:2) DELIMITED BY SIZE
           INTO KLOKKESLAET
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
                   IF TR-MARKER OF FACILITET-REKORD-TRAILER
                           = "TRAILER"
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO NUM-FACILITET
                   MOVE FACILITET-REKORD TO FACILITET-ARR(NUM-FACILITET)
               END-PERFORM
               CLOSE FIL-FACILITET
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

       RESERVATION-ARR-FILL.
           MOVE 0 TO NUM-RESERVATION
           OPEN INPUT FIL-RESERVATION
           IF RESERVATION-FIL-STATUS = "00"
               PERFORM VARYING RESERVATION-IX FROM 1 BY 1
                       UNTIL RESERVATION-IX > 2000
                   READ FIL-RESERVATION INTO RESERVATION-REKORD
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF TR-MARKER OF RESERVATION-REKORD-TRAILER
                           = "TRAILER"
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO NUM-RESERVATION
                   MOVE RESERVATION-REKORD
                     TO RESERVATION-ARR(NUM-RESERVATION)
               END-PERFORM
               CLOSE FIL-RESERVATION
           END-IF.

       RESTRIKTION-ARR-FILL.
           MOVE 0 TO NUM-RESTRIKTIONER
           OPEN INPUT FIL-RESTRIKTIONER
           IF RESTRIKTION-FIL-STATUS = "00"
               PERFORM VARYING RESTRIKTION-IX FROM 1 BY 1
                       UNTIL RESTRIKTION-IX > 20
                   READ FIL-RESTRIKTIONER INTO RESTRIKTION-REKORD
                       AT END
                           EXIT PERFORM
                   END-READ
                   ADD 1 TO NUM-RESTRIKTIONER
                   MOVE RESTRIKTION-REKORD
                     TO RESTRIKTION-ARR(NUM-RESTRIKTIONER)
               END-PERFORM
               CLOSE FIL-RESTRIKTIONER
           END-IF.

       ROLLE-ARR-FILL.
           MOVE 0 TO NUM-ROLLER
           OPEN INPUT FIL-ROLLER
           IF ROLLE-FIL-STATUS = "00"
               PERFORM VARYING ROLLE-IX FROM 1 BY 1
                       UNTIL ROLLE-IX > 1000
                   READ FIL-ROLLER INTO ROLLE-REKORD
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF TR-MARKER OF ROLLE-REKORD-TRAILER = "TRAILER"
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO NUM-ROLLER
                   MOVE ROLLE-REKORD TO ROLLE-ARR(NUM-ROLLER)
               END-PERFORM
               CLOSE FIL-ROLLER
           END-IF.

      * Kontoopslag gaar via indeksfilen fra OPG-82, naar den
      * findes; KONTO-ARR bruges da som een-posts cache. Uden
      * indeks laeses den flade fil som hidtil.
       LOOKUP-KONTO.
           MOVE 0 TO KONTO-MATCH-IX
           IF KONTO-VIA-INDEX-SW = "Y"
               MOVE SOEGE-KONTO-ID TO KONTO-ID OF KONTO-IDX-REC
               READ FIL-KONTI-IDX
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE KONTO-IDX-REC TO KONTO-ARR(1)
                       MOVE 1 TO KONTO-MATCH-IX
               END-READ
           ELSE
               PERFORM VARYING KONTO-IX2 FROM 1 BY 1
                       UNTIL KONTO-IX2 > NUM-KONTI
                   IF KONTO-ID OF KONTO-ARR(KONTO-IX2) = SOEGE-KONTO-ID
                       MOVE KONTO-IX2 TO KONTO-MATCH-IX
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

       LOOKUP-KUNDE.
           MOVE 0 TO KUNDE-MATCH-IX
           PERFORM VARYING KUNDE-IX2 FROM 1 BY 1
                   UNTIL KUNDE-IX2 > NUM-KUNDER
               IF KUNDE-ID OF KUNDE-ARR(KUNDE-IX2)
                       = KUNDE-ID OF KONTO-ARR(KONTO-MATCH-IX)
                   MOVE KUNDE-IX2 TO KUNDE-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOOKUP-FACILITET.
           MOVE 0 TO FACILITET-MATCH-IX
           PERFORM VARYING FACILITET-IX FROM 1 BY 1
                   UNTIL FACILITET-IX > NUM-FACILITET
               IF OF-KONTO-ID OF FACILITET-ARR(FACILITET-IX)
                       = SOEGE-KONTO-ID
                   MOVE FACILITET-IX TO FACILITET-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * Aktive udlaeg paa kontoen pr. dags dato: summen af udlagte
      * beloeb og om kontoen er fastfrosset.
       BEREGN-UDLAEG-FOR-KONTO.
           MOVE ZEROS TO HOLDT-BELOEB
           MOVE "N" TO FROSSET-SW
           PERFORM VARYING UDLAEG-IX FROM 1 BY 1
                   UNTIL UDLAEG-IX > NUM-UDLAEG
               IF UL-KONTO-ID OF UDLAEG-ARR(UDLAEG-IX)
                       = UDLAEG-SOEG-KONTO
                   AND UL-AKTIV OF UDLAEG-ARR(UDLAEG-IX)
                   AND UL-GYLDIG-FRA OF UDLAEG-ARR(UDLAEG-IX)
                       NOT > DAGS-DATO
                   AND (UL-UDLOEB OF UDLAEG-ARR(UDLAEG-IX) = SPACES
                       OR UL-UDLOEB OF UDLAEG-ARR(UDLAEG-IX)
                           NOT < DAGS-DATO)
                   IF UL-FASTFRYSNING OF UDLAEG-ARR(UDLAEG-IX)
                       MOVE "J" TO FROSSET-SW
                   ELSE
                       ADD UL-BELOEB OF UDLAEG-ARR(UDLAEG-IX)
                         TO HOLDT-BELOEB
                   END-IF
               END-IF
           END-PERFORM.

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
                   MOVE "J" TO NOEDOVERSTYRET-SW
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
           STRING "Program: OPG-154"     DELIMITED BY SIZE
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
                               AND (AU-PROGRAM = "OPG154"
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
                       " er ikke autoriseret til OPG-154."
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
           STRING "Program: OPG-154"      DELIMITED BY SIZE
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
           DISPLAY "Kunden skal ekspederes af en anden kasserer."
           ACCEPT RELATION-DATE FROM DATE YYYYMMDD
           ACCEPT RELATION-TIME FROM TIME
           OPEN EXTEND FIL-RUN-LOG
           IF RUN-LOG-STATUS = "35"
               OPEN OUTPUT FIL-RUN-LOG
           END-IF
           MOVE SPACES TO RUN-LOG-TEXT
           STRING "Program: OPG-154"      DELIMITED BY SIZE
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
