           SELECT FIL-ROLLER ASSIGN TO "../data/Kontoroller.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROLLE-FIL-STATUS.
           SELECT FIL-ERHVERV ASSIGN TO "../data/Erhvervskunder.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERHVERV-FIL-STATUS.
           SELECT FIL-POSTSTATUS ASSIGN TO POSTSTATUS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POSTSTATUS-FIL-STATUS.
               ASSIGN TO "../data/Udskrift-Frekvens.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FREKVENS-FIL-STATUS.
           SELECT FIL-RETURPOST
               ASSIGN TO "../data/Returpost-Register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETURPOST-STATUS.
           SELECT FIL-BOGFDATO ASSIGN TO "../data/Bogfoeringsdato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOGFDATO-STATUS.

       DATA DIVISION.

       01 TRANSAKTIONER-TRAILER REDEFINES TRANSAKTIONER.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(251).

       FD FIL-TRANS-SORT.
       01 TRANS-SORT-REC.
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(12).

       FD FIL-ERHVERV.
       01 ERHVERV-REC.
           COPY "../copybooks/ERHVERVSKUNDE.cpy".
       01 ERHVERV-REC-TRAILER REDEFINES ERHVERV-REC.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(59).

       FD FIL-POSTSTATUS.
       01 POSTSTATUS-REKORD.
           COPY "../copybooks/POSTERING-STATUS.cpy".
       01 PLAN-REKORD-TRAILER REDEFINES PLAN-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(70).

       FD FIL-SAMTYKKER.
       01 SAMTYKKE-REKORD.
       01 FREKVENS-REKORD.
           COPY "../copybooks/FREKVENS.cpy".

       FD FIL-BOGFDATO.
       01 BOGFDATO-FIL-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".

       FD FIL-RETURPOST.
       01 RETURPOST-REKORD.
           COPY "../copybooks/RETURPOST.cpy".
       01 RETURPOST-REKORD-TRAILER REDEFINES RETURPOST-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(47).

       WORKING-STORAGE SECTION.
      * Returpost: kunder, hvis post er kommet retur som uanbringelig
      * (Returpost-Register.txt fra OPG-155), faar ikke papir til den
      * doede adresse. Har kunden e-mail, sendes forsendelsen
      * elektronisk; ellers tilbageholdes den (status H), til OPG-12
      * eller OPG-39 bringer en ny adresse.
       01 RETURPOST-STATUS  PIC XX VALUE "00".
       01 NUM-RETURPOST     PIC 9(04) VALUE 0.
       01 RETURPOST-ARR OCCURS 0 TO 1000 TIMES
               DEPENDING ON NUM-RETURPOST.
           COPY "../copybooks/RETURPOST.cpy".
       01 RETURPOST-IX      PIC 9(04) VALUE 0.
       01 RETURPOST-SOEG-ID PIC X(10) VALUE SPACES.
       01 RETURPOST-SW      PIC X(01) VALUE "N".

       01 IX           PIC 9(05) VALUE 1.
       01 PENGE-SUM.
           02 SALDO            PIC S9(10)V99 VALUE 50000.
               VALUE "Restgaeld paa laan: ".
           02 TX-LAAN-YDELSE  PIC X(30)
               VALUE "Maanedlig ydelse: ".
           02 TX-AFRUND-OPSPARET PIC X(30)
               VALUE "Opsparet ved afrunding, mdr.: ".
           02 TX-CVR          PIC X(15) VALUE "CVR-nr.: ".

       01 TEKST-EN.
           02 TX-KUNDE        PIC X(15) VALUE "Customer: ".
               VALUE "Remaining loan balance: ".
           02 TX-LAAN-YDELSE  PIC X(30)
               VALUE "Monthly installment: ".
           02 TX-AFRUND-OPSPARET PIC X(30)
               VALUE "Round-up saved this month: ".
           02 TX-CVR          PIC X(15) VALUE "CVR no.: ".

       01 TEKST-AKTUEL.
           02 TX-KUNDE        PIC X(15).
           02 TX-ROLLE-FULDM  PIC X(12).
           02 TX-LAAN-REST    PIC X(30).
           02 TX-LAAN-YDELSE  PIC X(30).
           02 TX-AFRUND-OPSPARET PIC X(30).
           02 TX-CVR          PIC X(15).
       01 LUKNING-FUNDET-SW    PIC X(01) VALUE "N".
       01 AFRUND-MAANED-SUM    PIC S9(10)V99 VALUE ZEROS.
       01 AFRUND-BOGF-DATO     PIC X(10) VALUE SPACES.
       01 AFRUND-IX            PIC 9(05) VALUE 0.
       01 LUKNING-UDBETALING   PIC S9(10)V99 VALUE ZEROS.
       01 KUNDE-FULD-NAVN  PIC X(41).
       01 IDENT-MISMATCH-SW PIC X(01) VALUE "N".
           02 FILLER PIC X(30) VALUE "OVERTRAEK Overtraeksrente     ".
           02 FILLER PIC X(30) VALUE "BS-RETUR  BS-tilbagefoersel   ".
           02 FILLER PIC X(30) VALUE "KURSREG   Kursregulering      ".
           02 FILLER PIC X(30) VALUE "CASHBACK  Cashback            ".
           02 FILLER PIC X(30) VALUE "KKRENTE   Kreditkortrente     ".
           02 FILLER PIC X(30) VALUE "VPKOEB    Koeb af vaerdipapir ".
           02 FILLER PIC X(30) VALUE "VPSALG    Salg af vaerdipapir ".
           02 FILLER PIC X(30) VALUE "UDBYTTE   Udbytte             ".
           02 FILLER PIC X(30) VALUE "PALSKAT   PAL-skat            ".
       01 TRANS-TYPE-ARR REDEFINES TRANS-TYPE-TABLE.
           02 TRANS-TYPE-ENTRY OCCURS 18 TIMES.
               03 TT-KODE         PIC X(10).
               03 TT-BESKRIVELSE  PIC X(20).
       01 TT-IX          PIC 9(02) VALUE 0.
           02 FILLER PIC X(30) VALUE "OVERTRAEK Overdraft interest  ".
           02 FILLER PIC X(30) VALUE "BS-RETUR  Direct debit return ".
           02 FILLER PIC X(30) VALUE "KURSREG   Revaluation         ".
           02 FILLER PIC X(30) VALUE "CASHBACK  Cashback            ".
           02 FILLER PIC X(30) VALUE "KKRENTE   Credit card interest".
           02 FILLER PIC X(30) VALUE "VPKOEB    Securities purchase ".
           02 FILLER PIC X(30) VALUE "VPSALG    Securities sale     ".
           02 FILLER PIC X(30) VALUE "UDBYTTE   Dividend            ".
           02 FILLER PIC X(30) VALUE "PALSKAT   Pension yield tax   ".
       01 TRANS-TYPE-ARR-EN REDEFINES TRANS-TYPE-TABLE-EN.
           02 TRANS-TYPE-ENTRY-EN OCCURS 18 TIMES.
               03 TT-KODE-EN        PIC X(10).
               03 TT-BESKRIVELSE-EN PIC X(20).

       01 KOPI-KOMMANDO     PIC X(160) VALUE SPACES.
       01 SLET-IDX-KOMMANDO PIC X(60) VALUE SPACES.

      * Erhvervskunder adresseres med firmanavn og CVR-nummer i
      * stedet for personnavn; identitetskontrollen sammenligner med
      * firmanavnet, og CPR kontrolleres ikke.
       01 ERHVERV-FIL-STATUS PIC XX VALUE "00".
       01 NUM-ERHVERV       PIC 9(04) VALUE 0.
       01 ERHVERV-ARR OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-ERHVERV.
           COPY "../copybooks/ERHVERVSKUNDE.cpy".
       01 ERHVERV-IX        PIC 9(04) VALUE 0.
       01 ERHVERV-MATCH-IX  PIC 9(04) VALUE 0.

      * Posteringsstatus pr. konto: de senest posterede totaler og
      * det hoejeste bogfoerte tidspunkt (til dokumentation). Ved
      * hver koersel bakkes den forrige postering ud af saldoen (og
       01 SPLIT-FILENAME PIC X(60) VALUE SPACES.

       01 RUN-DATE           PIC 9(08).
      * Koerselsdatoen er bankens bogfoeringsdato (Bogfoeringsdato.txt),
      * ikke maskinens dato.
       01 BOGFDATO-STATUS  PIC XX VALUE "00".
       01 BOGFDATO-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".
       01 RUN-TIME           PIC 9(08).
       01 RUN-STAMP-DISPLAY  PIC X(19).
       01 RL-OPERATOR        PIC X(10) VALUE SPACES.
       01 RL-START-DATE      PIC 9(08).
       01 RL-START-STAMP     PIC X(19).
       01 RL-END-DATE        PIC 9(08).
       01 RL-END-TIME        PIC 9(08).
       01 RL-END-STAMP       PIC X(19).
       01 TRUE-MAX-TIDSPUNKT PIC X(26).
       01 PERIOD-IX          PIC 9(05) VALUE 0.
       01 CHECK-TIDSPUNKT    PIC X(26).
      * Periodisering sker paa forkontrollens bogfoeringsdato (efter
      * cut-off); aeldre raekker uden bogfoeringsdato periodiseres
      * paa tidspunktets dato som hidtil.
       01 CHECK-BOGF-DATO    PIC X(10).
       01 IN-RANGE-SW        PIC X(01) VALUE "Y".

       01 RUN-DATE-INT          PIC 9(08).
           PERFORM TRANS-SORTER
           MOVE FRIGIVET-ANTAL TO RL-INPUT-ANTAL
           PERFORM KUNDE-ARR-FILL
           PERFORM RETURPOST-ARR-FILL
           PERFORM KONTOOPL-ARR-FILL
           PERFORM CHECKPOINT-FILL
           PERFORM YTD-ARR-FILL
           PERFORM KATEGORI-ARR-FILL
           PERFORM MEDDELELSE-ARR-FILL
           PERFORM ROLLE-ARR-FILL
           PERFORM ERHVERV-ARR-FILL
           PERFORM HIST-DAGENS-FILL
           PERFORM RESERVATION-ARR-FILL
           PERFORM PLAN-ARR-FILL
           PERFORM WRITE-LINE
           MOVE TX-KUNDE OF TEKST-AKTUEL TO FIELD-DESC
           PERFORM CHECK-DOEDSBO-KONTO
           EVALUATE TRUE
               WHEN ERHVERV-MATCH-IX > 0
                   MOVE EK-FIRMANAVN OF ERHVERV-ARR(ERHVERV-MATCH-IX)
                     TO FIELD-VAL
               WHEN DOEDSBO-KONTO-SW = "Y"
                   MOVE SPACES TO FIELD-VAL
                   STRING
                       "Boet efter "            DELIMITED BY SIZE
                       NAVN OF TRANS-ARR(IX)    DELIMITED BY SIZE
                   INTO FIELD-VAL
               WHEN OTHER
                   MOVE NAVN OF TRANS-ARR(IX) TO FIELD-VAL
           END-EVALUATE
           PERFORM WRITE-FIELD
           IF ERHVERV-MATCH-IX > 0
               MOVE TX-CVR OF TEKST-AKTUEL TO FIELD-DESC
               MOVE EK-CVR OF ERHVERV-ARR(ERHVERV-MATCH-IX) TO FIELD-VAL
               PERFORM WRITE-FIELD
           END-IF
           MOVE TX-ADRESSE OF TEKST-AKTUEL TO FIELD-DESC
           MOVE ADRESSE OF TRANS-ARR(IX) TO FIELD-VAL
           PERFORM WRITE-FIELD

       KONTROL-TAEL-RAEKKE.
           MOVE TIDSPUNKT OF KONTROL-REC TO CHECK-TIDSPUNKT
           MOVE BOGFOER-DATO OF KONTROL-REC TO CHECK-BOGF-DATO
           PERFORM CHECK-DATE-RANGE
           PERFORM CHECK-PERIODE
           PERFORM LOOKUP-PROCESSED

       LOOKUP-TRANS-TYPE.
           MOVE "N" TO TT-MATCH-SW
           PERFORM VARYING TT-IX FROM 1 BY 1 UNTIL TT-IX > 18
               IF TRANS-TYPE OF TRANS-ARR(IX) =
                       TT-KODE(TT-IX)
                   IF CURR-SPROG = "EN"
                   UNTIL FREKVENS-TRANS-IX > NUM-TRANS
               MOVE TIDSPUNKT OF TRANS-ARR(FREKVENS-TRANS-IX)
                 TO CHECK-TIDSPUNKT
               MOVE BOGFOER-DATO OF TRANS-ARR(FREKVENS-TRANS-IX)
                 TO CHECK-BOGF-DATO
               PERFORM CHECK-DATE-RANGE
               IF IN-RANGE-SW = "Y"
                   ADD 1 TO PERIODE-POST-ANTAL
           MOVE SALDO TO LOEBENDE-SALDO
           PERFORM VURDER-UDSKRIFT-FREKVENS
           PERFORM VAELG-SPROG
           PERFORM FIND-ERHVERVSKUNDE
           MOVE 1 TO IX
           MOVE NAVN OF TRANS-ARR(IX) TO CURR-NAVN
           IF KUNDE-MATCH-IX > 0
                   MOVE "Y" TO LUKNING-FUNDET-SW
               END-IF
               MOVE TIDSPUNKT OF TRANS-ARR(IX) TO CHECK-TIDSPUNKT
               MOVE BOGFOER-DATO OF TRANS-ARR(IX) TO CHECK-BOGF-DATO
               PERFORM CHECK-DATE-RANGE
               PERFORM CHECK-PERIODE
               EVALUATE TRUE
           PERFORM WRITE-FOOT
           PERFORM SKRIV-KATEGORI-OVERSIGT
           PERFORM SKRIV-LAANEOVERSIGT
           PERFORM SKRIV-AFRUNDING
           PERFORM SKRIV-MEDDELELSER
           IF LUKNING-FUNDET-SW = "Y"
               PERFORM WRITE-LUKKE-BESKED
           END-IF
           MOVE CURR-KANAL TO FS-KANAL OF MANIFEST-REC
           MOVE "P" TO FS-FORS-STATUS OF MANIFEST-REC
           PERFORM VURDER-RETURPOST
           WRITE MANIFEST-REC.

       BUILD-SPLIT-FILENAME.
       CHECK-IDENTITET.
           MOVE "N" TO IDENT-MISMATCH-SW
           MOVE SPACES TO KUNDE-FULD-NAVN
           IF ERHVERV-MATCH-IX > 0
               MOVE EK-FIRMANAVN OF ERHVERV-ARR(ERHVERV-MATCH-IX)
                 TO KUNDE-FULD-NAVN
           ELSE
               STRING
                   FORNAVN OF KUNDE-ARR(KUNDE-MATCH-IX)
                                                     DELIMITED BY SPACE
                   " "                               DELIMITED BY SIZE
                   EFTERNAVN OF KUNDE-ARR(KUNDE-MATCH-IX)
                                                     DELIMITED BY SPACE
               INTO KUNDE-FULD-NAVN
               IF CPR OF TRANS-ARR(IX) NOT =
                       CPR OF KUNDE-ARR(KUNDE-MATCH-IX)
                   MOVE "Y" TO IDENT-MISMATCH-SW
               END-IF
           END-IF
           IF CURR-NAVN NOT = KUNDE-FULD-NAVN
               MOVE "Y" TO IDENT-MISMATCH-SW
      * parameter; en udloebet facilitet falder tilbage til nul og
      * markeres saerskilt i overtraeksrapporten. Kontrollen maaler
      * paa den disponible saldo: bogfoert saldo minus aktive
      * kortreservationer. En kreditkortkonto uden egen facilitet
      * har produktets kreditgraense.
       CHECK-OVERTRAEK.
           PERFORM LOOKUP-FACILITET
           MOVE "N" TO FACILITET-UDLOEBET-SW
           IF FACILITET-MATCH-IX = 0
               PERFORM LOOKUP-PRODUKT
               EVALUATE TRUE
                   WHEN PRODUKT-MATCH-IX = 0
                       MOVE PARM-OVERTRAEK-GRAENSE OF PARM-REC
                         TO GAELDENDE-GRAENSE
                   WHEN PK-KREDITGRAENSE
                           OF PRODUKT-ARR(PRODUKT-MATCH-IX) > ZEROS
                       COMPUTE GAELDENDE-GRAENSE = 0 -
                           PK-KREDITGRAENSE
                               OF PRODUKT-ARR(PRODUKT-MATCH-IX)
                   WHEN NOT PK-OVERTRAEK-TILLADT
                           OF PRODUKT-ARR(PRODUKT-MATCH-IX)
                       MOVE ZEROS TO GAELDENDE-GRAENSE
                   WHEN OTHER
                       MOVE PARM-OVERTRAEK-GRAENSE OF PARM-REC
                         TO GAELDENDE-GRAENSE
               END-EVALUATE
           ELSE
               IF OF-UDLOEB OF FACILITET-ARR(FACILITET-MATCH-IX)
                       NOT = SPACES
           ELSE
               MOVE "S" TO FS-FORS-STATUS OF MANIFEST-REC
           END-IF
           PERFORM VURDER-RETURPOST
           WRITE MANIFEST-REC.

       RESERVATION-ARR-REWRITE.
           MOVE 0 TO DATO-TOTAL-MATCH-IX
           PERFORM VARYING DATO-TOTAL-IX FROM 1 BY 1
                   UNTIL DATO-TOTAL-IX > NUM-DATO-TOTAL
               IF DT-DATO(DATO-TOTAL-IX) = CHECK-BOGF-DATO
                   MOVE DATO-TOTAL-IX TO DATO-TOTAL-MATCH-IX
                   EXIT PERFORM
               END-IF
                   STOP RUN
               END-IF
               ADD 1 TO NUM-DATO-TOTAL
               MOVE CHECK-BOGF-DATO
                 TO DT-DATO(NUM-DATO-TOTAL)
               MOVE ZEROS TO DT-IND(NUM-DATO-TOTAL)
               MOVE ZEROS TO DT-UD(NUM-DATO-TOTAL)
      * Dormant-grænsen tilnærmes med 30 dage pr. måned i
      * PARM-DORMANT-MAANEDER, ligesom OPG-18's arkiveringsgrænse.
       BEREGN-DORMANT-SKAERING.
           MOVE RUN-DATE TO RUN-DATE-INT
           COMPUTE RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(RUN-DATE-INT)
           COMPUTE DORMANT-CUTOFF-INT =
           INTO DORMANT-CUTOFF-DATO.

       RUN-STAMP-FILL.
           PERFORM BOGFOERINGSDATO-FILL
           MOVE BD-DATO OF BOGFDATO-REC TO RUN-DATE
           ACCEPT RUN-TIME FROM TIME
           ACCEPT RL-OPERATOR FROM ENVIRONMENT "USER"
           STRING
               ":"           DELIMITED BY SIZE
               RUN-TIME(5:2) DELIMITED BY SIZE
           INTO RUN-STAMP-DISPLAY
      * Koerselsloggen stemples med maskinens dato, ikke
      * bogfoeringsdatoen.
           ACCEPT RL-START-DATE FROM DATE YYYYMMDD
           STRING
               RL-START-DATE(1:4) DELIMITED BY SIZE
               "-"                DELIMITED BY SIZE
               RL-START-DATE(5:2) DELIMITED BY SIZE
               "-"                DELIMITED BY SIZE
               RL-START-DATE(7:2) DELIMITED BY SIZE
               " "                DELIMITED BY SIZE
               RUN-TIME(1:2)      DELIMITED BY SIZE
               ":"                DELIMITED BY SIZE
               RUN-TIME(3:2)      DELIMITED BY SIZE
               ":"                DELIMITED BY SIZE
               RUN-TIME(5:2)      DELIMITED BY SIZE
           INTO RL-START-STAMP
           MOVE RUN-DATE(1:4) TO YTD-CURR-AAR
           MOVE RUN-DATE(5:2) TO YTD-CURR-MAANED.

                  " Operator: "            DELIMITED BY SIZE
                  RL-OPERATOR              DELIMITED BY SIZE
                  " Start: "               DELIMITED BY SIZE
                  RL-START-STAMP           DELIMITED BY SIZE
                  " Slut: "                DELIMITED BY SIZE
                  RL-END-STAMP             DELIMITED BY SIZE
                  " Input: "               DELIMITED BY SIZE
       CHECK-PERIODE.
           MOVE "N" TO PERIODE-LUKKET-SW
           IF NUM-PERIODER > 0
                   AND CHECK-BOGF-DATO(1:4) NUMERIC
                   AND CHECK-BOGF-DATO(6:2) NUMERIC
               MOVE CHECK-BOGF-DATO(1:4) TO CHECK-AAR
               MOVE CHECK-BOGF-DATO(6:2) TO CHECK-MAANED
               PERFORM VARYING PERIODE-IX2 FROM 1 BY 1
                       UNTIL PERIODE-IX2 > NUM-PERIODER
                   IF RP-AAR OF PERIODE-ARR2(PERIODE-IX2) = CHECK-AAR
           WRITE PERIODE-AFVIST-REC
           MOVE SPACES TO PERIODE-AFVIST-TEXT.

       ERHVERV-ARR-FILL.
           MOVE 0 TO NUM-ERHVERV
           OPEN INPUT FIL-ERHVERV
           IF ERHVERV-FIL-STATUS = "00"
               PERFORM VARYING ERHVERV-IX FROM 1 BY 1
                       UNTIL ERHVERV-IX > 1000
                   READ FIL-ERHVERV INTO ERHVERV-REC
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF TR-MARKER OF ERHVERV-REC-TRAILER = "TRAILER"
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO NUM-ERHVERV
                   MOVE ERHVERV-REC TO ERHVERV-ARR(NUM-ERHVERV)
               END-PERFORM
               CLOSE FIL-ERHVERV
           END-IF.

       FIND-ERHVERVSKUNDE.
           MOVE 0 TO ERHVERV-MATCH-IX
           IF KUNDE-MATCH-IX > 0
               PERFORM VARYING ERHVERV-IX FROM 1 BY 1
                       UNTIL ERHVERV-IX > NUM-ERHVERV
                   IF EK-KUNDE-ID OF ERHVERV-ARR(ERHVERV-IX)
                           = KUNDE-ID OF KUNDE-ARR(KUNDE-MATCH-IX)
                       MOVE ERHVERV-IX TO ERHVERV-MATCH-IX
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

       ROLLE-ARR-FILL.
           MOVE 0 TO NUM-ROLLER
           OPEN INPUT FIL-ROLLER
               END-IF
           END-PERFORM.

      * Afrundingsopsparing (OPG-108) kendes paa BUTIK "AFRUNDING";
      * beloebet summeres for koerselsmaaneden og vises paa baade
      * loenkontoen og opsparingskontoen.
       SKRIV-AFRUNDING.
           MOVE ZEROS TO AFRUND-MAANED-SUM
           PERFORM VARYING AFRUND-IX FROM 1 BY 1
                   UNTIL AFRUND-IX > NUM-TRANS
               MOVE BOGFOER-DATO OF TRANS-ARR(AFRUND-IX)
                 TO AFRUND-BOGF-DATO
               IF AFRUND-BOGF-DATO = SPACES
                   MOVE TIDSPUNKT OF TRANS-ARR(AFRUND-IX)(1:10)
                     TO AFRUND-BOGF-DATO
               END-IF
               IF BUTIK OF TRANS-ARR(AFRUND-IX) = "AFRUNDING"
                       AND AFRUND-BOGF-DATO(1:7)
                           = RUN-STAMP-DISPLAY(1:7)
                   IF BELØB OF TRANS-ARR(AFRUND-IX) < ZEROS
                       SUBTRACT BELØB OF TRANS-ARR(AFRUND-IX)
                         FROM AFRUND-MAANED-SUM
                   ELSE
                       ADD BELØB OF TRANS-ARR(AFRUND-IX)
                         TO AFRUND-MAANED-SUM
                   END-IF
               END-IF
           END-PERFORM
           IF AFRUND-MAANED-SUM NOT = ZEROS
               PERFORM WRITE-LINE
               MOVE TX-AFRUND-OPSPARET OF TEKST-AKTUEL
                 TO FIELD-DESC-LONG
               MOVE AFRUND-MAANED-SUM TO PRETTY-NUMERIC
               MOVE PRETTY-NUMERIC TO FIELD-VAL
               PERFORM WRITE-FIELD-LONG
           END-IF.

       CHECK-DATE-RANGE.
           IF CHECK-BOGF-DATO = SPACES
               MOVE CHECK-TIDSPUNKT(1:10) TO CHECK-BOGF-DATO
           END-IF
           MOVE "Y" TO IN-RANGE-SW
           IF PARM-FRA-DATO OF PARM-REC NOT = SPACES
               AND CHECK-BOGF-DATO < PARM-FRA-DATO OF PARM-REC
               MOVE "N" TO IN-RANGE-SW
           END-IF
           IF PARM-TIL-DATO OF PARM-REC NOT = SPACES
               AND CHECK-BOGF-DATO > PARM-TIL-DATO OF PARM-REC
               MOVE "N" TO IN-RANGE-SW
           END-IF.

                     TO TRUE-MAX-TIDSPUNKT
               END-IF
               MOVE TIDSPUNKT OF TRANS-ARR(PERIOD-IX) TO CHECK-TIDSPUNKT
               MOVE BOGFOER-DATO OF TRANS-ARR(PERIOD-IX)
                 TO CHECK-BOGF-DATO
               PERFORM CHECK-DATE-RANGE
               PERFORM CHECK-PERIODE
               IF IN-RANGE-SW = "Y" AND PERIODE-LUKKET-SW = "N"
                           ELSE
                               MOVE TIDSPUNKT OF ARKIV-REKORD
                                 TO CHECK-TIDSPUNKT
                               MOVE BOGFOER-DATO OF ARKIV-REKORD
                                 TO CHECK-BOGF-DATO
                               PERFORM CHECK-DATE-RANGE
                               IF IN-RANGE-SW = "Y"
                                   ADD 1 TO ARKIV-FRIGIVET
               CLOSE FIL-ARKIV
           END-IF.

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

      * Kun kunder med gaeldende returpostmarkering indlaeses.
       RETURPOST-ARR-FILL.
           MOVE 0 TO NUM-RETURPOST
           OPEN INPUT FIL-RETURPOST
           IF RETURPOST-STATUS = "00"
               PERFORM VARYING RETURPOST-IX FROM 1 BY 1
                       UNTIL RETURPOST-IX > 1000
                   READ FIL-RETURPOST INTO RETURPOST-REKORD
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF TR-MARKER OF RETURPOST-REKORD-TRAILER
                           = "TRAILER"
                       EXIT PERFORM
                   END-IF
                   IF RP-ADR-UGYLDIG OF RETURPOST-REKORD
                       ADD 1 TO NUM-RETURPOST
                       MOVE RETURPOST-REKORD
                         TO RETURPOST-ARR(NUM-RETURPOST)
                   END-IF
               END-PERFORM
               CLOSE FIL-RETURPOST
           END-IF.

       CHECK-RETURPOST.
           MOVE "N" TO RETURPOST-SW
           PERFORM VARYING RETURPOST-IX FROM 1 BY 1
                   UNTIL RETURPOST-IX > NUM-RETURPOST
               IF RP-KUNDE-ID OF RETURPOST-ARR(RETURPOST-IX)
                       = RETURPOST-SOEG-ID
                   MOVE "J" TO RETURPOST-SW
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * En papirforsendelse til en kunde med returpostmarkering
      * sendes i stedet til kundens e-mail, eller tilbageholdes,
      * hvis kunden ingen e-mail har.
       VURDER-RETURPOST.
           IF FS-FORS-STATUS OF MANIFEST-REC NOT = "P"
               EXIT PARAGRAPH
           END-IF
           MOVE FS-KUNDE-ID OF MANIFEST-REC TO RETURPOST-SOEG-ID
           PERFORM CHECK-RETURPOST
           IF RETURPOST-SW = "J"
               IF FS-EMAIL OF MANIFEST-REC NOT = SPACES
                   MOVE "E" TO FS-KANAL OF MANIFEST-REC
                   MOVE "S" TO FS-FORS-STATUS OF MANIFEST-REC
               ELSE
                   MOVE "H" TO FS-FORS-STATUS OF MANIFEST-REC
               END-IF
           END-IF.
