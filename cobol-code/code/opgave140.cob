       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPG-140.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT FIL-KOE ASSIGN TO "../data/Screening-Koe.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KOE-FIL-STATUS.
       SELECT FIL-KYC ASSIGN TO "../data/KYC-Register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KYC-FIL-STATUS.
       SELECT FIL-UDLAEG ASSIGN TO "../data/Udlaeg-Register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UDLAEG-FIL-STATUS.
       SELECT FIL-HISTORIK
               ASSIGN TO "../data/Aendrings-Historik.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORIK-STATUS.
       SELECT FIL-KONTI ASSIGN TO "../data/KontoOpl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KONTI-STATUS.
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
       FD FIL-KOE.
       01 KOE-REKORD.
           COPY "../copybooks/SCREENING-HIT.cpy".
       01 KOE-REKORD-TRAILER REDEFINES KOE-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(170).

       FD FIL-KYC.
       01 KYC-REKORD.
           COPY "../copybooks/KYC-REGISTER.cpy".
       01 KYC-REKORD-TRAILER REDEFINES KYC-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(38).

       FD FIL-UDLAEG.
       01 UDLAEG-REKORD.
           COPY "../copybooks/UDLAEG.cpy".
       01 UDLAEG-REKORD-TRAILER REDEFINES UDLAEG-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(81).

       FD FIL-HISTORIK.
       01 HISTORIK-REC.
           02 AH-PROGRAM    PIC X(06).
           02 AH-OPERATOR   PIC X(10).
           02 AH-TID        PIC X(19).
           02 AH-NOEGLE     PIC X(20).
           02 AH-BILLEDE    PIC X(05).
           02 AH-DATA       PIC X(325).

       FD FIL-KONTI.
       01 KONTO-REKORD.
           COPY "../copybooks/KONTOOPL.cpy".
       01 KONTO-REKORD-TRAILER REDEFINES KONTO-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(37).

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

      * Compliance-medarbejderens afklaring af screeningskoeen fra
      * OPG-139. Et hit afklares som sandt match (S) eller falsk
      * positivt (F); et afklaret hit bliver staaende i koeen, saa
      * screeningen ikke opretter det igen. Et sandt match hoejner
      * kundens risikoklasse i KYC-registret til H og stiller kunden
      * til review straks. Er kunden selv fundet paa en sanktionsliste,
      * fastfryses alle kundens konti i Udlaeg-Register.txt med
      * virkning fra i dag - sanktioner skal haandhaeves uden ophold,
      * saa fastfrysningen oprettes aktiv uden fire-oejne-godkendelse
      * og logges som foer/efter-billeder som i OPG-92. En ordre eller
      * indbetaling med sandt match stoppes af OPG-83 henholdsvis
      * OPG-133.
       01 KOE-FIL-STATUS   PIC XX VALUE "00".
       01 KYC-FIL-STATUS   PIC XX VALUE "00".
       01 UDLAEG-FIL-STATUS PIC XX VALUE "00".
       01 EOF-FLAG         PIC X(01) VALUE "N".

       01 NUM-KOE       PIC 9(05) VALUE 0.
       01 KOE-ARR OCCURS 0 TO 5000 TIMES DEPENDING ON NUM-KOE.
           COPY "../copybooks/SCREENING-HIT.cpy".
       01 KOE-IX          PIC 9(05) VALUE 0.
       01 KOE-MATCH-IX    PIC 9(05) VALUE 0.
       01 SOEGE-HIT-NR    PIC 9(06) VALUE ZEROS.
       01 AABNE-HITS      PIC 9(05) VALUE 0.

       01 NUM-KYC       PIC 9(04) VALUE 0.
       01 KYC-ARR OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-KYC.
           COPY "../copybooks/KYC-REGISTER.cpy".
       01 KYC-IX          PIC 9(04) VALUE 0.
       01 KYC-MATCH-IX    PIC 9(04) VALUE 0.

       01 NUM-UDLAEG    PIC 9(04) VALUE 0.
       01 UDLAEG-ARR OCCURS 0 TO 500 TIMES DEPENDING ON NUM-UDLAEG.
           COPY "../copybooks/UDLAEG.cpy".
       01 UDLAEG-IX       PIC 9(04) VALUE 0.
       01 FOUND-IX        PIC 9(04) VALUE 0.
       01 NAESTE-LOEBENR  PIC 9(06) VALUE ZEROS.
       01 ALLEREDE-FROSSET-SW PIC X(01) VALUE "N".
       01 FROSNE-KONTI    PIC 9(03) VALUE 0.

       01 MENU-VALG     PIC X(01).
       01 FORTSAET-SW   PIC X(01) VALUE "J".
       01 AFKLAR-VALG   PIC X(01).
       01 OPERATOR      PIC X(10) VALUE SPACES.

       01 RUN-DATE      PIC 9(08) VALUE ZEROS.
      * Koerselsdatoen er bankens bogfoeringsdato (Bogfoeringsdato.txt),
      * ikke maskinens dato.
       01 BOGFDATO-STATUS  PIC XX VALUE "00".
       01 BOGFDATO-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".
       01 DAGS-DATO     PIC X(10) VALUE SPACES.

       01 HISTORIK-STATUS  PIC XX VALUE "00".
       01 FOER-BILLEDE     PIC X(325) VALUE SPACES.
       01 EFTER-BILLEDE    PIC X(325) VALUE SPACES.
       01 HIST-OPERATOR    PIC X(10) VALUE SPACES.
       01 HIST-DATE        PIC 9(08) VALUE ZEROS.
       01 HIST-TIME        PIC 9(08) VALUE ZEROS.
       01 HIST-TID         PIC X(19) VALUE SPACES.
       01 HIST-NOEGLE      PIC X(20) VALUE SPACES.

       01 RUN-LOG-STATUS   PIC XX VALUE "00".
       01 KONTI-STATUS     PIC XX VALUE "00".
       01 KONTI-EOF-SW     PIC X(01) VALUE "N".
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

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT OPERATOR FROM ENVIRONMENT "USER"
           PERFORM RELATION-ARR-FILL
           PERFORM DAGS-DATO-FILL
           PERFORM KOE-ARR-FILL
           PERFORM KYC-ARR-FILL
           PERFORM UDLAEG-ARR-FILL
           PERFORM UNTIL FORTSAET-SW NOT = "J"
               PERFORM SHOW-MENU
               ACCEPT MENU-VALG
               EVALUATE MENU-VALG
                   WHEN "1"
                       PERFORM VIS-AABNE-HITS
                   WHEN "2"
                       PERFORM AFKLAR-HIT
                   WHEN "3"
                       MOVE "N" TO FORTSAET-SW
                   WHEN OTHER
                       DISPLAY "Ukendt valg."
               END-EVALUATE
           END-PERFORM
           PERFORM KOE-ARR-REWRITE
           PERFORM KYC-ARR-REWRITE
           STOP RUN.

       SHOW-MENU.
           DISPLAY " "
           DISPLAY "1. Vis aabne screeningshits"
           DISPLAY "2. Afklar hit"
           DISPLAY "3. Afslut og gem"
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

       KOE-ARR-FILL.
           MOVE 0 TO NUM-KOE
           OPEN INPUT FIL-KOE
           IF KOE-FIL-STATUS NOT = "00"
               DISPLAY "Screening-Koe.txt findes ikke - koer OPG-139 "
                   "foerst."
           ELSE
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ FIL-KOE INTO KOE-REKORD
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF TR-MARKER OF KOE-REKORD-TRAILER
                                   = "TRAILER"
                               MOVE "Y" TO EOF-FLAG
                           ELSE
                               ADD 1 TO NUM-KOE
                               MOVE KOE-REKORD TO KOE-ARR(NUM-KOE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIL-KOE
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

       UDLAEG-ARR-FILL.
           MOVE 0 TO NUM-UDLAEG
           MOVE 0 TO NAESTE-LOEBENR
           OPEN INPUT FIL-UDLAEG
           IF UDLAEG-FIL-STATUS = "00"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ FIL-UDLAEG INTO UDLAEG-REKORD
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF TR-MARKER OF UDLAEG-REKORD-TRAILER
                                   = "TRAILER"
                               MOVE "Y" TO EOF-FLAG
                           ELSE
                               ADD 1 TO NUM-UDLAEG
                               MOVE UDLAEG-REKORD
                                 TO UDLAEG-ARR(NUM-UDLAEG)
                               IF UL-LOEBENR OF UDLAEG-ARR(NUM-UDLAEG)
                                       > NAESTE-LOEBENR
                                   MOVE UL-LOEBENR
                                       OF UDLAEG-ARR(NUM-UDLAEG)
                                     TO NAESTE-LOEBENR
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIL-UDLAEG
           END-IF.

       VIS-AABNE-HITS.
           MOVE 0 TO AABNE-HITS
           DISPLAY "Hit    Dato       T Reference  Kunde      "
               "Liste Score"
           PERFORM VARYING KOE-IX FROM 1 BY 1 UNTIL KOE-IX > NUM-KOE
               IF SH-AABEN OF KOE-ARR(KOE-IX)
                   ADD 1 TO AABNE-HITS
                   DISPLAY SH-HIT-NR OF KOE-ARR(KOE-IX) " "
                       SH-DATO OF KOE-ARR(KOE-IX) " "
                       SH-KILDE-TYPE OF KOE-ARR(KOE-IX) " "
                       SH-REFERENCE OF KOE-ARR(KOE-IX)(1:10) " "
                       SH-KUNDE-ID OF KOE-ARR(KOE-IX) " "
                       SH-LISTE-KILDE OF KOE-ARR(KOE-IX) "/"
                       SH-LISTE-TYPE OF KOE-ARR(KOE-IX) " "
                       SH-SCORE OF KOE-ARR(KOE-IX)
                   DISPLAY "       Screenet: "
                       SH-SCREENET-NAVN OF KOE-ARR(KOE-IX)
                   DISPLAY "       Listepost "
                       SH-POST-ID OF KOE-ARR(KOE-IX) ": "
                       SH-LISTE-NAVN OF KOE-ARR(KOE-IX)
               END-IF
           END-PERFORM
           DISPLAY "Antal aabne hits: " AABNE-HITS.

       AFKLAR-HIT.
           DISPLAY "Hit-nr: " WITH NO ADVANCING
           ACCEPT SOEGE-HIT-NR
           MOVE 0 TO KOE-MATCH-IX
           PERFORM VARYING KOE-IX FROM 1 BY 1 UNTIL KOE-IX > NUM-KOE
               IF SH-HIT-NR OF KOE-ARR(KOE-IX) = SOEGE-HIT-NR
                   MOVE KOE-IX TO KOE-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF KOE-MATCH-IX = 0
               DISPLAY "Hittet findes ikke."
               EXIT PARAGRAPH
           END-IF
           IF NOT SH-AABEN OF KOE-ARR(KOE-MATCH-IX)
               DISPLAY "Hittet er allerede afklaret."
               EXIT PARAGRAPH
           END-IF
           MOVE SH-KUNDE-ID OF KOE-ARR(KOE-MATCH-IX)
             TO RELATION-KUNDE-ID
           PERFORM CHECK-RELATERET-KUNDE
           IF RELATION-SW = "J"
               PERFORM AFVIS-RELATERET-KUNDE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Sandt match (S) eller falsk positivt (F)? "
               WITH NO ADVANCING
           ACCEPT AFKLAR-VALG
           EVALUATE AFKLAR-VALG
               WHEN "F"
                   MOVE "F" TO SH-STATUS OF KOE-ARR(KOE-MATCH-IX)
                   PERFORM NOTER-AFKLARING
                   DISPLAY "Hittet er afklaret som falsk positivt."
               WHEN "S"
                   MOVE "S" TO SH-STATUS OF KOE-ARR(KOE-MATCH-IX)
                   PERFORM NOTER-AFKLARING
                   PERFORM SAND-MATCH
               WHEN OTHER
                   DISPLAY "Ukendt valg - hittet er uaendret."
           END-EVALUATE.

      * Koeen gemmes straks, saa OPG-83 og OPG-133 ser afklaringen
      * ved naeste koersel, ogsaa hvis programmet afbrydes.
       NOTER-AFKLARING.
           MOVE DAGS-DATO TO SH-AFKLARET-DATO OF KOE-ARR(KOE-MATCH-IX)
           MOVE OPERATOR TO SH-AFKLARET-AF OF KOE-ARR(KOE-MATCH-IX)
           PERFORM KOE-ARR-REWRITE.

       SAND-MATCH.
           IF SH-KUNDE-ID OF KOE-ARR(KOE-MATCH-IX) = SPACES
               DISPLAY "Hittet er ikke knyttet til en kunde - "
                   "betalingen stoppes, intet KYC-review."
               EXIT PARAGRAPH
           END-IF
           PERFORM HOEJ-RISIKO
           IF SH-KUNDE OF KOE-ARR(KOE-MATCH-IX)
                   AND SH-SANKTION OF KOE-ARR(KOE-MATCH-IX)
               PERFORM FASTFRYS-KUNDE
           END-IF.

      * Risikoklassen saettes til H, og naeste review til i dag, saa
      * OPG-70 stiller kunden i KYC-koeen i naeste natkoersel.
       HOEJ-RISIKO.
           MOVE 0 TO KYC-MATCH-IX
           PERFORM VARYING KYC-IX FROM 1 BY 1 UNTIL KYC-IX > NUM-KYC
               IF KY-KUNDE-ID OF KYC-ARR(KYC-IX)
                       = SH-KUNDE-ID OF KOE-ARR(KOE-MATCH-IX)
                   MOVE KYC-IX TO KYC-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF KYC-MATCH-IX = 0
               IF NUM-KYC >= 1000
                   DISPLAY "FEJL: KYC-registret er fuldt."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO NUM-KYC
               MOVE SPACES TO KYC-ARR(NUM-KYC)
               MOVE SH-KUNDE-ID OF KOE-ARR(KOE-MATCH-IX)
                 TO KY-KUNDE-ID OF KYC-ARR(NUM-KYC)
               MOVE NUM-KYC TO KYC-MATCH-IX
           END-IF
           MOVE "H" TO KY-RISIKO-KLASSE OF KYC-ARR(KYC-MATCH-IX)
           IF SH-SANKTION OF KOE-ARR(KOE-MATCH-IX)
               MOVE "SANKTIONSMATCH"
                 TO KY-UDFALD OF KYC-ARR(KYC-MATCH-IX)
           ELSE
               MOVE "PEP-MATCH" TO KY-UDFALD OF KYC-ARR(KYC-MATCH-IX)
           END-IF
           MOVE DAGS-DATO TO KY-NAESTE-REVIEW OF KYC-ARR(KYC-MATCH-IX)
           PERFORM KYC-ARR-REWRITE
           DISPLAY "Kunde " SH-KUNDE-ID OF KOE-ARR(KOE-MATCH-IX)
               " har nu risikoklasse H og er stillet til KYC-review.".

      * Alle kundens konti fastfryses; en konto, der allerede har en
      * aktiv fastfrysning, springes over.
       FASTFRYS-KUNDE.
           MOVE 0 TO FROSNE-KONTI
           OPEN INPUT FIL-KONTI
           IF KONTI-STATUS NOT = "00"
               DISPLAY "FEJL: KontoOpl.txt kan ikke laeses - ingen "
                   "fastfrysning."
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO KONTI-EOF-SW
           PERFORM UNTIL KONTI-EOF-SW = "J"
               READ FIL-KONTI
                   AT END
                       MOVE "J" TO KONTI-EOF-SW
                   NOT AT END
                       IF TR-MARKER OF KONTO-REKORD-TRAILER = "TRAILER"
                           MOVE "J" TO KONTI-EOF-SW
                       ELSE
                           IF KUNDE-ID OF KONTO-REKORD = SH-KUNDE-ID
                                   OF KOE-ARR(KOE-MATCH-IX)
                               PERFORM FASTFRYS-KONTO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-KONTI
           IF FROSNE-KONTI > 0
               PERFORM UDLAEG-ARR-REWRITE
           END-IF
           DISPLAY "Fastfrosne konti: " FROSNE-KONTI.

       FASTFRYS-KONTO.
           MOVE "N" TO ALLEREDE-FROSSET-SW
           PERFORM VARYING UDLAEG-IX FROM 1 BY 1
                   UNTIL UDLAEG-IX > NUM-UDLAEG
               IF UL-KONTO-ID OF UDLAEG-ARR(UDLAEG-IX)
                       = KONTO-ID OF KONTO-REKORD
                   AND UL-FASTFRYSNING OF UDLAEG-ARR(UDLAEG-IX)
                   AND UL-AKTIV OF UDLAEG-ARR(UDLAEG-IX)
                   MOVE "J" TO ALLEREDE-FROSSET-SW
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF ALLEREDE-FROSSET-SW = "J"
               DISPLAY "Konto " KONTO-ID OF KONTO-REKORD
                   " er allerede fastfrosset."
               EXIT PARAGRAPH
           END-IF
           IF NUM-UDLAEG >= 500
               DISPLAY "FEJL: Udlaeg-registret er fuldt - konto "
                   KONTO-ID OF KONTO-REKORD " er ikke fastfrosset."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO NUM-UDLAEG
           ADD 1 TO NAESTE-LOEBENR
           MOVE SPACES TO UDLAEG-ARR(NUM-UDLAEG)
           MOVE NAESTE-LOEBENR TO UL-LOEBENR OF UDLAEG-ARR(NUM-UDLAEG)
           MOVE KONTO-ID OF KONTO-REKORD
             TO UL-KONTO-ID OF UDLAEG-ARR(NUM-UDLAEG)
           MOVE "F" TO UL-TYPE OF UDLAEG-ARR(NUM-UDLAEG)
           MOVE ZEROS TO UL-BELOEB OF UDLAEG-ARR(NUM-UDLAEG)
           STRING
               "Sanktionsscreening hit " DELIMITED BY SIZE
               SH-HIT-NR OF KOE-ARR(KOE-MATCH-IX) DELIMITED BY SIZE
           INTO UL-REKVIRENT OF UDLAEG-ARR(NUM-UDLAEG)
           MOVE DAGS-DATO TO UL-GYLDIG-FRA OF UDLAEG-ARR(NUM-UDLAEG)
           MOVE SPACES TO UL-UDLOEB OF UDLAEG-ARR(NUM-UDLAEG)
           MOVE OPERATOR TO UL-ANMODER OF UDLAEG-ARR(NUM-UDLAEG)
           MOVE "A" TO UL-UDLAEG-STATUS OF UDLAEG-ARR(NUM-UDLAEG)
           MOVE NUM-UDLAEG TO FOUND-IX
           MOVE SPACES TO FOER-BILLEDE
           PERFORM GEM-UDLAEG-HISTORIK
           ADD 1 TO FROSNE-KONTI
           DISPLAY "Konto " KONTO-ID OF KONTO-REKORD
               " fastfrosset (loebenr " NAESTE-LOEBENR ").".

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
           STRING "Program: OPG-140"      DELIMITED BY SIZE
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

       GEM-UDLAEG-HISTORIK.
           MOVE SPACES TO EFTER-BILLEDE
           MOVE UDLAEG-ARR(FOUND-IX) TO EFTER-BILLEDE(1:94)
           MOVE SPACES TO HIST-NOEGLE
           MOVE UL-LOEBENR OF UDLAEG-ARR(FOUND-IX) TO HIST-NOEGLE
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
               MOVE "OPG140" TO AH-PROGRAM
               MOVE HIST-OPERATOR TO AH-OPERATOR
               MOVE HIST-TID TO AH-TID
               MOVE HIST-NOEGLE TO AH-NOEGLE
               MOVE "FOER" TO AH-BILLEDE
               MOVE FOER-BILLEDE TO AH-DATA
               WRITE HISTORIK-REC
           END-IF
           MOVE SPACES TO HISTORIK-REC
           MOVE "OPG140" TO AH-PROGRAM
           MOVE HIST-OPERATOR TO AH-OPERATOR
           MOVE HIST-TID TO AH-TID
           MOVE HIST-NOEGLE TO AH-NOEGLE
           MOVE "EFTER" TO AH-BILLEDE
           MOVE EFTER-BILLEDE TO AH-DATA
           WRITE HISTORIK-REC
           CLOSE FIL-HISTORIK
           MOVE SPACES TO FOER-BILLEDE.

       KOE-ARR-REWRITE.
           OPEN OUTPUT FIL-KOE
           PERFORM VARYING KOE-IX FROM 1 BY 1 UNTIL KOE-IX > NUM-KOE
               WRITE KOE-REKORD FROM KOE-ARR(KOE-IX)
           END-PERFORM
           MOVE SPACES TO KOE-REKORD
           MOVE "TRAILER" TO TR-MARKER OF KOE-REKORD-TRAILER
           MOVE NUM-KOE TO TR-ANTAL OF KOE-REKORD-TRAILER
           WRITE KOE-REKORD
           CLOSE FIL-KOE.

       KYC-ARR-REWRITE.
           OPEN OUTPUT FIL-KYC
           PERFORM VARYING KYC-IX FROM 1 BY 1 UNTIL KYC-IX > NUM-KYC
               WRITE KYC-REKORD FROM KYC-ARR(KYC-IX)
           END-PERFORM
           MOVE SPACES TO KYC-REKORD
           MOVE "TRAILER" TO TR-MARKER OF KYC-REKORD-TRAILER
           MOVE NUM-KYC TO TR-ANTAL OF KYC-REKORD-TRAILER
           WRITE KYC-REKORD
           CLOSE FIL-KYC.

       UDLAEG-ARR-REWRITE.
           OPEN OUTPUT FIL-UDLAEG
           PERFORM VARYING UDLAEG-IX FROM 1 BY 1
                   UNTIL UDLAEG-IX > NUM-UDLAEG
               WRITE UDLAEG-REKORD FROM UDLAEG-ARR(UDLAEG-IX)
           END-PERFORM
           MOVE SPACES TO UDLAEG-REKORD
           MOVE "TRAILER" TO TR-MARKER OF UDLAEG-REKORD-TRAILER
           MOVE NUM-UDLAEG TO TR-ANTAL OF UDLAEG-REKORD-TRAILER
           WRITE UDLAEG-REKORD
           CLOSE FIL-UDLAEG.

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
