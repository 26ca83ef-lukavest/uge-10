               FILE STATUS IS HISTORIK-STATUS.
       SELECT FIL-RAPPORT ASSIGN TO "../data/Udlaeg-Rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
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

       01 RAPPORT-REC.
           02 RAPPORT-TEXT PIC X(120).

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

      * Udlaegs- og fastfrysningsregistret vedligeholdes under samme
       01 OPERATOR      PIC X(10) VALUE SPACES.

       01 RUN-DATE      PIC 9(08) VALUE ZEROS.
      * Koerselsdatoen er bankens bogfoeringsdato (Bogfoeringsdato.txt),
      * ikke maskinens dato.
       01 BOGFDATO-STATUS  PIC XX VALUE "00".
       01 BOGFDATO-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".
       01 DAGS-DATO     PIC X(10) VALUE SPACES.
       01 BELOEB-VIS    PIC -ZZZ,ZZZ,ZZ9.99.

       01 HIST-TID         PIC X(19) VALUE SPACES.
       01 HIST-NOEGLE      PIC X(20) VALUE SPACES.

       01 RUN-LOG-STATUS   PIC XX VALUE "00".
       01 KONTI-STATUS     PIC XX VALUE "00".
       01 KONTI-EOF-SW     PIC X(01) VALUE "N".
       01 SOEGE-KONTO-ID   PIC X(14) VALUE SPACES.
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
           PERFORM UDLAEG-ARR-FILL
           PERFORM UNTIL FORTSAET-SW NOT = "J"
           DISPLAY "Valg: " WITH NO ADVANCING.

       DAGS-DATO-FILL.
           PERFORM BOGFOERINGSDATO-FILL
           MOVE BD-DATO OF BOGFDATO-REC TO RUN-DATE
           STRING
               RUN-DATE(1:4) DELIMITED BY SIZE
               "-"           DELIMITED BY SIZE
           IF NUM-UDLAEG >= 500
               DISPLAY "Registret er fuldt - udvid UDLAEG-ARR."
           ELSE
               DISPLAY "Konto-id: " WITH NO ADVANCING
               ACCEPT SOEGE-KONTO-ID
               PERFORM KONTO-EJER-CHECK
               IF RELATION-SW = "J"
                   PERFORM AFVIS-RELATERET-KUNDE
               ELSE
                   PERFORM OPRET-ANMODNING
               END-IF
           END-IF.

       OPRET-ANMODNING.
           ADD 1 TO NUM-UDLAEG
           ADD 1 TO NAESTE-LOEBENR
           MOVE SPACES TO UDLAEG-ARR(NUM-UDLAEG)
           MOVE NAESTE-LOEBENR
             TO UL-LOEBENR OF UDLAEG-ARR(NUM-UDLAEG)
           MOVE SOEGE-KONTO-ID TO UL-KONTO-ID OF UDLAEG-ARR(NUM-UDLAEG)
           DISPLAY "Type (U=beloebsudlaeg, F=fastfrysning): "
               WITH NO ADVANCING
           ACCEPT UL-TYPE OF UDLAEG-ARR(NUM-UDLAEG)
           IF UL-BELOEBS-UDLAEG OF UDLAEG-ARR(NUM-UDLAEG)
               DISPLAY "Beloeb: " WITH NO ADVANCING
               ACCEPT UL-BELOEB OF UDLAEG-ARR(NUM-UDLAEG)
           ELSE
               MOVE ZEROS TO UL-BELOEB OF UDLAEG-ARR(NUM-UDLAEG)
           END-IF
           DISPLAY "Rekvirent/reference: " WITH NO ADVANCING
           ACCEPT UL-REKVIRENT OF UDLAEG-ARR(NUM-UDLAEG)
           DISPLAY "Gyldig fra (AAAA-MM-DD): " WITH NO ADVANCING
           ACCEPT UL-GYLDIG-FRA OF UDLAEG-ARR(NUM-UDLAEG)
           DISPLAY "Udloeb (AAAA-MM-DD, blank = indtil "
               "ophaevelse): " WITH NO ADVANCING
           ACCEPT UL-UDLOEB OF UDLAEG-ARR(NUM-UDLAEG)
           MOVE OPERATOR
             TO UL-ANMODER OF UDLAEG-ARR(NUM-UDLAEG)
           MOVE "V"
             TO UL-UDLAEG-STATUS OF UDLAEG-ARR(NUM-UDLAEG)
           MOVE NUM-UDLAEG TO FOUND-IX
           MOVE SPACES TO FOER-BILLEDE
           PERFORM GEM-UDLAEG-HISTORIK
           DISPLAY "Anmodning " NAESTE-LOEBENR " oprettet - "
               "afventer godkendelse af anden operatoer.".

       GODKEND-UDLAEG.
           DISPLAY "Loebenr: " WITH NO ADVANCING
           ACCEPT SOEGE-LOEBENR
           PERFORM FIND-UDLAEG
           PERFORM UDLAEG-EJER-CHECK
           EVALUATE TRUE
               WHEN FOUND-IX = 0
                   DISPLAY "Anmodningen findes ikke."
                   DISPLAY "Anmodningen afventer ikke godkendelse."
               WHEN UL-ANMODER OF UDLAEG-ARR(FOUND-IX) = OPERATOR
                   DISPLAY "FEJL: anmoderen kan ikke selv godkende."
               WHEN RELATION-SW = "J"
                   PERFORM AFVIS-RELATERET-KUNDE
               WHEN OTHER
                   DISPLAY "Godkend (G) eller afvis (X)? "
                       WITH NO ADVANCING
           DISPLAY "Loebenr: " WITH NO ADVANCING
           ACCEPT SOEGE-LOEBENR
           PERFORM FIND-UDLAEG
           PERFORM UDLAEG-EJER-CHECK
           EVALUATE TRUE
               WHEN FOUND-IX = 0
                   DISPLAY "Udlaegget findes ikke."
               WHEN NOT UL-AKTIV OF UDLAEG-ARR(FOUND-IX)
                   DISPLAY "Udlaegget er ikke aktivt."
               WHEN RELATION-SW = "J"
                   PERFORM AFVIS-RELATERET-KUNDE
               WHEN OTHER
                   MOVE SPACES TO FOER-BILLEDE
                   MOVE UDLAEG-ARR(FOUND-IX) TO FOER-BILLEDE(1:94)
               END-IF
           END-PERFORM.

      * Udlaeg paa operatoerens egne eller relaterede kunders konti
      * maa hverken anmodes, godkendes eller ophaeves af operatoeren
      * selv; kontoen foeres tilbage til kunden via KontoOpl.txt.
       UDLAEG-EJER-CHECK.
           MOVE "N" TO RELATION-SW
           IF FOUND-IX > 0
               MOVE UL-KONTO-ID OF UDLAEG-ARR(FOUND-IX)
                 TO SOEGE-KONTO-ID
               PERFORM KONTO-EJER-CHECK
           END-IF.

       KONTO-EJER-CHECK.
           MOVE SPACES TO RELATION-KUNDE-ID
           OPEN INPUT FIL-KONTI
           IF KONTI-STATUS = "00"
               MOVE "N" TO KONTI-EOF-SW
               PERFORM UNTIL KONTI-EOF-SW = "J"
                   READ FIL-KONTI
                       AT END
                           MOVE "J" TO KONTI-EOF-SW
                       NOT AT END
                           IF TR-MARKER OF KONTO-REKORD-TRAILER
                                   = "TRAILER"
                               MOVE "J" TO KONTI-EOF-SW
                           ELSE
                               IF KONTO-ID OF KONTO-REKORD
                                       = SOEGE-KONTO-ID
                                   MOVE KUNDE-ID OF KONTO-REKORD
                                     TO RELATION-KUNDE-ID
                                   MOVE "J" TO KONTI-EOF-SW
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIL-KONTI
           END-IF
           MOVE "N" TO RELATION-SW
           IF RELATION-KUNDE-ID NOT = SPACES
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
           STRING "Program: OPG-92"       DELIMITED BY SIZE
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

       SKRIV-RAPPORT.
           OPEN OUTPUT FIL-RAPPORT
           MOVE SPACES TO RAPPORT-TEXT
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
