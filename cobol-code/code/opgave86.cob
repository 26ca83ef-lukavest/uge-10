       SELECT FIL-RAPPORT
               ASSIGN TO "../data/Suspense-Aldersrapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       SELECT FIL-ADGANG ASSIGN TO "../data/Adgangslog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ADGANG-STATUS.
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

       01 TRANSAKTIONER-TRAILER REDEFINES TRANSAKTIONER.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(251).

       FD FIL-KONTI.
       01 KONTO-REKORD.
       01 RAPPORT-REC.
           02 RAPPORT-TEXT PIC X(100).

       FD FIL-ADGANG.
       01 ADGANG-REC.
           COPY "../copybooks/ADGANGSLOG.cpy".

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

      * Reparationsplads for parkerede indgaaende krediteringer:
       01 AENDRET-SW    PIC X(01) VALUE "N".

       01 RUN-DATE      PIC 9(08) VALUE ZEROS.
      * Koerselsdatoen er bankens bogfoeringsdato (Bogfoeringsdato.txt),
      * ikke maskinens dato.
       01 BOGFDATO-STATUS  PIC XX VALUE "00".
       01 BOGFDATO-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".
       01 RUN-DATE-INT  PIC 9(08) VALUE ZEROS.
       01 DAGS-DATO     PIC X(10) VALUE SPACES.
       01 PARKERET-NUM  PIC 9(08) VALUE ZEROS.
       01 BUCKET-OVER   PIC 9(04) VALUE 0.
       01 AABEN-SALDO   PIC S9(12)V99 VALUE ZEROS.
       01 BELOEB-VIS    PIC -ZZZ,ZZZ,ZZ9.99.
       01 SYSTEM-KOMMANDO  PIC X(60) VALUE SPACES.

       01 ADGANG-OPERATOR  PIC X(10) VALUE SPACES.
       01 ADGANG-STATUS    PIC XX VALUE "00".
       01 ADGANG-DATE      PIC 9(08) VALUE ZEROS.
       01 ADGANG-TIME      PIC 9(08) VALUE ZEROS.
       01 ADGANG-KUNDE-ID  PIC X(10) VALUE SPACES.
       01 ADGANG-KONTO-ID  PIC X(14) VALUE SPACES.

       01 RUN-LOG-STATUS   PIC XX VALUE "00".
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
           ACCEPT ADGANG-OPERATOR FROM ENVIRONMENT "USER"
           PERFORM RELATION-ARR-FILL
           PERFORM DAGS-DATO-FILL
           PERFORM PARM-FILL
           PERFORM SUSPENSE-ARR-FILL
           DISPLAY "Valg: " WITH NO ADVANCING.

       DAGS-DATO-FILL.
           PERFORM BOGFOERINGSDATO-FILL
           MOVE BD-DATO OF BOGFDATO-REC TO RUN-DATE
           COMPUTE RUN-DATE-INT = FUNCTION INTEGER-OF-DATE(RUN-DATE)
           STRING
               RUN-DATE(1:4) DELIMITED BY SIZE
           IF KONTO-MATCH-IX = 0
               DISPLAY "Kontoen findes ikke."
           ELSE
               MOVE KUNDE-ID OF KONTO-ARR(KONTO-MATCH-IX)
                 TO ADGANG-KUNDE-ID
               MOVE KONTO-ID OF KONTO-ARR(KONTO-MATCH-IX)
                 TO ADGANG-KONTO-ID
               PERFORM SKRIV-ADGANGSLOG
               MOVE BALANCE OF KONTO-ARR(KONTO-MATCH-IX)
                 TO BELOEB-VIS
               DISPLAY "Konto: " KONTO-ID OF KONTO-ARR(KONTO-MATCH-IX)
               END-IF
           END-IF.

      * Adgangslog: hvert opslag paa en kunde eller konto skrives med
      * operator, program og tidspunkt til Adgangslog.txt, foer
      * oplysningerne vises. OPG-104 gennemgaar loggen ugentligt.
       SKRIV-ADGANGSLOG.
           ACCEPT ADGANG-DATE FROM DATE YYYYMMDD
           ACCEPT ADGANG-TIME FROM TIME
           OPEN EXTEND FIL-ADGANG
           IF ADGANG-STATUS = "35"
               OPEN OUTPUT FIL-ADGANG
           END-IF
           IF ADGANG-STATUS NOT = "00"
               DISPLAY "FEJL: Adgangslog.txt kan ikke skrives - "
                   "opslaget afbrydes."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO ADGANG-REC
           MOVE ADGANG-OPERATOR TO AL-OPERATOR
           MOVE "OPG-86" TO AL-PROGRAM
           STRING
               ADGANG-DATE(1:4) DELIMITED BY SIZE
               "-"              DELIMITED BY SIZE
               ADGANG-DATE(5:2) DELIMITED BY SIZE
               "-"              DELIMITED BY SIZE
               ADGANG-DATE(7:2) DELIMITED BY SIZE
           INTO AL-DATO
           STRING
               ADGANG-TIME(1:2) DELIMITED BY SIZE
               ":"              DELIMITED BY SIZE
               ADGANG-TIME(3:2) DELIMITED BY SIZE
               ":"              DELIMITED BY SIZE
               ADGANG-TIME(5:2) DELIMITED BY SIZE
           INTO AL-TID
           MOVE ADGANG-KUNDE-ID TO AL-KUNDE-ID
           MOVE ADGANG-KONTO-ID TO AL-KONTO-ID
           WRITE ADGANG-REC
           CLOSE FIL-ADGANG.

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
           STRING "Program: OPG-86"       DELIMITED BY SIZE
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

       LOOKUP-KONTO.
           MOVE 0 TO KONTO-MATCH-IX
           PERFORM VARYING KONTO-IX FROM 1 BY 1
                       DISPLAY "Maalkontoen findes ikke - "
                           "intet posteret."
                   ELSE
                       MOVE KUNDE-ID OF KONTO-ARR(KONTO-MATCH-IX)
                         TO RELATION-KUNDE-ID
                       PERFORM CHECK-RELATERET-KUNDE
                       IF RELATION-SW = "J"
                           PERFORM AFVIS-RELATERET-KUNDE
                           EXIT PARAGRAPH
                       END-IF
                       PERFORM POSTER-OMPOSTERING
                       MOVE "G" TO SP-SUS-STATUS
                           OF SUSPENSE-ARR(FOUND-IX)
                       AND KONTO-ID OF GEN-ARR(GEN-IX)
                           = KONTO-ID OF TRANS-ARR(GROUP-START-IX)
                   ADD 1 TO OUT-IX
                   MOVE GEN-ARR(GEN-IX)(1:264) TO OUT-TRANS-ARR(OUT-IX)
                   MOVE "Y" TO GEN-BRUGT-SW OF GEN-ARR(GEN-IX)
               END-IF
           END-PERFORM.
           PERFORM VARYING GEN-IX FROM 1 BY 1 UNTIL GEN-IX > NUM-GEN
               IF GEN-BRUGT-SW OF GEN-ARR(GEN-IX) = "N"
                   ADD 1 TO OUT-IX
                   MOVE GEN-ARR(GEN-IX)(1:264) TO OUT-TRANS-ARR(OUT-IX)
                   MOVE "Y" TO GEN-BRUGT-SW OF GEN-ARR(GEN-IX)
               END-IF
           END-PERFORM
           MOVE "TRAILER" TO TR-MARKER OF TRANSAKTIONER-TRAILER
           MOVE NUM-OUT-TRANS TO TR-ANTAL OF TRANSAKTIONER-TRAILER
           WRITE TRANSAKTIONER
           CLOSE FIL-TRANS
      * Indekset fra OPG-97 genopbygges, saa opslagene straks ser
      * det omskrevne udtraek.
           MOVE "./opgave97" TO SYSTEM-KOMMANDO
           CALL "SYSTEM" USING SYSTEM-KOMMANDO.

       ALDERSRAPPORT.
           MOVE 0 TO BUCKET-1-3
           MOVE NUM-SUSPENSE TO TR-ANTAL OF SUSPENSE-REKORD-TRAILER
           WRITE SUSPENSE-REKORD
           CLOSE FIL-SUSPENSE.

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
