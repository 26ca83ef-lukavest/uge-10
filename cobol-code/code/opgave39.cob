               ASSIGN TO "../data/Doedsbo-Register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DOEDSBO-REG-STATUS.
       SELECT FIL-RETURPOST
               ASSIGN TO "../data/Returpost-Register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETURPOST-STATUS.
       SELECT FIL-BOGFDATO ASSIGN TO "../data/Bogfoeringsdato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOGFDATO-STATUS.
       DATA DIVISION.

       FILE SECTION.
       01 TRANSAKTIONER-TRAILER REDEFINES TRANSAKTIONER.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(251).

       FD FIL-RAPPORT.
       01 RAPPORT-REC.
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(32).

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
       01 SLET-IDX-KOMMANDO PIC X(60) VALUE SPACES.

      * Returpostregistret fra OPG-155: naar kunden faar en ny
      * adresse, ophaeves returpostmarkeringen, saa forsendelserne
      * igen gaar med posten.
       01 RETURPOST-STATUS  PIC XX VALUE "00".
       01 NUM-RETURPOST     PIC 9(04) VALUE 0.
       01 RETURPOST-ARR OCCURS 0 TO 1000 TIMES
               DEPENDING ON NUM-RETURPOST.
           COPY "../copybooks/RETURPOST.cpy".
       01 RETURPOST-IX      PIC 9(04) VALUE 0.
       01 RETURPOST-SOEG-ID PIC X(10) VALUE SPACES.
       01 RETURPOST-OPHAEV-DATO PIC X(10) VALUE SPACES.
       01 RETURPOST-OPHAEV-AF   PIC X(06) VALUE SPACES.
       01 RETURPOST-OPHAEVET-SW PIC X(01) VALUE "N".
       01 RETURPOST-AENDRET-SW  PIC X(01) VALUE "N".
       01 GAMMEL-ADRESSE    PIC X(101) VALUE SPACES.
       01 NY-ADRESSE        PIC X(101) VALUE SPACES.
       01 LAAS-STATUS      PIC XX VALUE "00".
       01 RUN-LOG-STATUS   PIC XX VALUE "00".
       01 OVERRIDE-VALG    PIC X(01) VALUE SPACE.
       01 SIDSTE-BATCH-NR  PIC 9(06) VALUE ZEROS.
       01 MODTAGET-EOF     PIC X(01) VALUE "N".
       01 BATCH-RUN-DATE   PIC 9(08) VALUE ZEROS.
      * Koerselsdatoen er bankens bogfoeringsdato (Bogfoeringsdato.txt),
      * ikke maskinens dato.
       01 BOGFDATO-STATUS  PIC XX VALUE "00".
       01 BOGFDATO-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".
       01 BATCH-DAGS-DATO  PIC X(10) VALUE SPACES.

      * Doedsboregister: afdoede kunders konti saettes i bostand, saa
           COPY "../copybooks/DOEDSBO.cpy".
       01 DOEDSBO-IX      PIC 9(04) VALUE 0.
       01 DOEDSBO-MATCH-IX PIC 9(04) VALUE 0.
       01 SYSTEM-KOMMANDO  PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM CHECK-BATCH-LAAS
           PERFORM KUNDE-ARR-FILL
           PERFORM TRANS-ARR-FILL
           PERFORM DOEDSBO-ARR-FILL
           PERFORM RETURPOST-ARR-FILL
           OPEN OUTPUT FIL-RAPPORT
           OPEN OUTPUT FIL-DOEDSBO
           PERFORM HAENDELSE-ITER
           PERFORM DOEDSBO-ARR-REWRITE
           PERFORM KUNDE-ARR-REWRITE
           PERFORM TRANS-ARR-REWRITE
           PERFORM RETURPOST-ARR-REWRITE
           DISPLAY "Personhaendelser behandlet: " HAENDELSE-ANTAL
               " anvendt, " UKENDT-ANTAL " ukendte CPR."
           STOP RUN.
           IF BATCH-HAR-SW NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM BOGFOERINGSDATO-FILL
           MOVE BD-DATO OF BOGFDATO-REC TO BATCH-RUN-DATE
           MOVE SPACES TO BATCH-DAGS-DATO
           STRING
               BATCH-RUN-DATE(1:4) DELIMITED BY SIZE
           END-IF.

       ANVEND-ADRESSE.
           MOVE ADDRESSE OF KUNDE-ARR(KUNDE-MATCH-IX) TO GAMMEL-ADRESSE
           MOVE PH-VEJNAVN OF HAENDELSE-IND
             TO VEJNAVN OF KUNDE-ARR(KUNDE-MATCH-IX)
           MOVE PH-HUSNR OF HAENDELSE-IND
           MOVE PH-BY OF HAENDELSE-IND
             TO BY-ADR OF KUNDE-ARR(KUNDE-MATCH-IX)
           MOVE "adresse opdateret" TO AENDRING-TEKST
           MOVE ADDRESSE OF KUNDE-ARR(KUNDE-MATCH-IX) TO NY-ADRESSE
           IF NY-ADRESSE NOT = GAMMEL-ADRESSE
               MOVE KUNDE-ID OF KUNDE-ARR(KUNDE-MATCH-IX)
                 TO RETURPOST-SOEG-ID
               PERFORM OPHAEV-RETURPOST
               IF RETURPOST-OPHAEVET-SW = "J"
                   MOVE "adresse opdateret, returpost ophaevet"
                     TO AENDRING-TEKST
               END-IF
           END-IF
           PERFORM SKRIV-RAPPORTLINJE.

       ANVEND-NAVN.
           MOVE "TRAILER" TO TR-MARKER OF TRANSAKTIONER-TRAILER
           MOVE NUM-TRANS TO TR-ANTAL OF TRANSAKTIONER-TRAILER
           WRITE TRANSAKTIONER
           CLOSE FIL-TRANS
      * Indekset fra OPG-97 genopbygges, saa opslagene straks ser
      * det omskrevne udtraek.
           MOVE "./opgave97" TO SYSTEM-KOMMANDO
           CALL "SYSTEM" USING SYSTEM-KOMMANDO.

      * Natkoerslen (OPG-19) holder en laas paa masterfilerne i
      * batchvinduet; batchindlaesningen afvises imens uden
                   STOP RUN
               END-IF
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
                   ADD 1 TO NUM-RETURPOST
                   MOVE RETURPOST-REKORD
                     TO RETURPOST-ARR(NUM-RETURPOST)
               END-PERFORM
               CLOSE FIL-RETURPOST
           END-IF
           IF NUM-RETURPOST > 0
               PERFORM BOGFOERINGSDATO-FILL
               MOVE SPACES TO RETURPOST-OPHAEV-DATO
               STRING
                   BD-DATO OF BOGFDATO-REC(1:4) DELIMITED BY SIZE
                   "-"                          DELIMITED BY SIZE
                   BD-DATO OF BOGFDATO-REC(5:2) DELIMITED BY SIZE
                   "-"                          DELIMITED BY SIZE
                   BD-DATO OF BOGFDATO-REC(7:2) DELIMITED BY SIZE
               INTO RETURPOST-OPHAEV-DATO
           END-IF
           MOVE "OPG-39" TO RETURPOST-OPHAEV-AF.

      * En ny adresse ophaever en gaeldende returpostmarkering;
      * raekken bevares som ophaevet, saa historikken kan ses.
       OPHAEV-RETURPOST.
           MOVE "N" TO RETURPOST-OPHAEVET-SW
           PERFORM VARYING RETURPOST-IX FROM 1 BY 1
                   UNTIL RETURPOST-IX > NUM-RETURPOST
               IF RP-KUNDE-ID OF RETURPOST-ARR(RETURPOST-IX)
                       = RETURPOST-SOEG-ID
                   AND RP-ADR-UGYLDIG OF RETURPOST-ARR(RETURPOST-IX)
                   MOVE "O" TO RP-STATUS OF RETURPOST-ARR(RETURPOST-IX)
                   MOVE RETURPOST-OPHAEV-DATO
                     TO RP-OPHAEVET-DATO OF RETURPOST-ARR(RETURPOST-IX)
                   MOVE RETURPOST-OPHAEV-AF
                     TO RP-OPHAEVET-AF OF RETURPOST-ARR(RETURPOST-IX)
                   MOVE "J" TO RETURPOST-OPHAEVET-SW
                   MOVE "J" TO RETURPOST-AENDRET-SW
               END-IF
           END-PERFORM.

       RETURPOST-ARR-REWRITE.
           IF RETURPOST-AENDRET-SW NOT = "J"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT FIL-RETURPOST
           PERFORM VARYING RETURPOST-IX FROM 1 BY 1
                   UNTIL RETURPOST-IX > NUM-RETURPOST
               WRITE RETURPOST-REKORD FROM RETURPOST-ARR(RETURPOST-IX)
           END-PERFORM
           MOVE SPACES TO RETURPOST-REKORD
           MOVE "TRAILER" TO TR-MARKER OF RETURPOST-REKORD-TRAILER
           MOVE NUM-RETURPOST TO TR-ANTAL OF RETURPOST-REKORD-TRAILER
           WRITE RETURPOST-REKORD
           CLOSE FIL-RETURPOST.
