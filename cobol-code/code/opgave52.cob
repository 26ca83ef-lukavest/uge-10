       SELECT FIL-TRANS ASSIGN TO "../data/Transaktioner.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT FIL-TRANS-IDX
               ASSIGN TO "../data/Transaktioner-Index.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TI-NOEGLE OF TRANS-IDX-REC
               ALTERNATE RECORD KEY IS BILAGSNR OF TRANS-IDX-REC
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CPR OF TRANS-IDX-REC
                   WITH DUPLICATES
               FILE STATUS IS TRANS-IDX-STATUS.

       SELECT FIL-AUTOR
               ASSIGN TO "../data/Operatoer-Autorisation.txt"
               ORGANIZATION IS LINE SEQUENTIAL
       SELECT FIL-RUN-LOG ASSIGN TO "../data/Koerselslog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.
       SELECT FIL-BOGFDATO ASSIGN TO "../data/Bogfoeringsdato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOGFDATO-STATUS.

       DATA DIVISION.

       01 TRANSAKTIONER-TRAILER REDEFINES TRANSAKTIONER.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(251).

       FD FIL-TRANS-IDX.
       01 TRANS-IDX-REC.
           COPY "../copybooks/TRANSAKTIONER.cpy".
           COPY "../copybooks/TRANS-INDEKS.cpy".

       FD FIL-AUTOR.
       01 AUTOR-REKORD.
       01 RUN-LOG-REC.
           02 RUN-LOG-TEXT PIC X(120).

       FD FIL-BOGFDATO.
       01 BOGFDATO-FIL-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".

       WORKING-STORAGE SECTION.
       01 RUN-LOG-STATUS   PIC XX VALUE "00".
       01 AUTOR-FIL-STATUS PIC XX VALUE "00".
       01 TRANS-ARR OCCURS 0 TO 10000 TIMES DEPENDING ON NUM-TRANS.
           COPY "../copybooks/TRANSAKTIONER.cpy".
       01 TRANS-IX        PIC 9(05) VALUE 0.
      * Originalen findes direkte paa bilagsnummeret i
      * transaktionsindekset fra OPG-97 - ogsaa naar den er
      * arkiveret; uden indeks soeges det levende udtraek igennem.
       01 TRANS-IDX-STATUS PIC XX VALUE "00".
       01 ORIG-FUNDET-SW  PIC X(01) VALUE "N".
       01 ORIG-POSTING.
           COPY "../copybooks/TRANSAKTIONER.cpy".
       01 GROUP-START-IX  PIC 9(05) VALUE 1.

       01 STORNO-POSTING.

       01 SOEGE-BILAGSNR  PIC 9(10) VALUE ZEROS.
       01 RUN-DATE        PIC 9(08) VALUE ZEROS.
      * Koerselsdatoen er bankens bogfoeringsdato (Bogfoeringsdato.txt),
      * ikke maskinens dato.
       01 BOGFDATO-STATUS  PIC XX VALUE "00".
       01 BOGFDATO-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".
       01 RUN-TIME        PIC 9(08) VALUE ZEROS.
       01 STORNO-TIDSPUNKT PIC X(26) VALUE SPACES.
       01 PRETTY-NUMERIC  PIC -ZZZ,ZZZ,ZZ9.99.
               DEPENDING ON NUM-OUT-TRANS.
           COPY "../copybooks/TRANSAKTIONER.cpy".
       01 OUT-IX          PIC 9(05) VALUE 0.
       01 SYSTEM-KOMMANDO  PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
               WITH NO ADVANCING
           ACCEPT SOEGE-BILAGSNR
           PERFORM FIND-ORIGINAL
           IF ORIG-FUNDET-SW = "N"
               DISPLAY "FEJL: bilagsnummer ikke fundet."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE BELØB OF ORIG-POSTING TO PRETTY-NUMERIC
           DISPLAY "Original: " KONTO-ID OF ORIG-POSTING " "
               TRANS-TYPE OF ORIG-POSTING " "
               PRETTY-NUMERIC " "
               TIDSPUNKT OF ORIG-POSTING (1:10)
           DISPLAY "Opret storno (J/N)? " WITH NO ADVANCING
           ACCEPT BEKRAEFT-VALG
           IF BEKRAEFT-VALG NOT = "J"
           END-IF.

       STEMPEL-FILL.
           PERFORM BOGFOERINGSDATO-FILL
           MOVE BD-DATO OF BOGFDATO-REC TO RUN-DATE
           ACCEPT RUN-TIME FROM TIME
           STRING
               RUN-DATE(1:4) DELIMITED BY SIZE
           INTO STORNO-TIDSPUNKT.

       FIND-ORIGINAL.
           MOVE "N" TO ORIG-FUNDET-SW
           IF SOEGE-BILAGSNR = ZEROS
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT FIL-TRANS-IDX
           IF TRANS-IDX-STATUS = "00"
               MOVE SOEGE-BILAGSNR TO BILAGSNR OF TRANS-IDX-REC
               READ FIL-TRANS-IDX KEY IS BILAGSNR OF TRANS-IDX-REC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TRANS-IDX-REC(1:264) TO ORIG-POSTING
                       MOVE "Y" TO ORIG-FUNDET-SW
               END-READ
               CLOSE FIL-TRANS-IDX
           ELSE
               PERFORM VARYING TRANS-IX FROM 1 BY 1
                       UNTIL TRANS-IX > NUM-TRANS
                   IF BILAGSNR OF TRANS-ARR(TRANS-IX) NUMERIC
                       AND BILAGSNR OF TRANS-ARR(TRANS-IX)
                           = SOEGE-BILAGSNR
                       MOVE TRANS-ARR(TRANS-IX) TO ORIG-POSTING
                       MOVE "Y" TO ORIG-FUNDET-SW
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

       CHECK-ALLEREDE-STORNERET.
           MOVE "N" TO STORNO-BRUGT-SW
      * bilagsnummer som reference; sit eget nummer faar den ved
      * naeste forkontrol.
       BYG-STORNO.
           MOVE ORIG-POSTING TO STORNO-POSTING
           COMPUTE BELØB OF STORNO-POSTING =
               ZEROS - BELØB OF ORIG-POSTING
           MOVE "STORNO" TO TRANS-TYPE OF STORNO-POSTING
           MOVE STORNO-TIDSPUNKT TO TIDSPUNKT OF STORNO-POSTING
           MOVE SOEGE-BILAGSNR TO BILAGSREF OF STORNO-POSTING
           MOVE ZEROS TO BILAGSNR OF STORNO-POSTING.

      * Stornoen laegges sidst i originalens konto-gruppe; er
      * originalen arkiveret, og har kontoen ingen gruppe i det
      * levende udtraek, laegges den sidst i filen.
       MERGE-STORNO.
           MOVE 0 TO OUT-IX
           MOVE "N" TO STORNO-BRUGT-SW
               MOVE TRANS-ARR(TRANS-IX) TO OUT-TRANS-ARR(OUT-IX)
           END-PERFORM
           PERFORM LAG-STORNO-I-GRUPPE
           IF STORNO-BRUGT-SW = "N"
               ADD 1 TO OUT-IX
               MOVE STORNO-POSTING TO OUT-TRANS-ARR(OUT-IX)
               MOVE "Y" TO STORNO-BRUGT-SW
           END-IF
           MOVE OUT-IX TO NUM-OUT-TRANS.

       LAG-STORNO-I-GRUPPE.
           MOVE "TRAILER" TO TR-MARKER OF TRANSAKTIONER-TRAILER
           MOVE NUM-OUT-TRANS TO TR-ANTAL OF TRANSAKTIONER-TRAILER
           WRITE TRANSAKTIONER
           CLOSE FIL-TRANS
      * Indekset fra OPG-97 genopbygges, saa opslagene straks ser
      * det omskrevne udtraek.
           MOVE "./opgave97" TO SYSTEM-KOMMANDO
           CALL "SYSTEM" USING SYSTEM-KOMMANDO.

      * Autorisationskontrol: findes Operatoer-Autorisation.txt,
      * skal operatoren have en raekke for programmet (eller ALLE)
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
