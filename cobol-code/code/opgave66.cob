               FILE STATUS IS SAG-FIL-STATUS.
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
       SELECT FIL-ALDERSRAP
               ASSIGN TO "../data/Tvist-Aldersrapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
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

       FD FIL-ALDERSRAP.
       01 ALDERSRAP-REC.
           02 ALDERSRAP-TEXT PIC X(120).

       FD FIL-BOGFDATO.
       01 BOGFDATO-FIL-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".

       WORKING-STORAGE SECTION.
       01 SAG-FIL-STATUS   PIC XX VALUE "00".
       01 TRAILER-FOUND-SW PIC X(01) VALUE "N".
       01 TRANS-ARR OCCURS 0 TO 10000 TIMES DEPENDING ON NUM-TRANS.
           COPY "../copybooks/TRANSAKTIONER.cpy".
       01 TRANS-IX        PIC 9(05) VALUE 0.
      * Det omtvistede bilag findes direkte paa bilagsnummeret i
      * transaktionsindekset fra OPG-97; uden indeks soeges det
      * levende udtraek igennem som hidtil.
       01 TRANS-IDX-STATUS PIC XX VALUE "00".
       01 BILAG-FUNDET-SW PIC X(01) VALUE "N".
       01 BILAG-POSTING.
           COPY "../copybooks/TRANSAKTIONER.cpy".
       01 GROUP-START-IX  PIC 9(05) VALUE 1.

       01 NUM-GEN       PIC 9(05) VALUE 0.
       01 KREDIT-VALG   PIC X(01).

       01 RUN-DATE      PIC 9(08) VALUE ZEROS.
      * Koerselsdatoen er bankens bogfoeringsdato (Bogfoeringsdato.txt),
      * ikke maskinens dato.
       01 BOGFDATO-STATUS  PIC XX VALUE "00".
       01 BOGFDATO-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".
       01 RUN-DATE-INT  PIC 9(08) VALUE ZEROS.
       01 RUN-TIME      PIC 9(08) VALUE ZEROS.
       01 DAGS-DATO     PIC X(10) VALUE SPACES.
       01 ALDER-DAGE    PIC S9(06) VALUE ZEROS.
       01 AABNE-SAGER   PIC 9(04) VALUE 0.
       01 PRETTY-NUMERIC PIC -ZZZ,ZZZ,ZZ9.99.
       01 SYSTEM-KOMMANDO  PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "Valg: " WITH NO ADVANCING.

       DAGS-DATO-FILL.
           PERFORM BOGFOERINGSDATO-FILL
           MOVE BD-DATO OF BOGFDATO-REC TO RUN-DATE
           ACCEPT RUN-TIME FROM TIME
           COMPUTE RUN-DATE-INT = FUNCTION INTEGER-OF-DATE(RUN-DATE)
           STRING
           END-IF.

       LOOKUP-TRANS-BILAG.
           MOVE "N" TO BILAG-FUNDET-SW
           OPEN INPUT FIL-TRANS-IDX
           IF TRANS-IDX-STATUS = "00"
               MOVE SOEGE-BILAGSNR TO BILAGSNR OF TRANS-IDX-REC
               READ FIL-TRANS-IDX KEY IS BILAGSNR OF TRANS-IDX-REC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TRANS-IDX-REC(1:264) TO BILAG-POSTING
                       MOVE "Y" TO BILAG-FUNDET-SW
               END-READ
               CLOSE FIL-TRANS-IDX
           ELSE
               PERFORM VARYING TRANS-IX FROM 1 BY 1
                       UNTIL TRANS-IX > NUM-TRANS
                   IF BILAGSNR OF TRANS-ARR(TRANS-IX) NUMERIC
                       AND BILAGSNR OF TRANS-ARR(TRANS-IX)
                           = SOEGE-BILAGSNR
                       MOVE TRANS-ARR(TRANS-IX) TO BILAG-POSTING
                       MOVE "Y" TO BILAG-FUNDET-SW
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

      * En aaben sag pr. bilag - et bilag med en aaben sag faar ikke
      * en ny.
               END-IF
           END-PERFORM
           PERFORM LOOKUP-TRANS-BILAG
           IF BILAG-FUNDET-SW = "N"
               DISPLAY "FEJL: bilag " SOEGE-BILAGSNR
                   " findes ikke."
               EXIT PARAGRAPH
           END-IF
           IF NUM-SAGER >= 1000
           MOVE SPACES TO SAG-ARR(NUM-SAGER)
           MOVE NAESTE-SAG-NR TO TV-SAG-NR OF SAG-ARR(NUM-SAGER)
           MOVE SOEGE-BILAGSNR TO TV-BILAGSNR OF SAG-ARR(NUM-SAGER)
           MOVE KONTO-ID OF BILAG-POSTING
             TO TV-KONTO-ID OF SAG-ARR(NUM-SAGER)
           MOVE BELØB OF BILAG-POSTING
             TO TV-BELOEB OF SAG-ARR(NUM-SAGER)
           MOVE BUTIK OF BILAG-POSTING
             TO TV-BUTIK OF SAG-ARR(NUM-SAGER)
           MOVE DAGS-DATO TO TV-AABNET OF SAG-ARR(NUM-SAGER)
           MOVE "A" TO TV-TVIST-STATUS OF SAG-ARR(NUM-SAGER)
      * BILAGSREF til originalen; originalen roeres ikke, og
      * krediteringen faar sit eget bilagsnummer i naeste forkontrol.
       POSTER-MIDL-KREDIT.
           MOVE BILAG-POSTING TO KREDIT-POSTING
           COMPUTE KREDIT-BELOEB =
               ZEROS - TV-BELOEB OF SAG-ARR(SAG-MATCH-IX)
           MOVE KREDIT-BELOEB TO BELØB OF KREDIT-POSTING
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
