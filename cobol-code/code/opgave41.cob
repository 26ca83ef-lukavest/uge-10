               ASSIGN TO "../data/OPG10-Grandtotaler.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRANDTOTAL-STATUS.
           SELECT FIL-BOGFDATO ASSIGN TO "../data/Bogfoeringsdato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOGFDATO-STATUS.
           SELECT FIL-PERIODISERING
               ASSIGN TO "../data/Rente-Periodisering-Journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIODISERING-STATUS.

       DATA DIVISION.

       01 TRANSAKTIONER-TRAILER REDEFINES TRANSAKTIONER.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(251).

       FD FIL-KONTOPLAN.
       01 KONTOPLAN-REKORD.
           02 GT-IND        PIC S9(13)V99.
           02 GT-UD         PIC S9(13)V99.

       FD FIL-BOGFDATO.
       01 BOGFDATO-FIL-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".

       FD FIL-PERIODISERING.
       01 PERIODISERING-REKORD PIC X(54).

       WORKING-STORAGE SECTION.
       01 KONTOPLAN-STATUS PIC XX VALUE "00".
       01 PARM-STATUS      PIC XX VALUE "00".

       01 JOURNAL-FILENAME PIC X(60) VALUE SPACES.
       01 RUN-DATE        PIC 9(08) VALUE ZEROS.
      * Koerselsdatoen er bankens bogfoeringsdato (Bogfoeringsdato.txt),
      * ikke maskinens dato.
       01 BOGFDATO-STATUS  PIC XX VALUE "00".
       01 BOGFDATO-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".
       01 JOURNAL-DATO    PIC X(10) VALUE SPACES.
      * Posteringen journaliseres paa forkontrollens bogfoerings-
      * dato (efter cut-off); uden den paa tidspunktets dato.
       01 TRANS-BOGF-DATO PIC X(10) VALUE SPACES.
       01 ABS-BELOEB      PIC 9(13)V99 VALUE ZEROS.
       01 SUM-DEBET       PIC 9(13)V99 VALUE ZEROS.
       01 SUM-KREDIT      PIC 9(13)V99 VALUE ZEROS.
       01 JOURNAL-ANTAL   PIC 9(06) VALUE 0.
       01 UMAPPET-ANTAL   PIC 9(05) VALUE 0.
       01 PRETTY-NUMERIC  PIC -Z,ZZZ,ZZZ,ZZ9.99.
      * Renteperiodiseringens bilagslinjer (OPG-124) for journal-
      * datoen tages med i journalen; de indgaar i debet/kredit,
      * men ikke i afstemningen mod statementkoerslens totaler.
       01 PERIODISERING-STATUS PIC XX VALUE "00".
       01 PERIODISERING-ANTAL PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM PARM-FILL
           OPEN OUTPUT FIL-JOURNAL
           OPEN OUTPUT FIL-UMAPPET
           PERFORM TRANS-ITER
           PERFORM PERIODISERING-ITER
           PERFORM SKRIV-JOURNAL-TRAILER
           CLOSE FIL-JOURNAL
           CLOSE FIL-UMAPPET
           END-IF.

       BEREGN-JOURNAL-DATO.
           PERFORM BOGFOERINGSDATO-FILL
           MOVE BD-DATO OF BOGFDATO-REC TO RUN-DATE
           IF PARM-DATO OF PARM-REC NOT = SPACES
               MOVE PARM-DATO OF PARM-REC TO JOURNAL-DATO
           ELSE
                           MOVE "Y" TO EOF-FLAG
                           MOVE "Y" TO TRAILER-FOUND-SW
                       ELSE
                           MOVE BOGFOER-DATO OF TRANS-VURDER
                             TO TRANS-BOGF-DATO
                           IF TRANS-BOGF-DATO = SPACES
                               MOVE TIDSPUNKT OF TRANS-VURDER (1:10)
                                 TO TRANS-BOGF-DATO
                           END-IF
                           IF TRANS-BOGF-DATO = JOURNAL-DATO
                               PERFORM JOURNALISER-TRANSAKTION
                           END-IF
                       END-IF
               STOP RUN
           END-IF.

       PERIODISERING-ITER.
           OPEN INPUT FIL-PERIODISERING
           IF PERIODISERING-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-PERIODISERING INTO JOURNAL-REKORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF JOURNAL-TRAILER NOT = "TRAILER"
                           AND JO-DATO = JOURNAL-DATO
                           WRITE JOURNAL-REKORD
                           IF JO-DK = "D"
                               ADD JO-BELOEB TO SUM-DEBET
                           ELSE
                               ADD JO-BELOEB TO SUM-KREDIT
                           END-IF
                           ADD 1 TO JOURNAL-ANTAL
                           ADD 1 TO PERIODISERING-ANTAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-PERIODISERING
           MOVE "N" TO EOF-FLAG
           DISPLAY "Renteperiodisering: " PERIODISERING-ANTAL
               " bilagslinjer medtaget.".

       KURS-ARR-FILL.
           OPEN INPUT FIL-KURS
           PERFORM VARYING KURS-IX FROM 1 BY 1 UNTIL KURS-IX > NUM-KURS
               END-IF
           END-PERFORM.

      * Kontoplan.txt baerer ogsaa kontotype-raekker (noegletype K)
      * til afstemningen af kunderegnskabet i OPG-123; de bruges
      * ikke til journalisering.
       LOOKUP-KONTOPLAN.
           MOVE 0 TO KONTOPLAN-MATCH-IX
           PERFORM VARYING KONTOPLAN-IX FROM 1 BY 1
                   UNTIL KONTOPLAN-IX > NUM-KONTOPLAN
               IF KP-TRANS-TYPE OF KONTOPLAN-ARR(KONTOPLAN-IX)
                       = TRANS-TYPE OF TRANS-VURDER
                   AND KP-TRANSTYPE-NOEGLE
                       OF KONTOPLAN-ARR(KONTOPLAN-IX)
                   MOVE KONTOPLAN-IX TO KONTOPLAN-MATCH-IX
                   EXIT PERFORM
               END-IF
               FUNCTION TRIM(JOURNAL-FILENAME) DELIMITED BY SIZE
           INTO SLET-KOMMANDO
           CALL "SYSTEM" USING SLET-KOMMANDO.

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
