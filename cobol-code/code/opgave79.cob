           SELECT FIL-RAPPORT
               ASSIGN TO "../data/Indskydergaranti-Rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-ERHVERV ASSIGN TO "../data/Erhvervskunder.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERHVERV-FIL-STATUS.
           SELECT FIL-VROLLER
               ASSIGN TO "../data/Virksomhedsroller.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VROLLE-FIL-STATUS.
           SELECT FIL-BOGFDATO ASSIGN TO "../data/Bogfoeringsdato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOGFDATO-STATUS.

       DATA DIVISION.

       01 RAPPORT-REC.
           02 RAPPORT-TEXT PIC X(120).

       FD FIL-ERHVERV.
       01 ERHVERV-REC.
           COPY "../copybooks/ERHVERVSKUNDE.cpy".
       01 ERHVERV-REC-TRAILER REDEFINES ERHVERV-REC.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(59).

       FD FIL-VROLLER.
       01 VROLLE-REC.
           COPY "../copybooks/VIRKSOMHEDSROLLE.cpy".
       01 VROLLE-REC-TRAILER REDEFINES VROLLE-REC.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(13).

       FD FIL-BOGFDATO.
       01 BOGFDATO-FIL-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".

       WORKING-STORAGE SECTION.
       01 ROLLE-FIL-STATUS PIC XX VALUE "00".
       01 KURS-FIL-STATUS  PIC XX VALUE "00".
       01 TRAILER-ANTAL    PIC 9(06) VALUE ZEROS.
       01 EOF-FLAG         PIC X(01) VALUE "N".

      * Indskydergarantien daekker ca. 750.000 kr pr. indskyder pr.
      * institut. Saldi laegges sammen pr. CPR (erhvervskunder pr.
      * CVR) paa tvaers af konti:
      * faelleskonti deles ligeligt mellem ejer- og medejer-rollerne
      * fra Kontoroller.txt, valutakonti omregnes med seneste kurs.
      * Summen af alle personandele afstemmes mod den samlede
       01 ROLLE-IX        PIC 9(04) VALUE 0.
       01 EJER-ANTAL      PIC 9(02) VALUE 0.

      * Erhvervskunder daekkes pr. virksomhed under CVR-nummeret.
      * En enkeltmandsvirksomhed er dog ikke en selvstaendig juridisk
      * person - dens indestaaende laegges sammen med ejerens egne
      * (ejeren er den reelle ejer i Virksomhedsroller.txt).
       01 ERHVERV-FIL-STATUS PIC XX VALUE "00".
       01 NUM-ERHVERV   PIC 9(04) VALUE 0.
       01 ERHVERV-ARR OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-ERHVERV.
           COPY "../copybooks/ERHVERVSKUNDE.cpy".
       01 ERHVERV-IX      PIC 9(04) VALUE 0.
       01 ERHVERV-MATCH-IX PIC 9(04) VALUE 0.
       01 VROLLE-FIL-STATUS PIC XX VALUE "00".
       01 NUM-VROLLER   PIC 9(04) VALUE 0.
       01 VROLLE-ARR OCCURS 0 TO 2000 TIMES DEPENDING ON NUM-VROLLER.
           COPY "../copybooks/VIRKSOMHEDSROLLE.cpy".
       01 VROLLE-IX       PIC 9(04) VALUE 0.
       01 EJER-KUNDE-IX   PIC 9(04) VALUE 0.

       01 NUM-KURS      PIC 9(03) VALUE 0.
       01 KURS-ARR OCCURS 0 TO 100 TIMES DEPENDING ON NUM-KURS.
           COPY "../copybooks/VALUTAKURS.cpy".
       01 PERSON-MATCH-IX PIC 9(04) VALUE 0.

       01 RUN-DATE        PIC 9(08) VALUE ZEROS.
      * Koerselsdatoen er bankens bogfoeringsdato (Bogfoeringsdato.txt),
      * ikke maskinens dato.
       01 BOGFDATO-STATUS  PIC XX VALUE "00".
       01 BOGFDATO-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".
       01 DAGS-DATO       PIC X(10) VALUE SPACES.
       01 KONTO-DKK       PIC S9(12)V99 VALUE ZEROS.
       01 ANDEL-DKK       PIC S9(12)V99 VALUE ZEROS.
           PERFORM KONTO-ARR-FILL
           PERFORM KUNDE-ARR-FILL
           PERFORM ROLLE-ARR-FILL
           PERFORM ERHVERV-ARR-FILL
           PERFORM VROLLE-ARR-FILL
           PERFORM KURS-ARR-FILL
           PERFORM FORDEL-SALDI
           PERFORM SKRIV-RAPPORT
           DISPLAY "Indskydergaranti-rapport skrevet for "
               NUM-PERSON " indskydere."
           STOP RUN.

       DAGS-DATO-FILL.
           PERFORM BOGFOERINGSDATO-FILL
           MOVE BD-DATO OF BOGFDATO-REC TO RUN-DATE
           STRING
               RUN-DATE(1:4) DELIMITED BY SIZE
               "-"           DELIMITED BY SIZE
                   EFTERNAVN OF KUNDE-ARR(KUNDE-MATCH-IX)
                                               DELIMITED BY SPACE
               INTO ANDEL-NAVN
               PERFORM FIND-ERHVERVSKUNDE
               IF ERHVERV-MATCH-IX > 0
                   PERFORM ERHVERV-INDSKYDER
               END-IF
           ELSE
               MOVE "UKENDT" TO ANDEL-CPR
               MOVE SOEGE-KUNDE-ID TO ANDEL-NAVN
           ADD ANDEL-DKK TO PS-SALDO OF PERSON-ARR(PERSON-MATCH-IX)
           ADD ANDEL-DKK TO FORDELT-DKK.

       FIND-ERHVERVSKUNDE.
           MOVE 0 TO ERHVERV-MATCH-IX
           PERFORM VARYING ERHVERV-IX FROM 1 BY 1
                   UNTIL ERHVERV-IX > NUM-ERHVERV
               IF EK-KUNDE-ID OF ERHVERV-ARR(ERHVERV-IX)
                       = SOEGE-KUNDE-ID
                   MOVE ERHVERV-IX TO ERHVERV-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * Virksomheden er indskyder under sit CVR-nummer; for en
      * enkeltmandsvirksomhed med registreret ejer er indskyderen
      * ejeren selv under sit CPR-nummer.
       ERHVERV-INDSKYDER.
           MOVE 0 TO EJER-KUNDE-IX
           IF EK-ENKELTMAND OF ERHVERV-ARR(ERHVERV-MATCH-IX)
               PERFORM VARYING VROLLE-IX FROM 1 BY 1
                       UNTIL VROLLE-IX > NUM-VROLLER
                   IF VR-VIRKSOMHED-ID OF VROLLE-ARR(VROLLE-IX)
                           = SOEGE-KUNDE-ID
                       AND VR-REEL-EJER OF VROLLE-ARR(VROLLE-IX)
                       PERFORM VARYING KUNDE-IX FROM 1 BY 1
                               UNTIL KUNDE-IX > NUM-KUNDER
                           IF KUNDE-ID OF KUNDE-ARR(KUNDE-IX)
                                   = VR-PERSON-ID
                                       OF VROLLE-ARR(VROLLE-IX)
                               MOVE KUNDE-IX TO EJER-KUNDE-IX
                               EXIT PERFORM
                           END-IF
                       END-PERFORM
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF EJER-KUNDE-IX > 0
               MOVE CPR OF KUNDE-ARR(EJER-KUNDE-IX) TO ANDEL-CPR
               MOVE SPACES TO ANDEL-NAVN
               STRING
                   FORNAVN OF KUNDE-ARR(EJER-KUNDE-IX)
                                               DELIMITED BY SPACE
                   " "                         DELIMITED BY SIZE
                   EFTERNAVN OF KUNDE-ARR(EJER-KUNDE-IX)
                                               DELIMITED BY SPACE
               INTO ANDEL-NAVN
           ELSE
               MOVE SPACES TO ANDEL-CPR
               STRING
                   "CVR"                       DELIMITED BY SIZE
                   EK-CVR OF ERHVERV-ARR(ERHVERV-MATCH-IX)
                                               DELIMITED BY SIZE
               INTO ANDEL-CPR
               MOVE EK-FIRMANAVN OF ERHVERV-ARR(ERHVERV-MATCH-IX)
                 TO ANDEL-NAVN
           END-IF.

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

       VROLLE-ARR-FILL.
           MOVE 0 TO NUM-VROLLER
           OPEN INPUT FIL-VROLLER
           IF VROLLE-FIL-STATUS = "00"
               PERFORM VARYING VROLLE-IX FROM 1 BY 1
                       UNTIL VROLLE-IX > 2000
                   READ FIL-VROLLER INTO VROLLE-REC
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF TR-MARKER OF VROLLE-REC-TRAILER = "TRAILER"
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO NUM-VROLLER
                   MOVE VROLLE-REC TO VROLLE-ARR(NUM-VROLLER)
               END-PERFORM
               CLOSE FIL-VROLLER
           END-IF.

       SKRIV-RAPPORT.
           OPEN OUTPUT FIL-RAPPORT
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "CPR/CVR      Navn                     "
                                       DELIMITED BY SIZE
               "Indestaaende      Daekket        Udaekket"
                                       DELIMITED BY SIZE
           END-IF
           ADD DAEKKET-BELOEB TO TOTAL-DAEKKET
           ADD UDAEKKET-BELOEB TO TOTAL-UDAEKKET.

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
