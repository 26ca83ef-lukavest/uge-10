           SELECT FIL-FORRIGE ASSIGN TO "../data/Morgen-Status.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FORRIGE-STATUS.
           SELECT FIL-BOGFDATO ASSIGN TO "../data/Bogfoeringsdato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOGFDATO-STATUS.

       DATA DIVISION.

           02 FR-KATEGORI   PIC X(25).
           02 FR-ANTAL      PIC 9(06).

       FD FIL-BOGFDATO.
       01 BOGFDATO-FIL-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".

       WORKING-STORAGE SECTION.
       01 GENERISK-STATUS PIC XX VALUE "00".
       01 FORRIGE-STATUS  PIC XX VALUE "00".
               "SO uden daekning         ../data/SO-Fejlede.txt".
           02 FILLER PIC X(85) VALUE
               "Clearing manuel          ../data/Clearing-Manuel.txt".
           02 FILLER PIC X(85) VALUE
               "Referencefejl            ../data/Reference-Fejl.txt".
       01 KATEGORI-ARR REDEFINES KATEGORI-TABLE.
           02 KATEGORI-ENTRY OCCURS 18 TIMES.
               03 KAT-NAVN     PIC X(25).
               03 KAT-FILNAVN  PIC X(60).
       01 KAT-IX          PIC 9(02) VALUE 0.

       01 KAT-ANTAL-ARR OCCURS 18 TIMES.
           02 KAT-ANTAL     PIC 9(06) VALUE ZEROS.
           02 KAT-FORRIGE   PIC 9(06) VALUE ZEROS.
           02 KAT-TOP-TAL   PIC 9(01) VALUE ZEROS.
       01 TOP-IX          PIC 9(01) VALUE 0.
       01 TOTAL-ANTAL     PIC 9(06) VALUE ZEROS.
       01 RUN-DATE        PIC 9(08) VALUE ZEROS.
      * Koerselsdatoen er bankens bogfoeringsdato (Bogfoeringsdato.txt),
      * ikke maskinens dato.
       01 BOGFDATO-STATUS  PIC XX VALUE "00".
       01 BOGFDATO-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".

       PROCEDURE DIVISION.
           PERFORM BOGFOERINGSDATO-FILL
           MOVE BD-DATO OF BOGFDATO-REC TO RUN-DATE
           PERFORM FORRIGE-FILL
           PERFORM VARYING KAT-IX FROM 1 BY 1 UNTIL KAT-IX > 18
               PERFORM TAEL-KATEGORI
           END-PERFORM
           PERFORM SKRIV-RAPPORT
           END-IF.

       GEM-FORRIGE-ANTAL.
           PERFORM VARYING KAT-IX FROM 1 BY 1 UNTIL KAT-IX > 18
               IF KAT-NAVN(KAT-IX) = FI-KATEGORI OF FORRIGE-IND
                   MOVE FI-ANTAL OF FORRIGE-IND
                     TO KAT-FORRIGE(KAT-IX)
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           PERFORM VARYING KAT-IX FROM 1 BY 1 UNTIL KAT-IX > 18
               PERFORM SKRIV-KATEGORI-AFSNIT
           END-PERFORM
           CLOSE FIL-RAPPORT.

       FORRIGE-REWRITE.
           OPEN OUTPUT FIL-FORRIGE
           PERFORM VARYING KAT-IX FROM 1 BY 1 UNTIL KAT-IX > 18
               MOVE SPACES TO FORRIGE-REC
               MOVE KAT-NAVN(KAT-IX) TO FR-KATEGORI
               MOVE KAT-ANTAL(KAT-IX) TO FR-ANTAL
               WRITE FORRIGE-REC
           END-PERFORM
           CLOSE FIL-FORRIGE.

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
