           SELECT FIL-PARM ASSIGN TO "../data/OPG69-Parametre.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-STATUS.
           SELECT FIL-BOGFDATO ASSIGN TO "../data/Bogfoeringsdato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOGFDATO-STATUS.

       DATA DIVISION.

       01 PARM-FILE-REC.
           COPY "../copybooks/OPG69-PARAMETRE.cpy".

       FD FIL-BOGFDATO.
       01 BOGFDATO-FIL-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".

       WORKING-STORAGE SECTION.
       01 JOURNAL-STATUS   PIC XX VALUE "00".
       01 KALENDER-FIL-STATUS PIC XX VALUE "00".
       01 MANGLER-IX      PIC 9(02) VALUE 0.

       01 RUN-DATE        PIC 9(08) VALUE ZEROS.
      * Koerselsdatoen er bankens bogfoeringsdato (Bogfoeringsdato.txt),
      * ikke maskinens dato.
       01 BOGFDATO-STATUS  PIC XX VALUE "00".
       01 BOGFDATO-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".
       01 PERIODE-AAR     PIC 9(04) VALUE ZEROS.
       01 PERIODE-MND     PIC 9(02) VALUE ZEROS.
       01 DAG-NR          PIC 9(02) VALUE ZEROS.
               MOVE PARM-AAR OF PARM-REC TO PERIODE-AAR
               MOVE PARM-MAANED OF PARM-REC TO PERIODE-MND
           ELSE
               PERFORM BOGFOERINGSDATO-FILL
               MOVE BD-DATO OF BOGFDATO-REC TO RUN-DATE
               MOVE RUN-DATE(1:4) TO PERIODE-AAR
               MOVE RUN-DATE(5:2) TO PERIODE-MND
           END-IF
           MOVE NUM-GL TO TR-ANTAL OF SALDI-TRAILER
           WRITE SALDI-REKORD
           CLOSE FIL-SALDI.

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
