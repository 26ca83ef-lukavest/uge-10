           SELECT FIL-PARM ASSIGN TO "../data/OPG26-Parametre.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-STATUS.
           SELECT FIL-BOGFDATO ASSIGN TO "../data/Bogfoeringsdato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOGFDATO-STATUS.

       DATA DIVISION.

       01 TRANSAKTIONER-TRAILER REDEFINES TRANSAKTIONER.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(251).

       FD FIL-UAFSTEMT.
       01 UAFSTEMT-REC.
       01 PARM-FILE-REC.
           COPY "../copybooks/OPG26-PARAMETRE.cpy".

       FD FIL-BOGFDATO.
       01 BOGFDATO-FIL-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".

       WORKING-STORAGE SECTION.
       01 TRAILER-FOUND-SW PIC X(01) VALUE "N".
       01 TRAILER-ANTAL    PIC 9(06) VALUE ZEROS.
       01 UDLIGN-ANTAL    PIC 9(04) VALUE 0.

       01 RUN-DATE        PIC 9(08) VALUE ZEROS.
      * Koerselsdatoen er bankens bogfoeringsdato (Bogfoeringsdato.txt),
      * ikke maskinens dato.
       01 BOGFDATO-STATUS  PIC XX VALUE "00".
       01 BOGFDATO-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".
       01 RUN-DATE-INT    PIC 9(08) VALUE ZEROS.
       01 RUN-TIME        PIC 9(08) VALUE ZEROS.
       01 DAGS-DATO       PIC X(10) VALUE SPACES.
       01 BUCKET-1-3      PIC 9(05) VALUE 0.
       01 BUCKET-4-10     PIC 9(05) VALUE 0.
       01 BUCKET-OVER-10  PIC 9(05) VALUE 0.
       01 SYSTEM-KOMMANDO  PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM DAGS-DATO-FILL
           STOP RUN.

       DAGS-DATO-FILL.
           PERFORM BOGFOERINGSDATO-FILL
           MOVE BD-DATO OF BOGFDATO-REC TO RUN-DATE
           ACCEPT RUN-TIME FROM TIME
           COMPUTE RUN-DATE-INT = FUNCTION INTEGER-OF-DATE(RUN-DATE)
           STRING
               IF TRANS-TYPE OF TRANS-ARR(TRANS-IX) = "OVF"
                   ADD 1 TO NUM-OVF
                   MOVE TRANS-ARR(TRANS-IX)
                     TO OVF-ARR(NUM-OVF)(1:264)
                   MOVE "N" TO OVF-MATCHED-SW OF OVF-ARR(NUM-OVF)
               END-IF
           END-PERFORM
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
