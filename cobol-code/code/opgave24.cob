               FILE STATUS IS CLEARING-FIL-STATUS.
           SELECT FIL-TRANS ASSIGN TO "../data/Transaktioner.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-VENTENDE
               ASSIGN TO "../data/Ventende-Posteringer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VENTENDE-STATUS.
           SELECT FIL-KONTI ASSIGN TO "../data/KontoOpl.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-KONTI-IDX
           SELECT FIL-UDLAEG ASSIGN TO "../data/Udlaeg-Register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UDLAEG-FIL-STATUS.
           SELECT FIL-BOGFDATO ASSIGN TO "../data/Bogfoeringsdato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOGFDATO-STATUS.
           SELECT FIL-REGKONV
               ASSIGN TO "../data/Regnr-Konvertering.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGKONV-STATUS.

       DATA DIVISION.

       01 TRANSAKTIONER-TRAILER REDEFINES TRANSAKTIONER.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(251).

       FD FIL-VENTENDE.
       01 VENTENDE-REKORD.
           COPY "../copybooks/TRANSAKTIONER.cpy".
           COPY "../copybooks/VENTENDE-POSTERING.cpy".
       01 VENTENDE-TRAILER REDEFINES VENTENDE-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(273).

       FD FIL-KONTI.
       01 KONTO-REKORD.
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(81).

       FD FIL-BOGFDATO.
       01 BOGFDATO-FIL-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".

       FD FIL-REGKONV.
       01 REGKONV-REC.
           COPY "../copybooks/REGNR-KONVERTERING.cpy".

       WORKING-STORAGE SECTION.

      * Udlaeg og fastfrysninger fra Udlaeg-Register.txt (OPG-92):
       01 TRANS-ARR OCCURS 0 TO 10000 TIMES DEPENDING ON NUM-TRANS.
           COPY "../copybooks/TRANSAKTIONER.cpy".
       01 TRANS-IX        PIC 9(05) VALUE 0.

      * Godkendte clearingposter samles her og stilles i koe til
      * posteringsmotoren (OPG-96), der fletter dem ind i kontoens
      * eksisterende gruppe i Transaktioner.txt.
       01 NUM-GEN       PIC 9(05) VALUE 0.
       01 GEN-ARR OCCURS 0 TO 2000 TIMES DEPENDING ON NUM-GEN.
           COPY "../copybooks/TRANSAKTIONER.cpy".
           02 GEN-BRUGT-SW PIC X(01) VALUE "N".
       01 GEN-IX          PIC 9(05) VALUE 0.
       01 VENTENDE-STATUS PIC XX VALUE "00".
       01 VENT-PARTI-ID.
           02 VENT-PARTI-DATO PIC 9(08) VALUE ZEROS.
           02 VENT-PARTI-TID  PIC 9(08) VALUE ZEROS.

       01 NUM-KONTI     PIC 9(04) VALUE 0.
       01 KONTO-ARR OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-KONTI.
       01 SIDSTE-BATCH-NR  PIC 9(06) VALUE ZEROS.
       01 MODTAGET-EOF     PIC X(01) VALUE "N".
       01 BATCH-RUN-DATE   PIC 9(08) VALUE ZEROS.
      * Koerselsdatoen er bankens bogfoeringsdato (Bogfoeringsdato.txt),
      * ikke maskinens dato.
       01 BOGFDATO-STATUS  PIC XX VALUE "00".
       01 BOGFDATO-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".
       01 BATCH-DAGS-DATO  PIC X(10) VALUE SPACES.

      * Reg-nr-konvertering (OPG-102): indgaaende clearing paa et
      * gammelt reg-nr omdirigeres til det nye fra ikrafttraedelsen
      * til og med overgangsperiodens sidste dag i
      * Regnr-Konvertering.txt (uden slutdato omdirigeres fortsat).
       01 REGKONV-STATUS   PIC XX VALUE "00".
       01 NUM-RK           PIC 9(02) VALUE 0.
       01 RK-ARR OCCURS 0 TO 50 TIMES DEPENDING ON NUM-RK.
           COPY "../copybooks/REGNR-KONVERTERING.cpy".
       01 RK-IX            PIC 9(02) VALUE 0.
       01 OMDIRIG-DATO     PIC X(10) VALUE SPACES.
       01 CLEARING-OMDIRIGERET PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.
           OPEN INPUT FIL-KONTI-IDX
           IF KONTI-IDX-STATUS = "00"
           PERFORM BANK-ARR-FILL
           PERFORM TRANS-ARR-FILL
           PERFORM PARM-FILL
           PERFORM REGKONV-ARR-FILL
           PERFORM SUSPENSE-ARR-FILL
           PERFORM UDLAEG-ARR-FILL
           OPEN OUTPUT FIL-AFVIST
           PERFORM CLEARING-ITER
           CLOSE FIL-AFVIST
           PERFORM SUSPENSE-ARR-REWRITE
           PERFORM VENTENDE-SKRIV
           DISPLAY "Clearingimport gennemfoert - laest " CLEARING-LAEST
               ", godkendt " CLEARING-TAGET
               ", afvist " CLEARING-AFVIST
               ", parkeret " CLEARING-PARKERET
           IF CLEARING-OMDIRIGERET > 0
               DISPLAY "Heraf omdirigeret fra gammelt reg-nr: "
                   CLEARING-OMDIRIGERET
           END-IF
           STOP RUN.

       KONTO-ARR-FILL.
           IF BATCH-HAR-SW NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM BOGFOERINGSDATO-FILL
           MOVE BD-DATO OF BOGFDATO-REC TO BATCH-RUN-DATE
           MOVE SPACES TO BATCH-DAGS-DATO
           STRING
               BATCH-RUN-DATE(1:4) DELIMITED BY SIZE
               END-PERFORM
           END-IF.

       REGKONV-ARR-FILL.
           MOVE 0 TO NUM-RK
           OPEN INPUT FIL-REGKONV
           IF REGKONV-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-REGKONV
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF REGKONV-REC NOT = SPACES AND NUM-RK < 50
                           ADD 1 TO NUM-RK
                           MOVE REGKONV-REC TO RK-ARR(NUM-RK)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-REGKONV
           IF NUM-RK = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM BOGFOERINGSDATO-FILL
           MOVE SPACES TO OMDIRIG-DATO
           STRING
               BD-DATO OF BOGFDATO-REC(1:4) DELIMITED BY SIZE
               "-"                          DELIMITED BY SIZE
               BD-DATO OF BOGFDATO-REC(5:2) DELIMITED BY SIZE
               "-"                          DELIMITED BY SIZE
               BD-DATO OF BOGFDATO-REC(7:2) DELIMITED BY SIZE
           INTO OMDIRIG-DATO.

       OMDIRIGER-REG-NR.
           PERFORM VARYING RK-IX FROM 1 BY 1 UNTIL RK-IX > NUM-RK
               IF RK-GAMMEL-REG-NR OF RK-ARR(RK-IX)
                       = CL-REG-NR OF CLEARING-IND
                   AND RK-IKRAFT-DATO OF RK-ARR(RK-IX) NOT = SPACES
                   AND RK-IKRAFT-DATO OF RK-ARR(RK-IX)
                       NOT > OMDIRIG-DATO
                   AND (RK-OVERGANG-TIL OF RK-ARR(RK-IX) = SPACES
                       OR RK-OVERGANG-TIL OF RK-ARR(RK-IX)
                           NOT < OMDIRIG-DATO)
                   MOVE RK-NY-REG-NR OF RK-ARR(RK-IX)
                     TO CL-REG-NR OF CLEARING-IND
                   ADD 1 TO CLEARING-OMDIRIGERET
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       VALIDER-CLEARING-POST.
           MOVE SPACES TO AFVIS-AARSAG
           PERFORM OMDIRIGER-REG-NR
           PERFORM LOOKUP-KONTO
           IF KONTO-MATCH-IX = 0
               IF CL-BELOEB OF CLEARING-IND > ZEROS
           WRITE AFVIST-REC
           MOVE SPACES TO AFVIST-TEXT.

       PARM-FILL.
           OPEN INPUT FIL-PARM
           IF PARM-STATUS = "00"
           MOVE "N" TO GEN-BRUGT-SW OF GEN-ARR(NUM-GEN).

       UDLAEG-ARR-FILL.
           PERFORM BOGFOERINGSDATO-FILL
           MOVE BD-DATO OF BOGFDATO-REC TO UDLAEG-RUN-DATE
           MOVE SPACES TO UDLAEG-DAGS-DATO
           STRING
               UDLAEG-RUN-DATE(1:4) DELIMITED BY SIZE
                       MOVE "traek i udlagt beloeb" TO AFVIS-AARSAG
                   END-IF
           END-EVALUATE.

      * Posteringerne stilles i koe i Ventende-Posteringer.txt som
      * eet parti med egen trailer; OPG-96 validerer, tildeler
      * bilagsnumre og fletter dem ind i Transaktioner.txt samlet.
       VENTENDE-SKRIV.
           IF NUM-GEN = 0
               EXIT PARAGRAPH
           END-IF
           ACCEPT VENT-PARTI-DATO FROM DATE YYYYMMDD
           ACCEPT VENT-PARTI-TID FROM TIME
           OPEN EXTEND FIL-VENTENDE
           IF VENTENDE-STATUS = "35"
               OPEN OUTPUT FIL-VENTENDE
           END-IF
           PERFORM VARYING GEN-IX FROM 1 BY 1 UNTIL GEN-IX > NUM-GEN
               MOVE SPACES TO VENTENDE-REKORD
               MOVE GEN-ARR(GEN-IX)(1:264) TO VENTENDE-REKORD(1:264)
               MOVE "OPG-24" TO VP-KILDE OF VENTENDE-REKORD
               MOVE VENT-PARTI-ID TO VP-PARTI-ID OF VENTENDE-REKORD
               WRITE VENTENDE-REKORD
           END-PERFORM
           MOVE SPACES TO VENTENDE-REKORD
           MOVE "TRAILER" TO TR-MARKER OF VENTENDE-TRAILER
           MOVE NUM-GEN TO TR-ANTAL OF VENTENDE-TRAILER
           MOVE "OPG-24" TO VP-KILDE OF VENTENDE-REKORD
           MOVE VENT-PARTI-ID TO VP-PARTI-ID OF VENTENDE-REKORD
           WRITE VENTENDE-REKORD
           CLOSE FIL-VENTENDE.

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
