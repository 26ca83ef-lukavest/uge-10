       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPG-121.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT FIL-NB-UDTOG
               ASSIGN TO "../data/Nationalbank-Kontoudtog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NB-FIL-STATUS.
       SELECT FIL-NOSTRO-UDTOG ASSIGN TO "../data/Nostro-Udtog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOSTRO-FIL-STATUS.
       SELECT FIL-MODTAGET ASSIGN TO "../data/Modtagne-Filer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MODTAGET-FIL-STATUS.
       SELECT FIL-BOGFDATO ASSIGN TO "../data/Bogfoeringsdato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOGFDATO-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD FIL-NB-UDTOG.
       01 NB-REKORD.
           COPY "../copybooks/NB-KONTOUDTOG.cpy".

       FD FIL-NOSTRO-UDTOG.
       01 NOSTRO-REKORD.
           COPY "../copybooks/NOSTRO-POST.cpy".
       01 NOSTRO-REKORD-TRAILER REDEFINES NOSTRO-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 TR-PRIMO     PIC S9(13)V99.
           02 TR-ULTIMO    PIC S9(13)V99.
           02 TR-DATO      PIC X(10).
           02 FILLER       PIC X(10).

       FD FIL-MODTAGET.
       01 MODTAGET-REKORD.
           COPY "../copybooks/MODTAGET-FIL.cpy".

       FD FIL-BOGFDATO.
       01 BOGFDATO-FIL-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".

       WORKING-STORAGE SECTION.
      * Import af Nationalbankens kontoudtog for bankens
      * afviklingskonto. Udtoget bestaar af en primosaldo (P), en
      * linje pr. bevaegelse (B) med valoerdato, modpartens reg-nr og
      * beloeb set fra vores side (+ = kreditering af kontoen,
      * - = debitering) og en ultimosaldo (U). Primo plus
      * bevaegelserne skal give ultimo, ellers afvises hele udtoget.
      * Bevaegelserne skrives til Nostro-Udtog.txt, som OPG-122
      * afstemmer mod de forventede afviklinger; primo og ultimo
      * foeres med i sluttaellerposten til afstemningsrapporten.
       01 NB-FIL-STATUS    PIC XX VALUE "00".
       01 NOSTRO-FIL-STATUS PIC XX VALUE "00".
       01 EOF-FLAG         PIC X(01) VALUE "N".

       01 NB-IND.
           COPY "../copybooks/NB-KONTOUDTOG.cpy".

       01 NUM-POSTER       PIC 9(04) VALUE 0.
       01 POST-ARR OCCURS 0 TO 2000 TIMES DEPENDING ON NUM-POSTER.
           COPY "../copybooks/NOSTRO-POST.cpy".
       01 POST-IX          PIC 9(04) VALUE 0.

       01 PRIMO-SALDO      PIC S9(13)V99 VALUE ZEROS.
       01 ULTIMO-SALDO     PIC S9(13)V99 VALUE ZEROS.
       01 BEVAEGELSE-SUM   PIC S9(13)V99 VALUE ZEROS.
       01 AFSTEM-DIFF      PIC S9(13)V99 VALUE ZEROS.
       01 PRIMO-SW         PIC X(01) VALUE "N".
       01 ULTIMO-SW        PIC X(01) VALUE "N".
       01 UDTOG-DATO       PIC X(10) VALUE SPACES.
       01 AFVIST-ANTAL     PIC 9(04) VALUE 0.
       01 LINJE-NR         PIC 9(06) VALUE 0.
       01 BELOEB-VIS       PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

      * Leveringsregister: en levering indledes med en BATCH-post med
      * afsenders fortloebende nummer. Et allerede forbrugt nummer
      * afvises, et hul i sekvensen standser koerslen til afklaring
      * hos drift, og leveringer uden BATCH-post behandles som hidtil
      * (aeldre afsendere). Forbrugte numre noteres i
      * Modtagne-Filer.txt.
       01 MODTAGET-FIL-STATUS PIC XX VALUE "00".
       01 BATCH-FILNAVN    PIC X(30)
               VALUE "Nationalbank-Kontoudtog.txt".
       01 BATCH-NR-IND     PIC 9(06) VALUE ZEROS.
       01 BATCH-HAR-SW     PIC X(01) VALUE "N".
       01 BATCH-DUBLET-SW  PIC X(01) VALUE "N".
       01 SIDSTE-BATCH-NR  PIC 9(06) VALUE ZEROS.
       01 MODTAGET-EOF     PIC X(01) VALUE "N".
       01 BATCH-RUN-DATE   PIC 9(08) VALUE ZEROS.
      * Koerselsdatoen er bankens bogfoeringsdato (Bogfoeringsdato.txt),
      * ikke maskinens dato.
       01 BOGFDATO-STATUS  PIC XX VALUE "00".
       01 BOGFDATO-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".
       01 BATCH-DAGS-DATO  PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM CHECK-UAFSTEMT-UDTOG
           OPEN INPUT FIL-NB-UDTOG
           IF NB-FIL-STATUS NOT = "00"
               DISPLAY "FEJL: Nationalbank-Kontoudtog.txt findes ikke."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-NB-UDTOG INTO NB-IND
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO LINJE-NR
                       IF NB-IND(1:5) = "BATCH"
                               AND NB-IND(8:6) NUMERIC
                           MOVE NB-IND(8:6) TO BATCH-NR-IND
                           PERFORM CHECK-BATCH-NUMMER
                       ELSE
                           PERFORM BEHANDL-UDTOG-LINJE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-NB-UDTOG
           PERFORM CHECK-UDTOG
           PERFORM SKRIV-NOSTRO-UDTOG
           PERFORM REGISTRER-BATCH
           MOVE ULTIMO-SALDO TO BELOEB-VIS
           DISPLAY "Kontoudtog " UDTOG-DATO " indlaest - " NUM-POSTER
               " bevaegelser, ultimosaldo " BELOEB-VIS
           STOP RUN.

      * Et tidligere udtog, som OPG-122 endnu ikke har afstemt, maa
      * ikke overskrives.
       CHECK-UAFSTEMT-UDTOG.
           OPEN INPUT FIL-NOSTRO-UDTOG
           IF NOSTRO-FIL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-NOSTRO-UDTOG
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF NOSTRO-REKORD-TRAILER
                               = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                           IF TR-ANTAL OF NOSTRO-REKORD-TRAILER > 0
                               DISPLAY "FEJL: kontoudtog "
                                   TR-DATO OF NOSTRO-REKORD-TRAILER
                                   " i Nostro-Udtog.txt er ikke "
                                   "afstemt - koer OPG-122 foerst."
                               CLOSE FIL-NOSTRO-UDTOG
                               MOVE 1 TO RETURN-CODE
                               STOP RUN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-NOSTRO-UDTOG.

       BEHANDL-UDTOG-LINJE.
           IF NK-DATO OF NB-IND(1:4) NOT NUMERIC
                   OR NK-DATO OF NB-IND(5:1) NOT = "-"
                   OR NK-DATO OF NB-IND(6:2) NOT NUMERIC
                   OR NK-DATO OF NB-IND(8:1) NOT = "-"
                   OR NK-DATO OF NB-IND(9:2) NOT NUMERIC
                   OR NK-BELOEB OF NB-IND NOT NUMERIC
               DISPLAY "FEJL: linje " LINJE-NR " i "
                   "Nationalbank-Kontoudtog.txt har ugyldig dato "
                   "eller beloeb - udtoget afvises."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           EVALUATE TRUE
               WHEN NK-PRIMO OF NB-IND
                   MOVE "Y" TO PRIMO-SW
                   MOVE NK-BELOEB OF NB-IND TO PRIMO-SALDO
               WHEN NK-ULTIMO OF NB-IND
                   MOVE "Y" TO ULTIMO-SW
                   MOVE NK-BELOEB OF NB-IND TO ULTIMO-SALDO
                   MOVE NK-DATO OF NB-IND TO UDTOG-DATO
               WHEN NK-BEVAEGELSE OF NB-IND
                   PERFORM GEM-BEVAEGELSE
               WHEN OTHER
                   DISPLAY "FEJL: linje " LINJE-NR " i "
                       "Nationalbank-Kontoudtog.txt har ukendt "
                       "posttype " NK-POST-TYPE OF NB-IND
                       " - udtoget afvises."
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       GEM-BEVAEGELSE.
           IF NK-REG-NR OF NB-IND NOT NUMERIC
               DISPLAY "FEJL: linje " LINJE-NR " i "
                   "Nationalbank-Kontoudtog.txt har ugyldigt reg-nr"
                   " - udtoget afvises."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NUM-POSTER >= 2000
               DISPLAY "FEJL: flere end 2000 bevaegelser i "
                   "Nationalbank-Kontoudtog.txt."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO NUM-POSTER
           MOVE SPACES TO POST-ARR(NUM-POSTER)
           MOVE "U" TO NP-SIDE OF POST-ARR(NUM-POSTER)
           MOVE "NB-UDTOG" TO NP-KILDE OF POST-ARR(NUM-POSTER)
           MOVE NK-DATO OF NB-IND TO NP-DATO OF POST-ARR(NUM-POSTER)
           MOVE NK-REG-NR OF NB-IND TO NP-REG-NR OF POST-ARR(NUM-POSTER)
           MOVE NK-BELOEB OF NB-IND TO NP-BELOEB OF POST-ARR(NUM-POSTER)
           MOVE NK-REFERENCE OF NB-IND
             TO NP-REFERENCE OF POST-ARR(NUM-POSTER)
           MOVE "A" TO NP-STATUS OF POST-ARR(NUM-POSTER)
           ADD NK-BELOEB OF NB-IND TO BEVAEGELSE-SUM.

       CHECK-UDTOG.
           IF PRIMO-SW NOT = "Y" OR ULTIMO-SW NOT = "Y"
               DISPLAY "FEJL: Nationalbank-Kontoudtog.txt mangler "
                   "primo- eller ultimosaldo - udtoget afvises."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE AFSTEM-DIFF =
               PRIMO-SALDO + BEVAEGELSE-SUM - ULTIMO-SALDO
           IF AFSTEM-DIFF NOT = ZEROS
               MOVE AFSTEM-DIFF TO BELOEB-VIS
               DISPLAY "FEJL: primo + bevaegelser afviger fra ultimo "
                   "med " BELOEB-VIS " - udtoget afvises."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       SKRIV-NOSTRO-UDTOG.
           OPEN OUTPUT FIL-NOSTRO-UDTOG
           PERFORM VARYING POST-IX FROM 1 BY 1
                   UNTIL POST-IX > NUM-POSTER
               WRITE NOSTRO-REKORD FROM POST-ARR(POST-IX)
           END-PERFORM
           MOVE SPACES TO NOSTRO-REKORD
           MOVE "TRAILER" TO TR-MARKER OF NOSTRO-REKORD-TRAILER
           MOVE NUM-POSTER TO TR-ANTAL OF NOSTRO-REKORD-TRAILER
           MOVE PRIMO-SALDO TO TR-PRIMO OF NOSTRO-REKORD-TRAILER
           MOVE ULTIMO-SALDO TO TR-ULTIMO OF NOSTRO-REKORD-TRAILER
           MOVE UDTOG-DATO TO TR-DATO OF NOSTRO-REKORD-TRAILER
           WRITE NOSTRO-REKORD
           CLOSE FIL-NOSTRO-UDTOG.

       CHECK-BATCH-NUMMER.
           MOVE "Y" TO BATCH-HAR-SW
           MOVE "N" TO BATCH-DUBLET-SW
           MOVE 0 TO SIDSTE-BATCH-NR
           OPEN INPUT FIL-MODTAGET
           IF MODTAGET-FIL-STATUS = "00"
               MOVE "N" TO MODTAGET-EOF
               PERFORM UNTIL MODTAGET-EOF = "Y"
                   READ FIL-MODTAGET
                       AT END
                           MOVE "Y" TO MODTAGET-EOF
                       NOT AT END
                           IF MF-FILNAVN OF MODTAGET-REKORD
                                   = BATCH-FILNAVN
                               IF MF-BATCH-NR OF MODTAGET-REKORD
                                       = BATCH-NR-IND
                                   MOVE "Y" TO BATCH-DUBLET-SW
                               END-IF
                               IF MF-BATCH-NR OF MODTAGET-REKORD
                                       > SIDSTE-BATCH-NR
                                   MOVE MF-BATCH-NR OF MODTAGET-REKORD
                                     TO SIDSTE-BATCH-NR
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIL-MODTAGET
           END-IF
           IF BATCH-DUBLET-SW = "Y"
               DISPLAY "FEJL: " BATCH-FILNAVN " batch " BATCH-NR-IND
                   " er allerede behandlet - leveringen afvises."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF BATCH-NR-IND NOT = SIDSTE-BATCH-NR + 1
               DISPLAY "FEJL: hul i leveringssekvensen for "
                   BATCH-FILNAVN " - sidst behandlet "
                   SIDSTE-BATCH-NR ", modtaget " BATCH-NR-IND
                   " - kontakt drift."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       REGISTRER-BATCH.
           IF BATCH-HAR-SW NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM BOGFOERINGSDATO-FILL
           MOVE BD-DATO OF BOGFDATO-REC TO BATCH-RUN-DATE
           MOVE SPACES TO BATCH-DAGS-DATO
           STRING
               BATCH-RUN-DATE(1:4) DELIMITED BY SIZE
               "-"                 DELIMITED BY SIZE
               BATCH-RUN-DATE(5:2) DELIMITED BY SIZE
               "-"                 DELIMITED BY SIZE
               BATCH-RUN-DATE(7:2) DELIMITED BY SIZE
           INTO BATCH-DAGS-DATO
           OPEN EXTEND FIL-MODTAGET
           IF MODTAGET-FIL-STATUS = "35"
               OPEN OUTPUT FIL-MODTAGET
           END-IF
           MOVE SPACES TO MODTAGET-REKORD
           MOVE BATCH-FILNAVN TO MF-FILNAVN OF MODTAGET-REKORD
           MOVE BATCH-NR-IND TO MF-BATCH-NR OF MODTAGET-REKORD
           MOVE BATCH-DAGS-DATO TO MF-DATO OF MODTAGET-REKORD
           WRITE MODTAGET-REKORD
           CLOSE FIL-MODTAGET.

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
