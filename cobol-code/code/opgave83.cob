           SELECT FIL-RAPPORT
               ASSIGN TO "../data/Udlandsordre-Rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-SKOE ASSIGN TO "../data/Screening-Koe.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SKOE-FIL-STATUS.
           SELECT FIL-BOGFDATO ASSIGN TO "../data/Bogfoeringsdato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOGFDATO-STATUS.

       DATA DIVISION.

       01 ORDRE-REKORD-TRAILER REDEFINES ORDRE-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(114).

       FD FIL-TRANS.
       01 TRANSAKTIONER.
       01 TRANSAKTIONER-TRAILER REDEFINES TRANSAKTIONER.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(251).

       FD FIL-KONTI.
       01 KONTO-REKORD.
           02 UB-BELOEB     PIC S9(10)V99.
           02 UB-VALOER     PIC X(10).
           02 UB-AFSENDER   PIC X(14).
           02 UB-MODTAGER-NAVN PIC X(35).

       FD FIL-RAPPORT.
       01 RAPPORT-REC.
           02 RAPPORT-TEXT PIC X(120).

       FD FIL-SKOE.
       01 SKOE-REKORD.
           COPY "../copybooks/SCREENING-HIT.cpy".
       01 SKOE-REKORD-TRAILER REDEFINES SKOE-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(170).

       FD FIL-BOGFDATO.
       01 BOGFDATO-FIL-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".

       WORKING-STORAGE SECTION.
       01 ORDRE-FIL-STATUS PIC XX VALUE "00".
       01 KURS-FIL-STATUS  PIC XX VALUE "00".
           COPY "../copybooks/UDLANDSORDRE.cpy".
       01 ORDRE-IX        PIC 9(04) VALUE 0.

      * Modtagerne screenes af OPG-139, foer ordrerne behandles. En
      * ordre med et aabent hit holdes tilbage (forbliver afventende)
      * til compliance har afklaret det i OPG-140; et sandt match
      * stopper ordren som fejlet.
       01 SKOE-FIL-STATUS PIC XX VALUE "00".
       01 NUM-SKOE      PIC 9(05) VALUE 0.
       01 SKOE-ARR OCCURS 0 TO 5000 TIMES DEPENDING ON NUM-SKOE.
           02 SK-REFERENCE  PIC X(35).
           02 SK-STATUS     PIC X(01).
       01 SKOE-IX         PIC 9(05) VALUE 0.
       01 SCREENING-UDFALD PIC X(01) VALUE SPACE.
       01 HOLDT-ANTAL     PIC 9(04) VALUE 0.
       01 STOPPET-ANTAL   PIC 9(04) VALUE 0.

       01 NUM-TRANS     PIC 9(05) VALUE 0.
       01 TRANS-ARR OCCURS 0 TO 10000 TIMES DEPENDING ON NUM-TRANS.
           COPY "../copybooks/TRANSAKTIONER.cpy".

       01 BETALING-FILENAME PIC X(60) VALUE SPACES.
       01 RUN-DATE        PIC 9(08) VALUE ZEROS.
      * Koerselsdatoen er bankens bogfoeringsdato (Bogfoeringsdato.txt),
      * ikke maskinens dato.
       01 BOGFDATO-STATUS  PIC XX VALUE "00".
       01 BOGFDATO-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".
       01 DAGS-DATO       PIC X(10) VALUE SPACES.
       01 SENDT-ANTAL     PIC 9(04) VALUE 0.
       01 FEJLET-ANTAL    PIC 9(04) VALUE 0.
       01 BELOEB-VIS      PIC -ZZZ,ZZZ,ZZ9.99.
       01 SYSTEM-KOMMANDO  PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM DAGS-DATO-FILL
               DISPLAY "Ingen udlandsordrer - intet at behandle."
               STOP RUN
           END-IF
           MOVE "./opgave139" TO SYSTEM-KOMMANDO
           CALL "SYSTEM" USING SYSTEM-KOMMANDO
           PERFORM SKOE-ARR-FILL
           PERFORM KONTO-ARR-FILL
           PERFORM KUNDE-ARR-FILL
           PERFORM KURS-ARR-FILL
           PERFORM ORDRE-ARR-REWRITE
           PERFORM SKRIV-RAPPORT
           DISPLAY "Udlandsordrer behandlet - " SENDT-ANTAL
               " sendt, " FEJLET-ANTAL " afvist, heraf "
               STOPPET-ANTAL " stoppet ved sanktionsscreening, "
               HOLDT-ANTAL " holdt tilbage til afklaring."
           STOP RUN.

       DAGS-DATO-FILL.
           PERFORM BOGFOERINGSDATO-FILL
           MOVE BD-DATO OF BOGFDATO-REC TO RUN-DATE
           STRING
               RUN-DATE(1:4) DELIMITED BY SIZE
               "-"           DELIMITED BY SIZE
               END-IF
           END-IF.

      * Kun ordrehits (kildetype U) indlaeses; referencen er
      * ordrenummeret.
       SKOE-ARR-FILL.
           MOVE 0 TO NUM-SKOE
           OPEN INPUT FIL-SKOE
           IF SKOE-FIL-STATUS = "00"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ FIL-SKOE INTO SKOE-REKORD
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF TR-MARKER OF SKOE-REKORD-TRAILER
                                   = "TRAILER"
                               MOVE "Y" TO EOF-FLAG
                           ELSE
                               IF SH-UDLANDSORDRE OF SKOE-REKORD
                                       AND NUM-SKOE < 5000
                                   ADD 1 TO NUM-SKOE
                                   MOVE SH-REFERENCE OF SKOE-REKORD
                                     TO SK-REFERENCE(NUM-SKOE)
                                   MOVE SH-STATUS OF SKOE-REKORD
                                     TO SK-STATUS(NUM-SKOE)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIL-SKOE
           END-IF.

       KONTO-ARR-FILL.
           OPEN INPUT FIL-KONTI
           MOVE "N" TO TRAILER-FOUND-SW

       BEHANDL-EN-ORDRE.
           MOVE SPACES TO AFVIS-AARSAG
           PERFORM SCREENING-CHECK
           IF SCREENING-UDFALD = "A"
               ADD 1 TO HOLDT-ANTAL
               EXIT PARAGRAPH
           END-IF
           IF SCREENING-UDFALD = "S"
               MOVE "sanktionsscreening: sandt match"
                 TO AFVIS-AARSAG
               ADD 1 TO STOPPET-ANTAL
           ELSE
               PERFORM VALIDER-ORDRE
           END-IF
           IF AFVIS-AARSAG NOT = SPACES
               MOVE "F" TO UO-ORDRE-STATUS OF ORDRE-ARR(ORDRE-IX)
               ADD 1 TO FEJLET-ANTAL
               ADD 1 TO SENDT-ANTAL
           END-IF.

      * Et sandt match vejer tungest, dernaest et aabent hit; falsk
      * positive hits er uden betydning.
       SCREENING-CHECK.
           MOVE SPACE TO SCREENING-UDFALD
           PERFORM VARYING SKOE-IX FROM 1 BY 1
                   UNTIL SKOE-IX > NUM-SKOE
               IF SK-REFERENCE(SKOE-IX)(1:6)
                       = UO-ORDRE-NR OF ORDRE-ARR(ORDRE-IX)
                   AND SK-REFERENCE(SKOE-IX)(7:29) = SPACES
                   EVALUATE SK-STATUS(SKOE-IX)
                       WHEN "S"
                           MOVE "S" TO SCREENING-UDFALD
                       WHEN "A"
                           IF SCREENING-UDFALD NOT = "S"
                               MOVE "A" TO SCREENING-UDFALD
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM.

       VALIDER-ORDRE.
           PERFORM VALIDER-IBAN
           IF IBAN-OK-SW = "N"
           MOVE UO-BELOEB OF ORDRE-ARR(ORDRE-IX) TO UB-BELOEB
           MOVE UO-VALOER-DATO OF ORDRE-ARR(ORDRE-IX) TO UB-VALOER
           MOVE UO-KONTO-ID OF ORDRE-ARR(ORDRE-IX) TO UB-AFSENDER
           MOVE UO-MODTAGER-NAVN OF ORDRE-ARR(ORDRE-IX)
             TO UB-MODTAGER-NAVN
           WRITE BETALING-REC
           CLOSE FIL-BETALING.

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

       ORDRE-ARR-REWRITE.
           OPEN OUTPUT FIL-ORDRER
               WRITE RAPPORT-REC
           END-PERFORM
           CLOSE FIL-RAPPORT.

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
