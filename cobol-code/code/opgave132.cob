       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPG-132.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIL-ANMODNING
               ASSIGN TO "../data/Skifte-Anmodninger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ANMODNING-FIL-STATUS.
           SELECT FIL-KVITTERING ASSIGN TO KVITTERING-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-ENGAGEMENT ASSIGN TO ENGAGEMENT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-ORDRER ASSIGN TO "../data/StaaendeOrdrer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ORDRE-FIL-STATUS.
           SELECT FIL-AFTALER ASSIGN TO "../data/KreditorAftaler.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AFTALE-FIL-STATUS.
           SELECT FIL-KORT ASSIGN TO "../data/Kort-Register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KORT-FIL-STATUS.
           SELECT FIL-NEMKONTO
               ASSIGN TO "../data/NemKonto-Register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NEMKONTO-FIL-STATUS.
           SELECT FIL-PLAN ASSIGN TO "../data/Laaneplaner.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLAN-FIL-STATUS.
           SELECT FIL-TRANS ASSIGN TO "../data/Transaktioner.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-STATUS.
           SELECT FIL-KONTI ASSIGN TO "../data/KontoOpl.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-KUNDER ASSIGN TO "../data/Kundeoplysninger.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-BANKER ASSIGN TO "../data/Banker.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-PARM ASSIGN TO "../data/OPG58-Parametre.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-STATUS.
           SELECT FIL-BILAGSNR
               ASSIGN TO "../data/Bilagsnr.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BILAGSNR-STATUS.
           SELECT FIL-MODTAGERE
               ASSIGN TO "../data/Clearing-Modtagere.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MODTAGER-FIL-STATUS.
           SELECT FIL-RAPPORT
               ASSIGN TO "../data/Skifte-Ud-Rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-VENTENDE
               ASSIGN TO "../data/Ventende-Posteringer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VENTENDE-STATUS.
           SELECT FIL-BOGFDATO ASSIGN TO "../data/Bogfoeringsdato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOGFDATO-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD FIL-ANMODNING.
       01 ANMODNING-REKORD.
           COPY "../copybooks/SKIFTE-ANMODNING.cpy".
       01 ANMODNING-REKORD-TRAILER REDEFINES ANMODNING-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(63).

       FD FIL-KVITTERING.
       01 KVITTERING-REKORD.
           COPY "../copybooks/SKIFTE-KVITTERING.cpy".
       01 KVITTERING-REKORD-TRAILER REDEFINES KVITTERING-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(107).

       FD FIL-ENGAGEMENT.
       01 ENGAGEMENT-REKORD.
           COPY "../copybooks/ENGAGEMENT-SKIFTE.cpy".
       01 ENGAGEMENT-REKORD-TRAILER REDEFINES ENGAGEMENT-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(82).

       FD FIL-ORDRER.
       01 ORDRE-REKORD.
           COPY "../copybooks/STAAENDE-ORDRE.cpy".
       01 ORDRE-REKORD-TRAILER REDEFINES ORDRE-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(69).

       FD FIL-AFTALER.
       01 AFTALE-REKORD.
           COPY "../copybooks/KREDITOR-AFTALE.cpy".
       01 AFTALE-REKORD-TRAILER REDEFINES AFTALE-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(46).

       FD FIL-KORT.
       01 KORT-REKORD.
           COPY "../copybooks/KORT.cpy".
       01 KORT-REKORD-TRAILER REDEFINES KORT-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(38).

       FD FIL-NEMKONTO.
       01 NEMKONTO-REKORD.
           COPY "../copybooks/NEMKONTO.cpy".
       01 NEMKONTO-REKORD-TRAILER REDEFINES NEMKONTO-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(12).

       FD FIL-PLAN.
       01 PLAN-REKORD.
           COPY "../copybooks/LAANEPLAN.cpy".
       01 PLAN-REKORD-TRAILER REDEFINES PLAN-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(70).

       FD FIL-TRANS.
       01 TRANSAKTIONER.
           COPY "../copybooks/TRANSAKTIONER.cpy".
       01 TRANSAKTIONER-TRAILER REDEFINES TRANSAKTIONER.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(251).

       FD FIL-KONTI.
       01 KONTO-REKORD.
           COPY "../copybooks/KONTOOPL.cpy".
       01 KONTO-REKORD-TRAILER REDEFINES KONTO-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(37).

       FD FIL-KUNDER.
       01 KUNDE-OPL.
           COPY "../copybooks/KUNDER.cpy".
       01 KUNDE-OPL-TRAILER REDEFINES KUNDE-OPL.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(312).

       FD FIL-BANKER.
       01 BANKER.
           COPY "../copybooks/BANKER.cpy".
       01 BANKER-TRAILER REDEFINES BANKER.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(121).

       FD FIL-PARM.
       01 PARM-FILE-REC.
           COPY "../copybooks/OPG58-PARAMETRE.cpy".

       FD FIL-BILAGSNR.
       01 BILAGSNR-REC.
           02 BK-NAESTE-NR  PIC 9(10).

       FD FIL-MODTAGERE.
       01 MODTAGER-REKORD.
           COPY "../copybooks/CLEARMODT.cpy".
       01 MODTAGER-REKORD-TRAILER REDEFINES MODTAGER-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(11).

       FD FIL-RAPPORT.
       01 RAPPORT-REC.
           02 RAPPORT-TEXT PIC X(120).

       FD FIL-VENTENDE.
       01 VENTENDE-REKORD.
           COPY "../copybooks/TRANSAKTIONER.cpy".
           COPY "../copybooks/VENTENDE-POSTERING.cpy".
       01 VENTENDE-TRAILER REDEFINES VENTENDE-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(273).

       FD FIL-BOGFDATO.
       01 BOGFDATO-FIL-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".

       WORKING-STORAGE SECTION.

      * Udgaaende engagementsskifte - modstykket til OPG-67. Den
      * modtagende banks anmodninger i Skifte-Anmodninger.txt
      * valideres mod konto, CPR og modtagerbank; en gyldig anmodning
      * med fremtidig skiftedato kvitteres som modtaget (M). Paa den
      * aftalte skiftedato dannes engagementsfilen
      * Engagement-Ud-<anmodning>.txt i OPG-67's layout med de
      * staaende ordrer (O), BS-aftalerne (B) og NemKonto-udpegningen
      * (N), slutsaldoen overfoeres via udgaaende clearing (OPG-58),
      * kortene blokeres, og kontoen lukkes med en LUKNING-postering.
      * Den modtagende bank faar en kvittering pr. anmodning i
      * Skifte-Kvittering-<dato>.txt.
       01 ANMODNING-FIL-STATUS PIC XX VALUE "00".
       01 ORDRE-FIL-STATUS PIC XX VALUE "00".
       01 AFTALE-FIL-STATUS PIC XX VALUE "00".
       01 KORT-FIL-STATUS  PIC XX VALUE "00".
       01 NEMKONTO-FIL-STATUS PIC XX VALUE "00".
       01 PLAN-FIL-STATUS  PIC XX VALUE "00".
       01 TRANS-STATUS     PIC XX VALUE "00".
       01 PARM-STATUS      PIC XX VALUE "00".
       01 PARM-REC.
           COPY "../copybooks/OPG58-PARAMETRE.cpy".
       01 TRAILER-FOUND-SW PIC X(01) VALUE "N".
       01 TRAILER-ANTAL    PIC 9(06) VALUE ZEROS.
       01 EOF-FLAG         PIC X(01) VALUE "N".

      * AN-FORFALDEN-SW markerer de anmodninger, der gennemfoeres i
      * dag; AN-SALDO er kontoens slutsaldo.
       01 NUM-ANMODNINGER PIC 9(04) VALUE 0.
       01 ANMODNING-ARR OCCURS 0 TO 1000 TIMES
               DEPENDING ON NUM-ANMODNINGER.
           COPY "../copybooks/SKIFTE-ANMODNING.cpy".
           02 AN-FORFALDEN-SW PIC X(01) VALUE "N".
           02 AN-KONTO-IX     PIC 9(04) VALUE 0.
           02 AN-SALDO        PIC S9(12)V99 VALUE ZEROS.
       01 ANMODNING-IX    PIC 9(04) VALUE 0.
       01 FORFALDEN-ANTAL PIC 9(04) VALUE 0.

       01 NUM-KVITTERINGER PIC 9(04) VALUE 0.
       01 KVITTERING-ARR OCCURS 0 TO 1000 TIMES
               DEPENDING ON NUM-KVITTERINGER.
           COPY "../copybooks/SKIFTE-KVITTERING.cpy".
       01 KVITTERING-IX   PIC 9(04) VALUE 0.
       01 KVITTERING-FILENAME PIC X(60) VALUE SPACES.
       01 ENGAGEMENT-FILENAME PIC X(60) VALUE SPACES.
       01 ENGAGEMENT-ANTAL PIC 9(06) VALUE 0.

       01 NUM-ORDRER    PIC 9(04) VALUE 0.
       01 ORDRE-ARR OCCURS 0 TO 500 TIMES DEPENDING ON NUM-ORDRER.
           COPY "../copybooks/STAAENDE-ORDRE.cpy".
       01 ORDRE-IX        PIC 9(04) VALUE 0.

       01 NUM-AFTALER   PIC 9(04) VALUE 0.
       01 AFTALE-ARR OCCURS 0 TO 500 TIMES DEPENDING ON NUM-AFTALER.
           COPY "../copybooks/KREDITOR-AFTALE.cpy".
       01 AFTALE-IX       PIC 9(04) VALUE 0.

       01 NUM-KORT      PIC 9(04) VALUE 0.
       01 KORT-ARR OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-KORT.
           COPY "../copybooks/KORT.cpy".
       01 KORT-IX         PIC 9(04) VALUE 0.

       01 NUM-NEMKONTO  PIC 9(05) VALUE 0.
       01 NEMKONTO-ARR OCCURS 0 TO 10000 TIMES
               DEPENDING ON NUM-NEMKONTO.
           COPY "../copybooks/NEMKONTO.cpy".
       01 NEMKONTO-IX     PIC 9(05) VALUE 0.
       01 NEMKONTO-IX2    PIC 9(05) VALUE 0.

       01 NUM-PLANER    PIC 9(04) VALUE 0.
       01 PLAN-ARR OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-PLANER.
           COPY "../copybooks/LAANEPLAN.cpy".
       01 PLAN-IX         PIC 9(04) VALUE 0.

       01 NUM-KONTI     PIC 9(04) VALUE 0.
       01 KONTO-ARR OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-KONTI.
           COPY "../copybooks/KONTOOPL.cpy".
       01 KONTO-IX        PIC 9(04) VALUE 0.
       01 KONTO-MATCH-IX  PIC 9(04) VALUE 0.
       01 SOEGE-KONTO     PIC X(14) VALUE SPACES.

       01 NUM-KUNDER    PIC 9(04) VALUE 0.
       01 KUNDE-ARR OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-KUNDER.
           COPY "../copybooks/KUNDER.cpy".
       01 KUNDE-IX        PIC 9(04) VALUE 0.
       01 KUNDE-MATCH-IX  PIC 9(04) VALUE 0.

       01 NUM-BANKER    PIC 9(04) VALUE 0.
       01 BANK-ARR OCCURS 0 TO 500 TIMES DEPENDING ON NUM-BANKER.
           COPY "../copybooks/BANKER.cpy".
       01 BANK-IX         PIC 9(04) VALUE 0.

      * Slutsaldoen sendes som en OVF til den modtagende banks
      * reg-nr. Posteringen faar et bilagsnummer fra den faelles
      * bilagstaeller, og den nye konto gemmes i
      * Clearing-Modtagere.txt under samme nummer, saa OPG-58 kan
      * saette den i CL-KONTO-ID - samme fremgangsmaade som OPG-90.
       01 BILAGSNR-STATUS PIC XX VALUE "00".
       01 MODTAGER-FIL-STATUS PIC XX VALUE "00".
       01 NAESTE-BILAGSNR PIC 9(10) VALUE 1.
       01 NUM-MODTAGERE   PIC 9(04) VALUE 0.
       01 MODTAGER-ARR OCCURS 0 TO 1000 TIMES
               DEPENDING ON NUM-MODTAGERE.
           COPY "../copybooks/CLEARMODT.cpy".
       01 MODTAGER-IX     PIC 9(04) VALUE 0.

       01 NUM-GEN       PIC 9(04) VALUE 0.
       01 GEN-ARR OCCURS 0 TO 2000 TIMES DEPENDING ON NUM-GEN.
           COPY "../copybooks/TRANSAKTIONER.cpy".
       01 GEN-IX          PIC 9(04) VALUE 0.
       01 SKIFTE-POSTING.
           COPY "../copybooks/TRANSAKTIONER.cpy".
       01 SKIFTE-TIDSPUNKT PIC X(26) VALUE SPACES.
       01 VENTENDE-STATUS PIC XX VALUE "00".
       01 VENT-PARTI-ID.
           02 VENT-PARTI-DATO PIC 9(08) VALUE ZEROS.
           02 VENT-PARTI-TID  PIC 9(08) VALUE ZEROS.

       01 RUN-DATE        PIC 9(08) VALUE ZEROS.
      * Koerselsdatoen er bankens bogfoeringsdato (Bogfoeringsdato.txt),
      * ikke maskinens dato.
       01 BOGFDATO-STATUS  PIC XX VALUE "00".
       01 BOGFDATO-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".
       01 DAGS-DATO       PIC X(10) VALUE SPACES.

       01 AFVIS-AARSAG    PIC X(40) VALUE SPACES.
       01 FUNDET-SW       PIC X(01) VALUE "N".
       01 ORDRE-ANTAL     PIC 9(03) VALUE 0.
       01 AFTALE-ANTAL    PIC 9(03) VALUE 0.
       01 KORT-ANTAL      PIC 9(03) VALUE 0.
       01 MODTAGET-ANTAL  PIC 9(04) VALUE 0.
       01 GENNEMFOERT-ANTAL PIC 9(04) VALUE 0.
       01 AFVIST-ANTAL    PIC 9(04) VALUE 0.
       01 BELOEB-VIS      PIC -ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
           PERFORM DAGS-DATO-FILL
           PERFORM ANMODNING-ARR-FILL
           IF NUM-ANMODNINGER = 0
               DISPLAY "Ingen skifteanmodninger - intet at behandle."
               STOP RUN
           END-IF
           PERFORM PARM-FILL
           PERFORM BANK-ARR-FILL
           PERFORM KONTO-ARR-FILL
           PERFORM KUNDE-ARR-FILL
           PERFORM PLAN-ARR-FILL
           PERFORM ORDRE-ARR-FILL
           PERFORM AFTALE-ARR-FILL
           PERFORM KORT-ARR-FILL
           PERFORM NEMKONTO-ARR-FILL
           PERFORM BILAGSNR-FILL
           PERFORM MODTAGER-ARR-FILL
           OPEN OUTPUT FIL-RAPPORT
           PERFORM VALIDER-ANMODNINGER
           IF FORFALDEN-ANTAL > 0
               PERFORM TRANS-SUMMER
               PERFORM VENTENDE-SUMMER
               PERFORM VARYING ANMODNING-IX FROM 1 BY 1
                       UNTIL ANMODNING-IX > NUM-ANMODNINGER
                   IF AN-FORFALDEN-SW(ANMODNING-IX) = "Y"
                       PERFORM GENNEMFOER-SKIFTE
                   END-IF
               END-PERFORM
           END-IF
           CLOSE FIL-RAPPORT
           IF GENNEMFOERT-ANTAL > 0
               PERFORM ORDRE-ARR-REWRITE
               PERFORM AFTALE-ARR-REWRITE
               PERFORM KORT-ARR-REWRITE
               PERFORM NEMKONTO-ARR-REWRITE
               PERFORM VENTENDE-SKRIV
               PERFORM BILAGSNR-REWRITE
               PERFORM MODTAGER-ARR-REWRITE
           END-IF
           PERFORM ANMODNING-ARR-REWRITE
           PERFORM KVITTERING-SKRIV
           DISPLAY "Udgaaende engagementsskifte - "
               GENNEMFOERT-ANTAL " gennemfoert, " MODTAGET-ANTAL
               " modtaget, " AFVIST-ANTAL " afvist."
           STOP RUN.

       DAGS-DATO-FILL.
           PERFORM BOGFOERINGSDATO-FILL
           MOVE BD-DATO OF BOGFDATO-REC TO RUN-DATE
           STRING
               RUN-DATE(1:4) DELIMITED BY SIZE
               "-"           DELIMITED BY SIZE
               RUN-DATE(5:2) DELIMITED BY SIZE
               "-"           DELIMITED BY SIZE
               RUN-DATE(7:2) DELIMITED BY SIZE
           INTO DAGS-DATO
           MOVE SPACES TO SKIFTE-TIDSPUNKT
           STRING
               DAGS-DATO          DELIMITED BY SIZE
               "-00:00:00.000000" DELIMITED BY SIZE
           INTO SKIFTE-TIDSPUNKT.

       PARM-FILL.
           OPEN INPUT FIL-PARM
           IF PARM-STATUS = "00"
               READ FIL-PARM INTO PARM-REC
                   AT END
                       CONTINUE
               END-READ
               CLOSE FIL-PARM
           END-IF.

      * Anmodningerne laeses med deres status; kun nye (blank) og
      * modtagne (M) behandles, gennemfoerte og afviste bevares som
      * historik.
       ANMODNING-ARR-FILL.
           MOVE 0 TO NUM-ANMODNINGER
           OPEN INPUT FIL-ANMODNING
           IF ANMODNING-FIL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO TRAILER-FOUND-SW
           MOVE 0 TO TRAILER-ANTAL
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-ANMODNING INTO ANMODNING-REKORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF ANMODNING-REKORD-TRAILER
                               = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                           MOVE "Y" TO TRAILER-FOUND-SW
                       ELSE
                           ADD 1 TO TRAILER-ANTAL
                           IF NUM-ANMODNINGER >= 1000
                               DISPLAY "FEJL: flere end 1000 "
                                   "skifteanmodninger - udvid "
                                   "ANMODNING-ARR."
                               MOVE 1 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO NUM-ANMODNINGER
                           MOVE ANMODNING-REKORD
                             TO ANMODNING-ARR(NUM-ANMODNINGER)
                           MOVE "N" TO AN-FORFALDEN-SW(NUM-ANMODNINGER)
                           MOVE 0 TO AN-KONTO-IX(NUM-ANMODNINGER)
                           MOVE ZEROS TO AN-SALDO(NUM-ANMODNINGER)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-ANMODNING
           IF TRAILER-FOUND-SW = "N"
               DISPLAY "FEJL: Skifte-Anmodninger.txt mangler "
                   "sluttaellerpost"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF TR-ANTAL OF ANMODNING-REKORD-TRAILER NOT = TRAILER-ANTAL
               DISPLAY "FEJL: Skifte-Anmodninger.txt - forventet "
                   TR-ANTAL OF ANMODNING-REKORD-TRAILER
                   " poster, fandt " TRAILER-ANTAL
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       BANK-ARR-FILL.
           OPEN INPUT FIL-BANKER
           MOVE 0 TO NUM-BANKER
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-BANKER INTO BANKER
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF BANKER-TRAILER = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                       ELSE
                           ADD 1 TO NUM-BANKER
                           MOVE BANKER TO BANK-ARR(NUM-BANKER)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-BANKER.

       KONTO-ARR-FILL.
           OPEN INPUT FIL-KONTI
           MOVE 0 TO NUM-KONTI
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-KONTI INTO KONTO-REKORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF KONTO-REKORD-TRAILER = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                       ELSE
                           ADD 1 TO NUM-KONTI
                           MOVE KONTO-REKORD TO KONTO-ARR(NUM-KONTI)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-KONTI.

       KUNDE-ARR-FILL.
           OPEN INPUT FIL-KUNDER
           MOVE 0 TO NUM-KUNDER
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-KUNDER INTO KUNDE-OPL
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF KUNDE-OPL-TRAILER = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                       ELSE
                           ADD 1 TO NUM-KUNDER
                           MOVE KUNDE-OPL TO KUNDE-ARR(NUM-KUNDER)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-KUNDER.

       PLAN-ARR-FILL.
           MOVE 0 TO NUM-PLANER
           OPEN INPUT FIL-PLAN
           IF PLAN-FIL-STATUS = "00"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ FIL-PLAN INTO PLAN-REKORD
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF TR-MARKER OF PLAN-REKORD-TRAILER
                                   = "TRAILER"
                               MOVE "Y" TO EOF-FLAG
                           ELSE
                               ADD 1 TO NUM-PLANER
                               MOVE PLAN-REKORD
                                 TO PLAN-ARR(NUM-PLANER)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIL-PLAN
           END-IF.

       ORDRE-ARR-FILL.
           MOVE 0 TO NUM-ORDRER
           OPEN INPUT FIL-ORDRER
           IF ORDRE-FIL-STATUS = "00"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ FIL-ORDRER INTO ORDRE-REKORD
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF TR-MARKER OF ORDRE-REKORD-TRAILER
                                   = "TRAILER"
                               MOVE "Y" TO EOF-FLAG
                           ELSE
                               ADD 1 TO NUM-ORDRER
                               MOVE ORDRE-REKORD
                                 TO ORDRE-ARR(NUM-ORDRER)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIL-ORDRER
           END-IF.

       AFTALE-ARR-FILL.
           MOVE 0 TO NUM-AFTALER
           OPEN INPUT FIL-AFTALER
           IF AFTALE-FIL-STATUS = "00"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ FIL-AFTALER INTO AFTALE-REKORD
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF TR-MARKER OF AFTALE-REKORD-TRAILER
                                   = "TRAILER"
                               MOVE "Y" TO EOF-FLAG
                           ELSE
                               ADD 1 TO NUM-AFTALER
                               MOVE AFTALE-REKORD
                                 TO AFTALE-ARR(NUM-AFTALER)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIL-AFTALER
           END-IF.

       KORT-ARR-FILL.
           MOVE 0 TO NUM-KORT
           OPEN INPUT FIL-KORT
           IF KORT-FIL-STATUS = "00"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ FIL-KORT INTO KORT-REKORD
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF TR-MARKER OF KORT-REKORD-TRAILER
                                   = "TRAILER"
                               MOVE "Y" TO EOF-FLAG
                           ELSE
                               ADD 1 TO NUM-KORT
                               MOVE KORT-REKORD
                                 TO KORT-ARR(NUM-KORT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIL-KORT
           END-IF.

       NEMKONTO-ARR-FILL.
           MOVE 0 TO NUM-NEMKONTO
           OPEN INPUT FIL-NEMKONTO
           IF NEMKONTO-FIL-STATUS = "00"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ FIL-NEMKONTO INTO NEMKONTO-REKORD
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF TR-MARKER OF NEMKONTO-REKORD-TRAILER
                                   = "TRAILER"
                               MOVE "Y" TO EOF-FLAG
                           ELSE
                               ADD 1 TO NUM-NEMKONTO
                               MOVE NEMKONTO-REKORD
                                 TO NEMKONTO-ARR(NUM-NEMKONTO)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIL-NEMKONTO
           END-IF.

       BILAGSNR-FILL.
           OPEN INPUT FIL-BILAGSNR
           IF BILAGSNR-STATUS = "00"
               READ FIL-BILAGSNR
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE BK-NAESTE-NR TO NAESTE-BILAGSNR
               END-READ
               CLOSE FIL-BILAGSNR
           END-IF.

       MODTAGER-ARR-FILL.
           MOVE 0 TO NUM-MODTAGERE
           OPEN INPUT FIL-MODTAGERE
           IF MODTAGER-FIL-STATUS = "00"
               PERFORM VARYING MODTAGER-IX FROM 1 BY 1
                       UNTIL MODTAGER-IX > 1000
                   READ FIL-MODTAGERE INTO MODTAGER-REKORD
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF TR-MARKER OF MODTAGER-REKORD-TRAILER
                           = "TRAILER"
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO NUM-MODTAGERE
                   MOVE MODTAGER-REKORD
                     TO MODTAGER-ARR(NUM-MODTAGERE)
               END-PERFORM
               CLOSE FIL-MODTAGERE
           END-IF.

      * Nye og modtagne anmodninger valideres hver nat, saa en konto,
      * der er lukket eller faaet laan siden modtagelsen, afvises paa
      * skiftedatoen. En gyldig anmodning med fremtidig skiftedato
      * kvitteres een gang som modtaget.
       VALIDER-ANMODNINGER.
           PERFORM VARYING ANMODNING-IX FROM 1 BY 1
                   UNTIL ANMODNING-IX > NUM-ANMODNINGER
               IF SA-NY OF ANMODNING-ARR(ANMODNING-IX)
                       OR SA-MODTAGET OF ANMODNING-ARR(ANMODNING-IX)
                   PERFORM VALIDER-ANMODNING
                   EVALUATE TRUE
                       WHEN AFVIS-AARSAG NOT = SPACES
                           PERFORM AFVIS-ANMODNING
                       WHEN SA-SKIFTE-DATO OF
                               ANMODNING-ARR(ANMODNING-IX) > DAGS-DATO
                           IF SA-NY OF ANMODNING-ARR(ANMODNING-IX)
                               PERFORM MODTAG-ANMODNING
                           END-IF
                       WHEN OTHER
                           MOVE "Y" TO AN-FORFALDEN-SW(ANMODNING-IX)
                           MOVE KONTO-MATCH-IX
                             TO AN-KONTO-IX(ANMODNING-IX)
                           MOVE BALANCE OF KONTO-ARR(KONTO-MATCH-IX)
                             TO AN-SALDO(ANMODNING-IX)
                           ADD 1 TO FORFALDEN-ANTAL
                   END-EVALUATE
               END-IF
           END-PERFORM.

       VALIDER-ANMODNING.
           MOVE SPACES TO AFVIS-AARSAG
           MOVE SA-KONTO-ID OF ANMODNING-ARR(ANMODNING-IX)
             TO SOEGE-KONTO
           PERFORM LOOKUP-KONTO
           IF KONTO-MATCH-IX = 0
               MOVE "ukendt konto" TO AFVIS-AARSAG
               EXIT PARAGRAPH
           END-IF
           PERFORM LOOKUP-KUNDE
           IF KUNDE-MATCH-IX = 0
                   OR CPR OF KUNDE-ARR(KUNDE-MATCH-IX)
                       NOT = SA-CPR OF ANMODNING-ARR(ANMODNING-IX)
               MOVE "CPR svarer ikke til kontohaver" TO AFVIS-AARSAG
               EXIT PARAGRAPH
           END-IF
           IF KONTO-TYPE OF KONTO-ARR(KONTO-MATCH-IX) = "LÅN"
               MOVE "laanekonto kan ikke skiftes" TO AFVIS-AARSAG
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING KUNDE-IX FROM 1 BY 1
                   UNTIL KUNDE-IX > NUM-KUNDER
               IF KONTO-NUMMER OF KUNDE-ARR(KUNDE-IX)
                       = SA-KONTO-ID OF ANMODNING-ARR(ANMODNING-IX)
                       AND KONTO-LUKKET OF KUNDE-ARR(KUNDE-IX)
                   MOVE "kontoen er lukket" TO AFVIS-AARSAG
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           PERFORM VARYING PLAN-IX FROM 1 BY 1
                   UNTIL PLAN-IX > NUM-PLANER
               IF LP-BETAL-KONTO OF PLAN-ARR(PLAN-IX)
                       = SA-KONTO-ID OF ANMODNING-ARR(ANMODNING-IX)
                       AND LP-AKTIV OF PLAN-ARR(PLAN-IX)
                   MOVE "betalingskonto for aktivt laan"
                     TO AFVIS-AARSAG
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF SA-NY-REG-NR OF ANMODNING-ARR(ANMODNING-IX) NOT NUMERIC
                   OR SA-NY-REG-NR OF ANMODNING-ARR(ANMODNING-IX)
                       = ZEROS
                   OR SA-NY-REG-NR OF ANMODNING-ARR(ANMODNING-IX)
                       = PARM-EGEN-REG-NR OF PARM-REC
               MOVE "ugyldigt reg-nr for modtagende bank"
                 TO AFVIS-AARSAG
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO FUNDET-SW
           PERFORM VARYING BANK-IX FROM 1 BY 1
                   UNTIL BANK-IX > NUM-BANKER
               IF REG-NR OF BANK-ARR(BANK-IX)
                       = SA-NY-REG-NR OF ANMODNING-ARR(ANMODNING-IX)
                   MOVE "Y" TO FUNDET-SW
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF FUNDET-SW = "N"
               MOVE "modtagende bank findes ikke i Banker.txt"
                 TO AFVIS-AARSAG
               EXIT PARAGRAPH
           END-IF
           IF SA-NY-KONTO-ID OF ANMODNING-ARR(ANMODNING-IX) = SPACES
               MOVE "mangler ny konto" TO AFVIS-AARSAG
               EXIT PARAGRAPH
           END-IF
           IF SA-SKIFTE-DATO OF ANMODNING-ARR(ANMODNING-IX)(1:4)
                   NOT NUMERIC
               OR SA-SKIFTE-DATO OF ANMODNING-ARR(ANMODNING-IX)(5:1)
                   NOT = "-"
               OR SA-SKIFTE-DATO OF ANMODNING-ARR(ANMODNING-IX)(6:2)
                   NOT NUMERIC
               OR SA-SKIFTE-DATO OF ANMODNING-ARR(ANMODNING-IX)(8:1)
                   NOT = "-"
               OR SA-SKIFTE-DATO OF ANMODNING-ARR(ANMODNING-IX)(9:2)
                   NOT NUMERIC
               OR SA-SKIFTE-DATO OF ANMODNING-ARR(ANMODNING-IX)(6:2)
                   < "01"
               OR SA-SKIFTE-DATO OF ANMODNING-ARR(ANMODNING-IX)(6:2)
                   > "12"
               OR SA-SKIFTE-DATO OF ANMODNING-ARR(ANMODNING-IX)(9:2)
                   < "01"
               OR SA-SKIFTE-DATO OF ANMODNING-ARR(ANMODNING-IX)(9:2)
                   > "31"
               MOVE "ugyldig skiftedato" TO AFVIS-AARSAG
           END-IF.

       LOOKUP-KONTO.
           MOVE 0 TO KONTO-MATCH-IX
           PERFORM VARYING KONTO-IX FROM 1 BY 1
                   UNTIL KONTO-IX > NUM-KONTI
               IF KONTO-ID OF KONTO-ARR(KONTO-IX) = SOEGE-KONTO
                   MOVE KONTO-IX TO KONTO-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOOKUP-KUNDE.
           MOVE 0 TO KUNDE-MATCH-IX
           IF KONTO-MATCH-IX > 0
               PERFORM VARYING KUNDE-IX FROM 1 BY 1
                       UNTIL KUNDE-IX > NUM-KUNDER
                   IF KUNDE-ID OF KUNDE-ARR(KUNDE-IX)
                           = KUNDE-ID OF KONTO-ARR(KONTO-MATCH-IX)
                       MOVE KUNDE-IX TO KUNDE-MATCH-IX
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

       AFVIS-ANMODNING.
           MOVE "A" TO SA-STATUS OF ANMODNING-ARR(ANMODNING-IX)
           MOVE DAGS-DATO
             TO SA-BEHANDLET-DATO OF ANMODNING-ARR(ANMODNING-IX)
           ADD 1 TO AFVIST-ANTAL
           PERFORM NY-KVITTERING
           MOVE "A" TO SK-STATUS OF KVITTERING-ARR(NUM-KVITTERINGER)
           MOVE AFVIS-AARSAG
             TO SK-AARSAG OF KVITTERING-ARR(NUM-KVITTERINGER)
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Anmodning "   DELIMITED BY SIZE
               SA-ANMODNING-NR OF ANMODNING-ARR(ANMODNING-IX)
                              DELIMITED BY SIZE
               " konto "      DELIMITED BY SIZE
               SA-KONTO-ID OF ANMODNING-ARR(ANMODNING-IX)
                              DELIMITED BY SIZE
               " AFVIST: "    DELIMITED BY SIZE
               AFVIS-AARSAG   DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-TEXT.

       MODTAG-ANMODNING.
           MOVE "M" TO SA-STATUS OF ANMODNING-ARR(ANMODNING-IX)
           MOVE DAGS-DATO
             TO SA-BEHANDLET-DATO OF ANMODNING-ARR(ANMODNING-IX)
           ADD 1 TO MODTAGET-ANTAL
           PERFORM NY-KVITTERING
           MOVE "M" TO SK-STATUS OF KVITTERING-ARR(NUM-KVITTERINGER)
           MOVE "modtaget - gennemfoeres paa skiftedatoen"
             TO SK-AARSAG OF KVITTERING-ARR(NUM-KVITTERINGER)
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Anmodning "   DELIMITED BY SIZE
               SA-ANMODNING-NR OF ANMODNING-ARR(ANMODNING-IX)
                              DELIMITED BY SIZE
               " konto "      DELIMITED BY SIZE
               SA-KONTO-ID OF ANMODNING-ARR(ANMODNING-IX)
                              DELIMITED BY SIZE
               " modtaget, skiftedato " DELIMITED BY SIZE
               SA-SKIFTE-DATO OF ANMODNING-ARR(ANMODNING-IX)
                              DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-TEXT.

       NY-KVITTERING.
           IF NUM-KVITTERINGER >= 1000
               DISPLAY "FEJL: flere end 1000 kvitteringer - "
                   "udvid KVITTERING-ARR."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO NUM-KVITTERINGER
           MOVE SPACES TO KVITTERING-ARR(NUM-KVITTERINGER)
           MOVE SA-ANMODNING-NR OF ANMODNING-ARR(ANMODNING-IX)
             TO SK-ANMODNING-NR OF KVITTERING-ARR(NUM-KVITTERINGER)
           MOVE SA-KONTO-ID OF ANMODNING-ARR(ANMODNING-IX)
             TO SK-KONTO-ID OF KVITTERING-ARR(NUM-KVITTERINGER)
           MOVE SA-NY-REG-NR OF ANMODNING-ARR(ANMODNING-IX)
             TO SK-NY-REG-NR OF KVITTERING-ARR(NUM-KVITTERINGER)
           MOVE SA-NY-KONTO-ID OF ANMODNING-ARR(ANMODNING-IX)
             TO SK-NY-KONTO-ID OF KVITTERING-ARR(NUM-KVITTERINGER)
           MOVE DAGS-DATO
             TO SK-DATO OF KVITTERING-ARR(NUM-KVITTERINGER)
           MOVE ZEROS
             TO SK-SALDO-BELOEB OF KVITTERING-ARR(NUM-KVITTERINGER)
           MOVE ZEROS TO SK-ORDRER OF KVITTERING-ARR(NUM-KVITTERINGER)
           MOVE ZEROS
             TO SK-BS-AFTALER OF KVITTERING-ARR(NUM-KVITTERINGER)
           MOVE ZEROS TO SK-KORT OF KVITTERING-ARR(NUM-KVITTERINGER).

      * Slutsaldoen er aabningsbalancen i KontoOpl.txt plus de
      * bogfoerte og de endnu ventende posteringer - samme opgoerelse
      * som OPG-107's cashpool.
       TRANS-SUMMER.
           OPEN INPUT FIL-TRANS
           IF TRANS-STATUS NOT = "00"
               DISPLAY "FEJL: Transaktioner.txt kan ikke aabnes - "
                   "status " TRANS-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-TRANS
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF TRANSAKTIONER-TRAILER = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                       ELSE
                           MOVE KONTO-ID OF TRANSAKTIONER TO SOEGE-KONTO
                           PERFORM VARYING ANMODNING-IX FROM 1 BY 1
                                   UNTIL ANMODNING-IX > NUM-ANMODNINGER
                               IF AN-FORFALDEN-SW(ANMODNING-IX) = "Y"
                                   AND SA-KONTO-ID OF
                                       ANMODNING-ARR(ANMODNING-IX)
                                       = SOEGE-KONTO
                                   ADD BELØB OF TRANSAKTIONER
                                     TO AN-SALDO(ANMODNING-IX)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-TRANS.

       VENTENDE-SUMMER.
           OPEN INPUT FIL-VENTENDE
           IF VENTENDE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-VENTENDE
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF VENTENDE-TRAILER NOT = "TRAILER"
                               AND BELØB OF VENTENDE-REKORD IS NUMERIC
                           MOVE KONTO-ID OF VENTENDE-REKORD
                             TO SOEGE-KONTO
                           PERFORM VARYING ANMODNING-IX FROM 1 BY 1
                                   UNTIL ANMODNING-IX > NUM-ANMODNINGER
                               IF AN-FORFALDEN-SW(ANMODNING-IX) = "Y"
                                   AND SA-KONTO-ID OF
                                       ANMODNING-ARR(ANMODNING-IX)
                                       = SOEGE-KONTO
                                   ADD BELØB OF VENTENDE-REKORD
                                     TO AN-SALDO(ANMODNING-IX)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-VENTENDE.

      * Et overtrukket engagement skal udlignes, foer det kan
      * flyttes; ellers dannes engagementsfilen, slutsaldoen
      * overfoeres, kortene blokeres og kontoen lukkes.
       GENNEMFOER-SKIFTE.
           MOVE AN-KONTO-IX(ANMODNING-IX) TO KONTO-MATCH-IX
           IF AN-SALDO(ANMODNING-IX) < ZEROS
               MOVE "negativ saldo - skal udlignes foer skifte"
                 TO AFVIS-AARSAG
               PERFORM AFVIS-ANMODNING
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO ORDRE-ANTAL
           MOVE 0 TO AFTALE-ANTAL
           MOVE 0 TO KORT-ANTAL
           PERFORM SKRIV-ENGAGEMENTSFIL
           PERFORM BLOKER-KORT
           PERFORM POSTER-SLUTSALDO
           MOVE "G" TO SA-STATUS OF ANMODNING-ARR(ANMODNING-IX)
           MOVE DAGS-DATO
             TO SA-BEHANDLET-DATO OF ANMODNING-ARR(ANMODNING-IX)
           ADD 1 TO GENNEMFOERT-ANTAL
           PERFORM NY-KVITTERING
           MOVE "G" TO SK-STATUS OF KVITTERING-ARR(NUM-KVITTERINGER)
           MOVE AN-SALDO(ANMODNING-IX)
             TO SK-SALDO-BELOEB OF KVITTERING-ARR(NUM-KVITTERINGER)
           MOVE VALUTA-KD OF KONTO-ARR(KONTO-MATCH-IX)
             TO SK-VALUTA OF KVITTERING-ARR(NUM-KVITTERINGER)
           MOVE ORDRE-ANTAL
             TO SK-ORDRER OF KVITTERING-ARR(NUM-KVITTERINGER)
           MOVE AFTALE-ANTAL
             TO SK-BS-AFTALER OF KVITTERING-ARR(NUM-KVITTERINGER)
           MOVE KORT-ANTAL
             TO SK-KORT OF KVITTERING-ARR(NUM-KVITTERINGER)
           MOVE "engagement overfoert, konto lukket"
             TO SK-AARSAG OF KVITTERING-ARR(NUM-KVITTERINGER)
           MOVE AN-SALDO(ANMODNING-IX) TO BELOEB-VIS
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Anmodning "   DELIMITED BY SIZE
               SA-ANMODNING-NR OF ANMODNING-ARR(ANMODNING-IX)
                              DELIMITED BY SIZE
               " konto "      DELIMITED BY SIZE
               SA-KONTO-ID OF ANMODNING-ARR(ANMODNING-IX)
                              DELIMITED BY SIZE
               " GENNEMFOERT: saldo" DELIMITED BY SIZE
               BELOEB-VIS     DELIMITED BY SIZE
               " til "        DELIMITED BY SIZE
               SA-NY-REG-NR OF ANMODNING-ARR(ANMODNING-IX)
                              DELIMITED BY SIZE
               " "            DELIMITED BY SIZE
               SA-NY-KONTO-ID OF ANMODNING-ARR(ANMODNING-IX)
                              DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "    "         DELIMITED BY SIZE
               ORDRE-ANTAL    DELIMITED BY SIZE
               " ordrer, "    DELIMITED BY SIZE
               AFTALE-ANTAL   DELIMITED BY SIZE
               " BS-aftaler, " DELIMITED BY SIZE
               KORT-ANTAL     DELIMITED BY SIZE
               " kort blokeret - " DELIMITED BY SIZE
               ENGAGEMENT-FILENAME DELIMITED BY SPACE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-TEXT.

      * Engagementsfilen har samme layout, som OPG-67 indlaeser hos
      * os: staaende ordrer ophoerer her og oprettes paa den nye
      * konto, BS-aftalerne peges om til den nye bank, og en
      * NemKonto-udpegning paa kontoen flyttes med.
       SKRIV-ENGAGEMENTSFIL.
           MOVE SPACES TO ENGAGEMENT-FILENAME
           STRING
               "../data/Engagement-Ud-" DELIMITED BY SIZE
               SA-ANMODNING-NR OF ANMODNING-ARR(ANMODNING-IX)
                                       DELIMITED BY SPACE
               ".txt"                  DELIMITED BY SIZE
           INTO ENGAGEMENT-FILENAME
           MOVE 0 TO ENGAGEMENT-ANTAL
           OPEN OUTPUT FIL-ENGAGEMENT
           PERFORM VARYING ORDRE-IX FROM 1 BY 1
                   UNTIL ORDRE-IX > NUM-ORDRER
               IF SO-KONTO-ID OF ORDRE-ARR(ORDRE-IX)
                       = SA-KONTO-ID OF ANMODNING-ARR(ANMODNING-IX)
                       AND SO-AKTIV OF ORDRE-ARR(ORDRE-IX)
                   PERFORM SKRIV-ORDRE-RAEKKE
               END-IF
           END-PERFORM
           PERFORM VARYING AFTALE-IX FROM 1 BY 1
                   UNTIL AFTALE-IX > NUM-AFTALER
               IF KA-DEBITOR-KONTO OF AFTALE-ARR(AFTALE-IX)
                       = SA-KONTO-ID OF ANMODNING-ARR(ANMODNING-IX)
                       AND KA-AKTIV OF AFTALE-ARR(AFTALE-IX)
                   PERFORM SKRIV-AFTALE-RAEKKE
               END-IF
           END-PERFORM
           MOVE 1 TO NEMKONTO-IX
           PERFORM UNTIL NEMKONTO-IX > NUM-NEMKONTO
               IF NK-KONTO-ID OF NEMKONTO-ARR(NEMKONTO-IX)
                       = SA-KONTO-ID OF ANMODNING-ARR(ANMODNING-IX)
                   PERFORM SKRIV-NEMKONTO-RAEKKE
               ELSE
                   ADD 1 TO NEMKONTO-IX
               END-IF
           END-PERFORM
           MOVE SPACES TO ENGAGEMENT-REKORD
           MOVE "TRAILER" TO TR-MARKER OF ENGAGEMENT-REKORD-TRAILER
           MOVE ENGAGEMENT-ANTAL
             TO TR-ANTAL OF ENGAGEMENT-REKORD-TRAILER
           WRITE ENGAGEMENT-REKORD
           CLOSE FIL-ENGAGEMENT.

       SKRIV-ORDRE-RAEKKE.
           MOVE SPACES TO ENGAGEMENT-REKORD
           MOVE "O" TO ES-TYPE OF ENGAGEMENT-REKORD
           MOVE SA-NY-KONTO-ID OF ANMODNING-ARR(ANMODNING-IX)
             TO ES-NY-KONTO-ID OF ENGAGEMENT-REKORD
           MOVE SO-MODTAGER-KONTO OF ORDRE-ARR(ORDRE-IX)
             TO ES-MODTAGER-KONTO OF ENGAGEMENT-REKORD
           MOVE SO-BELOEB OF ORDRE-ARR(ORDRE-IX)
             TO ES-ORDRE-BELOEB OF ENGAGEMENT-REKORD
           MOVE SO-VALUTA OF ORDRE-ARR(ORDRE-IX)
             TO ES-ORDRE-VALUTA OF ENGAGEMENT-REKORD
           MOVE SO-TRANS-TYPE OF ORDRE-ARR(ORDRE-IX)
             TO ES-ORDRE-TYPE OF ENGAGEMENT-REKORD
           MOVE SO-INTERVAL OF ORDRE-ARR(ORDRE-IX)
             TO ES-INTERVAL OF ENGAGEMENT-REKORD
           MOVE SO-NAESTE-FORFALD OF ORDRE-ARR(ORDRE-IX)
             TO ES-NAESTE-FORFALD OF ENGAGEMENT-REKORD
           WRITE ENGAGEMENT-REKORD
           ADD 1 TO ENGAGEMENT-ANTAL
           MOVE "O" TO SO-ORDRE-STATUS OF ORDRE-ARR(ORDRE-IX)
           ADD 1 TO ORDRE-ANTAL.

       SKRIV-AFTALE-RAEKKE.
           MOVE SPACES TO ENGAGEMENT-REKORD
           MOVE "B" TO ES-TYPE OF ENGAGEMENT-REKORD
           MOVE SA-NY-KONTO-ID OF ANMODNING-ARR(ANMODNING-IX)
             TO ES-NY-KONTO-ID OF ENGAGEMENT-REKORD
           MOVE KA-AFTALE-NR OF AFTALE-ARR(AFTALE-IX)
             TO ES-AFTALE-NR OF ENGAGEMENT-REKORD
           MOVE SA-NY-REG-NR OF ANMODNING-ARR(ANMODNING-IX)
             TO ES-DEBITOR-REG-NR OF ENGAGEMENT-REKORD
           WRITE ENGAGEMENT-REKORD
           ADD 1 TO ENGAGEMENT-ANTAL
           MOVE SA-NY-KONTO-ID OF ANMODNING-ARR(ANMODNING-IX)
             TO KA-DEBITOR-KONTO OF AFTALE-ARR(AFTALE-IX)
           MOVE SA-NY-REG-NR OF ANMODNING-ARR(ANMODNING-IX)
             TO KA-DEBITOR-REG-NR OF AFTALE-ARR(AFTALE-IX)
           ADD 1 TO AFTALE-ANTAL.

      * Udpegningen overgaar til den modtagende bank og slettes af
      * vores register.
       SKRIV-NEMKONTO-RAEKKE.
           MOVE SPACES TO ENGAGEMENT-REKORD
           MOVE "N" TO ES-TYPE OF ENGAGEMENT-REKORD
           MOVE SA-NY-KONTO-ID OF ANMODNING-ARR(ANMODNING-IX)
             TO ES-NY-KONTO-ID OF ENGAGEMENT-REKORD
           MOVE NK-CPR OF NEMKONTO-ARR(NEMKONTO-IX)
             TO ES-NK-CPR OF ENGAGEMENT-REKORD
           WRITE ENGAGEMENT-REKORD
           ADD 1 TO ENGAGEMENT-ANTAL
           PERFORM VARYING NEMKONTO-IX2 FROM NEMKONTO-IX BY 1
                   UNTIL NEMKONTO-IX2 >= NUM-NEMKONTO
               MOVE NEMKONTO-ARR(NEMKONTO-IX2 + 1)
                 TO NEMKONTO-ARR(NEMKONTO-IX2)
           END-PERFORM
           SUBTRACT 1 FROM NUM-NEMKONTO.

       BLOKER-KORT.
           PERFORM VARYING KORT-IX FROM 1 BY 1
                   UNTIL KORT-IX > NUM-KORT
               IF KM-KONTO-ID OF KORT-ARR(KORT-IX)
                       = SA-KONTO-ID OF ANMODNING-ARR(ANMODNING-IX)
                       AND KM-AKTIV OF KORT-ARR(KORT-IX)
                   MOVE "B" TO KM-KORT-STATUS OF KORT-ARR(KORT-IX)
                   MOVE DAGS-DATO TO KM-BLOK-DATO OF KORT-ARR(KORT-IX)
                   ADD 1 TO KORT-ANTAL
               END-IF
           END-PERFORM.

      * En positiv slutsaldo sendes som OVF til den nye konto i den
      * modtagende bank; LUKNING-posteringen faar OPG-10 til at
      * lukke kontoen paa udskriften og i Kundeoplysninger.txt.
       POSTER-SLUTSALDO.
           IF AN-SALDO(ANMODNING-IX) > ZEROS
               PERFORM NY-SKIFTE-POSTING
               MOVE SA-NY-REG-NR OF ANMODNING-ARR(ANMODNING-IX)
                 TO REG-NR OF SKIFTE-POSTING
               COMPUTE BELØB OF SKIFTE-POSTING =
                   ZEROS - AN-SALDO(ANMODNING-IX)
               MOVE "OVF" TO TRANS-TYPE OF SKIFTE-POSTING
               MOVE NAESTE-BILAGSNR TO BILAGSNR OF SKIFTE-POSTING
               PERFORM REGISTRER-MODTAGER
               ADD 1 TO NAESTE-BILAGSNR
               PERFORM GEM-SKIFTE-POSTING
           END-IF
           PERFORM NY-SKIFTE-POSTING
           MOVE ZEROS TO BELØB OF SKIFTE-POSTING
           MOVE "LUKNING" TO TRANS-TYPE OF SKIFTE-POSTING
           PERFORM GEM-SKIFTE-POSTING.

       NY-SKIFTE-POSTING.
           MOVE SPACES TO SKIFTE-POSTING
           MOVE SA-CPR OF ANMODNING-ARR(ANMODNING-IX)
             TO CPR OF SKIFTE-POSTING
           MOVE SA-KONTO-ID OF ANMODNING-ARR(ANMODNING-IX)
             TO KONTO-ID OF SKIFTE-POSTING
           MOVE ZEROS TO REG-NR OF SKIFTE-POSTING
           MOVE VALUTA-KD OF KONTO-ARR(KONTO-MATCH-IX)
             TO VALUTA OF SKIFTE-POSTING
           MOVE "ENGAGEMENT" TO BUTIK OF SKIFTE-POSTING
           MOVE SKIFTE-TIDSPUNKT TO TIDSPUNKT OF SKIFTE-POSTING
           MOVE ZEROS TO BILAGSNR OF SKIFTE-POSTING
           MOVE ZEROS TO BILAGSREF OF SKIFTE-POSTING.

       GEM-SKIFTE-POSTING.
           IF NUM-GEN >= 2000
               DISPLAY "FEJL: for mange skifteposteringer - udvid "
                   "GEN-ARR."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO NUM-GEN
           MOVE SKIFTE-POSTING TO GEN-ARR(NUM-GEN).

       REGISTRER-MODTAGER.
           IF NUM-MODTAGERE >= 1000
               DISPLAY "FEJL: Clearing-Modtagere.txt er fuldt - "
                   "udvid MODTAGER-ARR."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO NUM-MODTAGERE
           MOVE SPACES TO MODTAGER-ARR(NUM-MODTAGERE)
           MOVE NAESTE-BILAGSNR
             TO CM-BILAGSNR OF MODTAGER-ARR(NUM-MODTAGERE)
           MOVE SA-NY-KONTO-ID OF ANMODNING-ARR(ANMODNING-IX)
             TO CM-MODTAGER-KONTO OF MODTAGER-ARR(NUM-MODTAGERE).

       ANMODNING-ARR-REWRITE.
           OPEN OUTPUT FIL-ANMODNING
           PERFORM VARYING ANMODNING-IX FROM 1 BY 1
                   UNTIL ANMODNING-IX > NUM-ANMODNINGER
               MOVE ANMODNING-ARR(ANMODNING-IX)(1:76)
                 TO ANMODNING-REKORD
               WRITE ANMODNING-REKORD
           END-PERFORM
           MOVE SPACES TO ANMODNING-REKORD
           MOVE "TRAILER" TO TR-MARKER OF ANMODNING-REKORD-TRAILER
           MOVE NUM-ANMODNINGER TO TR-ANTAL OF ANMODNING-REKORD-TRAILER
           WRITE ANMODNING-REKORD
           CLOSE FIL-ANMODNING.

      * Kvitteringerne til den modtagende bank samles i een fil pr.
      * koerselsdato.
       KVITTERING-SKRIV.
           IF NUM-KVITTERINGER = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO KVITTERING-FILENAME
           STRING
               "../data/Skifte-Kvittering-" DELIMITED BY SIZE
               RUN-DATE                     DELIMITED BY SIZE
               ".txt"                       DELIMITED BY SIZE
           INTO KVITTERING-FILENAME
           OPEN OUTPUT FIL-KVITTERING
           PERFORM VARYING KVITTERING-IX FROM 1 BY 1
                   UNTIL KVITTERING-IX > NUM-KVITTERINGER
               WRITE KVITTERING-REKORD
                   FROM KVITTERING-ARR(KVITTERING-IX)
           END-PERFORM
           MOVE SPACES TO KVITTERING-REKORD
           MOVE "TRAILER" TO TR-MARKER OF KVITTERING-REKORD-TRAILER
           MOVE NUM-KVITTERINGER
             TO TR-ANTAL OF KVITTERING-REKORD-TRAILER
           WRITE KVITTERING-REKORD
           CLOSE FIL-KVITTERING.

       ORDRE-ARR-REWRITE.
           OPEN OUTPUT FIL-ORDRER
           PERFORM VARYING ORDRE-IX FROM 1 BY 1
                   UNTIL ORDRE-IX > NUM-ORDRER
               WRITE ORDRE-REKORD FROM ORDRE-ARR(ORDRE-IX)
           END-PERFORM
           MOVE SPACES TO ORDRE-REKORD
           MOVE "TRAILER" TO TR-MARKER OF ORDRE-REKORD-TRAILER
           MOVE NUM-ORDRER TO TR-ANTAL OF ORDRE-REKORD-TRAILER
           WRITE ORDRE-REKORD
           CLOSE FIL-ORDRER.

       AFTALE-ARR-REWRITE.
           OPEN OUTPUT FIL-AFTALER
           PERFORM VARYING AFTALE-IX FROM 1 BY 1
                   UNTIL AFTALE-IX > NUM-AFTALER
               WRITE AFTALE-REKORD FROM AFTALE-ARR(AFTALE-IX)
           END-PERFORM
           MOVE SPACES TO AFTALE-REKORD
           MOVE "TRAILER" TO TR-MARKER OF AFTALE-REKORD-TRAILER
           MOVE NUM-AFTALER TO TR-ANTAL OF AFTALE-REKORD-TRAILER
           WRITE AFTALE-REKORD
           CLOSE FIL-AFTALER.

       KORT-ARR-REWRITE.
           OPEN OUTPUT FIL-KORT
           PERFORM VARYING KORT-IX FROM 1 BY 1
                   UNTIL KORT-IX > NUM-KORT
               WRITE KORT-REKORD FROM KORT-ARR(KORT-IX)
           END-PERFORM
           MOVE SPACES TO KORT-REKORD
           MOVE "TRAILER" TO TR-MARKER OF KORT-REKORD-TRAILER
           MOVE NUM-KORT TO TR-ANTAL OF KORT-REKORD-TRAILER
           WRITE KORT-REKORD
           CLOSE FIL-KORT.

       NEMKONTO-ARR-REWRITE.
           OPEN OUTPUT FIL-NEMKONTO
           PERFORM VARYING NEMKONTO-IX FROM 1 BY 1
                   UNTIL NEMKONTO-IX > NUM-NEMKONTO
               WRITE NEMKONTO-REKORD FROM NEMKONTO-ARR(NEMKONTO-IX)
           END-PERFORM
           MOVE SPACES TO NEMKONTO-REKORD
           MOVE "TRAILER" TO TR-MARKER OF NEMKONTO-REKORD-TRAILER
           MOVE NUM-NEMKONTO TO TR-ANTAL OF NEMKONTO-REKORD-TRAILER
           WRITE NEMKONTO-REKORD
           CLOSE FIL-NEMKONTO.

      * Posteringerne stilles i koe i Ventende-Posteringer.txt som
      * eet parti; OPG-96 bogfoerer dem, og OPG-58 sender
      * overfoerslerne ud i clearingen samme nat.
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
               MOVE GEN-ARR(GEN-IX) TO VENTENDE-REKORD(1:264)
               MOVE "OPG132" TO VP-KILDE OF VENTENDE-REKORD
               MOVE VENT-PARTI-ID TO VP-PARTI-ID OF VENTENDE-REKORD
               WRITE VENTENDE-REKORD
           END-PERFORM
           MOVE SPACES TO VENTENDE-REKORD
           MOVE "TRAILER" TO TR-MARKER OF VENTENDE-TRAILER
           MOVE NUM-GEN TO TR-ANTAL OF VENTENDE-TRAILER
           MOVE "OPG132" TO VP-KILDE OF VENTENDE-REKORD
           MOVE VENT-PARTI-ID TO VP-PARTI-ID OF VENTENDE-REKORD
           WRITE VENTENDE-REKORD
           CLOSE FIL-VENTENDE.

       BILAGSNR-REWRITE.
           OPEN OUTPUT FIL-BILAGSNR
           MOVE NAESTE-BILAGSNR TO BK-NAESTE-NR
           WRITE BILAGSNR-REC
           CLOSE FIL-BILAGSNR.

       MODTAGER-ARR-REWRITE.
           OPEN OUTPUT FIL-MODTAGERE
           PERFORM VARYING MODTAGER-IX FROM 1 BY 1
                   UNTIL MODTAGER-IX > NUM-MODTAGERE
               WRITE MODTAGER-REKORD FROM MODTAGER-ARR(MODTAGER-IX)
           END-PERFORM
           MOVE SPACES TO MODTAGER-REKORD
           MOVE "TRAILER" TO TR-MARKER OF MODTAGER-REKORD-TRAILER
           MOVE NUM-MODTAGERE TO TR-ANTAL OF MODTAGER-REKORD-TRAILER
           WRITE MODTAGER-REKORD
           CLOSE FIL-MODTAGERE.

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
