       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPG-136.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIL-FORESPOERGSLER
               ASSIGN TO "../data/Tredjepart-Forespoergsler.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FORESP-FIL-STATUS.
           SELECT FIL-SAMTYKKER
               ASSIGN TO "../data/Tredjepart-Samtykker.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SAMTYKKE-FIL-STATUS.
           SELECT FIL-KONTI ASSIGN TO "../data/KontoOpl.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-TRANS ASSIGN TO "../data/Transaktioner.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-LEVERANCE ASSIGN TO LEVERANCE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-ADGANGSLOG
               ASSIGN TO "../data/Tredjepart-Adgangslog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ADGANGSLOG-STATUS.
           SELECT FIL-BOGFDATO ASSIGN TO "../data/Bogfoeringsdato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOGFDATO-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD FIL-FORESPOERGSLER.
       01 FORESP-REKORD.
           COPY "../copybooks/TREDJEPART-FORESPOERGSEL.cpy".
       01 FORESP-REKORD-TRAILER REDEFINES FORESP-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(24).

       FD FIL-SAMTYKKER.
       01 SAMTYKKE-REKORD.
           COPY "../copybooks/TREDJEPART-SAMTYKKE.cpy".
       01 SAMTYKKE-REKORD-TRAILER REDEFINES SAMTYKKE-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(149).

       FD FIL-KONTI.
       01 KONTO-REKORD.
           COPY "../copybooks/KONTOOPL.cpy".
       01 KONTO-REKORD-TRAILER REDEFINES KONTO-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(37).

       FD FIL-TRANS.
       01 TRANSAKTIONER.
           COPY "../copybooks/TRANSAKTIONER.cpy".
       01 TRANSAKTIONER-TRAILER REDEFINES TRANSAKTIONER.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(251).

       FD FIL-LEVERANCE.
       01 LEVERANCE-REC.
           02 LEVERANCE-TEXT PIC X(200).

       FD FIL-ADGANGSLOG.
       01 ADGANGSLOG-REC.
           COPY "../copybooks/TREDJEPART-ADGANG.cpy".

       FD FIL-BOGFDATO.
       01 BOGFDATO-FIL-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".

       WORKING-STORAGE SECTION.

      * Dataleverance til tredjepartsudbydere (PSD2). Udbydernes
      * forespoergsler (saldo eller posteringer paa en konto) samles
      * i Tredjepart-Forespoergsler.txt. En forespoergsel besvares
      * kun, hvis udbyderen har et aktivt, ikke udloebet samtykke i
      * Tredjepart-Samtykker.txt, der omfatter kontoen og den
      * oenskede datatype. Svarene skrives til en kommasepareret
      * leverancefil pr. koersel, og hver forespoergsel - leveret
      * eller afvist - logges i Tredjepart-Adgangslog.txt.
      * Posteringer leveres fra TF-FRA-DATO, dog hoejst 90 dage
      * tilbage.
       01 FORESP-FIL-STATUS PIC XX VALUE "00".
       01 SAMTYKKE-FIL-STATUS PIC XX VALUE "00".
       01 ADGANGSLOG-STATUS PIC XX VALUE "00".
       01 TRAILER-FOUND-SW PIC X(01) VALUE "N".
       01 TRAILER-ANTAL    PIC 9(06) VALUE ZEROS.
       01 EOF-FLAG         PIC X(01) VALUE "N".

       01 NUM-FORESP    PIC 9(04) VALUE 0.
       01 FORESP-ARR OCCURS 0 TO 5000 TIMES DEPENDING ON NUM-FORESP.
           COPY "../copybooks/TREDJEPART-FORESPOERGSEL.cpy".
       01 FORESP-IX       PIC 9(04) VALUE 0.

       01 NUM-SAMTYKKER PIC 9(04) VALUE 0.
       01 SAMTYKKE-ARR OCCURS 0 TO 2000 TIMES
               DEPENDING ON NUM-SAMTYKKER.
           COPY "../copybooks/TREDJEPART-SAMTYKKE.cpy".
       01 SAMTYKKE-IX     PIC 9(04) VALUE 0.
       01 SAMTYKKE-MATCH-IX PIC 9(04) VALUE 0.
       01 SAMTYKKE-AFVIST-IX PIC 9(04) VALUE 0.
       01 SAMTYKKE-KONTO-IX PIC 9(01) VALUE 0.
       01 KONTO-DAEKKET-SW PIC X(01) VALUE "N".

       01 NUM-KONTI     PIC 9(04) VALUE 0.
       01 KONTO-ARR OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-KONTI.
           COPY "../copybooks/KONTOOPL.cpy".
       01 KONTO-IX        PIC 9(04) VALUE 0.
       01 KONTO-MATCH-IX  PIC 9(04) VALUE 0.

       01 NUM-TRANS     PIC 9(05) VALUE 0.
       01 TRANS-ARR OCCURS 0 TO 10000 TIMES DEPENDING ON NUM-TRANS.
           COPY "../copybooks/TRANSAKTIONER.cpy".
       01 TRANS-IX        PIC 9(05) VALUE 0.

       01 AFVIS-AARSAG    PIC X(30) VALUE SPACES.
       01 POST-ANTAL      PIC 9(05) VALUE 0.
       01 LEVERET-ANTAL   PIC 9(04) VALUE 0.
       01 AFVIST-ANTAL    PIC 9(04) VALUE 0.
       01 FRA-DATO        PIC X(10) VALUE SPACES.
       01 TIDLIGSTE-DATO  PIC X(10) VALUE SPACES.
       01 TIDLIGSTE-NUM   PIC 9(08) VALUE ZEROS.
       01 LEVERANCE-FILENAME PIC X(60) VALUE SPACES.
       01 LEVERANCE-BELOEB PIC -(10)9.99.
       01 KLOKKEN         PIC 9(08) VALUE ZEROS.
       01 KLOKKEN-TEKST   PIC X(08) VALUE SPACES.

       01 RUN-DATE        PIC 9(08) VALUE ZEROS.
      * Koerselsdatoen er bankens bogfoeringsdato (Bogfoeringsdato.txt),
      * ikke maskinens dato.
       01 BOGFDATO-STATUS  PIC XX VALUE "00".
       01 BOGFDATO-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".
       01 DAGS-DATO       PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM DAGS-DATO-FILL
           PERFORM FORESP-ARR-FILL
           IF NUM-FORESP = 0
               DISPLAY "Ingen forespoergsler fra tredjepartsudbydere."
               STOP RUN
           END-IF
           PERFORM SAMTYKKE-ARR-FILL
           PERFORM KONTO-ARR-FILL
           PERFORM TRANS-ARR-FILL
           MOVE SPACES TO LEVERANCE-FILENAME
           STRING
               "../data/Tredjepart-Leverance-" DELIMITED BY SIZE
               RUN-DATE                        DELIMITED BY SIZE
               ".csv"                          DELIMITED BY SIZE
           INTO LEVERANCE-FILENAME
           OPEN OUTPUT FIL-LEVERANCE
           OPEN EXTEND FIL-ADGANGSLOG
           IF ADGANGSLOG-STATUS = "35"
               OPEN OUTPUT FIL-ADGANGSLOG
           END-IF
           ACCEPT KLOKKEN FROM TIME
           STRING
               KLOKKEN(1:2)  DELIMITED BY SIZE
               ":"           DELIMITED BY SIZE
               KLOKKEN(3:2)  DELIMITED BY SIZE
               ":"           DELIMITED BY SIZE
               KLOKKEN(5:2)  DELIMITED BY SIZE
           INTO KLOKKEN-TEKST
           PERFORM VARYING FORESP-IX FROM 1 BY 1
                   UNTIL FORESP-IX > NUM-FORESP
               PERFORM BEHANDL-FORESPOERGSEL
           END-PERFORM
           CLOSE FIL-LEVERANCE
           CLOSE FIL-ADGANGSLOG
           DISPLAY "Tredjepartsforespoergsler behandlet - "
               LEVERET-ANTAL " leveret, " AFVIST-ANTAL " afvist."
           DISPLAY "Se " FUNCTION TRIM(LEVERANCE-FILENAME)
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
           COMPUTE TIDLIGSTE-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(RUN-DATE) - 90)
           STRING
               TIDLIGSTE-NUM(1:4) DELIMITED BY SIZE
               "-"                DELIMITED BY SIZE
               TIDLIGSTE-NUM(5:2) DELIMITED BY SIZE
               "-"                DELIMITED BY SIZE
               TIDLIGSTE-NUM(7:2) DELIMITED BY SIZE
           INTO TIDLIGSTE-DATO.

       FORESP-ARR-FILL.
           MOVE 0 TO NUM-FORESP
           OPEN INPUT FIL-FORESPOERGSLER
           IF FORESP-FIL-STATUS = "00"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ FIL-FORESPOERGSLER INTO FORESP-REKORD
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF TR-MARKER OF FORESP-REKORD-TRAILER
                                   = "TRAILER"
                               MOVE "Y" TO EOF-FLAG
                           ELSE
                               IF NUM-FORESP < 5000
                                   ADD 1 TO NUM-FORESP
                                   MOVE FORESP-REKORD
                                     TO FORESP-ARR(NUM-FORESP)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIL-FORESPOERGSLER
           END-IF.

       SAMTYKKE-ARR-FILL.
           MOVE 0 TO NUM-SAMTYKKER
           OPEN INPUT FIL-SAMTYKKER
           IF SAMTYKKE-FIL-STATUS = "00"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ FIL-SAMTYKKER INTO SAMTYKKE-REKORD
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF TR-MARKER OF SAMTYKKE-REKORD-TRAILER
                                   = "TRAILER"
                               MOVE "Y" TO EOF-FLAG
                           ELSE
                               IF NUM-SAMTYKKER < 2000
                                   ADD 1 TO NUM-SAMTYKKER
                                   MOVE SAMTYKKE-REKORD
                                     TO SAMTYKKE-ARR(NUM-SAMTYKKER)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIL-SAMTYKKER
           END-IF.

       KONTO-ARR-FILL.
           OPEN INPUT FIL-KONTI
           MOVE "N" TO TRAILER-FOUND-SW
           MOVE 0 TO NUM-KONTI
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-KONTI INTO KONTO-REKORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF KONTO-REKORD-TRAILER = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                           MOVE "Y" TO TRAILER-FOUND-SW
                           MOVE TR-ANTAL OF KONTO-REKORD-TRAILER
                             TO TRAILER-ANTAL
                       ELSE
                           ADD 1 TO NUM-KONTI
                           MOVE KONTO-REKORD TO KONTO-ARR(NUM-KONTI)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-KONTI
           IF TRAILER-FOUND-SW = "N"
               DISPLAY "FEJL: KontoOpl.txt mangler sluttaellerpost"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NUM-KONTI NOT = TRAILER-ANTAL
               DISPLAY "FEJL: KontoOpl.txt - forventet "
                   TRAILER-ANTAL " poster, fandt " NUM-KONTI
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       TRANS-ARR-FILL.
           OPEN INPUT FIL-TRANS
           MOVE "N" TO TRAILER-FOUND-SW
           MOVE 0 TO NUM-TRANS
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-TRANS INTO TRANSAKTIONER
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF TRANSAKTIONER-TRAILER = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                           MOVE "Y" TO TRAILER-FOUND-SW
                           MOVE TR-ANTAL OF TRANSAKTIONER-TRAILER
                             TO TRAILER-ANTAL
                       ELSE
                           ADD 1 TO NUM-TRANS
                           MOVE TRANSAKTIONER TO TRANS-ARR(NUM-TRANS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-TRANS
           IF TRAILER-FOUND-SW = "N"
               DISPLAY "FEJL: Transaktioner.txt mangler "
                   "sluttaellerpost"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NUM-TRANS NOT = TRAILER-ANTAL
               DISPLAY "FEJL: Transaktioner.txt - forventet "
                   TRAILER-ANTAL " poster, fandt " NUM-TRANS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       BEHANDL-FORESPOERGSEL.
           MOVE SPACES TO AFVIS-AARSAG
           MOVE 0 TO POST-ANTAL
           PERFORM FIND-SAMTYKKE
           IF AFVIS-AARSAG = SPACES
               PERFORM LOOKUP-KONTO
               IF KONTO-MATCH-IX = 0
                   MOVE "ukendt konto" TO AFVIS-AARSAG
               END-IF
           END-IF
           IF AFVIS-AARSAG = SPACES
               IF TF-SALDO OF FORESP-ARR(FORESP-IX)
                   PERFORM LEVER-SALDO
               ELSE
                   PERFORM LEVER-POSTER
               END-IF
               ADD 1 TO LEVERET-ANTAL
           ELSE
               ADD 1 TO AFVIST-ANTAL
           END-IF
           PERFORM SKRIV-ADGANGSLOG.

      * Udbyderens samtykker gennemgaas; et aktivt, ikke udloebet
      * samtykke, der daekker kontoen og datatypen, bruges. Ellers
      * gives den mest praecise afvisningsaarsag.
       FIND-SAMTYKKE.
           MOVE 0 TO SAMTYKKE-MATCH-IX
           MOVE 0 TO SAMTYKKE-AFVIST-IX
           MOVE "intet samtykke" TO AFVIS-AARSAG
           IF NOT TF-SALDO OF FORESP-ARR(FORESP-IX)
               AND NOT TF-POSTER OF FORESP-ARR(FORESP-IX)
               MOVE "ukendt datatype" TO AFVIS-AARSAG
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING SAMTYKKE-IX FROM 1 BY 1
                   UNTIL SAMTYKKE-IX > NUM-SAMTYKKER
                      OR SAMTYKKE-MATCH-IX > 0
               IF TS-UDBYDER-ID OF SAMTYKKE-ARR(SAMTYKKE-IX)
                       = TF-UDBYDER-ID OF FORESP-ARR(FORESP-IX)
                   PERFORM VURDER-SAMTYKKE
               END-IF
           END-PERFORM
           IF SAMTYKKE-MATCH-IX > 0
               MOVE SPACES TO AFVIS-AARSAG
           END-IF.

       VURDER-SAMTYKKE.
           MOVE "N" TO KONTO-DAEKKET-SW
           PERFORM VARYING SAMTYKKE-KONTO-IX FROM 1 BY 1
                   UNTIL SAMTYKKE-KONTO-IX > 5
               IF TS-KONTO-ID OF
                       SAMTYKKE-ARR(SAMTYKKE-IX, SAMTYKKE-KONTO-IX)
                       = TF-KONTO-ID OF FORESP-ARR(FORESP-IX)
                   MOVE "J" TO KONTO-DAEKKET-SW
               END-IF
           END-PERFORM
           IF KONTO-DAEKKET-SW = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE SAMTYKKE-IX TO SAMTYKKE-AFVIST-IX
           EVALUATE TRUE
               WHEN TS-TILBAGEKALDT OF SAMTYKKE-ARR(SAMTYKKE-IX)
                   MOVE "samtykke tilbagekaldt" TO AFVIS-AARSAG
               WHEN NOT TS-AKTIV OF SAMTYKKE-ARR(SAMTYKKE-IX)
                   OR TS-UDLOEB-DATO OF SAMTYKKE-ARR(SAMTYKKE-IX)
                       < DAGS-DATO
                   MOVE "samtykke udloebet" TO AFVIS-AARSAG
               WHEN TF-SALDO OF FORESP-ARR(FORESP-IX)
                   AND NOT TS-MAA-SE-SALDO OF SAMTYKKE-ARR(SAMTYKKE-IX)
                   MOVE "saldo ikke omfattet" TO AFVIS-AARSAG
               WHEN TF-POSTER OF FORESP-ARR(FORESP-IX)
                   AND NOT TS-MAA-SE-POSTER
                       OF SAMTYKKE-ARR(SAMTYKKE-IX)
                   MOVE "posteringer ikke omfattet" TO AFVIS-AARSAG
               WHEN OTHER
                   MOVE SAMTYKKE-IX TO SAMTYKKE-MATCH-IX
           END-EVALUATE.

       LOOKUP-KONTO.
           MOVE 0 TO KONTO-MATCH-IX
           PERFORM VARYING KONTO-IX FROM 1 BY 1
                   UNTIL KONTO-IX > NUM-KONTI
               IF KONTO-ID OF KONTO-ARR(KONTO-IX)
                       = TF-KONTO-ID OF FORESP-ARR(FORESP-IX)
                   MOVE KONTO-IX TO KONTO-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LEVER-SALDO.
           MOVE BALANCE OF KONTO-ARR(KONTO-MATCH-IX)
             TO LEVERANCE-BELOEB
           MOVE SPACES TO LEVERANCE-TEXT
           STRING
               "SALDO,"                            DELIMITED BY SIZE
               FUNCTION TRIM(TF-UDBYDER-ID OF FORESP-ARR(FORESP-IX))
                                                   DELIMITED BY SIZE
               ","                                 DELIMITED BY SIZE
               FUNCTION TRIM(TF-KONTO-ID OF FORESP-ARR(FORESP-IX))
                                                   DELIMITED BY SIZE
               ","                                 DELIMITED BY SIZE
               DAGS-DATO                           DELIMITED BY SIZE
               ","                                 DELIMITED BY SIZE
               FUNCTION TRIM(LEVERANCE-BELOEB)     DELIMITED BY SIZE
               ","                                 DELIMITED BY SIZE
               FUNCTION TRIM(VALUTA-KD OF KONTO-ARR(KONTO-MATCH-IX))
                                                   DELIMITED BY SIZE
           INTO LEVERANCE-TEXT
           WRITE LEVERANCE-REC.

       LEVER-POSTER.
           MOVE TF-FRA-DATO OF FORESP-ARR(FORESP-IX) TO FRA-DATO
           IF FRA-DATO = SPACES OR FRA-DATO < TIDLIGSTE-DATO
               MOVE TIDLIGSTE-DATO TO FRA-DATO
           END-IF
           PERFORM VARYING TRANS-IX FROM 1 BY 1
                   UNTIL TRANS-IX > NUM-TRANS
               IF KONTO-ID OF TRANS-ARR(TRANS-IX)
                       = TF-KONTO-ID OF FORESP-ARR(FORESP-IX)
                   AND TIDSPUNKT OF TRANS-ARR(TRANS-IX)(1:10)
                       NOT < FRA-DATO
                   AND TIDSPUNKT OF TRANS-ARR(TRANS-IX)(1:10)
                       NOT > DAGS-DATO
                   PERFORM LEVER-EN-POST
               END-IF
           END-PERFORM.

       LEVER-EN-POST.
           MOVE BELØB OF TRANS-ARR(TRANS-IX) TO LEVERANCE-BELOEB
           MOVE SPACES TO LEVERANCE-TEXT
           STRING
               "POST,"                             DELIMITED BY SIZE
               FUNCTION TRIM(TF-UDBYDER-ID OF FORESP-ARR(FORESP-IX))
                                                   DELIMITED BY SIZE
               ","                                 DELIMITED BY SIZE
               FUNCTION TRIM(TF-KONTO-ID OF FORESP-ARR(FORESP-IX))
                                                   DELIMITED BY SIZE
               ","                                 DELIMITED BY SIZE
               TIDSPUNKT OF TRANS-ARR(TRANS-IX)(1:10)
                                                   DELIMITED BY SIZE
               ","                                 DELIMITED BY SIZE
               FUNCTION TRIM(TRANS-TYPE OF TRANS-ARR(TRANS-IX))
                                                   DELIMITED BY SIZE
               ","                                 DELIMITED BY SIZE
               FUNCTION TRIM(LEVERANCE-BELOEB)     DELIMITED BY SIZE
               ","                                 DELIMITED BY SIZE
               FUNCTION TRIM(VALUTA OF TRANS-ARR(TRANS-IX))
                                                   DELIMITED BY SIZE
               ","                                 DELIMITED BY SIZE
               FUNCTION TRIM(BUTIK OF TRANS-ARR(TRANS-IX))
                                                   DELIMITED BY SIZE
           INTO LEVERANCE-TEXT
           WRITE LEVERANCE-REC
           ADD 1 TO POST-ANTAL.

       SKRIV-ADGANGSLOG.
           MOVE SPACES TO ADGANGSLOG-REC
           MOVE DAGS-DATO TO TA-DATO
           MOVE KLOKKEN-TEKST TO TA-TID
           MOVE TF-UDBYDER-ID OF FORESP-ARR(FORESP-IX) TO TA-UDBYDER-ID
           MOVE TF-KONTO-ID OF FORESP-ARR(FORESP-IX) TO TA-KONTO-ID
           MOVE TF-OMFANG OF FORESP-ARR(FORESP-IX) TO TA-OMFANG
           MOVE ZEROS TO TA-SAMTYKKE-ID
           IF SAMTYKKE-MATCH-IX > 0
               MOVE TS-SAMTYKKE-ID OF SAMTYKKE-ARR(SAMTYKKE-MATCH-IX)
                 TO TA-SAMTYKKE-ID
               MOVE TS-KUNDE-ID OF SAMTYKKE-ARR(SAMTYKKE-MATCH-IX)
                 TO TA-KUNDE-ID
           ELSE
               IF SAMTYKKE-AFVIST-IX > 0
                   MOVE TS-SAMTYKKE-ID
                       OF SAMTYKKE-ARR(SAMTYKKE-AFVIST-IX)
                     TO TA-SAMTYKKE-ID
                   MOVE TS-KUNDE-ID OF SAMTYKKE-ARR(SAMTYKKE-AFVIST-IX)
                     TO TA-KUNDE-ID
               END-IF
           END-IF
           MOVE POST-ANTAL TO TA-ANTAL-POSTER
           IF AFVIS-AARSAG = SPACES
               MOVE "L" TO TA-RESULTAT
           ELSE
               MOVE "A" TO TA-RESULTAT
               MOVE AFVIS-AARSAG TO TA-AARSAG
           END-IF
           WRITE ADGANGSLOG-REC.

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
