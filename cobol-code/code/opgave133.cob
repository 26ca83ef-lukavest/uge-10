       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPG-133.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIL-INDB ASSIGN TO "../data/Udland-Ind.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INDB-FIL-STATUS.
           SELECT FIL-KONTI ASSIGN TO "../data/KontoOpl.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-KUNDER ASSIGN TO "../data/Kundeoplysninger.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-KURS ASSIGN TO "../data/Valutakurser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KURS-FIL-STATUS.
           SELECT FIL-VENTENDE
               ASSIGN TO "../data/Ventende-Posteringer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VENTENDE-STATUS.
           SELECT FIL-SUSPENSE ASSIGN TO "../data/Suspense-Poster.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUSPENSE-FIL-STATUS.
           SELECT FIL-PARM ASSIGN TO "../data/OPG24-Parametre.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-STATUS.
           SELECT FIL-MODTAGET ASSIGN TO "../data/Modtagne-Filer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MODTAGET-FIL-STATUS.
           SELECT FIL-RAPPORT
               ASSIGN TO "../data/Udland-Ind-Rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-SKOE ASSIGN TO "../data/Screening-Koe.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SKOE-FIL-STATUS.
           SELECT FIL-BOGFDATO ASSIGN TO "../data/Bogfoeringsdato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOGFDATO-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD FIL-INDB.
       01 INDB-REKORD.
           COPY "../copybooks/UDLANDSINDB.cpy".
       01 INDB-REKORD-TRAILER REDEFINES INDB-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(128).

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

       FD FIL-KURS.
       01 KURS-REKORD.
           COPY "../copybooks/VALUTAKURS.cpy".

       FD FIL-VENTENDE.
       01 VENTENDE-REKORD.
           COPY "../copybooks/TRANSAKTIONER.cpy".
           COPY "../copybooks/VENTENDE-POSTERING.cpy".
       01 VENTENDE-TRAILER REDEFINES VENTENDE-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(273).

       FD FIL-SUSPENSE.
       01 SUSPENSE-REKORD.
           COPY "../copybooks/SUSPENSE.cpy".
       01 SUSPENSE-REKORD-TRAILER REDEFINES SUSPENSE-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(55).

       FD FIL-PARM.
       01 PARM-FILE-REC.
           COPY "../copybooks/OPG24-PARAMETRE.cpy".

       FD FIL-MODTAGET.
       01 MODTAGET-REKORD.
           COPY "../copybooks/MODTAGET-FIL.cpy".

       FD FIL-RAPPORT.
       01 RAPPORT-REC.
           02 RAPPORT-TEXT PIC X(132).

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

      * Indgaaende udlandsbetalinger (SWIFT/SEPA) fra
      * korrespondentbankens fil Udland-Ind.txt. Modtageren findes
      * ud fra kontonummerfeltet: er det en IBAN, kontrolleres den
      * med samme MOD 97-10-kontrol som i OPG-83, og den - eller et
      * almindeligt kontonummer - slaas op mod KONTO-NUMMER i
      * Kundeoplysninger.txt. Pengene saettes ind paa kundens konto
      * i betalingens valuta, ellers paa kundens foerste
      * betalingskonto. Beloebet omregnes med dagens kurs fra
      * Valutakurser.txt til kontoens valuta, og kursspreadet
      * posteres saerskilt som KURSSPREAD, som i OPG-83. Kreditbenet
      * posteres som UDLINDB med afsenders navn i navnefeltet og
      * betalingsreferencen som butikstekst, saa begge fremgaar af
      * kontoudskriften; gebyrkoerslen (OPG-17) opkraever
      * indgaaende udlandsgebyr paa UDLINDB ad sin saedvanlige vej.
       01 INDB-FIL-STATUS  PIC XX VALUE "00".
       01 KURS-FIL-STATUS  PIC XX VALUE "00".
       01 TRAILER-FOUND-SW PIC X(01) VALUE "N".
       01 TRAILER-ANTAL    PIC 9(06) VALUE ZEROS.
       01 EOF-FLAG         PIC X(01) VALUE "N".

       01 INDB-IND.
           COPY "../copybooks/UDLANDSINDB.cpy".
       01 INDB-LAEST       PIC 9(06) VALUE 0.
       01 INDB-BOGFOERT    PIC 9(06) VALUE 0.
       01 INDB-PARKERET    PIC 9(06) VALUE 0.
       01 INDB-AFVIST      PIC 9(06) VALUE 0.
       01 AFVIS-AARSAG     PIC X(40) VALUE SPACES.
       01 PARKER-AARSAG    PIC X(40) VALUE SPACES.

       01 NUM-KONTI     PIC 9(04) VALUE 0.
       01 KONTO-ARR OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-KONTI.
           COPY "../copybooks/KONTOOPL.cpy".
       01 KONTO-IX        PIC 9(04) VALUE 0.
       01 KONTO-MATCH-IX  PIC 9(04) VALUE 0.

       01 NUM-KUNDER    PIC 9(04) VALUE 0.
       01 KUNDE-ARR OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-KUNDER.
           COPY "../copybooks/KUNDER.cpy".
       01 KUNDE-IX        PIC 9(04) VALUE 0.
       01 KUNDE-MATCH-IX  PIC 9(04) VALUE 0.
       01 KUNDE-ANTAL-MATCH PIC 9(04) VALUE 0.

       01 NUM-KURS      PIC 9(03) VALUE 0.
       01 KURS-ARR OCCURS 0 TO 100 TIMES DEPENDING ON NUM-KURS.
           COPY "../copybooks/VALUTAKURS.cpy".
       01 KURS-IX         PIC 9(03) VALUE 0.
       01 KURS-MATCH-IX   PIC 9(03) VALUE 0.
       01 KURS-BEST-DATO  PIC X(10) VALUE SPACES.
       01 SOEGE-VALUTA    PIC X(04) VALUE SPACES.
       01 FUNDET-KURS     PIC 9V9999 VALUE ZEROS.
       01 INDB-KURS       PIC 9V9999 VALUE ZEROS.
       01 KONTO-KURS      PIC 9V9999 VALUE ZEROS.
       01 KONTO-VALUTA    PIC X(04) VALUE SPACES.

      * MOD 97-10 efter ISO 13616: de fire foerste tegn flyttes om
      * bagest, bogstaver udfoldes til to cifre (A=10..Z=35), og
      * resten af division med 97 skal give 1.
       01 IBAN-OK-SW      PIC X(01) VALUE "J".
       01 IBAN-LAENGDE    PIC 9(02) VALUE 0.
       01 IBAN-OMSTILLET  PIC X(38) VALUE SPACES.
       01 IBAN-REST       PIC 9(04) VALUE 0.
       01 IBAN-IX         PIC 9(02) VALUE 0.
       01 IBAN-TEGN       PIC X(01) VALUE SPACE.
       01 BOGSTAV-TAL     PIC 9(02) VALUE 0.
       01 BOGSTAV-RAEKKE  PIC X(26)
           VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 BOGSTAV-IX      PIC 9(02) VALUE 0.

       01 SPREAD-SATS     PIC SV9999 VALUE 0.0025.
       01 DKK-BELOEB      PIC S9(10)V99 VALUE ZEROS.
       01 KONTO-BELOEB    PIC S9(10)V99 VALUE ZEROS.
       01 SPREAD-BELOEB   PIC S9(10)V99 VALUE ZEROS.

       01 INDB-POSTING.
           COPY "../copybooks/TRANSAKTIONER.cpy".
       01 POSTERING-BELOEB PIC S9(10)V99 VALUE ZEROS.
       01 POSTERING-TYPE  PIC X(20) VALUE SPACES.
       01 INDB-TIDSPUNKT  PIC X(26) VALUE SPACES.
       01 INDB-NAVN       PIC X(41) VALUE SPACES.

      * Posteringerne samles her og stilles i koe til
      * posteringsmotoren (OPG-96) som eet parti.
       01 NUM-GEN       PIC 9(05) VALUE 0.
       01 GEN-ARR OCCURS 0 TO 2000 TIMES DEPENDING ON NUM-GEN.
           COPY "../copybooks/TRANSAKTIONER.cpy".
           02 GEN-BRUGT-SW PIC X(01) VALUE "N".
       01 GEN-IX          PIC 9(05) VALUE 0.
       01 VENTENDE-STATUS PIC XX VALUE "00".
       01 VENT-PARTI-ID.
           02 VENT-PARTI-DATO PIC 9(08) VALUE ZEROS.
           02 VENT-PARTI-TID  PIC 9(08) VALUE ZEROS.

      * Betalinger uden identificerbar modtager parkeres som i OPG-24
      * paa interimskontoen fra OPG24-Parametre.txt, omregnet til
      * DKK, og registreres i Suspense-Poster.txt til OPG-86.
       01 SUSPENSE-FIL-STATUS PIC XX VALUE "00".
       01 PARM-STATUS       PIC XX VALUE "00".
       01 PARM-REC.
           COPY "../copybooks/OPG24-PARAMETRE.cpy".
       01 NUM-SUSPENSE      PIC 9(04) VALUE 0.
       01 SUSPENSE-ARR OCCURS 0 TO 500 TIMES
               DEPENDING ON NUM-SUSPENSE.
           COPY "../copybooks/SUSPENSE.cpy".
       01 SUSPENSE-IX       PIC 9(04) VALUE 0.
       01 NAESTE-LOEBENR    PIC 9(06) VALUE 0.

      * Leveringsregister som i OPG-24: en levering kan indledes med
      * en BATCH-post med afsenders fortloebende nummer, som noteres
      * i Modtagne-Filer.txt; en genlevering eller et hul i
      * sekvensen standser koerslen.
       01 MODTAGET-FIL-STATUS PIC XX VALUE "00".
       01 BATCH-FILNAVN    PIC X(30) VALUE "Udland-Ind.txt".
       01 BATCH-NR-IND     PIC 9(06) VALUE ZEROS.
       01 BATCH-HAR-SW     PIC X(01) VALUE "N".
       01 BATCH-DUBLET-SW  PIC X(01) VALUE "N".
       01 SIDSTE-BATCH-NR  PIC 9(06) VALUE ZEROS.
       01 MODTAGET-EOF     PIC X(01) VALUE "N".

      * Afsenderne screenes af OPG-139, foer betalingerne
      * behandles. En betaling med et aabent hit eller et sandt match
      * parkeres paa interimskontoen, til compliance har afklaret
      * sagen i OPG-140.
       01 SKOE-FIL-STATUS PIC XX VALUE "00".
       01 NUM-SKOE      PIC 9(05) VALUE 0.
       01 SKOE-ARR OCCURS 0 TO 5000 TIMES DEPENDING ON NUM-SKOE.
           02 SK-REFERENCE  PIC X(35).
       01 SKOE-IX         PIC 9(05) VALUE 0.
       01 SCREENING-HIT-SW PIC X(01) VALUE "N".
       01 SYSTEM-KOMMANDO PIC X(60) VALUE SPACES.

       01 RUN-DATE        PIC 9(08) VALUE ZEROS.
      * Koerselsdatoen er bankens bogfoeringsdato (Bogfoeringsdato.txt),
      * ikke maskinens dato.
       01 BOGFDATO-STATUS  PIC XX VALUE "00".
       01 BOGFDATO-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".
       01 DAGS-DATO       PIC X(10) VALUE SPACES.
       01 BELOEB-VIS      PIC -ZZZ,ZZZ,ZZ9.99.
       01 KONTO-BELOEB-VIS PIC -ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
           PERFORM DAGS-DATO-FILL
           MOVE "./opgave139" TO SYSTEM-KOMMANDO
           CALL "SYSTEM" USING SYSTEM-KOMMANDO
           PERFORM SKOE-ARR-FILL
           PERFORM KONTO-ARR-FILL
           PERFORM KUNDE-ARR-FILL
           PERFORM KURS-ARR-FILL
           PERFORM PARM-FILL
           PERFORM SUSPENSE-ARR-FILL
           OPEN OUTPUT FIL-RAPPORT
           PERFORM INDB-ITER
           CLOSE FIL-RAPPORT
           IF INDB-PARKERET > 0
               PERFORM SUSPENSE-ARR-REWRITE
           END-IF
           PERFORM VENTENDE-SKRIV
           DISPLAY "Udlandsindbetalinger - laest " INDB-LAEST
               ", bogfoert " INDB-BOGFOERT
               ", parkeret " INDB-PARKERET
               ", afvist " INDB-AFVIST
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
           MOVE SPACES TO INDB-TIDSPUNKT
           STRING
               DAGS-DATO          DELIMITED BY SIZE
               "-00:00:00.000000" DELIMITED BY SIZE
           INTO INDB-TIDSPUNKT.

      * Kun aabne hits og sande match paa indbetalinger (kildetype
      * I) indlaeses; referencen er betalingsreferencen.
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
                               IF SH-INDBETALING OF SKOE-REKORD
                                   AND NOT SH-FALSK-POSITIV
                                       OF SKOE-REKORD
                                   AND NUM-SKOE < 5000
                                   ADD 1 TO NUM-SKOE
                                   MOVE SH-REFERENCE OF SKOE-REKORD
                                     TO SK-REFERENCE(NUM-SKOE)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIL-SKOE
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

       KUNDE-ARR-FILL.
           OPEN INPUT FIL-KUNDER
           MOVE "N" TO TRAILER-FOUND-SW
           MOVE 0 TO NUM-KUNDER
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-KUNDER INTO KUNDE-OPL
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF KUNDE-OPL-TRAILER = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                           MOVE "Y" TO TRAILER-FOUND-SW
                           MOVE TR-ANTAL OF KUNDE-OPL-TRAILER
                             TO TRAILER-ANTAL
                       ELSE
                           ADD 1 TO NUM-KUNDER
                           MOVE KUNDE-OPL TO KUNDE-ARR(NUM-KUNDER)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-KUNDER
           IF TRAILER-FOUND-SW = "N"
               DISPLAY "FEJL: Kundeoplysninger.txt mangler "
                   "sluttaellerpost"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NUM-KUNDER NOT = TRAILER-ANTAL
               DISPLAY "FEJL: Kundeoplysninger.txt - forventet "
                   TRAILER-ANTAL " poster, fandt " NUM-KUNDER
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       KURS-ARR-FILL.
           MOVE 0 TO NUM-KURS
           OPEN INPUT FIL-KURS
           IF KURS-FIL-STATUS = "00"
               PERFORM VARYING KURS-IX FROM 1 BY 1
                       UNTIL KURS-IX > 100
                   READ FIL-KURS INTO KURS-REKORD
                       AT END
                           EXIT PERFORM
                   END-READ
                   ADD 1 TO NUM-KURS
                   MOVE KURS-REKORD TO KURS-ARR(NUM-KURS)
               END-PERFORM
               CLOSE FIL-KURS
           END-IF.

       PARM-FILL.
           OPEN INPUT FIL-PARM
           IF PARM-STATUS = "00"
               READ FIL-PARM INTO PARM-REC
                   AT END
                       CONTINUE
               END-READ
               CLOSE FIL-PARM
           END-IF
           IF PARM-SUSPENSE-KONTO OF PARM-REC = SPACES
               MOVE "INTERIM-IND" TO PARM-SUSPENSE-KONTO OF PARM-REC
           END-IF.

       SUSPENSE-ARR-FILL.
           MOVE 0 TO NUM-SUSPENSE
           MOVE 0 TO NAESTE-LOEBENR
           OPEN INPUT FIL-SUSPENSE
           IF SUSPENSE-FIL-STATUS = "00"
               PERFORM VARYING SUSPENSE-IX FROM 1 BY 1
                       UNTIL SUSPENSE-IX > 500
                   READ FIL-SUSPENSE INTO SUSPENSE-REKORD
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF TR-MARKER OF SUSPENSE-REKORD-TRAILER = "TRAILER"
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO NUM-SUSPENSE
                   MOVE SUSPENSE-REKORD
                     TO SUSPENSE-ARR(NUM-SUSPENSE)
                   IF SP-LOEBENR OF SUSPENSE-ARR(NUM-SUSPENSE)
                           > NAESTE-LOEBENR
                       MOVE SP-LOEBENR OF SUSPENSE-ARR(NUM-SUSPENSE)
                         TO NAESTE-LOEBENR
                   END-IF
               END-PERFORM
               CLOSE FIL-SUSPENSE
           END-IF.

       INDB-ITER.
           OPEN INPUT FIL-INDB
           IF INDB-FIL-STATUS NOT = "00"
               DISPLAY "Udland-Ind.txt findes ikke - "
                   "intet at importere."
           ELSE
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ FIL-INDB INTO INDB-IND
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           EVALUATE TRUE
                               WHEN TR-MARKER OF INDB-REKORD-TRAILER
                                       = "TRAILER"
                                   MOVE "Y" TO EOF-FLAG
                               WHEN INDB-IND(1:5) = "BATCH"
                                       AND INDB-IND(8:6) NUMERIC
                                   MOVE INDB-IND(8:6) TO BATCH-NR-IND
                                   PERFORM CHECK-BATCH-NUMMER
                               WHEN OTHER
                                   ADD 1 TO INDB-LAEST
                                   PERFORM BEHANDL-INDBETALING
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE FIL-INDB
               PERFORM REGISTRER-BATCH
           END-IF.

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
           OPEN EXTEND FIL-MODTAGET
           IF MODTAGET-FIL-STATUS = "35"
               OPEN OUTPUT FIL-MODTAGET
           END-IF
           MOVE SPACES TO MODTAGET-REKORD
           MOVE BATCH-FILNAVN TO MF-FILNAVN OF MODTAGET-REKORD
           MOVE BATCH-NR-IND TO MF-BATCH-NR OF MODTAGET-REKORD
           MOVE DAGS-DATO TO MF-DATO OF MODTAGET-REKORD
           WRITE MODTAGET-REKORD
           CLOSE FIL-MODTAGET.

      * Afvisning bruges kun, hvor betalingen slet ikke kan omregnes
      * eller er formelt ugyldig; en ukendt eller tvetydig modtager
      * parkeres, saa pengene staar paa interimskontoen.
       BEHANDL-INDBETALING.
           MOVE SPACES TO AFVIS-AARSAG
           MOVE SPACES TO PARKER-AARSAG
           IF UI-BELOEB OF INDB-IND NOT > ZEROS
               MOVE "beloeb skal vaere positivt" TO AFVIS-AARSAG
           END-IF
           IF AFVIS-AARSAG = SPACES
                   AND UI-VALOER-DATO OF INDB-IND NOT = SPACES
               IF UI-VALOER-DATO OF INDB-IND(1:4) NOT NUMERIC
                       OR UI-VALOER-DATO OF INDB-IND(5:1) NOT = "-"
                       OR UI-VALOER-DATO OF INDB-IND(6:2) NOT NUMERIC
                       OR UI-VALOER-DATO OF INDB-IND(8:1) NOT = "-"
                       OR UI-VALOER-DATO OF INDB-IND(9:2) NOT NUMERIC
                   MOVE "ugyldig valoerdato" TO AFVIS-AARSAG
               END-IF
           END-IF
           IF AFVIS-AARSAG = SPACES
               MOVE UI-VALUTA OF INDB-IND TO SOEGE-VALUTA
               PERFORM FIND-KURS
               IF FUNDET-KURS = ZEROS
                   MOVE "ingen kurs for valutaen" TO AFVIS-AARSAG
               ELSE
                   MOVE FUNDET-KURS TO INDB-KURS
               END-IF
           END-IF
           IF AFVIS-AARSAG = SPACES
               PERFORM FIND-MODTAGER
           END-IF
           IF AFVIS-AARSAG = SPACES AND KONTO-MATCH-IX > 0
               MOVE VALUTA-KD OF KONTO-ARR(KONTO-MATCH-IX)
                 TO KONTO-VALUTA
               IF KONTO-VALUTA = SPACES
                   MOVE "DKK " TO KONTO-VALUTA
               END-IF
               MOVE KONTO-VALUTA TO SOEGE-VALUTA
               PERFORM FIND-KURS
               IF FUNDET-KURS = ZEROS
                   MOVE "ingen kurs for kontoens valuta"
                     TO AFVIS-AARSAG
               ELSE
                   MOVE FUNDET-KURS TO KONTO-KURS
               END-IF
           END-IF
           IF AFVIS-AARSAG = SPACES
               PERFORM SCREENING-CHECK
           END-IF
           EVALUATE TRUE
               WHEN AFVIS-AARSAG NOT = SPACES
                   ADD 1 TO INDB-AFVIST
                   PERFORM SKRIV-AFVIST
               WHEN SCREENING-HIT-SW = "J"
                   MOVE "sanktionsscreening" TO PARKER-AARSAG
                   PERFORM PARKER-INDBETALING
               WHEN KONTO-MATCH-IX = 0
                   PERFORM PARKER-INDBETALING
               WHEN OTHER
                   PERFORM POSTER-INDBETALING
           END-EVALUATE.

       SCREENING-CHECK.
           MOVE "N" TO SCREENING-HIT-SW
           PERFORM VARYING SKOE-IX FROM 1 BY 1
                   UNTIL SKOE-IX > NUM-SKOE
               IF SK-REFERENCE(SKOE-IX) = UI-REFERENCE OF INDB-IND
                   MOVE "J" TO SCREENING-HIT-SW
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * DKK har kurs 1; andre valutaer faar seneste kurs med
      * kursdato paa eller foer koerselsdatoen.
       FIND-KURS.
           MOVE ZEROS TO FUNDET-KURS
           IF SOEGE-VALUTA = "DKK "
               MOVE 1 TO FUNDET-KURS
           ELSE
               MOVE 0 TO KURS-MATCH-IX
               MOVE SPACES TO KURS-BEST-DATO
               PERFORM VARYING KURS-IX FROM 1 BY 1
                       UNTIL KURS-IX > NUM-KURS
                   IF VALUTA-KD OF KURS-ARR(KURS-IX) = SOEGE-VALUTA
                       AND KURS-DATO OF KURS-ARR(KURS-IX)
                           NOT > DAGS-DATO
                       AND KURS-DATO OF KURS-ARR(KURS-IX)
                           >= KURS-BEST-DATO
                       MOVE KURS-IX TO KURS-MATCH-IX
                       MOVE KURS-DATO OF KURS-ARR(KURS-IX)
                         TO KURS-BEST-DATO
                   END-IF
               END-PERFORM
               IF KURS-MATCH-IX > 0
                   MOVE KURS OF KURS-ARR(KURS-MATCH-IX) TO FUNDET-KURS
               END-IF
           END-IF.

      * Kontonummerfeltet holdes op mod kundens KONTO-NUMMER. Ligner
      * det en IBAN (to bogstaver og to cifre), skal kontrolcifrene
      * staemme, foer der slaas op. Praecis een kunde skal have
      * nummeret, og kunden maa ikke vaere lukket.
       FIND-MODTAGER.
           MOVE 0 TO KONTO-MATCH-IX
           MOVE 0 TO KUNDE-MATCH-IX
           MOVE 0 TO KUNDE-ANTAL-MATCH
           IF UI-KONTO-NR OF INDB-IND = SPACES
               MOVE "intet kontonummer" TO PARKER-AARSAG
               EXIT PARAGRAPH
           END-IF
           IF UI-KONTO-NR OF INDB-IND(1:1) IS ALPHABETIC
                   AND UI-KONTO-NR OF INDB-IND(2:1) IS ALPHABETIC
                   AND UI-KONTO-NR OF INDB-IND(3:2) IS NUMERIC
               PERFORM VALIDER-IBAN
               IF IBAN-OK-SW = "N"
                   MOVE "ugyldig IBAN" TO PARKER-AARSAG
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF UI-KONTO-NR OF INDB-IND(21:14) = SPACES
               PERFORM VARYING KUNDE-IX FROM 1 BY 1
                       UNTIL KUNDE-IX > NUM-KUNDER
                   IF KONTO-NUMMER OF KUNDE-ARR(KUNDE-IX)
                           = UI-KONTO-NR OF INDB-IND(1:20)
                       ADD 1 TO KUNDE-ANTAL-MATCH
                       MOVE KUNDE-IX TO KUNDE-MATCH-IX
                   END-IF
               END-PERFORM
           END-IF
           EVALUATE TRUE
               WHEN KUNDE-ANTAL-MATCH = 0
                   MOVE "ukendt modtager" TO PARKER-AARSAG
               WHEN KUNDE-ANTAL-MATCH > 1
                   MOVE "kontonummer ikke entydigt" TO PARKER-AARSAG
               WHEN KONTO-LUKKET OF KUNDE-ARR(KUNDE-MATCH-IX)
                   MOVE "modtagers kundeforhold er lukket"
                     TO PARKER-AARSAG
               WHEN OTHER
                   PERFORM FIND-MODTAGER-KONTO
                   IF KONTO-MATCH-IX = 0
                       MOVE "modtager har ingen betalingskonto"
                         TO PARKER-AARSAG
                   END-IF
           END-EVALUATE.

      * Foerst kundens konto i betalingens valuta, dernaest kundens
      * foerste konto, der ikke er et laan.
       FIND-MODTAGER-KONTO.
           MOVE 0 TO KONTO-MATCH-IX
           PERFORM VARYING KONTO-IX FROM 1 BY 1
                   UNTIL KONTO-IX > NUM-KONTI
               IF KUNDE-ID OF KONTO-ARR(KONTO-IX)
                       = KUNDE-ID OF KUNDE-ARR(KUNDE-MATCH-IX)
                   AND KONTO-TYPE OF KONTO-ARR(KONTO-IX) NOT = "LÅN"
                   AND VALUTA-KD OF KONTO-ARR(KONTO-IX)
                       = UI-VALUTA OF INDB-IND
                   MOVE KONTO-IX TO KONTO-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF KONTO-MATCH-IX = 0
               PERFORM VARYING KONTO-IX FROM 1 BY 1
                       UNTIL KONTO-IX > NUM-KONTI
                   IF KUNDE-ID OF KONTO-ARR(KONTO-IX)
                           = KUNDE-ID OF KUNDE-ARR(KUNDE-MATCH-IX)
                       AND KONTO-TYPE OF KONTO-ARR(KONTO-IX)
                           NOT = "LÅN"
                       MOVE KONTO-IX TO KONTO-MATCH-IX
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

       VALIDER-IBAN.
           MOVE "J" TO IBAN-OK-SW
           MOVE 0 TO IBAN-LAENGDE
           PERFORM VARYING IBAN-IX FROM 34 BY -1
                   UNTIL IBAN-IX < 1 OR IBAN-LAENGDE > 0
               IF UI-KONTO-NR OF INDB-IND(IBAN-IX:1) NOT = SPACE
                   MOVE IBAN-IX TO IBAN-LAENGDE
               END-IF
           END-PERFORM
           IF IBAN-LAENGDE < 15
               MOVE "N" TO IBAN-OK-SW
           END-IF
           IF IBAN-OK-SW = "J"
               PERFORM MOD97-KONTROL
           END-IF.

       MOD97-KONTROL.
           MOVE SPACES TO IBAN-OMSTILLET
           MOVE UI-KONTO-NR OF INDB-IND(5:IBAN-LAENGDE - 4)
             TO IBAN-OMSTILLET(1:IBAN-LAENGDE - 4)
           MOVE UI-KONTO-NR OF INDB-IND(1:4)
             TO IBAN-OMSTILLET(IBAN-LAENGDE - 3:4)
           MOVE 0 TO IBAN-REST
           PERFORM VARYING IBAN-IX FROM 1 BY 1
                   UNTIL IBAN-IX > IBAN-LAENGDE
               MOVE IBAN-OMSTILLET(IBAN-IX:1) TO IBAN-TEGN
               IF IBAN-TEGN IS NUMERIC
                   COMPUTE IBAN-REST = FUNCTION MOD(
                       IBAN-REST * 10
                       + FUNCTION NUMVAL(IBAN-TEGN), 97)
               ELSE
                   PERFORM FIND-BOGSTAV-TAL
                   IF BOGSTAV-TAL = 0
                       MOVE "N" TO IBAN-OK-SW
                       MOVE IBAN-LAENGDE TO IBAN-IX
                   ELSE
                       COMPUTE IBAN-REST = FUNCTION MOD(
                           IBAN-REST * 10 + BOGSTAV-TAL / 10, 97)
                       COMPUTE IBAN-REST = FUNCTION MOD(
                           IBAN-REST * 10
                           + FUNCTION MOD(BOGSTAV-TAL, 10), 97)
                   END-IF
               END-IF
           END-PERFORM
           IF IBAN-OK-SW = "J" AND IBAN-REST NOT = 1
               MOVE "N" TO IBAN-OK-SW
           END-IF.

       FIND-BOGSTAV-TAL.
           MOVE 0 TO BOGSTAV-TAL
           PERFORM VARYING BOGSTAV-IX FROM 1 BY 1
                   UNTIL BOGSTAV-IX > 26
               IF BOGSTAV-RAEKKE(BOGSTAV-IX:1) = IBAN-TEGN
                   COMPUTE BOGSTAV-TAL = BOGSTAV-IX + 9
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * Kreditben i kontoens valuta (UDLINDB) og spreadet som
      * saerskilt KURSSPREAD-debet; staar betalingen allerede i
      * kontoens valuta, omregnes der ikke, og der er intet spread.
       POSTER-INDBETALING.
           IF UI-VALUTA OF INDB-IND = KONTO-VALUTA
               MOVE UI-BELOEB OF INDB-IND TO KONTO-BELOEB
               MOVE ZEROS TO SPREAD-BELOEB
           ELSE
               COMPUTE DKK-BELOEB ROUNDED =
                   UI-BELOEB OF INDB-IND * INDB-KURS
               COMPUTE KONTO-BELOEB ROUNDED = DKK-BELOEB / KONTO-KURS
               COMPUTE SPREAD-BELOEB ROUNDED =
                   KONTO-BELOEB * SPREAD-SATS
           END-IF
           MOVE KONTO-BELOEB TO POSTERING-BELOEB
           MOVE "UDLINDB" TO POSTERING-TYPE
           PERFORM BUILD-INDB-POSTING
           IF SPREAD-BELOEB > ZEROS
               COMPUTE POSTERING-BELOEB = ZEROS - SPREAD-BELOEB
               MOVE "KURSSPREAD" TO POSTERING-TYPE
               PERFORM BUILD-INDB-POSTING
           END-IF
           ADD 1 TO INDB-BOGFOERT
           PERFORM SKRIV-BOGFOERT.

       BUILD-INDB-POSTING.
           MOVE SPACES TO INDB-POSTING
           MOVE CPR OF KUNDE-ARR(KUNDE-MATCH-IX) TO CPR OF INDB-POSTING
           MOVE UI-AFSENDER-NAVN OF INDB-IND TO NAVN OF INDB-POSTING
           MOVE UI-REFERENCE OF INDB-IND TO ADRESSE OF INDB-POSTING
           MOVE KONTO-ID OF KONTO-ARR(KONTO-MATCH-IX)
             TO KONTO-ID OF INDB-POSTING
           MOVE ZEROS TO REG-NR OF INDB-POSTING
           MOVE POSTERING-BELOEB TO BELØB OF INDB-POSTING
           MOVE KONTO-VALUTA TO VALUTA OF INDB-POSTING
           MOVE POSTERING-TYPE TO TRANS-TYPE OF INDB-POSTING
           MOVE UI-REFERENCE OF INDB-IND TO BUTIK OF INDB-POSTING
           MOVE INDB-TIDSPUNKT TO TIDSPUNKT OF INDB-POSTING
           MOVE UI-VALOER-DATO OF INDB-IND
             TO VALOER-DATO OF INDB-POSTING
           PERFORM GEM-INDB-POSTING.

       GEM-INDB-POSTING.
           IF NUM-GEN >= 2000
               DISPLAY "FEJL: flere posteringer end GEN-ARR's "
                   "graense paa 2000."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO NUM-GEN
           MOVE INDB-POSTING TO GEN-ARR(NUM-GEN)
           MOVE "N" TO GEN-BRUGT-SW OF GEN-ARR(NUM-GEN).

      * Parkeringen posteres som i OPG-24 som OVF-kredit paa
      * interimskontoen, her omregnet til DKK uden spread, med
      * suspenseregistrets loebenummer som reference.
       PARKER-INDBETALING.
           COMPUTE DKK-BELOEB ROUNDED =
               UI-BELOEB OF INDB-IND * INDB-KURS
           ADD 1 TO INDB-PARKERET
           ADD 1 TO NAESTE-LOEBENR
           IF NUM-SUSPENSE >= 500
               DISPLAY "FEJL: Suspense-Poster.txt er fuld - udvid "
                   "SUSPENSE-ARR."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO NUM-SUSPENSE
           MOVE SPACES TO SUSPENSE-ARR(NUM-SUSPENSE)
           MOVE NAESTE-LOEBENR
             TO SP-LOEBENR OF SUSPENSE-ARR(NUM-SUSPENSE)
           MOVE UI-KONTO-NR OF INDB-IND
             TO SP-ORIG-KONTO OF SUSPENSE-ARR(NUM-SUSPENSE)
           MOVE DKK-BELOEB TO SP-BELOEB OF SUSPENSE-ARR(NUM-SUSPENSE)
           MOVE "DKK " TO SP-VALUTA OF SUSPENSE-ARR(NUM-SUSPENSE)
           MOVE DAGS-DATO
             TO SP-PARKERET-DATO OF SUSPENSE-ARR(NUM-SUSPENSE)
           MOVE "P" TO SP-SUS-STATUS OF SUSPENSE-ARR(NUM-SUSPENSE)
           MOVE SPACES TO INDB-POSTING
           MOVE SPACES TO INDB-NAVN
           STRING
               "Parkeret, til "            DELIMITED BY SIZE
               UI-KONTO-NR OF INDB-IND     DELIMITED BY SIZE
           INTO INDB-NAVN
           MOVE INDB-NAVN TO NAVN OF INDB-POSTING
           MOVE UI-REFERENCE OF INDB-IND TO ADRESSE OF INDB-POSTING
           MOVE PARM-SUSPENSE-KONTO OF PARM-REC
             TO KONTO-ID OF INDB-POSTING
           MOVE ZEROS TO REG-NR OF INDB-POSTING
           MOVE DKK-BELOEB TO BELØB OF INDB-POSTING
           MOVE "DKK " TO VALUTA OF INDB-POSTING
           MOVE "OVF" TO TRANS-TYPE OF INDB-POSTING
           MOVE "PARKERING" TO BUTIK OF INDB-POSTING
           MOVE INDB-TIDSPUNKT TO TIDSPUNKT OF INDB-POSTING
           MOVE UI-VALOER-DATO OF INDB-IND
             TO VALOER-DATO OF INDB-POSTING
           MOVE NAESTE-LOEBENR TO BILAGSREF OF INDB-POSTING
           PERFORM GEM-INDB-POSTING
           PERFORM SKRIV-PARKERET.

       SKRIV-BOGFOERT.
           MOVE UI-BELOEB OF INDB-IND TO BELOEB-VIS
           MOVE KONTO-BELOEB TO KONTO-BELOEB-VIS
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               UI-REFERENCE OF INDB-IND(1:20)     DELIMITED BY SIZE
               " "                                DELIMITED BY SIZE
               UI-VALUTA OF INDB-IND              DELIMITED BY SIZE
               BELOEB-VIS                         DELIMITED BY SIZE
               " bogfoert paa "                   DELIMITED BY SIZE
               KONTO-ID OF KONTO-ARR(KONTO-MATCH-IX)
                                                  DELIMITED BY SIZE
               " "                                DELIMITED BY SIZE
               KONTO-VALUTA                       DELIMITED BY SIZE
               KONTO-BELOEB-VIS                   DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-TEXT.

       SKRIV-PARKERET.
           MOVE UI-BELOEB OF INDB-IND TO BELOEB-VIS
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               UI-REFERENCE OF INDB-IND(1:20)     DELIMITED BY SIZE
               " "                                DELIMITED BY SIZE
               UI-VALUTA OF INDB-IND              DELIMITED BY SIZE
               BELOEB-VIS                         DELIMITED BY SIZE
               " parkeret paa interim - "         DELIMITED BY SIZE
               PARKER-AARSAG                      DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-TEXT.

       SKRIV-AFVIST.
           MOVE UI-BELOEB OF INDB-IND TO BELOEB-VIS
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               UI-REFERENCE OF INDB-IND(1:20)     DELIMITED BY SIZE
               " "                                DELIMITED BY SIZE
               UI-VALUTA OF INDB-IND              DELIMITED BY SIZE
               BELOEB-VIS                         DELIMITED BY SIZE
               " AFVIST - "                       DELIMITED BY SIZE
               AFVIS-AARSAG                       DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-TEXT.

       SUSPENSE-ARR-REWRITE.
           OPEN OUTPUT FIL-SUSPENSE
           PERFORM VARYING SUSPENSE-IX FROM 1 BY 1
                   UNTIL SUSPENSE-IX > NUM-SUSPENSE
               WRITE SUSPENSE-REKORD FROM SUSPENSE-ARR(SUSPENSE-IX)
           END-PERFORM
           MOVE SPACES TO SUSPENSE-REKORD
           MOVE "TRAILER" TO TR-MARKER OF SUSPENSE-REKORD-TRAILER
           MOVE NUM-SUSPENSE TO TR-ANTAL OF SUSPENSE-REKORD-TRAILER
           WRITE SUSPENSE-REKORD
           CLOSE FIL-SUSPENSE.

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
               MOVE "OPG133" TO VP-KILDE OF VENTENDE-REKORD
               MOVE VENT-PARTI-ID TO VP-PARTI-ID OF VENTENDE-REKORD
               WRITE VENTENDE-REKORD
           END-PERFORM
           MOVE SPACES TO VENTENDE-REKORD
           MOVE "TRAILER" TO TR-MARKER OF VENTENDE-TRAILER
           MOVE NUM-GEN TO TR-ANTAL OF VENTENDE-TRAILER
           MOVE "OPG133" TO VP-KILDE OF VENTENDE-REKORD
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
