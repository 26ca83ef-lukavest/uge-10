       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPG-152.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIL-PRODUKT ASSIGN TO "../data/Produktkatalog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRODUKT-FIL-STATUS.
           SELECT FIL-PARM ASSIGN TO "../data/OPG152-Parametre.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-STATUS.
           SELECT FIL-KONTI ASSIGN TO "../data/KontoOpl.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-KUNDER ASSIGN TO "../data/Kundeoplysninger.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-TRANS ASSIGN TO "../data/Transaktioner.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-STATUS.
           SELECT FIL-AFTALER ASSIGN TO "../data/Prisaftaler.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AFTALE-FIL-STATUS.
           SELECT FIL-FRITAGELSER
               ASSIGN TO "../data/Gebyr-Fritagelser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FRITAGELSE-STATUS.
           SELECT FIL-REGISTER
               ASSIGN TO "../data/Periodegebyr-Register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTER-FIL-STATUS.
           SELECT FIL-VENTENDE
               ASSIGN TO "../data/Ventende-Posteringer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VENTENDE-STATUS.
           SELECT FIL-RAPPORT
               ASSIGN TO "../data/Periodegebyr-Rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-BOGFDATO ASSIGN TO "../data/Bogfoeringsdato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOGFDATO-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD FIL-PRODUKT.
       01 PRODUKT-REKORD.
           COPY "../copybooks/PRODUKT.cpy".

       FD FIL-PARM.
       01 PARM-FILE-REC.
           COPY "../copybooks/OPG152-PARAMETRE.cpy".

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

       FD FIL-TRANS.
       01 TRANSAKTIONER.
           COPY "../copybooks/TRANSAKTIONER.cpy".
       01 TRANSAKTIONER-TRAILER REDEFINES TRANSAKTIONER.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(251).

       FD FIL-AFTALER.
       01 AFTALE-REKORD.
           COPY "../copybooks/PRISAFTALE.cpy".
       01 AFTALE-REKORD-TRAILER REDEFINES AFTALE-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(14).

       FD FIL-FRITAGELSER.
       01 FRITAGELSE-REC.
           02 FRITAGELSE-TEXT PIC X(80).

       FD FIL-REGISTER.
       01 REGISTER-REKORD.
           COPY "../copybooks/PERIODEGEBYR.cpy".
       01 REGISTER-REKORD-TRAILER REDEFINES REGISTER-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(47).

       FD FIL-VENTENDE.
       01 VENTENDE-REKORD.
           COPY "../copybooks/TRANSAKTIONER.cpy".
           COPY "../copybooks/VENTENDE-POSTERING.cpy".
       01 VENTENDE-TRAILER REDEFINES VENTENDE-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(273).

       FD FIL-RAPPORT.
       01 RAPPORT-REC.
           02 RAPPORT-TEXT PIC X(132).

       FD FIL-BOGFDATO.
       01 BOGFDATO-FIL-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".

       WORKING-STORAGE SECTION.

      * Periodiske produktgebyrer (kontogebyr, aarligt kortgebyr og
      * lignende). Gebyret defineres pr. kontotype i Produktkatalog:
      * gebyrkode, beloeb, frekvens (M/K/A), opkraevningsmaaned og
      * om der forholdsberegnes. Gebyret opkraeves bagud paa
      * maanedens sidste bankdag for perioden, der slutter i
      * opkraevningsmaaneden (kvartal: opkraevningsmaaneden og hver
      * tredje maaned derfra). Med forholdsberegning betales kun for
      * de maaneder, kontoen har vaeret aaben - aabningsdato fra
      * Kundeoplysninger.txt, lukkedato fra kontoens LUKNING-postering
      * - ellers betales fuldt gebyr, hvis kontoen blot har vaeret
      * aaben i perioden. Gebyret posteres som GEBYR med BUTIK
      * "PERIODE <kode>", som OPG-74 henfoerer til gebyrkoden.
      * Prisaftaler paa gebyrkoden (eller ALLE) giver fritagelse
      * eller rabat; frie antal gaelder kun transaktionsgebyrer.
      * Nedslagene tilfoejes Gebyr-Fritagelser.txt som OPG-17's.
      * Periodegebyr-Register.txt husker hver opkraevet periode, saa
      * en genkoersel ikke opkraever samme periode to gange.
       01 PRODUKT-FIL-STATUS PIC XX VALUE "00".
       01 PARM-STATUS      PIC XX VALUE "00".
       01 TRANS-STATUS     PIC XX VALUE "00".
       01 AFTALE-FIL-STATUS PIC XX VALUE "00".
       01 FRITAGELSE-STATUS PIC XX VALUE "00".
       01 REGISTER-FIL-STATUS PIC XX VALUE "00".
       01 VENTENDE-STATUS  PIC XX VALUE "00".
       01 TRAILER-FOUND-SW PIC X(01) VALUE "N".
       01 TRAILER-ANTAL    PIC 9(06) VALUE ZEROS.
       01 TRANS-LAEST      PIC 9(06) VALUE ZEROS.
       01 EOF-FLAG         PIC X(01) VALUE "N".

       01 PARM-REC.
           COPY "../copybooks/OPG152-PARAMETRE.cpy".

       01 NUM-PRODUKT      PIC 9(03) VALUE 0.
       01 PRODUKT-ARR OCCURS 0 TO 50 TIMES DEPENDING ON NUM-PRODUKT.
           COPY "../copybooks/PRODUKT.cpy".
       01 PRODUKT-IX       PIC 9(03) VALUE 0.
       01 PRODUKT-MATCH-IX PIC 9(03) VALUE 0.
       01 PERIODE-PRODUKTER PIC 9(03) VALUE 0.

       01 NUM-KONTI        PIC 9(04) VALUE 0.
       01 KONTO-ARR OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-KONTI.
           COPY "../copybooks/KONTOOPL.cpy".
           02 KS-LUKKET-DATO  PIC X(10).
       01 KONTO-IX         PIC 9(04) VALUE 0.
       01 KONTO-IX2        PIC 9(04) VALUE 0.
       01 KONTO-MATCH-IX   PIC 9(04) VALUE 0.
       01 POSTERING-KONTO  PIC X(14) VALUE SPACES.

       01 NUM-KUNDER       PIC 9(04) VALUE 0.
       01 KUNDE-ARR OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-KUNDER.
           COPY "../copybooks/KUNDER.cpy".
       01 KUNDE-IX2        PIC 9(04) VALUE 0.
       01 KUNDE-MATCH-IX   PIC 9(04) VALUE 0.
       01 AABNET-DATO      PIC X(10) VALUE SPACES.
       01 KONTO-LUKKET-SW  PIC X(01) VALUE "N".

       01 NUM-AFTALER      PIC 9(03) VALUE 0.
       01 AFTALE-ARR OCCURS 0 TO 200 TIMES DEPENDING ON NUM-AFTALER.
           COPY "../copybooks/PRISAFTALE.cpy".
       01 AFTALE-IX        PIC 9(03) VALUE 0.
       01 AFTALE-MATCH-IX  PIC 9(03) VALUE 0.

       01 NUM-REGISTER     PIC 9(05) VALUE 0.
       01 REGISTER-ARR OCCURS 0 TO 20000 TIMES
               DEPENDING ON NUM-REGISTER.
           COPY "../copybooks/PERIODEGEBYR.cpy".
       01 REGISTER-IX      PIC 9(05) VALUE 0.
       01 OPKRAEVET-FOER-SW PIC X(01) VALUE "N".
       01 REGISTER-AAR     PIC 9(04) VALUE ZEROS.
       01 GRAENSE-AAR      PIC 9(04) VALUE ZEROS.

       01 NUM-NEDSLAG      PIC 9(04) VALUE 0.
       01 NEDSLAG-ARR OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-NEDSLAG.
           02 NS-KUNDE-ID   PIC X(10).
           02 NS-BELOEB     PIC S9(10)V99.
       01 NEDSLAG-IX       PIC 9(04) VALUE 0.
       01 NEDSLAG-MATCH-IX PIC 9(04) VALUE 0.

      * Opkraevningsperioden: OPKRAEV-PERIODE er maaneden, perioden
      * slutter i (AAAAMM); TAEL-PERIODE gennemloeber periodens
      * maaneder ved optaellingen af aabne maaneder.
       01 OPKRAEV-PERIODE.
           02 OPKRAEV-AAR    PIC 9(04) VALUE ZEROS.
           02 OPKRAEV-MD     PIC 9(02) VALUE ZEROS.
       01 OPKRAEV-PERIODE-NUM REDEFINES OPKRAEV-PERIODE PIC 9(06).
       01 TAEL-PERIODE.
           02 TAEL-AAR       PIC 9(04) VALUE ZEROS.
           02 TAEL-MD        PIC 9(02) VALUE ZEROS.
       01 TAEL-PERIODE-NUM REDEFINES TAEL-PERIODE PIC 9(06).
       01 AABNET-PERIODE   PIC 9(06) VALUE ZEROS.
       01 LUKKET-PERIODE   PIC 9(06) VALUE ZEROS.
       01 PERIODE-LAENGDE  PIC 9(02) VALUE ZEROS.
       01 AKTIVE-MAANEDER  PIC 9(02) VALUE ZEROS.
       01 OPKRAEV-MAANED   PIC 9(02) VALUE ZEROS.
       01 MAANED-AFSTAND   PIC 9(02) VALUE ZEROS.
       01 MAANED-REST      PIC 9(02) VALUE ZEROS.
       01 FAKTURA-MAANED-SW PIC X(01) VALUE "N".

       01 FULDT-GEBYR      PIC S9(07)V99 VALUE ZEROS.
       01 GEBYR-BELOEB     PIC S9(07)V99 VALUE ZEROS.
       01 NEDSLAG-BELOEB   PIC S9(07)V99 VALUE ZEROS.
       01 BEMAERKNING      PIC X(40) VALUE SPACES.

       01 OPKRAEVET-ANTAL  PIC 9(05) VALUE 0.
       01 FRITAGET-ANTAL   PIC 9(05) VALUE 0.
       01 ALLEREDE-ANTAL   PIC 9(05) VALUE 0.
       01 OPKRAEVET-I-ALT  PIC S9(12)V99 VALUE ZEROS.
       01 NEDSLAG-I-ALT    PIC S9(12)V99 VALUE ZEROS.

       01 NUM-GEN          PIC 9(05) VALUE 0.
       01 GEN-ARR OCCURS 0 TO 2000 TIMES DEPENDING ON NUM-GEN.
           COPY "../copybooks/TRANSAKTIONER.cpy".
       01 GEN-IX           PIC 9(05) VALUE 0.
       01 GEBYR-POSTING.
           COPY "../copybooks/TRANSAKTIONER.cpy".
       01 POSTERING-NAVN   PIC X(41) VALUE SPACES.
       01 POSTERING-TIDSPUNKT PIC X(26) VALUE SPACES.
       01 VENT-PARTI-ID.
           02 VENT-PARTI-DATO PIC 9(08) VALUE ZEROS.
           02 VENT-PARTI-TID  PIC 9(08) VALUE ZEROS.

       01 RUN-DATE         PIC 9(08) VALUE ZEROS.
      * Koerselsdatoen er bankens bogfoeringsdato (Bogfoeringsdato.txt),
      * ikke maskinens dato.
       01 BOGFDATO-STATUS  PIC XX VALUE "00".
       01 BOGFDATO-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".
       01 DAGS-DATO        PIC X(10) VALUE SPACES.

       01 BELOEB-VIS       PIC -ZZZ,ZZZ,ZZ9.99.
       01 PRETTY-NUMERIC   PIC -ZZZ,ZZZ,ZZ9.99.

       01 RAPPORT-LINJE.
           02 RL-KONTO         PIC X(14).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-KUNDE-ID      PIC X(10).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-KONTO-TYPE    PIC X(10).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-GEBYR-KODE    PIC X(10).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-MAANEDER      PIC Z9.
           02 FILLER           PIC X(01) VALUE "/".
           02 RL-LAENGDE       PIC 99.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-GEBYR         PIC -ZZZ,ZZ9.99.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-NEDSLAG       PIC -ZZZ,ZZ9.99.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-BEMAERKNING   PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM PARM-FILL
           PERFORM DAGS-DATO-FILL
           PERFORM PRODUKT-ARR-FILL
           IF PERIODE-PRODUKTER = 0
               DISPLAY "Ingen periodiske gebyrer i Produktkatalog.txt "
                   "- intet opkraevet."
               STOP RUN
           END-IF
           PERFORM KONTO-ARR-FILL
           PERFORM KUNDE-ARR-FILL
           PERFORM AFTALE-ARR-FILL
           PERFORM REGISTER-ARR-FILL
           PERFORM TRANS-LUKNINGER
           OPEN OUTPUT FIL-RAPPORT
           PERFORM SKRIV-RAPPORT-HOVED
           PERFORM VARYING KONTO-IX FROM 1 BY 1
                   UNTIL KONTO-IX > NUM-KONTI
               PERFORM BEHANDL-KONTO
           END-PERFORM
           PERFORM SKRIV-RAPPORT-TOTAL
           CLOSE FIL-RAPPORT
           PERFORM VENTENDE-SKRIV
           PERFORM REGISTER-ARR-REWRITE
           PERFORM SKRIV-FRITAGELSER
           DISPLAY "Periodegebyrer " OPKRAEV-PERIODE-NUM ": "
               OPKRAEVET-ANTAL " opkraevet, " FRITAGET-ANTAL
               " fritaget, " ALLEREDE-ANTAL " allerede opkraevet, "
               NUM-GEN " posteringer stillet i koe."
           STOP RUN.

       PARM-FILL.
           OPEN INPUT FIL-PARM
           IF PARM-STATUS = "00"
               READ FIL-PARM INTO PARM-REC
                   AT END
                       CONTINUE
               END-READ
               CLOSE FIL-PARM
           END-IF
           IF PARM-PERIODE OF PARM-REC NOT NUMERIC
               MOVE ZEROS TO PARM-PERIODE OF PARM-REC
           END-IF.

      * Uden parameter opkraeves for bogfoeringsdatoens maaned.
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
           IF PARM-PERIODE OF PARM-REC > 0
               MOVE PARM-PERIODE OF PARM-REC TO OPKRAEV-PERIODE-NUM
           ELSE
               MOVE RUN-DATE(1:6) TO OPKRAEV-PERIODE-NUM
           END-IF
           IF OPKRAEV-MD < 1 OR OPKRAEV-MD > 12
               DISPLAY "FEJL: ugyldig opkraevningsperiode "
                   OPKRAEV-PERIODE-NUM
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       PRODUKT-ARR-FILL.
           MOVE 0 TO NUM-PRODUKT
           MOVE 0 TO PERIODE-PRODUKTER
           OPEN INPUT FIL-PRODUKT
           IF PRODUKT-FIL-STATUS = "00"
               PERFORM VARYING PRODUKT-IX FROM 1 BY 1
                       UNTIL PRODUKT-IX > 50
                   READ FIL-PRODUKT INTO PRODUKT-REKORD
                       AT END
                           EXIT PERFORM
                   END-READ
                   ADD 1 TO NUM-PRODUKT
                   MOVE PRODUKT-REKORD TO PRODUKT-ARR(NUM-PRODUKT)
                   IF PK-PERIODE-BELOEB OF PRODUKT-ARR(NUM-PRODUKT)
                           NOT NUMERIC
                       MOVE ZEROS TO PK-PERIODE-BELOEB
                         OF PRODUKT-ARR(NUM-PRODUKT)
                   END-IF
                   IF PK-PERIODE-MAANED OF PRODUKT-ARR(NUM-PRODUKT)
                           NOT NUMERIC
                       MOVE ZEROS TO PK-PERIODE-MAANED
                         OF PRODUKT-ARR(NUM-PRODUKT)
                   END-IF
                   IF PK-PERIODE-BELOEB OF PRODUKT-ARR(NUM-PRODUKT)
                           > ZEROS
                       AND (PK-PERIODE-MAANEDLIG
                               OF PRODUKT-ARR(NUM-PRODUKT)
                           OR PK-PERIODE-KVARTALSVIS
                               OF PRODUKT-ARR(NUM-PRODUKT)
                           OR PK-PERIODE-AARLIG
                               OF PRODUKT-ARR(NUM-PRODUKT))
                       ADD 1 TO PERIODE-PRODUKTER
                   END-IF
               END-PERFORM
               CLOSE FIL-PRODUKT
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
                           IF NUM-KONTI >= 1000
                               DISPLAY "FEJL: flere end 1000 konti i "
                                   "KontoOpl.txt."
                               MOVE 1 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO NUM-KONTI
                           MOVE KONTO-REKORD TO KONTO-ARR(NUM-KONTI)
                           MOVE SPACES TO KS-LUKKET-DATO(NUM-KONTI)
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
                           IF NUM-KUNDER >= 1000
                               DISPLAY "FEJL: flere end 1000 kunder i "
                                   "Kundeoplysninger.txt."
                               MOVE 1 TO RETURN-CODE
                               STOP RUN
                           END-IF
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

      * Kun indevaerende og forrige aars perioder holdes i
      * registret; aeldre kan ikke opkraeves igen.
       REGISTER-ARR-FILL.
           MOVE 0 TO NUM-REGISTER
           COMPUTE GRAENSE-AAR = OPKRAEV-AAR - 1
           OPEN INPUT FIL-REGISTER
           IF REGISTER-FIL-STATUS = "00"
               PERFORM VARYING REGISTER-IX FROM 1 BY 1
                       UNTIL REGISTER-IX > 20000
                   READ FIL-REGISTER INTO REGISTER-REKORD
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF TR-MARKER OF REGISTER-REKORD-TRAILER = "TRAILER"
                       EXIT PERFORM
                   END-IF
                   DIVIDE PG-PERIODE OF REGISTER-REKORD BY 100
                       GIVING REGISTER-AAR
                   IF REGISTER-AAR NOT < GRAENSE-AAR
                       ADD 1 TO NUM-REGISTER
                       MOVE REGISTER-REKORD
                         TO REGISTER-ARR(NUM-REGISTER)
                   END-IF
               END-PERFORM
               CLOSE FIL-REGISTER
           END-IF.

      * Kontoens lukkedato er datoen paa dens LUKNING-postering; en
      * senere genaabning kendes ikke, saa den seneste LUKNING gaelder.
       TRANS-LUKNINGER.
           OPEN INPUT FIL-TRANS
           IF TRANS-STATUS NOT = "00"
               DISPLAY "FEJL: Transaktioner.txt kan ikke aabnes - "
                   "status " TRANS-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO TRAILER-FOUND-SW
           MOVE 0 TO TRAILER-ANTAL
           MOVE 0 TO TRANS-LAEST
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-TRANS
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF TRANSAKTIONER-TRAILER = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                           MOVE "Y" TO TRAILER-FOUND-SW
                           MOVE TR-ANTAL OF TRANSAKTIONER-TRAILER
                             TO TRAILER-ANTAL
                       ELSE
                           ADD 1 TO TRANS-LAEST
                           IF TRANS-TYPE OF TRANSAKTIONER = "LUKNING"
                               PERFORM GEM-LUKKEDATO
                           END-IF
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
           IF TRANS-LAEST NOT = TRAILER-ANTAL
               DISPLAY "FEJL: Transaktioner.txt - forventet "
                   TRAILER-ANTAL " poster, fandt " TRANS-LAEST
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       GEM-LUKKEDATO.
           MOVE KONTO-ID OF TRANSAKTIONER TO POSTERING-KONTO
           PERFORM LOOKUP-KONTO
           IF KONTO-MATCH-IX > 0
               IF TIDSPUNKT OF TRANSAKTIONER(1:10)
                       > KS-LUKKET-DATO(KONTO-MATCH-IX)
                   MOVE TIDSPUNKT OF TRANSAKTIONER(1:10)
                     TO KS-LUKKET-DATO(KONTO-MATCH-IX)
               END-IF
           END-IF.

       LOOKUP-KONTO.
           MOVE 0 TO KONTO-MATCH-IX
           PERFORM VARYING KONTO-IX2 FROM 1 BY 1
                   UNTIL KONTO-IX2 > NUM-KONTI
               IF KONTO-ID OF KONTO-ARR(KONTO-IX2) = POSTERING-KONTO
                   MOVE KONTO-IX2 TO KONTO-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * Een konto: findes et periodisk gebyr paa kontotypen, og er
      * det opkraevningsmaaned for det, beregnes og posteres gebyret
      * for perioden, medmindre perioden allerede er opkraevet.
       BEHANDL-KONTO.
           MOVE SPACES TO BEMAERKNING
           PERFORM FIND-PRODUKT
           IF PRODUKT-MATCH-IX = 0
               EXIT PARAGRAPH
           END-IF
           IF PK-GEBYR-FRITAGET OF PRODUKT-ARR(PRODUKT-MATCH-IX)
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-FAKTURA-MAANED
           IF FAKTURA-MAANED-SW = "N"
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-OPKRAEVET-FOER
           IF OPKRAEVET-FOER-SW = "J"
               ADD 1 TO ALLEREDE-ANTAL
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-KONTO-KUNDE
           IF KONTO-LUKKET-SW = "J"
                   AND KS-LUKKET-DATO(KONTO-IX) = SPACES
               MOVE ZEROS TO FULDT-GEBYR
               MOVE ZEROS TO GEBYR-BELOEB
               MOVE ZEROS TO NEDSLAG-BELOEB
               MOVE 0 TO AKTIVE-MAANEDER
               MOVE "Lukket uden lukkedato - ikke opkraevet"
                 TO BEMAERKNING
               PERFORM SKRIV-RAPPORT-LINJE
               EXIT PARAGRAPH
           END-IF
           PERFORM TAEL-AKTIVE-MAANEDER
           IF AKTIVE-MAANEDER = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM BEREGN-GEBYR
           PERFORM ANVEND-PRISAFTALE
           IF GEBYR-BELOEB > ZEROS
               PERFORM BUILD-GEBYR-POSTING
               ADD 1 TO OPKRAEVET-ANTAL
               ADD GEBYR-BELOEB TO OPKRAEVET-I-ALT
           ELSE
               ADD 1 TO FRITAGET-ANTAL
           END-IF
           PERFORM GEM-REGISTER
           PERFORM SKRIV-RAPPORT-LINJE.

       FIND-PRODUKT.
           MOVE 0 TO PRODUKT-MATCH-IX
           PERFORM VARYING PRODUKT-IX FROM 1 BY 1
                   UNTIL PRODUKT-IX > NUM-PRODUKT
               IF PK-KONTO-TYPE OF PRODUKT-ARR(PRODUKT-IX)
                       = KONTO-TYPE OF KONTO-ARR(KONTO-IX)
                   IF PK-PERIODE-BELOEB OF PRODUKT-ARR(PRODUKT-IX)
                           > ZEROS
                       AND PK-PERIODE-KODE OF PRODUKT-ARR(PRODUKT-IX)
                           NOT = SPACES
                       MOVE PRODUKT-IX TO PRODUKT-MATCH-IX
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * Maanedligt gebyr opkraeves hver maaned; kvartalsvist i
      * opkraevningsmaaneden og hver tredje maaned derfra; aarligt i
      * opkraevningsmaaneden. Uden opkraevningsmaaned bruges december.
       CHECK-FAKTURA-MAANED.
           MOVE "N" TO FAKTURA-MAANED-SW
           MOVE PK-PERIODE-MAANED OF PRODUKT-ARR(PRODUKT-MATCH-IX)
             TO OPKRAEV-MAANED
           IF OPKRAEV-MAANED < 1 OR OPKRAEV-MAANED > 12
               MOVE 12 TO OPKRAEV-MAANED
           END-IF
           EVALUATE TRUE
               WHEN PK-PERIODE-MAANEDLIG
                       OF PRODUKT-ARR(PRODUKT-MATCH-IX)
                   MOVE 1 TO PERIODE-LAENGDE
                   MOVE "J" TO FAKTURA-MAANED-SW
               WHEN PK-PERIODE-KVARTALSVIS
                       OF PRODUKT-ARR(PRODUKT-MATCH-IX)
                   MOVE 3 TO PERIODE-LAENGDE
                   IF OPKRAEV-MD >= OPKRAEV-MAANED
                       COMPUTE MAANED-AFSTAND =
                           OPKRAEV-MD - OPKRAEV-MAANED
                   ELSE
                       COMPUTE MAANED-AFSTAND =
                           OPKRAEV-MD + 12 - OPKRAEV-MAANED
                   END-IF
                   DIVIDE MAANED-AFSTAND BY 3
                       GIVING MAANED-AFSTAND REMAINDER MAANED-REST
                   IF MAANED-REST = 0
                       MOVE "J" TO FAKTURA-MAANED-SW
                   END-IF
               WHEN PK-PERIODE-AARLIG
                       OF PRODUKT-ARR(PRODUKT-MATCH-IX)
                   MOVE 12 TO PERIODE-LAENGDE
                   IF OPKRAEV-MD = OPKRAEV-MAANED
                       MOVE "J" TO FAKTURA-MAANED-SW
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CHECK-OPKRAEVET-FOER.
           MOVE "N" TO OPKRAEVET-FOER-SW
           PERFORM VARYING REGISTER-IX FROM 1 BY 1
                   UNTIL REGISTER-IX > NUM-REGISTER
               IF PG-KONTO-ID OF REGISTER-ARR(REGISTER-IX)
                       = KONTO-ID OF KONTO-ARR(KONTO-IX)
                   AND PG-GEBYR-KODE OF REGISTER-ARR(REGISTER-IX)
                       = PK-PERIODE-KODE
                           OF PRODUKT-ARR(PRODUKT-MATCH-IX)
                   AND PG-PERIODE OF REGISTER-ARR(REGISTER-IX)
                       = OPKRAEV-PERIODE-NUM
                   MOVE "J" TO OPKRAEVET-FOER-SW
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * Aabningsdato og lukkestatus staar paa kundens raekke i
      * Kundeoplysninger.txt, naar kontoen er kundens konto der;
      * ellers regnes kontoen for aaben hele perioden.
       FIND-KONTO-KUNDE.
           MOVE 0 TO KUNDE-MATCH-IX
           MOVE SPACES TO AABNET-DATO
           MOVE "N" TO KONTO-LUKKET-SW
           PERFORM VARYING KUNDE-IX2 FROM 1 BY 1
                   UNTIL KUNDE-IX2 > NUM-KUNDER
               IF KUNDE-ID OF KUNDE-ARR(KUNDE-IX2)
                       = KUNDE-ID OF KONTO-ARR(KONTO-IX)
                       AND KUNDE-MATCH-IX = 0
                   MOVE KUNDE-IX2 TO KUNDE-MATCH-IX
               END-IF
               IF KONTO-NUMMER OF KUNDE-ARR(KUNDE-IX2)
                       = KONTO-ID OF KONTO-ARR(KONTO-IX)
                   MOVE KONTO-AABNET-DATO OF KUNDE-ARR(KUNDE-IX2)
                     TO AABNET-DATO
                   IF KONTO-LUKKET OF KUNDE-ARR(KUNDE-IX2)
                       MOVE "J" TO KONTO-LUKKET-SW
                   END-IF
               END-IF
           END-PERFORM
           IF KUNDE-MATCH-IX > 0
               IF KUNDE-INAKTIV OF KUNDE-ARR(KUNDE-MATCH-IX)
                   MOVE "J" TO KONTO-LUKKET-SW
               END-IF
           END-IF.

      * Periodens maaneder gennemloebes fra den foerste til
      * opkraevningsmaaneden; en maaned taeller, naar kontoen har
      * vaeret aaben i den (aabnings- og lukkemaaned taeller med).
       TAEL-AKTIVE-MAANEDER.
           MOVE ZEROS TO AABNET-PERIODE
           IF AABNET-DATO(1:4) NUMERIC AND AABNET-DATO(6:2) NUMERIC
               STRING AABNET-DATO(1:4) AABNET-DATO(6:2)
                   DELIMITED BY SIZE INTO AABNET-PERIODE
           END-IF
           MOVE 999999 TO LUKKET-PERIODE
           IF KS-LUKKET-DATO(KONTO-IX)(1:4) NUMERIC
                   AND KS-LUKKET-DATO(KONTO-IX)(6:2) NUMERIC
               STRING KS-LUKKET-DATO(KONTO-IX)(1:4)
                   KS-LUKKET-DATO(KONTO-IX)(6:2)
                   DELIMITED BY SIZE INTO LUKKET-PERIODE
           END-IF
           MOVE OPKRAEV-PERIODE TO TAEL-PERIODE
           PERFORM PERIODE-LAENGDE TIMES
               IF TAEL-MD = 1
                   MOVE 12 TO TAEL-MD
                   SUBTRACT 1 FROM TAEL-AAR
               ELSE
                   SUBTRACT 1 FROM TAEL-MD
               END-IF
           END-PERFORM
           MOVE 0 TO AKTIVE-MAANEDER
           PERFORM PERIODE-LAENGDE TIMES
               IF TAEL-MD = 12
                   MOVE 1 TO TAEL-MD
                   ADD 1 TO TAEL-AAR
               ELSE
                   ADD 1 TO TAEL-MD
               END-IF
               IF TAEL-PERIODE-NUM NOT < AABNET-PERIODE
                       AND TAEL-PERIODE-NUM NOT > LUKKET-PERIODE
                   ADD 1 TO AKTIVE-MAANEDER
               END-IF
           END-PERFORM.

       BEREGN-GEBYR.
           MOVE PK-PERIODE-BELOEB OF PRODUKT-ARR(PRODUKT-MATCH-IX)
             TO FULDT-GEBYR
           IF PK-PRORATA OF PRODUKT-ARR(PRODUKT-MATCH-IX)
                   AND AKTIVE-MAANEDER < PERIODE-LAENGDE
               COMPUTE FULDT-GEBYR ROUNDED =
                   PK-PERIODE-BELOEB OF PRODUKT-ARR(PRODUKT-MATCH-IX)
                   * AKTIVE-MAANEDER / PERIODE-LAENGDE
               MOVE "Forholdsmaessigt gebyr" TO BEMAERKNING
           END-IF
           MOVE FULDT-GEBYR TO GEBYR-BELOEB
           MOVE ZEROS TO NEDSLAG-BELOEB.

       LOOKUP-PRISAFTALE.
           MOVE 0 TO AFTALE-MATCH-IX
           PERFORM VARYING AFTALE-IX FROM 1 BY 1
                   UNTIL AFTALE-IX > NUM-AFTALER
               IF PA-KUNDE-ID OF AFTALE-ARR(AFTALE-IX)
                       = KUNDE-ID OF KONTO-ARR(KONTO-IX)
                   AND (PA-GEBYR-KODE OF AFTALE-ARR(AFTALE-IX)
                           = PK-PERIODE-KODE
                               OF PRODUKT-ARR(PRODUKT-MATCH-IX)
                       OR PA-GEBYR-KODE OF AFTALE-ARR(AFTALE-IX)
                           = "ALLE")
                   MOVE AFTALE-IX TO AFTALE-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * Forrang som i OPG-17: fuld fritagelse, dernaest rabatprocent.
      * Frie antal taeller transaktioner og giver intet nedslag her.
       ANVEND-PRISAFTALE.
           PERFORM LOOKUP-PRISAFTALE
           IF AFTALE-MATCH-IX = 0
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN PA-FRITAGET OF AFTALE-ARR(AFTALE-MATCH-IX)
                   MOVE ZEROS TO GEBYR-BELOEB
                   MOVE "Fritaget ifoelge prisaftale" TO BEMAERKNING
               WHEN PA-RABAT-PCT OF AFTALE-ARR(AFTALE-MATCH-IX) > 0
                   COMPUTE GEBYR-BELOEB ROUNDED =
                       FULDT-GEBYR *
                       (100 - PA-RABAT-PCT
                           OF AFTALE-ARR(AFTALE-MATCH-IX))
                       / 100
                   MOVE "Rabat ifoelge prisaftale" TO BEMAERKNING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           COMPUTE NEDSLAG-BELOEB = FULDT-GEBYR - GEBYR-BELOEB
           IF NEDSLAG-BELOEB NOT = ZEROS
               ADD NEDSLAG-BELOEB TO NEDSLAG-I-ALT
               PERFORM OPSUMMER-NEDSLAG
           END-IF.

       OPSUMMER-NEDSLAG.
           MOVE 0 TO NEDSLAG-MATCH-IX
           PERFORM VARYING NEDSLAG-IX FROM 1 BY 1
                   UNTIL NEDSLAG-IX > NUM-NEDSLAG
               IF NS-KUNDE-ID(NEDSLAG-IX)
                       = KUNDE-ID OF KONTO-ARR(KONTO-IX)
                   MOVE NEDSLAG-IX TO NEDSLAG-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NEDSLAG-MATCH-IX = 0
               IF NUM-NEDSLAG >= 1000
                   DISPLAY "FEJL: flere end 1000 kunder med nedslag - "
                       "udvid NEDSLAG-ARR."
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO NUM-NEDSLAG
               MOVE KUNDE-ID OF KONTO-ARR(KONTO-IX)
                 TO NS-KUNDE-ID(NUM-NEDSLAG)
               MOVE ZEROS TO NS-BELOEB(NUM-NEDSLAG)
               MOVE NUM-NEDSLAG TO NEDSLAG-MATCH-IX
           END-IF
           ADD NEDSLAG-BELOEB TO NS-BELOEB(NEDSLAG-MATCH-IX).

      * Gebyret posteres som GEBYR; BUTIK "PERIODE <kode>" giver
      * gebyrkoden i OPG-74's aarsopgoerelse.
       BUILD-GEBYR-POSTING.
           MOVE SPACES TO GEBYR-POSTING
           IF KUNDE-MATCH-IX > 0
               MOVE CPR OF KUNDE-ARR(KUNDE-MATCH-IX)
                 TO CPR OF GEBYR-POSTING
               MOVE SPACES TO POSTERING-NAVN
               STRING
                   FORNAVN OF KUNDE-ARR(KUNDE-MATCH-IX)
                                                   DELIMITED BY SPACE
                   " "                             DELIMITED BY SIZE
                   EFTERNAVN OF KUNDE-ARR(KUNDE-MATCH-IX)
                                                   DELIMITED BY SPACE
               INTO POSTERING-NAVN
               MOVE POSTERING-NAVN TO NAVN OF GEBYR-POSTING
               STRING
                   FUNCTION TRIM(VEJNAVN OF KUNDE-ARR(KUNDE-MATCH-IX))
                                                   DELIMITED BY SIZE
                   " "                             DELIMITED BY SIZE
                   HUSNR OF KUNDE-ARR(KUNDE-MATCH-IX)
                                                   DELIMITED BY SPACE
                   " "                             DELIMITED BY SIZE
                   BY-ADR OF KUNDE-ARR(KUNDE-MATCH-IX)
                                                   DELIMITED BY SPACE
               INTO ADRESSE OF GEBYR-POSTING
           END-IF
           MOVE KONTO-ID OF KONTO-ARR(KONTO-IX) TO KONTO-ID
             OF GEBYR-POSTING
           MOVE ZEROS TO REG-NR OF GEBYR-POSTING
           COMPUTE BELØB OF GEBYR-POSTING = 0 - GEBYR-BELOEB
           MOVE VALUTA-KD OF KONTO-ARR(KONTO-IX)
             TO VALUTA OF GEBYR-POSTING
           MOVE "GEBYR" TO TRANS-TYPE OF GEBYR-POSTING
           STRING "PERIODE "          DELIMITED BY SIZE
               PK-PERIODE-KODE OF PRODUKT-ARR(PRODUKT-MATCH-IX)
                                      DELIMITED BY SIZE
           INTO BUTIK OF GEBYR-POSTING
           MOVE SPACES TO POSTERING-TIDSPUNKT
           STRING
               DAGS-DATO          DELIMITED BY SIZE
               "-00:00:00.000000" DELIMITED BY SIZE
           INTO POSTERING-TIDSPUNKT
           MOVE POSTERING-TIDSPUNKT TO TIDSPUNKT OF GEBYR-POSTING
           IF NUM-GEN >= 2000
               DISPLAY "FEJL: Gebyrposteringer overstiger "
                   "GEN-ARR's graense paa 2000 poster."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO NUM-GEN
           MOVE GEBYR-POSTING TO GEN-ARR(NUM-GEN).

       GEM-REGISTER.
           IF NUM-REGISTER >= 20000
               DISPLAY "FEJL: Periodegebyr-Register.txt er fuldt "
                   "(20000 poster)."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO NUM-REGISTER
           MOVE SPACES TO REGISTER-ARR(NUM-REGISTER)
           MOVE KONTO-ID OF KONTO-ARR(KONTO-IX)
             TO PG-KONTO-ID OF REGISTER-ARR(NUM-REGISTER)
           MOVE PK-PERIODE-KODE OF PRODUKT-ARR(PRODUKT-MATCH-IX)
             TO PG-GEBYR-KODE OF REGISTER-ARR(NUM-REGISTER)
           MOVE OPKRAEV-PERIODE-NUM
             TO PG-PERIODE OF REGISTER-ARR(NUM-REGISTER)
           MOVE AKTIVE-MAANEDER
             TO PG-MAANEDER OF REGISTER-ARR(NUM-REGISTER)
           MOVE GEBYR-BELOEB TO PG-BELOEB OF REGISTER-ARR(NUM-REGISTER)
           MOVE NEDSLAG-BELOEB
             TO PG-NEDSLAG OF REGISTER-ARR(NUM-REGISTER)
           MOVE DAGS-DATO TO PG-DATO OF REGISTER-ARR(NUM-REGISTER).

      * Posteringerne stilles i koe i Ventende-Posteringer.txt som
      * eet parti med egen trailer, som OPG-118.
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
               MOVE "OPG152" TO VP-KILDE OF VENTENDE-REKORD
               MOVE VENT-PARTI-ID TO VP-PARTI-ID OF VENTENDE-REKORD
               WRITE VENTENDE-REKORD
           END-PERFORM
           MOVE SPACES TO VENTENDE-REKORD
           MOVE "TRAILER" TO TR-MARKER OF VENTENDE-TRAILER
           MOVE NUM-GEN TO TR-ANTAL OF VENTENDE-TRAILER
           MOVE "OPG152" TO VP-KILDE OF VENTENDE-REKORD
           MOVE VENT-PARTI-ID TO VP-PARTI-ID OF VENTENDE-REKORD
           WRITE VENTENDE-REKORD
           CLOSE FIL-VENTENDE.

       REGISTER-ARR-REWRITE.
           OPEN OUTPUT FIL-REGISTER
           PERFORM VARYING REGISTER-IX FROM 1 BY 1
                   UNTIL REGISTER-IX > NUM-REGISTER
               WRITE REGISTER-REKORD FROM REGISTER-ARR(REGISTER-IX)
           END-PERFORM
           MOVE SPACES TO REGISTER-REKORD
           MOVE "TRAILER" TO TR-MARKER OF REGISTER-REKORD-TRAILER
           MOVE NUM-REGISTER TO TR-ANTAL OF REGISTER-REKORD-TRAILER
           WRITE REGISTER-REKORD
           CLOSE FIL-REGISTER.

      * Prisaftalernes nedslag paa periodegebyrerne tilfoejes
      * Gebyr-Fritagelser.txt efter OPG-17's linjer.
       SKRIV-FRITAGELSER.
           IF NUM-NEDSLAG = 0
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND FIL-FRITAGELSER
           IF FRITAGELSE-STATUS = "35"
               OPEN OUTPUT FIL-FRITAGELSER
           END-IF
           PERFORM VARYING NEDSLAG-IX FROM 1 BY 1
                   UNTIL NEDSLAG-IX > NUM-NEDSLAG
               MOVE SPACES TO FRITAGELSE-TEXT
               MOVE NS-BELOEB(NEDSLAG-IX) TO PRETTY-NUMERIC
               STRING
                   NS-KUNDE-ID(NEDSLAG-IX)  DELIMITED BY SIZE
                   " periodegebyrer nedsat med "
                                            DELIMITED BY SIZE
                   PRETTY-NUMERIC           DELIMITED BY SIZE
                   " ifoelge prisaftale"    DELIMITED BY SIZE
               INTO FRITAGELSE-TEXT
               WRITE FRITAGELSE-REC
           END-PERFORM
           CLOSE FIL-FRITAGELSER.

       SKRIV-RAPPORT-HOVED.
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "PERIODISKE PRODUKTGEBYRER "   DELIMITED BY SIZE
               OPKRAEV-PERIODE-NUM   DELIMITED BY SIZE
               " - bogfoeringsdato " DELIMITED BY SIZE
               DAGS-DATO             DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE "Konto          Kunde      Kontotype  Gebyrkode"
             TO RAPPORT-TEXT
           MOVE "Mdr.       Gebyr     Nedslag Bemaerkning"
             TO RAPPORT-TEXT(49:)
           WRITE RAPPORT-REC.

       SKRIV-RAPPORT-LINJE.
           MOVE KONTO-ID OF KONTO-ARR(KONTO-IX) TO RL-KONTO
           MOVE KUNDE-ID OF KONTO-ARR(KONTO-IX) TO RL-KUNDE-ID
           MOVE KONTO-TYPE OF KONTO-ARR(KONTO-IX) TO RL-KONTO-TYPE
           MOVE PK-PERIODE-KODE OF PRODUKT-ARR(PRODUKT-MATCH-IX)
             TO RL-GEBYR-KODE
           MOVE AKTIVE-MAANEDER TO RL-MAANEDER
           MOVE PERIODE-LAENGDE TO RL-LAENGDE
           MOVE GEBYR-BELOEB TO RL-GEBYR
           MOVE NEDSLAG-BELOEB TO RL-NEDSLAG
           MOVE BEMAERKNING TO RL-BEMAERKNING
           MOVE SPACES TO RAPPORT-TEXT
           MOVE RAPPORT-LINJE TO RAPPORT-TEXT
           WRITE RAPPORT-REC.

       SKRIV-RAPPORT-TOTAL.
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE OPKRAEVET-I-ALT TO BELOEB-VIS
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Opkraevet i alt:     " DELIMITED BY SIZE
               BELOEB-VIS            DELIMITED BY SIZE
               "  ("                 DELIMITED BY SIZE
               OPKRAEVET-ANTAL       DELIMITED BY SIZE
               " gebyrer)"           DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE NEDSLAG-I-ALT TO BELOEB-VIS
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Prisaftalenedslag:   " DELIMITED BY SIZE
               BELOEB-VIS            DELIMITED BY SIZE
               "  ("                 DELIMITED BY SIZE
               FRITAGET-ANTAL        DELIMITED BY SIZE
               " fuldt fritaget)"    DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Allerede opkraevet for perioden: " DELIMITED BY SIZE
               ALLEREDE-ANTAL        DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC.

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
