       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPG-149.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIL-FORESP
               ASSIGN TO "../data/Revisor-Forespoergsler.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FORESP-FIL-STATUS.
           SELECT FIL-KUNDER ASSIGN TO "../data/Kundeoplysninger.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-KONTI ASSIGN TO "../data/KontoOpl.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-HISTORIK ASSIGN TO "../data/Saldo-Historik.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORIK-STATUS.
           SELECT FIL-ROLLER ASSIGN TO "../data/Kontoroller.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROLLE-FIL-STATUS.
           SELECT FIL-PLANER ASSIGN TO "../data/Laaneplaner.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLAN-FIL-STATUS.
           SELECT FIL-FACILITET
               ASSIGN TO "../data/Overtraek-Faciliteter.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FACILITET-FIL-STATUS.
           SELECT FIL-SIKKERHEDER ASSIGN TO "../data/Sikkerheder.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SIKKERHED-FIL-STATUS.
           SELECT FIL-PERIODISERING
               ASSIGN TO "../data/Rente-Periodisering.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIODISERING-STATUS.
           SELECT FIL-PARM ASSIGN TO "../data/OPG149-Parametre.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-STATUS.
           SELECT FIL-BREV ASSIGN TO BREV-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-MANIFEST
               ASSIGN TO "../data/Forsendelses-Manifest.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MANIFEST-STATUS.
           SELECT FIL-RAPPORT ASSIGN TO "../data/Revisor-Rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-BOGFDATO ASSIGN TO "../data/Bogfoeringsdato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOGFDATO-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD FIL-FORESP.
       01 FORESP-REKORD.
           COPY "../copybooks/REVISORFORESP.cpy".
       01 FORESP-REKORD-TRAILER REDEFINES FORESP-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(258).

       FD FIL-KUNDER.
       01 KUNDE-OPL.
           COPY "../copybooks/KUNDER.cpy".
       01 KUNDE-OPL-TRAILER REDEFINES KUNDE-OPL.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(312).

       FD FIL-KONTI.
       01 KONTO-REKORD.
           COPY "../copybooks/KONTOOPL.cpy".
       01 KONTO-REKORD-TRAILER REDEFINES KONTO-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(37).

       FD FIL-HISTORIK.
       01 HISTORIK-REKORD.
           COPY "../copybooks/SALDO-HISTORIK.cpy".

       FD FIL-ROLLER.
       01 ROLLE-REKORD.
           COPY "../copybooks/KONTOROLLE.cpy".
       01 ROLLE-REKORD-TRAILER REDEFINES ROLLE-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(12).

       FD FIL-PLANER.
       01 PLAN-REKORD.
           COPY "../copybooks/LAANEPLAN.cpy".
       01 PLAN-REKORD-TRAILER REDEFINES PLAN-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(70).

       FD FIL-FACILITET.
       01 FACILITET-REKORD.
           COPY "../copybooks/OVERTRAEK-FACILITET.cpy".
       01 FACILITET-REKORD-TRAILER REDEFINES FACILITET-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(27).

       FD FIL-SIKKERHEDER.
       01 SIKKERHED-REKORD.
           COPY "../copybooks/SIKKERHED.cpy".
       01 SIKKERHED-REKORD-TRAILER REDEFINES SIKKERHED-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(141).

       FD FIL-PERIODISERING.
       01 PERIODISERING-REKORD.
           COPY "../copybooks/RENTE-PERIODISERING.cpy".
       01 PERIODISERING-TRAILER REDEFINES PERIODISERING-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(50).

       FD FIL-PARM.
       01 PARM-FILE-REC.
           COPY "../copybooks/OPG149-PARAMETRE.cpy".

       FD FIL-BREV.
       01 BREV-REC.
           02 BREV-TEXT    PIC X(100).

       FD FIL-MANIFEST.
       01 MANIFEST-REC.
           COPY "../copybooks/FORSENDELSE.cpy".

       FD FIL-RAPPORT.
       01 RAPPORT-REC.
           02 RAPPORT-TEXT PIC X(132).

       FD FIL-BOGFDATO.
       01 BOGFDATO-FIL-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".

       WORKING-STORAGE SECTION.

      * Revisorbekraeftelser: for hver ubesvaret forespoergsel i
      * Revisor-Forespoergsler.txt (OPG-148), hvis skaeringsdato er
      * passeret, dannes et bekraeftelsesbrev til revisor med kundens
      * engagement pr. skaeringsdatoen:
      *   - konti, som kunden ejer eller er medejer af, med saldo fra
      *     Saldo-Historik.txt (seneste saldo paa eller foer datoen)
      *     og paaloebne, ikke tilskrevne renter fra
      *     Rente-Periodisering.txt, naar periodiseringen vedroerer
      *     skaeringsdatoens maaned,
      *   - laan fra Laaneplaner.txt og overtraeksfaciliteter fra
      *     Overtraek-Faciliteter.txt paa disse konti,
      *   - kautioner og pant, som kunden har stillet
      *     (Sikkerheder.txt, OPG-127),
      *   - tegningsberettigede fra Kontoroller.txt.
      * Brevet sendes via Forsendelses-Manifest.txt (e-mail, naar
      * revisor har oplyst en, ellers papir), og forespoergslen
      * markeres besvaret. PARM-SKAEREDATO begraenser koerslen til en
      * bestemt skaeringsdato; blank = alle passerede datoer.
      * Revisor-Rapport.txt viser dagens breve og de forespoergsler,
      * der fortsat er ubesvarede.
       01 FORESP-FIL-STATUS    PIC XX VALUE "00".
       01 HISTORIK-STATUS      PIC XX VALUE "00".
       01 ROLLE-FIL-STATUS     PIC XX VALUE "00".
       01 PLAN-FIL-STATUS      PIC XX VALUE "00".
       01 FACILITET-FIL-STATUS PIC XX VALUE "00".
       01 SIKKERHED-FIL-STATUS PIC XX VALUE "00".
       01 PERIODISERING-STATUS PIC XX VALUE "00".
       01 MANIFEST-STATUS      PIC XX VALUE "00".
       01 PARM-STATUS          PIC XX VALUE "00".
       01 PARM-REC.
           COPY "../copybooks/OPG149-PARAMETRE.cpy".
       01 TRAILER-FOUND-SW PIC X(01) VALUE "N".
       01 TRAILER-ANTAL    PIC 9(06) VALUE ZEROS.
       01 EOF-FLAG         PIC X(01) VALUE "N".
       01 FIL-NAVN         PIC X(30) VALUE SPACES.
       01 LAEST-ANTAL      PIC 9(06) VALUE ZEROS.

       01 NUM-FORESP    PIC 9(04) VALUE 0.
       01 FORESP-ARR OCCURS 0 TO 5000 TIMES DEPENDING ON NUM-FORESP.
           COPY "../copybooks/REVISORFORESP.cpy".
       01 IX            PIC 9(04) VALUE 0.
       01 FORESP-AENDRET-SW PIC X(01) VALUE "N".

       01 NUM-KUNDER    PIC 9(04) VALUE 0.
       01 KUNDE-ARR OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-KUNDER.
           COPY "../copybooks/KUNDER.cpy".
       01 KUNDE-IX      PIC 9(04) VALUE 0.
       01 NAVN-IX       PIC 9(04) VALUE 0.

       01 NUM-KONTI     PIC 9(04) VALUE 0.
       01 KONTO-ARR OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-KONTI.
           COPY "../copybooks/KONTOOPL.cpy".
       01 KONTO-IX      PIC 9(04) VALUE 0.

       01 NUM-ROLLER    PIC 9(04) VALUE 0.
       01 ROLLE-ARR OCCURS 0 TO 3000 TIMES DEPENDING ON NUM-ROLLER.
           COPY "../copybooks/KONTOROLLE.cpy".
       01 ROLLE-IX      PIC 9(04) VALUE 0.

       01 NUM-PLANER    PIC 9(04) VALUE 0.
       01 PLAN-ARR OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-PLANER.
           COPY "../copybooks/LAANEPLAN.cpy".
       01 PLAN-IX       PIC 9(04) VALUE 0.

       01 NUM-FACILITETER PIC 9(04) VALUE 0.
       01 FACILITET-ARR OCCURS 0 TO 1000 TIMES
               DEPENDING ON NUM-FACILITETER.
           COPY "../copybooks/OVERTRAEK-FACILITET.cpy".
       01 FAC-IX        PIC 9(04) VALUE 0.

       01 NUM-SIKKERHEDER PIC 9(04) VALUE 0.
       01 SIKKERHED-ARR OCCURS 0 TO 2000 TIMES
               DEPENDING ON NUM-SIKKERHEDER.
           COPY "../copybooks/SIKKERHED.cpy".
       01 SI-IX         PIC 9(04) VALUE 0.

       01 NUM-PERIODISERING PIC 9(04) VALUE 0.
       01 PERIODISERING-ARR OCCURS 0 TO 1000 TIMES
               DEPENDING ON NUM-PERIODISERING.
           COPY "../copybooks/RENTE-PERIODISERING.cpy".
       01 RPE-IX        PIC 9(04) VALUE 0.

      * Brevets konti: ejede konti fra KontoOpl.txt og konti, hvor
      * kunden er ejer eller medejer i Kontoroller.txt.
       01 NUM-BREV-KONTI PIC 9(03) VALUE 0.
       01 BREV-KONTO OCCURS 0 TO 200 TIMES
               DEPENDING ON NUM-BREV-KONTI.
           02 BK-KONTO-ID   PIC X(14).
           02 BK-KONTO-TYPE PIC X(10).
           02 BK-VALUTA     PIC X(04).
           02 BK-ROLLE      PIC X(01).
           02 BK-SALDO      PIC S9(10)V99.
           02 BK-SALDO-DATO PIC X(10).
           02 BK-RENTE      PIC S9(10)V99.
       01 BK-IX         PIC 9(03) VALUE 0.

       01 BREV-FILENAME    PIC X(60) VALUE SPACES.
       01 SOEGE-KUNDE      PIC X(10) VALUE SPACES.
       01 SOEGE-KONTO      PIC X(14) VALUE SPACES.
       01 SKAERE-DATO      PIC X(10) VALUE SPACES.
       01 SKAERE-MAANED    PIC X(07) VALUE SPACES.
       01 FORRIGE-AAR      PIC 9(04) VALUE ZEROS.
       01 FUNDET-SW        PIC X(01) VALUE "N".
       01 ANTAL-I-AFSNIT   PIC 9(04) VALUE 0.
       01 BREV-ANTAL       PIC 9(04) VALUE 0.
       01 AABNE-ANTAL      PIC 9(04) VALUE 0.
       01 AFVIST-ANTAL     PIC 9(04) VALUE 0.
       01 TEGNER-KUNDE     PIC X(10) VALUE SPACES.
       01 ROLLE-TEKST      PIC X(10) VALUE SPACES.
       01 TYPE-TEKST       PIC X(12) VALUE SPACES.
       01 SATS-PCT         PIC 9(03)V99 VALUE ZEROS.
       01 ALDER-DAGE       PIC S9(05) VALUE 0.
       01 MODTAGET-NUM     PIC 9(08) VALUE ZEROS.
       01 ANTAL-VIS        PIC ZZZ9.

       01 KONTO-LINJE.
           02 KL-KONTO-ID      PIC X(14).
           02 FILLER           PIC X(02).
           02 KL-KONTO-TYPE    PIC X(10).
           02 FILLER           PIC X(02).
           02 KL-VALUTA        PIC X(04).
           02 KL-SALDO         PIC ----,---,--9.99.
           02 FILLER           PIC X(02).
           02 KL-RENTE         PIC ----,---,--9.99.
           02 FILLER           PIC X(02).
           02 KL-ROLLE         PIC X(10).
           02 FILLER           PIC X(02).
           02 KL-NOTE          PIC X(22).

       01 LAAN-LINJE.
           02 LL-KONTO-ID      PIC X(14).
           02 LL-HOVEDSTOL     PIC ----,---,--9.99.
           02 FILLER           PIC X(02).
           02 LL-SATS          PIC ZZ9.99.
           02 FILLER           PIC X(03).
           02 LL-RENTE-TYPE    PIC X(08).
           02 FILLER           PIC X(02).
           02 LL-LOEBETID      PIC ZZ9.
           02 FILLER           PIC X(02).
           02 LL-YDELSE        PIC ----,---,--9.99.
           02 FILLER           PIC X(02).
           02 LL-NAESTE        PIC X(10).

       01 FACILITET-LINJE.
           02 FL-KONTO-ID      PIC X(14).
           02 FL-GRAENSE       PIC ----,---,--9.99.
           02 FILLER           PIC X(02).
           02 FL-VALUTA        PIC X(04).
           02 FILLER           PIC X(02).
           02 FL-UDLOEB        PIC X(10).

       01 SIKKERHED-LINJE.
           02 SL-ID            PIC X(10).
           02 FILLER           PIC X(02).
           02 SL-TYPE          PIC X(12).
           02 FILLER           PIC X(02).
           02 SL-BESKRIVELSE   PIC X(30).
           02 SL-VURDERING     PIC ----,---,--9.99.
           02 FILLER           PIC X(02).
           02 SL-LAAN-KONTO    PIC X(14).

       01 TEGNER-LINJE.
           02 TL-KONTO-ID      PIC X(14).
           02 FILLER           PIC X(02).
           02 TL-KUNDE-ID      PIC X(10).
           02 FILLER           PIC X(02).
           02 TL-NAVN          PIC X(41).
           02 FILLER           PIC X(02).
           02 TL-ROLLE         PIC X(10).

       01 RAPPORT-LINJE.
           02 RL-FORESP-NR     PIC 9(06).
           02 FILLER           PIC X(02).
           02 RL-KUNDE-ID      PIC X(10).
           02 FILLER           PIC X(02).
           02 RL-SKAEREDATO    PIC X(10).
           02 FILLER           PIC X(02).
           02 RL-MODTAGET      PIC X(10).
           02 FILLER           PIC X(02).
           02 RL-ALDER         PIC ZZZZ9.
           02 FILLER           PIC X(02).
           02 RL-REVISOR       PIC X(40).
           02 FILLER           PIC X(02).
           02 RL-NOTE          PIC X(39).

       01 RUN-DATE      PIC 9(08) VALUE ZEROS.
      * Koerselsdatoen er bankens bogfoeringsdato (Bogfoeringsdato.txt),
      * ikke maskinens dato.
       01 BOGFDATO-STATUS  PIC XX VALUE "00".
       01 BOGFDATO-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".
       01 DAGS-DATO     PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM PARM-FILL
           PERFORM DAGS-DATO-FILL
           PERFORM FORESP-ARR-FILL
           IF NUM-FORESP = 0
               DISPLAY "Ingen revisorforespoergsler at besvare."
               STOP RUN
           END-IF
           PERFORM KUNDE-ARR-FILL
           PERFORM KONTO-ARR-FILL
           PERFORM ROLLE-ARR-FILL
           PERFORM PLAN-ARR-FILL
           PERFORM FACILITET-ARR-FILL
           PERFORM SIKKERHED-ARR-FILL
           PERFORM PERIODISERING-ARR-FILL
           OPEN OUTPUT FIL-RAPPORT
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "REVISORBEKRAEFTELSER PR. " DELIMITED BY SIZE
               DAGS-DATO                   DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           IF PARM-SKAEREDATO OF PARM-REC NOT = SPACES
               MOVE SPACES TO RAPPORT-TEXT
               STRING
                   "Kun skaeringsdato "     DELIMITED BY SIZE
                   PARM-SKAEREDATO OF PARM-REC
                                            DELIMITED BY SIZE
               INTO RAPPORT-TEXT
               WRITE RAPPORT-REC
           END-IF
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE "Besvarede forespoergsler:" TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           PERFORM SKRIV-RAPPORT-OVERSKRIFT
           OPEN EXTEND FIL-MANIFEST
           IF MANIFEST-STATUS = "35"
               OPEN OUTPUT FIL-MANIFEST
           END-IF
           PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > NUM-FORESP
               IF RV-AABEN OF FORESP-ARR(IX)
                   AND RV-SKAEREDATO OF FORESP-ARR(IX) < DAGS-DATO
                   AND (PARM-SKAEREDATO OF PARM-REC = SPACES
                        OR PARM-SKAEREDATO OF PARM-REC
                           = RV-SKAEREDATO OF FORESP-ARR(IX))
                   PERFORM BESVAR-FORESP
               END-IF
           END-PERFORM
           CLOSE FIL-MANIFEST
           IF BREV-ANTAL = 0 AND AFVIST-ANTAL = 0
               MOVE "  (ingen)" TO RAPPORT-TEXT
               WRITE RAPPORT-REC
           END-IF
           PERFORM SKRIV-UBESVAREDE
           CLOSE FIL-RAPPORT
           IF FORESP-AENDRET-SW = "J"
               PERFORM FORESP-ARR-REWRITE
           END-IF
           DISPLAY "Revisorbekraeftelser: " BREV-ANTAL " breve, "
               AFVIST-ANTAL " afvist, " AABNE-ANTAL " ubesvarede."
           STOP RUN.

       PARM-FILL.
           OPEN INPUT FIL-PARM
           IF PARM-STATUS = "00"
               READ FIL-PARM INTO PARM-REC
                   AT END
                       CONTINUE
               END-READ
               CLOSE FIL-PARM
           END-IF.

       DAGS-DATO-FILL.
           PERFORM BOGFOERINGSDATO-FILL
           MOVE BD-DATO OF BOGFDATO-REC TO RUN-DATE
           STRING
               RUN-DATE(1:4) DELIMITED BY SIZE
               "-"           DELIMITED BY SIZE
               RUN-DATE(5:2) DELIMITED BY SIZE
               "-"           DELIMITED BY SIZE
               RUN-DATE(7:2) DELIMITED BY SIZE
           INTO DAGS-DATO.

       FORESP-ARR-FILL.
           MOVE 0 TO NUM-FORESP
           OPEN INPUT FIL-FORESP
           IF FORESP-FIL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO TRAILER-FOUND-SW
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-FORESP INTO FORESP-REKORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF FORESP-REKORD-TRAILER
                               = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                           MOVE "Y" TO TRAILER-FOUND-SW
                           MOVE TR-ANTAL OF FORESP-REKORD-TRAILER
                             TO TRAILER-ANTAL
                       ELSE
                           IF NUM-FORESP >= 5000
                               DISPLAY "FEJL: Revisor-Forespoergsler"
                                   ".txt har mere end 5000 poster"
                               MOVE 1 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO NUM-FORESP
                           MOVE FORESP-REKORD TO FORESP-ARR(NUM-FORESP)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-FORESP
           MOVE "Revisor-Forespoergsler.txt" TO FIL-NAVN
           MOVE NUM-FORESP TO LAEST-ANTAL
           PERFORM CHECK-TRAILER.

      * Faelles kontrol af sluttaellerposten efter indlaesning.
       CHECK-TRAILER.
           IF TRAILER-FOUND-SW = "N"
               DISPLAY "FEJL: " FIL-NAVN " mangler sluttaellerpost"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF LAEST-ANTAL NOT = TRAILER-ANTAL
               DISPLAY "FEJL: " FIL-NAVN " - forventet "
                   TRAILER-ANTAL " poster, fandt " LAEST-ANTAL
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
           MOVE "Kundeoplysninger.txt" TO FIL-NAVN
           MOVE NUM-KUNDER TO LAEST-ANTAL
           PERFORM CHECK-TRAILER.

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
           MOVE "KontoOpl.txt" TO FIL-NAVN
           MOVE NUM-KONTI TO LAEST-ANTAL
           PERFORM CHECK-TRAILER.

      * Registrene nedenfor er valgfrie; mangler en fil, er der
      * intet at oplyse fra den.
       ROLLE-ARR-FILL.
           MOVE 0 TO NUM-ROLLER
           OPEN INPUT FIL-ROLLER
           IF ROLLE-FIL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO TRAILER-FOUND-SW
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-ROLLER INTO ROLLE-REKORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF ROLLE-REKORD-TRAILER = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                           MOVE "Y" TO TRAILER-FOUND-SW
                           MOVE TR-ANTAL OF ROLLE-REKORD-TRAILER
                             TO TRAILER-ANTAL
                       ELSE
                           IF NUM-ROLLER >= 3000
                               DISPLAY "FEJL: Kontoroller.txt har "
                                   "mere end 3000 poster"
                               MOVE 1 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO NUM-ROLLER
                           MOVE ROLLE-REKORD TO ROLLE-ARR(NUM-ROLLER)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-ROLLER
           MOVE "Kontoroller.txt" TO FIL-NAVN
           MOVE NUM-ROLLER TO LAEST-ANTAL
           PERFORM CHECK-TRAILER.

       PLAN-ARR-FILL.
           MOVE 0 TO NUM-PLANER
           OPEN INPUT FIL-PLANER
           IF PLAN-FIL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO TRAILER-FOUND-SW
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-PLANER INTO PLAN-REKORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF PLAN-REKORD-TRAILER = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                           MOVE "Y" TO TRAILER-FOUND-SW
                           MOVE TR-ANTAL OF PLAN-REKORD-TRAILER
                             TO TRAILER-ANTAL
                       ELSE
                           IF NUM-PLANER >= 1000
                               DISPLAY "FEJL: Laaneplaner.txt har "
                                   "mere end 1000 poster"
                               MOVE 1 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO NUM-PLANER
                           MOVE PLAN-REKORD TO PLAN-ARR(NUM-PLANER)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-PLANER
           MOVE "Laaneplaner.txt" TO FIL-NAVN
           MOVE NUM-PLANER TO LAEST-ANTAL
           PERFORM CHECK-TRAILER.

       FACILITET-ARR-FILL.
           MOVE 0 TO NUM-FACILITETER
           OPEN INPUT FIL-FACILITET
           IF FACILITET-FIL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO TRAILER-FOUND-SW
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-FACILITET INTO FACILITET-REKORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF FACILITET-REKORD-TRAILER
                               = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                           MOVE "Y" TO TRAILER-FOUND-SW
                           MOVE TR-ANTAL OF FACILITET-REKORD-TRAILER
                             TO TRAILER-ANTAL
                       ELSE
                           IF NUM-FACILITETER >= 1000
                               DISPLAY "FEJL: Overtraek-Faciliteter"
                                   ".txt har mere end 1000 poster"
                               MOVE 1 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO NUM-FACILITETER
                           MOVE FACILITET-REKORD
                             TO FACILITET-ARR(NUM-FACILITETER)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-FACILITET
           MOVE "Overtraek-Faciliteter.txt" TO FIL-NAVN
           MOVE NUM-FACILITETER TO LAEST-ANTAL
           PERFORM CHECK-TRAILER.

       SIKKERHED-ARR-FILL.
           MOVE 0 TO NUM-SIKKERHEDER
           OPEN INPUT FIL-SIKKERHEDER
           IF SIKKERHED-FIL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO TRAILER-FOUND-SW
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-SIKKERHEDER INTO SIKKERHED-REKORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF SIKKERHED-REKORD-TRAILER
                               = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                           MOVE "Y" TO TRAILER-FOUND-SW
                           MOVE TR-ANTAL OF SIKKERHED-REKORD-TRAILER
                             TO TRAILER-ANTAL
                       ELSE
                           IF NUM-SIKKERHEDER >= 2000
                               DISPLAY "FEJL: Sikkerheder.txt har "
                                   "mere end 2000 poster"
                               MOVE 1 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO NUM-SIKKERHEDER
                           MOVE SIKKERHED-REKORD
                             TO SIKKERHED-ARR(NUM-SIKKERHEDER)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-SIKKERHEDER
           MOVE "Sikkerheder.txt" TO FIL-NAVN
           MOVE NUM-SIKKERHEDER TO LAEST-ANTAL
           PERFORM CHECK-TRAILER.

       PERIODISERING-ARR-FILL.
           MOVE 0 TO NUM-PERIODISERING
           OPEN INPUT FIL-PERIODISERING
           IF PERIODISERING-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO TRAILER-FOUND-SW
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-PERIODISERING INTO PERIODISERING-REKORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF PERIODISERING-TRAILER
                               = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                           MOVE "Y" TO TRAILER-FOUND-SW
                           MOVE TR-ANTAL OF PERIODISERING-TRAILER
                             TO TRAILER-ANTAL
                       ELSE
                           IF NUM-PERIODISERING >= 1000
                               DISPLAY "FEJL: Rente-Periodisering.txt"
                                   " har mere end 1000 poster"
                               MOVE 1 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO NUM-PERIODISERING
                           MOVE PERIODISERING-REKORD
                             TO PERIODISERING-ARR(NUM-PERIODISERING)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-PERIODISERING
           MOVE "Rente-Periodisering.txt" TO FIL-NAVN
           MOVE NUM-PERIODISERING TO LAEST-ANTAL
           PERFORM CHECK-TRAILER.

      * En forespoergsel paa en ukendt kunde besvares ikke; den
      * staar i rapporten og forbliver ubesvaret til den er rettet
      * eller annulleret i OPG-148.
       BESVAR-FORESP.
           MOVE RV-KUNDE-ID OF FORESP-ARR(IX) TO SOEGE-KUNDE
           MOVE RV-SKAEREDATO OF FORESP-ARR(IX) TO SKAERE-DATO
           MOVE SKAERE-DATO(1:7) TO SKAERE-MAANED
           PERFORM VARYING KUNDE-IX FROM 1 BY 1
                   UNTIL KUNDE-IX > NUM-KUNDER
                      OR KUNDE-ID OF KUNDE-ARR(KUNDE-IX) = SOEGE-KUNDE
               CONTINUE
           END-PERFORM
           IF KUNDE-IX > NUM-KUNDER
               MOVE "KUNDEN FINDES IKKE - ikke besvaret" TO RL-NOTE
               PERFORM SKRIV-RAPPORT-LINJE
               ADD 1 TO AFVIST-ANTAL
               EXIT PARAGRAPH
           END-IF
           PERFORM BYG-KONTOLISTE
           PERFORM FIND-SALDI
           PERFORM FIND-RENTER
           PERFORM SKRIV-BREV
           PERFORM SKRIV-MANIFEST
           MOVE "B" TO RV-STATUS OF FORESP-ARR(IX)
           MOVE DAGS-DATO TO RV-BESVARET-DATO OF FORESP-ARR(IX)
           MOVE BREV-FILENAME TO RV-BREV-FIL OF FORESP-ARR(IX)
           MOVE "J" TO FORESP-AENDRET-SW
           ADD 1 TO BREV-ANTAL
           MOVE SPACES TO RL-NOTE
           STRING
               "besvaret, "              DELIMITED BY SIZE
               NUM-BREV-KONTI            DELIMITED BY SIZE
               " konti"                  DELIMITED BY SIZE
           INTO RL-NOTE
           PERFORM SKRIV-RAPPORT-LINJE.

       BYG-KONTOLISTE.
           MOVE 0 TO NUM-BREV-KONTI
           PERFORM VARYING KONTO-IX FROM 1 BY 1
                   UNTIL KONTO-IX > NUM-KONTI
               IF KUNDE-ID OF KONTO-ARR(KONTO-IX) = SOEGE-KUNDE
                   MOVE KONTO-ID OF KONTO-ARR(KONTO-IX) TO SOEGE-KONTO
                   PERFORM TILFOEJ-BREV-KONTO
                   IF BK-IX > 0
                       MOVE "E" TO BK-ROLLE(BK-IX)
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING ROLLE-IX FROM 1 BY 1
                   UNTIL ROLLE-IX > NUM-ROLLER
               IF KR-KUNDE-ID OF ROLLE-ARR(ROLLE-IX) = SOEGE-KUNDE
                   AND (KR-EJER OF ROLLE-ARR(ROLLE-IX)
                        OR KR-MEDEJER OF ROLLE-ARR(ROLLE-IX))
                   MOVE KR-KONTO-ID OF ROLLE-ARR(ROLLE-IX)
                     TO SOEGE-KONTO
                   PERFORM VARYING KONTO-IX FROM 1 BY 1
                           UNTIL KONTO-IX > NUM-KONTI
                              OR KONTO-ID OF KONTO-ARR(KONTO-IX)
                                 = SOEGE-KONTO
                       CONTINUE
                   END-PERFORM
                   IF KONTO-IX NOT > NUM-KONTI
                       PERFORM TILFOEJ-BREV-KONTO
                       IF BK-IX > 0 AND BK-ROLLE(BK-IX) = SPACE
                           MOVE KR-ROLLE OF ROLLE-ARR(ROLLE-IX)
                             TO BK-ROLLE(BK-IX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * Tilfoejer KONTO-ARR(KONTO-IX) til brevets konti, hvis den ikke
      * allerede er med. BK-IX peger paa kontoen bagefter (0 = fuld).
       TILFOEJ-BREV-KONTO.
           PERFORM VARYING BK-IX FROM 1 BY 1
                   UNTIL BK-IX > NUM-BREV-KONTI
                      OR BK-KONTO-ID(BK-IX) = SOEGE-KONTO
               CONTINUE
           END-PERFORM
           IF BK-IX NOT > NUM-BREV-KONTI
               EXIT PARAGRAPH
           END-IF
           IF NUM-BREV-KONTI >= 200
               DISPLAY "ADVARSEL: kunde " SOEGE-KUNDE
                   " har mere end 200 konti - resten udelades."
               MOVE 0 TO BK-IX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO NUM-BREV-KONTI
           MOVE NUM-BREV-KONTI TO BK-IX
           MOVE SOEGE-KONTO TO BK-KONTO-ID(BK-IX)
           MOVE KONTO-TYPE OF KONTO-ARR(KONTO-IX)
             TO BK-KONTO-TYPE(BK-IX)
           MOVE VALUTA-KD OF KONTO-ARR(KONTO-IX) TO BK-VALUTA(BK-IX)
           MOVE SPACE TO BK-ROLLE(BK-IX)
           MOVE ZEROS TO BK-SALDO(BK-IX)
           MOVE SPACES TO BK-SALDO-DATO(BK-IX)
           MOVE ZEROS TO BK-RENTE(BK-IX).

      * Saldoen pr. skaeringsdatoen er den seneste post i
      * Saldo-Historik.txt paa eller foer datoen.
       FIND-SALDI.
           OPEN INPUT FIL-HISTORIK
           IF HISTORIK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-HISTORIK
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF SH-DATO OF HISTORIK-REKORD
                               NOT > SKAERE-DATO
                           PERFORM OPDATER-SALDO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-HISTORIK.

       OPDATER-SALDO.
           PERFORM VARYING BK-IX FROM 1 BY 1
                   UNTIL BK-IX > NUM-BREV-KONTI
               IF BK-KONTO-ID(BK-IX) = SH-KONTO-ID OF HISTORIK-REKORD
                   IF SH-DATO OF HISTORIK-REKORD
                           >= BK-SALDO-DATO(BK-IX)
                       MOVE SH-SALDO OF HISTORIK-REKORD
                         TO BK-SALDO(BK-IX)
                       MOVE SH-DATO OF HISTORIK-REKORD
                         TO BK-SALDO-DATO(BK-IX)
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-RENTER.
           PERFORM VARYING BK-IX FROM 1 BY 1
                   UNTIL BK-IX > NUM-BREV-KONTI
               PERFORM VARYING RPE-IX FROM 1 BY 1
                       UNTIL RPE-IX > NUM-PERIODISERING
                   IF RPE-KONTO-ID OF PERIODISERING-ARR(RPE-IX)
                           = BK-KONTO-ID(BK-IX)
                       AND RPE-MAANED OF PERIODISERING-ARR(RPE-IX)
                           = SKAERE-MAANED
                       COMPUTE BK-RENTE(BK-IX) ROUNDED =
                           RPE-PERIODISERET OF PERIODISERING-ARR(RPE-IX)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-PERFORM.

       SKRIV-BREV.
           MOVE SPACES TO BREV-FILENAME
           STRING
               "../data/Revisorbekraeftelse-" DELIMITED BY SIZE
               RV-FORESP-NR OF FORESP-ARR(IX) DELIMITED BY SIZE
               ".txt"                         DELIMITED BY SIZE
           INTO BREV-FILENAME
           OPEN OUTPUT FIL-BREV
           MOVE RV-REVISOR-NAVN OF FORESP-ARR(IX) TO BREV-TEXT
           WRITE BREV-REC
           MOVE RV-REVISOR-ADR OF FORESP-ARR(IX) TO BREV-TEXT
           WRITE BREV-REC
           MOVE SPACES TO BREV-TEXT
           STRING
               RV-REVISOR-POSTNR OF FORESP-ARR(IX)
                                           DELIMITED BY SIZE
               " "                         DELIMITED BY SIZE
               RV-REVISOR-BY OF FORESP-ARR(IX)
                                           DELIMITED BY SIZE
           INTO BREV-TEXT
           WRITE BREV-REC
           MOVE SPACES TO BREV-TEXT
           WRITE BREV-REC
           STRING
               "Dato: "                    DELIMITED BY SIZE
               DAGS-DATO                   DELIMITED BY SIZE
               "   Vores ref.: "           DELIMITED BY SIZE
               RV-FORESP-NR OF FORESP-ARR(IX)
                                           DELIMITED BY SIZE
           INTO BREV-TEXT
           WRITE BREV-REC
           MOVE SPACES TO BREV-TEXT
           WRITE BREV-REC
           STRING
               "Vedr.: bekraeftelse af engagement pr. "
                                           DELIMITED BY SIZE
               SKAERE-DATO                 DELIMITED BY SIZE
           INTO BREV-TEXT
           WRITE BREV-REC
           MOVE SPACES TO BREV-TEXT
           STRING
               "Kunde: "                   DELIMITED BY SIZE
               FORNAVN OF KUNDE-ARR(KUNDE-IX)
                                           DELIMITED BY "  "
               " "                         DELIMITED BY SIZE
               EFTERNAVN OF KUNDE-ARR(KUNDE-IX)
                                           DELIMITED BY "  "
               " (kunde-id "               DELIMITED BY SIZE
               SOEGE-KUNDE                 DELIMITED BY SPACE
               ")"                         DELIMITED BY SIZE
           INTO BREV-TEXT
           WRITE BREV-REC
           MOVE SPACES TO BREV-TEXT
           WRITE BREV-REC
           STRING
               "Som svar paa Deres forespoergsel modtaget "
                                           DELIMITED BY SIZE
               RV-MODTAGET-DATO OF FORESP-ARR(IX)
                                           DELIMITED BY SIZE
               " bekraefter vi"            DELIMITED BY SIZE
           INTO BREV-TEXT
           WRITE BREV-REC
           MOVE SPACES TO BREV-TEXT
           STRING
               "kundens engagement med banken ved "
                                           DELIMITED BY SIZE
               "dagens slutning "          DELIMITED BY SIZE
               SKAERE-DATO                 DELIMITED BY SIZE
               ":"                         DELIMITED BY SIZE
           INTO BREV-TEXT
           WRITE BREV-REC
           PERFORM SKRIV-AFSNIT-KONTI
           PERFORM SKRIV-AFSNIT-LAAN
           PERFORM SKRIV-AFSNIT-FACILITETER
           PERFORM SKRIV-AFSNIT-KAUTIONER
           PERFORM SKRIV-AFSNIT-PANT
           PERFORM SKRIV-AFSNIT-TEGNERE
           MOVE SPACES TO BREV-TEXT
           WRITE BREV-REC
           STRING
               "Banken har efter vores registreringer ikke andre "
                                           DELIMITED BY SIZE
               "konti, laan, kautioner eller"
                                           DELIMITED BY SIZE
           INTO BREV-TEXT
           WRITE BREV-REC
           MOVE "pantsaetninger med kunden pr. skaeringsdatoen."
             TO BREV-TEXT
           WRITE BREV-REC
           MOVE SPACES TO BREV-TEXT
           WRITE BREV-REC
           MOVE "Med venlig hilsen" TO BREV-TEXT
           WRITE BREV-REC
           MOVE "Banken" TO BREV-TEXT
           WRITE BREV-REC
           CLOSE FIL-BREV.

       SKRIV-AFSNIT-OVERSKRIFT.
           MOVE SPACES TO BREV-TEXT
           WRITE BREV-REC.

       SKRIV-AFSNIT-KONTI.
           PERFORM SKRIV-AFSNIT-OVERSKRIFT
           MOVE "1. Konti og saldi" TO BREV-TEXT
           WRITE BREV-REC
           IF NUM-BREV-KONTI = 0
               MOVE "   Ingen." TO BREV-TEXT
               WRITE BREV-REC
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO BREV-TEXT
           STRING
               "Konto-id        Kontotype   Valuta        Saldo"
                                           DELIMITED BY SIZE
               " Paaloebne renter  Rolle"  DELIMITED BY SIZE
           INTO BREV-TEXT
           WRITE BREV-REC
           PERFORM VARYING BK-IX FROM 1 BY 1
                   UNTIL BK-IX > NUM-BREV-KONTI
               MOVE SPACES TO KONTO-LINJE
               MOVE BK-KONTO-ID(BK-IX) TO KL-KONTO-ID
               MOVE BK-KONTO-TYPE(BK-IX) TO KL-KONTO-TYPE
               MOVE BK-VALUTA(BK-IX) TO KL-VALUTA
               MOVE BK-SALDO(BK-IX) TO KL-SALDO
               MOVE BK-RENTE(BK-IX) TO KL-RENTE
               MOVE BK-ROLLE(BK-IX) TO ROLLE-TEKST
               PERFORM SAET-ROLLE-TEKST
               MOVE ROLLE-TEKST TO KL-ROLLE
               IF BK-SALDO-DATO(BK-IX) = SPACES
                   MOVE "ingen saldo pr. datoen" TO KL-NOTE
               END-IF
               MOVE KONTO-LINJE TO BREV-TEXT
               WRITE BREV-REC
           END-PERFORM.

       SAET-ROLLE-TEKST.
           EVALUATE ROLLE-TEKST(1:1)
               WHEN "E"
                   MOVE "Ejer" TO ROLLE-TEKST
               WHEN "M"
                   MOVE "Medejer" TO ROLLE-TEKST
               WHEN "F"
                   MOVE "Fuldmagt" TO ROLLE-TEKST
               WHEN OTHER
                   MOVE SPACES TO ROLLE-TEKST
           END-EVALUATE.

      * Laanets restgaeld pr. skaeringsdatoen fremgaar af
      * laanekontoens saldo i afsnit 1.
       SKRIV-AFSNIT-LAAN.
           PERFORM SKRIV-AFSNIT-OVERSKRIFT
           MOVE "2. Laan" TO BREV-TEXT
           WRITE BREV-REC
           MOVE 0 TO ANTAL-I-AFSNIT
           PERFORM VARYING PLAN-IX FROM 1 BY 1
                   UNTIL PLAN-IX > NUM-PLANER
               MOVE LP-KONTO-ID OF PLAN-ARR(PLAN-IX) TO SOEGE-KONTO
               PERFORM FIND-BREV-KONTO
               IF FUNDET-SW = "J"
                   AND LP-AKTIV OF PLAN-ARR(PLAN-IX)
                   IF ANTAL-I-AFSNIT = 0
                       MOVE SPACES TO BREV-TEXT
                       STRING
                           "Konto-id            Hovedstol    Sats"
                                           DELIMITED BY SIZE
                           "   Rente     Mdr           Ydelse"
                                           DELIMITED BY SIZE
                           "  Naeste"      DELIMITED BY SIZE
                       INTO BREV-TEXT
                       WRITE BREV-REC
                   END-IF
                   ADD 1 TO ANTAL-I-AFSNIT
                   MOVE SPACES TO LAAN-LINJE
                   MOVE SOEGE-KONTO TO LL-KONTO-ID
                   MOVE LP-HOVEDSTOL OF PLAN-ARR(PLAN-IX)
                     TO LL-HOVEDSTOL
                   COMPUTE SATS-PCT =
                       LP-AARLIG-SATS OF PLAN-ARR(PLAN-IX) * 100
                   MOVE SATS-PCT TO LL-SATS
                   IF LP-VARIABEL-RENTE OF PLAN-ARR(PLAN-IX)
                       MOVE "variabel" TO LL-RENTE-TYPE
                   ELSE
                       MOVE "fast" TO LL-RENTE-TYPE
                   END-IF
                   MOVE LP-LOEBETID-MDR OF PLAN-ARR(PLAN-IX)
                     TO LL-LOEBETID
                   MOVE LP-YDELSE OF PLAN-ARR(PLAN-IX) TO LL-YDELSE
                   MOVE LP-NAESTE-YDELSE OF PLAN-ARR(PLAN-IX)
                     TO LL-NAESTE
                   MOVE LAAN-LINJE TO BREV-TEXT
                   WRITE BREV-REC
               END-IF
           END-PERFORM
           IF ANTAL-I-AFSNIT = 0
               MOVE "   Ingen." TO BREV-TEXT
               WRITE BREV-REC
           END-IF.

      * En facilitet, der er udloebet foer skaeringsdatoen, er ikke
      * med.
       SKRIV-AFSNIT-FACILITETER.
           PERFORM SKRIV-AFSNIT-OVERSKRIFT
           MOVE "3. Overtraeksfaciliteter" TO BREV-TEXT
           WRITE BREV-REC
           MOVE 0 TO ANTAL-I-AFSNIT
           PERFORM VARYING FAC-IX FROM 1 BY 1
                   UNTIL FAC-IX > NUM-FACILITETER
               MOVE OF-KONTO-ID OF FACILITET-ARR(FAC-IX) TO SOEGE-KONTO
               PERFORM FIND-BREV-KONTO
               IF FUNDET-SW = "J"
                   AND (OF-UDLOEB OF FACILITET-ARR(FAC-IX) = SPACES
                        OR OF-UDLOEB OF FACILITET-ARR(FAC-IX)
                           NOT < SKAERE-DATO)
                   IF ANTAL-I-AFSNIT = 0
                       MOVE SPACES TO BREV-TEXT
                       STRING
                           "Konto-id              Graense  Val."
                                           DELIMITED BY SIZE
                           "  Udloeb"      DELIMITED BY SIZE
                       INTO BREV-TEXT
                       WRITE BREV-REC
                   END-IF
                   ADD 1 TO ANTAL-I-AFSNIT
                   MOVE SPACES TO FACILITET-LINJE
                   MOVE SOEGE-KONTO TO FL-KONTO-ID
                   MOVE OF-GRAENSE OF FACILITET-ARR(FAC-IX)
                     TO FL-GRAENSE
                   MOVE BK-VALUTA(BK-IX) TO FL-VALUTA
                   MOVE OF-UDLOEB OF FACILITET-ARR(FAC-IX) TO FL-UDLOEB
                   IF FL-UDLOEB = SPACES
                       MOVE "loebende" TO FL-UDLOEB
                   END-IF
                   MOVE FACILITET-LINJE TO BREV-TEXT
                   WRITE BREV-REC
               END-IF
           END-PERFORM
           IF ANTAL-I-AFSNIT = 0
               MOVE "   Ingen." TO BREV-TEXT
               WRITE BREV-REC
           END-IF.

      * Kautioner, hvor kunden er kautionist.
       SKRIV-AFSNIT-KAUTIONER.
           PERFORM SKRIV-AFSNIT-OVERSKRIFT
           MOVE "4. Kautioner stillet af kunden" TO BREV-TEXT
           WRITE BREV-REC
           MOVE 0 TO ANTAL-I-AFSNIT
           PERFORM VARYING SI-IX FROM 1 BY 1
                   UNTIL SI-IX > NUM-SIKKERHEDER
               IF SI-KAUTION OF SIKKERHED-ARR(SI-IX)
                   AND SI-AKTIV OF SIKKERHED-ARR(SI-IX)
                   AND SI-KAUTIONIST-ID OF SIKKERHED-ARR(SI-IX)
                       = SOEGE-KUNDE
                   PERFORM SKRIV-SIKKERHED-LINJE
               END-IF
           END-PERFORM
           IF ANTAL-I-AFSNIT = 0
               MOVE "   Ingen." TO BREV-TEXT
               WRITE BREV-REC
           END-IF.

      * Pant og anden sikkerhed, som kunden har stillet.
       SKRIV-AFSNIT-PANT.
           PERFORM SKRIV-AFSNIT-OVERSKRIFT
           MOVE "5. Pant og sikkerheder stillet af kunden" TO BREV-TEXT
           WRITE BREV-REC
           MOVE 0 TO ANTAL-I-AFSNIT
           PERFORM VARYING SI-IX FROM 1 BY 1
                   UNTIL SI-IX > NUM-SIKKERHEDER
               IF NOT SI-KAUTION OF SIKKERHED-ARR(SI-IX)
                   AND SI-AKTIV OF SIKKERHED-ARR(SI-IX)
                   AND SI-KUNDE-ID OF SIKKERHED-ARR(SI-IX)
                       = SOEGE-KUNDE
                   PERFORM SKRIV-SIKKERHED-LINJE
               END-IF
           END-PERFORM
           IF ANTAL-I-AFSNIT = 0
               MOVE "   Ingen." TO BREV-TEXT
               WRITE BREV-REC
           END-IF.

       SKRIV-SIKKERHED-LINJE.
           IF ANTAL-I-AFSNIT = 0
               MOVE SPACES TO BREV-TEXT
               STRING
                   "Id          Type          Beskrivelse"
                                           DELIMITED BY SIZE
                   "                         Vurdering"
                                           DELIMITED BY SIZE
                   "  For laan"            DELIMITED BY SIZE
               INTO BREV-TEXT
               WRITE BREV-REC
           END-IF
           ADD 1 TO ANTAL-I-AFSNIT
           EVALUATE TRUE
               WHEN SI-PANTEBREV OF SIKKERHED-ARR(SI-IX)
                   MOVE "Pantebrev" TO TYPE-TEKST
               WHEN SI-KOERETOEJ OF SIKKERHED-ARR(SI-IX)
                   MOVE "Koeretoej" TO TYPE-TEKST
               WHEN SI-INDESTAAENDE OF SIKKERHED-ARR(SI-IX)
                   MOVE "Indestaaende" TO TYPE-TEKST
               WHEN SI-KAUTION OF SIKKERHED-ARR(SI-IX)
                   MOVE "Kaution" TO TYPE-TEKST
               WHEN OTHER
                   MOVE "Oevrig" TO TYPE-TEKST
           END-EVALUATE
           MOVE SPACES TO SIKKERHED-LINJE
           MOVE SI-SIKKERHED-ID OF SIKKERHED-ARR(SI-IX) TO SL-ID
           MOVE TYPE-TEKST TO SL-TYPE
           MOVE SI-BESKRIVELSE OF SIKKERHED-ARR(SI-IX)
             TO SL-BESKRIVELSE
           MOVE SI-VURDERING OF SIKKERHED-ARR(SI-IX) TO SL-VURDERING
           MOVE SI-LAAN-KONTO OF SIKKERHED-ARR(SI-IX, 1)
             TO SL-LAAN-KONTO
           IF SI-INDESTAAENDE OF SIKKERHED-ARR(SI-IX)
                   AND SI-PANT-KONTO-ID OF SIKKERHED-ARR(SI-IX)
                       NOT = SPACES
               MOVE SPACES TO SL-BESKRIVELSE
               STRING
                   "Pant i konto "         DELIMITED BY SIZE
                   SI-PANT-KONTO-ID OF SIKKERHED-ARR(SI-IX)
                                           DELIMITED BY SIZE
               INTO SL-BESKRIVELSE
           END-IF
           MOVE SIKKERHED-LINJE TO BREV-TEXT
           WRITE BREV-REC.

      * Alle roller paa brevets konti. En konto uden roller i
      * Kontoroller.txt har alene kontohaveren som ejer.
       SKRIV-AFSNIT-TEGNERE.
           PERFORM SKRIV-AFSNIT-OVERSKRIFT
           MOVE "6. Tegningsberettigede" TO BREV-TEXT
           WRITE BREV-REC
           IF NUM-BREV-KONTI = 0
               MOVE "   Ingen." TO BREV-TEXT
               WRITE BREV-REC
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO BREV-TEXT
           STRING
               "Konto-id        Kunde-id    Navn"
                                           DELIMITED BY SIZE
               "                                       Rolle"
                                           DELIMITED BY SIZE
           INTO BREV-TEXT
           WRITE BREV-REC
           PERFORM VARYING BK-IX FROM 1 BY 1
                   UNTIL BK-IX > NUM-BREV-KONTI
               MOVE 0 TO ANTAL-I-AFSNIT
               PERFORM VARYING ROLLE-IX FROM 1 BY 1
                       UNTIL ROLLE-IX > NUM-ROLLER
                   IF KR-KONTO-ID OF ROLLE-ARR(ROLLE-IX)
                           = BK-KONTO-ID(BK-IX)
                       ADD 1 TO ANTAL-I-AFSNIT
                       MOVE KR-KUNDE-ID OF ROLLE-ARR(ROLLE-IX)
                         TO TEGNER-KUNDE
                       MOVE KR-ROLLE OF ROLLE-ARR(ROLLE-IX)
                         TO ROLLE-TEKST
                       PERFORM SKRIV-TEGNER-LINJE
                   END-IF
               END-PERFORM
               IF ANTAL-I-AFSNIT = 0
                   PERFORM VARYING KONTO-IX FROM 1 BY 1
                           UNTIL KONTO-IX > NUM-KONTI
                              OR KONTO-ID OF KONTO-ARR(KONTO-IX)
                                 = BK-KONTO-ID(BK-IX)
                       CONTINUE
                   END-PERFORM
                   MOVE KUNDE-ID OF KONTO-ARR(KONTO-IX)
                     TO TEGNER-KUNDE
                   MOVE "E" TO ROLLE-TEKST
                   PERFORM SKRIV-TEGNER-LINJE
               END-IF
           END-PERFORM.

       SKRIV-TEGNER-LINJE.
           MOVE SPACES TO TEGNER-LINJE
           MOVE BK-KONTO-ID(BK-IX) TO TL-KONTO-ID
           MOVE TEGNER-KUNDE TO TL-KUNDE-ID
           PERFORM VARYING NAVN-IX FROM 1 BY 1
                   UNTIL NAVN-IX > NUM-KUNDER
                      OR KUNDE-ID OF KUNDE-ARR(NAVN-IX) = TEGNER-KUNDE
               CONTINUE
           END-PERFORM
           IF NAVN-IX NOT > NUM-KUNDER
               STRING
                   FORNAVN OF KUNDE-ARR(NAVN-IX)
                                           DELIMITED BY "  "
                   " "                     DELIMITED BY SIZE
                   EFTERNAVN OF KUNDE-ARR(NAVN-IX)
                                           DELIMITED BY "  "
               INTO TL-NAVN
           END-IF
           PERFORM SAET-ROLLE-TEKST
           MOVE ROLLE-TEKST TO TL-ROLLE
           MOVE TEGNER-LINJE TO BREV-TEXT
           WRITE BREV-REC.

       FIND-BREV-KONTO.
           MOVE "N" TO FUNDET-SW
           PERFORM VARYING BK-IX FROM 1 BY 1
                   UNTIL BK-IX > NUM-BREV-KONTI
               IF BK-KONTO-ID(BK-IX) = SOEGE-KONTO
                   MOVE "J" TO FUNDET-SW
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * Brevet gaar til revisor: pr. e-mail, naar revisor har
      * oplyst en adresse, ellers i papirkoeen.
       SKRIV-MANIFEST.
           MOVE SPACES TO MANIFEST-REC
           MOVE BREV-FILENAME TO FS-FILNAVN OF MANIFEST-REC
           MOVE SOEGE-KUNDE TO FS-KUNDE-ID OF MANIFEST-REC
           IF RV-REVISOR-EMAIL OF FORESP-ARR(IX) NOT = SPACES
               MOVE "E" TO FS-KANAL OF MANIFEST-REC
               MOVE RV-REVISOR-EMAIL OF FORESP-ARR(IX)
                 TO FS-EMAIL OF MANIFEST-REC
               MOVE "S" TO FS-FORS-STATUS OF MANIFEST-REC
           ELSE
               MOVE "P" TO FS-KANAL OF MANIFEST-REC
               MOVE "P" TO FS-FORS-STATUS OF MANIFEST-REC
           END-IF
           WRITE MANIFEST-REC.

       SKRIV-RAPPORT-OVERSKRIFT.
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Nr      Kunde-ID    Skaeredato  Modtaget     Dage"
                                           DELIMITED BY SIZE
               "  Revisor"                 DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC.

       SKRIV-RAPPORT-LINJE.
           MOVE RV-FORESP-NR OF FORESP-ARR(IX) TO RL-FORESP-NR
           MOVE RV-KUNDE-ID OF FORESP-ARR(IX) TO RL-KUNDE-ID
           MOVE RV-SKAEREDATO OF FORESP-ARR(IX) TO RL-SKAEREDATO
           MOVE RV-MODTAGET-DATO OF FORESP-ARR(IX) TO RL-MODTAGET
           MOVE RV-MODTAGET-DATO OF FORESP-ARR(IX)(1:4)
             TO MODTAGET-NUM(1:4)
           MOVE RV-MODTAGET-DATO OF FORESP-ARR(IX)(6:2)
             TO MODTAGET-NUM(5:2)
           MOVE RV-MODTAGET-DATO OF FORESP-ARR(IX)(9:2)
             TO MODTAGET-NUM(7:2)
           IF MODTAGET-NUM NUMERIC
               COMPUTE ALDER-DAGE = FUNCTION INTEGER-OF-DATE(RUN-DATE)
                   - FUNCTION INTEGER-OF-DATE(MODTAGET-NUM)
           ELSE
               MOVE 0 TO ALDER-DAGE
           END-IF
           MOVE ALDER-DAGE TO RL-ALDER
           MOVE RV-REVISOR-NAVN OF FORESP-ARR(IX) TO RL-REVISOR
           MOVE RAPPORT-LINJE TO RAPPORT-TEXT
           WRITE RAPPORT-REC.

      * Forespoergsler, der stadig er ubesvarede efter koerslen, med
      * antal dage siden modtagelsen.
       SKRIV-UBESVAREDE.
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE "Ubesvarede forespoergsler:" TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           PERFORM SKRIV-RAPPORT-OVERSKRIFT
           MOVE 0 TO AABNE-ANTAL
           PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > NUM-FORESP
               IF RV-AABEN OF FORESP-ARR(IX)
                   ADD 1 TO AABNE-ANTAL
                   IF RV-SKAEREDATO OF FORESP-ARR(IX) < DAGS-DATO
                       MOVE SPACES TO RL-NOTE
                   ELSE
                       MOVE "skaeringsdatoen er ikke passeret"
                         TO RL-NOTE
                   END-IF
                   PERFORM SKRIV-RAPPORT-LINJE
               END-IF
           END-PERFORM
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE AABNE-ANTAL TO ANTAL-VIS
           STRING
               "Ubesvarede i alt: "        DELIMITED BY SIZE
               ANTAL-VIS                   DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC.

       FORESP-ARR-REWRITE.
           OPEN OUTPUT FIL-FORESP
           PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > NUM-FORESP
               WRITE FORESP-REKORD FROM FORESP-ARR(IX)
           END-PERFORM
           MOVE SPACES TO FORESP-REKORD
           MOVE "TRAILER" TO TR-MARKER OF FORESP-REKORD-TRAILER
           MOVE NUM-FORESP TO TR-ANTAL OF FORESP-REKORD-TRAILER
           WRITE FORESP-REKORD
           CLOSE FIL-FORESP.

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
