       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPG-115.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIL-DEPOTER ASSIGN TO "../data/Depot-Register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPOT-STATUS.
           SELECT FIL-BEHOLDNING
               ASSIGN TO "../data/Depot-Beholdning.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BEHOLDNING-STATUS.
           SELECT FIL-KURSER
               ASSIGN TO "../data/Vaerdipapir-Kurser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KURSER-STATUS.
           SELECT FIL-KUNDER ASSIGN TO "../data/Kundeoplysninger.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-VAERDI ASSIGN TO "../data/Depot-Vaerdier.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VAERDI-STATUS.
           SELECT FIL-BREV ASSIGN TO BREV-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-MANIFEST
               ASSIGN TO "../data/Forsendelses-Manifest.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MANIFEST-STATUS.
           SELECT FIL-RAPPORT
               ASSIGN TO "../data/Depotudskrift-Rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-BOGFDATO ASSIGN TO "../data/Bogfoeringsdato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOGFDATO-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD FIL-DEPOTER.
       01 DEPOT-REKORD.
           COPY "../copybooks/DEPOT.cpy".
       01 DEPOT-REKORD-TRAILER REDEFINES DEPOT-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(36).

       FD FIL-BEHOLDNING.
       01 BEHOLDNING-REKORD.
           COPY "../copybooks/BEHOLDNING.cpy".
       01 BEHOLDNING-REKORD-TRAILER REDEFINES BEHOLDNING-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(47).

       FD FIL-KURSER.
       01 KURSER-REKORD.
           COPY "../copybooks/VAERDIPAPIR-KURS.cpy".
       01 KURSER-REKORD-TRAILER REDEFINES KURSER-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(54).

       FD FIL-KUNDER.
       01 KUNDE-OPL.
           COPY "../copybooks/KUNDER.cpy".
       01 KUNDE-OPL-TRAILER REDEFINES KUNDE-OPL.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(312).

       FD FIL-VAERDI.
       01 VAERDI-REKORD.
           COPY "../copybooks/DEPOT-VAERDI.cpy".

       FD FIL-BREV.
       01 BREV-REC.
           02 BREV-TEXT PIC X(100).

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

      * Kvartalsvis depotudskrift (jobplanens KV-trin, sidste bankdag
      * i kvartalet): hvert depot med beholdning faar en udskrift med
      * antal, gennemsnitlig kostkurs, kostpris, seneste kurs fra
      * Vaerdipapir-Kurser.txt, markedsvaerdi og urealiseret gevinst
      * pr. papir. Mangler et papir kurs, vaerdisaettes det til
      * kostpris og markeres. Depotets samlede vaerdi skrives til
      * Depot-Vaerdier.txt, hvorfra OPG-40 henter vaerdien ultimo
      * aaret til aarsoversigten.
       01 DEPOT-STATUS     PIC XX VALUE "00".
       01 BEHOLDNING-STATUS PIC XX VALUE "00".
       01 KURSER-STATUS    PIC XX VALUE "00".
       01 VAERDI-STATUS    PIC XX VALUE "00".
       01 MANIFEST-STATUS  PIC XX VALUE "00".
       01 TRAILER-FOUND-SW PIC X(01) VALUE "N".
       01 TRAILER-ANTAL    PIC 9(06) VALUE ZEROS.
       01 EOF-FLAG         PIC X(01) VALUE "N".

       01 NUM-DEPOT        PIC 9(04) VALUE 0.
       01 DEPOT-ARR OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-DEPOT.
           COPY "../copybooks/DEPOT.cpy".
       01 DEPOT-IX         PIC 9(04) VALUE 0.

       01 NUM-BEHOLDNING   PIC 9(05) VALUE 0.
       01 BEHOLDNING-ARR OCCURS 0 TO 10000 TIMES
               DEPENDING ON NUM-BEHOLDNING.
           COPY "../copybooks/BEHOLDNING.cpy".
       01 BEHOLDNING-IX    PIC 9(05) VALUE 0.
       01 BEHOLDNING-ANTAL PIC 9(05) VALUE 0.

       01 NUM-KURSER       PIC 9(04) VALUE 0.
       01 KURS-ARR OCCURS 0 TO 2000 TIMES DEPENDING ON NUM-KURSER.
           COPY "../copybooks/VAERDIPAPIR-KURS.cpy".
       01 KURS-IX          PIC 9(04) VALUE 0.
       01 KURS-MATCH-IX    PIC 9(04) VALUE 0.

       01 NUM-KUNDER       PIC 9(04) VALUE 0.
       01 KUNDE-ARR OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-KUNDER.
           COPY "../copybooks/KUNDER.cpy".
       01 KUNDE-IX2        PIC 9(04) VALUE 0.
       01 KUNDE-MATCH-IX   PIC 9(04) VALUE 0.

       01 PAPIR-KOSTPRIS   PIC S9(12)V99 VALUE ZEROS.
       01 PAPIR-VAERDI     PIC S9(12)V99 VALUE ZEROS.
       01 PAPIR-KURS       PIC 9(07)V9(04) VALUE ZEROS.
       01 DEPOT-KOSTPRIS   PIC S9(12)V99 VALUE ZEROS.
       01 DEPOT-VAERDI     PIC S9(12)V99 VALUE ZEROS.
       01 MANGLER-KURS-ANTAL PIC 9(04) VALUE 0.

       01 UDSKREVET-ANTAL  PIC 9(04) VALUE 0.
       01 VAERDI-I-ALT     PIC S9(13)V99 VALUE ZEROS.

       01 BREV-FILENAME    PIC X(60) VALUE SPACES.
       01 RUN-DATE         PIC 9(08) VALUE ZEROS.
      * Koerselsdatoen er bankens bogfoeringsdato (Bogfoeringsdato.txt),
      * ikke maskinens dato.
       01 BOGFDATO-STATUS  PIC XX VALUE "00".
       01 BOGFDATO-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".
       01 DAGS-DATO        PIC X(10) VALUE SPACES.

       01 BELOEB-VIS       PIC -ZZZ,ZZZ,ZZ9.99.

       01 UDSKRIFT-NAVN-LINJE.
           02 UN-ISIN          PIC X(12).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 UN-NAVN          PIC X(30).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 UN-KURS-TEKST    PIC X(40).

       01 UDSKRIFT-LINJE.
           02 FILLER           PIC X(02) VALUE SPACES.
           02 UL-ANTAL         PIC ZZZ,ZZZ,ZZ9.9999.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 UL-KOSTKURS      PIC ZZZ,ZZ9.9999.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 UL-KURS          PIC ZZZ,ZZ9.9999.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 UL-KOSTPRIS      PIC -ZZ,ZZZ,ZZ9.99.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 UL-VAERDI        PIC -ZZ,ZZZ,ZZ9.99.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 UL-UREALISERET   PIC -ZZ,ZZZ,ZZ9.99.

       01 RAPPORT-LINJE.
           02 RL-DEPOT         PIC X(14).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-KUNDE         PIC X(10).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-PAPIRER       PIC ZZZZ9.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-KOSTPRIS      PIC -ZZZ,ZZZ,ZZ9.99.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-VAERDI        PIC -ZZZ,ZZZ,ZZ9.99.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-BEMAERKNING   PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM DAGS-DATO-FILL
           PERFORM DEPOT-ARR-FILL
           IF NUM-DEPOT = 0
               DISPLAY "Ingen depoter i Depot-Register.txt - "
                   "ingen udskrifter."
               STOP RUN
           END-IF
           PERFORM BEHOLDNING-ARR-FILL
           PERFORM KURS-ARR-FILL
           PERFORM KUNDE-ARR-FILL
           OPEN EXTEND FIL-MANIFEST
           IF MANIFEST-STATUS = "35"
               OPEN OUTPUT FIL-MANIFEST
           END-IF
           OPEN EXTEND FIL-VAERDI
           IF VAERDI-STATUS = "35"
               OPEN OUTPUT FIL-VAERDI
           END-IF
           OPEN OUTPUT FIL-RAPPORT
           PERFORM SKRIV-RAPPORT-HOVED
           PERFORM VARYING DEPOT-IX FROM 1 BY 1
                   UNTIL DEPOT-IX > NUM-DEPOT
               PERFORM TAEL-BEHOLDNINGER
               IF BEHOLDNING-ANTAL > 0
                   PERFORM SKRIV-DEPOTUDSKRIFT
                   PERFORM SKRIV-DEPOT-VAERDI
                   PERFORM SKRIV-RAPPORT-LINJE
               END-IF
           END-PERFORM
           PERFORM SKRIV-RAPPORT-TOTAL
           CLOSE FIL-RAPPORT
           CLOSE FIL-VAERDI
           CLOSE FIL-MANIFEST
           DISPLAY "Depotudskrifter " DAGS-DATO ": " UDSKREVET-ANTAL
               " udskrifter dannet."
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
           INTO DAGS-DATO.

       DEPOT-ARR-FILL.
           MOVE 0 TO NUM-DEPOT
           OPEN INPUT FIL-DEPOTER
           IF DEPOT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO TRAILER-FOUND-SW
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-DEPOTER
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF DEPOT-REKORD-TRAILER = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                           MOVE "Y" TO TRAILER-FOUND-SW
                           MOVE TR-ANTAL OF DEPOT-REKORD-TRAILER
                             TO TRAILER-ANTAL
                       ELSE
                           IF NUM-DEPOT >= 1000
                               DISPLAY "FEJL: flere end 1000 depoter i "
                                   "Depot-Register.txt."
                               MOVE 1 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO NUM-DEPOT
                           MOVE DEPOT-REKORD TO DEPOT-ARR(NUM-DEPOT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-DEPOTER
           IF TRAILER-FOUND-SW = "N"
               DISPLAY "FEJL: Depot-Register.txt mangler "
                   "sluttaellerpost"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NUM-DEPOT NOT = TRAILER-ANTAL
               DISPLAY "FEJL: Depot-Register.txt - forventet "
                   TRAILER-ANTAL " poster, fandt " NUM-DEPOT
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       BEHOLDNING-ARR-FILL.
           MOVE 0 TO NUM-BEHOLDNING
           OPEN INPUT FIL-BEHOLDNING
           IF BEHOLDNING-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO TRAILER-FOUND-SW
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-BEHOLDNING
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF BEHOLDNING-REKORD-TRAILER
                               = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                           MOVE "Y" TO TRAILER-FOUND-SW
                           MOVE TR-ANTAL OF BEHOLDNING-REKORD-TRAILER
                             TO TRAILER-ANTAL
                       ELSE
                           IF NUM-BEHOLDNING >= 10000
                               DISPLAY "FEJL: flere end 10000 "
                                   "beholdninger i "
                                   "Depot-Beholdning.txt."
                               MOVE 1 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO NUM-BEHOLDNING
                           MOVE BEHOLDNING-REKORD
                             TO BEHOLDNING-ARR(NUM-BEHOLDNING)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-BEHOLDNING
           IF TRAILER-FOUND-SW = "N"
               DISPLAY "FEJL: Depot-Beholdning.txt mangler "
                   "sluttaellerpost"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NUM-BEHOLDNING NOT = TRAILER-ANTAL
               DISPLAY "FEJL: Depot-Beholdning.txt - forventet "
                   TRAILER-ANTAL " poster, fandt " NUM-BEHOLDNING
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       KURS-ARR-FILL.
           MOVE 0 TO NUM-KURSER
           OPEN INPUT FIL-KURSER
           IF KURSER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-KURSER
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF KURSER-REKORD-TRAILER
                               = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                       ELSE
                           IF NUM-KURSER < 2000
                               ADD 1 TO NUM-KURSER
                               MOVE KURSER-REKORD
                                 TO KURS-ARR(NUM-KURSER)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-KURSER.

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

       TAEL-BEHOLDNINGER.
           MOVE 0 TO BEHOLDNING-ANTAL
           PERFORM VARYING BEHOLDNING-IX FROM 1 BY 1
                   UNTIL BEHOLDNING-IX > NUM-BEHOLDNING
               IF BH-DEPOT-ID OF BEHOLDNING-ARR(BEHOLDNING-IX)
                       = DP-DEPOT-ID OF DEPOT-ARR(DEPOT-IX)
                   AND BH-ANTAL OF BEHOLDNING-ARR(BEHOLDNING-IX)
                       > ZEROS
                   ADD 1 TO BEHOLDNING-ANTAL
               END-IF
           END-PERFORM.

       SKRIV-DEPOTUDSKRIFT.
           MOVE ZEROS TO DEPOT-KOSTPRIS
           MOVE ZEROS TO DEPOT-VAERDI
           MOVE 0 TO MANGLER-KURS-ANTAL
           MOVE SPACES TO BREV-FILENAME
           STRING
               "../data/Depotudskrift-"             DELIMITED BY SIZE
               DP-DEPOT-ID OF DEPOT-ARR(DEPOT-IX)   DELIMITED BY SPACE
               "-"                                  DELIMITED BY SIZE
               RUN-DATE                             DELIMITED BY SIZE
               ".txt"                               DELIMITED BY SIZE
           INTO BREV-FILENAME
           OPEN OUTPUT FIL-BREV
           PERFORM LOOKUP-KUNDE
           MOVE SPACES TO BREV-TEXT
           STRING
               "DEPOTUDSKRIFT - depot "             DELIMITED BY SIZE
               DP-DEPOT-ID OF DEPOT-ARR(DEPOT-IX)   DELIMITED BY SIZE
               " - opgjort pr. "                    DELIMITED BY SIZE
               DAGS-DATO                            DELIMITED BY SIZE
           INTO BREV-TEXT
           WRITE BREV-REC
           IF KUNDE-MATCH-IX > 0
               MOVE SPACES TO BREV-TEXT
               STRING
                   FORNAVN OF KUNDE-ARR(KUNDE-MATCH-IX)
                                                   DELIMITED BY SPACE
                   " "                             DELIMITED BY SIZE
                   EFTERNAVN OF KUNDE-ARR(KUNDE-MATCH-IX)
                                                   DELIMITED BY SPACE
               INTO BREV-TEXT
               WRITE BREV-REC
           END-IF
           MOVE SPACES TO BREV-TEXT
           STRING
               "Kontantkonto: "                     DELIMITED BY SIZE
               DP-KONTANTKONTO OF DEPOT-ARR(DEPOT-IX)
                                                    DELIMITED BY SIZE
           INTO BREV-TEXT
           WRITE BREV-REC
           MOVE SPACES TO BREV-TEXT
           WRITE BREV-REC
           MOVE "ISIN         Papir" TO BREV-TEXT
           WRITE BREV-REC
           MOVE "             Antal     Kostkurs         Kurs"
             TO BREV-TEXT
           MOVE "       Kostpris  Markedsvaerdi    Urealiseret"
             TO BREV-TEXT(45:)
           WRITE BREV-REC
           PERFORM VARYING BEHOLDNING-IX FROM 1 BY 1
                   UNTIL BEHOLDNING-IX > NUM-BEHOLDNING
               IF BH-DEPOT-ID OF BEHOLDNING-ARR(BEHOLDNING-IX)
                       = DP-DEPOT-ID OF DEPOT-ARR(DEPOT-IX)
                   AND BH-ANTAL OF BEHOLDNING-ARR(BEHOLDNING-IX)
                       > ZEROS
                   PERFORM SKRIV-PAPIR
               END-IF
           END-PERFORM
           MOVE SPACES TO BREV-TEXT
           WRITE BREV-REC
           MOVE "Kostpris i alt:" TO BREV-TEXT
           MOVE DEPOT-KOSTPRIS TO BELOEB-VIS
           MOVE BELOEB-VIS TO BREV-TEXT(60:)
           WRITE BREV-REC
           MOVE SPACES TO BREV-TEXT
           MOVE "Markedsvaerdi i alt:" TO BREV-TEXT
           MOVE DEPOT-VAERDI TO BELOEB-VIS
           MOVE BELOEB-VIS TO BREV-TEXT(60:)
           WRITE BREV-REC
           MOVE SPACES TO BREV-TEXT
           MOVE "Urealiseret gevinst/tab:" TO BREV-TEXT
           COMPUTE BELOEB-VIS = DEPOT-VAERDI - DEPOT-KOSTPRIS
           MOVE BELOEB-VIS TO BREV-TEXT(60:)
           WRITE BREV-REC
           IF MANGLER-KURS-ANTAL > 0
               MOVE SPACES TO BREV-TEXT
               WRITE BREV-REC
               MOVE "Papirer uden kurs er vaerdisat til kostpris."
                 TO BREV-TEXT
               WRITE BREV-REC
           END-IF
           CLOSE FIL-BREV
           PERFORM SKRIV-MANIFEST
           ADD 1 TO UDSKREVET-ANTAL
           ADD DEPOT-VAERDI TO VAERDI-I-ALT.

       SKRIV-PAPIR.
           PERFORM LOOKUP-KURS
           COMPUTE PAPIR-KOSTPRIS ROUNDED =
               BH-ANTAL OF BEHOLDNING-ARR(BEHOLDNING-IX)
               * BH-GNS-KOSTKURS OF BEHOLDNING-ARR(BEHOLDNING-IX)
           MOVE SPACES TO UDSKRIFT-NAVN-LINJE
           MOVE BH-ISIN OF BEHOLDNING-ARR(BEHOLDNING-IX) TO UN-ISIN
           IF KURS-MATCH-IX > 0
               MOVE VK-KURS OF KURS-ARR(KURS-MATCH-IX) TO PAPIR-KURS
               MOVE VK-NAVN OF KURS-ARR(KURS-MATCH-IX) TO UN-NAVN
               COMPUTE PAPIR-VAERDI ROUNDED =
                   BH-ANTAL OF BEHOLDNING-ARR(BEHOLDNING-IX)
                   * PAPIR-KURS
               STRING
                   "kurs pr. "                         DELIMITED BY SIZE
                   VK-KURS-DATO OF KURS-ARR(KURS-MATCH-IX)
                                                       DELIMITED BY SIZE
                   " "                                 DELIMITED BY SIZE
                   VK-VALUTA OF KURS-ARR(KURS-MATCH-IX)
                                                       DELIMITED BY SIZE
               INTO UN-KURS-TEKST
           ELSE
               MOVE BH-GNS-KOSTKURS OF BEHOLDNING-ARR(BEHOLDNING-IX)
                 TO PAPIR-KURS
               MOVE PAPIR-KOSTPRIS TO PAPIR-VAERDI
               MOVE "ingen kurs - vaerdisat til kostpris"
                 TO UN-KURS-TEKST
               ADD 1 TO MANGLER-KURS-ANTAL
           END-IF
           MOVE SPACES TO BREV-TEXT
           MOVE UDSKRIFT-NAVN-LINJE TO BREV-TEXT
           WRITE BREV-REC
           MOVE BH-ANTAL OF BEHOLDNING-ARR(BEHOLDNING-IX) TO UL-ANTAL
           MOVE BH-GNS-KOSTKURS OF BEHOLDNING-ARR(BEHOLDNING-IX)
             TO UL-KOSTKURS
           MOVE PAPIR-KURS TO UL-KURS
           MOVE PAPIR-KOSTPRIS TO UL-KOSTPRIS
           MOVE PAPIR-VAERDI TO UL-VAERDI
           COMPUTE UL-UREALISERET = PAPIR-VAERDI - PAPIR-KOSTPRIS
           MOVE SPACES TO BREV-TEXT
           MOVE UDSKRIFT-LINJE TO BREV-TEXT
           WRITE BREV-REC
           ADD PAPIR-KOSTPRIS TO DEPOT-KOSTPRIS
           ADD PAPIR-VAERDI TO DEPOT-VAERDI.

       SKRIV-DEPOT-VAERDI.
           MOVE SPACES TO VAERDI-REKORD
           MOVE DP-DEPOT-ID OF DEPOT-ARR(DEPOT-IX)
             TO DV-DEPOT-ID OF VAERDI-REKORD
           MOVE DAGS-DATO TO DV-DATO OF VAERDI-REKORD
           MOVE DEPOT-VAERDI TO DV-MARKEDSVAERDI OF VAERDI-REKORD
           MOVE DEPOT-KOSTPRIS TO DV-KOSTPRIS OF VAERDI-REKORD
           WRITE VAERDI-REKORD.

       SKRIV-MANIFEST.
           MOVE SPACES TO MANIFEST-REC
           MOVE BREV-FILENAME TO FS-FILNAVN OF MANIFEST-REC
           IF KUNDE-MATCH-IX > 0
               MOVE KUNDE-ID OF KUNDE-ARR(KUNDE-MATCH-IX)
                 TO FS-KUNDE-ID OF MANIFEST-REC
               MOVE EMAIL OF KUNDE-ARR(KUNDE-MATCH-IX)
                 TO FS-EMAIL OF MANIFEST-REC
               MOVE KONTAKT-KANAL OF KUNDE-ARR(KUNDE-MATCH-IX)
                 TO FS-KANAL OF MANIFEST-REC
               IF KANAL-PAPIR OF KUNDE-ARR(KUNDE-MATCH-IX)
                   MOVE "P" TO FS-FORS-STATUS OF MANIFEST-REC
               ELSE
                   MOVE "S" TO FS-FORS-STATUS OF MANIFEST-REC
               END-IF
           ELSE
               MOVE DP-KUNDE-ID OF DEPOT-ARR(DEPOT-IX)
                 TO FS-KUNDE-ID OF MANIFEST-REC
               MOVE "P" TO FS-KANAL OF MANIFEST-REC
               MOVE "P" TO FS-FORS-STATUS OF MANIFEST-REC
           END-IF
           WRITE MANIFEST-REC.

       LOOKUP-KURS.
           MOVE 0 TO KURS-MATCH-IX
           PERFORM VARYING KURS-IX FROM 1 BY 1
                   UNTIL KURS-IX > NUM-KURSER
               IF VK-ISIN OF KURS-ARR(KURS-IX)
                       = BH-ISIN OF BEHOLDNING-ARR(BEHOLDNING-IX)
                   MOVE KURS-IX TO KURS-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOOKUP-KUNDE.
           MOVE 0 TO KUNDE-MATCH-IX
           PERFORM VARYING KUNDE-IX2 FROM 1 BY 1
                   UNTIL KUNDE-IX2 > NUM-KUNDER
               IF KUNDE-ID OF KUNDE-ARR(KUNDE-IX2)
                       = DP-KUNDE-ID OF DEPOT-ARR(DEPOT-IX)
                   MOVE KUNDE-IX2 TO KUNDE-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       SKRIV-RAPPORT-HOVED.
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "KVARTALSVISE DEPOTUDSKRIFTER - bogfoeringsdato "
                                     DELIMITED BY SIZE
               DAGS-DATO             DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE "Depot          Kunde      Papir        Kostpris"
             TO RAPPORT-TEXT
           MOVE "   Markedsvaerdi Bemaerkning" TO RAPPORT-TEXT(48:)
           WRITE RAPPORT-REC.

       SKRIV-RAPPORT-LINJE.
           MOVE SPACES TO RAPPORT-LINJE
           MOVE DP-DEPOT-ID OF DEPOT-ARR(DEPOT-IX) TO RL-DEPOT
           MOVE DP-KUNDE-ID OF DEPOT-ARR(DEPOT-IX) TO RL-KUNDE
           MOVE BEHOLDNING-ANTAL TO RL-PAPIRER
           MOVE DEPOT-KOSTPRIS TO RL-KOSTPRIS
           MOVE DEPOT-VAERDI TO RL-VAERDI
           EVALUATE TRUE
               WHEN KUNDE-MATCH-IX = 0
                   MOVE "Ukendt kunde - udskrift til papirkoe"
                     TO RL-BEMAERKNING
               WHEN MANGLER-KURS-ANTAL > 0
                   MOVE "Papir uden kurs - vaerdisat til kostpris"
                     TO RL-BEMAERKNING
               WHEN NOT DP-AKTIV OF DEPOT-ARR(DEPOT-IX)
                   MOVE "Depotet er ophoert, men har beholdning"
                     TO RL-BEMAERKNING
               WHEN OTHER
                   MOVE "Udskrift dannet" TO RL-BEMAERKNING
           END-EVALUATE
           MOVE SPACES TO RAPPORT-TEXT
           MOVE RAPPORT-LINJE TO RAPPORT-TEXT
           WRITE RAPPORT-REC.

       SKRIV-RAPPORT-TOTAL.
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE VAERDI-I-ALT TO BELOEB-VIS
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Markedsvaerdi i alt: " DELIMITED BY SIZE
               BELOEB-VIS              DELIMITED BY SIZE
               "  paa "                DELIMITED BY SIZE
               UDSKREVET-ANTAL         DELIMITED BY SIZE
               " depoter"              DELIMITED BY SIZE
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
