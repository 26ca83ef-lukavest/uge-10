       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPG-112.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIL-KURS-IND ASSIGN TO "../data/Kursfil-Ind.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KURS-IND-STATUS.
           SELECT FIL-KURSER
               ASSIGN TO "../data/Vaerdipapir-Kurser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KURSER-STATUS.
           SELECT FIL-RAPPORT ASSIGN TO "../data/Kursimport-Rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-BOGFDATO ASSIGN TO "../data/Bogfoeringsdato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOGFDATO-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD FIL-KURS-IND.
       01 KURS-IND-REKORD.
           COPY "../copybooks/VAERDIPAPIR-KURS.cpy".
       01 KURS-IND-TRAILER REDEFINES KURS-IND-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(54).

       FD FIL-KURSER.
       01 KURSER-REKORD.
           COPY "../copybooks/VAERDIPAPIR-KURS.cpy".
       01 KURSER-REKORD-TRAILER REDEFINES KURSER-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(54).

       FD FIL-RAPPORT.
       01 RAPPORT-REC.
           02 RAPPORT-TEXT PIC X(132).

       FD FIL-BOGFDATO.
       01 BOGFDATO-FIL-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".

       WORKING-STORAGE SECTION.

      * Daglig import af vaerdipapirkurser: kursleverandoerens fil
      * Kursfil-Ind.txt flettes ind i Vaerdipapir-Kurser.txt, der
      * holder den seneste kurs pr. ISIN. Registeret bruges af
      * depotudskriften (OPG-115) til markedsvaerdien. En kurs, der
      * er aeldre end registerets, eller som er dateret efter
      * bogfoeringsdatoen, afvises; en kurs, der flytter sig mere end
      * KURS-ADVARSEL-PCT procent, tages ind, men markeres i
      * rapporten til kontrol. Stemmer leverancens trailer ikke,
      * afvises hele leverancen, og registeret roeres ikke.
       01 KURS-IND-STATUS  PIC XX VALUE "00".
       01 KURSER-STATUS    PIC XX VALUE "00".
       01 TRAILER-FOUND-SW PIC X(01) VALUE "N".
       01 TRAILER-ANTAL    PIC 9(06) VALUE ZEROS.
       01 EOF-FLAG         PIC X(01) VALUE "N".
       01 KURS-ADVARSEL-PCT PIC 9(03) VALUE 25.

       01 NUM-KURSER       PIC 9(04) VALUE 0.
       01 KURS-ARR OCCURS 0 TO 2000 TIMES DEPENDING ON NUM-KURSER.
           COPY "../copybooks/VAERDIPAPIR-KURS.cpy".
       01 KURS-IX          PIC 9(04) VALUE 0.
       01 KURS-MATCH-IX    PIC 9(04) VALUE 0.

      * Leverancen holdes i hukommelsen, til traileren er afstemt.
       01 NUM-IND          PIC 9(04) VALUE 0.
       01 IND-ARR OCCURS 0 TO 2000 TIMES DEPENDING ON NUM-IND.
           COPY "../copybooks/VAERDIPAPIR-KURS.cpy".
           02 IN-BEMAERKNING  PIC X(40).
       01 IND-IX           PIC 9(04) VALUE 0.
       01 IND-LAEST        PIC 9(06) VALUE ZEROS.

       01 OPDATERET-ANTAL  PIC 9(04) VALUE 0.
       01 NYE-ANTAL        PIC 9(04) VALUE 0.
       01 AFVIST-ANTAL     PIC 9(04) VALUE 0.
       01 ADVARSEL-ANTAL   PIC 9(04) VALUE 0.
       01 AFVIST-SW        PIC X(01) VALUE "N".
       01 KURS-AENDRING    PIC S9(07)V9(04) VALUE ZEROS.
       01 AENDRING-PCT     PIC S9(05)V99 VALUE ZEROS.

       01 RUN-DATE         PIC 9(08) VALUE ZEROS.
      * Koerselsdatoen er bankens bogfoeringsdato (Bogfoeringsdato.txt),
      * ikke maskinens dato.
       01 BOGFDATO-STATUS  PIC XX VALUE "00".
       01 BOGFDATO-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".
       01 DAGS-DATO        PIC X(10) VALUE SPACES.

       01 RAPPORT-LINJE.
           02 RL-ISIN          PIC X(12).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-NAVN          PIC X(30).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-KURS          PIC Z,ZZZ,ZZ9.9999.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-VALUTA        PIC X(04).
           02 RL-DATO          PIC X(10).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-BEMAERKNING   PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM DAGS-DATO-FILL
           OPEN INPUT FIL-KURS-IND
           IF KURS-IND-STATUS NOT = "00"
               DISPLAY "Kursfil-Ind.txt findes ikke - "
                   "intet at importere."
               STOP RUN
           END-IF
           PERFORM KURS-IND-FILL
           PERFORM KURS-ARR-FILL
           PERFORM VARYING IND-IX FROM 1 BY 1 UNTIL IND-IX > NUM-IND
               PERFORM BEHANDL-KURS
           END-PERFORM
           PERFORM KURS-ARR-REWRITE
           PERFORM SKRIV-RAPPORT
           DISPLAY "Kursimport " DAGS-DATO ": " OPDATERET-ANTAL
               " opdateret, " NYE-ANTAL " nye, " AFVIST-ANTAL
               " afvist, " ADVARSEL-ANTAL " til kontrol."
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

       KURS-IND-FILL.
           MOVE "N" TO TRAILER-FOUND-SW
           MOVE 0 TO NUM-IND
           MOVE 0 TO IND-LAEST
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-KURS-IND
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF KURS-IND-TRAILER = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                           MOVE "Y" TO TRAILER-FOUND-SW
                           MOVE TR-ANTAL OF KURS-IND-TRAILER
                             TO TRAILER-ANTAL
                       ELSE
                           ADD 1 TO IND-LAEST
                           IF NUM-IND >= 2000
                               DISPLAY "FEJL: flere end 2000 kurser i "
                                   "Kursfil-Ind.txt."
                               MOVE 1 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO NUM-IND
                           MOVE KURS-IND-REKORD
                             TO IND-ARR(NUM-IND)(1:67)
                           MOVE SPACES TO IN-BEMAERKNING(NUM-IND)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-KURS-IND
           IF TRAILER-FOUND-SW = "N"
               DISPLAY "FEJL: Kursfil-Ind.txt mangler "
                   "sluttaellerpost - leverancen afvises."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF IND-LAEST NOT = TRAILER-ANTAL
               DISPLAY "FEJL: Kursfil-Ind.txt - forventet "
                   TRAILER-ANTAL " poster, fandt " IND-LAEST
                   " - leverancen afvises."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       KURS-ARR-FILL.
           MOVE 0 TO NUM-KURSER
           OPEN INPUT FIL-KURSER
           IF KURSER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO TRAILER-FOUND-SW
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-KURSER
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF KURSER-REKORD-TRAILER
                               = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                           MOVE "Y" TO TRAILER-FOUND-SW
                           MOVE TR-ANTAL OF KURSER-REKORD-TRAILER
                             TO TRAILER-ANTAL
                       ELSE
                           IF NUM-KURSER >= 2000
                               DISPLAY "FEJL: flere end 2000 papirer i "
                                   "Vaerdipapir-Kurser.txt."
                               MOVE 1 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO NUM-KURSER
                           MOVE KURSER-REKORD TO KURS-ARR(NUM-KURSER)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-KURSER
           IF TRAILER-FOUND-SW = "N"
               DISPLAY "FEJL: Vaerdipapir-Kurser.txt mangler "
                   "sluttaellerpost"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NUM-KURSER NOT = TRAILER-ANTAL
               DISPLAY "FEJL: Vaerdipapir-Kurser.txt - forventet "
                   TRAILER-ANTAL " poster, fandt " NUM-KURSER
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       BEHANDL-KURS.
           MOVE "J" TO AFVIST-SW
           EVALUATE TRUE
               WHEN VK-ISIN OF IND-ARR(IND-IX) = SPACES
                       OR VK-ISIN OF IND-ARR(IND-IX)(1:2)
                           NOT ALPHABETIC-UPPER
                       OR VK-ISIN OF IND-ARR(IND-IX)(12:1) = SPACE
                   MOVE "Ugyldig ISIN" TO IN-BEMAERKNING(IND-IX)
               WHEN VK-KURS OF IND-ARR(IND-IX) NOT NUMERIC
                   MOVE "Kursen er ikke numerisk"
                     TO IN-BEMAERKNING(IND-IX)
               WHEN VK-KURS OF IND-ARR(IND-IX) = ZEROS
                   MOVE "Kursen er nul" TO IN-BEMAERKNING(IND-IX)
               WHEN VK-VALUTA OF IND-ARR(IND-IX) = SPACES
                   MOVE "Valuta mangler" TO IN-BEMAERKNING(IND-IX)
               WHEN VK-KURS-DATO OF IND-ARR(IND-IX) = SPACES
                   MOVE "Kursdato mangler" TO IN-BEMAERKNING(IND-IX)
               WHEN VK-KURS-DATO OF IND-ARR(IND-IX) > DAGS-DATO
                   MOVE "Kursdato efter bogfoeringsdatoen"
                     TO IN-BEMAERKNING(IND-IX)
               WHEN OTHER
                   PERFORM FLET-KURS
           END-EVALUATE
           IF AFVIST-SW = "J"
               ADD 1 TO AFVIST-ANTAL
           END-IF.

       FLET-KURS.
           PERFORM LOOKUP-KURS
           IF KURS-MATCH-IX = 0
               IF NUM-KURSER >= 2000
                   DISPLAY "FEJL: flere end 2000 papirer i "
                       "Vaerdipapir-Kurser.txt."
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO NUM-KURSER
               MOVE IND-ARR(IND-IX)(1:67) TO KURS-ARR(NUM-KURSER)
               MOVE "Nyt papir" TO IN-BEMAERKNING(IND-IX)
               MOVE "N" TO AFVIST-SW
               ADD 1 TO NYE-ANTAL
               EXIT PARAGRAPH
           END-IF
           IF VK-KURS-DATO OF IND-ARR(IND-IX)
                   < VK-KURS-DATO OF KURS-ARR(KURS-MATCH-IX)
               MOVE "Aeldre end registerets kurs"
                 TO IN-BEMAERKNING(IND-IX)
               EXIT PARAGRAPH
           END-IF
           IF VK-VALUTA OF IND-ARR(IND-IX)
                   NOT = VK-VALUTA OF KURS-ARR(KURS-MATCH-IX)
               MOVE "Valuta afviger fra registeret"
                 TO IN-BEMAERKNING(IND-IX)
               EXIT PARAGRAPH
           END-IF
           COMPUTE KURS-AENDRING = VK-KURS OF IND-ARR(IND-IX)
               - VK-KURS OF KURS-ARR(KURS-MATCH-IX)
           IF VK-KURS OF KURS-ARR(KURS-MATCH-IX) > ZEROS
               COMPUTE AENDRING-PCT ROUNDED = KURS-AENDRING * 100
                   / VK-KURS OF KURS-ARR(KURS-MATCH-IX)
               IF AENDRING-PCT > KURS-ADVARSEL-PCT
                       OR AENDRING-PCT < 0 - KURS-ADVARSEL-PCT
                   MOVE "ADVARSEL: stor kursaendring - kontroller"
                     TO IN-BEMAERKNING(IND-IX)
                   ADD 1 TO ADVARSEL-ANTAL
               END-IF
           END-IF
           MOVE VK-KURS OF IND-ARR(IND-IX)
             TO VK-KURS OF KURS-ARR(KURS-MATCH-IX)
           MOVE VK-KURS-DATO OF IND-ARR(IND-IX)
             TO VK-KURS-DATO OF KURS-ARR(KURS-MATCH-IX)
           IF VK-NAVN OF IND-ARR(IND-IX) NOT = SPACES
               MOVE VK-NAVN OF IND-ARR(IND-IX)
                 TO VK-NAVN OF KURS-ARR(KURS-MATCH-IX)
           END-IF
           MOVE "N" TO AFVIST-SW
           ADD 1 TO OPDATERET-ANTAL.

       LOOKUP-KURS.
           MOVE 0 TO KURS-MATCH-IX
           PERFORM VARYING KURS-IX FROM 1 BY 1
                   UNTIL KURS-IX > NUM-KURSER
               IF VK-ISIN OF KURS-ARR(KURS-IX)
                       = VK-ISIN OF IND-ARR(IND-IX)
                   MOVE KURS-IX TO KURS-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       KURS-ARR-REWRITE.
           OPEN OUTPUT FIL-KURSER
           PERFORM VARYING KURS-IX FROM 1 BY 1
                   UNTIL KURS-IX > NUM-KURSER
               MOVE KURS-ARR(KURS-IX) TO KURSER-REKORD
               WRITE KURSER-REKORD
           END-PERFORM
           MOVE SPACES TO KURSER-REKORD
           MOVE "TRAILER" TO TR-MARKER OF KURSER-REKORD-TRAILER
           MOVE NUM-KURSER TO TR-ANTAL OF KURSER-REKORD-TRAILER
           WRITE KURSER-REKORD
           CLOSE FIL-KURSER.

       SKRIV-RAPPORT.
           OPEN OUTPUT FIL-RAPPORT
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "KURSIMPORT - bogfoeringsdato " DELIMITED BY SIZE
               DAGS-DATO                       DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE "ISIN         Navn                          "
             TO RAPPORT-TEXT
           MOVE "            Kurs Val Dato       Bemaerkning"
             TO RAPPORT-TEXT(45:)
           WRITE RAPPORT-REC
           PERFORM VARYING IND-IX FROM 1 BY 1 UNTIL IND-IX > NUM-IND
               MOVE SPACES TO RAPPORT-LINJE
               MOVE VK-ISIN OF IND-ARR(IND-IX) TO RL-ISIN
               MOVE VK-NAVN OF IND-ARR(IND-IX) TO RL-NAVN
               IF VK-KURS OF IND-ARR(IND-IX) NUMERIC
                   MOVE VK-KURS OF IND-ARR(IND-IX) TO RL-KURS
               ELSE
                   MOVE ZEROS TO RL-KURS
               END-IF
               MOVE VK-VALUTA OF IND-ARR(IND-IX) TO RL-VALUTA
               MOVE VK-KURS-DATO OF IND-ARR(IND-IX) TO RL-DATO
               MOVE IN-BEMAERKNING(IND-IX) TO RL-BEMAERKNING
               MOVE SPACES TO RAPPORT-TEXT
               MOVE RAPPORT-LINJE TO RAPPORT-TEXT
               WRITE RAPPORT-REC
           END-PERFORM
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Laest: "        DELIMITED BY SIZE
               IND-LAEST        DELIMITED BY SIZE
               "  opdateret: "  DELIMITED BY SIZE
               OPDATERET-ANTAL  DELIMITED BY SIZE
               "  nye: "        DELIMITED BY SIZE
               NYE-ANTAL        DELIMITED BY SIZE
               "  afvist: "     DELIMITED BY SIZE
               AFVIST-ANTAL     DELIMITED BY SIZE
               "  til kontrol: " DELIMITED BY SIZE
               ADVARSEL-ANTAL   DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           CLOSE FIL-RAPPORT.

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
