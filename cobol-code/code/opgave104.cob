       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPG-104.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIL-ADGANG ASSIGN TO "../data/Adgangslog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ADGANG-STATUS.
           SELECT FIL-KUNDER ASSIGN TO "../data/Kundeoplysninger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KUNDER-STATUS.
           SELECT FIL-KONTI ASSIGN TO "../data/KontoOpl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KONTI-STATUS.
           SELECT FIL-PROFIL ASSIGN TO "../data/Operatoer-Profil.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROFIL-STATUS.
           SELECT FIL-PARM ASSIGN TO "../data/OPG104-Parametre.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-STATUS.
           SELECT FIL-RAPPORT ASSIGN TO "../data/Adgangs-Rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-BOGFDATO ASSIGN TO "../data/Bogfoeringsdato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOGFDATO-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD FIL-ADGANG.
       01 ADGANG-REC.
           COPY "../copybooks/ADGANGSLOG.cpy".

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

       FD FIL-PROFIL.
       01 PROFIL-REC.
           COPY "../copybooks/OPERATOERPROFIL.cpy".

       FD FIL-PARM.
       01 PARM-FILE-REC.
           COPY "../copybooks/OPG104-PARAMETRE.cpy".

       FD FIL-RAPPORT.
       01 RAPPORT-REC.
           02 RAPPORT-TEXT PIC X(132).

       FD FIL-BOGFDATO.
       01 BOGFDATO-FIL-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".

       WORKING-STORAGE SECTION.

      * Ugentlig gennemgang af Adgangslog.txt (opslag i OPG-6, OPG-47,
      * OPG-80 og OPG-86) til databeskyttelsesraadgiveren. Rapporten
      * markerer opslag paa kunder med samme postnummer som
      * operatoeren, opslag uden for operatoerens arbejdstid (og i
      * weekenden) samt operatoerer, der har set flere forskellige
      * kunder end PARM-MAX-KUNDER i perioden. Postnummer og
      * arbejdstid hentes fra Operatoer-Profil.txt; uden profil
      * bruges parameterfilens arbejdstid, og postnummer kontrolleres
      * ikke. Konto-opslag foeres tilbage til kunden via KontoOpl.txt.
       01 ADGANG-STATUS    PIC XX VALUE "00".
       01 KUNDER-STATUS    PIC XX VALUE "00".
       01 KONTI-STATUS     PIC XX VALUE "00".
       01 PROFIL-STATUS    PIC XX VALUE "00".
       01 PARM-STATUS      PIC XX VALUE "00".
       01 PARM-REC.
           COPY "../copybooks/OPG104-PARAMETRE.cpy".
       01 EOF-FLAG         PIC X(01) VALUE "N".

       01 NUM-KUNDER       PIC 9(04) VALUE 0.
       01 KUNDE-TAB OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-KUNDER.
           02 KT-KUNDE-ID   PIC X(10).
           02 KT-POSTNR     PIC X(04).
       01 KUNDE-IX         PIC 9(04) VALUE 0.

       01 NUM-KONTI        PIC 9(04) VALUE 0.
       01 KONTO-TAB OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-KONTI.
           02 KO-KONTO-ID   PIC X(14).
           02 KO-KUNDE-ID   PIC X(10).
       01 KONTO-IX         PIC 9(04) VALUE 0.

       01 NUM-PROFILER     PIC 9(03) VALUE 0.
       01 PROFIL-ARR OCCURS 0 TO 200 TIMES DEPENDING ON NUM-PROFILER.
           COPY "../copybooks/OPERATOERPROFIL.cpy".
       01 PROFIL-IX        PIC 9(03) VALUE 0.

       01 NUM-OPERATORER   PIC 9(03) VALUE 0.
       01 OPERATOR-STAT OCCURS 0 TO 200 TIMES
               DEPENDING ON NUM-OPERATORER.
           02 OS-OPERATOR    PIC X(10).
           02 OS-OPSLAG      PIC 9(06).
           02 OS-KUNDER      PIC 9(05).
           02 OS-UDEN-FOR-TID PIC 9(05).
           02 OS-EGET-POSTNR PIC 9(05).
       01 OPERATOR-IX      PIC 9(03) VALUE 0.

      * Hvilke kunder hver operator har set i perioden.
       01 NUM-PAR          PIC 9(05) VALUE 0.
       01 PAR-TAB OCCURS 0 TO 10000 TIMES DEPENDING ON NUM-PAR.
           02 PA-OPERATOR    PIC X(10).
           02 PA-KUNDE-ID    PIC X(10).
       01 PAR-IX           PIC 9(05) VALUE 0.
       01 PAR-FUNDET-SW    PIC X(01) VALUE "N".
       01 PAR-TABT         PIC 9(06) VALUE ZEROS.

       01 OPSLAG-KUNDE-ID  PIC X(10) VALUE SPACES.
       01 OPSLAG-POSTNR    PIC X(04) VALUE SPACES.
       01 OPSLAG-KLOKKEN   PIC 9(04) VALUE ZEROS.
       01 OPSLAG-DATO-NUM  PIC 9(08) VALUE ZEROS.
       01 OPSLAG-UGEDAG    PIC 9(01) VALUE ZEROS.
       01 OPSLAG-I-PERIODEN PIC 9(07) VALUE ZEROS.
       01 PROFIL-POSTNR    PIC X(04) VALUE SPACES.
       01 ARB-FRA          PIC 9(04) VALUE ZEROS.
       01 ARB-TIL          PIC 9(04) VALUE ZEROS.
       01 UDEN-FOR-TID-SW  PIC X(01) VALUE "N".

       01 PERIODE-FRA      PIC X(10) VALUE SPACES.
       01 PERIODE-TIL      PIC X(10) VALUE SPACES.
       01 TIL-DATO-NUM     PIC 9(08) VALUE ZEROS.
       01 FRA-DATO-NUM     PIC 9(08) VALUE ZEROS.
       01 FRA-DATO-INT     PIC 9(08) VALUE ZEROS.
       01 RUN-DATE         PIC 9(08) VALUE ZEROS.
      * Koerselsdatoen er bankens bogfoeringsdato (Bogfoeringsdato.txt),
      * ikke maskinens dato.
       01 BOGFDATO-STATUS  PIC XX VALUE "00".
       01 BOGFDATO-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".

       01 FUND-ANTAL       PIC 9(06) VALUE ZEROS.
       01 MANGE-KUNDER-ANTAL PIC 9(03) VALUE ZEROS.
       01 FUND-TYPE        PIC X(20) VALUE SPACES.

       01 FUND-LINJE.
           02 FL-TYPE          PIC X(20).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 FL-OPERATOR      PIC X(10).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 FL-PROGRAM       PIC X(06).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 FL-DATO          PIC X(10).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 FL-TID           PIC X(08).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 FL-KUNDE-ID      PIC X(10).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 FL-KONTO-ID      PIC X(14).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 FL-POSTNR        PIC X(04).

       01 OVERSIGT-LINJE.
           02 OL-OPERATOR      PIC X(10).
           02 FILLER           PIC X(02) VALUE SPACES.
           02 OL-OPSLAG        PIC ZZZZZ9.
           02 FILLER           PIC X(02) VALUE SPACES.
           02 OL-KUNDER        PIC ZZZZZ9.
           02 FILLER           PIC X(02) VALUE SPACES.
           02 OL-UDEN-FOR-TID  PIC ZZZZZZZ9.
           02 FILLER           PIC X(02) VALUE SPACES.
           02 OL-EGET-POSTNR   PIC ZZZZZ9.
           02 FILLER           PIC X(02) VALUE SPACES.
           02 OL-MARKERING     PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM PARM-FILL
           PERFORM BOGFOERINGSDATO-FILL
           MOVE BD-DATO OF BOGFDATO-REC TO RUN-DATE
           PERFORM PERIODE-FILL
           PERFORM KUNDE-TAB-FILL
           PERFORM KONTO-TAB-FILL
           PERFORM PROFIL-FILL
           OPEN OUTPUT FIL-RAPPORT
           PERFORM SKRIV-RAPPORT-HOVED
           OPEN INPUT FIL-ADGANG
           IF ADGANG-STATUS = "00"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ FIL-ADGANG
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF AL-DATO NOT < PERIODE-FRA
                                   AND AL-DATO NOT > PERIODE-TIL
                               PERFORM BEHANDL-OPSLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIL-ADGANG
           ELSE
               MOVE "Adgangslog.txt findes ikke - ingen opslag."
                 TO RAPPORT-TEXT
               WRITE RAPPORT-REC
           END-IF
           PERFORM SKRIV-OPERATOR-OVERSIGT
           CLOSE FIL-RAPPORT
           IF PAR-TABT > 0
               DISPLAY "ADVARSEL: " PAR-TABT " opslag kom ikke med i "
                   "optaellingen af kunder pr. operator (max 10000)"
           END-IF
           DISPLAY "Adgangsrapport " PERIODE-FRA " - " PERIODE-TIL ": "
               OPSLAG-I-PERIODEN " opslag, " FUND-ANTAL " fund, "
               MANGE-KUNDER-ANTAL " operatoerer over graensen"
           DISPLAY "Se Adgangs-Rapport.txt"
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
           IF PARM-DAGE OF PARM-REC NOT NUMERIC
                   OR PARM-DAGE OF PARM-REC = 0
               MOVE 7 TO PARM-DAGE OF PARM-REC
           END-IF
           IF PARM-MAX-KUNDER OF PARM-REC NOT NUMERIC
                   OR PARM-MAX-KUNDER OF PARM-REC = 0
               MOVE 25 TO PARM-MAX-KUNDER OF PARM-REC
           END-IF
           IF PARM-ARB-FRA OF PARM-REC NOT NUMERIC
               MOVE 0700 TO PARM-ARB-FRA OF PARM-REC
           END-IF
           IF PARM-ARB-TIL OF PARM-REC NOT NUMERIC
                   OR PARM-ARB-TIL OF PARM-REC = 0
               MOVE 1800 TO PARM-ARB-TIL OF PARM-REC
           END-IF.

      * Perioden slutter paa PARM-TIL-DATO (blank = bogfoeringsdatoen)
      * og daekker PARM-DAGE dage bagud.
       PERIODE-FILL.
           IF PARM-TIL-DATO OF PARM-REC NOT = SPACES
               MOVE PARM-TIL-DATO OF PARM-REC TO PERIODE-TIL
               MOVE PERIODE-TIL(1:4) TO TIL-DATO-NUM(1:4)
               MOVE PERIODE-TIL(6:2) TO TIL-DATO-NUM(5:2)
               MOVE PERIODE-TIL(9:2) TO TIL-DATO-NUM(7:2)
               IF TIL-DATO-NUM NOT NUMERIC
                   DISPLAY "FEJL: PARM-TIL-DATO skal vaere AAAA-MM-DD"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               MOVE RUN-DATE TO TIL-DATO-NUM
               MOVE SPACES TO PERIODE-TIL
               STRING
                   RUN-DATE(1:4) DELIMITED BY SIZE
                   "-"           DELIMITED BY SIZE
                   RUN-DATE(5:2) DELIMITED BY SIZE
                   "-"           DELIMITED BY SIZE
                   RUN-DATE(7:2) DELIMITED BY SIZE
               INTO PERIODE-TIL
           END-IF
           COMPUTE FRA-DATO-INT =
               FUNCTION INTEGER-OF-DATE(TIL-DATO-NUM)
               - PARM-DAGE OF PARM-REC + 1
           COMPUTE FRA-DATO-NUM = FUNCTION DATE-OF-INTEGER(FRA-DATO-INT)
           MOVE SPACES TO PERIODE-FRA
           STRING
               FRA-DATO-NUM(1:4) DELIMITED BY SIZE
               "-"               DELIMITED BY SIZE
               FRA-DATO-NUM(5:2) DELIMITED BY SIZE
               "-"               DELIMITED BY SIZE
               FRA-DATO-NUM(7:2) DELIMITED BY SIZE
           INTO PERIODE-FRA.

       KUNDE-TAB-FILL.
           MOVE 0 TO NUM-KUNDER
           OPEN INPUT FIL-KUNDER
           IF KUNDER-STATUS NOT = "00"
               DISPLAY "FEJL: Kundeoplysninger.txt findes ikke"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-KUNDER
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF KUNDE-OPL-TRAILER = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                       ELSE
                           IF NUM-KUNDER >= 1000
                               DISPLAY "FEJL: Kundeoplysninger.txt har "
                                   "mere end 1000 poster"
                               MOVE 1 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO NUM-KUNDER
                           MOVE KUNDE-ID OF KUNDE-OPL
                             TO KT-KUNDE-ID(NUM-KUNDER)
                           MOVE POSTNR OF KUNDE-OPL
                             TO KT-POSTNR(NUM-KUNDER)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-KUNDER.

       KONTO-TAB-FILL.
           MOVE 0 TO NUM-KONTI
           OPEN INPUT FIL-KONTI
           IF KONTI-STATUS NOT = "00"
               DISPLAY "FEJL: KontoOpl.txt findes ikke"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-KONTI
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF KONTO-REKORD-TRAILER = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                       ELSE
                           IF NUM-KONTI >= 1000
                               DISPLAY "FEJL: KontoOpl.txt har mere "
                                   "end 1000 konti"
                               MOVE 1 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO NUM-KONTI
                           MOVE KONTO-ID OF KONTO-REKORD
                             TO KO-KONTO-ID(NUM-KONTI)
                           MOVE KUNDE-ID OF KONTO-REKORD
                             TO KO-KUNDE-ID(NUM-KONTI)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-KONTI.

       PROFIL-FILL.
           MOVE 0 TO NUM-PROFILER
           OPEN INPUT FIL-PROFIL
           IF PROFIL-STATUS NOT = "00"
               DISPLAY "Operatoer-Profil.txt findes ikke - postnumre "
                   "kontrolleres ikke"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-PROFIL
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF NUM-PROFILER < 200
                           ADD 1 TO NUM-PROFILER
                           MOVE PROFIL-REC TO PROFIL-ARR(NUM-PROFILER)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-PROFIL.

       BEHANDL-OPSLAG.
           ADD 1 TO OPSLAG-I-PERIODEN
           MOVE AL-KUNDE-ID TO OPSLAG-KUNDE-ID
           IF OPSLAG-KUNDE-ID = SPACES AND AL-KONTO-ID NOT = SPACES
               PERFORM VARYING KONTO-IX FROM 1 BY 1
                       UNTIL KONTO-IX > NUM-KONTI
                   IF KO-KONTO-ID(KONTO-IX) = AL-KONTO-ID
                       MOVE KO-KUNDE-ID(KONTO-IX) TO OPSLAG-KUNDE-ID
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           PERFORM FIND-OPERATOR
           PERFORM FIND-PROFIL
           IF OPERATOR-IX > 0
               ADD 1 TO OS-OPSLAG(OPERATOR-IX)
           END-IF
           IF OPSLAG-KUNDE-ID NOT = SPACES
               PERFORM REGISTRER-PAR
               IF PAR-FUNDET-SW = "N"
                   PERFORM KONTROL-POSTNR
               END-IF
           END-IF
           PERFORM KONTROL-ARBEJDSTID.

       FIND-OPERATOR.
           PERFORM VARYING OPERATOR-IX FROM 1 BY 1
                   UNTIL OPERATOR-IX > NUM-OPERATORER
               IF OS-OPERATOR(OPERATOR-IX) = AL-OPERATOR
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF NUM-OPERATORER >= 200
               MOVE 0 TO OPERATOR-IX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO NUM-OPERATORER
           MOVE NUM-OPERATORER TO OPERATOR-IX
           MOVE AL-OPERATOR TO OS-OPERATOR(OPERATOR-IX)
           MOVE 0 TO OS-OPSLAG(OPERATOR-IX)
           MOVE 0 TO OS-KUNDER(OPERATOR-IX)
           MOVE 0 TO OS-UDEN-FOR-TID(OPERATOR-IX)
           MOVE 0 TO OS-EGET-POSTNR(OPERATOR-IX).

      * Operatoerens postnummer og arbejdstid; uden profil (eller uden
      * arbejdstid i profilen) gaelder parameterfilens arbejdstid.
       FIND-PROFIL.
           MOVE SPACES TO PROFIL-POSTNR
           MOVE PARM-ARB-FRA OF PARM-REC TO ARB-FRA
           MOVE PARM-ARB-TIL OF PARM-REC TO ARB-TIL
           PERFORM VARYING PROFIL-IX FROM 1 BY 1
                   UNTIL PROFIL-IX > NUM-PROFILER
               IF OP-OPERATOR OF PROFIL-ARR(PROFIL-IX) = AL-OPERATOR
                   MOVE OP-POSTNR OF PROFIL-ARR(PROFIL-IX)
                     TO PROFIL-POSTNR
                   IF OP-ARB-TIL OF PROFIL-ARR(PROFIL-IX) IS NUMERIC
                           AND OP-ARB-TIL OF PROFIL-ARR(PROFIL-IX) > 0
                       MOVE OP-ARB-FRA OF PROFIL-ARR(PROFIL-IX)
                         TO ARB-FRA
                       MOVE OP-ARB-TIL OF PROFIL-ARR(PROFIL-IX)
                         TO ARB-TIL
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * Foerste opslag paa en kunde i perioden taeller med i
      * operatoerens antal forskellige kunder.
       REGISTRER-PAR.
           MOVE "N" TO PAR-FUNDET-SW
           PERFORM VARYING PAR-IX FROM 1 BY 1 UNTIL PAR-IX > NUM-PAR
               IF PA-OPERATOR(PAR-IX) = AL-OPERATOR
                       AND PA-KUNDE-ID(PAR-IX) = OPSLAG-KUNDE-ID
                   MOVE "J" TO PAR-FUNDET-SW
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF NUM-PAR >= 10000
               ADD 1 TO PAR-TABT
               MOVE "J" TO PAR-FUNDET-SW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO NUM-PAR
           MOVE AL-OPERATOR TO PA-OPERATOR(NUM-PAR)
           MOVE OPSLAG-KUNDE-ID TO PA-KUNDE-ID(NUM-PAR)
           IF OPERATOR-IX > 0
               ADD 1 TO OS-KUNDER(OPERATOR-IX)
           END-IF.

       KONTROL-POSTNR.
           MOVE SPACES TO OPSLAG-POSTNR
           PERFORM VARYING KUNDE-IX FROM 1 BY 1
                   UNTIL KUNDE-IX > NUM-KUNDER
               IF KT-KUNDE-ID(KUNDE-IX) = OPSLAG-KUNDE-ID
                   MOVE KT-POSTNR(KUNDE-IX) TO OPSLAG-POSTNR
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF PROFIL-POSTNR NOT = SPACES
                   AND OPSLAG-POSTNR = PROFIL-POSTNR
               IF OPERATOR-IX > 0
                   ADD 1 TO OS-EGET-POSTNR(OPERATOR-IX)
               END-IF
               MOVE "EGET POSTNUMMER" TO FUND-TYPE
               PERFORM SKRIV-FUND
           END-IF.

      * Hverdage mellem arbejdstidens start og slut er normal
      * arbejdstid; dagnummer MOD 7 giver 0 = soendag, 6 = loerdag.
       KONTROL-ARBEJDSTID.
           MOVE "N" TO UDEN-FOR-TID-SW
           MOVE AL-TID(1:2) TO OPSLAG-KLOKKEN(1:2)
           MOVE AL-TID(4:2) TO OPSLAG-KLOKKEN(3:2)
           IF OPSLAG-KLOKKEN IS NUMERIC
               IF OPSLAG-KLOKKEN < ARB-FRA
                       OR OPSLAG-KLOKKEN NOT < ARB-TIL
                   MOVE "J" TO UDEN-FOR-TID-SW
               END-IF
           END-IF
           MOVE AL-DATO(1:4) TO OPSLAG-DATO-NUM(1:4)
           MOVE AL-DATO(6:2) TO OPSLAG-DATO-NUM(5:2)
           MOVE AL-DATO(9:2) TO OPSLAG-DATO-NUM(7:2)
           IF OPSLAG-DATO-NUM IS NUMERIC
               COMPUTE OPSLAG-UGEDAG = FUNCTION MOD(
                   FUNCTION INTEGER-OF-DATE(OPSLAG-DATO-NUM), 7)
               IF OPSLAG-UGEDAG = 0 OR OPSLAG-UGEDAG = 6
                   MOVE "J" TO UDEN-FOR-TID-SW
               END-IF
           END-IF
           IF UDEN-FOR-TID-SW = "J"
               IF OPERATOR-IX > 0
                   ADD 1 TO OS-UDEN-FOR-TID(OPERATOR-IX)
               END-IF
               MOVE SPACES TO OPSLAG-POSTNR
               MOVE "UDEN FOR ARBEJDSTID" TO FUND-TYPE
               PERFORM SKRIV-FUND
           END-IF.

       SKRIV-FUND.
           ADD 1 TO FUND-ANTAL
           MOVE FUND-TYPE TO FL-TYPE
           MOVE AL-OPERATOR TO FL-OPERATOR
           MOVE AL-PROGRAM TO FL-PROGRAM
           MOVE AL-DATO TO FL-DATO
           MOVE AL-TID TO FL-TID
           MOVE OPSLAG-KUNDE-ID TO FL-KUNDE-ID
           MOVE AL-KONTO-ID TO FL-KONTO-ID
           MOVE OPSLAG-POSTNR TO FL-POSTNR
           WRITE RAPPORT-REC FROM FUND-LINJE.

       SKRIV-RAPPORT-HOVED.
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "ADGANGSRAPPORT - opslag i kundedata "
                                     DELIMITED BY SIZE
               PERIODE-FRA           DELIMITED BY SIZE
               " - "                 DELIMITED BY SIZE
               PERIODE-TIL           DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE "Fund                 Operator   Progr. Dato       Tid"
             TO RAPPORT-TEXT
           MOVE "      Kunde-ID   Konto-ID       Postnr"
             TO RAPPORT-TEXT(54:)
           WRITE RAPPORT-REC.

       SKRIV-OPERATOR-OVERSIGT.
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Oversigt pr. operator (graense for forskellige "
                                     DELIMITED BY SIZE
               "kunder: "            DELIMITED BY SIZE
               PARM-MAX-KUNDER OF PARM-REC
                                     DELIMITED BY SIZE
               ")"                   DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE "Operator    Opslag  Kunder  Uden tid  Postnr"
             TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           PERFORM VARYING OPERATOR-IX FROM 1 BY 1
                   UNTIL OPERATOR-IX > NUM-OPERATORER
               MOVE OS-OPERATOR(OPERATOR-IX) TO OL-OPERATOR
               MOVE OS-OPSLAG(OPERATOR-IX) TO OL-OPSLAG
               MOVE OS-KUNDER(OPERATOR-IX) TO OL-KUNDER
               MOVE OS-UDEN-FOR-TID(OPERATOR-IX) TO OL-UDEN-FOR-TID
               MOVE OS-EGET-POSTNR(OPERATOR-IX) TO OL-EGET-POSTNR
               MOVE SPACES TO OL-MARKERING
               IF OS-KUNDER(OPERATOR-IX) > PARM-MAX-KUNDER OF PARM-REC
                   MOVE "MANGE FORSKELLIGE KUNDER" TO OL-MARKERING
                   ADD 1 TO MANGE-KUNDER-ANTAL
               END-IF
               WRITE RAPPORT-REC FROM OVERSIGT-LINJE
           END-PERFORM.

      * Bogfoeringsdatoen rulles frem af OPG-19 efter en gennemfoert
      * natkoersel. Mangler filen, bruges maskinens dato.
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
