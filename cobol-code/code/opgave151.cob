       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPG-151.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIL-RAADGIVER ASSIGN TO "../data/Raadgivere.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RAADGIVER-FIL-STATUS.
           SELECT FIL-KRG ASSIGN TO "../data/Kunde-Raadgiver.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KRG-FIL-STATUS.
           SELECT FIL-HISTORIK
               ASSIGN TO "../data/Aendrings-Historik.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORIK-STATUS.
           SELECT FIL-PARM ASSIGN TO "../data/OPG151-Parametre.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-STATUS.
           SELECT FIL-AUTOR
               ASSIGN TO "../data/Operatoer-Autorisation.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUTOR-FIL-STATUS.
           SELECT FIL-RUN-LOG ASSIGN TO "../data/Koerselslog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.
           SELECT FIL-RAPPORT
               ASSIGN TO "../data/Raadgiver-Flytning.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-BOGFDATO ASSIGN TO "../data/Bogfoeringsdato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOGFDATO-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD FIL-RAADGIVER.
       01 RAADGIVER-REKORD.
           COPY "../copybooks/RAADGIVER.cpy".
       01 RAADGIVER-REKORD-TRAILER REDEFINES RAADGIVER-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(44).

       FD FIL-KRG.
       01 KRG-REKORD.
           COPY "../copybooks/KUNDE-RAADGIVER.cpy".
       01 KRG-REKORD-TRAILER REDEFINES KRG-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(37).

       FD FIL-HISTORIK.
       01 HISTORIK-REC.
           02 AH-PROGRAM    PIC X(06).
           02 AH-OPERATOR   PIC X(10).
           02 AH-TID        PIC X(19).
           02 AH-NOEGLE     PIC X(20).
           02 AH-BILLEDE    PIC X(05).
           02 AH-DATA       PIC X(325).

       FD FIL-PARM.
       01 PARM-FILE-REC.
           COPY "../copybooks/OPG151-PARAMETRE.cpy".

       FD FIL-AUTOR.
       01 AUTOR-REKORD.
           COPY "../copybooks/AUTORISATION.cpy".

       FD FIL-RUN-LOG.
       01 RUN-LOG-REC.
           02 RUN-LOG-TEXT PIC X(120).

       FD FIL-RAPPORT.
       01 RAPPORT-REC.
           02 RAPPORT-TEXT  PIC X(132).

       FD FIL-BOGFDATO.
       01 BOGFDATO-FIL-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".

       WORKING-STORAGE SECTION.
      * Flytning af en hel raadgiverportefoelje, fx naar en raadgiver
      * fratraeder eller skifter filial. OPG151-Parametre.txt angiver
      * den raadgiver, kunderne flyttes fra, og den raadgiver, de
      * flyttes til; modtageren skal vaere aktiv i Raadgivere.txt.
      * Hver gaeldende tildeling i Kunde-Raadgiver.txt afsluttes med
      * bogfoeringsdatoen som til-dato, og en ny tildeling med samme
      * dato som fra-dato tilfoejes, som ved en enkelt tildeling i
      * OPG-12. Hver flytning skrives som foer/efter-billede til
      * Aendrings-Historik.txt (OPG-55).
      *
      * PARM-PROEVE-SW = J (standard) er en proevekoersel: kunderne
      * listes i rapporten, men intet skrives - som i OPG-103.
       01 RAADGIVER-FIL-STATUS PIC XX VALUE "00".
       01 KRG-FIL-STATUS   PIC XX VALUE "00".
       01 PARM-STATUS      PIC XX VALUE "00".
       01 PARM-REC.
           COPY "../copybooks/OPG151-PARAMETRE.cpy".
       01 TRAILER-FOUND-SW PIC X(01) VALUE "N".
       01 TRAILER-ANTAL    PIC 9(06) VALUE ZEROS.
       01 EOF-FLAG         PIC X(01) VALUE "N".
       01 FIL-NAVN         PIC X(30) VALUE SPACES.
       01 LAEST-ANTAL      PIC 9(06) VALUE ZEROS.

       01 AUTOR-FIL-STATUS PIC XX VALUE "00".
       01 AUTOR-OPERATOR   PIC X(10) VALUE SPACES.
       01 AUTOR-FUNDET-SW  PIC X(01) VALUE "N".
       01 AUTOR-EOF-SW     PIC X(01) VALUE "N".
       01 AUTOR-DATE       PIC 9(08) VALUE ZEROS.
       01 AUTOR-TIME       PIC 9(08) VALUE ZEROS.
       01 RUN-LOG-STATUS   PIC XX VALUE "00".

       01 HISTORIK-STATUS  PIC XX VALUE "00".
       01 FOER-BILLEDE     PIC X(325) VALUE SPACES.
       01 EFTER-BILLEDE    PIC X(325) VALUE SPACES.
       01 HIST-NOEGLE      PIC X(20) VALUE SPACES.
       01 HIST-TIME        PIC 9(08) VALUE ZEROS.
       01 HIST-TID         PIC X(19) VALUE SPACES.

       01 NUM-RAADGIVERE PIC 9(04) VALUE 0.
       01 RAADGIVER-ARR OCCURS 0 TO 500 TIMES
               DEPENDING ON NUM-RAADGIVERE.
           COPY "../copybooks/RAADGIVER.cpy".
       01 RG-IX         PIC 9(04) VALUE 0.
       01 FRA-IX        PIC 9(04) VALUE 0.
       01 TIL-IX        PIC 9(04) VALUE 0.
       01 SOEGE-RAADGIVER PIC X(10) VALUE SPACES.
       01 RG-MATCH-IX   PIC 9(04) VALUE 0.

       01 NUM-KRG       PIC 9(05) VALUE 0.
       01 KRG-ARR OCCURS 0 TO 5000 TIMES DEPENDING ON NUM-KRG.
           COPY "../copybooks/KUNDE-RAADGIVER.cpy".
       01 KRG-IX        PIC 9(05) VALUE 0.
       01 GAMMEL-NUM-KRG PIC 9(05) VALUE 0.
       01 FLYTTET-ANTAL PIC 9(05) VALUE 0.
       01 ANTAL-VIS     PIC ZZZZ9.

       01 RAPPORT-LINJE.
           02 RL-KUNDE-ID      PIC X(10).
           02 FILLER           PIC X(02).
           02 RL-FRA-DATO      PIC X(10).
           02 FILLER           PIC X(02).
           02 RL-TILDELT-AF    PIC X(10).
           02 FILLER           PIC X(02).
           02 RL-RESULTAT      PIC X(40).

       01 RUN-DATE      PIC 9(08) VALUE ZEROS.
      * Koerselsdatoen er bankens bogfoeringsdato (Bogfoeringsdato.txt),
      * ikke maskinens dato.
       01 BOGFDATO-STATUS  PIC XX VALUE "00".
       01 BOGFDATO-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".
       01 DAGS-DATO     PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM CHECK-AUTORISATION
           PERFORM PARM-FILL
           PERFORM DAGS-DATO-FILL
           PERFORM RAADGIVER-ARR-FILL
           PERFORM CHECK-PARAMETRE
           PERFORM KRG-ARR-FILL
           OPEN OUTPUT FIL-RAPPORT
           PERFORM SKRIV-RAPPORT-HOVED
           IF PARM-PROEVE-NEJ OF PARM-REC
               OPEN EXTEND FIL-HISTORIK
               IF HISTORIK-STATUS = "35"
                   OPEN OUTPUT FIL-HISTORIK
               END-IF
           END-IF
           MOVE NUM-KRG TO GAMMEL-NUM-KRG
           PERFORM VARYING KRG-IX FROM 1 BY 1
                   UNTIL KRG-IX > GAMMEL-NUM-KRG
               IF KRG-RAADGIVER-ID OF KRG-ARR(KRG-IX)
                       = PARM-FRA-RAADGIVER OF PARM-REC
                   AND KRG-GAELDENDE OF KRG-ARR(KRG-IX)
                   PERFORM FLYT-TILDELING
               END-IF
           END-PERFORM
           IF PARM-PROEVE-NEJ OF PARM-REC
               CLOSE FIL-HISTORIK
           END-IF
           IF FLYTTET-ANTAL = 0
               MOVE "  (ingen kunder at flytte)" TO RAPPORT-TEXT
               WRITE RAPPORT-REC
           END-IF
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE FLYTTET-ANTAL TO ANTAL-VIS
           STRING
               "Kunder flyttet i alt: "     DELIMITED BY SIZE
               ANTAL-VIS                    DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           CLOSE FIL-RAPPORT
           IF PARM-PROEVE-NEJ OF PARM-REC AND FLYTTET-ANTAL > 0
               PERFORM KRG-ARR-REWRITE
           END-IF
           IF PARM-PROEVE-JA OF PARM-REC
               DISPLAY "PROEVEKOERSEL - intet er aendret."
           END-IF
           DISPLAY "Portefoeljeflytning " PARM-FRA-RAADGIVER OF PARM-REC
               " -> " PARM-TIL-RAADGIVER OF PARM-REC ": "
               FLYTTET-ANTAL " kunder - se Raadgiver-Flytning.txt"
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
           IF NOT PARM-PROEVE-NEJ OF PARM-REC
               MOVE "J" TO PARM-PROEVE-SW OF PARM-REC
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

      * Begge raadgivere skal findes, og modtageren skal vaere aktiv.
      * Den fratraadte raadgiver maa gerne vaere deaktiveret i OPG-12
      * i forvejen.
       CHECK-PARAMETRE.
           IF PARM-FRA-RAADGIVER OF PARM-REC = SPACES
                   OR PARM-TIL-RAADGIVER OF PARM-REC = SPACES
               DISPLAY "FEJL: OPG151-Parametre.txt skal angive baade "
                   "fra- og til-raadgiver."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF PARM-FRA-RAADGIVER OF PARM-REC
                   = PARM-TIL-RAADGIVER OF PARM-REC
               DISPLAY "FEJL: fra- og til-raadgiver er den samme."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PARM-FRA-RAADGIVER OF PARM-REC TO SOEGE-RAADGIVER
           PERFORM FIND-RAADGIVER
           MOVE RG-MATCH-IX TO FRA-IX
           IF FRA-IX = 0
               DISPLAY "FEJL: raadgiver " SOEGE-RAADGIVER
                   " findes ikke i Raadgivere.txt."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PARM-TIL-RAADGIVER OF PARM-REC TO SOEGE-RAADGIVER
           PERFORM FIND-RAADGIVER
           MOVE RG-MATCH-IX TO TIL-IX
           IF TIL-IX = 0
               DISPLAY "FEJL: raadgiver " SOEGE-RAADGIVER
                   " findes ikke i Raadgivere.txt."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT RG-AKTIV OF RAADGIVER-ARR(TIL-IX)
               DISPLAY "FEJL: raadgiver " SOEGE-RAADGIVER
                   " er ikke aktiv."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       FIND-RAADGIVER.
           MOVE 0 TO RG-MATCH-IX
           PERFORM VARYING RG-IX FROM 1 BY 1
                   UNTIL RG-IX > NUM-RAADGIVERE
               IF RG-RAADGIVER-ID OF RAADGIVER-ARR(RG-IX)
                       = SOEGE-RAADGIVER
                   MOVE RG-IX TO RG-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FLYT-TILDELING.
           MOVE SPACES TO RAPPORT-LINJE
           MOVE KRG-KUNDE-ID OF KRG-ARR(KRG-IX) TO RL-KUNDE-ID
           MOVE KRG-FRA-DATO OF KRG-ARR(KRG-IX) TO RL-FRA-DATO
           MOVE KRG-TILDELT-AF OF KRG-ARR(KRG-IX) TO RL-TILDELT-AF
           IF PARM-PROEVE-JA OF PARM-REC
               MOVE "vil blive flyttet" TO RL-RESULTAT
               ADD 1 TO FLYTTET-ANTAL
           ELSE
               IF NUM-KRG >= 5000
                   MOVE "AFVIST: tildelingsregistret er fuldt"
                     TO RL-RESULTAT
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE KRG-ARR(KRG-IX) TO FOER-BILLEDE
                   MOVE DAGS-DATO TO KRG-TIL-DATO OF KRG-ARR(KRG-IX)
                   ADD 1 TO NUM-KRG
                   MOVE SPACES TO KRG-ARR(NUM-KRG)
                   MOVE KRG-KUNDE-ID OF KRG-ARR(KRG-IX)
                     TO KRG-KUNDE-ID OF KRG-ARR(NUM-KRG)
                   MOVE PARM-TIL-RAADGIVER OF PARM-REC
                     TO KRG-RAADGIVER-ID OF KRG-ARR(NUM-KRG)
                   MOVE DAGS-DATO TO KRG-FRA-DATO OF KRG-ARR(NUM-KRG)
                   MOVE AUTOR-OPERATOR
                     TO KRG-TILDELT-AF OF KRG-ARR(NUM-KRG)
                   MOVE KRG-ARR(NUM-KRG) TO EFTER-BILLEDE
                   MOVE SPACES TO HIST-NOEGLE
                   MOVE KRG-KUNDE-ID OF KRG-ARR(KRG-IX) TO HIST-NOEGLE
                   PERFORM SKRIV-HISTORIK-POST
                   MOVE "flyttet" TO RL-RESULTAT
                   ADD 1 TO FLYTTET-ANTAL
               END-IF
           END-IF
           MOVE RAPPORT-LINJE TO RAPPORT-TEXT
           WRITE RAPPORT-REC.

       SKRIV-RAPPORT-HOVED.
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "FLYTNING AF RAADGIVERPORTEFOELJE - "
                                           DELIMITED BY SIZE
               DAGS-DATO                   DELIMITED BY SIZE
               " - operator "              DELIMITED BY SIZE
               AUTOR-OPERATOR              DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Fra "                      DELIMITED BY SIZE
               PARM-FRA-RAADGIVER OF PARM-REC
                                           DELIMITED BY SIZE
               " "                         DELIMITED BY SIZE
               RG-NAVN OF RAADGIVER-ARR(FRA-IX)
                                           DELIMITED BY "  "
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Til "                      DELIMITED BY SIZE
               PARM-TIL-RAADGIVER OF PARM-REC
                                           DELIMITED BY SIZE
               " "                         DELIMITED BY SIZE
               RG-NAVN OF RAADGIVER-ARR(TIL-IX)
                                           DELIMITED BY "  "
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           IF PARM-PROEVE-JA OF PARM-REC
               MOVE "PROEVEKOERSEL - intet er aendret (PARM-PROEVE-SW"
                 TO RAPPORT-TEXT
               MOVE " = J i OPG151-Parametre.txt)"
                 TO RAPPORT-TEXT(49:)
               WRITE RAPPORT-REC
           END-IF
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE "Kunde-ID    Tildelt     Af          Resultat"
             TO RAPPORT-TEXT
           WRITE RAPPORT-REC.

       RAADGIVER-ARR-FILL.
           MOVE 0 TO NUM-RAADGIVERE
           OPEN INPUT FIL-RAADGIVER
           IF RAADGIVER-FIL-STATUS NOT = "00"
               DISPLAY "FEJL: Raadgivere.txt findes ikke."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO TRAILER-FOUND-SW
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-RAADGIVER INTO RAADGIVER-REKORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF RAADGIVER-REKORD-TRAILER
                               = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                           MOVE "Y" TO TRAILER-FOUND-SW
                           MOVE TR-ANTAL OF RAADGIVER-REKORD-TRAILER
                             TO TRAILER-ANTAL
                       ELSE
                           IF NUM-RAADGIVERE >= 500
                               DISPLAY "FEJL: Raadgivere.txt har "
                                   "mere end 500 poster"
                               MOVE 1 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO NUM-RAADGIVERE
                           MOVE RAADGIVER-REKORD
                             TO RAADGIVER-ARR(NUM-RAADGIVERE)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-RAADGIVER
           MOVE "Raadgivere.txt" TO FIL-NAVN
           MOVE NUM-RAADGIVERE TO LAEST-ANTAL
           PERFORM CHECK-TRAILER.

       KRG-ARR-FILL.
           MOVE 0 TO NUM-KRG
           OPEN INPUT FIL-KRG
           IF KRG-FIL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO TRAILER-FOUND-SW
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-KRG INTO KRG-REKORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF KRG-REKORD-TRAILER = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                           MOVE "Y" TO TRAILER-FOUND-SW
                           MOVE TR-ANTAL OF KRG-REKORD-TRAILER
                             TO TRAILER-ANTAL
                       ELSE
                           IF NUM-KRG >= 5000
                               DISPLAY "FEJL: Kunde-Raadgiver.txt har "
                                   "mere end 5000 poster"
                               MOVE 1 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO NUM-KRG
                           MOVE KRG-REKORD TO KRG-ARR(NUM-KRG)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-KRG
           MOVE "Kunde-Raadgiver.txt" TO FIL-NAVN
           MOVE NUM-KRG TO LAEST-ANTAL
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

       KRG-ARR-REWRITE.
           OPEN OUTPUT FIL-KRG
           PERFORM VARYING KRG-IX FROM 1 BY 1 UNTIL KRG-IX > NUM-KRG
               WRITE KRG-REKORD FROM KRG-ARR(KRG-IX)
           END-PERFORM
           MOVE SPACES TO KRG-REKORD
           MOVE "TRAILER" TO TR-MARKER OF KRG-REKORD-TRAILER
           MOVE NUM-KRG TO TR-ANTAL OF KRG-REKORD-TRAILER
           WRITE KRG-REKORD
           CLOSE FIL-KRG.

       HIST-TID-FILL.
           ACCEPT HIST-TIME FROM TIME
           MOVE SPACES TO HIST-TID
           STRING
               RUN-DATE(1:4)  DELIMITED BY SIZE
               "-"            DELIMITED BY SIZE
               RUN-DATE(5:2)  DELIMITED BY SIZE
               "-"            DELIMITED BY SIZE
               RUN-DATE(7:2)  DELIMITED BY SIZE
               " "            DELIMITED BY SIZE
               HIST-TIME(1:2) DELIMITED BY SIZE
               ":"            DELIMITED BY SIZE
               HIST-TIME(3:2) DELIMITED BY SIZE
               ":"            DELIMITED BY SIZE
               HIST-TIME(5:2) DELIMITED BY SIZE
           INTO HIST-TID.

       SKRIV-HISTORIK-POST.
           PERFORM HIST-TID-FILL
           MOVE SPACES TO HISTORIK-REC
           MOVE "OPG151" TO AH-PROGRAM
           MOVE AUTOR-OPERATOR TO AH-OPERATOR
           MOVE HIST-TID TO AH-TID
           MOVE HIST-NOEGLE TO AH-NOEGLE
           MOVE "FOER" TO AH-BILLEDE
           MOVE FOER-BILLEDE TO AH-DATA
           WRITE HISTORIK-REC
           MOVE SPACES TO HISTORIK-REC
           MOVE "OPG151" TO AH-PROGRAM
           MOVE AUTOR-OPERATOR TO AH-OPERATOR
           MOVE HIST-TID TO AH-TID
           MOVE HIST-NOEGLE TO AH-NOEGLE
           MOVE "EFTER" TO AH-BILLEDE
           MOVE EFTER-BILLEDE TO AH-DATA
           WRITE HISTORIK-REC
           MOVE SPACES TO FOER-BILLEDE
           MOVE SPACES TO EFTER-BILLEDE.

       CHECK-AUTORISATION.
           ACCEPT AUTOR-OPERATOR FROM ENVIRONMENT "USER"
           MOVE "N" TO AUTOR-FUNDET-SW
           OPEN INPUT FIL-AUTOR
           IF AUTOR-FIL-STATUS = "00"
               MOVE "N" TO AUTOR-EOF-SW
               PERFORM UNTIL AUTOR-EOF-SW = "J"
                   READ FIL-AUTOR
                       AT END
                           MOVE "J" TO AUTOR-EOF-SW
                       NOT AT END
                           IF AU-OPERATOR = AUTOR-OPERATOR
                               AND (AU-PROGRAM = "OPG151"
                                   OR AU-PROGRAM = "ALLE")
                               IF AU-TILLADT
                                   MOVE "J" TO AUTOR-FUNDET-SW
                               END-IF
                               MOVE "J" TO AUTOR-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIL-AUTOR
               IF AUTOR-FUNDET-SW = "N"
                   PERFORM LOG-AUTORISATION-AFVIST
                   DISPLAY "Adgang afvist: operator " AUTOR-OPERATOR
                       " er ikke autoriseret til OPG-151."
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       LOG-AUTORISATION-AFVIST.
           ACCEPT AUTOR-DATE FROM DATE YYYYMMDD
           ACCEPT AUTOR-TIME FROM TIME
           OPEN EXTEND FIL-RUN-LOG
           IF RUN-LOG-STATUS = "35"
               OPEN OUTPUT FIL-RUN-LOG
           END-IF
           MOVE SPACES TO RUN-LOG-TEXT
           STRING "Program: OPG-151"      DELIMITED BY SIZE
                  " ADGANG AFVIST - operator: "
                                           DELIMITED BY SIZE
                  AUTOR-OPERATOR           DELIMITED BY SIZE
                  " dato: "                DELIMITED BY SIZE
                  AUTOR-DATE               DELIMITED BY SIZE
                  " kl: "                  DELIMITED BY SIZE
                  AUTOR-TIME               DELIMITED BY SIZE
               INTO RUN-LOG-TEXT
           END-STRING
           WRITE RUN-LOG-REC
           CLOSE FIL-RUN-LOG.

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
