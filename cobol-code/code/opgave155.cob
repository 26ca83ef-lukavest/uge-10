       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPG-155.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIL-KUNDER ASSIGN TO "../data/Kundeoplysninger.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-RETURPOST
               ASSIGN TO "../data/Returpost-Register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETURPOST-STATUS.
           SELECT FIL-LAAS ASSIGN TO "../data/Batch-Laas.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LAAS-STATUS.
           SELECT FIL-RUN-LOG ASSIGN TO "../data/Koerselslog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.
           SELECT FIL-AUTOR
               ASSIGN TO "../data/Operatoer-Autorisation.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUTOR-FIL-STATUS.
           SELECT FIL-BOGFDATO ASSIGN TO "../data/Bogfoeringsdato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOGFDATO-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD FIL-KUNDER.
       01 KUNDE-OPL.
           COPY "../copybooks/KUNDER.cpy".
       01 KUNDE-OPL-TRAILER REDEFINES KUNDE-OPL.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(312).

       FD FIL-RETURPOST.
       01 RETURPOST-REKORD.
           COPY "../copybooks/RETURPOST.cpy".
       01 RETURPOST-REKORD-TRAILER REDEFINES RETURPOST-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(47).

       FD FIL-LAAS.
       01 LAAS-REC.
           02 LS-LAAS-STATUS PIC X(05).
           02 LS-TID         PIC X(19).
           02 LS-OPERATOR    PIC X(10).

       FD FIL-RUN-LOG.
       01 RUN-LOG-REC.
           02 RUN-LOG-TEXT PIC X(120).

       FD FIL-AUTOR.
       01 AUTOR-REKORD.
           COPY "../copybooks/AUTORISATION.cpy".

       FD FIL-BOGFDATO.
       01 BOGFDATO-FIL-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".

       WORKING-STORAGE SECTION.

      * Registrering af returpost: naar et brev eller en papirudskrift
      * kommer retur som uanbringelig, scannes eller tastes KUNDE-ID
      * fra kuverten. Kunden faar en returpostmarkering med dato i
      * Returpost-Register.txt (een raekke pr. kunde; antal og seneste
      * retur opdateres ved gentagelser). Markeringen faar OPG-10,
      * OPG-25, OPG-63, OPG-85, OPG-91 og OPG-94 til at holde
      * papirpost tilbage eller sende elektronisk, hvis kunden har en
      * e-mail, og kunden kommer paa OPG-156's efterlysningsliste til
      * filialen. Markeringen ophaeves af OPG-12 og OPG-39, naar
      * kunden faar en ny adresse.
       01 RETURPOST-STATUS PIC XX VALUE "00".
       01 TRAILER-FOUND-SW PIC X(01) VALUE "N".
       01 TRAILER-ANTAL    PIC 9(06) VALUE ZEROS.
       01 EOF-FLAG         PIC X(01) VALUE "N".

       01 NUM-KUNDER       PIC 9(04) VALUE 0.
       01 KUNDE-ARR OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-KUNDER.
           COPY "../copybooks/KUNDER.cpy".
       01 KUNDE-IX         PIC 9(04) VALUE 0.
       01 KUNDE-MATCH-IX   PIC 9(04) VALUE 0.

       01 NUM-RETURPOST    PIC 9(04) VALUE 0.
       01 RETURPOST-ARR OCCURS 0 TO 1000 TIMES
               DEPENDING ON NUM-RETURPOST.
           COPY "../copybooks/RETURPOST.cpy".
       01 RETURPOST-IX     PIC 9(04) VALUE 0.
       01 RETURPOST-MATCH-IX PIC 9(04) VALUE 0.
       01 RETURPOST-AENDRET-SW PIC X(01) VALUE "N".

       01 FORTSAET-SW      PIC X(01) VALUE "J".
       01 BEKRAEFT-VALG    PIC X(01) VALUE SPACE.
       01 OVERRIDE-VALG    PIC X(01) VALUE SPACE.
       01 OPERATOR         PIC X(10) VALUE SPACES.
       01 SOEGE-KUNDE-ID   PIC X(10) VALUE SPACES.
       01 NYE-ANTAL        PIC 9(05) VALUE 0.
       01 GENTAGNE-ANTAL   PIC 9(05) VALUE 0.
       01 ANTAL-VIS        PIC ZZ9.

       01 RUN-DATE         PIC 9(08) VALUE ZEROS.
      * Registreringsdatoen er bankens bogfoeringsdato
      * (Bogfoeringsdato.txt), ikke maskinens dato.
       01 BOGFDATO-STATUS  PIC XX VALUE "00".
       01 BOGFDATO-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".
       01 DAGS-DATO        PIC X(10) VALUE SPACES.

       01 AUTOR-FIL-STATUS PIC XX VALUE "00".
       01 AUTOR-OPERATOR   PIC X(10) VALUE SPACES.
       01 AUTOR-FUNDET-SW  PIC X(01) VALUE "N".
       01 AUTOR-EOF-SW     PIC X(01) VALUE "N".
       01 AUTOR-DATE       PIC 9(08) VALUE ZEROS.
       01 AUTOR-TIME       PIC 9(08) VALUE ZEROS.
       01 LAAS-STATUS      PIC XX VALUE "00".
       01 RUN-LOG-STATUS   PIC XX VALUE "00".
       01 LAAS-OPERATOR    PIC X(10) VALUE SPACES.
       01 LAAS-DATE        PIC 9(08) VALUE ZEROS.
       01 LAAS-TIME        PIC 9(08) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT OPERATOR FROM ENVIRONMENT "USER"
           PERFORM CHECK-AUTORISATION
           PERFORM CHECK-BATCH-LAAS
           PERFORM DAGS-DATO-FILL
           PERFORM KUNDE-ARR-FILL
           PERFORM RETURPOST-ARR-FILL
           DISPLAY " "
           DISPLAY "RETURPOST - operator " OPERATOR " - " DAGS-DATO
           PERFORM UNTIL FORTSAET-SW NOT = "J"
               PERFORM REGISTRER-RETURPOST
           END-PERFORM
           IF RETURPOST-AENDRET-SW = "J"
               PERFORM RETURPOST-ARR-REWRITE
           END-IF
           DISPLAY "Returpost registreret: " NYE-ANTAL " nye, "
               GENTAGNE-ANTAL " gentagne."
           STOP RUN.

       REGISTRER-RETURPOST.
           DISPLAY " "
           DISPLAY "KUNDE-ID fra kuverten (blank = afslut): "
               WITH NO ADVANCING
           ACCEPT SOEGE-KUNDE-ID
           IF SOEGE-KUNDE-ID = SPACES
               MOVE "N" TO FORTSAET-SW
               EXIT PARAGRAPH
           END-IF
           PERFORM LOOKUP-KUNDE
           IF KUNDE-MATCH-IX = 0
               DISPLAY "Ukendt kunde: " SOEGE-KUNDE-ID
               EXIT PARAGRAPH
           END-IF
           PERFORM LOOKUP-RETURPOST
           DISPLAY "Kunde:    " FORNAVN OF KUNDE-ARR(KUNDE-MATCH-IX)
               " " EFTERNAVN OF KUNDE-ARR(KUNDE-MATCH-IX)
           DISPLAY "Adresse:  " VEJNAVN OF KUNDE-ARR(KUNDE-MATCH-IX)
               " " HUSNR OF KUNDE-ARR(KUNDE-MATCH-IX)
           DISPLAY "          " POSTNR OF KUNDE-ARR(KUNDE-MATCH-IX)
               " " BY-ADR OF KUNDE-ARR(KUNDE-MATCH-IX)
           IF RETURPOST-MATCH-IX > 0
               IF RP-ADR-UGYLDIG OF RETURPOST-ARR(RETURPOST-MATCH-IX)
                   MOVE RP-ANTAL OF RETURPOST-ARR(RETURPOST-MATCH-IX)
                     TO ANTAL-VIS
                   DISPLAY "Allerede markeret "
                       RP-UGYLDIG-DATO OF
                           RETURPOST-ARR(RETURPOST-MATCH-IX)
                       " - " ANTAL-VIS " returneringer."
               END-IF
           END-IF
           DISPLAY "Registrer returpost for kunden (J/N): "
               WITH NO ADVANCING
           ACCEPT BEKRAEFT-VALG
           IF BEKRAEFT-VALG NOT = "J" AND BEKRAEFT-VALG NOT = "j"
               DISPLAY "Ikke registreret."
               EXIT PARAGRAPH
           END-IF
           IF RETURPOST-MATCH-IX > 0
               IF RP-ADR-UGYLDIG OF RETURPOST-ARR(RETURPOST-MATCH-IX)
                   ADD 1 TO RP-ANTAL OF
                       RETURPOST-ARR(RETURPOST-MATCH-IX)
                   MOVE DAGS-DATO TO RP-SENESTE-DATO OF
                       RETURPOST-ARR(RETURPOST-MATCH-IX)
                   MOVE OPERATOR TO RP-OPERATOR OF
                       RETURPOST-ARR(RETURPOST-MATCH-IX)
                   ADD 1 TO GENTAGNE-ANTAL
                   MOVE RP-ANTAL OF RETURPOST-ARR(RETURPOST-MATCH-IX)
                     TO ANTAL-VIS
                   DISPLAY "Returnering nr. " ANTAL-VIS
                       " er registreret."
               ELSE
                   PERFORM NY-MARKERING
               END-IF
           ELSE
               IF NUM-RETURPOST >= 1000
                   DISPLAY "FEJL: Returpost-Register.txt er fuldt."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO NUM-RETURPOST
               MOVE NUM-RETURPOST TO RETURPOST-MATCH-IX
               MOVE SPACES TO RETURPOST-ARR(RETURPOST-MATCH-IX)
               MOVE SOEGE-KUNDE-ID TO RP-KUNDE-ID OF
                   RETURPOST-ARR(RETURPOST-MATCH-IX)
               PERFORM NY-MARKERING
           END-IF
           MOVE "J" TO RETURPOST-AENDRET-SW
           IF KANAL-PORTAL OF KUNDE-ARR(KUNDE-MATCH-IX)
               DISPLAY "Kunden bruger portalen - post gaar "
                   "elektronisk."
           ELSE
               IF EMAIL OF KUNDE-ARR(KUNDE-MATCH-IX) NOT = SPACES
                   DISPLAY "Papirpost sendes fremover som e-mail til "
                       EMAIL OF KUNDE-ARR(KUNDE-MATCH-IX)
               ELSE
                   DISPLAY "Papirpost holdes tilbage, til kunden "
                       "har faaet ny adresse."
               END-IF
           END-IF.

      * Ny eller genopstaaet markering: en tidligere ophaevet raekke
      * genbruges, saa der altid kun er een raekke pr. kunde.
       NY-MARKERING.
           MOVE "U" TO RP-STATUS OF RETURPOST-ARR(RETURPOST-MATCH-IX)
           MOVE DAGS-DATO
             TO RP-UGYLDIG-DATO OF RETURPOST-ARR(RETURPOST-MATCH-IX)
           MOVE DAGS-DATO
             TO RP-SENESTE-DATO OF RETURPOST-ARR(RETURPOST-MATCH-IX)
           MOVE 1 TO RP-ANTAL OF RETURPOST-ARR(RETURPOST-MATCH-IX)
           MOVE OPERATOR
             TO RP-OPERATOR OF RETURPOST-ARR(RETURPOST-MATCH-IX)
           MOVE SPACES
             TO RP-OPHAEVET-DATO OF RETURPOST-ARR(RETURPOST-MATCH-IX)
           MOVE SPACES
             TO RP-OPHAEVET-AF OF RETURPOST-ARR(RETURPOST-MATCH-IX)
           ADD 1 TO NYE-ANTAL
           DISPLAY "Kunden er markeret med ugyldig adresse pr. "
               DAGS-DATO ".".

       LOOKUP-KUNDE.
           MOVE 0 TO KUNDE-MATCH-IX
           PERFORM VARYING KUNDE-IX FROM 1 BY 1
                   UNTIL KUNDE-IX > NUM-KUNDER
               IF KUNDE-ID OF KUNDE-ARR(KUNDE-IX) = SOEGE-KUNDE-ID
                   MOVE KUNDE-IX TO KUNDE-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOOKUP-RETURPOST.
           MOVE 0 TO RETURPOST-MATCH-IX
           PERFORM VARYING RETURPOST-IX FROM 1 BY 1
                   UNTIL RETURPOST-IX > NUM-RETURPOST
               IF RP-KUNDE-ID OF RETURPOST-ARR(RETURPOST-IX)
                       = SOEGE-KUNDE-ID
                   MOVE RETURPOST-IX TO RETURPOST-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

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

      * Alle raekker indlaeses, ogsaa de ophaevede, da registret
      * skrives helt om.
       RETURPOST-ARR-FILL.
           MOVE 0 TO NUM-RETURPOST
           OPEN INPUT FIL-RETURPOST
           IF RETURPOST-STATUS = "00"
               PERFORM VARYING RETURPOST-IX FROM 1 BY 1
                       UNTIL RETURPOST-IX > 1000
                   READ FIL-RETURPOST INTO RETURPOST-REKORD
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF TR-MARKER OF RETURPOST-REKORD-TRAILER
                           = "TRAILER"
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO NUM-RETURPOST
                   MOVE RETURPOST-REKORD
                     TO RETURPOST-ARR(NUM-RETURPOST)
               END-PERFORM
               CLOSE FIL-RETURPOST
           END-IF.

       RETURPOST-ARR-REWRITE.
           OPEN OUTPUT FIL-RETURPOST
           PERFORM VARYING RETURPOST-IX FROM 1 BY 1
                   UNTIL RETURPOST-IX > NUM-RETURPOST
               WRITE RETURPOST-REKORD FROM RETURPOST-ARR(RETURPOST-IX)
           END-PERFORM
           MOVE SPACES TO RETURPOST-REKORD
           MOVE "TRAILER" TO TR-MARKER OF RETURPOST-REKORD-TRAILER
           MOVE NUM-RETURPOST TO TR-ANTAL OF RETURPOST-REKORD-TRAILER
           WRITE RETURPOST-REKORD
           CLOSE FIL-RETURPOST.

       CHECK-BATCH-LAAS.
           OPEN INPUT FIL-LAAS
           IF LAAS-STATUS = "00"
               READ FIL-LAAS
                   AT END
                       CONTINUE
               END-READ
               CLOSE FIL-LAAS
               IF LS-LAAS-STATUS = "LAAST"
                   DISPLAY "Systemet er i batchkoersel (laast "
                       LS-TID " af " LS-OPERATOR ")."
                   DISPLAY "Tast X for noedoverstyring, andet for "
                       "at afslutte: " WITH NO ADVANCING
                   ACCEPT OVERRIDE-VALG
                   IF OVERRIDE-VALG NOT = "X"
                       DISPLAY "Afsluttet uden aendringer."
                       STOP RUN
                   END-IF
                   PERFORM LOG-NOEDOVERSTYRING
               END-IF
           END-IF.

       LOG-NOEDOVERSTYRING.
           ACCEPT LAAS-OPERATOR FROM ENVIRONMENT "USER"
           ACCEPT LAAS-DATE FROM DATE YYYYMMDD
           ACCEPT LAAS-TIME FROM TIME
           OPEN EXTEND FIL-RUN-LOG
           IF RUN-LOG-STATUS = "35"
               OPEN OUTPUT FIL-RUN-LOG
           END-IF
           MOVE SPACES TO RUN-LOG-TEXT
           STRING "Program: OPG-155"     DELIMITED BY SIZE
                  " NOEDOVERSTYRING af batchlaas - operator: "
                                           DELIMITED BY SIZE
                  LAAS-OPERATOR            DELIMITED BY SIZE
                  " dato: "                DELIMITED BY SIZE
                  LAAS-DATE                DELIMITED BY SIZE
                  " kl: "                  DELIMITED BY SIZE
                  LAAS-TIME                DELIMITED BY SIZE
               INTO RUN-LOG-TEXT
           END-STRING
           WRITE RUN-LOG-REC
           CLOSE FIL-RUN-LOG.

      * Autorisationskontrol: findes Operatoer-Autorisation.txt,
      * skal operatoren have en raekke for programmet (eller ALLE)
      * med tilladelse J - ellers logges afvisningen i
      * koerselsloggen, og programmet slutter uden at roere data.
      * Uden autorisationsfil koerer alle som hidtil.
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
                               AND (AU-PROGRAM = "OPG155"
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
                       " er ikke autoriseret til OPG-155."
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
           STRING "Program: OPG-155"      DELIMITED BY SIZE
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
