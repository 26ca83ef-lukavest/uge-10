       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPG-156.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIL-RETURPOST
               ASSIGN TO "../data/Returpost-Register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETURPOST-STATUS.
           SELECT FIL-KUNDER ASSIGN TO "../data/Kundeoplysninger.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-RAADGIVER ASSIGN TO "../data/Raadgivere.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RAADGIVER-FIL-STATUS.
           SELECT FIL-KRG ASSIGN TO "../data/Kunde-Raadgiver.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KRG-FIL-STATUS.
           SELECT FIL-MANIFEST
               ASSIGN TO "../data/Forsendelses-Manifest.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MANIFEST-FIL-STATUS.
           SELECT FIL-RAPPORT
               ASSIGN TO "../data/Returpost-Efterlysning.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-BOGFDATO ASSIGN TO "../data/Bogfoeringsdato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOGFDATO-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD FIL-RETURPOST.
       01 RETURPOST-REKORD.
           COPY "../copybooks/RETURPOST.cpy".
       01 RETURPOST-REKORD-TRAILER REDEFINES RETURPOST-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(47).

       FD FIL-KUNDER.
       01 KUNDE-OPL.
           COPY "../copybooks/KUNDER.cpy".
       01 KUNDE-OPL-TRAILER REDEFINES KUNDE-OPL.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(312).

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

       FD FIL-MANIFEST.
       01 MANIFEST-REC.
           COPY "../copybooks/FORSENDELSE.cpy".

       FD FIL-RAPPORT.
       01 RAPPORT-REC.
           02 RAPPORT-TEXT  PIC X(132).

       FD FIL-BOGFDATO.
       01 BOGFDATO-FIL-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".

       WORKING-STORAGE SECTION.
      * Efterlysningsliste over kunder med returpostmarkering
      * (Returpost-Register.txt fra OPG-155) til filialerne. Kunden
      * henfoeres til filialen (reg.nr.) for den raadgiver, der er
      * tildelt kunden paa koerselsdatoen (Kunde-Raadgiver.txt og
      * Raadgivere.txt fra OPG-12); kunder uden raadgiver samles til
      * sidst. Listen viser den doede adresse, telefon og e-mail til
      * brug for opsporingen, markeringsdato, antal returneringer og
      * antal tilbageholdte forsendelser (status H i
      * Forsendelses-Manifest.txt).
      * Er markeringen ophaevet (ny adresse via OPG-12 eller OPG-39),
      * frigives kundens tilbageholdte forsendelser til papirkoeen
      * (status P), saa OPG-68 udskriver dem til den nye adresse.
       01 RETURPOST-STATUS     PIC XX VALUE "00".
       01 RAADGIVER-FIL-STATUS PIC XX VALUE "00".
       01 KRG-FIL-STATUS       PIC XX VALUE "00".
       01 MANIFEST-FIL-STATUS  PIC XX VALUE "00".
       01 TRAILER-FOUND-SW PIC X(01) VALUE "N".
       01 TRAILER-ANTAL    PIC 9(06) VALUE ZEROS.
       01 EOF-FLAG         PIC X(01) VALUE "N".
       01 FIL-NAVN         PIC X(30) VALUE SPACES.
       01 LAEST-ANTAL      PIC 9(06) VALUE ZEROS.

       01 NUM-KUNDER    PIC 9(04) VALUE 0.
       01 KUNDE-ARR OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-KUNDER.
           COPY "../copybooks/KUNDER.cpy".
       01 KUNDE-IX      PIC 9(04) VALUE 0.
       01 KUNDE-MATCH-IX PIC 9(04) VALUE 0.
       01 SOEGE-KUNDE   PIC X(10) VALUE SPACES.

       01 NUM-RAADGIVERE PIC 9(04) VALUE 0.
       01 RAADGIVER-ARR OCCURS 0 TO 500 TIMES
               DEPENDING ON NUM-RAADGIVERE.
           COPY "../copybooks/RAADGIVER.cpy".
       01 RG-IX         PIC 9(04) VALUE 0.

      * Kunder med gaeldende markering; sorteringsnoeglen samler dem
      * pr. filial med kunderne uden filial til sidst.
       01 NUM-MARKERET  PIC 9(04) VALUE 0.
       01 MARKERET-ARR OCCURS 0 TO 1000 TIMES
               DEPENDING ON NUM-MARKERET.
           02 MK-NOEGLE.
               03 MK-UDEN-FILIAL PIC X(01).
               03 MK-REG-NR      PIC 9(06).
               03 MK-KUNDE-ID    PIC X(10).
           02 MK-KUNDE-IX    PIC 9(04).
           02 MK-UGYLDIG-DATO PIC X(10).
           02 MK-ANTAL       PIC 9(03).
           02 MK-HOLDT       PIC 9(04).
       01 MARKERET-BYT  PIC X(38) VALUE SPACES.
       01 MK-IX         PIC 9(04) VALUE 0.
       01 MK-IX2        PIC 9(04) VALUE 0.
       01 MK-MATCH-IX   PIC 9(04) VALUE 0.
       01 BYTTET-SW     PIC X(01) VALUE "N".
       01 FORRIGE-FILIAL PIC X(07) VALUE SPACES.

       01 NUM-MANIFEST  PIC 9(04) VALUE 0.
       01 MANIFEST-ARR OCCURS 0 TO 2000 TIMES DEPENDING ON NUM-MANIFEST.
           COPY "../copybooks/FORSENDELSE.cpy".
       01 MANIFEST-IX   PIC 9(04) VALUE 0.

       01 FRIGIVET-ANTAL PIC 9(05) VALUE 0.
       01 HOLDT-ANTAL    PIC 9(05) VALUE 0.
       01 UDEN-FILIAL-ANTAL PIC 9(05) VALUE 0.
       01 ANTAL-VIS      PIC ZZZZ9.

       01 EFTERLYS-LINJE.
           02 EL-KUNDE-ID      PIC X(10).
           02 FILLER           PIC X(02).
           02 EL-NAVN          PIC X(30).
           02 FILLER           PIC X(02).
           02 EL-ADRESSE       PIC X(42).
           02 FILLER           PIC X(02).
           02 EL-TELEFON       PIC X(08).
           02 FILLER           PIC X(02).
           02 EL-DATO          PIC X(10).
           02 FILLER           PIC X(02).
           02 EL-ANTAL         PIC ZZ9.
           02 FILLER           PIC X(02).
           02 EL-HOLDT         PIC ZZZ9.

       01 RUN-DATE      PIC 9(08) VALUE ZEROS.
      * Koerselsdatoen er bankens bogfoeringsdato (Bogfoeringsdato.txt),
      * ikke maskinens dato.
       01 BOGFDATO-STATUS  PIC XX VALUE "00".
       01 BOGFDATO-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".
       01 DAGS-DATO     PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM DAGS-DATO-FILL
           PERFORM KUNDE-ARR-FILL
           PERFORM RAADGIVER-ARR-FILL
           PERFORM MARKERET-ARR-FILL
           PERFORM LAES-TILDELINGER
           PERFORM MANIFEST-ARR-FILL
           PERFORM GENNEMGAA-MANIFEST
           IF FRIGIVET-ANTAL > 0
               PERFORM MANIFEST-ARR-REWRITE
           END-IF
           PERFORM SORTER-MARKEREDE
           OPEN OUTPUT FIL-RAPPORT
           PERFORM SKRIV-EFTERLYSNING
           CLOSE FIL-RAPPORT
           DISPLAY "Returpost: " NUM-MARKERET " kunder til "
               "efterlysning, " HOLDT-ANTAL " tilbageholdte, "
               FRIGIVET-ANTAL " frigivet - se "
               "Returpost-Efterlysning.txt"
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

       RAADGIVER-ARR-FILL.
           MOVE 0 TO NUM-RAADGIVERE
           OPEN INPUT FIL-RAADGIVER
           IF RAADGIVER-FIL-STATUS NOT = "00"
               EXIT PARAGRAPH
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

      * Kun gaeldende markeringer paa kendte kunder kommer paa listen;
      * alle starter uden filial, indtil tildelingerne er laest.
       MARKERET-ARR-FILL.
           MOVE 0 TO NUM-MARKERET
           OPEN INPUT FIL-RETURPOST
           IF RETURPOST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO TRAILER-FOUND-SW
           MOVE 0 TO LAEST-ANTAL
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-RETURPOST INTO RETURPOST-REKORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF RETURPOST-REKORD-TRAILER
                               = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                           MOVE "Y" TO TRAILER-FOUND-SW
                           MOVE TR-ANTAL OF RETURPOST-REKORD-TRAILER
                             TO TRAILER-ANTAL
                       ELSE
                           ADD 1 TO LAEST-ANTAL
                           IF RP-ADR-UGYLDIG OF RETURPOST-REKORD
                               PERFORM GEM-MARKERING
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-RETURPOST
           MOVE "Returpost-Register.txt" TO FIL-NAVN
           PERFORM CHECK-TRAILER.

       GEM-MARKERING.
           MOVE RP-KUNDE-ID OF RETURPOST-REKORD TO SOEGE-KUNDE
           PERFORM FIND-KUNDE
           IF KUNDE-MATCH-IX = 0
               EXIT PARAGRAPH
           END-IF
           IF NUM-MARKERET >= 1000
               DISPLAY "FEJL: flere end 1000 returpostmarkeringer - "
                   "udvid MARKERET-ARR."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO NUM-MARKERET
           MOVE "1" TO MK-UDEN-FILIAL(NUM-MARKERET)
           MOVE ZEROS TO MK-REG-NR(NUM-MARKERET)
           MOVE RP-KUNDE-ID OF RETURPOST-REKORD
             TO MK-KUNDE-ID(NUM-MARKERET)
           MOVE KUNDE-MATCH-IX TO MK-KUNDE-IX(NUM-MARKERET)
           MOVE RP-UGYLDIG-DATO OF RETURPOST-REKORD
             TO MK-UGYLDIG-DATO(NUM-MARKERET)
           MOVE RP-ANTAL OF RETURPOST-REKORD TO MK-ANTAL(NUM-MARKERET)
           MOVE ZEROS TO MK-HOLDT(NUM-MARKERET).

       FIND-KUNDE.
           MOVE 0 TO KUNDE-MATCH-IX
           PERFORM VARYING KUNDE-IX FROM 1 BY 1
                   UNTIL KUNDE-IX > NUM-KUNDER
               IF KUNDE-ID OF KUNDE-ARR(KUNDE-IX) = SOEGE-KUNDE
                   MOVE KUNDE-IX TO KUNDE-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-MARKERET.
           MOVE 0 TO MK-MATCH-IX
           PERFORM VARYING MK-IX FROM 1 BY 1
                   UNTIL MK-IX > NUM-MARKERET
               IF MK-KUNDE-ID(MK-IX) = SOEGE-KUNDE
                   MOVE MK-IX TO MK-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * Den tildeling, der gaelder paa koerselsdatoen (som i OPG-150),
      * giver raadgiverens filial.
       LAES-TILDELINGER.
           IF NUM-MARKERET = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT FIL-KRG
           IF KRG-FIL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO TRAILER-FOUND-SW
           MOVE 0 TO LAEST-ANTAL
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
                           ADD 1 TO LAEST-ANTAL
                           IF KRG-FRA-DATO OF KRG-REKORD
                                   NOT > DAGS-DATO
                               AND (KRG-GAELDENDE OF KRG-REKORD
                                    OR KRG-TIL-DATO OF KRG-REKORD
                                       > DAGS-DATO)
                               PERFORM PLACER-TILDELING
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-KRG
           MOVE "Kunde-Raadgiver.txt" TO FIL-NAVN
           PERFORM CHECK-TRAILER.

       PLACER-TILDELING.
           MOVE KRG-KUNDE-ID OF KRG-REKORD TO SOEGE-KUNDE
           PERFORM FIND-MARKERET
           IF MK-MATCH-IX = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING RG-IX FROM 1 BY 1
                   UNTIL RG-IX > NUM-RAADGIVERE
               IF RG-RAADGIVER-ID OF RAADGIVER-ARR(RG-IX)
                       = KRG-RAADGIVER-ID OF KRG-REKORD
                   MOVE "0" TO MK-UDEN-FILIAL(MK-MATCH-IX)
                   MOVE RG-REG-NR OF RAADGIVER-ARR(RG-IX)
                     TO MK-REG-NR(MK-MATCH-IX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       MANIFEST-ARR-FILL.
           MOVE 0 TO NUM-MANIFEST
           OPEN INPUT FIL-MANIFEST
           IF MANIFEST-FIL-STATUS = "00"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ FIL-MANIFEST INTO MANIFEST-REC
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF NUM-MANIFEST >= 2000
                               DISPLAY "FEJL: flere end 2000 "
                                   "forsendelser - udvid MANIFEST-ARR."
                               MOVE 1 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO NUM-MANIFEST
                           MOVE MANIFEST-REC
                             TO MANIFEST-ARR(NUM-MANIFEST)
                   END-READ
               END-PERFORM
               CLOSE FIL-MANIFEST
           END-IF.

      * Tilbageholdte forsendelser taelles pr. markeret kunde; er
      * kunden ikke laengere markeret, frigives forsendelsen.
       GENNEMGAA-MANIFEST.
           PERFORM VARYING MANIFEST-IX FROM 1 BY 1
                   UNTIL MANIFEST-IX > NUM-MANIFEST
               IF FS-TILBAGEHOLDT OF MANIFEST-ARR(MANIFEST-IX)
                   MOVE FS-KUNDE-ID OF MANIFEST-ARR(MANIFEST-IX)
                     TO SOEGE-KUNDE
                   PERFORM FIND-MARKERET
                   IF MK-MATCH-IX > 0
                       ADD 1 TO MK-HOLDT(MK-MATCH-IX)
                       ADD 1 TO HOLDT-ANTAL
                   ELSE
                       MOVE "P" TO FS-FORS-STATUS
                           OF MANIFEST-ARR(MANIFEST-IX)
                       ADD 1 TO FRIGIVET-ANTAL
                   END-IF
               END-IF
           END-PERFORM.

       MANIFEST-ARR-REWRITE.
           OPEN OUTPUT FIL-MANIFEST
           PERFORM VARYING MANIFEST-IX FROM 1 BY 1
                   UNTIL MANIFEST-IX > NUM-MANIFEST
               WRITE MANIFEST-REC FROM MANIFEST-ARR(MANIFEST-IX)
           END-PERFORM
           CLOSE FIL-MANIFEST.

      * Boblesortering paa filial og kunde-ID - listen er lille.
       SORTER-MARKEREDE.
           MOVE "J" TO BYTTET-SW
           PERFORM UNTIL BYTTET-SW = "N"
               MOVE "N" TO BYTTET-SW
               PERFORM VARYING MK-IX FROM 1 BY 1
                       UNTIL MK-IX >= NUM-MARKERET
                   COMPUTE MK-IX2 = MK-IX + 1
                   IF MK-NOEGLE(MK-IX) > MK-NOEGLE(MK-IX2)
                       MOVE MARKERET-ARR(MK-IX) TO MARKERET-BYT
                       MOVE MARKERET-ARR(MK-IX2)
                         TO MARKERET-ARR(MK-IX)
                       MOVE MARKERET-BYT TO MARKERET-ARR(MK-IX2)
                       MOVE "J" TO BYTTET-SW
                   END-IF
               END-PERFORM
           END-PERFORM.

       SKRIV-EFTERLYSNING.
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "RETURPOST - EFTERLYSNING AF ADRESSER PR. "
                                            DELIMITED BY SIZE
               DAGS-DATO                    DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO FORRIGE-FILIAL
           PERFORM VARYING MK-IX FROM 1 BY 1
                   UNTIL MK-IX > NUM-MARKERET
               IF MK-NOEGLE(MK-IX)(1:7) NOT = FORRIGE-FILIAL
                   MOVE MK-NOEGLE(MK-IX)(1:7) TO FORRIGE-FILIAL
                   PERFORM SKRIV-FILIAL-HOVED
               END-IF
               PERFORM SKRIV-KUNDE-LINJE
           END-PERFORM
           IF NUM-MARKERET = 0
               MOVE "  (ingen kunder med returpostmarkering)"
                 TO RAPPORT-TEXT
               WRITE RAPPORT-REC
           END-IF
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE NUM-MARKERET TO ANTAL-VIS
           STRING
               "Kunder til efterlysning:           "
                                              DELIMITED BY SIZE
               ANTAL-VIS                      DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-TEXT
           MOVE UDEN-FILIAL-ANTAL TO ANTAL-VIS
           STRING
               "Heraf uden filial:                 "
                                              DELIMITED BY SIZE
               ANTAL-VIS                      DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-TEXT
           MOVE HOLDT-ANTAL TO ANTAL-VIS
           STRING
               "Tilbageholdte forsendelser:        "
                                              DELIMITED BY SIZE
               ANTAL-VIS                      DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-TEXT
           MOVE FRIGIVET-ANTAL TO ANTAL-VIS
           STRING
               "Frigivet til papirkoe (ny adresse):"
                                              DELIMITED BY SIZE
               ANTAL-VIS                      DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC.

       SKRIV-FILIAL-HOVED.
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-TEXT
           IF MK-UDEN-FILIAL(MK-IX) = "1"
               MOVE "Kunder uden raadgiver/filial" TO RAPPORT-TEXT
           ELSE
               STRING
                   "Filial reg.nr. "        DELIMITED BY SIZE
                   MK-REG-NR(MK-IX)         DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-IF
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Kunde-ID    Navn                            "
                                            DELIMITED BY SIZE
               "Gammel adresse                              "
                                            DELIMITED BY SIZE
               "Telefon   Markeret    Ret  Hold"
                                            DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC.

       SKRIV-KUNDE-LINJE.
           MOVE MK-KUNDE-IX(MK-IX) TO KUNDE-IX
           IF MK-UDEN-FILIAL(MK-IX) = "1"
               ADD 1 TO UDEN-FILIAL-ANTAL
           END-IF
           MOVE SPACES TO EFTERLYS-LINJE
           MOVE MK-KUNDE-ID(MK-IX) TO EL-KUNDE-ID
           STRING
               FORNAVN OF KUNDE-ARR(KUNDE-IX)   DELIMITED BY "  "
               " "                              DELIMITED BY SIZE
               EFTERNAVN OF KUNDE-ARR(KUNDE-IX) DELIMITED BY "  "
           INTO EL-NAVN
           STRING
               VEJNAVN OF KUNDE-ARR(KUNDE-IX)   DELIMITED BY "  "
               " "                              DELIMITED BY SIZE
               HUSNR OF KUNDE-ARR(KUNDE-IX)     DELIMITED BY " "
               ", "                             DELIMITED BY SIZE
               POSTNR OF KUNDE-ARR(KUNDE-IX)    DELIMITED BY SIZE
               " "                              DELIMITED BY SIZE
               BY-ADR OF KUNDE-ARR(KUNDE-IX)    DELIMITED BY "  "
           INTO EL-ADRESSE
           MOVE TELEFON OF KUNDE-ARR(KUNDE-IX) TO EL-TELEFON
           MOVE MK-UGYLDIG-DATO(MK-IX) TO EL-DATO
           MOVE MK-ANTAL(MK-IX) TO EL-ANTAL
           MOVE MK-HOLDT(MK-IX) TO EL-HOLDT
           MOVE EFTERLYS-LINJE TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           IF EMAIL OF KUNDE-ARR(KUNDE-IX) NOT = SPACES
               MOVE SPACES TO RAPPORT-TEXT
               STRING
                   "            E-mail: "      DELIMITED BY SIZE
                   EMAIL OF KUNDE-ARR(KUNDE-IX) DELIMITED BY SIZE
               INTO RAPPORT-TEXT
               WRITE RAPPORT-REC
           END-IF.

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
