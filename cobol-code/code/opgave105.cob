       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPG-105.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIL-RELATION
               ASSIGN TO "../data/Operatoer-Relationer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RELATION-STATUS.
           SELECT FIL-KONTI ASSIGN TO "../data/KontoOpl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KONTI-STATUS.
           SELECT FIL-HISTORIK
               ASSIGN TO "../data/Aendrings-Historik.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORIK-STATUS.
           SELECT FIL-MANUEL
               ASSIGN TO "../data/Manuelle-Posteringer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MANUEL-STATUS.
           SELECT FIL-RAPPORT ASSIGN TO "../data/Egenhandel-Rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-BOGFDATO ASSIGN TO "../data/Bogfoeringsdato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOGFDATO-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD FIL-RELATION.
       01 RELATION-REKORD.
           COPY "../copybooks/OPERATOERRELATION.cpy".

       FD FIL-KONTI.
       01 KONTO-REKORD.
           COPY "../copybooks/KONTOOPL.cpy".
       01 KONTO-REKORD-TRAILER REDEFINES KONTO-REKORD.
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

       FD FIL-MANUEL.
       01 MANUEL-REC.
           COPY "../copybooks/MANUELPOSTERING.cpy".
       01 MANUEL-REC-TRAILER REDEFINES MANUEL-REC.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(136).

       FD FIL-RAPPORT.
       01 RAPPORT-REC.
           02 RAPPORT-TEXT PIC X(132).

       FD FIL-BOGFDATO.
       01 BOGFDATO-FIL-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".

       WORKING-STORAGE SECTION.

      * Natlig kontrol for egenhandel: hver aendring i
      * Aendrings-Historik.txt og hver manuel regulering i
      * Manuelle-Posteringer.txt holdes op mod Operatoer-Relationer.txt
      * (operatoerens egen kunde og erklaerede relaterede kunder).
      * Har en operator aendret, oprettet eller godkendt noget paa en
      * af sine egne kunder, kommer det paa Egenhandel-Rapport.txt.
      * Historikposter foeres tilbage til kunden via noeglen (kunde-id
      * eller konto-id); for udlaeg fra OPG-92 via kontoen i
      * efter-billedet. Reguleringer foeres tilbage via debet- og
      * kreditkontoen i KontoOpl.txt. Fund giver ikke fejl-RC, saa
      * natkoerslen fortsaetter; rapporten gennemgaas af revisionen.
       01 RELATION-STATUS  PIC XX VALUE "00".
       01 KONTI-STATUS     PIC XX VALUE "00".
       01 HISTORIK-STATUS  PIC XX VALUE "00".
       01 MANUEL-STATUS    PIC XX VALUE "00".
       01 EOF-FLAG         PIC X(01) VALUE "N".

       01 NUM-RELATIONER   PIC 9(04) VALUE 0.
       01 RELATION-TAB OCCURS 0 TO 2000 TIMES
               DEPENDING ON NUM-RELATIONER.
           COPY "../copybooks/OPERATOERRELATION.cpy".
       01 RELATION-IX      PIC 9(04) VALUE 0.
       01 RELATION-MATCH-IX PIC 9(04) VALUE 0.

       01 NUM-KONTI        PIC 9(04) VALUE 0.
       01 KONTO-TAB OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-KONTI.
           02 KO-KONTO-ID   PIC X(14).
           02 KO-KUNDE-ID   PIC X(10).
       01 KONTO-IX         PIC 9(04) VALUE 0.

       01 UDLAEG-BILLEDE.
           COPY "../copybooks/UDLAEG.cpy".

       01 TJEK-OPERATOR    PIC X(10) VALUE SPACES.
       01 TJEK-KUNDE-ID    PIC X(10) VALUE SPACES.
       01 TJEK-KONTO-ID    PIC X(14) VALUE SPACES.

       01 HISTORIK-ANTAL   PIC 9(07) VALUE ZEROS.
       01 MANUEL-ANTAL     PIC 9(06) VALUE ZEROS.
       01 FUND-ANTAL       PIC 9(06) VALUE ZEROS.

       01 RUN-DATE         PIC 9(08) VALUE ZEROS.
       01 DAGS-DATO        PIC X(10) VALUE SPACES.
      * Koerselsdatoen er bankens bogfoeringsdato (Bogfoeringsdato.txt),
      * ikke maskinens dato.
       01 BOGFDATO-STATUS  PIC XX VALUE "00".
       01 BOGFDATO-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".

       01 FUND-LINJE.
           02 FL-KILDE         PIC X(08).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 FL-PROGRAM       PIC X(06).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 FL-OPERATOR      PIC X(10).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 FL-ROLLE         PIC X(10).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 FL-TID           PIC X(19).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 FL-NOEGLE        PIC X(20).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 FL-KONTO-ID      PIC X(14).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 FL-KUNDE-ID      PIC X(10).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 FL-RELATION      PIC X(09).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM BOGFOERINGSDATO-FILL
           MOVE BD-DATO OF BOGFDATO-REC TO RUN-DATE
           STRING
               RUN-DATE(1:4) DELIMITED BY SIZE
               "-"           DELIMITED BY SIZE
               RUN-DATE(5:2) DELIMITED BY SIZE
               "-"           DELIMITED BY SIZE
               RUN-DATE(7:2) DELIMITED BY SIZE
           INTO DAGS-DATO
           PERFORM RELATION-TAB-FILL
           OPEN OUTPUT FIL-RAPPORT
           PERFORM SKRIV-RAPPORT-HOVED
           IF NUM-RELATIONER = 0
               MOVE "Operatoer-Relationer.txt er tom eller findes ikke "
                 TO RAPPORT-TEXT
               MOVE "- intet at kontrollere." TO RAPPORT-TEXT(52:)
               WRITE RAPPORT-REC
               CLOSE FIL-RAPPORT
               DISPLAY "Ingen operatoerrelationer - intet kontrolleret."
               STOP RUN
           END-IF
           PERFORM KONTO-TAB-FILL
           PERFORM KONTROL-HISTORIK
           PERFORM KONTROL-MANUELLE
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Kontrolleret: "      DELIMITED BY SIZE
               HISTORIK-ANTAL        DELIMITED BY SIZE
               " aendringer, "       DELIMITED BY SIZE
               MANUEL-ANTAL          DELIMITED BY SIZE
               " reguleringer. Fund: " DELIMITED BY SIZE
               FUND-ANTAL            DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           CLOSE FIL-RAPPORT
           DISPLAY "Egenhandelskontrol: " HISTORIK-ANTAL
               " aendringer, " MANUEL-ANTAL " reguleringer, "
               FUND-ANTAL " fund"
           DISPLAY "Se Egenhandel-Rapport.txt"
           STOP RUN.

       RELATION-TAB-FILL.
           MOVE 0 TO NUM-RELATIONER
           OPEN INPUT FIL-RELATION
           IF RELATION-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-RELATION
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF OR-OPERATOR OF RELATION-REKORD NOT = SPACES
                           AND OR-KUNDE-ID OF RELATION-REKORD
                               NOT = SPACES
                           IF NUM-RELATIONER >= 2000
                               DISPLAY "FEJL: Operatoer-Relationer.txt "
                                   "har mere end 2000 poster"
                               MOVE 1 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO NUM-RELATIONER
                           MOVE RELATION-REKORD
                             TO RELATION-TAB(NUM-RELATIONER)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-RELATION.

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

      * Hver aendring har netop eet efter-billede; foer-billederne
      * springes over, saa en aendring kun giver eet fund.
       KONTROL-HISTORIK.
           OPEN INPUT FIL-HISTORIK
           IF HISTORIK-STATUS NOT = "00"
               MOVE "Aendrings-Historik.txt findes ikke."
                 TO RAPPORT-TEXT
               WRITE RAPPORT-REC
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-HISTORIK
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF AH-BILLEDE = "EFTER"
                           ADD 1 TO HISTORIK-ANTAL
                           PERFORM KONTROL-HISTORIK-POST
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-HISTORIK.

       KONTROL-HISTORIK-POST.
           MOVE SPACES TO TJEK-KONTO-ID
           IF AH-PROGRAM = "OPG-92"
               MOVE AH-DATA(1:94) TO UDLAEG-BILLEDE
               MOVE UL-KONTO-ID OF UDLAEG-BILLEDE TO TJEK-KONTO-ID
           ELSE
               MOVE AH-NOEGLE(1:14) TO TJEK-KONTO-ID
           END-IF
           PERFORM KONTO-TIL-KUNDE
           IF TJEK-KUNDE-ID = SPACES
               MOVE SPACES TO TJEK-KONTO-ID
               MOVE AH-NOEGLE(1:10) TO TJEK-KUNDE-ID
           END-IF
           MOVE AH-OPERATOR TO TJEK-OPERATOR
           PERFORM FIND-RELATION
           IF RELATION-MATCH-IX > 0
               MOVE "HISTORIK" TO FL-KILDE
               MOVE AH-PROGRAM TO FL-PROGRAM
               MOVE "AENDRET" TO FL-ROLLE
               MOVE AH-TID TO FL-TID
               MOVE AH-NOEGLE TO FL-NOEGLE
               PERFORM SKRIV-FUND
           END-IF.

      * Reguleringer kontrolleres for baade opretter og godkender mod
      * kunden paa debet- og kreditkontoen.
       KONTROL-MANUELLE.
           OPEN INPUT FIL-MANUEL
           IF MANUEL-STATUS NOT = "00"
               MOVE "Manuelle-Posteringer.txt findes ikke."
                 TO RAPPORT-TEXT
               WRITE RAPPORT-REC
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-MANUEL
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF MANUEL-REC-TRAILER = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                       ELSE
                           ADD 1 TO MANUEL-ANTAL
                           MOVE MP-DEBET-KONTO TO TJEK-KONTO-ID
                           PERFORM KONTROL-MANUEL-KONTO
                           IF MP-KREDIT-KONTO NOT = MP-DEBET-KONTO
                               MOVE MP-KREDIT-KONTO TO TJEK-KONTO-ID
                               PERFORM KONTROL-MANUEL-KONTO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-MANUEL.

       KONTROL-MANUEL-KONTO.
           PERFORM KONTO-TIL-KUNDE
           IF TJEK-KUNDE-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "MANUEL" TO FL-KILDE
           MOVE SPACES TO FL-PROGRAM
           MOVE MP-LOEBENR TO FL-NOEGLE
           MOVE MP-OPRETTER TO TJEK-OPERATOR
           PERFORM FIND-RELATION
           IF RELATION-MATCH-IX > 0
               MOVE "OPRETTER" TO FL-ROLLE
               MOVE MP-OPRETTET-TID TO FL-TID
               PERFORM SKRIV-FUND
           END-IF
           IF MP-GODKENDER NOT = SPACES
               MOVE MP-GODKENDER TO TJEK-OPERATOR
               PERFORM FIND-RELATION
               IF RELATION-MATCH-IX > 0
                   MOVE "GODKENDER" TO FL-ROLLE
                   MOVE MP-BEHANDLET-TID TO FL-TID
                   PERFORM SKRIV-FUND
               END-IF
           END-IF.

       KONTO-TIL-KUNDE.
           MOVE SPACES TO TJEK-KUNDE-ID
           IF TJEK-KONTO-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING KONTO-IX FROM 1 BY 1
                   UNTIL KONTO-IX > NUM-KONTI
               IF KO-KONTO-ID(KONTO-IX) = TJEK-KONTO-ID
                   MOVE KO-KUNDE-ID(KONTO-IX) TO TJEK-KUNDE-ID
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-RELATION.
           MOVE 0 TO RELATION-MATCH-IX
           PERFORM VARYING RELATION-IX FROM 1 BY 1
                   UNTIL RELATION-IX > NUM-RELATIONER
               IF OR-OPERATOR OF RELATION-TAB(RELATION-IX)
                       = TJEK-OPERATOR
                   AND OR-KUNDE-ID OF RELATION-TAB(RELATION-IX)
                       = TJEK-KUNDE-ID
                   MOVE RELATION-IX TO RELATION-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       SKRIV-FUND.
           ADD 1 TO FUND-ANTAL
           MOVE TJEK-OPERATOR TO FL-OPERATOR
           MOVE TJEK-KONTO-ID TO FL-KONTO-ID
           MOVE TJEK-KUNDE-ID TO FL-KUNDE-ID
           IF OR-EGEN-KUNDE OF RELATION-TAB(RELATION-MATCH-IX)
               MOVE "EGEN" TO FL-RELATION
           ELSE
               MOVE "RELATERET" TO FL-RELATION
           END-IF
           WRITE RAPPORT-REC FROM FUND-LINJE.

       SKRIV-RAPPORT-HOVED.
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "EGENHANDEL - aendringer og reguleringer paa "
                                     DELIMITED BY SIZE
               "operatoerens egne kunder pr. "
                                     DELIMITED BY SIZE
               DAGS-DATO             DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE "Kilde    Progr. Operator   Rolle      Tidspunkt"
             TO RAPPORT-TEXT
           MOVE "Noegle               Konto-ID       Kunde-ID"
             TO RAPPORT-TEXT(59:)
           MOVE "Relation" TO RAPPORT-TEXT(106:)
           WRITE RAPPORT-REC.

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
