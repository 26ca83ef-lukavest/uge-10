       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPG-137.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIL-SAMTYKKER
               ASSIGN TO "../data/Tredjepart-Samtykker.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SAMTYKKE-FIL-STATUS.
           SELECT FIL-TILBAGEKALD
               ASSIGN TO "../data/Samtykke-Tilbagekald.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TILBAGEKALD-STATUS.
           SELECT FIL-BOGFDATO ASSIGN TO "../data/Bogfoeringsdato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOGFDATO-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD FIL-SAMTYKKER.
       01 SAMTYKKE-REKORD.
           COPY "../copybooks/TREDJEPART-SAMTYKKE.cpy".
       01 SAMTYKKE-REKORD-TRAILER REDEFINES SAMTYKKE-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(149).

       FD FIL-TILBAGEKALD.
       01 TILBAGEKALD-REKORD.
           COPY "../copybooks/SAMTYKKE-TILBAGEKALD.cpy".
       01 TILBAGEKALD-REKORD-TRAILER REDEFINES TILBAGEKALD-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(13).

       FD FIL-BOGFDATO.
       01 BOGFDATO-FIL-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".

       WORKING-STORAGE SECTION.

      * Natlig vedligeholdelse af Tredjepart-Samtykker.txt: foerst
      * tilbagekaldelser, som kunderne har foretaget i portalen
      * (Samtykke-Tilbagekald.txt - samtykke-nr og kunde-id, som
      * portalen har faaet i OPG-77's udtraek), derefter markeres
      * aktive samtykker med udloebsdato foer bogfoeringsdatoen som
      * udloebne. Et tilbagekald for en anden kunde end samtykkets
      * afvises. Allerede tilbagekaldte samtykker roeres ikke, saa
      * en genkoersel paa samme fil er uskadelig.
       01 SAMTYKKE-FIL-STATUS PIC XX VALUE "00".
       01 TILBAGEKALD-STATUS PIC XX VALUE "00".
       01 TRAILER-FOUND-SW PIC X(01) VALUE "N".
       01 TRAILER-ANTAL    PIC 9(06) VALUE ZEROS.
       01 EOF-FLAG         PIC X(01) VALUE "N".

       01 NUM-SAMTYKKER PIC 9(04) VALUE 0.
       01 SAMTYKKE-ARR OCCURS 0 TO 2000 TIMES
               DEPENDING ON NUM-SAMTYKKER.
           COPY "../copybooks/TREDJEPART-SAMTYKKE.cpy".
       01 SAMTYKKE-IX     PIC 9(04) VALUE 0.
       01 SAMTYKKE-MATCH-IX PIC 9(04) VALUE 0.

       01 UDLOEBET-ANTAL  PIC 9(04) VALUE 0.
       01 TILBAGEKALDT-ANTAL PIC 9(04) VALUE 0.
       01 TILBAGEKALD-AFVIST PIC 9(04) VALUE 0.

       01 RUN-DATE        PIC 9(08) VALUE ZEROS.
      * Koerselsdatoen er bankens bogfoeringsdato (Bogfoeringsdato.txt),
      * ikke maskinens dato.
       01 BOGFDATO-STATUS  PIC XX VALUE "00".
       01 BOGFDATO-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".
       01 DAGS-DATO       PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM DAGS-DATO-FILL
           PERFORM SAMTYKKE-ARR-FILL
           IF SAMTYKKE-FIL-STATUS NOT = "00"
               DISPLAY "Tredjepart-Samtykker.txt findes ikke - "
                   "intet at behandle."
               STOP RUN
           END-IF
           PERFORM BEHANDL-TILBAGEKALD
           PERFORM VARYING SAMTYKKE-IX FROM 1 BY 1
                   UNTIL SAMTYKKE-IX > NUM-SAMTYKKER
               IF TS-AKTIV OF SAMTYKKE-ARR(SAMTYKKE-IX)
                   AND TS-UDLOEB-DATO OF SAMTYKKE-ARR(SAMTYKKE-IX)
                       < DAGS-DATO
                   MOVE "U" TO TS-STATUS OF SAMTYKKE-ARR(SAMTYKKE-IX)
                   MOVE DAGS-DATO
                     TO TS-STATUS-DATO OF SAMTYKKE-ARR(SAMTYKKE-IX)
                   ADD 1 TO UDLOEBET-ANTAL
               END-IF
           END-PERFORM
           PERFORM SAMTYKKE-ARR-REWRITE
           DISPLAY "Tredjepartssamtykker: " UDLOEBET-ANTAL
               " udloebet, " TILBAGEKALDT-ANTAL
               " tilbagekaldt fra portalen, " TILBAGEKALD-AFVIST
               " tilbagekald afvist."
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

       SAMTYKKE-ARR-FILL.
           MOVE 0 TO NUM-SAMTYKKER
           OPEN INPUT FIL-SAMTYKKER
           IF SAMTYKKE-FIL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO TRAILER-FOUND-SW
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-SAMTYKKER INTO SAMTYKKE-REKORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF SAMTYKKE-REKORD-TRAILER
                               = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                           MOVE "Y" TO TRAILER-FOUND-SW
                           MOVE TR-ANTAL OF SAMTYKKE-REKORD-TRAILER
                             TO TRAILER-ANTAL
                       ELSE
                           IF NUM-SAMTYKKER >= 2000
                               DISPLAY "FEJL: Tredjepart-Samtykker.txt "
                                   "har mere end 2000 poster"
                               MOVE 1 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO NUM-SAMTYKKER
                           MOVE SAMTYKKE-REKORD
                             TO SAMTYKKE-ARR(NUM-SAMTYKKER)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-SAMTYKKER
           IF TRAILER-FOUND-SW = "N"
               DISPLAY "FEJL: Tredjepart-Samtykker.txt mangler "
                   "sluttaellerpost"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NUM-SAMTYKKER NOT = TRAILER-ANTAL
               DISPLAY "FEJL: Tredjepart-Samtykker.txt - forventet "
                   TRAILER-ANTAL " poster, fandt " NUM-SAMTYKKER
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       BEHANDL-TILBAGEKALD.
           OPEN INPUT FIL-TILBAGEKALD
           IF TILBAGEKALD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-TILBAGEKALD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF TILBAGEKALD-REKORD-TRAILER
                               = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                       ELSE
                           PERFORM TILBAGEKALD-ET
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-TILBAGEKALD.

       TILBAGEKALD-ET.
           MOVE 0 TO SAMTYKKE-MATCH-IX
           PERFORM VARYING SAMTYKKE-IX FROM 1 BY 1
                   UNTIL SAMTYKKE-IX > NUM-SAMTYKKER
               IF TS-SAMTYKKE-ID OF SAMTYKKE-ARR(SAMTYKKE-IX)
                       = TK-SAMTYKKE-ID
                   MOVE SAMTYKKE-IX TO SAMTYKKE-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF SAMTYKKE-MATCH-IX = 0
               DISPLAY "ADVARSEL: tilbagekald af ukendt samtykke "
                   TK-SAMTYKKE-ID
               ADD 1 TO TILBAGEKALD-AFVIST
               EXIT PARAGRAPH
           END-IF
           IF TS-KUNDE-ID OF SAMTYKKE-ARR(SAMTYKKE-MATCH-IX)
                   NOT = TK-KUNDE-ID
               DISPLAY "ADVARSEL: samtykke " TK-SAMTYKKE-ID
                   " tilhoerer ikke kunde " TK-KUNDE-ID
               ADD 1 TO TILBAGEKALD-AFVIST
               EXIT PARAGRAPH
           END-IF
           IF TS-TILBAGEKALDT OF SAMTYKKE-ARR(SAMTYKKE-MATCH-IX)
               EXIT PARAGRAPH
           END-IF
           MOVE "T" TO TS-STATUS OF SAMTYKKE-ARR(SAMTYKKE-MATCH-IX)
           IF TK-DATO NOT = SPACES
               MOVE TK-DATO
                 TO TS-STATUS-DATO OF SAMTYKKE-ARR(SAMTYKKE-MATCH-IX)
           ELSE
               MOVE DAGS-DATO
                 TO TS-STATUS-DATO OF SAMTYKKE-ARR(SAMTYKKE-MATCH-IX)
           END-IF
           ADD 1 TO TILBAGEKALDT-ANTAL.

       SAMTYKKE-ARR-REWRITE.
           OPEN OUTPUT FIL-SAMTYKKER
           PERFORM VARYING SAMTYKKE-IX FROM 1 BY 1
                   UNTIL SAMTYKKE-IX > NUM-SAMTYKKER
               WRITE SAMTYKKE-REKORD FROM SAMTYKKE-ARR(SAMTYKKE-IX)
           END-PERFORM
           MOVE SPACES TO SAMTYKKE-REKORD
           MOVE "TRAILER" TO TR-MARKER OF SAMTYKKE-REKORD-TRAILER
           MOVE NUM-SAMTYKKER TO TR-ANTAL OF SAMTYKKE-REKORD-TRAILER
           WRITE SAMTYKKE-REKORD
           CLOSE FIL-SAMTYKKER.

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
