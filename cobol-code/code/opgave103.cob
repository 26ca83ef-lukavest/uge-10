       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPG-103.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT FIL-RETTELSER ASSIGN TO "../data/Masse-Rettelser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETTELSER-STATUS.
       SELECT FIL-RAPPORT
               ASSIGN TO "../data/Masse-Rettelser-Rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       SELECT FIL-KUNDER ASSIGN TO "../data/Kundeoplysninger.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       SELECT FIL-KONTI ASSIGN TO "../data/KontoOpl.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       SELECT FIL-KONTI-NY ASSIGN TO "../data/KontoOpl-Ny.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       SELECT FIL-KURS ASSIGN TO "../data/Valutakurser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KURS-STATUS.
       SELECT FIL-HISTORIK
               ASSIGN TO "../data/Aendrings-Historik.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORIK-STATUS.
       SELECT FIL-AFVENTENDE
               ASSIGN TO "../data/Afventende-Aendringer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AFVENTENDE-STATUS.
       SELECT FIL-PARM ASSIGN TO "../data/OPG103-Parametre.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-STATUS.
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
       FD FIL-RETTELSER.
       01 RETTELSE-REC.
           COPY "../copybooks/MASSERETTELSE.cpy".

       FD FIL-RAPPORT.
       01 RAPPORT-REC.
           02 RAPPORT-TEXT PIC X(140).

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

       FD FIL-KONTI-NY.
       01 KONTO-NY-REKORD.
           COPY "../copybooks/KONTOOPL.cpy".
       01 KONTO-NY-TRAILER REDEFINES KONTO-NY-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(37).

       FD FIL-KURS.
       01 VALUTAKURSER.
           COPY "../copybooks/VALUTAKURS.cpy".

       FD FIL-HISTORIK.
       01 HISTORIK-REC.
           02 AH-PROGRAM    PIC X(06).
           02 AH-OPERATOR   PIC X(10).
           02 AH-TID        PIC X(19).
           02 AH-NOEGLE     PIC X(20).
           02 AH-BILLEDE    PIC X(05).
           02 AH-DATA       PIC X(325).

       FD FIL-AFVENTENDE.
       01 AFVENTENDE-REC.
           COPY "../copybooks/AFVENTENDE.cpy".
       01 AFVENTENDE-REC-TRAILER REDEFINES AFVENTENDE-REC.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(56).

       FD FIL-PARM.
       01 PARM-FILE-REC.
           COPY "../copybooks/OPG103-PARAMETRE.cpy".

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

      * Masserettelse af stamdata: Masse-Rettelser.txt angiver pr.
      * raekke master (K = Kundeoplysninger.txt, A = KontoOpl.txt),
      * noegle (KUNDE-ID/KONTO-ID), feltnavn, gammel og ny vaerdi.
      * En raekke, hvis gamle vaerdi ikke svarer til masteren, afvises.
      * CPR, kontonummer og deaktivering gennemfoeres ikke her, men
      * laegges i Afventende-Aendringer.txt til godkendelse i OPG-56
      * som fra OPG-12. Hver gennemfoert rettelse skrives som
      * foer/efter-billede til Aendrings-Historik.txt (OPG-55).
      *
      * PARM-PROEVE-SW = J (standard) er en proevekoersel: rettelserne
      * gennemgaas i hukommelsen og rapporteres, men intet skrives.
       01 RETTELSER-STATUS PIC XX VALUE "00".
       01 KURS-STATUS      PIC XX VALUE "00".
       01 PARM-STATUS      PIC XX VALUE "00".
       01 PARM-REC.
           COPY "../copybooks/OPG103-PARAMETRE.cpy".
       01 SLET-IDX-KOMMANDO PIC X(60) VALUE SPACES.
       01 MV-KOMMANDO      PIC X(60) VALUE SPACES.
       01 EOF-FLAG         PIC X(01) VALUE "N".
       01 IX               PIC 9(05) VALUE 1.
       01 TRAILER-FOUND-SW PIC X(01) VALUE "N".
       01 TRAILER-ANTAL    PIC 9(06) VALUE ZEROS.

       01 AUTOR-FIL-STATUS PIC XX VALUE "00".
       01 AUTOR-OPERATOR   PIC X(10) VALUE SPACES.
       01 AUTOR-FUNDET-SW  PIC X(01) VALUE "N".
       01 AUTOR-EOF-SW     PIC X(01) VALUE "N".
       01 AUTOR-DATE       PIC 9(08) VALUE ZEROS.
       01 AUTOR-TIME       PIC 9(08) VALUE ZEROS.

       01 LAAS-STATUS      PIC XX VALUE "00".
       01 RUN-LOG-STATUS   PIC XX VALUE "00".
       01 OVERRIDE-VALG    PIC X(01) VALUE SPACE.
       01 LAAS-OPERATOR    PIC X(10) VALUE SPACES.
       01 LAAS-DATE        PIC 9(08) VALUE ZEROS.
       01 LAAS-TIME        PIC 9(08) VALUE ZEROS.

      * Koerselsdatoen er bankens bogfoeringsdato (Bogfoeringsdato.txt),
      * ikke maskinens dato.
       01 BOGFDATO-STATUS  PIC XX VALUE "00".
       01 BOGFDATO-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".
       01 RUN-DATE         PIC 9(08) VALUE ZEROS.

       01 NUM-KUNDER    PIC 9(04) VALUE 1000.
       01 KUNDE-ARR OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-KUNDER.
           COPY "../copybooks/KUNDER.cpy".
       01 KUNDE-MATCH-IX PIC 9(04) VALUE 0.

       01 NUM-KONTI     PIC 9(04) VALUE 0.
       01 KONTO-ARR OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-KONTI.
           COPY "../copybooks/KONTOOPL.cpy".
       01 KONTO-IX      PIC 9(04) VALUE 0.
       01 KONTO-MATCH-IX PIC 9(04) VALUE 0.

       01 NUM-KURS     PIC 9(03) VALUE 100.
       01 KURS-ARR OCCURS 0 TO 100 TIMES DEPENDING ON NUM-KURS.
           COPY "../copybooks/VALUTAKURS.cpy".
       01 KURS-IX       PIC 9(03) VALUE 0.

      * Godkendelseskoeen til OPG-56 (samme layout som fra OPG-12).
       01 AFVENTENDE-STATUS PIC XX VALUE "00".
       01 NUM-AFVENTENDE   PIC 9(04) VALUE 0.
       01 AFVENTENDE-ARR OCCURS 0 TO 500 TIMES
               DEPENDING ON NUM-AFVENTENDE.
           COPY "../copybooks/AFVENTENDE.cpy".
       01 AFVENTENDE-IX    PIC 9(04) VALUE 0.
       01 NAESTE-LOEBENR   PIC 9(06) VALUE 0.
       01 FELT-NAVN        PIC X(12) VALUE SPACES.
       01 NY-VAERDI        PIC X(20) VALUE SPACES.

       01 HISTORIK-STATUS  PIC XX VALUE "00".
       01 FOER-BILLEDE     PIC X(325) VALUE SPACES.
       01 EFTER-BILLEDE    PIC X(325) VALUE SPACES.
       01 HIST-NOEGLE      PIC X(20) VALUE SPACES.
       01 HIST-TIME        PIC 9(08) VALUE ZEROS.
       01 HIST-TID         PIC X(19) VALUE SPACES.

      * Den aktuelle raekkes felt: nuvaerende vaerdi, feltets laengde
      * og om feltet er foelsomt (fire-oejne).
       01 AKTUEL-VAERDI    PIC X(50) VALUE SPACES.
       01 FELT-LAENGDE     PIC 9(02) VALUE 0.
       01 FELT-KENDT-SW    PIC X(01) VALUE "N".
       01 FOELSOM-SW       PIC X(01) VALUE "N".
       01 AFVIS-AARSAG     PIC X(45) VALUE SPACES.
       01 RESULTAT-TEKST   PIC X(45) VALUE SPACES.
       01 VALID-SW         PIC X(01) VALUE "N".
       01 CHAR-IX          PIC 9(02) VALUE 0.
       01 ONE-CHAR         PIC X(01).
       01 CIFFER-ANTAL     PIC 9(02) VALUE 0.
       01 KUNDE-AENDRET-SW PIC X(01) VALUE "N".
       01 KONTO-AENDRET-SW PIC X(01) VALUE "N".
       01 KOE-AENDRET-SW   PIC X(01) VALUE "N".

       01 RETTELSE-LAEST   PIC 9(06) VALUE 0.
       01 RETTELSE-AENDRET PIC 9(06) VALUE 0.
       01 RETTELSE-KOE     PIC 9(06) VALUE 0.
       01 RETTELSE-AFVIST  PIC 9(06) VALUE 0.


      * Gyldige kontotyper, jf. OPG-9's KONTO-TYPE-TABLE.
       01 KONTO-TYPE-TABLE.
           02 FILLER PIC X(10) VALUE "LØNKONTO".
           02 FILLER PIC X(10) VALUE "OPSPARING".
           02 FILLER PIC X(10) VALUE "LÅN".
           02 FILLER PIC X(10) VALUE "BUDGET".
       01 KONTO-TYPE-ARR REDEFINES KONTO-TYPE-TABLE.
           02 KONTO-TYPE-ENTRY PIC X(10) OCCURS 4 TIMES.
       01 TYPE-IX       PIC 9(02) VALUE 0.

       01 KONTO-KONTROL-TABLE.
           02 FILLER PIC X(03) VALUE "000".
           02 FILLER PIC X(03) VALUE "101".
           02 FILLER PIC X(03) VALUE "202".
           02 FILLER PIC X(03) VALUE "303".
           02 FILLER PIC X(03) VALUE "404".
           02 FILLER PIC X(03) VALUE "505".
           02 FILLER PIC X(03) VALUE "606".
           02 FILLER PIC X(03) VALUE "707".
           02 FILLER PIC X(03) VALUE "808".
           02 FILLER PIC X(03) VALUE "909".
           02 FILLER PIC X(03) VALUE "A10".
           02 FILLER PIC X(03) VALUE "B11".
           02 FILLER PIC X(03) VALUE "C12".
           02 FILLER PIC X(03) VALUE "D13".
           02 FILLER PIC X(03) VALUE "E14".
           02 FILLER PIC X(03) VALUE "F15".
           02 FILLER PIC X(03) VALUE "G16".
           02 FILLER PIC X(03) VALUE "H17".
           02 FILLER PIC X(03) VALUE "I18".
           02 FILLER PIC X(03) VALUE "J19".
           02 FILLER PIC X(03) VALUE "K20".
           02 FILLER PIC X(03) VALUE "L21".
           02 FILLER PIC X(03) VALUE "M22".
           02 FILLER PIC X(03) VALUE "N23".
           02 FILLER PIC X(03) VALUE "O24".
           02 FILLER PIC X(03) VALUE "P25".
           02 FILLER PIC X(03) VALUE "Q26".
           02 FILLER PIC X(03) VALUE "R27".
           02 FILLER PIC X(03) VALUE "S28".
           02 FILLER PIC X(03) VALUE "T29".
           02 FILLER PIC X(03) VALUE "U30".
           02 FILLER PIC X(03) VALUE "V31".
           02 FILLER PIC X(03) VALUE "W32".
           02 FILLER PIC X(03) VALUE "X33".
           02 FILLER PIC X(03) VALUE "Y34".
           02 FILLER PIC X(03) VALUE "Z35".
       01 KONTO-KONTROL-ARR REDEFINES KONTO-KONTROL-TABLE.
           02 KONTROL-ENTRY OCCURS 36 TIMES.
               03 KV-KODE      PIC X(01).
               03 KV-VAERDI    PIC 9(02).
       01 KV-IX            PIC 9(02) VALUE 0.

       01 KONTO-REARR       PIC X(20) VALUE SPACES.
       01 KONTO-LEN         PIC 9(02) VALUE 0.
       01 KONTO-KAR         PIC X(01) VALUE SPACE.
       01 KONTO-REST        PIC 9(02) VALUE 0.
       01 KONTO-DIGIT-VAL   PIC 9(02) VALUE 0.
       01 KONTO-KAR-IX      PIC 9(02) VALUE 0.
       01 KONTO-TIER        PIC 9(01) VALUE 0.
       01 KONTO-ENER         PIC 9(01) VALUE 0.
       01 KONTO-KANDIDAT    PIC X(20) VALUE SPACES.

       01 RAPPORT-LINJE.
           02 RL-MASTER        PIC X(01).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-NOEGLE        PIC X(14).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-FELT          PIC X(14).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-GAMMEL        PIC X(25).
           02 FILLER           PIC X(04) VALUE " -> ".
           02 RL-NY            PIC X(25).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-RESULTAT      PIC X(45).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM CHECK-AUTORISATION
           PERFORM PARM-FILL
           IF PARM-PROEVE-NEJ OF PARM-REC
               PERFORM CHECK-BATCH-LAAS
           END-IF
           PERFORM BOGFOERINGSDATO-FILL
           MOVE BD-DATO OF BOGFDATO-REC TO RUN-DATE
           OPEN INPUT FIL-RETTELSER
           IF RETTELSER-STATUS NOT = "00"
               DISPLAY "Masse-Rettelser.txt findes ikke - intet at "
                   "rette."
               STOP RUN
           END-IF
           PERFORM KUNDE-ARR-FILL
           PERFORM KONTO-ARR-FILL
           PERFORM KURS-ARR-FILL
           PERFORM AFVENTENDE-ARR-FILL
           OPEN OUTPUT FIL-RAPPORT
           PERFORM SKRIV-RAPPORT-HOVED
           IF PARM-PROEVE-NEJ OF PARM-REC
               OPEN EXTEND FIL-HISTORIK
               IF HISTORIK-STATUS = "35"
                   OPEN OUTPUT FIL-HISTORIK
               END-IF
           END-IF
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-RETTELSER
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF RETTELSE-REC NOT = SPACES
                           PERFORM BEHANDL-RETTELSE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-RETTELSER
           IF PARM-PROEVE-NEJ OF PARM-REC
               CLOSE FIL-HISTORIK
           END-IF
           PERFORM SKRIV-RAPPORT-TOTAL
           CLOSE FIL-RAPPORT
           IF PARM-PROEVE-NEJ OF PARM-REC
               IF KUNDE-AENDRET-SW = "J"
                   PERFORM KUNDE-ARR-REWRITE
               END-IF
               IF KONTO-AENDRET-SW = "J"
                   PERFORM KONTO-ARR-REWRITE
               END-IF
               IF KOE-AENDRET-SW = "J"
                   PERFORM AFVENTENDE-ARR-REWRITE
               END-IF
           END-IF
           IF PARM-PROEVE-JA OF PARM-REC
               DISPLAY "PROEVEKOERSEL - intet er aendret."
           END-IF
           DISPLAY "Masserettelse: laest " RETTELSE-LAEST
               ", aendret " RETTELSE-AENDRET
               ", til godkendelse " RETTELSE-KOE
               ", afvist " RETTELSE-AFVIST
               " - se Masse-Rettelser-Rapport.txt"
           IF RETTELSE-AFVIST > 0
               MOVE 4 TO RETURN-CODE
           END-IF
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

       KUNDE-ARR-FILL.
           OPEN INPUT FIL-KUNDER
           MOVE "N" TO TRAILER-FOUND-SW
           PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > NUM-KUNDER
               READ FIL-KUNDER INTO KUNDE-ARR(IX)
                   AT END
                       SUBTRACT 1 FROM IX
                       MOVE IX TO NUM-KUNDER
                       EXIT PERFORM
               END-READ
               IF TR-MARKER OF KUNDE-OPL-TRAILER = "TRAILER"
                   SUBTRACT 1 FROM IX
                   MOVE IX TO NUM-KUNDER
                   MOVE TR-ANTAL OF KUNDE-OPL-TRAILER
                     TO TRAILER-ANTAL
                   MOVE "Y" TO TRAILER-FOUND-SW
                   EXIT PERFORM
               END-IF
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

       KONTO-ARR-FILL.
           OPEN INPUT FIL-KONTI
           MOVE "N" TO TRAILER-FOUND-SW
           MOVE 0 TO NUM-KONTI
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-KONTI
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
                               DISPLAY "FEJL: KontoOpl.txt indeholder "
                                   "flere end 1000 konti"
                               MOVE 1 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO NUM-KONTI
                           MOVE KONTO-REKORD TO KONTO-ARR(NUM-KONTI)
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

       KURS-ARR-FILL.
           OPEN INPUT FIL-KURS
           IF KURS-STATUS NOT = "00"
               MOVE 0 TO NUM-KURS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING KURS-IX FROM 1 BY 1 UNTIL KURS-IX > NUM-KURS
               READ FIL-KURS INTO KURS-ARR(KURS-IX)
                   AT END
                       SUBTRACT 1 FROM KURS-IX
                       MOVE KURS-IX TO NUM-KURS
                       EXIT PERFORM
               END-READ
           END-PERFORM
           CLOSE FIL-KURS.

       AFVENTENDE-ARR-FILL.
           MOVE 0 TO NUM-AFVENTENDE
           MOVE 0 TO NAESTE-LOEBENR
           OPEN INPUT FIL-AFVENTENDE
           IF AFVENTENDE-STATUS = "00"
               PERFORM VARYING AFVENTENDE-IX FROM 1 BY 1
                       UNTIL AFVENTENDE-IX > 500
                   READ FIL-AFVENTENDE INTO AFVENTENDE-REC
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF TR-MARKER OF AFVENTENDE-REC-TRAILER = "TRAILER"
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO NUM-AFVENTENDE
                   MOVE AFVENTENDE-REC
                     TO AFVENTENDE-ARR(NUM-AFVENTENDE)
                   IF AV-LOEBENR OF AFVENTENDE-ARR(NUM-AFVENTENDE)
                           > NAESTE-LOEBENR
                       MOVE AV-LOEBENR
                           OF AFVENTENDE-ARR(NUM-AFVENTENDE)
                         TO NAESTE-LOEBENR
                   END-IF
               END-PERFORM
               CLOSE FIL-AFVENTENDE
           END-IF.

       BEHANDL-RETTELSE.
           ADD 1 TO RETTELSE-LAEST
           MOVE SPACES TO AFVIS-AARSAG
           MOVE SPACES TO RESULTAT-TEKST
           EVALUATE TRUE
               WHEN MR-KUNDE
                   PERFORM RET-KUNDE
               WHEN MR-KONTO
                   PERFORM RET-KONTO
               WHEN OTHER
                   MOVE "AFVIST: ukendt master (K eller A)"
                     TO AFVIS-AARSAG
           END-EVALUATE
           IF AFVIS-AARSAG NOT = SPACES
               ADD 1 TO RETTELSE-AFVIST
               MOVE AFVIS-AARSAG TO RESULTAT-TEKST
           END-IF
           PERFORM SKRIV-RAPPORT-LINJE.

      * Kunderettelse: foelsomme felter koeres til OPG-56, de oevrige
      * rettes i tabellen (ogsaa i en proevekoersel, saa flere raekker
      * paa samme felt vurderes som i en rigtig koersel).
       RET-KUNDE.
           MOVE 0 TO KUNDE-MATCH-IX
           PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > NUM-KUNDER
               IF KUNDE-ID OF KUNDE-ARR(IX) = MR-NOEGLE(1:10)
                   MOVE IX TO KUNDE-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF KUNDE-MATCH-IX = 0
               MOVE "AFVIST: kunde findes ikke" TO AFVIS-AARSAG
               EXIT PARAGRAPH
           END-IF
           PERFORM HENT-KUNDE-FELT
           PERFORM KONTROL-RETTELSE
           IF AFVIS-AARSAG NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VALIDER-KUNDE-VAERDI
           IF AFVIS-AARSAG NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF FOELSOM-SW = "J"
               ADD 1 TO RETTELSE-KOE
               IF PARM-PROEVE-JA OF PARM-REC
                   MOVE "vil afvente godkendelse i OPG-56"
                     TO RESULTAT-TEKST
               ELSE
                   PERFORM OPRET-AFVENTENDE
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE KUNDE-ARR(KUNDE-MATCH-IX) TO FOER-BILLEDE
           PERFORM SAET-KUNDE-FELT
           ADD 1 TO RETTELSE-AENDRET
           IF PARM-PROEVE-JA OF PARM-REC
               MOVE "vil blive aendret" TO RESULTAT-TEKST
           ELSE
               MOVE KUNDE-ARR(KUNDE-MATCH-IX) TO EFTER-BILLEDE
               MOVE SPACES TO HIST-NOEGLE
               MOVE KUNDE-ID OF KUNDE-ARR(KUNDE-MATCH-IX)
                 TO HIST-NOEGLE
               PERFORM SKRIV-HISTORIK-POST
               MOVE "J" TO KUNDE-AENDRET-SW
               MOVE "aendret" TO RESULTAT-TEKST
           END-IF.

       RET-KONTO.
           MOVE 0 TO KONTO-MATCH-IX
           PERFORM VARYING KONTO-IX FROM 1 BY 1
                   UNTIL KONTO-IX > NUM-KONTI
               IF KONTO-ID OF KONTO-ARR(KONTO-IX) = MR-NOEGLE
                   MOVE KONTO-IX TO KONTO-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF KONTO-MATCH-IX = 0
               MOVE "AFVIST: konto findes ikke" TO AFVIS-AARSAG
               EXIT PARAGRAPH
           END-IF
           PERFORM HENT-KONTO-FELT
           PERFORM KONTROL-RETTELSE
           IF AFVIS-AARSAG NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VALIDER-KONTO-VAERDI
           IF AFVIS-AARSAG NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE KONTO-ARR(KONTO-MATCH-IX) TO FOER-BILLEDE
           PERFORM SAET-KONTO-FELT
           ADD 1 TO RETTELSE-AENDRET
           IF PARM-PROEVE-JA OF PARM-REC
               MOVE "vil blive aendret" TO RESULTAT-TEKST
           ELSE
               MOVE KONTO-ARR(KONTO-MATCH-IX) TO EFTER-BILLEDE
               MOVE SPACES TO HIST-NOEGLE
               MOVE KONTO-ID OF KONTO-ARR(KONTO-MATCH-IX)
                 TO HIST-NOEGLE
               PERFORM SKRIV-HISTORIK-POST
               MOVE "J" TO KONTO-AENDRET-SW
               MOVE "aendret" TO RESULTAT-TEKST
           END-IF.

      * Feltet skal vaere kendt, den gamle vaerdi skal svare til
      * masteren, og den nye vaerdi skal kunne vaere i feltet.
       KONTROL-RETTELSE.
           IF FELT-KENDT-SW = "N"
               MOVE "AFVIST: feltet kan ikke masserettes"
                 TO AFVIS-AARSAG
               EXIT PARAGRAPH
           END-IF
           IF AKTUEL-VAERDI NOT = MR-GAMMEL-VAERDI
               MOVE "AFVIST: gammel vaerdi stemmer ikke"
                 TO AFVIS-AARSAG
               EXIT PARAGRAPH
           END-IF
           IF FELT-LAENGDE < 50
               IF MR-NY-VAERDI(FELT-LAENGDE + 1:) NOT = SPACES
                   MOVE "AFVIST: ny vaerdi er for lang til feltet"
                     TO AFVIS-AARSAG
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF MR-NY-VAERDI = MR-GAMMEL-VAERDI
               MOVE "AFVIST: ny vaerdi er lig den gamle"
                 TO AFVIS-AARSAG
           END-IF.

       HENT-KUNDE-FELT.
           MOVE SPACES TO AKTUEL-VAERDI
           MOVE "J" TO FELT-KENDT-SW
           MOVE "N" TO FOELSOM-SW
           EVALUATE MR-FELT
               WHEN "FORNAVN"
                   MOVE FORNAVN OF KUNDE-ARR(KUNDE-MATCH-IX)
                     TO AKTUEL-VAERDI
                   MOVE 20 TO FELT-LAENGDE
               WHEN "EFTERNAVN"
                   MOVE EFTERNAVN OF KUNDE-ARR(KUNDE-MATCH-IX)
                     TO AKTUEL-VAERDI
                   MOVE 20 TO FELT-LAENGDE
               WHEN "VALUTAKODE"
                   MOVE VALUTAKODE OF KUNDE-ARR(KUNDE-MATCH-IX)
                     TO AKTUEL-VAERDI
                   MOVE 03 TO FELT-LAENGDE
               WHEN "VEJNAVN"
                   MOVE VEJNAVN OF KUNDE-ARR(KUNDE-MATCH-IX)
                     TO AKTUEL-VAERDI
                   MOVE 30 TO FELT-LAENGDE
               WHEN "HUSNR"
                   MOVE HUSNR OF KUNDE-ARR(KUNDE-MATCH-IX)
                     TO AKTUEL-VAERDI
                   MOVE 05 TO FELT-LAENGDE
               WHEN "ETAGE"
                   MOVE ETAGE OF KUNDE-ARR(KUNDE-MATCH-IX)
                     TO AKTUEL-VAERDI
                   MOVE 05 TO FELT-LAENGDE
               WHEN "SIDE"
                   MOVE SIDE OF KUNDE-ARR(KUNDE-MATCH-IX)
                     TO AKTUEL-VAERDI
                   MOVE 05 TO FELT-LAENGDE
               WHEN "ADR-LINJE-2"
                   MOVE ADR-LINJE-2 OF KUNDE-ARR(KUNDE-MATCH-IX)
                     TO AKTUEL-VAERDI
                   MOVE 30 TO FELT-LAENGDE
               WHEN "BY-ADR"
                   MOVE BY-ADR OF KUNDE-ARR(KUNDE-MATCH-IX)
                     TO AKTUEL-VAERDI
                   MOVE 20 TO FELT-LAENGDE
               WHEN "POSTNR"
                   MOVE POSTNR OF KUNDE-ARR(KUNDE-MATCH-IX)
                     TO AKTUEL-VAERDI
                   MOVE 04 TO FELT-LAENGDE
               WHEN "LANDE-KODE"
                   MOVE LANDE-KODE OF KUNDE-ARR(KUNDE-MATCH-IX)
                     TO AKTUEL-VAERDI
                   MOVE 02 TO FELT-LAENGDE
               WHEN "TELEFON"
                   MOVE TELEFON OF KUNDE-ARR(KUNDE-MATCH-IX)
                     TO AKTUEL-VAERDI
                   MOVE 08 TO FELT-LAENGDE
               WHEN "EMAIL"
                   MOVE EMAIL OF KUNDE-ARR(KUNDE-MATCH-IX)
                     TO AKTUEL-VAERDI
                   MOVE 50 TO FELT-LAENGDE
               WHEN "TELEFON-2"
                   MOVE TELEFON-2 OF KUNDE-ARR(KUNDE-MATCH-IX)
                     TO AKTUEL-VAERDI
                   MOVE 08 TO FELT-LAENGDE
               WHEN "EMAIL-2"
                   MOVE EMAIL-2 OF KUNDE-ARR(KUNDE-MATCH-IX)
                     TO AKTUEL-VAERDI
                   MOVE 50 TO FELT-LAENGDE
               WHEN "KONTAKT-KANAL"
                   MOVE KONTAKT-KANAL OF KUNDE-ARR(KUNDE-MATCH-IX)
                     TO AKTUEL-VAERDI
                   MOVE 01 TO FELT-LAENGDE
               WHEN "SPROG-KODE"
                   MOVE SPROG-KODE OF KUNDE-ARR(KUNDE-MATCH-IX)
                     TO AKTUEL-VAERDI
                   MOVE 02 TO FELT-LAENGDE
               WHEN "CPR"
                   MOVE CPR OF KUNDE-ARR(KUNDE-MATCH-IX)
                     TO AKTUEL-VAERDI
                   MOVE 11 TO FELT-LAENGDE
                   MOVE "J" TO FOELSOM-SW
               WHEN "KONTO-NUMMER"
                   MOVE KONTO-NUMMER OF KUNDE-ARR(KUNDE-MATCH-IX)
                     TO AKTUEL-VAERDI
                   MOVE 20 TO FELT-LAENGDE
                   MOVE "J" TO FOELSOM-SW
               WHEN "KUNDE-STATUS"
                   MOVE KUNDE-STATUS OF KUNDE-ARR(KUNDE-MATCH-IX)
                     TO AKTUEL-VAERDI
                   MOVE 01 TO FELT-LAENGDE
                   MOVE "J" TO FOELSOM-SW
               WHEN OTHER
                   MOVE "N" TO FELT-KENDT-SW
           END-EVALUATE.

       SAET-KUNDE-FELT.
           EVALUATE MR-FELT
               WHEN "FORNAVN"
                   MOVE MR-NY-VAERDI
                     TO FORNAVN OF KUNDE-ARR(KUNDE-MATCH-IX)
               WHEN "EFTERNAVN"
                   MOVE MR-NY-VAERDI
                     TO EFTERNAVN OF KUNDE-ARR(KUNDE-MATCH-IX)
               WHEN "VALUTAKODE"
                   MOVE MR-NY-VAERDI
                     TO VALUTAKODE OF KUNDE-ARR(KUNDE-MATCH-IX)
               WHEN "VEJNAVN"
                   MOVE MR-NY-VAERDI
                     TO VEJNAVN OF KUNDE-ARR(KUNDE-MATCH-IX)
               WHEN "HUSNR"
                   MOVE MR-NY-VAERDI
                     TO HUSNR OF KUNDE-ARR(KUNDE-MATCH-IX)
               WHEN "ETAGE"
                   MOVE MR-NY-VAERDI
                     TO ETAGE OF KUNDE-ARR(KUNDE-MATCH-IX)
               WHEN "SIDE"
                   MOVE MR-NY-VAERDI
                     TO SIDE OF KUNDE-ARR(KUNDE-MATCH-IX)
               WHEN "ADR-LINJE-2"
                   MOVE MR-NY-VAERDI
                     TO ADR-LINJE-2 OF KUNDE-ARR(KUNDE-MATCH-IX)
               WHEN "BY-ADR"
                   MOVE MR-NY-VAERDI
                     TO BY-ADR OF KUNDE-ARR(KUNDE-MATCH-IX)
               WHEN "POSTNR"
                   MOVE MR-NY-VAERDI
                     TO POSTNR OF KUNDE-ARR(KUNDE-MATCH-IX)
               WHEN "LANDE-KODE"
                   MOVE MR-NY-VAERDI
                     TO LANDE-KODE OF KUNDE-ARR(KUNDE-MATCH-IX)
               WHEN "TELEFON"
                   MOVE MR-NY-VAERDI
                     TO TELEFON OF KUNDE-ARR(KUNDE-MATCH-IX)
               WHEN "EMAIL"
                   MOVE MR-NY-VAERDI
                     TO EMAIL OF KUNDE-ARR(KUNDE-MATCH-IX)
               WHEN "TELEFON-2"
                   MOVE MR-NY-VAERDI
                     TO TELEFON-2 OF KUNDE-ARR(KUNDE-MATCH-IX)
               WHEN "EMAIL-2"
                   MOVE MR-NY-VAERDI
                     TO EMAIL-2 OF KUNDE-ARR(KUNDE-MATCH-IX)
               WHEN "KONTAKT-KANAL"
                   MOVE MR-NY-VAERDI
                     TO KONTAKT-KANAL OF KUNDE-ARR(KUNDE-MATCH-IX)
               WHEN "SPROG-KODE"
                   MOVE MR-NY-VAERDI
                     TO SPROG-KODE OF KUNDE-ARR(KUNDE-MATCH-IX)
           END-EVALUATE.

      * Samme regler som ved indtastning i OPG-12.
       VALIDER-KUNDE-VAERDI.
           EVALUATE MR-FELT
               WHEN "POSTNR"
                   MOVE 4 TO CIFFER-ANTAL
                   PERFORM CHECK-CIFRE
                   IF VALID-SW NOT = "Y"
                       MOVE "AFVIST: postnr skal vaere 4 cifre"
                         TO AFVIS-AARSAG
                   END-IF
               WHEN "TELEFON"
                   MOVE 8 TO CIFFER-ANTAL
                   PERFORM CHECK-CIFRE
                   IF VALID-SW NOT = "Y"
                       MOVE "AFVIST: telefon skal vaere 8 cifre"
                         TO AFVIS-AARSAG
                   END-IF
               WHEN "TELEFON-2"
                   IF MR-NY-VAERDI NOT = SPACES
                       MOVE 8 TO CIFFER-ANTAL
                       PERFORM CHECK-CIFRE
                       IF VALID-SW NOT = "Y"
                           MOVE "AFVIST: telefon skal vaere 8 cifre"
                             TO AFVIS-AARSAG
                       END-IF
                   END-IF
               WHEN "EMAIL"
                   PERFORM CHECK-EMAIL
                   IF VALID-SW NOT = "Y"
                       MOVE "AFVIST: email skal indeholde '@'"
                         TO AFVIS-AARSAG
                   END-IF
               WHEN "EMAIL-2"
                   IF MR-NY-VAERDI NOT = SPACES
                       PERFORM CHECK-EMAIL
                       IF VALID-SW NOT = "Y"
                           MOVE "AFVIST: email skal indeholde '@'"
                             TO AFVIS-AARSAG
                       END-IF
                   END-IF
               WHEN "KONTAKT-KANAL"
                   IF MR-NY-VAERDI NOT = "P"
                           AND MR-NY-VAERDI NOT = "E"
                           AND MR-NY-VAERDI NOT = "O"
                       MOVE "AFVIST: kanal skal vaere P, E eller O"
                         TO AFVIS-AARSAG
                   END-IF
                   IF MR-NY-VAERDI = "E"
                           AND EMAIL OF KUNDE-ARR(KUNDE-MATCH-IX)
                               = SPACES
                       MOVE "AFVIST: kanal E kraever en email"
                         TO AFVIS-AARSAG
                   END-IF
               WHEN "SPROG-KODE"
                   IF MR-NY-VAERDI NOT = "DA"
                           AND MR-NY-VAERDI NOT = "EN"
                       MOVE "AFVIST: sprog skal vaere DA eller EN"
                         TO AFVIS-AARSAG
                   END-IF
               WHEN "FORNAVN"
               WHEN "EFTERNAVN"
               WHEN "VALUTAKODE"
               WHEN "LANDE-KODE"
                   IF MR-NY-VAERDI = SPACES
                       MOVE "AFVIST: feltet maa ikke vaere blankt"
                         TO AFVIS-AARSAG
                   END-IF
               WHEN "CPR"
                   PERFORM CHECK-CPR
                   IF VALID-SW NOT = "Y"
                       MOVE "AFVIST: ugyldigt CPR-nummer"
                         TO AFVIS-AARSAG
                   END-IF
               WHEN "KONTO-NUMMER"
                   MOVE MR-NY-VAERDI TO KONTO-KANDIDAT
                   PERFORM VALIDATE-KONTONUMMER
                   IF VALID-SW NOT = "Y"
                       MOVE "AFVIST: ugyldigt kontonummer"
                         TO AFVIS-AARSAG
                   END-IF
               WHEN "KUNDE-STATUS"
                   IF MR-NY-VAERDI NOT = "I"
                       MOVE "AFVIST: kun deaktivering (I) tilladt"
                         TO AFVIS-AARSAG
                   END-IF
           END-EVALUATE.

       CHECK-CIFRE.
           MOVE "Y" TO VALID-SW
           IF MR-NY-VAERDI(CIFFER-ANTAL + 1:) NOT = SPACES
               MOVE "N" TO VALID-SW
           END-IF
           PERFORM VARYING CHAR-IX FROM 1 BY 1
                   UNTIL CHAR-IX > CIFFER-ANTAL
               MOVE MR-NY-VAERDI(CHAR-IX:1) TO ONE-CHAR
               IF ONE-CHAR < "0" OR ONE-CHAR > "9"
                   MOVE "N" TO VALID-SW
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       CHECK-EMAIL.
           MOVE "N" TO VALID-SW
           PERFORM VARYING CHAR-IX FROM 1 BY 1 UNTIL CHAR-IX > 50
               IF MR-NY-VAERDI(CHAR-IX:1) = "@"
                   MOVE "Y" TO VALID-SW
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * CPR accepteres som 11 cifre (OPG-12) eller DDMMAA-NNNN.
       CHECK-CPR.
           MOVE 11 TO CIFFER-ANTAL
           PERFORM CHECK-CIFRE
           IF VALID-SW NOT = "Y"
               IF MR-NY-VAERDI(1:6) IS NUMERIC
                       AND MR-NY-VAERDI(7:1) = "-"
                       AND MR-NY-VAERDI(8:4) IS NUMERIC
                       AND MR-NY-VAERDI(12:) = SPACES
                   MOVE "Y" TO VALID-SW
               END-IF
           END-IF.

       HENT-KONTO-FELT.
           MOVE SPACES TO AKTUEL-VAERDI
           MOVE "J" TO FELT-KENDT-SW
           MOVE "N" TO FOELSOM-SW
           EVALUATE MR-FELT
               WHEN "KONTO-TYPE"
                   MOVE KONTO-TYPE OF KONTO-ARR(KONTO-MATCH-IX)
                     TO AKTUEL-VAERDI
                   MOVE 10 TO FELT-LAENGDE
               WHEN "VALUTA-KD"
                   MOVE VALUTA-KD OF KONTO-ARR(KONTO-MATCH-IX)
                     TO AKTUEL-VAERDI
                   MOVE 04 TO FELT-LAENGDE
               WHEN OTHER
                   MOVE "N" TO FELT-KENDT-SW
           END-EVALUATE.

       SAET-KONTO-FELT.
           EVALUATE MR-FELT
               WHEN "KONTO-TYPE"
                   MOVE MR-NY-VAERDI
                     TO KONTO-TYPE OF KONTO-ARR(KONTO-MATCH-IX)
               WHEN "VALUTA-KD"
                   MOVE MR-NY-VAERDI
                     TO VALUTA-KD OF KONTO-ARR(KONTO-MATCH-IX)
           END-EVALUATE.

      * Samme regler som ved indtastning i OPG-29.
       VALIDER-KONTO-VAERDI.
           MOVE "N" TO VALID-SW
           EVALUATE MR-FELT
               WHEN "KONTO-TYPE"
                   PERFORM VARYING TYPE-IX FROM 1 BY 1
                           UNTIL TYPE-IX > 4
                       IF MR-NY-VAERDI(1:10)
                               = KONTO-TYPE-ENTRY(TYPE-IX)
                           MOVE "Y" TO VALID-SW
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF VALID-SW NOT = "Y"
                       MOVE "AFVIST: ukendt kontotype" TO AFVIS-AARSAG
                   END-IF
               WHEN "VALUTA-KD"
                   IF MR-NY-VAERDI(1:4) = "DKK "
                       MOVE "Y" TO VALID-SW
                   ELSE
                       PERFORM VARYING KURS-IX FROM 1 BY 1
                               UNTIL KURS-IX > NUM-KURS
                           IF VALUTA-KD OF KURS-ARR(KURS-IX)
                                   = MR-NY-VAERDI(1:4)
                               MOVE "Y" TO VALID-SW
                               EXIT PERFORM
                           END-IF
                       END-PERFORM
                   END-IF
                   IF VALID-SW NOT = "Y"
                       MOVE "AFVIST: valuta ikke i Valutakurser.txt"
                         TO AFVIS-AARSAG
                   END-IF
           END-EVALUATE.

       VALIDATE-KONTONUMMER.
           MOVE "Y" TO VALID-SW
           MOVE 0 TO KONTO-LEN
           PERFORM VARYING KONTO-KAR-IX FROM 20 BY -1
                   UNTIL KONTO-KAR-IX = 0
               IF KONTO-KANDIDAT(KONTO-KAR-IX:1) NOT = SPACE
                   MOVE KONTO-KAR-IX TO KONTO-LEN
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF KONTO-LEN < 5
               MOVE "N" TO VALID-SW
           ELSE
               PERFORM BEREGN-KONTO-KONTROL
               IF KONTO-REST NOT = 1
                   MOVE "N" TO VALID-SW
               END-IF
           END-IF.

      * IBAN-stil kontrolciffer (ISO 7064 MOD 97-10) som i OPG-12.
       BEREGN-KONTO-KONTROL.
           MOVE SPACES TO KONTO-REARR
           STRING
               KONTO-KANDIDAT(5:KONTO-LEN - 4) DELIMITED BY SIZE
               KONTO-KANDIDAT(1:4)             DELIMITED BY SIZE
           INTO KONTO-REARR
           MOVE 0 TO KONTO-REST
           PERFORM VARYING KONTO-KAR-IX FROM 1 BY 1
                   UNTIL KONTO-KAR-IX > KONTO-LEN
               MOVE KONTO-REARR(KONTO-KAR-IX:1) TO KONTO-KAR
               PERFORM LOOKUP-KONTROL-VAERDI
               PERFORM FOLD-KONTROL-CIFFER
           END-PERFORM.

       LOOKUP-KONTROL-VAERDI.
           MOVE 0 TO KONTO-DIGIT-VAL
           PERFORM VARYING KV-IX FROM 1 BY 1 UNTIL KV-IX > 36
               IF KV-KODE(KV-IX) = KONTO-KAR
                   MOVE KV-VAERDI(KV-IX) TO KONTO-DIGIT-VAL
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FOLD-KONTROL-CIFFER.
           IF KONTO-DIGIT-VAL > 9
               MOVE KONTO-DIGIT-VAL(1:1) TO KONTO-TIER
               MOVE KONTO-DIGIT-VAL(2:1) TO KONTO-ENER
               COMPUTE KONTO-REST =
                   FUNCTION MOD((KONTO-REST * 10) + KONTO-TIER, 97)
               COMPUTE KONTO-REST =
                   FUNCTION MOD((KONTO-REST * 10) + KONTO-ENER, 97)
           ELSE
               COMPUTE KONTO-REST =
                   FUNCTION MOD((KONTO-REST * 10) + KONTO-DIGIT-VAL, 97)
           END-IF.

       OPRET-AFVENTENDE.
           EVALUATE MR-FELT
               WHEN "KUNDE-STATUS"
                   MOVE "DEAKTIVER" TO FELT-NAVN
               WHEN OTHER
                   MOVE MR-FELT TO FELT-NAVN
           END-EVALUATE
           MOVE MR-NY-VAERDI TO NY-VAERDI
           IF NUM-AFVENTENDE >= 500
               ADD 1 TO RETTELSE-AFVIST
               SUBTRACT 1 FROM RETTELSE-KOE
               MOVE "AFVIST: godkendelseskoeen er fuld"
                 TO AFVIS-AARSAG
           ELSE
               PERFORM HIST-TID-FILL
               ADD 1 TO NUM-AFVENTENDE
               ADD 1 TO NAESTE-LOEBENR
               MOVE SPACES TO AFVENTENDE-ARR(NUM-AFVENTENDE)
               MOVE NAESTE-LOEBENR
                 TO AV-LOEBENR OF AFVENTENDE-ARR(NUM-AFVENTENDE)
               MOVE KUNDE-ID OF KUNDE-ARR(KUNDE-MATCH-IX)
                 TO AV-KUNDE-ID OF AFVENTENDE-ARR(NUM-AFVENTENDE)
               MOVE FELT-NAVN
                 TO AV-FELT OF AFVENTENDE-ARR(NUM-AFVENTENDE)
               MOVE NY-VAERDI
                 TO AV-NY-VAERDI OF AFVENTENDE-ARR(NUM-AFVENTENDE)
               MOVE AUTOR-OPERATOR
                 TO AV-ANMODER OF AFVENTENDE-ARR(NUM-AFVENTENDE)
               MOVE HIST-TID(1:10)
                 TO AV-DATO OF AFVENTENDE-ARR(NUM-AFVENTENDE)
               MOVE "A" TO AV-AENDR-STATUS
                   OF AFVENTENDE-ARR(NUM-AFVENTENDE)
               MOVE "J" TO KOE-AENDRET-SW
               MOVE SPACES TO RESULTAT-TEKST
               STRING
                   "afventer godkendelse i OPG-56, nr "
                                       DELIMITED BY SIZE
                   NAESTE-LOEBENR      DELIMITED BY SIZE
               INTO RESULTAT-TEKST
           END-IF.

       AFVENTENDE-ARR-REWRITE.
           OPEN OUTPUT FIL-AFVENTENDE
           PERFORM VARYING AFVENTENDE-IX FROM 1 BY 1
                   UNTIL AFVENTENDE-IX > NUM-AFVENTENDE
               WRITE AFVENTENDE-REC FROM AFVENTENDE-ARR(AFVENTENDE-IX)
           END-PERFORM
           MOVE SPACES TO AFVENTENDE-REC
           MOVE "TRAILER" TO TR-MARKER OF AFVENTENDE-REC-TRAILER
           MOVE NUM-AFVENTENDE TO TR-ANTAL OF AFVENTENDE-REC-TRAILER
           WRITE AFVENTENDE-REC
           CLOSE FIL-AFVENTENDE.

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
           MOVE "OPG103" TO AH-PROGRAM
           MOVE AUTOR-OPERATOR TO AH-OPERATOR
           MOVE HIST-TID TO AH-TID
           MOVE HIST-NOEGLE TO AH-NOEGLE
           MOVE "FOER" TO AH-BILLEDE
           MOVE FOER-BILLEDE TO AH-DATA
           WRITE HISTORIK-REC
           MOVE SPACES TO HISTORIK-REC
           MOVE "OPG103" TO AH-PROGRAM
           MOVE AUTOR-OPERATOR TO AH-OPERATOR
           MOVE HIST-TID TO AH-TID
           MOVE HIST-NOEGLE TO AH-NOEGLE
           MOVE "EFTER" TO AH-BILLEDE
           MOVE EFTER-BILLEDE TO AH-DATA
           WRITE HISTORIK-REC
           MOVE SPACES TO FOER-BILLEDE
           MOVE SPACES TO EFTER-BILLEDE.

       SKRIV-RAPPORT-HOVED.
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "MASSERETTELSE AF STAMDATA - bogfoeringsdato "
                                        DELIMITED BY SIZE
               RUN-DATE                 DELIMITED BY SIZE
               " - operator "           DELIMITED BY SIZE
               AUTOR-OPERATOR           DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           IF PARM-PROEVE-JA OF PARM-REC
               MOVE "PROEVEKOERSEL - intet er aendret (PARM-PROEVE-SW"
                 TO RAPPORT-TEXT
               MOVE " = J i OPG103-Parametre.txt)"
                 TO RAPPORT-TEXT(49:)
               WRITE RAPPORT-REC
           END-IF
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REC.

       SKRIV-RAPPORT-LINJE.
           MOVE MR-MASTER TO RL-MASTER
           MOVE MR-NOEGLE TO RL-NOEGLE
           MOVE MR-FELT TO RL-FELT
           MOVE MR-GAMMEL-VAERDI TO RL-GAMMEL
           MOVE MR-NY-VAERDI TO RL-NY
           MOVE RESULTAT-TEKST TO RL-RESULTAT
           WRITE RAPPORT-REC FROM RAPPORT-LINJE.

       SKRIV-RAPPORT-TOTAL.
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Laest "                 DELIMITED BY SIZE
               RETTELSE-LAEST           DELIMITED BY SIZE
               "  aendret "             DELIMITED BY SIZE
               RETTELSE-AENDRET         DELIMITED BY SIZE
               "  til godkendelse "     DELIMITED BY SIZE
               RETTELSE-KOE             DELIMITED BY SIZE
               "  afvist "              DELIMITED BY SIZE
               RETTELSE-AFVIST          DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC.

       KUNDE-ARR-REWRITE.
           OPEN OUTPUT FIL-KUNDER
           PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > NUM-KUNDER
               WRITE KUNDE-OPL FROM KUNDE-ARR(IX)
           END-PERFORM
           MOVE SPACES TO KUNDE-OPL
           MOVE "TRAILER" TO TR-MARKER OF KUNDE-OPL-TRAILER
           MOVE NUM-KUNDER TO TR-ANTAL OF KUNDE-OPL-TRAILER
           WRITE KUNDE-OPL
           CLOSE FIL-KUNDER
      * Den flade kundemaster er nu sandheden igen - indeksfilen
      * fra OPG-42 er foraeldet og slettes, til den er genopbygget.
           MOVE "rm -f ../data/Kundeoplysninger-Index.dat"
             TO SLET-IDX-KOMMANDO
           CALL "SYSTEM" USING SLET-IDX-KOMMANDO.

      * Kontomasteren skrives til KontoOpl-Ny.txt og laegges paa plads
      * som i OPG-29.
       KONTO-ARR-REWRITE.
           OPEN OUTPUT FIL-KONTI-NY
           PERFORM VARYING KONTO-IX FROM 1 BY 1
                   UNTIL KONTO-IX > NUM-KONTI
               WRITE KONTO-NY-REKORD FROM KONTO-ARR(KONTO-IX)
           END-PERFORM
           MOVE SPACES TO KONTO-NY-REKORD
           MOVE "TRAILER" TO TR-MARKER OF KONTO-NY-TRAILER
           MOVE NUM-KONTI TO TR-ANTAL OF KONTO-NY-TRAILER
           WRITE KONTO-NY-REKORD
           CLOSE FIL-KONTI-NY
           MOVE "mv ../data/KontoOpl-Ny.txt ../data/KontoOpl.txt"
             TO MV-KOMMANDO
           CALL "SYSTEM" USING MV-KOMMANDO
      * Indeksfilen fra OPG-82 er foraeldet og slettes, til den er
      * genopbygget.
           MOVE "rm -f ../data/KontoOpl-Index.dat"
             TO SLET-IDX-KOMMANDO
           CALL "SYSTEM" USING SLET-IDX-KOMMANDO.

      * Natkoerslen (OPG-19) holder en laas paa masterfilerne i
      * batchvinduet; vedligehold afvises imens. Noedoverstyring med
      * "X" er mulig og skrives til koerselsloggen med operator og
      * tidspunkt.
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
           STRING "Program: OPG-103"     DELIMITED BY SIZE
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
                               AND (AU-PROGRAM = "OPG103"
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
                       " er ikke autoriseret til OPG-103."
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
           STRING "Program: OPG-103"      DELIMITED BY SIZE
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
