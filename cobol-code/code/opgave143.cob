       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPG-143.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIL-KLAGER ASSIGN TO "../data/Klager.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KLAGE-FIL-STATUS.
           SELECT FIL-KUNDER ASSIGN TO "../data/Kundeoplysninger.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-KONTI ASSIGN TO "../data/KontoOpl.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-MANUEL
               ASSIGN TO "../data/Manuelle-Posteringer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MANUEL-STATUS.
           SELECT FIL-PARM ASSIGN TO "../data/OPG143-Parametre.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-STATUS.
           SELECT FIL-RUN-LOG ASSIGN TO "../data/Koerselslog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.
           SELECT FIL-RELATION
               ASSIGN TO "../data/Operatoer-Relationer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RELATION-STATUS.
           SELECT FIL-BOGFDATO ASSIGN TO "../data/Bogfoeringsdato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOGFDATO-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD FIL-KLAGER.
       01 KLAGE-REKORD.
           COPY "../copybooks/KLAGE.cpy".
       01 KLAGE-REKORD-TRAILER REDEFINES KLAGE-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(132).

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

       FD FIL-MANUEL.
       01 MANUEL-REC.
           COPY "../copybooks/MANUELPOSTERING.cpy".
       01 MANUEL-REC-TRAILER REDEFINES MANUEL-REC.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(136).

       FD FIL-PARM.
       01 PARM-FILE-REC.
           COPY "../copybooks/OPG143-PARAMETRE.cpy".

       FD FIL-RUN-LOG.
       01 RUN-LOG-REC.
           02 RUN-LOG-TEXT PIC X(120).

       FD FIL-RELATION.
       01 RELATION-REKORD.
           COPY "../copybooks/OPERATOERRELATION.cpy".

       FD FIL-BOGFDATO.
       01 BOGFDATO-FIL-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".

       WORKING-STORAGE SECTION.

      * Klageregister: kundeklager over gebyrer, ekspedition,
      * raadgivning m.m. registreres med modtagelsesdato, kanal,
      * kategori, evt. konto og bilag, behandler og svarfrist
      * (modtagelsesdato plus PARM-SVARFRIST-DAGE). Ved afslutning
      * noteres udfaldet; en kompensation oprettes som manuel
      * regulering (aarsag KLAG) med klagens nummer som reference og
      * godkendes og bogfoeres derefter via OPG-98/OPG-96 som andre
      * reguleringer. Kompensationen debiteres bankens
      * kompensationskonto (PARM-KOMP-KONTO) og krediteres kundens
      * konto. OPG-144 folger op paa svarfristen, OPG-145 danner
      * aarsstatistikken til Finanstilsynet.
       01 KLAGE-FIL-STATUS PIC XX VALUE "00".
       01 MANUEL-STATUS    PIC XX VALUE "00".
       01 PARM-STATUS      PIC XX VALUE "00".
       01 PARM-REC.
           COPY "../copybooks/OPG143-PARAMETRE.cpy".
       01 TRAILER-FOUND-SW PIC X(01) VALUE "N".
       01 TRAILER-ANTAL    PIC 9(06) VALUE ZEROS.
       01 EOF-FLAG         PIC X(01) VALUE "N".

       01 NUM-KLAGER    PIC 9(04) VALUE 0.
       01 KLAGE-ARR OCCURS 0 TO 5000 TIMES DEPENDING ON NUM-KLAGER.
           COPY "../copybooks/KLAGE.cpy".
       01 IX            PIC 9(04) VALUE 0.
       01 FOUND-IX      PIC 9(04) VALUE 0.
       01 NAESTE-ID     PIC 9(06) VALUE ZEROS.
       01 NY-KLAGE.
           COPY "../copybooks/KLAGE.cpy".

       01 KATEGORI-TABEL.
           COPY "../copybooks/KLAGEKATEGORI.cpy".
       01 KATEGORI-TABEL-R REDEFINES KATEGORI-TABEL.
           02 KATEGORI-RAEKKE OCCURS 7 TIMES.
               03 KT-KODE    PIC X(04).
               03 KT-TEKST   PIC X(30).
       01 KAT-IX        PIC 9(02) VALUE 0.

       01 NUM-KUNDER    PIC 9(04) VALUE 0.
       01 KUNDE-ARR OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-KUNDER.
           COPY "../copybooks/KUNDER.cpy".
       01 KUNDE-IX      PIC 9(04) VALUE 0.

       01 NUM-KONTI     PIC 9(04) VALUE 0.
       01 KONTO-ARR OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-KONTI.
           COPY "../copybooks/KONTOOPL.cpy".
       01 KONTO-IX      PIC 9(04) VALUE 0.
       01 KONTO-MATCH-IX PIC 9(04) VALUE 0.
       01 KOMP-KONTO-IX PIC 9(04) VALUE 0.

       01 NUM-MANUEL       PIC 9(05) VALUE 0.
       01 MANUEL-ARR OCCURS 0 TO 5000 TIMES DEPENDING ON NUM-MANUEL.
           COPY "../copybooks/MANUELPOSTERING.cpy".
       01 MANUEL-IX        PIC 9(05) VALUE 0.
       01 NAESTE-LOEBENR   PIC 9(06) VALUE 0.
       01 MANUEL-AENDRET-SW PIC X(01) VALUE "N".
       01 NY-MANUEL.
           COPY "../copybooks/MANUELPOSTERING.cpy".

      * Operatoerens egen kunde og erklaerede relaterede kunder fra
      * Operatoer-Relationer.txt. Kompensation til dem skal oprettes
      * af en anden operator.
       01 RUN-LOG-STATUS    PIC XX VALUE "00".
       01 RELATION-STATUS   PIC XX VALUE "00".
       01 RELATION-EOF-SW   PIC X(01) VALUE "N".
       01 RELATION-OPERATOR PIC X(10) VALUE SPACES.
       01 NUM-RELATIONER    PIC 9(03) VALUE 0.
       01 RELATION-ARR OCCURS 0 TO 100 TIMES
               DEPENDING ON NUM-RELATIONER.
           02 RL-KUNDE-ID   PIC X(10).
       01 RELATION-IX       PIC 9(03) VALUE 0.
       01 RELATION-KUNDE-ID PIC X(10) VALUE SPACES.
       01 RELATION-SW       PIC X(01) VALUE "N".
       01 RELATION-DATE     PIC 9(08) VALUE ZEROS.
       01 RELATION-TIME     PIC 9(08) VALUE ZEROS.

       01 MENU-VALG     PIC X(01).
       01 FORTSAET-SW   PIC X(01) VALUE "J".
       01 OPERATOR      PIC X(10) VALUE SPACES.
       01 SOEGE-KUNDE   PIC X(10) VALUE SPACES.
       01 SOEGE-ID      PIC 9(06) VALUE ZEROS.
       01 SOEGE-KONTO   PIC X(14) VALUE SPACES.
       01 JA-NEJ        PIC X(01) VALUE SPACE.
       01 OK-SW         PIC X(01) VALUE "N".
       01 INPUT-DATO    PIC X(10) VALUE SPACES.
       01 INPUT-DATO-NUM PIC X(08) VALUE SPACES.
       01 INPUT-TAL     PIC X(10) VALUE SPACES.
       01 INPUT-BELOEB  PIC 9(10)V99 VALUE ZEROS.
       01 PRETTY-NUMERIC PIC Z,ZZZ,ZZZ,ZZ9.99.

       01 RUN-DATE      PIC 9(08) VALUE ZEROS.
      * Koerselsdatoen er bankens bogfoeringsdato (Bogfoeringsdato.txt),
      * ikke maskinens dato.
       01 BOGFDATO-STATUS  PIC XX VALUE "00".
       01 BOGFDATO-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".
       01 DAGS-DATO     PIC X(10) VALUE SPACES.
       01 FRIST-NUM     PIC 9(08) VALUE ZEROS.
       01 RUN-TIME      PIC 9(08) VALUE ZEROS.
       01 STEMPEL-TID   PIC X(19) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT OPERATOR FROM ENVIRONMENT "USER"
           PERFORM PARM-FILL
           PERFORM DAGS-DATO-FILL
           PERFORM RELATION-ARR-FILL
           PERFORM KLAGE-ARR-FILL
           PERFORM KUNDE-ARR-FILL
           PERFORM KONTO-ARR-FILL
           PERFORM MANUEL-ARR-FILL
           PERFORM UNTIL FORTSAET-SW NOT = "J"
               PERFORM SHOW-MENU
               ACCEPT MENU-VALG
               EVALUATE MENU-VALG
                   WHEN "1"
                       PERFORM REGISTRER-KLAGE
                   WHEN "2"
                       PERFORM SKIFT-BEHANDLER
                   WHEN "3"
                       PERFORM AFSLUT-KLAGE
                   WHEN "4"
                       PERFORM VIS-KLAGER
                   WHEN "5"
                       MOVE "N" TO FORTSAET-SW
                   WHEN OTHER
                       DISPLAY "Ukendt valg."
               END-EVALUATE
           END-PERFORM
           PERFORM KLAGE-ARR-REWRITE
           IF MANUEL-AENDRET-SW = "J"
               PERFORM MANUEL-ARR-REWRITE
           END-IF
           STOP RUN.

       SHOW-MENU.
           DISPLAY " "
           DISPLAY "1. Registrer klage"
           DISPLAY "2. Skift behandler"
           DISPLAY "3. Afslut klage (udfald og kompensation)"
           DISPLAY "4. Vis kundens klager"
           DISPLAY "5. Afslut og gem"
           DISPLAY "Valg: " WITH NO ADVANCING.

      * Uden parameterfil gives 30 dages svarfrist, og kompensation
      * debiteres kontoen KLAGE-KOMP.
       PARM-FILL.
           OPEN INPUT FIL-PARM
           IF PARM-STATUS = "00"
               READ FIL-PARM INTO PARM-REC
                   AT END
                       CONTINUE
               END-READ
               CLOSE FIL-PARM
           END-IF
           IF PARM-SVARFRIST-DAGE OF PARM-REC NOT NUMERIC
                   OR PARM-SVARFRIST-DAGE OF PARM-REC = ZEROS
               MOVE 30 TO PARM-SVARFRIST-DAGE OF PARM-REC
           END-IF
           IF PARM-KOMP-KONTO OF PARM-REC = SPACES
               MOVE "KLAGE-KOMP" TO PARM-KOMP-KONTO OF PARM-REC
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

       KLAGE-ARR-FILL.
           MOVE 0 TO NUM-KLAGER
           MOVE ZEROS TO NAESTE-ID
           OPEN INPUT FIL-KLAGER
           IF KLAGE-FIL-STATUS NOT = "00"
               DISPLAY "Klager.txt findes ikke - starter tom."
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO TRAILER-FOUND-SW
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-KLAGER INTO KLAGE-REKORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF KLAGE-REKORD-TRAILER
                               = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                           MOVE "Y" TO TRAILER-FOUND-SW
                           MOVE TR-ANTAL OF KLAGE-REKORD-TRAILER
                             TO TRAILER-ANTAL
                       ELSE
                           IF NUM-KLAGER >= 5000
                               DISPLAY "FEJL: Klager.txt har mere end "
                                   "5000 poster"
                               STOP RUN
                           END-IF
                           ADD 1 TO NUM-KLAGER
                           MOVE KLAGE-REKORD TO KLAGE-ARR(NUM-KLAGER)
                           IF KL-KLAGE-NR OF KLAGE-REKORD > NAESTE-ID
                               MOVE KL-KLAGE-NR OF KLAGE-REKORD
                                 TO NAESTE-ID
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-KLAGER
           IF TRAILER-FOUND-SW = "N"
               DISPLAY "FEJL: Klager.txt mangler sluttaellerpost"
               STOP RUN
           END-IF
           IF NUM-KLAGER NOT = TRAILER-ANTAL
               DISPLAY "FEJL: Klager.txt - forventet "
                   TRAILER-ANTAL " poster, fandt " NUM-KLAGER
               STOP RUN
           END-IF
           DISPLAY "Antal klager indlaest: " NUM-KLAGER.

       KUNDE-ARR-FILL.
           OPEN INPUT FIL-KUNDER
           MOVE 0 TO NUM-KUNDER
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-KUNDER INTO KUNDE-OPL
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF KUNDE-OPL-TRAILER = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                       ELSE
                           ADD 1 TO NUM-KUNDER
                           MOVE KUNDE-OPL TO KUNDE-ARR(NUM-KUNDER)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-KUNDER.

       KONTO-ARR-FILL.
           OPEN INPUT FIL-KONTI
           MOVE 0 TO NUM-KONTI
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-KONTI INTO KONTO-REKORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF KONTO-REKORD-TRAILER = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                       ELSE
                           ADD 1 TO NUM-KONTI
                           MOVE KONTO-REKORD TO KONTO-ARR(NUM-KONTI)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-KONTI.

       MANUEL-ARR-FILL.
           MOVE 0 TO NUM-MANUEL
           MOVE 0 TO NAESTE-LOEBENR
           OPEN INPUT FIL-MANUEL
           IF MANUEL-STATUS = "00"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ FIL-MANUEL INTO MANUEL-REC
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF TR-MARKER OF MANUEL-REC-TRAILER
                                   = "TRAILER"
                               MOVE "Y" TO EOF-FLAG
                           ELSE
                               IF NUM-MANUEL >= 5000
                                   DISPLAY "FEJL: Manuelle-Posteringer"
                                       ".txt har over 5000 poster."
                                   MOVE 1 TO RETURN-CODE
                                   STOP RUN
                               END-IF
                               IF MP-KLAGE-NR OF MANUEL-REC
                                       NOT NUMERIC
                                   MOVE ZEROS
                                     TO MP-KLAGE-NR OF MANUEL-REC
                               END-IF
                               ADD 1 TO NUM-MANUEL
                               MOVE MANUEL-REC
                                 TO MANUEL-ARR(NUM-MANUEL)
                               IF MP-LOEBENR OF MANUEL-REC
                                       > NAESTE-LOEBENR
                                   MOVE MP-LOEBENR OF MANUEL-REC
                                     TO NAESTE-LOEBENR
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIL-MANUEL
           END-IF
           ADD 1 TO NAESTE-LOEBENR.

       REGISTRER-KLAGE.
           IF NUM-KLAGER >= 5000
               DISPLAY "FEJL: Klagetabel fuld."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO NY-KLAGE
           MOVE ZEROS TO KL-BILAGSNR OF NY-KLAGE
           MOVE ZEROS TO KL-KOMPENSATION OF NY-KLAGE
           MOVE ZEROS TO KL-REGULERING-NR OF NY-KLAGE
           DISPLAY "Kunde-ID: " WITH NO ADVANCING
           ACCEPT SOEGE-KUNDE
           PERFORM VARYING KUNDE-IX FROM 1 BY 1
                   UNTIL KUNDE-IX > NUM-KUNDER
                      OR KUNDE-ID OF KUNDE-ARR(KUNDE-IX) = SOEGE-KUNDE
               CONTINUE
           END-PERFORM
           IF KUNDE-IX > NUM-KUNDER
               DISPLAY "FEJL: kunden findes ikke."
               EXIT PARAGRAPH
           END-IF
           MOVE SOEGE-KUNDE TO KL-KUNDE-ID OF NY-KLAGE
           DISPLAY "Modtaget (AAAA-MM-DD, blank = i dag): "
               WITH NO ADVANCING
           ACCEPT INPUT-DATO
           IF INPUT-DATO = SPACES
               MOVE DAGS-DATO TO INPUT-DATO
           END-IF
           PERFORM VALIDER-DATO
           IF OK-SW = "N"
               EXIT PARAGRAPH
           END-IF
           IF INPUT-DATO > DAGS-DATO
               DISPLAY "FEJL: modtagelsesdatoen ligger efter i dag."
               EXIT PARAGRAPH
           END-IF
           MOVE INPUT-DATO TO KL-MODTAGET-DATO OF NY-KLAGE
           DISPLAY "Kanal (B=brev, E=e-mail, T=telefon, F=filial, "
               "N=netbank): " WITH NO ADVANCING
           ACCEPT JA-NEJ
           MOVE FUNCTION UPPER-CASE(JA-NEJ) TO KL-KANAL OF NY-KLAGE
           IF NOT KL-KANAL-GYLDIG OF NY-KLAGE
               DISPLAY "FEJL: ukendt kanal."
               EXIT PARAGRAPH
           END-IF
           PERFORM VIS-KATEGORIER
           DISPLAY "Kategori: " WITH NO ADVANCING
           ACCEPT KL-KATEGORI OF NY-KLAGE
           MOVE FUNCTION UPPER-CASE(KL-KATEGORI OF NY-KLAGE)
             TO KL-KATEGORI OF NY-KLAGE
           IF NOT KL-KATEGORI-GYLDIG OF NY-KLAGE
               DISPLAY "FEJL: ukendt kategori."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Konto-id (blank = ingen): " WITH NO ADVANCING
           ACCEPT SOEGE-KONTO
           IF SOEGE-KONTO NOT = SPACES
               PERFORM CHECK-KUNDENS-KONTO
               IF KONTO-MATCH-IX = 0
                   DISPLAY "FEJL: kontoen tilhoerer ikke kunden."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE SOEGE-KONTO TO KL-KONTO-ID OF NY-KLAGE
           DISPLAY "Bilagsnr (blank = intet): " WITH NO ADVANCING
           ACCEPT INPUT-TAL
           IF INPUT-TAL NOT = SPACES
               IF FUNCTION TRIM(INPUT-TAL) IS NOT NUMERIC
                   DISPLAY "FEJL: bilagsnummeret skal vaere numerisk."
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(INPUT-TAL)
                 TO KL-BILAGSNR OF NY-KLAGE
           END-IF
           DISPLAY "Emne: " WITH NO ADVANCING
           ACCEPT KL-EMNE OF NY-KLAGE
           IF KL-EMNE OF NY-KLAGE = SPACES
               DISPLAY "FEJL: emnet skal udfyldes."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Behandler (blank = dig selv): " WITH NO ADVANCING
           ACCEPT KL-BEHANDLER OF NY-KLAGE
           IF KL-BEHANDLER OF NY-KLAGE = SPACES
               MOVE OPERATOR TO KL-BEHANDLER OF NY-KLAGE
           END-IF
           MOVE KL-MODTAGET-DATO OF NY-KLAGE(1:4) TO FRIST-NUM(1:4)
           MOVE KL-MODTAGET-DATO OF NY-KLAGE(6:2) TO FRIST-NUM(5:2)
           MOVE KL-MODTAGET-DATO OF NY-KLAGE(9:2) TO FRIST-NUM(7:2)
           COMPUTE FRIST-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(FRIST-NUM)
               + PARM-SVARFRIST-DAGE OF PARM-REC)
           STRING
               FRIST-NUM(1:4) DELIMITED BY SIZE
               "-"            DELIMITED BY SIZE
               FRIST-NUM(5:2) DELIMITED BY SIZE
               "-"            DELIMITED BY SIZE
               FRIST-NUM(7:2) DELIMITED BY SIZE
           INTO KL-FRIST-DATO OF NY-KLAGE
           MOVE "A" TO KL-STATUS OF NY-KLAGE
           MOVE SPACE TO KL-UDFALD OF NY-KLAGE
           ADD 1 TO NAESTE-ID
           MOVE NAESTE-ID TO KL-KLAGE-NR OF NY-KLAGE
           ADD 1 TO NUM-KLAGER
           MOVE NY-KLAGE TO KLAGE-ARR(NUM-KLAGER)
           DISPLAY "Klage " NAESTE-ID " registreret, svarfrist "
               KL-FRIST-DATO OF NY-KLAGE ".".

       VALIDER-DATO.
           MOVE "J" TO OK-SW
           MOVE INPUT-DATO(1:4) TO INPUT-DATO-NUM(1:4)
           MOVE INPUT-DATO(6:2) TO INPUT-DATO-NUM(5:2)
           MOVE INPUT-DATO(9:2) TO INPUT-DATO-NUM(7:2)
           IF INPUT-DATO-NUM NOT NUMERIC
                   OR INPUT-DATO(5:1) NOT = "-"
                   OR INPUT-DATO(8:1) NOT = "-"
                   OR INPUT-DATO-NUM(5:2) < "01"
                   OR INPUT-DATO-NUM(5:2) > "12"
                   OR INPUT-DATO-NUM(7:2) < "01"
                   OR INPUT-DATO-NUM(7:2) > "31"
               DISPLAY "Datoen skal vaere AAAA-MM-DD."
               MOVE "N" TO OK-SW
           END-IF.

       VIS-KATEGORIER.
           PERFORM VARYING KAT-IX FROM 1 BY 1 UNTIL KAT-IX > 7
               DISPLAY "  " KT-KODE(KAT-IX) " " KT-TEKST(KAT-IX)
           END-PERFORM.

      * Kontoen skal tilhoere kunden i KontoOpl.txt.
       CHECK-KUNDENS-KONTO.
           MOVE 0 TO KONTO-MATCH-IX
           PERFORM VARYING KONTO-IX FROM 1 BY 1
                   UNTIL KONTO-IX > NUM-KONTI
               IF KONTO-ID OF KONTO-ARR(KONTO-IX) = SOEGE-KONTO
                       AND KUNDE-ID OF KONTO-ARR(KONTO-IX)
                           = SOEGE-KUNDE
                   MOVE KONTO-IX TO KONTO-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-KLAGE.
           DISPLAY "Klage-nr: " WITH NO ADVANCING
           ACCEPT SOEGE-ID
           MOVE 0 TO FOUND-IX
           PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > NUM-KLAGER
               IF KL-KLAGE-NR OF KLAGE-ARR(IX) = SOEGE-ID
                   MOVE IX TO FOUND-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       SKIFT-BEHANDLER.
           PERFORM FIND-KLAGE
           EVALUATE TRUE
               WHEN FOUND-IX = 0
                   DISPLAY "FEJL: klagen findes ikke."
               WHEN KL-AFSLUTTET OF KLAGE-ARR(FOUND-IX)
                   DISPLAY "FEJL: klagen er afsluttet."
               WHEN OTHER
                   DISPLAY "Nuvaerende behandler: "
                       KL-BEHANDLER OF KLAGE-ARR(FOUND-IX)
                   DISPLAY "Ny behandler: " WITH NO ADVANCING
                   ACCEPT KL-BEHANDLER OF NY-KLAGE
                   IF KL-BEHANDLER OF NY-KLAGE = SPACES
                       DISPLAY "Behandler uaendret."
                   ELSE
                       MOVE KL-BEHANDLER OF NY-KLAGE
                         TO KL-BEHANDLER OF KLAGE-ARR(FOUND-IX)
                       DISPLAY "Behandler skiftet."
                   END-IF
           END-EVALUATE.

      * Udfaldet er medhold, delvist medhold, ikke medhold eller
      * trukket tilbage. Ved (delvist) medhold kan der ydes
      * kompensation, som oprettes til godkendelse i OPG-98.
       AFSLUT-KLAGE.
           PERFORM FIND-KLAGE
           IF FOUND-IX = 0
               DISPLAY "FEJL: klagen findes ikke."
               EXIT PARAGRAPH
           END-IF
           IF KL-AFSLUTTET OF KLAGE-ARR(FOUND-IX)
               DISPLAY "FEJL: klagen er allerede afsluttet."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Udfald (M=medhold, D=delvist medhold, "
               "I=ikke medhold, T=trukket tilbage): "
               WITH NO ADVANCING
           ACCEPT JA-NEJ
           MOVE FUNCTION UPPER-CASE(JA-NEJ) TO KL-UDFALD OF NY-KLAGE
           IF NOT KL-UDFALD-GYLDIG OF NY-KLAGE
               DISPLAY "FEJL: ukendt udfald."
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO INPUT-BELOEB
           IF KL-MEDHOLD OF NY-KLAGE OR KL-DELVIST-MEDHOLD OF NY-KLAGE
               DISPLAY "Kompensation (0 = ingen): " WITH NO ADVANCING
               ACCEPT INPUT-BELOEB
               IF INPUT-BELOEB NOT NUMERIC
                   DISPLAY "FEJL: ugyldigt beloeb."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF INPUT-BELOEB > ZEROS
               PERFORM OPRET-KOMPENSATION
               IF OK-SW = "N"
                   DISPLAY "Klagen er ikke afsluttet."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE KL-UDFALD OF NY-KLAGE
             TO KL-UDFALD OF KLAGE-ARR(FOUND-IX)
           MOVE "S" TO KL-STATUS OF KLAGE-ARR(FOUND-IX)
           MOVE DAGS-DATO TO KL-AFSLUTTET-DATO OF KLAGE-ARR(FOUND-IX)
           MOVE INPUT-BELOEB TO KL-KOMPENSATION OF KLAGE-ARR(FOUND-IX)
           IF DAGS-DATO > KL-FRIST-DATO OF KLAGE-ARR(FOUND-IX)
               DISPLAY "Bemaerk: klagen er besvaret efter svarfristen "
                   KL-FRIST-DATO OF KLAGE-ARR(FOUND-IX) "."
           END-IF
           DISPLAY "Klage " KL-KLAGE-NR OF KLAGE-ARR(FOUND-IX)
               " afsluttet.".

      * Kompensationen krediteres kundens konto (klagens konto, eller
      * en anden af kundens konti) og debiteres bankens
      * kompensationskonto i samme valuta. Reguleringen afventer
      * godkendelse af en anden operator i OPG-98.
       OPRET-KOMPENSATION.
           MOVE "N" TO OK-SW
           MOVE KL-KUNDE-ID OF KLAGE-ARR(FOUND-IX) TO RELATION-KUNDE-ID
           PERFORM CHECK-RELATERET-KUNDE
           IF RELATION-SW = "J"
               PERFORM AFVIS-RELATERET-KUNDE
               EXIT PARAGRAPH
           END-IF
           IF NUM-MANUEL >= 5000
               DISPLAY "FEJL: Manuelle-Posteringer.txt er fuld."
               EXIT PARAGRAPH
           END-IF
           MOVE KL-KUNDE-ID OF KLAGE-ARR(FOUND-IX) TO SOEGE-KUNDE
           MOVE KL-KONTO-ID OF KLAGE-ARR(FOUND-IX) TO SOEGE-KONTO
           IF SOEGE-KONTO = SPACES
               DISPLAY "Kompensationen indsaettes paa konto: "
                   WITH NO ADVANCING
               ACCEPT SOEGE-KONTO
           END-IF
           PERFORM CHECK-KUNDENS-KONTO
           IF KONTO-MATCH-IX = 0
               DISPLAY "FEJL: kontoen " SOEGE-KONTO
                   " tilhoerer ikke kunden."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO KOMP-KONTO-IX
           PERFORM VARYING KONTO-IX FROM 1 BY 1
                   UNTIL KONTO-IX > NUM-KONTI
               IF KONTO-ID OF KONTO-ARR(KONTO-IX)
                       = PARM-KOMP-KONTO OF PARM-REC
                   MOVE KONTO-IX TO KOMP-KONTO-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF KOMP-KONTO-IX = 0
               DISPLAY "FEJL: kompensationskontoen "
                   PARM-KOMP-KONTO OF PARM-REC
                   " findes ikke i KontoOpl.txt."
               EXIT PARAGRAPH
           END-IF
           IF VALUTA-KD OF KONTO-ARR(KOMP-KONTO-IX)
                   NOT = VALUTA-KD OF KONTO-ARR(KONTO-MATCH-IX)
               DISPLAY "FEJL: kundens konto er ikke i samme valuta "
                   "som kompensationskontoen."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO NY-MANUEL
           MOVE NAESTE-LOEBENR TO MP-LOEBENR OF NY-MANUEL
           MOVE PARM-KOMP-KONTO OF PARM-REC
             TO MP-DEBET-KONTO OF NY-MANUEL
           MOVE SOEGE-KONTO TO MP-KREDIT-KONTO OF NY-MANUEL
           MOVE INPUT-BELOEB TO MP-BELOEB OF NY-MANUEL
           MOVE VALUTA-KD OF KONTO-ARR(KONTO-MATCH-IX)
             TO MP-VALUTA OF NY-MANUEL
           IF MP-VALUTA OF NY-MANUEL = SPACES
               MOVE "DKK " TO MP-VALUTA OF NY-MANUEL
           END-IF
           MOVE "KLAG" TO MP-AARSAG OF NY-MANUEL
           STRING
               "Kompensation klage " DELIMITED BY SIZE
               KL-KLAGE-NR OF KLAGE-ARR(FOUND-IX)
                                     DELIMITED BY SIZE
           INTO MP-TEKST OF NY-MANUEL
           PERFORM STEMPEL-FILL
           MOVE OPERATOR TO MP-OPRETTER OF NY-MANUEL
           MOVE STEMPEL-TID TO MP-OPRETTET-TID OF NY-MANUEL
           MOVE "A" TO MP-STATUS OF NY-MANUEL
           MOVE KL-KLAGE-NR OF KLAGE-ARR(FOUND-IX)
             TO MP-KLAGE-NR OF NY-MANUEL
           ADD 1 TO NUM-MANUEL
           MOVE NY-MANUEL TO MANUEL-ARR(NUM-MANUEL)
           MOVE NAESTE-LOEBENR
             TO KL-REGULERING-NR OF KLAGE-ARR(FOUND-IX)
           ADD 1 TO NAESTE-LOEBENR
           MOVE "J" TO MANUEL-AENDRET-SW
           MOVE "J" TO OK-SW
           MOVE INPUT-BELOEB TO PRETTY-NUMERIC
           DISPLAY "Kompensation " PRETTY-NUMERIC " "
               MP-VALUTA OF NY-MANUEL " oprettet som regulering "
               MP-LOEBENR OF NY-MANUEL
           DISPLAY "- afventer godkendelse i OPG-98.".

       VIS-KLAGER.
           DISPLAY "Kunde-ID: " WITH NO ADVANCING
           ACCEPT SOEGE-KUNDE
           PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > NUM-KLAGER
               IF KL-KUNDE-ID OF KLAGE-ARR(IX) = SOEGE-KUNDE
                   DISPLAY KL-KLAGE-NR OF KLAGE-ARR(IX) " "
                       KL-MODTAGET-DATO OF KLAGE-ARR(IX) " "
                       KL-KATEGORI OF KLAGE-ARR(IX) " "
                       KL-EMNE OF KLAGE-ARR(IX)
                   MOVE KL-KOMPENSATION OF KLAGE-ARR(IX)
                     TO PRETTY-NUMERIC
                   DISPLAY "       status " KL-STATUS OF KLAGE-ARR(IX)
                       " frist " KL-FRIST-DATO OF KLAGE-ARR(IX)
                       " behandler " KL-BEHANDLER OF KLAGE-ARR(IX)
                       " udfald " KL-UDFALD OF KLAGE-ARR(IX)
                       " kompensation " PRETTY-NUMERIC
                   IF KL-KONTO-ID OF KLAGE-ARR(IX) NOT = SPACES
                           OR KL-BILAGSNR OF KLAGE-ARR(IX) > ZEROS
                       DISPLAY "       konto "
                           KL-KONTO-ID OF KLAGE-ARR(IX)
                           " bilag " KL-BILAGSNR OF KLAGE-ARR(IX)
                   END-IF
               END-IF
           END-PERFORM.

      * Operatoerens relationer indlaeses ved start. Uden
      * relationsfil koerer alle som hidtil.
       RELATION-ARR-FILL.
           ACCEPT RELATION-OPERATOR FROM ENVIRONMENT "USER"
           MOVE 0 TO NUM-RELATIONER
           OPEN INPUT FIL-RELATION
           IF RELATION-STATUS = "00"
               MOVE "N" TO RELATION-EOF-SW
               PERFORM UNTIL RELATION-EOF-SW = "J"
                   READ FIL-RELATION
                       AT END
                           MOVE "J" TO RELATION-EOF-SW
                       NOT AT END
                           IF OR-OPERATOR = RELATION-OPERATOR
                                   AND OR-KUNDE-ID NOT = SPACES
                                   AND NUM-RELATIONER < 100
                               ADD 1 TO NUM-RELATIONER
                               MOVE OR-KUNDE-ID
                                 TO RL-KUNDE-ID(NUM-RELATIONER)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIL-RELATION
           END-IF.

       CHECK-RELATERET-KUNDE.
           MOVE "N" TO RELATION-SW
           PERFORM VARYING RELATION-IX FROM 1 BY 1
                   UNTIL RELATION-IX > NUM-RELATIONER
               IF RL-KUNDE-ID(RELATION-IX) = RELATION-KUNDE-ID
                   MOVE "J" TO RELATION-SW
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       AFVIS-RELATERET-KUNDE.
           DISPLAY "AFVIST: kunde " RELATION-KUNDE-ID
               " er din egen eller en relateret kunde."
           DISPLAY "Kompensationen skal oprettes af en anden operator."
           ACCEPT RELATION-DATE FROM DATE YYYYMMDD
           ACCEPT RELATION-TIME FROM TIME
           OPEN EXTEND FIL-RUN-LOG
           IF RUN-LOG-STATUS = "35"
               OPEN OUTPUT FIL-RUN-LOG
           END-IF
           MOVE SPACES TO RUN-LOG-TEXT
           STRING "Program: OPG-143"      DELIMITED BY SIZE
                  " EGEN KUNDE AFVIST - operator: "
                                           DELIMITED BY SIZE
                  RELATION-OPERATOR        DELIMITED BY SIZE
                  " kunde: "               DELIMITED BY SIZE
                  RELATION-KUNDE-ID        DELIMITED BY SIZE
                  " dato: "                DELIMITED BY SIZE
                  RELATION-DATE            DELIMITED BY SIZE
                  " kl: "                  DELIMITED BY SIZE
                  RELATION-TIME            DELIMITED BY SIZE
               INTO RUN-LOG-TEXT
           END-STRING
           WRITE RUN-LOG-REC
           CLOSE FIL-RUN-LOG.

       STEMPEL-FILL.
           ACCEPT RUN-TIME FROM TIME
           MOVE SPACES TO STEMPEL-TID
           STRING
               RUN-DATE(1:4) DELIMITED BY SIZE
               "-"           DELIMITED BY SIZE
               RUN-DATE(5:2) DELIMITED BY SIZE
               "-"           DELIMITED BY SIZE
               RUN-DATE(7:2) DELIMITED BY SIZE
               " "           DELIMITED BY SIZE
               RUN-TIME(1:2) DELIMITED BY SIZE
               ":"           DELIMITED BY SIZE
               RUN-TIME(3:2) DELIMITED BY SIZE
               ":"           DELIMITED BY SIZE
               RUN-TIME(5:2) DELIMITED BY SIZE
           INTO STEMPEL-TID.

       KLAGE-ARR-REWRITE.
           OPEN OUTPUT FIL-KLAGER
           PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > NUM-KLAGER
               WRITE KLAGE-REKORD FROM KLAGE-ARR(IX)
           END-PERFORM
           MOVE SPACES TO KLAGE-REKORD
           MOVE "TRAILER" TO TR-MARKER OF KLAGE-REKORD-TRAILER
           MOVE NUM-KLAGER TO TR-ANTAL OF KLAGE-REKORD-TRAILER
           WRITE KLAGE-REKORD
           CLOSE FIL-KLAGER.

       MANUEL-ARR-REWRITE.
           OPEN OUTPUT FIL-MANUEL
           PERFORM VARYING MANUEL-IX FROM 1 BY 1
                   UNTIL MANUEL-IX > NUM-MANUEL
               WRITE MANUEL-REC FROM MANUEL-ARR(MANUEL-IX)
           END-PERFORM
           MOVE SPACES TO MANUEL-REC
           MOVE "TRAILER" TO TR-MARKER OF MANUEL-REC-TRAILER
           MOVE NUM-MANUEL TO TR-ANTAL OF MANUEL-REC-TRAILER
           WRITE MANUEL-REC
           CLOSE FIL-MANUEL.

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
