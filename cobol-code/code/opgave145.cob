       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPG-145.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIL-KLAGER ASSIGN TO "../data/Klager.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KLAGE-FIL-STATUS.
           SELECT FIL-PARM ASSIGN TO "../data/OPG145-Parametre.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-STATUS.
           SELECT FIL-STATISTIK ASSIGN TO STATISTIK-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
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

       FD FIL-PARM.
       01 PARM-FILE-REC.
           COPY "../copybooks/OPG145-PARAMETRE.cpy".

      * Klagestatistik til Finanstilsynet: en post pr. kategori med
      * antal modtagne klager i aaret fordelt paa udfald, antal
      * besvaret efter svarfristen og udbetalt kompensation, en
      * IALT-post og en sluttaellerpost med antal poster og antal
      * klager i alt.
       FD FIL-STATISTIK.
       01 STATISTIK-REKORD.
           02 KS-AAR            PIC 9(04).
           02 KS-KATEGORI       PIC X(04).
           02 KS-TEKST          PIC X(30).
           02 KS-MODTAGET       PIC 9(06).
           02 KS-MEDHOLD        PIC 9(06).
           02 KS-DELVIST        PIC 9(06).
           02 KS-IKKE-MEDHOLD   PIC 9(06).
           02 KS-TRUKKET        PIC 9(06).
           02 KS-UAFSLUTTET     PIC 9(06).
           02 KS-OVER-FRIST     PIC 9(06).
           02 KS-KOMPENSATION   PIC 9(10)V99.
       01 STATISTIK-TRAILER REDEFINES STATISTIK-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 TR-KLAGER    PIC 9(06).
           02 FILLER       PIC X(73).

       FD FIL-BOGFDATO.
       01 BOGFDATO-FIL-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".

       WORKING-STORAGE SECTION.

      * Aarsstatistik over klager i Klager.txt (OPG-143). Klagerne
      * taelles i det aar, de er modtaget, med det udfald de har ved
      * koerslen; klager der endnu ikke er afsluttet, taelles som
      * uafsluttede. En klage er besvaret for sent, naar den er
      * afsluttet efter svarfristen eller stadig er aaben efter den.
      * Uden parameter dannes statistikken for sidste kalenderaar -
      * jobbet koerer foerste bankdag i januar (FA i jobplanen).
       01 KLAGE-FIL-STATUS PIC XX VALUE "00".
       01 PARM-STATUS      PIC XX VALUE "00".
       01 PARM-REC.
           COPY "../copybooks/OPG145-PARAMETRE.cpy".
       01 TRAILER-FOUND-SW PIC X(01) VALUE "N".
       01 TRAILER-ANTAL    PIC 9(06) VALUE ZEROS.
       01 TRANS-LAEST      PIC 9(06) VALUE ZEROS.
       01 EOF-FLAG         PIC X(01) VALUE "N".

       01 STATISTIK-FILENAME PIC X(60) VALUE SPACES.

       01 KATEGORI-TABEL.
           COPY "../copybooks/KLAGEKATEGORI.cpy".
       01 KATEGORI-TABEL-R REDEFINES KATEGORI-TABEL.
           02 KATEGORI-RAEKKE OCCURS 7 TIMES.
               03 KT-KODE    PIC X(04).
               03 KT-TEKST   PIC X(30).

      * Taellere pr. kategori; raekke 8 er IALT.
       01 TAELLER-TABEL.
           02 TAELLER-RAEKKE OCCURS 8 TIMES.
               03 TL-MODTAGET      PIC 9(06).
               03 TL-MEDHOLD       PIC 9(06).
               03 TL-DELVIST       PIC 9(06).
               03 TL-IKKE-MEDHOLD  PIC 9(06).
               03 TL-TRUKKET       PIC 9(06).
               03 TL-UAFSLUTTET    PIC 9(06).
               03 TL-OVER-FRIST    PIC 9(06).
               03 TL-KOMPENSATION  PIC 9(10)V99.
       01 KAT-IX           PIC 9(02) VALUE 0.
       01 KAT-MATCH-IX     PIC 9(02) VALUE 0.
       01 IALT-IX          PIC 9(02) VALUE 8.
       01 POST-ANTAL       PIC 9(06) VALUE 0.
       01 UKENDT-KATEGORI  PIC 9(05) VALUE 0.
       01 PRETTY-NUMERIC   PIC Z,ZZZ,ZZZ,ZZ9.99.

       01 RUN-DATE         PIC 9(08) VALUE ZEROS.
       01 RUN-DATO         PIC X(10) VALUE SPACES.
      * Koerselsdatoen er bankens bogfoeringsdato (Bogfoeringsdato.txt),
      * ikke maskinens dato.
       01 BOGFDATO-STATUS  PIC XX VALUE "00".
       01 BOGFDATO-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".
       01 RUN-AAR          PIC 9(04) VALUE ZEROS.
       01 STAT-AAR         PIC 9(04) VALUE ZEROS.
       01 STAT-AAR-X       PIC X(04) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM PARM-FILL
           PERFORM BEREGN-STAT-AAR
           PERFORM BUILD-FILENAME
           INITIALIZE TAELLER-TABEL
           PERFORM LAES-KLAGER
           PERFORM SKRIV-STATISTIK
           MOVE TL-KOMPENSATION(IALT-IX) TO PRETTY-NUMERIC
           DISPLAY "Klagestatistik for " STAT-AAR " dannet - "
               TL-MODTAGET(IALT-IX) " klager, kompensation "
               PRETTY-NUMERIC
           IF UKENDT-KATEGORI > 0
               DISPLAY "ADVARSEL: " UKENDT-KATEGORI
                   " klager med ukendt kategori - taelt som OEVR."
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
           IF PARM-AAR OF PARM-REC NOT NUMERIC
               MOVE ZEROS TO PARM-AAR OF PARM-REC
           END-IF.

       BEREGN-STAT-AAR.
           PERFORM BOGFOERINGSDATO-FILL
           MOVE BD-DATO OF BOGFDATO-REC TO RUN-DATE
           STRING
               RUN-DATE(1:4) DELIMITED BY SIZE
               "-"           DELIMITED BY SIZE
               RUN-DATE(5:2) DELIMITED BY SIZE
               "-"           DELIMITED BY SIZE
               RUN-DATE(7:2) DELIMITED BY SIZE
           INTO RUN-DATO
           IF PARM-AAR OF PARM-REC > 0
               MOVE PARM-AAR OF PARM-REC TO STAT-AAR
           ELSE
               MOVE RUN-DATE(1:4) TO RUN-AAR
               COMPUTE STAT-AAR = RUN-AAR - 1
           END-IF
           MOVE STAT-AAR TO STAT-AAR-X.

       BUILD-FILENAME.
           STRING
               "../data/Klagestatistik-" DELIMITED BY SIZE
               STAT-AAR-X                DELIMITED BY SIZE
               ".txt"                    DELIMITED BY SIZE
           INTO STATISTIK-FILENAME.

       LAES-KLAGER.
           OPEN INPUT FIL-KLAGER
           IF KLAGE-FIL-STATUS NOT = "00"
               DISPLAY "Klager.txt findes ikke - tom statistik."
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO TRAILER-FOUND-SW
           MOVE 0 TO TRAILER-ANTAL
           MOVE 0 TO TRANS-LAEST
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-KLAGER
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
                           ADD 1 TO TRANS-LAEST
                           IF KL-MODTAGET-DATO(1:4) = STAT-AAR-X
                               PERFORM TAEL-KLAGE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-KLAGER
           IF TRAILER-FOUND-SW = "N"
               DISPLAY "FEJL: Klager.txt mangler sluttaellerpost"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF TRANS-LAEST NOT = TRAILER-ANTAL
               DISPLAY "FEJL: Klager.txt - forventet "
                   TRAILER-ANTAL " poster, fandt " TRANS-LAEST
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       TAEL-KLAGE.
           MOVE 7 TO KAT-MATCH-IX
           PERFORM VARYING KAT-IX FROM 1 BY 1 UNTIL KAT-IX > 7
               IF KT-KODE(KAT-IX) = KL-KATEGORI
                   MOVE KAT-IX TO KAT-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF KAT-IX > 7
               ADD 1 TO UKENDT-KATEGORI
           END-IF
           MOVE KAT-MATCH-IX TO KAT-IX
           PERFORM TAEL-I-RAEKKE
           MOVE IALT-IX TO KAT-IX
           PERFORM TAEL-I-RAEKKE.

       TAEL-I-RAEKKE.
           ADD 1 TO TL-MODTAGET(KAT-IX)
           IF KL-AABEN
               ADD 1 TO TL-UAFSLUTTET(KAT-IX)
               IF RUN-DATO > KL-FRIST-DATO
                   ADD 1 TO TL-OVER-FRIST(KAT-IX)
               END-IF
           ELSE
               EVALUATE TRUE
                   WHEN KL-MEDHOLD
                       ADD 1 TO TL-MEDHOLD(KAT-IX)
                   WHEN KL-DELVIST-MEDHOLD
                       ADD 1 TO TL-DELVIST(KAT-IX)
                   WHEN KL-TRUKKET
                       ADD 1 TO TL-TRUKKET(KAT-IX)
                   WHEN OTHER
                       ADD 1 TO TL-IKKE-MEDHOLD(KAT-IX)
               END-EVALUATE
               IF KL-AFSLUTTET-DATO > KL-FRIST-DATO
                   ADD 1 TO TL-OVER-FRIST(KAT-IX)
               END-IF
               IF KL-KOMPENSATION IS NUMERIC
                   ADD KL-KOMPENSATION TO TL-KOMPENSATION(KAT-IX)
               END-IF
           END-IF.

       SKRIV-STATISTIK.
           OPEN OUTPUT FIL-STATISTIK
           MOVE 0 TO POST-ANTAL
           PERFORM VARYING KAT-IX FROM 1 BY 1 UNTIL KAT-IX > 8
               PERFORM SKRIV-RAEKKE
           END-PERFORM
           MOVE SPACES TO STATISTIK-REKORD
           MOVE "TRAILER" TO TR-MARKER OF STATISTIK-TRAILER
           MOVE POST-ANTAL TO TR-ANTAL OF STATISTIK-TRAILER
           MOVE TL-MODTAGET(IALT-IX) TO TR-KLAGER
           WRITE STATISTIK-REKORD
           CLOSE FIL-STATISTIK.

       SKRIV-RAEKKE.
           MOVE SPACES TO STATISTIK-REKORD
           MOVE STAT-AAR TO KS-AAR
           IF KAT-IX = IALT-IX
               MOVE "IALT" TO KS-KATEGORI
               MOVE "Alle kategorier" TO KS-TEKST
           ELSE
               MOVE KT-KODE(KAT-IX) TO KS-KATEGORI
               MOVE KT-TEKST(KAT-IX) TO KS-TEKST
           END-IF
           MOVE TL-MODTAGET(KAT-IX) TO KS-MODTAGET
           MOVE TL-MEDHOLD(KAT-IX) TO KS-MEDHOLD
           MOVE TL-DELVIST(KAT-IX) TO KS-DELVIST
           MOVE TL-IKKE-MEDHOLD(KAT-IX) TO KS-IKKE-MEDHOLD
           MOVE TL-TRUKKET(KAT-IX) TO KS-TRUKKET
           MOVE TL-UAFSLUTTET(KAT-IX) TO KS-UAFSLUTTET
           MOVE TL-OVER-FRIST(KAT-IX) TO KS-OVER-FRIST
           MOVE TL-KOMPENSATION(KAT-IX) TO KS-KOMPENSATION
           WRITE STATISTIK-REKORD
           ADD 1 TO POST-ANTAL.

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
