               FILE STATUS IS ORDRE-FIL-STATUS.
           SELECT FIL-TRANS ASSIGN TO "../data/Transaktioner.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-VENTENDE
               ASSIGN TO "../data/Ventende-Posteringer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VENTENDE-STATUS.
           SELECT FIL-KONTI ASSIGN TO "../data/KontoOpl.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-KUNDER ASSIGN TO "../data/Kundeoplysninger.txt"
               ASSIGN TO "../data/Clearing-Modtagere.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MODTAGER-FIL-STATUS.
           SELECT FIL-BOGFDATO ASSIGN TO "../data/Bogfoeringsdato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOGFDATO-STATUS.
           SELECT FIL-ROLLER ASSIGN TO "../data/Kontoroller.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROLLE-FIL-STATUS.
           SELECT FIL-NAVNELOG
               ASSIGN TO "../data/Navnekontrol-Log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NAVNELOG-STATUS.

       DATA DIVISION.

       01 ORDRE-REKORD-TRAILER REDEFINES ORDRE-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(90).

       FD FIL-TRANS.
       01 TRANSAKTIONER.
       01 TRANSAKTIONER-TRAILER REDEFINES TRANSAKTIONER.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(251).

       FD FIL-VENTENDE.
       01 VENTENDE-REKORD.
           COPY "../copybooks/TRANSAKTIONER.cpy".
           COPY "../copybooks/VENTENDE-POSTERING.cpy".
       01 VENTENDE-TRAILER REDEFINES VENTENDE-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(273).

       FD FIL-KONTI.
       01 KONTO-REKORD.
           02 SU-ORDRE-NR   PIC 9(06).
           02 SU-STATUS     PIC X(01).
           02 SU-AARSAG     PIC X(40).
           02 SU-NAVN-RESULTAT PIC X(01).

       FD FIL-BILAGSNR.
       01 BILAGSNR-REC.
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(11).

       FD FIL-BOGFDATO.
       01 BOGFDATO-FIL-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".

       FD FIL-ROLLER.
       01 ROLLE-REKORD.
           COPY "../copybooks/KONTOROLLE.cpy".
       01 ROLLE-REKORD-TRAILER REDEFINES ROLLE-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(12).

       FD FIL-NAVNELOG.
       01 NAVNELOG-REC.
           COPY "../copybooks/NAVNEKONTROL.cpy".

       WORKING-STORAGE SECTION.

      * Engangsordrer fra kundeportalen: hver ordre valideres efter
       01 TRANS-ARR OCCURS 0 TO 10000 TIMES DEPENDING ON NUM-TRANS.
           COPY "../copybooks/TRANSAKTIONER.cpy".
       01 TRANS-IX        PIC 9(05) VALUE 0.

       01 NUM-GEN       PIC 9(04) VALUE 0.
       01 GEN-ARR OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-GEN.
           COPY "../copybooks/TRANSAKTIONER.cpy".
           02 GEN-BRUGT-SW PIC X(01) VALUE "N".
       01 GEN-IX          PIC 9(04) VALUE 0.
       01 VENTENDE-STATUS PIC XX VALUE "00".
       01 VENT-PARTI-ID.
           02 VENT-PARTI-DATO PIC 9(08) VALUE ZEROS.
           02 VENT-PARTI-TID  PIC 9(08) VALUE ZEROS.

       01 NUM-KONTI     PIC 9(04) VALUE 0.
       01 KONTO-ARR OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-KONTI.
       01 MODTAGER-IX     PIC 9(04) VALUE 0.

       01 RUN-DATE        PIC 9(08) VALUE ZEROS.
      * Koerselsdatoen er bankens bogfoeringsdato (Bogfoeringsdato.txt),
      * ikke maskinens dato.
       01 BOGFDATO-STATUS  PIC XX VALUE "00".
       01 BOGFDATO-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".
       01 DAGS-DATO       PIC X(10) VALUE SPACES.
       01 EGEN-REG-NR     PIC 9(06) VALUE ZEROS.
       01 GENNEMFOERT-ANTAL PIC 9(04) VALUE 0.
       01 AFVIST-ANTAL    PIC 9(04) VALUE 0.
       01 ADVARET-ANTAL   PIC 9(04) VALUE 0.
       01 STOPPET-ANTAL   PIC 9(04) VALUE 0.

      * Navnekontrol: ved overfoersel til en konto i egen bank
      * sammenlignes det modtagernavn, kunden har tastet i portalen,
      * med kontoejerens navn og med navnene paa dem, der har en rolle
      * paa kontoen i Kontoroller.txt. Bedste resultat gaelder:
      * M (matcher), T (ligner - fx en tastefejl eller kun forbogstav
      * i fornavnet) eller I (matcher ikke). Ved T og I holdes ordren
      * tilbage med status V, saa portalen kan advare kunden; kunden
      * sender den igen med PO-NAVN-SVAR B (bekraeftet) eller S
      * (stoppet). Hvert udfald logges i Navnekontrol-Log.txt til
      * den maanedlige opgoerelse i OPG-134.
       01 ROLLE-FIL-STATUS PIC XX VALUE "00".
       01 NAVNELOG-STATUS PIC XX VALUE "00".
       01 NUM-ROLLER      PIC 9(04) VALUE 0.
       01 ROLLE-ARR OCCURS 0 TO 2000 TIMES DEPENDING ON NUM-ROLLER.
           COPY "../copybooks/KONTOROLLE.cpy".
       01 ROLLE-IX        PIC 9(04) VALUE 0.
       01 NAVN-RESULTAT   PIC X(01) VALUE SPACE.
       01 KANDIDAT-RESULTAT PIC X(01) VALUE SPACE.
       01 KANDIDAT-KUNDE-ID PIC X(10) VALUE SPACES.
       01 NAVN-ARBEJD     PIC X(41) VALUE SPACES.
       01 NAVN-NORM       PIC X(41) VALUE SPACES.
       01 NAVN-NORM-LAENGDE PIC 9(02) VALUE 0.
       01 NAVN-NORM-ORDSTART PIC 9(02) VALUE 0.
       01 NAVN-TEGN       PIC X(01) VALUE SPACE.
       01 NAVN-FORRIGE-TEGN PIC X(01) VALUE SPACE.
       01 NAVN-IX         PIC 9(02) VALUE 0.
       01 NAVN-UD-IX      PIC 9(02) VALUE 0.
       01 NAVN-AFVIG      PIC 9(02) VALUE 0.
       01 INDTASTET-NAVN  PIC X(41) VALUE SPACES.
       01 INDTASTET-LAENGDE PIC 9(02) VALUE 0.
       01 INDTASTET-ORDSTART PIC 9(02) VALUE 0.
       01 KANDIDAT-NAVN   PIC X(41) VALUE SPACES.
       01 KANDIDAT-LAENGDE PIC 9(02) VALUE 0.
       01 KANDIDAT-ORDSTART PIC 9(02) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM DAGS-DATO-FILL
           PERFORM TRANS-ARR-FILL
           PERFORM BILAGSNR-FILL
           PERFORM MODTAGER-ARR-FILL
           PERFORM ROLLE-ARR-FILL
           OPEN OUTPUT FIL-STATUS-UD
           OPEN EXTEND FIL-NAVNELOG
           IF NAVNELOG-STATUS = "35"
               OPEN OUTPUT FIL-NAVNELOG
           END-IF
           PERFORM VARYING ORDRE-IX FROM 1 BY 1
                   UNTIL ORDRE-IX > NUM-ORDRER
               PERFORM BEHANDL-EN-ORDRE
           END-PERFORM
           CLOSE FIL-STATUS-UD
           CLOSE FIL-NAVNELOG
           IF NUM-GEN > 0
               PERFORM VENTENDE-SKRIV
           END-IF
           PERFORM BILAGSNR-REWRITE
           PERFORM MODTAGER-ARR-REWRITE
           DISPLAY "Portalordrer behandlet - " GENNEMFOERT-ANTAL
               " gennemfoert, " AFVIST-ANTAL " afvist, "
               ADVARET-ANTAL " advaret om modtagernavn, "
               STOPPET-ANTAL " stoppet af kunden."
           STOP RUN.

       DAGS-DATO-FILL.
           PERFORM BOGFOERINGSDATO-FILL
           MOVE BD-DATO OF BOGFDATO-REC TO RUN-DATE
           STRING
               RUN-DATE(1:4) DELIMITED BY SIZE
               "-"           DELIMITED BY SIZE

       BEHANDL-EN-ORDRE.
           MOVE SPACES TO AFVIS-AARSAG
           MOVE SPACE TO NAVN-RESULTAT
           PERFORM VALIDER-ORDRE
           IF AFVIS-AARSAG = SPACES
               PERFORM NAVNEKONTROL
           END-IF
           EVALUATE TRUE
               WHEN AFVIS-AARSAG NOT = SPACES
                   ADD 1 TO AFVIST-ANTAL
                   PERFORM SKRIV-STATUS-A
               WHEN PO-NAVN-STOPPET OF ORDRE-ARR(ORDRE-IX)
                   ADD 1 TO STOPPET-ANTAL
                   MOVE "S" TO NK-UDFALD
                   PERFORM SKRIV-NAVNELOG
                   MOVE "stoppet af kunden efter navneadvarsel"
                     TO AFVIS-AARSAG
                   PERFORM SKRIV-STATUS-S
               WHEN (NAVN-RESULTAT = "T" OR NAVN-RESULTAT = "I")
                   AND NOT PO-NAVN-BEKRAEFTET OF ORDRE-ARR(ORDRE-IX)
                   ADD 1 TO ADVARET-ANTAL
                   MOVE "V" TO NK-UDFALD
                   PERFORM SKRIV-NAVNELOG
                   IF NAVN-RESULTAT = "T"
                       MOVE "modtagers navn ligner, men matcher ikke"
                         TO AFVIS-AARSAG
                   ELSE
                       MOVE "modtagers navn matcher ikke"
                         TO AFVIS-AARSAG
                   END-IF
                   PERFORM SKRIV-STATUS-V
               WHEN OTHER
                   PERFORM POSTER-ORDRE
                   ADD 1 TO GENNEMFOERT-ANTAL
                   IF NAVN-RESULTAT NOT = SPACE
                       IF NAVN-RESULTAT NOT = "M"
                           MOVE "B" TO NK-UDFALD
                       ELSE
                           MOVE "G" TO NK-UDFALD
                       END-IF
                       PERFORM SKRIV-NAVNELOG
                   END-IF
                   PERFORM SKRIV-STATUS-G
           END-EVALUATE.

       VALIDER-ORDRE.
           MOVE PO-KONTO-ID OF ORDRE-ARR(ORDRE-IX) TO SOEGE-KONTO
           MOVE SPACES TO STATUS-UD-REC
           MOVE PO-ORDRE-NR OF ORDRE-ARR(ORDRE-IX) TO SU-ORDRE-NR
           MOVE "G" TO SU-STATUS
           MOVE NAVN-RESULTAT TO SU-NAVN-RESULTAT
           WRITE STATUS-UD-REC.

       SKRIV-STATUS-A.
           MOVE AFVIS-AARSAG TO SU-AARSAG
           WRITE STATUS-UD-REC.

       SKRIV-STATUS-V.
           MOVE SPACES TO STATUS-UD-REC
           MOVE PO-ORDRE-NR OF ORDRE-ARR(ORDRE-IX) TO SU-ORDRE-NR
           MOVE "V" TO SU-STATUS
           MOVE AFVIS-AARSAG TO SU-AARSAG
           MOVE NAVN-RESULTAT TO SU-NAVN-RESULTAT
           WRITE STATUS-UD-REC.

       SKRIV-STATUS-S.
           MOVE SPACES TO STATUS-UD-REC
           MOVE PO-ORDRE-NR OF ORDRE-ARR(ORDRE-IX) TO SU-ORDRE-NR
           MOVE "S" TO SU-STATUS
           MOVE AFVIS-AARSAG TO SU-AARSAG
           MOVE NAVN-RESULTAT TO SU-NAVN-RESULTAT
           WRITE STATUS-UD-REC.

       SKRIV-NAVNELOG.
           MOVE DAGS-DATO TO NK-DATO
           MOVE PO-ORDRE-NR OF ORDRE-ARR(ORDRE-IX) TO NK-ORDRE-NR
           MOVE PO-KONTO-ID OF ORDRE-ARR(ORDRE-IX) TO NK-KONTO-ID
           MOVE PO-MODTAGER-KONTO OF ORDRE-ARR(ORDRE-IX)
             TO NK-MODTAGER-KONTO
           MOVE PO-MODTAGER-NAVN OF ORDRE-ARR(ORDRE-IX)
             TO NK-INDTASTET-NAVN
           MOVE NAVN-RESULTAT TO NK-RESULTAT
           WRITE NAVNELOG-REC.

      * Kun overfoersler til konti i egen bank kan kontrolleres - for
      * fremmede reg-nr kender vi ikke modtagerens navn. Uden tastet
      * modtagernavn springes kontrollen over (NAVN-RESULTAT blank).
       NAVNEKONTROL.
           MOVE SPACE TO NAVN-RESULTAT
           IF PO-MODTAGER-NAVN OF ORDRE-ARR(ORDRE-IX) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF PO-MODTAGER-REG OF ORDRE-ARR(ORDRE-IX) NOT = ZEROS
               AND PO-MODTAGER-REG OF ORDRE-ARR(ORDRE-IX)
                   NOT = EGEN-REG-NR
               EXIT PARAGRAPH
           END-IF
           MOVE PO-MODTAGER-NAVN OF ORDRE-ARR(ORDRE-IX) TO NAVN-ARBEJD
           PERFORM NORMALISER-NAVN
           MOVE NAVN-NORM TO INDTASTET-NAVN
           MOVE NAVN-NORM-LAENGDE TO INDTASTET-LAENGDE
           MOVE NAVN-NORM-ORDSTART TO INDTASTET-ORDSTART
           MOVE "I" TO NAVN-RESULTAT
           MOVE PO-MODTAGER-KONTO OF ORDRE-ARR(ORDRE-IX) TO SOEGE-KONTO
           PERFORM LOOKUP-KONTO
           IF KONTO-MATCH-IX > 0
               MOVE KUNDE-ID OF KONTO-ARR(KONTO-MATCH-IX)
                 TO KANDIDAT-KUNDE-ID
               PERFORM VURDER-KANDIDAT
           END-IF
           PERFORM VARYING ROLLE-IX FROM 1 BY 1
                   UNTIL ROLLE-IX > NUM-ROLLER
                      OR NAVN-RESULTAT = "M"
               IF KR-KONTO-ID OF ROLLE-ARR(ROLLE-IX)
                       = PO-MODTAGER-KONTO OF ORDRE-ARR(ORDRE-IX)
                   MOVE KR-KUNDE-ID OF ROLLE-ARR(ROLLE-IX)
                     TO KANDIDAT-KUNDE-ID
                   PERFORM VURDER-KANDIDAT
               END-IF
           END-PERFORM.

       VURDER-KANDIDAT.
           MOVE 0 TO KUNDE-MATCH-IX
           PERFORM VARYING KUNDE-IX FROM 1 BY 1
                   UNTIL KUNDE-IX > NUM-KUNDER
               IF KUNDE-ID OF KUNDE-ARR(KUNDE-IX) = KANDIDAT-KUNDE-ID
                   MOVE KUNDE-IX TO KUNDE-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF KUNDE-MATCH-IX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO NAVN-ARBEJD
           STRING
               FORNAVN OF KUNDE-ARR(KUNDE-MATCH-IX)
                                           DELIMITED BY SIZE
               " "                         DELIMITED BY SIZE
               EFTERNAVN OF KUNDE-ARR(KUNDE-MATCH-IX)
                                           DELIMITED BY SIZE
           INTO NAVN-ARBEJD
           PERFORM NORMALISER-NAVN
           MOVE NAVN-NORM TO KANDIDAT-NAVN
           MOVE NAVN-NORM-LAENGDE TO KANDIDAT-LAENGDE
           MOVE NAVN-NORM-ORDSTART TO KANDIDAT-ORDSTART
           PERFORM SAMMENLIGN-NAVNE
           EVALUATE TRUE
               WHEN KANDIDAT-RESULTAT = "M"
                   MOVE "M" TO NAVN-RESULTAT
               WHEN KANDIDAT-RESULTAT = "T" AND NAVN-RESULTAT = "I"
                   MOVE "T" TO NAVN-RESULTAT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Store bogstaver, punktum og komma fjernes, bindestreg bliver
      * til mellemrum og flere mellemrum til eet. NAVN-NORM-LAENGDE er
      * det normaliserede navns laengde, NAVN-NORM-ORDSTART positionen
      * for sidste ord (efternavnet).
       NORMALISER-NAVN.
           MOVE FUNCTION UPPER-CASE(NAVN-ARBEJD) TO NAVN-ARBEJD
           MOVE SPACES TO NAVN-NORM
           MOVE 0 TO NAVN-UD-IX
           MOVE 0 TO NAVN-NORM-ORDSTART
           MOVE SPACE TO NAVN-FORRIGE-TEGN
           PERFORM VARYING NAVN-IX FROM 1 BY 1 UNTIL NAVN-IX > 41
               MOVE NAVN-ARBEJD(NAVN-IX:1) TO NAVN-TEGN
               EVALUATE NAVN-TEGN
                   WHEN "."
                   WHEN ","
                       CONTINUE
                   WHEN "-"
                   WHEN SPACE
                       IF NAVN-FORRIGE-TEGN NOT = SPACE
                           ADD 1 TO NAVN-UD-IX
                           MOVE SPACE TO NAVN-FORRIGE-TEGN
                       END-IF
                   WHEN OTHER
                       ADD 1 TO NAVN-UD-IX
                       MOVE NAVN-TEGN TO NAVN-NORM(NAVN-UD-IX:1)
                       IF NAVN-FORRIGE-TEGN = SPACE
                           MOVE NAVN-UD-IX TO NAVN-NORM-ORDSTART
                       END-IF
                       MOVE NAVN-TEGN TO NAVN-FORRIGE-TEGN
               END-EVALUATE
           END-PERFORM
           IF NAVN-UD-IX > 0 AND NAVN-FORRIGE-TEGN = SPACE
               SUBTRACT 1 FROM NAVN-UD-IX
           END-IF
           MOVE NAVN-UD-IX TO NAVN-NORM-LAENGDE.

      * M: ens efter normalisering. T: samme laengde og hoejst to
      * forskellige tegn, eet tegn for meget eller for lidt (begge
      * tastefejl), eller samme efternavn og enten samme forbogstav
      * eller kun efternavnet tastet. Ellers I.
       SAMMENLIGN-NAVNE.
           MOVE "I" TO KANDIDAT-RESULTAT
           IF KANDIDAT-LAENGDE = 0 OR INDTASTET-LAENGDE = 0
               EXIT PARAGRAPH
           END-IF
           IF INDTASTET-NAVN = KANDIDAT-NAVN
               MOVE "M" TO KANDIDAT-RESULTAT
               EXIT PARAGRAPH
           END-IF
           IF INDTASTET-LAENGDE = KANDIDAT-LAENGDE
               MOVE 0 TO NAVN-AFVIG
               PERFORM VARYING NAVN-IX FROM 1 BY 1
                       UNTIL NAVN-IX > INDTASTET-LAENGDE
                   IF INDTASTET-NAVN(NAVN-IX:1)
                           NOT = KANDIDAT-NAVN(NAVN-IX:1)
                       ADD 1 TO NAVN-AFVIG
                   END-IF
               END-PERFORM
               IF NAVN-AFVIG NOT > 2
                   MOVE "T" TO KANDIDAT-RESULTAT
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF INDTASTET-LAENGDE = KANDIDAT-LAENGDE + 1
               OR KANDIDAT-LAENGDE = INDTASTET-LAENGDE + 1
               PERFORM VARYING NAVN-IX FROM 1 BY 1
                       UNTIL NAVN-IX > 40
                          OR INDTASTET-NAVN(NAVN-IX:1)
                             NOT = KANDIDAT-NAVN(NAVN-IX:1)
                   CONTINUE
               END-PERFORM
               EVALUATE TRUE
                   WHEN NAVN-IX > 40
                       MOVE "T" TO KANDIDAT-RESULTAT
                   WHEN INDTASTET-LAENGDE > KANDIDAT-LAENGDE
                       IF INDTASTET-NAVN(NAVN-IX + 1:)
                               = KANDIDAT-NAVN(NAVN-IX:)
                           MOVE "T" TO KANDIDAT-RESULTAT
                       END-IF
                   WHEN OTHER
                       IF KANDIDAT-NAVN(NAVN-IX + 1:)
                               = INDTASTET-NAVN(NAVN-IX:)
                           MOVE "T" TO KANDIDAT-RESULTAT
                       END-IF
               END-EVALUATE
               IF KANDIDAT-RESULTAT = "T"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF INDTASTET-NAVN(INDTASTET-ORDSTART:
                   INDTASTET-LAENGDE - INDTASTET-ORDSTART + 1)
                 = KANDIDAT-NAVN(KANDIDAT-ORDSTART:
                   KANDIDAT-LAENGDE - KANDIDAT-ORDSTART + 1)
               AND (INDTASTET-ORDSTART = 1
                   OR INDTASTET-NAVN(1:1) = KANDIDAT-NAVN(1:1))
               MOVE "T" TO KANDIDAT-RESULTAT
           END-IF.

       BILAGSNR-FILL.
           OPEN INPUT FIL-BILAGSNR
           MOVE NUM-MODTAGERE TO TR-ANTAL OF MODTAGER-REKORD-TRAILER
           WRITE MODTAGER-REKORD
           CLOSE FIL-MODTAGERE.

      * Posteringerne stilles i koe i Ventende-Posteringer.txt som
      * eet parti med egen trailer; OPG-96 validerer, tildeler
      * bilagsnumre og fletter dem ind i Transaktioner.txt samlet.
       VENTENDE-SKRIV.
           IF NUM-GEN = 0
               EXIT PARAGRAPH
           END-IF
           ACCEPT VENT-PARTI-DATO FROM DATE YYYYMMDD
           ACCEPT VENT-PARTI-TID FROM TIME
           OPEN EXTEND FIL-VENTENDE
           IF VENTENDE-STATUS = "35"
               OPEN OUTPUT FIL-VENTENDE
           END-IF
           PERFORM VARYING GEN-IX FROM 1 BY 1 UNTIL GEN-IX > NUM-GEN
               MOVE SPACES TO VENTENDE-REKORD
               MOVE GEN-ARR(GEN-IX)(1:264) TO VENTENDE-REKORD(1:264)
               MOVE "OPG-90" TO VP-KILDE OF VENTENDE-REKORD
               MOVE VENT-PARTI-ID TO VP-PARTI-ID OF VENTENDE-REKORD
               WRITE VENTENDE-REKORD
           END-PERFORM
           MOVE SPACES TO VENTENDE-REKORD
           MOVE "TRAILER" TO TR-MARKER OF VENTENDE-TRAILER
           MOVE NUM-GEN TO TR-ANTAL OF VENTENDE-TRAILER
           MOVE "OPG-90" TO VP-KILDE OF VENTENDE-REKORD
           MOVE VENT-PARTI-ID TO VP-PARTI-ID OF VENTENDE-REKORD
           WRITE VENTENDE-REKORD
           CLOSE FIL-VENTENDE.

       ROLLE-ARR-FILL.
           MOVE 0 TO NUM-ROLLER
           OPEN INPUT FIL-ROLLER
           IF ROLLE-FIL-STATUS = "00"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ FIL-ROLLER INTO ROLLE-REKORD
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF TR-MARKER OF ROLLE-REKORD-TRAILER
                                   = "TRAILER"
                               MOVE "Y" TO EOF-FLAG
                           ELSE
                               IF NUM-ROLLER < 2000
                                   ADD 1 TO NUM-ROLLER
                                   MOVE ROLLE-REKORD
                                     TO ROLLE-ARR(NUM-ROLLER)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIL-ROLLER
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
