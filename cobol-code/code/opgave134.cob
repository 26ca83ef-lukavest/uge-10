       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPG-134.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIL-NAVNELOG
               ASSIGN TO "../data/Navnekontrol-Log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NAVNELOG-STATUS.
           SELECT FIL-RAPPORT ASSIGN TO RAPPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-BOGFDATO ASSIGN TO "../data/Bogfoeringsdato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOGFDATO-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD FIL-NAVNELOG.
       01 NAVNELOG-REC.
           COPY "../copybooks/NAVNEKONTROL.cpy".

       FD FIL-RAPPORT.
       01 RAPPORT-REC.
           02 RAPPORT-TEXT PIC X(132).

       FD FIL-BOGFDATO.
       01 BOGFDATO-FIL-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".

       WORKING-STORAGE SECTION.

      * Maanedlig opgoerelse af navnekontrollen paa portalordrer
      * (OPG-90) for bogfoeringsdatoens maaned. Navnekontrol-Log.txt
      * har en post pr. kontrolleret ordre og koersel: G (gennemfoert
      * uden advarsel), V (holdt tilbage med advarsel), B (gennemfoert
      * efter kundens bekraeftelse) og S (stoppet af kunden efter
      * advarslen). Rapporten taeller resultater og udfald og lister
      * de bekraeftede og stoppede overfoersler.
       01 NAVNELOG-STATUS  PIC XX VALUE "00".
       01 EOF-FLAG         PIC X(01) VALUE "N".
       01 RAPPORT-FILENAME PIC X(60) VALUE SPACES.
       01 RAPPORT-MAANED   PIC X(07) VALUE SPACES.

       01 RUN-DATE         PIC 9(08) VALUE ZEROS.
      * Koerselsdatoen er bankens bogfoeringsdato (Bogfoeringsdato.txt),
      * ikke maskinens dato.
       01 BOGFDATO-STATUS  PIC XX VALUE "00".
       01 BOGFDATO-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".
       01 DAGS-DATO        PIC X(10) VALUE SPACES.

       01 KONTROL-ANTAL    PIC 9(06) VALUE ZEROS.
       01 MATCH-ANTAL      PIC 9(06) VALUE ZEROS.
       01 NAESTEN-ANTAL    PIC 9(06) VALUE ZEROS.
       01 INGEN-MATCH-ANTAL PIC 9(06) VALUE ZEROS.
       01 GENNEMFOERT-ANTAL PIC 9(06) VALUE ZEROS.
       01 ADVARET-ANTAL    PIC 9(06) VALUE ZEROS.
       01 BEKRAEFTET-ANTAL PIC 9(06) VALUE ZEROS.
       01 BEKRAEFTET-T-ANTAL PIC 9(06) VALUE ZEROS.
       01 BEKRAEFTET-I-ANTAL PIC 9(06) VALUE ZEROS.
       01 STOPPET-ANTAL    PIC 9(06) VALUE ZEROS.
       01 STOPPET-T-ANTAL  PIC 9(06) VALUE ZEROS.
       01 STOPPET-I-ANTAL  PIC 9(06) VALUE ZEROS.
       01 UBESVARET-ANTAL  PIC S9(06) VALUE ZEROS.

      * De bekraeftede og stoppede overfoersler til detaljelisten.
       01 NUM-SVAR         PIC 9(04) VALUE 0.
       01 SVAR-ARR OCCURS 0 TO 5000 TIMES DEPENDING ON NUM-SVAR.
           COPY "../copybooks/NAVNEKONTROL.cpy".
       01 SVAR-IX          PIC 9(04) VALUE 0.
       01 SVAR-TABT        PIC 9(06) VALUE ZEROS.

       01 TAL-LINJE.
           02 TL-TEKST         PIC X(45).
           02 TL-ANTAL         PIC ZZZ,ZZ9.

       01 SVAR-LINJE.
           02 SL-DATO          PIC X(10).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 SL-ORDRE-NR      PIC 9(06).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 SL-KONTO-ID      PIC X(14).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 SL-MODTAGER-KONTO PIC X(14).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 SL-NAVN          PIC X(40).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 SL-RESULTAT      PIC X(08).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 SL-UDFALD        PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM DAGS-DATO-FILL
           MOVE DAGS-DATO(1:7) TO RAPPORT-MAANED
           OPEN INPUT FIL-NAVNELOG
           IF NAVNELOG-STATUS = "00"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ FIL-NAVNELOG
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF NK-DATO OF NAVNELOG-REC(1:7)
                                   = RAPPORT-MAANED
                               PERFORM TAEL-LOGPOST
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIL-NAVNELOG
           END-IF
           COMPUTE UBESVARET-ANTAL =
               ADVARET-ANTAL - BEKRAEFTET-ANTAL - STOPPET-ANTAL
           IF UBESVARET-ANTAL < 0
               MOVE 0 TO UBESVARET-ANTAL
           END-IF
           PERFORM SKRIV-RAPPORT
           IF SVAR-TABT > 0
               DISPLAY "ADVARSEL: " SVAR-TABT " bekraeftede/stoppede "
                   "overfoersler kom ikke med i listen (max 5000)"
           END-IF
           DISPLAY "Navnekontrol " RAPPORT-MAANED ": " KONTROL-ANTAL
               " kontroller, " ADVARET-ANTAL " advarsler, "
               BEKRAEFTET-ANTAL " bekraeftet, " STOPPET-ANTAL
               " stoppet"
           DISPLAY "Se " FUNCTION TRIM(RAPPORT-FILENAME)
           STOP RUN.

       TAEL-LOGPOST.
           ADD 1 TO KONTROL-ANTAL
           EVALUATE TRUE
               WHEN NK-MATCH OF NAVNELOG-REC
                   ADD 1 TO MATCH-ANTAL
               WHEN NK-NAESTEN OF NAVNELOG-REC
                   ADD 1 TO NAESTEN-ANTAL
               WHEN OTHER
                   ADD 1 TO INGEN-MATCH-ANTAL
           END-EVALUATE
           EVALUATE TRUE
               WHEN NK-ADVARET OF NAVNELOG-REC
                   ADD 1 TO ADVARET-ANTAL
               WHEN NK-BEKRAEFTET OF NAVNELOG-REC
                   ADD 1 TO BEKRAEFTET-ANTAL
                   IF NK-NAESTEN OF NAVNELOG-REC
                       ADD 1 TO BEKRAEFTET-T-ANTAL
                   ELSE
                       ADD 1 TO BEKRAEFTET-I-ANTAL
                   END-IF
                   PERFORM GEM-SVAR
               WHEN NK-STOPPET OF NAVNELOG-REC
                   ADD 1 TO STOPPET-ANTAL
                   IF NK-NAESTEN OF NAVNELOG-REC
                       ADD 1 TO STOPPET-T-ANTAL
                   ELSE
                       ADD 1 TO STOPPET-I-ANTAL
                   END-IF
                   PERFORM GEM-SVAR
               WHEN OTHER
                   ADD 1 TO GENNEMFOERT-ANTAL
           END-EVALUATE.

       GEM-SVAR.
           IF NUM-SVAR >= 5000
               ADD 1 TO SVAR-TABT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO NUM-SVAR
           MOVE NAVNELOG-REC TO SVAR-ARR(NUM-SVAR).

       SKRIV-RAPPORT.
           MOVE SPACES TO RAPPORT-FILENAME
           STRING
               "../data/Navnekontrol-Rapport-" DELIMITED BY SIZE
               RUN-DATE(1:6)                   DELIMITED BY SIZE
               ".txt"                          DELIMITED BY SIZE
           INTO RAPPORT-FILENAME
           OPEN OUTPUT FIL-RAPPORT
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "NAVNEKONTROL PAA OVERFOERSLER - " DELIMITED BY SIZE
               RAPPORT-MAANED                     DELIMITED BY SIZE
               " (koert "                         DELIMITED BY SIZE
               DAGS-DATO                          DELIMITED BY SIZE
               ")"                                DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           IF NAVNELOG-STATUS NOT = "00"
               MOVE "Navnekontrol-Log.txt findes ikke." TO RAPPORT-TEXT
               WRITE RAPPORT-REC
               MOVE SPACES TO RAPPORT-TEXT
               WRITE RAPPORT-REC
           END-IF
           MOVE "RESULTAT AF KONTROLLEN" TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE "  Kontrollerede overfoersler" TO TL-TEKST
           MOVE KONTROL-ANTAL TO TL-ANTAL
           PERFORM SKRIV-TAL
           MOVE "    navnet matcher" TO TL-TEKST
           MOVE MATCH-ANTAL TO TL-ANTAL
           PERFORM SKRIV-TAL
           MOVE "    navnet ligner" TO TL-TEKST
           MOVE NAESTEN-ANTAL TO TL-ANTAL
           PERFORM SKRIV-TAL
           MOVE "    navnet matcher ikke" TO TL-TEKST
           MOVE INGEN-MATCH-ANTAL TO TL-ANTAL
           PERFORM SKRIV-TAL
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE "UDFALD" TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE "  Gennemfoert uden advarsel" TO TL-TEKST
           MOVE GENNEMFOERT-ANTAL TO TL-ANTAL
           PERFORM SKRIV-TAL
           MOVE "  Advarsler om modtagernavn" TO TL-TEKST
           MOVE ADVARET-ANTAL TO TL-ANTAL
           PERFORM SKRIV-TAL
           MOVE "  Bekraeftet og gennemfoert efter advarsel"
             TO TL-TEKST
           MOVE BEKRAEFTET-ANTAL TO TL-ANTAL
           PERFORM SKRIV-TAL
           MOVE "    heraf navnet lignede" TO TL-TEKST
           MOVE BEKRAEFTET-T-ANTAL TO TL-ANTAL
           PERFORM SKRIV-TAL
           MOVE "    heraf navnet matchede ikke" TO TL-TEKST
           MOVE BEKRAEFTET-I-ANTAL TO TL-ANTAL
           PERFORM SKRIV-TAL
           MOVE "  Stoppet af kunden efter advarsel" TO TL-TEKST
           MOVE STOPPET-ANTAL TO TL-ANTAL
           PERFORM SKRIV-TAL
           MOVE "    heraf navnet lignede" TO TL-TEKST
           MOVE STOPPET-T-ANTAL TO TL-ANTAL
           PERFORM SKRIV-TAL
           MOVE "    heraf navnet matchede ikke" TO TL-TEKST
           MOVE STOPPET-I-ANTAL TO TL-ANTAL
           PERFORM SKRIV-TAL
           MOVE "  Advarsler endnu ikke besvaret" TO TL-TEKST
           MOVE UBESVARET-ANTAL TO TL-ANTAL
           PERFORM SKRIV-TAL
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE "BEKRAEFTEDE OG STOPPEDE OVERFOERSLER" TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "DATO       ORDRE  FRA KONTO      TIL KONTO      "
                                               DELIMITED BY SIZE
               "TASTET MODTAGERNAVN                      "
                                               DELIMITED BY SIZE
               "RESULTAT UDFALD"               DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           PERFORM VARYING SVAR-IX FROM 1 BY 1 UNTIL SVAR-IX > NUM-SVAR
               PERFORM SKRIV-SVAR
           END-PERFORM
           IF NUM-SVAR = 0
               MOVE "Ingen bekraeftede eller stoppede overfoersler."
                 TO RAPPORT-TEXT
               WRITE RAPPORT-REC
           END-IF
           CLOSE FIL-RAPPORT.

       SKRIV-TAL.
           MOVE SPACES TO RAPPORT-TEXT
           MOVE TAL-LINJE TO RAPPORT-TEXT
           WRITE RAPPORT-REC.

       SKRIV-SVAR.
           MOVE SPACES TO SVAR-LINJE
           MOVE NK-DATO OF SVAR-ARR(SVAR-IX) TO SL-DATO
           MOVE NK-ORDRE-NR OF SVAR-ARR(SVAR-IX) TO SL-ORDRE-NR
           MOVE NK-KONTO-ID OF SVAR-ARR(SVAR-IX) TO SL-KONTO-ID
           MOVE NK-MODTAGER-KONTO OF SVAR-ARR(SVAR-IX)
             TO SL-MODTAGER-KONTO
           MOVE NK-INDTASTET-NAVN OF SVAR-ARR(SVAR-IX) TO SL-NAVN
           IF NK-NAESTEN OF SVAR-ARR(SVAR-IX)
               MOVE "ligner" TO SL-RESULTAT
           ELSE
               MOVE "ingen" TO SL-RESULTAT
           END-IF
           IF NK-STOPPET OF SVAR-ARR(SVAR-IX)
               MOVE "stoppet" TO SL-UDFALD
           ELSE
               MOVE "bekraeftet" TO SL-UDFALD
           END-IF
           MOVE SPACES TO RAPPORT-TEXT
           MOVE SVAR-LINJE TO RAPPORT-TEXT
           WRITE RAPPORT-REC.

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
