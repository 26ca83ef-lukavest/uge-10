               ASSIGN TO "../data/Operatoer-Autorisation.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUTOR-FIL-STATUS.
       SELECT FIL-RELATION
               ASSIGN TO "../data/Operatoer-Relationer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RELATION-STATUS.
       SELECT FIL-FACILITET
               ASSIGN TO "../data/Overtraek-Faciliteter.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FACILITET-FIL-STATUS.
       SELECT FIL-ENG-STATUS
               ASSIGN TO "../data/Engagement-Status.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ENG-STATUS-FIL-STATUS.
       SELECT FIL-PARM-126 ASSIGN TO "../data/OPG126-Parametre.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-126-STATUS.
       SELECT FIL-VILKAAR ASSIGN TO "../data/Vilkaar-Dokumenter.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VILKAAR-FIL-STATUS.
       SELECT FIL-ACCEPT ASSIGN TO "../data/Vilkaar-Accept.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCEPT-FIL-STATUS.
       SELECT FIL-BOGFDATO ASSIGN TO "../data/Bogfoeringsdato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOGFDATO-STATUS.

       DATA DIVISION.

       01 AUTOR-REKORD.
           COPY "../copybooks/AUTORISATION.cpy".

       FD FIL-RELATION.
       01 RELATION-REKORD.
           COPY "../copybooks/OPERATOERRELATION.cpy".

       FD FIL-FACILITET.
       01 FACILITET-REKORD.
           COPY "../copybooks/OVERTRAEK-FACILITET.cpy".
       01 FACILITET-REKORD-TRAILER REDEFINES FACILITET-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(27).

       FD FIL-ENG-STATUS.
       01 ENG-STATUS-REKORD.
           COPY "../copybooks/ENGAGEMENT-STATUS.cpy".
       01 ENG-STATUS-TRAILER REDEFINES ENG-STATUS-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(32).

       FD FIL-PARM-126.
       01 PARM-126-FILE-REC.
           COPY "../copybooks/OPG126-PARAMETRE.cpy".

       FD FIL-VILKAAR.
       01 VILKAAR-REKORD.
           COPY "../copybooks/VILKAAR.cpy".
       01 VILKAAR-REKORD-TRAILER REDEFINES VILKAAR-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(91).

       FD FIL-ACCEPT.
       01 ACCEPT-REKORD.
           COPY "../copybooks/VILKAARACCEPT.cpy".
       01 ACCEPT-REKORD-TRAILER REDEFINES ACCEPT-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(45).

       FD FIL-BOGFDATO.
       01 BOGFDATO-FIL-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".

       WORKING-STORAGE SECTION.
       01 SLET-KIDX-KOMMANDO PIC X(60) VALUE SPACES.
       01 AUTOR-FIL-STATUS PIC XX VALUE "00".
       01 LAAS-DATE        PIC 9(08) VALUE ZEROS.
       01 LAAS-TIME        PIC 9(08) VALUE ZEROS.

      * Operatoerens egen kunde og erklaerede relaterede kunder fra
      * Operatoer-Relationer.txt. Aendringer og posteringer, der
      * roerer dem, afvises og skal foretages af en anden operator.
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

      * Kontomasteren indlaeses ikke i en tabel: opslag sker ved
      * sekventiel laesning, og hver rettelse skrives straks
      * tilbage ved at kopiere den flade fil til KontoOpl-Ny.txt
       01 KURS-IX       PIC 9(03) VALUE 0.
       01 KURS-MATCH-IX PIC 9(03) VALUE 0.

      * Overtraeksfaciliteter vedligeholdes her. Forhoejes en
      * facilitet, laegges forhoejelsen (i DKK) til kundens
      * gruppeengagement fra OPG-126's Engagement-Status.txt og
      * sammenholdes med graensen i OPG126-Parametre.txt. Gemmes en
      * facilitet trods advarslen, skrives det i koerselsloggen.
       01 FACILITET-FIL-STATUS  PIC XX VALUE "00".
       01 ENG-STATUS-FIL-STATUS PIC XX VALUE "00".
       01 PARM-126-STATUS       PIC XX VALUE "00".
       01 PARM-126-REC.
           COPY "../copybooks/OPG126-PARAMETRE.cpy".
       01 NUM-FACILITET    PIC 9(04) VALUE 0.
       01 FACILITET-ARR OCCURS 0 TO 500 TIMES
               DEPENDING ON NUM-FACILITET.
           COPY "../copybooks/OVERTRAEK-FACILITET.cpy".
       01 FACILITET-IX     PIC 9(04) VALUE 0.
       01 FACILITET-MATCH-IX PIC 9(04) VALUE 0.
       01 NY-GRAENSE       PIC 9(10)V99 VALUE ZEROS.
       01 NY-UDLOEB        PIC X(10) VALUE SPACES.
       01 GAMMEL-GRAENSE   PIC S9(10)V99 VALUE ZEROS.
       01 FORHOEJELSE      PIC S9(13)V99 VALUE ZEROS.
       01 FORHOEJELSE-DKK  PIC S9(13)V99 VALUE ZEROS.
       01 GRUPPE-ENGAGEMENT PIC 9(13)V99 VALUE ZEROS.
       01 GRUPPE-ID-FUNDET PIC X(10) VALUE SPACES.
       01 ENG-STATUS-DATO  PIC X(10) VALUE SPACES.
       01 NYT-ENGAGEMENT   PIC S9(13)V99 VALUE ZEROS.
       01 GRUPPE-GRAENSE   PIC 9(13)V99 VALUE ZEROS.
       01 KURS-BEST-DATO   PIC X(10) VALUE SPACES.
       01 GEM-SW           PIC X(01) VALUE "J".
       01 GEM-ALLIGEVEL    PIC X(01) VALUE SPACE.
       01 FACILITET-DATE   PIC 9(08) VALUE ZEROS.
       01 FACILITET-TIME   PIC 9(08) VALUE ZEROS.
       01 VIS-BELOEB       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

      * En ny konto oprettes kun, naar kunden har accepteret den
      * gaeldende version af de almindelige betingelser og af
      * kontotypens vilkaar (Vilkaar-Dokumenter.txt/Vilkaar-Accept.txt,
      * vedligeholdt i OPG-146) - generelt eller for det nye konto-id.
      * Er der ikke registreret vilkaar for produktet, kraeves intet.
       01 VILKAAR-FIL-STATUS PIC XX VALUE "00".
       01 ACCEPT-FIL-STATUS  PIC XX VALUE "00".
       01 BOGFDATO-STATUS    PIC XX VALUE "00".
       01 BOGFDATO-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".
       01 RUN-DATE           PIC 9(08) VALUE ZEROS.
       01 DAGS-DATO          PIC X(10) VALUE SPACES.
       01 VILKAAR-PRODUKT    PIC X(10) VALUE SPACES.
       01 VILKAAR-GAELDENDE  PIC 9(03) VALUE ZEROS.
       01 VILKAAR-GAELDENDE-DATO PIC X(10) VALUE SPACES.
       01 VILKAAR-ACCEPTERET PIC 9(03) VALUE ZEROS.
       01 VILKAAR-OK-SW      PIC X(01) VALUE "J".

       01 SOEGE-KONTO-ID PIC X(14).
       01 MENU-VALG     PIC X(01).
       01 FORTSAET-SW   PIC X(01) VALUE "J".
       MAIN-PARA.
           PERFORM CHECK-AUTORISATION
           PERFORM CHECK-BATCH-LAAS
           PERFORM RELATION-ARR-FILL
           PERFORM KURS-ARR-FILL
           PERFORM UNTIL FORTSAET-SW NOT = "J"
               PERFORM SHOW-MENU
                   WHEN "2"
                       PERFORM AENDRE-KONTO
                   WHEN "3"
                       PERFORM VEDLIGEHOLD-FACILITET
                   WHEN "4"
                       MOVE "N" TO FORTSAET-SW
                   WHEN OTHER
                       DISPLAY "Ukendt valg."
           DISPLAY " "
           DISPLAY "1. Opret konto"
           DISPLAY "2. Aendre konto (type/valuta)"
           DISPLAY "3. Overtraeksfacilitet (opret/aendre)"
           DISPLAY "4. Afslut"
           DISPLAY "Valg: " WITH NO ADVANCING.

       KURS-ARR-FILL.
                   MOVE SOEGE-KONTO-ID TO KONTO-ID OF AKTUEL-KONTO
                   MOVE ZEROS TO BALANCE OF AKTUEL-KONTO
                   PERFORM INDTAST-KUNDE-ID
                   MOVE KUNDE-ID OF AKTUEL-KONTO TO RELATION-KUNDE-ID
                   PERFORM CHECK-RELATERET-KUNDE
                   IF RELATION-SW = "J"
                       PERFORM AFVIS-RELATERET-KUNDE
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM INDTAST-KONTO-FELTER
                   PERFORM CHECK-VILKAAR
                   IF VILKAAR-OK-SW = "N"
                       DISPLAY "Kontoen er IKKE oprettet - registrer "
                           "kundens accept i OPG-146."
                       EXIT PARAGRAPH
                   END-IF
                   MOVE "J" TO NY-KONTO-SW
                   PERFORM KONTO-SKRIV-TILBAGE
               END-IF
           IF KONTO-FUNDET-SW = "N"
               DISPLAY "FEJL: Konto-id ikke fundet."
           ELSE
               MOVE KUNDE-ID OF AKTUEL-KONTO TO RELATION-KUNDE-ID
               PERFORM CHECK-RELATERET-KUNDE
               IF RELATION-SW = "J"
                   PERFORM AFVIS-RELATERET-KUNDE
                   EXIT PARAGRAPH
               END-IF
               PERFORM INDTAST-KONTO-FELTER
               MOVE "N" TO NY-KONTO-SW
               PERFORM KONTO-SKRIV-TILBAGE
           END-IF.

      * Graense 0 ophaever faciliteten. Kun en forhoejelse i forhold
      * til den gaeldende facilitet kontrolleres mod gruppegraensen;
      * den gaeldende facilitet indgaar allerede i engagementet.
       VEDLIGEHOLD-FACILITET.
           PERFORM FIND-KONTO
           IF KONTO-FUNDET-SW = "N"
               DISPLAY "FEJL: Konto-id ikke fundet."
               EXIT PARAGRAPH
           END-IF
           MOVE KUNDE-ID OF AKTUEL-KONTO TO RELATION-KUNDE-ID
           PERFORM CHECK-RELATERET-KUNDE
           IF RELATION-SW = "J"
               PERFORM AFVIS-RELATERET-KUNDE
               EXIT PARAGRAPH
           END-IF
           PERFORM FACILITET-ARR-FILL
           IF TRAILER-FOUND-SW = "N"
                   OR NUM-FACILITET NOT = TRAILER-ANTAL
               DISPLAY "FEJL: Overtraek-Faciliteter.txt's "
                   "sluttaellerpost stemmer ikke - intet aendret."
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO GAMMEL-GRAENSE
           IF FACILITET-MATCH-IX > 0
               MOVE OF-GRAENSE OF FACILITET-ARR(FACILITET-MATCH-IX)
                 TO VIS-BELOEB
               DISPLAY "Nuvaerende facilitet: " VIS-BELOEB " "
                   VALUTA-KD OF AKTUEL-KONTO " udloeb: "
                   OF-UDLOEB OF FACILITET-ARR(FACILITET-MATCH-IX)
               MOVE OF-GRAENSE OF FACILITET-ARR(FACILITET-MATCH-IX)
                 TO GAMMEL-GRAENSE
           ELSE
               DISPLAY "Kontoen har ingen overtraeksfacilitet."
           END-IF
           DISPLAY "Ny graense (0 = ophoer): " WITH NO ADVANCING
           ACCEPT NY-GRAENSE
           MOVE SPACES TO NY-UDLOEB
           IF NY-GRAENSE > ZEROS
               DISPLAY "Udloebsdato (AAAA-MM-DD, blank = ingen): "
                   WITH NO ADVANCING
               ACCEPT NY-UDLOEB
           END-IF
           COMPUTE FORHOEJELSE = NY-GRAENSE - GAMMEL-GRAENSE
           MOVE "J" TO GEM-SW
           IF FORHOEJELSE > ZEROS
               PERFORM CHECK-GRUPPE-GRAENSE
           END-IF
           IF GEM-SW = "N"
               DISPLAY "Faciliteten er IKKE gemt."
               EXIT PARAGRAPH
           END-IF
           IF FACILITET-MATCH-IX = 0 AND NY-GRAENSE > ZEROS
               IF NUM-FACILITET >= 500
                   DISPLAY "FEJL: Overtraek-Faciliteter.txt er fuld."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO NUM-FACILITET
               MOVE NUM-FACILITET TO FACILITET-MATCH-IX
               MOVE SPACES TO FACILITET-ARR(FACILITET-MATCH-IX)
               MOVE SOEGE-KONTO-ID
                 TO OF-KONTO-ID OF FACILITET-ARR(FACILITET-MATCH-IX)
               MOVE ZEROS
                 TO OF-STRAFRENTE OF FACILITET-ARR(FACILITET-MATCH-IX)
           END-IF
           IF FACILITET-MATCH-IX > 0
               MOVE NY-GRAENSE
                 TO OF-GRAENSE OF FACILITET-ARR(FACILITET-MATCH-IX)
               MOVE NY-UDLOEB
                 TO OF-UDLOEB OF FACILITET-ARR(FACILITET-MATCH-IX)
               PERFORM FACILITET-SKRIV-TILBAGE
               DISPLAY "Facilitet for " SOEGE-KONTO-ID " gemt."
           END-IF.

       FACILITET-ARR-FILL.
           MOVE 0 TO NUM-FACILITET
           MOVE 0 TO FACILITET-MATCH-IX
           MOVE ZEROS TO TRAILER-ANTAL
           MOVE "J" TO TRAILER-FOUND-SW
           OPEN INPUT FIL-FACILITET
           IF FACILITET-FIL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO TRAILER-FOUND-SW
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-FACILITET
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF FACILITET-REKORD-TRAILER
                               = "TRAILER"
                           MOVE TR-ANTAL OF FACILITET-REKORD-TRAILER
                             TO TRAILER-ANTAL
                           MOVE "Y" TO TRAILER-FOUND-SW
                           MOVE "Y" TO EOF-FLAG
                       ELSE
                           IF NUM-FACILITET < 500
                               ADD 1 TO NUM-FACILITET
                               MOVE FACILITET-REKORD
                                 TO FACILITET-ARR(NUM-FACILITET)
                               IF OF-KONTO-ID OF FACILITET-REKORD
                                       = SOEGE-KONTO-ID
                                   MOVE NUM-FACILITET
                                     TO FACILITET-MATCH-IX
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-FACILITET
           MOVE "N" TO EOF-FLAG.

      * En ophaevet facilitet (graense 0) skrives ikke tilbage.
       FACILITET-SKRIV-TILBAGE.
           MOVE 0 TO KOPIERET-ANTAL
           OPEN OUTPUT FIL-FACILITET
           PERFORM VARYING FACILITET-IX FROM 1 BY 1
                   UNTIL FACILITET-IX > NUM-FACILITET
               IF OF-GRAENSE OF FACILITET-ARR(FACILITET-IX) NOT = ZEROS
                   WRITE FACILITET-REKORD
                       FROM FACILITET-ARR(FACILITET-IX)
                   ADD 1 TO KOPIERET-ANTAL
               END-IF
           END-PERFORM
           MOVE SPACES TO FACILITET-REKORD
           MOVE "TRAILER" TO TR-MARKER OF FACILITET-REKORD-TRAILER
           MOVE KOPIERET-ANTAL TO TR-ANTAL OF FACILITET-REKORD-TRAILER
           WRITE FACILITET-REKORD
           CLOSE FIL-FACILITET.

      * Forhoejelsen omregnes til DKK med nyeste kurs og laegges til
      * kundens (gruppens) engagement ved seneste koersel af OPG-126.
       CHECK-GRUPPE-GRAENSE.
           MOVE ZEROS TO PARM-126-REC
           OPEN INPUT FIL-PARM-126
           IF PARM-126-STATUS = "00"
               READ FIL-PARM-126 INTO PARM-126-REC
                   AT END
                       MOVE ZEROS TO PARM-126-REC
               END-READ
               CLOSE FIL-PARM-126
           END-IF
           IF PARM-KAPITALGRUNDLAG OF PARM-126-REC NOT NUMERIC
                   OR PARM-KAPITALGRUNDLAG OF PARM-126-REC = ZEROS
               DISPLAY "Bemaerk: intet kapitalgrundlag i "
                   "OPG126-Parametre.txt - gruppegraensen er ikke "
                   "kontrolleret."
               EXIT PARAGRAPH
           END-IF
           IF PARM-GRAENSE-PCT OF PARM-126-REC = ZEROS
               MOVE 25.00 TO PARM-GRAENSE-PCT OF PARM-126-REC
           END-IF
           COMPUTE GRUPPE-GRAENSE ROUNDED =
               PARM-KAPITALGRUNDLAG OF PARM-126-REC
               * PARM-GRAENSE-PCT OF PARM-126-REC / 100
           MOVE FORHOEJELSE TO FORHOEJELSE-DKK
           IF VALUTA-KD OF AKTUEL-KONTO NOT = "DKK "
               MOVE 0 TO KURS-MATCH-IX
               MOVE SPACES TO KURS-BEST-DATO
               PERFORM VARYING KURS-IX FROM 1 BY 1
                       UNTIL KURS-IX > NUM-KURS
                   IF VALUTA-KD OF KURS-ARR(KURS-IX)
                           = VALUTA-KD OF AKTUEL-KONTO
                       AND KURS-DATO OF KURS-ARR(KURS-IX)
                           >= KURS-BEST-DATO
                       MOVE KURS-IX TO KURS-MATCH-IX
                       MOVE KURS-DATO OF KURS-ARR(KURS-IX)
                         TO KURS-BEST-DATO
                   END-IF
               END-PERFORM
               IF KURS-MATCH-IX > 0
                   COMPUTE FORHOEJELSE-DKK ROUNDED = FORHOEJELSE
                       * KURS OF KURS-ARR(KURS-MATCH-IX)
               END-IF
           END-IF
           MOVE ZEROS TO GRUPPE-ENGAGEMENT
           MOVE SPACES TO GRUPPE-ID-FUNDET
           MOVE SPACES TO ENG-STATUS-DATO
           OPEN INPUT FIL-ENG-STATUS
           IF ENG-STATUS-FIL-STATUS NOT = "00"
               DISPLAY "Bemaerk: Engagement-Status.txt findes ikke "
                   "(OPG-126) - gruppegraensen er ikke kontrolleret."
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-ENG-STATUS
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF ENG-STATUS-TRAILER = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                       ELSE
                           MOVE ES-DATO TO ENG-STATUS-DATO
                           IF ES-KUNDE-ID = KUNDE-ID OF AKTUEL-KONTO
                               MOVE ES-ENGAGEMENT TO GRUPPE-ENGAGEMENT
                               MOVE ES-GRUPPE-ID TO GRUPPE-ID-FUNDET
                               MOVE "Y" TO EOF-FLAG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-ENG-STATUS
           MOVE "N" TO EOF-FLAG
           COMPUTE NYT-ENGAGEMENT = GRUPPE-ENGAGEMENT + FORHOEJELSE-DKK
           IF NYT-ENGAGEMENT > GRUPPE-GRAENSE
               MOVE NYT-ENGAGEMENT TO VIS-BELOEB
               IF GRUPPE-ID-FUNDET NOT = SPACES
                   DISPLAY "ADVARSEL: gruppe " GRUPPE-ID-FUNDET
                       " kommer op paa DKK " VIS-BELOEB
               ELSE
                   DISPLAY "ADVARSEL: kunde " KUNDE-ID OF AKTUEL-KONTO
                       " kommer op paa DKK " VIS-BELOEB
               END-IF
               MOVE GRUPPE-GRAENSE TO VIS-BELOEB
               DISPLAY "          graensen er DKK " VIS-BELOEB
                   " (engagement opgjort " ENG-STATUS-DATO ")."
               DISPLAY "Gem alligevel (J/N): " WITH NO ADVANCING
               ACCEPT GEM-ALLIGEVEL
               IF GEM-ALLIGEVEL = "J" OR GEM-ALLIGEVEL = "j"
                   PERFORM LOG-GRAENSE-OVERSKREDET
               ELSE
                   MOVE "N" TO GEM-SW
               END-IF
           END-IF.

       LOG-GRAENSE-OVERSKREDET.
           ACCEPT FACILITET-DATE FROM DATE YYYYMMDD
           ACCEPT FACILITET-TIME FROM TIME
           OPEN EXTEND FIL-RUN-LOG
           IF RUN-LOG-STATUS = "35"
               OPEN OUTPUT FIL-RUN-LOG
           END-IF
           MOVE SPACES TO RUN-LOG-TEXT
           STRING "Program: OPG-29"       DELIMITED BY SIZE
                  " FACILITET OVER GRUPPEGRAENSE - operator: "
                                           DELIMITED BY SIZE
                  RELATION-OPERATOR        DELIMITED BY SIZE
                  " konto: "               DELIMITED BY SIZE
                  SOEGE-KONTO-ID           DELIMITED BY SIZE
                  " dato: "                DELIMITED BY SIZE
                  FACILITET-DATE           DELIMITED BY SIZE
                  " kl: "                  DELIMITED BY SIZE
                  FACILITET-TIME           DELIMITED BY SIZE
               INTO RUN-LOG-TEXT
           END-STRING
           WRITE RUN-LOG-REC
           CLOSE FIL-RUN-LOG.

       CHECK-VILKAAR.
           MOVE "J" TO VILKAAR-OK-SW
           IF DAGS-DATO = SPACES
               PERFORM BOGFOERINGSDATO-FILL
               MOVE BD-DATO OF BOGFDATO-REC TO RUN-DATE
               STRING
                   RUN-DATE(1:4) DELIMITED BY SIZE
                   "-"           DELIMITED BY SIZE
                   RUN-DATE(5:2) DELIMITED BY SIZE
                   "-"           DELIMITED BY SIZE
                   RUN-DATE(7:2) DELIMITED BY SIZE
               INTO DAGS-DATO
           END-IF
           MOVE "ALMINDELIG" TO VILKAAR-PRODUKT
           PERFORM CHECK-VILKAAR-PRODUKT
           MOVE KONTO-TYPE OF AKTUEL-KONTO TO VILKAAR-PRODUKT
           PERFORM CHECK-VILKAAR-PRODUKT.

       CHECK-VILKAAR-PRODUKT.
           MOVE ZEROS TO VILKAAR-GAELDENDE
           MOVE SPACES TO VILKAAR-GAELDENDE-DATO
           OPEN INPUT FIL-VILKAAR
           IF VILKAAR-FIL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-VILKAAR
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF VILKAAR-REKORD-TRAILER
                               = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                       ELSE
                           IF VK-PRODUKT = VILKAAR-PRODUKT
                               AND VK-IKRAFT-DATO NOT > DAGS-DATO
                               AND VK-IKRAFT-DATO
                                   >= VILKAAR-GAELDENDE-DATO
                               MOVE VK-VERSION TO VILKAAR-GAELDENDE
                               MOVE VK-IKRAFT-DATO
                                 TO VILKAAR-GAELDENDE-DATO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-VILKAAR
           MOVE "N" TO EOF-FLAG
           IF VILKAAR-GAELDENDE = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO VILKAAR-ACCEPTERET
           OPEN INPUT FIL-ACCEPT
           IF ACCEPT-FIL-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ FIL-ACCEPT
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF TR-MARKER OF ACCEPT-REKORD-TRAILER
                                   = "TRAILER"
                               MOVE "Y" TO EOF-FLAG
                           ELSE
                               IF VA-KUNDE-ID
                                       = KUNDE-ID OF AKTUEL-KONTO
                                   AND VA-PRODUKT = VILKAAR-PRODUKT
                                   AND (VA-KONTO-ID = SPACES
                                        OR VA-KONTO-ID
                                           = SOEGE-KONTO-ID)
                                   AND VA-VERSION > VILKAAR-ACCEPTERET
                                   MOVE VA-VERSION
                                     TO VILKAAR-ACCEPTERET
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIL-ACCEPT
               MOVE "N" TO EOF-FLAG
           END-IF
           IF VILKAAR-ACCEPTERET < VILKAAR-GAELDENDE
               MOVE "N" TO VILKAAR-OK-SW
               DISPLAY "FEJL: kunden har ikke accepteret "
                   VILKAAR-PRODUKT " version " VILKAAR-GAELDENDE
                   " (i kraft " VILKAAR-GAELDENDE-DATO ")."
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

       INDTAST-KUNDE-ID.
           MOVE "N" TO VALID-SW
           PERFORM UNTIL VALID-SW = "Y"
           END-STRING
           WRITE RUN-LOG-REC
           CLOSE FIL-RUN-LOG.

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
           DISPLAY "Sagen skal behandles af en anden operator."
           ACCEPT RELATION-DATE FROM DATE YYYYMMDD
           ACCEPT RELATION-TIME FROM TIME
           OPEN EXTEND FIL-RUN-LOG
           IF RUN-LOG-STATUS = "35"
               OPEN OUTPUT FIL-RUN-LOG
           END-IF
           MOVE SPACES TO RUN-LOG-TEXT
           STRING "Program: OPG-29"       DELIMITED BY SIZE
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
