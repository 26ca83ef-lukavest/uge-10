           SELECT FIL-SNAP-TRANS ASSIGN TO SNAP-TRANS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-GENERISK ASSIGN TO GENERISK-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GENERISK-STATUS.
           SELECT FIL-LOG ASSIGN TO LOG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-STATUS.
               ASSIGN TO "../data/Aarsafslutning-Certifikat.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CERTIFIKAT-STATUS.
           SELECT FIL-BOGFDATO ASSIGN TO "../data/Bogfoeringsdato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOGFDATO-STATUS.

       DATA DIVISION.

           02 SK-KONTI-ANTAL PIC 9(06).
           02 SK-TRANS-ANTAL PIC 9(06).

       FD FIL-BOGFDATO.
       01 BOGFDATO-FIL-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".

       WORKING-STORAGE SECTION.
       01 EOF-FLAG            PIC X(01) VALUE "N".

       01 RUN-DATE             PIC 9(08) VALUE ZEROS.
      * Koerselsdatoen er bankens bogfoeringsdato (Bogfoeringsdato.txt),
      * ikke maskinens dato.
       01 BOGFDATO-STATUS  PIC XX VALUE "00".
       01 BOGFDATO-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".
      * Genkoersel for en tidligere dato (PARM-KOERSELSDATO): den
      * gaeldende bogfoeringsdato gemmes og genskabes efter koerslen,
      * som saa ikke ruller datoen frem.
       01 BOGFDATO-GEMT.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".
       01 GENKOERSEL-SW    PIC X(01) VALUE "N".
       01 NAESTE-DAG-INT   PIC 9(08) VALUE ZEROS.
       01 SNAP-KUNDER-FILENAME PIC X(60) VALUE SPACES.
       01 SNAP-KONTI-FILENAME  PIC X(60) VALUE SPACES.
       01 SNAP-TRANS-FILENAME  PIC X(60) VALUE SPACES.
       01 LOG-FILENAME         PIC X(60) VALUE SPACES.
       01 GENERISK-FILENAME    PIC X(60) VALUE SPACES.
       01 GENERISK-ANTAL       PIC 9(06) VALUE ZEROS.
       01 GENERISK-STATUS      PIC XX VALUE "00".

       01 KUNDER-ANTAL-IND PIC 9(06) VALUE ZEROS.
       01 KONTI-ANTAL-IND  PIC 9(06) VALUE ZEROS.

       01 OPG9-ANTAL-UD    PIC 9(06) VALUE ZEROS.
       01 OPG21-ANTAL-UD   PIC 9(06) VALUE ZEROS.
       01 OPG107-ANTAL-UD  PIC 9(06) VALUE ZEROS.
       01 OPG132-ANTAL-UD  PIC 9(06) VALUE ZEROS.
       01 OPG96-ANTAL-UD   PIC 9(06) VALUE ZEROS.
       01 OPG30-ANTAL-UD   PIC 9(06) VALUE ZEROS.
       01 OPG58-ANTAL-UD   PIC 9(06) VALUE ZEROS.
       01 OPG10-ANTAL-UD   PIC 9(06) VALUE ZEROS.
       01 TEST-BANKDAG-SW  PIC X(01) VALUE "J".

      * Jobplanen mapper kalenderbetingelser (sidste/foerste bankdag
      * i maaned, kvartalsslut, aarets foerste bankdag, ugens sidste
      * bankdag) til ekstra trin, der koeres gennem samme
      * trinstatus-maskineri som de faste trin - saa daekker restart-
      * og spring-logikken ogsaa de periodiske koersler, der foer blev
      * startet fra en huskeliste.
      * Aarsafslutningsgate: i januar naegtes koerslen, til OPG-78
      * har skrevet certifikat for det afsluttede aar - medmindre
      * PARM-TVING-SW gennemtvinger den.

       01 JOBPLAN-FIL-STATUS PIC XX VALUE "00".
       01 NUM-JOBPLAN      PIC 9(02) VALUE 0.
       01 JOBPLAN-ARR OCCURS 0 TO 60 TIMES DEPENDING ON NUM-JOBPLAN.
           COPY "../copybooks/JOBPLAN.cpy".
       01 JOBPLAN-IX       PIC 9(02) VALUE 0.
       01 BETINGELSE-SW    PIC X(01) VALUE "N".
       01 FOERSTE-BANKDAG  PIC 9(08) VALUE ZEROS.
       01 SIDSTE-BANKDAG   PIC 9(08) VALUE ZEROS.
       01 MAANED-DAG       PIC 9(02) VALUE ZEROS.
       01 SIDSTE-UGE-BANKDAG PIC 9(08) VALUE ZEROS.
       01 UGE-MANDAG-INT   PIC 9(08) VALUE ZEROS.
       01 UGE-DAG          PIC 9(01) VALUE ZEROS.

      * Snapshot-generationer katalogiseres og beskaeres til de
      * seneste BEHOLD-GENERATIONER; aeldre generationers filer
       01 SNAP-IX2        PIC 9(03) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM BOGFOERINGSDATO-FILL
           MOVE BD-DATO OF BOGFDATO-REC TO RUN-DATE
           PERFORM PARM-FILL
           IF PARM-KOERSELSDATO OF PARM-REC NUMERIC
                   AND PARM-KOERSELSDATO OF PARM-REC NOT = ZEROS
               MOVE "J" TO GENKOERSEL-SW
               MOVE PARM-KOERSELSDATO OF PARM-REC TO RUN-DATE
           END-IF
           PERFORM CHECK-BANKDAG
           IF BANKDAG-SW = "N"
               IF PARM-TVING-JA OF PARM-REC
                   DISPLAY "ADVARSEL: ikke bankdag - koersel "
                       "gennemtvunget."
               ELSE
                   DISPLAY "Bogfoeringsdatoen er ikke bankdag - daglig "
                       "koersel afvist."
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               OPEN OUTPUT FIL-LOG
               PERFORM LOG-SKRIV-START
           END-IF
           IF GENKOERSEL-SW = "J"
               PERFORM GENKOERSEL-DATO-SAET
           END-IF
           PERFORM LAAS-TAG
           MOVE "SNAPSHOT" TO TRIN-NAVN
           PERFORM TRIN-ER-GENNEMFOERT
           ELSE
               PERFORM LOG-SKRIV-TRIN-SPRUNGET
           END-IF
           MOVE "OPG-107" TO TRIN-NAVN
           PERFORM TRIN-ER-GENNEMFOERT
           IF TRIN-OK-SW = "N"
               PERFORM TRIN-MARKER-START
               PERFORM KOER-OPG107
               PERFORM TRIN-MARKER-GENNEMFOERT
           ELSE
               PERFORM LOG-SKRIV-TRIN-SPRUNGET
           END-IF
           MOVE "OPG-132" TO TRIN-NAVN
           PERFORM TRIN-ER-GENNEMFOERT
           IF TRIN-OK-SW = "N"
               PERFORM TRIN-MARKER-START
               PERFORM KOER-OPG132
               PERFORM TRIN-MARKER-GENNEMFOERT
           ELSE
               PERFORM LOG-SKRIV-TRIN-SPRUNGET
           END-IF
           MOVE "OPG-96" TO TRIN-NAVN
           PERFORM TRIN-ER-GENNEMFOERT
           IF TRIN-OK-SW = "N"
               PERFORM TRIN-MARKER-START
               PERFORM KOER-OPG96
               PERFORM TRIN-MARKER-GENNEMFOERT
           ELSE
               PERFORM LOG-SKRIV-TRIN-SPRUNGET
           END-IF
           MOVE "OPG-30" TO TRIN-NAVN
           PERFORM TRIN-ER-GENNEMFOERT
           IF TRIN-OK-SW = "N"
           IF PARM-REGRESSION-JA OF PARM-REC
               PERFORM KOER-OPG50
           END-IF
           IF GENKOERSEL-SW = "J"
               PERFORM GENKOERSEL-DATO-GENSKAB
               PERFORM PARM-NULSTIL-KOERSELSDATO
           ELSE
               PERFORM BOGFOERINGSDATO-RUL
           END-IF
           PERFORM LOG-SKRIV-SLUT
      * Trinstatus nulstilles efter en gennemfoert koersel - en
      * glemt restart-parameter maa ikke faa naeste nat til at
               CLOSE FIL-PARM
           END-IF.

      * Efter en gennemfoert genkoersel nulstilles PARM-KOERSELSDATO,
      * saa naeste nat koerer paa den gaeldende bogfoeringsdato og
      * ruller den frem i stedet for at genkoere samme dato igen.
      * En afbrudt genkoersel beholder datoen til genoptagelsen.
       PARM-NULSTIL-KOERSELSDATO.
           MOVE ZEROS TO PARM-KOERSELSDATO OF PARM-REC
           OPEN OUTPUT FIL-PARM
           WRITE PARM-FILE-REC FROM PARM-REC
           CLOSE FIL-PARM
           MOVE SPACES TO LOG-TEXT
           STRING
               "Genkoerselsdato nulstillet i OPG19-Parametre.txt"
                                                DELIMITED BY SIZE
           INTO LOG-TEXT
           WRITE LOG-REC
           MOVE SPACES TO LOG-TEXT.

       TID-NU-FILL.
           ACCEPT STEMPEL-DATE FROM DATE YYYYMMDD
           ACCEPT STEMPEL-TIME FROM TIME
       COUNT-GENERISK-FIL.
           MOVE 0 TO GENERISK-ANTAL
           OPEN INPUT FIL-GENERISK
           IF GENERISK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-GENERISK
           MOVE GENERISK-ANTAL TO OPG9-ANTAL-UD
           PERFORM LOG-SKRIV-OPG9.

      * Forfaldne staaende ordrer stilles i koe til posteringsmotoren
      * inden kontoudskriften, saa faste betalinger kommer med paa
      * dagens udskrifter uden manuel indtastning.
      * OPG-21 er et fast trin uden jobplanlinje; simulering slaas
      * derfor til med PARM-OPG21-SIM-SW og koeres som jobplanens
      * simulerede trin med SIMULERING=J i miljoeet.
       KOER-OPG21.
           MOVE "OPG-21" TO TRIN-NAVN
           MOVE SPACES TO SYSTEM-KOMMANDO
           IF PARM-OPG21-SIM-JA OF PARM-REC
               MOVE "SIMULERING=J ./opgave21" TO SYSTEM-KOMMANDO
               MOVE SPACES TO LOG-TEXT
               STRING
                   "OPG-21 koeres som simulering - se "
                                                DELIMITED BY SIZE
                   "Simulering-OPG21.txt"       DELIMITED BY SIZE
               INTO LOG-TEXT
               WRITE LOG-REC
               MOVE SPACES TO LOG-TEXT
           ELSE
               MOVE "./opgave21" TO SYSTEM-KOMMANDO
           END-IF
           CALL "SYSTEM" USING SYSTEM-KOMMANDO
           MOVE RETURN-CODE TO TRIN-RETURKODE
           IF RETURN-CODE NOT = 0
               PERFORM LOG-SKRIV-FEJL-OG-STOP
           END-IF
           MOVE "../data/Ventende-Posteringer.txt"
             TO GENERISK-FILENAME
           PERFORM COUNT-GENERISK-FIL
           MOVE GENERISK-ANTAL TO OPG21-ANTAL-UD
           PERFORM LOG-SKRIV-OPG21.

      * Cash pooling: puljemedlemmerne bringes til maalsaldo efter de
      * staaende ordrer og foer posteringsmotoren, saa sweepet er
      * bogfoert og med i saldohistorikken, naar OPG-16 beregner
      * rente.
       KOER-OPG107.
           MOVE "OPG-107" TO TRIN-NAVN
           MOVE "./opgave107" TO SYSTEM-KOMMANDO
           CALL "SYSTEM" USING SYSTEM-KOMMANDO
           MOVE RETURN-CODE TO TRIN-RETURKODE
           IF RETURN-CODE NOT = 0
               PERFORM LOG-SKRIV-FEJL-OG-STOP
           END-IF
           MOVE "../data/Cashpool-Opgoerelse.txt"
             TO GENERISK-FILENAME
           PERFORM COUNT-GENERISK-FIL
           MOVE GENERISK-ANTAL TO OPG107-ANTAL-UD
           PERFORM LOG-SKRIV-OPG107.

      * Udgaaende engagementsskifte: slutsaldoen og LUKNING stilles i
      * koe foer posteringsmotoren, saa overfoerslen bogfoeres og
      * sendes med i den udgaaende clearing (OPG-58) samme nat.
       KOER-OPG132.
           MOVE "OPG-132" TO TRIN-NAVN
           MOVE "./opgave132" TO SYSTEM-KOMMANDO
           CALL "SYSTEM" USING SYSTEM-KOMMANDO
           MOVE RETURN-CODE TO TRIN-RETURKODE
           IF RETURN-CODE NOT = 0
               PERFORM LOG-SKRIV-FEJL-OG-STOP
           END-IF
           MOVE "../data/Skifte-Ud-Rapport.txt"
             TO GENERISK-FILENAME
           PERFORM COUNT-GENERISK-FIL
           MOVE GENERISK-ANTAL TO OPG132-ANTAL-UD
           PERFORM LOG-SKRIV-OPG132.

      * Posteringsmotoren bogfoerer alle ventende partier fra
      * delsystemerne samlet i Transaktioner.txt, foer forkontrollen
      * og kontoudskriften.
       KOER-OPG96.
           MOVE "OPG-96" TO TRIN-NAVN
           MOVE "./opgave96" TO SYSTEM-KOMMANDO
           CALL "SYSTEM" USING SYSTEM-KOMMANDO
           MOVE RETURN-CODE TO TRIN-RETURKODE
           IF RETURN-CODE NOT = 0
               PERFORM LOG-SKRIV-FEJL-OG-STOP
           END-IF
           MOVE "../data/Transaktioner.txt" TO GENERISK-FILENAME
           PERFORM COUNT-GENERISK-FIL
           MOVE GENERISK-ANTAL TO OPG96-ANTAL-UD
           PERFORM LOG-SKRIV-OPG96.

      * Forkontrollen skiller daarlige raekker fra, inden OPG-10
      * moder dem midt i udskrivningen; rettede afvisninger fra
      * Trans-Rettet.txt recirkuleres samtidig.
           PERFORM JOBPLAN-FILL
           IF NUM-JOBPLAN > 0
               PERFORM MAANED-BANKDAGE-FILL
               PERFORM UGE-BANKDAGE-FILL
           END-IF
           PERFORM VARYING JOBPLAN-IX FROM 1 BY 1
                   UNTIL JOBPLAN-IX > NUM-JOBPLAN
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF NUM-JOBPLAN >= 60
                               DISPLAY "FEJL: Jobplan.txt har flere "
                                   "end 60 trin - udvid JOBPLAN-ARR."
                               MOVE SPACES TO LOG-TEXT
                               STRING
                                   "FEJL: Jobplan.txt har flere end "
                                       DELIMITED BY SIZE
                                   "60 trin - koersel afbrudt"
                                       DELIMITED BY SIZE
                               INTO LOG-TEXT
                               WRITE LOG-REC
                               MOVE 1 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO NUM-JOBPLAN
                           MOVE JOBPLAN-REC
                             TO JOBPLAN-ARR(NUM-JOBPLAN)
                   END-READ
               END-PERFORM
               CLOSE FIL-JOBPLAN
               END-IF
           END-PERFORM.

      * Ugens sidste bankdag findes ved at proeve mandag-fredag i
      * koerselsdatoens uge (dagnummer MOD 7: 1 = mandag, 0 = soendag).
       UGE-BANKDAGE-FILL.
           MOVE 0 TO SIDSTE-UGE-BANKDAG
           COMPUTE UGE-MANDAG-INT = FUNCTION INTEGER-OF-DATE(RUN-DATE)
           COMPUTE UGE-MANDAG-INT = UGE-MANDAG-INT
               - FUNCTION MOD(UGE-MANDAG-INT + 6, 7)
           PERFORM VARYING UGE-DAG FROM 0 BY 1 UNTIL UGE-DAG > 4
               COMPUTE TEST-DATO-NUM =
                   FUNCTION DATE-OF-INTEGER(UGE-MANDAG-INT + UGE-DAG)
               PERFORM TEST-BANKDAG
               IF TEST-BANKDAG-SW = "J"
                   MOVE TEST-DATO-NUM TO SIDSTE-UGE-BANKDAG
               END-IF
           END-PERFORM.

       BETINGELSE-AKTUEL.
           MOVE "N" TO BETINGELSE-SW
           EVALUATE JP-BETINGELSE OF JOBPLAN-ARR(JOBPLAN-IX)
                       AND RUN-DATE(5:2) = "01"
                       MOVE "J" TO BETINGELSE-SW
                   END-IF
               WHEN "UG"
                   IF RUN-DATE = SIDSTE-UGE-BANKDAG
                       MOVE "J" TO BETINGELSE-SW
                   END-IF
           END-EVALUATE.

      * Er trinnet markeret til simulering (J i JP-SIMULERING-SW),
      * koeres programmet med SIMULERING=J i miljoeet; de
      * posterende programmer skriver da kun deres simuleringsfil.
       KOER-JOBPLAN-TRIN.
           MOVE SPACES TO SYSTEM-KOMMANDO
           IF JP-SIMULERING-JA OF JOBPLAN-ARR(JOBPLAN-IX)
               STRING
                   "SIMULERING=J ./" DELIMITED BY SIZE
                   JP-PROGRAM OF JOBPLAN-ARR(JOBPLAN-IX)
                        DELIMITED BY SPACE
               INTO SYSTEM-KOMMANDO
           ELSE
               STRING
                   "./" DELIMITED BY SIZE
                   JP-PROGRAM OF JOBPLAN-ARR(JOBPLAN-IX)
                        DELIMITED BY SPACE
               INTO SYSTEM-KOMMANDO
           END-IF
           CALL "SYSTEM" USING SYSTEM-KOMMANDO
           MOVE RETURN-CODE TO TRIN-RETURKODE
           IF RETURN-CODE NOT = 0
       LOG-SKRIV-OPG21.
           STRING
               "OPG-21: ind StaaendeOrdrer"  DELIMITED BY SIZE
               " ud Ventende-Posteringer="   DELIMITED BY SIZE
               OPG21-ANTAL-UD                DELIMITED BY SIZE
               " retur="                     DELIMITED BY SIZE
               TRIN-RETURKODE                DELIMITED BY SIZE
           WRITE LOG-REC
           MOVE SPACES TO LOG-TEXT.

       LOG-SKRIV-OPG107.
           STRING
               "OPG-107: ind Cashpool-Register" DELIMITED BY SIZE
               " ud Cashpool-Opgoerelse="   DELIMITED BY SIZE
               OPG107-ANTAL-UD               DELIMITED BY SIZE
               " retur="                     DELIMITED BY SIZE
               TRIN-RETURKODE                DELIMITED BY SIZE
           INTO LOG-TEXT
           WRITE LOG-REC
           MOVE SPACES TO LOG-TEXT.

       LOG-SKRIV-OPG132.
           STRING
               "OPG-132: ind Skifte-Anmodninger" DELIMITED BY SIZE
               " ud Skifte-Ud-Rapport="       DELIMITED BY SIZE
               OPG132-ANTAL-UD               DELIMITED BY SIZE
               " retur="                     DELIMITED BY SIZE
               TRIN-RETURKODE                DELIMITED BY SIZE
           INTO LOG-TEXT
           WRITE LOG-REC
           MOVE SPACES TO LOG-TEXT.

       LOG-SKRIV-OPG96.
           STRING
               "OPG-96: ind Ventende-Posteringer"
                                             DELIMITED BY SIZE
               " ud Transaktioner="          DELIMITED BY SIZE
               OPG96-ANTAL-UD                DELIMITED BY SIZE
               " retur="                     DELIMITED BY SIZE
               TRIN-RETURKODE                DELIMITED BY SIZE
           INTO LOG-TEXT
           WRITE LOG-REC
           MOVE SPACES TO LOG-TEXT.

       LOG-SKRIV-OPG30.
           STRING
               "OPG-30: ind Transaktioner="  DELIMITED BY SIZE
               " - koersel afbrudt"      DELIMITED BY SIZE
           INTO LOG-TEXT
           WRITE LOG-REC
           IF GENKOERSEL-SW = "J"
               PERFORM GENKOERSEL-DATO-GENSKAB
           END-IF
           CLOSE FIL-LOG
           DISPLAY "FEJL: " TRIN-NAVN " fejlede - se " LOG-FILENAME
           MOVE 1 TO RETURN-CODE
           INTO LOG-TEXT
           WRITE LOG-REC
           MOVE SPACES TO LOG-TEXT.

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

       BOGFOERINGSDATO-SKRIV.
           OPEN OUTPUT FIL-BOGFDATO
           WRITE BOGFDATO-FIL-REC FROM BOGFDATO-REC
           CLOSE FIL-BOGFDATO.

      * Efter en gennemfoert koersel rulles bogfoeringsdatoen frem til
      * naeste bankdag; weekender og lukkedage i Bankkalender.txt
      * springes over. En afbrudt koersel ruller ikke, saa en
      * genoptagelse koerer paa samme dato.
       BOGFOERINGSDATO-RUL.
           COMPUTE NAESTE-DAG-INT = FUNCTION INTEGER-OF-DATE(RUN-DATE)
           MOVE "N" TO TEST-BANKDAG-SW
           PERFORM UNTIL TEST-BANKDAG-SW = "J"
               ADD 1 TO NAESTE-DAG-INT
               COMPUTE TEST-DATO-NUM =
                   FUNCTION DATE-OF-INTEGER(NAESTE-DAG-INT)
               PERFORM TEST-BANKDAG
           END-PERFORM
           PERFORM TID-NU-FILL
           MOVE RUN-DATE TO BD-FORRIGE-DATO OF BOGFDATO-REC
           MOVE TEST-DATO-NUM TO BD-DATO OF BOGFDATO-REC
           MOVE TID-NU TO BD-RULLET-TID OF BOGFDATO-REC
           MOVE LAAS-OPERATOR TO BD-OPERATOR OF BOGFDATO-REC
           PERFORM BOGFOERINGSDATO-SKRIV
           MOVE SPACES TO LOG-TEXT
           STRING
               "Bogfoeringsdato rullet fra " DELIMITED BY SIZE
               RUN-DATE                      DELIMITED BY SIZE
               " til "                       DELIMITED BY SIZE
               TEST-DATO-NUM                 DELIMITED BY SIZE
           INTO LOG-TEXT
           WRITE LOG-REC
           MOVE SPACES TO LOG-TEXT.

      * Alle trin laeser koerselsdatoen fra Bogfoeringsdato.txt, saa
      * genkoerslens dato skrives dertil, foer foerste trin startes.
       GENKOERSEL-DATO-SAET.
           MOVE BOGFDATO-REC TO BOGFDATO-GEMT
           MOVE RUN-DATE TO BD-DATO OF BOGFDATO-REC
           PERFORM BOGFOERINGSDATO-SKRIV
           MOVE SPACES TO LOG-TEXT
           STRING
               "Genkoersel paa bogfoeringsdato " DELIMITED BY SIZE
               RUN-DATE                          DELIMITED BY SIZE
               " - gaeldende dato "              DELIMITED BY SIZE
               BD-DATO OF BOGFDATO-GEMT          DELIMITED BY SIZE
           INTO LOG-TEXT
           WRITE LOG-REC
           MOVE SPACES TO LOG-TEXT.

       GENKOERSEL-DATO-GENSKAB.
           MOVE BOGFDATO-GEMT TO BOGFDATO-REC
           PERFORM BOGFOERINGSDATO-SKRIV
           MOVE SPACES TO LOG-TEXT
           STRING
               "Bogfoeringsdato genskabt til " DELIMITED BY SIZE
               BD-DATO OF BOGFDATO-REC         DELIMITED BY SIZE
           INTO LOG-TEXT
           WRITE LOG-REC
           MOVE SPACES TO LOG-TEXT.
