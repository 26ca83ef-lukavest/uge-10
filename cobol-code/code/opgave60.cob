               FILE STATUS IS INDLAAN-FIL-STATUS.
           SELECT FIL-TRANS ASSIGN TO "../data/Transaktioner.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-VENTENDE
               ASSIGN TO "../data/Ventende-Posteringer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VENTENDE-STATUS.
           SELECT FIL-KONTI ASSIGN TO "../data/KontoOpl.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-KUNDER ASSIGN TO "../data/Kundeoplysninger.txt"
           SELECT FIL-KALENDER ASSIGN TO "../data/Bankkalender.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KALENDER-FIL-STATUS.
           SELECT FIL-BOGFDATO ASSIGN TO "../data/Bogfoeringsdato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOGFDATO-STATUS.
           SELECT FIL-PARM ASSIGN TO "../data/OPG60-Parametre.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-STATUS.
           SELECT FIL-SIMULERING
               ASSIGN TO "../data/Simulering-OPG60.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

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
       01 KALENDER-REKORD.
           COPY "../copybooks/BANKKALENDER.cpy".

       FD FIL-BOGFDATO.
       01 BOGFDATO-FIL-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".

       FD FIL-PARM.
       01 PARM-FILE-REC.
           COPY "../copybooks/OPG60-PARAMETRE.cpy".

       FD FIL-SIMULERING.
       01 SIMULERING-REKORD.
           COPY "../copybooks/SIMULERING.cpy".

       WORKING-STORAGE SECTION.
       01 INDLAAN-FIL-STATUS PIC XX VALUE "00".
       01 TRAILER-FOUND-SW PIC X(01) VALUE "N".

      * Aftaleindlaan: bindingsdato, aftalt aarlig sats og
      * rolloverinstruks pr. konto. Ved udloeb tilskrives den aftalte
      * rente for bindingsperioden gennem posteringsmotoren ligesom
      * OPG-16's renteposteringer, og aftalen genplaceres for en ny
      * periode af samme laengde eller frigives.
       01 NUM-INDLAAN   PIC 9(03) VALUE 0.
       01 TRANS-ARR OCCURS 0 TO 10000 TIMES DEPENDING ON NUM-TRANS.
           COPY "../copybooks/TRANSAKTIONER.cpy".
       01 TRANS-IX        PIC 9(05) VALUE 0.

       01 NUM-GEN       PIC 9(05) VALUE 0.
       01 GEN-ARR OCCURS 0 TO 2000 TIMES DEPENDING ON NUM-GEN.
           COPY "../copybooks/TRANSAKTIONER.cpy".
           02 GEN-BRUGT-SW PIC X(01) VALUE "N".
       01 GEN-IX          PIC 9(05) VALUE 0.
       01 VENTENDE-STATUS PIC XX VALUE "00".
       01 VENT-PARTI-ID.
           02 VENT-PARTI-DATO PIC 9(08) VALUE ZEROS.
           02 VENT-PARTI-TID  PIC 9(08) VALUE ZEROS.

       01 NUM-KONTI     PIC 9(04) VALUE 0.
       01 KONTO-ARR OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-KONTI.
       01 RENTE-BELOEB    PIC S9(10)V99 VALUE ZEROS.

       01 RUN-DATE        PIC 9(08) VALUE ZEROS.
      * Koerselsdatoen er bankens bogfoeringsdato (Bogfoeringsdato.txt),
      * ikke maskinens dato.
       01 BOGFDATO-STATUS  PIC XX VALUE "00".
       01 BOGFDATO-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".
       01 DAGS-DATO       PIC X(10) VALUE SPACES.
       01 RENTE-TIDSPUNKT PIC X(26) VALUE SPACES.
       01 KALENDER-FIL-STATUS PIC XX VALUE "00".
       01 UDLOEB-ANTAL    PIC 9(03) VALUE 0.
       01 GENPLACER-ANTAL PIC 9(03) VALUE 0.
       01 FRIGIV-ANTAL    PIC 9(03) VALUE 0.
       01 PARM-STATUS     PIC XX VALUE "00".
       01 PARM-REC.
           COPY "../copybooks/OPG60-PARAMETRE.cpy".

      * Simulering (PARM-SIMULERING-SW, eller SIMULERING=J fra
      * jobplanen): de posteringer, koerslen ville stille i koe,
      * skrives til Simulering-OPG60.txt sammen med en
      * opsummering pr. TRANS-TYPE og KONTO-TYPE. Hverken
      * Ventende-Posteringer.txt eller Aftaleindlaan.txt
      * roeres, saa OPG-96 har intet at bogfoere.
       01 SIMULERING-MILJOE PIC X(01) VALUE SPACE.
       01 SIM-POSTERING-AKT.
           COPY "../copybooks/TRANSAKTIONER.cpy".
       01 SIM-KONTO-TYPE-AKT PIC X(10) VALUE SPACES.
       01 SIM-POSTERING-ANTAL PIC 9(06) VALUE 0.
       01 NUM-SIMSUM      PIC 9(03) VALUE 0.
       01 SIMSUM-ARR OCCURS 0 TO 200 TIMES DEPENDING ON NUM-SIMSUM.
           02 SS-TRANS-TYPE PIC X(20).
           02 SS-KONTO-TYPE PIC X(10).
           02 SS-ANTAL      PIC 9(06).
           02 SS-BELOEB     PIC S9(12)V99.
       01 SIMSUM-IX       PIC 9(03) VALUE 0.
       01 SIMSUM-MATCH-IX PIC 9(03) VALUE 0.
       01 SIM-BELOEB-VIS  PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
           PERFORM PARM-FILL
           PERFORM DAGS-DATO-FILL
           PERFORM CHECK-BANKDAG
           IF BANKDAG-SW = "N"
           PERFORM KUNDE-ARR-FILL
           PERFORM TRANS-ARR-FILL
           PERFORM BEHANDL-UDLOEB
           IF PARM-SIMULERING-JA OF PARM-REC
               PERFORM SIMULERING-SKRIV
           ELSE
               PERFORM VENTENDE-SKRIV
               PERFORM INDLAAN-ARR-REWRITE
           END-IF
           DISPLAY "Aftaleindlaan behandlet - " UDLOEB-ANTAL
               " udloeb, " GENPLACER-ANTAL " genplaceret, "
               FRIGIV-ANTAL " frigivet."
           STOP RUN.

       DAGS-DATO-FILL.
           PERFORM BOGFOERINGSDATO-FILL
           MOVE BD-DATO OF BOGFDATO-REC TO RUN-DATE
           STRING
               RUN-DATE(1:4) DELIMITED BY SIZE
               "-"           DELIMITED BY SIZE
           MOVE RENTE-POSTING TO GEN-ARR(NUM-GEN)
           MOVE "N" TO GEN-BRUGT-SW OF GEN-ARR(NUM-GEN).

       INDLAAN-ARR-REWRITE.
           OPEN OUTPUT FIL-INDLAAN
           PERFORM VARYING INDLAAN-IX FROM 1 BY 1
           MOVE NUM-INDLAAN TO TR-ANTAL OF INDLAAN-REKORD-TRAILER
           WRITE INDLAAN-REKORD
           CLOSE FIL-INDLAAN.

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
               MOVE "OPG-60" TO VP-KILDE OF VENTENDE-REKORD
               MOVE VENT-PARTI-ID TO VP-PARTI-ID OF VENTENDE-REKORD
               WRITE VENTENDE-REKORD
           END-PERFORM
           MOVE SPACES TO VENTENDE-REKORD
           MOVE "TRAILER" TO TR-MARKER OF VENTENDE-TRAILER
           MOVE NUM-GEN TO TR-ANTAL OF VENTENDE-TRAILER
           MOVE "OPG-60" TO VP-KILDE OF VENTENDE-REKORD
           MOVE VENT-PARTI-ID TO VP-PARTI-ID OF VENTENDE-REKORD
           WRITE VENTENDE-REKORD
           CLOSE FIL-VENTENDE.

      * Simuleringskontakten kan ogsaa saettes fra jobplanen, som
      * koerer programmet med SIMULERING=J i miljoeet.
       PARM-FILL.
           OPEN INPUT FIL-PARM
           IF PARM-STATUS = "00"
               READ FIL-PARM INTO PARM-REC
                   AT END
                       CONTINUE
               END-READ
               CLOSE FIL-PARM
           END-IF
           PERFORM SIMULERING-MILJOE-CHECK.

       SIMULERING-MILJOE-CHECK.
           ACCEPT SIMULERING-MILJOE FROM ENVIRONMENT "SIMULERING"
           IF SIMULERING-MILJOE = "J"
               MOVE "J" TO PARM-SIMULERING-SW OF PARM-REC
           END-IF
           IF PARM-SIMULERING-JA OF PARM-REC
               DISPLAY "SIMULERING: posteringerne skrives til "
                   "Simulering-OPG60.txt - intet bogfoeres."
           END-IF.

      * Simuleringens modstykke til VENTENDE-SKRIV: GEN-ARR skrives
      * til simuleringsfilen med hver kontos kontotype.
       SIMULERING-SKRIV.
           OPEN OUTPUT FIL-SIMULERING
           PERFORM VARYING GEN-IX FROM 1 BY 1 UNTIL GEN-IX > NUM-GEN
               MOVE GEN-ARR(GEN-IX)(1:264) TO SIM-POSTERING-AKT
               PERFORM SIM-KONTO-TYPE-SAET
               PERFORM SIMULERING-POSTERING
           END-PERFORM
           PERFORM SIMULERING-AFSLUT.

       SIM-KONTO-TYPE-SAET.
           MOVE 0 TO KONTO-MATCH-IX
           PERFORM VARYING KONTO-IX2 FROM 1 BY 1
                   UNTIL KONTO-IX2 > NUM-KONTI
               IF KONTO-ID OF KONTO-ARR(KONTO-IX2)
                       = KONTO-ID OF GEN-ARR(GEN-IX)
                   MOVE KONTO-IX2 TO KONTO-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF KONTO-MATCH-IX > 0
               MOVE KONTO-TYPE OF KONTO-ARR(KONTO-MATCH-IX)
                 TO SIM-KONTO-TYPE-AKT
           ELSE
               MOVE "UKENDT" TO SIM-KONTO-TYPE-AKT
           END-IF.

      * Skriver een simuleret postering (SIM-POSTERING-AKT med
      * kontotypen i SIM-KONTO-TYPE-AKT) og opsummerer den pr.
      * TRANS-TYPE og KONTO-TYPE.
       SIMULERING-POSTERING.
           MOVE SPACES TO SIMULERING-REKORD
           MOVE "P" TO SIM-LINJETYPE
           MOVE "OPG-60" TO SIM-KILDE
           MOVE SIM-KONTO-TYPE-AKT TO SIM-KONTO-TYPE
           MOVE SIM-POSTERING-AKT TO SIM-DATA
           WRITE SIMULERING-REKORD
           ADD 1 TO SIM-POSTERING-ANTAL
           MOVE 0 TO SIMSUM-MATCH-IX
           PERFORM VARYING SIMSUM-IX FROM 1 BY 1
                   UNTIL SIMSUM-IX > NUM-SIMSUM
               IF SS-TRANS-TYPE(SIMSUM-IX)
                       = TRANS-TYPE OF SIM-POSTERING-AKT
                   AND SS-KONTO-TYPE(SIMSUM-IX) = SIM-KONTO-TYPE-AKT
                   MOVE SIMSUM-IX TO SIMSUM-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF SIMSUM-MATCH-IX = 0
               IF NUM-SIMSUM >= 200
                   DISPLAY "FEJL: flere opsummeringslinjer end "
                       "SIMSUM-ARR's graense paa 200."
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO NUM-SIMSUM
               MOVE NUM-SIMSUM TO SIMSUM-MATCH-IX
               MOVE TRANS-TYPE OF SIM-POSTERING-AKT
                 TO SS-TRANS-TYPE(SIMSUM-MATCH-IX)
               MOVE SIM-KONTO-TYPE-AKT TO SS-KONTO-TYPE(SIMSUM-MATCH-IX)
               MOVE 0 TO SS-ANTAL(SIMSUM-MATCH-IX)
               MOVE ZEROS TO SS-BELOEB(SIMSUM-MATCH-IX)
           END-IF
           ADD 1 TO SS-ANTAL(SIMSUM-MATCH-IX)
           ADD BELØB OF SIM-POSTERING-AKT
             TO SS-BELOEB(SIMSUM-MATCH-IX).

      * Opsummeringslinjerne foelger efter posteringerne i
      * simuleringsfilen og vises ogsaa paa konsollen.
       SIMULERING-AFSLUT.
           PERFORM VARYING SIMSUM-IX FROM 1 BY 1
                   UNTIL SIMSUM-IX > NUM-SIMSUM
               MOVE SPACES TO SIMULERING-REKORD
               MOVE "S" TO SIM-LINJETYPE
               MOVE "OPG-60" TO SIM-KILDE
               MOVE SS-KONTO-TYPE(SIMSUM-IX) TO SIM-KONTO-TYPE
               MOVE SS-TRANS-TYPE(SIMSUM-IX) TO SIM-TRANS-TYPE
               MOVE SS-ANTAL(SIMSUM-IX) TO SIM-ANTAL
               MOVE SS-BELOEB(SIMSUM-IX) TO SIM-BELOEB
               WRITE SIMULERING-REKORD
               MOVE SS-BELOEB(SIMSUM-IX) TO SIM-BELOEB-VIS
               DISPLAY "SIMULERING: " SS-TRANS-TYPE(SIMSUM-IX) " "
                   SS-KONTO-TYPE(SIMSUM-IX) " " SS-ANTAL(SIMSUM-IX)
                   " poster " SIM-BELOEB-VIS
           END-PERFORM
           CLOSE FIL-SIMULERING
           DISPLAY "SIMULERING: " SIM-POSTERING-ANTAL
               " posteringer skrevet til Simulering-OPG60.txt.".

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
