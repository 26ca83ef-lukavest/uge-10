           SELECT SORT-HIST-FIL ASSIGN TO "SORTWK3".
           SELECT FIL-RENTE-GEN ASSIGN TO "../data/Rente-Gen.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-VENTENDE
               ASSIGN TO "../data/Ventende-Posteringer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VENTENDE-STATUS.
           SELECT FIL-KALENDER ASSIGN TO "../data/Bankkalender.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KALENDER-FIL-STATUS.
               ALTERNATE RECORD KEY IS KONTO-NUMMER OF KUNDE-IDX-REC
                   WITH DUPLICATES
               FILE STATUS IS KUNDER-IDX-STATUS.
           SELECT FIL-BOGFDATO ASSIGN TO "../data/Bogfoeringsdato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOGFDATO-STATUS.
           SELECT FIL-PARM ASSIGN TO "../data/OPG16-Parametre.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-STATUS.
           SELECT FIL-SIMULERING
               ASSIGN TO "../data/Simulering-OPG16.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-TILSKRIVNING
               ASSIGN TO "../data/Rentetilskrivning-Status.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       01 TRANSAKTIONER-TRAILER REDEFINES TRANSAKTIONER.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(251).

       FD FIL-RENTESATS.
       01 RENTESATS-REKORD.
       01 RENTE-GEN-REKORD.
           COPY "../copybooks/TRANSAKTIONER.cpy".

       FD FIL-VENTENDE.
       01 VENTENDE-REKORD.
           COPY "../copybooks/TRANSAKTIONER.cpy".
           COPY "../copybooks/VENTENDE-POSTERING.cpy".
       01 VENTENDE-TRAILER REDEFINES VENTENDE-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(273).

       FD FIL-KALENDER.
       01 KALENDER-REKORD.
       01 KUNDE-IDX-REC.
           COPY "../copybooks/KUNDER.cpy".

       FD FIL-BOGFDATO.
       01 BOGFDATO-FIL-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".

       FD FIL-PARM.
       01 PARM-FILE-REC.
           COPY "../copybooks/OPG16-PARAMETRE.cpy".

       FD FIL-SIMULERING.
       01 SIMULERING-REKORD.
           COPY "../copybooks/SIMULERING.cpy".

       FD FIL-TILSKRIVNING.
       01 TILSKRIVNING-REKORD.
           COPY "../copybooks/RENTETILSKRIVNING.cpy".

       WORKING-STORAGE SECTION.
      * Rentesatserne vedligeholdes i Rentesatser.txt (kontotype,
      * saldotrin-fra, sats, gyldig-fra-dato) i stedet for i en
       01 HIST-NAESTE.
           COPY "../copybooks/SALDO-HISTORIK.cpy".
       01 KONTI-FRIGIVET-ANTAL PIC 9(06) VALUE 0.

       01 NUM-TRANS     PIC 9(05) VALUE 10000.
       01 TRANS-ARR OCCURS 0 TO 10000 TIMES DEPENDING ON NUM-TRANS.
           COPY "../copybooks/TRANSAKTIONER.cpy".
       01 TRANS-IX        PIC 9(05) VALUE 0.

      * Genererede posteringer skrives konto-sorteret til
      * Rente-Gen.txt under kontostroemmen og streames derfra som eet
      * parti til Ventende-Posteringer.txt; posteringsmotoren (OPG-96)
      * fletter dem ind i konto-grupperne i Transaktioner.txt.
       01 VENTENDE-STATUS PIC XX VALUE "00".
       01 VENT-PARTI-ID.
           02 VENT-PARTI-DATO PIC 9(08) VALUE ZEROS.
           02 VENT-PARTI-TID  PIC 9(08) VALUE ZEROS.
       01 VENT-ANTAL      PIC 9(06) VALUE 0.

      * Rentegrundlagsjustering for endnu ikke valoerdaterede
      * beloeb, aggregeret pr. konto ud fra dagens transaktioner.
       01 POSTERING-TYPE  PIC X(20) VALUE SPACES.

       01 RUN-DATE        PIC 9(08).
      * Koerselsdatoen er bankens bogfoeringsdato (Bogfoeringsdato.txt),
      * ikke maskinens dato.
       01 BOGFDATO-STATUS  PIC XX VALUE "00".
       01 BOGFDATO-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".
       01 RUN-TIME        PIC 9(08).
       01 RENTE-TIDSPUNKT PIC X(26).
       01 RENTE-DATO      PIC X(10).

       01 RENTE-NAVN      PIC X(41) VALUE SPACES.
       01 RENTE-ANTAL-POSTERET PIC 9(04) VALUE 0.

      * Dagvaegtet rentegrundlag: gennemsnittet af maanedens
      * ultimosaldi fra Saldo-Historik.txt; findes der ingen
       01 BANKDAG-SW      PIC X(01) VALUE "J".
       01 DAG-INT         PIC 9(08) VALUE ZEROS.
       01 UGEDAG          PIC 9(01) VALUE ZEROS.
       01 PARM-STATUS     PIC XX VALUE "00".
       01 PARM-REC.
           COPY "../copybooks/OPG16-PARAMETRE.cpy".

      * Simulering (PARM-SIMULERING-SW, eller SIMULERING=J fra
      * jobplanen): de posteringer, koerslen ville stille i koe,
      * skrives til Simulering-OPG16.txt sammen med en
      * opsummering pr. TRANS-TYPE og KONTO-TYPE. Hverken
      * Ventende-Posteringer.txt eller Rente-Gen.txt
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
           OPEN INPUT FIL-KUNDER-IDX
           IF KUNDER-IDX-STATUS = "00"
               MOVE "Y" TO KUNDE-VIA-INDEX-SW
           PERFORM HIST-SORTER
           PERFORM BEREGN-VALOER-JUSTERING
           PERFORM BEHANDL-KONTI-STROEM
           IF PARM-SIMULERING-JA OF PARM-REC
               PERFORM SIMULERING-AFSLUT
           ELSE
               PERFORM VENTENDE-SKRIV
               PERFORM SKRIV-TILSKRIVNING-STATUS
           END-IF
           IF KUNDE-VIA-INDEX-SW = "Y"
               CLOSE FIL-KUNDER-IDX
           END-IF
           END-IF.

       RUN-STAMP-FILL.
           PERFORM BOGFOERINGSDATO-FILL
           MOVE BD-DATO OF BOGFDATO-REC TO RUN-DATE
           ACCEPT RUN-TIME FROM TIME
           STRING
               RUN-DATE(1:4) DELIMITED BY SIZE
       BEHANDL-KONTI-STROEM.
           OPEN INPUT FIL-KONTI-SORT
           OPEN INPUT FIL-HIST-SORT
           IF PARM-SIMULERING-JA OF PARM-REC
               OPEN OUTPUT FIL-SIMULERING
           ELSE
               OPEN OUTPUT FIL-RENTE-GEN
           END-IF
           MOVE "N" TO HIST-SORT-EOF
           PERFORM LAES-NAESTE-HIST
           MOVE "N" TO KONTI-SORT-EOF
           END-PERFORM
           CLOSE FIL-KONTI-SORT
           CLOSE FIL-HIST-SORT
           IF NOT PARM-SIMULERING-JA OF PARM-REC
               CLOSE FIL-RENTE-GEN
           END-IF.

       LAES-NAESTE-HIST.
           IF HIST-SORT-EOF = "Y"
               END-IF
           END-IF.

      * Posteringen skrives til Rente-Gen.txt (ved simulering til
      * simuleringsfilen); RENTE-POSTING staar
      * tilbage i arbejdslageret, saa kildeskatten kan kopiere den.
       BUILD-RENTE-POSTING.
           MOVE SPACES TO RENTE-POSTING
           MOVE POSTERING-TYPE TO TRANS-TYPE OF RENTE-POSTING
           MOVE "BANKEN" TO BUTIK OF RENTE-POSTING
           MOVE RENTE-TIDSPUNKT TO TIDSPUNKT OF RENTE-POSTING
           PERFORM SKRIV-GEN-POSTERING.

       SKRIV-GEN-POSTERING.
           IF PARM-SIMULERING-JA OF PARM-REC
               MOVE RENTE-POSTING TO SIM-POSTERING-AKT
               MOVE KONTO-TYPE OF AKTUEL-KONTO TO SIM-KONTO-TYPE-AKT
               PERFORM SIMULERING-POSTERING
           ELSE
               WRITE RENTE-GEN-REKORD FROM RENTE-POSTING
           END-IF.

      * Udsteder kontoens rente- og/eller overtraeksposteringer.
       POSTER-KONTO-POSTERINGER.
               MOVE "RENTE" TO POSTERING-TYPE
               PERFORM BUILD-RENTE-POSTING
               ADD 1 TO RENTE-ANTAL-POSTERET
      * Afkast paa pensionskonti beskattes med PAL-skat ved
      * aarsskiftet (OPG-116) og ikke med kildeskat.
               IF AKTUEL-RENTE-BELOEB > ZEROS
                   IF PRODUKT-MATCH-IX = 0
                       PERFORM TRAEK-KILDESKAT
                   ELSE
                       IF NOT PK-PENSION
                               OF PRODUKT-ARR(PRODUKT-MATCH-IX)
                           PERFORM TRAEK-KILDESKAT
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF AKTUEL-OVERTRAEK-BELOEB NOT = ZEROS
           END-IF
           COMPUTE BELØB OF RENTE-POSTING = ZEROS - KILDESKAT-BELOEB
           MOVE "KILDESKAT" TO TRANS-TYPE OF RENTE-POSTING
           PERFORM SKRIV-GEN-POSTERING
           ADD 1 TO KILDESKAT-ANTAL.

      * Rente-Gen.txt streames som eet parti med egen trailer til
      * Ventende-Posteringer.txt, saa rentekoerslen aldrig behoever
      * holde sine posteringer i tabel.
       VENTENDE-SKRIV.
           ACCEPT VENT-PARTI-DATO FROM DATE YYYYMMDD
           ACCEPT VENT-PARTI-TID FROM TIME
           MOVE 0 TO VENT-ANTAL
           OPEN INPUT FIL-RENTE-GEN
           OPEN EXTEND FIL-VENTENDE
           IF VENTENDE-STATUS = "35"
               OPEN OUTPUT FIL-VENTENDE
           END-IF
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-RENTE-GEN
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       MOVE SPACES TO VENTENDE-REKORD
                       MOVE RENTE-GEN-REKORD TO VENTENDE-REKORD(1:264)
                       MOVE "OPG-16" TO VP-KILDE OF VENTENDE-REKORD
                       MOVE VENT-PARTI-ID
                         TO VP-PARTI-ID OF VENTENDE-REKORD
                       WRITE VENTENDE-REKORD
                       ADD 1 TO VENT-ANTAL
               END-READ
           END-PERFORM
           CLOSE FIL-RENTE-GEN
           IF VENT-ANTAL > 0
               MOVE SPACES TO VENTENDE-REKORD
               MOVE "TRAILER" TO TR-MARKER OF VENTENDE-TRAILER
               MOVE VENT-ANTAL TO TR-ANTAL OF VENTENDE-TRAILER
               MOVE "OPG-16" TO VP-KILDE OF VENTENDE-REKORD
               MOVE VENT-PARTI-ID TO VP-PARTI-ID OF VENTENDE-REKORD
               WRITE VENTENDE-REKORD
           END-IF
           CLOSE FIL-VENTENDE
           MOVE "N" TO EOF-FLAG.

      * Den tilskrevne maaned stemples i Rentetilskrivning-
      * Status.txt; renteperiodiseringen (OPG-124) tilbagefoerer
      * ud fra stemplet de periodiserede renter for maaneden.
       SKRIV-TILSKRIVNING-STATUS.
           OPEN OUTPUT FIL-TILSKRIVNING
           MOVE SPACES TO TILSKRIVNING-REKORD
           MOVE RENTE-DATO(1:7) TO RT-MAANED
           MOVE RENTE-DATO TO RT-DATO
           WRITE TILSKRIVNING-REKORD
           CLOSE FIL-TILSKRIVNING.

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
                   "Simulering-OPG16.txt - intet bogfoeres."
           END-IF.

      * Skriver een simuleret postering (SIM-POSTERING-AKT med
      * kontotypen i SIM-KONTO-TYPE-AKT) og opsummerer den pr.
      * TRANS-TYPE og KONTO-TYPE.
       SIMULERING-POSTERING.
           MOVE SPACES TO SIMULERING-REKORD
           MOVE "P" TO SIM-LINJETYPE
           MOVE "OPG-16" TO SIM-KILDE
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
               MOVE "OPG-16" TO SIM-KILDE
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
               " posteringer skrevet til Simulering-OPG16.txt.".

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
