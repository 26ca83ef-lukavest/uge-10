               FILE STATUS IS ARKIV-STATUS.
           SELECT FIL-ARKIV-NY ASSIGN TO ARKIV-NY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-TRANS-IDX
               ASSIGN TO "../data/Transaktioner-Index.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TI-NOEGLE OF TRANS-IDX-REC
               ALTERNATE RECORD KEY IS BILAGSNR OF TRANS-IDX-REC
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CPR OF TRANS-IDX-REC
                   WITH DUPLICATES
               FILE STATUS IS TRANS-IDX-STATUS.
           SELECT FIL-UDTRAEK ASSIGN TO UDTRAEK-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-BOGFDATO ASSIGN TO "../data/Bogfoeringsdato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOGFDATO-STATUS.

       DATA DIVISION.

       01 TRANSAKTIONER-TRAILER REDEFINES TRANSAKTIONER.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(251).

       FD FIL-YTD.
       01 YTD-SALDI-REC.
       01 ARKIV-REKORD-TRAILER REDEFINES ARKIV-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(251).

       FD FIL-ARKIV-NY.
       01 ARKIV-NY-REKORD.
       01 ARKIV-NY-TRAILER REDEFINES ARKIV-NY-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(251).

       FD FIL-TRANS-IDX.
       01 TRANS-IDX-REC.
           COPY "../copybooks/TRANSAKTIONER.cpy".
           COPY "../copybooks/TRANS-INDEKS.cpy".

       FD FIL-UDTRAEK.
       01 UDTRAEK-REC.
           02 UDTRAEK-TEXT PIC X(150).

       FD FIL-BOGFDATO.
       01 BOGFDATO-FIL-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".

       WORKING-STORAGE SECTION.
       01 PARM-STATUS     PIC XX VALUE "00".
       01 YTD-STATUS      PIC XX VALUE "00".
       01 KATALOG-STATUS  PIC XX VALUE "00".
       01 ARKIV-STATUS    PIC XX VALUE "00".
      * Kundens transaktioner slaas op i transaktionsindekset fra
      * OPG-97 - pr. egen konto og derefter paa CPR for posteringer
      * paa andre konti. Uden indeks gennemlaeses det levende
      * udtraek og alle arkiver som hidtil.
       01 TRANS-IDX-STATUS PIC XX VALUE "00".
       01 PARM-REC.
           COPY "../copybooks/OPG33-PARAMETRE.cpy".

           COPY "../copybooks/TRANSAKTIONER.cpy".

       01 RUN-DATE        PIC 9(08) VALUE ZEROS.
      * Koerselsdatoen er bankens bogfoeringsdato (Bogfoeringsdato.txt),
      * ikke maskinens dato.
       01 BOGFDATO-STATUS  PIC XX VALUE "00".
       01 BOGFDATO-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".
       01 RUN-DATE-INT    PIC 9(08) VALUE ZEROS.
       01 SKAERING-NUM    PIC 9(08) VALUE ZEROS.
       01 SKAERINGSDATO   PIC X(10) VALUE SPACES.
       SKRIV-TRANS-AFSNIT.
           MOVE "=== TRANSAKTIONER (inkl. arkiv) ===" TO UDTRAEK-TEXT
           PERFORM SKRIV-TEKSTLINJE
           OPEN INPUT FIL-TRANS-IDX
           IF TRANS-IDX-STATUS = "00"
               PERFORM VARYING EGNE-IX FROM 1 BY 1
                       UNTIL EGNE-IX > NUM-EGNE-KONTI
                   PERFORM UDTRAEK-INDEKS-KONTO
               END-PERFORM
               IF CPR OF SOEGT-KUNDE NOT = SPACES
                   PERFORM UDTRAEK-INDEKS-CPR
               END-IF
               CLOSE FIL-TRANS-IDX
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT FIL-TRANS
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               CLOSE FIL-KATALOG
           END-IF.

       UDTRAEK-INDEKS-KONTO.
           MOVE EK-KONTO-ID(EGNE-IX) TO TI-KONTO-ID
           MOVE SPACES TO TI-TIDSPUNKT
           MOVE 0 TO TI-LOEBENR
           MOVE "N" TO EOF-FLAG
           START FIL-TRANS-IDX KEY IS NOT LESS THAN TI-NOEGLE
               INVALID KEY
                   MOVE "Y" TO EOF-FLAG
           END-START
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-TRANS-IDX NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TI-KONTO-ID NOT = EK-KONTO-ID(EGNE-IX)
                           MOVE "Y" TO EOF-FLAG
                       ELSE
                           MOVE TRANS-IDX-REC(1:264) TO TRANS-VURDER
                           ADD 1 TO UDTRAEK-ANTAL
                           PERFORM SKRIV-TRANS-LINJE
                       END-IF
               END-READ
           END-PERFORM.

      * Posteringer paa kundens egne konti er allerede skrevet.
       UDTRAEK-INDEKS-CPR.
           MOVE CPR OF SOEGT-KUNDE TO CPR OF TRANS-IDX-REC
           MOVE "N" TO EOF-FLAG
           START FIL-TRANS-IDX KEY IS = CPR OF TRANS-IDX-REC
               INVALID KEY
                   MOVE "Y" TO EOF-FLAG
           END-START
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-TRANS-IDX NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF CPR OF TRANS-IDX-REC NOT = CPR OF SOEGT-KUNDE
                           MOVE "Y" TO EOF-FLAG
                       ELSE
                           MOVE TRANS-IDX-REC(1:264) TO TRANS-VURDER
                           PERFORM CHECK-EGEN-KONTO-TRANS
                           IF EGEN-KONTO-SW = "N"
                               ADD 1 TO UDTRAEK-ANTAL
                               PERFORM SKRIV-TRANS-LINJE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-EGEN-KONTO-TRANS.
           MOVE "N" TO EGEN-KONTO-SW
           PERFORM VARYING EGNE-IX FROM 1 BY 1
                   UNTIL EGNE-IX > NUM-EGNE-KONTI
               IF EK-KONTO-ID(EGNE-IX) = KONTO-ID OF TRANS-VURDER
                   MOVE "Y" TO EGEN-KONTO-SW
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LAES-ARKIV-TIL-UDTRAEK.
           OPEN INPUT FIL-ARKIV
           IF ARKIV-STATUS = "00"
               END-PERFORM
               CLOSE FIL-KATALOG
           END-IF
      * Arkiverne er omskrevet - transaktionsindekset genopbygges,
      * saa det ikke laengere baerer de anonymiserede oplysninger.
           IF ANONYM-ANTAL > 0
               MOVE "./opgave97" TO SYSTEM-KOMMANDO
               CALL "SYSTEM" USING SYSTEM-KOMMANDO
           END-IF
           DISPLAY "Anonymisering gennemfoert - " ANONYM-ANTAL
               " poster anonymiseret (skaering " SKAERINGSDATO ").".

      * Standard: 5 aar tilbage fra dags dato, svarende til
      * bogfoeringslovens opbevaringskrav.
       BEREGN-STANDARD-SKAERING.
           PERFORM BOGFOERINGSDATO-FILL
           MOVE BD-DATO OF BOGFDATO-REC TO RUN-DATE
           COMPUTE RUN-DATE-INT = FUNCTION INTEGER-OF-DATE(RUN-DATE)
           COMPUTE RUN-DATE-INT = RUN-DATE-INT - 1825
           COMPUTE SKAERING-NUM =
               MOVE SPACES TO FØDSELSDATO OF ARKIV-REKORD
               ADD 1 TO ANONYM-ANTAL
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
