               ASSIGN TO "../data/Forsendelses-Manifest.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MANIFEST-STATUS.
           SELECT FIL-BOGFDATO ASSIGN TO "../data/Bogfoeringsdato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOGFDATO-STATUS.
           SELECT FIL-SAMTYKKER
               ASSIGN TO "../data/Tredjepart-Samtykker.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SAMTYKKE-FIL-STATUS.

       DATA DIVISION.

       01 TRANSAKTIONER-TRAILER REDEFINES TRANSAKTIONER.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(251).

       FD FIL-KATEGORI.
       01 KATEGORI-REKORD.
       01 MANIFEST-REC.
           COPY "../copybooks/FORSENDELSE.cpy".

       FD FIL-BOGFDATO.
       01 BOGFDATO-FIL-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".

       FD FIL-SAMTYKKER.
       01 SAMTYKKE-REKORD.
           COPY "../copybooks/TREDJEPART-SAMTYKKE.cpy".
       01 SAMTYKKE-REKORD-TRAILER REDEFINES SAMTYKKE-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(149).

       WORKING-STORAGE SECTION.
       01 KATEGORI-FIL-STATUS PIC XX VALUE "00".
       01 MANIFEST-STATUS  PIC XX VALUE "00".
       01 KATEGORI-IX     PIC 9(03) VALUE 0.
       01 CURR-KATEGORI   PIC X(15) VALUE SPACES.

      * Kundens aktive samtykker til tredjepartsudbydere
      * (Tredjepart-Samtykker.txt) kommer med som SAMTYKKE-linjer, saa
      * kunden selv kan tilbagekalde dem i portalen; tilbagekaldene
      * kommer retur i Samtykke-Tilbagekald.txt til OPG-137.
       01 SAMTYKKE-FIL-STATUS PIC XX VALUE "00".
       01 NUM-SAMTYKKER PIC 9(04) VALUE 0.
       01 SAMTYKKE-ARR OCCURS 0 TO 2000 TIMES
               DEPENDING ON NUM-SAMTYKKER.
           COPY "../copybooks/TREDJEPART-SAMTYKKE.cpy".
       01 SAMTYKKE-IX     PIC 9(04) VALUE 0.
       01 SAMTYKKE-KONTO-IX PIC 9(01) VALUE 0.
       01 SAMTYKKE-OMFANG PIC X(03) VALUE SPACES.
       01 SAMTYKKE-KONTI  PIC X(80) VALUE SPACES.
       01 SAMTYKKE-PTR    PIC 9(03) VALUE 0.
       01 SAMTYKKE-ANTAL  PIC 9(04) VALUE 0.
       01 SAMTYKKE-ANTAL-VIS PIC ZZZ9.

      * Samme typeoversaettelse som OPG-10's udskrifter; ukendte
      * koder vises uoversat.
       01 TRANS-TYPE-TABLE.
           02 FILLER PIC X(30) VALUE "OVERTRAEK Overtraeksrente     ".
           02 FILLER PIC X(30) VALUE "BS-RETUR  BS-tilbagefoersel   ".
           02 FILLER PIC X(30) VALUE "KURSREG   Kursregulering      ".
           02 FILLER PIC X(30) VALUE "CASHBACK  Cashback            ".
           02 FILLER PIC X(30) VALUE "KKRENTE   Kreditkortrente     ".
           02 FILLER PIC X(30) VALUE "VPKOEB    Koeb af vaerdipapir ".
           02 FILLER PIC X(30) VALUE "VPSALG    Salg af vaerdipapir ".
           02 FILLER PIC X(30) VALUE "UDBYTTE   Udbytte             ".
           02 FILLER PIC X(30) VALUE "PALSKAT   PAL-skat            ".
       01 TRANS-TYPE-ARR REDEFINES TRANS-TYPE-TABLE.
           02 TRANS-TYPE-ENTRY OCCURS 18 TIMES.
               03 TT-KODE         PIC X(10).
               03 TT-BESKRIVELSE  PIC X(20).
       01 TRANS-TYPE-TABLE-EN.
           02 FILLER PIC X(30) VALUE "OVERTRAEK Overdraft interest  ".
           02 FILLER PIC X(30) VALUE "BS-RETUR  Direct debit return ".
           02 FILLER PIC X(30) VALUE "KURSREG   Revaluation         ".
           02 FILLER PIC X(30) VALUE "CASHBACK  Cashback            ".
           02 FILLER PIC X(30) VALUE "KKRENTE   Credit card interest".
           02 FILLER PIC X(30) VALUE "VPKOEB    Securities purchase ".
           02 FILLER PIC X(30) VALUE "VPSALG    Securities sale     ".
           02 FILLER PIC X(30) VALUE "UDBYTTE   Dividend            ".
           02 FILLER PIC X(30) VALUE "PALSKAT   Pension yield tax   ".
       01 TRANS-TYPE-ARR-EN REDEFINES TRANS-TYPE-TABLE-EN.
           02 TRANS-TYPE-ENTRY-EN OCCURS 18 TIMES.
               03 TT-KODE-EN        PIC X(10).
               03 TT-BESKRIVELSE-EN PIC X(20).
       01 TT-IX           PIC 9(02) VALUE 0.
       01 UDTRAEK-FILENAME PIC X(60) VALUE SPACES.
       01 SYSTEM-KOMMANDO PIC X(160) VALUE SPACES.
       01 RUN-DATE        PIC 9(08) VALUE ZEROS.
      * Koerselsdatoen er bankens bogfoeringsdato (Bogfoeringsdato.txt),
      * ikke maskinens dato.
       01 BOGFDATO-STATUS  PIC XX VALUE "00".
       01 BOGFDATO-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".
       01 DAGS-DATO       PIC X(10) VALUE SPACES.
       01 UDTRAEK-BELOEB  PIC -(10)9.99.
       01 UDTRAEK-SALDO   PIC -(10)9.99.
           PERFORM KONTO-ARR-FILL
           PERFORM TRANS-ARR-FILL
           PERFORM KATEGORI-ARR-FILL
           PERFORM SAMTYKKE-ARR-FILL
           OPEN EXTEND FIL-MANIFEST
           IF MANIFEST-STATUS = "35"
               OPEN OUTPUT FIL-MANIFEST
           STOP RUN.

       DAGS-DATO-FILL.
           PERFORM BOGFOERINGSDATO-FILL
           MOVE BD-DATO OF BOGFDATO-REC TO RUN-DATE
           STRING
               RUN-DATE(1:4) DELIMITED BY SIZE
               "-"           DELIMITED BY SIZE
           OPEN OUTPUT FIL-UDTRAEK
           MOVE 0 TO KONTO-ANTAL
           MOVE 0 TO TRANS-ANTAL
           MOVE 0 TO SAMTYKKE-ANTAL
           PERFORM VARYING KONTO-IX FROM 1 BY 1
                   UNTIL KONTO-IX > NUM-KONTI
               IF KUNDE-ID OF KONTO-ARR(KONTO-IX)
                   PERFORM SKRIV-DAGENS-TRANS
               END-IF
           END-PERFORM
           PERFORM VARYING SAMTYKKE-IX FROM 1 BY 1
                   UNTIL SAMTYKKE-IX > NUM-SAMTYKKER
               IF TS-KUNDE-ID OF SAMTYKKE-ARR(SAMTYKKE-IX)
                       = KUNDE-ID OF KUNDE-ARR(KUNDE-IX)
                   AND TS-AKTIV OF SAMTYKKE-ARR(SAMTYKKE-IX)
                   AND TS-UDLOEB-DATO OF SAMTYKKE-ARR(SAMTYKKE-IX)
                       NOT < DAGS-DATO
                   PERFORM SKRIV-SAMTYKKE-LINJE
               END-IF
           END-PERFORM
           PERFORM SKRIV-UDTRAEK-TRAILER
           CLOSE FIL-UDTRAEK
           PERFORM WRITE-MANIFEST
       OVERSAET-TRANS-TYPE.
           MOVE TRANS-TYPE OF TRANS-ARR(IX) TO TRANS-TYPE-UDSKRIFT
           IF SPROG-ENGELSK OF KUNDE-ARR(KUNDE-IX)
               PERFORM VARYING TT-IX FROM 1 BY 1 UNTIL TT-IX > 18
                   IF TT-KODE-EN(TT-IX)
                           = TRANS-TYPE OF TRANS-ARR(IX)(1:10)
                       MOVE TT-BESKRIVELSE-EN(TT-IX)
                   END-IF
               END-PERFORM
           ELSE
               PERFORM VARYING TT-IX FROM 1 BY 1 UNTIL TT-IX > 18
                   IF TT-KODE(TT-IX)
                           = TRANS-TYPE OF TRANS-ARR(IX)(1:10)
                       MOVE TT-BESKRIVELSE(TT-IX)
               END-PERFORM
           END-IF.

      * Omfanget vises som S (saldi), P (posteringer) og B
      * (betalingsinitiering); konti adskilles med semikolon.
       SKRIV-SAMTYKKE-LINJE.
           MOVE SPACES TO SAMTYKKE-OMFANG
           MOVE 1 TO SAMTYKKE-PTR
           IF TS-MAA-SE-SALDO OF SAMTYKKE-ARR(SAMTYKKE-IX)
               STRING "S" DELIMITED BY SIZE
                   INTO SAMTYKKE-OMFANG WITH POINTER SAMTYKKE-PTR
           END-IF
           IF TS-MAA-SE-POSTER OF SAMTYKKE-ARR(SAMTYKKE-IX)
               STRING "P" DELIMITED BY SIZE
                   INTO SAMTYKKE-OMFANG WITH POINTER SAMTYKKE-PTR
           END-IF
           IF TS-MAA-BETALE OF SAMTYKKE-ARR(SAMTYKKE-IX)
               STRING "B" DELIMITED BY SIZE
                   INTO SAMTYKKE-OMFANG WITH POINTER SAMTYKKE-PTR
           END-IF
           MOVE SPACES TO SAMTYKKE-KONTI
           MOVE 1 TO SAMTYKKE-PTR
           PERFORM VARYING SAMTYKKE-KONTO-IX FROM 1 BY 1
                   UNTIL SAMTYKKE-KONTO-IX > 5
               IF TS-KONTO-ID OF
                       SAMTYKKE-ARR(SAMTYKKE-IX, SAMTYKKE-KONTO-IX)
                       NOT = SPACES
                   IF SAMTYKKE-PTR > 1
                       STRING ";" DELIMITED BY SIZE
                           INTO SAMTYKKE-KONTI
                           WITH POINTER SAMTYKKE-PTR
                   END-IF
                   STRING
                       TS-KONTO-ID OF
                           SAMTYKKE-ARR(SAMTYKKE-IX, SAMTYKKE-KONTO-IX)
                                               DELIMITED BY SPACE
                       INTO SAMTYKKE-KONTI
                       WITH POINTER SAMTYKKE-PTR
               END-IF
           END-PERFORM
           MOVE SPACES TO UDTRAEK-TEXT
           STRING
               "SAMTYKKE,"                         DELIMITED BY SIZE
               TS-SAMTYKKE-ID OF SAMTYKKE-ARR(SAMTYKKE-IX)
                                                   DELIMITED BY SIZE
               ","                                 DELIMITED BY SIZE
               FUNCTION TRIM(TS-UDBYDER-ID OF SAMTYKKE-ARR(SAMTYKKE-IX))
                                                   DELIMITED BY SIZE
               ","                                 DELIMITED BY SIZE
               FUNCTION TRIM(
                   TS-UDBYDER-NAVN OF SAMTYKKE-ARR(SAMTYKKE-IX))
                                                   DELIMITED BY SIZE
               ","                                 DELIMITED BY SIZE
               FUNCTION TRIM(SAMTYKKE-OMFANG)      DELIMITED BY SIZE
               ","                                 DELIMITED BY SIZE
               TS-GIVET-DATO OF SAMTYKKE-ARR(SAMTYKKE-IX)
                                                   DELIMITED BY SIZE
               ","                                 DELIMITED BY SIZE
               TS-UDLOEB-DATO OF SAMTYKKE-ARR(SAMTYKKE-IX)
                                                   DELIMITED BY SIZE
               ","                                 DELIMITED BY SIZE
               FUNCTION TRIM(SAMTYKKE-KONTI)       DELIMITED BY SIZE
           INTO UDTRAEK-TEXT
           WRITE UDTRAEK-REC
           MOVE SPACES TO UDTRAEK-TEXT
           ADD 1 TO SAMTYKKE-ANTAL.

       SAMTYKKE-ARR-FILL.
           MOVE 0 TO NUM-SAMTYKKER
           OPEN INPUT FIL-SAMTYKKER
           IF SAMTYKKE-FIL-STATUS = "00"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ FIL-SAMTYKKER INTO SAMTYKKE-REKORD
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF TR-MARKER OF SAMTYKKE-REKORD-TRAILER
                                   = "TRAILER"
                               MOVE "Y" TO EOF-FLAG
                           ELSE
                               IF NUM-SAMTYKKER < 2000
                                   ADD 1 TO NUM-SAMTYKKER
                                   MOVE SAMTYKKE-REKORD
                                     TO SAMTYKKE-ARR(NUM-SAMTYKKER)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIL-SAMTYKKER
           END-IF.

       SKRIV-UDTRAEK-TRAILER.
           MOVE KONTO-ANTAL TO KONTO-ANTAL-VIS
           MOVE TRANS-ANTAL TO TRANS-ANTAL-VIS
           MOVE SAMTYKKE-ANTAL TO SAMTYKKE-ANTAL-VIS
           MOVE SPACES TO UDTRAEK-TEXT
           STRING
               "TRAILER,"                       DELIMITED BY SIZE
               FUNCTION TRIM(KONTO-ANTAL-VIS)   DELIMITED BY SIZE
               ","                              DELIMITED BY SIZE
               FUNCTION TRIM(TRANS-ANTAL-VIS)   DELIMITED BY SIZE
               ","                              DELIMITED BY SIZE
               FUNCTION TRIM(SAMTYKKE-ANTAL-VIS) DELIMITED BY SIZE
           INTO UDTRAEK-TEXT
           WRITE UDTRAEK-REC
           MOVE SPACES TO UDTRAEK-TEXT.
           MOVE "O" TO FS-KANAL OF MANIFEST-REC
           MOVE "S" TO FS-FORS-STATUS OF MANIFEST-REC
           WRITE MANIFEST-REC.

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
