           SELECT FIL-PARM ASSIGN TO "../data/OPG78-Parametre.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-STATUS.
           SELECT FIL-BOGFDATO ASSIGN TO "../data/Bogfoeringsdato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOGFDATO-STATUS.
           SELECT FIL-PERIODISERING
               ASSIGN TO "../data/Rente-Periodisering.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIODISERING-STATUS.
           SELECT FIL-RAPPORT ASSIGN TO RAPPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       01 PARM-FILE-REC.
           COPY "../copybooks/OPG78-PARAMETRE.cpy".

       FD FIL-BOGFDATO.
       01 BOGFDATO-FIL-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".

       FD FIL-PERIODISERING.
       01 PERIODISERING-REKORD.
           COPY "../copybooks/RENTE-PERIODISERING.cpy".
       01 PERIODISERING-TRAILER REDEFINES PERIODISERING-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(50).

       FD FIL-RAPPORT.
       01 RAPPORT-REC.
           02 RAPPORT-TEXT  PIC X(132).

       WORKING-STORAGE SECTION.

      * Aarsafslutningen samler det, der foer var en huskeliste:
      * 1) alle tolv regnskabsperioder for aaret skal vaere lukket,
      * 2) de periodiserede, endnu ikke tilskrevne renter pr. konto
      *    fra OPG-124 listes i Aarsafslutning-Periodisering-<aar>,
      *    og sidste rentetilskrivning koeres (OPG-16),
      * 3) YTD-Saldi.txt rulles til det nye aar, og primosaldi
      *    skrives til Primo-Saldi-<aar>.txt,
      * 4) aarets arkivering koeres (OPG-18),
       01 LUK-AAR          PIC 9(04) VALUE ZEROS.
       01 NYT-AAR          PIC 9(04) VALUE ZEROS.
       01 RUN-DATE         PIC 9(08) VALUE ZEROS.
      * Koerselsdatoen er bankens bogfoeringsdato (Bogfoeringsdato.txt),
      * ikke maskinens dato.
       01 BOGFDATO-STATUS  PIC XX VALUE "00".
       01 BOGFDATO-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".

       01 MAANED-LUKKET-TAB.
           02 MAANED-LUKKET-SW PIC X(01) OCCURS 12 TIMES.
       01 TID-NU           PIC X(19) VALUE SPACES.
       01 CERT-OPERATOR    PIC X(10) VALUE SPACES.

       01 PERIODISERING-STATUS PIC XX VALUE "00".
       01 RAPPORT-FILENAME PIC X(60) VALUE SPACES.
       01 PERIODISERING-ANTAL PIC 9(06) VALUE 0.
       01 PERIODISERING-SUM PIC S9(12)V99 VALUE ZEROS.
       01 PERIODISERET-VIS  PIC S9(10)V99 VALUE ZEROS.
       01 PERIODISERING-LINJE.
           02 PL-KONTO-ID     PIC X(14).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 PL-VALUTA       PIC X(04).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 PL-MAANED       PIC X(07).
           02 FILLER          PIC X(03) VALUE SPACES.
           02 PL-SENEST-DATO  PIC X(10).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 PL-PERIODISERET PIC -ZZZ,ZZZ,ZZ9.99.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 PL-BOGFOERT-DKK PIC -ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
           PERFORM BOGFOERINGSDATO-FILL
           MOVE BD-DATO OF BOGFDATO-REC TO RUN-DATE
           PERFORM PARM-FILL
           PERFORM BEREGN-LUK-AAR
           PERFORM CHECK-PERIODER-LUKKET
           PERFORM SKRIV-PERIODISERINGSRAPPORT
           PERFORM KOER-SIDSTE-RENTE
           PERFORM KONTO-ARR-FILL
           PERFORM YTD-ARR-FILL
               STOP RUN
           END-IF.

      * Periodiseringen listes, inden sidste tilskrivning koeres:
      * bagefter tilbagefoerer OPG-124 den tilskrevne maaned, og
      * aarets paaloebne renter er ikke laengere synlige pr. konto.
       SKRIV-PERIODISERINGSRAPPORT.
           OPEN INPUT FIL-PERIODISERING
           IF PERIODISERING-STATUS NOT = "00"
               DISPLAY "ADVARSEL: Rente-Periodisering.txt findes "
                   "ikke - ingen periodiserede renter at vise."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RAPPORT-FILENAME
           STRING
               "../data/Aarsafslutning-Periodisering-" DELIMITED BY SIZE
               LUK-AAR                                 DELIMITED BY SIZE
               ".txt"                                  DELIMITED BY SIZE
           INTO RAPPORT-FILENAME
           OPEN OUTPUT FIL-RAPPORT
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "PERIODISEREDE RENTER PR. KONTO VED AARSAFSLUTNING "
                                DELIMITED BY SIZE
               LUK-AAR          DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "KONTO-ID        VAL.  MAANED    SENEST      "
                                DELIMITED BY SIZE
               "   PERIODISERET     BOGFOERT DKK"
                                DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE 0 TO PERIODISERING-ANTAL
           MOVE ZEROS TO PERIODISERING-SUM
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-PERIODISERING
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF PERIODISERING-TRAILER
                               = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                       ELSE
                           PERFORM SKRIV-PERIODISERINGSLINJE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-PERIODISERING
           MOVE "N" TO EOF-FLAG
           MOVE SPACES TO PERIODISERING-LINJE
           MOVE "I ALT" TO PL-KONTO-ID
           MOVE PERIODISERING-SUM TO PL-BOGFOERT-DKK
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE PERIODISERING-LINJE TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           CLOSE FIL-RAPPORT
           DISPLAY "Periodiserede renter: " PERIODISERING-ANTAL
               " konti, DKK " PL-BOGFOERT-DKK " - se "
               RAPPORT-FILENAME.

       SKRIV-PERIODISERINGSLINJE.
           MOVE SPACES TO PERIODISERING-LINJE
           MOVE RPE-KONTO-ID OF PERIODISERING-REKORD TO PL-KONTO-ID
           MOVE RPE-VALUTA OF PERIODISERING-REKORD TO PL-VALUTA
           MOVE RPE-MAANED OF PERIODISERING-REKORD TO PL-MAANED
           MOVE RPE-SENEST-DATO OF PERIODISERING-REKORD
             TO PL-SENEST-DATO
           COMPUTE PERIODISERET-VIS ROUNDED =
               RPE-PERIODISERET OF PERIODISERING-REKORD
           MOVE PERIODISERET-VIS TO PL-PERIODISERET
           MOVE RPE-BOGFOERT-DKK OF PERIODISERING-REKORD
             TO PL-BOGFOERT-DKK
           MOVE PERIODISERING-LINJE TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           ADD 1 TO PERIODISERING-ANTAL
           ADD RPE-BOGFOERT-DKK OF PERIODISERING-REKORD
             TO PERIODISERING-SUM.

       KOER-SIDSTE-RENTE.
           MOVE "./opgave16" TO SYSTEM-KOMMANDO
           CALL "SYSTEM" USING SYSTEM-KOMMANDO
           MOVE CERT-OPERATOR TO CE-OPERATOR
           WRITE CERTIFIKAT-REC
           CLOSE FIL-CERTIFIKAT.

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
