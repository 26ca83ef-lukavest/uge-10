           SELECT FIL-RAPPORT
               ASSIGN TO "../data/Kundebidrag-Rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-BIDRAG ASSIGN TO "../data/Kundebidrag.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-BOGFDATO ASSIGN TO "../data/Bogfoeringsdato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOGFDATO-STATUS.

       DATA DIVISION.

       01 TRANSAKTIONER-TRAILER REDEFINES TRANSAKTIONER.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(251).

       FD FIL-KATALOG.
       01 KATALOG-REC.
       01 ARKIV-REKORD-TRAILER REDEFINES ARKIV-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(251).

       FD FIL-KONTI.
       01 KONTO-REKORD.
       01 RAPPORT-REC.
           02 RAPPORT-TEXT PIC X(130).

       FD FIL-BIDRAG.
       01 BIDRAG-REKORD.
           COPY "../copybooks/KUNDEBIDRAG.cpy".
       01 BIDRAG-REKORD-TRAILER REDEFINES BIDRAG-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(64).

       FD FIL-BOGFDATO.
       01 BOGFDATO-FIL-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".

       WORKING-STORAGE SECTION.

      * Aarligt kundebidrag: gebyrindtaegter (GEBYR/UDLOVF/
      * bruger samme graenser som segmentstatistikken
      * (OPG11-Parametre.txt), saa raadgiverne ser kendte segmenter.
      * Arkiver medtages via Arkiv-Katalog.txt som i OPG-74.
      * Tallene skrives ogsaa pr. kunde til Kundebidrag.txt, som
      * raadgivernes portefoeljerapport (OPG-150) henter
      * gebyrindtaegten fra.
       01 TRANS-FIL-STATUS PIC XX VALUE "00".
       01 KATALOG-STATUS   PIC XX VALUE "00".
       01 ARKIV-STATUS     PIC XX VALUE "00".
       01 RAPPORT-AAR      PIC 9(04) VALUE ZEROS.
       01 RAPPORT-AAR-TEKST PIC X(04) VALUE SPACES.
       01 RUN-DATE         PIC 9(08) VALUE ZEROS.
      * Koerselsdatoen er bankens bogfoeringsdato (Bogfoeringsdato.txt),
      * ikke maskinens dato.
       01 BOGFDATO-STATUS  PIC XX VALUE "00".
       01 BOGFDATO-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".

       01 GNS-SALDO        PIC S9(12)V99 VALUE ZEROS.
       01 MARGIN-BELOEB    PIC S9(12)V99 VALUE ZEROS.
           02 RL-BIDRAG      PIC -ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
           PERFORM BOGFOERINGSDATO-FILL
           MOVE BD-DATO OF BOGFDATO-REC TO RUN-DATE
           PERFORM PARM-FILL
           PERFORM OPG11-PARM-FILL
           PERFORM KONTO-ARR-FILL

       SKRIV-RAPPORT.
           OPEN OUTPUT FIL-RAPPORT
           OPEN OUTPUT FIL-BIDRAG
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Kundebidrag " DELIMITED BY SIZE
               MOVE BIDRAG-BELOEB TO RL-BIDRAG
               MOVE RAPPORT-LINJE TO RAPPORT-TEXT
               WRITE RAPPORT-REC
               MOVE SPACES TO BIDRAG-REKORD
               MOVE KUNDE-ID OF KUNDE-ARR(KUNDE-IX) TO KB-KUNDE-ID
               MOVE RAPPORT-AAR TO KB-AAR
               MOVE SEGMENT-TEKST TO KB-SEGMENT
               MOVE BI-GEBYR(KUNDE-IX) TO KB-GEBYR
               MOVE BI-RENTE(KUNDE-IX) TO KB-RENTE
               MOVE MARGIN-BELOEB TO KB-MARGIN
               MOVE BIDRAG-BELOEB TO KB-BIDRAG
               WRITE BIDRAG-REKORD
           END-PERFORM
           MOVE SPACES TO BIDRAG-REKORD
           MOVE "TRAILER" TO TR-MARKER OF BIDRAG-REKORD-TRAILER
           MOVE NUM-KUNDER TO TR-ANTAL OF BIDRAG-REKORD-TRAILER
           WRITE BIDRAG-REKORD
           CLOSE FIL-BIDRAG
           CLOSE FIL-RAPPORT.

       BEREGN-KUNDE-BIDRAG.
               WHEN OTHER
                   MOVE "HOEJ" TO SEGMENT-TEKST
           END-EVALUATE.

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
