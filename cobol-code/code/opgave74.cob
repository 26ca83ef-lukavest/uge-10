           SELECT FIL-PARM ASSIGN TO "../data/OPG74-Parametre.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-STATUS.
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
       01 PARM-FILE-REC.
           COPY "../copybooks/OPG74-PARAMETRE.cpy".

       FD FIL-BOGFDATO.
       01 BOGFDATO-FIL-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".

       WORKING-STORAGE SECTION.
       01 KATALOG-STATUS   PIC XX VALUE "00".
       01 ARKIV-STATUS     PIC XX VALUE "00".
       01 PRETTY-NUMERIC  PIC -ZZZ,ZZZ,ZZ9.99.
       01 RABAT-TEKST     PIC X(40) VALUE SPACES.
       01 RUN-DATE        PIC 9(08) VALUE ZEROS.
      * Koerselsdatoen er bankens bogfoeringsdato (Bogfoeringsdato.txt),
      * ikke maskinens dato.
       01 BOGFDATO-STATUS  PIC XX VALUE "00".
       01 BOGFDATO-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".

       PROCEDURE DIVISION.
           PERFORM PARM-FILL
           IF PARM-AAR OF PARM-REC NOT = ZEROS
               MOVE PARM-AAR OF PARM-REC TO AARS-TEKST
           ELSE
               PERFORM BOGFOERINGSDATO-FILL
               MOVE BD-DATO OF BOGFDATO-REC TO RUN-DATE
               MOVE RUN-DATE(1:4) TO AARS-TEKST
           END-IF.


      * Gebyrkoden er den udloesende posterings transaktionstype,
      * fundet via gebyrets BILAGSREF; kan referencen ikke opdrives,
      * henfoeres gebyret til "OEVRIGE". Boksleje fra OPG-118 har
      * ingen udloesende postering og kendes paa BUTIK "BOKSLEJE".
      * Periodiske produktgebyrer fra OPG-152 baerer gebyrkoden fra
      * Produktkatalog i BUTIK "PERIODE <kode>".
       FIND-GEBYR-KODE.
           MOVE "OEVRIGE" TO GEBYR-KODE
           IF BUTIK OF AARETS-ARR(AARETS-IX)(1:8) = "BOKSLEJE"
               MOVE "BOKSLEJE" TO GEBYR-KODE
               EXIT PARAGRAPH
           END-IF
           IF BUTIK OF AARETS-ARR(AARETS-IX)(1:8) = "PERIODE "
               MOVE BUTIK OF AARETS-ARR(AARETS-IX)(9:10) TO GEBYR-KODE
               EXIT PARAGRAPH
           END-IF
           IF BILAGSREF OF AARETS-ARR(AARETS-IX) NUMERIC
                   AND BILAGSREF OF AARETS-ARR(AARETS-IX) NOT = ZEROS
               PERFORM VARYING AARETS-IX2 FROM 1 BY 1
               MOVE "S" TO FS-FORS-STATUS OF MANIFEST-REC
           END-IF
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
