               FILE STATUS IS MANIFEST-STATUS.
           SELECT FIL-OPTAELLING ASSIGN TO OPTAELLING-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-RETURPOST
               ASSIGN TO "../data/Returpost-Register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETURPOST-STATUS.
           SELECT FIL-BOGFDATO ASSIGN TO "../data/Bogfoeringsdato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOGFDATO-STATUS.

       DATA DIVISION.

       01 OPTAELLING-REC.
           02 OPTAELLING-TEXT PIC X(100).

       FD FIL-BOGFDATO.
       01 BOGFDATO-FIL-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".

       FD FIL-RETURPOST.
       01 RETURPOST-REKORD.
           COPY "../copybooks/RETURPOST.cpy".
       01 RETURPOST-REKORD-TRAILER REDEFINES RETURPOST-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(47).

       WORKING-STORAGE SECTION.
      * Returpost: kunder, hvis post er kommet retur som uanbringelig
      * (Returpost-Register.txt fra OPG-155), faar ikke papir til den
      * doede adresse. Har kunden e-mail, sendes forsendelsen
      * elektronisk; ellers tilbageholdes den (status H), til OPG-12
      * eller OPG-39 bringer en ny adresse.
       01 RETURPOST-STATUS  PIC XX VALUE "00".
       01 NUM-RETURPOST     PIC 9(04) VALUE 0.
       01 RETURPOST-ARR OCCURS 0 TO 1000 TIMES
               DEPENDING ON NUM-RETURPOST.
           COPY "../copybooks/RETURPOST.cpy".
       01 RETURPOST-IX      PIC 9(04) VALUE 0.
       01 RETURPOST-SOEG-ID PIC X(10) VALUE SPACES.
       01 RETURPOST-SW      PIC X(01) VALUE "N".

      * Kampagnebreve efter udvalgskriterier i Kampagne-Udvalg.txt
      * (blanke kriterier ignoreres): postnr-interval, kontotype,
       01 BREV-FILENAME   PIC X(60) VALUE SPACES.
       01 OPTAELLING-FILENAME PIC X(60) VALUE SPACES.
       01 RUN-DATE        PIC 9(08) VALUE ZEROS.
      * Koerselsdatoen er bankens bogfoeringsdato (Bogfoeringsdato.txt),
      * ikke maskinens dato.
       01 BOGFDATO-STATUS  PIC XX VALUE "00".
       01 BOGFDATO-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".

       01 LINJE-UD        PIC X(100) VALUE SPACES.
       01 FULDT-NAVN      PIC X(41) VALUE SPACES.
       01 FELT-IX         PIC 9(02) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM BOGFOERINGSDATO-FILL
           MOVE BD-DATO OF BOGFDATO-REC TO RUN-DATE
           PERFORM OPG11-PARM-FILL
           PERFORM UDVALG-ARR-FILL
           IF NUM-UDVALG = 0
               STOP RUN
           END-IF
           PERFORM KUNDE-ARR-FILL
           PERFORM RETURPOST-ARR-FILL
           PERFORM KONTO-ARR-FILL
           OPEN EXTEND FIL-MANIFEST
           IF MANIFEST-STATUS = "35"
           ELSE
               MOVE "S" TO FS-FORS-STATUS OF MANIFEST-REC
           END-IF
           PERFORM VURDER-RETURPOST
           WRITE MANIFEST-REC.

      * Substitutionsfelterne erstattes tegn for tegn, saa teksten
           DISPLAY "Kampagne "
               KV-KAMPAGNE-ID OF UDVALG-ARR(UDVALG-IX) ": "
               UDVALGT-ANTAL " udvalgt.".

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

      * Kun kunder med gaeldende returpostmarkering indlaeses.
       RETURPOST-ARR-FILL.
           MOVE 0 TO NUM-RETURPOST
           OPEN INPUT FIL-RETURPOST
           IF RETURPOST-STATUS = "00"
               PERFORM VARYING RETURPOST-IX FROM 1 BY 1
                       UNTIL RETURPOST-IX > 1000
                   READ FIL-RETURPOST INTO RETURPOST-REKORD
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF TR-MARKER OF RETURPOST-REKORD-TRAILER
                           = "TRAILER"
                       EXIT PERFORM
                   END-IF
                   IF RP-ADR-UGYLDIG OF RETURPOST-REKORD
                       ADD 1 TO NUM-RETURPOST
                       MOVE RETURPOST-REKORD
                         TO RETURPOST-ARR(NUM-RETURPOST)
                   END-IF
               END-PERFORM
               CLOSE FIL-RETURPOST
           END-IF.

       CHECK-RETURPOST.
           MOVE "N" TO RETURPOST-SW
           PERFORM VARYING RETURPOST-IX FROM 1 BY 1
                   UNTIL RETURPOST-IX > NUM-RETURPOST
               IF RP-KUNDE-ID OF RETURPOST-ARR(RETURPOST-IX)
                       = RETURPOST-SOEG-ID
                   MOVE "J" TO RETURPOST-SW
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * En papirforsendelse til en kunde med returpostmarkering
      * sendes i stedet til kundens e-mail, eller tilbageholdes,
      * hvis kunden ingen e-mail har.
       VURDER-RETURPOST.
           IF FS-FORS-STATUS OF MANIFEST-REC NOT = "P"
               EXIT PARAGRAPH
           END-IF
           MOVE FS-KUNDE-ID OF MANIFEST-REC TO RETURPOST-SOEG-ID
           PERFORM CHECK-RETURPOST
           IF RETURPOST-SW = "J"
               IF FS-EMAIL OF MANIFEST-REC NOT = SPACES
                   MOVE "E" TO FS-KANAL OF MANIFEST-REC
                   MOVE "S" TO FS-FORS-STATUS OF MANIFEST-REC
               ELSE
                   MOVE "H" TO FS-FORS-STATUS OF MANIFEST-REC
               END-IF
           END-IF.
