       SELECT FIL-RUN-LOG ASSIGN TO "../data/Koerselslog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.
       SELECT FIL-ERHVERV
               ASSIGN TO "../data/Erhvervskunder.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERHVERV-STATUS.
       SELECT FIL-BOGFDATO ASSIGN TO "../data/Bogfoeringsdato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOGFDATO-STATUS.
       DATA DIVISION.

       FILE SECTION.
       01 RUN-LOG-REC.
           02 RUN-LOG-TEXT PIC X(120).

       FD FIL-ERHVERV.
       01 ERHVERV-REC.
           COPY "../copybooks/ERHVERVSKUNDE.cpy".
       01 ERHVERV-REC-TRAILER REDEFINES ERHVERV-REC.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(59).

       FD FIL-BOGFDATO.
       01 BOGFDATO-FIL-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".

       WORKING-STORAGE SECTION.
       01 SLET-IDX-KOMMANDO PIC X(60) VALUE SPACES.
       01 LAAS-STATUS      PIC XX VALUE "00".
       01 KUNDE-IX      PIC 9(04) VALUE 0.
       01 KUNDE-MATCH-IX PIC 9(04) VALUE 0.

      * CVR-nummeret paa en erhvervskunde staar i Erhvervskunder.txt
      * og aendres her paa samme vilkaar som CPR.
       01 ERHVERV-STATUS   PIC XX VALUE "00".
       01 NUM-ERHVERV      PIC 9(04) VALUE 0.
       01 ERHVERV-ARR OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-ERHVERV.
           COPY "../copybooks/ERHVERVSKUNDE.cpy".
       01 ERHVERV-IX       PIC 9(04) VALUE 0.
       01 ERHVERV-MATCH-IX PIC 9(04) VALUE 0.
       01 ERHVERV-AENDRET-SW PIC X(01) VALUE "N".

      * Ogsaa godkendte aendringer skrives som foer/efter-billede til
      * aendringshistorikken - netop de foelsomme aendringer skal
      * kunne ses af OPG-55.
      * Uafgjorte anmodninger udloeber efter 7 dage og rapporteres.
       01 UDLOEB-DAGE   PIC 9(03) VALUE 007.
       01 RUN-DATE      PIC 9(08) VALUE ZEROS.
      * Koerselsdatoen er bankens bogfoeringsdato (Bogfoeringsdato.txt),
      * ikke maskinens dato.
       01 BOGFDATO-STATUS  PIC XX VALUE "00".
       01 BOGFDATO-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".
       01 RUN-DATE-INT  PIC 9(08) VALUE ZEROS.
       01 ANMOD-NUM     PIC 9(08) VALUE ZEROS.
       01 ANMOD-INT     PIC 9(08) VALUE ZEROS.
       MAIN-PARA.
           ACCEPT OPERATOR FROM ENVIRONMENT "USER"
           PERFORM CHECK-BATCH-LAAS
           PERFORM BOGFOERINGSDATO-FILL
           MOVE BD-DATO OF BOGFDATO-REC TO RUN-DATE
           COMPUTE RUN-DATE-INT = FUNCTION INTEGER-OF-DATE(RUN-DATE)
           PERFORM AFVENTENDE-ARR-FILL
           PERFORM KUNDE-ARR-FILL
           PERFORM ERHVERV-ARR-FILL
           PERFORM UDLOEB-GAMLE
           PERFORM UNTIL FORTSAET-SW NOT = "J"
               PERFORM SHOW-MENU
           END-PERFORM
           PERFORM AFVENTENDE-ARR-REWRITE
           PERFORM KUNDE-ARR-REWRITE
           IF ERHVERV-AENDRET-SW = "J"
               PERFORM ERHVERV-ARR-REWRITE
           END-IF
           STOP RUN.

       SHOW-MENU.
                   "aendringen kan ikke gennemfoeres."
           ELSE
               MOVE KUNDE-ARR(KUNDE-MATCH-IX) TO FOER-BILLEDE
               MOVE SPACES TO EFTER-BILLEDE
               EVALUATE AV-FELT
                       OF AFVENTENDE-ARR(AFVENTENDE-MATCH-IX)
                   WHEN "CPR"
                   WHEN "DEAKTIVER"
                       MOVE "I"
                         TO KUNDE-STATUS OF KUNDE-ARR(KUNDE-MATCH-IX)
                   WHEN "CVR"
                       PERFORM ANVEND-CVR-AENDRING
                   WHEN OTHER
                       DISPLAY "ADVARSEL: ukendt felt - intet aendret."
               END-EVALUATE
               IF EFTER-BILLEDE = SPACES
                   MOVE KUNDE-ARR(KUNDE-MATCH-IX) TO EFTER-BILLEDE
               END-IF
               PERFORM SKRIV-HISTORIK-POST
           END-IF.

      * Foer/efter-billedet er her erhvervskunderaekken, ikke kunde-
      * masteren, som ikke aendres.
       ANVEND-CVR-AENDRING.
           MOVE 0 TO ERHVERV-MATCH-IX
           PERFORM VARYING ERHVERV-IX FROM 1 BY 1
                   UNTIL ERHVERV-IX > NUM-ERHVERV
               IF EK-KUNDE-ID OF ERHVERV-ARR(ERHVERV-IX)
                       = AV-KUNDE-ID
                           OF AFVENTENDE-ARR(AFVENTENDE-MATCH-IX)
                   MOVE ERHVERV-IX TO ERHVERV-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF ERHVERV-MATCH-IX = 0
               DISPLAY "ADVARSEL: kunden er ikke laengere erhvervs"
                   "kunde - intet aendret."
           ELSE
               MOVE ERHVERV-ARR(ERHVERV-MATCH-IX) TO FOER-BILLEDE
               MOVE AV-NY-VAERDI
                   OF AFVENTENDE-ARR(AFVENTENDE-MATCH-IX)(1:8)
                 TO EK-CVR OF ERHVERV-ARR(ERHVERV-MATCH-IX)
               MOVE ERHVERV-ARR(ERHVERV-MATCH-IX) TO EFTER-BILLEDE
               MOVE "J" TO ERHVERV-AENDRET-SW
           END-IF.

       HIST-TID-FILL.
           ACCEPT HIST-TIME FROM TIME
           MOVE SPACES TO HIST-TID
           INTO HIST-TID.

       SKRIV-HISTORIK-POST.
           MOVE SPACES TO HIST-NOEGLE
           MOVE KUNDE-ID OF KUNDE-ARR(KUNDE-MATCH-IX) TO HIST-NOEGLE
           OPEN EXTEND FIL-HISTORIK
           WRITE AFVENTENDE-REC
           CLOSE FIL-AFVENTENDE.

       ERHVERV-ARR-FILL.
           MOVE 0 TO NUM-ERHVERV
           OPEN INPUT FIL-ERHVERV
           IF ERHVERV-STATUS = "00"
               PERFORM VARYING ERHVERV-IX FROM 1 BY 1
                       UNTIL ERHVERV-IX > 1000
                   READ FIL-ERHVERV INTO ERHVERV-REC
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF TR-MARKER OF ERHVERV-REC-TRAILER = "TRAILER"
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO NUM-ERHVERV
                   MOVE ERHVERV-REC TO ERHVERV-ARR(NUM-ERHVERV)
               END-PERFORM
               CLOSE FIL-ERHVERV
           END-IF.

       ERHVERV-ARR-REWRITE.
           OPEN OUTPUT FIL-ERHVERV
           PERFORM VARYING ERHVERV-IX FROM 1 BY 1
                   UNTIL ERHVERV-IX > NUM-ERHVERV
               WRITE ERHVERV-REC FROM ERHVERV-ARR(ERHVERV-IX)
           END-PERFORM
           MOVE SPACES TO ERHVERV-REC
           MOVE "TRAILER" TO TR-MARKER OF ERHVERV-REC-TRAILER
           MOVE NUM-ERHVERV TO TR-ANTAL OF ERHVERV-REC-TRAILER
           WRITE ERHVERV-REC
           CLOSE FIL-ERHVERV.

       KUNDE-ARR-REWRITE.
           OPEN OUTPUT FIL-KUNDER
           PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > NUM-KUNDER
           END-STRING
           WRITE RUN-LOG-REC
           CLOSE FIL-RUN-LOG.

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
