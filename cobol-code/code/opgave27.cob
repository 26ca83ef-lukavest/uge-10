               FILE STATUS IS PARM-STATUS.
           SELECT FIL-INDBERET ASSIGN TO INDBERET-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-KONTI ASSIGN TO "../data/KontoOpl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KONTI-STATUS.
           SELECT FIL-PRODUKT ASSIGN TO "../data/Produktkatalog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRODUKT-STATUS.
           SELECT FIL-ERHVERV ASSIGN TO "../data/Erhvervskunder.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERHVERV-STATUS.
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

       FD FIL-PARM.
       01 PARM-FILE-REC.
           02 IB-CPR        PIC X(11).
           02 IB-RENTE-SUM  PIC S9(10)V99.
           02 IB-ANTAL      PIC 9(06).
           02 IB-ID-TYPE    PIC X(03).
       01 INDBERET-TRAILER REDEFINES INDBERET-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(19).

       FD FIL-KONTI.
       01 KONTO-REKORD.
           COPY "../copybooks/KONTOOPL.cpy".
       01 KONTO-REKORD-TRAILER REDEFINES KONTO-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(37).

       FD FIL-PRODUKT.
       01 PRODUKT-REKORD.
           COPY "../copybooks/PRODUKT.cpy".

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
       01 KATALOG-STATUS  PIC XX VALUE "00".
       01 INDBERET-FILENAME PIC X(60) VALUE SPACES.

       01 RUN-DATE         PIC 9(08) VALUE ZEROS.
      * Koerselsdatoen er bankens bogfoeringsdato (Bogfoeringsdato.txt),
      * ikke maskinens dato.
       01 BOGFDATO-STATUS  PIC XX VALUE "00".
       01 BOGFDATO-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".
       01 RUN-AAR          PIC 9(04) VALUE ZEROS.
       01 INDBERET-AAR     PIC 9(04) VALUE ZEROS.
       01 INDBERET-AAR-X   PIC X(04) VALUE SPACES.

      * Summeres pr. CPR paa tvaers af personens konti - baade RENTE
      * og overtraeksrente (OVERTRAEK) indgaar i indberetningen.
      * Renter paa erhvervskunders konti indberettes under
      * virksomhedens CVR-nummer; IB-ID-TYPE angiver CPR eller CVR.
       01 NUM-CPR       PIC 9(04) VALUE 0.
       01 CPR-ARR OCCURS 0 TO 2000 TIMES DEPENDING ON NUM-CPR.
           02 CS-ID-TYPE    PIC X(03).
           02 CS-CPR        PIC X(11).
           02 CS-RENTE-SUM  PIC S9(10)V99.
           02 CS-ANTAL      PIC 9(06).
       01 CPR-IX          PIC 9(04) VALUE 0.
       01 CPR-MATCH-IX    PIC 9(04) VALUE 0.

      * Rente paa pensionskonti er ikke almindelig renteindtaegt - den
      * indberettes som afkast sammen med PAL-skatten (OPG-116).
       01 KONTI-STATUS    PIC XX VALUE "00".
       01 PRODUKT-STATUS  PIC XX VALUE "00".
       01 NUM-PRODUKT     PIC 9(03) VALUE 0.
       01 PRODUKT-ARR OCCURS 0 TO 50 TIMES DEPENDING ON NUM-PRODUKT.
           COPY "../copybooks/PRODUKT.cpy".
       01 PRODUKT-IX      PIC 9(03) VALUE 0.
       01 NUM-PENSIONSKONTI PIC 9(04) VALUE 0.
       01 PENSIONSKONTO-ARR OCCURS 0 TO 1000 TIMES
               DEPENDING ON NUM-PENSIONSKONTI.
           02 PS-KONTO-ID   PIC X(14).
       01 PENSION-IX      PIC 9(04) VALUE 0.
       01 PENSIONSKONTO-SW PIC X(01) VALUE "N".
       01 PENSION-POSTER  PIC 9(06) VALUE 0.

       01 ERHVERV-STATUS  PIC XX VALUE "00".
       01 NUM-ERHVERV     PIC 9(04) VALUE 0.
       01 ERHVERV-ARR OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-ERHVERV.
           COPY "../copybooks/ERHVERVSKUNDE.cpy".
       01 ERHVERV-IX      PIC 9(04) VALUE 0.
       01 NUM-ERHVERVSKONTI PIC 9(04) VALUE 0.
       01 ERHVERVSKONTO-ARR OCCURS 0 TO 1000 TIMES
               DEPENDING ON NUM-ERHVERVSKONTI.
           02 EKK-KONTO-ID  PIC X(14).
           02 EKK-CVR       PIC X(08).
       01 ERHVERVSKONTO-IX PIC 9(04) VALUE 0.
       01 ERHVERVSKONTO-MATCH-IX PIC 9(04) VALUE 0.
       01 INDBERET-ID-TYPE PIC X(03) VALUE SPACES.
       01 INDBERET-ID     PIC X(11) VALUE SPACES.
       01 CVR-ANTAL       PIC 9(04) VALUE 0.

       01 BLANK-CPR-ANTAL PIC 9(05) VALUE 0.
       01 RENTE-POSTER    PIC 9(06) VALUE 0.

           PERFORM PARM-FILL
           PERFORM BEREGN-INDBERET-AAR
           PERFORM BUILD-INDBERET-FILENAME
           PERFORM PRODUKT-ARR-FILL
           PERFORM ERHVERV-ARR-FILL
           PERFORM PENSIONSKONTO-ARR-FILL
           PERFORM LAES-LIVE-TRANS
           PERFORM LAES-ARKIV-FILER
           PERFORM SKRIV-INDBERETNING
           DISPLAY "Renteindberetning for " INDBERET-AAR
               " dannet - " NUM-CPR " indberetninger, heraf "
               CVR-ANTAL " pr. CVR, "
               RENTE-POSTER " renteposter, "
               BLANK-CPR-ANTAL " poster uden CPR sprunget over."
           IF PENSION-POSTER > 0
               DISPLAY "Renteposter paa pensionskonti udeladt: "
                   PENSION-POSTER
           END-IF
           STOP RUN.

       PARM-FILL.
      * Uden parameter indberettes for sidste kalenderaar, som man
      * ville forvente af et aarskoersel i januar.
       BEREGN-INDBERET-AAR.
           PERFORM BOGFOERINGSDATO-FILL
           MOVE BD-DATO OF BOGFDATO-REC TO RUN-DATE
           IF PARM-AAR OF PARM-REC > 0
               MOVE PARM-AAR OF PARM-REC TO INDBERET-AAR
           ELSE
               ".txt"                       DELIMITED BY SIZE
           INTO INDBERET-FILENAME.

       PRODUKT-ARR-FILL.
           MOVE 0 TO NUM-PRODUKT
           OPEN INPUT FIL-PRODUKT
           IF PRODUKT-STATUS = "00"
               PERFORM VARYING PRODUKT-IX FROM 1 BY 1
                       UNTIL PRODUKT-IX > 50
                   READ FIL-PRODUKT INTO PRODUKT-REKORD
                       AT END
                           EXIT PERFORM
                   END-READ
                   ADD 1 TO NUM-PRODUKT
                   MOVE PRODUKT-REKORD TO PRODUKT-ARR(NUM-PRODUKT)
               END-PERFORM
               CLOSE FIL-PRODUKT
           END-IF.

      * KontoOpl.txt gennemloebes for pensionskonti og for konti ejet
      * af en erhvervskunde.
       PENSIONSKONTO-ARR-FILL.
           MOVE 0 TO NUM-PENSIONSKONTI
           MOVE 0 TO NUM-ERHVERVSKONTI
           IF NUM-PRODUKT = 0 AND NUM-ERHVERV = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT FIL-KONTI
           IF KONTI-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-KONTI INTO KONTO-REKORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF KONTO-REKORD-TRAILER = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                       ELSE
                           PERFORM GEM-PENSIONSKONTO
                           PERFORM GEM-ERHVERVSKONTO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-KONTI.

       GEM-PENSIONSKONTO.
           PERFORM VARYING PRODUKT-IX FROM 1 BY 1
                   UNTIL PRODUKT-IX > NUM-PRODUKT
               IF PK-KONTO-TYPE OF PRODUKT-ARR(PRODUKT-IX)
                       = KONTO-TYPE OF KONTO-REKORD
                   IF PK-PENSION OF PRODUKT-ARR(PRODUKT-IX)
                       IF NUM-PENSIONSKONTI >= 1000
                           DISPLAY "FEJL: flere end 1000 pensionskonti"
                               " - udvid PENSIONSKONTO-ARR."
                           MOVE 1 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO NUM-PENSIONSKONTI
                       MOVE KONTO-ID OF KONTO-REKORD
                         TO PS-KONTO-ID(NUM-PENSIONSKONTI)
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       GEM-ERHVERVSKONTO.
           PERFORM VARYING ERHVERV-IX FROM 1 BY 1
                   UNTIL ERHVERV-IX > NUM-ERHVERV
               IF EK-KUNDE-ID OF ERHVERV-ARR(ERHVERV-IX)
                       = KUNDE-ID OF KONTO-REKORD
                   IF NUM-ERHVERVSKONTI >= 1000
                       DISPLAY "FEJL: flere end 1000 erhvervskonti"
                           " - udvid ERHVERVSKONTO-ARR."
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO NUM-ERHVERVSKONTI
                   MOVE KONTO-ID OF KONTO-REKORD
                     TO EKK-KONTO-ID(NUM-ERHVERVSKONTI)
                   MOVE EK-CVR OF ERHVERV-ARR(ERHVERV-IX)
                     TO EKK-CVR(NUM-ERHVERVSKONTI)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

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

       LAES-LIVE-TRANS.
           OPEN INPUT FIL-TRANS
           MOVE "N" TO EOF-FLAG
                   OR TRANS-TYPE OF TRANS-VURDER = "OVERTRAEK")
                   AND TIDSPUNKT OF TRANS-VURDER (1:4)
                       = INDBERET-AAR-X
               PERFORM CHECK-PENSIONSKONTO
               PERFORM CHECK-ERHVERVSKONTO
               EVALUATE TRUE
                   WHEN PENSIONSKONTO-SW = "J"
                       ADD 1 TO PENSION-POSTER
                   WHEN ERHVERVSKONTO-MATCH-IX > 0
                       ADD 1 TO RENTE-POSTER
                       MOVE "CVR" TO INDBERET-ID-TYPE
                       MOVE SPACES TO INDBERET-ID
                       MOVE EKK-CVR(ERHVERVSKONTO-MATCH-IX)
                         TO INDBERET-ID
                       PERFORM OPSUMMER-CPR
                   WHEN CPR OF TRANS-VURDER = SPACES
                       ADD 1 TO BLANK-CPR-ANTAL
                   WHEN OTHER
                       ADD 1 TO RENTE-POSTER
                       MOVE "CPR" TO INDBERET-ID-TYPE
                       MOVE CPR OF TRANS-VURDER TO INDBERET-ID
                       PERFORM OPSUMMER-CPR
               END-EVALUATE
           END-IF.

       CHECK-PENSIONSKONTO.
           MOVE "N" TO PENSIONSKONTO-SW
           PERFORM VARYING PENSION-IX FROM 1 BY 1
                   UNTIL PENSION-IX > NUM-PENSIONSKONTI
               IF PS-KONTO-ID(PENSION-IX) = KONTO-ID OF TRANS-VURDER
                   MOVE "J" TO PENSIONSKONTO-SW
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       CHECK-ERHVERVSKONTO.
           MOVE 0 TO ERHVERVSKONTO-MATCH-IX
           PERFORM VARYING ERHVERVSKONTO-IX FROM 1 BY 1
                   UNTIL ERHVERVSKONTO-IX > NUM-ERHVERVSKONTI
               IF EKK-KONTO-ID(ERHVERVSKONTO-IX)
                       = KONTO-ID OF TRANS-VURDER
                   MOVE ERHVERVSKONTO-IX TO ERHVERVSKONTO-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       OPSUMMER-CPR.
           MOVE 0 TO CPR-MATCH-IX
           PERFORM VARYING CPR-IX FROM 1 BY 1 UNTIL CPR-IX > NUM-CPR
               IF CS-ID-TYPE(CPR-IX) = INDBERET-ID-TYPE
                   AND CS-CPR(CPR-IX) = INDBERET-ID
                   MOVE CPR-IX TO CPR-MATCH-IX
                   EXIT PERFORM
               END-IF
                   STOP RUN
               END-IF
               ADD 1 TO NUM-CPR
               MOVE INDBERET-ID-TYPE TO CS-ID-TYPE(NUM-CPR)
               MOVE INDBERET-ID TO CS-CPR(NUM-CPR)
               IF INDBERET-ID-TYPE = "CVR"
                   ADD 1 TO CVR-ANTAL
               END-IF
               MOVE ZEROS TO CS-RENTE-SUM(NUM-CPR)
               MOVE ZEROS TO CS-ANTAL(NUM-CPR)
               MOVE NUM-CPR TO CPR-MATCH-IX
           ADD 1 TO CS-ANTAL(CPR-MATCH-IX).

       SKRIV-INDBERETNING.
           SORT CPR-ARR ASCENDING CS-ID-TYPE CS-CPR
           OPEN OUTPUT FIL-INDBERET
           PERFORM VARYING CPR-IX FROM 1 BY 1 UNTIL CPR-IX > NUM-CPR
               MOVE SPACES TO INDBERET-REKORD
               MOVE CS-CPR(CPR-IX) TO IB-CPR
               MOVE CS-RENTE-SUM(CPR-IX) TO IB-RENTE-SUM
               MOVE CS-ANTAL(CPR-IX) TO IB-ANTAL
               MOVE CS-ID-TYPE(CPR-IX) TO IB-ID-TYPE
               WRITE INDBERET-REKORD
           END-PERFORM
           MOVE SPACES TO INDBERET-REKORD
           MOVE NUM-CPR TO TR-ANTAL OF INDBERET-TRAILER
           WRITE INDBERET-REKORD
           CLOSE FIL-INDBERET.

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
