           SELECT FIL-KALENDER ASSIGN TO "../data/Bankkalender.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KALENDER-FIL-STATUS.
           SELECT FIL-PARM ASSIGN TO "../data/OPG30-Parametre.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-STATUS.
           SELECT FIL-INDLAAN ASSIGN TO "../data/Aftaleindlaan.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INDLAAN-FIL-STATUS.
               ASSIGN TO "../data/Doedsbo-Register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DOEDSBO-REG-STATUS.
           SELECT FIL-SIKKERHEDER ASSIGN TO "../data/Sikkerheder.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SIKKERHED-FIL-STATUS.
           SELECT FIL-GRAENSER
               ASSIGN TO "../data/Posteringsgraenser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT FIL-UDLAEG ASSIGN TO "../data/Udlaeg-Register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UDLAEG-FIL-STATUS.
           SELECT FIL-PRODUKT ASSIGN TO "../data/Produktkatalog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRODUKT-FIL-STATUS.
           SELECT FIL-KUNDER ASSIGN TO "../data/Kundeoplysninger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KUNDER-FIL-STATUS.
           SELECT FIL-YTD ASSIGN TO "../data/YTD-Saldi.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS YTD-FIL-STATUS.
           SELECT FIL-BOGFDATO ASSIGN TO "../data/Bogfoeringsdato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOGFDATO-STATUS.

       DATA DIVISION.

       01 TRANSAKTIONER-TRAILER REDEFINES TRANSAKTIONER.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(251).

       FD FIL-TRANS-NY.
       01 TRANS-NY-REKORD.
       01 TRANS-NY-TRAILER REDEFINES TRANS-NY-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(251).

       FD FIL-RETTET.
       01 RETTET-REKORD.
       01 RETTET-REKORD-TRAILER REDEFINES RETTET-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(251).

       FD FIL-AFVIST.
       01 AFVIST-REKORD.
       01 AFVIST-REKORD-TRAILER REDEFINES AFVIST-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(251).

       FD FIL-AFVIST-RAP.
       01 AFVIST-RAP-REC.
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(32).

       FD FIL-SIKKERHEDER.
       01 SIKKERHED-REKORD.
           COPY "../copybooks/SIKKERHED.cpy".
       01 SIKKERHED-REKORD-TRAILER REDEFINES SIKKERHED-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(141).

       FD FIL-GRAENSER.
       01 GRAENSE-REKORD.
           COPY "../copybooks/POSTERINGSGRAENSE.cpy".
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(81).

       FD FIL-PRODUKT.
       01 PRODUKT-REKORD.
           COPY "../copybooks/PRODUKT.cpy".

       FD FIL-KUNDER.
       01 KUNDE-OPL.
           COPY "../copybooks/KUNDER.cpy".
       01 KUNDE-OPL-TRAILER REDEFINES KUNDE-OPL.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(312).

       FD FIL-YTD.
       01 YTD-SALDI-REC.
           COPY "../copybooks/YTD-SALDI.cpy".
       01 YTD-SALDI-TRAILER REDEFINES YTD-SALDI-REC.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(55).

       FD FIL-BOGFDATO.
       01 BOGFDATO-FIL-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".

       FD FIL-PARM.
       01 PARM-FILE-REC.
           COPY "../copybooks/OPG30-PARAMETRE.cpy".

       WORKING-STORAGE SECTION.

      * Udlaeg og fastfrysninger fra Udlaeg-Register.txt (OPG-92):
       01 VALOER-UGEDAG   PIC 9(01) VALUE ZEROS.
       01 VALOER-BANKDAG-SW PIC X(01) VALUE "N".

      * Bogfoeringsdato pr. postering: tidspunktets dato, men efter
      * bankens cut-off (PARM-CUTOFF-TID, TTMM - 0 = ingen cut-off)
      * bogfoeres posteringen foerste bankdag efter, og falder
      * datoen paa en weekend eller lukkedag, rulles den frem til
      * naeste bankdag. OPG-10, OPG-41 og OPG-31 periodiserer efter
      * BOGFOER-DATO i stedet for tidspunktet.
       01 PARM-STATUS     PIC XX VALUE "00".
       01 PARM-REC.
           COPY "../copybooks/OPG30-PARAMETRE.cpy".
       01 BOGF-KLOKKEN    PIC 9(04) VALUE ZEROS.
       01 BOGF-TILDELT-SW PIC X(01) VALUE "N".
       01 BOGF-RULLET-ANTAL PIC 9(06) VALUE 0.

       01 LAEST-ANTAL     PIC 9(06) VALUE 0.
       01 RETTET-ANTAL    PIC 9(06) VALUE 0.
       01 BEHANDLER-RETTET-SW PIC X(01) VALUE "N".
       01 DEKORT-IX       PIC 9(03) VALUE 0.
       01 DEKORT-MATCH-SW PIC X(01) VALUE "N".
       01 RUN-DATE        PIC 9(08) VALUE ZEROS.
      * Koerselsdatoen er bankens bogfoeringsdato (Bogfoeringsdato.txt),
      * ikke maskinens dato.
       01 BOGFDATO-STATUS  PIC XX VALUE "00".
       01 BOGFDATO-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".
       01 DAGS-DATO       PIC X(10) VALUE SPACES.

      * Aldersbegraensede produkter (fx boerneopsparing): en
       01 DOEDSBO-IX      PIC 9(04) VALUE 0.
       01 DOEDSBO-KONTO-SW PIC X(01) VALUE "N".

      * Pantsatte indestaaender fra Sikkerheder.txt (type D, status
      * A): saa laenge pantsaetningen er aktiv, afvises enhver
      * haevning paa kontoen. Pantet frigives i OPG-127.
       01 SIKKERHED-FIL-STATUS PIC XX VALUE "00".
       01 NUM-PANT        PIC 9(04) VALUE 0.
       01 PANT-ARR OCCURS 0 TO 500 TIMES DEPENDING ON NUM-PANT.
           02 PT-KONTO-ID     PIC X(14).
       01 PANT-IX         PIC 9(04) VALUE 0.

      * Forretningsgraenser fra Posteringsgraenser.txt: maksimal
      * enkeltdebitering, dagligt debetbeloeb og dagligt antal pr.
      * kontotype - en raekke med konto-id gaelder forud for
       01 FORBRUG-MATCH-IX PIC 9(04) VALUE 0.
       01 DEBET-BELOEB    PIC S9(10)V99 VALUE ZEROS.

      * Pensionskonti (produkter med PK-PENSION i Produktkatalog.txt):
      * en indbetaling afvises, naar aarets indskud pr. CPR paa tvaers
      * af kundens konti med samme pensionsprodukt ville overstige
      * produktets aarlige loft (PK-AARLIGT-LOFT). Aarets indskud er
      * YTD-indbetalingen fra YTD-Saldi.txt plus de indbetalinger,
      * forkontrollen allerede har godkendt i dagens materiale.
      * YTD-indbetalingen omfatter ogsaa tilskrevet rente, saa loftet
      * haelder til den forsigtige side. En haevning afvises foer
      * produktets pensionsalder, medmindre kontohaveren er doed -
      * kontoen eller kunden staar da i Doedsbo-Register.txt, og
      * udbetalingen til boet sker som BOUDLAEG (jf. CHECK-DOEDSBO).
      * PAL-skat og gebyrer er ikke haevninger.
       01 PRODUKT-FIL-STATUS PIC XX VALUE "00".
       01 KUNDER-FIL-STATUS PIC XX VALUE "00".
       01 YTD-FIL-STATUS  PIC XX VALUE "00".
       01 NUM-PRODUKT     PIC 9(03) VALUE 0.
       01 PRODUKT-ARR OCCURS 0 TO 50 TIMES DEPENDING ON NUM-PRODUKT.
           COPY "../copybooks/PRODUKT.cpy".
       01 PRODUKT-IX      PIC 9(03) VALUE 0.
       01 PRODUKT-MATCH-IX PIC 9(03) VALUE 0.
       01 NUM-KUNDE-CPR   PIC 9(04) VALUE 0.
       01 KUNDE-CPR-ARR OCCURS 0 TO 2000 TIMES
               DEPENDING ON NUM-KUNDE-CPR.
           02 KC-KUNDE-ID   PIC X(10).
           02 KC-CPR        PIC X(11).
       01 KUNDE-CPR-IX    PIC 9(04) VALUE 0.
       01 NUM-PENSIONSKONTI PIC 9(04) VALUE 0.
       01 PENSIONSKONTO-ARR OCCURS 0 TO 1000 TIMES
               DEPENDING ON NUM-PENSIONSKONTI.
           02 PS-KONTO-ID   PIC X(14).
           02 PS-KUNDE-ID   PIC X(10).
           02 PS-KONTO-TYPE PIC X(10).
           02 PS-CPR        PIC X(11).
           02 PS-PRODUKT-IX PIC 9(03).
           02 PS-YTD-AAR    PIC 9(04).
           02 PS-YTD-MAANED PIC 9(02).
           02 PS-YTD-IND    PIC S9(10)V99.
           02 PS-DAGENS-AAR PIC X(04).
           02 PS-DAGENS-IND PIC S9(10)V99.
       01 PENSION-IX      PIC 9(04) VALUE 0.
       01 PENSION-MATCH-IX PIC 9(04) VALUE 0.
       01 PENSION-AAR     PIC X(04) VALUE SPACES.
       01 PENSION-INDSKUD PIC S9(12)V99 VALUE ZEROS.
       01 PENSION-DOED-SW PIC X(01) VALUE "N".

       PROCEDURE DIVISION.
           OPEN INPUT FIL-KONTI-IDX
           IF KONTI-IDX-STATUS = "00"
           PERFORM KURS-ARR-FILL
           PERFORM BILAGSNR-FILL
           PERFORM LUKKEDAG-ARR-FILL
           PERFORM PARM-FILL
           PERFORM DAGS-DATO-FILL
           PERFORM INDLAAN-ARR-FILL
           PERFORM DEKORT-ARR-FILL
           PERFORM RESTRIKTION-ARR-FILL
           PERFORM ROLLE-ARR-FILL
           PERFORM DOEDSBO-ARR-FILL
           PERFORM PANT-ARR-FILL
           PERFORM GRAENSE-ARR-FILL
           PERFORM KORT-ARR-FILL
           PERFORM UDLAEG-ARR-FILL
           PERFORM PRODUKT-ARR-FILL
           PERFORM KUNDE-CPR-ARR-FILL
           PERFORM PENSIONSKONTO-ARR-FILL
           PERFORM PENSION-YTD-FILL
           OPEN OUTPUT FIL-AFVIST-RAP
           OPEN OUTPUT FIL-AFVIST
           OPEN OUTPUT FIL-TRANS-NY
           DISPLAY "Forkontrol gennemfoert - laest " LAEST-ANTAL
               " (heraf rettet " RETTET-ANTAL "), rene "
               UD-ANTAL ", afvist " NUM-AFVIST
           IF BOGF-RULLET-ANTAL > 0
               DISPLAY "Bogfoert efter cut-off/paa naeste bankdag: "
                   BOGF-RULLET-ANTAL
           END-IF
           STOP RUN.

       PARM-FILL.
           OPEN INPUT FIL-PARM
           IF PARM-STATUS = "00"
               READ FIL-PARM INTO PARM-REC
                   AT END
                       CONTINUE
               END-READ
               CLOSE FIL-PARM
           END-IF
           IF PARM-CUTOFF-TID OF PARM-REC NOT NUMERIC
               MOVE ZEROS TO PARM-CUTOFF-TID OF PARM-REC
           END-IF.

       KONTO-ARR-FILL.
           OPEN INPUT FIL-KONTI
           MOVE "N" TO TRAILER-FOUND-SW
       VALIDER-TRANSAKTION.
           MOVE SPACES TO AFVIS-AARSAG
           PERFORM CHECK-TIDSPUNKT-FORMAT
           MOVE "N" TO BOGF-TILDELT-SW
           IF AFVIS-AARSAG = SPACES
               PERFORM TILDEL-BOGFOER-DATO
           END-IF
           IF AFVIS-AARSAG = SPACES
                   AND BELØB OF TRANS-VURDER NOT NUMERIC
               MOVE "beloeb ikke numerisk" TO AFVIS-AARSAG
                   MOVE "ukendt valuta" TO AFVIS-AARSAG
               END-IF
           END-IF
           IF AFVIS-AARSAG = SPACES
                   AND NUM-PENSIONSKONTI > 0
               PERFORM CHECK-PENSION
           END-IF
           IF AFVIS-AARSAG = SPACES
                   AND BELØB OF TRANS-VURDER < ZEROS
               PERFORM CHECK-AFTALEINDLAAN
                   AND BELØB OF TRANS-VURDER < ZEROS
               PERFORM CHECK-DOEDSBO
           END-IF
           IF AFVIS-AARSAG = SPACES
                   AND BELØB OF TRANS-VURDER < ZEROS
               PERFORM CHECK-PANTSAETNING
           END-IF
           IF AFVIS-AARSAG = SPACES
                   AND BELØB OF TRANS-VURDER < ZEROS
               PERFORM CHECK-KORT
           IF AFVIS-AARSAG = SPACES
               PERFORM GEM-REN-RAEKKE
           ELSE
               IF BOGF-TILDELT-SW = "J"
                   MOVE SPACES TO BOGFOER-DATO OF TRANS-VURDER
               END-IF
               ADD 1 TO NUM-AFVIST
               WRITE AFVIST-REKORD FROM TRANS-VURDER
               PERFORM WRITE-AFVIST-RAPPORT
           CLOSE FIL-BILAGSNR.

       DAGS-DATO-FILL.
           PERFORM BOGFOERINGSDATO-FILL
           MOVE BD-DATO OF BOGFDATO-REC TO RUN-DATE
           STRING
               RUN-DATE(1:4) DELIMITED BY SIZE
               "-"           DELIMITED BY SIZE
                   UNTIL FORBRUG-IX > NUM-FORBRUG
               IF FB-KONTO-ID(FORBRUG-IX) = KONTO-ID OF TRANS-VURDER
                   AND FB-DATO(FORBRUG-IX)
                       = BOGFOER-DATO OF TRANS-VURDER
                   MOVE FORBRUG-IX TO FORBRUG-MATCH-IX
                   EXIT PERFORM
               END-IF
               ADD 1 TO NUM-FORBRUG
               MOVE KONTO-ID OF TRANS-VURDER
                 TO FB-KONTO-ID(NUM-FORBRUG)
               MOVE BOGFOER-DATO OF TRANS-VURDER
                 TO FB-DATO(NUM-FORBRUG)
               MOVE ZEROS TO FB-DEBET-SUM(NUM-FORBRUG)
               MOVE ZEROS TO FB-DEBET-ANTAL(NUM-FORBRUG)
               MOVE "konto i bobehandling" TO AFVIS-AARSAG
           END-IF.

       PANT-ARR-FILL.
           MOVE 0 TO NUM-PANT
           OPEN INPUT FIL-SIKKERHEDER
           IF SIKKERHED-FIL-STATUS = "00"
               PERFORM UNTIL NUM-PANT >= 500
                   READ FIL-SIKKERHEDER INTO SIKKERHED-REKORD
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF TR-MARKER OF SIKKERHED-REKORD-TRAILER
                           = "TRAILER"
                       EXIT PERFORM
                   END-IF
                   IF SI-INDESTAAENDE OF SIKKERHED-REKORD
                       AND SI-AKTIV OF SIKKERHED-REKORD
                       AND SI-PANT-KONTO-ID OF SIKKERHED-REKORD
                           NOT = SPACES
                       ADD 1 TO NUM-PANT
                       MOVE SI-PANT-KONTO-ID OF SIKKERHED-REKORD
                         TO PT-KONTO-ID(NUM-PANT)
                   END-IF
               END-PERFORM
               CLOSE FIL-SIKKERHEDER
           END-IF.

       CHECK-PANTSAETNING.
           PERFORM VARYING PANT-IX FROM 1 BY 1
                   UNTIL PANT-IX > NUM-PANT
               IF PT-KONTO-ID(PANT-IX) = KONTO-ID OF TRANS-VURDER
                   MOVE "pantsat indestaaende" TO AFVIS-AARSAG
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       PRODUKT-ARR-FILL.
           MOVE 0 TO NUM-PRODUKT
           OPEN INPUT FIL-PRODUKT
           IF PRODUKT-FIL-STATUS = "00"
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

       KUNDE-CPR-ARR-FILL.
           MOVE 0 TO NUM-KUNDE-CPR
           OPEN INPUT FIL-KUNDER
           IF KUNDER-FIL-STATUS = "00"
               PERFORM VARYING KUNDE-CPR-IX FROM 1 BY 1
                       UNTIL KUNDE-CPR-IX > 2000
                   READ FIL-KUNDER INTO KUNDE-OPL
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF TR-MARKER OF KUNDE-OPL-TRAILER = "TRAILER"
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO NUM-KUNDE-CPR
                   MOVE KUNDE-ID OF KUNDE-OPL
                     TO KC-KUNDE-ID(NUM-KUNDE-CPR)
                   MOVE CPR OF KUNDE-OPL TO KC-CPR(NUM-KUNDE-CPR)
               END-PERFORM
               CLOSE FIL-KUNDER
           END-IF.

      * Pensionskontiene udtages af den flade KontoOpl.txt, ogsaa naar
      * kontoopslag ellers gaar via indekset - loftet skal summeres
      * over alle kundens konti. Uden CPR i Kundeoplysninger.txt
      * summeres pr. kunde-id.
       PENSIONSKONTO-ARR-FILL.
           MOVE 0 TO NUM-PENSIONSKONTI
           IF NUM-PRODUKT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT FIL-KONTI
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
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-KONTI.

       GEM-PENSIONSKONTO.
           MOVE 0 TO PRODUKT-MATCH-IX
           PERFORM VARYING PRODUKT-IX FROM 1 BY 1
                   UNTIL PRODUKT-IX > NUM-PRODUKT
               IF PK-KONTO-TYPE OF PRODUKT-ARR(PRODUKT-IX)
                       = KONTO-TYPE OF KONTO-REKORD
                   MOVE PRODUKT-IX TO PRODUKT-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF PRODUKT-MATCH-IX = 0
               EXIT PARAGRAPH
           END-IF
           IF NOT PK-PENSION OF PRODUKT-ARR(PRODUKT-MATCH-IX)
               EXIT PARAGRAPH
           END-IF
           IF NUM-PENSIONSKONTI >= 1000
               DISPLAY "FEJL: flere end 1000 pensionskonti - "
                   "udvid PENSIONSKONTO-ARR."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO NUM-PENSIONSKONTI
           MOVE KONTO-ID OF KONTO-REKORD
             TO PS-KONTO-ID(NUM-PENSIONSKONTI)
           MOVE KUNDE-ID OF KONTO-REKORD
             TO PS-KUNDE-ID(NUM-PENSIONSKONTI)
           MOVE KONTO-TYPE OF KONTO-REKORD
             TO PS-KONTO-TYPE(NUM-PENSIONSKONTI)
           MOVE PRODUKT-MATCH-IX TO PS-PRODUKT-IX(NUM-PENSIONSKONTI)
           MOVE KUNDE-ID OF KONTO-REKORD TO PS-CPR(NUM-PENSIONSKONTI)
           PERFORM VARYING KUNDE-CPR-IX FROM 1 BY 1
                   UNTIL KUNDE-CPR-IX > NUM-KUNDE-CPR
               IF KC-KUNDE-ID(KUNDE-CPR-IX) = KUNDE-ID OF KONTO-REKORD
                   AND KC-CPR(KUNDE-CPR-IX) NOT = SPACES
                   MOVE KC-CPR(KUNDE-CPR-IX)
                     TO PS-CPR(NUM-PENSIONSKONTI)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE ZEROS TO PS-YTD-AAR(NUM-PENSIONSKONTI)
           MOVE ZEROS TO PS-YTD-MAANED(NUM-PENSIONSKONTI)
           MOVE ZEROS TO PS-YTD-IND(NUM-PENSIONSKONTI)
           MOVE SPACES TO PS-DAGENS-AAR(NUM-PENSIONSKONTI)
           MOVE ZEROS TO PS-DAGENS-IND(NUM-PENSIONSKONTI).

      * Nyeste YTD-raekke pr. pensionskonto.
       PENSION-YTD-FILL.
           IF NUM-PENSIONSKONTI = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT FIL-YTD
           IF YTD-FIL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-YTD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF YTD-SALDI-TRAILER = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                       ELSE
                           PERFORM GEM-PENSION-YTD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-YTD.

       GEM-PENSION-YTD.
           PERFORM VARYING PENSION-IX FROM 1 BY 1
                   UNTIL PENSION-IX > NUM-PENSIONSKONTI
               IF PS-KONTO-ID(PENSION-IX) = YS-KONTO-ID OF YTD-SALDI-REC
                   IF YS-AAR OF YTD-SALDI-REC > PS-YTD-AAR(PENSION-IX)
                       OR (YS-AAR OF YTD-SALDI-REC
                               = PS-YTD-AAR(PENSION-IX)
                           AND YS-MAANED OF YTD-SALDI-REC
                               >= PS-YTD-MAANED(PENSION-IX))
                       MOVE YS-AAR OF YTD-SALDI-REC
                         TO PS-YTD-AAR(PENSION-IX)
                       MOVE YS-MAANED OF YTD-SALDI-REC
                         TO PS-YTD-MAANED(PENSION-IX)
                       MOVE YS-YTD-IND OF YTD-SALDI-REC
                         TO PS-YTD-IND(PENSION-IX)
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOOKUP-PENSIONSKONTO.
           MOVE 0 TO PENSION-MATCH-IX
           PERFORM VARYING PENSION-IX FROM 1 BY 1
                   UNTIL PENSION-IX > NUM-PENSIONSKONTI
               IF PS-KONTO-ID(PENSION-IX) = KONTO-ID OF TRANS-VURDER
                   MOVE PENSION-IX TO PENSION-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       CHECK-PENSION.
           PERFORM LOOKUP-PENSIONSKONTO
           IF PENSION-MATCH-IX = 0
               EXIT PARAGRAPH
           END-IF
           IF BELØB OF TRANS-VURDER > ZEROS
               PERFORM CHECK-PENSION-LOFT
           END-IF
           IF BELØB OF TRANS-VURDER < ZEROS
               PERFORM CHECK-PENSION-HAEVNING
           END-IF.

      * Rente og PAL-tilbagefoersler er afkast, ikke indskud.
       CHECK-PENSION-LOFT.
           IF TRANS-TYPE OF TRANS-VURDER = "RENTE"
                   OR TRANS-TYPE OF TRANS-VURDER = "PALSKAT"
                   OR TRANS-TYPE OF TRANS-VURDER = "STORNO"
               EXIT PARAGRAPH
           END-IF
           IF PK-AARLIGT-LOFT OF PRODUKT-ARR
                   (PS-PRODUKT-IX(PENSION-MATCH-IX)) = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE BOGFOER-DATO OF TRANS-VURDER (1:4) TO PENSION-AAR
           MOVE ZEROS TO PENSION-INDSKUD
           PERFORM VARYING PENSION-IX FROM 1 BY 1
                   UNTIL PENSION-IX > NUM-PENSIONSKONTI
               IF PS-CPR(PENSION-IX) = PS-CPR(PENSION-MATCH-IX)
                   AND PS-KONTO-TYPE(PENSION-IX)
                       = PS-KONTO-TYPE(PENSION-MATCH-IX)
                   IF PS-YTD-AAR(PENSION-IX) = PENSION-AAR
                       ADD PS-YTD-IND(PENSION-IX) TO PENSION-INDSKUD
                   END-IF
                   IF PS-DAGENS-AAR(PENSION-IX) = PENSION-AAR
                       ADD PS-DAGENS-IND(PENSION-IX)
                         TO PENSION-INDSKUD
                   END-IF
               END-IF
           END-PERFORM
           ADD BELØB OF TRANS-VURDER TO PENSION-INDSKUD
           IF PENSION-INDSKUD > PK-AARLIGT-LOFT OF PRODUKT-ARR
                   (PS-PRODUKT-IX(PENSION-MATCH-IX))
               MOVE "over aarligt pensionsloft" TO AFVIS-AARSAG
               EXIT PARAGRAPH
           END-IF
           IF PS-DAGENS-AAR(PENSION-MATCH-IX) NOT = PENSION-AAR
               MOVE PENSION-AAR TO PS-DAGENS-AAR(PENSION-MATCH-IX)
               MOVE ZEROS TO PS-DAGENS-IND(PENSION-MATCH-IX)
           END-IF
           ADD BELØB OF TRANS-VURDER
             TO PS-DAGENS-IND(PENSION-MATCH-IX).

       CHECK-PENSION-HAEVNING.
           IF TRANS-TYPE OF TRANS-VURDER = "PALSKAT"
                   OR TRANS-TYPE OF TRANS-VURDER = "GEBYR"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO PENSION-DOED-SW
           PERFORM VARYING DOEDSBO-IX FROM 1 BY 1
                   UNTIL DOEDSBO-IX > NUM-DOEDSBO
               IF DB-KONTO-ID OF DOEDSBO-ARR(DOEDSBO-IX)
                       = KONTO-ID OF TRANS-VURDER
                   OR DB-KUNDE-ID OF DOEDSBO-ARR(DOEDSBO-IX)
                       = PS-KUNDE-ID(PENSION-MATCH-IX)
                   MOVE "J" TO PENSION-DOED-SW
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF PENSION-DOED-SW = "J"
               EXIT PARAGRAPH
           END-IF
           IF FØDSELSDATO OF TRANS-VURDER (1:4) NOT NUMERIC
               MOVE "pension - alder ukendt" TO AFVIS-AARSAG
               EXIT PARAGRAPH
           END-IF
           COMPUTE HAVER-ALDER =
               FUNCTION NUMVAL(DAGS-DATO(1:4))
               - FUNCTION NUMVAL(FØDSELSDATO OF TRANS-VURDER (1:4))
           IF DAGS-DATO(6:5) < FØDSELSDATO OF TRANS-VURDER (6:5)
               SUBTRACT 1 FROM HAVER-ALDER
           END-IF
           IF HAVER-ALDER < PK-PENSIONSALDER OF PRODUKT-ARR
                   (PS-PRODUKT-IX(PENSION-MATCH-IX))
               MOVE "pension foer pensionsalder" TO AFVIS-AARSAG
           END-IF.

       LUKKEDAG-ARR-FILL.
           MOVE 0 TO NUM-LUKKEDAGE
           OPEN INPUT FIL-KALENDER
       TILDEL-VALOER.
           IF VALOER-DATO OF TRANS-VURDER = SPACES
               IF TRANS-TYPE OF TRANS-VURDER = "INDB"
                   MOVE BOGFOER-DATO OF TRANS-VURDER (1:4)
                     TO VALOER-NUM(1:4)
                   MOVE BOGFOER-DATO OF TRANS-VURDER (6:2)
                     TO VALOER-NUM(5:2)
                   MOVE BOGFOER-DATO OF TRANS-VURDER (9:2)
                     TO VALOER-NUM(7:2)
                   COMPUTE VALOER-INT =
                       FUNCTION INTEGER-OF-DATE(VALOER-NUM)
                   MOVE VALOER-ARBEJDE
                     TO VALOER-DATO OF TRANS-VURDER
               ELSE
                   MOVE BOGFOER-DATO OF TRANS-VURDER
                     TO VALOER-DATO OF TRANS-VURDER
               END-IF
           END-IF.

      * En allerede tildelt bogfoeringsdato (fx paa en genindlaest
      * raekke) bevares, saa posteringen ikke skifter periode.
       TILDEL-BOGFOER-DATO.
           IF BOGFOER-DATO OF TRANS-VURDER = SPACES
               MOVE "J" TO BOGF-TILDELT-SW
               MOVE TIDSPUNKT OF TRANS-VURDER (1:10)
                 TO BOGFOER-DATO OF TRANS-VURDER
               IF PARM-CUTOFF-TID OF PARM-REC > 0
                   MOVE TIDSPUNKT OF TRANS-VURDER (12:2)
                     TO BOGF-KLOKKEN(1:2)
                   MOVE TIDSPUNKT OF TRANS-VURDER (15:2)
                     TO BOGF-KLOKKEN(3:2)
                   MOVE TIDSPUNKT OF TRANS-VURDER (1:4)
                     TO VALOER-NUM(1:4)
                   MOVE TIDSPUNKT OF TRANS-VURDER (6:2)
                     TO VALOER-NUM(5:2)
                   MOVE TIDSPUNKT OF TRANS-VURDER (9:2)
                     TO VALOER-NUM(7:2)
                   COMPUTE VALOER-INT =
                       FUNCTION INTEGER-OF-DATE(VALOER-NUM)
                   IF BOGF-KLOKKEN > PARM-CUTOFF-TID OF PARM-REC
                       ADD 1 TO VALOER-INT
                   END-IF
                   PERFORM BYG-VALOER-TEKST
                   PERFORM CHECK-VALOER-BANKDAG
                   PERFORM UNTIL VALOER-BANKDAG-SW = "J"
                       ADD 1 TO VALOER-INT
                       PERFORM BYG-VALOER-TEKST
                       PERFORM CHECK-VALOER-BANKDAG
                   END-PERFORM
                   MOVE VALOER-ARBEJDE
                     TO BOGFOER-DATO OF TRANS-VURDER
               END-IF
           END-IF.

       TILDEL-BILAGSNR.
           IF BILAGSNR OF TRANS-VURDER NOT NUMERIC
                   OR BILAGSNR OF TRANS-VURDER = ZEROS
      * sammenhaengende. En afvist raekke midt i en gruppe bryder
      * den ikke.
       GEM-REN-RAEKKE.
           IF BOGF-TILDELT-SW = "J"
                   AND BOGFOER-DATO OF TRANS-VURDER
                       NOT = TIDSPUNKT OF TRANS-VURDER (1:10)
               ADD 1 TO BOGF-RULLET-ANTAL
           END-IF
           PERFORM TILDEL-BILAGSNR
           PERFORM TILDEL-VALOER
           IF BEHANDLER-RETTET-SW = "N"
                   STOP RUN
               END-IF
               ADD 1 TO NUM-GEN
               MOVE TRANS-VURDER TO GEN-ARR(NUM-GEN)(1:264)
               MOVE "N" TO GEN-BRUGT-SW OF GEN-ARR(NUM-GEN)
           END-IF.

                           AND KONTO-ID OF GEN-ARR(GEN-IX)
                               = CURR-GRUPPE-KONTO
                       WRITE TRANS-NY-REKORD
                           FROM GEN-ARR(GEN-IX)(1:264)
                       ADD 1 TO UD-ANTAL
                       MOVE "Y" TO GEN-BRUGT-SW OF GEN-ARR(GEN-IX)
                   END-IF
                               AND KONTO-ID OF GEN-ARR(GEN-IX2)
                                   = CURR-GRUPPE-KONTO
                           WRITE TRANS-NY-REKORD
                               FROM GEN-ARR(GEN-IX2)(1:264)
                           ADD 1 TO UD-ANTAL
                           MOVE "Y" TO GEN-BRUGT-SW
                               OF GEN-ARR(GEN-IX2)
               "mv ../data/Transaktioner.txt.ny " DELIMITED BY SIZE
               "../data/Transaktioner.txt"        DELIMITED BY SIZE
           INTO SYSTEM-KOMMANDO
           CALL "SYSTEM" USING SYSTEM-KOMMANDO
      * Forkontrollen har tildelt bilagsnumre og afvist raekker -
      * indekset fra OPG-97 genopbygges, saa opslag paa bilagsnummer
      * straks virker.
           MOVE "./opgave97" TO SYSTEM-KOMMANDO
           CALL "SYSTEM" USING SYSTEM-KOMMANDO.

      * Rettelsesfilen toemmes efter indlaesning, saa samme rettelse
                       MOVE "traek i udlagt beloeb" TO AFVIS-AARSAG
                   END-IF
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
