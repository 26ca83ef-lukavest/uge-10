       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPG-128.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIL-KONTI ASSIGN TO "../data/KontoOpl.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-PLAN ASSIGN TO "../data/Laaneplaner.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLAN-FIL-STATUS.
           SELECT FIL-SIKKERHEDER ASSIGN TO "../data/Sikkerheder.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SIKKERHED-FIL-STATUS.
           SELECT FIL-KURS ASSIGN TO "../data/Valutakurser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KURS-FIL-STATUS.
           SELECT FIL-RAPPORT ASSIGN TO RAPPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-PARM ASSIGN TO "../data/OPG128-Parametre.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-STATUS.
           SELECT FIL-BOGFDATO ASSIGN TO "../data/Bogfoeringsdato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOGFDATO-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD FIL-KONTI.
       01 KONTO-REKORD.
           COPY "../copybooks/KONTOOPL.cpy".
       01 KONTO-REKORD-TRAILER REDEFINES KONTO-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(37).

       FD FIL-PLAN.
       01 PLAN-REKORD.
           COPY "../copybooks/LAANEPLAN.cpy".
       01 PLAN-REKORD-TRAILER REDEFINES PLAN-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(70).

       FD FIL-SIKKERHEDER.
       01 SIKKERHED-REKORD.
           COPY "../copybooks/SIKKERHED.cpy".
       01 SIKKERHED-REKORD-TRAILER REDEFINES SIKKERHED-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(141).

       FD FIL-KURS.
       01 KURS-REKORD.
           COPY "../copybooks/VALUTAKURS.cpy".

       FD FIL-RAPPORT.
       01 RAPPORT-REC.
           02 RAPPORT-TEXT  PIC X(132).

       FD FIL-PARM.
       01 PARM-FILE-REC.
           COPY "../copybooks/OPG128-PARAMETRE.cpy".

       FD FIL-BOGFDATO.
       01 BOGFDATO-FIL-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".

       WORKING-STORAGE SECTION.
      * Maanedlig belaaningsopgoerelse (loan-to-value) ud fra
      * sikkerhedsregistret, som vedligeholdes i OPG-127.
      * Sikkerhedens vaerdi er vurderingen; et pantsat indestaaende
      * vaerdisaettes til kontoens positive saldo (omregnet til DKK).
      * For pantebreve fratraekkes gaeld med bedre prioritet. Den
      * disponible vaerdi fordeles paa de tilknyttede aktive laan i
      * forhold til restgaelden, og hvert laan maa hoejst vaere
      * belaant med typens procent (PARM-LTV-xxx) af sin andel.
      * Laan, hvor LP-RESTGAELD overstiger den tilladte belaaning,
      * markeres OVER LTV; laan uden sikkerhed markeres USIKRET.
      * Vurderinger, der er aeldre end typens maksimale alder i
      * maaneder (PARM-ALDER-xxx, 0 = ingen krav), listes til ny
      * vurdering.
       01 PLAN-FIL-STATUS  PIC XX VALUE "00".
       01 SIKKERHED-FIL-STATUS PIC XX VALUE "00".
       01 KURS-FIL-STATUS  PIC XX VALUE "00".
       01 PARM-STATUS      PIC XX VALUE "00".
       01 PARM-REC.
           COPY "../copybooks/OPG128-PARAMETRE.cpy".
       01 TRAILER-FOUND-SW PIC X(01) VALUE "N".
       01 TRAILER-ANTAL    PIC 9(06) VALUE ZEROS.
       01 EOF-FLAG         PIC X(01) VALUE "N".

      * Koerselsdatoen er bankens bogfoeringsdato (Bogfoeringsdato.txt),
      * ikke maskinens dato.
       01 BOGFDATO-STATUS  PIC XX VALUE "00".
       01 BOGFDATO-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".
       01 RUN-DATE         PIC 9(08) VALUE ZEROS.
       01 DAGS-DATO        PIC X(10) VALUE SPACES.
       01 RAPPORT-FILENAME PIC X(60) VALUE SPACES.

       01 NUM-KONTI        PIC 9(04) VALUE 0.
       01 KONTO-ARR OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-KONTI.
           COPY "../copybooks/KONTOOPL.cpy".
       01 KONTO-IX         PIC 9(04) VALUE 0.
       01 KONTO-MATCH-IX   PIC 9(04) VALUE 0.
       01 SOEGE-KONTO      PIC X(14) VALUE SPACES.

       01 NUM-PLANER       PIC 9(04) VALUE 0.
       01 PLAN-ARR OCCURS 0 TO 500 TIMES DEPENDING ON NUM-PLANER.
           COPY "../copybooks/LAANEPLAN.cpy".
       01 PLAN-IX          PIC 9(04) VALUE 0.

       01 NUM-SIKKERHEDER  PIC 9(04) VALUE 0.
       01 SIKKERHED-ARR OCCURS 0 TO 2000 TIMES
               DEPENDING ON NUM-SIKKERHEDER.
           COPY "../copybooks/SIKKERHED.cpy".
       01 SIKKERHED-IX     PIC 9(04) VALUE 0.
       01 LAAN-IX          PIC 9(01) VALUE 0.

       01 NUM-KURS         PIC 9(03) VALUE 0.
       01 KURS-ARR OCCURS 0 TO 100 TIMES DEPENDING ON NUM-KURS.
           COPY "../copybooks/VALUTAKURS.cpy".
       01 KURS-IX          PIC 9(03) VALUE 0.
       01 KURS-MATCH-IX    PIC 9(03) VALUE 0.
       01 KURS-BEST-DATO   PIC X(10) VALUE SPACES.
       01 UKENDT-VALUTA-ANTAL PIC 9(05) VALUE 0.

      * Aktive laan med restgaeld i DKK og deres andel af
      * sikkerhederne.
       01 NUM-LAAN         PIC 9(04) VALUE 0.
       01 LAAN-ARR OCCURS 0 TO 500 TIMES DEPENDING ON NUM-LAAN.
           02 LN-KONTO-ID      PIC X(14).
           02 LN-KUNDE-ID      PIC X(10).
           02 LN-RESTGAELD     PIC S9(13)V99.
           02 LN-SIKKERHED     PIC S9(13)V99.
           02 LN-TILLADT       PIC S9(13)V99.
       01 LN-IX            PIC 9(04) VALUE 0.
       01 LN-MATCH-IX      PIC 9(04) VALUE 0.

      * Belaaning pr. kunde (laanets ejer i KontoOpl.txt).
       01 NUM-KL           PIC 9(04) VALUE 0.
       01 KL-ARR OCCURS 0 TO 500 TIMES DEPENDING ON NUM-KL.
           02 KL-KUNDE-ID      PIC X(10).
           02 KL-RESTGAELD     PIC S9(13)V99.
           02 KL-SIKKERHED     PIC S9(13)V99.
           02 KL-TILLADT       PIC S9(13)V99.
       01 KL-IX            PIC 9(04) VALUE 0.
       01 KL-MATCH-IX      PIC 9(04) VALUE 0.

      * Den sikkerhed, der fordeles.
       01 AKT-BELOEB       PIC S9(13)V99 VALUE ZEROS.
       01 AKT-VALUTA       PIC X(04) VALUE SPACES.
       01 AKT-VAERDI       PIC S9(13)V99 VALUE ZEROS.
       01 AKT-DISPONIBEL   PIC S9(13)V99 VALUE ZEROS.
       01 AKT-LTV-PCT      PIC 9(03)V99 VALUE ZEROS.
       01 AKT-ALDER-MAX    PIC 9(03) VALUE ZEROS.
       01 AKT-SUM-GAELD    PIC S9(13)V99 VALUE ZEROS.
       01 AKT-ANDEL        PIC S9(13)V99 VALUE ZEROS.
       01 AKT-FORDELT      PIC S9(13)V99 VALUE ZEROS.
       01 AKT-SIDSTE-IX    PIC 9(04) VALUE 0.

      * Vurderingens alder i hele maaneder.
       01 VD-AAR           PIC 9(04) VALUE ZEROS.
       01 VD-MD            PIC 9(02) VALUE ZEROS.
       01 VD-DAG           PIC 9(02) VALUE ZEROS.
       01 KD-AAR           PIC 9(04) VALUE ZEROS.
       01 KD-MD            PIC 9(02) VALUE ZEROS.
       01 KD-DAG           PIC 9(02) VALUE ZEROS.
       01 ALDER-MDR        PIC S9(05) VALUE ZEROS.
       01 FORAELDET-SW     PIC X(01) VALUE "N".

       01 OVER-LTV-ANTAL   PIC 9(05) VALUE 0.
       01 USIKRET-ANTAL    PIC 9(05) VALUE 0.
       01 FORAELDET-ANTAL  PIC 9(05) VALUE 0.
       01 UDEN-LAAN-ANTAL  PIC 9(05) VALUE 0.
       01 LTV-PCT          PIC 9(05)V99 VALUE ZEROS.

       01 LAAN-LINJE.
           02 LL-KONTO-ID      PIC X(14).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 LL-KUNDE-ID      PIC X(10).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 LL-RESTGAELD     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 LL-SIKKERHED     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 LL-TILLADT       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 LL-LTV           PIC ZZZZ9.99.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 LL-MARKERING     PIC X(10).
       01 VURDERING-LINJE.
           02 VL-SIKKERHED-ID  PIC X(10).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 VL-TYPE          PIC X(01).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 VL-KUNDE-ID      PIC X(10).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 VL-VURDERING     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 VL-DATO          PIC X(10).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 VL-ALDER         PIC ZZZZ9.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 VL-MAX           PIC ZZ9.
           02 FILLER           PIC X(02) VALUE SPACES.
           02 VL-BESKRIVELSE   PIC X(30).
       01 PRETTY-NUMERIC   PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM PARM-FILL
           PERFORM BOGFOERINGSDATO-FILL
           PERFORM KURS-ARR-FILL
           PERFORM KONTO-ARR-FILL
           PERFORM PLAN-ARR-FILL
           PERFORM SIKKERHED-ARR-FILL
           PERFORM LAAN-ARR-FILL
           PERFORM VARYING SIKKERHED-IX FROM 1 BY 1
                   UNTIL SIKKERHED-IX > NUM-SIKKERHEDER
               IF SI-AKTIV OF SIKKERHED-ARR(SIKKERHED-IX)
                   PERFORM FORDEL-SIKKERHED
               END-IF
           END-PERFORM
           PERFORM BEREGN-KUNDER
           PERFORM SKRIV-RAPPORT
           DISPLAY "Belaaning: " NUM-LAAN " aktive laan, "
               OVER-LTV-ANTAL " over LTV, " USIKRET-ANTAL
               " uden sikkerhed - se " RAPPORT-FILENAME
           IF OVER-LTV-ANTAL > 0
               DISPLAY "ADVARSEL: " OVER-LTV-ANTAL
                   " laan er belaant ud over sikkerhedens LTV."
           END-IF
           IF FORAELDET-ANTAL > 0
               DISPLAY "ADVARSEL: " FORAELDET-ANTAL
                   " sikkerheder mangler ny vurdering."
           END-IF
           IF UKENDT-VALUTA-ANTAL > 0
               DISPLAY "ADVARSEL: " UKENDT-VALUTA-ANTAL
                   " beloeb uden valutakurs er medtaget uomregnet."
           END-IF
           STOP RUN.

      * Mangler parameterfilen, bruges standardvaerdierne i
      * OPG128-PARAMETRE.cpy.
       PARM-FILL.
           OPEN INPUT FIL-PARM
           IF PARM-STATUS = "00"
               READ FIL-PARM INTO PARM-REC
                   AT END
                       CONTINUE
               END-READ
               CLOSE FIL-PARM
           END-IF.

       KURS-ARR-FILL.
           MOVE 0 TO NUM-KURS
           OPEN INPUT FIL-KURS
           IF KURS-FIL-STATUS = "00"
               PERFORM VARYING KURS-IX FROM 1 BY 1
                       UNTIL KURS-IX > 100
                   READ FIL-KURS INTO KURS-REKORD
                       AT END
                           EXIT PERFORM
                   END-READ
                   ADD 1 TO NUM-KURS
                   MOVE KURS-REKORD TO KURS-ARR(NUM-KURS)
               END-PERFORM
               CLOSE FIL-KURS
           END-IF.

       KONTO-ARR-FILL.
           OPEN INPUT FIL-KONTI
           MOVE "N" TO TRAILER-FOUND-SW
           MOVE 0 TO NUM-KONTI
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-KONTI INTO KONTO-REKORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF KONTO-REKORD-TRAILER = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                           MOVE "Y" TO TRAILER-FOUND-SW
                           MOVE TR-ANTAL OF KONTO-REKORD-TRAILER
                             TO TRAILER-ANTAL
                       ELSE
                           ADD 1 TO NUM-KONTI
                           MOVE KONTO-REKORD TO KONTO-ARR(NUM-KONTI)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-KONTI
           IF TRAILER-FOUND-SW = "N"
               DISPLAY "FEJL: KontoOpl.txt mangler sluttaellerpost"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NUM-KONTI NOT = TRAILER-ANTAL
               DISPLAY "FEJL: KontoOpl.txt - forventet "
                   TRAILER-ANTAL " poster, fandt " NUM-KONTI
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       PLAN-ARR-FILL.
           MOVE 0 TO NUM-PLANER
           OPEN INPUT FIL-PLAN
           IF PLAN-FIL-STATUS = "00"
               PERFORM VARYING PLAN-IX FROM 1 BY 1
                       UNTIL PLAN-IX > 500
                   READ FIL-PLAN INTO PLAN-REKORD
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF TR-MARKER OF PLAN-REKORD-TRAILER = "TRAILER"
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO NUM-PLANER
                   MOVE PLAN-REKORD TO PLAN-ARR(NUM-PLANER)
               END-PERFORM
               CLOSE FIL-PLAN
           END-IF.

       SIKKERHED-ARR-FILL.
           MOVE 0 TO NUM-SIKKERHEDER
           OPEN INPUT FIL-SIKKERHEDER
           IF SIKKERHED-FIL-STATUS NOT = "00"
               DISPLAY "Sikkerheder.txt findes ikke - alle laan "
                   "behandles som usikrede."
           ELSE
               MOVE "N" TO TRAILER-FOUND-SW
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ FIL-SIKKERHEDER INTO SIKKERHED-REKORD
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF TR-MARKER OF SIKKERHED-REKORD-TRAILER
                                   = "TRAILER"
                               MOVE "Y" TO EOF-FLAG
                               MOVE "Y" TO TRAILER-FOUND-SW
                               MOVE TR-ANTAL
                                   OF SIKKERHED-REKORD-TRAILER
                                 TO TRAILER-ANTAL
                           ELSE
                               IF NUM-SIKKERHEDER >= 2000
                                   DISPLAY "FEJL: flere end 2000 "
                                       "sikkerheder - udvid "
                                       "SIKKERHED-ARR."
                                   MOVE 1 TO RETURN-CODE
                                   STOP RUN
                               END-IF
                               ADD 1 TO NUM-SIKKERHEDER
                               MOVE SIKKERHED-REKORD
                                 TO SIKKERHED-ARR(NUM-SIKKERHEDER)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIL-SIKKERHEDER
               IF TRAILER-FOUND-SW = "N"
                   DISPLAY "FEJL: Sikkerheder.txt mangler "
                       "sluttaellerpost"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF NUM-SIKKERHEDER NOT = TRAILER-ANTAL
                   DISPLAY "FEJL: Sikkerheder.txt - forventet "
                       TRAILER-ANTAL " poster, fandt " NUM-SIKKERHEDER
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      * Restgaelden omregnes til DKK med laanekontoens valuta.
       LAAN-ARR-FILL.
           MOVE 0 TO NUM-LAAN
           PERFORM VARYING PLAN-IX FROM 1 BY 1
                   UNTIL PLAN-IX > NUM-PLANER
               IF LP-AKTIV OF PLAN-ARR(PLAN-IX)
                   ADD 1 TO NUM-LAAN
                   MOVE LP-KONTO-ID OF PLAN-ARR(PLAN-IX)
                     TO LN-KONTO-ID(NUM-LAAN)
                   MOVE SPACES TO LN-KUNDE-ID(NUM-LAAN)
                   MOVE LP-RESTGAELD OF PLAN-ARR(PLAN-IX)
                     TO AKT-BELOEB
                   MOVE LP-KONTO-ID OF PLAN-ARR(PLAN-IX)
                     TO SOEGE-KONTO
                   PERFORM LOOKUP-KONTO
                   IF KONTO-MATCH-IX > 0
                       MOVE KUNDE-ID OF KONTO-ARR(KONTO-MATCH-IX)
                         TO LN-KUNDE-ID(NUM-LAAN)
                       MOVE VALUTA-KD OF KONTO-ARR(KONTO-MATCH-IX)
                         TO AKT-VALUTA
                       PERFORM OMREGN-BELOEB
                   END-IF
                   MOVE AKT-BELOEB TO LN-RESTGAELD(NUM-LAAN)
                   MOVE ZEROS TO LN-SIKKERHED(NUM-LAAN)
                   MOVE ZEROS TO LN-TILLADT(NUM-LAAN)
               END-IF
           END-PERFORM.

       LOOKUP-KONTO.
           MOVE 0 TO KONTO-MATCH-IX
           PERFORM VARYING KONTO-IX FROM 1 BY 1
                   UNTIL KONTO-IX > NUM-KONTI
               IF KONTO-ID OF KONTO-ARR(KONTO-IX) = SOEGE-KONTO
                   MOVE KONTO-IX TO KONTO-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOOKUP-LAAN.
           MOVE 0 TO LN-MATCH-IX
           PERFORM VARYING LN-IX FROM 1 BY 1 UNTIL LN-IX > NUM-LAAN
               IF LN-KONTO-ID(LN-IX) = SOEGE-KONTO
                   MOVE LN-IX TO LN-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * Nyeste kurs til og med koerselsdatoen, jf. OPG-41.
       OMREGN-BELOEB.
           IF AKT-VALUTA = "DKK " OR AKT-VALUTA = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO KURS-MATCH-IX
           MOVE SPACES TO KURS-BEST-DATO
           PERFORM VARYING KURS-IX FROM 1 BY 1 UNTIL KURS-IX > NUM-KURS
               IF VALUTA-KD OF KURS-ARR(KURS-IX) = AKT-VALUTA
                   AND KURS-DATO OF KURS-ARR(KURS-IX)
                       NOT > DAGS-DATO
                   AND KURS-DATO OF KURS-ARR(KURS-IX)
                       >= KURS-BEST-DATO
                   MOVE KURS-IX TO KURS-MATCH-IX
                   MOVE KURS-DATO OF KURS-ARR(KURS-IX)
                     TO KURS-BEST-DATO
               END-IF
           END-PERFORM
           IF KURS-MATCH-IX = 0
               DISPLAY "ADVARSEL: ingen kurs for " AKT-VALUTA
                   " - konto " SOEGE-KONTO
               ADD 1 TO UKENDT-VALUTA-ANTAL
               EXIT PARAGRAPH
           END-IF
           COMPUTE AKT-BELOEB ROUNDED =
               AKT-BELOEB * KURS OF KURS-ARR(KURS-MATCH-IX).

      * Typens LTV-procent og maksimale vurderingsalder.
       FIND-TYPE-PARM.
           EVALUATE TRUE
               WHEN SI-PANTEBREV OF SIKKERHED-ARR(SIKKERHED-IX)
                   MOVE PARM-LTV-PANTEBREV OF PARM-REC TO AKT-LTV-PCT
                   MOVE PARM-ALDER-PANTEBREV OF PARM-REC
                     TO AKT-ALDER-MAX
               WHEN SI-KOERETOEJ OF SIKKERHED-ARR(SIKKERHED-IX)
                   MOVE PARM-LTV-KOERETOEJ OF PARM-REC TO AKT-LTV-PCT
                   MOVE PARM-ALDER-KOERETOEJ OF PARM-REC
                     TO AKT-ALDER-MAX
               WHEN SI-INDESTAAENDE OF SIKKERHED-ARR(SIKKERHED-IX)
                   MOVE PARM-LTV-INDESTAAENDE OF PARM-REC
                     TO AKT-LTV-PCT
                   MOVE PARM-ALDER-INDESTAAENDE OF PARM-REC
                     TO AKT-ALDER-MAX
               WHEN SI-KAUTION OF SIKKERHED-ARR(SIKKERHED-IX)
                   MOVE PARM-LTV-KAUTION OF PARM-REC TO AKT-LTV-PCT
                   MOVE PARM-ALDER-KAUTION OF PARM-REC
                     TO AKT-ALDER-MAX
               WHEN OTHER
                   MOVE PARM-LTV-OEVRIG OF PARM-REC TO AKT-LTV-PCT
                   MOVE PARM-ALDER-OEVRIG OF PARM-REC
                     TO AKT-ALDER-MAX
           END-EVALUATE.

      * Sikkerhedens disponible vaerdi fordeles paa de tilknyttede
      * aktive laan efter restgaeld; det sidste laan faar resten, saa
      * der ikke tabes oerer ved afrundingen.
       FORDEL-SIKKERHED.
           PERFORM FIND-TYPE-PARM
           IF SI-INDESTAAENDE OF SIKKERHED-ARR(SIKKERHED-IX)
               MOVE ZEROS TO AKT-BELOEB
               MOVE SI-PANT-KONTO-ID OF SIKKERHED-ARR(SIKKERHED-IX)
                 TO SOEGE-KONTO
               PERFORM LOOKUP-KONTO
               IF KONTO-MATCH-IX > 0
                   IF BALANCE OF KONTO-ARR(KONTO-MATCH-IX) > ZEROS
                       MOVE BALANCE OF KONTO-ARR(KONTO-MATCH-IX)
                         TO AKT-BELOEB
                       MOVE VALUTA-KD OF KONTO-ARR(KONTO-MATCH-IX)
                         TO AKT-VALUTA
                       PERFORM OMREGN-BELOEB
                   END-IF
               END-IF
               MOVE AKT-BELOEB TO AKT-VAERDI
           ELSE
               MOVE SI-VURDERING OF SIKKERHED-ARR(SIKKERHED-IX)
                 TO AKT-VAERDI
           END-IF
           COMPUTE AKT-DISPONIBEL = AKT-VAERDI
               - SI-FORANST-GAELD OF SIKKERHED-ARR(SIKKERHED-IX)
           IF AKT-DISPONIBEL < ZEROS
               MOVE ZEROS TO AKT-DISPONIBEL
           END-IF
           MOVE ZEROS TO AKT-SUM-GAELD
           MOVE 0 TO AKT-SIDSTE-IX
           PERFORM VARYING LAAN-IX FROM 1 BY 1 UNTIL LAAN-IX > 3
               MOVE SI-LAAN-KONTO OF SIKKERHED-ARR(SIKKERHED-IX,
                   LAAN-IX) TO SOEGE-KONTO
               IF SOEGE-KONTO NOT = SPACES
                   PERFORM LOOKUP-LAAN
                   IF LN-MATCH-IX > 0
                       ADD LN-RESTGAELD(LN-MATCH-IX) TO AKT-SUM-GAELD
                       MOVE LN-MATCH-IX TO AKT-SIDSTE-IX
                   END-IF
               END-IF
           END-PERFORM
           IF AKT-SIDSTE-IX = 0 OR AKT-SUM-GAELD NOT > ZEROS
               ADD 1 TO UDEN-LAAN-ANTAL
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO AKT-FORDELT
           PERFORM VARYING LAAN-IX FROM 1 BY 1 UNTIL LAAN-IX > 3
               MOVE SI-LAAN-KONTO OF SIKKERHED-ARR(SIKKERHED-IX,
                   LAAN-IX) TO SOEGE-KONTO
               IF SOEGE-KONTO NOT = SPACES
                   PERFORM LOOKUP-LAAN
                   IF LN-MATCH-IX > 0
                       IF LN-MATCH-IX = AKT-SIDSTE-IX
                           COMPUTE AKT-ANDEL =
                               AKT-DISPONIBEL - AKT-FORDELT
                       ELSE
                           COMPUTE AKT-ANDEL ROUNDED =
                               AKT-DISPONIBEL
                               * LN-RESTGAELD(LN-MATCH-IX)
                               / AKT-SUM-GAELD
                       END-IF
                       ADD AKT-ANDEL TO AKT-FORDELT
                       ADD AKT-ANDEL TO LN-SIKKERHED(LN-MATCH-IX)
                       COMPUTE LN-TILLADT(LN-MATCH-IX) ROUNDED =
                           LN-TILLADT(LN-MATCH-IX)
                           + AKT-ANDEL * AKT-LTV-PCT / 100
                   END-IF
               END-IF
           END-PERFORM.

      * Alderen regnes i hele maaneder fra vurderingsdatoen til
      * koerselsdatoen. En manglende eller ugyldig dato taeller som
      * foraeldet.
       CHECK-VURDERINGS-ALDER.
           MOVE "N" TO FORAELDET-SW
           IF AKT-ALDER-MAX = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE RUN-DATE(1:4) TO KD-AAR
           MOVE RUN-DATE(5:2) TO KD-MD
           MOVE RUN-DATE(7:2) TO KD-DAG
           IF SI-VURDERINGS-DATO OF SIKKERHED-ARR(SIKKERHED-IX)(1:4)
                   IS NUMERIC
               AND SI-VURDERINGS-DATO OF SIKKERHED-ARR(SIKKERHED-IX)
                   (6:2) IS NUMERIC
               AND SI-VURDERINGS-DATO OF SIKKERHED-ARR(SIKKERHED-IX)
                   (9:2) IS NUMERIC
               MOVE SI-VURDERINGS-DATO OF SIKKERHED-ARR(SIKKERHED-IX)
                   (1:4) TO VD-AAR
               MOVE SI-VURDERINGS-DATO OF SIKKERHED-ARR(SIKKERHED-IX)
                   (6:2) TO VD-MD
               MOVE SI-VURDERINGS-DATO OF SIKKERHED-ARR(SIKKERHED-IX)
                   (9:2) TO VD-DAG
               COMPUTE ALDER-MDR = (KD-AAR - VD-AAR) * 12
                   + KD-MD - VD-MD
               IF KD-DAG < VD-DAG
                   SUBTRACT 1 FROM ALDER-MDR
               END-IF
               IF ALDER-MDR >= AKT-ALDER-MAX
                   MOVE "J" TO FORAELDET-SW
               END-IF
           ELSE
               MOVE ZEROS TO ALDER-MDR
               MOVE "J" TO FORAELDET-SW
           END-IF
           IF FORAELDET-SW = "J"
               ADD 1 TO FORAELDET-ANTAL
           END-IF.

       BEREGN-KUNDER.
           MOVE 0 TO NUM-KL
           PERFORM VARYING LN-IX FROM 1 BY 1 UNTIL LN-IX > NUM-LAAN
               MOVE 0 TO KL-MATCH-IX
               PERFORM VARYING KL-IX FROM 1 BY 1 UNTIL KL-IX > NUM-KL
                   IF KL-KUNDE-ID(KL-IX) = LN-KUNDE-ID(LN-IX)
                       MOVE KL-IX TO KL-MATCH-IX
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF KL-MATCH-IX = 0
                   ADD 1 TO NUM-KL
                   MOVE NUM-KL TO KL-MATCH-IX
                   MOVE LN-KUNDE-ID(LN-IX) TO KL-KUNDE-ID(KL-MATCH-IX)
                   MOVE ZEROS TO KL-RESTGAELD(KL-MATCH-IX)
                   MOVE ZEROS TO KL-SIKKERHED(KL-MATCH-IX)
                   MOVE ZEROS TO KL-TILLADT(KL-MATCH-IX)
               END-IF
               ADD LN-RESTGAELD(LN-IX) TO KL-RESTGAELD(KL-MATCH-IX)
               ADD LN-SIKKERHED(LN-IX) TO KL-SIKKERHED(KL-MATCH-IX)
               ADD LN-TILLADT(LN-IX) TO KL-TILLADT(KL-MATCH-IX)
           END-PERFORM
           IF NUM-KL > 1
               SORT KL-ARR ASCENDING KL-KUNDE-ID OF KL-ARR
           END-IF.

       SKRIV-RAPPORT.
           MOVE SPACES TO RAPPORT-FILENAME
           STRING
               "../data/LTV-Rapport-" DELIMITED BY SIZE
               RUN-DATE(1:6)          DELIMITED BY SIZE
               ".txt"                 DELIMITED BY SIZE
           INTO RAPPORT-FILENAME
           OPEN OUTPUT FIL-RAPPORT
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "BELAANING OG SIKKERHEDER (LTV) - " DELIMITED BY SIZE
               DAGS-DATO                           DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE "BELAANING PR. LAAN" TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           PERFORM SKRIV-KOLONNER
           PERFORM VARYING LN-IX FROM 1 BY 1 UNTIL LN-IX > NUM-LAAN
               PERFORM SKRIV-LAAN
           END-PERFORM
           IF NUM-LAAN = 0
               MOVE "Ingen aktive laan." TO RAPPORT-TEXT
               WRITE RAPPORT-REC
           END-IF
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE "BELAANING PR. KUNDE" TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           PERFORM SKRIV-KOLONNER
           PERFORM VARYING KL-IX FROM 1 BY 1 UNTIL KL-IX > NUM-KL
               PERFORM SKRIV-KUNDE
           END-PERFORM
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE "SIKKERHEDER TIL NY VURDERING" TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "ID         T KUNDE     "      DELIMITED BY SIZE
               "         VURDERING"           DELIMITED BY SIZE
               " VURDERET   "                 DELIMITED BY SIZE
               "ALDER MAX  BESKRIVELSE"       DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           PERFORM VARYING SIKKERHED-IX FROM 1 BY 1
                   UNTIL SIKKERHED-IX > NUM-SIKKERHEDER
               IF SI-AKTIV OF SIKKERHED-ARR(SIKKERHED-IX)
                   AND NOT SI-INDESTAAENDE
                       OF SIKKERHED-ARR(SIKKERHED-IX)
                   PERFORM FIND-TYPE-PARM
                   PERFORM CHECK-VURDERINGS-ALDER
                   IF FORAELDET-SW = "J"
                       PERFORM SKRIV-VURDERING
                   END-IF
               END-IF
           END-PERFORM
           IF FORAELDET-ANTAL = 0
               MOVE "Alle vurderinger er gyldige." TO RAPPORT-TEXT
               WRITE RAPPORT-REC
           END-IF
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Laan over LTV: "          DELIMITED BY SIZE
               OVER-LTV-ANTAL             DELIMITED BY SIZE
               "  Usikrede laan: "        DELIMITED BY SIZE
               USIKRET-ANTAL              DELIMITED BY SIZE
               "  Sikkerheder uden aktive laan: "
                                          DELIMITED BY SIZE
               UDEN-LAAN-ANTAL            DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           CLOSE FIL-RAPPORT.

       SKRIV-KOLONNER.
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "KONTO          KUNDE     "    DELIMITED BY SIZE
               "         RESTGAELD"           DELIMITED BY SIZE
               "         SIKKERHED"           DELIMITED BY SIZE
               "           TILLADT"           DELIMITED BY SIZE
               "      LTV"                    DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC.

       SKRIV-LAAN.
           MOVE LN-KONTO-ID(LN-IX) TO LL-KONTO-ID
           MOVE LN-KUNDE-ID(LN-IX) TO LL-KUNDE-ID
           MOVE LN-RESTGAELD(LN-IX) TO LL-RESTGAELD
           MOVE LN-SIKKERHED(LN-IX) TO LL-SIKKERHED
           MOVE LN-TILLADT(LN-IX) TO LL-TILLADT
           MOVE SPACES TO LL-MARKERING
           IF LN-SIKKERHED(LN-IX) > ZEROS
               COMPUTE LTV-PCT ROUNDED = LN-RESTGAELD(LN-IX) * 100
                   / LN-SIKKERHED(LN-IX)
                   ON SIZE ERROR
                       MOVE 99999.99 TO LTV-PCT
               END-COMPUTE
               MOVE LTV-PCT TO LL-LTV
               IF LN-RESTGAELD(LN-IX) > LN-TILLADT(LN-IX)
                   MOVE "OVER LTV" TO LL-MARKERING
                   ADD 1 TO OVER-LTV-ANTAL
               END-IF
           ELSE
               MOVE ZEROS TO LL-LTV
               MOVE "USIKRET" TO LL-MARKERING
               ADD 1 TO USIKRET-ANTAL
           END-IF
           MOVE LAAN-LINJE TO RAPPORT-TEXT
           WRITE RAPPORT-REC.

       SKRIV-KUNDE.
           MOVE SPACES TO LL-KONTO-ID
           MOVE KL-KUNDE-ID(KL-IX) TO LL-KUNDE-ID
           MOVE KL-RESTGAELD(KL-IX) TO LL-RESTGAELD
           MOVE KL-SIKKERHED(KL-IX) TO LL-SIKKERHED
           MOVE KL-TILLADT(KL-IX) TO LL-TILLADT
           MOVE SPACES TO LL-MARKERING
           IF KL-SIKKERHED(KL-IX) > ZEROS
               COMPUTE LTV-PCT ROUNDED = KL-RESTGAELD(KL-IX) * 100
                   / KL-SIKKERHED(KL-IX)
                   ON SIZE ERROR
                       MOVE 99999.99 TO LTV-PCT
               END-COMPUTE
               MOVE LTV-PCT TO LL-LTV
               IF KL-RESTGAELD(KL-IX) > KL-TILLADT(KL-IX)
                   MOVE "OVER LTV" TO LL-MARKERING
               END-IF
           ELSE
               MOVE ZEROS TO LL-LTV
               MOVE "USIKRET" TO LL-MARKERING
           END-IF
           MOVE LAAN-LINJE TO RAPPORT-TEXT
           WRITE RAPPORT-REC.

       SKRIV-VURDERING.
           MOVE SI-SIKKERHED-ID OF SIKKERHED-ARR(SIKKERHED-IX)
             TO VL-SIKKERHED-ID
           MOVE SI-TYPE OF SIKKERHED-ARR(SIKKERHED-IX) TO VL-TYPE
           MOVE SI-KUNDE-ID OF SIKKERHED-ARR(SIKKERHED-IX)
             TO VL-KUNDE-ID
           MOVE SI-VURDERING OF SIKKERHED-ARR(SIKKERHED-IX)
             TO VL-VURDERING
           MOVE SI-VURDERINGS-DATO OF SIKKERHED-ARR(SIKKERHED-IX)
             TO VL-DATO
           MOVE ALDER-MDR TO VL-ALDER
           MOVE AKT-ALDER-MAX TO VL-MAX
           MOVE SI-BESKRIVELSE OF SIKKERHED-ARR(SIKKERHED-IX)
             TO VL-BESKRIVELSE
           MOVE VURDERING-LINJE TO RAPPORT-TEXT
           WRITE RAPPORT-REC.

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
           END-IF
           MOVE BD-DATO OF BOGFDATO-REC TO RUN-DATE
           STRING
               RUN-DATE(1:4) DELIMITED BY SIZE
               "-"           DELIMITED BY SIZE
               RUN-DATE(5:2) DELIMITED BY SIZE
               "-"           DELIMITED BY SIZE
               RUN-DATE(7:2) DELIMITED BY SIZE
           INTO DAGS-DATO.
