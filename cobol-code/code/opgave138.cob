       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPG-138.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIL-IMPORT
               ASSIGN TO "../data/Sanktionsliste-Import.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IMPORT-FIL-STATUS.
           SELECT FIL-LISTE ASSIGN TO "../data/Sanktionsliste.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LISTE-FIL-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD FIL-IMPORT.
       01 IMPORT-REKORD.
           COPY "../copybooks/SANKTIONSLISTE.cpy".
       01 IMPORT-REKORD-TRAILER REDEFINES IMPORT-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(74).

       FD FIL-LISTE.
       01 LISTE-REKORD.
           COPY "../copybooks/SANKTIONSLISTE.cpy".
       01 LISTE-REKORD-TRAILER REDEFINES LISTE-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(74).

       WORKING-STORAGE SECTION.
       01 IMPORT-FIL-STATUS PIC XX VALUE "00".
       01 LISTE-FIL-STATUS PIC XX VALUE "00".
       01 TRAILER-FOUND-SW PIC X(01) VALUE "N".
       01 TRAILER-ANTAL    PIC 9(06) VALUE ZEROS.
       01 EOF-FLAG         PIC X(01) VALUE "N".

      * Import af de offentliggjorte sanktions- og PEP-lister (EU, FN,
      * PEP-listen) til Sanktionsliste.txt. Hver liste leveres
      * omsat til SANKTIONSLISTE-layoutet i Sanktionsliste-Import.txt
      * med kilde og udgiverens versionsbetegnelse paa hver post; et
      * alias er en ekstra post med samme post-id. En kilde i
      * importen erstatter alle registrets poster fra samme kilde.
      * Er versionen ny, faar kildens poster en ny generation, og
      * OPG-139 screener derefter alle kunder igen; en genlevering af
      * en kendt version aendrer intet. Kilder, der ikke er med i
      * importen, bevares uroert.
       01 NUM-IMPORT    PIC 9(05) VALUE 0.
       01 IMPORT-ARR OCCURS 0 TO 10000 TIMES DEPENDING ON NUM-IMPORT.
           COPY "../copybooks/SANKTIONSLISTE.cpy".
       01 IMPORT-IX       PIC 9(05) VALUE 0.

       01 NUM-LISTE     PIC 9(05) VALUE 0.
       01 LISTE-ARR OCCURS 0 TO 20000 TIMES DEPENDING ON NUM-LISTE.
           COPY "../copybooks/SANKTIONSLISTE.cpy".
       01 LISTE-IX        PIC 9(05) VALUE 0.

       01 NUM-KILDER    PIC 9(02) VALUE 0.
       01 KILDE-ARR OCCURS 0 TO 20 TIMES DEPENDING ON NUM-KILDER.
           02 KI-KILDE          PIC X(04).
           02 KI-NY-VERSION     PIC X(12).
           02 KI-GL-VERSION     PIC X(12).
           02 KI-ANTAL          PIC 9(05).
           02 KI-NY-SW          PIC X(01).
       01 KILDE-IX        PIC 9(02) VALUE 0.
       01 KILDE-MATCH-IX  PIC 9(02) VALUE 0.

       01 NY-GENERATION   PIC 9(06) VALUE ZEROS.
       01 MAX-GENERATION  PIC 9(06) VALUE ZEROS.
       01 AFVIST-ANTAL    PIC 9(05) VALUE 0.
       01 NYE-KILDER      PIC 9(02) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM IMPORT-ARR-FILL
           IF NUM-IMPORT = 0
               DISPLAY "Ingen sanktions- eller PEP-poster at importere."
               STOP RUN
           END-IF
           PERFORM LISTE-ARR-FILL
           PERFORM VURDER-KILDER
           IF NYE-KILDER > 0
               PERFORM OPDATER-LISTE
               PERFORM LISTE-ARR-REWRITE
           END-IF
           PERFORM VARYING KILDE-IX FROM 1 BY 1
                   UNTIL KILDE-IX > NUM-KILDER
               IF KI-NY-SW(KILDE-IX) = "J"
                   DISPLAY "Kilde " KI-KILDE(KILDE-IX) " version "
                       KI-NY-VERSION(KILDE-IX) " indlaest - "
                       KI-ANTAL(KILDE-IX) " poster (forrige version "
                       KI-GL-VERSION(KILDE-IX) ")."
               ELSE
                   DISPLAY "Kilde " KI-KILDE(KILDE-IX) " version "
                       KI-NY-VERSION(KILDE-IX) " er allerede indlaest."
               END-IF
           END-PERFORM
           IF NYE-KILDER > 0
               DISPLAY "Sanktionsliste.txt opdateret til generation "
                   NY-GENERATION " - " NUM-LISTE " poster i alt."
           END-IF
           IF AFVIST-ANTAL > 0
               DISPLAY "ADVARSEL: " AFVIST-ANTAL
                   " ufuldstaendige poster sprunget over."
           END-IF
           STOP RUN.

      * En post uden kilde, version, navn eller kendt listetype kan
      * ikke screenes og springes over; resten af leverancen bruges.
       IMPORT-ARR-FILL.
           MOVE 0 TO NUM-IMPORT
           MOVE 0 TO TRAILER-ANTAL
           OPEN INPUT FIL-IMPORT
           IF IMPORT-FIL-STATUS NOT = "00"
               DISPLAY "Sanktionsliste-Import.txt findes ikke - "
                   "intet at importere."
           ELSE
               MOVE "N" TO TRAILER-FOUND-SW
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ FIL-IMPORT INTO IMPORT-REKORD
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF TR-MARKER OF IMPORT-REKORD-TRAILER
                                   = "TRAILER"
                               MOVE "Y" TO EOF-FLAG
                               MOVE "Y" TO TRAILER-FOUND-SW
                               MOVE TR-ANTAL OF IMPORT-REKORD-TRAILER
                                 TO TRAILER-ANTAL
                           ELSE
                               PERFORM GEM-IMPORT-POST
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIL-IMPORT
               IF TRAILER-FOUND-SW = "N"
                   DISPLAY "FEJL: Sanktionsliste-Import.txt mangler "
                       "sluttaellerpost"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF NUM-IMPORT + AFVIST-ANTAL NOT = TRAILER-ANTAL
                   DISPLAY "FEJL: Sanktionsliste-Import.txt - "
                       "forventet " TRAILER-ANTAL " poster, fandt "
                       NUM-IMPORT " + " AFVIST-ANTAL " afviste"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       GEM-IMPORT-POST.
           IF SL-KILDE OF IMPORT-REKORD = SPACES
                   OR SL-LISTE-VERSION OF IMPORT-REKORD = SPACES
                   OR SL-NAVN OF IMPORT-REKORD = SPACES
                   OR NOT (SL-SANKTION OF IMPORT-REKORD
                           OR SL-PEP OF IMPORT-REKORD)
               ADD 1 TO AFVIST-ANTAL
               EXIT PARAGRAPH
           END-IF
           IF NUM-IMPORT >= 10000
               DISPLAY "FEJL: Sanktionsliste-Import.txt har flere "
                   "poster end IMPORT-ARR's graense paa 10000."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO NUM-IMPORT
           MOVE IMPORT-REKORD TO IMPORT-ARR(NUM-IMPORT)
           MOVE ZEROS TO SL-GENERATION OF IMPORT-ARR(NUM-IMPORT).

       LISTE-ARR-FILL.
           MOVE 0 TO NUM-LISTE
           MOVE ZEROS TO MAX-GENERATION
           OPEN INPUT FIL-LISTE
           IF LISTE-FIL-STATUS NOT = "00"
               DISPLAY "Sanktionsliste.txt findes ikke - starter tom."
           ELSE
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ FIL-LISTE INTO LISTE-REKORD
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF TR-MARKER OF LISTE-REKORD-TRAILER
                                   = "TRAILER"
                               MOVE "Y" TO EOF-FLAG
                           ELSE
                               ADD 1 TO NUM-LISTE
                               MOVE LISTE-REKORD
                                 TO LISTE-ARR(NUM-LISTE)
                               IF SL-GENERATION OF LISTE-ARR(NUM-LISTE)
                                       > MAX-GENERATION
                                   MOVE SL-GENERATION
                                       OF LISTE-ARR(NUM-LISTE)
                                     TO MAX-GENERATION
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIL-LISTE
           END-IF.

      * Hver kilde maa kun optraede i een version i leverancen. Den
      * registrerede version er versionen paa kildens poster i
      * Sanktionsliste.txt.
       VURDER-KILDER.
           MOVE 0 TO NUM-KILDER
           PERFORM VARYING IMPORT-IX FROM 1 BY 1
                   UNTIL IMPORT-IX > NUM-IMPORT
               PERFORM FIND-KILDE
               IF KILDE-MATCH-IX = 0
                   IF NUM-KILDER >= 20
                       DISPLAY "FEJL: flere end 20 kilder i "
                           "Sanktionsliste-Import.txt."
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO NUM-KILDER
                   MOVE SL-KILDE OF IMPORT-ARR(IMPORT-IX)
                     TO KI-KILDE(NUM-KILDER)
                   MOVE SL-LISTE-VERSION OF IMPORT-ARR(IMPORT-IX)
                     TO KI-NY-VERSION(NUM-KILDER)
                   MOVE SPACES TO KI-GL-VERSION(NUM-KILDER)
                   MOVE 0 TO KI-ANTAL(NUM-KILDER)
                   MOVE "N" TO KI-NY-SW(NUM-KILDER)
                   MOVE NUM-KILDER TO KILDE-MATCH-IX
               END-IF
               IF SL-LISTE-VERSION OF IMPORT-ARR(IMPORT-IX)
                       NOT = KI-NY-VERSION(KILDE-MATCH-IX)
                   DISPLAY "FEJL: kilde " KI-KILDE(KILDE-MATCH-IX)
                       " leveret i flere versioner."
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO KI-ANTAL(KILDE-MATCH-IX)
           END-PERFORM
           PERFORM VARYING KILDE-IX FROM 1 BY 1
                   UNTIL KILDE-IX > NUM-KILDER
               PERFORM VARYING LISTE-IX FROM 1 BY 1
                       UNTIL LISTE-IX > NUM-LISTE
                   IF SL-KILDE OF LISTE-ARR(LISTE-IX)
                           = KI-KILDE(KILDE-IX)
                       MOVE SL-LISTE-VERSION OF LISTE-ARR(LISTE-IX)
                         TO KI-GL-VERSION(KILDE-IX)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF KI-GL-VERSION(KILDE-IX) NOT = KI-NY-VERSION(KILDE-IX)
                   MOVE "J" TO KI-NY-SW(KILDE-IX)
                   ADD 1 TO NYE-KILDER
               END-IF
           END-PERFORM
           COMPUTE NY-GENERATION = MAX-GENERATION + 1.

       FIND-KILDE.
           MOVE 0 TO KILDE-MATCH-IX
           PERFORM VARYING KILDE-IX FROM 1 BY 1
                   UNTIL KILDE-IX > NUM-KILDER
               IF KI-KILDE(KILDE-IX) = SL-KILDE OF IMPORT-ARR(IMPORT-IX)
                   MOVE KILDE-IX TO KILDE-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * Registrets poster fra en kilde med ny version fjernes, og
      * leverancens poster for kilden tilfoejes med den nye
      * generation. Uaendrede kilder beholder deres generation.
       OPDATER-LISTE.
           MOVE 0 TO IMPORT-IX
           PERFORM VARYING LISTE-IX FROM 1 BY 1
                   UNTIL LISTE-IX > NUM-LISTE
               PERFORM FIND-LISTE-KILDE
               IF KILDE-MATCH-IX = 0
                   ADD 1 TO IMPORT-IX
                   MOVE LISTE-ARR(LISTE-IX) TO LISTE-ARR(IMPORT-IX)
               ELSE
                   IF KI-NY-SW(KILDE-MATCH-IX) = "N"
                       ADD 1 TO IMPORT-IX
                       MOVE LISTE-ARR(LISTE-IX) TO LISTE-ARR(IMPORT-IX)
                   END-IF
               END-IF
           END-PERFORM
           MOVE IMPORT-IX TO NUM-LISTE
           PERFORM VARYING IMPORT-IX FROM 1 BY 1
                   UNTIL IMPORT-IX > NUM-IMPORT
               PERFORM FIND-KILDE
               IF KI-NY-SW(KILDE-MATCH-IX) = "J"
                   IF NUM-LISTE >= 20000
                       DISPLAY "FEJL: Sanktionsliste.txt bliver "
                           "stoerre end LISTE-ARR's graense paa 20000."
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO NUM-LISTE
                   MOVE IMPORT-ARR(IMPORT-IX) TO LISTE-ARR(NUM-LISTE)
                   MOVE NY-GENERATION
                     TO SL-GENERATION OF LISTE-ARR(NUM-LISTE)
               END-IF
           END-PERFORM.

       FIND-LISTE-KILDE.
           MOVE 0 TO KILDE-MATCH-IX
           PERFORM VARYING KILDE-IX FROM 1 BY 1
                   UNTIL KILDE-IX > NUM-KILDER
               IF KI-KILDE(KILDE-IX) = SL-KILDE OF LISTE-ARR(LISTE-IX)
                   MOVE KILDE-IX TO KILDE-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LISTE-ARR-REWRITE.
           OPEN OUTPUT FIL-LISTE
           PERFORM VARYING LISTE-IX FROM 1 BY 1
                   UNTIL LISTE-IX > NUM-LISTE
               WRITE LISTE-REKORD FROM LISTE-ARR(LISTE-IX)
           END-PERFORM
           MOVE SPACES TO LISTE-REKORD
           MOVE "TRAILER" TO TR-MARKER OF LISTE-REKORD-TRAILER
           MOVE NUM-LISTE TO TR-ANTAL OF LISTE-REKORD-TRAILER
           WRITE LISTE-REKORD
           CLOSE FIL-LISTE.
