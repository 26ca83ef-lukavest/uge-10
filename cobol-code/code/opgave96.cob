       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPG-96.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIL-TRANS ASSIGN TO "../data/Transaktioner.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-TRANS-NY
               ASSIGN TO "../data/Transaktioner.txt.ny"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-VENTENDE
               ASSIGN TO "../data/Ventende-Posteringer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VENTENDE-STATUS.
           SELECT FIL-VENT-AFVIST
               ASSIGN TO "../data/Ventende-Afvist.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VENT-AFVIST-STATUS.
           SELECT FIL-JOURNAL
               ASSIGN TO "../data/Posteringsjournal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-STATUS.
           SELECT FIL-RAPPORT
               ASSIGN TO "../data/Posteringsmotor-Rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-KONTI ASSIGN TO "../data/KontoOpl.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-KONTI-IDX
               ASSIGN TO "../data/KontoOpl-Index.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTO-ID OF KONTO-IDX-REC
               ALTERNATE RECORD KEY IS KUNDE-ID OF KONTO-IDX-REC
                   WITH DUPLICATES
               FILE STATUS IS KONTI-IDX-STATUS.
           SELECT FIL-TRANS-IDX
               ASSIGN TO "../data/Transaktioner-Index.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TI-NOEGLE OF TRANS-IDX-REC
               ALTERNATE RECORD KEY IS BILAGSNR OF TRANS-IDX-REC
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CPR OF TRANS-IDX-REC
                   WITH DUPLICATES
               FILE STATUS IS TRANS-IDX-STATUS.
           SELECT FIL-BILAGSNR
               ASSIGN TO "../data/Bilagsnummer-Kontrol.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BILAGSNR-STATUS.
           SELECT FIL-PARM ASSIGN TO "../data/OPG96-Parametre.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-STATUS.
           SELECT FIL-AUTOR
               ASSIGN TO "../data/Operatoer-Autorisation.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUTOR-FIL-STATUS.
           SELECT FIL-RUN-LOG ASSIGN TO "../data/Koerselslog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.
           SELECT FIL-BOGFDATO ASSIGN TO "../data/Bogfoeringsdato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOGFDATO-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD FIL-TRANS.
       01 TRANSAKTIONER.
           COPY "../copybooks/TRANSAKTIONER.cpy".
       01 TRANSAKTIONER-TRAILER REDEFINES TRANSAKTIONER.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(251).

       FD FIL-TRANS-NY.
       01 TRANS-NY-REKORD.
           COPY "../copybooks/TRANSAKTIONER.cpy".
       01 TRANS-NY-TRAILER REDEFINES TRANS-NY-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(251).

       FD FIL-VENTENDE.
       01 VENTENDE-REKORD.
           COPY "../copybooks/TRANSAKTIONER.cpy".
           COPY "../copybooks/VENTENDE-POSTERING.cpy".
       01 VENTENDE-TRAILER REDEFINES VENTENDE-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(273).

       FD FIL-VENT-AFVIST.
       01 VENT-AFVIST-REKORD.
           COPY "../copybooks/TRANSAKTIONER.cpy".
           COPY "../copybooks/VENTENDE-POSTERING.cpy".
       01 VENT-AFVIST-TRAILER REDEFINES VENT-AFVIST-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(273).

       FD FIL-JOURNAL.
       01 JOURNAL-REKORD.
           COPY "../copybooks/POSTERINGSJOURNAL.cpy".

       FD FIL-RAPPORT.
       01 RAPPORT-REC.
           02 RAPPORT-TEXT PIC X(100).

       FD FIL-KONTI.
       01 KONTO-REKORD.
           COPY "../copybooks/KONTOOPL.cpy".
       01 KONTO-REKORD-TRAILER REDEFINES KONTO-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(37).

       FD FIL-KONTI-IDX.
       01 KONTO-IDX-REC.
           COPY "../copybooks/KONTOOPL.cpy".

       FD FIL-BILAGSNR.
       01 BILAGSNR-REC.
           02 BK-NAESTE-NR  PIC 9(10).

       FD FIL-PARM.
       01 PARM-FILE-REC.
           COPY "../copybooks/OPG96-PARAMETRE.cpy".

       FD FIL-TRANS-IDX.
       01 TRANS-IDX-REC.
           COPY "../copybooks/TRANSAKTIONER.cpy".
           COPY "../copybooks/TRANS-INDEKS.cpy".

       FD FIL-AUTOR.
       01 AUTOR-REKORD.
           COPY "../copybooks/AUTORISATION.cpy".

       FD FIL-RUN-LOG.
       01 RUN-LOG-REC.
           02 RUN-LOG-TEXT PIC X(120).

       FD FIL-BOGFDATO.
       01 BOGFDATO-FIL-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".

       WORKING-STORAGE SECTION.
       01 VENTENDE-STATUS   PIC XX VALUE "00".
       01 VENT-AFVIST-STATUS PIC XX VALUE "00".
       01 JOURNAL-STATUS    PIC XX VALUE "00".
       01 KONTI-IDX-STATUS  PIC XX VALUE "00".
       01 KONTO-VIA-INDEX-SW PIC X(01) VALUE "N".
      * Transaktionsindekset fra OPG-97 holdes ajour med de bogfoerte
      * posteringer; findes det ikke, springes det over.
       01 TRANS-IDX-STATUS  PIC XX VALUE "00".
       01 SKREVET-SW        PIC X(01) VALUE "N".
       01 BILAGSNR-STATUS   PIC XX VALUE "00".
       01 PARM-STATUS       PIC XX VALUE "00".
       01 PARM-REC.
           COPY "../copybooks/OPG96-PARAMETRE.cpy".
       01 RUN-LOG-STATUS    PIC XX VALUE "00".
       01 AUTOR-FIL-STATUS  PIC XX VALUE "00".
       01 AUTOR-OPERATOR    PIC X(10) VALUE SPACES.
       01 AUTOR-FUNDET-SW   PIC X(01) VALUE "N".
       01 AUTOR-EOF-SW      PIC X(01) VALUE "N".
       01 AUTOR-DATE        PIC 9(08) VALUE ZEROS.
       01 AUTOR-TIME        PIC 9(08) VALUE ZEROS.

       01 TRAILER-FOUND-SW PIC X(01) VALUE "N".
       01 TRAILER-ANTAL    PIC 9(06) VALUE ZEROS.
       01 EOF-FLAG         PIC X(01) VALUE "N".
       01 SYSTEM-KOMMANDO  PIC X(80) VALUE SPACES.

       01 RUN-DATE         PIC 9(08) VALUE ZEROS.
      * Koerselsdatoen er bankens bogfoeringsdato (Bogfoeringsdato.txt),
      * ikke maskinens dato.
       01 BOGFDATO-STATUS  PIC XX VALUE "00".
       01 BOGFDATO-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".

      * Koerslens id i journalen er maskinens dato og klokkeslaet,
      * saa to koersler paa samme bogfoeringsdag kan skelnes.
       01 KOERSEL-ID.
           02 KOERSEL-ID-DATO PIC 9(08) VALUE ZEROS.
           02 KOERSEL-ID-TID  PIC 9(08) VALUE ZEROS.

      * Ventende posteringer holdes i tabel med henvisning til deres
      * parti; et parti er foerst komplet, naar dets trailer er laest
      * og antallet stemmer. Et parti uden trailer (delsystemet er
      * ikke blevet faerdigt) bliver staaende til naeste koersel.
       01 NUM-VENT      PIC 9(05) VALUE 0.
       01 VENT-ARR OCCURS 0 TO 50000 TIMES DEPENDING ON NUM-VENT.
           COPY "../copybooks/TRANSAKTIONER.cpy".
           COPY "../copybooks/VENTENDE-POSTERING.cpy".
           02 VENT-PARTI-IX   PIC 9(04) VALUE 0.
           02 VENT-BRUGT-SW   PIC X(01) VALUE "N".
       01 VENT-IX         PIC 9(05) VALUE 0.
       01 VENT-IX2        PIC 9(05) VALUE 0.

       01 NUM-PARTIER   PIC 9(04) VALUE 0.
       01 PARTI-ARR OCCURS 0 TO 2000 TIMES DEPENDING ON NUM-PARTIER.
           02 PA-KILDE        PIC X(06).
           02 PA-PARTI-ID     PIC X(16).
           02 PA-ANTAL        PIC 9(06).
           02 PA-STATUS       PIC X(01).
               88  PA-AABEN       VALUE "U".
               88  PA-KLAR        VALUE "A".
               88  PA-AFVIST      VALUE "F".
               88  PA-DUBLET      VALUE "D".
           02 PA-AARSAG       PIC X(40).
       01 PARTI-IX        PIC 9(04) VALUE 0.
       01 PARTI-MATCH-IX  PIC 9(04) VALUE 0.

      * Journalens koersler og de partier, de har bogfoert. Et parti
      * taeller som bogfoert, naar dets koersel er afsluttet (K) og
      * ikke siden rullet tilbage (R).
       01 NUM-KOERSLER  PIC 9(04) VALUE 0.
       01 KOERSEL-ARR OCCURS 0 TO 5000 TIMES DEPENDING ON NUM-KOERSLER.
           02 KJ-KOERSEL-ID    PIC X(16).
           02 KJ-POSTERINGER   PIC 9(06).
           02 KJ-AFSLUTTET-SW  PIC X(01).
           02 KJ-RULLET-SW     PIC X(01).
       01 KOERSEL-IX      PIC 9(04) VALUE 0.
       01 KOERSEL-MATCH-IX PIC 9(04) VALUE 0.
       01 SOEGE-KOERSEL-ID PIC X(16) VALUE SPACES.
       01 NUM-BOGFOERT  PIC 9(05) VALUE 0.
       01 BOGFOERT-ARR OCCURS 0 TO 20000 TIMES
               DEPENDING ON NUM-BOGFOERT.
           02 BF-KOERSEL-IX    PIC 9(04).
           02 BF-KILDE         PIC X(06).
           02 BF-PARTI-ID      PIC X(16).
       01 BOGFOERT-IX     PIC 9(05) VALUE 0.

      * Tilbagerulning: koerslens posteringer fra journalen fjernes
      * fra Transaktioner.txt - genkendt paa konto, bilagsnummer,
      * type og beloeb - hver hoejst een gang.
       01 NUM-RUL       PIC 9(05) VALUE 0.
       01 RUL-ARR OCCURS 0 TO 50000 TIMES DEPENDING ON NUM-RUL.
           COPY "../copybooks/TRANSAKTIONER.cpy".
           02 RUL-FUNDET-SW   PIC X(01) VALUE "N".
       01 RUL-IX          PIC 9(05) VALUE 0.
       01 RUL-MATCH-SW    PIC X(01) VALUE "N".
       01 FJERNET-ANTAL   PIC 9(06) VALUE 0.
       01 IKKE-FUNDET-ANTAL PIC 9(06) VALUE 0.

       01 TRANS-VURDER.
           COPY "../copybooks/TRANSAKTIONER.cpy".
       01 AFVIS-AARSAG     PIC X(30) VALUE SPACES.

       01 NUM-KONTI     PIC 9(04) VALUE 0.
       01 KONTO-ARR OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-KONTI.
           COPY "../copybooks/KONTOOPL.cpy".
       01 KONTO-IX2       PIC 9(04) VALUE 0.
       01 KONTO-MATCH-IX  PIC 9(04) VALUE 0.

       01 NAESTE-BILAGSNR PIC 9(10) VALUE 1.
       01 TILDELT-ANTAL   PIC 9(06) VALUE 0.

       01 CURR-GRUPPE-KONTO PIC X(14) VALUE SPACES.
       01 LAEST-ANTAL     PIC 9(06) VALUE 0.
       01 UD-ANTAL        PIC 9(06) VALUE 0.

       01 BOGFOER-POST-ANTAL  PIC 9(06) VALUE 0.
       01 BOGFOER-PARTI-ANTAL PIC 9(04) VALUE 0.
       01 AFVIST-PARTI-ANTAL  PIC 9(04) VALUE 0.
       01 AFVIST-POST-ANTAL   PIC 9(06) VALUE 0.
       01 DUBLET-PARTI-ANTAL  PIC 9(04) VALUE 0.
       01 AABEN-PARTI-ANTAL   PIC 9(04) VALUE 0.
       01 AABEN-POST-ANTAL    PIC 9(06) VALUE 0.
       01 STATUS-TEKST        PIC X(16) VALUE SPACES.

      * Posteringsmotor: alle delsystemer, der danner posteringer
      * (OPG-16, 17, 21, 23, 24, 59, 60, 62, 65, 90 og 95), stiller
      * dem i koe i Ventende-Posteringer.txt som partier afsluttet
      * med en trailer. Motoren validerer hvert parti, tildeler
      * bilagsnumre og fletter alle godkendte posteringer ind i
      * konto-grupperne i Transaktioner.txt i een gennemgang. Filen
      * bygges som Transaktioner.txt.ny og laegges foerst paa plads,
      * naar hele koerslen er skrevet - alt eller intet. Hver koersel
      * noteres i Posteringsjournal.txt, saa den kan rulles tilbage
      * (funktion R i OPG96-Parametre.txt).
       PROCEDURE DIVISION.
           PERFORM BOGFOERINGSDATO-FILL
           MOVE BD-DATO OF BOGFDATO-REC TO RUN-DATE
           ACCEPT KOERSEL-ID-DATO FROM DATE YYYYMMDD
           ACCEPT KOERSEL-ID-TID FROM TIME
           PERFORM PARM-FILL
           PERFORM JOURNAL-FILL
           OPEN OUTPUT FIL-RAPPORT
           IF PARM-TILBAGERUL OF PARM-REC
               PERFORM CHECK-AUTORISATION
               PERFORM TILBAGERUL-KOERSEL
               CLOSE FIL-RAPPORT
               STOP RUN
           END-IF
           PERFORM CHECK-UAFSLUTTET-KOERSEL
           PERFORM VENTENDE-ARR-FILL
           IF NUM-VENT = 0
               MOVE "Ingen ventende posteringer." TO RAPPORT-TEXT
               WRITE RAPPORT-REC
               CLOSE FIL-RAPPORT
               DISPLAY "Posteringsmotor: ingen ventende posteringer."
               STOP RUN
           END-IF
           OPEN INPUT FIL-KONTI-IDX
           IF KONTI-IDX-STATUS = "00"
               MOVE "Y" TO KONTO-VIA-INDEX-SW
               MOVE 1 TO NUM-KONTI
               MOVE SPACES TO KONTO-ARR(1)
           ELSE
               PERFORM KONTO-ARR-FILL
           END-IF
           PERFORM BILAGSNR-FILL
           PERFORM VURDER-PARTIER
           IF KONTO-VIA-INDEX-SW = "Y"
               CLOSE FIL-KONTI-IDX
           END-IF
           IF BOGFOER-POST-ANTAL > 0
               OPEN OUTPUT FIL-TRANS-NY
               PERFORM FLET-TRANS
               PERFORM AFSLUT-SIDSTE-GRUPPE
               PERFORM SKRIV-TRANS-NY-TRAILER
               CLOSE FIL-TRANS-NY
               PERFORM BILAGSNR-REWRITE
               PERFORM JOURNAL-SKRIV-POSTERINGER
               PERFORM TRANS-NY-PAA-PLADS
               PERFORM JOURNAL-SKRIV-AFSLUTTET
               PERFORM INDEKS-AJOURFOER
           END-IF
           PERFORM VENT-AFVIST-SKRIV
           PERFORM VENTENDE-REWRITE
           PERFORM RAPPORT-PARTIER
           CLOSE FIL-RAPPORT
           DISPLAY "Posteringsmotor gennemfoert - bogfoert "
               BOGFOER-POST-ANTAL " posteringer i "
               BOGFOER-PARTI-ANTAL " partier, afvist "
               AFVIST-PARTI-ANTAL ", allerede bogfoert "
               DUBLET-PARTI-ANTAL ", ufuldstaendige "
               AABEN-PARTI-ANTAL
           IF AFVIST-PARTI-ANTAL > 0
               DISPLAY "ADVARSEL: afviste partier er flyttet til "
                   "Ventende-Afvist.txt - se "
                   "Posteringsmotor-Rapport.txt."
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
           IF NOT PARM-TILBAGERUL OF PARM-REC
               MOVE "B" TO PARM-FUNKTION OF PARM-REC
           END-IF.

      * Efter en tilbagerulning nulstilles funktionen, saa naeste
      * natkoersel bogfoerer igen i stedet for at rulle tilbage paany.
       PARM-NULSTIL.
           MOVE "B" TO PARM-FUNKTION OF PARM-REC
           MOVE SPACES TO PARM-KOERSEL-ID OF PARM-REC
           OPEN OUTPUT FIL-PARM
           WRITE PARM-FILE-REC FROM PARM-REC
           CLOSE FIL-PARM.

       JOURNAL-FILL.
           MOVE 0 TO NUM-KOERSLER
           MOVE 0 TO NUM-BOGFOERT
           OPEN INPUT FIL-JOURNAL
           IF JOURNAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-JOURNAL
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       PERFORM GEM-JOURNAL-REKORD
               END-READ
           END-PERFORM
           CLOSE FIL-JOURNAL.

       GEM-JOURNAL-REKORD.
           MOVE PJ-KOERSEL-ID TO SOEGE-KOERSEL-ID
           PERFORM FIND-KOERSEL
           IF KOERSEL-MATCH-IX = 0
               IF NUM-KOERSLER >= 5000
                   DISPLAY "FEJL: Posteringsjournal.txt rummer flere "
                       "end 5000 koersler - journalen skal arkiveres."
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO NUM-KOERSLER
               MOVE PJ-KOERSEL-ID TO KJ-KOERSEL-ID(NUM-KOERSLER)
               MOVE 0 TO KJ-POSTERINGER(NUM-KOERSLER)
               MOVE "N" TO KJ-AFSLUTTET-SW(NUM-KOERSLER)
               MOVE "N" TO KJ-RULLET-SW(NUM-KOERSLER)
               MOVE NUM-KOERSLER TO KOERSEL-MATCH-IX
           END-IF
           EVALUATE TRUE
               WHEN PJ-TYPE-POSTERING
                   ADD 1 TO KJ-POSTERINGER(KOERSEL-MATCH-IX)
                   IF NUM-BOGFOERT = 0
                       PERFORM GEM-BOGFOERT-PARTI
                   ELSE
                       IF BF-KOERSEL-IX(NUM-BOGFOERT)
                               NOT = KOERSEL-MATCH-IX
                           OR BF-KILDE(NUM-BOGFOERT) NOT = PJ-KILDE
                           OR BF-PARTI-ID(NUM-BOGFOERT)
                               NOT = PJ-PARTI-ID
                           PERFORM GEM-BOGFOERT-PARTI
                       END-IF
                   END-IF
               WHEN PJ-TYPE-AFSLUTTET
                   MOVE "J" TO KJ-AFSLUTTET-SW(KOERSEL-MATCH-IX)
               WHEN PJ-TYPE-TILBAGERULLET
                   MOVE "J" TO KJ-RULLET-SW(KOERSEL-MATCH-IX)
           END-EVALUATE.

       GEM-BOGFOERT-PARTI.
           IF NUM-BOGFOERT >= 20000
               DISPLAY "FEJL: Posteringsjournal.txt rummer flere "
                   "end 20000 partier - journalen skal arkiveres."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO NUM-BOGFOERT
           MOVE KOERSEL-MATCH-IX TO BF-KOERSEL-IX(NUM-BOGFOERT)
           MOVE PJ-KILDE TO BF-KILDE(NUM-BOGFOERT)
           MOVE PJ-PARTI-ID TO BF-PARTI-ID(NUM-BOGFOERT).

       FIND-KOERSEL.
           MOVE 0 TO KOERSEL-MATCH-IX
           PERFORM VARYING KOERSEL-IX FROM NUM-KOERSLER BY -1
                   UNTIL KOERSEL-IX < 1
               IF KJ-KOERSEL-ID(KOERSEL-IX) = SOEGE-KOERSEL-ID
                   MOVE KOERSEL-IX TO KOERSEL-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * En koersel med posteringer i journalen, men hverken
      * afslutning eller tilbagerulning, blev afbrudt midt i
      * bogfoeringen. Transaktioner.txt kan da baade vaere med og
      * uden dens posteringer, saa der bogfoeres intet, foer den er
      * rullet tilbage.
       CHECK-UAFSLUTTET-KOERSEL.
           PERFORM VARYING KOERSEL-IX FROM 1 BY 1
                   UNTIL KOERSEL-IX > NUM-KOERSLER
               IF KJ-POSTERINGER(KOERSEL-IX) > 0
                       AND KJ-AFSLUTTET-SW(KOERSEL-IX) = "N"
                       AND KJ-RULLET-SW(KOERSEL-IX) = "N"
                   DISPLAY "FEJL: koersel " KJ-KOERSEL-ID(KOERSEL-IX)
                       " i Posteringsjournal.txt blev ikke afsluttet"
                       " - rul den tilbage (funktion R i "
                       "OPG96-Parametre.txt) foer ny bogfoering."
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM.

       VENTENDE-ARR-FILL.
           MOVE 0 TO NUM-VENT
           MOVE 0 TO NUM-PARTIER
           OPEN INPUT FIL-VENTENDE
           IF VENTENDE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-VENTENDE
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       PERFORM GEM-VENTENDE-REKORD
               END-READ
           END-PERFORM
           CLOSE FIL-VENTENDE.

       GEM-VENTENDE-REKORD.
           PERFORM FIND-AABENT-PARTI
           IF TR-MARKER OF VENTENDE-TRAILER = "TRAILER"
               IF PARTI-MATCH-IX NOT = 0
                   IF TR-ANTAL OF VENTENDE-TRAILER
                           = PA-ANTAL(PARTI-MATCH-IX)
                       MOVE "A" TO PA-STATUS(PARTI-MATCH-IX)
                   ELSE
                       MOVE "F" TO PA-STATUS(PARTI-MATCH-IX)
                       MOVE "antal passer ikke med partiets trailer"
                         TO PA-AARSAG(PARTI-MATCH-IX)
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF PARTI-MATCH-IX = 0
               IF NUM-PARTIER >= 2000
                   DISPLAY "FEJL: flere end 2000 ventende partier i "
                       "Ventende-Posteringer.txt."
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO NUM-PARTIER
               MOVE VP-KILDE OF VENTENDE-REKORD
                 TO PA-KILDE(NUM-PARTIER)
               MOVE VP-PARTI-ID OF VENTENDE-REKORD
                 TO PA-PARTI-ID(NUM-PARTIER)
               MOVE 0 TO PA-ANTAL(NUM-PARTIER)
               MOVE "U" TO PA-STATUS(NUM-PARTIER)
               MOVE SPACES TO PA-AARSAG(NUM-PARTIER)
               MOVE NUM-PARTIER TO PARTI-MATCH-IX
           END-IF
           IF NUM-VENT >= 50000
               DISPLAY "FEJL: flere end 50000 ventende posteringer i "
                   "Ventende-Posteringer.txt."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO NUM-VENT
           MOVE VENTENDE-REKORD TO VENT-ARR(NUM-VENT)(1:286)
           MOVE PARTI-MATCH-IX TO VENT-PARTI-IX(NUM-VENT)
           MOVE "N" TO VENT-BRUGT-SW(NUM-VENT)
           ADD 1 TO PA-ANTAL(PARTI-MATCH-IX).

       FIND-AABENT-PARTI.
           MOVE 0 TO PARTI-MATCH-IX
           PERFORM VARYING PARTI-IX FROM NUM-PARTIER BY -1
                   UNTIL PARTI-IX < 1
               IF PA-AABEN(PARTI-IX)
                       AND PA-KILDE(PARTI-IX)
                           = VP-KILDE OF VENTENDE-REKORD
                       AND PA-PARTI-ID(PARTI-IX)
                           = VP-PARTI-ID OF VENTENDE-REKORD
                   MOVE PARTI-IX TO PARTI-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * Komplette partier kontrolleres mod journalen og valideres;
      * een ugyldig postering afviser hele partiet, saa et
      * delsystems posteringer enten bogfoeres samlet eller slet
      * ikke. Bilagsnumre tildeles derefter i filens raekkefoelge.
       VURDER-PARTIER.
           PERFORM VARYING PARTI-IX FROM 1 BY 1
                   UNTIL PARTI-IX > NUM-PARTIER
               IF PA-KLAR(PARTI-IX)
                   PERFORM CHECK-PARTI-BOGFOERT
               END-IF
               IF PA-KLAR(PARTI-IX)
                   PERFORM VALIDER-PARTI
               END-IF
               EVALUATE TRUE
                   WHEN PA-KLAR(PARTI-IX)
                       ADD 1 TO BOGFOER-PARTI-ANTAL
                   WHEN PA-AFVIST(PARTI-IX)
                       ADD 1 TO AFVIST-PARTI-ANTAL
                       ADD PA-ANTAL(PARTI-IX) TO AFVIST-POST-ANTAL
                   WHEN PA-DUBLET(PARTI-IX)
                       ADD 1 TO DUBLET-PARTI-ANTAL
                   WHEN OTHER
                       ADD 1 TO AABEN-PARTI-ANTAL
                       ADD PA-ANTAL(PARTI-IX) TO AABEN-POST-ANTAL
               END-EVALUATE
           END-PERFORM
           PERFORM VARYING VENT-IX FROM 1 BY 1 UNTIL VENT-IX > NUM-VENT
               MOVE VENT-PARTI-IX(VENT-IX) TO PARTI-IX
               IF PA-KLAR(PARTI-IX)
                   MOVE VENT-ARR(VENT-IX)(1:264) TO TRANS-VURDER
                   PERFORM TILDEL-BILAGSNR
                   MOVE TRANS-VURDER TO VENT-ARR(VENT-IX)(1:264)
                   ADD 1 TO BOGFOER-POST-ANTAL
               END-IF
           END-PERFORM.

       CHECK-PARTI-BOGFOERT.
           PERFORM VARYING BOGFOERT-IX FROM 1 BY 1
                   UNTIL BOGFOERT-IX > NUM-BOGFOERT
               IF BF-KILDE(BOGFOERT-IX) = PA-KILDE(PARTI-IX)
                       AND BF-PARTI-ID(BOGFOERT-IX)
                           = PA-PARTI-ID(PARTI-IX)
                   MOVE BF-KOERSEL-IX(BOGFOERT-IX) TO KOERSEL-IX
                   IF KJ-AFSLUTTET-SW(KOERSEL-IX) = "J"
                           AND KJ-RULLET-SW(KOERSEL-IX) = "N"
                       MOVE "D" TO PA-STATUS(PARTI-IX)
                       MOVE SPACES TO PA-AARSAG(PARTI-IX)
                       STRING "bogfoert i koersel "
                                               DELIMITED BY SIZE
                              KJ-KOERSEL-ID(KOERSEL-IX)
                                               DELIMITED BY SIZE
                           INTO PA-AARSAG(PARTI-IX)
                       END-STRING
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM.

       VALIDER-PARTI.
           PERFORM VARYING VENT-IX FROM 1 BY 1 UNTIL VENT-IX > NUM-VENT
               IF VENT-PARTI-IX(VENT-IX) = PARTI-IX
                   MOVE VENT-ARR(VENT-IX)(1:264) TO TRANS-VURDER
                   PERFORM VALIDER-POSTERING
                   IF AFVIS-AARSAG NOT = SPACES
                       MOVE "F" TO PA-STATUS(PARTI-IX)
                       MOVE SPACES TO PA-AARSAG(PARTI-IX)
                       STRING KONTO-ID OF TRANS-VURDER
                                               DELIMITED BY SIZE
                              " "              DELIMITED BY SIZE
                              AFVIS-AARSAG     DELIMITED BY SIZE
                           INTO PA-AARSAG(PARTI-IX)
                       END-STRING
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM.

       VALIDER-POSTERING.
           MOVE SPACES TO AFVIS-AARSAG
           PERFORM CHECK-TIDSPUNKT-FORMAT
           IF AFVIS-AARSAG = SPACES
                   AND BELØB OF TRANS-VURDER NOT NUMERIC
               MOVE "beloeb ikke numerisk" TO AFVIS-AARSAG
           END-IF
           IF AFVIS-AARSAG = SPACES
                   AND TRANS-TYPE OF TRANS-VURDER = SPACES
               MOVE "mangler transaktionstype" TO AFVIS-AARSAG
           END-IF
           IF AFVIS-AARSAG = SPACES
                   AND VALUTA OF TRANS-VURDER = SPACES
               MOVE "mangler valuta" TO AFVIS-AARSAG
           END-IF
           IF AFVIS-AARSAG = SPACES
               PERFORM LOOKUP-KONTO
               IF KONTO-MATCH-IX = 0
                   MOVE "ukendt konto-id" TO AFVIS-AARSAG
               END-IF
           END-IF.

       CHECK-TIDSPUNKT-FORMAT.
           IF TIDSPUNKT OF TRANS-VURDER (1:4) NOT NUMERIC
                   OR TIDSPUNKT OF TRANS-VURDER (5:1) NOT = "-"
                   OR TIDSPUNKT OF TRANS-VURDER (6:2) NOT NUMERIC
                   OR TIDSPUNKT OF TRANS-VURDER (8:1) NOT = "-"
                   OR TIDSPUNKT OF TRANS-VURDER (9:2) NOT NUMERIC
                   OR TIDSPUNKT OF TRANS-VURDER (12:2) NOT NUMERIC
                   OR TIDSPUNKT OF TRANS-VURDER (15:2) NOT NUMERIC
               MOVE "ugyldigt tidspunkt" TO AFVIS-AARSAG
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

       LOOKUP-KONTO.
           MOVE 0 TO KONTO-MATCH-IX
           IF KONTO-VIA-INDEX-SW = "Y"
               MOVE KONTO-ID OF TRANS-VURDER
                 TO KONTO-ID OF KONTO-IDX-REC
               READ FIL-KONTI-IDX
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE KONTO-IDX-REC TO KONTO-ARR(1)
                       MOVE 1 TO KONTO-MATCH-IX
               END-READ
           ELSE
               PERFORM VARYING KONTO-IX2 FROM 1 BY 1
                       UNTIL KONTO-IX2 > NUM-KONTI
                   IF KONTO-ID OF KONTO-ARR(KONTO-IX2)
                           = KONTO-ID OF TRANS-VURDER
                       MOVE KONTO-IX2 TO KONTO-MATCH-IX
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

       BILAGSNR-FILL.
           OPEN INPUT FIL-BILAGSNR
           IF BILAGSNR-STATUS = "00"
               READ FIL-BILAGSNR
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE BK-NAESTE-NR TO NAESTE-BILAGSNR
               END-READ
               CLOSE FIL-BILAGSNR
           END-IF.

       BILAGSNR-REWRITE.
           OPEN OUTPUT FIL-BILAGSNR
           MOVE NAESTE-BILAGSNR TO BK-NAESTE-NR
           WRITE BILAGSNR-REC
           CLOSE FIL-BILAGSNR.

      * Posteringer, der allerede baerer et bilagsnummer fra
      * delsystemet (fx OPG-90), beholder det.
       TILDEL-BILAGSNR.
           IF BILAGSNR OF TRANS-VURDER NOT NUMERIC
                   OR BILAGSNR OF TRANS-VURDER = ZEROS
               MOVE NAESTE-BILAGSNR TO BILAGSNR OF TRANS-VURDER
               ADD 1 TO NAESTE-BILAGSNR
               ADD 1 TO TILDELT-ANTAL
           END-IF
           IF BILAGSREF OF TRANS-VURDER NOT NUMERIC
               MOVE ZEROS TO BILAGSREF OF TRANS-VURDER
           END-IF.

      * Udtraekket streames til arbejdsfilen; ved kontoskifte
      * lagges de godkendte posteringer til den afsluttede gruppe
      * foerst, saa konto-grupperne forbliver sammenhaengende
      * (samme flet som OPG-30's forkontrol).
       FLET-TRANS.
           MOVE SPACES TO CURR-GRUPPE-KONTO
           MOVE 0 TO UD-ANTAL
           MOVE 0 TO LAEST-ANTAL
           OPEN INPUT FIL-TRANS
           MOVE "N" TO TRAILER-FOUND-SW
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-TRANS
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF TRANSAKTIONER-TRAILER
                               = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                           MOVE "Y" TO TRAILER-FOUND-SW
                           MOVE TR-ANTAL OF TRANSAKTIONER-TRAILER
                             TO TRAILER-ANTAL
                       ELSE
                           ADD 1 TO LAEST-ANTAL
                           IF KONTO-ID OF TRANSAKTIONER
                                   NOT = CURR-GRUPPE-KONTO
                               PERFORM APPEND-VENT-FOR-GRUPPE
                               MOVE KONTO-ID OF TRANSAKTIONER
                                 TO CURR-GRUPPE-KONTO
                           END-IF
                           WRITE TRANS-NY-REKORD FROM TRANSAKTIONER
                           ADD 1 TO UD-ANTAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-TRANS
           IF TRAILER-FOUND-SW = "N"
               DISPLAY "FEJL: Transaktioner.txt mangler "
                   "sluttaellerpost - intet bogfoert."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF LAEST-ANTAL NOT = TRAILER-ANTAL
               DISPLAY "FEJL: Transaktioner.txt - forventet "
                   TRAILER-ANTAL " poster, fandt " LAEST-ANTAL
                   " - intet bogfoert."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       APPEND-VENT-FOR-GRUPPE.
           IF CURR-GRUPPE-KONTO NOT = SPACES
               PERFORM VARYING VENT-IX FROM 1 BY 1
                       UNTIL VENT-IX > NUM-VENT
                   MOVE VENT-PARTI-IX(VENT-IX) TO PARTI-IX
                   IF PA-KLAR(PARTI-IX)
                           AND VENT-BRUGT-SW(VENT-IX) = "N"
                           AND KONTO-ID OF VENT-ARR(VENT-IX)
                               = CURR-GRUPPE-KONTO
                       WRITE TRANS-NY-REKORD
                           FROM VENT-ARR(VENT-IX)(1:264)
                       ADD 1 TO UD-ANTAL
                       MOVE "Y" TO VENT-BRUGT-SW(VENT-IX)
                   END-IF
               END-PERFORM
           END-IF.

      * Efter hovedstroemmen lagges posteringerne til den sidste
      * gruppe, og posteringer til konti uden gruppe i udtraekket
      * skrives som egne sammenhaengende grupper til sidst.
       AFSLUT-SIDSTE-GRUPPE.
           PERFORM APPEND-VENT-FOR-GRUPPE
           PERFORM VARYING VENT-IX FROM 1 BY 1 UNTIL VENT-IX > NUM-VENT
               MOVE VENT-PARTI-IX(VENT-IX) TO PARTI-IX
               IF PA-KLAR(PARTI-IX)
                       AND VENT-BRUGT-SW(VENT-IX) = "N"
                   MOVE KONTO-ID OF VENT-ARR(VENT-IX)
                     TO CURR-GRUPPE-KONTO
                   PERFORM VARYING VENT-IX2 FROM VENT-IX BY 1
                           UNTIL VENT-IX2 > NUM-VENT
                       MOVE VENT-PARTI-IX(VENT-IX2) TO PARTI-IX
                       IF PA-KLAR(PARTI-IX)
                               AND VENT-BRUGT-SW(VENT-IX2) = "N"
                               AND KONTO-ID OF VENT-ARR(VENT-IX2)
                                   = CURR-GRUPPE-KONTO
                           WRITE TRANS-NY-REKORD
                               FROM VENT-ARR(VENT-IX2)(1:264)
                           ADD 1 TO UD-ANTAL
                           MOVE "Y" TO VENT-BRUGT-SW(VENT-IX2)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       SKRIV-TRANS-NY-TRAILER.
           MOVE SPACES TO TRANS-NY-REKORD
           MOVE "TRAILER" TO TR-MARKER OF TRANS-NY-TRAILER
           MOVE UD-ANTAL TO TR-ANTAL OF TRANS-NY-TRAILER
           WRITE TRANS-NY-REKORD.

       TRANS-NY-PAA-PLADS.
           MOVE SPACES TO SYSTEM-KOMMANDO
           STRING
               "mv ../data/Transaktioner.txt.ny " DELIMITED BY SIZE
               "../data/Transaktioner.txt"        DELIMITED BY SIZE
           INTO SYSTEM-KOMMANDO
           CALL "SYSTEM" USING SYSTEM-KOMMANDO
      * Lykkes ombytningen ikke, stoppes foer K/R-posten, indekset og
      * koeen roeres - koerslen staar da som afbrudt i journalen, de
      * ventende partier ligger uroerte til naeste koersel, og en
      * tilbagerulning kan gentages.
           IF RETURN-CODE NOT = 0
               DISPLAY "FEJL: Transaktioner.txt.ny kunne ikke laegges "
                   "paa plads som Transaktioner.txt - koersel afbrudt."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Journalen skrives i to trin: foerst hver postering (P), saa
      * - efter at Transaktioner.txt er lagt paa plads - en
      * afslutning (K). En koersel uden K er afbrudt undervejs.
       JOURNAL-AABN.
           OPEN EXTEND FIL-JOURNAL
           IF JOURNAL-STATUS = "35"
               OPEN OUTPUT FIL-JOURNAL
           END-IF.

       JOURNAL-SKRIV-POSTERINGER.
           PERFORM JOURNAL-AABN
           PERFORM VARYING VENT-IX FROM 1 BY 1 UNTIL VENT-IX > NUM-VENT
               MOVE VENT-PARTI-IX(VENT-IX) TO PARTI-IX
               IF PA-KLAR(PARTI-IX)
                   MOVE SPACES TO JOURNAL-REKORD
                   MOVE KOERSEL-ID TO PJ-KOERSEL-ID
                   MOVE "P" TO PJ-TYPE
                   MOVE PA-KILDE(PARTI-IX) TO PJ-KILDE
                   MOVE PA-PARTI-ID(PARTI-IX) TO PJ-PARTI-ID
                   MOVE RUN-DATE TO PJ-BOGF-DATO
                   MOVE 1 TO PJ-ANTAL
                   MOVE VENT-ARR(VENT-IX)(1:264) TO PJ-POSTERING
                   WRITE JOURNAL-REKORD
               END-IF
           END-PERFORM
           CLOSE FIL-JOURNAL.

       JOURNAL-SKRIV-AFSLUTTET.
           PERFORM JOURNAL-AABN
           MOVE SPACES TO JOURNAL-REKORD
           MOVE KOERSEL-ID TO PJ-KOERSEL-ID
           MOVE "K" TO PJ-TYPE
           MOVE "OPG-96" TO PJ-KILDE
           MOVE RUN-DATE TO PJ-BOGF-DATO
           MOVE BOGFOER-POST-ANTAL TO PJ-ANTAL
           WRITE JOURNAL-REKORD
           CLOSE FIL-JOURNAL.

       INDEKS-AJOURFOER.
           OPEN I-O FIL-TRANS-IDX
           IF TRANS-IDX-STATUS = "00"
               PERFORM VARYING VENT-IX FROM 1 BY 1
                       UNTIL VENT-IX > NUM-VENT
                   MOVE VENT-PARTI-IX(VENT-IX) TO PARTI-IX
                   IF PA-KLAR(PARTI-IX)
                       MOVE SPACES TO TRANS-IDX-REC
                       MOVE VENT-ARR(VENT-IX)(1:264)
                         TO TRANS-IDX-REC(1:264)
                       PERFORM SKRIV-INDEKS-POST
                   END-IF
               END-PERFORM
               CLOSE FIL-TRANS-IDX
           END-IF.

      * Samme loebenummerregel som OPG-97: har kontoen allerede en
      * postering med samme tidspunkt, bruges det foerste ledige.
       SKRIV-INDEKS-POST.
           MOVE KONTO-ID OF TRANS-IDX-REC TO TI-KONTO-ID
           MOVE TIDSPUNKT OF TRANS-IDX-REC TO TI-TIDSPUNKT
           MOVE 0 TO TI-LOEBENR
           MOVE "N" TO SKREVET-SW
           PERFORM UNTIL SKREVET-SW = "Y"
               WRITE TRANS-IDX-REC
                   INVALID KEY
                       IF TI-LOEBENR < 9999
                           ADD 1 TO TI-LOEBENR
                       ELSE
                           MOVE "Y" TO SKREVET-SW
                       END-IF
                   NOT INVALID KEY
                       MOVE "Y" TO SKREVET-SW
               END-WRITE
           END-PERFORM.

      * Afviste partier flyttes med deres trailer til
      * Ventende-Afvist.txt; efter rettelse kan de laegges tilbage i
      * Ventende-Posteringer.txt uaendret.
       VENT-AFVIST-SKRIV.
           IF AFVIST-PARTI-ANTAL = 0
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND FIL-VENT-AFVIST
           IF VENT-AFVIST-STATUS = "35"
               OPEN OUTPUT FIL-VENT-AFVIST
           END-IF
           PERFORM VARYING PARTI-IX FROM 1 BY 1
                   UNTIL PARTI-IX > NUM-PARTIER
               IF PA-AFVIST(PARTI-IX)
                   PERFORM VARYING VENT-IX FROM 1 BY 1
                           UNTIL VENT-IX > NUM-VENT
                       IF VENT-PARTI-IX(VENT-IX) = PARTI-IX
                           WRITE VENT-AFVIST-REKORD
                               FROM VENT-ARR(VENT-IX)(1:286)
                       END-IF
                   END-PERFORM
                   MOVE SPACES TO VENT-AFVIST-REKORD
                   MOVE "TRAILER" TO TR-MARKER OF VENT-AFVIST-TRAILER
                   MOVE PA-ANTAL(PARTI-IX)
                     TO TR-ANTAL OF VENT-AFVIST-TRAILER
                   MOVE PA-KILDE(PARTI-IX)
                     TO VP-KILDE OF VENT-AFVIST-REKORD
                   MOVE PA-PARTI-ID(PARTI-IX)
                     TO VP-PARTI-ID OF VENT-AFVIST-REKORD
                   WRITE VENT-AFVIST-REKORD
               END-IF
           END-PERFORM
           CLOSE FIL-VENT-AFVIST.

      * Koefilen skrives om med kun de ufuldstaendige partier, som
      * venter paa deres trailer.
       VENTENDE-REWRITE.
           OPEN OUTPUT FIL-VENTENDE
           PERFORM VARYING VENT-IX FROM 1 BY 1 UNTIL VENT-IX > NUM-VENT
               MOVE VENT-PARTI-IX(VENT-IX) TO PARTI-IX
               IF PA-AABEN(PARTI-IX)
                   WRITE VENTENDE-REKORD FROM VENT-ARR(VENT-IX)(1:286)
               END-IF
           END-PERFORM
           CLOSE FIL-VENTENDE.

       RAPPORT-PARTIER.
           MOVE SPACES TO RAPPORT-TEXT
           STRING "Posteringsmotor koersel " DELIMITED BY SIZE
                  KOERSEL-ID                 DELIMITED BY SIZE
                  " bogfoeringsdato "        DELIMITED BY SIZE
                  RUN-DATE                   DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REC
           PERFORM VARYING PARTI-IX FROM 1 BY 1
                   UNTIL PARTI-IX > NUM-PARTIER
               EVALUATE TRUE
                   WHEN PA-KLAR(PARTI-IX)
                       MOVE "BOGFOERT"       TO STATUS-TEKST
                   WHEN PA-AFVIST(PARTI-IX)
                       MOVE "AFVIST"         TO STATUS-TEKST
                   WHEN PA-DUBLET(PARTI-IX)
                       MOVE "DUBLET"         TO STATUS-TEKST
                   WHEN OTHER
                       MOVE "VENTER"         TO STATUS-TEKST
               END-EVALUATE
               MOVE SPACES TO RAPPORT-TEXT
               STRING PA-KILDE(PARTI-IX)     DELIMITED BY SIZE
                      " "                    DELIMITED BY SIZE
                      PA-PARTI-ID(PARTI-IX)  DELIMITED BY SIZE
                      " "                    DELIMITED BY SIZE
                      PA-ANTAL(PARTI-IX)     DELIMITED BY SIZE
                      " "                    DELIMITED BY SIZE
                      STATUS-TEKST           DELIMITED BY SIZE
                      PA-AARSAG(PARTI-IX)    DELIMITED BY SIZE
                   INTO RAPPORT-TEXT
               END-STRING
               WRITE RAPPORT-REC
           END-PERFORM
           MOVE SPACES TO RAPPORT-TEXT
           STRING "Bogfoert "                DELIMITED BY SIZE
                  BOGFOER-POST-ANTAL         DELIMITED BY SIZE
                  " posteringer, bilagsnumre tildelt "
                                             DELIMITED BY SIZE
                  TILDELT-ANTAL              DELIMITED BY SIZE
                  ", Transaktioner.txt nu "  DELIMITED BY SIZE
                  UD-ANTAL                   DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REC.

      * Tilbagerulning af en koersel fra journalen. Koerslens
      * posteringer fjernes fra Transaktioner.txt i een gennemgang
      * via arbejdsfilen, og journalen faar en R-post, saa partierne
      * ikke laengere regnes for bogfoert.
       TILBAGERUL-KOERSEL.
           MOVE PARM-KOERSEL-ID OF PARM-REC TO SOEGE-KOERSEL-ID
           IF SOEGE-KOERSEL-ID = SPACES
               DISPLAY "FEJL: OPG96-Parametre.txt angiver ingen "
                   "koersel at rulle tilbage."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM FIND-KOERSEL
           IF KOERSEL-MATCH-IX = 0
               DISPLAY "FEJL: koersel " SOEGE-KOERSEL-ID
                   " findes ikke i Posteringsjournal.txt."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF KJ-RULLET-SW(KOERSEL-MATCH-IX) = "J"
               DISPLAY "FEJL: koersel " SOEGE-KOERSEL-ID
                   " er allerede rullet tilbage."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM RUL-ARR-FILL
           MOVE 0 TO FJERNET-ANTAL
           MOVE 0 TO UD-ANTAL
           MOVE 0 TO LAEST-ANTAL
           OPEN OUTPUT FIL-TRANS-NY
           OPEN INPUT FIL-TRANS
           MOVE "N" TO TRAILER-FOUND-SW
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-TRANS INTO TRANS-VURDER
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF TRANSAKTIONER-TRAILER
                               = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                           MOVE "Y" TO TRAILER-FOUND-SW
                           MOVE TR-ANTAL OF TRANSAKTIONER-TRAILER
                             TO TRAILER-ANTAL
                       ELSE
                           ADD 1 TO LAEST-ANTAL
                           PERFORM FIND-RUL-POSTERING
                           IF RUL-MATCH-SW = "Y"
                               ADD 1 TO FJERNET-ANTAL
                           ELSE
                               WRITE TRANS-NY-REKORD FROM TRANS-VURDER
                               ADD 1 TO UD-ANTAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-TRANS
           IF TRAILER-FOUND-SW = "N"
                   OR LAEST-ANTAL NOT = TRAILER-ANTAL
               CLOSE FIL-TRANS-NY
               DISPLAY "FEJL: Transaktioner.txt - forventet "
                   TRAILER-ANTAL " poster, fandt " LAEST-ANTAL
                   " - intet rullet tilbage."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM SKRIV-TRANS-NY-TRAILER
           CLOSE FIL-TRANS-NY
           PERFORM TRANS-NY-PAA-PLADS
      * Indekset genopbygges efter tilbagerulningen, saa de fjernede
      * posteringer ikke laengere kan slaas op.
           MOVE "./opgave97" TO SYSTEM-KOMMANDO
           CALL "SYSTEM" USING SYSTEM-KOMMANDO
           PERFORM JOURNAL-AABN
           MOVE SPACES TO JOURNAL-REKORD
           MOVE SOEGE-KOERSEL-ID TO PJ-KOERSEL-ID
           MOVE "R" TO PJ-TYPE
           MOVE "OPG-96" TO PJ-KILDE
           MOVE RUN-DATE TO PJ-BOGF-DATO
           MOVE FJERNET-ANTAL TO PJ-ANTAL
           WRITE JOURNAL-REKORD
           CLOSE FIL-JOURNAL
           PERFORM PARM-NULSTIL
           COMPUTE IKKE-FUNDET-ANTAL = NUM-RUL - FJERNET-ANTAL
           MOVE SPACES TO RAPPORT-TEXT
           STRING "Koersel "                 DELIMITED BY SIZE
                  SOEGE-KOERSEL-ID           DELIMITED BY SIZE
                  " rullet tilbage: "        DELIMITED BY SIZE
                  FJERNET-ANTAL              DELIMITED BY SIZE
                  " fjernet, "               DELIMITED BY SIZE
                  IKKE-FUNDET-ANTAL          DELIMITED BY SIZE
                  " ikke fundet i Transaktioner.txt"
                                             DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-STRING
           WRITE RAPPORT-REC
           DISPLAY "Koersel " SOEGE-KOERSEL-ID " rullet tilbage - "
               FJERNET-ANTAL " posteringer fjernet, "
               IKKE-FUNDET-ANTAL " ikke fundet.".

       RUL-ARR-FILL.
           MOVE 0 TO NUM-RUL
           OPEN INPUT FIL-JOURNAL
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-JOURNAL
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF PJ-KOERSEL-ID = SOEGE-KOERSEL-ID
                               AND PJ-TYPE-POSTERING
                           IF NUM-RUL >= 50000
                               DISPLAY "FEJL: koerslen har flere end "
                                   "50000 posteringer."
                               MOVE 1 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO NUM-RUL
                           MOVE PJ-POSTERING TO RUL-ARR(NUM-RUL)(1:264)
                           MOVE "N" TO RUL-FUNDET-SW(NUM-RUL)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-JOURNAL.

       FIND-RUL-POSTERING.
           MOVE "N" TO RUL-MATCH-SW
           PERFORM VARYING RUL-IX FROM 1 BY 1 UNTIL RUL-IX > NUM-RUL
               IF RUL-FUNDET-SW(RUL-IX) = "N"
                       AND KONTO-ID OF RUL-ARR(RUL-IX)
                           = KONTO-ID OF TRANS-VURDER
                       AND BILAGSNR OF RUL-ARR(RUL-IX)
                           = BILAGSNR OF TRANS-VURDER
                       AND TRANS-TYPE OF RUL-ARR(RUL-IX)
                           = TRANS-TYPE OF TRANS-VURDER
                       AND BELØB OF RUL-ARR(RUL-IX)
                           = BELØB OF TRANS-VURDER
                   MOVE "Y" TO RUL-FUNDET-SW(RUL-IX)
                   MOVE "Y" TO RUL-MATCH-SW
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * Autorisationskontrol for tilbagerulning: findes
      * Operatoer-Autorisation.txt, skal operatoren have en raekke
      * for programmet (eller ALLE) med tilladelse J - ellers logges
      * afvisningen i koerselsloggen, og programmet slutter uden at
      * roere data. Uden autorisationsfil koerer alle som hidtil.
       CHECK-AUTORISATION.
           ACCEPT AUTOR-OPERATOR FROM ENVIRONMENT "USER"
           MOVE "N" TO AUTOR-FUNDET-SW
           OPEN INPUT FIL-AUTOR
           IF AUTOR-FIL-STATUS = "00"
               MOVE "N" TO AUTOR-EOF-SW
               PERFORM UNTIL AUTOR-EOF-SW = "J"
                   READ FIL-AUTOR
                       AT END
                           MOVE "J" TO AUTOR-EOF-SW
                       NOT AT END
                           IF AU-OPERATOR = AUTOR-OPERATOR
                               AND (AU-PROGRAM = "OPG-96"
                                   OR AU-PROGRAM = "ALLE")
                               IF AU-TILLADT
                                   MOVE "J" TO AUTOR-FUNDET-SW
                               END-IF
                               MOVE "J" TO AUTOR-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIL-AUTOR
               IF AUTOR-FUNDET-SW = "N"
                   PERFORM LOG-AUTORISATION-AFVIST
                   DISPLAY "Adgang afvist: operator " AUTOR-OPERATOR
                       " er ikke autoriseret til OPG-96."
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       LOG-AUTORISATION-AFVIST.
           ACCEPT AUTOR-DATE FROM DATE YYYYMMDD
           ACCEPT AUTOR-TIME FROM TIME
           OPEN EXTEND FIL-RUN-LOG
           IF RUN-LOG-STATUS = "35"
               OPEN OUTPUT FIL-RUN-LOG
           END-IF
           MOVE SPACES TO RUN-LOG-TEXT
           STRING "Program: OPG-96"       DELIMITED BY SIZE
                  " ADGANG AFVIST - operator: "
                                           DELIMITED BY SIZE
                  AUTOR-OPERATOR           DELIMITED BY SIZE
                  " dato: "                DELIMITED BY SIZE
                  AUTOR-DATE               DELIMITED BY SIZE
                  " kl: "                  DELIMITED BY SIZE
                  AUTOR-TIME               DELIMITED BY SIZE
               INTO RUN-LOG-TEXT
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
