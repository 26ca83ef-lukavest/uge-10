       FILE-CONTROL.
           SELECT FIL-TRANS ASSIGN TO "../data/Transaktioner.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-VENTENDE
               ASSIGN TO "../data/Ventende-Posteringer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VENTENDE-STATUS.
           SELECT FIL-KONTI ASSIGN TO "../data/KontoOpl.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-KONTI-IDX
           SELECT FIL-PRODUKT ASSIGN TO "../data/Produktkatalog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRODUKT-FIL-STATUS.
           SELECT FIL-PARM ASSIGN TO "../data/OPG17-Parametre.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-STATUS.
           SELECT FIL-SIMULERING
               ASSIGN TO "../data/Simulering-OPG17.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-BOGFDATO ASSIGN TO "../data/Bogfoeringsdato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOGFDATO-STATUS.

       DATA DIVISION.

       01 TRANSAKTIONER-TRAILER REDEFINES TRANSAKTIONER.
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

       FD FIL-KONTI.
       01 KONTO-REKORD.
       01 PRODUKT-REKORD.
           COPY "../copybooks/PRODUKT.cpy".

       FD FIL-PARM.
       01 PARM-FILE-REC.
           COPY "../copybooks/OPG17-PARAMETRE.cpy".

       FD FIL-SIMULERING.
       01 SIMULERING-REKORD.
           COPY "../copybooks/SIMULERING.cpy".

       FD FIL-BOGFDATO.
       01 BOGFDATO-FIL-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".

       WORKING-STORAGE SECTION.
      * Transaktionsgebyrerne pr. TRANS-TYPE (kode, fast sats,
      * valutatillaeg Y/N) ligger i GEBYRSATSER.cpy, saa OPG-158's
      * prissimulering regner med samme takster.
       01 GEBYR-SATS-TABLE.
           COPY "../copybooks/GEBYRSATSER.cpy".
       01 GEBYR-ARR REDEFINES GEBYR-SATS-TABLE.
           02 GEBYR-ENTRY OCCURS 9 TIMES.
               03 GB-KODE       PIC X(10).
               03 GB-FLAT-SATS  PIC S9(10)V99.
               03 GB-VALUTA-SW  PIC X(01).
           COPY "../copybooks/TRANSAKTIONER.cpy".
       01 TRANS-IX        PIC 9(05) VALUE 0.

      * Gebyrposteringerne samles her - hoejst een pr. raekke i
      * TRANS-ARR - og stilles i koe til posteringsmotoren (OPG-96),
      * der fletter dem ind i kontoens gruppe i Transaktioner.txt.
       01 NUM-GEN       PIC 9(05) VALUE 0.
       01 GEN-ARR OCCURS 0 TO 10000 TIMES DEPENDING ON NUM-GEN.
           COPY "../copybooks/TRANSAKTIONER.cpy".
       01 GEN-IX          PIC 9(05) VALUE 0.
       01 VENTENDE-STATUS PIC XX VALUE "00".
       01 VENT-PARTI-ID.
           02 VENT-PARTI-DATO PIC 9(08) VALUE ZEROS.
           02 VENT-PARTI-TID  PIC 9(08) VALUE ZEROS.

       01 GEBYR-POSTING.
           COPY "../copybooks/TRANSAKTIONER.cpy".
       01 FULDT-GEBYR     PIC S9(10)V99 VALUE ZEROS.
       01 NEDSLAG-BELOEB  PIC S9(10)V99 VALUE ZEROS.
       01 PRETTY-NUMERIC  PIC -ZZZ,ZZZ,ZZ9.99.
       01 PARM-STATUS     PIC XX VALUE "00".
       01 PARM-REC.
           COPY "../copybooks/OPG17-PARAMETRE.cpy".

      * Simulering (PARM-SIMULERING-SW, eller SIMULERING=J fra
      * jobplanen): de posteringer, koerslen ville stille i koe,
      * skrives til Simulering-OPG17.txt sammen med en
      * opsummering pr. TRANS-TYPE og KONTO-TYPE. Hverken
      * Ventende-Posteringer.txt eller Gebyr-Fritagelser.txt
      * roeres, saa OPG-96 har intet at bogfoere.
       01 SIMULERING-MILJOE PIC X(01) VALUE SPACE.

      * Gebyrkoerslen er et FM-trin i jobplanen og opkraever gebyr for
      * forrige kalendermaaned regnet fra bogfoeringsdatoen; den
      * levende fil rummer et aars posteringer. En postering, der
      * allerede har et gebyr med sit bilagsnummer som reference - i
      * Transaktioner.txt eller endnu ventende i koeen - springes
      * over, saa en genkoersel ikke opkraever to gange.
       01 RUN-DATE         PIC 9(08) VALUE ZEROS.
       01 BOGFDATO-STATUS  PIC XX VALUE "00".
       01 BOGFDATO-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".
       01 GEBYR-MAANED.
           02 GM-AAR          PIC 9(04) VALUE ZEROS.
           02 FILLER          PIC X(01) VALUE "-".
           02 GM-MAANED       PIC 9(02) VALUE ZEROS.
       01 NUM-OPKRAEVET   PIC 9(05) VALUE 0.
       01 OPKRAEVET-ARR OCCURS 0 TO 20000 TIMES
               DEPENDING ON NUM-OPKRAEVET.
           02 OK-BILAGSREF    PIC 9(10).
       01 OPKRAEVET-IX    PIC 9(05) VALUE 0.
       01 OPKRAEVET-SW    PIC X(01) VALUE "N".
       01 GEBYR-ANTAL-TIDLIGERE PIC 9(05) VALUE 0.

       01 SIM-POSTERING-AKT.
           COPY "../copybooks/TRANSAKTIONER.cpy".
       01 SIM-KONTO-TYPE-AKT PIC X(10) VALUE SPACES.
       01 SIM-POSTERING-ANTAL PIC 9(06) VALUE 0.
       01 NUM-SIMSUM      PIC 9(03) VALUE 0.
       01 SIMSUM-ARR OCCURS 0 TO 200 TIMES DEPENDING ON NUM-SIMSUM.
           02 SS-TRANS-TYPE PIC X(20).
           02 SS-KONTO-TYPE PIC X(10).
           02 SS-ANTAL      PIC 9(06).
           02 SS-BELOEB     PIC S9(12)V99.
       01 SIMSUM-IX       PIC 9(03) VALUE 0.
       01 SIMSUM-MATCH-IX PIC 9(03) VALUE 0.
       01 SIM-BELOEB-VIS  PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
           PERFORM PARM-FILL
           PERFORM GEBYR-MAANED-FILL
           PERFORM TRANS-ARR-FILL
           PERFORM OPKRAEVET-FILL
           OPEN INPUT FIL-KONTI-IDX
           IF KONTI-IDX-STATUS = "00"
               MOVE "Y" TO KONTO-VIA-INDEX-SW
           PERFORM AFTALE-ARR-FILL
           PERFORM PRODUKT-ARR-FILL
           PERFORM VURDER-GEBYRER
           IF PARM-SIMULERING-JA OF PARM-REC
               PERFORM SIMULERING-SKRIV
           ELSE
               PERFORM VENTENDE-SKRIV
               PERFORM SKRIV-FRITAGELSER
           END-IF
           IF KONTO-VIA-INDEX-SW = "Y"
               CLOSE FIL-KONTI-IDX
           END-IF
           DISPLAY "Gebyrberegning for " GEBYR-MAANED " gennemfoert - "
               GEBYR-ANTAL-POSTERET " gebyrer opkraevet, "
               GEBYR-ANTAL-TIDLIGERE " opkraevet tidligere."
           STOP RUN.

       KONTO-ARR-FILL.
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

           IF TRAILER-FOUND-SW = "N"
               DISPLAY "FEJL: Transaktioner.txt mangler "
                   "sluttaellerpost"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NUM-TRANS NOT = TRAILER-ANTAL
               DISPLAY "FEJL: Transaktioner.txt - forventet "
                   TRAILER-ANTAL " poster, fandt " NUM-TRANS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOOKUP-GEBYR-SATS.
           MOVE "N" TO GEBYR-MATCH-SW
           PERFORM VARYING GEBYR-IX FROM 1 BY 1 UNTIL GEBYR-IX > 9
               IF TRANS-TYPE OF TRANS-ARR(TRANS-IX) = GB-KODE(GEBYR-IX)
                   MOVE "Y" TO GEBYR-MATCH-SW
                   EXIT PERFORM
       BUILD-GEBYR-POSTING.
           MOVE TRANS-ARR(TRANS-IX) TO GEBYR-POSTING
      * Gebyret baerer den udloesende posterings bilagsnummer som
      * reference; sit eget nummer faar det i posteringsmotoren.
           MOVE BILAGSNR OF TRANS-ARR(TRANS-IX)
             TO BILAGSREF OF GEBYR-POSTING
           MOVE ZEROS TO BILAGSNR OF GEBYR-POSTING
           MOVE "DKK " TO VALUTA OF GEBYR-POSTING
           MOVE "GEBYR" TO TRANS-TYPE OF GEBYR-POSTING
           MOVE "BANKEN" TO BUTIK OF GEBYR-POSTING
           ADD 1 TO NUM-GEN
           MOVE GEBYR-POSTING TO GEN-ARR(NUM-GEN)
           ADD 1 TO GEBYR-ANTAL-POSTERET.

      * Reversede par holdes ude af gebyrberegningen: hverken en
      * storno eller den postering, den tilbagefoerer, udloeser
      * gebyr.
           END-IF.

       VURDER-GEBYRER.
           MOVE 0 TO NUM-GEN
           PERFORM VARYING TRANS-IX FROM 1 BY 1
                   UNTIL TRANS-IX > NUM-TRANS
               IF TIDSPUNKT OF TRANS-ARR(TRANS-IX) (1:7) = GEBYR-MAANED
                   PERFORM CHECK-STORNERET
                   PERFORM CHECK-GEBYR-FRITAGET
                   PERFORM CHECK-GEBYR-OPKRAEVET
                   IF TRANS-TYPE OF TRANS-ARR(TRANS-IX) NOT = "STORNO"
                           AND STORNERET-SW = "N"
                           AND GEBYR-FRITAGET-SW = "N"
                           AND OPKRAEVET-SW = "N"
                       PERFORM BEREGN-GEBYR-FOR-TRANS
                       IF GEBYR-BELOEB NOT = ZEROS
                           PERFORM BUILD-GEBYR-POSTING
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-GEBYR-OPKRAEVET.
           MOVE "N" TO OPKRAEVET-SW
           IF BILAGSNR OF TRANS-ARR(TRANS-IX) NUMERIC
                   AND BILAGSNR OF TRANS-ARR(TRANS-IX) NOT = ZEROS
               PERFORM VARYING OPKRAEVET-IX FROM 1 BY 1
                       UNTIL OPKRAEVET-IX > NUM-OPKRAEVET
                   IF OK-BILAGSREF(OPKRAEVET-IX)
                           = BILAGSNR OF TRANS-ARR(TRANS-IX)
                       MOVE "Y" TO OPKRAEVET-SW
                       ADD 1 TO GEBYR-ANTAL-TIDLIGERE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

      * Gebyrer fra en tidligere koersel: OPG-17's GEBYR-posteringer
      * (BUTIK "BANKEN") i den levende fil og i koeen.
       OPKRAEVET-FILL.
           MOVE 0 TO NUM-OPKRAEVET
           PERFORM VARYING TRANS-IX FROM 1 BY 1
                   UNTIL TRANS-IX > NUM-TRANS
               IF TRANS-TYPE OF TRANS-ARR(TRANS-IX) = "GEBYR"
                       AND BUTIK OF TRANS-ARR(TRANS-IX) = "BANKEN"
                       AND BILAGSREF OF TRANS-ARR(TRANS-IX) NUMERIC
                       AND BILAGSREF OF TRANS-ARR(TRANS-IX) NOT = ZEROS
                   ADD 1 TO NUM-OPKRAEVET
                   MOVE BILAGSREF OF TRANS-ARR(TRANS-IX)
                     TO OK-BILAGSREF(NUM-OPKRAEVET)
               END-IF
           END-PERFORM
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
                       IF VP-KILDE OF VENTENDE-REKORD = "OPG-17"
                               AND TRANS-TYPE OF VENTENDE-REKORD
                                   = "GEBYR"
                               AND BILAGSREF OF VENTENDE-REKORD
                                   NUMERIC
                               AND NUM-OPKRAEVET < 20000
                           ADD 1 TO NUM-OPKRAEVET
                           MOVE BILAGSREF OF VENTENDE-REKORD
                             TO OK-BILAGSREF(NUM-OPKRAEVET)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-VENTENDE.

      * Gebyrmaaneden er maaneden foer bogfoeringsdatoens maaned.
       GEBYR-MAANED-FILL.
           PERFORM BOGFOERINGSDATO-FILL
           MOVE BD-DATO OF BOGFDATO-REC TO RUN-DATE
           MOVE RUN-DATE(1:4) TO GM-AAR
           MOVE RUN-DATE(5:2) TO GM-MAANED
           IF GM-MAANED = 1
               SUBTRACT 1 FROM GM-AAR
               MOVE 12 TO GM-MAANED
           ELSE
               SUBTRACT 1 FROM GM-MAANED
           END-IF.

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

      * Posteringerne stilles i koe i Ventende-Posteringer.txt som
      * eet parti med egen trailer; OPG-96 validerer, tildeler
      * bilagsnumre og fletter dem ind i Transaktioner.txt samlet.
       VENTENDE-SKRIV.
           IF NUM-GEN = 0
               EXIT PARAGRAPH
           END-IF
           ACCEPT VENT-PARTI-DATO FROM DATE YYYYMMDD
           ACCEPT VENT-PARTI-TID FROM TIME
           OPEN EXTEND FIL-VENTENDE
           IF VENTENDE-STATUS = "35"
               OPEN OUTPUT FIL-VENTENDE
           END-IF
           PERFORM VARYING GEN-IX FROM 1 BY 1 UNTIL GEN-IX > NUM-GEN
               MOVE SPACES TO VENTENDE-REKORD
               MOVE GEN-ARR(GEN-IX)(1:264) TO VENTENDE-REKORD(1:264)
               MOVE "OPG-17" TO VP-KILDE OF VENTENDE-REKORD
               MOVE VENT-PARTI-ID TO VP-PARTI-ID OF VENTENDE-REKORD
               WRITE VENTENDE-REKORD
           END-PERFORM
           MOVE SPACES TO VENTENDE-REKORD
           MOVE "TRAILER" TO TR-MARKER OF VENTENDE-TRAILER
           MOVE NUM-GEN TO TR-ANTAL OF VENTENDE-TRAILER
           MOVE "OPG-17" TO VP-KILDE OF VENTENDE-REKORD
           MOVE VENT-PARTI-ID TO VP-PARTI-ID OF VENTENDE-REKORD
           WRITE VENTENDE-REKORD
           CLOSE FIL-VENTENDE.

      * Simuleringskontakten kan ogsaa saettes fra jobplanen, som
      * koerer programmet med SIMULERING=J i miljoeet.
       PARM-FILL.
           OPEN INPUT FIL-PARM
           IF PARM-STATUS = "00"
               READ FIL-PARM INTO PARM-REC
                   AT END
                       CONTINUE
               END-READ
               CLOSE FIL-PARM
           END-IF
           PERFORM SIMULERING-MILJOE-CHECK.

       SIMULERING-MILJOE-CHECK.
           ACCEPT SIMULERING-MILJOE FROM ENVIRONMENT "SIMULERING"
           IF SIMULERING-MILJOE = "J"
               MOVE "J" TO PARM-SIMULERING-SW OF PARM-REC
           END-IF
           IF PARM-SIMULERING-JA OF PARM-REC
               DISPLAY "SIMULERING: posteringerne skrives til "
                   "Simulering-OPG17.txt - intet bogfoeres."
           END-IF.

      * Simuleringens modstykke til VENTENDE-SKRIV: GEN-ARR skrives
      * til simuleringsfilen med hver kontos kontotype.
       SIMULERING-SKRIV.
           OPEN OUTPUT FIL-SIMULERING
           PERFORM VARYING GEN-IX FROM 1 BY 1 UNTIL GEN-IX > NUM-GEN
               MOVE GEN-ARR(GEN-IX)(1:264) TO SIM-POSTERING-AKT
               MOVE KONTO-ID OF GEN-ARR(GEN-IX) TO SOEGE-KONTO
               PERFORM LOOKUP-KONTO
               PERFORM SIM-KONTO-TYPE-SAET
               PERFORM SIMULERING-POSTERING
           END-PERFORM
           PERFORM SIMULERING-AFSLUT.

       SIM-KONTO-TYPE-SAET.
           IF KONTO-MATCH-IX > 0
               MOVE KONTO-TYPE OF KONTO-ARR(KONTO-MATCH-IX)
                 TO SIM-KONTO-TYPE-AKT
           ELSE
               MOVE "UKENDT" TO SIM-KONTO-TYPE-AKT
           END-IF.

      * Skriver een simuleret postering (SIM-POSTERING-AKT med
      * kontotypen i SIM-KONTO-TYPE-AKT) og opsummerer den pr.
      * TRANS-TYPE og KONTO-TYPE.
       SIMULERING-POSTERING.
           MOVE SPACES TO SIMULERING-REKORD
           MOVE "P" TO SIM-LINJETYPE
           MOVE "OPG-17" TO SIM-KILDE
           MOVE SIM-KONTO-TYPE-AKT TO SIM-KONTO-TYPE
           MOVE SIM-POSTERING-AKT TO SIM-DATA
           WRITE SIMULERING-REKORD
           ADD 1 TO SIM-POSTERING-ANTAL
           MOVE 0 TO SIMSUM-MATCH-IX
           PERFORM VARYING SIMSUM-IX FROM 1 BY 1
                   UNTIL SIMSUM-IX > NUM-SIMSUM
               IF SS-TRANS-TYPE(SIMSUM-IX)
                       = TRANS-TYPE OF SIM-POSTERING-AKT
                   AND SS-KONTO-TYPE(SIMSUM-IX) = SIM-KONTO-TYPE-AKT
                   MOVE SIMSUM-IX TO SIMSUM-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF SIMSUM-MATCH-IX = 0
               IF NUM-SIMSUM >= 200
                   DISPLAY "FEJL: flere opsummeringslinjer end "
                       "SIMSUM-ARR's graense paa 200."
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO NUM-SIMSUM
               MOVE NUM-SIMSUM TO SIMSUM-MATCH-IX
               MOVE TRANS-TYPE OF SIM-POSTERING-AKT
                 TO SS-TRANS-TYPE(SIMSUM-MATCH-IX)
               MOVE SIM-KONTO-TYPE-AKT TO SS-KONTO-TYPE(SIMSUM-MATCH-IX)
               MOVE 0 TO SS-ANTAL(SIMSUM-MATCH-IX)
               MOVE ZEROS TO SS-BELOEB(SIMSUM-MATCH-IX)
           END-IF
           ADD 1 TO SS-ANTAL(SIMSUM-MATCH-IX)
           ADD BELØB OF SIM-POSTERING-AKT
             TO SS-BELOEB(SIMSUM-MATCH-IX).

      * Opsummeringslinjerne foelger efter posteringerne i
      * simuleringsfilen og vises ogsaa paa konsollen.
       SIMULERING-AFSLUT.
           PERFORM VARYING SIMSUM-IX FROM 1 BY 1
                   UNTIL SIMSUM-IX > NUM-SIMSUM
               MOVE SPACES TO SIMULERING-REKORD
               MOVE "S" TO SIM-LINJETYPE
               MOVE "OPG-17" TO SIM-KILDE
               MOVE SS-KONTO-TYPE(SIMSUM-IX) TO SIM-KONTO-TYPE
               MOVE SS-TRANS-TYPE(SIMSUM-IX) TO SIM-TRANS-TYPE
               MOVE SS-ANTAL(SIMSUM-IX) TO SIM-ANTAL
               MOVE SS-BELOEB(SIMSUM-IX) TO SIM-BELOEB
               WRITE SIMULERING-REKORD
               MOVE SS-BELOEB(SIMSUM-IX) TO SIM-BELOEB-VIS
               DISPLAY "SIMULERING: " SS-TRANS-TYPE(SIMSUM-IX) " "
                   SS-KONTO-TYPE(SIMSUM-IX) " " SS-ANTAL(SIMSUM-IX)
                   " poster " SIM-BELOEB-VIS
           END-PERFORM
           CLOSE FIL-SIMULERING
           DISPLAY "SIMULERING: " SIM-POSTERING-ANTAL
               " posteringer skrevet til Simulering-OPG17.txt.".
