       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPG-100.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIL-KONTI ASSIGN TO "../data/KontoOpl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KONTI-STATUS.
           SELECT FIL-KUNDER ASSIGN TO "../data/Kundeoplysninger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KUNDER-STATUS.
           SELECT FIL-REGISTER ASSIGN TO REGISTER-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTER-STATUS.
           SELECT FIL-REF-FEJL ASSIGN TO "../data/Reference-Fejl.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD FIL-KONTI.
       01 KONTO-REKORD.
           COPY "../copybooks/KONTOOPL.cpy".
       01 KONTO-REKORD-TRAILER REDEFINES KONTO-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(37).

       FD FIL-KUNDER.
       01 KUNDE-OPL.
           COPY "../copybooks/KUNDER.cpy".
       01 KUNDE-OPL-TRAILER REDEFINES KUNDE-OPL.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(312).

       FD FIL-REGISTER.
       01 REGISTER-REC     PIC X(300).

       FD FIL-REF-FEJL.
       01 REF-FEJL-REC.
           02 REF-FEJL-TEXT PIC X(150).

       WORKING-STORAGE SECTION.

      * Natlig referencekontrol: alle registre, der peger paa en
      * KONTO-ID eller KUNDE-ID, gennemgaas mod KontoOpl.txt og
      * Kundeoplysninger.txt. En post, der peger paa en konto, som
      * ikke findes eller er lukket (KONTO-STATUS "L"), eller en rolle
      * eller et kort, der peger paa en inaktiv kunde, skrives i
      * Reference-Fejl.txt grupperet efter register og alvor, og
      * filen tages med i OPG-35's morgenrapport.
      *
      * Alvor: 1 KRITISK - aktiv post peger paa noget, der ikke findes
      *        2 ADVARSEL - aktiv post peger paa lukket konto eller
      *                     inaktiv kunde
      *        3 INFO     - ophoert/opsagt post med samme fejl
       01 KONTI-STATUS     PIC XX VALUE "00".
       01 KUNDER-STATUS    PIC XX VALUE "00".
       01 REGISTER-STATUS  PIC XX VALUE "00".
       01 REGISTER-FILENAME PIC X(60) VALUE SPACES.
       01 EOF-FLAG         PIC X(01) VALUE "N".
       01 TRAILER-FOUND-SW PIC X(01) VALUE "N".
       01 TRAILER-ANTAL    PIC 9(06) VALUE ZEROS.

      * Registrene i den raekkefoelge, de gennemgaas og rapporteres -
      * registernavn og filnavn side om side som i OPG-35.
       01 REGISTER-TABLE.
           02 FILLER PIC X(82) VALUE
               "StaaendeOrdrer        ../data/StaaendeOrdrer.txt".
           02 FILLER PIC X(82) VALUE
               "KreditorAftaler       ../data/KreditorAftaler.txt".
           02 FILLER PIC X(82) VALUE
               "Kort-Register         ../data/Kort-Register.txt".
           02 FILLER PIC X(82) VALUE
               "Overtraek-Faciliteter ../data/Overtraek-Faciliteter.tx
      -        "t".
           02 FILLER PIC X(82) VALUE
               "Laaneplaner           ../data/Laaneplaner.txt".
           02 FILLER PIC X(82) VALUE
               "Aftaleindlaan         ../data/Aftaleindlaan.txt".
           02 FILLER PIC X(82) VALUE
               "Reservationer         ../data/Reservationer.txt".
           02 FILLER PIC X(82) VALUE
               "Kontoroller           ../data/Kontoroller.txt".
           02 FILLER PIC X(82) VALUE
               "Alarm-Abonnementer    ../data/Alarm-Abonnementer.txt".
           02 FILLER PIC X(82) VALUE
               "NemKonto-Register     ../data/NemKonto-Register.txt".
           02 FILLER PIC X(82) VALUE
               "FIK-Referencer        ../data/FIK-Referencer.txt".
           02 FILLER PIC X(82) VALUE
               "Cashpool-Register     ../data/Cashpool-Register.txt".
           02 FILLER PIC X(22) VALUE "Afrunding-Tilmeldinger".
           02 FILLER PIC X(60) VALUE
               "../data/Afrunding-Tilmeldinger.txt".
           02 FILLER PIC X(82) VALUE
               "Kreditkort-Aftaler    ../data/Kreditkort-Aftaler.txt".
           02 FILLER PIC X(82) VALUE
               "Depot-Register        ../data/Depot-Register.txt".
           02 FILLER PIC X(82) VALUE
               "Bokse-Register        ../data/Bokse-Register.txt".
           02 FILLER PIC X(82) VALUE
               "Kundegrupper          ../data/Kundegrupper.txt".
           02 FILLER PIC X(82) VALUE
               "Sikkerheder           ../data/Sikkerheder.txt".
           02 FILLER PIC X(82) VALUE
               "Laaneansoegninger     ../data/Laaneansoegninger.txt".
           02 FILLER PIC X(82) VALUE
               "Laane-Restancer       ../data/Laane-Restancer.txt".
       01 REGISTER-ARR REDEFINES REGISTER-TABLE.
           02 REGISTER-ENTRY OCCURS 20 TIMES.
               03 REG-NAVN     PIC X(22).
               03 REG-FILNAVN  PIC X(60).
       01 REG-IX           PIC 9(02) VALUE 0.

       01 REG-TAELLER-ARR OCCURS 20 TIMES.
           02 REG-LAEST     PIC 9(06) VALUE ZEROS.
           02 REG-FINDES-SW PIC X(01) VALUE "N".
           02 REG-ALVOR-ANTAL PIC 9(05) VALUE ZEROS OCCURS 3 TIMES.

       01 ALVOR-TABLE.
           02 FILLER PIC X(08) VALUE "KRITISK".
           02 FILLER PIC X(08) VALUE "ADVARSEL".
           02 FILLER PIC X(08) VALUE "INFO".
       01 ALVOR-ARR REDEFINES ALVOR-TABLE.
           02 ALVOR-NAVN    PIC X(08) OCCURS 3 TIMES.
       01 ALVOR-IX         PIC 9(01) VALUE 0.

      * Registrenes postlayout - den laeste linje flyttes til det
      * layout, der hoerer til registeret.
       01 ORDRE-REC.
           COPY "../copybooks/STAAENDE-ORDRE.cpy".
       01 AFTALE-REC.
           COPY "../copybooks/KREDITOR-AFTALE.cpy".
       01 KORT-REC.
           COPY "../copybooks/KORT.cpy".
       01 FACILITET-REC.
           COPY "../copybooks/OVERTRAEK-FACILITET.cpy".
       01 PLAN-REC.
           COPY "../copybooks/LAANEPLAN.cpy".
       01 INDLAAN-REC.
           COPY "../copybooks/AFTALEINDLAAN.cpy".
       01 RESERVATION-REC.
           COPY "../copybooks/RESERVATION.cpy".
       01 ROLLE-REC.
           COPY "../copybooks/KONTOROLLE.cpy".
       01 ABONNEMENT-REC.
           COPY "../copybooks/ABONNEMENT.cpy".
       01 NEMKONTO-REC.
           COPY "../copybooks/NEMKONTO.cpy".
       01 FIK-REC.
           COPY "../copybooks/FIK.cpy".
       01 CASHPOOL-REC.
           COPY "../copybooks/CASHPOOL.cpy".
       01 AFRUNDING-REC.
           COPY "../copybooks/AFRUNDING.cpy".
       01 KREDITKORT-REC.
           COPY "../copybooks/KREDITKORT.cpy".
       01 DEPOT-REC.
           COPY "../copybooks/DEPOT.cpy".
       01 BOKS-REC.
           COPY "../copybooks/BOKS.cpy".
       01 KUNDEGRUPPE-REC.
           COPY "../copybooks/KUNDEGRUPPE.cpy".
       01 SIKKERHED-REC.
           COPY "../copybooks/SIKKERHED.cpy".
       01 ANSOEGNING-REC.
           COPY "../copybooks/LAANEANSOEGNING.cpy".
       01 RESTANCE-REC.
           COPY "../copybooks/LAANE-RESTANCE.cpy".
       01 MEDLEJER-IX      PIC 9(01) VALUE 0.

       01 NUM-KONTI        PIC 9(04) VALUE 0.
       01 KONTO-ARR OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-KONTI.
           COPY "../copybooks/KONTOOPL.cpy".
       01 KONTO-IX         PIC 9(04) VALUE 0.
       01 KONTO-MATCH-IX   PIC 9(04) VALUE 0.

      * Kun de felter fra Kundeoplysninger.txt, kontrollen bruger.
       01 NUM-KUNDER       PIC 9(04) VALUE 0.
       01 KUNDE-ARR OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-KUNDER.
           02 KS-KUNDE-ID      PIC X(10).
           02 KS-KONTO-NUMMER  PIC X(20).
           02 KS-KONTO-STATUS  PIC X(01).
               88  KS-KONTO-LUKKET  VALUE "L".
           02 KS-KUNDE-STATUS  PIC X(01).
               88  KS-KUNDE-INAKTIV VALUE "I".
       01 KUNDE-IX         PIC 9(04) VALUE 0.
       01 KUNDE-MATCH-IX   PIC 9(04) VALUE 0.
       01 KUNDE-LAEST      PIC 9(06) VALUE ZEROS.

      * Den post, der kontrolleres lige nu.
       01 CHK-POST-TEKST   PIC X(30) VALUE SPACES.
       01 CHK-KONTO-ID     PIC X(14) VALUE SPACES.
       01 CHK-KUNDE-ID     PIC X(10) VALUE SPACES.
       01 CHK-AKTIV-SW     PIC X(01) VALUE "J".
           88  CHK-POST-AKTIV   VALUE "J".
       01 CHK-ALVOR        PIC 9(01) VALUE 0.
       01 CHK-FEJL-TEKST   PIC X(40) VALUE SPACES.

       01 NUM-FUND         PIC 9(05) VALUE 0.
       01 FUND-ARR OCCURS 0 TO 5000 TIMES DEPENDING ON NUM-FUND.
           02 FU-REG-NR     PIC 9(02).
           02 FU-ALVOR      PIC 9(01).
           02 FU-LOEBENR    PIC 9(05).
           02 FU-TEKST      PIC X(90).
       01 FUND-IX          PIC 9(05) VALUE 0.
       01 FUND-I-ALT       PIC 9(06) VALUE ZEROS.
       01 FUND-TABT        PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.
           PERFORM KONTO-ARR-FILL
           PERFORM KUNDE-ARR-FILL
           PERFORM VARYING REG-IX FROM 1 BY 1 UNTIL REG-IX > 20
               PERFORM GENNEMGAA-REGISTER
           END-PERFORM
           SORT FUND-ARR
               ASCENDING FU-REG-NR OF FUND-ARR
               ASCENDING FU-ALVOR OF FUND-ARR
               ASCENDING FU-LOEBENR OF FUND-ARR
           PERFORM SKRIV-FUND
           PERFORM VIS-OPSUMMERING
           STOP RUN.

       KONTO-ARR-FILL.
           MOVE 0 TO NUM-KONTI
           MOVE "N" TO TRAILER-FOUND-SW
           OPEN INPUT FIL-KONTI
           IF KONTI-STATUS NOT = "00"
               DISPLAY "FEJL: KontoOpl.txt findes ikke"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
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
                           IF NUM-KONTI < 1000
                               ADD 1 TO NUM-KONTI
                               MOVE KONTO-REKORD TO KONTO-ARR(NUM-KONTI)
                           ELSE
                               DISPLAY "FEJL: KontoOpl.txt har mere "
                                   "end 1000 konti"
                               MOVE 1 TO RETURN-CODE
                               STOP RUN
                           END-IF
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

       KUNDE-ARR-FILL.
           MOVE 0 TO NUM-KUNDER
           MOVE 0 TO KUNDE-LAEST
           MOVE "N" TO TRAILER-FOUND-SW
           OPEN INPUT FIL-KUNDER
           IF KUNDER-STATUS NOT = "00"
               DISPLAY "FEJL: Kundeoplysninger.txt findes ikke"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-KUNDER INTO KUNDE-OPL
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF KUNDE-OPL-TRAILER = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                           MOVE "Y" TO TRAILER-FOUND-SW
                           MOVE TR-ANTAL OF KUNDE-OPL-TRAILER
                             TO TRAILER-ANTAL
                       ELSE
                           ADD 1 TO KUNDE-LAEST
                           PERFORM GEM-KUNDE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-KUNDER

           IF TRAILER-FOUND-SW = "N"
               DISPLAY "FEJL: Kundeoplysninger.txt mangler "
                   "sluttaellerpost"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF KUNDE-LAEST NOT = TRAILER-ANTAL
               DISPLAY "FEJL: Kundeoplysninger.txt - forventet "
                   TRAILER-ANTAL " poster, fandt " KUNDE-LAEST
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       GEM-KUNDE.
           IF NUM-KUNDER >= 1000
               DISPLAY "FEJL: Kundeoplysninger.txt har mere end "
                   "1000 kunder"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO NUM-KUNDER
           MOVE KUNDE-ID OF KUNDE-OPL TO KS-KUNDE-ID(NUM-KUNDER)
           MOVE KONTO-NUMMER OF KUNDE-OPL
             TO KS-KONTO-NUMMER(NUM-KUNDER)
           MOVE KONTO-STATUS OF KUNDE-OPL
             TO KS-KONTO-STATUS(NUM-KUNDER)
           MOVE KUNDE-STATUS OF KUNDE-OPL
             TO KS-KUNDE-STATUS(NUM-KUNDER).

      * Et register, der ikke findes, springes over - ikke alle
      * registre er i brug i alle installationer.
       GENNEMGAA-REGISTER.
           MOVE REG-FILNAVN(REG-IX) TO REGISTER-FILENAME
           OPEN INPUT FIL-REGISTER
           IF REGISTER-STATUS NOT = "00"
               DISPLAY REG-NAVN(REG-IX) " findes ikke - springes over"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO REG-FINDES-SW(REG-IX)
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-REGISTER
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF REGISTER-REC(1:7) = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                       ELSE
                           ADD 1 TO REG-LAEST(REG-IX)
                           PERFORM KONTROLLER-POST
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-REGISTER.

       KONTROLLER-POST.
           MOVE "J" TO CHK-AKTIV-SW
           MOVE SPACES TO CHK-POST-TEKST
           EVALUATE REG-IX
               WHEN 1
                   PERFORM KONTROL-STAAENDE-ORDRE
               WHEN 2
                   PERFORM KONTROL-KREDITOR-AFTALE
               WHEN 3
                   PERFORM KONTROL-KORT
               WHEN 4
                   PERFORM KONTROL-FACILITET
               WHEN 5
                   PERFORM KONTROL-LAANEPLAN
               WHEN 6
                   PERFORM KONTROL-INDLAAN
               WHEN 7
                   PERFORM KONTROL-RESERVATION
               WHEN 8
                   PERFORM KONTROL-ROLLE
               WHEN 9
                   PERFORM KONTROL-ABONNEMENT
               WHEN 10
                   PERFORM KONTROL-NEMKONTO
               WHEN 11
                   PERFORM KONTROL-FIK
               WHEN 12
                   PERFORM KONTROL-CASHPOOL
               WHEN 13
                   PERFORM KONTROL-AFRUNDING
               WHEN 14
                   PERFORM KONTROL-KREDITKORT
               WHEN 15
                   PERFORM KONTROL-DEPOT
               WHEN 16
                   PERFORM KONTROL-BOKS
               WHEN 17
                   PERFORM KONTROL-KUNDEGRUPPE
               WHEN 18
                   PERFORM KONTROL-SIKKERHED
               WHEN 19
                   PERFORM KONTROL-LAANEANSOEGNING
               WHEN 20
                   PERFORM KONTROL-LAANERESTANCE
           END-EVALUATE.

       KONTROL-STAAENDE-ORDRE.
           MOVE REGISTER-REC TO ORDRE-REC
           IF NOT SO-AKTIV
               MOVE "N" TO CHK-AKTIV-SW
           END-IF
           STRING "ordre " DELIMITED BY SIZE
                  SO-ORDRE-NR DELIMITED BY SIZE
               INTO CHK-POST-TEKST
           MOVE SO-KONTO-ID TO CHK-KONTO-ID
           PERFORM KONTROL-KONTO.

      * Kun kreditorens konto er bankens egen - debitorkontoen kan
      * ligge i et andet pengeinstitut (KA-DEBITOR-REG-NR).
       KONTROL-KREDITOR-AFTALE.
           MOVE REGISTER-REC TO AFTALE-REC
           IF NOT KA-AKTIV
               MOVE "N" TO CHK-AKTIV-SW
           END-IF
           STRING "aftale " DELIMITED BY SIZE
                  KA-AFTALE-NR DELIMITED BY SIZE
               INTO CHK-POST-TEKST
           MOVE KA-KREDITOR-KONTO TO CHK-KONTO-ID
           PERFORM KONTROL-KONTO.

       KONTROL-KORT.
           MOVE REGISTER-REC TO KORT-REC
           IF NOT KM-AKTIV
               MOVE "N" TO CHK-AKTIV-SW
           END-IF
           STRING "kort " DELIMITED BY SIZE
                  KM-KORT-NR DELIMITED BY SPACE
               INTO CHK-POST-TEKST
           MOVE KM-KONTO-ID TO CHK-KONTO-ID
           PERFORM KONTROL-KONTO
           MOVE KM-KUNDE-ID TO CHK-KUNDE-ID
           PERFORM KONTROL-KUNDE.

       KONTROL-FACILITET.
           MOVE REGISTER-REC TO FACILITET-REC
           MOVE "facilitet" TO CHK-POST-TEKST
           MOVE OF-KONTO-ID TO CHK-KONTO-ID
           PERFORM KONTROL-KONTO.

       KONTROL-LAANEPLAN.
           MOVE REGISTER-REC TO PLAN-REC
           IF NOT LP-AKTIV
               MOVE "N" TO CHK-AKTIV-SW
           END-IF
           MOVE "laaneplan" TO CHK-POST-TEKST
           MOVE LP-KONTO-ID TO CHK-KONTO-ID
           PERFORM KONTROL-KONTO
           IF LP-BETAL-KONTO NOT = SPACES
               MOVE LP-BETAL-KONTO TO CHK-KONTO-ID
               PERFORM KONTROL-KONTO
           END-IF.

       KONTROL-INDLAAN.
           MOVE REGISTER-REC TO INDLAAN-REC
           IF NOT AI-BUNDET
               MOVE "N" TO CHK-AKTIV-SW
           END-IF
           STRING "indlaan fra " DELIMITED BY SIZE
                  AI-START-DATO DELIMITED BY SIZE
               INTO CHK-POST-TEKST
           MOVE AI-KONTO-ID TO CHK-KONTO-ID
           PERFORM KONTROL-KONTO.

       KONTROL-RESERVATION.
           MOVE REGISTER-REC TO RESERVATION-REC
           STRING "reservation " DELIMITED BY SIZE
                  RES-BUTIK DELIMITED BY SIZE
               INTO CHK-POST-TEKST
           MOVE RES-KONTO-ID TO CHK-KONTO-ID
           PERFORM KONTROL-KONTO.

       KONTROL-ROLLE.
           MOVE REGISTER-REC TO ROLLE-REC
           STRING "rolle " DELIMITED BY SIZE
                  KR-ROLLE DELIMITED BY SIZE
               INTO CHK-POST-TEKST
           MOVE KR-KONTO-ID TO CHK-KONTO-ID
           PERFORM KONTROL-KONTO
           MOVE KR-KUNDE-ID TO CHK-KUNDE-ID
           PERFORM KONTROL-KUNDE.

       KONTROL-ABONNEMENT.
           MOVE REGISTER-REC TO ABONNEMENT-REC
           IF NOT AB-AKTIV
               MOVE "N" TO CHK-AKTIV-SW
           END-IF
           STRING "alarm type " DELIMITED BY SIZE
                  AB-ALARM-TYPE DELIMITED BY SIZE
               INTO CHK-POST-TEKST
           MOVE AB-KONTO-ID TO CHK-KONTO-ID
           PERFORM KONTROL-KONTO.

      * CPR-nummeret skrives kun med foedselsdatoen i fejllisten.
       KONTROL-NEMKONTO.
           MOVE REGISTER-REC TO NEMKONTO-REC
           STRING "NemKonto " DELIMITED BY SIZE
                  NK-CPR(1:6) DELIMITED BY SIZE
                  "-****"     DELIMITED BY SIZE
               INTO CHK-POST-TEKST
           MOVE NK-KONTO-ID TO CHK-KONTO-ID
           PERFORM KONTROL-KONTO.

       KONTROL-FIK.
           MOVE REGISTER-REC TO FIK-REC
           IF NOT FK-UDSTEDT
               MOVE "N" TO CHK-AKTIV-SW
           END-IF
           STRING "FIK " DELIMITED BY SIZE
                  FK-REFERENCE DELIMITED BY SIZE
               INTO CHK-POST-TEKST
           MOVE FK-KONTO-ID TO CHK-KONTO-ID
           PERFORM KONTROL-KONTO.

      * Baade medlemskontoen og puljens topkonto kontrolleres.
       KONTROL-CASHPOOL.
           MOVE REGISTER-REC TO CASHPOOL-REC
           IF NOT CP-AKTIV
               MOVE "N" TO CHK-AKTIV-SW
           END-IF
           STRING "pulje " DELIMITED BY SIZE
                  CP-POOL-ID DELIMITED BY SPACE
               INTO CHK-POST-TEKST
           MOVE CP-MEDLEM-KONTO TO CHK-KONTO-ID
           PERFORM KONTROL-KONTO
           MOVE CP-TOP-KONTO TO CHK-KONTO-ID
           PERFORM KONTROL-KONTO.

      * Baade loenkontoen og opsparingskontoen kontrolleres.
       KONTROL-AFRUNDING.
           MOVE REGISTER-REC TO AFRUNDING-REC
           IF NOT AR-AKTIV
               MOVE "N" TO CHK-AKTIV-SW
           END-IF
           STRING "afrunding " DELIMITED BY SIZE
                  AR-LOENKONTO DELIMITED BY SPACE
               INTO CHK-POST-TEKST
           MOVE AR-LOENKONTO TO CHK-KONTO-ID
           PERFORM KONTROL-KONTO
           MOVE AR-OPSPARING TO CHK-KONTO-ID
           PERFORM KONTROL-KONTO.

      * Baade kortkontoen og den betalende loenkonto kontrolleres.
       KONTROL-KREDITKORT.
           MOVE REGISTER-REC TO KREDITKORT-REC
           IF NOT KK-AKTIV
               MOVE "N" TO CHK-AKTIV-SW
           END-IF
           STRING "kreditkort " DELIMITED BY SIZE
                  KK-KONTO-ID DELIMITED BY SPACE
               INTO CHK-POST-TEKST
           MOVE KK-KONTO-ID TO CHK-KONTO-ID
           PERFORM KONTROL-KONTO
           MOVE KK-LOENKONTO TO CHK-KONTO-ID
           PERFORM KONTROL-KONTO.

      * Baade depotets kontantkonto og kunden kontrolleres.
       KONTROL-DEPOT.
           MOVE REGISTER-REC TO DEPOT-REC
           IF NOT DP-AKTIV
               MOVE "N" TO CHK-AKTIV-SW
           END-IF
           STRING "depot " DELIMITED BY SIZE
                  DP-DEPOT-ID DELIMITED BY SPACE
               INTO CHK-POST-TEKST
           MOVE DP-KONTANTKONTO TO CHK-KONTO-ID
           PERFORM KONTROL-KONTO
           MOVE DP-KUNDE-ID TO CHK-KUNDE-ID
           PERFORM KONTROL-KUNDE.

      * Betalingskontoen, lejeren og medlejerne kontrolleres.
       KONTROL-BOKS.
           MOVE REGISTER-REC TO BOKS-REC
           IF NOT BX-UDLEJET
               MOVE "N" TO CHK-AKTIV-SW
           END-IF
           STRING "boks " DELIMITED BY SIZE
                  BX-BOKS-NR DELIMITED BY SPACE
                  "/" DELIMITED BY SIZE
                  BX-REG-NR DELIMITED BY SIZE
               INTO CHK-POST-TEKST
           MOVE BX-KONTO-ID TO CHK-KONTO-ID
           PERFORM KONTROL-KONTO
           MOVE BX-KUNDE-ID TO CHK-KUNDE-ID
           PERFORM KONTROL-KUNDE
           PERFORM VARYING MEDLEJER-IX FROM 1 BY 1
                   UNTIL MEDLEJER-IX > 3
               IF BX-MEDLEJER(MEDLEJER-IX) NOT = SPACES
                   MOVE BX-MEDLEJER(MEDLEJER-IX) TO CHK-KUNDE-ID
                   PERFORM KONTROL-KUNDE
               END-IF
           END-PERFORM.

      * Afviste forbindelser (status X) er ikke i brug.
       KONTROL-KUNDEGRUPPE.
           MOVE REGISTER-REC TO KUNDEGRUPPE-REC
           IF KG-AFVIST
               MOVE "N" TO CHK-AKTIV-SW
           END-IF
           STRING "kundegruppe " DELIMITED BY SIZE
                  KG-GRUPPE-ID DELIMITED BY SPACE
               INTO CHK-POST-TEKST
           MOVE KG-KUNDE-ID TO CHK-KUNDE-ID
           PERFORM KONTROL-KUNDE.

      * Debitor, de tilknyttede laanekonti, en pantsat konto og en
      * kautionist kontrolleres. Frigivne sikkerheder er ikke i brug.
       KONTROL-SIKKERHED.
           MOVE REGISTER-REC TO SIKKERHED-REC
           IF NOT SI-AKTIV
               MOVE "N" TO CHK-AKTIV-SW
           END-IF
           STRING "sikkerhed " DELIMITED BY SIZE
                  SI-SIKKERHED-ID DELIMITED BY SPACE
               INTO CHK-POST-TEKST
           MOVE SI-KUNDE-ID TO CHK-KUNDE-ID
           PERFORM KONTROL-KUNDE
           PERFORM VARYING MEDLEJER-IX FROM 1 BY 1
                   UNTIL MEDLEJER-IX > 3
               IF SI-LAAN-KONTO(MEDLEJER-IX) NOT = SPACES
                   MOVE SI-LAAN-KONTO(MEDLEJER-IX) TO CHK-KONTO-ID
                   PERFORM KONTROL-KONTO
               END-IF
           END-PERFORM
           IF SI-PANT-KONTO-ID NOT = SPACES
               MOVE SI-PANT-KONTO-ID TO CHK-KONTO-ID
               PERFORM KONTROL-KONTO
           END-IF
           IF SI-KAUTIONIST-ID NOT = SPACES
               MOVE SI-KAUTIONIST-ID TO CHK-KUNDE-ID
               PERFORM KONTROL-KUNDE
           END-IF.

      * Kunden, laanekontoen og udbetalingskontoen kontrolleres.
      * Behandlede ansoegninger er ikke i brug.
       KONTROL-LAANEANSOEGNING.
           MOVE REGISTER-REC TO ANSOEGNING-REC
           IF LA-BEVILGET OR LA-AFVIST
               MOVE "N" TO CHK-AKTIV-SW
           END-IF
           STRING "ansoegning " DELIMITED BY SIZE
                  LA-ANSOEGNING-NR DELIMITED BY SIZE
               INTO CHK-POST-TEKST
           MOVE LA-KUNDE-ID TO CHK-KUNDE-ID
           PERFORM KONTROL-KUNDE
           MOVE LA-LAAN-KONTO TO CHK-KONTO-ID
           PERFORM KONTROL-KONTO
           MOVE LA-UDBETAL-KONTO TO CHK-KONTO-ID
           PERFORM KONTROL-KONTO.

       KONTROL-LAANERESTANCE.
           MOVE REGISTER-REC TO RESTANCE-REC
           STRING "restance " DELIMITED BY SIZE
                  LR-FORFALD DELIMITED BY SIZE
               INTO CHK-POST-TEKST
           MOVE LR-KONTO-ID TO CHK-KONTO-ID
           PERFORM KONTROL-KONTO.

      * Kontoen skal findes i KontoOpl.txt og maa ikke vaere lukket
      * i Kundeoplysninger.txt.
       KONTROL-KONTO.
           MOVE 0 TO KONTO-MATCH-IX
           PERFORM VARYING KONTO-IX FROM 1 BY 1
                   UNTIL KONTO-IX > NUM-KONTI
               IF KONTO-ID OF KONTO-ARR(KONTO-IX) = CHK-KONTO-ID
                   MOVE KONTO-IX TO KONTO-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF KONTO-MATCH-IX = 0 OR CHK-KONTO-ID = SPACES
               MOVE SPACES TO CHK-FEJL-TEKST
               STRING "konto " DELIMITED BY SIZE
                      CHK-KONTO-ID DELIMITED BY SPACE
                      " findes ikke" DELIMITED BY SIZE
                   INTO CHK-FEJL-TEKST
               MOVE 1 TO CHK-ALVOR
               PERFORM GEM-FUND
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING KUNDE-IX FROM 1 BY 1
                   UNTIL KUNDE-IX > NUM-KUNDER
               IF KS-KONTO-NUMMER(KUNDE-IX) = CHK-KONTO-ID
                   IF KS-KONTO-LUKKET(KUNDE-IX)
                       MOVE SPACES TO CHK-FEJL-TEKST
                       STRING "konto " DELIMITED BY SIZE
                              CHK-KONTO-ID DELIMITED BY SPACE
                              " er lukket" DELIMITED BY SIZE
                           INTO CHK-FEJL-TEKST
                       MOVE 2 TO CHK-ALVOR
                       PERFORM GEM-FUND
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       KONTROL-KUNDE.
           MOVE 0 TO KUNDE-MATCH-IX
           PERFORM VARYING KUNDE-IX FROM 1 BY 1
                   UNTIL KUNDE-IX > NUM-KUNDER
               IF KS-KUNDE-ID(KUNDE-IX) = CHK-KUNDE-ID
                   MOVE KUNDE-IX TO KUNDE-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE SPACES TO CHK-FEJL-TEKST
           EVALUATE TRUE
               WHEN KUNDE-MATCH-IX = 0 OR CHK-KUNDE-ID = SPACES
                   STRING "kunde " DELIMITED BY SIZE
                          CHK-KUNDE-ID DELIMITED BY SPACE
                          " findes ikke" DELIMITED BY SIZE
                       INTO CHK-FEJL-TEKST
                   MOVE 1 TO CHK-ALVOR
                   PERFORM GEM-FUND
               WHEN KS-KUNDE-INAKTIV(KUNDE-MATCH-IX)
                   STRING "kunde " DELIMITED BY SIZE
                          CHK-KUNDE-ID DELIMITED BY SPACE
                          " er inaktiv" DELIMITED BY SIZE
                       INTO CHK-FEJL-TEKST
                   MOVE 2 TO CHK-ALVOR
                   PERFORM GEM-FUND
           END-EVALUATE.

      * En ophoert eller opsagt post er kun til orientering.
       GEM-FUND.
           IF NOT CHK-POST-AKTIV
               MOVE 3 TO CHK-ALVOR
           END-IF
           ADD 1 TO REG-ALVOR-ANTAL(REG-IX, CHK-ALVOR)
           ADD 1 TO FUND-I-ALT
           IF NUM-FUND >= 5000
               ADD 1 TO FUND-TABT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO NUM-FUND
           MOVE REG-IX TO FU-REG-NR(NUM-FUND)
           MOVE CHK-ALVOR TO FU-ALVOR(NUM-FUND)
           MOVE NUM-FUND TO FU-LOEBENR(NUM-FUND)
           MOVE SPACES TO FU-TEKST(NUM-FUND)
           STRING CHK-POST-TEKST DELIMITED BY "  "
                  " -> "         DELIMITED BY SIZE
                  CHK-FEJL-TEKST DELIMITED BY "  "
               INTO FU-TEKST(NUM-FUND).

       SKRIV-FUND.
           OPEN OUTPUT FIL-REF-FEJL
           PERFORM VARYING FUND-IX FROM 1 BY 1
                   UNTIL FUND-IX > NUM-FUND
               MOVE SPACES TO REF-FEJL-TEXT
               STRING REG-NAVN(FU-REG-NR(FUND-IX))
                                      DELIMITED BY SIZE
                      " "             DELIMITED BY SIZE
                      ALVOR-NAVN(FU-ALVOR(FUND-IX))
                                      DELIMITED BY SIZE
                      " "             DELIMITED BY SIZE
                      FU-TEKST(FUND-IX) DELIMITED BY SIZE
                   INTO REF-FEJL-TEXT
               WRITE REF-FEJL-REC
           END-PERFORM
           CLOSE FIL-REF-FEJL.

       VIS-OPSUMMERING.
           DISPLAY "Referencekontrol - fund pr. register:"
           PERFORM VARYING REG-IX FROM 1 BY 1 UNTIL REG-IX > 20
               IF REG-FINDES-SW(REG-IX) = "Y"
                   DISPLAY "  " REG-NAVN(REG-IX)
                       " laest " REG-LAEST(REG-IX)
                       "  kritisk " REG-ALVOR-ANTAL(REG-IX, 1)
                       "  advarsel " REG-ALVOR-ANTAL(REG-IX, 2)
                       "  info " REG-ALVOR-ANTAL(REG-IX, 3)
               END-IF
           END-PERFORM
           IF FUND-TABT > 0
               DISPLAY "ADVARSEL: " FUND-TABT " fund kunne ikke "
                   "vaere i fejllisten (max 5000)"
           END-IF
           DISPLAY "Referencekontrol: " FUND-I-ALT
               " fund i alt, se Reference-Fejl.txt".
