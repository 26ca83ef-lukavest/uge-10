       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPG-109.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIL-KAMPAGNE
               ASSIGN TO "../data/Cashback-Kampagner.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KAMPAGNE-STATUS.
           SELECT FIL-KONTI ASSIGN TO "../data/KontoOpl.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-KUNDER ASSIGN TO "../data/Kundeoplysninger.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-TRANS ASSIGN TO "../data/Transaktioner.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-STATUS.
           SELECT FIL-KATEGORI ASSIGN TO "../data/Kategorier.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KATEGORI-FIL-STATUS.
           SELECT FIL-BUTIKKER ASSIGN TO "../data/Butikker.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUTIKKER-FIL-STATUS.
           SELECT FIL-VENTENDE
               ASSIGN TO "../data/Ventende-Posteringer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VENTENDE-STATUS.
           SELECT FIL-RAPPORT
               ASSIGN TO "../data/Cashback-Rapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-PARM ASSIGN TO "../data/OPG109-Parametre.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-STATUS.
           SELECT FIL-BOGFDATO ASSIGN TO "../data/Bogfoeringsdato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOGFDATO-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD FIL-KAMPAGNE.
       01 KAMPAGNE-REKORD.
           COPY "../copybooks/CASHBACK-KAMPAGNE.cpy".
       01 KAMPAGNE-REKORD-TRAILER REDEFINES KAMPAGNE-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(75).

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

       FD FIL-TRANS.
       01 TRANSAKTIONER.
           COPY "../copybooks/TRANSAKTIONER.cpy".
       01 TRANSAKTIONER-TRAILER REDEFINES TRANSAKTIONER.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(251).

       FD FIL-KATEGORI.
       01 KATEGORI-REKORD.
           COPY "../copybooks/KATEGORI.cpy".

       FD FIL-BUTIKKER.
       01 BUTIK-MASTER-REKORD.
           COPY "../copybooks/BUTIK-MASTER.cpy".
       01 BUTIK-MASTER-TRAILER REDEFINES BUTIK-MASTER-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(73).

       FD FIL-VENTENDE.
       01 VENTENDE-REKORD.
           COPY "../copybooks/TRANSAKTIONER.cpy".
           COPY "../copybooks/VENTENDE-POSTERING.cpy".
       01 VENTENDE-TRAILER REDEFINES VENTENDE-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(273).

       FD FIL-RAPPORT.
       01 RAPPORT-REC.
           02 RAPPORT-TEXT PIC X(132).

       FD FIL-PARM.
       01 PARM-FILE-REC.
           COPY "../copybooks/OPG109-PARAMETRE.cpy".

       FD FIL-BOGFDATO.
       01 BOGFDATO-FIL-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".

       WORKING-STORAGE SECTION.

      * Maanedlig cashback: kortkoeb (KOB) i rapportmaaneden
      * matches mod kampagnerne i Cashback-Kampagner.txt - enten en
      * partnerbutik (navn eller alias i Butikker.txt) eller en
      * kategori fra Kategorier.txt. En butikskampagne gaar forud for
      * en kategorikampagne. Cashback optjenes med CK-PROCENT af
      * koebsbeloebet, dog hoejst CK-MAANED-LOFT pr. kunde pr.
      * kampagne; loftet fyldes op i transaktionsraekkefoelge, saa
      * partnerne kun faktureres for det, kunden faktisk faar.
      * Kunden krediteres een CASHBACK-postering pr. konto pr.
      * kampagne; CASHBACK mappes i Kontoplan.txt til
      * markedsfoeringsomkostninger. Cashback-Rapport.txt viser
      * omkostningen pr. kampagne og partner med partnerens andel
      * (CK-PARTNER-ANDEL procent) til fakturering.
      * Uden parametre afregnes den netop afsluttede maaned. En
      * kampagne, der allerede er afregnet for maaneden
      * (CK-SIDST-MAANED), springes over ved genkoersel.
       01 KAMPAGNE-STATUS  PIC XX VALUE "00".
       01 TRANS-STATUS     PIC XX VALUE "00".
       01 KATEGORI-FIL-STATUS PIC XX VALUE "00".
       01 BUTIKKER-FIL-STATUS PIC XX VALUE "00".
       01 VENTENDE-STATUS  PIC XX VALUE "00".
       01 PARM-STATUS      PIC XX VALUE "00".
       01 PARM-REC.
           COPY "../copybooks/OPG109-PARAMETRE.cpy".
       01 TRAILER-FOUND-SW PIC X(01) VALUE "N".
       01 TRAILER-ANTAL    PIC 9(06) VALUE ZEROS.
       01 TRANS-LAEST      PIC 9(06) VALUE ZEROS.
       01 EOF-FLAG         PIC X(01) VALUE "N".

       01 NUM-KAMPAGNE     PIC 9(03) VALUE 0.
       01 KAMPAGNE-ARR OCCURS 0 TO 100 TIMES
               DEPENDING ON NUM-KAMPAGNE.
           COPY "../copybooks/CASHBACK-KAMPAGNE.cpy".
           02 KA-AFREGN-SW   PIC X(01).
               88 KA-AFREGNES    VALUE "J".
           02 KA-KOEB-ANTAL  PIC 9(06).
           02 KA-KOEB-BELOEB PIC S9(12)V99.
           02 KA-CASHBACK    PIC S9(10)V99.
           02 KA-LOFT-ANTAL  PIC 9(05).
       01 KAMPAGNE-IX      PIC 9(03) VALUE 0.
       01 KAMPAGNE-MATCH-IX PIC 9(03) VALUE 0.

       01 NUM-KONTI        PIC 9(04) VALUE 0.
       01 KONTO-ARR OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-KONTI.
           COPY "../copybooks/KONTOOPL.cpy".
       01 KONTO-IX2        PIC 9(04) VALUE 0.
       01 KONTO-MATCH-IX   PIC 9(04) VALUE 0.
       01 POSTERING-KONTO  PIC X(14) VALUE SPACES.

       01 NUM-KUNDER       PIC 9(04) VALUE 0.
       01 KUNDE-ARR OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-KUNDER.
           COPY "../copybooks/KUNDER.cpy".
       01 KUNDE-IX2        PIC 9(04) VALUE 0.
       01 KUNDE-MATCH-IX   PIC 9(04) VALUE 0.

       01 NUM-KATEGORI     PIC 9(03) VALUE 0.
       01 KATEGORI-ARR OCCURS 0 TO 100 TIMES
               DEPENDING ON NUM-KATEGORI.
           COPY "../copybooks/KATEGORI.cpy".
       01 KATEGORI-IX      PIC 9(03) VALUE 0.
       01 CURR-KATEGORI    PIC X(15) VALUE SPACES.

       01 NUM-BUTIK-MASTER PIC 9(03) VALUE 0.
       01 BUTIK-MASTER-ARR OCCURS 0 TO 500 TIMES
               DEPENDING ON NUM-BUTIK-MASTER.
           COPY "../copybooks/BUTIK-MASTER.cpy".
       01 BM-IX            PIC 9(03) VALUE 0.
       01 BM-MATCH-IX      PIC 9(03) VALUE 0.
       01 BUTIK-SOEG       PIC X(20) VALUE SPACES.
       01 CURR-BUTIK       PIC X(20) VALUE SPACES.

      * Optjent cashback pr. kunde pr. kampagne - grundlaget for
      * maanedsloftet.
       01 NUM-KUNDE-CB     PIC 9(05) VALUE 0.
       01 KUNDE-CB-ARR OCCURS 0 TO 5000 TIMES
               DEPENDING ON NUM-KUNDE-CB.
           02 KC-KUNDE-ID    PIC X(10).
           02 KC-KAMPAGNE-IX PIC 9(03).
           02 KC-CASHBACK    PIC S9(10)V99.
           02 KC-LOFT-SW     PIC X(01).
       01 KUNDE-CB-IX      PIC 9(05) VALUE 0.
       01 KUNDE-CB-MATCH-IX PIC 9(05) VALUE 0.

      * Krediteringer pr. konto pr. kampagne.
       01 NUM-KONTO-CB     PIC 9(05) VALUE 0.
       01 KONTO-CB-ARR OCCURS 0 TO 5000 TIMES
               DEPENDING ON NUM-KONTO-CB.
           02 KB-KONTO-ID    PIC X(14).
           02 KB-KAMPAGNE-IX PIC 9(03).
           02 KB-CASHBACK    PIC S9(10)V99.
       01 KONTO-CB-IX      PIC 9(05) VALUE 0.
       01 KONTO-CB-MATCH-IX PIC 9(05) VALUE 0.

      * Omkostning pr. kampagne pr. partnerbutik til fakturering.
       01 NUM-PARTNER      PIC 9(04) VALUE 0.
       01 PARTNER-ARR OCCURS 0 TO 2000 TIMES
               DEPENDING ON NUM-PARTNER.
           02 PA-KAMPAGNE-IX PIC 9(03).
           02 PA-BUTIK       PIC X(20).
           02 PA-KOEB-ANTAL  PIC 9(06).
           02 PA-KOEB-BELOEB PIC S9(12)V99.
           02 PA-CASHBACK    PIC S9(10)V99.
       01 PARTNER-IX       PIC 9(04) VALUE 0.
       01 PARTNER-MATCH-IX PIC 9(04) VALUE 0.

       01 KOEB-BELOEB      PIC S9(10)V99 VALUE ZEROS.
       01 KOEB-CASHBACK    PIC S9(10)V99 VALUE ZEROS.
       01 KOEB-RESTLOFT    PIC S9(10)V99 VALUE ZEROS.
       01 KOEB-DATO        PIC X(10) VALUE SPACES.
       01 KOEB-KUNDE-ID    PIC X(10) VALUE SPACES.

       01 RAPPORT-AAR      PIC 9(04) VALUE ZEROS.
       01 RAPPORT-MND      PIC 9(02) VALUE ZEROS.
       01 RAPPORT-MAANED   PIC X(07) VALUE SPACES.

       01 NUM-GEN          PIC 9(05) VALUE 0.
       01 GEN-ARR OCCURS 0 TO 5000 TIMES DEPENDING ON NUM-GEN.
           COPY "../copybooks/TRANSAKTIONER.cpy".
       01 GEN-IX           PIC 9(05) VALUE 0.
       01 CB-POSTERING.
           COPY "../copybooks/TRANSAKTIONER.cpy".
       01 CB-NAVN          PIC X(41) VALUE SPACES.
       01 CB-TIDSPUNKT     PIC X(26) VALUE SPACES.
       01 VENT-PARTI-ID.
           02 VENT-PARTI-DATO PIC 9(08) VALUE ZEROS.
           02 VENT-PARTI-TID  PIC 9(08) VALUE ZEROS.

       01 RUN-DATE         PIC 9(08) VALUE ZEROS.
      * Koerselsdatoen er bankens bogfoeringsdato (Bogfoeringsdato.txt),
      * ikke maskinens dato.
       01 BOGFDATO-STATUS  PIC XX VALUE "00".
       01 BOGFDATO-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".
       01 DAGS-DATO        PIC X(10) VALUE SPACES.

       01 PARTNER-ANDEL-BELOEB PIC S9(10)V99 VALUE ZEROS.
       01 BANK-ANDEL-BELOEB PIC S9(10)V99 VALUE ZEROS.
       01 TOTAL-CASHBACK   PIC S9(12)V99 VALUE ZEROS.
       01 TOTAL-PARTNER    PIC S9(12)V99 VALUE ZEROS.
       01 BELOEB-VIS       PIC -ZZZ,ZZZ,ZZ9.99.
       01 BELOEB-VIS-2     PIC -ZZZ,ZZZ,ZZ9.99.
       01 PROCENT-VIS      PIC ZZ9.99.
       01 ANTAL-VIS        PIC ZZZZZ9.

       01 RAPPORT-LINJE.
           02 RL-BUTIK         PIC X(20).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-KOEB-ANTAL    PIC ZZZZZ9.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-KOEB-BELOEB   PIC -ZZZ,ZZZ,ZZ9.99.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-CASHBACK      PIC -ZZZ,ZZZ,ZZ9.99.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-PARTNER       PIC -ZZZ,ZZZ,ZZ9.99.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-BANK          PIC -ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM BOGFOERINGSDATO-FILL
           MOVE BD-DATO OF BOGFDATO-REC TO RUN-DATE
           STRING
               RUN-DATE(1:4) DELIMITED BY SIZE
               "-"           DELIMITED BY SIZE
               RUN-DATE(5:2) DELIMITED BY SIZE
               "-"           DELIMITED BY SIZE
               RUN-DATE(7:2) DELIMITED BY SIZE
           INTO DAGS-DATO
           PERFORM PARM-FILL
           PERFORM BEREGN-MAANED
           PERFORM KAMPAGNE-ARR-FILL
           IF NUM-KAMPAGNE = 0
               DISPLAY "Ingen kampagner i Cashback-Kampagner.txt - "
                   "intet afregnet."
               STOP RUN
           END-IF
           PERFORM KONTO-ARR-FILL
           PERFORM KUNDE-ARR-FILL
           PERFORM KATEGORI-ARR-FILL
           PERFORM BUTIK-MASTER-FILL
           PERFORM TRANS-GENNEMLOEB
           PERFORM VARYING KONTO-CB-IX FROM 1 BY 1
                   UNTIL KONTO-CB-IX > NUM-KONTO-CB
               PERFORM BUILD-CB-POSTERING
           END-PERFORM
           OPEN OUTPUT FIL-RAPPORT
           PERFORM SKRIV-RAPPORT
           CLOSE FIL-RAPPORT
           PERFORM VENTENDE-SKRIV
           PERFORM KAMPAGNE-ARR-REWRITE
           MOVE TOTAL-CASHBACK TO BELOEB-VIS
           DISPLAY "Cashback " RAPPORT-MAANED ": " NUM-GEN
               " posteringer stillet i koe, i alt " BELOEB-VIS
           STOP RUN.

       PARM-FILL.
           OPEN INPUT FIL-PARM
           IF PARM-STATUS = "00"
               READ FIL-PARM INTO PARM-REC
                   AT END
                       CONTINUE
               END-READ
               CLOSE FIL-PARM
           END-IF.

      * Uden parametre afregnes den netop afsluttede maaned.
       BEREGN-MAANED.
           IF PARM-AAR OF PARM-REC NOT = ZEROS
               MOVE PARM-AAR OF PARM-REC TO RAPPORT-AAR
               MOVE PARM-MAANED OF PARM-REC TO RAPPORT-MND
           ELSE
               MOVE RUN-DATE(1:4) TO RAPPORT-AAR
               MOVE RUN-DATE(5:2) TO RAPPORT-MND
               SUBTRACT 1 FROM RAPPORT-MND
               IF RAPPORT-MND = 0
                   MOVE 12 TO RAPPORT-MND
                   SUBTRACT 1 FROM RAPPORT-AAR
               END-IF
           END-IF
           MOVE SPACES TO RAPPORT-MAANED
           STRING
               RAPPORT-AAR DELIMITED BY SIZE
               "-"         DELIMITED BY SIZE
               RAPPORT-MND DELIMITED BY SIZE
           INTO RAPPORT-MAANED.

       KAMPAGNE-ARR-FILL.
           MOVE 0 TO NUM-KAMPAGNE
           OPEN INPUT FIL-KAMPAGNE
           IF KAMPAGNE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO TRAILER-FOUND-SW
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-KAMPAGNE INTO KAMPAGNE-REKORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF KAMPAGNE-REKORD-TRAILER
                               = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                           MOVE "Y" TO TRAILER-FOUND-SW
                           MOVE TR-ANTAL OF KAMPAGNE-REKORD-TRAILER
                             TO TRAILER-ANTAL
                       ELSE
                           IF NUM-KAMPAGNE >= 100
                               DISPLAY "FEJL: flere end 100 "
                                   "kampagner i "
                                   "Cashback-Kampagner.txt."
                               MOVE 1 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO NUM-KAMPAGNE
                           MOVE KAMPAGNE-REKORD
                             TO KAMPAGNE-ARR(NUM-KAMPAGNE)(1:88)
                           PERFORM KAMPAGNE-VURDER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-KAMPAGNE
           IF TRAILER-FOUND-SW = "N"
               DISPLAY "FEJL: Cashback-Kampagner.txt mangler "
                   "sluttaellerpost"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NUM-KAMPAGNE NOT = TRAILER-ANTAL
               DISPLAY "FEJL: Cashback-Kampagner.txt - forventet "
                   TRAILER-ANTAL " poster, fandt " NUM-KAMPAGNE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

      * En kampagne afregnes, naar dens gyldighedsperiode overlapper
      * rapportmaaneden, og den ikke allerede er afregnet for den.
       KAMPAGNE-VURDER.
           MOVE "J" TO KA-AFREGN-SW(NUM-KAMPAGNE)
           MOVE ZEROS TO KA-KOEB-ANTAL(NUM-KAMPAGNE)
           MOVE ZEROS TO KA-KOEB-BELOEB(NUM-KAMPAGNE)
           MOVE ZEROS TO KA-CASHBACK(NUM-KAMPAGNE)
           MOVE ZEROS TO KA-LOFT-ANTAL(NUM-KAMPAGNE)
           IF CK-SIDST-MAANED OF KAMPAGNE-ARR(NUM-KAMPAGNE)
                   NOT < RAPPORT-MAANED
               MOVE "N" TO KA-AFREGN-SW(NUM-KAMPAGNE)
           END-IF
           IF CK-GYLDIG-FRA OF KAMPAGNE-ARR(NUM-KAMPAGNE)(1:7)
                   > RAPPORT-MAANED
               MOVE "N" TO KA-AFREGN-SW(NUM-KAMPAGNE)
           END-IF
           IF CK-GYLDIG-TIL OF KAMPAGNE-ARR(NUM-KAMPAGNE) NOT = SPACES
                   AND CK-GYLDIG-TIL OF KAMPAGNE-ARR(NUM-KAMPAGNE)(1:7)
                       < RAPPORT-MAANED
               MOVE "N" TO KA-AFREGN-SW(NUM-KAMPAGNE)
           END-IF
           IF CK-PROCENT OF KAMPAGNE-ARR(NUM-KAMPAGNE) = ZEROS
               MOVE "N" TO KA-AFREGN-SW(NUM-KAMPAGNE)
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
                           IF NUM-KONTI >= 1000
                               DISPLAY "FEJL: flere end 1000 konti i "
                                   "KontoOpl.txt."
                               MOVE 1 TO RETURN-CODE
                               STOP RUN
                           END-IF
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

       KUNDE-ARR-FILL.
           OPEN INPUT FIL-KUNDER
           MOVE "N" TO TRAILER-FOUND-SW
           MOVE 0 TO NUM-KUNDER
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
                           IF NUM-KUNDER >= 1000
                               DISPLAY "FEJL: flere end 1000 kunder i "
                                   "Kundeoplysninger.txt."
                               MOVE 1 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO NUM-KUNDER
                           MOVE KUNDE-OPL TO KUNDE-ARR(NUM-KUNDER)
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
           IF NUM-KUNDER NOT = TRAILER-ANTAL
               DISPLAY "FEJL: Kundeoplysninger.txt - forventet "
                   TRAILER-ANTAL " poster, fandt " NUM-KUNDER
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       KATEGORI-ARR-FILL.
           MOVE 0 TO NUM-KATEGORI
           OPEN INPUT FIL-KATEGORI
           IF KATEGORI-FIL-STATUS = "00"
               PERFORM VARYING KATEGORI-IX FROM 1 BY 1
                       UNTIL KATEGORI-IX > 100
                   READ FIL-KATEGORI INTO KATEGORI-REKORD
                       AT END
                           EXIT PERFORM
                   END-READ
                   ADD 1 TO NUM-KATEGORI
                   MOVE KATEGORI-REKORD TO KATEGORI-ARR(NUM-KATEGORI)
               END-PERFORM
               CLOSE FIL-KATEGORI
           END-IF.

       BUTIK-MASTER-FILL.
           MOVE 0 TO NUM-BUTIK-MASTER
           OPEN INPUT FIL-BUTIKKER
           IF BUTIKKER-FIL-STATUS = "00"
               PERFORM VARYING BM-IX FROM 1 BY 1 UNTIL BM-IX > 500
                   READ FIL-BUTIKKER INTO BUTIK-MASTER-REKORD
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF TR-MARKER OF BUTIK-MASTER-TRAILER = "TRAILER"
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO NUM-BUTIK-MASTER
                   MOVE BUTIK-MASTER-REKORD
                     TO BUTIK-MASTER-ARR(NUM-BUTIK-MASTER)
               END-PERFORM
               CLOSE FIL-BUTIKKER
           END-IF.

       TRANS-GENNEMLOEB.
           OPEN INPUT FIL-TRANS
           IF TRANS-STATUS NOT = "00"
               DISPLAY "FEJL: Transaktioner.txt kan ikke aabnes - "
                   "status " TRANS-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO TRAILER-FOUND-SW
           MOVE 0 TO TRAILER-ANTAL
           MOVE 0 TO TRANS-LAEST
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-TRANS
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF TRANSAKTIONER-TRAILER = "TRAILER"
                           MOVE "Y" TO EOF-FLAG
                           MOVE "Y" TO TRAILER-FOUND-SW
                           MOVE TR-ANTAL OF TRANSAKTIONER-TRAILER
                             TO TRAILER-ANTAL
                       ELSE
                           ADD 1 TO TRANS-LAEST
                           PERFORM VURDER-KOEB
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-TRANS
           IF TRAILER-FOUND-SW = "N"
               DISPLAY "FEJL: Transaktioner.txt mangler "
                   "sluttaellerpost"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF TRANS-LAEST NOT = TRAILER-ANTAL
               DISPLAY "FEJL: Transaktioner.txt - forventet "
                   TRAILER-ANTAL " poster, fandt " TRANS-LAEST
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Kun kortkoeb i rapportmaaneden paa aabne konti optjener
      * cashback.
       VURDER-KOEB.
           IF TRANS-TYPE OF TRANSAKTIONER NOT = "KOB"
                   OR BELØB OF TRANSAKTIONER NOT < ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE BOGFOER-DATO OF TRANSAKTIONER TO KOEB-DATO
           IF KOEB-DATO = SPACES
               MOVE TIDSPUNKT OF TRANSAKTIONER(1:10) TO KOEB-DATO
           END-IF
           IF KOEB-DATO(1:7) NOT = RAPPORT-MAANED
               EXIT PARAGRAPH
           END-IF
           MOVE KONTO-ID OF TRANSAKTIONER TO POSTERING-KONTO
           PERFORM LOOKUP-KONTO
           PERFORM LOOKUP-KUNDE
           IF KUNDE-MATCH-IX = 0
               EXIT PARAGRAPH
           END-IF
           IF KONTO-LUKKET OF KUNDE-ARR(KUNDE-MATCH-IX)
               EXIT PARAGRAPH
           END-IF
           MOVE KUNDE-ID OF KONTO-ARR(KONTO-MATCH-IX) TO KOEB-KUNDE-ID
           MOVE BUTIK OF TRANSAKTIONER TO CURR-BUTIK
           PERFORM NORMALISER-BUTIK
           PERFORM FIND-KATEGORI
           PERFORM FIND-KAMPAGNE
           IF KAMPAGNE-MATCH-IX = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE KOEB-BELOEB = 0 - BELØB OF TRANSAKTIONER
           COMPUTE KOEB-CASHBACK ROUNDED = KOEB-BELOEB
               * CK-PROCENT OF KAMPAGNE-ARR(KAMPAGNE-MATCH-IX) / 100
           PERFORM FIND-KUNDE-CB
           IF CK-MAANED-LOFT OF KAMPAGNE-ARR(KAMPAGNE-MATCH-IX)
                   NOT = ZEROS
               COMPUTE KOEB-RESTLOFT =
                   CK-MAANED-LOFT OF KAMPAGNE-ARR(KAMPAGNE-MATCH-IX)
                   - KC-CASHBACK(KUNDE-CB-MATCH-IX)
               IF KOEB-CASHBACK > KOEB-RESTLOFT
                   MOVE KOEB-RESTLOFT TO KOEB-CASHBACK
                   IF KC-LOFT-SW(KUNDE-CB-MATCH-IX) = "N"
                       MOVE "J" TO KC-LOFT-SW(KUNDE-CB-MATCH-IX)
                       ADD 1 TO KA-LOFT-ANTAL(KAMPAGNE-MATCH-IX)
                   END-IF
               END-IF
           END-IF
           ADD KOEB-CASHBACK TO KC-CASHBACK(KUNDE-CB-MATCH-IX)
           ADD 1 TO KA-KOEB-ANTAL(KAMPAGNE-MATCH-IX)
           ADD KOEB-BELOEB TO KA-KOEB-BELOEB(KAMPAGNE-MATCH-IX)
           ADD KOEB-CASHBACK TO KA-CASHBACK(KAMPAGNE-MATCH-IX)
           PERFORM FIND-PARTNER
           ADD 1 TO PA-KOEB-ANTAL(PARTNER-MATCH-IX)
           ADD KOEB-BELOEB TO PA-KOEB-BELOEB(PARTNER-MATCH-IX)
           ADD KOEB-CASHBACK TO PA-CASHBACK(PARTNER-MATCH-IX)
           IF KOEB-CASHBACK > ZEROS
               PERFORM FIND-KONTO-CB
               ADD KOEB-CASHBACK TO KB-CASHBACK(KONTO-CB-MATCH-IX)
           END-IF.

      * Butikstekster normaliseres til masterens visningsnavn via
      * navn og aliasser i Butikker.txt (store/smaa bogstaver uden
      * betydning); uden masterraekke bruges teksten som den staar.
       NORMALISER-BUTIK.
           MOVE 0 TO BM-MATCH-IX
           MOVE FUNCTION UPPER-CASE(CURR-BUTIK) TO BUTIK-SOEG
           PERFORM VARYING BM-IX FROM 1 BY 1
                   UNTIL BM-IX > NUM-BUTIK-MASTER
               IF BUTIK-SOEG = FUNCTION UPPER-CASE(
                       BM-NAVN OF BUTIK-MASTER-ARR(BM-IX))
                   OR BUTIK-SOEG = FUNCTION UPPER-CASE(
                       BM-ALIAS-1 OF BUTIK-MASTER-ARR(BM-IX))
                   OR BUTIK-SOEG = FUNCTION UPPER-CASE(
                       BM-ALIAS-2 OF BUTIK-MASTER-ARR(BM-IX))
                   OR BUTIK-SOEG = FUNCTION UPPER-CASE(
                       BM-ALIAS-3 OF BUTIK-MASTER-ARR(BM-IX))
                   MOVE BM-IX TO BM-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF BM-MATCH-IX > 0
               MOVE BM-NAVN OF BUTIK-MASTER-ARR(BM-MATCH-IX)
                 TO CURR-BUTIK
           END-IF.

      * Samme kategorisering som kontoudskriften: butiksspecifik
      * raekke foerst, dernaest transaktionstypens standardraekke.
       FIND-KATEGORI.
           MOVE "oevrige" TO CURR-KATEGORI
           PERFORM VARYING KATEGORI-IX FROM 1 BY 1
                   UNTIL KATEGORI-IX > NUM-KATEGORI
               IF KT-TRANS-TYPE OF KATEGORI-ARR(KATEGORI-IX)
                       = TRANS-TYPE OF TRANSAKTIONER (1:10)
                   AND KT-BUTIK OF KATEGORI-ARR(KATEGORI-IX)
                       = BUTIK OF TRANSAKTIONER
                   MOVE KT-KATEGORI OF KATEGORI-ARR(KATEGORI-IX)
                     TO CURR-KATEGORI
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF CURR-KATEGORI = "oevrige"
               PERFORM VARYING KATEGORI-IX FROM 1 BY 1
                       UNTIL KATEGORI-IX > NUM-KATEGORI
                   IF KT-TRANS-TYPE OF KATEGORI-ARR(KATEGORI-IX)
                           = TRANS-TYPE OF TRANSAKTIONER (1:10)
                       AND KT-BUTIK OF KATEGORI-ARR(KATEGORI-IX)
                           = SPACES
                       MOVE KT-KATEGORI OF KATEGORI-ARR(KATEGORI-IX)
                         TO CURR-KATEGORI
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

      * Butikskampagner gaar forud for kategorikampagner; inden for
      * hver slags vinder den foerste gyldige kampagne i filen.
       FIND-KAMPAGNE.
           MOVE 0 TO KAMPAGNE-MATCH-IX
           PERFORM VARYING KAMPAGNE-IX FROM 1 BY 1
                   UNTIL KAMPAGNE-IX > NUM-KAMPAGNE
               IF KA-AFREGNES(KAMPAGNE-IX)
                   AND CK-BUTIK OF KAMPAGNE-ARR(KAMPAGNE-IX)
                       NOT = SPACES
                   AND FUNCTION UPPER-CASE(
                       CK-BUTIK OF KAMPAGNE-ARR(KAMPAGNE-IX))
                       = FUNCTION UPPER-CASE(CURR-BUTIK)
                   PERFORM CHECK-KAMPAGNE-DATO
               END-IF
           END-PERFORM
           IF KAMPAGNE-MATCH-IX > 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING KAMPAGNE-IX FROM 1 BY 1
                   UNTIL KAMPAGNE-IX > NUM-KAMPAGNE
               IF KA-AFREGNES(KAMPAGNE-IX)
                   AND CK-BUTIK OF KAMPAGNE-ARR(KAMPAGNE-IX) = SPACES
                   AND CK-KATEGORI OF KAMPAGNE-ARR(KAMPAGNE-IX)
                       = CURR-KATEGORI
                   PERFORM CHECK-KAMPAGNE-DATO
               END-IF
           END-PERFORM.

       CHECK-KAMPAGNE-DATO.
           IF KAMPAGNE-MATCH-IX > 0
               EXIT PARAGRAPH
           END-IF
           IF KOEB-DATO < CK-GYLDIG-FRA OF KAMPAGNE-ARR(KAMPAGNE-IX)
               EXIT PARAGRAPH
           END-IF
           IF CK-GYLDIG-TIL OF KAMPAGNE-ARR(KAMPAGNE-IX) NOT = SPACES
                   AND KOEB-DATO
                       > CK-GYLDIG-TIL OF KAMPAGNE-ARR(KAMPAGNE-IX)
               EXIT PARAGRAPH
           END-IF
           MOVE KAMPAGNE-IX TO KAMPAGNE-MATCH-IX.

       FIND-KUNDE-CB.
           MOVE 0 TO KUNDE-CB-MATCH-IX
           PERFORM VARYING KUNDE-CB-IX FROM 1 BY 1
                   UNTIL KUNDE-CB-IX > NUM-KUNDE-CB
               IF KC-KUNDE-ID(KUNDE-CB-IX) = KOEB-KUNDE-ID
                   AND KC-KAMPAGNE-IX(KUNDE-CB-IX) = KAMPAGNE-MATCH-IX
                   MOVE KUNDE-CB-IX TO KUNDE-CB-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF KUNDE-CB-MATCH-IX = 0
               IF NUM-KUNDE-CB >= 5000
                   DISPLAY "FEJL: flere end 5000 kunde/kampagne-"
                       "par - udvid KUNDE-CB-ARR."
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO NUM-KUNDE-CB
               MOVE NUM-KUNDE-CB TO KUNDE-CB-MATCH-IX
               MOVE KOEB-KUNDE-ID TO KC-KUNDE-ID(NUM-KUNDE-CB)
               MOVE KAMPAGNE-MATCH-IX TO KC-KAMPAGNE-IX(NUM-KUNDE-CB)
               MOVE ZEROS TO KC-CASHBACK(NUM-KUNDE-CB)
               MOVE "N" TO KC-LOFT-SW(NUM-KUNDE-CB)
           END-IF.

       FIND-KONTO-CB.
           MOVE 0 TO KONTO-CB-MATCH-IX
           PERFORM VARYING KONTO-CB-IX FROM 1 BY 1
                   UNTIL KONTO-CB-IX > NUM-KONTO-CB
               IF KB-KONTO-ID(KONTO-CB-IX) = POSTERING-KONTO
                   AND KB-KAMPAGNE-IX(KONTO-CB-IX) = KAMPAGNE-MATCH-IX
                   MOVE KONTO-CB-IX TO KONTO-CB-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF KONTO-CB-MATCH-IX = 0
               IF NUM-KONTO-CB >= 5000
                   DISPLAY "FEJL: flere end 5000 konto/kampagne-"
                       "par - udvid KONTO-CB-ARR."
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO NUM-KONTO-CB
               MOVE NUM-KONTO-CB TO KONTO-CB-MATCH-IX
               MOVE POSTERING-KONTO TO KB-KONTO-ID(NUM-KONTO-CB)
               MOVE KAMPAGNE-MATCH-IX TO KB-KAMPAGNE-IX(NUM-KONTO-CB)
               MOVE ZEROS TO KB-CASHBACK(NUM-KONTO-CB)
           END-IF.

       FIND-PARTNER.
           MOVE 0 TO PARTNER-MATCH-IX
           PERFORM VARYING PARTNER-IX FROM 1 BY 1
                   UNTIL PARTNER-IX > NUM-PARTNER
               IF PA-KAMPAGNE-IX(PARTNER-IX) = KAMPAGNE-MATCH-IX
                   AND PA-BUTIK(PARTNER-IX) = CURR-BUTIK
                   MOVE PARTNER-IX TO PARTNER-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF PARTNER-MATCH-IX = 0
               IF NUM-PARTNER >= 2000
                   DISPLAY "FEJL: flere end 2000 kampagne/partner-"
                       "par - udvid PARTNER-ARR."
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO NUM-PARTNER
               MOVE NUM-PARTNER TO PARTNER-MATCH-IX
               MOVE KAMPAGNE-MATCH-IX TO PA-KAMPAGNE-IX(NUM-PARTNER)
               MOVE CURR-BUTIK TO PA-BUTIK(NUM-PARTNER)
               MOVE ZEROS TO PA-KOEB-ANTAL(NUM-PARTNER)
               MOVE ZEROS TO PA-KOEB-BELOEB(NUM-PARTNER)
               MOVE ZEROS TO PA-CASHBACK(NUM-PARTNER)
           END-IF.

       LOOKUP-KONTO.
           MOVE 0 TO KONTO-MATCH-IX
           PERFORM VARYING KONTO-IX2 FROM 1 BY 1
                   UNTIL KONTO-IX2 > NUM-KONTI
               IF KONTO-ID OF KONTO-ARR(KONTO-IX2) = POSTERING-KONTO
                   MOVE KONTO-IX2 TO KONTO-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOOKUP-KUNDE.
           MOVE 0 TO KUNDE-MATCH-IX
           IF KONTO-MATCH-IX > 0
               PERFORM VARYING KUNDE-IX2 FROM 1 BY 1
                       UNTIL KUNDE-IX2 > NUM-KUNDER
                   IF KUNDE-ID OF KUNDE-ARR(KUNDE-IX2)
                           = KUNDE-ID OF KONTO-ARR(KONTO-MATCH-IX)
                       MOVE KUNDE-IX2 TO KUNDE-MATCH-IX
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

      * Een CASHBACK-postering pr. konto pr. kampagne; BUTIK baerer
      * kampagne-id'et, saa kunden kan se, hvilken kampagne der er
      * udbetalt.
       BUILD-CB-POSTERING.
           MOVE KB-KONTO-ID(KONTO-CB-IX) TO POSTERING-KONTO
           MOVE KB-KAMPAGNE-IX(KONTO-CB-IX) TO KAMPAGNE-IX
           MOVE SPACES TO CB-POSTERING
           PERFORM LOOKUP-KONTO
           PERFORM LOOKUP-KUNDE
           IF KUNDE-MATCH-IX > 0
               MOVE CPR OF KUNDE-ARR(KUNDE-MATCH-IX)
                 TO CPR OF CB-POSTERING
               MOVE SPACES TO CB-NAVN
               STRING
                   FORNAVN OF KUNDE-ARR(KUNDE-MATCH-IX)
                                                   DELIMITED BY SPACE
                   " "                             DELIMITED BY SIZE
                   EFTERNAVN OF KUNDE-ARR(KUNDE-MATCH-IX)
                                                   DELIMITED BY SPACE
               INTO CB-NAVN
               MOVE CB-NAVN TO NAVN OF CB-POSTERING
               STRING
                   FUNCTION TRIM(VEJNAVN OF KUNDE-ARR(KUNDE-MATCH-IX))
                                                   DELIMITED BY SIZE
                   " "                             DELIMITED BY SIZE
                   HUSNR OF KUNDE-ARR(KUNDE-MATCH-IX)
                                                   DELIMITED BY SPACE
                   " "                             DELIMITED BY SIZE
                   BY-ADR OF KUNDE-ARR(KUNDE-MATCH-IX)
                                                   DELIMITED BY SPACE
               INTO ADRESSE OF CB-POSTERING
           END-IF
           MOVE POSTERING-KONTO TO KONTO-ID OF CB-POSTERING
           MOVE ZEROS TO REG-NR OF CB-POSTERING
           MOVE KB-CASHBACK(KONTO-CB-IX) TO BELØB OF CB-POSTERING
           MOVE VALUTA-KD OF KONTO-ARR(KONTO-MATCH-IX)
             TO VALUTA OF CB-POSTERING
           MOVE "CASHBACK" TO TRANS-TYPE OF CB-POSTERING
           STRING
               "CASHBACK "          DELIMITED BY SIZE
               CK-KAMPAGNE-ID OF KAMPAGNE-ARR(KAMPAGNE-IX)
                                    DELIMITED BY SPACE
           INTO BUTIK OF CB-POSTERING
           MOVE SPACES TO CB-TIDSPUNKT
           STRING
               DAGS-DATO          DELIMITED BY SIZE
               "-00:00:00.000000" DELIMITED BY SIZE
           INTO CB-TIDSPUNKT
           MOVE CB-TIDSPUNKT TO TIDSPUNKT OF CB-POSTERING
           IF NUM-GEN >= 5000
               DISPLAY "FEJL: Cashbackposteringer overstiger "
                   "GEN-ARR's graense paa 5000 poster."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO NUM-GEN
           MOVE CB-POSTERING TO GEN-ARR(NUM-GEN)
           ADD KB-CASHBACK(KONTO-CB-IX) TO TOTAL-CASHBACK.

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
               MOVE GEN-ARR(GEN-IX) TO VENTENDE-REKORD(1:264)
               MOVE "OPG109" TO VP-KILDE OF VENTENDE-REKORD
               MOVE VENT-PARTI-ID TO VP-PARTI-ID OF VENTENDE-REKORD
               WRITE VENTENDE-REKORD
           END-PERFORM
           MOVE SPACES TO VENTENDE-REKORD
           MOVE "TRAILER" TO TR-MARKER OF VENTENDE-TRAILER
           MOVE NUM-GEN TO TR-ANTAL OF VENTENDE-TRAILER
           MOVE "OPG109" TO VP-KILDE OF VENTENDE-REKORD
           MOVE VENT-PARTI-ID TO VP-PARTI-ID OF VENTENDE-REKORD
           WRITE VENTENDE-REKORD
           CLOSE FIL-VENTENDE.

      * Afregnede kampagner stemples med rapportmaaneden, saa en
      * genkoersel ikke udbetaler igen.
       KAMPAGNE-ARR-REWRITE.
           OPEN OUTPUT FIL-KAMPAGNE
           PERFORM VARYING KAMPAGNE-IX FROM 1 BY 1
                   UNTIL KAMPAGNE-IX > NUM-KAMPAGNE
               IF KA-AFREGNES(KAMPAGNE-IX)
                   MOVE RAPPORT-MAANED
                     TO CK-SIDST-MAANED OF KAMPAGNE-ARR(KAMPAGNE-IX)
               END-IF
               MOVE KAMPAGNE-ARR(KAMPAGNE-IX)(1:88) TO KAMPAGNE-REKORD
               WRITE KAMPAGNE-REKORD
           END-PERFORM
           MOVE SPACES TO KAMPAGNE-REKORD
           MOVE "TRAILER" TO TR-MARKER OF KAMPAGNE-REKORD-TRAILER
           MOVE NUM-KAMPAGNE TO TR-ANTAL OF KAMPAGNE-REKORD-TRAILER
           WRITE KAMPAGNE-REKORD
           CLOSE FIL-KAMPAGNE.

      * Kampagneomkostning pr. partner: cashback efter loft fordeles
      * mellem partneren (CK-PARTNER-ANDEL procent, faktureres) og
      * banken (resten, bogfoeres som markedsfoeringsomkostning).
       SKRIV-RAPPORT.
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "CASHBACK - KAMPAGNEOMKOSTNING PR. PARTNER - "
                                     DELIMITED BY SIZE
               RAPPORT-MAANED        DELIMITED BY SIZE
               "  (koert "           DELIMITED BY SIZE
               DAGS-DATO             DELIMITED BY SIZE
               ")"                   DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           PERFORM VARYING KAMPAGNE-IX FROM 1 BY 1
                   UNTIL KAMPAGNE-IX > NUM-KAMPAGNE
               PERFORM SKRIV-KAMPAGNE
           END-PERFORM
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE TOTAL-CASHBACK TO BELOEB-VIS
           MOVE TOTAL-PARTNER TO BELOEB-VIS-2
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "Cashback i alt: "    DELIMITED BY SIZE
               BELOEB-VIS            DELIMITED BY SIZE
               "  heraf til fakturering hos partnere: "
                                     DELIMITED BY SIZE
               BELOEB-VIS-2          DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC.

       SKRIV-KAMPAGNE.
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE CK-PROCENT OF KAMPAGNE-ARR(KAMPAGNE-IX) TO PROCENT-VIS
           MOVE CK-MAANED-LOFT OF KAMPAGNE-ARR(KAMPAGNE-IX)
             TO BELOEB-VIS
           MOVE SPACES TO RAPPORT-TEXT
           IF CK-BUTIK OF KAMPAGNE-ARR(KAMPAGNE-IX) NOT = SPACES
               STRING
                   "Kampagne "       DELIMITED BY SIZE
                   CK-KAMPAGNE-ID OF KAMPAGNE-ARR(KAMPAGNE-IX)
                                     DELIMITED BY SIZE
                   " butik "         DELIMITED BY SIZE
                   CK-BUTIK OF KAMPAGNE-ARR(KAMPAGNE-IX)
                                     DELIMITED BY SIZE
                   PROCENT-VIS       DELIMITED BY SIZE
                   "%  loft "        DELIMITED BY SIZE
                   BELOEB-VIS        DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           ELSE
               STRING
                   "Kampagne "       DELIMITED BY SIZE
                   CK-KAMPAGNE-ID OF KAMPAGNE-ARR(KAMPAGNE-IX)
                                     DELIMITED BY SIZE
                   " kategori "      DELIMITED BY SIZE
                   CK-KATEGORI OF KAMPAGNE-ARR(KAMPAGNE-IX)
                                     DELIMITED BY SIZE
                   "     "           DELIMITED BY SIZE
                   PROCENT-VIS       DELIMITED BY SIZE
                   "%  loft "        DELIMITED BY SIZE
                   BELOEB-VIS        DELIMITED BY SIZE
               INTO RAPPORT-TEXT
           END-IF
           WRITE RAPPORT-REC
           IF NOT KA-AFREGNES(KAMPAGNE-IX)
               MOVE SPACES TO RAPPORT-TEXT
               IF CK-SIDST-MAANED OF KAMPAGNE-ARR(KAMPAGNE-IX)
                       NOT < RAPPORT-MAANED
                   MOVE "  Allerede afregnet for maaneden"
                     TO RAPPORT-TEXT
               ELSE
                   MOVE "  Ikke aktiv i maaneden" TO RAPPORT-TEXT
               END-IF
               WRITE RAPPORT-REC
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RAPPORT-TEXT
           MOVE "  Partner              Koeb     Koebsbeloeb"
             TO RAPPORT-TEXT
           MOVE "        Cashback   Partnerandel    Bankens andel"
             TO RAPPORT-TEXT(45:)
           WRITE RAPPORT-REC
           PERFORM VARYING PARTNER-IX FROM 1 BY 1
                   UNTIL PARTNER-IX > NUM-PARTNER
               IF PA-KAMPAGNE-IX(PARTNER-IX) = KAMPAGNE-IX
                   PERFORM SKRIV-PARTNER
               END-IF
           END-PERFORM
           MOVE KA-LOFT-ANTAL(KAMPAGNE-IX) TO ANTAL-VIS
           MOVE KA-CASHBACK(KAMPAGNE-IX) TO BELOEB-VIS
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "  Kampagnens cashback: " DELIMITED BY SIZE
               BELOEB-VIS                DELIMITED BY SIZE
               "  kunder ved loftet: "   DELIMITED BY SIZE
               ANTAL-VIS                 DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC.

       SKRIV-PARTNER.
           COMPUTE PARTNER-ANDEL-BELOEB ROUNDED =
               PA-CASHBACK(PARTNER-IX)
               * CK-PARTNER-ANDEL OF KAMPAGNE-ARR(KAMPAGNE-IX) / 100
           COMPUTE BANK-ANDEL-BELOEB =
               PA-CASHBACK(PARTNER-IX) - PARTNER-ANDEL-BELOEB
           ADD PARTNER-ANDEL-BELOEB TO TOTAL-PARTNER
           MOVE SPACES TO RAPPORT-LINJE
           MOVE PA-BUTIK(PARTNER-IX) TO RL-BUTIK
           MOVE PA-KOEB-ANTAL(PARTNER-IX) TO RL-KOEB-ANTAL
           MOVE PA-KOEB-BELOEB(PARTNER-IX) TO RL-KOEB-BELOEB
           MOVE PA-CASHBACK(PARTNER-IX) TO RL-CASHBACK
           MOVE PARTNER-ANDEL-BELOEB TO RL-PARTNER
           MOVE BANK-ANDEL-BELOEB TO RL-BANK
           MOVE SPACES TO RAPPORT-TEXT
           MOVE RAPPORT-LINJE TO RAPPORT-TEXT(3:)
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
           END-IF.
