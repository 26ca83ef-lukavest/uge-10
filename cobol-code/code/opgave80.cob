           SELECT FIL-ARKIV ASSIGN TO ARKIV-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARKIV-STATUS.
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
           SELECT FIL-RAPPORT ASSIGN TO RAPPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-RUN-LOG ASSIGN TO "../data/Koerselslog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.
           SELECT FIL-ADGANG ASSIGN TO "../data/Adgangslog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ADGANG-STATUS.

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

       FD FIL-TRANS-IDX.
       01 TRANS-IDX-REC.
           COPY "../copybooks/TRANSAKTIONER.cpy".
           COPY "../copybooks/TRANS-INDEKS.cpy".

       FD FIL-RAPPORT.
       01 RAPPORT-REC.
       01 RUN-LOG-REC.
           02 RUN-LOG-TEXT PIC X(120).

       FD FIL-ADGANG.
       01 ADGANG-REC.
           COPY "../copybooks/ADGANGSLOG.cpy".

       WORKING-STORAGE SECTION.

      * Batchsoegning til myndighedsanmodninger: hver raekke i
       01 KATALOG-STATUS   PIC XX VALUE "00".
       01 ARKIV-STATUS     PIC XX VALUE "00".
       01 RUN-LOG-STATUS   PIC XX VALUE "00".
      * Anmodninger med konto eller CPR slaas op direkte i
      * transaktionsindekset fra OPG-97 (levende udtraek og arkiver
      * i een fil); uden indeks, eller uden nogen af de to kriterier,
      * gennemsoeges de flade filer som hidtil.
       01 TRANS-IDX-STATUS PIC XX VALUE "00".
       01 EOF-FLAG         PIC X(01) VALUE "N".
       01 KATALOG-EOF      PIC X(01) VALUE "N".
       01 ARKIV-EOF        PIC X(01) VALUE "N".
       01 BELOEB-VIS       PIC -ZZZ,ZZZ,ZZ9.99.
       01 FUND-NR-VIS      PIC ZZZZ9.

       01 ADGANG-STATUS    PIC XX VALUE "00".
       01 ADGANG-DATE      PIC 9(08) VALUE ZEROS.
       01 ADGANG-TIME      PIC 9(08) VALUE ZEROS.
       01 ADGANG-KUNDE-ID  PIC X(10) VALUE SPACES.
       01 ADGANG-KONTO-ID  PIC X(14) VALUE SPACES.
      * Hver konto logges een gang pr. anmodning.
       01 NUM-ADGANG-LOGGET PIC 9(03) VALUE 0.
       01 ADGANG-LOGGET-TAB.
           02 ADGANG-LOGGET PIC X(14) OCCURS 200 TIMES.
       01 ADGANG-IX        PIC 9(03) VALUE 0.

       PROCEDURE DIVISION.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT SOEG-OPERATOR FROM ENVIRONMENT "USER"

       UDFOER-ANMODNING.
           MOVE 0 TO FUND-NR
           MOVE 0 TO NUM-ADGANG-LOGGET
           MOVE SPACES TO RAPPORT-FILENAME
           STRING
               "../data/Soegning-Rapport-" DELIMITED BY SIZE
           INTO RAPPORT-FILENAME
           OPEN OUTPUT FIL-RAPPORT
           PERFORM SKRIV-RAPPORT-HOVED
           PERFORM SOEG-TRANSAKTIONER
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE FUND-NR TO FUND-NR-VIS
           MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REC.

       SOEG-TRANSAKTIONER.
           MOVE "99" TO TRANS-IDX-STATUS
           IF SA-KONTO-ID OF ANMODNING-ARR(ANMODNING-IX) NOT = SPACES
               OR SA-CPR OF ANMODNING-ARR(ANMODNING-IX) NOT = SPACES
               OPEN INPUT FIL-TRANS-IDX
           END-IF
           IF TRANS-IDX-STATUS = "00"
               IF SA-KONTO-ID OF ANMODNING-ARR(ANMODNING-IX)
                       NOT = SPACES
                   PERFORM SOEG-INDEKS-KONTO
               ELSE
                   PERFORM SOEG-INDEKS-CPR
               END-IF
               CLOSE FIL-TRANS-IDX
           ELSE
               PERFORM SOEG-LEVENDE-FIL
               PERFORM SOEG-ARKIVER
           END-IF.

       SOEG-INDEKS-KONTO.
           MOVE SA-KONTO-ID OF ANMODNING-ARR(ANMODNING-IX)
             TO TI-KONTO-ID
           MOVE SA-FRA-DATO OF ANMODNING-ARR(ANMODNING-IX)
             TO TI-TIDSPUNKT
           MOVE 0 TO TI-LOEBENR
           MOVE "N" TO EOF-FLAG
           START FIL-TRANS-IDX KEY IS NOT LESS THAN TI-NOEGLE
               INVALID KEY
                   MOVE "Y" TO EOF-FLAG
           END-START
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-TRANS-IDX NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TI-KONTO-ID NOT = SA-KONTO-ID
                               OF ANMODNING-ARR(ANMODNING-IX)
                           MOVE "Y" TO EOF-FLAG
                       ELSE
                           MOVE TRANS-IDX-REC(1:264) TO PROEVE-TRANS
                           PERFORM PROEV-TRANSAKTION
                       END-IF
               END-READ
           END-PERFORM.

       SOEG-INDEKS-CPR.
           MOVE SA-CPR OF ANMODNING-ARR(ANMODNING-IX)
             TO CPR OF TRANS-IDX-REC
           MOVE "N" TO EOF-FLAG
           START FIL-TRANS-IDX KEY IS = CPR OF TRANS-IDX-REC
               INVALID KEY
                   MOVE "Y" TO EOF-FLAG
           END-START
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-TRANS-IDX NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF CPR OF TRANS-IDX-REC NOT =
                               SA-CPR OF ANMODNING-ARR(ANMODNING-IX)
                           MOVE "Y" TO EOF-FLAG
                       ELSE
                           MOVE TRANS-IDX-REC(1:264) TO PROEVE-TRANS
                           PERFORM PROEV-TRANSAKTION
                       END-IF
               END-READ
           END-PERFORM.

       SOEG-LEVENDE-FIL.
           OPEN INPUT FIL-TRANS
           IF TRANS-FIL-STATUS = "00"
           END-IF.

       SKRIV-FUND.
           MOVE SPACES TO ADGANG-KUNDE-ID
           MOVE KONTO-ID OF PROEVE-TRANS TO ADGANG-KONTO-ID
           PERFORM LOG-KONTO-ADGANG
           ADD 1 TO FUND-NR
           MOVE FUND-NR TO FUND-NR-VIS
           MOVE BELØB OF PROEVE-TRANS TO BELOEB-VIS
           INTO RUN-LOG-TEXT
           WRITE RUN-LOG-REC
           CLOSE FIL-RUN-LOG.

       LOG-KONTO-ADGANG.
           PERFORM VARYING ADGANG-IX FROM 1 BY 1
                   UNTIL ADGANG-IX > NUM-ADGANG-LOGGET
               IF ADGANG-LOGGET(ADGANG-IX) = ADGANG-KONTO-ID
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF NUM-ADGANG-LOGGET < 200
               ADD 1 TO NUM-ADGANG-LOGGET
               MOVE ADGANG-KONTO-ID TO ADGANG-LOGGET(NUM-ADGANG-LOGGET)
           END-IF
           PERFORM SKRIV-ADGANGSLOG.

      * Adgangslog: hvert opslag paa en kunde eller konto skrives med
      * operator, program og tidspunkt til Adgangslog.txt, foer
      * oplysningerne vises. OPG-104 gennemgaar loggen ugentligt.
       SKRIV-ADGANGSLOG.
           ACCEPT ADGANG-DATE FROM DATE YYYYMMDD
           ACCEPT ADGANG-TIME FROM TIME
           OPEN EXTEND FIL-ADGANG
           IF ADGANG-STATUS = "35"
               OPEN OUTPUT FIL-ADGANG
           END-IF
           IF ADGANG-STATUS NOT = "00"
               DISPLAY "FEJL: Adgangslog.txt kan ikke skrives - "
                   "opslaget afbrydes."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO ADGANG-REC
           MOVE SOEG-OPERATOR TO AL-OPERATOR
           MOVE "OPG-80" TO AL-PROGRAM
           STRING
               ADGANG-DATE(1:4) DELIMITED BY SIZE
               "-"              DELIMITED BY SIZE
               ADGANG-DATE(5:2) DELIMITED BY SIZE
               "-"              DELIMITED BY SIZE
               ADGANG-DATE(7:2) DELIMITED BY SIZE
           INTO AL-DATO
           STRING
               ADGANG-TIME(1:2) DELIMITED BY SIZE
               ":"              DELIMITED BY SIZE
               ADGANG-TIME(3:2) DELIMITED BY SIZE
               ":"              DELIMITED BY SIZE
               ADGANG-TIME(5:2) DELIMITED BY SIZE
           INTO AL-TID
           MOVE ADGANG-KUNDE-ID TO AL-KUNDE-ID
           MOVE ADGANG-KONTO-ID TO AL-KONTO-ID
           WRITE ADGANG-REC
           CLOSE FIL-ADGANG.
