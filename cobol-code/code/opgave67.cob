           SELECT FIL-AFTALER ASSIGN TO "../data/KreditorAftaler.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AFTALE-FIL-STATUS.
           SELECT FIL-NEMKONTO
               ASSIGN TO "../data/NemKonto-Register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NEMKONTO-FIL-STATUS.
           SELECT FIL-TRANS ASSIGN TO "../data/Transaktioner.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-KONTI ASSIGN TO "../data/KontoOpl.txt"
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(46).

       FD FIL-NEMKONTO.
       01 NEMKONTO-REKORD.
           COPY "../copybooks/NEMKONTO.cpy".
       01 NEMKONTO-REKORD-TRAILER REDEFINES NEMKONTO-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(12).

       FD FIL-TRANS.
       01 TRANSAKTIONER.
           COPY "../copybooks/TRANSAKTIONER.cpy".
       01 TRANSAKTIONER-TRAILER REDEFINES TRANSAKTIONER.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(251).

       FD FIL-KONTI.
       01 KONTO-REKORD.
       01 SKIFTE-FIL-STATUS PIC XX VALUE "00".
       01 ORDRE-FIL-STATUS PIC XX VALUE "00".
       01 AFTALE-FIL-STATUS PIC XX VALUE "00".
       01 NEMKONTO-FIL-STATUS PIC XX VALUE "00".
       01 TRAILER-FOUND-SW PIC X(01) VALUE "N".
       01 TRAILER-ANTAL    PIC 9(06) VALUE ZEROS.
       01 EOF-FLAG         PIC X(01) VALUE "N".

      * Engagementsskifte fra afgivende bank: O-raekker maskinopretter
      * staaende ordrer paa den nye konto, B-raekker peger
      * eksisterende BS-debitoraftaler om til den nye konto,
      * S-raekker posterer aabningssaldoen, og N-raekker flytter
      * kundens NemKonto-udpegning til den nye konto i
      * NemKonto-Register.txt. Konverteringsrapporten
      * viser kunden praecis, hvad der blev oprettet.
       01 SKIFTE-IND.
           COPY "../copybooks/ENGAGEMENT-SKIFTE.cpy".
       01 AFTALE-IX       PIC 9(04) VALUE 0.
       01 AFTALE-MATCH-IX PIC 9(04) VALUE 0.

       01 NUM-NEMKONTO  PIC 9(05) VALUE 0.
       01 NEMKONTO-ARR OCCURS 0 TO 10000 TIMES
               DEPENDING ON NUM-NEMKONTO.
           COPY "../copybooks/NEMKONTO.cpy".
       01 NEMKONTO-IX     PIC 9(05) VALUE 0.
       01 NEMKONTO-MATCH-IX PIC 9(05) VALUE 0.

       01 NUM-TRANS     PIC 9(05) VALUE 0.
       01 TRANS-ARR OCCURS 0 TO 10000 TIMES DEPENDING ON NUM-TRANS.
           COPY "../copybooks/TRANSAKTIONER.cpy".
       01 ORDRE-OPRETTET  PIC 9(04) VALUE 0.
       01 AFTALE-OMPEGET  PIC 9(04) VALUE 0.
       01 SALDO-POSTERET  PIC 9(04) VALUE 0.
       01 NEMKONTO-FLYTTET PIC 9(04) VALUE 0.
       01 SKIFTE-FEJL     PIC 9(04) VALUE 0.
       01 PRETTY-NUMERIC  PIC -ZZZ,ZZZ,ZZ9.99.
       01 SYSTEM-KOMMANDO  PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM KONTO-ARR-FILL
           PERFORM ORDRE-ARR-FILL
           PERFORM AFTALE-ARR-FILL
           PERFORM NEMKONTO-ARR-FILL
           PERFORM TRANS-ARR-FILL
           OPEN OUTPUT FIL-RAPPORT
           PERFORM SKIFTE-ITER
           CLOSE FIL-RAPPORT
           PERFORM ORDRE-ARR-REWRITE
           PERFORM AFTALE-ARR-REWRITE
           IF NEMKONTO-FLYTTET > 0
               PERFORM NEMKONTO-ARR-REWRITE
           END-IF
           PERFORM MERGE-SALDO-POSTERINGER
           PERFORM TRANS-ARR-REWRITE
           DISPLAY "Engagementsskifte gennemfoert - "
               ORDRE-OPRETTET " ordrer, " AFTALE-OMPEGET
               " BS-aftaler, " SALDO-POSTERET " saldoposteringer, "
               NEMKONTO-FLYTTET " NemKonto-udpegninger, "
               SKIFTE-FEJL " fejl."
           STOP RUN.

               CLOSE FIL-AFTALER
           END-IF.

       NEMKONTO-ARR-FILL.
           MOVE 0 TO NUM-NEMKONTO
           OPEN INPUT FIL-NEMKONTO
           IF NEMKONTO-FIL-STATUS = "00"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ FIL-NEMKONTO INTO NEMKONTO-REKORD
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF TR-MARKER OF NEMKONTO-REKORD-TRAILER
                                   = "TRAILER"
                               MOVE "Y" TO EOF-FLAG
                           ELSE
                               ADD 1 TO NUM-NEMKONTO
                               MOVE NEMKONTO-REKORD
                                 TO NEMKONTO-ARR(NUM-NEMKONTO)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIL-NEMKONTO
           END-IF.

       TRANS-ARR-FILL.
           OPEN INPUT FIL-TRANS
           MOVE "N" TO TRAILER-FOUND-SW
                   PERFORM OMPEG-AFTALE
               WHEN ES-SALDO OF SKIFTE-IND
                   PERFORM POSTER-AABNINGSSALDO
               WHEN ES-NEMKONTO OF SKIFTE-IND
                   PERFORM FLYT-NEMKONTO
               WHEN OTHER
                   ADD 1 TO SKIFTE-FEJL
                   MOVE SPACES TO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-TEXT.

      * Et CPR har praecis een NemKonto; en eksisterende udpegning
      * erstattes, ellers oprettes en ny.
       FLYT-NEMKONTO.
           MOVE 0 TO NEMKONTO-MATCH-IX
           PERFORM VARYING NEMKONTO-IX FROM 1 BY 1
                   UNTIL NEMKONTO-IX > NUM-NEMKONTO
               IF NK-CPR OF NEMKONTO-ARR(NEMKONTO-IX)
                       = ES-NK-CPR OF SKIFTE-IND
                   MOVE NEMKONTO-IX TO NEMKONTO-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NEMKONTO-MATCH-IX = 0
               IF NUM-NEMKONTO >= 10000
                   DISPLAY "FEJL: NemKonto-Register.txt er fuldt - "
                       "udvid NEMKONTO-ARR."
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO NUM-NEMKONTO
               MOVE NUM-NEMKONTO TO NEMKONTO-MATCH-IX
               MOVE SPACES TO NEMKONTO-ARR(NEMKONTO-MATCH-IX)
               MOVE ES-NK-CPR OF SKIFTE-IND
                 TO NK-CPR OF NEMKONTO-ARR(NEMKONTO-MATCH-IX)
           END-IF
           MOVE ES-NY-KONTO-ID OF SKIFTE-IND
             TO NK-KONTO-ID OF NEMKONTO-ARR(NEMKONTO-MATCH-IX)
           ADD 1 TO NEMKONTO-FLYTTET
           MOVE SPACES TO RAPPORT-TEXT
           STRING
               "NemKonto for CPR " DELIMITED BY SIZE
               ES-NK-CPR OF SKIFTE-IND DELIMITED BY SIZE
               " udpeget til "     DELIMITED BY SIZE
               ES-NY-KONTO-ID OF SKIFTE-IND DELIMITED BY SIZE
           INTO RAPPORT-TEXT
           WRITE RAPPORT-REC
           MOVE SPACES TO RAPPORT-TEXT.

       ORDRE-ARR-REWRITE.
           OPEN OUTPUT FIL-ORDRER
           PERFORM VARYING ORDRE-IX FROM 1 BY 1
           WRITE AFTALE-REKORD
           CLOSE FIL-AFTALER.

       NEMKONTO-ARR-REWRITE.
           OPEN OUTPUT FIL-NEMKONTO
           PERFORM VARYING NEMKONTO-IX FROM 1 BY 1
                   UNTIL NEMKONTO-IX > NUM-NEMKONTO
               WRITE NEMKONTO-REKORD FROM NEMKONTO-ARR(NEMKONTO-IX)
           END-PERFORM
           MOVE SPACES TO NEMKONTO-REKORD
           MOVE "TRAILER" TO TR-MARKER OF NEMKONTO-REKORD-TRAILER
           MOVE NUM-NEMKONTO TO TR-ANTAL OF NEMKONTO-REKORD-TRAILER
           WRITE NEMKONTO-REKORD
           CLOSE FIL-NEMKONTO.

       APPEND-GEN-FOR-GROUP.
           PERFORM VARYING GEN-IX FROM 1 BY 1 UNTIL GEN-IX > NUM-GEN
               IF GEN-BRUGT-SW OF GEN-ARR(GEN-IX) = "N"
                       AND KONTO-ID OF GEN-ARR(GEN-IX)
                           = KONTO-ID OF TRANS-ARR(GROUP-START-IX)
                   ADD 1 TO OUT-IX
                   MOVE GEN-ARR(GEN-IX)(1:264) TO OUT-TRANS-ARR(OUT-IX)
                   MOVE "Y" TO GEN-BRUGT-SW OF GEN-ARR(GEN-IX)
               END-IF
           END-PERFORM.
           PERFORM VARYING GEN-IX FROM 1 BY 1 UNTIL GEN-IX > NUM-GEN
               IF GEN-BRUGT-SW OF GEN-ARR(GEN-IX) = "N"
                   ADD 1 TO OUT-IX
                   MOVE GEN-ARR(GEN-IX)(1:264) TO OUT-TRANS-ARR(OUT-IX)
                   MOVE "Y" TO GEN-BRUGT-SW OF GEN-ARR(GEN-IX)
               END-IF
           END-PERFORM
           MOVE "TRAILER" TO TR-MARKER OF TRANSAKTIONER-TRAILER
           MOVE NUM-OUT-TRANS TO TR-ANTAL OF TRANSAKTIONER-TRAILER
           WRITE TRANSAKTIONER
           CLOSE FIL-TRANS
      * Indekset fra OPG-97 genopbygges, saa opslagene straks ser
      * det omskrevne udtraek.
           MOVE "./opgave97" TO SYSTEM-KOMMANDO
           CALL "SYSTEM" USING SYSTEM-KOMMANDO.
