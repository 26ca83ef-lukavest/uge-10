               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-TRANS ASSIGN TO "../data/Transaktioner.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
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
           SELECT FIL-OPGOERELSE
               ASSIGN TO "../data/Skifteret-Opgoerelse.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       01 TRANSAKTIONER-TRAILER REDEFINES TRANSAKTIONER.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(251).

       FD FIL-TRANS-IDX.
       01 TRANS-IDX-REC.
           COPY "../copybooks/TRANSAKTIONER.cpy".
           COPY "../copybooks/TRANS-INDEKS.cpy".

       FD FIL-OPGOERELSE.
       01 OPGOERELSE-REC.
       01 TRANS-ARR OCCURS 0 TO 10000 TIMES DEPENDING ON NUM-TRANS.
           COPY "../copybooks/TRANSAKTIONER.cpy".
       01 TRANS-IX        PIC 9(05) VALUE 0.
      * Bevaegelserne slaas op pr. konto fra doedsdatoen i
      * transaktionsindekset fra OPG-97, som ogsaa daekker
      * arkiverne; uden indeks bruges det levende udtraek som hidtil.
       01 TRANS-IDX-STATUS PIC XX VALUE "00".
       01 TRANS-VIA-INDEX-SW PIC X(01) VALUE "N".
       01 BEVAEGELSE.
           COPY "../copybooks/TRANSAKTIONER.cpy".

       01 PRETTY-NUMERIC  PIC -ZZZ,ZZZ,ZZ9.99.
       01 BO-ANTAL        PIC 9(04) VALUE 0.
           END-IF
           PERFORM KONTO-ARR-FILL
           PERFORM KUNDE-ARR-FILL
           OPEN INPUT FIL-TRANS-IDX
           IF TRANS-IDX-STATUS = "00"
               MOVE "Y" TO TRANS-VIA-INDEX-SW
           ELSE
               PERFORM TRANS-ARR-FILL
           END-IF
           OPEN OUTPUT FIL-OPGOERELSE
           PERFORM VARYING DOEDSBO-IX FROM 1 BY 1
                   UNTIL DOEDSBO-IX > NUM-DOEDSBO
               PERFORM SKRIV-BO-AFSNIT
           END-PERFORM
           CLOSE FIL-OPGOERELSE
           IF TRANS-VIA-INDEX-SW = "Y"
               CLOSE FIL-TRANS-IDX
           END-IF
           DISPLAY "Boopgoerelse dannet - " BO-ANTAL " boer, "
               BEVAEGELSE-ANTAL " bevaegelser efter doedsdato."
           STOP RUN.
           MOVE SPACES TO OPGOERELSE-TEXT.

       SKRIV-BEVAEGELSER.
           IF TRANS-VIA-INDEX-SW = "Y"
               PERFORM SKRIV-BEVAEGELSER-INDEKS
           ELSE
               PERFORM VARYING TRANS-IX FROM 1 BY 1
                       UNTIL TRANS-IX > NUM-TRANS
                   IF KONTO-ID OF TRANS-ARR(TRANS-IX)
                           = KONTO-ID OF KONTO-ARR(KONTO-IX)
                       AND TIDSPUNKT OF TRANS-ARR(TRANS-IX) (1:10)
                           NOT < DB-DOEDSDATO OF DOEDSBO-ARR(DOEDSBO-IX)
                       MOVE TRANS-ARR(TRANS-IX) TO BEVAEGELSE
                       ADD 1 TO BEVAEGELSE-ANTAL
                       PERFORM SKRIV-BEVAEGELSES-LINJE
                   END-IF
               END-PERFORM
           END-IF.

       SKRIV-BEVAEGELSER-INDEKS.
           MOVE KONTO-ID OF KONTO-ARR(KONTO-IX) TO TI-KONTO-ID
           MOVE DB-DOEDSDATO OF DOEDSBO-ARR(DOEDSBO-IX)
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
                       IF TI-KONTO-ID
                               NOT = KONTO-ID OF KONTO-ARR(KONTO-IX)
                           MOVE "Y" TO EOF-FLAG
                       ELSE
                           MOVE TRANS-IDX-REC(1:264) TO BEVAEGELSE
                           ADD 1 TO BEVAEGELSE-ANTAL
                           PERFORM SKRIV-BEVAEGELSES-LINJE
                       END-IF
               END-READ
           END-PERFORM.

       SKRIV-BEVAEGELSES-LINJE.
           MOVE SPACES TO OPGOERELSE-TEXT
           MOVE BELØB OF BEVAEGELSE TO PRETTY-NUMERIC
           STRING
               "    "      DELIMITED BY SIZE
               TIDSPUNKT OF BEVAEGELSE (1:10)
                           DELIMITED BY SIZE
               " "         DELIMITED BY SIZE
               TRANS-TYPE OF BEVAEGELSE DELIMITED BY SIZE
               " "         DELIMITED BY SIZE
               PRETTY-NUMERIC DELIMITED BY SIZE
               " "         DELIMITED BY SIZE
               VALUTA OF BEVAEGELSE DELIMITED BY SIZE
               " bilag "   DELIMITED BY SIZE
               BILAGSNR OF BEVAEGELSE DELIMITED BY SIZE
           INTO OPGOERELSE-TEXT
           WRITE OPGOERELSE-REC
           MOVE SPACES TO OPGOERELSE-TEXT.
