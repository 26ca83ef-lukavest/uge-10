               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-SPLIT ASSIGN TO SPLIT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-ERHVERV ASSIGN TO "../data/Erhvervskunder.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERHVERV-STATUS.

       DATA DIVISION.

       01 TRANSAKTIONER-TRAILER REDEFINES TRANSAKTIONER.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(251).

       FD FIL-SAMLET.
       01 SAMLET-REC.
       01 SPLIT-REC.
           02 SPLIT-TEXT PIC X(120).

       FD FIL-ERHVERV.
       01 ERHVERV-REC.
           COPY "../copybooks/ERHVERVSKUNDE.cpy".
       01 ERHVERV-REC-TRAILER REDEFINES ERHVERV-REC.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(59).

       WORKING-STORAGE SECTION.
       01 TRAILER-FOUND-SW PIC X(01) VALUE "N".
       01 TRAILER-ANTAL    PIC 9(06) VALUE ZEROS.
           COPY "../copybooks/KUNDER.cpy".
       01 KUNDE-IX        PIC 9(04) VALUE 0.

      * Erhvervskunder oplyses med firmanavn og CVR-nummer.
       01 ERHVERV-STATUS  PIC XX VALUE "00".
       01 NUM-ERHVERV     PIC 9(04) VALUE 0.
       01 ERHVERV-ARR OCCURS 0 TO 1000 TIMES DEPENDING ON NUM-ERHVERV.
           COPY "../copybooks/ERHVERVSKUNDE.cpy".
       01 ERHVERV-IX      PIC 9(04) VALUE 0.
       01 ERHVERV-MATCH-IX PIC 9(04) VALUE 0.

      * Engagementet drives fra KontoOpl.txt, saa ogsaa konti helt
      * uden bevaegelse i perioden kommer med paa kundens oversigt.
       01 NUM-KONTI     PIC 9(04) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM KUNDE-ARR-FILL
           PERFORM ERHVERV-ARR-FILL
           PERFORM KONTO-ARR-FILL
           PERFORM LAES-TRANS
           PERFORM SKRIV-ENGAGEMENTER
           END-IF
           ADD 1 TO ENGAGEMENT-ANTAL
           MOVE SPACES TO UDSKRIFT-LINJE
           PERFORM FIND-ERHVERVSKUNDE
           IF ERHVERV-MATCH-IX > 0
               STRING
                   "ENGAGEMENTSOVERSIGT - "        DELIMITED BY SIZE
                   KUNDE-ID OF KUNDE-ARR(KUNDE-IX) DELIMITED BY SIZE
                   " "                             DELIMITED BY SIZE
                   FUNCTION TRIM(EK-FIRMANAVN
                       OF ERHVERV-ARR(ERHVERV-MATCH-IX))
                                                   DELIMITED BY SIZE
                   " CVR "                         DELIMITED BY SIZE
                   EK-CVR OF ERHVERV-ARR(ERHVERV-MATCH-IX)
                                                   DELIMITED BY SIZE
               INTO UDSKRIFT-LINJE
           ELSE
               STRING
                   "ENGAGEMENTSOVERSIGT - "         DELIMITED BY SIZE
                   KUNDE-ID OF KUNDE-ARR(KUNDE-IX)  DELIMITED BY SIZE
                   " "                              DELIMITED BY SIZE
                   FORNAVN OF KUNDE-ARR(KUNDE-IX)   DELIMITED BY SPACE
                   " "                              DELIMITED BY SIZE
                   EFTERNAVN OF KUNDE-ARR(KUNDE-IX) DELIMITED BY SPACE
               INTO UDSKRIFT-LINJE
           END-IF
           PERFORM SKRIV-LINJE
           MOVE 0 TO KONTO-TAL
           PERFORM VARYING KONTO-IX FROM 1 BY 1
               CLOSE FIL-SPLIT
           END-IF.

       ERHVERV-ARR-FILL.
           MOVE 0 TO NUM-ERHVERV
           OPEN INPUT FIL-ERHVERV
           IF ERHVERV-STATUS = "00"
               PERFORM VARYING ERHVERV-IX FROM 1 BY 1
                       UNTIL ERHVERV-IX > 1000
                   READ FIL-ERHVERV INTO ERHVERV-REC
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF TR-MARKER OF ERHVERV-REC-TRAILER = "TRAILER"
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO NUM-ERHVERV
                   MOVE ERHVERV-REC TO ERHVERV-ARR(NUM-ERHVERV)
               END-PERFORM
               CLOSE FIL-ERHVERV
           END-IF.

       FIND-ERHVERVSKUNDE.
           MOVE 0 TO ERHVERV-MATCH-IX
           PERFORM VARYING ERHVERV-IX FROM 1 BY 1
                   UNTIL ERHVERV-IX > NUM-ERHVERV
               IF EK-KUNDE-ID OF ERHVERV-ARR(ERHVERV-IX)
                       = KUNDE-ID OF KUNDE-ARR(KUNDE-IX)
                   MOVE ERHVERV-IX TO ERHVERV-MATCH-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       SKRIV-KONTO-LINJE.
           MOVE SPACES TO UDSKRIFT-LINJE
           MOVE BALANCE OF KONTO-ARR(KONTO-IX) TO PRETTY-NUMERIC
