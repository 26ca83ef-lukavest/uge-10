           SELECT FIL-PAPIR-KOE
               ASSIGN TO "../data/Papir-Genudskrivning.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIL-RETURPOST
               ASSIGN TO "../data/Returpost-Register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETURPOST-STATUS.

       DATA DIVISION.

       01 PAPIR-KOE-REC.
           02 PAPIR-KOE-TEXT PIC X(80).

       FD FIL-RETURPOST.
       01 RETURPOST-REKORD.
           COPY "../copybooks/RETURPOST.cpy".
       01 RETURPOST-REKORD-TRAILER REDEFINES RETURPOST-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(47).

       WORKING-STORAGE SECTION.
      * Returpost: en fejlet elektronisk forsendelse til en kunde
      * med returpostmarkering (Returpost-Register.txt fra OPG-155)
      * gaar ikke i papirkoeen til den doede adresse, men
      * tilbageholdes (status H), til adressen er rettet.
       01 RETURPOST-STATUS  PIC XX VALUE "00".
       01 NUM-RETURPOST     PIC 9(04) VALUE 0.
       01 RETURPOST-ARR OCCURS 0 TO 1000 TIMES
               DEPENDING ON NUM-RETURPOST.
           COPY "../copybooks/RETURPOST.cpy".
       01 RETURPOST-IX      PIC 9(04) VALUE 0.
       01 RETURPOST-SOEG-ID PIC X(10) VALUE SPACES.
       01 RETURPOST-SW      PIC X(01) VALUE "N".

       01 MANIFEST-FIL-STATUS PIC XX VALUE "00".
       01 KVIT-FIL-STATUS     PIC XX VALUE "00".
       01 EOF-FLAG            PIC X(01) VALUE "N".

       PROCEDURE DIVISION.
           PERFORM MANIFEST-ARR-FILL
           PERFORM RETURPOST-ARR-FILL
           IF NUM-MANIFEST = 0
               DISPLAY "Forsendelses-Manifest.txt er tom - "
                   "intet at afstemme."
                       OF MANIFEST-ARR(MANIFEST-MATCH-IX)
               ELSE
                   ADD 1 TO FEJLET-ANTAL
                   MOVE FS-KUNDE-ID OF MANIFEST-ARR(MANIFEST-MATCH-IX)
                     TO RETURPOST-SOEG-ID
                   PERFORM CHECK-RETURPOST
                   IF RETURPOST-SW = "J"
                       MOVE "H" TO FS-FORS-STATUS
                           OF MANIFEST-ARR(MANIFEST-MATCH-IX)
                   ELSE
                       MOVE "P" TO FS-FORS-STATUS
                           OF MANIFEST-ARR(MANIFEST-MATCH-IX)
                       PERFORM WRITE-PAPIR-KOE
                   END-IF
               END-IF
           END-IF.

               WRITE MANIFEST-REC FROM MANIFEST-ARR(MANIFEST-IX)
           END-PERFORM
           CLOSE FIL-MANIFEST.

      * Kun kunder med gaeldende returpostmarkering indlaeses.
       RETURPOST-ARR-FILL.
           MOVE 0 TO NUM-RETURPOST
           OPEN INPUT FIL-RETURPOST
           IF RETURPOST-STATUS = "00"
               PERFORM VARYING RETURPOST-IX FROM 1 BY 1
                       UNTIL RETURPOST-IX > 1000
                   READ FIL-RETURPOST INTO RETURPOST-REKORD
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF TR-MARKER OF RETURPOST-REKORD-TRAILER
                           = "TRAILER"
                       EXIT PERFORM
                   END-IF
                   IF RP-ADR-UGYLDIG OF RETURPOST-REKORD
                       ADD 1 TO NUM-RETURPOST
                       MOVE RETURPOST-REKORD
                         TO RETURPOST-ARR(NUM-RETURPOST)
                   END-IF
               END-PERFORM
               CLOSE FIL-RETURPOST
           END-IF.

       CHECK-RETURPOST.
           MOVE "N" TO RETURPOST-SW
           PERFORM VARYING RETURPOST-IX FROM 1 BY 1
                   UNTIL RETURPOST-IX > NUM-RETURPOST
               IF RP-KUNDE-ID OF RETURPOST-ARR(RETURPOST-IX)
                       = RETURPOST-SOEG-ID
                   MOVE "J" TO RETURPOST-SW
                   EXIT PERFORM
               END-IF
           END-PERFORM.
