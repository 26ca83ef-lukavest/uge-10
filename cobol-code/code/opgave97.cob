       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPG-97.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIL-TRANS ASSIGN TO "../data/Transaktioner.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-STATUS.
           SELECT FIL-KATALOG ASSIGN TO "../data/Arkiv-Katalog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KATALOG-STATUS.
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

       DATA DIVISION.

       FILE SECTION.
       FD FIL-TRANS.
       01 TRANSAKTIONER.
           COPY "../copybooks/TRANSAKTIONER.cpy".
       01 TRANSAKTIONER-TRAILER REDEFINES TRANSAKTIONER.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(251).

       FD FIL-KATALOG.
       01 KATALOG-REC.
           02 KAT-FILNAVN   PIC X(60).
           02 KAT-DATO      PIC X(10).
           02 KAT-ANTAL     PIC 9(06).

       FD FIL-ARKIV.
       01 ARKIV-REKORD.
           COPY "../copybooks/TRANSAKTIONER.cpy".
       01 ARKIV-REKORD-TRAILER REDEFINES ARKIV-REKORD.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(251).

       FD FIL-TRANS-IDX.
       01 TRANS-IDX-REC.
           COPY "../copybooks/TRANSAKTIONER.cpy".
           COPY "../copybooks/TRANS-INDEKS.cpy".

       WORKING-STORAGE SECTION.

      * Genopbygger transaktionsindekset fra den flade
      * Transaktioner.txt og alle arkiver i Arkiv-Katalog.txt -
      * primaernoegle KONTO-ID + TIDSPUNKT (+ loebenummer, naar samme
      * konto har flere posteringer med samme tidspunkt), alternative
      * noegler BILAGSNR og CPR (med dubletter). Samme moenster som
      * OPG-42's kundeindeks og OPG-82's kontoindeks; opslags- og
      * soegeprogrammerne bruger indekset, naar det findes, og laeser
      * ellers de flade filer som hidtil. Programmer, der omskriver
      * Transaktioner.txt, kalder OPG-97 bagefter, saa indekset
      * foelger det flade udtraek.
       01 TRANS-STATUS     PIC XX VALUE "00".
       01 KATALOG-STATUS   PIC XX VALUE "00".
       01 ARKIV-STATUS     PIC XX VALUE "00".
       01 TRANS-IDX-STATUS PIC XX VALUE "00".
       01 ARKIV-FILENAME   PIC X(60) VALUE SPACES.
       01 TRAILER-FOUND-SW PIC X(01) VALUE "N".
       01 TRAILER-ANTAL    PIC 9(06) VALUE ZEROS.
       01 EOF-FLAG         PIC X(01) VALUE "N".
       01 KATALOG-EOF      PIC X(01) VALUE "N".
       01 SKREVET-SW       PIC X(01) VALUE "N".
       01 INDLAEST-ANTAL   PIC 9(06) VALUE 0.
       01 ARKIV-POST-ANTAL PIC 9(08) VALUE 0.
       01 ARKIV-FIL-ANTAL  PIC 9(04) VALUE 0.
       01 INDEKS-ANTAL     PIC 9(08) VALUE 0.
       01 SYSTEM-KOMMANDO  PIC X(160) VALUE SPACES.

       PROCEDURE DIVISION.
           OPEN INPUT FIL-TRANS
           IF TRANS-STATUS NOT = "00"
               DISPLAY "FEJL: Transaktioner.txt kan ikke aabnes"
               PERFORM SLET-INDEKS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT FIL-TRANS-IDX
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-TRANS
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF TRANSAKTIONER-TRAILER = "TRAILER"
                           MOVE TR-ANTAL OF TRANSAKTIONER-TRAILER
                             TO TRAILER-ANTAL
                           MOVE "Y" TO TRAILER-FOUND-SW
                           MOVE "Y" TO EOF-FLAG
                       ELSE
                           ADD 1 TO INDLAEST-ANTAL
                           MOVE SPACES TO TRANS-IDX-REC
                           MOVE TRANSAKTIONER TO TRANS-IDX-REC(1:264)
                           PERFORM SKRIV-INDEKS-POST
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-TRANS
           IF TRAILER-FOUND-SW = "N"
               CLOSE FIL-TRANS-IDX
               DISPLAY "FEJL: Transaktioner.txt mangler sluttaellerpost"
               PERFORM SLET-INDEKS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF INDLAEST-ANTAL NOT = TRAILER-ANTAL
               CLOSE FIL-TRANS-IDX
               DISPLAY "FEJL: Transaktioner.txt - forventet "
                   TRAILER-ANTAL " poster, fandt " INDLAEST-ANTAL
               PERFORM SLET-INDEKS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LAES-ARKIVER
           CLOSE FIL-TRANS-IDX
           DISPLAY "Transaktioner-Index.dat genopbygget - "
               INDEKS-ANTAL " poster (" INDLAEST-ANTAL " levende, "
               ARKIV-POST-ANTAL " fra " ARKIV-FIL-ANTAL " arkiver)."
           STOP RUN.

       LAES-ARKIVER.
           OPEN INPUT FIL-KATALOG
           IF KATALOG-STATUS = "00"
               MOVE "N" TO KATALOG-EOF
               PERFORM UNTIL KATALOG-EOF = "Y"
                   READ FIL-KATALOG
                       AT END
                           MOVE "Y" TO KATALOG-EOF
                       NOT AT END
                           MOVE KAT-FILNAVN TO ARKIV-FILENAME
                           PERFORM LAES-EN-ARKIVFIL
                   END-READ
               END-PERFORM
               CLOSE FIL-KATALOG
           END-IF.

       LAES-EN-ARKIVFIL.
           OPEN INPUT FIL-ARKIV
           IF ARKIV-STATUS NOT = "00"
               DISPLAY "ADVARSEL: arkivfil mangler: " ARKIV-FILENAME
           ELSE
               ADD 1 TO ARKIV-FIL-ANTAL
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ FIL-ARKIV
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF TR-MARKER OF ARKIV-REKORD-TRAILER
                                   = "TRAILER"
                               MOVE "Y" TO EOF-FLAG
                           ELSE
                               ADD 1 TO ARKIV-POST-ANTAL
                               MOVE SPACES TO TRANS-IDX-REC
                               MOVE ARKIV-REKORD
                                 TO TRANS-IDX-REC(1:264)
                               PERFORM SKRIV-INDEKS-POST
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIL-ARKIV
           END-IF.

      * Har kontoen allerede en postering med samme tidspunkt, faar
      * den naeste det foerste ledige loebenummer.
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
                           DISPLAY "FEJL: for mange posteringer paa "
                               TI-KONTO-ID " " TI-TIDSPUNKT
                           MOVE "Y" TO SKREVET-SW
                       END-IF
                   NOT INVALID KEY
                       ADD 1 TO INDEKS-ANTAL
                       MOVE "Y" TO SKREVET-SW
               END-WRITE
           END-PERFORM.

      * Et halvt opbygget indeks er vaerre end intet - det slettes,
      * saa opslagene falder tilbage til de flade filer.
       SLET-INDEKS.
           MOVE "rm -f ../data/Transaktioner-Index.dat"
             TO SYSTEM-KOMMANDO
           CALL "SYSTEM" USING SYSTEM-KOMMANDO.
