       SELECT FIL-RUN-LOG ASSIGN TO "../data/Koerselslog.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RUN-LOG-STATUS.
       SELECT FIL-ADGANG ASSIGN TO "../data/Adgangslog.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ADGANG-STATUS.
       SELECT FIL-KUNDER-IDX
                ASSIGN TO "../data/Kundeoplysninger-Index.dat"
                ORGANIZATION IS INDEXED
       01 RUN-LOG-REC.
           02 RUN-LOG-TEXT PIC X(120).

       FD FIL-ADGANG.
       01 ADGANG-REC.
           COPY "../copybooks/ADGANGSLOG.cpy".

       WORKING-STORAGE SECTION.
       01 EOF-FLAG PIC X VALUE "N".
       01 KUNDER-IDX-STATUS PIC XX VALUE "00".
           COPY "../copybooks/OPG6-PARAMETRE.cpy".
       01 MATCH-SW     PIC X(01) VALUE "Y".

       01 ADGANG-STATUS    PIC XX VALUE "00".
       01 ADGANG-DATE      PIC 9(08) VALUE ZEROS.
       01 ADGANG-TIME      PIC 9(08) VALUE ZEROS.
       01 ADGANG-KUNDE-ID  PIC X(10) VALUE SPACES.
       01 ADGANG-KONTO-ID  PIC X(14) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM CHECK-AUTORISATION
           END-READ.

       DIS-KUNDE.
           MOVE KUNDE-ID OF KUNDE-OPL TO ADGANG-KUNDE-ID
           MOVE SPACES TO ADGANG-KONTO-ID
           PERFORM SKRIV-ADGANGSLOG
           DISPLAY "Kunde-ID: " KUNDE-ID OF KUNDE-OPL
           DISPLAY "Navn: " FORNAVN OF KUNDE-OPL " "
               EFTERNAVN OF KUNDE-OPL
       DIS-LINE.
           DISPLAY "----------------------------------------".

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
           MOVE AUTOR-OPERATOR TO AL-OPERATOR
           MOVE "OPG-6" TO AL-PROGRAM
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

      * Autorisationskontrol: findes Operatoer-Autorisation.txt,
      * skal operatoren have en raekke for programmet (eller ALLE)
      * med tilladelse J - ellers logges afvisningen i
