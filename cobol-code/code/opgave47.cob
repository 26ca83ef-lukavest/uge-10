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
       SELECT FIL-KONTI ASSIGN TO "../data/KontoOpl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KONTI-STATUS.
       SELECT FIL-RESERVATION ASSIGN TO "../data/Reservationer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESERVATION-FIL-STATUS.
       SELECT FIL-ADGANG ASSIGN TO "../data/Adgangslog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ADGANG-STATUS.
       SELECT FIL-BOGFDATO ASSIGN TO "../data/Bogfoeringsdato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOGFDATO-STATUS.

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

       FD FIL-KONTI.
       01 KONTO-REKORD.
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(59).

       FD FIL-ADGANG.
       01 ADGANG-REC.
           COPY "../copybooks/ADGANGSLOG.cpy".

       FD FIL-BOGFDATO.
       01 BOGFDATO-FIL-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".

       WORKING-STORAGE SECTION.
       01 KATALOG-STATUS  PIC XX VALUE "00".
       01 ARKIV-STATUS    PIC XX VALUE "00".
       01 EOF-FLAG        PIC X(01) VALUE "N".
       01 KATALOG-EOF     PIC X(01) VALUE "N".
       01 ARKIV-FILENAME  PIC X(60) VALUE SPACES.
      * Med konto-id eller bilagsnr slaas der direkte op i
      * transaktionsindekset fra OPG-97, som daekker baade det
      * levende udtraek og arkiverne. Uden indeks - eller uden nogen
      * af de to noegler - laeses de flade filer som hidtil.
       01 TRANS-IDX-STATUS PIC XX VALUE "00".

      * Soegefiltre - blanke felter betyder "alle".
       01 SOEG-KONTO-ID   PIC X(14) VALUE SPACES.
           02 FILLER PIC X(30) VALUE "OVERTRAEK Overtraeksrente     ".
           02 FILLER PIC X(30) VALUE "BS-RETUR  BS-tilbagefoersel   ".
           02 FILLER PIC X(30) VALUE "KURSREG   Kursregulering      ".
           02 FILLER PIC X(30) VALUE "CASHBACK  Cashback            ".
           02 FILLER PIC X(30) VALUE "KKRENTE   Kreditkortrente     ".
           02 FILLER PIC X(30) VALUE "VPKOEB    Koeb af vaerdipapir ".
           02 FILLER PIC X(30) VALUE "VPSALG    Salg af vaerdipapir ".
           02 FILLER PIC X(30) VALUE "UDBYTTE   Udbytte             ".
           02 FILLER PIC X(30) VALUE "PALSKAT   PAL-skat            ".
       01 TRANS-TYPE-ARR REDEFINES TRANS-TYPE-TABLE.
           02 TRANS-TYPE-ENTRY OCCURS 18 TIMES.
               03 TT-KODE         PIC X(10).
               03 TT-BESKRIVELSE  PIC X(20).
       01 TT-IX          PIC 9(02) VALUE 0.
      * KontoOpl.txt minus de endnu ikke udloebne kortreservationer
      * fra Reservationer.txt.
       01 RUN-DATE        PIC 9(08) VALUE ZEROS.
      * Koerselsdatoen er bankens bogfoeringsdato (Bogfoeringsdato.txt),
      * ikke maskinens dato.
       01 BOGFDATO-STATUS  PIC XX VALUE "00".
       01 BOGFDATO-REC.
           COPY "../copybooks/BOGFOERINGSDATO.cpy".
       01 RUN-TIME        PIC 9(08) VALUE ZEROS.
       01 DAGS-STEMPEL    PIC X(19) VALUE SPACES.
       01 BOGFOERT-SALDO  PIC S9(10)V99 VALUE ZEROS.
       01 RESERVERET-BELOEB PIC S9(10)V99 VALUE ZEROS.
       01 DISPONIBEL-SALDO PIC S9(10)V99 VALUE ZEROS.

       01 ADGANG-STATUS    PIC XX VALUE "00".
       01 ADGANG-DATE      PIC 9(08) VALUE ZEROS.
       01 ADGANG-TIME      PIC 9(08) VALUE ZEROS.
       01 ADGANG-KUNDE-ID  PIC X(10) VALUE SPACES.
       01 ADGANG-KONTO-ID  PIC X(14) VALUE SPACES.
      * Hver konto logges een gang pr. koersel, uanset hvor mange
      * af dens posteringer der vises.
       01 ADGANG-OPERATOR  PIC X(10) VALUE SPACES.
       01 NUM-ADGANG-LOGGET PIC 9(03) VALUE 0.
       01 ADGANG-LOGGET-TAB.
           02 ADGANG-LOGGET PIC X(14) OCCURS 200 TIMES.
       01 ADGANG-IX        PIC 9(03) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT ADGANG-OPERATOR FROM ENVIRONMENT "USER"
           PERFORM INDTAST-FILTRE
           PERFORM SOEG-TRANSAKTIONER
           DISPLAY " "
           DISPLAY "Fundne transaktioner: " FUND-ANTAL
           IF SOEG-KONTO-ID NOT = SPACES
           STOP RUN.

       DAGS-STEMPEL-FILL.
           PERFORM BOGFOERINGSDATO-FILL
           MOVE BD-DATO OF BOGFDATO-REC TO RUN-DATE
           ACCEPT RUN-TIME FROM TIME
           MOVE SPACES TO DAGS-STEMPEL
           STRING
           PERFORM DAGS-STEMPEL-FILL
           PERFORM FIND-BOGFOERT-SALDO
           IF KONTO-FUNDET-SW = "Y"
               MOVE SPACES TO ADGANG-KUNDE-ID
               MOVE SOEG-KONTO-ID TO ADGANG-KONTO-ID
               PERFORM LOG-KONTO-ADGANG
               PERFORM SUMMER-RESERVATIONER
               COMPUTE DISPONIBEL-SALDO =
                   BOGFOERT-SALDO - RESERVERET-BELOEB
               MOVE "Y" TO BILAGSNR-SW
           END-IF.

       SOEG-TRANSAKTIONER.
           MOVE "99" TO TRANS-IDX-STATUS
           IF SOEG-KONTO-ID NOT = SPACES OR BILAGSNR-SW = "Y"
               OPEN INPUT FIL-TRANS-IDX
           END-IF
           IF TRANS-IDX-STATUS = "00"
               IF SOEG-KONTO-ID NOT = SPACES
                   PERFORM LAES-INDEKS-KONTO
               ELSE
                   PERFORM LAES-INDEKS-BILAG
               END-IF
               CLOSE FIL-TRANS-IDX
           ELSE
               PERFORM LAES-LIVE-TRANS
               PERFORM LAES-ARKIV-FILER
           END-IF.

      * Kontoens posteringer ligger samlet i noegleorden; der
      * startes ved fra-datoen og stoppes efter til-datoen.
       LAES-INDEKS-KONTO.
           MOVE SOEG-KONTO-ID TO TI-KONTO-ID
           MOVE SOEG-FRA-DATO TO TI-TIDSPUNKT
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
                       IF TI-KONTO-ID NOT = SOEG-KONTO-ID
                           MOVE "Y" TO EOF-FLAG
                       ELSE
                           IF SOEG-TIL-DATO NOT = SPACES
                                   AND TI-TIDSPUNKT(1:10)
                                       > SOEG-TIL-DATO
                               MOVE "Y" TO EOF-FLAG
                           ELSE
                               MOVE TRANS-IDX-REC(1:264)
                                 TO TRANS-VURDER
                               PERFORM VURDER-OG-VIS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       LAES-INDEKS-BILAG.
           MOVE BILAGSNR-SOEG TO BILAGSNR OF TRANS-IDX-REC
           MOVE "N" TO EOF-FLAG
           START FIL-TRANS-IDX KEY IS = BILAGSNR OF TRANS-IDX-REC
               INVALID KEY
                   MOVE "Y" TO EOF-FLAG
           END-START
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-TRANS-IDX NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF BILAGSNR OF TRANS-IDX-REC NOT = BILAGSNR-SOEG
                           MOVE "Y" TO EOF-FLAG
                       ELSE
                           MOVE TRANS-IDX-REC(1:264) TO TRANS-VURDER
                           PERFORM VURDER-OG-VIS
                       END-IF
               END-READ
           END-PERFORM.

       LAES-LIVE-TRANS.
           OPEN INPUT FIL-TRANS
           MOVE "N" TO EOF-FLAG

       LOOKUP-TRANS-TYPE.
           MOVE "N" TO TT-MATCH-SW
           PERFORM VARYING TT-IX FROM 1 BY 1 UNTIL TT-IX > 18
               IF TRANS-TYPE OF TRANS-VURDER = TT-KODE(TT-IX)
                   MOVE TT-BESKRIVELSE(TT-IX) TO TRANS-TYPE-UDSKRIFT
                   MOVE "Y" TO TT-MATCH-SW
           END-IF.

       VIS-TRANSAKTION.
           MOVE SPACES TO ADGANG-KUNDE-ID
           MOVE KONTO-ID OF TRANS-VURDER TO ADGANG-KONTO-ID
           PERFORM LOG-KONTO-ADGANG
           PERFORM LOOKUP-TRANS-TYPE
           MOVE BELØB OF TRANS-VURDER TO PRETTY-NUMERIC
           DISPLAY KONTO-ID OF TRANS-VURDER " "
               PRETTY-NUMERIC " "
               VALUTA OF TRANS-VURDER " "
               BUTIK OF TRANS-VURDER.

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
           MOVE ADGANG-OPERATOR TO AL-OPERATOR
           MOVE "OPG-47" TO AL-PROGRAM
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
