       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPG-106.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIL-PARM ASSIGN TO "../data/OPG106-Parametre.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-STATUS.
           SELECT FIL-LISTE ASSIGN TO "../data/Testdata-Filer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LISTE-STATUS.
           SELECT FIL-IND ASSIGN TO IND-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IND-STATUS.
           SELECT FIL-UD ASSIGN TO UD-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD FIL-PARM.
       01 PARM-FILE-REC.
           COPY "../copybooks/OPG106-PARAMETRE.cpy".

       FD FIL-LISTE.
       01 LISTE-REC.
           02 TL-FILNAVN   PIC X(40).

       FD FIL-IND.
       01 IND-REC          PIC X(330).
       01 IND-REC-TRAILER REDEFINES IND-REC.
           02 TR-MARKER    PIC X(07).
           02 TR-ANTAL     PIC 9(06).
           02 FILLER       PIC X(317).

       FD FIL-UD.
       01 UD-REC           PIC X(330).

       WORKING-STORAGE SECTION.

      * Anonymiseret testkopi af produktionsfilerne. Kopien bygges i
      * ../test/data, saa hele OPG-19-kaeden kan koeres fra
      * ../test/code med de samme relative stier.
      *
      * Filerne i Testdata-Filer.txt indeholder ingen persondata og
      * kopieres uaendret. Filerne i FIL-TABLE nedenfor omskrives post
      * for post: navne, CPR, adresser, telefonnumre, e-mails og
      * kontonumre erstattes med falske vaerdier. Alt andet - logs,
      * historik, rapporter - kommer ikke med i kopien.
      *
      * Erstatningen er konsistent: samme CPR giver samme falske CPR i
      * alle filer, og samme kunde faar samme falske navn og adresse.
      * KUNDE-ID og KONTO-ID er interne noegler og bevares, saa
      * krydsreferencerne mellem filerne holder. Den falske CPR
      * beholder foedselsdato og aarhundredeciffer, ulige/lige
      * slutciffer (koen) og modulus 11-kontrollen, hvis den rigtige
      * CPR opfyldte den. Et falsk KONTO-NUMMER beholder landekode og
      * reg-nr og faar nyberegnede kontrolcifre (MOD 97-10).
      *
      * De falske vaerdier afledes af PARM-NOEGLE i
      * OPG106-Parametre.txt - samme noegle giver samme kopi. Noeglen
      * skiftes, hvis en tidligere kopi skal kunne afvises.
       01 PARM-STATUS      PIC XX VALUE "00".
       01 LISTE-STATUS     PIC XX VALUE "00".
       01 IND-STATUS       PIC XX VALUE "00".
       01 IND-FILENAME     PIC X(60) VALUE SPACES.
       01 UD-FILENAME      PIC X(60) VALUE SPACES.
       01 SYSTEM-KOMMANDO  PIC X(160) VALUE SPACES.
       01 EOF-FLAG         PIC X(01) VALUE "N".
       01 LISTE-EOF        PIC X(01) VALUE "N".

       01 PARM-REC.
           COPY "../copybooks/OPG106-PARAMETRE.cpy".

      * Filerne med persondata i den raekkefoelge, de omskrives.
      * Kundeoplysninger skal vaere foerst - den knytter CPR til
      * KUNDE-ID, saa kunden faar samme falske navn i alle filer.
       01 FIL-TABLE.
           02 FILLER PIC X(30) VALUE "Kundeoplysninger".
           02 FILLER PIC X(30) VALUE "Transaktioner".
           02 FILLER PIC X(30) VALUE "Ventende-Posteringer".
           02 FILLER PIC X(30) VALUE "NemKonto-Register".
           02 FILLER PIC X(30) VALUE "Doedsbo-Register".
           02 FILLER PIC X(30) VALUE "Person-Haendelser".
           02 FILLER PIC X(30) VALUE "Offentlige-Udbetalinger".
           02 FILLER PIC X(30) VALUE "Suspense-Poster".
           02 FILLER PIC X(30) VALUE "Ansoegninger".
           02 FILLER PIC X(30) VALUE "Loenfil".
           02 FILLER PIC X(30) VALUE "Soegnings-Anmodninger".
           02 FILLER PIC X(30) VALUE "Forsendelses-Manifest".
           02 FILLER PIC X(30) VALUE "Afventende-Aendringer".
           02 FILLER PIC X(30) VALUE "Clearing-Ind".
       01 FIL-ARR REDEFINES FIL-TABLE.
           02 FIL-GRUNDNAVN PIC X(30) OCCURS 14 TIMES.
       01 FIL-IX           PIC 9(02) VALUE 0.

       01 FIL-TAELLER-ARR OCCURS 14 TIMES.
           02 FT-FINDES-SW     PIC X(01) VALUE "N".
           02 FT-POSTER        PIC 9(06) VALUE ZEROS.

       01 KOPI-NAVN        PIC X(40) VALUE SPACES.
       01 KOPI-ANTAL       PIC 9(04) VALUE 0.
       01 KOPI-MANGLER     PIC 9(04) VALUE 0.
       01 KOPI-AFVIST-SW   PIC X(01) VALUE "N".

      * Postens layout, udfyldt til linjebufferens laengde.
      * Ventende-Posteringer har transaktionslayoutet med kilde og
      * parti-id i halen, som foelger med uaendret.
       01 LINJE-BUF        PIC X(330) VALUE SPACES.
       01 KUNDE-LAYOUT.
           COPY "../copybooks/KUNDER.cpy".
           02 KUNDE-REST        PIC X(05).
       01 TRANS-LAYOUT.
           COPY "../copybooks/TRANSAKTIONER.cpy".
           02 TRANS-REST        PIC X(66).
       01 NEMKONTO-LAYOUT.
           COPY "../copybooks/NEMKONTO.cpy".
           02 NEMKONTO-REST     PIC X(305).
       01 DOEDSBO-LAYOUT.
           COPY "../copybooks/DOEDSBO.cpy".
           02 DOEDSBO-REST      PIC X(285).
       01 HAENDELSE-LAYOUT.
           COPY "../copybooks/PERSON-HAENDELSE.cpy".
           02 HAENDELSE-REST    PIC X(238).
       01 UDBETALING-LAYOUT.
           COPY "../copybooks/OFFENTLIG-UDBETALING.cpy".
           02 UDBETALING-REST   PIC X(257).
       01 SUSPENSE-LAYOUT.
           COPY "../copybooks/SUSPENSE.cpy".
           02 SUSPENSE-REST     PIC X(262).
       01 ANSOEGNING-LAYOUT.
           COPY "../copybooks/ANSOEGNING.cpy".
           02 ANSOEGNING-REST   PIC X(149).
       01 LOEN-LAYOUT.
           COPY "../copybooks/LOENFIL.cpy".
           02 LOEN-REST         PIC X(233).
       01 SOEGNING-LAYOUT.
           COPY "../copybooks/SOEGNING.cpy".
           02 SOEGNING-REST     PIC X(181).
       01 FORSENDELSE-LAYOUT.
           COPY "../copybooks/FORSENDELSE.cpy".
           02 FORSENDELSE-REST  PIC X(208).
       01 AFVENTENDE-LAYOUT.
           COPY "../copybooks/AFVENTENDE.cpy".
           02 AFVENTENDE-REST   PIC X(261).
       01 CLEARING-LAYOUT.
           COPY "../copybooks/CLEARING.cpy".
           02 CLEARING-REST     PIC X(257).

      * CPR-oversaettelse: rigtig CPR -> falsk CPR og den kunde, CPR'en
      * hoerer til (blank, hvis CPR'en ikke findes i
      * Kundeoplysninger.txt).
       01 NUM-CPR-MAP      PIC 9(05) VALUE 0.
       01 CPR-MAP-ARR OCCURS 0 TO 5000 TIMES
               DEPENDING ON NUM-CPR-MAP.
           02 CM-REAL          PIC X(11).
           02 CM-FAKE          PIC X(11).
           02 CM-KUNDE-ID      PIC X(10).
       01 CM-IX            PIC 9(05) VALUE 0.
       01 CM-IX2           PIC 9(05) VALUE 0.
       01 REAL-CPR         PIC X(11) VALUE SPACES.
       01 FAKE-CPR         PIC X(11) VALUE SPACES.
       01 MAP-KUNDE-ID     PIC X(10) VALUE SPACES.
       01 CPR-DUBLET-ANTAL PIC 9(05) VALUE 0.

       01 CPR-ARBEJDE      PIC X(11) VALUE SPACES.
       01 CPR-VAEGT-TABLE  PIC X(10) VALUE "4327654321".
       01 CPR-VAEGT        PIC 9(01) VALUE 0.
       01 CPR-CIFFER       PIC 9(01) VALUE 0.
       01 CPR-SUM          PIC 9(04) VALUE 0.
       01 CPR-CIFFER-IX    PIC 9(02) VALUE 0.
       01 CPR-POS          PIC 9(02) VALUE 0.
       01 CPR-GYLDIG-SW    PIC X(01) VALUE "N".
       01 CPR-KOEN         PIC 9(01) VALUE 0.
       01 CPR-FORSOEG      PIC 9(03) VALUE 0.
       01 CPR-LOEBE-NUM    PIC 9(02) VALUE 0.
       01 CPR-KONTROL      PIC 9(02) VALUE 0.
       01 CPR-FUNDET-SW    PIC X(01) VALUE "N".
       01 CPR-SLUT-NUM     PIC 9(04) VALUE 0.

      * Kontonummer-oversaettelse: rigtigt KONTO-NUMMER -> falsk.
      * Faelleskonti faar samme falske nummer hos begge kunder.
       01 NUM-KN-MAP       PIC 9(05) VALUE 0.
       01 KN-MAP-ARR OCCURS 0 TO 5000 TIMES
               DEPENDING ON NUM-KN-MAP.
           02 KN-REAL          PIC X(20).
           02 KN-FAKE          PIC X(20).
       01 KN-IX            PIC 9(05) VALUE 0.
       01 REAL-KONTONR     PIC X(20) VALUE SPACES.
       01 FAKE-KONTONR     PIC X(20) VALUE SPACES.
       01 KONTO-GYLDIG-SW  PIC X(01) VALUE "N".
       01 KONTO-FUNDET-SW  PIC X(01) VALUE "N".
       01 KONTO-FORSOEG    PIC 9(02) VALUE 0.
       01 KONTO-CIFFER     PIC 9(01) VALUE 0.
       01 KONTO-CHECK      PIC 9(02) VALUE 0.

       01 KONTO-KONTROL-TABLE.
           02 FILLER PIC X(03) VALUE "000".
           02 FILLER PIC X(03) VALUE "101".
           02 FILLER PIC X(03) VALUE "202".
           02 FILLER PIC X(03) VALUE "303".
           02 FILLER PIC X(03) VALUE "404".
           02 FILLER PIC X(03) VALUE "505".
           02 FILLER PIC X(03) VALUE "606".
           02 FILLER PIC X(03) VALUE "707".
           02 FILLER PIC X(03) VALUE "808".
           02 FILLER PIC X(03) VALUE "909".
           02 FILLER PIC X(03) VALUE "A10".
           02 FILLER PIC X(03) VALUE "B11".
           02 FILLER PIC X(03) VALUE "C12".
           02 FILLER PIC X(03) VALUE "D13".
           02 FILLER PIC X(03) VALUE "E14".
           02 FILLER PIC X(03) VALUE "F15".
           02 FILLER PIC X(03) VALUE "G16".
           02 FILLER PIC X(03) VALUE "H17".
           02 FILLER PIC X(03) VALUE "I18".
           02 FILLER PIC X(03) VALUE "J19".
           02 FILLER PIC X(03) VALUE "K20".
           02 FILLER PIC X(03) VALUE "L21".
           02 FILLER PIC X(03) VALUE "M22".
           02 FILLER PIC X(03) VALUE "N23".
           02 FILLER PIC X(03) VALUE "O24".
           02 FILLER PIC X(03) VALUE "P25".
           02 FILLER PIC X(03) VALUE "Q26".
           02 FILLER PIC X(03) VALUE "R27".
           02 FILLER PIC X(03) VALUE "S28".
           02 FILLER PIC X(03) VALUE "T29".
           02 FILLER PIC X(03) VALUE "U30".
           02 FILLER PIC X(03) VALUE "V31".
           02 FILLER PIC X(03) VALUE "W32".
           02 FILLER PIC X(03) VALUE "X33".
           02 FILLER PIC X(03) VALUE "Y34".
           02 FILLER PIC X(03) VALUE "Z35".
       01 KONTO-KONTROL-ARR REDEFINES KONTO-KONTROL-TABLE.
           02 KONTROL-ENTRY OCCURS 36 TIMES.
               03 KV-KODE      PIC X(01).
               03 KV-VAERDI    PIC 9(02).
       01 KV-IX            PIC 9(02) VALUE 0.

       01 KONTO-ARBEJDE     PIC X(20) VALUE SPACES.
       01 KONTO-REARR       PIC X(20) VALUE SPACES.
       01 KONTO-LEN         PIC 9(02) VALUE 0.
       01 KONTO-KAR         PIC X(01) VALUE SPACE.
       01 KONTO-REST        PIC 9(02) VALUE 0.
       01 KONTO-DIGIT-VAL   PIC 9(02) VALUE 0.
       01 KONTO-KAR-IX      PIC 9(02) VALUE 0.
       01 KONTO-TIER        PIC 9(01) VALUE 0.
       01 KONTO-ENER        PIC 9(01) VALUE 0.

      * Pseudotilfaeldige tal: noeglen (KUNDE-ID eller CPR) foldes
      * sammen med PARM-NOEGLE til et starttal, og de foelgende tal
      * tages i raekkefoelge derfra.
       01 HASH-NOEGLE      PIC X(20) VALUE SPACES.
       01 HASH-VARIANT     PIC 9(02) VALUE 0.
       01 HASH-TAL         PIC 9(06) VALUE 0.
       01 HASH-IX          PIC 9(02) VALUE 0.

      * Den falske person bag en noegle.
       01 PERSON-NOEGLE    PIC X(11) VALUE SPACES.
       01 FP-FORNAVN       PIC X(12) VALUE SPACES.
       01 FP-EFTERNAVN     PIC X(12) VALUE SPACES.
       01 FP-VEJNAVN       PIC X(20) VALUE SPACES.
       01 FP-HUSNR         PIC X(05) VALUE SPACES.
       01 FP-HUSNR-NUM     PIC 9(03) VALUE 0.
       01 FP-HUSNR-VIS     PIC ZZ9.
       01 FP-TELEFON       PIC 9(08) VALUE 0.
       01 FP-TELEFON-2     PIC 9(08) VALUE 0.
       01 NAVN-IX          PIC 9(02) VALUE 0.

       01 FORNAVN-TABLE.
           02 FILLER PIC X(12) VALUE "Anders".
           02 FILLER PIC X(12) VALUE "Birgitte".
           02 FILLER PIC X(12) VALUE "Carsten".
           02 FILLER PIC X(12) VALUE "Dorthe".
           02 FILLER PIC X(12) VALUE "Erik".
           02 FILLER PIC X(12) VALUE "Frida".
           02 FILLER PIC X(12) VALUE "Gustav".
           02 FILLER PIC X(12) VALUE "Hanne".
           02 FILLER PIC X(12) VALUE "Ib".
           02 FILLER PIC X(12) VALUE "Jette".
           02 FILLER PIC X(12) VALUE "Karsten".
           02 FILLER PIC X(12) VALUE "Lone".
           02 FILLER PIC X(12) VALUE "Mads".
           02 FILLER PIC X(12) VALUE "Nina".
           02 FILLER PIC X(12) VALUE "Ole".
           02 FILLER PIC X(12) VALUE "Pia".
           02 FILLER PIC X(12) VALUE "Rasmus".
           02 FILLER PIC X(12) VALUE "Susanne".
           02 FILLER PIC X(12) VALUE "Torben".
           02 FILLER PIC X(12) VALUE "Ulla".
           02 FILLER PIC X(12) VALUE "Villads".
           02 FILLER PIC X(12) VALUE "Winnie".
           02 FILLER PIC X(12) VALUE "Yrsa".
           02 FILLER PIC X(12) VALUE "Aage".
       01 FORNAVN-ARR REDEFINES FORNAVN-TABLE.
           02 FORNAVN-ENTRY PIC X(12) OCCURS 24 TIMES.

       01 EFTERNAVN-TABLE.
           02 FILLER PIC X(12) VALUE "Andersen".
           02 FILLER PIC X(12) VALUE "Bech".
           02 FILLER PIC X(12) VALUE "Christensen".
           02 FILLER PIC X(12) VALUE "Dahl".
           02 FILLER PIC X(12) VALUE "Eriksen".
           02 FILLER PIC X(12) VALUE "Frandsen".
           02 FILLER PIC X(12) VALUE "Gregersen".
           02 FILLER PIC X(12) VALUE "Holm".
           02 FILLER PIC X(12) VALUE "Iversen".
           02 FILLER PIC X(12) VALUE "Jakobsen".
           02 FILLER PIC X(12) VALUE "Kjeldsen".
           02 FILLER PIC X(12) VALUE "Lund".
           02 FILLER PIC X(12) VALUE "Madsen".
           02 FILLER PIC X(12) VALUE "Nygaard".
           02 FILLER PIC X(12) VALUE "Olsen".
           02 FILLER PIC X(12) VALUE "Poulsen".
           02 FILLER PIC X(12) VALUE "Qvist".
           02 FILLER PIC X(12) VALUE "Rasmussen".
           02 FILLER PIC X(12) VALUE "Skov".
           02 FILLER PIC X(12) VALUE "Thomsen".
           02 FILLER PIC X(12) VALUE "Ulriksen".
           02 FILLER PIC X(12) VALUE "Vestergaard".
           02 FILLER PIC X(12) VALUE "Winther".
           02 FILLER PIC X(12) VALUE "Krogh".
       01 EFTERNAVN-ARR REDEFINES EFTERNAVN-TABLE.
           02 EFTERNAVN-ENTRY PIC X(12) OCCURS 24 TIMES.

       01 VEJNAVN-TABLE.
           02 FILLER PIC X(20) VALUE "Egevej".
           02 FILLER PIC X(20) VALUE "Boegevej".
           02 FILLER PIC X(20) VALUE "Lindevej".
           02 FILLER PIC X(20) VALUE "Granvej".
           02 FILLER PIC X(20) VALUE "Ahornvej".
           02 FILLER PIC X(20) VALUE "Birkevej".
           02 FILLER PIC X(20) VALUE "Elmevej".
           02 FILLER PIC X(20) VALUE "Poppelvej".
           02 FILLER PIC X(20) VALUE "Kastanievej".
           02 FILLER PIC X(20) VALUE "Hyldevej".
           02 FILLER PIC X(20) VALUE "Hasselvej".
           02 FILLER PIC X(20) VALUE "Pilevej".
           02 FILLER PIC X(20) VALUE "Enebaervej".
           02 FILLER PIC X(20) VALUE "Tjoernevej".
           02 FILLER PIC X(20) VALUE "Roennebaervej".
           02 FILLER PIC X(20) VALUE "Valnoeddevej".
       01 VEJNAVN-ARR REDEFINES VEJNAVN-TABLE.
           02 VEJNAVN-ENTRY PIC X(20) OCCURS 16 TIMES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM PARM-FILL
           MOVE SPACES TO SYSTEM-KOMMANDO
           MOVE "mkdir -p ../test/data && rm -f ../test/data/*.txt"
             TO SYSTEM-KOMMANDO
           CALL "SYSTEM" USING SYSTEM-KOMMANDO
           IF RETURN-CODE NOT = 0
               DISPLAY "FEJL: kataloget ../test/data kan ikke oprettes"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM KOPIER-UAENDREDE
           PERFORM VARYING FIL-IX FROM 1 BY 1 UNTIL FIL-IX > 14
               PERFORM ANONYMISER-FIL
           END-PERFORM
           IF FT-FINDES-SW(1) = "N"
               DISPLAY "FEJL: Kundeoplysninger.txt findes ikke - "
                   "testkopien er ufuldstaendig"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "Testkopi i ../test/data:"
           DISPLAY "  " KOPI-ANTAL " fil(er) kopieret uaendret, "
               KOPI-MANGLER " fandtes ikke"
           PERFORM VARYING FIL-IX FROM 1 BY 1 UNTIL FIL-IX > 14
               IF FT-FINDES-SW(FIL-IX) = "Y"
                   DISPLAY "  " FIL-GRUNDNAVN(FIL-IX) " "
                       FT-POSTER(FIL-IX) " poster anonymiseret"
               END-IF
           END-PERFORM
           DISPLAY "  " NUM-CPR-MAP " CPR-numre og " NUM-KN-MAP
               " kontonumre erstattet"
           IF CPR-DUBLET-ANTAL > 0
               DISPLAY "ADVARSEL: " CPR-DUBLET-ANTAL " falske CPR-"
                   "numre kunne ikke goeres entydige"
           END-IF
           STOP RUN.

       PARM-FILL.
           OPEN INPUT FIL-PARM
           IF PARM-STATUS = "00"
               READ FIL-PARM INTO PARM-REC
                   AT END
                       CONTINUE
               END-READ
               CLOSE FIL-PARM
           END-IF
           IF PARM-NOEGLE OF PARM-REC NOT NUMERIC
                   OR PARM-NOEGLE OF PARM-REC = 0
               DISPLAY "ADVARSEL: ingen PARM-NOEGLE i "
                   "OPG106-Parametre.txt - standardnoeglen bruges"
               MOVE 271828 TO PARM-NOEGLE OF PARM-REC
           END-IF.

      * Filerne i Testdata-Filer.txt kopieres, som de er. En fil, der
      * ogsaa staar i FIL-TABLE, kopieres aldrig uaendret.
       KOPIER-UAENDREDE.
           OPEN INPUT FIL-LISTE
           IF LISTE-STATUS NOT = "00"
               DISPLAY "ADVARSEL: Testdata-Filer.txt findes ikke - "
                   "ingen filer kopieres uaendret"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO LISTE-EOF
           PERFORM UNTIL LISTE-EOF = "Y"
               READ FIL-LISTE
                   AT END
                       MOVE "Y" TO LISTE-EOF
                   NOT AT END
                       IF TL-FILNAVN NOT = SPACES
                           MOVE TL-FILNAVN TO KOPI-NAVN
                           PERFORM KOPIER-EN-FIL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-LISTE.

       KOPIER-EN-FIL.
           MOVE "N" TO KOPI-AFVIST-SW
           PERFORM VARYING FIL-IX FROM 1 BY 1 UNTIL FIL-IX > 14
               IF FIL-GRUNDNAVN(FIL-IX) = KOPI-NAVN
                   MOVE "Y" TO KOPI-AFVIST-SW
               END-IF
           END-PERFORM
           IF KOPI-AFVIST-SW = "Y"
               DISPLAY "ADVARSEL: " FUNCTION TRIM(KOPI-NAVN)
                   " indeholder persondata og kopieres ikke uaendret"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO IND-FILENAME
           STRING
               "../data/"             DELIMITED BY SIZE
               KOPI-NAVN              DELIMITED BY SPACE
               ".txt"                 DELIMITED BY SIZE
           INTO IND-FILENAME
           OPEN INPUT FIL-IND
           IF IND-STATUS NOT = "00"
               ADD 1 TO KOPI-MANGLER
               EXIT PARAGRAPH
           END-IF
           CLOSE FIL-IND
           MOVE SPACES TO SYSTEM-KOMMANDO
           STRING
               "cp "                  DELIMITED BY SIZE
               IND-FILENAME           DELIMITED BY SPACE
               " ../test/data/"       DELIMITED BY SIZE
               KOPI-NAVN              DELIMITED BY SPACE
               ".txt"                 DELIMITED BY SIZE
           INTO SYSTEM-KOMMANDO
           CALL "SYSTEM" USING SYSTEM-KOMMANDO
           ADD 1 TO KOPI-ANTAL.

      * Filerne med persondata omskrives post for post til
      * ../test/data. Sluttaeller- og BATCH-poster kopieres uaendret.
       ANONYMISER-FIL.
           MOVE SPACES TO IND-FILENAME
           STRING
               "../data/"             DELIMITED BY SIZE
               FIL-GRUNDNAVN(FIL-IX)  DELIMITED BY SPACE
               ".txt"                 DELIMITED BY SIZE
           INTO IND-FILENAME
           MOVE SPACES TO UD-FILENAME
           STRING
               "../test/data/"        DELIMITED BY SIZE
               FIL-GRUNDNAVN(FIL-IX)  DELIMITED BY SPACE
               ".txt"                 DELIMITED BY SIZE
           INTO UD-FILENAME
           OPEN INPUT FIL-IND
           IF IND-STATUS NOT = "00"
               MOVE "N" TO FT-FINDES-SW(FIL-IX)
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO FT-FINDES-SW(FIL-IX)
           OPEN OUTPUT FIL-UD
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FIL-IND
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF TR-MARKER OF IND-REC-TRAILER = "TRAILER"
                               OR IND-REC(1:5) = "BATCH"
                               OR IND-REC = SPACES
                           WRITE UD-REC FROM IND-REC
                       ELSE
                           MOVE IND-REC TO LINJE-BUF
                           PERFORM ANONYMISER-POST
                           WRITE UD-REC FROM LINJE-BUF
                           ADD 1 TO FT-POSTER(FIL-IX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIL-IND
           CLOSE FIL-UD.

       ANONYMISER-POST.
           EVALUATE FIL-IX
               WHEN 1
                   PERFORM ANONYMISER-KUNDE
               WHEN 2
               WHEN 3
                   PERFORM ANONYMISER-TRANS
               WHEN 4
                   MOVE LINJE-BUF TO NEMKONTO-LAYOUT
                   MOVE SPACES TO MAP-KUNDE-ID
                   MOVE NK-CPR TO REAL-CPR
                   PERFORM CPR-OVERSAET
                   MOVE FAKE-CPR TO NK-CPR
                   MOVE NEMKONTO-LAYOUT TO LINJE-BUF
               WHEN 5
                   MOVE LINJE-BUF TO DOEDSBO-LAYOUT
                   MOVE DB-KUNDE-ID TO MAP-KUNDE-ID
                   MOVE DB-CPR TO REAL-CPR
                   PERFORM CPR-OVERSAET
                   MOVE FAKE-CPR TO DB-CPR
                   MOVE DOEDSBO-LAYOUT TO LINJE-BUF
               WHEN 6
                   PERFORM ANONYMISER-HAENDELSE
               WHEN 7
                   MOVE LINJE-BUF TO UDBETALING-LAYOUT
                   MOVE SPACES TO MAP-KUNDE-ID
                   MOVE OU-CPR TO REAL-CPR
                   PERFORM CPR-OVERSAET
                   MOVE FAKE-CPR TO OU-CPR
                   MOVE UDBETALING-LAYOUT TO LINJE-BUF
               WHEN 8
                   MOVE LINJE-BUF TO SUSPENSE-LAYOUT
                   MOVE SPACES TO MAP-KUNDE-ID
                   MOVE SP-CPR TO REAL-CPR
                   PERFORM CPR-OVERSAET
                   MOVE FAKE-CPR TO SP-CPR
                   MOVE SUSPENSE-LAYOUT TO LINJE-BUF
               WHEN 9
                   PERFORM ANONYMISER-ANSOEGNING
               WHEN 10
                   MOVE LINJE-BUF TO LOEN-LAYOUT
                   MOVE SPACES TO MAP-KUNDE-ID
                   MOVE LF-CPR TO REAL-CPR
                   PERFORM CPR-OVERSAET
                   MOVE FAKE-CPR TO LF-CPR
                   MOVE LOEN-LAYOUT TO LINJE-BUF
               WHEN 11
                   MOVE LINJE-BUF TO SOEGNING-LAYOUT
                   MOVE SPACES TO MAP-KUNDE-ID
                   MOVE SA-CPR TO REAL-CPR
                   PERFORM CPR-OVERSAET
                   MOVE FAKE-CPR TO SA-CPR
                   MOVE SOEGNING-LAYOUT TO LINJE-BUF
               WHEN 12
                   PERFORM ANONYMISER-FORSENDELSE
               WHEN 13
                   PERFORM ANONYMISER-AFVENTENDE
               WHEN 14
                   MOVE LINJE-BUF TO CLEARING-LAYOUT
                   MOVE SPACES TO MAP-KUNDE-ID
                   MOVE CL-CPR TO REAL-CPR
                   PERFORM CPR-OVERSAET
                   MOVE FAKE-CPR TO CL-CPR
                   MOVE CLEARING-LAYOUT TO LINJE-BUF
           END-EVALUATE.

      * Kunden: CPR og KONTO-NUMMER oversaettes, navn, vej, husnr,
      * c/o-linje, telefon og e-mail erstattes. Etage, side, postnr,
      * by og landekode bevares - de udpeger ingen person alene.
       ANONYMISER-KUNDE.
           MOVE LINJE-BUF TO KUNDE-LAYOUT
           MOVE KUNDE-ID OF KUNDE-LAYOUT TO MAP-KUNDE-ID
           MOVE CPR OF KUNDE-LAYOUT TO REAL-CPR
           PERFORM CPR-OVERSAET
           MOVE FAKE-CPR TO CPR OF KUNDE-LAYOUT
           MOVE KONTO-NUMMER OF KUNDE-LAYOUT TO REAL-KONTONR
           PERFORM KONTONR-OVERSAET
           MOVE FAKE-KONTONR TO KONTO-NUMMER OF KUNDE-LAYOUT
           MOVE KUNDE-ID OF KUNDE-LAYOUT TO PERSON-NOEGLE
           MOVE 1 TO HASH-VARIANT
           PERFORM FALSK-PERSON
           MOVE FP-FORNAVN TO FORNAVN OF KUNDE-LAYOUT
           MOVE FP-EFTERNAVN TO EFTERNAVN OF KUNDE-LAYOUT
           IF VEJNAVN OF KUNDE-LAYOUT NOT = SPACES
               MOVE FP-VEJNAVN TO VEJNAVN OF KUNDE-LAYOUT
               MOVE FP-HUSNR TO HUSNR OF KUNDE-LAYOUT
           END-IF
           IF ADR-LINJE-2 OF KUNDE-LAYOUT NOT = SPACES
               MOVE SPACES TO ADR-LINJE-2 OF KUNDE-LAYOUT
               STRING
                   "c/o "             DELIMITED BY SIZE
                   FP-EFTERNAVN       DELIMITED BY SPACE
               INTO ADR-LINJE-2 OF KUNDE-LAYOUT
           END-IF
           IF TELEFON OF KUNDE-LAYOUT NOT = SPACES
               MOVE FP-TELEFON TO TELEFON OF KUNDE-LAYOUT
           END-IF
           IF TELEFON-2 OF KUNDE-LAYOUT NOT = SPACES
               MOVE FP-TELEFON-2 TO TELEFON-2 OF KUNDE-LAYOUT
           END-IF
           IF EMAIL OF KUNDE-LAYOUT NOT = SPACES
               MOVE SPACES TO EMAIL OF KUNDE-LAYOUT
               STRING
                   FP-FORNAVN         DELIMITED BY SPACE
                   "."                DELIMITED BY SIZE
                   KUNDE-ID OF KUNDE-LAYOUT DELIMITED BY SPACE
                   "@eksempel.dk"     DELIMITED BY SIZE
               INTO EMAIL OF KUNDE-LAYOUT
           END-IF
           IF EMAIL-2 OF KUNDE-LAYOUT NOT = SPACES
               MOVE SPACES TO EMAIL-2 OF KUNDE-LAYOUT
               STRING
                   FP-FORNAVN         DELIMITED BY SPACE
                   "."                DELIMITED BY SIZE
                   KUNDE-ID OF KUNDE-LAYOUT DELIMITED BY SPACE
                   ".2@eksempel.dk"   DELIMITED BY SIZE
               INTO EMAIL-2 OF KUNDE-LAYOUT
           END-IF
           MOVE KUNDE-LAYOUT TO LINJE-BUF.

      * Transaktionen baerer kundens CPR, navn og adresse. Navnet
      * bliver kundens falske navn; foedselsdato, konto og beloeb
      * bevares.
       ANONYMISER-TRANS.
           MOVE LINJE-BUF TO TRANS-LAYOUT
           MOVE SPACES TO MAP-KUNDE-ID
           MOVE CPR OF TRANS-LAYOUT TO REAL-CPR
           PERFORM CPR-OVERSAET
           MOVE FAKE-CPR TO CPR OF TRANS-LAYOUT
           PERFORM FIND-PERSON-NOEGLE
           MOVE 1 TO HASH-VARIANT
           PERFORM FALSK-PERSON
           IF NAVN OF TRANS-LAYOUT NOT = SPACES
               MOVE SPACES TO NAVN OF TRANS-LAYOUT
               STRING
                   FP-FORNAVN         DELIMITED BY SPACE
                   " "                DELIMITED BY SIZE
                   FP-EFTERNAVN       DELIMITED BY SPACE
               INTO NAVN OF TRANS-LAYOUT
           END-IF
           IF ADRESSE OF TRANS-LAYOUT NOT = SPACES
               MOVE SPACES TO ADRESSE OF TRANS-LAYOUT
               STRING
                   FP-VEJNAVN         DELIMITED BY SPACE
                   " "                DELIMITED BY SIZE
                   FP-HUSNR           DELIMITED BY SPACE
               INTO ADRESSE OF TRANS-LAYOUT
           END-IF
           MOVE TRANS-LAYOUT TO LINJE-BUF.

      * Personhaendelser: CPR oversaettes; en adresseaendring faar en
      * ny falsk adresse, en navneaendring et nyt falsk navn, og en
      * CPR-erstatning faar den nye CPR oversat.
       ANONYMISER-HAENDELSE.
           MOVE LINJE-BUF TO HAENDELSE-LAYOUT
           MOVE SPACES TO MAP-KUNDE-ID
           MOVE PH-CPR TO REAL-CPR
           PERFORM CPR-OVERSAET
           MOVE FAKE-CPR TO PH-CPR
           PERFORM FIND-PERSON-NOEGLE
           EVALUATE TRUE
               WHEN PH-ADRESSEAENDRING
                   MOVE 3 TO HASH-VARIANT
                   PERFORM FALSK-PERSON
                   MOVE FP-VEJNAVN TO PH-VEJNAVN
                   MOVE FP-HUSNR TO PH-HUSNR
               WHEN PH-NAVNEAENDRING
                   MOVE 2 TO HASH-VARIANT
                   PERFORM FALSK-PERSON
                   MOVE FP-FORNAVN TO PH-FORNAVN
                   MOVE FP-EFTERNAVN TO PH-EFTERNAVN
               WHEN PH-CPR-ERSTATNING
                   MOVE PH-NY-CPR TO REAL-CPR
                   PERFORM CPR-OVERSAET
                   MOVE FAKE-CPR TO PH-NY-CPR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE HAENDELSE-LAYOUT TO LINJE-BUF.

       ANONYMISER-ANSOEGNING.
           MOVE LINJE-BUF TO ANSOEGNING-LAYOUT
           MOVE SPACES TO MAP-KUNDE-ID
           MOVE AN-CPR TO REAL-CPR
           PERFORM CPR-OVERSAET
           MOVE FAKE-CPR TO AN-CPR
           PERFORM FIND-PERSON-NOEGLE
           MOVE 1 TO HASH-VARIANT
           PERFORM FALSK-PERSON
           MOVE FP-FORNAVN TO AN-FORNAVN
           MOVE FP-EFTERNAVN TO AN-EFTERNAVN
           IF AN-VEJNAVN NOT = SPACES
               MOVE FP-VEJNAVN TO AN-VEJNAVN
               MOVE FP-HUSNR TO AN-HUSNR
           END-IF
           IF AN-TELEFON NOT = SPACES
               MOVE FP-TELEFON TO AN-TELEFON
           END-IF
           IF AN-EMAIL NOT = SPACES
               MOVE SPACES TO AN-EMAIL
               STRING
                   FP-FORNAVN         DELIMITED BY SPACE
                   "."                DELIMITED BY SIZE
                   FP-EFTERNAVN       DELIMITED BY SPACE
                   "@eksempel.dk"     DELIMITED BY SIZE
               INTO AN-EMAIL
           END-IF
           MOVE ANSOEGNING-LAYOUT TO LINJE-BUF.

      * Manifestets e-mail skal vaere den samme falske adresse, som
      * kunden har i Kundeoplysninger.txt.
       ANONYMISER-FORSENDELSE.
           MOVE LINJE-BUF TO FORSENDELSE-LAYOUT
           IF FS-EMAIL NOT = SPACES
               MOVE FS-KUNDE-ID TO PERSON-NOEGLE
               MOVE 1 TO HASH-VARIANT
               PERFORM FALSK-PERSON
               MOVE SPACES TO FS-EMAIL
               STRING
                   FP-FORNAVN         DELIMITED BY SPACE
                   "."                DELIMITED BY SIZE
                   FS-KUNDE-ID        DELIMITED BY SPACE
                   "@eksempel.dk"     DELIMITED BY SIZE
               INTO FS-EMAIL
           END-IF
           MOVE FORSENDELSE-LAYOUT TO LINJE-BUF.

      * En afventende aendring af CPR eller KONTO-NUMMER baerer den
      * nye vaerdi i klartekst.
       ANONYMISER-AFVENTENDE.
           MOVE LINJE-BUF TO AFVENTENDE-LAYOUT
           EVALUATE AV-FELT
               WHEN "CPR"
                   MOVE AV-KUNDE-ID TO MAP-KUNDE-ID
                   MOVE AV-NY-VAERDI(1:11) TO REAL-CPR
                   PERFORM CPR-OVERSAET
                   MOVE SPACES TO AV-NY-VAERDI
                   MOVE FAKE-CPR TO AV-NY-VAERDI(1:11)
               WHEN "KONTO-NUMMER"
                   MOVE AV-NY-VAERDI TO REAL-KONTONR
                   PERFORM KONTONR-OVERSAET
                   MOVE FAKE-KONTONR TO AV-NY-VAERDI
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE AFVENTENDE-LAYOUT TO LINJE-BUF.

      * Den falske person knyttes til kunden, hvis CPR'en tilhoerer en
      * kunde - ellers til CPR'en selv.
       FIND-PERSON-NOEGLE.
           MOVE REAL-CPR TO PERSON-NOEGLE
           IF CM-IX > 0
               IF CM-KUNDE-ID(CM-IX) NOT = SPACES
                   MOVE CM-KUNDE-ID(CM-IX) TO PERSON-NOEGLE
               END-IF
           END-IF.

      * REAL-CPR -> FAKE-CPR. CM-IX peger paa oversaettelsen (0 for
      * blank CPR).
       CPR-OVERSAET.
           MOVE 0 TO CM-IX
           IF REAL-CPR = SPACES
               MOVE SPACES TO FAKE-CPR
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING CM-IX2 FROM 1 BY 1
                   UNTIL CM-IX2 > NUM-CPR-MAP
               IF CM-REAL(CM-IX2) = REAL-CPR
                   MOVE CM-IX2 TO CM-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF CM-IX > 0
               MOVE CM-FAKE(CM-IX) TO FAKE-CPR
               IF CM-KUNDE-ID(CM-IX) = SPACES
                   MOVE MAP-KUNDE-ID TO CM-KUNDE-ID(CM-IX)
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF NUM-CPR-MAP >= 5000
               DISPLAY "FEJL: flere end 5000 forskellige CPR-numre - "
                   "CPR-tabellen er fuld"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LAV-FALSK-CPR
           ADD 1 TO NUM-CPR-MAP
           MOVE NUM-CPR-MAP TO CM-IX
           MOVE REAL-CPR TO CM-REAL(CM-IX)
           MOVE CPR-ARBEJDE TO CM-FAKE(CM-IX)
           MOVE MAP-KUNDE-ID TO CM-KUNDE-ID(CM-IX)
           MOVE CPR-ARBEJDE TO FAKE-CPR.

      * DDMMAA og aarhundredecifferet (7. ciffer) bevares, 8.-9. ciffer
      * tages pseudotilfaeldigt, og 10. ciffer vaelges, saa koennet og
      * modulus 11-kontrollen svarer til den rigtige CPR. En CPR, der
      * ikke har formen DDMMAA-SSSS, bliver 000000-nnnn.
       LAV-FALSK-CPR.
           MOVE REAL-CPR TO HASH-NOEGLE
           MOVE 9 TO HASH-VARIANT
           PERFORM BEREGN-HASH
           IF REAL-CPR(1:6) NOT NUMERIC
                   OR REAL-CPR(7:1) NOT = "-"
                   OR REAL-CPR(8:4) NOT NUMERIC
               COMPUTE CPR-SLUT-NUM = FUNCTION MOD(HASH-TAL, 10000)
               MOVE SPACES TO CPR-ARBEJDE
               STRING
                   "000000-"          DELIMITED BY SIZE
                   CPR-SLUT-NUM       DELIMITED BY SIZE
               INTO CPR-ARBEJDE
               EXIT PARAGRAPH
           END-IF
           MOVE REAL-CPR TO CPR-ARBEJDE
           PERFORM BEREGN-CPR-SUM
           IF FUNCTION MOD(CPR-SUM, 11) = 0
               MOVE "Y" TO CPR-GYLDIG-SW
           ELSE
               MOVE "N" TO CPR-GYLDIG-SW
           END-IF
           MOVE REAL-CPR(11:1) TO CPR-CIFFER
           COMPUTE CPR-KOEN = FUNCTION MOD(CPR-CIFFER, 2)
           MOVE "N" TO CPR-FUNDET-SW
           PERFORM VARYING CPR-FORSOEG FROM 0 BY 1
                   UNTIL CPR-FORSOEG > 99 OR CPR-FUNDET-SW = "Y"
               PERFORM PROEV-FALSK-CPR
           END-PERFORM
           IF CPR-FUNDET-SW = "N"
               ADD 1 TO CPR-DUBLET-ANTAL
           END-IF.

       PROEV-FALSK-CPR.
           COMPUTE CPR-LOEBE-NUM =
               FUNCTION MOD(HASH-TAL + CPR-FORSOEG * 37, 100)
           MOVE REAL-CPR TO CPR-ARBEJDE
           MOVE CPR-LOEBE-NUM TO CPR-ARBEJDE(9:2)
           IF CPR-GYLDIG-SW = "Y"
               MOVE "0" TO CPR-ARBEJDE(11:1)
               PERFORM BEREGN-CPR-SUM
               COMPUTE CPR-KONTROL =
                   FUNCTION MOD(11 - FUNCTION MOD(CPR-SUM, 11), 11)
               IF CPR-KONTROL = 10
                       OR FUNCTION MOD(CPR-KONTROL, 2) NOT = CPR-KOEN
                   EXIT PARAGRAPH
               END-IF
           ELSE
               COMPUTE CPR-KONTROL =
                   FUNCTION MOD(HASH-TAL + CPR-FORSOEG, 5) * 2
                   + CPR-KOEN
           END-IF
           MOVE CPR-KONTROL TO CPR-CIFFER
           MOVE CPR-CIFFER TO CPR-ARBEJDE(11:1)
           IF CPR-ARBEJDE = REAL-CPR
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING CM-IX2 FROM 1 BY 1
                   UNTIL CM-IX2 > NUM-CPR-MAP
               IF CM-FAKE(CM-IX2) = CPR-ARBEJDE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           MOVE "Y" TO CPR-FUNDET-SW.

      * Modulus 11: cifrene vaegtes 4 3 2 7 6 5 4 3 2 1.
       BEREGN-CPR-SUM.
           MOVE 0 TO CPR-SUM
           PERFORM VARYING CPR-CIFFER-IX FROM 1 BY 1
                   UNTIL CPR-CIFFER-IX > 10
               IF CPR-CIFFER-IX > 6
                   COMPUTE CPR-POS = CPR-CIFFER-IX + 1
               ELSE
                   MOVE CPR-CIFFER-IX TO CPR-POS
               END-IF
               MOVE CPR-ARBEJDE(CPR-POS:1) TO CPR-CIFFER
               MOVE CPR-VAEGT-TABLE(CPR-CIFFER-IX:1) TO CPR-VAEGT
               COMPUTE CPR-SUM = CPR-SUM + CPR-CIFFER * CPR-VAEGT
           END-PERFORM.

      * REAL-KONTONR -> FAKE-KONTONR.
       KONTONR-OVERSAET.
           IF REAL-KONTONR = SPACES
               MOVE SPACES TO FAKE-KONTONR
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING KN-IX FROM 1 BY 1 UNTIL KN-IX > NUM-KN-MAP
               IF KN-REAL(KN-IX) = REAL-KONTONR
                   MOVE KN-FAKE(KN-IX) TO FAKE-KONTONR
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF NUM-KN-MAP >= 5000
               DISPLAY "FEJL: flere end 5000 forskellige kontonumre - "
                   "kontonummertabellen er fuld"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LAV-FALSK-KONTONR
           ADD 1 TO NUM-KN-MAP
           MOVE REAL-KONTONR TO KN-REAL(NUM-KN-MAP)
           MOVE KONTO-ARBEJDE TO KN-FAKE(NUM-KN-MAP)
           MOVE KONTO-ARBEJDE TO FAKE-KONTONR.

      * Landekode (1-2) og reg-nr (5-8) bevares, de oevrige cifre
      * erstattes, og kontrolcifrene (3-4) beregnes paa ny, hvis det
      * rigtige nummer var gyldigt: med "00" paa kontrolcifrenes plads
      * giver MOD 97-10 resten r, og kontrolcifrene er 98 - r.
       LAV-FALSK-KONTONR.
           MOVE REAL-KONTONR TO KONTO-ARBEJDE
           MOVE 0 TO KONTO-LEN
           PERFORM VARYING KONTO-KAR-IX FROM 20 BY -1
                   UNTIL KONTO-KAR-IX = 0
               IF KONTO-ARBEJDE(KONTO-KAR-IX:1) NOT = SPACE
                   MOVE KONTO-KAR-IX TO KONTO-LEN
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF KONTO-LEN < 9
               EXIT PARAGRAPH
           END-IF
           PERFORM BEREGN-KONTO-KONTROL
           IF KONTO-REST = 1
               MOVE "Y" TO KONTO-GYLDIG-SW
           ELSE
               MOVE "N" TO KONTO-GYLDIG-SW
           END-IF
           MOVE REAL-KONTONR TO HASH-NOEGLE
           MOVE 11 TO HASH-VARIANT
           PERFORM BEREGN-HASH
           MOVE "N" TO KONTO-FUNDET-SW
           PERFORM VARYING KONTO-FORSOEG FROM 1 BY 1
                   UNTIL KONTO-FORSOEG > 20 OR KONTO-FUNDET-SW = "Y"
               PERFORM PROEV-FALSK-KONTONR
           END-PERFORM.

       PROEV-FALSK-KONTONR.
           MOVE REAL-KONTONR TO KONTO-ARBEJDE
           PERFORM VARYING KONTO-KAR-IX FROM 9 BY 1
                   UNTIL KONTO-KAR-IX > KONTO-LEN
               IF KONTO-ARBEJDE(KONTO-KAR-IX:1) IS NUMERIC
                   PERFORM NAESTE-HASH
                   COMPUTE KONTO-CIFFER = FUNCTION MOD(HASH-TAL, 10)
                   MOVE KONTO-CIFFER TO KONTO-ARBEJDE(KONTO-KAR-IX:1)
               END-IF
           END-PERFORM
           IF KONTO-GYLDIG-SW = "Y"
                   AND KONTO-ARBEJDE(3:2) IS NUMERIC
               MOVE "00" TO KONTO-ARBEJDE(3:2)
               PERFORM BEREGN-KONTO-KONTROL
               COMPUTE KONTO-CHECK = 98 - KONTO-REST
               MOVE KONTO-CHECK TO KONTO-ARBEJDE(3:2)
           END-IF
           IF KONTO-ARBEJDE = REAL-KONTONR
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING KN-IX FROM 1 BY 1 UNTIL KN-IX > NUM-KN-MAP
               IF KN-FAKE(KN-IX) = KONTO-ARBEJDE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           MOVE "Y" TO KONTO-FUNDET-SW.

      * IBAN-stil kontrolciffer (ISO 7064 MOD 97-10) som i OPG-12:
      * flyt de foerste 4 tegn til enden, omsaet hvert tegn til en
      * talvaerdi via KONTO-KONTROL-TABLE og fold det fortloebende ind
      * i en rest modulo 97 - gyldigt kontonummer giver rest 1.
       BEREGN-KONTO-KONTROL.
           MOVE SPACES TO KONTO-REARR
           STRING
               KONTO-ARBEJDE(5:KONTO-LEN - 4) DELIMITED BY SIZE
               KONTO-ARBEJDE(1:4)             DELIMITED BY SIZE
           INTO KONTO-REARR
           MOVE 0 TO KONTO-REST
           PERFORM VARYING KONTO-KAR-IX FROM 1 BY 1
                   UNTIL KONTO-KAR-IX > KONTO-LEN
               MOVE KONTO-REARR(KONTO-KAR-IX:1) TO KONTO-KAR
               PERFORM LOOKUP-KONTROL-VAERDI
               PERFORM FOLD-KONTROL-CIFFER
           END-PERFORM.

       LOOKUP-KONTROL-VAERDI.
           MOVE 0 TO KONTO-DIGIT-VAL
           PERFORM VARYING KV-IX FROM 1 BY 1 UNTIL KV-IX > 36
               IF KV-KODE(KV-IX) = KONTO-KAR
                   MOVE KV-VAERDI(KV-IX) TO KONTO-DIGIT-VAL
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FOLD-KONTROL-CIFFER.
           IF KONTO-DIGIT-VAL > 9
               MOVE KONTO-DIGIT-VAL(1:1) TO KONTO-TIER
               MOVE KONTO-DIGIT-VAL(2:1) TO KONTO-ENER
               COMPUTE KONTO-REST =
                   FUNCTION MOD((KONTO-REST * 10) + KONTO-TIER, 97)
               COMPUTE KONTO-REST =
                   FUNCTION MOD((KONTO-REST * 10) + KONTO-ENER, 97)
           ELSE
               COMPUTE KONTO-REST =
                   FUNCTION MOD((KONTO-REST * 10) + KONTO-DIGIT-VAL, 97)
           END-IF.

      * Falsk navn, vej, husnr og telefonnumre for PERSON-NOEGLE.
      * HASH-VARIANT 1 er personens faste identitet; 2 og 3 giver et
      * andet navn eller en anden adresse til navne- og
      * adresseaendringer.
       FALSK-PERSON.
           MOVE PERSON-NOEGLE TO HASH-NOEGLE
           PERFORM BEREGN-HASH
           COMPUTE NAVN-IX = FUNCTION MOD(HASH-TAL, 24) + 1
           MOVE FORNAVN-ENTRY(NAVN-IX) TO FP-FORNAVN
           PERFORM NAESTE-HASH
           COMPUTE NAVN-IX = FUNCTION MOD(HASH-TAL, 24) + 1
           MOVE EFTERNAVN-ENTRY(NAVN-IX) TO FP-EFTERNAVN
           PERFORM NAESTE-HASH
           COMPUTE NAVN-IX = FUNCTION MOD(HASH-TAL, 16) + 1
           MOVE VEJNAVN-ENTRY(NAVN-IX) TO FP-VEJNAVN
           PERFORM NAESTE-HASH
           COMPUTE FP-HUSNR-NUM = FUNCTION MOD(HASH-TAL, 150) + 1
           MOVE FP-HUSNR-NUM TO FP-HUSNR-VIS
           MOVE FUNCTION TRIM(FP-HUSNR-VIS) TO FP-HUSNR
           PERFORM NAESTE-HASH
           COMPUTE FP-TELEFON = 20000000 + HASH-TAL * 61
           PERFORM NAESTE-HASH
           COMPUTE FP-TELEFON-2 = 20000000 + HASH-TAL * 61.

       BEREGN-HASH.
           COMPUTE HASH-TAL = FUNCTION MOD(
               PARM-NOEGLE OF PARM-REC + HASH-VARIANT * 7717, 999983)
           PERFORM VARYING HASH-IX FROM 1 BY 1 UNTIL HASH-IX > 20
               COMPUTE HASH-TAL = FUNCTION MOD(HASH-TAL * 37
                   + FUNCTION ORD(HASH-NOEGLE(HASH-IX:1)), 999983)
           END-PERFORM
           PERFORM NAESTE-HASH.

      * Kvadratisk trin, saa naerliggende noegler (K000000001,
      * K000000002, ...) ikke giver parallelle talfoelger.
       NAESTE-HASH.
           COMPUTE HASH-TAL =
               FUNCTION MOD(HASH-TAL * HASH-TAL + 104729, 999983).
