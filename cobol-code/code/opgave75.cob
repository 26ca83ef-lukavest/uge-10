       01 PARM-FILENAME    PIC X(60) VALUE SPACES.

       01 NUM-FILER        PIC 9(03) VALUE 0.
       01 FIL-TAB OCCURS 60 TIMES.
           02 PF-NAVN       PIC X(06).
           02 PF-STI        PIC X(40).

       01 NUM-FELTER       PIC 9(03) VALUE 0.
       01 FELT-TAB OCCURS 120 TIMES.
           02 PV-FIL-IX     PIC 9(03).
           02 PV-NAVN       PIC X(20).
           02 PV-START      PIC 9(03).
               CLOSE FIL-PARM
               MOVE PARM-LINJE TO EFTER-BILLEDE
               MOVE SPACES TO HIST-NOEGLE
               STRING PF-NAVN(VALGT-FIL-IX) DELIMITED BY SPACE
                   "-PARM" DELIMITED BY SIZE INTO HIST-NOEGLE
               PERFORM SKRIV-HISTORIK-POST
               DISPLAY PF-STI(VALGT-FIL-IX) " gemt."
           END-IF.
           PERFORM TILFOEJ-FIL-OPG9
           PERFORM TILFOEJ-FIL-OPG10
           PERFORM TILFOEJ-FIL-OPG11
           PERFORM TILFOEJ-FIL-OPG16
           PERFORM TILFOEJ-FIL-OPG17
           PERFORM TILFOEJ-FIL-OPG18
           PERFORM TILFOEJ-FIL-OPG19
           PERFORM TILFOEJ-FIL-OPG21
           PERFORM TILFOEJ-FIL-OPG26
           PERFORM TILFOEJ-FIL-OPG27
           PERFORM TILFOEJ-FIL-OPG28
           PERFORM TILFOEJ-FIL-OPG30
           PERFORM TILFOEJ-FIL-OPG31
           PERFORM TILFOEJ-FIL-OPG33
           PERFORM TILFOEJ-FIL-OPG36
           PERFORM TILFOEJ-FIL-OPG48
           PERFORM TILFOEJ-FIL-OPG50
           PERFORM TILFOEJ-FIL-OPG58
           PERFORM TILFOEJ-FIL-OPG59
           PERFORM TILFOEJ-FIL-OPG60
           PERFORM TILFOEJ-FIL-OPG61
           PERFORM TILFOEJ-FIL-OPG69
           PERFORM TILFOEJ-FIL-OPG70
           PERFORM TILFOEJ-FIL-OPG87
           PERFORM TILFOEJ-FIL-OPG88
           PERFORM TILFOEJ-FIL-OPG89
           PERFORM TILFOEJ-FIL-OPG91
           PERFORM TILFOEJ-FIL-OPG96
           PERFORM TILFOEJ-FIL-OPG98
           PERFORM TILFOEJ-FIL-OPG99
           PERFORM TILFOEJ-FIL-OPG103
           PERFORM TILFOEJ-FIL-OPG104
           PERFORM TILFOEJ-FIL-OPG106.

       TILFOEJ-FIL-OPG6.
           ADD 1 TO NUM-FILER
           MOVE "Segmentgraense hoej, oere" TO NY-TEKST
           PERFORM TILFOEJ-FELT.

       TILFOEJ-FIL-OPG16.
           ADD 1 TO NUM-FILER
           MOVE "OPG16" TO PF-NAVN(NUM-FILER)
           MOVE "../data/OPG16-Parametre.txt" TO PF-STI(NUM-FILER)
           MOVE "PARM-SIMULERING-SW" TO NY-NAVN
           MOVE 001 TO NY-START MOVE 01 TO NY-LAENGDE
           MOVE "K" TO NY-TYPE MOVE "JN" TO NY-KODER
           MOVE "J=simuler posteringerne, intet bogfoeres" TO NY-TEKST
           PERFORM TILFOEJ-FELT.

       TILFOEJ-FIL-OPG17.
           ADD 1 TO NUM-FILER
           MOVE "OPG17" TO PF-NAVN(NUM-FILER)
           MOVE "../data/OPG17-Parametre.txt" TO PF-STI(NUM-FILER)
           MOVE "PARM-SIMULERING-SW" TO NY-NAVN
           MOVE 001 TO NY-START MOVE 01 TO NY-LAENGDE
           MOVE "K" TO NY-TYPE MOVE "JN" TO NY-KODER
           MOVE "J=simuler posteringerne, intet bogfoeres" TO NY-TEKST
           PERFORM TILFOEJ-FELT.

       TILFOEJ-FIL-OPG18.
           ADD 1 TO NUM-FILER
           MOVE "OPG18" TO PF-NAVN(NUM-FILER)
           MOVE 003 TO NY-START MOVE 01 TO NY-LAENGDE
           MOVE "K" TO NY-TYPE MOVE "JN" TO NY-KODER
           MOVE "J=koer videre trods fejlede trin" TO NY-TEKST
           PERFORM TILFOEJ-FELT
           MOVE "PARM-KOERSELSDATO" TO NY-NAVN
           MOVE 004 TO NY-START MOVE 08 TO NY-LAENGDE
           MOVE "U" TO NY-TYPE
           MOVE "Genkoer for bogfoeringsdato, 0 = normal" TO NY-TEKST
           PERFORM TILFOEJ-FELT
           MOVE "PARM-OPG21-SIM-SW" TO NY-NAVN
           MOVE 012 TO NY-START MOVE 01 TO NY-LAENGDE
           MOVE "K" TO NY-TYPE MOVE "JN" TO NY-KODER
           MOVE "J=staaende ordrer (OPG-21) simuleres" TO NY-TEKST
           PERFORM TILFOEJ-FELT.

       TILFOEJ-FIL-OPG21.
           MOVE "9" TO NY-TYPE
           MOVE "Max gentagne forsoeg for staaende ordrer"
               TO NY-TEKST
           PERFORM TILFOEJ-FELT
           MOVE "PARM-SIMULERING-SW" TO NY-NAVN
           MOVE 003 TO NY-START MOVE 01 TO NY-LAENGDE
           MOVE "K" TO NY-TYPE MOVE "JN" TO NY-KODER
           MOVE "J=simuler posteringerne, intet bogfoeres" TO NY-TEKST
           PERFORM TILFOEJ-FELT.

       TILFOEJ-FIL-OPG24.
           MOVE "Udskriftsnummer der genudskrives" TO NY-TEKST
           PERFORM TILFOEJ-FELT.

       TILFOEJ-FIL-OPG30.
           ADD 1 TO NUM-FILER
           MOVE "OPG30" TO PF-NAVN(NUM-FILER)
           MOVE "../data/OPG30-Parametre.txt" TO PF-STI(NUM-FILER)
           MOVE "PARM-CUTOFF-TID" TO NY-NAVN
           MOVE 001 TO NY-START MOVE 04 TO NY-LAENGDE
           MOVE "9" TO NY-TYPE
           MOVE "Cut-off TTMM, senere = naeste bankdag" TO NY-TEKST
           PERFORM TILFOEJ-FELT.

       TILFOEJ-FIL-OPG31.
           ADD 1 TO NUM-FILER
           MOVE "OPG31" TO PF-NAVN(NUM-FILER)
           MOVE "Clearingdato, blank = dags dato" TO NY-TEKST
           PERFORM TILFOEJ-FELT.

       TILFOEJ-FIL-OPG59.
           ADD 1 TO NUM-FILER
           MOVE "OPG59" TO PF-NAVN(NUM-FILER)
           MOVE "../data/OPG59-Parametre.txt" TO PF-STI(NUM-FILER)
           MOVE "PARM-SIMULERING-SW" TO NY-NAVN
           MOVE 001 TO NY-START MOVE 01 TO NY-LAENGDE
           MOVE "K" TO NY-TYPE MOVE "JN" TO NY-KODER
           MOVE "J=simuler posteringerne, intet bogfoeres" TO NY-TEKST
           PERFORM TILFOEJ-FELT.

       TILFOEJ-FIL-OPG60.
           ADD 1 TO NUM-FILER
           MOVE "OPG60" TO PF-NAVN(NUM-FILER)
           MOVE "../data/OPG60-Parametre.txt" TO PF-STI(NUM-FILER)
           MOVE "PARM-SIMULERING-SW" TO NY-NAVN
           MOVE 001 TO NY-START MOVE 01 TO NY-LAENGDE
           MOVE "K" TO NY-TYPE MOVE "JN" TO NY-KODER
           MOVE "J=simuler posteringerne, intet bogfoeres" TO NY-TEKST
           PERFORM TILFOEJ-FELT.

       TILFOEJ-FIL-OPG61.
           ADD 1 TO NUM-FILER
           MOVE "OPG61" TO PF-NAVN(NUM-FILER)
               TO NY-TEKST
           PERFORM TILFOEJ-FELT.

       TILFOEJ-FIL-OPG96.
           ADD 1 TO NUM-FILER
           MOVE "OPG96" TO PF-NAVN(NUM-FILER)
           MOVE "../data/OPG96-Parametre.txt" TO PF-STI(NUM-FILER)
           MOVE "PARM-FUNKTION" TO NY-NAVN
           MOVE 001 TO NY-START MOVE 01 TO NY-LAENGDE
           MOVE "K" TO NY-TYPE MOVE "BR" TO NY-KODER
           MOVE "B=bogfoer ventende, R=rul tilbage" TO NY-TEKST
           PERFORM TILFOEJ-FELT
           MOVE "PARM-KOERSEL-ID" TO NY-NAVN
           MOVE 002 TO NY-START MOVE 16 TO NY-LAENGDE
           MOVE "X" TO NY-TYPE
           MOVE "Koersel-id der skal rulles tilbage" TO NY-TEKST
           PERFORM TILFOEJ-FELT.

       TILFOEJ-FIL-OPG98.
           ADD 1 TO NUM-FILER
           MOVE "OPG98" TO PF-NAVN(NUM-FILER)
           MOVE "../data/OPG98-Parametre.txt" TO PF-STI(NUM-FILER)
           MOVE "PARM-GRAENSE-BELOEB" TO NY-NAVN
           MOVE 001 TO NY-START MOVE 12 TO NY-LAENGDE
           MOVE "B" TO NY-TYPE
           MOVE "Reguleringsgraense, oere" TO NY-TEKST
           PERFORM TILFOEJ-FELT
           MOVE "PARM-GRAENSE-NIVEAU" TO NY-NAVN
           MOVE 013 TO NY-START MOVE 01 TO NY-LAENGDE
           MOVE "9" TO NY-TYPE
           MOVE "Godkenderniveau over graensen" TO NY-TEKST
           PERFORM TILFOEJ-FELT.

       TILFOEJ-FIL-OPG99.
           ADD 1 TO NUM-FILER
           MOVE "OPG99" TO PF-NAVN(NUM-FILER)
           MOVE "../data/OPG99-Parametre.txt" TO PF-STI(NUM-FILER)
           MOVE "PARM-DATO" TO NY-NAVN
           MOVE 001 TO NY-START MOVE 10 TO NY-LAENGDE
           MOVE "D" TO NY-TYPE
           MOVE "Rapportdato, blank = dags dato" TO NY-TEKST
           PERFORM TILFOEJ-FELT.

       TILFOEJ-FIL-OPG103.
           ADD 1 TO NUM-FILER
           MOVE "OPG103" TO PF-NAVN(NUM-FILER)
           MOVE "../data/OPG103-Parametre.txt" TO PF-STI(NUM-FILER)
           MOVE "PARM-PROEVE-SW" TO NY-NAVN
           MOVE 001 TO NY-START MOVE 01 TO NY-LAENGDE
           MOVE "K" TO NY-TYPE MOVE "JN" TO NY-KODER
           MOVE "Proevekoersel, intet aendres (J/N)" TO NY-TEKST
           PERFORM TILFOEJ-FELT.

       TILFOEJ-FIL-OPG104.
           ADD 1 TO NUM-FILER
           MOVE "OPG104" TO PF-NAVN(NUM-FILER)
           MOVE "../data/OPG104-Parametre.txt" TO PF-STI(NUM-FILER)
           MOVE "PARM-TIL-DATO" TO NY-NAVN
           MOVE 001 TO NY-START MOVE 10 TO NY-LAENGDE
           MOVE "D" TO NY-TYPE
           MOVE "Periodens slutdato, blank = bogf.dato" TO NY-TEKST
           PERFORM TILFOEJ-FELT
           MOVE "PARM-DAGE" TO NY-NAVN
           MOVE 011 TO NY-START MOVE 03 TO NY-LAENGDE
           MOVE "9" TO NY-TYPE
           MOVE "Periodens laengde i dage" TO NY-TEKST
           PERFORM TILFOEJ-FELT
           MOVE "PARM-MAX-KUNDER" TO NY-NAVN
           MOVE 014 TO NY-START MOVE 04 TO NY-LAENGDE
           MOVE "9" TO NY-TYPE
           MOVE "Max forskellige kunder pr. operator" TO NY-TEKST
           PERFORM TILFOEJ-FELT
           MOVE "PARM-ARB-FRA" TO NY-NAVN
           MOVE 018 TO NY-START MOVE 04 TO NY-LAENGDE
           MOVE "9" TO NY-TYPE
           MOVE "Arbejdstid fra, TTMM" TO NY-TEKST
           PERFORM TILFOEJ-FELT
           MOVE "PARM-ARB-TIL" TO NY-NAVN
           MOVE 022 TO NY-START MOVE 04 TO NY-LAENGDE
           MOVE "9" TO NY-TYPE
           MOVE "Arbejdstid til, TTMM" TO NY-TEKST
           PERFORM TILFOEJ-FELT.

       TILFOEJ-FIL-OPG106.
           ADD 1 TO NUM-FILER
           MOVE "OPG106" TO PF-NAVN(NUM-FILER)
           MOVE "../data/OPG106-Parametre.txt" TO PF-STI(NUM-FILER)
           MOVE "PARM-NOEGLE" TO NY-NAVN
           MOVE 001 TO NY-START MOVE 06 TO NY-LAENGDE
           MOVE "9" TO NY-TYPE
           MOVE "Noegle til de falske testdata" TO NY-TEKST
           PERFORM TILFOEJ-FELT.

       TILFOEJ-FELT.
           ADD 1 TO NUM-FELTER
           MOVE NUM-FILER TO PV-FIL-IX(NUM-FELTER)
