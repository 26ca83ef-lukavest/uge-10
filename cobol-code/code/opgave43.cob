
       WORKING-STORAGE SECTION.
       01 SLET-IDX-KOMMANDO PIC X(60) VALUE SPACES.
       01 SYSTEM-KOMMANDO   PIC X(60) VALUE SPACES.
       01 SNAP-KATALOG-STATUS PIC XX VALUE "00".
       01 SNAP-STATUS     PIC XX VALUE "00".
       01 PARM-STATUS     PIC XX VALUE "00".
      * til den flade fil, til indekset er genopbygget.
           MOVE "rm -f ../data/Kundeoplysninger-Index.dat"
             TO SLET-IDX-KOMMANDO
           CALL "SYSTEM" USING SLET-IDX-KOMMANDO
      * Transaktionsindekset genopbygges fra det gendannede udtraek.
           MOVE "./opgave97" TO SYSTEM-KOMMANDO
           CALL "SYSTEM" USING SYSTEM-KOMMANDO.

       GENDAN-EN-FIL.
           OPEN INPUT FIL-SNAP
