               88  JP-SIDSTE-I-MAANED   VALUE "SM".
               88  JP-SIDSTE-I-KVARTAL  VALUE "KV".
               88  JP-FOERSTE-I-AAR     VALUE "FA".
               88  JP-SIDSTE-I-UGE      VALUE "UG".
           02  JP-TRIN-NAVN     PIC X(20).
           02  JP-PROGRAM       PIC X(20).
           02  JP-TEKST         PIC X(40).
           02  JP-SIMULERING-SW PIC X(01).
               88  JP-SIMULERING-JA     VALUE "J".
