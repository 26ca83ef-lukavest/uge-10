           02  PARM-GRAENSE-BELOEB PIC 9(10)V99 VALUE ZEROS.
           02  PARM-GRAENSE-NIVEAU PIC 9(01) VALUE ZEROS.
