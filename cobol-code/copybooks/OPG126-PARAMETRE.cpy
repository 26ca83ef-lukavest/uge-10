           02  PARM-KAPITALGRUNDLAG PIC 9(13)V99 VALUE ZEROS.
           02  PARM-GRAENSE-PCT PIC 9(03)V99 VALUE 025.00.
           02  PARM-STORT-PCT   PIC 9(03)V99 VALUE 010.00.
