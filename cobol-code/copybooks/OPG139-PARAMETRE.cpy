           02  PARM-TRAEF-GRAENSE PIC 9(03) VALUE 080.
