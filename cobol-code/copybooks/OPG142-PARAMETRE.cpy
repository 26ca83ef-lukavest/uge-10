           02  PARM-BEVAEG-GRAENSE PIC 9(09) VALUE ZEROS.
