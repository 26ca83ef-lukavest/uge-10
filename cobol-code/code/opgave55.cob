
       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "Kunde-ID, konto-id eller reg.nr: " WITH NO ADVANCING
           ACCEPT SOEGE-NOEGLE
           IF SOEGE-NOEGLE = SPACES
               DISPLAY "FEJL: angiv en noegle."
