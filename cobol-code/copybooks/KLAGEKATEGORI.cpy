           02  FILLER PIC X(34) VALUE
               "GEBYGebyrer og priser".
           02  FILLER PIC X(34) VALUE
               "FORSForsinkelse og ekspedition".
           02  FILLER PIC X(34) VALUE
               "RAADRaadgivning".
           02  FILLER PIC X(34) VALUE
               "BETABetalinger og kort".
           02  FILLER PIC X(34) VALUE
               "KREDLaan og kredit".
           02  FILLER PIC X(34) VALUE
               "INVSInvestering og pension".
           02  FILLER PIC X(34) VALUE
               "OEVROevrige forhold".
