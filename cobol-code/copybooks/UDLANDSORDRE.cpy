               88  UO-AFVENTER      VALUE "A".
               88  UO-SENDT         VALUE "S".
               88  UO-FEJLET        VALUE "F".
           02  UO-MODTAGER-NAVN PIC X(35) VALUE SPACES.
