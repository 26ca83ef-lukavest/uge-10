               88  FS-LEVERET       VALUE "L".
               88  FS-FEJLET        VALUE "F".
               88  FS-PAPIR-KOE     VALUE "P".
               88  FS-TILBAGEHOLDT  VALUE "H".
