           02  VK-ISIN          PIC X(12) VALUE SPACES.
           02  VK-NAVN          PIC X(30) VALUE SPACES.
           02  VK-VALUTA        PIC X(04) VALUE SPACES.
           02  VK-KURS          PIC 9(07)V9(04) VALUE ZEROS.
           02  VK-KURS-DATO     PIC X(10) VALUE SPACES.
