           05  CAUD-OLD-STATUS          PIC X.
           05  CAUD-NEW-DESCRIPTION     PIC X(30).
           05  CAUD-NEW-STATUS          PIC X.
           05  CAUD-OLD-AUTO-REVERSE    PIC X.
           05  CAUD-NEW-AUTO-REVERSE    PIC X.
           05  FILLER                   PIC X(15).
