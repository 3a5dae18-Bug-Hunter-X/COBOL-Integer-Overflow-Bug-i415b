           05  MAUD-NEW-CREDIT-ACCT     PIC X(8).
           05  MAUD-NEW-OFFSET-ACCT     PIC X(8).
           05  MAUD-NEW-STATUS          PIC X.
           05  MAUD-OLD-SUSPENSE-ACCT   PIC X(8).
           05  MAUD-NEW-SUSPENSE-ACCT   PIC X(8).
