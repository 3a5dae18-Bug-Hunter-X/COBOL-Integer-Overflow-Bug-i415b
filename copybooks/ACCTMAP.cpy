      *  Effective-dating works the same way as CATMAST: a zero end
      *  date means open-ended, and the latest effective record not
      *  past its end date wins for the run date.
      *  AM-SUSPENSE-ACCOUNT is where SUSPJRNL parks the dollars of an
      *  exception still OPEN on the EXCPLDG ledger.  A category row
      *  carries its own suspense account; a source-level row, keyed
      *  '*' followed by the 3-character source id, supplies the
      *  suspense and offset accounts for that source's exceptions
      *  whose category has no suspense account of its own (an
      *  exception rejected for an unknown category, for example).
      *****************************************************************
       01  ACCT-MAP-RECORD.
           05  AM-KEY.
               10  AM-CAT-CODE          PIC X(4).
               10  AM-SOURCE-ROW-KEY REDEFINES AM-CAT-CODE.
                   15  AM-SOURCE-ROW-FLAG PIC X.
                       88  AM-SOURCE-SUSPENSE-ROW    VALUE '*'.
                   15  AM-SOURCE-ID     PIC X(3).
               10  AM-EFFECTIVE-DATE    PIC 9(8).
           05  AM-DEBIT-ACCOUNT         PIC X(8).
           05  AM-CREDIT-ACCOUNT        PIC X(8).
               88  AM-ACTIVE                     VALUE 'A'.
               88  AM-CLOSED                     VALUE 'C'.
           05  AM-END-DATE              PIC 9(8).
           05  AM-SUSPENSE-ACCOUNT      PIC X(8).
           05  FILLER                   PIC X(19).
