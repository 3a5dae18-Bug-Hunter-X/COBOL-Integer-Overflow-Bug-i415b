      *  the GL team's spreadsheet macro.  One header per batch, one
      *  balanced debit and credit line per category subtotal, and a
      *  trailer whose net total must equal the reconciled batch total
      *  or the formatter suppresses the file.  GJ-JOURNAL-TYPE tells
      *  the GL which journal it is reading: blank for the daily
      *  posting journal from GLFORMAT, 'S' for the exception suspense
      *  journal from SUSPJRNL.
      *****************************************************************
       01  GL-JOURNAL-RECORD.
           05  GJ-RECORD-TYPE           PIC X.
           05  GJ-LINE-COUNT            PIC 9(7).
           05  GJ-TOTAL-DEBITS          PIC S9(9)V99 COMP-3.
           05  GJ-TOTAL-CREDITS         PIC S9(9)V99 COMP-3.
           05  GJ-JOURNAL-TYPE          PIC X.
               88  GJ-POSTING-JOURNAL            VALUE SPACE.
               88  GJ-SUSPENSE-JOURNAL           VALUE 'S'.
           05  FILLER                   PIC X(32).
