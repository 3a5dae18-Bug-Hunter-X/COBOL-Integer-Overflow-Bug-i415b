      *  anyone reading the job log.  Category and source system are
      *  carried so the downstream journal formatter can group by
      *  category and include only sources whose control totals
      *  reconciled.  RO-RESULT is base currency; RO-ORIG-RESULT is
      *  the same sum in RO-CURRENCY-CODE at RO-EXCHANGE-RATE.
      *****************************************************************
       01  RESULT-OUT-RECORD.
           05  RO-RUN-DATE              PIC X(8).
           05  RO-RESULT                PIC S9(7)V99 COMP-3.
           05  RO-CATEGORY              PIC X(4).
           05  RO-SOURCE-ID             PIC X(3).
           05  RO-CURRENCY-CODE         PIC X(3).
           05  RO-ORIG-RESULT           PIC S9(9)V99 COMP-3.
           05  RO-EXCHANGE-RATE         PIC 9(5)V9(6) COMP-3.
           05  FILLER                   PIC X(29).
