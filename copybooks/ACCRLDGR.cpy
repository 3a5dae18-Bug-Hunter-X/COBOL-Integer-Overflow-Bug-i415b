      *****************************************************************
      *  ACCRLDGR.CPY
      *  Accrual reversal ledger record - one per reversing record
      *  SUMBATCH generates for a posting to an auto-reverse category
      *  (CM-AUTO-REVERSE), keyed by the reversal's own business date
      *  (the next processing day) and its 7xxxxxxxx sequence under
      *  the accrual source.  It carries the original transaction the
      *  reversal offsets.  SUMBATCH marks the entry POSTED when the
      *  reversal itself posts in the next day's run; ACCRRPT lists
      *  whatever is still PENDING after its date has passed, so an
      *  accrual that never reversed stands out.
      *****************************************************************
       01  ACCRUAL-LEDGER-RECORD.
           05  AL-KEY.
               10  AL-REVERSAL-DATE     PIC 9(8).
               10  AL-REVERSAL-SEQUENCE PIC 9(9).
           05  AL-STATUS                PIC X(8).
               88  AL-PENDING                    VALUE "PENDING".
               88  AL-POSTED                     VALUE "POSTED".
           05  AL-GENERATED-DATE        PIC 9(8).
           05  AL-GENERATED-CYCLE       PIC 9(2).
           05  AL-ORIG-SOURCE-ID        PIC X(3).
           05  AL-ORIG-BUSINESS-DATE    PIC 9(8).
           05  AL-ORIG-SEQUENCE         PIC 9(9).
           05  AL-CATEGORY              PIC X(4).
           05  AL-REVERSAL-AMOUNT       PIC S9(9)V99 COMP-3.
           05  AL-POSTED-DATE           PIC 9(8).
           05  AL-POSTED-CYCLE          PIC 9(2).
           05  FILLER                   PIC X(20).
