      *****************************************************************
      *  SRCRETRC.CPY
      *  Source return file record - what SRCRETN sends back to each
      *  source system for a business date.  Every record leads with
      *  the source id it is addressed to; the transmission step
      *  splits the file on RT-SOURCE-ID into one outbound dataset
      *  per source.  Each source's run of records is a complete
      *  return file in itself: one header (records received and
      *  posted, posted total against the source's own control
      *  trailer), one reject record per exception-report row with
      *  its sequence, reason, and current exception ledger outcome,
      *  one gap record per run of sequences missing from the posted
      *  sequence file, and a trailer with the record counts.
      *  Amounts are unpacked signed display so any source platform
      *  can read them.  The header's totals are in RT-CURRENCY-CODE,
      *  the currency of the source's own control trailer.
      *****************************************************************
       01  SOURCE-RETURN-RECORD.
           05  RT-SOURCE-ID             PIC X(3).
           05  RT-RECORD-TYPE           PIC X.
               88  RT-HEADER                     VALUE 'H'.
               88  RT-REJECT                     VALUE 'R'.
               88  RT-GAP                        VALUE 'G'.
               88  RT-TRAILER                    VALUE 'T'.
           05  RT-BUSINESS-DATE         PIC 9(8).
           05  RT-BODY                  PIC X(108).
           05  RT-HEADER-BODY REDEFINES RT-BODY.
               10  RT-RECEIVED-COUNT    PIC 9(7).
               10  RT-POSTED-COUNT      PIC 9(7).
               10  RT-REJECTED-COUNT    PIC 9(7).
               10  RT-POSTED-TOTAL      PIC S9(9)V99.
               10  RT-TRAILER-TOTAL     PIC S9(9)V99.
               10  RT-TRAILER-DIFFERENCE
                                        PIC S9(9)V99.
               10  RT-RECON-STATUS      PIC X(9).
               10  RT-SOURCE-NAME       PIC X(30).
               10  RT-CURRENCY-CODE     PIC X(3).
               10  FILLER               PIC X(12).
           05  RT-REJECT-BODY REDEFINES RT-BODY.
               10  RT-SEQUENCE          PIC 9(9).
               10  RT-EXCP-CYCLE        PIC 9(2).
               10  RT-EXCP-RECORD-NUMBER
                                        PIC 9(7).
               10  RT-CATEGORY          PIC X(4).
               10  RT-AMOUNT-1          PIC S9(7)V99.
               10  RT-AMOUNT-2          PIC S9(7)V99.
               10  RT-REASON            PIC X(40).
               10  RT-OUTCOME           PIC X(8).
               10  RT-OUTCOME-DATE      PIC 9(8).
               10  FILLER               PIC X(12).
           05  RT-GAP-BODY REDEFINES RT-BODY.
               10  RT-GAP-FROM-SEQUENCE PIC 9(9).
               10  RT-GAP-TO-SEQUENCE   PIC 9(9).
               10  RT-GAP-MISSING-COUNT PIC 9(9).
               10  FILLER               PIC X(81).
           05  RT-TRAILER-BODY REDEFINES RT-BODY.
               10  RT-REJECT-RECORD-COUNT
                                        PIC 9(7).
               10  RT-GAP-RECORD-COUNT  PIC 9(7).
               10  RT-RETURN-RECORD-COUNT
                                        PIC 9(7).
               10  FILLER               PIC X(87).
