      *  re-transmitted feed record is rejected as a duplicate instead
      *  of being summed a second time against an equally-duplicated
      *  hash total.
      *  PS-POSTED-CYCLE is the run cycle that posted it - cycle 01
      *  for the day's run, higher for a correction cycle.
      *****************************************************************
       01  POSTED-SEQ-RECORD.
           05  PS-KEY.
               10  PS-BUSINESS-DATE     PIC 9(8).
               10  PS-SEQUENCE          PIC 9(9).
           05  PS-POSTED-DATE           PIC 9(8).
           05  PS-POSTED-CYCLE          PIC 9(2).
           05  FILLER                   PIC X(10).
