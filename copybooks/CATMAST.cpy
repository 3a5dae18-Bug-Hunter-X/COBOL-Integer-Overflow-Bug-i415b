      *  four characters the feed sends, and the summary report prints
      *  CM-DESCRIPTION beside the code so the subtotal lines are
      *  self-explanatory.
      *  CM-AUTO-REVERSE marks an accrual category: every record
      *  SUMBATCH posts to it generates a reversing record dated to
      *  the next processing day, fed back in with that day's feed.
      *****************************************************************
       01  CAT-MASTER-RECORD.
           05  CM-CODE                  PIC X(4).
               88  CM-CLOSED                     VALUE 'C'.
           05  CM-EFFECTIVE-DATE        PIC 9(8).
           05  CM-END-DATE              PIC 9(8).
           05  CM-AUTO-REVERSE          PIC X.
               88  CM-AUTO-REVERSING             VALUE 'Y'.
           05  FILLER                   PIC X(28).
