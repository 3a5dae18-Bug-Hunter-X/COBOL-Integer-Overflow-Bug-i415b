      *****************************************************************
      *  STEPPREQ.CPY
      *  Job-stream prerequisite table - the one definition of which
      *  steps must run before which, checked against the STEPCTL
      *  step-control file by every step before it does any work.
      *  Each entry names a step, one of its prerequisite steps, and:
      *    RULE     R - required: the prerequisite's latest cycle for
      *                 the date must be COMPLETED with a return code
      *                 no higher than MAX-RC
      *             X - excluded: the step is refused once the
      *                 prerequisite has COMPLETED with a return code
      *                 no higher than MAX-RC, or while it is STARTED
      *    DATE     D - the step's own business date
      *             M - the last calendar day of that date's month,
      *                 the date MTHCLOSE records its step under
      *  SUMBATCH finishes with RC 8 on a mismatched or missing feed
      *  and has still posted the day, so its steps are accepted up
      *  to 8.  GLFORMAT ends with RC 8 only when it suppressed the
      *  journal, so ARCHPURG accepts it only up to 4 - nothing is
      *  archived before the day's journal has gone.  MTHCLOSE ends
      *  with RC 8 when the close was blocked, so only a close that
      *  went through (up to 4) shuts out later repairs and backouts.
      *  An operator override card (STEPOVR) can waive an entry for
      *  one step and business date.
      *****************************************************************
       01  WS-PREREQ-TABLE.
           05  FILLER                   PIC X(20)
                                   VALUE "EXCPFIX SUMBATCHRD08".
           05  FILLER                   PIC X(20)
                                   VALUE "EXCPFIX MTHCLOSEXM04".
           05  FILLER                   PIC X(20)
                                   VALUE "GLFORMATSUMBATCHRD08".
           05  FILLER                   PIC X(20)
                                   VALUE "GLFORMATMTHCLOSEXM04".
           05  FILLER                   PIC X(20)
                                   VALUE "GLACKMT GLFORMATRD08".
           05  FILLER                   PIC X(20)
                                   VALUE "ARCHPURGSUMBATCHRD08".
           05  FILLER                   PIC X(20)
                                   VALUE "ARCHPURGGLFORMATRD04".
           05  FILLER                   PIC X(20)
                                   VALUE "BACKOUT SUMBATCHRD08".
           05  FILLER                   PIC X(20)
                                   VALUE "BACKOUT MTHCLOSEXM04".
       01  FILLER REDEFINES WS-PREREQ-TABLE.
           05  WS-PRQ-ENTRY OCCURS 9 TIMES
                   INDEXED BY WS-PRQ-IDX.
               10  WS-PRQ-STEP-NAME     PIC X(8).
               10  WS-PRQ-PREREQ-STEP   PIC X(8).
               10  WS-PRQ-RULE          PIC X.
                   88  PRQ-REQUIRED              VALUE 'R'.
                   88  PRQ-EXCLUDED              VALUE 'X'.
               10  WS-PRQ-DATE-RULE     PIC X.
                   88  PRQ-SAME-DATE             VALUE 'D'.
                   88  PRQ-MONTH-END             VALUE 'M'.
               10  WS-PRQ-MAX-RC        PIC 9(2).
       01  WS-PRQ-ENTRY-COUNT           PIC 9(2) VALUE 9.
