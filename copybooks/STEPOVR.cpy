      *****************************************************************
      *  STEPOVR.CPY
      *  Operator step override card.  Lets a step run for one
      *  business date although a prerequisite in the STEPPREQ table
      *  is not met - for example GLFORMAT on a day SUMBATCH was
      *  run outside the job stream.  SO-PREREQ-STEP names the one
      *  prerequisite being waived, or ALL for every prerequisite of
      *  the step.  A card without an operator id is not honoured.
      *  Every override actually used is written to the STEPLOG
      *  override log and flagged on the step-control record.
      *****************************************************************
       01  STEP-OVERRIDE-RECORD.
           05  SO-STEP-NAME             PIC X(8).
           05  FILLER                   PIC X.
           05  SO-BUSINESS-DATE         PIC 9(8).
           05  FILLER                   PIC X.
           05  SO-PREREQ-STEP           PIC X(8).
           05  FILLER                   PIC X.
           05  SO-OPERATOR-ID           PIC X(8).
           05  FILLER                   PIC X.
           05  SO-REASON                PIC X(44).
