      *            AUDIT-RECORD captures amounts.
      *  INPUT:    CMNT ADD cccc description...   add active category
      *            CMNT INA cccc                  inactivate category
      *            CMNT REV cccc Y|N              set/clear auto-reverse
      *            CMNT BRW                       browse the master
      *  NOTE:     Vendor-extension (EXEC CICS) dialect - this program
      *            is translated by the CICS command translator before
               88  ACTION-ADD                    VALUE "ADD".
               88  ACTION-INACTIVATE             VALUE "INA".
               88  ACTION-BROWSE                 VALUE "BRW".
               88  ACTION-AUTO-REVERSE           VALUE "REV".
           05  WS-CAT-CODE-IN           PIC X(4).
           05  WS-DESCRIPTION-IN        PIC X(30).
           05  WS-PARSE-POINTER         PIC S9(4) COMP VALUE 1.

       01  WS-OLD-DESCRIPTION           PIC X(30) VALUE SPACES.
       01  WS-OLD-STATUS                PIC X VALUE SPACE.
       01  WS-OLD-AUTO-REVERSE          PIC X VALUE SPACE.
       01  WS-AUDIT-OK-SWITCH           PIC X VALUE 'N'.
           88  CAT-AUDIT-WRITTEN                 VALUE 'Y'.

                       INDEXED BY WS-BRW-IDX.
                   15  WS-BRW-CODE      PIC X(4).
                   15  FILLER           PIC X(2) VALUE SPACES.
                   15  WS-BRW-DESC      PIC X(28).
                   15  FILLER           PIC X(2) VALUE SPACES.
                   15  WS-BRW-STATUS    PIC X.
                   15  FILLER           PIC X(1) VALUE SPACES.
                   15  WS-BRW-AUTO-REV  PIC X.
                   15  FILLER           PIC X(1) VALUE SPACES.
               10  WS-BROWSE-MORE-LINE  PIC X(40) VALUE SPACES.

       01  WS-REPLY-LINE                PIC X(70) VALUE SPACES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.

           IF (ACTION-ADD OR ACTION-INACTIVATE OR ACTION-AUTO-REVERSE)
                   AND WS-CAT-CODE-IN = SPACES
               MOVE "CATEGORY CODE IS REQUIRED" TO WS-REPLY-LINE
               PERFORM 6000-SEND-REPLY
                   IF ACTION-BROWSE
                       PERFORM 4000-BROWSE-CATEGORIES
                   ELSE
                   IF ACTION-AUTO-REVERSE
                       PERFORM 3500-SET-AUTO-REVERSE
                   ELSE
                       MOVE
                         "ENTER: CMNT ADD/INA/REV/BRW CODE DESCRIPTION"
                           TO WS-REPLY-LINE
                       PERFORM 6000-SEND-REPLY
                   END-IF
                   END-IF
               END-IF
           END-IF
           END-IF.
               MOVE 'A' TO CM-STATUS
               MOVE WS-TODAY-DATE TO CM-EFFECTIVE-DATE
               MOVE 0 TO CM-END-DATE
               MOVE 'N' TO CM-AUTO-REVERSE
               EXEC CICS WRITE
                   DATASET('CATMAST')
                   FROM(CAT-MASTER-RECORD)
               IF WS-RESP = DFHRESP(NORMAL)
                   MOVE SPACES TO WS-OLD-DESCRIPTION
                   MOVE SPACE TO WS-OLD-STATUS
                   MOVE SPACE TO WS-OLD-AUTO-REVERSE
                   MOVE "ADD" TO CAUD-ACTION
                   PERFORM 5000-WRITE-CAT-AUDIT
                   IF CAT-AUDIT-WRITTEN
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE CM-DESCRIPTION TO WS-OLD-DESCRIPTION
               MOVE CM-STATUS TO WS-OLD-STATUS
               MOVE CM-AUTO-REVERSE TO WS-OLD-AUTO-REVERSE
               MOVE 'C' TO CM-STATUS
               MOVE WS-TODAY-DATE TO CM-END-DATE
               EXEC CICS REWRITE
               PERFORM 6000-SEND-REPLY
           END-IF.

      *    The auto-reverse flag makes every posting to the category an
      *    accrual that SUMBATCH reverses on the next processing day.
       3500-SET-AUTO-REVERSE.
           IF WS-DESCRIPTION-IN(1:1) NOT = 'Y'
                   AND WS-DESCRIPTION-IN(1:1) NOT = 'N'
               MOVE "AUTO-REVERSE FLAG MUST BE Y OR N" TO WS-REPLY-LINE
               PERFORM 6000-SEND-REPLY
           ELSE
               MOVE WS-CAT-CODE-IN TO CM-CODE
               EXEC CICS READ
                   DATASET('CATMAST')
                   INTO(CAT-MASTER-RECORD)
                   RIDFLD(CM-CODE)
                   UPDATE
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   MOVE CM-DESCRIPTION TO WS-OLD-DESCRIPTION
                   MOVE CM-STATUS TO WS-OLD-STATUS
                   MOVE CM-AUTO-REVERSE TO WS-OLD-AUTO-REVERSE
                   MOVE WS-DESCRIPTION-IN(1:1) TO CM-AUTO-REVERSE
                   EXEC CICS REWRITE
                       DATASET('CATMAST')
                       FROM(CAT-MASTER-RECORD)
                       RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP = DFHRESP(NORMAL)
                       MOVE "REV" TO CAUD-ACTION
                       PERFORM 5000-WRITE-CAT-AUDIT
                       IF CAT-AUDIT-WRITTEN
                           MOVE "AUTO-REVERSE FLAG UPDATED"
                               TO WS-REPLY-LINE
                       ELSE
                           MOVE
                             "AUTO-REVERSE FLAG UPDATED - AUDIT FAILED"
                               TO WS-REPLY-LINE
                       END-IF
                       PERFORM 6000-SEND-REPLY
                   ELSE
                       MOVE "AUTO-REVERSE UPDATE FAILED"
                           TO WS-REPLY-LINE
                       PERFORM 6000-SEND-REPLY
                   END-IF
               ELSE
                   MOVE "CATEGORY NOT ON MASTER" TO WS-REPLY-LINE
                   PERFORM 6000-SEND-REPLY
               END-IF
           END-IF.

      *    An optional start code resumes the browse from that code,
      *    so the master can be walked 16 categories per screen.
       4000-BROWSE-CATEGORIES.
                   MOVE CM-CODE TO WS-BRW-CODE(WS-BRW-IDX)
                   MOVE CM-DESCRIPTION TO WS-BRW-DESC(WS-BRW-IDX)
                   MOVE CM-STATUS TO WS-BRW-STATUS(WS-BRW-IDX)
                   IF CM-AUTO-REVERSING
                       MOVE 'R' TO WS-BRW-AUTO-REV(WS-BRW-IDX)
                   END-IF
               ELSE
      *            A seventeenth category exists - tell the operator
      *            how to resume the browse from it.
           MOVE WS-OLD-STATUS TO CAUD-OLD-STATUS.
           MOVE CM-DESCRIPTION TO CAUD-NEW-DESCRIPTION.
           MOVE CM-STATUS TO CAUD-NEW-STATUS.
           MOVE WS-OLD-AUTO-REVERSE TO CAUD-OLD-AUTO-REVERSE.
           MOVE CM-AUTO-REVERSE TO CAUD-NEW-AUTO-REVERSE.
           EXEC CICS WRITE
               DATASET('CATAUDT')
               FROM(CAT-AUDIT-RECORD)
