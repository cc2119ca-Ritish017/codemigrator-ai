           COPY CUSTREC.

       FD  ARCHIVE-FILE.
       01  ARCHIVE-AUDIT-LINE     PIC X(130).

       FD  AUDIT-FILE.
           COPY AUDITLIN.
               MOVE "ESCHEATED"  TO AUD-REASON
               MOVE 0 TO AUD-CHECK-NO
               MOVE ACC-BRANCH TO AUD-BRANCH
               MOVE SPACES TO AUD-OPERATOR
               PERFORM NEXT-AUDIT-SEQ
               WRITE AUDIT-LINE
           END-IF
           MOVE "ESCHEATED"  TO AUD-REASON
           MOVE 0 TO AUD-CHECK-NO
           MOVE ACC-BRANCH TO AUD-BRANCH
           MOVE SPACES TO AUD-OPERATOR
           PERFORM NEXT-AUDIT-SEQ
           WRITE AUDIT-LINE
           ADD 1           TO WS-ESCHEATED
