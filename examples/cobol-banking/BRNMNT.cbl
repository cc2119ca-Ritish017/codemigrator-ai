      *> (see BRNREC.CPY). CREATE-ACCOUNT validates every new
      *> account's branch code against this file, so a branch
      *> must be recorded here before it can open accounts.
      *> Every branch added or deactivated is journaled with
      *> its before and after images (see MNTJRNL.CPY).
      *>****************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS BRN-CODE
               FILE STATUS IS WS-FILE-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "MNTJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BRANCH-FILE.
           COPY BRNREC.

       FD  JOURNAL-FILE.
           COPY MNTJRNL.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS         PIC X(02).
       01  WS-OPERATION           PIC X(01).
       01  WS-INPUT-CODE          PIC 9(03).
       01  WS-INPUT-NAME          PIC X(30).

      *> Before/after images of every change go to the shared
      *> maintenance journal (see MNTJRNL.CPY).
       01  WS-JNL-STATUS          PIC X(02).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM OPEN-JOURNAL
           OPEN I-O BRANCH-FILE
           IF WS-FILE-STATUS = "35"
      *>         First use: create the file, then reopen I-O.
               WHEN OTHER DISPLAY "INVALID OPERATION"
           END-EVALUATE
           CLOSE BRANCH-FILE
           CLOSE JOURNAL-FILE
           STOP RUN.

       READ-OPERATION.
           WRITE BRANCH-RECORD
           IF WS-FILE-STATUS = "00"
               DISPLAY "BRANCH ADDED SUCCESSFULLY"
               MOVE "A"    TO JNL-ACTION
               MOVE SPACES TO JNL-CHANGED
               MOVE SPACES TO JNL-BEFORE-IMAGE
               PERFORM JOURNAL-BRANCH-CHANGE
           ELSE
               DISPLAY "WRITE FAILED: " WS-FILE-STATUS
           END-IF.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "BRANCH NOT FOUND"
           ELSE
               MOVE BRANCH-RECORD TO JNL-BEFORE-IMAGE
               MOVE SPACES        TO JNL-CHANGED
               IF NOT BRN-INACTIVE
                   MOVE "Y" TO JNL-FIELD-CHANGED(2)
               END-IF
               MOVE "I" TO BRN-STATUS
               REWRITE BRANCH-RECORD
               IF WS-FILE-STATUS = "00"
                   DISPLAY "BRANCH DEACTIVATED"
                   MOVE "C" TO JNL-ACTION
                   PERFORM JOURNAL-BRANCH-CHANGE
               ELSE
                   DISPLAY "REWRITE FAILED: " WS-FILE-STATUS
               END-IF
           END-IF.

       JOURNAL-BRANCH-CHANGE.
           MOVE "BRANCH"      TO JNL-FILE
           MOVE BRN-CODE      TO JNL-KEY
           MOVE BRANCH-RECORD TO JNL-AFTER-IMAGE
           PERFORM WRITE-JOURNAL.

       OPEN-JOURNAL.
      *>     No maintenance without its journal: the first
      *>     program ever to run creates the file, after that a
      *>     journal that will not open stops the run.
           OPEN EXTEND JOURNAL-FILE
           IF WS-JNL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           IF WS-JNL-STATUS NOT = "00"
               DISPLAY "ERROR OPENING JOURNAL FILE: " WS-JNL-STATUS
               STOP RUN
           END-IF.

       WRITE-JOURNAL.
      *>     The caller has filled in the file, key, action,
      *>     changed-field indicators and both images.
           MOVE FUNCTION CURRENT-DATE(1:14) TO JNL-TIMESTAMP
      *>     Branch maintenance does not sign on, so the
      *>     operator is left blank.
           MOVE "BRNMNT" TO JNL-PROGRAM
           MOVE SPACES   TO JNL-OPERATOR
           WRITE JOURNAL-RECORD
           IF WS-JNL-STATUS NOT = "00"
               DISPLAY "JOURNAL WRITE FAILED: " WS-JNL-STATUS
           END-IF.
