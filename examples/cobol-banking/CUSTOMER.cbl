      *> re-keyed onto every account the customer holds: an
      *> update sweeps ACCOUNTS.DAT and carries the new legal
      *> name onto every account with this customer number.
      *> A new customer is screened against the sanctions
      *> watch list (WATCHLST.DAT) the way SANCSCRN screens
      *> the master nightly: a match against a watch-list
      *> entry compliance has already confirmed refuses the
      *> customer outright, and any other match at or above
      *> the SANCTION.CFG threshold is created but raised on
      *> SANCREV.DAT for compliance to review in SANCMNT.
      *> Every run starts with an operator sign-on (see
      *> OPERREC.CPY).
      *> Every customer added or changed, and every account
      *> whose holder name the sweep changes, is journaled
      *> with its before and after images (see MNTJRNL.CPY).
      *>****************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS ACC-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT WATCH-FILE ASSIGN TO "WATCHLST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WATCH-STATUS.

           SELECT SANCCFG-FILE ASSIGN TO "SANCTION.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.

           SELECT SANCREV-FILE ASSIGN TO "SANCREV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SRV-KEY
               FILE STATUS IS WS-SRV-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPR-STATUS.

           SELECT OPERLOG-FILE ASSIGN TO "OPERLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPL-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "MNTJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       FD  ACCOUNT-FILE.
           COPY ACCTREC.

       FD  WATCH-FILE.
           COPY WATCHREC.

       FD  SANCCFG-FILE.
           COPY SANCCFG.

       FD  SANCREV-FILE.
           COPY SANCREV.

       FD  OPERATOR-FILE.
           COPY OPERREC.

       FD  OPERLOG-FILE.
           COPY OPERLOG.

       FD  JOURNAL-FILE.
           COPY MNTJRNL.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS         PIC X(02).
       01  WS-ACCT-STATUS         PIC X(02).
       01  WS-INPUT-PHONE         PIC X(15).
       01  WS-INPUT-TAX-ID        PIC X(11).

      *> Sanctions screening at entry (see SANCSCRN, which
      *> screens the whole master the same way nightly).
       01  WS-WATCH-STATUS        PIC X(02).
       01  WS-CFG-STATUS          PIC X(02).
       01  WS-SRV-STATUS          PIC X(02).
       01  WS-EOF                 PIC X(01).
           88 WS-AT-EOF           VALUE "Y".
       01  WS-SCREEN-DATE         PIC 9(08).
       01  WS-SCREEN-RESULT       PIC X(01).
           88 SCREEN-REFUSED      VALUE "R".
       01  WS-REFUSED-ENTRY       PIC X(10).

      *> Default if SANCTION.CFG is absent.
       01  WS-THRESHOLD           PIC 9(03) VALUE 80.

      *> Watch-list table, normalized once at load so each
      *> customer is compared against ready-made words.
      *> Bounded at 1000 names, the same bound (and overflow
      *> counter) RECONCIL uses.
       01  WS-WATCH-TABLE.
           05 WS-WL-COUNT         PIC 9(04) VALUE 0.
           05 WS-WL-DROPPED       PIC 9(05) VALUE 0.
           05 WS-WL-ENTRY OCCURS 1000 TIMES
                          INDEXED BY WS-WL-IDX.
              10 WS-WL-ID         PIC X(10).
              10 WS-WL-NAME       PIC X(40).
              10 WS-WL-ADDR-KEY   PIC X(60).
              10 WS-WL-TAX-KEY    PIC X(11).
              10 WS-WL-TOKEN-COUNT PIC 9(01).
              10 WS-WL-TOKEN      PIC X(20) OCCURS 8 TIMES.
              10 WS-WL-SOUNDEX    PIC X(04) OCCURS 8 TIMES.

      *> The customer being screened, normalized the same way.
       01  WS-CUST-KEYS.
           05 WS-CK-ADDR-KEY      PIC X(60).
           05 WS-CK-TAX-KEY       PIC X(11).
           05 WS-CK-TOKEN-COUNT   PIC 9(01).
           05 WS-CK-TOKEN         PIC X(20) OCCURS 8 TIMES.
           05 WS-CK-SOUNDEX       PIC X(04) OCCURS 8 TIMES.
           05 WS-CK-USED          PIC X(01) OCCURS 8 TIMES.

      *> NORMALIZE-TEXT works on WS-NORM-TEXT and leaves the
      *> kept words in WS-NORM-TOKEN/WS-NORM-SOUNDEX and the
      *> words rejoined by single blanks in WS-NORM-KEY.
       01  WS-NORM-WORK.
           05 WS-NORM-TEXT        PIC X(60).
           05 WS-NORM-KEY         PIC X(60).
           05 WS-NORM-WORD        PIC X(20).
           05 WS-NORM-PTR         PIC 9(03).
           05 WS-KEY-PTR          PIC 9(03).
           05 WS-NORM-COUNT       PIC 9(01).
           05 WS-NORM-TOKEN       PIC X(20) OCCURS 8 TIMES.
           05 WS-NORM-SOUNDEX     PIC X(04) OCCURS 8 TIMES.
           05 WS-NORM-I           PIC 9(02).
           05 WS-TAX-IN           PIC X(11).
           05 WS-TAX-KEY          PIC X(11).
           05 WS-TAX-POS          PIC 9(02).
           05 WS-TAX-LEN          PIC 9(02).

      *> Soundex: first letter kept, later letters coded by
      *> sound group, vowels separating repeats and H/W not,
      *> padded to four with zeros. Letters map position for
      *> position onto the digit string; "-" marks H and W.
       01  WS-SOUNDEX-WORK.
           05 WS-SDX-LETTERS      PIC X(26)
                  VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           05 WS-SDX-DIGITS       PIC X(26)
                  VALUE "0123012-02245501262301-202".
           05 WS-SDX-CODE         PIC X(04).
           05 WS-SDX-CHAR         PIC X(01).
           05 WS-SDX-DIGIT        PIC X(01).
           05 WS-SDX-LAST         PIC X(01).
           05 WS-SDX-LEN          PIC 9(01).
           05 WS-SDX-POS          PIC 9(02).
           05 WS-SDX-L            PIC 9(02).

       01  WS-SCORE-WORK.
           05 WS-WI               PIC 9(02).
           05 WS-CI               PIC 9(02).
           05 WS-BEST-CI          PIC 9(02).
           05 WS-PAIR-WEIGHT      PIC 9(03).
           05 WS-BEST-WEIGHT      PIC 9(03).
           05 WS-WEIGHT-SUM       PIC 9(05).
           05 WS-MATCH-SCORE      PIC 9(03).
           05 WS-MATCH-NAME       PIC X(01).
           05 WS-MATCH-ADDR       PIC X(01).
           05 WS-MATCH-TAX        PIC X(01).

      *> Matches at or above the threshold found for the
      *> customer being created, raised on SANCREV.DAT once
      *> the customer record is on file.
       01  WS-HIT-TABLE.
           05 WS-HIT-COUNT        PIC 9(02) VALUE 0.
           05 WS-HIT-ENTRY OCCURS 20 TIMES
                           INDEXED BY WS-HIT-IDX.
              10 WS-HIT-ENTRY-ID  PIC X(10).
              10 WS-HIT-WL-NAME   PIC X(40).
              10 WS-HIT-SCORE     PIC 9(03).
              10 WS-HIT-NAME      PIC X(01).
              10 WS-HIT-ADDR      PIC X(01).
              10 WS-HIT-TAX       PIC X(01).

      *> Operator sign-on (see OPERREC.CPY): who is at the
      *> console, stamped on what this run writes and logged
      *> with each operation to OPERLOG.DAT.
       01  WS-OPR-STATUS          PIC X(02).
       01  WS-OPL-STATUS          PIC X(02).
       01  WS-SIGNON-PROGRAM      PIC X(08) VALUE "CUSTOMER".
       01  WS-SIGNON-ID           PIC X(08).
       01  WS-SIGNON-PASSWORD     PIC X(08).
       01  WS-SIGNON-REASON       PIC X(20).
       01  WS-OPERATOR-ID         PIC X(08).
       01  WS-OPERATOR-BRANCH     PIC 9(03) VALUE 0.
       01  WS-OPERATOR-AUTH       PIC X(01).
           88 OPERATOR-IS-SUPERVISOR VALUE "S" "A".
       01  WS-APPROVER-ID         PIC X(08) VALUE SPACES.
       01  WS-SUPV-APPROVED       PIC X(01).
           88 SUPERVISOR-APPROVED VALUE "Y".
       01  WS-LOG-ACTION          PIC X(12).
       01  WS-LOG-KEY             PIC X(20).
       01  WS-LOG-AMOUNT          PIC 9(11)V99 VALUE 0.
       01  WS-LOG-RESULT          PIC X(01).

      *> Before/after images of every change go to the shared
      *> maintenance journal (see MNTJRNL.CPY).
       01  WS-JNL-STATUS          PIC X(02).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM SIGN-ON
           PERFORM OPEN-JOURNAL
           OPEN I-O CUSTOMER-FILE
           IF WS-FILE-STATUS = "35"
      *>         First use: create the file, then reopen I-O.
               WHEN OTHER DISPLAY "INVALID OPERATION"
           END-EVALUATE
           CLOSE CUSTOMER-FILE
           CLOSE JOURNAL-FILE
           CLOSE OPERATOR-FILE
           CLOSE OPERLOG-FILE
           STOP RUN.

       READ-OPERATION.
           MOVE WS-INPUT-STATE    TO CUS-STATE
           MOVE WS-INPUT-ZIP      TO CUS-ZIP
           MOVE WS-INPUT-PHONE    TO CUS-PHONE
           MOVE WS-INPUT-TAX-ID   TO CUS-TAX-ID
           MOVE WS-OPERATOR-ID    TO CUS-OPERATOR.

       CREATE-CUSTOMER.
           DISPLAY "CUSTOMER NUMBER: "
           MOVE WS-INPUT-CUST-NUMBER TO CUS-NUMBER
           PERFORM MOVE-DETAILS-TO-RECORD
           MOVE "A" TO CUS-STATUS
           PERFORM SCREEN-NEW-CUSTOMER
           IF SCREEN-REFUSED
               DISPLAY "CUSTOMER REFUSED: CONFIRMED SANCTIONS MATCH "
                       WS-REFUSED-ENTRY
           ELSE
               WRITE CUSTOMER-RECORD
               IF WS-FILE-STATUS = "00"
                   DISPLAY "CUSTOMER CREATED SUCCESSFULLY"
                   MOVE "CREATE" TO WS-LOG-ACTION
                   PERFORM LOG-CUSTOMER-ACTION
                   MOVE "A"    TO JNL-ACTION
                   MOVE SPACES TO JNL-CHANGED
                   MOVE SPACES TO JNL-BEFORE-IMAGE
                   PERFORM JOURNAL-CUSTOMER-CHANGE
                   PERFORM RAISE-ENTRY-REVIEWS
               ELSE
                   DISPLAY "WRITE FAILED: " WS-FILE-STATUS
               END-IF
           END-IF
           CLOSE SANCREV-FILE.

       SCREEN-NEW-CUSTOMER.
      *>     Scores the customer on the record area against
      *>     every watch-list name. A missing watch list screens
      *>     nothing and says so; the nightly SANCSCRN run will
      *>     still catch the customer once the list is loaded.
           MOVE SPACES TO WS-SCREEN-RESULT
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-SCREEN-DATE
           PERFORM LOAD-SCREEN-CONFIG
           PERFORM LOAD-WATCH-LIST
           OPEN I-O SANCREV-FILE
           IF WS-SRV-STATUS = "35"
               OPEN OUTPUT SANCREV-FILE
               CLOSE SANCREV-FILE
               OPEN I-O SANCREV-FILE
           END-IF
           IF WS-WL-COUNT = 0
               DISPLAY "WATCH LIST NOT AVAILABLE - CUSTOMER NOT "
                       "SCREENED"
           ELSE
               PERFORM SCREEN-ONE-CUSTOMER
           END-IF.

       LOAD-SCREEN-CONFIG.
      *>     SANCTION.CFG overrides the compiled-in default; if
      *>     it is absent the screen simply uses that default.
           OPEN INPUT SANCCFG-FILE
           IF WS-CFG-STATUS = "00"
               READ SANCCFG-FILE
                   NOT AT END
                       IF SNC-THRESHOLD NUMERIC
                           AND SNC-THRESHOLD > 0
                           MOVE SNC-THRESHOLD TO WS-THRESHOLD
                       END-IF
               END-READ
               CLOSE SANCCFG-FILE
           END-IF.

       LOAD-WATCH-LIST.
           OPEN INPUT WATCH-FILE
           IF WS-WATCH-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-AT-EOF
                   READ WATCH-FILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF WS-WL-COUNT < 1000
                               ADD 1 TO WS-WL-COUNT
                               SET WS-WL-IDX TO WS-WL-COUNT
                               PERFORM ADD-WATCH-ENTRY
                           ELSE
                               ADD 1 TO WS-WL-DROPPED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WATCH-FILE
           END-IF
           IF WS-WL-DROPPED > 0
               DISPLAY "WARNING: WATCH TABLE FULL, "
                       WS-WL-DROPPED " NAMES NOT SCREENED"
           END-IF.

       ADD-WATCH-ENTRY.
           MOVE WL-ENTRY-ID TO WS-WL-ID(WS-WL-IDX)
           MOVE WL-NAME     TO WS-WL-NAME(WS-WL-IDX)
           MOVE WL-NAME     TO WS-NORM-TEXT
           PERFORM NORMALIZE-TEXT
           MOVE WS-NORM-COUNT TO WS-WL-TOKEN-COUNT(WS-WL-IDX)
           PERFORM VARYING WS-NORM-I FROM 1 BY 1 UNTIL WS-NORM-I > 8
               MOVE WS-NORM-TOKEN(WS-NORM-I)
                   TO WS-WL-TOKEN(WS-WL-IDX, WS-NORM-I)
               MOVE WS-NORM-SOUNDEX(WS-NORM-I)
                   TO WS-WL-SOUNDEX(WS-WL-IDX, WS-NORM-I)
           END-PERFORM
           MOVE SPACES TO WS-WL-ADDR-KEY(WS-WL-IDX)
           IF WL-ADDRESS NOT = SPACES
               MOVE SPACES TO WS-NORM-TEXT
               STRING WL-ADDRESS " " WL-CITY
                      DELIMITED BY SIZE INTO WS-NORM-TEXT
               PERFORM NORMALIZE-TEXT
               MOVE WS-NORM-KEY TO WS-WL-ADDR-KEY(WS-WL-IDX)
           END-IF
           MOVE WL-TAX-ID TO WS-TAX-IN
           PERFORM BUILD-TAX-KEY
           MOVE WS-TAX-KEY TO WS-WL-TAX-KEY(WS-WL-IDX).

       SCREEN-ONE-CUSTOMER.
           MOVE CUS-LEGAL-NAME TO WS-NORM-TEXT
           PERFORM NORMALIZE-TEXT
           MOVE WS-NORM-COUNT TO WS-CK-TOKEN-COUNT
           PERFORM VARYING WS-NORM-I FROM 1 BY 1 UNTIL WS-NORM-I > 8
               MOVE WS-NORM-TOKEN(WS-NORM-I)
                   TO WS-CK-TOKEN(WS-NORM-I)
               MOVE WS-NORM-SOUNDEX(WS-NORM-I)
                   TO WS-CK-SOUNDEX(WS-NORM-I)
           END-PERFORM
           MOVE SPACES TO WS-CK-ADDR-KEY
           IF CUS-ADDR-LINE-1 NOT = SPACES
               MOVE SPACES TO WS-NORM-TEXT
               STRING CUS-ADDR-LINE-1 " " CUS-CITY
                      DELIMITED BY SIZE INTO WS-NORM-TEXT
               PERFORM NORMALIZE-TEXT
               MOVE WS-NORM-KEY TO WS-CK-ADDR-KEY
           END-IF
           MOVE CUS-TAX-ID TO WS-TAX-IN
           PERFORM BUILD-TAX-KEY
           MOVE WS-TAX-KEY TO WS-CK-TAX-KEY
           PERFORM VARYING WS-WL-IDX FROM 1 BY 1
                   UNTIL WS-WL-IDX > WS-WL-COUNT
               PERFORM SCORE-WATCH-ENTRY
               IF WS-MATCH-SCORE >= WS-THRESHOLD
                   PERFORM RECORD-HIT
               END-IF
           END-PERFORM.

       NORMALIZE-TEXT.
      *>     Upper-cases WS-NORM-TEXT, turns punctuation into
      *>     blanks and splits it into words, dropping titles,
      *>     suffixes and company forms that say nothing about
      *>     who the party is. Each kept word carries its
      *>     Soundex code so spelling variants of a name
      *>     (MOHAMMED/MUHAMMAD, JON/JOHN) still meet.
           INSPECT WS-NORM-TEXT CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT WS-NORM-TEXT CONVERTING
               ".,-'/&#()" TO SPACES
           MOVE SPACES TO WS-NORM-KEY
           MOVE 0 TO WS-NORM-COUNT
           PERFORM VARYING WS-NORM-I FROM 1 BY 1 UNTIL WS-NORM-I > 8
               MOVE SPACES TO WS-NORM-TOKEN(WS-NORM-I)
               MOVE SPACES TO WS-NORM-SOUNDEX(WS-NORM-I)
           END-PERFORM
           MOVE 1 TO WS-NORM-PTR
           MOVE 1 TO WS-KEY-PTR
           PERFORM UNTIL WS-NORM-PTR > 60 OR WS-NORM-COUNT = 8
               MOVE SPACES TO WS-NORM-WORD
               UNSTRING WS-NORM-TEXT DELIMITED BY ALL SPACE
                   INTO WS-NORM-WORD
                   WITH POINTER WS-NORM-PTR
               END-UNSTRING
               IF WS-NORM-WORD NOT = SPACES
                   PERFORM KEEP-NORM-WORD
               END-IF
           END-PERFORM.

       KEEP-NORM-WORD.
           EVALUATE WS-NORM-WORD
               WHEN "MR"  WHEN "MRS" WHEN "MS"  WHEN "DR"
               WHEN "JR"  WHEN "SR"  WHEN "II"  WHEN "III"
               WHEN "THE" WHEN "OF"  WHEN "AND" WHEN "INC"
               WHEN "LLC" WHEN "LTD" WHEN "CO"  WHEN "CORP"
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-NORM-COUNT
                   MOVE WS-NORM-WORD TO WS-NORM-TOKEN(WS-NORM-COUNT)
                   PERFORM COMPUTE-SOUNDEX
                   MOVE WS-SDX-CODE
                       TO WS-NORM-SOUNDEX(WS-NORM-COUNT)
                   IF WS-NORM-COUNT > 1
                       STRING " " DELIMITED BY SIZE
                           INTO WS-NORM-KEY WITH POINTER WS-KEY-PTR
                       END-STRING
                   END-IF
                   STRING WS-NORM-WORD DELIMITED BY SPACE
                       INTO WS-NORM-KEY WITH POINTER WS-KEY-PTR
                   END-STRING
           END-EVALUATE.

       COMPUTE-SOUNDEX.
           MOVE SPACES TO WS-SDX-CODE
           MOVE WS-NORM-WORD(1:1) TO WS-SDX-CODE(1:1)
           MOVE 1 TO WS-SDX-LEN
           MOVE WS-NORM-WORD(1:1) TO WS-SDX-CHAR
           PERFORM FIND-SDX-DIGIT
           MOVE WS-SDX-DIGIT TO WS-SDX-LAST
           PERFORM VARYING WS-SDX-POS FROM 2 BY 1
                   UNTIL WS-SDX-POS > 20 OR WS-SDX-LEN = 4
               MOVE WS-NORM-WORD(WS-SDX-POS:1) TO WS-SDX-CHAR
               PERFORM FIND-SDX-DIGIT
               EVALUATE TRUE
                   WHEN WS-SDX-DIGIT = SPACE OR WS-SDX-DIGIT = "-"
                       CONTINUE
                   WHEN WS-SDX-DIGIT = "0"
                       MOVE "0" TO WS-SDX-LAST
                   WHEN WS-SDX-DIGIT NOT = WS-SDX-LAST
                       ADD 1 TO WS-SDX-LEN
                       MOVE WS-SDX-DIGIT TO WS-SDX-CODE(WS-SDX-LEN:1)
                       MOVE WS-SDX-DIGIT TO WS-SDX-LAST
               END-EVALUATE
           END-PERFORM
           INSPECT WS-SDX-CODE REPLACING ALL SPACE BY "0".

       FIND-SDX-DIGIT.
           MOVE SPACE TO WS-SDX-DIGIT
           PERFORM VARYING WS-SDX-L FROM 1 BY 1 UNTIL WS-SDX-L > 26
               IF WS-SDX-LETTERS(WS-SDX-L:1) = WS-SDX-CHAR
                   MOVE WS-SDX-DIGITS(WS-SDX-L:1) TO WS-SDX-DIGIT
               END-IF
           END-PERFORM.

       BUILD-TAX-KEY.
      *>     Keeps only the digits of a tax id, so 123-45-6789
      *>     and 123456789 agree.
           MOVE SPACES TO WS-TAX-KEY
           MOVE 0 TO WS-TAX-LEN
           PERFORM VARYING WS-TAX-POS FROM 1 BY 1
                   UNTIL WS-TAX-POS > 11
               IF WS-TAX-IN(WS-TAX-POS:1) IS NUMERIC
                   ADD 1 TO WS-TAX-LEN
                   MOVE WS-TAX-IN(WS-TAX-POS:1)
                       TO WS-TAX-KEY(WS-TAX-LEN:1)
               END-IF
           END-PERFORM.

       SCORE-WATCH-ENTRY.
      *>     Each watch-list word is paired with the best unused
      *>     customer word: the same word weighs 100, the same
      *>     Soundex 85, an initial standing for the word 60.
      *>     Pairing ignores position, so "SMITH, JOHN A" meets
      *>     "JOHN A SMITH". The name score is the pairs' weight
      *>     shared over both names' word counts, so a missing
      *>     or extra word costs score. An agreeing tax id is a
      *>     match outright; an agreeing address adds 15 to a
      *>     name that already half matches.
           MOVE "N" TO WS-MATCH-NAME
           MOVE "N" TO WS-MATCH-ADDR
           MOVE "N" TO WS-MATCH-TAX
           MOVE 0 TO WS-WEIGHT-SUM
           PERFORM VARYING WS-CI FROM 1 BY 1 UNTIL WS-CI > 8
               MOVE "N" TO WS-CK-USED(WS-CI)
           END-PERFORM
           PERFORM VARYING WS-WI FROM 1 BY 1
                   UNTIL WS-WI > WS-WL-TOKEN-COUNT(WS-WL-IDX)
               MOVE 0 TO WS-BEST-WEIGHT
               MOVE 0 TO WS-BEST-CI
               PERFORM VARYING WS-CI FROM 1 BY 1
                       UNTIL WS-CI > WS-CK-TOKEN-COUNT
                   IF WS-CK-USED(WS-CI) = "N"
                       PERFORM WEIGH-WORD-PAIR
                       IF WS-PAIR-WEIGHT > WS-BEST-WEIGHT
                           MOVE WS-PAIR-WEIGHT TO WS-BEST-WEIGHT
                           MOVE WS-CI TO WS-BEST-CI
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-BEST-CI > 0
                   MOVE "Y" TO WS-CK-USED(WS-BEST-CI)
                   ADD WS-BEST-WEIGHT TO WS-WEIGHT-SUM
               END-IF
           END-PERFORM
           MOVE 0 TO WS-MATCH-SCORE
           IF WS-CK-TOKEN-COUNT + WS-WL-TOKEN-COUNT(WS-WL-IDX) > 0
               COMPUTE WS-MATCH-SCORE = WS-WEIGHT-SUM * 2
                   / (WS-CK-TOKEN-COUNT
                      + WS-WL-TOKEN-COUNT(WS-WL-IDX))
           END-IF
           IF WS-MATCH-SCORE >= 50
               MOVE "Y" TO WS-MATCH-NAME
           END-IF
           IF WS-CK-ADDR-KEY NOT = SPACES
               AND WS-CK-ADDR-KEY = WS-WL-ADDR-KEY(WS-WL-IDX)
               MOVE "Y" TO WS-MATCH-ADDR
               IF WS-MATCH-SCORE >= 50
                   ADD 15 TO WS-MATCH-SCORE
               END-IF
           END-IF
           IF WS-CK-TAX-KEY NOT = SPACES
               AND WS-CK-TAX-KEY = WS-WL-TAX-KEY(WS-WL-IDX)
               MOVE "Y" TO WS-MATCH-TAX
               MOVE 100 TO WS-MATCH-SCORE
           END-IF
           IF WS-MATCH-SCORE > 100
               MOVE 100 TO WS-MATCH-SCORE
           END-IF.

       WEIGH-WORD-PAIR.
           MOVE 0 TO WS-PAIR-WEIGHT
           EVALUATE TRUE
               WHEN WS-CK-TOKEN(WS-CI)
                    = WS-WL-TOKEN(WS-WL-IDX, WS-WI)
                   MOVE 100 TO WS-PAIR-WEIGHT
               WHEN WS-CK-SOUNDEX(WS-CI)
                    = WS-WL-SOUNDEX(WS-WL-IDX, WS-WI)
                   MOVE 85 TO WS-PAIR-WEIGHT
               WHEN WS-CK-TOKEN(WS-CI)(1:1)
                    = WS-WL-TOKEN(WS-WL-IDX, WS-WI)(1:1)
                AND (WS-CK-TOKEN(WS-CI)(2:19) = SPACES
                 OR WS-WL-TOKEN(WS-WL-IDX, WS-WI)(2:19) = SPACES)
                   MOVE 60 TO WS-PAIR-WEIGHT
           END-EVALUATE.

       RECORD-HIT.
      *>     A hit on an entry compliance has confirmed against
      *>     any customer refuses this one; other hits are kept
      *>     to be raised for review once the customer is on
      *>     file.
           PERFORM CHECK-ENTRY-CONFIRMED
           IF NOT SCREEN-REFUSED AND WS-HIT-COUNT < 20
               ADD 1 TO WS-HIT-COUNT
               SET WS-HIT-IDX TO WS-HIT-COUNT
               MOVE WS-WL-ID(WS-WL-IDX)
                   TO WS-HIT-ENTRY-ID(WS-HIT-IDX)
               MOVE WS-WL-NAME(WS-WL-IDX)
                   TO WS-HIT-WL-NAME(WS-HIT-IDX)
               MOVE WS-MATCH-SCORE TO WS-HIT-SCORE(WS-HIT-IDX)
               MOVE WS-MATCH-NAME  TO WS-HIT-NAME(WS-HIT-IDX)
               MOVE WS-MATCH-ADDR  TO WS-HIT-ADDR(WS-HIT-IDX)
               MOVE WS-MATCH-TAX   TO WS-HIT-TAX(WS-HIT-IDX)
           END-IF.

       CHECK-ENTRY-CONFIRMED.
      *>     The review file is keyed by customer, so finding
      *>     every customer confirmed against one entry takes a
      *>     full pass; it holds only screening hits, so the
      *>     pass is short.
           MOVE 0 TO SRV-CUST
           MOVE LOW-VALUES TO SRV-ENTRY-ID
           START SANCREV-FILE KEY IS >= SRV-KEY
               INVALID KEY MOVE "10" TO WS-SRV-STATUS
           END-START
           MOVE "N" TO WS-EOF
           IF WS-SRV-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF
           END-IF
           PERFORM UNTIL WS-AT-EOF
               READ SANCREV-FILE NEXT
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF SRV-ENTRY-ID = WS-WL-ID(WS-WL-IDX)
                           AND SRV-CONFIRMED
                           MOVE "R" TO WS-SCREEN-RESULT
                           MOVE SRV-ENTRY-ID TO WS-REFUSED-ENTRY
                           MOVE "Y" TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM.

       RAISE-ENTRY-REVIEWS.
      *>     An alias hitting an entry already raised for this
      *>     customer comes back as a duplicate key and is
      *>     passed over: one review per customer per entry.
           PERFORM VARYING WS-HIT-IDX FROM 1 BY 1
                   UNTIL WS-HIT-IDX > WS-HIT-COUNT
               MOVE CUS-NUMBER TO SRV-CUST
               MOVE WS-HIT-ENTRY-ID(WS-HIT-IDX) TO SRV-ENTRY-ID
               MOVE WS-HIT-SCORE(WS-HIT-IDX)    TO SRV-SCORE
               MOVE WS-HIT-NAME(WS-HIT-IDX)     TO SRV-NAME-MATCH
               MOVE WS-HIT-ADDR(WS-HIT-IDX)     TO SRV-ADDR-MATCH
               MOVE WS-HIT-TAX(WS-HIT-IDX)      TO SRV-TAX-MATCH
               MOVE WS-HIT-WL-NAME(WS-HIT-IDX)  TO SRV-WL-NAME
               MOVE WS-SCREEN-DATE              TO SRV-SCREEN-DATE
               MOVE "P"                         TO SRV-STATUS
               MOVE 0                           TO SRV-DECIDED-DATE
               MOVE 0                           TO SRV-HOLDS-PLACED
               MOVE SPACES                      TO SRV-OPERATOR
               WRITE SANCREV-RECORD
               IF WS-SRV-STATUS = "00"
                   DISPLAY "SANCTIONS REVIEW RAISED: ENTRY "
                           SRV-ENTRY-ID " SCORE " SRV-SCORE
               END-IF
           END-PERFORM.

       QUERY-CUSTOMER.
           DISPLAY "CUSTOMER NUMBER: "
           ACCEPT WS-INPUT-CUST-NUMBER
               DISPLAY "CUSTOMER NOT FOUND"
           ELSE
               PERFORM ACCEPT-CUSTOMER-DETAILS
               MOVE CUSTOMER-RECORD TO JNL-BEFORE-IMAGE
               PERFORM MARK-CUSTOMER-CHANGES
               PERFORM MOVE-DETAILS-TO-RECORD
               REWRITE CUSTOMER-RECORD
               IF WS-FILE-STATUS = "00"
                   DISPLAY "CUSTOMER UPDATED SUCCESSFULLY"
                   MOVE "UPDATE" TO WS-LOG-ACTION
                   PERFORM LOG-CUSTOMER-ACTION
                   MOVE "C" TO JNL-ACTION
                   PERFORM JOURNAL-CUSTOMER-CHANGE
                   PERFORM SYNC-ACCOUNT-NAMES
               ELSE
                   DISPLAY "REWRITE FAILED: " WS-FILE-STATUS
               END-IF
           END-IF.

       MARK-CUSTOMER-CHANGES.
      *>     Compares what was keyed with the record as read,
      *>     before the one overwrites the other, setting the
      *>     journal's changed-field indicators (positions as
      *>     listed in MNTJRNL.CPY).
           MOVE SPACES TO JNL-CHANGED
           IF WS-INPUT-NAME NOT = CUS-LEGAL-NAME
               MOVE "Y" TO JNL-FIELD-CHANGED(1)
           END-IF
           IF WS-INPUT-ADDR-1 NOT = CUS-ADDR-LINE-1
               MOVE "Y" TO JNL-FIELD-CHANGED(2)
           END-IF
           IF WS-INPUT-ADDR-2 NOT = CUS-ADDR-LINE-2
               MOVE "Y" TO JNL-FIELD-CHANGED(3)
           END-IF
           IF WS-INPUT-CITY NOT = CUS-CITY
               MOVE "Y" TO JNL-FIELD-CHANGED(4)
           END-IF
           IF WS-INPUT-STATE NOT = CUS-STATE
               MOVE "Y" TO JNL-FIELD-CHANGED(5)
           END-IF
           IF WS-INPUT-ZIP NOT = CUS-ZIP
               MOVE "Y" TO JNL-FIELD-CHANGED(6)
           END-IF
           IF WS-INPUT-PHONE NOT = CUS-PHONE
               MOVE "Y" TO JNL-FIELD-CHANGED(7)
           END-IF
           IF WS-INPUT-TAX-ID NOT = CUS-TAX-ID
               MOVE "Y" TO JNL-FIELD-CHANGED(8)
           END-IF.

       JOURNAL-CUSTOMER-CHANGE.
           MOVE "CUSTOMER"      TO JNL-FILE
           MOVE CUS-NUMBER      TO JNL-KEY
           MOVE CUSTOMER-RECORD TO JNL-AFTER-IMAGE
           PERFORM WRITE-JOURNAL.

       SYNC-ACCOUNT-NAMES.
      *>     Carries the (possibly changed) legal name onto
      *>     every account held under this customer number, so
      *>     ACC-HOLDER-NAME never drifts from the master and
      *>     nobody re-keys accounts by hand after a name
      *>     change. Each account whose name actually changes
      *>     is journaled. A missing ACCOUNTS.DAT just means no
      *>     accounts exist yet.
           MOVE "N" TO WS-ACCT-EOF
           MOVE 0   TO WS-NAMES-SYNCED
                       AT END MOVE "Y" TO WS-ACCT-EOF
                       NOT AT END
                           IF ACC-CUSTOMER-ID = CUS-NUMBER
                               PERFORM SYNC-ONE-ACCOUNT
                           END-IF
                   END-READ
               END-PERFORM
               DISPLAY "ACCOUNTS UPDATED WITH NEW NAME: "
                       WS-NAMES-SYNCED
           END-IF.

       SYNC-ONE-ACCOUNT.
           MOVE SPACES TO JNL-CHANGED
           IF ACC-HOLDER-NAME NOT = CUS-LEGAL-NAME
               MOVE "Y" TO JNL-FIELD-CHANGED(2)
           END-IF
           MOVE ACCOUNT-RECORD TO JNL-BEFORE-IMAGE
           MOVE CUS-LEGAL-NAME TO ACC-HOLDER-NAME
           REWRITE ACCOUNT-RECORD
           IF WS-ACCT-STATUS = "00"
               ADD 1 TO WS-NAMES-SYNCED
               IF JNL-CHANGED NOT = SPACES
                   MOVE "ACCOUNTS"     TO JNL-FILE
                   MOVE ACC-NUMBER     TO JNL-KEY
                   MOVE "C"            TO JNL-ACTION
                   MOVE ACCOUNT-RECORD TO JNL-AFTER-IMAGE
                   PERFORM WRITE-JOURNAL
               END-IF
           ELSE
               DISPLAY "REWRITE FAILED: " WS-ACCT-STATUS
                       " ACC=" ACC-NUMBER
           END-IF.

       LOG-CUSTOMER-ACTION.
           MOVE CUS-NUMBER TO WS-LOG-KEY
           MOVE 0          TO WS-LOG-AMOUNT
           MOVE "A"        TO WS-LOG-RESULT
           PERFORM WRITE-OPERATOR-LOG.

       SIGN-ON.
      *>     Nothing is done at the console until an operator on
      *>     OPERATOR.DAT signs on; a refused sign-on is logged
      *>     (the reason in the key) and ends the run.
           OPEN I-O OPERATOR-FILE
           IF WS-OPR-STATUS NOT = "00"
               DISPLAY "ERROR OPENING OPERATOR FILE: " WS-OPR-STATUS
               DISPLAY "SET UP OPERATORS WITH OPERATOR MAINTENANCE "
                       "FIRST"
               STOP RUN
           END-IF
           OPEN EXTEND OPERLOG-FILE
           IF WS-OPL-STATUS = "35"
               OPEN OUTPUT OPERLOG-FILE
           END-IF
           DISPLAY "OPERATOR ID: "
           ACCEPT WS-SIGNON-ID
           DISPLAY "PASSWORD: "
           ACCEPT WS-SIGNON-PASSWORD
           PERFORM VERIFY-OPERATOR
           MOVE "SIGNON" TO WS-LOG-ACTION
           MOVE 0        TO WS-LOG-AMOUNT
           IF WS-SIGNON-REASON NOT = SPACES
               MOVE WS-SIGNON-ID     TO WS-OPERATOR-ID
               MOVE WS-SIGNON-REASON TO WS-LOG-KEY
               MOVE "F"              TO WS-LOG-RESULT
               PERFORM WRITE-OPERATOR-LOG
               CLOSE OPERATOR-FILE
               CLOSE OPERLOG-FILE
               DISPLAY "SIGN-ON REFUSED: " WS-SIGNON-REASON
               STOP RUN
           END-IF
           MOVE OPR-ID        TO WS-OPERATOR-ID
           MOVE OPR-BRANCH    TO WS-OPERATOR-BRANCH
           MOVE OPR-AUTHORITY TO WS-OPERATOR-AUTH
           MOVE SPACES        TO WS-LOG-KEY
           MOVE "A"           TO WS-LOG-RESULT
           PERFORM WRITE-OPERATOR-LOG
           DISPLAY "SIGNED ON: " OPR-ID " " OPR-NAME.

       VERIFY-OPERATOR.
      *>     Checks WS-SIGNON-ID / WS-SIGNON-PASSWORD against the
      *>     operator master, leaving the refusal reason (spaces
      *>     when good) in WS-SIGNON-REASON. Three wrong
      *>     passwords in a row lock the operator until an
      *>     administrator resets it; a good one clears the
      *>     count.
           MOVE SPACES       TO WS-SIGNON-REASON
           MOVE WS-SIGNON-ID TO OPR-ID
           READ OPERATOR-FILE
           IF WS-OPR-STATUS NOT = "00"
               MOVE "UNKNOWN OPERATOR" TO WS-SIGNON-REASON
           ELSE
               IF NOT OPR-ACTIVE
                   IF OPR-LOCKED
                       MOVE "OPERATOR LOCKED" TO WS-SIGNON-REASON
                   ELSE
                       MOVE "OPERATOR INACTIVE" TO WS-SIGNON-REASON
                   END-IF
               ELSE
                   IF OPR-PASSWORD NOT = WS-SIGNON-PASSWORD
                       MOVE "WRONG PASSWORD" TO WS-SIGNON-REASON
                       ADD 1 TO OPR-FAILED-COUNT
                       IF OPR-FAILED-COUNT NOT < 3
                           MOVE "L" TO OPR-STATUS
                       END-IF
                   ELSE
                       MOVE 0 TO OPR-FAILED-COUNT
                       MOVE FUNCTION CURRENT-DATE(1:14)
                                     TO OPR-LAST-SIGNON
                   END-IF
                   REWRITE OPERATOR-RECORD
               END-IF
           END-IF.

       WRITE-OPERATOR-LOG.
           MOVE FUNCTION CURRENT-DATE(1:14) TO OPL-TIMESTAMP
           MOVE WS-OPERATOR-ID     TO OPL-OPERATOR
           MOVE WS-OPERATOR-BRANCH TO OPL-BRANCH
           MOVE WS-SIGNON-PROGRAM  TO OPL-PROGRAM
           MOVE WS-LOG-ACTION      TO OPL-ACTION
           MOVE WS-LOG-KEY         TO OPL-KEY
           MOVE WS-LOG-AMOUNT      TO OPL-AMOUNT
           MOVE WS-APPROVER-ID     TO OPL-APPROVER
           MOVE WS-LOG-RESULT      TO OPL-RESULT
           WRITE OPERLOG-RECORD.

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
           MOVE WS-SIGNON-PROGRAM TO JNL-PROGRAM
           MOVE WS-OPERATOR-ID    TO JNL-OPERATOR
           WRITE JOURNAL-RECORD
           IF WS-JNL-STATUS NOT = "00"
               DISPLAY "JOURNAL WRITE FAILED: " WS-JNL-STATUS
           END-IF.
