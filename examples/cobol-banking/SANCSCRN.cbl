       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANCSCRN.
       AUTHOR. RITISH-KURMA.
      *>****************************************************
      *> SANCTIONS WATCH-LIST SCREEN
      *> Compares every customer on CUSTOMER.DAT -- primary
      *> holders and the joint owners OWNERS.DAT ties to
      *> accounts alike -- against the government watch list
      *> on WATCHLST.DAT (see WATCHREC.CPY). Names are
      *> normalized before they are compared: case,
      *> punctuation, titles and company forms are dropped,
      *> word order is ignored and each word is matched by
      *> spelling, by sound (Soundex) or by initial, giving a
      *> 0-100 match score. An agreeing tax id is a match
      *> outright and an agreeing address raises a name
      *> match. Pairs scoring at or above the SANCTION.CFG
      *> threshold go to the review file SANCREV.DAT (see
      *> SANCREV.CPY) for compliance to confirm or clear in
      *> SANCMNT, and are listed on SANCSCRN.RPT with every
      *> account the customer owns. Confirmed matches are
      *> then re-enforced: any account a confirmed customer
      *> owns (opened before the confirmation, or joined
      *> since through OWNERS.DAT) without an active
      *> sanctions hold on HOLDS.DAT gets one, journaled to
      *> MNTJRNL.DAT as an added hold.
      *>****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUS-NUMBER
               FILE STATUS IS WS-CUST-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT OWNERS-FILE ASSIGN TO "OWNERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OWN-KEY
               FILE STATUS IS WS-OWN-STATUS.

           SELECT HOLDS-FILE ASSIGN TO "HOLDS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-KEY
               FILE STATUS IS WS-HOLD-STATUS.

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

           SELECT REPORT-FILE ASSIGN TO "SANCSCRN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-PROGRAM
               FILE STATUS IS WS-RC-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "MNTJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JNL-STATUS.

           SELECT RUNOVRD-FILE ASSIGN TO "RUNOVRD.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVRD-STATUS.

           SELECT RUNHIST-FILE ASSIGN TO "RUNHIST.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  ACCOUNT-FILE.
           COPY ACCTREC.

       FD  OWNERS-FILE.
           COPY OWNREC.

       FD  HOLDS-FILE.
           COPY HOLDREC.

       FD  WATCH-FILE.
           COPY WATCHREC.

       FD  SANCCFG-FILE.
           COPY SANCCFG.

       FD  SANCREV-FILE.
           COPY SANCREV.

       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(132).

       FD  RUNCTL-FILE.
           COPY RUNCTL.

       FD  JOURNAL-FILE.
           COPY MNTJRNL.

       FD  RUNOVRD-FILE.
       01  RUNOVRD-LINE           PIC X(08).

       FD  RUNHIST-FILE.
       01  RUNHIST-LINE           PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-CUST-STATUS         PIC X(02).
       01  WS-ACCT-STATUS         PIC X(02).
       01  WS-OWN-STATUS          PIC X(02).
       01  WS-HOLD-STATUS         PIC X(02).
       01  WS-WATCH-STATUS        PIC X(02).
       01  WS-CFG-STATUS          PIC X(02).
       01  WS-SRV-STATUS          PIC X(02).
       01  WS-JNL-STATUS          PIC X(02).
       01  WS-EOF                 PIC X(01).
           88 WS-AT-EOF           VALUE "Y".
       01  WS-SWEEP-EOF           PIC X(01).
           88 WS-SWEEP-AT-EOF     VALUE "Y".
       01  WS-HOLD-EOF            PIC X(01).
           88 WS-HOLD-AT-EOF      VALUE "Y".
       01  WS-OWNERS-OPEN         PIC X(01) VALUE "N".
           88 OWNERS-FILE-OPEN    VALUE "Y".

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

      *> A sanctions hold freezes the account for debits: the
      *> amount is beyond any balance the account can carry,
      *> yet leaves room in the available-balance arithmetic
      *> for the account's other holds.
       01  WS-FREEZE-AMOUNT       PIC S9(11)V99 COMP-3
                                  VALUE 9999999999.99.
       01  WS-FREEZE-REASON       PIC X(20) VALUE "SANCTIONS HOLD".
       01  WS-FREEZE-CUST         PIC 9(08).
       01  WS-FREEZE-ACCT         PIC 9(10).
       01  WS-FREEZE-FOUND        PIC X(01).
           88 FREEZE-ALREADY-ON   VALUE "Y".
       01  WS-NEXT-HOLD-ID        PIC 9(05).
       01  WS-HOLDS-PLACED        PIC 9(03).

       01  WS-ROLE-TEXT           PIC X(07).
       01  WS-CUST-HIT            PIC X(01).
           88 CUSTOMER-WAS-HIT    VALUE "Y".

       01  WS-COUNTERS.
           05 WS-CUST-SCREENED    PIC 9(07) VALUE 0.
           05 WS-HITS-NEW         PIC 9(07) VALUE 0.
           05 WS-HITS-REOPENED    PIC 9(07) VALUE 0.
           05 WS-HITS-PENDING     PIC 9(07) VALUE 0.
           05 WS-HITS-CONFIRMED   PIC 9(07) VALUE 0.
           05 WS-HITS-CLEARED     PIC 9(07) VALUE 0.
           05 WS-FREEZES-PLACED   PIC 9(07) VALUE 0.

       01  WS-REPORT-LINE         PIC X(132).

      *> Run control (see RUNCTL.CPY): refuse a second run for
      *> the business date unless RUNOVRD.CFG names this
      *> program; stamp completion on clean exit and append
      *> start/end lines to RUNHIST.LOG.
       01  WS-RC-STATUS           PIC X(02).
       01  WS-OVRD-STATUS         PIC X(02).
       01  WS-HIST-STATUS         PIC X(02).
       01  WS-PROGRAM-NAME        PIC X(08) VALUE "SANCSCRN".
       01  WS-BUSN-DATE           PIC 9(08).
       01  WS-START-TS            PIC 9(14).
       01  WS-END-TS              PIC 9(14).
       01  WS-OVERRIDE            PIC X(01).
           88 OVERRIDE-SUPPLIED   VALUE "Y".
       01  WS-HIST-TEXT           PIC X(100).
       01  WS-HIST-COUNT          PIC 9(07).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM CHECK-RUN-CONTROL
           PERFORM LOAD-CONFIG
           PERFORM OPEN-FILES
           PERFORM LOAD-WATCH-LIST
           PERFORM SCREEN-CUSTOMERS
           PERFORM ENFORCE-CONFIRMED
           PERFORM WRITE-SUMMARY
           PERFORM CLOSE-FILES
           MOVE WS-CUST-SCREENED TO WS-HIST-COUNT
           PERFORM STAMP-RUN-CONTROL
           GOBACK.

       CHECK-RUN-CONTROL.
      *>     Refuses the run when RUNCTL.DAT shows this program
      *>     already completed for the business date, unless the
      *>     operator supplied RUNOVRD.CFG naming it. Also picks
      *>     up the business date for the run.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-START-TS
           MOVE WS-START-TS(1:8) TO WS-BUSN-DATE
           OPEN I-O RUNCTL-FILE
           IF WS-RC-STATUS = "35"
               OPEN OUTPUT RUNCTL-FILE
               CLOSE RUNCTL-FILE
               OPEN I-O RUNCTL-FILE
           END-IF
           IF WS-RC-STATUS NOT = "00" AND WS-RC-STATUS NOT = "05"
               DISPLAY "ERROR OPENING RUNCTL FILE: " WS-RC-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "BUSNDATE" TO RC-PROGRAM
           READ RUNCTL-FILE
           IF WS-RC-STATUS = "00"
               MOVE RC-BUSN-DATE TO WS-BUSN-DATE
           END-IF
           MOVE WS-PROGRAM-NAME TO RC-PROGRAM
           READ RUNCTL-FILE
           IF WS-RC-STATUS = "00" AND RC-COMPLETED
               AND RC-BUSN-DATE = WS-BUSN-DATE
               PERFORM CHECK-OVERRIDE
               IF OVERRIDE-SUPPLIED
                   DISPLAY "OPERATOR OVERRIDE ACCEPTED FOR "
                           WS-PROGRAM-NAME
               ELSE
                   DISPLAY WS-PROGRAM-NAME
                       " ALREADY COMPLETED FOR " WS-BUSN-DATE
                       " - RUN REFUSED (NO OVERRIDE)"
                   CLOSE RUNCTL-FILE
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           OPEN EXTEND RUNHIST-FILE
           IF WS-HIST-STATUS = "35"
               OPEN OUTPUT RUNHIST-FILE
           END-IF
           STRING "PROG=" WS-PROGRAM-NAME
                  " DATE=" WS-BUSN-DATE
                  " TS=" WS-START-TS
                  " STATUS=START"
                  DELIMITED BY SIZE INTO WS-HIST-TEXT
           WRITE RUNHIST-LINE FROM WS-HIST-TEXT
           CLOSE RUNHIST-FILE.

       CHECK-OVERRIDE.
           MOVE "N" TO WS-OVERRIDE
           OPEN INPUT RUNOVRD-FILE
           IF WS-OVRD-STATUS = "00"
               READ RUNOVRD-FILE
                   NOT AT END
                       IF RUNOVRD-LINE = WS-PROGRAM-NAME
                           MOVE "Y" TO WS-OVERRIDE
                       END-IF
               END-READ
               CLOSE RUNOVRD-FILE
           END-IF.

       STAMP-RUN-CONTROL.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-END-TS
           MOVE WS-PROGRAM-NAME TO RC-PROGRAM
           READ RUNCTL-FILE
           IF WS-RC-STATUS = "00"
               MOVE WS-BUSN-DATE TO RC-BUSN-DATE
               MOVE "C"          TO RC-COMP-FLAG
               MOVE WS-END-TS    TO RC-COMP-TIMESTAMP
               REWRITE RUNCTL-RECORD
           ELSE
               MOVE WS-PROGRAM-NAME TO RC-PROGRAM
               MOVE WS-BUSN-DATE    TO RC-BUSN-DATE
               MOVE "C"             TO RC-COMP-FLAG
               MOVE WS-END-TS       TO RC-COMP-TIMESTAMP
               WRITE RUNCTL-RECORD
           END-IF
           CLOSE RUNCTL-FILE
           OPEN EXTEND RUNHIST-FILE
           IF WS-HIST-STATUS = "35"
               OPEN OUTPUT RUNHIST-FILE
           END-IF
           STRING "PROG=" WS-PROGRAM-NAME
                  " DATE=" WS-BUSN-DATE
                  " TS=" WS-END-TS
                  " RECS=" WS-HIST-COUNT
                  " STATUS=END"
                  DELIMITED BY SIZE INTO WS-HIST-TEXT
           WRITE RUNHIST-LINE FROM WS-HIST-TEXT
           CLOSE RUNHIST-FILE.


       LOAD-CONFIG.
      *>     SANCTION.CFG overrides the compiled-in default; if
      *>     it is absent this run simply uses that default.
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

       OPEN-FILES.
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-STATUS NOT = "00"
               DISPLAY "ERROR OPENING CUSTOMER FILE: " WS-CUST-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT ACCOUNT-FILE
           OPEN INPUT OWNERS-FILE
           IF WS-OWN-STATUS = "00"
               MOVE "Y" TO WS-OWNERS-OPEN
           END-IF
           OPEN I-O HOLDS-FILE
           IF WS-HOLD-STATUS = "35"
               OPEN OUTPUT HOLDS-FILE
               CLOSE HOLDS-FILE
               OPEN I-O HOLDS-FILE
           END-IF
           OPEN I-O SANCREV-FILE
           IF WS-SRV-STATUS = "35"
               OPEN OUTPUT SANCREV-FILE
               CLOSE SANCREV-FILE
               OPEN I-O SANCREV-FILE
           END-IF
      *>     No holds placed without their journal.
           OPEN EXTEND JOURNAL-FILE
           IF WS-JNL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           IF WS-JNL-STATUS NOT = "00"
               DISPLAY "ERROR OPENING JOURNAL FILE: " WS-JNL-STATUS
               CLOSE CUSTOMER-FILE
               CLOSE ACCOUNT-FILE
               IF OWNERS-FILE-OPEN
                   CLOSE OWNERS-FILE
               END-IF
               CLOSE HOLDS-FILE
               CLOSE SANCREV-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "SANCTIONS SCREEN   BUSINESS DATE: " WS-BUSN-DATE
                  "   THRESHOLD: " WS-THRESHOLD
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE.

       LOAD-WATCH-LIST.
      *>     A missing watch list screens nothing; the confirmed
      *>     matches are still enforced below.
           OPEN INPUT WATCH-FILE
           IF WS-WATCH-STATUS NOT = "00"
               DISPLAY "WATCH LIST NOT FOUND - NO CUSTOMERS SCREENED"
               MOVE "WATCH LIST NOT FOUND - NO CUSTOMERS SCREENED"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
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

       SCREEN-CUSTOMERS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "MATCHES AT OR ABOVE THRESHOLD" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "N" TO WS-EOF
           IF WS-WL-COUNT = 0
               MOVE "Y" TO WS-EOF
           END-IF
           PERFORM UNTIL WS-AT-EOF
               READ CUSTOMER-FILE NEXT
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CUST-SCREENED
                       PERFORM SCREEN-ONE-CUSTOMER
               END-READ
           END-PERFORM.

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
           MOVE "N" TO WS-CUST-HIT
           PERFORM VARYING WS-WL-IDX FROM 1 BY 1
                   UNTIL WS-WL-IDX > WS-WL-COUNT
               PERFORM SCORE-WATCH-ENTRY
               IF WS-MATCH-SCORE >= WS-THRESHOLD
                   PERFORM RECORD-HIT
               END-IF
           END-PERFORM
           IF CUSTOMER-WAS-HIT
               MOVE CUS-NUMBER TO WS-FREEZE-CUST
               PERFORM LIST-CUSTOMER-ACCOUNTS
           END-IF.

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
      *>     A new pair is raised for review. A confirmed pair
      *>     has already been acted on. A cleared pair stays
      *>     cleared unless today's screen scores it higher than
      *>     the score compliance cleared. A pending pair keeps
      *>     its best score for the day.
           MOVE CUS-NUMBER          TO SRV-CUST
           MOVE WS-WL-ID(WS-WL-IDX) TO SRV-ENTRY-ID
           READ SANCREV-FILE
           EVALUATE TRUE
               WHEN WS-SRV-STATUS NOT = "00"
                   PERFORM FILL-REVIEW
                   MOVE 0 TO SRV-HOLDS-PLACED
                   WRITE SANCREV-RECORD
                   IF WS-SRV-STATUS = "00"
                       ADD 1 TO WS-HITS-NEW
                       PERFORM WRITE-HIT-LINE
                   ELSE
                       DISPLAY "REVIEW WRITE FAILED: " WS-SRV-STATUS
                               " CUST " CUS-NUMBER
                   END-IF
               WHEN SRV-CONFIRMED
                   IF SRV-SCREEN-DATE NOT = WS-BUSN-DATE
                       ADD 1 TO WS-HITS-CONFIRMED
                       MOVE WS-BUSN-DATE TO SRV-SCREEN-DATE
                       REWRITE SANCREV-RECORD
                   END-IF
               WHEN SRV-CLEARED
                   IF WS-MATCH-SCORE > SRV-SCORE
                       PERFORM FILL-REVIEW
                       REWRITE SANCREV-RECORD
                       ADD 1 TO WS-HITS-REOPENED
                       PERFORM WRITE-HIT-LINE
                   ELSE
                       ADD 1 TO WS-HITS-CLEARED
                   END-IF
               WHEN OTHER
                   IF WS-MATCH-SCORE > SRV-SCORE
                       OR SRV-SCREEN-DATE NOT = WS-BUSN-DATE
                       IF SRV-SCREEN-DATE NOT = WS-BUSN-DATE
                           ADD 1 TO WS-HITS-PENDING
                       END-IF
                       PERFORM FILL-REVIEW
                       REWRITE SANCREV-RECORD
                       PERFORM WRITE-HIT-LINE
                   END-IF
           END-EVALUATE.

       FILL-REVIEW.
           MOVE WS-MATCH-SCORE        TO SRV-SCORE
           MOVE WS-MATCH-NAME         TO SRV-NAME-MATCH
           MOVE WS-MATCH-ADDR         TO SRV-ADDR-MATCH
           MOVE WS-MATCH-TAX          TO SRV-TAX-MATCH
           MOVE WS-WL-NAME(WS-WL-IDX) TO SRV-WL-NAME
           MOVE WS-BUSN-DATE          TO SRV-SCREEN-DATE
           MOVE "P"                   TO SRV-STATUS
           MOVE 0                     TO SRV-DECIDED-DATE
           MOVE SPACES                TO SRV-OPERATOR.

       WRITE-HIT-LINE.
           MOVE "Y" TO WS-CUST-HIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CUST " CUS-NUMBER
                  " " CUS-LEGAL-NAME
                  " ENTRY " SRV-ENTRY-ID
                  " " SRV-WL-NAME
                  " SCORE " SRV-SCORE
                  " N" SRV-NAME-MATCH
                  " A" SRV-ADDR-MATCH
                  " T" SRV-TAX-MATCH
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE.

       LIST-CUSTOMER-ACCOUNTS.
      *>     Every account WS-FREEZE-CUST owns: those held under
      *>     ACC-CUSTOMER-ID, then those OWNERS.DAT ties the
      *>     customer to as a joint or primary owner.
           MOVE 0 TO ACC-NUMBER
           START ACCOUNT-FILE KEY IS >= ACC-NUMBER
               INVALID KEY MOVE "10" TO WS-ACCT-STATUS
           END-START
           MOVE "N" TO WS-SWEEP-EOF
           IF WS-ACCT-STATUS NOT = "00"
               MOVE "Y" TO WS-SWEEP-EOF
           END-IF
           PERFORM UNTIL WS-SWEEP-AT-EOF
               READ ACCOUNT-FILE NEXT
                   AT END MOVE "Y" TO WS-SWEEP-EOF
                   NOT AT END
                       IF ACC-CUSTOMER-ID = WS-FREEZE-CUST
                           MOVE "HOLDER" TO WS-ROLE-TEXT
                           PERFORM WRITE-ACCOUNT-LINE
                       END-IF
               END-READ
           END-PERFORM
           IF OWNERS-FILE-OPEN
               MOVE 0 TO OWN-ACCT
               MOVE 0 TO OWN-CUST
               START OWNERS-FILE KEY IS >= OWN-KEY
                   INVALID KEY MOVE "10" TO WS-OWN-STATUS
               END-START
               MOVE "N" TO WS-SWEEP-EOF
               IF WS-OWN-STATUS NOT = "00"
                   MOVE "Y" TO WS-SWEEP-EOF
               END-IF
               PERFORM UNTIL WS-SWEEP-AT-EOF
                   READ OWNERS-FILE NEXT
                       AT END MOVE "Y" TO WS-SWEEP-EOF
                       NOT AT END
                           IF OWN-CUST = WS-FREEZE-CUST
                               AND OWN-ACTIVE
                               PERFORM LIST-OWNED-ACCOUNT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       LIST-OWNED-ACCOUNT.
           MOVE OWN-ACCT TO ACC-NUMBER
           READ ACCOUNT-FILE
           IF WS-ACCT-STATUS = "00"
               AND ACC-CUSTOMER-ID NOT = WS-FREEZE-CUST
               IF OWN-PRIMARY
                   MOVE "PRIMARY" TO WS-ROLE-TEXT
               ELSE
                   MOVE "JOINT" TO WS-ROLE-TEXT
               END-IF
               PERFORM WRITE-ACCOUNT-LINE
           END-IF.

       WRITE-ACCOUNT-LINE.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "    ACCOUNT " ACC-NUMBER
                  " " WS-ROLE-TEXT
                  " TYPE " ACC-TYPE
                  " STATUS " ACC-STATUS
                  " BRANCH " ACC-BRANCH
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE.

       ENFORCE-CONFIRMED.
      *>     Accounts a confirmed customer came to own after the
      *>     confirmation -- a joint ownership added in OWNMNT,
      *>     say -- are frozen here the same way SANCMNT froze
      *>     the rest when compliance confirmed the match.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "SANCTIONS HOLDS PLACED" TO REPORT-LINE
           WRITE REPORT-LINE
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
                       IF SRV-CONFIRMED
                           MOVE SRV-CUST TO WS-FREEZE-CUST
                           PERFORM PLACE-SANCTION-HOLDS
                           IF WS-HOLDS-PLACED > 0
                               ADD WS-HOLDS-PLACED
                                   TO SRV-HOLDS-PLACED
                               REWRITE SANCREV-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       PLACE-SANCTION-HOLDS.
      *>     Freezes every account WS-FREEZE-CUST owns that is
      *>     not closed and not already frozen, counting the
      *>     new holds in WS-HOLDS-PLACED.
           MOVE 0 TO WS-HOLDS-PLACED
           MOVE 0 TO ACC-NUMBER
           START ACCOUNT-FILE KEY IS >= ACC-NUMBER
               INVALID KEY MOVE "10" TO WS-ACCT-STATUS
           END-START
           MOVE "N" TO WS-SWEEP-EOF
           IF WS-ACCT-STATUS NOT = "00"
               MOVE "Y" TO WS-SWEEP-EOF
           END-IF
           PERFORM UNTIL WS-SWEEP-AT-EOF
               READ ACCOUNT-FILE NEXT
                   AT END MOVE "Y" TO WS-SWEEP-EOF
                   NOT AT END
                       IF ACC-CUSTOMER-ID = WS-FREEZE-CUST
                           AND NOT ACC-CLOSED
                           MOVE ACC-NUMBER TO WS-FREEZE-ACCT
                           PERFORM FREEZE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           IF OWNERS-FILE-OPEN
               MOVE 0 TO OWN-ACCT
               MOVE 0 TO OWN-CUST
               START OWNERS-FILE KEY IS >= OWN-KEY
                   INVALID KEY MOVE "10" TO WS-OWN-STATUS
               END-START
               MOVE "N" TO WS-SWEEP-EOF
               IF WS-OWN-STATUS NOT = "00"
                   MOVE "Y" TO WS-SWEEP-EOF
               END-IF
               PERFORM UNTIL WS-SWEEP-AT-EOF
                   READ OWNERS-FILE NEXT
                       AT END MOVE "Y" TO WS-SWEEP-EOF
                       NOT AT END
                           IF OWN-CUST = WS-FREEZE-CUST
                               AND OWN-ACTIVE
                               MOVE OWN-ACCT TO ACC-NUMBER
                               READ ACCOUNT-FILE
                               IF WS-ACCT-STATUS = "00"
                                   AND NOT ACC-CLOSED
                                   MOVE ACC-NUMBER TO WS-FREEZE-ACCT
                                   PERFORM FREEZE-ACCOUNT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       FREEZE-ACCOUNT.
      *>     Walks the account's holds (the composite key
      *>     clusters them) for an active sanctions hold and the
      *>     highest hold id in use; without one, a legal hold
      *>     with no expiry goes on under the next id.
           MOVE "N" TO WS-FREEZE-FOUND
           MOVE 0   TO WS-NEXT-HOLD-ID
           MOVE WS-FREEZE-ACCT TO HLD-ACCT
           MOVE 0              TO HLD-ID
           START HOLDS-FILE KEY IS >= HLD-KEY
               INVALID KEY MOVE "10" TO WS-HOLD-STATUS
           END-START
           MOVE "N" TO WS-HOLD-EOF
           IF WS-HOLD-STATUS NOT = "00"
               MOVE "Y" TO WS-HOLD-EOF
           END-IF
           PERFORM UNTIL WS-HOLD-AT-EOF
               READ HOLDS-FILE NEXT
                   AT END MOVE "Y" TO WS-HOLD-EOF
                   NOT AT END
                       IF HLD-ACCT NOT = WS-FREEZE-ACCT
                           MOVE "Y" TO WS-HOLD-EOF
                       ELSE
                           MOVE HLD-ID TO WS-NEXT-HOLD-ID
                           IF HLD-ACTIVE
                               AND HLD-REASON = WS-FREEZE-REASON
                               MOVE "Y" TO WS-FREEZE-FOUND
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF NOT FREEZE-ALREADY-ON
               ADD 1 TO WS-NEXT-HOLD-ID
               MOVE WS-FREEZE-ACCT   TO HLD-ACCT
               MOVE WS-NEXT-HOLD-ID  TO HLD-ID
               MOVE WS-FREEZE-AMOUNT TO HLD-AMOUNT
               MOVE WS-FREEZE-REASON TO HLD-REASON
               MOVE 0                TO HLD-EXPIRY-DATE
               MOVE "A"              TO HLD-STATUS
               MOVE SPACES           TO HLD-OPERATOR
               WRITE HOLD-RECORD
               IF WS-HOLD-STATUS = "00"
                   ADD 1 TO WS-HOLDS-PLACED
                   ADD 1 TO WS-FREEZES-PLACED
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "  CUST " WS-FREEZE-CUST
                          " ACCOUNT " WS-FREEZE-ACCT
                          " HOLD ID " WS-NEXT-HOLD-ID
                          DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE REPORT-LINE FROM WS-REPORT-LINE
                   PERFORM JOURNAL-HOLD-ADDED
               ELSE
                   DISPLAY "HOLD WRITE FAILED: " WS-HOLD-STATUS
                           " ACCOUNT " WS-FREEZE-ACCT
               END-IF
           END-IF.

       JOURNAL-HOLD-ADDED.
      *>     No operator signs on to the batch, so the operator
      *>     is spaces.
           MOVE "HOLDS"         TO JNL-FILE
           MOVE HLD-KEY         TO JNL-KEY
           MOVE "A"             TO JNL-ACTION
           MOVE SPACES          TO JNL-CHANGED
           MOVE SPACES          TO JNL-BEFORE-IMAGE
           MOVE HOLD-RECORD     TO JNL-AFTER-IMAGE
           MOVE FUNCTION CURRENT-DATE(1:14) TO JNL-TIMESTAMP
           MOVE WS-PROGRAM-NAME TO JNL-PROGRAM
           MOVE SPACES          TO JNL-OPERATOR
           WRITE JOURNAL-RECORD
           IF WS-JNL-STATUS NOT = "00"
               DISPLAY "JOURNAL WRITE FAILED: " WS-JNL-STATUS
           END-IF.

       WRITE-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WATCH-LIST NAMES: " WS-WL-COUNT
                  " NOT LOADED (TABLE FULL): " WS-WL-DROPPED
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CUSTOMERS SCREENED: " WS-CUST-SCREENED
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "NEW REVIEWS: " WS-HITS-NEW
                  " REOPENED: " WS-HITS-REOPENED
                  " STILL PENDING: " WS-HITS-PENDING
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "PREVIOUSLY CONFIRMED: " WS-HITS-CONFIRMED
                  " PREVIOUSLY CLEARED: " WS-HITS-CLEARED
                  " SANCTIONS HOLDS PLACED: " WS-FREEZES-PLACED
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE
           DISPLAY "SANCSCRN: SCREENED " WS-CUST-SCREENED
                   " NEW REVIEWS " WS-HITS-NEW
                   " HOLDS PLACED " WS-FREEZES-PLACED.

       CLOSE-FILES.
           CLOSE CUSTOMER-FILE
           CLOSE ACCOUNT-FILE
           IF OWNERS-FILE-OPEN
               CLOSE OWNERS-FILE
           END-IF
           CLOSE HOLDS-FILE
           CLOSE SANCREV-FILE
           CLOSE JOURNAL-FILE
           CLOSE REPORT-FILE.
