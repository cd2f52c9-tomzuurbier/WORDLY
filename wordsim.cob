      *              the live candidate pool rather than the whole
      *              accepted-guess table - scanning ~12000 guesses
      *              per turn per game would not finish overnight.
      *              The exception is the second guess after the
      *              house opener: when the WORDBOOK opening book
      *              is on file for that opener and its stamp
      *              still matches the tables, the book's top probe
      *              (scored by WORDBOOK over the whole accepted
      *              -guess table and the unplayed answers) is
      *              played instead of rescoring.
      * Dictionary versions: each game is played against the answer
      *          list in force on its game date - DATE_PLAYED for a
      *          history replay, today for the whole list - taken
      *          from the version stamps WORDLOAD keeps (see
      *          wordload.cob), earlier spans of reinstated words
      *          included, so a replay of last year's puzzle
      *          searches last year's list. A blank opening word is
      *          picked once over today's list; the opening book
      *          is only used for games on today's list.
      * Input:   SYSIN/terminal - answer source (H = replay the
      *          answers in COBOL.WORDLY_HISTORY, A = the whole
      *          current COBOL.WORDLY list) and the opening word
      *          every game starts with (blank = let each strategy
      *          pick its own first guess too).
      *          WORDBOOK - the opening book (optional; see
      *          wordbook.cob).
      * Output:  SIMRPT - the benchmark report.
      * Return codes: 0 benchmark complete, 8 no DB2 connection or
      *          the dictionary/answer load failed (no report).
      * How to compile:
      * 1. cob2 -I$HOME/sqllib/include/cobol_a -L$HOME/sqllib/lib32
      *        -ldb2 wordsim.cob -qsql -q32 -qNODYNAM -c
      * 2. cob2 wordsim.o wordcred.o -q32
      *        -I$HOME/sqllib/include/cobol_a -L$HOME/sqllib/lib32
      *        -ldb2 -o wordsim
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           SELECT RPTFIL ASSIGN TO "SIMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPTFIL-STATUS.
           SELECT OPTIONAL BOOKFIL ASSIGN TO "WORDBOOK"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS BK-KEY
               FILE STATUS IS WS-BOOKFIL-STATUS.

      *-------------------------
       DATA DIVISION.
           LABEL RECORDS ARE STANDARD.
       01  RPT-RECORD              PIC X(80).

       FD  BOOKFIL
           LABEL RECORDS ARE STANDARD.
       01  BOOK-RECORD.
           05  BK-KEY.
               10  BK-OPENER       PIC X(5).
               10  BK-TILES        PIC X(5).
           05  BK-CAND-COUNT       PIC 9(4).
           05  BK-PROBE-COUNT      PIC 9(1).
           05  BK-PROBE-ENTRY      OCCURS 5 TIMES.
               10  BK-PROBE-WORD   PIC X(5).
               10  BK-PROBE-SCORE  PIC 9(9).
       01  BOOK-STAMP-RECORD.
           05  BS-KEY.
               10  BS-OPENER       PIC X(5).
               10  BS-TILES        PIC X(5).
           05  BS-BUILT            PIC X(14).
           05  BS-ANSWER-ROWS      PIC 9(7).
           05  BS-HISTORY-ROWS     PIC 9(7).
           05  BS-LAST-PLAYED      PIC X(10).
           05  BS-GUESS-ROWS       PIC 9(7).
           05  BS-UNPLAYED         PIC 9(4).
           05  BS-DICT-VERSION     PIC 9(5).
           05  FILLER              PIC X(21).

       WORKING-STORAGE SECTION.
      *-----------------------
       01  WS-RPTFIL-STATUS        PIC X(2) VALUE "00".
       01  WS-OPENING-WORD         PIC X(5) VALUE SPACES.
      *-----------------------------------------------------------*
      * The in-storage answer dictionary, loaded once from
      * COBOL.WORDLY with the version that added and the version
      * that retired each word (0 = still on the list) - retired
      * words included, since an older game date may need them.
      * Every game's candidate pool starts as the words in force
      * on its date (replayed answers were live candidates on
      * their day, so no played filter applies here).
      *-----------------------------------------------------------*
       01  WS-DICT-TABLE.
           05  WS-DICT-ENTRY       OCCURS 3000.
               10  WS-DICT-WORD    PIC X(5).
               10  WS-DICT-ADDED   PIC 9(5).
               10  WS-DICT-RETIRED PIC 9(5).
       01  WS-DICT-COUNT           PIC 9(4) VALUE ZERO.
       01  WS-DICT-MAX             PIC 9(4) VALUE 3000.
      *-----------------------------------------------------------*
      * Earlier spans of reinstated answers (COBOL.WORDLY_SPANS,
      * see wordload.cob) - the row above holds only a word's
      * latest span, so an older game date may need one of these.
      * Each points at its word's dictionary slot.
      *-----------------------------------------------------------*
       01  WS-SPAN-TABLE.
           05  WS-SPAN-ENTRY       OCCURS 3000.
               10  WS-SPAN-SLOT    PIC 9(4).
               10  WS-SPAN-ADDED   PIC 9(5).
               10  WS-SPAN-RETIRED PIC 9(5).
       01  WS-SPAN-COUNT           PIC 9(4) VALUE ZERO.
       01  WS-SPAN-MAX             PIC 9(4) VALUE 3000.
       01  WS-SPAN-I               PIC 9(4) VALUE ZERO.
       01  WS-SPAN-DICT-I          PIC 9(4) VALUE ZERO.
      *-----------------------------------------------------------*
      * The answers to replay, each with the dictionary version in
      * force on its game date. Sized as the dictionary - the
      * history is always a subset of it.
      *-----------------------------------------------------------*
       01  WS-ANSWER-TABLE.
           05  WS-ANSWER-ENTRY     OCCURS 3000.
               10  WS-ANSWER-WORD  PIC X(5).
               10  WS-ANSWER-VERSION PIC 9(5).
       01  WS-ANSWER-COUNT         PIC 9(4) VALUE ZERO.
      *-----------------------------------------------------------*
      * Dictionary versions from COBOL.WORDLY_VERSIONS, ascending.
      * Effective dates never go backwards from one version to the
      * next, so the version in force on a date is the last one
      * that took effect on or before it (0 before the first).
      *-----------------------------------------------------------*
       01  WS-VERSION-TABLE.
           05  WS-VERSION-ENTRY    OCCURS 999.
               10  WS-VER-NO       PIC 9(5).
               10  WS-VER-EFFECTIVE PIC X(10).
       01  WS-VERSION-COUNT        PIC 9(3) VALUE ZERO.
       01  WS-VERSION-MAX          PIC 9(3) VALUE 999.
       01  WS-VER-I                PIC 9(3) VALUE ZERO.
       01  WS-LATEST-VERSION       PIC 9(5) VALUE ZERO.
       01  WS-GAME-DATE            PIC X(10) VALUE SPACES.
       01  WS-GAME-VERSION         PIC 9(5) VALUE ZERO.
       01  WS-TODAY-ISO            PIC X(10) VALUE SPACES.
       01  WS-RUN-TIMESTAMP        PIC X(21) VALUE SPACES.
       01  WS-EARLIER-LIST-GAMES   PIC 9(5) VALUE ZERO.
      *-----------------------------------------------------------*
      * Candidate pool for the game in progress - one live flag per
      * dictionary slot, so filtering is a flag sweep instead of a
      * table rebuild.
      *-----------------------------------------------------------*
       01  WS-POOL-FLAGS.
           05  WS-POOL-LIVE        PIC X(1) OCCURS 3000.
       01  WS-POOL-COUNT           PIC 9(4) VALUE ZERO.
      *-----------------------------------------------------------*
      * One game in flight.
      *    dictionary in every game, so that pick is computed once
      *    per strategy here instead of once per game (the probe
      *    pick over the full pool is by far the dearest
      *    computation in the program). It is picked over today's
      *    list; games on an older list open with the same word.
       01  WS-OPENER-TABLE.
           05  WS-STRAT-OPENER     PIC X(5) OCCURS 2.
      *-----------------------------------------------------------*
      * Opening book. Only the probe strategy's second guess reads
      * it - the first guess is the opener itself and the other
      * strategy never probes. The book is looked up for the
      * opener the probe strategy plays, and only trusted while
      * its stamp (row counts, last DATE_PLAYED and dictionary
      * version) matches the tables, as WORDBKRD checks it for
      * WORDL. The book describes today's list, so games on an
      * older version score their probes afresh.
      *-----------------------------------------------------------*
      *    Status 05 is a successful open of an OPTIONAL file that
      *    was not there yet - every read then misses.
       01  WS-BOOKFIL-STATUS       PIC X(2) VALUE "00".
           88  BOOKFIL-OK                  VALUES "00" "05".
       01  WS-BOOK-OPENER          PIC X(5) VALUE SPACES.
       01  WS-STAMP-TILES          PIC X(5) VALUE "ZZZZZ".
       01  WS-BOOK-USED            PIC 9(5) VALUE ZERO.
      *-----------------------------------------------------------*
      * Feedback work areas - the same two-pass rule WORDADVIS
      * applies in D040-BUCKET-CANDIDATE: greens are settled first
      * and consume their target letter, then yellows take from
                   88 LOAD-FAILED          VALUE 'Y'.
           05  LOAD-CURSOR-SW      PIC X   VALUE 'N'.
                   88 LOAD-CURSOR-OPEN     VALUE 'Y'.
           05  SLOT-FOUND-SW       PIC X   VALUE 'N'.
                   88 SLOT-FOUND           VALUE 'Y'.
           05  BOOK-OPEN-SW        PIC X   VALUE 'N'.
                   88 BOOK-OPEN            VALUE 'Y'.
           05  BOOK-USABLE-SW      PIC X   VALUE 'N'.
                   88 BOOK-USABLE          VALUE 'Y'.
      *-----------------------------------------------------------*
      * Explicit DB2 CONNECT with retry, as DBQUERY does it.
      *-----------------------------------------------------------*
       01  WS-CONNECT-OK           PIC X(1) VALUE "N".
           88  CONNECT-SUCCESSFUL          VALUE "Y".
       01  WS-WAIT-COUNTER         PIC 9(7) VALUE ZERO.
      *    DB2 user and password are read from the WORDCRED file at
      *    connect time (see wordcred.cob) - never held in source.
       01  DBUSER                  PIC X(8) VALUE SPACES.
       01  PASSWD                  PIC X(19) VALUE SPACES.
       01  WS-CRED-OK              PIC X(1) VALUE "N".
           88  CREDENTIALS-READ            VALUE "Y".
      *    Host variables.
       01  HV-WORD                 PIC X(5).
       01  HV-ROW-COUNT            PIC 9(7) VALUE ZERO.
       01  HV-LAST-PLAYED          PIC X(10).
       01  HV-ADDED-VERSION        PIC 9(5) VALUE ZERO.
       01  HV-RETIRED-VERSION      PIC 9(5) VALUE ZERO.
       01  HV-VERSION-NO           PIC 9(5) VALUE ZERO.
       01  HV-DATE                 PIC X(10).
      *-----------------------------------------------------------
      *SUPPORTING DATA STRUCTURES FOR DB2 ACCESS
      *-----------------------------------------------------------
      *    Ascending by WORD to match the dictionary's own order.
           EXEC SQL
            DECLARE DICTCURS CURSOR FOR
               SELECT WORD, ADDED_VERSION, RETIRED_VERSION
               FROM COBOL.WORDLY
               ORDER BY WORD
           END-EXEC.
      *    Same order again, so each span finds its word's slot
      *    by walking the dictionary forward.
           EXEC SQL
            DECLARE SPANCURS CURSOR FOR
               SELECT WORD, ADDED_VERSION, RETIRED_VERSION
               FROM COBOL.WORDLY_SPANS
               WHERE TABLE_ID = 'A'
               ORDER BY WORD
           END-EXEC.
           EXEC SQL
            DECLARE HISTCURS CURSOR FOR
               SELECT WORD, CHAR(DATE_PLAYED, ISO)
               FROM COBOL.WORDLY_HISTORY
               ORDER BY DATE_PLAYED
           END-EXEC.
           EXEC SQL
            DECLARE VERSCURS CURSOR FOR
               SELECT VERSION_NO, CHAR(EFFECTIVE_DATE, ISO)
               FROM COBOL.WORDLY_VERSIONS
               ORDER BY VERSION_NO
           END-EXEC.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           PERFORM K010-INIT
           PERFORM K020-CONNECTDB
           IF CONNECT-SUCCESSFUL
               PERFORM K028-LOAD-VERSIONS
               IF NOT LOAD-FAILED
                   PERFORM K030-LOAD-DICTIONARY
               END-IF
               IF NOT LOAD-FAILED
                   PERFORM K034-LOAD-SPANS
               END-IF
               IF NOT LOAD-FAILED
                   PERFORM K040-LOAD-ANSWERS
               END-IF
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM K048-PICK-OPENERS
                   PERFORM K049-OPEN-BOOK
                   PERFORM K050-RUN-BENCHMARK
                   PERFORM K080-WRITE-REPORT
               END-IF
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ" TO
               "abcdefghijklmnopqrstuvwxyz"
           MOVE ZEROS TO WS-TALLY-TABLE
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           STRING WS-RUN-TIMESTAMP(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-RUN-TIMESTAMP(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-RUN-TIMESTAMP(7:2) DELIMITED BY SIZE
               INTO WS-TODAY-ISO
           OPEN OUTPUT RPTFIL
           IF NOT RPTFIL-OK
               DISPLAY "Unable to open SIMRPT, status "

       K020-CONNECTDB.
           MOVE "N" TO WS-CONNECT-OK
           MOVE "N" TO WS-CRED-OK
           CALL "wordcred" USING BY REFERENCE DBUSER, PASSWD,
               WS-CRED-OK
           ON EXCEPTION DISPLAY "Called program not found!"
           END-CALL
           PERFORM VARYING WS-CONNECT-ATTEMPTS FROM 1 BY 1
               UNTIL WS-CONNECT-ATTEMPTS > WS-CONNECT-MAX
                   OR CONNECT-SUCCESSFUL
                   OR NOT CREDENTIALS-READ
               EXEC SQL
                  CONNECT TO COBOLDB USER :DBUSER
                  USING :PASSWD
               END-EXEC
               IF SQLCODE EQUAL TO zero
                   MOVE "Y" TO WS-CONNECT-OK
           END-PERFORM
           .

       K028-LOAD-VERSIONS.
      *    No versions on file is not an error - every word is then
      *    version 0 and every game plays the same list.
           MOVE "N" TO END-OF-LOAD-SW
           MOVE ZERO TO WS-VERSION-COUNT
           EXEC SQL
              OPEN VERSCURS
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "Cannot read COBOL.WORDLY_VERSIONS, SQLCODE: "
                   SQLCODE
               SET LOAD-FAILED TO TRUE
           ELSE
               SET LOAD-CURSOR-OPEN TO TRUE
               PERFORM K029-FETCH-VERSION UNTIL END-OF-LOAD
               EXEC SQL
                  CLOSE VERSCURS
               END-EXEC
               MOVE "N" TO LOAD-CURSOR-SW
               MOVE ZERO TO WS-LATEST-VERSION
               IF WS-VERSION-COUNT > 0
                   MOVE WS-VER-NO(WS-VERSION-COUNT)
                       TO WS-LATEST-VERSION
               END-IF
               DISPLAY "Dictionary versions: " WS-VERSION-COUNT
                   ", in force today: " WS-LATEST-VERSION
           END-IF
           .

       K029-FETCH-VERSION.
           EXEC SQL
              FETCH VERSCURS
                INTO :HV-VERSION-NO, :HV-DATE
           END-EXEC
           EVALUATE TRUE
               WHEN FUNCTION INTEGER-PART(SQLCODE) = 100
                   SET END-OF-LOAD TO TRUE
               WHEN SQLCODE NOT = 0
                   DISPLAY "Version fetch failed, SQLCODE: " SQLCODE
                   SET END-OF-LOAD TO TRUE
                   SET LOAD-FAILED TO TRUE
      *        A version table cut short would date games wrongly.
               WHEN WS-VERSION-COUNT >= WS-VERSION-MAX
                   DISPLAY "More than " WS-VERSION-MAX
                       " dictionary versions - benchmark not run"
                   SET END-OF-LOAD TO TRUE
                   SET LOAD-FAILED TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-VERSION-COUNT
                   MOVE HV-VERSION-NO TO WS-VER-NO(WS-VERSION-COUNT)
                   MOVE HV-DATE TO WS-VER-EFFECTIVE(WS-VERSION-COUNT)
           END-EVALUATE
           .

       K030-LOAD-DICTIONARY.
           MOVE "N" TO END-OF-LOAD-SW
           MOVE ZERO TO WS-DICT-COUNT
           ELSE
               SET LOAD-CURSOR-OPEN TO TRUE
               PERFORM K032-FETCH-DICT-WORD UNTIL END-OF-LOAD
               EXEC SQL
                  CLOSE DICTCURS
               END-EXEC
       K032-FETCH-DICT-WORD.
           EXEC SQL
              FETCH DICTCURS
                INTO :HV-WORD, :HV-ADDED-VERSION, :HV-RETIRED-VERSION
           END-EXEC
           IF SQLCODE NOT = 0
               SET END-OF-LOAD TO TRUE
                   SET LOAD-FAILED TO TRUE
               END-IF
           ELSE
      *        So would one cut short by the table size.
               IF WS-DICT-COUNT >= WS-DICT-MAX
                   DISPLAY "More than " WS-DICT-MAX
                       " dictionary words - benchmark not run"
                   SET END-OF-LOAD TO TRUE
                   SET LOAD-FAILED TO TRUE
               ELSE
                   ADD 1 TO WS-DICT-COUNT
                   MOVE HV-WORD TO WS-DICT-WORD(WS-DICT-COUNT)
                   MOVE HV-ADDED-VERSION
                       TO WS-DICT-ADDED(WS-DICT-COUNT)
                   MOVE HV-RETIRED-VERSION
                       TO WS-DICT-RETIRED(WS-DICT-COUNT)
               END-IF
           END-IF
           .

       K034-LOAD-SPANS.
           MOVE "N" TO END-OF-LOAD-SW
           MOVE ZERO TO WS-SPAN-COUNT
           MOVE 1 TO WS-SPAN-DICT-I
           EXEC SQL
              OPEN SPANCURS
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "Cannot read COBOL.WORDLY_SPANS, SQLCODE: "
                   SQLCODE
               SET LOAD-FAILED TO TRUE
           ELSE
               SET LOAD-CURSOR-OPEN TO TRUE
               PERFORM K036-FETCH-SPAN UNTIL END-OF-LOAD
               EXEC SQL
                  CLOSE SPANCURS
               END-EXEC
               MOVE "N" TO LOAD-CURSOR-SW
               DISPLAY "Earlier spans loaded: " WS-SPAN-COUNT
           END-IF
           .

       K036-FETCH-SPAN.
           EXEC SQL
              FETCH SPANCURS
                INTO :HV-WORD, :HV-ADDED-VERSION, :HV-RETIRED-VERSION
           END-EXEC
           IF SQLCODE NOT = 0
               SET END-OF-LOAD TO TRUE
               IF FUNCTION INTEGER-PART(SQLCODE) NOT = 100
                   DISPLAY "Span fetch failed, SQLCODE: " SQLCODE
                   SET LOAD-FAILED TO TRUE
               END-IF
           ELSE
               MOVE "N" TO SLOT-FOUND-SW
               PERFORM UNTIL SLOT-FOUND
                   IF WS-SPAN-DICT-I > WS-DICT-COUNT
                       SET SLOT-FOUND TO TRUE
                   ELSE
                       IF WS-DICT-WORD(WS-SPAN-DICT-I) >= HV-WORD
                           SET SLOT-FOUND TO TRUE
                       ELSE
                           ADD 1 TO WS-SPAN-DICT-I
                       END-IF
                   END-IF
               END-PERFORM
               EVALUATE TRUE
      *            A span whose word has no row left is of no use
      *            to any game - skip it.
                   WHEN WS-SPAN-DICT-I > WS-DICT-COUNT
                       CONTINUE
                   WHEN WS-DICT-WORD(WS-SPAN-DICT-I) NOT = HV-WORD
                       CONTINUE
                   WHEN WS-SPAN-COUNT >= WS-SPAN-MAX
                       DISPLAY "More than " WS-SPAN-MAX
                           " earlier spans - benchmark not run"
                       SET END-OF-LOAD TO TRUE
                       SET LOAD-FAILED TO TRUE
                   WHEN OTHER
                       ADD 1 TO WS-SPAN-COUNT
                       MOVE WS-SPAN-DICT-I
                           TO WS-SPAN-SLOT(WS-SPAN-COUNT)
                       MOVE HV-ADDED-VERSION
                           TO WS-SPAN-ADDED(WS-SPAN-COUNT)
                       MOVE HV-RETIRED-VERSION
                           TO WS-SPAN-RETIRED(WS-SPAN-COUNT)
               END-EVALUATE
           END-IF
           .

               ELSE
                   SET LOAD-CURSOR-OPEN TO TRUE
                   PERFORM K042-FETCH-ANSWER UNTIL END-OF-LOAD
                       OR WS-ANSWER-COUNT >= WS-DICT-MAX
                   EXEC SQL
                      CLOSE HISTCURS
                   END-EXEC
                   MOVE "N" TO LOAD-CURSOR-SW
               END-IF
           ELSE
      *        The whole answer list is already in storage - the
      *        words still on it, each played on today's list.
               PERFORM VARYING WS-GAME-I FROM 1 BY 1
                   UNTIL WS-GAME-I > WS-DICT-COUNT
                   IF WS-DICT-RETIRED(WS-GAME-I) = 0
                       ADD 1 TO WS-ANSWER-COUNT
                       MOVE WS-DICT-WORD(WS-GAME-I)
                           TO WS-ANSWER-WORD(WS-ANSWER-COUNT)
                       MOVE WS-LATEST-VERSION
                           TO WS-ANSWER-VERSION(WS-ANSWER-COUNT)
                   END-IF
               END-PERFORM
           END-IF
           DISPLAY "Answers to replay: " WS-ANSWER-COUNT
           .
       K042-FETCH-ANSWER.
           EXEC SQL
              FETCH HISTCURS
                INTO :HV-WORD, :HV-DATE
           END-EXEC
           IF SQLCODE NOT = 0
               SET END-OF-LOAD TO TRUE
           ELSE
               ADD 1 TO WS-ANSWER-COUNT
               MOVE HV-WORD TO WS-ANSWER-WORD(WS-ANSWER-COUNT)
               MOVE HV-DATE TO WS-GAME-DATE
               PERFORM K044-VERSION-ON-DATE
               MOVE WS-GAME-VERSION
                   TO WS-ANSWER-VERSION(WS-ANSWER-COUNT)
           END-IF
           .

       K044-VERSION-ON-DATE.
      *    The last version that took effect on or before
      *    WS-GAME-DATE.
           MOVE ZERO TO WS-GAME-VERSION
           PERFORM VARYING WS-VER-I FROM 1 BY 1
               UNTIL WS-VER-I > WS-VERSION-COUNT
               IF WS-VER-EFFECTIVE(WS-VER-I) <= WS-GAME-DATE
                   MOVE WS-VER-NO(WS-VER-I) TO WS-GAME-VERSION
               END-IF
           END-PERFORM
           .

       K048-PICK-OPENERS.
      *    Only needed when no house opening word was given: each
      *    strategy's first guess against the full dictionary is
      *    the same whatever the answer, so pick it here once and
      *    let K054-PICK-GUESS reuse it every game.
           IF WS-OPENING-WORD = SPACES
               MOVE WS-LATEST-VERSION TO WS-GAME-VERSION
               PERFORM K051-SET-POOL
               PERFORM VARYING WS-STRAT-I FROM 1 BY 1
                   UNTIL WS-STRAT-I > 2
                   MOVE WS-STRAT-LETTER(WS-STRAT-I) TO WS-STRATEGY
           END-IF
           .

       K049-OPEN-BOOK.
      *    The probe strategy opens with the given opening word, or
      *    with the opener K048-PICK-OPENERS picked for it - that
      *    is the opener the book has to be built for.
           IF WS-OPENING-WORD NOT = SPACES
               MOVE WS-OPENING-WORD TO WS-BOOK-OPENER
           ELSE
               MOVE WS-STRAT-OPENER(2) TO WS-BOOK-OPENER
           END-IF
           OPEN INPUT BOOKFIL
           IF BOOKFIL-OK
               SET BOOK-OPEN TO TRUE
               MOVE WS-BOOK-OPENER TO BS-OPENER
               MOVE WS-STAMP-TILES TO BS-TILES
               READ BOOKFIL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM K049A-CHECK-STAMP
               END-READ
           END-IF
           IF BOOK-USABLE
               DISPLAY "Opening book for " WS-BOOK-OPENER
                   " used for the probe strategy's second guess"
           ELSE
               DISPLAY "No current opening book for " WS-BOOK-OPENER
                   " - second-guess probes scored afresh"
           END-IF
           .

       K049A-CHECK-STAMP.
      *    The same figures WORDBOOK stamped at build time; any
      *    difference and the book's probes no longer hold. The
      *    versions are already in storage.
           MOVE "Y" TO BOOK-USABLE-SW
           IF BS-DICT-VERSION NOT = WS-LATEST-VERSION
               MOVE "N" TO BOOK-USABLE-SW
           END-IF
           IF BOOK-USABLE
               EXEC SQL
                  SELECT COUNT(*)
                  INTO :HV-ROW-COUNT
                  FROM COBOL.WORDLY
                  WHERE RETIRED_VERSION = 0
               END-EXEC
               IF SQLCODE NOT = 0
                   OR HV-ROW-COUNT NOT = BS-ANSWER-ROWS
                   MOVE "N" TO BOOK-USABLE-SW
               END-IF
           END-IF
           IF BOOK-USABLE
               EXEC SQL
                  SELECT COUNT(*),
                         COALESCE(CHAR(MAX(DATE_PLAYED), ISO),
                             '0001-01-01')
                  INTO :HV-ROW-COUNT, :HV-LAST-PLAYED
                  FROM COBOL.WORDLY_HISTORY
               END-EXEC
               IF SQLCODE NOT = 0
                   OR HV-ROW-COUNT NOT = BS-HISTORY-ROWS
                   OR HV-LAST-PLAYED NOT = BS-LAST-PLAYED
                   MOVE "N" TO BOOK-USABLE-SW
               END-IF
           END-IF
           IF BOOK-USABLE
               EXEC SQL
                  SELECT COUNT(*)
                  INTO :HV-ROW-COUNT
                  FROM COBOL.WORDLY_GUESSES
                  WHERE RETIRED_VERSION = 0
               END-EXEC
               IF SQLCODE NOT = 0
                   OR HV-ROW-COUNT NOT = BS-GUESS-ROWS
                   MOVE "N" TO BOOK-USABLE-SW
               END-IF
           END-IF
           IF NOT BOOK-USABLE
               DISPLAY "Opening book built " BS-BUILT(1:8)
                   " is out of date"
           END-IF
           .

       K050-RUN-BENCHMARK.
      *    Every answer is replayed once per strategy, so the two
      *    columns of the report cover exactly the same games.
           PERFORM VARYING WS-GAME-I FROM 1 BY 1
               UNTIL WS-GAME-I > WS-ANSWER-COUNT
               MOVE WS-ANSWER-WORD(WS-GAME-I) TO WS-SIM-ANSWER
               MOVE WS-ANSWER-VERSION(WS-GAME-I) TO WS-GAME-VERSION
               IF WS-GAME-VERSION NOT = WS-LATEST-VERSION
                   ADD 1 TO WS-EARLIER-LIST-GAMES
               END-IF
               PERFORM VARYING WS-STRAT-I FROM 1 BY 1
                   UNTIL WS-STRAT-I > 2
                   MOVE WS-STRAT-LETTER(WS-STRAT-I) TO WS-STRATEGY

       K052-PLAY-ONE-GAME.
      *    One answer under one strategy: the pool starts as the
      *    list in force on the game date, each guess is scored
      *    against the answer and the pool is cut to the words
      *    that would have shown the same tiles.
           PERFORM K051-SET-POOL
           MOVE "N" TO WS-GAME-DONE
           ADD 1 TO WS-TLY-GAMES(WS-STRAT-I)
           PERFORM VARYING WS-GUESS-NR FROM 1 BY 1
           END-IF
           .

       K051-SET-POOL.
      *    Live = added in or before WS-GAME-VERSION and not retired
      *    by then.
           MOVE ZERO TO WS-POOL-COUNT
           PERFORM VARYING WS-POOL-I FROM 1 BY 1
               UNTIL WS-POOL-I > WS-DICT-COUNT
               IF WS-DICT-ADDED(WS-POOL-I) <= WS-GAME-VERSION
                   AND (WS-DICT-RETIRED(WS-POOL-I) = 0
                   OR WS-DICT-RETIRED(WS-POOL-I) > WS-GAME-VERSION)
                   MOVE "Y" TO WS-POOL-LIVE(WS-POOL-I)
                   ADD 1 TO WS-POOL-COUNT
               ELSE
                   MOVE "N" TO WS-POOL-LIVE(WS-POOL-I)
               END-IF
           END-PERFORM
      *    A reinstated word may have been live then under one of
      *    its earlier spans instead.
           PERFORM VARYING WS-SPAN-I FROM 1 BY 1
               UNTIL WS-SPAN-I > WS-SPAN-COUNT
               IF WS-SPAN-ADDED(WS-SPAN-I) <= WS-GAME-VERSION
                   AND WS-SPAN-RETIRED(WS-SPAN-I) > WS-GAME-VERSION
                   AND WS-POOL-LIVE(WS-SPAN-SLOT(WS-SPAN-I)) = "N"
                   MOVE "Y" TO WS-POOL-LIVE(WS-SPAN-SLOT(WS-SPAN-I))
                   ADD 1 TO WS-POOL-COUNT
               END-IF
           END-PERFORM
           .

       K054-PICK-GUESS.
      *    The opening word, when given, is every game's first
      *    guess whatever the strategy - that is the point of the
               WHEN WS-GUESS-NR = 1
                   MOVE WS-STRAT-OPENER(WS-STRAT-I)
                       TO WS-SIM-GUESS
               WHEN STRATEGY-PROBE AND WS-POOL-COUNT > 10
                   AND WS-GUESS-NR = 2 AND BOOK-USABLE
                   AND WS-GAME-VERSION = WS-LATEST-VERSION
                   PERFORM K057-BOOK-PROBE
               WHEN STRATEGY-PROBE AND WS-POOL-COUNT > 10
                   PERFORM K058-PICK-PROBE
               WHEN OTHER
           MOVE WS-DICT-WORD(WS-BEST-SLOT) TO WS-SIM-GUESS
           .

       K057-BOOK-PROBE.
      *    One guess in with the book's opener: the tiles guess 1
      *    showed are the book key. A pattern with no probes on
      *    file (one candidate or none left among the unplayed
      *    answers) is scored the usual way.
           MOVE WS-BOOK-OPENER TO BK-OPENER
           MOVE WS-GAME-COLORS TO BK-TILES
           READ BOOKFIL
               INVALID KEY
                   PERFORM K058-PICK-PROBE
               NOT INVALID KEY
                   IF BK-PROBE-COUNT > 0
                       MOVE BK-PROBE-WORD(1) TO WS-SIM-GUESS
                       ADD 1 TO WS-BOOK-USED
                   ELSE
                       PERFORM K058-PICK-PROBE
                   END-IF
           END-READ
           .

       K058-PICK-PROBE.
      *    The WORDADVIS probe rule over the live pool: for each
      *    candidate probe, drop every pool word into its feedback
               INTO WS-RPT-LINE
           PERFORM K085-WRITE-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "DICTIONARY VERSION IN FORCE TODAY " DELIMITED BY SIZE
               WS-LATEST-VERSION DELIMITED BY SIZE
               "  GAMES ON AN EARLIER VERSION " DELIMITED BY SIZE
               WS-EARLIER-LIST-GAMES DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM K085-WRITE-LINE
           IF BOOK-USABLE
               MOVE SPACES TO WS-RPT-LINE
               STRING "OPENING BOOK FOR " DELIMITED BY SIZE
                   WS-BOOK-OPENER DELIMITED BY SIZE
                   " GAVE " DELIMITED BY SIZE
                   WS-BOOK-USED DELIMITED BY SIZE
                   " SECOND-GUESS PROBES" DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               PERFORM K085-WRITE-LINE
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           PERFORM K085-WRITE-LINE
           PERFORM VARYING WS-STRAT-I FROM 1 BY 1
               UNTIL WS-STRAT-I > 2
           IF RPTFIL-OK
               CLOSE RPTFIL
           END-IF
           IF BOOK-OPEN
               CLOSE BOOKFIL
           END-IF
           .
       END PROGRAM WORDSIM.
