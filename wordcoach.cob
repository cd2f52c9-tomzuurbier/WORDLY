      ******************************************************************
      * Author: Tom Zuurbier
      * Date: 2026
      * Purpose: Friday coaching report. Replays every saved game in
      *          COBOL.WORDLY_SESSIONS over a date range and grades
      *          each guess after the fact: the candidate pool the
      *          player faced is rebuilt from the tiles of the
      *          earlier guesses, the actual guess is scored by the
      *          WORDADVIS square-sum-of-buckets rule (D030/D040)
      *          and compared with the best probe on
      *          COBOL.WORDLY_GUESSES at that point, and the
      *          candidates the real tiles actually left are set
      *          against the number the guess was expected to
      *          leave. A guess close to the best probe is skill;
      *          fewer candidates left than expected is luck.
      *          The guess-1 pool is nearly the whole dictionary,
      *          so the best opening probe is searched for once per
      *          run (against the pool of the first game date, and
      *          again for each dictionary version met) and
      *          then re-scored against each game's own pool; from
      *          guess 2 on the whole accepted-guess table is
      *          searched for every guess. Practice games are
      *          left out - an archive replay's pool is not the
      *          pool of the day it was played.
      * Input:   SYSIN/terminal - from date and to date
      *          (YYYY-MM-DD, blank = no limit) and a player id
      *          (blank = every player).
      *          COBOL.WORDLY / COBOL.WORDLY_HISTORY - the answer
      *          list in force on each game's date, less the answers
      *          already played before it (the pool the player
      *          actually faced).
      *          COBOL.WORDLY_GUESSES - the probes the best guess
      *          is chosen from, as listed on the game's date.
      *          COBOL.WORDLY_VERSIONS / COBOL.WORDLY_SPANS - the
      *          dictionary versions and the earlier spans of
      *          reinstated words (see wordload.cob).
      * Output:  COACHRPT - per game, one line per guess (pool
      *          before, expected left, best probe and its expected
      *          left, skill %, candidates actually left, luck),
      *          then a per-player summary over the date range.
      * Return codes: 0 report complete, 8 no DB2 connection, the
      *          dictionary load failed (or would not fit the
      *          tables) or the session scan failed partway (report
      *          incomplete - rerun).
      * Load module: WORDCOCH - 9-character PROGRAM-ID cut to 8.
      * Tectonics: cob2
      * Compiler: IBM Cobol for Linux 1.2.0
      * How to compile:
      * 1. cob2 -I$HOME/sqllib/include/cobol_a -L$HOME/sqllib/lib32
      *        -ldb2 wordcoach.cob -qsql -q32 -qNODYNAM -c
      * 2. cob2 wordcoach.o wordcred.o -q32
      *        -I$HOME/sqllib/include/cobol_a -L$HOME/sqllib/lib32
      *        -ldb2 -o wordcoch
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. WORDCOACH.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPTFIL ASSIGN TO "COACHRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPTFIL-STATUS.

      *-------------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  RPTFIL
           LABEL RECORDS ARE STANDARD.
       01  RPT-RECORD              PIC X(80).

       WORKING-STORAGE SECTION.
      *-----------------------
       01  WS-RPTFIL-STATUS        PIC X(2) VALUE "00".
           88  RPTFIL-OK                   VALUE "00".
       01  WS-FROM-DATE            PIC X(10) VALUE SPACES.
       01  WS-TO-DATE              PIC X(10) VALUE SPACES.
       01  WS-PLAYER-SEL           PIC X(8) VALUE SPACES.
       01  WS-RPT-TIMESTAMP        PIC X(26) VALUE SPACES.
       01  WS-RPT-LINE             PIC X(80) VALUE SPACES.
      *-----------------------------------------------------------*
      * The in-storage answer dictionary, retired words included,
      * with the version that added and the version that retired
      * each word (0 = still on the list) and the date it was
      * first played (spaces = never). A word is in a game's
      * starting pool when it was in force in the version on the
      * game date and not played before that date - the day's own
      * answer was still unplayed while the game ran.
      *-----------------------------------------------------------*
       01  WS-DICT-TABLE.
           05  WS-DICT-ENTRY       OCCURS 3000.
               10  WS-DICT-WORD    PIC X(5).
               10  WS-DICT-ADDED   PIC 9(5).
               10  WS-DICT-RETIRED PIC 9(5).
               10  WS-DICT-PLAYED  PIC X(10).
       01  WS-DICT-COUNT           PIC 9(4) VALUE ZERO.
       01  WS-DICT-MAX             PIC 9(4) VALUE 3000.
      *-----------------------------------------------------------*
      * The accepted-guess table the best probe is picked from,
      * versioned the same way.
      *-----------------------------------------------------------*
       01  WS-PROBE-TABLE.
           05  WS-PROBE-ENTRY      OCCURS 15000.
               10  WS-PROBE-WORD   PIC X(5).
               10  WS-PROBE-ADDED  PIC 9(5).
               10  WS-PROBE-RETIRED PIC 9(5).
       01  WS-PROBE-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-PROBE-MAX            PIC 9(5) VALUE 15000.
      *-----------------------------------------------------------*
      * Earlier spans of reinstated words (COBOL.WORDLY_SPANS, see
      * wordload.cob), each pointing at its word's dictionary
      * (A) or probe (G) slot.
      *-----------------------------------------------------------*
       01  WS-SPAN-TABLE.
           05  WS-SPAN-ENTRY       OCCURS 3000.
               10  WS-SPAN-TABLE-ID PIC X(1).
               10  WS-SPAN-SLOT    PIC 9(5).
               10  WS-SPAN-ADDED   PIC 9(5).
               10  WS-SPAN-RETIRED PIC 9(5).
       01  WS-SPAN-COUNT           PIC 9(4) VALUE ZERO.
       01  WS-SPAN-MAX             PIC 9(4) VALUE 3000.
       01  WS-SPAN-I               PIC 9(4) VALUE ZERO.
       01  WS-SPAN-DICT-I          PIC 9(4) VALUE ZERO.
       01  WS-SPAN-PROBE-I         PIC 9(5) VALUE ZERO.
      *-----------------------------------------------------------*
      * Dictionary versions from COBOL.WORDLY_VERSIONS, ascending,
      * as WORDSIM holds them: the version in force on a date is
      * the last one that took effect on or before it (0 before
      * the first).
      *-----------------------------------------------------------*
       01  WS-VERSION-TABLE.
           05  WS-VERSION-ENTRY    OCCURS 999.
               10  WS-VER-NO       PIC 9(5).
               10  WS-VER-EFFECTIVE PIC X(10).
       01  WS-VERSION-COUNT        PIC 9(3) VALUE ZERO.
       01  WS-VERSION-MAX          PIC 9(3) VALUE 999.
       01  WS-VER-I                PIC 9(3) VALUE ZERO.
       01  WS-GAME-VERSION         PIC 9(5) VALUE ZERO.
      *-----------------------------------------------------------*
      * Candidate pool for the game being replayed - one live flag
      * per dictionary slot, as WORDSIM keeps it - and the probes
      * on the accepted list that day.
      *-----------------------------------------------------------*
       01  WS-POOL-FLAGS.
           05  WS-POOL-LIVE        PIC X(1) OCCURS 3000.
       01  WS-PROBE-FLAGS.
           05  WS-PROBE-LIVE       PIC X(1) OCCURS 15000.
       01  WS-POOL-COUNT           PIC 9(4) VALUE ZERO.
       01  WS-POOL-BEFORE          PIC 9(4) VALUE ZERO.
       01  WS-POOL-I               PIC 9(4) VALUE ZERO.
       01  WS-PROBE-I              PIC 9(5) VALUE ZERO.
       01  WS-GUESS-I              PIC 9(1) VALUE ZERO.
       01  WS-GAME-COLORS          PIC X(5) VALUE SPACES.
      *-----------------------------------------------------------*
      * Feedback work areas - the two-pass rule of
      * D040-BUCKET-CANDIDATE: greens consume their target letter
      * first, then yellows take from the letters greens left
      * over, left to right.
      *-----------------------------------------------------------*
       01  WS-SIM-GUESS            PIC X(5) VALUE SPACES.
       01  WS-SIM-TARGET           PIC X(5) VALUE SPACES.
       01  WS-SIM-COLORS           PIC X(5) VALUE SPACES.
       01  WS-CAND-WORK.
           05  WS-CAND-CHAR        PIC X(1) OCCURS 5.
       01  WS-TRIT-TABLE.
           05  WS-TRIT             PIC 9(1) OCCURS 5.
       01  WS-POS-I                PIC 9(1) VALUE ZERO.
       01  WS-POS-J                PIC 9(1) VALUE ZERO.
      *-----------------------------------------------------------*
      * Probe scoring - square-sum of tile-feedback bucket sizes
      * over the pool, lowest (most even split) wins. The expected
      * number of candidates a guess leaves is that sum divided by
      * the pool size.
      *-----------------------------------------------------------*
       01  WS-BUCKET-TABLE.
           05  WS-BUCKET           PIC 9(4) OCCURS 243.
       01  WS-BUCKET-NR            PIC 9(3) VALUE ZERO.
       01  WS-PROBE-SCORE          PIC 9(9) VALUE ZERO.
       01  WS-GUESS-SCORE          PIC 9(9) VALUE ZERO.
       01  WS-BEST-SCORE           PIC 9(9) VALUE ZERO.
       01  WS-BEST-WORD            PIC X(5) VALUE SPACES.
      *    Best opening probe, searched for once per run.
       01  WS-OPEN-BEST-WORD       PIC X(5) VALUE SPACES.
       01  WS-OPEN-VERSION         PIC 9(5) VALUE ZERO.
       01  WS-GUESS-EXPECT         PIC 9(4)V9(1) VALUE ZERO.
       01  WS-BEST-EXPECT          PIC 9(4)V9(1) VALUE ZERO.
       01  WS-SKILL-PCT            PIC 9(3) VALUE ZERO.
      *-----------------------------------------------------------*
      * Report lines.
      *-----------------------------------------------------------*
       01  WS-GUESS-HEADING.
           05  FILLER              PIC X(36)
               VALUE "  NR GUESS  POOL  EXPECT  BEST PROBE".
           05  FILLER              PIC X(30)
               VALUE "  EXPECT  SKILL  LEFT  LUCK".
           05  FILLER              PIC X(14) VALUE SPACES.
       01  WS-GUESS-DETAIL.
           05  FILLER              PIC X(3) VALUE SPACES.
           05  GD-GUESS-NR         PIC 9(1).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  GD-GUESS            PIC X(5).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  GD-POOL             PIC Z(3)9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  GD-GUESS-EXPECT     PIC Z(3)9.9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  GD-BEST-WORD        PIC X(5).
           05  FILLER              PIC X(7) VALUE SPACES.
           05  GD-BEST-EXPECT      PIC Z(3)9.9.
           05  FILLER              PIC X(3) VALUE SPACES.
           05  GD-SKILL            PIC ZZ9.
           05  GD-SKILL-SIGN       PIC X(1) VALUE "%".
           05  FILLER              PIC X(2) VALUE SPACES.
           05  GD-LEFT             PIC Z(3)9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  GD-LUCK             PIC X(7).
           05  FILLER              PIC X(14) VALUE SPACES.
       01  WS-PLAYER-HEADING.
           05  FILLER              PIC X(41)
               VALUE "PLAYER    GAMES SOLVED  AVG  GRADED  BEST".
           05  FILLER              PIC X(32)
               VALUE "  SKILL  AVG EXP  AVG LEFT  LUCK".
           05  FILLER              PIC X(7) VALUE SPACES.
       01  WS-PLAYER-DETAIL.
           05  PD-PLAYER-ID        PIC X(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  PD-GAMES            PIC Z(5)9.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  PD-SOLVED           PIC Z(5)9.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  PD-AVG-GUESSES      PIC Z9.99.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  PD-GRADED           PIC Z(5)9.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  PD-AT-BEST          PIC Z(4)9.
           05  FILLER              PIC X(3) VALUE SPACES.
           05  PD-SKILL            PIC ZZ9.
           05  PD-SKILL-SIGN       PIC X(1) VALUE "%".
           05  FILLER              PIC X(2) VALUE SPACES.
           05  PD-AVG-EXPECT       PIC Z(3)9.9.
           05  FILLER              PIC X(3) VALUE SPACES.
           05  PD-AVG-LEFT         PIC Z(3)9.9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  PD-LUCK             PIC X(7).
           05  FILLER              PIC X(6) VALUE SPACES.
      *-----------------------------------------------------------*
      * Per-player tallies over the date range - one slot per
      * player seen, as the WORDSESS leaderboard keeps them.
      * Skill is the best probe's expected left as a percentage
      * of the guess's own (100% = as good as the best probe);
      * luck is expected left against candidates actually left.
      *-----------------------------------------------------------*
       01  WS-PLAYER-TABLE.
           05  WS-PLAYER-ENTRY     OCCURS 20 TIMES.
               10  WS-PLY-ID           PIC X(8).
               10  WS-PLY-GAMES        PIC 9(5).
               10  WS-PLY-SOLVED       PIC 9(5).
               10  WS-PLY-GUESS-TOTAL  PIC 9(6).
               10  WS-PLY-GRADED       PIC 9(5).
               10  WS-PLY-AT-BEST      PIC 9(5).
               10  WS-PLY-SKILL-TOTAL  PIC 9(8).
               10  WS-PLY-EXPECT-TOTAL PIC 9(8)V9(1).
               10  WS-PLY-LEFT-TOTAL   PIC 9(8).
       01  WS-PLAYER-NR            PIC 9(2) VALUE ZERO.
       01  WS-PLY-OVERFLOW         PIC 9(5) VALUE ZERO.
       01  WS-PLY-I                PIC 9(2) VALUE ZERO.
       01  WS-PLY-SLOT             PIC 9(2) VALUE ZERO.
       01  WS-AVG-GUESSES          PIC 9(1)V9(2) VALUE ZERO.
       01  WS-AVG-EXPECT           PIC 9(4)V9(1) VALUE ZERO.
       01  WS-AVG-LEFT             PIC 9(4)V9(1) VALUE ZERO.
       01  WS-GAME-COUNT           PIC 9(5) VALUE ZERO.
       01  WS-GRADED-COUNT         PIC 9(6) VALUE ZERO.
       01  SWITCHES.
           05  END-OF-LOAD-SW      PIC X   VALUE 'N'.
                   88 END-OF-LOAD          VALUE 'Y'.
           05  LOAD-FAILED-SW      PIC X   VALUE 'N'.
                   88 LOAD-FAILED          VALUE 'Y'.
           05  END-OF-SESSIONS-SW  PIC X   VALUE 'N'.
                   88 END-OF-SESSIONS      VALUE 'Y'.
           05  SCAN-CURSOR-SW      PIC X   VALUE 'N'.
                   88 SCAN-CURSOR-OPEN     VALUE 'Y'.
           05  SCAN-FAILED-SW      PIC X   VALUE 'N'.
                   88 SCAN-FAILED          VALUE 'Y'.
           05  POOL-BROKEN-SW      PIC X   VALUE 'N'.
                   88 POOL-BROKEN          VALUE 'Y'.
           05  SLOT-FOUND-SW       PIC X   VALUE 'N'.
                   88 SLOT-FOUND           VALUE 'Y'.
      *-----------------------------------------------------------*
      * Explicit DB2 CONNECT with retry, as DBQUERY does it.
      *-----------------------------------------------------------*
       01  WS-CONNECT-ATTEMPTS     PIC 9(1) VALUE ZERO.
       01  WS-CONNECT-MAX          PIC 9(1) VALUE 3.
       01  WS-CONNECT-OK           PIC X(1) VALUE "N".
           88  CONNECT-SUCCESSFUL          VALUE "Y".
       01  WS-WAIT-COUNTER         PIC 9(7) VALUE ZERO.
      *    DB2 user and password are read from the WORDCRED file at
      *    connect time (see wordcred.cob) - never held in source.
       01  DBUSER                  PIC X(8) VALUE SPACES.
       01  PASSWD                  PIC X(19) VALUE SPACES.
       01  WS-CRED-OK              PIC X(1) VALUE "N".
           88  CREDENTIALS-READ            VALUE "Y".
      *    Host variables - one guess/tile pair per slot, with the
      *    table view so the guesses can be walked in a loop, as
      *    WORDSESS holds them.
       01  HV-WORD                 PIC X(5).
       01  HV-PLAYED-DATE          PIC X(10).
       01  HV-ADDED-VERSION        PIC 9(5) VALUE ZERO.
       01  HV-RETIRED-VERSION      PIC 9(5) VALUE ZERO.
       01  HV-VERSION-NO           PIC 9(5) VALUE ZERO.
       01  HV-DATE                 PIC X(10).
       01  HV-TABLE-ID             PIC X(1).
       01  HV-FROM-DATE            PIC X(10).
       01  HV-TO-DATE              PIC X(10).
       01  HV-GAME-DATE            PIC X(10).
       01  HV-PLAYER-ID            PIC X(8).
       01  HV-GUESS-TILE-AREA.
           05  HV-GUESS1       PIC X(5).
           05  HV-TILES1       PIC X(5).
           05  HV-GUESS2       PIC X(5).
           05  HV-TILES2       PIC X(5).
           05  HV-GUESS3       PIC X(5).
           05  HV-TILES3       PIC X(5).
           05  HV-GUESS4       PIC X(5).
           05  HV-TILES4       PIC X(5).
           05  HV-GUESS5       PIC X(5).
           05  HV-TILES5       PIC X(5).
           05  HV-GUESS6       PIC X(5).
           05  HV-TILES6       PIC X(5).
       01  HV-GUESS-TABLE REDEFINES HV-GUESS-TILE-AREA.
           05  HV-GUESS-ENTRY  OCCURS 6 TIMES.
               10  HV-GUESS    PIC X(5).
               10  HV-TILES    PIC X(5).
       01  HV-GUESSES-USED         PIC S9(4) COMP.
       01  HV-ANSWER               PIC X(5).
       01  HV-SOLVED               PIC X(1).
      *-----------------------------------------------------------
      *SUPPORTING DATA STRUCTURES FOR DB2 ACCESS
      *-----------------------------------------------------------
           EXEC SQL
            INCLUDE SQLCA
           END-EXEC.
      *    Each answer with its version stamps and the first date
      *    it was played (blank when it never was), ascending by
      *    WORD. Retired words too - an older game date may need
      *    them.
           EXEC SQL
            DECLARE DICTCURS CURSOR FOR
               SELECT W.WORD, W.ADDED_VERSION, W.RETIRED_VERSION,
                      COALESCE(CHAR(MIN(H.DATE_PLAYED), ISO), ' ')
               FROM COBOL.WORDLY W
               LEFT OUTER JOIN COBOL.WORDLY_HISTORY H
                 ON H.WORD = W.WORD
               GROUP BY W.WORD, W.ADDED_VERSION, W.RETIRED_VERSION
               ORDER BY W.WORD
           END-EXEC.
           EXEC SQL
            DECLARE GUESSCURS CURSOR FOR
               SELECT WORD, ADDED_VERSION, RETIRED_VERSION
               FROM COBOL.WORDLY_GUESSES
               ORDER BY WORD
           END-EXEC.
      *    Answers' spans first, then the guesses', each in the
      *    order of its table so a span finds its slot by walking
      *    forward.
           EXEC SQL
            DECLARE SPANCURS CURSOR FOR
               SELECT TABLE_ID, WORD, ADDED_VERSION, RETIRED_VERSION
               FROM COBOL.WORDLY_SPANS
               ORDER BY TABLE_ID, WORD
           END-EXEC.
           EXEC SQL
            DECLARE VERSCURS CURSOR FOR
               SELECT VERSION_NO, CHAR(EFFECTIVE_DATE, ISO)
               FROM COBOL.WORDLY_VERSIONS
               ORDER BY VERSION_NO
           END-EXEC.
      *    A blank player id matches anyone, as in WORDSESS.
           EXEC SQL
            DECLARE COACHCURS CURSOR FOR
               SELECT CHAR(GAME_DATE, ISO), PLAYER_ID,
                      GUESS1, TILES1, GUESS2, TILES2,
                      GUESS3, TILES3, GUESS4, TILES4,
                      GUESS5, TILES5, GUESS6, TILES6,
                      GUESSES_USED, ANSWER, SOLVED
               FROM COBOL.WORDLY_SESSIONS
               WHERE GAME_DATE BETWEEN :HV-FROM-DATE AND :HV-TO-DATE
                 AND (:HV-PLAYER-ID = '        '
                      OR PLAYER_ID = :HV-PLAYER-ID)
                 AND PRACTICE = 'N'
               ORDER BY GAME_DATE, PLAYER_ID
           END-EXEC.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           PERFORM S010-INIT
           PERFORM S020-CONNECTDB
           IF CONNECT-SUCCESSFUL
               PERFORM S025-LOAD-VERSIONS
               IF NOT LOAD-FAILED
                   PERFORM S030-LOAD-DICTIONARY
               END-IF
               IF NOT LOAD-FAILED
                   PERFORM S035-LOAD-PROBES
               END-IF
               IF NOT LOAD-FAILED
                   PERFORM S038-LOAD-SPANS
               END-IF
               IF LOAD-FAILED OR WS-DICT-COUNT = 0
                   OR WS-PROBE-COUNT = 0
                   DISPLAY "Dictionary not loaded - no coaching "
                       "report"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM S040-OPEN-SCAN
                   IF SCAN-CURSOR-OPEN
                       PERFORM S050-GRADE-GAME UNTIL END-OF-SESSIONS
                       PERFORM S080-WRITE-SUMMARY
                   END-IF
                   IF SCAN-FAILED OR NOT SCAN-CURSOR-OPEN
                       DISPLAY "Coaching report incomplete - rerun"
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM S999-EXIT
           GOBACK
           .

       S010-INIT.
           DISPLAY "Coach from date (YYYY-MM-DD, blank = all): "
               WITH NO ADVANCING
           ACCEPT WS-FROM-DATE
           DISPLAY "Coach to date (YYYY-MM-DD, blank = all): "
               WITH NO ADVANCING
           ACCEPT WS-TO-DATE
           DISPLAY "Player id (blank = every player): "
               WITH NO ADVANCING
           ACCEPT WS-PLAYER-SEL
           IF WS-FROM-DATE = SPACES
               MOVE "0001-01-01" TO HV-FROM-DATE
           ELSE
               MOVE WS-FROM-DATE TO HV-FROM-DATE
           END-IF
           IF WS-TO-DATE = SPACES
               MOVE "9999-12-31" TO HV-TO-DATE
           ELSE
               MOVE WS-TO-DATE TO HV-TO-DATE
           END-IF
           MOVE WS-PLAYER-SEL TO HV-PLAYER-ID
           MOVE ZEROS TO WS-PLAYER-TABLE
           OPEN OUTPUT RPTFIL
           IF NOT RPTFIL-OK
               DISPLAY "Unable to open COACHRPT, status "
                   WS-RPTFIL-STATUS
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-RPT-TIMESTAMP
           MOVE SPACES TO WS-RPT-LINE
           STRING "WORDLY COACHING REPORT  " DELIMITED BY SIZE
               HV-FROM-DATE DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               HV-TO-DATE DELIMITED BY SIZE
               "  PLAYER " DELIMITED BY SIZE
               WS-PLAYER-SEL DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-RPT-TIMESTAMP(1:8) DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM S090-WRITE-LINE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM S090-WRITE-LINE
           .

       S020-CONNECTDB.
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
                   DISPLAY "CONNECTED"
               ELSE
                   DISPLAY "Cannot connect (attempt "
                       WS-CONNECT-ATTEMPTS " of " WS-CONNECT-MAX
                       "), SQLCODE: " SQLCODE
                   IF WS-CONNECT-ATTEMPTS < WS-CONNECT-MAX
                       PERFORM S022-WAITRETRY
                   END-IF
               END-IF
           END-PERFORM
           IF NOT CONNECT-SUCCESSFUL
               DISPLAY "Unable to connect to COBOLDB after "
                   WS-CONNECT-MAX " attempts - aborting coaching "
                   "report"
           END-IF
           .

       S022-WAITRETRY.
      *    No portable SLEEP verb in this dialect - a short spin
      *    loop stands in for the pause between CONNECT retries.
           PERFORM VARYING WS-WAIT-COUNTER FROM 1 BY 1
               UNTIL WS-WAIT-COUNTER > 5000000
               CONTINUE
           END-PERFORM
           .

       S025-LOAD-VERSIONS.
      *    No versions on file is not an error - every word is then
      *    version 0 and every game faces the same list.
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
               PERFORM S026-FETCH-VERSION UNTIL END-OF-LOAD
               EXEC SQL
                  CLOSE VERSCURS
               END-EXEC
               DISPLAY "Dictionary versions: " WS-VERSION-COUNT
           END-IF
           .

       S026-FETCH-VERSION.
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
                       " dictionary versions - no coaching report"
                   SET END-OF-LOAD TO TRUE
                   SET LOAD-FAILED TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-VERSION-COUNT
                   MOVE HV-VERSION-NO TO WS-VER-NO(WS-VERSION-COUNT)
                   MOVE HV-DATE TO WS-VER-EFFECTIVE(WS-VERSION-COUNT)
           END-EVALUATE
           .

       S030-LOAD-DICTIONARY.
           MOVE "N" TO END-OF-LOAD-SW
           MOVE ZERO TO WS-DICT-COUNT
           EXEC SQL
              OPEN DICTCURS
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "Cannot read COBOL.WORDLY, SQLCODE: " SQLCODE
               SET LOAD-FAILED TO TRUE
           ELSE
               PERFORM S032-FETCH-DICT-WORD UNTIL END-OF-LOAD
               EXEC SQL
                  CLOSE DICTCURS
               END-EXEC
               DISPLAY "Dictionary loaded: " WS-DICT-COUNT " words"
           END-IF
           .

       S032-FETCH-DICT-WORD.
           EXEC SQL
              FETCH DICTCURS
                INTO :HV-WORD, :HV-ADDED-VERSION, :HV-RETIRED-VERSION,
                     :HV-PLAYED-DATE
           END-EXEC
           IF SQLCODE NOT = 0
               SET END-OF-LOAD TO TRUE
      *        SQLCODE 100 is the normal end of the dictionary;
      *        anything else cut the load short - grading against
      *        a partial pool would mislead.
               IF FUNCTION INTEGER-PART(SQLCODE) NOT = 100
                   DISPLAY "Dictionary fetch failed, SQLCODE: "
                       SQLCODE
                   SET LOAD-FAILED TO TRUE
               END-IF
           ELSE
      *        So would one cut short by the table size.
               IF WS-DICT-COUNT >= WS-DICT-MAX
                   DISPLAY "More than " WS-DICT-MAX
                       " dictionary words - no coaching report"
                   SET END-OF-LOAD TO TRUE
                   SET LOAD-FAILED TO TRUE
               ELSE
                   ADD 1 TO WS-DICT-COUNT
                   MOVE HV-WORD TO WS-DICT-WORD(WS-DICT-COUNT)
                   MOVE HV-ADDED-VERSION
                       TO WS-DICT-ADDED(WS-DICT-COUNT)
                   MOVE HV-RETIRED-VERSION
                       TO WS-DICT-RETIRED(WS-DICT-COUNT)
                   MOVE HV-PLAYED-DATE
                       TO WS-DICT-PLAYED(WS-DICT-COUNT)
               END-IF
           END-IF
           .

       S035-LOAD-PROBES.
           MOVE "N" TO END-OF-LOAD-SW
           MOVE ZERO TO WS-PROBE-COUNT
           EXEC SQL
              OPEN GUESSCURS
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "Cannot read COBOL.WORDLY_GUESSES, SQLCODE: "
                   SQLCODE
               SET LOAD-FAILED TO TRUE
           ELSE
               PERFORM S037-FETCH-PROBE UNTIL END-OF-LOAD
               EXEC SQL
                  CLOSE GUESSCURS
               END-EXEC
               DISPLAY "Accepted guesses loaded: " WS-PROBE-COUNT
           END-IF
           .

       S037-FETCH-PROBE.
           EXEC SQL
              FETCH GUESSCURS
                INTO :HV-WORD, :HV-ADDED-VERSION, :HV-RETIRED-VERSION
           END-EXEC
           IF SQLCODE NOT = 0
               SET END-OF-LOAD TO TRUE
               IF FUNCTION INTEGER-PART(SQLCODE) NOT = 100
                   DISPLAY "Guess list fetch failed, SQLCODE: "
                       SQLCODE
                   SET LOAD-FAILED TO TRUE
               END-IF
           ELSE
               IF WS-PROBE-COUNT >= WS-PROBE-MAX
                   DISPLAY "More than " WS-PROBE-MAX
                       " accepted guesses - no coaching report"
                   SET END-OF-LOAD TO TRUE
                   SET LOAD-FAILED TO TRUE
               ELSE
                   ADD 1 TO WS-PROBE-COUNT
                   MOVE HV-WORD TO WS-PROBE-WORD(WS-PROBE-COUNT)
                   MOVE HV-ADDED-VERSION
                       TO WS-PROBE-ADDED(WS-PROBE-COUNT)
                   MOVE HV-RETIRED-VERSION
                       TO WS-PROBE-RETIRED(WS-PROBE-COUNT)
               END-IF
           END-IF
           .

       S038-LOAD-SPANS.
           MOVE "N" TO END-OF-LOAD-SW
           MOVE ZERO TO WS-SPAN-COUNT
           MOVE 1 TO WS-SPAN-DICT-I
           MOVE 1 TO WS-SPAN-PROBE-I
           EXEC SQL
              OPEN SPANCURS
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "Cannot read COBOL.WORDLY_SPANS, SQLCODE: "
                   SQLCODE
               SET LOAD-FAILED TO TRUE
           ELSE
               PERFORM S039-FETCH-SPAN UNTIL END-OF-LOAD
               EXEC SQL
                  CLOSE SPANCURS
               END-EXEC
               DISPLAY "Earlier spans loaded: " WS-SPAN-COUNT
           END-IF
           .

       S039-FETCH-SPAN.
           EXEC SQL
              FETCH SPANCURS
                INTO :HV-TABLE-ID, :HV-WORD, :HV-ADDED-VERSION,
                     :HV-RETIRED-VERSION
           END-EXEC
           IF SQLCODE NOT = 0
               SET END-OF-LOAD TO TRUE
               IF FUNCTION INTEGER-PART(SQLCODE) NOT = 100
                   DISPLAY "Span fetch failed, SQLCODE: " SQLCODE
                   SET LOAD-FAILED TO TRUE
               END-IF
           ELSE
               MOVE "N" TO SLOT-FOUND-SW
               IF HV-TABLE-ID = "A"
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
                   MOVE "N" TO SLOT-FOUND-SW
                   IF WS-SPAN-DICT-I NOT > WS-DICT-COUNT
                       IF WS-DICT-WORD(WS-SPAN-DICT-I) = HV-WORD
                           SET SLOT-FOUND TO TRUE
                       END-IF
                   END-IF
               ELSE
                   PERFORM UNTIL SLOT-FOUND
                       IF WS-SPAN-PROBE-I > WS-PROBE-COUNT
                           SET SLOT-FOUND TO TRUE
                       ELSE
                           IF WS-PROBE-WORD(WS-SPAN-PROBE-I)
                               >= HV-WORD
                               SET SLOT-FOUND TO TRUE
                           ELSE
                               ADD 1 TO WS-SPAN-PROBE-I
                           END-IF
                       END-IF
                   END-PERFORM
                   MOVE "N" TO SLOT-FOUND-SW
                   IF WS-SPAN-PROBE-I NOT > WS-PROBE-COUNT
                       IF WS-PROBE-WORD(WS-SPAN-PROBE-I) = HV-WORD
                           SET SLOT-FOUND TO TRUE
                       END-IF
                   END-IF
               END-IF
      *        A span whose word has no row left is of no use to
      *        any game - skip it.
               EVALUATE TRUE
                   WHEN NOT SLOT-FOUND
                       CONTINUE
                   WHEN WS-SPAN-COUNT >= WS-SPAN-MAX
                       DISPLAY "More than " WS-SPAN-MAX
                           " earlier spans - no coaching report"
                       SET END-OF-LOAD TO TRUE
                       SET LOAD-FAILED TO TRUE
                   WHEN OTHER
                       ADD 1 TO WS-SPAN-COUNT
                       MOVE HV-TABLE-ID
                           TO WS-SPAN-TABLE-ID(WS-SPAN-COUNT)
                       IF HV-TABLE-ID = "A"
                           MOVE WS-SPAN-DICT-I
                               TO WS-SPAN-SLOT(WS-SPAN-COUNT)
                       ELSE
                           MOVE WS-SPAN-PROBE-I
                               TO WS-SPAN-SLOT(WS-SPAN-COUNT)
                       END-IF
                       MOVE HV-ADDED-VERSION
                           TO WS-SPAN-ADDED(WS-SPAN-COUNT)
                       MOVE HV-RETIRED-VERSION
                           TO WS-SPAN-RETIRED(WS-SPAN-COUNT)
               END-EVALUATE
           END-IF
           .

       S040-OPEN-SCAN.
           EXEC SQL
              OPEN COACHCURS
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "Cannot read COBOL.WORDLY_SESSIONS, "
                   "SQLCODE: " SQLCODE
           ELSE
               SET SCAN-CURSOR-OPEN TO TRUE
           END-IF
           .

       S050-GRADE-GAME.
           EXEC SQL
              FETCH COACHCURS
                INTO :HV-GAME-DATE, :HV-PLAYER-ID,
                     :HV-GUESS1, :HV-TILES1, :HV-GUESS2, :HV-TILES2,
                     :HV-GUESS3, :HV-TILES3, :HV-GUESS4, :HV-TILES4,
                     :HV-GUESS5, :HV-TILES5, :HV-GUESS6, :HV-TILES6,
                     :HV-GUESSES-USED, :HV-ANSWER, :HV-SOLVED
           END-EXEC
           IF SQLCODE NOT = 0
               SET END-OF-SESSIONS TO TRUE
      *        SQLCODE 100 is the normal end of the range; anything
      *        else cut the scan short and the report is partial.
               IF FUNCTION INTEGER-PART(SQLCODE) NOT = 100
                   DISPLAY "Session fetch failed, SQLCODE: "
                       SQLCODE " - coaching report incomplete"
                   SET SCAN-FAILED TO TRUE
               END-IF
           ELSE
               ADD 1 TO WS-GAME-COUNT
               PERFORM S052-FIND-PLAYER
               PERFORM S054-START-POOL
               PERFORM S056-WRITE-GAME-HEADING
               MOVE "N" TO POOL-BROKEN-SW
               PERFORM VARYING WS-GUESS-I FROM 1 BY 1
                   UNTIL WS-GUESS-I > HV-GUESSES-USED
                   OR WS-GUESS-I > 6
                   OR POOL-BROKEN
                   PERFORM S060-GRADE-GUESS
               END-PERFORM
               MOVE SPACES TO WS-RPT-LINE
               PERFORM S090-WRITE-LINE
           END-IF
           .

       S052-FIND-PLAYER.
      *    Slot for this player, opened on first sight. Past the
      *    table the game is still graded but not summarised.
           MOVE ZERO TO WS-PLY-SLOT
           PERFORM VARYING WS-PLY-I FROM 1 BY 1
               UNTIL WS-PLY-I > WS-PLAYER-NR
               IF WS-PLY-ID(WS-PLY-I) = HV-PLAYER-ID
                   MOVE WS-PLY-I TO WS-PLY-SLOT
               END-IF
           END-PERFORM
           IF WS-PLY-SLOT = 0
               IF WS-PLAYER-NR < 20
                   ADD 1 TO WS-PLAYER-NR
                   MOVE WS-PLAYER-NR TO WS-PLY-SLOT
                   MOVE HV-PLAYER-ID TO WS-PLY-ID(WS-PLY-SLOT)
               ELSE
                   ADD 1 TO WS-PLY-OVERFLOW
               END-IF
           END-IF
           IF WS-PLY-SLOT > 0
               ADD 1 TO WS-PLY-GAMES(WS-PLY-SLOT)
               IF HV-SOLVED = "Y"
                   ADD 1 TO WS-PLY-SOLVED(WS-PLY-SLOT)
                   ADD HV-GUESSES-USED
                       TO WS-PLY-GUESS-TOTAL(WS-PLY-SLOT)
               END-IF
           END-IF
           .

       S053-VERSION-ON-DATE.
      *    The last version that took effect on or before the game
      *    date. ISO dates compare correctly as text.
           MOVE ZERO TO WS-GAME-VERSION
           PERFORM VARYING WS-VER-I FROM 1 BY 1
               UNTIL WS-VER-I > WS-VERSION-COUNT
               IF WS-VER-EFFECTIVE(WS-VER-I) <= HV-GAME-DATE
                   MOVE WS-VER-NO(WS-VER-I) TO WS-GAME-VERSION
               END-IF
           END-PERFORM
           .

       S054-START-POOL.
      *    The pool the player faced at guess 1: every answer in
      *    force in the version on the game date and not already
      *    played before that date; and the probes on the accepted
      *    list that day. ISO dates compare correctly as text.
           PERFORM S053-VERSION-ON-DATE
           MOVE ZERO TO WS-POOL-COUNT
           PERFORM VARYING WS-POOL-I FROM 1 BY 1
               UNTIL WS-POOL-I > WS-DICT-COUNT
               MOVE "N" TO WS-POOL-LIVE(WS-POOL-I)
               IF WS-DICT-ADDED(WS-POOL-I) <= WS-GAME-VERSION
                   AND (WS-DICT-RETIRED(WS-POOL-I) = 0
                   OR WS-DICT-RETIRED(WS-POOL-I) > WS-GAME-VERSION)
                   MOVE "Y" TO WS-POOL-LIVE(WS-POOL-I)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-PROBE-I FROM 1 BY 1
               UNTIL WS-PROBE-I > WS-PROBE-COUNT
               MOVE "N" TO WS-PROBE-LIVE(WS-PROBE-I)
               IF WS-PROBE-ADDED(WS-PROBE-I) <= WS-GAME-VERSION
                   AND (WS-PROBE-RETIRED(WS-PROBE-I) = 0
                   OR WS-PROBE-RETIRED(WS-PROBE-I) > WS-GAME-VERSION)
                   MOVE "Y" TO WS-PROBE-LIVE(WS-PROBE-I)
               END-IF
           END-PERFORM
      *    A reinstated word may have been on the list then under
      *    one of its earlier spans instead.
           PERFORM VARYING WS-SPAN-I FROM 1 BY 1
               UNTIL WS-SPAN-I > WS-SPAN-COUNT
               IF WS-SPAN-ADDED(WS-SPAN-I) <= WS-GAME-VERSION
                   AND WS-SPAN-RETIRED(WS-SPAN-I) > WS-GAME-VERSION
                   IF WS-SPAN-TABLE-ID(WS-SPAN-I) = "A"
                       MOVE "Y" TO WS-POOL-LIVE(WS-SPAN-SLOT(WS-SPAN-I))
                   ELSE
                       MOVE "Y"
                           TO WS-PROBE-LIVE(WS-SPAN-SLOT(WS-SPAN-I))
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-POOL-I FROM 1 BY 1
               UNTIL WS-POOL-I > WS-DICT-COUNT
               IF WS-POOL-LIVE(WS-POOL-I) = "Y"
                   IF WS-DICT-PLAYED(WS-POOL-I) = SPACES
                       OR WS-DICT-PLAYED(WS-POOL-I) NOT < HV-GAME-DATE
                       ADD 1 TO WS-POOL-COUNT
                   ELSE
                       MOVE "N" TO WS-POOL-LIVE(WS-POOL-I)
                   END-IF
               END-IF
           END-PERFORM
           .

       S056-WRITE-GAME-HEADING.
           MOVE SPACES TO WS-RPT-LINE
           STRING HV-GAME-DATE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               HV-PLAYER-ID DELIMITED BY SIZE
               "  ANSWER " DELIMITED BY SIZE
               HV-ANSWER DELIMITED BY SIZE
               "  SOLVED " DELIMITED BY SIZE
               HV-SOLVED DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM S090-WRITE-LINE
           MOVE WS-GUESS-HEADING TO WS-RPT-LINE
           PERFORM S090-WRITE-LINE
           .

       S060-GRADE-GUESS.
      *    One saved guess against the pool as it stood before it.
      *    With a single candidate left the guess was forced and is
      *    not graded; otherwise the guess and the best probe are
      *    both scored over the same pool. The stored tiles then
      *    cut the pool to what the guess actually left.
           MOVE WS-POOL-COUNT TO WS-POOL-BEFORE
           MOVE HV-GUESS(WS-GUESS-I) TO WS-SIM-GUESS
           IF WS-POOL-BEFORE > 1
               PERFORM S070-SCORE-PROBE
               MOVE WS-PROBE-SCORE TO WS-GUESS-SCORE
               IF WS-GUESS-I = 1
                   PERFORM S066-BEST-OPENER
               ELSE
                   PERFORM S064-FIND-BEST-PROBE
               END-IF
      *        A saved guess off the accepted list can beat every
      *        probe on it - it is then the best probe itself.
               IF WS-GUESS-SCORE NOT > WS-BEST-SCORE
                   MOVE HV-GUESS(WS-GUESS-I) TO WS-BEST-WORD
                   MOVE WS-GUESS-SCORE TO WS-BEST-SCORE
               END-IF
               COMPUTE WS-GUESS-EXPECT ROUNDED =
                   WS-GUESS-SCORE / WS-POOL-BEFORE
               COMPUTE WS-BEST-EXPECT ROUNDED =
                   WS-BEST-SCORE / WS-POOL-BEFORE
               COMPUTE WS-SKILL-PCT ROUNDED =
                   WS-BEST-SCORE * 100 / WS-GUESS-SCORE
           END-IF
           MOVE HV-TILES(WS-GUESS-I) TO WS-GAME-COLORS
           INSPECT WS-GAME-COLORS CONVERTING "gyb" TO "GYB"
           PERFORM S075-FILTER-POOL
           IF WS-POOL-COUNT = 0
               SET POOL-BROKEN TO TRUE
           END-IF
           PERFORM S062-WRITE-GUESS-LINE
           .

       S062-WRITE-GUESS-LINE.
           MOVE WS-GUESS-I TO GD-GUESS-NR
           MOVE HV-GUESS(WS-GUESS-I) TO GD-GUESS
           MOVE WS-POOL-BEFORE TO GD-POOL
           MOVE WS-POOL-COUNT TO GD-LEFT
           IF POOL-BROKEN
      *        No dictionary word fits the tiles saved so far - the
      *        row has bad tiles (see WORDVRFY) or a non-dictionary
      *        answer, and the rest of the game cannot be graded.
               MOVE SPACES TO WS-RPT-LINE
               STRING "   " DELIMITED BY SIZE
                   WS-GUESS-I DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   HV-GUESS(WS-GUESS-I) DELIMITED BY SIZE
                   "  NO CANDIDATE FITS THE SAVED TILES - "
                       DELIMITED BY SIZE
                   "GRADING STOPPED" DELIMITED BY SIZE
                   INTO WS-RPT-LINE
           ELSE
               IF WS-POOL-BEFORE > 1
                   MOVE WS-GUESS-EXPECT TO GD-GUESS-EXPECT
                   MOVE WS-BEST-WORD TO GD-BEST-WORD
                   MOVE WS-BEST-EXPECT TO GD-BEST-EXPECT
                   MOVE WS-SKILL-PCT TO GD-SKILL
                   MOVE "%" TO GD-SKILL-SIGN
                   EVALUATE TRUE
                       WHEN WS-POOL-COUNT < WS-GUESS-EXPECT
                           MOVE "LUCKY" TO GD-LUCK
                       WHEN WS-POOL-COUNT > WS-GUESS-EXPECT
                           MOVE "UNLUCKY" TO GD-LUCK
                       WHEN OTHER
                           MOVE "EVEN" TO GD-LUCK
                   END-EVALUATE
                   PERFORM S068-TALLY-GUESS
                   MOVE WS-GUESS-DETAIL TO WS-RPT-LINE
               ELSE
                   MOVE SPACES TO WS-RPT-LINE
                   STRING WS-GUESS-DETAIL(1:20) DELIMITED BY SIZE
                       "  ONLY CANDIDATE LEFT - NOT GRADED"
                           DELIMITED BY SIZE
                       INTO WS-RPT-LINE
               END-IF
           END-IF
           PERFORM S090-WRITE-LINE
           .

       S064-FIND-BEST-PROBE.
      *    The WORDADVIS rule over the whole accepted-guess table:
      *    the probe whose tiles split the pool most evenly.
           MOVE SPACES TO WS-BEST-WORD
           MOVE ZERO TO WS-BEST-SCORE
           PERFORM VARYING WS-PROBE-I FROM 1 BY 1
               UNTIL WS-PROBE-I > WS-PROBE-COUNT
               IF WS-PROBE-LIVE(WS-PROBE-I) = "Y"
                   MOVE WS-PROBE-WORD(WS-PROBE-I) TO WS-SIM-GUESS
                   PERFORM S070-SCORE-PROBE
                   IF WS-BEST-WORD = SPACES
                       OR WS-PROBE-SCORE < WS-BEST-SCORE
                       MOVE WS-SIM-GUESS TO WS-BEST-WORD
                       MOVE WS-PROBE-SCORE TO WS-BEST-SCORE
                   END-IF
               END-IF
           END-PERFORM
           .

       S066-BEST-OPENER.
      *    The guess-1 pool only changes by the answers played
      *    inside the date range, so the full probe search runs on
      *    the first game's pool alone - again only when a game
      *    falls under another dictionary version; otherwise the
      *    probe it found is re-scored against each game's own
      *    pool.
           IF WS-OPEN-BEST-WORD = SPACES
               OR WS-OPEN-VERSION NOT = WS-GAME-VERSION
               PERFORM S064-FIND-BEST-PROBE
               MOVE WS-BEST-WORD TO WS-OPEN-BEST-WORD
               MOVE WS-GAME-VERSION TO WS-OPEN-VERSION
               DISPLAY "Best opening probe: " WS-OPEN-BEST-WORD
           ELSE
               MOVE WS-OPEN-BEST-WORD TO WS-SIM-GUESS
               PERFORM S070-SCORE-PROBE
               MOVE WS-OPEN-BEST-WORD TO WS-BEST-WORD
               MOVE WS-PROBE-SCORE TO WS-BEST-SCORE
           END-IF
           .

       S068-TALLY-GUESS.
           ADD 1 TO WS-GRADED-COUNT
           IF WS-PLY-SLOT > 0
               ADD 1 TO WS-PLY-GRADED(WS-PLY-SLOT)
               IF WS-SKILL-PCT = 100
                   ADD 1 TO WS-PLY-AT-BEST(WS-PLY-SLOT)
               END-IF
               ADD WS-SKILL-PCT TO WS-PLY-SKILL-TOTAL(WS-PLY-SLOT)
               ADD WS-GUESS-EXPECT
                   TO WS-PLY-EXPECT-TOTAL(WS-PLY-SLOT)
               ADD WS-POOL-COUNT TO WS-PLY-LEFT-TOTAL(WS-PLY-SLOT)
           END-IF
           .

       S070-SCORE-PROBE.
      *    Square-sum of the bucket sizes WS-SIM-GUESS splits the
      *    live pool into - D030/D040 of WORDADVIS.
           MOVE ZEROS TO WS-BUCKET-TABLE
           MOVE ZERO TO WS-PROBE-SCORE
           PERFORM VARYING WS-POOL-I FROM 1 BY 1
               UNTIL WS-POOL-I > WS-DICT-COUNT
               IF WS-POOL-LIVE(WS-POOL-I) = "Y"
                   MOVE WS-DICT-WORD(WS-POOL-I) TO WS-SIM-TARGET
                   PERFORM S078-SCORE-TILES
                   ADD 1 TO WS-BUCKET(WS-BUCKET-NR)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-BUCKET-NR FROM 1 BY 1
               UNTIL WS-BUCKET-NR > 243
               COMPUTE WS-PROBE-SCORE = WS-PROBE-SCORE
                   + WS-BUCKET(WS-BUCKET-NR)
                   * WS-BUCKET(WS-BUCKET-NR)
           END-PERFORM
           .

       S075-FILTER-POOL.
      *    Keep only the pool words that would have produced the
      *    saved tiles for the saved guess.
           MOVE HV-GUESS(WS-GUESS-I) TO WS-SIM-GUESS
           PERFORM VARYING WS-POOL-I FROM 1 BY 1
               UNTIL WS-POOL-I > WS-DICT-COUNT
               IF WS-POOL-LIVE(WS-POOL-I) = "Y"
                   MOVE WS-DICT-WORD(WS-POOL-I) TO WS-SIM-TARGET
                   PERFORM S078-SCORE-TILES
                   IF WS-SIM-COLORS NOT = WS-GAME-COLORS
                       MOVE "N" TO WS-POOL-LIVE(WS-POOL-I)
                       SUBTRACT 1 FROM WS-POOL-COUNT
                   END-IF
               END-IF
           END-PERFORM
           .

       S078-SCORE-TILES.
      *    Tiles for WS-SIM-GUESS against WS-SIM-TARGET, by the
      *    two-pass rule of D040-BUCKET-CANDIDATE: greens consume
      *    their target letter first, then yellows take from the
      *    letters greens left over, left to right, so a repeated
      *    guess letter only goes yellow as often as the target
      *    actually holds it. Also leaves the bucket number 1-243
      *    behind for the probe scorer.
           MOVE WS-SIM-TARGET TO WS-CAND-WORK
           MOVE ZEROS TO WS-TRIT-TABLE
           PERFORM VARYING WS-POS-I FROM 1 BY 1 UNTIL WS-POS-I > 5
               IF WS-SIM-GUESS(WS-POS-I:1)
                   = WS-CAND-CHAR(WS-POS-I)
                   MOVE 2 TO WS-TRIT(WS-POS-I)
                   MOVE SPACE TO WS-CAND-CHAR(WS-POS-I)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-POS-I FROM 1 BY 1 UNTIL WS-POS-I > 5
               IF WS-TRIT(WS-POS-I) NOT = 2
                   PERFORM VARYING WS-POS-J FROM 1 BY 1
                       UNTIL WS-POS-J > 5
                       IF WS-SIM-GUESS(WS-POS-I:1)
                           = WS-CAND-CHAR(WS-POS-J)
                           MOVE 1 TO WS-TRIT(WS-POS-I)
                           MOVE SPACE TO WS-CAND-CHAR(WS-POS-J)
                           MOVE 5 TO WS-POS-J
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-SIM-COLORS
           PERFORM VARYING WS-POS-I FROM 1 BY 1 UNTIL WS-POS-I > 5
               EVALUATE WS-TRIT(WS-POS-I)
                   WHEN 2
                       MOVE "G" TO WS-SIM-COLORS(WS-POS-I:1)
                   WHEN 1
                       MOVE "Y" TO WS-SIM-COLORS(WS-POS-I:1)
                   WHEN OTHER
                       MOVE "B" TO WS-SIM-COLORS(WS-POS-I:1)
               END-EVALUATE
           END-PERFORM
           COMPUTE WS-BUCKET-NR = ((( WS-TRIT(1) * 3
               + WS-TRIT(2) ) * 3 + WS-TRIT(3) ) * 3
               + WS-TRIT(4) ) * 3 + WS-TRIT(5) + 1
           .

       S080-WRITE-SUMMARY.
           MOVE SPACES TO WS-RPT-LINE
           STRING "PLAYER SUMMARY - GAMES: " DELIMITED BY SIZE
               WS-GAME-COUNT DELIMITED BY SIZE
               "  GUESSES GRADED: " DELIMITED BY SIZE
               WS-GRADED-COUNT DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM S090-WRITE-LINE
           MOVE WS-PLAYER-HEADING TO WS-RPT-LINE
           PERFORM S090-WRITE-LINE
           PERFORM VARYING WS-PLY-I FROM 1 BY 1
               UNTIL WS-PLY-I > WS-PLAYER-NR
               PERFORM S082-WRITE-PLAYER
           END-PERFORM
           IF WS-PLY-OVERFLOW > 0
               MOVE SPACES TO WS-RPT-LINE
               STRING "GAMES NOT SUMMARISED (PLAYER TABLE FULL): "
                   DELIMITED BY SIZE
                   WS-PLY-OVERFLOW DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               PERFORM S090-WRITE-LINE
           END-IF
           .

       S082-WRITE-PLAYER.
      *    Luck compares the candidates the player's guesses were
      *    expected to leave with the number actually left: fewer
      *    left than expected means the tiles fell kindly.
           MOVE ZERO TO WS-AVG-GUESSES WS-AVG-EXPECT WS-AVG-LEFT
           MOVE ZERO TO PD-SKILL
           MOVE SPACES TO PD-LUCK
           IF WS-PLY-SOLVED(WS-PLY-I) > 0
               COMPUTE WS-AVG-GUESSES ROUNDED =
                   WS-PLY-GUESS-TOTAL(WS-PLY-I)
                   / WS-PLY-SOLVED(WS-PLY-I)
           END-IF
           IF WS-PLY-GRADED(WS-PLY-I) > 0
               COMPUTE PD-SKILL ROUNDED =
                   WS-PLY-SKILL-TOTAL(WS-PLY-I)
                   / WS-PLY-GRADED(WS-PLY-I)
               COMPUTE WS-AVG-EXPECT ROUNDED =
                   WS-PLY-EXPECT-TOTAL(WS-PLY-I)
                   / WS-PLY-GRADED(WS-PLY-I)
               COMPUTE WS-AVG-LEFT ROUNDED =
                   WS-PLY-LEFT-TOTAL(WS-PLY-I)
                   / WS-PLY-GRADED(WS-PLY-I)
               EVALUATE TRUE
                   WHEN WS-AVG-LEFT < WS-AVG-EXPECT
                       MOVE "LUCKY" TO PD-LUCK
                   WHEN WS-AVG-LEFT > WS-AVG-EXPECT
                       MOVE "UNLUCKY" TO PD-LUCK
                   WHEN OTHER
                       MOVE "EVEN" TO PD-LUCK
               END-EVALUATE
           END-IF
           MOVE WS-PLY-ID(WS-PLY-I) TO PD-PLAYER-ID
           MOVE WS-PLY-GAMES(WS-PLY-I) TO PD-GAMES
           MOVE WS-PLY-SOLVED(WS-PLY-I) TO PD-SOLVED
           MOVE WS-AVG-GUESSES TO PD-AVG-GUESSES
           MOVE WS-PLY-GRADED(WS-PLY-I) TO PD-GRADED
           MOVE WS-PLY-AT-BEST(WS-PLY-I) TO PD-AT-BEST
           MOVE WS-AVG-EXPECT TO PD-AVG-EXPECT
           MOVE WS-AVG-LEFT TO PD-AVG-LEFT
           MOVE WS-PLAYER-DETAIL TO WS-RPT-LINE
           PERFORM S090-WRITE-LINE
           .

       S090-WRITE-LINE.
           IF RPTFIL-OK
               MOVE WS-RPT-LINE TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF
           DISPLAY WS-RPT-LINE
           .

       S999-EXIT.
           IF SCAN-CURSOR-OPEN
               EXEC SQL
                  CLOSE COACHCURS
               END-EXEC
           END-IF
           IF RPTFIL-OK
               CLOSE RPTFIL
           END-IF
           .
       END PROGRAM WORDCOACH.
