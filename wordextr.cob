      ******************************************************************
      * Author: Tom Zuurbier
      * Date: 2026
      * Purpose: Delimited extract for the stats team. The game data
      *          is spread over COBOL.WORDLY_SESSIONS, the fixed
      *          -column WORDTRC efficiency trace and the WORDAUDIT
      *          search log; this job writes all three as comma
      *          -separated files with a header row, over a date
      *          range and optionally for one player, ready to open
      *          in a spreadsheet:
      *            EXTGAME  - one row per saved game: date, player,
      *                       guesses used, solved, answer, the six
      *                       guess/tile pairs, the trace game id
      *                       it was matched to and the practice
      *                       flag.
      *            EXTGUESS - one row per guess: the session guess
      *                       joined to the WORDTRC "G" record of
      *                       the same guess number (pool before,
      *                       pool after, eliminated).
      *            EXTSRCH  - one row per WORDAUDIT search.
      *          Each file ends with a TRAILER row carrying the data
      *          row count and a control total, so the receiving
      *          side can prove nothing was dropped.
      *          A trace game is matched to a session row the way
      *          WORDL writes them: the "T" summary carries the
      *          player, and the game id date is the game day. A
      *          trace game with no session row, or a session row
      *          with no trace, is still extracted (match status
      *          NO SESSION / NO TRACE on EXTGUESS) and listed on
      *          the control report - never silently skipped.
      *          Practice games (WORDPLAY) write no trace; their
      *          guesses carry match status PRACTICE and are not
      *          counted as unmatched.
      *          The search log carries no player id, so EXTSRCH
      *          covers every search in the date range even when
      *          one player is selected.
      * Input:   SYSIN/terminal - from date and to date
      *          (YYYY-MM-DD, blank = no limit) and a player id
      *          (blank = every player).
      *          COBOL.WORDLY_SESSIONS, WORDTRC, WORDAUDIT.
      * Output:  EXTGAME, EXTGUESS, EXTSRCH - the extract files.
      *          EXTRPT - control report: rows written per file,
      *          control totals and the unmatched games.
      * Return codes: 0 extract complete and every game matched,
      *          4 extract complete with unmatched games on EXTRPT,
      *          8 no DB2 connection, an output file would not
      *          open, the session scan failed or a table filled
      *          (no usable extract - narrow the range and rerun).
      * Tectonics: cob2
      * Compiler: IBM Cobol for Linux 1.2.0
      * How to compile:
      * 1. cob2 -I$HOME/sqllib/include/cobol_a -L$HOME/sqllib/lib32
      *        -ldb2 wordextr.cob -qsql -q32 -qNODYNAM -c
      * 2. cob2 wordextr.o wordcred.o -q32
      *        -I$HOME/sqllib/include/cobol_a -L$HOME/sqllib/lib32
      *        -ldb2 -o wordextr
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. WORDEXTR.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TRCFIL ASSIGN TO "WORDTRC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRCFIL-STATUS.
           SELECT OPTIONAL AUDITFIL ASSIGN TO "WORDAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITFIL-STATUS.
           SELECT GAMEFIL ASSIGN TO "EXTGAME"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GAMEFIL-STATUS.
           SELECT GUESFIL ASSIGN TO "EXTGUESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GUESFIL-STATUS.
           SELECT SRCHFIL ASSIGN TO "EXTSRCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRCHFIL-STATUS.
           SELECT RPTFIL ASSIGN TO "EXTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPTFIL-STATUS.

      *-------------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
      *    WORDTRC as WORDL writes it - a "G" record per tile-mode
      *    guess and a "T" record per saved game.
       FD  TRCFIL
           LABEL RECORDS ARE STANDARD.
       01  TRC-RECORD.
           05  TRC-GAME-ID         PIC X(14).
           05  FILLER              PIC X(1).
           05  TRC-TYPE            PIC X(1).
               88  TRC-GUESS-REC           VALUE "G".
               88  TRC-GAME-REC            VALUE "T".
           05  FILLER              PIC X(44).
       01  TRC-DETAIL-RECORD.
           05  FILLER              PIC X(17).
           05  TRC-GUESS-NR        PIC 9(1).
           05  FILLER              PIC X(1).
           05  TRC-POOL-BEFORE     PIC 9(4).
           05  FILLER              PIC X(1).
           05  TRC-POOL-AFTER      PIC 9(4).
           05  FILLER              PIC X(1).
           05  TRC-ELIMINATED      PIC 9(4).
           05  FILLER              PIC X(27).
       01  TRC-SUMMARY-RECORD.
           05  FILLER              PIC X(17).
           05  TRC-PLAYER-ID       PIC X(8).
           05  FILLER              PIC X(1).
           05  TRC-GUESSES         PIC 9(1).
           05  FILLER              PIC X(1).
           05  TRC-SOLVED          PIC X(1).
           05  FILLER              PIC X(1).
           05  TRC-FINAL-POOL      PIC 9(4).
           05  FILLER              PIC X(26).

       FD  AUDITFIL
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-RECORD.
           05  AU-TIMESTAMP        PIC X(26).
           05  FILLER              PIC X(1).
           05  AU-PATTERN          PIC X(5).
           05  FILLER              PIC X(1).
           05  AU-HITCOUNT         PIC 9(4).

       FD  GAMEFIL
           LABEL RECORDS ARE STANDARD.
       01  GAME-RECORD             PIC X(160).

       FD  GUESFIL
           LABEL RECORDS ARE STANDARD.
       01  GUES-RECORD             PIC X(100).

       FD  SRCHFIL
           LABEL RECORDS ARE STANDARD.
       01  SRCH-RECORD             PIC X(80).

       FD  RPTFIL
           LABEL RECORDS ARE STANDARD.
       01  RPT-RECORD              PIC X(80).

       WORKING-STORAGE SECTION.
      *-----------------------
      *    Status 05 is a successful open of an OPTIONAL file that
      *    is not there - no trace or no log extracts as empty.
       01  WS-TRCFIL-STATUS        PIC X(2) VALUE "00".
           88  TRCFIL-OK                   VALUES "00" "05".
           88  TRCFIL-EOF                  VALUE "10".
       01  WS-AUDITFIL-STATUS      PIC X(2) VALUE "00".
           88  AUDITFIL-OK                 VALUES "00" "05".
           88  AUDITFIL-EOF                VALUE "10".
       01  WS-GAMEFIL-STATUS       PIC X(2) VALUE "00".
           88  GAMEFIL-OK                  VALUE "00".
       01  WS-GUESFIL-STATUS       PIC X(2) VALUE "00".
           88  GUESFIL-OK                  VALUE "00".
       01  WS-SRCHFIL-STATUS       PIC X(2) VALUE "00".
           88  SRCHFIL-OK                  VALUE "00".
       01  WS-RPTFIL-STATUS        PIC X(2) VALUE "00".
           88  RPTFIL-OK                   VALUE "00".
       01  WS-FROM-DATE            PIC X(10) VALUE SPACES.
       01  WS-TO-DATE              PIC X(10) VALUE SPACES.
       01  WS-PLAYER-SEL           PIC X(8) VALUE SPACES.
      *    The range again as YYYYMMDD, for the trace game ids and
      *    the audit timestamps.
       01  WS-FROM-YMD             PIC X(8) VALUE SPACES.
       01  WS-TO-YMD               PIC X(8) VALUE SPACES.
       01  WS-RPT-TIMESTAMP        PIC X(26) VALUE SPACES.
       01  WS-RPT-LINE             PIC X(80) VALUE SPACES.
       01  WS-OUT-LINE             PIC X(160) VALUE SPACES.
       01  WS-OUT-PTR              PIC 9(3) VALUE 1.
      *-----------------------------------------------------------*
      * The saved games in the range, held so each trace game can
      * be matched against them. 5000 rows is over two years of
      * the whole office - a range that overflows is refused
      * rather than extracted short.
      *-----------------------------------------------------------*
       01  WS-SESS-TABLE.
           05  WS-SESS-ENTRY       OCCURS 5000.
               10  WS-SS-DATE      PIC X(10).
               10  WS-SS-YMD       PIC X(8).
               10  WS-SS-PLAYER    PIC X(8).
               10  WS-SS-PAIR      OCCURS 6.
                   15  WS-SS-GUESS PIC X(5).
                   15  WS-SS-TILES PIC X(5).
               10  WS-SS-USED      PIC 9(1).
               10  WS-SS-ANSWER    PIC X(5).
               10  WS-SS-SOLVED    PIC X(1).
               10  WS-SS-TRACE     PIC 9(4).
               10  WS-SS-PRACTICE  PIC X(1).
       01  WS-SESS-COUNT           PIC 9(4) VALUE ZERO.
       01  WS-SESS-I               PIC 9(4) VALUE ZERO.
       01  WS-SESS-SLOT            PIC 9(4) VALUE ZERO.
      *-----------------------------------------------------------*
      * The trace games in the range - the "G" figures by guess
      * number and the "T" summary, if the game was saved.
      *-----------------------------------------------------------*
       01  WS-TRACE-TABLE.
           05  WS-TRACE-ENTRY      OCCURS 5000.
               10  WS-TR-GAME-ID   PIC X(14).
               10  WS-TR-PLAYER    PIC X(8).
               10  WS-TR-GUESSES   PIC 9(1).
               10  WS-TR-SOLVED    PIC X(1).
               10  WS-TR-HAS-SUMMARY PIC X(1).
               10  WS-TR-SESSION   PIC 9(4).
               10  WS-TR-FIGURES   OCCURS 6.
                   15  WS-TR-SEEN      PIC X(1).
                   15  WS-TR-BEFORE    PIC 9(4).
                   15  WS-TR-AFTER     PIC 9(4).
                   15  WS-TR-ELIM      PIC 9(4).
       01  WS-TRACE-COUNT          PIC 9(4) VALUE ZERO.
       01  WS-TRACE-I              PIC 9(4) VALUE ZERO.
       01  WS-TRACE-SLOT           PIC 9(4) VALUE ZERO.
       01  WS-GUESS-I              PIC 9(1) VALUE ZERO.
       01  WS-MATCH-STATUS         PIC X(10) VALUE SPACES.
      *-----------------------------------------------------------*
      * Control totals.
      *-----------------------------------------------------------*
       01  WS-TRC-READ             PIC 9(7) VALUE ZERO.
       01  WS-TRC-BAD              PIC 9(7) VALUE ZERO.
       01  WS-AUDIT-READ           PIC 9(7) VALUE ZERO.
       01  WS-GAME-ROWS            PIC 9(7) VALUE ZERO.
       01  WS-GAME-GUESS-TOTAL     PIC 9(9) VALUE ZERO.
       01  WS-GUESS-ROWS           PIC 9(7) VALUE ZERO.
       01  WS-GUESS-ELIM-TOTAL     PIC 9(9) VALUE ZERO.
       01  WS-SRCH-ROWS            PIC 9(7) VALUE ZERO.
       01  WS-SRCH-HIT-TOTAL       PIC 9(9) VALUE ZERO.
       01  WS-NO-TRACE-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-NO-SESSION-COUNT     PIC 9(5) VALUE ZERO.
       01  SWITCHES.
           05  END-OF-SESSIONS-SW  PIC X   VALUE 'N'.
                   88 END-OF-SESSIONS      VALUE 'Y'.
           05  SCAN-CURSOR-SW      PIC X   VALUE 'N'.
                   88 SCAN-CURSOR-OPEN     VALUE 'Y'.
           05  EXTRACT-FAILED-SW   PIC X   VALUE 'N'.
                   88 EXTRACT-FAILED       VALUE 'Y'.
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
       01  HV-PRACTICE             PIC X(1).
      *-----------------------------------------------------------
      *SUPPORTING DATA STRUCTURES FOR DB2 ACCESS
      *-----------------------------------------------------------
           EXEC SQL
            INCLUDE SQLCA
           END-EXEC.
      *    A blank player id matches anyone, as in WORDSESS.
           EXEC SQL
            DECLARE EXTRCURS CURSOR FOR
               SELECT CHAR(GAME_DATE, ISO), PLAYER_ID,
                      GUESS1, TILES1, GUESS2, TILES2,
                      GUESS3, TILES3, GUESS4, TILES4,
                      GUESS5, TILES5, GUESS6, TILES6,
                      GUESSES_USED, ANSWER, SOLVED, PRACTICE
               FROM COBOL.WORDLY_SESSIONS
               WHERE GAME_DATE BETWEEN :HV-FROM-DATE AND :HV-TO-DATE
                 AND (:HV-PLAYER-ID = '        '
                      OR PLAYER_ID = :HV-PLAYER-ID)
               ORDER BY GAME_DATE, PLAYER_ID
           END-EXEC.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           PERFORM U010-INIT
           IF NOT EXTRACT-FAILED
               PERFORM U020-CONNECTDB
               IF CONNECT-SUCCESSFUL
                   PERFORM U030-LOAD-SESSIONS
               ELSE
                   SET EXTRACT-FAILED TO TRUE
               END-IF
           END-IF
           IF NOT EXTRACT-FAILED
               PERFORM U040-LOAD-TRACE
           END-IF
           IF NOT EXTRACT-FAILED
               PERFORM U050-MATCH-GAMES
               PERFORM U060-WRITE-GAMES
               PERFORM U070-WRITE-GUESSES
               PERFORM U080-WRITE-SEARCHES
               PERFORM U085-WRITE-TOTALS
           END-IF
           EVALUATE TRUE
               WHEN EXTRACT-FAILED
                   DISPLAY "Extract not usable - rerun"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-NO-TRACE-COUNT > 0 OR WS-NO-SESSION-COUNT > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           PERFORM U999-EXIT
           GOBACK
           .

       U010-INIT.
           DISPLAY "Extract from date (YYYY-MM-DD, blank = all): "
               WITH NO ADVANCING
           ACCEPT WS-FROM-DATE
           DISPLAY "Extract to date (YYYY-MM-DD, blank = all): "
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
           STRING HV-FROM-DATE(1:4) HV-FROM-DATE(6:2)
               HV-FROM-DATE(9:2) DELIMITED BY SIZE INTO WS-FROM-YMD
           STRING HV-TO-DATE(1:4) HV-TO-DATE(6:2)
               HV-TO-DATE(9:2) DELIMITED BY SIZE INTO WS-TO-YMD
           MOVE WS-PLAYER-SEL TO HV-PLAYER-ID
           OPEN OUTPUT RPTFIL
           IF NOT RPTFIL-OK
               DISPLAY "Unable to open EXTRPT, status "
                   WS-RPTFIL-STATUS
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-RPT-TIMESTAMP
           MOVE SPACES TO WS-RPT-LINE
           STRING "WORDLY DATA EXTRACT  " DELIMITED BY SIZE
               HV-FROM-DATE DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               HV-TO-DATE DELIMITED BY SIZE
               "  PLAYER " DELIMITED BY SIZE
               WS-PLAYER-SEL DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-RPT-TIMESTAMP(1:8) DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM U090-WRITE-LINE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM U090-WRITE-LINE
      *    An extract the receiving side cannot open whole is no
      *    extract - any output file failing stops the run.
           OPEN OUTPUT GAMEFIL
           IF NOT GAMEFIL-OK
               DISPLAY "Unable to open EXTGAME, status "
                   WS-GAMEFIL-STATUS
               SET EXTRACT-FAILED TO TRUE
           END-IF
           OPEN OUTPUT GUESFIL
           IF NOT GUESFIL-OK
               DISPLAY "Unable to open EXTGUESS, status "
                   WS-GUESFIL-STATUS
               SET EXTRACT-FAILED TO TRUE
           END-IF
           OPEN OUTPUT SRCHFIL
           IF NOT SRCHFIL-OK
               DISPLAY "Unable to open EXTSRCH, status "
                   WS-SRCHFIL-STATUS
               SET EXTRACT-FAILED TO TRUE
           END-IF
           .

       U020-CONNECTDB.
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
                       PERFORM U022-WAITRETRY
                   END-IF
               END-IF
           END-PERFORM
           IF NOT CONNECT-SUCCESSFUL
               DISPLAY "Unable to connect to COBOLDB after "
                   WS-CONNECT-MAX " attempts - aborting extract"
           END-IF
           .

       U022-WAITRETRY.
      *    No portable SLEEP verb in this dialect - a short spin
      *    loop stands in for the pause between CONNECT retries.
           PERFORM VARYING WS-WAIT-COUNTER FROM 1 BY 1
               UNTIL WS-WAIT-COUNTER > 5000000
               CONTINUE
           END-PERFORM
           .

       U030-LOAD-SESSIONS.
           EXEC SQL
              OPEN EXTRCURS
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "Cannot read COBOL.WORDLY_SESSIONS, "
                   "SQLCODE: " SQLCODE
               SET EXTRACT-FAILED TO TRUE
           ELSE
               SET SCAN-CURSOR-OPEN TO TRUE
               PERFORM U032-FETCH-SESSION UNTIL END-OF-SESSIONS
               EXEC SQL
                  CLOSE EXTRCURS
               END-EXEC
               MOVE "N" TO SCAN-CURSOR-SW
               DISPLAY "Session rows loaded: " WS-SESS-COUNT
           END-IF
           .

       U032-FETCH-SESSION.
           EXEC SQL
              FETCH EXTRCURS
                INTO :HV-GAME-DATE, :HV-PLAYER-ID,
                     :HV-GUESS1, :HV-TILES1, :HV-GUESS2, :HV-TILES2,
                     :HV-GUESS3, :HV-TILES3, :HV-GUESS4, :HV-TILES4,
                     :HV-GUESS5, :HV-TILES5, :HV-GUESS6, :HV-TILES6,
                     :HV-GUESSES-USED, :HV-ANSWER, :HV-SOLVED,
                     :HV-PRACTICE
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 0 AND WS-SESS-COUNT < 5000
                   ADD 1 TO WS-SESS-COUNT
                   MOVE HV-GAME-DATE TO WS-SS-DATE(WS-SESS-COUNT)
                   STRING HV-GAME-DATE(1:4) HV-GAME-DATE(6:2)
                       HV-GAME-DATE(9:2) DELIMITED BY SIZE
                       INTO WS-SS-YMD(WS-SESS-COUNT)
                   MOVE HV-PLAYER-ID TO WS-SS-PLAYER(WS-SESS-COUNT)
                   PERFORM VARYING WS-GUESS-I FROM 1 BY 1
                       UNTIL WS-GUESS-I > 6
                       MOVE HV-GUESS(WS-GUESS-I)
                           TO WS-SS-GUESS(WS-SESS-COUNT WS-GUESS-I)
                       MOVE HV-TILES(WS-GUESS-I)
                           TO WS-SS-TILES(WS-SESS-COUNT WS-GUESS-I)
                   END-PERFORM
                   MOVE HV-GUESSES-USED TO WS-SS-USED(WS-SESS-COUNT)
                   MOVE HV-ANSWER TO WS-SS-ANSWER(WS-SESS-COUNT)
                   MOVE HV-SOLVED TO WS-SS-SOLVED(WS-SESS-COUNT)
                   MOVE ZERO TO WS-SS-TRACE(WS-SESS-COUNT)
                   MOVE HV-PRACTICE TO WS-SS-PRACTICE(WS-SESS-COUNT)
               WHEN SQLCODE = 0
                   DISPLAY "Session table full at " WS-SESS-COUNT
                       " rows - narrow the date range"
                   SET END-OF-SESSIONS TO TRUE
                   SET EXTRACT-FAILED TO TRUE
      *        SQLCODE 100 is the normal end of the range; anything
      *        else cut the scan short.
               WHEN FUNCTION INTEGER-PART(SQLCODE) = 100
                   SET END-OF-SESSIONS TO TRUE
               WHEN OTHER
                   DISPLAY "Session fetch failed, SQLCODE: "
                       SQLCODE " - extract incomplete"
                   SET END-OF-SESSIONS TO TRUE
                   SET EXTRACT-FAILED TO TRUE
           END-EVALUATE
           .

       U040-LOAD-TRACE.
           OPEN INPUT TRCFIL
           IF NOT TRCFIL-OK
               DISPLAY "Unable to open WORDTRC, status "
                   WS-TRCFIL-STATUS
               SET EXTRACT-FAILED TO TRUE
           ELSE
               PERFORM U042-READ-TRACE UNTIL TRCFIL-EOF
                   OR EXTRACT-FAILED
               CLOSE TRCFIL
               DISPLAY "Trace games loaded: " WS-TRACE-COUNT
           END-IF
           .

       U042-READ-TRACE.
           READ TRCFIL
               AT END
                   SET TRCFIL-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-TRC-READ
                   IF TRC-GAME-ID(1:8) NOT < WS-FROM-YMD
                       AND TRC-GAME-ID(1:8) NOT > WS-TO-YMD
                       PERFORM U044-TAKE-TRACE
                   END-IF
           END-READ
           .

       U044-TAKE-TRACE.
      *    The records of one game are written together, so the
      *    game is almost always the last slot opened; otherwise
      *    the table is searched before a new slot is opened.
           MOVE ZERO TO WS-TRACE-SLOT
           IF WS-TRACE-COUNT > 0
               IF WS-TR-GAME-ID(WS-TRACE-COUNT) = TRC-GAME-ID
                   MOVE WS-TRACE-COUNT TO WS-TRACE-SLOT
               ELSE
                   PERFORM VARYING WS-TRACE-I FROM 1 BY 1
                       UNTIL WS-TRACE-I > WS-TRACE-COUNT
                       OR WS-TRACE-SLOT > 0
                       IF WS-TR-GAME-ID(WS-TRACE-I) = TRC-GAME-ID
                           MOVE WS-TRACE-I TO WS-TRACE-SLOT
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
           IF WS-TRACE-SLOT = 0
               IF WS-TRACE-COUNT < 5000
                   ADD 1 TO WS-TRACE-COUNT
                   MOVE WS-TRACE-COUNT TO WS-TRACE-SLOT
                   INITIALIZE WS-TRACE-ENTRY(WS-TRACE-SLOT)
                   MOVE TRC-GAME-ID TO WS-TR-GAME-ID(WS-TRACE-SLOT)
                   MOVE "N" TO WS-TR-HAS-SUMMARY(WS-TRACE-SLOT)
               ELSE
                   DISPLAY "Trace table full at " WS-TRACE-COUNT
                       " games - narrow the date range"
                   SET EXTRACT-FAILED TO TRUE
               END-IF
           END-IF
           IF WS-TRACE-SLOT > 0
               EVALUATE TRUE
                   WHEN TRC-GUESS-REC AND TRC-GUESS-NR IS NUMERIC
                       AND TRC-GUESS-NR > 0 AND TRC-GUESS-NR < 7
      *                A guess searched more than once (the played
      *                filter toggled) keeps its latest figures.
                       MOVE "Y" TO WS-TR-SEEN(WS-TRACE-SLOT
                           TRC-GUESS-NR)
                       MOVE TRC-POOL-BEFORE TO WS-TR-BEFORE
                           (WS-TRACE-SLOT TRC-GUESS-NR)
                       MOVE TRC-POOL-AFTER TO WS-TR-AFTER
                           (WS-TRACE-SLOT TRC-GUESS-NR)
                       MOVE TRC-ELIMINATED TO WS-TR-ELIM
                           (WS-TRACE-SLOT TRC-GUESS-NR)
                   WHEN TRC-GAME-REC
                       MOVE "Y" TO WS-TR-HAS-SUMMARY(WS-TRACE-SLOT)
                       MOVE TRC-PLAYER-ID
                           TO WS-TR-PLAYER(WS-TRACE-SLOT)
                       MOVE TRC-GUESSES
                           TO WS-TR-GUESSES(WS-TRACE-SLOT)
                       MOVE TRC-SOLVED TO WS-TR-SOLVED(WS-TRACE-SLOT)
                   WHEN OTHER
                       ADD 1 TO WS-TRC-BAD
               END-EVALUATE
           END-IF
           .

       U050-MATCH-GAMES.
      *    A saved trace game joins to the session row of the same
      *    player and day. With several games that day the row
      *    with the same guess count and result is taken first.
      *    Trace games for other players than the one selected
      *    drop out here; unsaved games (no "T" record) have no
      *    player and stay in only when every player is wanted.
           PERFORM VARYING WS-TRACE-I FROM 1 BY 1
               UNTIL WS-TRACE-I > WS-TRACE-COUNT
               MOVE ZERO TO WS-TR-SESSION(WS-TRACE-I)
               IF WS-TR-HAS-SUMMARY(WS-TRACE-I) = "Y"
                   MOVE ZERO TO WS-SESS-SLOT
                   PERFORM VARYING WS-SESS-I FROM 1 BY 1
                       UNTIL WS-SESS-I > WS-SESS-COUNT
                       OR WS-SESS-SLOT > 0
                       IF WS-SS-TRACE(WS-SESS-I) = 0
                           AND WS-SS-PRACTICE(WS-SESS-I) NOT = "Y"
                           AND WS-SS-YMD(WS-SESS-I)
                               = WS-TR-GAME-ID(WS-TRACE-I)(1:8)
                           AND WS-SS-PLAYER(WS-SESS-I)
                               = WS-TR-PLAYER(WS-TRACE-I)
                           AND WS-SS-USED(WS-SESS-I)
                               = WS-TR-GUESSES(WS-TRACE-I)
                           AND WS-SS-SOLVED(WS-SESS-I)
                               = WS-TR-SOLVED(WS-TRACE-I)
                           MOVE WS-SESS-I TO WS-SESS-SLOT
                       END-IF
                   END-PERFORM
                   PERFORM VARYING WS-SESS-I FROM 1 BY 1
                       UNTIL WS-SESS-I > WS-SESS-COUNT
                       OR WS-SESS-SLOT > 0
                       IF WS-SS-TRACE(WS-SESS-I) = 0
                           AND WS-SS-PRACTICE(WS-SESS-I) NOT = "Y"
                           AND WS-SS-YMD(WS-SESS-I)
                               = WS-TR-GAME-ID(WS-TRACE-I)(1:8)
                           AND WS-SS-PLAYER(WS-SESS-I)
                               = WS-TR-PLAYER(WS-TRACE-I)
                           MOVE WS-SESS-I TO WS-SESS-SLOT
                       END-IF
                   END-PERFORM
                   IF WS-SESS-SLOT > 0
                       MOVE WS-SESS-SLOT TO WS-TR-SESSION(WS-TRACE-I)
                       MOVE WS-TRACE-I TO WS-SS-TRACE(WS-SESS-SLOT)
                   END-IF
               END-IF
           END-PERFORM
           .

       U060-WRITE-GAMES.
           MOVE SPACES TO GAME-RECORD
           STRING "GAME_DATE,PLAYER_ID,GUESSES_USED,SOLVED,ANSWER,"
               DELIMITED BY SIZE
               "GUESS1,TILES1,GUESS2,TILES2,GUESS3,TILES3,"
               DELIMITED BY SIZE
               "GUESS4,TILES4,GUESS5,TILES5,GUESS6,TILES6,"
               DELIMITED BY SIZE
               "TRACE_GAME_ID,PRACTICE" DELIMITED BY SIZE
               INTO GAME-RECORD
           WRITE GAME-RECORD
           PERFORM VARYING WS-SESS-I FROM 1 BY 1
               UNTIL WS-SESS-I > WS-SESS-COUNT
               PERFORM U062-WRITE-GAME-ROW
           END-PERFORM
           MOVE SPACES TO GAME-RECORD
           STRING "TRAILER," DELIMITED BY SIZE
               WS-GAME-ROWS DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-GAME-GUESS-TOTAL DELIMITED BY SIZE
               INTO GAME-RECORD
           WRITE GAME-RECORD
           .

       U062-WRITE-GAME-ROW.
           MOVE SPACES TO WS-OUT-LINE
           MOVE 1 TO WS-OUT-PTR
           STRING WS-SS-DATE(WS-SESS-I) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-SS-PLAYER(WS-SESS-I) DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               WS-SS-USED(WS-SESS-I) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-SS-SOLVED(WS-SESS-I) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-SS-ANSWER(WS-SESS-I) DELIMITED BY SPACE
               INTO WS-OUT-LINE
               WITH POINTER WS-OUT-PTR
           PERFORM VARYING WS-GUESS-I FROM 1 BY 1
               UNTIL WS-GUESS-I > 6
               STRING "," DELIMITED BY SIZE
                   WS-SS-GUESS(WS-SESS-I WS-GUESS-I)
                       DELIMITED BY SPACE
                   "," DELIMITED BY SIZE
                   WS-SS-TILES(WS-SESS-I WS-GUESS-I)
                       DELIMITED BY SPACE
                   INTO WS-OUT-LINE
                   WITH POINTER WS-OUT-PTR
           END-PERFORM
           STRING "," DELIMITED BY SIZE
               INTO WS-OUT-LINE
               WITH POINTER WS-OUT-PTR
           MOVE WS-SS-TRACE(WS-SESS-I) TO WS-TRACE-SLOT
           IF WS-TRACE-SLOT > 0
               STRING WS-TR-GAME-ID(WS-TRACE-SLOT) DELIMITED BY SIZE
                   INTO WS-OUT-LINE
                   WITH POINTER WS-OUT-PTR
           END-IF
           STRING "," DELIMITED BY SIZE
               WS-SS-PRACTICE(WS-SESS-I) DELIMITED BY SIZE
               INTO WS-OUT-LINE
               WITH POINTER WS-OUT-PTR
           MOVE WS-OUT-LINE TO GAME-RECORD
           WRITE GAME-RECORD
           ADD 1 TO WS-GAME-ROWS
           ADD WS-SS-USED(WS-SESS-I) TO WS-GAME-GUESS-TOTAL
           .

       U070-WRITE-GUESSES.
      *    Session guesses first, in game order, each with its
      *    trace figures; then the guesses of trace games that
      *    never reached the session log.
           MOVE SPACES TO GUES-RECORD
           STRING "GAME_DATE,PLAYER_ID,TRACE_GAME_ID,GUESS_NR,"
               DELIMITED BY SIZE
               "GUESS,TILES,POOL_BEFORE,POOL_AFTER,ELIMINATED,"
               DELIMITED BY SIZE
               "MATCH" DELIMITED BY SIZE
               INTO GUES-RECORD
           WRITE GUES-RECORD
           PERFORM VARYING WS-SESS-I FROM 1 BY 1
               UNTIL WS-SESS-I > WS-SESS-COUNT
               MOVE WS-SS-TRACE(WS-SESS-I) TO WS-TRACE-SLOT
               EVALUATE TRUE
                   WHEN WS-TRACE-SLOT > 0
                       MOVE "MATCHED" TO WS-MATCH-STATUS
                   WHEN WS-SS-PRACTICE(WS-SESS-I) = "Y"
                       MOVE "PRACTICE" TO WS-MATCH-STATUS
                   WHEN OTHER
                       MOVE "NO TRACE" TO WS-MATCH-STATUS
                       ADD 1 TO WS-NO-TRACE-COUNT
                       PERFORM U076-REPORT-NO-TRACE
               END-EVALUATE
               PERFORM VARYING WS-GUESS-I FROM 1 BY 1
                   UNTIL WS-GUESS-I > WS-SS-USED(WS-SESS-I)
                   OR WS-GUESS-I > 6
                   PERFORM U072-WRITE-GUESS-ROW
               END-PERFORM
           END-PERFORM
           MOVE ZERO TO WS-SESS-I
           MOVE "NO SESSION" TO WS-MATCH-STATUS
           PERFORM VARYING WS-TRACE-SLOT FROM 1 BY 1
               UNTIL WS-TRACE-SLOT > WS-TRACE-COUNT
               IF WS-TR-SESSION(WS-TRACE-SLOT) = 0
                   AND (WS-PLAYER-SEL = SPACES
                       OR WS-TR-PLAYER(WS-TRACE-SLOT)
                           = WS-PLAYER-SEL)
                   ADD 1 TO WS-NO-SESSION-COUNT
                   PERFORM U078-REPORT-NO-SESSION
                   PERFORM VARYING WS-GUESS-I FROM 1 BY 1
                       UNTIL WS-GUESS-I > 6
                       IF WS-TR-SEEN(WS-TRACE-SLOT WS-GUESS-I) = "Y"
                           PERFORM U072-WRITE-GUESS-ROW
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           MOVE SPACES TO GUES-RECORD
           STRING "TRAILER," DELIMITED BY SIZE
               WS-GUESS-ROWS DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-GUESS-ELIM-TOTAL DELIMITED BY SIZE
               INTO GUES-RECORD
           WRITE GUES-RECORD
           .

       U072-WRITE-GUESS-ROW.
      *    WS-SESS-I is zero for a trace-only game: the date and
      *    player then come from the trace itself.
           MOVE SPACES TO WS-OUT-LINE
           MOVE 1 TO WS-OUT-PTR
           IF WS-SESS-I > 0
               STRING WS-SS-DATE(WS-SESS-I) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-SS-PLAYER(WS-SESS-I) DELIMITED BY SPACE
                   "," DELIMITED BY SIZE
                   INTO WS-OUT-LINE
                   WITH POINTER WS-OUT-PTR
           ELSE
               STRING WS-TR-GAME-ID(WS-TRACE-SLOT)(1:4)
                       DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-TR-GAME-ID(WS-TRACE-SLOT)(5:2)
                       DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-TR-GAME-ID(WS-TRACE-SLOT)(7:2)
                       DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-TR-PLAYER(WS-TRACE-SLOT) DELIMITED BY SPACE
                   "," DELIMITED BY SIZE
                   INTO WS-OUT-LINE
                   WITH POINTER WS-OUT-PTR
           END-IF
           IF WS-TRACE-SLOT > 0
               STRING WS-TR-GAME-ID(WS-TRACE-SLOT) DELIMITED BY SIZE
                   INTO WS-OUT-LINE
                   WITH POINTER WS-OUT-PTR
           END-IF
           STRING "," DELIMITED BY SIZE
               WS-GUESS-I DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               INTO WS-OUT-LINE
               WITH POINTER WS-OUT-PTR
           IF WS-SESS-I > 0
               STRING WS-SS-GUESS(WS-SESS-I WS-GUESS-I)
                       DELIMITED BY SPACE
                   "," DELIMITED BY SIZE
                   WS-SS-TILES(WS-SESS-I WS-GUESS-I)
                       DELIMITED BY SPACE
                   INTO WS-OUT-LINE
                   WITH POINTER WS-OUT-PTR
           ELSE
               STRING "," DELIMITED BY SIZE
                   INTO WS-OUT-LINE
                   WITH POINTER WS-OUT-PTR
           END-IF
           STRING "," DELIMITED BY SIZE
               INTO WS-OUT-LINE
               WITH POINTER WS-OUT-PTR
           IF WS-TRACE-SLOT > 0
               IF WS-TR-SEEN(WS-TRACE-SLOT WS-GUESS-I) = "Y"
                   STRING WS-TR-BEFORE(WS-TRACE-SLOT WS-GUESS-I)
                           DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       WS-TR-AFTER(WS-TRACE-SLOT WS-GUESS-I)
                           DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       WS-TR-ELIM(WS-TRACE-SLOT WS-GUESS-I)
                           DELIMITED BY SIZE
                       INTO WS-OUT-LINE
                       WITH POINTER WS-OUT-PTR
                   ADD WS-TR-ELIM(WS-TRACE-SLOT WS-GUESS-I)
                       TO WS-GUESS-ELIM-TOTAL
               ELSE
                   STRING ",," DELIMITED BY SIZE
                       INTO WS-OUT-LINE
                       WITH POINTER WS-OUT-PTR
               END-IF
           ELSE
               STRING ",," DELIMITED BY SIZE
                   INTO WS-OUT-LINE
                   WITH POINTER WS-OUT-PTR
           END-IF
           STRING "," DELIMITED BY SIZE
               WS-MATCH-STATUS DELIMITED BY SIZE
               INTO WS-OUT-LINE
               WITH POINTER WS-OUT-PTR
           MOVE WS-OUT-LINE TO GUES-RECORD
           WRITE GUES-RECORD
           ADD 1 TO WS-GUESS-ROWS
           .

       U076-REPORT-NO-TRACE.
           MOVE SPACES TO WS-RPT-LINE
           STRING "NO TRACE    SESSION " DELIMITED BY SIZE
               WS-SS-DATE(WS-SESS-I) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-SS-PLAYER(WS-SESS-I) DELIMITED BY SIZE
               " GUESSES " DELIMITED BY SIZE
               WS-SS-USED(WS-SESS-I) DELIMITED BY SIZE
               " SOLVED " DELIMITED BY SIZE
               WS-SS-SOLVED(WS-SESS-I) DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM U090-WRITE-LINE
           .

       U078-REPORT-NO-SESSION.
           MOVE SPACES TO WS-RPT-LINE
           IF WS-TR-HAS-SUMMARY(WS-TRACE-SLOT) = "Y"
               STRING "NO SESSION  TRACE " DELIMITED BY SIZE
                   WS-TR-GAME-ID(WS-TRACE-SLOT) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-TR-PLAYER(WS-TRACE-SLOT) DELIMITED BY SIZE
                   " GUESSES " DELIMITED BY SIZE
                   WS-TR-GUESSES(WS-TRACE-SLOT) DELIMITED BY SIZE
                   " SOLVED " DELIMITED BY SIZE
                   WS-TR-SOLVED(WS-TRACE-SLOT) DELIMITED BY SIZE
                   INTO WS-RPT-LINE
           ELSE
               STRING "NO SESSION  TRACE " DELIMITED BY SIZE
                   WS-TR-GAME-ID(WS-TRACE-SLOT) DELIMITED BY SIZE
                   " GAME NEVER SAVED (NO T RECORD)"
                       DELIMITED BY SIZE
                   INTO WS-RPT-LINE
           END-IF
           PERFORM U090-WRITE-LINE
           .

       U080-WRITE-SEARCHES.
           MOVE SPACES TO SRCH-RECORD
           STRING "SEARCH_DATE,SEARCH_TIME,PATTERN,HIT_COUNT"
               DELIMITED BY SIZE
               INTO SRCH-RECORD
           WRITE SRCH-RECORD
           OPEN INPUT AUDITFIL
           IF NOT AUDITFIL-OK
               DISPLAY "Unable to open WORDAUDIT, status "
                   WS-AUDITFIL-STATUS
               SET EXTRACT-FAILED TO TRUE
           ELSE
               PERFORM U082-READ-SEARCH UNTIL AUDITFIL-EOF
               CLOSE AUDITFIL
           END-IF
           MOVE SPACES TO SRCH-RECORD
           STRING "TRAILER," DELIMITED BY SIZE
               WS-SRCH-ROWS DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-SRCH-HIT-TOTAL DELIMITED BY SIZE
               INTO SRCH-RECORD
           WRITE SRCH-RECORD
           .

       U082-READ-SEARCH.
           READ AUDITFIL
               AT END
                   SET AUDITFIL-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-AUDIT-READ
                   IF AU-TIMESTAMP(1:8) NOT < WS-FROM-YMD
                       AND AU-TIMESTAMP(1:8) NOT > WS-TO-YMD
                       MOVE SPACES TO SRCH-RECORD
                       STRING AU-TIMESTAMP(1:4) DELIMITED BY SIZE
                           "-" DELIMITED BY SIZE
                           AU-TIMESTAMP(5:2) DELIMITED BY SIZE
                           "-" DELIMITED BY SIZE
                           AU-TIMESTAMP(7:2) DELIMITED BY SIZE
                           "," DELIMITED BY SIZE
                           AU-TIMESTAMP(9:2) DELIMITED BY SIZE
                           ":" DELIMITED BY SIZE
                           AU-TIMESTAMP(11:2) DELIMITED BY SIZE
                           ":" DELIMITED BY SIZE
                           AU-TIMESTAMP(13:2) DELIMITED BY SIZE
                           "," DELIMITED BY SIZE
                           AU-PATTERN DELIMITED BY SIZE
                           "," DELIMITED BY SIZE
                           AU-HITCOUNT DELIMITED BY SIZE
                           INTO SRCH-RECORD
                       WRITE SRCH-RECORD
                       ADD 1 TO WS-SRCH-ROWS
                       ADD AU-HITCOUNT TO WS-SRCH-HIT-TOTAL
                   END-IF
           END-READ
           .

       U085-WRITE-TOTALS.
           MOVE SPACES TO WS-RPT-LINE
           PERFORM U090-WRITE-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "EXTGAME   ROWS: " DELIMITED BY SIZE
               WS-GAME-ROWS DELIMITED BY SIZE
               "  GUESSES USED TOTAL: " DELIMITED BY SIZE
               WS-GAME-GUESS-TOTAL DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM U090-WRITE-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "EXTGUESS  ROWS: " DELIMITED BY SIZE
               WS-GUESS-ROWS DELIMITED BY SIZE
               "  ELIMINATED TOTAL: " DELIMITED BY SIZE
               WS-GUESS-ELIM-TOTAL DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM U090-WRITE-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "EXTSRCH   ROWS: " DELIMITED BY SIZE
               WS-SRCH-ROWS DELIMITED BY SIZE
               "  HIT COUNT TOTAL: " DELIMITED BY SIZE
               WS-SRCH-HIT-TOTAL DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM U090-WRITE-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "WORDTRC READ: " DELIMITED BY SIZE
               WS-TRC-READ DELIMITED BY SIZE
               "  UNREADABLE: " DELIMITED BY SIZE
               WS-TRC-BAD DELIMITED BY SIZE
               "  WORDAUDIT READ: " DELIMITED BY SIZE
               WS-AUDIT-READ DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM U090-WRITE-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "SESSIONS WITH NO TRACE: " DELIMITED BY SIZE
               WS-NO-TRACE-COUNT DELIMITED BY SIZE
               "  TRACE GAMES WITH NO SESSION: " DELIMITED BY SIZE
               WS-NO-SESSION-COUNT DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM U090-WRITE-LINE
           .

       U090-WRITE-LINE.
           IF RPTFIL-OK
               MOVE WS-RPT-LINE TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF
           DISPLAY WS-RPT-LINE
           .

       U999-EXIT.
           IF SCAN-CURSOR-OPEN
               EXEC SQL
                  CLOSE EXTRCURS
               END-EXEC
           END-IF
           IF GAMEFIL-OK
               CLOSE GAMEFIL
           END-IF
           IF GUESFIL-OK
               CLOSE GUESFIL
           END-IF
           IF SRCHFIL-OK
               CLOSE SRCHFIL
           END-IF
           IF RPTFIL-OK
               CLOSE RPTFIL
           END-IF
           .
       END PROGRAM WORDEXTR.
