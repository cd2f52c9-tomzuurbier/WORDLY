      ******************************************************************
      * Author: Tom Zuurbier
      * Date: 2026
      * Purpose: In-house practice game. WORDL only helps solve a
      *          puzzle someone else hosts; WORDPLAY hosts one. The
      *          secret word is either picked at random from the
      *          answers in COBOL.WORDLY not yet played, or taken
      *          from a past COBOL.WORDLY_HISTORY date for an
      *          archive replay. Each guess must be on the
      *          accepted-guess list (GUESSCHK) and is answered
      *          with G/Y/B tiles by the same two-pass rule as
      *          WORDVRFY and WORDADVIS: greens first, then yellows
      *          from the letters the greens left over. Hard mode,
      *          if chosen, holds every guess to the rules of
      *          WORDL's A038-HARDMODE-CHECK: greens stay in place,
      *          yellows are reused away from their tried slot, no
      *          excluded letter and no letter count outside what
      *          the tiles have established. A finished game can be
      *          saved through WORDSESS as a practice game - it
      *          never reaches the leaderboard or the streaks but
      *          shows in the player's practice statistics.
      * Input:   Terminal - player id, secret choice (random or an
      *          archive date), hard mode, then up to six guesses.
      *          COBOL.WORDLY, COBOL.WORDLY_HISTORY,
      *          COBOL.WORDLY_GUESSES (through GUESSCHK).
      * Output:  Tiles on the terminal; the practice game in
      *          COBOL.WORDLY_SESSIONS (WORDSESS function "P").
      * Requires: guesschk.o wordsess.o wordcred.o
      * Tectonics: cob2
      * Compiler: IBM Cobol for Linux 1.2.0
      * How to compile:
      * 1. cob2 -I$HOME/sqllib/include/cobol_a -L$HOME/sqllib/lib32
      *        -ldb2 wordplay.cob -qsql -q32 -qNODYNAM -c
      * 2. cob2 wordplay.o guesschk.o wordsess.o wordcred.o -q32
      *        -I$HOME/sqllib/include/cobol_a -L$HOME/sqllib/lib32
      *        -ldb2 -o wordplay
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. WORDPLAY.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-------------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------

       WORKING-STORAGE SECTION.
      *-----------------------
       01  WS-PLAY-MODE            PIC X(1) VALUE SPACE.
           88  RANDOM-SECRET               VALUES "R" "r" " ".
           88  ARCHIVE-SECRET              VALUES "A" "a".
       01  WS-ARCHIVE-DATE         PIC X(10) VALUE SPACES.
       01  WS-HARD-REPLY           PIC X(1) VALUE "N".
       01  WS-SESS-REPLY           PIC X(1) VALUE "N".
       01  WS-SECRET               PIC X(5) VALUE SPACES.
       01  WS-GUESS-INPUT          PIC X(5) VALUE SPACES.
      *    The game as WORDL keeps it, so WORDSESS takes it as is.
       01  WS-GAME-GUESS-TABLE.
           05  WS-GAME-ENTRY   OCCURS 6 TIMES.
               10  WS-GAME-GUESS   PIC X(5).
               10  WS-GAME-TILES   PIC X(5).
       01  WS-GAME-GUESS-COUNT     PIC 9(1) VALUE ZERO.
       01  WS-GAME-ANSWER          PIC X(5) VALUE SPACES.
       01  WS-GAME-SOLVED          PIC X(1) VALUE "N".
       01  WS-SESS-FUNC            PIC X(1) VALUE SPACE.
       01  WS-PLAYER-ID            PIC X(8) VALUE SPACES.
       01  WS-GUESS-FOUND          PIC X(1) VALUE "N".
       01  WS-GAME-I               PIC 9(1) VALUE ZERO.
      *-----------------------------------------------------------*
      * Tile scoring - the two-pass rule of M070-SCORE-TILES.
      *-----------------------------------------------------------*
       01  WS-SIM-GUESS            PIC X(5) VALUE SPACES.
       01  WS-SIM-COLORS           PIC X(5) VALUE SPACES.
       01  WS-CAND-WORK.
           05  WS-CAND-CHAR        PIC X(1) OCCURS 5.
       01  WS-TRIT-TABLE.
           05  WS-TRIT             PIC 9(1) OCCURS 5.
       01  WS-POS-I                PIC 9(1) VALUE ZERO.
       01  WS-POS-J                PIC 9(1) VALUE ZERO.
      *-----------------------------------------------------------*
      * Hard-mode constraints, accumulated from the tiles exactly
      * as WORDL's A025-APPLY-TILES builds them and checked as
      * A039-JUDGE-GUESS checks them.
      *-----------------------------------------------------------*
       01  WS-TILE-GUESS           PIC X(5) VALUE SPACES.
       01  WS-TILE-COLORS          PIC X(5) VALUE SPACES.
       01  WS-TILE-I               PIC 9(1) VALUE ZERO.
       01  WS-TILE-LETTER          PIC X(1) VALUE SPACE.
       01  WS-SCAN-I               PIC 9(2) VALUE ZERO.
       01  WS-SCAN-HIT             PIC X(1) VALUE "N".
       01  WS-SESS-PATTERN         PIC X(5) VALUE "_____".
       01  WS-SESS-EXCLUDE         PIC X(26) VALUE SPACES.
       01  WS-SESS-EXCL-COUNT      PIC 9(2) VALUE ZERO.
       01  WS-SESS-YELLOW-TABLE.
           05  WS-SESS-YELLOW-ENTRY OCCURS 30 TIMES.
               10  WS-SESS-YEL-LETTER  PIC X(1).
               10  WS-SESS-YEL-POS     PIC 9(1).
       01  WS-SESS-YELLOW-COUNT    PIC 9(2) VALUE ZERO.
       01  WS-SESS-COUNT-TABLE.
           05  WS-SESS-COUNT-ENTRY OCCURS 5 TIMES.
               10  WS-SESS-CNT-LETTER  PIC X(1).
               10  WS-SESS-CNT-MIN     PIC 9(1).
               10  WS-SESS-CNT-MAX     PIC 9(1).
       01  WS-SESS-COUNT-NR        PIC 9(1) VALUE ZERO.
       01  WS-HIT-COUNT            PIC 9(1) VALUE ZERO.
       01  WS-MISS-COUNT           PIC 9(1) VALUE ZERO.
       01  WS-CNT-I                PIC 9(1) VALUE ZERO.
       01  WS-CNT-SLOT             PIC 9(1) VALUE ZERO.
       01  WS-HARD-GUESS           PIC X(5) VALUE SPACES.
       01  WS-HARD-FAULTS          PIC 9(2) VALUE ZERO.
       01  WS-HARD-I               PIC 9(1) VALUE ZERO.
       01  WS-HARD-J               PIC 9(1) VALUE ZERO.
       01  WS-HARD-K               PIC 9(2) VALUE ZERO.
       01  WS-HARD-TALLY           PIC 9(1) VALUE ZERO.
       01  WS-HARD-LETTER          PIC X(1) VALUE SPACE.
       01  SWITCHES.
           05  HARD-MODE-SW        PIC X   VALUE 'N'.
                   88 HARD-MODE            VALUE 'Y'.
           05  GAME-OVER-SW        PIC X   VALUE 'N'.
                   88 GAME-OVER            VALUE 'Y'.
           05  GAME-QUIT-SW        PIC X   VALUE 'N'.
                   88 GAME-QUIT            VALUE 'Y'.
           05  GUESS-OK-SW         PIC X   VALUE 'N'.
                   88 GUESS-OK             VALUE 'Y'.
      *-----------------------------------------------------------*
      * Explicit DB2 CONNECT with retry, as DBQUERY does it. The
      * one connection also serves GUESSCHK and WORDSESS.
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
       01  HV-WORD                 PIC X(5).
       01  HV-ARCHIVE-DATE         PIC X(10).
      *-----------------------------------------------------------
      *SUPPORTING DATA STRUCTURES FOR DB2 ACCESS
      *-----------------------------------------------------------
           EXEC SQL
            INCLUDE SQLCA
           END-EXEC.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           PERFORM W010-INIT
           PERFORM W020-CONNECTDB
           IF CONNECT-SUCCESSFUL
               PERFORM W030-PICK-SECRET
               IF WS-SECRET NOT = SPACES
                   PERFORM W040-TAKE-GUESS UNTIL GAME-OVER
                   PERFORM W080-GAME-WRAPUP
               END-IF
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM W999-EXIT
           GOBACK
           .

       W010-INIT.
           DISPLAY "WORDLY practice game"
           PERFORM UNTIL WS-PLAYER-ID NOT = SPACES
               DISPLAY "Player id (up to 8 characters): "
                   WITH NO ADVANCING
               ACCEPT WS-PLAYER-ID
           END-PERFORM
           MOVE SPACES TO WS-GAME-GUESS-TABLE
           MOVE ZERO TO WS-GAME-GUESS-COUNT
           MOVE "N" TO WS-GAME-SOLVED
           MOVE "_____" TO WS-SESS-PATTERN
           MOVE SPACES TO WS-SESS-EXCLUDE
           MOVE ZERO TO WS-SESS-EXCL-COUNT
           MOVE ZERO TO WS-SESS-YELLOW-COUNT
           MOVE ZERO TO WS-SESS-COUNT-NR
           .

       W020-CONNECTDB.
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
               ELSE
                   DISPLAY "Cannot connect (attempt "
                       WS-CONNECT-ATTEMPTS " of " WS-CONNECT-MAX
                       "), SQLCODE: " SQLCODE
                   IF WS-CONNECT-ATTEMPTS < WS-CONNECT-MAX
                       PERFORM W022-WAITRETRY
                   END-IF
               END-IF
           END-PERFORM
           IF NOT CONNECT-SUCCESSFUL
               DISPLAY "Unable to connect to COBOLDB after "
                   WS-CONNECT-MAX " attempts - no practice game"
           END-IF
           .

       W022-WAITRETRY.
      *    No portable SLEEP verb in this dialect - a short spin
      *    loop stands in for the pause between CONNECT retries.
           PERFORM VARYING WS-WAIT-COUNTER FROM 1 BY 1
               UNTIL WS-WAIT-COUNTER > 5000000
               CONTINUE
           END-PERFORM
           .

       W030-PICK-SECRET.
           DISPLAY "Secret word: R = random unplayed answer, "
               "A = archive date (enter = R): "
               WITH NO ADVANCING
           ACCEPT WS-PLAY-MODE
           EVALUATE TRUE
               WHEN ARCHIVE-SECRET
                   PERFORM W034-ARCHIVE-SECRET
               WHEN RANDOM-SECRET
                   PERFORM W032-RANDOM-SECRET
               WHEN OTHER
                   DISPLAY "Unknown choice " WS-PLAY-MODE
                       " - no practice game"
           END-EVALUATE
           IF WS-SECRET NOT = SPACES
               DISPLAY "Hard mode? (y/N): " WITH NO ADVANCING
               MOVE "N" TO WS-HARD-REPLY
               ACCEPT WS-HARD-REPLY
               IF WS-HARD-REPLY = "y" OR WS-HARD-REPLY = "Y"
                   SET HARD-MODE TO TRUE
               END-IF
               DISPLAY "Six guesses - enter a 5-letter word, or "
                   "press enter to give up."
           END-IF
           .

       W032-RANDOM-SECRET.
      *    Only answers on the current list and not yet in
      *    WORDLY_HISTORY - a played word would be recognised, not
      *    solved.
           EXEC SQL
              SELECT W.WORD
              INTO :HV-WORD
              FROM COBOL.WORDLY W
              WHERE W.RETIRED_VERSION = 0
                AND NOT EXISTS
                    (SELECT 1 FROM COBOL.WORDLY_HISTORY H
                     WHERE H.WORD = W.WORD)
              ORDER BY RAND()
              FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 0
                   MOVE HV-WORD TO WS-SECRET
               WHEN FUNCTION INTEGER-PART(SQLCODE) = 100
                   DISPLAY "No unplayed answers left to pick from"
               WHEN OTHER
                   DISPLAY "Cannot read COBOL.WORDLY, SQLCODE: "
                       SQLCODE
           END-EVALUATE
           .

       W034-ARCHIVE-SECRET.
      *    Past days only - today's answer is still live for the
      *    real game.
           DISPLAY "Archive date (YYYY-MM-DD): " WITH NO ADVANCING
           ACCEPT WS-ARCHIVE-DATE
           MOVE WS-ARCHIVE-DATE TO HV-ARCHIVE-DATE
           EXEC SQL
              SELECT WORD
              INTO :HV-WORD
              FROM COBOL.WORDLY_HISTORY
              WHERE DATE_PLAYED = :HV-ARCHIVE-DATE
                AND DATE_PLAYED < CURRENT DATE
              FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 0
                   MOVE HV-WORD TO WS-SECRET
                   DISPLAY "Replaying the puzzle of " WS-ARCHIVE-DATE
               WHEN FUNCTION INTEGER-PART(SQLCODE) = 100
                   DISPLAY "No past puzzle on " WS-ARCHIVE-DATE
               WHEN OTHER
                   DISPLAY "Cannot read COBOL.WORDLY_HISTORY, "
                       "SQLCODE: " SQLCODE
           END-EVALUATE
           .

       W040-TAKE-GUESS.
           COMPUTE WS-GAME-I = WS-GAME-GUESS-COUNT + 1
           DISPLAY "Guess " WS-GAME-I ": " WITH NO ADVANCING
           MOVE SPACES TO WS-GUESS-INPUT
           ACCEPT WS-GUESS-INPUT
           IF WS-GUESS-INPUT = SPACES
               SET GAME-QUIT TO TRUE
               SET GAME-OVER TO TRUE
           ELSE
               PERFORM W042-CHECK-GUESS
               IF GUESS-OK
                   MOVE WS-GUESS-INPUT TO WS-SIM-GUESS
                   PERFORM W050-SCORE-TILES
                   ADD 1 TO WS-GAME-GUESS-COUNT
                   MOVE WS-GUESS-INPUT
                       TO WS-GAME-GUESS(WS-GAME-GUESS-COUNT)
                   MOVE WS-SIM-COLORS
                       TO WS-GAME-TILES(WS-GAME-GUESS-COUNT)
                   DISPLAY "         " WS-GUESS-INPUT " "
                       WS-SIM-COLORS
                   MOVE WS-GUESS-INPUT TO WS-TILE-GUESS
                   MOVE WS-SIM-COLORS TO WS-TILE-COLORS
                   PERFORM W060-APPLY-TILES
                   IF WS-SIM-COLORS = "GGGGG"
                       MOVE "Y" TO WS-GAME-SOLVED
                       SET GAME-OVER TO TRUE
                   END-IF
                   IF WS-GAME-GUESS-COUNT >= 6
                       SET GAME-OVER TO TRUE
                   END-IF
               END-IF
           END-IF
           .

       W042-CHECK-GUESS.
      *    A rejected guess does not use up a turn.
           MOVE "Y" TO GUESS-OK-SW
           INSPECT WS-GUESS-INPUT CONVERTING
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ" TO
               "abcdefghijklmnopqrstuvwxyz"
           IF WS-GUESS-INPUT IS NOT ALPHABETIC
               OR WS-GUESS-INPUT(1:1) = SPACE
               OR WS-GUESS-INPUT(2:1) = SPACE
               OR WS-GUESS-INPUT(3:1) = SPACE
               OR WS-GUESS-INPUT(4:1) = SPACE
               OR WS-GUESS-INPUT(5:1) = SPACE
               DISPLAY "  not a 5-letter word"
               MOVE "N" TO GUESS-OK-SW
           ELSE
               MOVE "N" TO WS-GUESS-FOUND
               CALL "guesschk" USING BY REFERENCE WS-GUESS-INPUT,
                   WS-GUESS-FOUND
               ON EXCEPTION DISPLAY "Called program not found!"
               END-CALL
               IF WS-GUESS-FOUND NOT = "Y"
                   DISPLAY "  " WS-GUESS-INPUT
                       " is NOT an accepted guess"
                   MOVE "N" TO GUESS-OK-SW
               END-IF
           END-IF
           IF GUESS-OK AND HARD-MODE AND WS-GAME-GUESS-COUNT > 0
               MOVE WS-GUESS-INPUT TO WS-HARD-GUESS
               PERFORM W070-JUDGE-GUESS
               IF WS-HARD-FAULTS > 0
                   DISPLAY "  not allowed in hard mode"
                   MOVE "N" TO GUESS-OK-SW
               END-IF
           END-IF
           .

       W050-SCORE-TILES.
      *    Tiles for WS-SIM-GUESS against the secret word, by the
      *    two-pass rule of D040-BUCKET-CANDIDATE: greens consume
      *    their answer letter first, then yellows take from the
      *    letters greens left over, left to right, so a repeated
      *    guess letter only goes yellow as often as the answer
      *    actually holds it.
           MOVE WS-SECRET TO WS-CAND-WORK
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
           .

       W060-APPLY-TILES.
      *    Folds one guess's tiles into the hard-mode constraints
      *    as A025-APPLY-TILES does: greens pin the pattern,
      *    yellows join the letter+position pair table, greys join
      *    the exclude string unless the same letter is known to
      *    be in the word from a green or yellow tile.
           PERFORM VARYING WS-TILE-I FROM 1 BY 1 UNTIL WS-TILE-I > 5
               MOVE WS-TILE-GUESS(WS-TILE-I:1) TO WS-TILE-LETTER
               EVALUATE WS-TILE-COLORS(WS-TILE-I:1)
                   WHEN "G"
                       MOVE WS-TILE-LETTER
                           TO WS-SESS-PATTERN(WS-TILE-I:1)
                   WHEN "Y"
                       PERFORM W062-ADD-YELLOW
                   WHEN "B"
                       PERFORM W064-ADD-EXCLUDE
               END-EVALUATE
           END-PERFORM
           PERFORM W066-DERIVE-COUNTS
           .

       W062-ADD-YELLOW.
           MOVE "N" TO WS-SCAN-HIT
           PERFORM VARYING WS-SCAN-I FROM 1 BY 1
               UNTIL WS-SCAN-I > WS-SESS-YELLOW-COUNT
               IF WS-SESS-YEL-LETTER(WS-SCAN-I) = WS-TILE-LETTER
                   AND WS-SESS-YEL-POS(WS-SCAN-I) = WS-TILE-I
                   MOVE "Y" TO WS-SCAN-HIT
               END-IF
           END-PERFORM
           IF WS-SCAN-HIT = "N" AND WS-SESS-YELLOW-COUNT < 30
               ADD 1 TO WS-SESS-YELLOW-COUNT
               MOVE WS-TILE-LETTER
                   TO WS-SESS-YEL-LETTER(WS-SESS-YELLOW-COUNT)
               MOVE WS-TILE-I
                   TO WS-SESS-YEL-POS(WS-SESS-YELLOW-COUNT)
           END-IF
           .

       W064-ADD-EXCLUDE.
           MOVE "N" TO WS-SCAN-HIT
           PERFORM VARYING WS-SCAN-I FROM 1 BY 1 UNTIL WS-SCAN-I > 5
               IF WS-SESS-PATTERN(WS-SCAN-I:1) = WS-TILE-LETTER
                   MOVE "Y" TO WS-SCAN-HIT
               END-IF
               IF WS-TILE-GUESS(WS-SCAN-I:1) = WS-TILE-LETTER
                   AND WS-TILE-COLORS(WS-SCAN-I:1) NOT = "B"
                   MOVE "Y" TO WS-SCAN-HIT
               END-IF
           END-PERFORM
           PERFORM VARYING WS-SCAN-I FROM 1 BY 1
               UNTIL WS-SCAN-I > WS-SESS-YELLOW-COUNT
               IF WS-SESS-YEL-LETTER(WS-SCAN-I) = WS-TILE-LETTER
                   MOVE "Y" TO WS-SCAN-HIT
               END-IF
           END-PERFORM
           PERFORM VARYING WS-SCAN-I FROM 1 BY 1
               UNTIL WS-SCAN-I > WS-SESS-EXCL-COUNT
               IF WS-SESS-EXCLUDE(WS-SCAN-I:1) = WS-TILE-LETTER
                   MOVE "Y" TO WS-SCAN-HIT
               END-IF
           END-PERFORM
           IF WS-SCAN-HIT = "N" AND WS-SESS-EXCL-COUNT < 26
               ADD 1 TO WS-SESS-EXCL-COUNT
               MOVE WS-TILE-LETTER
                   TO WS-SESS-EXCLUDE(WS-SESS-EXCL-COUNT:1)
           END-IF
           .

       W066-DERIVE-COUNTS.
      *    Letter counts from one guess's tiles, as
      *    A025C-DERIVE-COUNTS: hits alongside a miss mean
      *    "exactly hits", two or more hits with no miss mean "at
      *    least hits".
           PERFORM VARYING WS-TILE-I FROM 1 BY 1 UNTIL WS-TILE-I > 5
               MOVE WS-TILE-GUESS(WS-TILE-I:1) TO WS-TILE-LETTER
               MOVE "N" TO WS-SCAN-HIT
               PERFORM VARYING WS-SCAN-I FROM 1 BY 1
                   UNTIL WS-SCAN-I >= WS-TILE-I
                   IF WS-TILE-GUESS(WS-SCAN-I:1) = WS-TILE-LETTER
                       MOVE "Y" TO WS-SCAN-HIT
                   END-IF
               END-PERFORM
               IF WS-SCAN-HIT = "N"
                   MOVE ZERO TO WS-HIT-COUNT
                   MOVE ZERO TO WS-MISS-COUNT
                   PERFORM VARYING WS-SCAN-I FROM 1 BY 1
                       UNTIL WS-SCAN-I > 5
                       IF WS-TILE-GUESS(WS-SCAN-I:1) = WS-TILE-LETTER
                           IF WS-TILE-COLORS(WS-SCAN-I:1) = "B"
                               ADD 1 TO WS-MISS-COUNT
                           ELSE
                               ADD 1 TO WS-HIT-COUNT
                           END-IF
                       END-IF
                   END-PERFORM
                   IF (WS-HIT-COUNT > 0 AND WS-MISS-COUNT > 0)
                       OR WS-HIT-COUNT > 1
                       PERFORM W068-MERGE-COUNT
                   END-IF
               END-IF
           END-PERFORM
           .

       W068-MERGE-COUNT.
           MOVE ZERO TO WS-CNT-SLOT
           PERFORM VARYING WS-CNT-I FROM 1 BY 1
               UNTIL WS-CNT-I > WS-SESS-COUNT-NR
               IF WS-SESS-CNT-LETTER(WS-CNT-I) = WS-TILE-LETTER
                   MOVE WS-CNT-I TO WS-CNT-SLOT
               END-IF
           END-PERFORM
           IF WS-CNT-SLOT = 0
               IF WS-SESS-COUNT-NR < 5
                   ADD 1 TO WS-SESS-COUNT-NR
                   MOVE WS-SESS-COUNT-NR TO WS-CNT-SLOT
                   MOVE WS-TILE-LETTER
                       TO WS-SESS-CNT-LETTER(WS-CNT-SLOT)
                   MOVE WS-HIT-COUNT TO WS-SESS-CNT-MIN(WS-CNT-SLOT)
                   MOVE 5 TO WS-SESS-CNT-MAX(WS-CNT-SLOT)
               END-IF
           ELSE
               IF WS-HIT-COUNT > WS-SESS-CNT-MIN(WS-CNT-SLOT)
                   MOVE WS-HIT-COUNT TO WS-SESS-CNT-MIN(WS-CNT-SLOT)
               END-IF
           END-IF
           IF WS-CNT-SLOT > 0 AND WS-MISS-COUNT > 0
               MOVE WS-HIT-COUNT TO WS-SESS-CNT-MAX(WS-CNT-SLOT)
           END-IF
           .

       W070-JUDGE-GUESS.
      *    The A039-JUDGE-GUESS rules: greens pin slots, yellows
      *    must be reused away from their tried slot, excluded
      *    letters are wasted turns, and the letter-count facts
      *    bound repeats. Any fault refuses the guess.
           MOVE ZERO TO WS-HARD-FAULTS
           PERFORM VARYING WS-HARD-I FROM 1 BY 1
               UNTIL WS-HARD-I > 5
               IF WS-SESS-PATTERN(WS-HARD-I:1) NOT = "_"
                   AND WS-HARD-GUESS(WS-HARD-I:1)
                       NOT = WS-SESS-PATTERN(WS-HARD-I:1)
                   ADD 1 TO WS-HARD-FAULTS
                   DISPLAY "  violates: "
                       WS-SESS-PATTERN(WS-HARD-I:1)
                       " must be in slot " WS-HARD-I
               END-IF
           END-PERFORM
           PERFORM VARYING WS-HARD-K FROM 1 BY 1
               UNTIL WS-HARD-K > WS-SESS-YELLOW-COUNT
               MOVE WS-SESS-YEL-LETTER(WS-HARD-K) TO WS-HARD-LETTER
               PERFORM W072-TALLY-HARD-LETTER
               IF WS-HARD-TALLY = 0
                   ADD 1 TO WS-HARD-FAULTS
                   DISPLAY "  violates: " WS-HARD-LETTER
                       " must be used (yellow tile)"
               END-IF
               IF WS-HARD-GUESS(WS-SESS-YEL-POS(WS-HARD-K):1)
                   = WS-HARD-LETTER
                   ADD 1 TO WS-HARD-FAULTS
                   DISPLAY "  violates: " WS-HARD-LETTER
                       " cannot be in slot "
                       WS-SESS-YEL-POS(WS-HARD-K)
                       " (yellow tile there)"
               END-IF
           END-PERFORM
           PERFORM VARYING WS-HARD-K FROM 1 BY 1
               UNTIL WS-HARD-K > WS-SESS-EXCL-COUNT
               MOVE WS-SESS-EXCLUDE(WS-HARD-K:1) TO WS-HARD-LETTER
               PERFORM W072-TALLY-HARD-LETTER
               IF WS-HARD-TALLY > 0
                   ADD 1 TO WS-HARD-FAULTS
                   DISPLAY "  wastes: " WS-HARD-LETTER
                       " is already excluded"
               END-IF
           END-PERFORM
           PERFORM VARYING WS-HARD-K FROM 1 BY 1
               UNTIL WS-HARD-K > WS-SESS-COUNT-NR
               MOVE WS-SESS-CNT-LETTER(WS-HARD-K) TO WS-HARD-LETTER
               PERFORM W072-TALLY-HARD-LETTER
               IF WS-HARD-TALLY < WS-SESS-CNT-MIN(WS-HARD-K)
                   ADD 1 TO WS-HARD-FAULTS
                   DISPLAY "  violates: needs at least "
                       WS-SESS-CNT-MIN(WS-HARD-K) " of "
                       WS-HARD-LETTER
               END-IF
               IF WS-HARD-TALLY > WS-SESS-CNT-MAX(WS-HARD-K)
                   ADD 1 TO WS-HARD-FAULTS
                   DISPLAY "  wastes: at most "
                       WS-SESS-CNT-MAX(WS-HARD-K) " of "
                       WS-HARD-LETTER " can be in the answer"
               END-IF
           END-PERFORM
           .

       W072-TALLY-HARD-LETTER.
           MOVE ZERO TO WS-HARD-TALLY
           PERFORM VARYING WS-HARD-J FROM 1 BY 1
               UNTIL WS-HARD-J > 5
               IF WS-HARD-GUESS(WS-HARD-J:1) = WS-HARD-LETTER
                   ADD 1 TO WS-HARD-TALLY
               END-IF
           END-PERFORM
           .

       W080-GAME-WRAPUP.
           MOVE WS-SECRET TO WS-GAME-ANSWER
           EVALUATE TRUE
               WHEN WS-GAME-SOLVED = "Y"
                   DISPLAY "Solved in " WS-GAME-GUESS-COUNT "/6"
               WHEN GAME-QUIT
                   DISPLAY "Given up - the word was " WS-SECRET
               WHEN OTHER
                   DISPLAY "Out of guesses - the word was " WS-SECRET
           END-EVALUATE
           IF WS-GAME-GUESS-COUNT > 0
               DISPLAY "Save this practice game? (y/N): "
                   WITH NO ADVANCING
               MOVE "N" TO WS-SESS-REPLY
               ACCEPT WS-SESS-REPLY
               IF WS-SESS-REPLY = "y" OR WS-SESS-REPLY = "Y"
                   MOVE "P" TO WS-SESS-FUNC
                   PERFORM W085-CALLWORDSESS
               END-IF
           END-IF
           DISPLAY "Show your practice statistics? (y/N): "
               WITH NO ADVANCING
           MOVE "N" TO WS-SESS-REPLY
           ACCEPT WS-SESS-REPLY
           IF WS-SESS-REPLY = "y" OR WS-SESS-REPLY = "Y"
               MOVE "Q" TO WS-SESS-FUNC
               PERFORM W085-CALLWORDSESS
           END-IF
           .

       W085-CALLWORDSESS.
           CALL "wordsess" USING BY REFERENCE WS-SESS-FUNC,
               WS-GAME-GUESS-TABLE, WS-GAME-GUESS-COUNT,
               WS-GAME-ANSWER, WS-GAME-SOLVED, WS-PLAYER-ID
           ON EXCEPTION DISPLAY "Called program not found!"
           END-CALL
           .

       W999-EXIT.
           DISPLAY "End of practice session"
           .
       END PROGRAM WORDPLAY.
