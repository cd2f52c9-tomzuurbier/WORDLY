      *          statistics over any date range - win rate, average
      *          guesses and a guess-distribution histogram, the
      *          stats the NYT shows but for the whole team.
      *          Practice games (WORDPLAY) are saved with PRACTICE
      *          = 'Y': they never count in the statistics, the
      *          leaderboard, its streaks or the share card, and
      *          are reported on their own by function "Q".
      * Expects: CREATE TABLE COBOL.WORDLY_SESSIONS
      *            (GAME_DATE    DATE NOT NULL,
      *             PLAYER_ID    CHAR(8) NOT NULL,
      *             GUESS6 CHAR(5), TILES6 CHAR(5),
      *             GUESSES_USED SMALLINT NOT NULL,
      *             ANSWER CHAR(5),
      *             SOLVED CHAR(1) NOT NULL,
      *             PRACTICE CHAR(1) NOT NULL WITH DEFAULT 'N')
      *          and an open DB2 connection made earlier in the run
      *          (DBQUERY's CONNECT serves the whole process, as it
      *          already does for GUESSCHK).
      * Function codes (LS-SESS-FUNC):
      *   "S" - save the game handed over in the linkage section
      *   "P" - save it as a practice game (PRACTICE = 'Y')
      *   "R" - prompt for a date range and report statistics
      *   "L" - prompt for a date range and report the per-player
      *         leaderboard: win rate, average guesses, current and
      *         handed over in the linkage section (end of
      *         session); a date = that row from the sessions
      *         table (after the fact).
      *   "Q" - prompt for a date range and report one player's
      *         practice statistics (the linkage player id, or
      *         prompted for when blank)
      * Requires: wordl.o
      * Tectonics: cob2
      * Compiler: IBM Cobol for Linux 1.2.0
       01  HV-TO-DATE          PIC X(10).
       01  HV-PLAYER-ID        PIC X(8).
       01  HV-CARD-GUESSES     PIC S9(4) COMP.
       01  HV-PRACTICE         PIC X(1) VALUE "N".
      *-----------------------------------------------------------*
      * Statistics tallies for the report.
      *-----------------------------------------------------------*
                   88 CURSOR-OPENED            VALUE 'Y'.
           05  LEAD-CURSOR-SW          PIC X   VALUE 'N'.
                   88 LEAD-CURSOR-OPEN        VALUE 'Y'.
           05  PRAC-CURSOR-SW          PIC X   VALUE 'N'.
                   88 PRAC-CURSOR-OPEN        VALUE 'Y'.
      *-----------------------------------------------------------
      *SUPPORTING DATA STRUCTURES FOR DB2 ACCESS
      *-----------------------------------------------------------
               SELECT SOLVED, GUESSES_USED
               FROM COBOL.WORDLY_SESSIONS
               WHERE GAME_DATE BETWEEN :HV-FROM-DATE AND :HV-TO-DATE
                 AND PRACTICE = 'N'
           END-EXEC.
      *    Leaderboard: ordered by player then game date, so each
      *    player's games arrive as one run in date order and the
               SELECT PLAYER_ID, SOLVED, GUESSES_USED
               FROM COBOL.WORDLY_SESSIONS
               WHERE GAME_DATE BETWEEN :HV-FROM-DATE AND :HV-TO-DATE
                 AND PRACTICE = 'N'
               ORDER BY PLAYER_ID, GAME_DATE
           END-EXEC.
      *    Share card after the fact: the saved game for one date,
               WHERE GAME_DATE = :HV-FROM-DATE
                 AND (:HV-PLAYER-ID = '        '
                      OR PLAYER_ID = :HV-PLAYER-ID)
                 AND PRACTICE = 'N'
           END-EXEC.
      *    Practice statistics: one player's practice games only.
           EXEC SQL
            DECLARE PRACCURS CURSOR FOR
               SELECT SOLVED, GUESSES_USED
               FROM COBOL.WORDLY_SESSIONS
               WHERE GAME_DATE BETWEEN :HV-FROM-DATE AND :HV-TO-DATE
                 AND PLAYER_ID = :HV-PLAYER-ID
                 AND PRACTICE = 'Y'
           END-EXEC.
      *-----------------------------------------------------------
       LINKAGE SECTION.
       MAIN-PROCEDURE.
           EVALUATE LS-SESS-FUNC
               WHEN "S"
                   MOVE "N" TO HV-PRACTICE
                   PERFORM E010-SAVE-SESSION
               WHEN "P"
                   MOVE "Y" TO HV-PRACTICE
                   PERFORM E010-SAVE-SESSION
               WHEN "R"
                   PERFORM E020-REPORT-STATS
                   PERFORM E060-LEADERBOARD
               WHEN "C"
                   PERFORM E070-SHARE-CARD
               WHEN "Q"
                   PERFORM E080-PRACTICE-STATS
               WHEN OTHER
                   DISPLAY "WORDSESS: unknown function "
                       LS-SESS-FUNC
                (GAME_DATE, PLAYER_ID,
                 GUESS1, TILES1, GUESS2, TILES2, GUESS3, TILES3,
                 GUESS4, TILES4, GUESS5, TILES5, GUESS6, TILES6,
                 GUESSES_USED, ANSWER, SOLVED, PRACTICE)
              VALUES
                (CURRENT DATE, :HV-PLAYER-ID,
                 :HV-GUESS1, :HV-TILES1, :HV-GUESS2, :HV-TILES2,
                 :HV-GUESS3, :HV-TILES3, :HV-GUESS4, :HV-TILES4,
                 :HV-GUESS5, :HV-TILES5, :HV-GUESS6, :HV-TILES6,
                 :HV-GUESSES-USED, :HV-ANSWER, :HV-SOLVED,
                 :HV-PRACTICE)
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   DISPLAY "Could not save game, SQLCODE: " SQLCODE
               WHEN HV-PRACTICE = "Y"
                   DISPLAY "Practice game saved to the session log"
               WHEN OTHER
                   DISPLAY "Game saved to the session log"
           END-EVALUATE
           .

       E020-REPORT-STATS.
                       SQLCODE " - statistics are incomplete"
               END-IF
           ELSE
               PERFORM E045-COUNT-GAME
           END-IF
           .

       E045-COUNT-GAME.
           ADD 1 TO WS-GAMES-PLAYED
           IF HV-SOLVED = "Y"
               ADD 1 TO WS-GAMES-SOLVED
               ADD HV-GUESSES-USED TO WS-GUESS-TOTAL
               IF HV-GUESSES-USED > 0 AND HV-GUESSES-USED < 7
                   ADD 1 TO WS-HISTO-COUNT(HV-GUESSES-USED)
               END-IF
           END-IF
           .
           DISPLAY WS-CARD-LINE
           .

       E080-PRACTICE-STATS.
      *    Same figures as "R", over the player's practice games
      *    only - WORDPLAY hands its player id over; a blank one
      *    is asked for.
           MOVE LS-PLAYER-ID TO HV-PLAYER-ID
           PERFORM UNTIL HV-PLAYER-ID NOT = SPACES
               DISPLAY "Player id (up to 8 characters): "
                   WITH NO ADVANCING
               ACCEPT HV-PLAYER-ID
           END-PERFORM
           DISPLAY "Practice statistics from date (YYYY-MM-DD): "
               WITH NO ADVANCING
           ACCEPT HV-FROM-DATE
           DISPLAY "Practice statistics to date (YYYY-MM-DD): "
               WITH NO ADVANCING
           ACCEPT HV-TO-DATE
           MOVE ZEROS TO WS-HISTOGRAM
           EXEC SQL
              OPEN PRACCURS
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "Cannot read COBOL.WORDLY_SESSIONS, "
                   "SQLCODE: " SQLCODE
           ELSE
               SET PRAC-CURSOR-OPEN TO TRUE
               PERFORM E082-TALLY-PRACTICE UNTIL END-OF-SESSIONS
               DISPLAY "Practice games of " HV-PLAYER-ID
                   " - not counted on the leaderboard"
               PERFORM E050-DISPLAY-STATS
           END-IF
           .

       E082-TALLY-PRACTICE.
           EXEC SQL
              FETCH PRACCURS
                INTO :HV-SOLVED, :HV-GUESSES-USED
           END-EXEC.
           IF SQLCODE NOT = 0
               SET END-OF-SESSIONS TO TRUE
               IF FUNCTION INTEGER-PART(SQLCODE) NOT = 100
                   DISPLAY "Session fetch failed, SQLCODE: "
                       SQLCODE " - statistics are incomplete"
               END-IF
           ELSE
               PERFORM E045-COUNT-GAME
           END-IF
           .

       E999-EXIT.
      *    The cursor was only ever opened when E030-OPENCURSOR
      *    succeeded - closing it otherwise would fail with
                  CLOSE LEADCURS
               END-EXEC
           END-IF
           IF PRAC-CURSOR-OPEN
               EXEC SQL
                  CLOSE PRACCURS
               END-EXEC
           END-IF
      * The EXIT PROGRAM statement specifies the end of a called
      * program and returns control to the calling program.
           EXIT PROGRAM.
