      ******************************************************************
      * Author: Tom Zuurbier
      * Date: 2026
      * Purpose: Housekeeping for the WORDL game-in-progress journal.
      *          WORDL journals every accepted tile entry of an
      *          interactive game and deletes the entries when the
      *          game is saved or discarded; on the next start it
      *          offers back an unfinished game from today only. A
      *          game left open from an earlier day belongs to an
      *          earlier puzzle and is never resumed - this job
      *          lists each such game (player, start, last entry,
      *          guesses so far) so the player can still be told
      *          about it, and deletes its entries. Games started on
      *          the cutoff day or later are left alone.
      * Input:   WORDJRNL - the game-in-progress journal (layout as
      *          in wordl.cob).
      *          SYSIN/terminal - cutoff date as YYYYMMDD, blank for
      *          today; games started before it are cleared. A
      *          cutoff that is not a real date, or is after today,
      *          is refused.
      * Output:  JRNLRPT - one line per game cleared and the totals.
      *          RUNCTL - one run-control record per run: journal
      *          records read, and the entries cleared in the
      *          archived column.
      * Return codes: 0 no games left open from earlier days,
      *          4 games reported and cleared, 8 bad cutoff date, or
      *          the journal or report would not open or a journal
      *          read or delete failed - rerun (games already
      *          cleared are gone from
      *          the journal and do not report twice).
      * Tectonics: cob2
      * Compiler: IBM Cobol for Linux 1.2.0
      * How to compile:
      * 1. cob2 wordjclr.cob -q32 -o wordjclr
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. WORDJCLR.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL JRNLFIL ASSIGN TO "WORDJRNL"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS JR-KEY
               FILE STATUS IS WS-JRNLFIL-STATUS.
           SELECT RPTFIL ASSIGN TO "JRNLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPTFIL-STATUS.
      *-----------------------------------------------------------*
      * Run-control ledger shared by the batch jobs - one record
      * per run, read back by WORDCTL's morning exceptions report.
      *-----------------------------------------------------------*
           SELECT OPTIONAL RUNCTL ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

      *-------------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  JRNLFIL
           LABEL RECORDS ARE STANDARD.
       01  JRNL-RECORD.
           05  JR-KEY.
               10  JR-PLAYER-ID        PIC X(8).
               10  JR-GAME-ID          PIC X(14).
               10  JR-SEQ              PIC 9(2).
           05  JR-WRITTEN              PIC X(14).
           05  JR-GUESS                PIC X(5).
           05  JR-TILES                PIC X(5).
           05  JR-BOARD-COUNT          PIC 9(1).
           05  JR-SESS-PATTERN         PIC X(5).
           05  JR-SESS-EXCLUDE         PIC X(8).
           05  JR-SESS-EXCL-COUNT      PIC 9(2).
           05  JR-SESS-YELLOW-TABLE    PIC X(20).
           05  JR-SESS-YELLOW-COUNT    PIC 9(2).
           05  JR-SESS-COUNT-TABLE     PIC X(15).
           05  JR-SESS-COUNT-NR        PIC 9(1).
           05  JR-BOARD-TABLE          PIC X(216).
           05  JR-GAME-GUESS-TABLE     PIC X(60).
           05  JR-GAME-GUESS-COUNT     PIC 9(1).
           05  JR-GAME-ANSWER          PIC X(5).
           05  JR-GAME-SOLVED          PIC X(1).
           05  JR-TRACE-PREV-POOL      PIC 9(4).
           05  FILLER                  PIC X(11).

       FD  RPTFIL
           LABEL RECORDS ARE STANDARD.
       01  RPT-RECORD                  PIC X(80).

       FD  RUNCTL
           LABEL RECORDS ARE STANDARD.
       01  RUNCTL-RECORD.
           05  RUN-JOB-NAME            PIC X(8).
           05  FILLER                  PIC X(1).
           05  RUN-DATE                PIC X(8).
           05  FILLER                  PIC X(1).
           05  RUN-TIME                PIC X(6).
           05  FILLER                  PIC X(1).
           05  RUN-RETURN-CODE         PIC 9(2).
           05  FILLER                  PIC X(1).
           05  RUN-READ-COUNT          PIC 9(7).
           05  FILLER                  PIC X(1).
           05  RUN-INSERT-COUNT        PIC 9(7).
           05  FILLER                  PIC X(1).
           05  RUN-REJECT-COUNT        PIC 9(7).
           05  FILLER                  PIC X(1).
           05  RUN-EXPORT-COUNT        PIC 9(7).
           05  FILLER                  PIC X(1).
           05  RUN-ARCHIVE-COUNT       PIC 9(7).
           05  FILLER                  PIC X(1).
           05  RUN-TABLE-COUNT         PIC 9(7).
           05  FILLER                  PIC X(1).
           05  RUN-QUALIFIER           PIC X(1).
           05  FILLER                  PIC X(3).

       WORKING-STORAGE SECTION.
      *-----------------------
      *    Status 05 is a successful open of an OPTIONAL file that
      *    was not there yet - no journal means nothing to clear.
       01  WS-JRNLFIL-STATUS       PIC X(2) VALUE "00".
           88  JRNLFIL-OK                  VALUES "00" "05".
           88  JRNLFIL-EOF                 VALUE "10".
       01  WS-RPTFIL-STATUS        PIC X(2) VALUE "00".
           88  RPTFIL-OK                   VALUE "00".
       01  WS-CUTOFF-DATE          PIC X(8) VALUE SPACES.
       01  WS-RPT-TIMESTAMP        PIC X(26) VALUE SPACES.
       01  WS-READ-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-ENTRIES-CLEARED      PIC 9(7) VALUE ZERO.
       01  WS-GAMES-CLEARED        PIC 9(5) VALUE ZERO.
       01  WS-GAMES-KEPT           PIC 9(5) VALUE ZERO.
       01  WS-KEPT-KEY             PIC X(22) VALUE SPACES.
      *-----------------------------------------------------------*
      * The game being cleared - its entries arrive together in
      * entry order, so the last one read holds the game's latest
      * state and is what the report line shows.
      *-----------------------------------------------------------*
       01  WS-HELD-GAME.
           05  WS-HELD-KEY.
               10  WS-HELD-PLAYER-ID   PIC X(8).
               10  WS-HELD-GAME-ID     PIC X(14).
           05  WS-HELD-WRITTEN         PIC X(14).
           05  WS-HELD-ENTRIES         PIC 9(3).
           05  WS-HELD-BOARDS          PIC 9(1).
           05  WS-HELD-GUESSES         PIC 9(1).
           05  WS-HELD-GUESS           PIC X(5).
           05  WS-HELD-TILES           PIC X(5).
       01  WS-DETAIL-LINE.
           05  DL-PLAYER-ID            PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DL-STARTED              PIC X(16).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DL-LAST-ENTRY           PIC X(16).
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  DL-ENTRIES              PIC ZZ9.
           05  FILLER                  PIC X(6) VALUE SPACES.
           05  DL-BOARDS               PIC 9(1).
           05  FILLER                  PIC X(7) VALUE SPACES.
           05  DL-GUESSES              PIC 9(1).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  DL-LAST-GUESS           PIC X(5).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  DL-LAST-TILES           PIC X(5).
           05  FILLER                  PIC X(1) VALUE SPACE.
       01  WS-COUNT-EDIT           PIC Z(6)9.
       01  SWITCHES.
           05  CLEAR-FAILED-SW     PIC X   VALUE 'N'.
                   88 CLEAR-FAILED         VALUE 'Y'.
           05  JRNL-OPEN-SW        PIC X   VALUE 'N'.
                   88 JRNL-OPEN            VALUE 'Y'.
      *    Status 05 is a successful open of an OPTIONAL file that
      *    was not there yet - the first run creates the ledger.
       01  WS-RUNCTL-STATUS        PIC X(2) VALUE "00".
           88  RUNCTL-OK                   VALUES "00" "05".
       01  WS-RUN-TIMESTAMP        PIC X(21) VALUE SPACES.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           PERFORM Z010-INIT
           IF NOT CLEAR-FAILED
               PERFORM Z020-READ-ENTRY UNTIL JRNLFIL-EOF
                   OR CLEAR-FAILED
               IF WS-HELD-KEY NOT = SPACES
                   PERFORM Z030-REPORT-GAME
               END-IF
               PERFORM Z040-WRITE-TOTALS
           END-IF
           EVALUATE TRUE
               WHEN CLEAR-FAILED
                   DISPLAY "Journal housekeeping failed - rerun"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-GAMES-CLEARED > 0
                   DISPLAY WS-GAMES-CLEARED " unfinished game(s) "
                       "from before " WS-CUTOFF-DATE " cleared"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "No unfinished games from before "
                       WS-CUTOFF-DATE
           END-EVALUATE
           PERFORM Z090-WRITE-RUNCTL
           PERFORM Z999-EXIT
           GOBACK
           .

       Z010-INIT.
           MOVE FUNCTION CURRENT-DATE TO WS-RPT-TIMESTAMP
           DISPLAY "Cutoff date (YYYYMMDD - games started before it "
               "are cleared, blank = today): "
               WITH NO ADVANCING
           ACCEPT WS-CUTOFF-DATE
           IF WS-CUTOFF-DATE = SPACES
               MOVE WS-RPT-TIMESTAMP(1:8) TO WS-CUTOFF-DATE
           END-IF
      *    A garbled cutoff, or one after today, could clear
      *    today's resumable games - refuse to run on one. Only
      *    games from earlier days are this job's business.
           EVALUATE TRUE
               WHEN WS-CUTOFF-DATE IS NOT NUMERIC
                   DISPLAY "Bad cutoff date """ WS-CUTOFF-DATE
                       """ - journal not cleared"
                   SET CLEAR-FAILED TO TRUE
               WHEN FUNCTION TEST-DATE-YYYYMMDD(
                       FUNCTION NUMVAL(WS-CUTOFF-DATE)) NOT = 0
                   DISPLAY "Cutoff """ WS-CUTOFF-DATE
                       """ is not a real date - journal not cleared"
                   SET CLEAR-FAILED TO TRUE
               WHEN WS-CUTOFF-DATE > WS-RPT-TIMESTAMP(1:8)
                   DISPLAY "Cutoff " WS-CUTOFF-DATE " is after today"
                       " - journal not cleared"
                   SET CLEAR-FAILED TO TRUE
           END-EVALUATE
           OPEN OUTPUT RPTFIL
           IF NOT RPTFIL-OK
               DISPLAY "Unable to open JRNLRPT, status "
                   WS-RPTFIL-STATUS
               SET CLEAR-FAILED TO TRUE
           ELSE
               MOVE SPACES TO RPT-RECORD
               STRING "WORDLY GAME JOURNAL HOUSEKEEPING  "
                   DELIMITED BY SIZE
                   WS-RPT-TIMESTAMP(1:16) DELIMITED BY SIZE
                   "  CUTOFF " DELIMITED BY SIZE
                   WS-CUTOFF-DATE DELIMITED BY SIZE
                   INTO RPT-RECORD
               WRITE RPT-RECORD
               MOVE SPACES TO RPT-RECORD
               WRITE RPT-RECORD
               MOVE "PLAYER    STARTED           LAST ENTRY       "
                   TO RPT-RECORD
               MOVE "ENTRIES BOARDS GUESSES LAST TILES"
                   TO RPT-RECORD(46:33)
               WRITE RPT-RECORD
           END-IF
           IF NOT CLEAR-FAILED
               OPEN I-O JRNLFIL
               IF NOT JRNLFIL-OK
                   DISPLAY "Unable to open WORDJRNL, status "
                       WS-JRNLFIL-STATUS
                   SET CLEAR-FAILED TO TRUE
               ELSE
                   SET JRNL-OPEN TO TRUE
               END-IF
           END-IF
           MOVE SPACES TO WS-HELD-GAME
           .

       Z020-READ-ENTRY.
      *    The game id is the game's start timestamp, so its first
      *    8 characters are the day the game belongs to.
           READ JRNLFIL
               AT END
                   SET JRNLFIL-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   IF JR-GAME-ID(1:8) < WS-CUTOFF-DATE
                       PERFORM Z022-CLEAR-ENTRY
                   ELSE
                       IF JR-KEY(1:22) NOT = WS-KEPT-KEY
                           ADD 1 TO WS-GAMES-KEPT
                           MOVE JR-KEY(1:22) TO WS-KEPT-KEY
                       END-IF
                   END-IF
           END-READ
      *    A read error is neither a record nor the end - stop the
      *    pass instead of reading on forever.
           IF WS-JRNLFIL-STATUS NOT = "00"
               AND WS-JRNLFIL-STATUS NOT = "10"
               AND NOT CLEAR-FAILED
               DISPLAY "WORDJRNL read failed, status "
                   WS-JRNLFIL-STATUS
               SET CLEAR-FAILED TO TRUE
           END-IF
           .

       Z022-CLEAR-ENTRY.
           IF JR-KEY(1:22) NOT = WS-HELD-KEY
               IF WS-HELD-KEY NOT = SPACES
                   PERFORM Z030-REPORT-GAME
               END-IF
               MOVE SPACES TO WS-HELD-GAME
               MOVE ZERO TO WS-HELD-ENTRIES
               MOVE JR-KEY(1:22) TO WS-HELD-KEY
               ADD 1 TO WS-GAMES-CLEARED
           END-IF
           ADD 1 TO WS-HELD-ENTRIES
           MOVE JR-WRITTEN TO WS-HELD-WRITTEN
           MOVE JR-BOARD-COUNT TO WS-HELD-BOARDS
           MOVE JR-GAME-GUESS-COUNT TO WS-HELD-GUESSES
           MOVE JR-GUESS TO WS-HELD-GUESS
           MOVE JR-TILES TO WS-HELD-TILES
      *    Sequential access - DELETE removes the record just read.
           DELETE JRNLFIL RECORD
           IF JRNLFIL-OK
               ADD 1 TO WS-ENTRIES-CLEARED
           ELSE
               DISPLAY "WORDJRNL delete failed, status "
                   WS-JRNLFIL-STATUS
               SET CLEAR-FAILED TO TRUE
           END-IF
           .

       Z030-REPORT-GAME.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-HELD-PLAYER-ID TO DL-PLAYER-ID
           STRING WS-HELD-GAME-ID(1:4) "-" WS-HELD-GAME-ID(5:2) "-"
               WS-HELD-GAME-ID(7:2) " " WS-HELD-GAME-ID(9:2) ":"
               WS-HELD-GAME-ID(11:2) DELIMITED BY SIZE
               INTO DL-STARTED
           STRING WS-HELD-WRITTEN(1:4) "-" WS-HELD-WRITTEN(5:2) "-"
               WS-HELD-WRITTEN(7:2) " " WS-HELD-WRITTEN(9:2) ":"
               WS-HELD-WRITTEN(11:2) DELIMITED BY SIZE
               INTO DL-LAST-ENTRY
           MOVE WS-HELD-ENTRIES TO DL-ENTRIES
           MOVE WS-HELD-BOARDS TO DL-BOARDS
           MOVE WS-HELD-GUESSES TO DL-GUESSES
           MOVE WS-HELD-GUESS TO DL-LAST-GUESS
           MOVE WS-HELD-TILES TO DL-LAST-TILES
           IF RPTFIL-OK
               MOVE WS-DETAIL-LINE TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF
           DISPLAY WS-DETAIL-LINE
           .

       Z040-WRITE-TOTALS.
           IF RPTFIL-OK
               MOVE SPACES TO RPT-RECORD
               WRITE RPT-RECORD
               MOVE WS-READ-COUNT TO WS-COUNT-EDIT
               MOVE SPACES TO RPT-RECORD
               STRING "JOURNAL RECORDS READ:   " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO RPT-RECORD
               WRITE RPT-RECORD
               MOVE WS-ENTRIES-CLEARED TO WS-COUNT-EDIT
               MOVE SPACES TO RPT-RECORD
               STRING "ENTRIES CLEARED:        " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO RPT-RECORD
               WRITE RPT-RECORD
               MOVE WS-GAMES-CLEARED TO WS-COUNT-EDIT
               MOVE SPACES TO RPT-RECORD
               STRING "GAMES CLEARED:          " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO RPT-RECORD
               WRITE RPT-RECORD
               MOVE WS-GAMES-KEPT TO WS-COUNT-EDIT
               MOVE SPACES TO RPT-RECORD
               STRING "GAMES KEPT (CURRENT):   " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO RPT-RECORD
               WRITE RPT-RECORD
           END-IF
           .

       Z090-WRITE-RUNCTL.
      *    One run-control record per run, whatever the outcome -
      *    the morning exceptions report reads a missing record as
      *    a job that did not run.
           OPEN EXTEND RUNCTL
           IF NOT RUNCTL-OK
               OPEN OUTPUT RUNCTL
           END-IF
           IF NOT RUNCTL-OK
               DISPLAY "Unable to open RUNCTL, status "
                   WS-RUNCTL-STATUS " - run not recorded"
           ELSE
               MOVE SPACES TO RUNCTL-RECORD
               MOVE ZEROS TO RUN-READ-COUNT RUN-INSERT-COUNT
                   RUN-REJECT-COUNT RUN-EXPORT-COUNT
                   RUN-ARCHIVE-COUNT RUN-TABLE-COUNT
               MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
               MOVE "WORDJCLR" TO RUN-JOB-NAME
               MOVE WS-RUN-TIMESTAMP(1:8) TO RUN-DATE
               MOVE WS-RUN-TIMESTAMP(9:6) TO RUN-TIME
               MOVE RETURN-CODE TO RUN-RETURN-CODE
               MOVE WS-READ-COUNT TO RUN-READ-COUNT
               MOVE WS-ENTRIES-CLEARED TO RUN-ARCHIVE-COUNT
               WRITE RUNCTL-RECORD
               CLOSE RUNCTL
           END-IF
           .

       Z999-EXIT.
           IF JRNL-OPEN
               CLOSE JRNLFIL
           END-IF
           IF RPTFIL-OK
               CLOSE RPTFIL
           END-IF
           .
       END PROGRAM WORDJCLR.
