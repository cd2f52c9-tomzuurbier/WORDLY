      * Author: Tom Zuurbier
      * Date: November 2024
      * Purpose: To lookup candidates for the NYT Wordle puzzle.
      * Requires: dbquery.o wordcred.o
      * Tectonics: cob2
      * Compiler: IBM Cobol for Linux 1.2.0
      * How to compile:
      * 1. cob2 -I ./copybooks wordl.cob -q32  -qNODYNAM -c
      * 2. cob2 wordl.o dbquery.o wordcred.o -q32
      *        -I$HOME/sqllib/include/cobol_a -L$HOME/sqllib/lib32
      *        -ldb2
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           SELECT OPTIONAL TRCFIL ASSIGN TO "WORDTRC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRCFIL-STATUS.
      *-----------------------------------------------------------*
      * Run-control ledger shared by the batch jobs - a batch run
      * writes one record (records read, rejected, return code)
      * for WORDCTL's morning exceptions report. Interactive
      * sessions are not jobs and write nothing.
      *-----------------------------------------------------------*
           SELECT OPTIONAL RUNCTL ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
      *-----------------------------------------------------------*
      * Game-in-progress journal. Each accepted tile entry of an
      * interactive game is written here as it is applied - the
      * whole game state after the entry, keyed by player, game id
      * and entry number - so a dropped session can be resumed on
      * the next start, and the last entry can be undone. A saved
      * (or knowingly discarded) game's entries are deleted; games
      * left open from earlier days are reported and cleared by
      * WORDJCLR in the housekeeping job.
      *-----------------------------------------------------------*
           SELECT OPTIONAL JRNLFIL ASSIGN TO "WORDJRNL"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS JR-KEY
               FILE STATUS IS WS-JRNLFIL-STATUS.

      *-----------------------
       DATA DIVISION.
           LABEL RECORDS ARE STANDARD.
       01  TRC-RECORD                  PIC X(60).

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

       FD  AUDITFIL
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-RECORD.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  AU-HITCOUNT             PIC 9(4).

      *    One record per accepted tile entry: the entry itself and
      *    the complete game state once it was applied. The layout
      *    is repeated in wordjclr.cob.
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

       WORKING-STORAGE SECTION.
      *-----------------------
      *-----------------------------------------------------------*
      * A045-SCORE-RESULTS, which only orders the candidates.
      *-----------------------------------------------------------*
       01  WS-ADVISE-REPLY         PIC X(1) VALUE "N".
      *    One guess into a single-board tile game, the advice for
      *    the house opener's tiles is already in the opening book
      *    WORDBOOK builds overnight - WORDBKRD shows it and sets
      *    this to "Y", or leaves "N" (no book, another opener, out
      *    of date) and WORDADVIS scores afresh.
       01  WS-BOOK-HIT             PIC X(1) VALUE "N".
      *-----------------------------------------------------------*
      * Batch mode - request 005.
      *-----------------------------------------------------------*
       01  WS-VAL-I                PIC 9(1) VALUE ZERO.
       01  WS-VAL-OFFSET           PIC 9(2) VALUE ZERO.
       01  WS-VAL-BLANK-SEEN       PIC X(1) VALUE "N".
      *    Status 05 is a successful open of an OPTIONAL file that
      *    was not there yet - the first run creates the ledger.
       01  WS-RUNCTL-STATUS        PIC X(2) VALUE "00".
           88  RUNCTL-OK                   VALUES "00" "05".
       01  WS-RUN-TIMESTAMP        PIC X(21) VALUE SPACES.
      *-----------------------------------------------------------*
      * Audit log - request 007.
      *-----------------------------------------------------------*
       01  WS-TRCFIL-STATUS        PIC X(2) VALUE "00".
           88  TRCFIL-OK                   VALUES "00" "05".
       01  WS-TRACE-GAME-ID        PIC X(14) VALUE SPACES.
      *    Game date handed to DBQUERY, YYYY-MM-DD from the game
      *    id (a resumed game keeps its own), so each search runs
      *    against the dictionary version in force that day. Blank
      *    before the first game lets DBQUERY use today.
       01  WS-GAME-DATE            PIC X(10) VALUE SPACES.
       01  WS-TRACE-PREV-POOL      PIC 9(4) VALUE 2315.
       01  WS-TRACE-THIS-SEARCH    PIC X(1) VALUE "N".
       01  WS-TRC-DETAIL.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  TS-FINAL-POOL       PIC 9(4).
           05  FILLER              PIC X(26) VALUE SPACES.
      *-----------------------------------------------------------*
      * Game-in-progress journal. WS-JRNL-SEQ is the number of
      * entries journaled for the current game (0 = nothing to
      * undo or discard). The resume scan keeps the newest entry of
      * the newest unfinished game from today in WS-JRNL-LAST.
      *-----------------------------------------------------------*
      *    Status 05 is a successful open of an OPTIONAL file that
      *    was not there yet - the first game creates the journal.
       01  WS-JRNLFIL-STATUS       PIC X(2) VALUE "00".
           88  JRNLFIL-OK                  VALUES "00" "05".
       01  WS-JRNL-OPEN            PIC X(1) VALUE "N".
           88  JRNL-OPEN                   VALUE "Y".
       01  WS-JRNL-PENDING         PIC X(1) VALUE "N".
       01  WS-JRNL-SCAN-END        PIC X(1) VALUE "N".
       01  WS-JRNL-SEQ             PIC 9(2) VALUE ZERO.
       01  WS-JRNL-TODAY           PIC X(8) VALUE SPACES.
       01  WS-JRNL-TIMESTAMP       PIC X(21) VALUE SPACES.
       01  WS-JRNL-LAST            PIC X(400) VALUE SPACES.
       01  WS-JRNL-LAST-GAME-ID    PIC X(14) VALUE SPACES.
       01  WS-JRNL-OLD-GAMES       PIC 9(3) VALUE ZERO.
       01  WS-JRNL-PREV-GAME-ID    PIC X(14) VALUE SPACES.
       01  WS-JRNL-REPLY           PIC X(1) VALUE SPACE.
       01  WS-JRNL-KEEP-BOARDS     PIC 9(1) VALUE 1.
       01  WS-JRNL-KEEP-GAME-ID    PIC X(14) VALUE SPACES.
       01  WS-JRNL-I               PIC 9(1) VALUE ZERO.



      *        Clean game state (working area and all boards)
      *        before the first prompt, same reset "0" performs.
               PERFORM A023-NEW-GAME
      *        Offer back an unfinished game from today before the
      *        first prompt.
               PERFORM A040-OPEN-JOURNAL
               perform UNTIL CONTFIELD NOT = "y"
                   PERFORM A010-INIT
                   PERFORM A020-PREPFORSEARCH
                       PERFORM A030-CALLDBQUERY
                       PERFORM A032-LOGSEARCH
                       PERFORM A033-TRACE-SEARCH
                       PERFORM A046-JOURNAL-ENTRY
                       PERFORM A045-SCORE-RESULTS
      *    PERFORM A030-READTABLE
      *    PERFORM A050-SEARCHTABLE
      *    guesses worked through this session, and to show the
      *    team statistics - both live in WORDSESS and need the
      *    DB2 connection DBQUERY made.
      *    A multi-board game is never saved to the session log, so
      *    once every board is solved its journal is closed here.
           IF WS-BOARD-COUNT > 1 AND WS-JRNL-SEQ > 0
               MOVE ZERO TO WS-MB-OPEN-BOARDS
               PERFORM VARYING WS-BOARD-NR FROM 1 BY 1
                   UNTIL WS-BOARD-NR > WS-BOARD-COUNT
                   IF WS-BRD-SOLVED(WS-BOARD-NR) NOT = "Y"
                       ADD 1 TO WS-MB-OPEN-BOARDS
                   END-IF
               END-PERFORM
               IF WS-MB-OPEN-BOARDS = 0
                   PERFORM A049-CLOSE-JOURNAL-GAME
               END-IF
           END-IF
           IF NOT DB-CONNECTED
               CONTINUE
           ELSE
                       MOVE "S" TO WS-SESS-FUNC
                       PERFORM A085-CALLWORDSESS
                       PERFORM A034-TRACE-SUMMARY
      *                Saved - the journal has done its job.
                       PERFORM A049-CLOSE-JOURNAL-GAME
                   END-IF
               END-IF
      *        Offered whether or not a game was played this
           END-IF
           .

       A040-OPEN-JOURNAL.
      *    Game-in-progress journal. The journal is kept per player,
      *    so the player id is asked up front in interactive mode.
      *    An unfinished game from today is offered back; games
      *    from earlier days are only mentioned - they belong to an
      *    earlier puzzle and WORDJCLR clears them overnight.
           PERFORM A082-GET-PLAYER-ID
           OPEN I-O JRNLFIL
           IF NOT JRNLFIL-OK
               DISPLAY "Unable to open WORDJRNL, status "
                   WS-JRNLFIL-STATUS " - games are not journaled"
           ELSE
               MOVE "Y" TO WS-JRNL-OPEN
               PERFORM A041-SCAN-JOURNAL
               IF WS-JRNL-OLD-GAMES > 0
                   DISPLAY WS-JRNL-OLD-GAMES " unfinished game(s) "
                       "from earlier days left on the journal"
               END-IF
               IF WS-JRNL-LAST-GAME-ID NOT = SPACES
                   PERFORM A042-OFFER-RESUME
               END-IF
           END-IF
           .

       A041-SCAN-JOURNAL.
      *    The player's entries, in game id and entry order. The
      *    newest entry of the newest game started today is the
      *    state a resume restores.
           MOVE FUNCTION CURRENT-DATE TO WS-JRNL-TIMESTAMP
           MOVE WS-JRNL-TIMESTAMP(1:8) TO WS-JRNL-TODAY
           MOVE SPACES TO WS-JRNL-LAST-GAME-ID
           MOVE SPACES TO WS-JRNL-PREV-GAME-ID
           MOVE ZERO TO WS-JRNL-OLD-GAMES
           MOVE "N" TO WS-JRNL-SCAN-END
           MOVE WS-PLAYER-ID TO JR-PLAYER-ID
           MOVE LOW-VALUES TO JR-GAME-ID
           MOVE ZERO TO JR-SEQ
           START JRNLFIL KEY IS NOT LESS THAN JR-KEY
               INVALID KEY
                   MOVE "Y" TO WS-JRNL-SCAN-END
           END-START
           PERFORM UNTIL WS-JRNL-SCAN-END = "Y"
               READ JRNLFIL NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-JRNL-SCAN-END
                   NOT AT END
                       IF JR-PLAYER-ID NOT = WS-PLAYER-ID
                           MOVE "Y" TO WS-JRNL-SCAN-END
                       ELSE
                           PERFORM A041A-NOTE-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           .

       A041A-NOTE-ENTRY.
           IF JR-GAME-ID(1:8) = WS-JRNL-TODAY
               IF JR-GAME-ID >= WS-JRNL-LAST-GAME-ID
                   MOVE JR-GAME-ID TO WS-JRNL-LAST-GAME-ID
                   MOVE JRNL-RECORD TO WS-JRNL-LAST
               END-IF
           ELSE
               IF JR-GAME-ID NOT = WS-JRNL-PREV-GAME-ID
                   ADD 1 TO WS-JRNL-OLD-GAMES
               END-IF
           END-IF
           MOVE JR-GAME-ID TO WS-JRNL-PREV-GAME-ID
           .

       A042-OFFER-RESUME.
      *    A game not resumed now stays on the journal and is
      *    offered again on the next start today.
           MOVE WS-JRNL-LAST TO JRNL-RECORD
           DISPLAY "Unfinished game from today, started "
               JR-GAME-ID(9:2) ":" JR-GAME-ID(11:2) " - "
               JR-SEQ " tile entries, last " JR-GUESS " " JR-TILES
           DISPLAY "Resume this game? (y/N): "
           with NO ADVANCING
           MOVE "N" TO WS-JRNL-REPLY
           ACCEPT WS-JRNL-REPLY
           IF WS-JRNL-REPLY = "y" OR WS-JRNL-REPLY = "Y"
               PERFORM A043-RESTORE-ENTRY
               DISPLAY "Game resumed"
               PERFORM A044-SHOW-RESTORED
           END-IF
           .

       A043-RESTORE-ENTRY.
      *    Put the game state held in JRNL-RECORD back - the same
      *    fields A046-JOURNAL-ENTRY saved, trace game id included,
      *    so the rest of the game traces and saves as one game.
           MOVE JR-GAME-ID TO WS-TRACE-GAME-ID
           MOVE JR-SEQ TO WS-JRNL-SEQ
           MOVE JR-BOARD-COUNT TO WS-BOARD-COUNT
           MOVE JR-SESS-PATTERN TO WS-SESS-PATTERN
           MOVE JR-SESS-EXCLUDE TO WS-SESS-EXCLUDE
           MOVE JR-SESS-EXCL-COUNT TO WS-SESS-EXCL-COUNT
           MOVE JR-SESS-YELLOW-TABLE TO WS-SESS-YELLOW-TABLE
           MOVE JR-SESS-YELLOW-COUNT TO WS-SESS-YELLOW-COUNT
           MOVE JR-SESS-COUNT-TABLE TO WS-SESS-COUNT-TABLE
           MOVE JR-SESS-COUNT-NR TO WS-SESS-COUNT-NR
           MOVE JR-BOARD-TABLE TO WS-BOARD-TABLE
           MOVE JR-GAME-GUESS-TABLE TO WS-GAME-GUESS-TABLE
           MOVE JR-GAME-GUESS-COUNT TO WS-GAME-GUESS-COUNT
           MOVE JR-GAME-ANSWER TO WS-GAME-ANSWER
           MOVE JR-GAME-SOLVED TO WS-GAME-SOLVED
           MOVE JR-TRACE-PREV-POOL TO WS-TRACE-PREV-POOL
           MOVE 1 TO WS-BOARD-NR
           .

       A044-SHOW-RESTORED.
           IF WS-BOARD-COUNT > 1
               DISPLAY "  " WS-BOARD-COUNT "-board game, "
                   WS-JRNL-SEQ " guesses entered"
           ELSE
               PERFORM VARYING WS-JRNL-I FROM 1 BY 1
                   UNTIL WS-JRNL-I > WS-GAME-GUESS-COUNT
                   DISPLAY "  " WS-JRNL-I ". " WS-GAME-GUESS(WS-JRNL-I)
                       " " WS-GAME-TILES(WS-JRNL-I)
               END-PERFORM
               IF WS-GAME-GUESS-COUNT > 0
                   PERFORM A026-BUILD-FROM-SESSION
               END-IF
           END-IF
           .

       A046-JOURNAL-ENTRY.
      *    One record per accepted tile entry, written once the
      *    entry has been applied (and, single-board, searched and
      *    traced, so the pool the next trace record starts from is
      *    in it too).
           IF WS-JRNL-PENDING = "Y" AND JRNL-OPEN
               IF WS-JRNL-SEQ < 99
                   ADD 1 TO WS-JRNL-SEQ
                   MOVE SPACES TO JRNL-RECORD
                   MOVE WS-PLAYER-ID TO JR-PLAYER-ID
                   MOVE WS-TRACE-GAME-ID TO JR-GAME-ID
                   MOVE WS-JRNL-SEQ TO JR-SEQ
                   MOVE FUNCTION CURRENT-DATE TO WS-JRNL-TIMESTAMP
                   MOVE WS-JRNL-TIMESTAMP(1:14) TO JR-WRITTEN
                   MOVE WS-TILE-GUESS TO JR-GUESS
      *            The tiles as typed with the guess - in a
      *            multi-board game, those of the first open board.
                   MOVE WS-RAW-INPUT(7:5) TO JR-TILES
                   INSPECT JR-TILES CONVERTING "gyb" TO "GYB"
                   MOVE WS-BOARD-COUNT TO JR-BOARD-COUNT
                   MOVE WS-SESS-PATTERN TO JR-SESS-PATTERN
                   MOVE WS-SESS-EXCLUDE TO JR-SESS-EXCLUDE
                   MOVE WS-SESS-EXCL-COUNT TO JR-SESS-EXCL-COUNT
                   MOVE WS-SESS-YELLOW-TABLE TO JR-SESS-YELLOW-TABLE
                   MOVE WS-SESS-YELLOW-COUNT TO JR-SESS-YELLOW-COUNT
                   MOVE WS-SESS-COUNT-TABLE TO JR-SESS-COUNT-TABLE
                   MOVE WS-SESS-COUNT-NR TO JR-SESS-COUNT-NR
                   MOVE WS-BOARD-TABLE TO JR-BOARD-TABLE
                   MOVE WS-GAME-GUESS-TABLE TO JR-GAME-GUESS-TABLE
                   MOVE WS-GAME-GUESS-COUNT TO JR-GAME-GUESS-COUNT
                   MOVE WS-GAME-ANSWER TO JR-GAME-ANSWER
                   MOVE WS-GAME-SOLVED TO JR-GAME-SOLVED
                   MOVE WS-TRACE-PREV-POOL TO JR-TRACE-PREV-POOL
                   WRITE JRNL-RECORD
                   IF NOT JRNLFIL-OK
                       DISPLAY "Unable to journal this entry, WORDJRNL "
                           "status " WS-JRNLFIL-STATUS
                       SUBTRACT 1 FROM WS-JRNL-SEQ
                   END-IF
               ELSE
                   DISPLAY "Journal full for this game - entry not "
                       "journaled"
               END-IF
           END-IF
           MOVE "N" TO WS-JRNL-PENDING
           .

       A048-UNDO-LAST-ENTRY.
      *    Takes back the last tile entry: its journal record goes,
      *    and the game state is put back from the entry before it
      *    (or to the empty game, same id and board count, when it
      *    was the first). Trace records already written stay - the
      *    re-entered guess traces again under the same number.
           EVALUATE TRUE
               WHEN NOT JRNL-OPEN
                   DISPLAY "Undo needs the game journal, which is not "
                       "open"
               WHEN WS-JRNL-SEQ = 0
                   DISPLAY "Nothing to undo"
               WHEN OTHER
                   MOVE WS-PLAYER-ID TO JR-PLAYER-ID
                   MOVE WS-TRACE-GAME-ID TO JR-GAME-ID
                   MOVE WS-JRNL-SEQ TO JR-SEQ
                   READ JRNLFIL
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF JRNLFIL-OK
                       DISPLAY "Undoing " JR-GUESS " " JR-TILES
                       DELETE JRNLFIL RECORD
                   END-IF
                   IF NOT JRNLFIL-OK
                       DISPLAY "Undo failed, WORDJRNL status "
                           WS-JRNLFIL-STATUS
                   ELSE
                       SUBTRACT 1 FROM WS-JRNL-SEQ
                       PERFORM A048A-STEP-BACK
                   END-IF
           END-EVALUATE
           .

       A048A-STEP-BACK.
           IF WS-JRNL-SEQ = 0
               MOVE WS-BOARD-COUNT TO WS-JRNL-KEEP-BOARDS
               MOVE WS-TRACE-GAME-ID TO WS-JRNL-KEEP-GAME-ID
               PERFORM A023-NEW-GAME
               MOVE WS-JRNL-KEEP-BOARDS TO WS-BOARD-COUNT
               MOVE WS-JRNL-KEEP-GAME-ID TO WS-TRACE-GAME-ID
               DISPLAY "Back to the start of the game"
           ELSE
               MOVE WS-PLAYER-ID TO JR-PLAYER-ID
               MOVE WS-TRACE-GAME-ID TO JR-GAME-ID
               MOVE WS-JRNL-SEQ TO JR-SEQ
               READ JRNLFIL
                   INVALID KEY
                       CONTINUE
               END-READ
               IF JRNLFIL-OK
                   PERFORM A043-RESTORE-ENTRY
                   DISPLAY "Back to " WS-JRNL-SEQ " tile entries"
                   PERFORM A044-SHOW-RESTORED
               ELSE
                   DISPLAY "Journal entry " WS-JRNL-SEQ
                       " unreadable, WORDJRNL status "
                       WS-JRNLFIL-STATUS " - start a new game"
               END-IF
           END-IF
           .

       A049-CLOSE-JOURNAL-GAME.
      *    The game is saved or knowingly discarded - its entries
      *    come off the journal so it is not offered again.
           IF JRNL-OPEN
               PERFORM UNTIL WS-JRNL-SEQ = 0
                   MOVE WS-PLAYER-ID TO JR-PLAYER-ID
                   MOVE WS-TRACE-GAME-ID TO JR-GAME-ID
                   MOVE WS-JRNL-SEQ TO JR-SEQ
                   DELETE JRNLFIL RECORD
                   SUBTRACT 1 FROM WS-JRNL-SEQ
               END-PERFORM
           END-IF
           MOVE ZERO TO WS-JRNL-SEQ
           .

       A008-OPENAUDIT.
      *    Audit log - request 007. EXTEND so this run's searches
      *    append to any earlier log instead of overwriting it.
           MOVE "Y" TO WS-SEARCH-READY
           MOVE ZERO TO WS-COUNT-CONSTR-NR
           MOVE "N" TO WS-TRACE-THIS-SEARCH
           MOVE "N" TO WS-JRNL-PENDING
           .

       A020-PREPFORSEARCH.
      *    Input validation (5 charachter, lowercase)
           DISPLAY "Enter search string (use * for wildcard i.e. "
           "yo*ng) or guess+tiles (e.g. ""crane GYBBY""). ""0"" = "
           "new game, ""8"" = undo last tiles, ""9"" = exit: "
           with NO ADVANCING
           MOVE SPACES TO WS-RAW-INPUT
           accept WS-RAW-INPUT
           EVALUATE TRUE
               WHEN WS-RAW-INPUT(1:1) = "0"
                   AND WS-RAW-INPUT(2:1) = SPACE
                   PERFORM A022-CONFIRM-NEW-GAME
                   MOVE "N" TO WS-SEARCH-READY
               WHEN WS-RAW-INPUT(1:1) = "8"
                   AND WS-RAW-INPUT(2:1) = SPACE
                   PERFORM A048-UNDO-LAST-ENTRY
                   MOVE "N" TO WS-SEARCH-READY
               WHEN WS-RAW-INPUT(6:1) = SPACE
                   AND WS-RAW-INPUT(7:1) NOT = SPACE
           END-IF
           .

       A022-CONFIRM-NEW-GAME.
      *    "0" mid-game throws the journaled tiles away, so a game
      *    with entries on the journal is only dropped on a "y".
           MOVE "y" TO WS-JRNL-REPLY
           IF WS-JRNL-SEQ > 0
               DISPLAY "Discard the game in progress (" WS-JRNL-SEQ
                   " tile entries)? (y/N): "
               with NO ADVANCING
               MOVE "N" TO WS-JRNL-REPLY
               ACCEPT WS-JRNL-REPLY
           END-IF
           IF WS-JRNL-REPLY = "y" OR WS-JRNL-REPLY = "Y"
               PERFORM A049-CLOSE-JOURNAL-GAME
               PERFORM A023-NEW-GAME
               DISPLAY "Starting a new game - constraints cleared"
               PERFORM A023B-ASK-BOARDS
           ELSE
               DISPLAY "Game in progress kept"
           END-IF
           .

       A023-NEW-GAME.
      *    Tile-feedback input mode: forget everything accumulated
      *    for the current puzzle and start clean - the working
               PERFORM A025-APPLY-TILES
               IF TILE-INPUT-OK
                   MOVE "Y" TO WS-TRACE-THIS-SEARCH
                   MOVE "Y" TO WS-JRNL-PENDING
                   PERFORM A026-BUILD-FROM-SESSION
      *            The NYT never repeats an answer - filter those
      *            out unless the player asks to see them too.
                   PERFORM A025-APPLY-TILES
                   IF TILE-INPUT-OK
                       PERFORM A029B-STORE-BOARD
                       MOVE "Y" TO WS-JRNL-PENDING
                       IF WS-TILE-COLORS = "GGGGG"
                           MOVE "Y" TO WS-BRD-SOLVED(WS-BOARD-NR)
                           DISPLAY "Board " WS-BOARD-NR
                   END-IF
               END-PERFORM
           END-IF
      *    The board searches are not traced, so the entry goes to
      *    the journal here rather than after A033-TRACE-SEARCH.
           PERFORM A046-JOURNAL-ENTRY
           .

       A024C-SEARCH-ONE-BOARD.

       A030-CALLDBQUERY.
      *    DISPLAY "In A030-CALLDBQUERY"
           MOVE SPACES TO WS-GAME-DATE
           IF WS-TRACE-GAME-ID NOT = SPACES
               STRING WS-TRACE-GAME-ID(1:4) "-"
                   WS-TRACE-GAME-ID(5:2) "-"
                   WS-TRACE-GAME-ID(7:2) DELIMITED BY SIZE
                   INTO WS-GAME-DATE
           END-IF
           CALL "dbquery" USING by reference SEARCHFIELD,
               WS-EXCLUDE-LETTERS, WS-EXCLUDE-COUNT,
               WS-YELLOW-TABLE, WS-YELLOW-COUNT, WS-INCLUDE-PLAYED,
               WS-COUNT-CONSTRAINTS, WS-COUNT-CONSTR-NR,
               COUNT-FIELDS, DB-RET-SET, DB-RET-NR,
               WS-DB-CONNECT-STATUS, WS-SEARCH-MODE, WS-GAME-DATE
           ON exception DISPLAY "Called program not found!"
           END-CALL
      *    DISPLAY "Return DB-RET-NR: " DB-RET-NR
      *    Probe-word advisor. Only worth running when more than one
      *    candidate survived, and WORDADVIS reads the accepted
      *    -guess table, so it needs the DB2 connection DBQUERY made.
      *    Right after the house opener the opening book answers
      *    instead, without the full-table scan.
           IF DB-CONNECTED AND DB-RET-NR > 1
               DISPLAY "Recommend probe words to split the "
               "candidates? (y/N): "
               MOVE "N" TO WS-ADVISE-REPLY
               ACCEPT WS-ADVISE-REPLY
               IF WS-ADVISE-REPLY = "y" OR WS-ADVISE-REPLY = "Y"
                   MOVE "N" TO WS-BOOK-HIT
      *            The book holds the unplayed candidates the
      *            opener's tiles leave - only this game's own tile
      *            search with the played filter on can match it.
                   IF WS-GAME-GUESS-COUNT = 1 AND WS-BOARD-COUNT = 1
                       AND WS-TRACE-THIS-SEARCH = "Y"
                       AND WS-INCLUDE-PLAYED = "N"
                       CALL "wordbkrd" USING BY REFERENCE
                           WS-GAME-GUESS(1), WS-GAME-TILES(1),
                           DB-RET-NR, WS-BOOK-HIT
                       ON EXCEPTION DISPLAY "Called program not found!"
                       END-CALL
                   END-IF
                   IF WS-BOOK-HIT NOT = "Y"
                       CALL "wordadvis" USING BY REFERENCE
                           COUNT-FIELDS, DB-RET-SET, DB-RET-NR
                       ON EXCEPTION
                           DISPLAY "Called program not found!"
                       END-CALL
                   END-IF
               END-IF
           END-IF
           .
           DISPLAY "Batch run ended - processed " WS-BATCH-RECNO
               " rejected " WS-REJECT-COUNT
               " return code " WS-BATCH-RC
           PERFORM A090-WRITE-RUNCTL
           .

       A090-WRITE-RUNCTL.
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
               MOVE "WORDL" TO RUN-JOB-NAME
               MOVE WS-RUN-TIMESTAMP(1:8) TO RUN-DATE
               MOVE WS-RUN-TIMESTAMP(9:6) TO RUN-TIME
               MOVE RETURN-CODE TO RUN-RETURN-CODE
               MOVE WS-BATCH-RECNO TO RUN-READ-COUNT
               MOVE WS-REJECT-COUNT TO RUN-REJECT-COUNT
               WRITE RUNCTL-RECORD
               CLOSE RUNCTL
           END-IF
           .

       A071-READ-CHECKPOINT.
           IF TRCFIL-OK
               CLOSE TRCFIL
           END-IF
           IF JRNL-OPEN
               CLOSE JRNLFIL
           END-IF
      *    STOP run.
           .
       END PROGRAM WORDL.
