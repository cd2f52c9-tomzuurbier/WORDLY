      *          green-then-yellow consumption rule WORDADVIS
      *          applies in D040-BUCKET-CANDIDATE, and reports every
      *          row where the stored tiles disagree.
      *          Practice games (PRACTICE = Y, saved from WORDPLAY)
      *          always carry their secret as ANSWER, solved or not,
      *          and that secret is not the history word of their
      *          GAME_DATE - their stored answer is the one checked
      *          and history is never looked up for them.
      * Output:  VRFYRPT - one line per disagreeing guess (game
      *          date, player, guess number, guess, stored tiles,
      *          recomputed tiles) plus totals: rows read, rows
      *          verified clean, rows with no confirmable answer,
      *          rows with tile mismatches.
      *          RUNCTL - one run-control record per run (job,
      *          date/time, return code and counts) for WORDCTL.
      * Return codes: 0 every confirmable row verified clean,
      *          4 mismatches on the report (fix the rows before
      *          trusting the stats), 8 no DB2 connection or the
      * How to compile:
      * 1. cob2 -I$HOME/sqllib/include/cobol_a -L$HOME/sqllib/lib32
      *        -ldb2 wordvrfy.cob -qsql -q32 -qNODYNAM -c
      * 2. cob2 wordvrfy.o wordcred.o -q32
      *        -I$HOME/sqllib/include/cobol_a -L$HOME/sqllib/lib32
      *        -ldb2 -o wordvrfy
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           SELECT RPTFIL ASSIGN TO "VRFYRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPTFIL-STATUS.
      *-----------------------------------------------------------*
      * Run-control ledger shared by the batch jobs - one record
      * per run, read back by WORDCTL's morning exceptions report
      * and by WORDSNAP before it exports.
      *-----------------------------------------------------------*
           SELECT OPTIONAL RUNCTL ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

      *-------------------------
       DATA DIVISION.
           LABEL RECORDS ARE STANDARD.
       01  RPT-RECORD              PIC X(80).

       FD  RUNCTL
           LABEL RECORDS ARE STANDARD.
       01  RUNCTL-RECORD.
           05  RUN-JOB-NAME        PIC X(8).
           05  FILLER              PIC X(1).
           05  RUN-DATE            PIC X(8).
           05  FILLER              PIC X(1).
           05  RUN-TIME            PIC X(6).
           05  FILLER              PIC X(1).
           05  RUN-RETURN-CODE     PIC 9(2).
           05  FILLER              PIC X(1).
           05  RUN-READ-COUNT      PIC 9(7).
           05  FILLER              PIC X(1).
           05  RUN-INSERT-COUNT    PIC 9(7).
           05  FILLER              PIC X(1).
           05  RUN-REJECT-COUNT    PIC 9(7).
           05  FILLER              PIC X(1).
           05  RUN-EXPORT-COUNT    PIC 9(7).
           05  FILLER              PIC X(1).
           05  RUN-ARCHIVE-COUNT   PIC 9(7).
           05  FILLER              PIC X(1).
           05  RUN-TABLE-COUNT     PIC 9(7).
           05  FILLER              PIC X(1).
           05  RUN-QUALIFIER       PIC X(1).
           05  FILLER              PIC X(3).

       WORKING-STORAGE SECTION.
      *-----------------------
       01  WS-RPTFIL-STATUS        PIC X(2) VALUE "00".
       01  WS-GUESS-I              PIC 9(1) VALUE ZERO.
       01  WS-RPT-LINE             PIC X(80) VALUE SPACES.
       01  WS-RPT-TIMESTAMP        PIC X(26) VALUE SPACES.
      *    Status 05 is a successful open of an OPTIONAL file that
      *    was not there yet - the first run creates the ledger.
       01  WS-RUNCTL-STATUS        PIC X(2) VALUE "00".
           88  RUNCTL-OK                   VALUES "00" "05".
       01  WS-RUN-TIMESTAMP        PIC X(21) VALUE SPACES.
      *-----------------------------------------------------------*
      * Feedback work areas - the two-pass rule of
      * D040-BUCKET-CANDIDATE: greens consume their answer letter
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
       01  HV-GUESSES-USED         PIC S9(4) COMP.
       01  HV-ANSWER               PIC X(5).
       01  HV-SOLVED               PIC X(1).
       01  HV-PRACTICE             PIC X(1).
       01  HV-HIST-WORD            PIC X(5).
      *-----------------------------------------------------------
      *SUPPORTING DATA STRUCTURES FOR DB2 ACCESS
                      GUESS1, TILES1, GUESS2, TILES2,
                      GUESS3, TILES3, GUESS4, TILES4,
                      GUESS5, TILES5, GUESS6, TILES6,
                      GUESSES_USED, ANSWER, SOLVED, PRACTICE
               FROM COBOL.WORDLY_SESSIONS
               ORDER BY GAME_DATE, PLAYER_ID
           END-EXEC.
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM M090-WRITE-RUNCTL
           PERFORM M999-EXIT
           GOBACK
           .

       M020-CONNECTDB.
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
                     :HV-GUESS1, :HV-TILES1, :HV-GUESS2, :HV-TILES2,
                     :HV-GUESS3, :HV-TILES3, :HV-GUESS4, :HV-TILES4,
                     :HV-GUESS5, :HV-TILES5, :HV-GUESS6, :HV-TILES6,
                     :HV-GUESSES-USED, :HV-ANSWER, :HV-SOLVED,
                     :HV-PRACTICE
           END-EXEC
           IF SQLCODE NOT = 0
               SET END-OF-SESSIONS TO TRUE
           .

       M050-CONFIRM-ANSWER.
      *    A solved game confirms its own answer, and a practice
      *    game always does - its secret was a random or archive
      *    word, never the history word of its game date. An
      *    unsolved (or answerless) real game is confirmable when
      *    that day's official answer is in the history table.
      *    Otherwise the row is counted but cannot be checked.
           MOVE SPACES TO WS-VRFY-ANSWER
           IF HV-PRACTICE = "Y"
               OR (HV-SOLVED = "Y" AND HV-ANSWER NOT = SPACES)
               MOVE HV-ANSWER TO WS-VRFY-ANSWER
           ELSE
               MOVE SPACES TO HV-HIST-WORD
           DISPLAY WS-RPT-LINE
           .

       M090-WRITE-RUNCTL.
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
               MOVE "WORDVRFY" TO RUN-JOB-NAME
               MOVE WS-RUN-TIMESTAMP(1:8) TO RUN-DATE
               MOVE WS-RUN-TIMESTAMP(9:6) TO RUN-TIME
               MOVE RETURN-CODE TO RUN-RETURN-CODE
               MOVE WS-READ-COUNT TO RUN-READ-COUNT
               MOVE WS-MISMATCH-COUNT TO RUN-REJECT-COUNT
               WRITE RUNCTL-RECORD
               CLOSE RUNCTL
           END-IF
           .

       M999-EXIT.
           IF SCAN-CURSOR-OPEN
               EXEC SQL
