      ******************************************************************
      * Author: Tom Zuurbier
      * Date: 2026
      * Purpose: History calendar integrity check. WORDHIST accepts
      *          any date for any word, so nothing else guarantees
      *          COBOL.WORDLY_HISTORY holds exactly one answer per
      *          day. This job walks the history day by day from
      *          the first DATE_PLAYED to yesterday and lists every
      *          missing day and every day with more than one row.
      *          For each missing day the solved games saved in
      *          COBOL.WORDLY_SESSIONS for that GAME_DATE are
      *          consulted: when they all agree on one ANSWER a
      *          ready-to-load WORDFEED record is proposed for the
      *          operator to review and feed to WORDHIST. Finally
      *          every day where the players' solved answers
      *          disagree with each other or with the history row
      *          is reported. Practice games (WORDPLAY) play
      *          any word on any day and are left out.
      * Input:   COBOL.WORDLY_HISTORY, COBOL.WORDLY_SESSIONS,
      *          COBOL.WORDLY (a proposal must be on the answer
      *          list and not already played, or WORDHIST would
      *          reject it).
      * Output:  CALRPT - gaps, duplicate dates, proposals and
      *          disagreements, with totals.
      *          CALPROP - proposed history records in the
      *          WORDFEED layout:
      *            cols  1- 5  word (5 lowercase letters)
      *            col      6  space
      *            cols  7-16  date played (YYYY-MM-DD)
      * Return codes: 0 calendar complete and consistent, 4 gaps,
      *          duplicate dates or disagreements on the report,
      *          8 no DB2 connection or a scan failed partway
      *          (report incomplete - rerun).
      * Tectonics: cob2
      * Compiler: IBM Cobol for Linux 1.2.0
      * How to compile:
      * 1. cob2 -I$HOME/sqllib/include/cobol_a -L$HOME/sqllib/lib32
      *        -ldb2 wordcal.cob -qsql -q32 -qNODYNAM -c
      * 2. cob2 wordcal.o wordcred.o -q32
      *        -I$HOME/sqllib/include/cobol_a -L$HOME/sqllib/lib32
      *        -ldb2 -o wordcal
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. WORDCAL.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPTFIL ASSIGN TO "CALRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPTFIL-STATUS.
           SELECT PROPFIL ASSIGN TO "CALPROP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROPFIL-STATUS.

      *-------------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  RPTFIL
           LABEL RECORDS ARE STANDARD.
       01  RPT-RECORD              PIC X(80).

      *    Same layout as WORDHIST's WORDFEED input.
       FD  PROPFIL
           LABEL RECORDS ARE STANDARD.
       01  PROP-RECORD.
           05  PROP-WORD           PIC X(5).
           05  FILLER              PIC X(1).
           05  PROP-DATE           PIC X(10).

       WORKING-STORAGE SECTION.
      *-----------------------
       01  WS-RPTFIL-STATUS        PIC X(2) VALUE "00".
           88  RPTFIL-OK                   VALUE "00".
       01  WS-PROPFIL-STATUS       PIC X(2) VALUE "00".
           88  PROPFIL-OK                  VALUE "00".
       01  WS-RPT-TIMESTAMP        PIC X(26) VALUE SPACES.
       01  WS-RPT-LINE             PIC X(80) VALUE SPACES.
      *-----------------------------------------------------------*
      * Calendar walk. Days are held as integer day numbers
      * (INTEGER-OF-DATE) so a gap is simply a jump of more than
      * one between consecutive history dates.
      *-----------------------------------------------------------*
       01  WS-TODAY-DAY            PIC 9(7) VALUE ZERO.
       01  WS-YESTERDAY-DAY        PIC 9(7) VALUE ZERO.
       01  WS-ROW-DAY              PIC 9(7) VALUE ZERO.
       01  WS-NEXT-DAY             PIC 9(7) VALUE ZERO.
       01  WS-GAP-DAY              PIC 9(7) VALUE ZERO.
       01  WS-GAP-END-DAY          PIC 9(7) VALUE ZERO.
       01  WS-LAST-DUP-DAY         PIC 9(7) VALUE ZERO.
       01  WS-DATE-NUM             PIC 9(8) VALUE ZERO.
       01  WS-DATE-DIGITS REDEFINES WS-DATE-NUM.
           05  WS-DATE-YYYY        PIC X(4).
           05  WS-DATE-MM          PIC X(2).
           05  WS-DATE-DD          PIC X(2).
       01  WS-ISO-DATE             PIC X(10) VALUE SPACES.
       01  WS-PREV-WORD            PIC X(5) VALUE SPACES.
       01  WS-PREV-DATE            PIC X(10) VALUE SPACES.
      *-----------------------------------------------------------*
      * History rows up to yesterday, kept in date order for the
      * disagreement pass. An answer is played once, so the whole
      * answer list plus a margin for duplicate days is plenty.
      *-----------------------------------------------------------*
       01  WS-HIST-TABLE.
           05  WS-HIST-ENTRY       OCCURS 3000.
               10  WS-HIST-DATE    PIC X(10).
               10  WS-HIST-WORD    PIC X(5).
       01  WS-HIST-COUNT           PIC 9(4) VALUE ZERO.
       01  WS-HIST-OVERFLOW        PIC 9(5) VALUE ZERO.
       01  WS-HIST-I               PIC 9(4) VALUE ZERO.
       01  WS-HIST-J               PIC 9(4) VALUE ZERO.
       01  WS-HIST-PTR             PIC 9(2) VALUE 1.
       01  WS-ANSWER-IN-HIST       PIC X(1) VALUE "N".
       01  WS-HIST-WORDS           PIC X(20) VALUE SPACES.
       01  WS-HIST-MATCH           PIC X(1) VALUE "N".
           88  HIST-MATCHED                VALUE "Y".
       01  WS-HIST-FOUND           PIC X(1) VALUE "N".
           88  HIST-FOUND                  VALUE "Y".
      *-----------------------------------------------------------*
      * Solved answers for one game date - the first answer seen
      * and how many distinct answers there were.
      *-----------------------------------------------------------*
       01  WS-SOLVED-DATE          PIC X(10) VALUE SPACES.
       01  WS-SOLVED-DISTINCT      PIC 9(3) VALUE ZERO.
       01  WS-SOLVED-ANSWER        PIC X(5) VALUE SPACES.
       01  WS-SOLVED-GAMES         PIC 9(5) VALUE ZERO.
       01  WS-SOLVED-LIST          PIC X(60) VALUE SPACES.
       01  WS-SOLVED-PTR           PIC 9(3) VALUE 1.
       01  WS-COUNT-EDIT           PIC Z(4)9.
       01  WS-LIST-EDIT            PIC ZZ9.
       01  WS-NOTE                 PIC X(50) VALUE SPACES.
      *-----------------------------------------------------------*
      * Totals.
      *-----------------------------------------------------------*
       01  WS-ROWS-READ            PIC 9(5) VALUE ZERO.
       01  WS-DAYS-WALKED          PIC 9(5) VALUE ZERO.
       01  WS-GAP-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-DUP-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-PROPOSE-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-DISAGREE-COUNT       PIC 9(5) VALUE ZERO.
       01  SWITCHES.
           05  END-OF-HISTORY-SW   PIC X   VALUE 'N'.
                   88 END-OF-HISTORY       VALUE 'Y'.
           05  END-OF-SOLVED-SW    PIC X   VALUE 'N'.
                   88 END-OF-SOLVED        VALUE 'Y'.
           05  HIST-CURSOR-SW      PIC X   VALUE 'N'.
                   88 HIST-CURSOR-OPEN     VALUE 'Y'.
           05  SOLVED-CURSOR-SW    PIC X   VALUE 'N'.
                   88 SOLVED-CURSOR-OPEN   VALUE 'Y'.
           05  SCAN-FAILED-SW      PIC X   VALUE 'N'.
                   88 SCAN-FAILED          VALUE 'Y'.
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
      *    Host variables.
       01  HV-WORD                 PIC X(5).
       01  HV-DATE                 PIC X(10).
       01  HV-PLAYED-DATE          PIC X(10).
       01  HV-ANSWER               PIC X(5).
       01  HV-GAME-COUNT           PIC S9(9) COMP.
       01  HV-MATCH-COUNT          PIC 9(5) VALUE ZERO.
      *-----------------------------------------------------------
      *SUPPORTING DATA STRUCTURES FOR DB2 ACCESS
      *-----------------------------------------------------------
           EXEC SQL
            INCLUDE SQLCA
           END-EXEC.
      *    Every history row up to yesterday, in calendar order.
           EXEC SQL
            DECLARE CALCURS CURSOR FOR
               SELECT CHAR(DATE_PLAYED, ISO), WORD
               FROM COBOL.WORDLY_HISTORY
               WHERE DATE_PLAYED < CURRENT DATE
               ORDER BY DATE_PLAYED, WORD
           END-EXEC.
      *    The solved answers saved for one missing day.
           EXEC SQL
            DECLARE GAPCURS CURSOR FOR
               SELECT ANSWER, COUNT(*)
               FROM COBOL.WORDLY_SESSIONS
               WHERE GAME_DATE = :HV-DATE
                 AND SOLVED = 'Y'
                 AND PRACTICE = 'N'
                 AND ANSWER <> '     '
               GROUP BY ANSWER
               ORDER BY ANSWER
           END-EXEC.
      *    Every solved answer up to yesterday, grouped by day.
           EXEC SQL
            DECLARE SOLVCURS CURSOR FOR
               SELECT CHAR(GAME_DATE, ISO), ANSWER, COUNT(*)
               FROM COBOL.WORDLY_SESSIONS
               WHERE GAME_DATE < CURRENT DATE
                 AND SOLVED = 'Y'
                 AND PRACTICE = 'N'
                 AND ANSWER <> '     '
               GROUP BY GAME_DATE, ANSWER
               ORDER BY 1, 2
           END-EXEC.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           PERFORM T010-INIT
           PERFORM T020-CONNECTDB
           IF CONNECT-SUCCESSFUL
               PERFORM T030-WALK-CALENDAR
               IF NOT SCAN-FAILED
                   PERFORM T070-CHECK-SOLVED
               END-IF
               PERFORM T080-WRITE-TOTALS
               EVALUATE TRUE
                   WHEN SCAN-FAILED
                       DISPLAY "Calendar check incomplete - rerun"
                       MOVE 8 TO RETURN-CODE
                   WHEN WS-GAP-COUNT > 0 OR WS-DUP-COUNT > 0
                       OR WS-DISAGREE-COUNT > 0
                       MOVE 4 TO RETURN-CODE
               END-EVALUATE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM T999-EXIT
           GOBACK
           .

       T010-INIT.
           MOVE FUNCTION CURRENT-DATE TO WS-RPT-TIMESTAMP
           MOVE WS-RPT-TIMESTAMP(1:8) TO WS-DATE-NUM
           COMPUTE WS-TODAY-DAY =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           COMPUTE WS-YESTERDAY-DAY = WS-TODAY-DAY - 1
           OPEN OUTPUT RPTFIL
           IF NOT RPTFIL-OK
               DISPLAY "Unable to open CALRPT, status "
                   WS-RPTFIL-STATUS
           END-IF
           OPEN OUTPUT PROPFIL
           IF NOT PROPFIL-OK
               DISPLAY "Unable to open CALPROP, status "
                   WS-PROPFIL-STATUS " - no proposals written"
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING "WORDLY HISTORY CALENDAR CHECK  " DELIMITED BY SIZE
               WS-RPT-TIMESTAMP(1:16) DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM T090-WRITE-LINE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM T090-WRITE-LINE
           MOVE "MISSING AND DUPLICATE DAYS" TO WS-RPT-LINE
           PERFORM T090-WRITE-LINE
           .

       T020-CONNECTDB.
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
                       PERFORM T022-WAITRETRY
                   END-IF
               END-IF
           END-PERFORM
           IF NOT CONNECT-SUCCESSFUL
               DISPLAY "Unable to connect to COBOLDB after "
                   WS-CONNECT-MAX " attempts - aborting calendar "
                   "check"
           END-IF
           .

       T022-WAITRETRY.
      *    No portable SLEEP verb in this dialect - a short spin
      *    loop stands in for the pause between CONNECT retries.
           PERFORM VARYING WS-WAIT-COUNTER FROM 1 BY 1
               UNTIL WS-WAIT-COUNTER > 5000000
               CONTINUE
           END-PERFORM
           .

       T030-WALK-CALENDAR.
           EXEC SQL
              OPEN CALCURS
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "Cannot read COBOL.WORDLY_HISTORY, SQLCODE: "
                   SQLCODE
               SET SCAN-FAILED TO TRUE
           ELSE
               SET HIST-CURSOR-OPEN TO TRUE
               PERFORM T040-WALK-ROW UNTIL END-OF-HISTORY
                   OR SCAN-FAILED
               EXEC SQL
                  CLOSE CALCURS
               END-EXEC
               MOVE "N" TO HIST-CURSOR-SW
      *        The days after the last history row up to yesterday
      *        are missing too.
               IF WS-ROWS-READ > 0 AND NOT SCAN-FAILED
                   MOVE WS-YESTERDAY-DAY TO WS-GAP-END-DAY
                   PERFORM T050-CHECK-GAP-DAY
                       VARYING WS-GAP-DAY FROM WS-NEXT-DAY BY 1
                       UNTIL WS-GAP-DAY > WS-GAP-END-DAY
                       OR SCAN-FAILED
               END-IF
           END-IF
           .

       T040-WALK-ROW.
           EXEC SQL
              FETCH CALCURS
                INTO :HV-DATE, :HV-WORD
           END-EXEC
           IF SQLCODE NOT = 0
               SET END-OF-HISTORY TO TRUE
      *        SQLCODE 100 is the normal end of the history;
      *        anything else cut the walk short.
               IF FUNCTION INTEGER-PART(SQLCODE) NOT = 100
                   DISPLAY "History fetch failed, SQLCODE: "
                       SQLCODE " - calendar check incomplete"
                   SET SCAN-FAILED TO TRUE
               END-IF
           ELSE
               ADD 1 TO WS-ROWS-READ
               IF WS-HIST-COUNT < 3000
                   ADD 1 TO WS-HIST-COUNT
                   MOVE HV-DATE TO WS-HIST-DATE(WS-HIST-COUNT)
                   MOVE HV-WORD TO WS-HIST-WORD(WS-HIST-COUNT)
               ELSE
                   ADD 1 TO WS-HIST-OVERFLOW
               END-IF
               STRING HV-DATE(1:4) HV-DATE(6:2) HV-DATE(9:2)
                   DELIMITED BY SIZE INTO WS-DATE-DIGITS
               COMPUTE WS-ROW-DAY =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               IF WS-ROWS-READ = 1
                   MOVE WS-ROW-DAY TO WS-NEXT-DAY
               END-IF
               EVALUATE TRUE
                   WHEN WS-ROW-DAY < WS-NEXT-DAY
                       PERFORM T045-REPORT-DUPLICATE
                   WHEN WS-ROW-DAY > WS-NEXT-DAY
                       COMPUTE WS-GAP-END-DAY = WS-ROW-DAY - 1
                       PERFORM T050-CHECK-GAP-DAY
                           VARYING WS-GAP-DAY FROM WS-NEXT-DAY BY 1
                           UNTIL WS-GAP-DAY > WS-GAP-END-DAY
                           OR SCAN-FAILED
               END-EVALUATE
               IF WS-ROW-DAY NOT < WS-NEXT-DAY
                   ADD 1 TO WS-DAYS-WALKED
                   COMPUTE WS-NEXT-DAY = WS-ROW-DAY + 1
               END-IF
               MOVE HV-DATE TO WS-PREV-DATE
               MOVE HV-WORD TO WS-PREV-WORD
           END-IF
           .

       T045-REPORT-DUPLICATE.
      *    A second (or third) row for the day just walked - one of
      *    the words was keyed against the wrong date.
           IF WS-ROW-DAY NOT = WS-LAST-DUP-DAY
               ADD 1 TO WS-DUP-COUNT
               MOVE WS-ROW-DAY TO WS-LAST-DUP-DAY
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING "DUPLICATE  " DELIMITED BY SIZE
               HV-DATE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-PREV-WORD DELIMITED BY SIZE
               " AND " DELIMITED BY SIZE
               HV-WORD DELIMITED BY SIZE
               " BOTH DATED THIS DAY" DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM T090-WRITE-LINE
           .

       T050-CHECK-GAP-DAY.
      *    One missing day. The solved games saved for it are the
      *    only other witness to the answer: one agreed answer
      *    becomes a proposal, anything else is left to the
      *    operator.
           ADD 1 TO WS-GAP-COUNT
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-GAP-DAY)
           MOVE SPACES TO WS-ISO-DATE
           STRING WS-DATE-YYYY "-" WS-DATE-MM "-" WS-DATE-DD
               DELIMITED BY SIZE INTO WS-ISO-DATE
           MOVE WS-ISO-DATE TO HV-DATE
           PERFORM T055-READ-GAP-ANSWERS
           IF NOT SCAN-FAILED
               MOVE SPACES TO WS-NOTE
               EVALUATE TRUE
                   WHEN WS-SOLVED-DISTINCT = 0
                       MOVE "NO SOLVED GAMES SAVED - NO PROPOSAL"
                           TO WS-NOTE
                   WHEN WS-SOLVED-DISTINCT > 1
                       MOVE "SOLVED ANSWERS DISAGREE - NO PROPOSAL"
                           TO WS-NOTE
                   WHEN OTHER
                       PERFORM T060-PROPOSE-ANSWER
               END-EVALUATE
               MOVE SPACES TO WS-RPT-LINE
               STRING "MISSING    " DELIMITED BY SIZE
                   WS-ISO-DATE DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-NOTE DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               PERFORM T090-WRITE-LINE
           END-IF
           .

       T055-READ-GAP-ANSWERS.
           MOVE ZERO TO WS-SOLVED-DISTINCT WS-SOLVED-GAMES
           MOVE SPACES TO WS-SOLVED-ANSWER
           MOVE "N" TO END-OF-SOLVED-SW
           EXEC SQL
              OPEN GAPCURS
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "Cannot read COBOL.WORDLY_SESSIONS, "
                   "SQLCODE: " SQLCODE
               SET SCAN-FAILED TO TRUE
           ELSE
               PERFORM T057-FETCH-GAP-ANSWER UNTIL END-OF-SOLVED
               EXEC SQL
                  CLOSE GAPCURS
               END-EXEC
           END-IF
           .

       T057-FETCH-GAP-ANSWER.
           EXEC SQL
              FETCH GAPCURS
                INTO :HV-ANSWER, :HV-GAME-COUNT
           END-EXEC
           IF SQLCODE NOT = 0
               SET END-OF-SOLVED TO TRUE
               IF FUNCTION INTEGER-PART(SQLCODE) NOT = 100
                   DISPLAY "Session fetch failed, SQLCODE: "
                       SQLCODE " - calendar check incomplete"
                   SET SCAN-FAILED TO TRUE
               END-IF
           ELSE
               ADD 1 TO WS-SOLVED-DISTINCT
               IF WS-SOLVED-DISTINCT = 1
                   MOVE HV-ANSWER TO WS-SOLVED-ANSWER
                   MOVE HV-GAME-COUNT TO WS-SOLVED-GAMES
               END-IF
           END-IF
           .

       T060-PROPOSE-ANSWER.
      *    The agreed answer is only proposed if WORDHIST would
      *    take it: it must be on the current answer list and not
      *    already played on some other day (that row is then the
      *    likely mis-keyed one).
           MOVE WS-SOLVED-ANSWER TO HV-WORD
           MOVE ZERO TO HV-MATCH-COUNT
           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-MATCH-COUNT
              FROM COBOL.WORDLY
              WHERE WORD = :HV-WORD
                AND RETIRED_VERSION = 0
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "Answer list lookup failed, SQLCODE: "
                   SQLCODE
               SET SCAN-FAILED TO TRUE
           END-IF
           MOVE SPACES TO HV-PLAYED-DATE
           IF NOT SCAN-FAILED AND HV-MATCH-COUNT > 0
               EXEC SQL
                  SELECT COALESCE(CHAR(MIN(DATE_PLAYED), ISO), ' ')
                  INTO :HV-PLAYED-DATE
                  FROM COBOL.WORDLY_HISTORY
                  WHERE WORD = :HV-WORD
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY "History lookup failed, SQLCODE: "
                       SQLCODE
                   SET SCAN-FAILED TO TRUE
               END-IF
           END-IF
           MOVE WS-SOLVED-GAMES TO WS-COUNT-EDIT
           EVALUATE TRUE
               WHEN SCAN-FAILED
                   MOVE "LOOKUP FAILED - NO PROPOSAL" TO WS-NOTE
               WHEN HV-MATCH-COUNT = 0
                   STRING WS-SOLVED-ANSWER DELIMITED BY SIZE
                       " NOT ON ANSWER LIST - NO PROPOSAL"
                           DELIMITED BY SIZE
                       INTO WS-NOTE
               WHEN HV-PLAYED-DATE NOT = SPACES
                   STRING WS-SOLVED-ANSWER DELIMITED BY SIZE
                       " ALREADY PLAYED " DELIMITED BY SIZE
                       HV-PLAYED-DATE DELIMITED BY SIZE
                       " - NO PROPOSAL" DELIMITED BY SIZE
                       INTO WS-NOTE
               WHEN OTHER
                   STRING "PROPOSED " DELIMITED BY SIZE
                       WS-SOLVED-ANSWER DELIMITED BY SIZE
                       " (SOLVED GAMES:" DELIMITED BY SIZE
                       WS-COUNT-EDIT DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO WS-NOTE
                   IF PROPFIL-OK
                       MOVE SPACES TO PROP-RECORD
                       MOVE WS-SOLVED-ANSWER TO PROP-WORD
                       MOVE WS-ISO-DATE TO PROP-DATE
                       WRITE PROP-RECORD
                   END-IF
                   ADD 1 TO WS-PROPOSE-COUNT
           END-EVALUATE
           .

       T070-CHECK-SOLVED.
      *    Second pass: the solved answers day by day against each
      *    other and against the history rows kept from the walk.
      *    Both are in date order, so the history side is matched
      *    with a forward-only pointer.
           MOVE SPACES TO WS-RPT-LINE
           PERFORM T090-WRITE-LINE
           MOVE "SOLVED ANSWERS THAT DISAGREE" TO WS-RPT-LINE
           PERFORM T090-WRITE-LINE
           MOVE 1 TO WS-HIST-I
           MOVE SPACES TO WS-SOLVED-DATE
           MOVE "N" TO END-OF-SOLVED-SW
           EXEC SQL
              OPEN SOLVCURS
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "Cannot read COBOL.WORDLY_SESSIONS, "
                   "SQLCODE: " SQLCODE
               SET SCAN-FAILED TO TRUE
           ELSE
               SET SOLVED-CURSOR-OPEN TO TRUE
               PERFORM T072-FETCH-SOLVED UNTIL END-OF-SOLVED
               IF WS-SOLVED-DATE NOT = SPACES AND NOT SCAN-FAILED
                   PERFORM T075-CLOSE-SOLVED-DAY
               END-IF
               EXEC SQL
                  CLOSE SOLVCURS
               END-EXEC
               MOVE "N" TO SOLVED-CURSOR-SW
           END-IF
           .

       T072-FETCH-SOLVED.
           EXEC SQL
              FETCH SOLVCURS
                INTO :HV-DATE, :HV-ANSWER, :HV-GAME-COUNT
           END-EXEC
           IF SQLCODE NOT = 0
               SET END-OF-SOLVED TO TRUE
               IF FUNCTION INTEGER-PART(SQLCODE) NOT = 100
                   DISPLAY "Session fetch failed, SQLCODE: "
                       SQLCODE " - calendar check incomplete"
                   SET SCAN-FAILED TO TRUE
               END-IF
           ELSE
               IF HV-DATE NOT = WS-SOLVED-DATE
                   IF WS-SOLVED-DATE NOT = SPACES
                       PERFORM T075-CLOSE-SOLVED-DAY
                   END-IF
                   MOVE HV-DATE TO WS-SOLVED-DATE
                   MOVE ZERO TO WS-SOLVED-DISTINCT
                   MOVE SPACES TO WS-SOLVED-LIST
                   MOVE 1 TO WS-SOLVED-PTR
                   MOVE "Y" TO WS-HIST-MATCH
                   PERFORM T073-FIND-HISTORY-DAY
               END-IF
               ADD 1 TO WS-SOLVED-DISTINCT
               MOVE HV-GAME-COUNT TO WS-LIST-EDIT
               IF WS-SOLVED-PTR < 50
                   STRING HV-ANSWER DELIMITED BY SIZE
                       " x" DELIMITED BY SIZE
                       WS-LIST-EDIT DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       INTO WS-SOLVED-LIST
                       WITH POINTER WS-SOLVED-PTR
               END-IF
               PERFORM T074-MATCH-HISTORY
           END-IF
           .

       T073-FIND-HISTORY-DAY.
      *    Move the history pointer up to this game date and note
      *    the day's history words. Days with no history row were
      *    reported as missing in the walk.
           PERFORM VARYING WS-HIST-I FROM WS-HIST-I BY 1
               UNTIL WS-HIST-I > WS-HIST-COUNT
               OR WS-HIST-DATE(WS-HIST-I) NOT < HV-DATE
               CONTINUE
           END-PERFORM
           MOVE "N" TO WS-HIST-FOUND
           MOVE SPACES TO WS-HIST-WORDS
           MOVE 1 TO WS-HIST-PTR
           PERFORM VARYING WS-HIST-J FROM WS-HIST-I BY 1
               UNTIL WS-HIST-J > WS-HIST-COUNT
               OR WS-HIST-DATE(WS-HIST-J) NOT = HV-DATE
               MOVE "Y" TO WS-HIST-FOUND
               IF WS-HIST-PTR < 18
                   STRING WS-HIST-WORD(WS-HIST-J) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       INTO WS-HIST-WORDS
                       WITH POINTER WS-HIST-PTR
               END-IF
           END-PERFORM
           .

       T074-MATCH-HISTORY.
      *    Is this solved answer one of the day's history rows?
           IF HIST-FOUND
               MOVE "N" TO WS-ANSWER-IN-HIST
               PERFORM VARYING WS-HIST-J FROM WS-HIST-I BY 1
                   UNTIL WS-HIST-J > WS-HIST-COUNT
                   OR WS-HIST-DATE(WS-HIST-J) NOT = HV-DATE
                   IF WS-HIST-WORD(WS-HIST-J) = HV-ANSWER
                       MOVE "Y" TO WS-ANSWER-IN-HIST
                   END-IF
               END-PERFORM
               IF WS-ANSWER-IN-HIST = "N"
                   MOVE "N" TO WS-HIST-MATCH
               END-IF
           END-IF
           .

       T075-CLOSE-SOLVED-DAY.
      *    End of one game date: disagreement among the players,
      *    or an agreed answer the history row does not carry.
           EVALUATE TRUE
               WHEN WS-SOLVED-DISTINCT > 1
                   ADD 1 TO WS-DISAGREE-COUNT
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "PLAYERS    " DELIMITED BY SIZE
                       WS-SOLVED-DATE DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-SOLVED-LIST DELIMITED BY SIZE
                       INTO WS-RPT-LINE
                   PERFORM T090-WRITE-LINE
                   IF WS-HIST-WORDS NOT = SPACES
                       MOVE SPACES TO WS-RPT-LINE
                       STRING "                       HISTORY "
                           DELIMITED BY SIZE
                           WS-HIST-WORDS DELIMITED BY SIZE
                           INTO WS-RPT-LINE
                       PERFORM T090-WRITE-LINE
                   END-IF
               WHEN NOT HIST-MATCHED
                   ADD 1 TO WS-DISAGREE-COUNT
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "HISTORY    " DELIMITED BY SIZE
                       WS-SOLVED-DATE DELIMITED BY SIZE
                       "  SOLVED " DELIMITED BY SIZE
                       WS-SOLVED-LIST(1:10) DELIMITED BY SIZE
                       " BUT HISTORY ROW IS " DELIMITED BY SIZE
                       WS-HIST-WORDS DELIMITED BY SIZE
                       INTO WS-RPT-LINE
                   PERFORM T090-WRITE-LINE
           END-EVALUATE
           .

       T080-WRITE-TOTALS.
           MOVE SPACES TO WS-RPT-LINE
           PERFORM T090-WRITE-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "HISTORY ROWS: " DELIMITED BY SIZE
               WS-ROWS-READ DELIMITED BY SIZE
               "  DAYS: " DELIMITED BY SIZE
               WS-DAYS-WALKED DELIMITED BY SIZE
               "  MISSING: " DELIMITED BY SIZE
               WS-GAP-COUNT DELIMITED BY SIZE
               "  DUPLICATE DAYS: " DELIMITED BY SIZE
               WS-DUP-COUNT DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM T090-WRITE-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "PROPOSALS WRITTEN: " DELIMITED BY SIZE
               WS-PROPOSE-COUNT DELIMITED BY SIZE
               "  DISAGREEING DAYS: " DELIMITED BY SIZE
               WS-DISAGREE-COUNT DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM T090-WRITE-LINE
           IF WS-HIST-OVERFLOW > 0
               MOVE SPACES TO WS-RPT-LINE
               STRING "HISTORY ROWS NOT CHECKED AGAINST SESSIONS "
                   DELIMITED BY SIZE
                   "(TABLE FULL): " DELIMITED BY SIZE
                   WS-HIST-OVERFLOW DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               PERFORM T090-WRITE-LINE
           END-IF
           .

       T090-WRITE-LINE.
           IF RPTFIL-OK
               MOVE WS-RPT-LINE TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF
           DISPLAY WS-RPT-LINE
           .

       T999-EXIT.
           IF HIST-CURSOR-OPEN
               EXEC SQL
                  CLOSE CALCURS
               END-EXEC
           END-IF
           IF SOLVED-CURSOR-OPEN
               EXEC SQL
                  CLOSE SOLVCURS
               END-EXEC
           END-IF
           IF RPTFIL-OK
               CLOSE RPTFIL
           END-IF
           IF PROPFIL-OK
               CLOSE PROPFIL
           END-IF
           .
       END PROGRAM WORDCAL.
