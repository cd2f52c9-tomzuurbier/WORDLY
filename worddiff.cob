      ******************************************************************
      * Author: Tom Zuurbier
      * Date: 2026
      * Purpose: Per-answer difficulty report for the monthly review.
      *          Groups the saved games in COBOL.WORDLY_SESSIONS by
      *          ANSWER over a date range and shows, per answer, the
      *          games and players, the average guesses (solved
      *          games, as WORDSESS counts them), the failures and
      *          the best and worst result, plus the average number
      *          of candidates left after guess 2 from the WORDTRC
      *          efficiency trace. Answers are ranked hardest first
      *          - highest failure rate, then highest average.
      *          Alongside each answer are its traits, to tell bad
      *          play from trap words:
      *            REP  - a letter appears more than once.
      *            RARE - letters weighted under 3 in the WORDL
      *                   letter-frequency table.
      *            TRAP - other answers, still unplayed when the
      *                   answer was first played in the range,
      *                   that share four of its five letters in
      *                   place (the "_ight" trap).
      * Input:   SYSIN/terminal - from date and to date
      *          (YYYY-MM-DD, blank = no limit).
      *          COBOL.WORDLY_SESSIONS - the saved games, less
      *          practice games.
      *          COBOL.WORDLY / COBOL.WORDLY_HISTORY - the current
      *          answer list with each word's first played date.
      *          WORDTRC - pool after guess 2; a game is matched to
      *          its trace the way WORDEXTR does it (player and game
      *          day). Optional - without it POOL2 shows n/a.
      * Output:  DIFFRPT - one line per answer, hardest first.
      * Return codes: 0 report complete, 8 no DB2 connection, the
      *          dictionary load or the session scan failed, or a
      *          table filled (report incomplete - narrow the range
      *          and rerun).
      * Tectonics: cob2
      * Compiler: IBM Cobol for Linux 1.2.0
      * How to compile:
      * 1. cob2 -I$HOME/sqllib/include/cobol_a -L$HOME/sqllib/lib32
      *        -ldb2 worddiff.cob -qsql -q32 -qNODYNAM -c
      * 2. cob2 worddiff.o wordcred.o -q32
      *        -I$HOME/sqllib/include/cobol_a -L$HOME/sqllib/lib32
      *        -ldb2 -o worddiff
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. WORDDIFF.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TRCFIL ASSIGN TO "WORDTRC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRCFIL-STATUS.
           SELECT RPTFIL ASSIGN TO "DIFFRPT"
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

       FD  RPTFIL
           LABEL RECORDS ARE STANDARD.
       01  RPT-RECORD              PIC X(80).

       WORKING-STORAGE SECTION.
      *-----------------------
       01  WS-TRCFIL-STATUS        PIC X(2) VALUE "00".
           88  TRCFIL-OK                   VALUES "00" "05".
           88  TRCFIL-EOF                  VALUE "10".
       01  WS-RPTFIL-STATUS        PIC X(2) VALUE "00".
           88  RPTFIL-OK                   VALUE "00".
       01  WS-FROM-DATE            PIC X(10) VALUE SPACES.
       01  WS-TO-DATE              PIC X(10) VALUE SPACES.
       01  WS-FROM-YMD             PIC X(8) VALUE SPACES.
       01  WS-TO-YMD               PIC X(8) VALUE SPACES.
       01  WS-GAME-YMD             PIC X(8) VALUE SPACES.
       01  WS-RPT-TIMESTAMP        PIC X(26) VALUE SPACES.
       01  WS-RPT-LINE             PIC X(80) VALUE SPACES.
      *-----------------------------------------------------------*
      * The in-storage answer dictionary, with the date each word
      * was first played (spaces = never), as WORDCOACH loads it.
      *-----------------------------------------------------------*
       01  WS-DICT-TABLE.
           05  WS-DICT-ENTRY       OCCURS 2315.
               10  WS-DICT-WORD    PIC X(5).
               10  WS-DICT-PLAYED  PIC X(10).
       01  WS-DICT-COUNT           PIC 9(4) VALUE ZERO.
       01  WS-DICT-I               PIC 9(4) VALUE ZERO.
      *-----------------------------------------------------------*
      * The saved trace games in the range - player, result and
      * the candidates left after guess 2.
      *-----------------------------------------------------------*
       01  WS-TRACE-TABLE.
           05  WS-TRACE-ENTRY      OCCURS 5000.
               10  WS-TR-GAME-ID   PIC X(14).
               10  WS-TR-PLAYER    PIC X(8).
               10  WS-TR-GUESSES   PIC 9(1).
               10  WS-TR-SOLVED    PIC X(1).
               10  WS-TR-HAS-SUMMARY PIC X(1).
               10  WS-TR-USED      PIC X(1).
               10  WS-TR-POOL2-SEEN PIC X(1).
               10  WS-TR-POOL2     PIC 9(4).
       01  WS-TRACE-COUNT          PIC 9(4) VALUE ZERO.
       01  WS-TRACE-I              PIC 9(4) VALUE ZERO.
       01  WS-TRACE-SLOT           PIC 9(4) VALUE ZERO.
      *-----------------------------------------------------------*
      * One slot per answer seen in the range. Best and worst are
      * guess counts of solved games; a failure shows as X worst.
      *-----------------------------------------------------------*
       01  WS-ANSWER-TABLE.
           05  WS-ANSWER-ENTRY     OCCURS 2315.
               10  WS-AN-WORD          PIC X(5).
               10  WS-AN-GAMES         PIC 9(5).
               10  WS-AN-PLAYERS       PIC 9(5).
               10  WS-AN-SOLVED        PIC 9(5).
               10  WS-AN-GUESS-TOTAL   PIC 9(6).
               10  WS-AN-FAILS         PIC 9(5).
               10  WS-AN-BEST          PIC 9(1).
               10  WS-AN-WORST         PIC 9(1).
               10  WS-AN-POOL2-TOTAL   PIC 9(8).
               10  WS-AN-POOL2-GAMES   PIC 9(5).
               10  WS-AN-FIRST-DATE    PIC X(10).
               10  WS-AN-REPEAT        PIC X(1).
               10  WS-AN-RARE          PIC 9(1).
               10  WS-AN-TRAPS         PIC 9(4).
               10  WS-AN-RANK-KEY      PIC 9(6).
       01  WS-ANSWER-COUNT         PIC 9(4) VALUE ZERO.
       01  WS-AN-I                 PIC 9(4) VALUE ZERO.
       01  WS-LAST-PLAYER          PIC X(8) VALUE SPACES.
      *    Ranking order - slot numbers, bubble-sorted on the rank
      *    key the way A045-SCORE-RESULTS sorts the WORDL list.
       01  WS-RANK-TABLE.
           05  WS-RANK-SLOT        PIC 9(4) OCCURS 2315.
       01  WS-SORT-I               PIC 9(4) VALUE ZERO.
       01  WS-SORT-J               PIC 9(4) VALUE ZERO.
       01  WS-SORT-SWAP            PIC 9(4) VALUE ZERO.
       01  WS-FAIL-PCT             PIC 9(3) VALUE ZERO.
       01  WS-AVG-GUESSES          PIC 9(1)V9(2) VALUE ZERO.
       01  WS-AVG-POOL2            PIC 9(4)V9(1) VALUE ZERO.
       01  WS-AVG-POOL2-EDIT       PIC Z(3)9.9.
      *-----------------------------------------------------------*
      * Letter weights - the WORDL letter-frequency table (a-z);
      * a weight under 3 counts as a rare letter.
      *-----------------------------------------------------------*
       01  WS-LETTER-FREQ-VALUES.
           05  FILLER PIC 9(2) VALUE 08.    *> a
           05  FILLER PIC 9(2) VALUE 01.    *> b
           05  FILLER PIC 9(2) VALUE 03.    *> c
           05  FILLER PIC 9(2) VALUE 04.    *> d
           05  FILLER PIC 9(2) VALUE 13.    *> e
           05  FILLER PIC 9(2) VALUE 02.    *> f
           05  FILLER PIC 9(2) VALUE 02.    *> g
           05  FILLER PIC 9(2) VALUE 06.    *> h
           05  FILLER PIC 9(2) VALUE 07.    *> i
           05  FILLER PIC 9(2) VALUE 00.    *> j
           05  FILLER PIC 9(2) VALUE 01.    *> k
           05  FILLER PIC 9(2) VALUE 04.    *> l
           05  FILLER PIC 9(2) VALUE 02.    *> m
           05  FILLER PIC 9(2) VALUE 07.    *> n
           05  FILLER PIC 9(2) VALUE 08.    *> o
           05  FILLER PIC 9(2) VALUE 02.    *> p
           05  FILLER PIC 9(2) VALUE 00.    *> q
           05  FILLER PIC 9(2) VALUE 06.    *> r
           05  FILLER PIC 9(2) VALUE 06.    *> s
           05  FILLER PIC 9(2) VALUE 09.    *> t
           05  FILLER PIC 9(2) VALUE 03.    *> u
           05  FILLER PIC 9(2) VALUE 01.    *> v
           05  FILLER PIC 9(2) VALUE 02.    *> w
           05  FILLER PIC 9(2) VALUE 00.    *> x
           05  FILLER PIC 9(2) VALUE 02.    *> y
           05  FILLER PIC 9(2) VALUE 00.    *> z
       01  WS-LETTER-FREQ REDEFINES WS-LETTER-FREQ-VALUES.
           05  WS-LETTER-SCORE     PIC 9(2) OCCURS 26.
       01  WS-LETTER-INDEX         PIC 9(2) VALUE ZERO.
       01  WS-POS-I                PIC 9(1) VALUE ZERO.
       01  WS-POS-J                PIC 9(1) VALUE ZERO.
       01  WS-SAME-COUNT           PIC 9(1) VALUE ZERO.
      *-----------------------------------------------------------*
      * Report lines.
      *-----------------------------------------------------------*
       01  WS-DIFF-HEADING.
           05  FILLER              PIC X(36)
               VALUE "RANK WORD   GAMES PLYRS    AVG FAIL ".
           05  FILLER              PIC X(34)
               VALUE "BEST WORST   POOL2 REP RARE   TRAP".
           05  FILLER              PIC X(10) VALUE SPACES.
       01  WS-DIFF-DETAIL.
           05  DD-RANK             PIC Z(3)9.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  DD-WORD             PIC X(5).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  DD-GAMES            PIC Z(4)9.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  DD-PLAYERS          PIC Z(4)9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  DD-AVG              PIC Z9.99 BLANK WHEN ZERO.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  DD-FAILS            PIC Z(3)9.
           05  FILLER              PIC X(4) VALUE SPACES.
           05  DD-BEST             PIC X(1).
           05  FILLER              PIC X(5) VALUE SPACES.
           05  DD-WORST            PIC X(1).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  DD-POOL2            PIC X(6).
           05  FILLER              PIC X(3) VALUE SPACES.
           05  DD-REPEAT           PIC X(1).
           05  FILLER              PIC X(4) VALUE SPACES.
           05  DD-RARE             PIC 9(1).
           05  FILLER              PIC X(3) VALUE SPACES.
           05  DD-TRAPS            PIC Z(3)9.
           05  FILLER              PIC X(10) VALUE SPACES.
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
       01  HV-WORD                 PIC X(5).
       01  HV-PLAYED-DATE          PIC X(10).
       01  HV-FROM-DATE            PIC X(10).
       01  HV-TO-DATE              PIC X(10).
       01  HV-GAME-DATE            PIC X(10).
       01  HV-PLAYER-ID            PIC X(8).
       01  HV-GUESSES-USED         PIC S9(4) COMP.
       01  HV-ANSWER               PIC X(5).
       01  HV-SOLVED               PIC X(1).
      *-----------------------------------------------------------
      *SUPPORTING DATA STRUCTURES FOR DB2 ACCESS
      *-----------------------------------------------------------
           EXEC SQL
            INCLUDE SQLCA
           END-EXEC.
      *    Each answer on the current list with the first date it
      *    was played (blank when it never was), ascending by WORD.
           EXEC SQL
            DECLARE DICTCURS CURSOR FOR
               SELECT W.WORD,
                      COALESCE(CHAR(MIN(H.DATE_PLAYED), ISO), ' ')
               FROM COBOL.WORDLY W
               LEFT OUTER JOIN COBOL.WORDLY_HISTORY H
                 ON H.WORD = W.WORD
               WHERE W.RETIRED_VERSION = 0
               GROUP BY W.WORD
               ORDER BY W.WORD
           END-EXEC.
      *    Grouped by answer, then player, so each answer's
      *    players can be counted on the change of PLAYER_ID. A
      *    game saved without its answer cannot be placed.
           EXEC SQL
            DECLARE DIFFCURS CURSOR FOR
               SELECT CHAR(GAME_DATE, ISO), PLAYER_ID,
                      GUESSES_USED, ANSWER, SOLVED
               FROM COBOL.WORDLY_SESSIONS
               WHERE GAME_DATE BETWEEN :HV-FROM-DATE AND :HV-TO-DATE
                 AND PRACTICE = 'N'
                 AND ANSWER <> '     '
               ORDER BY ANSWER, PLAYER_ID, GAME_DATE
           END-EXEC.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           PERFORM V010-INIT
           PERFORM V020-CONNECTDB
           IF CONNECT-SUCCESSFUL
               PERFORM V030-LOAD-DICTIONARY
               IF NOT LOAD-FAILED
                   PERFORM V040-LOAD-TRACE
               END-IF
               IF LOAD-FAILED OR WS-DICT-COUNT = 0
                   DISPLAY "Dictionary not loaded - no difficulty "
                       "report"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM V050-OPEN-SCAN
                   IF SCAN-CURSOR-OPEN
                       PERFORM V052-TALLY-GAME UNTIL END-OF-SESSIONS
                       PERFORM V060-ANSWER-TRAITS
                       PERFORM V070-RANK-ANSWERS
                       PERFORM V080-WRITE-REPORT
                   END-IF
                   IF SCAN-FAILED OR NOT SCAN-CURSOR-OPEN
                       DISPLAY "Difficulty report incomplete - rerun"
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM V999-EXIT
           GOBACK
           .

       V010-INIT.
           DISPLAY "Report from date (YYYY-MM-DD, blank = all): "
               WITH NO ADVANCING
           ACCEPT WS-FROM-DATE
           DISPLAY "Report to date (YYYY-MM-DD, blank = all): "
               WITH NO ADVANCING
           ACCEPT WS-TO-DATE
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
           OPEN OUTPUT RPTFIL
           IF NOT RPTFIL-OK
               DISPLAY "Unable to open DIFFRPT, status "
                   WS-RPTFIL-STATUS
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-RPT-TIMESTAMP
           MOVE SPACES TO WS-RPT-LINE
           STRING "WORDLY ANSWER DIFFICULTY  " DELIMITED BY SIZE
               HV-FROM-DATE DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               HV-TO-DATE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-RPT-TIMESTAMP(1:8) DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM V090-WRITE-LINE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM V090-WRITE-LINE
           .

       V020-CONNECTDB.
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
                       PERFORM V022-WAITRETRY
                   END-IF
               END-IF
           END-PERFORM
           IF NOT CONNECT-SUCCESSFUL
               DISPLAY "Unable to connect to COBOLDB after "
                   WS-CONNECT-MAX " attempts - aborting difficulty "
                   "report"
           END-IF
           .

       V022-WAITRETRY.
      *    No portable SLEEP verb in this dialect - a short spin
      *    loop stands in for the pause between CONNECT retries.
           PERFORM VARYING WS-WAIT-COUNTER FROM 1 BY 1
               UNTIL WS-WAIT-COUNTER > 5000000
               CONTINUE
           END-PERFORM
           .

       V030-LOAD-DICTIONARY.
           MOVE "N" TO END-OF-LOAD-SW
           MOVE ZERO TO WS-DICT-COUNT
           EXEC SQL
              OPEN DICTCURS
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "Cannot read COBOL.WORDLY, SQLCODE: " SQLCODE
               SET LOAD-FAILED TO TRUE
           ELSE
               PERFORM V032-FETCH-DICT-WORD UNTIL END-OF-LOAD
               EXEC SQL
                  CLOSE DICTCURS
               END-EXEC
               DISPLAY "Dictionary loaded: " WS-DICT-COUNT " words"
           END-IF
           .

       V032-FETCH-DICT-WORD.
           EXEC SQL
              FETCH DICTCURS
                INTO :HV-WORD, :HV-PLAYED-DATE
           END-EXEC
           IF SQLCODE NOT = 0
               SET END-OF-LOAD TO TRUE
      *        SQLCODE 100 is the normal end of the dictionary;
      *        anything else cut the load short - trap counts from
      *        a partial list would mislead.
               IF FUNCTION INTEGER-PART(SQLCODE) NOT = 100
                   DISPLAY "Dictionary fetch failed, SQLCODE: "
                       SQLCODE
                   SET LOAD-FAILED TO TRUE
               END-IF
           ELSE
      *        So would one cut short by the table size.
               IF WS-DICT-COUNT >= 2315
                   DISPLAY "More than 2315 dictionary words - "
                       "no difficulty report"
                   SET END-OF-LOAD TO TRUE
                   SET LOAD-FAILED TO TRUE
               ELSE
                   ADD 1 TO WS-DICT-COUNT
                   MOVE HV-WORD TO WS-DICT-WORD(WS-DICT-COUNT)
                   MOVE HV-PLAYED-DATE
                       TO WS-DICT-PLAYED(WS-DICT-COUNT)
               END-IF
           END-IF
           .

       V040-LOAD-TRACE.
      *    No trace file is not an error - POOL2 is then n/a.
           OPEN INPUT TRCFIL
           IF NOT TRCFIL-OK
               DISPLAY "WORDTRC not readable, status "
                   WS-TRCFIL-STATUS " - POOL2 not reported"
           ELSE
               PERFORM V042-READ-TRACE UNTIL TRCFIL-EOF
               CLOSE TRCFIL
               DISPLAY "Trace games loaded: " WS-TRACE-COUNT
           END-IF
           .

       V042-READ-TRACE.
           READ TRCFIL
               AT END
                   SET TRCFIL-EOF TO TRUE
               NOT AT END
                   IF TRC-GAME-ID(1:8) NOT < WS-FROM-YMD
                       AND TRC-GAME-ID(1:8) NOT > WS-TO-YMD
                       PERFORM V044-TAKE-TRACE
                   END-IF
           END-READ
           .

       V044-TAKE-TRACE.
      *    The records of one game are written together, so the
      *    game is almost always the last slot opened.
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
           IF WS-TRACE-SLOT = 0 AND WS-TRACE-COUNT < 5000
               ADD 1 TO WS-TRACE-COUNT
               MOVE WS-TRACE-COUNT TO WS-TRACE-SLOT
               INITIALIZE WS-TRACE-ENTRY(WS-TRACE-SLOT)
               MOVE TRC-GAME-ID TO WS-TR-GAME-ID(WS-TRACE-SLOT)
               MOVE "N" TO WS-TR-HAS-SUMMARY(WS-TRACE-SLOT)
               MOVE "N" TO WS-TR-USED(WS-TRACE-SLOT)
               MOVE "N" TO WS-TR-POOL2-SEEN(WS-TRACE-SLOT)
           END-IF
           IF WS-TRACE-SLOT = 0
               DISPLAY "Trace table full at " WS-TRACE-COUNT
                   " games - narrow the date range"
               SET SCAN-FAILED TO TRUE
               SET TRCFIL-EOF TO TRUE
           ELSE
               EVALUATE TRUE
                   WHEN TRC-GUESS-REC AND TRC-GUESS-NR = 2
                       AND TRC-POOL-AFTER IS NUMERIC
                       MOVE "Y" TO WS-TR-POOL2-SEEN(WS-TRACE-SLOT)
                       MOVE TRC-POOL-AFTER
                           TO WS-TR-POOL2(WS-TRACE-SLOT)
                   WHEN TRC-GAME-REC
                       MOVE "Y" TO WS-TR-HAS-SUMMARY(WS-TRACE-SLOT)
                       MOVE TRC-PLAYER-ID
                           TO WS-TR-PLAYER(WS-TRACE-SLOT)
                       MOVE TRC-GUESSES
                           TO WS-TR-GUESSES(WS-TRACE-SLOT)
                       MOVE TRC-SOLVED TO WS-TR-SOLVED(WS-TRACE-SLOT)
               END-EVALUATE
           END-IF
           .

       V050-OPEN-SCAN.
           EXEC SQL
              OPEN DIFFCURS
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "Cannot read COBOL.WORDLY_SESSIONS, "
                   "SQLCODE: " SQLCODE
           ELSE
               SET SCAN-CURSOR-OPEN TO TRUE
           END-IF
           .

       V052-TALLY-GAME.
           EXEC SQL
              FETCH DIFFCURS
                INTO :HV-GAME-DATE, :HV-PLAYER-ID,
                     :HV-GUESSES-USED, :HV-ANSWER, :HV-SOLVED
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 0
                   PERFORM V054-ADD-TO-ANSWER
               WHEN FUNCTION INTEGER-PART(SQLCODE) = 100
                   SET END-OF-SESSIONS TO TRUE
               WHEN OTHER
                   DISPLAY "Session fetch failed, SQLCODE: "
                       SQLCODE " - report incomplete"
                   SET END-OF-SESSIONS TO TRUE
                   SET SCAN-FAILED TO TRUE
           END-EVALUATE
           .

       V054-ADD-TO-ANSWER.
      *    Rows arrive grouped by answer, so a new answer opens
      *    the next slot and a new player within it counts once.
           IF WS-ANSWER-COUNT = 0
               OR HV-ANSWER NOT = WS-AN-WORD(WS-ANSWER-COUNT)
               IF WS-ANSWER-COUNT >= 2315
                   DISPLAY "Answer table full - narrow the range"
                   SET END-OF-SESSIONS TO TRUE
                   SET SCAN-FAILED TO TRUE
               ELSE
                   ADD 1 TO WS-ANSWER-COUNT
                   INITIALIZE WS-ANSWER-ENTRY(WS-ANSWER-COUNT)
                   MOVE HV-ANSWER TO WS-AN-WORD(WS-ANSWER-COUNT)
                   MOVE 9 TO WS-AN-BEST(WS-ANSWER-COUNT)
                   MOVE HV-GAME-DATE
                       TO WS-AN-FIRST-DATE(WS-ANSWER-COUNT)
                   MOVE SPACES TO WS-LAST-PLAYER
               END-IF
           END-IF
           IF NOT SCAN-FAILED
               MOVE WS-ANSWER-COUNT TO WS-AN-I
               ADD 1 TO WS-AN-GAMES(WS-AN-I)
               IF HV-PLAYER-ID NOT = WS-LAST-PLAYER
                   ADD 1 TO WS-AN-PLAYERS(WS-AN-I)
                   MOVE HV-PLAYER-ID TO WS-LAST-PLAYER
               END-IF
               IF HV-GAME-DATE < WS-AN-FIRST-DATE(WS-AN-I)
                   MOVE HV-GAME-DATE TO WS-AN-FIRST-DATE(WS-AN-I)
               END-IF
               IF HV-SOLVED = "Y"
                   ADD 1 TO WS-AN-SOLVED(WS-AN-I)
                   ADD HV-GUESSES-USED TO WS-AN-GUESS-TOTAL(WS-AN-I)
                   IF HV-GUESSES-USED < WS-AN-BEST(WS-AN-I)
                       MOVE HV-GUESSES-USED TO WS-AN-BEST(WS-AN-I)
                   END-IF
                   IF HV-GUESSES-USED > WS-AN-WORST(WS-AN-I)
                       MOVE HV-GUESSES-USED TO WS-AN-WORST(WS-AN-I)
                   END-IF
               ELSE
                   ADD 1 TO WS-AN-FAILS(WS-AN-I)
               END-IF
               PERFORM V056-FIND-TRACE
           END-IF
           .

       V056-FIND-TRACE.
      *    Same join as WORDEXTR: the player's saved trace game of
      *    that day, the one with the same result first.
           STRING HV-GAME-DATE(1:4) HV-GAME-DATE(6:2)
               HV-GAME-DATE(9:2) DELIMITED BY SIZE INTO WS-GAME-YMD
           MOVE ZERO TO WS-TRACE-SLOT
           PERFORM VARYING WS-TRACE-I FROM 1 BY 1
               UNTIL WS-TRACE-I > WS-TRACE-COUNT
               OR WS-TRACE-SLOT > 0
               IF WS-TR-USED(WS-TRACE-I) = "N"
                   AND WS-TR-HAS-SUMMARY(WS-TRACE-I) = "Y"
                   AND WS-TR-GAME-ID(WS-TRACE-I)(1:8) = WS-GAME-YMD
                   AND WS-TR-PLAYER(WS-TRACE-I) = HV-PLAYER-ID
                   AND WS-TR-GUESSES(WS-TRACE-I) = HV-GUESSES-USED
                   AND WS-TR-SOLVED(WS-TRACE-I) = HV-SOLVED
                   MOVE WS-TRACE-I TO WS-TRACE-SLOT
               END-IF
           END-PERFORM
           PERFORM VARYING WS-TRACE-I FROM 1 BY 1
               UNTIL WS-TRACE-I > WS-TRACE-COUNT
               OR WS-TRACE-SLOT > 0
               IF WS-TR-USED(WS-TRACE-I) = "N"
                   AND WS-TR-HAS-SUMMARY(WS-TRACE-I) = "Y"
                   AND WS-TR-GAME-ID(WS-TRACE-I)(1:8) = WS-GAME-YMD
                   AND WS-TR-PLAYER(WS-TRACE-I) = HV-PLAYER-ID
                   MOVE WS-TRACE-I TO WS-TRACE-SLOT
               END-IF
           END-PERFORM
           IF WS-TRACE-SLOT > 0
               MOVE "Y" TO WS-TR-USED(WS-TRACE-SLOT)
               IF WS-TR-POOL2-SEEN(WS-TRACE-SLOT) = "Y"
                   ADD WS-TR-POOL2(WS-TRACE-SLOT)
                       TO WS-AN-POOL2-TOTAL(WS-AN-I)
                   ADD 1 TO WS-AN-POOL2-GAMES(WS-AN-I)
               END-IF
           END-IF
           .

       V060-ANSWER-TRAITS.
           PERFORM VARYING WS-AN-I FROM 1 BY 1
               UNTIL WS-AN-I > WS-ANSWER-COUNT
               MOVE "N" TO WS-AN-REPEAT(WS-AN-I)
               MOVE ZERO TO WS-AN-RARE(WS-AN-I)
               PERFORM VARYING WS-POS-I FROM 1 BY 1
                   UNTIL WS-POS-I > 5
                   PERFORM VARYING WS-POS-J FROM 1 BY 1
                       UNTIL WS-POS-J >= WS-POS-I
                       IF WS-AN-WORD(WS-AN-I)(WS-POS-I:1)
                           = WS-AN-WORD(WS-AN-I)(WS-POS-J:1)
                           MOVE "Y" TO WS-AN-REPEAT(WS-AN-I)
                       END-IF
                   END-PERFORM
                   COMPUTE WS-LETTER-INDEX =
                       FUNCTION ORD(WS-AN-WORD(WS-AN-I)(WS-POS-I:1))
                           - FUNCTION ORD("a") + 1
                   IF WS-LETTER-INDEX > 0 AND WS-LETTER-INDEX < 27
                       IF WS-LETTER-SCORE(WS-LETTER-INDEX) < 3
                           ADD 1 TO WS-AN-RARE(WS-AN-I)
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM V062-COUNT-TRAPS
           END-PERFORM
           .

       V062-COUNT-TRAPS.
      *    A trap neighbour is any other answer that was still
      *    unplayed on the answer's first game date in the range
      *    and agrees with it in exactly four positions.
           MOVE ZERO TO WS-AN-TRAPS(WS-AN-I)
           PERFORM VARYING WS-DICT-I FROM 1 BY 1
               UNTIL WS-DICT-I > WS-DICT-COUNT
               IF WS-DICT-WORD(WS-DICT-I) NOT = WS-AN-WORD(WS-AN-I)
                   AND (WS-DICT-PLAYED(WS-DICT-I) = SPACES
                       OR WS-DICT-PLAYED(WS-DICT-I)
                           NOT < WS-AN-FIRST-DATE(WS-AN-I))
                   MOVE ZERO TO WS-SAME-COUNT
                   PERFORM VARYING WS-POS-J FROM 1 BY 1
                       UNTIL WS-POS-J > 5
                       IF WS-DICT-WORD(WS-DICT-I)(WS-POS-J:1)
                           = WS-AN-WORD(WS-AN-I)(WS-POS-J:1)
                           ADD 1 TO WS-SAME-COUNT
                       END-IF
                   END-PERFORM
                   IF WS-SAME-COUNT = 4
                       ADD 1 TO WS-AN-TRAPS(WS-AN-I)
                   END-IF
               END-IF
           END-PERFORM
           .

       V070-RANK-ANSWERS.
      *    Rank key: failure rate (whole per cent) ahead of the
      *    average guesses of the solved games, both descending.
           PERFORM VARYING WS-AN-I FROM 1 BY 1
               UNTIL WS-AN-I > WS-ANSWER-COUNT
               MOVE WS-AN-I TO WS-RANK-SLOT(WS-AN-I)
               COMPUTE WS-FAIL-PCT =
                   WS-AN-FAILS(WS-AN-I) * 100 / WS-AN-GAMES(WS-AN-I)
               MOVE ZERO TO WS-AVG-GUESSES
               IF WS-AN-SOLVED(WS-AN-I) > 0
                   COMPUTE WS-AVG-GUESSES ROUNDED =
                       WS-AN-GUESS-TOTAL(WS-AN-I)
                           / WS-AN-SOLVED(WS-AN-I)
               END-IF
               COMPUTE WS-AN-RANK-KEY(WS-AN-I) =
                   WS-FAIL-PCT * 1000 + WS-AVG-GUESSES * 100
           END-PERFORM
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
               UNTIL WS-SORT-I >= WS-ANSWER-COUNT
               PERFORM VARYING WS-SORT-J FROM 1 BY 1
                   UNTIL WS-SORT-J > WS-ANSWER-COUNT - WS-SORT-I
                   IF WS-AN-RANK-KEY(WS-RANK-SLOT(WS-SORT-J))
                       < WS-AN-RANK-KEY(WS-RANK-SLOT(WS-SORT-J + 1))
                       MOVE WS-RANK-SLOT(WS-SORT-J) TO WS-SORT-SWAP
                       MOVE WS-RANK-SLOT(WS-SORT-J + 1)
                           TO WS-RANK-SLOT(WS-SORT-J)
                       MOVE WS-SORT-SWAP
                           TO WS-RANK-SLOT(WS-SORT-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       V080-WRITE-REPORT.
           MOVE WS-DIFF-HEADING TO WS-RPT-LINE
           PERFORM V090-WRITE-LINE
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
               UNTIL WS-SORT-I > WS-ANSWER-COUNT
               MOVE WS-RANK-SLOT(WS-SORT-I) TO WS-AN-I
               PERFORM V082-WRITE-ANSWER
           END-PERFORM
           MOVE SPACES TO WS-RPT-LINE
           PERFORM V090-WRITE-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "ANSWERS: " DELIMITED BY SIZE
               WS-ANSWER-COUNT DELIMITED BY SIZE
               "  TRACE GAMES IN RANGE: " DELIMITED BY SIZE
               WS-TRACE-COUNT DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM V090-WRITE-LINE
           MOVE "AVG = guesses per solved game.  POOL2 = candidates"
               TO WS-RPT-LINE
           PERFORM V090-WRITE-LINE
           MOVE "left after guess 2 (WORDTRC).  RARE = letters of low"
               TO WS-RPT-LINE
           PERFORM V090-WRITE-LINE
           MOVE "frequency.  TRAP = unplayed answers 4 of 5 in place."
               TO WS-RPT-LINE
           PERFORM V090-WRITE-LINE
           .

       V082-WRITE-ANSWER.
           MOVE WS-SORT-I TO DD-RANK
           MOVE WS-AN-WORD(WS-AN-I) TO DD-WORD
           MOVE WS-AN-GAMES(WS-AN-I) TO DD-GAMES
           MOVE WS-AN-PLAYERS(WS-AN-I) TO DD-PLAYERS
           MOVE WS-AN-FAILS(WS-AN-I) TO DD-FAILS
           IF WS-AN-SOLVED(WS-AN-I) > 0
               COMPUTE WS-AVG-GUESSES ROUNDED =
                   WS-AN-GUESS-TOTAL(WS-AN-I) / WS-AN-SOLVED(WS-AN-I)
               MOVE WS-AVG-GUESSES TO DD-AVG
               MOVE WS-AN-BEST(WS-AN-I) TO DD-BEST
               MOVE WS-AN-WORST(WS-AN-I) TO DD-WORST
           ELSE
               MOVE ZERO TO DD-AVG
               MOVE "-" TO DD-BEST
           END-IF
           IF WS-AN-FAILS(WS-AN-I) > 0
               MOVE "X" TO DD-WORST
           END-IF
           IF WS-AN-POOL2-GAMES(WS-AN-I) > 0
               COMPUTE WS-AVG-POOL2 ROUNDED =
                   WS-AN-POOL2-TOTAL(WS-AN-I)
                       / WS-AN-POOL2-GAMES(WS-AN-I)
               MOVE WS-AVG-POOL2 TO WS-AVG-POOL2-EDIT
               MOVE WS-AVG-POOL2-EDIT TO DD-POOL2
           ELSE
               MOVE "   n/a" TO DD-POOL2
           END-IF
           MOVE WS-AN-REPEAT(WS-AN-I) TO DD-REPEAT
           MOVE WS-AN-RARE(WS-AN-I) TO DD-RARE
           MOVE WS-AN-TRAPS(WS-AN-I) TO DD-TRAPS
           MOVE WS-DIFF-DETAIL TO WS-RPT-LINE
           PERFORM V090-WRITE-LINE
           .

       V090-WRITE-LINE.
           IF RPTFIL-OK
               MOVE WS-RPT-LINE TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF
           DISPLAY WS-RPT-LINE
           .

       V999-EXIT.
           IF SCAN-CURSOR-OPEN
               EXEC SQL
                  CLOSE DIFFCURS
               END-EXEC
           END-IF
           IF RPTFIL-OK
               CLOSE RPTFIL
           END-IF
           .
       END PROGRAM WORDDIFF.
