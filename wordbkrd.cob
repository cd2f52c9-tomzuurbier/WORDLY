      ******************************************************************
      * Author: Tom Zuurbier
      * Date: 2026
      * Purpose: Opening-book lookup for the probe advisor. When a
      *          game is exactly one guess in, the probe advice for
      *          the house opener's tiles was worked out overnight
      *          by WORDBOOK; this program reads it back instead of
      *          rescoring the whole accepted-guess table in
      *          WORDADVIS. The book is only trusted when:
      *          - its stamp record is there for this opener (a
      *            build that stopped partway has none);
      *          - the stamp still matches the current row counts of
      *            COBOL.WORDLY, COBOL.WORDLY_HISTORY and
      *            COBOL.WORDLY_GUESSES, the last DATE_PLAYED and
      *            the latest dictionary version - an answer
      *            retired since the build, or a dictionary load,
      *            makes the book out of date;
      *          - the pattern's candidate count equals the count
      *            the caller's search just returned.
      *          Otherwise nothing is displayed and the caller
      *          falls back to WORDADVIS.
      * Expects: an open DB2 connection made earlier in the run
      *          (DBQUERY's CONNECT serves the whole process, as it
      *          does for WORDADVIS).
      * Input:   WORDBOOK - the opening book (see wordbook.cob).
      * Requires: wordl.o
      * Tectonics: cob2
      * Compiler: IBM Cobol for Linux 1.2.0
      * How to compile:
      * 1. cob2 -I$HOME/sqllib/include/cobol_a -L$HOME/sqllib/lib32
      *        -ldb2 wordbkrd.cob -qsql -q32 -qNODYNAM -c
      * 2. cob2 wordl.o dbquery.o guesschk.o wordadvis.o wordbkrd.o
      *        -q32 -I$HOME/sqllib/include/cobol_a
      *        -L$HOME/sqllib/lib32 -ldb2
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * force a subprogram into its initial state each time it is called
      * by including the IS INITIAL clause in the PROGRAM-ID.
       PROGRAM-ID. WORDBKRD IS INITIAL.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BOOKFIL ASSIGN TO "WORDBOOK"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS BK-KEY
               FILE STATUS IS WS-BOOKFIL-STATUS.
      *-------------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
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
      *    Status 05 is a successful open of an OPTIONAL file that
      *    was not there yet - every read then misses.
       01  WS-BOOKFIL-STATUS       PIC X(2) VALUE "00".
           88  BOOKFIL-OK                  VALUES "00" "05".
      *    Tile string of the stamp record, as WORDBOOK writes it.
       01  WS-STAMP-TILES          PIC X(5) VALUE "ZZZZZ".
       01  WS-STAMP-BUILT          PIC X(14) VALUE SPACES.
       01  WS-STAMP-ANSWER-ROWS    PIC 9(7) VALUE ZERO.
       01  WS-STAMP-HISTORY-ROWS   PIC 9(7) VALUE ZERO.
       01  WS-STAMP-LAST-PLAYED    PIC X(10) VALUE SPACES.
       01  WS-STAMP-GUESS-ROWS     PIC 9(7) VALUE ZERO.
       01  WS-STAMP-DICT-VERSION   PIC 9(5) VALUE ZERO.
       01  WS-TOP-I                PIC 9(1) VALUE ZERO.
       01  WS-EXPECTED-LEFT        PIC 9(4)V9(1) VALUE ZERO.
       01  WS-EXPECTED-EDIT        PIC Z(3)9.9.
       01  SWITCHES.
           05  BOOK-OPEN-SW        PIC X   VALUE 'N'.
                   88 BOOK-OPEN            VALUE 'Y'.
           05  STAMP-FOUND-SW      PIC X   VALUE 'N'.
                   88 STAMP-FOUND          VALUE 'Y'.
           05  BOOK-CURRENT-SW     PIC X   VALUE 'N'.
                   88 BOOK-CURRENT         VALUE 'Y'.
      *    Host variables.
       01  HV-ROW-COUNT            PIC 9(7) VALUE ZERO.
       01  HV-LAST-PLAYED          PIC X(10).
       01  HV-VERSION-NO           PIC 9(5) VALUE ZERO.
      *-----------------------------------------------------------
      *SUPPORTING DATA STRUCTURES FOR DB2 ACCESS
      *-----------------------------------------------------------
           EXEC SQL
            INCLUDE SQLCA
           END-EXEC.
      *-----------------------------------------------------------
       LINKAGE SECTION.
      *-----------------------------------------------------------
       01  LS-OPENER               PIC X(5).
       01  LS-TILES                PIC X(5).
       01  LS-CAND-COUNT           PIC 9(4).
       01  LS-BOOK-HIT             PIC X(1).

       PROCEDURE DIVISION USING LS-OPENER, LS-TILES, LS-CAND-COUNT,
           LS-BOOK-HIT.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           PERFORM Y010-INIT
           IF BOOK-OPEN
               PERFORM Y020-READ-STAMP
           END-IF
           IF STAMP-FOUND
               PERFORM Y030-CHECK-STAMP
           END-IF
           IF BOOK-CURRENT
               PERFORM Y040-READ-PATTERN
           END-IF
           PERFORM Y999-EXIT
           GOBACK
           .

       Y010-INIT.
           MOVE "N" TO LS-BOOK-HIT
      *    No book on file (status 05 on the OPTIONAL open) is the
      *    normal state before the first nightly build.
           OPEN INPUT BOOKFIL
           IF BOOKFIL-OK
               SET BOOK-OPEN TO TRUE
           END-IF
           .

       Y020-READ-STAMP.
      *    No stamp under this opener means the book was built for
      *    another opener, or its build never finished.
           MOVE LS-OPENER TO BS-OPENER
           MOVE WS-STAMP-TILES TO BS-TILES
           READ BOOKFIL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET STAMP-FOUND TO TRUE
                   MOVE BS-BUILT TO WS-STAMP-BUILT
                   MOVE BS-ANSWER-ROWS TO WS-STAMP-ANSWER-ROWS
                   MOVE BS-HISTORY-ROWS TO WS-STAMP-HISTORY-ROWS
                   MOVE BS-LAST-PLAYED TO WS-STAMP-LAST-PLAYED
                   MOVE BS-GUESS-ROWS TO WS-STAMP-GUESS-ROWS
                   MOVE BS-DICT-VERSION TO WS-STAMP-DICT-VERSION
           END-READ
           .

       Y030-CHECK-STAMP.
      *    The same figures WORDBOOK stamped at build time. Any
      *    difference - an answer retired by WORDHIST, a history
      *    row corrected, a dictionary load - and the book's
      *    counts and probes no longer hold.
           MOVE "Y" TO BOOK-CURRENT-SW
           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-ROW-COUNT
              FROM COBOL.WORDLY
              WHERE RETIRED_VERSION = 0
           END-EXEC
           IF SQLCODE NOT = 0
               OR HV-ROW-COUNT NOT = WS-STAMP-ANSWER-ROWS
               MOVE "N" TO BOOK-CURRENT-SW
           END-IF
           IF BOOK-CURRENT
               EXEC SQL
                  SELECT COUNT(*),
                         COALESCE(CHAR(MAX(DATE_PLAYED), ISO),
                             '0001-01-01')
                  INTO :HV-ROW-COUNT, :HV-LAST-PLAYED
                  FROM COBOL.WORDLY_HISTORY
               END-EXEC
               IF SQLCODE NOT = 0
                   OR HV-ROW-COUNT NOT = WS-STAMP-HISTORY-ROWS
                   OR HV-LAST-PLAYED NOT = WS-STAMP-LAST-PLAYED
                   MOVE "N" TO BOOK-CURRENT-SW
               END-IF
           END-IF
           IF BOOK-CURRENT
               EXEC SQL
                  SELECT COUNT(*)
                  INTO :HV-ROW-COUNT
                  FROM COBOL.WORDLY_GUESSES
                  WHERE RETIRED_VERSION = 0
               END-EXEC
               IF SQLCODE NOT = 0
                   OR HV-ROW-COUNT NOT = WS-STAMP-GUESS-ROWS
                   MOVE "N" TO BOOK-CURRENT-SW
               END-IF
           END-IF
           IF BOOK-CURRENT
               EXEC SQL
                  SELECT COALESCE(MAX(VERSION_NO), 0)
                  INTO :HV-VERSION-NO
                  FROM COBOL.WORDLY_VERSIONS
               END-EXEC
               IF SQLCODE NOT = 0
                   OR HV-VERSION-NO NOT = WS-STAMP-DICT-VERSION
                   MOVE "N" TO BOOK-CURRENT-SW
               END-IF
           END-IF
           IF NOT BOOK-CURRENT
               DISPLAY "Opening book built " WS-STAMP-BUILT(1:8)
                   " is out of date - scoring probes afresh"
           END-IF
           .

       Y040-READ-PATTERN.
      *    The count check catches a search that did not use the
      *    book's candidate list - played answers included, or a
      *    constraint the tiles alone would not give.
           MOVE LS-OPENER TO BK-OPENER
           MOVE LS-TILES TO BK-TILES
           READ BOOKFIL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF BK-CAND-COUNT NOT = LS-CAND-COUNT
                       DISPLAY "Opening book has " BK-CAND-COUNT
                           " candidates for " LS-TILES
                           ", this search " LS-CAND-COUNT
                           " - scoring probes afresh"
                   ELSE
                       IF BK-PROBE-COUNT > 0
                           PERFORM Y050-DISPLAY-TOP
                           MOVE "Y" TO LS-BOOK-HIT
                       END-IF
                   END-IF
           END-READ
           .

       Y050-DISPLAY-TOP.
      *    Laid out as D060-DISPLAY-TOP in WORDADVIS shows it.
           DISPLAY "Best probe words over " BK-CAND-COUNT
               " candidates (opening book for " BK-OPENER "):"
           PERFORM VARYING WS-TOP-I FROM 1 BY 1
               UNTIL WS-TOP-I > BK-PROBE-COUNT
               COMPUTE WS-EXPECTED-LEFT ROUNDED =
                   BK-PROBE-SCORE(WS-TOP-I) / BK-CAND-COUNT
               MOVE WS-EXPECTED-LEFT TO WS-EXPECTED-EDIT
               DISPLAY "  " WS-TOP-I ". " BK-PROBE-WORD(WS-TOP-I)
                   "  expected candidates left: " WS-EXPECTED-EDIT
           END-PERFORM
           .

       Y999-EXIT.
           IF BOOK-OPEN
               CLOSE BOOKFIL
           END-IF
           .
      * The EXIT PROGRAM statement specifies the end of a called
      * program and returns control to the calling program.
           EXIT PROGRAM.
       END PROGRAM WORDBKRD.
