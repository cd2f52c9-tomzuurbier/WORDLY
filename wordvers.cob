      ******************************************************************
      * Author: Tom Zuurbier
      * Date: 2026
      * Purpose: Comparison report between two dictionary versions,
      *          for the change record whenever the NYT edits its
      *          word lists. WORDLOAD stamps every load as a
      *          numbered version in COBOL.WORDLY_VERSIONS and keeps
      *          on each word of COBOL.WORDLY and COBOL.WORDLY_GUESSES
      *          the version that added it and the version that
      *          retired it, with the earlier spans of a reinstated
      *          word on COBOL.WORDLY_SPANS; this report reads those
      *          stamps back.
      *          Between the FROM and the TO version it lists:
      *            - the loads in the range (date, table, mode,
      *              counts, operator, complete or not);
      *            - words added - in force at TO, not at FROM;
      *            - words dropped - in force at FROM, not at TO -
      *              each with the last date it was played
      *              (COBOL.WORDLY_HISTORY), the number of saved
      *              games that had it as ANSWER
      *              (COBOL.WORDLY_SESSIONS), and whether it sits in
      *              the opening book on WORDBOOK as the opener or
      *              one of the second-guess probes.
      *          A drop that touches history, a saved game or the
      *          book is flagged; the WORDSNAP snapshot, the WORDBOOK
      *          book and the WORDSIM benchmark all need a rerun
      *          after any change in the range.
      * Input:   SYSIN/terminal - FROM version and TO version
      *          (blank TO = the latest version, blank FROM = the
      *          one before TO; 0 is the list as it stood before
      *          versioning). Given the wrong way round they are
      *          swapped.
      *          COBOL.WORDLY_VERSIONS, COBOL.WORDLY,
      *          COBOL.WORDLY_GUESSES, COBOL.WORDLY_SPANS,
      *          COBOL.WORDLY_HISTORY, COBOL.WORDLY_SESSIONS.
      *          WORDBOOK - the opening book (see wordbook.cob).
      *          Optional - when it is missing, empty or has no
      *          stamp record (a rebuild that stopped partway), the
      *          BOOK column is not checked and the report says so.
      *          WORDCRED - DB2 credentials (see wordcred.cob).
      * Output:  VERSRPT - the comparison report.
      * Return codes: 0 no dropped word touches history, a saved
      *          game or the opening book, 4 one or more do (see
      *          the FLAG column), 8 no DB2 connection, a version
      *          not on COBOL.WORDLY_VERSIONS, or a scan or the
      *          WORDBOOK read failed (report incomplete - rerun).
      * Tectonics: cob2
      * Compiler: IBM Cobol for Linux 1.2.0
      * How to compile:
      * 1. cob2 -I$HOME/sqllib/include/cobol_a -L$HOME/sqllib/lib32
      *        -ldb2 wordvers.cob -qsql -q32 -qNODYNAM -c
      * 2. cob2 wordvers.o wordcred.o -q32
      *        -I$HOME/sqllib/include/cobol_a -L$HOME/sqllib/lib32
      *        -ldb2 -o wordvers
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. WORDVERS.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BOOKFIL ASSIGN TO "WORDBOOK"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS BK-KEY
               FILE STATUS IS WS-BOOKFIL-STATUS.
           SELECT RPTFIL ASSIGN TO "VERSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPTFIL-STATUS.

      *-------------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
      *    WORDBOOK as WORDBOOK writes it. The stamp record (tiles
      *    "ZZZZZ") carries no probes; it only shows the book is
      *    complete.
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

       FD  RPTFIL
           LABEL RECORDS ARE STANDARD.
       01  RPT-RECORD              PIC X(80).

       WORKING-STORAGE SECTION.
      *-----------------------
      *    Status 05 is a successful open of an OPTIONAL file that
      *    was not there - no book, and the read loop ends at once.
       01  WS-BOOKFIL-STATUS       PIC X(2) VALUE "00".
           88  BOOKFIL-OK                  VALUES "00" "05".
           88  BOOKFIL-EOF                 VALUE "10".
       01  WS-RPTFIL-STATUS        PIC X(2) VALUE "00".
           88  RPTFIL-OK                   VALUE "00".
       01  WS-RPT-TIMESTAMP        PIC X(26) VALUE SPACES.
       01  WS-RPT-LINE             PIC X(80) VALUE SPACES.
      *-----------------------------------------------------------*
      * The two versions compared. Typed in as up to 5 digits;
      * WS-INPUT-LEN is the length before the first space.
      *-----------------------------------------------------------*
       01  WS-FROM-INPUT           PIC X(6) VALUE SPACES.
       01  WS-TO-INPUT             PIC X(6) VALUE SPACES.
       01  WS-VERSION-INPUT        PIC X(6) VALUE SPACES.
       01  WS-INPUT-LEN            PIC 9(2) VALUE ZERO.
       01  WS-INPUT-VERSION        PIC 9(5) VALUE ZERO.
       01  WS-FROM-VERSION         PIC 9(5) VALUE ZERO.
       01  WS-TO-VERSION           PIC 9(5) VALUE ZERO.
       01  WS-LATEST-VERSION       PIC 9(5) VALUE ZERO.
       01  WS-SWAP-VERSION         PIC 9(5) VALUE ZERO.
       01  WS-VERSION-EDIT         PIC Z(4)9.
       01  WS-VERSION-EDIT-2       PIC Z(4)9.
      *-----------------------------------------------------------*
      * Every word on the opening book - the opener and each
      * second-guess probe, once each.
      *-----------------------------------------------------------*
       01  WS-PROBE-TABLE.
           05  WS-PROBE-ENTRY      OCCURS 1300.
               10  WS-PROBE-WORD   PIC X(5).
               10  WS-PROBE-ROLE   PIC X(6).
       01  WS-PROBE-COUNT          PIC 9(4) VALUE ZERO.
       01  WS-PROBE-MAX            PIC 9(4) VALUE 1300.
       01  WS-PROBE-I              PIC 9(4) VALUE ZERO.
       01  WS-PROBE-SLOT           PIC 9(4) VALUE ZERO.
       01  WS-BK-I                 PIC 9(1) VALUE ZERO.
       01  WS-BOOK-OPENER          PIC X(5) VALUE SPACES.
       01  WS-ADD-WORD             PIC X(5) VALUE SPACES.
       01  WS-ADD-ROLE             PIC X(6) VALUE SPACES.
      *-----------------------------------------------------------*
      * Totals.
      *-----------------------------------------------------------*
       01  WS-VERSION-ROWS         PIC 9(5) VALUE ZERO.
       01  WS-ADDED-ANSWERS        PIC 9(5) VALUE ZERO.
       01  WS-ADDED-GUESSES        PIC 9(5) VALUE ZERO.
       01  WS-DROPPED-ANSWERS      PIC 9(5) VALUE ZERO.
       01  WS-DROPPED-GUESSES      PIC 9(5) VALUE ZERO.
       01  WS-DROPPED-PLAYED       PIC 9(5) VALUE ZERO.
       01  WS-DROPPED-SESSION      PIC 9(5) VALUE ZERO.
       01  WS-DROPPED-PROBE        PIC 9(5) VALUE ZERO.
       01  WS-DROPPED-FLAGGED      PIC 9(5) VALUE ZERO.
       01  WS-COUNT-EDIT           PIC Z(4)9.
      *-----------------------------------------------------------*
      * Report lines.
      *-----------------------------------------------------------*
       01  WS-VERSION-HEADING.
           05  FILLER              PIC X(40)
               VALUE "VERSION EFFECTIVE  TABLE   MODE      ADD".
           05  FILLER              PIC X(30)
               VALUE "ED RETIRED LOADED BY  COMPLETE".
           05  FILLER              PIC X(10) VALUE SPACES.
       01  WS-VERSION-DETAIL.
           05  VD-VERSION          PIC Z(6)9.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  VD-EFFECTIVE        PIC X(10).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  VD-TARGET           PIC X(7).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  VD-MODE             PIC X(9).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  VD-ADDED            PIC Z(4)9.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  VD-RETIRED          PIC Z(6)9.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  VD-LOADED-BY        PIC X(8).
           05  FILLER              PIC X(5) VALUE SPACES.
           05  VD-COMPLETE         PIC X(1).
           05  FILLER              PIC X(14) VALUE SPACES.
       01  WS-ADDED-HEADING.
           05  FILLER              PIC X(30)
               VALUE "TABLE   WORD   ADDED IN".
           05  FILLER              PIC X(50) VALUE SPACES.
       01  WS-ADDED-DETAIL.
           05  AD-TABLE            PIC X(7).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  AD-WORD             PIC X(5).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  AD-VERSION          PIC Z(7)9.
           05  FILLER              PIC X(57) VALUE SPACES.
       01  WS-DROPPED-HEADING.
           05  FILLER              PIC X(40)
               VALUE "TABLE   WORD   RETIRED IN  LAST PLAYED  ".
           05  FILLER              PIC X(30)
               VALUE "SAVED GAMES  BOOK    FLAG".
           05  FILLER              PIC X(10) VALUE SPACES.
       01  WS-DROPPED-DETAIL.
           05  DR-TABLE            PIC X(7).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  DR-WORD             PIC X(5).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  DR-VERSION          PIC Z(9)9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  DR-LAST-PLAYED      PIC X(10).
           05  FILLER              PIC X(3) VALUE SPACES.
           05  DR-SESSIONS         PIC Z(10)9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  DR-BOOK             PIC X(6).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  DR-FLAG             PIC X(4).
           05  FILLER              PIC X(15) VALUE SPACES.
       01  SWITCHES.
           05  VERSIONS-OK-SW      PIC X   VALUE 'N'.
                   88 VERSIONS-OK          VALUE 'Y'.
           05  SCAN-FAILED-SW      PIC X   VALUE 'N'.
                   88 SCAN-FAILED          VALUE 'Y'.
           05  END-OF-SCAN-SW      PIC X   VALUE 'N'.
                   88 END-OF-SCAN          VALUE 'Y'.
           05  PROBE-FOUND-SW      PIC X   VALUE 'N'.
                   88 PROBE-FOUND          VALUE 'Y'.
           05  BOOK-STAMPED-SW     PIC X   VALUE 'N'.
                   88 BOOK-STAMPED         VALUE 'Y'.
           05  VERSCURS-SW         PIC X   VALUE 'N'.
                   88 VERSCURS-OPEN        VALUE 'Y'.
           05  ADDCURS-SW          PIC X   VALUE 'N'.
                   88 ADDCURS-OPEN         VALUE 'Y'.
           05  DROPCURS-SW         PIC X   VALUE 'N'.
                   88 DROPCURS-OPEN        VALUE 'Y'.
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
       01  HV-FROM-VERSION         PIC 9(5) VALUE ZERO.
       01  HV-TO-VERSION           PIC 9(5) VALUE ZERO.
       01  HV-VERSION-NO           PIC 9(5) VALUE ZERO.
       01  HV-MATCH-COUNT          PIC 9(5) VALUE ZERO.
       01  HV-EFFECTIVE-DATE       PIC X(10).
       01  HV-TARGET               PIC X(1).
       01  HV-LOAD-MODE            PIC X(1).
       01  HV-LOADED-BY            PIC X(8).
       01  HV-WORDS-ADDED          PIC 9(5) VALUE ZERO.
       01  HV-WORDS-RETIRED        PIC 9(5) VALUE ZERO.
       01  HV-COMPLETE             PIC X(1).
       01  HV-TABLE                PIC X(1).
       01  HV-WORD                 PIC X(5).
       01  HV-LAST-PLAYED          PIC X(10).
       01  HV-SESSION-COUNT        PIC 9(7) VALUE ZERO.
      *-----------------------------------------------------------
      *SUPPORTING DATA STRUCTURES FOR DB2 ACCESS
      *-----------------------------------------------------------
           EXEC SQL
            INCLUDE SQLCA
           END-EXEC.
      *    The loads from FROM to TO, in version order.
           EXEC SQL
            DECLARE VERSCURS CURSOR FOR
               SELECT VERSION_NO, CHAR(EFFECTIVE_DATE, ISO), TARGET,
                      LOAD_MODE, LOADED_BY, WORDS_ADDED,
                      WORDS_RETIRED, COMPLETE
               FROM COBOL.WORDLY_VERSIONS
               WHERE VERSION_NO BETWEEN :HV-FROM-VERSION
                                    AND :HV-TO-VERSION
               ORDER BY VERSION_NO
           END-EXEC.
      *    Words in force at TO that were not at FROM. A word is
      *    in force at a version when its row's span holds it or,
      *    for a reinstated word, one of its earlier spans on
      *    COBOL.WORDLY_SPANS does; the version shown is the one
      *    that opened the span in force at TO. Answers first.
           EXEC SQL
            DECLARE ADDCURS CURSOR FOR
               SELECT 'A', W.WORD,
                 CASE WHEN W.ADDED_VERSION <= :HV-TO-VERSION
                        AND (W.RETIRED_VERSION = 0
                          OR W.RETIRED_VERSION > :HV-TO-VERSION)
                      THEN W.ADDED_VERSION
                      ELSE (SELECT MAX(P.ADDED_VERSION)
                            FROM COBOL.WORDLY_SPANS P
                            WHERE P.TABLE_ID = 'A'
                              AND P.WORD = W.WORD
                              AND P.ADDED_VERSION <= :HV-TO-VERSION
                              AND P.RETIRED_VERSION > :HV-TO-VERSION)
                 END
               FROM COBOL.WORDLY W
               WHERE ((W.ADDED_VERSION <= :HV-TO-VERSION
                       AND (W.RETIRED_VERSION = 0
                         OR W.RETIRED_VERSION > :HV-TO-VERSION))
                      OR W.WORD IN
                         (SELECT P.WORD FROM COBOL.WORDLY_SPANS P
                          WHERE P.TABLE_ID = 'A'
                            AND P.ADDED_VERSION <= :HV-TO-VERSION
                            AND P.RETIRED_VERSION > :HV-TO-VERSION))
                 AND NOT ((W.ADDED_VERSION <= :HV-FROM-VERSION
                       AND (W.RETIRED_VERSION = 0
                         OR W.RETIRED_VERSION > :HV-FROM-VERSION))
                      OR W.WORD IN
                         (SELECT P.WORD FROM COBOL.WORDLY_SPANS P
                          WHERE P.TABLE_ID = 'A'
                            AND P.ADDED_VERSION <= :HV-FROM-VERSION
                            AND P.RETIRED_VERSION > :HV-FROM-VERSION))
               UNION ALL
               SELECT 'G', G.WORD,
                 CASE WHEN G.ADDED_VERSION <= :HV-TO-VERSION
                        AND (G.RETIRED_VERSION = 0
                          OR G.RETIRED_VERSION > :HV-TO-VERSION)
                      THEN G.ADDED_VERSION
                      ELSE (SELECT MAX(P.ADDED_VERSION)
                            FROM COBOL.WORDLY_SPANS P
                            WHERE P.TABLE_ID = 'G'
                              AND P.WORD = G.WORD
                              AND P.ADDED_VERSION <= :HV-TO-VERSION
                              AND P.RETIRED_VERSION > :HV-TO-VERSION)
                 END
               FROM COBOL.WORDLY_GUESSES G
               WHERE ((G.ADDED_VERSION <= :HV-TO-VERSION
                       AND (G.RETIRED_VERSION = 0
                         OR G.RETIRED_VERSION > :HV-TO-VERSION))
                      OR G.WORD IN
                         (SELECT P.WORD FROM COBOL.WORDLY_SPANS P
                          WHERE P.TABLE_ID = 'G'
                            AND P.ADDED_VERSION <= :HV-TO-VERSION
                            AND P.RETIRED_VERSION > :HV-TO-VERSION))
                 AND NOT ((G.ADDED_VERSION <= :HV-FROM-VERSION
                       AND (G.RETIRED_VERSION = 0
                         OR G.RETIRED_VERSION > :HV-FROM-VERSION))
                      OR G.WORD IN
                         (SELECT P.WORD FROM COBOL.WORDLY_SPANS P
                          WHERE P.TABLE_ID = 'G'
                            AND P.ADDED_VERSION <= :HV-FROM-VERSION
                            AND P.RETIRED_VERSION > :HV-FROM-VERSION))
               ORDER BY 1, 2
           END-EXEC.
      *    Words in force at FROM and not at TO, with the version
      *    that closed the span in force at FROM, the last date
      *    each was played and the saved games it was the answer
      *    of.
           EXEC SQL
            DECLARE DROPCURS CURSOR FOR
               SELECT 'A', W.WORD,
                 CASE WHEN W.ADDED_VERSION <= :HV-FROM-VERSION
                        AND (W.RETIRED_VERSION = 0
                          OR W.RETIRED_VERSION > :HV-FROM-VERSION)
                      THEN W.RETIRED_VERSION
                      ELSE (SELECT MIN(P.RETIRED_VERSION)
                            FROM COBOL.WORDLY_SPANS P
                            WHERE P.TABLE_ID = 'A'
                              AND P.WORD = W.WORD
                              AND P.ADDED_VERSION <= :HV-FROM-VERSION
                              AND P.RETIRED_VERSION > :HV-FROM-VERSION)
                 END,
                 COALESCE((SELECT CHAR(MAX(H.DATE_PLAYED), ISO)
                           FROM COBOL.WORDLY_HISTORY H
                           WHERE H.WORD = W.WORD), ' '),
                 (SELECT COUNT(*)
                  FROM COBOL.WORDLY_SESSIONS S
                  WHERE S.ANSWER = W.WORD)
               FROM COBOL.WORDLY W
               WHERE ((W.ADDED_VERSION <= :HV-FROM-VERSION
                       AND (W.RETIRED_VERSION = 0
                         OR W.RETIRED_VERSION > :HV-FROM-VERSION))
                      OR W.WORD IN
                         (SELECT P.WORD FROM COBOL.WORDLY_SPANS P
                          WHERE P.TABLE_ID = 'A'
                            AND P.ADDED_VERSION <= :HV-FROM-VERSION
                            AND P.RETIRED_VERSION > :HV-FROM-VERSION))
                 AND NOT ((W.ADDED_VERSION <= :HV-TO-VERSION
                       AND (W.RETIRED_VERSION = 0
                         OR W.RETIRED_VERSION > :HV-TO-VERSION))
                      OR W.WORD IN
                         (SELECT P.WORD FROM COBOL.WORDLY_SPANS P
                          WHERE P.TABLE_ID = 'A'
                            AND P.ADDED_VERSION <= :HV-TO-VERSION
                            AND P.RETIRED_VERSION > :HV-TO-VERSION))
               UNION ALL
               SELECT 'G', G.WORD,
                 CASE WHEN G.ADDED_VERSION <= :HV-FROM-VERSION
                        AND (G.RETIRED_VERSION = 0
                          OR G.RETIRED_VERSION > :HV-FROM-VERSION)
                      THEN G.RETIRED_VERSION
                      ELSE (SELECT MIN(P.RETIRED_VERSION)
                            FROM COBOL.WORDLY_SPANS P
                            WHERE P.TABLE_ID = 'G'
                              AND P.WORD = G.WORD
                              AND P.ADDED_VERSION <= :HV-FROM-VERSION
                              AND P.RETIRED_VERSION > :HV-FROM-VERSION)
                 END,
                 COALESCE((SELECT CHAR(MAX(H.DATE_PLAYED), ISO)
                           FROM COBOL.WORDLY_HISTORY H
                           WHERE H.WORD = G.WORD), ' '),
                 (SELECT COUNT(*)
                  FROM COBOL.WORDLY_SESSIONS S
                  WHERE S.ANSWER = G.WORD)
               FROM COBOL.WORDLY_GUESSES G
               WHERE ((G.ADDED_VERSION <= :HV-FROM-VERSION
                       AND (G.RETIRED_VERSION = 0
                         OR G.RETIRED_VERSION > :HV-FROM-VERSION))
                      OR G.WORD IN
                         (SELECT P.WORD FROM COBOL.WORDLY_SPANS P
                          WHERE P.TABLE_ID = 'G'
                            AND P.ADDED_VERSION <= :HV-FROM-VERSION
                            AND P.RETIRED_VERSION > :HV-FROM-VERSION))
                 AND NOT ((G.ADDED_VERSION <= :HV-TO-VERSION
                       AND (G.RETIRED_VERSION = 0
                         OR G.RETIRED_VERSION > :HV-TO-VERSION))
                      OR G.WORD IN
                         (SELECT P.WORD FROM COBOL.WORDLY_SPANS P
                          WHERE P.TABLE_ID = 'G'
                            AND P.ADDED_VERSION <= :HV-TO-VERSION
                            AND P.RETIRED_VERSION > :HV-TO-VERSION))
               ORDER BY 1, 2
           END-EXEC.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           PERFORM I010-INIT
           PERFORM I020-CONNECTDB
           IF CONNECT-SUCCESSFUL
               PERFORM I025-CHECK-VERSIONS
           END-IF
           IF VERSIONS-OK
               PERFORM I030-LIST-VERSIONS
               PERFORM I040-LOAD-PROBES
               IF NOT SCAN-FAILED
                   PERFORM I050-ADDED-WORDS
               END-IF
               IF NOT SCAN-FAILED
                   PERFORM I060-DROPPED-WORDS
               END-IF
               PERFORM I080-WRITE-TOTALS
               EVALUATE TRUE
                   WHEN SCAN-FAILED
                       DISPLAY "Version comparison incomplete - rerun"
                       MOVE 8 TO RETURN-CODE
                   WHEN WS-DROPPED-FLAGGED > 0
                       MOVE 4 TO RETURN-CODE
                   WHEN OTHER
                       MOVE 0 TO RETURN-CODE
               END-EVALUATE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM I999-EXIT
           GOBACK
           .

       I010-INIT.
           DISPLAY "Compare from version (blank = the one before "
               "TO): " WITH NO ADVANCING
           ACCEPT WS-FROM-INPUT
           DISPLAY "Compare to version (blank = latest): "
               WITH NO ADVANCING
           ACCEPT WS-TO-INPUT
           OPEN OUTPUT RPTFIL
           IF NOT RPTFIL-OK
               DISPLAY "Unable to open VERSRPT, status "
                   WS-RPTFIL-STATUS
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-RPT-TIMESTAMP
           .

       I020-CONNECTDB.
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
                       PERFORM I022-WAITRETRY
                   END-IF
               END-IF
           END-PERFORM
           IF NOT CONNECT-SUCCESSFUL
               DISPLAY "Unable to connect to COBOLDB after "
                   WS-CONNECT-MAX " attempts - aborting version "
                   "comparison"
           END-IF
           .

       I022-WAITRETRY.
      *    No portable SLEEP verb in this dialect - a short spin
      *    loop stands in for the pause between CONNECT retries.
           PERFORM VARYING WS-WAIT-COUNTER FROM 1 BY 1
               UNTIL WS-WAIT-COUNTER > 5000000
               CONTINUE
           END-PERFORM
           .

       I025-CHECK-VERSIONS.
      *    Fill in the defaults, then make sure both versions are
      *    on COBOL.WORDLY_VERSIONS. Version 0 - the list before
      *    the first versioned load - is always there.
           MOVE ZERO TO HV-VERSION-NO
           EXEC SQL
              SELECT COALESCE(MAX(VERSION_NO), 0)
              INTO :HV-VERSION-NO
              FROM COBOL.WORDLY_VERSIONS
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "Cannot read COBOL.WORDLY_VERSIONS, SQLCODE: "
                   SQLCODE
               MOVE "VERSION LIST UNREADABLE" TO WS-RPT-LINE
               PERFORM I090-WRITE-LINE
           ELSE
               MOVE HV-VERSION-NO TO WS-LATEST-VERSION
               SET VERSIONS-OK TO TRUE
               IF WS-TO-INPUT = SPACES
                   MOVE WS-LATEST-VERSION TO WS-TO-VERSION
               ELSE
                   MOVE WS-TO-INPUT TO WS-VERSION-INPUT
                   PERFORM I027-PARSE-VERSION
                   MOVE WS-INPUT-VERSION TO WS-TO-VERSION
               END-IF
           END-IF
           IF VERSIONS-OK
               IF WS-FROM-INPUT = SPACES
                   IF WS-TO-VERSION > 0
                       COMPUTE WS-FROM-VERSION = WS-TO-VERSION - 1
                   ELSE
                       MOVE ZERO TO WS-FROM-VERSION
                   END-IF
               ELSE
                   MOVE WS-FROM-INPUT TO WS-VERSION-INPUT
                   PERFORM I027-PARSE-VERSION
                   MOVE WS-INPUT-VERSION TO WS-FROM-VERSION
               END-IF
           END-IF
           IF VERSIONS-OK
               IF WS-FROM-VERSION > WS-TO-VERSION
                   MOVE WS-FROM-VERSION TO WS-SWAP-VERSION
                   MOVE WS-TO-VERSION TO WS-FROM-VERSION
                   MOVE WS-SWAP-VERSION TO WS-TO-VERSION
               END-IF
               MOVE WS-FROM-VERSION TO HV-VERSION-NO
               PERFORM I028-FIND-VERSION
           END-IF
           IF VERSIONS-OK
               MOVE WS-TO-VERSION TO HV-VERSION-NO
               PERFORM I028-FIND-VERSION
           END-IF
           IF VERSIONS-OK
               MOVE WS-FROM-VERSION TO HV-FROM-VERSION
               MOVE WS-TO-VERSION TO HV-TO-VERSION
               MOVE WS-FROM-VERSION TO WS-VERSION-EDIT
               MOVE WS-TO-VERSION TO WS-VERSION-EDIT-2
               MOVE SPACES TO WS-RPT-LINE
               STRING "WORDLY DICTIONARY VERSIONS  " DELIMITED BY SIZE
                   WS-VERSION-EDIT DELIMITED BY SIZE
                   " TO " DELIMITED BY SIZE
                   WS-VERSION-EDIT-2 DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-RPT-TIMESTAMP(1:8) DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               PERFORM I090-WRITE-LINE
               MOVE WS-LATEST-VERSION TO WS-VERSION-EDIT
               MOVE SPACES TO WS-RPT-LINE
               STRING "LATEST VERSION (IN FORCE TODAY) "
                   DELIMITED BY SIZE
                   WS-VERSION-EDIT DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               PERFORM I090-WRITE-LINE
               MOVE SPACES TO WS-RPT-LINE
               PERFORM I090-WRITE-LINE
           END-IF
           .

       I027-PARSE-VERSION.
      *    Up to 5 digits, left-justified as typed.
           MOVE ZERO TO WS-INPUT-LEN
           MOVE ZERO TO WS-INPUT-VERSION
           INSPECT WS-VERSION-INPUT TALLYING WS-INPUT-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-INPUT-LEN > 0 AND WS-INPUT-LEN < 6
               IF WS-VERSION-INPUT(1:WS-INPUT-LEN) IS NUMERIC
                   AND WS-VERSION-INPUT(WS-INPUT-LEN + 1:) = SPACES
                   COMPUTE WS-INPUT-VERSION = FUNCTION NUMVAL
                       (WS-VERSION-INPUT(1:WS-INPUT-LEN))
               ELSE
                   MOVE "N" TO VERSIONS-OK-SW
               END-IF
           ELSE
               MOVE "N" TO VERSIONS-OK-SW
           END-IF
           IF NOT VERSIONS-OK
               DISPLAY "Not a version number: " WS-VERSION-INPUT
               MOVE SPACES TO WS-RPT-LINE
               STRING "NOT A VERSION NUMBER: " DELIMITED BY SIZE
                   WS-VERSION-INPUT DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               PERFORM I090-WRITE-LINE
           END-IF
           .

       I028-FIND-VERSION.
           IF HV-VERSION-NO > 0
               MOVE ZERO TO HV-MATCH-COUNT
               EXEC SQL
                  SELECT COUNT(*)
                  INTO :HV-MATCH-COUNT
                  FROM COBOL.WORDLY_VERSIONS
                  WHERE VERSION_NO = :HV-VERSION-NO
               END-EXEC
               IF SQLCODE NOT = 0 OR HV-MATCH-COUNT = 0
                   MOVE "N" TO VERSIONS-OK-SW
                   MOVE HV-VERSION-NO TO WS-VERSION-EDIT
                   DISPLAY "Version " WS-VERSION-EDIT
                       " is not on COBOL.WORDLY_VERSIONS"
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "UNKNOWN VERSION " DELIMITED BY SIZE
                       WS-VERSION-EDIT DELIMITED BY SIZE
                       INTO WS-RPT-LINE
                   PERFORM I090-WRITE-LINE
               END-IF
           END-IF
           .

       I030-LIST-VERSIONS.
           MOVE "LOADS IN THE RANGE" TO WS-RPT-LINE
           PERFORM I090-WRITE-LINE
           MOVE WS-VERSION-HEADING TO WS-RPT-LINE
           PERFORM I090-WRITE-LINE
           MOVE "N" TO END-OF-SCAN-SW
           EXEC SQL
              OPEN VERSCURS
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "Cannot read COBOL.WORDLY_VERSIONS, SQLCODE: "
                   SQLCODE
               SET SCAN-FAILED TO TRUE
           ELSE
               SET VERSCURS-OPEN TO TRUE
               PERFORM I032-FETCH-VERSION UNTIL END-OF-SCAN
               EXEC SQL
                  CLOSE VERSCURS
               END-EXEC
               MOVE "N" TO VERSCURS-SW
           END-IF
           IF WS-VERSION-ROWS = 0
               MOVE "  (NONE - VERSION 0 IS THE LIST BEFORE VERSIONING)"
                   TO WS-RPT-LINE
               PERFORM I090-WRITE-LINE
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           PERFORM I090-WRITE-LINE
           .

       I032-FETCH-VERSION.
           EXEC SQL
              FETCH VERSCURS
                INTO :HV-VERSION-NO, :HV-EFFECTIVE-DATE, :HV-TARGET,
                     :HV-LOAD-MODE, :HV-LOADED-BY, :HV-WORDS-ADDED,
                     :HV-WORDS-RETIRED, :HV-COMPLETE
           END-EXEC
           IF SQLCODE NOT = 0
               SET END-OF-SCAN TO TRUE
               IF FUNCTION INTEGER-PART(SQLCODE) NOT = 100
                   DISPLAY "Version fetch failed, SQLCODE: " SQLCODE
                   SET SCAN-FAILED TO TRUE
               END-IF
           ELSE
               ADD 1 TO WS-VERSION-ROWS
               MOVE HV-VERSION-NO TO VD-VERSION
               MOVE HV-EFFECTIVE-DATE TO VD-EFFECTIVE
               IF HV-TARGET = "A"
                   MOVE "ANSWERS" TO VD-TARGET
               ELSE
                   MOVE "GUESSES" TO VD-TARGET
               END-IF
               IF HV-LOAD-MODE = "F"
                   MOVE "FULL LIST" TO VD-MODE
               ELSE
                   MOVE "ADDITIONS" TO VD-MODE
               END-IF
               MOVE HV-WORDS-ADDED TO VD-ADDED
               MOVE HV-WORDS-RETIRED TO VD-RETIRED
               MOVE HV-LOADED-BY TO VD-LOADED-BY
               MOVE HV-COMPLETE TO VD-COMPLETE
               MOVE WS-VERSION-DETAIL TO WS-RPT-LINE
               PERFORM I090-WRITE-LINE
           END-IF
           .

       I040-LOAD-PROBES.
      *    The opener and every probe on the opening book. No book
      *    (or an empty one) only means nothing can be flagged BOOK;
      *    nor can it be against a book without its stamp record -
      *    WORDBOOK writes the stamp last, so such a book is a
      *    rebuild that stopped partway and no reader may use it.
      *    A read that is neither a record nor the end leaves the
      *    probe list partial, and the report incomplete.
           MOVE ZERO TO WS-PROBE-COUNT
           MOVE "N" TO BOOK-STAMPED-SW
           MOVE "00" TO WS-BOOKFIL-STATUS
           OPEN INPUT BOOKFIL
           IF BOOKFIL-OK
               PERFORM I042-READ-BOOK UNTIL NOT BOOKFIL-OK
               IF NOT BOOKFIL-EOF
                   DISPLAY "WORDBOOK read failed, status "
                       WS-BOOKFIL-STATUS
                   SET SCAN-FAILED TO TRUE
               END-IF
               CLOSE BOOKFIL
           ELSE
               DISPLAY "Cannot open WORDBOOK, status "
                   WS-BOOKFIL-STATUS " - opening book not checked"
           END-IF
           EVALUATE TRUE
               WHEN SCAN-FAILED
                   CONTINUE
               WHEN WS-PROBE-COUNT = 0
                   MOVE "NO OPENING BOOK ON WORDBOOK - BOOK COLUMN NOT"
                       TO WS-RPT-LINE
                   PERFORM I090-WRITE-LINE
                   MOVE "CHECKED" TO WS-RPT-LINE
                   PERFORM I090-WRITE-LINE
                   MOVE SPACES TO WS-RPT-LINE
                   PERFORM I090-WRITE-LINE
               WHEN NOT BOOK-STAMPED
                   DISPLAY "WORDBOOK has no stamp record - opening "
                       "book not checked"
                   MOVE ZERO TO WS-PROBE-COUNT
                   MOVE "NO COMPLETE OPENING BOOK ON WORDBOOK - BOOK"
                       TO WS-RPT-LINE
                   PERFORM I090-WRITE-LINE
                   MOVE "COLUMN NOT CHECKED" TO WS-RPT-LINE
                   PERFORM I090-WRITE-LINE
                   MOVE SPACES TO WS-RPT-LINE
                   PERFORM I090-WRITE-LINE
               WHEN OTHER
                   MOVE SPACES TO WS-RPT-LINE
                   MOVE WS-PROBE-COUNT TO WS-COUNT-EDIT
                   STRING "OPENING BOOK FOR " DELIMITED BY SIZE
                       WS-BOOK-OPENER DELIMITED BY SIZE
                       " - " DELIMITED BY SIZE
                       WS-COUNT-EDIT DELIMITED BY SIZE
                       " WORDS (OPENER AND PROBES)" DELIMITED BY SIZE
                       INTO WS-RPT-LINE
                   PERFORM I090-WRITE-LINE
                   MOVE SPACES TO WS-RPT-LINE
                   PERFORM I090-WRITE-LINE
           END-EVALUATE
           .

       I042-READ-BOOK.
           READ BOOKFIL
               AT END
                   SET BOOKFIL-EOF TO TRUE
               NOT AT END
                   IF BK-TILES = "ZZZZZ"
                       SET BOOK-STAMPED TO TRUE
                   ELSE
                       IF WS-BOOK-OPENER = SPACES
                           MOVE BK-OPENER TO WS-BOOK-OPENER
                       END-IF
                       MOVE BK-OPENER TO WS-ADD-WORD
                       MOVE "OPENER" TO WS-ADD-ROLE
                       PERFORM I044-ADD-PROBE
                       PERFORM VARYING WS-BK-I FROM 1 BY 1
                           UNTIL WS-BK-I > BK-PROBE-COUNT
                           OR WS-BK-I > 5
                           MOVE BK-PROBE-WORD(WS-BK-I) TO WS-ADD-WORD
                           MOVE "PROBE" TO WS-ADD-ROLE
                           PERFORM I044-ADD-PROBE
                       END-PERFORM
                   END-IF
           END-READ
           .

       I044-ADD-PROBE.
      *    Once per word; a word that is both the opener and a
      *    probe stays OPENER, the role it was first seen in.
           MOVE WS-ADD-WORD TO HV-WORD
           PERFORM I066-FIND-PROBE
           IF NOT PROBE-FOUND
               IF WS-PROBE-COUNT < WS-PROBE-MAX
                   ADD 1 TO WS-PROBE-COUNT
                   MOVE WS-ADD-WORD TO WS-PROBE-WORD(WS-PROBE-COUNT)
                   MOVE WS-ADD-ROLE TO WS-PROBE-ROLE(WS-PROBE-COUNT)
               ELSE
                   DISPLAY "Opening book larger than the probe "
                       "table - " WS-ADD-WORD " not checked"
               END-IF
           END-IF
           .

       I050-ADDED-WORDS.
           MOVE "WORDS ADDED" TO WS-RPT-LINE
           PERFORM I090-WRITE-LINE
           MOVE WS-ADDED-HEADING TO WS-RPT-LINE
           PERFORM I090-WRITE-LINE
           MOVE "N" TO END-OF-SCAN-SW
           EXEC SQL
              OPEN ADDCURS
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "Cannot read the added words, SQLCODE: "
                   SQLCODE
               SET SCAN-FAILED TO TRUE
           ELSE
               SET ADDCURS-OPEN TO TRUE
               PERFORM I052-FETCH-ADDED UNTIL END-OF-SCAN
               EXEC SQL
                  CLOSE ADDCURS
               END-EXEC
               MOVE "N" TO ADDCURS-SW
           END-IF
           IF WS-ADDED-ANSWERS + WS-ADDED-GUESSES = 0
               MOVE "  (NONE)" TO WS-RPT-LINE
               PERFORM I090-WRITE-LINE
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           PERFORM I090-WRITE-LINE
           .

       I052-FETCH-ADDED.
           EXEC SQL
              FETCH ADDCURS
                INTO :HV-TABLE, :HV-WORD, :HV-VERSION-NO
           END-EXEC
           IF SQLCODE NOT = 0
               SET END-OF-SCAN TO TRUE
               IF FUNCTION INTEGER-PART(SQLCODE) NOT = 100
                   DISPLAY "Added-word fetch failed, SQLCODE: "
                       SQLCODE
                   SET SCAN-FAILED TO TRUE
               END-IF
           ELSE
               IF HV-TABLE = "A"
                   ADD 1 TO WS-ADDED-ANSWERS
                   MOVE "ANSWERS" TO AD-TABLE
               ELSE
                   ADD 1 TO WS-ADDED-GUESSES
                   MOVE "GUESSES" TO AD-TABLE
               END-IF
               MOVE HV-WORD TO AD-WORD
               MOVE HV-VERSION-NO TO AD-VERSION
               MOVE WS-ADDED-DETAIL TO WS-RPT-LINE
               PERFORM I090-WRITE-LINE
           END-IF
           .

       I060-DROPPED-WORDS.
           MOVE "WORDS DROPPED" TO WS-RPT-LINE
           PERFORM I090-WRITE-LINE
           MOVE WS-DROPPED-HEADING TO WS-RPT-LINE
           PERFORM I090-WRITE-LINE
           MOVE "N" TO END-OF-SCAN-SW
           EXEC SQL
              OPEN DROPCURS
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "Cannot read the dropped words, SQLCODE: "
                   SQLCODE
               SET SCAN-FAILED TO TRUE
           ELSE
               SET DROPCURS-OPEN TO TRUE
               PERFORM I062-FETCH-DROPPED UNTIL END-OF-SCAN
               EXEC SQL
                  CLOSE DROPCURS
               END-EXEC
               MOVE "N" TO DROPCURS-SW
           END-IF
           IF WS-DROPPED-ANSWERS + WS-DROPPED-GUESSES = 0
               MOVE "  (NONE)" TO WS-RPT-LINE
               PERFORM I090-WRITE-LINE
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           PERFORM I090-WRITE-LINE
           .

       I062-FETCH-DROPPED.
           EXEC SQL
              FETCH DROPCURS
                INTO :HV-TABLE, :HV-WORD, :HV-VERSION-NO,
                     :HV-LAST-PLAYED, :HV-SESSION-COUNT
           END-EXEC
           IF SQLCODE NOT = 0
               SET END-OF-SCAN TO TRUE
               IF FUNCTION INTEGER-PART(SQLCODE) NOT = 100
                   DISPLAY "Dropped-word fetch failed, SQLCODE: "
                       SQLCODE
                   SET SCAN-FAILED TO TRUE
               END-IF
           ELSE
               PERFORM I064-WRITE-DROPPED
           END-IF
           .

       I064-WRITE-DROPPED.
      *    FLAG marks a drop that touches anything already on
      *    record: a played answer, a saved game or the book.
           MOVE SPACES TO WS-DROPPED-DETAIL
           IF HV-TABLE = "A"
               ADD 1 TO WS-DROPPED-ANSWERS
               MOVE "ANSWERS" TO DR-TABLE
           ELSE
               ADD 1 TO WS-DROPPED-GUESSES
               MOVE "GUESSES" TO DR-TABLE
           END-IF
           MOVE HV-WORD TO DR-WORD
           MOVE HV-VERSION-NO TO DR-VERSION
           MOVE HV-SESSION-COUNT TO DR-SESSIONS
           IF HV-LAST-PLAYED = SPACES
               MOVE "-" TO DR-LAST-PLAYED
           ELSE
               MOVE HV-LAST-PLAYED TO DR-LAST-PLAYED
               ADD 1 TO WS-DROPPED-PLAYED
           END-IF
           IF HV-SESSION-COUNT > 0
               ADD 1 TO WS-DROPPED-SESSION
           END-IF
           PERFORM I066-FIND-PROBE
           IF PROBE-FOUND
               MOVE WS-PROBE-ROLE(WS-PROBE-SLOT) TO DR-BOOK
               ADD 1 TO WS-DROPPED-PROBE
           ELSE
               MOVE "-" TO DR-BOOK
           END-IF
           IF HV-LAST-PLAYED NOT = SPACES
               OR HV-SESSION-COUNT > 0
               OR PROBE-FOUND
               MOVE "****" TO DR-FLAG
               ADD 1 TO WS-DROPPED-FLAGGED
           END-IF
           MOVE WS-DROPPED-DETAIL TO WS-RPT-LINE
           PERFORM I090-WRITE-LINE
           .

       I066-FIND-PROBE.
           MOVE "N" TO PROBE-FOUND-SW
           MOVE ZERO TO WS-PROBE-SLOT
           PERFORM VARYING WS-PROBE-I FROM 1 BY 1
               UNTIL WS-PROBE-I > WS-PROBE-COUNT OR PROBE-FOUND
               IF WS-PROBE-WORD(WS-PROBE-I) = HV-WORD
                   SET PROBE-FOUND TO TRUE
                   MOVE WS-PROBE-I TO WS-PROBE-SLOT
               END-IF
           END-PERFORM
           .

       I080-WRITE-TOTALS.
           MOVE "TOTALS" TO WS-RPT-LINE
           PERFORM I090-WRITE-LINE
           MOVE WS-ADDED-ANSWERS TO WS-COUNT-EDIT
           MOVE SPACES TO WS-RPT-LINE
           STRING "  ANSWERS ADDED            " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM I090-WRITE-LINE
           MOVE WS-ADDED-GUESSES TO WS-COUNT-EDIT
           MOVE SPACES TO WS-RPT-LINE
           STRING "  GUESSES ADDED            " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM I090-WRITE-LINE
           MOVE WS-DROPPED-ANSWERS TO WS-COUNT-EDIT
           MOVE SPACES TO WS-RPT-LINE
           STRING "  ANSWERS DROPPED          " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM I090-WRITE-LINE
           MOVE WS-DROPPED-GUESSES TO WS-COUNT-EDIT
           MOVE SPACES TO WS-RPT-LINE
           STRING "  GUESSES DROPPED          " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM I090-WRITE-LINE
           MOVE WS-DROPPED-PLAYED TO WS-COUNT-EDIT
           MOVE SPACES TO WS-RPT-LINE
           STRING "  DROPPED, ALREADY PLAYED  " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM I090-WRITE-LINE
           MOVE WS-DROPPED-SESSION TO WS-COUNT-EDIT
           MOVE SPACES TO WS-RPT-LINE
           STRING "  DROPPED, A SAVED ANSWER  " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM I090-WRITE-LINE
           MOVE WS-DROPPED-PROBE TO WS-COUNT-EDIT
           MOVE SPACES TO WS-RPT-LINE
           STRING "  DROPPED, IN OPENING BOOK " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM I090-WRITE-LINE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM I090-WRITE-LINE
           IF WS-ADDED-ANSWERS + WS-ADDED-GUESSES
               + WS-DROPPED-ANSWERS + WS-DROPPED-GUESSES > 0
               MOVE "THE LISTS CHANGED - RERUN WORDSNAP, WORDBOOK AND"
                   TO WS-RPT-LINE
               PERFORM I090-WRITE-LINE
               MOVE "WORDSIM SO THE SNAPSHOT, THE BOOK AND THE "
                   TO WS-RPT-LINE
               PERFORM I090-WRITE-LINE
               MOVE "BENCHMARK REFLECT THE LATEST VERSION."
                   TO WS-RPT-LINE
               PERFORM I090-WRITE-LINE
           END-IF
           IF WS-DROPPED-FLAGGED > 0
               MOVE "**** = DROPPED WORD ALREADY PLAYED, A SAVED GAME'S"
                   TO WS-RPT-LINE
               PERFORM I090-WRITE-LINE
               MOVE "ANSWER, OR IN THE OPENING BOOK." TO WS-RPT-LINE
               PERFORM I090-WRITE-LINE
           END-IF
           .

       I090-WRITE-LINE.
           IF RPTFIL-OK
               MOVE WS-RPT-LINE TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF
           DISPLAY WS-RPT-LINE
           .

       I999-EXIT.
           IF VERSCURS-OPEN
               EXEC SQL
                  CLOSE VERSCURS
               END-EXEC
           END-IF
           IF ADDCURS-OPEN
               EXEC SQL
                  CLOSE ADDCURS
               END-EXEC
           END-IF
           IF DROPCURS-OPEN
               EXEC SQL
                  CLOSE DROPCURS
               END-EXEC
           END-IF
           IF RPTFIL-OK
               CLOSE RPTFIL
           END-IF
           .
       END PROGRAM WORDVERS.
