      * Author: Tom Zuurbier
      * Date: November 2024
      * Purpose: To lookup candidates for the NYT Wordle puzzle.
      * Requires: wordl.o wordcred.o
      * Request 002 expects a history table alongside COBOL.WORDLY:
      *   CREATE TABLE COBOL.WORDLY_HISTORY
      *     (WORD CHAR(5) NOT NULL, DATE_PLAYED DATE NOT NULL)
      * one row per NYT answer already used, so retired answers
      * drop out of the candidate list by default.
      * Dictionary versions: COBOL.WORDLY carries ADDED_VERSION and
      * RETIRED_VERSION, stamped by WORDLOAD against the
      * COBOL.WORDLY_VERSIONS table. The caller passes the game date
      * (YYYY-MM-DD, blank = today) and only words in force in the
      * version effective on that date are searched (with the
      * earlier spans of reinstated words kept in
      * COBOL.WORDLY_SPANS), so a replay of an old puzzle searches
      * the list of its day. The in-memory
      * table is loaded once per job for the first call's date; the
      * offline WORDSNAP snapshot always holds the current list.
      * Tectonics: cob2
      * Compiler: IBM Cobol for Linux 1.2.0
      * How to compile:
      * 1. cob2 -I$HOME/sqllib/include/cobol_a -L$HOME/sqllib/lib32 
      *        -ldb2 dbquery.cob -qsql -q32 -qNODYNAM -c
      * 2. cob2 wordl.o dbquery.o wordcred.o -q32
      *        -I$HOME/sqllib/include/cobol_a -L$HOME/sqllib/lib32
      *        -ldb2
      ******************************************************************
      ******************************************************************
       IDENTIFICATION DIVISION.
      *    dictionary must not be served as a good one.
       01  WS-LOAD-FAILED          PIC X(1) VALUE "N".
           88  LOAD-FAILED                 VALUE "Y".
      *    Game date as an ISO date for DB2 and the dictionary
      *    version in force on it. A failed version lookup leaves
      *    99999, which keeps every word that is not retired - the
      *    current list.
       01  WS-GAME-DATE            PIC X(10) VALUE SPACES.
       01  WS-DICT-VERSION         PIC 9(5) VALUE ZERO.
       01  WS-DATE-NOW             PIC X(21) VALUE SPACES.


       01  WV-INFILE-STATUS            PIC X(02).
                     BETWEEN :WS-CNT-MIN(5) AND :WS-CNT-MAX(5)
                 AND (:LS-INCLUDE-PLAYED = 'Y' OR WORD NOT IN
                     (SELECT WORD FROM COBOL.WORDLY_HISTORY))
                 AND ((ADDED_VERSION <= :WS-DICT-VERSION
                   AND (RETIRED_VERSION = 0
                        OR RETIRED_VERSION > :WS-DICT-VERSION))
                   OR WORD IN (SELECT P.WORD FROM COBOL.WORDLY_SPANS P
                      WHERE P.TABLE_ID = 'A'
                        AND P.ADDED_VERSION <= :WS-DICT-VERSION
                        AND P.RETIRED_VERSION > :WS-DICT-VERSION))
           END-EXEC.
      *    In-memory batch mode: the whole dictionary with played
      *    status, fetched once per job into WORD-TABLE. Ascending
                          (SELECT WORD FROM COBOL.WORDLY_HISTORY)
                          THEN 'Y' ELSE 'N' END
               FROM COBOL.WORDLY
               WHERE (ADDED_VERSION <= :WS-DICT-VERSION
                 AND (RETIRED_VERSION = 0
                      OR RETIRED_VERSION > :WS-DICT-VERSION))
                  OR WORD IN (SELECT P.WORD FROM COBOL.WORDLY_SPANS P
                     WHERE P.TABLE_ID = 'A'
                       AND P.ADDED_VERSION <= :WS-DICT-VERSION
                       AND P.RETIRED_VERSION > :WS-DICT-VERSION)
               ORDER BY WORD
           END-EXEC.
      *    DB2 user and password are read from the WORDCRED file at
      *    connect time (see wordcred.cob) - never held in source.
       01  DBUSER                  PIC X(8) VALUE SPACES.
       01  PASSWD                  PIC X(19) VALUE SPACES.
       01  WS-CRED-OK              PIC X(1) VALUE "N".
           88  CREDENTIALS-READ            VALUE "Y".
       77 errloc          pic x(80).
      * Level 77 indicates a stand-alone item which should not be subdivided further. 
      *
      *    Anything else behaves as before (one query per call).
       01  LS-SEARCH-MODE              PIC X(1).

      *    Game date, YYYY-MM-DD; blank = today. Picks the
      *    dictionary version the search runs against.
       01  LS-GAME-DATE                PIC X(10).

       PROCEDURE DIVISION USING LS-SEARCHFIELD,
           LS-EXCLUDE-LETTERS, LS-EXCLUDE-COUNT,
           LS-YELLOW-TABLE, LS-YELLOW-COUNT, LS-INCLUDE-PLAYED,
           LS-COUNT-CONSTRAINTS, LS-COUNT-CONSTR-NR,
           LS-COUNT-FIELDS, LS-DB-RET-SET, LS-DB-RET-NR,
           LS-CONNECT-STATUS, LS-SEARCH-MODE, LS-GAME-DATE.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           PERFORM B010-DBINIT
           ELSE
               PERFORM B020-CONNECTDB
               IF CONNECT-SUCCESSFUL
                   PERFORM B027-DICT-VERSION
                   PERFORM B030-QUERY-RECORD-COUNT
                   PERFORM B025-CREATECURSOR
                   PERFORM B035-FETCH WITH TEST BEFORE
      *    with a short pause before giving up, instead of letting
      *    B025-CREATECURSOR open a cursor against no connection.
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
               MOVE "Y" TO WS-WORDCURS-OPEN
           .

       B027-DICT-VERSION.
      *    The dictionary version in force on the game date: the
      *    newest version effective on or before it, 0 before the
      *    first versioned load.
           IF LS-GAME-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE TO WS-DATE-NOW
               STRING WS-DATE-NOW(1:4) "-" WS-DATE-NOW(5:2) "-"
                   WS-DATE-NOW(7:2) DELIMITED BY SIZE
                   INTO WS-GAME-DATE
           ELSE
               MOVE LS-GAME-DATE TO WS-GAME-DATE
           END-IF
           EXEC SQL
              SELECT COALESCE(MAX(VERSION_NO), 0)
              INTO :WS-DICT-VERSION
              FROM COBOL.WORDLY_VERSIONS
              WHERE EFFECTIVE_DATE <= DATE(:WS-GAME-DATE)
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "Dictionary version lookup failed, SQLCODE: "
                   SQLCODE " - searching the current list"
               MOVE 99999 TO WS-DICT-VERSION
           END-IF
           .

       B030-QUERY-RECORD-COUNT.
      *    DISPLAY "In BB030-QUERY-RECORD-COUNT"
           EXEC SQL
                    BETWEEN :WS-CNT-MIN(5) AND :WS-CNT-MAX(5)
                AND (:LS-INCLUDE-PLAYED = 'Y' OR WORD NOT IN
                    (SELECT WORD FROM COBOL.WORDLY_HISTORY))
                AND ((ADDED_VERSION <= :WS-DICT-VERSION
                  AND (RETIRED_VERSION = 0
                       OR RETIRED_VERSION > :WS-DICT-VERSION))
                  OR WORD IN (SELECT P.WORD FROM COBOL.WORDLY_SPANS P
                     WHERE P.TABLE_ID = 'A'
                       AND P.ADDED_VERSION <= :WS-DICT-VERSION
                       AND P.RETIRED_VERSION > :WS-DICT-VERSION))
           END-EXEC.
      *    call "checkerr" using SQLCA errloc.
           IF SQLCODE EQUAL TO zero
       B045-LOAD-TABLE-FROM-DB2.
           PERFORM B020-CONNECTDB
           IF CONNECT-SUCCESSFUL
               PERFORM B027-DICT-VERSION
               EXEC SQL
                  OPEN LOADCURS
               END-EXEC
                           MOVE "D" TO WS-TABLE-SOURCE
                           DISPLAY "Dictionary loaded once for "
                               "this run: " WS-TABLE-COUNT
                               " words, version " WS-DICT-VERSION
                   END-EVALUATE
               END-IF
           END-IF
