      ******************************************************************
      * Author: Tom Zuurbier
      * Date: 2026
      * Purpose: Nightly build of the opening book for the house
      *          opening word. After the opener every game is in one
      *          of 243 tile patterns, and the probe advice WORDL
      *          asks WORDADVIS for at that point is the same for
      *          every player on every morning until the candidate
      *          list changes. For each pattern this job works out
      *          the unplayed COBOL.WORDLY answers the opener's
      *          tiles would leave, and the best 5 second-guess
      *          probes on COBOL.WORDLY_GUESSES by the WORDADVIS
      *          square-sum-of-buckets rule (D030/D040), and stores
      *          them in the indexed WORDBOOK file. WORDL
      *          (through WORDBKRD) and WORDSIM read the book
      *          instead of rescoring when a game is exactly one
      *          guess in with the book's opener.
      *          Only words on the current lists count (retired
      *          words are left out - see wordload.cob).
      *          The book ends with a stamp record holding the row
      *          counts of COBOL.WORDLY, COBOL.WORDLY_HISTORY and
      *          COBOL.WORDLY_GUESSES, the last DATE_PLAYED and the
      *          latest dictionary version at build time. Readers
      *          compare the stamp with the tables before trusting
      *          the book, so an answer retired by WORDHIST (or any
      *          dictionary load) makes the book unusable until it
      *          is rebuilt. The
      *          stamp is written last: a build that stops partway
      *          leaves a book no reader will use.
      * Input:   SYSIN/terminal - the house opening word, the one
      *          the WORDSIM benchmark picked (blank = rebuild for
      *          the opener of the book already on WORDBOOK).
      *          COBOL.WORDLY / COBOL.WORDLY_HISTORY - the unplayed
      *          answers. COBOL.WORDLY_GUESSES - the probes.
      * Output:  WORDBOOK - indexed, record key opener + tiles:
      *            cols  1-5   opener
      *            cols  6-10  tile string (G/Y/B)
      *            cols 11-14  unplayed candidates left
      *            col  15     number of probes that follow (0-5)
      *            cols 16-85  5 x (probe word, square-sum score)
      *          and the stamp record, tiles "ZZZZZ":
      *            cols 11-24  build timestamp
      *            cols 25-31  COBOL.WORDLY current rows
      *            cols 32-38  COBOL.WORDLY_HISTORY rows
      *            cols 39-48  last DATE_PLAYED (YYYY-MM-DD)
      *            cols 49-55  COBOL.WORDLY_GUESSES current rows
      *            cols 56-59  unplayed answers
      *            cols 60-64  latest dictionary version
      *          RUNCTL - one run-control record per run.
      * Return codes: 0 book rebuilt, 8 no opening word, no DB2
      *          connection, a table load failed or the book write
      *          failed (no stamp written - the book is not used
      *          until a rerun completes).
      * Tectonics: cob2
      * Compiler: IBM Cobol for Linux 1.2.0
      * How to compile:
      * 1. cob2 -I$HOME/sqllib/include/cobol_a -L$HOME/sqllib/lib32
      *        -ldb2 wordbook.cob -qsql -q32 -qNODYNAM -c
      * 2. cob2 wordbook.o wordcred.o -q32
      *        -I$HOME/sqllib/include/cobol_a -L$HOME/sqllib/lib32
      *        -ldb2 -o wordbook
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. WORDBOOK.
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
      *    Status 05 is a successful open of an OPTIONAL file that
      *    was not there yet - no previous book to take the opener
      *    from.
       01  WS-BOOKFIL-STATUS       PIC X(2) VALUE "00".
           88  BOOKFIL-OK                  VALUES "00" "05".
           88  BOOKFIL-EOF                 VALUE "10".
       01  WS-RUNCTL-STATUS        PIC X(2) VALUE "00".
           88  RUNCTL-OK                   VALUES "00" "05".
       01  WS-RUN-TIMESTAMP        PIC X(21) VALUE SPACES.
       01  WS-OPENING-WORD         PIC X(5) VALUE SPACES.
      *    Tile string of the stamp record - sorts after every
      *    G/Y/B pattern, so it is the last record written.
       01  WS-STAMP-TILES          PIC X(5) VALUE "ZZZZZ".
       01  WS-WRITE-COUNT          PIC 9(3) VALUE ZERO.
      *-----------------------------------------------------------*
      * Table stamp taken before the loads - the state the book
      * describes.
      *-----------------------------------------------------------*
       01  WS-ANSWER-ROWS          PIC 9(7) VALUE ZERO.
       01  WS-HISTORY-ROWS         PIC 9(7) VALUE ZERO.
       01  WS-LAST-PLAYED          PIC X(10) VALUE SPACES.
       01  WS-GUESS-ROWS           PIC 9(7) VALUE ZERO.
       01  WS-DICT-VERSION         PIC 9(5) VALUE ZERO.
      *-----------------------------------------------------------*
      * The unplayed answers - the candidates a player sees after
      * the opener with the played filter on (DBQUERY's default).
      *-----------------------------------------------------------*
       01  WS-CAND-TABLE.
           05  WS-CAND-ENTRY       OCCURS 2315.
               10  WS-CAND-WORD    PIC X(5).
               10  WS-CAND-BUCKET  PIC 9(3).
       01  WS-CAND-COUNT           PIC 9(4) VALUE ZERO.
       01  WS-CAND-I               PIC 9(4) VALUE ZERO.
      *-----------------------------------------------------------*
      * The accepted-guess table the probes are picked from.
      *-----------------------------------------------------------*
       01  WS-PROBE-TABLE.
           05  WS-PROBE-WORD       PIC X(5) OCCURS 15000.
       01  WS-PROBE-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-PROBE-I              PIC 9(5) VALUE ZERO.
      *-----------------------------------------------------------*
      * Candidates grouped by the opener's tile pattern: the slots
      * of pattern P's candidates sit in WS-MEMBER from
      * WS-PAT-START(P) for WS-PAT-COUNT(P) entries.
      *-----------------------------------------------------------*
       01  WS-PATTERN-TABLE.
           05  WS-PATTERN-ENTRY    OCCURS 243.
               10  WS-PAT-COUNT    PIC 9(4).
               10  WS-PAT-START    PIC 9(4).
               10  WS-PAT-FILL     PIC 9(4).
       01  WS-MEMBER-TABLE.
           05  WS-MEMBER           PIC 9(4) OCCURS 2315.
       01  WS-MEMBER-I             PIC 9(4) VALUE ZERO.
       01  WS-MEMBER-END           PIC 9(4) VALUE ZERO.
       01  WS-PAT-NR               PIC 9(3) VALUE ZERO.
      *-----------------------------------------------------------*
      * Book keys are written in ascending order, so the 243
      * patterns are walked in key order B < G < Y per slot and
      * each key digit is mapped to its trit (B = 0, Y = 1,
      * G = 2) to find the pattern's bucket number.
      *-----------------------------------------------------------*
       01  WS-KEY-I                PIC 9(3) VALUE ZERO.
       01  WS-KEY-REST             PIC 9(3) VALUE ZERO.
       01  WS-KEY-DIGIT            PIC 9(1) VALUE ZERO.
       01  WS-KEY-TILES            PIC X(5) VALUE SPACES.
       01  WS-KEY-LETTER-VALUES    PIC X(3) VALUE "BGY".
       01  WS-KEY-LETTERS REDEFINES WS-KEY-LETTER-VALUES.
           05  WS-KEY-LETTER       PIC X(1) OCCURS 3.
       01  WS-KEY-TRIT-VALUES      PIC X(3) VALUE "021".
       01  WS-KEY-TRITS REDEFINES WS-KEY-TRIT-VALUES.
           05  WS-KEY-TRIT         PIC 9(1) OCCURS 3.
       01  WS-KEY-POS              PIC 9(1) VALUE ZERO.
      *-----------------------------------------------------------*
      * Feedback work areas - the two-pass rule of
      * D040-BUCKET-CANDIDATE: greens consume their target letter
      * first, then yellows take from the letters greens left
      * over, left to right.
      *-----------------------------------------------------------*
       01  WS-SIM-GUESS            PIC X(5) VALUE SPACES.
       01  WS-SIM-TARGET           PIC X(5) VALUE SPACES.
       01  WS-CAND-WORK.
           05  WS-CAND-CHAR        PIC X(1) OCCURS 5.
       01  WS-TRIT-TABLE.
           05  WS-TRIT             PIC 9(1) OCCURS 5.
       01  WS-POS-I                PIC 9(1) VALUE ZERO.
       01  WS-POS-J                PIC 9(1) VALUE ZERO.
      *-----------------------------------------------------------*
      * Probe scoring - square-sum of tile-feedback bucket sizes
      * over one pattern's candidates, lowest (most even split)
      * wins. The sum is kept as the buckets fill (a bucket going
      * from N to N+1 adds 2N+1), and only the buckets the pattern
      * touched are cleared afterwards - walking all 243 buckets
      * for each of ~13000 probes in each pattern would double the
      * run time.
      *-----------------------------------------------------------*
       01  WS-BUCKET-TABLE.
           05  WS-BUCKET           PIC 9(4) OCCURS 243.
       01  WS-BUCKET-NR            PIC 9(3) VALUE ZERO.
       01  WS-MEMBER-BUCKET-TABLE.
           05  WS-MEMBER-BUCKET    PIC 9(3) OCCURS 2315.
       01  WS-PROBE-SCORE          PIC 9(9) VALUE ZERO.
      *    Running top 5, best (lowest) score first - the
      *    D050-OFFER-TO-TOP list.
       01  WS-TOP-TABLE.
           05  WS-TOP-ENTRY        OCCURS 5 TIMES.
               10  WS-TOP-WORD     PIC X(5).
               10  WS-TOP-SCORE    PIC 9(9).
       01  WS-TOP-COUNT            PIC 9(1) VALUE ZERO.
       01  WS-TOP-I                PIC 9(1) VALUE ZERO.
       01  WS-TOP-J                PIC 9(1) VALUE ZERO.
       01  WS-TOP-SLOT             PIC 9(1) VALUE ZERO.
       01  SWITCHES.
           05  END-OF-LOAD-SW      PIC X   VALUE 'N'.
                   88 END-OF-LOAD          VALUE 'Y'.
           05  LOAD-FAILED-SW      PIC X   VALUE 'N'.
                   88 LOAD-FAILED          VALUE 'Y'.
           05  CAND-CURSOR-SW      PIC X   VALUE 'N'.
                   88 CAND-CURSOR-OPEN     VALUE 'Y'.
           05  PROBE-CURSOR-SW     PIC X   VALUE 'N'.
                   88 PROBE-CURSOR-OPEN    VALUE 'Y'.
           05  BOOK-OPEN-SW        PIC X   VALUE 'N'.
                   88 BOOK-OPEN            VALUE 'Y'.
           05  BOOK-FAILED-SW      PIC X   VALUE 'N'.
                   88 BOOK-FAILED          VALUE 'Y'.
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
       01  HV-ROW-COUNT            PIC 9(7) VALUE ZERO.
       01  HV-LAST-PLAYED          PIC X(10).
       01  HV-VERSION-NO           PIC 9(5) VALUE ZERO.
      *-----------------------------------------------------------
      *SUPPORTING DATA STRUCTURES FOR DB2 ACCESS
      *-----------------------------------------------------------
           EXEC SQL
            INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
            DECLARE CANDCURS CURSOR FOR
               SELECT WORD
               FROM COBOL.WORDLY
               WHERE RETIRED_VERSION = 0
                 AND WORD NOT IN
                   (SELECT WORD FROM COBOL.WORDLY_HISTORY)
               ORDER BY WORD
           END-EXEC.
      *    In WORD order, so ties between probes always fall to the
      *    same word from one night to the next.
           EXEC SQL
            DECLARE PROBCURS CURSOR FOR
               SELECT WORD
               FROM COBOL.WORDLY_GUESSES
               WHERE RETIRED_VERSION = 0
               ORDER BY WORD
           END-EXEC.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           PERFORM X010-INIT
           IF WS-OPENING-WORD = SPACES
               DISPLAY "No opening word given and no book on file "
                   "- opening book not built"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM X020-CONNECTDB
               IF CONNECT-SUCCESSFUL
                   PERFORM X030-TAKE-STAMP
                   IF NOT LOAD-FAILED
                       PERFORM X040-LOAD-CANDIDATES
                   END-IF
                   IF NOT LOAD-FAILED
                       PERFORM X050-LOAD-PROBES
                   END-IF
                   IF LOAD-FAILED OR WS-PROBE-COUNT = 0
                       DISPLAY "Tables not loaded - opening book "
                           "not built"
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM X060-GROUP-BY-PATTERN
                       PERFORM X070-WRITE-BOOK
                       IF BOOK-FAILED
                           MOVE 8 TO RETURN-CODE
                       END-IF
                   END-IF
               ELSE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM X090-WRITE-RUNCTL
           PERFORM X999-EXIT
           GOBACK
           .

       X010-INIT.
           DISPLAY "House opening word (blank = the opener of the "
               "current book): "
               WITH NO ADVANCING
           ACCEPT WS-OPENING-WORD
           INSPECT WS-OPENING-WORD CONVERTING
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ" TO
               "abcdefghijklmnopqrstuvwxyz"
           IF WS-OPENING-WORD = SPACES
               PERFORM X012-FIND-OLD-OPENER
           ELSE
               IF WS-OPENING-WORD IS NOT ALPHABETIC-LOWER
                   OR WS-OPENING-WORD(1:1) = SPACE
                   OR WS-OPENING-WORD(2:1) = SPACE
                   OR WS-OPENING-WORD(3:1) = SPACE
                   OR WS-OPENING-WORD(4:1) = SPACE
                   OR WS-OPENING-WORD(5:1) = SPACE
                   DISPLAY "Opening word " WS-OPENING-WORD
                       " is not a 5-letter word"
                   MOVE SPACES TO WS-OPENING-WORD
               END-IF
           END-IF
           IF WS-OPENING-WORD NOT = SPACES
               DISPLAY "Building the opening book for "
                   WS-OPENING-WORD
           END-IF
           .

       X012-FIND-OLD-OPENER.
      *    The automatic rebuild after the history load carries no
      *    opener of its own - it keeps whatever opener the
      *    current book was built for. Only the stamp record is
      *    trusted: a book without one never finished.
           MOVE "00" TO WS-BOOKFIL-STATUS
           OPEN INPUT BOOKFIL
           IF BOOKFIL-OK
               PERFORM X014-READ-OLD-BOOK UNTIL NOT BOOKFIL-OK
               CLOSE BOOKFIL
           END-IF
           MOVE "00" TO WS-BOOKFIL-STATUS
           .

       X014-READ-OLD-BOOK.
           READ BOOKFIL
               AT END
                   CONTINUE
               NOT AT END
                   IF BK-TILES = WS-STAMP-TILES
                       MOVE BK-OPENER TO WS-OPENING-WORD
                   END-IF
           END-READ
           .

       X020-CONNECTDB.
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
                       PERFORM X022-WAITRETRY
                   END-IF
               END-IF
           END-PERFORM
           IF NOT CONNECT-SUCCESSFUL
               DISPLAY "Unable to connect to COBOLDB after "
                   WS-CONNECT-MAX " attempts - book kept as-is"
           END-IF
           .

       X022-WAITRETRY.
      *    No portable SLEEP verb in this dialect - a short spin
      *    loop stands in for the pause between CONNECT retries.
           PERFORM VARYING WS-WAIT-COUNTER FROM 1 BY 1
               UNTIL WS-WAIT-COUNTER > 5000000
               CONTINUE
           END-PERFORM
           .

       X030-TAKE-STAMP.
      *    The same figures WORDBKRD and WORDSIM read back to
      *    decide whether the book still describes the tables. The
      *    version catches a load that added and retired the same
      *    number of words.
           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-ROW-COUNT
              FROM COBOL.WORDLY
              WHERE RETIRED_VERSION = 0
           END-EXEC
           MOVE HV-ROW-COUNT TO WS-ANSWER-ROWS
           IF SQLCODE = 0
               EXEC SQL
                  SELECT COUNT(*),
                         COALESCE(CHAR(MAX(DATE_PLAYED), ISO),
                             '0001-01-01')
                  INTO :HV-ROW-COUNT, :HV-LAST-PLAYED
                  FROM COBOL.WORDLY_HISTORY
               END-EXEC
               MOVE HV-ROW-COUNT TO WS-HISTORY-ROWS
               MOVE HV-LAST-PLAYED TO WS-LAST-PLAYED
           END-IF
           IF SQLCODE = 0
               EXEC SQL
                  SELECT COUNT(*)
                  INTO :HV-ROW-COUNT
                  FROM COBOL.WORDLY_GUESSES
                  WHERE RETIRED_VERSION = 0
               END-EXEC
               MOVE HV-ROW-COUNT TO WS-GUESS-ROWS
           END-IF
           IF SQLCODE = 0
               EXEC SQL
                  SELECT COALESCE(MAX(VERSION_NO), 0)
                  INTO :HV-VERSION-NO
                  FROM COBOL.WORDLY_VERSIONS
               END-EXEC
               MOVE HV-VERSION-NO TO WS-DICT-VERSION
           END-IF
           IF SQLCODE NOT = 0
               DISPLAY "Cannot count the word tables, SQLCODE: "
                   SQLCODE
               SET LOAD-FAILED TO TRUE
           END-IF
           .

       X040-LOAD-CANDIDATES.
           MOVE "N" TO END-OF-LOAD-SW
           MOVE ZERO TO WS-CAND-COUNT
           EXEC SQL
              OPEN CANDCURS
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "Cannot read COBOL.WORDLY, SQLCODE: " SQLCODE
               SET LOAD-FAILED TO TRUE
           ELSE
               SET CAND-CURSOR-OPEN TO TRUE
               PERFORM X042-FETCH-CANDIDATE UNTIL END-OF-LOAD
               EXEC SQL
                  CLOSE CANDCURS
               END-EXEC
               MOVE "N" TO CAND-CURSOR-SW
               DISPLAY "Unplayed answers loaded: " WS-CAND-COUNT
           END-IF
           .

       X042-FETCH-CANDIDATE.
           EXEC SQL
              FETCH CANDCURS
                INTO :HV-WORD
           END-EXEC
           IF SQLCODE NOT = 0
               SET END-OF-LOAD TO TRUE
      *        SQLCODE 100 is the normal end of the list; anything
      *        else cut the load short - a book over part of the
      *        candidates would give wrong counts.
               IF FUNCTION INTEGER-PART(SQLCODE) NOT = 100
                   DISPLAY "Answer fetch failed, SQLCODE: " SQLCODE
                   SET LOAD-FAILED TO TRUE
               END-IF
           ELSE
      *        So would one cut short by the table size.
               IF WS-CAND-COUNT >= 2315
                   DISPLAY "More than 2315 unplayed answers - "
                       "opening book not built"
                   SET END-OF-LOAD TO TRUE
                   SET LOAD-FAILED TO TRUE
               ELSE
                   ADD 1 TO WS-CAND-COUNT
                   MOVE HV-WORD TO WS-CAND-WORD(WS-CAND-COUNT)
               END-IF
           END-IF
           .

       X050-LOAD-PROBES.
           MOVE "N" TO END-OF-LOAD-SW
           MOVE ZERO TO WS-PROBE-COUNT
           EXEC SQL
              OPEN PROBCURS
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "Cannot read COBOL.WORDLY_GUESSES, SQLCODE: "
                   SQLCODE
               SET LOAD-FAILED TO TRUE
           ELSE
               SET PROBE-CURSOR-OPEN TO TRUE
               PERFORM X052-FETCH-PROBE UNTIL END-OF-LOAD
               EXEC SQL
                  CLOSE PROBCURS
               END-EXEC
               MOVE "N" TO PROBE-CURSOR-SW
               DISPLAY "Accepted guesses loaded: " WS-PROBE-COUNT
           END-IF
           .

       X052-FETCH-PROBE.
           EXEC SQL
              FETCH PROBCURS
                INTO :HV-WORD
           END-EXEC
           IF SQLCODE NOT = 0
               SET END-OF-LOAD TO TRUE
               IF FUNCTION INTEGER-PART(SQLCODE) NOT = 100
                   DISPLAY "Guess list fetch failed, SQLCODE: "
                       SQLCODE
                   SET LOAD-FAILED TO TRUE
               END-IF
           ELSE
               IF WS-PROBE-COUNT >= 15000
                   DISPLAY "More than 15000 accepted guesses - "
                       "opening book not built"
                   SET END-OF-LOAD TO TRUE
                   SET LOAD-FAILED TO TRUE
               ELSE
                   ADD 1 TO WS-PROBE-COUNT
                   MOVE HV-WORD TO WS-PROBE-WORD(WS-PROBE-COUNT)
               END-IF
           END-IF
           .

       X060-GROUP-BY-PATTERN.
      *    Score the opener against every unplayed answer once,
      *    then lay the answers out pattern by pattern so each
      *    pattern's candidates can be walked without a search.
           MOVE ZEROS TO WS-PATTERN-TABLE
           MOVE WS-OPENING-WORD TO WS-SIM-GUESS
           PERFORM VARYING WS-CAND-I FROM 1 BY 1
               UNTIL WS-CAND-I > WS-CAND-COUNT
               MOVE WS-CAND-WORD(WS-CAND-I) TO WS-SIM-TARGET
               PERFORM X080-SCORE-TILES
               MOVE WS-BUCKET-NR TO WS-CAND-BUCKET(WS-CAND-I)
               ADD 1 TO WS-PAT-COUNT(WS-BUCKET-NR)
           END-PERFORM
           MOVE 1 TO WS-MEMBER-I
           PERFORM VARYING WS-PAT-NR FROM 1 BY 1
               UNTIL WS-PAT-NR > 243
               MOVE WS-MEMBER-I TO WS-PAT-START(WS-PAT-NR)
               MOVE WS-MEMBER-I TO WS-PAT-FILL(WS-PAT-NR)
               ADD WS-PAT-COUNT(WS-PAT-NR) TO WS-MEMBER-I
           END-PERFORM
           PERFORM VARYING WS-CAND-I FROM 1 BY 1
               UNTIL WS-CAND-I > WS-CAND-COUNT
               MOVE WS-CAND-BUCKET(WS-CAND-I) TO WS-PAT-NR
               MOVE WS-CAND-I TO WS-MEMBER(WS-PAT-FILL(WS-PAT-NR))
               ADD 1 TO WS-PAT-FILL(WS-PAT-NR)
           END-PERFORM
           MOVE ZEROS TO WS-BUCKET-TABLE
           .

       X070-WRITE-BOOK.
           MOVE "00" TO WS-BOOKFIL-STATUS
           OPEN OUTPUT BOOKFIL
           IF NOT BOOKFIL-OK
               DISPLAY "Unable to open WORDBOOK, status "
                   WS-BOOKFIL-STATUS
               SET BOOK-FAILED TO TRUE
           ELSE
               SET BOOK-OPEN TO TRUE
               PERFORM VARYING WS-KEY-I FROM 0 BY 1
                   UNTIL WS-KEY-I > 242 OR BOOK-FAILED
                   PERFORM X072-BUILD-ENTRY
               END-PERFORM
               IF NOT BOOK-FAILED
                   PERFORM X078-WRITE-STAMP
               END-IF
           END-IF
           IF BOOK-FAILED
               DISPLAY "Opening book incomplete after "
                   WS-WRITE-COUNT " patterns - no stamp written, "
                   "the book will not be used"
           ELSE
               DISPLAY "Opening book for " WS-OPENING-WORD
                   " rebuilt - " WS-WRITE-COUNT " patterns over "
                   WS-CAND-COUNT " unplayed answers"
           END-IF
           .

       X072-BUILD-ENTRY.
      *    Key number WS-KEY-I (0-242) read as five base-3 digits,
      *    leftmost slot first, gives the tile string in key order
      *    and the pattern's bucket number.
           MOVE WS-KEY-I TO WS-KEY-REST
           MOVE ZEROS TO WS-TRIT-TABLE
           PERFORM VARYING WS-KEY-POS FROM 5 BY -1
               UNTIL WS-KEY-POS < 1
               DIVIDE WS-KEY-REST BY 3 GIVING WS-KEY-REST
                   REMAINDER WS-KEY-DIGIT
               MOVE WS-KEY-LETTER(WS-KEY-DIGIT + 1)
                   TO WS-KEY-TILES(WS-KEY-POS:1)
               MOVE WS-KEY-TRIT(WS-KEY-DIGIT + 1)
                   TO WS-TRIT(WS-KEY-POS)
           END-PERFORM
           COMPUTE WS-PAT-NR = ((( WS-TRIT(1) * 3
               + WS-TRIT(2) ) * 3 + WS-TRIT(3) ) * 3
               + WS-TRIT(4) ) * 3 + WS-TRIT(5) + 1
           MOVE ZERO TO WS-TOP-COUNT
      *    A single candidate is its own answer - there is nothing
      *    to split, and WORDL only asks for probes above one.
           IF WS-PAT-COUNT(WS-PAT-NR) > 1
               COMPUTE WS-MEMBER-END = WS-PAT-START(WS-PAT-NR)
                   + WS-PAT-COUNT(WS-PAT-NR) - 1
               PERFORM VARYING WS-PROBE-I FROM 1 BY 1
                   UNTIL WS-PROBE-I > WS-PROBE-COUNT
                   PERFORM X074-SCORE-PROBE
               END-PERFORM
           END-IF
           MOVE SPACES TO BOOK-RECORD
           MOVE WS-OPENING-WORD TO BK-OPENER
           MOVE WS-KEY-TILES TO BK-TILES
           MOVE WS-PAT-COUNT(WS-PAT-NR) TO BK-CAND-COUNT
           MOVE WS-TOP-COUNT TO BK-PROBE-COUNT
           PERFORM VARYING WS-TOP-I FROM 1 BY 1 UNTIL WS-TOP-I > 5
               IF WS-TOP-I > WS-TOP-COUNT
                   MOVE SPACES TO BK-PROBE-WORD(WS-TOP-I)
                   MOVE ZERO TO BK-PROBE-SCORE(WS-TOP-I)
               ELSE
                   MOVE WS-TOP-WORD(WS-TOP-I)
                       TO BK-PROBE-WORD(WS-TOP-I)
                   MOVE WS-TOP-SCORE(WS-TOP-I)
                       TO BK-PROBE-SCORE(WS-TOP-I)
               END-IF
           END-PERFORM
           WRITE BOOK-RECORD
           IF BOOKFIL-OK
               ADD 1 TO WS-WRITE-COUNT
           ELSE
               DISPLAY "WORDBOOK write failed, status "
                   WS-BOOKFIL-STATUS " at " BK-KEY
               SET BOOK-FAILED TO TRUE
           END-IF
           .

       X074-SCORE-PROBE.
      *    One probe over one pattern's candidates: bucket each
      *    candidate, growing the square-sum as the buckets fill,
      *    then clear just the buckets used.
           MOVE WS-PROBE-WORD(WS-PROBE-I) TO WS-SIM-GUESS
           MOVE ZERO TO WS-PROBE-SCORE
           PERFORM VARYING WS-MEMBER-I FROM WS-PAT-START(WS-PAT-NR)
               BY 1 UNTIL WS-MEMBER-I > WS-MEMBER-END
               MOVE WS-CAND-WORD(WS-MEMBER(WS-MEMBER-I))
                   TO WS-SIM-TARGET
               PERFORM X080-SCORE-TILES
               COMPUTE WS-PROBE-SCORE = WS-PROBE-SCORE
                   + 2 * WS-BUCKET(WS-BUCKET-NR) + 1
               ADD 1 TO WS-BUCKET(WS-BUCKET-NR)
               MOVE WS-BUCKET-NR TO WS-MEMBER-BUCKET(WS-MEMBER-I)
           END-PERFORM
           PERFORM VARYING WS-MEMBER-I FROM WS-PAT-START(WS-PAT-NR)
               BY 1 UNTIL WS-MEMBER-I > WS-MEMBER-END
               MOVE ZERO TO WS-BUCKET(WS-MEMBER-BUCKET(WS-MEMBER-I))
           END-PERFORM
           PERFORM X076-OFFER-TO-TOP
           .

       X076-OFFER-TO-TOP.
      *    Insert the probe into the running top 5 if it beats any
      *    entry already there; lowest score (most even split) sits
      *    in slot 1.
           MOVE ZERO TO WS-TOP-SLOT
           PERFORM VARYING WS-TOP-I FROM 1 BY 1
               UNTIL WS-TOP-I > WS-TOP-COUNT OR WS-TOP-SLOT > 0
               IF WS-PROBE-SCORE < WS-TOP-SCORE(WS-TOP-I)
                   MOVE WS-TOP-I TO WS-TOP-SLOT
               END-IF
           END-PERFORM
           IF WS-TOP-SLOT = 0 AND WS-TOP-COUNT < 5
               COMPUTE WS-TOP-SLOT = WS-TOP-COUNT + 1
           END-IF
           IF WS-TOP-SLOT > 0
               IF WS-TOP-COUNT < 5
                   ADD 1 TO WS-TOP-COUNT
               END-IF
               PERFORM VARYING WS-TOP-J FROM WS-TOP-COUNT BY -1
                   UNTIL WS-TOP-J <= WS-TOP-SLOT
                   MOVE WS-TOP-ENTRY(WS-TOP-J - 1)
                       TO WS-TOP-ENTRY(WS-TOP-J)
               END-PERFORM
               MOVE WS-SIM-GUESS TO WS-TOP-WORD(WS-TOP-SLOT)
               MOVE WS-PROBE-SCORE TO WS-TOP-SCORE(WS-TOP-SLOT)
           END-IF
           .

       X078-WRITE-STAMP.
           MOVE SPACES TO BOOK-STAMP-RECORD
           MOVE WS-OPENING-WORD TO BS-OPENER
           MOVE WS-STAMP-TILES TO BS-TILES
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           MOVE WS-RUN-TIMESTAMP(1:14) TO BS-BUILT
           MOVE WS-ANSWER-ROWS TO BS-ANSWER-ROWS
           MOVE WS-HISTORY-ROWS TO BS-HISTORY-ROWS
           MOVE WS-LAST-PLAYED TO BS-LAST-PLAYED
           MOVE WS-GUESS-ROWS TO BS-GUESS-ROWS
           MOVE WS-CAND-COUNT TO BS-UNPLAYED
           MOVE WS-DICT-VERSION TO BS-DICT-VERSION
           WRITE BOOK-STAMP-RECORD
           IF NOT BOOKFIL-OK
               DISPLAY "WORDBOOK stamp write failed, status "
                   WS-BOOKFIL-STATUS
               SET BOOK-FAILED TO TRUE
           END-IF
           .

       X080-SCORE-TILES.
      *    Bucket number 1-243 of the tiles WS-SIM-GUESS shows
      *    against WS-SIM-TARGET, by the two-pass rule of
      *    D040-BUCKET-CANDIDATE: greens consume their target
      *    letter first, then yellows take from the letters greens
      *    left over, left to right.
           MOVE WS-SIM-TARGET TO WS-CAND-WORK
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
           COMPUTE WS-BUCKET-NR = ((( WS-TRIT(1) * 3
               + WS-TRIT(2) ) * 3 + WS-TRIT(3) ) * 3
               + WS-TRIT(4) ) * 3 + WS-TRIT(5) + 1
           .

       X090-WRITE-RUNCTL.
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
               MOVE "WORDBOOK" TO RUN-JOB-NAME
               MOVE WS-RUN-TIMESTAMP(1:8) TO RUN-DATE
               MOVE WS-RUN-TIMESTAMP(9:6) TO RUN-TIME
               MOVE RETURN-CODE TO RUN-RETURN-CODE
               MOVE WS-CAND-COUNT TO RUN-READ-COUNT
               MOVE WS-WRITE-COUNT TO RUN-EXPORT-COUNT
               MOVE WS-ANSWER-ROWS TO RUN-TABLE-COUNT
               WRITE RUNCTL-RECORD
               CLOSE RUNCTL
           END-IF
           .

       X999-EXIT.
           IF CAND-CURSOR-OPEN
               EXEC SQL
                  CLOSE CANDCURS
               END-EXEC
           END-IF
           IF PROBE-CURSOR-OPEN
               EXEC SQL
                  CLOSE PROBCURS
               END-EXEC
           END-IF
           IF BOOK-OPEN
               CLOSE BOOKFIL
           END-IF
           .
       END PROGRAM WORDBOOK.
