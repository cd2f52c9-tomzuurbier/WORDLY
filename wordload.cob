      *          counts as a control report for the change record.
      * Input:   WORDIN - one 5-letter lowercase word per record.
      *          SYSIN/terminal - target: A = load answers table,
      *          G = load accepted-guess table, R = reconcile only;
      *          for A or G then the operator id, who must hold
      *          function LA (answers) or LG (guesses) in
      *          COBOL.WORDLY_OPERATORS (see wordauth.cob); then
      *          the effective date of the list (YYYY-MM-DD, blank
      *          = today) and the load mode: F = WORDIN is the full
      *          new list - every word of the target table not on
      *          it is retired; blank = additions only.
      *          WORDCRED - DB2 credentials (see wordcred.cob).
      * Versions: every A or G load is stamped as the next numbered
      *          dictionary version in COBOL.WORDLY_VERSIONS. Words
      *          are never deleted: each row of COBOL.WORDLY and
      *          COBOL.WORDLY_GUESSES carries the version that added
      *          it and the version that retired it (0 = still on
      *          the list). The effective date may not be later
      *          than today nor earlier than the latest version's,
      *          so the newest version is always the one in force
      *          and the current list is RETIRED_VERSION = 0.
      *          A retired word that comes back is reinstated with
      *          the new version as its ADDED_VERSION; the span it
      *          had before is kept in COBOL.WORDLY_SPANS, so a word
      *          is in force at version v when its row's span or
      *          one of its earlier spans holds v
      *          (ADDED_VERSION <= v < RETIRED_VERSION, 0 = open).
      *          Expects:
      *          CREATE TABLE COBOL.WORDLY_VERSIONS
      *            (VERSION_NO     INTEGER NOT NULL PRIMARY KEY,
      *             EFFECTIVE_DATE DATE NOT NULL,
      *             TARGET         CHAR(1) NOT NULL,
      *             LOAD_MODE      CHAR(1) NOT NULL,
      *             LOADED_BY      CHAR(8) NOT NULL,
      *             LOADED_AT      TIMESTAMP NOT NULL,
      *             WORDS_ADDED    INTEGER NOT NULL,
      *             WORDS_RETIRED  INTEGER NOT NULL,
      *             COMPLETE       CHAR(1) NOT NULL)
      *          ALTER TABLE COBOL.WORDLY (and COBOL.WORDLY_GUESSES)
      *            ADD ADDED_VERSION INTEGER NOT NULL WITH DEFAULT 0
      *            ADD RETIRED_VERSION INTEGER NOT NULL WITH DEFAULT 0
      *          CREATE TABLE COBOL.WORDLY_SPANS
      *            (TABLE_ID        CHAR(1) NOT NULL,
      *             WORD            CHAR(5) NOT NULL,
      *             ADDED_VERSION   INTEGER NOT NULL,
      *             RETIRED_VERSION INTEGER NOT NULL,
      *             PRIMARY KEY (TABLE_ID, WORD, ADDED_VERSION))
      *          - earlier, closed spans of reinstated words;
      *          TABLE_ID A = COBOL.WORDLY, G = the guesses table.
      *          CREATE TABLE COBOL.WORDLY_LOADWORK
      *            (WORD CHAR(5) NOT NULL) - the words of the full
      *          list being loaded, cleared at the start of each
      *          F load. Version 0 is the list as it stood before
      *          versioning. COMPLETE stays N on a load that failed
      *          partway; its words keep that version number.
      * Output:  LOADRPT - control report: per-record dispositions,
      *          retirements, the version stamped, before/after
      *          counts of words on the current list, and the
      *          reconciliation list.
      *          RUNCTL - one run-control record per run (job,
      *          date/time, return code and counts) for WORDCTL;
      *          the archive column holds the words a full-list
      *          load found already on the list (unchanged).
      *          WORDSLOG - security log, a refused load is written
      *          there by WORDAUTH.
      * Rejects: not 5 lowercase letters, or (additions only)
      *          already on the target list. In an F load a word
      *          already on the list is counted as unchanged, and
      *          nothing is retired if any record was rejected - a
      *          mistyped word would otherwise retire the real one.
      * Return codes: 0 clean, 4 one or more records rejected or
      *          reconciliation mismatches found, 8 no DB2
      *          connection, a requested load whose WORDIN file
      *          would not open, whose operator is not authorized
      *          or whose effective date is refused (nothing was
      *          loaded), or DB2
      *          failed partway (partial load/list - rerun; the
      *          duplicate check makes the rerun safe).
      * Tectonics: cob2
      * How to compile:
      * 1. cob2 -I$HOME/sqllib/include/cobol_a -L$HOME/sqllib/lib32
      *        -ldb2 wordload.cob -qsql -q32 -qNODYNAM -c
      * 2. cob2 wordload.o wordcred.o wordauth.o -q32
      *        -I$HOME/sqllib/include/cobol_a -L$HOME/sqllib/lib32
      *        -ldb2 -o wordload
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           SELECT RPTFIL ASSIGN TO "LOADRPT"
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
       01  WS-WORDIN-STATUS        PIC X(2) VALUE "00".
           88  TARGET-ANSWERS              VALUE "A".
           88  TARGET-GUESSES              VALUE "G".
           88  RECONCILE-ONLY              VALUE "R".
      *    Dictionary version of an A or G load.
       01  WS-EFFECTIVE-DATE       PIC X(10) VALUE SPACES.
       01  WS-LOAD-MODE            PIC X(1) VALUE SPACE.
           88  FULL-LIST                   VALUE "F".
       01  WS-TODAY-ISO            PIC X(10) VALUE SPACES.
       01  WS-VERSION-REASON       PIC X(40) VALUE SPACES.
       01  WS-VERSION-EDIT         PIC Z(4)9.
      *    Where the word stands on the target list: N not there,
      *    C current, R retired.
       01  WS-WORD-STATUS          PIC X(1) VALUE SPACE.
           88  WORD-NEW                    VALUE "N".
           88  WORD-CURRENT                VALUE "C".
           88  WORD-RETIRED                VALUE "R".
      *    Authorization call to WORDAUTH before an A or G load.
       01  WS-OPERATOR-ID          PIC X(8) VALUE SPACES.
       01  WS-PROGRAM-NAME         PIC X(8) VALUE "WORDLOAD".
       01  WS-AUTH-FUNCTION        PIC X(2) VALUE SPACES.
       01  WS-AUTH-OK              PIC X(1) VALUE "N".
           88  OPERATOR-AUTHORIZED         VALUE "Y".
       01  WS-READ-COUNT           PIC 9(5) VALUE ZERO.
       01  WS-INSERT-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-REJECT-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-REINSTATE-COUNT      PIC 9(5) VALUE ZERO.
       01  WS-UNCHANGED-COUNT      PIC 9(5) VALUE ZERO.
       01  WS-RETIRE-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-MISSING-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-BEFORE-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-AFTER-COUNT          PIC 9(5) VALUE ZERO.
      *    Current COBOL.WORDLY words at end of job, whatever the
      *    target - the run-control record carries it so WORDCTL
      *    can hold WORDSNAP's export count against it.
       01  WS-ANSWER-ROWS          PIC 9(5) VALUE ZERO.
       01  WS-CHAR-I               PIC 9(1) VALUE ZERO.
       01  WS-WORD-VALID           PIC X(1) VALUE "Y".
           88  WORD-VALID                  VALUE "Y".
       01  WS-DB-FAILED            PIC X(1) VALUE "N".
           88  DB-FAILED                   VALUE "Y".
       01  WS-RPT-LINE             PIC X(80) VALUE SPACES.
      *    Status 05 is a successful open of an OPTIONAL file that
      *    was not there yet - the first run creates the ledger.
       01  WS-RUNCTL-STATUS        PIC X(2) VALUE "00".
           88  RUNCTL-OK                   VALUES "00" "05".
       01  WS-RUN-TIMESTAMP        PIC X(21) VALUE SPACES.
       01  SWITCHES.
           05  END-OF-RECON-SW     PIC X   VALUE 'N'.
                   88 END-OF-RECON         VALUE 'Y'.
           05  RECON-CURSOR-SW     PIC X   VALUE 'N'.
                   88 RECON-CURSOR-OPEN    VALUE 'Y'.
           05  VERSION-OPEN-SW     PIC X   VALUE 'N'.
                   88 VERSION-OPEN         VALUE 'Y'.
           05  END-OF-RETIRE-SW    PIC X   VALUE 'N'.
                   88 END-OF-RETIRE        VALUE 'Y'.
           05  RETIRE-CURSOR-SW    PIC X   VALUE 'N'.
                   88 RETIRE-CURSOR-OPEN   VALUE 'Y'.
           05  RETIRE-SKIPPED-SW   PIC X   VALUE 'N'.
                   88 RETIRE-SKIPPED       VALUE 'Y'.
      *-----------------------------------------------------------*
      * Explicit DB2 CONNECT with retry, as DBQUERY does it.
      *-----------------------------------------------------------*
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
       01  HV-ROW-COUNT            PIC 9(5) VALUE ZERO.
       01  HV-ADDED-VERSION        PIC 9(5) VALUE ZERO.
       01  HV-RETIRED-VERSION      PIC 9(5) VALUE ZERO.
       01  HV-VERSION-NO           PIC 9(5) VALUE ZERO.
       01  HV-LAST-EFFECTIVE       PIC X(10).
       01  HV-EFFECTIVE-DATE       PIC X(10).
       01  HV-TARGET               PIC X(1).
       01  HV-LOAD-MODE            PIC X(1).
       01  HV-LOADED-BY            PIC X(8).
       01  HV-WORDS-ADDED          PIC 9(5) VALUE ZERO.
       01  HV-WORDS-RETIRED        PIC 9(5) VALUE ZERO.
      *-----------------------------------------------------------
      *SUPPORTING DATA STRUCTURES FOR DB2 ACCESS
      *-----------------------------------------------------------
           EXEC SQL
            INCLUDE SQLCA
           END-EXEC.
      *    Reconciliation: current answers with no current
      *    accepted-guess row.
           EXEC SQL
            DECLARE RECONCURS CURSOR FOR
               SELECT WORD
               FROM COBOL.WORDLY
               WHERE RETIRED_VERSION = 0
                 AND WORD NOT IN
                   (SELECT WORD FROM COBOL.WORDLY_GUESSES
                    WHERE RETIRED_VERSION = 0)
           END-EXEC.
      *    Full-list load: current words the new list left out, one
      *    cursor per target table.
           EXEC SQL
            DECLARE RETACURS CURSOR FOR
               SELECT WORD
               FROM COBOL.WORDLY
               WHERE RETIRED_VERSION = 0
                 AND WORD NOT IN
                   (SELECT WORD FROM COBOL.WORDLY_LOADWORK)
               FOR UPDATE OF RETIRED_VERSION
           END-EXEC.
           EXEC SQL
            DECLARE RETGCURS CURSOR FOR
               SELECT WORD
               FROM COBOL.WORDLY_GUESSES
               WHERE RETIRED_VERSION = 0
                 AND WORD NOT IN
                   (SELECT WORD FROM COBOL.WORDLY_LOADWORK)
               FOR UPDATE OF RETIRED_VERSION
           END-EXEC.

       PROCEDURE DIVISION.
           PERFORM H020-CONNECTDB
           IF CONNECT-SUCCESSFUL
               IF TARGET-ANSWERS OR TARGET-GUESSES
                   PERFORM H024-AUTHORIZE-LOAD
               END-IF
               IF TARGET-ANSWERS OR TARGET-GUESSES
                   PERFORM H026-OPEN-VERSION
               END-IF
               IF VERSION-OPEN
                   PERFORM H025-COUNT-TARGET
                   MOVE HV-ROW-COUNT TO WS-BEFORE-COUNT
                   IF FULL-LIST
                       PERFORM H028-CLEAR-WORKLIST
                   END-IF
                   IF NOT DB-FAILED
                       PERFORM H030-LOAD-WORDS
                   END-IF
                   IF FULL-LIST AND NOT DB-FAILED
                       PERFORM H065-RETIRE-WORDS
                   END-IF
                   PERFORM H025-COUNT-TARGET
                   MOVE HV-ROW-COUNT TO WS-AFTER-COUNT
                   PERFORM H060-WRITE-LOAD-TOTALS
                   IF NOT DB-FAILED
                       PERFORM H068-CLOSE-VERSION
                   END-IF
               END-IF
      *        After a mid-run DB2 failure the reconciliation
      *        would fail against the same dead connection and
               IF NOT DB-FAILED
                   PERFORM H070-RECONCILE
               END-IF
               IF NOT DB-FAILED
                   PERFORM H080-COUNT-ANSWERS
               END-IF
               EVALUATE TRUE
                   WHEN DB-FAILED
                       DISPLAY "Load aborted - DB2 failure, rerun "
      *            soften it to 4.
                   WHEN RETURN-CODE = 0
                       AND (WS-REJECT-COUNT > 0
                       OR WS-MISSING-COUNT > 0
                       OR RETIRE-SKIPPED)
                       MOVE 4 TO RETURN-CODE
               END-EVALUATE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM H090-WRITE-RUNCTL
           PERFORM H999-EXIT
           GOBACK
           .
               MOVE "R" TO WS-TARGET
           END-IF
           IF TARGET-ANSWERS OR TARGET-GUESSES
               DISPLAY "Operator id: " WITH NO ADVANCING
               ACCEPT WS-OPERATOR-ID
               INSPECT WS-OPERATOR-ID CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               DISPLAY "Effective date (YYYY-MM-DD, blank = today): "
                   WITH NO ADVANCING
               ACCEPT WS-EFFECTIVE-DATE
               DISPLAY "Load mode (F = full list, retire words not "
                   "on it; blank = additions only): "
                   WITH NO ADVANCING
               ACCEPT WS-LOAD-MODE
               IF WS-LOAD-MODE = "f"
                   MOVE "F" TO WS-LOAD-MODE
               END-IF
               IF NOT FULL-LIST
                   MOVE "A" TO WS-LOAD-MODE
               END-IF
               OPEN INPUT WORDIN
               IF NOT WORDIN-OK
      *            A requested load that cannot read its input is a

       H020-CONNECTDB.
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
           END-PERFORM
           .

       H024-AUTHORIZE-LOAD.
      *    Checked after the CONNECT, since the operator table is
      *    in DB2. A refusal (logged by WORDAUTH) is handled as a
      *    WORDIN that will not open: no load, reconciliation only,
      *    and the job ends RC 8.
           IF TARGET-ANSWERS
               MOVE "LA" TO WS-AUTH-FUNCTION
           ELSE
               MOVE "LG" TO WS-AUTH-FUNCTION
           END-IF
           CALL "wordauth" USING BY REFERENCE WS-OPERATOR-ID,
               WS-AUTH-FUNCTION, WS-PROGRAM-NAME, WS-AUTH-OK
           ON EXCEPTION DISPLAY "Called program not found!"
           END-CALL
           IF NOT OPERATOR-AUTHORIZED
               DISPLAY "Operator " WS-OPERATOR-ID " not authorized "
                   "for " WS-AUTH-FUNCTION " - load not performed"
               IF RPTFIL-OK
                   MOVE SPACES TO RPT-RECORD
                   STRING "LOAD REFUSED: OPERATOR " DELIMITED BY SIZE
                       WS-OPERATOR-ID DELIMITED BY SIZE
                       " NOT AUTHORIZED FOR " DELIMITED BY SIZE
                       WS-AUTH-FUNCTION DELIMITED BY SIZE
                       INTO RPT-RECORD
                   WRITE RPT-RECORD
               END-IF
               CLOSE WORDIN
               MOVE "R" TO WS-TARGET
               MOVE 8 TO RETURN-CODE
           END-IF
           .

       H025-COUNT-TARGET.
      *    Words on the current list - retired rows stay in the
      *    table but are no longer counted.
           MOVE ZERO TO HV-ROW-COUNT
           IF TARGET-ANSWERS
               EXEC SQL
                  SELECT COUNT(*)
                  INTO :HV-ROW-COUNT
                  FROM COBOL.WORDLY
                  WHERE RETIRED_VERSION = 0
               END-EXEC
           ELSE
               EXEC SQL
                  SELECT COUNT(*)
                  INTO :HV-ROW-COUNT
                  FROM COBOL.WORDLY_GUESSES
                  WHERE RETIRED_VERSION = 0
               END-EXEC
           END-IF
           IF SQLCODE NOT = 0
           END-IF
           .

       H026-OPEN-VERSION.
      *    The load becomes the next dictionary version. Its
      *    effective date may not run ahead of today nor back
      *    before the latest version's, so the newest version is
      *    always the one in force and the version in force on a
      *    game date is a plain lookup for DBQUERY and WORDSIM.
           MOVE SPACES TO WS-VERSION-REASON
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           STRING WS-RUN-TIMESTAMP(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-RUN-TIMESTAMP(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-RUN-TIMESTAMP(7:2) DELIMITED BY SIZE
               INTO WS-TODAY-ISO
           IF WS-EFFECTIVE-DATE = SPACES
               MOVE WS-TODAY-ISO TO WS-EFFECTIVE-DATE
           END-IF
           MOVE ZERO TO HV-VERSION-NO
           MOVE SPACES TO HV-LAST-EFFECTIVE
           EXEC SQL
              SELECT COALESCE(MAX(VERSION_NO), 0),
                     COALESCE(CHAR(MAX(EFFECTIVE_DATE), ISO),
                         '0001-01-01')
              INTO :HV-VERSION-NO, :HV-LAST-EFFECTIVE
              FROM COBOL.WORDLY_VERSIONS
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   DISPLAY "Version lookup failed, SQLCODE: " SQLCODE
                   SET DB-FAILED TO TRUE
               WHEN WS-EFFECTIVE-DATE(1:4) IS NOT NUMERIC
                   OR WS-EFFECTIVE-DATE(5:1) NOT = "-"
                   OR WS-EFFECTIVE-DATE(6:2) IS NOT NUMERIC
                   OR WS-EFFECTIVE-DATE(8:1) NOT = "-"
                   OR WS-EFFECTIVE-DATE(9:2) IS NOT NUMERIC
                   MOVE "EFFECTIVE DATE IS NOT YYYY-MM-DD"
                       TO WS-VERSION-REASON
               WHEN WS-EFFECTIVE-DATE > WS-TODAY-ISO
                   MOVE "EFFECTIVE DATE IS LATER THAN TODAY"
                       TO WS-VERSION-REASON
               WHEN WS-EFFECTIVE-DATE < HV-LAST-EFFECTIVE
                   MOVE HV-VERSION-NO TO WS-VERSION-EDIT
                   STRING "EARLIER THAN VERSION" DELIMITED BY SIZE
                       WS-VERSION-EDIT DELIMITED BY SIZE
                       " (" DELIMITED BY SIZE
                       HV-LAST-EFFECTIVE DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO WS-VERSION-REASON
           END-EVALUATE
           IF WS-VERSION-REASON = SPACES AND NOT DB-FAILED
               ADD 1 TO HV-VERSION-NO
               MOVE WS-EFFECTIVE-DATE TO HV-EFFECTIVE-DATE
               MOVE WS-TARGET TO HV-TARGET
               MOVE WS-LOAD-MODE TO HV-LOAD-MODE
               MOVE WS-OPERATOR-ID TO HV-LOADED-BY
               EXEC SQL
                  INSERT INTO COBOL.WORDLY_VERSIONS
                     (VERSION_NO, EFFECTIVE_DATE, TARGET, LOAD_MODE,
                      LOADED_BY, LOADED_AT, WORDS_ADDED,
                      WORDS_RETIRED, COMPLETE)
                  VALUES (:HV-VERSION-NO, DATE(:HV-EFFECTIVE-DATE),
                      :HV-TARGET, :HV-LOAD-MODE, :HV-LOADED-BY,
                      CURRENT TIMESTAMP, 0, 0, 'N')
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE = 0
                       SET VERSION-OPEN TO TRUE
      *            -180/-181: digits in the right places but no such
      *            day (a 2026-02-30).
                   WHEN FUNCTION INTEGER-PART(SQLCODE) = -180
                       OR FUNCTION INTEGER-PART(SQLCODE) = -181
                       MOVE "EFFECTIVE DATE IS NOT A VALID DATE"
                           TO WS-VERSION-REASON
      *            -803: another load took the number first.
                   WHEN FUNCTION INTEGER-PART(SQLCODE) = -803
                       MOVE "VERSION TAKEN BY ANOTHER LOAD - RERUN"
                           TO WS-VERSION-REASON
                   WHEN OTHER
                       DISPLAY "Version insert failed, SQLCODE: "
                           SQLCODE
                       SET DB-FAILED TO TRUE
               END-EVALUATE
           END-IF
           IF WS-VERSION-REASON NOT = SPACES
               PERFORM H027-REFUSE-VERSION
           END-IF
           IF VERSION-OPEN
               MOVE HV-VERSION-NO TO WS-VERSION-EDIT
               MOVE SPACES TO WS-RPT-LINE
               STRING "DICTIONARY VERSION" DELIMITED BY SIZE
                   WS-VERSION-EDIT DELIMITED BY SIZE
                   " EFFECTIVE " DELIMITED BY SIZE
                   WS-EFFECTIVE-DATE DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               IF FULL-LIST
                   MOVE " - FULL LIST" TO WS-RPT-LINE(45:12)
               ELSE
                   MOVE " - ADDITIONS ONLY" TO WS-RPT-LINE(45:17)
               END-IF
               IF RPTFIL-OK
                   MOVE WS-RPT-LINE TO RPT-RECORD
                   WRITE RPT-RECORD
                   MOVE SPACES TO RPT-RECORD
                   WRITE RPT-RECORD
               END-IF
               DISPLAY WS-RPT-LINE
           END-IF
           .

       H027-REFUSE-VERSION.
      *    Handled as a refused operator: no load, reconciliation
      *    only, and the job ends RC 8.
           DISPLAY "Effective date " WS-EFFECTIVE-DATE " refused - "
               WS-VERSION-REASON
           IF RPTFIL-OK
               MOVE SPACES TO RPT-RECORD
               STRING "LOAD REFUSED: " DELIMITED BY SIZE
                   WS-EFFECTIVE-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-VERSION-REASON DELIMITED BY SIZE
                   INTO RPT-RECORD
               WRITE RPT-RECORD
           END-IF
           CLOSE WORDIN
           MOVE "R" TO WS-TARGET
           MOVE 8 TO RETURN-CODE
           .

       H028-CLEAR-WORKLIST.
      *    The work list holds one full list at a time; whatever an
      *    earlier load left there is cleared first.
           EXEC SQL
              DELETE FROM COBOL.WORDLY_LOADWORK
           END-EXEC
           IF SQLCODE NOT = 0
               AND FUNCTION INTEGER-PART(SQLCODE) NOT = 100
               DISPLAY "Work list clear failed, SQLCODE: " SQLCODE
               SET DB-FAILED TO TRUE
           END-IF
           .

       H030-LOAD-WORDS.
           PERFORM H040-PROCESS-RECORD UNTIL WORDIN-EOF
               OR DB-FAILED
           .

       H045-VALIDATE-WORD.
      *    Exactly 5 lowercase letters, and not already on the
      *    target list (the feed may overlap what was loaded
      *    before - that is expected on a refresh, not an error,
      *    but it is reported). A full list is expected to repeat
      *    the current words, so there they are not rejects. A
      *    retired word is valid - it comes back on the list.
           MOVE "Y" TO WS-WORD-VALID
           MOVE SPACES TO WS-REJECT-REASON
           IF IN-WORD IS NOT ALPHABETIC-LOWER
                   TO WS-REJECT-REASON
           ELSE
               MOVE IN-WORD TO HV-WORD
               MOVE ZERO TO HV-ADDED-VERSION
               MOVE ZERO TO HV-RETIRED-VERSION
               IF TARGET-ANSWERS
                   EXEC SQL
                      SELECT ADDED_VERSION, RETIRED_VERSION
                      INTO :HV-ADDED-VERSION, :HV-RETIRED-VERSION
                      FROM COBOL.WORDLY
                      WHERE WORD = :HV-WORD
                   END-EXEC
               ELSE
                   EXEC SQL
                      SELECT ADDED_VERSION, RETIRED_VERSION
                      INTO :HV-ADDED-VERSION, :HV-RETIRED-VERSION
                      FROM COBOL.WORDLY_GUESSES
                      WHERE WORD = :HV-WORD
                   END-EXEC
      *        - stopping here keeps false reject reasons off the
      *        control report.
               EVALUATE TRUE
                   WHEN FUNCTION INTEGER-PART(SQLCODE) = 100
                       SET WORD-NEW TO TRUE
                   WHEN SQLCODE NOT = 0
                       MOVE "N" TO WS-WORD-VALID
                       SET DB-FAILED TO TRUE
                       DISPLAY "Validation lookup failed, "
                           "SQLCODE: " SQLCODE
                   WHEN HV-RETIRED-VERSION > 0
                       SET WORD-RETIRED TO TRUE
                   WHEN FULL-LIST
                       SET WORD-CURRENT TO TRUE
                   WHEN OTHER
                       MOVE "N" TO WS-WORD-VALID
                       MOVE "REJECT: already in target table"
                           TO WS-REJECT-REASON
           .

       H050-INSERT-WORD.
      *    A full list also notes every good word on the work list,
      *    which is what the retire step holds the table against.
           EVALUATE TRUE
               WHEN WORD-RETIRED
                   PERFORM H052-REINSTATE-WORD
               WHEN WORD-CURRENT
                   ADD 1 TO WS-UNCHANGED-COUNT
               WHEN OTHER
                   PERFORM H051-ADD-WORD
           END-EVALUATE
           IF FULL-LIST AND NOT DB-FAILED
               PERFORM H054-LIST-WORD
           END-IF
           .

       H051-ADD-WORD.
           MOVE IN-WORD TO HV-WORD
           IF TARGET-ANSWERS
               EXEC SQL
                  INSERT INTO COBOL.WORDLY (WORD, ADDED_VERSION)
                  VALUES (:HV-WORD, :HV-VERSION-NO)
               END-EXEC
           ELSE
               EXEC SQL
                  INSERT INTO COBOL.WORDLY_GUESSES
                     (WORD, ADDED_VERSION)
                  VALUES (:HV-WORD, :HV-VERSION-NO)
               END-EXEC
           END-IF
           EVALUATE TRUE
           END-EVALUATE
           .

       H052-REINSTATE-WORD.
      *    The row keeps its word but takes this version as the one
      *    that added it. The span it is closing - added and
      *    retired versions - goes to COBOL.WORDLY_SPANS first, so
      *    the list in force at any earlier version still reads
      *    back whole.
           MOVE IN-WORD TO HV-WORD
           PERFORM H053-KEEP-SPAN
           IF NOT DB-FAILED
               PERFORM H056-REOPEN-WORD
           END-IF
           .

       H053-KEEP-SPAN.
           MOVE WS-TARGET TO HV-TARGET
           EXEC SQL
              INSERT INTO COBOL.WORDLY_SPANS
                 (TABLE_ID, WORD, ADDED_VERSION, RETIRED_VERSION)
              VALUES (:HV-TARGET, :HV-WORD, :HV-ADDED-VERSION,
                      :HV-RETIRED-VERSION)
           END-EXEC
      *    -803 is the same span kept by an earlier run that failed
      *    before the reinstate itself - already safe, carry on.
           IF SQLCODE NOT = 0
               AND FUNCTION INTEGER-PART(SQLCODE) NOT = -803
               SET DB-FAILED TO TRUE
               DISPLAY "Span history insert failed, SQLCODE: "
                   SQLCODE
           END-IF
           .

       H054-LIST-WORD.
           MOVE IN-WORD TO HV-WORD
           EXEC SQL
              INSERT INTO COBOL.WORDLY_LOADWORK (WORD)
              VALUES (:HV-WORD)
           END-EXEC
           IF SQLCODE NOT = 0
               SET DB-FAILED TO TRUE
               DISPLAY "Work list insert failed, SQLCODE: " SQLCODE
           END-IF
           .

       H055-WRITE-DETAIL.
           IF RPTFIL-OK
               MOVE SPACES TO WS-RPT-LINE
           END-IF
           .

       H056-REOPEN-WORD.
           IF TARGET-ANSWERS
               EXEC SQL
                  UPDATE COBOL.WORDLY
                  SET ADDED_VERSION = :HV-VERSION-NO,
                      RETIRED_VERSION = 0
                  WHERE WORD = :HV-WORD
               END-EXEC
           ELSE
               EXEC SQL
                  UPDATE COBOL.WORDLY_GUESSES
                  SET ADDED_VERSION = :HV-VERSION-NO,
                      RETIRED_VERSION = 0
                  WHERE WORD = :HV-WORD
               END-EXEC
           END-IF
           IF SQLCODE = 0
               ADD 1 TO WS-INSERT-COUNT
               ADD 1 TO WS-REINSTATE-COUNT
               MOVE HV-RETIRED-VERSION TO WS-VERSION-EDIT
               MOVE SPACES TO WS-REJECT-REASON
               STRING "REINSTATED, retired in version"
                   DELIMITED BY SIZE
                   WS-VERSION-EDIT DELIMITED BY SIZE
                   INTO WS-REJECT-REASON
               PERFORM H055-WRITE-DETAIL
           ELSE
               SET DB-FAILED TO TRUE
               DISPLAY "Reinstate failed, SQLCODE: " SQLCODE
           END-IF
           .

       H060-WRITE-LOAD-TOTALS.
           MOVE SPACES TO WS-RPT-LINE
           STRING "BEFORE: " DELIMITED BY SIZE
               WRITE RPT-RECORD
           END-IF
           DISPLAY WS-RPT-LINE
      *    INSERTED above includes the reinstated words.
           MOVE SPACES TO WS-RPT-LINE
           STRING "REINSTATED: " DELIMITED BY SIZE
               WS-REINSTATE-COUNT DELIMITED BY SIZE
               " UNCHANGED: " DELIMITED BY SIZE
               WS-UNCHANGED-COUNT DELIMITED BY SIZE
               " RETIRED: " DELIMITED BY SIZE
               WS-RETIRE-COUNT DELIMITED BY SIZE
               INTO WS-RPT-LINE
           IF RPTFIL-OK
               MOVE WS-RPT-LINE TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF
           DISPLAY WS-RPT-LINE
           .

       H065-RETIRE-WORDS.
      *    Every current word the full list left out is retired in
      *    this version. The rows stay, so history rows, saved
      *    sessions and older versions still find their words. Not
      *    on a list with rejects or with no good words at all - a
      *    mistyped or empty feed would retire words still in use.
           IF RPTFIL-OK
               MOVE SPACES TO RPT-RECORD
               WRITE RPT-RECORD
               MOVE "WORDS RETIRED - NOT ON THE FULL LIST:"
                   TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           EVALUATE TRUE
               WHEN WS-REJECT-COUNT > 0
                   STRING "RETIRE STEP SKIPPED - LIST HAS REJECTS, "
                       DELIMITED BY SIZE
                       "FIX WORDIN AND RERUN" DELIMITED BY SIZE
                       INTO WS-RPT-LINE
               WHEN WS-INSERT-COUNT + WS-UNCHANGED-COUNT = 0
                   MOVE "RETIRE STEP SKIPPED - NO GOOD WORDS ON LIST"
                       TO WS-RPT-LINE
           END-EVALUATE
           IF WS-RPT-LINE NOT = SPACES
               SET RETIRE-SKIPPED TO TRUE
               IF RPTFIL-OK
                   MOVE WS-RPT-LINE TO RPT-RECORD
                   WRITE RPT-RECORD
               END-IF
               DISPLAY WS-RPT-LINE
           ELSE
               IF TARGET-ANSWERS
                   EXEC SQL
                      OPEN RETACURS
                   END-EXEC
               ELSE
                   EXEC SQL
                      OPEN RETGCURS
                   END-EXEC
               END-IF
               IF SQLCODE NOT = 0
                   DISPLAY "Retire cursor failed, SQLCODE: " SQLCODE
                   SET DB-FAILED TO TRUE
               ELSE
                   SET RETIRE-CURSOR-OPEN TO TRUE
                   PERFORM H066-RETIRE-NEXT UNTIL END-OF-RETIRE
                   PERFORM H069-CLOSE-RETIRE
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "RETIRED TOTAL: " DELIMITED BY SIZE
                       WS-RETIRE-COUNT DELIMITED BY SIZE
                       INTO WS-RPT-LINE
                   IF RPTFIL-OK
                       MOVE WS-RPT-LINE TO RPT-RECORD
                       WRITE RPT-RECORD
                   END-IF
                   DISPLAY WS-RPT-LINE
               END-IF
           END-IF
           .

       H066-RETIRE-NEXT.
           IF TARGET-ANSWERS
               EXEC SQL
                  FETCH RETACURS
                    INTO :HV-WORD
               END-EXEC
           ELSE
               EXEC SQL
                  FETCH RETGCURS
                    INTO :HV-WORD
               END-EXEC
           END-IF
           EVALUATE TRUE
               WHEN FUNCTION INTEGER-PART(SQLCODE) = 100
                   SET END-OF-RETIRE TO TRUE
               WHEN SQLCODE NOT = 0
                   DISPLAY "Retire fetch failed, SQLCODE: " SQLCODE
                       " - retirements incomplete"
                   SET DB-FAILED TO TRUE
                   SET END-OF-RETIRE TO TRUE
               WHEN OTHER
                   PERFORM H067-RETIRE-WORD
           END-EVALUATE
           .

       H067-RETIRE-WORD.
           IF TARGET-ANSWERS
               EXEC SQL
                  UPDATE COBOL.WORDLY
                  SET RETIRED_VERSION = :HV-VERSION-NO
                  WHERE CURRENT OF RETACURS
               END-EXEC
           ELSE
               EXEC SQL
                  UPDATE COBOL.WORDLY_GUESSES
                  SET RETIRED_VERSION = :HV-VERSION-NO
                  WHERE CURRENT OF RETGCURS
               END-EXEC
           END-IF
           IF SQLCODE = 0
               ADD 1 TO WS-RETIRE-COUNT
               IF RPTFIL-OK
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "  " DELIMITED BY SIZE
                       HV-WORD DELIMITED BY SIZE
                       "  RETIRED" DELIMITED BY SIZE
                       INTO WS-RPT-LINE
                   MOVE WS-RPT-LINE TO RPT-RECORD
                   WRITE RPT-RECORD
               END-IF
           ELSE
               DISPLAY "Retire update failed, SQLCODE: " SQLCODE
                   " - retirements incomplete"
               SET DB-FAILED TO TRUE
               SET END-OF-RETIRE TO TRUE
           END-IF
           .

       H068-CLOSE-VERSION.
      *    The version's totals, and COMPLETE = Y: a load that
      *    stopped partway leaves its version row at N.
           MOVE WS-INSERT-COUNT TO HV-WORDS-ADDED
           MOVE WS-RETIRE-COUNT TO HV-WORDS-RETIRED
           EXEC SQL
              UPDATE COBOL.WORDLY_VERSIONS
              SET WORDS_ADDED = :HV-WORDS-ADDED,
                  WORDS_RETIRED = :HV-WORDS-RETIRED,
                  COMPLETE = 'Y'
              WHERE VERSION_NO = :HV-VERSION-NO
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "Version close failed, SQLCODE: " SQLCODE
               SET DB-FAILED TO TRUE
           END-IF
           .

       H069-CLOSE-RETIRE.
           IF TARGET-ANSWERS
               EXEC SQL
                  CLOSE RETACURS
               END-EXEC
           ELSE
               EXEC SQL
                  CLOSE RETGCURS
               END-EXEC
           END-IF
           MOVE "N" TO RETIRE-CURSOR-SW
           .

       H070-RECONCILE.
           END-IF
           .

       H080-COUNT-ANSWERS.
           MOVE ZERO TO HV-ROW-COUNT
           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-ROW-COUNT
              FROM COBOL.WORDLY
              WHERE RETIRED_VERSION = 0
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "Answer row count failed, SQLCODE: " SQLCODE
           ELSE
               MOVE HV-ROW-COUNT TO WS-ANSWER-ROWS
           END-IF
           .

       H090-WRITE-RUNCTL.
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
               MOVE "WORDLOAD" TO RUN-JOB-NAME
               MOVE WS-RUN-TIMESTAMP(1:8) TO RUN-DATE
               MOVE WS-RUN-TIMESTAMP(9:6) TO RUN-TIME
               MOVE RETURN-CODE TO RUN-RETURN-CODE
               MOVE WS-READ-COUNT TO RUN-READ-COUNT
               MOVE WS-INSERT-COUNT TO RUN-INSERT-COUNT
               MOVE WS-REJECT-COUNT TO RUN-REJECT-COUNT
      *        Words a full-list load found already on the list go
      *        in the archive column, so WORDCTL's read = loaded +
      *        rejected + unchanged balance still holds.
               MOVE WS-UNCHANGED-COUNT TO RUN-ARCHIVE-COUNT
               MOVE WS-ANSWER-ROWS TO RUN-TABLE-COUNT
               MOVE WS-TARGET TO RUN-QUALIFIER
               WRITE RUNCTL-RECORD
               CLOSE RUNCTL
           END-IF
           .

       H999-EXIT.
           IF RECON-CURSOR-OPEN
               EXEC SQL
                  CLOSE RECONCURS
               END-EXEC
           END-IF
           IF RETIRE-CURSOR-OPEN
               PERFORM H069-CLOSE-RETIRE
           END-IF
           IF (TARGET-ANSWERS OR TARGET-GUESSES)
               AND (WORDIN-OK OR WORDIN-EOF)
               CLOSE WORDIN
