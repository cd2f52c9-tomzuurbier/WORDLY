      *            cols  1- 5  word (5 lowercase letters)
      *            col      6  space
      *            cols  7-16  date played (YYYY-MM-DD)
      *          SYSIN/terminal - the operator id, who must hold
      *          function HL in COBOL.WORDLY_OPERATORS (see
      *          wordauth.cob); for the nightly run, the batch id.
      *          WORDCRED - DB2 credentials (see wordcred.cob).
      * Output:  HISTRPT - control report of inserted/rejected
      *          records with totals.
      *          RUNCTL - one run-control record per run (job,
      *          date/time, return code and counts) for WORDCTL.
      *          WORDSLOG - security log, a refused load is written
      *          there by WORDAUTH.
      * Rejects: not 5 lowercase letters, not on the current
      *          COBOL.WORDLY list, already in COBOL.WORDLY_HISTORY,
      *          or a date DB2 refuses.
      * Return codes: 0 all records inserted, 4 one or more records
      *          rejected, 8 no DB2 connection, the WORDFEED file
      *          would not open, the operator is not authorized
      *          (nothing loaded), or DB2 failed partway (partial
      *          load - rerun the feed; duplicates are rejected).
      * Tectonics: cob2
      * Compiler: IBM Cobol for Linux 1.2.0
      * How to compile:
      * 1. cob2 -I$HOME/sqllib/include/cobol_a -L$HOME/sqllib/lib32
      *        -ldb2 wordhist.cob -qsql -q32 -qNODYNAM -c
      * 2. cob2 wordhist.o wordcred.o wordauth.o -q32
      *        -I$HOME/sqllib/include/cobol_a -L$HOME/sqllib/lib32
      *        -ldb2 -o wordhist
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           SELECT RPTFIL ASSIGN TO "HISTRPT"
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
       01  WS-FEEDFIL-STATUS       PIC X(2) VALUE "00".
           88  FEEDFIL-EOF                 VALUE "10".
       01  WS-RPTFIL-STATUS        PIC X(2) VALUE "00".
           88  RPTFIL-OK                   VALUE "00".
      *    Authorization call to WORDAUTH before the load.
       01  WS-OPERATOR-ID          PIC X(8) VALUE SPACES.
       01  WS-PROGRAM-NAME         PIC X(8) VALUE "WORDHIST".
       01  WS-AUTH-FUNCTION        PIC X(2) VALUE "HL".
       01  WS-AUTH-OK              PIC X(1) VALUE "N".
           88  OPERATOR-AUTHORIZED         VALUE "Y".
       01  WS-READ-COUNT           PIC 9(5) VALUE ZERO.
       01  WS-INSERT-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-REJECT-COUNT         PIC 9(5) VALUE ZERO.
           05  RPT-TOT-REJ         PIC 9(5).
           05  FILLER              PIC X(33) VALUE SPACES.
       01  WS-RPT-TIMESTAMP        PIC X(26) VALUE SPACES.
      *    Status 05 is a successful open of an OPTIONAL file that
      *    was not there yet - the first run creates the ledger.
       01  WS-RUNCTL-STATUS        PIC X(2) VALUE "00".
           88  RUNCTL-OK                   VALUES "00" "05".
       01  WS-RUN-TIMESTAMP        PIC X(21) VALUE SPACES.
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
       01  HV-DATE                 PIC X(10).
           PERFORM F010-OPENFILES
           PERFORM F020-CONNECTDB
           IF CONNECT-SUCCESSFUL
               PERFORM F024-AUTHORIZE-LOAD
           END-IF
      *    Not connected leaves OPERATOR-AUTHORIZED off as well.
           IF OPERATOR-AUTHORIZED
               PERFORM F030-LOAD-FEED
               PERFORM F060-WRITE-TOTALS
               EVALUATE TRUE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM F090-WRITE-RUNCTL
           PERFORM F999-EXIT
           GOBACK
           .

       F010-OPENFILES.
           DISPLAY "Operator id: " WITH NO ADVANCING
           ACCEPT WS-OPERATOR-ID
           INSPECT WS-OPERATOR-ID CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           OPEN INPUT FEEDFIL
           IF NOT FEEDFIL-OK
      *        No feed means no load - report failure, or a missed

       F020-CONNECTDB.
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

       F024-AUTHORIZE-LOAD.
      *    Checked after the CONNECT, since the operator table is
      *    in DB2. A refusal is logged by WORDAUTH; nothing is
      *    loaded and the job ends RC 8.
           CALL "wordauth" USING BY REFERENCE WS-OPERATOR-ID,
               WS-AUTH-FUNCTION, WS-PROGRAM-NAME, WS-AUTH-OK
           ON EXCEPTION DISPLAY "Called program not found!"
           END-CALL
           IF NOT OPERATOR-AUTHORIZED
               DISPLAY "Operator " WS-OPERATOR-ID " not authorized "
                   "for " WS-AUTH-FUNCTION " - nothing loaded"
               IF RPTFIL-OK
                   MOVE SPACES TO RPT-RECORD
                   STRING "LOAD REFUSED: OPERATOR " DELIMITED BY SIZE
                       WS-OPERATOR-ID DELIMITED BY SIZE
                       " NOT AUTHORIZED FOR " DELIMITED BY SIZE
                       WS-AUTH-FUNCTION DELIMITED BY SIZE
                       INTO RPT-RECORD
                   WRITE RPT-RECORD
               END-IF
           END-IF
           .

       F030-LOAD-FEED.
           IF FEEDFIL-OK
               PERFORM F040-PROCESS-RECORD UNTIL FEEDFIL-EOF

       F045-VALIDATE-RECORD.
      *    The word must be exactly 5 lowercase letters, must be on
      *    the current official answer list (a retired word was
      *    dropped from the game), and must not already be in the
      *    history table (a rerun of the same feed, or a day loaded
      *    twice).
           MOVE "Y" TO WS-WORD-VALID
                  INTO :HV-MATCH-COUNT
                  FROM COBOL.WORDLY
                  WHERE WORD = :HV-WORD
                    AND RETIRED_VERSION = 0
               END-EXEC
      *        A failing lookup is a DB2 problem, not a bad record
      *        - stopping here keeps false reject reasons off the
                           "SQLCODE: " SQLCODE
                   WHEN HV-MATCH-COUNT = 0
                       MOVE "N" TO WS-WORD-VALID
                       MOVE "REJECT: not on current answer list"
                           TO WS-REJECT-REASON
                   WHEN OTHER
                       PERFORM F047-CHECK-DUPLICATE
               " rejected " WS-REJECT-COUNT
           .

       F090-WRITE-RUNCTL.
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
               MOVE "WORDHIST" TO RUN-JOB-NAME
               MOVE WS-RUN-TIMESTAMP(1:8) TO RUN-DATE
               MOVE WS-RUN-TIMESTAMP(9:6) TO RUN-TIME
               MOVE RETURN-CODE TO RUN-RETURN-CODE
               MOVE WS-READ-COUNT TO RUN-READ-COUNT
               MOVE WS-INSERT-COUNT TO RUN-INSERT-COUNT
               MOVE WS-REJECT-COUNT TO RUN-REJECT-COUNT
               WRITE RUNCTL-RECORD
               CLOSE RUNCTL
           END-IF
           .

       F999-EXIT.
           IF FEEDFIL-OK OR FEEDFIL-EOF
               CLOSE FEEDFIL
