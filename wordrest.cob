      *          restored history rows are stamped with the restore
      *          date - membership (what the candidate search
      *          filters on) is exact, the dates are not, and the
      *          control report says so. Nor does it carry the
      *          dictionary version of each word (see wordload.cob),
      *          so restored words take ADDED_VERSION 0 - on the
      *          list since before versioning - and a replay of an
      *          older date may see a few words it did not have.
      * Input:   WORDSNAP - the indexed snapshot (word + played
      *          flag, record key WORD).
      *          SYSIN/terminal - the operator id, who must hold
      *          function RS in COBOL.WORDLY_OPERATORS (see
      *          wordauth.cob).
      *          WORDCRED - DB2 credentials (see wordcred.cob).
      * Output:  RESTRPT - control report: before/after row counts
      *          for both tables and the per-record insert/
      *          duplicate/reject dispositions, as WORDHIST's.
      *          RUNCTL - one run-control record per run (job,
      *          date/time, return code and counts) for WORDCTL.
      *          WORDSLOG - security log, a refused restore is
      *          written there by WORDAUTH.
      * Rejects: a snapshot record whose word is not 5 lowercase
      *          letters or whose flag is not Y/N (a damaged
      *          snapshot record).
      * Return codes: 0 restore complete, 4 one or more records
      *          rejected, 8 no DB2 connection, no snapshot, the
      *          operator is not authorized (nothing restored), or
      *          DB2 failed partway (partial restore - rerun, the
      *          duplicate handling makes the rerun safe).
      * Tectonics: cob2
      * Compiler: IBM Cobol for Linux 1.2.0
      * How to compile:
      * 1. cob2 -I$HOME/sqllib/include/cobol_a -L$HOME/sqllib/lib32
      *        -ldb2 wordrest.cob -qsql -q32 -qNODYNAM -c
      * 2. cob2 wordrest.o wordcred.o wordauth.o -q32
      *        -I$HOME/sqllib/include/cobol_a -L$HOME/sqllib/lib32
      *        -ldb2 -o wordrest
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           SELECT RPTFIL ASSIGN TO "RESTRPT"
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
       01  WS-SNAPFIL-STATUS       PIC X(2) VALUE "00".
           88  SNAPFIL-EOF                 VALUE "10".
       01  WS-RPTFIL-STATUS        PIC X(2) VALUE "00".
           88  RPTFIL-OK                   VALUE "00".
      *    Authorization call to WORDAUTH before the restore.
       01  WS-OPERATOR-ID          PIC X(8) VALUE SPACES.
       01  WS-PROGRAM-NAME         PIC X(8) VALUE "WORDREST".
       01  WS-AUTH-FUNCTION        PIC X(2) VALUE "RS".
       01  WS-AUTH-OK              PIC X(1) VALUE "N".
           88  OPERATOR-AUTHORIZED         VALUE "Y".
       01  WS-READ-COUNT           PIC 9(5) VALUE ZERO.
       01  WS-WORD-INS-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-WORD-DUP-COUNT       PIC 9(5) VALUE ZERO.
           88  DB-FAILED                   VALUE "Y".
       01  WS-RPT-LINE             PIC X(80) VALUE SPACES.
       01  WS-RPT-TIMESTAMP        PIC X(26) VALUE SPACES.
      *    Status 05 is a successful open of an OPTIONAL file that
      *    was not there yet - the first run creates the ledger.
       01  WS-RUNCTL-STATUS        PIC X(2) VALUE "00".
           88  RUNCTL-OK                   VALUES "00" "05".
       01  WS-RUN-TIMESTAMP        PIC X(21) VALUE SPACES.
       01  WS-BEFORE-WORDS         PIC 9(5) VALUE ZERO.
       01  WS-BEFORE-HIST          PIC 9(5) VALUE ZERO.
       01  WS-AFTER-WORDS          PIC 9(5) VALUE ZERO.
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
       01  HV-MATCH-COUNT          PIC 9(5) VALUE ZERO.
           PERFORM P010-OPENFILES
           PERFORM P020-CONNECTDB
           IF CONNECT-SUCCESSFUL AND SNAPFIL-OK
               PERFORM P024-AUTHORIZE-RESTORE
           END-IF
           IF OPERATOR-AUTHORIZED
               PERFORM P025-COUNT-TABLES
               MOVE HV-ROW-COUNT TO WS-BEFORE-HIST
               PERFORM P030-RESTORE-SNAPSHOT
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM P090-WRITE-RUNCTL
           PERFORM P999-EXIT
           GOBACK
           .

       P010-OPENFILES.
           DISPLAY "Operator id: " WITH NO ADVANCING
           ACCEPT WS-OPERATOR-ID
           INSPECT WS-OPERATOR-ID CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           OPEN INPUT SNAPFIL
           IF NOT SNAPFIL-OK
      *        No snapshot means no restore - report failure, or

       P020-CONNECTDB.
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

       P024-AUTHORIZE-RESTORE.
      *    Checked after the CONNECT, since the operator table is
      *    in DB2. A refusal is logged by WORDAUTH; nothing is
      *    restored and the job ends RC 8.
           CALL "wordauth" USING BY REFERENCE WS-OPERATOR-ID,
               WS-AUTH-FUNCTION, WS-PROGRAM-NAME, WS-AUTH-OK
           ON EXCEPTION DISPLAY "Called program not found!"
           END-CALL
           IF NOT OPERATOR-AUTHORIZED
               DISPLAY "Operator " WS-OPERATOR-ID " not authorized "
                   "for " WS-AUTH-FUNCTION " - nothing restored"
               IF RPTFIL-OK
                   MOVE SPACES TO RPT-RECORD
                   STRING "RESTORE REFUSED: OPERATOR "
                       DELIMITED BY SIZE
                       WS-OPERATOR-ID DELIMITED BY SIZE
                       " NOT AUTHORIZED FOR " DELIMITED BY SIZE
                       WS-AUTH-FUNCTION DELIMITED BY SIZE
                       INTO RPT-RECORD
                   WRITE RPT-RECORD
               END-IF
           END-IF
           .

       P025-COUNT-TABLES.
      *    Both row counts, for the before/after lines. The word
      *    count (words on the current list) lands in its own field
      *    here; the history count is left in HV-ROW-COUNT for the
      *    caller to place.
           MOVE ZERO TO HV-ROW-COUNT
           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-ROW-COUNT
              FROM COBOL.WORDLY
              WHERE RETIRED_VERSION = 0
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "Row count failed, SQLCODE: " SQLCODE
           DISPLAY WS-RPT-LINE
           .

       P090-WRITE-RUNCTL.
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
               MOVE "WORDREST" TO RUN-JOB-NAME
               MOVE WS-RUN-TIMESTAMP(1:8) TO RUN-DATE
               MOVE WS-RUN-TIMESTAMP(9:6) TO RUN-TIME
               MOVE RETURN-CODE TO RUN-RETURN-CODE
               MOVE WS-READ-COUNT TO RUN-READ-COUNT
               COMPUTE RUN-INSERT-COUNT =
                   WS-WORD-INS-COUNT + WS-HIST-INS-COUNT
               MOVE WS-REJECT-COUNT TO RUN-REJECT-COUNT
               MOVE WS-AFTER-WORDS TO RUN-TABLE-COUNT
               WRITE RUNCTL-RECORD
               CLOSE RUNCTL
           END-IF
           .

       P999-EXIT.
           IF SNAPFIL-OK OR SNAPFIL-EOF
               CLOSE SNAPFIL
