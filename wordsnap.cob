      ******************************************************************
      * Author: Tom Zuurbier
      * Date: 2026
      * Purpose: Nightly export of the current COBOL.WORDLY list
      *          (retired words left out) to the WORDSNAP
      *          indexed snapshot file, with the played flag folded
      *          in from COBOL.WORDLY_HISTORY. DBQUERY searches this
      *          snapshot in COBOL when DB2 is down, so WORDL keeps
      *          working through maintenance windows; running this
      *          nightly keeps the fallback at most a day stale.
      * Input:   RUNCTL - the run-control ledger; the latest
      *          WORDHIST record dated today or yesterday (the
      *          nightly stream straddles midnight), written after
      *          the last good WORDSNAP export, must show a
      *          completed load (RC 0 or 4).
      * Output:  WORDSNAP - indexed, record key WORD:
      *            cols 1-5  word
      *            col    6  played flag Y/N
      *          RUNCTL - one run-control record per run.
      * Return codes: 0 snapshot written, 8 the snapshot is not
      *          trustworthy - last night's WORDHIST load failed,
      *          has not run since the last export, the ledger could
      *          not be read, or no DB2 connection (old snapshot kept
      *          in both cases), or the export stopped partway
      *          (partial snapshot on disk): rerun before relying
      *          on it.
      * Tectonics: cob2
      * Compiler: IBM Cobol for Linux 1.2.0
      * How to compile:
      * 1. cob2 -I$HOME/sqllib/include/cobol_a -L$HOME/sqllib/lib32
      *        -ldb2 wordsnap.cob -qsql -q32 -qNODYNAM -c
      * 2. cob2 wordsnap.o wordcred.o -q32
      *        -I$HOME/sqllib/include/cobol_a -L$HOME/sqllib/lib32
      *        -ldb2 -o wordsnap
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               ACCESS IS SEQUENTIAL
               RECORD KEY IS SNAP-WORD
               FILE STATUS IS WS-SNAPFIL-STATUS.
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
           05  SNAP-WORD           PIC X(5).
           05  SNAP-PLAYED         PIC X(1).

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
           88  SNAPFIL-OK                  VALUE "00".
       01  WS-EXPORT-COUNT         PIC 9(5) VALUE ZERO.
      *    Status 05 is a successful open of an OPTIONAL file that
      *    was not there yet - the first run creates the ledger.
       01  WS-RUNCTL-STATUS        PIC X(2) VALUE "00".
           88  RUNCTL-OK                   VALUES "00" "05".
       01  WS-RUN-TIMESTAMP        PIC X(21) VALUE SPACES.
      *-----------------------------------------------------------*
      * Stale-input check. The played flags come from
      * WORDLY_HISTORY, so the snapshot is only as good as last
      * night's WORDHIST load - the last WORDHIST run-control record
      * dated today or yesterday, and later than the last good
      * WORDSNAP export, decides whether this run may export.
      *-----------------------------------------------------------*
       01  WS-TODAY                PIC X(8) VALUE SPACES.
       01  WS-YESTERDAY            PIC 9(8) VALUE ZERO.
       01  WS-HIST-RUN-DATE        PIC X(8) VALUE SPACES.
       01  WS-HIST-RUN-RC          PIC 9(2) VALUE ZERO.
       01  WS-HIST-RUN-TIME        PIC X(6) VALUE SPACES.
       01  SWITCHES.
           05  END-OF-EXPORT-SW    PIC X   VALUE 'N'.
                   88 END-OF-EXPORT        VALUE 'Y'.
                   88 SNAP-CURSOR-OPEN     VALUE 'Y'.
           05  EXPORT-FAILED-SW    PIC X   VALUE 'N'.
                   88 EXPORT-FAILED        VALUE 'Y'.
           05  HIST-RUN-FOUND-SW   PIC X   VALUE 'N'.
                   88 HIST-RUN-FOUND       VALUE 'Y'.
           05  HIST-LOAD-GOOD-SW   PIC X   VALUE 'N'.
                   88 HIST-LOAD-GOOD       VALUE 'Y'.
           05  END-OF-RUNCTL-SW    PIC X   VALUE 'N'.
                   88 END-OF-RUNCTL        VALUE 'Y'.
           05  RUNCTL-READ-FAILED-SW PIC X VALUE 'N'.
                   88 RUNCTL-READ-FAILED   VALUE 'Y'.
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
       01  HV-PLAYED               PIC X(1).
            INCLUDE SQLCA
           END-EXEC.
      *    Ascending by WORD so the indexed file loads in key order.
      *    Only words on the current list - retired rows stay in
      *    COBOL.WORDLY but are no longer answers.
           EXEC SQL
            DECLARE SNAPCURS CURSOR FOR
               SELECT WORD,
                          (SELECT WORD FROM COBOL.WORDLY_HISTORY)
                          THEN 'Y' ELSE 'N' END
               FROM COBOL.WORDLY
               WHERE RETIRED_VERSION = 0
               ORDER BY WORD
           END-EXEC.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           PERFORM J010-CHECK-HISTORY-LOAD
           IF HIST-LOAD-GOOD
               PERFORM J020-CONNECTDB
           END-IF
           IF CONNECT-SUCCESSFUL
               PERFORM J030-OPENEXPORT
               IF SNAPFIL-OK AND SNAP-CURSOR-OPEN
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM J090-WRITE-RUNCTL
           PERFORM J999-EXIT
           GOBACK
           .

       J010-CHECK-HISTORY-LOAD.
      *    A WORDHIST load that ended RC 8, or no load at all since
      *    the last export, leaves WORDLY_HISTORY behind the real
      *    answers and the snapshot would carry wrong played flags
      *    into DBQUERY's offline fallback - keep the previous
      *    snapshot instead. RC 4 means rejects on HISTRPT, but
      *    every good record was loaded, so the export goes ahead.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           MOVE WS-RUN-TIMESTAMP(1:8) TO WS-TODAY
           COMPUTE WS-YESTERDAY = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-TODAY)) - 1)
           MOVE "00" TO WS-RUNCTL-STATUS
           OPEN INPUT RUNCTL
           IF RUNCTL-OK
               PERFORM J012-READ-RUNCTL UNTIL END-OF-RUNCTL
                   OR RUNCTL-READ-FAILED
               CLOSE RUNCTL
           END-IF
           EVALUATE TRUE
               WHEN RUNCTL-READ-FAILED
                   DISPLAY "RUNCTL could not be read - snapshot "
                       "kept as-is"
               WHEN NOT HIST-RUN-FOUND
                   DISPLAY "No WORDHIST run recorded since the last "
                       "export (" WS-YESTERDAY " or " WS-TODAY
                       ") - snapshot kept as-is"
               WHEN WS-HIST-RUN-RC > 4
                   DISPLAY "Last night's WORDHIST load ended RC "
                       WS-HIST-RUN-RC " on " WS-HIST-RUN-DATE
                       " at " WS-HIST-RUN-TIME
                       " - snapshot kept as-is"
               WHEN OTHER
                   SET HIST-LOAD-GOOD TO TRUE
           END-EVALUATE
           .

       J012-READ-RUNCTL.
      *    Later records are later runs - a rerun of the load after
      *    a failure supersedes the failed run, and a good export
      *    has used up every load before it. A WORDSNAP run that
      *    did not export (RC 8) leaves the load it refused or
      *    failed on still waiting.
           READ RUNCTL
               AT END
                   SET END-OF-RUNCTL TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN RUN-JOB-NAME = "WORDSNAP"
                           AND RUN-RETURN-CODE = 0
                           MOVE "N" TO HIST-RUN-FOUND-SW
                       WHEN RUN-JOB-NAME = "WORDHIST"
                           AND (RUN-DATE = WS-TODAY
                               OR RUN-DATE = WS-YESTERDAY)
                           SET HIST-RUN-FOUND TO TRUE
                           MOVE RUN-RETURN-CODE TO WS-HIST-RUN-RC
                           MOVE RUN-DATE TO WS-HIST-RUN-DATE
                           MOVE RUN-TIME TO WS-HIST-RUN-TIME
                   END-EVALUATE
           END-READ
           IF WS-RUNCTL-STATUS NOT = "00"
               AND WS-RUNCTL-STATUS NOT = "10"
               DISPLAY "RUNCTL read failed, status "
                   WS-RUNCTL-STATUS
               SET RUNCTL-READ-FAILED TO TRUE
           END-IF
           .

       J020-CONNECTDB.
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
           END-IF
           .

       J090-WRITE-RUNCTL.
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
               MOVE "WORDSNAP" TO RUN-JOB-NAME
               MOVE WS-RUN-TIMESTAMP(1:8) TO RUN-DATE
               MOVE WS-RUN-TIMESTAMP(9:6) TO RUN-TIME
               MOVE RETURN-CODE TO RUN-RETURN-CODE
               MOVE WS-EXPORT-COUNT TO RUN-EXPORT-COUNT
               WRITE RUNCTL-RECORD
               CLOSE RUNCTL
           END-IF
           .

       J999-EXIT.
           IF SNAP-CURSOR-OPEN
               EXEC SQL
