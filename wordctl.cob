      ******************************************************************
      * Author: Tom Zuurbier
      * Date: 2026
      * Purpose: Morning exceptions report over the RUNCTL
      *          run-control ledger. Every batch job (WORDHIST,
      *          WORDSNAP, WORDVRFY, WORDBOOK, WORDLOAD, WORDREST,
      *          WORDPRUN, WORDJCLR and WORDL in batch mode) appends
      *          one record per run: job, run date/time, return code
      *          and its counts.
      *          This job reads the ledger back and lists, per job,
      *          the last run on or before the report date, then
      *          flags what the morning operator has to act on:
      *          - a nightly job (WORDHIST, WORDSNAP, WORDVRFY,
      *            WORDBOOK) with no run last night;
      *          - any job that ran last night and ended RC 4 or 8;
      *          - counts that disagree within a job (records read
      *            but neither loaded, rejected nor - for a WORDLOAD
      *            full-list load - found already on the list, which
      *            WORDLOAD records in the ARCHIVE column) or across
      *            jobs:
      *            WORDSNAP exporting a different number of words
      *            than the COBOL.WORDLY row count WORDLOAD last
      *            reported, WORDREST reading a different number of
      *            records than WORDSNAP last exported, and WORDSNAP
      *            or WORDVRFY running before that night's WORDHIST
      *            load (stale played flags / unconfirmable answer).
      *          "Last night" is the report date or the day before.
      * Input:   RUNCTL - the run-control ledger.
      *          SYSIN/terminal - report date as YYYYMMDD, blank for
      *          today.
      * Output:  CTLRPT - the exceptions report.
      * Return codes: 0 every job ran clean, 4 exceptions on the
      *          report, 8 the ledger could not be read.
      * Tectonics: cob2
      * Compiler: IBM Cobol for Linux 1.2.0
      * How to compile:
      * 1. cob2 wordctl.cob -q32 -o wordctl
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. WORDCTL.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RUNCTL ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT RPTFIL ASSIGN TO "CTLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPTFIL-STATUS.

      *-------------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
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

       FD  RPTFIL
           LABEL RECORDS ARE STANDARD.
       01  RPT-RECORD              PIC X(80).

       WORKING-STORAGE SECTION.
      *-----------------------
      *    Status 05 is a successful open of an OPTIONAL file that
      *    was not there yet - no ledger reads as no job ran.
       01  WS-RUNCTL-STATUS        PIC X(2) VALUE "00".
           88  RUNCTL-OK                   VALUES "00" "05".
           88  RUNCTL-EOF                  VALUE "10".
       01  WS-RPTFIL-STATUS        PIC X(2) VALUE "00".
           88  RPTFIL-OK                   VALUE "00".
       01  WS-REPORT-DATE          PIC X(8) VALUE SPACES.
       01  WS-REPORT-DAY           PIC 9(7) VALUE ZERO.
       01  WS-RUN-DAY              PIC 9(7) VALUE ZERO.
       01  WS-DAYS-AGO             PIC S9(7) VALUE ZERO.
       01  WS-RPT-TIMESTAMP        PIC X(26) VALUE SPACES.
       01  WS-RPT-LINE             PIC X(80) VALUE SPACES.
       01  WS-RECORD-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-EXCEPTION-COUNT      PIC 9(3) VALUE ZERO.
       01  WS-EXCEPTION-TEXT       PIC X(70) VALUE SPACES.
       01  WS-EXCEPTION-JOB        PIC X(8) VALUE SPACES.
       01  WS-RC-EDIT              PIC 9(2) VALUE ZERO.
      *-----------------------------------------------------------*
      * The jobs that write to the ledger. The flag says whether
      * the job belongs to the nightly stream (a missing run is an
      * exception) or runs on demand (reported when it ran).
      *-----------------------------------------------------------*
       01  WS-JOB-VALUES.
           05  FILLER              PIC X(9) VALUE "WORDHISTY".
           05  FILLER              PIC X(9) VALUE "WORDSNAPY".
           05  FILLER              PIC X(9) VALUE "WORDVRFYY".
           05  FILLER              PIC X(9) VALUE "WORDLOADN".
           05  FILLER              PIC X(9) VALUE "WORDRESTN".
           05  FILLER              PIC X(9) VALUE "WORDPRUNN".
           05  FILLER              PIC X(9) VALUE "WORDL   N".
           05  FILLER              PIC X(9) VALUE "WORDBOOKY".
           05  FILLER              PIC X(9) VALUE "WORDJCLRN".
       01  WS-JOB-TABLE REDEFINES WS-JOB-VALUES.
           05  WS-JOB-ENTRY        OCCURS 9 TIMES.
               10  WS-JOB-NAME     PIC X(8).
               10  WS-JOB-NIGHTLY  PIC X(1).
       01  WS-JOB-COUNT            PIC 9(1) VALUE 9.
       01  WS-JOB-I                PIC 9(2) VALUE ZERO.
       01  WS-JOB-SLOT             PIC 9(2) VALUE ZERO.
      *    Slots of the jobs the cross-checks compare.
       01  WS-HIST-SLOT            PIC 9(1) VALUE 1.
       01  WS-SNAP-SLOT            PIC 9(1) VALUE 2.
       01  WS-VRFY-SLOT            PIC 9(1) VALUE 3.
       01  WS-LOAD-SLOT            PIC 9(1) VALUE 4.
       01  WS-REST-SLOT            PIC 9(1) VALUE 5.
      *-----------------------------------------------------------*
      * Last run per job on or before the report date - the ledger
      * is in run order, so each later record replaces the slot.
      *-----------------------------------------------------------*
       01  WS-LAST-RUN-TABLE.
           05  WS-LAST-RUN         OCCURS 9 TIMES.
               10  WS-LR-FOUND     PIC X(1).
               10  WS-LR-DATE      PIC X(8).
               10  WS-LR-TIME      PIC X(6).
               10  WS-LR-RC        PIC 9(2).
               10  WS-LR-READ      PIC 9(7).
               10  WS-LR-INSERT    PIC 9(7).
               10  WS-LR-REJECT    PIC 9(7).
               10  WS-LR-EXPORT    PIC 9(7).
               10  WS-LR-ARCHIVE   PIC 9(7).
               10  WS-LR-TABLE     PIC 9(7).
               10  WS-LR-RECENT    PIC X(1).
      *    Cross-job figures. WORDLOAD carries the COBOL.WORDLY row
      *    count on every run that reached DB2; WORDREST is held
      *    against the last clean WORDSNAP export before it.
       01  WS-LOAD-ANSWER-ROWS     PIC 9(7) VALUE ZERO.
       01  WS-LOAD-ROWS-DATE       PIC X(8) VALUE SPACES.
       01  WS-SNAP-GOOD-EXPORT     PIC 9(7) VALUE ZERO.
       01  WS-REST-SNAP-EXPORT     PIC 9(7) VALUE ZERO.
       01  WS-RUN-STAMP-A          PIC X(14) VALUE SPACES.
       01  WS-RUN-STAMP-B          PIC X(14) VALUE SPACES.
       01  WS-STATUS-HEADING.
           05  FILLER              PIC X(34)
               VALUE "JOB      LAST RUN       RC    READ".
           05  FILLER              PIC X(32)
               VALUE "  INSERT  REJECT  EXPORT ARCHIVE".
           05  FILLER              PIC X(14) VALUE SPACES.
       01  WS-STATUS-DETAIL.
           05  SD-JOB-NAME         PIC X(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  SD-RUN-DATE         PIC X(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  SD-RUN-TIME         PIC X(4).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  SD-RC               PIC X(2).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  SD-READ             PIC Z(6)9.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  SD-INSERT           PIC Z(6)9.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  SD-REJECT           PIC Z(6)9.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  SD-EXPORT           PIC Z(6)9.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  SD-ARCHIVE          PIC Z(6)9.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  SD-NOTE             PIC X(7).
       01  WS-COUNT-EDIT-A         PIC Z(6)9.
       01  WS-COUNT-EDIT-B         PIC Z(6)9.
       01  SWITCHES.
           05  LEDGER-FAILED-SW    PIC X   VALUE 'N'.
                   88 LEDGER-FAILED        VALUE 'Y'.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           PERFORM R010-INIT
           IF RUNCTL-OK
               PERFORM R030-READ-LEDGER UNTIL RUNCTL-EOF
                   OR LEDGER-FAILED
           END-IF
           IF LEDGER-FAILED
               DISPLAY "RUNCTL unreadable - no exceptions report"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM R040-MARK-RECENT
               PERFORM R050-WRITE-JOB-STATUS
               PERFORM R060-CHECK-JOBS
               PERFORM R070-CHECK-COUNTS
               PERFORM R080-WRITE-TOTALS
               IF WS-EXCEPTION-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM R999-EXIT
           GOBACK
           .

       R010-INIT.
           DISPLAY "Report date (YYYYMMDD, enter for today): "
               WITH NO ADVANCING
           ACCEPT WS-REPORT-DATE
           MOVE FUNCTION CURRENT-DATE TO WS-RPT-TIMESTAMP
           IF WS-REPORT-DATE = SPACES
               OR WS-REPORT-DATE IS NOT NUMERIC
               MOVE WS-RPT-TIMESTAMP(1:8) TO WS-REPORT-DATE
           END-IF
           COMPUTE WS-REPORT-DAY = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-REPORT-DATE))
           INITIALIZE WS-LAST-RUN-TABLE
           PERFORM VARYING WS-JOB-I FROM 1 BY 1
               UNTIL WS-JOB-I > WS-JOB-COUNT
               MOVE "N" TO WS-LR-FOUND(WS-JOB-I)
               MOVE "N" TO WS-LR-RECENT(WS-JOB-I)
           END-PERFORM
           OPEN INPUT RUNCTL
           IF NOT RUNCTL-OK
               DISPLAY "Unable to open RUNCTL, status "
                   WS-RUNCTL-STATUS
               SET LEDGER-FAILED TO TRUE
           END-IF
           OPEN OUTPUT RPTFIL
           IF NOT RPTFIL-OK
               DISPLAY "Unable to open CTLRPT, status "
                   WS-RPTFIL-STATUS
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING "WORDLY BATCH RUN-CONTROL EXCEPTIONS FOR "
               DELIMITED BY SIZE
               WS-REPORT-DATE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-RPT-TIMESTAMP(1:16) DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM R090-WRITE-LINE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM R090-WRITE-LINE
           .

       R030-READ-LEDGER.
           READ RUNCTL
               AT END
                   SET RUNCTL-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORD-COUNT
      *            Runs after the report date are left out, so the
      *            report can be rerun for an earlier morning.
                   IF RUN-DATE NOT > WS-REPORT-DATE
                       PERFORM R035-TAKE-RECORD
                   END-IF
           END-READ
           IF NOT RUNCTL-OK AND NOT RUNCTL-EOF
               DISPLAY "RUNCTL read failed, status "
                   WS-RUNCTL-STATUS
               SET LEDGER-FAILED TO TRUE
           END-IF
           .

       R035-TAKE-RECORD.
           MOVE ZERO TO WS-JOB-SLOT
           PERFORM VARYING WS-JOB-I FROM 1 BY 1
               UNTIL WS-JOB-I > WS-JOB-COUNT
               IF RUN-JOB-NAME = WS-JOB-NAME(WS-JOB-I)
                   MOVE WS-JOB-I TO WS-JOB-SLOT
               END-IF
           END-PERFORM
           IF WS-JOB-SLOT > 0
               MOVE "Y" TO WS-LR-FOUND(WS-JOB-SLOT)
               MOVE RUN-DATE TO WS-LR-DATE(WS-JOB-SLOT)
               MOVE RUN-TIME TO WS-LR-TIME(WS-JOB-SLOT)
               MOVE RUN-RETURN-CODE TO WS-LR-RC(WS-JOB-SLOT)
               MOVE RUN-READ-COUNT TO WS-LR-READ(WS-JOB-SLOT)
               MOVE RUN-INSERT-COUNT TO WS-LR-INSERT(WS-JOB-SLOT)
               MOVE RUN-REJECT-COUNT TO WS-LR-REJECT(WS-JOB-SLOT)
               MOVE RUN-EXPORT-COUNT TO WS-LR-EXPORT(WS-JOB-SLOT)
               MOVE RUN-ARCHIVE-COUNT TO WS-LR-ARCHIVE(WS-JOB-SLOT)
               MOVE RUN-TABLE-COUNT TO WS-LR-TABLE(WS-JOB-SLOT)
      *        Running figures the cross-checks need as they stood
      *        at the time, not just at the last run.
               EVALUATE TRUE
                   WHEN WS-JOB-SLOT = WS-LOAD-SLOT
                       AND RUN-RETURN-CODE < 8
                       AND RUN-TABLE-COUNT > 0
                       MOVE RUN-TABLE-COUNT TO WS-LOAD-ANSWER-ROWS
                       MOVE RUN-DATE TO WS-LOAD-ROWS-DATE
                   WHEN WS-JOB-SLOT = WS-SNAP-SLOT
                       AND RUN-RETURN-CODE = 0
                       MOVE RUN-EXPORT-COUNT TO WS-SNAP-GOOD-EXPORT
                   WHEN WS-JOB-SLOT = WS-REST-SLOT
                       MOVE WS-SNAP-GOOD-EXPORT TO WS-REST-SNAP-EXPORT
               END-EVALUATE
           END-IF
           .

       R040-MARK-RECENT.
      *    A run counts as last night's when it is dated the report
      *    date or the day before - the nightly stream straddles
      *    midnight.
           PERFORM VARYING WS-JOB-I FROM 1 BY 1
               UNTIL WS-JOB-I > WS-JOB-COUNT
               IF WS-LR-FOUND(WS-JOB-I) = "Y"
                   AND WS-LR-DATE(WS-JOB-I) IS NUMERIC
                   COMPUTE WS-RUN-DAY = FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-LR-DATE(WS-JOB-I)))
                   COMPUTE WS-DAYS-AGO = WS-REPORT-DAY - WS-RUN-DAY
                   IF WS-DAYS-AGO < 2
                       MOVE "Y" TO WS-LR-RECENT(WS-JOB-I)
                   END-IF
               END-IF
           END-PERFORM
           .

       R050-WRITE-JOB-STATUS.
           MOVE WS-STATUS-HEADING TO WS-RPT-LINE
           PERFORM R090-WRITE-LINE
           PERFORM VARYING WS-JOB-I FROM 1 BY 1
               UNTIL WS-JOB-I > WS-JOB-COUNT
               MOVE SPACES TO WS-STATUS-DETAIL
               MOVE WS-JOB-NAME(WS-JOB-I) TO SD-JOB-NAME
               IF WS-LR-FOUND(WS-JOB-I) = "Y"
                   MOVE WS-LR-DATE(WS-JOB-I) TO SD-RUN-DATE
                   MOVE WS-LR-TIME(WS-JOB-I)(1:4) TO SD-RUN-TIME
                   MOVE WS-LR-RC(WS-JOB-I) TO WS-RC-EDIT
                   MOVE WS-RC-EDIT TO SD-RC
                   MOVE WS-LR-READ(WS-JOB-I) TO SD-READ
                   MOVE WS-LR-INSERT(WS-JOB-I) TO SD-INSERT
                   MOVE WS-LR-REJECT(WS-JOB-I) TO SD-REJECT
                   MOVE WS-LR-EXPORT(WS-JOB-I) TO SD-EXPORT
                   MOVE WS-LR-ARCHIVE(WS-JOB-I) TO SD-ARCHIVE
                   IF WS-LR-RECENT(WS-JOB-I) NOT = "Y"
                       MOVE "OLD" TO SD-NOTE
                   END-IF
               ELSE
                   MOVE "NEVER" TO SD-RUN-DATE
               END-IF
               MOVE WS-STATUS-DETAIL TO WS-RPT-LINE
               PERFORM R090-WRITE-LINE
           END-PERFORM
           MOVE SPACES TO WS-RPT-LINE
           PERFORM R090-WRITE-LINE
           MOVE "EXCEPTIONS:" TO WS-RPT-LINE
           PERFORM R090-WRITE-LINE
           .

       R060-CHECK-JOBS.
      *    Missed nightly runs, and any job that ran last night and
      *    ended other than clean.
           PERFORM VARYING WS-JOB-I FROM 1 BY 1
               UNTIL WS-JOB-I > WS-JOB-COUNT
               MOVE WS-JOB-NAME(WS-JOB-I) TO WS-EXCEPTION-JOB
               EVALUATE TRUE
                   WHEN WS-JOB-NIGHTLY(WS-JOB-I) = "Y"
                       AND WS-LR-FOUND(WS-JOB-I) NOT = "Y"
                       MOVE "DID NOT RUN - no run on record"
                           TO WS-EXCEPTION-TEXT
                       PERFORM R085-WRITE-EXCEPTION
                   WHEN WS-JOB-NIGHTLY(WS-JOB-I) = "Y"
                       AND WS-LR-RECENT(WS-JOB-I) NOT = "Y"
                       MOVE SPACES TO WS-EXCEPTION-TEXT
                       STRING "DID NOT RUN - last run "
                           DELIMITED BY SIZE
                           WS-LR-DATE(WS-JOB-I) DELIMITED BY SIZE
                           INTO WS-EXCEPTION-TEXT
                       PERFORM R085-WRITE-EXCEPTION
                   WHEN WS-LR-RECENT(WS-JOB-I) = "Y"
                       AND WS-LR-RC(WS-JOB-I) > 0
                       MOVE WS-LR-RC(WS-JOB-I) TO WS-RC-EDIT
                       MOVE SPACES TO WS-EXCEPTION-TEXT
                       STRING "ENDED RC " DELIMITED BY SIZE
                           WS-RC-EDIT DELIMITED BY SIZE
                           " at " DELIMITED BY SIZE
                           WS-LR-DATE(WS-JOB-I) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-LR-TIME(WS-JOB-I) DELIMITED BY SIZE
                           " - see the job's report"
                               DELIMITED BY SIZE
                           INTO WS-EXCEPTION-TEXT
                       PERFORM R085-WRITE-EXCEPTION
               END-EVALUATE
           END-PERFORM
           .

       R070-CHECK-COUNTS.
      *    Loads that lost records: every record read must be
      *    loaded, rejected or - WORDLOAD full-list loads only -
      *    already on the list, counted in the archive column.
           MOVE WS-HIST-SLOT TO WS-JOB-SLOT
           PERFORM R072-CHECK-LOAD-BALANCE
           MOVE WS-LOAD-SLOT TO WS-JOB-SLOT
           PERFORM R072-CHECK-LOAD-BALANCE
      *    A clean snapshot must hold every answer WORDLOAD counted.
           IF WS-LR-RECENT(WS-SNAP-SLOT) = "Y"
               AND WS-LR-RC(WS-SNAP-SLOT) = 0
               AND WS-LOAD-ROWS-DATE NOT = SPACES
               AND WS-LR-EXPORT(WS-SNAP-SLOT)
                   NOT = WS-LOAD-ANSWER-ROWS
               MOVE "WORDSNAP" TO WS-EXCEPTION-JOB
               MOVE WS-LR-EXPORT(WS-SNAP-SLOT) TO WS-COUNT-EDIT-A
               MOVE WS-LOAD-ANSWER-ROWS TO WS-COUNT-EDIT-B
               MOVE SPACES TO WS-EXCEPTION-TEXT
               STRING "exported" DELIMITED BY SIZE
                   WS-COUNT-EDIT-A DELIMITED BY SIZE
                   " words, WORDLOAD counted" DELIMITED BY SIZE
                   WS-COUNT-EDIT-B DELIMITED BY SIZE
                   " on " DELIMITED BY SIZE
                   WS-LOAD-ROWS-DATE DELIMITED BY SIZE
                   INTO WS-EXCEPTION-TEXT
               PERFORM R085-WRITE-EXCEPTION
           END-IF
      *    A restore must read back every word the snapshot held.
           IF WS-LR-RECENT(WS-REST-SLOT) = "Y"
               AND WS-REST-SNAP-EXPORT > 0
               AND WS-LR-READ(WS-REST-SLOT)
                   NOT = WS-REST-SNAP-EXPORT
               MOVE "WORDREST" TO WS-EXCEPTION-JOB
               MOVE WS-LR-READ(WS-REST-SLOT) TO WS-COUNT-EDIT-A
               MOVE WS-REST-SNAP-EXPORT TO WS-COUNT-EDIT-B
               MOVE SPACES TO WS-EXCEPTION-TEXT
               STRING "read" DELIMITED BY SIZE
                   WS-COUNT-EDIT-A DELIMITED BY SIZE
                   " records, WORDSNAP last exported"
                       DELIMITED BY SIZE
                   WS-COUNT-EDIT-B DELIMITED BY SIZE
                   INTO WS-EXCEPTION-TEXT
               PERFORM R085-WRITE-EXCEPTION
           END-IF
      *    The snapshot and the tile verification both depend on
      *    the night's history load having run first.
           MOVE WS-SNAP-SLOT TO WS-JOB-SLOT
           PERFORM R074-CHECK-AFTER-HIST
           MOVE WS-VRFY-SLOT TO WS-JOB-SLOT
           PERFORM R074-CHECK-AFTER-HIST
           .

       R072-CHECK-LOAD-BALANCE.
           IF WS-LR-RECENT(WS-JOB-SLOT) = "Y"
               AND WS-LR-READ(WS-JOB-SLOT) NOT =
                   WS-LR-INSERT(WS-JOB-SLOT)
                   + WS-LR-REJECT(WS-JOB-SLOT)
                   + WS-LR-ARCHIVE(WS-JOB-SLOT)
               MOVE WS-JOB-NAME(WS-JOB-SLOT) TO WS-EXCEPTION-JOB
               MOVE WS-LR-READ(WS-JOB-SLOT) TO WS-COUNT-EDIT-A
               COMPUTE WS-COUNT-EDIT-B = WS-LR-READ(WS-JOB-SLOT)
                   - WS-LR-INSERT(WS-JOB-SLOT)
                   - WS-LR-REJECT(WS-JOB-SLOT)
                   - WS-LR-ARCHIVE(WS-JOB-SLOT)
               MOVE SPACES TO WS-EXCEPTION-TEXT
               STRING "read" DELIMITED BY SIZE
                   WS-COUNT-EDIT-A DELIMITED BY SIZE
                   " records," DELIMITED BY SIZE
                   WS-COUNT-EDIT-B DELIMITED BY SIZE
                   " neither loaded nor rejected" DELIMITED BY SIZE
                   INTO WS-EXCEPTION-TEXT
               PERFORM R085-WRITE-EXCEPTION
           END-IF
           .

       R074-CHECK-AFTER-HIST.
           IF WS-LR-RECENT(WS-JOB-SLOT) = "Y"
               AND WS-LR-RECENT(WS-HIST-SLOT) = "Y"
               MOVE SPACES TO WS-RUN-STAMP-A
               STRING WS-LR-DATE(WS-JOB-SLOT) DELIMITED BY SIZE
                   WS-LR-TIME(WS-JOB-SLOT) DELIMITED BY SIZE
                   INTO WS-RUN-STAMP-A
               MOVE SPACES TO WS-RUN-STAMP-B
               STRING WS-LR-DATE(WS-HIST-SLOT) DELIMITED BY SIZE
                   WS-LR-TIME(WS-HIST-SLOT) DELIMITED BY SIZE
                   INTO WS-RUN-STAMP-B
               IF WS-RUN-STAMP-A < WS-RUN-STAMP-B
                   MOVE WS-JOB-NAME(WS-JOB-SLOT) TO WS-EXCEPTION-JOB
                   MOVE SPACES TO WS-EXCEPTION-TEXT
                   STRING "ran before the WORDHIST load of "
                       DELIMITED BY SIZE
                       WS-LR-DATE(WS-HIST-SLOT) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-LR-TIME(WS-HIST-SLOT) DELIMITED BY SIZE
                       " - rerun it" DELIMITED BY SIZE
                       INTO WS-EXCEPTION-TEXT
                   PERFORM R085-WRITE-EXCEPTION
               END-IF
           END-IF
           .

       R080-WRITE-TOTALS.
           MOVE SPACES TO WS-RPT-LINE
           IF WS-EXCEPTION-COUNT = 0
               MOVE "  NONE - every job ran clean" TO WS-RPT-LINE
               PERFORM R090-WRITE-LINE
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           PERFORM R090-WRITE-LINE
           STRING "LEDGER RECORDS READ: " DELIMITED BY SIZE
               WS-RECORD-COUNT DELIMITED BY SIZE
               "  EXCEPTIONS: " DELIMITED BY SIZE
               WS-EXCEPTION-COUNT DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM R090-WRITE-LINE
           .

       R085-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING "  " DELIMITED BY SIZE
               WS-EXCEPTION-JOB DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EXCEPTION-TEXT DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM R090-WRITE-LINE
           .

       R090-WRITE-LINE.
           IF RPTFIL-OK
               MOVE WS-RPT-LINE TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF
           DISPLAY WS-RPT-LINE
           .

       R999-EXIT.
           IF RUNCTL-OK OR RUNCTL-EOF
               CLOSE RUNCTL
           END-IF
           IF RPTFIL-OK
               CLOSE RPTFIL
           END-IF
           .
       END PROGRAM WORDCTL.
