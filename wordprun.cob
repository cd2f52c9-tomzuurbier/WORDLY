      *          PRUNRPT - control report: per file the records
      *          read, archived and kept, and the read = archived +
      *          kept proof that nothing was lost.
      *          RUNCTL - one run-control record per run (job,
      *          date/time, return code and counts) for WORDCTL.
      * Return codes: 0 prune complete and balanced - the live
      *          files may be replaced; 8 a file would not open, a
      *          write failed, or the counts do not balance - leave
           SELECT RPTFIL ASSIGN TO "PRUNRPT"
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
       01  RPT-RECORD                  PIC X(80).

       FD  RUNCTL
           LABEL RECORDS ARE STANDARD.
       01  RUNCTL-RECORD.
           05  RUN-JOB-NAME            PIC X(8).
           05  FILLER                  PIC X(1).
           05  RUN-DATE                PIC X(8).
           05  FILLER                  PIC X(1).
           05  RUN-TIME                PIC X(6).
           05  FILLER                  PIC X(1).
           05  RUN-RETURN-CODE         PIC 9(2).
           05  FILLER                  PIC X(1).
           05  RUN-READ-COUNT          PIC 9(7).
           05  FILLER                  PIC X(1).
           05  RUN-INSERT-COUNT        PIC 9(7).
           05  FILLER                  PIC X(1).
           05  RUN-REJECT-COUNT        PIC 9(7).
           05  FILLER                  PIC X(1).
           05  RUN-EXPORT-COUNT        PIC 9(7).
           05  FILLER                  PIC X(1).
           05  RUN-ARCHIVE-COUNT       PIC 9(7).
           05  FILLER                  PIC X(1).
           05  RUN-TABLE-COUNT         PIC 9(7).
           05  FILLER                  PIC X(1).
           05  RUN-QUALIFIER           PIC X(1).
           05  FILLER                  PIC X(3).

       WORKING-STORAGE SECTION.
      *-----------------------
      *    Status 05 is a successful open of an OPTIONAL file that
       01  WS-READ-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-ARCH-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-KEEP-COUNT           PIC 9(7) VALUE ZERO.
      *    Run totals over all three files, for the run-control
      *    record.
       01  WS-TOTAL-READ           PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-ARCH           PIC 9(7) VALUE ZERO.
       01  WS-FILE-NAME            PIC X(10) VALUE SPACES.
       01  WS-RPT-LINE             PIC X(80) VALUE SPACES.
       01  WS-RPT-TIMESTAMP        PIC X(26) VALUE SPACES.
      *    Status 05 is a successful open of an OPTIONAL file that
      *    was not there yet - the first run creates the ledger.
       01  WS-RUNCTL-STATUS        PIC X(2) VALUE "00".
           88  RUNCTL-OK                   VALUES "00" "05".
       01  WS-RUN-TIMESTAMP        PIC X(21) VALUE SPACES.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               DISPLAY "Prune complete and balanced - live files "
                   "may be replaced"
           END-IF
           PERFORM L090-WRITE-RUNCTL
           PERFORM L999-EXIT
           GOBACK
           .
               MOVE "OUT OF BALANCE" TO WS-RPT-LINE(66:14)
               SET PRUNE-FAILED TO TRUE
           END-IF
           ADD WS-READ-COUNT TO WS-TOTAL-READ
           ADD WS-ARCH-COUNT TO WS-TOTAL-ARCH
           IF RPTFIL-OK
               MOVE WS-RPT-LINE TO RPT-RECORD
               WRITE RPT-RECORD
           DISPLAY WS-RPT-LINE
           .

       L090-WRITE-RUNCTL.
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
               MOVE "WORDPRUN" TO RUN-JOB-NAME
               MOVE WS-RUN-TIMESTAMP(1:8) TO RUN-DATE
               MOVE WS-RUN-TIMESTAMP(9:6) TO RUN-TIME
               MOVE RETURN-CODE TO RUN-RETURN-CODE
               MOVE WS-TOTAL-READ TO RUN-READ-COUNT
               MOVE WS-TOTAL-ARCH TO RUN-ARCHIVE-COUNT
               WRITE RUNCTL-RECORD
               CLOSE RUNCTL
           END-IF
           .

       L999-EXIT.
           IF RPTFIL-OK
               CLOSE RPTFIL
