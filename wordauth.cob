      ******************************************************************
      * Author: Tom Zuurbier
      * Date: 2026
      * Purpose: Operator authorization check for the programs that
      *          change data. The caller passes the operator id, the
      *          function it is about to perform and its own name;
      *          the operator must be in COBOL.WORDLY_OPERATORS,
      *          active, and hold that function. A refused attempt
      *          is written to the security log before control goes
      *          back, so the refusal is on record whatever the
      *          caller does next.
      * Expects: CREATE TABLE COBOL.WORDLY_OPERATORS
      *            (OPERATOR_ID   CHAR(8) NOT NULL PRIMARY KEY,
      *             OPERATOR_NAME CHAR(30) NOT NULL,
      *             FUNCTIONS     CHAR(30) NOT NULL,
      *             ACTIVE        CHAR(1) NOT NULL,
      *             GRANTED_BY    CHAR(8) NOT NULL,
      *             GRANTED_AT    TIMESTAMP NOT NULL)
      *          FUNCTIONS holds up to 10 two-letter codes, each in
      *          a 3-byte slot ("DH DS XH XS "):
      *            DH DS XH XS - the WORDMNT fixes and deletes
      *            OP          - WORDMNT operator grant/revoke
      *            LA LG       - WORDLOAD answer / guess load
      *            HL          - WORDHIST history load
      *            RS          - WORDREST snapshot restore
      *          ACTIVE is Y or N; a revoked operator keeps the row
      *          (set N) so GRANTED_BY/GRANTED_AT show who revoked
      *          it and when. Rows are maintained with WORDMNT GR/RV
      *          - only the first OP holder is inserted by the DBA.
      *          An open DB2 connection made earlier by the caller.
      * Output:  WORDSLOG - append-only security log, one line per
      *          refused attempt: date, time, program, operator,
      *          function, REFUSED and the reason.
      * Returns: LS-AUTH-OK "Y" authorized, "N" refused (unknown
      *          or inactive operator, function not held, or the
      *          lookup failed).
      * Tectonics: cob2
      * Compiler: IBM Cobol for Linux 1.2.0
      * How to compile:
      * 1. cob2 -I$HOME/sqllib/include/cobol_a -L$HOME/sqllib/lib32
      *        -ldb2 wordauth.cob -qsql -q32 -qNODYNAM -c
      *    and link wordauth.o with WORDMNT, WORDLOAD, WORDHIST and
      *    WORDREST.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * force a subprogram into its initial state each time it is called
      * by including the IS INITIAL clause in the PROGRAM-ID.
       PROGRAM-ID. WORDAUTH IS INITIAL.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SECLOG ASSIGN TO "WORDSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECLOG-STATUS.
      *-------------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  SECLOG
           LABEL RECORDS ARE STANDARD.
       01  SEC-RECORD.
           05  SEC-DATE            PIC X(8).
           05  FILLER              PIC X(1).
           05  SEC-TIME            PIC X(6).
           05  FILLER              PIC X(1).
           05  SEC-PROGRAM         PIC X(8).
           05  FILLER              PIC X(1).
           05  SEC-OPERATOR        PIC X(8).
           05  FILLER              PIC X(1).
           05  SEC-FUNCTION        PIC X(2).
           05  FILLER              PIC X(1).
           05  SEC-OUTCOME         PIC X(7).
           05  FILLER              PIC X(1).
           05  SEC-REASON          PIC X(40).
           05  FILLER              PIC X(15).

       WORKING-STORAGE SECTION.
      *-----------------------
      *    Status 05 is a successful open of an OPTIONAL file that
      *    was not there yet - the first refusal creates the log.
       01  WS-SECLOG-STATUS        PIC X(2) VALUE "00".
           88  SECLOG-OK                   VALUES "00" "05".
       01  WS-REASON               PIC X(40) VALUE SPACES.
       01  WS-SLOT-I               PIC 9(2) VALUE ZERO.
       01  WS-LOG-TIMESTAMP        PIC X(21) VALUE SPACES.
       01  WS-SQLCODE-EDIT         PIC -(8)9.
       01  SWITCHES.
           05  FUNCTION-HELD-SW    PIC X   VALUE 'N'.
                   88 FUNCTION-HELD        VALUE 'Y'.
      *    Host variables.
       01  HV-OPERATOR-ID          PIC X(8).
       01  HV-OPERATOR-NAME        PIC X(30).
       01  HV-ACTIVE               PIC X(1).
      *    The function list with its slot view, one code per slot.
       01  HV-FUNCTIONS            PIC X(30).
       01  HV-FUNCTION-TABLE REDEFINES HV-FUNCTIONS.
           05  HV-FUNCTION-SLOT    OCCURS 10 TIMES.
               10  HV-FUNCTION-CODE PIC X(2).
               10  FILLER           PIC X(1).
      *-----------------------------------------------------------
      *SUPPORTING DATA STRUCTURES FOR DB2 ACCESS
      *-----------------------------------------------------------
           EXEC SQL
            INCLUDE SQLCA
           END-EXEC.
      *-----------------------------------------------------------
       LINKAGE SECTION.
      *-----------------------------------------------------------
       01  LS-OPERATOR-ID          PIC X(8).
       01  LS-FUNCTION             PIC X(2).
       01  LS-PROGRAM              PIC X(8).
       01  LS-AUTH-OK              PIC X(1).

       PROCEDURE DIVISION USING LS-OPERATOR-ID, LS-FUNCTION,
           LS-PROGRAM, LS-AUTH-OK.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           MOVE "N" TO LS-AUTH-OK
           PERFORM O010-READ-OPERATOR
           IF WS-REASON = SPACES
               PERFORM O020-CHECK-FUNCTION
           END-IF
           IF WS-REASON = SPACES
               MOVE "Y" TO LS-AUTH-OK
               DISPLAY "Operator " LS-OPERATOR-ID " ("
                   HV-OPERATOR-NAME ") authorized for "
                   LS-FUNCTION
           ELSE
               DISPLAY "Refused: operator " LS-OPERATOR-ID
                   " function " LS-FUNCTION " - " WS-REASON
               PERFORM O090-WRITE-SECLOG
           END-IF
           GOBACK
           .

       O010-READ-OPERATOR.
           MOVE SPACES TO WS-REASON
           MOVE LS-OPERATOR-ID TO HV-OPERATOR-ID
           MOVE SPACES TO HV-OPERATOR-NAME
           MOVE SPACES TO HV-FUNCTIONS
           MOVE SPACES TO HV-ACTIVE
           EXEC SQL
              SELECT OPERATOR_NAME, FUNCTIONS, ACTIVE
              INTO :HV-OPERATOR-NAME, :HV-FUNCTIONS, :HV-ACTIVE
              FROM COBOL.WORDLY_OPERATORS
              WHERE OPERATOR_ID = :HV-OPERATOR-ID
           END-EXEC
      *    A failed lookup refuses too - no change goes through on
      *    an operator nobody could check.
           EVALUATE TRUE
               WHEN LS-OPERATOR-ID = SPACES
                   MOVE "NO OPERATOR ID GIVEN" TO WS-REASON
               WHEN FUNCTION INTEGER-PART(SQLCODE) = 100
                   MOVE "UNKNOWN OPERATOR" TO WS-REASON
               WHEN SQLCODE NOT = 0
                   MOVE SQLCODE TO WS-SQLCODE-EDIT
                   STRING "OPERATOR LOOKUP FAILED, SQLCODE "
                       DELIMITED BY SIZE
                       WS-SQLCODE-EDIT DELIMITED BY SIZE
                       INTO WS-REASON
               WHEN HV-ACTIVE NOT = "Y"
                   MOVE "OPERATOR NOT ACTIVE" TO WS-REASON
           END-EVALUATE
           .

       O020-CHECK-FUNCTION.
           MOVE "N" TO FUNCTION-HELD-SW
           PERFORM VARYING WS-SLOT-I FROM 1 BY 1
               UNTIL WS-SLOT-I > 10 OR FUNCTION-HELD
               IF HV-FUNCTION-CODE(WS-SLOT-I) = LS-FUNCTION
                   SET FUNCTION-HELD TO TRUE
               END-IF
           END-PERFORM
           IF NOT FUNCTION-HELD
               MOVE "FUNCTION NOT GRANTED" TO WS-REASON
           END-IF
           .

       O090-WRITE-SECLOG.
      *    EXTEND so every refusal lands on the same trail. A log
      *    that will not open does not turn a refusal into a grant.
           OPEN EXTEND SECLOG
           IF NOT SECLOG-OK
               OPEN OUTPUT SECLOG
           END-IF
           IF NOT SECLOG-OK
               DISPLAY "Unable to open WORDSLOG, status "
                   WS-SECLOG-STATUS " - refusal not logged"
           ELSE
               MOVE SPACES TO SEC-RECORD
               MOVE FUNCTION CURRENT-DATE TO WS-LOG-TIMESTAMP
               MOVE WS-LOG-TIMESTAMP(1:8) TO SEC-DATE
               MOVE WS-LOG-TIMESTAMP(9:6) TO SEC-TIME
               MOVE LS-PROGRAM TO SEC-PROGRAM
               MOVE LS-OPERATOR-ID TO SEC-OPERATOR
               MOVE LS-FUNCTION TO SEC-FUNCTION
               MOVE "REFUSED" TO SEC-OUTCOME
               MOVE WS-REASON TO SEC-REASON
               WRITE SEC-RECORD
               CLOSE SECLOG
           END-IF
           .
      * The EXIT PROGRAM statement specifies the end of a called
      * program and returns control to the calling program.
           EXIT PROGRAM.
       END PROGRAM WORDAUTH.
