      *          tables were not quietly edited. A wrong history row
      *          is not cosmetic: it wrongly suppresses a word from
      *          every candidate search until someone notices.
      *          The operator id typed at the start is checked
      *          against COBOL.WORDLY_OPERATORS (see wordauth.cob)
      *          before every function that changes a table: the
      *          operator must be on file, active and hold that
      *          function, or nothing is prompted for and the
      *          refusal goes to the security log.
      * Functions (prompted in a loop, Q ends the session):
      *   LH - list the 20 most recent COBOL.WORDLY_HISTORY rows
      *   LS - list the 20 most recent COBOL.WORDLY_SESSIONS rows
      *   XH - delete one history row (word + date)
      *   XS - delete a session row (date + player; duplicates of
      *        the same key go together - re-save the good game)
      *   LO - list the COBOL.WORDLY_OPERATORS rows
      *   GR - grant an operator access: add the operator, or
      *        replace the name and function list of one on file
      *        and make it active again (needs function OP)
      *   RV - revoke an operator's access: the row stays, set
      *        inactive (needs function OP; not your own id)
      *        GR and RV stamp GRANTED_BY/GRANTED_AT with the
      *        operator making the change.
      * Output:  WORDMLOG - append-only change log, one line per
      *          applied change (grants and revokes included):
      *          timestamp, operator, table, before and after.
      *          WORDSLOG - security log of refused attempts,
      *          written by WORDAUTH.
      * Input:   WORDCRED - DB2 credentials (see wordcred.cob).
      * Return codes: 0 session ended normally, 8 no DB2 connection
      *          or the change log would not open (no changes are
      *          applied without a log to record them).
      * How to compile:
      * 1. cob2 -I$HOME/sqllib/include/cobol_a -L$HOME/sqllib/lib32
      *        -ldb2 wordmnt.cob -qsql -q32 -qNODYNAM -c
      * 2. cob2 wordmnt.o wordcred.o wordauth.o -q32
      *        -I$HOME/sqllib/include/cobol_a -L$HOME/sqllib/lib32
      *        -ldb2 -o wordmnt
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       01  WS-IMG-I                PIC 9(1) VALUE ZERO.
       01  WS-LOG-TIMESTAMP        PIC X(26) VALUE SPACES.
       01  WS-ROWS-HIT             PIC S9(9) COMP-5 VALUE ZERO.
      *    Authorization call to WORDAUTH - GR and RV are both
      *    checked as function OP.
       01  WS-PROGRAM-NAME         PIC X(8) VALUE "WORDMNT".
       01  WS-AUTH-FUNCTION        PIC X(2) VALUE SPACES.
       01  WS-AUTH-OK              PIC X(1) VALUE "N".
           88  OPERATOR-AUTHORIZED         VALUE "Y".
      *    The function codes a GR may hand out.
       01  WS-KNOWN-CODES          PIC X(18)
               VALUE "DHDSXHXSOPLALGHLRS".
       01  WS-KNOWN-TABLE REDEFINES WS-KNOWN-CODES.
           05  WS-KNOWN-CODE       PIC X(2) OCCURS 9 TIMES.
       01  WS-SLOT-I               PIC 9(2) VALUE ZERO.
       01  WS-CODE-I               PIC 9(2) VALUE ZERO.
       01  WS-CODE-COUNT           PIC 9(2) VALUE ZERO.
       01  WS-NEW-NAME             PIC X(30) VALUE SPACES.
       01  SWITCHES.
           05  END-OF-LIST-SW      PIC X   VALUE 'N'.
                   88 END-OF-LIST          VALUE 'Y'.
                   88 QUIT-REQUESTED       VALUE 'Y'.
           05  IMAGE-SCAN-SW       PIC X   VALUE 'N'.
                   88 IMAGE-SCAN-FAILED    VALUE 'Y'.
           05  OPERATOR-ON-FILE-SW PIC X   VALUE 'N'.
                   88 OPERATOR-ON-FILE     VALUE 'Y'.
           05  FUNCTIONS-VALID-SW  PIC X   VALUE 'N'.
                   88 FUNCTIONS-VALID      VALUE 'Y'.
           05  CODE-KNOWN-SW       PIC X   VALUE 'N'.
                   88 CODE-KNOWN           VALUE 'Y'.
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
       01  HV-OLD-DATE             PIC X(10).
       01  HV-GUESSES-USED         PIC S9(4) COMP.
       01  HV-SOLVED               PIC X(1).
       01  HV-ANSWER               PIC X(5).
       01  HV-OP-ID                PIC X(8).
       01  HV-OP-NAME              PIC X(30).
       01  HV-ACTIVE               PIC X(1).
       01  HV-GRANTED-BY           PIC X(8).
       01  HV-GRANTED-AT           PIC X(26).
       01  HV-OLD-FUNCTIONS        PIC X(30).
       01  HV-OLD-ACTIVE           PIC X(1).
      *    Function list with its slot view - one two-letter code
      *    per 3-byte slot, as WORDAUTH reads it.
       01  HV-FUNCTIONS            PIC X(30).
       01  HV-FUNCTION-TABLE REDEFINES HV-FUNCTIONS.
           05  HV-FUNCTION-SLOT    OCCURS 10 TIMES.
               10  HV-FUNCTION-CODE PIC X(2).
               10  HV-FUNCTION-SEP  PIC X(1).
      *    One guess/tile pair per slot for the delete before
      *    -image, with the table view so the pairs can be walked
      *    in a loop, as WORDSESS holds them.
               WHERE PLAYER_ID = :HV-PLAYER-ID
                 AND GAME_DATE = :HV-OLD-DATE
           END-EXEC.
           EXEC SQL
            DECLARE OLSTCURS CURSOR FOR
               SELECT OPERATOR_ID, OPERATOR_NAME, FUNCTIONS, ACTIVE,
                      GRANTED_BY, CHAR(GRANTED_AT)
               FROM COBOL.WORDLY_OPERATORS
               ORDER BY OPERATOR_ID
           END-EXEC.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
                       WITH NO ADVANCING
                   ACCEPT WS-OPERATOR-ID
               END-PERFORM
      *        Operator ids are held in upper case in the table.
               INSPECT WS-OPERATOR-ID CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           END-IF
           .

       N020-CONNECTDB.
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
           .

       N030-TAKE-FUNCTION.
           DISPLAY "Function (LH/LS/LO list, DH/DS date fix, "
               "XH/XS delete, GR/RV grant/revoke, Q quit): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-FUNCTION
           ACCEPT WS-FUNCTION
           INSPECT WS-FUNCTION CONVERTING "lhsdxqogrv" TO "LHSDXQOGRV"
           EVALUATE WS-FUNCTION
               WHEN "LH"
                   PERFORM N040-LIST-HISTORY
               WHEN "LS"
                   PERFORM N045-LIST-SESSIONS
               WHEN "LO"
                   PERFORM N075-LIST-OPERATORS
               WHEN "DH"
                   PERFORM N035-AUTHORIZE
                   IF OPERATOR-AUTHORIZED
                       PERFORM N050-FIX-HISTORY-DATE
                   END-IF
               WHEN "DS"
                   PERFORM N035-AUTHORIZE
                   IF OPERATOR-AUTHORIZED
                       PERFORM N055-FIX-SESSION-DATE
                   END-IF
               WHEN "XH"
                   PERFORM N035-AUTHORIZE
                   IF OPERATOR-AUTHORIZED
                       PERFORM N060-DELETE-HISTORY-ROW
                   END-IF
               WHEN "XS"
                   PERFORM N035-AUTHORIZE
                   IF OPERATOR-AUTHORIZED
                       PERFORM N065-DELETE-SESSION-ROW
                   END-IF
               WHEN "GR"
                   PERFORM N035-AUTHORIZE
                   IF OPERATOR-AUTHORIZED
                       PERFORM N070-GRANT-OPERATOR
                   END-IF
               WHEN "RV"
                   PERFORM N035-AUTHORIZE
                   IF OPERATOR-AUTHORIZED
                       PERFORM N080-REVOKE-OPERATOR
                   END-IF
               WHEN "Q "
                   SET QUIT-REQUESTED TO TRUE
               WHEN OTHER
           END-EVALUATE
           .

       N035-AUTHORIZE.
      *    Checked on every use, not once per session - a revoke
      *    made in another session takes effect at the next
      *    function. A refusal is logged by WORDAUTH.
           IF WS-FUNCTION = "GR" OR WS-FUNCTION = "RV"
               MOVE "OP" TO WS-AUTH-FUNCTION
           ELSE
               MOVE WS-FUNCTION TO WS-AUTH-FUNCTION
           END-IF
           MOVE "N" TO WS-AUTH-OK
           CALL "wordauth" USING BY REFERENCE WS-OPERATOR-ID,
               WS-AUTH-FUNCTION, WS-PROGRAM-NAME, WS-AUTH-OK
           ON EXCEPTION DISPLAY "Called program not found!"
           END-CALL
           .

       N040-LIST-HISTORY.
           MOVE "N" TO END-OF-LIST-SW
           MOVE ZERO TO WS-LIST-COUNT
           END-EVALUATE
           .

       N070-GRANT-OPERATOR.
      *    A grant replaces the whole function list - type every
      *    code the operator should hold, not just the new one.
           DISPLAY "Operator id to grant: " WITH NO ADVANCING
           MOVE SPACES TO HV-OP-ID
           ACCEPT HV-OP-ID
           INSPECT HV-OP-ID CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF HV-OP-ID = SPACES
               DISPLAY "No operator id - nothing changed"
           ELSE
               PERFORM N071-READ-OPERATOR
           END-IF
           IF HV-OP-ID NOT = SPACES AND NOT IMAGE-SCAN-FAILED
               IF OPERATOR-ON-FILE
                   DISPLAY "On file: " HV-OP-NAME " functions "
                       HV-OLD-FUNCTIONS " active " HV-OLD-ACTIVE
                   DISPLAY "Name (blank keeps the current one): "
                       WITH NO ADVANCING
               ELSE
                   DISPLAY "Name: " WITH NO ADVANCING
               END-IF
               MOVE SPACES TO WS-NEW-NAME
               ACCEPT WS-NEW-NAME
               IF WS-NEW-NAME NOT = SPACES
                   MOVE WS-NEW-NAME TO HV-OP-NAME
               END-IF
               DISPLAY "Functions, space separated (DH DS XH XS OP "
                   "LA LG HL RS): " WITH NO ADVANCING
               MOVE SPACES TO HV-FUNCTIONS
               ACCEPT HV-FUNCTIONS
               INSPECT HV-FUNCTIONS CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               PERFORM N073-VALIDATE-FUNCTIONS
               EVALUATE TRUE
                   WHEN HV-OP-NAME = SPACES
                       DISPLAY "No name - nothing changed"
                   WHEN NOT FUNCTIONS-VALID
                       CONTINUE
                   WHEN OTHER
                       PERFORM N090-CONFIRM-CHANGE
                       IF WS-CONFIRM = "Y"
                           PERFORM N074-APPLY-GRANT
                       END-IF
               END-EVALUATE
           END-IF
           .

       N071-READ-OPERATOR.
      *    The row as it stands, for the before-image. A lookup
      *    failure raises IMAGE-SCAN-FAILED and nothing is applied.
           MOVE "N" TO OPERATOR-ON-FILE-SW
           MOVE "N" TO IMAGE-SCAN-SW
           MOVE SPACES TO HV-OP-NAME
           MOVE "(none)" TO HV-OLD-FUNCTIONS
           MOVE "-" TO HV-OLD-ACTIVE
           EXEC SQL
              SELECT OPERATOR_NAME, FUNCTIONS, ACTIVE
              INTO :HV-OP-NAME, :HV-OLD-FUNCTIONS, :HV-OLD-ACTIVE
              FROM COBOL.WORDLY_OPERATORS
              WHERE OPERATOR_ID = :HV-OP-ID
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 0
                   SET OPERATOR-ON-FILE TO TRUE
               WHEN FUNCTION INTEGER-PART(SQLCODE) = 100
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Cannot read COBOL.WORDLY_OPERATORS, "
                       "SQLCODE: " SQLCODE " - nothing changed"
                   SET IMAGE-SCAN-FAILED TO TRUE
           END-EVALUATE
           .

       N073-VALIDATE-FUNCTIONS.
      *    Each slot holds a known code followed by a space, or is
      *    blank; at least one code must be given.
           MOVE "Y" TO FUNCTIONS-VALID-SW
           MOVE ZERO TO WS-CODE-COUNT
           PERFORM VARYING WS-SLOT-I FROM 1 BY 1
               UNTIL WS-SLOT-I > 10 OR NOT FUNCTIONS-VALID
               IF HV-FUNCTION-CODE(WS-SLOT-I) NOT = SPACES
                   MOVE "N" TO CODE-KNOWN-SW
                   PERFORM VARYING WS-CODE-I FROM 1 BY 1
                       UNTIL WS-CODE-I > 9 OR CODE-KNOWN
                       IF HV-FUNCTION-CODE(WS-SLOT-I)
                           = WS-KNOWN-CODE(WS-CODE-I)
                           SET CODE-KNOWN TO TRUE
                       END-IF
                   END-PERFORM
                   IF NOT CODE-KNOWN
                       OR HV-FUNCTION-SEP(WS-SLOT-I) NOT = SPACE
                       MOVE "N" TO FUNCTIONS-VALID-SW
                       DISPLAY "Unknown function code or layout at "
                           "slot " WS-SLOT-I " - nothing changed"
                   ELSE
                       ADD 1 TO WS-CODE-COUNT
                   END-IF
               END-IF
           END-PERFORM
           IF FUNCTIONS-VALID AND WS-CODE-COUNT = 0
               MOVE "N" TO FUNCTIONS-VALID-SW
               DISPLAY "No function codes - use RV to revoke"
           END-IF
           .

       N074-APPLY-GRANT.
           MOVE "Y" TO HV-ACTIVE
           MOVE WS-OPERATOR-ID TO HV-GRANTED-BY
           IF OPERATOR-ON-FILE
               EXEC SQL
                  UPDATE COBOL.WORDLY_OPERATORS
                  SET OPERATOR_NAME = :HV-OP-NAME,
                      FUNCTIONS = :HV-FUNCTIONS,
                      ACTIVE = :HV-ACTIVE,
                      GRANTED_BY = :HV-GRANTED-BY,
                      GRANTED_AT = CURRENT TIMESTAMP
                  WHERE OPERATOR_ID = :HV-OP-ID
               END-EXEC
           ELSE
               EXEC SQL
                  INSERT INTO COBOL.WORDLY_OPERATORS
                    (OPERATOR_ID, OPERATOR_NAME, FUNCTIONS, ACTIVE,
                     GRANTED_BY, GRANTED_AT)
                  VALUES (:HV-OP-ID, :HV-OP-NAME, :HV-FUNCTIONS,
                          :HV-ACTIVE, :HV-GRANTED-BY,
                          CURRENT TIMESTAMP)
               END-EXEC
           END-IF
           IF SQLCODE NOT = 0
               DISPLAY "Grant failed, SQLCODE: " SQLCODE
           ELSE
               DISPLAY "Access granted"
               MOVE SPACES TO WS-LOG-LINE
               STRING "WORDLY_OPERATORS GRANT " DELIMITED BY SIZE
                   HV-OP-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   HV-OLD-FUNCTIONS DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   HV-OLD-ACTIVE DELIMITED BY SIZE
                   " -> " DELIMITED BY SIZE
                   HV-FUNCTIONS DELIMITED BY SIZE
                   "/Y " DELIMITED BY SIZE
                   HV-OP-NAME DELIMITED BY SIZE
                   INTO WS-LOG-LINE
               PERFORM N095-WRITE-LOG
           END-IF
           .

       N075-LIST-OPERATORS.
           MOVE "N" TO END-OF-LIST-SW
           EXEC SQL
              OPEN OLSTCURS
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "Cannot read COBOL.WORDLY_OPERATORS, "
                   "SQLCODE: " SQLCODE
           ELSE
               PERFORM N076-LIST-OPERATOR-ROW UNTIL END-OF-LIST
               EXEC SQL
                  CLOSE OLSTCURS
               END-EXEC
           END-IF
           .

       N076-LIST-OPERATOR-ROW.
           EXEC SQL
              FETCH OLSTCURS
                INTO :HV-OP-ID, :HV-OP-NAME, :HV-FUNCTIONS,
                     :HV-ACTIVE, :HV-GRANTED-BY, :HV-GRANTED-AT
           END-EXEC
           IF SQLCODE NOT = 0
               SET END-OF-LIST TO TRUE
               IF FUNCTION INTEGER-PART(SQLCODE) NOT = 100
                   DISPLAY "Operator fetch failed, SQLCODE: "
                       SQLCODE
               END-IF
           ELSE
               DISPLAY "  " HV-OP-ID "  " HV-OP-NAME
                   "  active " HV-ACTIVE
               DISPLAY "            functions " HV-FUNCTIONS
                   "  by " HV-GRANTED-BY " " HV-GRANTED-AT(1:19)
           END-IF
           .

       N080-REVOKE-OPERATOR.
      *    Revoking your own id would leave nobody able to undo it
      *    if you are the last OP holder - another OP holder has to.
           DISPLAY "Operator id to revoke: " WITH NO ADVANCING
           MOVE SPACES TO HV-OP-ID
           ACCEPT HV-OP-ID
           INSPECT HV-OP-ID CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           EVALUATE TRUE
               WHEN HV-OP-ID = SPACES
                   DISPLAY "No operator id - nothing changed"
               WHEN HV-OP-ID = WS-OPERATOR-ID
                   DISPLAY "You cannot revoke your own access - "
                       "nothing changed"
               WHEN OTHER
                   PERFORM N071-READ-OPERATOR
                   EVALUATE TRUE
                       WHEN IMAGE-SCAN-FAILED
                           CONTINUE
                       WHEN NOT OPERATOR-ON-FILE
                           DISPLAY "No such operator - nothing "
                               "changed"
                       WHEN HV-OLD-ACTIVE NOT = "Y"
                           DISPLAY "Operator already inactive - "
                               "nothing changed"
                       WHEN OTHER
                           DISPLAY "On file: " HV-OP-NAME
                               " functions " HV-OLD-FUNCTIONS
                           PERFORM N090-CONFIRM-CHANGE
                           IF WS-CONFIRM = "Y"
                               PERFORM N082-APPLY-REVOKE
                           END-IF
                   END-EVALUATE
           END-EVALUATE
           .

       N082-APPLY-REVOKE.
           MOVE "N" TO HV-ACTIVE
           MOVE WS-OPERATOR-ID TO HV-GRANTED-BY
           EXEC SQL
              UPDATE COBOL.WORDLY_OPERATORS
              SET ACTIVE = :HV-ACTIVE,
                  GRANTED_BY = :HV-GRANTED-BY,
                  GRANTED_AT = CURRENT TIMESTAMP
              WHERE OPERATOR_ID = :HV-OP-ID
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "Revoke failed, SQLCODE: " SQLCODE
           ELSE
               DISPLAY "Access revoked"
               MOVE SPACES TO WS-LOG-LINE
               STRING "WORDLY_OPERATORS REVOKE " DELIMITED BY SIZE
                   HV-OP-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   HV-OLD-FUNCTIONS DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   HV-OLD-ACTIVE DELIMITED BY SIZE
                   " -> " DELIMITED BY SIZE
                   HV-OLD-FUNCTIONS DELIMITED BY SIZE
                   "/N" DELIMITED BY SIZE
                   INTO WS-LOG-LINE
               PERFORM N095-WRITE-LOG
           END-IF
           .

       N090-CONFIRM-CHANGE.
           DISPLAY "Apply this change? (y/N): "
               WITH NO ADVANCING
