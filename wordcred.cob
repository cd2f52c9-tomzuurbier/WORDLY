      ******************************************************************
      * Author: Tom Zuurbier
      * Date: 2026
      * Purpose: DB2 credentials for every WORDLY program that
      *          connects to COBOLDB. The user and password live in
      *          one access-protected file instead of in each
      *          program's working storage; the caller gets them
      *          back just before its CONNECT and holds them only
      *          for the run. The password is never displayed.
      * Input:   WORDCRED - the credentials file (COBOL.WORDLY.DBCRED,
      *          readable only by the batch and operator ids). The
      *          first record that does not start with "*":
      *            cols  1- 8  DB2 user
      *            col      9  space
      *            cols 10-28  DB2 password
      *          Records starting with "*" are comments.
      * Returns: LS-CRED-OK "Y" with the user and password filled
      *          in, or "N" (file missing or unreadable, no data
      *          record, or a blank user or password) - the caller
      *          then makes no CONNECT attempt.
      * Tectonics: cob2
      * Compiler: IBM Cobol for Linux 1.2.0
      * How to compile:
      * 1. cob2 wordcred.cob -q32 -c
      *    and link wordcred.o with every DB2 program, e.g.
      *    cob2 wordhist.o wordcred.o wordauth.o -q32 ...
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * force a subprogram into its initial state each time it is called
      * by including the IS INITIAL clause in the PROGRAM-ID.
       PROGRAM-ID. WORDCRED IS INITIAL.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CREDFIL ASSIGN TO "WORDCRED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CREDFIL-STATUS.
      *-------------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  CREDFIL
           LABEL RECORDS ARE STANDARD.
       01  CRED-RECORD.
           05  CRED-USER           PIC X(8).
           05  FILLER              PIC X(1).
           05  CRED-PASSWORD       PIC X(19).
           05  FILLER              PIC X(52).

       WORKING-STORAGE SECTION.
      *-----------------------
       01  WS-CREDFIL-STATUS       PIC X(2) VALUE "00".
           88  CREDFIL-OK                  VALUE "00".
           88  CREDFIL-EOF                 VALUE "10".
       01  SWITCHES.
           05  CRED-OPEN-SW        PIC X   VALUE 'N'.
                   88 CRED-OPEN            VALUE 'Y'.
           05  CRED-FOUND-SW       PIC X   VALUE 'N'.
                   88 CRED-FOUND           VALUE 'Y'.
      *-----------------------------------------------------------
       LINKAGE SECTION.
      *-----------------------------------------------------------
       01  LS-DB-USER              PIC X(8).
       01  LS-DB-PASSWORD          PIC X(19).
       01  LS-CRED-OK              PIC X(1).

       PROCEDURE DIVISION USING LS-DB-USER, LS-DB-PASSWORD,
           LS-CRED-OK.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           PERFORM Q010-INIT
           IF CRED-OPEN
               PERFORM Q020-READ-CREDENTIALS UNTIL CRED-FOUND
                   OR NOT CREDFIL-OK
               PERFORM Q030-CHECK-CREDENTIALS
           END-IF
           PERFORM Q999-EXIT
           GOBACK
           .

       Q010-INIT.
           MOVE SPACES TO LS-DB-USER
           MOVE SPACES TO LS-DB-PASSWORD
           MOVE "N" TO LS-CRED-OK
           OPEN INPUT CREDFIL
           IF CREDFIL-OK
               SET CRED-OPEN TO TRUE
           ELSE
               DISPLAY "Unable to open WORDCRED, status "
                   WS-CREDFIL-STATUS " - no DB2 credentials"
           END-IF
           .

       Q020-READ-CREDENTIALS.
           READ CREDFIL
               AT END
                   SET CREDFIL-EOF TO TRUE
               NOT AT END
                   IF CRED-RECORD(1:1) NOT = "*"
                       SET CRED-FOUND TO TRUE
                   END-IF
           END-READ
           .

       Q030-CHECK-CREDENTIALS.
      *    A record with either half blank is as good as none - a
      *    CONNECT with it would only fail and count against the
      *    user's lock-out limit.
           EVALUATE TRUE
               WHEN NOT CRED-FOUND
                   DISPLAY "WORDCRED holds no credentials record"
               WHEN CRED-USER = SPACES OR CRED-PASSWORD = SPACES
                   DISPLAY "WORDCRED credentials record is "
                       "incomplete"
               WHEN OTHER
                   MOVE CRED-USER TO LS-DB-USER
                   MOVE CRED-PASSWORD TO LS-DB-PASSWORD
                   MOVE "Y" TO LS-CRED-OK
           END-EVALUATE
           .

       Q999-EXIT.
           IF CRED-OPEN
               CLOSE CREDFIL
           END-IF
           .
      * The EXIT PROGRAM statement specifies the end of a called
      * program and returns control to the calling program.
           EXIT PROGRAM.
       END PROGRAM WORDCRED.
