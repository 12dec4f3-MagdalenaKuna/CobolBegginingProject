      *          format the live statement job writes, and the
      *          screen shows when the contract was completed (from
      *          the completed-contracts file) and when it was
      *          archived (from the archive log). The operator
      *          signs on against the operator file before the first
      *          retrieval; every role may retrieve.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
             ASSIGN TO 'archived_statement.txt'
             ORGANIZATION IS LINE SEQUENTIAL.

             SELECT FS_OPERATORS ASSIGN TO 'operator_master.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS OP_ID
             FILE STATUS IS OP-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD FS_HISTORY.
           FD FS_STATEMENTS.
           01 ST_LINE PIC X(80).

           FD FS_OPERATORS.
           01 OP_REC.
               05 OP_ID PIC X(6).
               05 OP_PASSWORD PIC X(8).
               05 OP_ROLE PIC X(10).
               05 OP_NAME PIC X(30).
               05 OP_ACTIVE PIC A(1).

       WORKING-STORAGE SECTION.
       01 WS-EOF PIC A(1) VALUE 'N'.
       01 AH-STATUS PIC X(2) VALUE '00'.
       01 AL-STATUS PIC X(2) VALUE '00'.
       01 CONTINUE-FLAG PIC A(1) VALUE 'Y'.
       01 MENU-CHOICE PIC 9(1) VALUE 0.
       01 OPERATOR-ID PIC X(6) VALUE SPACES.
       01 OP-STATUS PIC X(2) VALUE '00'.
       01 OPERATOR-ROLE PIC X(10) VALUE SPACES.
       01 OPERATOR-PASSWORD PIC X(8) VALUE SPACES.
       01 SIGNON-OK PIC A(1) VALUE 'N'.
       01 SIGNON-TRIES PIC 9(1) VALUE 0.
       01 IN-CONTRACT PIC X(10).

      * The keyed contract's archived rows only. Due periods only

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM PARA-10-SIGN-ON
               UNTIL SIGNON-OK = 'Y' OR SIGNON-TRIES = 3.
           IF SIGNON-OK NOT = 'Y' THEN
               DISPLAY "SIGN-ON FAILED - RETRIEVAL NOT STARTED"
               STOP RUN
           END-IF.
           PERFORM PARA-1-MENU UNTIL CONTINUE-FLAG = 'N'.
           STOP RUN.

               END-IF
               ADD 1 TO HR-INDEX.

      * The operator signs on with the id and password on the
      * operator file before any contract is retrieved. Every role
      * may retrieve. Three failed tries end the run.
           PARA-10-SIGN-ON.
               ADD 1 TO SIGNON-TRIES.
               OPEN INPUT FS_OPERATORS.
               IF OP-STATUS NOT = '00' THEN
                   DISPLAY "CANNOT OPEN OPERATOR FILE - STATUS "
                       OP-STATUS
                   MOVE 3 TO SIGNON-TRIES
               ELSE
                   DISPLAY "OPERATOR ID: "
                   ACCEPT OPERATOR-ID
                   DISPLAY "PASSWORD: "
                   MOVE SPACES TO OPERATOR-PASSWORD
                   ACCEPT OPERATOR-PASSWORD
                   MOVE OPERATOR-ID TO OP_ID
                   READ FS_OPERATORS
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF OP_ACTIVE = 'Y'
                               AND OPERATOR-PASSWORD NOT = SPACES
                               AND OP_PASSWORD = OPERATOR-PASSWORD THEN
                               MOVE 'Y' TO SIGNON-OK
                               MOVE OP_ROLE TO OPERATOR-ROLE
                           END-IF
                   END-READ
                   CLOSE FS_OPERATORS
                   MOVE SPACES TO OPERATOR-PASSWORD
                   IF SIGNON-OK = 'Y' THEN
                       DISPLAY "SIGNED ON AS " OPERATOR-ID " - "
                           OPERATOR-ROLE
                   ELSE
                       DISPLAY "INVALID OPERATOR ID OR PASSWORD"
                   END-IF
               END-IF.

       END PROGRAM HISTORY_INQUIRY.
