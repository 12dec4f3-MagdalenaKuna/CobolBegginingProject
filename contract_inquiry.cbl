      *          file. Bad ids get a not-found message. The master is
      *          read by key and the schedule is scanned only for the
      *          contract asked about, so an inquiry never pre-loads
      *          the whole portfolio. The schedule is keyed on contract
      *          and due period, so the scan starts at the contract's
      *          first row and stops at its last. The operator
      *          signs on against the operator file before the first
      *          inquiry; every role may inquire.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
             FILE STATUS IS CM-STATUS.

             SELECT FS_INSTALLMENTS_INF
             ASSIGN TO 'annuited_schedule.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS FS_I_KEY
             FILE STATUS IS FI-STATUS.

             SELECT FS_COMPLETED ASSIGN TO 'annuited_completed.txt'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS BO-STATUS.

             SELECT FS_OPERATORS ASSIGN TO 'operator_master.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS OP_ID
             FILE STATUS IS OP-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD FS_CONTRACT_MASTER.
               05 CM_START_DATE PIC 9(8).
               05 CM_EMPLOYEE_ID PIC X(6).
               05 CM_BORROWER_ID PIC X(6).
               05 CM_WRITTEN_OFF PIC A(1).
               05 CM_WRITE_OFF_DATE PIC 9(8).

           FD FS_INSTALLMENTS_INF.
           01 FS_I.
               05 FS_I_KEY.
                   10 FS_I_CONTRACT PIC X(10).
                   10 FS_I_DUE_YEAR PIC 9(4).
                   10 FS_I_DUE_INST PIC 9(4).
               05 FS_I_C PIC 9(10).
               05 FS_I_C_V PIC v9(2).
               05 FS_I_I PIC 9(10).
               05 FS_I_I_V PIC v9(2).
               05 FS_I_A PIC 9(10).
               05 FS_I_A_V PIC v9(2).
               05 FS_I_BAL PIC 9(10).
               05 FS_I_BAL_V PIC v9(2).
               05 FS_I_REPROCESSED PIC A(1).
               05 FS_I_RATE PIC 9(3).
               05 FS_I_RATE_V PIC v9(4).

           FD FS_COMPLETED.
               05 B-F-ADDR2 PIC X(30).
               05 B-F-PHONE PIC X(15).

           FD FS_OPERATORS.
           01 OP_REC.
               05 OP_ID PIC X(6).
               05 OP_PASSWORD PIC X(8).
               05 OP_ROLE PIC X(10).
               05 OP_NAME PIC X(30).
               05 OP_ACTIVE PIC A(1).

       WORKING-STORAGE SECTION.
       01 WS-EOF PIC A(1) VALUE 'N'.
       01 CM-STATUS PIC X(2) VALUE '00'.
       01 BORROWER-KEY PIC X(6) VALUE SPACES.
       01 CONTINUE-FLAG PIC A(1) VALUE 'Y'.
       01 MENU-CHOICE PIC 9(1) VALUE 0.
       01 OPERATOR-ID PIC X(6) VALUE SPACES.
       01 OP-STATUS PIC X(2) VALUE '00'.
       01 OPERATOR-ROLE PIC X(10) VALUE SPACES.
       01 OPERATOR-PASSWORD PIC X(8) VALUE SPACES.
       01 SIGNON-OK PIC A(1) VALUE 'N'.
       01 SIGNON-TRIES PIC 9(1) VALUE 0.
       01 MASTER-FOUND PIC A(1) VALUE 'N'.

      * Set once after the OPEN and tested instead of the live file
      * the master.
       01 MASTER-OPEN PIC A(1) VALUE 'N'.

      * One summary built while reading the schedule rows for the
      * keyed contract only. A row recomputed after a checkpoint
      * restart replaced the one on file, so each due period is
      * counted once.
       01 QS-FOUND PIC A(1) VALUE 'N'.
       01 QS-ROWS PIC 9(4) VALUE 0.
       01 QS-LAST-BAL PIC 9(10)v9(2) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM PARA-10-SIGN-ON
               UNTIL SIGNON-OK = 'Y' OR SIGNON-TRIES = 3.
           IF SIGNON-OK NOT = 'Y' THEN
               DISPLAY "SIGN-ON FAILED - INQUIRY NOT STARTED"
               STOP RUN
           END-IF.
           OPEN INPUT FS_CONTRACT_MASTER.
           IF CM-STATUS = '00' THEN
               MOVE 'Y' TO MASTER-OPEN
               MOVE 'N' TO WS-EOF.
               OPEN INPUT FS_INSTALLMENTS_INF.
               IF FI-STATUS = '00' THEN
                   MOVE IN-CONTRACT TO FS_I_CONTRACT
                   MOVE 0 TO FS_I_DUE_YEAR
                   MOVE 0 TO FS_I_DUE_INST
                   START FS_INSTALLMENTS_INF KEY NOT < FS_I_KEY
                       INVALID KEY MOVE 'Y' TO WS-EOF
                   END-START
                   PERFORM PARA-1-READ-ONE UNTIL WS-EOF = 'Y'
                   CLOSE FS_INSTALLMENTS_INF
               END-IF.

           PARA-1-READ-ONE.
               READ FS_INSTALLMENTS_INF NEXT
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF FS_I_CONTRACT = IN-CONTRACT THEN
                           PERFORM PARA-1-TAKE-ROW
                       ELSE
                           MOVE 'Y' TO WS-EOF
                       END-IF
               END-READ.

           PARA-1-TAKE-ROW.
               MOVE 'Y' TO QS-FOUND.
               ADD 1 TO QS-ROWS.
               COMPUTE QS-LAST-BAL = FS_I_BAL + FS_I_BAL_V.
               MOVE FS_I_DUE_YEAR TO QS-LAST-YEAR.
               MOVE FS_I_DUE_INST TO QS-LAST-INST.

           PARA-2-LOAD-COMPLETED.
               MOVE 'N' TO WS-EOF.
                       END-IF
               END-READ.

      * The operator signs on with the id and password on the
      * operator file before any contract is shown. Every role may
      * inquire. Three failed tries end the run.
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

       END PROGRAM CONTRACT_INQUIRY.
