      ******************************************************************
      * Author:
      * Date:
      * Purpose: Sets up the processing-date control record that
      *          every batch and maintenance program reads for the
      *          business date it runs under. The operator keys the
      *          first processing date once, when the control record
      *          does not yet exist; from then on only the end-of-day
      *          roll step of MASTER_BATCH advances it, and this
      *          transaction just shows the date in force. The set-up
      *          is appended to the cumulative processing-date log
      *          with the operator, as every roll is. The operator
      *          signs on against the operator file, and only a
      *          supervisor may set the date up - the operator file
      *          is therefore set up first, by MAINTAIN_OPERATORS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SET_PROCESSING_DATE.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
             SELECT FS_PROCESSING_DATE ASSIGN TO 'processing_date.txt'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PD-STATUS.

             SELECT FS_DATE_LOG ASSIGN TO 'processing_date_log.txt'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PL-STATUS.

             SELECT FS_OPERATORS ASSIGN TO 'operator_master.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS OP_ID
             FILE STATUS IS OP-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD FS_PROCESSING_DATE.
           01 PD_REC.
               05 PD_DATE PIC 9(8).
               05 PD_PREV_DATE PIC 9(8).
               05 PD_ROLL_DATE PIC 9(8).
               05 PD_ROLL_TIME PIC 9(8).

      * One line per change of the processing date: SETUP from this
      * transaction, ROLL from the end-of-day step.
           FD FS_DATE_LOG.
           01 PL_REC.
               05 PL_ACTION PIC X(6).
               05 PL_FROM_DATE PIC 9(8).
               05 PL_TO_DATE PIC 9(8).
               05 PL_CLOCK_DATE PIC 9(8).
               05 PL_CLOCK_TIME PIC 9(8).
               05 PL_OPERATOR PIC X(6).

           FD FS_OPERATORS.
           01 OP_REC.
               05 OP_ID PIC X(6).
               05 OP_PASSWORD PIC X(8).
               05 OP_ROLE PIC X(10).
               05 OP_NAME PIC X(30).
               05 OP_ACTIVE PIC A(1).

       WORKING-STORAGE SECTION.
       01 PD-STATUS PIC X(2) VALUE '00'.
       01 PL-STATUS PIC X(2) VALUE '00'.
       01 PD-FOUND PIC A(1) VALUE 'N'.
       01 OPERATOR-ID PIC X(6) VALUE SPACES.
       01 OP-STATUS PIC X(2) VALUE '00'.
       01 OPERATOR-ROLE PIC X(10) VALUE SPACES.
       01 OPERATOR-PASSWORD PIC X(8) VALUE SPACES.
       01 SIGNON-OK PIC A(1) VALUE 'N'.
       01 SIGNON-TRIES PIC 9(1) VALUE 0.
       01 CONFIRM PIC A(1) VALUE 'N'.
       01 DATE-OK PIC A(1) VALUE 'N'.

       01 NEW-DATE PIC 9(8) VALUE 0.
       01 DATE-WORK.
           05 DW-YEAR PIC 9(4).
           05 DW-MONTH PIC 9(2).
           05 DW-DAY PIC 9(2).
       01 MONTH-DAYS PIC 9(2) VALUE 0.
       01 LEAP-WORK PIC 9(4) VALUE 0.
       01 LEAP-REM PIC 9(4) VALUE 0.
       01 LEAP-FLAG PIC A(1) VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM PARA-1-SIGN-ON
               UNTIL SIGNON-OK = 'Y' OR SIGNON-TRIES = 3.
           IF SIGNON-OK NOT = 'Y' THEN
               DISPLAY "SIGN-ON FAILED - TRANSACTION NOT STARTED"
               STOP RUN
           END-IF.
           PERFORM PARA-2-READ-PROCESSING-DATE.
           IF PD-FOUND = 'Y' THEN
               DISPLAY "PROCESSING DATE IS " PD_DATE
                   " - PREVIOUS " PD_PREV_DATE
               DISPLAY "ONLY THE END-OF-DAY ROLL IN MASTER_BATCH "
                   "ADVANCES IT"
               STOP RUN
           END-IF.
           DISPLAY "NO PROCESSING DATE ON FILE".
           IF OPERATOR-ROLE NOT = "SUPERVISOR" THEN
               DISPLAY "ONLY A SUPERVISOR MAY SET THE FIRST "
                   "PROCESSING DATE"
               STOP RUN
           END-IF.
           PERFORM PARA-3-GET-DATE UNTIL DATE-OK = 'Y'.
           DISPLAY "SET PROCESSING DATE TO " NEW-DATE " (Y/N): ".
           ACCEPT CONFIRM.
           IF CONFIRM NOT = 'Y' THEN
               DISPLAY "NOTHING SET"
               STOP RUN
           END-IF.
           PERFORM PARA-5-WRITE-PROCESSING-DATE.
           STOP RUN.

      * The operator signs on with the id and password on the
      * operator file. Any role may see the date in force; only a
      * supervisor may set it up. Three failed tries end the run.
           PARA-1-SIGN-ON.
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

           PARA-2-READ-PROCESSING-DATE.
               MOVE 'N' TO PD-FOUND.
               OPEN INPUT FS_PROCESSING_DATE.
               IF PD-STATUS = '00' THEN
                   READ FS_PROCESSING_DATE
                       AT END MOVE 'N' TO PD-FOUND
                       NOT AT END
                           IF PD_DATE IS NUMERIC AND PD_DATE > 0 THEN
                               MOVE 'Y' TO PD-FOUND
                           END-IF
                   END-READ
                   CLOSE FS_PROCESSING_DATE
               END-IF.

           PARA-3-GET-DATE.
               MOVE 'N' TO DATE-OK.
               DISPLAY "FIRST PROCESSING DATE (YYYYMMDD): ".
               ACCEPT NEW-DATE.
               MOVE NEW-DATE TO DATE-WORK.
               IF DW-YEAR < 1900 OR DW-MONTH < 1 OR DW-MONTH > 12
                   OR DW-DAY < 1 THEN
                   DISPLAY "INVALID DATE"
               ELSE
                   PERFORM PARA-4-MONTH-DAYS
                   IF DW-DAY > MONTH-DAYS THEN
                       DISPLAY "INVALID DATE"
                   ELSE
                       MOVE 'Y' TO DATE-OK
                   END-IF
               END-IF.

           PARA-4-MONTH-DAYS.
               EVALUATE DW-MONTH
                 WHEN 4 MOVE 30 TO MONTH-DAYS
                 WHEN 6 MOVE 30 TO MONTH-DAYS
                 WHEN 9 MOVE 30 TO MONTH-DAYS
                 WHEN 11 MOVE 30 TO MONTH-DAYS
                 WHEN 2
                     MOVE 28 TO MONTH-DAYS
                     MOVE 'N' TO LEAP-FLAG
                     DIVIDE DW-YEAR BY 4 GIVING LEAP-WORK
                         REMAINDER LEAP-REM
                     IF LEAP-REM = 0 THEN
                         MOVE 'Y' TO LEAP-FLAG
                     END-IF
                     DIVIDE DW-YEAR BY 100 GIVING LEAP-WORK
                         REMAINDER LEAP-REM
                     IF LEAP-REM = 0 THEN
                         MOVE 'N' TO LEAP-FLAG
                     END-IF
                     DIVIDE DW-YEAR BY 400 GIVING LEAP-WORK
                         REMAINDER LEAP-REM
                     IF LEAP-REM = 0 THEN
                         MOVE 'Y' TO LEAP-FLAG
                     END-IF
                     IF LEAP-FLAG = 'Y' THEN
                         MOVE 29 TO MONTH-DAYS
                     END-IF
                 WHEN OTHER MOVE 31 TO MONTH-DAYS
               END-EVALUATE.

           PARA-5-WRITE-PROCESSING-DATE.
               OPEN OUTPUT FS_PROCESSING_DATE.
               IF PD-STATUS NOT = '00' THEN
                   DISPLAY "CANNOT WRITE processing_date.txt - STATUS "
                       PD-STATUS
                   STOP RUN
               END-IF.
               MOVE NEW-DATE TO PD_DATE.
               MOVE 0 TO PD_PREV_DATE.
               ACCEPT PD_ROLL_DATE FROM DATE YYYYMMDD.
               ACCEPT PD_ROLL_TIME FROM TIME.
               WRITE PD_REC.
               CLOSE FS_PROCESSING_DATE.
               OPEN EXTEND FS_DATE_LOG.
               IF PL-STATUS NOT = '00' THEN
                   OPEN OUTPUT FS_DATE_LOG
               END-IF.
               MOVE "SETUP" TO PL_ACTION.
               MOVE 0 TO PL_FROM_DATE.
               MOVE NEW-DATE TO PL_TO_DATE.
               MOVE PD_ROLL_DATE TO PL_CLOCK_DATE.
               MOVE PD_ROLL_TIME TO PL_CLOCK_TIME.
               MOVE OPERATOR-ID TO PL_OPERATOR.
               WRITE PL_REC.
               CLOSE FS_DATE_LOG.
               DISPLAY "PROCESSING DATE SET TO " NEW-DATE.

       END PROGRAM SET_PROCESSING_DATE.
