      *          elapsed time computed from the logged start and end
      *          date-time stamps. Elapsed seconds across a midnight
      *          use the 30/360 day convention, the same one the
      *          payment-posting aging uses. The operator signs on
      *          against the operator file before the range is asked
      *          for; every role may run the report. The summary is
      *          headed with the business processing date it was run
      *          under.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS BH-STATUS.

                   SELECT FS_OPERATORS
                   ASSIGN TO 'operator_master.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS OP_ID
                   FILE STATUS IS OP-STATUS.

                   SELECT FS_PROCESSING_DATE
                   ASSIGN TO 'processing_date.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS PD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-HISTORY.
           05 BH-END-TIME PIC 9(8).
           05 BH-COUNT PIC 9(5).
           05 BH-STEP-STATUS PIC X(6).
           05 BH-PROC-DATE PIC 9(8).

       FD FS_OPERATORS.
       01 OP_REC.
           05 OP_ID PIC X(6).
           05 OP_PASSWORD PIC X(8).
           05 OP_ROLE PIC X(10).
           05 OP_NAME PIC X(30).
           05 OP_ACTIVE PIC A(1).

       FD FS_PROCESSING_DATE.
       01 PD_REC.
           05 PD_DATE PIC 9(8).
           05 PD_PREV_DATE PIC 9(8).
           05 PD_ROLL_DATE PIC 9(8).
           05 PD_ROLL_TIME PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-EOF PIC A(1) VALUE 'N'.
       01 BH-STATUS PIC X(2) VALUE '00'.
       01 PD-STATUS PIC X(2) VALUE '00'.
       01 PD-FOUND PIC A(1) VALUE 'N'.
       01 RUN-DATE PIC 9(8) VALUE 0.
       01 OPERATOR-ID PIC X(6) VALUE SPACES.
       01 OP-STATUS PIC X(2) VALUE '00'.
       01 OPERATOR-ROLE PIC X(10) VALUE SPACES.
       01 OPERATOR-PASSWORD PIC X(8) VALUE SPACES.
       01 SIGNON-OK PIC A(1) VALUE 'N'.
       01 SIGNON-TRIES PIC 9(1) VALUE 0.

       01 HR-STEP OCCURS 20 TIMES.
           05 HS-NAME PIC X(12).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM PARA-8-SIGN-ON
               UNTIL SIGNON-OK = 'Y' OR SIGNON-TRIES = 3.
           IF SIGNON-OK NOT = 'Y' THEN
               DISPLAY "SIGN-ON FAILED - REPORT NOT STARTED"
               GOBACK
           END-IF.
           PERFORM PARA-9-READ-PROCESSING-DATE.
           DISPLAY "FROM DATE (YYMMDD): ".
           ACCEPT FROM-DATE.
           DISPLAY "TO DATE (YYMMDD): ".
           PARA-5-PRINT-SUMMARY.
               DISPLAY " ".
               DISPLAY "BATCH RUN HISTORY " FROM-DATE " - " TO-DATE.
               IF PD-FOUND = 'Y' THEN
                   DISPLAY "PROCESSING DATE " RUN-DATE
               ELSE
                   DISPLAY "PROCESSING DATE NOT SET ON "
                       "processing_date.txt"
               END-IF.
               DISPLAY ROWS-IN-RANGE " STEP RUN(S) IN RANGE".
               DISPLAY " ".
               DISPLAY "STEP          RUNS   FAILED  AVG SECS  "
                   HS-WORST-ELAPSED(HS-INDEX)
               ADD 1 TO HS-INDEX.

      * The operator signs on with the id and password on the
      * operator file; every active operator may run the report.
      * Three failed tries end the run.
           PARA-8-SIGN-ON.
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

      * The business date the report is run under. It comes from
      * the processing-date control record, which only the
      * end-of-day roll in MASTER_BATCH advances.
           PARA-9-READ-PROCESSING-DATE.
               MOVE 'N' TO PD-FOUND.
               OPEN INPUT FS_PROCESSING_DATE.
               IF PD-STATUS = '00' THEN
                   READ FS_PROCESSING_DATE
                       AT END MOVE 'N' TO PD-FOUND
                       NOT AT END
                           IF PD_DATE IS NUMERIC AND PD_DATE > 0 THEN
                               MOVE PD_DATE TO RUN-DATE
                               MOVE 'Y' TO PD-FOUND
                           END-IF
                   END-READ
                   CLOSE FS_PROCESSING_DATE
               END-IF.

       END PROGRAM BATCH_HISTORY_REPORT.
