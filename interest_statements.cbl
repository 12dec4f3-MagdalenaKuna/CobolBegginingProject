           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
             SELECT FS_INSTALLMENTS_INF
             ASSIGN TO 'annuited_schedule.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS FS_I_KEY
             FILE STATUS IS FI-STATUS.

             SELECT FS_STATEMENTS ASSIGN TO 'interest_statements.txt'
             ORGANIZATION IS LINE SEQUENTIAL.
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS BO-STATUS.

             SELECT FS_PROCESSING_DATE ASSIGN TO 'processing_date.txt'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PD-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

           FD FS_STATEMENTS.
               05 CM_START_DATE PIC 9(8).
               05 CM_EMPLOYEE_ID PIC X(6).
               05 CM_BORROWER_ID PIC X(6).
               05 CM_WRITTEN_OFF PIC A(1).
               05 CM_WRITE_OFF_DATE PIC 9(8).

           FD BORROWERS.
           01 B-F.
               05 B-F-ADDR2 PIC X(30).
               05 B-F-PHONE PIC X(15).

           FD FS_PROCESSING_DATE.
           01 PD_REC.
               05 PD_DATE PIC 9(8).
               05 PD_PREV_DATE PIC 9(8).
               05 PD_ROLL_DATE PIC 9(8).
               05 PD_ROLL_TIME PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-EOF PIC A(1) VALUE 'N'.
       01 CM-STATUS PIC X(2) VALUE '00'.
       01 FI-STATUS PIC X(2) VALUE '00'.
       01 PD-STATUS PIC X(2) VALUE '00'.
       01 PD-FOUND PIC A(1) VALUE 'N'.
       01 ASOF-DATE PIC 9(8) VALUE 0.
       01 BO-STATUS PIC X(2) VALUE '00'.
       01 MASTER-FOUND PIC A(1) VALUE 'N'.
       01 MASTER-OPEN PIC A(1) VALUE 'N'.
       01 SB-FOUND-INDEX PIC 9(4) VALUE 0.
       01 SB-KEY PIC X(6) VALUE SPACES.

      * The schedule is keyed on contract and due period, so each
      * contract-year's rows arrive together and in installment
      * order: the block is opened on the first of them, each row is
      * printed as it is read, and the totals close the block when
      * the contract or year changes. A row recomputed after a
      * checkpoint restart is on file once and cannot appear on a
      * statement twice.
       01 ST-ROW.
           05 SR-INTEREST PIC 9(10)v9(2).
           05 SR-CREDIT PIC 9(10)v9(2).

       01 ST-GROUP.
           05 SG-CONTRACT PIC X(10).
           05 SG-YEAR PIC 9(4).
       01 GROUP-OPEN PIC A(1) VALUE 'N'.

       01 YEAR-INTEREST PIC 9(12)v9(2) VALUE 0.
       01 YEAR-CREDIT PIC 9(12)v9(2) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM PARA-10-READ-PROCESSING-DATE.
           IF PD-FOUND NOT = 'Y' THEN
               DISPLAY "NO PROCESSING DATE ON processing_date.txt - "
                   "NO STATEMENTS PRODUCED"
               GOBACK
           END-IF.
           OPEN INPUT FS_CONTRACT_MASTER.
           IF CM-STATUS = '00' THEN
               MOVE 'Y' TO MASTER-OPEN
                   "WILL CARRY NO BORROWER DETAILS"
           END-IF.
           PERFORM PARA-7-LOAD-BORROWERS.
           PERFORM PARA-4-WRITE-STATEMENTS.
           IF MASTER-OPEN = 'Y' THEN
               CLOSE FS_CONTRACT_MASTER
           END-IF.
           DISPLAY " ".
           DISPLAY STATEMENT_COUNT " STATEMENT(S) WRITTEN".
           GOBACK.

           PARA-1-READ-ONE.
               READ FS_INSTALLMENTS_INF
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM PARA-2-TAKE-ROW
               END-READ.

           PARA-2-TAKE-ROW.
               IF GROUP-OPEN = 'Y' THEN
                   IF FS_I_CONTRACT NOT = SG-CONTRACT
                       OR FS_I_DUE_YEAR NOT = SG-YEAR THEN
                       PERFORM PARA-5-CLOSE-BLOCK
                   END-IF
               END-IF.
               IF GROUP-OPEN = 'N' THEN
                   MOVE FS_I_CONTRACT TO SG-CONTRACT
                   MOVE FS_I_DUE_YEAR TO SG-YEAR
                   PERFORM PARA-5-WRITE-BLOCK
               END-IF.
               MOVE 0 TO SR-INTEREST.
               ADD FS_I_I TO SR-INTEREST.
               ADD FS_I_I_V TO SR-INTEREST.
               MOVE 0 TO SR-CREDIT.
               ADD FS_I_C TO SR-CREDIT.
               ADD FS_I_C_V TO SR-CREDIT.
               PERFORM PARA-6-WRITE-ROW.

           PARA-4-WRITE-STATEMENTS.
               OPEN OUTPUT FS_STATEMENTS.
               MOVE 'N' TO WS-EOF.
               MOVE 'N' TO GROUP-OPEN.
               OPEN INPUT FS_INSTALLMENTS_INF.
               IF FI-STATUS = '00' THEN
                   PERFORM PARA-1-READ-ONE UNTIL WS-EOF = 'Y'
                   CLOSE FS_INSTALLMENTS_INF
                   IF GROUP-OPEN = 'Y' THEN
                       PERFORM PARA-5-CLOSE-BLOCK
                   END-IF
               ELSE
                   DISPLAY "CANNOT OPEN INDEXED SCHEDULE - STATUS "
                       FI-STATUS
               END-IF.
               CLOSE FS_STATEMENTS.

           PARA-5-WRITE-BLOCK.
               MOVE ALL "=" TO ST_LINE.
               WRITE ST_LINE.
               MOVE SPACES TO ST_LINE.
               STRING "ANNUAL INTEREST STATEMENT - PROCESSING DATE "
                          DELIMITED BY SIZE
                      ASOF-DATE DELIMITED BY SIZE
                   INTO ST_LINE
               END-STRING
               WRITE ST_LINE.
               MOVE SPACES TO ST_LINE.
               STRING "CONTRACT: " DELIMITED BY SIZE
                      SG-CONTRACT DELIMITED BY SIZE
                      "          CREDIT YEAR: " DELIMITED BY SIZE
                      SG-YEAR DELIMITED BY SIZE
                   INTO ST_LINE
               END-STRING
               WRITE ST_LINE.
               WRITE ST_LINE.
               MOVE 0 TO YEAR-INTEREST.
               MOVE 0 TO YEAR-CREDIT.
               MOVE 'Y' TO GROUP-OPEN.

           PARA-5-CLOSE-BLOCK.
               MOVE SPACES TO ST_LINE.
               WRITE ST_LINE.
               MOVE YEAR-INTEREST TO ED-AMOUNT.
               MOVE SPACES TO ST_LINE.
               WRITE ST_LINE.
               ADD 1 TO STATEMENT_COUNT.
               MOVE 'N' TO GROUP-OPEN.

           PARA-6-WRITE-ROW.
               MOVE SPACES TO ST-DETAIL.
               MOVE FS_I_DUE_INST TO ST-D-INST.
               MOVE SR-INTEREST TO ED-AMOUNT.
               MOVE ED-AMOUNT TO ST-D-INTEREST.
               MOVE SR-CREDIT TO ED-AMOUNT2.
               MOVE ED-AMOUNT2 TO ST-D-CREDIT.
               MOVE ST-DETAIL TO ST_LINE.
               WRITE ST_LINE.
               ADD SR-INTEREST TO YEAR-INTEREST.
               ADD SR-CREDIT TO YEAR-CREDIT.

           PARA-7-LOAD-BORROWERS.
               MOVE 'N' TO WS-EOF.
           PARA-8-WRITE-BORROWER.
               MOVE 'N' TO MASTER-FOUND.
               IF MASTER-OPEN = 'Y' THEN
                   MOVE SG-CONTRACT TO CM_CONTRACT_ID
                   READ FS_CONTRACT_MASTER
                       INVALID KEY CONTINUE
                       NOT INVALID KEY MOVE 'Y' TO MASTER-FOUND
               END-IF
               ADD 1 TO SB-INDEX.

      * The business date the run is made under. It comes from the
      * processing-date control record, which only the end-of-day
      * roll in MASTER_BATCH advances, so a run that crosses
      * midnight or a rerun after an outage still works to the
      * day it belongs to.
           PARA-10-READ-PROCESSING-DATE.
               MOVE 'N' TO PD-FOUND.
               OPEN INPUT FS_PROCESSING_DATE.
               IF PD-STATUS = '00' THEN
                   READ FS_PROCESSING_DATE
                       AT END MOVE 'N' TO PD-FOUND
                       NOT AT END
                           IF PD_DATE IS NUMERIC AND PD_DATE > 0 THEN
                               MOVE PD_DATE TO ASOF-DATE
                               MOVE 'Y' TO PD-FOUND
                           END-IF
                   END-READ
                   CLOSE FS_PROCESSING_DATE
               END-IF.
               IF PD-FOUND = 'Y' THEN
                   DISPLAY "PROCESSING DATE " ASOF-DATE
               END-IF.

       END PROGRAM INTEREST_STATEMENTS.
