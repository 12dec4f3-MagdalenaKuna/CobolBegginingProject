             FILE STATUS IS CM-STATUS.

             SELECT FS_INSTALLMENTS_INF
             ASSIGN TO 'annuited_schedule.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS FS_I_KEY
             FILE STATUS IS FI-STATUS.

             SELECT PEOPLE ASSIGN TO 'people_names.txt'
             ORGANIZATION IS LINE SEQUENTIAL.
             SELECT FS_EXPOSURE ASSIGN TO 'dept_exposure_report.txt'
             ORGANIZATION IS LINE SEQUENTIAL.

             SELECT FS_PROCESSING_DATE ASSIGN TO 'processing_date.txt'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PD-STATUS.

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

           FD PEOPLE.
           FD FS_EXPOSURE.
           01 EX_LINE PIC X(80).

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
       01 MASTER-FOUND PIC A(1) VALUE 'N'.

      * The schedule holds one row per installment, keyed on
      * contract and due period; only the last row for a contract
      * matters here, so each row overwrites the contract's balance
      * and the survivor is the latest one. The contract's detail
      * line is printed when the first row of the next contract
      * arrives, and once more after the last row.
       01 DB-OPEN PIC A(1) VALUE 'N'.
       01 DX-BAL.
           05 DB-CONTRACT PIC X(10).
           05 DB-BAL PIC 9(10)v9(2).

       01 DX-PEOPLE OCCURS 500 TIMES.
           05 DP-EMPID PIC X(6).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM PARA-10-READ-PROCESSING-DATE.
           IF PD-FOUND NOT = 'Y' THEN
               DISPLAY "NO PROCESSING DATE ON processing_date.txt - "
                   "NO REPORT PRODUCED"
               GOBACK
           END-IF.
           OPEN INPUT FS_CONTRACT_MASTER.
           IF CM-STATUS NOT = '00' THEN
               DISPLAY "CANNOT OPEN INDEXED CONTRACT MASTER - "
               GOBACK
           END-IF.
           PERFORM PARA-2-LOAD-PEOPLE.
           OPEN OUTPUT FS_EXPOSURE.
           PERFORM PARA-4-WRITE-HEADINGS.
           PERFORM PARA-3-SCAN-BALANCES.
           PERFORM PARA-4-WRITE-TOTALS.
           CLOSE FS_EXPOSURE.
           CLOSE FS_CONTRACT_MASTER.
           GOBACK.

                       " PERSON(S) EXCEEDED TABLE CAPACITY"
               END-IF.

           PARA-3-SCAN-BALANCES.
               MOVE 'N' TO WS-EOF.
               OPEN INPUT FS_INSTALLMENTS_INF.
               IF FI-STATUS = '00' THEN
                   PERFORM PARA-3-READ-ONE UNTIL WS-EOF = 'Y'
                   CLOSE FS_INSTALLMENTS_INF
               ELSE
                   DISPLAY "CANNOT OPEN INDEXED SCHEDULE - STATUS "
                       FI-STATUS
               END-IF.
               IF DB-OPEN = 'Y' THEN
                   PERFORM PARA-5-REPORT-ONE
               END-IF.

           PARA-3-READ-ONE.
               READ FS_INSTALLMENTS_INF
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM PARA-3-TAKE-ROW
               END-READ.

           PARA-3-TAKE-ROW.
               IF DB-OPEN = 'Y' AND DB-CONTRACT NOT = FS_I_CONTRACT
                   THEN
                   PERFORM PARA-5-REPORT-ONE
               END-IF
               MOVE 'Y' TO DB-OPEN.
               MOVE FS_I_CONTRACT TO DB-CONTRACT.
               COMPUTE DB-BAL = FS_I_BAL + FS_I_BAL_V.

           PARA-4-WRITE-HEADINGS.
               MOVE SPACES TO EX_LINE.
               STRING "LOAN EXPOSURE BY DEPARTMENT - PROCESSING DATE "
                          DELIMITED BY SIZE
                      ASOF-DATE DELIMITED BY SIZE
                   INTO EX_LINE
               END-STRING
               WRITE EX_LINE.
               MOVE SPACES TO EX_LINE.
                   INTO EX_LINE
               END-STRING
               WRITE EX_LINE.

           PARA-4-WRITE-TOTALS.
               MOVE SPACES TO EX_LINE.
               WRITE EX_LINE.
               MOVE SPACES TO EX_LINE.
               MOVE EX-ED-AMOUNT TO EX-D-AMOUNT.
               MOVE EX-DETAIL TO EX_LINE.
               WRITE EX_LINE.

           PARA-5-REPORT-ONE.
               PERFORM PARA-6-READ-MASTER.
               MOVE SPACES TO EX-DETAIL.
               MOVE DB-CONTRACT TO EX-D-CONTRACT.
               MOVE DB-BAL TO EX-ED-AMOUNT.
               MOVE EX-ED-AMOUNT TO EX-D-AMOUNT.
               ADD DB-BAL TO GRAND_TOTAL.
               IF MASTER-FOUND = 'N'
                   OR CM_EMPLOYEE_ID = SPACES THEN
                   MOVE "*NO EMP ID*" TO EX-D-FLAG
                   ADD DB-BAL TO UNMATCHED_TOTAL
                   ADD 1 TO UNMATCHED_CONTRACTS
               ELSE
                   MOVE CM_EMPLOYEE_ID TO EX-D-EMPID
                   PERFORM PARA-7-FIND-PERSON
                   IF DP-FOUND-INDEX = 0 THEN
                       MOVE "*NO MATCH*" TO EX-D-FLAG
                       ADD DB-BAL TO UNMATCHED_TOTAL
                       ADD 1 TO UNMATCHED_CONTRACTS
                   ELSE
                       MOVE DP-DEPT(DP-FOUND-INDEX) TO EX-D-DEPT
               END-IF
               MOVE EX-DETAIL TO EX_LINE.
               WRITE EX_LINE.
               MOVE 'N' TO DB-OPEN.

           PARA-6-READ-MASTER.
               MOVE 'N' TO MASTER-FOUND.
               MOVE DB-CONTRACT TO CM_CONTRACT_ID.
               READ FS_CONTRACT_MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'Y' TO MASTER-FOUND
                   END-IF
               END-IF
               IF DD-FOUND-INDEX > 0 THEN
                   ADD DB-BAL TO DD-TOTAL(DD-FOUND-INDEX)
                   ADD 1 TO DD-CONTRACTS(DD-FOUND-INDEX)
               END-IF.

               END-IF
               ADD 1 TO DD-INDEX.

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

       END PROGRAM DEPT_EXPOSURE.
