      *          installment count, first and last due period, and
      *          total interest as a percentage of the original
      *          credit amount from the contract master, with a
      *          grand-total line across the portfolio. The schedule is
      *          keyed on contract and due period, so each contract's
      *          rows arrive together and its line is printed as soon
      *          as the next contract starts.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
             FILE STATUS IS CM-STATUS.

             SELECT FS_INSTALLMENTS_INF
             ASSIGN TO 'annuited_schedule.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS FS_I_KEY
             FILE STATUS IS FI-STATUS.

             SELECT FS_COST_REPORT ASSIGN TO 'credit_cost_report.txt'
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

           FD FS_COST_REPORT.
           01 CR_LINE PIC X(120).

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
       01 CCM-AMOUNT PIC 9(10)v9(2) VALUE 0.

      * The summary of the contract being read. It is printed and
      * closed when the first row of the next contract arrives, and
      * once more after the last row. A row recomputed after a
      * checkpoint restart replaced the one on file, so each due
      * period is summed once.
       01 CC-OPEN PIC A(1) VALUE 'N'.
       01 CC-SUM.
           05 CCS-CONTRACT PIC X(10).
           05 CCS-INTEREST PIC 9(12)v9(2).
           05 CCS-REPAID PIC 9(12)v9(2).
           05 CCS-FIRST-INST PIC 9(4).
           05 CCS-LAST-YEAR PIC 9(4).
           05 CCS-LAST-INST PIC 9(4).

       01 GT-INTEREST PIC 9(12)v9(2) VALUE 0.
       01 GT-REPAID PIC 9(12)v9(2) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM PARA-7-READ-PROCESSING-DATE.
           IF PD-FOUND NOT = 'Y' THEN
               DISPLAY "NO PROCESSING DATE ON processing_date.txt - "
                   "NO REPORT PRODUCED"
               GOBACK
           END-IF.
           OPEN INPUT FS_CONTRACT_MASTER.
           IF CM-STATUS NOT = '00' THEN
               DISPLAY "CANNOT OPEN INDEXED CONTRACT MASTER - "
                   "STATUS " CM-STATUS
               GOBACK
           END-IF.
           OPEN OUTPUT FS_COST_REPORT.
           PERFORM PARA-4-WRITE-HEADINGS.
           PERFORM PARA-2-SCAN-SCHEDULE.
           PERFORM PARA-4-WRITE-TOTALS.
           CLOSE FS_COST_REPORT.
           CLOSE FS_CONTRACT_MASTER.
           GOBACK.

           PARA-2-SCAN-SCHEDULE.
               MOVE 'N' TO WS-EOF.
               OPEN INPUT FS_INSTALLMENTS_INF.
               IF FI-STATUS = '00' THEN
                   PERFORM PARA-2-READ-ONE UNTIL WS-EOF = 'Y'
                   CLOSE FS_INSTALLMENTS_INF
               ELSE
                   DISPLAY "CANNOT OPEN INDEXED SCHEDULE - STATUS "
                       FI-STATUS
               END-IF.
               IF CC-OPEN = 'Y' THEN
                   PERFORM PARA-5-WRITE-ONE
               END-IF.

           PARA-2-READ-ONE.
               READ FS_INSTALLMENTS_INF
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM PARA-3-TAKE-ROW
               END-READ.

           PARA-3-TAKE-ROW.
               IF CC-OPEN = 'Y' AND CCS-CONTRACT NOT = FS_I_CONTRACT
                   THEN
                   PERFORM PARA-5-WRITE-ONE
               END-IF
               IF CC-OPEN = 'N' THEN
                   MOVE 'Y' TO CC-OPEN
                   MOVE FS_I_CONTRACT TO CCS-CONTRACT
                   MOVE 0 TO CCS-INTEREST
                   MOVE 0 TO CCS-REPAID
                   MOVE 0 TO CCS-ROWS
                   MOVE FS_I_DUE_YEAR TO CCS-FIRST-YEAR
                   MOVE FS_I_DUE_INST TO CCS-FIRST-INST
               END-IF
               ADD 1 TO CCS-ROWS.
               ADD FS_I_I TO CCS-INTEREST.
               ADD FS_I_I_V TO CCS-INTEREST.
               ADD FS_I_C TO CCS-REPAID.
               ADD FS_I_C_V TO CCS-REPAID.
               ADD FS_I_I TO CCS-REPAID.
               ADD FS_I_I_V TO CCS-REPAID.
               MOVE FS_I_DUE_YEAR TO CCS-LAST-YEAR.
               MOVE FS_I_DUE_INST TO CCS-LAST-INST.

           PARA-4-WRITE-HEADINGS.
               MOVE SPACES TO CR_LINE.
               STRING "COST OF CREDIT BY CONTRACT - PROCESSING DATE "
                          DELIMITED BY SIZE
                      ASOF-DATE DELIMITED BY SIZE
                   INTO CR_LINE
               END-STRING
               WRITE CR_LINE.
               MOVE SPACES TO CR_LINE.
                   INTO CR_LINE
               END-STRING
               WRITE CR_LINE.

           PARA-4-WRITE-TOTALS.
               MOVE SPACES TO CR_LINE.
               WRITE CR_LINE.
               MOVE GT-INTEREST TO ED-INTEREST.
               END-IF
               MOVE CR-DETAIL TO CR_LINE.
               WRITE CR_LINE.

           PARA-5-WRITE-ONE.
               PERFORM PARA-6-READ-MASTER.
               MOVE SPACES TO CR-DETAIL.
               MOVE CCS-CONTRACT TO CR-D-CONTRACT.
               MOVE CCS-INTEREST TO ED-INTEREST.
               MOVE ED-INTEREST TO CR-D-INTEREST.
               MOVE CCS-REPAID TO ED-REPAID.
               MOVE ED-REPAID TO CR-D-REPAID.
               MOVE CCS-ROWS TO CR-D-ROWS.
               MOVE CCS-FIRST-YEAR TO CR-D-FIRST-YEAR.
               MOVE "/" TO CR-D-FIRST-SEP.
               MOVE CCS-FIRST-INST TO CR-D-FIRST-INST.
               MOVE CCS-LAST-YEAR TO CR-D-LAST-YEAR.
               MOVE "/" TO CR-D-LAST-SEP.
               MOVE CCS-LAST-INST TO CR-D-LAST-INST.
               IF MASTER-FOUND = 'Y' AND CCM-AMOUNT > 0 THEN
                   COMPUTE INTEREST-PCT =
                       CCS-INTEREST * 100 / CCM-AMOUNT
                   MOVE INTEREST-PCT TO ED-PCT
                   MOVE ED-PCT TO CR-D-PCT
                   MOVE "%" TO CR-D-PCT-SIGN
               ELSE
                   MOVE "NO MASTER" TO CR-D-NOTE
               END-IF
               ADD CCS-INTEREST TO GT-INTEREST.
               ADD CCS-REPAID TO GT-REPAID.
               ADD CCS-ROWS TO GT-ROWS.
               MOVE CR-DETAIL TO CR_LINE.
               WRITE CR_LINE.
               MOVE 'N' TO CC-OPEN.

           PARA-6-READ-MASTER.
               MOVE 'N' TO MASTER-FOUND.
               MOVE 0 TO CCM-AMOUNT.
               MOVE CCS-CONTRACT TO CM_CONTRACT_ID.
               READ FS_CONTRACT_MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       END-IF
               END-READ.

      * The business date the run is made under. It comes from the
      * processing-date control record, which only the end-of-day
      * roll in MASTER_BATCH advances, so a run that crosses
      * midnight or a rerun after an outage still works to the
      * day it belongs to.
           PARA-7-READ-PROCESSING-DATE.
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

       END PROGRAM CREDIT_COST_SUMMARY.
