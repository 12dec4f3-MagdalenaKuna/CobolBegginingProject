             ASSIGN TO 'penalty_report.txt'
             ORGANIZATION IS LINE SEQUENTIAL.

             SELECT FS_PROCESSING_DATE ASSIGN TO 'processing_date.txt'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PD-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD FS_LEDGER.
           FD FS_PENALTY_REPORT.
           01 PR_LINE PIC X(80).

           FD FS_PROCESSING_DATE.
           01 PD_REC.
               05 PD_DATE PIC 9(8).
               05 PD_PREV_DATE PIC 9(8).
               05 PD_ROLL_DATE PIC 9(8).
               05 PD_ROLL_TIME PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-EOF PIC A(1) VALUE 'N'.
       01 LG-STATUS PIC X(2) VALUE '00'.
       01 PD-STATUS PIC X(2) VALUE '00'.
       01 PD-FOUND PIC A(1) VALUE 'N'.
       01 PP-STATUS PIC X(2) VALUE '00'.
       01 PARAMETERS_OK PIC A(1) VALUE 'N'.


       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM PARA-8-READ-PROCESSING-DATE.
           IF PD-FOUND NOT = 'Y' THEN
               DISPLAY "NO PROCESSING DATE ON processing_date.txt - "
                   "NOTHING ACCRUED"
               GOBACK
           END-IF.
           MOVE ASOF-DATE TO DATE-WORK.
           PERFORM PARA-7-DATE-SERIAL.
           MOVE DATE-SERIAL TO ASOF-SERIAL.
           PARA-2-READ-ONE.
      * REVERSD lines are reversal memos, not schedule positions -
      * the backed-out money already shows on the position lines.
      * FEE lines are billed fees, on which no penalty interest is
      * charged.
               READ FS_LEDGER
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF FS_L_SCHED IS NUMERIC
                           AND FS_L_STATUS NOT = "REVERSD"
                           AND FS_L_STATUS(1:3) NOT = "FEE" THEN
                           PERFORM PARA-3-TAKE-ROW
                       END-IF
               END-READ.
                   COMPUTE DATE-SERIAL = DATE-SERIAL - DW-DAY + 30
               END-IF.

      * The business date the run is made under. It comes from the
      * processing-date control record, which only the end-of-day
      * roll in MASTER_BATCH advances, so a run that crosses
      * midnight or a rerun after an outage still works to the
      * day it belongs to.
           PARA-8-READ-PROCESSING-DATE.
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

       END PROGRAM PENALTY_INTEREST.
