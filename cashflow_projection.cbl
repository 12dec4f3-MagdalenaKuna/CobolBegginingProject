      *          per month split into principal and interest with a
      *          portfolio total line, so treasury's funding answer
      *          comes off the schedule instead of being eyeballed.
      *          The schedule file is keyed on contract and due
      *          period, so a row rewritten after a checkpoint
      *          restart is there once and is projected once.
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

      * Business-day calendar: one holiday date per line, YYYYMMDD.
      * Due dates roll forward past weekends and holidays exactly
             ASSIGN TO 'cashflow_projection.txt'
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

           FD FS_CALENDAR.
           FD FS_PROJECTION.
           01 PJ_LINE PIC X(80).

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
       01 BD-STATUS PIC X(2) VALUE '00'.
       01 MASTER_FOUND PIC A(1) VALUE 'N'.
       01 LAST_CONTRACT PIC X(10) VALUE SPACES.
       01 DUE-MONTH PIC 9(6) VALUE 0.
       01 ASOF-DATE PIC 9(8) VALUE 0.

      * One bucket per calendar month holding the expected principal
      * and interest inflow of every not-yet-due installment.
       01 PM-TAB OCCURS 500 TIMES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM PARA-15-READ-PROCESSING-DATE.
           IF PD-FOUND NOT = 'Y' THEN
               DISPLAY "NO PROCESSING DATE ON processing_date.txt - "
                   "NOTHING PROJECTED"
               GOBACK
           END-IF.
           OPEN INPUT FS_CONTRACT_MASTER.
           IF CM-STATUS NOT = '00' THEN
               DISPLAY "CANNOT OPEN INDEXED CONTRACT MASTER - "
               DISPLAY PM_SKIPPED_COUNT
                   " ROW(S) EXCEEDED THE MONTH TABLE CAPACITY"
           END-IF.
           GOBACK.

           PARA-1-SCAN-SCHEDULE.
               MOVE 'N' TO WS-EOF.
               OPEN INPUT FS_INSTALLMENTS_INF.
               IF FI-STATUS = '00' THEN
                   PERFORM PARA-1-READ-ONE UNTIL WS-EOF = 'Y'
                   CLOSE FS_INSTALLMENTS_INF
               ELSE
                   DISPLAY "CANNOT OPEN INDEXED SCHEDULE - STATUS "
                       FI-STATUS
               END-IF.

           PARA-1-READ-ONE.
               READ FS_INSTALLMENTS_INF
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM PARA-4-PROJECT-ROW
               END-READ.

      * The rows of one contract arrive together, so the master is
      * read once per contract, not once per row.
           PARA-4-PROJECT-ROW.
               ADD PM-INTEREST(PM-INDEX) TO GT-INTEREST
               ADD 1 TO PM-INDEX.

      * The business date the run is made under. It comes from the
      * processing-date control record, which only the end-of-day
      * roll in MASTER_BATCH advances, so a run that crosses
      * midnight or a rerun after an outage still works to the
      * day it belongs to.
           PARA-15-READ-PROCESSING-DATE.
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

       END PROGRAM CASHFLOW_PROJECTION.
