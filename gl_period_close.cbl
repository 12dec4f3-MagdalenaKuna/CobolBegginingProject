      ******************************************************************
      * Author:
      * Date:
      * Purpose: Accounting period close. Takes the period to close
      *          (YYYYMM) from the close parameter file and locks it
      *          on the period control file, after which no ledger
      *          extract will post into it and the journal will not
      *          accept or replace anything in it. A period is only
      *          closed once it is over - before the month of the
      *          processing date - and when it has journal lines and
      *          its journal debits equal its credits; a period
      *          already closed is left as it is.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL_PERIOD_CLOSE.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
             SELECT FS_PARAMETERS ASSIGN TO 'gl_close_parameters.txt'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS GC-STATUS.

             SELECT FS_JOURNAL ASSIGN TO 'gl_journal.txt'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS JN-STATUS.

             SELECT FS_PERIODS ASSIGN TO 'gl_period_control.txt'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS GP-STATUS.

             SELECT FS_PROCESSING_DATE ASSIGN TO 'processing_date.txt'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PD-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD FS_PARAMETERS.
           01 GC_REC.
               05 GC_PERIOD PIC 9(6).

           FD FS_JOURNAL.
           01 JN_REC.
               05 JN_PERIOD PIC 9(6).
               05 JN_SOURCE PIC X(8).
               05 JN_ACCOUNT PIC X(8).
               05 JN_DRCR PIC X(1).
               05 JN_AMOUNT PIC 9(10).
               05 JN_AMOUNT_DOT PIC X(1).
               05 JN_AMOUNT_V PIC v9(2).
               05 JN_CONTRACT PIC X(10).
               05 JN_DUE_YEAR PIC 9(4).
               05 JN_DUE_SEP PIC X(1).
               05 JN_DUE_INST PIC 9(4).
               05 JN_POSTED_DATE PIC 9(8).

           FD FS_PERIODS.
           01 GP_REC.
               05 GP_PERIOD PIC 9(6).
               05 GP_STATUS PIC X(6).
               05 GP_CLOSED_DATE PIC 9(8).
               05 GP_OPERATOR PIC X(6).

           FD FS_PROCESSING_DATE.
           01 PD_REC.
               05 PD_DATE PIC 9(8).
               05 PD_PREV_DATE PIC 9(8).
               05 PD_ROLL_DATE PIC 9(8).
               05 PD_ROLL_TIME PIC 9(8).

       WORKING-STORAGE SECTION.
       01 GC-STATUS PIC X(2) VALUE '00'.
       01 PD-STATUS PIC X(2) VALUE '00'.
       01 PD-FOUND PIC A(1) VALUE 'N'.
       01 JN-STATUS PIC X(2) VALUE '00'.
       01 GP-STATUS PIC X(2) VALUE '00'.
       01 JN-EOF PIC A(1) VALUE 'N'.
       01 GP-EOF PIC A(1) VALUE 'N'.
       01 PARAMETERS_OK PIC A(1) VALUE 'N'.
       01 PERIOD-CLOSED PIC A(1) VALUE 'N'.
       01 CLOSE-PERIOD PIC 9(6) VALUE 0.
       01 CLOSE-MONTH PIC 9(2) VALUE 0.
       01 ASOF-DATE PIC 9(8) VALUE 0.

       01 PERIOD_LINE_COUNT PIC 9(9) VALUE 0.
       01 LINE_AMOUNT PIC 9(10)v9(2) VALUE 0.
       01 PERIOD-DEBIT PIC 9(12)v9(2) VALUE 0.
       01 PERIOD-CREDIT PIC 9(12)v9(2) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM PARA-5-READ-PROCESSING-DATE.
           IF PD-FOUND NOT = 'Y' THEN
               DISPLAY "NO PROCESSING DATE ON processing_date.txt - "
                   "NOTHING CLOSED"
               GOBACK
           END-IF.
           PERFORM PARA-1-READ-PARAMETERS.
           IF PARAMETERS_OK NOT = 'Y' THEN
               DISPLAY "NO VALID PERIOD ON THE CLOSE PARAMETER FILE "
                   "- NOTHING CLOSED"
               GOBACK
           END-IF.
           IF CLOSE-PERIOD NOT < ASOF-DATE(1:6) THEN
               DISPLAY "ACCOUNTING PERIOD " CLOSE-PERIOD
               DISPLAY "PERIOD IS NOT YET OVER - NOT CLOSED"
               GOBACK
           END-IF.
           PERFORM PARA-2-CHECK-PERIOD.
           IF PERIOD-CLOSED = 'Y' THEN
               DISPLAY "ACCOUNTING PERIOD " CLOSE-PERIOD
                   " IS ALREADY CLOSED"
               GOBACK
           END-IF.
           PERFORM PARA-3-TOTAL-PERIOD.
           DISPLAY "ACCOUNTING PERIOD " CLOSE-PERIOD.
           DISPLAY PERIOD_LINE_COUNT " JOURNAL LINE(S)".
           DISPLAY "TOTAL DEBITS  " PERIOD-DEBIT.
           DISPLAY "TOTAL CREDITS " PERIOD-CREDIT.
           IF PERIOD_LINE_COUNT = 0 THEN
               DISPLAY "PERIOD HAS NO JOURNAL LINES - NOT CLOSED"
               GOBACK
           END-IF.
           IF PERIOD-DEBIT NOT = PERIOD-CREDIT THEN
               DISPLAY "PERIOD DOES NOT BALANCE - NOT CLOSED"
               GOBACK
           END-IF.
           PERFORM PARA-4-WRITE-CLOSE.
           DISPLAY "ACCOUNTING PERIOD " CLOSE-PERIOD " CLOSED".
           GOBACK.

           PARA-1-READ-PARAMETERS.
               OPEN INPUT FS_PARAMETERS.
               IF GC-STATUS = '00' THEN
                   READ FS_PARAMETERS
                       AT END CONTINUE
                       NOT AT END
                           IF GC_PERIOD IS NUMERIC THEN
                               MOVE GC_PERIOD TO CLOSE-PERIOD
                               MOVE GC_PERIOD(5:2) TO CLOSE-MONTH
                               IF CLOSE-MONTH > 0
                                   AND CLOSE-MONTH < 13 THEN
                                   MOVE 'Y' TO PARAMETERS_OK
                               END-IF
                           END-IF
                   END-READ
                   CLOSE FS_PARAMETERS
               END-IF.

           PARA-2-CHECK-PERIOD.
               MOVE 'N' TO PERIOD-CLOSED.
               MOVE 'N' TO GP-EOF.
               OPEN INPUT FS_PERIODS.
               IF GP-STATUS = '00' THEN
                   PERFORM PARA-2-READ-ONE UNTIL GP-EOF = 'Y'
                   CLOSE FS_PERIODS
               END-IF.

           PARA-2-READ-ONE.
               READ FS_PERIODS
                   AT END MOVE 'Y' TO GP-EOF
                   NOT AT END
                       IF GP_PERIOD = CLOSE-PERIOD
                           AND GP_STATUS = "CLOSED" THEN
                           MOVE 'Y' TO PERIOD-CLOSED
                       END-IF
               END-READ.

           PARA-3-TOTAL-PERIOD.
               MOVE 'N' TO JN-EOF.
               OPEN INPUT FS_JOURNAL.
               IF JN-STATUS = '00' THEN
                   PERFORM PARA-3-TOTAL-ONE UNTIL JN-EOF = 'Y'
                   CLOSE FS_JOURNAL
               END-IF.

           PARA-3-TOTAL-ONE.
               READ FS_JOURNAL
                   AT END MOVE 'Y' TO JN-EOF
                   NOT AT END
                       IF JN_PERIOD = CLOSE-PERIOD
                           AND JN_AMOUNT IS NUMERIC THEN
                           ADD 1 TO PERIOD_LINE_COUNT
                           COMPUTE LINE_AMOUNT =
                               JN_AMOUNT + JN_AMOUNT_V
                           IF JN_DRCR = 'D' THEN
                               ADD LINE_AMOUNT TO PERIOD-DEBIT
                           ELSE
                               ADD LINE_AMOUNT TO PERIOD-CREDIT
                           END-IF
                       END-IF
               END-READ.

      * The control file is cumulative: one line per closed period,
      * with the date it was closed.
           PARA-4-WRITE-CLOSE.
               OPEN EXTEND FS_PERIODS.
               IF GP-STATUS NOT = '00' THEN
                   OPEN OUTPUT FS_PERIODS
               END-IF.
               MOVE CLOSE-PERIOD TO GP_PERIOD.
               MOVE "CLOSED" TO GP_STATUS.
               MOVE ASOF-DATE TO GP_CLOSED_DATE.
               MOVE "BATCH" TO GP_OPERATOR.
               WRITE GP_REC.
               CLOSE FS_PERIODS.

      * The business date the run is made under. It comes from the
      * processing-date control record, which only the end-of-day
      * roll in MASTER_BATCH advances, so a run that crosses
      * midnight or a rerun after an outage still works to the
      * day it belongs to.
           PARA-5-READ-PROCESSING-DATE.
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

       END PROGRAM GL_PERIOD_CLOSE.
