      ******************************************************************
      * Author:
      * Date:
      * Purpose: Vintage (static pool) delinquency report. Sorts the
      *          cumulative month-end snapshot history by disbursement
      *          month - the year and month of the contract's start
      *          date - and snapshot month, and prints one block per
      *          disbursement cohort with a line for every month-end
      *          snapshot since booking: months on book, contracts,
      *          outstanding balance, and the percentage of that
      *          balance more than 30 and more than 90 days past due.
      *          A written-off contract's balance counts in both, so a
      *          cohort's losses do not vanish from it when they are
      *          written off. Cohorts booked in different periods can
      *          then be compared at the same age.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VINTAGE_REPORT.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
             SELECT FS_SNAPSHOT ASSIGN TO 'portfolio_snapshot.txt'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PS-STATUS.

             SELECT VINTAGE-SORT-WORK ASSIGN TO 'vintage_sort.wrk'.

             SELECT FS_VINTAGE ASSIGN TO 'vintage_report.txt'
             ORGANIZATION IS LINE SEQUENTIAL.

             SELECT FS_PROCESSING_DATE ASSIGN TO 'processing_date.txt'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PD-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD FS_SNAPSHOT.
           01 PS_REC.
               05 PS_SNAP_MONTH PIC 9(6).
               05 PS_SNAP_DATE PIC 9(8).
               05 PS_CONTRACT PIC X(10).
               05 PS_START_DATE PIC 9(8).
               05 PS_BALANCE PIC 9(10)v9(2).
               05 PS_DAYS_PAST_DUE PIC 9(5).
               05 PS_RISK_CLASS PIC X(12).
               05 PS_PAID_TO_DATE PIC 9(10)v9(2).
               05 PS_WRITTEN_OFF PIC A(1).

      * The snapshot record with the start date split so the sort
      * can key on the disbursement month alone.
           SD VINTAGE-SORT-WORK.
           01 VS_REC.
               05 VS_SNAP_MONTH PIC 9(6).
               05 VS_SNAP_DATE PIC 9(8).
               05 VS_CONTRACT PIC X(10).
               05 VS_START_DATE.
                   10 VS_COHORT.
                       15 VS_COHORT_YEAR PIC 9(4).
                       15 VS_COHORT_MONTH PIC 9(2).
                   10 VS_START_DAY PIC 9(2).
               05 VS_BALANCE PIC 9(10)v9(2).
               05 VS_DAYS_PAST_DUE PIC 9(5).
               05 VS_RISK_CLASS PIC X(12).
               05 VS_PAID_TO_DATE PIC 9(10)v9(2).
               05 VS_WRITTEN_OFF PIC A(1).

           FD FS_VINTAGE.
           01 VR_LINE PIC X(80).

           FD FS_PROCESSING_DATE.
           01 PD_REC.
               05 PD_DATE PIC 9(8).
               05 PD_PREV_DATE PIC 9(8).
               05 PD_ROLL_DATE PIC 9(8).
               05 PD_ROLL_TIME PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-EOF PIC A(1) VALUE 'N'.
       01 PS-STATUS PIC X(2) VALUE '00'.
       01 PD-STATUS PIC X(2) VALUE '00'.
       01 PD-FOUND PIC A(1) VALUE 'N'.
       01 ASOF-DATE PIC 9(8) VALUE 0.

      * The cohort and snapshot month being accumulated; a change of
      * either prints the line, a change of cohort starts a block.
       01 CUR-COHORT PIC 9(6) VALUE 0.
       01 CUR-SNAP-MONTH PIC 9(6) VALUE 0.
       01 LINE-OPEN PIC A(1) VALUE 'N'.
       01 LINE-COUNT PIC 9(5) VALUE 0.
       01 LINE-BALANCE PIC 9(12)v9(2) VALUE 0.
       01 LINE-BAL-30 PIC 9(12)v9(2) VALUE 0.
       01 LINE-BAL-90 PIC 9(12)v9(2) VALUE 0.

       01 MONTH-WORK.
           05 MW-YEAR PIC 9(4).
           05 MW-MONTH PIC 9(2).
       01 COHORT-MONTHS PIC 9(6) VALUE 0.
       01 SNAP-MONTHS PIC 9(6) VALUE 0.
       01 MONTHS-ON-BOOK PIC 9(3) VALUE 0.
       01 PCT-WORK PIC 9(3)v9(2) VALUE 0.

       01 RECORD_COUNT PIC 9(7) VALUE 0.
       01 NO_START_COUNT PIC 9(7) VALUE 0.
       01 COHORT_COUNT PIC 9(5) VALUE 0.

       01 VR-DETAIL.
           05 FILLER PIC X(2) VALUE SPACES.
           05 VR-D-MOB PIC ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 VR-D-MONTH PIC 9(6).
           05 FILLER PIC X(4) VALUE SPACES.
           05 VR-D-COUNT PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 VR-D-BALANCE PIC Z(11)9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 VR-D-PCT-30 PIC ZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 VR-D-PCT-90 PIC ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM PARA-6-READ-PROCESSING-DATE.
           IF PD-FOUND NOT = 'Y' THEN
               DISPLAY "NO PROCESSING DATE ON processing_date.txt - "
                   "NO REPORT PRODUCED"
               GOBACK
           END-IF.
           OPEN INPUT FS_SNAPSHOT.
           IF PS-STATUS NOT = '00' THEN
               DISPLAY "NO SNAPSHOT HISTORY ON portfolio_snapshot.txt"
                   " - RUN THE MONTH-END SNAPSHOT FIRST"
               GOBACK
           END-IF.
           CLOSE FS_SNAPSHOT.
           OPEN OUTPUT FS_VINTAGE.
           MOVE SPACES TO VR_LINE.
           STRING "VINTAGE DELINQUENCY BY DISBURSEMENT MONTH - "
                      DELIMITED BY SIZE
                  "PROCESSING DATE " DELIMITED BY SIZE
                  ASOF-DATE DELIMITED BY SIZE
               INTO VR_LINE
           END-STRING.
           WRITE VR_LINE.
           SORT VINTAGE-SORT-WORK
               ON ASCENDING KEY VS_COHORT VS_SNAP_MONTH VS_CONTRACT
               USING FS_SNAPSHOT
               OUTPUT PROCEDURE IS PARA-1-WRITE-VINTAGE.
           CLOSE FS_VINTAGE.
           DISPLAY " ".
           DISPLAY RECORD_COUNT " SNAPSHOT RECORD(S) READ".
           DISPLAY COHORT_COUNT " DISBURSEMENT COHORT(S) REPORTED".
           IF NO_START_COUNT > 0 THEN
               DISPLAY NO_START_COUNT
                   " SNAPSHOT RECORD(S) WITHOUT A START DATE LEFT OUT"
           END-IF.
           GOBACK.

           PARA-1-WRITE-VINTAGE.
               MOVE 'N' TO WS-EOF.
               MOVE 'N' TO LINE-OPEN.
               PERFORM PARA-2-RETURN-ONE UNTIL WS-EOF = 'Y'.
               IF LINE-OPEN = 'Y' THEN
                   PERFORM PARA-4-WRITE-LINE
               END-IF.

           PARA-2-RETURN-ONE.
               RETURN VINTAGE-SORT-WORK
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO RECORD_COUNT
                       IF VS_START_DATE IS NUMERIC
                           AND VS_COHORT_MONTH > 0 THEN
                           PERFORM PARA-3-TAKE-ONE
                       ELSE
                           ADD 1 TO NO_START_COUNT
                       END-IF
               END-RETURN.

           PARA-3-TAKE-ONE.
               IF LINE-OPEN = 'Y' THEN
                   IF VS_COHORT NOT = CUR-COHORT
                       OR VS_SNAP_MONTH NOT = CUR-SNAP-MONTH THEN
                       PERFORM PARA-4-WRITE-LINE
                   END-IF
               END-IF.
               IF LINE-OPEN = 'N' THEN
                   IF VS_COHORT NOT = CUR-COHORT THEN
                       MOVE VS_COHORT TO CUR-COHORT
                       PERFORM PARA-5-WRITE-COHORT-HEAD
                   END-IF
                   MOVE VS_SNAP_MONTH TO CUR-SNAP-MONTH
                   MOVE 0 TO LINE-COUNT
                   MOVE 0 TO LINE-BALANCE
                   MOVE 0 TO LINE-BAL-30
                   MOVE 0 TO LINE-BAL-90
                   MOVE 'Y' TO LINE-OPEN
               END-IF.
               ADD 1 TO LINE-COUNT.
               ADD VS_BALANCE TO LINE-BALANCE.
               IF VS_DAYS_PAST_DUE > 30 OR VS_WRITTEN_OFF = 'Y' THEN
                   ADD VS_BALANCE TO LINE-BAL-30
               END-IF.
               IF VS_DAYS_PAST_DUE > 90 OR VS_WRITTEN_OFF = 'Y' THEN
                   ADD VS_BALANCE TO LINE-BAL-90
               END-IF.

      * Months on book count from the disbursement month; a snapshot
      * taken before the start date shows as month 0.
           PARA-4-WRITE-LINE.
               MOVE CUR-COHORT TO MONTH-WORK.
               COMPUTE COHORT-MONTHS = MW-YEAR * 12 + MW-MONTH.
               MOVE CUR-SNAP-MONTH TO MONTH-WORK.
               COMPUTE SNAP-MONTHS = MW-YEAR * 12 + MW-MONTH.
               IF SNAP-MONTHS > COHORT-MONTHS THEN
                   COMPUTE MONTHS-ON-BOOK = SNAP-MONTHS - COHORT-MONTHS
               ELSE
                   MOVE 0 TO MONTHS-ON-BOOK
               END-IF.
               MOVE MONTHS-ON-BOOK TO VR-D-MOB.
               MOVE CUR-SNAP-MONTH TO VR-D-MONTH.
               MOVE LINE-COUNT TO VR-D-COUNT.
               MOVE LINE-BALANCE TO VR-D-BALANCE.
               MOVE 0 TO PCT-WORK.
               IF LINE-BALANCE > 0 THEN
                   COMPUTE PCT-WORK ROUNDED =
                       LINE-BAL-30 * 100 / LINE-BALANCE
               END-IF.
               MOVE PCT-WORK TO VR-D-PCT-30.
               MOVE 0 TO PCT-WORK.
               IF LINE-BALANCE > 0 THEN
                   COMPUTE PCT-WORK ROUNDED =
                       LINE-BAL-90 * 100 / LINE-BALANCE
               END-IF.
               MOVE PCT-WORK TO VR-D-PCT-90.
               MOVE VR-DETAIL TO VR_LINE.
               WRITE VR_LINE.
               MOVE 'N' TO LINE-OPEN.

           PARA-5-WRITE-COHORT-HEAD.
               ADD 1 TO COHORT_COUNT.
               MOVE SPACES TO VR_LINE.
               WRITE VR_LINE.
               MOVE SPACES TO VR_LINE.
               STRING "DISBURSED " DELIMITED BY SIZE
                      CUR-COHORT DELIMITED BY SIZE
                   INTO VR_LINE
               END-STRING.
               WRITE VR_LINE.
               MOVE SPACES TO VR_LINE.
               STRING "  MOB  SNAPSHOT  CONTRACTS" DELIMITED BY SIZE
                      "          BALANCE    30+ %    90+ %"
                          DELIMITED BY SIZE
                   INTO VR_LINE
               END-STRING.
               WRITE VR_LINE.

      * The business date the run is made under. It comes from the
      * processing-date control record, which only the end-of-day
      * roll in MASTER_BATCH advances, so a run that crosses
      * midnight or a rerun after an outage still works to the
      * day it belongs to.
           PARA-6-READ-PROCESSING-DATE.
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

       END PROGRAM VINTAGE_REPORT.
