      ******************************************************************
      * Author:
      * Date:
      * Purpose: Month-end accrued interest. The schedule extract
      *          books interest only on each installment's due
      *          period, so at month end the interest earned since a
      *          contract's last due date is not yet on the books.
      *          This run works out, for every contract with an
      *          installment still to fall due, the interest earned
      *          from its last contractual due date (its disbursement
      *          date before the first one) to the last day of the
      *          month: the outstanding balance left by the last due
      *          schedule row, at the annual rate in force for the
      *          period being earned - the contract master rate, or
      *          the latest rate event effective by that period -
      *          over the 30/360 days elapsed. An accrual report
      *          lists every contract, and two balanced ledger
      *          extracts are written: the accrual itself, debiting
      *          accrued interest receivable and crediting interest
      *          income in the month, and its reversal in the
      *          following month, dated the first day of that month,
      *          so the accrual never stays on the books past the
      *          due-period interest it anticipates. A contract that
      *          has been written off is not accrued.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCRUED_INTEREST.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
             SELECT FS_CONTRACT_MASTER ASSIGN TO 'contract_master.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CM_CONTRACT_ID
             FILE STATUS IS CM-STATUS.

             SELECT FS_INSTALLMENTS_INF
             ASSIGN TO 'annuited_schedule.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS FS_I_KEY
             FILE STATUS IS FI-STATUS.

             SELECT FS_RATE_EVENTS ASSIGN TO 'rate_events.txt'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RE-STATUS.

             SELECT FS_ACCRUAL_REPORT
             ASSIGN TO 'accrued_interest_report.txt'
             ORGANIZATION IS LINE SEQUENTIAL.

             SELECT FS_GL_ACCRUAL ASSIGN TO 'gl_accrual_postings.txt'
             ORGANIZATION IS LINE SEQUENTIAL.

             SELECT FS_GL_REVERSAL
             ASSIGN TO 'gl_accrual_reversals.txt'
             ORGANIZATION IS LINE SEQUENTIAL.

      * Account numbers are taken by role from the chart of
      * accounts, and both accounting periods of the run are checked
      * against the period control file - a closed period is never
      * posted into again.
             SELECT FS_ACCOUNTS ASSIGN TO 'chart_of_accounts.txt'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CA-STATUS.

             SELECT FS_PERIODS ASSIGN TO 'gl_period_control.txt'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS GP-STATUS.

             SELECT FS_PROCESSING_DATE ASSIGN TO 'processing_date.txt'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PD-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD FS_CONTRACT_MASTER.
           01 CM_REC.
               05 CM_CONTRACT_ID PIC X(10).
               05 CM_CREDIT_AMOUNT PIC 9(10).
               05 CM_BANK_RATE PIC 9(10).
               05 CM_RATE_FREQUENCY PIC X(1).
               05 CM_INSTALLMENTS PIC 9(8).
               05 CM_YEARS PIC 9(8).
               05 CM_LUMP_SUM PIC 9(10).
               05 CM_REMAINING_INSTALLMENTS PIC 9(8).
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

           FD FS_RATE_EVENTS.
           01 FS_RE.
               05 FS_RE_CONTRACT PIC X(10).
               05 FS_RE_EFF_YEAR PIC 9(4).
               05 FS_RE_EFF_INST PIC 9(4).
               05 FS_RE_NEW_RATE PIC 9(10).

           FD FS_ACCRUAL_REPORT.
           01 AR_LINE PIC X(100).

           FD FS_GL_ACCRUAL.
           01 GL_LINE PIC X(60).

           FD FS_GL_REVERSAL.
           01 GR_LINE PIC X(60).

           FD FS_ACCOUNTS.
           01 CA_REC.
               05 CA_ROLE PIC X(10).
               05 CA_ACCOUNT PIC X(8).
               05 CA_TYPE PIC X(1).
               05 CA_NAME PIC X(30).

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
       01 WS-EOF PIC A(1) VALUE 'N'.
       01 CM-STATUS PIC X(2) VALUE '00'.
       01 FI-STATUS PIC X(2) VALUE '00'.
       01 PD-STATUS PIC X(2) VALUE '00'.
       01 PD-FOUND PIC A(1) VALUE 'N'.
       01 RE-STATUS PIC X(2) VALUE '00'.
       01 CA-STATUS PIC X(2) VALUE '00'.
       01 GP-STATUS PIC X(2) VALUE '00'.
       01 CA-EOF PIC A(1) VALUE 'N'.
       01 GP-EOF PIC A(1) VALUE 'N'.
       01 ACCOUNTS_OK PIC A(1) VALUE 'N'.
       01 PERIOD-CLOSED PIC A(1) VALUE 'N'.
       01 MASTER_FOUND PIC A(1) VALUE 'N'.
       01 LAST_CONTRACT PIC X(10) VALUE SPACES.

       01 GL-ACCT-ACCRUED PIC X(8) VALUE SPACES.
       01 GL-ACCT-INTEREST PIC X(8) VALUE SPACES.

      * The accrual runs to the last day of the as-of month and its
      * reversal falls on the first day of the month after.
       01 ASOF-DATE PIC 9(8) VALUE 0.
       01 ACCRUAL-DATE PIC 9(8) VALUE 0.
       01 ACCRUAL-SERIAL PIC 9(8) VALUE 0.
       01 REVERSAL-DATE PIC 9(8) VALUE 0.
       01 GL-PERIOD PIC 9(6) VALUE 0.
       01 REVERSAL-PERIOD PIC 9(6) VALUE 0.
       01 CHECK-PERIOD PIC 9(6) VALUE 0.

      * The contract master keeps money in cents and rates in basis
      * points as plain integers; they are scaled on load.
       01 INPUT_RAW_VALUE PIC 9(10) VALUE 0.

      * Rate events, loaded the way the schedule run loads them:
      * each names the due period from which a new annual rate is
      * in force for a contract.
       01 RATE-EVENT OCCURS 200 TIMES.
           05 REV-CONTRACT PIC X(10).
           05 REV-YEAR PIC 9(4).
           05 REV-INST PIC 9(4).
           05 REV-RATE PIC 9(3)v9(8).
       01 RATE_EVENT_COUNT PIC 9(3) VALUE 0.
       01 RATE_EVENT_CAPACITY PIC 9(3) VALUE 200.
       01 RATE_EVENT_SKIPPED_COUNT PIC 9(3) VALUE 0.
       01 REV-INDEX PIC 9(3) VALUE 0.
       01 REV-EOF PIC A(1) VALUE 'N'.
       01 REV-BEST-YEAR PIC 9(4) VALUE 0.
       01 REV-BEST-INST PIC 9(4) VALUE 0.

      * The contract being accrued: its terms off the master, the
      * last schedule row already due by the accrual date and the
      * first row still to fall due. The schedule is read in key
      * order, so a contract's rows arrive together and each one is
      * accrued when the next contract's rows begin.
       01 AI-OPEN PIC A(1) VALUE 'N'.
       01 AI-TAB.
           05 AI-CONTRACT PIC X(10).
           05 AI-START-DATE PIC 9(8).
           05 AI-INSTALLMENTS PIC 9(8).
           05 AI-OPENING PIC 9(10)v9(2).
           05 AI-MASTER-RATE PIC 9(3)v9(8).
           05 AI-LAST-FOUND PIC A(1).
           05 AI-LAST-YEAR PIC 9(4).
           05 AI-LAST-INST PIC 9(4).
           05 AI-LAST-DATE PIC 9(8).
           05 AI-LAST-BAL PIC 9(10)v9(2).
           05 AI-NEXT-FOUND PIC A(1).
           05 AI-NEXT-YEAR PIC 9(4).
           05 AI-NEXT-INST PIC 9(4).
       01 ROW_NO_MASTER_COUNT PIC 9(4) VALUE 0.
       01 WRITTEN_OFF_COUNT PIC 9(5) VALUE 0.

      * Contractual due dates: installment K of the credit's life
      * falls K periods of 12/installments months after
      * disbursement, the day clamped to the month's real length.
       01 DUE-SEQ PIC 9(8) VALUE 0.
       01 MONTHS-PER-PERIOD PIC 9(4) VALUE 0.
       01 DATE-WORK.
           05 DW-YEAR PIC 9(4).
           05 DW-MONTH PIC 9(2).
           05 DW-DAY PIC 9(2).
       01 DATE-MONTH-WORK PIC 9(8) VALUE 0.
       01 DATE-YEAR-ADD PIC 9(8) VALUE 0.
       01 DATE-MONTH-REM PIC 9(2) VALUE 0.
       01 DATE-SERIAL PIC 9(8) VALUE 0.
       01 DUE-DATE PIC 9(8) VALUE 0.
       01 MONTH-DAYS PIC 9(2) VALUE 0.
       01 LEAP-WORK PIC 9(4) VALUE 0.
       01 LEAP-REM PIC 9(4) VALUE 0.
       01 LEAP-FLAG PIC A(1) VALUE 'N'.

       01 FROM-DATE PIC 9(8) VALUE 0.
       01 FROM-SERIAL PIC 9(8) VALUE 0.
       01 DAYS-ACCRUED PIC S9(8) VALUE 0.
       01 ACCRUAL-BALANCE PIC 9(10)v9(2) VALUE 0.
       01 ACCRUAL-RATE PIC 9(3)v9(8) VALUE 0.
       01 ACCRUAL-AMOUNT PIC 9(10)v9(2) VALUE 0.
       01 ACCRUAL_COUNT PIC 9(5) VALUE 0.
       01 GT-BALANCE PIC 9(12)v9(2) VALUE 0.
       01 GT-ACCRUED PIC 9(12)v9(2) VALUE 0.

       01 DETAIL_COUNT PIC 9(9) VALUE 0.
       01 TOTAL_DEBIT PIC 9(12)v9(2) VALUE 0.
       01 TOTAL_CREDIT PIC 9(12)v9(2) VALUE 0.

       01 GL-DETAIL.
           05 GL-D-TYPE PIC X(1).
           05 GL-D-ACCOUNT PIC X(8).
           05 GL-D-DRCR PIC X(1).
           05 GL-D-AMOUNT PIC 9(10).
           05 GL-D-AMOUNT-DOT PIC X(1).
           05 GL-D-AMOUNT-V PIC v9(2).
           05 GL-D-CONTRACT PIC X(10).
           05 GL-D-DUE-YEAR PIC 9(4).
           05 GL-D-DUE-SEP PIC X(1).
           05 GL-D-DUE-INST PIC 9(4).
           05 GL-D-PERIOD PIC 9(6).

       01 GL-TRAILER.
           05 GL-T-TYPE PIC X(1).
           05 GL-T-COUNT PIC 9(9).
           05 GL-T-DEBIT PIC 9(12).
           05 GL-T-DEBIT-DOT PIC X(1).
           05 GL-T-DEBIT-V PIC v9(2).
           05 GL-T-CREDIT PIC 9(12).
           05 GL-T-CREDIT-DOT PIC X(1).
           05 GL-T-CREDIT-V PIC v9(2).
           05 GL-T-RUN-DATE PIC 9(8).

       01 AR-ED-BALANCE PIC Z(9)9.99.
       01 AR-ED-ACCRUED PIC Z(9)9.99.
       01 AR-ED-RATE PIC ZZ9.9999.
       01 AR-ED-DAYS PIC ZZZZ9.
       01 AR-DETAIL.
           05 AR-D-CONTRACT PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 AR-D-FROM-DATE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 AR-D-NEXT-DUE PIC X(9).
           05 FILLER PIC X(2) VALUE SPACES.
           05 AR-D-DAYS PIC X(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 AR-D-BALANCE PIC X(13).
           05 FILLER PIC X(2) VALUE SPACES.
           05 AR-D-RATE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 AR-D-ACCRUED PIC X(13).
       01 DUE-EDIT.
           05 DE-YEAR PIC 9(4).
           05 DE-SEP PIC X(1).
           05 DE-INST PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM PARA-16-READ-PROCESSING-DATE.
           IF PD-FOUND NOT = 'Y' THEN
               DISPLAY "NO PROCESSING DATE ON processing_date.txt - "
                   "NOTHING ACCRUED"
               GOBACK
           END-IF.
           PERFORM PARA-1-ACCRUAL-DATES.
           PERFORM PARA-12-LOAD-ACCOUNTS.
           IF ACCOUNTS_OK NOT = 'Y' THEN
               DISPLAY "CHART OF ACCOUNTS INCOMPLETE - NOTHING "
                   "ACCRUED"
               GOBACK
           END-IF.
           MOVE GL-PERIOD TO CHECK-PERIOD.
           PERFORM PARA-13-CHECK-PERIOD.
           IF PERIOD-CLOSED = 'N' THEN
               MOVE REVERSAL-PERIOD TO CHECK-PERIOD
               PERFORM PARA-13-CHECK-PERIOD
           END-IF.
           IF PERIOD-CLOSED = 'Y' THEN
               DISPLAY "ACCOUNTING PERIOD " CHECK-PERIOD
                   " IS CLOSED - NOTHING ACCRUED"
               GOBACK
           END-IF.
           OPEN INPUT FS_CONTRACT_MASTER.
           IF CM-STATUS NOT = '00' THEN
               DISPLAY "CANNOT OPEN INDEXED CONTRACT MASTER - "
                   "STATUS " CM-STATUS
               GOBACK
           END-IF.
           PERFORM PARA-10-LOAD-RATE-EVENTS.
           OPEN OUTPUT FS_ACCRUAL_REPORT.
           OPEN OUTPUT FS_GL_ACCRUAL.
           OPEN OUTPUT FS_GL_REVERSAL.
           PERFORM PARA-6-REPORT-HEADINGS.
           PERFORM PARA-2-SCAN-SCHEDULE.
           CLOSE FS_CONTRACT_MASTER.
           PERFORM PARA-9-REPORT-TOTALS.
           PERFORM PARA-11-WRITE-TRAILERS.
           CLOSE FS_ACCRUAL_REPORT.
           CLOSE FS_GL_ACCRUAL.
           CLOSE FS_GL_REVERSAL.
           DISPLAY " ".
           DISPLAY ACCRUAL_COUNT " CONTRACT(S) ACCRUED TO "
               ACCRUAL-DATE.
           DISPLAY "TOTAL ACCRUED " GT-ACCRUED.
           DISPLAY "REVERSES ON   " REVERSAL-DATE.
           IF ROW_NO_MASTER_COUNT > 0 THEN
               DISPLAY ROW_NO_MASTER_COUNT
                   " ROW(S) HAVE NO MASTER RECORD AND WERE NOT "
                   "ACCRUED"
           END-IF.
           IF WRITTEN_OFF_COUNT > 0 THEN
               DISPLAY WRITTEN_OFF_COUNT
                   " WRITTEN-OFF CONTRACT(S) NOT ACCRUED"
           END-IF.
           GOBACK.

      * Last day of the as-of month, its 30/360 serial, and the
      * first day of the month after.
           PARA-1-ACCRUAL-DATES.
               MOVE ASOF-DATE TO DATE-WORK.
               PERFORM PARA-15-MONTH-DAYS.
               MOVE MONTH-DAYS TO DW-DAY.
               MOVE DATE-WORK TO ACCRUAL-DATE.
               PERFORM PARA-14-DATE-SERIAL.
               MOVE DATE-SERIAL TO ACCRUAL-SERIAL.
               MOVE ACCRUAL-DATE(1:6) TO GL-PERIOD.
               MOVE 1 TO DW-DAY.
               ADD 1 TO DW-MONTH.
               IF DW-MONTH > 12 THEN
                   MOVE 1 TO DW-MONTH
                   ADD 1 TO DW-YEAR
               END-IF.
               MOVE DATE-WORK TO REVERSAL-DATE.
               MOVE REVERSAL-DATE(1:6) TO REVERSAL-PERIOD.

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
               IF AI-OPEN = 'Y' THEN
                   PERFORM PARA-7-ACCRUE-ONE
               END-IF.

           PARA-2-READ-ONE.
               READ FS_INSTALLMENTS_INF
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF FS_I_C IS NUMERIC THEN
                           PERFORM PARA-3-TAKE-ROW
                       END-IF
               END-READ.

      * The rows of one contract arrive together, so the master is
      * read once per contract, not once per row, and the contract
      * before is accrued as soon as its last row has been seen. A
      * written-off contract earns nothing: its balance is already
      * off the books, so its rows are passed over.
           PARA-3-TAKE-ROW.
               IF FS_I_CONTRACT NOT = LAST_CONTRACT THEN
                   IF AI-OPEN = 'Y' THEN
                       PERFORM PARA-7-ACCRUE-ONE
                       MOVE 'N' TO AI-OPEN
                   END-IF
                   MOVE FS_I_CONTRACT TO LAST_CONTRACT
                   MOVE FS_I_CONTRACT TO CM_CONTRACT_ID
                   MOVE 'N' TO MASTER_FOUND
                   READ FS_CONTRACT_MASTER
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE 'Y' TO MASTER_FOUND
                           IF CM_WRITTEN_OFF = 'Y' THEN
                               ADD 1 TO WRITTEN_OFF_COUNT
                           END-IF
                   END-READ
               END-IF.
               IF MASTER_FOUND = 'N'
                   OR CM_INSTALLMENTS IS NOT NUMERIC
                   OR CM_INSTALLMENTS = 0 THEN
                   ADD 1 TO ROW_NO_MASTER_COUNT
               ELSE
                   IF CM_WRITTEN_OFF NOT = 'Y' THEN
                       IF AI-OPEN = 'N' THEN
                           PERFORM PARA-4-NEW-CONTRACT
                           MOVE 'Y' TO AI-OPEN
                       END-IF
                       PERFORM PARA-5-DUE-DATE
                       PERFORM PARA-3-PLACE-ROW
                   END-IF
               END-IF.

           PARA-3-PLACE-ROW.
               IF DUE-DATE NOT > ACCRUAL-DATE THEN
                   IF AI-LAST-FOUND = 'N'
                       OR FS_I_DUE_YEAR > AI-LAST-YEAR
                       OR (FS_I_DUE_YEAR = AI-LAST-YEAR
                           AND FS_I_DUE_INST > AI-LAST-INST) THEN
                       MOVE 'Y' TO AI-LAST-FOUND
                       MOVE FS_I_DUE_YEAR TO AI-LAST-YEAR
                       MOVE FS_I_DUE_INST TO AI-LAST-INST
                       MOVE DUE-DATE TO AI-LAST-DATE
                       COMPUTE AI-LAST-BAL = FS_I_BAL + FS_I_BAL_V
                   END-IF
               ELSE
                   IF AI-NEXT-FOUND = 'N'
                       OR FS_I_DUE_YEAR < AI-NEXT-YEAR
                       OR (FS_I_DUE_YEAR = AI-NEXT-YEAR
                           AND FS_I_DUE_INST < AI-NEXT-INST) THEN
                       MOVE 'Y' TO AI-NEXT-FOUND
                       MOVE FS_I_DUE_YEAR TO AI-NEXT-YEAR
                       MOVE FS_I_DUE_INST TO AI-NEXT-INST
                   END-IF
               END-IF.

      * Before its first due date a contract owes the disbursed
      * amount less any lump sum paid up front, the same opening
      * balance the schedule run amortizes.
           PARA-4-NEW-CONTRACT.
               MOVE FS_I_CONTRACT TO AI-CONTRACT.
               MOVE CM_START_DATE TO AI-START-DATE.
               MOVE CM_INSTALLMENTS TO AI-INSTALLMENTS.
               MOVE CM_CREDIT_AMOUNT TO INPUT_RAW_VALUE.
               COMPUTE AI-OPENING = INPUT_RAW_VALUE / 100.
               IF CM_LUMP_SUM IS NUMERIC THEN
                   MOVE CM_LUMP_SUM TO INPUT_RAW_VALUE
                   COMPUTE AI-OPENING = AI-OPENING
                       - INPUT_RAW_VALUE / 100
               END-IF.
               MOVE CM_BANK_RATE TO INPUT_RAW_VALUE.
               COMPUTE AI-MASTER-RATE = INPUT_RAW_VALUE / 10000.
               MOVE 'N' TO AI-LAST-FOUND.
               MOVE 0 TO AI-LAST-YEAR.
               MOVE 0 TO AI-LAST-INST.
               MOVE 0 TO AI-LAST-DATE.
               MOVE 0 TO AI-LAST-BAL.
               MOVE 'N' TO AI-NEXT-FOUND.
               MOVE 0 TO AI-NEXT-YEAR.
               MOVE 0 TO AI-NEXT-INST.

           PARA-5-DUE-DATE.
               MOVE CM_START_DATE TO DATE-WORK.
               DIVIDE 12 BY CM_INSTALLMENTS
                   GIVING MONTHS-PER-PERIOD.
               COMPUTE DUE-SEQ =
                   (FS_I_DUE_YEAR - 1) * CM_INSTALLMENTS
                   + FS_I_DUE_INST.
               COMPUTE DATE-MONTH-WORK = DW-MONTH - 1
                   + DUE-SEQ * MONTHS-PER-PERIOD.
               DIVIDE DATE-MONTH-WORK BY 12
                   GIVING DATE-YEAR-ADD
                   REMAINDER DATE-MONTH-REM.
               ADD DATE-YEAR-ADD TO DW-YEAR.
               COMPUTE DW-MONTH = DATE-MONTH-REM + 1.
               PERFORM PARA-15-MONTH-DAYS.
               IF DW-DAY > MONTH-DAYS THEN
                   MOVE MONTH-DAYS TO DW-DAY
               END-IF.
               MOVE DATE-WORK TO DUE-DATE.

           PARA-6-REPORT-HEADINGS.
               MOVE SPACES TO AR_LINE.
               STRING "ACCRUED INTEREST TO " DELIMITED BY SIZE
                      ACCRUAL-DATE DELIMITED BY SIZE
                      " - REVERSES ON " DELIMITED BY SIZE
                      REVERSAL-DATE DELIMITED BY SIZE
                      " - PROCESSING DATE " DELIMITED BY SIZE
                      ASOF-DATE DELIMITED BY SIZE
                   INTO AR_LINE
               END-STRING
               WRITE AR_LINE.
               MOVE SPACES TO AR_LINE.
               STRING "CONTRACT    FROM      NEXT DUE   DAYS"
                          DELIMITED BY SIZE
                      "        BALANCE  RATE PCT        ACCRUED"
                          DELIMITED BY SIZE
                   INTO AR_LINE
               END-STRING
               WRITE AR_LINE.

      * A contract with nothing left to fall due has no interest
      * running, and one whose balance is already paid down to
      * nothing earns none.
           PARA-7-ACCRUE-ONE.
               IF AI-NEXT-FOUND = 'Y' THEN
                   IF AI-LAST-FOUND = 'Y' THEN
                       MOVE AI-LAST-DATE TO FROM-DATE
                       MOVE AI-LAST-BAL TO ACCRUAL-BALANCE
                   ELSE
                       MOVE AI-START-DATE TO FROM-DATE
                       MOVE AI-OPENING TO ACCRUAL-BALANCE
                   END-IF
                   MOVE FROM-DATE TO DATE-WORK
                   PERFORM PARA-14-DATE-SERIAL
                   MOVE DATE-SERIAL TO FROM-SERIAL
                   COMPUTE DAYS-ACCRUED = ACCRUAL-SERIAL - FROM-SERIAL
                   IF DAYS-ACCRUED > 0 AND ACCRUAL-BALANCE > 0 THEN
                       PERFORM PARA-8-RATE-IN-FORCE
                       COMPUTE ACCRUAL-AMOUNT ROUNDED =
                           ACCRUAL-BALANCE * ACCRUAL-RATE
                           * DAYS-ACCRUED / 360
                       IF ACCRUAL-AMOUNT > 0 THEN
                           PERFORM PARA-7-WRITE-DETAIL
                           PERFORM PARA-11-WRITE-POSTINGS
                       END-IF
                   END-IF
               END-IF.

      * The period being earned is the next one to fall due; a rate
      * event effective by that period overrides the master rate,
      * the latest one winning, exactly as the schedule run
      * reprices.
           PARA-8-RATE-IN-FORCE.
               MOVE AI-MASTER-RATE TO ACCRUAL-RATE.
               MOVE 0 TO REV-BEST-YEAR.
               MOVE 0 TO REV-BEST-INST.
               MOVE 1 TO REV-INDEX.
               PERFORM PARA-8-RATE-ONE
                   UNTIL REV-INDEX > RATE_EVENT_COUNT.

           PARA-8-RATE-ONE.
               IF REV-CONTRACT(REV-INDEX) = AI-CONTRACT
                   AND (REV-YEAR(REV-INDEX) < AI-NEXT-YEAR
                       OR (REV-YEAR(REV-INDEX)
                               = AI-NEXT-YEAR
                           AND REV-INST(REV-INDEX)
                               NOT > AI-NEXT-INST))
                   AND (REV-YEAR(REV-INDEX) > REV-BEST-YEAR
                       OR (REV-YEAR(REV-INDEX) = REV-BEST-YEAR
                           AND REV-INST(REV-INDEX)
                               NOT < REV-BEST-INST)) THEN
                   MOVE REV-RATE(REV-INDEX) TO ACCRUAL-RATE
                   MOVE REV-YEAR(REV-INDEX) TO REV-BEST-YEAR
                   MOVE REV-INST(REV-INDEX) TO REV-BEST-INST
               END-IF
               ADD 1 TO REV-INDEX.

           PARA-7-WRITE-DETAIL.
               MOVE SPACES TO AR-DETAIL.
               MOVE AI-CONTRACT TO AR-D-CONTRACT.
               MOVE FROM-DATE TO AR-D-FROM-DATE.
               MOVE AI-NEXT-YEAR TO DE-YEAR.
               MOVE "/" TO DE-SEP.
               MOVE AI-NEXT-INST TO DE-INST.
               MOVE DUE-EDIT TO AR-D-NEXT-DUE.
               MOVE DAYS-ACCRUED TO AR-ED-DAYS.
               MOVE AR-ED-DAYS TO AR-D-DAYS.
               MOVE ACCRUAL-BALANCE TO AR-ED-BALANCE.
               MOVE AR-ED-BALANCE TO AR-D-BALANCE.
               COMPUTE AR-ED-RATE = ACCRUAL-RATE * 100.
               MOVE AR-ED-RATE TO AR-D-RATE.
               MOVE ACCRUAL-AMOUNT TO AR-ED-ACCRUED.
               MOVE AR-ED-ACCRUED TO AR-D-ACCRUED.
               MOVE AR-DETAIL TO AR_LINE.
               WRITE AR_LINE.
               ADD 1 TO ACCRUAL_COUNT.
               ADD ACCRUAL-BALANCE TO GT-BALANCE.
               ADD ACCRUAL-AMOUNT TO GT-ACCRUED.

           PARA-9-REPORT-TOTALS.
               MOVE SPACES TO AR_LINE.
               WRITE AR_LINE.
               MOVE SPACES TO AR-DETAIL.
               MOVE "TOTAL" TO AR-D-CONTRACT.
               MOVE GT-BALANCE TO AR-ED-BALANCE.
               MOVE AR-ED-BALANCE TO AR-D-BALANCE.
               MOVE GT-ACCRUED TO AR-ED-ACCRUED.
               MOVE AR-ED-ACCRUED TO AR-D-ACCRUED.
               MOVE AR-DETAIL TO AR_LINE.
               WRITE AR_LINE.

           PARA-10-LOAD-RATE-EVENTS.
               MOVE 0 TO RATE_EVENT_COUNT.
               MOVE 'N' TO REV-EOF.
               OPEN INPUT FS_RATE_EVENTS.
               IF RE-STATUS = '00' THEN
                   PERFORM PARA-10-LOAD-ONE UNTIL REV-EOF = 'Y'
                   CLOSE FS_RATE_EVENTS
                   IF RATE_EVENT_SKIPPED_COUNT > 0 THEN
                       DISPLAY RATE_EVENT_SKIPPED_COUNT
                           " RATE EVENT(S) EXCEEDED TABLE CAPACITY"
                   END-IF
               END-IF.

           PARA-10-LOAD-ONE.
               READ FS_RATE_EVENTS
                   AT END MOVE 'Y' TO REV-EOF
                   NOT AT END
                       IF FS_RE_NEW_RATE IS NUMERIC
                           AND FS_RE_EFF_YEAR IS NUMERIC
                           AND FS_RE_EFF_INST IS NUMERIC
                           AND FS_RE_NEW_RATE > 0
                           AND FS_RE_NEW_RATE NOT > 10000 THEN
                           IF RATE_EVENT_COUNT < RATE_EVENT_CAPACITY
                               THEN
                               ADD 1 TO RATE_EVENT_COUNT
                               MOVE FS_RE_CONTRACT
                                   TO REV-CONTRACT(RATE_EVENT_COUNT)
                               MOVE FS_RE_EFF_YEAR
                                   TO REV-YEAR(RATE_EVENT_COUNT)
                               MOVE FS_RE_EFF_INST
                                   TO REV-INST(RATE_EVENT_COUNT)
                               MOVE FS_RE_NEW_RATE TO INPUT_RAW_VALUE
                               COMPUTE REV-RATE(RATE_EVENT_COUNT) =
                                   INPUT_RAW_VALUE / 10000
                           ELSE
                               ADD 1 TO RATE_EVENT_SKIPPED_COUNT
                           END-IF
                       END-IF
               END-READ.

      * The accrual debits accrued interest receivable and credits
      * interest income in the month; the reversal swaps the two
      * legs in the month after. The due columns carry the period
      * being earned.
           PARA-11-WRITE-POSTINGS.
               MOVE GL-ACCT-ACCRUED TO GL-D-ACCOUNT.
               MOVE 'D' TO GL-D-DRCR.
               MOVE GL-PERIOD TO GL-D-PERIOD.
               PERFORM PARA-11-WRITE-ACCRUAL.
               MOVE GL-ACCT-INTEREST TO GL-D-ACCOUNT.
               MOVE 'C' TO GL-D-DRCR.
               PERFORM PARA-11-WRITE-ACCRUAL.
               MOVE GL-ACCT-INTEREST TO GL-D-ACCOUNT.
               MOVE 'D' TO GL-D-DRCR.
               MOVE REVERSAL-PERIOD TO GL-D-PERIOD.
               PERFORM PARA-11-WRITE-REVERSAL.
               MOVE GL-ACCT-ACCRUED TO GL-D-ACCOUNT.
               MOVE 'C' TO GL-D-DRCR.
               PERFORM PARA-11-WRITE-REVERSAL.
               ADD ACCRUAL-AMOUNT TO TOTAL_DEBIT.
               ADD ACCRUAL-AMOUNT TO TOTAL_CREDIT.
               ADD 2 TO DETAIL_COUNT.

           PARA-11-WRITE-ACCRUAL.
               PERFORM PARA-11-FILL-DETAIL.
               MOVE SPACES TO GL_LINE.
               MOVE GL-DETAIL TO GL_LINE.
               WRITE GL_LINE.

           PARA-11-WRITE-REVERSAL.
               PERFORM PARA-11-FILL-DETAIL.
               MOVE SPACES TO GR_LINE.
               MOVE GL-DETAIL TO GR_LINE.
               WRITE GR_LINE.

           PARA-11-FILL-DETAIL.
               MOVE 'D' TO GL-D-TYPE.
               MOVE ACCRUAL-AMOUNT TO GL-D-AMOUNT.
               MOVE ACCRUAL-AMOUNT TO GL-D-AMOUNT-V.
               MOVE '.' TO GL-D-AMOUNT-DOT.
               MOVE AI-CONTRACT TO GL-D-CONTRACT.
               MOVE AI-NEXT-YEAR TO GL-D-DUE-YEAR.
               MOVE '/' TO GL-D-DUE-SEP.
               MOVE AI-NEXT-INST TO GL-D-DUE-INST.

      * Both extracts carry the same count and totals - the
      * reversal is the accrual with its legs swapped.
           PARA-11-WRITE-TRAILERS.
               MOVE 'T' TO GL-T-TYPE.
               MOVE DETAIL_COUNT TO GL-T-COUNT.
               MOVE TOTAL_DEBIT TO GL-T-DEBIT.
               MOVE TOTAL_DEBIT TO GL-T-DEBIT-V.
               MOVE '.' TO GL-T-DEBIT-DOT.
               MOVE TOTAL_CREDIT TO GL-T-CREDIT.
               MOVE TOTAL_CREDIT TO GL-T-CREDIT-V.
               MOVE '.' TO GL-T-CREDIT-DOT.
               MOVE ASOF-DATE TO GL-T-RUN-DATE.
               MOVE SPACES TO GL_LINE.
               MOVE GL-TRAILER TO GL_LINE.
               WRITE GL_LINE.
               MOVE SPACES TO GR_LINE.
               MOVE GL-TRAILER TO GR_LINE.
               WRITE GR_LINE.

      * Every role this run posts to must be on the chart; with a
      * missing account nothing is accrued at all.
           PARA-12-LOAD-ACCOUNTS.
               MOVE 'N' TO CA-EOF.
               OPEN INPUT FS_ACCOUNTS.
               IF CA-STATUS = '00' THEN
                   PERFORM PARA-12-READ-ONE UNTIL CA-EOF = 'Y'
                   CLOSE FS_ACCOUNTS
               END-IF.
               MOVE 'Y' TO ACCOUNTS_OK.
               IF GL-ACCT-ACCRUED = SPACES THEN
                   DISPLAY "NO ACCRUED ACCOUNT ON THE CHART OF "
                       "ACCOUNTS"
                   MOVE 'N' TO ACCOUNTS_OK
               END-IF.
               IF GL-ACCT-INTEREST = SPACES THEN
                   DISPLAY "NO INTEREST ACCOUNT ON THE CHART OF "
                       "ACCOUNTS"
                   MOVE 'N' TO ACCOUNTS_OK
               END-IF.

           PARA-12-READ-ONE.
               READ FS_ACCOUNTS
                   AT END MOVE 'Y' TO CA-EOF
                   NOT AT END
                       EVALUATE CA_ROLE
                         WHEN "ACCRUED"
                             MOVE CA_ACCOUNT TO GL-ACCT-ACCRUED
                         WHEN "INTEREST"
                             MOVE CA_ACCOUNT TO GL-ACCT-INTEREST
                       END-EVALUATE
               END-READ.

           PARA-13-CHECK-PERIOD.
               MOVE 'N' TO PERIOD-CLOSED.
               MOVE 'N' TO GP-EOF.
               OPEN INPUT FS_PERIODS.
               IF GP-STATUS = '00' THEN
                   PERFORM PARA-13-READ-ONE UNTIL GP-EOF = 'Y'
                   CLOSE FS_PERIODS
               END-IF.

           PARA-13-READ-ONE.
               READ FS_PERIODS
                   AT END MOVE 'Y' TO GP-EOF
                   NOT AT END
                       IF GP_PERIOD = CHECK-PERIOD
                           AND GP_STATUS = "CLOSED" THEN
                           MOVE 'Y' TO PERIOD-CLOSED
                       END-IF
               END-READ.

      * 30/360 day serial, matching the posting run's convention.
           PARA-14-DATE-SERIAL.
               COMPUTE DATE-SERIAL = DW-YEAR * 360
                   + (DW-MONTH - 1) * 30
                   + DW-DAY.
               IF DW-DAY > 30 THEN
                   COMPUTE DATE-SERIAL = DATE-SERIAL - DW-DAY + 30
               END-IF.

           PARA-15-MONTH-DAYS.
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

      * The business date the run is made under. It comes from the
      * processing-date control record, which only the end-of-day
      * roll in MASTER_BATCH advances, so a run that crosses
      * midnight or a rerun after an outage still works to the
      * day it belongs to.
           PARA-16-READ-PROCESSING-DATE.
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

       END PROGRAM ACCRUED_INTEREST.
