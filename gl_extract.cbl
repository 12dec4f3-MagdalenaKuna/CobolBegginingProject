      *          own and can differ from the parts by a cent. A trailer
      *          record carries the detail count and the debit and
      *          credit control totals so the ledger import can prove
      *          the extract balances. Account numbers come from the
      *          chart of accounts, every detail carries the
      *          accounting period of the run for the journal merge,
      *          and nothing is extracted into a closed period. The
      *          schedule is keyed on contract and due period, so a
      *          row recomputed after a checkpoint restart is on file
      *          once and is posted once. Only the rows whose
      *          contractual due date - worked out from the contract
      *          master the way the accrual run does - falls in the
      *          run's accounting period are extracted, so each
      *          installment is booked once, in the month it falls
      *          due, and the extract holds the whole month each time
      *          it is written for the journal merge to replace by
      *          period. A written-off contract is posted only for
      *          the installments due by its write-off date: those
      *          are the due and unpaid part the write-off takes back
      *          out of clearing, while everything due after it was
      *          written off against principal.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
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

             SELECT FS_GL_POSTINGS ASSIGN TO 'gl_postings.txt'
             ORGANIZATION IS LINE SEQUENTIAL.

      * Account numbers are taken by role from the chart of
      * accounts, and the accounting period of the run is checked
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

           FD FS_GL_POSTINGS.
           01 GL_LINE PIC X(60).

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
       01 CA-STATUS PIC X(2) VALUE '00'.
       01 PD-STATUS PIC X(2) VALUE '00'.
       01 PD-FOUND PIC A(1) VALUE 'N'.
       01 GP-STATUS PIC X(2) VALUE '00'.
       01 FI-STATUS PIC X(2) VALUE '00'.
       01 CA-EOF PIC A(1) VALUE 'N'.
       01 GP-EOF PIC A(1) VALUE 'N'.
       01 ACCOUNTS_OK PIC A(1) VALUE 'N'.
       01 PERIOD-CLOSED PIC A(1) VALUE 'N'.
       01 GL-PERIOD PIC 9(6) VALUE 0.
       01 ASOF-DATE PIC 9(8) VALUE 0.

       01 GL-ACCT-CLEARING PIC X(8) VALUE SPACES.
       01 GL-ACCT-PRINCIPAL PIC X(8) VALUE SPACES.
       01 GL-ACCT-INTEREST PIC X(8) VALUE SPACES.

      * The master is read once per contract, as the schedule's rows
      * of one contract arrive together.
       01 MASTER_FOUND PIC A(1) VALUE 'N'.
       01 LAST_CONTRACT PIC X(10) VALUE SPACES.
       01 ROW_NO_MASTER_COUNT PIC 9(5) VALUE 0.
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
       01 DUE-DATE PIC 9(8) VALUE 0.
       01 MONTH-DAYS PIC 9(2) VALUE 0.
       01 LEAP-WORK PIC 9(4) VALUE 0.
       01 LEAP-REM PIC 9(4) VALUE 0.
       01 LEAP-FLAG PIC A(1) VALUE 'N'.

       01 CREDIT_PART PIC 9(10)v9(2) VALUE 0.
       01 INTEREST_PART PIC 9(10)v9(2) VALUE 0.
           05 GL-D-DUE-YEAR PIC 9(4).
           05 GL-D-DUE-SEP PIC X(1).
           05 GL-D-DUE-INST PIC 9(4).
           05 GL-D-PERIOD PIC 9(6).

       01 GL-TRAILER.
           05 GL-T-TYPE PIC X(1).
           05 GL-T-CREDIT PIC 9(12).
           05 GL-T-CREDIT-DOT PIC X(1).
           05 GL-T-CREDIT-V PIC v9(2).
           05 GL-T-RUN-DATE PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM PARA-8-READ-PROCESSING-DATE.
           IF PD-FOUND NOT = 'Y' THEN
               DISPLAY "NO PROCESSING DATE ON processing_date.txt - "
                   "NOTHING EXTRACTED"
               GOBACK
           END-IF.
           MOVE ASOF-DATE(1:6) TO GL-PERIOD.
           PERFORM PARA-6-LOAD-ACCOUNTS.
           IF ACCOUNTS_OK NOT = 'Y' THEN
               DISPLAY "CHART OF ACCOUNTS INCOMPLETE - NOTHING "
                   "EXTRACTED"
               GOBACK
           END-IF.
           PERFORM PARA-7-CHECK-PERIOD.
           IF PERIOD-CLOSED = 'Y' THEN
               DISPLAY "ACCOUNTING PERIOD " GL-PERIOD
                   " IS CLOSED - NOTHING EXTRACTED"
               GOBACK
           END-IF.
           OPEN INPUT FS_CONTRACT_MASTER.
           IF CM-STATUS NOT = '00' THEN
               DISPLAY "CANNOT OPEN INDEXED CONTRACT MASTER - "
                   "STATUS " CM-STATUS
               GOBACK
           END-IF.
           OPEN INPUT FS_INSTALLMENTS_INF.
           IF FI-STATUS NOT = '00' THEN
               DISPLAY "CANNOT OPEN INDEXED SCHEDULE - STATUS "
                   FI-STATUS
               CLOSE FS_CONTRACT_MASTER
               GOBACK
           END-IF.
           OPEN OUTPUT FS_GL_POSTINGS.
           PERFORM PARA-1-EXTRACT UNTIL WS-EOF = 'Y'.
           PERFORM PARA-5-WRITE-TRAILER.
           CLOSE FS_INSTALLMENTS_INF.
           CLOSE FS_CONTRACT_MASTER.
           CLOSE FS_GL_POSTINGS.
           DISPLAY " ".
           DISPLAY DETAIL_COUNT " POSTING(S) EXTRACTED FOR PERIOD "
               GL-PERIOD.
           IF WRITTEN_OFF_COUNT > 0 THEN
               DISPLAY WRITTEN_OFF_COUNT
                   " WRITTEN-OFF CONTRACT(S) - NOTHING DUE AFTER THE "
                   "WRITE-OFF EXTRACTED"
           END-IF.
           IF ROW_NO_MASTER_COUNT > 0 THEN
               DISPLAY ROW_NO_MASTER_COUNT
                   " ROW(S) HAVE NO MASTER RECORD AND WERE NOT "
                   "EXTRACTED"
           END-IF.
           DISPLAY "TOTAL DEBITS  " TOTAL_DEBIT.
           DISPLAY "TOTAL CREDITS " TOTAL_CREDIT.
           IF TOTAL_DEBIT NOT = TOTAL_CREDIT THEN
               DISPLAY "EXTRACT DOES NOT BALANCE - DO NOT IMPORT"
           END-IF.
           GOBACK.

           PARA-1-EXTRACT.
               READ FS_INSTALLMENTS_INF
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM PARA-2-TAKE-ROW
               END-READ.

      * A row is dated from its contract's master; one that falls due
      * in another month belongs to that month's extract, and one
      * falling due after its contract was written off is not
      * posted at all.
           PARA-2-TAKE-ROW.
               IF FS_I_CONTRACT NOT = LAST_CONTRACT THEN
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
                   PERFORM PARA-3-DUE-DATE
                   IF DUE-DATE(1:6) = GL-PERIOD THEN
                       IF CM_WRITTEN_OFF NOT = 'Y'
                           OR DUE-DATE NOT > CM_WRITE_OFF_DATE THEN
                           PERFORM PARA-4-WRITE-POSTINGS
                       END-IF
                   END-IF
               END-IF.

           PARA-3-DUE-DATE.
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
               PERFORM PARA-9-MONTH-DAYS.
               IF DW-DAY > MONTH-DAYS THEN
                   MOVE MONTH-DAYS TO DW-DAY
               END-IF.
               MOVE DATE-WORK TO DUE-DATE.

           PARA-4-WRITE-POSTINGS.
               COMPUTE CREDIT_PART = FS_I_C + FS_I_C_V.
               MOVE FS_I_DUE_YEAR TO GL-D-DUE-YEAR.
               MOVE '/' TO GL-D-DUE-SEP.
               MOVE FS_I_DUE_INST TO GL-D-DUE-INST.
               MOVE GL-PERIOD TO GL-D-PERIOD.
               MOVE SPACES TO GL_LINE.
               MOVE GL-DETAIL TO GL_LINE.
               WRITE GL_LINE.
               MOVE TOTAL_CREDIT TO GL-T-CREDIT.
               MOVE TOTAL_CREDIT TO GL-T-CREDIT-V.
               MOVE '.' TO GL-T-CREDIT-DOT.
               MOVE ASOF-DATE TO GL-T-RUN-DATE.
               MOVE SPACES TO GL_LINE.
               MOVE GL-TRAILER TO GL_LINE.
               WRITE GL_LINE.

      * Every role this extract posts to must be on the chart; an
      * extract with a missing account would post to nowhere, so it
      * is not written at all.
           PARA-6-LOAD-ACCOUNTS.
               MOVE 'N' TO CA-EOF.
               OPEN INPUT FS_ACCOUNTS.
               IF CA-STATUS = '00' THEN
                   PERFORM PARA-6-READ-ONE UNTIL CA-EOF = 'Y'
                   CLOSE FS_ACCOUNTS
               END-IF.
               MOVE 'Y' TO ACCOUNTS_OK.
               IF GL-ACCT-CLEARING = SPACES THEN
                   DISPLAY "NO CLEARING ACCOUNT ON THE CHART OF "
                       "ACCOUNTS"
                   MOVE 'N' TO ACCOUNTS_OK
               END-IF.
               IF GL-ACCT-PRINCIPAL = SPACES THEN
                   DISPLAY "NO PRINCIPAL ACCOUNT ON THE CHART OF "
                       "ACCOUNTS"
                   MOVE 'N' TO ACCOUNTS_OK
               END-IF.
               IF GL-ACCT-INTEREST = SPACES THEN
                   DISPLAY "NO INTEREST ACCOUNT ON THE CHART OF "
                       "ACCOUNTS"
                   MOVE 'N' TO ACCOUNTS_OK
               END-IF.

           PARA-6-READ-ONE.
               READ FS_ACCOUNTS
                   AT END MOVE 'Y' TO CA-EOF
                   NOT AT END
                       EVALUATE CA_ROLE
                         WHEN "CLEARING"
                             MOVE CA_ACCOUNT TO GL-ACCT-CLEARING
                         WHEN "PRINCIPAL"
                             MOVE CA_ACCOUNT TO GL-ACCT-PRINCIPAL
                         WHEN "INTEREST"
                             MOVE CA_ACCOUNT TO GL-ACCT-INTEREST
                       END-EVALUATE
               END-READ.

           PARA-7-CHECK-PERIOD.
               MOVE 'N' TO PERIOD-CLOSED.
               MOVE 'N' TO GP-EOF.
               OPEN INPUT FS_PERIODS.
               IF GP-STATUS = '00' THEN
                   PERFORM PARA-7-READ-ONE UNTIL GP-EOF = 'Y'
                   CLOSE FS_PERIODS
               END-IF.

           PARA-7-READ-ONE.
               READ FS_PERIODS
                   AT END MOVE 'Y' TO GP-EOF
                   NOT AT END
                       IF GP_PERIOD = GL-PERIOD
                           AND GP_STATUS = "CLOSED" THEN
                           MOVE 'Y' TO PERIOD-CLOSED
                       END-IF
               END-READ.

           PARA-9-MONTH-DAYS.
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

       END PROGRAM GL_EXTRACT.
