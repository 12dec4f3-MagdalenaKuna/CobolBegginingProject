      ******************************************************************
      * Author:
      * Date:
      * Purpose: Written-off portfolio report and GL extracts. Every
      *          contract on the cumulative write-off register is
      *          listed with its borrower, the date and amount it was
      *          written off, what has been recovered on it since -
      *          receipts the posting run logged as recoveries, less
      *          reversals of them - and the net loss that leaves,
      *          with portfolio totals. Two balanced extracts in the
      *          gl_postings.txt record format follow, each with the
      *          usual trailer of detail count and debit and credit
      *          control totals: the write-offs of the run's month -
      *          a debit to the loss allowance for the amount written
      *          off, a credit to clearing for the part of it already
      *          due and unpaid, which the GL extract debited to
      *          clearing when it fell due, and a credit to loan
      *          principal for the principal not yet due - and the
      *          recoveries logged in the month - a debit to the bank
      *          account and a credit to recoveries income, the other
      *          way round for a reversal. Both extracts hold the
      *          whole month each time they are written, so the
      *          journal merge can replace them by period. Account
      *          numbers come from the chart of accounts, every
      *          detail carries the accounting period of the run, and
      *          nothing is extracted into a closed period. The
      *          register and the recoveries are each sorted by
      *          contract and read together, one contract at a time,
      *          so there is no limit on how many write-offs are
      *          reported. A register line written before the amount
      *          was split is taken as all principal.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRITEOFF_REPORT.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
             SELECT FS_REGISTER ASSIGN TO 'writeoff_register.txt'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WO-STATUS.

             SELECT FS_RECOVERIES ASSIGN TO 'writeoff_recoveries.txt'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RV-STATUS.

      * Both files are sorted by contract before they are read, so a
      * contract's write-off and its recoveries come together.
             SELECT REGISTER-SORT-WORK
             ASSIGN TO 'writeoff_register_sort.wrk'.

             SELECT FS_REGISTER_SORTED
             ASSIGN TO 'writeoff_register_sorted.wrk'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RG-STATUS.

             SELECT RECOVERY-SORT-WORK
             ASSIGN TO 'writeoff_recovery_sort.wrk'.

             SELECT FS_RECOVERIES_SORTED
             ASSIGN TO 'writeoff_recoveries_sorted.wrk'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS VS-STATUS.

             SELECT FS_REPORT ASSIGN TO 'writeoff_report.txt'
             ORGANIZATION IS LINE SEQUENTIAL.

             SELECT FS_GL_WRITEOFF
             ASSIGN TO 'gl_writeoff_postings.txt'
             ORGANIZATION IS LINE SEQUENTIAL.

             SELECT FS_GL_RECOVERY
             ASSIGN TO 'gl_recovery_postings.txt'
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
           FD FS_REGISTER.
           01 WI_REC PIC X(82).

           SD REGISTER-SORT-WORK.
           01 WW_REC.
               05 WW_CONTRACT PIC X(10).
               05 WW_DETAIL PIC X(72).

           FD FS_REGISTER_SORTED.
           01 WO_REC.
               05 WO_CONTRACT PIC X(10).
               05 WO_DATE PIC 9(8).
               05 WO_AMOUNT PIC 9(10)v9(2).
               05 WO_BORROWER PIC X(6).
               05 WO_OPERATOR PIC X(6).
               05 WO_FROM_YEAR PIC 9(4).
               05 WO_FROM_INST PIC 9(4).
               05 WO_CLASS_DATE PIC 9(8).
               05 WO_DUE_UNPAID PIC 9(10)v9(2).
               05 WO_NOT_DUE PIC 9(10)v9(2).

           FD FS_RECOVERIES.
           01 VI_REC PIC X(39).

           SD RECOVERY-SORT-WORK.
           01 VW_REC.
               05 VW_CONTRACT PIC X(10).
               05 VW_DETAIL PIC X(29).

           FD FS_RECOVERIES_SORTED.
           01 RV_REC.
               05 RV_CONTRACT PIC X(10).
               05 RV_RECEIPT_DATE PIC 9(8).
               05 RV_POSTED_DATE PIC 9(8).
               05 RV_AMOUNT PIC 9(10)v9(2).
               05 RV_TYPE PIC X(1).

           FD FS_REPORT.
           01 WR_LINE PIC X(100).

           FD FS_GL_WRITEOFF.
           01 GL_LINE PIC X(60).

           FD FS_GL_RECOVERY.
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
       01 WO-STATUS PIC X(2) VALUE '00'.
       01 RG-STATUS PIC X(2) VALUE '00'.
       01 VS-STATUS PIC X(2) VALUE '00'.
       01 PD-STATUS PIC X(2) VALUE '00'.
       01 PD-FOUND PIC A(1) VALUE 'N'.
       01 RV-STATUS PIC X(2) VALUE '00'.
       01 CA-STATUS PIC X(2) VALUE '00'.
       01 GP-STATUS PIC X(2) VALUE '00'.
       01 CA-EOF PIC A(1) VALUE 'N'.
       01 GP-EOF PIC A(1) VALUE 'N'.
       01 ACCOUNTS_OK PIC A(1) VALUE 'N'.
       01 PERIOD-CLOSED PIC A(1) VALUE 'N'.
       01 GL-PERIOD PIC 9(6) VALUE 0.
       01 ASOF-DATE PIC 9(8) VALUE 0.

      * The write-off takes the balance against the loss allowance
      * the provisioning built up - the installments already due out
      * of clearing, where the GL extract left them, and the rest out
      * of loan principal; a recovery is money in the bank that is
      * income, since the balance it relates to is already off the
      * books.
       01 GL-ACCT-ALLOWANCE PIC X(8) VALUE SPACES.
       01 GL-ACCT-CLEARING PIC X(8) VALUE SPACES.
       01 GL-ACCT-PRINCIPAL PIC X(8) VALUE SPACES.
       01 GL-ACCT-BANK PIC X(8) VALUE SPACES.
       01 GL-ACCT-RECOVERY PIC X(8) VALUE SPACES.

      * The contract under the read heads of the two sorted files -
      * high values once a file is exhausted - and the contract being
      * reported, with its write-off and recoveries accumulated.
       01 REGISTER-KEY PIC X(10) VALUE SPACES.
       01 RECOVERY-KEY PIC X(10) VALUE SPACES.
       01 RECORD-TAKEN PIC A(1) VALUE 'N'.
       01 REGISTER-OPEN PIC A(1) VALUE 'N'.
       01 RECOVERY-OPEN PIC A(1) VALUE 'N'.
       01 GROUP-KEY PIC X(10) VALUE SPACES.
       01 GROUP-ON-REGISTER PIC A(1) VALUE 'N'.
       01 GROUP-BORROWER PIC X(6) VALUE SPACES.
       01 GROUP-DATE PIC 9(8) VALUE 0.
       01 GROUP-AMOUNT PIC 9(10)v9(2) VALUE 0.
       01 GROUP-RECOVERED PIC S9(10)v9(2) VALUE 0.
       01 REPORTED_COUNT PIC 9(7) VALUE 0.

      * The two parts of a write-off as posted.
       01 POST-DUE-UNPAID PIC 9(10)v9(2) VALUE 0.
       01 POST-NOT-DUE PIC 9(10)v9(2) VALUE 0.

       01 NET-LOSS PIC S9(10)v9(2) VALUE 0.
       01 GT-WRITTEN-OFF PIC 9(12)v9(2) VALUE 0.
       01 GT-RECOVERED PIC S9(12)v9(2) VALUE 0.
       01 GT-NET-LOSS PIC S9(12)v9(2) VALUE 0.
       01 UNKNOWN_RECOVERY_COUNT PIC 9(5) VALUE 0.

       01 DETAIL_COUNT PIC 9(9) VALUE 0.
       01 TOTAL_DEBIT PIC 9(12)v9(2) VALUE 0.
       01 TOTAL_CREDIT PIC 9(12)v9(2) VALUE 0.
       01 RC_DETAIL_COUNT PIC 9(9) VALUE 0.
       01 RC_TOTAL_DEBIT PIC 9(12)v9(2) VALUE 0.
       01 RC_TOTAL_CREDIT PIC 9(12)v9(2) VALUE 0.

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

       01 WR-ED-AMOUNT PIC Z(11)9.99.
       01 WR-ED-SIGNED PIC Z(11)9.99-.
       01 WR-DETAIL.
           05 WR-D-CONTRACT PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WR-D-BORROWER PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WR-D-DATE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WR-D-AMOUNT PIC X(15).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WR-D-RECOVERED PIC X(16).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WR-D-NET PIC X(16).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM PARA-10-READ-PROCESSING-DATE.
           IF PD-FOUND NOT = 'Y' THEN
               DISPLAY "NO PROCESSING DATE ON processing_date.txt - "
                   "NOTHING EXTRACTED"
               GOBACK
           END-IF.
           MOVE ASOF-DATE(1:6) TO GL-PERIOD.
           PERFORM PARA-8-LOAD-ACCOUNTS.
           IF ACCOUNTS_OK NOT = 'Y' THEN
               DISPLAY "CHART OF ACCOUNTS INCOMPLETE - NOTHING "
                   "EXTRACTED"
               GOBACK
           END-IF.
           PERFORM PARA-9-CHECK-PERIOD.
           IF PERIOD-CLOSED = 'Y' THEN
               DISPLAY "ACCOUNTING PERIOD " GL-PERIOD
                   " IS CLOSED - NOTHING EXTRACTED"
               GOBACK
           END-IF.
           OPEN OUTPUT FS_GL_WRITEOFF.
           OPEN OUTPUT FS_GL_RECOVERY.
           PERFORM PARA-1-SORT-REGISTER.
           PERFORM PARA-2-SORT-RECOVERIES.
           OPEN OUTPUT FS_REPORT.
           PERFORM PARA-5-HEADINGS.
           PERFORM PARA-1-READ-REGISTER.
           PERFORM PARA-2-READ-RECOVERY.
           PERFORM PARA-6-CONTRACT
               UNTIL REGISTER-KEY = HIGH-VALUES
                 AND RECOVERY-KEY = HIGH-VALUES.
           IF REGISTER-OPEN = 'Y' THEN
               CLOSE FS_REGISTER_SORTED
           END-IF.
           IF RECOVERY-OPEN = 'Y' THEN
               CLOSE FS_RECOVERIES_SORTED
           END-IF.
           PERFORM PARA-5-WRITE-TOTALS.
           CLOSE FS_REPORT.
           PERFORM PARA-4-WRITE-TRAILERS.
           CLOSE FS_GL_WRITEOFF.
           CLOSE FS_GL_RECOVERY.
           DISPLAY " ".
           DISPLAY REPORTED_COUNT " WRITTEN-OFF CONTRACT(S) REPORTED".
           DISPLAY "TOTAL WRITTEN OFF " GT-WRITTEN-OFF.
           DISPLAY "TOTAL RECOVERED   " GT-RECOVERED.
           DISPLAY "NET LOSS          " GT-NET-LOSS.
           IF UNKNOWN_RECOVERY_COUNT > 0 THEN
               DISPLAY UNKNOWN_RECOVERY_COUNT
                   " RECOVERY LINE(S) FOR CONTRACTS NOT ON THE "
                   "WRITE-OFF REGISTER"
           END-IF.
           IF TOTAL_DEBIT NOT = TOTAL_CREDIT
               OR RC_TOTAL_DEBIT NOT = RC_TOTAL_CREDIT THEN
               DISPLAY "EXTRACT DOES NOT BALANCE - DO NOT IMPORT"
           END-IF.
           GOBACK.

      * Each register line is one write-off. A missing register is an
      * empty one: the sorted file is left unopened and reads as
      * exhausted.
           PARA-1-SORT-REGISTER.
               MOVE 'N' TO REGISTER-OPEN.
               OPEN INPUT FS_REGISTER.
               IF WO-STATUS = '00' THEN
                   CLOSE FS_REGISTER
                   SORT REGISTER-SORT-WORK
                       ON ASCENDING KEY WW_CONTRACT
                       WITH DUPLICATES IN ORDER
                       USING FS_REGISTER
                       GIVING FS_REGISTER_SORTED
                   OPEN INPUT FS_REGISTER_SORTED
                   IF RG-STATUS = '00' THEN
                       MOVE 'Y' TO REGISTER-OPEN
                   ELSE
                       DISPLAY "CANNOT OPEN SORTED WRITE-OFF REGISTER "
                           "- STATUS " RG-STATUS
                   END-IF
               END-IF.

           PARA-1-READ-REGISTER.
               MOVE HIGH-VALUES TO REGISTER-KEY.
               IF REGISTER-OPEN = 'Y' THEN
                   MOVE 'N' TO RECORD-TAKEN
                   PERFORM PARA-1-READ-ONE UNTIL RECORD-TAKEN = 'Y'
               END-IF.

           PARA-1-READ-ONE.
               READ FS_REGISTER_SORTED
                   AT END MOVE 'Y' TO RECORD-TAKEN
                   NOT AT END
                       IF WO_AMOUNT IS NUMERIC THEN
                           MOVE WO_CONTRACT TO REGISTER-KEY
                           MOVE 'Y' TO RECORD-TAKEN
                       END-IF
               END-READ.

      * Recoveries are logged by the posting run as they come in, so
      * they are sorted the same way.
           PARA-2-SORT-RECOVERIES.
               MOVE 'N' TO RECOVERY-OPEN.
               OPEN INPUT FS_RECOVERIES.
               IF RV-STATUS = '00' THEN
                   CLOSE FS_RECOVERIES
                   SORT RECOVERY-SORT-WORK
                       ON ASCENDING KEY VW_CONTRACT
                       WITH DUPLICATES IN ORDER
                       USING FS_RECOVERIES
                       GIVING FS_RECOVERIES_SORTED
                   OPEN INPUT FS_RECOVERIES_SORTED
                   IF VS-STATUS = '00' THEN
                       MOVE 'Y' TO RECOVERY-OPEN
                   ELSE
                       DISPLAY "CANNOT OPEN SORTED RECOVERIES - "
                           "STATUS " VS-STATUS
                   END-IF
               END-IF.

           PARA-2-READ-RECOVERY.
               MOVE HIGH-VALUES TO RECOVERY-KEY.
               IF RECOVERY-OPEN = 'Y' THEN
                   MOVE 'N' TO RECORD-TAKEN
                   PERFORM PARA-2-READ-ONE UNTIL RECORD-TAKEN = 'Y'
               END-IF.

           PARA-2-READ-ONE.
               READ FS_RECOVERIES_SORTED
                   AT END MOVE 'Y' TO RECORD-TAKEN
                   NOT AT END
                       IF RV_AMOUNT IS NUMERIC THEN
                           MOVE RV_CONTRACT TO RECOVERY-KEY
                           MOVE 'Y' TO RECORD-TAKEN
                       END-IF
               END-READ.

      * The write-off is split as the write-off run worked it out; a
      * line from before the split carries no parts and is posted
      * as principal throughout.
           PARA-3-POST-WRITEOFF.
               IF WO_DUE_UNPAID IS NUMERIC
                   AND WO_NOT_DUE IS NUMERIC
                   AND WO_DUE_UNPAID + WO_NOT_DUE = WO_AMOUNT THEN
                   MOVE WO_DUE_UNPAID TO POST-DUE-UNPAID
                   MOVE WO_NOT_DUE TO POST-NOT-DUE
               ELSE
                   MOVE 0 TO POST-DUE-UNPAID
                   MOVE WO_AMOUNT TO POST-NOT-DUE
               END-IF.
               MOVE WO_CONTRACT TO GL-D-CONTRACT.
               MOVE GL-ACCT-ALLOWANCE TO GL-D-ACCOUNT.
               MOVE 'D' TO GL-D-DRCR.
               MOVE WO_AMOUNT TO GL-D-AMOUNT.
               MOVE WO_AMOUNT TO GL-D-AMOUNT-V.
               ADD WO_AMOUNT TO TOTAL_DEBIT.
               PERFORM PARA-3-FILL-DETAIL.
               WRITE GL_LINE.
               ADD 1 TO DETAIL_COUNT.
               MOVE 'C' TO GL-D-DRCR.
               IF POST-DUE-UNPAID > 0 THEN
                   MOVE GL-ACCT-CLEARING TO GL-D-ACCOUNT
                   MOVE POST-DUE-UNPAID TO GL-D-AMOUNT
                   MOVE POST-DUE-UNPAID TO GL-D-AMOUNT-V
                   ADD POST-DUE-UNPAID TO TOTAL_CREDIT
                   PERFORM PARA-3-FILL-DETAIL
                   WRITE GL_LINE
                   ADD 1 TO DETAIL_COUNT
               END-IF.
               IF POST-NOT-DUE > 0 THEN
                   MOVE GL-ACCT-PRINCIPAL TO GL-D-ACCOUNT
                   MOVE POST-NOT-DUE TO GL-D-AMOUNT
                   MOVE POST-NOT-DUE TO GL-D-AMOUNT-V
                   ADD POST-NOT-DUE TO TOTAL_CREDIT
                   PERFORM PARA-3-FILL-DETAIL
                   WRITE GL_LINE
                   ADD 1 TO DETAIL_COUNT
               END-IF.

           PARA-3-POST-RECOVERY.
               MOVE RV_CONTRACT TO GL-D-CONTRACT.
               MOVE RV_AMOUNT TO GL-D-AMOUNT.
               MOVE RV_AMOUNT TO GL-D-AMOUNT-V.
               MOVE GL-ACCT-BANK TO GL-D-ACCOUNT.
               IF RV_TYPE = 'R' THEN
                   MOVE 'C' TO GL-D-DRCR
                   ADD RV_AMOUNT TO RC_TOTAL_CREDIT
               ELSE
                   MOVE 'D' TO GL-D-DRCR
                   ADD RV_AMOUNT TO RC_TOTAL_DEBIT
               END-IF.
               PERFORM PARA-3-FILL-DETAIL.
               MOVE GL_LINE TO GR_LINE.
               WRITE GR_LINE.
               ADD 1 TO RC_DETAIL_COUNT.
               MOVE GL-ACCT-RECOVERY TO GL-D-ACCOUNT.
               IF RV_TYPE = 'R' THEN
                   MOVE 'D' TO GL-D-DRCR
                   ADD RV_AMOUNT TO RC_TOTAL_DEBIT
               ELSE
                   MOVE 'C' TO GL-D-DRCR
                   ADD RV_AMOUNT TO RC_TOTAL_CREDIT
               END-IF.
               PERFORM PARA-3-FILL-DETAIL.
               MOVE GL_LINE TO GR_LINE.
               WRITE GR_LINE.
               ADD 1 TO RC_DETAIL_COUNT.

      * Write-offs and recoveries are contract-level postings, so the
      * due period columns of the detail record carry zeros.
           PARA-3-FILL-DETAIL.
               MOVE 'D' TO GL-D-TYPE.
               MOVE '.' TO GL-D-AMOUNT-DOT.
               MOVE 0 TO GL-D-DUE-YEAR.
               MOVE '/' TO GL-D-DUE-SEP.
               MOVE 0 TO GL-D-DUE-INST.
               MOVE GL-PERIOD TO GL-D-PERIOD.
               MOVE SPACES TO GL_LINE.
               MOVE GL-DETAIL TO GL_LINE.

           PARA-4-WRITE-TRAILERS.
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
               MOVE RC_DETAIL_COUNT TO GL-T-COUNT.
               MOVE RC_TOTAL_DEBIT TO GL-T-DEBIT.
               MOVE RC_TOTAL_DEBIT TO GL-T-DEBIT-V.
               MOVE RC_TOTAL_CREDIT TO GL-T-CREDIT.
               MOVE RC_TOTAL_CREDIT TO GL-T-CREDIT-V.
               MOVE SPACES TO GR_LINE.
               MOVE GL-TRAILER TO GR_LINE.
               WRITE GR_LINE.

           PARA-5-HEADINGS.
               MOVE SPACES TO WR_LINE.
               STRING "WRITTEN-OFF PORTFOLIO AS OF " DELIMITED BY SIZE
                      ASOF-DATE DELIMITED BY SIZE
                   INTO WR_LINE
               END-STRING
               WRITE WR_LINE.
               MOVE SPACES TO WR_LINE.
               STRING "CONTRACT    BORROWER  WRITTEN   "
                          DELIMITED BY SIZE
                      "    WRITTEN OFF         RECOVERED"
                          DELIMITED BY SIZE
                      "          NET LOSS" DELIMITED BY SIZE
                   INTO WR_LINE
               END-STRING
               WRITE WR_LINE.

           PARA-5-WRITE-TOTALS.
               MOVE SPACES TO WR_LINE.
               WRITE WR_LINE.
               MOVE SPACES TO WR-DETAIL.
               MOVE "TOTAL" TO WR-D-CONTRACT.
               MOVE GT-WRITTEN-OFF TO WR-ED-AMOUNT.
               MOVE WR-ED-AMOUNT TO WR-D-AMOUNT.
               MOVE GT-RECOVERED TO WR-ED-SIGNED.
               MOVE WR-ED-SIGNED TO WR-D-RECOVERED.
               MOVE GT-NET-LOSS TO WR-ED-SIGNED.
               MOVE WR-ED-SIGNED TO WR-D-NET.
               MOVE WR-DETAIL TO WR_LINE.
               WRITE WR_LINE.

           PARA-5-WRITE-ONE.
               COMPUTE NET-LOSS = GROUP-AMOUNT - GROUP-RECOVERED.
               MOVE SPACES TO WR-DETAIL.
               MOVE GROUP-KEY TO WR-D-CONTRACT.
               MOVE GROUP-BORROWER TO WR-D-BORROWER.
               MOVE GROUP-DATE TO WR-D-DATE.
               MOVE GROUP-AMOUNT TO WR-ED-AMOUNT.
               MOVE WR-ED-AMOUNT TO WR-D-AMOUNT.
               MOVE GROUP-RECOVERED TO WR-ED-SIGNED.
               MOVE WR-ED-SIGNED TO WR-D-RECOVERED.
               MOVE NET-LOSS TO WR-ED-SIGNED.
               MOVE WR-ED-SIGNED TO WR-D-NET.
               MOVE WR-DETAIL TO WR_LINE.
               WRITE WR_LINE.
               ADD 1 TO REPORTED_COUNT.
               ADD GROUP-AMOUNT TO GT-WRITTEN-OFF.
               ADD GROUP-RECOVERED TO GT-RECOVERED.
               ADD NET-LOSS TO GT-NET-LOSS.

      * One contract at a time, the lower of the two read heads: its
      * register lines, then its recoveries. A write-off of the run's
      * month and a recovery logged in it are extracted as they are
      * read; recoveries for a contract with no register line are
      * still extracted - the money came in - but are not reported.
           PARA-6-CONTRACT.
               IF REGISTER-KEY < RECOVERY-KEY THEN
                   MOVE REGISTER-KEY TO GROUP-KEY
               ELSE
                   MOVE RECOVERY-KEY TO GROUP-KEY
               END-IF.
               MOVE 'N' TO GROUP-ON-REGISTER.
               MOVE SPACES TO GROUP-BORROWER.
               MOVE 0 TO GROUP-DATE.
               MOVE 0 TO GROUP-AMOUNT.
               MOVE 0 TO GROUP-RECOVERED.
               PERFORM PARA-6-TAKE-WRITEOFF
                   UNTIL REGISTER-KEY NOT = GROUP-KEY.
               PERFORM PARA-6-TAKE-RECOVERY
                   UNTIL RECOVERY-KEY NOT = GROUP-KEY.
               IF GROUP-ON-REGISTER = 'Y' THEN
                   PERFORM PARA-5-WRITE-ONE
               END-IF.

           PARA-6-TAKE-WRITEOFF.
               MOVE 'Y' TO GROUP-ON-REGISTER.
               MOVE WO_BORROWER TO GROUP-BORROWER.
               MOVE WO_DATE TO GROUP-DATE.
               ADD WO_AMOUNT TO GROUP-AMOUNT.
               IF WO_DATE(1:6) = GL-PERIOD THEN
                   PERFORM PARA-3-POST-WRITEOFF
               END-IF.
               PERFORM PARA-1-READ-REGISTER.

           PARA-6-TAKE-RECOVERY.
               IF GROUP-ON-REGISTER = 'Y' THEN
                   IF RV_TYPE = 'R' THEN
                       SUBTRACT RV_AMOUNT FROM GROUP-RECOVERED
                   ELSE
                       ADD RV_AMOUNT TO GROUP-RECOVERED
                   END-IF
               ELSE
                   ADD 1 TO UNKNOWN_RECOVERY_COUNT
               END-IF.
               IF RV_POSTED_DATE(1:6) = GL-PERIOD THEN
                   PERFORM PARA-3-POST-RECOVERY
               END-IF.
               PERFORM PARA-2-READ-RECOVERY.

      * Every role this extract posts to must be on the chart; an
      * extract with a missing account would post to nowhere, so it
      * is not written at all.
           PARA-8-LOAD-ACCOUNTS.
               MOVE 'N' TO CA-EOF.
               OPEN INPUT FS_ACCOUNTS.
               IF CA-STATUS = '00' THEN
                   PERFORM PARA-8-READ-ONE UNTIL CA-EOF = 'Y'
                   CLOSE FS_ACCOUNTS
               END-IF.
               MOVE 'Y' TO ACCOUNTS_OK.
               IF GL-ACCT-ALLOWANCE = SPACES THEN
                   DISPLAY "NO ALLOWANCE ACCOUNT ON THE CHART OF "
                       "ACCOUNTS"
                   MOVE 'N' TO ACCOUNTS_OK
               END-IF.
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
               IF GL-ACCT-BANK = SPACES THEN
                   DISPLAY "NO BANK ACCOUNT ON THE CHART OF "
                       "ACCOUNTS"
                   MOVE 'N' TO ACCOUNTS_OK
               END-IF.
               IF GL-ACCT-RECOVERY = SPACES THEN
                   DISPLAY "NO RECOVERY ACCOUNT ON THE CHART OF "
                       "ACCOUNTS"
                   MOVE 'N' TO ACCOUNTS_OK
               END-IF.

           PARA-8-READ-ONE.
               READ FS_ACCOUNTS
                   AT END MOVE 'Y' TO CA-EOF
                   NOT AT END
                       EVALUATE CA_ROLE
                         WHEN "ALLOWANCE"
                             MOVE CA_ACCOUNT TO GL-ACCT-ALLOWANCE
                         WHEN "CLEARING"
                             MOVE CA_ACCOUNT TO GL-ACCT-CLEARING
                         WHEN "PRINCIPAL"
                             MOVE CA_ACCOUNT TO GL-ACCT-PRINCIPAL
                         WHEN "BANK"
                             MOVE CA_ACCOUNT TO GL-ACCT-BANK
                         WHEN "RECOVERY"
                             MOVE CA_ACCOUNT TO GL-ACCT-RECOVERY
                       END-EVALUATE
               END-READ.

           PARA-9-CHECK-PERIOD.
               MOVE 'N' TO PERIOD-CLOSED.
               MOVE 'N' TO GP-EOF.
               OPEN INPUT FS_PERIODS.
               IF GP-STATUS = '00' THEN
                   PERFORM PARA-9-READ-ONE UNTIL GP-EOF = 'Y'
                   CLOSE FS_PERIODS
               END-IF.

           PARA-9-READ-ONE.
               READ FS_PERIODS
                   AT END MOVE 'Y' TO GP-EOF
                   NOT AT END
                       IF GP_PERIOD = GL-PERIOD
                           AND GP_STATUS = "CLOSED" THEN
                           MOVE 'Y' TO PERIOD-CLOSED
                       END-IF
               END-READ.

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

       END PROGRAM WRITEOFF_REPORT.
