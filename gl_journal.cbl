      ******************************************************************
      * Author:
      * Date:
      * Purpose: Consolidated general-ledger journal. Every ledger
      *          extract - the schedule postings, the cash receipts,
      *          the provisioning movement, the unapplied-cash
      *          suspense, the month-end interest accrual with its
      *          reversal, and the write-offs and recoveries - is
      *          proved on its own first: each detail account must
      *          be on the chart of accounts, the detail count and
      *          the debit and credit totals must agree with the
      *          extract's trailer, debits must equal credits, and
      *          the whole extract must carry one accounting period
      *          that is not closed. An extract
      *          that passes replaces whatever that extract put into
      *          the same period before, so a rerun never doubles the
      *          journal; one that fails is left out and reported. An
      *          extract with only a trailer, whose count and totals
      *          are all zero, is a valid extract with nothing to post
      *          and empties its period for that extract - the period
      *          is the month of the trailer's run date, or the month
      *          after it for the accrual reversal, as the accrual run
      *          writes them.
      *          The journal is then sorted by period and account and
      *          totalled on the breaks into a trial balance per
      *          period and account, with a debit-equals-credit
      *          proof for every period and for the journal as a
      *          whole. A journal that cannot be sorted and read
      *          through is reported as an incomplete trial balance,
      *          never as a balanced one.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL_JOURNAL.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      * The extracts, in the order they are merged. Each one is
      * optional - an extract that was not run this period is
      * simply not merged.
             SELECT FS_SRC_SCHEDULE ASSIGN TO 'gl_postings.txt'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SX-STATUS.

             SELECT FS_SRC_CASH ASSIGN TO 'gl_cash_postings.txt'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SX-STATUS.

             SELECT FS_SRC_PROVISION
             ASSIGN TO 'gl_provision_postings.txt'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SX-STATUS.

             SELECT FS_SRC_SUSPENSE
             ASSIGN TO 'gl_suspense_postings.txt'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SX-STATUS.

             SELECT FS_SRC_ACCRUAL
             ASSIGN TO 'gl_accrual_postings.txt'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SX-STATUS.

             SELECT FS_SRC_ACCRUAL_REV
             ASSIGN TO 'gl_accrual_reversals.txt'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SX-STATUS.

             SELECT FS_SRC_WRITEOFF
             ASSIGN TO 'gl_writeoff_postings.txt'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SX-STATUS.

             SELECT FS_SRC_RECOVERY
             ASSIGN TO 'gl_recovery_postings.txt'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SX-STATUS.

             SELECT FS_ACCOUNTS ASSIGN TO 'chart_of_accounts.txt'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CA-STATUS.

             SELECT FS_PERIODS ASSIGN TO 'gl_period_control.txt'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS GP-STATUS.

      * The journal is cumulative across periods. It is rebuilt into
      * the .new file and copied back, the way the schedule archive
      * rewrites the live schedule.
             SELECT FS_JOURNAL ASSIGN TO 'gl_journal.txt'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS JN-STATUS.

             SELECT FS_JOURNAL_NEW ASSIGN TO 'gl_journal.new'
             ORGANIZATION IS LINE SEQUENTIAL.

      * The trial balance reads the journal sorted by period and
      * account.
             SELECT JOURNAL-SORT-WORK ASSIGN TO 'gl_journal_sort.wrk'.

             SELECT FS_JOURNAL_SORTED
             ASSIGN TO 'gl_journal_sorted.wrk'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS JS-STATUS.

             SELECT FS_TRIAL_BALANCE
             ASSIGN TO 'gl_trial_balance.txt'
             ORGANIZATION IS LINE SEQUENTIAL.

             SELECT FS_PROCESSING_DATE ASSIGN TO 'processing_date.txt'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PD-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD FS_SRC_SCHEDULE.
           01 SRC_SCHEDULE_LINE PIC X(60).

           FD FS_SRC_CASH.
           01 SRC_CASH_LINE PIC X(60).

           FD FS_SRC_PROVISION.
           01 SRC_PROVISION_LINE PIC X(60).

           FD FS_SRC_SUSPENSE.
           01 SRC_SUSPENSE_LINE PIC X(60).

           FD FS_SRC_ACCRUAL.
           01 SRC_ACCRUAL_LINE PIC X(60).

           FD FS_SRC_ACCRUAL_REV.
           01 SRC_ACCRUAL_REV_LINE PIC X(60).

           FD FS_SRC_WRITEOFF.
           01 SRC_WRITEOFF_LINE PIC X(60).

           FD FS_SRC_RECOVERY.
           01 SRC_RECOVERY_LINE PIC X(60).

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

           FD FS_JOURNAL_NEW.
           01 NJ_LINE PIC X(63).

           SD JOURNAL-SORT-WORK.
           01 JW_REC.
               05 JW_PERIOD PIC 9(6).
               05 JW_SOURCE PIC X(8).
               05 JW_ACCOUNT PIC X(8).
               05 JW_DETAIL PIC X(41).

           FD FS_JOURNAL_SORTED.
           01 JS_REC.
               05 JS_PERIOD PIC 9(6).
               05 JS_SOURCE PIC X(8).
               05 JS_ACCOUNT PIC X(8).
               05 JS_DRCR PIC X(1).
               05 JS_AMOUNT PIC 9(10).
               05 JS_AMOUNT_DOT PIC X(1).
               05 JS_AMOUNT_V PIC v9(2).
               05 JS_REST PIC X(27).

           FD FS_TRIAL_BALANCE.
           01 TB_LINE PIC X(100).

           FD FS_PROCESSING_DATE.
           01 PD_REC.
               05 PD_DATE PIC 9(8).
               05 PD_PREV_DATE PIC 9(8).
               05 PD_ROLL_DATE PIC 9(8).
               05 PD_ROLL_TIME PIC 9(8).

       WORKING-STORAGE SECTION.
       01 SX-STATUS PIC X(2) VALUE '00'.
       01 PD-STATUS PIC X(2) VALUE '00'.
       01 PD-FOUND PIC A(1) VALUE 'N'.
       01 CA-STATUS PIC X(2) VALUE '00'.
       01 GP-STATUS PIC X(2) VALUE '00'.
       01 JN-STATUS PIC X(2) VALUE '00'.
       01 JS-STATUS PIC X(2) VALUE '00'.
       01 SX-EOF PIC A(1) VALUE 'N'.
       01 CA-EOF PIC A(1) VALUE 'N'.
       01 GP-EOF PIC A(1) VALUE 'N'.
       01 JN-EOF PIC A(1) VALUE 'N'.
       01 COPY-EOF PIC A(1) VALUE 'N'.
       01 ASOF-DATE PIC 9(8) VALUE 0.

      * One entry per extract: the name the journal carries for it,
      * and what the proving pass found in it.
       01 SRC-NAMES-INIT.
           05 FILLER PIC X(8) VALUE "SCHEDULE".
           05 FILLER PIC X(8) VALUE "CASH".
           05 FILLER PIC X(8) VALUE "PROVISN".
           05 FILLER PIC X(8) VALUE "SUSPENSE".
           05 FILLER PIC X(8) VALUE "ACCRUAL".
           05 FILLER PIC X(8) VALUE "ACCRREV".
           05 FILLER PIC X(8) VALUE "WRITEOFF".
           05 FILLER PIC X(8) VALUE "RECOVERY".
       01 SRC-NAMES REDEFINES SRC-NAMES-INIT.
           05 SRC-NAME PIC X(8) OCCURS 8 TIMES.
       01 SRC-STATE OCCURS 8 TIMES.
           05 SRC-PRESENT PIC A(1).
           05 SRC-OK PIC A(1).
           05 SRC-TRAILER-SEEN PIC A(1).
           05 SRC-PERIOD PIC 9(6).
           05 SRC-LINES PIC 9(9).
           05 SRC-ERRORS PIC 9(9).
           05 SRC-DEBIT PIC 9(12)v9(2).
           05 SRC-CREDIT PIC 9(12)v9(2).
           05 SRC-T-COUNT PIC 9(9).
           05 SRC-T-DEBIT PIC 9(12)v9(2).
           05 SRC-T-CREDIT PIC 9(12)v9(2).
           05 SRC-T-RUN-DATE PIC 9(8).
       01 SRC_COUNT PIC 9(2) VALUE 8.
       01 SRC-INDEX PIC 9(2) VALUE 0.
       01 SOURCES_ACCEPTED_COUNT PIC 9(2) VALUE 0.
       01 SOURCES_REJECTED_COUNT PIC 9(2) VALUE 0.
       01 SOURCE_DROP PIC A(1) VALUE 'N'.
       01 LINE_AMOUNT PIC 9(10)v9(2) VALUE 0.

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
           05 FILLER PIC X(12).

       01 GL-TRAILER REDEFINES GL-DETAIL.
           05 GL-T-TYPE PIC X(1).
           05 GL-T-COUNT PIC 9(9).
           05 GL-T-DEBIT PIC 9(12).
           05 GL-T-DEBIT-DOT PIC X(1).
           05 GL-T-DEBIT-V PIC v9(2).
           05 GL-T-CREDIT PIC 9(12).
           05 GL-T-CREDIT-DOT PIC X(1).
           05 GL-T-CREDIT-V PIC v9(2).
           05 GL-T-RUN-DATE PIC 9(8).
           05 FILLER PIC X(12).

       01 EMPTY-PERIOD.
           05 EP-YEAR PIC 9(4).
           05 EP-MONTH PIC 9(2).

      * The chart of accounts: every account a journal line may
      * carry, with its name for the trial balance.
       01 CT-ENTRY OCCURS 200 TIMES.
           05 CT-ACCOUNT PIC X(8).
           05 CT-NAME PIC X(30).
       01 CT_COUNT PIC 9(3) VALUE 0.
       01 CT_CAPACITY PIC 9(3) VALUE 200.
       01 CT_SKIPPED_COUNT PIC 9(3) VALUE 0.
       01 CT-INDEX PIC 9(3) VALUE 0.
       01 CT-FOUND-INDEX PIC 9(3) VALUE 0.
       01 LOOKUP-ACCOUNT PIC X(8) VALUE SPACES.

       01 GP-CLOSED OCCURS 500 TIMES PIC 9(6).
       01 GP_COUNT PIC 9(3) VALUE 0.
       01 GP_CAPACITY PIC 9(3) VALUE 500.
       01 GP-INDEX PIC 9(3) VALUE 0.
       01 PERIOD-CLOSED PIC A(1) VALUE 'N'.
       01 CHECK-PERIOD PIC 9(6) VALUE 0.

       01 JOURNAL_KEPT_COUNT PIC 9(9) VALUE 0.
       01 JOURNAL_REPLACED_COUNT PIC 9(9) VALUE 0.
       01 JOURNAL_ADDED_COUNT PIC 9(9) VALUE 0.

      * Trial balance: the period and account being totalled off the
      * sorted journal, printed when either changes.
       01 TB-OPEN PIC A(1) VALUE 'N'.
       01 TB-COMPLETE PIC A(1) VALUE 'Y'.
       01 TB-PERIOD PIC 9(6) VALUE 0.
       01 TB-ACCOUNT PIC X(8) VALUE SPACES.
       01 TB-DEBIT PIC 9(12)v9(2) VALUE 0.
       01 TB-CREDIT PIC 9(12)v9(2) VALUE 0.

       01 LAST_PERIOD PIC 9(6) VALUE 0.
       01 PERIOD-DEBIT PIC 9(12)v9(2) VALUE 0.
       01 PERIOD-CREDIT PIC 9(12)v9(2) VALUE 0.
       01 GT-DEBIT PIC 9(12)v9(2) VALUE 0.
       01 GT-CREDIT PIC 9(12)v9(2) VALUE 0.
       01 BALANCE-AMOUNT PIC 9(12)v9(2) VALUE 0.
       01 PERIODS_UNBALANCED_COUNT PIC 9(3) VALUE 0.

       01 TB-ED-DEBIT PIC Z(11)9.99.
       01 TB-ED-CREDIT PIC Z(11)9.99.
       01 TB-ED-BALANCE PIC Z(11)9.99.
       01 TB-DETAIL.
           05 TB-D-PERIOD PIC X(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 TB-D-ACCOUNT PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 TB-D-NAME PIC X(30).
           05 FILLER PIC X(1) VALUE SPACES.
           05 TB-D-DEBIT PIC X(15).
           05 FILLER PIC X(1) VALUE SPACES.
           05 TB-D-CREDIT PIC X(15).
           05 FILLER PIC X(1) VALUE SPACES.
           05 TB-D-BALANCE PIC X(15).
           05 FILLER PIC X(1) VALUE SPACES.
           05 TB-D-DRCR PIC X(2).
       01 MONTH-EDIT.
           05 ME-YEAR PIC 9(4).
           05 ME-SEP PIC X(1).
           05 ME-MONTH PIC 9(2).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM PARA-23-READ-PROCESSING-DATE.
           IF PD-FOUND NOT = 'Y' THEN
               DISPLAY "NO PROCESSING DATE ON processing_date.txt - "
                   "NOTHING JOURNALLED"
               GOBACK
           END-IF.
           PERFORM PARA-1-LOAD-ACCOUNTS.
           IF CT_COUNT = 0 THEN
               DISPLAY "NO CHART OF ACCOUNTS - NOTHING JOURNALLED"
               GOBACK
           END-IF.
           PERFORM PARA-2-LOAD-PERIODS.
           MOVE 1 TO SRC-INDEX.
           PERFORM PARA-3-PROVE-SOURCE UNTIL SRC-INDEX > SRC_COUNT.
           IF SOURCES_ACCEPTED_COUNT > 0 THEN
               PERFORM PARA-6-REBUILD-JOURNAL
               PERFORM PARA-9-COPY-NEW-LIVE
           END-IF.
           PERFORM PARA-12-START-REPORT.
           PERFORM PARA-10-TOTAL-JOURNAL.
           PERFORM PARA-13-WRITE-REPORT.
           DISPLAY " ".
           DISPLAY SOURCES_ACCEPTED_COUNT " EXTRACT(S) JOURNALLED".
           DISPLAY JOURNAL_ADDED_COUNT " LINE(S) ADDED, "
               JOURNAL_REPLACED_COUNT " REPLACED, "
               JOURNAL_KEPT_COUNT " KEPT".
           IF SOURCES_REJECTED_COUNT > 0 THEN
               DISPLAY SOURCES_REJECTED_COUNT
                   " EXTRACT(S) REJECTED - SEE MESSAGES ABOVE"
           END-IF.
           IF PERIODS_UNBALANCED_COUNT > 0 THEN
               DISPLAY PERIODS_UNBALANCED_COUNT
                   " PERIOD(S) OUT OF BALANCE"
           END-IF.
           IF TB-COMPLETE NOT = 'Y' THEN
               DISPLAY "TRIAL BALANCE INCOMPLETE - JOURNAL COULD NOT "
                   "BE SORTED"
           END-IF.
           IF CT_SKIPPED_COUNT > 0 THEN
               DISPLAY CT_SKIPPED_COUNT
                   " ACCOUNT(S) EXCEEDED THE CHART TABLE"
           END-IF.
           GOBACK.

           PARA-1-LOAD-ACCOUNTS.
               MOVE 'N' TO CA-EOF.
               OPEN INPUT FS_ACCOUNTS.
               IF CA-STATUS = '00' THEN
                   PERFORM PARA-1-READ-ONE UNTIL CA-EOF = 'Y'
                   CLOSE FS_ACCOUNTS
               END-IF.

           PARA-1-READ-ONE.
               READ FS_ACCOUNTS
                   AT END MOVE 'Y' TO CA-EOF
                   NOT AT END
                       IF CA_ACCOUNT NOT = SPACES THEN
                           MOVE CA_ACCOUNT TO LOOKUP-ACCOUNT
                           PERFORM PARA-5-FIND-ACCOUNT
                           IF CT-FOUND-INDEX = 0 THEN
                               PERFORM PARA-1-ADD-ACCOUNT
                           END-IF
                       END-IF
               END-READ.

           PARA-1-ADD-ACCOUNT.
               IF CT_COUNT < CT_CAPACITY THEN
                   ADD 1 TO CT_COUNT
                   MOVE CA_ACCOUNT TO CT-ACCOUNT(CT_COUNT)
                   MOVE CA_NAME TO CT-NAME(CT_COUNT)
               ELSE
                   ADD 1 TO CT_SKIPPED_COUNT
               END-IF.

           PARA-2-LOAD-PERIODS.
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
                       IF GP_STATUS = "CLOSED"
                           AND GP_COUNT < GP_CAPACITY THEN
                           ADD 1 TO GP_COUNT
                           MOVE GP_PERIOD TO GP-CLOSED(GP_COUNT)
                       END-IF
               END-READ.

      * Prove one extract end to end before any of it is allowed
      * into the journal.
           PARA-3-PROVE-SOURCE.
               MOVE 'N' TO SRC-PRESENT(SRC-INDEX).
               MOVE 'N' TO SRC-OK(SRC-INDEX).
               MOVE 'N' TO SRC-TRAILER-SEEN(SRC-INDEX).
               MOVE 0 TO SRC-PERIOD(SRC-INDEX).
               MOVE 0 TO SRC-LINES(SRC-INDEX).
               MOVE 0 TO SRC-ERRORS(SRC-INDEX).
               MOVE 0 TO SRC-DEBIT(SRC-INDEX).
               MOVE 0 TO SRC-CREDIT(SRC-INDEX).
               PERFORM PARA-20-OPEN-SOURCE.
               IF SX-STATUS = '00' THEN
                   MOVE 'Y' TO SRC-PRESENT(SRC-INDEX)
                   MOVE 'N' TO SX-EOF
                   PERFORM PARA-3-PROVE-ONE UNTIL SX-EOF = 'Y'
                   PERFORM PARA-22-CLOSE-SOURCE
                   PERFORM PARA-4-JUDGE-SOURCE
               END-IF.
               ADD 1 TO SRC-INDEX.

           PARA-3-PROVE-ONE.
               PERFORM PARA-21-READ-SOURCE.
               IF SX-EOF = 'N' THEN
                   EVALUATE GL-D-TYPE
                     WHEN 'D'
                         PERFORM PARA-3-PROVE-DETAIL
                     WHEN 'T'
                         MOVE 'Y' TO SRC-TRAILER-SEEN(SRC-INDEX)
                         MOVE GL-T-COUNT TO SRC-T-COUNT(SRC-INDEX)
                         COMPUTE SRC-T-DEBIT(SRC-INDEX) =
                             GL-T-DEBIT + GL-T-DEBIT-V
                         COMPUTE SRC-T-CREDIT(SRC-INDEX) =
                             GL-T-CREDIT + GL-T-CREDIT-V
                         MOVE 0 TO SRC-T-RUN-DATE(SRC-INDEX)
                         IF GL-T-RUN-DATE IS NUMERIC THEN
                             MOVE GL-T-RUN-DATE
                                 TO SRC-T-RUN-DATE(SRC-INDEX)
                         END-IF
                   END-EVALUATE
               END-IF.

           PARA-3-PROVE-DETAIL.
               ADD 1 TO SRC-LINES(SRC-INDEX).
               MOVE GL-D-ACCOUNT TO LOOKUP-ACCOUNT.
               PERFORM PARA-5-FIND-ACCOUNT.
               IF CT-FOUND-INDEX = 0 THEN
                   DISPLAY SRC-NAME(SRC-INDEX) " ACCOUNT "
                       GL-D-ACCOUNT " IS NOT ON THE CHART OF ACCOUNTS"
                   ADD 1 TO SRC-ERRORS(SRC-INDEX)
               END-IF.
               IF GL-D-PERIOD IS NOT NUMERIC OR GL-D-PERIOD = 0 THEN
                   ADD 1 TO SRC-ERRORS(SRC-INDEX)
               ELSE
                   IF SRC-PERIOD(SRC-INDEX) = 0 THEN
                       MOVE GL-D-PERIOD TO SRC-PERIOD(SRC-INDEX)
                   END-IF
                   IF GL-D-PERIOD NOT = SRC-PERIOD(SRC-INDEX) THEN
                       ADD 1 TO SRC-ERRORS(SRC-INDEX)
                   END-IF
               END-IF.
               IF GL-D-AMOUNT IS NOT NUMERIC THEN
                   ADD 1 TO SRC-ERRORS(SRC-INDEX)
               ELSE
                   COMPUTE LINE_AMOUNT = GL-D-AMOUNT + GL-D-AMOUNT-V
                   EVALUATE GL-D-DRCR
                     WHEN 'D'
                         ADD LINE_AMOUNT TO SRC-DEBIT(SRC-INDEX)
                     WHEN 'C'
                         ADD LINE_AMOUNT TO SRC-CREDIT(SRC-INDEX)
                     WHEN OTHER
                         ADD 1 TO SRC-ERRORS(SRC-INDEX)
                   END-EVALUATE
               END-IF.

           PARA-4-JUDGE-SOURCE.
               MOVE 'Y' TO SRC-OK(SRC-INDEX).
               IF SRC-LINES(SRC-INDEX) = 0 THEN
                   IF SRC-TRAILER-SEEN(SRC-INDEX) = 'Y'
                       AND SRC-T-COUNT(SRC-INDEX) = 0
                       AND SRC-T-DEBIT(SRC-INDEX) = 0
                       AND SRC-T-CREDIT(SRC-INDEX) = 0
                       AND SRC-T-RUN-DATE(SRC-INDEX) > 0 THEN
                       PERFORM PARA-4-EMPTY-PERIOD
                       DISPLAY SRC-NAME(SRC-INDEX)
                           " EXTRACT HAS NO POSTINGS - EMPTIES PERIOD "
                           SRC-PERIOD(SRC-INDEX)
                   ELSE
                       DISPLAY SRC-NAME(SRC-INDEX)
                           " EXTRACT HAS NO POSTINGS - NOT JOURNALLED"
                       MOVE 'N' TO SRC-OK(SRC-INDEX)
                   END-IF
               END-IF.
               IF SRC-ERRORS(SRC-INDEX) > 0 THEN
                   DISPLAY SRC-NAME(SRC-INDEX) " EXTRACT HAS "
                       SRC-ERRORS(SRC-INDEX)
                       " INVALID LINE(S) - NOT JOURNALLED"
                   MOVE 'N' TO SRC-OK(SRC-INDEX)
               END-IF.
               IF SRC-TRAILER-SEEN(SRC-INDEX) = 'N' THEN
                   DISPLAY SRC-NAME(SRC-INDEX)
                       " EXTRACT HAS NO TRAILER - NOT JOURNALLED"
                   MOVE 'N' TO SRC-OK(SRC-INDEX)
               ELSE
                   IF SRC-T-COUNT(SRC-INDEX) NOT = SRC-LINES(SRC-INDEX)
                       OR SRC-T-DEBIT(SRC-INDEX)
                           NOT = SRC-DEBIT(SRC-INDEX)
                       OR SRC-T-CREDIT(SRC-INDEX)
                           NOT = SRC-CREDIT(SRC-INDEX) THEN
                       DISPLAY SRC-NAME(SRC-INDEX)
                           " EXTRACT DISAGREES WITH ITS TRAILER - NOT "
                           "JOURNALLED"
                       MOVE 'N' TO SRC-OK(SRC-INDEX)
                   END-IF
               END-IF.
               IF SRC-DEBIT(SRC-INDEX) NOT = SRC-CREDIT(SRC-INDEX) THEN
                   DISPLAY SRC-NAME(SRC-INDEX)
                       " EXTRACT DOES NOT BALANCE - NOT JOURNALLED"
                   MOVE 'N' TO SRC-OK(SRC-INDEX)
               END-IF.
               MOVE SRC-PERIOD(SRC-INDEX) TO CHECK-PERIOD.
               PERFORM PARA-8-CHECK-CLOSED.
               IF PERIOD-CLOSED = 'Y' THEN
                   DISPLAY SRC-NAME(SRC-INDEX) " EXTRACT IS FOR "
                       "CLOSED PERIOD " CHECK-PERIOD
                       " - NOT JOURNALLED"
                   MOVE 'N' TO SRC-OK(SRC-INDEX)
               END-IF.
               IF SRC-OK(SRC-INDEX) = 'Y' THEN
                   ADD 1 TO SOURCES_ACCEPTED_COUNT
                   DISPLAY SRC-NAME(SRC-INDEX) " PERIOD "
                       SRC-PERIOD(SRC-INDEX) " "
                       SRC-LINES(SRC-INDEX) " LINE(S) ACCEPTED"
               ELSE
                   ADD 1 TO SOURCES_REJECTED_COUNT
               END-IF.

      * The period a trailer-only extract stands for. The accrual
      * reversal posts into the month after the accrual run.
           PARA-4-EMPTY-PERIOD.
               MOVE SRC-T-RUN-DATE(SRC-INDEX)(1:6) TO EMPTY-PERIOD.
               IF SRC-NAME(SRC-INDEX) = "ACCRREV" THEN
                   ADD 1 TO EP-MONTH
                   IF EP-MONTH > 12 THEN
                       MOVE 1 TO EP-MONTH
                       ADD 1 TO EP-YEAR
                   END-IF
               END-IF.
               MOVE EMPTY-PERIOD TO SRC-PERIOD(SRC-INDEX).

           PARA-5-FIND-ACCOUNT.
               MOVE 0 TO CT-FOUND-INDEX.
               MOVE 1 TO CT-INDEX.
               PERFORM PARA-5-FIND-ONE UNTIL CT-INDEX > CT_COUNT.

           PARA-5-FIND-ONE.
               IF CT-ACCOUNT(CT-INDEX) = LOOKUP-ACCOUNT THEN
                   MOVE CT-INDEX TO CT-FOUND-INDEX
                   MOVE CT_COUNT TO CT-INDEX
               END-IF
               ADD 1 TO CT-INDEX.

      * Keep every journal line except those an accepted extract is
      * about to replace - the same extract in the same period -
      * then append the accepted extracts.
           PARA-6-REBUILD-JOURNAL.
               OPEN OUTPUT FS_JOURNAL_NEW.
               MOVE 'N' TO JN-EOF.
               OPEN INPUT FS_JOURNAL.
               IF JN-STATUS = '00' THEN
                   PERFORM PARA-6-KEEP-ONE UNTIL JN-EOF = 'Y'
                   CLOSE FS_JOURNAL
               END-IF.
               MOVE 1 TO SRC-INDEX.
               PERFORM PARA-7-APPEND-SOURCE
                   UNTIL SRC-INDEX > SRC_COUNT.
               CLOSE FS_JOURNAL_NEW.

           PARA-6-KEEP-ONE.
               READ FS_JOURNAL
                   AT END MOVE 'Y' TO JN-EOF
                   NOT AT END
                       MOVE 'N' TO SOURCE_DROP
                       MOVE 1 TO SRC-INDEX
                       PERFORM PARA-6-MATCH-ONE
                           UNTIL SRC-INDEX > SRC_COUNT
                       IF SOURCE_DROP = 'Y' THEN
                           ADD 1 TO JOURNAL_REPLACED_COUNT
                       ELSE
                           MOVE JN_REC TO NJ_LINE
                           WRITE NJ_LINE
                           ADD 1 TO JOURNAL_KEPT_COUNT
                       END-IF
               END-READ.

           PARA-6-MATCH-ONE.
               IF SRC-OK(SRC-INDEX) = 'Y'
                   AND JN_SOURCE = SRC-NAME(SRC-INDEX)
                   AND JN_PERIOD = SRC-PERIOD(SRC-INDEX) THEN
                   MOVE 'Y' TO SOURCE_DROP
               END-IF
               ADD 1 TO SRC-INDEX.

           PARA-7-APPEND-SOURCE.
               IF SRC-OK(SRC-INDEX) = 'Y' THEN
                   PERFORM PARA-20-OPEN-SOURCE
                   MOVE 'N' TO SX-EOF
                   PERFORM PARA-7-APPEND-ONE UNTIL SX-EOF = 'Y'
                   PERFORM PARA-22-CLOSE-SOURCE
               END-IF.
               ADD 1 TO SRC-INDEX.

           PARA-7-APPEND-ONE.
               PERFORM PARA-21-READ-SOURCE.
               IF SX-EOF = 'N' AND GL-D-TYPE = 'D' THEN
                   MOVE GL-D-PERIOD TO JN_PERIOD
                   MOVE SRC-NAME(SRC-INDEX) TO JN_SOURCE
                   MOVE GL-D-ACCOUNT TO JN_ACCOUNT
                   MOVE GL-D-DRCR TO JN_DRCR
                   MOVE GL-D-AMOUNT TO JN_AMOUNT
                   MOVE '.' TO JN_AMOUNT_DOT
                   MOVE GL-D-AMOUNT-V TO JN_AMOUNT_V
                   MOVE GL-D-CONTRACT TO JN_CONTRACT
                   MOVE GL-D-DUE-YEAR TO JN_DUE_YEAR
                   MOVE '/' TO JN_DUE_SEP
                   MOVE GL-D-DUE-INST TO JN_DUE_INST
                   MOVE ASOF-DATE TO JN_POSTED_DATE
                   MOVE JN_REC TO NJ_LINE
                   WRITE NJ_LINE
                   ADD 1 TO JOURNAL_ADDED_COUNT
               END-IF.

           PARA-8-CHECK-CLOSED.
               MOVE 'N' TO PERIOD-CLOSED.
               MOVE 1 TO GP-INDEX.
               PERFORM PARA-8-CHECK-ONE UNTIL GP-INDEX > GP_COUNT.

           PARA-8-CHECK-ONE.
               IF GP-CLOSED(GP-INDEX) = CHECK-PERIOD THEN
                   MOVE 'Y' TO PERIOD-CLOSED
                   MOVE GP_COUNT TO GP-INDEX
               END-IF
               ADD 1 TO GP-INDEX.

           PARA-9-COPY-NEW-LIVE.
               MOVE 'N' TO COPY-EOF.
               OPEN INPUT FS_JOURNAL_NEW.
               OPEN OUTPUT FS_JOURNAL.
               PERFORM PARA-9-COPY-ONE UNTIL COPY-EOF = 'Y'.
               CLOSE FS_JOURNAL.
               CLOSE FS_JOURNAL_NEW.

           PARA-9-COPY-ONE.
               READ FS_JOURNAL_NEW
                   AT END MOVE 'Y' TO COPY-EOF
                   NOT AT END
                       MOVE NJ_LINE TO JN_REC
                       WRITE JN_REC
               END-READ.

      * The journal sorted by period then account, so each account's
      * lines for a period come together and each period's accounts
      * come in order.
           PARA-10-TOTAL-JOURNAL.
               MOVE 'N' TO JN-EOF.
               MOVE 'N' TO TB-OPEN.
               MOVE 0 TO LAST_PERIOD.
               OPEN INPUT FS_JOURNAL.
               IF JN-STATUS = '00' THEN
                   CLOSE FS_JOURNAL
                   SORT JOURNAL-SORT-WORK
                       ON ASCENDING KEY JW_PERIOD JW_ACCOUNT
                       WITH DUPLICATES IN ORDER
                       USING FS_JOURNAL
                       GIVING FS_JOURNAL_SORTED
                   OPEN INPUT FS_JOURNAL_SORTED
                   IF JS-STATUS = '00' THEN
                       PERFORM PARA-10-TOTAL-ONE UNTIL JN-EOF = 'Y'
                       CLOSE FS_JOURNAL_SORTED
                   ELSE
                       DISPLAY "CANNOT OPEN SORTED JOURNAL - STATUS "
                           JS-STATUS
                       MOVE 'N' TO TB-COMPLETE
                   END-IF
               END-IF.
               IF TB-OPEN = 'Y' THEN
                   PERFORM PARA-14-WRITE-ONE
               END-IF.
               IF LAST_PERIOD NOT = 0 THEN
                   PERFORM PARA-15-PERIOD-TOTAL
               END-IF.

           PARA-10-TOTAL-ONE.
               READ FS_JOURNAL_SORTED
                   AT END MOVE 'Y' TO JN-EOF
                   NOT AT END
                       IF JS_AMOUNT IS NUMERIC THEN
                           PERFORM PARA-11-ADD-TO-BALANCE
                       END-IF
               END-READ.

      * A change of account prints the account just totalled; a
      * change of period also closes that period with its proof.
           PARA-11-ADD-TO-BALANCE.
               IF TB-OPEN = 'Y' THEN
                   IF JS_PERIOD NOT = TB-PERIOD
                       OR JS_ACCOUNT NOT = TB-ACCOUNT THEN
                       PERFORM PARA-14-WRITE-ONE
                       MOVE 'N' TO TB-OPEN
                   END-IF
               END-IF.
               IF JS_PERIOD NOT = LAST_PERIOD THEN
                   IF LAST_PERIOD NOT = 0 THEN
                       PERFORM PARA-15-PERIOD-TOTAL
                   END-IF
                   MOVE JS_PERIOD TO LAST_PERIOD
                   MOVE 0 TO PERIOD-DEBIT
                   MOVE 0 TO PERIOD-CREDIT
               END-IF.
               IF TB-OPEN = 'N' THEN
                   MOVE 'Y' TO TB-OPEN
                   MOVE JS_PERIOD TO TB-PERIOD
                   MOVE JS_ACCOUNT TO TB-ACCOUNT
                   MOVE 0 TO TB-DEBIT
                   MOVE 0 TO TB-CREDIT
               END-IF.
               COMPUTE LINE_AMOUNT = JS_AMOUNT + JS_AMOUNT_V.
               IF JS_DRCR = 'D' THEN
                   ADD LINE_AMOUNT TO TB-DEBIT
               ELSE
                   ADD LINE_AMOUNT TO TB-CREDIT
               END-IF.

           PARA-12-START-REPORT.
               OPEN OUTPUT FS_TRIAL_BALANCE.
               MOVE SPACES TO TB_LINE.
               STRING "GENERAL LEDGER TRIAL BALANCE AS OF "
                          DELIMITED BY SIZE
                      ASOF-DATE DELIMITED BY SIZE
                   INTO TB_LINE
               END-STRING
               WRITE TB_LINE.
               MOVE SPACES TO TB_LINE.
               STRING "PERIOD   ACCOUNT   NAME"
                          DELIMITED BY SIZE
                      "                                    DEBIT"
                          DELIMITED BY SIZE
                      "          CREDIT         BALANCE"
                          DELIMITED BY SIZE
                   INTO TB_LINE
               END-STRING
               WRITE TB_LINE.

           PARA-13-WRITE-REPORT.
               MOVE SPACES TO TB-DETAIL.
               MOVE "TOTAL" TO TB-D-PERIOD.
               MOVE "ALL PERIODS" TO TB-D-NAME.
               MOVE GT-DEBIT TO TB-ED-DEBIT.
               MOVE TB-ED-DEBIT TO TB-D-DEBIT.
               MOVE GT-CREDIT TO TB-ED-CREDIT.
               MOVE TB-ED-CREDIT TO TB-D-CREDIT.
               MOVE TB-DETAIL TO TB_LINE.
               WRITE TB_LINE.
               MOVE SPACES TO TB_LINE.
               IF TB-COMPLETE NOT = 'Y' THEN
                   MOVE "TRIAL BALANCE INCOMPLETE" TO TB_LINE
               ELSE
                   IF GT-DEBIT = GT-CREDIT THEN
                       MOVE "JOURNAL BALANCED - DEBITS EQUAL CREDITS"
                           TO TB_LINE
                   ELSE
                       MOVE "JOURNAL OUT OF BALANCE" TO TB_LINE
                   END-IF
               END-IF.
               WRITE TB_LINE.
               CLOSE FS_TRIAL_BALANCE.

           PARA-14-WRITE-ONE.
               DIVIDE TB-PERIOD BY 100 GIVING ME-YEAR
                   REMAINDER ME-MONTH.
               MOVE "/" TO ME-SEP.
               MOVE SPACES TO TB-DETAIL.
               MOVE MONTH-EDIT TO TB-D-PERIOD.
               MOVE TB-ACCOUNT TO TB-D-ACCOUNT.
               MOVE TB-ACCOUNT TO LOOKUP-ACCOUNT.
               PERFORM PARA-5-FIND-ACCOUNT.
               IF CT-FOUND-INDEX > 0 THEN
                   MOVE CT-NAME(CT-FOUND-INDEX) TO TB-D-NAME
               END-IF.
               MOVE TB-DEBIT TO TB-ED-DEBIT.
               MOVE TB-ED-DEBIT TO TB-D-DEBIT.
               MOVE TB-CREDIT TO TB-ED-CREDIT.
               MOVE TB-ED-CREDIT TO TB-D-CREDIT.
               IF TB-DEBIT NOT < TB-CREDIT THEN
                   COMPUTE BALANCE-AMOUNT = TB-DEBIT - TB-CREDIT
                   MOVE "DR" TO TB-D-DRCR
               ELSE
                   COMPUTE BALANCE-AMOUNT = TB-CREDIT - TB-DEBIT
                   MOVE "CR" TO TB-D-DRCR
               END-IF.
               MOVE BALANCE-AMOUNT TO TB-ED-BALANCE.
               MOVE TB-ED-BALANCE TO TB-D-BALANCE.
               MOVE TB-DETAIL TO TB_LINE.
               WRITE TB_LINE.
               ADD TB-DEBIT TO PERIOD-DEBIT.
               ADD TB-CREDIT TO PERIOD-CREDIT.
               ADD TB-DEBIT TO GT-DEBIT.
               ADD TB-CREDIT TO GT-CREDIT.

           PARA-15-PERIOD-TOTAL.
               MOVE SPACES TO TB-DETAIL.
               DIVIDE LAST_PERIOD BY 100 GIVING ME-YEAR
                   REMAINDER ME-MONTH.
               MOVE "/" TO ME-SEP.
               MOVE MONTH-EDIT TO TB-D-PERIOD.
               MOVE "PERIOD TOTAL" TO TB-D-NAME.
               MOVE PERIOD-DEBIT TO TB-ED-DEBIT.
               MOVE TB-ED-DEBIT TO TB-D-DEBIT.
               MOVE PERIOD-CREDIT TO TB-ED-CREDIT.
               MOVE TB-ED-CREDIT TO TB-D-CREDIT.
               IF PERIOD-DEBIT = PERIOD-CREDIT THEN
                   MOVE "BALANCED" TO TB-D-BALANCE
               ELSE
                   MOVE "OUT OF BALANCE" TO TB-D-BALANCE
                   ADD 1 TO PERIODS_UNBALANCED_COUNT
               END-IF.
               MOVE TB-DETAIL TO TB_LINE.
               WRITE TB_LINE.
               MOVE SPACES TO TB_LINE.
               WRITE TB_LINE.

      * The extracts share one record layout, so they are opened,
      * read and closed through these three paragraphs by their
      * position in the source table.
           PARA-20-OPEN-SOURCE.
               EVALUATE SRC-INDEX
                 WHEN 1 OPEN INPUT FS_SRC_SCHEDULE
                 WHEN 2 OPEN INPUT FS_SRC_CASH
                 WHEN 3 OPEN INPUT FS_SRC_PROVISION
                 WHEN 4 OPEN INPUT FS_SRC_SUSPENSE
                 WHEN 5 OPEN INPUT FS_SRC_ACCRUAL
                 WHEN 6 OPEN INPUT FS_SRC_ACCRUAL_REV
                 WHEN 7 OPEN INPUT FS_SRC_WRITEOFF
                 WHEN 8 OPEN INPUT FS_SRC_RECOVERY
               END-EVALUATE.

           PARA-21-READ-SOURCE.
               MOVE SPACES TO GL-DETAIL.
               EVALUATE SRC-INDEX
                 WHEN 1
                     READ FS_SRC_SCHEDULE INTO GL-DETAIL
                         AT END MOVE 'Y' TO SX-EOF
                     END-READ
                 WHEN 2
                     READ FS_SRC_CASH INTO GL-DETAIL
                         AT END MOVE 'Y' TO SX-EOF
                     END-READ
                 WHEN 3
                     READ FS_SRC_PROVISION INTO GL-DETAIL
                         AT END MOVE 'Y' TO SX-EOF
                     END-READ
                 WHEN 4
                     READ FS_SRC_SUSPENSE INTO GL-DETAIL
                         AT END MOVE 'Y' TO SX-EOF
                     END-READ
                 WHEN 5
                     READ FS_SRC_ACCRUAL INTO GL-DETAIL
                         AT END MOVE 'Y' TO SX-EOF
                     END-READ
                 WHEN 6
                     READ FS_SRC_ACCRUAL_REV INTO GL-DETAIL
                         AT END MOVE 'Y' TO SX-EOF
                     END-READ
                 WHEN 7
                     READ FS_SRC_WRITEOFF INTO GL-DETAIL
                         AT END MOVE 'Y' TO SX-EOF
                     END-READ
                 WHEN 8
                     READ FS_SRC_RECOVERY INTO GL-DETAIL
                         AT END MOVE 'Y' TO SX-EOF
                     END-READ
               END-EVALUATE.

           PARA-22-CLOSE-SOURCE.
               EVALUATE SRC-INDEX
                 WHEN 1 CLOSE FS_SRC_SCHEDULE
                 WHEN 2 CLOSE FS_SRC_CASH
                 WHEN 3 CLOSE FS_SRC_PROVISION
                 WHEN 4 CLOSE FS_SRC_SUSPENSE
                 WHEN 5 CLOSE FS_SRC_ACCRUAL
                 WHEN 6 CLOSE FS_SRC_ACCRUAL_REV
                 WHEN 7 CLOSE FS_SRC_WRITEOFF
                 WHEN 8 CLOSE FS_SRC_RECOVERY
               END-EVALUATE.

      * The business date the run is made under. It comes from the
      * processing-date control record, which only the end-of-day
      * roll in MASTER_BATCH advances, so a run that crosses
      * midnight or a rerun after an outage still works to the
      * day it belongs to.
           PARA-23-READ-PROCESSING-DATE.
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

       END PROGRAM GL_JOURNAL.
