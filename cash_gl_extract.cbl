      * Purpose: Cash receipts general-ledger extract. The schedule
      *          extract debits cash clearing for every scheduled
      *          installment; this run writes the other side from
      *          the money actually received. Every movement the
      *          posting runs of the accounting period logged on the
      *          cumulative cash receipts log becomes a balanced pair
      *          - a debit to the bank cash account and a credit to
      *          cash clearing for money placed on an installment or
      *          held in suspense, the other way round for money a
      *          reversal backed out - in the gl_postings.txt record
      *          format, with the same trailer record carrying the
      *          detail count and debit and credit control totals so
      *          the ledger import can prove the extract balances.
      *          Only the period's movements are posted, never the
      *          paid-to-date amounts, so each receipt reaches the
      *          ledger once and the extract holds the whole month
      *          each time it is written for the journal merge to
      *          replace by period.
      *          A reconciliation report lists every position whose
      *          received amount still trails its scheduled amount,
      *          so finance can see exactly what is left sitting in
      *          clearing and which contracts it belongs to. Account
      *          numbers come from the chart of accounts, every
      *          detail carries the accounting period of the run for
      *          the journal merge, and nothing is extracted into a
      *          closed period. Money collected on a billed fee (a
      *          FEE line of the ledger) never passed through
      *          clearing: it is paired as a debit to the bank and a
      *          credit to the fee-income account, and stays off the
      *          clearing reconciliation. Suspense money moves out of
      *          clearing in the suspense extract.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LG-STATUS.

             SELECT FS_CASH_LOG ASSIGN TO 'cash_receipts_log.txt'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CX-STATUS.

             SELECT FS_GL_CASH ASSIGN TO 'gl_cash_postings.txt'
             ORGANIZATION IS LINE SEQUENTIAL.

             SELECT FS_RECON ASSIGN TO 'clearing_recon_report.txt'
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
           FD FS_LEDGER.
               05 LBREAK4 PIC A(3).
               05 FS_L_STATUS PIC X(7).

      * Type P is money received, R money backed out by a reversal;
      * kind I an installment, F a fee, S the part held in suspense,
      * X the part of a reversal with nothing left to come off, which
      * stays a debit on clearing until it is resolved.
           FD FS_CASH_LOG.
           01 CX_REC.
               05 CX_POSTED_DATE PIC 9(8).
               05 CX_RECEIPT_DATE PIC 9(8).
               05 CX_CONTRACT PIC X(10).
               05 CX_DUE_YEAR PIC 9(4).
               05 CX_DUE_INST PIC 9(4).
               05 CX_AMOUNT PIC 9(10)v9(2).
               05 CX_TYPE PIC X(1).
               05 CX_KIND PIC X(1).

           FD FS_GL_CASH.
           01 GL_LINE PIC X(60).

           FD FS_RECON.
           01 RC_LINE PIC X(90).

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
       01 LG-STATUS PIC X(2) VALUE '00'.
       01 CX-STATUS PIC X(2) VALUE '00'.
       01 CX-EOF PIC A(1) VALUE 'N'.
       01 PD-STATUS PIC X(2) VALUE '00'.
       01 PD-FOUND PIC A(1) VALUE 'N'.
       01 CA-STATUS PIC X(2) VALUE '00'.
       01 GP-STATUS PIC X(2) VALUE '00'.
       01 CA-EOF PIC A(1) VALUE 'N'.
       01 GP-EOF PIC A(1) VALUE 'N'.
       01 ACCOUNTS_OK PIC A(1) VALUE 'N'.
       01 PERIOD-CLOSED PIC A(1) VALUE 'N'.
       01 GL-PERIOD PIC 9(6) VALUE 0.
       01 ASOF-DATE PIC 9(8) VALUE 0.

      * The clearing account is the one the schedule extract debits,
      * so these credits are what empties it; the bank account takes
      * the matching debit for the cash received.
       01 GL-ACCT-BANK PIC X(8) VALUE SPACES.
       01 GL-ACCT-CLEARING PIC X(8) VALUE SPACES.
       01 GL-ACCT-FEEINCOME PIC X(8) VALUE SPACES.
       01 GL-ACCT-DEBIT PIC X(8) VALUE SPACES.
       01 GL-ACCT-CREDIT PIC X(8) VALUE SPACES.
       01 TOTAL_FEES PIC 9(12)v9(2) VALUE 0.
       01 TOTAL_REVERSED PIC 9(12)v9(2) VALUE 0.
       01 MOVEMENT_COUNT PIC 9(7) VALUE 0.

       01 CASH_PART PIC 9(10)v9(2) VALUE 0.
       01 RECEIVED_PART PIC 9(10)v9(2) VALUE 0.
       01 SCHED_PART PIC 9(10)v9(2) VALUE 0.
       01 OPEN_PART PIC 9(10)v9(2) VALUE 0.
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

       01 RC-ED-SCHED PIC Z(9)9.99.
       01 RC-ED-PAID PIC Z(9)9.99.

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
           OPEN INPUT FS_LEDGER.
           IF LG-STATUS NOT = '00' THEN
               DISPLAY "NO PAYMENT LEDGER ON FILE - RUN THE "
           OPEN OUTPUT FS_GL_CASH.
           OPEN OUTPUT FS_RECON.
           PERFORM PARA-6-WRITE-RECON-HEAD.
           PERFORM PARA-1-RECONCILE UNTIL WS-EOF = 'Y'.
           PERFORM PARA-11-POST-MOVEMENTS.
           PERFORM PARA-4-WRITE-TRAILER.
           PERFORM PARA-7-WRITE-RECON-TOTALS.
           CLOSE FS_LEDGER.
           CLOSE FS_GL_CASH.
           CLOSE FS_RECON.
           DISPLAY " ".
           DISPLAY MOVEMENT_COUNT " CASH MOVEMENT(S) OF PERIOD "
               GL-PERIOD.
           DISPLAY DETAIL_COUNT " POSTING(S) EXTRACTED".
           DISPLAY "TOTAL DEBITS  " TOTAL_DEBIT.
           DISPLAY "TOTAL CREDITS " TOTAL_CREDIT.
           END-IF.
           DISPLAY OPEN_ROW_COUNT
               " POSITION(S) STILL OPEN IN CLEARING".
           IF TOTAL_FEES > 0 THEN
               DISPLAY "FEES COLLECTED " TOTAL_FEES
           END-IF.
           IF TOTAL_REVERSED > 0 THEN
               DISPLAY "CASH REVERSED  " TOTAL_REVERSED
           END-IF.
           GOBACK.

      * The reconciliation is a position report, so it reads the
      * ledger as it stands. REVERSD lines are reversal memos; the
      * positions already carry the paid amounts net of any
      * reversals, so the memos are skipped, and fee lines stay off
      * the clearing reconciliation.
           PARA-1-RECONCILE.
               READ FS_LEDGER
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
           PARA-2-TAKE-ROW.
               COMPUTE SCHED_PART = FS_L_SCHED + FS_L_SCHED_V.
               COMPUTE RECEIVED_PART = FS_L_PAID + FS_L_PAID_V.
               IF FS_L_STATUS(1:3) NOT = "FEE" THEN
                   PERFORM PARA-2-TAKE-POSITION
               END-IF.

           PARA-2-TAKE-POSITION.
               ADD SCHED_PART TO TOTAL_SCHEDULED.
               ADD RECEIVED_PART TO TOTAL_RECEIVED.
               IF RECEIVED_PART < SCHED_PART THEN
                   COMPUTE OPEN_PART = SCHED_PART - RECEIVED_PART
                   ADD OPEN_PART TO TOTAL_OPEN
               END-IF.

           PARA-3-WRITE-POSTINGS.
               MOVE GL-ACCT-DEBIT TO GL-D-ACCOUNT.
               MOVE 'D' TO GL-D-DRCR.
               MOVE CASH_PART TO GL-D-AMOUNT.
               MOVE CASH_PART TO GL-D-AMOUNT-V.
               ADD CASH_PART TO TOTAL_DEBIT.
               PERFORM PARA-3-WRITE-ONE.
               MOVE GL-ACCT-CREDIT TO GL-D-ACCOUNT.
               MOVE 'C' TO GL-D-DRCR.
               MOVE CASH_PART TO GL-D-AMOUNT.
               MOVE CASH_PART TO GL-D-AMOUNT-V.
               ADD CASH_PART TO TOTAL_CREDIT.
               PERFORM PARA-3-WRITE-ONE.

           PARA-3-WRITE-ONE.
               MOVE 'D' TO GL-D-TYPE.
               MOVE '.' TO GL-D-AMOUNT-DOT.
               MOVE CX_CONTRACT TO GL-D-CONTRACT.
               MOVE CX_DUE_YEAR TO GL-D-DUE-YEAR.
               MOVE '/' TO GL-D-DUE-SEP.
               MOVE CX_DUE_INST TO GL-D-DUE-INST.
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
               MOVE SPACES TO RC_LINE.
               STRING "CLEARING RECONCILIATION - SCHEDULED VS "
                          DELIMITED BY SIZE
                      "RECEIVED - PROCESSING DATE " DELIMITED BY SIZE
                      ASOF-DATE DELIMITED BY SIZE
                   INTO RC_LINE
               END-STRING
               WRITE RC_LINE.
               MOVE RC-DETAIL TO RC_LINE.
               WRITE RC_LINE.

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
               IF GL-ACCT-BANK = SPACES THEN
                   DISPLAY "NO BANK ACCOUNT ON THE CHART OF "
                       "ACCOUNTS"
                   MOVE 'N' TO ACCOUNTS_OK
               END-IF.
               IF GL-ACCT-CLEARING = SPACES THEN
                   DISPLAY "NO CLEARING ACCOUNT ON THE CHART OF "
                       "ACCOUNTS"
                   MOVE 'N' TO ACCOUNTS_OK
               END-IF.
               IF GL-ACCT-FEEINCOME = SPACES THEN
                   DISPLAY "NO FEEINCOME ACCOUNT ON THE CHART OF "
                       "ACCOUNTS"
                   MOVE 'N' TO ACCOUNTS_OK
               END-IF.

           PARA-8-READ-ONE.
               READ FS_ACCOUNTS
                   AT END MOVE 'Y' TO CA-EOF
                   NOT AT END
                       EVALUATE CA_ROLE
                         WHEN "BANK"
                             MOVE CA_ACCOUNT TO GL-ACCT-BANK
                         WHEN "CLEARING"
                             MOVE CA_ACCOUNT TO GL-ACCT-CLEARING
                         WHEN "FEEINCOME"
                             MOVE CA_ACCOUNT TO GL-ACCT-FEEINCOME
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

      * Only the movements posted in the run's accounting period are
      * extracted. Without a log no cash has been placed since it was
      * started, and the extract carries the trailer alone.
           PARA-11-POST-MOVEMENTS.
               MOVE 'N' TO CX-EOF.
               OPEN INPUT FS_CASH_LOG.
               IF CX-STATUS = '00' THEN
                   PERFORM PARA-11-READ-ONE UNTIL CX-EOF = 'Y'
                   CLOSE FS_CASH_LOG
               ELSE
                   DISPLAY "NO CASH RECEIPTS LOG ON FILE - NO CASH "
                       "POSTED"
               END-IF.

           PARA-11-READ-ONE.
               READ FS_CASH_LOG
                   AT END MOVE 'Y' TO CX-EOF
                   NOT AT END
                       IF CX_AMOUNT IS NUMERIC
                           AND CX_POSTED_DATE(1:6) = GL-PERIOD
                           AND CX_AMOUNT > 0 THEN
                           PERFORM PARA-12-TAKE-MOVEMENT
                       END-IF
               END-READ.

      * Money received is banked against clearing, or against fee
      * income for a fee; a reversal takes it back out of the bank
      * against the account it was credited to.
           PARA-12-TAKE-MOVEMENT.
               ADD 1 TO MOVEMENT_COUNT.
               MOVE CX_AMOUNT TO CASH_PART.
               IF CX_TYPE = 'R' THEN
                   ADD CASH_PART TO TOTAL_REVERSED
                   MOVE GL-ACCT-BANK TO GL-ACCT-CREDIT
                   IF CX_KIND = 'F' THEN
                       MOVE GL-ACCT-FEEINCOME TO GL-ACCT-DEBIT
                   ELSE
                       MOVE GL-ACCT-CLEARING TO GL-ACCT-DEBIT
                   END-IF
               ELSE
                   MOVE GL-ACCT-BANK TO GL-ACCT-DEBIT
                   IF CX_KIND = 'F' THEN
                       ADD CASH_PART TO TOTAL_FEES
                       MOVE GL-ACCT-FEEINCOME TO GL-ACCT-CREDIT
                   ELSE
                       MOVE GL-ACCT-CLEARING TO GL-ACCT-CREDIT
                   END-IF
               END-IF.
               PERFORM PARA-3-WRITE-POSTINGS.

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

       END PROGRAM CASH_GL_EXTRACT.
