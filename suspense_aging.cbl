      ******************************************************************
      * Author:
      * Date:
      * Purpose: Unapplied-cash suspense aging and GL extract. Every
      *          open item on the keyed suspense file - money the
      *          posting run received but could not apply, less what
      *          has since been applied, refunded or transferred - is
      *          aged from its receipt date with the same 30/360 day
      *          counts and 30/60/90-day buckets as the arrears
      *          report, so finance can see how long each amount has
      *          been held and for which contract. The ledger
      *          extract posts the movements of the unapplied-cash
      *          liability logged on the cumulative suspense log in
      *          the run's accounting period, each as a balanced pair
      *          in the gl_postings.txt record format: money received
      *          into suspense is moved out of cash clearing, where
      *          the cash extract banked it, to the liability; money
      *          applied to an installment comes off the liability
      *          back into clearing, or into fee income when it paid
      *          a fee; money refunded comes off the liability
      *          against the bank. Money backed out by a reversal of
      *          the receipt comes off the liability back into
      *          clearing, where the cash extract has taken it out
      *          of the bank; money taken as a recovery on a
      *          written-off contract comes off the liability against
      *          the bank, where the write-off report's recovery
      *          posting picks it up. A transfer moves the liability
      *          from one contract to another and posts nothing. The
      *          usual trailer carries the detail count and debit and
      *          credit control totals, and the extract holds the
      *          whole month each time it is written, so the journal
      *          merge can replace it by period. Account numbers come
      *          from the chart of accounts, every detail carries the
      *          accounting period of the run, and nothing is
      *          extracted into a closed period.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPENSE_AGING.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
             SELECT OPTIONAL FS_SUSPENSE
             ASSIGN TO 'unapplied_suspense.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SU_KEY
             FILE STATUS IS SU-STATUS.

             SELECT FS_SUSPENSE_LOG ASSIGN TO 'suspense_log.txt'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SL-STATUS.

             SELECT FS_AGING ASSIGN TO 'suspense_aging_report.txt'
             ORGANIZATION IS LINE SEQUENTIAL.

             SELECT FS_GL_SUSPENSE ASSIGN TO 'gl_suspense_postings.txt'
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
           FD FS_SUSPENSE.
           01 SU_REC.
               05 SU_KEY.
                   10 SU_CONTRACT PIC X(10).
                   10 SU_RECEIPT_DATE PIC 9(8).
                   10 SU_SEQ PIC 9(4).
               05 SU_REASON PIC X(8).
               05 SU_ORIGINAL PIC 9(10)v9(2).
               05 SU_AMOUNT PIC 9(10)v9(2).
               05 SU_STATUS PIC X(1).
               05 SU_STATUS_DATE PIC 9(8).
               05 SU_OTHER_CONTRACT PIC X(10).

      * An APPLIED line carries the installment it paid, or period
      * 0000 and the fee's sequence number when it paid a fee.
           FD FS_SUSPENSE_LOG.
           01 SL_REC.
               05 SL_DATE PIC 9(8).
               05 SL_ACTION PIC X(8).
               05 SL_CONTRACT PIC X(10).
               05 SL_RECEIPT_DATE PIC 9(8).
               05 SL_SEQ PIC 9(4).
               05 SL_AMOUNT PIC 9(10)v9(2).
               05 SL_DUE_YEAR PIC 9(4).
               05 SL_DUE_INST PIC 9(4).
               05 SL_OTHER_CONTRACT PIC X(10).
               05 SL_OPERATOR PIC X(6).

           FD FS_AGING.
           01 SA_LINE PIC X(120).

           FD FS_GL_SUSPENSE.
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
       01 SU-STATUS PIC X(2) VALUE '00'.
       01 SL-STATUS PIC X(2) VALUE '00'.
       01 SL-EOF PIC A(1) VALUE 'N'.
       01 PD-STATUS PIC X(2) VALUE '00'.
       01 PD-FOUND PIC A(1) VALUE 'N'.
       01 SUSPENSE-DONE PIC A(1) VALUE 'N'.
       01 CA-STATUS PIC X(2) VALUE '00'.
       01 GP-STATUS PIC X(2) VALUE '00'.
       01 CA-EOF PIC A(1) VALUE 'N'.
       01 GP-EOF PIC A(1) VALUE 'N'.
       01 ACCOUNTS_OK PIC A(1) VALUE 'N'.
       01 PERIOD-CLOSED PIC A(1) VALUE 'N'.
       01 GL-PERIOD PIC 9(6) VALUE 0.

      * Cash clearing is the account the receipts land in; the held
      * amount is moved out of it to the unapplied-cash liability,
      * since it is money owed back to the payer until it is applied
      * or refunded.
       01 GL-ACCT-CLEARING PIC X(8) VALUE SPACES.
       01 GL-ACCT-UNAPPLIED PIC X(8) VALUE SPACES.
       01 GL-ACCT-BANK PIC X(8) VALUE SPACES.
       01 GL-ACCT-FEEINCOME PIC X(8) VALUE SPACES.
       01 GL-ACCT-DEBIT PIC X(8) VALUE SPACES.
       01 GL-ACCT-CREDIT PIC X(8) VALUE SPACES.
       01 MOVE_PART PIC 9(10)v9(2) VALUE 0.
       01 MOVEMENT_COUNT PIC 9(7) VALUE 0.

       01 DATE-WORK.
           05 DW-YEAR PIC 9(4).
           05 DW-MONTH PIC 9(2).
           05 DW-DAY PIC 9(2).
       01 DATE-SERIAL PIC 9(8) VALUE 0.
       01 ASOF-DATE PIC 9(8) VALUE 0.
       01 ASOF-SERIAL PIC 9(8) VALUE 0.
       01 DAYS-HELD PIC S9(8) VALUE 0.

       01 HELD_PART PIC 9(10)v9(2) VALUE 0.
       01 ITEM_COUNT PIC 9(5) VALUE 0.
       01 DETAIL_COUNT PIC 9(9) VALUE 0.
       01 TOTAL_DEBIT PIC 9(12)v9(2) VALUE 0.
       01 TOTAL_CREDIT PIC 9(12)v9(2) VALUE 0.
       01 GT-B30 PIC 9(10)v9(2) VALUE 0.
       01 GT-B60 PIC 9(10)v9(2) VALUE 0.
       01 GT-B90 PIC 9(10)v9(2) VALUE 0.
       01 GT-BOVER PIC 9(10)v9(2) VALUE 0.
       01 GT-TOTAL PIC 9(10)v9(2) VALUE 0.
       01 IT-B30 PIC 9(10)v9(2) VALUE 0.
       01 IT-B60 PIC 9(10)v9(2) VALUE 0.
       01 IT-B90 PIC 9(10)v9(2) VALUE 0.
       01 IT-BOVER PIC 9(10)v9(2) VALUE 0.

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

       01 SA-ED-B30 PIC Z(9)9.99.
       01 SA-ED-B60 PIC Z(9)9.99.
       01 SA-ED-B90 PIC Z(9)9.99.
       01 SA-ED-BOVER PIC Z(9)9.99.
       01 SA-ED-TOTAL PIC Z(9)9.99.
       01 SA-DETAIL.
           05 SA-D-CONTRACT PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SA-D-RECEIVED PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 SA-D-SEQ PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SA-D-REASON PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SA-D-B30 PIC X(13).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SA-D-B60 PIC X(13).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SA-D-B90 PIC X(13).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SA-D-BOVER PIC X(13).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SA-D-TOTAL PIC X(13).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM PARA-11-READ-PROCESSING-DATE.
           IF PD-FOUND NOT = 'Y' THEN
               DISPLAY "NO PROCESSING DATE ON processing_date.txt - "
                   "NOTHING EXTRACTED"
               GOBACK
           END-IF.
           MOVE ASOF-DATE TO DATE-WORK.
           PERFORM PARA-10-DATE-SERIAL.
           MOVE DATE-SERIAL TO ASOF-SERIAL.
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
           OPEN INPUT FS_SUSPENSE.
           IF SU-STATUS NOT = '00' AND SU-STATUS NOT = '05' THEN
               DISPLAY "CANNOT OPEN UNAPPLIED-CASH SUSPENSE - STATUS "
                   SU-STATUS
               GOBACK
           END-IF.
           OPEN OUTPUT FS_AGING.
           OPEN OUTPUT FS_GL_SUSPENSE.
           PERFORM PARA-6-WRITE-HEAD.
           MOVE 'N' TO SUSPENSE-DONE.
           MOVE SPACES TO SU_CONTRACT.
           MOVE 0 TO SU_RECEIPT_DATE.
           MOVE 0 TO SU_SEQ.
           START FS_SUSPENSE KEY NOT < SU_KEY
               INVALID KEY MOVE 'Y' TO SUSPENSE-DONE
           END-START.
           PERFORM PARA-1-READ-NEXT UNTIL SUSPENSE-DONE = 'Y'.
           PERFORM PARA-12-POST-MOVEMENTS.
           PERFORM PARA-4-WRITE-TRAILER.
           PERFORM PARA-7-WRITE-TOTALS.
           CLOSE FS_SUSPENSE.
           CLOSE FS_AGING.
           CLOSE FS_GL_SUSPENSE.
           DISPLAY " ".
           DISPLAY ITEM_COUNT " OPEN SUSPENSE ITEM(S) AGED".
           DISPLAY "TOTAL HELD    " GT-TOTAL.
           DISPLAY MOVEMENT_COUNT " SUSPENSE MOVEMENT(S) OF PERIOD "
               GL-PERIOD.
           DISPLAY "TOTAL DEBITS  " TOTAL_DEBIT.
           DISPLAY "TOTAL CREDITS " TOTAL_CREDIT.
           IF TOTAL_DEBIT NOT = TOTAL_CREDIT THEN
               DISPLAY "EXTRACT DOES NOT BALANCE - DO NOT IMPORT"
           END-IF.
           GOBACK.

           PARA-1-READ-NEXT.
               READ FS_SUSPENSE NEXT
                   AT END MOVE 'Y' TO SUSPENSE-DONE
                   NOT AT END
                       IF SU_STATUS = 'O' AND SU_AMOUNT > 0 THEN
                           PERFORM PARA-2-AGE-ITEM
                       END-IF
               END-READ.

           PARA-2-AGE-ITEM.
               ADD 1 TO ITEM_COUNT.
               MOVE SU_AMOUNT TO HELD_PART.
               MOVE 0 TO IT-B30.
               MOVE 0 TO IT-B60.
               MOVE 0 TO IT-B90.
               MOVE 0 TO IT-BOVER.
               MOVE SU_RECEIPT_DATE TO DATE-WORK.
               PERFORM PARA-10-DATE-SERIAL.
               COMPUTE DAYS-HELD = ASOF-SERIAL - DATE-SERIAL.
               EVALUATE TRUE
                 WHEN DAYS-HELD > 90
                     MOVE HELD_PART TO IT-BOVER
                 WHEN DAYS-HELD > 60
                     MOVE HELD_PART TO IT-B90
                 WHEN DAYS-HELD > 30
                     MOVE HELD_PART TO IT-B60
                 WHEN OTHER
                     MOVE HELD_PART TO IT-B30
               END-EVALUATE.
               ADD IT-B30 TO GT-B30.
               ADD IT-B60 TO GT-B60.
               ADD IT-B90 TO GT-B90.
               ADD IT-BOVER TO GT-BOVER.
               ADD HELD_PART TO GT-TOTAL.
               PERFORM PARA-5-WRITE-ROW.

           PARA-3-WRITE-POSTINGS.
               MOVE GL-ACCT-DEBIT TO GL-D-ACCOUNT.
               MOVE 'D' TO GL-D-DRCR.
               MOVE MOVE_PART TO GL-D-AMOUNT.
               MOVE MOVE_PART TO GL-D-AMOUNT-V.
               ADD MOVE_PART TO TOTAL_DEBIT.
               PERFORM PARA-3-WRITE-ONE.
               MOVE GL-ACCT-CREDIT TO GL-D-ACCOUNT.
               MOVE 'C' TO GL-D-DRCR.
               MOVE MOVE_PART TO GL-D-AMOUNT.
               MOVE MOVE_PART TO GL-D-AMOUNT-V.
               ADD MOVE_PART TO TOTAL_CREDIT.
               PERFORM PARA-3-WRITE-ONE.

      * The period columns carry what the money was applied to; a
      * receipt or refund belongs to no due period and carries zeros.
           PARA-3-WRITE-ONE.
               MOVE 'D' TO GL-D-TYPE.
               MOVE '.' TO GL-D-AMOUNT-DOT.
               MOVE SL_CONTRACT TO GL-D-CONTRACT.
               MOVE SL_DUE_YEAR TO GL-D-DUE-YEAR.
               MOVE '/' TO GL-D-DUE-SEP.
               MOVE SL_DUE_INST TO GL-D-DUE-INST.
               MOVE GL-PERIOD TO GL-D-PERIOD.
               MOVE SPACES TO GL_LINE.
               MOVE GL-DETAIL TO GL_LINE.
               WRITE GL_LINE.
               ADD 1 TO DETAIL_COUNT.

           PARA-4-WRITE-TRAILER.
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

           PARA-5-WRITE-ROW.
               MOVE SPACES TO SA-DETAIL.
               MOVE SU_CONTRACT TO SA-D-CONTRACT.
               MOVE SU_RECEIPT_DATE TO SA-D-RECEIVED.
               MOVE SU_SEQ TO SA-D-SEQ.
               MOVE SU_REASON TO SA-D-REASON.
               MOVE IT-B30 TO SA-ED-B30.
               MOVE SA-ED-B30 TO SA-D-B30.
               MOVE IT-B60 TO SA-ED-B60.
               MOVE SA-ED-B60 TO SA-D-B60.
               MOVE IT-B90 TO SA-ED-B90.
               MOVE SA-ED-B90 TO SA-D-B90.
               MOVE IT-BOVER TO SA-ED-BOVER.
               MOVE SA-ED-BOVER TO SA-D-BOVER.
               MOVE HELD_PART TO SA-ED-TOTAL.
               MOVE SA-ED-TOTAL TO SA-D-TOTAL.
               MOVE SA-DETAIL TO SA_LINE.
               WRITE SA_LINE.

           PARA-6-WRITE-HEAD.
               MOVE SPACES TO SA_LINE.
               STRING "UNAPPLIED-CASH SUSPENSE AGING AS OF "
                          DELIMITED BY SIZE
                      ASOF-DATE DELIMITED BY SIZE
                   INTO SA_LINE
               END-STRING
               WRITE SA_LINE.
               MOVE SPACES TO SA_LINE.
               STRING "CONTRACT    RECEIVED SEQ   REASON  "
                          DELIMITED BY SIZE
                      "      DAYS 0-30     DAYS 31-60"
                          DELIMITED BY SIZE
                      "     DAYS 61-90        OVER 90"
                          DELIMITED BY SIZE
                      "     TOTAL HELD" DELIMITED BY SIZE
                   INTO SA_LINE
               END-STRING
               WRITE SA_LINE.

           PARA-7-WRITE-TOTALS.
               MOVE SPACES TO SA_LINE.
               WRITE SA_LINE.
               MOVE SPACES TO SA-DETAIL.
               MOVE "TOTAL" TO SA-D-CONTRACT.
               MOVE GT-B30 TO SA-ED-B30.
               MOVE SA-ED-B30 TO SA-D-B30.
               MOVE GT-B60 TO SA-ED-B60.
               MOVE SA-ED-B60 TO SA-D-B60.
               MOVE GT-B90 TO SA-ED-B90.
               MOVE SA-ED-B90 TO SA-D-B90.
               MOVE GT-BOVER TO SA-ED-BOVER.
               MOVE SA-ED-BOVER TO SA-D-BOVER.
               MOVE GT-TOTAL TO SA-ED-TOTAL.
               MOVE SA-ED-TOTAL TO SA-D-TOTAL.
               MOVE SA-DETAIL TO SA_LINE.
               WRITE SA_LINE.

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
               IF GL-ACCT-CLEARING = SPACES THEN
                   DISPLAY "NO CLEARING ACCOUNT ON THE CHART OF "
                       "ACCOUNTS"
                   MOVE 'N' TO ACCOUNTS_OK
               END-IF.
               IF GL-ACCT-UNAPPLIED = SPACES THEN
                   DISPLAY "NO UNAPPLIED ACCOUNT ON THE CHART OF "
                       "ACCOUNTS"
                   MOVE 'N' TO ACCOUNTS_OK
               END-IF.
               IF GL-ACCT-BANK = SPACES THEN
                   DISPLAY "NO BANK ACCOUNT ON THE CHART OF "
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
                         WHEN "CLEARING"
                             MOVE CA_ACCOUNT TO GL-ACCT-CLEARING
                         WHEN "UNAPPLIED"
                             MOVE CA_ACCOUNT TO GL-ACCT-UNAPPLIED
                         WHEN "BANK"
                             MOVE CA_ACCOUNT TO GL-ACCT-BANK
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

      * Only the movements logged in the run's accounting period are
      * extracted, so an item held over several months is credited
      * to the liability once, when it was received, and debited
      * when it is applied or refunded.
           PARA-12-POST-MOVEMENTS.
               MOVE 'N' TO SL-EOF.
               OPEN INPUT FS_SUSPENSE_LOG.
               IF SL-STATUS = '00' THEN
                   PERFORM PARA-12-READ-ONE UNTIL SL-EOF = 'Y'
                   CLOSE FS_SUSPENSE_LOG
               END-IF.

           PARA-12-READ-ONE.
               READ FS_SUSPENSE_LOG
                   AT END MOVE 'Y' TO SL-EOF
                   NOT AT END
                       IF SL_AMOUNT IS NUMERIC
                           AND SL_DATE(1:6) = GL-PERIOD
                           AND SL_AMOUNT > 0 THEN
                           PERFORM PARA-13-TAKE-MOVEMENT
                       END-IF
               END-READ.

           PARA-13-TAKE-MOVEMENT.
               MOVE SL_AMOUNT TO MOVE_PART.
               MOVE SPACES TO GL-ACCT-DEBIT.
               EVALUATE SL_ACTION
                 WHEN "RECEIVED"
                     MOVE GL-ACCT-CLEARING TO GL-ACCT-DEBIT
                     MOVE GL-ACCT-UNAPPLIED TO GL-ACCT-CREDIT
                 WHEN "APPLIED"
                     MOVE GL-ACCT-UNAPPLIED TO GL-ACCT-DEBIT
                     IF SL_DUE_YEAR = 0 THEN
                         MOVE GL-ACCT-FEEINCOME TO GL-ACCT-CREDIT
                     ELSE
                         MOVE GL-ACCT-CLEARING TO GL-ACCT-CREDIT
                     END-IF
                 WHEN "REFUNDED"
                     MOVE GL-ACCT-UNAPPLIED TO GL-ACCT-DEBIT
                     MOVE GL-ACCT-BANK TO GL-ACCT-CREDIT
                 WHEN "REVERSED"
                     MOVE GL-ACCT-UNAPPLIED TO GL-ACCT-DEBIT
                     MOVE GL-ACCT-CLEARING TO GL-ACCT-CREDIT
                 WHEN "RECOVERY"
                     MOVE GL-ACCT-UNAPPLIED TO GL-ACCT-DEBIT
                     MOVE GL-ACCT-BANK TO GL-ACCT-CREDIT
               END-EVALUATE.
               IF GL-ACCT-DEBIT NOT = SPACES THEN
                   ADD 1 TO MOVEMENT_COUNT
                   PERFORM PARA-3-WRITE-POSTINGS
               END-IF.

      * 30/360 day serial, as the arrears report ages.
           PARA-10-DATE-SERIAL.
               COMPUTE DATE-SERIAL = DW-YEAR * 360
                   + (DW-MONTH - 1) * 30
                   + DW-DAY.
               IF DW-DAY > 30 THEN
                   COMPUTE DATE-SERIAL = DATE-SERIAL - DW-DAY + 30
               END-IF.

      * The business date the run is made under. It comes from the
      * processing-date control record, which only the end-of-day
      * roll in MASTER_BATCH advances, so a run that crosses
      * midnight or a rerun after an outage still works to the
      * day it belongs to.
           PARA-11-READ-PROCESSING-DATE.
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

       END PROGRAM SUSPENSE_AGING.
