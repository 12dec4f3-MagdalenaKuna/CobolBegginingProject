      *          runs, so each run needs only the receipts taken
      *          since the last one and posting can run daily; the
      *          payments file is emptied after a successful run so
      *          no receipt can ever be posted twice. Money that
      *          cannot be placed - a receipt with no open
      *          installment, or what is left after the whole
      *          schedule is covered - is held on the keyed
      *          unapplied-cash suspense file with its contract,
      *          receipt date and reason, and each run applies held
      *          suspense balances to the contract's installments
      *          once they fall due. A contract written off is left
      *          out of the arrears report and its held suspense is
      *          not applied; money received on it - or a reversal
      *          of such money - goes on the cumulative recoveries
      *          log instead of to the schedule, for the write-off
      *          report to post as a recovery, and suspense still
      *          held on it is closed and logged as a recovery the
      *          same way. A reversal takes the money back out of
      *          the contract's open suspense first, then out of its
      *          paid installments and last out of its paid fees;
      *          whatever it finds nothing to back out of is written
      *          to the cumulative reversal exceptions file for the
      *          bank to be asked about. Fees charged to a
      *          contract on the contract fee file - the arrangement
      *          fee and late administration fees - are collected
      *          first, oldest first, before any installment's
      *          interest and principal; a reversal backs out of them
      *          last. Every fee is billed on the ledger as a line of
      *          its own under period 0000 and the fee's sequence
      *          number, with status FEEOPEN, FEEPART or FEEPAID.
      *          Every part of a receipt the run places - on a fee,
      *          on an installment or into suspense - and every part
      *          of a reversal it backs out is appended to the
      *          cumulative cash receipts log with the run's date, so
      *          the cash ledger extract posts each movement once, in
      *          the period it was posted in.
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

             SELECT FS_PAYMENTS ASSIGN TO 'payments_input.txt'
             ORGANIZATION IS LINE SEQUENTIAL.
             SELECT FS_ARREARS ASSIGN TO 'arrears_report.txt'
             ORGANIZATION IS LINE SEQUENTIAL.

      * Unapplied cash, keyed on contract, receipt date and a
      * sequence number so two unplaced receipts on the same day
      * are held as separate items. Items are never deleted - an
      * applied, refunded or transferred item keeps its record with
      * the closing status, and every movement of the money is
      * appended to the cumulative suspense log.
             SELECT OPTIONAL FS_SUSPENSE
             ASSIGN TO 'unapplied_suspense.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SU_KEY
             FILE STATUS IS SU-STATUS.

             SELECT FS_SUSPENSE_LOG ASSIGN TO 'suspense_log.txt'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SL-STATUS.

      * Fees charged per contract, keyed on contract and a sequence
      * number; the paid amount is kept on the fee like the paid
      * amount of a position.
             SELECT OPTIONAL FS_FEES ASSIGN TO 'contract_fees.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS FE_KEY
             FILE STATUS IS FE-STATUS.

      * Cumulative log of reversals, or the parts of them, that found
      * no open suspense, paid installment or paid fee to come off.
             SELECT FS_REVERSAL_EXCEPTIONS
             ASSIGN TO 'reversal_exceptions.txt'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RX-STATUS.

      * Cumulative log of money received on written-off contracts.
             SELECT FS_RECOVERIES ASSIGN TO 'writeoff_recoveries.txt'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RV-STATUS.

      * Cumulative log of the cash placed by each run.
             SELECT FS_CASH_LOG ASSIGN TO 'cash_receipts_log.txt'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CX-STATUS.

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

      * A payment record whose type byte is 'R' is a reversal of a
           FD FS_ARREARS.
           01 AR_LINE PIC X(120).

      * Status O is open (money still held), A applied in full to
      * installments, R refunded to the payer, T transferred to
      * another contract, B backed out by a reversal of the receipt
      * and W taken as a recovery once the contract was written off.
      * The reason is NOMATCH for a receipt that found no open
      * installment, OVERPAID for the part left after the schedule
      * was covered and TRANSFER for an item moved in from another
      * contract, whose id is kept alongside.
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

      * The return date is the bank's date on the reversal record; the
      * posted date is the run that could not place it.
           FD FS_REVERSAL_EXCEPTIONS.
           01 RX_REC.
               05 RX_POSTED_DATE PIC 9(8).
               05 RX_CONTRACT PIC X(10).
               05 RX_RETURN_DATE PIC 9(8).
               05 RX_AMOUNT PIC 9(10)v9(2).

      * Type P is a receipt, R a reversal of one. The receipt date is
      * the payment's own; the posted date is the run that logged it
      * and decides the GL period the recovery is posted in.
           FD FS_RECOVERIES.
           01 RV_REC.
               05 RV_CONTRACT PIC X(10).
               05 RV_RECEIPT_DATE PIC 9(8).
               05 RV_POSTED_DATE PIC 9(8).
               05 RV_AMOUNT PIC 9(10)v9(2).
               05 RV_TYPE PIC X(1).

      * Type ARRANG is the arrangement fee charged at booking, LATEAD
      * a late administration fee charged with a second reminder or
      * final demand, whose notice level is kept with it.
           FD FS_FEES.
           01 FE_REC.
               05 FE_KEY.
                   10 FE_CONTRACT PIC X(10).
                   10 FE_SEQ PIC 9(4).
               05 FE_TYPE PIC X(6).
               05 FE_DATE PIC 9(8).
               05 FE_AMOUNT PIC 9(10)v9(2).
               05 FE_PAID PIC 9(10)v9(2).
               05 FE_LEVEL PIC 9(1).

      * Type P is money received, R money backed out by a reversal.
      * Kind I is an installment (due year and installment), F a fee
      * (period 0000 and the fee's sequence number), S the part of
      * a receipt held in suspense (no period) and X the part of a
      * reversal logged as an exception (no period). The posted date is
      * the run that placed the money and decides its GL period.
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
       01 PO-STATUS PIC X(2) VALUE '00'.
       01 BD-STATUS PIC X(2) VALUE '00'.
       01 MASTER_FOUND PIC A(1) VALUE 'N'.

       01 SHORTFALL PIC 9(10)v9(2) VALUE 0.

      * Suspense handling. A held item is applied only to positions
      * that have fallen due by the as-of date - the borrower's
      * money is not used to prepay installments they have not yet
      * been billed for.
       01 SU-STATUS PIC X(2) VALUE '00'.
       01 SL-STATUS PIC X(2) VALUE '00'.
       01 SUSPENSE-DONE PIC A(1) VALUE 'N'.
       01 SUSPENSE-WRITTEN PIC A(1) VALUE 'N'.
       01 SUSPENSE-REASON PIC X(8) VALUE SPACES.
       01 SL-WORK-ACTION PIC X(8) VALUE SPACES.
       01 SL-WORK-AMOUNT PIC 9(10)v9(2) VALUE 0.
       01 SUSPENSE_HELD_COUNT PIC 9(5) VALUE 0.
       01 SUSPENSE_APPLIED_COUNT PIC 9(5) VALUE 0.

      * A reversal is applied newest-first, so the keys of the
      * contract's paid positions are collected walking forward and
      * then backed out from the end of the list. Every application
       01 BK_SKIPPED_COUNT PIC 9(4) VALUE 0.
       01 BK-INDEX PIC 9(4) VALUE 0.

      * Fee collection. The contract whose fees are being paid and
      * whether the money comes from suspense, so a fee paid from a
      * held item goes on the suspense log like an installment.
       01 FE-STATUS PIC X(2) VALUE '00'.
       01 FEES-DONE PIC A(1) VALUE 'N'.
       01 FEE-CONTRACT PIC X(10) VALUE SPACES.
       01 FEE-FROM-SUSPENSE PIC A(1) VALUE 'N'.

       01 RL-STATUS PIC X(2) VALUE '00'.
       01 RX-STATUS PIC X(2) VALUE '00'.
       01 REVERSAL_SUSPENSE_COUNT PIC 9(5) VALUE 0.
       01 CX-STATUS PIC X(2) VALUE '00'.
       01 CX-WORK-TYPE PIC X(1) VALUE SPACE.
       01 CX-WORK-KIND PIC X(1) VALUE SPACE.
       01 CX-WORK-AMOUNT PIC 9(10)v9(2) VALUE 0.
       01 RL-EOF PIC A(1) VALUE 'N'.
       01 REVERSAL_COUNT PIC 9(5) VALUE 0.
       01 REVERSAL_UNAPPLIED_COUNT PIC 9(5) VALUE 0.

      * Written-off test, remembered for the last contract asked
      * about so the aging pass reads the master once per contract
      * rather than once per installment.
       01 RV-STATUS PIC X(2) VALUE '00'.
       01 WO-CONTRACT PIC X(10) VALUE SPACES.
       01 WO-LAST-CONTRACT PIC X(10) VALUE SPACES.
       01 WO-FLAG PIC A(1) VALUE 'N'.
       01 RECOVERY_COUNT PIC 9(5) VALUE 0.
       01 RECOVERY_REVERSED_COUNT PIC 9(5) VALUE 0.
       01 SUSPENSE_WO_COUNT PIC 9(5) VALUE 0.

      * Arrears are accumulated for the contract being aged and
      * printed when the positions move on to the next contract.
       01 ARC-CONTRACT PIC X(10) VALUE SPACES.
       01 ARC-B30 PIC 9(10)v9(2) VALUE 0.
       01 ARC-B60 PIC 9(10)v9(2) VALUE 0.
       01 ARC-B90 PIC 9(10)v9(2) VALUE 0.
       01 ARC-BOVER PIC 9(10)v9(2) VALUE 0.
       01 ARC-TOTAL PIC 9(10)v9(2) VALUE 0.
       01 GT-B30 PIC 9(10)v9(2) VALUE 0.
       01 GT-B60 PIC 9(10)v9(2) VALUE 0.
       01 GT-B90 PIC 9(10)v9(2) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM PARA-26-READ-PROCESSING-DATE.
           IF PD-FOUND NOT = 'Y' THEN
               DISPLAY "NO PROCESSING DATE ON processing_date.txt - "
                   "NOTHING POSTED"
               GOBACK
           END-IF.
           MOVE ASOF-DATE TO DATE-WORK.
           PERFORM PARA-10-DATE-SERIAL.
           MOVE DATE-SERIAL TO ASOF-SERIAL.
               CLOSE FS_CONTRACT_MASTER
               GOBACK
           END-IF.
           OPEN I-O FS_SUSPENSE.
           IF SU-STATUS NOT = '00' AND SU-STATUS NOT = '05' THEN
               DISPLAY "CANNOT OPEN UNAPPLIED-CASH SUSPENSE - STATUS "
                   SU-STATUS
               CLOSE FS_POSITIONS
               CLOSE FS_CONTRACT_MASTER
               GOBACK
           END-IF.
           OPEN I-O FS_FEES.
           IF FE-STATUS NOT = '00' AND FE-STATUS NOT = '05' THEN
               DISPLAY "CANNOT OPEN CONTRACT FEES - STATUS "
                   FE-STATUS
               CLOSE FS_SUSPENSE
               CLOSE FS_POSITIONS
               CLOSE FS_CONTRACT_MASTER
               GOBACK
           END-IF.
           OPEN EXTEND FS_SUSPENSE_LOG.
           IF SL-STATUS NOT = '00' THEN
               OPEN OUTPUT FS_SUSPENSE_LOG
           END-IF.
           OPEN EXTEND FS_RECOVERIES.
           IF RV-STATUS NOT = '00' THEN
               OPEN OUTPUT FS_RECOVERIES
           END-IF.
           PERFORM PARA-16-LOAD-CALENDAR.
           PERFORM PARA-2-LOAD-SCHEDULE.
           PERFORM PARA-21-APPLY-SUSPENSE.
           PERFORM PARA-4-POST-PAYMENTS.
           PERFORM PARA-6-WRITE-LEDGER.
           PERFORM PARA-7-WRITE-ARREARS.
           PERFORM PARA-20-CONSUME-PAYMENTS.
           CLOSE FS_RECOVERIES.
           CLOSE FS_SUSPENSE_LOG.
           CLOSE FS_FEES.
           CLOSE FS_SUSPENSE.
           CLOSE FS_POSITIONS.
           CLOSE FS_CONTRACT_MASTER.
           DISPLAY " ".
               DISPLAY PAYMENT_OVERPAID_COUNT
                   " PAYMENT(S) EXCEEDED THE OPEN SCHEDULE"
           END-IF.
           IF SUSPENSE_HELD_COUNT > 0 THEN
               DISPLAY SUSPENSE_HELD_COUNT
                   " AMOUNT(S) HELD IN UNAPPLIED-CASH SUSPENSE"
           END-IF.
           IF SUSPENSE_APPLIED_COUNT > 0 THEN
               DISPLAY SUSPENSE_APPLIED_COUNT
                   " SUSPENSE ITEM(S) APPLIED TO DUE INSTALLMENTS"
           END-IF.
           IF REVERSAL_COUNT > 0 THEN
               DISPLAY REVERSAL_COUNT " REVERSAL(S) APPLIED"
           END-IF.
           IF REVERSAL_SUSPENSE_COUNT > 0 THEN
               DISPLAY REVERSAL_SUSPENSE_COUNT
                   " SUSPENSE ITEM(S) BACKED OUT BY REVERSALS"
           END-IF.
           IF REVERSAL_UNAPPLIED_COUNT > 0 THEN
               DISPLAY REVERSAL_UNAPPLIED_COUNT
                   " REVERSAL(S) EXCEEDED THE PAID AMOUNTS - SEE "
                   "reversal_exceptions.txt"
           END-IF.
           IF RECOVERY_COUNT > 0 THEN
               DISPLAY RECOVERY_COUNT
                   " RECEIPT(S) ON WRITTEN-OFF CONTRACTS LOGGED AS "
                   "RECOVERIES"
           END-IF.
           IF RECOVERY_REVERSED_COUNT > 0 THEN
               DISPLAY RECOVERY_REVERSED_COUNT
                   " REVERSAL(S) OF RECOVERIES LOGGED"
           END-IF.
           IF SUSPENSE_WO_COUNT > 0 THEN
               DISPLAY SUSPENSE_WO_COUNT
                   " SUSPENSE ITEM(S) ON WRITTEN-OFF CONTRACTS "
                   "TAKEN AS RECOVERIES"
           END-IF.
           DISPLAY POSITIONS_ADDED " POSITION(S) ADDED, "
               POSITIONS_REFRESHED " REFRESHED FROM THE SCHEDULE".
           PARA-2-LOAD-SCHEDULE.
               MOVE 'N' TO WS-EOF.
               OPEN INPUT FS_INSTALLMENTS_INF.
               IF FI-STATUS = '00' THEN
                   PERFORM PARA-2-READ-ONE UNTIL WS-EOF = 'Y'
                   CLOSE FS_INSTALLMENTS_INF
               ELSE
                   DISPLAY "CANNOT OPEN INDEXED SCHEDULE - STATUS "
                       FI-STATUS " - POSITIONS NOT REFRESHED"
               END-IF.

           PARA-2-READ-ONE.
               READ FS_INSTALLMENTS_INF
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM PARA-2-TAKE-ROW
               END-READ.

      * A position already on file keeps its paid amount - the paid
      * positions written by earlier runs are the opening position
               IF RL-STATUS NOT = '00' THEN
                   OPEN OUTPUT FS_REVERSAL_LOG
               END-IF.
               OPEN EXTEND FS_REVERSAL_EXCEPTIONS.
               IF RX-STATUS NOT = '00' THEN
                   OPEN OUTPUT FS_REVERSAL_EXCEPTIONS
               END-IF.
               OPEN EXTEND FS_CASH_LOG.
               IF CX-STATUS NOT = '00' THEN
                   OPEN OUTPUT FS_CASH_LOG
               END-IF.
               OPEN INPUT FS_PAYMENTS.
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FS_PAYMENTS
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF PY_AMOUNT IS NUMERIC THEN
                               MOVE PY_CONTRACT TO WO-CONTRACT
                               PERFORM PARA-24-CHECK-WRITTEN-OFF
                               IF WO-FLAG = 'Y' THEN
                                   PERFORM PARA-25-LOG-RECOVERY
                               ELSE
                                   IF PY_TYPE = 'R' THEN
                                       PERFORM PARA-12-APPLY-REVERSAL
                                   ELSE
                                       PERFORM PARA-5-APPLY-PAYMENT
                                   END-IF
                               END-IF
                           ELSE
                               DISPLAY "MALFORMED PAYMENT SKIPPED"
                   END-READ
               END-PERFORM.
               CLOSE FS_PAYMENTS.
               CLOSE FS_CASH_LOG.
               CLOSE FS_REVERSAL_EXCEPTIONS.
               CLOSE FS_REVERSAL_LOG.

      * The positions are keyed contract first, so starting at the
               ADD 1 TO PAYMENT_COUNT.
               COMPUTE PAY_LEFT = PY_AMOUNT / 100.
               MOVE 0 TO PAY_APPLIED.
               MOVE PY_CONTRACT TO FEE-CONTRACT.
               MOVE 'N' TO FEE-FROM-SUSPENSE.
               PERFORM PARA-27-APPLY-FEES.
               MOVE PY_CONTRACT TO PO_CONTRACT.
               MOVE 0 TO PO_DUE_YEAR.
               MOVE 0 TO PO_DUE_INST.
               IF PAY_APPLIED = 0 AND PAY_LEFT > 0 THEN
                   ADD 1 TO PAYMENT_UNMATCHED_COUNT
                   DISPLAY "NO OPEN INSTALLMENT FOR PAYMENT ON "
                       PY_CONTRACT " - HELD IN SUSPENSE"
                   MOVE "NOMATCH" TO SUSPENSE-REASON
                   PERFORM PARA-22-HOLD-IN-SUSPENSE
               ELSE
                   IF PAY_LEFT > 0 THEN
                       ADD 1 TO PAYMENT_OVERPAID_COUNT
                       DISPLAY "PAYMENT ON " PY_CONTRACT
                           " EXCEEDS OPEN SCHEDULE BY " PAY_LEFT
                           " - HELD IN SUSPENSE"
                       MOVE "OVERPAID" TO SUSPENSE-REASON
                       PERFORM PARA-22-HOLD-IN-SUSPENSE
                   END-IF
               END-IF.

                               ADD PAY_ROOM TO PAY_APPLIED
                               SUBTRACT PAY_ROOM FROM PAY_LEFT
                               REWRITE PO_REC
                               MOVE PO_DUE_YEAR TO CX_DUE_YEAR
                               MOVE PO_DUE_INST TO CX_DUE_INST
                               MOVE 'P' TO CX-WORK-TYPE
                               MOVE 'I' TO CX-WORK-KIND
                               MOVE PAY_ROOM TO CX-WORK-AMOUNT
                               PERFORM PARA-29-LOG-CASH
                           END-IF
                       END-IF
               END-READ.

      * A reversal first takes the money back out of whatever the
      * contract still holds in suspense, since that is cash the
      * run has not yet placed. What remains backs money out of the
      * contract's paid positions newest-first - the keys of every
      * position holding money are collected in due order, then
      * drained from the end of the list, flipping each installment
      * back to PARTIAL or UNPAID through the ordinary paid amount.
           PARA-12-APPLY-REVERSAL.
               ADD 1 TO REVERSAL_COUNT.
               COMPUTE PAY_LEFT = PY_AMOUNT / 100.
               MOVE 0 TO PAY_APPLIED.
               PERFORM PARA-30-REVERSE-SUSPENSE.
               MOVE 0 TO BK_COUNT.
               MOVE PY_CONTRACT TO PO_CONTRACT.
               MOVE 0 TO PO_DUE_YEAR.
               MOVE BK_COUNT TO BK-INDEX.
               PERFORM PARA-14-BACK-OUT-ONE
                   UNTIL BK-INDEX = 0 OR PAY_LEFT = 0.
               IF PAY_LEFT > 0 THEN
                   PERFORM PARA-28-REVERSE-FEES
               END-IF.
               IF PAY_LEFT > 0 THEN
                   ADD 1 TO REVERSAL_UNAPPLIED_COUNT
                   DISPLAY "REVERSAL ON " PY_CONTRACT
                       " EXCEEDS PAID AMOUNTS BY " PAY_LEFT
                       " - LOGGED AS AN EXCEPTION"
                   PERFORM PARA-32-LOG-EXCEPTION
               END-IF.
               IF BK_SKIPPED_COUNT > 0 THEN
                   DISPLAY BK_SKIPPED_COUNT
               MOVE PY_DATE TO RL_DATE.
               MOVE PAY_ROOM TO RL_AMOUNT.
               WRITE RL_REC.
               MOVE PO_DUE_YEAR TO CX_DUE_YEAR.
               MOVE PO_DUE_INST TO CX_DUE_INST.
               MOVE 'R' TO CX-WORK-TYPE.
               MOVE 'I' TO CX-WORK-KIND.
               MOVE PAY_ROOM TO CX-WORK-AMOUNT.
               PERFORM PARA-29-LOG-CASH.

           PARA-6-WRITE-LEDGER.
               OPEN OUTPUT FS_LEDGER.
               PERFORM PARA-11-START-POSITIONS.
               PERFORM PARA-6-WRITE-ONE
                   UNTIL POSITIONS-DONE = 'Y'.
               PERFORM PARA-6-COPY-FEES.
               PERFORM PARA-6-COPY-REVERSALS.
               CLOSE FS_LEDGER.

                       WRITE FS_L
               END-READ.

      * Every fee on the fee file is billed on the ledger after the
      * installments, as a line of its own: period 0000 and the
      * fee's sequence number, the date it was charged as its due
      * date, and the FEE status the other ledger readers know to
      * keep apart from the schedule.
           PARA-6-COPY-FEES.
               MOVE SPACES TO FE_CONTRACT.
               MOVE 0 TO FE_SEQ.
               MOVE 'N' TO FEES-DONE.
               START FS_FEES KEY NOT < FE_KEY
                   INVALID KEY MOVE 'Y' TO FEES-DONE
               END-START.
               PERFORM PARA-6-WRITE-FEE UNTIL FEES-DONE = 'Y'.

           PARA-6-WRITE-FEE.
               READ FS_FEES NEXT
                   AT END MOVE 'Y' TO FEES-DONE
                   NOT AT END
                       PERFORM PARA-6-WRITE-FEE-LINE
               END-READ.

           PARA-6-WRITE-FEE-LINE.
               MOVE "   " TO LBREAK0
               MOVE "   " TO LBREAK1
               MOVE "   " TO LBREAK2
               MOVE "   " TO LBREAK3
               MOVE "   " TO LBREAK4
               MOVE "/" TO FS_L_DUE_SEP
               MOVE "." TO FS_L_SCHED_DOT
               MOVE "." TO FS_L_PAID_DOT
               MOVE FE_CONTRACT TO FS_L_CONTRACT
               MOVE 0 TO FS_L_DUE_YEAR
               MOVE FE_SEQ TO FS_L_DUE_INST
               MOVE FE_DATE TO FS_L_DUE_DATE
               MOVE FE_AMOUNT TO FS_L_SCHED
               MOVE FE_AMOUNT TO FS_L_SCHED_V
               MOVE FE_PAID TO FS_L_PAID
               MOVE FE_PAID TO FS_L_PAID_V
               IF FE_PAID = 0 THEN
                   MOVE "FEEOPEN" TO FS_L_STATUS
               ELSE
                   IF FE_PAID < FE_AMOUNT THEN
                       MOVE "FEEPART" TO FS_L_STATUS
                   ELSE
                       MOVE "FEEPAID" TO FS_L_STATUS
                   END-IF
               END-IF
               WRITE FS_L.

           PARA-6-WRITE-ONE.
               READ FS_POSITIONS NEXT
                   AT END MOVE 'Y' TO POSITIONS-DONE
                   INTO AR_LINE
               END-STRING
               WRITE AR_LINE.
               MOVE SPACES TO ARC-CONTRACT.
               PERFORM PARA-8-RESET-CONTRACT.
               PERFORM PARA-11-START-POSITIONS.
               PERFORM PARA-7-AGE-NEXT
                   UNTIL POSITIONS-DONE = 'Y'.
               PERFORM PARA-8-WRITE-CONTRACT.
               MOVE SPACES TO AR_LINE.
               WRITE AR_LINE.
               MOVE GT-B30 TO AR-ED-B30.
                       PERFORM PARA-7-AGE-ONE
               END-READ.

      * The positions come back in contract order, so a contract's
      * arrears are complete once the key moves on to the next one.
           PARA-7-AGE-ONE.
               IF PO_CONTRACT NOT = ARC-CONTRACT THEN
                   PERFORM PARA-8-WRITE-CONTRACT
                   MOVE PO_CONTRACT TO ARC-CONTRACT
                   PERFORM PARA-8-RESET-CONTRACT
               END-IF.
               MOVE PO_CONTRACT TO WO-CONTRACT.
               PERFORM PARA-24-CHECK-WRITTEN-OFF.
               IF PO_PAID < PO_SCHED AND WO-FLAG = 'N' THEN
                   COMPUTE SHORTFALL = PO_SCHED - PO_PAID
                   MOVE PO_DUE_DATE TO DATE-WORK
                   PERFORM PARA-10-DATE-SERIAL
                   MOVE DATE-SERIAL TO DUE-SERIAL
                   COMPUTE DAYS-OVERDUE = ASOF-SERIAL - DUE-SERIAL
                   IF DAYS-OVERDUE > 0 THEN
                       ADD SHORTFALL TO ARC-TOTAL
                       EVALUATE TRUE
                         WHEN DAYS-OVERDUE > 90
                             ADD SHORTFALL TO ARC-BOVER
                         WHEN DAYS-OVERDUE > 60
                             ADD SHORTFALL TO ARC-B90
                         WHEN DAYS-OVERDUE > 30
                             ADD SHORTFALL TO ARC-B60
                         WHEN OTHER
                             ADD SHORTFALL TO ARC-B30
                       END-EVALUATE
                   END-IF
               END-IF.

           PARA-8-RESET-CONTRACT.
               MOVE 0 TO ARC-B30.
               MOVE 0 TO ARC-B60.
               MOVE 0 TO ARC-B90.
               MOVE 0 TO ARC-BOVER.
               MOVE 0 TO ARC-TOTAL.

      * Only a contract with something overdue gets a line.
           PARA-8-WRITE-CONTRACT.
               IF ARC-TOTAL > 0 THEN
                   MOVE ARC-B30 TO AR-ED-B30
                   MOVE ARC-B60 TO AR-ED-B60
                   MOVE ARC-B90 TO AR-ED-B90
                   MOVE ARC-BOVER TO AR-ED-BOVER
                   MOVE ARC-TOTAL TO AR-ED-TOTAL
                   MOVE SPACES TO AR-DETAIL
                   MOVE ARC-CONTRACT TO AR-D-CONTRACT
                   MOVE AR-ED-B30 TO AR-D-B30
                   MOVE AR-ED-B60 TO AR-D-B60
                   MOVE AR-ED-B90 TO AR-D-B90
                   MOVE AR-ED-BOVER TO AR-D-BOVER
                   MOVE AR-ED-TOTAL TO AR-D-TOTAL
                   MOVE AR-DETAIL TO AR_LINE
                   WRITE AR_LINE
                   ADD ARC-B30 TO GT-B30
                   ADD ARC-B60 TO GT-B60
                   ADD ARC-B90 TO GT-B90
                   ADD ARC-BOVER TO GT-BOVER
                   ADD ARC-TOTAL TO GT-TOTAL
               END-IF.

      * 30/360 day serial: a date with a zero month or day (an
      * undated contract) collapses to a very old serial, so its
                   INVALID KEY MOVE 'Y' TO POSITIONS-DONE
               END-START.

      * Every open suspense item is offered to its contract's
      * positions before the day's receipts are posted, so money
      * held since an earlier run is used first. Only installments
      * already due by the as-of date are paid from suspense, oldest
      * first; what cannot be placed stays held for a later run.
           PARA-21-APPLY-SUSPENSE.
               MOVE 'N' TO SUSPENSE-DONE.
               MOVE SPACES TO SU_CONTRACT.
               MOVE 0 TO SU_RECEIPT_DATE.
               MOVE 0 TO SU_SEQ.
               START FS_SUSPENSE KEY NOT < SU_KEY
                   INVALID KEY MOVE 'Y' TO SUSPENSE-DONE
               END-START.
               PERFORM PARA-21-APPLY-NEXT
                   UNTIL SUSPENSE-DONE = 'Y'.

           PARA-21-APPLY-NEXT.
               READ FS_SUSPENSE NEXT
                   AT END MOVE 'Y' TO SUSPENSE-DONE
                   NOT AT END
                       IF SU_STATUS = 'O' AND SU_AMOUNT > 0 THEN
                           MOVE SU_CONTRACT TO WO-CONTRACT
                           PERFORM PARA-24-CHECK-WRITTEN-OFF
                           IF WO-FLAG = 'Y' THEN
                               PERFORM PARA-31-RECOVER-SUSPENSE
                           ELSE
                               PERFORM PARA-21-APPLY-ITEM
                           END-IF
                       END-IF
               END-READ.

           PARA-21-APPLY-ITEM.
               MOVE SU_AMOUNT TO PAY_LEFT.
               MOVE 0 TO PAY_APPLIED.
               MOVE SU_CONTRACT TO FEE-CONTRACT.
               MOVE 'Y' TO FEE-FROM-SUSPENSE.
               PERFORM PARA-27-APPLY-FEES.
               MOVE SU_CONTRACT TO PO_CONTRACT.
               MOVE 0 TO PO_DUE_YEAR.
               MOVE 0 TO PO_DUE_INST.
               MOVE 'N' TO POSITIONS-DONE.
               START FS_POSITIONS KEY NOT < PO_KEY
                   INVALID KEY MOVE 'Y' TO POSITIONS-DONE
               END-START.
               PERFORM PARA-21-APPLY-ONE
                   UNTIL POSITIONS-DONE = 'Y' OR PAY_LEFT = 0.
               IF PAY_APPLIED > 0 THEN
                   MOVE PAY_LEFT TO SU_AMOUNT
                   IF SU_AMOUNT = 0 THEN
                       MOVE 'A' TO SU_STATUS
                       MOVE ASOF-DATE TO SU_STATUS_DATE
                   END-IF
                   REWRITE SU_REC
                       INVALID KEY
                           DISPLAY "SUSPENSE REWRITE FAILED FOR "
                               SU_CONTRACT " - STATUS " SU-STATUS
                   END-REWRITE
                   ADD 1 TO SUSPENSE_APPLIED_COUNT
               END-IF.

           PARA-21-APPLY-ONE.
               READ FS_POSITIONS NEXT
                   AT END MOVE 'Y' TO POSITIONS-DONE
                   NOT AT END
                       IF PO_CONTRACT NOT = SU_CONTRACT THEN
                           MOVE 'Y' TO POSITIONS-DONE
                       ELSE
                           IF PO_PAID < PO_SCHED
                               AND PO_DUE_DATE > 0
                               AND PO_DUE_DATE NOT > ASOF-DATE THEN
                               COMPUTE PAY_ROOM = PO_SCHED - PO_PAID
                               IF PAY_LEFT < PAY_ROOM THEN
                                   MOVE PAY_LEFT TO PAY_ROOM
                               END-IF
                               ADD PAY_ROOM TO PO_PAID
                               ADD PAY_ROOM TO PAY_APPLIED
                               SUBTRACT PAY_ROOM FROM PAY_LEFT
                               REWRITE PO_REC
                               MOVE "APPLIED" TO SL-WORK-ACTION
                               MOVE PAY_ROOM TO SL-WORK-AMOUNT
                               MOVE PO_DUE_YEAR TO SL_DUE_YEAR
                               MOVE PO_DUE_INST TO SL_DUE_INST
                               PERFORM PARA-23-LOG-SUSPENSE
                           END-IF
                       END-IF
               END-READ.

      * The unplaced remainder of the current receipt becomes a new
      * open suspense item. The sequence number is stepped until a
      * free key is found for the contract and receipt date; any
      * failure other than a duplicate key is reported rather than
      * retried, so a broken file cannot hold the run in a loop.
           PARA-22-HOLD-IN-SUSPENSE.
               MOVE PY_CONTRACT TO SU_CONTRACT.
               MOVE PY_DATE TO SU_RECEIPT_DATE.
               MOVE 0 TO SU_SEQ.
               MOVE SUSPENSE-REASON TO SU_REASON.
               MOVE PAY_LEFT TO SU_ORIGINAL.
               MOVE PAY_LEFT TO SU_AMOUNT.
               MOVE 'O' TO SU_STATUS.
               MOVE ASOF-DATE TO SU_STATUS_DATE.
               MOVE SPACES TO SU_OTHER_CONTRACT.
               MOVE 'N' TO SUSPENSE-WRITTEN.
               PERFORM PARA-22-WRITE-ONE
                   UNTIL SUSPENSE-WRITTEN = 'Y'.

           PARA-22-WRITE-ONE.
               ADD 1 TO SU_SEQ.
               WRITE SU_REC
                   INVALID KEY
                       IF SU-STATUS NOT = '22' OR SU_SEQ = 9999 THEN
                           DISPLAY "SUSPENSE WRITE FAILED FOR "
                               SU_CONTRACT " - STATUS " SU-STATUS
                           MOVE 'Y' TO SUSPENSE-WRITTEN
                       END-IF
                   NOT INVALID KEY
                       MOVE 'Y' TO SUSPENSE-WRITTEN
                       ADD 1 TO SUSPENSE_HELD_COUNT
                       MOVE "RECEIVED" TO SL-WORK-ACTION
                       MOVE SU_AMOUNT TO SL-WORK-AMOUNT
                       MOVE 0 TO SL_DUE_YEAR
                       MOVE 0 TO SL_DUE_INST
                       PERFORM PARA-23-LOG-SUSPENSE
                       MOVE 0 TO CX_DUE_YEAR
                       MOVE 0 TO CX_DUE_INST
                       MOVE 'P' TO CX-WORK-TYPE
                       MOVE 'S' TO CX-WORK-KIND
                       MOVE SU_AMOUNT TO CX-WORK-AMOUNT
                       PERFORM PARA-29-LOG-CASH
               END-WRITE.

           PARA-23-LOG-SUSPENSE.
               MOVE ASOF-DATE TO SL_DATE.
               MOVE SL-WORK-ACTION TO SL_ACTION.
               MOVE SU_CONTRACT TO SL_CONTRACT.
               MOVE SU_RECEIPT_DATE TO SL_RECEIPT_DATE.
               MOVE SU_SEQ TO SL_SEQ.
               MOVE SL-WORK-AMOUNT TO SL_AMOUNT.
               MOVE SPACES TO SL_OTHER_CONTRACT.
               MOVE "BATCH" TO SL_OPERATOR.
               WRITE SL_REC.

      * A contract missing from the master is not written off - its
      * receipts take the ordinary unmatched path.
           PARA-24-CHECK-WRITTEN-OFF.
               IF WO-CONTRACT NOT = WO-LAST-CONTRACT THEN
                   MOVE WO-CONTRACT TO WO-LAST-CONTRACT
                   MOVE 'N' TO WO-FLAG
                   MOVE WO-CONTRACT TO CM_CONTRACT_ID
                   READ FS_CONTRACT_MASTER
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF CM_WRITTEN_OFF = 'Y' THEN
                               MOVE 'Y' TO WO-FLAG
                           END-IF
                   END-READ
               END-IF.

      * The written-off balance is already off the books, so nothing
      * is applied to the schedule; the money is logged for the
      * write-off report to post against the recoveries account.
           PARA-25-LOG-RECOVERY.
               MOVE PY_CONTRACT TO RV_CONTRACT.
               MOVE PY_DATE TO RV_RECEIPT_DATE.
               MOVE ASOF-DATE TO RV_POSTED_DATE.
               COMPUTE RV_AMOUNT = PY_AMOUNT / 100.
               IF PY_TYPE = 'R' THEN
                   MOVE 'R' TO RV_TYPE
                   ADD 1 TO RECOVERY_REVERSED_COUNT
               ELSE
                   MOVE 'P' TO RV_TYPE
                   ADD 1 TO RECOVERY_COUNT
               END-IF.
               WRITE RV_REC.
               DISPLAY "CONTRACT " PY_CONTRACT " IS WRITTEN OFF - "
                   "RECEIPT LOGGED AS A RECOVERY".

      * Billed fees are collected before any installment: the
      * contract's open fees charged by the as-of date are paid
      * oldest-first out of the money in hand, and only what is
      * left goes on to the schedule's interest and principal.
           PARA-27-APPLY-FEES.
               MOVE FEE-CONTRACT TO FE_CONTRACT.
               MOVE 0 TO FE_SEQ.
               MOVE 'N' TO FEES-DONE.
               START FS_FEES KEY NOT < FE_KEY
                   INVALID KEY MOVE 'Y' TO FEES-DONE
               END-START.
               PERFORM PARA-27-APPLY-ONE
                   UNTIL FEES-DONE = 'Y' OR PAY_LEFT = 0.

           PARA-27-APPLY-ONE.
               READ FS_FEES NEXT
                   AT END MOVE 'Y' TO FEES-DONE
                   NOT AT END
                       IF FE_CONTRACT NOT = FEE-CONTRACT THEN
                           MOVE 'Y' TO FEES-DONE
                       ELSE
                           IF FE_PAID < FE_AMOUNT
                               AND FE_DATE NOT > ASOF-DATE THEN
                               COMPUTE PAY_ROOM = FE_AMOUNT - FE_PAID
                               IF PAY_LEFT < PAY_ROOM THEN
                                   MOVE PAY_LEFT TO PAY_ROOM
                               END-IF
                               ADD PAY_ROOM TO FE_PAID
                               ADD PAY_ROOM TO PAY_APPLIED
                               SUBTRACT PAY_ROOM FROM PAY_LEFT
                               REWRITE FE_REC
                               IF FEE-FROM-SUSPENSE = 'Y' THEN
                                   MOVE "APPLIED" TO SL-WORK-ACTION
                                   MOVE PAY_ROOM TO SL-WORK-AMOUNT
                                   MOVE 0 TO SL_DUE_YEAR
                                   MOVE FE_SEQ TO SL_DUE_INST
                                   PERFORM PARA-23-LOG-SUSPENSE
                               ELSE
                                   MOVE 0 TO CX_DUE_YEAR
                                   MOVE FE_SEQ TO CX_DUE_INST
                                   MOVE 'P' TO CX-WORK-TYPE
                                   MOVE 'F' TO CX-WORK-KIND
                                   MOVE PAY_ROOM TO CX-WORK-AMOUNT
                                   PERFORM PARA-29-LOG-CASH
                               END-IF
                           END-IF
                       END-IF
               END-READ.

      * What a reversal still has to back out once the installments
      * are drained comes off the paid fees, newest first - the
      * reverse of the order the money went in. Each application
      * goes on the reversal log under period 0000 and the fee's
      * sequence number, like its line on the ledger.
           PARA-28-REVERSE-FEES.
               MOVE 0 TO BK_COUNT.
               MOVE PY_CONTRACT TO FE_CONTRACT.
               MOVE 0 TO FE_SEQ.
               MOVE 'N' TO FEES-DONE.
               START FS_FEES KEY NOT < FE_KEY
                   INVALID KEY MOVE 'Y' TO FEES-DONE
               END-START.
               PERFORM PARA-28-COLLECT-PAID UNTIL FEES-DONE = 'Y'.
               MOVE BK_COUNT TO BK-INDEX.
               PERFORM PARA-28-BACK-OUT-ONE
                   UNTIL BK-INDEX = 0 OR PAY_LEFT = 0.

           PARA-28-COLLECT-PAID.
               READ FS_FEES NEXT
                   AT END MOVE 'Y' TO FEES-DONE
                   NOT AT END
                       IF FE_CONTRACT NOT = PY_CONTRACT THEN
                           MOVE 'Y' TO FEES-DONE
                       ELSE
                           IF FE_PAID > 0 THEN
                               IF BK_COUNT < BK_CAPACITY THEN
                                   ADD 1 TO BK_COUNT
                                   MOVE 0 TO BK-YEAR(BK_COUNT)
                                   MOVE FE_SEQ TO BK-INST(BK_COUNT)
                               ELSE
                                   ADD 1 TO BK_SKIPPED_COUNT
                               END-IF
                           END-IF
                       END-IF
               END-READ.

           PARA-28-BACK-OUT-ONE.
               MOVE PY_CONTRACT TO FE_CONTRACT.
               MOVE BK-INST(BK-INDEX) TO FE_SEQ.
               READ FS_FEES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE FE_PAID TO PAY_ROOM
                       IF PAY_LEFT < PAY_ROOM THEN
                           MOVE PAY_LEFT TO PAY_ROOM
                       END-IF
                       SUBTRACT PAY_ROOM FROM FE_PAID
                       ADD PAY_ROOM TO PAY_APPLIED
                       SUBTRACT PAY_ROOM FROM PAY_LEFT
                       REWRITE FE_REC
                       MOVE FE_CONTRACT TO RL_CONTRACT
                       MOVE 0 TO RL_DUE_YEAR
                       MOVE FE_SEQ TO RL_DUE_INST
                       MOVE PY_DATE TO RL_DATE
                       MOVE PAY_ROOM TO RL_AMOUNT
                       WRITE RL_REC
                       MOVE 0 TO CX_DUE_YEAR
                       MOVE FE_SEQ TO CX_DUE_INST
                       MOVE 'R' TO CX-WORK-TYPE
                       MOVE 'F' TO CX-WORK-KIND
                       MOVE PAY_ROOM TO CX-WORK-AMOUNT
                       PERFORM PARA-29-LOG-CASH
               END-READ.
               SUBTRACT 1 FROM BK-INDEX.

      * Money held from suspense is logged by the suspense log when it
      * is applied, so only cash placed straight from a receipt or
      * backed out by a reversal comes here.
           PARA-29-LOG-CASH.
               MOVE ASOF-DATE TO CX_POSTED_DATE.
               MOVE PY_DATE TO CX_RECEIPT_DATE.
               MOVE PY_CONTRACT TO CX_CONTRACT.
               MOVE CX-WORK-AMOUNT TO CX_AMOUNT.
               MOVE CX-WORK-TYPE TO CX_TYPE.
               MOVE CX-WORK-KIND TO CX_KIND.
               WRITE CX_REC.

      * The contract's open suspense items are drained in key order,
      * oldest receipt first. Each part backed out goes on the
      * suspense log as REVERSED and on the cash log as a reversal
      * of suspense cash; an item drained to nothing is closed B.
           PARA-30-REVERSE-SUSPENSE.
               MOVE PY_CONTRACT TO SU_CONTRACT.
               MOVE 0 TO SU_RECEIPT_DATE.
               MOVE 0 TO SU_SEQ.
               MOVE 'N' TO SUSPENSE-DONE.
               START FS_SUSPENSE KEY NOT < SU_KEY
                   INVALID KEY MOVE 'Y' TO SUSPENSE-DONE
               END-START.
               PERFORM PARA-30-REVERSE-ONE
                   UNTIL SUSPENSE-DONE = 'Y' OR PAY_LEFT = 0.

           PARA-30-REVERSE-ONE.
               READ FS_SUSPENSE NEXT
                   AT END MOVE 'Y' TO SUSPENSE-DONE
                   NOT AT END
                       IF SU_CONTRACT NOT = PY_CONTRACT THEN
                           MOVE 'Y' TO SUSPENSE-DONE
                       ELSE
                           IF SU_STATUS = 'O' AND SU_AMOUNT > 0 THEN
                               PERFORM PARA-30-BACK-OUT-ITEM
                           END-IF
                       END-IF
               END-READ.

           PARA-30-BACK-OUT-ITEM.
               MOVE SU_AMOUNT TO PAY_ROOM.
               IF PAY_LEFT < PAY_ROOM THEN
                   MOVE PAY_LEFT TO PAY_ROOM
               END-IF.
               SUBTRACT PAY_ROOM FROM SU_AMOUNT.
               ADD PAY_ROOM TO PAY_APPLIED.
               SUBTRACT PAY_ROOM FROM PAY_LEFT.
               IF SU_AMOUNT = 0 THEN
                   MOVE 'B' TO SU_STATUS
                   MOVE ASOF-DATE TO SU_STATUS_DATE
               END-IF.
               REWRITE SU_REC
                   INVALID KEY
                       DISPLAY "SUSPENSE REWRITE FAILED FOR "
                           SU_CONTRACT " - STATUS " SU-STATUS
               END-REWRITE.
               ADD 1 TO REVERSAL_SUSPENSE_COUNT.
               MOVE "REVERSED" TO SL-WORK-ACTION.
               MOVE PAY_ROOM TO SL-WORK-AMOUNT.
               MOVE 0 TO SL_DUE_YEAR.
               MOVE 0 TO SL_DUE_INST.
               PERFORM PARA-23-LOG-SUSPENSE.
               MOVE 0 TO CX_DUE_YEAR.
               MOVE 0 TO CX_DUE_INST.
               MOVE 'R' TO CX-WORK-TYPE.
               MOVE 'S' TO CX-WORK-KIND.
               MOVE PAY_ROOM TO CX-WORK-AMOUNT.
               PERFORM PARA-29-LOG-CASH.

      * Suspense held on a contract that has since been written off
      * can no longer be applied to it. The item is closed W and the
      * money goes on the recoveries log, for the write-off report to
      * post as a recovery like any other money received on the
      * contract; the suspense log entry takes it off the liability.
           PARA-31-RECOVER-SUSPENSE.
               MOVE SU_CONTRACT TO RV_CONTRACT.
               MOVE SU_RECEIPT_DATE TO RV_RECEIPT_DATE.
               MOVE ASOF-DATE TO RV_POSTED_DATE.
               MOVE SU_AMOUNT TO RV_AMOUNT.
               MOVE 'P' TO RV_TYPE.
               WRITE RV_REC.
               MOVE "RECOVERY" TO SL-WORK-ACTION.
               MOVE SU_AMOUNT TO SL-WORK-AMOUNT.
               MOVE 0 TO SL_DUE_YEAR.
               MOVE 0 TO SL_DUE_INST.
               PERFORM PARA-23-LOG-SUSPENSE.
               MOVE 0 TO SU_AMOUNT.
               MOVE 'W' TO SU_STATUS.
               MOVE ASOF-DATE TO SU_STATUS_DATE.
               REWRITE SU_REC
                   INVALID KEY
                       DISPLAY "SUSPENSE REWRITE FAILED FOR "
                           SU_CONTRACT " - STATUS " SU-STATUS
               END-REWRITE.
               ADD 1 TO SUSPENSE_WO_COUNT.

      * The part of a reversal with nothing left to come off is kept
      * on the exceptions file, and on the cash log so the money the
      * bank took back still leaves the bank account, against
      * clearing, where it stands as an open item until it is
      * resolved.
           PARA-32-LOG-EXCEPTION.
               MOVE ASOF-DATE TO RX_POSTED_DATE.
               MOVE PY_CONTRACT TO RX_CONTRACT.
               MOVE PY_DATE TO RX_RETURN_DATE.
               MOVE PAY_LEFT TO RX_AMOUNT.
               WRITE RX_REC.
               MOVE 0 TO CX_DUE_YEAR.
               MOVE 0 TO CX_DUE_INST.
               MOVE 'R' TO CX-WORK-TYPE.
               MOVE 'X' TO CX-WORK-KIND.
               MOVE PAY_LEFT TO CX-WORK-AMOUNT.
               PERFORM PARA-29-LOG-CASH.

      * The business date the run is made under. It comes from the
      * processing-date control record, which only the end-of-day
      * roll in MASTER_BATCH advances, so a run that crosses
      * midnight or a rerun after an outage still works to the
      * day it belongs to.
           PARA-26-READ-PROCESSING-DATE.
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

       END PROGRAM POST_PAYMENTS.
