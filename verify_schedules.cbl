      * Date:
      * Purpose: Schedule verification audit. The master is hand-
      *          edited, rate events reprice contracts mid-life and
      *          schedule rows are rewritten across checkpoint
      *          restarts, so stored rows can drift from the
      *          contract terms. This job independently recomputes
      *          every contract's schedule with the same annuity
      *          exceptions report, with one line per row out of
      *          tolerance, and contracts whose stored row count
      *          does not match the master's term are flagged too.
      *          The schedule is keyed on contract and due period, so
      *          a row rewritten after a restart replaced the one on
      *          file and is checked once. Restructured contracts are
      *          recomputed with their payment holidays and term
      *          extensions applied the way the schedule run
      *          applies them.
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

             SELECT FS_RATE_EVENTS ASSIGN TO 'rate_events.txt'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RE-STATUS.

             SELECT FS_RESTRUCTURES
             ASSIGN TO 'restructure_events.txt'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RX-STATUS.

             SELECT RESTRUCTURE-SORT-WORK
             ASSIGN TO 'restructure_sort.wrk'.

             SELECT FS_RESTRUCTURES_SORTED
             ASSIGN TO 'restructure_sorted.wrk'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RS-STATUS.

             SELECT FS_EXCEPTIONS
             ASSIGN TO 'schedule_exceptions.txt'
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

           FD FS_RATE_EVENTS.
               05 FS_RE_EFF_INST PIC 9(4).
               05 FS_RE_NEW_RATE PIC 9(10).

           FD FS_RESTRUCTURES.
           01 RX_REC.
               05 RX_CONTRACT PIC X(10).
               05 RX_FROM_YEAR PIC 9(4).
               05 RX_FROM_INST PIC 9(4).
               05 RX_RESUME_YEAR PIC 9(4).
               05 RX_RESUME_INST PIC 9(4).
               05 RX_TYPE PIC X(1).
               05 RX_INTEREST PIC X(1).
               05 RX_PERIODS PIC 9(4).
               05 RX_PAID_IN PIC 9(10).
               05 RX_DATE PIC 9(8).
               05 RX_REASON PIC X(4).
               05 RX_OPERATOR PIC X(6).
               05 RX_VERSION PIC 9(4).
               05 RX_OLD_BALANCE PIC 9(10).
               05 RX_OLD_INSTALLMENT PIC 9(10).
               05 RX_OLD_ROWS PIC 9(4).
               05 RX_NEW_INSTALLMENT PIC 9(10).
               05 RX_NEW_ROWS PIC 9(4).

           SD RESTRUCTURE-SORT-WORK.
           01 RW_REC.
               05 RW_CONTRACT PIC X(10).
               05 RW_DETAIL PIC X(92).

           FD FS_RESTRUCTURES_SORTED.
           01 RS_REC.
               05 RS_CONTRACT PIC X(10).
               05 RS_FROM_YEAR PIC 9(4).
               05 RS_FROM_INST PIC 9(4).
               05 RS_RESUME_YEAR PIC 9(4).
               05 RS_RESUME_INST PIC 9(4).
               05 RS_TYPE PIC X(1).
               05 RS_INTEREST PIC X(1).
               05 RS_PERIODS PIC 9(4).
               05 RS_PAID_IN PIC 9(10).
               05 RS_DETAIL PIC X(60).

           FD FS_EXCEPTIONS.
           01 EX_LINE PIC X(100).

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
       01 ASOF-DATE PIC 9(8) VALUE 0.
       01 RE-STATUS PIC X(2) VALUE '00'.
       01 RX-STATUS PIC X(2) VALUE '00'.
       01 MASTER_FOUND PIC A(1) VALUE 'N'.

      * State of the contract being verified. The schedule is keyed
      * on contract and due period, so a contract's rows arrive
      * together; the state is set up on its first row and wrapped
      * up when the contract changes. The running balance, annuited
      * amount and rate are carried from row to row exactly as the
      * schedule run carries them. Status:
      * V = verifying, S = not verifiable (no master record or the
      * master fails the entry checks), B = sequence broken.
       01 VS-TAB.
           05 VS-CONTRACT PIC X(10).
           05 VS-STATUS PIC A(1).
           05 VS-COUNTER PIC 9(4).
           05 VS-TO-PAYOFF PIC 9(10)v9(8).
           05 VS-ROWS PIC 9(4).
           05 VS-DIFFS PIC 9(4).
       01 VS-OPEN PIC A(1) VALUE 'N'.

      * Rate events, loaded and scaled the way the schedule run
      * loads them, so the verification reprices where it did.
       01 REV-INDEX PIC 9(3) VALUE 0.
       01 REV-EOF PIC A(1) VALUE 'N'.

      * Restructure events, loaded the way the schedule run loads
      * them: sorted by contract and read alongside the schedule,
      * which comes back in contract order, so only the events of
      * the contract being checked are held. Row numbers are worked
      * out against the contract's installments per year as each
      * row is checked.
       01 RS-STATUS PIC X(2) VALUE '00'.
       01 RS-OPEN PIC A(1) VALUE 'N'.
       01 RESTRUCTURE-EVENT OCCURS 200 TIMES.
           05 RXE-CONTRACT PIC X(10).
           05 RXE-FROM-YEAR PIC 9(4).
           05 RXE-FROM-INST PIC 9(4).
           05 RXE-RESUME-YEAR PIC 9(4).
           05 RXE-RESUME-INST PIC 9(4).
           05 RXE-INTEREST PIC X(1).
           05 RXE-PERIODS PIC 9(4).
           05 RXE-PAID-IN PIC 9(10)v9(2).
       01 RESTRUCTURE_COUNT PIC 9(3) VALUE 0.
       01 RESTRUCTURE_CAPACITY PIC 9(3) VALUE 200.
       01 RESTRUCTURE_SKIPPED_COUNT PIC 9(3) VALUE 0.
       01 RXE-INDEX PIC 9(3) VALUE 0.
       01 RXE-EOF PIC A(1) VALUE 'N'.
       01 RXE-FROM-SEQ PIC 9(8) VALUE 0.
       01 RXE-RESUME-SEQ PIC 9(8) VALUE 0.
       01 HOLIDAY_ROW PIC A(1) VALUE 'N'.
       01 HOLIDAY_INTEREST PIC X(1) VALUE 'C'.
       01 HOLIDAY_PERIODS PIC 9(8) VALUE 0.
       01 DEFERRED_INTEREST PIC 9(10)v9(8) VALUE 0.

       01 INPUT_RAW_VALUE PIC 9(10) VALUE 0.
       01 CREDIT_AMOUNT PIC 9(8)v9(8) VALUE 0.
       01 BANK_RATE PIC 9(8)v9(8) VALUE 0.
       01 DIFF-COLUMN PIC X(9) VALUE SPACES.

       01 ROW-SEQ PIC 9(8) VALUE 0.
       01 ROWS_CHECKED PIC 9(5) VALUE 0.
       01 CONTRACTS_CLEAN PIC 9(4) VALUE 0.
       01 CONTRACTS_DRIFTED PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM PARA-18-READ-PROCESSING-DATE.
           IF PD-FOUND NOT = 'Y' THEN
               DISPLAY "NO PROCESSING DATE ON processing_date.txt - "
                   "NOTHING VERIFIED"
               GOBACK
           END-IF.
           OPEN INPUT FS_CONTRACT_MASTER.
           IF CM-STATUS NOT = '00' THEN
               DISPLAY "CANNOT OPEN INDEXED CONTRACT MASTER - "
               GOBACK
           END-IF.
           PERFORM PARA-1-LOAD-RATE-EVENTS.
           PERFORM PARA-14-LOAD-RESTRUCTURES.
           OPEN OUTPUT FS_EXCEPTIONS.
           MOVE SPACES TO EX_LINE.
           STRING "SCHEDULE VERIFICATION EXCEPTIONS - PROCESSING DATE "
                      DELIMITED BY SIZE
                  ASOF-DATE DELIMITED BY SIZE
               INTO EX_LINE
           END-STRING
           WRITE EX_LINE.
           PERFORM PARA-2-SCAN-SCHEDULE.
           IF RS-OPEN = 'Y' THEN
               CLOSE FS_RESTRUCTURES_SORTED
           END-IF.
           CLOSE FS_EXCEPTIONS.
           CLOSE FS_CONTRACT_MASTER.
           DISPLAY " ".
           DISPLAY CONTRACTS_CLEAN " CONTRACT(S) CLEAN, "
               CONTRACTS_DRIFTED " DRIFTED, "
               CONTRACTS_UNVERIFIED " NOT VERIFIABLE".
           GOBACK.

           PARA-1-LOAD-RATE-EVENTS.
           PARA-2-SCAN-SCHEDULE.
               MOVE 'N' TO WS-EOF.
               OPEN INPUT FS_INSTALLMENTS_INF.
               IF FI-STATUS = '00' THEN
                   PERFORM PARA-2-READ-ONE UNTIL WS-EOF = 'Y'
                   CLOSE FS_INSTALLMENTS_INF
                   IF VS-OPEN = 'Y' THEN
                       PERFORM PARA-11-WRAP-UP
                   END-IF
               ELSE
                   DISPLAY "CANNOT OPEN INDEXED SCHEDULE - STATUS "
                       FI-STATUS
               END-IF.

           PARA-2-READ-ONE.
               READ FS_INSTALLMENTS_INF
               END-READ.

           PARA-3-TAKE-ROW.
               IF VS-OPEN = 'Y' THEN
                   IF VS-CONTRACT NOT = FS_I_CONTRACT THEN
                       PERFORM PARA-11-WRAP-UP
                   END-IF
               END-IF.
               IF VS-OPEN = 'N' THEN
                   PERFORM PARA-5-INIT-CONTRACT
               END-IF.
               IF VS-STATUS = 'V' THEN
                   PERFORM PARA-7-CHECK-ROW
               END-IF.

      * First row of a contract: read its master record, apply the
      * entry checks the schedule run applies, and set up the same
      * opening state it would compute - term, per-period rate, the
      * annuited amount off the series sum, and the balance to pay
      * off net of any lump sum.
           PARA-5-INIT-CONTRACT.
               MOVE 'Y' TO VS-OPEN.
               MOVE FS_I_CONTRACT TO VS-CONTRACT.
               MOVE 1 TO VS-COUNTER.
               MOVE 0 TO VS-ROWS.
               MOVE 0 TO VS-DIFFS.
               MOVE 'S' TO VS-STATUS.
               PERFORM PARA-14-CONTRACT-EVENTS.
               MOVE FS_I_CONTRACT TO CM_CONTRACT_ID.
               MOVE 'N' TO MASTER_FOUND.
               READ FS_CONTRACT_MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'Y' TO MASTER_FOUND
               END-READ.
               IF MASTER_FOUND = 'N' THEN
                   PERFORM PARA-10-NOTE-NO-MASTER
               ELSE
                   IF RESTRUCTURE_SKIPPED_COUNT > 0 THEN
                       PERFORM PARA-10-NOTE-TOO-MANY-EVENTS
                   ELSE
                       PERFORM PARA-6-LOAD-TERMS
                   END-IF
               END-IF.

           PARA-6-LOAD-TERMS.
                         WHEN 'Q' MOVE 4 TO PERIODS_PER_YEAR
                         WHEN 'A' MOVE 1 TO PERIODS_PER_YEAR
                       END-EVALUATE
                       MOVE PERIODS_PER_YEAR TO VS-PERIODS
                       MOVE CM_INSTALLMENTS TO VS-INSTALLMENTS
                       IF CM_REMAINING_INSTALLMENTS IS NUMERIC
                           AND CM_REMAINING_INSTALLMENTS > 0 THEN
                           ADD 1 TO CM_REMAINING_INSTALLMENTS
                               GIVING ALL_INSTALLMENTS
                           ADD 1 TO ALL_INSTALLMENTS
                       END-IF
                       DIVIDE BANK_RATE BY PERIODS_PER_YEAR
                           GIVING BANK_RATE
                       MOVE BANK_RATE TO VS-BANK-RATE
                       MOVE CM_INSTALLMENTS
                           TO SERIES_INSTALLMENTS
                       MOVE BANK_RATE TO SERIES_RATE
                       MOVE ALL_INSTALLMENTS TO SERIES_TERM
                       MOVE CREDIT_AMOUNT TO SERIES_AMOUNT
                       PERFORM PARA-8-ANNUITY
                       MOVE ANNUITED_WORK TO VS-ANNUITED
                       PERFORM PARA-15-RESTRUCTURE-TERMS
                       MOVE ALL_INSTALLMENTS TO VS-ALL-INST
                       MOVE CREDIT_AMOUNT TO VS-TO-PAYOFF
                       MOVE 'V' TO VS-STATUS
                   END-IF
               END-IF.

      * One stored row against the recomputed installment. The row's
      * position in the credit's life comes off its due columns; a
      * break in the sequence stops the comparison for that
      * contract - the running balance would be meaningless past a
      * gap.
           PARA-7-CHECK-ROW.
               COMPUTE ROW-SEQ =
                   (FS_I_DUE_YEAR - 1) * VS-INSTALLMENTS
                   + FS_I_DUE_INST.
               IF ROW-SEQ NOT = VS-COUNTER THEN
                   MOVE 'B' TO VS-STATUS
                   ADD 1 TO VS-DIFFS
                   PERFORM PARA-10-NOTE-SEQUENCE
               ELSE
                   PERFORM PARA-9-COMPARE-ROW
               END-IF.

      * The annuity series the schedule run sums in PARA-2.
      * truncated to cents, the way the run prints them.
           PARA-9-COMPARE-ROW.
               PERFORM PARA-12-RATE-CHECK.
               PERFORM PARA-16-RESTRUCTURE-CHECK.
               MULTIPLY VS-TO-PAYOFF BY VS-BANK-RATE
                   GIVING INTEREST_PART.
               DIVIDE INTEREST_PART BY VS-INSTALLMENTS
                   GIVING INTEREST_PART.
               IF HOLIDAY_ROW = 'Y' THEN
                   IF HOLIDAY_INTEREST = 'C' THEN
                       ADD INTEREST_PART TO VS-TO-PAYOFF
                   END-IF
                   MOVE 0 TO EXP-CREDIT
                   MOVE 0 TO EXP-INTEREST
                   MOVE 0 TO EXP-ANNUITED
               ELSE
                   SUBTRACT INTEREST_PART FROM VS-ANNUITED
                       GIVING CREDIT_PART
                   SUBTRACT CREDIT_PART FROM VS-TO-PAYOFF
                       GIVING VS-TO-PAYOFF
                   ADD DEFERRED_INTEREST TO INTEREST_PART
                   MOVE CREDIT_PART TO EXP-CREDIT
                   MOVE INTEREST_PART TO EXP-INTEREST
                   COMPUTE EXP-ANNUITED =
                       VS-ANNUITED + DEFERRED_INTEREST
               END-IF.
               MOVE VS-TO-PAYOFF TO EXP-BALANCE.
               COMPUTE ROW-CREDIT = FS_I_C + FS_I_C_V.
               COMPUTE ROW-INTEREST = FS_I_I + FS_I_I_V.
               COMPUTE ROW-ANNUITED = FS_I_A + FS_I_A_V.
               MOVE SPACES TO DIFF-COLUMN.
               PERFORM PARA-13-JUDGE-COLUMNS.
               ADD 1 TO ROWS_CHECKED.
               ADD 1 TO VS-ROWS.
               ADD 1 TO VS-COUNTER.
               IF ROW-OK = 'N' THEN
                   ADD 1 TO VS-DIFFS
                   PERFORM PARA-10-NOTE-ROW-DIFF
               END-IF.

                   UNTIL REV-INDEX > RATE_EVENT_COUNT.

           PARA-12-RATE-CHECK-ONE.
               IF REV-CONTRACT(REV-INDEX) = VS-CONTRACT
                   AND REV-YEAR(REV-INDEX) = FS_I_DUE_YEAR
                   AND REV-INST(REV-INDEX) = FS_I_DUE_INST THEN
                   PERFORM PARA-12-REPRICE
      * Re-amortize the remaining balance at the event's rate over
      * the remaining installments, as the schedule run does.
           PARA-12-REPRICE.
               DIVIDE REV-RATE(REV-INDEX) BY VS-PERIODS
                   GIVING VS-BANK-RATE.
               PERFORM PARA-17-REAMORTIZE.

      * Re-amortize the balance at the rate in force over the
      * installments remaining from this row.
           PARA-17-REAMORTIZE.
               SUBTRACT VS-COUNTER FROM VS-ALL-INST
                   GIVING RP_REMAINING.
               ADD 1 TO RP_REMAINING.
               MOVE VS-INSTALLMENTS TO SERIES_INSTALLMENTS.
               MOVE VS-BANK-RATE TO SERIES_RATE.
               MOVE RP_REMAINING TO SERIES_TERM.
               MOVE VS-TO-PAYOFF TO SERIES_AMOUNT.
               PERFORM PARA-8-ANNUITY.
               MOVE ANNUITED_WORK TO VS-ANNUITED.

           PARA-13-JUDGE-COLUMNS.
               MOVE EXP-CREDIT TO ED-EXPECTED.

           PARA-10-NOTE-NO-MASTER.
               MOVE SPACES TO EX_LINE.
               STRING VS-CONTRACT DELIMITED BY SIZE
                      "  NO MASTER RECORD - NOT VERIFIED"
                          DELIMITED BY SIZE
                   INTO EX_LINE

           PARA-10-NOTE-BAD-MASTER.
               MOVE SPACES TO EX_LINE.
               STRING VS-CONTRACT DELIMITED BY SIZE
                      "  MASTER FAILS THE ENTRY CHECKS - "
                          DELIMITED BY SIZE
                      "NOT VERIFIED" DELIMITED BY SIZE
               END-STRING
               WRITE EX_LINE.

           PARA-10-NOTE-TOO-MANY-EVENTS.
               MOVE SPACES TO EX_LINE.
               STRING VS-CONTRACT DELIMITED BY SIZE
                      "  MORE RESTRUCTURE EVENTS THAN THE TABLE "
                          DELIMITED BY SIZE
                      "HOLDS - NOT VERIFIED" DELIMITED BY SIZE
                   INTO EX_LINE
               END-STRING
               WRITE EX_LINE.

           PARA-10-NOTE-SEQUENCE.
               MOVE SPACES TO EX_LINE.
               STRING VS-CONTRACT DELIMITED BY SIZE
                      "  ROW " DELIMITED BY SIZE
                      FS_I_DUE_YEAR DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE

           PARA-10-NOTE-ROW-DIFF.
               MOVE SPACES TO EX_LINE.
               STRING VS-CONTRACT DELIMITED BY SIZE
                      "  ROW " DELIMITED BY SIZE
                      FS_I_DUE_YEAR DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
               END-STRING
               WRITE EX_LINE.

      * After a contract's last row: a verified contract whose stored
      * row count does not cover its whole term has rows missing,
      * and a contract with any difference joins the drifted total.
           PARA-11-WRAP-UP.
               EVALUATE VS-STATUS
                 WHEN 'S'
                     ADD 1 TO CONTRACTS_UNVERIFIED
                 WHEN 'B'
                     ADD 1 TO CONTRACTS_DRIFTED
                 WHEN OTHER
                     IF VS-COUNTER NOT = VS-ALL-INST THEN
                         ADD 1 TO VS-DIFFS
                         PERFORM PARA-11-NOTE-SHORT
                     END-IF
                     IF VS-DIFFS = 0 THEN
                         ADD 1 TO CONTRACTS_CLEAN
                     ELSE
                         ADD 1 TO CONTRACTS_DRIFTED
                     END-IF
               END-EVALUATE
               MOVE 'N' TO VS-OPEN.

           PARA-11-NOTE-SHORT.
               MOVE SPACES TO EX_LINE.
               MOVE VS-ROWS TO ED-COUNT.
               STRING VS-CONTRACT DELIMITED BY SIZE
                      "  STORED SCHEDULE HAS " DELIMITED BY SIZE
                      ED-COUNT DELIMITED BY SIZE
                      " ROW(S) - DOES NOT COVER THE FULL TERM"
               END-STRING
               WRITE EX_LINE.

           PARA-14-LOAD-RESTRUCTURES.
               MOVE 0 TO RESTRUCTURE_COUNT.
               MOVE 'Y' TO RXE-EOF.
               OPEN INPUT FS_RESTRUCTURES.
               IF RX-STATUS = '00' THEN
                   CLOSE FS_RESTRUCTURES
                   SORT RESTRUCTURE-SORT-WORK
                       ON ASCENDING KEY RW_CONTRACT
                       WITH DUPLICATES IN ORDER
                       USING FS_RESTRUCTURES
                       GIVING FS_RESTRUCTURES_SORTED
                   OPEN INPUT FS_RESTRUCTURES_SORTED
                   IF RS-STATUS = '00' THEN
                       MOVE 'Y' TO RS-OPEN
                       MOVE 'N' TO RXE-EOF
                       PERFORM PARA-14-READ-NEXT
                   ELSE
                       DISPLAY "CANNOT OPEN SORTED RESTRUCTURE EVENTS "
                           "- STATUS " RS-STATUS
                   END-IF
               END-IF.

           PARA-14-READ-NEXT.
               READ FS_RESTRUCTURES_SORTED
                   AT END MOVE 'Y' TO RXE-EOF
               END-READ.

      * Events of contracts with no schedule rows are passed over;
      * the contract's own are loaded until the key moves on.
           PARA-14-CONTRACT-EVENTS.
               MOVE 0 TO RESTRUCTURE_COUNT.
               MOVE 0 TO RESTRUCTURE_SKIPPED_COUNT.
               PERFORM PARA-14-READ-NEXT
                   UNTIL RXE-EOF = 'Y'
                       OR RS_CONTRACT NOT < FS_I_CONTRACT.
               PERFORM PARA-14-LOAD-ONE
                   UNTIL RXE-EOF = 'Y'
                       OR RS_CONTRACT NOT = FS_I_CONTRACT.

           PARA-14-LOAD-ONE.
               IF RS_FROM_YEAR IS NUMERIC
                   AND RS_FROM_INST IS NUMERIC
                   AND RS_RESUME_YEAR IS NUMERIC
                   AND RS_RESUME_INST IS NUMERIC
                   AND RS_PERIODS IS NUMERIC
                   AND RS_PAID_IN IS NUMERIC
                   AND (RS_INTEREST = 'C'
                       OR RS_INTEREST = 'D') THEN
                   IF RESTRUCTURE_COUNT < RESTRUCTURE_CAPACITY THEN
                       ADD 1 TO RESTRUCTURE_COUNT
                       MOVE RESTRUCTURE_COUNT TO RXE-INDEX
                       MOVE RS_CONTRACT TO RXE-CONTRACT(RXE-INDEX)
                       MOVE RS_FROM_YEAR TO RXE-FROM-YEAR(RXE-INDEX)
                       MOVE RS_FROM_INST TO RXE-FROM-INST(RXE-INDEX)
                       MOVE RS_RESUME_YEAR
                           TO RXE-RESUME-YEAR(RXE-INDEX)
                       MOVE RS_RESUME_INST
                           TO RXE-RESUME-INST(RXE-INDEX)
                       MOVE RS_INTEREST TO RXE-INTEREST(RXE-INDEX)
                       MOVE RS_PERIODS TO RXE-PERIODS(RXE-INDEX)
                       MOVE RS_PAID_IN TO INPUT_RAW_VALUE
                       COMPUTE RXE-PAID-IN(RXE-INDEX) =
                           INPUT_RAW_VALUE / 100
                   ELSE
                       ADD 1 TO RESTRUCTURE_SKIPPED_COUNT
                   END-IF
               END-IF.
               PERFORM PARA-14-READ-NEXT.

      * A restructured contract's term is longer by the periods its
      * events added.
           PARA-15-RESTRUCTURE-TERMS.
               MOVE 1 TO RXE-INDEX.
               PERFORM PARA-15-TERMS-ONE
                   UNTIL RXE-INDEX > RESTRUCTURE_COUNT.

           PARA-15-TERMS-ONE.
               IF RXE-CONTRACT(RXE-INDEX) = VS-CONTRACT THEN
                   ADD RXE-PERIODS(RXE-INDEX) TO ALL_INSTALLMENTS
               END-IF
               ADD 1 TO RXE-INDEX.

      * The schedule run's restructure handling for this row: paid
      * amounts come off the balance at the first restructured
      * period, the periods up to the resume period are zero rows,
      * and the resume row re-amortizes and collects any deferred
      * interest.
           PARA-16-RESTRUCTURE-CHECK.
               MOVE 'N' TO HOLIDAY_ROW.
               MOVE 0 TO DEFERRED_INTEREST.
               MOVE 1 TO RXE-INDEX.
               PERFORM PARA-16-RESTRUCTURE-ONE
                   UNTIL RXE-INDEX > RESTRUCTURE_COUNT.

           PARA-16-RESTRUCTURE-ONE.
               IF RXE-CONTRACT(RXE-INDEX) = VS-CONTRACT THEN
                   COMPUTE RXE-FROM-SEQ =
                       (RXE-FROM-YEAR(RXE-INDEX) - 1)
                       * VS-INSTALLMENTS
                       + RXE-FROM-INST(RXE-INDEX)
                   COMPUTE RXE-RESUME-SEQ =
                       (RXE-RESUME-YEAR(RXE-INDEX) - 1)
                       * VS-INSTALLMENTS
                       + RXE-RESUME-INST(RXE-INDEX)
                   IF RXE-FROM-SEQ = VS-COUNTER THEN
                       SUBTRACT RXE-PAID-IN(RXE-INDEX)
                           FROM VS-TO-PAYOFF
                   END-IF
                   IF VS-COUNTER NOT < RXE-FROM-SEQ
                       AND VS-COUNTER < RXE-RESUME-SEQ THEN
                       MOVE 'Y' TO HOLIDAY_ROW
                       MOVE RXE-INTEREST(RXE-INDEX) TO HOLIDAY_INTEREST
                   END-IF
                   IF RXE-RESUME-SEQ = VS-COUNTER THEN
                       PERFORM PARA-17-REAMORTIZE
                       IF RXE-INTEREST(RXE-INDEX) = 'D' THEN
                           SUBTRACT RXE-FROM-SEQ FROM RXE-RESUME-SEQ
                               GIVING HOLIDAY_PERIODS
                           MULTIPLY VS-TO-PAYOFF BY VS-BANK-RATE
                               GIVING DEFERRED_INTEREST
                           DIVIDE DEFERRED_INTEREST
                               BY VS-INSTALLMENTS
                               GIVING DEFERRED_INTEREST
                           MULTIPLY HOLIDAY_PERIODS
                               BY DEFERRED_INTEREST
                               GIVING DEFERRED_INTEREST
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO RXE-INDEX.

      * The business date the run is made under. It comes from the
      * processing-date control record, which only the end-of-day
      * roll in MASTER_BATCH advances, so a run that crosses
      * midnight or a rerun after an outage still works to the
      * day it belongs to.
           PARA-18-READ-PROCESSING-DATE.
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

       END PROGRAM VERIFY_SCHEDULES.
