             RECORD KEY IS CM_CONTRACT_ID
             FILE STATUS IS CM-STATUS.

      * The schedule, keyed on contract and due period. Every
      * report reads it by key, so a row rewritten on a restart
      * replaces the one already there instead of adding a second.
             SELECT FS_INSTALLMENTS_INF
             ASSIGN TO 'annuited_schedule.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS FS_I_KEY
             FILE STATUS IS FI-STATUS.

             SELECT FS_CHECKPOINT ASSIGN TO 'annuited_checkpoint.txt'
             ORGANIZATION IS LINE SEQUENTIAL
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

           FD FS_CHECKPOINT.
               05 FS_CP_CREDIT_SUM PIC 9(10)v9(8).
               05 FS_CP_BANK_RATE PIC 9(3)v9(8).
               05 FS_CP_ANNUAL_RATE PIC 9(3)v9(8).
               05 FS_CP_CAPITALIZED PIC 9(10)v9(8).
               05 FS_CP_PAID_IN PIC 9(10)v9(8).

           FD FS_RUNSTATUS.
           01 FS_RS.
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
       01 COUNTER PIC 9(3) VALUE 0.
       01 POW_COUNTER PIC 9(3) VALUE 1.

       01 RP_ONE_SERIES PIC 9(10)v9(8) VALUE 0.
       01 RP_FRAGMENT_TO_POW PIC 9(10)v9(8) VALUE 0.

      * Restructured contracts. Each restructure event names the
      * first period it touches and the period the borrower resumes
      * paying from. The periods in between are written as zero
      * rows - a payment holiday, or the overdue periods of a term
      * extension - whose interest is either capitalized into the
      * balance or deferred and collected with the first installment
      * after the holiday. At the resume period the balance is
      * re-amortized over the installments then remaining, and the
      * term is longer by the event's number of periods. Any amount
      * already paid against the restructured periods comes off the
      * balance at the first of them. The events file is optional.
      * It is sorted by contract, keeping each contract's events in
      * the order they were logged, and read alongside the master,
      * which comes back in contract order, so only the events of
      * the contract being scheduled are ever held in the table.
       01 RX-STATUS PIC X(2) VALUE '00'.
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
           05 RXE-FROM-SEQ PIC 9(4).
           05 RXE-RESUME-SEQ PIC 9(4).
       01 RESTRUCTURE_COUNT PIC 9(3) VALUE 0.
       01 RESTRUCTURE_CAPACITY PIC 9(3) VALUE 200.
       01 RESTRUCTURE_SKIPPED_COUNT PIC 9(3) VALUE 0.
       01 RXE-INDEX PIC 9(3) VALUE 0.
       01 RXE-EOF PIC A(1) VALUE 'N'.
       01 HOLIDAY_ROW PIC A(1) VALUE 'N'.
       01 HOLIDAY_INTEREST PIC X(1) VALUE 'C'.
       01 HOLIDAY_PERIODS PIC 9(4) VALUE 0.
       01 DEFERRED_INTEREST PIC 9(10)v9(8) VALUE 0.
       01 ROW_ANNUITED PIC 9(10)v9(2) VALUE 0.
       01 CAPITALIZED_SUM PIC 9(10)v9(8) VALUE 0.
       01 PAID_IN_SUM PIC 9(10)v9(8) VALUE 0.
       01 RECONCILE_TARGET PIC 9(10)v9(8) VALUE 0.

      * Stamped on every completed-contracts record so the archival
      * job can apply a retention cutoff to finished contracts.
       01 RUN_DATE PIC 9(8) VALUE 0.
      * CHECKPOINT_INTERVAL only flushes a checkpoint every N rows, so
      * a crash between checkpoints leaves the rows written since the
      * last checkpoint to be recomputed and rewritten when the batch
      * resumes. The schedule is keyed on contract and due period, so
      * a recomputed row replaces the one already on file and no
      * reader ever sees it twice. REPROCESSED_FLAG still marks every
      * row written for a contract that was resumed from a checkpoint.
       01 REPROCESSED_FLAG PIC A(1) VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM PARA-21-READ-PROCESSING-DATE.
           IF PD-FOUND NOT = 'Y' THEN
               DISPLAY "NO PROCESSING DATE ON processing_date.txt - "
                   "NOTHING SCHEDULED"
               GOBACK
           END-IF.
           OPEN INPUT FS_CONTRACT_MASTER.
           IF CM-STATUS NOT = '00' THEN
               DISPLAY "CANNOT OPEN INDEXED CONTRACT MASTER - "
           PERFORM PARA-CHECK-RESTART.
           PERFORM PARA-LOAD-COMPLETED.
           PERFORM PARA-10-LOAD-RATE-EVENTS.
           PERFORM PARA-15-LOAD-RESTRUCTURES.
           IF RESTART_MODE = 'Y' THEN
               OPEN I-O FS_INSTALLMENTS_INF
               IF FI-STATUS NOT = '00' THEN
                   OPEN OUTPUT FS_INSTALLMENTS_INF
               END-IF
               OPEN EXTEND FS_COMPLETED
           ELSE
               OPEN OUTPUT FS_INSTALLMENTS_INF
               OPEN OUTPUT FS_COMPLETED
           END-IF.
           IF FI-STATUS NOT = '00' THEN
               DISPLAY "CANNOT OPEN INDEXED SCHEDULE - STATUS "
                   FI-STATUS
               CLOSE FS_CONTRACT_MASTER
               CLOSE FS_COMPLETED
               MOVE 'Y' TO VALIDATION_FAILURE
               PERFORM PARA-9-WRITE-STATUS
               GOBACK
           END-IF.
           PERFORM PARA-BATCH UNTIL WS-EOF='Y'.
           IF RS-OPEN = 'Y' THEN
               CLOSE FS_RESTRUCTURES_SORTED
           END-IF.
           CLOSE FS_CONTRACT_MASTER.
           CLOSE FS_INSTALLMENTS_INF.
           CLOSE FS_COMPLETED.
               MOVE 'N' TO REPROCESSED_FLAG.
               PERFORM PARA-0.
               IF WS-EOF NOT = 'Y' THEN
                   PERFORM PARA-15-CONTRACT-EVENTS
                   PERFORM PARA-CHECK-COMPLETED
                   IF CONTRACT_ALREADY_DONE = 'Y' THEN
                       DISPLAY "CONTRACT " CONTRACT_ID
                               DISPLAY ANNUITED_I
                               MOVE CREDIT_AMOUNT TO TO_PAYOFF
                               MOVE 0 TO CREDIT_PART_SUM
                               MOVE 0 TO CAPITALIZED_SUM
                               MOVE 0 TO PAID_IN_SUM
                               MOVE 1 TO COUNTER
                           END-IF
                           PERFORM PARA-16-RESTRUCTURE-TERMS
                           PERFORM PARA-4 UNTIL COUNTER=ALL_INSTALLMENTS
                           PERFORM PARA-7-RECONCILE
                           PERFORM PARA-CHECKPOINT-CLEAR
                                   MOVE FS_CP_ANNUAL_RATE
                                       TO ANNUAL_RATE_IN_FORCE
                               END-IF
                               IF FS_CP_CAPITALIZED IS NUMERIC THEN
                                   MOVE FS_CP_CAPITALIZED
                                       TO CAPITALIZED_SUM
                                   MOVE FS_CP_PAID_IN TO PAID_IN_SUM
                               ELSE
                                   MOVE 0 TO CAPITALIZED_SUM
                                   MOVE 0 TO PAID_IN_SUM
                               END-IF
                           END-IF
                   END-READ
                   CLOSE FS_CHECKPOINT
               MOVE CREDIT_PART_SUM TO FS_CP_CREDIT_SUM
               MOVE BANK_RATE TO FS_CP_BANK_RATE
               MOVE ANNUAL_RATE_IN_FORCE TO FS_CP_ANNUAL_RATE
               MOVE CAPITALIZED_SUM TO FS_CP_CAPITALIZED
               MOVE PAID_IN_SUM TO FS_CP_PAID_IN
               WRITE FS_CP
               CLOSE FS_CHECKPOINT.

               ADD 1 TO POW_COUNTER.

           PARA-4.
               MOVE REPROCESSED_FLAG TO FS_I_REPROCESSED

               SUBTRACT 1 FROM COUNTER GIVING DUE_WORK
               DIVIDE DUE_WORK BY INSTALLMENTS GIVING DUE_WORK
               ADD 1 TO DUE_INSTALLMENT

               PERFORM PARA-11-RATE-CHECK
               PERFORM PARA-17-RESTRUCTURE-CHECK

               MULTIPLY TO_PAYOFF BY BANK_RATE GIVING INTEREST_PART
               DIVIDE INTEREST_PART BY INSTALLMENTS GIVING INTEREST_PART
               IF HOLIDAY_ROW = 'Y' THEN
                   PERFORM PARA-19-HOLIDAY-ROW
               ELSE
                   SUBTRACT INTEREST_PART FROM ANNUITED_I
                       GIVING CREDIT_PART
                   SUBTRACT CREDIT_PART FROM TO_PAYOFF GIVING TO_PAYOFF
                   ADD CREDIT_PART TO CREDIT_PART_SUM
                   ADD ANNUITED_I DEFERRED_INTEREST
                       GIVING ROW_ANNUITED
                   ADD DEFERRED_INTEREST TO INTEREST_PART
               END-IF

               ADD 1 TO COUNTER

               MOVE CREDIT_PART TO FS_I_C_V
               MOVE INTEREST_PART TO FS_I_I
               MOVE INTEREST_PART TO FS_I_I_V
               MOVE ROW_ANNUITED TO FS_I_A
               MOVE ROW_ANNUITED TO FS_I_A_V
               MOVE DUE_YEAR TO FS_I_DUE_YEAR
               MOVE DUE_INSTALLMENT TO FS_I_DUE_INST
               MOVE TO_PAYOFF TO FS_I_BAL
               MOVE ANNUAL_RATE_IN_FORCE TO FS_I_RATE
               MOVE ANNUAL_RATE_IN_FORCE TO FS_I_RATE_V
               WRITE FS_I
                   INVALID KEY
                       REWRITE FS_I
                           INVALID KEY
                               DISPLAY "SCHEDULE ROW NOT WRITTEN FOR "
                                   CONTRACT_ID " - STATUS " FI-STATUS
                               MOVE 'Y' TO VALIDATION_FAILURE
                       END-REWRITE
               END-WRITE

               DIVIDE COUNTER BY CHECKPOINT_INTERVAL
                   GIVING CP_DIVIDE_WORK REMAINDER CP_REMAINDER
               MOVE BANK_RATE TO ANNUAL_RATE_IN_FORCE
               DIVIDE BANK_RATE BY PERIODS_PER_YEAR GIVING BANK_RATE.

      * A restructured contract's credit parts add up to the credit
      * amount plus any capitalized interest, less what was already
      * paid against the restructured periods.
           PARA-7-RECONCILE.
               COMPUTE RECONCILE_TARGET = CREDIT_AMOUNT
                   + CAPITALIZED_SUM - PAID_IN_SUM
               IF CREDIT_PART_SUM > RECONCILE_TARGET THEN
                   SUBTRACT RECONCILE_TARGET FROM CREDIT_PART_SUM
                       GIVING RECONCILE_DIFF
               ELSE
                   SUBTRACT CREDIT_PART_SUM FROM RECONCILE_TARGET
                       GIVING RECONCILE_DIFF
               END-IF
               IF RECONCILE_DIFF > RECONCILE_TOLERANCE THEN
                   DISPLAY "RECONCILIATION FAILED FOR CONTRACT "
                       CONTRACT_ID
                   DISPLAY "CREDIT PARTS SUM  " CREDIT_PART_SUM
                   DISPLAY "CREDIT AMOUNT     " RECONCILE_TARGET
                   MOVE 'Y' TO RECONCILE_FAILURE
               END-IF.

               ADD 1 TO REV-INDEX.

      * Re-amortize the remaining balance at the event's rate over
      * the installments not yet written (PARA-18).
           PARA-12-REPRICE.
               MOVE REV-RATE(REV-INDEX) TO ANNUAL_RATE_IN_FORCE.
               DIVIDE REV-RATE(REV-INDEX) BY PERIODS_PER_YEAR
                   GIVING BANK_RATE.
               PERFORM PARA-18-REAMORTIZE.
               DISPLAY "CONTRACT " CONTRACT_ID " REPRICED AT "
                   DUE_YEAR "/" DUE_INSTALLMENT.

                   GIVING RP_ONE_SERIES
               ADD 1 TO RP_POW_COUNTER.

           PARA-15-LOAD-RESTRUCTURES.
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
                       PERFORM PARA-15-READ-NEXT
                   ELSE
                       DISPLAY "CANNOT OPEN SORTED RESTRUCTURE EVENTS "
                           "- STATUS " RS-STATUS
                       MOVE 'Y' TO VALIDATION_FAILURE
                   END-IF
               END-IF.

           PARA-15-READ-NEXT.
               READ FS_RESTRUCTURES_SORTED
                   AT END MOVE 'Y' TO RXE-EOF
               END-READ.

      * Events of contracts that are not on the master are passed
      * over; the contract's own are loaded until the key moves on.
           PARA-15-CONTRACT-EVENTS.
               MOVE 0 TO RESTRUCTURE_COUNT.
               PERFORM PARA-15-READ-NEXT
                   UNTIL RXE-EOF = 'Y'
                       OR RS_CONTRACT NOT < CM_CONTRACT_ID.
               PERFORM PARA-15-LOAD-ONE
                   UNTIL RXE-EOF = 'Y'
                       OR RS_CONTRACT NOT = CM_CONTRACT_ID.

      * A contract with more events than the table holds cannot be
      * rebuilt correctly, so the run is failed rather than letting
      * the schedule go out without them.
           PARA-15-LOAD-ONE.
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
                       MOVE 0 TO RXE-FROM-SEQ(RXE-INDEX)
                       MOVE 0 TO RXE-RESUME-SEQ(RXE-INDEX)
                   ELSE
                       ADD 1 TO RESTRUCTURE_SKIPPED_COUNT
                       DISPLAY "CONTRACT " RS_CONTRACT " HAS MORE "
                           "RESTRUCTURE EVENTS THAN THE TABLE HOLDS"
                       MOVE 'Y' TO VALIDATION_FAILURE
                   END-IF
               ELSE
                   DISPLAY "INVALID RESTRUCTURE EVENT SKIPPED "
                       "FOR CONTRACT " RS_CONTRACT
               END-IF.
               PERFORM PARA-15-READ-NEXT.

      * Once the original installment is set, turn each of the
      * contract's events' periods into row numbers and lengthen
      * the term by the periods the events added.
           PARA-16-RESTRUCTURE-TERMS.
               MOVE 1 TO RXE-INDEX.
               PERFORM PARA-16-TERMS-ONE
                   UNTIL RXE-INDEX > RESTRUCTURE_COUNT.

           PARA-16-TERMS-ONE.
               IF RXE-CONTRACT(RXE-INDEX) = CONTRACT_ID THEN
                   COMPUTE RXE-FROM-SEQ(RXE-INDEX) =
                       (RXE-FROM-YEAR(RXE-INDEX) - 1) * INSTALLMENTS
                       + RXE-FROM-INST(RXE-INDEX)
                   COMPUTE RXE-RESUME-SEQ(RXE-INDEX) =
                       (RXE-RESUME-YEAR(RXE-INDEX) - 1) * INSTALLMENTS
                       + RXE-RESUME-INST(RXE-INDEX)
                   ADD RXE-PERIODS(RXE-INDEX) TO ALL_INSTALLMENTS
                   DISPLAY "CONTRACT " CONTRACT_ID " RESTRUCTURED "
                       "FROM " RXE-FROM-YEAR(RXE-INDEX) "/"
                       RXE-FROM-INST(RXE-INDEX)
               END-IF
               ADD 1 TO RXE-INDEX.

           PARA-17-RESTRUCTURE-CHECK.
               MOVE 'N' TO HOLIDAY_ROW.
               MOVE 0 TO DEFERRED_INTEREST.
               MOVE 1 TO RXE-INDEX.
               PERFORM PARA-17-RESTRUCTURE-ONE
                   UNTIL RXE-INDEX > RESTRUCTURE_COUNT.

           PARA-17-RESTRUCTURE-ONE.
               IF RXE-CONTRACT(RXE-INDEX) = CONTRACT_ID THEN
                   IF RXE-FROM-SEQ(RXE-INDEX) = COUNTER THEN
                       SUBTRACT RXE-PAID-IN(RXE-INDEX) FROM TO_PAYOFF
                       ADD RXE-PAID-IN(RXE-INDEX) TO PAID_IN_SUM
                   END-IF
                   IF COUNTER NOT < RXE-FROM-SEQ(RXE-INDEX)
                       AND COUNTER < RXE-RESUME-SEQ(RXE-INDEX) THEN
                       MOVE 'Y' TO HOLIDAY_ROW
                       MOVE RXE-INTEREST(RXE-INDEX) TO HOLIDAY_INTEREST
                   END-IF
                   IF RXE-RESUME-SEQ(RXE-INDEX) = COUNTER THEN
                       PERFORM PARA-18-REAMORTIZE
                       IF RXE-INTEREST(RXE-INDEX) = 'D' THEN
                           PERFORM PARA-20-DEFERRED-INTEREST
                       END-IF
                       DISPLAY "CONTRACT " CONTRACT_ID " RESUMES AT "
                           DUE_YEAR "/" DUE_INSTALLMENT
                   END-IF
               END-IF
               ADD 1 TO RXE-INDEX.

      * Re-amortize the remaining balance at the rate in force over
      * the installments not yet written, with the same series
      * arithmetic PARA-2 uses for the original schedule: the sum of
      * (1 + rate/installments)**-k for k = 1 .. remaining, and the
      * new annuited amount is the balance divided by that sum.
           PARA-18-REAMORTIZE.
               SUBTRACT COUNTER FROM ALL_INSTALLMENTS
                   GIVING RP_REMAINING.
               ADD 1 TO RP_REMAINING.
               MOVE 0 TO RP_SERIES_SUM.
               MOVE 1 TO RP_COUNTER.
               PERFORM PARA-13-REPRICE-SERIES
                   UNTIL RP_COUNTER = RP_REMAINING.
               DIVIDE TO_PAYOFF BY RP_SERIES_SUM GIVING ANNUITED_I.

      * A zero row: nothing falls due. Capitalized interest is added
      * to the balance; deferred interest is left for the resume
      * row to collect.
           PARA-19-HOLIDAY-ROW.
               IF HOLIDAY_INTEREST = 'C' THEN
                   ADD INTEREST_PART TO TO_PAYOFF
                   ADD INTEREST_PART TO CAPITALIZED_SUM
               END-IF.
               MOVE 0 TO INTEREST_PART.
               MOVE 0 TO CREDIT_PART.
               MOVE 0 TO ROW_ANNUITED.

      * Deferred interest is one period's interest on the balance
      * for every zero row of the event, due with the resume row on
      * top of the re-amortized installment.
           PARA-20-DEFERRED-INTEREST.
               SUBTRACT RXE-FROM-SEQ(RXE-INDEX)
                   FROM RXE-RESUME-SEQ(RXE-INDEX)
                   GIVING HOLIDAY_PERIODS.
               MULTIPLY TO_PAYOFF BY BANK_RATE
                   GIVING DEFERRED_INTEREST.
               DIVIDE DEFERRED_INTEREST BY INSTALLMENTS
                   GIVING DEFERRED_INTEREST.
               MULTIPLY HOLIDAY_PERIODS BY DEFERRED_INTEREST
                   GIVING DEFERRED_INTEREST.

      * The business date the run is made under. It comes from the
      * processing-date control record, which only the end-of-day
      * roll in MASTER_BATCH advances, so a run that crosses
      * midnight or a rerun after an outage still works to the
      * day it belongs to.
           PARA-21-READ-PROCESSING-DATE.
               MOVE 'N' TO PD-FOUND.
               OPEN INPUT FS_PROCESSING_DATE.
               IF PD-STATUS = '00' THEN
                   READ FS_PROCESSING_DATE
                       AT END MOVE 'N' TO PD-FOUND
                       NOT AT END
                           IF PD_DATE IS NUMERIC AND PD_DATE > 0 THEN
                               MOVE PD_DATE TO RUN_DATE
                               MOVE 'Y' TO PD-FOUND
                           END-IF
                   END-READ
                   CLOSE FS_PROCESSING_DATE
               END-IF.
               IF PD-FOUND = 'Y' THEN
                   DISPLAY "PROCESSING DATE " RUN_DATE
               END-IF.

       END PROGRAM ANNUITED_INSTALLMENTS.
