      ******************************************************************
      * Author:
      * Date:
      * Purpose: Month-end portfolio snapshot. Appends one record per
      *          contract on the master to the cumulative snapshot
      *          file portfolio_snapshot.txt, stamped with the month
      *          and processing date of the run: the contract id, its
      *          start date, the outstanding balance, the days past
      *          due of its oldest open shortfall, its risk class and
      *          the amount paid to date. The outstanding balance is
      *          the schedule balance before the oldest installment
      *          not yet fully paid, less everything already paid
      *          against that installment and the ones after it - the
      *          balance a restructure or a write-off starts from. A
      *          fully paid contract stands at nil; one the posting
      *          run has no positions for yet stands at its credit
      *          amount. Days past due use the 30/360 serial of the
      *          arrears aging, and the class follows them with the
      *          provisioning run's boundaries - WATCH to 30 days,
      *          SUBSTANDARD to 60, DOUBTFUL to 90, LOSS beyond; a
      *          written-off contract is LOSS. A month is never on
      *          the file twice: a rerun in a month already there
      *          replaces that month's records, so the snapshot kept
      *          is the last one taken - the month-end run's - and a
      *          run made early in the month cannot stand in for it.
      *          The vintage report is built from the history this
      *          file accumulates.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PORTFOLIO_SNAPSHOT.
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
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS FS_I_KEY
             FILE STATUS IS FI-STATUS.

             SELECT OPTIONAL FS_POSITIONS
             ASSIGN TO 'payment_position.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PO_KEY
             FILE STATUS IS PO-STATUS.

             SELECT FS_SNAPSHOT ASSIGN TO 'portfolio_snapshot.txt'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PS-STATUS.

             SELECT FS_SNAPSHOT_NEW ASSIGN TO 'portfolio_snapshot.new'
             ORGANIZATION IS LINE SEQUENTIAL.

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

           FD FS_POSITIONS.
           01 PO_REC.
               05 PO_KEY.
                   10 PO_CONTRACT PIC X(10).
                   10 PO_DUE_YEAR PIC 9(4).
                   10 PO_DUE_INST PIC 9(4).
               05 PO_DUE_DATE PIC 9(8).
               05 PO_SCHED PIC 9(10)v9(2).
               05 PO_PAID PIC 9(10)v9(2).

      * One record per contract per month-end; the vintage report
      * declares the same layout.
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

      * Every other month's records, while a month being taken
      * again is dropped from the file.
           FD FS_SNAPSHOT_NEW.
           01 PN_REC PIC X(74).

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
       01 PO-STATUS PIC X(2) VALUE '00'.
       01 PS-STATUS PIC X(2) VALUE '00'.
       01 PD-STATUS PIC X(2) VALUE '00'.
       01 PD-FOUND PIC A(1) VALUE 'N'.
       01 ASOF-DATE PIC 9(8) VALUE 0.
       01 SNAP-MONTH PIC 9(6) VALUE 0.
       01 MONTH-TAKEN PIC A(1) VALUE 'N'.
       01 MASTER-DONE PIC A(1) VALUE 'N'.
       01 POSITIONS-DONE PIC A(1) VALUE 'N'.

      * The contract being snapped: its positions in key order give
      * the oldest open installment, what was paid from it on, and
      * what was paid in all.
       01 POSITION-COUNT PIC 9(4) VALUE 0.
       01 FROM-FOUND PIC A(1) VALUE 'N'.
       01 FROM-YEAR PIC 9(4) VALUE 0.
       01 FROM-INST PIC 9(4) VALUE 0.
       01 FROM-DUE-DATE PIC 9(8) VALUE 0.
       01 PAID-IN PIC 9(10)v9(2) VALUE 0.
       01 PAID-TO-DATE PIC 9(10)v9(2) VALUE 0.
       01 OPEN-BALANCE PIC 9(10)v9(2) VALUE 0.
       01 ROW-FOUND PIC A(1) VALUE 'N'.
       01 CLASS-NAME PIC X(12) VALUE SPACES.

      * The schedule row of the oldest open installment is read by
      * key for the balance before it; the schedule is held open
      * for the whole run.
       01 SCHEDULE-OPEN PIC A(1) VALUE 'N'.

      * Day differences use the 30/360 serial of the arrears aging,
      * so the days past due agree with the aging buckets and the
      * provisioning classes.
       01 DATE-WORK.
           05 DW-YEAR PIC 9(4).
           05 DW-MONTH PIC 9(2).
           05 DW-DAY PIC 9(2).
       01 DATE-SERIAL PIC 9(8) VALUE 0.
       01 ASOF-SERIAL PIC 9(8) VALUE 0.
       01 DAYS-OVERDUE PIC S9(8) VALUE 0.

       01 SNAPSHOT_COUNT PIC 9(5) VALUE 0.
       01 REPLACED_COUNT PIC 9(5) VALUE 0.
       01 NO_ROW_COUNT PIC 9(5) VALUE 0.
       01 GT-BALANCE PIC 9(12)v9(2) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM PARA-9-READ-PROCESSING-DATE.
           IF PD-FOUND NOT = 'Y' THEN
               DISPLAY "NO PROCESSING DATE ON processing_date.txt - "
                   "NO SNAPSHOT TAKEN"
               GOBACK
           END-IF.
           MOVE ASOF-DATE(1:6) TO SNAP-MONTH.
           MOVE ASOF-DATE TO DATE-WORK.
           PERFORM PARA-8-DATE-SERIAL.
           MOVE DATE-SERIAL TO ASOF-SERIAL.
           PERFORM PARA-1-CHECK-MONTH.
           OPEN INPUT FS_CONTRACT_MASTER.
           IF CM-STATUS NOT = '00' THEN
               DISPLAY "CANNOT OPEN INDEXED CONTRACT MASTER - "
                   "STATUS " CM-STATUS
               GOBACK
           END-IF.
           PERFORM PARA-2-OPEN-SCHEDULE.
           OPEN INPUT FS_POSITIONS.
           IF PO-STATUS NOT = '00' AND PO-STATUS NOT = '05' THEN
               DISPLAY "CANNOT OPEN PAYMENT POSITIONS - STATUS "
                   PO-STATUS " - NO SNAPSHOT TAKEN"
               IF SCHEDULE-OPEN = 'Y' THEN
                   CLOSE FS_INSTALLMENTS_INF
               END-IF
               CLOSE FS_CONTRACT_MASTER
               GOBACK
           END-IF.
           IF MONTH-TAKEN = 'Y' THEN
               PERFORM PARA-10-DROP-MONTH
               DISPLAY "SNAPSHOT FOR " SNAP-MONTH
                   " WAS ALREADY ON portfolio_snapshot.txt - "
                   REPLACED_COUNT " RECORD(S) REPLACED"
           END-IF.
           OPEN EXTEND FS_SNAPSHOT.
           IF PS-STATUS NOT = '00' THEN
               OPEN OUTPUT FS_SNAPSHOT
           END-IF.
           PERFORM PARA-3-SNAP-CONTRACTS.
           CLOSE FS_SNAPSHOT.
           CLOSE FS_POSITIONS.
           IF SCHEDULE-OPEN = 'Y' THEN
               CLOSE FS_INSTALLMENTS_INF
           END-IF.
           CLOSE FS_CONTRACT_MASTER.
           DISPLAY " ".
           DISPLAY SNAPSHOT_COUNT " CONTRACT(S) SNAPPED FOR "
               SNAP-MONTH.
           DISPLAY "TOTAL OUTSTANDING " GT-BALANCE.
           IF NO_ROW_COUNT > 0 THEN
               DISPLAY NO_ROW_COUNT
                   " CONTRACT(S) LEFT OUT - OLDEST OPEN "
                   "INSTALLMENT NOT ON THE SCHEDULE"
           END-IF.
           GOBACK.

           PARA-1-CHECK-MONTH.
               MOVE 'N' TO MONTH-TAKEN.
               MOVE 'N' TO WS-EOF.
               OPEN INPUT FS_SNAPSHOT.
               IF PS-STATUS = '00' THEN
                   PERFORM PARA-1-READ-ONE UNTIL WS-EOF = 'Y'
                   CLOSE FS_SNAPSHOT
               END-IF.

           PARA-1-READ-ONE.
               READ FS_SNAPSHOT
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF PS_SNAP_MONTH = SNAP-MONTH THEN
                           MOVE 'Y' TO MONTH-TAKEN
                           MOVE 'Y' TO WS-EOF
                       END-IF
               END-READ.

           PARA-2-OPEN-SCHEDULE.
               OPEN INPUT FS_INSTALLMENTS_INF.
               IF FI-STATUS = '00' THEN
                   MOVE 'Y' TO SCHEDULE-OPEN
               ELSE
                   DISPLAY "CANNOT OPEN INDEXED SCHEDULE - STATUS "
                       FI-STATUS
               END-IF.

           PARA-3-SNAP-CONTRACTS.
               MOVE 'N' TO MASTER-DONE.
               MOVE SPACES TO CM_CONTRACT_ID.
               START FS_CONTRACT_MASTER KEY NOT < CM_CONTRACT_ID
                   INVALID KEY MOVE 'Y' TO MASTER-DONE
               END-START.
               PERFORM PARA-3-READ-ONE UNTIL MASTER-DONE = 'Y'.

           PARA-3-READ-ONE.
               READ FS_CONTRACT_MASTER NEXT
                   AT END MOVE 'Y' TO MASTER-DONE
                   NOT AT END
                       PERFORM PARA-4-SCAN-POSITIONS
                       PERFORM PARA-3-SNAP-ONE
               END-READ.

           PARA-3-SNAP-ONE.
               MOVE 'Y' TO ROW-FOUND.
               MOVE 0 TO DAYS-OVERDUE.
               EVALUATE TRUE
                 WHEN POSITION-COUNT = 0
                     MOVE CM_CREDIT_AMOUNT TO OPEN-BALANCE
                 WHEN FROM-FOUND = 'N'
                     MOVE 0 TO OPEN-BALANCE
                 WHEN OTHER
                     PERFORM PARA-5-FIND-ROW
                     IF OPEN-BALANCE > PAID-IN THEN
                         SUBTRACT PAID-IN FROM OPEN-BALANCE
                     ELSE
                         MOVE 0 TO OPEN-BALANCE
                     END-IF
                     MOVE FROM-DUE-DATE TO DATE-WORK
                     PERFORM PARA-8-DATE-SERIAL
                     COMPUTE DAYS-OVERDUE = ASOF-SERIAL - DATE-SERIAL
                     IF DAYS-OVERDUE < 0 THEN
                         MOVE 0 TO DAYS-OVERDUE
                     END-IF
               END-EVALUATE.
               IF ROW-FOUND = 'N' THEN
                   ADD 1 TO NO_ROW_COUNT
               ELSE
                   PERFORM PARA-6-CLASSIFY
                   PERFORM PARA-7-WRITE-SNAPSHOT
               END-IF.

           PARA-4-SCAN-POSITIONS.
               MOVE 0 TO POSITION-COUNT.
               MOVE 'N' TO FROM-FOUND.
               MOVE 0 TO PAID-IN.
               MOVE 0 TO PAID-TO-DATE.
               MOVE CM_CONTRACT_ID TO PO_CONTRACT.
               MOVE 0 TO PO_DUE_YEAR.
               MOVE 0 TO PO_DUE_INST.
               MOVE 'N' TO POSITIONS-DONE.
               START FS_POSITIONS KEY NOT < PO_KEY
                   INVALID KEY MOVE 'Y' TO POSITIONS-DONE
               END-START.
               PERFORM PARA-4-POSITION-ONE UNTIL POSITIONS-DONE = 'Y'.

           PARA-4-POSITION-ONE.
               READ FS_POSITIONS NEXT
                   AT END MOVE 'Y' TO POSITIONS-DONE
                   NOT AT END
                       IF PO_CONTRACT NOT = CM_CONTRACT_ID THEN
                           MOVE 'Y' TO POSITIONS-DONE
                       ELSE
                           ADD 1 TO POSITION-COUNT
                           ADD PO_PAID TO PAID-TO-DATE
                           IF FROM-FOUND = 'N'
                               AND PO_PAID < PO_SCHED THEN
                               MOVE 'Y' TO FROM-FOUND
                               MOVE PO_DUE_YEAR TO FROM-YEAR
                               MOVE PO_DUE_INST TO FROM-INST
                               MOVE PO_DUE_DATE TO FROM-DUE-DATE
                           END-IF
                           IF FROM-FOUND = 'Y' THEN
                               ADD PO_PAID TO PAID-IN
                           END-IF
                       END-IF
               END-READ.

           PARA-5-FIND-ROW.
               MOVE 'N' TO ROW-FOUND.
               MOVE 0 TO OPEN-BALANCE.
               IF SCHEDULE-OPEN = 'Y' THEN
                   MOVE CM_CONTRACT_ID TO FS_I_CONTRACT
                   MOVE FROM-YEAR TO FS_I_DUE_YEAR
                   MOVE FROM-INST TO FS_I_DUE_INST
                   READ FS_INSTALLMENTS_INF
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE 'Y' TO ROW-FOUND
                           COMPUTE OPEN-BALANCE =
                               FS_I_BAL + FS_I_BAL_V
                               + FS_I_C + FS_I_C_V
                   END-READ
               END-IF.

           PARA-6-CLASSIFY.
               EVALUATE TRUE
                 WHEN CM_WRITTEN_OFF = 'Y'
                     MOVE "LOSS        " TO CLASS-NAME
                 WHEN DAYS-OVERDUE > 90
                     MOVE "LOSS        " TO CLASS-NAME
                 WHEN DAYS-OVERDUE > 60
                     MOVE "DOUBTFUL    " TO CLASS-NAME
                 WHEN DAYS-OVERDUE > 30
                     MOVE "SUBSTANDARD " TO CLASS-NAME
                 WHEN DAYS-OVERDUE > 0
                     MOVE "WATCH       " TO CLASS-NAME
                 WHEN OTHER
                     MOVE "CURRENT     " TO CLASS-NAME
               END-EVALUATE.

           PARA-7-WRITE-SNAPSHOT.
               MOVE SNAP-MONTH TO PS_SNAP_MONTH.
               MOVE ASOF-DATE TO PS_SNAP_DATE.
               MOVE CM_CONTRACT_ID TO PS_CONTRACT.
               MOVE CM_START_DATE TO PS_START_DATE.
               MOVE OPEN-BALANCE TO PS_BALANCE.
               MOVE DAYS-OVERDUE TO PS_DAYS_PAST_DUE.
               MOVE CLASS-NAME TO PS_RISK_CLASS.
               MOVE PAID-TO-DATE TO PS_PAID_TO_DATE.
               IF CM_WRITTEN_OFF = 'Y' THEN
                   MOVE 'Y' TO PS_WRITTEN_OFF
               ELSE
                   MOVE 'N' TO PS_WRITTEN_OFF
               END-IF.
               WRITE PS_REC.
               ADD 1 TO SNAPSHOT_COUNT.
               ADD OPEN-BALANCE TO GT-BALANCE.

      * 30/360 day serial, matching the posting run's convention.
           PARA-8-DATE-SERIAL.
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
           PARA-9-READ-PROCESSING-DATE.
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

      * The month's records are copied past into the work file and
      * the rest copied back, leaving the file ready to append to.
           PARA-10-DROP-MONTH.
               MOVE 0 TO REPLACED_COUNT.
               OPEN INPUT FS_SNAPSHOT.
               OPEN OUTPUT FS_SNAPSHOT_NEW.
               MOVE 'N' TO WS-EOF.
               PERFORM PARA-10-COPY-OUT UNTIL WS-EOF = 'Y'.
               CLOSE FS_SNAPSHOT_NEW.
               CLOSE FS_SNAPSHOT.
               OPEN INPUT FS_SNAPSHOT_NEW.
               OPEN OUTPUT FS_SNAPSHOT.
               MOVE 'N' TO WS-EOF.
               PERFORM PARA-10-COPY-BACK UNTIL WS-EOF = 'Y'.
               CLOSE FS_SNAPSHOT.
               CLOSE FS_SNAPSHOT_NEW.

           PARA-10-COPY-OUT.
               READ FS_SNAPSHOT
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF PS_SNAP_MONTH = SNAP-MONTH THEN
                           ADD 1 TO REPLACED_COUNT
                       ELSE
                           MOVE PS_REC TO PN_REC
                           WRITE PN_REC
                       END-IF
               END-READ.

           PARA-10-COPY-BACK.
               READ FS_SNAPSHOT_NEW
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE PN_REC TO PS_REC
                       WRITE PS_REC
               END-READ.

       END PROGRAM PORTFOLIO_SNAPSHOT.
