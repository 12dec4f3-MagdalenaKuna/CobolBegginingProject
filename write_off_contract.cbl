      ******************************************************************
      * Author:
      * Date:
      * Purpose: Write-off of LOSS contracts. Only a contract the
      *          latest risk classification run put in the LOSS class
      *          can be written off. The amount written off is in
      *          two parts: what is already due and unpaid - every
      *          installment falling due by the processing date less
      *          what was paid on it, which the GL extract has
      *          already posted to clearing - and the principal not
      *          yet due - the schedule balance after the last
      *          installment due, less anything paid ahead on the
      *          installments still to come. On confirmation the
      *          contract is flagged as written off on the master
      *          with the write-off date, the write-off goes on the
      *          cumulative write-off register with both parts, from
      *          which the write-off report takes the due part out of
      *          clearing and the rest out of principal against the
      *          loss allowance, and the contract
      *          audit log gets the before and after master record.
      *          From then on the contract is left out of the arrears
      *          report, payroll deductions, dunning and provisioning,
      *          and money received on it is posted as a recovery
      *          instead of being applied to the schedule. The
      *          operator signs on against the operator file and only
      *          a supervisor may write a contract off.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRITE_OFF_CONTRACT.
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
             ACCESS MODE IS RANDOM
             RECORD KEY IS FS_I_KEY
             FILE STATUS IS FI-STATUS.

             SELECT OPTIONAL FS_POSITIONS
             ASSIGN TO 'payment_position.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PO_KEY
             FILE STATUS IS PO-STATUS.

             SELECT FS_RISK_REPORT
             ASSIGN TO 'risk_classification.txt'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RK-STATUS.

             SELECT FS_REGISTER ASSIGN TO 'writeoff_register.txt'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WO-STATUS.

             SELECT AUDIT-TRAIL
             ASSIGN TO 'contract_audit_log.txt'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS AU-STATUS.

             SELECT FS_PROCESSING_DATE ASSIGN TO 'processing_date.txt'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PD-STATUS.

             SELECT FS_OPERATORS ASSIGN TO 'operator_master.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS OP_ID
             FILE STATUS IS OP-STATUS.

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

      * The classification report: a title line carrying the as-of
      * date, a column heading, one line per contract with the
      * class name from column 13, and the total line.
           FD FS_RISK_REPORT.
           01 RK_LINE PIC X(105).

      * One line per write-off: the contract, the date, the amount
      * written off, the borrower and operator, the oldest
      * installment still open, the as-of date of the
      * classification the write-off relied on, and the amount
      * split into the part already due and unpaid and the
      * principal not yet due.
           FD FS_REGISTER.
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

           FD AUDIT-TRAIL.
           01 AU-REC.
               05 AU-DATE PIC 9(8).
               05 AU-TIME PIC 9(8).
               05 AU-OPERATOR PIC X(6).
               05 AU-TYPE PIC X(6).
               05 AU-BEFORE PIC X(94).
               05 AU-AFTER PIC X(94).
               05 AU-APPROVER PIC X(6).

           FD FS_PROCESSING_DATE.
           01 PD_REC.
               05 PD_DATE PIC 9(8).
               05 PD_PREV_DATE PIC 9(8).
               05 PD_ROLL_DATE PIC 9(8).
               05 PD_ROLL_TIME PIC 9(8).

           FD FS_OPERATORS.
           01 OP_REC.
               05 OP_ID PIC X(6).
               05 OP_PASSWORD PIC X(8).
               05 OP_ROLE PIC X(10).
               05 OP_NAME PIC X(30).
               05 OP_ACTIVE PIC A(1).

       WORKING-STORAGE SECTION.
       01 CM-STATUS PIC X(2) VALUE '00'.
       01 PD-STATUS PIC X(2) VALUE '00'.
       01 PD-FOUND PIC A(1) VALUE 'N'.
       01 FI-STATUS PIC X(2) VALUE '00'.
       01 PO-STATUS PIC X(2) VALUE '00'.
       01 RK-STATUS PIC X(2) VALUE '00'.
       01 WO-STATUS PIC X(2) VALUE '00'.
       01 AU-STATUS PIC X(2) VALUE '00'.
       01 WS-EOF PIC A(1) VALUE 'N'.
       01 CONTINUE-FLAG PIC A(1) VALUE 'Y'.
       01 MENU-CHOICE PIC 9(1) VALUE 0.
       01 OPERATOR-ID PIC X(6) VALUE SPACES.
       01 OP-STATUS PIC X(2) VALUE '00'.
       01 OPERATOR-ROLE PIC X(10) VALUE SPACES.
       01 OPERATOR-PASSWORD PIC X(8) VALUE SPACES.
       01 SIGNON-OK PIC A(1) VALUE 'N'.
       01 SIGNON-TRIES PIC 9(1) VALUE 0.
       01 OPTION-ALLOWED PIC A(1) VALUE 'N'.
       01 MASTER-FOUND PIC A(1) VALUE 'N'.
       01 CONTRACT-OK PIC A(1) VALUE 'N'.
       01 RUN-DATE PIC 9(8) VALUE 0.

       01 WO-IN-CONTRACT PIC X(10).
       01 WO-IN-CONFIRM PIC X(1).

      * Contracts in the LOSS class on the latest classification.
       01 LOSS-TAB OCCURS 1000 TIMES.
           05 LS-CONTRACT PIC X(10).
       01 LS_COUNT PIC 9(4) VALUE 0.
       01 LS_CAPACITY PIC 9(4) VALUE 1000.
       01 LS_SKIPPED_COUNT PIC 9(4) VALUE 0.
       01 LS-INDEX PIC 9(4) VALUE 0.
       01 LS-FOUND PIC A(1) VALUE 'N'.
       01 CLASS-DATE PIC 9(8) VALUE 0.
       01 RK-LINE-COUNT PIC 9(5) VALUE 0.

      * The oldest open installment, what is due and unpaid by the
      * processing date, the first installment not yet due with the
      * balance outstanding before it, and what was paid ahead on
      * the installments not yet due.
       01 POSITIONS-DONE PIC A(1) VALUE 'N'.
       01 POSITION-COUNT PIC 9(5) VALUE 0.
       01 FROM-YEAR PIC 9(4) VALUE 0.
       01 FROM-INST PIC 9(4) VALUE 0.
       01 FROM-FOUND PIC A(1) VALUE 'N'.
       01 NEXT-YEAR PIC 9(4) VALUE 0.
       01 NEXT-INST PIC 9(4) VALUE 0.
       01 NEXT-FOUND PIC A(1) VALUE 'N'.
       01 ROW-FOUND PIC A(1) VALUE 'N'.
       01 DUE-UNPAID PIC 9(10)v9(2) VALUE 0.
       01 PAID-AHEAD PIC 9(10)v9(2) VALUE 0.
       01 OPEN-BALANCE PIC 9(10)v9(2) VALUE 0.
       01 NOT-DUE-AMOUNT PIC 9(10)v9(2) VALUE 0.
       01 WRITE-OFF-AMOUNT PIC 9(10)v9(2) VALUE 0.

       01 AU-WORK-BEFORE PIC X(94) VALUE SPACES.
       01 AU-WORK-AFTER PIC X(94) VALUE SPACES.

       01 ED-AMOUNT PIC Z(9)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM PARA-13-READ-PROCESSING-DATE.
           IF PD-FOUND NOT = 'Y' THEN
               DISPLAY "NO PROCESSING DATE ON processing_date.txt - "
                   "MAINTENANCE NOT STARTED"
               STOP RUN
           END-IF.
           PERFORM PARA-9-SIGN-ON
               UNTIL SIGNON-OK = 'Y' OR SIGNON-TRIES = 3.
           IF SIGNON-OK NOT = 'Y' THEN
               DISPLAY "SIGN-ON FAILED - MAINTENANCE NOT STARTED"
               STOP RUN
           END-IF.
           PERFORM PARA-1-LOAD-LOSS-CLASS.
           IF RK-LINE-COUNT = 0 THEN
               DISPLAY "NO RISK CLASSIFICATION ON FILE - RUN THE "
                   "PROVISIONING FIRST"
               STOP RUN
           END-IF.
           OPEN I-O FS_CONTRACT_MASTER.
           IF CM-STATUS NOT = '00' THEN
               DISPLAY "CANNOT OPEN INDEXED CONTRACT MASTER - "
                   "STATUS " CM-STATUS
               STOP RUN
           END-IF.
           PERFORM PARA-2-MENU UNTIL CONTINUE-FLAG = 'N'.
           CLOSE FS_CONTRACT_MASTER.
           STOP RUN.

      * Pick the LOSS contracts off the latest classification report.
           PARA-1-LOAD-LOSS-CLASS.
               MOVE 'N' TO WS-EOF.
               OPEN INPUT FS_RISK_REPORT.
               IF RK-STATUS = '00' THEN
                   PERFORM PARA-1-READ-ONE UNTIL WS-EOF = 'Y'
                   CLOSE FS_RISK_REPORT
                   IF LS_SKIPPED_COUNT > 0 THEN
                       DISPLAY LS_SKIPPED_COUNT
                           " LOSS CONTRACT(S) EXCEEDED TABLE CAPACITY"
                   END-IF
               END-IF.

           PARA-1-READ-ONE.
               READ FS_RISK_REPORT
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO RK-LINE-COUNT
                       IF RK-LINE-COUNT = 1
                           AND RK_LINE(27:8) IS NUMERIC THEN
                           MOVE RK_LINE(27:8) TO CLASS-DATE
                       END-IF
                       IF RK-LINE-COUNT > 2
                           AND RK_LINE(13:12) = "LOSS" THEN
                           IF LS_COUNT < LS_CAPACITY THEN
                               ADD 1 TO LS_COUNT
                               MOVE RK_LINE(1:10)
                                   TO LS-CONTRACT(LS_COUNT)
                           ELSE
                               ADD 1 TO LS_SKIPPED_COUNT
                           END-IF
                       END-IF
               END-READ.

           PARA-2-MENU.
               DISPLAY " ".
               DISPLAY "CONTRACT WRITE-OFF".
               DISPLAY "RISK CLASSIFICATION AS OF " CLASS-DATE
                   " - " LS_COUNT " CONTRACT(S) IN LOSS".
               DISPLAY "1 - WRITE OFF A CONTRACT".
               DISPLAY "2 - EXIT".
               DISPLAY "ENTER CHOICE: ".
               ACCEPT MENU-CHOICE.
               PERFORM PARA-14-CHECK-AUTHORITY.
               IF OPTION-ALLOWED = 'Y' THEN
                   EVALUATE MENU-CHOICE
                     WHEN 1 PERFORM PARA-3-WRITE-OFF
                     WHEN 2 MOVE 'N' TO CONTINUE-FLAG
                     WHEN OTHER DISPLAY "INVALID CHOICE"
                   END-EVALUATE
               ELSE
                   DISPLAY "OPTION NOT AVAILABLE TO ROLE "
                       OPERATOR-ROLE
               END-IF.

           PARA-3-WRITE-OFF.
               DISPLAY "CONTRACT ID: "
               ACCEPT WO-IN-CONTRACT
               MOVE WO-IN-CONTRACT TO CM_CONTRACT_ID
               PERFORM PARA-8-READ-MASTER
               MOVE 'Y' TO CONTRACT-OK
               IF MASTER-FOUND = 'N' THEN
                   DISPLAY "CONTRACT " WO-IN-CONTRACT " NOT FOUND"
                   MOVE 'N' TO CONTRACT-OK
               END-IF
               IF CONTRACT-OK = 'Y' AND CM_WRITTEN_OFF = 'Y' THEN
                   DISPLAY "CONTRACT " WO-IN-CONTRACT
                       " WAS ALREADY WRITTEN OFF ON "
                       CM_WRITE_OFF_DATE
                   MOVE 'N' TO CONTRACT-OK
               END-IF
               IF CONTRACT-OK = 'Y' THEN
                   PERFORM PARA-4-CHECK-LOSS
                   IF LS-FOUND = 'N' THEN
                       DISPLAY "CONTRACT " WO-IN-CONTRACT
                           " IS NOT IN THE LOSS CLASS - ONLY LOSS "
                           "CONTRACTS CAN BE WRITTEN OFF"
                       MOVE 'N' TO CONTRACT-OK
                   END-IF
               END-IF
               IF CONTRACT-OK = 'Y' THEN
                   PERFORM PARA-5-OUTSTANDING
               END-IF
               IF CONTRACT-OK = 'Y' THEN
                   PERFORM PARA-6-CONFIRM
               END-IF.

           PARA-4-CHECK-LOSS.
               MOVE 'N' TO LS-FOUND.
               MOVE 1 TO LS-INDEX.
               PERFORM PARA-4-CHECK-ONE
                   UNTIL LS-INDEX > LS_COUNT OR LS-FOUND = 'Y'.

           PARA-4-CHECK-ONE.
               IF LS-CONTRACT(LS-INDEX) = WO-IN-CONTRACT THEN
                   MOVE 'Y' TO LS-FOUND
               END-IF
               ADD 1 TO LS-INDEX.

      * The positions are keyed contract first, so reading forward
      * from the contract's lowest period visits its installments
      * oldest-first. Those falling due by the processing date make
      * up the due and unpaid part; the balance before the first
      * one not yet due, less what was paid ahead on it and those
      * after it, is the principal not yet due.
           PARA-5-OUTSTANDING.
               MOVE 0 TO POSITION-COUNT.
               MOVE 'N' TO FROM-FOUND.
               MOVE 'N' TO NEXT-FOUND.
               MOVE 0 TO DUE-UNPAID.
               MOVE 0 TO PAID-AHEAD.
               MOVE 0 TO OPEN-BALANCE.
               MOVE 0 TO NOT-DUE-AMOUNT.
               OPEN INPUT FS_POSITIONS.
               IF PO-STATUS = '00' OR PO-STATUS = '05' THEN
                   MOVE WO-IN-CONTRACT TO PO_CONTRACT
                   MOVE 0 TO PO_DUE_YEAR
                   MOVE 0 TO PO_DUE_INST
                   MOVE 'N' TO POSITIONS-DONE
                   START FS_POSITIONS KEY NOT < PO_KEY
                       INVALID KEY MOVE 'Y' TO POSITIONS-DONE
                   END-START
                   PERFORM PARA-5-POSITION-ONE
                       UNTIL POSITIONS-DONE = 'Y'
                   CLOSE FS_POSITIONS
               END-IF.
               IF POSITION-COUNT = 0 THEN
                   DISPLAY "CONTRACT HAS NO PAYMENT POSITIONS - RUN "
                       "THE POSTING FIRST"
                   MOVE 'N' TO CONTRACT-OK
               ELSE
                   IF FROM-FOUND = 'N' THEN
                       DISPLAY "NO OPEN INSTALLMENTS - NOTHING TO "
                           "WRITE OFF"
                       MOVE 'N' TO CONTRACT-OK
                   END-IF
               END-IF.
               IF CONTRACT-OK = 'Y' AND NEXT-FOUND = 'Y' THEN
                   PERFORM PARA-7-FIND-ROW
                   IF ROW-FOUND = 'N' THEN
                       DISPLAY "INSTALLMENT " NEXT-YEAR "/" NEXT-INST
                           " IS NOT ON THE SCHEDULE FILE - RUN THE "
                           "SCHEDULE JOB FIRST"
                       MOVE 'N' TO CONTRACT-OK
                   ELSE
                       IF PAID-AHEAD < OPEN-BALANCE THEN
                           COMPUTE NOT-DUE-AMOUNT =
                               OPEN-BALANCE - PAID-AHEAD
                       END-IF
                   END-IF
               END-IF.
               IF CONTRACT-OK = 'Y' THEN
                   COMPUTE WRITE-OFF-AMOUNT =
                       DUE-UNPAID + NOT-DUE-AMOUNT
                   IF WRITE-OFF-AMOUNT = 0 THEN
                       DISPLAY "PAYMENTS COVER THE OUTSTANDING "
                           "BALANCE - NOTHING TO WRITE OFF"
                       MOVE 'N' TO CONTRACT-OK
                   END-IF
               END-IF.

           PARA-5-POSITION-ONE.
               READ FS_POSITIONS NEXT
                   AT END MOVE 'Y' TO POSITIONS-DONE
                   NOT AT END
                       IF PO_CONTRACT NOT = WO-IN-CONTRACT THEN
                           MOVE 'Y' TO POSITIONS-DONE
                       ELSE
                           ADD 1 TO POSITION-COUNT
                           PERFORM PARA-5-TAKE-POSITION
                       END-IF
               END-READ.

           PARA-5-TAKE-POSITION.
               IF FROM-FOUND = 'N' AND PO_PAID < PO_SCHED THEN
                   MOVE 'Y' TO FROM-FOUND
                   MOVE PO_DUE_YEAR TO FROM-YEAR
                   MOVE PO_DUE_INST TO FROM-INST
               END-IF.
               IF PO_DUE_DATE NOT > RUN-DATE THEN
                   IF PO_PAID < PO_SCHED THEN
                       COMPUTE DUE-UNPAID = DUE-UNPAID
                           + PO_SCHED - PO_PAID
                   END-IF
               ELSE
                   IF NEXT-FOUND = 'N' THEN
                       MOVE 'Y' TO NEXT-FOUND
                       MOVE PO_DUE_YEAR TO NEXT-YEAR
                       MOVE PO_DUE_INST TO NEXT-INST
                   END-IF
                   ADD PO_PAID TO PAID-AHEAD
               END-IF.

           PARA-6-CONFIRM.
               DISPLAY " ".
               DISPLAY "CONTRACT:          " WO-IN-CONTRACT.
               DISPLAY "BORROWER:          " CM_BORROWER_ID.
               DISPLAY "OLDEST OPEN:       " FROM-YEAR "/" FROM-INST.
               MOVE DUE-UNPAID TO ED-AMOUNT.
               DISPLAY "DUE AND UNPAID:    " ED-AMOUNT.
               MOVE NOT-DUE-AMOUNT TO ED-AMOUNT.
               DISPLAY "PRINCIPAL NOT DUE: " ED-AMOUNT.
               MOVE WRITE-OFF-AMOUNT TO ED-AMOUNT.
               DISPLAY "AMOUNT TO WRITE OFF: " ED-AMOUNT.
               DISPLAY "WRITE OFF THIS CONTRACT (Y/N): ".
               ACCEPT WO-IN-CONFIRM.
               IF WO-IN-CONFIRM = 'Y' OR WO-IN-CONFIRM = 'y' THEN
                   PERFORM PARA-10-APPLY
               ELSE
                   DISPLAY "WRITE-OFF ABANDONED - NOTHING CHANGED"
               END-IF.

      * The schedule row of the first installment not yet due, read
      * by key; the balance before it is its own balance plus the
      * principal it repays.
           PARA-7-FIND-ROW.
               MOVE 'N' TO ROW-FOUND.
               OPEN INPUT FS_INSTALLMENTS_INF.
               IF FI-STATUS = '00' THEN
                   MOVE WO-IN-CONTRACT TO FS_I_CONTRACT
                   MOVE NEXT-YEAR TO FS_I_DUE_YEAR
                   MOVE NEXT-INST TO FS_I_DUE_INST
                   READ FS_INSTALLMENTS_INF
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE 'Y' TO ROW-FOUND
                           COMPUTE OPEN-BALANCE = FS_I_BAL + FS_I_BAL_V
                               + FS_I_C + FS_I_C_V
                   END-READ
                   CLOSE FS_INSTALLMENTS_INF
               END-IF.

           PARA-8-READ-MASTER.
               MOVE 'N' TO MASTER-FOUND.
               READ FS_CONTRACT_MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'Y' TO MASTER-FOUND
               END-READ.

      * The operator signs on with the id and password on the
      * operator file; the role that comes with it decides which
      * menu options they may use. Three failed tries end the run.
           PARA-9-SIGN-ON.
               ADD 1 TO SIGNON-TRIES.
               OPEN INPUT FS_OPERATORS.
               IF OP-STATUS NOT = '00' THEN
                   DISPLAY "CANNOT OPEN OPERATOR FILE - STATUS "
                       OP-STATUS
                   MOVE 3 TO SIGNON-TRIES
               ELSE
                   DISPLAY "OPERATOR ID: "
                   ACCEPT OPERATOR-ID
                   DISPLAY "PASSWORD: "
                   MOVE SPACES TO OPERATOR-PASSWORD
                   ACCEPT OPERATOR-PASSWORD
                   MOVE OPERATOR-ID TO OP_ID
                   READ FS_OPERATORS
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF OP_ACTIVE = 'Y'
                               AND OPERATOR-PASSWORD NOT = SPACES
                               AND OP_PASSWORD = OPERATOR-PASSWORD THEN
                               MOVE 'Y' TO SIGNON-OK
                               MOVE OP_ROLE TO OPERATOR-ROLE
                           END-IF
                   END-READ
                   CLOSE FS_OPERATORS
                   MOVE SPACES TO OPERATOR-PASSWORD
                   IF SIGNON-OK = 'Y' THEN
                       DISPLAY "SIGNED ON AS " OPERATOR-ID " - "
                           OPERATOR-ROLE
                   ELSE
                       DISPLAY "INVALID OPERATOR ID OR PASSWORD"
                   END-IF
               END-IF.

      * The register line goes first - it is what the GL posting is
      * made from - and the master is flagged only once it is safely
      * written. The audit record is written last.
           PARA-10-APPLY.
               OPEN EXTEND FS_REGISTER.
               IF WO-STATUS NOT = '00' THEN
                   OPEN OUTPUT FS_REGISTER
               END-IF.
               IF WO-STATUS NOT = '00' THEN
                   DISPLAY "WRITE-OFF FAILED - CANNOT OPEN THE "
                       "WRITE-OFF REGISTER - STATUS " WO-STATUS
               ELSE
                   MOVE WO-IN-CONTRACT TO WO_CONTRACT
                   MOVE RUN-DATE TO WO_DATE
                   MOVE WRITE-OFF-AMOUNT TO WO_AMOUNT
                   MOVE CM_BORROWER_ID TO WO_BORROWER
                   MOVE OPERATOR-ID TO WO_OPERATOR
                   MOVE FROM-YEAR TO WO_FROM_YEAR
                   MOVE FROM-INST TO WO_FROM_INST
                   MOVE CLASS-DATE TO WO_CLASS_DATE
                   MOVE DUE-UNPAID TO WO_DUE_UNPAID
                   MOVE NOT-DUE-AMOUNT TO WO_NOT_DUE
                   WRITE WO_REC
                   CLOSE FS_REGISTER
                   PERFORM PARA-11-FLAG-MASTER
               END-IF.

           PARA-11-FLAG-MASTER.
               MOVE CM_REC TO AU-WORK-BEFORE.
               MOVE 'Y' TO CM_WRITTEN_OFF.
               MOVE RUN-DATE TO CM_WRITE_OFF_DATE.
               REWRITE CM_REC
                   INVALID KEY
                       DISPLAY "MASTER REWRITE FAILED - STATUS "
                           CM-STATUS " - CONTRACT IS ON THE REGISTER "
                           "BUT NOT FLAGGED, CORRECT BEFORE POSTING"
                   NOT INVALID KEY
                       MOVE CM_REC TO AU-WORK-AFTER
                       PERFORM PARA-12-WRITE-AUDIT
                       MOVE WRITE-OFF-AMOUNT TO ED-AMOUNT
                       DISPLAY "CONTRACT " WO-IN-CONTRACT
                           " WRITTEN OFF - " ED-AMOUNT
               END-REWRITE.

           PARA-12-WRITE-AUDIT.
               OPEN EXTEND AUDIT-TRAIL.
               IF AU-STATUS NOT = '00' THEN
                   OPEN OUTPUT AUDIT-TRAIL
               END-IF.
               ACCEPT AU-DATE FROM DATE YYYYMMDD.
               ACCEPT AU-TIME FROM TIME.
               MOVE OPERATOR-ID TO AU-OPERATOR.
               MOVE "WRTOFF" TO AU-TYPE.
               MOVE AU-WORK-BEFORE TO AU-BEFORE.
               MOVE AU-WORK-AFTER TO AU-AFTER.
               MOVE SPACES TO AU-APPROVER.
               WRITE AU-REC.
               CLOSE AUDIT-TRAIL.

      * The business date the run is made under. It comes from the
      * processing-date control record, which only the end-of-day
      * roll in MASTER_BATCH advances, so a run that crosses
      * midnight or a rerun after an outage still works to the
      * day it belongs to.
           PARA-13-READ-PROCESSING-DATE.
               MOVE 'N' TO PD-FOUND.
               OPEN INPUT FS_PROCESSING_DATE.
               IF PD-STATUS = '00' THEN
                   READ FS_PROCESSING_DATE
                       AT END MOVE 'N' TO PD-FOUND
                       NOT AT END
                           IF PD_DATE IS NUMERIC AND PD_DATE > 0 THEN
                               MOVE PD_DATE TO RUN-DATE
                               MOVE 'Y' TO PD-FOUND
                           END-IF
                   END-READ
                   CLOSE FS_PROCESSING_DATE
               END-IF.
               IF PD-FOUND = 'Y' THEN
                   DISPLAY "PROCESSING DATE " RUN-DATE
               END-IF.

      * Only a supervisor may write a contract off.
           PARA-14-CHECK-AUTHORITY.
               MOVE 'Y' TO OPTION-ALLOWED.
               EVALUATE MENU-CHOICE
                 WHEN 1
                     IF OPERATOR-ROLE NOT = "SUPERVISOR" THEN
                         MOVE 'N' TO OPTION-ALLOWED
                     END-IF
               END-EVALUATE.

       END PROGRAM WRITE_OFF_CONTRACT.
