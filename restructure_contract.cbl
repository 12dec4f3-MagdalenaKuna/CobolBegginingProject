      ******************************************************************
      * Author:
      * Date:
      * Purpose: Contract restructuring. Takes a payment holiday of
      *          a number of periods - with the interest for those
      *          periods either capitalized into the balance or
      *          deferred and collected with the first installment
      *          after the holiday - or a term extension by a number
      *          of installments at the same rate. The restructure
      *          starts at the contract's oldest installment not yet
      *          fully paid; installments already overdue become
      *          zero rows with their interest capitalized, so the
      *          borrower's first new installment is the first one
      *          falling due after today and the arrears aging
      *          starts again from the new terms. The remaining
      *          balance is re-amortized from the resume period.
      *          The restructure is written to the restructure
      *          events file, from which the schedule run rebuilds
      *          the contract's schedule on every run; the rows it
      *          supersedes are kept on the schedule versions file
      *          under their version number, and the contract's
      *          payment positions are reset to the new installments
      *          at once so arrears stop aging before the next
      *          schedule and posting runs. Every restructure goes
      *          on the contract audit log with the before and after
      *          terms and a reason code. The operator signs on
      *          against the operator file and restructuring is
      *          limited to clerks and supervisors.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESTRUCTURE_CONTRACT.
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

             SELECT FS_RESTRUCTURES
             ASSIGN TO 'restructure_events.txt'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RX-STATUS.

             SELECT FS_VERSIONS ASSIGN TO 'schedule_versions.txt'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SV-STATUS.

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

      * One line per restructure. The from period is the first one
      * the restructure touches, the resume period the first one
      * with an installment due again. Periods is the number of
      * installments the term grows by. Paid-in is what had already
      * been paid against the restructured periods, in cents. The
      * before and after terms are kept for the forbearance report.
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

      * Superseded schedule rows, in the printed row layout, under
      * the version number they belonged to and the date they were
      * superseded.
           FD FS_VERSIONS.
           01 SV_REC.
               05 SV_CONTRACT PIC X(10).
               05 SV_VERSION PIC 9(4).
               05 SV_SUPERSEDED PIC 9(8).
               05 SV_ROW PIC X(101).

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
       01 RX-STATUS PIC X(2) VALUE '00'.
       01 SV-STATUS PIC X(2) VALUE '00'.
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
       01 ENTRY-OK PIC A(1) VALUE 'N'.
       01 RUN-DATE PIC 9(8) VALUE 0.

       01 RC-IN-CONTRACT PIC X(10).
       01 RC-IN-PERIODS PIC X(4).
       01 RC-IN-INTEREST PIC X(1).
       01 RC-IN-REASON PIC X(4).
       01 RC-IN-CONFIRM PIC X(1).

       01 RC-TYPE PIC X(1) VALUE SPACE.
       01 RC-INTEREST PIC X(1) VALUE SPACE.
       01 RC-PERIODS PIC 9(4) VALUE 0.
       01 RC-MAX-PERIODS PIC 9(4) VALUE 0.

      * Reason codes a restructure may be booked under.
       01 REASON-CODES-INIT.
           05 FILLER PIC X(4) VALUE "HARD".
           05 FILLER PIC X(4) VALUE "UNEM".
           05 FILLER PIC X(4) VALUE "ILLN".
           05 FILLER PIC X(4) VALUE "DISA".
           05 FILLER PIC X(4) VALUE "OTHR".
       01 REASON-CODES REDEFINES REASON-CODES-INIT.
           05 REASON-CODE PIC X(4) OCCURS 5 TIMES.
       01 REASON_COUNT PIC 9(1) VALUE 5.
       01 REASON-INDEX PIC 9(1) VALUE 0.
       01 REASON-OK PIC A(1) VALUE 'N'.

       01 JUSTIFY-WORK PIC X(10) VALUE SPACES.
       01 JUSTIFY-TEMP PIC X(10) VALUE SPACES.
       01 JUSTIFY-DONE PIC A(1) VALUE 'N'.

      * The contract's current schedule, one entry per row number,
      * with what its payment position shows as scheduled, paid and
      * due.
       01 RW-TAB.
           05 RW-ENTRY OCCURS 999 TIMES.
               10 RW-PRESENT PIC A(1).
               10 RW-YEAR PIC 9(4).
               10 RW-INST PIC 9(4).
               10 RW-CREDIT PIC 9(10)v9(2).
               10 RW-ANNUITED PIC 9(10)v9(2).
               10 RW-BALANCE PIC 9(10)v9(2).
               10 RW-RATE PIC 9(3)v9(4).
               10 RW-SCHED PIC 9(10)v9(2).
               10 RW-PAID PIC 9(10)v9(2).
               10 RW-DUE-DATE PIC 9(8).
               10 RW-HAS-POSITION PIC A(1).
       01 RW-CAPACITY PIC 9(4) VALUE 998.

      * A superseded row goes to the versions file in the schedule's
      * printed row layout, the layout that file has always held.
       01 SV-IMAGE.
           05 SV-I-CONTRACT PIC X(10).
           05 FILLER PIC X(3) VALUE SPACES.
           05 SV-I-C PIC 9(10).
           05 FILLER PIC X(1) VALUE ".".
           05 SV-I-C-V PIC v9(2).
           05 FILLER PIC X(3) VALUE SPACES.
           05 SV-I-I PIC 9(10).
           05 FILLER PIC X(1) VALUE ".".
           05 SV-I-I-V PIC v9(2).
           05 FILLER PIC X(3) VALUE SPACES.
           05 SV-I-A PIC 9(10).
           05 FILLER PIC X(1) VALUE ".".
           05 SV-I-A-V PIC v9(2).
           05 FILLER PIC X(3) VALUE SPACES.
           05 SV-I-DUE-YEAR PIC 9(4).
           05 FILLER PIC X(1) VALUE "/".
           05 SV-I-DUE-INST PIC 9(4).
           05 FILLER PIC X(3) VALUE SPACES.
           05 SV-I-BAL PIC 9(10).
           05 FILLER PIC X(1) VALUE ".".
           05 SV-I-BAL-V PIC v9(2).
           05 FILLER PIC X(3) VALUE SPACES.
           05 SV-I-REPROCESSED PIC A(1).
           05 FILLER PIC X(3) VALUE SPACES.
           05 SV-I-RATE PIC 9(3).
           05 FILLER PIC X(1) VALUE ".".
           05 SV-I-RATE-V PIC v9(4).
       01 R PIC 9(4) VALUE 0.
       01 ROW-SEQ PIC 9(8) VALUE 0.
       01 LAST-ROW PIC 9(4) VALUE 0.
       01 FROM-ROW PIC 9(4) VALUE 0.
       01 FIRST-FUTURE-ROW PIC 9(4) VALUE 0.
       01 RESUME-ROW PIC 9(4) VALUE 0.
       01 ZERO-ROWS PIC 9(4) VALUE 0.
       01 AMORTIZING-ROWS PIC 9(4) VALUE 0.
       01 OLD-ROWS PIC 9(4) VALUE 0.
       01 NEW-ROWS PIC 9(4) VALUE 0.
       01 CONTRACT-OK PIC A(1) VALUE 'N'.

      * The term the schedule run gives the contract: the master's
      * term plus the periods earlier restructures added.
       01 EXPECTED-ROWS PIC 9(8) VALUE 0.
       01 PRIOR-EVENTS PIC 9(4) VALUE 0.
       01 PRIOR-PERIODS PIC 9(8) VALUE 0.
       01 NEW-VERSION PIC 9(4) VALUE 0.
       01 OLD-VERSION PIC 9(4) VALUE 0.
       01 RESUME-YEAR PIC 9(4) VALUE 0.
       01 RESUME-INST PIC 9(4) VALUE 0.
       01 RESUME-WORK PIC 9(4) VALUE 0.
       01 VERSION-ROWS PIC 9(4) VALUE 0.

       01 DATE-WORK.
           05 DW-YEAR PIC 9(4).
           05 DW-MONTH PIC 9(2).
           05 DW-DAY PIC 9(2).
       01 MONTHS-PER-PERIOD PIC 9(2) VALUE 0.
       01 DATE-MONTH-WORK PIC 9(6) VALUE 0.
       01 DATE-YEAR-ADD PIC 9(4) VALUE 0.
       01 DATE-MONTH-REM PIC 9(2) VALUE 0.
       01 MONTH-DAYS PIC 9(2) VALUE 0.
       01 LEAP-WORK PIC 9(4) VALUE 0.
       01 LEAP-REM PIC 9(4) VALUE 0.
       01 LEAP-FLAG PIC A(1) VALUE 'N'.

      * Terms before and after, worked with the schedule run's
      * arithmetic: per-row interest is the balance times the
      * per-period rate divided by the installments per year, and
      * the installment is the balance over the annuity series
      * (1 + rate/installments)**-k for k = 1 .. remaining.
       01 PERIODS_PER_YEAR PIC 9(2) VALUE 12.
       01 INSTALLMENTS PIC 9(8) VALUE 0.
       01 BANK_RATE PIC 9(8)v9(8) VALUE 0.
       01 OLD-BALANCE PIC 9(10)v9(8) VALUE 0.
       01 OLD-INSTALLMENT PIC 9(10)v9(2) VALUE 0.
       01 PAID-IN PIC 9(10)v9(2) VALUE 0.
       01 TO_PAYOFF PIC 9(10)v9(8) VALUE 0.
       01 INTEREST_PART PIC 9(10)v9(8) VALUE 0.
       01 DEFERRED_INTEREST PIC 9(10)v9(8) VALUE 0.
       01 NEW-INSTALLMENT PIC 9(10)v9(2) VALUE 0.
       01 RESUME-INSTALLMENT PIC 9(10)v9(2) VALUE 0.
       01 CAP-COUNTER PIC 9(4) VALUE 0.

       01 RP_COUNTER PIC 9(4) VALUE 0.
       01 RP_POW_COUNTER PIC 9(4) VALUE 0.
       01 RP_REMAINING PIC 9(4) VALUE 0.
       01 RP_SERIES_SUM PIC 9(10)v9(8) VALUE 0.
       01 RP_ONE_SERIES PIC 9(10)v9(8) VALUE 0.
       01 RP_FRAGMENT_TO_POW PIC 9(10)v9(8) VALUE 0.

       01 POSITIONS-RESET PIC 9(4) VALUE 0.
       01 AU-WORK-BEFORE PIC X(94) VALUE SPACES.
       01 AU-WORK-AFTER PIC X(94) VALUE SPACES.
       01 AU-WORK-TYPE PIC X(6) VALUE SPACES.
       01 TYPE-TEXT PIC X(11) VALUE SPACES.

       01 ED-AMOUNT PIC Z(9)9.99.
       01 ED-AMOUNT-2 PIC Z(9)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM PARA-16-READ-PROCESSING-DATE.
           IF PD-FOUND NOT = 'Y' THEN
               DISPLAY "NO PROCESSING DATE ON processing_date.txt - "
                   "MAINTENANCE NOT STARTED"
               STOP RUN
           END-IF.
           PERFORM PARA-12-SIGN-ON
               UNTIL SIGNON-OK = 'Y' OR SIGNON-TRIES = 3.
           IF SIGNON-OK NOT = 'Y' THEN
               DISPLAY "SIGN-ON FAILED - MAINTENANCE NOT STARTED"
               STOP RUN
           END-IF.
           OPEN INPUT FS_CONTRACT_MASTER.
           IF CM-STATUS NOT = '00' THEN
               DISPLAY "CANNOT OPEN INDEXED CONTRACT MASTER - "
                   "STATUS " CM-STATUS
               STOP RUN
           END-IF.
           PERFORM PARA-1-MENU UNTIL CONTINUE-FLAG = 'N'.
           CLOSE FS_CONTRACT_MASTER.
           STOP RUN.

           PARA-1-MENU.
               DISPLAY " ".
               DISPLAY "CONTRACT RESTRUCTURING".
               DISPLAY "1 - PAYMENT HOLIDAY".
               DISPLAY "2 - TERM EXTENSION".
               DISPLAY "3 - EXIT".
               DISPLAY "ENTER CHOICE: ".
               ACCEPT MENU-CHOICE.
               PERFORM PARA-17-CHECK-AUTHORITY.
               IF OPTION-ALLOWED = 'Y' THEN
                   EVALUATE MENU-CHOICE
                     WHEN 1 MOVE 'H' TO RC-TYPE
                            PERFORM PARA-2-RESTRUCTURE
                     WHEN 2 MOVE 'E' TO RC-TYPE
                            PERFORM PARA-2-RESTRUCTURE
                     WHEN 3 MOVE 'N' TO CONTINUE-FLAG
                     WHEN OTHER DISPLAY "INVALID CHOICE"
                   END-EVALUATE
               ELSE
                   DISPLAY "OPTION NOT AVAILABLE TO ROLE "
                       OPERATOR-ROLE
               END-IF.

           PARA-2-RESTRUCTURE.
               DISPLAY "CONTRACT ID: "
               ACCEPT RC-IN-CONTRACT
               MOVE RC-IN-CONTRACT TO CM_CONTRACT_ID
               PERFORM PARA-8-READ-MASTER
               IF MASTER-FOUND = 'N' THEN
                   DISPLAY "CONTRACT " RC-IN-CONTRACT " NOT FOUND"
               ELSE
                   IF CM_WRITTEN_OFF = 'Y' THEN
                       DISPLAY "CONTRACT " RC-IN-CONTRACT
                           " WAS WRITTEN OFF ON " CM_WRITE_OFF_DATE
                           " - IT CANNOT BE RESTRUCTURED"
                   ELSE
                       PERFORM PARA-3-LOAD-CONTRACT
                       IF CONTRACT-OK = 'Y' THEN
                           PERFORM PARA-4-SHOW-CURRENT
                           PERFORM PARA-5-TAKE-TERMS
                       END-IF
                       IF CONTRACT-OK = 'Y' AND ENTRY-OK = 'Y' THEN
                           PERFORM PARA-6-NEW-TERMS
                           PERFORM PARA-7-CONFIRM
                       END-IF
                   END-IF
               END-IF.

      * Load the contract's schedule rows and payment positions and
      * find the restructure point: the oldest installment not yet
      * fully paid, the first installment falling due after today,
      * and the balance outstanding before the oldest open one.
           PARA-3-LOAD-CONTRACT.
               MOVE 'Y' TO CONTRACT-OK.
               INITIALIZE RW-TAB.
               MOVE 0 TO LAST-ROW.
               MOVE CM_INSTALLMENTS TO INSTALLMENTS.
               IF CM_INSTALLMENTS IS NOT NUMERIC
                   OR CM_INSTALLMENTS = 0 THEN
                   DISPLAY "CONTRACT HAS NO INSTALLMENTS PER YEAR ON "
                       "THE MASTER"
                   MOVE 'N' TO CONTRACT-OK
               END-IF.
               IF CONTRACT-OK = 'Y' THEN
                   PERFORM PARA-3-READ-SCHEDULE
                   IF LAST-ROW = 0 THEN
                       DISPLAY "CONTRACT HAS NO SCHEDULE ROWS"
                       MOVE 'N' TO CONTRACT-OK
                   END-IF
               END-IF.
               IF CONTRACT-OK = 'Y' THEN
                   PERFORM PARA-9-PRIOR-EVENTS
                   IF CM_REMAINING_INSTALLMENTS IS NUMERIC
                       AND CM_REMAINING_INSTALLMENTS > 0 THEN
                       MOVE CM_REMAINING_INSTALLMENTS TO EXPECTED-ROWS
                   ELSE
                       MULTIPLY CM_INSTALLMENTS BY CM_YEARS
                           GIVING EXPECTED-ROWS
                   END-IF
                   ADD PRIOR-PERIODS TO EXPECTED-ROWS
                   IF EXPECTED-ROWS NOT = LAST-ROW THEN
                       DISPLAY "SCHEDULE FILE DOES NOT YET CARRY THE "
                           "CONTRACT'S CURRENT TERM - RUN THE "
                           "SCHEDULE JOB FIRST"
                       MOVE 'N' TO CONTRACT-OK
                   END-IF
               END-IF.
               IF CONTRACT-OK = 'Y' THEN
                   PERFORM PARA-3-READ-POSITIONS
                   MOVE 0 TO FROM-ROW
                   MOVE 0 TO FIRST-FUTURE-ROW
                   MOVE 0 TO PAID-IN
                   MOVE 1 TO R
                   PERFORM PARA-3-FIND-POINT UNTIL R > LAST-ROW
                   IF FROM-ROW = 0 THEN
                       DISPLAY "NO OPEN INSTALLMENTS - NOTHING TO "
                           "RESTRUCTURE"
                       MOVE 'N' TO CONTRACT-OK
                   END-IF
               END-IF.
               IF CONTRACT-OK = 'Y' THEN
                   IF FIRST-FUTURE-ROW = 0 THEN
                       ADD 1 TO LAST-ROW GIVING FIRST-FUTURE-ROW
                   END-IF
                   COMPUTE OLD-BALANCE = RW-BALANCE(FROM-ROW)
                       + RW-CREDIT(FROM-ROW)
                   IF FIRST-FUTURE-ROW > LAST-ROW THEN
                       MOVE RW-ANNUITED(LAST-ROW) TO OLD-INSTALLMENT
                   ELSE
                       MOVE RW-ANNUITED(FIRST-FUTURE-ROW)
                           TO OLD-INSTALLMENT
                   END-IF
                   COMPUTE OLD-ROWS = LAST-ROW - FROM-ROW + 1
                   EVALUATE CM_RATE_FREQUENCY
                     WHEN 'Q' MOVE 4 TO PERIODS_PER_YEAR
                     WHEN 'A' MOVE 1 TO PERIODS_PER_YEAR
                     WHEN OTHER MOVE 12 TO PERIODS_PER_YEAR
                   END-EVALUATE
                   DIVIDE RW-RATE(FROM-ROW) BY PERIODS_PER_YEAR
                       GIVING BANK_RATE
               END-IF.

           PARA-3-READ-SCHEDULE.
               MOVE 'N' TO WS-EOF.
               OPEN INPUT FS_INSTALLMENTS_INF.
               IF FI-STATUS = '00' THEN
                   PERFORM PARA-3-START-CONTRACT
                   PERFORM PARA-3-READ-ROW UNTIL WS-EOF = 'Y'
                   CLOSE FS_INSTALLMENTS_INF
               END-IF.

      * Positions the schedule at the contract's first row; its rows
      * then follow in due-period order.
           PARA-3-START-CONTRACT.
               MOVE RC-IN-CONTRACT TO FS_I_CONTRACT.
               MOVE 0 TO FS_I_DUE_YEAR.
               MOVE 0 TO FS_I_DUE_INST.
               START FS_INSTALLMENTS_INF KEY NOT < FS_I_KEY
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START.

           PARA-3-READ-ROW.
               READ FS_INSTALLMENTS_INF NEXT
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF FS_I_CONTRACT = RC-IN-CONTRACT THEN
                           PERFORM PARA-3-TAKE-ROW
                       ELSE
                           MOVE 'Y' TO WS-EOF
                       END-IF
               END-READ.

           PARA-3-TAKE-ROW.
               COMPUTE ROW-SEQ =
                   (FS_I_DUE_YEAR - 1) * INSTALLMENTS + FS_I_DUE_INST.
               IF ROW-SEQ > 0 AND ROW-SEQ NOT > RW-CAPACITY THEN
                   MOVE ROW-SEQ TO R
                   MOVE 'Y' TO RW-PRESENT(R)
                   MOVE FS_I_DUE_YEAR TO RW-YEAR(R)
                   MOVE FS_I_DUE_INST TO RW-INST(R)
                   COMPUTE RW-CREDIT(R) = FS_I_C + FS_I_C_V
                   COMPUTE RW-ANNUITED(R) = FS_I_A + FS_I_A_V
                   COMPUTE RW-BALANCE(R) = FS_I_BAL + FS_I_BAL_V
                   COMPUTE RW-RATE(R) = FS_I_RATE + FS_I_RATE_V
                   IF R > LAST-ROW THEN
                       MOVE R TO LAST-ROW
                   END-IF
               END-IF.

      * A row with no payment position yet (the posting run has not
      * met it) counts as unpaid, due on its contractual date.
           PARA-3-READ-POSITIONS.
               OPEN INPUT FS_POSITIONS.
               MOVE 1 TO R.
               PERFORM PARA-3-POSITION-ONE UNTIL R > LAST-ROW.
               CLOSE FS_POSITIONS.

           PARA-3-POSITION-ONE.
               MOVE 'N' TO RW-HAS-POSITION(R)
               MOVE RW-ANNUITED(R) TO RW-SCHED(R)
               MOVE 0 TO RW-PAID(R)
               PERFORM PARA-10-DUE-DATE
               IF PO-STATUS = '00' OR PO-STATUS = '05' THEN
                   MOVE RC-IN-CONTRACT TO PO_CONTRACT
                   MOVE RW-YEAR(R) TO PO_DUE_YEAR
                   MOVE RW-INST(R) TO PO_DUE_INST
                   READ FS_POSITIONS
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE 'Y' TO RW-HAS-POSITION(R)
                           MOVE PO_SCHED TO RW-SCHED(R)
                           MOVE PO_PAID TO RW-PAID(R)
                           IF PO_DUE_DATE > 0 THEN
                               MOVE PO_DUE_DATE TO RW-DUE-DATE(R)
                           END-IF
                   END-READ
               END-IF
               ADD 1 TO R.

           PARA-3-FIND-POINT.
               IF RW-PRESENT(R) NOT = 'Y' THEN
                   DISPLAY "SCHEDULE ROW " R " IS MISSING - RUN THE "
                       "SCHEDULE JOB FIRST"
                   MOVE 'N' TO CONTRACT-OK
                   MOVE 0 TO FROM-ROW
                   MOVE LAST-ROW TO R
               ELSE
                   IF FROM-ROW = 0
                       AND RW-PAID(R) < RW-SCHED(R) THEN
                       MOVE R TO FROM-ROW
                   END-IF
                   IF FROM-ROW > 0 THEN
                       ADD RW-PAID(R) TO PAID-IN
                       IF FIRST-FUTURE-ROW = 0
                           AND RW-DUE-DATE(R) > RUN-DATE THEN
                           MOVE R TO FIRST-FUTURE-ROW
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO R.

           PARA-4-SHOW-CURRENT.
               DISPLAY " ".
               DISPLAY "CONTRACT:           " RC-IN-CONTRACT.
               DISPLAY "OLDEST OPEN PERIOD: " RW-YEAR(FROM-ROW) "/"
                   RW-INST(FROM-ROW).
               MOVE OLD-BALANCE TO ED-AMOUNT.
               DISPLAY "BALANCE FROM THERE: " ED-AMOUNT.
               MOVE PAID-IN TO ED-AMOUNT.
               DISPLAY "PAID IN SINCE THEN: " ED-AMOUNT.
               MOVE OLD-INSTALLMENT TO ED-AMOUNT.
               DISPLAY "INSTALLMENT:        " ED-AMOUNT.
               DISPLAY "INSTALLMENTS LEFT:  " OLD-ROWS.
               COMPUTE ZERO-ROWS = FIRST-FUTURE-ROW - FROM-ROW.
               IF ZERO-ROWS > 0 THEN
                   DISPLAY "OVERDUE PERIODS:    " ZERO-ROWS
                       " - INTEREST CAPITALIZED"
               END-IF.

      * A holiday needs at least one installment still to fall due
      * to resume on; the term may not outgrow the schedule run's
      * row capacity.
           PARA-5-TAKE-TERMS.
               MOVE 'Y' TO ENTRY-OK.
               COMPUTE RC-MAX-PERIODS = RW-CAPACITY - LAST-ROW.
               IF RC-TYPE = 'H' THEN
                   IF FIRST-FUTURE-ROW > LAST-ROW THEN
                       DISPLAY "NO INSTALLMENTS LEFT TO FALL DUE - "
                           "USE A TERM EXTENSION"
                       MOVE 'N' TO ENTRY-OK
                   ELSE
                       IF RC-MAX-PERIODS > 12 THEN
                           MOVE 12 TO RC-MAX-PERIODS
                       END-IF
                       DISPLAY "HOLIDAY PERIODS (1-" RC-MAX-PERIODS
                           "): "
                       ACCEPT RC-IN-PERIODS
                       DISPLAY "INTEREST CAPITALIZED OR DEFERRED "
                           "(C/D): "
                       ACCEPT RC-IN-INTEREST
                       IF RC-IN-INTEREST NOT = 'C'
                           AND RC-IN-INTEREST NOT = 'D' THEN
                           DISPLAY "INVALID INTEREST TREATMENT - "
                               "USE C OR D"
                           MOVE 'N' TO ENTRY-OK
                       ELSE
                           MOVE RC-IN-INTEREST TO RC-INTEREST
                       END-IF
                   END-IF
               ELSE
                   DISPLAY "ADDITIONAL INSTALLMENTS (1-"
                       RC-MAX-PERIODS "): "
                   ACCEPT RC-IN-PERIODS
                   MOVE 'C' TO RC-INTEREST
               END-IF.
               IF ENTRY-OK = 'Y' THEN
                   MOVE RC-IN-PERIODS TO JUSTIFY-WORK
                   PERFORM PARA-14-JUSTIFY-INPUT
                   MOVE JUSTIFY-WORK(7:4) TO RC-IN-PERIODS
                   IF RC-IN-PERIODS IS NOT NUMERIC THEN
                       DISPLAY "INVALID NUMBER OF PERIODS - DIGITS "
                           "ONLY"
                       MOVE 'N' TO ENTRY-OK
                   ELSE
                       MOVE RC-IN-PERIODS TO RC-PERIODS
                       IF RC-PERIODS = 0
                           OR RC-PERIODS > RC-MAX-PERIODS THEN
                           DISPLAY "INVALID NUMBER OF PERIODS - MUST "
                               "BE 1-" RC-MAX-PERIODS
                           MOVE 'N' TO ENTRY-OK
                       END-IF
                   END-IF
               END-IF.
               IF ENTRY-OK = 'Y' THEN
                   DISPLAY "REASON CODE (HARD/UNEM/ILLN/DISA/OTHR): "
                   ACCEPT RC-IN-REASON
                   MOVE 'N' TO REASON-OK
                   MOVE 1 TO REASON-INDEX
                   PERFORM PARA-5-CHECK-REASON
                       UNTIL REASON-INDEX > REASON_COUNT
                   IF REASON-OK = 'N' THEN
                       DISPLAY "INVALID REASON CODE"
                       MOVE 'N' TO ENTRY-OK
                   END-IF
               END-IF.

           PARA-5-CHECK-REASON.
               IF REASON-CODE(REASON-INDEX) = RC-IN-REASON THEN
                   MOVE 'Y' TO REASON-OK
                   MOVE REASON_COUNT TO REASON-INDEX
               END-IF
               ADD 1 TO REASON-INDEX.

      * Work the new terms forward from the balance before the
      * oldest open period, less what was already paid against the
      * restructured periods: each zero row adds a period's interest
      * to the balance (capitalized) or to the deferred amount, and
      * the installment re-amortizes what is left over the rows from
      * the resume period to the end of the lengthened term.
           PARA-6-NEW-TERMS.
               IF RC-TYPE = 'H' THEN
                   COMPUTE RESUME-ROW = FIRST-FUTURE-ROW + RC-PERIODS
               ELSE
                   MOVE FIRST-FUTURE-ROW TO RESUME-ROW
               END-IF.
               COMPUTE ZERO-ROWS = RESUME-ROW - FROM-ROW.
               COMPUTE NEW-ROWS = OLD-ROWS + RC-PERIODS.
               COMPUTE AMORTIZING-ROWS = NEW-ROWS - ZERO-ROWS.
               SUBTRACT PAID-IN FROM OLD-BALANCE GIVING TO_PAYOFF.
               MOVE 0 TO DEFERRED_INTEREST.
               IF RC-INTEREST = 'C' THEN
                   MOVE 0 TO CAP-COUNTER
                   PERFORM PARA-6-CAPITALIZE
                       UNTIL CAP-COUNTER = ZERO-ROWS
               ELSE
                   MULTIPLY TO_PAYOFF BY BANK_RATE
                       GIVING DEFERRED_INTEREST
                   DIVIDE DEFERRED_INTEREST BY INSTALLMENTS
                       GIVING DEFERRED_INTEREST
                   MULTIPLY ZERO-ROWS BY DEFERRED_INTEREST
                       GIVING DEFERRED_INTEREST
               END-IF.
               ADD 1 TO AMORTIZING-ROWS GIVING RP_REMAINING.
               MOVE 0 TO RP_SERIES_SUM.
               MOVE 1 TO RP_COUNTER.
               PERFORM PARA-11-REPRICE-SERIES
                   UNTIL RP_COUNTER = RP_REMAINING.
               DIVIDE TO_PAYOFF BY RP_SERIES_SUM
                   GIVING NEW-INSTALLMENT.
               ADD NEW-INSTALLMENT DEFERRED_INTEREST
                   GIVING RESUME-INSTALLMENT.

           PARA-6-CAPITALIZE.
               MULTIPLY TO_PAYOFF BY BANK_RATE GIVING INTEREST_PART.
               DIVIDE INTEREST_PART BY INSTALLMENTS
                   GIVING INTEREST_PART.
               ADD INTEREST_PART TO TO_PAYOFF.
               ADD 1 TO CAP-COUNTER.

           PARA-7-CONFIRM.
               PERFORM PARA-7-RESUME-PERIOD.
               DISPLAY " ".
               DISPLAY "RESUMES AT PERIOD:  " RESUME-YEAR "/"
                   RESUME-INST.
               DISPLAY "ZERO PERIODS:       " ZERO-ROWS.
               MOVE TO_PAYOFF TO ED-AMOUNT.
               DISPLAY "BALANCE TO REPAY:   " ED-AMOUNT.
               MOVE NEW-INSTALLMENT TO ED-AMOUNT.
               DISPLAY "NEW INSTALLMENT:    " ED-AMOUNT.
               IF DEFERRED_INTEREST > 0 THEN
                   MOVE RESUME-INSTALLMENT TO ED-AMOUNT
                   DISPLAY "FIRST INSTALLMENT:  " ED-AMOUNT
                       " (WITH DEFERRED INTEREST)"
               END-IF.
               DISPLAY "INSTALLMENTS LEFT:  " NEW-ROWS.
               DISPLAY "CONFIRM RESTRUCTURE (Y/N): ".
               ACCEPT RC-IN-CONFIRM.
               IF RC-IN-CONFIRM = 'Y' THEN
                   PERFORM PARA-13-APPLY
               ELSE
                   DISPLAY "RESTRUCTURE CANCELLED - NOTHING CHANGED"
               END-IF.

      * The resume row's period as year and installment, the way
      * the schedule run numbers its rows.
           PARA-7-RESUME-PERIOD.
               SUBTRACT 1 FROM RESUME-ROW GIVING RESUME-WORK.
               DIVIDE RESUME-WORK BY INSTALLMENTS
                   GIVING RESUME-WORK REMAINDER RESUME-INST.
               ADD 1 TO RESUME-WORK GIVING RESUME-YEAR.
               ADD 1 TO RESUME-INST.

           PARA-8-READ-MASTER.
               MOVE 'N' TO MASTER-FOUND.
               READ FS_CONTRACT_MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'Y' TO MASTER-FOUND
               END-READ.

      * Earlier restructures of the contract: how many, for the
      * version number, and how many periods they added to the term.
           PARA-9-PRIOR-EVENTS.
               MOVE 0 TO PRIOR-EVENTS.
               MOVE 0 TO PRIOR-PERIODS.
               MOVE 'N' TO WS-EOF.
               OPEN INPUT FS_RESTRUCTURES.
               IF RX-STATUS = '00' THEN
                   PERFORM PARA-9-PRIOR-ONE UNTIL WS-EOF = 'Y'
                   CLOSE FS_RESTRUCTURES
               END-IF.

           PARA-9-PRIOR-ONE.
               READ FS_RESTRUCTURES
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF RX_CONTRACT = RC-IN-CONTRACT
                           AND RX_PERIODS IS NUMERIC THEN
                           ADD 1 TO PRIOR-EVENTS
                           ADD RX_PERIODS TO PRIOR-PERIODS
                       END-IF
               END-READ.

      * Contractual due date of row R: the start date plus R periods
      * of 12 / installments months each, the day held to the length
      * of the month it lands in - the same due date the GL extract
      * and the interest accrual work out.
           PARA-10-DUE-DATE.
               MOVE CM_START_DATE TO DATE-WORK.
               DIVIDE 12 BY CM_INSTALLMENTS GIVING MONTHS-PER-PERIOD.
               COMPUTE DATE-MONTH-WORK = DW-MONTH - 1
                   + R * MONTHS-PER-PERIOD.
               DIVIDE DATE-MONTH-WORK BY 12
                   GIVING DATE-YEAR-ADD
                   REMAINDER DATE-MONTH-REM.
               ADD DATE-YEAR-ADD TO DW-YEAR.
               COMPUTE DW-MONTH = DATE-MONTH-REM + 1.
               PERFORM PARA-10-MONTH-DAYS.
               IF DW-DAY > MONTH-DAYS THEN
                   MOVE MONTH-DAYS TO DW-DAY
               END-IF.
               MOVE DATE-WORK TO RW-DUE-DATE(R).

           PARA-10-MONTH-DAYS.
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

           PARA-11-REPRICE-SERIES.
               MOVE 0 TO RP_ONE_SERIES
               ADD INSTALLMENTS TO RP_ONE_SERIES
               ADD BANK_RATE TO RP_ONE_SERIES
               DIVIDE RP_ONE_SERIES BY INSTALLMENTS
                   GIVING RP_ONE_SERIES

               IF RP_COUNTER = 1 THEN
                   MOVE RP_ONE_SERIES TO RP_FRAGMENT_TO_POW
               END-IF

               MOVE 1 TO RP_POW_COUNTER
               PERFORM PARA-11-REPRICE-POW
                   UNTIL RP_POW_COUNTER = RP_COUNTER
               DIVIDE 1 BY RP_ONE_SERIES GIVING RP_ONE_SERIES
               ADD RP_ONE_SERIES TO RP_SERIES_SUM
               ADD 1 TO RP_COUNTER.

           PARA-11-REPRICE-POW.
               MULTIPLY RP_ONE_SERIES BY RP_FRAGMENT_TO_POW
                   GIVING RP_ONE_SERIES
               ADD 1 TO RP_POW_COUNTER.

      * The operator signs on with the id and password on the
      * operator file; the role that comes with it decides which
      * menu options they may use. Three failed tries end the run.
           PARA-12-SIGN-ON.
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

      * Keep the superseded rows first, then record the event - the
      * event is what the schedule run rebuilds from, so it is only
      * written once the prior version is safe. The positions are
      * reset and the audit record written last. The original
      * schedule is version 1 and each restructure adds one.
           PARA-13-APPLY.
               ADD 1 TO PRIOR-EVENTS GIVING OLD-VERSION.
               ADD 1 TO OLD-VERSION GIVING NEW-VERSION.
               PERFORM PARA-13-SAVE-VERSION.
               IF SV-STATUS NOT = '00' THEN
                   DISPLAY "RESTRUCTURE FAILED - CANNOT WRITE THE "
                       "SCHEDULE VERSIONS FILE - STATUS " SV-STATUS
               ELSE
                   PERFORM PARA-13-WRITE-EVENT
                   IF RX-STATUS NOT = '00' THEN
                       DISPLAY "RESTRUCTURE FAILED - EVENT NOT "
                           "WRITTEN - STATUS " RX-STATUS
                   ELSE
                       PERFORM PARA-13-RESET-POSITIONS
                       PERFORM PARA-13-AUDIT
                       DISPLAY VERSION-ROWS " ROW(S) KEPT AS SCHEDULE "
                           "VERSION " OLD-VERSION
                       DISPLAY "CONTRACT RESTRUCTURED - SCHEDULE "
                           "VERSION " NEW-VERSION " - "
                           POSITIONS-RESET " POSITION(S) RESET"
                   END-IF
               END-IF.

           PARA-13-SAVE-VERSION.
               OPEN EXTEND FS_VERSIONS.
               IF SV-STATUS NOT = '00' THEN
                   OPEN OUTPUT FS_VERSIONS
               END-IF.
               IF SV-STATUS = '00' THEN
                   MOVE 0 TO VERSION-ROWS
                   MOVE 'N' TO WS-EOF
                   OPEN INPUT FS_INSTALLMENTS_INF
                   IF FI-STATUS = '00' THEN
                       PERFORM PARA-3-START-CONTRACT
                       PERFORM PARA-13-VERSION-ROW UNTIL WS-EOF = 'Y'
                       CLOSE FS_INSTALLMENTS_INF
                   END-IF
                   CLOSE FS_VERSIONS
               END-IF.

           PARA-13-VERSION-ROW.
               READ FS_INSTALLMENTS_INF NEXT
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF FS_I_CONTRACT = RC-IN-CONTRACT THEN
                           PERFORM PARA-13-VERSION-IMAGE
                           MOVE RC-IN-CONTRACT TO SV_CONTRACT
                           MOVE OLD-VERSION TO SV_VERSION
                           MOVE RUN-DATE TO SV_SUPERSEDED
                           MOVE SV-IMAGE TO SV_ROW
                           WRITE SV_REC
                           ADD 1 TO VERSION-ROWS
                       ELSE
                           MOVE 'Y' TO WS-EOF
                       END-IF
               END-READ.

           PARA-13-VERSION-IMAGE.
               MOVE FS_I_CONTRACT TO SV-I-CONTRACT.
               MOVE FS_I_C TO SV-I-C.
               MOVE FS_I_C_V TO SV-I-C-V.
               MOVE FS_I_I TO SV-I-I.
               MOVE FS_I_I_V TO SV-I-I-V.
               MOVE FS_I_A TO SV-I-A.
               MOVE FS_I_A_V TO SV-I-A-V.
               MOVE FS_I_DUE_YEAR TO SV-I-DUE-YEAR.
               MOVE FS_I_DUE_INST TO SV-I-DUE-INST.
               MOVE FS_I_BAL TO SV-I-BAL.
               MOVE FS_I_BAL_V TO SV-I-BAL-V.
               MOVE FS_I_REPROCESSED TO SV-I-REPROCESSED.
               MOVE FS_I_RATE TO SV-I-RATE.
               MOVE FS_I_RATE_V TO SV-I-RATE-V.

           PARA-13-WRITE-EVENT.
               OPEN EXTEND FS_RESTRUCTURES.
               IF RX-STATUS NOT = '00' THEN
                   OPEN OUTPUT FS_RESTRUCTURES
               END-IF.
               IF RX-STATUS = '00' THEN
                   MOVE RC-IN-CONTRACT TO RX_CONTRACT
                   MOVE RW-YEAR(FROM-ROW) TO RX_FROM_YEAR
                   MOVE RW-INST(FROM-ROW) TO RX_FROM_INST
                   MOVE RESUME-YEAR TO RX_RESUME_YEAR
                   MOVE RESUME-INST TO RX_RESUME_INST
                   MOVE RC-TYPE TO RX_TYPE
                   MOVE RC-INTEREST TO RX_INTEREST
                   MOVE RC-PERIODS TO RX_PERIODS
                   COMPUTE RX_PAID_IN = PAID-IN * 100
                   MOVE RUN-DATE TO RX_DATE
                   MOVE RC-IN-REASON TO RX_REASON
                   MOVE OPERATOR-ID TO RX_OPERATOR
                   MOVE NEW-VERSION TO RX_VERSION
                   COMPUTE RX_OLD_BALANCE = OLD-BALANCE * 100
                   COMPUTE RX_OLD_INSTALLMENT = OLD-INSTALLMENT * 100
                   MOVE OLD-ROWS TO RX_OLD_ROWS
                   COMPUTE RX_NEW_INSTALLMENT = NEW-INSTALLMENT * 100
                   MOVE NEW-ROWS TO RX_NEW_ROWS
                   WRITE RX_REC
                   CLOSE FS_RESTRUCTURES
               END-IF.

      * Zero rows owe nothing from today; the rows from the resume
      * period owe the new installment, the first of them with any
      * deferred interest. Paid amounts are left as they are. Rows
      * the lengthened term adds get their positions from the
      * posting run once the schedule run has written them.
           PARA-13-RESET-POSITIONS.
               MOVE 0 TO POSITIONS-RESET.
               OPEN I-O FS_POSITIONS.
               IF PO-STATUS = '00' OR PO-STATUS = '05' THEN
                   MOVE FROM-ROW TO R
                   PERFORM PARA-13-RESET-ONE UNTIL R > LAST-ROW
                   CLOSE FS_POSITIONS
               END-IF.

           PARA-13-RESET-ONE.
               IF RW-HAS-POSITION(R) = 'Y' THEN
                   MOVE RC-IN-CONTRACT TO PO_CONTRACT
                   MOVE RW-YEAR(R) TO PO_DUE_YEAR
                   MOVE RW-INST(R) TO PO_DUE_INST
                   READ FS_POSITIONS
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           EVALUATE TRUE
                             WHEN R < RESUME-ROW
                                 MOVE 0 TO PO_SCHED
                             WHEN R = RESUME-ROW
                                 MOVE RESUME-INSTALLMENT TO PO_SCHED
                             WHEN OTHER
                                 MOVE NEW-INSTALLMENT TO PO_SCHED
                           END-EVALUATE
                           REWRITE PO_REC
                           ADD 1 TO POSITIONS-RESET
                   END-READ
               END-IF
               ADD 1 TO R.

           PARA-13-AUDIT.
               MOVE OLD-BALANCE TO ED-AMOUNT.
               MOVE OLD-INSTALLMENT TO ED-AMOUNT-2.
               MOVE SPACES TO AU-WORK-BEFORE.
               STRING "FROM " DELIMITED BY SIZE
                      RX_FROM_YEAR DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      RX_FROM_INST DELIMITED BY SIZE
                      " ROWS " DELIMITED BY SIZE
                      OLD-ROWS DELIMITED BY SIZE
                      " BALANCE " DELIMITED BY SIZE
                      ED-AMOUNT DELIMITED BY SIZE
                      " INSTALLMENT " DELIMITED BY SIZE
                      ED-AMOUNT-2 DELIMITED BY SIZE
                   INTO AU-WORK-BEFORE
               END-STRING.
               EVALUATE TRUE
                 WHEN RC-TYPE = 'E'
                     MOVE "EXTENSION" TO TYPE-TEXT
                 WHEN RC-INTEREST = 'D'
                     MOVE "HOLIDAY DEF" TO TYPE-TEXT
                 WHEN OTHER
                     MOVE "HOLIDAY CAP" TO TYPE-TEXT
               END-EVALUATE.
               MOVE NEW-INSTALLMENT TO ED-AMOUNT.
               MOVE SPACES TO AU-WORK-AFTER.
               STRING TYPE-TEXT DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      RC-PERIODS DELIMITED BY SIZE
                      " RESUME " DELIMITED BY SIZE
                      RESUME-YEAR DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      RESUME-INST DELIMITED BY SIZE
                      " ROWS " DELIMITED BY SIZE
                      NEW-ROWS DELIMITED BY SIZE
                      " INST " DELIMITED BY SIZE
                      ED-AMOUNT DELIMITED BY SIZE
                      " REASON " DELIMITED BY SIZE
                      RC-IN-REASON DELIMITED BY SIZE
                   INTO AU-WORK-AFTER
               END-STRING.
               MOVE "RESTRC" TO AU-WORK-TYPE.
               OPEN EXTEND AUDIT-TRAIL.
               IF AU-STATUS NOT = '00' THEN
                   OPEN OUTPUT AUDIT-TRAIL
               END-IF.
               ACCEPT AU-DATE FROM DATE YYYYMMDD.
               ACCEPT AU-TIME FROM TIME.
               MOVE OPERATOR-ID TO AU-OPERATOR.
               MOVE AU-WORK-TYPE TO AU-TYPE.
               MOVE AU-WORK-BEFORE TO AU-BEFORE.
               MOVE AU-WORK-AFTER TO AU-AFTER.
               MOVE SPACES TO AU-APPROVER.
               WRITE AU-REC.
               CLOSE AUDIT-TRAIL.

      * Shift the keyed digits to the right end of the work field
      * and zero-fill in front, as contract maintenance does.
           PARA-14-JUSTIFY-INPUT.
               IF JUSTIFY-WORK = SPACES THEN
                   MOVE 'Y' TO JUSTIFY-DONE
               ELSE
                   MOVE 'N' TO JUSTIFY-DONE
                   PERFORM PARA-15-SHIFT-RIGHT
                       UNTIL JUSTIFY-DONE = 'Y'
                   INSPECT JUSTIFY-WORK
                       REPLACING LEADING SPACE BY ZERO
               END-IF.

           PARA-15-SHIFT-RIGHT.
               IF JUSTIFY-WORK(10:1) = SPACE THEN
                   MOVE JUSTIFY-WORK(1:9) TO JUSTIFY-TEMP(1:9)
                   MOVE SPACE TO JUSTIFY-WORK(1:1)
                   MOVE JUSTIFY-TEMP(1:9) TO JUSTIFY-WORK(2:9)
               ELSE
                   MOVE 'Y' TO JUSTIFY-DONE
               END-IF.

      * The business date the run is made under. It comes from the
      * processing-date control record, which only the end-of-day
      * roll in MASTER_BATCH advances, so a run that crosses
      * midnight or a rerun after an outage still works to the
      * day it belongs to.
           PARA-16-READ-PROCESSING-DATE.
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

      * Restructuring is for clerks and supervisors.
           PARA-17-CHECK-AUTHORITY.
               MOVE 'Y' TO OPTION-ALLOWED.
               EVALUATE MENU-CHOICE
                 WHEN 1 WHEN 2
                     IF OPERATOR-ROLE NOT = "CLERK"
                         AND OPERATOR-ROLE NOT = "SUPERVISOR" THEN
                         MOVE 'N' TO OPTION-ALLOWED
                     END-IF
               END-EVALUATE.

       END PROGRAM RESTRUCTURE_CONTRACT.
