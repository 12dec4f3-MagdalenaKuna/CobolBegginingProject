      *          outstanding balances of their existing contracts
      *          off the schedule plus the requested amount -
      *          against the per-employee limit in
      *          exposure_parameters.txt (cents), counting contracts
      *          still waiting on the pending-changes file at their
      *          full amount. A record explicitly marked approved,
      *          with an approver keyed who is an active supervisor
      *          on the operator file, that passes every check is not
      *          booked here: it is held on the pending-changes file
      *          as an application add made by the batch run in the
      *          name of the supervisor who marked it approved, and
      *          only reaches the master once a different supervisor
      *          signed on to the contract maintenance approves it
      *          there - so every contract on the master was let
      *          through by two people who proved who they are; the
      *          note on the held add keeps who marked it approved,
      *          whatever becomes of it. Everything else
      *          lands on the intake report with the reason. Every
      *          quoted line shows the arrangement fee of
      *          fee_parameters.txt - a flat amount plus a rate on
      *          the credit - and the annual percentage rate of
      *          charge including it, as the consumer-credit
      *          disclosure requires; the fee itself is charged when
      *          the add is approved.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
             FILE STATUS IS CM-STATUS.

             SELECT FS_INSTALLMENTS_INF
             ASSIGN TO 'annuited_schedule.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS FS_I_KEY
             FILE STATUS IS FI-STATUS.

             SELECT PEOPLE ASSIGN TO 'people_names.txt'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS EL-STATUS.

             SELECT FS_INTAKE_REPORT
             ASSIGN TO 'application_report.txt'
             ORGANIZATION IS LINE SEQUENTIAL.

      * Fee schedule: the arrangement fee as a flat amount in cents
      * and a rate on the credit in basis points, then the late
      * administration fee the dunning run charges, in cents. No
      * file means no fees are charged.
             SELECT FS_FEE_PARAMETERS ASSIGN TO 'fee_parameters.txt'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FP-STATUS.

             SELECT OPTIONAL FS_PENDING
             ASSIGN TO 'contract_pending.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PC_KEY
             FILE STATUS IS PC-STATUS.

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
           FD FS_APPLICATIONS.
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

           FD PEOPLE.
           01 EL_REC.
               05 EL_LIMIT PIC 9(12).

           FD FS_INTAKE_REPORT.
           01 IR_LINE PIC X(130).

           FD FS_FEE_PARAMETERS.
           01 FP_REC.
               05 FP_ARRANGE_FLAT PIC 9(10).
               05 FP_ARRANGE_RATE PIC 9(5).
               05 FP_LATE_ADMIN PIC 9(10).

      * One entry per held change, keyed on contract and a sequence
      * number. The status is P while it waits, A once approved and
      * R once rejected; the before and after images are the whole
      * master record.
           FD FS_PENDING.
           01 PC_REC.
               05 PC_KEY.
                   10 PC_CONTRACT PIC X(10).
                   10 PC_SEQ PIC 9(4).
               05 PC_TYPE PIC X(6).
               05 PC_STATUS PIC X(1).
               05 PC_MAKER PIC X(6).
               05 PC_MADE_DATE PIC 9(8).
               05 PC_MADE_TIME PIC 9(8).
               05 PC_CHECKER PIC X(6).
               05 PC_CHECKED_DATE PIC 9(8).
               05 PC_CHECKED_TIME PIC 9(8).
               05 PC_NOTE PIC X(30).
               05 PC_BEFORE PIC X(94).
               05 PC_AFTER PIC X(94).

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
       01 WS-EOF PIC A(1) VALUE 'N'.
       01 AP-STATUS PIC X(2) VALUE '00'.
       01 PD-STATUS PIC X(2) VALUE '00'.
       01 PD-FOUND PIC A(1) VALUE 'N'.
       01 ASOF-DATE PIC 9(8) VALUE 0.
       01 CM-STATUS PIC X(2) VALUE '00'.
       01 FI-STATUS PIC X(2) VALUE '00'.
       01 EL-STATUS PIC X(2) VALUE '00'.
       01 MASTER-FOUND PIC A(1) VALUE 'N'.
       01 PARAMETERS_OK PIC A(1) VALUE 'N'.
       01 FP-STATUS PIC X(2) VALUE '00'.
       01 PC-STATUS PIC X(2) VALUE '00'.
       01 PENDING-FOUND PIC A(1) VALUE 'N'.
       01 PENDING-DONE PIC A(1) VALUE 'N'.
       01 PENDING-WRITTEN PIC A(1) VALUE 'N'.

      * The after image of a held add, for the employee and amount
      * it would put on the master.
       01 PC-IMAGE.
           05 PI-CONTRACT PIC X(10).
           05 PI-CREDIT-AMOUNT PIC 9(10).
           05 FILLER PIC X(53).
           05 PI-EMPLOYEE-ID PIC X(6).
           05 FILLER PIC X(15).

      * Arrangement fee terms off the fee schedule, in currency and
      * as a fraction of the credit, and the fee worked out for the
      * application in hand.
       01 ARRANGE_FLAT PIC 9(10)v9(2) VALUE 0.
       01 ARRANGE_RATE PIC 9(1)v9(4) VALUE 0.
       01 ARRANGEMENT_FEE PIC 9(10)v9(2) VALUE 0.

      * Annual percentage rate work fields. The period rate is
      * searched between nil and one by halving; the present value
      * is the installments discounted at the trial rate.
       01 APR_LOW PIC 9(1)v9(14) VALUE 0.
       01 APR_HIGH PIC 9(1)v9(14) VALUE 0.
       01 APR_MID PIC 9(1)v9(14) VALUE 0.
       01 APR_DISCOUNT PIC 9(1)v9(14) VALUE 0.
       01 APR_FACTOR PIC 9(1)v9(14) VALUE 0.
       01 APR_PV PIC 9(12)v9(6) VALUE 0.
       01 APR_NET PIC 9(10)v9(2) VALUE 0.
       01 APR_GROWTH PIC 9(4)v9(12) VALUE 0.
       01 APR_RATE PIC 9(3)v9(6) VALUE 0.
       01 APR_TERM PIC 9(4) VALUE 0.
       01 APR_STEP PIC 9(4) VALUE 0.
       01 APR_COUNTER PIC 9(4) VALUE 0.

      * The per-employee exposure limit is keyed in cents and
      * compared in currency, like every other money field.
       01 LP-INDEX PIC 9(3) VALUE 0.
       01 LP-FOUND PIC A(1) VALUE 'N'.

      * Outstanding balance of one contract off the schedule - its
      * rows are read in due order and the survivor is the latest,
      * the same way the exposure report takes its balances. The
      * applicant's current exposure is the sum over the master
      * contracts carrying their employee id.
       01 SCHEDULE-OPEN PIC A(1) VALUE 'N'.
       01 MASTER-EOF PIC A(1) VALUE 'N'.
       01 SCHEDULE-EOF PIC A(1) VALUE 'N'.
       01 LB-CONTRACT PIC X(10) VALUE SPACES.
       01 LB-BALANCE PIC 9(10)v9(2) VALUE 0.

       01 CURRENT-EXPOSURE PIC 9(12)v9(2) VALUE 0.
       01 TOTAL-EXPOSURE PIC 9(12)v9(2) VALUE 0.

      * Quotation work fields - the same annuity arithmetic the
      * quotation report runs, so the approver sees the installment
      * the schedule run would produce for these terms.

       01 ENTRY-OK PIC A(1) VALUE 'N'.
       01 REJECT-REASON PIC X(30) VALUE SPACES.
       01 OP-STATUS PIC X(2) VALUE '00'.
       01 APPROVER-OK PIC A(1) VALUE 'N'.
       01 DATE-CHECK.
           05 DC-YEAR PIC 9(4).
           05 DC-MONTH PIC 9(2).
           05 DC-DAY PIC 9(2).

       01 APPLICATION_COUNT PIC 9(4) VALUE 0.
       01 HELD_COUNT PIC 9(4) VALUE 0.
       01 REJECTED_COUNT PIC 9(4) VALUE 0.
       01 PENDING_COUNT PIC 9(4) VALUE 0.

       01 ED-AMOUNT PIC Z(9)9.99.
       01 ED-INSTALLMENT PIC Z(9)9.99.
       01 ED-EXPOSURE PIC Z(11)9.99.
       01 ED-FEE PIC Z(9)9.99.
       01 ED-APR PIC ZZ9.9999.
       01 IR-DETAIL.
           05 IR-D-CONTRACT PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(2) VALUE SPACES.
           05 IR-D-EXPOSURE PIC X(15).
           05 FILLER PIC X(2) VALUE SPACES.
           05 IR-D-FEE PIC X(13).
           05 FILLER PIC X(2) VALUE SPACES.
           05 IR-D-APR PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 IR-D-DECISION PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM PARA-14-READ-PROCESSING-DATE.
           IF PD-FOUND NOT = 'Y' THEN
               DISPLAY "NO PROCESSING DATE ON processing_date.txt - "
                   "NOTHING PROCESSED"
               GOBACK
           END-IF.
           PERFORM PARA-1-READ-PARAMETERS.
           IF PARAMETERS_OK NOT = 'Y' THEN
               DISPLAY "NO EXPOSURE LIMIT IN "
                   "exposure_parameters.txt - NOTHING PROCESSED"
               GOBACK
           END-IF.
           PERFORM PARA-15-READ-FEE-PARAMETERS.
           OPEN INPUT FS_OPERATORS.
           IF OP-STATUS NOT = '00' THEN
               DISPLAY "CANNOT OPEN OPERATOR FILE - STATUS "
                   OP-STATUS " - NOTHING PROCESSED"
               GOBACK
           END-IF.
           OPEN INPUT FS_CONTRACT_MASTER.
           IF CM-STATUS NOT = '00' THEN
               DISPLAY "CANNOT OPEN INDEXED CONTRACT MASTER - "
                   "STATUS " CM-STATUS
               CLOSE FS_OPERATORS
               GOBACK
           END-IF.
           OPEN I-O FS_PENDING.
           IF PC-STATUS NOT = '00' AND PC-STATUS NOT = '05' THEN
               DISPLAY "CANNOT OPEN PENDING-CHANGES FILE - STATUS "
                   PC-STATUS
               CLOSE FS_CONTRACT_MASTER
               CLOSE FS_OPERATORS
               GOBACK
           END-IF.
           PERFORM PARA-2-LOAD-PEOPLE.
           PERFORM PARA-3-OPEN-SCHEDULE.
           PERFORM PARA-4-PROCESS-FILE.
           IF SCHEDULE-OPEN = 'Y' THEN
               CLOSE FS_INSTALLMENTS_INF
           END-IF.
           CLOSE FS_PENDING.
           CLOSE FS_CONTRACT_MASTER.
           CLOSE FS_OPERATORS.
           DISPLAY " ".
           DISPLAY APPLICATION_COUNT " APPLICATION(S) PROCESSED: "
               HELD_COUNT " HELD FOR APPROVAL, " REJECTED_COUNT
               " REJECTED, " PENDING_COUNT " AWAITING APPROVAL".
           IF HELD_COUNT > 0 THEN
               DISPLAY "HELD APPLICATIONS ARE BOOKED WHEN A "
                   "SUPERVISOR APPROVES THEM IN MAINTAIN_CONTRACTS"
           END-IF.
           GOBACK.

                       END-IF
               END-READ.

      * A missing schedule leaves every contract without a balance,
      * as no schedule rows did before.
           PARA-3-OPEN-SCHEDULE.
               OPEN INPUT FS_INSTALLMENTS_INF.
               IF FI-STATUS = '00' THEN
                   MOVE 'Y' TO SCHEDULE-OPEN
               ELSE
                   DISPLAY "CANNOT OPEN INDEXED SCHEDULE - STATUS "
                       FI-STATUS
               END-IF.

           PARA-3-LATEST-BALANCE.
               MOVE 0 TO LB-BALANCE.
               IF SCHEDULE-OPEN = 'Y' THEN
                   MOVE 'N' TO SCHEDULE-EOF
                   MOVE LB-CONTRACT TO FS_I_CONTRACT
                   MOVE 0 TO FS_I_DUE_YEAR
                   MOVE 0 TO FS_I_DUE_INST
                   START FS_INSTALLMENTS_INF KEY NOT < FS_I_KEY
                       INVALID KEY MOVE 'Y' TO SCHEDULE-EOF
                   END-START
                   PERFORM PARA-3-READ-ONE UNTIL SCHEDULE-EOF = 'Y'
               END-IF.

           PARA-3-READ-ONE.
               READ FS_INSTALLMENTS_INF NEXT
                   AT END MOVE 'Y' TO SCHEDULE-EOF
                   NOT AT END
                       IF FS_I_CONTRACT NOT = LB-CONTRACT THEN
                           MOVE 'Y' TO SCHEDULE-EOF
                       ELSE
                           IF FS_I_C IS NUMERIC THEN
                               COMPUTE LB-BALANCE =
                                   FS_I_BAL + FS_I_BAL_V
                           END-IF
                       END-IF
               END-READ.

           PARA-4-PROCESS-FILE.
               MOVE 'N' TO WS-EOF.
               OPEN INPUT FS_APPLICATIONS.
               PERFORM PARA-6-VALIDATE.
               MOVE 0 TO ANNUITED_I.
               MOVE 0 TO TOTAL-EXPOSURE.
               MOVE 0 TO ARRANGEMENT_FEE.
               MOVE 0 TO APR_RATE.
               IF ENTRY-OK = 'Y' THEN
                   PERFORM PARA-8-QUOTE
                   PERFORM PARA-16-ARRANGEMENT-FEE
                   PERFORM PARA-17-APR
                   PERFORM PARA-9-CHECK-EXPOSURE
               END-IF.
               IF ENTRY-OK = 'N' THEN
                           ADD 1 TO REJECTED_COUNT
                           PERFORM PARA-12-WRITE-LINE
                       ELSE
                           PERFORM PARA-19-CHECK-APPROVER
                           IF APPROVER-OK = 'Y' THEN
                               PERFORM PARA-10-HOLD-CONTRACT
                           ELSE
                               ADD 1 TO REJECTED_COUNT
                               PERFORM PARA-12-WRITE-LINE
                           END-IF
                       END-IF
                   ELSE
                       MOVE "QUOTED - AWAITING APPROVAL"
               ADD 1 TO POW_COUNTER.

      * The applicant's current exposure is the sum of the latest
      * schedule balances of every master contract carrying their
      * employee id; the requested amount on top must stay inside
      * the per-employee limit.
      * Adds still waiting on the pending-changes file are counted
      * at their full amount - a held contract has no schedule rows
      * yet, so without this several applications for one employee
      * would each pass the limit alone while jointly breaching it.
           PARA-9-CHECK-EXPOSURE.
               MOVE 0 TO CURRENT-EXPOSURE.
               MOVE 'N' TO MASTER-EOF.
               MOVE SPACES TO CM_CONTRACT_ID.
               START FS_CONTRACT_MASTER KEY NOT < CM_CONTRACT_ID
                   INVALID KEY MOVE 'Y' TO MASTER-EOF
               END-START.
               PERFORM PARA-9-ADD-ONE UNTIL MASTER-EOF = 'Y'.
               MOVE 'N' TO PENDING-DONE.
               MOVE SPACES TO PC_CONTRACT.
               MOVE 0 TO PC_SEQ.
               START FS_PENDING KEY NOT < PC_KEY
                   INVALID KEY MOVE 'Y' TO PENDING-DONE
               END-START.
               PERFORM PARA-9-ADD-PENDING UNTIL PENDING-DONE = 'Y'.
               COMPUTE TOTAL-EXPOSURE = CURRENT-EXPOSURE
                   + CREDIT_AMOUNT.
               IF TOTAL-EXPOSURE > EXPOSURE-LIMIT THEN
                   MOVE "REJECTED - OVER EXPOSURE LIMIT"
                       TO REJECT-REASON
                   MOVE 'N' TO ENTRY-OK
               END-IF.

           PARA-9-ADD-ONE.
               READ FS_CONTRACT_MASTER NEXT
                   AT END MOVE 'Y' TO MASTER-EOF
                   NOT AT END
                       IF CM_EMPLOYEE_ID = AP_EMPID THEN
                           MOVE CM_CONTRACT_ID TO LB-CONTRACT
                           PERFORM PARA-3-LATEST-BALANCE
                           ADD LB-BALANCE TO CURRENT-EXPOSURE
                       END-IF
               END-READ.

           PARA-9-ADD-PENDING.
               READ FS_PENDING NEXT RECORD
                   AT END MOVE 'Y' TO PENDING-DONE
                   NOT AT END
                       MOVE PC_AFTER TO PC-IMAGE
                       IF PC_STATUS = 'P'
                           AND (PC_TYPE = "ADD" OR PC_TYPE = "APPADD")
                           AND PI-EMPLOYEE-ID = AP_EMPID
                           AND PI-CREDIT-AMOUNT IS NUMERIC THEN
                           COMPUTE CURRENT-EXPOSURE = CURRENT-EXPOSURE
                               + PI-CREDIT-AMOUNT / 100
                       END-IF
               END-READ.

      * The application is held as an add keyed by the batch run,
      * with the marked approver noted against it. The contract id
      * must be free on the master and carry no other change that
      * is waiting.
           PARA-10-HOLD-CONTRACT.
               MOVE AP_CONTRACT TO CM_CONTRACT_ID.
               MOVE 'N' TO MASTER-FOUND.
               READ FS_CONTRACT_MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'Y' TO MASTER-FOUND
               END-READ.
               PERFORM PARA-18-CHECK-PENDING.
               IF MASTER-FOUND = 'Y' THEN
                   MOVE "REJECTED - CONTRACT ID ON MASTER"
                       TO REJECT-REASON
                   ADD 1 TO REJECTED_COUNT
                   PERFORM PARA-12-WRITE-LINE
               ELSE
                   IF PENDING-FOUND = 'Y' THEN
                       MOVE "REJECTED - CHANGE ALREADY PENDING"
                           TO REJECT-REASON
                       ADD 1 TO REJECTED_COUNT
                       PERFORM PARA-12-WRITE-LINE
                   ELSE
                       PERFORM PARA-11-HOLD-ADD
                   END-IF
               END-IF.

           PARA-11-HOLD-ADD.
               MOVE AP_CONTRACT TO CM_CONTRACT_ID.
               MOVE AP_AMOUNT TO CM_CREDIT_AMOUNT.
               MOVE AP_RATE TO CM_BANK_RATE.
               MOVE AP_START_DATE TO CM_START_DATE.
               MOVE AP_EMPID TO CM_EMPLOYEE_ID.
               MOVE AP_EMPID TO CM_BORROWER_ID.
               MOVE 'N' TO CM_WRITTEN_OFF.
               MOVE 0 TO CM_WRITE_OFF_DATE.
               MOVE AP_CONTRACT TO PC_CONTRACT.
               MOVE 0 TO PC_SEQ.
               MOVE "APPADD" TO PC_TYPE.
               MOVE 'P' TO PC_STATUS.
               MOVE AP_APPROVER TO PC_MAKER.
               ACCEPT PC_MADE_DATE FROM DATE YYYYMMDD.
               ACCEPT PC_MADE_TIME FROM TIME.
               MOVE SPACES TO PC_CHECKER.
               MOVE 0 TO PC_CHECKED_DATE.
               MOVE 0 TO PC_CHECKED_TIME.
               MOVE SPACES TO PC_NOTE.
               STRING "MARKED APPROVED BY " DELIMITED BY SIZE
                      AP_APPROVER DELIMITED BY SIZE
                   INTO PC_NOTE
               END-STRING.
               MOVE SPACES TO PC_BEFORE.
               MOVE CM_REC TO PC_AFTER.
               MOVE 'N' TO PENDING-WRITTEN.
               PERFORM PARA-11-WRITE-ONE UNTIL PENDING-WRITTEN = 'Y'.

      * The sequence number is stepped until a free key is found,
      * the same way the contract maintenance holds its changes.
           PARA-11-WRITE-ONE.
               ADD 1 TO PC_SEQ.
               WRITE PC_REC
                   INVALID KEY
                       IF PC-STATUS NOT = '22' OR PC_SEQ = 9999 THEN
                           MOVE 'Y' TO PENDING-WRITTEN
                           MOVE "REJECTED - PENDING WRITE FAILED"
                               TO REJECT-REASON
                           ADD 1 TO REJECTED_COUNT
                           PERFORM PARA-12-WRITE-LINE
                       END-IF
                   NOT INVALID KEY
                       MOVE 'Y' TO PENDING-WRITTEN
                       MOVE "HELD FOR SUPERVISOR APPROVAL"
                           TO REJECT-REASON
                       ADD 1 TO HELD_COUNT
                       PERFORM PARA-12-WRITE-LINE
               END-WRITE.

           PARA-12-WRITE-LINE.
               MOVE SPACES TO IR-DETAIL.
               MOVE AP_CONTRACT TO IR-D-CONTRACT.
                   MOVE TOTAL-EXPOSURE TO ED-EXPOSURE
                   MOVE ED-EXPOSURE TO IR-D-EXPOSURE
               END-IF.
               IF ANNUITED_I > 0 THEN
                   MOVE ARRANGEMENT_FEE TO ED-FEE
                   MOVE ED-FEE TO IR-D-FEE
               END-IF.
               IF APR_RATE > 0 THEN
                   MOVE APR_RATE TO ED-APR
                   MOVE ED-APR TO IR-D-APR
               END-IF.
               MOVE REJECT-REASON TO IR-D-DECISION.
               MOVE IR-DETAIL TO IR_LINE.
               WRITE IR_LINE.

           PARA-13-WRITE-HEAD.
               MOVE SPACES TO IR_LINE.
               STRING "LOAN APPLICATION INTAKE - PROCESSING DATE "
                          DELIMITED BY SIZE
                      ASOF-DATE DELIMITED BY SIZE
                   INTO IR_LINE
               END-STRING
               WRITE IR_LINE.
               MOVE SPACES TO IR_LINE.
               STRING "CONTRACT    EMP ID         AMOUNT    "
                          DELIMITED BY SIZE
                      "INSTALLMENT     TOT EXPOSURE"
                          DELIMITED BY SIZE
                      "    ARRANGE FEE       APR   DECISION"
                          DELIMITED BY SIZE
                   INTO IR_LINE
               END-STRING
               WRITE IR_LINE.

      * The business date the run is made under. It comes from the
      * processing-date control record, which only the end-of-day
      * roll in MASTER_BATCH advances, so a run that crosses
      * midnight or a rerun after an outage still works to the
      * day it belongs to.
           PARA-14-READ-PROCESSING-DATE.
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

      * A missing or malformed fee schedule charges nothing; the
      * APR is then the effective rate of the installments alone.
           PARA-15-READ-FEE-PARAMETERS.
               MOVE 0 TO ARRANGE_FLAT.
               MOVE 0 TO ARRANGE_RATE.
               OPEN INPUT FS_FEE_PARAMETERS.
               IF FP-STATUS = '00' THEN
                   READ FS_FEE_PARAMETERS
                       AT END CONTINUE
                       NOT AT END
                           IF FP_ARRANGE_FLAT IS NUMERIC
                               AND FP_ARRANGE_RATE IS NUMERIC THEN
                               COMPUTE ARRANGE_FLAT =
                                   FP_ARRANGE_FLAT / 100
                               COMPUTE ARRANGE_RATE =
                                   FP_ARRANGE_RATE / 10000
                           ELSE
                               DISPLAY "MALFORMED FEE SCHEDULE - "
                                   "NO ARRANGEMENT FEE CHARGED"
                           END-IF
                   END-READ
                   CLOSE FS_FEE_PARAMETERS
               END-IF.

           PARA-16-ARRANGEMENT-FEE.
               COMPUTE ARRANGEMENT_FEE ROUNDED = ARRANGE_FLAT
                   + CREDIT_AMOUNT * ARRANGE_RATE.

      * Annual percentage rate of charge. The borrower receives the
      * credit less the arrangement fee, which is billed at booking
      * and collected before the first installment, and repays the
      * quoted installment every period of the term. The period
      * rate that discounts those installments back to the net
      * amount is found by halving the interval between nil and one
      * hundred per cent a period forty times, and the APR is that
      * rate compounded over the installments of a year. A fee
      * that swallows the whole credit leaves no APR to quote.
           PARA-17-APR.
               MOVE 0 TO APR_RATE.
               IF ARRANGEMENT_FEE < CREDIT_AMOUNT THEN
                   COMPUTE APR_NET = CREDIT_AMOUNT - ARRANGEMENT_FEE
                   SUBTRACT 1 FROM ALL_INSTALLMENTS GIVING APR_TERM
                   MOVE 0 TO APR_LOW
                   MOVE 1 TO APR_HIGH
                   MOVE 0 TO APR_STEP
                   PERFORM PARA-17-HALVE UNTIL APR_STEP = 40
                   MOVE 1 TO APR_GROWTH
                   MOVE 0 TO APR_STEP
                   PERFORM PARA-17-COMPOUND
                       UNTIL APR_STEP = AP_INSTALLMENTS
                   COMPUTE APR_RATE = APR_GROWTH - 1
               END-IF.

           PARA-17-HALVE.
               COMPUTE APR_MID = (APR_LOW + APR_HIGH) / 2.
               COMPUTE APR_DISCOUNT = 1 / (1 + APR_MID).
               MOVE 1 TO APR_FACTOR.
               MOVE 0 TO APR_PV.
               MOVE 0 TO APR_COUNTER.
               PERFORM PARA-17-DISCOUNT-ONE
                   UNTIL APR_COUNTER = APR_TERM.
               IF APR_PV > APR_NET THEN
                   MOVE APR_MID TO APR_LOW
               ELSE
                   MOVE APR_MID TO APR_HIGH
               END-IF.
               ADD 1 TO APR_STEP.

           PARA-17-DISCOUNT-ONE.
               MULTIPLY APR_DISCOUNT BY APR_FACTOR GIVING APR_FACTOR.
               COMPUTE APR_PV = APR_PV + ANNUITED_I * APR_FACTOR.
               ADD 1 TO APR_COUNTER.

           PARA-17-COMPOUND.
               COMPUTE APR_GROWTH = APR_GROWTH * (1 + APR_LOW).
               ADD 1 TO APR_STEP.

      * A contract takes one held change at a time, the same rule
      * the contract maintenance applies when a change is keyed.
           PARA-18-CHECK-PENDING.
               MOVE 'N' TO PENDING-FOUND.
               MOVE 'N' TO PENDING-DONE.
               MOVE AP_CONTRACT TO PC_CONTRACT.
               MOVE 0 TO PC_SEQ.
               START FS_PENDING KEY NOT < PC_KEY
                   INVALID KEY MOVE 'Y' TO PENDING-DONE
               END-START.
               PERFORM PARA-18-READ-ONE UNTIL PENDING-DONE = 'Y'.

           PARA-18-READ-ONE.
               READ FS_PENDING NEXT RECORD
                   AT END MOVE 'Y' TO PENDING-DONE
                   NOT AT END
                       IF PC_CONTRACT NOT = AP_CONTRACT THEN
                           MOVE 'Y' TO PENDING-DONE
                       ELSE
                           IF PC_STATUS = 'P' THEN
                               MOVE 'Y' TO PENDING-FOUND
                               MOVE 'Y' TO PENDING-DONE
                           END-IF
                       END-IF
               END-READ.

      * The approver keyed on the application must be an active
      * supervisor on the operator file - any other id, or one that
      * has been disabled, cannot approve a loan.
           PARA-19-CHECK-APPROVER.
               MOVE 'N' TO APPROVER-OK.
               MOVE AP_APPROVER TO OP_ID.
               READ FS_OPERATORS
                   INVALID KEY
                       MOVE "REJECTED - APPROVER NOT ON FILE"
                           TO REJECT-REASON
                   NOT INVALID KEY
                       IF OP_ACTIVE NOT = 'Y' THEN
                           MOVE "REJECTED - APPROVER DISABLED"
                               TO REJECT-REASON
                       ELSE
                           IF OP_ROLE NOT = "SUPERVISOR" THEN
                               MOVE "REJECTED - NOT A SUPERVISOR"
                                   TO REJECT-REASON
                           ELSE
                               MOVE 'Y' TO APPROVER-OK
                           END-IF
                       END-IF
               END-READ.

       END PROGRAM LOAN_APPLICATIONS.
