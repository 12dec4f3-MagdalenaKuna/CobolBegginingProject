      *          balanced provision posting - debit provision
      *          expense, credit loss allowance - in the
      *          gl_postings.txt record format with the same trailer
      *          control totals. Account numbers come from the chart
      *          of accounts, every detail carries the accounting
      *          period of the run for the journal merge, and no
      *          provision is posted into a closed period. A
      *          contract flagged written off on the master is off
      *          the books - its balance was charged to the loss
      *          allowance when it was written off - so it is left
      *          out of the classification, the report and the
      *          provision. A sixth parameter, Y in the column after
      *          the five rates, nets collateral: the valuations of
      *          the contract's collateral items on the
      *          guarantor/collateral file are taken off the
      *          balance, down to nil, before the class percentage
      *          is applied, so a secured loan is provisioned only on
      *          its uncovered part. The report shows the collateral
      *          taken off per contract.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
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
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS FS_I_KEY
             FILE STATUS IS FI-STATUS.

             SELECT FS_LEDGER ASSIGN TO 'payment_ledger.txt'
             ORGANIZATION IS LINE SEQUENTIAL
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PV-STATUS.

             SELECT OPTIONAL FS_GUARANTEES
             ASSIGN TO 'guarantor_collateral.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS GC_KEY
             FILE STATUS IS GC-STATUS.

             SELECT FS_RISK_REPORT
             ASSIGN TO 'risk_classification.txt'
             ORGANIZATION IS LINE SEQUENTIAL.
             ASSIGN TO 'gl_provision_postings.txt'
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

           FD FS_LEDGER.
               05 PV_SUBSTANDARD PIC 9(4).
               05 PV_DOUBTFUL PIC 9(4).
               05 PV_LOSS PIC 9(4).
               05 PV_NET_COLLATERAL PIC X(1).

      * Type C is a collateral item; guarantors (type G) are not
      * security the provision can count on.
           FD FS_GUARANTEES.
           01 GC_REC.
               05 GC_KEY.
                   10 GC_CONTRACT PIC X(10).
                   10 GC_TYPE PIC X(1).
                   10 GC_SEQ PIC 9(2).
               05 GC_DETAIL PIC X(102).
               05 GC_GUARANTOR REDEFINES GC_DETAIL.
                   10 GC_G_NAME PIC X(15).
                   10 GC_G_SURNAME PIC X(15).
                   10 GC_G_ADDR1 PIC X(30).
                   10 GC_G_ADDR2 PIC X(30).
                   10 GC_G_AMOUNT PIC 9(10)v9(2).
               05 GC_COLLATERAL REDEFINES GC_DETAIL.
                   10 GC_C_DESC PIC X(40).
                   10 GC_C_VALUE PIC 9(10)v9(2).
                   10 GC_C_VALUE_DATE PIC 9(8).
                   10 FILLER PIC X(42).

           FD FS_RISK_REPORT.
           01 RK_LINE PIC X(105).

           FD FS_GL_PROVISION.
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
       01 WS-EOF PIC A(1) VALUE 'N'.
       01 CM-STATUS PIC X(2) VALUE '00'.
       01 FI-STATUS PIC X(2) VALUE '00'.
       01 PD-STATUS PIC X(2) VALUE '00'.
       01 PD-FOUND PIC A(1) VALUE 'N'.
       01 LG-STATUS PIC X(2) VALUE '00'.
       01 PV-STATUS PIC X(2) VALUE '00'.
       01 PARAMETERS_OK PIC A(1) VALUE 'N'.
       01 NET-COLLATERAL PIC A(1) VALUE 'N'.
       01 GC-STATUS PIC X(2) VALUE '00'.
       01 GC-EOF PIC A(1) VALUE 'N'.
       01 NET-BALANCE PIC 9(10)v9(2) VALUE 0.
       01 CA-STATUS PIC X(2) VALUE '00'.
       01 GP-STATUS PIC X(2) VALUE '00'.
       01 CA-EOF PIC A(1) VALUE 'N'.
       01 GP-EOF PIC A(1) VALUE 'N'.
       01 ACCOUNTS_OK PIC A(1) VALUE 'N'.
       01 PERIOD-CLOSED PIC A(1) VALUE 'N'.
       01 GL-PERIOD PIC 9(6) VALUE 0.

      * Provision rates per class, scaled from basis points.
       01 INPUT_RAW_VALUE PIC 9(10) VALUE 0.
       01 RATE-LOSS PIC 9(3)v9(8) VALUE 0.
       01 RATE-IN-FORCE PIC 9(3)v9(8) VALUE 0.

       01 GL-ACCT-EXPENSE PIC X(8) VALUE SPACES.
       01 GL-ACCT-ALLOWANCE PIC X(8) VALUE SPACES.

      * Day differences use the 30/360 serial the arrears aging
      * uses, so the class boundaries land on the same days as the
           05 RK-BAL PIC 9(10)v9(2).
           05 RK-OLDEST-DAYS PIC 9(8).
           05 RK-ARREARS PIC 9(10)v9(2).
           05 RK-COLLATERAL PIC 9(10)v9(2).
           05 RK-CLASS PIC 9(1).
           05 RK-PROVISION PIC 9(10)v9(2).
           05 RK-WRITTEN-OFF PIC A(1).
       01 RK_COUNT PIC 9(4) VALUE 0.
       01 RK_CAPACITY PIC 9(4) VALUE 1000.
       01 RK_SKIPPED_COUNT PIC 9(4) VALUE 0.
       01 RK-INDEX PIC 9(4) VALUE 0.
       01 RK-FOUND-INDEX PIC 9(4) VALUE 0.
       01 RK-KEY PIC X(10) VALUE SPACES.
       01 WRITTEN_OFF_COUNT PIC 9(4) VALUE 0.
       01 CLASSIFIED_COUNT PIC 9(4) VALUE 0.

       01 CLASS-NAME PIC X(12) VALUE SPACES.
       01 GT-BALANCE PIC 9(12)v9(2) VALUE 0.
       01 GT-PROVISION PIC 9(12)v9(2) VALUE 0.
       01 GT-COLLATERAL PIC 9(12)v9(2) VALUE 0.

       01 DETAIL_COUNT PIC 9(9) VALUE 0.
       01 TOTAL_DEBIT PIC 9(12)v9(2) VALUE 0.
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

       01 RK-ED-BAL PIC Z(9)9.99.
       01 RK-ED-ARREARS PIC Z(9)9.99.
       01 RK-ED-PROVISION PIC Z(9)9.99.
       01 RK-ED-COLLATERAL PIC Z(9)9.99.
       01 RK-ED-DAYS PIC ZZZZZZZ9.
       01 RK-DETAIL.
           05 RK-D-CONTRACT PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RK-D-ARREARS PIC X(13).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RK-D-COLLATERAL PIC X(13).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RK-D-PROVISION PIC X(13).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM PARA-13-READ-PROCESSING-DATE.
           IF PD-FOUND NOT = 'Y' THEN
               DISPLAY "NO PROCESSING DATE ON processing_date.txt - "
                   "NOTHING PROVISIONED"
               GOBACK
           END-IF.
           MOVE ASOF-DATE TO DATE-WORK.
           PERFORM PARA-10-DATE-SERIAL.
           MOVE DATE-SERIAL TO ASOF-SERIAL.
           MOVE ASOF-DATE(1:6) TO GL-PERIOD.
           PERFORM PARA-11-LOAD-ACCOUNTS.
           IF ACCOUNTS_OK NOT = 'Y' THEN
               DISPLAY "CHART OF ACCOUNTS INCOMPLETE - NOTHING "
                   "PROVISIONED"
               GOBACK
           END-IF.
           PERFORM PARA-12-CHECK-PERIOD.
           IF PERIOD-CLOSED = 'Y' THEN
               DISPLAY "ACCOUNTING PERIOD " GL-PERIOD
                   " IS CLOSED - NOTHING PROVISIONED"
               GOBACK
           END-IF.
           PERFORM PARA-1-READ-PARAMETERS.
           IF PARAMETERS_OK NOT = 'Y' THEN
               DISPLAY "NO PROVISION RATES IN "
                   "provision_parameters.txt - NOTHING CLASSIFIED"
               GOBACK
           END-IF.
           OPEN INPUT FS_CONTRACT_MASTER.
           IF CM-STATUS NOT = '00' THEN
               DISPLAY "CANNOT OPEN INDEXED CONTRACT MASTER - "
                   "STATUS " CM-STATUS
               GOBACK
           END-IF.
           PERFORM PARA-2-LOAD-BALANCES.
           PERFORM PARA-3-AGE-LEDGER.
           IF NET-COLLATERAL = 'Y' THEN
               PERFORM PARA-14-LOAD-COLLATERAL
           END-IF.
           PERFORM PARA-4-CLASSIFY.
           PERFORM PARA-5-WRITE-REPORT.
           PERFORM PARA-7-WRITE-POSTINGS.
           CLOSE FS_CONTRACT_MASTER.
           DISPLAY " ".
           SUBTRACT WRITTEN_OFF_COUNT FROM RK_COUNT
               GIVING CLASSIFIED_COUNT.
           DISPLAY CLASSIFIED_COUNT " CONTRACT(S) CLASSIFIED".
           DISPLAY "TOTAL PROVISION " GT-PROVISION.
           IF NET-COLLATERAL = 'Y' THEN
               DISPLAY "COLLATERAL NETTED " GT-COLLATERAL
           END-IF.
           IF WRITTEN_OFF_COUNT > 0 THEN
               DISPLAY WRITTEN_OFF_COUNT
                   " WRITTEN-OFF CONTRACT(S) LEFT OUT"
           END-IF.
           IF RK_SKIPPED_COUNT > 0 THEN
               DISPLAY RK_SKIPPED_COUNT
                   " CONTRACT(S) EXCEEDED TABLE CAPACITY"
                               COMPUTE RATE-LOSS =
                                   INPUT_RAW_VALUE / 10000
                               MOVE 'Y' TO PARAMETERS_OK
                               IF PV_NET_COLLATERAL = 'Y' THEN
                                   MOVE 'Y' TO NET-COLLATERAL
                               END-IF
                           ELSE
                               DISPLAY "INVALID PROVISION RATES - "
                                   "FIVE RATES IN BASIS POINTS"
           PARA-2-LOAD-BALANCES.
               MOVE 'N' TO WS-EOF.
               OPEN INPUT FS_INSTALLMENTS_INF.
               IF FI-STATUS = '00' THEN
                   PERFORM PARA-2-READ-ONE UNTIL WS-EOF = 'Y'
                   CLOSE FS_INSTALLMENTS_INF
               ELSE
                   DISPLAY "CANNOT OPEN INDEXED SCHEDULE - STATUS "
                       FI-STATUS
               END-IF.

           PARA-2-READ-ONE.
               READ FS_INSTALLMENTS_INF
                       "CONTRACTS CLASSIFIED CURRENT"
               END-IF.

      * Days past due follow the installments only - a billed fee
      * left open on a FEE line does not age the contract.
           PARA-3-READ-ONE.
               READ FS_LEDGER
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF FS_L_SCHED IS NUMERIC
                           AND FS_L_STATUS NOT = "REVERSD"
                           AND FS_L_STATUS(1:3) NOT = "FEE" THEN
                           PERFORM PARA-3-TAKE-ROW
                       END-IF
               END-READ.
               END-IF.

      * The class follows the oldest open shortfall; the provision
      * is the class rate applied to the outstanding balance, less
      * any collateral netted against it.
           PARA-4-CLASSIFY.
               MOVE 1 TO RK-INDEX.
               PERFORM PARA-4-CLASSIFY-ONE

           PARA-4-CLASSIFY-ONE.
               EVALUATE TRUE
                 WHEN RK-WRITTEN-OFF(RK-INDEX) = 'Y'
                     MOVE 5 TO RK-CLASS(RK-INDEX)
                     MOVE 0 TO RATE-IN-FORCE
                 WHEN RK-OLDEST-DAYS(RK-INDEX) > 90
                     MOVE 5 TO RK-CLASS(RK-INDEX)
                     MOVE RATE-LOSS TO RATE-IN-FORCE
                     MOVE 1 TO RK-CLASS(RK-INDEX)
                     MOVE RATE-CURRENT TO RATE-IN-FORCE
               END-EVALUATE
               IF RK-COLLATERAL(RK-INDEX) < RK-BAL(RK-INDEX) THEN
                   COMPUTE NET-BALANCE = RK-BAL(RK-INDEX)
                       - RK-COLLATERAL(RK-INDEX)
               ELSE
                   MOVE 0 TO NET-BALANCE
               END-IF
               COMPUTE RK-PROVISION(RK-INDEX) =
                   NET-BALANCE * RATE-IN-FORCE
               ADD 1 TO RK-INDEX.

           PARA-5-WRITE-REPORT.
                          DELIMITED BY SIZE
                      "       BALANCE        ARREARS"
                          DELIMITED BY SIZE
                      "     COLLATERAL      PROVISION"
                          DELIMITED BY SIZE
                   INTO RK_LINE
               END-STRING
               WRITE RK_LINE.
               MOVE 1 TO RK-INDEX.
               PERFORM PARA-6-WRITE-NEXT UNTIL RK-INDEX > RK_COUNT.
               MOVE SPACES TO RK_LINE.
               WRITE RK_LINE.
               MOVE SPACES TO RK-DETAIL.
               MOVE "TOTAL" TO RK-D-CONTRACT.
               MOVE GT-BALANCE TO RK-ED-BAL.
               MOVE RK-ED-BAL TO RK-D-BAL.
               MOVE GT-COLLATERAL TO RK-ED-COLLATERAL.
               MOVE RK-ED-COLLATERAL TO RK-D-COLLATERAL.
               MOVE GT-PROVISION TO RK-ED-PROVISION.
               MOVE RK-ED-PROVISION TO RK-D-PROVISION.
               MOVE RK-DETAIL TO RK_LINE.
               WRITE RK_LINE.
               CLOSE FS_RISK_REPORT.

           PARA-6-WRITE-NEXT.
               IF RK-WRITTEN-OFF(RK-INDEX) = 'Y' THEN
                   ADD 1 TO RK-INDEX
               ELSE
                   PERFORM PARA-6-WRITE-ONE
               END-IF.

           PARA-6-WRITE-ONE.
               EVALUATE RK-CLASS(RK-INDEX)
                 WHEN 1 MOVE "CURRENT     " TO CLASS-NAME
               MOVE RK-ED-BAL TO RK-D-BAL
               MOVE RK-ARREARS(RK-INDEX) TO RK-ED-ARREARS
               MOVE RK-ED-ARREARS TO RK-D-ARREARS
               MOVE RK-COLLATERAL(RK-INDEX) TO RK-ED-COLLATERAL
               MOVE RK-ED-COLLATERAL TO RK-D-COLLATERAL
               MOVE RK-PROVISION(RK-INDEX) TO RK-ED-PROVISION
               MOVE RK-ED-PROVISION TO RK-D-PROVISION
               MOVE RK-DETAIL TO RK_LINE
               WRITE RK_LINE
               ADD RK-BAL(RK-INDEX) TO GT-BALANCE
               ADD RK-PROVISION(RK-INDEX) TO GT-PROVISION
               ADD RK-COLLATERAL(RK-INDEX) TO GT-COLLATERAL
               ADD 1 TO RK-INDEX.

           PARA-7-WRITE-POSTINGS.
               MOVE TOTAL_CREDIT TO GL-T-CREDIT.
               MOVE TOTAL_CREDIT TO GL-T-CREDIT-V.
               MOVE '.' TO GL-T-CREDIT-DOT.
               MOVE ASOF-DATE TO GL-T-RUN-DATE.
               MOVE SPACES TO GL_LINE.
               MOVE GL-TRAILER TO GL_LINE.
               WRITE GL_LINE.
               MOVE 0 TO GL-D-DUE-YEAR.
               MOVE '/' TO GL-D-DUE-SEP.
               MOVE 0 TO GL-D-DUE-INST.
               MOVE GL-PERIOD TO GL-D-PERIOD.
               MOVE SPACES TO GL_LINE.
               MOVE GL-DETAIL TO GL_LINE.
               WRITE GL_LINE.
                       MOVE 0 TO RK-BAL(RK_COUNT)
                       MOVE 0 TO RK-OLDEST-DAYS(RK_COUNT)
                       MOVE 0 TO RK-ARREARS(RK_COUNT)
                       MOVE 0 TO RK-COLLATERAL(RK_COUNT)
                       MOVE 1 TO RK-CLASS(RK_COUNT)
                       MOVE 0 TO RK-PROVISION(RK_COUNT)
                       PERFORM PARA-9-CHECK-MASTER
                       MOVE RK_COUNT TO RK-FOUND-INDEX
                   ELSE
                       ADD 1 TO RK_SKIPPED_COUNT
               END-IF
               ADD 1 TO RK-INDEX.

      * The written-off flag is taken once, when the contract first
      * enters the table; a contract missing from the master is
      * classified as before.
           PARA-9-CHECK-MASTER.
               MOVE 'N' TO RK-WRITTEN-OFF(RK_COUNT).
               MOVE RK-KEY TO CM_CONTRACT_ID.
               READ FS_CONTRACT_MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF CM_WRITTEN_OFF = 'Y' THEN
                           MOVE 'Y' TO RK-WRITTEN-OFF(RK_COUNT)
                           ADD 1 TO WRITTEN_OFF_COUNT
                       END-IF
               END-READ.

      * 30/360 day serial, matching the posting run's convention.
           PARA-10-DATE-SERIAL.
               COMPUTE DATE-SERIAL = DW-YEAR * 360
                   COMPUTE DATE-SERIAL = DATE-SERIAL - DW-DAY + 30
               END-IF.

      * Every role this extract posts to must be on the chart; an
      * extract with a missing account would post to nowhere, so it
      * is not written at all.
           PARA-11-LOAD-ACCOUNTS.
               MOVE 'N' TO CA-EOF.
               OPEN INPUT FS_ACCOUNTS.
               IF CA-STATUS = '00' THEN
                   PERFORM PARA-11-READ-ONE UNTIL CA-EOF = 'Y'
                   CLOSE FS_ACCOUNTS
               END-IF.
               MOVE 'Y' TO ACCOUNTS_OK.
               IF GL-ACCT-EXPENSE = SPACES THEN
                   DISPLAY "NO PROVEXP ACCOUNT ON THE CHART OF "
                       "ACCOUNTS"
                   MOVE 'N' TO ACCOUNTS_OK
               END-IF.
               IF GL-ACCT-ALLOWANCE = SPACES THEN
                   DISPLAY "NO ALLOWANCE ACCOUNT ON THE CHART OF "
                       "ACCOUNTS"
                   MOVE 'N' TO ACCOUNTS_OK
               END-IF.

           PARA-11-READ-ONE.
               READ FS_ACCOUNTS
                   AT END MOVE 'Y' TO CA-EOF
                   NOT AT END
                       EVALUATE CA_ROLE
                         WHEN "PROVEXP"
                             MOVE CA_ACCOUNT TO GL-ACCT-EXPENSE
                         WHEN "ALLOWANCE"
                             MOVE CA_ACCOUNT TO GL-ACCT-ALLOWANCE
                       END-EVALUATE
               END-READ.

           PARA-12-CHECK-PERIOD.
               MOVE 'N' TO PERIOD-CLOSED.
               MOVE 'N' TO GP-EOF.
               OPEN INPUT FS_PERIODS.
               IF GP-STATUS = '00' THEN
                   PERFORM PARA-12-READ-ONE UNTIL GP-EOF = 'Y'
                   CLOSE FS_PERIODS
               END-IF.

           PARA-12-READ-ONE.
               READ FS_PERIODS
                   AT END MOVE 'Y' TO GP-EOF
                   NOT AT END
                       IF GP_PERIOD = GL-PERIOD
                           AND GP_STATUS = "CLOSED" THEN
                           MOVE 'Y' TO PERIOD-CLOSED
                       END-IF
               END-READ.

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
                               MOVE PD_DATE TO ASOF-DATE
                               MOVE 'Y' TO PD-FOUND
                           END-IF
                   END-READ
                   CLOSE FS_PROCESSING_DATE
               END-IF.
               IF PD-FOUND = 'Y' THEN
                   DISPLAY "PROCESSING DATE " ASOF-DATE
               END-IF.

      * Collateral only counts against a contract already in the
      * table - a pledge on a contract with no schedule has no
      * balance to cover - so the lookup here never adds a row.
      * The netted amount is capped at the balance it covers.
           PARA-14-LOAD-COLLATERAL.
               MOVE 'N' TO GC-EOF.
               OPEN INPUT FS_GUARANTEES.
               IF GC-STATUS = '00' OR GC-STATUS = '05' THEN
                   PERFORM PARA-14-READ-ONE UNTIL GC-EOF = 'Y'
                   CLOSE FS_GUARANTEES
               ELSE
                   DISPLAY "CANNOT OPEN GUARANTOR/COLLATERAL FILE - "
                       "STATUS " GC-STATUS " - NO COLLATERAL NETTED"
               END-IF.
               MOVE 1 TO RK-INDEX.
               PERFORM PARA-14-CAP-ONE UNTIL RK-INDEX > RK_COUNT.

           PARA-14-READ-ONE.
               READ FS_GUARANTEES NEXT RECORD
                   AT END MOVE 'Y' TO GC-EOF
                   NOT AT END
                       IF GC_TYPE = 'C' AND GC_C_VALUE IS NUMERIC THEN
                           MOVE GC_CONTRACT TO RK-KEY
                           MOVE 0 TO RK-FOUND-INDEX
                           MOVE 1 TO RK-INDEX
                           PERFORM PARA-9-FIND-ONE
                               UNTIL RK-INDEX > RK_COUNT
                           IF RK-FOUND-INDEX > 0 THEN
                               ADD GC_C_VALUE
                                   TO RK-COLLATERAL(RK-FOUND-INDEX)
                           END-IF
                       END-IF
               END-READ.

           PARA-14-CAP-ONE.
               IF RK-COLLATERAL(RK-INDEX) > RK-BAL(RK-INDEX) THEN
                   MOVE RK-BAL(RK-INDEX) TO RK-COLLATERAL(RK-INDEX)
               END-IF
               ADD 1 TO RK-INDEX.

       END PROGRAM RISK_PROVISIONING.
