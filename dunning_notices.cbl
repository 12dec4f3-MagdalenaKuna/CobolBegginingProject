      *          go out twice and the history proves in a dispute
      *          exactly what was sent when. Addresses come from the
      *          borrower master through the contract's borrower id.
      *          A written-off contract is no longer dunned: it gets
      *          no letter and nothing goes on its history. A second
      *          reminder or final demand charges the late
      *          administration fee of fee_parameters.txt to the
      *          contract fee file and says so on the letter; the
      *          posting run bills it on the ledger. Fee lines on the
      *          ledger are not installments and are never dunned.
      *          Every final demand is followed in the same run by a
      *          demand letter to each guarantor of the contract on
      *          the guarantor/collateral file, for the contract's
      *          whole overdue amount up to the sum the guarantor
      *          stood for.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS BO-STATUS.

             SELECT FS_FEE_PARAMETERS ASSIGN TO 'fee_parameters.txt'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FP-STATUS.

             SELECT OPTIONAL FS_FEES ASSIGN TO 'contract_fees.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS FE_KEY
             FILE STATUS IS FE-STATUS.

             SELECT OPTIONAL FS_GUARANTEES
             ASSIGN TO 'guarantor_collateral.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS GC_KEY
             FILE STATUS IS GC-STATUS.

             SELECT FS_GUARANTOR_DEMANDS
             ASSIGN TO 'guarantor_demands.txt'
             ORGANIZATION IS LINE SEQUENTIAL.

             SELECT FS_PROCESSING_DATE ASSIGN TO 'processing_date.txt'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PD-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD FS_LEDGER.
               05 CM_START_DATE PIC 9(8).
               05 CM_EMPLOYEE_ID PIC X(6).
               05 CM_BORROWER_ID PIC X(6).
               05 CM_WRITTEN_OFF PIC A(1).
               05 CM_WRITE_OFF_DATE PIC 9(8).

           FD BORROWERS.
           01 B-F.
               05 B-F-ADDR2 PIC X(30).
               05 B-F-PHONE PIC X(15).

           FD FS_FEE_PARAMETERS.
           01 FP_REC.
               05 FP_ARRANGE_FLAT PIC 9(10).
               05 FP_ARRANGE_RATE PIC 9(5).
               05 FP_LATE_ADMIN PIC 9(10).

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

      * Type G is a guarantor, type C a collateral item, which the
      * notices have no use for.
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

           FD FS_GUARANTOR_DEMANDS.
           01 GD_LINE PIC X(80).

           FD FS_PROCESSING_DATE.
           01 PD_REC.
               05 PD_DATE PIC 9(8).
               05 PD_PREV_DATE PIC 9(8).
               05 PD_ROLL_DATE PIC 9(8).
               05 PD_ROLL_TIME PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-EOF PIC A(1) VALUE 'N'.
       01 LG-STATUS PIC X(2) VALUE '00'.
       01 PD-STATUS PIC X(2) VALUE '00'.
       01 PD-FOUND PIC A(1) VALUE 'N'.
       01 NH-STATUS PIC X(2) VALUE '00'.
       01 CM-STATUS PIC X(2) VALUE '00'.
       01 BO-STATUS PIC X(2) VALUE '00'.
       01 MASTER-OPEN PIC A(1) VALUE 'N'.
       01 MASTER-FOUND PIC A(1) VALUE 'N'.
       01 WRITTEN-OFF PIC A(1) VALUE 'N'.

      * Late administration fee off the fee schedule. Nothing is
      * charged when the schedule or the fee file is not there.
       01 FP-STATUS PIC X(2) VALUE '00'.
       01 FE-STATUS PIC X(2) VALUE '00'.
       01 FEES-OPEN PIC A(1) VALUE 'N'.
       01 FEE-WRITTEN PIC A(1) VALUE 'N'.
       01 LATE_ADMIN_FEE PIC 9(10)v9(2) VALUE 0.
       01 FEE_CHARGED_COUNT PIC 9(4) VALUE 0.

      * Guarantor demands go with final demands only. A contract's
      * overdue total counts every open overdue installment, not
      * just those new on the letter, and each guarantor is asked
      * for no more than the amount guaranteed.
       01 GC-STATUS PIC X(2) VALUE '00'.
       01 GUARANTEES-OPEN PIC A(1) VALUE 'N'.
       01 GC-SCAN-EOF PIC A(1) VALUE 'N'.
       01 CONTRACT-OVERDUE PIC 9(10)v9(2) VALUE 0.
       01 DEMAND-AMOUNT PIC 9(10)v9(2) VALUE 0.
       01 GUARANTOR_DEMAND_COUNT PIC 9(4) VALUE 0.

      * Overdue open installments picked off the ledger. The level of
      * each item follows its own age; the letter's level follows the
       01 SHORTFALL PIC 9(10)v9(2) VALUE 0.
       01 NOTICE_COUNT PIC 9(4) VALUE 0.
       01 HISTORY_WRITTEN_COUNT PIC 9(4) VALUE 0.
       01 WRITTEN_OFF_COUNT PIC 9(4) VALUE 0.
       01 LEVEL-TEXT PIC X(15) VALUE SPACES.
       01 LETTER-TOTAL PIC 9(10)v9(2) VALUE 0.


       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM PARA-11-READ-PROCESSING-DATE.
           IF PD-FOUND NOT = 'Y' THEN
               DISPLAY "NO PROCESSING DATE ON processing_date.txt - "
                   "NO NOTICES PRODUCED"
               GOBACK
           END-IF.
           MOVE ASOF-DATE TO DATE-WORK.
           PERFORM PARA-10-DATE-SERIAL.
           MOVE DATE-SERIAL TO ASOF-SERIAL.
               DISPLAY "CONTRACT MASTER NOT AVAILABLE - NOTICES "
                   "WILL CARRY NO BORROWER DETAILS"
           END-IF.
           PERFORM PARA-12-READ-FEE-PARAMETERS.
           IF LATE_ADMIN_FEE > 0 THEN
               OPEN I-O FS_FEES
               IF FE-STATUS = '00' OR FE-STATUS = '05' THEN
                   MOVE 'Y' TO FEES-OPEN
               ELSE
                   DISPLAY "CANNOT OPEN CONTRACT FEES - STATUS "
                       FE-STATUS " - NO LATE FEES CHARGED"
               END-IF
           END-IF.
           OPEN INPUT FS_GUARANTEES.
           IF GC-STATUS = '00' OR GC-STATUS = '05' THEN
               MOVE 'Y' TO GUARANTEES-OPEN
           ELSE
               DISPLAY "CANNOT OPEN GUARANTOR/COLLATERAL FILE - "
                   "STATUS " GC-STATUS " - NO GUARANTOR DEMANDS"
           END-IF.
           PERFORM PARA-1-LOAD-HISTORY.
           PERFORM PARA-2-LOAD-BORROWERS.
           PERFORM PARA-3-SCAN-LEDGER.
           PERFORM PARA-5-WRITE-NOTICES.
           PERFORM PARA-9-APPEND-HISTORY.
           IF FEES-OPEN = 'Y' THEN
               CLOSE FS_FEES
           END-IF.
           IF GUARANTEES-OPEN = 'Y' THEN
               CLOSE FS_GUARANTEES
           END-IF.
           IF MASTER-OPEN = 'Y' THEN
               CLOSE FS_CONTRACT_MASTER
           END-IF.
           DISPLAY " ".
           DISPLAY NOTICE_COUNT " NOTICE(S) WRITTEN".
           IF FEE_CHARGED_COUNT > 0 THEN
               DISPLAY FEE_CHARGED_COUNT
                   " LATE ADMINISTRATION FEE(S) CHARGED"
           END-IF.
           IF GUARANTOR_DEMAND_COUNT > 0 THEN
               DISPLAY GUARANTOR_DEMAND_COUNT
                   " GUARANTOR DEMAND(S) WRITTEN"
           END-IF.
           DISPLAY HISTORY_WRITTEN_COUNT
               " NOTICE HISTORY RECORD(S) APPENDED".
           IF WRITTEN_OFF_COUNT > 0 THEN
               DISPLAY WRITTEN_OFF_COUNT
                   " WRITTEN-OFF CONTRACT(S) NOT DUNNED"
           END-IF.
           IF DI_SKIPPED_COUNT > 0 THEN
               DISPLAY DI_SKIPPED_COUNT
                   " OVERDUE INSTALLMENT(S) EXCEEDED TABLE CAPACITY"
           PARA-3-READ-ONE.
      * REVERSD lines are reversal memos, not schedule positions -
      * the backed-out money already shows on the position lines.
      * FEE lines are billed fees, which are collected but not
      * dunned, so a late fee can never escalate a letter.
               READ FS_LEDGER
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF FS_L_SCHED IS NUMERIC
                           AND FS_L_STATUS NOT = "REVERSD"
                           AND FS_L_STATUS(1:3) NOT = "FEE" THEN
                           PERFORM PARA-4-TAKE-ROW
                       END-IF
               END-READ.
      * nothing new to send gets no letter at all.
           PARA-5-WRITE-NOTICES.
               OPEN OUTPUT FS_NOTICES.
               OPEN OUTPUT FS_GUARANTOR_DEMANDS.
               MOVE 1 TO DC-INDEX.
               PERFORM PARA-6-ONE-CONTRACT UNTIL DC-INDEX > DC_COUNT.
               CLOSE FS_GUARANTOR_DEMANDS.
               CLOSE FS_NOTICES.

           PARA-6-ONE-CONTRACT.
               MOVE 0 TO DC-SEND-COUNT(DC-INDEX).
               PERFORM PARA-6-CHECK-WRITTEN-OFF.
               IF WRITTEN-OFF = 'Y' THEN
                   ADD 1 TO WRITTEN_OFF_COUNT
               ELSE
                   MOVE 1 TO DI-INDEX
                   PERFORM PARA-6-MARK-ONE UNTIL DI-INDEX > DI_COUNT
               END-IF.
               IF DC-SEND-COUNT(DC-INDEX) > 0 THEN
                   PERFORM PARA-7-WRITE-LETTER
               END-IF
               ADD 1 TO DC-INDEX.

      * Its items keep the send flag they were loaded with, so the
      * history append passes them over as well.
           PARA-6-CHECK-WRITTEN-OFF.
               MOVE 'N' TO WRITTEN-OFF.
               IF MASTER-OPEN = 'Y' THEN
                   MOVE DC-CONTRACT(DC-INDEX) TO CM_CONTRACT_ID
                   READ FS_CONTRACT_MASTER
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF CM_WRITTEN_OFF = 'Y' THEN
                               MOVE 'Y' TO WRITTEN-OFF
                           END-IF
                   END-READ
               END-IF.

           PARA-6-MARK-ONE.
               IF DI-CONTRACT(DI-INDEX) = DC-CONTRACT(DC-INDEX) THEN
                   PERFORM PARA-6-CHECK-PRIOR
                   INTO NT_LINE
               END-STRING
               WRITE NT_LINE.
               IF DC-LEVEL(DC-INDEX) > 1 AND FEES-OPEN = 'Y' THEN
                   PERFORM PARA-13-CHARGE-LATE-FEE
               END-IF.
               MOVE ALL "=" TO NT_LINE.
               WRITE NT_LINE.
               MOVE SPACES TO NT_LINE.
               WRITE NT_LINE.
               ADD 1 TO NOTICE_COUNT.
               IF DC-LEVEL(DC-INDEX) = 3
                   AND GUARANTEES-OPEN = 'Y' THEN
                   PERFORM PARA-14-GUARANTOR-DEMANDS
               END-IF.

      * Only installments not yet noticed at this letter's level go
      * on the letter - the same set PARA-9 appends to the history -
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

           PARA-12-READ-FEE-PARAMETERS.
               MOVE 0 TO LATE_ADMIN_FEE.
               OPEN INPUT FS_FEE_PARAMETERS.
               IF FP-STATUS = '00' THEN
                   READ FS_FEE_PARAMETERS
                       AT END CONTINUE
                       NOT AT END
                           IF FP_LATE_ADMIN IS NUMERIC THEN
                               COMPUTE LATE_ADMIN_FEE =
                                   FP_LATE_ADMIN / 100
                           ELSE
                               DISPLAY "MALFORMED FEE SCHEDULE - "
                                   "NO LATE FEES CHARGED"
                           END-IF
                   END-READ
                   CLOSE FS_FEE_PARAMETERS
               END-IF.

      * One fee per letter: a letter only goes out when it carries
      * installments not yet noticed at its level, so a rerun sends
      * nothing and charges nothing. The sequence number is stepped
      * until a free key is found for the contract.
           PARA-13-CHARGE-LATE-FEE.
               MOVE DC-CONTRACT(DC-INDEX) TO FE_CONTRACT.
               MOVE 0 TO FE_SEQ.
               MOVE "LATEAD" TO FE_TYPE.
               MOVE ASOF-DATE TO FE_DATE.
               MOVE LATE_ADMIN_FEE TO FE_AMOUNT.
               MOVE 0 TO FE_PAID.
               MOVE DC-LEVEL(DC-INDEX) TO FE_LEVEL.
               MOVE 'N' TO FEE-WRITTEN.
               PERFORM PARA-13-WRITE-ONE UNTIL FEE-WRITTEN = 'Y'.

           PARA-13-WRITE-ONE.
               ADD 1 TO FE_SEQ.
               WRITE FE_REC
                   INVALID KEY
                       IF FE-STATUS NOT = '22' OR FE_SEQ = 9999 THEN
                           DISPLAY "FEE WRITE FAILED FOR "
                               FE_CONTRACT " - STATUS " FE-STATUS
                           MOVE 'Y' TO FEE-WRITTEN
                       END-IF
                   NOT INVALID KEY
                       MOVE 'Y' TO FEE-WRITTEN
                       ADD 1 TO FEE_CHARGED_COUNT
                       MOVE LATE_ADMIN_FEE TO ED-AMOUNT
                       MOVE SPACES TO NT_LINE
                       STRING "LATE ADMINISTRATION FEE CHARGED: "
                                  DELIMITED BY SIZE
                              ED-AMOUNT DELIMITED BY SIZE
                           INTO NT_LINE
                       END-STRING
                       WRITE NT_LINE
               END-WRITE.

      * The guarantors of the contract are read off the keyed file
      * from its first G item on. The borrower named on the demand
      * is the one the final demand was just addressed to.
           PARA-14-GUARANTOR-DEMANDS.
               MOVE 0 TO CONTRACT-OVERDUE.
               MOVE 1 TO DI-INDEX.
               PERFORM PARA-14-ADD-OVERDUE UNTIL DI-INDEX > DI_COUNT.
               MOVE 'N' TO GC-SCAN-EOF.
               MOVE DC-CONTRACT(DC-INDEX) TO GC_CONTRACT.
               MOVE 'G' TO GC_TYPE.
               MOVE 0 TO GC_SEQ.
               START FS_GUARANTEES KEY IS NOT < GC_KEY
                   INVALID KEY MOVE 'Y' TO GC-SCAN-EOF
               END-START.
               PERFORM PARA-14-READ-ONE UNTIL GC-SCAN-EOF = 'Y'.

           PARA-14-ADD-OVERDUE.
               IF DI-CONTRACT(DI-INDEX) = DC-CONTRACT(DC-INDEX) THEN
                   ADD DI-SHORT(DI-INDEX) TO CONTRACT-OVERDUE
               END-IF
               ADD 1 TO DI-INDEX.

           PARA-14-READ-ONE.
               READ FS_GUARANTEES NEXT RECORD
                   AT END MOVE 'Y' TO GC-SCAN-EOF
                   NOT AT END
                       IF GC_CONTRACT NOT = DC-CONTRACT(DC-INDEX)
                           OR GC_TYPE NOT = 'G' THEN
                           MOVE 'Y' TO GC-SCAN-EOF
                       ELSE
                           PERFORM PARA-15-WRITE-DEMAND
                       END-IF
               END-READ.

           PARA-15-WRITE-DEMAND.
               IF GC_G_AMOUNT < CONTRACT-OVERDUE THEN
                   MOVE GC_G_AMOUNT TO DEMAND-AMOUNT
               ELSE
                   MOVE CONTRACT-OVERDUE TO DEMAND-AMOUNT
               END-IF.
               MOVE ALL "=" TO GD_LINE.
               WRITE GD_LINE.
               MOVE SPACES TO GD_LINE.
               STRING "DEMAND UNDER GUARANTEE" DELIMITED BY SIZE
                   INTO GD_LINE
               END-STRING
               WRITE GD_LINE.
               MOVE SPACES TO GD_LINE.
               STRING "CONTRACT: " DELIMITED BY SIZE
                      GC_CONTRACT DELIMITED BY SIZE
                      "          DATE: " DELIMITED BY SIZE
                      ASOF-DATE DELIMITED BY SIZE
                   INTO GD_LINE
               END-STRING
               WRITE GD_LINE.
               MOVE SPACES TO GD_LINE.
               STRING "TO:       " DELIMITED BY SIZE
                      GC_G_NAME DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      GC_G_SURNAME DELIMITED BY SIZE
                   INTO GD_LINE
               END-STRING
               WRITE GD_LINE.
               MOVE SPACES TO GD_LINE.
               STRING "          " DELIMITED BY SIZE
                      GC_G_ADDR1 DELIMITED BY SIZE
                   INTO GD_LINE
               END-STRING
               WRITE GD_LINE.
               MOVE SPACES TO GD_LINE.
               STRING "          " DELIMITED BY SIZE
                      GC_G_ADDR2 DELIMITED BY SIZE
                   INTO GD_LINE
               END-STRING
               WRITE GD_LINE.
               MOVE SPACES TO GD_LINE.
               WRITE GD_LINE.
               MOVE SPACES TO GD_LINE.
               IF DB-FOUND-INDEX > 0 THEN
                   STRING "BORROWER:            " DELIMITED BY SIZE
                          DB-NAME(DB-FOUND-INDEX) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          DB-SURNAME(DB-FOUND-INDEX)
                              DELIMITED BY SIZE
                       INTO GD_LINE
                   END-STRING
               ELSE
                   STRING "BORROWER:            NOT ON BORROWER "
                              DELIMITED BY SIZE
                          "MASTER" DELIMITED BY SIZE
                       INTO GD_LINE
                   END-STRING
               END-IF.
               WRITE GD_LINE.
               MOVE CONTRACT-OVERDUE TO ED-AMOUNT.
               MOVE SPACES TO GD_LINE.
               STRING "AMOUNT OVERDUE:      " DELIMITED BY SIZE
                      ED-AMOUNT DELIMITED BY SIZE
                   INTO GD_LINE
               END-STRING
               WRITE GD_LINE.
               MOVE GC_G_AMOUNT TO ED-AMOUNT.
               MOVE SPACES TO GD_LINE.
               STRING "AMOUNT GUARANTEED:   " DELIMITED BY SIZE
                      ED-AMOUNT DELIMITED BY SIZE
                   INTO GD_LINE
               END-STRING
               WRITE GD_LINE.
               MOVE DEMAND-AMOUNT TO ED-AMOUNT.
               MOVE SPACES TO GD_LINE.
               STRING "AMOUNT DEMANDED:     " DELIMITED BY SIZE
                      ED-AMOUNT DELIMITED BY SIZE
                   INTO GD_LINE
               END-STRING
               WRITE GD_LINE.
               MOVE SPACES TO GD_LINE.
               WRITE GD_LINE.
               MOVE SPACES TO GD_LINE.
               STRING "A FINAL DEMAND HAS BEEN SENT TO THE BORROWER. "
                          DELIMITED BY SIZE
                      "THE AMOUNT" DELIMITED BY SIZE
                   INTO GD_LINE
               END-STRING
               WRITE GD_LINE.
               MOVE SPACES TO GD_LINE.
               STRING "DEMANDED IS NOW DUE FROM YOU UNDER YOUR "
                          DELIMITED BY SIZE
                      "GUARANTEE." DELIMITED BY SIZE
                   INTO GD_LINE
               END-STRING
               WRITE GD_LINE.
               MOVE ALL "=" TO GD_LINE.
               WRITE GD_LINE.
               MOVE SPACES TO GD_LINE.
               WRITE GD_LINE.
               ADD 1 TO GUARANTOR_DEMAND_COUNT.

       END PROGRAM DUNNING_NOTICES.
