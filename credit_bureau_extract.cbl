      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly credit bureau extract. Writes the bureau's
      *          fixed-layout file credit_bureau_extract.txt - one
      *          header, one detail record per contract on the
      *          master, one trailer with the record count and
      *          control totals - in place of the spreadsheet built
      *          by hand from the arrears report. The header carries
      *          the lender's bureau member id from
      *          bureau_parameters.txt and the reporting month. Each
      *          detail gives the borrower's identity and address
      *          from the borrower master (through the contract's
      *          borrower id, or its employee id for a staff loan
      *          without one), the original amount and start date,
      *          the outstanding balance and installment amount, and
      *          from the contract's payment positions the amount
      *          overdue, the days past due of the oldest open
      *          installment and the aging bucket that puts it in (0
      *          current, 1 to 30 days, 2 to 60, 3 to 90, 4 beyond).
      *          The balance is
      *          the one the month-end snapshot uses: the schedule
      *          balance before the oldest open installment, less
      *          what has been paid against it and those after. The
      *          account status is A active, C closed (every
      *          position paid) or W written off, and a separate
      *          flag marks a contract restructured on
      *          restructure_events.txt, which is sorted by contract
      *          and matched against the master as it is read. A
      *          contract whose borrower cannot be identified - no
      *          borrower id, not on the borrower master, or no
      *          surname or address there - or whose installment now
      *          due has no schedule row to take its balance from, is
      *          not sent to the bureau but listed on
      *          credit_bureau_exceptions.txt with the reason, so no
      *          account is left out without anyone knowing. No
      *          extract is written when the schedule or the payment
      *          positions are not there to report from.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDIT_BUREAU_EXTRACT.
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

             SELECT BORROWERS ASSIGN TO 'borrower_master.txt'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS BO-STATUS.

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

             SELECT FS_PARAMETERS ASSIGN TO 'bureau_parameters.txt'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS BP-STATUS.

             SELECT FS_EXTRACT ASSIGN TO 'credit_bureau_extract.txt'
             ORGANIZATION IS LINE SEQUENTIAL.

             SELECT FS_EXCEPTIONS
             ASSIGN TO 'credit_bureau_exceptions.txt'
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

           FD BORROWERS.
           01 B-F.
               05 B-F-BORROWER-ID PIC X(6).
               05 B-F-NAME PIC X(15).
               05 B-F-SURNAME PIC X(15).
               05 B-F-ADDR1 PIC X(30).
               05 B-F-ADDR2 PIC X(30).
               05 B-F-PHONE PIC X(15).

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
               05 RS_DETAIL PIC X(92).

           FD FS_PARAMETERS.
           01 BP_REC.
               05 BP_MEMBER_ID PIC X(10).

           FD FS_EXTRACT.
           01 CB_LINE PIC X(186).

           FD FS_EXCEPTIONS.
           01 CX_LINE PIC X(80).

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
       01 BO-STATUS PIC X(2) VALUE '00'.
       01 RX-STATUS PIC X(2) VALUE '00'.
       01 RS-STATUS PIC X(2) VALUE '00'.
       01 BP-STATUS PIC X(2) VALUE '00'.
       01 PD-STATUS PIC X(2) VALUE '00'.
       01 PD-FOUND PIC A(1) VALUE 'N'.
       01 MEMBER-ID PIC X(10) VALUE SPACES.
       01 ASOF-DATE PIC 9(8) VALUE 0.
       01 REPORT-MONTH PIC 9(6) VALUE 0.
       01 MASTER-DONE PIC A(1) VALUE 'N'.
       01 POSITIONS-DONE PIC A(1) VALUE 'N'.

      * The contract being reported: its positions in key order give
      * the oldest open installment and what was paid from it on.
       01 POSITION-COUNT PIC 9(4) VALUE 0.
       01 FROM-FOUND PIC A(1) VALUE 'N'.
       01 FROM-YEAR PIC 9(4) VALUE 0.
       01 FROM-INST PIC 9(4) VALUE 0.
       01 PAID-IN PIC 9(10)v9(2) VALUE 0.
       01 OPEN-BALANCE PIC 9(10)v9(2) VALUE 0.
       01 INSTALLMENT-AMOUNT PIC 9(10)v9(2) VALUE 0.
       01 ROW-FOUND PIC A(1) VALUE 'N'.
       01 ACCOUNT-STATUS PIC X(1) VALUE SPACES.
       01 RESTRUCTURED PIC X(1) VALUE 'N'.
       01 EXCEPTION-REASON PIC X(40) VALUE SPACES.

      * The schedule row for the installment reported is read by
      * key; the schedule is held open for the whole run.
       01 SCHEDULE-OPEN PIC A(1) VALUE 'N'.

      * The contract's open overdue amount and the days past due of
      * its oldest open installment, taken from its positions.
       01 OVERDUE-AMOUNT PIC 9(10)v9(2) VALUE 0.
       01 OLDEST-DAYS PIC 9(5) VALUE 0.
       01 SHORTFALL PIC 9(10)v9(2) VALUE 0.

      * Restructure events sorted by contract; the master is read in
      * key order, so each contract's events are met as it comes up.
       01 RS-OPEN PIC A(1) VALUE 'N'.
       01 RS-EOF PIC A(1) VALUE 'Y'.

       01 DB-BORROWER OCCURS 1000 TIMES.
           05 DB-ID PIC X(6).
           05 DB-NAME PIC X(15).
           05 DB-SURNAME PIC X(15).
           05 DB-ADDR1 PIC X(30).
           05 DB-ADDR2 PIC X(30).
           05 DB-PHONE PIC X(15).
       01 DB_COUNT PIC 9(4) VALUE 0.
       01 DB_CAPACITY PIC 9(4) VALUE 1000.
       01 DB_SKIPPED_COUNT PIC 9(4) VALUE 0.
       01 DB-INDEX PIC 9(4) VALUE 0.
       01 DB-FOUND-INDEX PIC 9(4) VALUE 0.
       01 DB-KEY PIC X(6) VALUE SPACES.

      * Day differences use the 30/360 serial of the arrears aging,
      * so the buckets agree with the aging report's.
       01 DATE-WORK.
           05 DW-YEAR PIC 9(4).
           05 DW-MONTH PIC 9(2).
           05 DW-DAY PIC 9(2).
       01 DATE-SERIAL PIC 9(8) VALUE 0.
       01 ASOF-SERIAL PIC 9(8) VALUE 0.
       01 DAYS-OVERDUE PIC S9(8) VALUE 0.

       01 DETAIL_COUNT PIC 9(9) VALUE 0.
       01 EXCEPTION_COUNT PIC 9(5) VALUE 0.
       01 TOTAL-ORIGINAL PIC 9(12)v9(2) VALUE 0.
       01 TOTAL-BALANCE PIC 9(12)v9(2) VALUE 0.

       01 CB-HEADER.
           05 CB-H-TYPE PIC X(1).
           05 CB-H-MEMBER PIC X(10).
           05 CB-H-MONTH PIC 9(6).
           05 CB-H-DATE PIC 9(8).
           05 FILLER PIC X(161).

       01 CB-DETAIL.
           05 CB-D-TYPE PIC X(1).
           05 CB-D-CONTRACT PIC X(10).
           05 CB-D-BORROWER PIC X(6).
           05 CB-D-SURNAME PIC X(15).
           05 CB-D-NAME PIC X(15).
           05 CB-D-ADDR1 PIC X(30).
           05 CB-D-ADDR2 PIC X(30).
           05 CB-D-PHONE PIC X(15).
           05 CB-D-ORIGINAL PIC 9(10)v9(2).
           05 CB-D-START-DATE PIC 9(8).
           05 CB-D-BALANCE PIC 9(10)v9(2).
           05 CB-D-INSTALLMENT PIC 9(10)v9(2).
           05 CB-D-OVERDUE PIC 9(10)v9(2).
           05 CB-D-DAYS-PAST-DUE PIC 9(5).
           05 CB-D-BUCKET PIC 9(1).
           05 CB-D-STATUS PIC X(1).
           05 CB-D-RESTRUCTURED PIC X(1).

       01 CB-TRAILER.
           05 CB-T-TYPE PIC X(1).
           05 CB-T-COUNT PIC 9(9).
           05 CB-T-ORIGINAL PIC 9(12)v9(2).
           05 CB-T-BALANCE PIC 9(12)v9(2).
           05 FILLER PIC X(148).

       01 CX-DETAIL.
           05 CX-D-CONTRACT PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CX-D-BORROWER PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CX-D-REASON PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM PARA-11-READ-PROCESSING-DATE.
           IF PD-FOUND NOT = 'Y' THEN
               DISPLAY "NO PROCESSING DATE ON processing_date.txt - "
                   "NO EXTRACT WRITTEN"
               GOBACK
           END-IF.
           MOVE ASOF-DATE(1:6) TO REPORT-MONTH.
           MOVE ASOF-DATE TO DATE-WORK.
           PERFORM PARA-10-DATE-SERIAL.
           MOVE DATE-SERIAL TO ASOF-SERIAL.
           PERFORM PARA-1-READ-PARAMETERS.
           IF MEMBER-ID = SPACES THEN
               DISPLAY "NO BUREAU MEMBER ID ON bureau_parameters.txt "
                   "- NO EXTRACT WRITTEN"
               GOBACK
           END-IF.
           OPEN INPUT FS_CONTRACT_MASTER.
           IF CM-STATUS NOT = '00' THEN
               DISPLAY "CANNOT OPEN INDEXED CONTRACT MASTER - "
                   "STATUS " CM-STATUS
               GOBACK
           END-IF.
           PERFORM PARA-3-OPEN-POSITIONS.
           IF POSITIONS-DONE = 'Y' THEN
               CLOSE FS_CONTRACT_MASTER
               GOBACK
           END-IF.
           PERFORM PARA-2-OPEN-SCHEDULE.
           IF SCHEDULE-OPEN NOT = 'Y' THEN
               DISPLAY "NO EXTRACT WRITTEN"
               CLOSE FS_POSITIONS
               CLOSE FS_CONTRACT_MASTER
               GOBACK
           END-IF.
           PERFORM PARA-4-LOAD-BORROWERS.
           PERFORM PARA-5-LOAD-RESTRUCTURES.
           OPEN OUTPUT FS_EXTRACT.
           OPEN OUTPUT FS_EXCEPTIONS.
           MOVE SPACES TO CB-HEADER.
           MOVE 'H' TO CB-H-TYPE.
           MOVE MEMBER-ID TO CB-H-MEMBER.
           MOVE REPORT-MONTH TO CB-H-MONTH.
           MOVE ASOF-DATE TO CB-H-DATE.
           MOVE CB-HEADER TO CB_LINE.
           WRITE CB_LINE.
           MOVE SPACES TO CX_LINE.
           STRING "CREDIT BUREAU EXCEPTIONS AS OF " DELIMITED BY SIZE
                  ASOF-DATE DELIMITED BY SIZE
               INTO CX_LINE
           END-STRING.
           WRITE CX_LINE.
           PERFORM PARA-6-REPORT-CONTRACTS.
           MOVE SPACES TO CB-TRAILER.
           MOVE 'T' TO CB-T-TYPE.
           MOVE DETAIL_COUNT TO CB-T-COUNT.
           MOVE TOTAL-ORIGINAL TO CB-T-ORIGINAL.
           MOVE TOTAL-BALANCE TO CB-T-BALANCE.
           MOVE CB-TRAILER TO CB_LINE.
           WRITE CB_LINE.
           CLOSE FS_EXCEPTIONS.
           CLOSE FS_EXTRACT.
           CLOSE FS_POSITIONS.
           IF SCHEDULE-OPEN = 'Y' THEN
               CLOSE FS_INSTALLMENTS_INF
           END-IF.
           IF RS-OPEN = 'Y' THEN
               CLOSE FS_RESTRUCTURES_SORTED
           END-IF.
           CLOSE FS_CONTRACT_MASTER.
           DISPLAY " ".
           DISPLAY DETAIL_COUNT " CONTRACT(S) REPORTED FOR "
               REPORT-MONTH.
           DISPLAY "TOTAL BALANCE REPORTED " TOTAL-BALANCE.
           DISPLAY EXCEPTION_COUNT " CONTRACT(S) ON THE EXCEPTIONS "
               "LIST".
           IF DB_SKIPPED_COUNT > 0 THEN
               DISPLAY DB_SKIPPED_COUNT
                   " BORROWER(S) EXCEEDED TABLE CAPACITY"
           END-IF.
           GOBACK.

           PARA-1-READ-PARAMETERS.
               OPEN INPUT FS_PARAMETERS.
               IF BP-STATUS = '00' THEN
                   READ FS_PARAMETERS
                       AT END CONTINUE
                       NOT AT END MOVE BP_MEMBER_ID TO MEMBER-ID
                   END-READ
                   CLOSE FS_PARAMETERS
               END-IF.

           PARA-2-OPEN-SCHEDULE.
               OPEN INPUT FS_INSTALLMENTS_INF.
               IF FI-STATUS = '00' THEN
                   MOVE 'Y' TO SCHEDULE-OPEN
               ELSE
                   DISPLAY "CANNOT OPEN INDEXED SCHEDULE - STATUS "
                       FI-STATUS
               END-IF.

      * The positions are where the balance and the arrears come
      * from, so without them there is nothing true to report - a
      * missing file is refused the same as one that will not open.
      * POSITIONS-DONE is left 'Y' when the run cannot go on.
           PARA-3-OPEN-POSITIONS.
               MOVE 'N' TO POSITIONS-DONE.
               OPEN INPUT FS_POSITIONS.
               IF PO-STATUS = '05' THEN
                   DISPLAY "NO PAYMENT POSITIONS ON FILE - "
                       "NO EXTRACT WRITTEN"
                   CLOSE FS_POSITIONS
                   MOVE 'Y' TO POSITIONS-DONE
               ELSE
                   IF PO-STATUS NOT = '00' THEN
                       DISPLAY "CANNOT OPEN PAYMENT POSITIONS - STATUS "
                           PO-STATUS " - NO EXTRACT WRITTEN"
                       MOVE 'Y' TO POSITIONS-DONE
                   END-IF
               END-IF.

           PARA-4-LOAD-BORROWERS.
               MOVE 'N' TO WS-EOF.
               OPEN INPUT BORROWERS.
               IF BO-STATUS = '00' THEN
                   PERFORM PARA-4-READ-ONE UNTIL WS-EOF = 'Y'
                   CLOSE BORROWERS
               END-IF.

           PARA-4-READ-ONE.
               READ BORROWERS
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF DB_COUNT < DB_CAPACITY THEN
                           ADD 1 TO DB_COUNT
                           MOVE B-F-BORROWER-ID TO DB-ID(DB_COUNT)
                           MOVE B-F-NAME TO DB-NAME(DB_COUNT)
                           MOVE B-F-SURNAME TO DB-SURNAME(DB_COUNT)
                           MOVE B-F-ADDR1 TO DB-ADDR1(DB_COUNT)
                           MOVE B-F-ADDR2 TO DB-ADDR2(DB_COUNT)
                           MOVE B-F-PHONE TO DB-PHONE(DB_COUNT)
                       ELSE
                           ADD 1 TO DB_SKIPPED_COUNT
                       END-IF
               END-READ.

           PARA-5-LOAD-RESTRUCTURES.
               MOVE 'Y' TO RS-EOF.
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
                       MOVE 'N' TO RS-EOF
                       PERFORM PARA-5-READ-NEXT
                   ELSE
                       DISPLAY "CANNOT OPEN SORTED RESTRUCTURE EVENTS "
                           "- STATUS " RS-STATUS
                   END-IF
               END-IF.

           PARA-5-READ-NEXT.
               READ FS_RESTRUCTURES_SORTED
                   AT END MOVE 'Y' TO RS-EOF
               END-READ.

           PARA-6-REPORT-CONTRACTS.
               MOVE 'N' TO MASTER-DONE.
               MOVE SPACES TO CM_CONTRACT_ID.
               START FS_CONTRACT_MASTER KEY NOT < CM_CONTRACT_ID
                   INVALID KEY MOVE 'Y' TO MASTER-DONE
               END-START.
               PERFORM PARA-6-READ-ONE UNTIL MASTER-DONE = 'Y'.

           PARA-6-READ-ONE.
               READ FS_CONTRACT_MASTER NEXT
                   AT END MOVE 'Y' TO MASTER-DONE
                   NOT AT END
                       PERFORM PARA-7-CHECK-BORROWER
                       IF EXCEPTION-REASON = SPACES THEN
                           PERFORM PARA-8-SCAN-POSITIONS
                           PERFORM PARA-6-FIND-BALANCE
                       END-IF
                       IF EXCEPTION-REASON = SPACES THEN
                           PERFORM PARA-6-WRITE-DETAIL
                       ELSE
                           PERFORM PARA-6-WRITE-EXCEPTION
                       END-IF
               END-READ.

      * The balance follows the month-end snapshot: nil when every
      * position is paid, the credit amount before the posting run
      * has made any, otherwise the schedule balance before the
      * oldest open installment less what was paid from it on. An
      * installment due with no schedule row gives neither balance
      * nor installment amount, so the contract is held back.
           PARA-6-FIND-BALANCE.
               MOVE 0 TO INSTALLMENT-AMOUNT.
               MOVE 'Y' TO ROW-FOUND.
               EVALUATE TRUE
                 WHEN POSITION-COUNT = 0
                     MOVE CM_CREDIT_AMOUNT TO OPEN-BALANCE
                     MOVE 0 TO FROM-YEAR
                     MOVE 0 TO FROM-INST
                     PERFORM PARA-8-FIND-ROW
                 WHEN FROM-FOUND = 'N'
                     MOVE 0 TO OPEN-BALANCE
                 WHEN OTHER
                     MOVE 0 TO OPEN-BALANCE
                     PERFORM PARA-8-FIND-ROW
                     IF OPEN-BALANCE > PAID-IN THEN
                         SUBTRACT PAID-IN FROM OPEN-BALANCE
                     ELSE
                         MOVE 0 TO OPEN-BALANCE
                     END-IF
               END-EVALUATE.
               IF ROW-FOUND = 'N' THEN
                   MOVE "NO SCHEDULE ROW FOR THE INSTALLMENT DUE"
                       TO EXCEPTION-REASON
               END-IF.

           PARA-6-WRITE-DETAIL.
               EVALUATE TRUE
                 WHEN CM_WRITTEN_OFF = 'Y'
                     MOVE 'W' TO ACCOUNT-STATUS
                 WHEN POSITION-COUNT > 0 AND FROM-FOUND = 'N'
                     MOVE 'C' TO ACCOUNT-STATUS
                 WHEN OTHER
                     MOVE 'A' TO ACCOUNT-STATUS
               END-EVALUATE.
               PERFORM PARA-9-FIND-RESTRUCTURE.
               MOVE SPACES TO CB-DETAIL.
               MOVE 'D' TO CB-D-TYPE.
               MOVE CM_CONTRACT_ID TO CB-D-CONTRACT.
               MOVE DB-KEY TO CB-D-BORROWER.
               MOVE DB-SURNAME(DB-FOUND-INDEX) TO CB-D-SURNAME.
               MOVE DB-NAME(DB-FOUND-INDEX) TO CB-D-NAME.
               MOVE DB-ADDR1(DB-FOUND-INDEX) TO CB-D-ADDR1.
               MOVE DB-ADDR2(DB-FOUND-INDEX) TO CB-D-ADDR2.
               MOVE DB-PHONE(DB-FOUND-INDEX) TO CB-D-PHONE.
               MOVE CM_CREDIT_AMOUNT TO CB-D-ORIGINAL.
               MOVE CM_START_DATE TO CB-D-START-DATE.
               MOVE OPEN-BALANCE TO CB-D-BALANCE.
               MOVE INSTALLMENT-AMOUNT TO CB-D-INSTALLMENT.
               IF OVERDUE-AMOUNT > 0 THEN
                   MOVE OVERDUE-AMOUNT TO CB-D-OVERDUE
                   MOVE OLDEST-DAYS TO CB-D-DAYS-PAST-DUE
                   EVALUATE TRUE
                     WHEN OLDEST-DAYS > 90
                         MOVE 4 TO CB-D-BUCKET
                     WHEN OLDEST-DAYS > 60
                         MOVE 3 TO CB-D-BUCKET
                     WHEN OLDEST-DAYS > 30
                         MOVE 2 TO CB-D-BUCKET
                     WHEN OTHER
                         MOVE 1 TO CB-D-BUCKET
                   END-EVALUATE
               ELSE
                   MOVE 0 TO CB-D-OVERDUE
                   MOVE 0 TO CB-D-DAYS-PAST-DUE
                   MOVE 0 TO CB-D-BUCKET
               END-IF.
               MOVE ACCOUNT-STATUS TO CB-D-STATUS.
               MOVE RESTRUCTURED TO CB-D-RESTRUCTURED.
               MOVE CB-DETAIL TO CB_LINE.
               WRITE CB_LINE.
               ADD 1 TO DETAIL_COUNT.
               ADD CM_CREDIT_AMOUNT TO TOTAL-ORIGINAL.
               ADD OPEN-BALANCE TO TOTAL-BALANCE.

           PARA-6-WRITE-EXCEPTION.
               MOVE SPACES TO CX-DETAIL.
               MOVE CM_CONTRACT_ID TO CX-D-CONTRACT.
               MOVE DB-KEY TO CX-D-BORROWER.
               MOVE EXCEPTION-REASON TO CX-D-REASON.
               MOVE CX-DETAIL TO CX_LINE.
               WRITE CX_LINE.
               ADD 1 TO EXCEPTION_COUNT.

      * The bureau matches on name and address, so a borrower with
      * no surname or first address line cannot be reported.
           PARA-7-CHECK-BORROWER.
               MOVE SPACES TO EXCEPTION-REASON.
               MOVE 0 TO DB-FOUND-INDEX.
               IF CM_BORROWER_ID NOT = SPACES THEN
                   MOVE CM_BORROWER_ID TO DB-KEY
               ELSE
                   MOVE CM_EMPLOYEE_ID TO DB-KEY
               END-IF.
               IF DB-KEY = SPACES THEN
                   MOVE "NO BORROWER ID ON THE CONTRACT"
                       TO EXCEPTION-REASON
               ELSE
                   MOVE 1 TO DB-INDEX
                   PERFORM PARA-7-FIND-ONE UNTIL DB-INDEX > DB_COUNT
                   IF DB-FOUND-INDEX = 0 THEN
                       MOVE "BORROWER NOT ON BORROWER MASTER"
                           TO EXCEPTION-REASON
                   ELSE
                       IF DB-SURNAME(DB-FOUND-INDEX) = SPACES THEN
                           MOVE "NO SURNAME ON BORROWER MASTER"
                               TO EXCEPTION-REASON
                       END-IF
                       IF DB-ADDR1(DB-FOUND-INDEX) = SPACES THEN
                           MOVE "NO ADDRESS ON BORROWER MASTER"
                               TO EXCEPTION-REASON
                       END-IF
                   END-IF
               END-IF.

           PARA-7-FIND-ONE.
               IF DB-ID(DB-INDEX) = DB-KEY THEN
                   MOVE DB-INDEX TO DB-FOUND-INDEX
                   MOVE DB_COUNT TO DB-INDEX
               END-IF
               ADD 1 TO DB-INDEX.

           PARA-8-SCAN-POSITIONS.
               MOVE 0 TO POSITION-COUNT.
               MOVE 'N' TO FROM-FOUND.
               MOVE 0 TO PAID-IN.
               MOVE 0 TO OVERDUE-AMOUNT.
               MOVE 0 TO OLDEST-DAYS.
               MOVE CM_CONTRACT_ID TO PO_CONTRACT.
               MOVE 0 TO PO_DUE_YEAR.
               MOVE 0 TO PO_DUE_INST.
               MOVE 'N' TO POSITIONS-DONE.
               START FS_POSITIONS KEY NOT < PO_KEY
                   INVALID KEY MOVE 'Y' TO POSITIONS-DONE
               END-START.
               PERFORM PARA-8-POSITION-ONE UNTIL POSITIONS-DONE = 'Y'.

           PARA-8-POSITION-ONE.
               READ FS_POSITIONS NEXT
                   AT END MOVE 'Y' TO POSITIONS-DONE
                   NOT AT END
                       IF PO_CONTRACT NOT = CM_CONTRACT_ID THEN
                           MOVE 'Y' TO POSITIONS-DONE
                       ELSE
                           ADD 1 TO POSITION-COUNT
                           IF FROM-FOUND = 'N'
                               AND PO_PAID < PO_SCHED THEN
                               MOVE 'Y' TO FROM-FOUND
                               MOVE PO_DUE_YEAR TO FROM-YEAR
                               MOVE PO_DUE_INST TO FROM-INST
                           END-IF
                           IF FROM-FOUND = 'Y' THEN
                               ADD PO_PAID TO PAID-IN
                           END-IF
                           PERFORM PARA-9-AGE-POSITION
                       END-IF
               END-READ.

      * The installment reported is the one now due: that of the
      * oldest open installment, or the first on the schedule for
      * a contract with no positions yet (FROM-YEAR and FROM-INST
      * zero take the contract's first row).
           PARA-8-FIND-ROW.
               MOVE 'N' TO ROW-FOUND.
               IF SCHEDULE-OPEN = 'Y' THEN
                   MOVE CM_CONTRACT_ID TO FS_I_CONTRACT
                   MOVE FROM-YEAR TO FS_I_DUE_YEAR
                   MOVE FROM-INST TO FS_I_DUE_INST
                   START FS_INSTALLMENTS_INF KEY NOT < FS_I_KEY
                       INVALID KEY CONTINUE
                       NOT INVALID KEY PERFORM PARA-8-READ-ROW
                   END-START
               END-IF.

           PARA-8-READ-ROW.
               READ FS_INSTALLMENTS_INF NEXT
                   AT END CONTINUE
                   NOT AT END
                       IF FS_I_CONTRACT = CM_CONTRACT_ID
                           AND ((FS_I_DUE_YEAR = FROM-YEAR
                           AND FS_I_DUE_INST = FROM-INST)
                           OR FROM-YEAR = 0) THEN
                           MOVE 'Y' TO ROW-FOUND
                           IF FROM-YEAR > 0 THEN
                               COMPUTE OPEN-BALANCE =
                                   FS_I_BAL + FS_I_BAL_V
                                   + FS_I_C + FS_I_C_V
                           END-IF
                           COMPUTE INSTALLMENT-AMOUNT =
                               FS_I_A + FS_I_A_V
                       END-IF
               END-READ.

      * An unpaid position past its due date is overdue; the
      * aging takes the oldest, as the arrears report does.
           PARA-9-AGE-POSITION.
               IF PO_PAID < PO_SCHED AND PO_DUE_DATE IS NUMERIC THEN
                   MOVE PO_DUE_DATE TO DATE-WORK
                   PERFORM PARA-10-DATE-SERIAL
                   COMPUTE DAYS-OVERDUE = ASOF-SERIAL - DATE-SERIAL
                   IF DAYS-OVERDUE > 0 THEN
                       COMPUTE SHORTFALL = PO_SCHED - PO_PAID
                       ADD SHORTFALL TO OVERDUE-AMOUNT
                       IF DAYS-OVERDUE > OLDEST-DAYS THEN
                           MOVE DAYS-OVERDUE TO OLDEST-DAYS
                       END-IF
                   END-IF
               END-IF.

      * Events of contracts not on the master are passed over; the
      * contract is restructured if any of its own are met.
           PARA-9-FIND-RESTRUCTURE.
               MOVE 'N' TO RESTRUCTURED.
               PERFORM PARA-5-READ-NEXT
                   UNTIL RS-EOF = 'Y'
                       OR RS_CONTRACT NOT < CM_CONTRACT_ID.
               IF RS-EOF = 'N' THEN
                   IF RS_CONTRACT = CM_CONTRACT_ID THEN
                       MOVE 'Y' TO RESTRUCTURED
                   END-IF
               END-IF.

      * 30/360 day serial, matching the posting run's convention.
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

       END PROGRAM CREDIT_BUREAU_EXTRACT.
