      ******************************************************************
      * Author:
      * Date:
      * Purpose: Forbearance report. Lists every restructure on the
      *          restructure events file - payment holidays with the
      *          interest capitalized or deferred, and term
      *          extensions - with the borrower, the date, the
      *          periods granted, the period it took effect from,
      *          the balance restructured and the installment before
      *          and after, the reason code and the operator. The
      *          summary gives the counts the regulator asks for:
      *          restructures, distinct contracts restructured,
      *          restructures by type and by reason code, and the
      *          total balance restructured. The events are sorted
      *          by contract first, so each contract's restructures
      *          are listed together in the order they were made and
      *          the distinct contracts are counted on the change of
      *          contract, with no limit on how many there are.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FORBEARANCE_REPORT.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
             SELECT FS_CONTRACT_MASTER ASSIGN TO 'contract_master.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CM_CONTRACT_ID
             FILE STATUS IS CM-STATUS.

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

             SELECT FS_REPORT ASSIGN TO 'forbearance_report.txt'
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

           FD FS_RESTRUCTURES.
           01 RE_REC PIC X(102).

           SD RESTRUCTURE-SORT-WORK.
           01 RW_REC.
               05 RW_CONTRACT PIC X(10).
               05 RW_DETAIL PIC X(92).

           FD FS_RESTRUCTURES_SORTED.
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

           FD FS_REPORT.
           01 FR_LINE PIC X(120).

           FD FS_PROCESSING_DATE.
           01 PD_REC.
               05 PD_DATE PIC 9(8).
               05 PD_PREV_DATE PIC 9(8).
               05 PD_ROLL_DATE PIC 9(8).
               05 PD_ROLL_TIME PIC 9(8).

       WORKING-STORAGE SECTION.
       01 CM-STATUS PIC X(2) VALUE '00'.
       01 PD-STATUS PIC X(2) VALUE '00'.
       01 PD-FOUND PIC A(1) VALUE 'N'.
       01 RX-STATUS PIC X(2) VALUE '00'.
       01 RS-STATUS PIC X(2) VALUE '00'.
       01 WS-EOF PIC A(1) VALUE 'N'.
       01 MASTER-OPEN PIC A(1) VALUE 'N'.
       01 ASOF-DATE PIC 9(8) VALUE 0.

       01 INPUT_RAW_VALUE PIC 9(10) VALUE 0.
       01 AMOUNT-WORK PIC 9(10)v9(2) VALUE 0.

      * The events arrive in contract order, so a contract is
      * counted when it differs from the one before.
       01 FC-LAST-CONTRACT PIC X(10) VALUE SPACES.
       01 FC_COUNT PIC 9(6) VALUE 0.

      * Counts by reason code, in the order the restructuring
      * transaction offers them; anything else counts as OTHR.
       01 REASON-CODES-INIT.
           05 FILLER PIC X(4) VALUE "HARD".
           05 FILLER PIC X(4) VALUE "UNEM".
           05 FILLER PIC X(4) VALUE "ILLN".
           05 FILLER PIC X(4) VALUE "DISA".
           05 FILLER PIC X(4) VALUE "OTHR".
       01 REASON-CODES REDEFINES REASON-CODES-INIT.
           05 REASON-CODE PIC X(4) OCCURS 5 TIMES.
       01 REASON-TALLY PIC 9(6) OCCURS 5 TIMES.
       01 REASON_COUNT PIC 9(1) VALUE 5.
       01 REASON-INDEX PIC 9(1) VALUE 0.
       01 REASON-FOUND PIC 9(1) VALUE 0.

       01 RESTRUCTURE_COUNT PIC 9(6) VALUE 0.
       01 HOLIDAY_CAP_COUNT PIC 9(6) VALUE 0.
       01 HOLIDAY_DEF_COUNT PIC 9(6) VALUE 0.
       01 EXTENSION_COUNT PIC 9(6) VALUE 0.
       01 MALFORMED_COUNT PIC 9(6) VALUE 0.
       01 GT-BALANCE PIC 9(12)v9(2) VALUE 0.

       01 FR-DETAIL.
           05 FR-D-CONTRACT PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FR-D-BORROWER PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FR-D-DATE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FR-D-TYPE PIC X(11).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FR-D-PERIODS PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FR-D-FROM PIC X(9).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FR-D-BALANCE PIC X(13).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FR-D-OLD-INST PIC X(13).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FR-D-NEW-INST PIC X(13).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FR-D-REASON PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FR-D-OPERATOR PIC X(6).
       01 DUE-EDIT.
           05 DE-YEAR PIC 9(4).
           05 DE-SEP PIC X(1).
           05 DE-INST PIC 9(4).
       01 FR-ED-AMOUNT PIC Z(9)9.99.
       01 FR-ED-TOTAL PIC Z(11)9.99.
       01 FR-ED-COUNT PIC Z(5)9.
       01 FR-ED-PERIODS PIC ZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM PARA-7-READ-PROCESSING-DATE.
           IF PD-FOUND NOT = 'Y' THEN
               DISPLAY "NO PROCESSING DATE ON processing_date.txt - "
                   "NO REPORT PRODUCED"
               GOBACK
           END-IF.
           OPEN INPUT FS_CONTRACT_MASTER.
           IF CM-STATUS = '00' THEN
               MOVE 'Y' TO MASTER-OPEN
           ELSE
               DISPLAY "CANNOT OPEN INDEXED CONTRACT MASTER - "
                   "STATUS " CM-STATUS " - BORROWERS NOT SHOWN"
           END-IF.
           MOVE 1 TO REASON-INDEX.
           PERFORM PARA-1-CLEAR-TALLY UNTIL REASON-INDEX > REASON_COUNT.
           OPEN OUTPUT FS_REPORT.
           PERFORM PARA-2-HEADINGS.
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
                   PERFORM PARA-3-READ-EVENT UNTIL WS-EOF = 'Y'
                   CLOSE FS_RESTRUCTURES_SORTED
               ELSE
                   DISPLAY "CANNOT OPEN SORTED RESTRUCTURE EVENTS - "
                       "STATUS " RS-STATUS
               END-IF
           END-IF.
           PERFORM PARA-6-SUMMARY.
           CLOSE FS_REPORT.
           IF MASTER-OPEN = 'Y' THEN
               CLOSE FS_CONTRACT_MASTER
           END-IF.
           DISPLAY RESTRUCTURE_COUNT " RESTRUCTURE(S) ON "
               FC_COUNT " CONTRACT(S) REPORTED".
           IF MALFORMED_COUNT > 0 THEN
               DISPLAY MALFORMED_COUNT
                   " MALFORMED RESTRUCTURE RECORD(S) SKIPPED"
           END-IF.
           GOBACK.

           PARA-1-CLEAR-TALLY.
               MOVE 0 TO REASON-TALLY(REASON-INDEX).
               ADD 1 TO REASON-INDEX.

           PARA-2-HEADINGS.
               MOVE SPACES TO FR_LINE.
               STRING "FORBEARANCE REPORT - RESTRUCTURED CONTRACTS AS "
                          DELIMITED BY SIZE
                      "OF " DELIMITED BY SIZE
                      ASOF-DATE DELIMITED BY SIZE
                   INTO FR_LINE
               END-STRING
               WRITE FR_LINE.
               MOVE SPACES TO FR_LINE.
               WRITE FR_LINE.
               MOVE SPACES TO FR_LINE.
               STRING "CONTRACT    BORROW  DATE      TYPE         "
                          DELIMITED BY SIZE
                      "PRDS  FROM             BALANCE    "
                          DELIMITED BY SIZE
                      "INST BEFORE     INST AFTER  RSN   OPER"
                          DELIMITED BY SIZE
                   INTO FR_LINE
               END-STRING
               WRITE FR_LINE.

           PARA-3-READ-EVENT.
               READ FS_RESTRUCTURES_SORTED
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF RX_PERIODS IS NUMERIC
                           AND RX_OLD_BALANCE IS NUMERIC
                           AND RX_OLD_INSTALLMENT IS NUMERIC
                           AND RX_NEW_INSTALLMENT IS NUMERIC THEN
                           PERFORM PARA-4-REPORT-EVENT
                       ELSE
                           ADD 1 TO MALFORMED_COUNT
                       END-IF
               END-READ.

           PARA-4-REPORT-EVENT.
               ADD 1 TO RESTRUCTURE_COUNT.
               PERFORM PARA-5-COUNT-CONTRACT.
               MOVE SPACES TO FR-DETAIL.
               MOVE RX_CONTRACT TO FR-D-CONTRACT.
               MOVE SPACES TO FR-D-BORROWER.
               IF MASTER-OPEN = 'Y' THEN
                   MOVE RX_CONTRACT TO CM_CONTRACT_ID
                   READ FS_CONTRACT_MASTER
                       INVALID KEY MOVE "??????" TO FR-D-BORROWER
                       NOT INVALID KEY
                           MOVE CM_BORROWER_ID TO FR-D-BORROWER
                   END-READ
               END-IF.
               MOVE RX_DATE TO FR-D-DATE.
               EVALUATE TRUE
                 WHEN RX_TYPE = 'E'
                     MOVE "EXTENSION" TO FR-D-TYPE
                     ADD 1 TO EXTENSION_COUNT
                 WHEN RX_INTEREST = 'D'
                     MOVE "HOLIDAY DEF" TO FR-D-TYPE
                     ADD 1 TO HOLIDAY_DEF_COUNT
                 WHEN OTHER
                     MOVE "HOLIDAY CAP" TO FR-D-TYPE
                     ADD 1 TO HOLIDAY_CAP_COUNT
               END-EVALUATE.
               MOVE RX_PERIODS TO FR-ED-PERIODS.
               MOVE FR-ED-PERIODS TO FR-D-PERIODS.
               MOVE RX_FROM_YEAR TO DE-YEAR.
               MOVE "/" TO DE-SEP.
               MOVE RX_FROM_INST TO DE-INST.
               MOVE DUE-EDIT TO FR-D-FROM.
               MOVE RX_OLD_BALANCE TO INPUT_RAW_VALUE.
               COMPUTE AMOUNT-WORK = INPUT_RAW_VALUE / 100.
               ADD AMOUNT-WORK TO GT-BALANCE.
               MOVE AMOUNT-WORK TO FR-ED-AMOUNT.
               MOVE FR-ED-AMOUNT TO FR-D-BALANCE.
               MOVE RX_OLD_INSTALLMENT TO INPUT_RAW_VALUE.
               COMPUTE AMOUNT-WORK = INPUT_RAW_VALUE / 100.
               MOVE AMOUNT-WORK TO FR-ED-AMOUNT.
               MOVE FR-ED-AMOUNT TO FR-D-OLD-INST.
               MOVE RX_NEW_INSTALLMENT TO INPUT_RAW_VALUE.
               COMPUTE AMOUNT-WORK = INPUT_RAW_VALUE / 100.
               MOVE AMOUNT-WORK TO FR-ED-AMOUNT.
               MOVE FR-ED-AMOUNT TO FR-D-NEW-INST.
               MOVE RX_REASON TO FR-D-REASON.
               MOVE RX_OPERATOR TO FR-D-OPERATOR.
               MOVE FR-DETAIL TO FR_LINE.
               WRITE FR_LINE.
               MOVE 0 TO REASON-FOUND.
               MOVE 1 TO REASON-INDEX.
               PERFORM PARA-5-FIND-REASON
                   UNTIL REASON-INDEX > REASON_COUNT.
               IF REASON-FOUND = 0 THEN
                   MOVE REASON_COUNT TO REASON-FOUND
               END-IF.
               ADD 1 TO REASON-TALLY(REASON-FOUND).

           PARA-5-COUNT-CONTRACT.
               IF FC_COUNT = 0
                   OR RX_CONTRACT NOT = FC-LAST-CONTRACT THEN
                   ADD 1 TO FC_COUNT
                   MOVE RX_CONTRACT TO FC-LAST-CONTRACT
               END-IF.

           PARA-5-FIND-REASON.
               IF REASON-CODE(REASON-INDEX) = RX_REASON THEN
                   MOVE REASON-INDEX TO REASON-FOUND
                   MOVE REASON_COUNT TO REASON-INDEX
               END-IF
               ADD 1 TO REASON-INDEX.

           PARA-6-SUMMARY.
               MOVE SPACES TO FR_LINE.
               WRITE FR_LINE.
               MOVE RESTRUCTURE_COUNT TO FR-ED-COUNT.
               MOVE SPACES TO FR_LINE.
               STRING "RESTRUCTURES               " DELIMITED BY SIZE
                      FR-ED-COUNT DELIMITED BY SIZE
                   INTO FR_LINE
               END-STRING
               WRITE FR_LINE.
               MOVE FC_COUNT TO FR-ED-COUNT.
               MOVE SPACES TO FR_LINE.
               STRING "CONTRACTS RESTRUCTURED     " DELIMITED BY SIZE
                      FR-ED-COUNT DELIMITED BY SIZE
                   INTO FR_LINE
               END-STRING
               WRITE FR_LINE.
               MOVE HOLIDAY_CAP_COUNT TO FR-ED-COUNT.
               MOVE SPACES TO FR_LINE.
               STRING "  HOLIDAY, CAPITALIZED     " DELIMITED BY SIZE
                      FR-ED-COUNT DELIMITED BY SIZE
                   INTO FR_LINE
               END-STRING
               WRITE FR_LINE.
               MOVE HOLIDAY_DEF_COUNT TO FR-ED-COUNT.
               MOVE SPACES TO FR_LINE.
               STRING "  HOLIDAY, DEFERRED        " DELIMITED BY SIZE
                      FR-ED-COUNT DELIMITED BY SIZE
                   INTO FR_LINE
               END-STRING
               WRITE FR_LINE.
               MOVE EXTENSION_COUNT TO FR-ED-COUNT.
               MOVE SPACES TO FR_LINE.
               STRING "  TERM EXTENSION           " DELIMITED BY SIZE
                      FR-ED-COUNT DELIMITED BY SIZE
                   INTO FR_LINE
               END-STRING
               WRITE FR_LINE.
               MOVE 1 TO REASON-INDEX.
               PERFORM PARA-6-REASON-LINE
                   UNTIL REASON-INDEX > REASON_COUNT.
               MOVE GT-BALANCE TO FR-ED-TOTAL.
               MOVE SPACES TO FR_LINE.
               STRING "BALANCE RESTRUCTURED    " DELIMITED BY SIZE
                      FR-ED-TOTAL DELIMITED BY SIZE
                   INTO FR_LINE
               END-STRING
               WRITE FR_LINE.

           PARA-6-REASON-LINE.
               MOVE REASON-TALLY(REASON-INDEX) TO FR-ED-COUNT.
               MOVE SPACES TO FR_LINE.
               STRING "  REASON " DELIMITED BY SIZE
                      REASON-CODE(REASON-INDEX) DELIMITED BY SIZE
                      "              " DELIMITED BY SIZE
                      FR-ED-COUNT DELIMITED BY SIZE
                   INTO FR_LINE
               END-STRING
               WRITE FR_LINE.
               ADD 1 TO REASON-INDEX.

      * The business date the run is made under. It comes from the
      * processing-date control record, which only the end-of-day
      * roll in MASTER_BATCH advances, so a run that crosses
      * midnight or a rerun after an outage still works to the
      * day it belongs to.
           PARA-7-READ-PROCESSING-DATE.
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

       END PROGRAM FORBEARANCE_REPORT.
