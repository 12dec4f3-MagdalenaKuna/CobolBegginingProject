      ******************************************************************
      * Author:
      * Date:
      * Purpose: Staff-loan leaver processing. A staff loan is repaid
      *          by payroll deduction, so when the employee leaves
      *          the people file somebody has to decide what happens
      *          to the loan. This job finds every contract on the
      *          master whose employee id is no longer on
      *          people_names.txt - the leaving date is taken from
      *          the people maintenance audit log's DELETE entry
      *          where there is one - and settles it the same way
      *          each time. Everything the payment ledger shows
      *          still open and due up to the end of the run month,
      *          installments and billed fees alike, is the final
      *          settlement figure: it goes to payroll on
      *          leaver_settlements.txt in the payroll deduction
      *          record layout, dated with the processing date, to
      *          be taken from the last salary.
      *          The rest of the schedule stays with the borrower:
      *          the contract's employee id is cleared on the master
      *          (its borrower id set to the former employee id when
      *          it had none, so the address lookups keep working),
      *          the change is logged on the contract audit log as a
      *          LEAVER transaction with the before and after
      *          images, and collections get a notice for the
      *          borrower address on leaver_notices.txt saying what
      *          will be deducted and what is left to pay directly.
      *          Both files are added to, never replaced, and every
      *          line on them carries the processing date, so a
      *          rerun - which finds no leavers left to settle -
      *          keeps the day's entries for payroll and collections.
      *          Every leaver contract is listed on
      *          leaver_report.txt. A written-off contract is off
      *          the books and is only counted. Nothing is done when
      *          the people file cannot be read in full - every
      *          staff loan would look like a leaver - or when there
      *          is no payment ledger to settle from.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STAFF_LEAVERS.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
             SELECT FS_CONTRACT_MASTER ASSIGN TO 'contract_master.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CM_CONTRACT_ID
             FILE STATUS IS CM-STATUS.

             SELECT PEOPLE ASSIGN TO 'people_names.txt'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PE-STATUS.

             SELECT PEOPLE-AUDIT ASSIGN TO 'people_audit_log.txt'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PA-STATUS.

             SELECT BORROWERS ASSIGN TO 'borrower_master.txt'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS BO-STATUS.

             SELECT FS_LEDGER ASSIGN TO 'payment_ledger.txt'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LG-STATUS.

             SELECT AUDIT-TRAIL
             ASSIGN TO 'contract_audit_log.txt'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS AU-STATUS.

      * The settlements and notices are cumulative: each run adds
      * its own, dated with the processing date, for payroll and
      * collections to pick up the day's entries.
             SELECT FS_SETTLEMENTS
             ASSIGN TO 'leaver_settlements.txt'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SD-STATUS.

             SELECT FS_NOTICES ASSIGN TO 'leaver_notices.txt'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS NT-STATUS.

             SELECT FS_REPORT ASSIGN TO 'leaver_report.txt'
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

           FD PEOPLE.
           01 P-F.
               05 P-F-NAME PIC A(15).
               05 P-F-SURNAME PIC A(15).
               05 P-F-EMPID PIC X(6).
               05 P-F-DEPT PIC A(10).

      * The people maintenance audit record; the before image of a
      * DELETE is the person record as it stood when removed.
           FD PEOPLE-AUDIT.
           01 PA-REC.
               05 PA-DATE PIC 9(8).
               05 PA-TIME PIC 9(8).
               05 PA-OPERATOR PIC X(6).
               05 PA-TYPE PIC X(6).
               05 PA-BEFORE.
                   10 PA-B-NAME PIC X(15).
                   10 PA-B-SURNAME PIC X(15).
                   10 PA-B-EMPID PIC X(6).
                   10 PA-B-DEPT PIC X(10).
               05 PA-AFTER PIC X(46).

           FD BORROWERS.
           01 B-F.
               05 B-F-BORROWER-ID PIC X(6).
               05 B-F-NAME PIC X(15).
               05 B-F-SURNAME PIC X(15).
               05 B-F-ADDR1 PIC X(30).
               05 B-F-ADDR2 PIC X(30).
               05 B-F-PHONE PIC X(15).

           FD FS_LEDGER.
           01 FS_L.
               05 FS_L_CONTRACT PIC X(10).
               05 LBREAK0 PIC A(3).
               05 FS_L_DUE_YEAR PIC 9(4).
               05 FS_L_DUE_SEP PIC A(1).
               05 FS_L_DUE_INST PIC 9(4).
               05 LBREAK1 PIC A(3).
               05 FS_L_DUE_DATE PIC 9(8).
               05 LBREAK2 PIC A(3).
               05 FS_L_SCHED PIC 9(10).
               05 FS_L_SCHED_DOT PIC A(1).
               05 FS_L_SCHED_V PIC v9(2).
               05 LBREAK3 PIC A(3).
               05 FS_L_PAID PIC 9(10).
               05 FS_L_PAID_DOT PIC A(1).
               05 FS_L_PAID_V PIC v9(2).
               05 LBREAK4 PIC A(3).
               05 FS_L_STATUS PIC X(7).

           FD AUDIT-TRAIL.
           01 AU-REC.
               05 AU-DATE PIC 9(8).
               05 AU-TIME PIC 9(8).
               05 AU-OPERATOR PIC X(6).
               05 AU-TYPE PIC X(6).
               05 AU-BEFORE PIC X(94).
               05 AU-AFTER PIC X(94).
               05 AU-APPROVER PIC X(6).

      * Same layout as the monthly payroll deduction instruction,
      * so payroll takes the settlement in through the same door.
           FD FS_SETTLEMENTS.
           01 SD_REC.
               05 SD_EMPID PIC X(6).
               05 SBREAK0 PIC A(3).
               05 SD_NAME PIC X(15).
               05 SBREAK1 PIC A(1).
               05 SD_SURNAME PIC X(15).
               05 SBREAK2 PIC A(3).
               05 SD_CONTRACT PIC X(10).
               05 SBREAK3 PIC A(3).
               05 SD_DUE_DATE PIC 9(8).
               05 SBREAK4 PIC A(3).
               05 SD_AMOUNT PIC 9(10).

      * Every notice line carries the processing date after the
      * text.
           FD FS_NOTICES.
           01 NT_REC.
               05 NT_LINE PIC X(72).
               05 NT_RUN_DATE PIC 9(8).

           FD FS_REPORT.
           01 LR_LINE PIC X(100).

           FD FS_PROCESSING_DATE.
           01 PD_REC.
               05 PD_DATE PIC 9(8).
               05 PD_PREV_DATE PIC 9(8).
               05 PD_ROLL_DATE PIC 9(8).
               05 PD_ROLL_TIME PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-EOF PIC A(1) VALUE 'N'.
       01 CM-STATUS PIC X(2) VALUE '00'.
       01 PE-STATUS PIC X(2) VALUE '00'.
       01 PA-STATUS PIC X(2) VALUE '00'.
       01 BO-STATUS PIC X(2) VALUE '00'.
       01 LG-STATUS PIC X(2) VALUE '00'.
       01 AU-STATUS PIC X(2) VALUE '00'.
       01 SD-STATUS PIC X(2) VALUE '00'.
       01 NT-STATUS PIC X(2) VALUE '00'.
       01 PD-STATUS PIC X(2) VALUE '00'.
       01 PD-FOUND PIC A(1) VALUE 'N'.
       01 MASTER-DONE PIC A(1) VALUE 'N'.
       01 ASOF-DATE PIC 9(8) VALUE 0.
       01 ASOF-MONTH PIC 9(6) VALUE 0.
       01 DUE-MONTH PIC 9(6) VALUE 0.
       01 SHORTFALL PIC 9(10)v9(2) VALUE 0.
       01 AMOUNT-CENTS PIC 9(12) VALUE 0.

      * Everyone still on the people file. A leaver is a staff
      * contract whose employee id is not in here.
       01 PP-PEOPLE OCCURS 2000 TIMES.
           05 PP-EMPID PIC X(6).
       01 PP_COUNT PIC 9(4) VALUE 0.
       01 PP_CAPACITY PIC 9(4) VALUE 2000.
       01 PP_SKIPPED_COUNT PIC 9(4) VALUE 0.
       01 PP-INDEX PIC 9(4) VALUE 0.
       01 PP-FOUND-INDEX PIC 9(4) VALUE 0.

      * The latest DELETE on the people audit log per employee: the
      * leaving date and the name the person was removed under.
       01 DL-DELETE OCCURS 2000 TIMES.
           05 DL-EMPID PIC X(6).
           05 DL-DATE PIC 9(8).
           05 DL-NAME PIC X(15).
           05 DL-SURNAME PIC X(15).
       01 DL_COUNT PIC 9(4) VALUE 0.
       01 DL_CAPACITY PIC 9(4) VALUE 2000.
       01 DL_SKIPPED_COUNT PIC 9(4) VALUE 0.
       01 DL-INDEX PIC 9(4) VALUE 0.
       01 DL-FOUND-INDEX PIC 9(4) VALUE 0.

       01 DB-BORROWER OCCURS 1000 TIMES.
           05 DB-ID PIC X(6).
           05 DB-NAME PIC X(15).
           05 DB-SURNAME PIC X(15).
           05 DB-ADDR1 PIC X(30).
           05 DB-ADDR2 PIC X(30).
       01 DB_COUNT PIC 9(4) VALUE 0.
       01 DB_CAPACITY PIC 9(4) VALUE 1000.
       01 DB-INDEX PIC 9(4) VALUE 0.
       01 DB-FOUND-INDEX PIC 9(4) VALUE 0.
       01 DB-KEY PIC X(6) VALUE SPACES.

      * One row per leaver contract, with the ledger's open amounts
      * split at the end of the run month.
       01 LV-CONTRACT OCCURS 1000 TIMES.
           05 LV-ID PIC X(10).
           05 LV-EMPID PIC X(6).
           05 LV-BORROWER-ID PIC X(6).
           05 LV-LEFT-DATE PIC 9(8).
           05 LV-SETTLEMENT PIC 9(10)v9(2).
           05 LV-REMAINING PIC 9(10)v9(2).
       01 LV_COUNT PIC 9(4) VALUE 0.
       01 LV_CAPACITY PIC 9(4) VALUE 1000.
       01 LV_SKIPPED_COUNT PIC 9(4) VALUE 0.
       01 LV-INDEX PIC 9(4) VALUE 0.
       01 LV-FOUND-INDEX PIC 9(4) VALUE 0.

       01 WRITTEN_OFF_COUNT PIC 9(4) VALUE 0.
       01 CONVERTED_COUNT PIC 9(4) VALUE 0.
       01 SETTLEMENT_COUNT PIC 9(4) VALUE 0.
       01 NOTICE_COUNT PIC 9(4) VALUE 0.
       01 GT-SETTLEMENT PIC 9(12)v9(2) VALUE 0.
       01 GT-REMAINING PIC 9(12)v9(2) VALUE 0.

       01 AU-WORK-BEFORE PIC X(94) VALUE SPACES.
       01 AU-WORK-AFTER PIC X(94) VALUE SPACES.

       01 ED-AMOUNT PIC Z(9)9.99.
       01 LR-ED-SETTLEMENT PIC Z(9)9.99.
       01 LR-ED-REMAINING PIC Z(9)9.99.
       01 LR-DETAIL.
           05 LR-D-CONTRACT PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LR-D-EMPID PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LR-D-LEFT PIC X(12).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LR-D-SETTLEMENT PIC X(13).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LR-D-REMAINING PIC X(13).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LR-D-NOTE PIC X(20).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM PARA-12-READ-PROCESSING-DATE.
           IF PD-FOUND NOT = 'Y' THEN
               DISPLAY "NO PROCESSING DATE ON processing_date.txt - "
                   "NO LEAVERS PROCESSED"
               GOBACK
           END-IF.
           MOVE ASOF-DATE(1:6) TO ASOF-MONTH.
           PERFORM PARA-1-LOAD-PEOPLE.
           IF PE-STATUS NOT = '00' THEN
               DISPLAY "CANNOT OPEN PEOPLE FILE - STATUS " PE-STATUS
                   " - NO LEAVERS PROCESSED"
               GOBACK
           END-IF.
           IF PP_SKIPPED_COUNT > 0 THEN
               DISPLAY PP_SKIPPED_COUNT
                   " PERSON(S) EXCEEDED TABLE CAPACITY - NO LEAVERS "
                   "PROCESSED"
               GOBACK
           END-IF.
           PERFORM PARA-2-LOAD-DELETES.
           PERFORM PARA-3-LOAD-BORROWERS.
           OPEN I-O FS_CONTRACT_MASTER.
           IF CM-STATUS NOT = '00' THEN
               DISPLAY "CANNOT OPEN INDEXED CONTRACT MASTER - "
                   "STATUS " CM-STATUS
               GOBACK
           END-IF.
           PERFORM PARA-4-FIND-LEAVERS.
           PERFORM PARA-5-SCAN-LEDGER.
           IF LG-STATUS NOT = '00' THEN
               DISPLAY "NO PAYMENT LEDGER ON FILE - RUN THE POSTING "
                   "FIRST - NO LEAVERS PROCESSED"
               CLOSE FS_CONTRACT_MASTER
               GOBACK
           END-IF.
           OPEN OUTPUT FS_REPORT.
           OPEN EXTEND FS_SETTLEMENTS.
           IF SD-STATUS NOT = '00' THEN
               OPEN OUTPUT FS_SETTLEMENTS
           END-IF.
           OPEN EXTEND FS_NOTICES.
           IF NT-STATUS NOT = '00' THEN
               OPEN OUTPUT FS_NOTICES
           END-IF.
           PERFORM PARA-6-REPORT-HEADER.
           MOVE 1 TO LV-INDEX.
           PERFORM PARA-7-ONE-LEAVER UNTIL LV-INDEX > LV_COUNT.
           PERFORM PARA-6-REPORT-TOTAL.
           CLOSE FS_NOTICES.
           CLOSE FS_SETTLEMENTS.
           CLOSE FS_REPORT.
           CLOSE FS_CONTRACT_MASTER.
           DISPLAY " ".
           DISPLAY LV_COUNT " LEAVER CONTRACT(S) FOUND".
           DISPLAY CONVERTED_COUNT
               " CONTRACT(S) CONVERTED TO BORROWER-PAID".
           DISPLAY SETTLEMENT_COUNT " FINAL SETTLEMENT(S) FOR PAYROLL "
               "TOTAL " GT-SETTLEMENT.
           DISPLAY NOTICE_COUNT " LEAVER NOTICE(S) WRITTEN".
           IF WRITTEN_OFF_COUNT > 0 THEN
               DISPLAY WRITTEN_OFF_COUNT
                   " WRITTEN-OFF CONTRACT(S) OF LEAVERS LEFT AS THEY "
                   "ARE"
           END-IF.
           IF LV_SKIPPED_COUNT > 0 THEN
               DISPLAY LV_SKIPPED_COUNT
                   " LEAVER CONTRACT(S) EXCEEDED TABLE CAPACITY - "
                   "RUN AGAIN FOR THE REST"
           END-IF.
           IF DL_SKIPPED_COUNT > 0 THEN
               DISPLAY DL_SKIPPED_COUNT
                   " PEOPLE DELETE(S) EXCEEDED TABLE CAPACITY - "
                   "THEIR LEAVING DATES ARE NOT SHOWN"
           END-IF.
           GOBACK.

           PARA-1-LOAD-PEOPLE.
               MOVE 'N' TO WS-EOF.
               OPEN INPUT PEOPLE.
               IF PE-STATUS = '00' THEN
                   PERFORM PARA-1-READ-ONE UNTIL WS-EOF = 'Y'
                   CLOSE PEOPLE
               END-IF.

           PARA-1-READ-ONE.
               READ PEOPLE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF PP_COUNT < PP_CAPACITY THEN
                           ADD 1 TO PP_COUNT
                           MOVE P-F-EMPID TO PP-EMPID(PP_COUNT)
                       ELSE
                           ADD 1 TO PP_SKIPPED_COUNT
                       END-IF
               END-READ.

      * A person deleted more than once (re-hired, then gone again)
      * keeps the latest DELETE, which is the last one on the log.
           PARA-2-LOAD-DELETES.
               MOVE 'N' TO WS-EOF.
               OPEN INPUT PEOPLE-AUDIT.
               IF PA-STATUS = '00' THEN
                   PERFORM PARA-2-READ-ONE UNTIL WS-EOF = 'Y'
                   CLOSE PEOPLE-AUDIT
               END-IF.

           PARA-2-READ-ONE.
               READ PEOPLE-AUDIT
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF PA-TYPE = "DELETE"
                           AND PA-B-EMPID NOT = SPACES THEN
                           PERFORM PARA-2-TAKE-DELETE
                       END-IF
               END-READ.

           PARA-2-TAKE-DELETE.
               MOVE PA-B-EMPID TO DB-KEY.
               PERFORM PARA-9-FIND-DELETE.
               IF DL-FOUND-INDEX = 0 THEN
                   IF DL_COUNT < DL_CAPACITY THEN
                       ADD 1 TO DL_COUNT
                       MOVE DL_COUNT TO DL-FOUND-INDEX
                   ELSE
                       ADD 1 TO DL_SKIPPED_COUNT
                   END-IF
               END-IF.
               IF DL-FOUND-INDEX > 0 THEN
                   MOVE PA-B-EMPID TO DL-EMPID(DL-FOUND-INDEX)
                   MOVE PA-DATE TO DL-DATE(DL-FOUND-INDEX)
                   MOVE PA-B-NAME TO DL-NAME(DL-FOUND-INDEX)
                   MOVE PA-B-SURNAME TO DL-SURNAME(DL-FOUND-INDEX)
               END-IF.

           PARA-3-LOAD-BORROWERS.
               MOVE 'N' TO WS-EOF.
               OPEN INPUT BORROWERS.
               IF BO-STATUS = '00' THEN
                   PERFORM PARA-3-READ-ONE UNTIL WS-EOF = 'Y'
                   CLOSE BORROWERS
               END-IF.

           PARA-3-READ-ONE.
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
                       END-IF
               END-READ.

           PARA-4-FIND-LEAVERS.
               MOVE 'N' TO MASTER-DONE.
               MOVE SPACES TO CM_CONTRACT_ID.
               START FS_CONTRACT_MASTER KEY NOT < CM_CONTRACT_ID
                   INVALID KEY MOVE 'Y' TO MASTER-DONE
               END-START.
               PERFORM PARA-4-READ-ONE UNTIL MASTER-DONE = 'Y'.

           PARA-4-READ-ONE.
               READ FS_CONTRACT_MASTER NEXT
                   AT END MOVE 'Y' TO MASTER-DONE
                   NOT AT END
                       IF CM_EMPLOYEE_ID NOT = SPACES THEN
                           PERFORM PARA-4-CHECK-ONE
                       END-IF
               END-READ.

           PARA-4-CHECK-ONE.
               MOVE 0 TO PP-FOUND-INDEX.
               MOVE 1 TO PP-INDEX.
               PERFORM PARA-4-FIND-PERSON UNTIL PP-INDEX > PP_COUNT.
               IF PP-FOUND-INDEX = 0 THEN
                   IF CM_WRITTEN_OFF = 'Y' THEN
                       ADD 1 TO WRITTEN_OFF_COUNT
                   ELSE
                       PERFORM PARA-4-TAKE-LEAVER
                   END-IF
               END-IF.

           PARA-4-FIND-PERSON.
               IF PP-EMPID(PP-INDEX) = CM_EMPLOYEE_ID THEN
                   MOVE PP-INDEX TO PP-FOUND-INDEX
                   MOVE PP_COUNT TO PP-INDEX
               END-IF
               ADD 1 TO PP-INDEX.

           PARA-4-TAKE-LEAVER.
               IF LV_COUNT < LV_CAPACITY THEN
                   ADD 1 TO LV_COUNT
                   MOVE CM_CONTRACT_ID TO LV-ID(LV_COUNT)
                   MOVE CM_EMPLOYEE_ID TO LV-EMPID(LV_COUNT)
                   MOVE CM_BORROWER_ID TO LV-BORROWER-ID(LV_COUNT)
                   MOVE 0 TO LV-SETTLEMENT(LV_COUNT)
                   MOVE 0 TO LV-REMAINING(LV_COUNT)
                   MOVE CM_EMPLOYEE_ID TO DB-KEY
                   PERFORM PARA-9-FIND-DELETE
                   IF DL-FOUND-INDEX > 0 THEN
                       MOVE DL-DATE(DL-FOUND-INDEX)
                           TO LV-LEFT-DATE(LV_COUNT)
                   ELSE
                       MOVE 0 TO LV-LEFT-DATE(LV_COUNT)
                   END-IF
               ELSE
                   ADD 1 TO LV_SKIPPED_COUNT
               END-IF.

      * REVERSD lines are reversal memos, not open positions. Every
      * other line still short of its amount is owed: due by the
      * end of the run month it is settled from the last salary,
      * due later it stays with the borrower.
           PARA-5-SCAN-LEDGER.
               MOVE 'N' TO WS-EOF.
               OPEN INPUT FS_LEDGER.
               IF LG-STATUS = '00' THEN
                   PERFORM PARA-5-READ-ONE UNTIL WS-EOF = 'Y'
                   CLOSE FS_LEDGER
               END-IF.

           PARA-5-READ-ONE.
               READ FS_LEDGER
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF FS_L_SCHED IS NUMERIC
                           AND FS_L_STATUS NOT = "REVERSD" THEN
                           PERFORM PARA-5-TAKE-ROW
                       END-IF
               END-READ.

           PARA-5-TAKE-ROW.
               COMPUTE SHORTFALL = FS_L_SCHED + FS_L_SCHED_V
                   - FS_L_PAID - FS_L_PAID_V.
               IF SHORTFALL > 0 THEN
                   MOVE 0 TO LV-FOUND-INDEX
                   MOVE 1 TO LV-INDEX
                   PERFORM PARA-5-FIND-ONE UNTIL LV-INDEX > LV_COUNT
                   IF LV-FOUND-INDEX > 0 THEN
                       MOVE FS_L_DUE_DATE(1:6) TO DUE-MONTH
                       IF DUE-MONTH > ASOF-MONTH THEN
                           ADD SHORTFALL
                               TO LV-REMAINING(LV-FOUND-INDEX)
                       ELSE
                           ADD SHORTFALL
                               TO LV-SETTLEMENT(LV-FOUND-INDEX)
                       END-IF
                   END-IF
               END-IF.

           PARA-5-FIND-ONE.
               IF LV-ID(LV-INDEX) = FS_L_CONTRACT THEN
                   MOVE LV-INDEX TO LV-FOUND-INDEX
                   MOVE LV_COUNT TO LV-INDEX
               END-IF
               ADD 1 TO LV-INDEX.

           PARA-6-REPORT-HEADER.
               MOVE SPACES TO LR_LINE.
               STRING "STAFF LEAVER REPORT AS OF " DELIMITED BY SIZE
                      ASOF-DATE DELIMITED BY SIZE
                   INTO LR_LINE
               END-STRING
               WRITE LR_LINE.
               MOVE SPACES TO LR_LINE.
               STRING "CONTRACT    EMPLOY  LEFT ON     "
                          DELIMITED BY SIZE
                      "     SETTLEMENT      REMAINING"
                          DELIMITED BY SIZE
                   INTO LR_LINE
               END-STRING
               WRITE LR_LINE.

           PARA-6-REPORT-TOTAL.
               MOVE SPACES TO LR_LINE.
               WRITE LR_LINE.
               MOVE SPACES TO LR-DETAIL.
               MOVE "TOTAL" TO LR-D-CONTRACT.
               MOVE GT-SETTLEMENT TO LR-ED-SETTLEMENT.
               MOVE LR-ED-SETTLEMENT TO LR-D-SETTLEMENT.
               MOVE GT-REMAINING TO LR-ED-REMAINING.
               MOVE LR-ED-REMAINING TO LR-D-REMAINING.
               MOVE LR-DETAIL TO LR_LINE.
               WRITE LR_LINE.

      * The contract is converted before anything is sent, so a
      * contract that cannot be rewritten is reported as such and
      * no settlement or notice goes out for it; the next run
      * finds it again.
           PARA-7-ONE-LEAVER.
               MOVE SPACES TO LR-DETAIL.
               MOVE LV-ID(LV-INDEX) TO LR-D-CONTRACT.
               MOVE LV-EMPID(LV-INDEX) TO LR-D-EMPID.
               IF LV-LEFT-DATE(LV-INDEX) > 0 THEN
                   MOVE LV-LEFT-DATE(LV-INDEX) TO LR-D-LEFT
               ELSE
                   MOVE "NOT ON FILE" TO LR-D-LEFT
               END-IF.
               MOVE LV-SETTLEMENT(LV-INDEX) TO LR-ED-SETTLEMENT.
               MOVE LR-ED-SETTLEMENT TO LR-D-SETTLEMENT.
               MOVE LV-REMAINING(LV-INDEX) TO LR-ED-REMAINING.
               MOVE LR-ED-REMAINING TO LR-D-REMAINING.
               PERFORM PARA-8-CONVERT.
               IF CM-STATUS = '00' THEN
                   MOVE "CONVERTED" TO LR-D-NOTE
                   ADD 1 TO CONVERTED_COUNT
                   ADD LV-SETTLEMENT(LV-INDEX) TO GT-SETTLEMENT
                   ADD LV-REMAINING(LV-INDEX) TO GT-REMAINING
                   PERFORM PARA-10-FIND-ADDRESS
                   IF LV-SETTLEMENT(LV-INDEX) > 0 THEN
                       PERFORM PARA-7-WRITE-SETTLEMENT
                   END-IF
                   IF LV-SETTLEMENT(LV-INDEX) > 0
                       OR LV-REMAINING(LV-INDEX) > 0 THEN
                       PERFORM PARA-11-WRITE-NOTICE
                   END-IF
               ELSE
                   STRING "NOT CONVERTED - " DELIMITED BY SIZE
                          CM-STATUS DELIMITED BY SIZE
                       INTO LR-D-NOTE
                   END-STRING
               END-IF.
               MOVE LR-DETAIL TO LR_LINE.
               WRITE LR_LINE.
               ADD 1 TO LV-INDEX.

      * The name payroll knew the employee by comes from the DELETE
      * image; without one, the borrower master's name is used.
           PARA-7-WRITE-SETTLEMENT.
               MOVE SPACES TO SD_REC.
               MOVE LV-EMPID(LV-INDEX) TO SD_EMPID.
               MOVE LV-EMPID(LV-INDEX) TO DB-KEY.
               PERFORM PARA-9-FIND-DELETE.
               IF DL-FOUND-INDEX > 0 THEN
                   MOVE DL-NAME(DL-FOUND-INDEX) TO SD_NAME
                   MOVE DL-SURNAME(DL-FOUND-INDEX) TO SD_SURNAME
               ELSE
                   IF DB-FOUND-INDEX > 0 THEN
                       MOVE DB-NAME(DB-FOUND-INDEX) TO SD_NAME
                       MOVE DB-SURNAME(DB-FOUND-INDEX) TO SD_SURNAME
                   END-IF
               END-IF.
               MOVE LV-ID(LV-INDEX) TO SD_CONTRACT.
               MOVE ASOF-DATE TO SD_DUE_DATE.
               COMPUTE AMOUNT-CENTS = LV-SETTLEMENT(LV-INDEX) * 100.
               MOVE AMOUNT-CENTS TO SD_AMOUNT.
               WRITE SD_REC.
               ADD 1 TO SETTLEMENT_COUNT.

      * Clearing the employee id takes the contract out of payroll
      * deductions for good; the borrower id is kept, or set to the
      * former employee id when the contract never had one of its
      * own.
           PARA-8-CONVERT.
               MOVE LV-ID(LV-INDEX) TO CM_CONTRACT_ID.
               READ FS_CONTRACT_MASTER
                   INVALID KEY CONTINUE
               END-READ.
               IF CM-STATUS = '00' THEN
                   MOVE CM_REC TO AU-WORK-BEFORE
                   IF CM_BORROWER_ID = SPACES THEN
                       MOVE CM_EMPLOYEE_ID TO CM_BORROWER_ID
                   END-IF
                   MOVE CM_BORROWER_ID TO LV-BORROWER-ID(LV-INDEX)
                   MOVE SPACES TO CM_EMPLOYEE_ID
                   REWRITE CM_REC
                       INVALID KEY CONTINUE
                   END-REWRITE
                   IF CM-STATUS = '00' THEN
                       MOVE CM_REC TO AU-WORK-AFTER
                       PERFORM PARA-8-WRITE-AUDIT
                   END-IF
               END-IF.

           PARA-8-WRITE-AUDIT.
               OPEN EXTEND AUDIT-TRAIL.
               IF AU-STATUS NOT = '00' THEN
                   OPEN OUTPUT AUDIT-TRAIL
               END-IF.
               ACCEPT AU-DATE FROM DATE YYYYMMDD.
               ACCEPT AU-TIME FROM TIME.
               MOVE "BATCH" TO AU-OPERATOR.
               MOVE "LEAVER" TO AU-TYPE.
               MOVE AU-WORK-BEFORE TO AU-BEFORE.
               MOVE AU-WORK-AFTER TO AU-AFTER.
               MOVE SPACES TO AU-APPROVER.
               WRITE AU-REC.
               CLOSE AUDIT-TRAIL.

           PARA-9-FIND-DELETE.
               MOVE 0 TO DL-FOUND-INDEX.
               MOVE 1 TO DL-INDEX.
               PERFORM PARA-9-FIND-ONE UNTIL DL-INDEX > DL_COUNT.

           PARA-9-FIND-ONE.
               IF DL-EMPID(DL-INDEX) = DB-KEY THEN
                   MOVE DL-INDEX TO DL-FOUND-INDEX
                   MOVE DL_COUNT TO DL-INDEX
               END-IF
               ADD 1 TO DL-INDEX.

           PARA-10-FIND-ADDRESS.
               MOVE 0 TO DB-FOUND-INDEX.
               MOVE LV-BORROWER-ID(LV-INDEX) TO DB-KEY.
               MOVE 1 TO DB-INDEX.
               PERFORM PARA-10-FIND-ONE UNTIL DB-INDEX > DB_COUNT.

           PARA-10-FIND-ONE.
               IF DB-ID(DB-INDEX) = DB-KEY THEN
                   MOVE DB-INDEX TO DB-FOUND-INDEX
                   MOVE DB_COUNT TO DB-INDEX
               END-IF
               ADD 1 TO DB-INDEX.

           PARA-11-WRITE-NOTICE.
               MOVE ALL "=" TO NT_LINE.
               PERFORM PARA-11-PUT-LINE.
               MOVE SPACES TO NT_LINE.
               STRING "STAFF LOAN - CHANGE TO BORROWER REPAYMENT"
                   DELIMITED BY SIZE INTO NT_LINE
               END-STRING
               PERFORM PARA-11-PUT-LINE.
               MOVE SPACES TO NT_LINE.
               STRING "CONTRACT: " DELIMITED BY SIZE
                      LV-ID(LV-INDEX) DELIMITED BY SIZE
                      "          DATE: " DELIMITED BY SIZE
                      ASOF-DATE DELIMITED BY SIZE
                   INTO NT_LINE
               END-STRING
               PERFORM PARA-11-PUT-LINE.
               IF DB-FOUND-INDEX > 0 THEN
                   MOVE SPACES TO NT_LINE
                   STRING "TO:       " DELIMITED BY SIZE
                          DB-NAME(DB-FOUND-INDEX) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          DB-SURNAME(DB-FOUND-INDEX)
                              DELIMITED BY SIZE
                       INTO NT_LINE
                   END-STRING
                   PERFORM PARA-11-PUT-LINE
                   MOVE SPACES TO NT_LINE
                   STRING "          " DELIMITED BY SIZE
                          DB-ADDR1(DB-FOUND-INDEX) DELIMITED BY SIZE
                       INTO NT_LINE
                   END-STRING
                   PERFORM PARA-11-PUT-LINE
                   MOVE SPACES TO NT_LINE
                   STRING "          " DELIMITED BY SIZE
                          DB-ADDR2(DB-FOUND-INDEX) DELIMITED BY SIZE
                       INTO NT_LINE
                   END-STRING
                   PERFORM PARA-11-PUT-LINE
               ELSE
                   MOVE SPACES TO NT_LINE
                   STRING "TO:       BORROWER NOT ON BORROWER MASTER"
                       DELIMITED BY SIZE INTO NT_LINE
                   END-STRING
                   PERFORM PARA-11-PUT-LINE
               END-IF.
               MOVE SPACES TO NT_LINE.
               PERFORM PARA-11-PUT-LINE.
               MOVE SPACES TO NT_LINE.
               STRING "AS YOUR EMPLOYMENT HAS ENDED, REPAYMENTS CAN NO "
                          DELIMITED BY SIZE
                      "LONGER BE" DELIMITED BY SIZE
                   INTO NT_LINE
               END-STRING
               PERFORM PARA-11-PUT-LINE.
               MOVE SPACES TO NT_LINE.
               STRING "TAKEN FROM YOUR SALARY." DELIMITED BY SIZE
                   INTO NT_LINE
               END-STRING
               PERFORM PARA-11-PUT-LINE.
               MOVE SPACES TO NT_LINE.
               PERFORM PARA-11-PUT-LINE.
               MOVE LV-SETTLEMENT(LV-INDEX) TO ED-AMOUNT.
               MOVE SPACES TO NT_LINE.
               STRING "DEDUCTED FROM YOUR FINAL SALARY:  "
                          DELIMITED BY SIZE
                      ED-AMOUNT DELIMITED BY SIZE
                   INTO NT_LINE
               END-STRING
               PERFORM PARA-11-PUT-LINE.
               MOVE LV-REMAINING(LV-INDEX) TO ED-AMOUNT.
               MOVE SPACES TO NT_LINE.
               STRING "REMAINING TO BE PAID BY YOU:      "
                          DELIMITED BY SIZE
                      ED-AMOUNT DELIMITED BY SIZE
                   INTO NT_LINE
               END-STRING
               PERFORM PARA-11-PUT-LINE.
               MOVE SPACES TO NT_LINE.
               PERFORM PARA-11-PUT-LINE.
               MOVE SPACES TO NT_LINE.
               STRING "FROM NEXT MONTH, PLEASE PAY EACH INSTALLMENT "
                          DELIMITED BY SIZE
                      "DIRECTLY BY ITS" DELIMITED BY SIZE
                   INTO NT_LINE
               END-STRING
               PERFORM PARA-11-PUT-LINE.
               MOVE SPACES TO NT_LINE.
               STRING "DUE DATE, QUOTING THE CONTRACT NUMBER ABOVE."
                   DELIMITED BY SIZE INTO NT_LINE
               END-STRING
               PERFORM PARA-11-PUT-LINE.
               MOVE ALL "=" TO NT_LINE.
               PERFORM PARA-11-PUT-LINE.
               MOVE SPACES TO NT_LINE.
               PERFORM PARA-11-PUT-LINE.
               ADD 1 TO NOTICE_COUNT.

           PARA-11-PUT-LINE.
               MOVE ASOF-DATE TO NT_RUN_DATE.
               WRITE NT_REC.

      * The business date the run is made under. It comes from the
      * processing-date control record, which only the end-of-day
      * roll in MASTER_BATCH advances, so a run that crosses
      * midnight or a rerun after an outage still works to the
      * day it belongs to.
           PARA-12-READ-PROCESSING-DATE.
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

       END PROGRAM STAFF_LEAVERS.
