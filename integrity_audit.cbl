      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly referential integrity audit across the
      *          contract, borrower, people, schedule, position and
      *          notice files. VALIDATE_PEOPLE and VERIFY_SCHEDULES
      *          each check one file against itself; this checks that
      *          the files agree with each other, and lists on the
      *          exceptions report:
      *          - a contract whose borrower id is not on the borrower
      *            master, or whose employee id is not on the people
      *            file (blank ids are not checked - a contract may
      *            carry either one);
      *          - a contract with no schedule rows at all - the
      *            live schedule is looked up by key from the
      *            contract's first row, and rows archived to history
      *            count, so an archived contract is not reported;
      *          - a payment position whose contract and due period
      *            has no schedule row;
      *          - a completed contract that is due for archiving
      *            (completion date on or before the archive cutoff)
      *            and still has unpaid positions - the archive would
      *            purge money still owed;
      *          - a notice history entry for a contract no longer on
      *            the contract master.
      *          A lookup table that fills up is itself listed as an
      *          exception, with the number of entries it could not
      *          hold, since the check that relies on it was not made.
      *          The record and exception counts are left on
      *          integrity_check_status.txt in the same layout as the
      *          people check, so MASTER_BATCH judges the step the
      *          same way: any exception fails it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRITY_AUDIT.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
             SELECT FS_CONTRACT_MASTER ASSIGN TO 'contract_master.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CM_CONTRACT_ID
             FILE STATUS IS CM-STATUS.

             SELECT BORROWERS ASSIGN TO 'borrower_master.txt'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS BO-STATUS.

             SELECT PEOPLE ASSIGN TO 'people_names.txt'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PE-STATUS.

             SELECT FS_INSTALLMENTS_INF
             ASSIGN TO 'annuited_schedule.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS FS_I_KEY
             FILE STATUS IS IN-STATUS.

             SELECT FS_ARCH_LOG ASSIGN TO 'archive_log.txt'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS AL-STATUS.

             SELECT FS_COMPLETED ASSIGN TO 'annuited_completed.txt'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FC-STATUS.

             SELECT FS_PARAMETERS ASSIGN TO 'archive_parameters.txt'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS AP-STATUS.

             SELECT OPTIONAL FS_POSITIONS
             ASSIGN TO 'payment_position.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PO_KEY
             FILE STATUS IS PO-STATUS.

             SELECT FS_NOTICE_HISTORY ASSIGN TO 'notice_history.txt'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS NH-STATUS.

             SELECT FS_EXCEPTIONS ASSIGN TO 'integrity_exceptions.txt'
             ORGANIZATION IS LINE SEQUENTIAL.

             SELECT FS_CHECK_STATUS
             ASSIGN TO 'integrity_check_status.txt'
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

           FD BORROWERS.
           01 B-F.
               05 B-F-BORROWER-ID PIC X(6).
               05 B-F-NAME PIC X(15).
               05 B-F-SURNAME PIC X(15).
               05 B-F-ADDR1 PIC X(30).
               05 B-F-ADDR2 PIC X(30).
               05 B-F-PHONE PIC X(15).

           FD PEOPLE.
           01 P-F.
               05 P-F-NAME PIC A(15).
               05 P-F-SURNAME PIC A(15).
               05 P-F-EMPID PIC X(6).
               05 P-F-DEPT PIC A(10).

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

           FD FS_ARCH_LOG.
           01 AL_REC.
               05 AL_CONTRACT PIC X(10).
               05 AL_DATE PIC 9(8).

           FD FS_COMPLETED.
           01 FS_COMPL_REC.
               05 FS_COMPL_CONTRACT PIC X(10).
               05 FS_COMPL_DATE PIC 9(8).

           FD FS_PARAMETERS.
           01 AP_REC.
               05 AP_CUTOFF_DATE PIC 9(8).

           FD FS_POSITIONS.
           01 PO_REC.
               05 PO_KEY.
                   10 PO_CONTRACT PIC X(10).
                   10 PO_DUE_YEAR PIC 9(4).
                   10 PO_DUE_INST PIC 9(4).
               05 PO_DUE_DATE PIC 9(8).
               05 PO_SCHED PIC 9(10)v9(2).
               05 PO_PAID PIC 9(10)v9(2).

           FD FS_NOTICE_HISTORY.
           01 NH_REC.
               05 NH_CONTRACT PIC X(10).
               05 NH_DUE_YEAR PIC 9(4).
               05 NH_DUE_INST PIC 9(4).
               05 NH_LEVEL PIC 9(1).
               05 NH_SENT_DATE PIC 9(8).

           FD FS_EXCEPTIONS.
           01 IE_LINE PIC X(80).

           FD FS_CHECK_STATUS.
           01 IC_REC.
               05 IC_RECORD_COUNT PIC 9(5).
               05 IC_ERROR_COUNT PIC 9(5).

           FD FS_PROCESSING_DATE.
           01 PD_REC.
               05 PD_DATE PIC 9(8).
               05 PD_PREV_DATE PIC 9(8).
               05 PD_ROLL_DATE PIC 9(8).
               05 PD_ROLL_TIME PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-EOF PIC A(1) VALUE 'N'.
       01 CM-STATUS PIC X(2) VALUE '00'.
       01 BO-STATUS PIC X(2) VALUE '00'.
       01 PE-STATUS PIC X(2) VALUE '00'.
       01 IN-STATUS PIC X(2) VALUE '00'.
       01 SCHEDULE-OPEN PIC A(1) VALUE 'N'.
       01 AL-STATUS PIC X(2) VALUE '00'.
       01 FC-STATUS PIC X(2) VALUE '00'.
       01 AP-STATUS PIC X(2) VALUE '00'.
       01 PO-STATUS PIC X(2) VALUE '00'.
       01 NH-STATUS PIC X(2) VALUE '00'.
       01 PD-STATUS PIC X(2) VALUE '00'.
       01 PD-FOUND PIC A(1) VALUE 'N'.
       01 ASOF-DATE PIC 9(8) VALUE 0.
       01 MASTER-DONE PIC A(1) VALUE 'N'.
       01 POSITIONS-DONE PIC A(1) VALUE 'N'.
       01 CUTOFF_DATE PIC 9(8) VALUE 0.
       01 PARAMETERS_OK PIC A(1) VALUE 'N'.
       01 FOUND-FLAG PIC A(1) VALUE 'N'.
       01 LAST-UNPAID-CONTRACT PIC X(10) VALUE SPACES.

       01 RECORD_COUNT PIC 9(5) VALUE 0.
       01 ERROR_COUNT PIC 9(5) VALUE 0.
       01 CONTRACT_COUNT PIC 9(5) VALUE 0.
       01 POSITION_COUNT PIC 9(5) VALUE 0.
       01 NOTICE_COUNT PIC 9(5) VALUE 0.

       01 IA-BORROWER OCCURS 1000 TIMES.
           05 IB-ID PIC X(6).
       01 IB_COUNT PIC 9(4) VALUE 0.
       01 IB_CAPACITY PIC 9(4) VALUE 1000.
       01 IB_SKIPPED_COUNT PIC 9(4) VALUE 0.
       01 IB-INDEX PIC 9(4) VALUE 0.

       01 IA-PEOPLE OCCURS 500 TIMES.
           05 IP-EMPID PIC X(6).
       01 IP_COUNT PIC 9(3) VALUE 0.
       01 IP_CAPACITY PIC 9(3) VALUE 500.
       01 IP_SKIPPED_COUNT PIC 9(3) VALUE 0.
       01 IP-INDEX PIC 9(3) VALUE 0.

      * Every contract archived to the schedule history. The live
      * schedule is looked up by key, so only archived contracts need
      * a table. A table that overflowed would make its check report
      * contracts that are in fact fine, so that check is not made and
      * the overflow is reported as an exception instead.
       01 IA-SCHEDULED OCCURS 1000 TIMES.
           05 IS-CONTRACT PIC X(10).
       01 IS_COUNT PIC 9(4) VALUE 0.
       01 IS_CAPACITY PIC 9(4) VALUE 1000.
       01 IS_SKIPPED_COUNT PIC 9(4) VALUE 0.
       01 IS-INDEX PIC 9(4) VALUE 0.
       01 IS-KEY PIC X(10) VALUE SPACES.

      * Completed contracts whose completion date is on or before
      * the archive cutoff - the next archive run purges them.
       01 IA-COMPLETED OCCURS 500 TIMES.
           05 IK-CONTRACT PIC X(10).
       01 IK_COUNT PIC 9(3) VALUE 0.
       01 IK_CAPACITY PIC 9(3) VALUE 500.
       01 IK_SKIPPED_COUNT PIC 9(3) VALUE 0.
       01 IK-INDEX PIC 9(3) VALUE 0.

       01 ED-COUNT PIC Z(4)9.
       01 IE-OVERFLOW-REASON PIC X(50) VALUE SPACES.
       01 IE-PERIOD.
           05 IE-P-YEAR PIC 9(4).
           05 IE-P-SEP PIC X(1) VALUE '/'.
           05 IE-P-INST PIC 9(4).
       01 IE-DETAIL.
           05 IE-D-CONTRACT PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 IE-D-KEY PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 IE-D-REASON PIC X(50).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM PARA-11-READ-PROCESSING-DATE.
           IF PD-FOUND NOT = 'Y' THEN
               DISPLAY "NO PROCESSING DATE ON processing_date.txt - "
                   "NOTHING AUDITED"
               GOBACK
           END-IF.
           OPEN OUTPUT FS_EXCEPTIONS.
           PERFORM PARA-9-WRITE-HEAD.
           OPEN INPUT FS_CONTRACT_MASTER.
           IF CM-STATUS NOT = '00' THEN
               DISPLAY "CONTRACT MASTER NOT AVAILABLE - NOTHING "
                   "AUDITED"
               MOVE SPACES TO IE-DETAIL
               MOVE "CONTRACT MASTER NOT AVAILABLE" TO IE-D-REASON
               PERFORM PARA-10-WRITE-EXCEPTION
               PERFORM PARA-9-WRITE-TRAILER
               CLOSE FS_EXCEPTIONS
               PERFORM PARA-9-WRITE-STATUS
               GOBACK
           END-IF.
           PERFORM PARA-1-LOAD-BORROWERS.
           PERFORM PARA-2-LOAD-PEOPLE.
           PERFORM PARA-3-LOAD-SCHEDULE.
           PERFORM PARA-4-LOAD-ARCHIVED.
           PERFORM PARA-5-LOAD-COMPLETED.
           PERFORM PARA-6-CHECK-CONTRACTS.
           PERFORM PARA-7-CHECK-POSITIONS.
           PERFORM PARA-8-CHECK-NOTICES.
           IF SCHEDULE-OPEN = 'Y' THEN
               CLOSE FS_INSTALLMENTS_INF
           END-IF.
           CLOSE FS_CONTRACT_MASTER.
           PERFORM PARA-9-WRITE-TRAILER.
           CLOSE FS_EXCEPTIONS.
           PERFORM PARA-9-WRITE-STATUS.
           DISPLAY " ".
           DISPLAY CONTRACT_COUNT " CONTRACT(S) AUDITED".
           DISPLAY POSITION_COUNT " PAYMENT POSITION(S) AUDITED".
           DISPLAY NOTICE_COUNT " NOTICE HISTORY ENTRY(IES) AUDITED".
           DISPLAY ERROR_COUNT " INTEGRITY EXCEPTION(S)".
           GOBACK.

           PARA-1-LOAD-BORROWERS.
               MOVE 'N' TO WS-EOF.
               OPEN INPUT BORROWERS.
               IF BO-STATUS = '00' THEN
                   PERFORM PARA-1-READ-ONE UNTIL WS-EOF = 'Y'
                   CLOSE BORROWERS
               END-IF.
               IF IB_SKIPPED_COUNT > 0 THEN
                   DISPLAY IB_SKIPPED_COUNT
                       " BORROWER(S) EXCEEDED TABLE CAPACITY - "
                       "BORROWER IDS NOT CHECKED"
                   MOVE IB_SKIPPED_COUNT TO ED-COUNT
                   MOVE "BORROWER TABLE FULL - BORROWER IDS NOT CHECKED"
                       TO IE-D-REASON
                   PERFORM PARA-10-TABLE-OVERFLOW
               END-IF.

           PARA-1-READ-ONE.
               READ BORROWERS
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF IB_COUNT < IB_CAPACITY THEN
                           ADD 1 TO IB_COUNT
                           MOVE B-F-BORROWER-ID TO IB-ID(IB_COUNT)
                       ELSE
                           ADD 1 TO IB_SKIPPED_COUNT
                       END-IF
               END-READ.

           PARA-2-LOAD-PEOPLE.
               MOVE 'N' TO WS-EOF.
               OPEN INPUT PEOPLE.
               IF PE-STATUS = '00' THEN
                   PERFORM PARA-2-READ-ONE UNTIL WS-EOF = 'Y'
                   CLOSE PEOPLE
               END-IF.
               IF IP_SKIPPED_COUNT > 0 THEN
                   DISPLAY IP_SKIPPED_COUNT
                       " PEOPLE RECORD(S) EXCEEDED TABLE CAPACITY - "
                       "EMPLOYEE IDS NOT CHECKED"
                   MOVE IP_SKIPPED_COUNT TO ED-COUNT
                   MOVE "PEOPLE TABLE FULL - EMPLOYEE IDS NOT CHECKED"
                       TO IE-D-REASON
                   PERFORM PARA-10-TABLE-OVERFLOW
               END-IF.

           PARA-2-READ-ONE.
               READ PEOPLE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF IP_COUNT < IP_CAPACITY THEN
                           ADD 1 TO IP_COUNT
                           MOVE P-F-EMPID TO IP-EMPID(IP_COUNT)
                       ELSE
                           ADD 1 TO IP_SKIPPED_COUNT
                       END-IF
               END-READ.

      * The schedule is opened here and left open - the contract and
      * position checks both read it by key.
           PARA-3-LOAD-SCHEDULE.
               OPEN INPUT FS_INSTALLMENTS_INF.
               IF IN-STATUS = '00' THEN
                   MOVE 'Y' TO SCHEDULE-OPEN
               ELSE
                   DISPLAY "CANNOT OPEN INDEXED SCHEDULE - STATUS "
                       IN-STATUS
                   MOVE SPACES TO IE-DETAIL
                   MOVE IN-STATUS TO IE-D-KEY
                   MOVE "SCHEDULE NOT AVAILABLE - SCHEDULES NOT CHECKED"
                       TO IE-D-REASON
                   PERFORM PARA-10-WRITE-EXCEPTION
               END-IF.

           PARA-3-NOTE-SCHEDULED.
               MOVE 'N' TO FOUND-FLAG.
               MOVE 1 TO IS-INDEX.
               PERFORM PARA-3-FIND-ONE UNTIL IS-INDEX > IS_COUNT.
               IF FOUND-FLAG = 'N' THEN
                   IF IS_COUNT < IS_CAPACITY THEN
                       ADD 1 TO IS_COUNT
                       MOVE IS-KEY TO IS-CONTRACT(IS_COUNT)
                   ELSE
                       ADD 1 TO IS_SKIPPED_COUNT
                   END-IF
               END-IF.

           PARA-3-FIND-ONE.
               IF IS-CONTRACT(IS-INDEX) = IS-KEY THEN
                   MOVE 'Y' TO FOUND-FLAG
                   MOVE IS_COUNT TO IS-INDEX
               END-IF
               ADD 1 TO IS-INDEX.

      * An archived contract's rows now live in the schedule history,
      * so it still counts as a contract with a schedule.
           PARA-4-LOAD-ARCHIVED.
               MOVE 'N' TO WS-EOF.
               OPEN INPUT FS_ARCH_LOG.
               IF AL-STATUS = '00' THEN
                   PERFORM PARA-4-READ-ONE UNTIL WS-EOF = 'Y'
                   CLOSE FS_ARCH_LOG
               END-IF.
               IF IS_SKIPPED_COUNT > 0 THEN
                   DISPLAY IS_SKIPPED_COUNT
                       " ARCHIVED CONTRACT(S) EXCEEDED TABLE "
                       "CAPACITY - SCHEDULE PRESENCE NOT CHECKED"
                   MOVE IS_SKIPPED_COUNT TO ED-COUNT
                   MOVE "ARCHIVE TABLE FULL - SCHEDULES NOT CHECKED"
                       TO IE-D-REASON
                   PERFORM PARA-10-TABLE-OVERFLOW
               END-IF.

           PARA-4-READ-ONE.
               READ FS_ARCH_LOG
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE AL_CONTRACT TO IS-KEY
                       PERFORM PARA-3-NOTE-SCHEDULED
               END-READ.

      * Without a numeric archive cutoff no completed contract is due
      * for purging, so there is nothing to hold against its
      * positions. Completion records without a date are never
      * archived and are left out the same way.
           PARA-5-LOAD-COMPLETED.
               OPEN INPUT FS_PARAMETERS.
               IF AP-STATUS = '00' THEN
                   READ FS_PARAMETERS
                       AT END CONTINUE
                       NOT AT END
                           IF AP_CUTOFF_DATE IS NUMERIC THEN
                               MOVE AP_CUTOFF_DATE TO CUTOFF_DATE
                               MOVE 'Y' TO PARAMETERS_OK
                           END-IF
                   END-READ
                   CLOSE FS_PARAMETERS
               END-IF.
               IF PARAMETERS_OK = 'N' THEN
                   DISPLAY "NO ARCHIVE CUTOFF ON archive_parameters.txt"
                       " - NO COMPLETED CONTRACT IS DUE FOR ARCHIVING"
               ELSE
                   MOVE 'N' TO WS-EOF
                   OPEN INPUT FS_COMPLETED
                   IF FC-STATUS = '00' THEN
                       PERFORM PARA-5-READ-ONE UNTIL WS-EOF = 'Y'
                       CLOSE FS_COMPLETED
                   END-IF
               END-IF.
               IF IK_SKIPPED_COUNT > 0 THEN
                   DISPLAY IK_SKIPPED_COUNT
                       " COMPLETED RECORD(S) EXCEEDED TABLE CAPACITY"
                   MOVE IK_SKIPPED_COUNT TO ED-COUNT
                   MOVE "COMPLETED TABLE FULL - NOT ALL CONTRACTS HELD"
                       TO IE-D-REASON
                   PERFORM PARA-10-TABLE-OVERFLOW
               END-IF.

           PARA-5-READ-ONE.
               READ FS_COMPLETED
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF FS_COMPL_DATE IS NUMERIC THEN
                           IF FS_COMPL_DATE NOT > CUTOFF_DATE THEN
                               IF IK_COUNT < IK_CAPACITY THEN
                                   ADD 1 TO IK_COUNT
                                   MOVE FS_COMPL_CONTRACT
                                       TO IK-CONTRACT(IK_COUNT)
                               ELSE
                                   ADD 1 TO IK_SKIPPED_COUNT
                               END-IF
                           END-IF
                       END-IF
               END-READ.

           PARA-6-CHECK-CONTRACTS.
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
                       ADD 1 TO CONTRACT_COUNT
                       ADD 1 TO RECORD_COUNT
                       PERFORM PARA-6-CHECK-BORROWER
                       PERFORM PARA-6-CHECK-EMPLOYEE
                       PERFORM PARA-6-CHECK-SCHEDULED
               END-READ.

           PARA-6-CHECK-BORROWER.
               IF CM_BORROWER_ID NOT = SPACES
                   AND IB_SKIPPED_COUNT = 0 THEN
                   MOVE 'N' TO FOUND-FLAG
                   MOVE 1 TO IB-INDEX
                   PERFORM PARA-6-FIND-BORROWER
                       UNTIL IB-INDEX > IB_COUNT
                   IF FOUND-FLAG = 'N' THEN
                       MOVE SPACES TO IE-DETAIL
                       MOVE CM_CONTRACT_ID TO IE-D-CONTRACT
                       MOVE CM_BORROWER_ID TO IE-D-KEY
                       MOVE "BORROWER NOT ON BORROWER MASTER"
                           TO IE-D-REASON
                       PERFORM PARA-10-WRITE-EXCEPTION
                   END-IF
               END-IF.

           PARA-6-FIND-BORROWER.
               IF IB-ID(IB-INDEX) = CM_BORROWER_ID THEN
                   MOVE 'Y' TO FOUND-FLAG
                   MOVE IB_COUNT TO IB-INDEX
               END-IF
               ADD 1 TO IB-INDEX.

           PARA-6-CHECK-EMPLOYEE.
               IF CM_EMPLOYEE_ID NOT = SPACES
                   AND IP_SKIPPED_COUNT = 0 THEN
                   MOVE 'N' TO FOUND-FLAG
                   MOVE 1 TO IP-INDEX
                   PERFORM PARA-6-FIND-PERSON
                       UNTIL IP-INDEX > IP_COUNT
                   IF FOUND-FLAG = 'N' THEN
                       MOVE SPACES TO IE-DETAIL
                       MOVE CM_CONTRACT_ID TO IE-D-CONTRACT
                       MOVE CM_EMPLOYEE_ID TO IE-D-KEY
                       MOVE "EMPLOYEE NOT ON PEOPLE FILE"
                           TO IE-D-REASON
                       PERFORM PARA-10-WRITE-EXCEPTION
                   END-IF
               END-IF.

           PARA-6-FIND-PERSON.
               IF IP-EMPID(IP-INDEX) = CM_EMPLOYEE_ID THEN
                   MOVE 'Y' TO FOUND-FLAG
                   MOVE IP_COUNT TO IP-INDEX
               END-IF
               ADD 1 TO IP-INDEX.

      * The contract's first live row, if it has one, is the first
      * key at or after contract/0/0. Failing that the contract must
      * have been archived to history.
           PARA-6-CHECK-SCHEDULED.
               MOVE 'N' TO FOUND-FLAG.
               IF SCHEDULE-OPEN = 'Y' THEN
                   MOVE CM_CONTRACT_ID TO FS_I_CONTRACT
                   MOVE 0 TO FS_I_DUE_YEAR
                   MOVE 0 TO FS_I_DUE_INST
                   START FS_INSTALLMENTS_INF KEY NOT < FS_I_KEY
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           PERFORM PARA-6-READ-FIRST-ROW
                   END-START
               END-IF.
               IF FOUND-FLAG = 'N' THEN
                   MOVE CM_CONTRACT_ID TO IS-KEY
                   MOVE 1 TO IS-INDEX
                   PERFORM PARA-3-FIND-ONE UNTIL IS-INDEX > IS_COUNT
               END-IF.
               IF FOUND-FLAG = 'N' AND IS_SKIPPED_COUNT = 0 THEN
                   IF SCHEDULE-OPEN = 'Y' THEN
                       MOVE SPACES TO IE-DETAIL
                       MOVE CM_CONTRACT_ID TO IE-D-CONTRACT
                       MOVE "CONTRACT HAS NO SCHEDULE ROWS"
                           TO IE-D-REASON
                       PERFORM PARA-10-WRITE-EXCEPTION
                   END-IF
               END-IF.

           PARA-6-READ-FIRST-ROW.
               READ FS_INSTALLMENTS_INF NEXT
                   AT END CONTINUE
                   NOT AT END
                       IF FS_I_CONTRACT = CM_CONTRACT_ID THEN
                           MOVE 'Y' TO FOUND-FLAG
                       END-IF
               END-READ.

           PARA-7-CHECK-POSITIONS.
               OPEN INPUT FS_POSITIONS.
               IF PO-STATUS NOT = '00' AND PO-STATUS NOT = '05' THEN
                   DISPLAY "CANNOT OPEN PAYMENT POSITIONS - STATUS "
                       PO-STATUS " - POSITIONS NOT CHECKED"
               ELSE
                   MOVE SPACES TO LAST-UNPAID-CONTRACT
                   MOVE 'N' TO POSITIONS-DONE
                   MOVE SPACES TO PO_CONTRACT
                   MOVE 0 TO PO_DUE_YEAR
                   MOVE 0 TO PO_DUE_INST
                   START FS_POSITIONS KEY NOT < PO_KEY
                       INVALID KEY MOVE 'Y' TO POSITIONS-DONE
                   END-START
                   PERFORM PARA-7-READ-ONE UNTIL POSITIONS-DONE = 'Y'
                   CLOSE FS_POSITIONS
               END-IF.

           PARA-7-READ-ONE.
               READ FS_POSITIONS NEXT
                   AT END MOVE 'Y' TO POSITIONS-DONE
                   NOT AT END
                       ADD 1 TO POSITION_COUNT
                       ADD 1 TO RECORD_COUNT
                       PERFORM PARA-7-CHECK-ROW
                       PERFORM PARA-7-CHECK-COMPLETED
               END-READ.

           PARA-7-CHECK-ROW.
               MOVE 'N' TO FOUND-FLAG.
               IF SCHEDULE-OPEN = 'Y' THEN
                   MOVE PO_CONTRACT TO FS_I_CONTRACT
                   MOVE PO_DUE_YEAR TO FS_I_DUE_YEAR
                   MOVE PO_DUE_INST TO FS_I_DUE_INST
                   READ FS_INSTALLMENTS_INF
                       INVALID KEY CONTINUE
                       NOT INVALID KEY MOVE 'Y' TO FOUND-FLAG
                   END-READ
               END-IF.
               IF FOUND-FLAG = 'N' THEN
                   MOVE SPACES TO IE-DETAIL
                   MOVE PO_CONTRACT TO IE-D-CONTRACT
                   MOVE PO_DUE_YEAR TO IE-P-YEAR
                   MOVE PO_DUE_INST TO IE-P-INST
                   MOVE IE-PERIOD TO IE-D-KEY
                   MOVE "PAYMENT POSITION HAS NO SCHEDULE ROW"
                       TO IE-D-REASON
                   PERFORM PARA-10-WRITE-EXCEPTION
               END-IF.

      * Positions come in key order, so a contract's first unpaid
      * position is the one reported and the rest are passed over.
           PARA-7-CHECK-COMPLETED.
               IF PO_PAID < PO_SCHED
                   AND PO_CONTRACT NOT = LAST-UNPAID-CONTRACT THEN
                   MOVE 'N' TO FOUND-FLAG
                   MOVE 1 TO IK-INDEX
                   PERFORM PARA-7-FIND-COMPLETED
                       UNTIL IK-INDEX > IK_COUNT
                   IF FOUND-FLAG = 'Y' THEN
                       MOVE PO_CONTRACT TO LAST-UNPAID-CONTRACT
                       MOVE SPACES TO IE-DETAIL
                       MOVE PO_CONTRACT TO IE-D-CONTRACT
                       MOVE PO_DUE_YEAR TO IE-P-YEAR
                       MOVE PO_DUE_INST TO IE-P-INST
                       MOVE IE-PERIOD TO IE-D-KEY
                       MOVE "COMPLETED CONTRACT HAS UNPAID POSITIONS"
                           TO IE-D-REASON
                       PERFORM PARA-10-WRITE-EXCEPTION
                   END-IF
               END-IF.

           PARA-7-FIND-COMPLETED.
               IF IK-CONTRACT(IK-INDEX) = PO_CONTRACT THEN
                   MOVE 'Y' TO FOUND-FLAG
                   MOVE IK_COUNT TO IK-INDEX
               END-IF
               ADD 1 TO IK-INDEX.

           PARA-8-CHECK-NOTICES.
               MOVE 'N' TO WS-EOF.
               OPEN INPUT FS_NOTICE_HISTORY.
               IF NH-STATUS = '00' THEN
                   PERFORM PARA-8-READ-ONE UNTIL WS-EOF = 'Y'
                   CLOSE FS_NOTICE_HISTORY
               END-IF.

           PARA-8-READ-ONE.
               READ FS_NOTICE_HISTORY
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO NOTICE_COUNT
                       ADD 1 TO RECORD_COUNT
                       MOVE NH_CONTRACT TO CM_CONTRACT_ID
                       READ FS_CONTRACT_MASTER
                           INVALID KEY
                               PERFORM PARA-8-UNKNOWN-CONTRACT
                       END-READ
               END-READ.

           PARA-8-UNKNOWN-CONTRACT.
               MOVE SPACES TO IE-DETAIL.
               MOVE NH_CONTRACT TO IE-D-CONTRACT.
               MOVE NH_DUE_YEAR TO IE-P-YEAR.
               MOVE NH_DUE_INST TO IE-P-INST.
               MOVE IE-PERIOD TO IE-D-KEY.
               MOVE "NOTICE HISTORY FOR CONTRACT NOT ON MASTER"
                   TO IE-D-REASON.
               PERFORM PARA-10-WRITE-EXCEPTION.

           PARA-9-WRITE-HEAD.
               MOVE SPACES TO IE_LINE.
               STRING "REFERENTIAL INTEGRITY EXCEPTIONS - PROCESSING "
                      DELIMITED BY SIZE
                      "DATE " DELIMITED BY SIZE
                      ASOF-DATE DELIMITED BY SIZE
                   INTO IE_LINE
               END-STRING.
               WRITE IE_LINE.
               MOVE SPACES TO IE_LINE.
               WRITE IE_LINE.
               MOVE "CONTRACT    KEY         EXCEPTION" TO IE_LINE.
               WRITE IE_LINE.

           PARA-9-WRITE-TRAILER.
               MOVE SPACES TO IE_LINE.
               WRITE IE_LINE.
               MOVE RECORD_COUNT TO ED-COUNT.
               MOVE SPACES TO IE_LINE.
               STRING "RECORDS CHECKED " DELIMITED BY SIZE
                      ED-COUNT DELIMITED BY SIZE
                   INTO IE_LINE
               END-STRING.
               WRITE IE_LINE.
               MOVE ERROR_COUNT TO ED-COUNT.
               MOVE SPACES TO IE_LINE.
               STRING "EXCEPTIONS      " DELIMITED BY SIZE
                      ED-COUNT DELIMITED BY SIZE
                   INTO IE_LINE
               END-STRING.
               WRITE IE_LINE.

           PARA-9-WRITE-STATUS.
               OPEN OUTPUT FS_CHECK_STATUS.
               MOVE RECORD_COUNT TO IC_RECORD_COUNT.
               MOVE ERROR_COUNT TO IC_ERROR_COUNT.
               WRITE IC_REC.
               CLOSE FS_CHECK_STATUS.

           PARA-10-WRITE-EXCEPTION.
               ADD 1 TO ERROR_COUNT.
               MOVE IE-DETAIL TO IE_LINE.
               WRITE IE_LINE.

      * The caller leaves the reason in IE-D-REASON and the number of
      * entries the table could not hold in ED-COUNT.
           PARA-10-TABLE-OVERFLOW.
               MOVE IE-D-REASON TO IE-OVERFLOW-REASON.
               MOVE SPACES TO IE-DETAIL.
               MOVE ED-COUNT TO IE-D-KEY.
               MOVE IE-OVERFLOW-REASON TO IE-D-REASON.
               PERFORM PARA-10-WRITE-EXCEPTION.

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

       END PROGRAM INTEGRITY_AUDIT.
