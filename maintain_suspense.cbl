      ******************************************************************
      * Author:
      * Date:
      * Purpose: Unapplied-cash suspense maintenance. The posting run
      *          holds every receipt it cannot place on the keyed
      *          suspense file and applies it automatically once an
      *          installment of the contract falls due; this is the
      *          operator transaction for the items that will never
      *          apply on their own. An open item can be refunded to
      *          the payer, or transferred whole to the contract the
      *          money was really meant for - the transferred amount
      *          becomes a new open item on the target contract,
      *          keeping the original receipt date so its age is not
      *          reset, and the next posting run applies it there.
      *          A written-off contract is refused as a target, since
      *          the posting run never applies suspense held on one.
      *          Every refund and transfer is appended to the
      *          cumulative suspense log with the operator. The
      *          operator signs on against the operator file: a
      *          refund needs a supervisor, a transfer a clerk or
      *          supervisor, and an auditor can only list.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTAIN_SUSPENSE.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
             SELECT FS_CONTRACT_MASTER ASSIGN TO 'contract_master.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CM_CONTRACT_ID
             FILE STATUS IS CM-STATUS.

             SELECT OPTIONAL FS_SUSPENSE
             ASSIGN TO 'unapplied_suspense.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SU_KEY
             FILE STATUS IS SU-STATUS.

             SELECT FS_SUSPENSE_LOG ASSIGN TO 'suspense_log.txt'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SL-STATUS.

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

           FD FS_SUSPENSE.
           01 SU_REC.
               05 SU_KEY.
                   10 SU_CONTRACT PIC X(10).
                   10 SU_RECEIPT_DATE PIC 9(8).
                   10 SU_SEQ PIC 9(4).
               05 SU_REASON PIC X(8).
               05 SU_ORIGINAL PIC 9(10)v9(2).
               05 SU_AMOUNT PIC 9(10)v9(2).
               05 SU_STATUS PIC X(1).
               05 SU_STATUS_DATE PIC 9(8).
               05 SU_OTHER_CONTRACT PIC X(10).

           FD FS_SUSPENSE_LOG.
           01 SL_REC.
               05 SL_DATE PIC 9(8).
               05 SL_ACTION PIC X(8).
               05 SL_CONTRACT PIC X(10).
               05 SL_RECEIPT_DATE PIC 9(8).
               05 SL_SEQ PIC 9(4).
               05 SL_AMOUNT PIC 9(10)v9(2).
               05 SL_DUE_YEAR PIC 9(4).
               05 SL_DUE_INST PIC 9(4).
               05 SL_OTHER_CONTRACT PIC X(10).
               05 SL_OPERATOR PIC X(6).

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
       01 SU-STATUS PIC X(2) VALUE '00'.
       01 SL-STATUS PIC X(2) VALUE '00'.
       01 CONTINUE-FLAG PIC A(1) VALUE 'Y'.
       01 MENU-CHOICE PIC 9(1) VALUE 0.
       01 OPERATOR-ID PIC X(6) VALUE SPACES.
       01 OP-STATUS PIC X(2) VALUE '00'.
       01 OPERATOR-ROLE PIC X(10) VALUE SPACES.
       01 OPERATOR-PASSWORD PIC X(8) VALUE SPACES.
       01 SIGNON-OK PIC A(1) VALUE 'N'.
       01 SIGNON-TRIES PIC 9(1) VALUE 0.
       01 OPTION-ALLOWED PIC A(1) VALUE 'N'.
       01 RUN-DATE PIC 9(8) VALUE 0.
       01 MASTER-FOUND PIC A(1) VALUE 'N'.
       01 ITEM-FOUND PIC A(1) VALUE 'N'.
       01 ITEM-COUNT PIC 9(4) VALUE 0.
       01 SUSPENSE-DONE PIC A(1) VALUE 'N'.
       01 SUSPENSE-WRITTEN PIC A(1) VALUE 'N'.
       01 CONFIRM-FLAG PIC X(1) VALUE SPACES.

       01 MS-IN-CONTRACT PIC X(10).
       01 MS-IN-DATE PIC X(8).
       01 MS-IN-SEQ PIC X(10).
       01 MS-IN-TARGET PIC X(10).

      * The item being refunded or transferred is kept here while
      * the suspense file is positioned on other keys - the free
      * key search for the transfer target moves the record area.
       01 MS-SOURCE-REC PIC X(73) VALUE SPACES.
       01 MS-SOURCE-KEY.
           05 MS-SOURCE-CONTRACT PIC X(10).
           05 MS-SOURCE-DATE PIC 9(8).
           05 MS-SOURCE-SEQ PIC 9(4).
       01 MS-MOVE-AMOUNT PIC 9(10)v9(2) VALUE 0.
       01 MS-TARGET-SEQ PIC 9(4) VALUE 0.
       01 TARGET-WRITTEN PIC A(1) VALUE 'N'.

       01 SL-WORK-ACTION PIC X(8) VALUE SPACES.
       01 SL-WORK-OTHER PIC X(10) VALUE SPACES.

      * Same right-justify of keyed digits as the contract
      * maintenance uses, so a sequence number keyed as "1" reads
      * as 0001.
       01 JUSTIFY-WORK PIC X(10) VALUE SPACES.
       01 JUSTIFY-TEMP PIC X(10) VALUE SPACES.
       01 JUSTIFY-DONE PIC A(1) VALUE 'N'.

       01 ED-AMOUNT PIC Z(9)9.99.
       01 ED-ORIGINAL PIC Z(9)9.99.

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
           OPEN I-O FS_SUSPENSE.
           IF SU-STATUS NOT = '00' AND SU-STATUS NOT = '05' THEN
               DISPLAY "CANNOT OPEN UNAPPLIED-CASH SUSPENSE - STATUS "
                   SU-STATUS
               CLOSE FS_CONTRACT_MASTER
               STOP RUN
           END-IF.
           PERFORM PARA-1-MENU UNTIL CONTINUE-FLAG = 'N'.
           CLOSE FS_SUSPENSE.
           CLOSE FS_CONTRACT_MASTER.
           STOP RUN.

           PARA-1-MENU.
               DISPLAY " ".
               DISPLAY "UNAPPLIED-CASH SUSPENSE MAINTENANCE".
               DISPLAY "1 - LIST SUSPENSE ITEMS FOR A CONTRACT".
               DISPLAY "2 - REFUND A SUSPENSE ITEM".
               DISPLAY "3 - TRANSFER A SUSPENSE ITEM".
               DISPLAY "4 - EXIT".
               DISPLAY "ENTER CHOICE: ".
               ACCEPT MENU-CHOICE.
               PERFORM PARA-17-CHECK-AUTHORITY.
               IF OPTION-ALLOWED = 'Y' THEN
                   EVALUATE MENU-CHOICE
                     WHEN 1 PERFORM PARA-2-LIST
                     WHEN 2 PERFORM PARA-3-REFUND
                     WHEN 3 PERFORM PARA-4-TRANSFER
                     WHEN 4 MOVE 'N' TO CONTINUE-FLAG
                     WHEN OTHER DISPLAY "INVALID CHOICE"
                   END-EVALUATE
               ELSE
                   DISPLAY "OPTION NOT AVAILABLE TO ROLE "
                       OPERATOR-ROLE
               END-IF.

      * Every item ever held for the contract is listed, closed ones
      * included, so the operator can see where earlier money went.
           PARA-2-LIST.
               DISPLAY "CONTRACT ID: ".
               ACCEPT MS-IN-CONTRACT.
               MOVE 0 TO ITEM-COUNT.
               MOVE 'N' TO SUSPENSE-DONE.
               MOVE MS-IN-CONTRACT TO SU_CONTRACT.
               MOVE 0 TO SU_RECEIPT_DATE.
               MOVE 0 TO SU_SEQ.
               START FS_SUSPENSE KEY NOT < SU_KEY
                   INVALID KEY MOVE 'Y' TO SUSPENSE-DONE
               END-START.
               DISPLAY " ".
               DISPLAY "RECEIVED SEQ  REASON           ORIGINAL"
                   "           HELD ST".
               PERFORM PARA-2-LIST-ONE UNTIL SUSPENSE-DONE = 'Y'.
               IF ITEM-COUNT = 0 THEN
                   DISPLAY "NO SUSPENSE ITEMS FOR " MS-IN-CONTRACT
               END-IF.

           PARA-2-LIST-ONE.
               READ FS_SUSPENSE NEXT
                   AT END MOVE 'Y' TO SUSPENSE-DONE
                   NOT AT END
                       IF SU_CONTRACT NOT = MS-IN-CONTRACT THEN
                           MOVE 'Y' TO SUSPENSE-DONE
                       ELSE
                           ADD 1 TO ITEM-COUNT
                           MOVE SU_ORIGINAL TO ED-ORIGINAL
                           MOVE SU_AMOUNT TO ED-AMOUNT
                           DISPLAY SU_RECEIPT_DATE " " SU_SEQ "  "
                               SU_REASON " " ED-ORIGINAL " "
                               ED-AMOUNT " " SU_STATUS
                       END-IF
               END-READ.

           PARA-3-REFUND.
               PERFORM PARA-5-GET-ITEM.
               IF ITEM-FOUND = 'Y' THEN
                   MOVE SU_AMOUNT TO ED-AMOUNT
                   DISPLAY "REFUND " ED-AMOUNT " TO THE PAYER (Y/N): "
                   ACCEPT CONFIRM-FLAG
                   IF CONFIRM-FLAG = 'Y' OR CONFIRM-FLAG = 'y' THEN
                       MOVE SU_AMOUNT TO MS-MOVE-AMOUNT
                       MOVE 0 TO SU_AMOUNT
                       MOVE 'R' TO SU_STATUS
                       MOVE RUN-DATE TO SU_STATUS_DATE
                       REWRITE SU_REC
                           INVALID KEY
                               DISPLAY "REFUND FAILED - STATUS "
                                   SU-STATUS
                           NOT INVALID KEY
                               MOVE "REFUNDED" TO SL-WORK-ACTION
                               MOVE SPACES TO SL-WORK-OTHER
                               PERFORM PARA-13-WRITE-LOG
                               DISPLAY "SUSPENSE ITEM REFUNDED"
                       END-REWRITE
                   ELSE
                       DISPLAY "REFUND CANCELLED"
                   END-IF
               END-IF.

      * The whole held amount moves. The source item is closed first
      * and the new item written under the target contract with the
      * original receipt date; if the new item cannot be written the
      * source is put back open, so money is never lost between the
      * two contracts.
           PARA-4-TRANSFER.
               PERFORM PARA-5-GET-ITEM.
               IF ITEM-FOUND = 'Y' THEN
                   DISPLAY "TRANSFER TO CONTRACT ID: "
                   ACCEPT MS-IN-TARGET
                   MOVE MS-IN-TARGET TO CM_CONTRACT_ID
                   PERFORM PARA-8-READ-MASTER
                   IF MASTER-FOUND = 'N' THEN
                       DISPLAY "CONTRACT " MS-IN-TARGET
                           " NOT ON THE MASTER - TRANSFER REFUSED"
                   ELSE
                       IF CM_WRITTEN_OFF = 'Y' THEN
                           DISPLAY "CONTRACT " MS-IN-TARGET
                               " WAS WRITTEN OFF ON " CM_WRITE_OFF_DATE
                               " - TRANSFER REFUSED"
                       ELSE
                           IF MS-IN-TARGET = SU_CONTRACT THEN
                               DISPLAY "TARGET IS THE SAME CONTRACT - "
                                   "TRANSFER REFUSED"
                           ELSE
                               PERFORM PARA-6-MOVE-ITEM
                           END-IF
                       END-IF
                   END-IF
               END-IF.

           PARA-5-GET-ITEM.
               MOVE 'N' TO ITEM-FOUND.
               DISPLAY "CONTRACT ID: ".
               ACCEPT MS-IN-CONTRACT.
               DISPLAY "RECEIPT DATE (YYYYMMDD): ".
               ACCEPT MS-IN-DATE.
               DISPLAY "SEQUENCE NUMBER: ".
               MOVE SPACES TO MS-IN-SEQ.
               ACCEPT MS-IN-SEQ.
               MOVE MS-IN-SEQ TO JUSTIFY-WORK.
               PERFORM PARA-14-JUSTIFY-INPUT.
               MOVE JUSTIFY-WORK TO MS-IN-SEQ.
               IF MS-IN-DATE IS NOT NUMERIC
                   OR MS-IN-SEQ IS NOT NUMERIC THEN
                   DISPLAY "RECEIPT DATE AND SEQUENCE MUST BE DIGITS"
               ELSE
                   MOVE MS-IN-CONTRACT TO SU_CONTRACT
                   MOVE MS-IN-DATE TO SU_RECEIPT_DATE
                   MOVE MS-IN-SEQ(7:4) TO SU_SEQ
                   READ FS_SUSPENSE
                       INVALID KEY
                           DISPLAY "SUSPENSE ITEM NOT FOUND"
                       NOT INVALID KEY
                           IF SU_STATUS NOT = 'O' OR SU_AMOUNT = 0
                               THEN
                               DISPLAY "SUSPENSE ITEM IS NOT OPEN - "
                                   "STATUS " SU_STATUS
                           ELSE
                               MOVE 'Y' TO ITEM-FOUND
                           END-IF
                   END-READ
               END-IF.

           PARA-6-MOVE-ITEM.
               MOVE SU_REC TO MS-SOURCE-REC.
               MOVE SU_KEY TO MS-SOURCE-KEY.
               MOVE SU_AMOUNT TO MS-MOVE-AMOUNT.
               MOVE 0 TO SU_AMOUNT.
               MOVE 'T' TO SU_STATUS.
               MOVE RUN-DATE TO SU_STATUS_DATE.
               MOVE MS-IN-TARGET TO SU_OTHER_CONTRACT.
               REWRITE SU_REC
                   INVALID KEY
                       DISPLAY "TRANSFER FAILED - STATUS " SU-STATUS
                   NOT INVALID KEY
                       PERFORM PARA-7-WRITE-TARGET
               END-REWRITE.

           PARA-7-WRITE-TARGET.
               MOVE MS-IN-TARGET TO SU_CONTRACT.
               MOVE MS-SOURCE-DATE TO SU_RECEIPT_DATE.
               MOVE 0 TO SU_SEQ.
               MOVE "TRANSFER" TO SU_REASON.
               MOVE MS-MOVE-AMOUNT TO SU_ORIGINAL.
               MOVE MS-MOVE-AMOUNT TO SU_AMOUNT.
               MOVE 'O' TO SU_STATUS.
               MOVE RUN-DATE TO SU_STATUS_DATE.
               MOVE MS-SOURCE-CONTRACT TO SU_OTHER_CONTRACT.
               MOVE 'N' TO SUSPENSE-WRITTEN.
               MOVE 'N' TO TARGET-WRITTEN.
               PERFORM PARA-7-WRITE-ONE UNTIL SUSPENSE-WRITTEN = 'Y'.
               IF TARGET-WRITTEN = 'Y' THEN
                   MOVE SU_SEQ TO MS-TARGET-SEQ
                   MOVE "XFER-IN" TO SL-WORK-ACTION
                   MOVE MS-SOURCE-CONTRACT TO SL-WORK-OTHER
                   PERFORM PARA-13-WRITE-LOG
                   MOVE MS-SOURCE-REC TO SU_REC
                   MOVE "XFER-OUT" TO SL-WORK-ACTION
                   MOVE MS-IN-TARGET TO SL-WORK-OTHER
                   PERFORM PARA-13-WRITE-LOG
                   DISPLAY "SUSPENSE ITEM TRANSFERRED TO "
                       MS-IN-TARGET " AS SEQUENCE " MS-TARGET-SEQ
               ELSE
                   MOVE MS-SOURCE-REC TO SU_REC
                   REWRITE SU_REC
                       INVALID KEY
                           DISPLAY "SOURCE ITEM NOT RESTORED - "
                               "STATUS " SU-STATUS
                   END-REWRITE
                   DISPLAY "TRANSFER FAILED - SOURCE ITEM LEFT OPEN"
               END-IF.

           PARA-7-WRITE-ONE.
               ADD 1 TO SU_SEQ.
               WRITE SU_REC
                   INVALID KEY
                       IF SU-STATUS NOT = '22' OR SU_SEQ = 9999 THEN
                           MOVE 'Y' TO SUSPENSE-WRITTEN
                       END-IF
                   NOT INVALID KEY
                       MOVE 'Y' TO SUSPENSE-WRITTEN
                       MOVE 'Y' TO TARGET-WRITTEN
               END-WRITE.

           PARA-8-READ-MASTER.
               MOVE 'N' TO MASTER-FOUND.
               READ FS_CONTRACT_MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'Y' TO MASTER-FOUND
               END-READ.

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

      * The log is opened and closed around each write, as the
      * maintenance audit trails are, so a crash mid-session cannot
      * lose a refund or transfer already taken.
           PARA-13-WRITE-LOG.
               OPEN EXTEND FS_SUSPENSE_LOG.
               IF SL-STATUS NOT = '00' THEN
                   OPEN OUTPUT FS_SUSPENSE_LOG
               END-IF.
               MOVE RUN-DATE TO SL_DATE.
               MOVE SL-WORK-ACTION TO SL_ACTION.
               MOVE SU_CONTRACT TO SL_CONTRACT.
               MOVE SU_RECEIPT_DATE TO SL_RECEIPT_DATE.
               MOVE SU_SEQ TO SL_SEQ.
               MOVE MS-MOVE-AMOUNT TO SL_AMOUNT.
               MOVE 0 TO SL_DUE_YEAR.
               MOVE 0 TO SL_DUE_INST.
               MOVE SL-WORK-OTHER TO SL_OTHER_CONTRACT.
               MOVE OPERATOR-ID TO SL_OPERATOR.
               WRITE SL_REC.
               CLOSE FS_SUSPENSE_LOG.

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

      * Money leaving the bank as a refund needs a supervisor; a
      * transfer between contracts is for clerks and supervisors.
      * Listing is open to every role.
           PARA-17-CHECK-AUTHORITY.
               MOVE 'Y' TO OPTION-ALLOWED.
               EVALUATE MENU-CHOICE
                 WHEN 2
                     IF OPERATOR-ROLE NOT = "SUPERVISOR" THEN
                         MOVE 'N' TO OPTION-ALLOWED
                     END-IF
                 WHEN 3
                     IF OPERATOR-ROLE NOT = "CLERK"
                         AND OPERATOR-ROLE NOT = "SUPERVISOR" THEN
                         MOVE 'N' TO OPTION-ALLOWED
                     END-IF
               END-EVALUATE.

       END PROGRAM MAINTAIN_SUSPENSE.
