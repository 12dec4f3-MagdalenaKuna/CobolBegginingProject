      ******************************************************************
      * Author:
      * Date:
      * Purpose: Guarantor and collateral maintenance. The contract
      *          master has nowhere to record the security behind a
      *          non-staff loan, so each contract's guarantors and
      *          pledged assets are kept on their own keyed file -
      *          contract id, item type (G guarantor, C collateral)
      *          and a sequence number within the type. A guarantor
      *          carries a name, postal address and the amount
      *          guaranteed; a collateral item a description, its
      *          valuation and the date it was valued. The dunning
      *          run writes a demand letter to every guarantor of a
      *          contract that gets a final demand, and the
      *          provisioning run can take collateral value off the
      *          balance it provisions. Add, update and delete
      *          follow the borrower master maintenance pattern:
      *          every change is logged to a cumulative audit file
      *          with the operator and the before and after record
      *          images, and the log can be browsed by contract id
      *          or date range. Changes are written straight to the
      *          keyed file, the way the contract maintenance
      *          updates the master, and only contracts on the
      *          master can be given a guarantor or collateral.
      *          The operator signs on against the operator file and
      *          each menu option is limited to the roles allowed to
      *          use it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTAIN_GUARANTEES.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
             SELECT OPTIONAL FS_GUARANTEES
             ASSIGN TO 'guarantor_collateral.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS GC_KEY
             FILE STATUS IS GC-STATUS.

             SELECT FS_CONTRACT_MASTER ASSIGN TO 'contract_master.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CM_CONTRACT_ID
             FILE STATUS IS CM-STATUS.

             SELECT AUDIT-TRAIL
             ASSIGN TO 'guarantee_audit_log.txt'
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
      * One record per guarantor or collateral item. The detail area
      * is read through the view that matches the item type.
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

           FD AUDIT-TRAIL.
           01 AU-REC.
               05 AU-DATE PIC 9(8).
               05 AU-TIME PIC 9(8).
               05 AU-OPERATOR PIC X(6).
               05 AU-TYPE PIC X(6).
               05 AU-BEFORE PIC X(115).
               05 AU-AFTER PIC X(115).

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
       01 GC-STATUS PIC X(2) VALUE '00'.
       01 CM-STATUS PIC X(2) VALUE '00'.
       01 AU-STATUS PIC X(2) VALUE '00'.
       01 PD-STATUS PIC X(2) VALUE '00'.
       01 PD-FOUND PIC A(1) VALUE 'N'.
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
       01 ITEM-FOUND PIC A(1) VALUE 'N'.
       01 ENTRY-OK PIC A(1) VALUE 'N'.
       01 RUN-DATE PIC 9(8) VALUE 0.

       01 MG-IN-CONTRACT PIC X(10).
       01 MG-IN-TYPE PIC X(1).
       01 MG-IN-SEQ PIC X(2).
       01 MG-IN-NAME PIC X(15).
       01 MG-IN-SURNAME PIC X(15).
       01 MG-IN-ADDR1 PIC X(30).
       01 MG-IN-ADDR2 PIC X(30).
       01 MG-IN-DESC PIC X(40).
       01 MG-IN-AMOUNT PIC X(10).
       01 MG-IN-VALUE-DATE PIC X(8).
       01 MG-AMOUNT PIC 9(10)v9(2) VALUE 0.
       01 MG-CENTS PIC 9(10) VALUE 0.

      * Next free sequence number within a contract and item type,
      * found by browsing the keys from the first item of the type.
       01 MG-NEXT-SEQ PIC 9(3) VALUE 0.
       01 MG-SCAN-EOF PIC A(1) VALUE 'N'.
       01 MG-LISTED-COUNT PIC 9(3) VALUE 0.

      * Console entry arrives left-justified with trailing spaces -
      * keying 500000 into a ten-byte field yields "500000    ",
      * which a bare NUMERIC test rejects. Each keyed number is
      * shifted right and zero-filled here before it is validated,
      * so the operator never has to pre-pad a field.
       01 JUSTIFY-WORK PIC X(10) VALUE SPACES.
       01 JUSTIFY-TEMP PIC X(10) VALUE SPACES.
       01 JUSTIFY-DONE PIC A(1) VALUE 'N'.

       01 DATE-CHECK.
           05 DC-YEAR PIC 9(4).
           05 DC-MONTH PIC 9(2).
           05 DC-DAY PIC 9(2).

      * Every add, update and delete is appended to a cumulative
      * audit file with the operator signed on at startup and the
      * before and after images of the item. The file is opened and
      * closed around each write so a crash mid-session cannot lose
      * transactions already taken.
       01 AU-WORK-BEFORE PIC X(115) VALUE SPACES.
       01 AU-WORK-AFTER PIC X(115) VALUE SPACES.
       01 AU-WORK-TYPE PIC X(6) VALUE SPACES.

       01 AU-EOF PIC A(1) VALUE 'N'.
       01 AU-BROWSE-CHOICE PIC 9(1) VALUE 0.
       01 AU-BROWSE-ID PIC X(10) VALUE SPACES.
       01 AU-FROM-DATE PIC 9(8) VALUE 0.
       01 AU-TO-DATE PIC 9(8) VALUE 0.
       01 AU-SHOW PIC A(1) VALUE 'N'.
       01 AU-SHOWN-COUNT PIC 9(5) VALUE 0.

       01 ED-AMOUNT PIC Z(9)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM PARA-15-READ-PROCESSING-DATE.
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
           OPEN I-O FS_GUARANTEES.
           IF GC-STATUS NOT = '00' AND GC-STATUS NOT = '05' THEN
               DISPLAY "CANNOT OPEN GUARANTOR/COLLATERAL FILE - "
                   "STATUS " GC-STATUS
               CLOSE FS_CONTRACT_MASTER
               STOP RUN
           END-IF.
           PERFORM PARA-1-MENU UNTIL CONTINUE-FLAG = 'N'.
           CLOSE FS_GUARANTEES.
           CLOSE FS_CONTRACT_MASTER.
           STOP RUN.

           PARA-1-MENU.
               DISPLAY " ".
               DISPLAY "GUARANTOR AND COLLATERAL MAINTENANCE".
               DISPLAY "1 - ADD A GUARANTOR".
               DISPLAY "2 - ADD A COLLATERAL ITEM".
               DISPLAY "3 - UPDATE AN ITEM".
               DISPLAY "4 - DELETE AN ITEM".
               DISPLAY "5 - LIST A CONTRACT'S ITEMS".
               DISPLAY "6 - EXIT".
               DISPLAY "7 - BROWSE AUDIT TRAIL".
               DISPLAY "ENTER CHOICE: ".
               ACCEPT MENU-CHOICE.
               PERFORM PARA-19-CHECK-AUTHORITY.
               IF OPTION-ALLOWED = 'Y' THEN
                   EVALUATE MENU-CHOICE
                     WHEN 1 PERFORM PARA-2-ADD-GUARANTOR
                     WHEN 2 PERFORM PARA-3-ADD-COLLATERAL
                     WHEN 3 PERFORM PARA-4-UPDATE
                     WHEN 4 PERFORM PARA-5-DELETE
                     WHEN 5 PERFORM PARA-6-LIST
                     WHEN 6 MOVE 'N' TO CONTINUE-FLAG
                     WHEN 7 PERFORM PARA-17-BROWSE-AUDIT
                     WHEN OTHER DISPLAY "INVALID CHOICE"
                   END-EVALUATE
               ELSE
                   DISPLAY "OPTION NOT AVAILABLE TO ROLE "
                       OPERATOR-ROLE
               END-IF.

           PARA-2-ADD-GUARANTOR.
               DISPLAY "CONTRACT ID: "
               ACCEPT MG-IN-CONTRACT
               PERFORM PARA-8-READ-MASTER
               IF MASTER-FOUND = 'N' THEN
                   DISPLAY "CONTRACT " MG-IN-CONTRACT
                       " IS NOT ON THE MASTER"
               ELSE
                   PERFORM PARA-9-TAKE-GUARANTOR
                   IF ENTRY-OK = 'Y' THEN
                       MOVE 'G' TO MG-IN-TYPE
                       PERFORM PARA-7-NEXT-SEQ
                       IF MG-NEXT-SEQ > 99 THEN
                           DISPLAY "NO MORE GUARANTORS CAN BE ADDED "
                               "TO THIS CONTRACT"
                       ELSE
                           MOVE SPACES TO GC_REC
                           MOVE MG-IN-CONTRACT TO GC_CONTRACT
                           MOVE 'G' TO GC_TYPE
                           MOVE MG-NEXT-SEQ TO GC_SEQ
                           PERFORM PARA-9-FILL-GUARANTOR
                           PERFORM PARA-2-WRITE-ITEM
                       END-IF
                   END-IF
               END-IF.

           PARA-2-WRITE-ITEM.
               WRITE GC_REC
                   INVALID KEY
                       DISPLAY "WRITE FAILED - STATUS " GC-STATUS
                   NOT INVALID KEY
                       MOVE SPACES TO AU-WORK-BEFORE
                       MOVE GC_REC TO AU-WORK-AFTER
                       MOVE "ADD" TO AU-WORK-TYPE
                       PERFORM PARA-11-WRITE-AUDIT
                       DISPLAY "ITEM " GC_TYPE GC_SEQ " ADDED TO "
                           "CONTRACT " GC_CONTRACT
               END-WRITE.

           PARA-3-ADD-COLLATERAL.
               DISPLAY "CONTRACT ID: "
               ACCEPT MG-IN-CONTRACT
               PERFORM PARA-8-READ-MASTER
               IF MASTER-FOUND = 'N' THEN
                   DISPLAY "CONTRACT " MG-IN-CONTRACT
                       " IS NOT ON THE MASTER"
               ELSE
                   PERFORM PARA-10-TAKE-COLLATERAL
                   IF ENTRY-OK = 'Y' THEN
                       MOVE 'C' TO MG-IN-TYPE
                       PERFORM PARA-7-NEXT-SEQ
                       IF MG-NEXT-SEQ > 99 THEN
                           DISPLAY "NO MORE COLLATERAL CAN BE ADDED "
                               "TO THIS CONTRACT"
                       ELSE
                           MOVE SPACES TO GC_REC
                           MOVE MG-IN-CONTRACT TO GC_CONTRACT
                           MOVE 'C' TO GC_TYPE
                           MOVE MG-NEXT-SEQ TO GC_SEQ
                           PERFORM PARA-10-FILL-COLLATERAL
                           PERFORM PARA-2-WRITE-ITEM
                       END-IF
                   END-IF
               END-IF.

      * An update keys every detail of the item again, the way the
      * borrower maintenance does; the key itself never changes.
           PARA-4-UPDATE.
               PERFORM PARA-16-TAKE-KEY.
               IF ITEM-FOUND = 'Y' THEN
                   PERFORM PARA-6-SHOW-ITEM
                   MOVE GC_REC TO AU-WORK-BEFORE
                   IF GC_TYPE = 'G' THEN
                       PERFORM PARA-9-TAKE-GUARANTOR
                   ELSE
                       PERFORM PARA-10-TAKE-COLLATERAL
                   END-IF
                   IF ENTRY-OK = 'Y' THEN
                       IF GC_TYPE = 'G' THEN
                           PERFORM PARA-9-FILL-GUARANTOR
                       ELSE
                           PERFORM PARA-10-FILL-COLLATERAL
                       END-IF
                       REWRITE GC_REC
                           INVALID KEY
                               DISPLAY "REWRITE FAILED - STATUS "
                                   GC-STATUS
                           NOT INVALID KEY
                               MOVE GC_REC TO AU-WORK-AFTER
                               MOVE "UPDATE" TO AU-WORK-TYPE
                               PERFORM PARA-11-WRITE-AUDIT
                               DISPLAY "ITEM UPDATED"
                       END-REWRITE
                   END-IF
               END-IF.

           PARA-5-DELETE.
               PERFORM PARA-16-TAKE-KEY.
               IF ITEM-FOUND = 'Y' THEN
                   PERFORM PARA-6-SHOW-ITEM
                   MOVE GC_REC TO AU-WORK-BEFORE
                   DELETE FS_GUARANTEES
                       INVALID KEY
                           DISPLAY "DELETE FAILED - STATUS "
                               GC-STATUS
                       NOT INVALID KEY
                           MOVE SPACES TO AU-WORK-AFTER
                           MOVE "DELETE" TO AU-WORK-TYPE
                           PERFORM PARA-11-WRITE-AUDIT
                           DISPLAY "ITEM DELETED"
                   END-DELETE
               END-IF.

           PARA-6-LIST.
               DISPLAY "CONTRACT ID: "
               ACCEPT MG-IN-CONTRACT
               DISPLAY " ".
               MOVE 0 TO MG-LISTED-COUNT.
               MOVE 'N' TO MG-SCAN-EOF.
               MOVE MG-IN-CONTRACT TO GC_CONTRACT.
               MOVE LOW-VALUES TO GC_TYPE.
               MOVE 0 TO GC_SEQ.
               START FS_GUARANTEES KEY IS NOT < GC_KEY
                   INVALID KEY MOVE 'Y' TO MG-SCAN-EOF
               END-START.
               PERFORM PARA-6-LIST-ONE UNTIL MG-SCAN-EOF = 'Y'.
               DISPLAY MG-LISTED-COUNT " ITEM(S) ON CONTRACT "
                   MG-IN-CONTRACT.

           PARA-6-LIST-ONE.
               READ FS_GUARANTEES NEXT RECORD
                   AT END MOVE 'Y' TO MG-SCAN-EOF
                   NOT AT END
                       IF GC_CONTRACT NOT = MG-IN-CONTRACT THEN
                           MOVE 'Y' TO MG-SCAN-EOF
                       ELSE
                           PERFORM PARA-6-SHOW-ITEM
                           ADD 1 TO MG-LISTED-COUNT
                       END-IF
               END-READ.

           PARA-6-SHOW-ITEM.
               IF GC_TYPE = 'G' THEN
                   MOVE GC_G_AMOUNT TO ED-AMOUNT
                   DISPLAY GC_TYPE GC_SEQ " GUARANTOR  "
                       GC_G_NAME " " GC_G_SURNAME
                       " GUARANTEED " ED-AMOUNT
                   DISPLAY "               " GC_G_ADDR1
                   DISPLAY "               " GC_G_ADDR2
               ELSE
                   MOVE GC_C_VALUE TO ED-AMOUNT
                   DISPLAY GC_TYPE GC_SEQ " COLLATERAL "
                       GC_C_DESC
                   DISPLAY "               VALUED " ED-AMOUNT
                       " ON " GC_C_VALUE_DATE
               END-IF.

      * Items of a type are numbered from 01 in the order they were
      * added; a deleted number is not reused while a higher one is
      * still on file.
           PARA-7-NEXT-SEQ.
               MOVE 1 TO MG-NEXT-SEQ.
               MOVE 'N' TO MG-SCAN-EOF.
               MOVE MG-IN-CONTRACT TO GC_CONTRACT.
               MOVE MG-IN-TYPE TO GC_TYPE.
               MOVE 0 TO GC_SEQ.
               START FS_GUARANTEES KEY IS NOT < GC_KEY
                   INVALID KEY MOVE 'Y' TO MG-SCAN-EOF
               END-START.
               PERFORM PARA-7-READ-ONE UNTIL MG-SCAN-EOF = 'Y'.

           PARA-7-READ-ONE.
               READ FS_GUARANTEES NEXT RECORD
                   AT END MOVE 'Y' TO MG-SCAN-EOF
                   NOT AT END
                       IF GC_CONTRACT NOT = MG-IN-CONTRACT
                           OR GC_TYPE NOT = MG-IN-TYPE THEN
                           MOVE 'Y' TO MG-SCAN-EOF
                       ELSE
                           COMPUTE MG-NEXT-SEQ = GC_SEQ + 1
                       END-IF
               END-READ.

           PARA-8-READ-MASTER.
               MOVE 'N' TO MASTER-FOUND.
               IF MG-IN-CONTRACT NOT = SPACES THEN
                   MOVE MG-IN-CONTRACT TO CM_CONTRACT_ID
                   READ FS_CONTRACT_MASTER
                       INVALID KEY CONTINUE
                       NOT INVALID KEY MOVE 'Y' TO MASTER-FOUND
                   END-READ
               END-IF.

           PARA-9-TAKE-GUARANTOR.
               MOVE 'Y' TO ENTRY-OK.
               DISPLAY "GUARANTOR FIRST NAME: "
               ACCEPT MG-IN-NAME
               DISPLAY "GUARANTOR SURNAME: "
               ACCEPT MG-IN-SURNAME
               DISPLAY "ADDRESS LINE 1: "
               ACCEPT MG-IN-ADDR1
               DISPLAY "ADDRESS LINE 2: "
               ACCEPT MG-IN-ADDR2
               DISPLAY "AMOUNT GUARANTEED (CENTS): "
               ACCEPT MG-IN-AMOUNT
               IF MG-IN-SURNAME = SPACES THEN
                   DISPLAY "GUARANTOR SURNAME IS REQUIRED"
                   MOVE 'N' TO ENTRY-OK
               END-IF
               IF MG-IN-ADDR1 = SPACES THEN
                   DISPLAY "GUARANTOR ADDRESS IS REQUIRED"
                   MOVE 'N' TO ENTRY-OK
               END-IF
               PERFORM PARA-10-CHECK-AMOUNT.

           PARA-9-FILL-GUARANTOR.
               MOVE SPACES TO GC_DETAIL.
               MOVE MG-IN-NAME TO GC_G_NAME.
               MOVE MG-IN-SURNAME TO GC_G_SURNAME.
               MOVE MG-IN-ADDR1 TO GC_G_ADDR1.
               MOVE MG-IN-ADDR2 TO GC_G_ADDR2.
               MOVE MG-AMOUNT TO GC_G_AMOUNT.

      * A valuation dated after the processing date has not been
      * made yet and is refused.
           PARA-10-TAKE-COLLATERAL.
               MOVE 'Y' TO ENTRY-OK.
               DISPLAY "COLLATERAL DESCRIPTION: "
               ACCEPT MG-IN-DESC
               DISPLAY "VALUATION (CENTS): "
               ACCEPT MG-IN-AMOUNT
               DISPLAY "VALUATION DATE (YYYYMMDD): "
               ACCEPT MG-IN-VALUE-DATE
               IF MG-IN-DESC = SPACES THEN
                   DISPLAY "COLLATERAL DESCRIPTION IS REQUIRED"
                   MOVE 'N' TO ENTRY-OK
               END-IF
               PERFORM PARA-10-CHECK-AMOUNT
               IF MG-IN-VALUE-DATE IS NOT NUMERIC THEN
                   DISPLAY "INVALID VALUATION DATE - USE YYYYMMDD"
                   MOVE 'N' TO ENTRY-OK
               ELSE
                   MOVE MG-IN-VALUE-DATE TO DATE-CHECK
                   IF DC-MONTH < 1 OR DC-MONTH > 12
                       OR DC-DAY < 1 OR DC-DAY > 31 THEN
                       DISPLAY "INVALID VALUATION DATE - USE YYYYMMDD"
                       MOVE 'N' TO ENTRY-OK
                   ELSE
                       IF DATE-CHECK > RUN-DATE THEN
                           DISPLAY "VALUATION DATE IS AFTER THE "
                               "PROCESSING DATE"
                           MOVE 'N' TO ENTRY-OK
                       END-IF
                   END-IF
               END-IF.

           PARA-10-CHECK-AMOUNT.
               MOVE MG-IN-AMOUNT TO JUSTIFY-WORK.
               PERFORM PARA-13-JUSTIFY-INPUT.
               MOVE JUSTIFY-WORK TO MG-IN-AMOUNT.
               IF MG-IN-AMOUNT IS NOT NUMERIC THEN
                   DISPLAY "INVALID AMOUNT - DIGITS ONLY"
                   MOVE 'N' TO ENTRY-OK
               ELSE
                   MOVE MG-IN-AMOUNT TO MG-CENTS
                   IF MG-CENTS = 0 THEN
                       DISPLAY "INVALID AMOUNT - MUST BE > ZERO"
                       MOVE 'N' TO ENTRY-OK
                   ELSE
                       COMPUTE MG-AMOUNT = MG-CENTS / 100
                   END-IF
               END-IF.

           PARA-10-FILL-COLLATERAL.
               MOVE SPACES TO GC_DETAIL.
               MOVE MG-IN-DESC TO GC_C_DESC.
               MOVE MG-AMOUNT TO GC_C_VALUE.
               MOVE MG-IN-VALUE-DATE TO GC_C_VALUE_DATE.

           PARA-11-WRITE-AUDIT.
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
               WRITE AU-REC.
               CLOSE AUDIT-TRAIL.

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

      * Shift the keyed digits to the right end of the work field
      * one position at a time, then zero-fill what is left in
      * front, so "500000    " validates as 0000500000. A blank
      * field is left alone - the caller's NUMERIC test rejects it
      * with its own message.
           PARA-13-JUSTIFY-INPUT.
               IF JUSTIFY-WORK = SPACES THEN
                   MOVE 'Y' TO JUSTIFY-DONE
               ELSE
                   MOVE 'N' TO JUSTIFY-DONE
                   PERFORM PARA-14-SHIFT-RIGHT
                       UNTIL JUSTIFY-DONE = 'Y'
                   INSPECT JUSTIFY-WORK
                       REPLACING LEADING SPACE BY ZERO
               END-IF.

           PARA-14-SHIFT-RIGHT.
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
           PARA-15-READ-PROCESSING-DATE.
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

      * Update and delete name an item by contract, type and
      * sequence number, as the contract listing shows them.
           PARA-16-TAKE-KEY.
               MOVE 'N' TO ITEM-FOUND.
               DISPLAY "CONTRACT ID: "
               ACCEPT MG-IN-CONTRACT
               DISPLAY "ITEM TYPE (G GUARANTOR, C COLLATERAL): "
               ACCEPT MG-IN-TYPE
               DISPLAY "ITEM NUMBER: "
               ACCEPT MG-IN-SEQ
               MOVE MG-IN-SEQ TO JUSTIFY-WORK
               PERFORM PARA-13-JUSTIFY-INPUT
               MOVE JUSTIFY-WORK(9:2) TO MG-IN-SEQ
               IF MG-IN-TYPE NOT = 'G' AND MG-IN-TYPE NOT = 'C' THEN
                   DISPLAY "INVALID ITEM TYPE - USE G OR C"
               ELSE
                   IF MG-IN-SEQ IS NOT NUMERIC THEN
                       DISPLAY "INVALID ITEM NUMBER - DIGITS ONLY"
                   ELSE
                       MOVE MG-IN-CONTRACT TO GC_CONTRACT
                       MOVE MG-IN-TYPE TO GC_TYPE
                       MOVE MG-IN-SEQ TO GC_SEQ
                       READ FS_GUARANTEES
                           INVALID KEY
                               DISPLAY "ITEM NOT FOUND"
                           NOT INVALID KEY
                               MOVE 'Y' TO ITEM-FOUND
                       END-READ
                   END-IF
               END-IF.

           PARA-17-BROWSE-AUDIT.
               DISPLAY "BROWSE BY: 1 - CONTRACT ID, 2 - DATE RANGE".
               ACCEPT AU-BROWSE-CHOICE.
               EVALUATE AU-BROWSE-CHOICE
                 WHEN 1
                     DISPLAY "CONTRACT ID: "
                     ACCEPT AU-BROWSE-ID
                 WHEN 2
                     DISPLAY "FROM DATE (YYYYMMDD): "
                     ACCEPT AU-FROM-DATE
                     DISPLAY "TO DATE (YYYYMMDD): "
                     ACCEPT AU-TO-DATE
                 WHEN OTHER
                     DISPLAY "INVALID CHOICE"
               END-EVALUATE.
               IF AU-BROWSE-CHOICE = 1 OR AU-BROWSE-CHOICE = 2 THEN
                   MOVE 'N' TO AU-EOF
                   MOVE 0 TO AU-SHOWN-COUNT
                   OPEN INPUT AUDIT-TRAIL
                   IF AU-STATUS = '00' THEN
                       PERFORM PARA-18-BROWSE-ONE UNTIL AU-EOF = 'Y'
                       CLOSE AUDIT-TRAIL
                       DISPLAY " "
                       DISPLAY AU-SHOWN-COUNT " TRANSACTION(S) SHOWN"
                   ELSE
                       DISPLAY "NO AUDIT TRAIL ON FILE"
                   END-IF
               END-IF.

      * The contract id leads both record images - columns 1 to 10 -
      * so a transaction matches if either image carries it, which
      * also finds deletes (blank after image) and adds (blank
      * before).
           PARA-18-BROWSE-ONE.
               READ AUDIT-TRAIL
                   AT END MOVE 'Y' TO AU-EOF
                   NOT AT END
                       MOVE 'N' TO AU-SHOW
                       IF AU-BROWSE-CHOICE = 1 THEN
                           IF AU-BEFORE(1:10) = AU-BROWSE-ID
                               OR AU-AFTER(1:10) = AU-BROWSE-ID
                               THEN
                               MOVE 'Y' TO AU-SHOW
                           END-IF
                       ELSE
                           IF AU-DATE NOT < AU-FROM-DATE
                               AND AU-DATE NOT > AU-TO-DATE THEN
                               MOVE 'Y' TO AU-SHOW
                           END-IF
                       END-IF
                       IF AU-SHOW = 'Y' THEN
                           DISPLAY AU-DATE " " AU-TIME " "
                               AU-OPERATOR " " AU-TYPE
                           DISPLAY "  BEFORE: " AU-BEFORE
                           DISPLAY "  AFTER:  " AU-AFTER
                           ADD 1 TO AU-SHOWN-COUNT
                       END-IF
               END-READ.

      * Changing guarantors and collateral is for clerks and
      * supervisors, and the audit trail for supervisors and
      * auditors. Listing is open to every role.
           PARA-19-CHECK-AUTHORITY.
               MOVE 'Y' TO OPTION-ALLOWED.
               EVALUATE MENU-CHOICE
                 WHEN 1 WHEN 2 WHEN 3 WHEN 4
                     IF OPERATOR-ROLE NOT = "CLERK"
                         AND OPERATOR-ROLE NOT = "SUPERVISOR" THEN
                         MOVE 'N' TO OPTION-ALLOWED
                     END-IF
                 WHEN 7
                     IF OPERATOR-ROLE NOT = "SUPERVISOR"
                         AND OPERATOR-ROLE NOT = "AUDITOR" THEN
                         MOVE 'N' TO OPTION-ALLOWED
                     END-IF
               END-EVALUATE.

       END PROGRAM MAINTAIN_GUARANTEES.
