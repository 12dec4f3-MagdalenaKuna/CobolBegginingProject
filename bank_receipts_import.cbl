      ******************************************************************
      * Author:
      * Date:
      * Purpose: Bank receipts import. Reads the bank's daily
      *          statement file and matches every credit on it to a
      *          contract: first on a contract id found anywhere in
      *          the remittance reference, then on the payer's phone
      *          number or name against the borrower master, taking
      *          the borrower's one contract. A matched credit is
      *          appended to the payments input file as an ordinary
      *          payment record, so it posts through the normal
      *          posting run instead of being keyed by hand, and its
      *          bank reference goes on the cumulative import log,
      *          keyed on the reference - a credit whose reference is
      *          already on the log is rejected, so a statement loaded
      *          twice cannot post twice. A contract id in the
      *          remittance reference is read from the contract master
      *          by key. The phone and name matches work from tables
      *          of borrowers and their contracts; if either table
      *          could not hold the whole file, a credit that would
      *          have matched that way goes on the exceptions list
      *          instead, since a borrower or contract left out could
      *          have made the match ambiguous. Credits that cannot be
      *          matched to exactly one contract, repeats and
      *          malformed lines - including a line whose type is
      *          neither C nor D - go on the exceptions list for the
      *          cashier to resolve. Debit lines are not receipts and
      *          are only counted.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK_RECEIPTS_IMPORT.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
             SELECT FS_STATEMENT ASSIGN TO 'bank_statement.txt'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS BS-STATUS.

             SELECT FS_CONTRACT_MASTER ASSIGN TO 'contract_master.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CM_CONTRACT_ID
             FILE STATUS IS CM-STATUS.

             SELECT BORROWERS ASSIGN TO 'borrower_master.txt'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS BM-STATUS.

      * Every credit imported, keyed on the bank reference - the
      * duplicate check reads it by key.
             SELECT OPTIONAL FS_IMPORT_LOG
             ASSIGN TO 'bank_import_log.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS BL_REFERENCE
             FILE STATUS IS BL-STATUS.

             SELECT FS_PAYMENTS ASSIGN TO 'payments_input.txt'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PY-STATUS.

             SELECT FS_EXCEPTIONS
             ASSIGN TO 'bank_exceptions.txt'
             ORGANIZATION IS LINE SEQUENTIAL.

             SELECT FS_PROCESSING_DATE ASSIGN TO 'processing_date.txt'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PD-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One statement line per bank movement. The reference is the
      * bank's own transaction reference, unique per movement; the
      * type is C for a credit to our account, D for a debit; the
      * amount is in cents. Payer name, phone and the free-text
      * remittance reference are as the payer's bank passed them on.
           FD FS_STATEMENT.
           01 BS_REC.
               05 BS_REFERENCE PIC X(16).
               05 BS_DATE PIC 9(8).
               05 BS_TYPE PIC X(1).
               05 BS_AMOUNT PIC 9(10).
               05 BS_PAYER_NAME PIC X(30).
               05 BS_PAYER_PHONE PIC X(15).
               05 BS_REMITTANCE PIC X(40).

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

      * The match method is R for a contract id in the remittance
      * reference, P for the payer's phone, N for the payer's name.
           FD FS_IMPORT_LOG.
           01 BL_REC.
               05 BL_REFERENCE PIC X(16).
               05 BL_DATE PIC 9(8).
               05 BL_IMPORTED PIC 9(8).
               05 BL_CONTRACT PIC X(10).
               05 BL_AMOUNT PIC 9(10).
               05 BL_METHOD PIC X(1).

      * The payment record the posting run reads - the type byte
      * stays a space so an imported receipt posts as an ordinary
      * payment.
           FD FS_PAYMENTS.
           01 PY_REC.
               05 PY_CONTRACT PIC X(10).
               05 PY_DATE PIC 9(8).
               05 PY_AMOUNT PIC 9(10).
               05 PY_TYPE PIC X(1).

           FD FS_EXCEPTIONS.
           01 EX_LINE PIC X(132).

           FD FS_PROCESSING_DATE.
           01 PD_REC.
               05 PD_DATE PIC 9(8).
               05 PD_PREV_DATE PIC 9(8).
               05 PD_ROLL_DATE PIC 9(8).
               05 PD_ROLL_TIME PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-EOF PIC A(1) VALUE 'N'.
       01 BS-STATUS PIC X(2) VALUE '00'.
       01 PD-STATUS PIC X(2) VALUE '00'.
       01 PD-FOUND PIC A(1) VALUE 'N'.
       01 CM-STATUS PIC X(2) VALUE '00'.
       01 BM-STATUS PIC X(2) VALUE '00'.
       01 BL-STATUS PIC X(2) VALUE '00'.
       01 PY-STATUS PIC X(2) VALUE '00'.
       01 MASTER-DONE PIC A(1) VALUE 'N'.
       01 ASOF-DATE PIC 9(8) VALUE 0.

      * Contracts off the master with the id of the borrower they
      * belong to - the employee id for a staff loan keyed without a
      * borrower id, the same fallback the notices use.
       01 CT-TAB OCCURS 1000 TIMES.
           05 CT-CONTRACT PIC X(10).
           05 CT-BORROWER PIC X(6).
       01 CT_COUNT PIC 9(4) VALUE 0.
       01 CT_CAPACITY PIC 9(4) VALUE 1000.
       01 CT_SKIPPED_COUNT PIC 9(4) VALUE 0.
       01 CT-INDEX PIC 9(4) VALUE 0.
       01 CT-FOUND-INDEX PIC 9(4) VALUE 0.
       01 CT-MATCHES PIC 9(4) VALUE 0.

      * Borrowers with the name both ways round, upper-cased, since
      * banks pass the payer's name on in either order.
       01 BO-TAB OCCURS 1000 TIMES.
           05 BO-ID PIC X(6).
           05 BO-NAME-FIRST PIC X(31).
           05 BO-NAME-LAST PIC X(31).
           05 BO-PHONE PIC X(15).
       01 BO_COUNT PIC 9(4) VALUE 0.
       01 BO_CAPACITY PIC 9(4) VALUE 1000.
       01 BO_SKIPPED_COUNT PIC 9(4) VALUE 0.
       01 BO-INDEX PIC 9(4) VALUE 0.
       01 BO-FOUND-INDEX PIC 9(4) VALUE 0.
       01 BO-MATCHES PIC 9(4) VALUE 0.

       01 BR-FOUND PIC A(1) VALUE 'N'.

       01 LOWER-CASE PIC X(26) VALUE "abcdefghijklmnopqrstuvwxyz".
       01 UPPER-CASE PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 PAYER-NAME PIC X(31) VALUE SPACES.
       01 REMIT-WORK PIC X(40) VALUE SPACES.
       01 REMIT-POS PIC 9(2) VALUE 0.
       01 REMIT-LENGTH PIC 9(2) VALUE 40.
       01 REMIT-TAKE PIC 9(2) VALUE 0.
       01 REMIT-KEY PIC X(10) VALUE SPACES.

       01 MATCH-CONTRACT PIC X(10) VALUE SPACES.
       01 MATCH-METHOD PIC X(1) VALUE SPACE.
       01 MATCH-REASON PIC X(20) VALUE SPACES.

       01 CREDIT_COUNT PIC 9(5) VALUE 0.
       01 IMPORTED_COUNT PIC 9(5) VALUE 0.
       01 DUPLICATE_COUNT PIC 9(5) VALUE 0.
       01 UNMATCHED_COUNT PIC 9(5) VALUE 0.
       01 MALFORMED_COUNT PIC 9(5) VALUE 0.
       01 INCOMPLETE_COUNT PIC 9(5) VALUE 0.
       01 DEBIT_COUNT PIC 9(5) VALUE 0.

       01 EX-ED-AMOUNT PIC Z(9)9.99.
       01 AMOUNT-WORK PIC 9(10)v9(2) VALUE 0.
       01 EX-DETAIL.
           05 EX-D-REASON PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 EX-D-REFERENCE PIC X(16).
           05 FILLER PIC X(2) VALUE SPACES.
           05 EX-D-DATE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 EX-D-AMOUNT PIC X(13).
           05 FILLER PIC X(2) VALUE SPACES.
           05 EX-D-PAYER PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 EX-D-REMITTANCE PIC X(35).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM PARA-10-READ-PROCESSING-DATE.
           IF PD-FOUND NOT = 'Y' THEN
               DISPLAY "NO PROCESSING DATE ON processing_date.txt - "
                   "NOTHING IMPORTED"
               GOBACK
           END-IF.
           OPEN INPUT FS_STATEMENT.
           IF BS-STATUS NOT = '00' THEN
               DISPLAY "NO BANK STATEMENT FILE ON FILE - "
                   "NOTHING IMPORTED"
               GOBACK
           END-IF.
           OPEN INPUT FS_CONTRACT_MASTER.
           IF CM-STATUS NOT = '00' THEN
               DISPLAY "CANNOT OPEN INDEXED CONTRACT MASTER - "
                   "STATUS " CM-STATUS
               CLOSE FS_STATEMENT
               GOBACK
           END-IF.
           OPEN I-O FS_IMPORT_LOG.
           IF BL-STATUS NOT = '00' AND BL-STATUS NOT = '05' THEN
               DISPLAY "CANNOT OPEN BANK IMPORT LOG - STATUS "
                   BL-STATUS
               CLOSE FS_CONTRACT_MASTER
               CLOSE FS_STATEMENT
               GOBACK
           END-IF.
           PERFORM PARA-1-LOAD-CONTRACTS.
           PERFORM PARA-2-LOAD-BORROWERS.
           OPEN EXTEND FS_PAYMENTS.
           IF PY-STATUS NOT = '00' THEN
               OPEN OUTPUT FS_PAYMENTS
           END-IF.
           OPEN OUTPUT FS_EXCEPTIONS.
           PERFORM PARA-9-WRITE-HEAD.
           MOVE 'N' TO WS-EOF.
           PERFORM PARA-4-PROCESS UNTIL WS-EOF = 'Y'.
           CLOSE FS_STATEMENT.
           CLOSE FS_CONTRACT_MASTER.
           CLOSE FS_IMPORT_LOG.
           CLOSE FS_PAYMENTS.
           CLOSE FS_EXCEPTIONS.
           DISPLAY " ".
           DISPLAY CREDIT_COUNT " CREDIT(S) ON THE STATEMENT".
           DISPLAY IMPORTED_COUNT " RECEIPT(S) IMPORTED".
           IF UNMATCHED_COUNT > 0 THEN
               DISPLAY UNMATCHED_COUNT
                   " CREDIT(S) NOT MATCHED - SEE EXCEPTIONS"
           END-IF.
           IF DUPLICATE_COUNT > 0 THEN
               DISPLAY DUPLICATE_COUNT
                   " CREDIT(S) ALREADY IMPORTED - SEE EXCEPTIONS"
           END-IF.
           IF MALFORMED_COUNT > 0 THEN
               DISPLAY MALFORMED_COUNT
                   " MALFORMED STATEMENT LINE(S) - SEE EXCEPTIONS"
           END-IF.
           IF INCOMPLETE_COUNT > 0 THEN
               DISPLAY INCOMPLETE_COUNT
                   " PHONE OR NAME MATCH(ES) NOT TAKEN - TABLES FULL"
                   " - SEE EXCEPTIONS"
           END-IF.
           IF DEBIT_COUNT > 0 THEN
               DISPLAY DEBIT_COUNT " DEBIT LINE(S) IGNORED"
           END-IF.
           IF CT_SKIPPED_COUNT > 0 THEN
               DISPLAY CT_SKIPPED_COUNT
                   " CONTRACT(S) EXCEEDED TABLE CAPACITY"
           END-IF.
           IF BO_SKIPPED_COUNT > 0 THEN
               DISPLAY BO_SKIPPED_COUNT
                   " BORROWER(S) EXCEEDED TABLE CAPACITY"
           END-IF.
           GOBACK.

           PARA-1-LOAD-CONTRACTS.
               MOVE 'N' TO MASTER-DONE.
               MOVE SPACES TO CM_CONTRACT_ID.
               START FS_CONTRACT_MASTER KEY NOT < CM_CONTRACT_ID
                   INVALID KEY MOVE 'Y' TO MASTER-DONE
               END-START.
               PERFORM PARA-1-READ-ONE UNTIL MASTER-DONE = 'Y'.

           PARA-1-READ-ONE.
               READ FS_CONTRACT_MASTER NEXT
                   AT END MOVE 'Y' TO MASTER-DONE
                   NOT AT END
                       IF CT_COUNT < CT_CAPACITY THEN
                           ADD 1 TO CT_COUNT
                           MOVE CM_CONTRACT_ID TO CT-CONTRACT(CT_COUNT)
                           IF CM_BORROWER_ID NOT = SPACES THEN
                               MOVE CM_BORROWER_ID
                                   TO CT-BORROWER(CT_COUNT)
                           ELSE
                               MOVE CM_EMPLOYEE_ID
                                   TO CT-BORROWER(CT_COUNT)
                           END-IF
                       ELSE
                           ADD 1 TO CT_SKIPPED_COUNT
                       END-IF
               END-READ.

           PARA-2-LOAD-BORROWERS.
               MOVE 'N' TO WS-EOF.
               OPEN INPUT BORROWERS.
               IF BM-STATUS = '00' THEN
                   PERFORM PARA-2-READ-ONE UNTIL WS-EOF = 'Y'
                   CLOSE BORROWERS
               ELSE
                   DISPLAY "NO BORROWER MASTER ON FILE - CREDITS "
                       "MATCH ON THE REMITTANCE REFERENCE ONLY"
               END-IF.

           PARA-2-READ-ONE.
               READ BORROWERS
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF BO_COUNT < BO_CAPACITY THEN
                           ADD 1 TO BO_COUNT
                           PERFORM PARA-2-TAKE-ONE
                       ELSE
                           ADD 1 TO BO_SKIPPED_COUNT
                       END-IF
               END-READ.

           PARA-2-TAKE-ONE.
               MOVE B-F-BORROWER-ID TO BO-ID(BO_COUNT).
               MOVE B-F-PHONE TO BO-PHONE(BO_COUNT).
               MOVE SPACES TO BO-NAME-FIRST(BO_COUNT).
               STRING B-F-NAME DELIMITED BY "  "
                      " " DELIMITED BY SIZE
                      B-F-SURNAME DELIMITED BY "  "
                   INTO BO-NAME-FIRST(BO_COUNT)
               END-STRING.
               MOVE SPACES TO BO-NAME-LAST(BO_COUNT).
               STRING B-F-SURNAME DELIMITED BY "  "
                      " " DELIMITED BY SIZE
                      B-F-NAME DELIMITED BY "  "
                   INTO BO-NAME-LAST(BO_COUNT)
               END-STRING.
               INSPECT BO-NAME-FIRST(BO_COUNT)
                   CONVERTING LOWER-CASE TO UPPER-CASE.
               INSPECT BO-NAME-LAST(BO_COUNT)
                   CONVERTING LOWER-CASE TO UPPER-CASE.

           PARA-4-PROCESS.
               READ FS_STATEMENT
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       EVALUATE TRUE
                         WHEN BS_AMOUNT IS NOT NUMERIC
                           OR BS_DATE IS NOT NUMERIC
                           OR BS_REFERENCE = SPACES
                             ADD 1 TO MALFORMED_COUNT
                             MOVE "MALFORMED LINE" TO MATCH-REASON
                             PERFORM PARA-8-WRITE-EXCEPTION
                         WHEN BS_TYPE = 'D'
                             ADD 1 TO DEBIT_COUNT
                         WHEN BS_TYPE = 'C'
                             ADD 1 TO CREDIT_COUNT
                             PERFORM PARA-5-TAKE-CREDIT
                         WHEN OTHER
                             ADD 1 TO MALFORMED_COUNT
                             MOVE "MALFORMED LINE" TO MATCH-REASON
                             PERFORM PARA-8-WRITE-EXCEPTION
                       END-EVALUATE
               END-READ.

           PARA-5-TAKE-CREDIT.
               PERFORM PARA-5-CHECK-REFERENCE.
               IF BR-FOUND = 'Y' THEN
                   ADD 1 TO DUPLICATE_COUNT
                   MOVE "ALREADY IMPORTED" TO MATCH-REASON
                   PERFORM PARA-8-WRITE-EXCEPTION
               ELSE
                   PERFORM PARA-6-MATCH
                   IF MATCH-CONTRACT = SPACES THEN
                       ADD 1 TO UNMATCHED_COUNT
                       PERFORM PARA-8-WRITE-EXCEPTION
                   ELSE
                       IF MATCH-METHOD NOT = 'R'
                           AND (CT_SKIPPED_COUNT > 0
                             OR BO_SKIPPED_COUNT > 0) THEN
                           ADD 1 TO INCOMPLETE_COUNT
                           MOVE "TABLES FULL - CHECK" TO MATCH-REASON
                           PERFORM PARA-8-WRITE-EXCEPTION
                       ELSE
                           PERFORM PARA-7-IMPORT
                       END-IF
                   END-IF
               END-IF.

      * Earlier runs and earlier lines of this run are both on the
      * log, as each import is written to it as it is taken.
           PARA-5-CHECK-REFERENCE.
               MOVE 'N' TO BR-FOUND.
               MOVE BS_REFERENCE TO BL_REFERENCE.
               READ FS_IMPORT_LOG
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'Y' TO BR-FOUND
               END-READ.

      * The remittance reference is tried first: every word in it
      * is looked up as a contract id. Failing that, the payer's
      * phone and then name must pick out exactly one borrower, and
      * that borrower exactly one contract - anything less certain
      * is left to the cashier.
           PARA-6-MATCH.
               MOVE SPACES TO MATCH-CONTRACT.
               MOVE SPACE TO MATCH-METHOD.
               MOVE "NO MATCH" TO MATCH-REASON.
               MOVE BS_REMITTANCE TO REMIT-WORK.
               INSPECT REMIT-WORK
                   CONVERTING LOWER-CASE TO UPPER-CASE.
               MOVE 1 TO REMIT-POS.
               PERFORM PARA-6-REMIT-ONE
                   UNTIL REMIT-POS > REMIT-LENGTH
                       OR MATCH-CONTRACT NOT = SPACES.
               IF MATCH-CONTRACT NOT = SPACES THEN
                   MOVE 'R' TO MATCH-METHOD
               ELSE
                   MOVE 0 TO BO-MATCHES
                   IF BS_PAYER_PHONE NOT = SPACES THEN
                       PERFORM PARA-6-FIND-PHONE
                   END-IF
                   IF BO-MATCHES = 1 THEN
                       MOVE 'P' TO MATCH-METHOD
                   ELSE
                       MOVE 0 TO BO-MATCHES
                       IF BS_PAYER_NAME NOT = SPACES THEN
                           PERFORM PARA-6-FIND-NAME
                       END-IF
                       IF BO-MATCHES = 1 THEN
                           MOVE 'N' TO MATCH-METHOD
                       END-IF
                   END-IF
                   EVALUATE TRUE
                     WHEN BO-MATCHES > 1
                         MOVE "SEVERAL BORROWERS" TO MATCH-REASON
                     WHEN BO-MATCHES = 1
                         PERFORM PARA-6-BORROWER-CONTRACT
                   END-EVALUATE
               END-IF.

           PARA-6-REMIT-ONE.
               IF REMIT-WORK(REMIT-POS:1) NOT = SPACE THEN
                   IF REMIT-POS = 1 THEN
                       PERFORM PARA-6-TAKE-WORD
                   ELSE
                       IF REMIT-WORK(REMIT-POS - 1:1) = SPACE
                           OR REMIT-WORK(REMIT-POS - 1:1) = '/'
                           OR REMIT-WORK(REMIT-POS - 1:1) = '-'
                           OR REMIT-WORK(REMIT-POS - 1:1) = ':' THEN
                           PERFORM PARA-6-TAKE-WORD
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO REMIT-POS.

      * The word starting here, cut at the first separator, so an
      * id shorter than ten characters still matches - also one
      * followed by a month or a note, as in C000123-JAN - and one
      * near the end of the reference is taken as far as it goes.
           PARA-6-TAKE-WORD.
               MOVE SPACES TO REMIT-KEY.
               COMPUTE REMIT-TAKE = REMIT-LENGTH - REMIT-POS + 1.
               IF REMIT-TAKE > 10 THEN
                   MOVE 10 TO REMIT-TAKE
               END-IF.
               UNSTRING REMIT-WORK(REMIT-POS:REMIT-TAKE)
                   DELIMITED BY SPACE OR '/' OR ',' OR ';'
                       OR '-' OR ':'
                   INTO REMIT-KEY
               END-UNSTRING.
               PERFORM PARA-6-FIND-CONTRACT.

           PARA-6-FIND-CONTRACT.
               IF REMIT-KEY NOT = SPACES THEN
                   MOVE REMIT-KEY TO CM_CONTRACT_ID
                   READ FS_CONTRACT_MASTER
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE REMIT-KEY TO MATCH-CONTRACT
                   END-READ
               END-IF.

           PARA-6-FIND-PHONE.
               MOVE 1 TO BO-INDEX.
               PERFORM PARA-6-PHONE-ONE UNTIL BO-INDEX > BO_COUNT.

           PARA-6-PHONE-ONE.
               IF BO-PHONE(BO-INDEX) = BS_PAYER_PHONE THEN
                   ADD 1 TO BO-MATCHES
                   MOVE BO-INDEX TO BO-FOUND-INDEX
               END-IF
               ADD 1 TO BO-INDEX.

           PARA-6-FIND-NAME.
               MOVE BS_PAYER_NAME TO PAYER-NAME.
               INSPECT PAYER-NAME
                   CONVERTING LOWER-CASE TO UPPER-CASE.
               MOVE 1 TO BO-INDEX.
               PERFORM PARA-6-NAME-ONE UNTIL BO-INDEX > BO_COUNT.

           PARA-6-NAME-ONE.
               IF BO-NAME-FIRST(BO-INDEX) = PAYER-NAME
                   OR BO-NAME-LAST(BO-INDEX) = PAYER-NAME THEN
                   ADD 1 TO BO-MATCHES
                   MOVE BO-INDEX TO BO-FOUND-INDEX
               END-IF
               ADD 1 TO BO-INDEX.

           PARA-6-BORROWER-CONTRACT.
               MOVE 0 TO CT-MATCHES.
               MOVE 1 TO CT-INDEX.
               PERFORM PARA-6-BORROWER-ONE UNTIL CT-INDEX > CT_COUNT.
               EVALUATE TRUE
                 WHEN CT-MATCHES = 0
                     MOVE "BORROWER NO CONTRACT" TO MATCH-REASON
                 WHEN CT-MATCHES > 1
                     MOVE "SEVERAL CONTRACTS" TO MATCH-REASON
                 WHEN OTHER
                     MOVE CT-CONTRACT(CT-FOUND-INDEX)
                         TO MATCH-CONTRACT
               END-EVALUATE.

           PARA-6-BORROWER-ONE.
               IF CT-BORROWER(CT-INDEX) = BO-ID(BO-FOUND-INDEX) THEN
                   ADD 1 TO CT-MATCHES
                   MOVE CT-INDEX TO CT-FOUND-INDEX
               END-IF
               ADD 1 TO CT-INDEX.

           PARA-7-IMPORT.
               MOVE MATCH-CONTRACT TO PY_CONTRACT.
               MOVE BS_DATE TO PY_DATE.
               MOVE BS_AMOUNT TO PY_AMOUNT.
               MOVE SPACE TO PY_TYPE.
               WRITE PY_REC.
               MOVE BS_REFERENCE TO BL_REFERENCE.
               MOVE BS_DATE TO BL_DATE.
               MOVE ASOF-DATE TO BL_IMPORTED.
               MOVE MATCH-CONTRACT TO BL_CONTRACT.
               MOVE BS_AMOUNT TO BL_AMOUNT.
               MOVE MATCH-METHOD TO BL_METHOD.
               WRITE BL_REC
                   INVALID KEY
                       DISPLAY "BANK REFERENCE " BL_REFERENCE
                           " NOT LOGGED - STATUS " BL-STATUS
               END-WRITE.
               ADD 1 TO IMPORTED_COUNT.

           PARA-8-WRITE-EXCEPTION.
               MOVE SPACES TO EX-DETAIL.
               MOVE MATCH-REASON TO EX-D-REASON.
               MOVE BS_REFERENCE TO EX-D-REFERENCE.
               MOVE BS_DATE TO EX-D-DATE.
               IF BS_AMOUNT IS NUMERIC THEN
                   COMPUTE AMOUNT-WORK = BS_AMOUNT / 100
                   MOVE AMOUNT-WORK TO EX-ED-AMOUNT
                   MOVE EX-ED-AMOUNT TO EX-D-AMOUNT
               END-IF.
               MOVE BS_PAYER_NAME TO EX-D-PAYER.
               MOVE BS_REMITTANCE TO EX-D-REMITTANCE.
               MOVE EX-DETAIL TO EX_LINE.
               WRITE EX_LINE.

           PARA-9-WRITE-HEAD.
               MOVE SPACES TO EX_LINE.
               STRING "BANK RECEIPTS IMPORT EXCEPTIONS "
                          DELIMITED BY SIZE
                      ASOF-DATE DELIMITED BY SIZE
                   INTO EX_LINE
               END-STRING
               WRITE EX_LINE.
               MOVE SPACES TO EX_LINE.
               STRING "REASON                REFERENCE         "
                          DELIMITED BY SIZE
                      "DATE            AMOUNT  PAYER"
                          DELIMITED BY SIZE
                      "                           REMITTANCE"
                          DELIMITED BY SIZE
                   INTO EX_LINE
               END-STRING
               WRITE EX_LINE.

      * The business date the run is made under. It comes from the
      * processing-date control record, which only the end-of-day
      * roll in MASTER_BATCH advances, so a run that crosses
      * midnight or a rerun after an outage still works to the
      * day it belongs to.
           PARA-10-READ-PROCESSING-DATE.
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

       END PROGRAM BANK_RECEIPTS_IMPORT.
