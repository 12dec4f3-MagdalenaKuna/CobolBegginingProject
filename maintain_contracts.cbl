      *          the same checks the schedule run applies before it
      *          accepts a contract, so a bad rate or zero
      *          installments is rejected at entry time instead of
      *          discovered mid-batch. The operator signs on against
      *          the operator file and each menu option is limited to
      *          the roles allowed to use it. Adds, rate amends and
      *          closes are not applied when keyed: they are held on
      *          the pending-changes file until a supervisor other
      *          than the one who keyed them approves or rejects them
      *          from this menu, and a contract with a change already
      *          waiting takes no other. An approval re-checks the
      *          change against the master as it stands then, so a
      *          change that no longer fits is rejected, not forced
      *          through. Every applied add, amend and close and
      *          every rejection is appended to a cumulative audit
      *          file with the operator who keyed it, the supervisor
      *          who approved it and the before and after record
      *          images, the same way the people file maintenance
      *          logs its changes. Approved loan applications arrive
      *          from the intake run as application adds waiting on
      *          the same file; a supervisor approves them here like
      *          any other add, and approving one books the contract
      *          and charges the arrangement fee of fee_parameters.txt
      *          - a flat amount plus a rate on the credit - as its
      *          first billable item on the contract fee file.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FC-STATUS.

             SELECT FS_PROCESSING_DATE ASSIGN TO 'processing_date.txt'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PD-STATUS.

             SELECT FS_OPERATORS ASSIGN TO 'operator_master.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS OP_ID
             FILE STATUS IS OP-STATUS.

             SELECT OPTIONAL FS_PENDING
             ASSIGN TO 'contract_pending.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PC_KEY
             FILE STATUS IS PC-STATUS.

      * Fee schedule: the arrangement fee as a flat amount in cents
      * and a rate on the credit in basis points, then the late
      * administration fee the dunning run charges, in cents. No
      * file means no fees are charged.
             SELECT FS_FEE_PARAMETERS ASSIGN TO 'fee_parameters.txt'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FP-STATUS.

      * Fees charged per contract, keyed on contract and a sequence
      * number, the paid amount kept alongside like the positions.
             SELECT OPTIONAL FS_FEES ASSIGN TO 'contract_fees.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS FE_KEY
             FILE STATUS IS FE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD FS_CONTRACT_MASTER.
               05 CM_START_DATE PIC 9(8).
               05 CM_EMPLOYEE_ID PIC X(6).
               05 CM_BORROWER_ID PIC X(6).
               05 CM_WRITTEN_OFF PIC A(1).
               05 CM_WRITE_OFF_DATE PIC 9(8).

           FD AUDIT-TRAIL.
           01 AU-REC.
               05 AU-TIME PIC 9(8).
               05 AU-OPERATOR PIC X(6).
               05 AU-TYPE PIC X(6).
               05 AU-BEFORE PIC X(94).
               05 AU-AFTER PIC X(94).
               05 AU-APPROVER PIC X(6).

           FD FS_COMPLETED.
           01 FS_COMPL_REC.
               05 FS_COMPL_CONTRACT PIC X(10).
               05 FS_COMPL_DATE PIC 9(8).

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

       WORKING-STORAGE SECTION.
       01 CM-STATUS PIC X(2) VALUE '00'.
       01 PD-STATUS PIC X(2) VALUE '00'.
       01 PD-FOUND PIC A(1) VALUE 'N'.
       01 AU-STATUS PIC X(2) VALUE '00'.
       01 FC-STATUS PIC X(2) VALUE '00'.
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
       01 ENTRY-OK PIC A(1) VALUE 'N'.
       01 RUN-DATE PIC 9(8) VALUE 0.
       01 ALREADY-CLOSED PIC A(1) VALUE 'N'.

      * Every add, amend and close is appended to a cumulative audit
      * file with the operator signed on at startup and the before and
      * after images of the master record. The file is opened and
      * closed around each write so a crash mid-session cannot lose
      * transactions already taken.
       01 AU-WORK-BEFORE PIC X(94) VALUE SPACES.
       01 AU-WORK-AFTER PIC X(94) VALUE SPACES.
       01 AU-WORK-TYPE PIC X(6) VALUE SPACES.
       01 AU-WORK-MAKER PIC X(6) VALUE SPACES.
       01 AU-WORK-APPROVER PIC X(6) VALUE SPACES.

      * Held changes. An amend is held only when it changes the
      * rate; the whole record as it was before the amend is kept
      * so the approval can tell whether the master has moved on.
       01 PC-STATUS PIC X(2) VALUE '00'.
       01 PENDING-FOUND PIC A(1) VALUE 'N'.
       01 PENDING-DONE PIC A(1) VALUE 'N'.
       01 PENDING-WRITTEN PIC A(1) VALUE 'N'.
       01 PENDING-COUNT PIC 9(4) VALUE 0.
       01 PC-WORK-TYPE PIC X(6) VALUE SPACES.
       01 PC-WORK-BEFORE PIC X(94) VALUE SPACES.
       01 PC-WORK-AFTER PIC X(94) VALUE SPACES.
       01 OLD-RATE PIC 9(10) VALUE 0.
       01 MC-IN-ACTION PIC X(1) VALUE SPACE.
       01 MC-IN-NOTE PIC X(30) VALUE SPACES.
       01 PC-IMAGE.
           05 FILLER PIC X(20).
           05 PI-RATE PIC 9(10).
           05 FILLER PIC X(64).
       01 PI-OLD-RATE PIC 9(10) VALUE 0.

      * Arrangement fee terms off the fee schedule, in currency and
      * as a fraction of the credit, and the fee worked out for the
      * application add being approved - the same sum the intake
      * run quoted.
       01 FP-STATUS PIC X(2) VALUE '00'.
       01 FE-STATUS PIC X(2) VALUE '00'.
       01 FEE-WRITTEN PIC A(1) VALUE 'N'.
       01 ARRANGE_FLAT PIC 9(10)v9(2) VALUE 0.
       01 ARRANGE_RATE PIC 9(1)v9(4) VALUE 0.
       01 FEE-CREDIT PIC 9(8)v9(8) VALUE 0.
       01 ARRANGEMENT_FEE PIC 9(10)v9(2) VALUE 0.

       01 ED-AMOUNT PIC Z(9)9.99.
       01 ED-RATE PIC ZZ9.9999.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM PARA-17-READ-PROCESSING-DATE.
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
           OPEN I-O FS_CONTRACT_MASTER.
           IF CM-STATUS NOT = '00' THEN
               DISPLAY "CANNOT OPEN INDEXED CONTRACT MASTER - "
                   "STATUS " CM-STATUS
               STOP RUN
           END-IF.
           OPEN I-O FS_PENDING.
           IF PC-STATUS NOT = '00' AND PC-STATUS NOT = '05' THEN
               DISPLAY "CANNOT OPEN PENDING-CHANGES FILE - STATUS "
                   PC-STATUS
               CLOSE FS_CONTRACT_MASTER
               STOP RUN
           END-IF.
           OPEN I-O FS_FEES.
           IF FE-STATUS NOT = '00' AND FE-STATUS NOT = '05' THEN
               DISPLAY "CANNOT OPEN CONTRACT FEES - STATUS "
                   FE-STATUS
               CLOSE FS_PENDING
               CLOSE FS_CONTRACT_MASTER
               STOP RUN
           END-IF.
           PERFORM PARA-25-READ-FEE-PARAMETERS.
           PERFORM PARA-1-MENU UNTIL CONTINUE-FLAG = 'N'.
           CLOSE FS_CONTRACT_MASTER.
           CLOSE FS_PENDING.
           CLOSE FS_FEES.
           STOP RUN.

           PARA-1-MENU.
               DISPLAY "2 - AMEND RATE/DATES/EMPLOYEE ID".
               DISPLAY "3 - CLOSE A CONTRACT".
               DISPLAY "4 - SHOW A CONTRACT".
               DISPLAY "5 - APPROVE/REJECT PENDING CHANGES".
               DISPLAY "6 - LIST PENDING CHANGES".
               DISPLAY "7 - EXIT".
               DISPLAY "ENTER CHOICE: ".
               ACCEPT MENU-CHOICE.
               PERFORM PARA-18-CHECK-AUTHORITY.
               IF OPTION-ALLOWED = 'Y' THEN
                   EVALUATE MENU-CHOICE
                     WHEN 1 PERFORM PARA-2-ADD
                     WHEN 2 PERFORM PARA-3-AMEND
                     WHEN 3 PERFORM PARA-4-CLOSE
                     WHEN 4 PERFORM PARA-5-SHOW
                     WHEN 5 PERFORM PARA-21-REVIEW
                     WHEN 6 PERFORM PARA-24-LIST-PENDING
                     WHEN 7 MOVE 'N' TO CONTINUE-FLAG
                     WHEN OTHER DISPLAY "INVALID CHOICE"
                   END-EVALUATE
               ELSE
                   DISPLAY "OPTION NOT AVAILABLE TO ROLE "
                       OPERATOR-ROLE
               END-IF.

           PARA-2-ADD.
               DISPLAY "CONTRACT ID: "
               ACCEPT MC-IN-CONTRACT
               MOVE MC-IN-CONTRACT TO CM_CONTRACT_ID
               PERFORM PARA-8-READ-MASTER
               PERFORM PARA-19-CHECK-PENDING
               IF MASTER-FOUND = 'Y' THEN
                   DISPLAY "CONTRACT " MC-IN-CONTRACT
                       " IS ALREADY ON THE MASTER"
               END-IF
               IF MASTER-FOUND = 'N' AND PENDING-FOUND = 'Y' THEN
                   DISPLAY "CONTRACT " MC-IN-CONTRACT
                       " ALREADY HAS A CHANGE AWAITING APPROVAL"
               END-IF
               IF MASTER-FOUND = 'N' AND PENDING-FOUND = 'N' THEN
                   DISPLAY "CREDIT AMOUNT (CENTS): "
                   ACCEPT MC-IN-AMOUNT
                   DISPLAY "ANNUAL RATE (BASIS POINTS): "
                       ELSE
                           MOVE MC-IN-BORROWER TO CM_BORROWER_ID
                       END-IF
                       MOVE 'N' TO CM_WRITTEN_OFF
                       MOVE 0 TO CM_WRITE_OFF_DATE
                       MOVE "ADD" TO PC-WORK-TYPE
                       MOVE SPACES TO PC-WORK-BEFORE
                       MOVE CM_REC TO PC-WORK-AFTER
                       PERFORM PARA-20-HOLD-CHANGE
                   END-IF
               END-IF.

               IF MASTER-FOUND = 'N' THEN
                   DISPLAY "CONTRACT " MC-IN-CONTRACT " NOT FOUND"
               ELSE
                   PERFORM PARA-19-CHECK-PENDING
               END-IF
               IF MASTER-FOUND = 'Y' AND PENDING-FOUND = 'Y' THEN
                   DISPLAY "CONTRACT " MC-IN-CONTRACT
                       " ALREADY HAS A CHANGE AWAITING APPROVAL"
               END-IF
               IF MASTER-FOUND = 'Y' AND PENDING-FOUND = 'N' THEN
                   MOVE CM_REC TO AU-WORK-BEFORE
                   MOVE CM_REC TO PC-WORK-BEFORE
                   MOVE CM_BANK_RATE TO OLD-RATE
                   MOVE CM_BANK_RATE TO MC-IN-RATE
                   DISPLAY "ANNUAL RATE (BASIS POINTS) ["
                       CM_BANK_RATE "]: "
                       MOVE MC-IN-START-DATE TO CM_START_DATE
                       MOVE MC-IN-EMPID TO CM_EMPLOYEE_ID
                       MOVE MC-IN-BORROWER TO CM_BORROWER_ID
      * A rate change is held for approval with the rest of the
      * amend; an amend that leaves the rate alone goes straight on.
                       IF CM_BANK_RATE NOT = OLD-RATE THEN
                           MOVE "AMEND" TO PC-WORK-TYPE
                           MOVE CM_REC TO PC-WORK-AFTER
                           PERFORM PARA-20-HOLD-CHANGE
                       ELSE
                           REWRITE CM_REC
                               INVALID KEY
                                   DISPLAY "REWRITE FAILED - STATUS "
                                       CM-STATUS
                               NOT INVALID KEY
                                   MOVE CM_REC TO AU-WORK-AFTER
                                   MOVE "AMEND" TO AU-WORK-TYPE
                                   MOVE OPERATOR-ID TO AU-WORK-MAKER
                                   MOVE SPACES TO AU-WORK-APPROVER
                                   PERFORM PARA-13-WRITE-AUDIT
                                   DISPLAY "CONTRACT AMENDED"
                           END-REWRITE
                       END-IF
                   END-IF
               END-IF.

      * Closing does not delete the master record - it puts the
      * contract on the completed-contracts file, which is what the
      * schedule run and the archival job already treat as closed.
      * The close is held for approval; the completed record is
      * written when a supervisor approves it.
           PARA-4-CLOSE.
               DISPLAY "CONTRACT ID TO CLOSE: "
               ACCEPT MC-IN-CONTRACT
                   DISPLAY "CONTRACT " MC-IN-CONTRACT " NOT FOUND"
               ELSE
                   PERFORM PARA-16-CHECK-CLOSED
                   PERFORM PARA-19-CHECK-PENDING
                   IF ALREADY-CLOSED = 'Y' THEN
                       DISPLAY "CONTRACT " MC-IN-CONTRACT
                           " IS ALREADY CLOSED"
                   ELSE
                       IF PENDING-FOUND = 'Y' THEN
                           DISPLAY "CONTRACT " MC-IN-CONTRACT
                               " ALREADY HAS A CHANGE AWAITING "
                               "APPROVAL"
                       ELSE
                           MOVE "CLOSE" TO PC-WORK-TYPE
                           MOVE CM_REC TO PC-WORK-BEFORE
                           MOVE CM_REC TO PC-WORK-AFTER
                           PERFORM PARA-20-HOLD-CHANGE
                       END-IF
                   END-IF
               END-IF.
                   DISPLAY "START DATE:    " CM_START_DATE
                   DISPLAY "EMPLOYEE ID:   " CM_EMPLOYEE_ID
                   DISPLAY "BORROWER ID:   " CM_BORROWER_ID
                   IF CM_WRITTEN_OFF = 'Y' THEN
                       DISPLAY "WRITTEN OFF:   " CM_WRITE_OFF_DATE
                   END-IF
               END-IF.

      * The checks below mirror what the schedule run applies before
                   END-IF
               END-IF.

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

           PARA-13-WRITE-AUDIT.
               END-IF.
               ACCEPT AU-DATE FROM DATE YYYYMMDD.
               ACCEPT AU-TIME FROM TIME.
               MOVE AU-WORK-MAKER TO AU-OPERATOR.
               MOVE AU-WORK-TYPE TO AU-TYPE.
               MOVE AU-WORK-BEFORE TO AU-BEFORE.
               MOVE AU-WORK-AFTER TO AU-AFTER.
               MOVE AU-WORK-APPROVER TO AU-APPROVER.
               WRITE AU-REC.
               CLOSE AUDIT-TRAIL.

                       END-IF
               END-READ.

      * The business date the run is made under. It comes from the
      * processing-date control record, which only the end-of-day
      * roll in MASTER_BATCH advances, so a run that crosses
      * midnight or a rerun after an outage still works to the
      * day it belongs to.
           PARA-17-READ-PROCESSING-DATE.
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

      * Keying contract changes is for clerks and supervisors, and
      * only a supervisor may approve them. Showing a contract and
      * listing what is waiting is open to every role.
           PARA-18-CHECK-AUTHORITY.
               MOVE 'Y' TO OPTION-ALLOWED.
               EVALUATE MENU-CHOICE
                 WHEN 1 WHEN 2 WHEN 3
                     IF OPERATOR-ROLE NOT = "CLERK"
                         AND OPERATOR-ROLE NOT = "SUPERVISOR" THEN
                         MOVE 'N' TO OPTION-ALLOWED
                     END-IF
                 WHEN 5
                     IF OPERATOR-ROLE NOT = "SUPERVISOR" THEN
                         MOVE 'N' TO OPTION-ALLOWED
                     END-IF
               END-EVALUATE.

      * A contract takes one held change at a time - a second one
      * keyed on top would be approved against a record the first
      * is about to change.
           PARA-19-CHECK-PENDING.
               MOVE 'N' TO PENDING-FOUND.
               MOVE 'N' TO PENDING-DONE.
               MOVE MC-IN-CONTRACT TO PC_CONTRACT.
               MOVE 0 TO PC_SEQ.
               START FS_PENDING KEY NOT < PC_KEY
                   INVALID KEY MOVE 'Y' TO PENDING-DONE
               END-START.
               PERFORM PARA-19-READ-ONE UNTIL PENDING-DONE = 'Y'.

           PARA-19-READ-ONE.
               READ FS_PENDING NEXT RECORD
                   AT END MOVE 'Y' TO PENDING-DONE
                   NOT AT END
                       IF PC_CONTRACT NOT = MC-IN-CONTRACT THEN
                           MOVE 'Y' TO PENDING-DONE
                       ELSE
                           IF PC_STATUS = 'P' THEN
                               MOVE 'Y' TO PENDING-FOUND
                               MOVE 'Y' TO PENDING-DONE
                           END-IF
                       END-IF
               END-READ.

      * The held change is keyed on the contract with the sequence
      * number stepped until a free key is found, the same way fees
      * are keyed.
           PARA-20-HOLD-CHANGE.
               MOVE MC-IN-CONTRACT TO PC_CONTRACT.
               MOVE 0 TO PC_SEQ.
               MOVE PC-WORK-TYPE TO PC_TYPE.
               MOVE 'P' TO PC_STATUS.
               MOVE OPERATOR-ID TO PC_MAKER.
               ACCEPT PC_MADE_DATE FROM DATE YYYYMMDD.
               ACCEPT PC_MADE_TIME FROM TIME.
               MOVE SPACES TO PC_CHECKER.
               MOVE 0 TO PC_CHECKED_DATE.
               MOVE 0 TO PC_CHECKED_TIME.
               MOVE SPACES TO PC_NOTE.
               MOVE PC-WORK-BEFORE TO PC_BEFORE.
               MOVE PC-WORK-AFTER TO PC_AFTER.
               MOVE 'N' TO PENDING-WRITTEN.
               PERFORM PARA-20-WRITE-ONE UNTIL PENDING-WRITTEN = 'Y'.

           PARA-20-WRITE-ONE.
               ADD 1 TO PC_SEQ.
               WRITE PC_REC
                   INVALID KEY
                       IF PC-STATUS NOT = '22' OR PC_SEQ = 9999 THEN
                           DISPLAY "CHANGE NOT HELD - PENDING WRITE "
                               "FAILED - STATUS " PC-STATUS
                           MOVE 'Y' TO PENDING-WRITTEN
                       END-IF
                   NOT INVALID KEY
                       MOVE 'Y' TO PENDING-WRITTEN
                       DISPLAY PC_TYPE " OF CONTRACT " PC_CONTRACT
                           " HELD AS PENDING CHANGE " PC_SEQ
                       DISPLAY "A DIFFERENT SUPERVISOR MUST APPROVE "
                           "IT BEFORE IT TAKES EFFECT"
               END-WRITE.

      * Every waiting change is offered in key order. A supervisor
      * cannot approve or reject a change they keyed themselves.
           PARA-21-REVIEW.
               MOVE 0 TO PENDING-COUNT.
               MOVE 'N' TO PENDING-DONE.
               MOVE SPACES TO PC_CONTRACT.
               MOVE 0 TO PC_SEQ.
               START FS_PENDING KEY NOT < PC_KEY
                   INVALID KEY MOVE 'Y' TO PENDING-DONE
               END-START.
               PERFORM PARA-21-REVIEW-ONE UNTIL PENDING-DONE = 'Y'.
               DISPLAY PENDING-COUNT " PENDING CHANGE(S) REVIEWED".

           PARA-21-REVIEW-ONE.
               READ FS_PENDING NEXT RECORD
                   AT END MOVE 'Y' TO PENDING-DONE
                   NOT AT END
                       IF PC_STATUS = 'P' THEN
                           PERFORM PARA-22-REVIEW-ENTRY
                       END-IF
               END-READ.

           PARA-22-REVIEW-ENTRY.
               DISPLAY " ".
               PERFORM PARA-24-SHOW-ENTRY.
               IF PC_MAKER = OPERATOR-ID THEN
                   DISPLAY "KEYED BY YOU - ANOTHER SUPERVISOR MUST "
                       "APPROVE IT"
               ELSE
                   DISPLAY "APPROVE (A), REJECT (R), SKIP (S) OR "
                       "QUIT (Q): "
                   MOVE SPACE TO MC-IN-ACTION
                   ACCEPT MC-IN-ACTION
                   EVALUATE MC-IN-ACTION
                     WHEN 'A'
                         ADD 1 TO PENDING-COUNT
                         PERFORM PARA-23-APPLY
                     WHEN 'R'
                         ADD 1 TO PENDING-COUNT
                         DISPLAY "REASON FOR REJECTING: "
                         MOVE SPACES TO MC-IN-NOTE
                         ACCEPT MC-IN-NOTE
                         IF MC-IN-NOTE = SPACES THEN
                             MOVE "REJECTED BY SUPERVISOR"
                                 TO MC-IN-NOTE
                         END-IF
                         MOVE MC-IN-NOTE TO PC_NOTE
                         PERFORM PARA-23-REJECT
                     WHEN 'Q'
                         MOVE 'Y' TO PENDING-DONE
                     WHEN OTHER
                         DISPLAY "LEFT PENDING"
                   END-EVALUATE
               END-IF.

      * The change is checked again against the master as it stands
      * now - an add whose contract has since been booked, an amend
      * whose record has moved on since it was keyed, or a close of
      * a contract already closed is rejected, never applied. The
      * note keyed with the change is only replaced by the reason
      * when it is rejected.
           PARA-23-APPLY.
               MOVE 'Y' TO ENTRY-OK.
               MOVE PC_CONTRACT TO CM_CONTRACT_ID.
               PERFORM PARA-8-READ-MASTER.
               EVALUATE PC_TYPE
                 WHEN "ADD"
                 WHEN "APPADD"
                     IF MASTER-FOUND = 'Y' THEN
                         MOVE "CONTRACT ALREADY ON THE MASTER"
                             TO PC_NOTE
                         MOVE 'N' TO ENTRY-OK
                     ELSE
                         MOVE PC_AFTER TO CM_REC
                         WRITE CM_REC
                             INVALID KEY
                                 MOVE "MASTER WRITE FAILED" TO PC_NOTE
                                 MOVE 'N' TO ENTRY-OK
                             NOT INVALID KEY
                                 IF PC_TYPE = "APPADD" THEN
                                     PERFORM PARA-26-CHARGE-FEE
                                 END-IF
                         END-WRITE
                     END-IF
                 WHEN "AMEND"
                     IF MASTER-FOUND = 'N' THEN
                         MOVE "CONTRACT NO LONGER ON THE MASTER"
                             TO PC_NOTE
                         MOVE 'N' TO ENTRY-OK
                     ELSE
                         IF CM_REC NOT = PC_BEFORE THEN
                             MOVE "MASTER CHANGED SINCE IT WAS KEYED"
                                 TO PC_NOTE
                             MOVE 'N' TO ENTRY-OK
                         ELSE
                             MOVE PC_AFTER TO CM_REC
                             REWRITE CM_REC
                                 INVALID KEY
                                     MOVE "MASTER REWRITE FAILED"
                                         TO PC_NOTE
                                     MOVE 'N' TO ENTRY-OK
                             END-REWRITE
                         END-IF
                     END-IF
                 WHEN "CLOSE"
                     MOVE PC_CONTRACT TO MC-IN-CONTRACT
                     PERFORM PARA-16-CHECK-CLOSED
                     IF MASTER-FOUND = 'N' THEN
                         MOVE "CONTRACT NO LONGER ON THE MASTER"
                             TO PC_NOTE
                         MOVE 'N' TO ENTRY-OK
                     ELSE
                         IF ALREADY-CLOSED = 'Y' THEN
                             MOVE "CONTRACT IS ALREADY CLOSED"
                                 TO PC_NOTE
                             MOVE 'N' TO ENTRY-OK
                         ELSE
                             PERFORM PARA-23-WRITE-COMPLETED
                         END-IF
                     END-IF
               END-EVALUATE.
               IF ENTRY-OK = 'Y' THEN
                   MOVE 'A' TO PC_STATUS
                   MOVE PC_TYPE TO AU-WORK-TYPE
                   MOVE PC_BEFORE TO AU-WORK-BEFORE
                   MOVE PC_AFTER TO AU-WORK-AFTER
                   PERFORM PARA-23-STAMP-ENTRY
                   DISPLAY PC_TYPE " OF CONTRACT " PC_CONTRACT
                       " APPROVED AND APPLIED"
               ELSE
                   DISPLAY "CANNOT APPROVE - " PC_NOTE
                   PERFORM PARA-23-REJECT
               END-IF.

           PARA-23-REJECT.
               MOVE 'R' TO PC_STATUS.
               MOVE "REJECT" TO AU-WORK-TYPE.
               MOVE PC_BEFORE TO AU-WORK-BEFORE.
               MOVE PC_AFTER TO AU-WORK-AFTER.
               PERFORM PARA-23-STAMP-ENTRY.
               DISPLAY PC_TYPE " OF CONTRACT " PC_CONTRACT
                   " REJECTED".

      * The entry records who checked it and when, and the audit
      * trail logs the operator who keyed the change with the
      * supervisor who approved or rejected it.
           PARA-23-STAMP-ENTRY.
               MOVE OPERATOR-ID TO PC_CHECKER.
               ACCEPT PC_CHECKED_DATE FROM DATE YYYYMMDD.
               ACCEPT PC_CHECKED_TIME FROM TIME.
               REWRITE PC_REC
                   INVALID KEY
                       DISPLAY "PENDING REWRITE FAILED - STATUS "
                           PC-STATUS
               END-REWRITE.
               MOVE PC_MAKER TO AU-WORK-MAKER.
               MOVE OPERATOR-ID TO AU-WORK-APPROVER.
               PERFORM PARA-13-WRITE-AUDIT.

      * The close only counts once the completed record has provably
      * been written - a failed open or write must never look like
      * a closed contract.
           PARA-23-WRITE-COMPLETED.
               OPEN EXTEND FS_COMPLETED.
               IF FC-STATUS NOT = '00' THEN
                   OPEN OUTPUT FS_COMPLETED
               END-IF.
               IF FC-STATUS NOT = '00' THEN
                   MOVE "CANNOT OPEN COMPLETED FILE" TO PC_NOTE
                   MOVE 'N' TO ENTRY-OK
               ELSE
                   MOVE PC_CONTRACT TO FS_COMPL_CONTRACT
                   MOVE RUN-DATE TO FS_COMPL_DATE
                   WRITE FS_COMPL_REC
                   IF FC-STATUS NOT = '00' THEN
                       MOVE "COMPLETED RECORD NOT WRITTEN" TO PC_NOTE
                       MOVE 'N' TO ENTRY-OK
                   END-IF
                   CLOSE FS_COMPLETED
               END-IF.

           PARA-24-LIST-PENDING.
               MOVE 0 TO PENDING-COUNT.
               MOVE 'N' TO PENDING-DONE.
               MOVE SPACES TO PC_CONTRACT.
               MOVE 0 TO PC_SEQ.
               START FS_PENDING KEY NOT < PC_KEY
                   INVALID KEY MOVE 'Y' TO PENDING-DONE
               END-START.
               PERFORM PARA-24-LIST-ONE UNTIL PENDING-DONE = 'Y'.
               DISPLAY PENDING-COUNT " CHANGE(S) AWAITING APPROVAL".

           PARA-24-LIST-ONE.
               READ FS_PENDING NEXT RECORD
                   AT END MOVE 'Y' TO PENDING-DONE
                   NOT AT END
                       IF PC_STATUS = 'P' THEN
                           ADD 1 TO PENDING-COUNT
                           DISPLAY " "
                           PERFORM PARA-24-SHOW-ENTRY
                       END-IF
               END-READ.

           PARA-24-SHOW-ENTRY.
               DISPLAY "CONTRACT " PC_CONTRACT " CHANGE " PC_SEQ
                   " " PC_TYPE " KEYED BY " PC_MAKER " ON "
                   PC_MADE_DATE.
               IF PC_TYPE = "APPADD" THEN
                   DISPLAY "LOAN APPLICATION - " PC_NOTE
               END-IF.
               IF PC_TYPE = "AMEND" THEN
                   MOVE PC_BEFORE TO PC-IMAGE
                   MOVE PI-RATE TO PI-OLD-RATE
                   MOVE PC_AFTER TO PC-IMAGE
                   DISPLAY "RATE (BASIS POINTS) " PI-OLD-RATE
                       " TO " PI-RATE
               END-IF.

      * A missing or malformed fee schedule charges nothing.
           PARA-25-READ-FEE-PARAMETERS.
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

      * The fee is the contract's first billable item, dated the
      * business day the add is approved. The sequence number is
      * stepped until a free key is found, the same way the held
      * changes are keyed.
           PARA-26-CHARGE-FEE.
               COMPUTE FEE-CREDIT = CM_CREDIT_AMOUNT / 100.
               COMPUTE ARRANGEMENT_FEE ROUNDED = ARRANGE_FLAT
                   + FEE-CREDIT * ARRANGE_RATE.
               IF ARRANGEMENT_FEE > 0 THEN
                   MOVE CM_CONTRACT_ID TO FE_CONTRACT
                   MOVE 0 TO FE_SEQ
                   MOVE "ARRANG" TO FE_TYPE
                   MOVE RUN-DATE TO FE_DATE
                   MOVE ARRANGEMENT_FEE TO FE_AMOUNT
                   MOVE 0 TO FE_PAID
                   MOVE 0 TO FE_LEVEL
                   MOVE 'N' TO FEE-WRITTEN
                   PERFORM PARA-26-WRITE-ONE UNTIL FEE-WRITTEN = 'Y'
               END-IF.

           PARA-26-WRITE-ONE.
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
                       MOVE ARRANGEMENT_FEE TO ED-AMOUNT
                       DISPLAY "ARRANGEMENT FEE " ED-AMOUNT
                           " CHARGED TO CONTRACT " FE_CONTRACT
               END-WRITE.

       END PROGRAM MAINTAIN_CONTRACTS.
