      ******************************************************************
      * Author:
      * Date:
      * Purpose: Operator maintenance. Every interactive program signs
      *          its operator on against the keyed operator file -
      *          operator id, password, role and name - and lets each
      *          role use only the menu options meant for it: a CLERK
      *          keys maintenance, a SUPERVISOR keys it too and
      *          approves the contract changes that are held for a
      *          second pair of eyes, and an AUDITOR can look but
      *          never change anything. The first run, on an empty
      *          file, sets up the first supervisor, the way the
      *          processing date is set up once. From then on only a
      *          signed-on supervisor can add operators, change
      *          another operator's role or name, disable or enable
      *          them and reset a forgotten password; supervisors
      *          cannot change or disable their own record, so that
      *          needs another supervisor. Every operator can change
      *          their own password. A password is six to eight
      *          characters and never the operator id. Every change
      *          is appended to a cumulative audit file with the
      *          operator and the before and after images of the
      *          record, with the password blanked out of both.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTAIN_OPERATORS.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
             SELECT OPTIONAL FS_OPERATORS
             ASSIGN TO 'operator_master.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS OP_ID
             FILE STATUS IS OP-STATUS.

             SELECT AUDIT-TRAIL
             ASSIGN TO 'operator_audit_log.txt'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS AU-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One record per operator. The role is CLERK, SUPERVISOR or
      * AUDITOR; a disabled operator (active N) cannot sign on.
           FD FS_OPERATORS.
           01 OP_REC.
               05 OP_ID PIC X(6).
               05 OP_PASSWORD PIC X(8).
               05 OP_ROLE PIC X(10).
               05 OP_NAME PIC X(30).
               05 OP_ACTIVE PIC A(1).

           FD AUDIT-TRAIL.
           01 AU-REC.
               05 AU-DATE PIC 9(8).
               05 AU-TIME PIC 9(8).
               05 AU-OPERATOR PIC X(6).
               05 AU-TYPE PIC X(6).
               05 AU-BEFORE PIC X(55).
               05 AU-AFTER PIC X(55).

       WORKING-STORAGE SECTION.
       01 OP-STATUS PIC X(2) VALUE '00'.
       01 AU-STATUS PIC X(2) VALUE '00'.
       01 CONTINUE-FLAG PIC A(1) VALUE 'Y'.
       01 MENU-CHOICE PIC 9(1) VALUE 0.
       01 ENTRY-OK PIC A(1) VALUE 'N'.
       01 OPERATOR-FOUND PIC A(1) VALUE 'N'.
       01 FILE-EMPTY PIC A(1) VALUE 'N'.

      * The signed-on operator and the role that decides which menu
      * options they may use.
       01 OPERATOR-ID PIC X(6) VALUE SPACES.
       01 OPERATOR-ROLE PIC X(10) VALUE SPACES.
       01 OPERATOR-PASSWORD PIC X(8) VALUE SPACES.
       01 SIGNON-OK PIC A(1) VALUE 'N'.
       01 SIGNON-TRIES PIC 9(1) VALUE 0.
       01 OPTION-ALLOWED PIC A(1) VALUE 'N'.

       01 MO-IN-ID PIC X(6) VALUE SPACES.
       01 MO-IN-NAME PIC X(30) VALUE SPACES.
       01 MO-IN-ROLE PIC X(10) VALUE SPACES.
       01 MO-IN-PASSWORD PIC X(8) VALUE SPACES.
       01 MO-IN-CONFIRM PIC X(8) VALUE SPACES.
       01 MO-IN-ACTION PIC X(1) VALUE SPACE.
       01 PW-LENGTH PIC 9(2) VALUE 0.

      * Amend prompts show the current value in brackets and keep
      * it when the operator just presses enter.
       01 AMEND-INPUT PIC X(30) VALUE SPACES.

       01 MO-SCAN-EOF PIC A(1) VALUE 'N'.
       01 MO-LISTED-COUNT PIC 9(4) VALUE 0.
       01 MO-STATE PIC X(8) VALUE SPACES.

      * Every change is appended to a cumulative audit file with the
      * signed-on operator and the before and after images of the
      * record. The file is opened and closed around each write so
      * a crash mid-session cannot lose changes already made.
       01 AU-WORK-BEFORE PIC X(55) VALUE SPACES.
       01 AU-WORK-AFTER PIC X(55) VALUE SPACES.
       01 AU-WORK-TYPE PIC X(6) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN I-O FS_OPERATORS.
           IF OP-STATUS NOT = '00' AND OP-STATUS NOT = '05' THEN
               DISPLAY "CANNOT OPEN OPERATOR FILE - STATUS "
                   OP-STATUS
               STOP RUN
           END-IF.
           PERFORM PARA-2-CHECK-EMPTY.
           IF FILE-EMPTY = 'Y' THEN
               DISPLAY "NO OPERATORS ON FILE - SET UP THE FIRST "
                   "SUPERVISOR"
               PERFORM PARA-3-FIRST-SUPERVISOR
               CLOSE FS_OPERATORS
               STOP RUN
           END-IF.
           PERFORM PARA-12-SIGN-ON
               UNTIL SIGNON-OK = 'Y' OR SIGNON-TRIES = 3.
           IF SIGNON-OK NOT = 'Y' THEN
               DISPLAY "SIGN-ON FAILED - MAINTENANCE NOT STARTED"
               CLOSE FS_OPERATORS
               STOP RUN
           END-IF.
           PERFORM PARA-1-MENU UNTIL CONTINUE-FLAG = 'N'.
           CLOSE FS_OPERATORS.
           STOP RUN.

           PARA-1-MENU.
               DISPLAY " ".
               DISPLAY "OPERATOR MAINTENANCE".
               DISPLAY "1 - ADD AN OPERATOR".
               DISPLAY "2 - CHANGE AN OPERATOR'S ROLE OR NAME".
               DISPLAY "3 - DISABLE OR ENABLE AN OPERATOR".
               DISPLAY "4 - RESET AN OPERATOR'S PASSWORD".
               DISPLAY "5 - CHANGE MY PASSWORD".
               DISPLAY "6 - LIST ALL OPERATORS".
               DISPLAY "7 - EXIT".
               DISPLAY "ENTER CHOICE: ".
               ACCEPT MENU-CHOICE.
               PERFORM PARA-13-CHECK-AUTHORITY.
               IF OPTION-ALLOWED = 'Y' THEN
                   EVALUATE MENU-CHOICE
                     WHEN 1 PERFORM PARA-4-ADD
                     WHEN 2 PERFORM PARA-5-AMEND
                     WHEN 3 PERFORM PARA-6-DISABLE-ENABLE
                     WHEN 4 PERFORM PARA-7-RESET-PASSWORD
                     WHEN 5 PERFORM PARA-15-OWN-PASSWORD
                     WHEN 6 PERFORM PARA-16-LIST
                     WHEN 7 MOVE 'N' TO CONTINUE-FLAG
                     WHEN OTHER DISPLAY "INVALID CHOICE"
                   END-EVALUATE
               ELSE
                   DISPLAY "OPTION NOT AVAILABLE TO ROLE "
                       OPERATOR-ROLE
               END-IF.

           PARA-2-CHECK-EMPTY.
               MOVE 'Y' TO FILE-EMPTY.
               MOVE 'N' TO MO-SCAN-EOF.
               MOVE SPACES TO OP_ID.
               START FS_OPERATORS KEY NOT < OP_ID
                   INVALID KEY MOVE 'Y' TO MO-SCAN-EOF
               END-START.
               IF MO-SCAN-EOF = 'N' THEN
                   READ FS_OPERATORS NEXT RECORD
                       AT END CONTINUE
                       NOT AT END MOVE 'N' TO FILE-EMPTY
                   END-READ
               END-IF.

      * The first operator on an empty file is always a supervisor -
      * somebody has to be able to add the rest. They are logged as
      * their own operator.
           PARA-3-FIRST-SUPERVISOR.
               PERFORM PARA-4-TAKE-NEW.
               IF ENTRY-OK = 'Y' THEN
                   MOVE "SUPERVISOR" TO MO-IN-ROLE
                   MOVE MO-IN-ID TO OPERATOR-ID
                   PERFORM PARA-4-WRITE-OPERATOR
               ELSE
                   DISPLAY "NOTHING SET UP"
               END-IF.

           PARA-4-ADD.
               PERFORM PARA-4-TAKE-NEW.
               IF ENTRY-OK = 'Y' THEN
                   DISPLAY "ROLE (CLERK, SUPERVISOR OR AUDITOR): "
                   ACCEPT MO-IN-ROLE
                   PERFORM PARA-9-CHECK-ROLE
               END-IF.
               IF ENTRY-OK = 'Y' THEN
                   PERFORM PARA-4-WRITE-OPERATOR
               END-IF.

           PARA-4-TAKE-NEW.
               MOVE 'Y' TO ENTRY-OK.
               DISPLAY "NEW OPERATOR ID: ".
               ACCEPT MO-IN-ID.
               IF MO-IN-ID = SPACES THEN
                   DISPLAY "OPERATOR ID IS REQUIRED"
                   MOVE 'N' TO ENTRY-OK
               ELSE
                   MOVE MO-IN-ID TO OP_ID
                   PERFORM PARA-8-READ-OPERATOR
                   IF OPERATOR-FOUND = 'Y' THEN
                       DISPLAY "OPERATOR " MO-IN-ID
                           " IS ALREADY ON FILE"
                       MOVE 'N' TO ENTRY-OK
                   END-IF
               END-IF.
               IF ENTRY-OK = 'Y' THEN
                   DISPLAY "OPERATOR NAME: "
                   ACCEPT MO-IN-NAME
                   IF MO-IN-NAME = SPACES THEN
                       DISPLAY "OPERATOR NAME IS REQUIRED"
                       MOVE 'N' TO ENTRY-OK
                   END-IF
               END-IF.
               IF ENTRY-OK = 'Y' THEN
                   PERFORM PARA-10-TAKE-PASSWORD
               END-IF.

           PARA-4-WRITE-OPERATOR.
               MOVE MO-IN-ID TO OP_ID.
               MOVE MO-IN-PASSWORD TO OP_PASSWORD.
               MOVE MO-IN-ROLE TO OP_ROLE.
               MOVE MO-IN-NAME TO OP_NAME.
               MOVE 'Y' TO OP_ACTIVE.
               MOVE SPACES TO MO-IN-PASSWORD.
               WRITE OP_REC
                   INVALID KEY
                       DISPLAY "WRITE FAILED - STATUS " OP-STATUS
                   NOT INVALID KEY
                       MOVE SPACES TO AU-WORK-BEFORE
                       MOVE OP_REC TO AU-WORK-AFTER
                       MOVE "ADD" TO AU-WORK-TYPE
                       PERFORM PARA-11-WRITE-AUDIT
                       DISPLAY "OPERATOR " OP_ID " ADDED AS "
                           OP_ROLE
               END-WRITE.

           PARA-5-AMEND.
               PERFORM PARA-14-TAKE-OTHER.
               IF ENTRY-OK = 'Y' THEN
                   MOVE OP_REC TO AU-WORK-BEFORE
                   MOVE OP_ROLE TO MO-IN-ROLE
                   DISPLAY "ROLE [" OP_ROLE "]: "
                   MOVE SPACES TO AMEND-INPUT
                   ACCEPT AMEND-INPUT
                   IF AMEND-INPUT NOT = SPACES THEN
                       MOVE AMEND-INPUT TO MO-IN-ROLE
                   END-IF
                   MOVE OP_NAME TO MO-IN-NAME
                   DISPLAY "NAME [" OP_NAME "]: "
                   MOVE SPACES TO AMEND-INPUT
                   ACCEPT AMEND-INPUT
                   IF AMEND-INPUT NOT = SPACES THEN
                       MOVE AMEND-INPUT TO MO-IN-NAME
                   END-IF
                   PERFORM PARA-9-CHECK-ROLE
               END-IF.
               IF ENTRY-OK = 'Y' THEN
                   MOVE MO-IN-ROLE TO OP_ROLE
                   MOVE MO-IN-NAME TO OP_NAME
                   MOVE "AMEND" TO AU-WORK-TYPE
                   PERFORM PARA-5-REWRITE-OPERATOR
               END-IF.

           PARA-5-REWRITE-OPERATOR.
               REWRITE OP_REC
                   INVALID KEY
                       DISPLAY "REWRITE FAILED - STATUS " OP-STATUS
                   NOT INVALID KEY
                       MOVE OP_REC TO AU-WORK-AFTER
                       PERFORM PARA-11-WRITE-AUDIT
                       DISPLAY "OPERATOR " OP_ID " UPDATED"
               END-REWRITE.

      * A disabled operator stays on file, so the audit trails that
      * name them can still be traced to a person.
           PARA-6-DISABLE-ENABLE.
               PERFORM PARA-14-TAKE-OTHER.
               IF ENTRY-OK = 'Y' THEN
                   MOVE OP_REC TO AU-WORK-BEFORE
                   DISPLAY "DISABLE (D) OR ENABLE (E): "
                   ACCEPT MO-IN-ACTION
                   EVALUATE MO-IN-ACTION
                     WHEN 'D'
                         MOVE 'N' TO OP_ACTIVE
                         MOVE "DISABL" TO AU-WORK-TYPE
                         PERFORM PARA-5-REWRITE-OPERATOR
                     WHEN 'E'
                         MOVE 'Y' TO OP_ACTIVE
                         MOVE "ENABLE" TO AU-WORK-TYPE
                         PERFORM PARA-5-REWRITE-OPERATOR
                     WHEN OTHER
                         DISPLAY "NOTHING CHANGED"
                   END-EVALUATE
               END-IF.

           PARA-7-RESET-PASSWORD.
               PERFORM PARA-14-TAKE-OTHER.
               IF ENTRY-OK = 'Y' THEN
                   MOVE OP_REC TO AU-WORK-BEFORE
                   PERFORM PARA-10-TAKE-PASSWORD
               END-IF.
               IF ENTRY-OK = 'Y' THEN
                   MOVE MO-IN-PASSWORD TO OP_PASSWORD
                   MOVE SPACES TO MO-IN-PASSWORD
                   MOVE "PWRSET" TO AU-WORK-TYPE
                   PERFORM PARA-5-REWRITE-OPERATOR
               END-IF.

           PARA-8-READ-OPERATOR.
               MOVE 'N' TO OPERATOR-FOUND.
               READ FS_OPERATORS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'Y' TO OPERATOR-FOUND
               END-READ.

           PARA-9-CHECK-ROLE.
               IF MO-IN-ROLE NOT = "CLERK"
                   AND MO-IN-ROLE NOT = "SUPERVISOR"
                   AND MO-IN-ROLE NOT = "AUDITOR" THEN
                   DISPLAY "INVALID ROLE - USE CLERK, SUPERVISOR OR "
                       "AUDITOR"
                   MOVE 'N' TO ENTRY-OK
               END-IF.

      * The password is keyed twice; it must be six to eight
      * characters with no embedded space and must not be the
      * operator id. MO-IN-ID names the operator it is for.
           PARA-10-TAKE-PASSWORD.
               DISPLAY "NEW PASSWORD (6 TO 8 CHARACTERS): ".
               MOVE SPACES TO MO-IN-PASSWORD.
               ACCEPT MO-IN-PASSWORD.
               DISPLAY "NEW PASSWORD AGAIN: ".
               MOVE SPACES TO MO-IN-CONFIRM.
               ACCEPT MO-IN-CONFIRM.
               MOVE 0 TO PW-LENGTH.
               INSPECT MO-IN-PASSWORD TALLYING PW-LENGTH
                   FOR CHARACTERS BEFORE INITIAL SPACE.
               IF PW-LENGTH < 6 THEN
                   DISPLAY "PASSWORD MUST BE AT LEAST 6 CHARACTERS "
                       "WITH NO SPACES"
                   MOVE 'N' TO ENTRY-OK
               ELSE
                   IF MO-IN-PASSWORD NOT = MO-IN-CONFIRM THEN
                       DISPLAY "PASSWORDS DO NOT MATCH"
                       MOVE 'N' TO ENTRY-OK
                   ELSE
                       IF MO-IN-PASSWORD = MO-IN-ID THEN
                           DISPLAY "PASSWORD MUST NOT BE THE "
                               "OPERATOR ID"
                           MOVE 'N' TO ENTRY-OK
                       END-IF
                   END-IF
               END-IF.
               MOVE SPACES TO MO-IN-CONFIRM.
               IF ENTRY-OK = 'N' THEN
                   MOVE SPACES TO MO-IN-PASSWORD
               END-IF.

      * The password never reaches the audit file - both images are
      * blanked where it sits, columns 7 to 14.
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
               MOVE SPACES TO AU-BEFORE(7:8).
               MOVE SPACES TO AU-AFTER(7:8).
               WRITE AU-REC.
               CLOSE AUDIT-TRAIL.
               MOVE SPACES TO AU-WORK-BEFORE.
               MOVE SPACES TO AU-WORK-AFTER.

      * The operator signs on with the id and password on the
      * operator file; the role that comes with it decides which
      * menu options they may use. Three failed tries end the run.
           PARA-12-SIGN-ON.
               ADD 1 TO SIGNON-TRIES.
               DISPLAY "OPERATOR ID: ".
               ACCEPT OPERATOR-ID.
               DISPLAY "PASSWORD: ".
               MOVE SPACES TO OPERATOR-PASSWORD.
               ACCEPT OPERATOR-PASSWORD.
               MOVE OPERATOR-ID TO OP_ID.
               READ FS_OPERATORS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF OP_ACTIVE = 'Y'
                           AND OPERATOR-PASSWORD NOT = SPACES
                           AND OP_PASSWORD = OPERATOR-PASSWORD THEN
                           MOVE 'Y' TO SIGNON-OK
                           MOVE OP_ROLE TO OPERATOR-ROLE
                       END-IF
               END-READ.
               MOVE SPACES TO OPERATOR-PASSWORD.
               IF SIGNON-OK = 'Y' THEN
                   DISPLAY "SIGNED ON AS " OPERATOR-ID " - "
                       OPERATOR-ROLE
               ELSE
                   DISPLAY "INVALID OPERATOR ID OR PASSWORD"
               END-IF.

      * Operator records are a supervisor's business; an auditor
      * may list them. Everybody may change their own password.
           PARA-13-CHECK-AUTHORITY.
               MOVE 'Y' TO OPTION-ALLOWED.
               EVALUATE MENU-CHOICE
                 WHEN 1 WHEN 2 WHEN 3 WHEN 4
                     IF OPERATOR-ROLE NOT = "SUPERVISOR" THEN
                         MOVE 'N' TO OPTION-ALLOWED
                     END-IF
                 WHEN 6
                     IF OPERATOR-ROLE NOT = "SUPERVISOR"
                         AND OPERATOR-ROLE NOT = "AUDITOR" THEN
                         MOVE 'N' TO OPTION-ALLOWED
                     END-IF
               END-EVALUATE.

      * Role, status and password changes name another operator -
      * a supervisor's own record needs a second supervisor.
           PARA-14-TAKE-OTHER.
               MOVE 'Y' TO ENTRY-OK.
               DISPLAY "OPERATOR ID: ".
               ACCEPT MO-IN-ID.
               IF MO-IN-ID = OPERATOR-ID THEN
                   DISPLAY "ANOTHER SUPERVISOR MUST CHANGE YOUR OWN "
                       "RECORD"
                   MOVE 'N' TO ENTRY-OK
               ELSE
                   MOVE MO-IN-ID TO OP_ID
                   PERFORM PARA-8-READ-OPERATOR
                   IF OPERATOR-FOUND = 'N' THEN
                       DISPLAY "OPERATOR " MO-IN-ID " NOT FOUND"
                       MOVE 'N' TO ENTRY-OK
                   ELSE
                       PERFORM PARA-16-SHOW-ONE
                   END-IF
               END-IF.

           PARA-15-OWN-PASSWORD.
               MOVE 'Y' TO ENTRY-OK.
               DISPLAY "CURRENT PASSWORD: ".
               MOVE SPACES TO OPERATOR-PASSWORD.
               ACCEPT OPERATOR-PASSWORD.
               MOVE OPERATOR-ID TO OP_ID.
               PERFORM PARA-8-READ-OPERATOR.
               IF OPERATOR-FOUND = 'N'
                   OR OP_PASSWORD NOT = OPERATOR-PASSWORD THEN
                   DISPLAY "CURRENT PASSWORD IS WRONG"
                   MOVE 'N' TO ENTRY-OK
               END-IF.
               IF ENTRY-OK = 'Y' THEN
                   MOVE OP_REC TO AU-WORK-BEFORE
                   MOVE OPERATOR-ID TO MO-IN-ID
                   PERFORM PARA-10-TAKE-PASSWORD
               END-IF.
               IF ENTRY-OK = 'Y' THEN
                   IF MO-IN-PASSWORD = OPERATOR-PASSWORD THEN
                       DISPLAY "NEW PASSWORD MUST DIFFER FROM THE "
                           "CURRENT ONE"
                       MOVE 'N' TO ENTRY-OK
                   END-IF
               END-IF.
               MOVE SPACES TO OPERATOR-PASSWORD.
               IF ENTRY-OK = 'Y' THEN
                   MOVE MO-IN-PASSWORD TO OP_PASSWORD
                   MOVE SPACES TO MO-IN-PASSWORD
                   MOVE "PWCHG" TO AU-WORK-TYPE
                   PERFORM PARA-5-REWRITE-OPERATOR
               END-IF.

           PARA-16-LIST.
               DISPLAY " ".
               MOVE 0 TO MO-LISTED-COUNT.
               MOVE 'N' TO MO-SCAN-EOF.
               MOVE SPACES TO OP_ID.
               START FS_OPERATORS KEY NOT < OP_ID
                   INVALID KEY MOVE 'Y' TO MO-SCAN-EOF
               END-START.
               PERFORM PARA-16-LIST-ONE UNTIL MO-SCAN-EOF = 'Y'.
               DISPLAY MO-LISTED-COUNT " OPERATOR(S) ON FILE".

           PARA-16-LIST-ONE.
               READ FS_OPERATORS NEXT RECORD
                   AT END MOVE 'Y' TO MO-SCAN-EOF
                   NOT AT END
                       PERFORM PARA-16-SHOW-ONE
                       ADD 1 TO MO-LISTED-COUNT
               END-READ.

           PARA-16-SHOW-ONE.
               IF OP_ACTIVE = 'Y' THEN
                   MOVE "ACTIVE" TO MO-STATE
               ELSE
                   MOVE "DISABLED" TO MO-STATE
               END-IF.
               DISPLAY OP_ID " " OP_ROLE " " MO-STATE " " OP_NAME.

       END PROGRAM MAINTAIN_OPERATORS.
