      *          borrower id or date range, and the save writes
      *          through a work file with three rotated backup
      *          generations that can be restored from the menu.
      *          The operator signs on against the operator file and
      *          each menu option is limited to the roles allowed to
      *          use it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS BK3-STATUS.

             SELECT FS_OPERATORS ASSIGN TO 'operator_master.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS OP_ID
             FILE STATUS IS OP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BORROWERS.

       FD BORROWERS-BK3.
       01 BK3-LINE PIC X(111).
       FD FS_OPERATORS.
       01 OP_REC.
           05 OP_ID PIC X(6).
           05 OP_PASSWORD PIC X(8).
           05 OP_ROLE PIC X(10).
           05 OP_NAME PIC X(30).
           05 OP_ACTIVE PIC A(1).

       WORKING-STORAGE SECTION.
       01 MB-BORROWERS OCCURS 1000 TIMES.
       01 MB-IN-PHONE PIC X(15).

       01 OPERATOR-ID PIC X(6) VALUE SPACES.
       01 OP-STATUS PIC X(2) VALUE '00'.
       01 OPERATOR-ROLE PIC X(10) VALUE SPACES.
       01 OPERATOR-PASSWORD PIC X(8) VALUE SPACES.
       01 SIGNON-OK PIC A(1) VALUE 'N'.
       01 SIGNON-TRIES PIC 9(1) VALUE 0.
       01 OPTION-ALLOWED PIC A(1) VALUE 'N'.
       01 AU-WORK-BEFORE PIC X(111) VALUE SPACES.
       01 AU-WORK-AFTER PIC X(111) VALUE SPACES.
       01 AU-WORK-TYPE PIC X(6) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM PARA-12-SIGN-ON
               UNTIL SIGNON-OK = 'Y' OR SIGNON-TRIES = 3.
           IF SIGNON-OK NOT = 'Y' THEN
               DISPLAY "SIGN-ON FAILED - MAINTENANCE NOT STARTED"
               STOP RUN
           END-IF.
           PERFORM PARA-0-LOAD.
           PERFORM PARA-1-MENU UNTIL CONTINUE-FLAG = 'N'.
           STOP RUN.
               DISPLAY "8 - RESTORE FROM BACKUP".
               DISPLAY "ENTER CHOICE: ".
               ACCEPT MENU-CHOICE.
               PERFORM PARA-27-CHECK-AUTHORITY.
               IF OPTION-ALLOWED = 'Y' THEN
                   EVALUATE MENU-CHOICE
                     WHEN 1 PERFORM PARA-2-ADD
                     WHEN 2 PERFORM PARA-3-UPDATE
                     WHEN 3 PERFORM PARA-4-DELETE
                     WHEN 4 PERFORM PARA-5-LIST
                     WHEN 5 PERFORM PARA-14-SEED
                     WHEN 6 PERFORM PARA-6-SAVE
                            MOVE 'N' TO CONTINUE-FLAG
                     WHEN 7 PERFORM PARA-19-BROWSE-AUDIT
                     WHEN 8 PERFORM PARA-23-RESTORE
                     WHEN OTHER DISPLAY "INVALID CHOICE"
                   END-EVALUATE
               ELSE
                   DISPLAY "OPTION NOT AVAILABLE TO ROLE "
                       OPERATOR-ROLE
               END-IF.

           PARA-2-ADD.
               IF MB-COUNT NOT < MB-CAPACITY THEN
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

           PARA-13-TAKE-DETAILS.
                       END-IF
               END-READ.

      * Changing borrowers is for clerks and supervisors. The audit
      * trail is for supervisors and auditors, and only a supervisor
      * may put a backup generation back. Listing and saving are
      * open to every role.
           PARA-27-CHECK-AUTHORITY.
               MOVE 'Y' TO OPTION-ALLOWED.
               EVALUATE MENU-CHOICE
                 WHEN 1 WHEN 2 WHEN 3 WHEN 5
                     IF OPERATOR-ROLE NOT = "CLERK"
                         AND OPERATOR-ROLE NOT = "SUPERVISOR" THEN
                         MOVE 'N' TO OPTION-ALLOWED
                     END-IF
                 WHEN 7
                     IF OPERATOR-ROLE NOT = "SUPERVISOR"
                         AND OPERATOR-ROLE NOT = "AUDITOR" THEN
                         MOVE 'N' TO OPTION-ALLOWED
                     END-IF
                 WHEN 8
                     IF OPERATOR-ROLE NOT = "SUPERVISOR" THEN
                         MOVE 'N' TO OPTION-ALLOWED
                     END-IF
               END-EVALUATE.

       END PROGRAM MAINTAIN_BORROWERS.
