      ******************************************************************
      * Author:
      * Date:
      * Purpose: Contract changes report. Contract adds, rate amends
      *          and closes keyed in the contract maintenance, and
      *          approved loan applications held by the intake run as
      *          application adds keyed in the name of the
      *          supervisor who marked them approved, wait on the
      *          pending-changes file until a supervisor other than
      *          the one who keyed them approves or rejects them.
      *          This report lists every entry on that file in three
      *          sections - still pending, approved and rejected -
      *          each in contract order with the operator who keyed
      *          the change and when, the supervisor who checked it
      *          and when, and the reason a change was rejected. A
      *          rate amend also shows the rate before and after. Each
      *          section ends with its count, so the maker and checker
      *          of every contract change can be read off one page and
      *          traced to the contract audit log.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTRACT_CHANGES_REPORT.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
             SELECT OPTIONAL FS_PENDING
             ASSIGN TO 'contract_pending.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PC_KEY
             FILE STATUS IS PC-STATUS.

             SELECT FS_REPORT ASSIGN TO 'contract_changes_report.txt'
             ORGANIZATION IS LINE SEQUENTIAL.

             SELECT FS_PROCESSING_DATE ASSIGN TO 'processing_date.txt'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PD-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One entry per held change. The status is P while it waits, A
      * once approved and R once rejected; the before and after
      * images are the whole master record.
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

           FD FS_REPORT.
           01 CR_LINE PIC X(120).

           FD FS_PROCESSING_DATE.
           01 PD_REC.
               05 PD_DATE PIC 9(8).
               05 PD_PREV_DATE PIC 9(8).
               05 PD_ROLL_DATE PIC 9(8).
               05 PD_ROLL_TIME PIC 9(8).

       WORKING-STORAGE SECTION.
       01 PC-STATUS PIC X(2) VALUE '00'.
       01 PD-STATUS PIC X(2) VALUE '00'.
       01 PD-FOUND PIC A(1) VALUE 'N'.
       01 ASOF-DATE PIC 9(8) VALUE 0.
       01 PENDING-DONE PIC A(1) VALUE 'N'.

      * The section being written takes the entries of one status.
       01 SECTION-STATUS PIC X(1) VALUE SPACE.
       01 SECTION-TITLE PIC X(30) VALUE SPACES.
       01 SECTION_COUNT PIC 9(5) VALUE 0.
       01 PENDING_COUNT PIC 9(5) VALUE 0.
       01 APPROVED_COUNT PIC 9(5) VALUE 0.
       01 REJECTED_COUNT PIC 9(5) VALUE 0.

      * The bank rate sits in the same place in both images.
       01 PC-IMAGE.
           05 FILLER PIC X(20).
           05 PI-RATE PIC 9(10).
           05 FILLER PIC X(64).
       01 RATE-WORK PIC 9(3)v9(4) VALUE 0.
       01 ED-RATE PIC ZZ9.9999.

       01 CR-DETAIL.
           05 CR-D-CONTRACT PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CR-D-SEQ PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CR-D-TYPE PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CR-D-MAKER PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CR-D-MADE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CR-D-CHECKER PIC X(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CR-D-CHECKED PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CR-D-OLD-RATE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CR-D-NEW-RATE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CR-D-NOTE PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM PARA-5-READ-PROCESSING-DATE.
           IF PD-FOUND NOT = 'Y' THEN
               DISPLAY "NO PROCESSING DATE ON processing_date.txt - "
                   "NOTHING REPORTED"
               GOBACK
           END-IF.
           OPEN INPUT FS_PENDING.
           IF PC-STATUS NOT = '00' AND PC-STATUS NOT = '05' THEN
               DISPLAY "CANNOT OPEN PENDING-CHANGES FILE - STATUS "
                   PC-STATUS
               GOBACK
           END-IF.
           OPEN OUTPUT FS_REPORT.
           MOVE SPACES TO CR_LINE.
           STRING "CONTRACT CHANGES AS OF " DELIMITED BY SIZE
                  ASOF-DATE DELIMITED BY SIZE
               INTO CR_LINE
           END-STRING.
           WRITE CR_LINE.
           MOVE 'P' TO SECTION-STATUS.
           MOVE "PENDING APPROVAL" TO SECTION-TITLE.
           PERFORM PARA-1-WRITE-SECTION.
           MOVE SECTION_COUNT TO PENDING_COUNT.
           MOVE 'A' TO SECTION-STATUS.
           MOVE "APPROVED" TO SECTION-TITLE.
           PERFORM PARA-1-WRITE-SECTION.
           MOVE SECTION_COUNT TO APPROVED_COUNT.
           MOVE 'R' TO SECTION-STATUS.
           MOVE "REJECTED" TO SECTION-TITLE.
           PERFORM PARA-1-WRITE-SECTION.
           MOVE SECTION_COUNT TO REJECTED_COUNT.
           CLOSE FS_REPORT.
           CLOSE FS_PENDING.
           DISPLAY " ".
           DISPLAY PENDING_COUNT " CHANGE(S) PENDING, "
               APPROVED_COUNT " APPROVED, " REJECTED_COUNT
               " REJECTED".
           GOBACK.

      * One pass over the file per section, taking only the entries
      * of the section's status, so each section is in key order.
           PARA-1-WRITE-SECTION.
               MOVE 0 TO SECTION_COUNT.
               MOVE SPACES TO CR_LINE.
               WRITE CR_LINE.
               MOVE SECTION-TITLE TO CR_LINE.
               WRITE CR_LINE.
               MOVE SPACES TO CR_LINE.
               STRING "CONTRACT    SEQ   TYPE    MAKER   MADE      "
                          DELIMITED BY SIZE
                      "CHECKER  CHECKED   OLD RATE  NEW RATE  NOTE"
                          DELIMITED BY SIZE
                   INTO CR_LINE
               END-STRING.
               WRITE CR_LINE.
               MOVE 'N' TO PENDING-DONE.
               MOVE SPACES TO PC_CONTRACT.
               MOVE 0 TO PC_SEQ.
               START FS_PENDING KEY NOT < PC_KEY
                   INVALID KEY MOVE 'Y' TO PENDING-DONE
               END-START.
               PERFORM PARA-2-READ-ONE UNTIL PENDING-DONE = 'Y'.
               MOVE SPACES TO CR_LINE.
               STRING SECTION_COUNT DELIMITED BY SIZE
                      " CHANGE(S)" DELIMITED BY SIZE
                   INTO CR_LINE
               END-STRING.
               WRITE CR_LINE.

           PARA-2-READ-ONE.
               READ FS_PENDING NEXT RECORD
                   AT END MOVE 'Y' TO PENDING-DONE
                   NOT AT END
                       IF PC_STATUS = SECTION-STATUS THEN
                           PERFORM PARA-3-WRITE-ONE
                       END-IF
               END-READ.

           PARA-3-WRITE-ONE.
               MOVE SPACES TO CR-DETAIL.
               MOVE PC_CONTRACT TO CR-D-CONTRACT.
               MOVE PC_SEQ TO CR-D-SEQ.
               MOVE PC_TYPE TO CR-D-TYPE.
               MOVE PC_MAKER TO CR-D-MAKER.
               MOVE PC_MADE_DATE TO CR-D-MADE.
               IF PC_STATUS NOT = 'P' THEN
                   MOVE PC_CHECKER TO CR-D-CHECKER
                   MOVE PC_CHECKED_DATE TO CR-D-CHECKED
               END-IF.
               IF PC_TYPE = "AMEND" THEN
                   PERFORM PARA-4-RATES
               END-IF.
               MOVE PC_NOTE TO CR-D-NOTE.
               MOVE CR-DETAIL TO CR_LINE.
               WRITE CR_LINE.
               ADD 1 TO SECTION_COUNT.

      * Rates are held in basis points and shown as a fraction, the
      * way the contract maintenance shows them.
           PARA-4-RATES.
               MOVE PC_BEFORE TO PC-IMAGE.
               IF PI-RATE IS NUMERIC THEN
                   COMPUTE RATE-WORK = PI-RATE / 10000
                   MOVE RATE-WORK TO ED-RATE
                   MOVE ED-RATE TO CR-D-OLD-RATE
               END-IF.
               MOVE PC_AFTER TO PC-IMAGE.
               IF PI-RATE IS NUMERIC THEN
                   COMPUTE RATE-WORK = PI-RATE / 10000
                   MOVE RATE-WORK TO ED-RATE
                   MOVE ED-RATE TO CR-D-NEW-RATE
               END-IF.

      * The business date the run is made under. It comes from the
      * processing-date control record, which only the end-of-day
      * roll in MASTER_BATCH advances, so a run that crosses
      * midnight or a rerun after an outage still works to the
      * day it belongs to.
           PARA-5-READ-PROCESSING-DATE.
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

       END PROGRAM CONTRACT_CHANGES_REPORT.
