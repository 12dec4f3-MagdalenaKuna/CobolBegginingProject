                   ASSIGN TO 'people_check_status.txt'
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT PROCESSING-DATE
                   ASSIGN TO 'processing_date.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS PD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PEOPLE.
           05 PC-RECORD-COUNT PIC 9(5).
           05 PC-ERROR-COUNT PIC 9(5).

       FD PROCESSING-DATE.
       01 PD-REC.
           05 PD-DATE PIC 9(8).
           05 PD-PREV-DATE PIC 9(8).
           05 PD-ROLL-DATE PIC 9(8).
           05 PD-ROLL-TIME PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-EOF PIC A(1) VALUE 'N'.
       01 DR-STATUS PIC X(2) VALUE '00'.
       01 PD-STATUS PIC X(2) VALUE '00'.
       01 PD-FOUND PIC A(1) VALUE 'N'.
       01 ASOF-DATE PIC 9(8) VALUE 0.

       01 VP-PEOPLE OCCURS 500 TIMES.
           05 VP-NAME PIC A(15).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM PARA-9-READ-PROCESSING-DATE.
           IF PD-FOUND NOT = 'Y' THEN
               DISPLAY "NO PROCESSING DATE ON processing_date.txt - "
                   "NOTHING CHECKED"
               GOBACK
           END-IF.
           PERFORM PARA-0-LOAD-PEOPLE.
           PERFORM PARA-1-LOAD-DEPT-REF.
           OPEN OUTPUT EXCEPTIONS.
           MOVE SPACES TO EX-LINE.
           STRING "PEOPLE FILE EXCEPTIONS - PROCESSING DATE "
                      DELIMITED BY SIZE
                  ASOF-DATE DELIMITED BY SIZE
               INTO EX-LINE
           END-STRING
           WRITE EX-LINE.
               WRITE PC-REC.
               CLOSE CHECK-RUNSTATUS.

      * The business date the run is made under. It comes from the
      * processing-date control record, which only the end-of-day
      * roll in MASTER_BATCH advances, so a run that crosses
      * midnight or a rerun after an outage still works to the
      * day it belongs to.
           PARA-9-READ-PROCESSING-DATE.
               MOVE 'N' TO PD-FOUND.
               OPEN INPUT PROCESSING-DATE.
               IF PD-STATUS = '00' THEN
                   READ PROCESSING-DATE
                       AT END MOVE 'N' TO PD-FOUND
                       NOT AT END
                           IF PD-DATE IS NUMERIC AND PD-DATE > 0 THEN
                               MOVE PD-DATE TO ASOF-DATE
                               MOVE 'Y' TO PD-FOUND
                           END-IF
                   END-READ
                   CLOSE PROCESSING-DATE
               END-IF.
               IF PD-FOUND = 'Y' THEN
                   DISPLAY "PROCESSING DATE " ASOF-DATE
               END-IF.

       END PROGRAM VALIDATE_PEOPLE.
