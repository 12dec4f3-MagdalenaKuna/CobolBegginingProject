      *          contracts file whose completion date is on or
      *          before the retention cutoff (first line of
      *          archive_parameters.txt, YYYYMMDD) are appended to
      *          the cumulative history file in the schedule's
      *          printed row layout, and each row is deleted from the
      *          keyed schedule once it is safely written there, so
      *          the live schedule is never rewritten wholesale. The
      *          archival report accounts for every row read, so it
      *          proves nothing was lost.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
             SELECT FS_INSTALLMENTS_INF
             ASSIGN TO 'annuited_schedule.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS FS_I_KEY
             FILE STATUS IS FI-STATUS.

             SELECT FS_HISTORY ASSIGN TO 'annuited_history.txt'
             ORGANIZATION IS LINE SEQUENTIAL
             RECORD KEY IS PO_KEY
             FILE STATUS IS PO-STATUS.

             SELECT FS_PROCESSING_DATE ASSIGN TO 'processing_date.txt'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PD-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

           FD FS_HISTORY.
           01 AH_LINE PIC X(101).
               05 PO_SCHED PIC 9(10)v9(2).
               05 PO_PAID PIC 9(10)v9(2).

           FD FS_PROCESSING_DATE.
           01 PD_REC.
               05 PD_DATE PIC 9(8).
               05 PD_PREV_DATE PIC 9(8).
               05 PD_ROLL_DATE PIC 9(8).
               05 PD_ROLL_TIME PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-EOF PIC A(1) VALUE 'N'.
       01 AH-STATUS PIC X(2) VALUE '00'.
       01 FI-STATUS PIC X(2) VALUE '00'.
       01 PD-STATUS PIC X(2) VALUE '00'.
       01 PD-FOUND PIC A(1) VALUE 'N'.
       01 FC-STATUS PIC X(2) VALUE '00'.
       01 AP-STATUS PIC X(2) VALUE '00'.
       01 AL-STATUS PIC X(2) VALUE '00'.
       01 ROWS_MOVED PIC 9(5) VALUE 0.
       01 ROWS_KEPT PIC 9(5) VALUE 0.
       01 CONTRACTS_MOVED PIC 9(3) VALUE 0.
       01 ROW_CONTRACT PIC X(10).

      * A schedule row in the printed layout the history file has
      * always held, so the history inquiry reads old and new rows
      * alike.
       01 AH-ROW.
           05 AH-R-CONTRACT PIC X(10).
           05 FILLER PIC X(3) VALUE SPACES.
           05 AH-R-C PIC 9(10).
           05 FILLER PIC X(1) VALUE ".".
           05 AH-R-C-V PIC v9(2).
           05 FILLER PIC X(3) VALUE SPACES.
           05 AH-R-I PIC 9(10).
           05 FILLER PIC X(1) VALUE ".".
           05 AH-R-I-V PIC v9(2).
           05 FILLER PIC X(3) VALUE SPACES.
           05 AH-R-A PIC 9(10).
           05 FILLER PIC X(1) VALUE ".".
           05 AH-R-A-V PIC v9(2).
           05 FILLER PIC X(3) VALUE SPACES.
           05 AH-R-DUE-YEAR PIC 9(4).
           05 FILLER PIC X(1) VALUE "/".
           05 AH-R-DUE-INST PIC 9(4).
           05 FILLER PIC X(3) VALUE SPACES.
           05 AH-R-BAL PIC 9(10).
           05 FILLER PIC X(1) VALUE ".".
           05 AH-R-BAL-V PIC v9(2).
           05 FILLER PIC X(3) VALUE SPACES.
           05 AH-R-REPROCESSED PIC A(1).
           05 FILLER PIC X(3) VALUE SPACES.
           05 AH-R-RATE PIC 9(3).
           05 FILLER PIC X(1) VALUE ".".
           05 AH-R-RATE-V PIC v9(4).

       01 AR-ED-COUNT PIC ZZZZ9.
       01 AR-DETAIL.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM PARA-11-READ-PROCESSING-DATE.
           IF PD-FOUND NOT = 'Y' THEN
               DISPLAY "NO PROCESSING DATE ON processing_date.txt - "
                   "NOTHING ARCHIVED"
               GOBACK
           END-IF.
           PERFORM PARA-1-READ-PARAMETERS.
           IF PARAMETERS_OK NOT = 'Y' THEN
               DISPLAY "NO RETENTION CUTOFF IN "
               GOBACK
           END-IF.
           PERFORM PARA-2-LOAD-COMPLETED.
           OPEN I-O FS_INSTALLMENTS_INF.
           IF FI-STATUS NOT = '00' THEN
               DISPLAY "CANNOT OPEN INDEXED SCHEDULE - STATUS "
                   FI-STATUS " - NOTHING ARCHIVED"
               GOBACK
           END-IF.
           PERFORM PARA-3-MOVE-ROWS.
           PERFORM PARA-9-PURGE-POSITIONS.
           PERFORM PARA-6-WRITE-REPORT.
           GOBACK.
                       END-IF
               END-READ.

           PARA-3-MOVE-ROWS.
               MOVE 'N' TO WS-EOF.
               OPEN EXTEND FS_HISTORY.
               IF AH-STATUS NOT = '00' THEN
                   OPEN OUTPUT FS_HISTORY
               END-IF.
               PERFORM PARA-3-MOVE-ONE UNTIL WS-EOF = 'Y'.
               CLOSE FS_INSTALLMENTS_INF.
               CLOSE FS_HISTORY.

      * A row of an archivable completed contract is written to
      * history and then deleted from the schedule; every other row
      * stays where it is.
           PARA-3-MOVE-ONE.
               READ FS_INSTALLMENTS_INF
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO ROWS_READ
                       MOVE FS_I_CONTRACT TO ROW_CONTRACT
                       PERFORM PARA-4-FIND-COMPLETED
                       IF AC-FOUND-INDEX > 0 THEN
                           IF AC-ARCHIVE(AC-FOUND-INDEX) = 'Y' THEN
                               PERFORM PARA-5-ARCHIVE-ROW
                           ELSE
                               ADD 1 TO ROWS_KEPT
                           END-IF
                       ELSE
                           ADD 1 TO ROWS_KEPT
                       END-IF
               END-READ.

               END-IF
               ADD 1 TO AC-INDEX.

           PARA-5-ARCHIVE-ROW.
               MOVE FS_I_CONTRACT TO AH-R-CONTRACT.
               MOVE FS_I_C TO AH-R-C.
               MOVE FS_I_C_V TO AH-R-C-V.
               MOVE FS_I_I TO AH-R-I.
               MOVE FS_I_I_V TO AH-R-I-V.
               MOVE FS_I_A TO AH-R-A.
               MOVE FS_I_A_V TO AH-R-A-V.
               MOVE FS_I_DUE_YEAR TO AH-R-DUE-YEAR.
               MOVE FS_I_DUE_INST TO AH-R-DUE-INST.
               MOVE FS_I_BAL TO AH-R-BAL.
               MOVE FS_I_BAL_V TO AH-R-BAL-V.
               MOVE FS_I_REPROCESSED TO AH-R-REPROCESSED.
               MOVE FS_I_RATE TO AH-R-RATE.
               MOVE FS_I_RATE_V TO AH-R-RATE-V.
               MOVE AH-ROW TO AH_LINE.
               WRITE AH_LINE.
               DELETE FS_INSTALLMENTS_INF.
               IF FI-STATUS NOT = '00' THEN
                   DISPLAY "SCHEDULE ROW FOR " FS_I_CONTRACT
                       " NOT DELETED - STATUS " FI-STATUS
               END-IF.
               ADD 1 TO ROWS_MOVED.
               ADD 1 TO AC-ROWS-MOVED(AC-FOUND-INDEX).

      * Delete every paid position belonging to a contract archived
      * past the cutoff. Each pass re-positions at the contract's
               STRING "SCHEDULE ARCHIVAL - CUTOFF "
                          DELIMITED BY SIZE
                      CUTOFF_DATE DELIMITED BY SIZE
                      " - PROCESSING DATE " DELIMITED BY SIZE
                      RUN_DATE DELIMITED BY SIZE
                   INTO AR_LINE
               END-STRING
               WRITE AR_LINE.
               MOVE AR-DETAIL TO AR_LINE.
               WRITE AR_LINE.

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
                               MOVE PD_DATE TO RUN_DATE
                               MOVE 'Y' TO PD-FOUND
                           END-IF
                   END-READ
                   CLOSE FS_PROCESSING_DATE
               END-IF.
               IF PD-FOUND = 'Y' THEN
                   DISPLAY "PROCESSING DATE " RUN_DATE
               END-IF.

       END PROGRAM ARCHIVE_SCHEDULES.
