      ******************************************************************
      * Author:
      * Date:
      * Purpose: One-time conversion of the line-sequential schedule
      *          text file written by earlier schedule runs into the
      *          indexed schedule keyed on contract and due period.
      *          The column-heading lines are passed over. A row
      *          written twice after a checkpoint restart carries the
      *          same figures both times, so the later one replaces
      *          the earlier and is counted, not loaded a second time.
      *          A row whose amounts are not numeric is reported and
      *          not loaded, so the conversion can be reviewed and
      *          rerun until the counts agree. The text file is left
      *          untouched as the conversion source.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUILD_SCHEDULE_INDEX.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
             SELECT FS_SCHEDULE_TEXT ASSIGN TO 'annuited_output.txt'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ST-STATUS.

             SELECT FS_INSTALLMENTS_INF
             ASSIGN TO 'annuited_schedule.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS FS_I_KEY
             FILE STATUS IS FI-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD FS_SCHEDULE_TEXT.
           01 ST_REC.
               05 ST_CONTRACT PIC X(10).
               05 ST_BREAK0 PIC A(3).
               05 ST_C PIC 9(10).
               05 ST_C_DOT PIC A(1).
               05 ST_C_V PIC v9(2).
               05 ST_BREAK PIC A(3).
               05 ST_I PIC 9(10).
               05 ST_I_DOT PIC A(1).
               05 ST_I_V PIC v9(2).
               05 ST_BREAK2 PIC A(3).
               05 ST_A PIC 9(10).
               05 ST_A_DOT PIC A(1).
               05 ST_A_V PIC v9(2).
               05 ST_BREAK3 PIC A(3).
               05 ST_DUE_YEAR PIC 9(4).
               05 ST_DUE_SEP PIC A(1).
               05 ST_DUE_INST PIC 9(4).
               05 ST_BREAK4 PIC A(3).
               05 ST_BAL PIC 9(10).
               05 ST_BAL_DOT PIC A(1).
               05 ST_BAL_V PIC v9(2).
               05 ST_BREAK5 PIC A(3).
               05 ST_REPROCESSED PIC A(1).
               05 ST_BREAK6 PIC A(3).
               05 ST_RATE PIC 9(3).
               05 ST_RATE_DOT PIC A(1).
               05 ST_RATE_V PIC v9(4).

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

       WORKING-STORAGE SECTION.
       01 WS-EOF PIC A(1) VALUE 'N'.
       01 ST-STATUS PIC X(2) VALUE '00'.
       01 FI-STATUS PIC X(2) VALUE '00'.
       01 ROWS_LOADED PIC 9(7) VALUE 0.
       01 ROWS_REPLACED PIC 9(7) VALUE 0.
       01 ROWS_REJECTED PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT FS_SCHEDULE_TEXT.
           IF ST-STATUS NOT = '00' THEN
               DISPLAY "CANNOT OPEN annuited_output.txt - STATUS "
                   ST-STATUS
               GOBACK
           END-IF.
      * Created empty, then reopened for update so a restarted row
      * can be rewritten in place.
           OPEN OUTPUT FS_INSTALLMENTS_INF.
           IF FI-STATUS = '00' THEN
               CLOSE FS_INSTALLMENTS_INF
               OPEN I-O FS_INSTALLMENTS_INF
           END-IF.
           IF FI-STATUS NOT = '00' THEN
               DISPLAY "CANNOT CREATE INDEXED SCHEDULE - STATUS "
                   FI-STATUS
               CLOSE FS_SCHEDULE_TEXT
               GOBACK
           END-IF.
           PERFORM PARA-1-CONVERT-ONE UNTIL WS-EOF = 'Y'.
           CLOSE FS_SCHEDULE_TEXT.
           CLOSE FS_INSTALLMENTS_INF.
           DISPLAY " ".
           DISPLAY ROWS_LOADED " SCHEDULE ROW(S) LOADED TO INDEXED "
               "SCHEDULE".
           IF ROWS_REPLACED > 0 THEN
               DISPLAY ROWS_REPLACED
                   " REPROCESSED ROW(S) REPLACED THE ROW ALREADY "
                   "LOADED"
           END-IF.
           IF ROWS_REJECTED > 0 THEN
               DISPLAY ROWS_REJECTED
                   " MALFORMED ROW(S) REJECTED - REVIEW "
                   "annuited_output.txt"
           END-IF.
           GOBACK.

           PARA-1-CONVERT-ONE.
               READ FS_SCHEDULE_TEXT
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ST_CONTRACT NOT = "CONTRACT I" THEN
                           IF ST_C IS NUMERIC AND ST_I IS NUMERIC
                               AND ST_A IS NUMERIC
                               AND ST_BAL IS NUMERIC
                               AND ST_DUE_YEAR IS NUMERIC
                               AND ST_DUE_INST IS NUMERIC THEN
                               PERFORM PARA-2-WRITE-ONE
                           ELSE
                               ADD 1 TO ROWS_REJECTED
                               DISPLAY "MALFORMED ROW FOR "
                                   ST_CONTRACT " REJECTED"
                           END-IF
                       END-IF
               END-READ.

           PARA-2-WRITE-ONE.
               MOVE ST_CONTRACT TO FS_I_CONTRACT.
               MOVE ST_DUE_YEAR TO FS_I_DUE_YEAR.
               MOVE ST_DUE_INST TO FS_I_DUE_INST.
               MOVE ST_C TO FS_I_C.
               MOVE ST_C_V TO FS_I_C_V.
               MOVE ST_I TO FS_I_I.
               MOVE ST_I_V TO FS_I_I_V.
               MOVE ST_A TO FS_I_A.
               MOVE ST_A_V TO FS_I_A_V.
               MOVE ST_BAL TO FS_I_BAL.
               MOVE ST_BAL_V TO FS_I_BAL_V.
               MOVE ST_REPROCESSED TO FS_I_REPROCESSED.
      * Rows written before the rate column existed read back with
      * spaces there; they are loaded with a zero rate.
               IF ST_RATE IS NUMERIC AND ST_RATE_V IS NUMERIC THEN
                   MOVE ST_RATE TO FS_I_RATE
                   MOVE ST_RATE_V TO FS_I_RATE_V
               ELSE
                   MOVE 0 TO FS_I_RATE
                   MOVE 0 TO FS_I_RATE_V
               END-IF.
               WRITE FS_I
                   INVALID KEY
                       REWRITE FS_I
                           INVALID KEY
                               ADD 1 TO ROWS_REJECTED
                               DISPLAY "ROW FOR " ST_CONTRACT
                                   " NOT LOADED - STATUS " FI-STATUS
                           NOT INVALID KEY
                               ADD 1 TO ROWS_REPLACED
                       END-REWRITE
                   NOT INVALID KEY
                       ADD 1 TO ROWS_LOADED
               END-WRITE.

       END PROGRAM BUILD_SCHEDULE_INDEX.
