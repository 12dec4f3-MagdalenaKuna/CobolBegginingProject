      ******************************************************************
      * Author:
      * Date:
      * Purpose: One-time conversion of the line-sequential bank
      *          import log into the indexed import log keyed on the
      *          bank reference. Every logged import is loaded; an
      *          entry with a blank reference or an amount that is not
      *          numeric is reported and not loaded, and a reference
      *          already on the indexed log is reported as a duplicate,
      *          so the conversion can be reviewed and rerun until the
      *          counts agree. The text file is left untouched as the
      *          conversion source.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUILD_IMPORT_LOG_INDEX.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
             SELECT FS_LOG_TEXT ASSIGN TO 'bank_import_log.txt'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LT-STATUS.

             SELECT FS_IMPORT_LOG ASSIGN TO 'bank_import_log.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS BL_REFERENCE
             FILE STATUS IS BL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD FS_LOG_TEXT.
           01 LT_REC.
               05 LT_REFERENCE PIC X(16).
               05 LT_DATE PIC 9(8).
               05 LT_IMPORTED PIC 9(8).
               05 LT_CONTRACT PIC X(10).
               05 LT_AMOUNT PIC 9(10).
               05 LT_METHOD PIC X(1).

           FD FS_IMPORT_LOG.
           01 BL_REC.
               05 BL_REFERENCE PIC X(16).
               05 BL_DATE PIC 9(8).
               05 BL_IMPORTED PIC 9(8).
               05 BL_CONTRACT PIC X(10).
               05 BL_AMOUNT PIC 9(10).
               05 BL_METHOD PIC X(1).

       WORKING-STORAGE SECTION.
       01 WS-EOF PIC A(1) VALUE 'N'.
       01 LT-STATUS PIC X(2) VALUE '00'.
       01 BL-STATUS PIC X(2) VALUE '00'.
       01 ENTRIES_LOADED PIC 9(5) VALUE 0.
       01 RECORDS_REJECTED PIC 9(5) VALUE 0.
       01 RECORDS_DUPLICATE PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT FS_LOG_TEXT.
           IF LT-STATUS NOT = '00' THEN
               DISPLAY "CANNOT OPEN bank_import_log.txt - STATUS "
                   LT-STATUS
               GOBACK
           END-IF.
           OPEN OUTPUT FS_IMPORT_LOG.
           IF BL-STATUS NOT = '00' THEN
               DISPLAY "CANNOT CREATE INDEXED IMPORT LOG - STATUS "
                   BL-STATUS
               CLOSE FS_LOG_TEXT
               GOBACK
           END-IF.
           PERFORM PARA-1-CONVERT-ONE UNTIL WS-EOF = 'Y'.
           CLOSE FS_LOG_TEXT.
           CLOSE FS_IMPORT_LOG.
           DISPLAY " ".
           DISPLAY ENTRIES_LOADED
               " IMPORT(S) LOADED TO INDEXED IMPORT LOG".
           IF RECORDS_REJECTED > 0 THEN
               DISPLAY RECORDS_REJECTED
                   " MALFORMED RECORD(S) REJECTED - REVIEW "
                   "bank_import_log.txt"
           END-IF.
           IF RECORDS_DUPLICATE > 0 THEN
               DISPLAY RECORDS_DUPLICATE
                   " DUPLICATE BANK REFERENCE(S) REJECTED"
           END-IF.
           GOBACK.

           PARA-1-CONVERT-ONE.
               READ FS_LOG_TEXT
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF LT_REFERENCE NOT = SPACES
                           AND LT_AMOUNT IS NUMERIC THEN
                           PERFORM PARA-2-WRITE-ONE
                       ELSE
                           ADD 1 TO RECORDS_REJECTED
                           DISPLAY "MALFORMED RECORD FOR "
                               LT_REFERENCE " REJECTED"
                       END-IF
               END-READ.

           PARA-2-WRITE-ONE.
               MOVE LT_REC TO BL_REC.
               WRITE BL_REC
                   INVALID KEY
                       ADD 1 TO RECORDS_DUPLICATE
                       DISPLAY "DUPLICATE BANK REFERENCE "
                           LT_REFERENCE " REJECTED"
                   NOT INVALID KEY
                       ADD 1 TO ENTRIES_LOADED
               END-WRITE.

       END PROGRAM BUILD_IMPORT_LOG_INDEX.
