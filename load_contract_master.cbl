             SELECT FS_CONTRACT_MASTER ASSIGN TO 'contract_master.txt'
             ORGANIZATION IS LINE SEQUENTIAL.

             SELECT FS_PROCESSING_DATE ASSIGN TO 'processing_date.txt'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PD-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD FS_CREDIT_INF.
               05 CM_START_DATE PIC 9(8).
               05 CM_EMPLOYEE_ID PIC X(6).
               05 CM_BORROWER_ID PIC X(6).
               05 CM_WRITTEN_OFF PIC A(1).
               05 CM_WRITE_OFF_DATE PIC 9(8).

           FD FS_PROCESSING_DATE.
           01 PD_REC.
               05 PD_DATE PIC 9(8).
               05 PD_PREV_DATE PIC 9(8).
               05 PD_ROLL_DATE PIC 9(8).
               05 PD_ROLL_TIME PIC 9(8).

       WORKING-STORAGE SECTION.
       01 PD-STATUS PIC X(2) VALUE '00'.
       01 PD-FOUND PIC A(1) VALUE 'N'.
       01 WS-EOF PIC A(1) VALUE 'N'.
       01 FIELD_COUNTER PIC 9(1) VALUE 0.


       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM PARA-3-READ-PROCESSING-DATE.
           IF PD-FOUND NOT = 'Y' THEN
               DISPLAY "NO PROCESSING DATE ON processing_date.txt - "
                   "NOTHING LOADED"
               GOBACK
           END-IF.
           OPEN INPUT FS_CREDIT_INF.
           OPEN OUTPUT FS_CONTRACT_MASTER.
           PERFORM PARA-0 UNTIL WS-EOF = 'Y'.
                           CM_CONTRACT_ID " - BLOCK REJECTED"
                   ELSE
                       MOVE CONVERSION_DATE TO CM_START_DATE
                       MOVE 'N' TO CM_WRITTEN_OFF
                       MOVE 0 TO CM_WRITE_OFF_DATE
                       WRITE CM_REC
                       ADD 1 TO CONTRACTS_WRITTEN
                   END-IF
                   MOVE ZEROES TO FS_C_VALUE
               END-IF.

      * The business date the run is made under. It comes from the
      * processing-date control record, which only the end-of-day
      * roll in MASTER_BATCH advances, so a run that crosses
      * midnight or a rerun after an outage still works to the
      * day it belongs to.
           PARA-3-READ-PROCESSING-DATE.
               MOVE 'N' TO PD-FOUND.
               OPEN INPUT FS_PROCESSING_DATE.
               IF PD-STATUS = '00' THEN
                   READ FS_PROCESSING_DATE
                       AT END MOVE 'N' TO PD-FOUND
                       NOT AT END
                           IF PD_DATE IS NUMERIC AND PD_DATE > 0 THEN
                               MOVE PD_DATE TO CONVERSION_DATE
                               MOVE 'Y' TO PD-FOUND
                           END-IF
                   END-READ
                   CLOSE FS_PROCESSING_DATE
               END-IF.
               IF PD-FOUND = 'Y' THEN
                   DISPLAY "PROCESSING DATE " CONVERSION_DATE
               END-IF.

       END PROGRAM LOAD_CONTRACT_MASTER.
