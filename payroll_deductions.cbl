      *          contracts and employees the people file does not
      *          know are reported and left off the instruction
      *          file so payroll is never asked to deduct from
      *          somebody it cannot pay. A written-off contract is
      *          no longer collected through payroll and is counted
      *          separately. A fee billed on the ledger (a FEE line,
      *          dated the day it was charged) is deducted the same
      *          way in the month it was charged, so the posting run
      *          collects it ahead of the installments.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
             ASSIGN TO 'payroll_deductions.txt'
             ORGANIZATION IS LINE SEQUENTIAL.

             SELECT FS_PROCESSING_DATE ASSIGN TO 'processing_date.txt'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PDC-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD FS_LEDGER.
               05 CM_START_DATE PIC 9(8).
               05 CM_EMPLOYEE_ID PIC X(6).
               05 CM_BORROWER_ID PIC X(6).
               05 CM_WRITTEN_OFF PIC A(1).
               05 CM_WRITE_OFF_DATE PIC 9(8).

           FD PEOPLE.
           01 P-F.
               05 DBREAK4 PIC A(3).
               05 PD_AMOUNT PIC 9(10).

           FD FS_PROCESSING_DATE.
           01 PDC_REC.
               05 PDC_DATE PIC 9(8).
               05 PDC_PREV_DATE PIC 9(8).
               05 PDC_ROLL_DATE PIC 9(8).
               05 PDC_ROLL_TIME PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-EOF PIC A(1) VALUE 'N'.
       01 LG-STATUS PIC X(2) VALUE '00'.
       01 PDC-STATUS PIC X(2) VALUE '00'.
       01 PDC-FOUND PIC A(1) VALUE 'N'.
       01 CM-STATUS PIC X(2) VALUE '00'.
       01 MASTER-FOUND PIC A(1) VALUE 'N'.

       01 DEDUCTION_COUNT PIC 9(5) VALUE 0.
       01 NONSTAFF_COUNT PIC 9(5) VALUE 0.
       01 UNKNOWN_EMP_COUNT PIC 9(5) VALUE 0.
       01 WRITTEN_OFF_COUNT PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM PARA-7-READ-PROCESSING-DATE.
           IF PDC-FOUND NOT = 'Y' THEN
               DISPLAY "NO PROCESSING DATE ON processing_date.txt - "
                   "NOTHING EXTRACTED"
               GOBACK
           END-IF.
           COMPUTE ASOF-MONTH = ASOF-DATE / 100.
           OPEN INPUT FS_CONTRACT_MASTER.
           IF CM-STATUS NOT = '00' THEN
                   " DUE INSTALLMENT(S) WITH AN EMPLOYEE ID THE "
                   "PEOPLE FILE DOES NOT KNOW"
           END-IF.
           IF WRITTEN_OFF_COUNT > 0 THEN
               DISPLAY WRITTEN_OFF_COUNT
                   " DUE INSTALLMENT(S) ON WRITTEN-OFF CONTRACTS "
                   "NOT DEDUCTED"
           END-IF.
           GOBACK.

           PARA-1-LOAD-PEOPLE.
                       OR CM_EMPLOYEE_ID = SPACES THEN
                       ADD 1 TO NONSTAFF_COUNT
                   ELSE
                       IF CM_WRITTEN_OFF = 'Y' THEN
                           ADD 1 TO WRITTEN_OFF_COUNT
                       ELSE
                           MOVE CM_EMPLOYEE_ID TO PP-KEY
                           PERFORM PARA-5-FIND-PERSON
                           IF PP-FOUND-INDEX = 0 THEN
                               ADD 1 TO UNKNOWN_EMP_COUNT
                               DISPLAY "EMPLOYEE " CM_EMPLOYEE_ID
                                   " ON CONTRACT " FS_L_CONTRACT
                                   " IS NOT ON THE PEOPLE FILE"
                           ELSE
                               PERFORM PARA-6-WRITE-INSTRUCTION
                           END-IF
                       END-IF
                   END-IF
               END-IF.
               WRITE PD_REC.
               ADD 1 TO DEDUCTION_COUNT.

      * The business date the run is made under. It comes from the
      * processing-date control record, which only the end-of-day
      * roll in MASTER_BATCH advances, so a run that crosses
      * midnight or a rerun after an outage still works to the
      * day it belongs to.
           PARA-7-READ-PROCESSING-DATE.
               MOVE 'N' TO PDC-FOUND.
               OPEN INPUT FS_PROCESSING_DATE.
               IF PDC-STATUS = '00' THEN
                   READ FS_PROCESSING_DATE
                       AT END MOVE 'N' TO PDC-FOUND
                       NOT AT END
                           IF PDC_DATE IS NUMERIC AND PDC_DATE > 0 THEN
                               MOVE PDC_DATE TO ASOF-DATE
                               MOVE 'Y' TO PDC-FOUND
                           END-IF
                   END-READ
                   CLOSE FS_PROCESSING_DATE
               END-IF.
               IF PDC-FOUND = 'Y' THEN
                   DISPLAY "PROCESSING DATE " ASOF-DATE
               END-IF.

       END PROGRAM PAYROLL_DEDUCTIONS.
