      ******************************************************************
      * Author:
      * Date:
      * Purpose: One-time conversion of an indexed contract master
      *          written before the write-off columns were added to
      *          the contract record. The existing contract_master.dat
      *          is renamed contract_master_old.dat before the run and
      *          read here with the shorter record; every contract is
      *          written to a new contract_master.dat with the full
      *          record, marked as never written off and with a zero
      *          write-off date. A contract whose credit amount is not
      *          numeric is reported and not loaded, so the conversion
      *          can be reviewed and rerun until the counts agree. The
      *          renamed file is left untouched as the conversion
      *          source.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERT_CONTRACT_MASTER.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
             SELECT FS_OLD_MASTER ASSIGN TO 'contract_master_old.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS OM_CONTRACT_ID
             FILE STATUS IS OM-STATUS.

             SELECT FS_CONTRACT_MASTER ASSIGN TO 'contract_master.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CM_CONTRACT_ID
             FILE STATUS IS CM-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD FS_OLD_MASTER.
           01 OM_REC.
               05 OM_CONTRACT_ID PIC X(10).
               05 OM_CREDIT_AMOUNT PIC 9(10).
               05 OM_BANK_RATE PIC 9(10).
               05 OM_RATE_FREQUENCY PIC X(1).
               05 OM_INSTALLMENTS PIC 9(8).
               05 OM_YEARS PIC 9(8).
               05 OM_LUMP_SUM PIC 9(10).
               05 OM_REMAINING_INSTALLMENTS PIC 9(8).
               05 OM_START_DATE PIC 9(8).
               05 OM_EMPLOYEE_ID PIC X(6).
               05 OM_BORROWER_ID PIC X(6).

           FD FS_CONTRACT_MASTER.
           01 CM_REC.
               05 CM_CONTRACT_ID PIC X(10).
               05 CM_CREDIT_AMOUNT PIC 9(10).
               05 CM_BANK_RATE PIC 9(10).
               05 CM_RATE_FREQUENCY PIC X(1).
               05 CM_INSTALLMENTS PIC 9(8).
               05 CM_YEARS PIC 9(8).
               05 CM_LUMP_SUM PIC 9(10).
               05 CM_REMAINING_INSTALLMENTS PIC 9(8).
               05 CM_START_DATE PIC 9(8).
               05 CM_EMPLOYEE_ID PIC X(6).
               05 CM_BORROWER_ID PIC X(6).
               05 CM_WRITTEN_OFF PIC A(1).
               05 CM_WRITE_OFF_DATE PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-EOF PIC A(1) VALUE 'N'.
       01 OM-STATUS PIC X(2) VALUE '00'.
       01 CM-STATUS PIC X(2) VALUE '00'.
       01 CONTRACTS_LOADED PIC 9(5) VALUE 0.
       01 RECORDS_REJECTED PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT FS_OLD_MASTER.
           IF OM-STATUS NOT = '00' THEN
               DISPLAY "CANNOT OPEN contract_master_old.dat - STATUS "
                   OM-STATUS
               GOBACK
           END-IF.
           OPEN OUTPUT FS_CONTRACT_MASTER.
           IF CM-STATUS NOT = '00' THEN
               DISPLAY "CANNOT CREATE INDEXED MASTER - STATUS "
                   CM-STATUS
               CLOSE FS_OLD_MASTER
               GOBACK
           END-IF.
           PERFORM PARA-1-CONVERT-ONE UNTIL WS-EOF = 'Y'.
           CLOSE FS_OLD_MASTER.
           CLOSE FS_CONTRACT_MASTER.
           DISPLAY " ".
           DISPLAY CONTRACTS_LOADED
               " CONTRACT(S) CONVERTED TO THE FULL RECORD".
           IF RECORDS_REJECTED > 0 THEN
               DISPLAY RECORDS_REJECTED
                   " MALFORMED RECORD(S) REJECTED - REVIEW "
                   "contract_master_old.dat"
           END-IF.
           GOBACK.

           PARA-1-CONVERT-ONE.
               READ FS_OLD_MASTER
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF OM_CREDIT_AMOUNT IS NUMERIC THEN
                           PERFORM PARA-2-WRITE-ONE
                       ELSE
                           ADD 1 TO RECORDS_REJECTED
                           DISPLAY "MALFORMED RECORD FOR "
                               OM_CONTRACT_ID " REJECTED"
                       END-IF
               END-READ.

      * No contract on the old master can have been written off, as
      * the old record had nowhere to say so.
           PARA-2-WRITE-ONE.
               MOVE OM_REC TO CM_REC.
               MOVE 'N' TO CM_WRITTEN_OFF.
               MOVE 0 TO CM_WRITE_OFF_DATE.
               WRITE CM_REC
                   INVALID KEY
                       ADD 1 TO RECORDS_REJECTED
                       DISPLAY "CONTRACT " OM_CONTRACT_ID
                           " NOT LOADED - STATUS " CM-STATUS
                   NOT INVALID KEY
                       ADD 1 TO CONTRACTS_LOADED
               END-WRITE.

       END PROGRAM CONVERT_CONTRACT_MASTER.
