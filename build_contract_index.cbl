               05 MT_START_DATE PIC 9(8).
               05 MT_EMPLOYEE_ID PIC X(6).
               05 MT_BORROWER_ID PIC X(6).
               05 MT_WRITTEN_OFF PIC A(1).
               05 MT_WRITE_OFF_DATE PIC 9(8).

           FD FS_CONTRACT_MASTER.
           01 CM_REC.
               05 CM_START_DATE PIC 9(8).
               05 CM_EMPLOYEE_ID PIC X(6).
               05 CM_BORROWER_ID PIC X(6).
               05 CM_WRITTEN_OFF PIC A(1).
               05 CM_WRITE_OFF_DATE PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-EOF PIC A(1) VALUE 'N'.
                       END-IF
               END-READ.

      * A text record cut before the write-off columns were added
      * comes through blank there; it is loaded as never written off.
           PARA-2-WRITE-ONE.
               MOVE MT_REC TO CM_REC.
               IF MT_WRITTEN_OFF NOT = 'Y' THEN
                   MOVE 'N' TO CM_WRITTEN_OFF
               END-IF.
               IF MT_WRITE_OFF_DATE IS NOT NUMERIC THEN
                   MOVE 0 TO CM_WRITE_OFF_DATE
               END-IF.
               WRITE CM_REC
                   INVALID KEY
                       ADD 1 TO RECORDS_DUPLICATE
