           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT FS_INSTALLMENTS_INF
                   ASSIGN TO 'annuited_schedule.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS FS_I_KEY
                   FILE STATUS IS FI-STATUS.

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

       WORKING-STORAGE SECTION.
      * Only the costliest TOP_N installments seen so far are held,
      * highest interest first; a row ties behind those already
      * ranked, so equal interest keeps schedule order.
       01 GROUP-OF-INSTALLMENTS OCCURS 5 TIMES.
           05 CI-CONTRACT PIC X(10).
           05 CI-INTEREST PIC 9(10)v9(2).
           05 CI-DUE-YEAR PIC 9(4).
           05 CI-DUE-INST PIC 9(4).
       01 WS-EOF PIC A(1) VALUE 'N'.
       01 FI-STATUS PIC X(2) VALUE '00'.

       01 CNTR PIC 9(4) VALUE 0.
       01 CNTR-2 PIC 9(4) VALUE 0.
       01 INSERT_AT PIC 9(4) VALUE 0.
       01 SWITCHING-INSTALLMENT.
           05 SW-CONTRACT PIC X(10).
           05 SW-INTEREST PIC 9(10)v9(2).
           05 SW-DUE-YEAR PIC 9(4).
           05 SW-DUE-INST PIC 9(4).
       01 DISPLAY_COUNTER PIC 9(4) VALUE 1.
       01 TOP_N PIC 9(2) VALUE 5.

       PROCEDURE DIVISION.
           PERFORM PARA-0-LOAD.

           DISPLAY " ".
           DISPLAY "TOP " TOP_N " COSTLIEST INSTALLMENTS BY INTEREST".
           MOVE 1 TO DISPLAY_COUNTER.
           PERFORM PARA-C UNTIL DISPLAY_COUNTER > CNTR.
           GOBACK.

           PARA-0-LOAD.
               OPEN INPUT FS_INSTALLMENTS_INF.
               IF FI-STATUS NOT = '00' THEN
                   DISPLAY "CANNOT OPEN INDEXED SCHEDULE - STATUS "
                       FI-STATUS
               ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                         READ FS_INSTALLMENTS_INF
                            AT END MOVE 'Y' TO WS-EOF
                            NOT AT END
                               MOVE FS_I_CONTRACT TO SW-CONTRACT
                               COMPUTE SW-INTEREST =
                                   FS_I_I + FS_I_I_V
                               MOVE FS_I_DUE_YEAR TO SW-DUE-YEAR
                               MOVE FS_I_DUE_INST TO SW-DUE-INST
                               PERFORM PARA-A
                         END-READ
                   END-PERFORM
                   CLOSE FS_INSTALLMENTS_INF
               END-IF.

           PARA-A.
               MOVE 0 TO INSERT_AT.
               MOVE 1 TO CNTR-2.
               PERFORM PARA-F UNTIL CNTR-2 > CNTR.
               IF INSERT_AT = 0 THEN
                   IF CNTR < TOP_N THEN
                       ADD 1 TO CNTR
                       MOVE SWITCHING-INSTALLMENT
                           TO GROUP-OF-INSTALLMENTS(CNTR)
                   END-IF
               ELSE
                   IF CNTR < TOP_N THEN
                       ADD 1 TO CNTR
                   END-IF
                   MOVE CNTR TO CNTR-2
                   PERFORM PARA-B UNTIL CNTR-2 = INSERT_AT
                   MOVE SWITCHING-INSTALLMENT
                       TO GROUP-OF-INSTALLMENTS(INSERT_AT)
               END-IF.

           PARA-B.
               MOVE GROUP-OF-INSTALLMENTS(CNTR-2 - 1)
                   TO GROUP-OF-INSTALLMENTS(CNTR-2).
               SUBTRACT 1 FROM CNTR-2.

           PARA-C.
               DISPLAY "CONTRACT " CI-CONTRACT(DISPLAY_COUNTER)
                   "/" CI-DUE-INST(DISPLAY_COUNTER)
               ADD 1 TO DISPLAY_COUNTER.

           PARA-F.
               IF INSERT_AT = 0 THEN
                   IF SW-INTEREST > CI-INTEREST(CNTR-2) THEN
                       MOVE CNTR-2 TO INSERT_AT
                   END-IF
               END-IF.
               ADD 1 TO CNTR-2.

       END PROGRAM COSTLIEST_INSTALLMENTS.
