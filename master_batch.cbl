                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS PC-STATUS.

                   SELECT INTEGRITY-STATUS
                   ASSIGN TO 'integrity_check_status.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS IC-STATUS.

                   SELECT BATCH-CONTROL
                   ASSIGN TO 'batch_control.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS BH-STATUS.

                   SELECT PROCESSING-DATE
                   ASSIGN TO 'processing_date.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS PD-STATUS.

                   SELECT DATE-LOG
                   ASSIGN TO 'processing_date_log.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS PL-STATUS.

                   SELECT CALENDAR
                   ASSIGN TO 'business_calendar.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS BD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RUNLOG.
           05 PC-RECORD-COUNT PIC 9(5).
           05 PC-ERROR-COUNT PIC 9(5).

       FD INTEGRITY-STATUS.
       01 IC-REC.
           05 IC-RECORD-COUNT PIC 9(5).
           05 IC-ERROR-COUNT PIC 9(5).

       FD BATCH-CONTROL.
       01 BC-REC.
           05 BC-STEP PIC X(12).
           05 BH-END-TIME PIC 9(8).
           05 BH-COUNT PIC 9(5).
           05 BH-STEP-STATUS PIC X(6).
           05 BH-PROC-DATE PIC 9(8).

      * The business date every program runs under. Only the
      * end-of-day roll below rewrites it: the date it moves to, the
      * date it left, and the clock date and time of the roll.
       FD PROCESSING-DATE.
       01 PD-REC.
           05 PD-DATE PIC 9(8).
           05 PD-PREV-DATE PIC 9(8).
           05 PD-ROLL-DATE PIC 9(8).
           05 PD-ROLL-TIME PIC 9(8).

       FD DATE-LOG.
       01 PL-REC.
           05 PL-ACTION PIC X(6).
           05 PL-FROM-DATE PIC 9(8).
           05 PL-TO-DATE PIC 9(8).
           05 PL-CLOCK-DATE PIC 9(8).
           05 PL-CLOCK-TIME PIC 9(8).
           05 PL-OPERATOR PIC X(6).

       FD CALENDAR.
       01 BD-REC.
           05 BD-HOLIDAY PIC 9(8).

       WORKING-STORAGE SECTION.
       01 AS-STATUS PIC X(2) VALUE '00'.
       01 SS-STATUS PIC X(2) VALUE '00'.
       01 PC-STATUS PIC X(2) VALUE '00'.
       01 IC-STATUS PIC X(2) VALUE '00'.
       01 BC-STATUS PIC X(2) VALUE '00'.
       01 BH-STATUS PIC X(2) VALUE '00'.
       01 PD-STATUS PIC X(2) VALUE '00'.
       01 PL-STATUS PIC X(2) VALUE '00'.
       01 BD-STATUS PIC X(2) VALUE '00'.

      * The operator edits batch_control.txt before the run: one
      * card per step, step name in columns 1-12, Y/N in column 13
      * to select it, and A or C in column 14 - abort the chain or
      * continue - when the step fails. Steps always execute in the
      * fixed order ANNUITED, VALIDATE, INTEGRITY, SORT, COSTLIEST,
      * EODROLL; the cards only choose which run and what a failure
      * does.
      * With no control file the driver runs the legacy ANNUITED
      * and SORT chain. The driver ends with return code 8 when any
      * selected step failed, so the scheduler can raise an alert.
       01 CT-ENTRY OCCURS 20 TIMES.
           05 CT-STEP PIC X(12).
           05 CT-RUN PIC X(1).
       01 WS-RECORD-COUNT PIC 9(5) VALUE 0.
       01 WS-DISPLAY-COUNT PIC ZZZZ9.

      * The whole run works under one processing date, read once at
      * the start. Every step outcome already logged under that
      * date - by this run or an earlier rerun of the same day - is
      * kept here, the latest outcome winning, for the end-of-day
      * roll to judge.
       01 PROC-DATE PIC 9(8) VALUE 0.
       01 PD-FOUND PIC A(1) VALUE 'N'.
       01 DS-ENTRY OCCURS 20 TIMES.
           05 DS-STEP PIC X(12).
           05 DS-STEP-STATUS PIC X(6).
       01 DS-COUNT PIC 9(2) VALUE 0.
       01 DS-CAPACITY PIC 9(2) VALUE 20.
       01 DS-INDEX PIC 9(2) VALUE 0.
       01 DS-FOUND-INDEX PIC 9(2) VALUE 0.
       01 DS-KEY PIC X(12).
       01 BH-EOF PIC A(1) VALUE 'N'.
       01 ROLL-REFUSED PIC A(1) VALUE 'N'.

      * Next-business-day arithmetic for the roll: holidays off the
      * business-day calendar, the weekday test (Zeller's
      * congruence - day 0 is a Saturday, 1 a Sunday) and the month
      * lengths, the same as the payment posting uses for due dates.
       01 DATE-WORK.
           05 DW-YEAR PIC 9(4).
           05 DW-MONTH PIC 9(2).
           05 DW-DAY PIC 9(2).
       01 NEXT-DATE PIC 9(8) VALUE 0.
       01 MONTH-DAYS PIC 9(2) VALUE 0.
       01 LEAP-WORK PIC 9(4) VALUE 0.
       01 LEAP-REM PIC 9(4) VALUE 0.
       01 LEAP-FLAG PIC A(1) VALUE 'N'.
       01 BD-HOLIDAY-TAB OCCURS 500 TIMES PIC 9(8).
       01 BD-COUNT PIC 9(3) VALUE 0.
       01 BD-CAPACITY PIC 9(3) VALUE 500.
       01 BD-SKIPPED-COUNT PIC 9(3) VALUE 0.
       01 BD-INDEX PIC 9(3) VALUE 0.
       01 BD-EOF PIC A(1) VALUE 'N'.
       01 ROLL-DONE PIC A(1) VALUE 'N'.
       01 HOLIDAY-FOUND PIC A(1) VALUE 'N'.
       01 WEEKDAY-NUM PIC 9(1) VALUE 0.
       01 ZC-M PIC 9(4) VALUE 0.
       01 ZC-Y PIC 9(4) VALUE 0.
       01 ZC-J PIC 9(4) VALUE 0.
       01 ZC-K PIC 9(4) VALUE 0.
       01 ZC-T1 PIC 9(4) VALUE 0.
       01 ZC-T2 PIC 9(4) VALUE 0.
       01 ZC-T3 PIC 9(4) VALUE 0.
       01 ZC-SUM PIC 9(6) VALUE 0.
       01 ZC-WORK PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN OUTPUT RUNLOG.
           PERFORM PARA-15-READ-PROCESSING-DATE.
           IF PD-FOUND NOT = 'Y' THEN
               DISPLAY "NO PROCESSING DATE ON processing_date.txt - "
                   "BATCH NOT RUN"
               MOVE "NO PROCESSING DATE - BATCH NOT RUN" TO RL-LINE
               WRITE RL-LINE
               CLOSE RUNLOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO RL-LINE.
           STRING "BATCH RUN FOR PROCESSING DATE " DELIMITED BY SIZE
                  PROC-DATE DELIMITED BY SIZE
               INTO RL-LINE
           END-STRING.
           WRITE RL-LINE.
           PERFORM PARA-16-LOAD-DAY-STEPS.
           OPEN EXTEND RUN-HISTORY.
           IF BH-STATUS NOT = '00' THEN
               OPEN OUTPUT RUN-HISTORY
               PERFORM PARA-10-RUN-VALIDATE
               PERFORM PARA-9-JUDGE-STEP
           END-IF.
           MOVE "INTEGRITY" TO STEP-NAME.
           PERFORM PARA-7-SELECT-STEP.
           IF STEP-SELECTED = 'Y' AND ABORT-FLAG = 'N' THEN
               PERFORM PARA-26-RUN-INTEGRITY
               PERFORM PARA-9-JUDGE-STEP
           END-IF.
           MOVE "SORT" TO STEP-NAME.
           PERFORM PARA-7-SELECT-STEP.
           IF STEP-SELECTED = 'Y' AND ABORT-FLAG = 'N' THEN
               PERFORM PARA-11-RUN-COSTLIEST
               PERFORM PARA-9-JUDGE-STEP
           END-IF.
      * The roll runs even after an abort, so that the refusal to
      * advance the date is logged with the rest of the night.
           MOVE "EODROLL" TO STEP-NAME.
           PERFORM PARA-7-SELECT-STEP.
           IF STEP-SELECTED = 'Y' THEN
               PERFORM PARA-18-RUN-EOD-ROLL
               PERFORM PARA-9-JUDGE-STEP
           END-IF.
           CLOSE RUNLOG.
           CLOSE RUN-HISTORY.
           IF ANY-FAILED = 'Y' THEN
                   MOVE "NORUN" TO WS-STEP-STATUS
               END-IF.

           PARA-26-RUN-INTEGRITY.
               ACCEPT WS-START-DATE FROM DATE.
               ACCEPT WS-START-TIME FROM TIME.
               CALL "INTEGRITY_AUDIT".
               ACCEPT WS-END-DATE FROM DATE.
               ACCEPT WS-END-TIME FROM TIME.
               PERFORM PARA-27-READ-INTEGRITY-STATUS.
               PERFORM PARA-13-LOG-STEP.

           PARA-27-READ-INTEGRITY-STATUS.
               MOVE 0 TO WS-RECORD-COUNT.
               MOVE 0 TO WS-ERROR-COUNT.
               MOVE "OK" TO WS-STEP-STATUS.
               OPEN INPUT INTEGRITY-STATUS.
               IF IC-STATUS = '00' THEN
                   READ INTEGRITY-STATUS
                       AT END MOVE "NORUN" TO WS-STEP-STATUS
                       NOT AT END
                           MOVE IC-RECORD-COUNT TO WS-RECORD-COUNT
                           MOVE IC-ERROR-COUNT TO WS-ERROR-COUNT
                           IF IC-ERROR-COUNT > 0 THEN
                               MOVE "FAILED" TO WS-STEP-STATUS
                           END-IF
                   END-READ
                   CLOSE INTEGRITY-STATUS
               ELSE
                   MOVE "NORUN" TO WS-STEP-STATUS
               END-IF.

           PARA-3-READ-ANNUITED-STATUS.
               MOVE 0 TO WS-CONTRACT-COUNT.
               MOVE "OK" TO WS-STEP-STATUS.
                   MOVE WS-RECORD-COUNT TO BH-COUNT
               END-IF.
               MOVE WS-STEP-STATUS TO BH-STEP-STATUS.
               MOVE PROC-DATE TO BH-PROC-DATE.
               WRITE BH-REC.
               PERFORM PARA-17-NOTE-STEP.

           PARA-15-READ-PROCESSING-DATE.
               MOVE 'N' TO PD-FOUND.
               OPEN INPUT PROCESSING-DATE.
               IF PD-STATUS = '00' THEN
                   READ PROCESSING-DATE
                       AT END MOVE 'N' TO PD-FOUND
                       NOT AT END
                           IF PD-DATE IS NUMERIC AND PD-DATE > 0 THEN
                               MOVE PD-DATE TO PROC-DATE
                               MOVE 'Y' TO PD-FOUND
                           END-IF
                   END-READ
                   CLOSE PROCESSING-DATE
               END-IF.
               IF PD-FOUND = 'Y' THEN
                   DISPLAY "PROCESSING DATE " PROC-DATE
               END-IF.

           PARA-16-LOAD-DAY-STEPS.
               MOVE 0 TO DS-COUNT.
               MOVE 'N' TO BH-EOF.
               OPEN INPUT RUN-HISTORY.
               IF BH-STATUS = '00' THEN
                   PERFORM PARA-16-LOAD-ONE UNTIL BH-EOF = 'Y'
                   CLOSE RUN-HISTORY
               END-IF.

           PARA-16-LOAD-ONE.
               READ RUN-HISTORY
                   AT END MOVE 'Y' TO BH-EOF
                   NOT AT END
                       IF BH-PROC-DATE IS NUMERIC
                           AND BH-PROC-DATE = PROC-DATE THEN
                           PERFORM PARA-17-NOTE-STEP
                       END-IF
               END-READ.

           PARA-17-NOTE-STEP.
               MOVE BH-STEP TO DS-KEY.
               PERFORM PARA-17-FIND-STEP.
               IF DS-FOUND-INDEX = 0 AND DS-COUNT < DS-CAPACITY THEN
                   ADD 1 TO DS-COUNT
                   MOVE DS-COUNT TO DS-FOUND-INDEX
                   MOVE BH-STEP TO DS-STEP(DS-COUNT)
               END-IF.
               IF DS-FOUND-INDEX > 0 THEN
                   MOVE BH-STEP-STATUS TO DS-STEP-STATUS(DS-FOUND-INDEX)
               END-IF.

           PARA-17-FIND-STEP.
               MOVE 0 TO DS-FOUND-INDEX.
               MOVE 1 TO DS-INDEX.
               PERFORM PARA-17-FIND-ONE UNTIL DS-INDEX > DS-COUNT.

           PARA-17-FIND-ONE.
               IF DS-STEP(DS-INDEX) = DS-KEY THEN
                   MOVE DS-INDEX TO DS-FOUND-INDEX
                   MOVE DS-COUNT TO DS-INDEX
               END-IF
               ADD 1 TO DS-INDEX.

      * End-of-day roll. Every step selected on the control cards
      * must have finished OK under today's processing date - in
      * this run or in a rerun earlier the same day - or the date
      * stays where it is and the night can be rerun as the same
      * day. Otherwise the date moves to the next business day.
           PARA-18-RUN-EOD-ROLL.
               ACCEPT WS-START-DATE FROM DATE.
               ACCEPT WS-START-TIME FROM TIME.
               MOVE 'N' TO ROLL-REFUSED.
               MOVE 0 TO WS-RECORD-COUNT.
               MOVE 1 TO CT-INDEX.
               PERFORM PARA-19-CHECK-STEP UNTIL CT-INDEX > CT-COUNT.
               IF ROLL-REFUSED = 'Y' THEN
                   DISPLAY "END-OF-DAY ROLL REFUSED - PROCESSING DATE "
                       "STAYS " PROC-DATE
                   MOVE "FAILED" TO WS-STEP-STATUS
               ELSE
                   PERFORM PARA-20-NEXT-BUSINESS-DAY
                   PERFORM PARA-23-WRITE-PROCESSING-DATE
               END-IF.
               ACCEPT WS-END-DATE FROM DATE.
               ACCEPT WS-END-TIME FROM TIME.
               PERFORM PARA-13-LOG-STEP.

           PARA-19-CHECK-STEP.
               IF CT-RUN(CT-INDEX) = 'Y'
                   AND CT-STEP(CT-INDEX) NOT = "EODROLL" THEN
                   ADD 1 TO WS-RECORD-COUNT
                   MOVE CT-STEP(CT-INDEX) TO DS-KEY
                   PERFORM PARA-17-FIND-STEP
                   IF DS-FOUND-INDEX = 0 THEN
                       MOVE 'Y' TO ROLL-REFUSED
                       DISPLAY "STEP " CT-STEP(CT-INDEX)
                           " HAS NOT RUN FOR PROCESSING DATE "
                           PROC-DATE
                   ELSE
                       IF DS-STEP-STATUS(DS-FOUND-INDEX) NOT = "OK" THEN
                           MOVE 'Y' TO ROLL-REFUSED
                           DISPLAY "STEP " CT-STEP(CT-INDEX)
                               " ENDED " DS-STEP-STATUS(DS-FOUND-INDEX)
                               " FOR PROCESSING DATE " PROC-DATE
                       END-IF
                   END-IF
               END-IF.
               ADD 1 TO CT-INDEX.

      * Step the processing date one real day forward, then on past
      * any Saturday, Sunday or listed holiday.
           PARA-20-NEXT-BUSINESS-DAY.
               PERFORM PARA-21-LOAD-CALENDAR.
               MOVE PROC-DATE TO DATE-WORK.
               PERFORM PARA-20-STEP-ONE-DAY.
               MOVE 'N' TO ROLL-DONE.
               PERFORM PARA-20-ROLL-ONE UNTIL ROLL-DONE = 'Y'.
               MOVE DATE-WORK TO NEXT-DATE.

           PARA-20-ROLL-ONE.
               PERFORM PARA-22-WEEKDAY-NUM.
               MOVE 'N' TO HOLIDAY-FOUND.
               MOVE 1 TO BD-INDEX.
               PERFORM PARA-20-CHECK-HOLIDAY
                   UNTIL BD-INDEX > BD-COUNT
                       OR HOLIDAY-FOUND = 'Y'.
               IF WEEKDAY-NUM > 1 AND HOLIDAY-FOUND = 'N' THEN
                   MOVE 'Y' TO ROLL-DONE
               ELSE
                   PERFORM PARA-20-STEP-ONE-DAY
               END-IF.

           PARA-20-STEP-ONE-DAY.
               PERFORM PARA-24-MONTH-DAYS.
               ADD 1 TO DW-DAY.
               IF DW-DAY > MONTH-DAYS THEN
                   MOVE 1 TO DW-DAY
                   ADD 1 TO DW-MONTH
                   IF DW-MONTH > 12 THEN
                       MOVE 1 TO DW-MONTH
                       ADD 1 TO DW-YEAR
                   END-IF
               END-IF.

           PARA-20-CHECK-HOLIDAY.
               IF BD-HOLIDAY-TAB(BD-INDEX) = DATE-WORK THEN
                   MOVE 'Y' TO HOLIDAY-FOUND
               END-IF
               ADD 1 TO BD-INDEX.

           PARA-21-LOAD-CALENDAR.
               MOVE 0 TO BD-COUNT.
               MOVE 'N' TO BD-EOF.
               OPEN INPUT CALENDAR.
               IF BD-STATUS = '00' THEN
                   PERFORM PARA-21-LOAD-ONE UNTIL BD-EOF = 'Y'
                   CLOSE CALENDAR
                   IF BD-SKIPPED-COUNT > 0 THEN
                       DISPLAY BD-SKIPPED-COUNT
                           " HOLIDAY(S) EXCEEDED TABLE CAPACITY"
                   END-IF
               END-IF.

           PARA-21-LOAD-ONE.
               READ CALENDAR
                   AT END MOVE 'Y' TO BD-EOF
                   NOT AT END
                       IF BD-HOLIDAY IS NUMERIC THEN
                           IF BD-COUNT < BD-CAPACITY THEN
                               ADD 1 TO BD-COUNT
                               MOVE BD-HOLIDAY
                                   TO BD-HOLIDAY-TAB(BD-COUNT)
                           ELSE
                               ADD 1 TO BD-SKIPPED-COUNT
                           END-IF
                       END-IF
               END-READ.

      * Zeller's congruence on the date in DATE-WORK: January and
      * February count as months 13 and 14 of the prior year, and
      * the result is 0 for Saturday and 1 for Sunday.
           PARA-22-WEEKDAY-NUM.
               IF DW-MONTH < 3 THEN
                   COMPUTE ZC-M = DW-MONTH + 12
                   COMPUTE ZC-Y = DW-YEAR - 1
               ELSE
                   MOVE DW-MONTH TO ZC-M
                   MOVE DW-YEAR TO ZC-Y
               END-IF.
               COMPUTE ZC-WORK = 13 * (ZC-M + 1).
               DIVIDE ZC-WORK BY 5 GIVING ZC-T1.
               DIVIDE ZC-Y BY 100 GIVING ZC-J REMAINDER ZC-K.
               DIVIDE ZC-K BY 4 GIVING ZC-T2.
               DIVIDE ZC-J BY 4 GIVING ZC-T3.
               COMPUTE ZC-SUM = DW-DAY + ZC-T1 + ZC-K + ZC-T2
                   + ZC-T3 + 5 * ZC-J.
               DIVIDE ZC-SUM BY 7 GIVING ZC-WORK
                   REMAINDER WEEKDAY-NUM.

           PARA-23-WRITE-PROCESSING-DATE.
               OPEN OUTPUT PROCESSING-DATE.
               IF PD-STATUS NOT = '00' THEN
                   DISPLAY "CANNOT REWRITE processing_date.txt - "
                       "STATUS " PD-STATUS
                   MOVE "FAILED" TO WS-STEP-STATUS
               ELSE
                   MOVE NEXT-DATE TO PD-DATE
                   MOVE PROC-DATE TO PD-PREV-DATE
                   ACCEPT PD-ROLL-DATE FROM DATE YYYYMMDD
                   ACCEPT PD-ROLL-TIME FROM TIME
                   WRITE PD-REC
                   CLOSE PROCESSING-DATE
                   PERFORM PARA-25-LOG-ROLL
                   MOVE "OK" TO WS-STEP-STATUS
                   DISPLAY "PROCESSING DATE ROLLED FROM " PROC-DATE
                       " TO " NEXT-DATE
                   MOVE SPACES TO RL-LINE
                   STRING "PROCESSING DATE ROLLED FROM "
                              DELIMITED BY SIZE
                          PROC-DATE DELIMITED BY SIZE
                          " TO " DELIMITED BY SIZE
                          NEXT-DATE DELIMITED BY SIZE
                       INTO RL-LINE
                   END-STRING
                   WRITE RL-LINE
               END-IF.

           PARA-24-MONTH-DAYS.
               EVALUATE DW-MONTH
                 WHEN 4 MOVE 30 TO MONTH-DAYS
                 WHEN 6 MOVE 30 TO MONTH-DAYS
                 WHEN 9 MOVE 30 TO MONTH-DAYS
                 WHEN 11 MOVE 30 TO MONTH-DAYS
                 WHEN 2
                     MOVE 28 TO MONTH-DAYS
                     MOVE 'N' TO LEAP-FLAG
                     DIVIDE DW-YEAR BY 4 GIVING LEAP-WORK
                         REMAINDER LEAP-REM
                     IF LEAP-REM = 0 THEN
                         MOVE 'Y' TO LEAP-FLAG
                     END-IF
                     DIVIDE DW-YEAR BY 100 GIVING LEAP-WORK
                         REMAINDER LEAP-REM
                     IF LEAP-REM = 0 THEN
                         MOVE 'N' TO LEAP-FLAG
                     END-IF
                     DIVIDE DW-YEAR BY 400 GIVING LEAP-WORK
                         REMAINDER LEAP-REM
                     IF LEAP-REM = 0 THEN
                         MOVE 'Y' TO LEAP-FLAG
                     END-IF
                     IF LEAP-FLAG = 'Y' THEN
                         MOVE 29 TO MONTH-DAYS
                     END-IF
                 WHEN OTHER MOVE 31 TO MONTH-DAYS
               END-EVALUATE.

           PARA-25-LOG-ROLL.
               OPEN EXTEND DATE-LOG.
               IF PL-STATUS NOT = '00' THEN
                   OPEN OUTPUT DATE-LOG
               END-IF.
               MOVE "ROLL" TO PL-ACTION.
               MOVE PROC-DATE TO PL-FROM-DATE.
               MOVE NEXT-DATE TO PL-TO-DATE.
               MOVE PD-ROLL-DATE TO PL-CLOCK-DATE.
               MOVE PD-ROLL-TIME TO PL-CLOCK-TIME.
               MOVE "BATCH" TO PL-OPERATOR.
               WRITE PL-REC.
               CLOSE DATE-LOG.

       END PROGRAM MASTER_BATCH.
