      *          annuity arithmetic as the production schedule run
      *          for each one, and writes a side-by-side comparison
      *          report: installment amount, total interest and
      *          total cost per scenario. The arrangement fee the
      *          fee schedule in fee_parameters.txt would charge is
      *          quoted with it and counted in the total cost, and
      *          the annual percentage rate of charge including the
      *          fee is shown beside the nominal rate for the
      *          consumer-credit disclosure. The program opens no
      *          production file - the schedule, the checkpoint and
      *          the completed-contracts file cannot be touched by a
      *          quotation.
             SELECT FS_QUOTATION ASSIGN TO 'quotation_report.txt'
             ORGANIZATION IS LINE SEQUENTIAL.

             SELECT FS_FEE_PARAMETERS ASSIGN TO 'fee_parameters.txt'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FP-STATUS.

             SELECT FS_PROCESSING_DATE ASSIGN TO 'processing_date.txt'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PD-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD FS_SCENARIOS.
               05 SC_YEARS PIC 9(8).

           FD FS_QUOTATION.
           01 QT_LINE PIC X(150).

           FD FS_FEE_PARAMETERS.
           01 FP_REC.
               05 FP_ARRANGE_FLAT PIC 9(10).
               05 FP_ARRANGE_RATE PIC 9(5).
               05 FP_LATE_ADMIN PIC 9(10).

           FD FS_PROCESSING_DATE.
           01 PD_REC.
               05 PD_DATE PIC 9(8).
               05 PD_PREV_DATE PIC 9(8).
               05 PD_ROLL_DATE PIC 9(8).
               05 PD_ROLL_TIME PIC 9(8).

       WORKING-STORAGE SECTION.
       01 PD-STATUS PIC X(2) VALUE '00'.
       01 PD-FOUND PIC A(1) VALUE 'N'.
       01 ASOF-DATE PIC 9(8) VALUE 0.
       01 WS-EOF PIC A(1) VALUE 'N'.
       01 COUNTER PIC 9(3) VALUE 0.
       01 POW_COUNTER PIC 9(3) VALUE 1.
       01 INPUT_RAW_VALUE PIC 9(10) VALUE 0.
       01 SCENARIO_OK PIC A(1) VALUE 'N'.
       01 SCENARIO_COUNT PIC 9(3) VALUE 0.
       01 FP-STATUS PIC X(2) VALUE '00'.

      * Arrangement fee terms off the fee schedule, in currency and
      * as a fraction of the credit, and the fee for the scenario.
       01 ARRANGE_FLAT PIC 9(10)v9(2) VALUE 0.
       01 ARRANGE_RATE PIC 9(1)v9(4) VALUE 0.
       01 ARRANGEMENT_FEE PIC 9(10)v9(2) VALUE 0.

      * Annual percentage rate work fields - the same search the
      * application intake runs, so a quotation and the intake
      * report always disclose the same APR for the same terms.
       01 APR_LOW PIC 9(1)v9(14) VALUE 0.
       01 APR_HIGH PIC 9(1)v9(14) VALUE 0.
       01 APR_MID PIC 9(1)v9(14) VALUE 0.
       01 APR_DISCOUNT PIC 9(1)v9(14) VALUE 0.
       01 APR_FACTOR PIC 9(1)v9(14) VALUE 0.
       01 APR_PV PIC 9(12)v9(6) VALUE 0.
       01 APR_NET PIC 9(10)v9(2) VALUE 0.
       01 APR_GROWTH PIC 9(4)v9(12) VALUE 0.
       01 APR_RATE PIC 9(3)v9(6) VALUE 0.
       01 APR_TERM PIC 9(4) VALUE 0.
       01 APR_STEP PIC 9(4) VALUE 0.
       01 APR_COUNTER PIC 9(4) VALUE 0.

       01 ED-AMOUNT PIC Z(9)9.99.
       01 ED-INSTALLMENT PIC Z(9)9.99.
       01 ED-INTEREST PIC Z(9)9.99.
       01 ED-COST PIC Z(9)9.99.
       01 ED-RATE PIC ZZ9.9999.
       01 ED-FEE PIC Z(9)9.99.
       01 ED-APR PIC ZZ9.9999.
       01 QT-DETAIL.
           05 QT-D-ID PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(2) VALUE SPACES.
           05 QT-D-COST PIC X(13).
           05 FILLER PIC X(2) VALUE SPACES.
           05 QT-D-FEE PIC X(13).
           05 FILLER PIC X(2) VALUE SPACES.
           05 QT-D-APR PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 QT-D-NOTE PIC X(18).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM PARA-8-READ-PROCESSING-DATE.
           IF PD-FOUND NOT = 'Y' THEN
               DISPLAY "NO PROCESSING DATE ON processing_date.txt - "
                   "NOTHING QUOTED"
               GOBACK
           END-IF.
           PERFORM PARA-9-READ-FEE-PARAMETERS.
           OPEN INPUT FS_SCENARIOS.
           OPEN OUTPUT FS_QUOTATION.
           MOVE SPACES TO QT_LINE.
           STRING "CREDIT QUOTATIONS - SIDE BY SIDE - PROCESSING DATE "
                      DELIMITED BY SIZE
                  ASOF-DATE DELIMITED BY SIZE
               INTO QT_LINE
           END-STRING
           WRITE QT_LINE.
           MOVE SPACES TO QT_LINE.
                  "    INSTALLMENT   TOT INTEREST"
                      DELIMITED BY SIZE
                  "     TOTAL COST" DELIMITED BY SIZE
                  "    ARRANGE FEE       APR" DELIMITED BY SIZE
               INTO QT_LINE
           END-STRING
           WRITE QT_LINE.
               MOVE 1 TO COUNTER.
               PERFORM PARA-5-ONE-INSTALLMENT
                   UNTIL COUNTER = ALL_INSTALLMENTS.
               COMPUTE ARRANGEMENT_FEE ROUNDED = ARRANGE_FLAT
                   + CREDIT_AMOUNT * ARRANGE_RATE.
               COMPUTE TOTAL_COST = CREDIT_AMOUNT + TOTAL_INTEREST
                   + ARRANGEMENT_FEE.
               PERFORM PARA-10-APR.

           PARA-4-SERIES.
               MOVE 0 TO ONE_SERIES
               MOVE ED-INTEREST TO QT-D-INTEREST.
               MOVE TOTAL_COST TO ED-COST.
               MOVE ED-COST TO QT-D-COST.
               MOVE ARRANGEMENT_FEE TO ED-FEE.
               MOVE ED-FEE TO QT-D-FEE.
               IF APR_RATE > 0 THEN
                   MOVE APR_RATE TO ED-APR
                   MOVE ED-APR TO QT-D-APR
               END-IF.
               MOVE QT-DETAIL TO QT_LINE.
               WRITE QT_LINE.

               WRITE QT_LINE.
               DISPLAY "SCENARIO " SC_ID " REJECTED - CHECK TERMS".

      * The business date the run is made under. It comes from the
      * processing-date control record, which only the end-of-day
      * roll in MASTER_BATCH advances, so a run that crosses
      * midnight or a rerun after an outage still works to the
      * day it belongs to.
           PARA-8-READ-PROCESSING-DATE.
               MOVE 'N' TO PD-FOUND.
               OPEN INPUT FS_PROCESSING_DATE.
               IF PD-STATUS = '00' THEN
                   READ FS_PROCESSING_DATE
                       AT END MOVE 'N' TO PD-FOUND
                       NOT AT END
                           IF PD_DATE IS NUMERIC AND PD_DATE > 0 THEN
                               MOVE PD_DATE TO ASOF-DATE
                               MOVE 'Y' TO PD-FOUND
                           END-IF
                   END-READ
                   CLOSE FS_PROCESSING_DATE
               END-IF.
               IF PD-FOUND = 'Y' THEN
                   DISPLAY "PROCESSING DATE " ASOF-DATE
               END-IF.

      * A missing or malformed fee schedule quotes no fee; the APR
      * is then the effective rate of the installments alone.
           PARA-9-READ-FEE-PARAMETERS.
               MOVE 0 TO ARRANGE_FLAT.
               MOVE 0 TO ARRANGE_RATE.
               OPEN INPUT FS_FEE_PARAMETERS.
               IF FP-STATUS = '00' THEN
                   READ FS_FEE_PARAMETERS
                       AT END CONTINUE
                       NOT AT END
                           IF FP_ARRANGE_FLAT IS NUMERIC
                               AND FP_ARRANGE_RATE IS NUMERIC THEN
                               COMPUTE ARRANGE_FLAT =
                                   FP_ARRANGE_FLAT / 100
                               COMPUTE ARRANGE_RATE =
                                   FP_ARRANGE_RATE / 10000
                           ELSE
                               DISPLAY "MALFORMED FEE SCHEDULE - "
                                   "NO ARRANGEMENT FEE QUOTED"
                           END-IF
                   END-READ
                   CLOSE FS_FEE_PARAMETERS
               END-IF.

      * Annual percentage rate of charge. The borrower receives the
      * credit less the arrangement fee, which is billed at booking
      * and collected before the first installment, and repays the
      * quoted installment every period of the term. The period
      * rate that discounts those installments back to the net
      * amount is found by halving the interval between nil and one
      * hundred per cent a period forty times, and the APR is that
      * rate compounded over the installments of a year. A fee
      * that swallows the whole credit leaves no APR to quote.
           PARA-10-APR.
               MOVE 0 TO APR_RATE.
               IF ARRANGEMENT_FEE < CREDIT_AMOUNT THEN
                   COMPUTE APR_NET = CREDIT_AMOUNT - ARRANGEMENT_FEE
                   SUBTRACT 1 FROM ALL_INSTALLMENTS GIVING APR_TERM
                   MOVE 0 TO APR_LOW
                   MOVE 1 TO APR_HIGH
                   MOVE 0 TO APR_STEP
                   PERFORM PARA-10-HALVE UNTIL APR_STEP = 40
                   MOVE 1 TO APR_GROWTH
                   MOVE 0 TO APR_STEP
                   PERFORM PARA-10-COMPOUND
                       UNTIL APR_STEP = SC_INSTALLMENTS
                   COMPUTE APR_RATE = APR_GROWTH - 1
               END-IF.

           PARA-10-HALVE.
               COMPUTE APR_MID = (APR_LOW + APR_HIGH) / 2.
               COMPUTE APR_DISCOUNT = 1 / (1 + APR_MID).
               MOVE 1 TO APR_FACTOR.
               MOVE 0 TO APR_PV.
               MOVE 0 TO APR_COUNTER.
               PERFORM PARA-10-DISCOUNT-ONE
                   UNTIL APR_COUNTER = APR_TERM.
               IF APR_PV > APR_NET THEN
                   MOVE APR_MID TO APR_LOW
               ELSE
                   MOVE APR_MID TO APR_HIGH
               END-IF.
               ADD 1 TO APR_STEP.

           PARA-10-DISCOUNT-ONE.
               MULTIPLY APR_DISCOUNT BY APR_FACTOR GIVING APR_FACTOR.
               COMPUTE APR_PV = APR_PV + ANNUITED_I * APR_FACTOR.
               ADD 1 TO APR_COUNTER.

           PARA-10-COMPOUND.
               COMPUTE APR_GROWTH = APR_GROWTH * (1 + APR_LOW).
               ADD 1 TO APR_STEP.

       END PROGRAM QUOTE_SCENARIOS.
