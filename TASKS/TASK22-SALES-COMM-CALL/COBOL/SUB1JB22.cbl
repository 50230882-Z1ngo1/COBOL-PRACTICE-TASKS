      * CALLED BY: JOBSUB22                                            *
      * INPUT:  LS-EMP-ID, LS-REGION, LS-SALES-AMT, LS-TRANS-TYPE,     *
      *         LS-BASE-PCT, LS-BONUS1-AMT, LS-BONUS1-PCT,             *
      *         LS-BONUS2-AMT, LS-BONUS2-PCT, LS-YTD-COMMISSION,       *
      *         LS-QUOTA-AMT, LS-QTD-SALES, LS-ACCEL-PCT               *
      * OUTPUT: LS-COMMISSION                                          *
      *                                                                *
      * LOGIC:                                                         *
      *              250000 ADDS 1%, CROSSING 500000 ADDS 2%, ON TOP   *
      *              OF THE BASE/VOLUME RATE.                         *
      *   COMMISSION = SALES-AMT * (BASE + VOLUME BONUS + YTD BONUS)   *
      *   QUOTA ACCELERATOR: THE PART OF THE SALE THAT TAKES THE       *
      *     QUARTER'S SALES (LS-QTD-SALES, BEFORE THIS SALE) PAST      *
      *     LS-QUOTA-AMT EARNS LS-ACCEL-PCT ON TOP. A CLAWBACK TAKES   *
      *     BACK THE ACCELERATOR ON THE PART OF IT THAT WAS ABOVE      *
      *     QUOTA. NO QUOTA (ZERO) MEANS NO ACCELERATOR.               *
      *   A REFUND/CLAWBACK (LS-TRANS-TYPE = 'R') CLAWS BACK THE SAME  *
      *   COMMISSION AMOUNT, RETURNED AS A NEGATIVE LS-COMMISSION.     *
      *                                                                *
      *              IT, SO A REFUND CAN NO LONGER BE MISTAKEN FOR     *
      *              ADDITIONAL SALES WHEN SELECTING THE YTD BONUS     *
      *              TIER.                                            *
      * 2026/10/15 - ADDED THE QUOTA ACCELERATOR: SALES ABOVE 100% OF  *
      *              THE REP'S QUARTERLY QUOTA EARN THE QUOTA ROW'S    *
      *              ACCELERATOR RATE ON TOP OF THE NORMAL RATE.       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUB1JB22.
       01 WS-TOTAL-PERCENT PIC V999.
       01 WS-YTD-AFTER-SALE PIC S9(7)V99.
       01 WS-SALE-COMMISSION PIC S9(6)V99.
       01 WS-QTD-AFTER-SALE PIC S9(9)V99.
       01 WS-ABOVE-QUOTA-AMT PIC S9(9)V99.
       01 WS-ACCEL-COMMISSION PIC S9(6)V99.

       LINKAGE SECTION.

       01 LS-BONUS2-PCT PIC V999.
       01 LS-YTD-COMMISSION PIC S9(7)V99.
       01 LS-COMMISSION PIC S9(5)V99.
       01 LS-QUOTA-AMT PIC 9(9)V99.
       01 LS-QTD-SALES PIC S9(9)V99.
       01 LS-ACCEL-PCT PIC V999.

       PROCEDURE DIVISION USING
                          LS-EMP-ID,
                          LS-BONUS2-AMT,
                          LS-BONUS2-PCT,
                          LS-YTD-COMMISSION,
                          LS-COMMISSION,
                          LS-QUOTA-AMT,
                          LS-QTD-SALES,
                          LS-ACCEL-PCT.

       MAIN-LOGIC.
           MOVE 0 TO WS-BONUS-PERCENT.
           MOVE 0 TO WS-YTD-BONUS-PERCENT.
           MOVE 0 TO WS-TOTAL-PERCENT.
           MOVE 0 TO WS-ABOVE-QUOTA-AMT.
           MOVE 0 TO WS-ACCEL-COMMISSION.
           MOVE LS-BASE-PCT TO WS-BASE-PERCENT.

           IF LS-BONUS2-AMT > 0 AND LS-SALES-AMT >= LS-BONUS2-AMT
           COMPUTE WS-TOTAL-PERCENT =
                   WS-BASE-PERCENT + WS-BONUS-PERCENT
                   + WS-YTD-BONUS-PERCENT.
           IF LS-QUOTA-AMT > 0 AND LS-ACCEL-PCT > 0
              IF LS-TRANS-TYPE = 'R'
                 COMPUTE WS-ABOVE-QUOTA-AMT =
                         LS-QTD-SALES - LS-QUOTA-AMT
              ELSE
                 COMPUTE WS-QTD-AFTER-SALE =
                         LS-QTD-SALES + LS-SALES-AMT
                 COMPUTE WS-ABOVE-QUOTA-AMT =
                         WS-QTD-AFTER-SALE - LS-QUOTA-AMT
              END-IF
              IF WS-ABOVE-QUOTA-AMT > LS-SALES-AMT
                 MOVE LS-SALES-AMT TO WS-ABOVE-QUOTA-AMT
              END-IF
              IF WS-ABOVE-QUOTA-AMT > 0
                 COMPUTE WS-ACCEL-COMMISSION =
                         WS-ABOVE-QUOTA-AMT * LS-ACCEL-PCT
              END-IF
           END-IF.

           COMPUTE LS-COMMISSION = LS-SALES-AMT * WS-TOTAL-PERCENT
                                 + WS-ACCEL-COMMISSION.

           IF LS-TRANS-TYPE = 'R'
              COMPUTE LS-COMMISSION = LS-COMMISSION * -1
