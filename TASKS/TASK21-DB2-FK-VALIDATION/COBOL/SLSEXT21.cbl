      *   ATTRIBUTION IS FIXED AND THEN EXTRACTS AS A CATCH-UP. THE    *
      *   ORDER SYSTEM IS SINGLE-CURRENCY, SO EVERY RECORD CARRIES     *
      *   'USD'.                                                       *
      *   RETURNS: EVERY RMA RMARTN21 HAS RECEIVED AND NOT YET         *
      *   EXTRACTED, ON AN ORDER WHOSE SALE HAS ALREADY GONE TO THE    *
      *   FEED, BECOMES ONE 'R' CLAWBACK RECORD FOR THE CREDITED       *
      *   AMOUNT AGAINST THE ORDER'S SALESPERSON, AND THE RMA IS       *
      *   MARKED EXTRACTED IN THE SAME UNIT OF WORK. A RETURN ON AN    *
      *   ORDER NOT YET FED WAITS UNTIL ITS SALE HAS BEEN.             *
      *   TERRITORY: AN ATTRIBUTED ORDER WHOSE REP OR REGION DIFFERS   *
      *   FROM THE CUSTOMER'S TB_TERRITORY OWNER ON THE ORDER DATE IS  *
      *   WRITTEN TO THE REVIEW FILE (REVDD) INSTEAD OF THE FEED AND   *
      *   LEFT UNMARKED. IT RE-SURFACES EVERY NIGHT UNTIL SALES-OPS    *
      *   RESOLVES IT THROUGH TERMNT21 - A RE-CREDIT ('O' ACTION)      *
      *   MARKS IT TERR_REVIEWED AND IT FEEDS AS CREDITED. A CUSTOMER  *
      *   WITH NO TERRITORY ON THAT DATE PASSES THROUGH AS KEYED.      *
      *   UNITS: EACH FED ORDER ALSO GETS ONE 'U' UNIT RECORD PER      *
      *   PRODUCT ON IT (PRODUCT AND SUMMED QUANTITY, NO AMOUNT) SO    *
      *   JOBSUB22 CAN PAY PRODUCT SPIFFS, AND EACH RMA CLAWBACK IS    *
      *   FOLLOWED BY A 'U' RECORD SIGNED '-' FOR THE UNITS RETURNED,  *
      *   DATED AS THE ORIGINAL ORDER SO THE SAME SPIFF IS TAKEN BACK. *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/09/02                                               *
      *              RUN COMMITTED AT END - NO ORDER CAN MISS THE      *
      *              COMMISSION FEED BY CARRYING A NON-TODAY DATE,     *
      *              AND A RERUN CANNOT DOUBLE-FEED.                   *
      * 2026/10/15 - RECEIVED POST-SHIPMENT RETURNS (TB_ORDER_RETURNS, *
      *              WRITTEN BY RMARTN21) NOW GO TO THE FEED AS 'R'    *
      *              CLAWBACK RECORDS FOR THE CREDITED AMOUNT, MARKED  *
      *              BY THEIR OWN COMM_EXTRACTED FLAG.                 *
      * 2026/10/15 - ORDERS WHOSE REP OR REGION DISAGREES WITH THE     *
      *              TB_TERRITORY OWNER ON THE ORDER DATE ARE HELD TO  *
      *              THE REVIEW FILE (REVDD) UNTIL RE-CREDITED OR      *
      *              REVIEWED IN TERMNT21, SO JOBSUB22 NO LONGER PAYS  *
      *              THE WRONG REP.                                    *
      * 2026/10/15 - EVERY FED ORDER NOW ALSO WRITES A 'U' UNIT RECORD *
      *              PER PRODUCT (PRODUCT ID AND QUANTITY) AND EVERY   *
      *              RMA CLAWBACK A '-' UNIT RECORD FOR THE QUANTITY   *
      *              RECEIVED BACK, FOR JOBSUB22'S PRODUCT SPIFFS.     *
      * 2026/10/15 - SLSODD'S RECORD COUNT, HASH TOTAL (SUM OF THE     *
      *              SALE DATES AND THE 'U' RECORDS' QUANTITIES) AND   *
      *              AMOUNT TOTAL ARE NOW POSTED TO THE SHARED CONTROL *
      *              LOG (CTLDD, THROUGH CTLCHK45) ONCE THE EXTRACT IS *
      *              COMMITTED, FOR JOBSUB22 TO VERIFY BEFORE IT PAYS  *
      *              FROM THE FILE.                                    *
      *                                                                *
      * FILES:                                                         *
      * OUTPUT: SLSODD (SALES.FROM.ORDERS) - SALES FEED RECORDS IN     *
      *         JOBSUB22'S OWN LAYOUT (PS, 80 B)                       *
      * OUTPUT: REVDD (SALES.TERRITORY.REVIEW) - ORDERS HELD FOR       *
      *         TERRITORY REVIEW (PS, 80 B)                            *
      * OUTPUT: STATLOG - SHARED STATUS LOG                            *
      * OUTPUT: CTLDD (CONTROL.TOTALS.LOG) - HANDOFF CONTROL TOTALS,   *
      *         WRITTEN THROUGH CTLCHK45 (EXTEND)                      *
      * DB2 TABLES: TB_ORDERS (SELECT, COMM_EXTRACTED UPDATE),         *
      *             TB_ORDER_RETURNS (SELECT, COMM_EXTRACTED UPDATE),  *
      *             TB_TERRITORY (SELECT)                              *
      ******************************************************************

       IDENTIFICATION DIVISION.
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS SALES-OUT-STATUS.

           SELECT REVIEW-OUT-FILE ASSIGN TO REVDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS REVIEW-OUT-STATUS.

           SELECT STATUS-LOG ASSIGN TO STATLOG
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS STATUS-LOG-STATUS.
          05 SLO-CURRENCY PIC X(3).
          05 SLO-SALES-REF PIC X(6).
          05 SLO-SALE-DATE PIC 9(8).
          05 FILLER PIC X(7).
      * 'U' UNIT RECORDS ONLY: '-' ON UNITS RETURNED, THEN THE
      * PRODUCT AND QUANTITY.
          05 SLO-UNIT-SIGN PIC X(1).
          05 FILLER PIC X(6).
          05 SLO-PROD-ID PIC X(5).
          05 SLO-QUANTITY PIC 9(5).
          05 FILLER PIC X(23).

      * ONE LINE PER ORDER HELD FOR TERRITORY REVIEW: WHO IT WAS
      * KEYED TO AND WHO OWNS THE CUSTOMER ON THE ORDER DATE.
       FD REVIEW-OUT-FILE RECORDING MODE IS F.
       01 REVIEW-OUT-REC.
          05 REV-ORDER-ID PIC X(6).
          05 FILLER PIC X(1).
          05 REV-ORDER-DATE PIC X(10).
          05 FILLER PIC X(1).
          05 REV-CUST-ID PIC X(6).
          05 FILLER PIC X(1).
          05 REV-KEYED-EMP PIC X(5).
          05 FILLER PIC X(1).
          05 REV-KEYED-REGION PIC X(2).
          05 FILLER PIC X(1).
          05 REV-TERR-EMP PIC X(5).
          05 FILLER PIC X(1).
          05 REV-TERR-REGION PIC X(2).
          05 FILLER PIC X(1).
          05 REV-ORDER-VALUE PIC 9(7)V99.
          05 FILLER PIC X(1).
          05 REV-REASON PIC X(20).
          05 FILLER PIC X(7).

       FD STATUS-LOG RECORDING MODE IS F.
       01 STATUS-LOG-REC.
       01 HV-SALES-REGION PIC X(2).
       01 HV-ORDER-DATE PIC X(10).
       01 HV-ORDER-VALUE PIC S9(9)V99 COMP-3.
       01 HV-CUST-ID PIC X(6).
       01 HV-TERR-REVIEWED PIC X(1).
       01 HV-TERR-EMP PIC X(5).
       01 HV-TERR-REGION PIC X(2).
       01 HV-RMA-NUM PIC S9(7) COMP-3.
       01 HV-CREDIT-AMT PIC S9(7)V99 COMP-3.
       01 HV-RECEIVED-DATE PIC X(10).
       01 HV-PROD-ID PIC X(5).
       01 HV-QUANTITY PIC S9(9) COMP-3.
       01 HV-RETURN-QTY PIC S9(7) COMP-3.
       01 HV-RTN-ORDER-DATE PIC X(10).

      * ONE ROW PER NOT-YET-EXTRACTED ORDER, WITH ITS SUMMED LINE
      * VALUE AT THE PRICES THE LOADER ACTUALLY CHARGED. THE
             DECLARE SLSCUR CURSOR FOR
               SELECT ORDER_ID, SALES_EMP_ID, SALES_REGION,
                      CHAR(ORDER_DATE, ISO),
                      SUM(QUANTITY * UNIT_PRICE), CUST_ID,
                      MAX(VALUE(TERR_REVIEWED, 'N'))
                 FROM TB_ORDERS
               WHERE VALUE(COMM_EXTRACTED, 'N') <> 'Y'
               GROUP BY ORDER_ID, SALES_EMP_ID, SALES_REGION,
                        ORDER_DATE, CUST_ID
               ORDER BY ORDER_ID
           END-EXEC.

      * ONE ROW PER PRODUCT ON THE ORDER JUST FED, WITH THE
      * QUANTITY SUMMED ACROSS ITS LINES, FOR THE 'U' RECORDS.
           EXEC SQL
             DECLARE PRDCUR CURSOR FOR
               SELECT PROD_ID, SUM(QUANTITY)
                 FROM TB_ORDERS
               WHERE ORDER_ID = :HV-ORDER-ID
               GROUP BY PROD_ID
               ORDER BY PROD_ID
           END-EXEC.

      * ONE ROW PER RECEIVED RMA NOT YET CLAWED BACK, WITH THE
      * SALESPERSON OF THE ORDER LINE IT RETURNS. ONLY ORDERS
      * WHOSE SALE IS ALREADY IN THE FEED QUALIFY - INCLUDING
      * ONES MARKED EARLIER IN THIS SAME RUN.
           EXEC SQL
             DECLARE RTNCUR CURSOR FOR
               SELECT R.RMA_NUM, R.ORDER_ID, O.SALES_EMP_ID,
                      O.SALES_REGION, R.CREDIT_AMT,
                      CHAR(R.RECEIVED_DATE, ISO), O.PROD_ID,
                      VALUE(R.RECEIVED_QTY, 0),
                      CHAR(O.ORDER_DATE, ISO)
                 FROM TB_ORDER_RETURNS R, TB_ORDERS O
               WHERE O.ORDER_ID = R.ORDER_ID
                 AND O.ORDER_LINE = R.ORDER_LINE
                 AND R.RETURN_STATUS = 'R'
                 AND VALUE(R.COMM_EXTRACTED, 'N') <> 'Y'
                 AND O.COMM_EXTRACTED = 'Y'
               ORDER BY R.RMA_NUM
           END-EXEC.

      * FILE STATUS VARIABLES
       01 WS-FILE-STATUSES.
          05 SALES-OUT-STATUS PIC X(2).
          05 REVIEW-OUT-STATUS PIC X(2).
          05 STATUS-LOG-STATUS PIC X(2).

      * CONTROL FLAGS
       01 WS-FLAGS.
          05 WS-CURSOR-EOF PIC X(1) VALUE 'N'.
             88 CURSOR-EOF VALUE 'Y'.
          05 WS-PRD-CURSOR-EOF PIC X(1) VALUE 'N'.
             88 PRD-CURSOR-EOF VALUE 'Y'.

      * SET JUST BEFORE A FATAL ERROR PATH WRITES ITS STATLOG RECORD
      * AND STOPS, SO WRITE-BATCH-STATUS REPORTS 'FAILED'.
       01 WS-COUNTERS.
          05 ORDERS-READ PIC 9(5) VALUE 0.
          05 SALES-WRITTEN PIC 9(5) VALUE 0.
          05 RETURNS-READ PIC 9(5) VALUE 0.
          05 CLAWBACKS-WRITTEN PIC 9(5) VALUE 0.
          05 ORDERS-UNATTRIBUTED PIC 9(5) VALUE 0.
          05 ORDERS-HELD PIC 9(5) VALUE 0.
          05 ORDERS-UNMAPPED PIC 9(5) VALUE 0.
          05 UNITS-WRITTEN PIC 9(5) VALUE 0.

      * FORMATTED SQLCODE FOR DISPLAY
       77 WS-SQLCODE-DISP PIC -Z(9)9.

      * HANDOFF CONTROL TOTAL REQUEST AREA - SEE COPYBOOK CTLREQ
      * AND SUBPROGRAM CTLCHK45. SLSODD'S TOTALS ARE ADDED UP HERE
      * AS IT IS WRITTEN.
           COPY CTLREQ.

      **********************************************
      * OPENS FILES, EXTRACTS TODAY'S ORDERS AND RECEIVED RETURNS
      * INTO THE SALES FEED, COMMITS THE MARKS, POSTS THE FEED'S
      * CONTROL TOTALS, WRITES BATCH STATUS, CLOSES, DISPLAYS
      * SUMMARY.
      **********************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM SET-BST-START-TS.
           PERFORM OPEN-ALL-FILES.
           MOVE 0 TO CC-RECORD-COUNT CC-HASH-TOTAL CC-AMOUNT-TOTAL.
           PERFORM EXTRACT-ALL-ORDERS.
           PERFORM EXTRACT-ALL-RETURNS.
           PERFORM COMMIT-EXTRACT-MARKS.
           PERFORM POST-SALES-CONTROL.
           PERFORM WRITE-BATCH-STATUS.
           PERFORM CLOSE-ALL-FILES.
           PERFORM DISPLAY-SUMMARY.
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN OUTPUT REVIEW-OUT-FILE.
           IF REVIEW-OUT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING TERRITORY REVIEW OUTPUT: '
                       REVIEW-OUT-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * FETCHES EVERY NOT-YET-EXTRACTED ORDER AND WRITES ITS
      * SALES RECORD. THE EXTRACTED MARKS COMMIT ONCE THE RETURNS
      * ARE DONE TOO, SO AN ABEND MID-RUN LEAVES EVERY ORDER AND
      * RMA UNMARKED AND THE RERUN EXTRACTS THE LOT AGAIN - THE
      * FEED FILE IS REWRITTEN FROM SCRATCH EITHER WAY.
      **********************************************
       EXTRACT-ALL-ORDERS.
           EXEC SQL
             CLOSE SLSCUR
           END-EXEC.

      **********************************************
      * FETCHES EVERY RECEIVED RMA NOT YET CLAWED BACK AND WRITES
      * ITS 'R' RECORD.
      **********************************************
       EXTRACT-ALL-RETURNS.
           MOVE 'N' TO WS-CURSOR-EOF.
           EXEC SQL
             OPEN RTNCUR
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISP
              DISPLAY 'ERROR OPENING RETURNS CURSOR: ' WS-SQLCODE-DISP
              EXEC SQL
                ROLLBACK WORK
              END-EXEC
              PERFORM ABEND-WITH-STATUS
           END-IF.

           PERFORM FETCH-ONE-RETURN UNTIL CURSOR-EOF.

           EXEC SQL
             CLOSE RTNCUR
           END-EXEC.

      **********************************************
      * COMMITS THE ORDER AND RMA EXTRACTED MARKS TOGETHER.
      **********************************************
       COMMIT-EXTRACT-MARKS.
           IF SALES-WRITTEN > 0 OR CLAWBACKS-WRITTEN > 0
              EXEC SQL
                COMMIT WORK
              END-EXEC
              END-IF
           END-IF.

      **********************************************
      * POSTS SLSODD'S CONTROL TOTALS (HANDOFF SALESFD) FOR JOBSUB22
      * TO VERIFY THE FILE AGAINST. A POSTING THAT FAILS ONLY WARNS:
      * THE MARKS ARE COMMITTED, AND JOBSUB22 STOPS ON THE MISSING
      * CONTROL RATHER THAN PAY FROM AN UNVERIFIED FILE.
      **********************************************
       POST-SALES-CONTROL.
           SET CC-POST-CONTROL TO TRUE.
           MOVE 'SALESFD' TO CC-HANDOFF.
           MOVE 'SLSEXT21' TO CC-JOB-NAME.
           CALL 'CTLCHK45' USING WS-CTLTOT-REQUEST END-CALL.
           IF NOT CC-POSTED
              DISPLAY 'WARNING: SALES FEED CONTROL NOT POSTED: '
                      CC-MESSAGE
           END-IF.

      **********************************************
      * ADDS THE SALES RECORD JUST WRITTEN INTO THE HANDOFF CONTROL
      * TOTALS. THE HASH IS THE SALE DATE, PLUS THE QUANTITY ON A
      * 'U' UNIT RECORD; THE AMOUNT IS THE SALE AMOUNT OF EVERY
      * RECORD AS WRITTEN, CLAWBACKS INCLUDED.
      **********************************************
       ADD-SALES-CONTROL.
           ADD 1 TO CC-RECORD-COUNT.
           ADD SLO-SALE-DATE TO CC-HASH-TOTAL.
           IF SLO-TRANS-TYPE = 'U'
              ADD SLO-QUANTITY TO CC-HASH-TOTAL
           END-IF.
           ADD SLO-SALES-AMT TO CC-AMOUNT-TOTAL.

      **********************************************
      * FETCHES ONE GROUPED ORDER AND WRITES ITS 'S' RECORD. AN
      * ORDER WITH NO SALES ATTRIBUTION IS COUNTED AND SKIPPED -
      * THERE IS NOBODY TO PAY COMMISSION TO. AN ATTRIBUTED ORDER
      * NOT YET REVIEWED IS CHECKED AGAINST ITS TERRITORY FIRST.
      **********************************************
       FETCH-ONE-ORDER.
           EXEC SQL
             FETCH SLSCUR
               INTO :HV-ORDER-ID, :HV-SALES-EMP, :HV-SALES-REGION,
                    :HV-ORDER-DATE, :HV-ORDER-VALUE, :HV-CUST-ID,
                    :HV-TERR-REVIEWED
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 0
                    DISPLAY 'WARNING: ORDER ' HV-ORDER-ID
                            ' HAS NO SALES ATTRIBUTION - SKIPPED'
                 ELSE
                    IF HV-TERR-REVIEWED = 'Y'
                       PERFORM WRITE-ONE-SALES-RECORD
                    ELSE
                       PERFORM CHECK-ORDER-TERRITORY
                    END-IF
                 END-IF
               WHEN SQLCODE = 100
                 SET CURSOR-EOF TO TRUE
                 PERFORM ABEND-WITH-STATUS
           END-EVALUATE.

      **********************************************
      * LOOKS UP THE CUSTOMER'S TERRITORY OWNER ON THE ORDER DATE.
      * A MATCHING REP AND REGION, OR NO TERRITORY AT ALL, FEEDS
      * THE SALE; A DIFFERENT ONE HOLDS IT FOR REVIEW.
      **********************************************
       CHECK-ORDER-TERRITORY.
           EXEC SQL
             SELECT SALES_EMP_ID, SALES_REGION
               INTO :HV-TERR-EMP, :HV-TERR-REGION
               FROM TB_TERRITORY
             WHERE CUST_ID = :HV-CUST-ID
               AND EFF_FROM <= DATE(:HV-ORDER-DATE)
               AND EFF_TO >= DATE(:HV-ORDER-DATE)
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 0
                 IF HV-SALES-EMP = HV-TERR-EMP
                    AND HV-SALES-REGION = HV-TERR-REGION
                    PERFORM WRITE-ONE-SALES-RECORD
                 ELSE
                    PERFORM WRITE-ONE-REVIEW-RECORD
                 END-IF
               WHEN SQLCODE = 100
                 ADD 1 TO ORDERS-UNMAPPED
                 PERFORM WRITE-ONE-SALES-RECORD
               WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE-DISP
                 DISPLAY 'ERROR READING TB_TERRITORY: '
                          WS-SQLCODE-DISP
                 DISPLAY 'ORDER: ' HV-ORDER-ID
                 EXEC SQL
                   ROLLBACK WORK
                 END-EXEC
                 PERFORM ABEND-WITH-STATUS
           END-EVALUATE.

      **********************************************
      * WRITES ONE REVIEW LINE FOR AN ORDER HELD BACK FROM THE
      * FEED. THE ORDER IS NOT MARKED, SO IT COMES BACK TOMORROW.
      **********************************************
       WRITE-ONE-REVIEW-RECORD.
           MOVE SPACES TO REVIEW-OUT-REC.
           MOVE HV-ORDER-ID TO REV-ORDER-ID.
           MOVE HV-ORDER-DATE TO REV-ORDER-DATE.
           MOVE HV-CUST-ID TO REV-CUST-ID.
           MOVE HV-SALES-EMP TO REV-KEYED-EMP.
           MOVE HV-SALES-REGION TO REV-KEYED-REGION.
           MOVE HV-TERR-EMP TO REV-TERR-EMP.
           MOVE HV-TERR-REGION TO REV-TERR-REGION.
           MOVE HV-ORDER-VALUE TO REV-ORDER-VALUE.
           IF HV-SALES-EMP NOT = HV-TERR-EMP
              MOVE 'REP NOT OWNER' TO REV-REASON
           ELSE
              MOVE 'REGION NOT OWNER' TO REV-REASON
           END-IF.
           WRITE REVIEW-OUT-REC.
           IF REVIEW-OUT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING TERRITORY REVIEW OUTPUT: '
                       REVIEW-OUT-STATUS
              EXEC SQL
                ROLLBACK WORK
              END-EXEC
              PERFORM ABEND-WITH-STATUS
           END-IF.
           ADD 1 TO ORDERS-HELD.

      **********************************************
      * WRITES ONE SALES FEED RECORD FOR THE FETCHED ORDER. THE
      * ISO ORDER DATE (YYYY-MM-DD) IS RESHAPED TO THE FEED'S
              PERFORM ABEND-WITH-STATUS
           END-IF.
           ADD 1 TO SALES-WRITTEN.
           PERFORM ADD-SALES-CONTROL.
           PERFORM WRITE-ORDER-UNIT-RECORDS.
           PERFORM MARK-ORDER-EXTRACTED.

      **********************************************
      * WRITES ONE 'U' UNIT RECORD PER PRODUCT ON THE ORDER JUST
      * FED, WITH THE SAME REP, REGION, REFERENCE AND DATE AS ITS
      * 'S' RECORD. THE UNITS CARRY NO AMOUNT - THE ORDER'S VALUE
      * IS ALREADY ON THE 'S' RECORD.
      **********************************************
       WRITE-ORDER-UNIT-RECORDS.
           MOVE 'N' TO WS-PRD-CURSOR-EOF.
           EXEC SQL
             OPEN PRDCUR
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISP
              DISPLAY 'ERROR OPENING PRODUCT CURSOR: ' WS-SQLCODE-DISP
              DISPLAY 'ORDER: ' HV-ORDER-ID
              EXEC SQL
                ROLLBACK WORK
              END-EXEC
              PERFORM ABEND-WITH-STATUS
           END-IF.

           PERFORM FETCH-ONE-ORDER-PRODUCT UNTIL PRD-CURSOR-EOF.

           EXEC SQL
             CLOSE PRDCUR
           END-EXEC.

      **********************************************
      * FETCHES ONE PRODUCT OF THE ORDER AND WRITES ITS 'U' RECORD.
      * THE DATE AND REFERENCE ARE STILL IN WS-SALE-DATE AND
      * HV-ORDER-ID FROM THE 'S' RECORD.
      **********************************************
       FETCH-ONE-ORDER-PRODUCT.
           EXEC SQL
             FETCH PRDCUR
               INTO :HV-PROD-ID, :HV-QUANTITY
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 0
                 IF HV-QUANTITY > 0
                    MOVE SPACES TO SALES-OUT-REC
                    MOVE HV-SALES-EMP TO SLO-EMP-ID
                    MOVE HV-SALES-REGION TO SLO-REGION
                    MOVE 0 TO SLO-SALES-AMT
                    MOVE 'U' TO SLO-TRANS-TYPE
                    MOVE 'USD' TO SLO-CURRENCY
                    MOVE HV-ORDER-ID TO SLO-SALES-REF
                    MOVE WS-SALE-DATE TO SLO-SALE-DATE
                    MOVE HV-PROD-ID TO SLO-PROD-ID
                    MOVE HV-QUANTITY TO SLO-QUANTITY
                    PERFORM WRITE-UNIT-RECORD
                 END-IF
               WHEN SQLCODE = 100
                 SET PRD-CURSOR-EOF TO TRUE
               WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE-DISP
                 DISPLAY 'ERROR FETCHING PRODUCT CURSOR: '
                          WS-SQLCODE-DISP
                 DISPLAY 'ORDER: ' HV-ORDER-ID
                 EXEC SQL
                   ROLLBACK WORK
                 END-EXEC
                 PERFORM ABEND-WITH-STATUS
           END-EVALUATE.

      **********************************************
      * WRITES THE 'U' RECORD BUILT IN SALES-OUT-REC.
      **********************************************
       WRITE-UNIT-RECORD.
           WRITE SALES-OUT-REC.
           IF SALES-OUT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING SALES FEED OUTPUT: '
                       SALES-OUT-STATUS
              EXEC SQL
                ROLLBACK WORK
              END-EXEC
              PERFORM ABEND-WITH-STATUS
           END-IF.
           ADD 1 TO UNITS-WRITTEN.
           PERFORM ADD-SALES-CONTROL.

      **********************************************
      * MARKS THE ORDER'S ROWS EXTRACTED SO THE NEXT RUN DOES
      * NOT FEED THEM AGAIN.
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * FETCHES ONE RECEIVED RMA AND WRITES ITS CLAWBACK.
      **********************************************
       FETCH-ONE-RETURN.
           EXEC SQL
             FETCH RTNCUR
               INTO :HV-RMA-NUM, :HV-ORDER-ID, :HV-SALES-EMP,
                    :HV-SALES-REGION, :HV-CREDIT-AMT,
                    :HV-RECEIVED-DATE, :HV-PROD-ID, :HV-RETURN-QTY,
                    :HV-RTN-ORDER-DATE
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 0
                 ADD 1 TO RETURNS-READ
                 PERFORM WRITE-ONE-CLAWBACK-RECORD
               WHEN SQLCODE = 100
                 SET CURSOR-EOF TO TRUE
               WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE-DISP
                 DISPLAY 'ERROR FETCHING RETURNS CURSOR: '
                          WS-SQLCODE-DISP
                 EXEC SQL
                   ROLLBACK WORK
                 END-EXEC
                 PERFORM ABEND-WITH-STATUS
           END-EVALUATE.

      **********************************************
      * WRITES ONE 'R' CLAWBACK RECORD FOR THE FETCHED RMA - THE
      * CREDITED AMOUNT, POSITIVE, AS ORDAMD21 WRITES ITS OWN -
      * DATED THE DAY THE GOODS CAME BACK, THEN ITS '-' UNIT
      * RECORD FOR THE QUANTITY RECEIVED, DATED AS THE ORIGINAL
      * ORDER SO THE SPIFF IT EARNED IS THE ONE TAKEN BACK, THEN
      * MARKS THE RMA.
      **********************************************
       WRITE-ONE-CLAWBACK-RECORD.
           MOVE HV-RECEIVED-DATE(1:4) TO WS-SALE-DATE(1:4).
           MOVE HV-RECEIVED-DATE(6:2) TO WS-SALE-DATE(5:2).
           MOVE HV-RECEIVED-DATE(9:2) TO WS-SALE-DATE(7:2).
           MOVE SPACES TO SALES-OUT-REC.
           MOVE HV-SALES-EMP TO SLO-EMP-ID.
           MOVE HV-SALES-REGION TO SLO-REGION.
           MOVE HV-CREDIT-AMT TO SLO-SALES-AMT.
           MOVE 'R' TO SLO-TRANS-TYPE.
           MOVE 'USD' TO SLO-CURRENCY.
           MOVE HV-ORDER-ID TO SLO-SALES-REF.
           MOVE WS-SALE-DATE TO SLO-SALE-DATE.
           WRITE SALES-OUT-REC.
           IF SALES-OUT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING SALES FEED OUTPUT: '
                       SALES-OUT-STATUS
              EXEC SQL
                ROLLBACK WORK
              END-EXEC
              PERFORM ABEND-WITH-STATUS
           END-IF.
           ADD 1 TO CLAWBACKS-WRITTEN.
           PERFORM ADD-SALES-CONTROL.

           IF HV-RETURN-QTY > 0
              MOVE HV-RTN-ORDER-DATE(1:4) TO WS-SALE-DATE(1:4)
              MOVE HV-RTN-ORDER-DATE(6:2) TO WS-SALE-DATE(5:2)
              MOVE HV-RTN-ORDER-DATE(9:2) TO WS-SALE-DATE(7:2)
              MOVE SPACES TO SALES-OUT-REC
              MOVE HV-SALES-EMP TO SLO-EMP-ID
              MOVE HV-SALES-REGION TO SLO-REGION
              MOVE 0 TO SLO-SALES-AMT
              MOVE 'U' TO SLO-TRANS-TYPE
              MOVE 'USD' TO SLO-CURRENCY
              MOVE HV-ORDER-ID TO SLO-SALES-REF
              MOVE WS-SALE-DATE TO SLO-SALE-DATE
              MOVE '-' TO SLO-UNIT-SIGN
              MOVE HV-PROD-ID TO SLO-PROD-ID
              MOVE HV-RETURN-QTY TO SLO-QUANTITY
              PERFORM WRITE-UNIT-RECORD
           END-IF.

           EXEC SQL
             UPDATE TB_ORDER_RETURNS
                SET COMM_EXTRACTED = 'Y'
              WHERE RMA_NUM = :HV-RMA-NUM
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISP
              DISPLAY 'ERROR MARKING RMA EXTRACTED: '
                       WS-SQLCODE-DISP
              DISPLAY 'RMA: ' HV-RMA-NUM
              EXEC SQL
                ROLLBACK WORK
              END-EXEC
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * APPENDS ONE RECORD TO THE SHARED END-OF-NIGHT STATUS LOG.
      **********************************************
           PERFORM GET-BST-TIMESTAMP.
           MOVE WS-BST-START-TS TO BST-START-TS.
           MOVE WS-BST-TS-BUILT TO BST-END-TS.
           COMPUTE BST-RECORDS-IN = ORDERS-READ + RETURNS-READ.
           COMPUTE BST-RECORDS-OUT = SALES-WRITTEN + CLAWBACKS-WRITTEN
                                   + UNITS-WRITTEN.
           COMPUTE BST-RECORDS-REJECTED = ORDERS-UNATTRIBUTED
                                        + ORDERS-HELD.
           IF ABEND-IN-PROGRESS
              MOVE 'FAILED' TO BST-STATUS
              MOVE 'JOB ABENDED - SEE SYSOUT FOR DETAIL' TO BST-MESSAGE
           ELSE
              EVALUATE TRUE
                  WHEN ORDERS-HELD > 0
                    MOVE 'WARNING' TO BST-STATUS
                    MOVE 'ORDERS HELD FOR TERRITORY REVIEW' TO
                         BST-MESSAGE
                  WHEN ORDERS-UNATTRIBUTED > 0
                    MOVE 'WARNING' TO BST-STATUS
                    MOVE 'ORDERS WITHOUT SALES ATTRIBUTION SKIPPED' TO
                         BST-MESSAGE
                  WHEN OTHER
                    MOVE 'COMPLETE' TO BST-STATUS
                    MOVE 'SALES FEED EXTRACTED CLEAN' TO BST-MESSAGE
              END-EVALUATE
           END-IF.
           WRITE STATUS-LOG-REC.
           IF STATUS-LOG-STATUS NOT = '00'
                       SALES-OUT-STATUS
           END-IF.

           CLOSE REVIEW-OUT-FILE.
           IF REVIEW-OUT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING TERRITORY REVIEW OUTPUT: '
                       REVIEW-OUT-STATUS
           END-IF.

           CLOSE STATUS-LOG.
           IF STATUS-LOG-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING STATUS LOG: '
           DISPLAY 'ORDERS READ:        ' ORDERS-READ.
           DISPLAY 'SALES WRITTEN:      ' SALES-WRITTEN.
           DISPLAY 'UNATTRIBUTED:       ' ORDERS-UNATTRIBUTED.
           DISPLAY 'HELD FOR REVIEW:    ' ORDERS-HELD.
           DISPLAY 'NO TERRITORY:       ' ORDERS-UNMAPPED.
           DISPLAY 'RETURNS READ:       ' RETURNS-READ.
           DISPLAY 'CLAWBACKS WRITTEN:  ' CLAWBACKS-WRITTEN.
           DISPLAY 'UNIT RECORDS:       ' UNITS-WRITTEN.
           DISPLAY '========================================'.

      **********************************************
