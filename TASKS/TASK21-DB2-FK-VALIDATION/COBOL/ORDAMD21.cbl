      *              CLAWBACK CARRIES 'USD'. 'Q' QUANTITY CHANGES    *
      *              DO NOT CLAW BACK - COMMISSION TRUE-UP FOR A     *
      *              RESIZED ORDER STAYS A SALES-OPS DECISION.       *
      * 2026/10/15 - A CANCELLATION'S 'R' CLAWBACK IS NOW FOLLOWED BY  *
      *              ONE 'U' UNIT RECORD SIGNED '-' PER CANCELLED LINE *
      *              (PRODUCT AND QUANTITY, DATED AS THE ORDER) SO     *
      *              JOBSUB22 TAKES BACK ANY PRODUCT SPIFF THE ORDER   *
      *              EARNED.                                           *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  AMDDD (ORDER.AMENDMENTS) - AMENDMENT FEED (PS, 80 B)   *
      * OUTPUT: OUTDD (AMEND.LOG) - ACTION LOG (PS, 80 B)              *
      * OUTPUT: CLAWDD (COMM.CLAWBACKS) - 'R' CLAWBACK AND '-' UNIT    *
      *         RECORDS IN THE SALES FEED'S LAYOUT, MERGED INTO        *
      *         JOBSUB22'S INPUT BY THE JCL (PS, 80 B)                 *
      * OUTPUT: OPSLOG / STATLOG - SHARED OPERATIONS AND STATUS LOGS   *
      * DB2 TABLES: TB_ORDERS (SELECT/UPDATE/DELETE),                  *
      *             TB_PRODUCTS (UPDATE), TB_CUSTOMERS (UPDATE)        *
          05 CLW-CURRENCY PIC X(3).
          05 CLW-SALES-REF PIC X(6).
          05 CLW-SALE-DATE PIC 9(8).
          05 FILLER PIC X(7).
      * 'U' UNIT RECORDS ONLY: '-' FOR UNITS CANCELLED, THEN THE
      * PRODUCT AND QUANTITY.
          05 CLW-UNIT-SIGN PIC X(1).
          05 FILLER PIC X(6).
          05 CLW-PROD-ID PIC X(5).
          05 CLW-QUANTITY PIC 9(5).
          05 FILLER PIC X(23).

       FD OPS-ERROR-LOG RECORDING MODE IS F.
       01 OPS-ERROR-LOG-REC.
       01 HV-AMOUNT-DELTA PIC S9(7)V99 COMP-3.
       01 HV-SALES-EMP PIC X(5).
       01 HV-SALES-REGION PIC X(2).
       01 HV-ORDER-DATE PIC X(10).

      * CURSOR OVER EVERY LINE OF AN ORDER BEING CANCELLED. THE
      * ROW'S UNIT_PRICE IS THE PRICE THE LOADER CHARGED - THE
           EXEC SQL
             DECLARE ORDLINES CURSOR FOR
               SELECT ORDER_LINE, PROD_ID, QUANTITY, UNIT_PRICE,
                      CUST_ID, SALES_EMP_ID, SALES_REGION,
                      CHAR(ORDER_DATE, ISO)
                 FROM TB_ORDERS
               WHERE ORDER_ID = :HV-ORDER-ID
           END-EXEC.
       01 WS-CLAWBACKS-WRITTEN PIC 9(5) VALUE 0.
       01 WS-RUN-DATE PIC 9(8).

      * PRODUCT AND QUANTITY OF EACH LINE REVERSED FOR THE ORDER
      * BEING CANCELLED, WRITTEN AS '-' UNIT RECORDS AFTER ITS 'R'
      * CLAWBACK. SIZED TO WS-LINES-REVERSED, SO IT CANNOT OVERFLOW.
       01 WS-CANCEL-UNITS.
          05 WS-CANCEL-UNIT OCCURS 999 TIMES.
             10 WS-CU-PROD-ID PIC X(5).
             10 WS-CU-QUANTITY PIC 9(5).
       01 WS-CU-IDX PIC 9(3) VALUE 0.
       01 WS-CLAW-DATE PIC 9(8).
       01 WS-UNITS-WRITTEN PIC 9(5) VALUE 0.

      * FORMATTED SQLCODE FOR DISPLAY
       77 WS-SQLCODE-DISP PIC -Z(9)9.

             FETCH ORDLINES
               INTO :HV-ORDER-LINE, :HV-PROD-ID, :HV-QUANTITY,
                    :HV-UNIT-PRICE, :HV-CUST-ID,
                    :HV-SALES-EMP, :HV-SALES-REGION,
                    :HV-ORDER-DATE
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 0
                         WS-CLAW-AMOUNT
                         + (HV-UNIT-PRICE * HV-QUANTITY)
                 ADD 1 TO WS-LINES-REVERSED
                 MOVE HV-PROD-ID TO WS-CU-PROD-ID(WS-LINES-REVERSED)
                 MOVE HV-QUANTITY TO WS-CU-QUANTITY(WS-LINES-REVERSED)
               WHEN SQLCODE = 100
                 SET CURSOR-EOF TO TRUE
               WHEN OTHER
      * THE COMMISSION SALES FEED'S OWN LAYOUT, AGAINST THE
      * SALESPERSON THE LOADER BOOKED IT UNDER. AN ORDER BOOKED
      * BEFORE THE ATTRIBUTION EXISTED (BLANK SALES_EMP_ID) GETS
      * NO CLAWBACK - THERE IS NOBODY TO CLAW IT BACK FROM. THE
      * 'R' IS FOLLOWED BY A '-' UNIT RECORD PER CANCELLED LINE.
      **********************************************
       WRITE-CLAWBACK-RECORD.
           IF HV-SALES-EMP = SPACES
                 PERFORM ABEND-WITH-STATUS
              END-IF
              ADD 1 TO WS-CLAWBACKS-WRITTEN
              PERFORM WRITE-CANCEL-UNIT-RECORDS
           END-IF.

      **********************************************
      * WRITES ONE 'U' UNIT RECORD SIGNED '-' PER LINE OF THE
      * CANCELLED ORDER, DATED AS THE ORDER WAS BOOKED SO THE
      * SPIFF IT EARNED IS THE ONE TAKEN BACK.
      **********************************************
       WRITE-CANCEL-UNIT-RECORDS.
           MOVE HV-ORDER-DATE(1:4) TO WS-CLAW-DATE(1:4).
           MOVE HV-ORDER-DATE(6:2) TO WS-CLAW-DATE(5:2).
           MOVE HV-ORDER-DATE(9:2) TO WS-CLAW-DATE(7:2).
           PERFORM VARYING WS-CU-IDX FROM 1 BY 1
                   UNTIL WS-CU-IDX > WS-LINES-REVERSED
              IF WS-CU-QUANTITY(WS-CU-IDX) > 0
                 MOVE SPACES TO CLAWBACK-REC
                 MOVE HV-SALES-EMP TO CLW-EMP-ID
                 MOVE HV-SALES-REGION TO CLW-REGION
                 MOVE 0 TO CLW-SALES-AMT
                 MOVE 'U' TO CLW-TRANS-TYPE
                 MOVE 'USD' TO CLW-CURRENCY
                 MOVE AMD-ORDER-ID TO CLW-SALES-REF
                 MOVE WS-CLAW-DATE TO CLW-SALE-DATE
                 MOVE '-' TO CLW-UNIT-SIGN
                 MOVE WS-CU-PROD-ID(WS-CU-IDX) TO CLW-PROD-ID
                 MOVE WS-CU-QUANTITY(WS-CU-IDX) TO CLW-QUANTITY
                 WRITE CLAWBACK-REC
                 IF CLAWBACK-STATUS NOT = '00'
                    DISPLAY 'ERROR WRITING CLAWBACK FILE: '
                             CLAWBACK-STATUS
                    EXEC SQL
                      ROLLBACK WORK
                    END-EXEC
                    PERFORM ABEND-WITH-STATUS
                 END-IF
                 ADD 1 TO WS-UNITS-WRITTEN
              END-IF
           END-PERFORM.

      **********************************************
      * 'Q' QUANTITY CHANGE: READS THE NAMED ORDER LINE, WORKS
      * OUT THE DELTA, CHECKS INVENTORY FOR AN INCREASE, THEN
           DISPLAY 'CANCELS APPLIED:    ' CANCELS-APPLIED.
           DISPLAY 'CHANGES APPLIED:    ' CHANGES-APPLIED.
           DISPLAY 'REJECTED:           ' RECORDS-ERRORS.
           DISPLAY 'CLAWBACKS WRITTEN:  ' WS-CLAWBACKS-WRITTEN.
           DISPLAY 'UNIT RECORDS:       ' WS-UNITS-WRITTEN.
           DISPLAY '========================================'.
      **********************************************
      * CAPTURES THE RUN-START TIMESTAMP FOR THE BATSTAT RECORD.
