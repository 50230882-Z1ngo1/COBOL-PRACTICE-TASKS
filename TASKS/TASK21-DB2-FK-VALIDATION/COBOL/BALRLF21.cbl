      ******************************************************************
      * TB_CUSTOMERS BALANCE RELIEF FROM CASH AND CREDITS              *
      *                                                                *
      * PURPOSE:                                                       *
      * DB2JOB21 RAISES TB_CUSTOMERS.CURRENT_BALANCE BY EVERY ORDER    *
      * IT LOADS AND CHECK-CUSTOMER-CREDIT TESTS THE NEXT ORDER        *
      * AGAINST IT, BUT ONLY ORDAMD21'S CANCELLATIONS EVER TOOK        *
      * ANYTHING OFF - A CUSTOMER WHO PAID STILL CARRIED EVERY ORDER   *
      * EVER SHIPPED AND GOOD CUSTOMERS WERE REFUSED CREDIT. NOW THAT  *
      * ORDINV21 BILLS THOSE ORDERS THROUGH THE INVOICE REGISTER,      *
      * THIS JOB RELIEVES THE BALANCE AS A/R SETTLES THEM: FROM        *
      * CASHAP16'S PAID EXTRACT AND THE CREDIT-MEMO LINES OF RETURN16  *
      * AND RMARTN21. IT THEN RECONCILES EVERY CUSTOMER'S BALANCE      *
      * AGAINST WHAT ITS TB_ORDERS ROWS SAY IT SHOULD BE, WITH THE     *
      * OPEN A/R BESIDE IT.                                            *
      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   THE BALANCE HOLDS ORDER VALUE (QUANTITY X UNIT_PRICE, NO     *
      *   TAX), SO RELIEF IS ALWAYS MEASURED IN ORDER VALUE AND        *
      *   RECORDED PER ROW IN TB_ORDERS.BAL_RELIEVED - A ROW CAN NEVER *
      *   BE RELIEVED BEYOND WHAT IT BOOKED.                           *
      *   PHASE 1 - CREDIT-MEMO LINES (CLINDD), IN MEMO ORDER: A LINE  *
      *     WHOSE ORIGINAL INVOICE IS AN ORDINV21 INVOICE RELIEVES     *
      *     QUANTITY X BILLED PRICE FROM THAT INVOICE'S ROWS FOR THE   *
      *     PART, CAPPED AT WHAT THEY STILL CARRY. EVERY ROW FETCHED   *
      *     IS STAMPED WITH THE MEMO NUMBER (RELIEF_MEMO_NUM), AND A   *
      *     MEMO NO HIGHER THAN ONE ALREADY STAMPED ON THE INVOICE IS  *
      *     SKIPPED - MEMO NUMBERS ONLY EVER RISE, SO A RERUN CANNOT   *
      *     RELIEVE THE SAME RETURN TWICE.                             *
      *   PHASE 2 - PAID EXTRACT (PAIDDD): AN INVOICE SETTLED IN FULL  *
      *     RELIEVES WHATEVER ITS ROWS STILL CARRY AND MARKS THEM      *
      *     FULLY RELIEVED; A RERUN FINDS NOTHING LEFT TO RELIEVE.     *
      *     PAYMENTS SHORT OF SETTLEMENT RELIEVE NOTHING UNTIL THE     *
      *     INVOICE CLOSES.                                            *
      *   AN INVOICE NUMBER WITH NO TB_ORDERS ROWS IS A PARTS INVOICE  *
      *   (OR AN ORDER ORDARC21 HAS ALREADY PURGED) AND IS COUNTED     *
      *   AND PASSED OVER. THE RELIEF IS COMMITTED AT END OF PHASE 2.  *
      *   PHASE 3 - RECONCILIATION REPORT, ONE LINE PER CUSTOMER WITH  *
      *     ANYTHING OUTSTANDING: CURRENT_BALANCE AGAINST UNBILLED     *
      *     ORDER VALUE PLUS BILLED VALUE NOT YET RELIEVED, FLAGGING   *
      *     ANY DIFFERENCE, WITH THE CUSTOMER'S OPEN A/R FROM THE      *
      *     CASHAP16 CARRY FILE (INVOICE TOTALS, TAX INCLUDED) FOR     *
      *     REFERENCE.                                                 *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/10/15                                               *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  CLINDD (CREDIT.LINES) - CREDIT-MEMO LINES FROM         *
      *         RETURN16 AND RMARTN21 (ORDER.CREDIT.LINES)             *
      * INPUT:  PAIDDD (AR.PAID.INVOICES) - INVOICES SETTLED IN FULL   *
      * INPUT:  ARODD (AR.OPEN.ITEMS) - CASHAP16 OPEN-ITEM CARRY FILE  *
      * OUTPUT: RPTDD (CUST.BALANCE.RECON) - RELIEF LOG AND            *
      *         RECONCILIATION REPORT (PS, 132 B)                      *
      * OUTPUT: OPSLOG / STATLOG - SHARED OPERATIONS AND STATUS LOGS   *
      * DB2 TABLES: TB_ORDERS (SELECT, BAL_RELIEVED/RELIEF_MEMO_NUM    *
      *             UPDATE), TB_CUSTOMERS (CURRENT_BALANCE UPDATE)     *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALRLF21.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CREDIT-LINE-FILE ASSIGN TO CLINDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS CREDIT-LINE-STATUS.

           SELECT PAID-EXTRACT-FILE ASSIGN TO PAIDDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS PAID-EXTRACT-STATUS.

           SELECT OPEN-ITEM-FILE ASSIGN TO ARODD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS OPEN-ITEM-STATUS.

           SELECT REPORT-FILE ASSIGN TO RPTDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS REPORT-STATUS.

           SELECT OPS-ERROR-LOG ASSIGN TO OPSLOG
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS OPS-ERROR-LOG-STATUS.

           SELECT STATUS-LOG ASSIGN TO STATLOG
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS STATUS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * CREDIT-MEMO LINES IN RETURN16'S LAYOUT: THE INVOICE-LINE
      * LAYOUT WITH THE MEMO NUMBER FIRST AND THE ORIGINAL INVOICE
      * AFTER THE DATE.
       FD CREDIT-LINE-FILE RECORDING MODE IS F.
       01 CREDIT-LINE-REC.
          05 CLN-MEMO-NUM PIC 9(7).
          05 FILLER PIC X(1).
          05 CLN-ORDER-NUM PIC 9(5).
          05 FILLER PIC X(1).
          05 CLN-CUST-ID PIC X(5).
          05 FILLER PIC X(1).
          05 CLN-PART-ID PIC 9(5).
          05 FILLER PIC X(1).
          05 CLN-QTY PIC 9(3).
          05 FILLER PIC X(1).
          05 CLN-UNIT-PRICE PIC 9(3)V99.
          05 FILLER PIC X(1).
          05 CLN-DATE PIC X(8).
          05 FILLER PIC X(1).
          05 CLN-INVOICE-NUM PIC 9(7).
          05 FILLER PIC X(28).

      * PAID EXTRACT IN CASHAP16'S LAYOUT
       FD PAID-EXTRACT-FILE RECORDING MODE IS F.
       01 PAID-EXTRACT-REC.
          05 PDX-INVOICE-NUM PIC 9(7).
          05 FILLER PIC X(1).
          05 PDX-CUST-ID PIC X(5).
          05 FILLER PIC X(1).
          05 PDX-AMOUNT PIC 9(7)V99.
          05 FILLER PIC X(1).
          05 PDX-PAID-DATE PIC X(8).
          05 FILLER PIC X(48).

      * OPEN A/R ITEMS IN CASHAP16'S CARRY-FILE LAYOUT
       FD OPEN-ITEM-FILE RECORDING MODE IS F.
       01 OPEN-ITEM-REC.
          05 ARO-INVOICE-NUM PIC 9(7).
          05 FILLER PIC X(1).
          05 ARO-CUST-ID PIC X(5).
          05 FILLER PIC X(1).
          05 ARO-AMOUNT-OPEN PIC 9(7)V99.
          05 FILLER PIC X(1).
          05 ARO-INVOICE-DATE PIC X(8).
          05 FILLER PIC X(48).

       FD REPORT-FILE RECORDING MODE IS F.
       01 REPORT-REC PIC X(132).

       FD OPS-ERROR-LOG RECORDING MODE IS F.
       01 OPS-ERROR-LOG-REC.
           COPY OPSLOG.

       FD STATUS-LOG RECORDING MODE IS F.
       01 STATUS-LOG-REC.
           COPY BATSTAT.

       WORKING-STORAGE SECTION.

      * SQL COMMUNICATION AREA
          EXEC SQL
            INCLUDE SQLCA
          END-EXEC.

      * DB2 HOST VARIABLES
       01 HV-INVOICE-NUM PIC S9(7) COMP-3.
       01 HV-MEMO-NUM PIC S9(7) COMP-3.
       01 HV-LAST-MEMO-NUM PIC S9(7) COMP-3.
       01 HV-PROD-ID PIC X(5).
       01 HV-ORDER-ID PIC X(6).
       01 HV-ORDER-LINE PIC S9(3) COMP-3.
       01 HV-CUST-ID PIC X(6).
       01 HV-ROW-COUNT PIC S9(9) COMP.
       01 HV-ROW-LEFT PIC S9(9)V99 COMP-3.
       01 HV-ROW-RELIEF PIC S9(9)V99 COMP-3.
       01 HV-RELIEF-AMT PIC S9(9)V99 COMP-3.
       01 HV-CUST-BALANCE PIC S9(9)V99 COMP-3.
       01 HV-UNBILLED PIC S9(9)V99 COMP-3.
       01 HV-BILLED-OPEN PIC S9(9)V99 COMP-3.

      * ROWS OF ONE INVOICE FOR ONE PART, WITH WHAT EACH STILL
      * CARRIES IN THE CUSTOMER'S BALANCE, LOWEST LINE FIRST.
           EXEC SQL
             DECLARE CRDCUR CURSOR FOR
               SELECT ORDER_ID, ORDER_LINE,
                      QUANTITY * UNIT_PRICE - VALUE(BAL_RELIEVED, 0)
                 FROM TB_ORDERS
               WHERE INVOICE_NUM = :HV-INVOICE-NUM
                 AND PROD_ID = :HV-PROD-ID
               ORDER BY ORDER_ID, ORDER_LINE
           END-EXEC.

      * EVERY CUSTOMER WITH ITS BALANCE, ITS UNBILLED ORDER VALUE
      * AND ITS BILLED VALUE NOT YET RELIEVED.
           EXEC SQL
             DECLARE RCNCUR CURSOR FOR
               SELECT C.CUST_ID, C.CURRENT_BALANCE,
                      VALUE(SUM(CASE WHEN O.INVOICE_NUM IS NULL
                                THEN O.QUANTITY * O.UNIT_PRICE
                                ELSE 0 END), 0),
                      VALUE(SUM(CASE WHEN O.INVOICE_NUM IS NOT NULL
                                THEN O.QUANTITY * O.UNIT_PRICE
                                     - VALUE(O.BAL_RELIEVED, 0)
                                ELSE 0 END), 0)
                 FROM TB_CUSTOMERS C
                 LEFT OUTER JOIN TB_ORDERS O
                   ON O.CUST_ID = C.CUST_ID
               GROUP BY C.CUST_ID, C.CURRENT_BALANCE
               ORDER BY C.CUST_ID
           END-EXEC.

      * FILE STATUS VARIABLES
       01 FILE-STATUSES.
          05 CREDIT-LINE-STATUS PIC X(2).
          05 PAID-EXTRACT-STATUS PIC X(2).
          05 OPEN-ITEM-STATUS PIC X(2).
          05 REPORT-STATUS PIC X(2).
          05 OPS-ERROR-LOG-STATUS PIC X(2).
          05 STATUS-LOG-STATUS PIC X(2).

      * CONTROL FLAGS
       01 WS-FLAGS.
          05 WS-CLN-EOF PIC X(1) VALUE 'N'.
             88 CLN-EOF VALUE 'Y'.
          05 WS-PDX-EOF PIC X(1) VALUE 'N'.
             88 PDX-EOF VALUE 'Y'.
          05 WS-ARO-EOF PIC X(1) VALUE 'N'.
             88 ARO-EOF VALUE 'Y'.
          05 WS-CURSOR-EOF PIC X(1) VALUE 'N'.
             88 CURSOR-EOF VALUE 'Y'.

      * SET JUST BEFORE A FATAL ERROR PATH WRITES ITS STATLOG RECORD
      * AND STOPS, SO WRITE-BATCH-STATUS REPORTS 'FAILED'.
       01 WS-ABEND-FLAG PIC X(1) VALUE 'N'.
          88 ABEND-IN-PROGRESS VALUE 'Y'.

      * RUN-START AND RECORD-WRITE TIMESTAMPS FOR THE BATSTAT
      * RECORD, SO BATSTS43 CAN REPORT ELAPSED TIME.
       01 WS-BST-START-TS PIC X(14).
       01 WS-BST-TS-BUILT PIC X(14).
       01 WS-BST-TS-WORK.
          05 WS-BST-TS-DATE PIC 9(8).
          05 WS-BST-TS-TIME PIC 9(8).

      * OPEN A/R PER CUSTOMER, SUMMED FROM THE CARRY FILE
       01 WS-AR-TABLE.
          05 AR-CUST-COUNT PIC 9(4) VALUE 0.
          05 AR-CUST-ENTRY OCCURS 2000 TIMES INDEXED BY AR-IDX.
             10 AR-CUST-ID PIC X(5).
             10 AR-OPEN-AMT PIC 9(9)V99.
       01 WS-AR-FOUND PIC X(1).
          88 AR-FOUND VALUE 'Y'.

      * RELIEF STILL TO BE SPREAD OVER THE CURRENT CREDIT LINE'S ROWS
       01 WS-CREDIT-LEFT PIC S9(9)V99 COMP-3.

      * RECONCILIATION WORK FIELDS
       01 WS-RCN-WORK.
          05 WS-EXPECTED PIC S9(9)V99 COMP-3.
          05 WS-DIFFERENCE PIC S9(9)V99 COMP-3.
          05 WS-CUST-AR-OPEN PIC 9(9)V99.

      * REPORT LINES
       01 WS-HEADING-1.
          05 FILLER PIC X(50)
             VALUE 'TB_CUSTOMERS BALANCE RELIEF AND RECONCILIATION'.
          05 FILLER PIC X(10) VALUE 'RUN DATE: '.
          05 HD-RUN-DATE PIC X(8).
          05 FILLER PIC X(64) VALUE SPACES.
       01 WS-RELIEF-LINE.
          05 RL-SOURCE PIC X(8).
          05 FILLER PIC X(1) VALUE SPACE.
          05 RL-DOC-NUM PIC 9(7).
          05 FILLER PIC X(9) VALUE ' INVOICE '.
          05 RL-INVOICE-NUM PIC 9(7).
          05 FILLER PIC X(6) VALUE ' CUST '.
          05 RL-CUST-ID PIC X(6).
          05 FILLER PIC X(9) VALUE ' RELIEF  '.
          05 RL-AMOUNT PIC ZZZ,ZZZ,ZZ9.99-.
          05 FILLER PIC X(2) VALUE SPACES.
          05 RL-NOTE PIC X(40).
          05 FILLER PIC X(22) VALUE SPACES.
       01 WS-COLUMN-HEADING.
          05 FILLER PIC X(8) VALUE 'CUST-ID '.
          05 FILLER PIC X(17) VALUE '  CURRENT_BALANCE'.
          05 FILLER PIC X(17) VALUE '         UNBILLED'.
          05 FILLER PIC X(17) VALUE '      BILLED OPEN'.
          05 FILLER PIC X(17) VALUE '         EXPECTED'.
          05 FILLER PIC X(17) VALUE '       DIFFERENCE'.
          05 FILLER PIC X(17) VALUE '      OPEN A/R   '.
          05 FILLER PIC X(22) VALUE '  STATUS'.
       01 WS-DETAIL-LINE.
          05 DL-CUST-ID PIC X(6).
          05 FILLER PIC X(2) VALUE SPACES.
          05 DL-BALANCE PIC ZZZ,ZZZ,ZZ9.99-.
          05 FILLER PIC X(2) VALUE SPACES.
          05 DL-UNBILLED PIC ZZZ,ZZZ,ZZ9.99-.
          05 FILLER PIC X(2) VALUE SPACES.
          05 DL-BILLED-OPEN PIC ZZZ,ZZZ,ZZ9.99-.
          05 FILLER PIC X(2) VALUE SPACES.
          05 DL-EXPECTED PIC ZZZ,ZZZ,ZZ9.99-.
          05 FILLER PIC X(2) VALUE SPACES.
          05 DL-DIFFERENCE PIC ZZZ,ZZZ,ZZ9.99-.
          05 FILLER PIC X(2) VALUE SPACES.
          05 DL-AR-OPEN PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(3) VALUE SPACES.
          05 DL-STATUS PIC X(8).
          05 FILLER PIC X(14) VALUE SPACES.

      * TOTALS
       01 WS-TOTALS.
          05 TOT-BALANCE PIC S9(11)V99 COMP-3 VALUE 0.
          05 TOT-EXPECTED PIC S9(11)V99 COMP-3 VALUE 0.
          05 TOT-RELIEVED PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-TOTAL-DISP PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

      * STATISTICS COUNTERS
       01 WS-COUNTERS.
          05 CREDIT-LINES-READ PIC 9(7) VALUE 0.
          05 CREDITS-RELIEVED PIC 9(7) VALUE 0.
          05 CREDITS-ALREADY-DONE PIC 9(7) VALUE 0.
          05 PAID-READ PIC 9(7) VALUE 0.
          05 PAID-RELIEVED PIC 9(7) VALUE 0.
          05 NOT-ORDER-INVOICES PIC 9(7) VALUE 0.
          05 CUSTOMERS-NOT-FOUND PIC 9(7) VALUE 0.
          05 CUSTOMERS-REPORTED PIC 9(7) VALUE 0.
          05 CUSTOMERS-MISMATCHED PIC 9(7) VALUE 0.
          05 RECORDS-READ PIC 9(7) VALUE 0.
          05 RELIEF-ACTIONS PIC 9(7) VALUE 0.

      * FORMATTED SQLCODE FOR DISPLAY
       77 WS-SQLCODE-DISP PIC -Z(9)9.

      * MESSAGE TEXT FOR THE CENTRALIZED OPS ERROR LOG
       01 WS-OPS-MESSAGE PIC X(62).

      **********************************************
      * OPENS FILES, APPLIES THE CREDIT AND CASH RELIEF, COMMITS,
      * RECONCILES, WRITES BATCH STATUS, CLOSES, DISPLAYS SUMMARY.
      **********************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM SET-BST-START-TS.
           PERFORM OPEN-ALL-FILES.
           PERFORM RELIEVE-FROM-CREDITS.
           PERFORM RELIEVE-FROM-PAID.
           PERFORM FINAL-COMMIT.
           PERFORM LOAD-OPEN-AR.
           PERFORM RECONCILE-BALANCES.
           PERFORM WRITE-BATCH-STATUS.
           PERFORM CLOSE-ALL-FILES.
           PERFORM DISPLAY-SUMMARY.
           STOP RUN.

      **********************************************
      * STATUS-LOG IS OPENED FIRST, AHEAD OF EVERY OTHER FILE, SO
      * ABEND-WITH-STATUS CAN WRITE A 'FAILED' RECORD TO IT IF ANY
      * OF THE OTHER OPENS BELOW FAIL. NO CREDIT LINES, NO PAID
      * EXTRACT OR NO CARRY FILE TONIGHT SIMPLY MEANS NOTHING TO
      * DO FOR THAT PHASE.
      **********************************************
       OPEN-ALL-FILES.
           OPEN EXTEND STATUS-LOG.
           IF STATUS-LOG-STATUS = '05' OR STATUS-LOG-STATUS = '35'
              OPEN OUTPUT STATUS-LOG
           END-IF.
           IF STATUS-LOG-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING STATUS LOG: ' STATUS-LOG-STATUS
              STOP RUN
           END-IF.

           OPEN EXTEND OPS-ERROR-LOG.
           IF OPS-ERROR-LOG-STATUS = '05' OR OPS-ERROR-LOG-STATUS = '35'
              OPEN OUTPUT OPS-ERROR-LOG
           END-IF.
           IF OPS-ERROR-LOG-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING OPS ERROR LOG: '
                       OPS-ERROR-LOG-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN INPUT CREDIT-LINE-FILE.
           IF CREDIT-LINE-STATUS = '05' OR CREDIT-LINE-STATUS = '35'
              DISPLAY 'NO CREDIT-MEMO LINES TONIGHT'
              SET CLN-EOF TO TRUE
           ELSE
              IF CREDIT-LINE-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING CREDIT LINE FILE: '
                          CREDIT-LINE-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
           END-IF.

           OPEN INPUT PAID-EXTRACT-FILE.
           IF PAID-EXTRACT-STATUS = '05' OR PAID-EXTRACT-STATUS = '35'
              DISPLAY 'NO PAID EXTRACT TONIGHT'
              SET PDX-EOF TO TRUE
           ELSE
              IF PAID-EXTRACT-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING PAID EXTRACT: '
                          PAID-EXTRACT-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
           END-IF.

           OPEN INPUT OPEN-ITEM-FILE.
           IF OPEN-ITEM-STATUS = '05' OR OPEN-ITEM-STATUS = '35'
              DISPLAY 'NO OPEN-ITEM CARRY FILE - A/R SHOWN AS ZERO'
              SET ARO-EOF TO TRUE
           ELSE
              IF OPEN-ITEM-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING OPEN-ITEM FILE: '
                          OPEN-ITEM-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING REPORT FILE: ' REPORT-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           MOVE WS-BST-TS-DATE TO HD-RUN-DATE.
           MOVE WS-HEADING-1 TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.

      **********************************************
      * PHASE 1 - READS THE CREDIT-MEMO LINES AND RELIEVES EACH
      * ONE RAISED AGAINST AN ORDER INVOICE.
      **********************************************
       RELIEVE-FROM-CREDITS.
           PERFORM UNTIL CLN-EOF
              READ CREDIT-LINE-FILE
                AT END
                   SET CLN-EOF TO TRUE
                NOT AT END
                   IF CREDIT-LINE-STATUS = '00'
                      ADD 1 TO CREDIT-LINES-READ
                      ADD 1 TO RECORDS-READ
                      PERFORM RELIEVE-ONE-CREDIT
                   ELSE
                      DISPLAY 'ERROR READING CREDIT LINE FILE: '
                               CREDIT-LINE-STATUS
                      EXEC SQL
                        ROLLBACK WORK
                      END-EXEC
                      PERFORM ABEND-WITH-STATUS
                   END-IF
              END-READ
           END-PERFORM.

      **********************************************
      * ONE CREDIT LINE: LOOKS UP THE ORIGINAL INVOICE'S ROWS AND
      * THE HIGHEST MEMO ALREADY RELIEVED AGAINST THEM, THEN
      * SPREADS THE CREDIT OVER THE PART'S ROWS.
      **********************************************
       RELIEVE-ONE-CREDIT.
           MOVE CLN-INVOICE-NUM TO HV-INVOICE-NUM.
           MOVE CLN-MEMO-NUM TO HV-MEMO-NUM.
           MOVE CLN-PART-ID TO HV-PROD-ID.
           EXEC SQL
             SELECT COUNT(*), VALUE(MAX(RELIEF_MEMO_NUM), 0),
                    VALUE(MAX(CUST_ID), ' ')
               INTO :HV-ROW-COUNT, :HV-LAST-MEMO-NUM, :HV-CUST-ID
               FROM TB_ORDERS
              WHERE INVOICE_NUM = :HV-INVOICE-NUM
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM CRITICAL-DB2-ERROR
           END-IF.
           EVALUATE TRUE
               WHEN HV-ROW-COUNT = 0
                 ADD 1 TO NOT-ORDER-INVOICES
               WHEN HV-LAST-MEMO-NUM >= HV-MEMO-NUM
                 ADD 1 TO CREDITS-ALREADY-DONE
               WHEN OTHER
                 COMPUTE WS-CREDIT-LEFT = CLN-QTY * CLN-UNIT-PRICE
                 MOVE 0 TO HV-RELIEF-AMT
                 PERFORM SPREAD-CREDIT-OVER-ROWS
                 MOVE 'CREDIT' TO RL-SOURCE
                 MOVE CLN-MEMO-NUM TO RL-DOC-NUM
                 PERFORM APPLY-CUSTOMER-RELIEF
                 ADD 1 TO CREDITS-RELIEVED
           END-EVALUATE.

      **********************************************
      * WALKS THE INVOICE'S ROWS FOR THE PART, RELIEVING EACH UP
      * TO WHAT IT STILL CARRIES UNTIL THE CREDIT IS USED UP, AND
      * STAMPS EVERY ROW WITH THE MEMO NUMBER.
      **********************************************
       SPREAD-CREDIT-OVER-ROWS.
           MOVE 'N' TO WS-CURSOR-EOF.
           EXEC SQL
             OPEN CRDCUR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM CRITICAL-DB2-ERROR
           END-IF.
           PERFORM UNTIL CURSOR-EOF
              EXEC SQL
                FETCH CRDCUR
                  INTO :HV-ORDER-ID, :HV-ORDER-LINE, :HV-ROW-LEFT
              END-EXEC
              EVALUATE TRUE
                  WHEN SQLCODE = 0
                    PERFORM RELIEVE-ONE-ROW
                  WHEN SQLCODE = 100
                    SET CURSOR-EOF TO TRUE
                  WHEN OTHER
                    PERFORM CRITICAL-DB2-ERROR
              END-EVALUATE
           END-PERFORM.
           EXEC SQL
             CLOSE CRDCUR
           END-EXEC.

      **********************************************
      * RELIEVES ONE FETCHED ROW BY THE SMALLER OF THE CREDIT STILL
      * TO SPREAD AND WHAT THE ROW STILL CARRIES.
      **********************************************
       RELIEVE-ONE-ROW.
           IF HV-ROW-LEFT < 0
              MOVE 0 TO HV-ROW-LEFT
           END-IF.
           IF WS-CREDIT-LEFT < HV-ROW-LEFT
              MOVE WS-CREDIT-LEFT TO HV-ROW-RELIEF
           ELSE
              MOVE HV-ROW-LEFT TO HV-ROW-RELIEF
           END-IF.
           SUBTRACT HV-ROW-RELIEF FROM WS-CREDIT-LEFT.
           ADD HV-ROW-RELIEF TO HV-RELIEF-AMT.
           EXEC SQL
             UPDATE TB_ORDERS
                SET BAL_RELIEVED = VALUE(BAL_RELIEVED, 0)
                                   + :HV-ROW-RELIEF,
                    RELIEF_MEMO_NUM = :HV-MEMO-NUM
              WHERE ORDER_ID = :HV-ORDER-ID
                AND ORDER_LINE = :HV-ORDER-LINE
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM CRITICAL-DB2-ERROR
           END-IF.

      **********************************************
      * PHASE 2 - READS THE PAID EXTRACT AND RELIEVES EVERY ORDER
      * INVOICE SETTLED IN FULL.
      **********************************************
       RELIEVE-FROM-PAID.
           PERFORM UNTIL PDX-EOF
              READ PAID-EXTRACT-FILE
                AT END
                   SET PDX-EOF TO TRUE
                NOT AT END
                   IF PAID-EXTRACT-STATUS = '00'
                      ADD 1 TO PAID-READ
                      ADD 1 TO RECORDS-READ
                      PERFORM RELIEVE-ONE-PAID
                   ELSE
                      DISPLAY 'ERROR READING PAID EXTRACT: '
                               PAID-EXTRACT-STATUS
                      EXEC SQL
                        ROLLBACK WORK
                      END-EXEC
                      PERFORM ABEND-WITH-STATUS
                   END-IF
              END-READ
           END-PERFORM.

      **********************************************
      * ONE SETTLED INVOICE: RELIEVES EVERYTHING ITS ROWS STILL
      * CARRY AND MARKS THEM FULLY RELIEVED.
      **********************************************
       RELIEVE-ONE-PAID.
           MOVE PDX-INVOICE-NUM TO HV-INVOICE-NUM.
           EXEC SQL
             SELECT COUNT(*), VALUE(MAX(CUST_ID), ' '),
                    VALUE(SUM(QUANTITY * UNIT_PRICE
                              - VALUE(BAL_RELIEVED, 0)), 0)
               INTO :HV-ROW-COUNT, :HV-CUST-ID, :HV-RELIEF-AMT
               FROM TB_ORDERS
              WHERE INVOICE_NUM = :HV-INVOICE-NUM
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM CRITICAL-DB2-ERROR
           END-IF.
           IF HV-ROW-COUNT = 0
              ADD 1 TO NOT-ORDER-INVOICES
           ELSE
              IF HV-RELIEF-AMT > 0
                 EXEC SQL
                   UPDATE TB_ORDERS
                      SET BAL_RELIEVED = QUANTITY * UNIT_PRICE
                    WHERE INVOICE_NUM = :HV-INVOICE-NUM
                 END-EXEC
                 IF SQLCODE NOT = 0
                    PERFORM CRITICAL-DB2-ERROR
                 END-IF
                 MOVE 'PAID' TO RL-SOURCE
                 MOVE PDX-INVOICE-NUM TO RL-DOC-NUM
                 PERFORM APPLY-CUSTOMER-RELIEF
                 ADD 1 TO PAID-RELIEVED
              END-IF
           END-IF.

      **********************************************
      * TAKES HV-RELIEF-AMT OFF THE CUSTOMER'S CURRENT_BALANCE AND
      * LOGS IT. A CUSTOMER NO LONGER ON TB_CUSTOMERS HAS NO
      * BALANCE TO RELIEVE - LOGGED AND COUNTED.
      **********************************************
       APPLY-CUSTOMER-RELIEF.
           MOVE HV-INVOICE-NUM TO RL-INVOICE-NUM.
           MOVE HV-CUST-ID TO RL-CUST-ID.
           MOVE HV-RELIEF-AMT TO RL-AMOUNT.
           MOVE SPACES TO RL-NOTE.
           IF HV-RELIEF-AMT > 0
              EXEC SQL
                UPDATE TB_CUSTOMERS
                   SET CURRENT_BALANCE =
                          CURRENT_BALANCE - :HV-RELIEF-AMT
                 WHERE CUST_ID = :HV-CUST-ID
              END-EXEC
              EVALUATE TRUE
                  WHEN SQLCODE = 0
                    ADD 1 TO RELIEF-ACTIONS
                    ADD HV-RELIEF-AMT TO TOT-RELIEVED
                  WHEN SQLCODE = 100
                    ADD 1 TO CUSTOMERS-NOT-FOUND
                    MOVE 'CUSTOMER NOT ON TB_CUSTOMERS' TO RL-NOTE
                  WHEN OTHER
                    PERFORM CRITICAL-DB2-ERROR
              END-EVALUATE
           ELSE
              MOVE 'NOTHING LEFT TO RELIEVE ON THE ROWS' TO RL-NOTE
           END-IF.
           MOVE WS-RELIEF-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.

      **********************************************
      * COMMITS THE NIGHT'S RELIEF IN ONE UNIT OF WORK, SO AN
      * ABEND PART WAY THROUGH LEAVES NOTHING HALF-APPLIED.
      **********************************************
       FINAL-COMMIT.
           EXEC SQL
             COMMIT WORK
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM CRITICAL-DB2-ERROR
           END-IF.

      **********************************************
      * LOADS THE CARRY FILE'S OPEN ITEMS, SUMMED PER CUSTOMER.
      **********************************************
       LOAD-OPEN-AR.
           PERFORM UNTIL ARO-EOF
              READ OPEN-ITEM-FILE
                AT END
                   SET ARO-EOF TO TRUE
                NOT AT END
                   IF OPEN-ITEM-STATUS = '00'
                      PERFORM ADD-ONE-OPEN-ITEM
                   ELSE
                      DISPLAY 'ERROR READING OPEN-ITEM FILE: '
                               OPEN-ITEM-STATUS
                      PERFORM ABEND-WITH-STATUS
                   END-IF
              END-READ
           END-PERFORM.

      **********************************************
      * ADDS ONE OPEN ITEM TO ITS CUSTOMER'S A/R TOTAL.
      **********************************************
       ADD-ONE-OPEN-ITEM.
           MOVE ARO-CUST-ID TO HV-CUST-ID.
           PERFORM FIND-AR-CUSTOMER.
           IF AR-FOUND
              ADD ARO-AMOUNT-OPEN TO AR-OPEN-AMT(AR-IDX)
           ELSE
              IF AR-CUST-COUNT >= 2000
                 DISPLAY 'ERROR: OPEN A/R TABLE FULL (2000 MAX)'
                 PERFORM ABEND-WITH-STATUS
              END-IF
              ADD 1 TO AR-CUST-COUNT
              SET AR-IDX TO AR-CUST-COUNT
              MOVE ARO-CUST-ID TO AR-CUST-ID(AR-IDX)
              MOVE ARO-AMOUNT-OPEN TO AR-OPEN-AMT(AR-IDX)
           END-IF.

      **********************************************
      * FINDS THE A/R ENTRY FOR THE CUSTOMER IN HV-CUST-ID (THE
      * A/R CUSTOMER IS ITS FIRST FIVE BYTES), LEAVING AR-IDX ON
      * IT.
      **********************************************
       FIND-AR-CUSTOMER.
           MOVE 'N' TO WS-AR-FOUND.
           IF AR-CUST-COUNT > 0
              SET AR-IDX TO 1
              SEARCH AR-CUST-ENTRY
                  AT END
                     CONTINUE
                  WHEN AR-IDX > AR-CUST-COUNT
                     CONTINUE
                  WHEN AR-CUST-ID(AR-IDX) = HV-CUST-ID(1:5)
                     SET AR-FOUND TO TRUE
              END-SEARCH
           END-IF.

      **********************************************
      * PHASE 3 - ONE REPORT LINE PER CUSTOMER WITH A BALANCE,
      * ORDER VALUE OUTSTANDING OR OPEN A/R; QUIET CUSTOMERS ARE
      * LEFT OFF.
      **********************************************
       RECONCILE-BALANCES.
           MOVE SPACES TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-COLUMN-HEADING TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'N' TO WS-CURSOR-EOF.
           EXEC SQL
             OPEN RCNCUR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM CRITICAL-DB2-ERROR
           END-IF.
           PERFORM UNTIL CURSOR-EOF
              EXEC SQL
                FETCH RCNCUR
                  INTO :HV-CUST-ID, :HV-CUST-BALANCE,
                       :HV-UNBILLED, :HV-BILLED-OPEN
              END-EXEC
              EVALUATE TRUE
                  WHEN SQLCODE = 0
                    PERFORM RECONCILE-ONE-CUSTOMER
                  WHEN SQLCODE = 100
                    SET CURSOR-EOF TO TRUE
                  WHEN OTHER
                    PERFORM CRITICAL-DB2-ERROR
              END-EVALUATE
           END-PERFORM.
           EXEC SQL
             CLOSE RCNCUR
           END-EXEC.

           MOVE SPACES TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE TOT-BALANCE TO WS-TOTAL-DISP.
           STRING 'TOTAL CURRENT_BALANCE: ' DELIMITED BY SIZE
                  WS-TOTAL-DISP DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-REC.
           MOVE TOT-EXPECTED TO WS-TOTAL-DISP.
           STRING 'TOTAL EXPECTED:        ' DELIMITED BY SIZE
                  WS-TOTAL-DISP DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-REC.
           MOVE TOT-RELIEVED TO WS-TOTAL-DISP.
           STRING 'RELIEVED THIS RUN:     ' DELIMITED BY SIZE
                  WS-TOTAL-DISP DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

      **********************************************
      * COMPARES ONE CUSTOMER'S BALANCE WITH ITS EXPECTED VALUE.
      **********************************************
       RECONCILE-ONE-CUSTOMER.
           PERFORM FIND-AR-CUSTOMER.
           IF AR-FOUND
              MOVE AR-OPEN-AMT(AR-IDX) TO WS-CUST-AR-OPEN
           ELSE
              MOVE 0 TO WS-CUST-AR-OPEN
           END-IF.
           COMPUTE WS-EXPECTED = HV-UNBILLED + HV-BILLED-OPEN.
           COMPUTE WS-DIFFERENCE = HV-CUST-BALANCE - WS-EXPECTED.
           IF HV-CUST-BALANCE NOT = 0 OR WS-EXPECTED NOT = 0
              OR WS-CUST-AR-OPEN NOT = 0
              ADD 1 TO CUSTOMERS-REPORTED
              ADD HV-CUST-BALANCE TO TOT-BALANCE
              ADD WS-EXPECTED TO TOT-EXPECTED
              MOVE HV-CUST-ID TO DL-CUST-ID
              MOVE HV-CUST-BALANCE TO DL-BALANCE
              MOVE HV-UNBILLED TO DL-UNBILLED
              MOVE HV-BILLED-OPEN TO DL-BILLED-OPEN
              MOVE WS-EXPECTED TO DL-EXPECTED
              MOVE WS-DIFFERENCE TO DL-DIFFERENCE
              MOVE WS-CUST-AR-OPEN TO DL-AR-OPEN
              IF WS-DIFFERENCE = 0
                 MOVE 'OK' TO DL-STATUS
              ELSE
                 MOVE 'MISMATCH' TO DL-STATUS
                 ADD 1 TO CUSTOMERS-MISMATCHED
              END-IF
              MOVE WS-DETAIL-LINE TO REPORT-REC
              PERFORM WRITE-REPORT-LINE
           END-IF.

      **********************************************
      * WRITES WHATEVER LINE IS CURRENTLY IN REPORT-REC.
      **********************************************
       WRITE-REPORT-LINE.
           WRITE REPORT-REC.
           IF REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING REPORT FILE: ' REPORT-STATUS
              EXEC SQL
                ROLLBACK WORK
              END-EXEC
              PERFORM ABEND-WITH-STATUS
           END-IF.
           MOVE SPACES TO REPORT-REC.

      **********************************************
      * UNEXPECTED DB2 ERROR: LOG TO OPSLOG, ROLL BACK, ABEND
      * WITH A FAILED STATLOG RECORD.
      **********************************************
       CRITICAL-DB2-ERROR.
           MOVE SQLCODE TO WS-SQLCODE-DISP.
           DISPLAY 'CRITICAL DB2 ERROR: ' WS-SQLCODE-DISP.
           DISPLAY 'INVOICE: ' HV-INVOICE-NUM ' CUSTOMER: ' HV-CUST-ID.
           MOVE SPACES TO WS-OPS-MESSAGE.
           STRING 'BALANCE RELIEF DB2 ERROR, SQLCODE '
                  DELIMITED BY SIZE
                  WS-SQLCODE-DISP DELIMITED BY SIZE
                  INTO WS-OPS-MESSAGE
           END-STRING.
           PERFORM WRITE-OPS-ERROR-LOG.
           EXEC SQL
             ROLLBACK WORK
           END-EXEC.
           PERFORM ABEND-WITH-STATUS.

      **********************************************
      * APPENDS ONE RECORD TO THE CENTRALIZED OPS ERROR LOG BEFORE
      * A CRITICAL STOP RUN.
      **********************************************
       WRITE-OPS-ERROR-LOG.
           MOVE SPACES TO OPS-ERROR-LOG-REC.
           MOVE 'BALRLF21' TO OPS-PROGRAM-ID.
           MOVE WS-BST-TS-DATE TO OPS-CYCLE-DATE.
           MOVE 'CRITICAL' TO OPS-SEVERITY.
           MOVE WS-OPS-MESSAGE TO OPS-MESSAGE.
           WRITE OPS-ERROR-LOG-REC.
           IF OPS-ERROR-LOG-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR WRITING OPS ERROR LOG: '
                       OPS-ERROR-LOG-STATUS
           END-IF.

      **********************************************
      * APPENDS ONE RECORD TO THE SHARED END-OF-NIGHT STATUS LOG.
      **********************************************
       WRITE-BATCH-STATUS.
           MOVE SPACES TO STATUS-LOG-REC.
           MOVE 'BALRLF21' TO BST-PROGRAM-ID.
           PERFORM GET-BST-TIMESTAMP.
           MOVE WS-BST-START-TS TO BST-START-TS.
           MOVE WS-BST-TS-BUILT TO BST-END-TS.
           MOVE RECORDS-READ TO BST-RECORDS-IN.
           MOVE RELIEF-ACTIONS TO BST-RECORDS-OUT.
           MOVE CUSTOMERS-MISMATCHED TO BST-RECORDS-REJECTED.
           IF ABEND-IN-PROGRESS
              MOVE 'FAILED' TO BST-STATUS
              MOVE 'JOB ABENDED - SEE SYSOUT FOR DETAIL' TO BST-MESSAGE
           ELSE
              IF CUSTOMERS-MISMATCHED > 0
                 MOVE 'WARNING' TO BST-STATUS
                 MOVE 'BALANCES DIFFER FROM ORDERS - SEE RPT' TO
                      BST-MESSAGE
              ELSE
                 MOVE 'COMPLETE' TO BST-STATUS
                 MOVE 'BALANCES RELIEVED AND RECONCILED' TO
                      BST-MESSAGE
              END-IF
           END-IF.
           WRITE STATUS-LOG-REC.
           IF STATUS-LOG-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR WRITING BATCH STATUS LOG: '
                       STATUS-LOG-STATUS
           END-IF.

      **********************************************
      * CALLED IN PLACE OF A BARE STOP RUN FROM ANY FATAL ERROR
      * PATH SO THE RUN STILL LEAVES A 'FAILED' STATLOG RECORD
      * BEHIND.
      **********************************************
       ABEND-WITH-STATUS.
           SET ABEND-IN-PROGRESS TO TRUE.
           PERFORM WRITE-BATCH-STATUS.
           STOP RUN.

      **********************************************
      * CLOSES ALL FILES. THE INPUTS ARE CLOSED ONLY WHEN THEY
      * WERE OPENED.
      **********************************************
       CLOSE-ALL-FILES.
           IF CREDIT-LINE-STATUS NOT = '05'
              AND CREDIT-LINE-STATUS NOT = '35'
              CLOSE CREDIT-LINE-FILE
           END-IF.
           IF PAID-EXTRACT-STATUS NOT = '05'
              AND PAID-EXTRACT-STATUS NOT = '35'
              CLOSE PAID-EXTRACT-FILE
           END-IF.
           IF OPEN-ITEM-STATUS NOT = '05'
              AND OPEN-ITEM-STATUS NOT = '35'
              CLOSE OPEN-ITEM-FILE
           END-IF.

           CLOSE REPORT-FILE.
           IF REPORT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING REPORT FILE: '
                       REPORT-STATUS
           END-IF.

           CLOSE OPS-ERROR-LOG.
           IF OPS-ERROR-LOG-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING OPS ERROR LOG: '
                       OPS-ERROR-LOG-STATUS
           END-IF.

           CLOSE STATUS-LOG.
           IF STATUS-LOG-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING STATUS LOG: '
                       STATUS-LOG-STATUS
           END-IF.

      **********************************************
      * DISPLAY SUMMARY STATISTICS TO SYSOUT
      **********************************************
       DISPLAY-SUMMARY.
           MOVE TOT-RELIEVED TO WS-TOTAL-DISP.
           DISPLAY '========================================'.
           DISPLAY 'BALANCE RELIEF SUMMARY'.
           DISPLAY '========================================'.
           DISPLAY 'CREDIT LINES READ:    ' CREDIT-LINES-READ.
           DISPLAY 'CREDITS RELIEVED:     ' CREDITS-RELIEVED.
           DISPLAY 'CREDITS ALREADY DONE: ' CREDITS-ALREADY-DONE.
           DISPLAY 'PAID INVOICES READ:   ' PAID-READ.
           DISPLAY 'PAID RELIEVED:        ' PAID-RELIEVED.
           DISPLAY 'NOT ORDER INVOICES:   ' NOT-ORDER-INVOICES.
           DISPLAY 'CUSTOMERS NOT FOUND:  ' CUSTOMERS-NOT-FOUND.
           DISPLAY 'TOTAL RELIEVED:       ' WS-TOTAL-DISP.
           DISPLAY 'CUSTOMERS REPORTED:   ' CUSTOMERS-REPORTED.
           DISPLAY 'CUSTOMERS MISMATCHED: ' CUSTOMERS-MISMATCHED.
           DISPLAY '========================================'.

      **********************************************
      * CAPTURES THE RUN-START TIMESTAMP FOR THE BATSTAT RECORD.
      * PERFORMED FIRST THING IN MAIN-LOGIC.
      **********************************************
       SET-BST-START-TS.
           PERFORM GET-BST-TIMESTAMP.
           MOVE WS-BST-TS-BUILT TO WS-BST-START-TS.

      **********************************************
      * BUILDS A YYYYMMDDHHMMSS TIMESTAMP INTO WS-BST-TS-BUILT.
      **********************************************
       GET-BST-TIMESTAMP.
           ACCEPT WS-BST-TS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-BST-TS-TIME FROM TIME.
           MOVE SPACES TO WS-BST-TS-BUILT.
           STRING WS-BST-TS-DATE DELIMITED BY SIZE
                  WS-BST-TS-TIME(1:6) DELIMITED BY SIZE
                  INTO WS-BST-TS-BUILT
           END-STRING.
