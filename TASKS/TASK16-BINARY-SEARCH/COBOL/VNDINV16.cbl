      ******************************************************************
      * VENDOR INVOICE THREE-WAY MATCH AND ACCOUNTS-PAYABLE FILE       *
      *                                                                *
      * PURPOSE:                                                       *
      * PURORD16 RAISES THE PURCHASE ORDERS AND RECVNG16 RECEIVES THE  *
      * GOODS, BUT ACCOUNTS PAYABLE STILL PAID VENDOR INVOICES OFF     *
      * PAPER WITH NOTHING CHECKING THEM AGAINST WHAT WAS ORDERED AND  *
      * WHAT ACTUALLY ARRIVED - SHORT-SHIPPED DELIVERIES GOT PAID IN   *
      * FULL, AND SOME INVOICES GOT PAID TWICE. THIS JOB MATCHES EACH  *
      * VENDOR INVOICE LINE TO ITS PURCHASE-ORDER LINE AND TO THE      *
      * QUANTITY RECEIVED AND NOT YET INVOICED, WITHIN TOLERANCES.     *
      * FULLY MATCHED INVOICES GO TO THE ACCOUNTS-PAYABLE PAYMENT      *
      * FILE IN DUE-DATE ORDER; ANY INVOICE WITH A LINE THAT DOES      *
      * NOT MATCH IS HELD, WHOLE, ON THE EXCEPTIONS REPORT FOR THE     *
      * BUYERS.                                                        *
      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   PHASE 1 - BUILD THE PO LINE TABLE (PO NUMBER + PART) FROM    *
      *     THE OPEN EXPECTATIONS (POEXDD) AND THE RECEIPT HISTORY     *
      *     (RCPHDD): VENDOR, PO UNIT COST, QUANTITY RECEIVED. THEN    *
      *     LOAD THE AP INVOICE HISTORY (APHSDD): EVERY INVOICE        *
      *     ALREADY APPROVED, AND THE QUANTITY ALREADY INVOICED PER    *
      *     PO LINE.                                                   *
      *   PHASE 2 - READ THE VENDOR INVOICE FEED (VINVDD, ONE RECORD   *
      *     PER INVOICE LINE, GROUPED BY VENDOR AND INVOICE NUMBER).   *
      *     PER INVOICE:                                               *
      *     ALREADY ON THE AP HISTORY  -> HELD, DUPLICATE INVOICE.     *
      *     INVOICE DATE NOT NUMERIC   -> HELD.                        *
      *     PER LINE, IN THIS ORDER:                                   *
      *       PART/QTY/PRICE NOT NUMERIC     -> LINE FAILS.            *
      *       NO PO LINE FOR PO + PART       -> LINE FAILS.            *
      *       PO RAISED TO ANOTHER VENDOR    -> LINE FAILS.            *
      *       PO LINE HAS NO UNIT COST       -> LINE FAILS.            *
      *       PRICE OFF THE PO UNIT COST BY MORE THAN THE PRICE        *
      *         TOLERANCE (PARMDD PRICETOLPCT, PERCENT) -> FAILS.      *
      *       NOTHING RECEIVED, OR QTY MORE THAN RECEIVED-NOT-YET-     *
      *         INVOICED PLUS THE QTY TOLERANCE (QTYTOLPCT) -> FAILS.  *
      *     ANY LINE FAILED -> THE WHOLE INVOICE IS HELD AND ITS       *
      *       FAILING LINES LISTED; NOTHING IS COUNTED AS INVOICED.    *
      *     ALL LINES MATCH -> APPROVED: DUE DATE = INVOICE DATE +     *
      *       THE INVOICE'S TERMS DAYS (ELSE PARMDD NETDAYS), ONE      *
      *       PAYMENT RECORD, AND EVERY LINE APPENDED TO THE AP        *
      *       HISTORY SO THE SAME QUANTITY CANNOT BE PAID AGAIN.       *
      *   PHASE 3 - WRITE THE PAYMENT FILE IN DUE-DATE ORDER.          *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/10/15                                               *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  VINVDD (VENDOR.INVOICES) - VENDOR INVOICE LINES        *
      *         (PS, 80 B)                                             *
      * INPUT:  POEXDD (OPEN.PO.EXPECT) - OPEN PURCHASE EXPECTATIONS   *
      * INPUT:  RCPHDD (RECEIPT.HISTORY) - RECEIPTS FROM RECVNG16      *
      * I/O:    APHSDD (AP.INVOICE.HISTORY) - APPROVED INVOICE LINES,  *
      *         READ FOR DUPLICATES THEN EXTENDED (PS, 80 B)           *
      * OUTPUT: APPYDD (AP.PAYMENTS) - APPROVED INVOICES FOR PAYMENT   *
      *         IN DUE-DATE ORDER (PS, 80 B)                           *
      * OUTPUT: VEXCDD (VENDOR.INVOICE.EXCEPTIONS) - HELD INVOICES     *
      *         AND THEIR FAILING LINES (PS, 80 B)                     *
      * OUTPUT: STATLOG (BATCH.STATLOG) - BATCH STATUS RECORD          *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. VNDINV16.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDOR-INVOICE-FILE ASSIGN TO VINVDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS VENDOR-INVOICE-STATUS.

           SELECT PO-EXPECT-FILE ASSIGN TO POEXDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS PO-EXPECT-STATUS.

           SELECT RECEIPT-HISTORY-FILE ASSIGN TO RCPHDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS RECEIPT-HISTORY-STATUS.

           SELECT AP-HISTORY-FILE ASSIGN TO APHSDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS AP-HISTORY-STATUS.

           SELECT AP-PAYMENT-FILE ASSIGN TO APPYDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS AP-PAYMENT-STATUS.

           SELECT EXCEPTION-REPORT-FILE ASSIGN TO VEXCDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS EXCEPTION-REPORT-STATUS.

           SELECT STATUS-LOG ASSIGN TO STATLOG
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS STATUS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * VENDOR INVOICE FEED: ONE RECORD PER INVOICE LINE, ALL LINES
      * OF ONE INVOICE TOGETHER (VENDOR + INVOICE NUMBER). TERMS
      * DAYS MAY BE BLANK, MEANING THE STANDARD NET TERMS.
       FD VENDOR-INVOICE-FILE RECORDING MODE IS F.
       01 VENDOR-INVOICE-REC.
          05 VIN-VENDOR-ID PIC X(5).
          05 FILLER PIC X(1).
          05 VIN-INVOICE-NUM PIC X(10).
          05 FILLER PIC X(1).
          05 VIN-INVOICE-DATE PIC X(8).
          05 FILLER PIC X(1).
          05 VIN-PO-NUM PIC X(7).
          05 FILLER PIC X(1).
          05 VIN-PART-ID PIC X(5).
          05 FILLER PIC X(1).
          05 VIN-QTY PIC X(5).
          05 FILLER PIC X(1).
          05 VIN-UNIT-PRICE PIC X(5).
          05 FILLER PIC X(1).
          05 VIN-TERMS-DAYS PIC X(3).
          05 FILLER PIC X(25).

      * OPEN PURCHASE EXPECTATIONS, SAME LAYOUT RECVNG16 READS.
       FD PO-EXPECT-FILE RECORDING MODE IS F.
       01 PO-EXPECT-REC.
          05 POE-PO-NUM PIC X(7).
          05 FILLER PIC X(1).
          05 POE-PART-ID PIC 9(5).
          05 FILLER PIC X(1).
          05 POE-QTY-EXPECTED PIC 9(5).
          05 FILLER PIC X(1).
          05 POE-PO-TERMS PIC X(35).
          05 FILLER PIC X(25).

      * RECEIPT HISTORY, SAME LAYOUT RECVNG16 WRITES.
       FD RECEIPT-HISTORY-FILE RECORDING MODE IS F.
       01 RECEIPT-HISTORY-REC.
          05 RCH-PO-NUM PIC X(7).
          05 FILLER PIC X(1).
          05 RCH-PART-ID PIC 9(5).
          05 FILLER PIC X(1).
          05 RCH-QTY-RECEIVED PIC 9(5).
          05 FILLER PIC X(1).
          05 RCH-RECEIPT-DATE PIC X(8).
          05 FILLER PIC X(1).
          05 RCH-PO-TERMS PIC X(35).
          05 FILLER PIC X(16).

      * AP INVOICE HISTORY: ONE RECORD PER APPROVED INVOICE LINE,
      * CARRIED ACROSS RUNS. IT IS BOTH THE DUPLICATE-INVOICE
      * CHECK AND THE RUNNING QUANTITY INVOICED PER PO LINE.
       FD AP-HISTORY-FILE RECORDING MODE IS F.
       01 AP-HISTORY-REC.
          05 APH-VENDOR-ID PIC X(5).
          05 FILLER PIC X(1).
          05 APH-INVOICE-NUM PIC X(10).
          05 FILLER PIC X(1).
          05 APH-PO-NUM PIC X(7).
          05 FILLER PIC X(1).
          05 APH-PART-ID PIC 9(5).
          05 FILLER PIC X(1).
          05 APH-QTY PIC 9(5).
          05 FILLER PIC X(1).
          05 APH-UNIT-PRICE PIC 9(3)V99.
          05 FILLER PIC X(1).
          05 APH-INVOICE-DATE PIC X(8).
          05 FILLER PIC X(1).
          05 APH-MATCH-DATE PIC X(8).
          05 FILLER PIC X(20).

      * ACCOUNTS-PAYABLE PAYMENT FILE: ONE RECORD PER APPROVED
      * INVOICE, WRITTEN IN DUE-DATE ORDER.
       FD AP-PAYMENT-FILE RECORDING MODE IS F.
       01 AP-PAYMENT-REC.
          05 APP-DUE-DATE PIC X(8).
          05 FILLER PIC X(1).
          05 APP-VENDOR-ID PIC X(5).
          05 FILLER PIC X(1).
          05 APP-INVOICE-NUM PIC X(10).
          05 FILLER PIC X(1).
          05 APP-INVOICE-DATE PIC X(8).
          05 FILLER PIC X(1).
          05 APP-AMOUNT PIC 9(7)V99.
          05 FILLER PIC X(1).
          05 APP-PO-NUM PIC X(7).
          05 FILLER PIC X(28).

       FD EXCEPTION-REPORT-FILE RECORDING MODE IS F.
       01 EXCEPTION-REPORT-REC PIC X(80).

       FD STATUS-LOG RECORDING MODE IS F.
       01 STATUS-LOG-REC.
           COPY BATSTAT.

       WORKING-STORAGE SECTION.

      * FILE STATUS VARIABLES
       01 FILE-STATUSES.
          05 VENDOR-INVOICE-STATUS PIC X(2).
          05 PO-EXPECT-STATUS PIC X(2).
          05 RECEIPT-HISTORY-STATUS PIC X(2).
          05 AP-HISTORY-STATUS PIC X(2).
          05 AP-PAYMENT-STATUS PIC X(2).
          05 EXCEPTION-REPORT-STATUS PIC X(2).
          05 STATUS-LOG-STATUS PIC X(2).

      * CONTROL FLAGS
       01 WS-FLAGS.
          05 WS-VIN-EOF PIC X(1) VALUE 'N'.
             88 VIN-EOF VALUE 'Y'.
          05 WS-POE-EOF PIC X(1) VALUE 'N'.
             88 POE-EOF VALUE 'Y'.
          05 WS-RCH-EOF PIC X(1) VALUE 'N'.
             88 RCH-EOF VALUE 'Y'.
          05 WS-APH-EOF PIC X(1) VALUE 'N'.
             88 APH-EOF VALUE 'Y'.
          05 WS-PO-LINE-FOUND PIC X(1) VALUE 'N'.
             88 PO-LINE-FOUND VALUE 'Y'.
          05 WS-PAID-FOUND PIC X(1) VALUE 'N'.
             88 PAID-FOUND VALUE 'Y'.
          05 WS-PENDING-INVOICE PIC X(1) VALUE 'N'.
             88 PENDING-INVOICE VALUE 'Y'.

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

      * THIS RUN'S PROCESSING DATE (YYYYMMDD), STAMPED ON THE AP
      * HISTORY AS THE MATCH DATE
       01 WS-RUN-DATE PIC X(8).

      * RUNTIME PARAMETER LOOKUP REQUEST AREA - SEE COPYBOOK
      * RUNPARM AND SUBPROGRAM PRMGET50.
           COPY RUNPARM.

      * MATCH TOLERANCES (PARMDD PRICETOLPCT AND QTYTOLPCT, IN
      * PERCENT) AND THE STANDARD NET TERMS (NETDAYS) FOR AN
      * INVOICE THAT QUOTES NONE
       01 WS-PRICE-TOL-PCT PIC 9(3)V99 VALUE 2.00.
       01 WS-QTY-TOL-PCT PIC 9(3)V99 VALUE 0.
       01 WS-NET-DAYS PIC 9(3) VALUE 30.

      * PO TERMS AS PURORD16 WRITES THEM ON POEXDD AND RECVNG16
      * CARRIES THEM ONTO THE RECEIPT HISTORY
       01 WS-PO-TERMS.
          05 WS-TRM-VENDOR-ID PIC X(5).
          05 FILLER PIC X(1).
          05 WS-TRM-UNIT-COST PIC 9(3)V99.
          05 FILLER PIC X(1).
          05 WS-TRM-QTY-ORDERED PIC 9(5).
          05 FILLER PIC X(1).
          05 WS-TRM-ORDER-DATE PIC X(8).
          05 FILLER PIC X(1).
          05 WS-TRM-DUE-DATE PIC X(8).

      * PO LINE TABLE, ONE ENTRY PER PO NUMBER + PART, BUILT FROM
      * POEXDD AND RCPHDD, WITH THE QUANTITY RECEIVED TO DATE AND
      * THE QUANTITY ALREADY INVOICED (AP HISTORY PLUS THIS RUN)
       01 WS-PO-LINE-TABLE.
          05 PO-LINE-COUNT PIC 9(4) VALUE 0.
          05 PO-LINE-ENTRY OCCURS 5000 TIMES INDEXED BY PL-IDX.
             10 PL-PO-NUM PIC X(7).
             10 PL-PART-ID PIC 9(5).
             10 PL-VENDOR-ID PIC X(5).
             10 PL-UNIT-COST PIC 9(3)V99.
             10 PL-COST-FLAG PIC X(1).
                88 PL-COST-KNOWN VALUE 'Y'.
             10 PL-QTY-RECEIVED PIC 9(7).
             10 PL-QTY-INVOICED PIC 9(7).
       01 WS-LOOKUP-PO-NUM PIC X(7).
       01 WS-LOOKUP-PART-ID PIC 9(5).

      * INVOICES ALREADY APPROVED (AP HISTORY PLUS THIS RUN), FOR
      * THE DUPLICATE-INVOICE CHECK
       01 WS-PAID-TABLE.
          05 PAID-COUNT PIC 9(5) VALUE 0.
          05 PAID-ENTRY OCCURS 20000 TIMES INDEXED BY PD-IDX.
             10 PD-VENDOR-ID PIC X(5).
             10 PD-INVOICE-NUM PIC X(10).

      * THE INVOICE BEING ASSEMBLED FROM THE FEED, AND ITS LINES
       01 WS-CURRENT-INVOICE.
          05 CI-VENDOR-ID PIC X(5).
          05 CI-INVOICE-NUM PIC X(10).
          05 CI-INVOICE-DATE PIC X(8).
          05 CI-TERMS-DAYS PIC X(3).
          05 CI-REASON PIC X(30).
          05 CI-FAILED-LINES PIC 9(3).
          05 CI-AMOUNT PIC 9(7)V99.
       01 WS-INVOICE-LINES.
          05 INV-LINE-COUNT PIC 9(3) VALUE 0.
          05 INV-LINE-ENTRY OCCURS 200 TIMES INDEXED BY IL-IDX.
             10 IL-PO-NUM PIC X(7).
             10 IL-PART-ID PIC X(5).
             10 IL-QTY PIC X(5).
             10 IL-UNIT-PRICE PIC X(5).
             10 IL-QTY-NUM PIC 9(5).
             10 IL-PRICE-NUM PIC 9(3)V99.
             10 IL-PO-LINE-SUB PIC 9(4).
             10 IL-REASON PIC X(30).

      * APPROVED PAYMENTS, KEPT IN DUE-DATE ORDER (FEED ORDER
      * WITHIN A DATE) UNTIL THE PAYMENT FILE IS WRITTEN
       01 WS-PAYMENT-TABLE.
          05 PAYMENT-COUNT PIC 9(4) VALUE 0.
          05 PAYMENT-ENTRY OCCURS 5000 TIMES INDEXED BY PY-IDX.
             10 PY-DUE-DATE PIC 9(8).
             10 PY-VENDOR-ID PIC X(5).
             10 PY-INVOICE-NUM PIC X(10).
             10 PY-INVOICE-DATE PIC X(8).
             10 PY-AMOUNT PIC 9(7)V99.
             10 PY-PO-NUM PIC X(7).
       01 WS-SHIFT-SUB PIC 9(4).

      * MATCH WORK FIELDS
       01 WS-INVOICE-DATE-NUM PIC 9(8).
       01 WS-DUE-DATE PIC 9(8).
       01 WS-TERMS-DAYS PIC 9(3).
       01 WS-PRICE-TOL-AMT PIC 9(5)V9(4).
       01 WS-QTY-AVAILABLE PIC S9(7).
       01 WS-QTY-ALLOWED PIC S9(7).
       01 WS-LINE-AMOUNT PIC 9(7)V99.

      * REPORT LINE DISPLAY FIELDS
       01 WS-QTY-DISP PIC Z(4)9.
       01 WS-AVAIL-DISP PIC -Z(5)9.
       01 WS-PRICE-DISP PIC ZZ9.99.
       01 WS-COST-DISP PIC ZZ9.99.

      * STATISTICS COUNTERS
       01 WS-COUNTERS.
          05 LINES-READ PIC 9(5) VALUE 0.
          05 INVOICES-READ PIC 9(5) VALUE 0.
          05 INVOICES-APPROVED PIC 9(5) VALUE 0.
          05 INVOICES-HELD PIC 9(5) VALUE 0.
          05 INVOICES-DUPLICATE PIC 9(5) VALUE 0.
          05 LINES-FAILED PIC 9(5) VALUE 0.
          05 AMOUNT-APPROVED PIC 9(9)V99 VALUE 0.

      * DISPLAY-FORMATTED COUNTERS
       01 WS-DISP-COUNTERS.
          05 LINES-READ-DISP PIC Z(4)9.
          05 INVOICES-READ-DISP PIC Z(4)9.
          05 INVOICES-APPROVED-DISP PIC Z(4)9.
          05 INVOICES-HELD-DISP PIC Z(4)9.
          05 INVOICES-DUPLICATE-DISP PIC Z(4)9.
          05 LINES-FAILED-DISP PIC Z(4)9.
          05 AMOUNT-APPROVED-DISP PIC Z(8)9.99.

      **********************************************
      * OPENS FILES, BUILDS THE PO LINE AND AP HISTORY TABLES,
      * MATCHES THE INVOICE FEED, WRITES THE PAYMENT FILE, CLOSES,
      * WRITES BATCH STATUS AND DISPLAYS THE SUMMARY.
      **********************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM SET-BST-START-TS.
           PERFORM OPEN-STATUS-LOG.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-RUNTIME-PARMS.
           PERFORM OPEN-ALL-FILES.
           PERFORM LOAD-PO-EXPECTATIONS.
           PERFORM LOAD-RECEIPT-HISTORY.
           PERFORM LOAD-AP-HISTORY.
           PERFORM OPEN-AP-HISTORY-EXTEND.
           PERFORM MATCH-INVOICES.
           PERFORM WRITE-PAYMENT-FILE.
           PERFORM CLOSE-ALL-FILES.
           PERFORM WRITE-BATCH-STATUS.
           PERFORM DISPLAY-SUMMARY.
           STOP RUN.

      **********************************************
      * OPENS STATLOG FIRST, AHEAD OF EVERY OTHER FILE, SO
      * ABEND-WITH-STATUS CAN WRITE A 'FAILED' RECORD TO IT IF ANY
      * LATER OPEN, READ, OR WRITE FAILS.
      **********************************************
       OPEN-STATUS-LOG.
           OPEN EXTEND STATUS-LOG.
           IF STATUS-LOG-STATUS = '05' OR STATUS-LOG-STATUS = '35'
              OPEN OUTPUT STATUS-LOG
           END-IF.
           IF STATUS-LOG-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING STATUS LOG: ' STATUS-LOG-STATUS
              STOP RUN
           END-IF.

      **********************************************
      * READS THIS JOB'S OPERATIONAL TUNABLES FROM THE CENTRAL
      * PARAMETER FILE THROUGH PRMGET50, KEEPING THE WORKING-
      * STORAGE VALUES AS THE DEFAULTS.
      **********************************************
       LOAD-RUNTIME-PARMS.
           MOVE 'VNDINV16' TO RP-JOB-NAME.
           MOVE 'PRICETOLPCT' TO RP-KEYWORD.
           MOVE WS-PRICE-TOL-PCT TO RP-DEFAULT-VALUE.
           CALL 'PRMGET50' USING WS-RUNPARM-REQUEST END-CALL.
           MOVE RP-VALUE TO WS-PRICE-TOL-PCT.
           MOVE 'VNDINV16' TO RP-JOB-NAME.
           MOVE 'QTYTOLPCT' TO RP-KEYWORD.
           MOVE WS-QTY-TOL-PCT TO RP-DEFAULT-VALUE.
           CALL 'PRMGET50' USING WS-RUNPARM-REQUEST END-CALL.
           MOVE RP-VALUE TO WS-QTY-TOL-PCT.
           MOVE 'VNDINV16' TO RP-JOB-NAME.
           MOVE 'NETDAYS' TO RP-KEYWORD.
           MOVE WS-NET-DAYS TO RP-DEFAULT-VALUE.
           CALL 'PRMGET50' USING WS-RUNPARM-REQUEST END-CALL.
           MOVE RP-VALUE TO WS-NET-DAYS.

      **********************************************
      * OPEN ALL FILES AND CHECK STATUS. POEXDD, RCPHDD AND APHSDD
      * ARE OPENED AS THEY ARE LOADED.
      **********************************************
       OPEN-ALL-FILES.
           OPEN INPUT VENDOR-INVOICE-FILE.
           IF VENDOR-INVOICE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING VENDOR INVOICE FEED: '
                       VENDOR-INVOICE-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN OUTPUT AP-PAYMENT-FILE.
           IF AP-PAYMENT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING AP PAYMENT FILE: '
                       AP-PAYMENT-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN OUTPUT EXCEPTION-REPORT-FILE.
           IF EXCEPTION-REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING INVOICE EXCEPTION REPORT: '
                       EXCEPTION-REPORT-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * ADDS EVERY OPEN EXPECTATION'S PO LINE TO THE PO LINE
      * TABLE WITH ITS TERMS. NO EXPECTATIONS FILE (05/35) IS
      * NOT AN ERROR - EVERYTHING MAY ALREADY BE RECEIVED.
      **********************************************
       LOAD-PO-EXPECTATIONS.
           OPEN INPUT PO-EXPECT-FILE.
           IF PO-EXPECT-STATUS = '05' OR PO-EXPECT-STATUS = '35'
              DISPLAY 'NO OPEN EXPECTATIONS FILE - NONE LOADED'
           ELSE
              IF PO-EXPECT-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING EXPECTATIONS FILE: '
                          PO-EXPECT-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
              PERFORM UNTIL POE-EOF
                 READ PO-EXPECT-FILE
                   AT END
                      SET POE-EOF TO TRUE
                   NOT AT END
                      IF PO-EXPECT-STATUS = '00'
                         MOVE POE-PO-NUM TO WS-LOOKUP-PO-NUM
                         MOVE POE-PART-ID TO WS-LOOKUP-PART-ID
                         MOVE POE-PO-TERMS TO WS-PO-TERMS
                         PERFORM ADD-PO-LINE
                      ELSE
                         DISPLAY 'ERROR READING EXPECTATIONS FILE: '
                                  PO-EXPECT-STATUS
                         PERFORM ABEND-WITH-STATUS
                      END-IF
                 END-READ
              END-PERFORM
              CLOSE PO-EXPECT-FILE
           END-IF.

      **********************************************
      * ADDS EVERY RECEIPT TO ITS PO LINE'S RECEIVED QUANTITY,
      * TAKING THE PO TERMS FROM THE RECEIPT WHEN THE LINE IS NO
      * LONGER OPEN ON POEXDD. NO HISTORY YET (05/35) MEANS
      * NOTHING HAS BEEN RECEIVED.
      **********************************************
       LOAD-RECEIPT-HISTORY.
           OPEN INPUT RECEIPT-HISTORY-FILE.
           IF RECEIPT-HISTORY-STATUS = '05'
              OR RECEIPT-HISTORY-STATUS = '35'
              DISPLAY 'NO RECEIPT HISTORY - NOTHING RECEIVED'
           ELSE
              IF RECEIPT-HISTORY-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING RECEIPT HISTORY: '
                          RECEIPT-HISTORY-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
              PERFORM UNTIL RCH-EOF
                 READ RECEIPT-HISTORY-FILE
                   AT END
                      SET RCH-EOF TO TRUE
                   NOT AT END
                      IF RECEIPT-HISTORY-STATUS = '00'
                         MOVE RCH-PO-NUM TO WS-LOOKUP-PO-NUM
                         MOVE RCH-PART-ID TO WS-LOOKUP-PART-ID
                         MOVE RCH-PO-TERMS TO WS-PO-TERMS
                         PERFORM ADD-PO-LINE
                         ADD RCH-QTY-RECEIVED
                             TO PL-QTY-RECEIVED(PL-IDX)
                      ELSE
                         DISPLAY 'ERROR READING RECEIPT HISTORY: '
                                  RECEIPT-HISTORY-STATUS
                         PERFORM ABEND-WITH-STATUS
                      END-IF
                 END-READ
              END-PERFORM
              CLOSE RECEIPT-HISTORY-FILE
           END-IF.

      **********************************************
      * FINDS OR ADDS THE PO LINE FOR WS-LOOKUP-PO-NUM AND
      * WS-LOOKUP-PART-ID, FILLING IN THE VENDOR AND UNIT COST
      * FROM WS-PO-TERMS WHEN THE LINE DOES NOT HAVE THEM YET.
      * LEAVES PL-IDX ON THE ENTRY.
      **********************************************
       ADD-PO-LINE.
           PERFORM FIND-PO-LINE.
           IF NOT PO-LINE-FOUND
              IF PO-LINE-COUNT >= 5000
                 DISPLAY 'ERROR: PO LINE TABLE FULL (5000 MAX)'
                 PERFORM ABEND-WITH-STATUS
              END-IF
              ADD 1 TO PO-LINE-COUNT
              SET PL-IDX TO PO-LINE-COUNT
              MOVE WS-LOOKUP-PO-NUM TO PL-PO-NUM(PL-IDX)
              MOVE WS-LOOKUP-PART-ID TO PL-PART-ID(PL-IDX)
              MOVE SPACES TO PL-VENDOR-ID(PL-IDX)
              MOVE 0 TO PL-UNIT-COST(PL-IDX)
              MOVE 'N' TO PL-COST-FLAG(PL-IDX)
              MOVE 0 TO PL-QTY-RECEIVED(PL-IDX)
              MOVE 0 TO PL-QTY-INVOICED(PL-IDX)
           END-IF.
           IF NOT PL-COST-KNOWN(PL-IDX)
              AND WS-TRM-UNIT-COST NUMERIC
              MOVE WS-TRM-VENDOR-ID TO PL-VENDOR-ID(PL-IDX)
              MOVE WS-TRM-UNIT-COST TO PL-UNIT-COST(PL-IDX)
              MOVE 'Y' TO PL-COST-FLAG(PL-IDX)
           END-IF.

      **********************************************
      * FINDS THE PO LINE FOR WS-LOOKUP-PO-NUM AND
      * WS-LOOKUP-PART-ID. SETS PO-LINE-FOUND AND LEAVES PL-IDX ON
      * THE MATCH.
      **********************************************
       FIND-PO-LINE.
           MOVE 'N' TO WS-PO-LINE-FOUND.
           IF PO-LINE-COUNT > 0
              SET PL-IDX TO 1
              SEARCH PO-LINE-ENTRY
                  AT END
                     CONTINUE
                  WHEN PL-IDX > PO-LINE-COUNT
                     CONTINUE
                  WHEN PL-PO-NUM(PL-IDX) = WS-LOOKUP-PO-NUM
                     AND PL-PART-ID(PL-IDX) = WS-LOOKUP-PART-ID
                     SET PO-LINE-FOUND TO TRUE
              END-SEARCH
           END-IF.

      **********************************************
      * LOADS THE AP INVOICE HISTORY: EACH APPROVED INVOICE GOES
      * ON THE PAID TABLE ONCE, AND EACH LINE'S QUANTITY COUNTS
      * AS ALREADY INVOICED ON ITS PO LINE. NO HISTORY YET (05/35)
      * MEANS NOTHING HAS BEEN APPROVED.
      **********************************************
       LOAD-AP-HISTORY.
           OPEN INPUT AP-HISTORY-FILE.
           IF AP-HISTORY-STATUS = '05' OR AP-HISTORY-STATUS = '35'
              DISPLAY 'NO AP INVOICE HISTORY - NOTHING APPROVED YET'
           ELSE
              IF AP-HISTORY-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING AP INVOICE HISTORY: '
                          AP-HISTORY-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
              PERFORM UNTIL APH-EOF
                 READ AP-HISTORY-FILE
                   AT END
                      SET APH-EOF TO TRUE
                   NOT AT END
                      IF AP-HISTORY-STATUS = '00'
                         PERFORM LOAD-ONE-AP-HISTORY
                      ELSE
                         DISPLAY 'ERROR READING AP INVOICE HISTORY: '
                                  AP-HISTORY-STATUS
                         PERFORM ABEND-WITH-STATUS
                      END-IF
                 END-READ
              END-PERFORM
              CLOSE AP-HISTORY-FILE
           END-IF.

      **********************************************
      * ONE AP HISTORY LINE: PAID-TABLE ENTRY FOR ITS INVOICE,
      * AND ITS QUANTITY ADDED TO THE PO LINE'S INVOICED TOTAL.
      **********************************************
       LOAD-ONE-AP-HISTORY.
           PERFORM FIND-PAID-INVOICE.
           IF NOT PAID-FOUND
              PERFORM ADD-PAID-INVOICE
           END-IF.
           MOVE APH-PO-NUM TO WS-LOOKUP-PO-NUM.
           MOVE APH-PART-ID TO WS-LOOKUP-PART-ID.
           PERFORM FIND-PO-LINE.
           IF PO-LINE-FOUND
              ADD APH-QTY TO PL-QTY-INVOICED(PL-IDX)
           END-IF.

      **********************************************
      * SEARCHES THE PAID TABLE FOR APH-VENDOR-ID AND
      * APH-INVOICE-NUM. SETS PAID-FOUND.
      **********************************************
       FIND-PAID-INVOICE.
           MOVE 'N' TO WS-PAID-FOUND.
           IF PAID-COUNT > 0
              SET PD-IDX TO 1
              SEARCH PAID-ENTRY
                  AT END
                     CONTINUE
                  WHEN PD-IDX > PAID-COUNT
                     CONTINUE
                  WHEN PD-VENDOR-ID(PD-IDX) = APH-VENDOR-ID
                     AND PD-INVOICE-NUM(PD-IDX) = APH-INVOICE-NUM
                     SET PAID-FOUND TO TRUE
              END-SEARCH
           END-IF.

      **********************************************
      * ADDS APH-VENDOR-ID/APH-INVOICE-NUM TO THE PAID TABLE.
      * OVERFLOW IS A HARD ERROR: A DROPPED ENTRY WOULD LET THAT
      * INVOICE BE PAID AGAIN.
      **********************************************
       ADD-PAID-INVOICE.
           IF PAID-COUNT >= 20000
              DISPLAY 'ERROR: PAID INVOICE TABLE FULL (20000 MAX)'
              PERFORM ABEND-WITH-STATUS
           END-IF.
           ADD 1 TO PAID-COUNT.
           SET PD-IDX TO PAID-COUNT.
           MOVE APH-VENDOR-ID TO PD-VENDOR-ID(PD-IDX).
           MOVE APH-INVOICE-NUM TO PD-INVOICE-NUM(PD-IDX).

      **********************************************
      * REOPENS THE AP HISTORY FOR EXTEND SO THIS RUN'S APPROVED
      * LINES ARE ADDED BEHIND THE ONES ALREADY ON IT.
      **********************************************
       OPEN-AP-HISTORY-EXTEND.
           OPEN EXTEND AP-HISTORY-FILE.
           IF AP-HISTORY-STATUS = '05' OR AP-HISTORY-STATUS = '35'
              OPEN OUTPUT AP-HISTORY-FILE
           END-IF.
           IF AP-HISTORY-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING AP INVOICE HISTORY: '
                       AP-HISTORY-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * READS THE INVOICE FEED, COLLECTING THE LINES OF ONE
      * INVOICE AT A TIME AND MATCHING EACH INVOICE AT THE BREAK
      * ON VENDOR + INVOICE NUMBER.
      **********************************************
       MATCH-INVOICES.
           MOVE SPACES TO EXCEPTION-REPORT-REC.
           MOVE 'VENDOR INVOICE MATCH - HELD INVOICES'
                TO EXCEPTION-REPORT-REC.
           PERFORM WRITE-EXCEPTION-LINE.
           PERFORM UNTIL VIN-EOF
              READ VENDOR-INVOICE-FILE
                AT END
                   SET VIN-EOF TO TRUE
                NOT AT END
                   IF VENDOR-INVOICE-STATUS = '00'
                      ADD 1 TO LINES-READ
                      IF PENDING-INVOICE
                         AND (VIN-VENDOR-ID NOT = CI-VENDOR-ID
                         OR VIN-INVOICE-NUM NOT = CI-INVOICE-NUM)
                         PERFORM MATCH-ONE-INVOICE
                      END-IF
                      IF NOT PENDING-INVOICE
                         PERFORM START-INVOICE
                      END-IF
                      PERFORM ADD-INVOICE-LINE
                   ELSE
                      DISPLAY 'ERROR READING VENDOR INVOICE FEED: '
                               VENDOR-INVOICE-STATUS
                      PERFORM ABEND-WITH-STATUS
                   END-IF
              END-READ
           END-PERFORM.
           IF PENDING-INVOICE
              PERFORM MATCH-ONE-INVOICE
           END-IF.

      **********************************************
      * STARTS A NEW INVOICE FROM THE FEED RECORD JUST READ.
      **********************************************
       START-INVOICE.
           SET PENDING-INVOICE TO TRUE.
           ADD 1 TO INVOICES-READ.
           MOVE VIN-VENDOR-ID TO CI-VENDOR-ID.
           MOVE VIN-INVOICE-NUM TO CI-INVOICE-NUM.
           MOVE VIN-INVOICE-DATE TO CI-INVOICE-DATE.
           MOVE VIN-TERMS-DAYS TO CI-TERMS-DAYS.
           MOVE SPACES TO CI-REASON.
           MOVE 0 TO CI-FAILED-LINES.
           MOVE 0 TO CI-AMOUNT.
           MOVE 0 TO INV-LINE-COUNT.

      **********************************************
      * HOLDS THE FEED RECORD JUST READ AS A LINE OF THE CURRENT
      * INVOICE.
      **********************************************
       ADD-INVOICE-LINE.
           IF INV-LINE-COUNT >= 200
              DISPLAY 'ERROR: INVOICE LINE TABLE FULL (200 MAX) - '
                      'VENDOR ' CI-VENDOR-ID ' INVOICE ' CI-INVOICE-NUM
              PERFORM ABEND-WITH-STATUS
           END-IF.
           ADD 1 TO INV-LINE-COUNT.
           SET IL-IDX TO INV-LINE-COUNT.
           MOVE VIN-PO-NUM TO IL-PO-NUM(IL-IDX).
           MOVE VIN-PART-ID TO IL-PART-ID(IL-IDX).
           MOVE VIN-QTY TO IL-QTY(IL-IDX).
           MOVE VIN-UNIT-PRICE TO IL-UNIT-PRICE(IL-IDX).
           MOVE 0 TO IL-QTY-NUM(IL-IDX).
           MOVE 0 TO IL-PRICE-NUM(IL-IDX).
           MOVE 0 TO IL-PO-LINE-SUB(IL-IDX).
           MOVE SPACES TO IL-REASON(IL-IDX).

      **********************************************
      * MATCHES THE CURRENT INVOICE: DUPLICATE AND DATE CHECKS,
      * THEN EVERY LINE. ONLY AN INVOICE WHOSE LINES ALL MATCH IS
      * APPROVED; OTHERWISE THE QUANTITIES THIS INVOICE CLAIMED
      * ARE GIVEN BACK AND THE INVOICE IS HELD.
      **********************************************
       MATCH-ONE-INVOICE.
           MOVE 'N' TO WS-PENDING-INVOICE.
           MOVE CI-VENDOR-ID TO APH-VENDOR-ID.
           MOVE CI-INVOICE-NUM TO APH-INVOICE-NUM.
           PERFORM FIND-PAID-INVOICE.
           IF PAID-FOUND
              MOVE 'DUPLICATE - ALREADY APPROVED' TO CI-REASON
              ADD 1 TO INVOICES-DUPLICATE
           ELSE
              IF CI-INVOICE-DATE NOT NUMERIC
                 MOVE 'INVOICE DATE NOT NUMERIC' TO CI-REASON
              ELSE
                 IF CI-TERMS-DAYS NOT = SPACES
                    AND CI-TERMS-DAYS NOT NUMERIC
                    MOVE 'TERMS DAYS NOT NUMERIC' TO CI-REASON
                 END-IF
              END-IF
           END-IF.
           IF CI-REASON = SPACES
              PERFORM VARYING IL-IDX FROM 1 BY 1
                      UNTIL IL-IDX > INV-LINE-COUNT
                 PERFORM MATCH-ONE-LINE
              END-PERFORM
           END-IF.
           IF CI-REASON = SPACES AND CI-FAILED-LINES = 0
              PERFORM APPROVE-INVOICE
           ELSE
              PERFORM HOLD-INVOICE
           END-IF.

      **********************************************
      * MATCHES ONE INVOICE LINE AGAINST ITS PO LINE AND THE
      * QUANTITY RECEIVED BUT NOT YET INVOICED. A MATCHED LINE
      * CLAIMS ITS QUANTITY ON THE PO LINE AT ONCE, SO A SECOND
      * LINE FOR THE SAME PO AND PART ON THE SAME INVOICE IS
      * CHECKED AGAINST WHAT IS LEFT.
      **********************************************
       MATCH-ONE-LINE.
           IF IL-PART-ID(IL-IDX) NOT NUMERIC
              OR IL-QTY(IL-IDX) NOT NUMERIC
              OR IL-UNIT-PRICE(IL-IDX) NOT NUMERIC
              MOVE 'PART/QTY/PRICE NOT NUMERIC' TO IL-REASON(IL-IDX)
           ELSE
              MOVE IL-QTY(IL-IDX) TO IL-QTY-NUM(IL-IDX)
              MOVE IL-UNIT-PRICE(IL-IDX)
                   TO IL-PRICE-NUM(IL-IDX)(1:5)
              MOVE IL-PO-NUM(IL-IDX) TO WS-LOOKUP-PO-NUM
              MOVE IL-PART-ID(IL-IDX) TO WS-LOOKUP-PART-ID
              PERFORM FIND-PO-LINE
              EVALUATE TRUE
                  WHEN NOT PO-LINE-FOUND
                    MOVE 'NO PO LINE FOR PO/PART'
                         TO IL-REASON(IL-IDX)
                  WHEN PL-VENDOR-ID(PL-IDX) NOT = SPACES
                       AND PL-VENDOR-ID(PL-IDX) NOT = CI-VENDOR-ID
                    MOVE 'PO RAISED TO ANOTHER VENDOR'
                         TO IL-REASON(IL-IDX)
                  WHEN NOT PL-COST-KNOWN(PL-IDX)
                    MOVE 'PO LINE HAS NO UNIT COST'
                         TO IL-REASON(IL-IDX)
                  WHEN OTHER
                    PERFORM CHECK-LINE-TOLERANCES
              END-EVALUATE
           END-IF.
           IF IL-REASON(IL-IDX) NOT = SPACES
              ADD 1 TO CI-FAILED-LINES
           END-IF.

      **********************************************
      * PRICE AND QUANTITY TOLERANCE CHECKS FOR A LINE WHOSE PO
      * LINE WAS FOUND (PL-IDX). ON A MATCH THE LINE'S QUANTITY IS
      * CLAIMED ON THE PO LINE AND ITS AMOUNT ADDED TO THE
      * INVOICE.
      **********************************************
       CHECK-LINE-TOLERANCES.
           COMPUTE WS-PRICE-TOL-AMT =
                   PL-UNIT-COST(PL-IDX) * WS-PRICE-TOL-PCT / 100.
           COMPUTE WS-QTY-AVAILABLE =
                   PL-QTY-RECEIVED(PL-IDX) - PL-QTY-INVOICED(PL-IDX).
           IF WS-QTY-AVAILABLE > 0
              COMPUTE WS-QTY-ALLOWED = WS-QTY-AVAILABLE
                      + (WS-QTY-AVAILABLE * WS-QTY-TOL-PCT / 100)
           ELSE
              MOVE WS-QTY-AVAILABLE TO WS-QTY-ALLOWED
           END-IF.
           EVALUATE TRUE
               WHEN IL-PRICE-NUM(IL-IDX)
                    > PL-UNIT-COST(PL-IDX) + WS-PRICE-TOL-AMT
                 MOVE 'PRICE ABOVE PO COST' TO IL-REASON(IL-IDX)
               WHEN IL-PRICE-NUM(IL-IDX) + WS-PRICE-TOL-AMT
                    < PL-UNIT-COST(PL-IDX)
                 MOVE 'PRICE BELOW PO COST' TO IL-REASON(IL-IDX)
               WHEN PL-QTY-RECEIVED(PL-IDX) = 0
                 MOVE 'NOTHING RECEIVED ON PO LINE'
                      TO IL-REASON(IL-IDX)
               WHEN IL-QTY-NUM(IL-IDX) > WS-QTY-ALLOWED
                 MOVE 'QTY EXCEEDS RECEIVED' TO IL-REASON(IL-IDX)
               WHEN OTHER
                 SET IL-PO-LINE-SUB(IL-IDX) TO PL-IDX
                 ADD IL-QTY-NUM(IL-IDX) TO PL-QTY-INVOICED(PL-IDX)
                 COMPUTE WS-LINE-AMOUNT =
                         IL-QTY-NUM(IL-IDX) * IL-PRICE-NUM(IL-IDX)
                 ADD WS-LINE-AMOUNT TO CI-AMOUNT
           END-EVALUATE.

      **********************************************
      * APPROVES THE CURRENT INVOICE: EVERY LINE TO THE AP
      * HISTORY, THE INVOICE TO THE PAID TABLE, AND ONE PAYMENT
      * ENTRY AT ITS DUE DATE.
      **********************************************
       APPROVE-INVOICE.
           ADD 1 TO INVOICES-APPROVED.
           ADD CI-AMOUNT TO AMOUNT-APPROVED.
           PERFORM VARYING IL-IDX FROM 1 BY 1
                   UNTIL IL-IDX > INV-LINE-COUNT
              MOVE SPACES TO AP-HISTORY-REC
              MOVE CI-VENDOR-ID TO APH-VENDOR-ID
              MOVE CI-INVOICE-NUM TO APH-INVOICE-NUM
              MOVE IL-PO-NUM(IL-IDX) TO APH-PO-NUM
              MOVE IL-PART-ID(IL-IDX) TO APH-PART-ID
              MOVE IL-QTY-NUM(IL-IDX) TO APH-QTY
              MOVE IL-PRICE-NUM(IL-IDX) TO APH-UNIT-PRICE
              MOVE CI-INVOICE-DATE TO APH-INVOICE-DATE
              MOVE WS-RUN-DATE TO APH-MATCH-DATE
              WRITE AP-HISTORY-REC
              IF AP-HISTORY-STATUS NOT = '00'
                 DISPLAY 'ERROR WRITING AP INVOICE HISTORY: '
                          AP-HISTORY-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
           END-PERFORM.
           PERFORM ADD-PAID-INVOICE.

           IF CI-TERMS-DAYS = SPACES
              MOVE WS-NET-DAYS TO WS-TERMS-DAYS
           ELSE
              MOVE CI-TERMS-DAYS TO WS-TERMS-DAYS
           END-IF.
           MOVE CI-INVOICE-DATE TO WS-INVOICE-DATE-NUM.
           COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-INVOICE-DATE-NUM)
                    + WS-TERMS-DAYS).
           PERFORM ADD-PAYMENT-ENTRY.

      **********************************************
      * ADDS THE APPROVED INVOICE TO THE PAYMENT TABLE IN DUE-DATE
      * ORDER: LATER-DUE ENTRIES SHIFT DOWN ONE SO THE NEW ENTRY
      * LANDS AFTER ANY ALREADY DUE THE SAME DAY.
      **********************************************
       ADD-PAYMENT-ENTRY.
           IF PAYMENT-COUNT >= 5000
              DISPLAY 'ERROR: PAYMENT TABLE FULL (5000 MAX)'
              PERFORM ABEND-WITH-STATUS
           END-IF.
           ADD 1 TO PAYMENT-COUNT.
           MOVE PAYMENT-COUNT TO WS-SHIFT-SUB.
           PERFORM UNTIL WS-SHIFT-SUB = 1
                   OR PY-DUE-DATE(WS-SHIFT-SUB - 1)
                      NOT > WS-DUE-DATE
              MOVE PAYMENT-ENTRY(WS-SHIFT-SUB - 1)
                   TO PAYMENT-ENTRY(WS-SHIFT-SUB)
              SUBTRACT 1 FROM WS-SHIFT-SUB
           END-PERFORM.
           SET PY-IDX TO WS-SHIFT-SUB.
           MOVE WS-DUE-DATE TO PY-DUE-DATE(PY-IDX).
           MOVE CI-VENDOR-ID TO PY-VENDOR-ID(PY-IDX).
           MOVE CI-INVOICE-NUM TO PY-INVOICE-NUM(PY-IDX).
           MOVE CI-INVOICE-DATE TO PY-INVOICE-DATE(PY-IDX).
           MOVE CI-AMOUNT TO PY-AMOUNT(PY-IDX).
           MOVE IL-PO-NUM(1) TO PY-PO-NUM(PY-IDX).

      **********************************************
      * HOLDS THE CURRENT INVOICE: GIVES BACK THE QUANTITIES ITS
      * MATCHED LINES CLAIMED, THEN LISTS THE INVOICE AND EACH
      * FAILING LINE (OR THE INVOICE-LEVEL REASON) FOR THE BUYERS.
      **********************************************
       HOLD-INVOICE.
           ADD 1 TO INVOICES-HELD.
           ADD CI-FAILED-LINES TO LINES-FAILED.
           PERFORM VARYING IL-IDX FROM 1 BY 1
                   UNTIL IL-IDX > INV-LINE-COUNT
              IF IL-PO-LINE-SUB(IL-IDX) > 0
                 SET PL-IDX TO IL-PO-LINE-SUB(IL-IDX)
                 SUBTRACT IL-QTY-NUM(IL-IDX)
                     FROM PL-QTY-INVOICED(PL-IDX)
              END-IF
           END-PERFORM.

           MOVE SPACES TO EXCEPTION-REPORT-REC.
           PERFORM WRITE-EXCEPTION-LINE.
           STRING 'HELD: VENDOR ' DELIMITED BY SIZE
                  CI-VENDOR-ID DELIMITED BY SIZE
                  ' INVOICE ' DELIMITED BY SIZE
                  CI-INVOICE-NUM DELIMITED BY SIZE
                  ' DATED ' DELIMITED BY SIZE
                  CI-INVOICE-DATE DELIMITED BY SIZE
                  INTO EXCEPTION-REPORT-REC
           END-STRING.
           PERFORM WRITE-EXCEPTION-LINE.
           IF CI-REASON NOT = SPACES
              MOVE SPACES TO EXCEPTION-REPORT-REC
              STRING '  ** ' DELIMITED BY SIZE
                     CI-REASON DELIMITED BY SIZE
                     INTO EXCEPTION-REPORT-REC
              END-STRING
              PERFORM WRITE-EXCEPTION-LINE
           ELSE
              PERFORM VARYING IL-IDX FROM 1 BY 1
                      UNTIL IL-IDX > INV-LINE-COUNT
                 IF IL-REASON(IL-IDX) NOT = SPACES
                    PERFORM WRITE-FAILED-LINE
                 END-IF
              END-PERFORM
           END-IF.

      **********************************************
      * TWO REPORT LINES FOR A FAILING INVOICE LINE: WHAT THE
      * VENDOR BILLED AND WHY IT FAILED, THEN THE PO SIDE (UNIT
      * COST AND QUANTITY RECEIVED NOT YET INVOICED) WHEN THE PO
      * LINE EXISTS.
      **********************************************
       WRITE-FAILED-LINE.
           MOVE SPACES TO EXCEPTION-REPORT-REC.
           STRING '  PO ' DELIMITED BY SIZE
                  IL-PO-NUM(IL-IDX) DELIMITED BY SIZE
                  ' PART ' DELIMITED BY SIZE
                  IL-PART-ID(IL-IDX) DELIMITED BY SIZE
                  ' QTY ' DELIMITED BY SIZE
                  IL-QTY(IL-IDX) DELIMITED BY SIZE
                  ' PRICE ' DELIMITED BY SIZE
                  IL-UNIT-PRICE(IL-IDX) DELIMITED BY SIZE
                  ' ** ' DELIMITED BY SIZE
                  IL-REASON(IL-IDX) DELIMITED BY SIZE
                  INTO EXCEPTION-REPORT-REC
           END-STRING.
           PERFORM WRITE-EXCEPTION-LINE.
           IF IL-PART-ID(IL-IDX) NUMERIC
              MOVE IL-PO-NUM(IL-IDX) TO WS-LOOKUP-PO-NUM
              MOVE IL-PART-ID(IL-IDX) TO WS-LOOKUP-PART-ID
              PERFORM FIND-PO-LINE
              IF PO-LINE-FOUND
                 MOVE PL-UNIT-COST(PL-IDX) TO WS-COST-DISP
                 COMPUTE WS-QTY-AVAILABLE = PL-QTY-RECEIVED(PL-IDX)
                         - PL-QTY-INVOICED(PL-IDX)
                 MOVE WS-QTY-AVAILABLE TO WS-AVAIL-DISP
                 MOVE SPACES TO EXCEPTION-REPORT-REC
                 STRING '     PO VENDOR ' DELIMITED BY SIZE
                        PL-VENDOR-ID(PL-IDX) DELIMITED BY SIZE
                        ' UNIT COST ' DELIMITED BY SIZE
                        FUNCTION TRIM(WS-COST-DISP)
                                 DELIMITED BY SIZE
                        ' RECEIVED NOT INVOICED ' DELIMITED BY SIZE
                        FUNCTION TRIM(WS-AVAIL-DISP)
                                 DELIMITED BY SIZE
                        INTO EXCEPTION-REPORT-REC
                 END-STRING
                 PERFORM WRITE-EXCEPTION-LINE
              END-IF
           END-IF.

      **********************************************
      * WRITES WHATEVER LINE IS CURRENTLY IN EXCEPTION-REPORT-REC.
      **********************************************
       WRITE-EXCEPTION-LINE.
           WRITE EXCEPTION-REPORT-REC.
           IF EXCEPTION-REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING INVOICE EXCEPTION REPORT: '
                       EXCEPTION-REPORT-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * WRITES THE APPROVED INVOICES TO THE PAYMENT FILE IN
      * DUE-DATE ORDER.
      **********************************************
       WRITE-PAYMENT-FILE.
           PERFORM VARYING PY-IDX FROM 1 BY 1
                   UNTIL PY-IDX > PAYMENT-COUNT
              MOVE SPACES TO AP-PAYMENT-REC
              MOVE PY-DUE-DATE(PY-IDX) TO APP-DUE-DATE
              MOVE PY-VENDOR-ID(PY-IDX) TO APP-VENDOR-ID
              MOVE PY-INVOICE-NUM(PY-IDX) TO APP-INVOICE-NUM
              MOVE PY-INVOICE-DATE(PY-IDX) TO APP-INVOICE-DATE
              MOVE PY-AMOUNT(PY-IDX) TO APP-AMOUNT
              MOVE PY-PO-NUM(PY-IDX) TO APP-PO-NUM
              WRITE AP-PAYMENT-REC
              IF AP-PAYMENT-STATUS NOT = '00'
                 DISPLAY 'ERROR WRITING AP PAYMENT FILE: '
                          AP-PAYMENT-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
           END-PERFORM.

      **********************************************
      * CLOSE ALL FILES AND CHECK STATUS
      **********************************************
       CLOSE-ALL-FILES.
           CLOSE VENDOR-INVOICE-FILE.
           IF VENDOR-INVOICE-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING VENDOR INVOICE FEED: '
                       VENDOR-INVOICE-STATUS
           END-IF.

           CLOSE AP-HISTORY-FILE.
           IF AP-HISTORY-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING AP INVOICE HISTORY: '
                       AP-HISTORY-STATUS
           END-IF.

           CLOSE AP-PAYMENT-FILE.
           IF AP-PAYMENT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING AP PAYMENT FILE: '
                       AP-PAYMENT-STATUS
           END-IF.

           CLOSE EXCEPTION-REPORT-FILE.
           IF EXCEPTION-REPORT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING INVOICE EXCEPTIONS: '
                       EXCEPTION-REPORT-STATUS
           END-IF.

      **********************************************
      * APPENDS ONE RECORD TO THE CONSOLIDATED END-OF-NIGHT BATCH
      * STATUS LOG AND CLOSES IT. STATUS-LOG ITSELF WAS ALREADY
      * OPENED BY OPEN-STATUS-LOG, FIRST THING IN MAIN-LOGIC.
      **********************************************
       WRITE-BATCH-STATUS.
           MOVE SPACES TO STATUS-LOG-REC.
           MOVE 'VNDINV16' TO BST-PROGRAM-ID.
           PERFORM GET-BST-TIMESTAMP.
           MOVE WS-BST-START-TS TO BST-START-TS.
           MOVE WS-BST-TS-BUILT TO BST-END-TS.
           MOVE INVOICES-READ TO BST-RECORDS-IN.
           MOVE INVOICES-APPROVED TO BST-RECORDS-OUT.
           MOVE INVOICES-HELD TO BST-RECORDS-REJECTED.
           IF ABEND-IN-PROGRESS
              MOVE 'FAILED' TO BST-STATUS
              MOVE 'JOB ABENDED - SEE SYSOUT FOR DETAIL' TO BST-MESSAGE
           ELSE
              IF INVOICES-HELD > 0
                 MOVE 'WARNING' TO BST-STATUS
                 MOVE 'INVOICES HELD ON MATCH EXCEPTIONS' TO
                      BST-MESSAGE
              ELSE
                 MOVE 'COMPLETE' TO BST-STATUS
                 MOVE 'ALL INVOICES MATCHED CLEAN' TO BST-MESSAGE
              END-IF
           END-IF.
           WRITE STATUS-LOG-REC.
           IF STATUS-LOG-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR WRITING BATCH STATUS LOG: '
                       STATUS-LOG-STATUS
           END-IF.
           CLOSE STATUS-LOG.
           IF STATUS-LOG-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING STATUS LOG: '
                       STATUS-LOG-STATUS
           END-IF.

      **********************************************
      * CALLED IN PLACE OF A BARE STOP RUN FROM ANY FATAL ERROR
      * PATH SO THE RUN STILL LEAVES A 'FAILED' STATLOG RECORD
      * BEHIND - OTHERWISE AN ABEND LOOKS, TO BATSTS43, LIKE THE
      * JOB NEVER RAN AT ALL RATHER THAN LIKE IT FAILED.
      **********************************************
       ABEND-WITH-STATUS.
           SET ABEND-IN-PROGRESS TO TRUE.
           PERFORM WRITE-BATCH-STATUS.
           STOP RUN.

      **********************************************
      * DISPLAY SUMMARY STATISTICS TO SYSOUT
      **********************************************
       DISPLAY-SUMMARY.
           MOVE LINES-READ TO LINES-READ-DISP.
           MOVE INVOICES-READ TO INVOICES-READ-DISP.
           MOVE INVOICES-APPROVED TO INVOICES-APPROVED-DISP.
           MOVE INVOICES-HELD TO INVOICES-HELD-DISP.
           MOVE INVOICES-DUPLICATE TO INVOICES-DUPLICATE-DISP.
           MOVE LINES-FAILED TO LINES-FAILED-DISP.
           MOVE AMOUNT-APPROVED TO AMOUNT-APPROVED-DISP.

           DISPLAY '========================================'.
           DISPLAY 'VENDOR INVOICE MATCH SUMMARY'.
           DISPLAY '========================================'.
           DISPLAY 'INVOICE LINES READ:   ' LINES-READ-DISP.
           DISPLAY 'INVOICES READ:        ' INVOICES-READ-DISP.
           DISPLAY 'INVOICES APPROVED:    ' INVOICES-APPROVED-DISP.
           DISPLAY 'INVOICES HELD:        ' INVOICES-HELD-DISP.
           DISPLAY '  DUPLICATES:         ' INVOICES-DUPLICATE-DISP.
           DISPLAY '  FAILED LINES:       ' LINES-FAILED-DISP.
           DISPLAY 'AMOUNT APPROVED:  ' AMOUNT-APPROVED-DISP.
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
