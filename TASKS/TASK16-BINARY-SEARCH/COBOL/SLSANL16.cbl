      ******************************************************************
      * MONTHLY PARTS SALES ANALYSIS                                   *
      *                                                                *
      * PURPOSE:                                                       *
      * REPORTS THE PARTS SALES HISTORY SLSHST16 BUILDS (SLSHVDD) FOR  *
      * ONE MONTH: QUANTITY, REVENUE, COST AND MARGIN BY PART, BY      *
      * CUSTOMER AND BY PRODUCT LINE, EACH SHOWN FOR THE MONTH, THE    *
      * SAME MONTH LAST YEAR AND THE YEAR TO DATE, SO THE MONTH-END    *
      * SALES QUESTIONS NO LONGER NEED AN AD-HOC EXTRACT.              *
      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   REPORT MONTH: PARMDD SALESMONTH (YYYYMM). ZERO, THE DEFAULT, *
      *     MEANS THE MONTH OF THE RUN DATE.                           *
      *   PERIODS: THIS MONTH; LAST YEAR = THE SAME MONTH ONE YEAR     *
      *     EARLIER; YEAR TO DATE = JANUARY THROUGH THE REPORT MONTH.  *
      *   QUANTITY IS NET (SOLD LESS RETURNED); REVENUE AND COST ARE   *
      *     ALREADY NET OF CREDITS ON THE HISTORY. MARGIN = REVENUE    *
      *     LESS COST; MARGIN % = MARGIN / REVENUE, BLANK WHEN THERE   *
      *     IS NO REVENUE.                                             *
      *   BY PART: CONTROL BREAK ON THE HISTORY'S KEY ORDER.           *
      *   BY CUSTOMER: ACCUMULATED IN A TABLE KEPT IN CUSTOMER ORDER.  *
      *   BY PRODUCT LINE: FROM THE PART/PRODUCT-LINE TABLE (PLNDD).   *
      *     A PART NOT ON IT IS REPORTED UNDER LINE '****' (NO         *
      *     PRODUCT LINE).                                             *
      *   AN ITEM WITH NOTHING IN ANY OF THE THREE PERIODS IS LEFT     *
      *   OFF THE REPORT. A GRAND TOTAL CLOSES IT.                     *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/10/15                                               *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  SLSHVDD (PARTS.SALES.HISTORY.VSAM) - SALES HISTORY BY  *
      *         PART/CUSTOMER/MONTH (KSDS, READ IN KEY ORDER)          *
      * INPUT:  PLNDD (PARTS.PRODUCT.LINES) - PART TO PRODUCT LINE     *
      *         (PS, 80 B, OPTIONAL)                                   *
      * INPUT:  PARMDD (VIA PRMGET50) - SALESMONTH                     *
      * OUTPUT: SLSRDD (PARTS.SALES.ANALYSIS) - MONTHLY REPORT         *
      * OUTPUT: STATLOG (BATCH.STATLOG) - BATCH STATUS RECORD          *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLSANL16.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALES-HISTORY-FILE ASSIGN TO SLSHVDD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS SHS-KEY
              FILE STATUS IS SALES-HISTORY-STATUS.

           SELECT PRODUCT-LINE-FILE ASSIGN TO PLNDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS PRODUCT-LINE-STATUS.

           SELECT SALES-REPORT-FILE ASSIGN TO SLSRDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS SALES-REPORT-STATUS.

           SELECT STATUS-LOG ASSIGN TO STATLOG
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS STATUS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SALES-HISTORY-FILE.
       01 SALES-HISTORY-REC.
           COPY SLSHIST.

      * ONE CARD PER PART THAT BELONGS TO A PRODUCT LINE
       FD PRODUCT-LINE-FILE RECORDING MODE IS F.
       01 PRODUCT-LINE-REC.
          05 PLN-PART-ID PIC 9(5).
          05 FILLER PIC X(1).
          05 PLN-LINE-CODE PIC X(4).
          05 FILLER PIC X(1).
          05 PLN-LINE-NAME PIC X(20).
          05 FILLER PIC X(49).

       FD SALES-REPORT-FILE RECORDING MODE IS F.
       01 SALES-REPORT-REC PIC X(80).

       FD STATUS-LOG RECORDING MODE IS F.
       01 STATUS-LOG-REC.
           COPY BATSTAT.

       WORKING-STORAGE SECTION.

      * FILE STATUS VARIABLES
       01 FILE-STATUSES.
          05 SALES-HISTORY-STATUS PIC X(2).
          05 PRODUCT-LINE-STATUS PIC X(2).
          05 SALES-REPORT-STATUS PIC X(2).
          05 STATUS-LOG-STATUS PIC X(2).

      * CONTROL FLAGS
       01 WS-FLAGS.
          05 WS-EOF PIC X(1) VALUE 'N'.
             88 EOF VALUE 'Y'.
          05 WS-PLN-EOF PIC X(1) VALUE 'N'.
             88 PLN-EOF VALUE 'Y'.
          05 WS-FIRST-PART PIC X(1) VALUE 'Y'.
             88 FIRST-PART VALUE 'Y'.
          05 WS-IN-A-PERIOD PIC X(1) VALUE 'N'.
             88 IN-A-PERIOD VALUE 'Y'.
          05 WS-WORK-ZERO PIC X(1) VALUE 'Y'.
             88 WORK-ALL-ZERO VALUE 'Y'.

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

      * RUNTIME PARAMETER LOOKUP (PARMDD) - REQUEST AREA SHARED WITH
      * RUNPARM AND SUBPROGRAM PRMGET50.
           COPY RUNPARM.

      * REPORT MONTH FROM PARMDD SALESMONTH; ZERO = RUN-DATE MONTH
       01 WS-SALES-MONTH PIC 9(6) VALUE 0.
       01 WS-RUN-DATE PIC X(8).

      * THE THREE PERIODS' MONTH RANGES
       01 WS-REPORT-MONTH PIC 9(6).
       01 WS-REPORT-MONTH-PARTS REDEFINES WS-REPORT-MONTH.
          05 WS-RPT-YYYY PIC 9(4).
          05 WS-RPT-MM PIC 9(2).
       01 WS-LAST-YEAR-MONTH PIC 9(6).
       01 WS-YTD-START-MONTH PIC 9(6).

      * PERIOD LABELS, IN ACCUMULATOR ORDER
       01 WS-PERIOD-LABEL-VALUES.
          05 FILLER PIC X(12) VALUE 'THIS MONTH'.
          05 FILLER PIC X(12) VALUE 'LAST YEAR'.
          05 FILLER PIC X(12) VALUE 'YEAR TO DATE'.
       01 WS-PERIOD-LABELS REDEFINES WS-PERIOD-LABEL-VALUES.
          05 WS-PERIOD-LABEL PIC X(12) OCCURS 3 TIMES.
       01 WS-PER PIC 9(1) COMP.

      * PERIOD ACCUMULATORS. EVERY SET BELOW HAS THE SAME SHAPE
      * (1 = THIS MONTH, 2 = LAST YEAR, 3 = YEAR TO DATE) SO ONE
      * SET CAN BE MOVED WHOLE INTO ANOTHER.
      * WS-REC-TOTALS  - THE HISTORY RECORD JUST READ
      * WS-PART-TOTALS - THE PART BEING ACCUMULATED
      * WS-GRAND-TOTALS - EVERYTHING REPORTED
      * WS-FROM-TOTALS/WS-WORK-TOTALS - ADD-FROM-TO-WORK ADDS THE
      *   FIRST INTO THE SECOND; PRINT-WORK-TOTALS PRINTS THE SECOND
       01 WS-REC-TOTALS.
          05 RT-PERIOD OCCURS 3 TIMES.
             10 RT-QTY PIC S9(7).
             10 RT-REVENUE PIC S9(9)V99.
             10 RT-COST PIC S9(9)V99.
       01 WS-PART-TOTALS.
          05 PT-PERIOD OCCURS 3 TIMES.
             10 PT-QTY PIC S9(7).
             10 PT-REVENUE PIC S9(9)V99.
             10 PT-COST PIC S9(9)V99.
       01 WS-GRAND-TOTALS.
          05 GT-PERIOD OCCURS 3 TIMES.
             10 GT-QTY PIC S9(7).
             10 GT-REVENUE PIC S9(9)V99.
             10 GT-COST PIC S9(9)V99.
       01 WS-FROM-TOTALS.
          05 FT-PERIOD OCCURS 3 TIMES.
             10 FT-QTY PIC S9(7).
             10 FT-REVENUE PIC S9(9)V99.
             10 FT-COST PIC S9(9)V99.
       01 WS-WORK-TOTALS.
          05 WT-PERIOD OCCURS 3 TIMES.
             10 WT-QTY PIC S9(7).
             10 WT-REVENUE PIC S9(9)V99.
             10 WT-COST PIC S9(9)V99.

      * PART/PRODUCT-LINE TABLE LOADED FROM PLNDD
       01 WS-PART-LINE-TABLE.
          05 PART-LINE-COUNT PIC 9(5) VALUE 0.
          05 PART-LINE-ENTRY OCCURS 5000 TIMES INDEXED BY PL-IDX.
             10 PL-PART-ID PIC 9(5).
             10 PL-LINE-CODE PIC X(4).
             10 PL-LINE-NAME PIC X(20).

      * THE PART BEING ACCUMULATED AND ITS PRODUCT LINE
       01 WS-CURR-PART PIC 9(5) VALUE 0.
       01 WS-CURR-LINE-CODE PIC X(4).
       01 WS-CURR-LINE-NAME PIC X(20).

      * CUSTOMER TOTALS, KEPT IN CUSTOMER ORDER (INSERTED IN PLACE).
      * OVERFLOW IS A HARD STOP - A DROPPED CUSTOMER WOULD LEAVE
      * THE CUSTOMER SECTION SHORT OF THE GRAND TOTAL.
       01 WS-CUSTOMER-TABLE.
          05 CUST-COUNT PIC 9(5) VALUE 0.
          05 CUST-ENTRY OCCURS 2000 TIMES.
             10 CU-CUST-ID PIC X(5).
             10 CU-TOTALS.
                15 CU-PERIOD OCCURS 3 TIMES.
                   20 CU-QTY PIC S9(7).
                   20 CU-REVENUE PIC S9(9)V99.
                   20 CU-COST PIC S9(9)V99.
       01 WS-CU-SUB PIC 9(5) COMP.

      * PRODUCT LINE TOTALS, KEPT IN LINE-CODE ORDER
       01 WS-LINE-TABLE.
          05 LINE-COUNT PIC 9(5) VALUE 0.
          05 LINE-ENTRY OCCURS 100 TIMES.
             10 LT-LINE-CODE PIC X(4).
             10 LT-LINE-NAME PIC X(20).
             10 LT-TOTALS.
                15 LT-PERIOD OCCURS 3 TIMES.
                   20 LT-QTY PIC S9(7).
                   20 LT-REVENUE PIC S9(9)V99.
                   20 LT-COST PIC S9(9)V99.
       01 WS-LT-SUB PIC 9(5) COMP.

      * SHIFT SUBSCRIPT FOR THE IN-PLACE INSERTS
       01 WS-SHIFT-SUB PIC 9(5) COMP.

      * SECTION HEADING BEING WRITTEN
       01 WS-SECTION-TITLE PIC X(80).

      * ITEM LABEL FOR THE FIRST LINE OF THE BLOCK BEING PRINTED
       01 WS-PRINT-ITEM PIC X(8).

      * MARGIN AND MARGIN % FOR ONE PERIOD LINE
       01 WS-MARGIN PIC S9(9)V99.
       01 WS-MARGIN-PCT PIC S9(5)V9.

      * REPORT TITLE MONTHS
       01 WS-MONTH-DISP PIC 9(6).
       01 WS-LY-MONTH-DISP PIC 9(6).
       01 WS-YTD-MONTH-DISP PIC 9(6).

      * COLUMN HEADINGS
       01 WS-COLUMN-HEADING.
          05 FILLER PIC X(9) VALUE 'ITEM'.
          05 FILLER PIC X(12) VALUE 'PERIOD'.
          05 FILLER PIC X(7) VALUE '    QTY'.
          05 FILLER PIC X(2) VALUE SPACE.
          05 FILLER PIC X(12) VALUE '     REVENUE'.
          05 FILLER PIC X(2) VALUE SPACE.
          05 FILLER PIC X(12) VALUE '        COST'.
          05 FILLER PIC X(2) VALUE SPACE.
          05 FILLER PIC X(12) VALUE '      MARGIN'.
          05 FILLER PIC X(2) VALUE SPACE.
          05 FILLER PIC X(7) VALUE 'MARGIN%'.
          05 FILLER PIC X(1) VALUE SPACE.

      * ONE PERIOD LINE OF AN ITEM
       01 WS-DETAIL-LINE.
          05 DL-ITEM PIC X(8).
          05 FILLER PIC X(1) VALUE SPACE.
          05 DL-PERIOD PIC X(12).
          05 DL-QTY PIC -(6)9.
          05 FILLER PIC X(2) VALUE SPACE.
          05 DL-REVENUE PIC -(8)9.99.
          05 FILLER PIC X(2) VALUE SPACE.
          05 DL-COST PIC -(8)9.99.
          05 FILLER PIC X(2) VALUE SPACE.
          05 DL-MARGIN PIC -(8)9.99.
          05 FILLER PIC X(2) VALUE SPACE.
          05 DL-MARGIN-PCT-X PIC X(7).
          05 DL-MARGIN-PCT REDEFINES DL-MARGIN-PCT-X PIC -(4)9.9.
          05 FILLER PIC X(1) VALUE SPACE.

      * STATISTICS COUNTERS
       01 WS-COUNTERS.
          05 HISTORY-READ PIC 9(7) VALUE 0.
          05 HISTORY-IN-PERIOD PIC 9(7) VALUE 0.
          05 PARTS-REPORTED PIC 9(7) VALUE 0.
          05 CUSTOMERS-REPORTED PIC 9(7) VALUE 0.
          05 LINES-REPORTED PIC 9(7) VALUE 0.

      * DISPLAY-FORMATTED COUNTERS
       01 WS-DISP-COUNTERS.
          05 HISTORY-READ-DISP PIC Z(6)9.
          05 HISTORY-IN-PERIOD-DISP PIC Z(6)9.
          05 PARTS-REPORTED-DISP PIC Z(6)9.
          05 CUSTOMERS-REPORTED-DISP PIC Z(6)9.
          05 LINES-REPORTED-DISP PIC Z(6)9.

      **********************************************
      * SETS THE REPORT MONTH, LOADS THE PRODUCT LINES, READS THE
      * HISTORY IN KEY ORDER PRINTING THE PART SECTION, THEN
      * PRINTS THE CUSTOMER AND PRODUCT LINE SECTIONS AND THE
      * GRAND TOTAL, CLOSES, WRITES BATCH STATUS AND DISPLAYS THE
      * SUMMARY.
      **********************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM SET-BST-START-TS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM OPEN-STATUS-LOG.
           PERFORM LOAD-RUNTIME-PARMS.
           PERFORM SET-REPORT-PERIODS.
           PERFORM OPEN-ALL-FILES.
           PERFORM LOAD-PRODUCT-LINES.
           PERFORM WRITE-REPORT-TITLE.
           PERFORM REPORT-BY-PART.
           PERFORM REPORT-BY-CUSTOMER.
           PERFORM REPORT-BY-PRODUCT-LINE.
           PERFORM REPORT-GRAND-TOTAL.
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
      * LOADS THE OPERATIONAL TUNABLES FROM THE CENTRAL RUNTIME
      * PARAMETER FILE THROUGH PRMGET50, KEEPING THE WORKING-
      * STORAGE VALUES AS THE DEFAULTS.
      **********************************************
       LOAD-RUNTIME-PARMS.
           MOVE 'SLSANL16' TO RP-JOB-NAME.
           MOVE 'SALESMONTH' TO RP-KEYWORD.
           MOVE WS-SALES-MONTH TO RP-DEFAULT-VALUE.
           CALL 'PRMGET50' USING WS-RUNPARM-REQUEST END-CALL.
           MOVE RP-VALUE TO WS-SALES-MONTH.

      **********************************************
      * SETS THE REPORT MONTH (THE RUN-DATE MONTH WHEN SALESMONTH
      * IS ZERO), THE SAME MONTH LAST YEAR AND THE FIRST MONTH OF
      * THE YEAR TO DATE. A MONTH THAT IS NOT 01-12 IS A BAD
      * PARAMETER AND STOPS THE RUN.
      **********************************************
       SET-REPORT-PERIODS.
           IF WS-SALES-MONTH = 0
              MOVE WS-RUN-DATE(1:6) TO WS-REPORT-MONTH
           ELSE
              MOVE WS-SALES-MONTH TO WS-REPORT-MONTH
           END-IF.
           IF WS-RPT-MM < 1 OR WS-RPT-MM > 12 OR WS-RPT-YYYY < 1
              DISPLAY 'ERROR: INVALID SALESMONTH: ' WS-REPORT-MONTH
              PERFORM ABEND-WITH-STATUS
           END-IF.
           COMPUTE WS-LAST-YEAR-MONTH = WS-REPORT-MONTH - 100.
           COMPUTE WS-YTD-START-MONTH = WS-RPT-YYYY * 100 + 1.

      **********************************************
      * OPEN ALL FILES AND CHECK STATUS. NO PRODUCT LINE FILE
      * (05/35) JUST PUTS EVERY PART UNDER NO PRODUCT LINE.
      **********************************************
       OPEN-ALL-FILES.
           OPEN INPUT SALES-HISTORY-FILE.
           IF SALES-HISTORY-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING SALES HISTORY: '
                       SALES-HISTORY-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN INPUT PRODUCT-LINE-FILE.
           IF PRODUCT-LINE-STATUS = '05' OR PRODUCT-LINE-STATUS = '35'
              DISPLAY 'NO PRODUCT LINE FILE - ALL PARTS UNDER NO LINE'
              SET PLN-EOF TO TRUE
           ELSE
              IF PRODUCT-LINE-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING PRODUCT LINE FILE: '
                          PRODUCT-LINE-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
           END-IF.

           OPEN OUTPUT SALES-REPORT-FILE.
           IF SALES-REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING SALES REPORT FILE: '
                       SALES-REPORT-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * LOADS THE PART/PRODUCT-LINE TABLE FROM PLNDD, WHEN PRESENT,
      * AND CLOSES IT. OVERFLOW IS A HARD STOP.
      **********************************************
       LOAD-PRODUCT-LINES.
           IF NOT PLN-EOF
              PERFORM UNTIL PLN-EOF
                 READ PRODUCT-LINE-FILE
                   AT END
                      SET PLN-EOF TO TRUE
                   NOT AT END
                      IF PRODUCT-LINE-STATUS NOT = '00'
                         DISPLAY 'ERROR READING PRODUCT LINE FILE: '
                                  PRODUCT-LINE-STATUS
                         PERFORM ABEND-WITH-STATUS
                      END-IF
                      IF PART-LINE-COUNT >= 5000
                         DISPLAY 'ERROR: PRODUCT LINE TABLE FULL '
                                 '(5000 MAX)'
                         PERFORM ABEND-WITH-STATUS
                      END-IF
                      ADD 1 TO PART-LINE-COUNT
                      SET PL-IDX TO PART-LINE-COUNT
                      MOVE PLN-PART-ID TO PL-PART-ID(PL-IDX)
                      MOVE PLN-LINE-CODE TO PL-LINE-CODE(PL-IDX)
                      MOVE PLN-LINE-NAME TO PL-LINE-NAME(PL-IDX)
                 END-READ
              END-PERFORM
              CLOSE PRODUCT-LINE-FILE
           END-IF.

      **********************************************
      * REPORT TITLE: THE REPORT MONTH AND THE OTHER TWO PERIODS.
      **********************************************
       WRITE-REPORT-TITLE.
           MOVE WS-REPORT-MONTH TO WS-MONTH-DISP.
           MOVE WS-LAST-YEAR-MONTH TO WS-LY-MONTH-DISP.
           MOVE WS-YTD-START-MONTH TO WS-YTD-MONTH-DISP.
           MOVE SPACES TO SALES-REPORT-REC.
           STRING 'MONTHLY PARTS SALES ANALYSIS - MONTH '
                     DELIMITED BY SIZE
                  WS-MONTH-DISP DELIMITED BY SIZE
                  INTO SALES-REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO SALES-REPORT-REC.
           STRING 'LAST YEAR = ' DELIMITED BY SIZE
                  WS-LY-MONTH-DISP DELIMITED BY SIZE
                  '   YEAR TO DATE = ' DELIMITED BY SIZE
                  WS-YTD-MONTH-DISP DELIMITED BY SIZE
                  ' THRU ' DELIMITED BY SIZE
                  WS-MONTH-DISP DELIMITED BY SIZE
                  INTO SALES-REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

      **********************************************
      * WRITES THE SECTION HEADING IN WS-SECTION-TITLE WITH A
      * BLANK LINE BEFORE IT AND THE COLUMN HEADINGS AFTER.
      **********************************************
       WRITE-SECTION-HEADING.
           MOVE SPACES TO SALES-REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-SECTION-TITLE TO SALES-REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-COLUMN-HEADING TO SALES-REPORT-REC.
           PERFORM WRITE-REPORT-LINE.

      **********************************************
      * BY PART: READS THE HISTORY IN KEY ORDER (PART, CUSTOMER,
      * MONTH), ACCUMULATING EACH PART AND PRINTING IT ON THE
      * CHANGE OF PART. EACH RECORD ALSO FEEDS ITS CUSTOMER'S
      * TOTALS; EACH FINISHED PART FEEDS ITS PRODUCT LINE AND THE
      * GRAND TOTAL.
      **********************************************
       REPORT-BY-PART.
           MOVE 'SALES BY PART' TO WS-SECTION-TITLE.
           PERFORM WRITE-SECTION-HEADING.
           INITIALIZE WS-PART-TOTALS.
           INITIALIZE WS-GRAND-TOTALS.
           PERFORM UNTIL EOF
              READ SALES-HISTORY-FILE
                AT END
                   SET EOF TO TRUE
                NOT AT END
                   IF SALES-HISTORY-STATUS NOT = '00'
                      DISPLAY 'ERROR READING SALES HISTORY: '
                               SALES-HISTORY-STATUS
                      PERFORM ABEND-WITH-STATUS
                   END-IF
                   ADD 1 TO HISTORY-READ
                   IF FIRST-PART
                      MOVE 'N' TO WS-FIRST-PART
                      MOVE SHS-PART-ID TO WS-CURR-PART
                   END-IF
                   IF SHS-PART-ID NOT = WS-CURR-PART
                      PERFORM FINISH-PART
                      MOVE SHS-PART-ID TO WS-CURR-PART
                   END-IF
                   PERFORM ACCUMULATE-HISTORY-RECORD
              END-READ
           END-PERFORM.
           IF NOT FIRST-PART
              PERFORM FINISH-PART
           END-IF.

      **********************************************
      * SPREADS ONE HISTORY RECORD OVER THE THREE PERIODS IT MAY
      * FALL IN AND, WHEN IT FALLS IN ANY, ADDS IT TO THE PART AND
      * TO ITS CUSTOMER.
      **********************************************
       ACCUMULATE-HISTORY-RECORD.
           INITIALIZE WS-REC-TOTALS.
           MOVE 'N' TO WS-IN-A-PERIOD.
           IF SHS-MONTH = WS-REPORT-MONTH
              MOVE 1 TO WS-PER
              PERFORM SET-RECORD-PERIOD
           END-IF.
           IF SHS-MONTH = WS-LAST-YEAR-MONTH
              MOVE 2 TO WS-PER
              PERFORM SET-RECORD-PERIOD
           END-IF.
           IF SHS-MONTH NOT < WS-YTD-START-MONTH
              AND SHS-MONTH NOT > WS-REPORT-MONTH
              MOVE 3 TO WS-PER
              PERFORM SET-RECORD-PERIOD
           END-IF.
           IF IN-A-PERIOD
              ADD 1 TO HISTORY-IN-PERIOD
              MOVE WS-REC-TOTALS TO WS-FROM-TOTALS
              MOVE WS-PART-TOTALS TO WS-WORK-TOTALS
              PERFORM ADD-FROM-TO-WORK
              MOVE WS-WORK-TOTALS TO WS-PART-TOTALS
              PERFORM ADD-TO-CUSTOMER
           END-IF.

      **********************************************
      * PUTS THE HISTORY RECORD'S NET QUANTITY, REVENUE AND COST
      * INTO PERIOD WS-PER OF WS-REC-TOTALS.
      **********************************************
       SET-RECORD-PERIOD.
           SET IN-A-PERIOD TO TRUE.
           COMPUTE RT-QTY(WS-PER) =
                   SHS-QTY-SOLD - SHS-QTY-RETURNED.
           MOVE SHS-REVENUE TO RT-REVENUE(WS-PER).
           MOVE SHS-COST TO RT-COST(WS-PER).

      **********************************************
      * ADDS THE RECORD TO ITS CUSTOMER'S TOTALS, INSERTING THE
      * CUSTOMER IN CUSTOMER ORDER THE FIRST TIME IT IS SEEN.
      **********************************************
       ADD-TO-CUSTOMER.
           PERFORM VARYING WS-CU-SUB FROM 1 BY 1
                   UNTIL WS-CU-SUB > CUST-COUNT
                      OR CU-CUST-ID(WS-CU-SUB) NOT < SHS-CUST-ID
              CONTINUE
           END-PERFORM.
           IF WS-CU-SUB > CUST-COUNT
              OR CU-CUST-ID(WS-CU-SUB) NOT = SHS-CUST-ID
              IF CUST-COUNT >= 2000
                 DISPLAY 'ERROR: CUSTOMER TABLE FULL (2000 MAX)'
                 PERFORM ABEND-WITH-STATUS
              END-IF
              PERFORM VARYING WS-SHIFT-SUB FROM CUST-COUNT BY -1
                      UNTIL WS-SHIFT-SUB < WS-CU-SUB
                 MOVE CUST-ENTRY(WS-SHIFT-SUB)
                      TO CUST-ENTRY(WS-SHIFT-SUB + 1)
              END-PERFORM
              ADD 1 TO CUST-COUNT
              MOVE SHS-CUST-ID TO CU-CUST-ID(WS-CU-SUB)
              INITIALIZE CU-TOTALS(WS-CU-SUB)
           END-IF.
           MOVE WS-REC-TOTALS TO WS-FROM-TOTALS.
           MOVE CU-TOTALS(WS-CU-SUB) TO WS-WORK-TOTALS.
           PERFORM ADD-FROM-TO-WORK.
           MOVE WS-WORK-TOTALS TO CU-TOTALS(WS-CU-SUB).

      **********************************************
      * PRINTS THE FINISHED PART (UNLESS IT HAS NOTHING IN ANY
      * PERIOD), ADDS IT TO ITS PRODUCT LINE AND THE GRAND TOTAL,
      * AND CLEARS THE PART ACCUMULATOR.
      **********************************************
       FINISH-PART.
           MOVE WS-PART-TOTALS TO WS-WORK-TOTALS.
           PERFORM TEST-WORK-ZERO.
           IF NOT WORK-ALL-ZERO
              MOVE SPACES TO WS-PRINT-ITEM
              MOVE WS-CURR-PART TO WS-PRINT-ITEM(1:5)
              PERFORM PRINT-WORK-TOTALS
              ADD 1 TO PARTS-REPORTED
              PERFORM ADD-TO-PRODUCT-LINE
              MOVE WS-PART-TOTALS TO WS-FROM-TOTALS
              MOVE WS-GRAND-TOTALS TO WS-WORK-TOTALS
              PERFORM ADD-FROM-TO-WORK
              MOVE WS-WORK-TOTALS TO WS-GRAND-TOTALS
           END-IF.
           INITIALIZE WS-PART-TOTALS.

      **********************************************
      * FINDS THE FINISHED PART'S PRODUCT LINE ('****' WHEN IT HAS
      * NONE) AND ADDS THE PART TO THAT LINE'S TOTALS, INSERTING
      * THE LINE IN CODE ORDER THE FIRST TIME IT IS SEEN.
      **********************************************
       ADD-TO-PRODUCT-LINE.
           MOVE '****' TO WS-CURR-LINE-CODE.
           MOVE 'NO PRODUCT LINE' TO WS-CURR-LINE-NAME.
           SET PL-IDX TO 1.
           SEARCH PART-LINE-ENTRY
               AT END
                 CONTINUE
               WHEN PL-IDX > PART-LINE-COUNT
                 CONTINUE
               WHEN PL-PART-ID(PL-IDX) = WS-CURR-PART
                 MOVE PL-LINE-CODE(PL-IDX) TO WS-CURR-LINE-CODE
                 MOVE PL-LINE-NAME(PL-IDX) TO WS-CURR-LINE-NAME
           END-SEARCH.
           PERFORM VARYING WS-LT-SUB FROM 1 BY 1
                   UNTIL WS-LT-SUB > LINE-COUNT
                      OR LT-LINE-CODE(WS-LT-SUB) NOT < WS-CURR-LINE-CODE
              CONTINUE
           END-PERFORM.
           IF WS-LT-SUB > LINE-COUNT
              OR LT-LINE-CODE(WS-LT-SUB) NOT = WS-CURR-LINE-CODE
              IF LINE-COUNT >= 100
                 DISPLAY 'ERROR: PRODUCT LINE TOTALS FULL (100 MAX)'
                 PERFORM ABEND-WITH-STATUS
              END-IF
              PERFORM VARYING WS-SHIFT-SUB FROM LINE-COUNT BY -1
                      UNTIL WS-SHIFT-SUB < WS-LT-SUB
                 MOVE LINE-ENTRY(WS-SHIFT-SUB)
                      TO LINE-ENTRY(WS-SHIFT-SUB + 1)
              END-PERFORM
              ADD 1 TO LINE-COUNT
              MOVE WS-CURR-LINE-CODE TO LT-LINE-CODE(WS-LT-SUB)
              MOVE WS-CURR-LINE-NAME TO LT-LINE-NAME(WS-LT-SUB)
              INITIALIZE LT-TOTALS(WS-LT-SUB)
           END-IF.
           MOVE WS-PART-TOTALS TO WS-FROM-TOTALS.
           MOVE LT-TOTALS(WS-LT-SUB) TO WS-WORK-TOTALS.
           PERFORM ADD-FROM-TO-WORK.
           MOVE WS-WORK-TOTALS TO LT-TOTALS(WS-LT-SUB).

      **********************************************
      * BY CUSTOMER: ONE BLOCK PER CUSTOMER WITH ANYTHING IN ANY
      * PERIOD, IN CUSTOMER ORDER.
      **********************************************
       REPORT-BY-CUSTOMER.
           MOVE 'SALES BY CUSTOMER' TO WS-SECTION-TITLE.
           PERFORM WRITE-SECTION-HEADING.
           PERFORM VARYING WS-CU-SUB FROM 1 BY 1
                   UNTIL WS-CU-SUB > CUST-COUNT
              MOVE CU-TOTALS(WS-CU-SUB) TO WS-WORK-TOTALS
              PERFORM TEST-WORK-ZERO
              IF NOT WORK-ALL-ZERO
                 MOVE CU-CUST-ID(WS-CU-SUB) TO WS-PRINT-ITEM
                 PERFORM PRINT-WORK-TOTALS
                 ADD 1 TO CUSTOMERS-REPORTED
              END-IF
           END-PERFORM.

      **********************************************
      * BY PRODUCT LINE: THE LINE NAME, THEN ONE BLOCK PER LINE,
      * IN LINE-CODE ORDER.
      **********************************************
       REPORT-BY-PRODUCT-LINE.
           MOVE 'SALES BY PRODUCT LINE' TO WS-SECTION-TITLE.
           PERFORM WRITE-SECTION-HEADING.
           PERFORM VARYING WS-LT-SUB FROM 1 BY 1
                   UNTIL WS-LT-SUB > LINE-COUNT
              MOVE SPACES TO SALES-REPORT-REC
              STRING LT-LINE-CODE(WS-LT-SUB) DELIMITED BY SIZE
                     ' - ' DELIMITED BY SIZE
                     LT-LINE-NAME(WS-LT-SUB) DELIMITED BY SIZE
                     INTO SALES-REPORT-REC
              END-STRING
              PERFORM WRITE-REPORT-LINE
              MOVE LT-TOTALS(WS-LT-SUB) TO WS-WORK-TOTALS
              MOVE LT-LINE-CODE(WS-LT-SUB) TO WS-PRINT-ITEM
              PERFORM PRINT-WORK-TOTALS
              ADD 1 TO LINES-REPORTED
           END-PERFORM.

      **********************************************
      * GRAND TOTAL OF EVERY PART REPORTED.
      **********************************************
       REPORT-GRAND-TOTAL.
           MOVE 'GRAND TOTAL' TO WS-SECTION-TITLE.
           PERFORM WRITE-SECTION-HEADING.
           MOVE WS-GRAND-TOTALS TO WS-WORK-TOTALS.
           MOVE 'TOTAL' TO WS-PRINT-ITEM.
           PERFORM PRINT-WORK-TOTALS.

      **********************************************
      * ADDS EACH PERIOD OF WS-FROM-TOTALS INTO WS-WORK-TOTALS.
      **********************************************
       ADD-FROM-TO-WORK.
           PERFORM VARYING WS-PER FROM 1 BY 1 UNTIL WS-PER > 3
              ADD FT-QTY(WS-PER) TO WT-QTY(WS-PER)
              ADD FT-REVENUE(WS-PER) TO WT-REVENUE(WS-PER)
              ADD FT-COST(WS-PER) TO WT-COST(WS-PER)
           END-PERFORM.

      **********************************************
      * SETS WORK-ALL-ZERO WHEN WS-WORK-TOTALS HAS NO QUANTITY,
      * REVENUE OR COST IN ANY PERIOD.
      **********************************************
       TEST-WORK-ZERO.
           SET WORK-ALL-ZERO TO TRUE.
           PERFORM VARYING WS-PER FROM 1 BY 1 UNTIL WS-PER > 3
              IF WT-QTY(WS-PER) NOT = 0
                 OR WT-REVENUE(WS-PER) NOT = 0
                 OR WT-COST(WS-PER) NOT = 0
                 MOVE 'N' TO WS-WORK-ZERO
              END-IF
           END-PERFORM.

      **********************************************
      * PRINTS WS-WORK-TOTALS AS THREE PERIOD LINES, THE ITEM
      * LABEL (WS-PRINT-ITEM) ON THE FIRST.
      **********************************************
       PRINT-WORK-TOTALS.
           PERFORM VARYING WS-PER FROM 1 BY 1 UNTIL WS-PER > 3
              IF WS-PER = 1
                 MOVE WS-PRINT-ITEM TO DL-ITEM
              ELSE
                 MOVE SPACES TO DL-ITEM
              END-IF
              MOVE WS-PERIOD-LABEL(WS-PER) TO DL-PERIOD
              MOVE WT-QTY(WS-PER) TO DL-QTY
              MOVE WT-REVENUE(WS-PER) TO DL-REVENUE
              MOVE WT-COST(WS-PER) TO DL-COST
              COMPUTE WS-MARGIN =
                      WT-REVENUE(WS-PER) - WT-COST(WS-PER)
              MOVE WS-MARGIN TO DL-MARGIN
              IF WT-REVENUE(WS-PER) NOT = 0
                 COMPUTE WS-MARGIN-PCT ROUNDED =
                         WS-MARGIN * 100 / WT-REVENUE(WS-PER)
                    ON SIZE ERROR
                       MOVE 0 TO WS-MARGIN-PCT
                 END-COMPUTE
                 MOVE WS-MARGIN-PCT TO DL-MARGIN-PCT
              ELSE
                 MOVE SPACES TO DL-MARGIN-PCT-X
              END-IF
              MOVE WS-DETAIL-LINE TO SALES-REPORT-REC
              PERFORM WRITE-REPORT-LINE
           END-PERFORM.

      **********************************************
      * WRITES WHATEVER LINE IS CURRENTLY IN SALES-REPORT-REC.
      **********************************************
       WRITE-REPORT-LINE.
           WRITE SALES-REPORT-REC.
           IF SALES-REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING SALES REPORT: '
                       SALES-REPORT-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * CLOSE ALL FILES AND CHECK STATUS
      **********************************************
       CLOSE-ALL-FILES.
           CLOSE SALES-HISTORY-FILE.
           IF SALES-HISTORY-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING SALES HISTORY: '
                       SALES-HISTORY-STATUS
           END-IF.

           CLOSE SALES-REPORT-FILE.
           IF SALES-REPORT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING SALES REPORT: '
                       SALES-REPORT-STATUS
           END-IF.

      **********************************************
      * APPENDS ONE RECORD TO THE CONSOLIDATED END-OF-NIGHT BATCH
      * STATUS LOG AND CLOSES IT. STATUS-LOG ITSELF WAS ALREADY
      * OPENED BY OPEN-STATUS-LOG, FIRST THING IN MAIN-LOGIC.
      **********************************************
       WRITE-BATCH-STATUS.
           MOVE SPACES TO STATUS-LOG-REC.
           MOVE 'SLSANL16' TO BST-PROGRAM-ID.
           PERFORM GET-BST-TIMESTAMP.
           MOVE WS-BST-START-TS TO BST-START-TS.
           MOVE WS-BST-TS-BUILT TO BST-END-TS.
           MOVE HISTORY-READ TO BST-RECORDS-IN.
           COMPUTE BST-RECORDS-OUT =
                   PARTS-REPORTED + CUSTOMERS-REPORTED
                   + LINES-REPORTED.
           MOVE 0 TO BST-RECORDS-REJECTED.
           IF ABEND-IN-PROGRESS
              MOVE 'FAILED' TO BST-STATUS
              MOVE 'JOB ABENDED - SEE SYSOUT FOR DETAIL' TO BST-MESSAGE
           ELSE
              MOVE 'COMPLETE' TO BST-STATUS
              MOVE 'MONTHLY SALES ANALYSIS PRODUCED' TO BST-MESSAGE
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
           MOVE HISTORY-READ TO HISTORY-READ-DISP.
           MOVE HISTORY-IN-PERIOD TO HISTORY-IN-PERIOD-DISP.
           MOVE PARTS-REPORTED TO PARTS-REPORTED-DISP.
           MOVE CUSTOMERS-REPORTED TO CUSTOMERS-REPORTED-DISP.
           MOVE LINES-REPORTED TO LINES-REPORTED-DISP.

           DISPLAY '========================================'.
           DISPLAY 'MONTHLY SALES ANALYSIS SUMMARY'.
           DISPLAY '========================================'.
           DISPLAY 'REPORT MONTH:         ' WS-REPORT-MONTH.
           DISPLAY 'HISTORY RECORDS READ: ' HISTORY-READ-DISP.
           DISPLAY 'IN A REPORT PERIOD:   ' HISTORY-IN-PERIOD-DISP.
           DISPLAY 'PARTS REPORTED:       ' PARTS-REPORTED-DISP.
           DISPLAY 'CUSTOMERS REPORTED:   ' CUSTOMERS-REPORTED-DISP.
           DISPLAY 'PRODUCT LINES:        ' LINES-REPORTED-DISP.
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
