      ******************************************************************
      * MONTHLY PRODUCT DEMAND FORECAST                                *
      *                                                                *
      * PURPOSE:                                                       *
      * REORDER DECISIONS FOR TB_PRODUCTS WERE MADE BY FEEL WHILE      *
      * YEARS OF ORDER HISTORY SAT UNUSED IN TB_ORDERS AND IN THE      *
      * ORDARC21 ARCHIVE GENERATIONS - THE TOP SELLERS RAN OUT AT      *
      * CHRISTMAS WHILE SLOW MOVERS SAT ON THE SHELF FOR MONTHS. THIS  *
      * JOB BUILDS A MONTHLY DEMAND HISTORY PER PROD_ID FROM LIVE AND  *
      * ARCHIVED ORDERS, PROJECTS THE NEXT THREE MONTHS AND REPORTS A  *
      * SUGGESTED STOCK LEVEL AGAINST QTY_ON_HAND, WITH LAST MONTH'S   *
      * FORECAST-VS-ACTUAL ACCURACY BESIDE EACH PRODUCT.               *
      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   THE BASE MONTH IS THE LAST COMPLETE MONTH (PARMDD            *
      *   FCSTBASEMON, YYYYMM, ZERO = THE MONTH BEFORE THE RUN DATE).  *
      *   HISTORY IS THE 36 MONTHS ENDING WITH IT.                     *
      *   PHASE 1 - LOAD TB_PRODUCTS (PROD_ID ORDER) INTO A SORTED     *
      *     TABLE, THEN ADD ORDERED QUANTITY PER PRODUCT AND MONTH     *
      *     FROM TB_ORDERS (GROUPED IN DB2) AND FROM THE ARCHIVE       *
      *     EXTRACT GENERATIONS (ARCHDD, DE-DUPLICATED ON ORDER/LINE   *
      *     BY THE SORT STEP IN THE JCL - ARCHIV47 COPIES THE EXTRACT  *
      *     EVERY NIGHT WHETHER OR NOT ORDARC21 RAN). ORDARC21         *
      *     DELETES WHAT IT ARCHIVES, SO NO ROW IS IN BOTH. DEMAND     *
      *     FOR A PRODUCT NO LONGER IN TB_PRODUCTS IS COUNTED AND      *
      *     DROPPED.                                                   *
      *   PHASE 2 - PER PRODUCT, TWO METHODS:                          *
      *     MOVING AVERAGE - THE MEAN OF THE LAST MAMONTHS MONTHS      *
      *       (DEFAULT 3), FLAT ACROSS THE THREE MONTHS AHEAD.         *
      *     SEASONAL - THE SAME MONTH LAST YEAR SCALED BY THE YEAR-    *
      *       OVER-YEAR TREND (LAST 12 MONTHS OVER THE 12 BEFORE,      *
      *       HELD BETWEEN 0.50 AND 2.00). NEEDS 24 MONTHS OF DEMAND   *
      *       HISTORY; A NEWER PRODUCT USES THE MOVING AVERAGE.        *
      *     BOTH METHODS ARE RE-RUN AS OF THE MONTH BEFORE THE BASE    *
      *     MONTH TO FORECAST THE BASE MONTH ITSELF; THE ONE THAT      *
      *     CAME CLOSER TO WHAT ACTUALLY SOLD IS USED FOR THE          *
      *     PROJECTION, AND ITS ERROR IS THE ACCURACY REPORTED.        *
      *   PHASE 3 - SUGGESTED STOCK = FORECAST FOR THE NEXT            *
      *     COVERMONTHS MONTHS (DEFAULT 2) PLUS SAFETYPCT PER CENT     *
      *     (DEFAULT 20). STATUS AGAINST QTY_ON_HAND:                  *
      *     REORDER   - ON HAND BELOW SUGGESTED (QTY = SHORTFALL).     *
      *     EXCESS    - ON HAND ABOVE EXCESSMONTHS (DEFAULT 6) MONTHS  *
      *                 OF FORECAST DEMAND (QTY = THE SURPLUS).        *
      *     NO DEMAND - STOCK ON HAND AND NOTHING FORECAST.            *
      *     PRODUCTS WITH NO HISTORY AND NO STOCK ARE LEFT OFF. THE    *
      *     TEN PRODUCTS WITH THE LARGEST THREE-MONTH FORECAST ARE     *
      *     LISTED AGAIN AT THE END.                                   *
      *   READ-ONLY AGAINST DB2 - NOTHING IS UPDATED.                  *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/10/15                                               *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  ARCHDD (ORDERS.ARCHIVE.HISTORY) - ARCHIVED TB_ORDERS   *
      *         ROWS IN ORDARC21'S LAYOUT (PS, 80 B)                   *
      * OUTPUT: RPTDD (PRODUCT.DEMAND.FORECAST) - FORECAST REPORT      *
      *         (PS, 132 B)                                            *
      * OUTPUT: OPSLOG / STATLOG - SHARED OPERATIONS AND STATUS LOGS   *
      * DB2 TABLES: TB_PRODUCTS, TB_ORDERS (SELECT ONLY)               *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRDFCS21.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVE-FILE ASSIGN TO ARCHDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS ARCHIVE-STATUS.

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
      * ARCHIVED TB_ORDERS ROWS IN ORDARC21'S ARCHIVE LAYOUT
       FD ARCHIVE-FILE RECORDING MODE IS F.
       01 ARCHIVE-REC.
          05 ARC-ORDER-ID PIC X(6).
          05 FILLER PIC X(1).
          05 ARC-ORDER-LINE PIC 9(3).
          05 FILLER PIC X(1).
          05 ARC-ORDER-DATE.
             10 ARC-ORDER-YEAR PIC 9(4).
             10 FILLER PIC X(1).
             10 ARC-ORDER-MONTH PIC 9(2).
             10 FILLER PIC X(3).
          05 FILLER PIC X(1).
          05 ARC-PROD-ID PIC X(5).
          05 FILLER PIC X(1).
          05 ARC-QUANTITY PIC 9(4).
          05 FILLER PIC X(1).
          05 ARC-UNIT-PRICE PIC 9(5)V99.
          05 FILLER PIC X(1).
          05 ARC-CUST-ID PIC X(6).
          05 FILLER PIC X(1).
          05 ARC-FULFILL-STATUS PIC X(1).
          05 FILLER PIC X(31).

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
       01 HV-PROD-ID PIC X(5).
       01 HV-PROD-NAME PIC X(30).
       01 HV-QTY-ON-HAND PIC S9(5) COMP-3.
       01 HV-HIST-START PIC X(10).
       01 HV-HIST-END PIC X(10).
       01 HV-ORDER-YEAR PIC S9(4) COMP-3.
       01 HV-ORDER-MONTH PIC S9(4) COMP-3.
       01 HV-MONTH-QTY PIC S9(9) COMP-3.

      * EVERY PRODUCT IN KEY ORDER, SO THE TABLE LOADS SORTED AND
      * SEARCH ALL CAN BINARY-SEARCH IT.
           EXEC SQL
             DECLARE PRODCUR CURSOR FOR
               SELECT PROD_ID, PROD_NAME, QTY_ON_HAND
                 FROM TB_PRODUCTS
               ORDER BY PROD_ID
           END-EXEC.

      * LIVE ORDERED QUANTITY PER PRODUCT AND MONTH INSIDE THE
      * 36-MONTH HISTORY WINDOW. CANCELLED ORDERS ARE ALREADY GONE
      * FROM THE TABLE (ORDAMD21 DELETES THEM).
           EXEC SQL
             DECLARE DMDCUR CURSOR FOR
               SELECT PROD_ID, YEAR(ORDER_DATE), MONTH(ORDER_DATE),
                      SUM(QUANTITY)
                 FROM TB_ORDERS
               WHERE ORDER_DATE >= DATE(:HV-HIST-START)
                 AND ORDER_DATE < DATE(:HV-HIST-END)
               GROUP BY PROD_ID, YEAR(ORDER_DATE), MONTH(ORDER_DATE)
           END-EXEC.

      * FILE STATUS VARIABLES
       01 FILE-STATUSES.
          05 ARCHIVE-STATUS PIC X(2).
          05 REPORT-STATUS PIC X(2).
          05 OPS-ERROR-LOG-STATUS PIC X(2).
          05 STATUS-LOG-STATUS PIC X(2).

      * CONTROL FLAGS
       01 WS-FLAGS.
          05 WS-EOF PIC X(1) VALUE 'N'.
             88 EOF VALUE 'Y'.
          05 WS-CURSOR-EOF PIC X(1) VALUE 'N'.
             88 CURSOR-EOF VALUE 'Y'.
          05 WS-FOUND-FLAG PIC X(1) VALUE 'N'.
             88 FOUND VALUE 'Y'.
          05 WS-SEAS-BT-FLAG PIC X(1) VALUE 'N'.
             88 SEASONAL-BACKTEST-OK VALUE 'Y'.
          05 WS-SEAS-FC-FLAG PIC X(1) VALUE 'N'.
             88 SEASONAL-FORECAST-OK VALUE 'Y'.

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

      * RUNTIME PARAMETER LOOKUP REQUEST AREA - SEE COPYBOOK
      * RUNPARM AND SUBPROGRAM PRMGET50.
           COPY RUNPARM.

      * FORECAST TUNABLES. ADJUST HERE OR VIA PARMDD (FCSTBASEMON,
      * MAMONTHS, COVERMONTHS, SAFETYPCT, EXCESSMONTHS).
       01 WS-FCST-PARMS.
          05 WS-BASE-MONTH PIC 9(6) VALUE 0.
          05 WS-BASE-MONTH-PARTS REDEFINES WS-BASE-MONTH.
             10 WS-BASE-YYYY PIC 9(4).
             10 WS-BASE-MM PIC 9(2).
          05 WS-MA-MONTHS PIC 9(2) VALUE 3.
          05 WS-COVER-MONTHS PIC 9(1) VALUE 2.
          05 WS-SAFETY-PCT PIC 9(3) VALUE 20.
          05 WS-EXCESS-MONTHS PIC 9(2) VALUE 6.

      * MONTH ARITHMETIC. A MONTH IS HELD AS YEAR X 12 + MONTH - 1
      * SO THAT CONSECUTIVE MONTHS ARE CONSECUTIVE NUMBERS; HISTORY
      * SLOT 36 IS THE BASE MONTH AND SLOT 1 IS 35 MONTHS BEFORE.
       01 WS-MONTH-WORK.
          05 WS-BASE-ABS PIC 9(6).
          05 WS-ABS-WORK PIC 9(6).
          05 WS-YEAR-WORK PIC 9(4).
          05 WS-MONTH-WORK-MM PIC 9(2).
          05 WS-SLOT PIC S9(6).
          05 WS-MONTH-LABEL PIC X(7).
       01 WS-REPORT-MONTHS.
          05 WS-BASE-LABEL PIC X(7).
          05 WS-NEXT-LABEL PIC X(7) OCCURS 3 TIMES.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
          05 WS-RUN-YYYY PIC 9(4).
          05 WS-RUN-MM PIC 9(2).
          05 WS-RUN-DD PIC 9(2).

      * ONE DEMAND QUANTITY BEING POSTED TO THE HISTORY
       01 WS-DEMAND-POST.
          05 WS-DM-PROD-ID PIC X(5).
          05 WS-DM-YEAR PIC 9(4).
          05 WS-DM-MONTH PIC 9(2).
          05 WS-DM-QTY PIC S9(9) COMP-3.

      * IN-MEMORY PRODUCT TABLE, LOADED SORTED BY THE CURSOR, WITH
      * THE 36-MONTH DEMAND HISTORY AND THE FORECAST RESULTS
       01 PROD-TABLE.
          05 PROD-LOADED PIC 9(5) VALUE 0.
          05 PROD-ENTRY OCCURS 1 TO 5000 TIMES
                        DEPENDING ON PROD-LOADED
                        ASCENDING KEY IS WS-PF-PROD-ID
                        INDEXED BY PF-IDX.
             10 WS-PF-PROD-ID PIC X(5).
             10 WS-PF-PROD-NAME PIC X(20).
             10 WS-PF-ON-HAND PIC S9(5) COMP-3.
             10 WS-PF-HIST PIC S9(7) COMP-3 OCCURS 36 TIMES.
             10 WS-PF-FCST-TOTAL PIC 9(8)V99 COMP-3.
             10 WS-PF-STATUS PIC X(9).
             10 WS-PF-PICKED PIC X(1).
                88 PF-PICKED VALUE 'Y'.

      * FORECAST WORK FIELDS FOR THE PRODUCT AT PF-IDX
       01 WS-FCST-WORK.
          05 WS-FIRST-SLOT PIC 9(2).
          05 WS-END-SLOT PIC 9(2).
          05 WS-SUB PIC 9(2).
          05 WS-SUM PIC S9(9) COMP-3.
          05 WS-LAST-12 PIC S9(9) COMP-3.
          05 WS-PRIOR-12 PIC S9(9) COMP-3.
          05 WS-MOV-AVG PIC 9(7)V99 COMP-3.
          05 WS-GROWTH PIC 9(1)V9(4) COMP-3.
          05 WS-ACTUAL PIC 9(7) COMP-3.
          05 WS-BT-MA PIC 9(7)V99 COMP-3.
          05 WS-BT-SEAS PIC 9(7)V99 COMP-3.
          05 WS-BT-FCST PIC 9(7)V99 COMP-3.
          05 WS-ERR-MA PIC 9(7)V99 COMP-3.
          05 WS-ERR-SEAS PIC 9(7)V99 COMP-3.
          05 WS-ABS-ERR PIC 9(7)V99 COMP-3.
          05 WS-ACCURACY PIC S9(5) COMP-3.
          05 WS-METHOD PIC X(1).
             88 METHOD-SEASONAL VALUE 'S'.
             88 METHOD-MOVING-AVG VALUE 'M'.
          05 WS-FCST PIC 9(7)V99 COMP-3 OCCURS 3 TIMES.
          05 WS-COVER-SUM PIC 9(8)V99 COMP-3.
          05 WS-AVG-MONTH PIC 9(7)V99 COMP-3.
          05 WS-SUGGESTED PIC 9(8) COMP-3.
          05 WS-EXCESS-LEVEL PIC 9(8) COMP-3.
          05 WS-ACTION-QTY PIC S9(8) COMP-3.

      * TOP-TEN SELECTION
       01 WS-TOP-WORK.
          05 WS-TOP-RANK PIC 9(2).
          05 WS-TOP-BEST PIC 9(8)V99 COMP-3.
          05 WS-TOP-IDX PIC 9(5).
          05 WS-RANK-DISP PIC Z9.
          05 WS-TOP-TOTAL-DISP PIC ZZ,ZZZ,ZZ9.
          05 WS-TOP-ONHAND-DISP PIC ZZ,ZZ9-.

      * REPORT LINES
       01 WS-HEADING-1.
          05 FILLER PIC X(50)
             VALUE 'TB_PRODUCTS MONTHLY DEMAND FORECAST'.
          05 FILLER PIC X(10) VALUE 'RUN DATE: '.
          05 HD-RUN-DATE PIC 9(8).
          05 FILLER PIC X(64) VALUE SPACES.
       01 WS-COLUMN-HEADING.
          05 FILLER PIC X(6) VALUE 'PROD'.
          05 FILLER PIC X(21) VALUE 'PRODUCT NAME'.
          05 FILLER PIC X(8) VALUE ' ACTUAL'.
          05 FILLER PIC X(8) VALUE ' FORECST'.
          05 FILLER PIC X(5) VALUE 'ACC%'.
          05 FILLER PIC X(9) VALUE 'METHOD'.
          05 HD-NEXT-1 PIC X(8).
          05 HD-NEXT-2 PIC X(8).
          05 HD-NEXT-3 PIC X(8).
          05 FILLER PIC X(8) VALUE ' SUGGEST'.
          05 FILLER PIC X(9) VALUE ' ON HAND'.
          05 FILLER PIC X(10) VALUE 'STATUS'.
          05 FILLER PIC X(8) VALUE '     QTY'.
          05 FILLER PIC X(16) VALUE SPACES.
       01 WS-DETAIL-LINE.
          05 DL-PROD-ID PIC X(5).
          05 FILLER PIC X(1) VALUE SPACE.
          05 DL-PROD-NAME PIC X(20).
          05 FILLER PIC X(1) VALUE SPACE.
          05 DL-ACTUAL PIC ZZZ,ZZ9.
          05 FILLER PIC X(1) VALUE SPACE.
          05 DL-PRIOR-FCST PIC ZZZ,ZZ9.
          05 FILLER PIC X(1) VALUE SPACE.
          05 DL-ACCURACY PIC ZZ9.
          05 FILLER PIC X(2) VALUE '% '.
          05 DL-METHOD PIC X(8).
          05 FILLER PIC X(1) VALUE SPACE.
          05 DL-FCST-1 PIC ZZZ,ZZ9.
          05 FILLER PIC X(1) VALUE SPACE.
          05 DL-FCST-2 PIC ZZZ,ZZ9.
          05 FILLER PIC X(1) VALUE SPACE.
          05 DL-FCST-3 PIC ZZZ,ZZ9.
          05 FILLER PIC X(1) VALUE SPACE.
          05 DL-SUGGESTED PIC ZZZ,ZZ9.
          05 FILLER PIC X(1) VALUE SPACE.
          05 DL-ON-HAND PIC ZZ,ZZ9-.
          05 FILLER PIC X(2) VALUE SPACES.
          05 DL-STATUS PIC X(9).
          05 FILLER PIC X(1) VALUE SPACE.
          05 DL-ACTION-QTY PIC ZZZ,ZZ9-.
          05 FILLER PIC X(16) VALUE SPACES.

      * TOTALS
       01 WS-TOTALS.
          05 TOT-ACTUAL PIC 9(11) COMP-3 VALUE 0.
          05 TOT-ABS-ERR PIC 9(11)V99 COMP-3 VALUE 0.
          05 TOT-ACCURACY PIC S9(5) COMP-3 VALUE 0.
       01 WS-TOT-ACC-DISP PIC ZZ9.
       01 WS-COUNT-DISP PIC ZZ,ZZ9.

      * STATISTICS COUNTERS
       01 WS-COUNTERS.
          05 ARCHIVE-READ PIC 9(9) VALUE 0.
          05 ARCHIVE-OUT-OF-WINDOW PIC 9(9) VALUE 0.
          05 LIVE-GROUPS-READ PIC 9(7) VALUE 0.
          05 DEMAND-UNKNOWN-PRODUCT PIC 9(7) VALUE 0.
          05 PRODUCTS-REPORTED PIC 9(5) VALUE 0.
          05 PRODUCTS-INACTIVE PIC 9(5) VALUE 0.
          05 PRODUCTS-SEASONAL PIC 9(5) VALUE 0.
          05 PRODUCTS-REORDER PIC 9(5) VALUE 0.
          05 PRODUCTS-EXCESS PIC 9(5) VALUE 0.
          05 PRODUCTS-NO-DEMAND PIC 9(5) VALUE 0.

      * FORMATTED SQLCODE FOR DISPLAY
       77 WS-SQLCODE-DISP PIC -Z(9)9.

      * MESSAGE TEXT FOR THE CENTRALIZED OPS ERROR LOG
       01 WS-OPS-MESSAGE PIC X(62).

      **********************************************
      * OPENS FILES, BUILDS THE DEMAND HISTORY, FORECASTS EVERY
      * PRODUCT, WRITES BATCH STATUS, CLOSES, DISPLAYS SUMMARY.
      **********************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM SET-BST-START-TS.
           MOVE WS-BST-TS-DATE TO WS-RUN-DATE.
           PERFORM OPEN-ALL-FILES.
           PERFORM LOAD-RUNTIME-PARMS.
           PERFORM SET-FORECAST-MONTHS.
           PERFORM LOAD-PRODUCT-TABLE.
           PERFORM LOAD-LIVE-DEMAND.
           PERFORM LOAD-ARCHIVED-DEMAND.
           PERFORM FORECAST-ALL-PRODUCTS.
           PERFORM WRITE-TOP-TEN.
           PERFORM WRITE-REPORT-TOTALS.
           PERFORM WRITE-BATCH-STATUS.
           PERFORM CLOSE-ALL-FILES.
           PERFORM DISPLAY-SUMMARY.
           STOP RUN.

      **********************************************
      * STATUS-LOG IS OPENED FIRST, AHEAD OF EVERY OTHER FILE, SO
      * ABEND-WITH-STATUS CAN WRITE A 'FAILED' RECORD TO IT IF ANY
      * OF THE OTHER OPENS BELOW FAIL. THE ARCHIVE IS OPTIONAL -
      * BEFORE ORDARC21'S FIRST RUN THERE IS NONE.
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

           OPEN INPUT ARCHIVE-FILE.
           IF ARCHIVE-STATUS = '05' OR ARCHIVE-STATUS = '35'
              DISPLAY 'NO ORDER ARCHIVE - LIVE ORDERS ONLY'
              SET EOF TO TRUE
           ELSE
              IF ARCHIVE-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING ORDER ARCHIVE: '
                          ARCHIVE-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING REPORT FILE: ' REPORT-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * READS THIS JOB'S OPERATIONAL TUNABLES FROM THE CENTRAL
      * PARAMETER FILE THROUGH PRMGET50. A VALUE OUTSIDE ITS
      * SENSIBLE RANGE FALLS BACK TO THE DEFAULT WITH A WARNING.
      **********************************************
       LOAD-RUNTIME-PARMS.
           MOVE 'PRDFCS21' TO RP-JOB-NAME.
           MOVE 'FCSTBASEMON' TO RP-KEYWORD.
           MOVE WS-BASE-MONTH TO RP-DEFAULT-VALUE.
           CALL 'PRMGET50' USING WS-RUNPARM-REQUEST END-CALL.
           MOVE RP-VALUE TO WS-BASE-MONTH.
           MOVE 'PRDFCS21' TO RP-JOB-NAME.
           MOVE 'MAMONTHS' TO RP-KEYWORD.
           MOVE WS-MA-MONTHS TO RP-DEFAULT-VALUE.
           CALL 'PRMGET50' USING WS-RUNPARM-REQUEST END-CALL.
           MOVE RP-VALUE TO WS-MA-MONTHS.
           MOVE 'PRDFCS21' TO RP-JOB-NAME.
           MOVE 'COVERMONTHS' TO RP-KEYWORD.
           MOVE WS-COVER-MONTHS TO RP-DEFAULT-VALUE.
           CALL 'PRMGET50' USING WS-RUNPARM-REQUEST END-CALL.
           MOVE RP-VALUE TO WS-COVER-MONTHS.
           MOVE 'PRDFCS21' TO RP-JOB-NAME.
           MOVE 'SAFETYPCT' TO RP-KEYWORD.
           MOVE WS-SAFETY-PCT TO RP-DEFAULT-VALUE.
           CALL 'PRMGET50' USING WS-RUNPARM-REQUEST END-CALL.
           MOVE RP-VALUE TO WS-SAFETY-PCT.
           MOVE 'PRDFCS21' TO RP-JOB-NAME.
           MOVE 'EXCESSMONTHS' TO RP-KEYWORD.
           MOVE WS-EXCESS-MONTHS TO RP-DEFAULT-VALUE.
           CALL 'PRMGET50' USING WS-RUNPARM-REQUEST END-CALL.
           MOVE RP-VALUE TO WS-EXCESS-MONTHS.

           IF WS-MA-MONTHS < 1 OR WS-MA-MONTHS > 12
              DISPLAY 'WARNING: MAMONTHS OUT OF RANGE - USING 3'
              MOVE 3 TO WS-MA-MONTHS
           END-IF.
           IF WS-COVER-MONTHS < 1 OR WS-COVER-MONTHS > 3
              DISPLAY 'WARNING: COVERMONTHS OUT OF RANGE - USING 2'
              MOVE 2 TO WS-COVER-MONTHS
           END-IF.
           IF WS-EXCESS-MONTHS < 1
              DISPLAY 'WARNING: EXCESSMONTHS OUT OF RANGE - USING 6'
              MOVE 6 TO WS-EXCESS-MONTHS
           END-IF.
           IF WS-BASE-MONTH NOT = 0
              AND (WS-BASE-MM < 1 OR WS-BASE-MM > 12)
              DISPLAY 'WARNING: FCSTBASEMON INVALID - USING LAST MONTH'
              MOVE 0 TO WS-BASE-MONTH
           END-IF.

      **********************************************
      * FIXES THE BASE MONTH (THE MONTH BEFORE THE RUN DATE UNLESS
      * PARMDD NAMES ONE), THE HISTORY WINDOW HANDED TO DB2 AND THE
      * MONTH LABELS FOR THE REPORT.
      **********************************************
       SET-FORECAST-MONTHS.
           IF WS-BASE-MONTH = 0
              COMPUTE WS-BASE-ABS = WS-RUN-YYYY * 12 + WS-RUN-MM - 2
           ELSE
              COMPUTE WS-BASE-ABS = WS-BASE-YYYY * 12 + WS-BASE-MM - 1
           END-IF.

           COMPUTE WS-ABS-WORK = WS-BASE-ABS - 35.
           PERFORM SPLIT-ABS-MONTH.
           MOVE SPACES TO HV-HIST-START.
           STRING WS-YEAR-WORK DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-MONTH-WORK-MM DELIMITED BY SIZE
                  '-01' DELIMITED BY SIZE
                  INTO HV-HIST-START
           END-STRING.

           COMPUTE WS-ABS-WORK = WS-BASE-ABS + 1.
           PERFORM SPLIT-ABS-MONTH.
           MOVE SPACES TO HV-HIST-END.
           STRING WS-YEAR-WORK DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-MONTH-WORK-MM DELIMITED BY SIZE
                  '-01' DELIMITED BY SIZE
                  INTO HV-HIST-END
           END-STRING.

           MOVE WS-BASE-ABS TO WS-ABS-WORK.
           PERFORM SPLIT-ABS-MONTH.
           MOVE WS-MONTH-LABEL TO WS-BASE-LABEL.
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 3
              COMPUTE WS-ABS-WORK = WS-BASE-ABS + WS-SUB
              PERFORM SPLIT-ABS-MONTH
              MOVE WS-MONTH-LABEL TO WS-NEXT-LABEL(WS-SUB)
           END-PERFORM.
           MOVE SPACES TO HD-NEXT-1 HD-NEXT-2 HD-NEXT-3.
           MOVE WS-NEXT-LABEL(1) TO HD-NEXT-1(2:7).
           MOVE WS-NEXT-LABEL(2) TO HD-NEXT-2(2:7).
           MOVE WS-NEXT-LABEL(3) TO HD-NEXT-3(2:7).

           MOVE WS-RUN-DATE TO HD-RUN-DATE.
           MOVE WS-HEADING-1 TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           STRING 'BASE MONTH ' DELIMITED BY SIZE
                  WS-BASE-LABEL DELIMITED BY SIZE
                  '   HISTORY FROM ' DELIMITED BY SIZE
                  HV-HIST-START DELIMITED BY SIZE
                  '   MOVING AVERAGE MONTHS ' DELIMITED BY SIZE
                  WS-MA-MONTHS DELIMITED BY SIZE
                  '   COVER MONTHS ' DELIMITED BY SIZE
                  WS-COVER-MONTHS DELIMITED BY SIZE
                  '   SAFETY % ' DELIMITED BY SIZE
                  WS-SAFETY-PCT DELIMITED BY SIZE
                  '   EXCESS MONTHS ' DELIMITED BY SIZE
                  WS-EXCESS-MONTHS DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           STRING 'ACTUAL / FORECST / ACC% ARE FOR ' DELIMITED BY SIZE
                  WS-BASE-LABEL DELIMITED BY SIZE
                  ', FORECAST AS OF THE MONTH BEFORE BY THE METHOD'
                      DELIMITED BY SIZE
                  ' NOW IN USE' DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-COLUMN-HEADING TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.

      **********************************************
      * SPLITS THE MONTH NUMBER IN WS-ABS-WORK INTO YEAR, MONTH
      * AND A YYYY/MM LABEL.
      **********************************************
       SPLIT-ABS-MONTH.
           DIVIDE WS-ABS-WORK BY 12 GIVING WS-YEAR-WORK
                  REMAINDER WS-MONTH-WORK-MM.
           ADD 1 TO WS-MONTH-WORK-MM.
           MOVE SPACES TO WS-MONTH-LABEL.
           STRING WS-YEAR-WORK DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-MONTH-WORK-MM DELIMITED BY SIZE
                  INTO WS-MONTH-LABEL
           END-STRING.

      **********************************************
      * LOADS EVERY TB_PRODUCTS ROW (IN KEY ORDER) INTO THE
      * PRODUCT TABLE WITH AN EMPTY HISTORY. A TABLE OVERFLOW IS
      * A HARD ERROR - A DROPPED PRODUCT WOULD SILENTLY GET NO
      * FORECAST.
      **********************************************
       LOAD-PRODUCT-TABLE.
           EXEC SQL
             OPEN PRODCUR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM CRITICAL-DB2-ERROR
           END-IF.

           MOVE 'N' TO WS-CURSOR-EOF.
           PERFORM FETCH-ONE-PRODUCT UNTIL CURSOR-EOF.

           EXEC SQL
             CLOSE PRODCUR
           END-EXEC.

      **********************************************
      * FETCHES ONE PRODUCT ROW INTO THE TABLE.
      **********************************************
       FETCH-ONE-PRODUCT.
           EXEC SQL
             FETCH PRODCUR
               INTO :HV-PROD-ID, :HV-PROD-NAME, :HV-QTY-ON-HAND
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 0
                 IF PROD-LOADED >= 5000
                    DISPLAY 'ERROR: PRODUCT TABLE FULL (5000 MAX)'
                    PERFORM ABEND-WITH-STATUS
                 END-IF
                 ADD 1 TO PROD-LOADED
                 SET PF-IDX TO PROD-LOADED
                 MOVE HV-PROD-ID TO WS-PF-PROD-ID(PF-IDX)
                 MOVE HV-PROD-NAME TO WS-PF-PROD-NAME(PF-IDX)
                 MOVE HV-QTY-ON-HAND TO WS-PF-ON-HAND(PF-IDX)
                 PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 36
                    MOVE 0 TO WS-PF-HIST(PF-IDX, WS-SUB)
                 END-PERFORM
                 MOVE 0 TO WS-PF-FCST-TOTAL(PF-IDX)
                 MOVE SPACES TO WS-PF-STATUS(PF-IDX)
                 MOVE 'N' TO WS-PF-PICKED(PF-IDX)
               WHEN SQLCODE = 100
                 SET CURSOR-EOF TO TRUE
               WHEN OTHER
                 PERFORM CRITICAL-DB2-ERROR
           END-EVALUATE.

      **********************************************
      * POSTS THE LIVE ORDERED QUANTITY, ALREADY GROUPED BY
      * PRODUCT AND MONTH IN DB2, INTO THE HISTORY.
      **********************************************
       LOAD-LIVE-DEMAND.
           EXEC SQL
             OPEN DMDCUR
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM CRITICAL-DB2-ERROR
           END-IF.

           MOVE 'N' TO WS-CURSOR-EOF.
           PERFORM UNTIL CURSOR-EOF
              EXEC SQL
                FETCH DMDCUR
                  INTO :HV-PROD-ID, :HV-ORDER-YEAR, :HV-ORDER-MONTH,
                       :HV-MONTH-QTY
              END-EXEC
              EVALUATE TRUE
                  WHEN SQLCODE = 0
                    ADD 1 TO LIVE-GROUPS-READ
                    MOVE HV-PROD-ID TO WS-DM-PROD-ID
                    MOVE HV-ORDER-YEAR TO WS-DM-YEAR
                    MOVE HV-ORDER-MONTH TO WS-DM-MONTH
                    MOVE HV-MONTH-QTY TO WS-DM-QTY
                    PERFORM POST-DEMAND
                  WHEN SQLCODE = 100
                    SET CURSOR-EOF TO TRUE
                  WHEN OTHER
                    PERFORM CRITICAL-DB2-ERROR
              END-EVALUATE
           END-PERFORM.

           EXEC SQL
             CLOSE DMDCUR
           END-EXEC.

      **********************************************
      * POSTS EVERY ARCHIVED ROW INSIDE THE HISTORY WINDOW. ROWS
      * OLDER THAN THE WINDOW ARE COUNTED AND PASSED OVER.
      **********************************************
       LOAD-ARCHIVED-DEMAND.
           PERFORM UNTIL EOF
              READ ARCHIVE-FILE
                AT END
                   SET EOF TO TRUE
                NOT AT END
                   IF ARCHIVE-STATUS NOT = '00'
                      DISPLAY 'ERROR READING ORDER ARCHIVE: '
                               ARCHIVE-STATUS
                      PERFORM ABEND-WITH-STATUS
                   END-IF
                   ADD 1 TO ARCHIVE-READ
                   IF ARC-ORDER-YEAR NUMERIC
                      AND ARC-ORDER-MONTH NUMERIC
                      AND ARC-QUANTITY NUMERIC
                      MOVE ARC-PROD-ID TO WS-DM-PROD-ID
                      MOVE ARC-ORDER-YEAR TO WS-DM-YEAR
                      MOVE ARC-ORDER-MONTH TO WS-DM-MONTH
                      MOVE ARC-QUANTITY TO WS-DM-QTY
                      PERFORM POST-DEMAND
                   ELSE
                      ADD 1 TO ARCHIVE-OUT-OF-WINDOW
                   END-IF
              END-READ
           END-PERFORM.

      **********************************************
      * ADDS WS-DM-QTY TO THE PRODUCT'S HISTORY SLOT FOR THE
      * MONTH. OUTSIDE THE WINDOW IS COUNTED; AN UNKNOWN PRODUCT
      * IS COUNTED AND DROPPED.
      **********************************************
       POST-DEMAND.
           COMPUTE WS-SLOT = WS-DM-YEAR * 12 + WS-DM-MONTH - 1
                             - WS-BASE-ABS + 36.
           IF WS-SLOT < 1 OR WS-SLOT > 36
              ADD 1 TO ARCHIVE-OUT-OF-WINDOW
           ELSE
              MOVE 'N' TO WS-FOUND-FLAG
              IF PROD-LOADED > 0
                 SEARCH ALL PROD-ENTRY
                     AT END
                        CONTINUE
                     WHEN WS-PF-PROD-ID(PF-IDX) = WS-DM-PROD-ID
                        SET FOUND TO TRUE
                 END-SEARCH
              END-IF
              IF FOUND
                 ADD WS-DM-QTY TO WS-PF-HIST(PF-IDX, WS-SLOT)
              ELSE
                 ADD 1 TO DEMAND-UNKNOWN-PRODUCT
              END-IF
           END-IF.

      **********************************************
      * FORECASTS AND REPORTS EVERY PRODUCT IN THE TABLE.
      **********************************************
       FORECAST-ALL-PRODUCTS.
           PERFORM VARYING PF-IDX FROM 1 BY 1
                   UNTIL PF-IDX > PROD-LOADED
              PERFORM FORECAST-ONE-PRODUCT
           END-PERFORM.

      **********************************************
      * BACK-TESTS BOTH METHODS ON THE BASE MONTH, PICKS THE
      * CLOSER ONE, PROJECTS THE NEXT THREE MONTHS WITH IT AND
      * SETS THE STOCK STATUS. A PRODUCT WITH NO HISTORY AND NO
      * STOCK IS LEFT OFF THE REPORT.
      **********************************************
       FORECAST-ONE-PRODUCT.
           MOVE 0 TO WS-FIRST-SLOT.
           PERFORM VARYING WS-SUB FROM 36 BY -1 UNTIL WS-SUB < 1
              IF WS-PF-HIST(PF-IDX, WS-SUB) > 0
                 MOVE WS-SUB TO WS-FIRST-SLOT
              END-IF
           END-PERFORM.
           IF WS-FIRST-SLOT = 0 AND WS-PF-ON-HAND(PF-IDX) <= 0
              ADD 1 TO PRODUCTS-INACTIVE
           ELSE
              PERFORM BACKTEST-BASE-MONTH
              PERFORM PROJECT-NEXT-MONTHS
              PERFORM SET-STOCK-STATUS
              PERFORM WRITE-PRODUCT-LINE
           END-IF.

      **********************************************
      * RE-RUNS BOTH METHODS AS OF THE MONTH BEFORE THE BASE MONTH
      * (HISTORY SLOT 35) AND COMPARES THEM WITH WHAT ACTUALLY
      * SOLD IN THE BASE MONTH (SLOT 36). THE SEASONAL METHOD
      * NEEDS 24 MONTHS OF DEMAND BEHIND THE FORECAST POINT.
      **********************************************
       BACKTEST-BASE-MONTH.
           MOVE WS-PF-HIST(PF-IDX, 36) TO WS-ACTUAL.
           MOVE 35 TO WS-END-SLOT.
           PERFORM COMPUTE-MOVING-AVERAGE.
           MOVE WS-MOV-AVG TO WS-BT-MA.
           MOVE 'N' TO WS-SEAS-BT-FLAG.
           MOVE 0 TO WS-BT-SEAS.
           IF WS-FIRST-SLOT > 0 AND WS-FIRST-SLOT <= 12
              SET SEASONAL-BACKTEST-OK TO TRUE
              PERFORM COMPUTE-GROWTH
              COMPUTE WS-BT-SEAS ROUNDED =
                      WS-PF-HIST(PF-IDX, 24) * WS-GROWTH
           END-IF.

           IF WS-BT-MA > WS-ACTUAL
              COMPUTE WS-ERR-MA = WS-BT-MA - WS-ACTUAL
           ELSE
              COMPUTE WS-ERR-MA = WS-ACTUAL - WS-BT-MA
           END-IF.
           IF WS-BT-SEAS > WS-ACTUAL
              COMPUTE WS-ERR-SEAS = WS-BT-SEAS - WS-ACTUAL
           ELSE
              COMPUTE WS-ERR-SEAS = WS-ACTUAL - WS-BT-SEAS
           END-IF.

           MOVE 'N' TO WS-SEAS-FC-FLAG.
           IF WS-FIRST-SLOT > 0 AND WS-FIRST-SLOT <= 13
              SET SEASONAL-FORECAST-OK TO TRUE
           END-IF.
           IF SEASONAL-BACKTEST-OK AND SEASONAL-FORECAST-OK
              AND WS-ERR-SEAS < WS-ERR-MA
              SET METHOD-SEASONAL TO TRUE
              MOVE WS-BT-SEAS TO WS-BT-FCST
              MOVE WS-ERR-SEAS TO WS-ABS-ERR
           ELSE
              SET METHOD-MOVING-AVG TO TRUE
              MOVE WS-BT-MA TO WS-BT-FCST
              MOVE WS-ERR-MA TO WS-ABS-ERR
           END-IF.

           IF WS-ACTUAL = 0
              IF WS-BT-FCST < 0.5
                 MOVE 100 TO WS-ACCURACY
              ELSE
                 MOVE 0 TO WS-ACCURACY
              END-IF
           ELSE
              COMPUTE WS-ACCURACY ROUNDED =
                      100 - (WS-ABS-ERR * 100 / WS-ACTUAL)
              IF WS-ACCURACY < 0
                 MOVE 0 TO WS-ACCURACY
              END-IF
           END-IF.
           ADD WS-ACTUAL TO TOT-ACTUAL.
           ADD WS-ABS-ERR TO TOT-ABS-ERR.

      **********************************************
      * PROJECTS THE THREE MONTHS AFTER THE BASE MONTH WITH THE
      * CHOSEN METHOD, AS OF THE BASE MONTH (SLOT 36).
      **********************************************
       PROJECT-NEXT-MONTHS.
           MOVE 36 TO WS-END-SLOT.
           IF METHOD-SEASONAL
              ADD 1 TO PRODUCTS-SEASONAL
              PERFORM COMPUTE-GROWTH
              PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 3
                 COMPUTE WS-FCST(WS-SUB) ROUNDED =
                         WS-PF-HIST(PF-IDX, 24 + WS-SUB) * WS-GROWTH
              END-PERFORM
           ELSE
              PERFORM COMPUTE-MOVING-AVERAGE
              PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 3
                 MOVE WS-MOV-AVG TO WS-FCST(WS-SUB)
              END-PERFORM
           END-IF.
           COMPUTE WS-PF-FCST-TOTAL(PF-IDX) =
                   WS-FCST(1) + WS-FCST(2) + WS-FCST(3).

      **********************************************
      * MEAN OF THE WS-MA-MONTHS MONTHS ENDING AT WS-END-SLOT.
      **********************************************
       COMPUTE-MOVING-AVERAGE.
           MOVE 0 TO WS-SUM.
           PERFORM VARYING WS-SUB FROM WS-END-SLOT BY -1
                   UNTIL WS-SUB <= WS-END-SLOT - WS-MA-MONTHS
              ADD WS-PF-HIST(PF-IDX, WS-SUB) TO WS-SUM
           END-PERFORM.
           COMPUTE WS-MOV-AVG ROUNDED = WS-SUM / WS-MA-MONTHS.

      **********************************************
      * YEAR-OVER-YEAR TREND AT WS-END-SLOT: THE 12 MONTHS ENDING
      * THERE OVER THE 12 BEFORE THEM, HELD BETWEEN 0.50 AND 2.00
      * SO ONE FREAK YEAR CANNOT DOUBLE OR WIPE OUT A FORECAST. NO
      * DEMAND IN THE EARLIER YEAR MEANS NO TREND (1.00).
      **********************************************
       COMPUTE-GROWTH.
           MOVE 0 TO WS-LAST-12.
           MOVE 0 TO WS-PRIOR-12.
           PERFORM VARYING WS-SUB FROM WS-END-SLOT BY -1
                   UNTIL WS-SUB <= WS-END-SLOT - 12
              ADD WS-PF-HIST(PF-IDX, WS-SUB) TO WS-LAST-12
              ADD WS-PF-HIST(PF-IDX, WS-SUB - 12) TO WS-PRIOR-12
           END-PERFORM.
           IF WS-PRIOR-12 = 0
              MOVE 1 TO WS-GROWTH
           ELSE
              IF WS-LAST-12 > WS-PRIOR-12 * 2
                 MOVE 2 TO WS-GROWTH
              ELSE
                 IF WS-LAST-12 * 2 < WS-PRIOR-12
                    MOVE 0.5 TO WS-GROWTH
                 ELSE
                    COMPUTE WS-GROWTH ROUNDED =
                            WS-LAST-12 / WS-PRIOR-12
                 END-IF
              END-IF
           END-IF.

      **********************************************
      * SUGGESTED STOCK AND STATUS AGAINST QTY_ON_HAND.
      **********************************************
       SET-STOCK-STATUS.
           MOVE 0 TO WS-COVER-SUM.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-COVER-MONTHS
              ADD WS-FCST(WS-SUB) TO WS-COVER-SUM
           END-PERFORM.
           COMPUTE WS-SUGGESTED ROUNDED =
                   WS-COVER-SUM * (100 + WS-SAFETY-PCT) / 100.
           COMPUTE WS-AVG-MONTH ROUNDED =
                   WS-PF-FCST-TOTAL(PF-IDX) / 3.
           COMPUTE WS-EXCESS-LEVEL ROUNDED =
                   WS-AVG-MONTH * WS-EXCESS-MONTHS.
           MOVE 0 TO WS-ACTION-QTY.
           EVALUATE TRUE
               WHEN WS-AVG-MONTH < 0.5 AND WS-PF-ON-HAND(PF-IDX) > 0
                 MOVE 'NO DEMAND' TO WS-PF-STATUS(PF-IDX)
                 MOVE WS-PF-ON-HAND(PF-IDX) TO WS-ACTION-QTY
                 ADD 1 TO PRODUCTS-NO-DEMAND
               WHEN WS-PF-ON-HAND(PF-IDX) < WS-SUGGESTED
                 MOVE 'REORDER' TO WS-PF-STATUS(PF-IDX)
                 COMPUTE WS-ACTION-QTY =
                         WS-SUGGESTED - WS-PF-ON-HAND(PF-IDX)
                 ADD 1 TO PRODUCTS-REORDER
               WHEN WS-PF-ON-HAND(PF-IDX) > WS-EXCESS-LEVEL
                 MOVE 'EXCESS' TO WS-PF-STATUS(PF-IDX)
                 COMPUTE WS-ACTION-QTY =
                         WS-PF-ON-HAND(PF-IDX) - WS-EXCESS-LEVEL
                 ADD 1 TO PRODUCTS-EXCESS
               WHEN OTHER
                 MOVE 'OK' TO WS-PF-STATUS(PF-IDX)
           END-EVALUATE.

      **********************************************
      * WRITES THE PRODUCT'S REPORT LINE.
      **********************************************
       WRITE-PRODUCT-LINE.
           ADD 1 TO PRODUCTS-REPORTED.
           MOVE WS-PF-PROD-ID(PF-IDX) TO DL-PROD-ID.
           MOVE WS-PF-PROD-NAME(PF-IDX) TO DL-PROD-NAME.
           MOVE WS-ACTUAL TO DL-ACTUAL.
           MOVE WS-BT-FCST TO DL-PRIOR-FCST.
           MOVE WS-ACCURACY TO DL-ACCURACY.
           IF METHOD-SEASONAL
              MOVE 'SEASONAL' TO DL-METHOD
           ELSE
              MOVE 'MOV AVG' TO DL-METHOD
           END-IF.
           MOVE WS-FCST(1) TO DL-FCST-1.
           MOVE WS-FCST(2) TO DL-FCST-2.
           MOVE WS-FCST(3) TO DL-FCST-3.
           MOVE WS-SUGGESTED TO DL-SUGGESTED.
           MOVE WS-PF-ON-HAND(PF-IDX) TO DL-ON-HAND.
           MOVE WS-PF-STATUS(PF-IDX) TO DL-STATUS.
           MOVE WS-ACTION-QTY TO DL-ACTION-QTY.
           MOVE WS-DETAIL-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.

      **********************************************
      * LISTS THE TEN PRODUCTS WITH THE LARGEST THREE-MONTH
      * FORECAST, PICKING THE LARGEST NOT YET LISTED EACH PASS.
      **********************************************
       WRITE-TOP-TEN.
           PERFORM WRITE-REPORT-LINE.
           STRING 'TOP TEN PRODUCTS BY FORECAST DEMAND, '
                      DELIMITED BY SIZE
                  WS-NEXT-LABEL(1) DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  WS-NEXT-LABEL(3) DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING WS-TOP-RANK FROM 1 BY 1
                   UNTIL WS-TOP-RANK > 10
              MOVE 0 TO WS-TOP-BEST
              MOVE 0 TO WS-TOP-IDX
              PERFORM VARYING PF-IDX FROM 1 BY 1
                      UNTIL PF-IDX > PROD-LOADED
                 IF NOT PF-PICKED(PF-IDX)
                    AND WS-PF-FCST-TOTAL(PF-IDX) > WS-TOP-BEST
                    MOVE WS-PF-FCST-TOTAL(PF-IDX) TO WS-TOP-BEST
                    SET WS-TOP-IDX TO PF-IDX
                 END-IF
              END-PERFORM
              IF WS-TOP-IDX > 0
                 SET PF-IDX TO WS-TOP-IDX
                 MOVE 'Y' TO WS-PF-PICKED(PF-IDX)
                 PERFORM WRITE-TOP-TEN-LINE
              END-IF
           END-PERFORM.

      **********************************************
      * WRITES ONE TOP-TEN LINE FOR THE PRODUCT AT PF-IDX.
      **********************************************
       WRITE-TOP-TEN-LINE.
           MOVE WS-TOP-RANK TO WS-RANK-DISP.
           MOVE WS-PF-FCST-TOTAL(PF-IDX) TO WS-TOP-TOTAL-DISP.
           MOVE WS-PF-ON-HAND(PF-IDX) TO WS-TOP-ONHAND-DISP.
           STRING '  ' DELIMITED BY SIZE
                  WS-RANK-DISP DELIMITED BY SIZE
                  '. ' DELIMITED BY SIZE
                  WS-PF-PROD-ID(PF-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-PF-PROD-NAME(PF-IDX) DELIMITED BY SIZE
                  '  FORECAST ' DELIMITED BY SIZE
                  WS-TOP-TOTAL-DISP DELIMITED BY SIZE
                  '  ON HAND ' DELIMITED BY SIZE
                  WS-TOP-ONHAND-DISP DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-PF-STATUS(PF-IDX) DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

      **********************************************
      * OVERALL ACCURACY (ONE LESS TOTAL ABSOLUTE ERROR OVER
      * TOTAL ACTUAL DEMAND, SO BIG SELLERS WEIGH MOST) AND THE
      * STATUS COUNTS.
      **********************************************
       WRITE-REPORT-TOTALS.
           IF TOT-ACTUAL = 0
              MOVE 0 TO TOT-ACCURACY
           ELSE
              COMPUTE TOT-ACCURACY ROUNDED =
                      100 - (TOT-ABS-ERR * 100 / TOT-ACTUAL)
              IF TOT-ACCURACY < 0
                 MOVE 0 TO TOT-ACCURACY
              END-IF
           END-IF.
           MOVE TOT-ACCURACY TO WS-TOT-ACC-DISP.
           PERFORM WRITE-REPORT-LINE.
           STRING 'OVERALL FORECAST ACCURACY FOR ' DELIMITED BY SIZE
                  WS-BASE-LABEL DELIMITED BY SIZE
                  ': ' DELIMITED BY SIZE
                  WS-TOT-ACC-DISP DELIMITED BY SIZE
                  '%' DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE PRODUCTS-REORDER TO WS-COUNT-DISP.
           STRING 'PRODUCTS TO REORDER:      ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE PRODUCTS-EXCESS TO WS-COUNT-DISP.
           STRING 'PRODUCTS IN EXCESS:       ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE PRODUCTS-NO-DEMAND TO WS-COUNT-DISP.
           STRING 'PRODUCTS WITH NO DEMAND:  ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

      **********************************************
      * WRITES WHATEVER LINE IS CURRENTLY IN REPORT-REC.
      **********************************************
       WRITE-REPORT-LINE.
           WRITE REPORT-REC.
           IF REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING REPORT FILE: ' REPORT-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.
           MOVE SPACES TO REPORT-REC.

      **********************************************
      * UNEXPECTED DB2 ERROR: LOG TO OPSLOG AND ABEND WITH A
      * FAILED STATLOG RECORD. NOTHING HAS BEEN UPDATED.
      **********************************************
       CRITICAL-DB2-ERROR.
           MOVE SQLCODE TO WS-SQLCODE-DISP.
           DISPLAY 'CRITICAL DB2 ERROR: ' WS-SQLCODE-DISP.
           MOVE SPACES TO WS-OPS-MESSAGE.
           STRING 'DB2 ERROR DURING DEMAND FORECAST, SQLCODE '
                      DELIMITED BY SIZE
                  WS-SQLCODE-DISP DELIMITED BY SIZE
                  INTO WS-OPS-MESSAGE
           END-STRING.
           PERFORM WRITE-OPS-ERROR-LOG.
           PERFORM ABEND-WITH-STATUS.

      **********************************************
      * WRITES ONE CRITICAL RECORD TO THE SHARED OPS ERROR LOG.
      **********************************************
       WRITE-OPS-ERROR-LOG.
           MOVE SPACES TO OPS-ERROR-LOG-REC.
           MOVE 'PRDFCS21' TO OPS-PROGRAM-ID.
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
           MOVE 'PRDFCS21' TO BST-PROGRAM-ID.
           PERFORM GET-BST-TIMESTAMP.
           MOVE WS-BST-START-TS TO BST-START-TS.
           MOVE WS-BST-TS-BUILT TO BST-END-TS.
           MOVE PROD-LOADED TO BST-RECORDS-IN.
           MOVE PRODUCTS-REPORTED TO BST-RECORDS-OUT.
           MOVE DEMAND-UNKNOWN-PRODUCT TO BST-RECORDS-REJECTED.
           IF ABEND-IN-PROGRESS
              MOVE 'FAILED' TO BST-STATUS
              MOVE 'JOB ABENDED - SEE SYSOUT FOR DETAIL' TO BST-MESSAGE
           ELSE
              IF PRODUCTS-REORDER > 0
                 MOVE 'WARNING' TO BST-STATUS
                 MOVE 'PRODUCTS BELOW SUGGESTED STOCK' TO BST-MESSAGE
              ELSE
                 MOVE 'COMPLETE' TO BST-STATUS
                 MOVE 'DEMAND FORECAST PRODUCED' TO BST-MESSAGE
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
      * CLOSES ALL FILES. THE ARCHIVE IS ONLY CLOSED IF IT OPENED.
      **********************************************
       CLOSE-ALL-FILES.
           IF ARCHIVE-STATUS NOT = '05' AND ARCHIVE-STATUS NOT = '35'
              CLOSE ARCHIVE-FILE
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
           DISPLAY '========================================'.
           DISPLAY 'PRODUCT DEMAND FORECAST SUMMARY'.
           DISPLAY '========================================'.
           DISPLAY 'BASE MONTH:          ' WS-BASE-LABEL.
           DISPLAY 'PRODUCTS LOADED:     ' PROD-LOADED.
           DISPLAY 'PRODUCTS REPORTED:   ' PRODUCTS-REPORTED.
           DISPLAY 'PRODUCTS INACTIVE:   ' PRODUCTS-INACTIVE.
           DISPLAY 'SEASONAL METHOD:     ' PRODUCTS-SEASONAL.
           DISPLAY 'TO REORDER:          ' PRODUCTS-REORDER.
           DISPLAY 'IN EXCESS:           ' PRODUCTS-EXCESS.
           DISPLAY 'NO DEMAND:           ' PRODUCTS-NO-DEMAND.
           DISPLAY 'LIVE GROUPS READ:    ' LIVE-GROUPS-READ.
           DISPLAY 'ARCHIVE ROWS READ:   ' ARCHIVE-READ.
           DISPLAY 'OUTSIDE WINDOW:      ' ARCHIVE-OUT-OF-WINDOW.
           DISPLAY 'UNKNOWN PRODUCT:     ' DEMAND-UNKNOWN-PRODUCT.
           DISPLAY 'OVERALL ACCURACY %:  ' WS-TOT-ACC-DISP.
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
