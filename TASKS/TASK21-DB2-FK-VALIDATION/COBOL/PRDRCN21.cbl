      ******************************************************************
      * TB_PRODUCTS / VSAM PARTS CATALOG RECONCILIATION                *
      *                                                                *
      * PURPOSE:                                                       *
      * WE KEEP TWO PRODUCT MASTERS: TB_PRODUCTS (UNIT_PRICE,          *
      * QTY_ON_HAND) FOR THE DB2 ORDER JOBS, AND THE VSAM PARTS        *
      * CATALOG (PRICE, STOCK) FOR PSTASK16, MAINTAINED THROUGH        *
      * PRTMNT16. NOTHING KEPT THEM IN STEP, SO THE ORDER DESK QUOTED  *
      * ONE PRICE AND THE INVOICE CARRIED ANOTHER. IN THE STYLE OF     *
      * CUSRCN26, THIS JOB MATCHES THE TWO ON PRODUCT ID EVERY NIGHT,  *
      * REPORTS EVERY DIFFERENCE, AND WRITES A SYNC FILE THAT - ONCE   *
      * REVIEWED AND APPROVED - PRDSYN21 APPLIES TO BRING TB_PRODUCTS  *
      * INTO LINE WITH THE CATALOG. THE CATALOG IS THE MASTER.         *
      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   PHASE 1 - LOAD: CURSOR TB_PRODUCTS (ORDER BY PROD_ID) INTO   *
      *     A SORTED TABLE SO SEARCH ALL CAN MATCH.                    *
      *   PHASE 2 - SEQUENTIAL SCAN OF THE CATALOG KSDS:               *
      *     FOUND, PRICE OR STOCK DIFFERENT -> 'PRICE DIFF' AND/OR     *
      *       'STOCK DIFF' LINE, ONE 'U' SYNC RECORD.                  *
      *     FOUND, BOTH EQUAL -> IN SYNC, NOTHING WRITTEN.             *
      *     NOT FOUND -> 'CATALOG ONLY' LINE, ONE 'A' SYNC RECORD.     *
      *   PHASE 3 - ANY PRODUCT ROW NEVER MATCHED -> 'DB2 ONLY' LINE.  *
      *     REPORT ONLY - THE ROW MAY STILL BE REFERENCED BY           *
      *     TB_ORDERS, SO REMOVING IT IS A MANUAL DECISION.            *
      *   PHASE 4 - FINAL STATISTICS AND BATCH STATUS.                 *
      *   NOTHING IS UPDATED HERE - TB_PRODUCTS IS READ ONLY.          *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/10/15                                               *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  PARTVDD (PARTS.CATALOG.VSAM) - PARTS CATALOG MASTER    *
      *         (KSDS, KEY PART-ID, READ IN KEY ORDER)                 *
      * OUTPUT: RCNRDD (PRODUCT.RECON.RPT) - DIFFERENCES REPORT        *
      * OUTPUT: PSYNDD (PRODUCT.SYNC) - SYNC RECORDS FOR REVIEW        *
      *         (PS, 80 B, COPYBOOK PRDSYNC)                           *
      * OUTPUT: STATLOG (BATCH.STATLOG) - BATCH STATUS RECORD          *
      * DB2:    TB_PRODUCTS (READ ONLY)                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRDRCN21.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTS-CATALOG-FILE ASSIGN TO PARTVDD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS PART-ID
              FILE STATUS IS CATALOG-STATUS.

           SELECT RECON-REPORT-FILE ASSIGN TO RCNRDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS RECON-REPORT-STATUS.

           SELECT SYNC-FILE ASSIGN TO PSYNDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS SYNC-STATUS.

           SELECT STATUS-LOG ASSIGN TO STATLOG
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS STATUS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PARTS-CATALOG-FILE.
       01 CATALOG-REC.
          05 PART-ID PIC 9(5).
          05 PART-PRICE PIC 9(3)V99.
          05 PART-STOCK-QTY PIC 9(5).
          05 PART-BREAK-QTY PIC 9(5).
          05 PART-BREAK-PRICE PIC 9(3)V99.
          05 PART-UNIT-COST PIC 9(3)V99.
          05 PART-REORDER-POINT PIC 9(5).
          05 PART-REORDER-QTY PIC 9(5).
          05 PART-VENDOR-ID PIC X(5).
          05 PART-LEAD-DAYS PIC 9(3).

       FD RECON-REPORT-FILE RECORDING MODE IS F.
       01 RECON-REPORT-REC PIC X(80).

       FD SYNC-FILE RECORDING MODE IS F.
       01 SYNC-REC.
           COPY PRDSYNC.

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
       01 HV-UNIT-PRICE PIC S9(5)V99 COMP-3.
       01 HV-QTY-ON-HAND PIC S9(5) COMP-3.

      * CURSOR OVER EVERY PRODUCT ROW IN KEY ORDER, SO THE TABLE
      * LOADS SORTED AND SEARCH ALL CAN BINARY-SEARCH IT.
           EXEC SQL
             DECLARE PRODCUR CURSOR FOR
               SELECT PROD_ID, UNIT_PRICE, QTY_ON_HAND
                 FROM TB_PRODUCTS
               ORDER BY PROD_ID
           END-EXEC.

      * FILE STATUS VARIABLES
       01 WS-FILE-STATUSES.
          05 CATALOG-STATUS PIC X(2).
          05 RECON-REPORT-STATUS PIC X(2).
          05 SYNC-STATUS PIC X(2).
          05 STATUS-LOG-STATUS PIC X(2).

      * CONTROL FLAGS
       01 WS-FLAGS.
          05 WS-EOF PIC X(1) VALUE 'N'.
             88 EOF VALUE 'Y'.
          05 WS-CURSOR-EOF PIC X(1) VALUE 'N'.
             88 CURSOR-EOF VALUE 'Y'.
          05 WS-FOUND-FLAG PIC X(1) VALUE 'N'.
             88 FOUND VALUE 'Y'.

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

      * IN-MEMORY PRODUCT-ROW TABLE, LOADED SORTED BY THE CURSOR
       01 PROD-TABLE.
          05 PROD-LOADED PIC 9(5) VALUE 0.
          05 PROD-ENTRY OCCURS 1 TO 20000 TIMES
                        DEPENDING ON PROD-LOADED
                        ASCENDING KEY IS WS-PRD-PROD-ID
                        INDEXED BY PRD-IDX.
             10 WS-PRD-PROD-ID PIC X(5).
             10 WS-PRD-UNIT-PRICE PIC S9(5)V99 COMP-3.
             10 WS-PRD-QTY PIC S9(5) COMP-3.
             10 WS-PRD-MATCHED PIC X(1).
                88 PRD-MATCHED VALUE 'Y'.

      * THE CATALOG PART ID IN TB_PRODUCTS' PROD_ID FORM
       01 WS-CAT-PROD-ID PIC X(5).

      * REPORT LINE BUILD AREA
       01 WS-REPORT-LINE PIC X(80).
       01 WS-CAT-PRICE-DISP PIC Z(4)9.99.
       01 WS-DB2-PRICE-DISP PIC -Z(4)9.99.
       01 WS-CAT-QTY-DISP PIC Z(4)9.
       01 WS-DB2-QTY-DISP PIC -Z(4)9.

      * PROCESSING COUNTERS
       01 WS-COUNTERS.
          05 CATALOG-READ-COUNT PIC 9(5) VALUE 0.
          05 MATCHED-COUNT PIC 9(5) VALUE 0.
          05 IN-SYNC-COUNT PIC 9(5) VALUE 0.
          05 PRICE-DIFF-COUNT PIC 9(5) VALUE 0.
          05 STOCK-DIFF-COUNT PIC 9(5) VALUE 0.
          05 CATALOG-ONLY-COUNT PIC 9(5) VALUE 0.
          05 DB2-ONLY-COUNT PIC 9(5) VALUE 0.
          05 SYNC-WRITTEN-COUNT PIC 9(5) VALUE 0.

      **********************************************
      * LOAD THE PRODUCT TABLE, SCAN THE CATALOG, REPORT DB2-ONLY
      * ROWS, CLOSE, STATUS, SUMMARY.
      **********************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM SET-BST-START-TS.
           PERFORM OPEN-STATUS-LOG.
           PERFORM OPEN-ALL-FILES.
           PERFORM LOAD-PRODUCT-TABLE.
           PERFORM SCAN-PARTS-CATALOG.
           PERFORM WRITE-DB2-ONLY-LINES.
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
      * OPEN ALL FILES AND CHECK STATUS
      **********************************************
       OPEN-ALL-FILES.
           OPEN INPUT PARTS-CATALOG-FILE.
           IF CATALOG-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING PARTS CATALOG MASTER: '
                       CATALOG-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN OUTPUT RECON-REPORT-FILE.
           IF RECON-REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING RECON REPORT FILE: '
                       RECON-REPORT-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN OUTPUT SYNC-FILE.
           IF SYNC-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING SYNC FILE: ' SYNC-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * LOADS EVERY TB_PRODUCTS ROW (IN KEY ORDER) INTO THE
      * PRODUCT TABLE. A TABLE OVERFLOW IS A HARD ERROR - A
      * DROPPED ROW WOULD REPORT AS A FALSE CATALOG-ONLY PART.
      **********************************************
       LOAD-PRODUCT-TABLE.
           EXEC SQL
             OPEN PRODCUR
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR OPENING PRODUCT CURSOR, SQLCODE: '
                       SQLCODE
              PERFORM ABEND-WITH-STATUS
           END-IF.

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
               INTO :HV-PROD-ID, :HV-UNIT-PRICE, :HV-QTY-ON-HAND
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 0
                 IF PROD-LOADED >= 20000
                    DISPLAY 'ERROR: PRODUCT TABLE FULL (20000 MAX)'
                    PERFORM ABEND-WITH-STATUS
                 END-IF
                 ADD 1 TO PROD-LOADED
                 SET PRD-IDX TO PROD-LOADED
                 MOVE HV-PROD-ID TO WS-PRD-PROD-ID(PRD-IDX)
                 MOVE HV-UNIT-PRICE TO WS-PRD-UNIT-PRICE(PRD-IDX)
                 MOVE HV-QTY-ON-HAND TO WS-PRD-QTY(PRD-IDX)
                 MOVE 'N' TO WS-PRD-MATCHED(PRD-IDX)
               WHEN SQLCODE = 100
                 SET CURSOR-EOF TO TRUE
               WHEN OTHER
                 DISPLAY 'ERROR FETCHING PRODUCT CURSOR, SQLCODE: '
                          SQLCODE
                 PERFORM ABEND-WITH-STATUS
           END-EVALUATE.

      **********************************************
      * SEQUENTIALLY SCANS THE PARTS CATALOG AND MATCHES EVERY
      * PART AGAINST THE PRODUCT TABLE.
      **********************************************
       SCAN-PARTS-CATALOG.
           PERFORM UNTIL EOF
              READ PARTS-CATALOG-FILE NEXT RECORD
                AT END
                   SET EOF TO TRUE
                NOT AT END
                   IF CATALOG-STATUS = '00'
                      ADD 1 TO CATALOG-READ-COUNT
                      PERFORM MATCH-ONE-PART
                   ELSE
                      DISPLAY 'ERROR READING PARTS CATALOG MASTER: '
                               CATALOG-STATUS
                      PERFORM ABEND-WITH-STATUS
                   END-IF
              END-READ
           END-PERFORM.

      **********************************************
      * BINARY SEARCH ON THE PRODUCT TABLE BY PRODUCT ID. A PART
      * TB_PRODUCTS DOES NOT HAVE IS 'CATALOG ONLY' AND GETS AN
      * 'A' SYNC RECORD.
      **********************************************
       MATCH-ONE-PART.
           MOVE PART-ID TO WS-CAT-PROD-ID.
           MOVE 'N' TO WS-FOUND-FLAG.
           IF PROD-LOADED > 0
              SEARCH ALL PROD-ENTRY
                  AT END
                     CONTINUE
                  WHEN WS-PRD-PROD-ID(PRD-IDX) = WS-CAT-PROD-ID
                     SET FOUND TO TRUE
              END-SEARCH
           END-IF.

           MOVE PART-PRICE TO WS-CAT-PRICE-DISP.
           MOVE PART-STOCK-QTY TO WS-CAT-QTY-DISP.
           IF FOUND
              MOVE 'Y' TO WS-PRD-MATCHED(PRD-IDX)
              ADD 1 TO MATCHED-COUNT
              PERFORM COMPARE-MATCHED-PART
           ELSE
              ADD 1 TO CATALOG-ONLY-COUNT
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'CATALOG ONLY ' DELIMITED BY SIZE
                     WS-CAT-PROD-ID DELIMITED BY SIZE
                     ' PRICE ' DELIMITED BY SIZE
                     FUNCTION TRIM(WS-CAT-PRICE-DISP) DELIMITED BY SIZE
                     ' STOCK ' DELIMITED BY SIZE
                     FUNCTION TRIM(WS-CAT-QTY-DISP) DELIMITED BY SIZE
                     ' - NOT IN TB_PRODUCTS' DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
              END-STRING
              PERFORM WRITE-RECON-REPORT-LINE
              MOVE SPACES TO SYNC-REC
              SET SYN-ADD TO TRUE
              MOVE WS-CAT-PROD-ID TO SYN-PROD-ID
              MOVE PART-PRICE TO SYN-CAT-PRICE
              MOVE PART-STOCK-QTY TO SYN-CAT-QTY
              MOVE 0 TO SYN-DB2-PRICE
              MOVE 0 TO SYN-DB2-QTY
              PERFORM WRITE-SYNC-RECORD
           END-IF.

      **********************************************
      * COMPARES A MATCHED PART'S PRICE AND STOCK WITH ITS
      * PRODUCT ROW. ANY DIFFERENCE GETS ITS REPORT LINE(S) AND
      * ONE 'U' SYNC RECORD CARRYING BOTH SIDES' VALUES.
      **********************************************
       COMPARE-MATCHED-PART.
           MOVE WS-PRD-UNIT-PRICE(PRD-IDX) TO WS-DB2-PRICE-DISP.
           MOVE WS-PRD-QTY(PRD-IDX) TO WS-DB2-QTY-DISP.
           IF PART-PRICE = WS-PRD-UNIT-PRICE(PRD-IDX)
              AND PART-STOCK-QTY = WS-PRD-QTY(PRD-IDX)
              ADD 1 TO IN-SYNC-COUNT
           ELSE
              IF PART-PRICE NOT = WS-PRD-UNIT-PRICE(PRD-IDX)
                 ADD 1 TO PRICE-DIFF-COUNT
                 MOVE SPACES TO WS-REPORT-LINE
                 STRING 'PRICE DIFF   ' DELIMITED BY SIZE
                        WS-CAT-PROD-ID DELIMITED BY SIZE
                        ' CATALOG ' DELIMITED BY SIZE
                        FUNCTION TRIM(WS-CAT-PRICE-DISP)
                                 DELIMITED BY SIZE
                        ' TB_PRODUCTS ' DELIMITED BY SIZE
                        FUNCTION TRIM(WS-DB2-PRICE-DISP)
                                 DELIMITED BY SIZE
                        INTO WS-REPORT-LINE
                 END-STRING
                 PERFORM WRITE-RECON-REPORT-LINE
              END-IF
              IF PART-STOCK-QTY NOT = WS-PRD-QTY(PRD-IDX)
                 ADD 1 TO STOCK-DIFF-COUNT
                 MOVE SPACES TO WS-REPORT-LINE
                 STRING 'STOCK DIFF   ' DELIMITED BY SIZE
                        WS-CAT-PROD-ID DELIMITED BY SIZE
                        ' CATALOG ' DELIMITED BY SIZE
                        FUNCTION TRIM(WS-CAT-QTY-DISP)
                                 DELIMITED BY SIZE
                        ' TB_PRODUCTS ' DELIMITED BY SIZE
                        FUNCTION TRIM(WS-DB2-QTY-DISP)
                                 DELIMITED BY SIZE
                        INTO WS-REPORT-LINE
                 END-STRING
                 PERFORM WRITE-RECON-REPORT-LINE
              END-IF
              MOVE SPACES TO SYNC-REC
              SET SYN-UPDATE TO TRUE
              MOVE WS-CAT-PROD-ID TO SYN-PROD-ID
              MOVE PART-PRICE TO SYN-CAT-PRICE
              MOVE PART-STOCK-QTY TO SYN-CAT-QTY
              MOVE WS-PRD-UNIT-PRICE(PRD-IDX) TO SYN-DB2-PRICE
              MOVE WS-PRD-QTY(PRD-IDX) TO SYN-DB2-QTY
              PERFORM WRITE-SYNC-RECORD
           END-IF.

      **********************************************
      * AFTER THE FULL CATALOG SCAN, ANY PRODUCT ROW NEVER
      * MATCHED HAS NO CATALOG PART. REPORTED ONLY - NO SYNC
      * RECORD, SINCE TB_ORDERS MAY STILL REFERENCE THE ROW.
      **********************************************
       WRITE-DB2-ONLY-LINES.
           PERFORM VARYING PRD-IDX FROM 1 BY 1
                   UNTIL PRD-IDX > PROD-LOADED
              IF NOT PRD-MATCHED(PRD-IDX)
                 ADD 1 TO DB2-ONLY-COUNT
                 MOVE WS-PRD-UNIT-PRICE(PRD-IDX) TO WS-DB2-PRICE-DISP
                 MOVE WS-PRD-QTY(PRD-IDX) TO WS-DB2-QTY-DISP
                 MOVE SPACES TO WS-REPORT-LINE
                 STRING 'DB2 ONLY     ' DELIMITED BY SIZE
                        WS-PRD-PROD-ID(PRD-IDX) DELIMITED BY SIZE
                        ' PRICE ' DELIMITED BY SIZE
                        FUNCTION TRIM(WS-DB2-PRICE-DISP)
                                 DELIMITED BY SIZE
                        ' QTY ' DELIMITED BY SIZE
                        FUNCTION TRIM(WS-DB2-QTY-DISP)
                                 DELIMITED BY SIZE
                        ' - NOT ON PARTS CATALOG' DELIMITED BY SIZE
                        INTO WS-REPORT-LINE
                 END-STRING
                 PERFORM WRITE-RECON-REPORT-LINE
              END-IF
           END-PERFORM.

      **********************************************
      * WRITES WS-REPORT-LINE TO RECON-REPORT-FILE.
      **********************************************
       WRITE-RECON-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RECON-REPORT-REC.
           WRITE RECON-REPORT-REC.
           IF RECON-REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING RECON REPORT FILE: '
                       RECON-REPORT-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * WRITES THE SYNC RECORD BUILT IN SYNC-REC. SYN-APPROVAL IS
      * LEFT BLANK FOR THE REVIEWER.
      **********************************************
       WRITE-SYNC-RECORD.
           WRITE SYNC-REC.
           IF SYNC-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING SYNC FILE: ' SYNC-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.
           ADD 1 TO SYNC-WRITTEN-COUNT.

      **********************************************
      * CLOSE ALL FILES AND CHECK STATUS
      **********************************************
       CLOSE-ALL-FILES.
           CLOSE PARTS-CATALOG-FILE.
           IF CATALOG-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING PARTS CATALOG MASTER: '
                       CATALOG-STATUS
           END-IF.
           CLOSE RECON-REPORT-FILE.
           IF RECON-REPORT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING RECON REPORT FILE: '
                       RECON-REPORT-STATUS
           END-IF.
           CLOSE SYNC-FILE.
           IF SYNC-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING SYNC FILE: '
                       SYNC-STATUS
           END-IF.

      **********************************************
      * APPENDS ONE RECORD TO THE CONSOLIDATED END-OF-NIGHT BATCH
      * STATUS LOG AND CLOSES IT.
      **********************************************
       WRITE-BATCH-STATUS.
           MOVE SPACES TO STATUS-LOG-REC.
           MOVE 'PRDRCN21' TO BST-PROGRAM-ID.
           PERFORM GET-BST-TIMESTAMP.
           MOVE WS-BST-START-TS TO BST-START-TS.
           MOVE WS-BST-TS-BUILT TO BST-END-TS.
           MOVE CATALOG-READ-COUNT TO BST-RECORDS-IN.
           MOVE SYNC-WRITTEN-COUNT TO BST-RECORDS-OUT.
           COMPUTE BST-RECORDS-REJECTED =
                   CATALOG-ONLY-COUNT + DB2-ONLY-COUNT.
           IF ABEND-IN-PROGRESS
              MOVE 'FAILED' TO BST-STATUS
              MOVE 'JOB ABENDED - SEE SYSOUT FOR DETAIL' TO BST-MESSAGE
           ELSE
              IF SYNC-WRITTEN-COUNT > 0 OR DB2-ONLY-COUNT > 0
                 MOVE 'WARNING' TO BST-STATUS
                 MOVE 'MASTERS DIFFER - SYNC FILE FOR REVIEW' TO
                      BST-MESSAGE
              ELSE
                 MOVE 'COMPLETE' TO BST-STATUS
                 MOVE 'TB_PRODUCTS AND CATALOG MATCH CLEAN' TO
                      BST-MESSAGE
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
      * BEHIND.
      **********************************************
       ABEND-WITH-STATUS.
           SET ABEND-IN-PROGRESS TO TRUE.
           PERFORM WRITE-BATCH-STATUS.
           STOP RUN.

      **********************************************
      * DISPLAY SUMMARY STATISTICS TO SYSOUT
      **********************************************
       DISPLAY-SUMMARY.
           DISPLAY '========================================'.
           DISPLAY 'TB_PRODUCTS / PARTS CATALOG RECON SUMMARY'.
           DISPLAY '========================================'.
           DISPLAY 'PRODUCT ROWS LOADED:   ' PROD-LOADED.
           DISPLAY 'CATALOG PARTS READ:    ' CATALOG-READ-COUNT.
           DISPLAY 'MATCHED:               ' MATCHED-COUNT.
           DISPLAY 'IN SYNC:               ' IN-SYNC-COUNT.
           DISPLAY 'PRICE DIFFERENCES:     ' PRICE-DIFF-COUNT.
           DISPLAY 'STOCK DIFFERENCES:     ' STOCK-DIFF-COUNT.
           DISPLAY 'CATALOG ONLY:          ' CATALOG-ONLY-COUNT.
           DISPLAY 'DB2 ONLY:              ' DB2-ONLY-COUNT.
           DISPLAY 'SYNC RECORDS WRITTEN:  ' SYNC-WRITTEN-COUNT.
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
