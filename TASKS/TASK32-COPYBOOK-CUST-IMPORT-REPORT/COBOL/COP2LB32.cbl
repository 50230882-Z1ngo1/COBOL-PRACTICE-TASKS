      *   PHASE 1 - READ FILTER PARAMETERS FROM SYSIN:                 *
      *     ONE OR MORE 'REGION=XX' CARDS SELECT THE REGIONS TO        *
      *     REPORT ON. AN OPTIONAL 'STATUS=X' CARD OVERRIDES THE       *
      *     DEFAULT ACTIVE-ONLY ('A') STATUS FILTER. OPTIONAL          *
      *     'SEGMENT=X' CARDS LIMIT THE REPORT TO THOSE RISK/VALUE     *
      *     SEGMENTS (SET BY CUSSEG39); WITH NONE, ALL SEGMENTS.       *
      *   PHASE 2 - SEQUENTIAL SCAN OF VSAM MASTER FILE:               *
      *     CUST-STATUS NOT = FILTER STATUS  -> SKIP RECORD.           *
      *     CUST-REGION NOT ON THE REGION LIST -> SKIP RECORD.         *
      *     CUST-SEGMENT NOT ON THE SEGMENT LIST -> SKIP RECORD.       *
      *     ALL CHECKS PASSED:                                         *
      *       WRITE CUST-OUT-REC FROM CUST-MASTER-REC.                 *
      *       ADD 1 TO WS-COUNT AND TO THAT REGION'S AND THAT          *
      *       SEGMENT'S SUBTOTAL.                                      *
      *   PHASE 3 - REGION SUBTOTAL BREAKS:                            *
      *     AFTER THE SCAN, ONE SUBTOTAL LINE PER SELECTED REGION IS   *
      *     WRITTEN TO THE OUTPUT FILE (COUNT, BALANCE, CREDIT LIMIT), *
      *              EXTRACT (EXTDD) OF THE SAME SELECTED CUSTOMERS    *
      *              FOR DOWNLOAD. OUTDD IS UNCHANGED FOR ITS          *
      *              EXISTING CONSUMERS.                               *
      * 2026/10/15 - ADDED 'SEGMENT=X' SYSIN CARDS TO FILTER ON THE    *
      *              RISK/VALUE SEGMENT CUSSEG39 STORES ON THE MASTER, *
      *              THE SEGMENT ON THE PRINT DETAIL LINE AND THE      *
      *              EXTRACT, AND A SEGMENT TOTAL SECTION AFTER THE    *
      *              REGION TOTALS ON THE PRINT REPORT.                *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  MASTDD  (CUST.MASTER.VSAM) - VSAM KSDS MASTER FILE   *
      *         SYSIN   (PARM CARDS)       - REGION=XX / STATUS=X    *
      *                                      / SEGMENT=X             *
      * OUTPUT: OUTDD   (CUST.REPORT.PS)   - PS FILTERED REPORT FILE *
      *                                      WITH REGION SUBTOTALS   *
      ******************************************************************
       01 WS-REGION-SEARCH-FLAG PIC X(1) VALUE 'N'.
          88 REGION-MATCHED VALUE 'Y'.

      * SEGMENT FILTER LIST LOADED FROM SYSIN 'SEGMENT=X' CARDS -
      * EMPTY MEANS EVERY SEGMENT IS REPORTED.
       01 WS-SEG-FILTER-TABLE.
          05 WS-SEG-FILTER-COUNT PIC 9(1) VALUE 0.
          05 WS-SEG-FILTER-CODE PIC X(1) OCCURS 6 TIMES
                                INDEXED BY SGF-IDX.
       01 WS-SEGMENT-SEARCH-FLAG PIC X(1) VALUE 'N'.
          88 SEGMENT-MATCHED VALUE 'Y'.

      * SEGMENT TOTALS FOR THE PRINT REPORT, IN REPORT ORDER:
      * HIGH RISK, WATCH, DORMANT, VALUE, STANDARD, NOT YET
      * SEGMENTED.
       01 WS-SEGMENT-NAMES.
          05 FILLER PIC X(14) VALUE 'HHIGH RISK'.
          05 FILLER PIC X(14) VALUE 'WWATCH'.
          05 FILLER PIC X(14) VALUE 'DDORMANT'.
          05 FILLER PIC X(14) VALUE 'VVALUE'.
          05 FILLER PIC X(14) VALUE 'SSTANDARD'.
          05 FILLER PIC X(14) VALUE ' NOT SEGMENTED'.
       01 WS-SEGMENT-NAME-TABLE REDEFINES WS-SEGMENT-NAMES.
          05 WS-SEG-NAME-ENTRY OCCURS 6 TIMES.
             10 WS-SEG-CODE PIC X(1).
             10 WS-SEG-NAME PIC X(13).
       01 WS-SEGMENT-TOTALS.
          05 WS-SEG-TOTAL-ENTRY OCCURS 6 TIMES INDEXED BY SEG-IDX.
             10 WS-SEG-CUST-COUNT PIC 9(5) VALUE 0.
             10 WS-SEG-TOTAL-BAL PIC 9(9)V99 VALUE 0.
             10 WS-SEG-TOTAL-LIMIT PIC 9(9)V99 VALUE 0.

      * OUTPUT REPORT LINE BUILD AREA FOR SUBTOTAL/GRAND TOTAL LINES
       01 WS-TOTAL-LINE PIC X(80).
       01 WS-RGN-COUNT-DISP PIC Z(4)9.
           PERFORM PROCESS-CUST-MASTER.
           PERFORM WRITE-REGION-SUBTOTALS.
           PERFORM WRITE-REGION-TOTAL-SECTION.
           PERFORM WRITE-SEGMENT-TOTAL-SECTION.
           PERFORM CLOSE-ALL-FILES.
           PERFORM WRITE-BATCH-STATUS.
           PERFORM DISPLAY-SUMMARY.
      * PARSES ONE SYSIN CARD:
      *   'REGION=XX' -> ADDS XX TO THE REGION FILTER TABLE.
      *   'STATUS=X'  -> OVERRIDES THE DEFAULT STATUS FILTER.
      *   'SEGMENT=X' -> ADDS X TO THE SEGMENT FILTER LIST.
      *   BLANK OR UNRECOGNIZED -> WARNING, CARD IS IGNORED.
      **********************************************
       PARSE-SYSIN-CARD.
              IF SYSIN-REC(1:7) = 'STATUS='
                 MOVE SYSIN-REC(8:1) TO WS-STATUS-FILTER
              ELSE
                 IF SYSIN-REC(1:8) = 'SEGMENT='
                    IF WS-SEG-FILTER-COUNT < 6
                       ADD 1 TO WS-SEG-FILTER-COUNT
                       SET SGF-IDX TO WS-SEG-FILTER-COUNT
                       MOVE SYSIN-REC(9:1)
                            TO WS-SEG-FILTER-CODE(SGF-IDX)
                    ELSE
                       DISPLAY 'WARNING: SEGMENT LIST FULL, IGNORING: '
                                SYSIN-REC
                    END-IF
                 ELSE
                    IF SYSIN-REC NOT = SPACES
                       DISPLAY 'WARNING: UNRECOGNIZED SYSIN CARD: '
                                SYSIN-REC
                    END-IF
                 END-IF
              END-IF
           END-IF.

      **********************************************
      * CHECKS THE STATUS FILTER, THEN SEARCHES THE REGION
      * FILTER TABLE AND THE SEGMENT FILTER LIST FOR A MATCH. WHEN
      * ALL MATCH, WRITES THE RECORD AND ACCUMULATES THE GRAND,
      * REGION AND SEGMENT TOTALS.
      **********************************************
       CHECK-CUST-FILTERS.
           IF CUST-STATUS OF CUST-MASTER-REC = WS-STATUS-FILTER
                     SET REGION-MATCHED TO TRUE
              END-SEARCH
              IF REGION-MATCHED
                 PERFORM CHECK-SEGMENT-FILTER
                 IF SEGMENT-MATCHED
                    PERFORM WRITE-CUST-OUT-RECORD
                 END-IF
              END-IF
           END-IF.

      **********************************************
      * A CUSTOMER PASSES WHEN NO SEGMENT CARDS WERE GIVEN OR ITS
      * SEGMENT IS ON THE LIST.
      **********************************************
       CHECK-SEGMENT-FILTER.
           IF WS-SEG-FILTER-COUNT = 0
              SET SEGMENT-MATCHED TO TRUE
           ELSE
              MOVE 'N' TO WS-SEGMENT-SEARCH-FLAG
              PERFORM VARYING SGF-IDX FROM 1 BY 1
                      UNTIL SGF-IDX > WS-SEG-FILTER-COUNT
                 IF WS-SEG-FILTER-CODE(SGF-IDX) =
                         CUST-SEGMENT OF CUST-MASTER-REC
                    SET SEGMENT-MATCHED TO TRUE
                 END-IF
              END-PERFORM
           END-IF.

      **********************************************
      * WRITES CUST-OUT-REC FROM THE CURRENT MASTER RECORD AND
      * ACCUMULATES THE GRAND TOTAL AND THE MATCHED REGION'S AND
      * SEGMENT'S SUBTOTALS.
      **********************************************
       WRITE-CUST-OUT-RECORD.
           MOVE CUST-MASTER-REC TO CUST-OUT-REC.
               TO WS-RGN-TOTAL-BAL(RGN-IDX).
           ADD CUST-CREDIT-LIMIT OF CUST-MASTER-REC
               TO WS-RGN-TOTAL-LIMIT(RGN-IDX).
           EVALUATE CUST-SEGMENT OF CUST-MASTER-REC
               WHEN 'H'
                 SET SEG-IDX TO 1
               WHEN 'W'
                 SET SEG-IDX TO 2
               WHEN 'D'
                 SET SEG-IDX TO 3
               WHEN 'V'
                 SET SEG-IDX TO 4
               WHEN 'S'
                 SET SEG-IDX TO 5
               WHEN OTHER
                 SET SEG-IDX TO 6
           END-EVALUATE.
           ADD 1 TO WS-SEG-CUST-COUNT(SEG-IDX).
           ADD CUST-CURRENT-BAL OF CUST-MASTER-REC
               TO WS-SEG-TOTAL-BAL(SEG-IDX).
           ADD CUST-CREDIT-LIMIT OF CUST-MASTER-REC
               TO WS-SEG-TOTAL-LIMIT(SEG-IDX).
           PERFORM WRITE-REPORT-DETAIL.
           PERFORM WRITE-EXTRACT-RECORD.

                     INTO WS-FILTER-LIST
              END-STRING
           END-PERFORM.
           IF WS-SEG-FILTER-COUNT > 0
              MOVE WS-FILTER-LIST TO WS-FILTER-WORK
              MOVE SPACES TO WS-FILTER-LIST
              STRING FUNCTION TRIM(WS-FILTER-WORK) DELIMITED BY SIZE
                     ' SEGMENTS=' DELIMITED BY SIZE
                     INTO WS-FILTER-LIST
              END-STRING
              PERFORM VARYING SGF-IDX FROM 1 BY 1
                      UNTIL SGF-IDX > WS-SEG-FILTER-COUNT
                 MOVE WS-FILTER-LIST TO WS-FILTER-WORK
                 MOVE SPACES TO WS-FILTER-LIST
                 STRING FUNCTION TRIM(WS-FILTER-WORK) DELIMITED BY SIZE
                        WS-SEG-FILTER-CODE(SGF-IDX) DELIMITED BY SIZE
                        INTO WS-FILTER-LIST
                 END-STRING
              END-PERFORM
           END-IF.

      **********************************************
      * STARTS A NEW REPORT PAGE: TITLE WITH RUN DATE AND PAGE
           MOVE WS-RPT-LINE TO PRINT-REPORT-REC.
           PERFORM PUT-REPORT-LINE.

           MOVE 'CUST  ST RGN       BALANCE  CREDIT LIMIT SEG'
                TO PRINT-REPORT-REC.
           PERFORM PUT-REPORT-LINE.
           MOVE '----- -- --- ------------- ------------- ---'
                TO PRINT-REPORT-REC.
           PERFORM PUT-REPORT-LINE.
           MOVE 4 TO WS-LINE-COUNT.
           MOVE CUST-REGION OF CUST-MASTER-REC TO WS-RPT-LINE(10:2).
           MOVE WS-RPT-BAL-DISP TO WS-RPT-LINE(14:12).
           MOVE WS-RPT-LIMIT-DISP TO WS-RPT-LINE(28:12).
           MOVE CUST-SEGMENT OF CUST-MASTER-REC TO WS-RPT-LINE(42:1).
           MOVE WS-RPT-LINE TO PRINT-REPORT-REC.
           PERFORM PUT-REPORT-LINE.

           MOVE WS-RPT-LINE TO PRINT-REPORT-REC.
           PERFORM PUT-REPORT-LINE.

      **********************************************
      * WRITES THE SEGMENT TOTAL SECTION OF THE PRINT REPORT: ONE
      * LINE PER RISK/VALUE SEGMENT WITH SELECTED CUSTOMERS IN IT.
      **********************************************
       WRITE-SEGMENT-TOTAL-SECTION.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
              PERFORM START-REPORT-PAGE
           END-IF.
           MOVE SPACES TO PRINT-REPORT-REC.
           PERFORM PUT-REPORT-LINE.
           MOVE 'SEGMENT TOTALS' TO PRINT-REPORT-REC.
           PERFORM PUT-REPORT-LINE.
           PERFORM VARYING SEG-IDX FROM 1 BY 1 UNTIL SEG-IDX > 6
              IF WS-SEG-CUST-COUNT(SEG-IDX) > 0
                 IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                    PERFORM START-REPORT-PAGE
                 END-IF
                 MOVE WS-SEG-CUST-COUNT(SEG-IDX) TO WS-RGN-COUNT-DISP
                 MOVE WS-SEG-TOTAL-BAL(SEG-IDX) TO WS-RGN-BAL-DISP
                 MOVE WS-SEG-TOTAL-LIMIT(SEG-IDX) TO WS-RGN-LIMIT-DISP
                 MOVE SPACES TO WS-RPT-LINE
                 STRING '  ' DELIMITED BY SIZE
                        WS-SEG-NAME(SEG-IDX) DELIMITED BY SIZE
                        '  COUNT ' DELIMITED BY SIZE
                        FUNCTION TRIM(WS-RGN-COUNT-DISP)
                                 DELIMITED BY SIZE
                        '  BAL ' DELIMITED BY SIZE
                        FUNCTION TRIM(WS-RGN-BAL-DISP)
                                 DELIMITED BY SIZE
                        '  LIMIT ' DELIMITED BY SIZE
                        FUNCTION TRIM(WS-RGN-LIMIT-DISP)
                                 DELIMITED BY SIZE
                        INTO WS-RPT-LINE
                 END-STRING
                 MOVE WS-RPT-LINE TO PRINT-REPORT-REC
                 PERFORM PUT-REPORT-LINE
              END-IF
           END-PERFORM.

      **********************************************
      * WRITES WHATEVER LINE IS CURRENTLY IN PRINT-REPORT-REC
      * AND COUNTS IT AGAINST THE PAGE.
                  WS-EXT-BAL-DISP DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-EXT-LIMIT-DISP DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  CUST-SEGMENT OF CUST-MASTER-REC DELIMITED BY SIZE
                  INTO WS-EXT-LINE
           END-STRING.
           MOVE WS-EXT-LINE TO EXTRACT-REC.
