      *              FOLLOW THE ARITHMETIC. DRAW MOVEMENTS STAY      *
      *              OUT OF THE COMMISSION RUN TOTALS - AN ADVANCE   *
      *              IS NOT EARNED COMMISSION.                       *
      * 2026/10/15 - COMMISSION INQUIRIES: EACH SALE AND CLAWBACK    *
      *              LINE NOW SHOWS ITS ORDER REFERENCE SO A REP CAN *
      *              CITE IT, AN UPHELD INQUIRY'S TRANS-TYPE 'J'     *
      *              ADJUSTMENT PRINTS AS ITS OWN LINE (COUNTED IN   *
      *              THE RUN TOTALS), AND THE REP'S STILL-OPEN OR    *
      *              UNDER-REVIEW INQUIRIES FROM THE INQUIRY MASTER  *
      *              (INQDD) ARE LISTED AT THE FOOT OF THE STATEMENT.*
      * 2026/10/15 - KIND 'S' PRODUCT SPIFF DETAILS PRINT AS THEIR   *
      *              OWN LINE WITH THE PRODUCT AND UNITS, COUNT IN   *
      *              THE RUN TOTALS, AND ARE ALSO TOTALLED ON A      *
      *              SPIFF EARNINGS LINE.                            *
      * 2026/10/15 - THE RUN NOW CLOSES THE COMMISSION MONTH THROUGH   *
      *              PERGTE40: IT IS REFUSED WITH RC 8, BEFORE ANY     *
      *              FILE IS OPENED, UNLESS THE CYCLE DATE IS A        *
      *              MONTH-END ON THE BUSINESS CALENDAR AND THE MONTH  *
      *              IS NOT ALREADY ON THE PERIOD CLOSE LOG (PCLSDD).  *
      *              A CLEAN RUN RECORDS THE CLOSE.                    *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  DTLDD (COMM.STMT.DETAIL, SORTED BY EMP-ID)             *
      * INPUT:  INQDD (COMM.INQUIRY) - COMMISSION INQUIRY MASTER,      *
      *         OPTIONAL (COPYBOOK CMINQ)                              *
      * INPUT:  CYCLDD/CALDD - CYCLE DATE AND BUSINESS CALENDAR,       *
      *         READ BY CYCDAT40                                       *
      * I/O:    PCLSDD (PERIOD.CLOSE.LOG) - PERIOD CLOSE LOG, READ     *
      *         AND WRITTEN BY PERGTE40                                *
      * OUTPUT: STMDD (COMM.STATEMENTS) - STATEMENT PRINT FILE         *
      ******************************************************************

              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS STATEMENT-STATUS.

           SELECT INQUIRY-FILE ASSIGN TO INQDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS INQUIRY-FILE-STATUS.

           SELECT STATUS-LOG ASSIGN TO STATLOG
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS STATUS-LOG-STATUS.
          05 DTL-EMP-ID PIC X(5).
          05 DTL-REGION PIC X(2).
          05 DTL-TRANS-TYPE PIC X(1).
          05 DTL-PRICING.
             10 DTL-VOL-TIER PIC X(1).
             10 DTL-SALES-AMT PIC 9(6)V99.
             10 DTL-BASE-PCT PIC V999.
          05 DTL-SPIFF-VIEW REDEFINES DTL-PRICING.
             10 DTL-SPIFF-PROD PIC X(5).
             10 DTL-SPIFF-QTY PIC 9(5).
             10 FILLER PIC X(2).
          05 DTL-COMMISSION PIC S9(5)V99.
          05 DTL-TAX PIC S9(5)V99.
          05 DTL-NET PIC S9(5)V99.
          05 DTL-YTD-AFTER PIC S9(7)V99.
          05 DTL-CURRENCY PIC X(3).
          05 DTL-REC-KIND PIC X(1).
          05 DTL-SALES-REF PIC X(6).
          05 DTL-SALE-DATE PIC X(8).
          05 FILLER PIC X(3).

       FD STATEMENT-FILE RECORDING MODE IS F.
       01 STATEMENT-REC PIC X(80).

       FD INQUIRY-FILE RECORDING MODE IS F.
       01 INQUIRY-REC.
           COPY CMINQ.

       FD STATUS-LOG RECORDING MODE IS F.
       01 STATUS-LOG-REC.
           COPY BATSTAT.
       01 F-STATUS.
          05 STMT-DETAIL-STATUS PIC X(2).
          05 STATEMENT-STATUS PIC X(2).
          05 INQUIRY-FILE-STATUS PIC X(2).
          05 STATUS-LOG-STATUS PIC X(2).

      * CONTROL FLAGS
             88 EOF VALUE 'Y'.
          05 WS-STMT-OPEN PIC X(1) VALUE 'N'.
             88 STATEMENT-OPEN VALUE 'Y'.
          05 WS-INQ-EOF PIC X(1) VALUE 'N'.
             88 INQ-EOF VALUE 'Y'.

      * SET JUST BEFORE A FATAL ERROR PATH WRITES ITS STATLOG RECORD
      * AND STOPS, SO WRITE-BATCH-STATUS REPORTS 'FAILED'.
          05 WS-BST-TS-DATE PIC 9(8).
          05 WS-BST-TS-TIME PIC 9(8).

      * CYCLE DATE AND PERIOD-END GATE (CYCDAT40 / PERGTE40)
       COPY CYCDATE.
       COPY PERGATE.

      * EMPLOYEE CURRENTLY BEING STATEMENTED (CONTROL-BREAK KEY)
       01 WS-CURRENT-EMP PIC X(5).
       01 WS-EMP-YTD-OPEN PIC S9(7)V99.
          05 WS-EMP-NET PIC S9(7)V99 VALUE 0.
          05 WS-EMP-CLAWBACKS PIC 9(5) VALUE 0.

      * UNRESOLVED (OPEN OR UNDER REVIEW) COMMISSION INQUIRIES FROM
      * THE INQUIRY MASTER, LISTED ON THE REP'S STATEMENT. RESOLVED
      * ONES ARE NOT LOADED.
       01 WS-OPEN-INQUIRIES.
          05 OPEN-INQ-COUNT PIC 9(4) VALUE 0.
          05 OPEN-INQ-ENTRY OCCURS 1000 TIMES
                            INDEXED BY OI-IDX.
             10 OI-EMP-ID PIC X(5).
             10 OI-INQ-ID PIC 9(6).
             10 OI-ORDER-ID PIC X(6).
             10 OI-OPENED-DATE PIC X(8).
             10 OI-STATE PIC X(1).
       01 WS-EMP-ADJUSTMENTS PIC 9(5) VALUE 0.

      * PRODUCT SPIFF EARNED BY THE CURRENT EMPLOYEE THIS RUN
       01 WS-EMP-SPIFF PIC S9(7)V99 VALUE 0.

      * STATEMENT LINE BUILD FIELDS
       01 WS-STMT-LINE PIC X(80).
       01 WS-AMT-DISP PIC -Z(6)9.99.
       MAIN-LOGIC.
           PERFORM SET-BST-START-TS.
           PERFORM OPEN-STATUS-LOG.
           PERFORM CHECK-PERIOD-GATE.
           PERFORM OPEN-ALL-FILES.
           PERFORM LOAD-OPEN-INQUIRIES.
           PERFORM PROCESS-DETAILS.
           PERFORM CLOSE-ALL-FILES.
           PERFORM RECORD-PERIOD-CLOSE.
           PERFORM WRITE-BATCH-STATUS.
           DISPLAY 'COMMISSION STATEMENTS COMPLETE.'.
           DISPLAY 'DETAILS READ:       ' TOTAL-DETAILS-READ.
              STOP RUN
           END-IF.

      **********************************************
      * COMMISSION STATEMENTS CLOSE THE MONTH: THE CYCLE DATE
      * MUST BE A MONTH-END AND THE MONTH MUST NOT ALREADY HAVE
      * BEEN CLOSED. ANYTHING ELSE STOPS THE RUN WITH RC 8
      * BEFORE A FILE IS OPENED.
      **********************************************
       CHECK-PERIOD-GATE.
           MOVE 'COMSTM22' TO CD-JOB-NAME.
           CALL 'CYCDAT40' USING WS-CYCDATE-REQUEST END-CALL.
           SET PG-CHECK-PERIOD TO TRUE.
           MOVE 'COMSTM22' TO PG-JOB-NAME.
           SET PG-MONTHLY TO TRUE.
           MOVE SPACES TO PG-PERIOD-ID.
           CALL 'PERGTE40' USING WS-CYCDATE-REQUEST
                                 WS-PERGATE-REQUEST
           END-CALL.
           IF NOT PG-RUN-OK
              DISPLAY 'RUN REFUSED: ' PG-MESSAGE
              MOVE 8 TO RETURN-CODE
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * RECORDS THE MONTH AS CLOSED SO A SECOND RUN FOR IT IS
      * REFUSED. ONLY A CLEAN RUN GETS THIS FAR.
      **********************************************
       RECORD-PERIOD-CLOSE.
           SET PG-RECORD-CLOSE TO TRUE.
           CALL 'PERGTE40' USING WS-CYCDATE-REQUEST
                                 WS-PERGATE-REQUEST
           END-CALL.
           IF NOT PG-RUN-OK
              DISPLAY 'WARNING: PERIOD CLOSE NOT RECORDED: '
                      PG-MESSAGE
           END-IF.

      **********************************************
      * OPEN INPUT AND OUTPUT FILES
      **********************************************
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * LOADS THE UNRESOLVED INQUIRIES FROM THE INQUIRY MASTER.
      * NO MASTER YET (STATUS 05/35) SIMPLY MEANS NO INQUIRIES.
      **********************************************
       LOAD-OPEN-INQUIRIES.
           OPEN INPUT INQUIRY-FILE.
           IF INQUIRY-FILE-STATUS = '05' OR INQUIRY-FILE-STATUS = '35'
              DISPLAY 'NO COMMISSION INQUIRY MASTER - NONE LISTED'
              SET INQ-EOF TO TRUE
           ELSE
              IF INQUIRY-FILE-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING INQUIRY FILE: '
                          INQUIRY-FILE-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
           END-IF.
           PERFORM UNTIL INQ-EOF
              READ INQUIRY-FILE
                AT END
                   SET INQ-EOF TO TRUE
                NOT AT END
                   IF INQUIRY-FILE-STATUS NOT = '00'
                      DISPLAY 'ERROR READING INQUIRY FILE: '
                               INQUIRY-FILE-STATUS
                      PERFORM ABEND-WITH-STATUS
                   END-IF
                   IF INQ-UNRESOLVED
                      IF OPEN-INQ-COUNT >= 1000
                         DISPLAY 'ERROR: MORE THAN 1000 OPEN '
                                 'COMMISSION INQUIRIES'
                         PERFORM ABEND-WITH-STATUS
                      END-IF
                      ADD 1 TO OPEN-INQ-COUNT
                      SET OI-IDX TO OPEN-INQ-COUNT
                      MOVE INQ-EMP-ID TO OI-EMP-ID(OI-IDX)
                      MOVE INQ-ID TO OI-INQ-ID(OI-IDX)
                      MOVE INQ-ORDER-ID TO OI-ORDER-ID(OI-IDX)
                      MOVE INQ-OPENED-DATE TO OI-OPENED-DATE(OI-IDX)
                      MOVE INQ-STATE TO OI-STATE(OI-IDX)
                   END-IF
              END-READ
           END-PERFORM.
           IF INQUIRY-FILE-STATUS NOT = '05'
              AND INQUIRY-FILE-STATUS NOT = '35'
              CLOSE INQUIRY-FILE
           END-IF.

      **********************************************
      * CONTROL-BREAK PASS OVER THE SORTED DETAIL FILE.
      **********************************************
           MOVE 0 TO WS-EMP-TAX.
           MOVE 0 TO WS-EMP-NET.
           MOVE 0 TO WS-EMP-CLAWBACKS.
           MOVE 0 TO WS-EMP-ADJUSTMENTS.
           MOVE 0 TO WS-EMP-SPIFF.
           SET STATEMENT-OPEN TO TRUE.

           MOVE '----------------------------------------'
      * WRITES ONE DETAIL LINE. A KIND-'W' DRAW MOVEMENT PRINTS
      * ON ITS OWN AND STAYS OUT OF THE COMMISSION RUN TOTALS; A
      * KIND-'O' OVERRIDE PRINTS AS OVERRIDE DETAIL BUT COUNTS IN
      * THE TOTALS LIKE ANY COMMISSION, AS DOES A TRANS-TYPE 'J'
      * INQUIRY ADJUSTMENT. EVERYTHING ELSE IS A SALE
      * (A REFUND PRINTS AS A CLAWBACK). RUN TOTALS AND THE
      * CLOSING YTD ARE ACCUMULATED AS A SIDE EFFECT.
      **********************************************
              PERFORM WRITE-ACCRUED-LINE
              GO TO WRITE-SALE-LINE-EXIT
           END-IF.
           IF DTL-TRANS-TYPE = 'J'
              PERFORM WRITE-ADJUSTMENT-LINE
              GO TO WRITE-SALE-LINE-EXIT
           END-IF.
           IF DTL-REC-KIND = 'S'
              PERFORM WRITE-SPIFF-LINE
              GO TO WRITE-SALE-LINE-EXIT
           END-IF.
           ADD 1 TO WS-EMP-SALES.
           ADD DTL-COMMISSION TO WS-EMP-COMMISSION.
           ADD DTL-TAX TO WS-EMP-TAX.
           MOVE SPACES TO WS-STMT-LINE.
           IF DTL-TRANS-TYPE = 'R'
              ADD 1 TO WS-EMP-CLAWBACKS
              STRING '  CLAWBK ' DELIMITED BY SIZE
                     DTL-SALES-REF DELIMITED BY SIZE
                     ' RGN ' DELIMITED BY SIZE
                     DTL-REGION DELIMITED BY SIZE
                     ' AMT ' DELIMITED BY SIZE
                     FUNCTION TRIM(WS-AMT-DISP) DELIMITED BY SIZE
                     INTO WS-STMT-LINE
              END-STRING
           ELSE
              STRING '  SALE   ' DELIMITED BY SIZE
                     DTL-SALES-REF DELIMITED BY SIZE
                     ' RGN ' DELIMITED BY SIZE
                     DTL-REGION DELIMITED BY SIZE
                     ' AMT ' DELIMITED BY SIZE
                     FUNCTION TRIM(WS-AMT-DISP) DELIMITED BY SIZE
                     ' RATE ' DELIMITED BY SIZE
                     WS-PCT-DISP DELIMITED BY SIZE
                     ' VT ' DELIMITED BY SIZE
                     DTL-VOL-TIER DELIMITED BY SIZE
                     ' COMM ' DELIMITED BY SIZE
                     FUNCTION TRIM(WS-COMM-DISP) DELIMITED BY SIZE
           MOVE WS-STMT-LINE TO STATEMENT-REC.
           PERFORM WRITE-STATEMENT-LINE.

      **********************************************
      * WRITES AN UPHELD INQUIRY'S COMMISSION ADJUSTMENT AGAINST
      * THE ORIGINAL ORDER LINE. IT COUNTS IN THE COMMISSION RUN
      * TOTALS BUT NOT AS A SALE.
      **********************************************
       WRITE-ADJUSTMENT-LINE.
           ADD 1 TO WS-EMP-ADJUSTMENTS.
           ADD DTL-COMMISSION TO WS-EMP-COMMISSION.
           ADD DTL-TAX TO WS-EMP-TAX.
           ADD DTL-NET TO WS-EMP-NET.
           MOVE DTL-YTD-AFTER TO WS-EMP-YTD-CLOSE.
           MOVE DTL-COMMISSION TO WS-COMM-DISP.
           MOVE DTL-TAX TO WS-TAX-DISP.
           MOVE DTL-NET TO WS-NET-DISP.
           MOVE SPACES TO WS-STMT-LINE.
           STRING '  INQUIRY ADJUSTMENT ORDER ' DELIMITED BY SIZE
                  DTL-SALES-REF DELIMITED BY SIZE
                  ' COMM ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COMM-DISP) DELIMITED BY SIZE
                  ' TAX ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TAX-DISP) DELIMITED BY SIZE
                  ' NET ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NET-DISP) DELIMITED BY SIZE
                  INTO WS-STMT-LINE
           END-STRING.
           MOVE WS-STMT-LINE TO STATEMENT-REC.
           PERFORM WRITE-STATEMENT-LINE.

      **********************************************
      * WRITES A PRODUCT SPIFF LINE: THE PRODUCT, THE UNITS THE
      * SPIFF WAS EARNED (OR, FOR A RETURN, TAKEN BACK) ON, AND
      * THE AMOUNTS. IT COUNTS IN THE RUN TOTALS BUT NOT AS A
      * SALE.
      **********************************************
       WRITE-SPIFF-LINE.
           ADD DTL-COMMISSION TO WS-EMP-COMMISSION.
           ADD DTL-TAX TO WS-EMP-TAX.
           ADD DTL-NET TO WS-EMP-NET.
           ADD DTL-COMMISSION TO WS-EMP-SPIFF.
           MOVE DTL-YTD-AFTER TO WS-EMP-YTD-CLOSE.
           MOVE DTL-SPIFF-QTY TO WS-CNT-DISP.
           MOVE DTL-COMMISSION TO WS-COMM-DISP.
           MOVE DTL-TAX TO WS-TAX-DISP.
           MOVE DTL-NET TO WS-NET-DISP.
           MOVE SPACES TO WS-STMT-LINE.
           STRING '  SPIFF  ' DELIMITED BY SIZE
                  DTL-SALES-REF DELIMITED BY SIZE
                  ' PROD ' DELIMITED BY SIZE
                  DTL-SPIFF-PROD DELIMITED BY SIZE
                  ' UNITS ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CNT-DISP) DELIMITED BY SIZE
                  ' COMM ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COMM-DISP) DELIMITED BY SIZE
                  ' TAX ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TAX-DISP) DELIMITED BY SIZE
                  ' NET ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NET-DISP) DELIMITED BY SIZE
                  INTO WS-STMT-LINE
           END-STRING.
           MOVE WS-STMT-LINE TO STATEMENT-REC.
           PERFORM WRITE-STATEMENT-LINE.

      **********************************************
      * LISTS THE EMPLOYEE'S UNRESOLVED COMMISSION INQUIRIES SO
      * THE REP SEES EACH ONE IS STILL BEING WORKED.
      **********************************************
       WRITE-OPEN-INQUIRY-LINES.
           PERFORM VARYING OI-IDX FROM 1 BY 1
                   UNTIL OI-IDX > OPEN-INQ-COUNT
              IF OI-EMP-ID(OI-IDX) = WS-CURRENT-EMP
                 MOVE SPACES TO WS-STMT-LINE
                 IF OI-STATE(OI-IDX) = 'V'
                    STRING 'INQUIRY ' DELIMITED BY SIZE
                           OI-INQ-ID(OI-IDX) DELIMITED BY SIZE
                           ' ORDER ' DELIMITED BY SIZE
                           OI-ORDER-ID(OI-IDX) DELIMITED BY SIZE
                           ' OPENED ' DELIMITED BY SIZE
                           OI-OPENED-DATE(OI-IDX) DELIMITED BY SIZE
                           ' - UNDER REVIEW' DELIMITED BY SIZE
                           INTO WS-STMT-LINE
                    END-STRING
                 ELSE
                    STRING 'INQUIRY ' DELIMITED BY SIZE
                           OI-INQ-ID(OI-IDX) DELIMITED BY SIZE
                           ' ORDER ' DELIMITED BY SIZE
                           OI-ORDER-ID(OI-IDX) DELIMITED BY SIZE
                           ' OPENED ' DELIMITED BY SIZE
                           OI-OPENED-DATE(OI-IDX) DELIMITED BY SIZE
                           ' - OPEN' DELIMITED BY SIZE
                           INTO WS-STMT-LINE
                    END-STRING
                 END-IF
                 MOVE WS-STMT-LINE TO STATEMENT-REC
                 PERFORM WRITE-STATEMENT-LINE
              END-IF
           END-PERFORM.

      **********************************************
      * CLOSES THE STATEMENT: RUN TOTALS, CLAWBACK COUNT, AND
      * THE YTD POSITION AFTER THE RUN WITH THE ANNUAL BONUS
      * TIER IT SITS IN (THE 250,000 / 500,000 TIERS SUB1JB22
      * APPLIES), THEN ANY INQUIRIES THE REP STILL HAS OPEN.
      **********************************************
       FINISH-STATEMENT.
           MOVE WS-EMP-COMMISSION TO WS-COMM-DISP.
              PERFORM WRITE-STATEMENT-LINE
           END-IF.

           IF WS-EMP-ADJUSTMENTS > 0
              MOVE WS-EMP-ADJUSTMENTS TO WS-CNT-DISP
              MOVE SPACES TO WS-STMT-LINE
              STRING 'INQUIRY ADJUSTMENTS THIS RUN: '
                         DELIMITED BY SIZE
                     FUNCTION TRIM(WS-CNT-DISP) DELIMITED BY SIZE
                     INTO WS-STMT-LINE
              END-STRING
              MOVE WS-STMT-LINE TO STATEMENT-REC
              PERFORM WRITE-STATEMENT-LINE
           END-IF.

           IF WS-EMP-SPIFF NOT = 0
              MOVE WS-EMP-SPIFF TO WS-COMM-DISP
              MOVE SPACES TO WS-STMT-LINE
              STRING 'SPIFF EARNINGS THIS RUN (INCLUDED ABOVE): '
                         DELIMITED BY SIZE
                     FUNCTION TRIM(WS-COMM-DISP) DELIMITED BY SIZE
                     INTO WS-STMT-LINE
              END-STRING
              MOVE WS-STMT-LINE TO STATEMENT-REC
              PERFORM WRITE-STATEMENT-LINE
           END-IF.

           EVALUATE TRUE
               WHEN WS-EMP-YTD-CLOSE >= 500000
                 MOVE 'TIER 2 (+2PCT)' TO WS-TIER-DESC
           MOVE WS-STMT-LINE TO STATEMENT-REC.
           PERFORM WRITE-STATEMENT-LINE.

           PERFORM WRITE-OPEN-INQUIRY-LINES.

           MOVE SPACES TO STATEMENT-REC.
           PERFORM WRITE-STATEMENT-LINE.

