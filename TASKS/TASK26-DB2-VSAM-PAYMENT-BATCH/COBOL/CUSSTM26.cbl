      *     BALANCE, AND THE PROOF: OPENING + EVERYTHING THROUGH       *
      *     TODAY MUST EQUAL THE LIVE CUST_BALANCE OR THE STATEMENT    *
      *     (AND THE RUN) IS FLAGGED.                                  *
      *   A CUSTOMER WITH AN ACTIVE RETURNED-MAIL FLAG ('P' ENTRY ON   *
      *   THE MAIL SUPPRESSION FILE, WRITTEN BY RTMINT39) STILL GETS   *
      *   A STATEMENT, BUT IT GOES TO THE HELD FILE INSTEAD OF THE     *
      *   PRINT FILE AND THE CUSTOMER IS LISTED ON THE SUPPRESSION     *
      *   REPORT.                                                      *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/09/02                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/10/15 - THE RUN NOW CLOSES ITS MONTH THROUGH PERGTE40:    *
      *              THE CYCLE DATE MUST BE THE MONTH-END OF THE       *
      *              PERIOD ON THE SYSIN CARD ON THE BUSINESS          *
      *              CALENDAR, AND THE MONTH MUST NOT ALREADY BE ON    *
      *              THE PERIOD CLOSE LOG (PCLSDD). OTHERWISE THE RUN  *
      *              IS REFUSED WITH RC 8 BEFORE ANY FILE IS OPENED. A *
      *              CLEAN RUN RECORDS THE CLOSE.                      *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  SETSDD (SETTLEMENT.SORTED) - 'D' MOVEMENTS, SORTED     *
      *         BY CUSTOMER AND POST DATE                              *
      * INPUT:  SYSIN - 'PERIOD=YYYYMM' STATEMENT MONTH CARD           *
      * INPUT:  CYCLDD/CALDD - CYCLE DATE AND BUSINESS CALENDAR,       *
      *         READ BY CYCDAT40                                       *
      * I/O:    PCLSDD (PERIOD.CLOSE.LOG) - PERIOD CLOSE LOG, READ     *
      *         AND WRITTEN BY PERGTE40                                *
      * INPUT:  MSUPDD (MAIL.SUPPRESS) - MAIL SUPPRESSION FILE (KSDS,  *
      *         OPTIONAL)                                              *
      * OUTPUT: STMTDD (CUST.PAY.STATEMENTS) - STATEMENT PRINT FILE    *
      * OUTPUT: HELDDD (CUST.PAY.STATEMENTS.HELD) - STATEMENTS HELD    *
      *         BACK FOR A BAD ADDRESS                                 *
      * OUTPUT: SUPRDD (CUST.PAY.STATEMENTS.SUPPRESSED) - SUPPRESSION  *
      *         REPORT                                                 *
      * OUTPUT: STATLOG - SHARED STATUS LOG                            *
      * DB2 TABLE: TB_CUSTOMER_BALANCE (READ ONLY)                     *
      ******************************************************************
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS STATEMENT-STATUS.

           SELECT MAIL-SUPPRESS-FILE ASSIGN TO MSUPDD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS MSP-KEY
              FILE STATUS IS MAIL-SUPPRESS-STATUS.

           SELECT HELD-STATEMENT-FILE ASSIGN TO HELDDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS HELD-STATEMENT-STATUS.

           SELECT SUPPRESS-REPORT-FILE ASSIGN TO SUPRDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS SUPPRESS-REPORT-STATUS.

           SELECT SYSIN-FILE ASSIGN TO SYSIN
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS SYSIN-STATUS.
       FD STATEMENT-FILE RECORDING MODE IS F.
       01 STATEMENT-REC PIC X(80).

       FD MAIL-SUPPRESS-FILE.
       01 MAIL-SUPPRESS-REC.
           COPY MAILSUP.

      * STATEMENTS HELD BACK FROM THE MAIL FOR A BAD ADDRESS, IN
      * THE SAME PRINT FORMAT AS STMTDD.
       FD HELD-STATEMENT-FILE RECORDING MODE IS F.
       01 HELD-STATEMENT-REC PIC X(80).

      * ONE LINE PER STATEMENT HELD BACK.
       FD SUPPRESS-REPORT-FILE RECORDING MODE IS F.
       01 SUPPRESS-REPORT-REC.
          05 SPR-JOB-NAME PIC X(8).
          05 FILLER PIC X(1).
          05 SPR-ID-TYPE PIC X(1).
          05 FILLER PIC X(1).
          05 SPR-ID PIC X(16).
          05 FILLER PIC X(1).
          05 SPR-SPINE-ID PIC X(5).
          05 FILLER PIC X(1).
          05 SPR-FLAG-DATE PIC X(8).
          05 FILLER PIC X(1).
          05 SPR-RETURN-COUNT PIC 9(3).
          05 FILLER PIC X(1).
          05 SPR-NAME PIC X(25).
          05 FILLER PIC X(8).

       FD SYSIN-FILE RECORDING MODE IS F.
       01 SYSIN-REC PIC X(80).

       01 WS-FILE-STATUSES.
          05 SETTLE-SORTED-STATUS PIC X(2).
          05 STATEMENT-STATUS PIC X(2).
          05 MAIL-SUPPRESS-STATUS PIC X(2).
          05 HELD-STATEMENT-STATUS PIC X(2).
          05 SUPPRESS-REPORT-STATUS PIC X(2).
          05 SYSIN-STATUS PIC X(2).
          05 STATUS-LOG-STATUS PIC X(2).

          05 WS-PROOF-FLAG PIC X(1) VALUE 'Y'.
             88 ALL-PROOFS-MET VALUE 'Y'.
             88 PROOF-MISMATCH VALUE 'N'.
          05 WS-MSUP-FLAG PIC X(1) VALUE 'N'.
             88 MSUP-AVAILABLE VALUE 'Y'.
          05 WS-HELD-FLAG PIC X(1) VALUE 'N'.
             88 STATEMENT-HELD VALUE 'Y'.

      * SET JUST BEFORE A FATAL ERROR PATH WRITES ITS STATLOG RECORD
      * AND STOPS, SO WRITE-BATCH-STATUS REPORTS 'FAILED'.
      * STATEMENT PERIOD FROM THE 'PERIOD=YYYYMM' SYSIN CARD
       01 WS-STMT-PERIOD PIC X(6) VALUE SPACES.

      * CYCLE DATE AND PERIOD-END GATE (CYCDAT40 / PERGTE40)
       COPY CYCDATE.
       COPY PERGATE.

      * THE CURRENT MOVEMENT'S YYYYMM, FOR THE PERIOD COMPARE
       01 WS-MOVE-YYYYMM PIC X(6).

          05 MOVEMENTS-READ PIC 9(7) VALUE 0.
          05 STATEMENTS-WRITTEN PIC 9(5) VALUE 0.
          05 PROOFS-FAILED PIC 9(5) VALUE 0.
          05 STATEMENTS-HELD PIC 9(5) VALUE 0.

      **********************************************
      * READS THE PERIOD CARD, RUNS THE CONTROL-BREAK PASS OVER
           PERFORM SET-BST-START-TS.
           PERFORM OPEN-STATUS-LOG.
           PERFORM READ-PERIOD-PARM.
           PERFORM CHECK-PERIOD-GATE.
           PERFORM OPEN-ALL-FILES.
           PERFORM PROCESS-MOVEMENTS.
           PERFORM CLOSE-ALL-FILES.
           PERFORM RECORD-PERIOD-CLOSE.
           PERFORM WRITE-BATCH-STATUS.
           DISPLAY 'CUSTOMER PAYMENT STATEMENTS COMPLETE.'.
           DISPLAY 'MOVEMENTS READ:     ' MOVEMENTS-READ.
           DISPLAY 'STATEMENTS WRITTEN: ' STATEMENTS-WRITTEN.
           DISPLAY 'PROOFS FAILED:      ' PROOFS-FAILED.
           DISPLAY 'HELD - BAD ADDRESS: ' STATEMENTS-HELD.
           STOP RUN.

      **********************************************
           END-IF.
           DISPLAY 'STATEMENT PERIOD: ' WS-STMT-PERIOD.

      **********************************************
      * A STATEMENT RUN CLOSES ITS MONTH: THE CYCLE DATE MUST BE
      * THE MONTH-END OF THE PERIOD ON THE SYSIN CARD, AND THE
      * MONTH MUST NOT ALREADY HAVE BEEN CLOSED. ANYTHING ELSE
      * STOPS THE RUN WITH RC 8 BEFORE A FILE IS OPENED.
      **********************************************
       CHECK-PERIOD-GATE.
           MOVE 'CUSSTM26' TO CD-JOB-NAME.
           CALL 'CYCDAT40' USING WS-CYCDATE-REQUEST END-CALL.
           SET PG-CHECK-PERIOD TO TRUE.
           MOVE 'CUSSTM26' TO PG-JOB-NAME.
           SET PG-MONTHLY TO TRUE.
           MOVE WS-STMT-PERIOD TO PG-PERIOD-ID.
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
      * OPEN THE MOVEMENT AND STATEMENT FILES.
      **********************************************
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN INPUT MAIL-SUPPRESS-FILE.
           IF MAIL-SUPPRESS-STATUS = '05'
              OR MAIL-SUPPRESS-STATUS = '35'
              DISPLAY 'NO MAIL SUPPRESSION FILE - NOTHING HELD BACK'
           ELSE
              IF MAIL-SUPPRESS-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING MAIL SUPPRESSION FILE: '
                          MAIL-SUPPRESS-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
              SET MSUP-AVAILABLE TO TRUE
           END-IF.

           OPEN OUTPUT HELD-STATEMENT-FILE.
           IF HELD-STATEMENT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING HELD STATEMENT FILE: '
                       HELD-STATEMENT-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN OUTPUT SUPPRESS-REPORT-FILE.
           IF SUPPRESS-REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING SUPPRESSION REPORT: '
                       SUPPRESS-REPORT-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * CONTROL-BREAK PASS OVER THE SORTED MOVEMENTS. A CHANGE OF
      * CUSTOMER CLOSES THE STATEMENT IN PROGRESS AND STARTS THE
           MOVE 0 TO WS-PROOF-BAL.
           MOVE 0 TO WS-PERIOD-COUNT.
           SET STATEMENT-IN-PROGRESS TO TRUE.
           PERFORM CHECK-MAIL-SUPPRESSION.

           MOVE '----------------------------------------'
                TO STATEMENT-REC.
           MOVE WS-STMT-LINE TO STATEMENT-REC.
           PERFORM WRITE-STATEMENT-LINE.

      **********************************************
      * HOLDS THE STATEMENT BACK FROM THE MAIL WHEN THE CUSTOMER
      * HAS AN ACTIVE RETURNED-MAIL FLAG UNDER ITS PAYMENTS ID
      * ('P'), AND LISTS IT ON THE SUPPRESSION REPORT. WITH NO
      * SUPPRESSION FILE NOTHING IS HELD.
      **********************************************
       CHECK-MAIL-SUPPRESSION.
           MOVE 'N' TO WS-HELD-FLAG.
           IF MSUP-AVAILABLE
              MOVE 'P' TO MSP-ID-TYPE
              MOVE WS-CURRENT-CUST TO MSP-ID
              READ MAIL-SUPPRESS-FILE
              EVALUATE MAIL-SUPPRESS-STATUS
                  WHEN '00'
                    IF MSP-ACTIVE
                       SET STATEMENT-HELD TO TRUE
                    END-IF
                  WHEN '23'
                    CONTINUE
                  WHEN OTHER
                    DISPLAY 'ERROR READING MAIL SUPPRESSION FILE: '
                             MAIL-SUPPRESS-STATUS
                    DISPLAY 'CUSTOMER ID: ' WS-CURRENT-CUST
                    PERFORM ABEND-WITH-STATUS
              END-EVALUATE
           END-IF.
           IF STATEMENT-HELD
              MOVE SPACES TO SUPPRESS-REPORT-REC
              MOVE 'CUSSTM26' TO SPR-JOB-NAME
              MOVE MSP-ID-TYPE TO SPR-ID-TYPE
              MOVE MSP-ID TO SPR-ID
              MOVE MSP-SPINE-ID TO SPR-SPINE-ID
              MOVE MSP-FLAG-DATE TO SPR-FLAG-DATE
              MOVE MSP-RETURN-COUNT TO SPR-RETURN-COUNT
              WRITE SUPPRESS-REPORT-REC
              IF SUPPRESS-REPORT-STATUS NOT = '00'
                 DISPLAY 'ERROR WRITING SUPPRESSION REPORT: '
                          SUPPRESS-REPORT-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
              ADD 1 TO STATEMENTS-HELD
           END-IF.

      **********************************************
      * ROUTES ONE MOVEMENT: PRE-PERIOD INTO THE OPENING BALANCE,
      * IN-PERIOD ONTO THE STATEMENT, EVERYTHING (INCLUDING

           ADD 1 TO STATEMENTS-WRITTEN.
           MOVE 'N' TO WS-STMT-OPEN-FLAG.
           MOVE 'N' TO WS-HELD-FLAG.

      **********************************************
      * FETCHES THE CUSTOMER'S LIVE BALANCE FOR THE PROOF.
           END-EVALUATE.

      **********************************************
      * WRITES WHATEVER LINE IS CURRENTLY IN STATEMENT-REC - TO
      * THE HELD FILE INSTEAD WHILE THE STATEMENT IS HELD BACK.
      **********************************************
       WRITE-STATEMENT-LINE.
           IF STATEMENT-HELD
              WRITE HELD-STATEMENT-REC FROM STATEMENT-REC
              IF HELD-STATEMENT-STATUS NOT = '00'
                 DISPLAY 'ERROR WRITING HELD STATEMENT FILE: '
                          HELD-STATEMENT-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
           ELSE
              WRITE STATEMENT-REC
              IF STATEMENT-STATUS NOT = '00'
                 DISPLAY 'ERROR WRITING STATEMENT FILE: '
                          STATEMENT-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
           END-IF.
           MOVE SPACES TO STATEMENT-REC.

                       STATEMENT-STATUS
           END-IF.

           IF MSUP-AVAILABLE
              CLOSE MAIL-SUPPRESS-FILE
           END-IF.

           CLOSE HELD-STATEMENT-FILE.
           IF HELD-STATEMENT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING HELD STATEMENT FILE: '
                       HELD-STATEMENT-STATUS
           END-IF.

           CLOSE SUPPRESS-REPORT-FILE.
           IF SUPPRESS-REPORT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING SUPPRESSION REPORT: '
                       SUPPRESS-REPORT-STATUS
           END-IF.

      **********************************************
      * APPENDS ONE RECORD TO THE CONSOLIDATED END-OF-NIGHT BATCH
      * STATUS LOG AND CLOSES IT. STATUS-LOG ITSELF WAS ALREADY
