      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/08/22                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/10/15 - THE RUN DATE IS NOW THE CYCLE DATE FROM CYCDAT40, *
      *              AND THE ROLLOVER IS GATED THROUGH PERGTE40: IT IS *
      *              REFUSED WITH RC 8, BEFORE ANY OUTPUT IS OPENED,   *
      *              UNLESS THE CYCLE DATE IS THE YEAR-END OF THE      *
      *              CLOSING YEAR ON THE BUSINESS CALENDAR AND THAT    *
      *              YEAR IS NOT ALREADY ON THE PERIOD CLOSE LOG       *
      *              (PCLSDD). A CLEAN RUN RECORDS THE CLOSE.          *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  YTDDD (YTD.COMMISSION) - CLOSING YTD STORE             *
      * INPUT:  CYCLDD/CALDD - CYCLE DATE AND BUSINESS CALENDAR,       *
      *         READ BY CYCDAT40                                       *
      * I/O:    PCLSDD (PERIOD.CLOSE.LOG) - PERIOD CLOSE LOG, READ     *
      *         AND WRITTEN BY PERGTE40                                *
      * OUTPUT: ARCHDD (YTD.PRIOR.YEAR) - ARCHIVED CLOSING STORE       *
      * OUTPUT: ANNSDD (ANNUAL.EARNINGS) - PER-EMPLOYEE SUMMARY        *
      * OUTPUT: NEWYDD (YTD.COMMISSION.NEW) - RESET NEW-YEAR STORE     *
       01 WS-CLOSING-YEAR PIC 9(4) VALUE 0.
       01 WS-NEW-YEAR PIC 9(4).

      * CYCLE DATE AND PERIOD-END GATE (CYCDAT40 / PERGTE40)
       COPY CYCDATE.
       COPY PERGATE.

      * ANNUAL SUMMARY LINE BUILD FIELDS
       01 WS-SUMMARY-LINE PIC X(80).
       01 WS-AMOUNT-DISP PIC -Z(7)9.99.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM SET-BST-START-TS.
           MOVE 'YTDROL22' TO CD-JOB-NAME.
           CALL 'CYCDAT40' USING WS-CYCDATE-REQUEST END-CALL.
           MOVE CD-CYCLE-DATE TO WS-RUN-DATE.
           PERFORM OPEN-STATUS-LOG.
           PERFORM READ-CLOSING-SENTINEL.
           PERFORM CHECK-PERIOD-GATE.
           PERFORM OPEN-ALL-FILES.
           PERFORM WRITE-NEW-YEAR-SENTINEL.
           PERFORM ROLL-YTD-STORE.
           PERFORM CLOSE-ALL-FILES.
           PERFORM RECORD-PERIOD-CLOSE.
           PERFORM WRITE-BATCH-STATUS.
           DISPLAY 'YTD ROLLOVER COMPLETE.'.
           DISPLAY 'CLOSING YEAR:      ' WS-CLOSING-YEAR.
      **********************************************
      * PRE-SCANS THE CLOSING STORE FOR ITS '*YEAR' SENTINEL,
      * WHICH IS WHAT FIXES THE CLOSING YEAR - NOT THE RUN DATE.
      * A YEAR-END ROLLOVER CAN BE SUBMITTED IN EARLY JANUARY, WHEN
      * THE CLOCK YEAR IS ALREADY CLOSING YEAR + 1, AND DERIVING
      * THE NEW SENTINEL FROM THE CLOCK WOULD STAMP THE NEW
      * STORE CLOSING YEAR + 2 AND DISARM JOBSUB22'S SALE-YEAR
      * GUARD FOR THE WHOLE NEW YEAR. A STORE WITH NO SENTINEL
      * (NEVER ROLLED BEFORE) ADOPTS THE RUN YEAR AS ITS CLOSING
           END-IF.
           COMPUTE WS-NEW-YEAR = WS-CLOSING-YEAR + 1.

      **********************************************
      * THE ROLLOVER CLOSES THE YEAR: THE CYCLE DATE MUST BE THE
      * YEAR-END OF THE CLOSING YEAR, AND THAT YEAR MUST NOT
      * ALREADY HAVE BEEN ROLLED. ANYTHING ELSE STOPS THE RUN WITH
      * RC 8 BEFORE AN OUTPUT IS OPENED. A YEAR IS IDENTIFIED ON
      * THE CLOSE LOG BY ITS DECEMBER (YYYY12).
      **********************************************
       CHECK-PERIOD-GATE.
           SET PG-CHECK-PERIOD TO TRUE.
           MOVE 'YTDROL22' TO PG-JOB-NAME.
           SET PG-YEARLY TO TRUE.
           STRING WS-CLOSING-YEAR '12' DELIMITED BY SIZE
                  INTO PG-PERIOD-ID
           END-STRING.
           CALL 'PERGTE40' USING WS-CYCDATE-REQUEST
                                 WS-PERGATE-REQUEST
           END-CALL.
           IF NOT PG-RUN-OK
              DISPLAY 'RUN REFUSED: ' PG-MESSAGE
              MOVE 8 TO RETURN-CODE
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * RECORDS THE YEAR AS CLOSED SO A SECOND ROLLOVER OF IT IS
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
      * THE NEW STORE'S '*YEAR' SENTINEL IS WRITTEN FIRST, FOR
      * THE CLOSING YEAR + 1 ESTABLISHED BY THE PRE-SCAN.
