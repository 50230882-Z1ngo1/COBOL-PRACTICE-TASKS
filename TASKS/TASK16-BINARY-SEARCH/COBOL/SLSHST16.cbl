      ******************************************************************
      * PARTS SALES HISTORY - NIGHTLY ACCUMULATION                     *
      *                                                                *
      * PURPOSE:                                                       *
      * THE INVOICE LINES PSTASK16 AND SHPINV16 WRITE (ILINDD) WERE    *
      * USED FOR RETURNS VALIDATION AND THEN THROWN AWAY, SO EVERY     *
      * MONTH-END SALES QUESTION WAS AN AD-HOC EXTRACT. THIS JOB       *
      * ACCUMULATES EACH NIGHT'S INVOICE LINES, AND THE CREDIT-MEMO    *
      * LINES RETURN16 WRITES (CLINDD), INTO A PARTS SALES HISTORY     *
      * KEPT BY PART, CUSTOMER AND MONTH. SLSANL16 REPORTS FROM IT.    *
      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   PER INVOICE LINE: QUANTITY SOLD, REVENUE (QTY x BILLED UNIT  *
      *     PRICE) AND COST (QTY x THE PART'S CURRENT AVERAGE COST)    *
      *     ARE ADDED TO THE PART/CUSTOMER/MONTH RECORD, STARTING ONE  *
      *     IF IT IS NEW. THE MONTH IS THE INVOICE DATE'S MONTH.       *
      *   PER CREDIT-MEMO LINE: QUANTITY RETURNED IS ADDED, AND THE    *
      *     CREDITED REVENUE AND COST ARE TAKEN OFF, IN THE MONTH OF   *
      *     THE MEMO.                                                  *
      *   A PART NO LONGER ON THE CATALOG IS ACCUMULATED AT ZERO COST  *
      *   AND COUNTED.                                                 *
      *   RERUN PROTECTION: THE HIGHEST INVOICE AND CREDIT MEMO        *
      *   NUMBERS POSTED ARE KEPT ON SLSCDD. A LINE AT OR BELOW THE    *
      *   MARK LEFT BY AN EARLIER RUN IS SKIPPED AS ALREADY POSTED,    *
      *   SO A RERUN, OR A GENERATION CONCATENATED TWICE, IS HARMLESS. *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/10/15                                               *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  PARTVDD (PARTS.CATALOG.VSAM) - PARTS CATALOG MASTER    *
      *         (KSDS, KEY PART-ID)                                    *
      * INPUT:  ILINDD (INVOICE.LINES) - INVOICE-LINE DETAIL FROM      *
      *         PSTASK16/SHPINV16 (PS, 80 B)                           *
      * INPUT:  CLINDD (CREDIT.LINES) - CREDIT-MEMO LINES FROM         *
      *         RETURN16 (PS, 80 B, OPTIONAL)                          *
      * I/O:    SLSHVDD (PARTS.SALES.HISTORY.VSAM) - SALES HISTORY BY  *
      *         PART/CUSTOMER/MONTH (KSDS)                             *
      * I/O:    SLSCDD (SALES.HISTORY.CONTROL) - LAST INVOICE AND      *
      *         CREDIT MEMO POSTED, SINGLE RECORD CARRIED ACROSS RUNS  *
      * OUTPUT: STATLOG (BATCH.STATLOG) - BATCH STATUS RECORD          *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLSHST16.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTS-CATALOG-FILE ASSIGN TO PARTVDD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS PART-ID
              FILE STATUS IS CATALOG-STATUS.

           SELECT INVOICE-LINE-FILE ASSIGN TO ILINDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS INVOICE-LINE-STATUS.

           SELECT CREDIT-LINE-FILE ASSIGN TO CLINDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS CREDIT-LINE-STATUS.

           SELECT SALES-HISTORY-FILE ASSIGN TO SLSHVDD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS SHS-KEY
              FILE STATUS IS SALES-HISTORY-STATUS.

           SELECT HISTORY-CONTROL-FILE ASSIGN TO SLSCDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS HISTORY-CONTROL-STATUS.

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

      * INVOICE-LINE DETAIL, SAME LAYOUT PSTASK16/SHPINV16 WRITE
       FD INVOICE-LINE-FILE RECORDING MODE IS F.
       01 INVOICE-LINE-REC.
          05 ILN-INVOICE-NUM PIC 9(7).
          05 FILLER PIC X(1).
          05 ILN-ORDER-NUM PIC 9(5).
          05 FILLER PIC X(1).
          05 ILN-CUST-ID PIC X(5).
          05 FILLER PIC X(1).
          05 ILN-PART-ID PIC 9(5).
          05 FILLER PIC X(1).
          05 ILN-QTY PIC 9(3).
          05 FILLER PIC X(1).
          05 ILN-UNIT-PRICE PIC 9(3)V99.
          05 FILLER PIC X(1).
          05 ILN-DATE PIC X(8).
          05 FILLER PIC X(36).

      * CREDIT-MEMO LINES, SAME LAYOUT RETURN16 WRITES
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

       FD SALES-HISTORY-FILE.
       01 SALES-HISTORY-REC.
           COPY SLSHIST.

       FD HISTORY-CONTROL-FILE RECORDING MODE IS F.
       01 HISTORY-CONTROL-REC.
          05 HCT-LAST-INVOICE-NUM PIC 9(7).
          05 FILLER PIC X(1).
          05 HCT-LAST-MEMO-NUM PIC 9(7).
          05 FILLER PIC X(1).
          05 HCT-LAST-RUN-DATE PIC X(8).
          05 FILLER PIC X(56).

       FD STATUS-LOG RECORDING MODE IS F.
       01 STATUS-LOG-REC.
           COPY BATSTAT.

       WORKING-STORAGE SECTION.

      * FILE STATUS VARIABLES
       01 FILE-STATUSES.
          05 CATALOG-STATUS PIC X(2).
          05 INVOICE-LINE-STATUS PIC X(2).
          05 CREDIT-LINE-STATUS PIC X(2).
          05 SALES-HISTORY-STATUS PIC X(2).
          05 HISTORY-CONTROL-STATUS PIC X(2).
          05 STATUS-LOG-STATUS PIC X(2).

      * CONTROL FLAGS
       01 WS-FLAGS.
          05 WS-FOUND PIC X(1) VALUE 'N'.
             88 FOUND VALUE 'Y'.
             88 NOT-FOUND VALUE 'N'.
          05 WS-ILN-EOF PIC X(1) VALUE 'N'.
             88 ILN-EOF VALUE 'Y'.
          05 WS-CLN-EOF PIC X(1) VALUE 'N'.
             88 CLN-EOF VALUE 'Y'.
          05 WS-CREDIT-LINES-PRESENT PIC X(1) VALUE 'N'.
             88 CREDIT-LINES-PRESENT VALUE 'Y'.

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

      * RUN DATE, STAMPED ON EACH HISTORY RECORD TOUCHED
       01 WS-RUN-DATE PIC X(8).

      * POSTING MARKS: WHAT EARLIER RUNS POSTED (FROM SLSCDD) AND
      * THE HIGHEST NUMBER SEEN THIS RUN (WRITTEN BACK AT THE END)
       01 WS-POSTED-INVOICE-NUM PIC 9(7) VALUE 0.
       01 WS-POSTED-MEMO-NUM PIC 9(7) VALUE 0.
       01 WS-HIGH-INVOICE-NUM PIC 9(7) VALUE 0.
       01 WS-HIGH-MEMO-NUM PIC 9(7) VALUE 0.

      * THE LINE BEING POSTED, FROM EITHER INPUT
       01 WS-POST-PART-ID PIC 9(5).
       01 WS-POST-CUST-ID PIC X(5).
       01 WS-POST-DATE PIC X(8).
       01 WS-POST-QTY PIC 9(3).
       01 WS-POST-UNIT-PRICE PIC 9(3)V99.
       01 WS-POST-REVENUE PIC 9(7)V99.
       01 WS-POST-COST PIC 9(7)V99.
       01 WS-POST-UNIT-COST PIC 9(3)V99.

      * STATISTICS COUNTERS
       01 WS-COUNTERS.
          05 INVOICE-LINES-READ PIC 9(7) VALUE 0.
          05 INVOICE-LINES-POSTED PIC 9(7) VALUE 0.
          05 CREDIT-LINES-READ PIC 9(7) VALUE 0.
          05 CREDIT-LINES-POSTED PIC 9(7) VALUE 0.
          05 LINES-ALREADY-POSTED PIC 9(7) VALUE 0.
          05 LINES-NO-CATALOG PIC 9(7) VALUE 0.
          05 HISTORY-ADDED PIC 9(7) VALUE 0.

      * DISPLAY-FORMATTED COUNTERS
       01 WS-DISP-COUNTERS.
          05 INVOICE-LINES-READ-DISP PIC Z(6)9.
          05 INVOICE-LINES-POSTED-DISP PIC Z(6)9.
          05 CREDIT-LINES-READ-DISP PIC Z(6)9.
          05 CREDIT-LINES-POSTED-DISP PIC Z(6)9.
          05 LINES-ALREADY-POSTED-DISP PIC Z(6)9.
          05 LINES-NO-CATALOG-DISP PIC Z(6)9.
          05 HISTORY-ADDED-DISP PIC Z(6)9.

      **********************************************
      * READS THE POSTING MARKS, OPENS FILES, POSTS THE INVOICE
      * LINES AND THEN THE CREDIT-MEMO LINES, CLOSES, WRITES THE
      * NEW MARKS AND BATCH STATUS AND DISPLAYS THE SUMMARY.
      **********************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM SET-BST-START-TS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM OPEN-STATUS-LOG.
           PERFORM READ-HISTORY-CONTROL.
           PERFORM OPEN-ALL-FILES.
           PERFORM POST-INVOICE-LINES.
           PERFORM POST-CREDIT-LINES.
           PERFORM CLOSE-ALL-FILES.
           PERFORM WRITE-HISTORY-CONTROL.
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
      * READS THE POSTING MARKS FROM SLSCDD. NO CONTROL FILE YET
      * MEANS NOTHING HAS BEEN POSTED - EVERY LINE IS NEW.
      **********************************************
       READ-HISTORY-CONTROL.
           OPEN INPUT HISTORY-CONTROL-FILE.
           IF HISTORY-CONTROL-STATUS = '05'
              OR HISTORY-CONTROL-STATUS = '35'
              DISPLAY 'NO SALES HISTORY CONTROL FILE - NOTHING POSTED '
                      'YET'
           ELSE
              IF HISTORY-CONTROL-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING SALES HISTORY CONTROL: '
                          HISTORY-CONTROL-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
              PERFORM UNTIL HISTORY-CONTROL-STATUS NOT = '00'
                 READ HISTORY-CONTROL-FILE
                 IF HISTORY-CONTROL-STATUS = '00'
                    MOVE HCT-LAST-INVOICE-NUM TO WS-POSTED-INVOICE-NUM
                    MOVE HCT-LAST-MEMO-NUM TO WS-POSTED-MEMO-NUM
                 END-IF
              END-PERFORM
              CLOSE HISTORY-CONTROL-FILE
           END-IF.
           MOVE WS-POSTED-INVOICE-NUM TO WS-HIGH-INVOICE-NUM.
           MOVE WS-POSTED-MEMO-NUM TO WS-HIGH-MEMO-NUM.

      **********************************************
      * REWRITES SLSCDD WITH THE HIGHEST INVOICE AND CREDIT MEMO
      * NUMBERS POSTED, AS A SINGLE RECORD VIA OPEN I-O/REWRITE
      * THE WAY THE INVOICE AND CREDIT MEMO SEQUENCES ARE KEPT.
      **********************************************
       WRITE-HISTORY-CONTROL.
           OPEN I-O HISTORY-CONTROL-FILE.
           IF HISTORY-CONTROL-STATUS = '05'
              OR HISTORY-CONTROL-STATUS = '35'
              OPEN OUTPUT HISTORY-CONTROL-FILE
           END-IF.
           IF HISTORY-CONTROL-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING SALES HISTORY CONTROL: '
                       HISTORY-CONTROL-STATUS
              PERFORM ABEND-WITH-STATUS
           ELSE
              READ HISTORY-CONTROL-FILE
              IF HISTORY-CONTROL-STATUS = '00'
                 MOVE WS-HIGH-INVOICE-NUM TO HCT-LAST-INVOICE-NUM
                 MOVE WS-HIGH-MEMO-NUM TO HCT-LAST-MEMO-NUM
                 MOVE WS-RUN-DATE TO HCT-LAST-RUN-DATE
                 REWRITE HISTORY-CONTROL-REC
              ELSE
                 MOVE SPACES TO HISTORY-CONTROL-REC
                 MOVE WS-HIGH-INVOICE-NUM TO HCT-LAST-INVOICE-NUM
                 MOVE WS-HIGH-MEMO-NUM TO HCT-LAST-MEMO-NUM
                 MOVE WS-RUN-DATE TO HCT-LAST-RUN-DATE
                 WRITE HISTORY-CONTROL-REC
              END-IF
              IF HISTORY-CONTROL-STATUS NOT = '00'
                 DISPLAY 'ERROR WRITING SALES HISTORY CONTROL: '
                          HISTORY-CONTROL-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
              CLOSE HISTORY-CONTROL-FILE
           END-IF.

      **********************************************
      * OPEN ALL FILES AND CHECK STATUS. NO CREDIT-LINE FILE
      * (05/35) JUST MEANS NO RETURNS WERE CREDITED.
      **********************************************
       OPEN-ALL-FILES.
           OPEN INPUT PARTS-CATALOG-FILE.
           IF CATALOG-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING PARTS CATALOG MASTER: '
                       CATALOG-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN INPUT INVOICE-LINE-FILE.
           IF INVOICE-LINE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING INVOICE LINE FILE: '
                       INVOICE-LINE-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN INPUT CREDIT-LINE-FILE.
           IF CREDIT-LINE-STATUS = '05' OR CREDIT-LINE-STATUS = '35'
              DISPLAY 'NO CREDIT LINE FILE - NO RETURNS TO POST'
           ELSE
              IF CREDIT-LINE-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING CREDIT LINE FILE: '
                          CREDIT-LINE-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
              SET CREDIT-LINES-PRESENT TO TRUE
           END-IF.

           OPEN I-O SALES-HISTORY-FILE.
           IF SALES-HISTORY-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING SALES HISTORY: '
                       SALES-HISTORY-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * READS THE INVOICE LINES AND POSTS EACH ONE NOT ALREADY
      * POSTED BY AN EARLIER RUN.
      **********************************************
       POST-INVOICE-LINES.
           PERFORM UNTIL ILN-EOF
              READ INVOICE-LINE-FILE
                AT END
                   SET ILN-EOF TO TRUE
                NOT AT END
                   IF INVOICE-LINE-STATUS = '00'
                      ADD 1 TO INVOICE-LINES-READ
                      PERFORM POST-ONE-INVOICE-LINE
                   ELSE
                      DISPLAY 'ERROR READING INVOICE LINE FILE: '
                               INVOICE-LINE-STATUS
                      PERFORM ABEND-WITH-STATUS
                   END-IF
              END-READ
           END-PERFORM.

      **********************************************
      * ONE INVOICE LINE: SKIPPED IF AT OR BELOW THE POSTING MARK,
      * ELSE COSTED AND ADDED TO THE HISTORY AS A SALE.
      **********************************************
       POST-ONE-INVOICE-LINE.
           IF ILN-INVOICE-NUM NOT > WS-POSTED-INVOICE-NUM
              ADD 1 TO LINES-ALREADY-POSTED
           ELSE
              IF ILN-INVOICE-NUM > WS-HIGH-INVOICE-NUM
                 MOVE ILN-INVOICE-NUM TO WS-HIGH-INVOICE-NUM
              END-IF
              MOVE ILN-PART-ID TO WS-POST-PART-ID
              MOVE ILN-CUST-ID TO WS-POST-CUST-ID
              MOVE ILN-DATE TO WS-POST-DATE
              MOVE ILN-QTY TO WS-POST-QTY
              MOVE ILN-UNIT-PRICE TO WS-POST-UNIT-PRICE
              PERFORM COST-POSTED-LINE
              PERFORM READ-HISTORY-RECORD
              ADD WS-POST-QTY TO SHS-QTY-SOLD
              ADD WS-POST-REVENUE TO SHS-REVENUE
              ADD WS-POST-COST TO SHS-COST
              PERFORM SAVE-HISTORY-RECORD
              ADD 1 TO INVOICE-LINES-POSTED
           END-IF.

      **********************************************
      * READS THE CREDIT-MEMO LINES, IF ANY, AND POSTS EACH ONE
      * NOT ALREADY POSTED BY AN EARLIER RUN.
      **********************************************
       POST-CREDIT-LINES.
           IF CREDIT-LINES-PRESENT
              PERFORM UNTIL CLN-EOF
                 READ CREDIT-LINE-FILE
                   AT END
                      SET CLN-EOF TO TRUE
                   NOT AT END
                      IF CREDIT-LINE-STATUS = '00'
                         ADD 1 TO CREDIT-LINES-READ
                         PERFORM POST-ONE-CREDIT-LINE
                      ELSE
                         DISPLAY 'ERROR READING CREDIT LINE FILE: '
                                  CREDIT-LINE-STATUS
                         PERFORM ABEND-WITH-STATUS
                      END-IF
                 END-READ
              END-PERFORM
           END-IF.

      **********************************************
      * ONE CREDIT-MEMO LINE: SKIPPED IF AT OR BELOW THE POSTING
      * MARK, ELSE COSTED AND TAKEN OFF THE HISTORY AS A RETURN.
      **********************************************
       POST-ONE-CREDIT-LINE.
           IF CLN-MEMO-NUM NOT > WS-POSTED-MEMO-NUM
              ADD 1 TO LINES-ALREADY-POSTED
           ELSE
              IF CLN-MEMO-NUM > WS-HIGH-MEMO-NUM
                 MOVE CLN-MEMO-NUM TO WS-HIGH-MEMO-NUM
              END-IF
              MOVE CLN-PART-ID TO WS-POST-PART-ID
              MOVE CLN-CUST-ID TO WS-POST-CUST-ID
              MOVE CLN-DATE TO WS-POST-DATE
              MOVE CLN-QTY TO WS-POST-QTY
              MOVE CLN-UNIT-PRICE TO WS-POST-UNIT-PRICE
              PERFORM COST-POSTED-LINE
              PERFORM READ-HISTORY-RECORD
              ADD WS-POST-QTY TO SHS-QTY-RETURNED
              SUBTRACT WS-POST-REVENUE FROM SHS-REVENUE
              SUBTRACT WS-POST-COST FROM SHS-COST
              PERFORM SAVE-HISTORY-RECORD
              ADD 1 TO CREDIT-LINES-POSTED
           END-IF.

      **********************************************
      * VALUES THE LINE BEING POSTED: REVENUE AT THE BILLED UNIT
      * PRICE, COST AT THE PART'S CURRENT AVERAGE COST (ZERO, AND
      * COUNTED, WHEN THE PART IS NO LONGER ON THE CATALOG).
      **********************************************
       COST-POSTED-LINE.
           MOVE 0 TO WS-POST-UNIT-COST.
           MOVE WS-POST-PART-ID TO PART-ID.
           READ PARTS-CATALOG-FILE
           EVALUATE CATALOG-STATUS
               WHEN '00'
                 MOVE PART-UNIT-COST TO WS-POST-UNIT-COST
               WHEN '23'
                 ADD 1 TO LINES-NO-CATALOG
               WHEN OTHER
                 DISPLAY 'ERROR READING PARTS CATALOG MASTER: '
                          CATALOG-STATUS
                 DISPLAY 'PART ID: ' WS-POST-PART-ID
                 PERFORM ABEND-WITH-STATUS
           END-EVALUATE.
           COMPUTE WS-POST-REVENUE ROUNDED =
                   WS-POST-QTY * WS-POST-UNIT-PRICE.
           COMPUTE WS-POST-COST ROUNDED =
                   WS-POST-QTY * WS-POST-UNIT-COST.

      **********************************************
      * RANDOM READ OF THE PART/CUSTOMER/MONTH HISTORY RECORD FOR
      * THE LINE BEING POSTED. A NEW KEY STARTS FROM ZERO (FOUND
      * STAYS OFF SO SAVE-HISTORY-RECORD WRITES IT).
      **********************************************
       READ-HISTORY-RECORD.
           SET NOT-FOUND TO TRUE.
           MOVE WS-POST-PART-ID TO SHS-PART-ID.
           MOVE WS-POST-CUST-ID TO SHS-CUST-ID.
           MOVE WS-POST-DATE(1:6) TO SHS-MONTH.
           READ SALES-HISTORY-FILE
           EVALUATE SALES-HISTORY-STATUS
               WHEN '00'
                 SET FOUND TO TRUE
               WHEN '23'
                 MOVE SPACES TO SALES-HISTORY-REC
                 MOVE WS-POST-PART-ID TO SHS-PART-ID
                 MOVE WS-POST-CUST-ID TO SHS-CUST-ID
                 MOVE WS-POST-DATE(1:6) TO SHS-MONTH
                 MOVE 0 TO SHS-QTY-SOLD
                 MOVE 0 TO SHS-QTY-RETURNED
                 MOVE 0 TO SHS-REVENUE
                 MOVE 0 TO SHS-COST
               WHEN OTHER
                 DISPLAY 'ERROR READING SALES HISTORY: '
                          SALES-HISTORY-STATUS
                 DISPLAY 'PART ID: ' WS-POST-PART-ID ' CUSTOMER: '
                          WS-POST-CUST-ID ' DATE: ' WS-POST-DATE
                 PERFORM ABEND-WITH-STATUS
           END-EVALUATE.

      **********************************************
      * REWRITES THE HISTORY RECORD JUST UPDATED, OR WRITES IT
      * WHEN IT IS NEW.
      **********************************************
       SAVE-HISTORY-RECORD.
           MOVE WS-RUN-DATE TO SHS-LAST-UPDATE.
           IF FOUND
              REWRITE SALES-HISTORY-REC
           ELSE
              WRITE SALES-HISTORY-REC
              ADD 1 TO HISTORY-ADDED
           END-IF.
           IF SALES-HISTORY-STATUS NOT = '00'
              DISPLAY 'ERROR UPDATING SALES HISTORY: '
                       SALES-HISTORY-STATUS
              DISPLAY 'PART ID: ' SHS-PART-ID ' CUSTOMER: '
                       SHS-CUST-ID ' MONTH: ' SHS-MONTH
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * CLOSE ALL FILES AND CHECK STATUS
      **********************************************
       CLOSE-ALL-FILES.
           CLOSE PARTS-CATALOG-FILE.
           IF CATALOG-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING PARTS CATALOG MASTER: '
                       CATALOG-STATUS
           END-IF.

           CLOSE INVOICE-LINE-FILE.
           IF INVOICE-LINE-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING INVOICE LINE FILE: '
                       INVOICE-LINE-STATUS
           END-IF.

           IF CREDIT-LINES-PRESENT
              CLOSE CREDIT-LINE-FILE
              IF CREDIT-LINE-STATUS NOT = '00'
                 DISPLAY 'WARNING: ERROR CLOSING CREDIT LINE FILE: '
                          CREDIT-LINE-STATUS
              END-IF
           END-IF.

           CLOSE SALES-HISTORY-FILE.
           IF SALES-HISTORY-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING SALES HISTORY: '
                       SALES-HISTORY-STATUS
           END-IF.

      **********************************************
      * APPENDS ONE RECORD TO THE CONSOLIDATED END-OF-NIGHT BATCH
      * STATUS LOG AND CLOSES IT. STATUS-LOG ITSELF WAS ALREADY
      * OPENED BY OPEN-STATUS-LOG, FIRST THING IN MAIN-LOGIC.
      **********************************************
       WRITE-BATCH-STATUS.
           MOVE SPACES TO STATUS-LOG-REC.
           MOVE 'SLSHST16' TO BST-PROGRAM-ID.
           PERFORM GET-BST-TIMESTAMP.
           MOVE WS-BST-START-TS TO BST-START-TS.
           MOVE WS-BST-TS-BUILT TO BST-END-TS.
           COMPUTE BST-RECORDS-IN =
                   INVOICE-LINES-READ + CREDIT-LINES-READ.
           COMPUTE BST-RECORDS-OUT =
                   INVOICE-LINES-POSTED + CREDIT-LINES-POSTED.
           MOVE LINES-ALREADY-POSTED TO BST-RECORDS-REJECTED.
           IF ABEND-IN-PROGRESS
              MOVE 'FAILED' TO BST-STATUS
              MOVE 'JOB ABENDED - SEE SYSOUT FOR DETAIL' TO BST-MESSAGE
           ELSE
              IF LINES-NO-CATALOG > 0
                 MOVE 'WARNING' TO BST-STATUS
                 MOVE 'SOME PARTS OFF CATALOG - ZERO COST' TO
                      BST-MESSAGE
              ELSE
                 MOVE 'COMPLETE' TO BST-STATUS
                 MOVE 'SALES HISTORY POSTED' TO BST-MESSAGE
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
           MOVE INVOICE-LINES-READ TO INVOICE-LINES-READ-DISP.
           MOVE INVOICE-LINES-POSTED TO INVOICE-LINES-POSTED-DISP.
           MOVE CREDIT-LINES-READ TO CREDIT-LINES-READ-DISP.
           MOVE CREDIT-LINES-POSTED TO CREDIT-LINES-POSTED-DISP.
           MOVE LINES-ALREADY-POSTED TO LINES-ALREADY-POSTED-DISP.
           MOVE LINES-NO-CATALOG TO LINES-NO-CATALOG-DISP.
           MOVE HISTORY-ADDED TO HISTORY-ADDED-DISP.

           DISPLAY '========================================'.
           DISPLAY 'PARTS SALES HISTORY SUMMARY'.
           DISPLAY '========================================'.
           DISPLAY 'INVOICE LINES READ:   ' INVOICE-LINES-READ-DISP.
           DISPLAY 'INVOICE LINES POSTED: ' INVOICE-LINES-POSTED-DISP.
           DISPLAY 'CREDIT LINES READ:    ' CREDIT-LINES-READ-DISP.
           DISPLAY 'CREDIT LINES POSTED:  ' CREDIT-LINES-POSTED-DISP.
           DISPLAY 'ALREADY POSTED:       ' LINES-ALREADY-POSTED-DISP.
           DISPLAY 'OFF CATALOG (NO COST):' LINES-NO-CATALOG-DISP.
           DISPLAY 'NEW HISTORY RECORDS:  ' HISTORY-ADDED-DISP.
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
