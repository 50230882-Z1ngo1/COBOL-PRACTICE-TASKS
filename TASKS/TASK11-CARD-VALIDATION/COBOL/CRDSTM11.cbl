      *     POST DATE AFTER THE PERIOD  -> IGNORED (COUNTED).          *
      *   PHASE 3 - AT EACH CARD BREAK, WRITE THE STATEMENT: HEADER    *
      *     WITH OWNER NAME FROM THE MASTER, OPENING POSITION PER      *
      *     CURRENCY, DETAIL, AND CLOSING TOTALS PER CURRENCY, THEN    *
      *     THE CARD'S REWARDS POINTS SUMMARY FROM THE POINTS LEDGER   *
      *     (PTSDD, SORTED THE SAME WAY AND MATCHED BY CARD NUMBER).   *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/08/22                                               *
      *              CLOSING BALANCE DUE PER CURRENCY, WITH A         *
      *              MINIMUM-PAYMENT LINE. THE STATEMENT IS A REAL    *
      *              STATEMENT NOW, NOT AN ACTIVITY LISTING.          *
      * 2026/10/15 - DISPUTE CREDITS (HIST-REC-TYPE 'C', POSTED BY     *
      *              DSPUTE11) ARE NOW SHOWN AS CREDITS AND NETTED     *
      *              INTO THE BALANCE DUE, AND THE STATEMENT SHOWS THE *
      *              CARD'S CREDIT LINE AND AVAILABLE CREDIT IN THE    *
      *              CARD'S OWN CURRENCY.                              *
      * 2026/10/15 - EVERY STATEMENT NOW CARRIES A PAYMENT DUE DATE    *
      *              (WS-PAY-DUE-DAYS AFTER PERIOD END) UNDER THE      *
      *              BALANCE DUE LINE, AND A SUMMARY RECORD PER CARD   *
      *              AND CURRENCY (BALANCE DUE, MINIMUM PAYMENT, DUE   *
      *              DATE) GOES TO STSMDD FOR THE DELINQ11 DELINQUENCY *
      *              CYCLE. LATE FEES POSTED BY DELINQ11               *
      *              (HIST-REC-TYPE 'F') ARE LABELLED ON THE DETAIL.   *
      * 2026/10/15 - MERCHANT REFUNDS AND REVERSALS POSTED BY VSMJOB11 *
      *              (HIST-REC-TYPE 'R'/'V') ARE LABELLED ON THE       *
      *              DETAIL, TOTALLED ON THEIR OWN LINE AND TAKEN OFF  *
      *              THE OPENING AND CLOSING BALANCES.                 *
      * 2026/10/15 - REWARDS STATEMENT CREDITS POSTED BY RWDPTS11      *
      *              (HIST-REC-TYPE 'W') ARE LABELLED ON THE DETAIL,   *
      *              TOTALLED ON THEIR OWN LINE AND TAKEN OFF THE      *
      *              BALANCES, AND EACH STATEMENT ENDS WITH THE CARD'S *
      *              POINTS SUMMARY FROM THE SORTED POINTS LEDGER      *
      *              (PTSDD).                                          *
      * 2026/10/15 - CARDS ON A CARD ACCOUNT (SEE COPYBOOK CARDACC)    *
      *              NOW GET ONE CONSOLIDATED STATEMENT PER ACCOUNT:   *
      *              HISTDD AND PTSDD ARE TAGGED BY STMTAG11 AND       *
      *              SORTED BY STATEMENT, CARD AND POST DATE; THE      *
      *              ACCOUNT STATEMENT LISTS EACH CARD'S ACTIVITY,     *
      *              SPEND AND POINTS UNDER ITS OWN HEADING, THEN THE  *
      *              ACCOUNT'S TOTALS, AND USES THE ACCOUNT'S COMBINED *
      *              CREDIT LINE. ITS STSMDD RECORDS ARE FILED UNDER   *
      *              THE PRIMARY CARD. STANDALONE CARDS PRINT AS       *
      *              BEFORE.                                           *
      * 2026/10/15 - A STATEMENT WHOSE CARD (THE PRIMARY CARD, FOR A   *
      *              CARD ACCOUNT) HAS AN ACTIVE RETURNED-MAIL FLAG ON *
      *              THE MAIL SUPPRESSION FILE (MSUPDD, WRITTEN BY     *
      *              RTMINT39) IS HELD BACK FROM THE PRINT FILE: ITS   *
      *              LINES GO TO HELDDD INSTEAD AND IT IS LISTED ON    *
      *              THE SUPPRESSION REPORT (SUPRDD). ITS STSMDD       *
      *              RECORDS ARE WRITTEN AS BEFORE.                    *
      * 2026/10/15 - THE RUN NOW CLOSES ITS MONTH THROUGH PERGTE40:    *
      *              THE CYCLE DATE MUST BE THE MONTH-END OF THE       *
      *              PERIOD ON THE SYSIN CARD ON THE BUSINESS          *
      *              CALENDAR, AND THE MONTH MUST NOT ALREADY BE ON    *
      *              THE PERIOD CLOSE LOG (PCLSDD). OTHERWISE THE RUN  *
      *              IS REFUSED WITH RC 8 BEFORE ANY FILE IS OPENED. A *
      *              CLEAN RUN RECORDS THE CLOSE.                      *
      * 2026/10/15 - STATEMENTS SHOW EVERY CARD NUMBER MASKED          *
      *              (CRDMSK11: FIRST SIX AND LAST FOUR DIGITS), AS    *
      *              DOES SYSOUT. THE STATEMENT SUMMARY FOR DELINQ11   *
      *              STILL CARRIES THE FULL NUMBER.                    *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  HISTDD (CARD.POSTED.SORTED) - POSTED HISTORY TAGGED    *
      *         BY STMTAG11 AND SORTED (PS, 150 B)                     *
      * INPUT:  PTSDD (CARD.POINTS.SORTED) - REWARDS POINTS LEDGER     *
      *         WRITTEN BY RWDPTS11, TAGGED AND SORTED THE SAME WAY    *
      *         (PS, 150 B, OPTIONAL)                                  *
      * INPUT:  VSAMDD (CARD.MASTER) - CARD MASTER FILE (KSDS)         *
      * INPUT:  MSUPDD (MAIL.SUPPRESS) - MAIL SUPPRESSION FILE (KSDS,  *
      *         OPTIONAL)                                              *
      * INPUT:  SYSIN - 'PERIOD=YYYYMM' STATEMENT MONTH CARD           *
      * INPUT:  CYCLDD/CALDD - CYCLE DATE AND BUSINESS CALENDAR,       *
      *         READ BY CYCDAT40                                       *
      * I/O:    PCLSDD (PERIOD.CLOSE.LOG) - PERIOD CLOSE LOG, READ     *
      *         AND WRITTEN BY PERGTE40                                *
      * OUTPUT: STMTDD (CARD.STATEMENTS) - STATEMENT PRINT FILE        *
      * OUTPUT: HELDDD (CARD.STATEMENTS.HELD) - STATEMENTS HELD BACK   *
      *         FOR A BAD ADDRESS (PS, 80 B)                           *
      * OUTPUT: SUPRDD (CARD.STATEMENTS.SUPPRESSED) - SUPPRESSION      *
      *         REPORT (PS, 80 B)                                      *
      * OUTPUT: STSMDD (CARD.STMT.SUMMARY) - ONE RECORD PER CARD AND   *
      *         CURRENCY: BALANCE DUE, MINIMUM PAYMENT AND DUE DATE,   *
      *         FOR DELINQ11 (PS, 80 B)                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS POSTED-HISTORY-STATUS.

           SELECT POINTS-LEDGER-FILE ASSIGN TO PTSDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS POINTS-LEDGER-STATUS.

           SELECT CARD-MASTER-FILE ASSIGN TO VSAMDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STATEMENT-STATUS.

           SELECT STMT-SUMMARY-FILE ASSIGN TO STSMDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STMT-SUMMARY-STATUS.

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

       DATA DIVISION.
       FILE SECTION.
      * POSTED HISTORY TAGGED BY STMTAG11 WITH ITS STATEMENT (SEE
      * COPYBOOK STMTTAG) AND SORTED BY STATEMENT, CARD AND POST
      * DATE, SO EVERY CARD OF A CARD ACCOUNT COMES TOGETHER.
       FD POSTED-HISTORY-FILE RECORDING MODE IS F.
       01 POSTED-HISTORY-REC.
          COPY STMTTAG.
          05 HIST-CARD-NUM PIC 9(16).
          05 FILLER PIC X(1).
          05 HIST-POST-DATE PIC X(8).
          05 HIST-REC-TYPE PIC X(1).
          05 FILLER PIC X(35).

      * REWARDS POINTS LEDGER IN RWDPTS11'S LAYOUT BEHIND THE SAME
      * STMTAG11 PREFIX, SORTED THE SAME WAY AS THE HISTORY.
      * PTL-SORT-KEY IS THE PREFIX'S STATEMENT/SEQUENCE/CARD KEY.
       FD POINTS-LEDGER-FILE RECORDING MODE IS F.
       01 POINTS-LEDGER-REC.
          05 PTL-SORT-KEY PIC X(33).
          05 FILLER PIC X(37).
          05 PTL-CARD-NUM PIC 9(16).
          05 FILLER PIC X(1).
          05 PTL-POST-DATE PIC X(8).
          05 FILLER PIC X(1).
          05 PTL-TYPE PIC X(1).
             88 PTL-EARNED VALUE 'E'.
             88 PTL-EARN-REVERSED VALUE 'X'.
             88 PTL-REDEEMED VALUE 'D'.
             88 PTL-MOVED-OUT VALUE 'O'.
             88 PTL-MOVED-IN VALUE 'I'.
          05 FILLER PIC X(1).
          05 PTL-POINTS PIC 9(9).
          05 FILLER PIC X(43).

       FD CARD-MASTER-FILE.
       01 CARD-MASTER-REC.
          05 CARD-NUMBER PIC 9(16).
          05 CARD-STATUS PIC X(1).
          05 CARD-DAILY-LIMIT PIC 9(5)V99.
          05 CARD-CURRENCY PIC X(3).
          05 CARD-CREDIT-LIMIT PIC 9(7)V99.

       FD STATEMENT-FILE RECORDING MODE IS F.
       01 STATEMENT-REC PIC X(80).

      * ONE RECORD PER STATEMENT AND CURRENCY (FILED UNDER THE
      * PRIMARY CARD FOR A CARD ACCOUNT): WHAT IS DUE,
      * THE MINIMUM, AND BY WHEN. DELINQ11 CHECKS THE PAYMENTS
      * POSTED AFTER THE PERIOD AGAINST IT.
       FD STMT-SUMMARY-FILE RECORDING MODE IS F.
       01 STMT-SUMMARY-REC.
          05 STS-CARD-NUM PIC 9(16).
          05 FILLER PIC X(1).
          05 STS-PERIOD PIC X(6).
          05 FILLER PIC X(1).
          05 STS-CURRENCY PIC X(3).
          05 FILLER PIC X(1).
          05 STS-CLOSING-AMOUNT PIC S9(9)V99.
          05 FILLER PIC X(1).
          05 STS-MIN-PAYMENT PIC 9(9)V99.
          05 FILLER PIC X(1).
          05 STS-DUE-DATE PIC X(8).
          05 FILLER PIC X(20).

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


       WORKING-STORAGE SECTION.

      * CARD NUMBER MASKING REQUEST AREA - SEE COPYBOOK CARDMSK
      * AND SUBPROGRAM CRDMSK11.
           COPY CARDMSK.

      * FILE-STATUS VARIABLES
       01 FILE-STATUSES.
          05 POSTED-HISTORY-STATUS PIC X(2).
          05 POINTS-LEDGER-STATUS PIC X(2).
          05 CARD-FILE-STATUS PIC X(2).
          05 STATEMENT-STATUS PIC X(2).
          05 STMT-SUMMARY-STATUS PIC X(2).
          05 MAIL-SUPPRESS-STATUS PIC X(2).
          05 HELD-STATEMENT-STATUS PIC X(2).
          05 SUPPRESS-REPORT-STATUS PIC X(2).
          05 SYSIN-STATUS PIC X(2).
          05 STATUS-LOG-STATUS PIC X(2).

             88 SYSIN-EOF VALUE 'Y'.
          05 WS-STMT-OPEN-FLAG PIC X(1) VALUE 'N'.
             88 STATEMENT-IN-PROGRESS VALUE 'Y'.
          05 WS-PTS-EOF PIC X(1) VALUE 'N'.
             88 PTS-EOF VALUE 'Y'.
          05 WS-PTS-SEEN PIC X(1) VALUE 'N'.
             88 PTS-SEEN VALUE 'Y'.
          05 WS-MSUP-FLAG PIC X(1) VALUE 'N'.
             88 MSUP-AVAILABLE VALUE 'Y'.
          05 WS-HELD-FLAG PIC X(1) VALUE 'N'.
             88 STATEMENT-HELD VALUE 'Y'.

      * SET JUST BEFORE A FATAL ERROR PATH WRITES ITS STATLOG RECORD
      * AND STOPS, SO WRITE-BATCH-STATUS REPORTS 'FAILED' INSTEAD OF

      * STATEMENT PERIOD FROM THE 'PERIOD=YYYYMM' SYSIN CARD
       01 WS-STMT-PERIOD PIC X(6) VALUE SPACES.
       01 WS-STMT-PERIOD-NUM REDEFINES WS-STMT-PERIOD.
          05 WS-STMT-YYYY PIC 9(4).
          05 WS-STMT-MM PIC 9(2).

      * CYCLE DATE AND PERIOD-END GATE (CYCDAT40 / PERGTE40)
       COPY CYCDATE.
       COPY PERGATE.

      * PAYMENT DUE DATE: DAYS AFTER THE LAST DAY OF THE STATEMENT
      * PERIOD. ADJUST HERE TO RETUNE.
       01 WS-PAY-DUE-DAYS PIC 9(3) VALUE 25.
       01 WS-NEXT-MONTH-START PIC 9(8).
       01 WS-DUE-DATE-INT PIC 9(8).
       01 WS-DUE-DATE-NUM PIC 9(8).
       01 WS-DUE-DATE REDEFINES WS-DUE-DATE-NUM PIC X(8).

      * THE CURRENT HISTORY RECORD'S YYYYMM, FOR THE PERIOD COMPARE
       01 WS-HIST-YYYYMM PIC X(6).

      * STATEMENT CURRENTLY BEING WRITTEN (OUTER CONTROL-BREAK KEY:
      * ACCOUNT ID, OR THE CARD NUMBER FOR A STANDALONE CARD), THE
      * CARD ITS SUMMARY IS FILED UNDER (THE ACCOUNT'S PRIMARY
      * CARD), AND WHETHER IT IS A CONSOLIDATED ACCOUNT STATEMENT.
       01 WS-CURRENT-STMT-KEY PIC X(16).
       01 WS-STMT-CARD PIC 9(16) VALUE 0.
       01 WS-ACCOUNT-STMT-FLAG PIC X(1) VALUE 'N'.
          88 ACCOUNT-STATEMENT VALUE 'Y'.
       01 WS-CARD-SECTION-FLAG PIC X(1) VALUE 'N'.
          88 CARD-SECTION-OPEN VALUE 'Y'.

      * CARD CURRENTLY BEING LISTED (INNER CONTROL-BREAK KEY) AND
      * ITS FULL SORT KEY, WHICH THE POINTS LEDGER IS MATCHED ON
       01 WS-CURRENT-CARD PIC 9(16) VALUE 0.
       01 WS-CURRENT-SORT-KEY PIC X(33).
       01 WS-CURRENT-OWNER PIC X(20).
       01 WS-CARD-OWNER PIC X(20).
       01 WS-CARD-ROLE-DESC PIC X(15).
      * CREDIT LINE AND BILLING CURRENCY FROM THE MASTER. A ZERO
      * LINE (OR A CARD NOT ON THE MASTER) PRINTS NO AVAILABLE-
      * CREDIT LINE.
       01 WS-CURRENT-CREDIT-LIMIT PIC 9(7)V99.
       01 WS-CURRENT-CURRENCY PIC X(3).

      * PER-CURRENCY OPENING AND PERIOD TOTALS FOR THE CURRENT CARD
       01 WS-STMT-TOTALS.
             10 SC-PERIOD-COUNT PIC 9(5).
             10 SC-PAYMENT-AMOUNT PIC 9(9)V99.
             10 SC-PAYMENT-COUNT PIC 9(5).
             10 SC-CREDIT-AMOUNT PIC 9(9)V99.
             10 SC-CREDIT-COUNT PIC 9(5).
             10 SC-REFUND-AMOUNT PIC 9(9)V99.
             10 SC-REFUND-COUNT PIC 9(5).
             10 SC-REWARD-AMOUNT PIC 9(9)V99.
             10 SC-REWARD-COUNT PIC 9(5).

      * PER-CURRENCY PERIOD ACTIVITY OF ONE CARD ON AN ACCOUNT
      * STATEMENT: SPEND (CHARGES AND FEES) AND EVERYTHING CREDITED
      * BACK (PAYMENTS, DISPUTE CREDITS, REFUNDS, REWARDS CREDITS)
       01 WS-CARD-TOTALS.
          05 CARD-CURRENCY-COUNT PIC 9(2) VALUE 0.
          05 CARD-CURRENCY-ENTRY OCCURS 20 TIMES INDEXED BY CT-IDX.
             10 CT-CURRENCY PIC X(3).
             10 CT-SPEND-AMOUNT PIC 9(9)V99.
             10 CT-SPEND-COUNT PIC 9(5).
             10 CT-CREDIT-AMOUNT PIC 9(9)V99.

       01 WS-CARD-CCY-FOUND PIC X(1) VALUE 'N'.
          88 CARD-CCY-FOUND VALUE 'Y'.

       01 WS-STMT-CURRENCY-FLAGS.
          05 WS-STMT-CCY-FOUND PIC X(1) VALUE 'N'.

      * STATEMENT LINE BUILD FIELDS
       01 WS-STMT-LINE PIC X(80).
       01 WS-DETAIL-LABEL PIC X(20).
       01 WS-AMT-DISP PIC Z(8)9.99.
       01 WS-OPEN-DISP PIC -Z(8)9.99.
       01 WS-PAY-DISP PIC Z(8)9.99.
       01 WS-MINPAY-DISP PIC Z(8)9.99.
       01 WS-CNT-DISP PIC Z(4)9.
       01 WS-CLOSING-AMOUNT PIC S9(9)V99.
       01 WS-AVAILABLE-CREDIT PIC S9(9)V99.
       01 WS-LINE-DISP PIC Z(6)9.99.
       01 WS-AVAIL-DISP PIC -Z(8)9.99.

      * REWARDS POINTS FOR THE CURRENT CARD: BALANCE BEFORE THE
      * PERIOD, AND THE PERIOD'S EARNINGS (NET OF TAKE-BACKS),
      * REDEMPTIONS AND TRANSFERS (IN LESS OUT).
       01 WS-PTS-OPENING PIC S9(9).
       01 WS-PTS-EARNED PIC S9(9).
       01 WS-PTS-REDEEMED PIC 9(9).
       01 WS-PTS-TRANSFERRED PIC S9(9).
       01 WS-PTS-CLOSING PIC S9(9).
       01 WS-PTS-OPEN-DISP PIC -Z(8)9.
       01 WS-PTS-EARN-DISP PIC -Z(8)9.
       01 WS-PTS-RDM-DISP PIC Z(8)9.
       01 WS-PTS-XFER-DISP PIC -Z(8)9.
       01 WS-PTS-CLOSE-DISP PIC -Z(8)9.
       01 WS-PTS-YYYYMM PIC X(6).

      * MINIMUM PAYMENT: PERCENT OF A POSITIVE CLOSING BALANCE
      * DUE, TO THE PENNY. ADJUST HERE TO RETUNE.
       01 WS-COUNTERS.
          05 TOTAL-HISTORY-READ PIC 9(7) VALUE 0.
          05 TOTAL-STATEMENTS PIC 9(5) VALUE 0.
          05 TOTAL-ACCOUNT-STATEMENTS PIC 9(5) VALUE 0.
          05 TOTAL-DETAIL-LINES PIC 9(7) VALUE 0.
          05 TOTAL-FUTURE-SKIPPED PIC 9(7) VALUE 0.
          05 TOTAL-SUMMARY-RECORDS PIC 9(7) VALUE 0.
          05 TOTAL-POINTS-READ PIC 9(7) VALUE 0.
          05 TOTAL-HELD-STATEMENTS PIC 9(5) VALUE 0.

      * DISPLAY-FORMATTED COUNTERS
       01 WS-DISP-COUNTERS.
          05 TOTAL-HISTORY-READ-DISP PIC Z(6)9.
          05 TOTAL-STATEMENTS-DISP PIC Z(4)9.
          05 TOTAL-ACCOUNT-STATEMENTS-DISP PIC Z(4)9.
          05 TOTAL-DETAIL-LINES-DISP PIC Z(6)9.
          05 TOTAL-FUTURE-SKIPPED-DISP PIC Z(6)9.
          05 TOTAL-SUMMARY-RECORDS-DISP PIC Z(6)9.
          05 TOTAL-POINTS-READ-DISP PIC Z(6)9.
          05 TOTAL-HELD-STATEMENTS-DISP PIC Z(4)9.

      **********************************************
      * READS THE PERIOD CARD, RUNS THE CONTROL-BREAK PASS OVER
           PERFORM SET-BST-START-TS.
           PERFORM OPEN-STATUS-LOG.
           PERFORM READ-PERIOD-PARM.
           PERFORM CHECK-PERIOD-GATE.
           PERFORM OPEN-ALL-FILES.
           PERFORM PROCESS-HISTORY.
           PERFORM CLOSE-ALL-FILES.
           PERFORM RECORD-PERIOD-CLOSE.
           PERFORM WRITE-BATCH-STATUS.
           PERFORM DISPLAY-SUMMARY.
           STOP RUN.
           END-IF.
           DISPLAY 'STATEMENT PERIOD: ' WS-STMT-PERIOD.

           IF WS-STMT-MM = 12
              COMPUTE WS-NEXT-MONTH-START =
                      (WS-STMT-YYYY + 1) * 10000 + 101
           ELSE
              COMPUTE WS-NEXT-MONTH-START =
                      WS-STMT-YYYY * 10000 + (WS-STMT-MM + 1) * 100
                      + 1
           END-IF.
           COMPUTE WS-DUE-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-START)
                   - 1 + WS-PAY-DUE-DAYS.
           COMPUTE WS-DUE-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-DUE-DATE-INT).
           DISPLAY 'PAYMENT DUE DATE: ' WS-DUE-DATE.

      **********************************************
      * A STATEMENT RUN CLOSES ITS MONTH: THE CYCLE DATE MUST BE
      * THE MONTH-END OF THE PERIOD ON THE SYSIN CARD, AND THE
      * MONTH MUST NOT ALREADY HAVE BEEN CLOSED. ANYTHING ELSE
      * STOPS THE RUN WITH RC 8 BEFORE A FILE IS OPENED.
      **********************************************
       CHECK-PERIOD-GATE.
           MOVE 'CRDSTM11' TO CD-JOB-NAME.
           CALL 'CYCDAT40' USING WS-CYCDATE-REQUEST END-CALL.
           SET PG-CHECK-PERIOD TO TRUE.
           MOVE 'CRDSTM11' TO PG-JOB-NAME.
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
      * OPEN ALL FILES AND CHECK STATUS
      **********************************************
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN INPUT POINTS-LEDGER-FILE.
           IF POINTS-LEDGER-STATUS = '05'
              OR POINTS-LEDGER-STATUS = '35'
              DISPLAY 'NO POINTS LEDGER - NO POINTS SUMMARIES'
              SET PTS-EOF TO TRUE
           ELSE
              IF POINTS-LEDGER-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING POINTS LEDGER: '
                          POINTS-LEDGER-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
              PERFORM READ-POINTS-LEDGER
           END-IF.

           OPEN INPUT CARD-MASTER-FILE.
           IF CARD-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING CARD MASTER FILE: '
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN OUTPUT STMT-SUMMARY-FILE.
           IF STMT-SUMMARY-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING STATEMENT SUMMARY FILE: '
                       STMT-SUMMARY-STATUS
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
      * CONTROL-BREAK PASS OVER THE SORTED HISTORY. A CHANGE OF
      * STATEMENT KEY CLOSES THE STATEMENT IN PROGRESS AND STARTS
      * THE NEXT ONE; ON AN ACCOUNT STATEMENT A CHANGE OF CARD
      * ALSO CLOSES ONE CARD'S SECTION AND STARTS THE NEXT.
      **********************************************
       PROCESS-HISTORY.
           PERFORM UNTIL EOF
                   IF POSTED-HISTORY-STATUS = '00'
                      ADD 1 TO TOTAL-HISTORY-READ
                      IF STATEMENT-IN-PROGRESS
                         AND STG-STMT-KEY NOT = WS-CURRENT-STMT-KEY
                         PERFORM FINISH-STATEMENT
                      END-IF
                      IF NOT STATEMENT-IN-PROGRESS
                         PERFORM START-STATEMENT
                      END-IF
                      IF ACCOUNT-STATEMENT
                         AND STG-SORT-KEY NOT = WS-CURRENT-SORT-KEY
                         PERFORM START-CARD-SECTION
                      END-IF
                      PERFORM APPLY-HISTORY-RECORD
                   ELSE
                      DISPLAY 'ERROR READING POSTED HISTORY: '
           END-PERFORM.

      **********************************************
      * STARTS THE STATEMENT FOR A NEW CARD OR CARD ACCOUNT: LOOKS
      * THE OWNER NAME UP ON THE MASTER (THE PRIMARY CARD'S, FOR AN
      * ACCOUNT) AND WRITES THE HEADER BLOCK. AN ACCOUNT'S COMBINED
      * CREDIT LINE, WHEN SET, REPLACES THE PRIMARY CARD'S OWN.
      **********************************************
       START-STATEMENT.
           MOVE STG-STMT-KEY TO WS-CURRENT-STMT-KEY.
           MOVE HIST-CARD-NUM TO WS-CURRENT-CARD.
           MOVE STG-SORT-KEY TO WS-CURRENT-SORT-KEY.
           MOVE 0 TO STMT-CURRENCY-COUNT.
           SET STATEMENT-IN-PROGRESS TO TRUE.
           IF STG-STANDALONE-CARD
              MOVE 'N' TO WS-ACCOUNT-STMT-FLAG
              MOVE HIST-CARD-NUM TO WS-STMT-CARD
           ELSE
              SET ACCOUNT-STATEMENT TO TRUE
              MOVE SPACES TO WS-CURRENT-SORT-KEY
              IF STG-PRIMARY-CARD-NUM NUMERIC
                 AND STG-PRIMARY-CARD-NUM > 0
                 MOVE STG-PRIMARY-CARD-NUM TO WS-STMT-CARD
              ELSE
                 MOVE HIST-CARD-NUM TO WS-STMT-CARD
              END-IF
           END-IF.

           MOVE WS-STMT-CARD TO CARD-NUMBER.
           READ CARD-MASTER-FILE
           IF CARD-FILE-STATUS = '00'
              MOVE CARD-OWNER-NAME TO WS-CURRENT-OWNER
              MOVE CARD-CURRENCY TO WS-CURRENT-CURRENCY
              IF CARD-CREDIT-LIMIT NUMERIC
                 MOVE CARD-CREDIT-LIMIT TO WS-CURRENT-CREDIT-LIMIT
              ELSE
                 MOVE 0 TO WS-CURRENT-CREDIT-LIMIT
              END-IF
           ELSE
              MOVE 'NAME UNKNOWN' TO WS-CURRENT-OWNER
              MOVE SPACES TO WS-CURRENT-CURRENCY
              MOVE 0 TO WS-CURRENT-CREDIT-LIMIT
           END-IF.
           IF ACCOUNT-STATEMENT
              AND STG-CREDIT-LIMIT NUMERIC
              AND STG-CREDIT-LIMIT > 0
              MOVE STG-CREDIT-LIMIT TO WS-CURRENT-CREDIT-LIMIT
           END-IF.
           PERFORM CHECK-MAIL-SUPPRESSION.

           MOVE SPACES TO STATEMENT-REC.
           MOVE '----------------------------------------'
           PERFORM WRITE-STATEMENT-LINE.

           MOVE SPACES TO WS-STMT-LINE.
           IF ACCOUNT-STATEMENT
              STRING 'STATEMENT ' DELIMITED BY SIZE
                     WS-STMT-PERIOD DELIMITED BY SIZE
                     ' ACCOUNT ' DELIMITED BY SIZE
                     WS-CURRENT-STMT-KEY DELIMITED BY SIZE
                     INTO WS-STMT-LINE
              END-STRING
           ELSE
              MOVE 'M' TO CM-FUNCTION
              MOVE WS-CURRENT-CARD TO CM-CARD-NUMBER
              CALL 'CRDMSK11' USING WS-CARDMSK-REQUEST END-CALL
              STRING 'STATEMENT ' DELIMITED BY SIZE
                     WS-STMT-PERIOD DELIMITED BY SIZE
                     ' CARD ' DELIMITED BY SIZE
                     CM-MASKED-NUMBER DELIMITED BY SIZE
                     INTO WS-STMT-LINE
              END-STRING
           END-IF.
           MOVE WS-STMT-LINE TO STATEMENT-REC.
           PERFORM WRITE-STATEMENT-LINE.

           MOVE SPACES TO WS-STMT-LINE.
           IF ACCOUNT-STATEMENT
              MOVE 'M' TO CM-FUNCTION
              MOVE WS-STMT-CARD TO CM-CARD-NUMBER
              CALL 'CRDMSK11' USING WS-CARDMSK-REQUEST END-CALL
              STRING 'ACCOUNT HOLDER: ' DELIMITED BY SIZE
                     WS-CURRENT-OWNER DELIMITED BY SIZE
                     ' PRIMARY CARD ' DELIMITED BY SIZE
                     CM-MASKED-NUMBER DELIMITED BY SIZE
                     INTO WS-STMT-LINE
              END-STRING
           ELSE
              STRING 'CARDHOLDER: ' DELIMITED BY SIZE
                     WS-CURRENT-OWNER DELIMITED BY SIZE
                     INTO WS-STMT-LINE
              END-STRING
           END-IF.
           MOVE WS-STMT-LINE TO STATEMENT-REC.
           PERFORM WRITE-STATEMENT-LINE.

           IF WS-CURRENT-CREDIT-LIMIT > 0
              MOVE WS-CURRENT-CREDIT-LIMIT TO WS-LINE-DISP
              MOVE SPACES TO WS-STMT-LINE
              STRING 'CREDIT LINE: ' DELIMITED BY SIZE
                     FUNCTION TRIM(WS-LINE-DISP) DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-CURRENT-CURRENCY DELIMITED BY SIZE
                     INTO WS-STMT-LINE
              END-STRING
              MOVE WS-STMT-LINE TO STATEMENT-REC
              PERFORM WRITE-STATEMENT-LINE
           END-IF.

      **********************************************
      * HOLDS THE STATEMENT BACK FROM THE MAIL WHEN ITS CARD HAS
      * AN ACTIVE RETURNED-MAIL FLAG ('C') ON THE SUPPRESSION
      * FILE, AND LISTS IT ON THE SUPPRESSION REPORT. WITH NO
      * SUPPRESSION FILE NOTHING IS HELD.
      **********************************************
       CHECK-MAIL-SUPPRESSION.
           MOVE 'N' TO WS-HELD-FLAG.
           IF MSUP-AVAILABLE
              MOVE 'C' TO MSP-ID-TYPE
              MOVE WS-STMT-CARD TO MSP-ID
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
                    MOVE 'M' TO CM-FUNCTION
                    MOVE WS-STMT-CARD TO CM-CARD-NUMBER
                    CALL 'CRDMSK11' USING WS-CARDMSK-REQUEST END-CALL
                    DISPLAY 'CARD NUMBER: ' CM-MASKED-NUMBER
                    PERFORM ABEND-WITH-STATUS
              END-EVALUATE
           END-IF.
           IF STATEMENT-HELD
              MOVE SPACES TO SUPPRESS-REPORT-REC
              MOVE 'CRDSTM11' TO SPR-JOB-NAME
              MOVE MSP-ID-TYPE TO SPR-ID-TYPE
              MOVE MSP-ID TO SPR-ID
              MOVE MSP-SPINE-ID TO SPR-SPINE-ID
              MOVE MSP-FLAG-DATE TO SPR-FLAG-DATE
              MOVE MSP-RETURN-COUNT TO SPR-RETURN-COUNT
              MOVE WS-CURRENT-OWNER TO SPR-NAME
              WRITE SUPPRESS-REPORT-REC
              IF SUPPRESS-REPORT-STATUS NOT = '00'
                 DISPLAY 'ERROR WRITING SUPPRESSION REPORT: '
                          SUPPRESS-REPORT-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
              ADD 1 TO TOTAL-HELD-STATEMENTS
           END-IF.

      **********************************************
      * STARTS ONE CARD'S SECTION OF AN ACCOUNT STATEMENT, CLOSING
      * THE PREVIOUS CARD'S SECTION FIRST: A HEADING LINE WITH THE
      * CARD NUMBER, ITS ROLE ON THE ACCOUNT AND ITS HOLDER'S NAME
      * FROM THE MASTER.
      **********************************************
       START-CARD-SECTION.
           IF CARD-SECTION-OPEN
              PERFORM FINISH-CARD-SECTION
           END-IF.
           MOVE HIST-CARD-NUM TO WS-CURRENT-CARD.
           MOVE STG-SORT-KEY TO WS-CURRENT-SORT-KEY.
           MOVE 0 TO CARD-CURRENCY-COUNT.
           SET CARD-SECTION-OPEN TO TRUE.

           MOVE HIST-CARD-NUM TO CARD-NUMBER.
           READ CARD-MASTER-FILE
           IF CARD-FILE-STATUS = '00'
              MOVE CARD-OWNER-NAME TO WS-CARD-OWNER
           ELSE
              MOVE 'NAME UNKNOWN' TO WS-CARD-OWNER
           END-IF.
           IF STG-PRIMARY-CARD
              MOVE 'PRIMARY' TO WS-CARD-ROLE-DESC
           ELSE
              MOVE 'AUTHORIZED USER' TO WS-CARD-ROLE-DESC
           END-IF.

           MOVE SPACES TO WS-STMT-LINE.
           MOVE 'M' TO CM-FUNCTION.
           MOVE WS-CURRENT-CARD TO CM-CARD-NUMBER.
           CALL 'CRDMSK11' USING WS-CARDMSK-REQUEST END-CALL.
           STRING 'CARD ' DELIMITED BY SIZE
                  CM-MASKED-NUMBER DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-CARD-ROLE-DESC DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-CARD-OWNER DELIMITED BY SIZE
                  INTO WS-STMT-LINE
           END-STRING.
           MOVE WS-STMT-LINE TO STATEMENT-REC.
           PERFORM WRITE-STATEMENT-LINE.

      **********************************************
      * CLOSES ONE CARD'S SECTION OF AN ACCOUNT STATEMENT: THE
      * CARD'S SPEND AND CREDITS FOR THE PERIOD PER CURRENCY, THEN
      * ITS OWN POINTS SUMMARY.
      **********************************************
       FINISH-CARD-SECTION.
           PERFORM VARYING CT-IDX FROM 1 BY 1
                   UNTIL CT-IDX > CARD-CURRENCY-COUNT
              MOVE CT-SPEND-AMOUNT(CT-IDX) TO WS-AMT-DISP
              MOVE CT-SPEND-COUNT(CT-IDX) TO WS-CNT-DISP
              MOVE CT-CREDIT-AMOUNT(CT-IDX) TO WS-PAY-DISP
              MOVE SPACES TO WS-STMT-LINE
              STRING '  CARD ' DELIMITED BY SIZE
                     CT-CURRENCY(CT-IDX) DELIMITED BY SIZE
                     ' SPEND: ' DELIMITED BY SIZE
                     FUNCTION TRIM(WS-AMT-DISP) DELIMITED BY SIZE
                     ' (' DELIMITED BY SIZE
                     FUNCTION TRIM(WS-CNT-DISP) DELIMITED BY SIZE
                     ' TRANS) CREDITS: ' DELIMITED BY SIZE
                     FUNCTION TRIM(WS-PAY-DISP) DELIMITED BY SIZE
                     INTO WS-STMT-LINE
              END-STRING
              MOVE WS-STMT-LINE TO STATEMENT-REC
              PERFORM WRITE-STATEMENT-LINE
           END-PERFORM.
           PERFORM WRITE-POINTS-SUMMARY
                   THRU WRITE-POINTS-SUMMARY-EXIT.
           MOVE 'N' TO WS-CARD-SECTION-FLAG.

      **********************************************
      * ROUTES ONE HISTORY RECORD TO THE OPENING TOTALS, THE
      * PERIOD DETAIL, OR THE FUTURE-DATED SKIP COUNT BY ITS
           EVALUATE TRUE
               WHEN WS-HIST-YYYYMM < WS-STMT-PERIOD
                 IF NOT STMT-CCY-FULL
                    IF HIST-REC-TYPE = 'P' OR HIST-REC-TYPE = 'C'
                       OR HIST-REC-TYPE = 'R' OR HIST-REC-TYPE = 'V'
                       OR HIST-REC-TYPE = 'W'
                       SUBTRACT HIST-AMOUNT
                            FROM SC-OPENING-AMOUNT(SC-IDX)
                    ELSE
                 END-IF
               WHEN WS-HIST-YYYYMM = WS-STMT-PERIOD
                 IF NOT STMT-CCY-FULL
                    EVALUATE HIST-REC-TYPE
                        WHEN 'P'
                          ADD HIST-AMOUNT
                              TO SC-PAYMENT-AMOUNT(SC-IDX)
                          ADD 1 TO SC-PAYMENT-COUNT(SC-IDX)
                        WHEN 'C'
                          ADD HIST-AMOUNT
                              TO SC-CREDIT-AMOUNT(SC-IDX)
                          ADD 1 TO SC-CREDIT-COUNT(SC-IDX)
                        WHEN 'R'
                        WHEN 'V'
                          ADD HIST-AMOUNT
                              TO SC-REFUND-AMOUNT(SC-IDX)
                          ADD 1 TO SC-REFUND-COUNT(SC-IDX)
                        WHEN 'W'
                          ADD HIST-AMOUNT
                              TO SC-REWARD-AMOUNT(SC-IDX)
                          ADD 1 TO SC-REWARD-COUNT(SC-IDX)
                        WHEN OTHER
                          ADD HIST-AMOUNT
                              TO SC-PERIOD-AMOUNT(SC-IDX)
                          ADD 1 TO SC-PERIOD-COUNT(SC-IDX)
                    END-EVALUATE
                 END-IF
                 IF ACCOUNT-STATEMENT
                    PERFORM ADD-CARD-ACTIVITY
                 END-IF
                 PERFORM WRITE-DETAIL-LINE
               WHEN OTHER
                 ADD 1 TO TOTAL-FUTURE-SKIPPED
           END-EVALUATE.

      **********************************************
      * ADDS ONE PERIOD RECORD TO THE CURRENT CARD'S SECTION TOTALS
      * ON AN ACCOUNT STATEMENT, STARTING A NEW CURRENCY ENTRY THE
      * FIRST TIME ONE APPEARS FOR THE CARD (20 MAX, AS FOR THE
      * STATEMENT ITSELF).
      **********************************************
       ADD-CARD-ACTIVITY.
           MOVE 'N' TO WS-CARD-CCY-FOUND.
           IF CARD-CURRENCY-COUNT > 0
              SET CT-IDX TO 1
              SEARCH CARD-CURRENCY-ENTRY
                  AT END
                     CONTINUE
                  WHEN CT-IDX > CARD-CURRENCY-COUNT
                     CONTINUE
                  WHEN CT-CURRENCY(CT-IDX) = HIST-CURRENCY
                     SET CARD-CCY-FOUND TO TRUE
              END-SEARCH
           END-IF.
           IF NOT CARD-CCY-FOUND
              AND CARD-CURRENCY-COUNT < 20
              ADD 1 TO CARD-CURRENCY-COUNT
              SET CT-IDX TO CARD-CURRENCY-COUNT
              MOVE HIST-CURRENCY TO CT-CURRENCY(CT-IDX)
              MOVE 0 TO CT-SPEND-AMOUNT(CT-IDX)
              MOVE 0 TO CT-SPEND-COUNT(CT-IDX)
              MOVE 0 TO CT-CREDIT-AMOUNT(CT-IDX)
              SET CARD-CCY-FOUND TO TRUE
           END-IF.
           IF CARD-CCY-FOUND
              IF HIST-REC-TYPE = 'P' OR HIST-REC-TYPE = 'C'
                 OR HIST-REC-TYPE = 'R' OR HIST-REC-TYPE = 'V'
                 OR HIST-REC-TYPE = 'W'
                 ADD HIST-AMOUNT TO CT-CREDIT-AMOUNT(CT-IDX)
              ELSE
                 ADD HIST-AMOUNT TO CT-SPEND-AMOUNT(CT-IDX)
                 ADD 1 TO CT-SPEND-COUNT(CT-IDX)
              END-IF
           END-IF.

      **********************************************
      * FINDS HIST-CURRENCY'S ENTRY IN THE CURRENT CARD'S TOTALS
      * TABLE, ADDING A NEW ZERO ENTRY THE FIRST TIME THAT
                 MOVE 0 TO SC-PERIOD-COUNT(SC-IDX)
                 MOVE 0 TO SC-PAYMENT-AMOUNT(SC-IDX)
                 MOVE 0 TO SC-PAYMENT-COUNT(SC-IDX)
                 MOVE 0 TO SC-CREDIT-AMOUNT(SC-IDX)
                 MOVE 0 TO SC-CREDIT-COUNT(SC-IDX)
                 MOVE 0 TO SC-REFUND-AMOUNT(SC-IDX)
                 MOVE 0 TO SC-REFUND-COUNT(SC-IDX)
                 MOVE 0 TO SC-REWARD-AMOUNT(SC-IDX)
                 MOVE 0 TO SC-REWARD-COUNT(SC-IDX)
              ELSE
                 SET STMT-CCY-FULL TO TRUE
                 DISPLAY 'WARNING: STATEMENT CURRENCY TABLE FULL '
       WRITE-DETAIL-LINE.
           MOVE HIST-AMOUNT TO WS-AMT-DISP.
           MOVE SPACES TO WS-STMT-LINE.
           EVALUATE HIST-REC-TYPE
               WHEN 'P'
                 MOVE ' PAYMENT - THANK YOU' TO WS-DETAIL-LABEL
               WHEN 'C'
                 MOVE ' DISPUTE CREDIT' TO WS-DETAIL-LABEL
               WHEN 'F'
                 MOVE ' LATE FEE' TO WS-DETAIL-LABEL
               WHEN 'R'
                 MOVE ' MERCHANT REFUND' TO WS-DETAIL-LABEL
               WHEN 'V'
                 MOVE ' REVERSAL' TO WS-DETAIL-LABEL
               WHEN 'W'
                 MOVE ' REWARDS CREDIT' TO WS-DETAIL-LABEL
               WHEN OTHER
                 MOVE SPACES TO WS-DETAIL-LABEL
           END-EVALUATE.
           STRING '  ' DELIMITED BY SIZE
                  HIST-POST-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  HIST-TRANS-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMT-DISP) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  HIST-CURRENCY DELIMITED BY SIZE
                  WS-DETAIL-LABEL DELIMITED BY SIZE
                  INTO WS-STMT-LINE
           END-STRING.
           MOVE WS-STMT-LINE TO STATEMENT-REC.
           PERFORM WRITE-STATEMENT-LINE.
           ADD 1 TO TOTAL-DETAIL-LINES.

      **********************************************
      * CLOSES OUT THE CURRENT STATEMENT: ONE OPENING/ACTIVITY/
      * CLOSING LINE PER CURRENCY, THEN A SEPARATOR. ON AN ACCOUNT
      * STATEMENT THE LAST CARD'S SECTION IS CLOSED FIRST AND THE
      * CURRENCY LINES ARE THE WHOLE ACCOUNT'S; THE POINTS WERE
      * ALREADY SUMMARIZED CARD BY CARD.
      **********************************************
       FINISH-STATEMENT.
           IF ACCOUNT-STATEMENT
              IF CARD-SECTION-OPEN
                 PERFORM FINISH-CARD-SECTION
              END-IF
              MOVE SPACES TO WS-STMT-LINE
              STRING 'ACCOUNT TOTALS ' DELIMITED BY SIZE
                     WS-CURRENT-STMT-KEY DELIMITED BY SIZE
                     INTO WS-STMT-LINE
              END-STRING
              MOVE WS-STMT-LINE TO STATEMENT-REC
              PERFORM WRITE-STATEMENT-LINE
           END-IF.
           PERFORM VARYING SC-IDX FROM 1 BY 1
                   UNTIL SC-IDX > STMT-CURRENCY-COUNT
              MOVE SC-OPENING-AMOUNT(SC-IDX) TO WS-OPEN-DISP
                      SC-OPENING-AMOUNT(SC-IDX)
                      + SC-PERIOD-AMOUNT(SC-IDX)
                      - SC-PAYMENT-AMOUNT(SC-IDX)
                      - SC-CREDIT-AMOUNT(SC-IDX)
                      - SC-REFUND-AMOUNT(SC-IDX)
                      - SC-REWARD-AMOUNT(SC-IDX)
              MOVE WS-CLOSING-AMOUNT TO WS-CLOSE-DISP
              MOVE SC-PERIOD-COUNT(SC-IDX) TO WS-CNT-DISP
              MOVE SPACES TO WS-STMT-LINE
              MOVE WS-STMT-LINE TO STATEMENT-REC
              PERFORM WRITE-STATEMENT-LINE

              IF SC-CREDIT-COUNT(SC-IDX) > 0
                 MOVE SC-CREDIT-AMOUNT(SC-IDX) TO WS-PAY-DISP
                 MOVE SC-CREDIT-COUNT(SC-IDX) TO WS-CNT-DISP
                 MOVE SPACES TO WS-STMT-LINE
                 STRING SC-CURRENCY(SC-IDX) DELIMITED BY SIZE
                        ' DISPUTE CREDITS: ' DELIMITED BY SIZE
                        FUNCTION TRIM(WS-PAY-DISP) DELIMITED BY SIZE
                        ' (' DELIMITED BY SIZE
                        FUNCTION TRIM(WS-CNT-DISP) DELIMITED BY SIZE
                        ')' DELIMITED BY SIZE
                        INTO WS-STMT-LINE
                 END-STRING
                 MOVE WS-STMT-LINE TO STATEMENT-REC
                 PERFORM WRITE-STATEMENT-LINE
              END-IF

              IF SC-REFUND-COUNT(SC-IDX) > 0
                 MOVE SC-REFUND-AMOUNT(SC-IDX) TO WS-PAY-DISP
                 MOVE SC-REFUND-COUNT(SC-IDX) TO WS-CNT-DISP
                 MOVE SPACES TO WS-STMT-LINE
                 STRING SC-CURRENCY(SC-IDX) DELIMITED BY SIZE
                        ' REFUNDS/REVERSALS: ' DELIMITED BY SIZE
                        FUNCTION TRIM(WS-PAY-DISP) DELIMITED BY SIZE
                        ' (' DELIMITED BY SIZE
                        FUNCTION TRIM(WS-CNT-DISP) DELIMITED BY SIZE
                        ')' DELIMITED BY SIZE
                        INTO WS-STMT-LINE
                 END-STRING
                 MOVE WS-STMT-LINE TO STATEMENT-REC
                 PERFORM WRITE-STATEMENT-LINE
              END-IF

              IF SC-REWARD-COUNT(SC-IDX) > 0
                 MOVE SC-REWARD-AMOUNT(SC-IDX) TO WS-PAY-DISP
                 MOVE SC-REWARD-COUNT(SC-IDX) TO WS-CNT-DISP
                 MOVE SPACES TO WS-STMT-LINE
                 STRING SC-CURRENCY(SC-IDX) DELIMITED BY SIZE
                        ' REWARDS CREDITS: ' DELIMITED BY SIZE
                        FUNCTION TRIM(WS-PAY-DISP) DELIMITED BY SIZE
                        ' (' DELIMITED BY SIZE
                        FUNCTION TRIM(WS-CNT-DISP) DELIMITED BY SIZE
                        ')' DELIMITED BY SIZE
                        INTO WS-STMT-LINE
                 END-STRING
                 MOVE WS-STMT-LINE TO STATEMENT-REC
                 PERFORM WRITE-STATEMENT-LINE
              END-IF

              IF WS-CLOSING-AMOUNT > 0
                 COMPUTE WS-MIN-PAYMENT ROUNDED =
                         WS-CLOSING-AMOUNT * WS-MIN-PAY-PCT / 100
              END-STRING
              MOVE WS-STMT-LINE TO STATEMENT-REC
              PERFORM WRITE-STATEMENT-LINE
              IF WS-MIN-PAYMENT > 0
                 MOVE SPACES TO WS-STMT-LINE
                 STRING SC-CURRENCY(SC-IDX) DELIMITED BY SIZE
                        ' PAYMENT DUE BY: ' DELIMITED BY SIZE
                        WS-DUE-DATE DELIMITED BY SIZE
                        INTO WS-STMT-LINE
                 END-STRING
                 MOVE WS-STMT-LINE TO STATEMENT-REC
                 PERFORM WRITE-STATEMENT-LINE
              END-IF
              PERFORM WRITE-STMT-SUMMARY

              IF WS-CURRENT-CREDIT-LIMIT > 0
                 AND SC-CURRENCY(SC-IDX) = WS-CURRENT-CURRENCY
                 COMPUTE WS-AVAILABLE-CREDIT =
                         WS-CURRENT-CREDIT-LIMIT - WS-CLOSING-AMOUNT
                 MOVE WS-AVAILABLE-CREDIT TO WS-AVAIL-DISP
                 MOVE SPACES TO WS-STMT-LINE
                 STRING SC-CURRENCY(SC-IDX) DELIMITED BY SIZE
                        ' AVAILABLE CREDIT: ' DELIMITED BY SIZE
                        FUNCTION TRIM(WS-AVAIL-DISP) DELIMITED BY SIZE
                        INTO WS-STMT-LINE
                 END-STRING
                 MOVE WS-STMT-LINE TO STATEMENT-REC
                 PERFORM WRITE-STATEMENT-LINE
              END-IF
           END-PERFORM.

           IF ACCOUNT-STATEMENT
              ADD 1 TO TOTAL-ACCOUNT-STATEMENTS
           ELSE
              PERFORM WRITE-POINTS-SUMMARY
                      THRU WRITE-POINTS-SUMMARY-EXIT
           END-IF.

           MOVE SPACES TO STATEMENT-REC.
           PERFORM WRITE-STATEMENT-LINE.

           ADD 1 TO TOTAL-STATEMENTS.
           MOVE 'N' TO WS-STMT-OPEN-FLAG.
           MOVE 'N' TO WS-ACCOUNT-STMT-FLAG.
           MOVE 'N' TO WS-HELD-FLAG.

      **********************************************
      * MATCHES THE SORTED POINTS LEDGER TO THE CARD JUST CLOSED
      * OUT ON THE STATEMENT/CARD SORT KEY BOTH FILES ARE IN
      * (WS-CURRENT-SORT-KEY): SKIPS LEDGER CARDS WITH NO HISTORY,
      * TOTALS THIS CARD'S RECORDS INTO OPENING AND PERIOD
      * FIGURES, AND PRINTS
      * THE POINTS LINES. A CARD WITH NO LEDGER RECORDS GETS NONE.
      **********************************************
       WRITE-POINTS-SUMMARY.
           MOVE 0 TO WS-PTS-OPENING.
           MOVE 0 TO WS-PTS-EARNED.
           MOVE 0 TO WS-PTS-REDEEMED.
           MOVE 0 TO WS-PTS-TRANSFERRED.
           MOVE 'N' TO WS-PTS-SEEN.
           PERFORM UNTIL PTS-EOF
                   OR PTL-SORT-KEY NOT < WS-CURRENT-SORT-KEY
              PERFORM READ-POINTS-LEDGER
           END-PERFORM.
           PERFORM UNTIL PTS-EOF
                   OR PTL-SORT-KEY NOT = WS-CURRENT-SORT-KEY
              SET PTS-SEEN TO TRUE
              PERFORM APPLY-POINTS-RECORD
              PERFORM READ-POINTS-LEDGER
           END-PERFORM.
           IF NOT PTS-SEEN
              GO TO WRITE-POINTS-SUMMARY-EXIT
           END-IF.

           COMPUTE WS-PTS-CLOSING = WS-PTS-OPENING + WS-PTS-EARNED
                   - WS-PTS-REDEEMED + WS-PTS-TRANSFERRED.
           MOVE WS-PTS-OPENING TO WS-PTS-OPEN-DISP.
           MOVE WS-PTS-EARNED TO WS-PTS-EARN-DISP.
           MOVE WS-PTS-REDEEMED TO WS-PTS-RDM-DISP.
           MOVE WS-PTS-TRANSFERRED TO WS-PTS-XFER-DISP.
           MOVE WS-PTS-CLOSING TO WS-PTS-CLOSE-DISP.
           MOVE SPACES TO WS-STMT-LINE.
           STRING 'POINTS OPENING: ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PTS-OPEN-DISP) DELIMITED BY SIZE
                  ' EARNED: ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PTS-EARN-DISP) DELIMITED BY SIZE
                  ' REDEEMED: ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PTS-RDM-DISP) DELIMITED BY SIZE
                  INTO WS-STMT-LINE
           END-STRING.
           MOVE WS-STMT-LINE TO STATEMENT-REC.
           PERFORM WRITE-STATEMENT-LINE.
           MOVE SPACES TO WS-STMT-LINE.
           IF WS-PTS-TRANSFERRED NOT = 0
              STRING 'POINTS TRANSFERRED: ' DELIMITED BY SIZE
                     FUNCTION TRIM(WS-PTS-XFER-DISP) DELIMITED BY SIZE
                     ' CLOSING: ' DELIMITED BY SIZE
                     FUNCTION TRIM(WS-PTS-CLOSE-DISP) DELIMITED BY SIZE
                     INTO WS-STMT-LINE
              END-STRING
           ELSE
              STRING 'POINTS CLOSING: ' DELIMITED BY SIZE
                     FUNCTION TRIM(WS-PTS-CLOSE-DISP) DELIMITED BY SIZE
                     INTO WS-STMT-LINE
              END-STRING
           END-IF.
           MOVE WS-STMT-LINE TO STATEMENT-REC.
           PERFORM WRITE-STATEMENT-LINE.
       WRITE-POINTS-SUMMARY-EXIT.
           EXIT.

      **********************************************
      * ROUTES ONE LEDGER RECORD BY ITS POST-DATE MONTH: BEFORE
      * THE PERIOD INTO THE OPENING BALANCE, IN THE PERIOD INTO
      * EARNED / REDEEMED / TRANSFERRED. LATER RECORDS ARE LEFT
      * FOR NEXT MONTH'S STATEMENT.
      **********************************************
       APPLY-POINTS-RECORD.
           MOVE PTL-POST-DATE(1:6) TO WS-PTS-YYYYMM.
           EVALUATE TRUE
               WHEN WS-PTS-YYYYMM < WS-STMT-PERIOD
                 IF PTL-EARNED OR PTL-MOVED-IN
                    ADD PTL-POINTS TO WS-PTS-OPENING
                 ELSE
                    SUBTRACT PTL-POINTS FROM WS-PTS-OPENING
                 END-IF
               WHEN WS-PTS-YYYYMM = WS-STMT-PERIOD
                 EVALUATE TRUE
                     WHEN PTL-EARNED
                       ADD PTL-POINTS TO WS-PTS-EARNED
                     WHEN PTL-EARN-REVERSED
                       SUBTRACT PTL-POINTS FROM WS-PTS-EARNED
                     WHEN PTL-REDEEMED
                       ADD PTL-POINTS TO WS-PTS-REDEEMED
                     WHEN PTL-MOVED-IN
                       ADD PTL-POINTS TO WS-PTS-TRANSFERRED
                     WHEN PTL-MOVED-OUT
                       SUBTRACT PTL-POINTS FROM WS-PTS-TRANSFERRED
                 END-EVALUATE
               WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      **********************************************
      * READS THE NEXT POINTS LEDGER RECORD, SETTING PTS-EOF AT
      * THE END.
      **********************************************
       READ-POINTS-LEDGER.
           READ POINTS-LEDGER-FILE
             AT END
                SET PTS-EOF TO TRUE
             NOT AT END
                IF POINTS-LEDGER-STATUS = '00'
                   ADD 1 TO TOTAL-POINTS-READ
                ELSE
                   DISPLAY 'ERROR READING POINTS LEDGER: '
                            POINTS-LEDGER-STATUS
                   PERFORM ABEND-WITH-STATUS
                END-IF
           END-READ.

      **********************************************
      * WRITES THE STATEMENT-SUMMARY RECORD FOR THE CURRENCY JUST
      * CLOSED OUT, FROM THE CLOSING AND MINIMUM-PAYMENT FIGURES
      * FINISH-STATEMENT HAS JUST PRINTED.
      **********************************************
       WRITE-STMT-SUMMARY.
           MOVE SPACES TO STMT-SUMMARY-REC.
           MOVE WS-STMT-CARD TO STS-CARD-NUM.
           MOVE WS-STMT-PERIOD TO STS-PERIOD.
           MOVE SC-CURRENCY(SC-IDX) TO STS-CURRENCY.
           MOVE WS-CLOSING-AMOUNT TO STS-CLOSING-AMOUNT.
           MOVE WS-MIN-PAYMENT TO STS-MIN-PAYMENT.
           MOVE WS-DUE-DATE TO STS-DUE-DATE.
           WRITE STMT-SUMMARY-REC.
           IF STMT-SUMMARY-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING STATEMENT SUMMARY FILE: '
                       STMT-SUMMARY-STATUS
              MOVE 'M' TO CM-FUNCTION
              MOVE WS-CURRENT-CARD TO CM-CARD-NUMBER
              CALL 'CRDMSK11' USING WS-CARDMSK-REQUEST END-CALL
              DISPLAY 'CARD NUMBER: ' CM-MASKED-NUMBER
              PERFORM ABEND-WITH-STATUS
           END-IF.
           ADD 1 TO TOTAL-SUMMARY-RECORDS.

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
                 MOVE 'M' TO CM-FUNCTION
                 MOVE WS-CURRENT-CARD TO CM-CARD-NUMBER
                 CALL 'CRDMSK11' USING WS-CARDMSK-REQUEST END-CALL
                 DISPLAY 'CARD NUMBER: ' CM-MASKED-NUMBER
                 PERFORM ABEND-WITH-STATUS
              END-IF
           ELSE
              WRITE STATEMENT-REC
              IF STATEMENT-STATUS NOT = '00'
                 DISPLAY 'ERROR WRITING STATEMENT FILE: '
                          STATEMENT-STATUS
                 MOVE 'M' TO CM-FUNCTION
                 MOVE WS-CURRENT-CARD TO CM-CARD-NUMBER
                 CALL 'CRDMSK11' USING WS-CARDMSK-REQUEST END-CALL
                 DISPLAY 'CARD NUMBER: ' CM-MASKED-NUMBER
                 PERFORM ABEND-WITH-STATUS
              END-IF
           END-IF.

      **********************************************
      * CLOSE ALL FILES AND CHECK STATUS
                       POSTED-HISTORY-STATUS
           END-IF.

           IF POINTS-LEDGER-STATUS NOT = '05'
              AND POINTS-LEDGER-STATUS NOT = '35'
              CLOSE POINTS-LEDGER-FILE
           END-IF.

           CLOSE CARD-MASTER-FILE.
           IF CARD-FILE-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING CARD MASTER: '
                       STATEMENT-STATUS
           END-IF.

           CLOSE STMT-SUMMARY-FILE.
           IF STMT-SUMMARY-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING STATEMENT SUMMARY: '
                       STMT-SUMMARY-STATUS
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
       DISPLAY-SUMMARY.
           MOVE TOTAL-HISTORY-READ TO TOTAL-HISTORY-READ-DISP.
           MOVE TOTAL-STATEMENTS TO TOTAL-STATEMENTS-DISP.
           MOVE TOTAL-ACCOUNT-STATEMENTS
                TO TOTAL-ACCOUNT-STATEMENTS-DISP.
           MOVE TOTAL-DETAIL-LINES TO TOTAL-DETAIL-LINES-DISP.
           MOVE TOTAL-FUTURE-SKIPPED TO TOTAL-FUTURE-SKIPPED-DISP.
           MOVE TOTAL-SUMMARY-RECORDS TO TOTAL-SUMMARY-RECORDS-DISP.
           MOVE TOTAL-POINTS-READ TO TOTAL-POINTS-READ-DISP.
           MOVE TOTAL-HELD-STATEMENTS TO TOTAL-HELD-STATEMENTS-DISP.

           DISPLAY '========================================'.
           DISPLAY 'CARDHOLDER STATEMENT SUMMARY'.
           DISPLAY '========================================'.
           DISPLAY 'HISTORY RECORDS READ: ' TOTAL-HISTORY-READ-DISP.
           DISPLAY 'STATEMENTS WRITTEN:   ' TOTAL-STATEMENTS-DISP.
           DISPLAY '  ACCOUNT STATEMENTS: '
                   TOTAL-ACCOUNT-STATEMENTS-DISP.
           DISPLAY 'DETAIL LINES:         ' TOTAL-DETAIL-LINES-DISP.
           DISPLAY 'FUTURE-DATED SKIPPED: ' TOTAL-FUTURE-SKIPPED-DISP.
           DISPLAY 'SUMMARY RECORDS:      ' TOTAL-SUMMARY-RECORDS-DISP.
           DISPLAY 'POINTS RECORDS READ:  ' TOTAL-POINTS-READ-DISP.
           DISPLAY 'HELD - BAD ADDRESS:   ' TOTAL-HELD-STATEMENTS-DISP.
           DISPLAY '========================================'.
      **********************************************
      * CAPTURES THE RUN-START TIMESTAMP FOR THE BATSTAT RECORD.
