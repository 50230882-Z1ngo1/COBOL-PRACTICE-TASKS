      *              OVERDRAWN FOR AN HOUR NO LONGER PAYS A FULL       *
      *              MONTH. AN ACCOUNT WITH NO HISTORY YET FALLS       *
      *              BACK TO THE POINT-IN-TIME BASIS AND IS REPORTED.  *
      * 2026/10/15 - EVERY CHARGE NOW ALSO WRITES A BALANCED ENTRY TO  *
      *              THE SHARED GENERAL LEDGER JOURNAL (GLJDD,         *
      *              COPYBOOK GLJRNL): DR CUSTOMER DEPOSITS, CR        *
      *              OVERDRAFT INTEREST INCOME OR ACCOUNT FEE INCOME,  *
      *              ALONGSIDE ITS OPERATION LOG RECORD.               *
      * 2026/10/15 - THE RUN DATE IS NOW THE CYCLE DATE FROM CYCDAT40, *
      *              AND THE RUN CLOSES ITS MONTH THROUGH PERGTE40: IT *
      *              IS REFUSED WITH RC 8, BEFORE ANY ACCOUNT IS       *
      *              ASSESSED, UNLESS THE CYCLE DATE IS A MONTH-END ON *
      *              THE BUSINESS CALENDAR AND THE MONTH IS NOT        *
      *              ALREADY ON THE PERIOD CLOSE LOG (PCLSDD). A CLEAN *
      *              RUN RECORDS THE CLOSE.                            *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  ACCTDD (ACCT.MASTER) - VSAM KSDS ACCOUNT MASTER        *
      * INPUT:  BALHDD (ACCT.BAL.HISTORY) - NIGHTLY BALANCE HISTORY    *
      * INPUT:  CYCLDD/CALDD - CYCLE DATE AND BUSINESS CALENDAR,       *
      *         READ BY CYCDAT40                                       *
      * I/O:    PCLSDD (PERIOD.CLOSE.LOG) - PERIOD CLOSE LOG, READ     *
      *         AND WRITTEN BY PERGTE40                                *
      * OUTPUT: AS-OPR (OPR.LOG.ESDS) - ESDS OPERATION LOG (EXTEND)    *
      * OUTPUT: RPTDD (FEE.ASSESS.RPT) - ASSESSMENT REPORT             *
      * OUTPUT: GLJDD (GL.JOURNAL.DAILY) - GL JOURNAL LINES (EXTEND)   *
      * DB2:    TB_ACCOUNT_BAL (SELECT/UPDATE)                         *
      ******************************************************************

             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS STATUS-LOG-STATUS.

           SELECT GL-JOURNAL-FILE ASSIGN TO GLJDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS GL-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ACCT-MASTER.
       01 STATUS-LOG-REC.
           COPY BATSTAT.

      * SHARED GENERAL LEDGER JOURNAL, OPEN EXTEND.
       FD GL-JOURNAL-FILE RECORDING MODE IS F.
       01 GL-JOURNAL-REC.
           COPY GLJRNL.

       WORKING-STORAGE SECTION.

      * SQL COMMUNICATION AREA
          05 BAL-HISTORY-STATUS PIC X(2).
          05 REPORT-STATUS PIC X(2).
          05 STATUS-LOG-STATUS PIC X(2).
          05 GL-JOURNAL-STATUS PIC X(2).

      * CONTROL FLAGS
       01 WS-FLAGS.
       01 WS-CHARGE-DESC PIC X(16).
       01 WS-CHARGE-DISP PIC Z(6)9.99.

      * GENERAL LEDGER ACCOUNT CODES AND THE POSTING REQUEST AREA -
      * SEE COPYBOOKS GLACCT AND GLPOST. EACH CHARGE IS TAKEN FROM
      * CUSTOMER DEPOSITS INTO THE INCOME ACCOUNT FOR ITS KIND.
           COPY GLACCT.
           COPY GLPOST.

      * PER-ACCOUNT BALANCE-HISTORY ROLLUP FOR THE LAST 30 DAYS:
      * HOW MANY NIGHTLY SNAPSHOTS LANDED IN THE WINDOW AND THEIR
      * SUM. THE INTEREST BASIS IS SUM / DAYS - THE AVERAGE DAILY
      * RUN DATE FOR THE OPERATION RECORDS
       01 WS-RUN-DATE PIC X(8).

      * CYCLE DATE AND PERIOD-END GATE (CYCDAT40 / PERGTE40)
       COPY CYCDATE.
       COPY PERGATE.

      * COMMIT CYCLE, MATCHING THE SUITE'S DB2 JOBS
       01 COMMIT-COUNTER PIC 9(5) VALUE 0.
       77 WS-SQLCODE-DISP PIC -Z(9)9.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM SET-BST-START-TS.
           MOVE 'FEEASS29' TO CD-JOB-NAME.
           CALL 'CYCDAT40' USING WS-CYCDATE-REQUEST END-CALL.
           MOVE CD-CYCLE-DATE TO WS-RUN-DATE.
           PERFORM OPEN-ALL-FILES.
           PERFORM CHECK-PERIOD-GATE.
           PERFORM LOAD-BALANCE-HISTORY.
           PERFORM ASSESS-ALL-ACCOUNTS.
           PERFORM FINAL-COMMIT.
           PERFORM RECORD-PERIOD-CLOSE.
           PERFORM WRITE-BATCH-STATUS.
           PERFORM CLOSE-ALL-FILES.
           DISPLAY 'FEE ASSESSMENT RUN COMPLETE.'.
           DISPLAY 'MAINTENANCE FEES:     ' FEE-CHARGES.
           DISPLAY 'BALANCE ROWS MISSING: ' ROWS-MISSING.
           DISPLAY 'POINT-IN-TIME BASIS:  ' NO-HISTORY-BASIS.
           DISPLAY 'GL JOURNAL LINES:     ' GLP-LINES-WRITTEN.
           STOP RUN.

      **********************************************
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN EXTEND GL-JOURNAL-FILE.
           IF GL-JOURNAL-STATUS = '05' OR GL-JOURNAL-STATUS = '35'
              OPEN OUTPUT GL-JOURNAL-FILE
           END-IF.
           IF GL-JOURNAL-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING GL JOURNAL: ' GL-JOURNAL-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * THE MONTHLY FEE CLOSES THE MONTH: THE CYCLE DATE MUST BE
      * A MONTH-END AND THE MONTH MUST NOT ALREADY HAVE BEEN
      * ASSESSED. ANYTHING ELSE STOPS THE RUN WITH RC 8 BEFORE
      * AN ACCOUNT IS TOUCHED.
      **********************************************
       CHECK-PERIOD-GATE.
           SET PG-CHECK-PERIOD TO TRUE.
           MOVE 'FEEASS29' TO PG-JOB-NAME.
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
      * RECORDS THE MONTH AS ASSESSED SO A SECOND RUN FOR IT IS
      * REFUSED. ONLY A RUN WHOSE CHARGES ARE ALL COMMITTED GETS
      * THIS FAR.
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
      * ROLLS THE NIGHTLY BALANCE SNAPSHOTS INSIDE THE 30-DAY
      * WINDOW UP BY ACCOUNT: DAYS SEEN AND SUM OF BALANCES. NO
                            WS-AVG-BALANCE * -1 * WS-OD-MONTHLY-RATE
                    IF WS-CHARGE-AMOUNT > 0
                       MOVE 'OVERDRAFT INT' TO WS-CHARGE-DESC
                       MOVE GLA-OVERDRAFT-INCOME TO GLP-CREDIT-ACCT
                       ADD 1 TO INTEREST-CHARGES
                       PERFORM POST-ONE-CHARGE
                    END-IF
                 END-IF
                 MOVE WS-MONTHLY-FEE TO WS-CHARGE-AMOUNT
                 MOVE 'MONTHLY FEE' TO WS-CHARGE-DESC
                 MOVE GLA-ACCOUNT-FEE-INCOME TO GLP-CREDIT-ACCT
                 ADD 1 TO FEE-CHARGES
                 PERFORM POST-ONE-CHARGE
               WHEN SQLCODE = 100
              PERFORM ABEND-WITH-STATUS
           END-IF.

           MOVE GLA-CUSTOMER-DEPOSITS TO GLP-DEBIT-ACCT.
           MOVE WS-CHARGE-AMOUNT TO GLP-AMOUNT.
           MOVE 'USD' TO GLP-CURRENCY.
           MOVE ACCT-MAST-ID TO GLP-REFERENCE.
           MOVE WS-CHARGE-DESC TO GLP-DESC.
           PERFORM WRITE-GL-ENTRY.

           MOVE WS-CHARGE-AMOUNT TO WS-CHARGE-DISP.
           MOVE SPACES TO REPORT-REC.
           STRING ACCT-MAST-ID DELIMITED BY SIZE
              PERFORM COMMIT-CHARGES
           END-IF.

      **********************************************
      * WRITES ONE BALANCED JOURNAL ENTRY FROM THE GLPOST REQUEST
      * AREA: A DEBIT LINE AND A CREDIT LINE FOR GLP-AMOUNT UNDER
      * THE NEXT ENTRY NUMBER. A NEGATIVE AMOUNT SWAPS THE SIDES;
      * A ZERO AMOUNT WRITES NOTHING. LIKE THE OPERATION LOG, THE
      * JOURNAL MUST MOVE WITH THE BALANCE, SO A WRITE FAILURE
      * ROLLS THE UNCOMMITTED CHARGES BACK.
      **********************************************
       WRITE-GL-ENTRY.
           IF GLP-AMOUNT NOT = 0
              IF GLP-AMOUNT < 0
                 MOVE GLP-DEBIT-ACCT TO GLP-SWAP-ACCT
                 MOVE GLP-CREDIT-ACCT TO GLP-DEBIT-ACCT
                 MOVE GLP-SWAP-ACCT TO GLP-CREDIT-ACCT
                 COMPUTE GLP-AMOUNT = GLP-AMOUNT * -1
              END-IF
              ADD 1 TO GLP-ENTRY-NO
              MOVE SPACES TO GL-JOURNAL-REC
              MOVE 'FEEASS29' TO GLJ-SOURCE-JOB
              MOVE WS-RUN-DATE TO GLJ-POST-DATE
              MOVE GLP-ENTRY-NO TO GLJ-ENTRY-NO
              MOVE GLP-AMOUNT TO GLJ-AMOUNT
              MOVE GLP-CURRENCY TO GLJ-CURRENCY
              MOVE GLP-REFERENCE TO GLJ-REFERENCE
              MOVE GLP-DESC TO GLJ-DESC
              MOVE GLP-DEBIT-ACCT TO GLJ-ACCOUNT
              SET GLJ-DEBIT TO TRUE
              PERFORM WRITE-GL-LINE
              MOVE GLP-CREDIT-ACCT TO GLJ-ACCOUNT
              SET GLJ-CREDIT TO TRUE
              PERFORM WRITE-GL-LINE
              ADD GLP-AMOUNT TO GLP-DEBIT-TOTAL
           END-IF.

      **********************************************
      * WRITES WHATEVER LINE IS CURRENTLY IN GL-JOURNAL-REC.
      **********************************************
       WRITE-GL-LINE.
           WRITE GL-JOURNAL-REC.
           IF GL-JOURNAL-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING GL JOURNAL: ' GL-JOURNAL-STATUS
              EXEC SQL
                ROLLBACK WORK
              END-EXEC
              PERFORM ABEND-WITH-STATUS
           END-IF.
           ADD 1 TO GLP-LINES-WRITTEN.

      **********************************************
      * COMMITS THE CHARGES POSTED SO FAR.
      **********************************************
              DISPLAY 'WARNING: ERROR CLOSING REPORT FILE: '
                       REPORT-STATUS
           END-IF.
           CLOSE GL-JOURNAL-FILE.
           IF GL-JOURNAL-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING GL JOURNAL: '
                       GL-JOURNAL-STATUS
           END-IF.
           CLOSE STATUS-LOG.
           IF STATUS-LOG-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING STATUS LOG: '
