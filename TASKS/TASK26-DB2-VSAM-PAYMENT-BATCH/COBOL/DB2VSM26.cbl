      *              DATE (FORMER FILLER BYTES) SO CUSSTM26 CAN     *
      *              STATEMENT A CUSTOMER'S MONTH FROM THE ARCHIVED *
      *              EXTRACT GENERATIONS WITHOUT THE 'H' HEADER.    *
      * 2026/10/15 - INTRADAY PAYMENT CYCLES: THE JOB MAY NOW RUN      *
      *              SEVERAL TIMES PER PROCESSING DATE. EACH RUN IS A  *
      *              NUMBERED CYCLE - THE NEXT ONE AFTER THE DAY'S     *
      *              LAST CYCLE ON TIEOUT, OR A 'CYCLE=NN' SYSIN CARD. *
      *              THE CYCLE IS STAMPED ON THE PROCESSED-PAYMENTS    *
      *              STORE, THE SETTLEMENT HEADER AND TRAILER AND THE  *
      *              TIEOUT RECORD. THE FIRST CYCLE OF A DATE STARTS   *
      *              THE SETTLEMENT EXTRACT AND TIEOUT AFRESH; LATER   *
      *              CYCLES ADD THEIR OWN HEADER/DETAIL/TRAILER GROUP  *
      *              AND TIEOUT RECORD SO ESDS29 CAN TIE OUT EACH      *
      *              CYCLE AND THE DAY.                                *
      * 2026/10/15 - GENERAL LEDGER JOURNAL (GLJDD, COPYBOOK GLJRNL):  *
      *              EACH COMMITTED BATCH NOW ALSO APPENDS BALANCED    *
      *              ENTRIES FOR WHAT IT APPLIED - CORRECTIONS DR      *
      *              PAYMENTS CLEARING / CR CUSTOMER BALANCES,         *
      *              ADJUSTMENTS DR BALANCE ADJUSTMENTS / CR CUSTOMER  *
      *              BALANCES, TRANSFERS PARKED ON '*SUSP' DR CUSTOMER *
      *              BALANCES / CR TRANSFER SUSPENSE, AND REVERSALS    *
      *              BACKING OUT A CORRECTION. WRITTEN ONLY AFTER THE  *
      *              COMMIT SUCCEEDS, SO THE LEDGER NEVER SEES WORK A  *
      *              ROLLBACK UNDID; A TRANSFER BETWEEN TWO CUSTOMERS  *
      *              NETS TO NOTHING IN THE LEDGER AND POSTS NO        *
      *              ENTRY. NOTHING IS JOURNALED ON A DRY RUN.         *
      * 2026/10/15 - ONCE TIEOUT IS REWRITTEN, ITS RECORD COUNT, HASH  *
      *              TOTAL (SUM OF THE CYCLES' PAYMENT COUNTS) AND     *
      *              AMOUNT TOTAL OVER THE WHOLE FILE ARE POSTED TO    *
      *              THE SHARED CONTROL LOG (CTLDD, THROUGH CTLCHK45)  *
      *              FOR ESDS29 TO VERIFY BEFORE IT TIES OUT. NOTHING  *
      *              IS POSTED ON A DRY RUN.                           *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  INPDD  (PAYMENTS)      - PS PAYMENT INPUT              *
      * OUTPUT: LOGDD  (PAYMENT.LOG)   - PS LOG OF RESULTS/ERRORS      *
      *         RSTDD  (DB2VSM26.RESTART) - LAST COMMITTED PAYMENT ID  *
      *                                     FOR RESTART (PS)          *
      *         GLJDD  (GL.JOURNAL.DAILY) - GL JOURNAL LINES (EXTEND)  *
      *         CTLDD  (CONTROL.TOTALS.LOG) - HANDOFF CONTROL TOTALS   *
      *                (EXTEND, THROUGH CTLCHK45)                      *
      *                                                                *
      * DB2 OBJECTS:                                                   *
      * TB_CUSTOMER_BALANCE - CUSTOMER BALANCE AND LAST PAYMENT        *
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS XFER-SUSPENSE-STATUS.

           SELECT GL-JOURNAL-FILE ASSIGN TO GLJDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS GL-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PAYMENT-FILE RECORDING MODE IS F.
          05 PP-PAYMENT-ID PIC X(6).
          05 FILLER PIC X(1).
          05 PP-POST-DATE PIC X(8).
          05 FILLER PIC X(1).
          05 PP-CYCLE-SEQ PIC 9(2).
          05 FILLER PIC X(62).

      * MACHINE-READABLE SETTLEMENT EXTRACT FOR THE GL AND THE
      * CLEARING NETWORK: 'H' HEADER WITH THE CYCLE DATE, ONE 'D'
      * SIGNS), AND A 'T' TRAILER WHOSE COUNT AND AMOUNT HASH
      * MUST EQUAL THE RUN'S WS-TOTAL-DB2-DELTA CONTROL TOTAL.
      * GL POSTING NO LONGER SCREEN-SCRAPES THE PAYMENT LOG.
      * HEADER AND TRAILER CARRY THE PAYMENT CYCLE; A DATE WITH
      * SEVERAL CYCLES HOLDS ONE H/D/T GROUP PER CYCLE.
       FD SETTLEMENT-FILE RECORDING MODE IS F.
       01 SETTLEMENT-REC.
          05 SET-REC-TYPE PIC X(1).
          05 SET-BODY PIC X(79).
          05 SET-HEADER REDEFINES SET-BODY.
             10 SET-CYCLE-DATE PIC X(8).
             10 SET-HDR-CYCLE-SEQ PIC 9(2).
             10 FILLER PIC X(69).
          05 SET-DETAIL REDEFINES SET-BODY.
             10 SET-PAYMENT-ID PIC X(6).
             10 SET-CUST-ID PIC X(5).
          05 SET-TRAILER REDEFINES SET-BODY.
             10 SET-DETAIL-COUNT PIC 9(7).
             10 SET-HASH-AMOUNT PIC S9(9)V99.
             10 SET-TRL-CYCLE-SEQ PIC 9(2).
             10 FILLER PIC X(59).

      * SHARED GENERAL LEDGER JOURNAL, OPEN EXTEND. GLPOST41
      * VALIDATES AND POSTS IT NIGHTLY.
       FD GL-JOURNAL-FILE RECORDING MODE IS F.
       01 GL-JOURNAL-REC.
           COPY GLJRNL.

       WORKING-STORAGE SECTION.

          05 SETTLEMENT-STATUS PIC X(2).
          05 SKIP-QUEUE-STATUS PIC X(2).
          05 XFER-SUSPENSE-STATUS PIC X(2).
          05 GL-JOURNAL-STATUS PIC X(2).

      * CONTROL FLAGS
       01 WS-FLAGS.
          05 PROC-STORE-ENTRY OCCURS 20000 TIMES INDEXED BY PS-IDX.
             10 PS-PAYMENT-ID PIC X(6).
             10 PS-POST-DATE PIC X(8).
             10 PS-CYCLE-SEQ PIC 9(2).
       01 WS-PROC-FLAGS.
          05 WS-PROC-EOF PIC X(1) VALUE 'N'.
             88 PROC-EOF VALUE 'Y'.
       01 WS-RUN-DATE-NUM PIC 9(8).
       01 DUPLICATE-COUNT PIC 9(5) VALUE 0.
       01 WS-DUP-POST-DATE PIC X(8).
       01 WS-DUP-CYCLE-SEQ PIC 9(2).

      * SETTLEMENT EXTRACT WORK FIELDS: THE SIGNED AMOUNT OF THE
      * MOVEMENT BEING WRITTEN AND THE RUNNING COUNT/HASH FOR THE
      * AGAINST ESDS29'S GROSS TOTAL OF VALIDATED DEBIT OPERATIONS.
       01 WS-TOTAL-APPLIED-DEBIT PIC S9(7)V99 VALUE 0.

      * GENERAL LEDGER ACCOUNT CODES AND THE POSTING REQUEST AREA -
      * SEE COPYBOOKS GLACCT AND GLPOST.
           COPY GLACCT.
           COPY GLPOST.

      * WHAT THE CURRENT COMMIT BATCH HAS APPLIED, BY LEDGER
      * TREATMENT. JOURNALED AND ZEROED EACH TIME THE BATCH
      * COMMITS; A ROLLED-BACK BATCH NEVER REACHES THE JOURNAL.
       01 WS-GL-BATCH-TOTALS.
          05 GLB-CORRECTION-AMT PIC S9(9)V99 VALUE 0.
          05 GLB-ADJUSTMENT-AMT PIC S9(9)V99 VALUE 0.
          05 GLB-SUSPENSE-AMT PIC S9(9)V99 VALUE 0.
          05 GLB-REVERSAL-AMT PIC S9(9)V99 VALUE 0.

      * DISPLAY FIELDS FOR SQLCODE AND RETURN-CODE
       77 WS-SQLCODE-DISP  PIC -Z(9)9.
       77 WS-RC-DISP       PIC -Z9.
      * AND SUBPROGRAM CYCDAT40.
           COPY CYCDATE.

      * HANDOFF CONTROL TOTAL REQUEST AREA - SEE COPYBOOK CTLREQ
      * AND SUBPROGRAM CTLCHK45. TIEOUT'S TOTALS ARE ADDED UP HERE
      * AS IT IS REWRITTEN.
           COPY CTLREQ.

      * THIS RUN'S PROCESSING DATE (YYYYMMDD FROM CYCDAT40),
      * STAMPED ON THE TIEOUT EXTRACT SO ESDS29 CAN TELL TONIGHT'S
      * EXTRACT FROM A LEFTOVER ONE.
       01 WS-RUN-DATE PIC X(8).

      * PAYMENT CYCLE WITHIN WS-RUN-DATE. A 'CYCLE=NN' SYSIN CARD
      * NAMES IT; OTHERWISE IT IS ONE PAST THE HIGHEST CYCLE ALREADY
      * ON TIEOUT FOR THE DATE. THAT DATE'S EARLIER TIEOUT RECORDS
      * ARE HELD HERE AND WRITTEN BACK AHEAD OF THIS CYCLE'S, SO THE
      * FILE ALWAYS HOLDS THE WHOLE DAY AND NOTHING OLDER.
       01 WS-CYCLE-SEQ PIC 9(2) VALUE 0.
       01 WS-CYCLE-CARD-SEQ PIC 9(2) VALUE 0.
       01 WS-HIGH-CYCLE-SEQ PIC 9(2) VALUE 0.
       01 WS-PRIOR-CYCLE-COUNT PIC 9(2) VALUE 0.
       01 WS-PRIOR-TIEOUT-TABLE.
          05 PRIOR-TIEOUT-ENTRY OCCURS 99 TIMES INDEXED BY PT-IDX.
             10 PT-TIEOUT-REC PIC X(38).
       01 WS-TIEOUT-EOF-FLAG PIC X(1) VALUE 'N'.
          88 TIEOUT-EOF VALUE 'Y'.

      **********************************************
      * MAIN FLOW: RESTART CHECK -> OPEN -> INIT -> PROCESS PAYMENTS
      * -> PROCESS REVERSALS -> CONTROL TOTALS -> FINAL -> FINAL-LOG
           PERFORM LOAD-RUNTIME-PARMS.
           PERFORM READ-DRYRUN-PARM.
           PERFORM READ-RESTART-CHECKPOINT.
           PERFORM ESTABLISH-PAYMENT-CYCLE.
           PERFORM OPEN-PARA.
           PERFORM INITIALIZE-PARA.
           PERFORM LOAD-PROCESSED-STORE.
           MOVE 0 TO RETURN-CODE.
           MOVE SPACES TO WS-MSG.
           MOVE ALL SPACES TO PAYMENT-LOG-REC.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM.
           COMPUTE WS-RUN-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).
              MOVE SPACES TO SETTLEMENT-REC
              MOVE 'H' TO SET-REC-TYPE
              MOVE WS-RUN-DATE TO SET-CYCLE-DATE
              MOVE WS-CYCLE-SEQ TO SET-HDR-CYCLE-SEQ
              PERFORM WRITE-SETTLEMENT-RECORD
           END-IF.

      **********************************************
      * READS SYSIN FOR AN OPTIONAL 'DRYRUN=Y' CONTROL CARD. NO
      * SYSIN DD (FILE STATUS 05/35) OR NO SUCH CARD LEAVES THE RUN
      * IN NORMAL, FULLY-COMMITTING MODE. AN OPTIONAL 'CYCLE=NN'
      * CARD NAMES THE PAYMENT CYCLE (SEE ESTABLISH-PAYMENT-CYCLE).
      **********************************************
       READ-DRYRUN-PARM.
           OPEN INPUT SYSIN-FILE.
                            SET DRY-RUN-MODE TO TRUE
                         END-IF
                      END-IF
                      IF SYSIN-REC(1:6) = 'CYCLE='
                         PERFORM READ-CYCLE-CARD
                      END-IF
                 END-READ
              END-PERFORM
              CLOSE SYSIN-FILE
              DISPLAY 'DRY-RUN MODE - NO DATABASE UPDATES WILL BE MADE'
           END-IF.

      **********************************************
      * TAKES THE PAYMENT CYCLE OFF A 'CYCLE=NN' CARD. ONE OR TWO
      * DIGITS, 01-99; ANYTHING ELSE STOPS THE RUN BEFORE ANY
      * POSTING RATHER THAN GUESS WHICH CYCLE WAS MEANT.
      **********************************************
       READ-CYCLE-CARD.
           IF SYSIN-REC(7:2) NUMERIC
              MOVE SYSIN-REC(7:2) TO WS-CYCLE-CARD-SEQ
           ELSE
              IF SYSIN-REC(7:1) NUMERIC AND SYSIN-REC(8:1) = SPACE
                 MOVE SYSIN-REC(7:1) TO WS-CYCLE-CARD-SEQ
              ELSE
                 MOVE 0 TO WS-CYCLE-CARD-SEQ
              END-IF
           END-IF.
           IF WS-CYCLE-CARD-SEQ = 0
              DISPLAY 'ERROR: INVALID CYCLE CARD: ' SYSIN-REC(1:20)
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * READS ANY RESTART CHECKPOINT LEFT BY A PRIOR RUN. IF
      * RSTDD ALREADY HAS A RECORD ON IT, THE LAST LINE WRITTEN
           END-IF.

      **********************************************
      * FETCHES THE PROCESSING DATE AND WORKS OUT WHICH PAYMENT
      * CYCLE OF THAT DATE THIS RUN IS. TIEOUT HOLDS ONE RECORD PER
      * CYCLE ALREADY RUN; THOSE FOR THIS DATE ARE KEPT FOR THE
      * REWRITE AND ANYTHING OLDER IS DROPPED. A CYCLE CARD AT OR
      * BELOW THE DATE'S HIGHEST CYCLE NAMES A CYCLE THAT HAS
      * ALREADY RUN AND STOPS THE RUN. A RESTARTED CYCLE NEVER
      * WROTE ITS TIEOUT RECORD, SO IT COMES BACK WITH ITS OWN
      * NUMBER.
      **********************************************
       ESTABLISH-PAYMENT-CYCLE.
           MOVE 'DB2VSM26' TO CD-JOB-NAME.
           CALL 'CYCDAT40' USING WS-CYCDATE-REQUEST END-CALL.
           MOVE CD-CYCLE-DATE TO WS-RUN-DATE.
           OPEN INPUT TIEOUT-FILE.
           IF TIEOUT-STATUS = '05' OR TIEOUT-STATUS = '35'
              CONTINUE
           ELSE
              IF TIEOUT-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING TIEOUT FILE: ' TIEOUT-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
              PERFORM UNTIL TIEOUT-EOF
                 READ TIEOUT-FILE
                   AT END
                      SET TIEOUT-EOF TO TRUE
                   NOT AT END
                      IF TIE-CYCLE-DATE = WS-RUN-DATE
                         PERFORM KEEP-PRIOR-CYCLE-TIEOUT
                      END-IF
                 END-READ
              END-PERFORM
              CLOSE TIEOUT-FILE
           END-IF.
           IF WS-CYCLE-CARD-SEQ > 0
              IF WS-CYCLE-CARD-SEQ NOT > WS-HIGH-CYCLE-SEQ
                 DISPLAY 'ERROR: PAYMENT CYCLE ' WS-CYCLE-CARD-SEQ
                         ' ALREADY RUN FOR ' WS-RUN-DATE
                         ' (LAST CYCLE ' WS-HIGH-CYCLE-SEQ ')'
                 PERFORM ABEND-WITH-STATUS
              END-IF
              MOVE WS-CYCLE-CARD-SEQ TO WS-CYCLE-SEQ
           ELSE
              IF WS-HIGH-CYCLE-SEQ >= 99
                 DISPLAY 'ERROR: NO PAYMENT CYCLES LEFT FOR '
                         WS-RUN-DATE ' (99 MAX)'
                 PERFORM ABEND-WITH-STATUS
              END-IF
              COMPUTE WS-CYCLE-SEQ = WS-HIGH-CYCLE-SEQ + 1
           END-IF.
           DISPLAY 'PAYMENT CYCLE ' WS-CYCLE-SEQ ' FOR ' WS-RUN-DATE.

      **********************************************
      * HOLDS ONE OF THIS DATE'S EARLIER TIEOUT RECORDS AND
      * TRACKS THE HIGHEST CYCLE SEEN.
      **********************************************
       KEEP-PRIOR-CYCLE-TIEOUT.
           IF WS-PRIOR-CYCLE-COUNT >= 99
              DISPLAY 'ERROR: TIEOUT HOLDS MORE THAN 99 CYCLES FOR '
                      WS-RUN-DATE
              PERFORM ABEND-WITH-STATUS
           END-IF.
           ADD 1 TO WS-PRIOR-CYCLE-COUNT.
           SET PT-IDX TO WS-PRIOR-CYCLE-COUNT.
           MOVE TIEOUT-REC TO PT-TIEOUT-REC(PT-IDX).
           IF TIE-CYCLE-SEQ NUMERIC
              IF TIE-CYCLE-SEQ > WS-HIGH-CYCLE-SEQ
                 MOVE TIE-CYCLE-SEQ TO WS-HIGH-CYCLE-SEQ
              END-IF
           END-IF.

      **********************************************
      * OPEN ALL FILES AND CHECK STATUS. THE SETTLEMENT EXTRACT IS
      * STARTED AFRESH BY THE FIRST CYCLE OF A DATE AND EXTENDED BY
      * EACH LATER ONE.
      **********************************************
       OPEN-PARA.
           OPEN INPUT PAYMENT-FILE.
           END-IF.

           IF NOT DRY-RUN-MODE
              IF WS-PRIOR-CYCLE-COUNT = 0
                 OPEN OUTPUT SETTLEMENT-FILE
              ELSE
                 OPEN EXTEND SETTLEMENT-FILE
                 IF SETTLEMENT-STATUS = '05' OR SETTLEMENT-STATUS = '35'
                    OPEN OUTPUT SETTLEMENT-FILE
                 END-IF
              END-IF
              IF SETTLEMENT-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING SETTLEMENT EXTRACT: '
                          SETTLEMENT-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
              OPEN EXTEND GL-JOURNAL-FILE
              IF GL-JOURNAL-STATUS = '05' OR GL-JOURNAL-STATUS = '35'
                 OPEN OUTPUT GL-JOURNAL-FILE
              END-IF
              IF GL-JOURNAL-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING GL JOURNAL: '
                          GL-JOURNAL-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
           END-IF.

      **********************************************
                    SET PS-IDX TO PROC-STORE-COUNT
                    MOVE PP-PAYMENT-ID TO PS-PAYMENT-ID(PS-IDX)
                    MOVE PP-POST-DATE TO PS-POST-DATE(PS-IDX)
                    IF PP-CYCLE-SEQ NUMERIC
                       MOVE PP-CYCLE-SEQ TO PS-CYCLE-SEQ(PS-IDX)
                    ELSE
                       MOVE 0 TO PS-CYCLE-SEQ(PS-IDX)
                    END-IF
                 END-IF
              END-IF
           END-IF.
                 IF PS-PAYMENT-ID(PS-IDX) = PAYMENT-ID
                    SET DUPLICATE-PAYMENT TO TRUE
                    MOVE PS-POST-DATE(PS-IDX) TO WS-DUP-POST-DATE
                    MOVE PS-CYCLE-SEQ(PS-IDX) TO WS-DUP-CYCLE-SEQ
                 END-IF
              END-PERFORM
           END-IF.
              SET PS-IDX TO PROC-STORE-COUNT
              MOVE PAYMENT-ID TO PS-PAYMENT-ID(PS-IDX)
              MOVE WS-RUN-DATE TO PS-POST-DATE(PS-IDX)
              MOVE WS-CYCLE-SEQ TO PS-CYCLE-SEQ(PS-IDX)
           END-IF.

      **********************************************
              MOVE SPACES TO PROCESSED-STORE-REC
              MOVE PS-PAYMENT-ID(PS-IDX) TO PP-PAYMENT-ID
              MOVE PS-POST-DATE(PS-IDX) TO PP-POST-DATE
              MOVE PS-CYCLE-SEQ(PS-IDX) TO PP-CYCLE-SEQ
              WRITE PROCESSED-STORE-REC
              IF PROCESSED-STORE-STATUS NOT = '00'
                 DISPLAY 'ERROR WRITING PROCESSED STORE: '
                                       DELIMITED BY SIZE
                                   WS-DUP-POST-DATE
                                       DELIMITED BY SIZE
                                   ' CYCLE ' DELIMITED BY SIZE
                                   WS-DUP-CYCLE-SEQ
                                       DELIMITED BY SIZE
                                   INTO WS-MSG
                            END-STRING
                            PERFORM WRITE-MSG-LOG
                    ADD 1 TO SUCCESS-COUNT
                    ADD PMT-AMOUNT TO WS-TOTAL-DB2-DELTA
                    ADD PMT-AMOUNT TO WS-TOTAL-APPLIED-DEBIT
                    IF PAYMENT-TYPE = 'A'
                       ADD PMT-AMOUNT TO GLB-ADJUSTMENT-AMT
                    ELSE
                       ADD PMT-AMOUNT TO GLB-CORRECTION-AMT
                    END-IF
                    MOVE PAYMENT-ID TO WS-LAST-COMMITTED-ID
                    PERFORM WRITE-MSG-LOG
                    ADD PMT-AMOUNT TO WS-TOTAL-LOG-AMOUNT

           ADD 1 TO TRANSFERS-SUSPENDED.
           ADD 1 TO SUCCESS-COUNT.
           ADD PMT-AMOUNT TO GLB-SUSPENSE-AMT.
           ADD PMT-AMOUNT TO WS-TOTAL-DB2-DELTA.
           ADD PMT-AMOUNT TO WS-TOTAL-LOG-AMOUNT.
           MOVE PAYMENT-ID TO WS-LAST-COMMITTED-ID.
           ADD 1 TO COMMIT-BATCHES.
           MOVE 0 TO COMMIT-COUNTER.
           IF NOT DRY-RUN-MODE
              PERFORM WRITE-GL-BATCH-ENTRIES
              PERFORM WRITE-RESTART-CHECKPOINT
           END-IF.
           INITIALIZE WS-GL-BATCH-TOTALS.

      **********************************************
      * JOURNALS WHAT THE BATCH JUST COMMITTED, ONE BALANCED ENTRY
      * PER LEDGER TREATMENT, REFERENCED BY CYCLE AND THE BATCH'S
      * LAST PAYMENT ID. CORRECTIONS ARE MONEY RECEIVED THROUGH
      * PAYMENTS CLEARING; ADJUSTMENTS ARE A BALANCE WRITE-UP
      * CHARGED TO BALANCE ADJUSTMENTS; A TRANSFER PARKED ON THE
      * SUSPENSE ROW MOVES OUT OF CUSTOMER BALANCES INTO TRANSFER
      * SUSPENSE; A REVERSAL BACKS OUT A CORRECTION.
      **********************************************
       WRITE-GL-BATCH-ENTRIES.
           MOVE 'USD' TO GLP-CURRENCY.
           MOVE SPACES TO GLP-REFERENCE.
           STRING 'CYC' DELIMITED BY SIZE
                  WS-CYCLE-SEQ DELIMITED BY SIZE
                  ' THRU ' DELIMITED BY SIZE
                  WS-LAST-COMMITTED-ID DELIMITED BY SIZE
                  INTO GLP-REFERENCE
           END-STRING.

           MOVE GLA-PAYMENT-CLEARING TO GLP-DEBIT-ACCT.
           MOVE GLA-CUSTOMER-BALANCES TO GLP-CREDIT-ACCT.
           MOVE GLB-CORRECTION-AMT TO GLP-AMOUNT.
           MOVE 'PAYMENT CORRECTIONS' TO GLP-DESC.
           PERFORM WRITE-GL-ENTRY.

           MOVE GLA-BALANCE-ADJUSTMENTS TO GLP-DEBIT-ACCT.
           MOVE GLA-CUSTOMER-BALANCES TO GLP-CREDIT-ACCT.
           MOVE GLB-ADJUSTMENT-AMT TO GLP-AMOUNT.
           MOVE 'BALANCE ADJUSTMENTS' TO GLP-DESC.
           PERFORM WRITE-GL-ENTRY.

           MOVE GLA-CUSTOMER-BALANCES TO GLP-DEBIT-ACCT.
           MOVE GLA-TRANSFER-SUSPENSE TO GLP-CREDIT-ACCT.
           MOVE GLB-SUSPENSE-AMT TO GLP-AMOUNT.
           MOVE 'TRANSFERS SUSPENDED' TO GLP-DESC.
           PERFORM WRITE-GL-ENTRY.

           MOVE GLA-CUSTOMER-BALANCES TO GLP-DEBIT-ACCT.
           MOVE GLA-PAYMENT-CLEARING TO GLP-CREDIT-ACCT.
           MOVE GLB-REVERSAL-AMT TO GLP-AMOUNT.
           MOVE 'PAYMENT REVERSALS' TO GLP-DESC.
           PERFORM WRITE-GL-ENTRY.

      **********************************************
      * WRITES ONE BALANCED JOURNAL ENTRY FROM THE GLPOST REQUEST
      * AREA: A DEBIT LINE AND A CREDIT LINE FOR GLP-AMOUNT UNDER
      * THE NEXT ENTRY NUMBER. A NEGATIVE AMOUNT SWAPS THE SIDES;
      * A ZERO AMOUNT WRITES NOTHING.
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
              MOVE 'DB2VSM26' TO GLJ-SOURCE-JOB
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
      * WRITES WHATEVER LINE IS CURRENTLY IN GL-JOURNAL-REC. THE
      * BATCH BEHIND IT IS ALREADY COMMITTED, SO A FAILURE HERE
      * STOPS THE RUN WITHOUT A ROLLBACK.
      **********************************************
       WRITE-GL-LINE.
           WRITE GL-JOURNAL-REC.
           IF GL-JOURNAL-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING GL JOURNAL: ' GL-JOURNAL-STATUS
              MOVE 'GL JOURNAL WRITE ERROR' TO WS-OPS-MESSAGE
              PERFORM WRITE-OPS-ERROR-LOG
              PERFORM ABEND-WITH-STATUS
           END-IF.
           ADD 1 TO GLP-LINES-WRITTEN.

      **********************************************
      * WRITES WS-LAST-COMMITTED-ID AS THE NEW RESTART POINT.
                    ADD 1 TO REVERSAL-COUNT
                    SUBTRACT REV-AMOUNT FROM WS-TOTAL-DB2-DELTA
                    ADD REV-AMOUNT TO WS-TOTAL-APPLIED-DEBIT
                    ADD REV-AMOUNT TO GLB-REVERSAL-AMT
                    PERFORM WRITE-REVERSAL-LOG
                    SUBTRACT REV-AMOUNT FROM WS-TOTAL-LOG-AMOUNT
                    MOVE REV-ORIG-PAYMENT-ID TO WS-SETL-PAYMENT-ID
           END-IF.
           MOVE ALL SPACES TO PAYMENT-LOG-REC.

           STRING 'PAYMENT CYCLE: ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ' CYCLE ' DELIMITED BY SIZE
                  WS-CYCLE-SEQ DELIMITED BY SIZE
                  INTO PAYMENT-LOG-REC
           END-STRING.
           WRITE PAYMENT-LOG-REC.
           IF PAYMENT-LOG-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING PAYMENT CYCLE LINE: '
                  PAYMENT-LOG-STATUS
              EXEC SQL
                ROLLBACK WORK
              END-EXEC
              PERFORM ABEND-WITH-STATUS
           END-IF.
           MOVE ALL SPACES TO PAYMENT-LOG-REC.

           STRING 'TOTAL PROCESSED: ' DELIMITED BY SIZE
                  FUNCTION TRIM(TOTAL-COUNT-DISP) DELIMITED BY SIZE
                  INTO PAYMENT-LOG-REC
           MOVE 'T' TO SET-REC-TYPE.
           MOVE WS-SETL-COUNT TO SET-DETAIL-COUNT.
           MOVE WS-SETL-HASH TO SET-HASH-AMOUNT.
           MOVE WS-CYCLE-SEQ TO SET-TRL-CYCLE-SEQ.
           PERFORM WRITE-SETTLEMENT-RECORD.
           IF WS-SETL-HASH NOT = WS-TOTAL-DB2-DELTA
              MOVE 'N' TO WS-BALANCE-FLAG
           END-IF.

      **********************************************
      * WRITES THIS CYCLE'S TOTAL SUCCESSFULLY-APPLIED PAYMENT
      * AMOUNT TO TIEOUT SO ESDS29'S RECONCILIATION RUN CAN TIE IT
      * OUT AGAINST THE MATCHING DEBIT ACTIVITY ON THE ACCOUNT
      * OPERATION LOG FOR THE SAME DAY. THE FILE IS REWRITTEN WITH
      * THE DATE'S EARLIER CYCLES FIRST, THEN THIS ONE. EVERY RECORD
      * WRITTEN IS ADDED INTO THE HANDOFF CONTROL TOTALS, POSTED
      * ONCE THE FILE IS CLOSED.
      **********************************************
       WRITE-TIEOUT-RECORD.
           MOVE 0 TO CC-RECORD-COUNT CC-HASH-TOTAL CC-AMOUNT-TOTAL.
           OPEN OUTPUT TIEOUT-FILE.
           IF TIEOUT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING TIEOUT FILE: ' TIEOUT-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.
           PERFORM VARYING PT-IDX FROM 1 BY 1
                   UNTIL PT-IDX > WS-PRIOR-CYCLE-COUNT
              MOVE PT-TIEOUT-REC(PT-IDX) TO TIEOUT-REC
              WRITE TIEOUT-REC
              IF TIEOUT-STATUS NOT = '00'
                 DISPLAY 'WARNING: ERROR WRITING TIEOUT FILE: '
                          TIEOUT-STATUS
              ELSE
                 PERFORM ADD-TIEOUT-CONTROL
              END-IF
           END-PERFORM.
           MOVE SPACES TO TIEOUT-REC.
           MOVE 'DB2VSM26' TO TIE-SOURCE-JOB.
           MOVE SUCCESS-COUNT TO TIE-RECORD-COUNT.
           MOVE WS-TOTAL-APPLIED-DEBIT TO TIE-TOTAL-AMOUNT.
           MOVE WS-RUN-DATE TO TIE-CYCLE-DATE.
           MOVE WS-CYCLE-SEQ TO TIE-CYCLE-SEQ.
           WRITE TIEOUT-REC.
           IF TIEOUT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR WRITING TIEOUT FILE: '
                       TIEOUT-STATUS
           ELSE
              PERFORM ADD-TIEOUT-CONTROL
           END-IF.
           CLOSE TIEOUT-FILE.
           IF TIEOUT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING TIEOUT FILE: '
                       TIEOUT-STATUS
           ELSE
              PERFORM POST-TIEOUT-CONTROL
           END-IF.

      **********************************************
      * ADDS THE TIEOUT RECORD JUST WRITTEN INTO THE HANDOFF
      * CONTROL TOTALS. THE HASH IS THE SUM OF THE CYCLES'
      * PAYMENT COUNTS.
      **********************************************
       ADD-TIEOUT-CONTROL.
           ADD 1 TO CC-RECORD-COUNT.
           IF TIE-RECORD-COUNT NUMERIC
              ADD TIE-RECORD-COUNT TO CC-HASH-TOTAL
           END-IF.
           IF TIE-TOTAL-AMOUNT NUMERIC
              ADD TIE-TOTAL-AMOUNT TO CC-AMOUNT-TOTAL
           END-IF.

      **********************************************
      * POSTS TIEOUT'S CONTROL TOTALS (HANDOFF TIEOUT) FOR ESDS29
      * TO VERIFY THE FILE AGAINST. A POSTING THAT FAILS ONLY
      * WARNS: THE PAYMENTS ARE COMMITTED, AND ESDS29 REPORTS THE
      * MISSING CONTROL INSTEAD OF TYING OUT AN UNVERIFIED FILE.
      **********************************************
       POST-TIEOUT-CONTROL.
           SET CC-POST-CONTROL TO TRUE.
           MOVE 'TIEOUT' TO CC-HANDOFF.
           MOVE 'DB2VSM26' TO CC-JOB-NAME.
           CALL 'CTLCHK45' USING WS-CTLTOT-REQUEST END-CALL.
           IF NOT CC-POSTED
              DISPLAY 'WARNING: TIEOUT CONTROL NOT POSTED: '
                      CC-MESSAGE
           END-IF.

      **********************************************
              DISPLAY 'WARNING: ERROR CLOSING TRANSFER SUSPENSE: '
                  XFER-SUSPENSE-STATUS
           END-IF.
           IF NOT DRY-RUN-MODE
              CLOSE GL-JOURNAL-FILE
              IF GL-JOURNAL-STATUS NOT = '00'
                 DISPLAY 'WARNING: ERROR CLOSING GL JOURNAL: '
                     GL-JOURNAL-STATUS
              END-IF
           END-IF.
           CLOSE STATUS-LOG.
           IF STATUS-LOG-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING STATUS LOG: '
