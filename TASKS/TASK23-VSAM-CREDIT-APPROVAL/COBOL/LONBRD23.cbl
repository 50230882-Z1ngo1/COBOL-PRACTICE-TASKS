      *       ELSE THE BOARDRATE DEFAULT; TERM FROM THE LOANTERM       *
      *       PARMDD TUNABLE; ONE FUNDING RECORD AND ONE REGISTER      *
      *       LINE.                                                    *
      *   AMORTIZATION: THE LEVEL MONTHLY INSTALLMENT IS WORKED OUT    *
      *     AT BOARDING (AMOUNT X R X (1+R)**N / ((1+R)**N - 1), R THE *
      *     MONTHLY RATE APR/1200, N THE TERM) AND STORED ON THE       *
      *     MASTER WITH THE FIRST DUE DATE - ONE MONTH AFTER BOARDING, *
      *     DAY CAPPED AT THE 28TH SO EVERY MONTH HAS IT. THE FULL     *
      *     SCHEDULE (INTEREST, PRINCIPAL AND BALANCE PER INSTALLMENT, *
      *     THE LAST ONE SWEEPING UP ROUNDING) GOES TO SCHDDD.         *
      *     LONBIL23 BILLS AND LONPAY23 POSTS AGAINST THE MASTER.      *
      *   TIE-OUT: APPROVALS READ MUST EQUAL BOARDED PLUS SKIPPED.     *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/09/02                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/10/15 - THE LOAN MASTER LAYOUT MOVED TO COPYBOOK LOANMST  *
      *              WITH THE SERVICING FIELDS ADDED. BOARDING NOW     *
      *              SETS THE LEVEL MONTHLY INSTALLMENT, FIRST DUE     *
      *              DATE AND PRINCIPAL BALANCE AND WRITES THE         *
      *              AMORTIZATION SCHEDULE TO SCHDDD.                  *
      * 2026/10/15 - THE BORROWER'S CUSTOMER-SPINE ID FROM THE         *
      *              APPROVED EXTRACT (APX-CUST-ID) IS NOW CARRIED     *
      *              ONTO THE LOAN MASTER AS LN-CUST-ID SO JOBSUB23    *
      *              CAN COUNT THE LOAN IN THE CUSTOMER'S EXISTING     *
      *              EXPOSURE.                                         *
      * 2026/10/15 - EACH LOAN FUNDED NOW WRITES A BALANCED ENTRY TO   *
      *              THE SHARED GENERAL LEDGER JOURNAL (GLJDD,         *
      *              COPYBOOK GLJRNL): DR LOANS RECEIVABLE, CR CASH AT *
      *              BANK FOR THE AMOUNT DISBURSED.                    *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  APRODD (APPROVED.EXTRACT) - JOBSUB23'S APPROVED        *
      *         DECISIONS (PS, 80 B)                                   *
      *         LN-LOAN-ID)                                            *
      * OUTPUT: FUNDDD (LOAN.FUNDING) - FUNDING DISBURSEMENTS          *
      * OUTPUT: BREGDD (LOAN.BOARD.REG) - BOARDING REGISTER            *
      * OUTPUT: SCHDDD (LOAN.SCHEDULE) - AMORTIZATION SCHEDULE, ONE    *
      *         LINE PER INSTALLMENT OF EACH LOAN BOARDED (PS, 80 B)   *
      * OUTPUT: GLJDD (GL.JOURNAL.DAILY) - GL JOURNAL LINES (EXTEND)   *
      * OUTPUT: STATLOG - SHARED STATUS LOG                            *
      ******************************************************************

              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS BOARD-REGISTER-STATUS.

           SELECT SCHEDULE-FILE ASSIGN TO SCHDDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS SCHEDULE-STATUS.

           SELECT STATUS-LOG ASSIGN TO STATLOG
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS STATUS-LOG-STATUS.

           SELECT GL-JOURNAL-FILE ASSIGN TO GLJDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS GL-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD APPROVED-EXTRACT-FILE RECORDING MODE IS F.
          05 APX-APR PIC 9(2)V99.
          05 FILLER PIC X(1).
          05 APX-TIER PIC X(2).
          05 FILLER PIC X(1).
          05 APX-CUST-ID PIC X(5).
          05 FILLER PIC X(52).

       FD LOAN-MASTER-FILE.
       01 LOAN-MASTER-REC.
           COPY LOANMST.

       FD FUNDING-FILE RECORDING MODE IS F.
       01 FUNDING-REC.
       FD BOARD-REGISTER-FILE RECORDING MODE IS F.
       01 BOARD-REGISTER-REC PIC X(80).

      * ONE LINE PER INSTALLMENT OF A LOAN JUST BOARDED.
       FD SCHEDULE-FILE RECORDING MODE IS F.
       01 SCHEDULE-REC.
          05 SCH-LOAN-ID PIC X(6).
          05 FILLER PIC X(1).
          05 SCH-INSTALLMENT PIC 9(3).
          05 FILLER PIC X(1).
          05 SCH-DUE-DATE PIC X(8).
          05 FILLER PIC X(1).
          05 SCH-PAYMENT PIC 9(5)V99.
          05 FILLER PIC X(1).
          05 SCH-INTEREST PIC 9(5)V99.
          05 FILLER PIC X(1).
          05 SCH-PRINCIPAL PIC 9(5)V99.
          05 FILLER PIC X(1).
          05 SCH-BALANCE PIC 9(5)V99.
          05 FILLER PIC X(29).

       FD STATUS-LOG RECORDING MODE IS F.
       01 STATUS-LOG-REC.
           COPY BATSTAT.

      * SHARED GENERAL LEDGER JOURNAL, OPENED EXTEND.
       FD GL-JOURNAL-FILE RECORDING MODE IS F.
       01 GL-JOURNAL-REC.
           COPY GLJRNL.

       WORKING-STORAGE SECTION.

      * FILE STATUS VARIABLES
          05 LOAN-MASTER-STATUS PIC X(2).
          05 FUNDING-STATUS PIC X(2).
          05 BOARD-REGISTER-STATUS PIC X(2).
          05 SCHEDULE-STATUS PIC X(2).
          05 STATUS-LOG-STATUS PIC X(2).
          05 GL-JOURNAL-STATUS PIC X(2).

      * CONTROL FLAGS
       01 WS-FLAGS.
      * RUN DATE STAMPED ON BOARDED LOANS AND FUNDING RECORDS
       01 WS-RUN-DATE PIC X(8).

      * GENERAL LEDGER ACCOUNT CODES AND THE POSTING REQUEST AREA -
      * SEE COPYBOOKS GLACCT AND GLPOST.
           COPY GLACCT.
           COPY GLPOST.

      * REGISTER LINE BUILD FIELDS
       01 WS-REG-LINE PIC X(80).
       01 WS-AMT-DISP PIC Z(4)9.99.
       01 WS-APR-DISP PIC Z9.99.
       01 WS-PMT-DISP PIC Z(4)9.99.

      * AMORTIZATION WORK FIELDS. WS-GROWTH IS (1 + R) ** N; A TERM
      * AND RATE TOO LARGE FOR IT LEAVES IT ZERO AND THE INSTALLMENT
      * FALLS BACK TO THE MONTH'S INTEREST PLUS A CENT.
       01 WS-MONTH-RATE PIC 9V9(10).
       01 WS-GROWTH PIC 9(9)V9(9).
       01 WS-GROWTH-LESS-ONE PIC 9(9)V9(9).
       01 WS-ANNUITY PIC 9V9(10).
       01 WS-SCH-BAL PIC 9(5)V99.
       01 WS-SCH-INTEREST PIC 9(5)V99.
       01 WS-SCH-PRINCIPAL PIC S9(5)V99.
       01 WS-SCH-PAYMENT PIC 9(5)V99.
       01 WS-SCH-INST PIC 9(4).

      * DUE DATE BEING STEPPED A MONTH AT A TIME. THE DAY IS CAPPED
      * AT 28 WHEN THE FIRST DUE DATE IS SET, SO A MONTH STEP NEVER
      * LANDS ON A DAY THE MONTH DOES NOT HAVE.
       01 WS-DUE-DATE PIC 9(8).
       01 WS-DUE-DATE-PARTS REDEFINES WS-DUE-DATE.
          05 WS-DUE-YYYY PIC 9(4).
          05 WS-DUE-MM PIC 9(2).
          05 WS-DUE-DD PIC 9(2).

      * STATISTICS COUNTERS
       01 WS-COUNTERS.
          05 APPROVALS-READ PIC 9(5) VALUE 0.
          05 LOANS-BOARDED PIC 9(5) VALUE 0.
          05 LOANS-SKIPPED PIC 9(5) VALUE 0.
          05 SCHEDULE-LINES PIC 9(7) VALUE 0.

      **********************************************
      * OPENS FILES, BOARDS EVERY APPROVAL, TIES THE COUNTS OUT,
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN OUTPUT SCHEDULE-FILE.
           IF SCHEDULE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING AMORTIZATION SCHEDULE: '
                       SCHEDULE-STATUS
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
      * READS THE APPROVED EXTRACT UNTIL EOF AND BOARDS EACH
      * APPROVAL.
      * LOAN ALREADY BOARDED (A RERUN OF THE SAME EXTRACT), SO
      * NOTHING FUNDS TWICE. THE EXTRACT'S APR IS PREFERRED;
      * ZERO MEANS IT PREDATES THE PRICING TIER AND THE BOARD
      * RATE DEFAULT APPLIES. THE SERVICING FIELDS START FROM THE
      * FULL AMOUNT OWED AND NOTHING BILLED.
      **********************************************
       BOARD-ONE-LOAN.
           MOVE SPACES TO LOAN-MASTER-REC.
           MOVE APX-APP-ID TO LN-LOAN-ID.
           MOVE APX-LOAN-AMOUNT TO LN-AMOUNT.
           IF APX-APR > 0
              MOVE WS-BOARD-RATE TO LN-APR
           END-IF.
           MOVE WS-LOAN-TERM-MM TO LN-TERM-MM.
           IF LN-TERM-MM = 0
              MOVE 1 TO LN-TERM-MM
           END-IF.
           MOVE 'A' TO LN-STATUS.
           MOVE WS-RUN-DATE TO LN-BOARD-DATE.
           MOVE APX-TIER TO LN-PRICE-TIER.
           MOVE APX-CUST-ID TO LN-CUST-ID.
           MOVE APX-LOAN-AMOUNT TO LN-PRINCIPAL-BAL.
           MOVE 0 TO LN-INSTALLMENTS-BILLED.
           MOVE 0 TO LN-INTEREST-DUE.
           MOVE 0 TO LN-PRINCIPAL-DUE.
           MOVE 0 TO LN-INTEREST-PAID.
           PERFORM SET-LOAN-INSTALLMENT.
           WRITE LOAN-MASTER-REC
           EVALUATE LOAN-MASTER-STATUS
               WHEN '00'
                 ADD 1 TO LOANS-BOARDED
                 PERFORM WRITE-FUNDING-RECORD
                 PERFORM WRITE-BOARDED-REGISTER
                 PERFORM WRITE-AMORTIZATION-SCHEDULE
               WHEN '22'
                 ADD 1 TO LOANS-SKIPPED
                 MOVE SPACES TO WS-REG-LINE
                 PERFORM ABEND-WITH-STATUS
           END-EVALUATE.

      **********************************************
      * WORKS OUT THE LEVEL MONTHLY INSTALLMENT FOR THE LOAN BEING
      * BOARDED AND ITS FIRST DUE DATE, ONE MONTH AFTER BOARDING.
      * A ZERO RATE SPREADS THE AMOUNT EVENLY OVER THE TERM.
      **********************************************
       SET-LOAN-INSTALLMENT.
           COMPUTE WS-MONTH-RATE ROUNDED = LN-APR / 1200.
           IF WS-MONTH-RATE = 0
              COMPUTE LN-PAYMENT-AMT ROUNDED =
                      LN-AMOUNT / LN-TERM-MM
           ELSE
              COMPUTE WS-GROWTH ROUNDED =
                      (1 + WS-MONTH-RATE) ** LN-TERM-MM
                 ON SIZE ERROR
                    MOVE 0 TO WS-GROWTH
              END-COMPUTE
              IF WS-GROWTH > 1
                 SUBTRACT 1 FROM WS-GROWTH GIVING WS-GROWTH-LESS-ONE
                 COMPUTE WS-ANNUITY ROUNDED =
                         WS-MONTH-RATE * WS-GROWTH / WS-GROWTH-LESS-ONE
                 COMPUTE LN-PAYMENT-AMT ROUNDED =
                         LN-AMOUNT * WS-ANNUITY
              ELSE
                 COMPUTE LN-PAYMENT-AMT ROUNDED =
                         LN-AMOUNT * WS-MONTH-RATE + 0.01
              END-IF
           END-IF.

           MOVE WS-RUN-DATE TO WS-DUE-DATE.
           IF WS-DUE-DD > 28
              MOVE 28 TO WS-DUE-DD
           END-IF.
           PERFORM ADD-ONE-MONTH.
           MOVE WS-DUE-DATE TO LN-FIRST-DUE-DATE.
           MOVE WS-DUE-DATE TO LN-NEXT-DUE-DATE.

      **********************************************
      * WRITES ONE SCHEDULE LINE PER INSTALLMENT OF THE LOAN JUST
      * BOARDED. EACH MONTH'S INTEREST IS THE BALANCE TIMES
      * APR/1200, ROUNDED - THE SAME RULE LONBIL23 BILLS BY - AND
      * THE REST OF THE INSTALLMENT IS PRINCIPAL. THE LAST
      * INSTALLMENT PAYS OFF WHATEVER BALANCE ROUNDING HAS LEFT.
      **********************************************
       WRITE-AMORTIZATION-SCHEDULE.
           MOVE LN-AMOUNT TO WS-SCH-BAL.
           MOVE LN-FIRST-DUE-DATE TO WS-DUE-DATE.
           PERFORM VARYING WS-SCH-INST FROM 1 BY 1
                   UNTIL WS-SCH-INST > LN-TERM-MM
                      OR WS-SCH-BAL = 0
              COMPUTE WS-SCH-INTEREST ROUNDED =
                      WS-SCH-BAL * LN-APR / 1200
              COMPUTE WS-SCH-PRINCIPAL =
                      LN-PAYMENT-AMT - WS-SCH-INTEREST
              IF WS-SCH-PRINCIPAL < 0
                 MOVE 0 TO WS-SCH-PRINCIPAL
              END-IF
              IF WS-SCH-PRINCIPAL > WS-SCH-BAL
                 OR WS-SCH-INST = LN-TERM-MM
                 MOVE WS-SCH-BAL TO WS-SCH-PRINCIPAL
              END-IF
              COMPUTE WS-SCH-PAYMENT =
                      WS-SCH-INTEREST + WS-SCH-PRINCIPAL
              SUBTRACT WS-SCH-PRINCIPAL FROM WS-SCH-BAL
              MOVE SPACES TO SCHEDULE-REC
              MOVE LN-LOAN-ID TO SCH-LOAN-ID
              MOVE WS-SCH-INST TO SCH-INSTALLMENT
              MOVE WS-DUE-DATE TO SCH-DUE-DATE
              MOVE WS-SCH-PAYMENT TO SCH-PAYMENT
              MOVE WS-SCH-INTEREST TO SCH-INTEREST
              MOVE WS-SCH-PRINCIPAL TO SCH-PRINCIPAL
              MOVE WS-SCH-BAL TO SCH-BALANCE
              WRITE SCHEDULE-REC
              IF SCHEDULE-STATUS NOT = '00'
                 DISPLAY 'ERROR WRITING AMORTIZATION SCHEDULE: '
                          SCHEDULE-STATUS
                 DISPLAY 'LOAN: ' LN-LOAN-ID
                 PERFORM ABEND-WITH-STATUS
              END-IF
              ADD 1 TO SCHEDULE-LINES
              PERFORM ADD-ONE-MONTH
           END-PERFORM.

      **********************************************
      * STEPS WS-DUE-DATE ON BY ONE CALENDAR MONTH.
      **********************************************
       ADD-ONE-MONTH.
           IF WS-DUE-MM = 12
              MOVE 1 TO WS-DUE-MM
              ADD 1 TO WS-DUE-YYYY
           ELSE
              ADD 1 TO WS-DUE-MM
           END-IF.

      **********************************************
      * WRITES THE FUNDING DISBURSEMENT RECORD FOR THE LOAN JUST
      * BOARDED.
              DISPLAY 'APPLICANT: ' APX-APP-ID
              PERFORM ABEND-WITH-STATUS
           END-IF.
           PERFORM WRITE-FUNDING-GL-ENTRY.

      **********************************************
      * JOURNALS THE DISBURSEMENT JUST WRITTEN: THE LOAN BECOMES A
      * RECEIVABLE AND THE CASH LEAVES THE BANK.
      **********************************************
       WRITE-FUNDING-GL-ENTRY.
           MOVE GLA-LOANS-RECEIVABLE TO GLP-DEBIT-ACCT.
           MOVE GLA-CASH-AT-BANK TO GLP-CREDIT-ACCT.
           MOVE APX-LOAN-AMOUNT TO GLP-AMOUNT.
           MOVE 'USD' TO GLP-CURRENCY.
           MOVE APX-APP-ID TO GLP-REFERENCE.
           MOVE 'LOAN FUNDING' TO GLP-DESC.
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
              MOVE 'LONBRD23' TO GLJ-SOURCE-JOB
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
              DISPLAY 'APPLICANT: ' APX-APP-ID
              PERFORM ABEND-WITH-STATUS
           END-IF.
           ADD 1 TO GLP-LINES-WRITTEN.

      **********************************************
      * WRITES THE REGISTER LINE FOR THE LOAN JUST BOARDED.
       WRITE-BOARDED-REGISTER.
           MOVE APX-LOAN-AMOUNT TO WS-AMT-DISP.
           MOVE LN-APR TO WS-APR-DISP.
           MOVE LN-PAYMENT-AMT TO WS-PMT-DISP.
           MOVE SPACES TO WS-REG-LINE.
           STRING 'BOARDED: ' DELIMITED BY SIZE
                  APX-APP-ID DELIMITED BY SIZE
                  LN-TERM-MM DELIMITED BY SIZE
                  ' FUNDED ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ' PMT ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PMT-DISP) DELIMITED BY SIZE
                  INTO WS-REG-LINE
           END-STRING.
           PERFORM WRITE-REGISTER-LINE.
                       BOARD-REGISTER-STATUS
           END-IF.

           CLOSE SCHEDULE-FILE.
           IF SCHEDULE-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING AMORTIZATION SCHEDULE: '
                       SCHEDULE-STATUS
           END-IF.

           CLOSE GL-JOURNAL-FILE.
           IF GL-JOURNAL-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING GL JOURNAL: '
                       GL-JOURNAL-STATUS
           END-IF.

      **********************************************
      * APPENDS ONE RECORD TO THE CONSOLIDATED END-OF-NIGHT BATCH
      * STATUS LOG AND CLOSES IT. STATUS-LOG ITSELF WAS ALREADY
           DISPLAY 'APPROVALS READ:     ' APPROVALS-READ.
           DISPLAY 'LOANS BOARDED:      ' LOANS-BOARDED.
           DISPLAY 'ALREADY BOARDED:    ' LOANS-SKIPPED.
           DISPLAY 'SCHEDULE LINES:     ' SCHEDULE-LINES.
           DISPLAY 'GL JOURNAL LINES:   ' GLP-LINES-WRITTEN.
           DISPLAY '========================================'.

      **********************************************
