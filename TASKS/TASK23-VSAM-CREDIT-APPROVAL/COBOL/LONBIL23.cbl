      ******************************************************************
      * MONTHLY LOAN BILLING                                           *
      *                                                                *
      * PURPOSE:                                                       *
      * LONBRD23 BOARDS APPROVED LOANS ONTO THE LOAN MASTER, BUT       *
      * NOTHING THEN BILLED THEM - INSTALLMENTS WERE WORKED OUT IN A   *
      * SPREADSHEET BESIDE THE SYSTEM. THIS JOB WALKS THE LOAN MASTER  *
      * AND PRODUCES A BILL FOR EVERY INSTALLMENT COMING DUE, SPLIT    *
      * INTO INTEREST AND PRINCIPAL, WITH ANYTHING STILL UNPAID FROM   *
      * EARLIER BILLS SHOWN AS PAST DUE, AND RECORDS WHAT IS NOW OWED  *
      * ON THE MASTER FOR LONPAY23 TO POST REPAYMENTS AGAINST.         *
      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   CUTOFF = RUN DATE PLUS THE BILLLEAD PARMDD TUNABLE (DAYS     *
      *   AHEAD OF THE DUE DATE A BILL GOES OUT, DEFAULT 15).          *
      *   PER LOAN MASTER RECORD:                                      *
      *     NOT ACTIVE, OR NO PRINCIPAL LEFT TO BILL -> PASSED OVER.   *
      *     NO INSTALLMENT OR DUE DATE ON FILE -> PASSED OVER WITH A   *
      *       WARNING (NOT SET UP FOR SERVICING).                      *
      *     EVERY INSTALLMENT WHOSE DUE DATE IS ON OR BEFORE THE       *
      *       CUTOFF IS BILLED, OLDEST FIRST:                          *
      *       INTEREST  = PRINCIPAL BALANCE X APR / 1200, ROUNDED,     *
      *       PRINCIPAL = LEVEL INSTALLMENT LESS THE INTEREST, CAPPED  *
      *                   AT THE PRINCIPAL NOT YET BILLED (THE LAST    *
      *                   INSTALLMENT TAKES ALL OF IT),                *
      *       BOTH ADDED TO THE AMOUNTS DUE ON THE MASTER AND THE      *
      *       NEXT DUE DATE STEPPED ON A MONTH. A RERUN FINDS THE      *
      *       NEXT DUE DATE ALREADY PAST THE CUTOFF AND BILLS NOTHING. *
      *   TIE-OUT: LOANS READ MUST EQUAL LOANS BILLED PLUS PASSED      *
      *   OVER, AND THE AMOUNT BILLED MUST EQUAL INTEREST PLUS         *
      *   PRINCIPAL BILLED.                                            *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/10/15                                               *
      *                                                                *
      * FILES:                                                         *
      * I/O:    LOANDD (LOAN.MASTER) - LOAN MASTER (KSDS, KEY          *
      *         LN-LOAN-ID, COPYBOOK LOANMST)                          *
      * OUTPUT: BILLDD (LOAN.BILLS) - ONE BILL PER INSTALLMENT DUE     *
      *         (PS, 80 B)                                             *
      * OUTPUT: STATLOG - SHARED STATUS LOG                            *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LONBIL23.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER-FILE ASSIGN TO LOANDD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS LN-LOAN-ID
              FILE STATUS IS LOAN-MASTER-STATUS.

           SELECT BILL-FILE ASSIGN TO BILLDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS BILL-STATUS.

           SELECT STATUS-LOG ASSIGN TO STATLOG
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS STATUS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LOAN-MASTER-FILE.
       01 LOAN-MASTER-REC.
           COPY LOANMST.

      * ONE BILL PER INSTALLMENT. BIL-PAST-DUE IS WHAT WAS STILL
      * UNPAID FROM EARLIER BILLS; BIL-TOTAL-DUE ADDS THIS
      * INSTALLMENT TO IT.
       FD BILL-FILE RECORDING MODE IS F.
       01 BILL-REC.
          05 BIL-LOAN-ID PIC X(6).
          05 FILLER PIC X(1).
          05 BIL-BILL-DATE PIC X(8).
          05 FILLER PIC X(1).
          05 BIL-DUE-DATE PIC X(8).
          05 FILLER PIC X(1).
          05 BIL-INSTALLMENT PIC 9(3).
          05 FILLER PIC X(1).
          05 BIL-INSTALLMENT-AMT PIC 9(5)V99.
          05 FILLER PIC X(1).
          05 BIL-INTEREST PIC 9(5)V99.
          05 FILLER PIC X(1).
          05 BIL-PRINCIPAL PIC 9(5)V99.
          05 FILLER PIC X(1).
          05 BIL-PAST-DUE PIC 9(5)V99.
          05 FILLER PIC X(1).
          05 BIL-TOTAL-DUE PIC 9(6)V99.
          05 FILLER PIC X(1).
          05 BIL-PRINCIPAL-BAL PIC 9(5)V99.
          05 FILLER PIC X(3).

       FD STATUS-LOG RECORDING MODE IS F.
       01 STATUS-LOG-REC.
           COPY BATSTAT.

       WORKING-STORAGE SECTION.

      * FILE STATUS VARIABLES
       01 F-STATUS.
          05 LOAN-MASTER-STATUS PIC X(2).
          05 BILL-STATUS PIC X(2).
          05 STATUS-LOG-STATUS PIC X(2).

      * CONTROL FLAGS
       01 WS-FLAGS.
          05 WS-EOF PIC X(1) VALUE 'N'.
             88 EOF VALUE 'Y'.
          05 WS-TIE-OUT-FLAG PIC X(1) VALUE 'Y'.
             88 TIE-OUT-OK VALUE 'Y'.
             88 TIE-OUT-MISMATCH VALUE 'N'.

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

      * RUNTIME PARAMETER LOOKUP REQUEST AREA - SEE COPYBOOK
      * RUNPARM AND SUBPROGRAM PRMGET50.
           COPY RUNPARM.

      * DAYS AHEAD OF THE DUE DATE A BILL IS PRODUCED - PARMDD
      * TUNABLE BILLLEAD.
       01 WS-BILL-LEAD-DAYS PIC 9(3) VALUE 15.

      * RUN DATE AND THE BILLING CUTOFF (RUN DATE PLUS THE LEAD)
       01 WS-RUN-DATE PIC X(8).
       01 WS-RUN-DATE-NUM PIC 9(8).
       01 WS-BILL-CUTOFF PIC X(8).
       01 WS-CUTOFF-NUM PIC 9(8).

      * PER-INSTALLMENT WORK FIELDS
       01 WS-UNBILLED-PRIN PIC 9(5)V99.
       01 WS-INST-INTEREST PIC 9(5)V99.
       01 WS-INST-PRINCIPAL PIC S9(5)V99.
       01 WS-INST-AMOUNT PIC 9(5)V99.
       01 WS-PAST-DUE PIC 9(6)V99.

      * DUE DATE BEING STEPPED A MONTH AT A TIME (THE DAY IS
      * ALREADY CAPPED AT 28 BY LONBRD23).
       01 WS-DUE-DATE PIC 9(8).
       01 WS-DUE-DATE-PARTS REDEFINES WS-DUE-DATE.
          05 WS-DUE-YYYY PIC 9(4).
          05 WS-DUE-MM PIC 9(2).
          05 WS-DUE-DD PIC 9(2).

      * STATISTICS COUNTERS
       01 WS-COUNTERS.
          05 LOANS-READ PIC 9(7) VALUE 0.
          05 LOANS-BILLED PIC 9(7) VALUE 0.
          05 LOANS-NOT-DUE PIC 9(7) VALUE 0.
          05 LOANS-INACTIVE PIC 9(7) VALUE 0.
          05 LOANS-NOT-SET-UP PIC 9(7) VALUE 0.
          05 BILLS-WRITTEN PIC 9(7) VALUE 0.
          05 WS-BILLS-THIS-LOAN PIC 9(3) VALUE 0.

      * MONEY CONTROL TOTALS
       01 WS-TOTALS.
          05 WS-TOTAL-BILLED PIC 9(9)V99 VALUE 0.
          05 WS-TOTAL-INTEREST PIC 9(9)V99 VALUE 0.
          05 WS-TOTAL-PRINCIPAL PIC 9(9)V99 VALUE 0.
          05 WS-TOTAL-DISP PIC Z(8)9.99.

      **********************************************
      * OPENS FILES, BILLS EVERY LOAN COMING DUE, TIES THE COUNTS
      * OUT, CLOSES, WRITES BATCH STATUS AND DISPLAYS THE SUMMARY.
      **********************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM SET-BST-START-TS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM OPEN-STATUS-LOG.
           PERFORM LOAD-RUNTIME-PARMS.
           PERFORM SET-BILL-CUTOFF.
           PERFORM OPEN-ALL-FILES.
           PERFORM BILL-ALL-LOANS.
           PERFORM VERIFY-TIE-OUT.
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
      * READS THIS JOB'S OPERATIONAL TUNABLES FROM THE CENTRAL
      * PARAMETER FILE THROUGH PRMGET50.
      **********************************************
       LOAD-RUNTIME-PARMS.
           MOVE 'LONBIL23' TO RP-JOB-NAME.
           MOVE 'BILLLEAD' TO RP-KEYWORD.
           MOVE WS-BILL-LEAD-DAYS TO RP-DEFAULT-VALUE.
           CALL 'PRMGET50' USING WS-RUNPARM-REQUEST END-CALL.
           MOVE RP-VALUE TO WS-BILL-LEAD-DAYS.

      **********************************************
      * BILLS GO OUT FOR EVERY INSTALLMENT DUE ON OR BEFORE THE
      * RUN DATE PLUS THE BILLING LEAD.
      **********************************************
       SET-BILL-CUTOFF.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM.
           COMPUTE WS-CUTOFF-NUM = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
                    + WS-BILL-LEAD-DAYS).
           MOVE WS-CUTOFF-NUM TO WS-BILL-CUTOFF.

      **********************************************
      * OPEN ALL FILES AND CHECK STATUS. THE LOAN MASTER IS
      * OPENED I-O SINCE EACH BILLED LOAN IS REWRITTEN.
      **********************************************
       OPEN-ALL-FILES.
           OPEN I-O LOAN-MASTER-FILE.
           IF LOAN-MASTER-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING LOAN MASTER: '
                       LOAN-MASTER-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN OUTPUT BILL-FILE.
           IF BILL-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING BILL FILE: ' BILL-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * READS THE LOAN MASTER IN KEY ORDER UNTIL EOF AND BILLS
      * EACH LOAN.
      **********************************************
       BILL-ALL-LOANS.
           PERFORM UNTIL EOF
              READ LOAN-MASTER-FILE NEXT RECORD
                AT END
                   SET EOF TO TRUE
                NOT AT END
                   IF LOAN-MASTER-STATUS = '00'
                      ADD 1 TO LOANS-READ
                      PERFORM BILL-ONE-LOAN
                   ELSE
                      DISPLAY 'ERROR READING LOAN MASTER: '
                               LOAN-MASTER-STATUS
                      PERFORM ABEND-WITH-STATUS
                   END-IF
              END-READ
           END-PERFORM.

      **********************************************
      * BILLS EVERY INSTALLMENT OF ONE LOAN THAT IS DUE BY THE
      * CUTOFF, THEN REWRITES THE LOAN IF ANYTHING WAS BILLED.
      **********************************************
       BILL-ONE-LOAN.
           IF NOT LN-ACTIVE
              ADD 1 TO LOANS-INACTIVE
           ELSE
              IF LN-NEXT-DUE-DATE = SPACES
                 OR LN-PAYMENT-AMT NOT NUMERIC
                 OR LN-PRINCIPAL-BAL NOT NUMERIC
                 OR LN-PRINCIPAL-DUE NOT NUMERIC
                 OR LN-INTEREST-DUE NOT NUMERIC
                 ADD 1 TO LOANS-NOT-SET-UP
                 DISPLAY 'WARNING: LOAN ' LN-LOAN-ID
                         ' NOT SET UP FOR SERVICING - NOT BILLED'
              ELSE
                 COMPUTE WS-UNBILLED-PRIN =
                         LN-PRINCIPAL-BAL - LN-PRINCIPAL-DUE
                 MOVE 0 TO WS-BILLS-THIS-LOAN
                 PERFORM BILL-ONE-INSTALLMENT
                         UNTIL LN-NEXT-DUE-DATE > WS-BILL-CUTOFF
                            OR WS-UNBILLED-PRIN = 0
                 IF WS-BILLS-THIS-LOAN = 0
                    ADD 1 TO LOANS-NOT-DUE
                 ELSE
                    ADD 1 TO LOANS-BILLED
                    PERFORM REWRITE-LOAN-MASTER
                 END-IF
              END-IF
           END-IF.

      **********************************************
      * BILLS THE INSTALLMENT DUE ON LN-NEXT-DUE-DATE: THE MONTH'S
      * INTEREST ON THE PRINCIPAL BALANCE, AND THE REST OF THE
      * LEVEL INSTALLMENT AS PRINCIPAL UP TO WHAT IS STILL UNBILLED.
      * THE LAST INSTALLMENT OF THE TERM BILLS ALL OF IT.
      **********************************************
       BILL-ONE-INSTALLMENT.
           COMPUTE WS-PAST-DUE = LN-INTEREST-DUE + LN-PRINCIPAL-DUE.
           COMPUTE WS-INST-INTEREST ROUNDED =
                   LN-PRINCIPAL-BAL * LN-APR / 1200.
           COMPUTE WS-INST-PRINCIPAL =
                   LN-PAYMENT-AMT - WS-INST-INTEREST.
           IF WS-INST-PRINCIPAL < 0
              MOVE 0 TO WS-INST-PRINCIPAL
           END-IF.
           IF WS-INST-PRINCIPAL > WS-UNBILLED-PRIN
              OR LN-INSTALLMENTS-BILLED + 1 >= LN-TERM-MM
              MOVE WS-UNBILLED-PRIN TO WS-INST-PRINCIPAL
           END-IF.
           COMPUTE WS-INST-AMOUNT =
                   WS-INST-INTEREST + WS-INST-PRINCIPAL.

           ADD WS-INST-INTEREST TO LN-INTEREST-DUE.
           ADD WS-INST-PRINCIPAL TO LN-PRINCIPAL-DUE.
           SUBTRACT WS-INST-PRINCIPAL FROM WS-UNBILLED-PRIN.
           ADD 1 TO LN-INSTALLMENTS-BILLED.
           MOVE LN-NEXT-DUE-DATE TO LN-BILLED-DUE-DATE.
           MOVE WS-RUN-DATE TO LN-LAST-BILL-DATE.

           MOVE SPACES TO BILL-REC.
           MOVE LN-LOAN-ID TO BIL-LOAN-ID.
           MOVE WS-RUN-DATE TO BIL-BILL-DATE.
           MOVE LN-NEXT-DUE-DATE TO BIL-DUE-DATE.
           MOVE LN-INSTALLMENTS-BILLED TO BIL-INSTALLMENT.
           MOVE WS-INST-AMOUNT TO BIL-INSTALLMENT-AMT.
           MOVE WS-INST-INTEREST TO BIL-INTEREST.
           MOVE WS-INST-PRINCIPAL TO BIL-PRINCIPAL.
           MOVE WS-PAST-DUE TO BIL-PAST-DUE.
           COMPUTE BIL-TOTAL-DUE = WS-PAST-DUE + WS-INST-AMOUNT.
           MOVE LN-PRINCIPAL-BAL TO BIL-PRINCIPAL-BAL.
           WRITE BILL-REC.
           IF BILL-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING BILL FILE: ' BILL-STATUS
              DISPLAY 'LOAN: ' LN-LOAN-ID
              PERFORM ABEND-WITH-STATUS
           END-IF.
           ADD 1 TO BILLS-WRITTEN.
           ADD 1 TO WS-BILLS-THIS-LOAN.
           ADD WS-INST-AMOUNT TO WS-TOTAL-BILLED.
           ADD WS-INST-INTEREST TO WS-TOTAL-INTEREST.
           ADD WS-INST-PRINCIPAL TO WS-TOTAL-PRINCIPAL.

           MOVE LN-NEXT-DUE-DATE TO WS-DUE-DATE.
           PERFORM ADD-ONE-MONTH.
           MOVE WS-DUE-DATE TO LN-NEXT-DUE-DATE.

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
      * REWRITES THE LOAN JUST BILLED.
      **********************************************
       REWRITE-LOAN-MASTER.
           REWRITE LOAN-MASTER-REC.
           IF LOAN-MASTER-STATUS NOT = '00'
              DISPLAY 'ERROR REWRITING LOAN MASTER: '
                       LOAN-MASTER-STATUS
              DISPLAY 'LOAN: ' LN-LOAN-ID
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * TIE-OUT: EVERY LOAN READ WAS BILLED OR PASSED OVER FOR A
      * COUNTED REASON, AND THE AMOUNT BILLED SPLITS EXACTLY INTO
      * INTEREST AND PRINCIPAL.
      **********************************************
       VERIFY-TIE-OUT.
           DISPLAY '========================================'.
           DISPLAY 'BILLING TIE-OUT'.
           DISPLAY '========================================'.
           IF LOANS-BILLED + LOANS-NOT-DUE + LOANS-INACTIVE
              + LOANS-NOT-SET-UP = LOANS-READ
              AND WS-TOTAL-INTEREST + WS-TOTAL-PRINCIPAL
                  = WS-TOTAL-BILLED
              DISPLAY 'BILLING COUNTS AND AMOUNTS BALANCE.'
           ELSE
              MOVE 'N' TO WS-TIE-OUT-FLAG
              DISPLAY 'WARNING: BILLING COUNTS OR AMOUNTS DO NOT '
                      'BALANCE.'
           END-IF.

      **********************************************
      * CLOSE ALL FILES AND CHECK STATUS
      **********************************************
       CLOSE-ALL-FILES.
           CLOSE LOAN-MASTER-FILE.
           IF LOAN-MASTER-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING LOAN MASTER: '
                       LOAN-MASTER-STATUS
           END-IF.

           CLOSE BILL-FILE.
           IF BILL-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING BILL FILE: '
                       BILL-STATUS
           END-IF.

      **********************************************
      * APPENDS ONE RECORD TO THE CONSOLIDATED END-OF-NIGHT BATCH
      * STATUS LOG AND CLOSES IT. STATUS-LOG ITSELF WAS ALREADY
      * OPENED BY OPEN-STATUS-LOG, FIRST THING IN MAIN-LOGIC.
      **********************************************
       WRITE-BATCH-STATUS.
           MOVE SPACES TO STATUS-LOG-REC.
           MOVE 'LONBIL23' TO BST-PROGRAM-ID.
           PERFORM GET-BST-TIMESTAMP.
           MOVE WS-BST-START-TS TO BST-START-TS.
           MOVE WS-BST-TS-BUILT TO BST-END-TS.
           MOVE LOANS-READ TO BST-RECORDS-IN.
           MOVE BILLS-WRITTEN TO BST-RECORDS-OUT.
           MOVE LOANS-NOT-SET-UP TO BST-RECORDS-REJECTED.
           IF ABEND-IN-PROGRESS
              MOVE 'FAILED' TO BST-STATUS
              MOVE 'JOB ABENDED - SEE SYSOUT FOR DETAIL' TO BST-MESSAGE
           ELSE
              IF TIE-OUT-MISMATCH
                 MOVE 'WARNING' TO BST-STATUS
                 MOVE 'BILLING COUNTS DID NOT TIE OUT' TO
                      BST-MESSAGE
              ELSE
                 IF LOANS-NOT-SET-UP > 0
                    MOVE 'WARNING' TO BST-STATUS
                    MOVE 'LOANS NOT SET UP FOR SERVICING SKIPPED' TO
                         BST-MESSAGE
                 ELSE
                    MOVE 'COMPLETE' TO BST-STATUS
                    MOVE 'ALL INSTALLMENTS DUE BILLED' TO
                         BST-MESSAGE
                 END-IF
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
           DISPLAY 'LOAN BILLING SUMMARY'.
           DISPLAY '========================================'.
           DISPLAY 'BILLING CUTOFF:     ' WS-BILL-CUTOFF.
           DISPLAY 'LOANS READ:         ' LOANS-READ.
           DISPLAY 'LOANS BILLED:       ' LOANS-BILLED.
           DISPLAY 'NOT YET DUE:        ' LOANS-NOT-DUE.
           DISPLAY 'NOT ACTIVE:         ' LOANS-INACTIVE.
           DISPLAY 'NOT SET UP:         ' LOANS-NOT-SET-UP.
           DISPLAY 'BILLS WRITTEN:      ' BILLS-WRITTEN.
           MOVE WS-TOTAL-BILLED TO WS-TOTAL-DISP.
           DISPLAY 'AMOUNT BILLED:      ' WS-TOTAL-DISP.
           MOVE WS-TOTAL-INTEREST TO WS-TOTAL-DISP.
           DISPLAY '  INTEREST:         ' WS-TOTAL-DISP.
           MOVE WS-TOTAL-PRINCIPAL TO WS-TOTAL-DISP.
           DISPLAY '  PRINCIPAL:        ' WS-TOTAL-DISP.
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
