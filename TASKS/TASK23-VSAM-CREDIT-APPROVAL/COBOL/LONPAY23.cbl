      ******************************************************************
      * LOAN REPAYMENT POSTING                                         *
      *                                                                *
      * PURPOSE:                                                       *
      * REPAYMENTS ON BOOKED LOANS WERE TRACKED IN A SPREADSHEET - THE *
      * LOAN MASTER NEVER SAW THEM, SO ITS PRINCIPAL NEVER CAME DOWN   *
      * AND NO LOAN EVER CLOSED. THIS JOB POSTS THE DAY'S REPAYMENT    *
      * FEED AGAINST THE LOAN MASTER BY LN-LOAN-ID, SPLITTING EACH     *
      * PAYMENT INTO INTEREST AND PRINCIPAL, AND UPDATES THE           *
      * OUTSTANDING PRINCIPAL AND THE PAID-TO DATE, CLOSING THE LOAN   *
      * WHEN IT IS PAID OFF.                                           *
      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   PER REPAYMENT RECORD:                                        *
      *     AMOUNT MISSING OR ZERO, LOAN NOT ON THE MASTER, LOAN NOT   *
      *       ACTIVE OR NOT SET UP FOR SERVICING -> REJECTED WITH THE  *
      *       REASON.                                                  *
      *     SAME REFERENCE AND DATE AS THE LAST PAYMENT POSTED TO THE  *
      *       LOAN -> REJECTED AS A DUPLICATE (A RERUN OF THE SAME     *
      *       FEED DOES NOT POST TWICE).                               *
      *     OTHERWISE THE PAYMENT IS APPLIED IN THIS ORDER:            *
      *       1. BILLED INTEREST NOT YET PAID,                         *
      *       2. PRINCIPAL - BILLED PRINCIPAL FIRST, THEN ANY SURPLUS  *
      *          AS A PREPAYMENT, UP TO THE WHOLE PRINCIPAL BALANCE,   *
      *       3. ANYTHING LEFT OVER IS AN OVERPAYMENT, REPORTED FOR    *
      *          REFUND AND NOT APPLIED.                               *
      *     WHEN EVERYTHING BILLED IS PAID THE PAID-TO DATE MOVES UP   *
      *     TO THE LAST BILLED DUE DATE. A PRINCIPAL BALANCE OF ZERO   *
      *     CLOSES THE LOAN (STATUS 'C', CLOSE DATE = PAYMENT DATE).   *
      *   TIE-OUT: PAYMENTS READ MUST EQUAL POSTED PLUS REJECTED, AND  *
      *   THE AMOUNT POSTED MUST EQUAL INTEREST PLUS PRINCIPAL PLUS    *
      *   OVERPAYMENT.                                                 *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/10/15                                               *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  RPAYDD (LOAN.REPAYMENTS) - REPAYMENT FEED (PS, 80 B)   *
      * I/O:    LOANDD (LOAN.MASTER) - LOAN MASTER (KSDS, KEY          *
      *         LN-LOAN-ID, COPYBOOK LOANMST)                          *
      * OUTPUT: LPSTDD (LOAN.REPAY.POSTED) - ONE LINE PER PAYMENT      *
      *         POSTED, WITH ITS SPLIT AND THE LOAN AFTER IT           *
      *         (PS, 80 B)                                             *
      * OUTPUT: LREJDD (LOAN.REPAY.REJECTS) - PAYMENTS NOT POSTED,     *
      *         WITH THE REASON (PS, 80 B)                             *
      * OUTPUT: STATLOG - SHARED STATUS LOG                            *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LONPAY23.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPAYMENT-FILE ASSIGN TO RPAYDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS REPAYMENT-STATUS.

           SELECT LOAN-MASTER-FILE ASSIGN TO LOANDD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS LN-LOAN-ID
              FILE STATUS IS LOAN-MASTER-STATUS.

           SELECT POSTED-FILE ASSIGN TO LPSTDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS POSTED-STATUS.

           SELECT REJECT-FILE ASSIGN TO LREJDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS REJECT-STATUS.

           SELECT STATUS-LOG ASSIGN TO STATLOG
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS STATUS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REPAYMENT-FILE RECORDING MODE IS F.
       01 REPAYMENT-REC.
          05 RPY-PAYMENT.
             10 RPY-LOAN-ID PIC X(6).
             10 FILLER PIC X(1).
             10 RPY-PAY-DATE PIC X(8).
             10 FILLER PIC X(1).
             10 RPY-AMOUNT PIC 9(5)V99.
             10 FILLER PIC X(1).
             10 RPY-REFERENCE PIC X(12).
          05 FILLER PIC X(44).

       FD LOAN-MASTER-FILE.
       01 LOAN-MASTER-REC.
           COPY LOANMST.

      * ONE LINE PER PAYMENT POSTED: HOW IT WAS SPLIT AND WHERE THE
      * LOAN STANDS AFTERWARDS.
       FD POSTED-FILE RECORDING MODE IS F.
       01 POSTED-REC.
          05 PST-LOAN-ID PIC X(6).
          05 FILLER PIC X(1).
          05 PST-PAY-DATE PIC X(8).
          05 FILLER PIC X(1).
          05 PST-REFERENCE PIC X(12).
          05 FILLER PIC X(1).
          05 PST-AMOUNT PIC 9(5)V99.
          05 FILLER PIC X(1).
          05 PST-INTEREST PIC 9(5)V99.
          05 FILLER PIC X(1).
          05 PST-PRINCIPAL PIC 9(5)V99.
          05 FILLER PIC X(1).
          05 PST-EXCESS PIC 9(5)V99.
          05 FILLER PIC X(1).
          05 PST-PRINCIPAL-BAL PIC 9(5)V99.
          05 FILLER PIC X(1).
          05 PST-PAID-TO-DATE PIC X(8).
          05 FILLER PIC X(1).
          05 PST-LOAN-STATUS PIC X(1).
          05 FILLER PIC X(1).

       FD REJECT-FILE RECORDING MODE IS F.
       01 REJECT-REC.
          05 REJ-PAYMENT PIC X(36).
          05 FILLER PIC X(1).
          05 REJ-REASON PIC X(30).
          05 FILLER PIC X(13).

       FD STATUS-LOG RECORDING MODE IS F.
       01 STATUS-LOG-REC.
           COPY BATSTAT.

       WORKING-STORAGE SECTION.

      * FILE STATUS VARIABLES
       01 F-STATUS.
          05 REPAYMENT-STATUS PIC X(2).
          05 LOAN-MASTER-STATUS PIC X(2).
          05 POSTED-STATUS PIC X(2).
          05 REJECT-STATUS PIC X(2).
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

      * REASON A PAYMENT IS BEING REJECTED
       01 WS-REJECT-REASON PIC X(30).

      * SPLIT OF THE PAYMENT BEING POSTED
       01 WS-PAY-LEFT PIC 9(5)V99.
       01 WS-PAY-INTEREST PIC 9(5)V99.
       01 WS-PAY-PRINCIPAL PIC 9(5)V99.
       01 WS-PAY-EXCESS PIC 9(5)V99.

      * STATISTICS COUNTERS
       01 WS-COUNTERS.
          05 PAYMENTS-READ PIC 9(7) VALUE 0.
          05 PAYMENTS-POSTED PIC 9(7) VALUE 0.
          05 PAYMENTS-REJECTED PIC 9(7) VALUE 0.
          05 LOANS-PAID-OFF PIC 9(7) VALUE 0.
          05 OVERPAYMENTS PIC 9(7) VALUE 0.

      * MONEY CONTROL TOTALS
       01 WS-TOTALS.
          05 WS-TOTAL-POSTED PIC 9(9)V99 VALUE 0.
          05 WS-TOTAL-INTEREST PIC 9(9)V99 VALUE 0.
          05 WS-TOTAL-PRINCIPAL PIC 9(9)V99 VALUE 0.
          05 WS-TOTAL-EXCESS PIC 9(9)V99 VALUE 0.
          05 WS-TOTAL-DISP PIC Z(8)9.99.

      **********************************************
      * OPENS FILES, POSTS EVERY REPAYMENT, TIES THE COUNTS OUT,
      * CLOSES, WRITES BATCH STATUS AND DISPLAYS THE SUMMARY.
      **********************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM SET-BST-START-TS.
           PERFORM OPEN-STATUS-LOG.
           PERFORM OPEN-ALL-FILES.
           PERFORM POST-ALL-REPAYMENTS.
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
      * OPEN ALL FILES AND CHECK STATUS. THE LOAN MASTER IS
      * OPENED I-O SINCE EACH PAYMENT REWRITES ITS LOAN.
      **********************************************
       OPEN-ALL-FILES.
           OPEN INPUT REPAYMENT-FILE.
           IF REPAYMENT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING REPAYMENT FEED: '
                       REPAYMENT-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN I-O LOAN-MASTER-FILE.
           IF LOAN-MASTER-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING LOAN MASTER: '
                       LOAN-MASTER-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN OUTPUT POSTED-FILE.
           IF POSTED-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING POSTED REPAYMENTS: '
                       POSTED-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN OUTPUT REJECT-FILE.
           IF REJECT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING REPAYMENT REJECTS: '
                       REJECT-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * READS THE REPAYMENT FEED UNTIL EOF AND POSTS EACH
      * PAYMENT.
      **********************************************
       POST-ALL-REPAYMENTS.
           PERFORM UNTIL EOF
              READ REPAYMENT-FILE
                AT END
                   SET EOF TO TRUE
                NOT AT END
                   IF REPAYMENT-STATUS = '00'
                      ADD 1 TO PAYMENTS-READ
                      PERFORM POST-ONE-REPAYMENT
                   ELSE
                      DISPLAY 'ERROR READING REPAYMENT FEED: '
                               REPAYMENT-STATUS
                      PERFORM ABEND-WITH-STATUS
                   END-IF
              END-READ
           END-PERFORM.

      **********************************************
      * VALIDATES ONE PAYMENT AND ITS LOAN, THEN APPLIES IT OR
      * REJECTS IT WITH THE REASON.
      **********************************************
       POST-ONE-REPAYMENT.
           MOVE SPACES TO WS-REJECT-REASON.
           IF RPY-AMOUNT NOT NUMERIC
              MOVE 'INVALID AMOUNT' TO WS-REJECT-REASON
           ELSE
              IF RPY-AMOUNT = 0
                 MOVE 'INVALID AMOUNT' TO WS-REJECT-REASON
              ELSE
                 MOVE RPY-LOAN-ID TO LN-LOAN-ID
                 READ LOAN-MASTER-FILE
                 EVALUATE LOAN-MASTER-STATUS
                     WHEN '00'
                       PERFORM CHECK-LOAN-POSTABLE
                     WHEN '23'
                       MOVE 'LOAN NOT ON MASTER' TO WS-REJECT-REASON
                     WHEN OTHER
                       DISPLAY 'ERROR READING LOAN MASTER: '
                                LOAN-MASTER-STATUS
                       DISPLAY 'LOAN: ' RPY-LOAN-ID
                       PERFORM ABEND-WITH-STATUS
                 END-EVALUATE
              END-IF
           END-IF.

           IF WS-REJECT-REASON = SPACES
              PERFORM APPLY-REPAYMENT
           ELSE
              PERFORM WRITE-REJECT
           END-IF.

      **********************************************
      * A LOAN TAKES PAYMENTS ONLY WHILE ACTIVE AND SET UP FOR
      * SERVICING; A PAYMENT MATCHING THE LAST ONE POSTED TO IT
      * (SAME REFERENCE AND DATE) IS A DUPLICATE.
      **********************************************
       CHECK-LOAN-POSTABLE.
           IF NOT LN-ACTIVE
              MOVE 'LOAN NOT ACTIVE' TO WS-REJECT-REASON
           ELSE
              IF LN-PRINCIPAL-BAL NOT NUMERIC
                 OR LN-PRINCIPAL-DUE NOT NUMERIC
                 OR LN-INTEREST-DUE NOT NUMERIC
                 OR LN-INTEREST-PAID NOT NUMERIC
                 MOVE 'LOAN NOT SET UP FOR SERVICING'
                      TO WS-REJECT-REASON
              ELSE
                 IF RPY-REFERENCE NOT = SPACES
                    AND RPY-REFERENCE = LN-LAST-PAY-REF
                    AND RPY-PAY-DATE = LN-LAST-PAY-DATE
                    MOVE 'DUPLICATE - ALREADY POSTED'
                         TO WS-REJECT-REASON
                 END-IF
              END-IF
           END-IF.

      **********************************************
      * SPLITS THE PAYMENT - INTEREST DUE FIRST, THEN PRINCIPAL UP
      * TO THE WHOLE BALANCE (BILLED PRINCIPAL COMES OFF FIRST),
      * ANY REMAINDER AN OVERPAYMENT - AND UPDATES THE LOAN.
      **********************************************
       APPLY-REPAYMENT.
           MOVE RPY-AMOUNT TO WS-PAY-LEFT.

           IF WS-PAY-LEFT > LN-INTEREST-DUE
              MOVE LN-INTEREST-DUE TO WS-PAY-INTEREST
           ELSE
              MOVE WS-PAY-LEFT TO WS-PAY-INTEREST
           END-IF.
           SUBTRACT WS-PAY-INTEREST FROM WS-PAY-LEFT.
           SUBTRACT WS-PAY-INTEREST FROM LN-INTEREST-DUE.
           ADD WS-PAY-INTEREST TO LN-INTEREST-PAID.

           IF WS-PAY-LEFT > LN-PRINCIPAL-BAL
              MOVE LN-PRINCIPAL-BAL TO WS-PAY-PRINCIPAL
           ELSE
              MOVE WS-PAY-LEFT TO WS-PAY-PRINCIPAL
           END-IF.
           SUBTRACT WS-PAY-PRINCIPAL FROM WS-PAY-LEFT.
           SUBTRACT WS-PAY-PRINCIPAL FROM LN-PRINCIPAL-BAL.
           IF WS-PAY-PRINCIPAL > LN-PRINCIPAL-DUE
              MOVE 0 TO LN-PRINCIPAL-DUE
           ELSE
              SUBTRACT WS-PAY-PRINCIPAL FROM LN-PRINCIPAL-DUE
           END-IF.

           MOVE WS-PAY-LEFT TO WS-PAY-EXCESS.

           IF LN-INTEREST-DUE = 0 AND LN-PRINCIPAL-DUE = 0
              AND LN-BILLED-DUE-DATE NOT = SPACES
              MOVE LN-BILLED-DUE-DATE TO LN-PAID-TO-DATE
           END-IF.
           MOVE RPY-PAY-DATE TO LN-LAST-PAY-DATE.
           MOVE RPY-REFERENCE TO LN-LAST-PAY-REF.

           IF LN-PRINCIPAL-BAL = 0
              MOVE 'C' TO LN-STATUS
              MOVE RPY-PAY-DATE TO LN-CLOSE-DATE
              ADD 1 TO LOANS-PAID-OFF
              DISPLAY 'LOAN ' LN-LOAN-ID ' PAID OFF AND CLOSED'
           END-IF.

           REWRITE LOAN-MASTER-REC.
           IF LOAN-MASTER-STATUS NOT = '00'
              DISPLAY 'ERROR REWRITING LOAN MASTER: '
                       LOAN-MASTER-STATUS
              DISPLAY 'LOAN: ' LN-LOAN-ID
              PERFORM ABEND-WITH-STATUS
           END-IF.

           IF WS-PAY-EXCESS > 0
              ADD 1 TO OVERPAYMENTS
              DISPLAY 'WARNING: OVERPAYMENT ON LOAN ' LN-LOAN-ID
                      ' REF ' RPY-REFERENCE ' - REFUND DUE'
           END-IF.

           PERFORM WRITE-POSTED-LINE.
           ADD 1 TO PAYMENTS-POSTED.
           ADD RPY-AMOUNT TO WS-TOTAL-POSTED.
           ADD WS-PAY-INTEREST TO WS-TOTAL-INTEREST.
           ADD WS-PAY-PRINCIPAL TO WS-TOTAL-PRINCIPAL.
           ADD WS-PAY-EXCESS TO WS-TOTAL-EXCESS.

      **********************************************
      * WRITES THE POSTING LINE FOR THE PAYMENT JUST APPLIED.
      **********************************************
       WRITE-POSTED-LINE.
           MOVE SPACES TO POSTED-REC.
           MOVE LN-LOAN-ID TO PST-LOAN-ID.
           MOVE RPY-PAY-DATE TO PST-PAY-DATE.
           MOVE RPY-REFERENCE TO PST-REFERENCE.
           MOVE RPY-AMOUNT TO PST-AMOUNT.
           MOVE WS-PAY-INTEREST TO PST-INTEREST.
           MOVE WS-PAY-PRINCIPAL TO PST-PRINCIPAL.
           MOVE WS-PAY-EXCESS TO PST-EXCESS.
           MOVE LN-PRINCIPAL-BAL TO PST-PRINCIPAL-BAL.
           MOVE LN-PAID-TO-DATE TO PST-PAID-TO-DATE.
           MOVE LN-STATUS TO PST-LOAN-STATUS.
           WRITE POSTED-REC.
           IF POSTED-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING POSTED REPAYMENTS: '
                       POSTED-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * WRITES THE PAYMENT TO THE REJECT FILE WITH ITS REASON.
      **********************************************
       WRITE-REJECT.
           MOVE SPACES TO REJECT-REC.
           MOVE RPY-PAYMENT TO REJ-PAYMENT.
           MOVE WS-REJECT-REASON TO REJ-REASON.
           WRITE REJECT-REC.
           IF REJECT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING REPAYMENT REJECTS: '
                       REJECT-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.
           ADD 1 TO PAYMENTS-REJECTED.

      **********************************************
      * TIE-OUT: EVERY PAYMENT READ WAS POSTED OR REJECTED, AND
      * EVERY POSTED CENT WENT TO INTEREST, PRINCIPAL OR REFUND.
      **********************************************
       VERIFY-TIE-OUT.
           DISPLAY '========================================'.
           DISPLAY 'REPAYMENT POSTING TIE-OUT'.
           DISPLAY '========================================'.
           IF PAYMENTS-POSTED + PAYMENTS-REJECTED = PAYMENTS-READ
              AND WS-TOTAL-INTEREST + WS-TOTAL-PRINCIPAL
                  + WS-TOTAL-EXCESS = WS-TOTAL-POSTED
              DISPLAY 'POSTING COUNTS AND AMOUNTS BALANCE.'
           ELSE
              MOVE 'N' TO WS-TIE-OUT-FLAG
              DISPLAY 'WARNING: POSTING COUNTS OR AMOUNTS DO NOT '
                      'BALANCE.'
           END-IF.

      **********************************************
      * CLOSE ALL FILES AND CHECK STATUS
      **********************************************
       CLOSE-ALL-FILES.
           CLOSE REPAYMENT-FILE.
           IF REPAYMENT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING REPAYMENT FEED: '
                       REPAYMENT-STATUS
           END-IF.

           CLOSE LOAN-MASTER-FILE.
           IF LOAN-MASTER-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING LOAN MASTER: '
                       LOAN-MASTER-STATUS
           END-IF.

           CLOSE POSTED-FILE.
           IF POSTED-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING POSTED REPAYMENTS: '
                       POSTED-STATUS
           END-IF.

           CLOSE REJECT-FILE.
           IF REJECT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING REPAYMENT REJECTS: '
                       REJECT-STATUS
           END-IF.

      **********************************************
      * APPENDS ONE RECORD TO THE CONSOLIDATED END-OF-NIGHT BATCH
      * STATUS LOG AND CLOSES IT. STATUS-LOG ITSELF WAS ALREADY
      * OPENED BY OPEN-STATUS-LOG, FIRST THING IN MAIN-LOGIC.
      **********************************************
       WRITE-BATCH-STATUS.
           MOVE SPACES TO STATUS-LOG-REC.
           MOVE 'LONPAY23' TO BST-PROGRAM-ID.
           PERFORM GET-BST-TIMESTAMP.
           MOVE WS-BST-START-TS TO BST-START-TS.
           MOVE WS-BST-TS-BUILT TO BST-END-TS.
           MOVE PAYMENTS-READ TO BST-RECORDS-IN.
           MOVE PAYMENTS-POSTED TO BST-RECORDS-OUT.
           MOVE PAYMENTS-REJECTED TO BST-RECORDS-REJECTED.
           IF ABEND-IN-PROGRESS
              MOVE 'FAILED' TO BST-STATUS
              MOVE 'JOB ABENDED - SEE SYSOUT FOR DETAIL' TO BST-MESSAGE
           ELSE
              IF TIE-OUT-MISMATCH
                 MOVE 'WARNING' TO BST-STATUS
                 MOVE 'REPAYMENT POSTING DID NOT TIE OUT' TO
                      BST-MESSAGE
              ELSE
                 IF PAYMENTS-REJECTED > 0 OR OVERPAYMENTS > 0
                    MOVE 'WARNING' TO BST-STATUS
                    MOVE 'REPAYMENTS REJECTED OR OVERPAID' TO
                         BST-MESSAGE
                 ELSE
                    MOVE 'COMPLETE' TO BST-STATUS
                    MOVE 'ALL REPAYMENTS POSTED' TO BST-MESSAGE
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
           DISPLAY 'LOAN REPAYMENT POSTING SUMMARY'.
           DISPLAY '========================================'.
           DISPLAY 'PAYMENTS READ:      ' PAYMENTS-READ.
           DISPLAY 'PAYMENTS POSTED:    ' PAYMENTS-POSTED.
           DISPLAY 'PAYMENTS REJECTED:  ' PAYMENTS-REJECTED.
           DISPLAY 'LOANS PAID OFF:     ' LOANS-PAID-OFF.
           DISPLAY 'OVERPAYMENTS:       ' OVERPAYMENTS.
           MOVE WS-TOTAL-POSTED TO WS-TOTAL-DISP.
           DISPLAY 'AMOUNT POSTED:      ' WS-TOTAL-DISP.
           MOVE WS-TOTAL-INTEREST TO WS-TOTAL-DISP.
           DISPLAY '  TO INTEREST:      ' WS-TOTAL-DISP.
           MOVE WS-TOTAL-PRINCIPAL TO WS-TOTAL-DISP.
           DISPLAY '  TO PRINCIPAL:     ' WS-TOTAL-DISP.
           MOVE WS-TOTAL-EXCESS TO WS-TOTAL-DISP.
           DISPLAY '  OVERPAID:         ' WS-TOTAL-DISP.
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
