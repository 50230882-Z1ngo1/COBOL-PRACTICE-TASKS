      ******************************************************************
      * MONTHLY CREDIT-BUREAU REPORTING OF LOAN ACCOUNTS               *
      *                                                                *
      * PURPOSE:                                                       *
      * JOBSUB23 READS BUREAU DATA ON EVERY APPLICANT, BUT OUR OWN     *
      * BORROWERS WERE NEVER REPORTED BACK AS THE BUREAU MEMBERSHIP    *
      * AGREEMENT REQUIRES. THIS JOB READS THE LOAN MASTER AND WRITES  *
      * THE MONTH'S SUBMISSION: ONE RECORD PER LOAN WITH ITS ACCOUNT   *
      * STATUS, BALANCE, AMOUNT PAST DUE AND 24-MONTH PAYMENT HISTORY, *
      * A CORRECTION FOR EVERY LOAN WHOSE STATUS CHANGED SINCE LAST    *
      * MONTH'S SUBMISSION, AND HEADER AND TRAILER CONTROL RECORDS.    *
      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   LAST MONTH'S SUBMISSION (BPRVDD) IS MATCHED TO THE LOAN      *
      *   MASTER BY LOAN ID. NONE (EMPTY, DUMMY OR 05/35) MEANS THIS   *
      *   IS THE FIRST SUBMISSION. ONE ALREADY BUILT FOR THIS CYCLE    *
      *   ABENDS - A RERUN MUST FIRST UNCATALOG THE GENERATION.        *
      *   PER LOAN MASTER RECORD:                                      *
      *     CLOSED, AND ALREADY REPORTED CLOSED LAST MONTH -> NOT      *
      *       REPORTED AGAIN.                                          *
      *     CLOSED -> STATUS '13', ZERO BALANCE.                       *
      *     ACTIVE BUT NOT SET UP FOR SERVICING -> STATUS '11' ON THE  *
      *       ORIGINAL AMOUNT, HISTORY 'D' FOR THE MONTH, WITH A       *
      *       WARNING.                                                 *
      *     ACTIVE -> DAYS PAST DUE = RUN DATE LESS THE OLDEST UNPAID  *
      *       DUE DATE (THE MONTH AFTER THE PAID-TO DATE, OR THE FIRST *
      *       DUE DATE IF NOTHING HAS BEEN PAID UP) WHEN ANYTHING      *
      *       BILLED IS STILL OWED; STATUS AND HISTORY CODE BY 30-DAY  *
      *       BUCKET. BALANCE = PRINCIPAL BALANCE PLUS INTEREST DUE;   *
      *       PAST DUE = AMOUNTS DUE LESS AN INSTALLMENT BILLED BUT    *
      *       NOT YET AT ITS DUE DATE.                                 *
      *     ANY OTHER STATUS -> NOT REPORTED, WITH A WARNING.          *
      *   THE HISTORY IS THE MONTH'S CODE FOLLOWED BY THE FIRST 23     *
      *   POSITIONS SENT LAST MONTH ('B' FILL ON A FIRST REPORT).      *
      *   TIE-OUT: LOANS READ MUST EQUAL LOANS REPORTED PLUS PASSED    *
      *   OVER, AND THE TRAILER COUNTS MUST MATCH THE RECORDS WRITTEN. *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/10/15                                               *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  LOANDD (LOAN.MASTER) - LOAN MASTER (KSDS, KEY          *
      *         LN-LOAN-ID, COPYBOOK LOANMST)                          *
      * INPUT:  BPRVDD (BUREAU.SUBMIT(0)) - LAST MONTH'S SUBMISSION    *
      *         (COPYBOOK CRBUREAU, OPTIONAL)                          *
      * OUTPUT: BRPTDD (BUREAU.SUBMIT(+1)) - THIS MONTH'S SUBMISSION   *
      *         (COPYBOOK CRBUREAU, PS, 120 B)                         *
      * OUTPUT: STATLOG - SHARED STATUS LOG                            *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BURRPT23.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER-FILE ASSIGN TO LOANDD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS LN-LOAN-ID
              FILE STATUS IS LOAN-MASTER-STATUS.

           SELECT PRIOR-SUBMIT-FILE ASSIGN TO BPRVDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS PRIOR-SUBMIT-STATUS.

           SELECT SUBMIT-FILE ASSIGN TO BRPTDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS SUBMIT-STATUS.

           SELECT STATUS-LOG ASSIGN TO STATLOG
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS STATUS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LOAN-MASTER-FILE.
       01 LOAN-MASTER-REC.
           COPY LOANMST.

       FD PRIOR-SUBMIT-FILE RECORDING MODE IS F.
       01 PRIOR-SUBMIT-REC.
           COPY CRBUREAU.

       FD SUBMIT-FILE RECORDING MODE IS F.
       01 SUBMIT-REC.
           COPY CRBUREAU.

       FD STATUS-LOG RECORDING MODE IS F.
       01 STATUS-LOG-REC.
           COPY BATSTAT.

       WORKING-STORAGE SECTION.

      * FILE STATUS VARIABLES
       01 F-STATUS.
          05 LOAN-MASTER-STATUS PIC X(2).
          05 PRIOR-SUBMIT-STATUS PIC X(2).
          05 SUBMIT-STATUS PIC X(2).
          05 STATUS-LOG-STATUS PIC X(2).

      * CONTROL FLAGS
       01 WS-FLAGS.
          05 WS-EOF PIC X(1) VALUE 'N'.
             88 EOF VALUE 'Y'.
          05 WS-PRIOR-OPEN-FLAG PIC X(1) VALUE 'N'.
             88 PRIOR-FILE-OPEN VALUE 'Y'.
          05 WS-PRIOR-FOUND-FLAG PIC X(1) VALUE 'N'.
             88 PRIOR-FOUND VALUE 'Y'.
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

      * OUR MEMBER ID WITH THE BUREAU, CARRIED ON THE HEADER
       01 WS-REPORTER-ID PIC X(10) VALUE 'Z73460LOAN'.

      * RUN DATE AND THE REPORTING CYCLE (YYYYMM)
       01 WS-RUN-DATE PIC X(8).
       01 WS-RUN-DATE-NUM PIC 9(8).
       01 WS-CYCLE PIC X(6).
       01 WS-PRIOR-CYCLE PIC X(6) VALUE SPACES.

      * CURRENT RECORD FROM LAST MONTH'S SUBMISSION ('D' RECORDS
      * ONLY - CORRECTIONS ARE SKIPPED)
       01 WS-PRIOR-KEY PIC X(6) VALUE LOW-VALUES.
       01 WS-PRIOR-STATUS PIC X(2).
       01 WS-PRIOR-HISTORY PIC X(24).

      * PER-LOAN WORK FIELDS
       01 WS-ACCT-STATUS PIC X(2).
       01 WS-HISTORY-CODE PIC X(1).
       01 WS-NEW-HISTORY PIC X(24).
       01 WS-AMOUNT-DUE PIC 9(6)V99.
       01 WS-PAST-DUE PIC S9(6)V99.
       01 WS-BALANCE PIC 9(6)V99.
       01 WS-DAYS-PAST-DUE PIC 9(5).
       01 WS-FIRST-DELINQ PIC X(8).

      * OLDEST UNPAID DUE DATE, STEPPED A MONTH ON FROM THE PAID-TO
      * DATE (THE DAY IS ALREADY CAPPED AT 28 BY LONBRD23).
       01 WS-DUE-DATE PIC 9(8).
       01 WS-DUE-DATE-PARTS REDEFINES WS-DUE-DATE.
          05 WS-DUE-YYYY PIC 9(4).
          05 WS-DUE-MM PIC 9(2).
          05 WS-DUE-DD PIC 9(2).

      * STATISTICS COUNTERS
       01 WS-COUNTERS.
          05 LOANS-READ PIC 9(7) VALUE 0.
          05 LOANS-REPORTED PIC 9(7) VALUE 0.
          05 LOANS-CURRENT PIC 9(7) VALUE 0.
          05 LOANS-DELINQUENT PIC 9(7) VALUE 0.
          05 LOANS-CLOSED PIC 9(7) VALUE 0.
          05 LOANS-NO-SERVICING PIC 9(7) VALUE 0.
          05 LOANS-CLOSED-BEFORE PIC 9(7) VALUE 0.
          05 LOANS-BAD-STATUS PIC 9(7) VALUE 0.
          05 PRIOR-READ PIC 9(7) VALUE 0.
          05 PRIOR-NOT-ON-MASTER PIC 9(7) VALUE 0.
          05 DETAILS-WRITTEN PIC 9(7) VALUE 0.
          05 CORRECTIONS-WRITTEN PIC 9(7) VALUE 0.
          05 RECORDS-WRITTEN PIC 9(9) VALUE 0.

      * CONTROL TOTALS CARRIED TO THE TRAILER (WHOLE DOLLARS)
       01 WS-TOTALS.
          05 WS-HASH-BALANCE PIC 9(13) VALUE 0.
          05 WS-HASH-PAST-DUE PIC 9(13) VALUE 0.
          05 WS-TOTAL-DISP PIC Z(12)9.

      **********************************************
      * OPENS FILES, WRITES THE HEADER, REPORTS EVERY LOAN, WRITES
      * THE TRAILER, TIES THE COUNTS OUT, CLOSES, WRITES BATCH
      * STATUS AND DISPLAYS THE SUMMARY.
      **********************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM SET-BST-START-TS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM.
           MOVE WS-RUN-DATE(1:6) TO WS-CYCLE.
           PERFORM OPEN-STATUS-LOG.
           PERFORM OPEN-ALL-FILES.
           PERFORM READ-PRIOR-HEADER.
           PERFORM WRITE-HEADER-RECORD.
           PERFORM REPORT-ALL-LOANS.
           PERFORM SKIP-REMAINING-PRIOR.
           PERFORM WRITE-TRAILER-RECORD.
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
      * OPEN ALL FILES AND CHECK STATUS. NO PRIOR SUBMISSION
      * (05/35) MEANS THIS IS THE FIRST ONE.
      **********************************************
       OPEN-ALL-FILES.
           OPEN INPUT LOAN-MASTER-FILE.
           IF LOAN-MASTER-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING LOAN MASTER: '
                       LOAN-MASTER-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN INPUT PRIOR-SUBMIT-FILE.
           IF PRIOR-SUBMIT-STATUS = '05' OR PRIOR-SUBMIT-STATUS = '35'
              DISPLAY 'NO PRIOR SUBMISSION - FIRST BUREAU REPORT'
              MOVE HIGH-VALUES TO WS-PRIOR-KEY
           ELSE
              IF PRIOR-SUBMIT-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING PRIOR SUBMISSION: '
                          PRIOR-SUBMIT-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
              SET PRIOR-FILE-OPEN TO TRUE
           END-IF.

           OPEN OUTPUT SUBMIT-FILE.
           IF SUBMIT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING SUBMISSION FILE: ' SUBMIT-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * READS THE HEADER OF LAST MONTH'S SUBMISSION AND THE FIRST
      * LOAN ON IT. AN EMPTY FILE IS A FIRST SUBMISSION; ONE FOR
      * THIS SAME CYCLE MEANS THE MONTH HAS ALREADY BEEN BUILT AND
      * ROLLING THE HISTORY ON AGAIN WOULD CORRUPT IT.
      **********************************************
       READ-PRIOR-HEADER.
           IF PRIOR-FILE-OPEN
              READ PRIOR-SUBMIT-FILE
                AT END
                   DISPLAY 'PRIOR SUBMISSION EMPTY - FIRST BUREAU '
                           'REPORT'
                   MOVE HIGH-VALUES TO WS-PRIOR-KEY
                NOT AT END
                   IF PRIOR-SUBMIT-STATUS NOT = '00'
                      DISPLAY 'ERROR READING PRIOR SUBMISSION: '
                               PRIOR-SUBMIT-STATUS
                      PERFORM ABEND-WITH-STATUS
                   END-IF
                   IF NOT CRB-HEADER-REC OF PRIOR-SUBMIT-REC
                      DISPLAY 'ERROR: PRIOR SUBMISSION HAS NO HEADER'
                      PERFORM ABEND-WITH-STATUS
                   END-IF
                   MOVE CRB-H-CYCLE OF PRIOR-SUBMIT-REC
                     TO WS-PRIOR-CYCLE
                   IF WS-PRIOR-CYCLE NOT < WS-CYCLE
                      DISPLAY 'ERROR: PRIOR SUBMISSION IS FOR CYCLE '
                              WS-PRIOR-CYCLE ' - THIS CYCLE '
                              WS-CYCLE ' ALREADY BUILT'
                      PERFORM ABEND-WITH-STATUS
                   END-IF
                   PERFORM READ-PRIOR-DETAIL
              END-READ
           END-IF.

      **********************************************
      * ADVANCES TO THE NEXT 'D' RECORD ON LAST MONTH'S SUBMISSION,
      * PASSING OVER CORRECTIONS, AND SETS WS-PRIOR-KEY TO ITS LOAN
      * (HIGH-VALUES AT THE TRAILER OR END OF FILE).
      **********************************************
       READ-PRIOR-DETAIL.
           MOVE SPACES TO WS-PRIOR-KEY.
           PERFORM UNTIL WS-PRIOR-KEY NOT = SPACES
              READ PRIOR-SUBMIT-FILE
                AT END
                   MOVE HIGH-VALUES TO WS-PRIOR-KEY
                NOT AT END
                   IF PRIOR-SUBMIT-STATUS NOT = '00'
                      DISPLAY 'ERROR READING PRIOR SUBMISSION: '
                               PRIOR-SUBMIT-STATUS
                      PERFORM ABEND-WITH-STATUS
                   END-IF
                   EVALUATE TRUE
                      WHEN CRB-DETAIL-REC OF PRIOR-SUBMIT-REC
                         ADD 1 TO PRIOR-READ
                         MOVE CRB-D-LOAN-ID OF PRIOR-SUBMIT-REC
                           TO WS-PRIOR-KEY
                         MOVE CRB-D-ACCT-STATUS OF PRIOR-SUBMIT-REC
                           TO WS-PRIOR-STATUS
                         MOVE CRB-D-PAY-HISTORY OF PRIOR-SUBMIT-REC
                           TO WS-PRIOR-HISTORY
                      WHEN CRB-TRAILER-REC OF PRIOR-SUBMIT-REC
                         MOVE HIGH-VALUES TO WS-PRIOR-KEY
                      WHEN OTHER
                         CONTINUE
                   END-EVALUATE
              END-READ
           END-PERFORM.

      **********************************************
      * WRITES THE SUBMISSION HEADER.
      **********************************************
       WRITE-HEADER-RECORD.
           MOVE SPACES TO SUBMIT-REC.
           MOVE 'H' TO CRB-REC-TYPE OF SUBMIT-REC.
           MOVE WS-REPORTER-ID TO CRB-H-REPORTER-ID OF SUBMIT-REC.
           MOVE WS-RUN-DATE TO CRB-H-ACTIVITY-DATE OF SUBMIT-REC.
           MOVE WS-CYCLE TO CRB-H-CYCLE OF SUBMIT-REC.
           MOVE 'LOAN.MASTER BURRPT23' TO CRB-H-SOURCE OF SUBMIT-REC.
           PERFORM WRITE-SUBMIT-RECORD.

      **********************************************
      * READS THE LOAN MASTER IN KEY ORDER UNTIL EOF AND REPORTS
      * EACH LOAN.
      **********************************************
       REPORT-ALL-LOANS.
           PERFORM UNTIL EOF
              READ LOAN-MASTER-FILE NEXT RECORD
                AT END
                   SET EOF TO TRUE
                NOT AT END
                   IF LOAN-MASTER-STATUS = '00'
                      ADD 1 TO LOANS-READ
                      PERFORM MATCH-PRIOR-SUBMISSION
                      PERFORM REPORT-ONE-LOAN
                      IF PRIOR-FOUND
                         PERFORM READ-PRIOR-DETAIL
                      END-IF
                   ELSE
                      DISPLAY 'ERROR READING LOAN MASTER: '
                               LOAN-MASTER-STATUS
                      PERFORM ABEND-WITH-STATUS
                   END-IF
              END-READ
           END-PERFORM.

      **********************************************
      * BRINGS LAST MONTH'S SUBMISSION UP TO THE CURRENT LOAN. A
      * LOAN REPORTED LAST MONTH BUT NO LONGER ON THE MASTER IS
      * WARNED ABOUT - LOANS ARE NEVER DELETED.
      **********************************************
       MATCH-PRIOR-SUBMISSION.
           PERFORM UNTIL WS-PRIOR-KEY NOT < LN-LOAN-ID
              ADD 1 TO PRIOR-NOT-ON-MASTER
              DISPLAY 'WARNING: LOAN ' WS-PRIOR-KEY
                      ' ON PRIOR SUBMISSION BUT NOT ON LOAN MASTER'
              PERFORM READ-PRIOR-DETAIL
           END-PERFORM.
           IF WS-PRIOR-KEY = LN-LOAN-ID
              SET PRIOR-FOUND TO TRUE
           ELSE
              MOVE 'N' TO WS-PRIOR-FOUND-FLAG
           END-IF.

      **********************************************
      * WORKS OUT ONE LOAN'S STATUS, BALANCES AND HISTORY AND
      * WRITES ITS DETAIL, PLUS A CORRECTION IF THE STATUS HAS
      * CHANGED SINCE LAST MONTH.
      **********************************************
       REPORT-ONE-LOAN.
           MOVE SPACES TO WS-FIRST-DELINQ.
           MOVE 0 TO WS-DAYS-PAST-DUE.
           MOVE 0 TO WS-PAST-DUE.
           EVALUATE TRUE
              WHEN LN-PAID-OFF
                 IF PRIOR-FOUND AND WS-PRIOR-STATUS = '13'
                    ADD 1 TO LOANS-CLOSED-BEFORE
                 ELSE
                    MOVE '13' TO WS-ACCT-STATUS
                    MOVE '0' TO WS-HISTORY-CODE
                    MOVE 0 TO WS-BALANCE
                    ADD 1 TO LOANS-CLOSED
                    PERFORM WRITE-LOAN-RECORDS
                 END-IF
              WHEN LN-ACTIVE
                 IF LN-FIRST-DUE-DATE = SPACES
                    OR LN-PAYMENT-AMT NOT NUMERIC
                    OR LN-PRINCIPAL-BAL NOT NUMERIC
                    OR LN-PRINCIPAL-DUE NOT NUMERIC
                    OR LN-INTEREST-DUE NOT NUMERIC
                    ADD 1 TO LOANS-NO-SERVICING
                    DISPLAY 'WARNING: LOAN ' LN-LOAN-ID
                            ' NOT SET UP FOR SERVICING - REPORTED '
                            'AT ORIGINAL AMOUNT'
                    MOVE '11' TO WS-ACCT-STATUS
                    MOVE 'D' TO WS-HISTORY-CODE
                    MOVE LN-AMOUNT TO WS-BALANCE
                 ELSE
                    PERFORM SET-DELINQUENCY
                 END-IF
                 PERFORM WRITE-LOAN-RECORDS
              WHEN OTHER
                 ADD 1 TO LOANS-BAD-STATUS
                 DISPLAY 'WARNING: LOAN ' LN-LOAN-ID
                         ' HAS UNKNOWN STATUS ' LN-STATUS
                         ' - NOT REPORTED'
           END-EVALUATE.

      **********************************************
      * DAYS PAST DUE, AMOUNT PAST DUE AND THE STATUS AND HISTORY
      * CODES OF AN ACTIVE, SERVICED LOAN. NOTHING BILLED LEFT
      * UNPAID IS CURRENT. OTHERWISE THE OLDEST UNPAID INSTALLMENT
      * FELL DUE THE MONTH AFTER THE PAID-TO DATE (OR ON THE FIRST
      * DUE DATE), AND AN INSTALLMENT BILLED AHEAD OF ITS DUE DATE
      * IS NOT YET PAST DUE.
      **********************************************
       SET-DELINQUENCY.
           COMPUTE WS-BALANCE = LN-PRINCIPAL-BAL + LN-INTEREST-DUE.
           COMPUTE WS-AMOUNT-DUE = LN-INTEREST-DUE + LN-PRINCIPAL-DUE.
           IF WS-AMOUNT-DUE > 0
              IF LN-PAID-TO-DATE = SPACES
                 MOVE LN-FIRST-DUE-DATE TO WS-DUE-DATE
              ELSE
                 MOVE LN-PAID-TO-DATE TO WS-DUE-DATE
                 PERFORM ADD-ONE-MONTH
              END-IF
              IF WS-DUE-DATE < WS-RUN-DATE-NUM
                 COMPUTE WS-DAYS-PAST-DUE =
                         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
                       - FUNCTION INTEGER-OF-DATE(WS-DUE-DATE)
              END-IF
              MOVE WS-AMOUNT-DUE TO WS-PAST-DUE
              IF LN-BILLED-DUE-DATE NOT < WS-RUN-DATE
                 SUBTRACT LN-PAYMENT-AMT FROM WS-PAST-DUE
                 IF WS-PAST-DUE < 0
                    MOVE 0 TO WS-PAST-DUE
                 END-IF
              END-IF
           END-IF.

           EVALUATE TRUE
              WHEN WS-DAYS-PAST-DUE < 30
                 MOVE '11' TO WS-ACCT-STATUS
                 MOVE '0' TO WS-HISTORY-CODE
              WHEN WS-DAYS-PAST-DUE < 60
                 MOVE '71' TO WS-ACCT-STATUS
                 MOVE '1' TO WS-HISTORY-CODE
              WHEN WS-DAYS-PAST-DUE < 90
                 MOVE '78' TO WS-ACCT-STATUS
                 MOVE '2' TO WS-HISTORY-CODE
              WHEN WS-DAYS-PAST-DUE < 120
                 MOVE '80' TO WS-ACCT-STATUS
                 MOVE '3' TO WS-HISTORY-CODE
              WHEN WS-DAYS-PAST-DUE < 150
                 MOVE '82' TO WS-ACCT-STATUS
                 MOVE '4' TO WS-HISTORY-CODE
              WHEN WS-DAYS-PAST-DUE < 180
                 MOVE '83' TO WS-ACCT-STATUS
                 MOVE '5' TO WS-HISTORY-CODE
              WHEN OTHER
                 MOVE '84' TO WS-ACCT-STATUS
                 MOVE '6' TO WS-HISTORY-CODE
           END-EVALUATE.
           IF WS-DAYS-PAST-DUE < 30
              ADD 1 TO LOANS-CURRENT
           ELSE
              MOVE WS-DUE-DATE TO WS-FIRST-DELINQ
              ADD 1 TO LOANS-DELINQUENT
           END-IF.

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
      * ROLLS THE PAYMENT HISTORY ON A MONTH AND WRITES THE LOAN'S
      * DETAIL RECORD, FOLLOWED BY A CORRECTION IF ITS STATUS
      * DIFFERS FROM THE ONE REPORTED LAST MONTH.
      **********************************************
       WRITE-LOAN-RECORDS.
           MOVE ALL 'B' TO WS-NEW-HISTORY.
           IF PRIOR-FOUND
              MOVE WS-PRIOR-HISTORY(1:23) TO WS-NEW-HISTORY(2:23)
           END-IF.
           MOVE WS-HISTORY-CODE TO WS-NEW-HISTORY(1:1).

           MOVE SPACES TO SUBMIT-REC.
           MOVE 'D' TO CRB-REC-TYPE OF SUBMIT-REC.
           MOVE LN-LOAN-ID TO CRB-D-LOAN-ID OF SUBMIT-REC.
           MOVE WS-ACCT-STATUS TO CRB-D-ACCT-STATUS OF SUBMIT-REC.
           IF PRIOR-FOUND
              MOVE WS-PRIOR-STATUS TO CRB-D-PRIOR-STATUS OF SUBMIT-REC
           END-IF.
           MOVE LN-BOARD-DATE TO CRB-D-OPEN-DATE OF SUBMIT-REC.
           MOVE LN-AMOUNT TO CRB-D-ORIG-AMT OF SUBMIT-REC.
           MOVE LN-TERM-MM TO CRB-D-TERM-MM OF SUBMIT-REC.
           IF LN-PAYMENT-AMT NUMERIC
              MOVE LN-PAYMENT-AMT TO CRB-D-SCHED-PAYMENT OF SUBMIT-REC
           ELSE
              MOVE 0 TO CRB-D-SCHED-PAYMENT OF SUBMIT-REC
           END-IF.
           MOVE WS-BALANCE TO CRB-D-BALANCE OF SUBMIT-REC.
           MOVE WS-PAST-DUE TO CRB-D-AMT-PAST-DUE OF SUBMIT-REC.
           IF WS-DAYS-PAST-DUE > 9999
              MOVE 9999 TO CRB-D-DAYS-PAST-DUE OF SUBMIT-REC
           ELSE
              MOVE WS-DAYS-PAST-DUE
                TO CRB-D-DAYS-PAST-DUE OF SUBMIT-REC
           END-IF.
           MOVE WS-NEW-HISTORY TO CRB-D-PAY-HISTORY OF SUBMIT-REC.
           MOVE WS-FIRST-DELINQ TO CRB-D-FIRST-DELINQ OF SUBMIT-REC.
           MOVE LN-LAST-PAY-DATE TO CRB-D-LAST-PAY-DATE OF SUBMIT-REC.
           MOVE LN-CLOSE-DATE TO CRB-D-CLOSE-DATE OF SUBMIT-REC.
           PERFORM WRITE-SUBMIT-RECORD.
           ADD 1 TO LOANS-REPORTED.
           ADD 1 TO DETAILS-WRITTEN.
           ADD CRB-D-BALANCE OF SUBMIT-REC TO WS-HASH-BALANCE.
           ADD CRB-D-AMT-PAST-DUE OF SUBMIT-REC TO WS-HASH-PAST-DUE.

           IF PRIOR-FOUND AND WS-PRIOR-STATUS NOT = WS-ACCT-STATUS
              MOVE 'C' TO CRB-REC-TYPE OF SUBMIT-REC
              PERFORM WRITE-SUBMIT-RECORD
              ADD 1 TO CORRECTIONS-WRITTEN
              DISPLAY 'STATUS CHANGE: LOAN ' LN-LOAN-ID ' '
                      WS-PRIOR-STATUS ' -> ' WS-ACCT-STATUS
           END-IF.

      **********************************************
      * LOANS LEFT ON LAST MONTH'S SUBMISSION AFTER THE LAST LOAN ON
      * THE MASTER ARE WARNED ABOUT LIKE ANY OTHER NOT ON IT.
      **********************************************
       SKIP-REMAINING-PRIOR.
           PERFORM UNTIL WS-PRIOR-KEY = HIGH-VALUES
              ADD 1 TO PRIOR-NOT-ON-MASTER
              DISPLAY 'WARNING: LOAN ' WS-PRIOR-KEY
                      ' ON PRIOR SUBMISSION BUT NOT ON LOAN MASTER'
              PERFORM READ-PRIOR-DETAIL
           END-PERFORM.

      **********************************************
      * WRITES THE TRAILER WITH THE RECORD COUNTS (HEADER AND
      * TRAILER INCLUDED) AND THE HASH TOTALS.
      **********************************************
       WRITE-TRAILER-RECORD.
           MOVE SPACES TO SUBMIT-REC.
           MOVE 'T' TO CRB-REC-TYPE OF SUBMIT-REC.
           MOVE DETAILS-WRITTEN TO CRB-T-DETAIL-COUNT OF SUBMIT-REC.
           MOVE CORRECTIONS-WRITTEN
             TO CRB-T-CORRECT-COUNT OF SUBMIT-REC.
           COMPUTE CRB-T-TOTAL-RECORDS OF SUBMIT-REC =
                   RECORDS-WRITTEN + 1.
           MOVE WS-HASH-BALANCE TO CRB-T-HASH-BALANCE OF SUBMIT-REC.
           MOVE WS-HASH-PAST-DUE TO CRB-T-HASH-PAST-DUE OF SUBMIT-REC.
           PERFORM WRITE-SUBMIT-RECORD.

      **********************************************
      * WRITES ONE SUBMISSION RECORD AND COUNTS IT.
      **********************************************
       WRITE-SUBMIT-RECORD.
           WRITE SUBMIT-REC.
           IF SUBMIT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING SUBMISSION FILE: ' SUBMIT-STATUS
              DISPLAY 'RECORD TYPE: ' CRB-REC-TYPE OF SUBMIT-REC
              PERFORM ABEND-WITH-STATUS
           END-IF.
           ADD 1 TO RECORDS-WRITTEN.

      **********************************************
      * TIE-OUT: EVERY LOAN READ WAS REPORTED OR PASSED OVER FOR A
      * COUNTED REASON, ONE DETAIL WAS WRITTEN PER LOAN REPORTED,
      * AND THE RECORDS WRITTEN ARE THE DETAILS AND CORRECTIONS
      * PLUS THE HEADER AND TRAILER.
      **********************************************
       VERIFY-TIE-OUT.
           DISPLAY '========================================'.
           DISPLAY 'BUREAU REPORTING TIE-OUT'.
           DISPLAY '========================================'.
           IF LOANS-REPORTED + LOANS-CLOSED-BEFORE + LOANS-BAD-STATUS
              = LOANS-READ
              AND LOANS-CURRENT + LOANS-DELINQUENT + LOANS-CLOSED
                  + LOANS-NO-SERVICING = LOANS-REPORTED
              AND DETAILS-WRITTEN = LOANS-REPORTED
              AND DETAILS-WRITTEN + CORRECTIONS-WRITTEN + 2
                  = RECORDS-WRITTEN
              DISPLAY 'BUREAU COUNTS BALANCE.'
           ELSE
              MOVE 'N' TO WS-TIE-OUT-FLAG
              DISPLAY 'WARNING: BUREAU COUNTS DO NOT BALANCE.'
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

           IF PRIOR-FILE-OPEN
              CLOSE PRIOR-SUBMIT-FILE
              IF PRIOR-SUBMIT-STATUS NOT = '00'
                 DISPLAY 'WARNING: ERROR CLOSING PRIOR SUBMISSION: '
                          PRIOR-SUBMIT-STATUS
              END-IF
           END-IF.

           CLOSE SUBMIT-FILE.
           IF SUBMIT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING SUBMISSION FILE: '
                       SUBMIT-STATUS
           END-IF.

      **********************************************
      * APPENDS ONE RECORD TO THE CONSOLIDATED END-OF-NIGHT BATCH
      * STATUS LOG AND CLOSES IT. STATUS-LOG ITSELF WAS ALREADY
      * OPENED BY OPEN-STATUS-LOG, FIRST THING IN MAIN-LOGIC.
      **********************************************
       WRITE-BATCH-STATUS.
           MOVE SPACES TO STATUS-LOG-REC.
           MOVE 'BURRPT23' TO BST-PROGRAM-ID.
           PERFORM GET-BST-TIMESTAMP.
           MOVE WS-BST-START-TS TO BST-START-TS.
           MOVE WS-BST-TS-BUILT TO BST-END-TS.
           MOVE LOANS-READ TO BST-RECORDS-IN.
           COMPUTE BST-RECORDS-OUT = DETAILS-WRITTEN
                                   + CORRECTIONS-WRITTEN.
           MOVE LOANS-BAD-STATUS TO BST-RECORDS-REJECTED.
           IF ABEND-IN-PROGRESS
              MOVE 'FAILED' TO BST-STATUS
              MOVE 'JOB ABENDED - SEE SYSOUT FOR DETAIL' TO BST-MESSAGE
           ELSE
              IF TIE-OUT-MISMATCH
                 MOVE 'WARNING' TO BST-STATUS
                 MOVE 'BUREAU COUNTS DID NOT TIE OUT' TO BST-MESSAGE
              ELSE
                 IF LOANS-BAD-STATUS > 0 OR LOANS-NO-SERVICING > 0
                    OR PRIOR-NOT-ON-MASTER > 0
                    MOVE 'WARNING' TO BST-STATUS
                    MOVE 'LOANS REPORTED WITH WARNINGS - SYSOUT' TO
                         BST-MESSAGE
                 ELSE
                    MOVE 'COMPLETE' TO BST-STATUS
                    MOVE 'BUREAU SUBMISSION BUILT' TO BST-MESSAGE
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
           DISPLAY 'CREDIT BUREAU REPORTING SUMMARY'.
           DISPLAY '========================================'.
           DISPLAY 'REPORTING CYCLE:    ' WS-CYCLE.
           DISPLAY 'PRIOR CYCLE:        ' WS-PRIOR-CYCLE.
           DISPLAY 'LOANS READ:         ' LOANS-READ.
           DISPLAY 'LOANS REPORTED:     ' LOANS-REPORTED.
           DISPLAY '  CURRENT:          ' LOANS-CURRENT.
           DISPLAY '  DELINQUENT:       ' LOANS-DELINQUENT.
           DISPLAY '  CLOSED:           ' LOANS-CLOSED.
           DISPLAY '  NO SERVICING:     ' LOANS-NO-SERVICING.
           DISPLAY 'CLOSED EARLIER:     ' LOANS-CLOSED-BEFORE.
           DISPLAY 'UNKNOWN STATUS:     ' LOANS-BAD-STATUS.
           DISPLAY 'PRIOR LOANS READ:   ' PRIOR-READ.
           DISPLAY 'PRIOR NOT ON MASTER:' PRIOR-NOT-ON-MASTER.
           DISPLAY 'DETAILS WRITTEN:    ' DETAILS-WRITTEN.
           DISPLAY 'CORRECTIONS:        ' CORRECTIONS-WRITTEN.
           DISPLAY 'RECORDS WRITTEN:    ' RECORDS-WRITTEN.
           MOVE WS-HASH-BALANCE TO WS-TOTAL-DISP.
           DISPLAY 'BALANCE HASH:       ' WS-TOTAL-DISP.
           MOVE WS-HASH-PAST-DUE TO WS-TOTAL-DISP.
           DISPLAY 'PAST DUE HASH:      ' WS-TOTAL-DISP.
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
