      ******************************************************************
      * MONTH-END CREDIT-INTEREST CAPITALISATION                       *
      *                                                                *
      * PURPOSE:                                                       *
      * INTACR29 ACCRUES CREDIT INTEREST NIGHTLY INTO THE ACCRUAL      *
      * LEDGER. THIS MONTH-END JOB PAYS THE MONTH'S ACCRUAL TO EACH    *
      * ACCOUNT AS A CREDIT OPERATION ON THE OPERATION LOG UNDER ITS   *
      * OWN OPERATOR ID, INTCAP, WHICH OPRPST29 POSTS TO THE BALANCE   *
      * LIKE ANY OTHER CREDIT AND DEPSTM29 SHOWS ON THE STATEMENT, AND *
      * RECORDS EVERY PAYMENT ON THE INTEREST-PAID HISTORY INTYER29    *
      * EXTRACTS FOR TAX REPORTING AT YEAR END.                        *
      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   THE PERIOD IS THE CYCLE DATE'S MONTH. RUN ON ITS LAST NIGHT, *
      *   AFTER THAT NIGHT'S INTACR29 AND BEFORE OPRPST29.             *
      *   PHASE 1 - THE INTEREST-PAID HISTORY ALREADY CARRYING THE     *
      *     PERIOD (A RERUN) -> NOTHING PAID, WARNING.                 *
      *   PHASE 2 - TOTAL THE LEDGER'S ACCRUALS DATED IN THE PERIOD    *
      *     BY ACCOUNT. ACCRUALS FOR AN ACCOUNT NO LONGER ON THE       *
      *     MASTER ARE COUNTED AND REPORTED, NOT PAID.                 *
      *   PHASE 3 - PER ACCOUNT, THE TOTAL ROUNDED TO THE CENT:        *
      *     ZERO          -> NOTHING (COUNTED AS UNDER ONE CENT).      *
      *     OTHERWISE     -> ONE 'C' OPERATION, OPR-ID INTCAP, DATED   *
      *                      THE RUN DATE; ONE INTEREST-PAID RECORD;   *
      *                      ONE REPORT LINE.                          *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/10/15                                               *
      *                                                                *
      * COPYBOOK: CYCDATE - PROCESSING-DATE LOOKUP REQUEST AREA        *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  ACCTDD (ACCT.MASTER) - VSAM KSDS ACCOUNT MASTER        *
      * INPUT:  ACCRDD (CREDIT.INT.ACCRUALS) - INTACR29 ACCRUAL LEDGER *
      * I/O:    INTPDD (CREDIT.INT.PAID) - INTEREST-PAID HISTORY       *
      *         (APPEND)                                               *
      * OUTPUT: AS-OPR (OPR.LOG.ESDS) - OPERATION LOG (APPEND)         *
      * OUTPUT: RPTDD (CREDIT.INT.CAP.RPT) - CAPITALISATION REPORT     *
      * OUTPUT: STATLOG - SHARED STATUS LOG                            *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTCAP29.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-MASTER ASSIGN TO ACCTDD
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS ACCT-MAST-ID
             FILE STATUS IS ACCT-MASTER-STATUS.

           SELECT ACCRUAL-FILE ASSIGN TO ACCRDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS ACCRUAL-STATUS.

           SELECT INT-PAID-FILE ASSIGN TO INTPDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS INT-PAID-STATUS.

           SELECT OPR-LOG ASSIGN TO AS-OPR
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OPR-STATUS.

           SELECT REPORT-FILE ASSIGN TO RPTDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS REPORT-STATUS.

           SELECT STATUS-LOG ASSIGN TO STATLOG
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS STATUS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * SAME LAYOUT ACTMNT29 MAINTAINS.
       FD ACCT-MASTER.
       01 ACCT-MASTER-REC.
          05 ACCT-MAST-ID PIC X(6).
          05 ACCT-CUST-NAME PIC X(25).
          05 ACCT-STATUS PIC X(1).
          05 ACCT-LIMIT PIC 9(7)V99.
          05 ACCT-TYPE PIC X(2).
          05 FILLER PIC X(37).

      * SAME LAYOUT INTACR29 WRITES.
       FD ACCRUAL-FILE RECORDING MODE IS F.
       01 ACCRUAL-REC.
          05 ACR-ACCT-ID PIC X(6).
          05 ACR-DATE PIC X(8).
          05 ACR-ACCT-TYPE PIC X(2).
          05 ACR-BALANCE PIC S9(7)V99.
          05 ACR-RATE-PCT PIC 9(2)V9(4).
          05 ACR-DAYS PIC 9(3).
          05 ACR-INTEREST PIC 9(5)V9(6).
          05 FILLER PIC X(35).

      * ONE RECORD PER ACCOUNT PER MONTH PAID. INTYER29 READS THE
      * SAME LAYOUT.
       FD INT-PAID-FILE RECORDING MODE IS F.
       01 INT-PAID-REC.
          05 INT-ACCT-ID PIC X(6).
          05 FILLER PIC X(1).
          05 INT-PERIOD PIC X(6).
          05 FILLER PIC X(1).
          05 INT-PAID-DATE PIC X(8).
          05 FILLER PIC X(1).
          05 INT-AMOUNT PIC 9(7)V99.
          05 FILLER PIC X(1).
          05 INT-ACCT-TYPE PIC X(2).
          05 FILLER PIC X(1).
          05 INT-CUST-NAME PIC X(25).
          05 FILLER PIC X(19).

       FD OPR-LOG.
       01 OPR-LOG-REC.
          05 OPR-ACCT-ID PIC X(6).
          05 OPR-DATE PIC X(8).
          05 OPR-TYPE PIC X(1).
          05 OPR-AMT PIC 9(7)V99.
          05 OPR-ID PIC X(6).
          05 FILLER PIC X(50).

       FD REPORT-FILE RECORDING MODE IS F.
       01 REPORT-REC PIC X(80).

       FD STATUS-LOG RECORDING MODE IS F.
       01 STATUS-LOG-REC.
           COPY BATSTAT.

       WORKING-STORAGE SECTION.

      * FILE STATUS VARIABLES
       01 WS-FILE-STATUSES.
          05 ACCT-MASTER-STATUS PIC X(2).
          05 ACCRUAL-STATUS PIC X(2).
          05 INT-PAID-STATUS PIC X(2).
          05 OPR-STATUS PIC X(2).
          05 REPORT-STATUS PIC X(2).
          05 STATUS-LOG-STATUS PIC X(2).

      * CONTROL FLAGS
       01 WS-FLAGS.
          05 WS-MASTER-EOF PIC X(1) VALUE 'N'.
             88 MASTER-EOF VALUE 'Y'.
          05 WS-ACCRUAL-EOF PIC X(1) VALUE 'N'.
             88 ACCRUAL-EOF VALUE 'Y'.
          05 WS-INT-PAID-EOF PIC X(1) VALUE 'N'.
             88 INT-PAID-EOF VALUE 'Y'.
          05 WS-FOUND-FLAG PIC X(1) VALUE 'N'.
             88 FOUND VALUE 'Y'.
          05 WS-ALREADY-PAID PIC X(1) VALUE 'N'.
             88 PERIOD-ALREADY-PAID VALUE 'Y'.

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

      * PROCESSING-DATE LOOKUP REQUEST AREA - SEE COPYBOOK CYCDATE
      * AND SUBPROGRAM CYCDAT40.
           COPY CYCDATE.

      * THE RUN DATE AND THE MONTH BEING CAPITALISED
       01 WS-RUN-DATE PIC X(8).
       01 WS-CAP-PERIOD PIC X(6).

      * EVERY ACCOUNT ON THE MASTER, IN KEY ORDER FOR SEARCH ALL,
      * WITH THE PERIOD'S ACCRUED INTEREST
       01 ACCOUNT-TABLE.
          05 ACCOUNT-LOADED PIC 9(5) VALUE 0.
          05 ACCOUNT-ENTRY OCCURS 1 TO 10000 TIMES
                           DEPENDING ON ACCOUNT-LOADED
                           ASCENDING KEY IS AT-ACCT-ID
                           INDEXED BY AT-IDX.
             10 AT-ACCT-ID PIC X(6).
             10 AT-NAME PIC X(25).
             10 AT-TYPE PIC X(2).
             10 AT-ACCRUED PIC 9(7)V9(6).

      * THE PAYMENT BEING WRITTEN
       01 WS-CAP-AMOUNT PIC 9(7)V99.

      * REPORT LINE BUILD FIELDS
       01 WS-RPT-LINE PIC X(80).
       01 WS-CNT-DISP PIC Z(6)9.
       01 WS-AMT-DISP PIC Z,ZZZ,ZZ9.99.
       01 WS-TOT-DISP PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-ACR-DISP PIC ZZZ,ZZZ,ZZ9.999999.

      * STATISTICS COUNTERS
       01 WS-COUNTERS.
          05 ACCRUALS-READ PIC 9(9) VALUE 0.
          05 ACCRUALS-IN-PERIOD PIC 9(9) VALUE 0.
          05 ACCRUALS-NO-ACCOUNT PIC 9(7) VALUE 0.
          05 PAYMENTS-WRITTEN PIC 9(7) VALUE 0.
          05 UNDER-ONE-CENT PIC 9(7) VALUE 0.
       01 WS-TOTAL-ACCRUED PIC 9(9)V9(6) VALUE 0.
       01 WS-NO-ACCOUNT-ACCRUED PIC 9(9)V9(6) VALUE 0.
       01 WS-TOTAL-PAID PIC 9(11)V99 VALUE 0.

      **********************************************
      * RERUN CHECK -> MASTER -> PERIOD ACCRUALS -> PAY EACH
      * ACCOUNT -> REPORT -> CLOSE -> STATUS.
      **********************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM SET-BST-START-TS.
           PERFORM OPEN-STATUS-LOG.
           MOVE 'INTCAP29' TO CD-JOB-NAME.
           CALL 'CYCDAT40' USING WS-CYCDATE-REQUEST END-CALL.
           MOVE CD-CYCLE-DATE TO WS-RUN-DATE.
           MOVE WS-RUN-DATE(1:6) TO WS-CAP-PERIOD.
           DISPLAY 'CAPITALISATION PERIOD: ' WS-CAP-PERIOD.
           PERFORM CHECK-PERIOD-PAID.
           PERFORM LOAD-ACCOUNT-TABLE.
           PERFORM OPEN-ALL-FILES.
           IF NOT PERIOD-ALREADY-PAID
              PERFORM TOTAL-PERIOD-ACCRUALS
              PERFORM VARYING AT-IDX FROM 1 BY 1
                      UNTIL AT-IDX > ACCOUNT-LOADED
                 PERFORM PAY-ONE-ACCOUNT
              END-PERFORM
           END-IF.
           PERFORM WRITE-REPORT-TOTALS.
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
      * A PERIOD ALREADY ON THE INTEREST-PAID HISTORY WAS PAID BY
      * AN EARLIER RUN; PAYING IT AGAIN WOULD DOUBLE THE CREDIT.
      * NO HISTORY YET (STATUS 05/35) MEANS NOTHING PAID SO FAR.
      **********************************************
       CHECK-PERIOD-PAID.
           OPEN INPUT INT-PAID-FILE.
           IF INT-PAID-STATUS = '05' OR INT-PAID-STATUS = '35'
              DISPLAY 'NO INTEREST-PAID HISTORY YET'
           ELSE
              IF INT-PAID-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING INTEREST-PAID HISTORY: '
                          INT-PAID-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
              PERFORM UNTIL INT-PAID-EOF
                 READ INT-PAID-FILE
                   AT END
                      SET INT-PAID-EOF TO TRUE
                   NOT AT END
                      IF INT-PAID-STATUS NOT = '00'
                         DISPLAY 'ERROR READING INTEREST-PAID '
                                 'HISTORY: ' INT-PAID-STATUS
                         PERFORM ABEND-WITH-STATUS
                      END-IF
                      IF INT-PERIOD = WS-CAP-PERIOD
                         SET PERIOD-ALREADY-PAID TO TRUE
                      END-IF
                 END-READ
              END-PERFORM
              CLOSE INT-PAID-FILE
           END-IF.
           IF PERIOD-ALREADY-PAID
              DISPLAY 'WARNING: PERIOD ' WS-CAP-PERIOD
                      ' ALREADY CAPITALISED - NOTHING PAID THIS RUN'
           END-IF.

      **********************************************
      * LOADS EVERY ACCOUNT ON THE MASTER, IN KEY ORDER. A FULL
      * TABLE IS A HARD ERROR - AN ACCOUNT LEFT OFF WOULD NOT BE
      * PAID.
      **********************************************
       LOAD-ACCOUNT-TABLE.
           OPEN INPUT ACCT-MASTER.
           IF ACCT-MASTER-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING ACCT-MASTER FILE: '
                       ACCT-MASTER-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.
           PERFORM UNTIL MASTER-EOF
              READ ACCT-MASTER NEXT RECORD
                AT END
                   SET MASTER-EOF TO TRUE
                NOT AT END
                   IF ACCT-MASTER-STATUS NOT = '00'
                      DISPLAY 'ERROR READING ACCT-MASTER FILE: '
                               ACCT-MASTER-STATUS
                      PERFORM ABEND-WITH-STATUS
                   END-IF
                   IF ACCOUNT-LOADED >= 10000
                      DISPLAY 'ERROR: ACCOUNT TABLE FULL (10000 MAX)'
                      PERFORM ABEND-WITH-STATUS
                   END-IF
                   ADD 1 TO ACCOUNT-LOADED
                   SET AT-IDX TO ACCOUNT-LOADED
                   MOVE ACCT-MAST-ID TO AT-ACCT-ID(AT-IDX)
                   MOVE ACCT-CUST-NAME TO AT-NAME(AT-IDX)
                   IF ACCT-TYPE = SPACES
                      MOVE 'CK' TO AT-TYPE(AT-IDX)
                   ELSE
                      MOVE ACCT-TYPE TO AT-TYPE(AT-IDX)
                   END-IF
                   MOVE 0 TO AT-ACCRUED(AT-IDX)
              END-READ
           END-PERFORM.
           CLOSE ACCT-MASTER.
           DISPLAY 'ACCOUNTS LOADED: ' ACCOUNT-LOADED.

      **********************************************
      * OPEN THE LEDGER, THE TWO APPENDED FILES AND THE REPORT.
      **********************************************
       OPEN-ALL-FILES.
           OPEN INPUT ACCRUAL-FILE.
           IF ACCRUAL-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING ACCRUAL LEDGER: ' ACCRUAL-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN EXTEND INT-PAID-FILE.
           IF INT-PAID-STATUS = '05' OR INT-PAID-STATUS = '35'
              OPEN OUTPUT INT-PAID-FILE
           END-IF.
           IF INT-PAID-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING INTEREST-PAID HISTORY: '
                       INT-PAID-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN EXTEND OPR-LOG.
           IF OPR-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING OPERATION LOG: ' OPR-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING REPORT FILE: ' REPORT-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'CREDIT INTEREST CAPITALISED FOR ' DELIMITED BY SIZE
                  WS-CAP-PERIOD DELIMITED BY SIZE
                  ' ON ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING.
           MOVE WS-RPT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE '  ACCOUNT TYPE NAME' TO WS-RPT-LINE.
           MOVE 'INTEREST PAID' TO WS-RPT-LINE(51:13).
           MOVE WS-RPT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.

      **********************************************
      * TOTALS THE LEDGER'S ACCRUALS DATED IN THE PERIOD ONTO
      * THEIR ACCOUNTS.
      **********************************************
       TOTAL-PERIOD-ACCRUALS.
           PERFORM UNTIL ACCRUAL-EOF
              READ ACCRUAL-FILE
                AT END
                   SET ACCRUAL-EOF TO TRUE
                NOT AT END
                   IF ACCRUAL-STATUS NOT = '00'
                      DISPLAY 'ERROR READING ACCRUAL LEDGER: '
                               ACCRUAL-STATUS
                      PERFORM ABEND-WITH-STATUS
                   END-IF
                   ADD 1 TO ACCRUALS-READ
                   IF ACR-DATE(1:6) = WS-CAP-PERIOD
                      ADD 1 TO ACCRUALS-IN-PERIOD
                      ADD ACR-INTEREST TO WS-TOTAL-ACCRUED
                      PERFORM ADD-ONE-ACCRUAL
                   END-IF
              END-READ
           END-PERFORM.

      **********************************************
      * ADDS ONE ACCRUAL TO ITS ACCOUNT; AN ACCOUNT NO LONGER ON
      * THE MASTER IS COUNTED AND ITS INTEREST REPORTED.
      **********************************************
       ADD-ONE-ACCRUAL.
           MOVE 'N' TO WS-FOUND-FLAG.
           IF ACCOUNT-LOADED > 0
              SEARCH ALL ACCOUNT-ENTRY
                  AT END
                     CONTINUE
                  WHEN AT-ACCT-ID(AT-IDX) = ACR-ACCT-ID
                     SET FOUND TO TRUE
              END-SEARCH
           END-IF.
           IF FOUND
              ADD ACR-INTEREST TO AT-ACCRUED(AT-IDX)
           ELSE
              ADD 1 TO ACCRUALS-NO-ACCOUNT
              ADD ACR-INTEREST TO WS-NO-ACCOUNT-ACCRUED
           END-IF.

      **********************************************
      * PAYS ONE ACCOUNT'S PERIOD ACCRUAL, ROUNDED TO THE CENT:
      * THE 'C' OPERATION, THE INTEREST-PAID RECORD AND THE
      * REPORT LINE.
      **********************************************
       PAY-ONE-ACCOUNT.
           IF AT-ACCRUED(AT-IDX) > 0
              COMPUTE WS-CAP-AMOUNT ROUNDED = AT-ACCRUED(AT-IDX)
              IF WS-CAP-AMOUNT = 0
                 ADD 1 TO UNDER-ONE-CENT
              ELSE
                 PERFORM WRITE-INTEREST-PAYMENT
              END-IF
           END-IF.

      **********************************************
      * WRITES THE INTCAP CREDIT, THE INTEREST-PAID RECORD AND THE
      * REPORT LINE FOR WS-CAP-AMOUNT ON ACCOUNT AT-IDX.
      **********************************************
       WRITE-INTEREST-PAYMENT.
           MOVE SPACES TO OPR-LOG-REC.
           MOVE AT-ACCT-ID(AT-IDX) TO OPR-ACCT-ID.
           MOVE WS-RUN-DATE TO OPR-DATE.
           MOVE 'C' TO OPR-TYPE.
           MOVE WS-CAP-AMOUNT TO OPR-AMT.
           MOVE 'INTCAP' TO OPR-ID.
           WRITE OPR-LOG-REC.
           IF OPR-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING OPERATION LOG: ' OPR-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           MOVE SPACES TO INT-PAID-REC.
           MOVE AT-ACCT-ID(AT-IDX) TO INT-ACCT-ID.
           MOVE WS-CAP-PERIOD TO INT-PERIOD.
           MOVE WS-RUN-DATE TO INT-PAID-DATE.
           MOVE WS-CAP-AMOUNT TO INT-AMOUNT.
           MOVE AT-TYPE(AT-IDX) TO INT-ACCT-TYPE.
           MOVE AT-NAME(AT-IDX) TO INT-CUST-NAME.
           WRITE INT-PAID-REC.
           IF INT-PAID-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING INTEREST-PAID HISTORY: '
                       INT-PAID-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           MOVE AT-ACCT-ID(AT-IDX) TO WS-RPT-LINE(3:6).
           MOVE AT-TYPE(AT-IDX) TO WS-RPT-LINE(11:2).
           MOVE AT-NAME(AT-IDX) TO WS-RPT-LINE(16:25).
           MOVE WS-CAP-AMOUNT TO WS-AMT-DISP.
           MOVE WS-AMT-DISP TO WS-RPT-LINE(52:12).
           MOVE WS-RPT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.

           ADD 1 TO PAYMENTS-WRITTEN.
           ADD WS-CAP-AMOUNT TO WS-TOTAL-PAID.

      **********************************************
      * CLOSING TOTALS ON THE REPORT.
      **********************************************
       WRITE-REPORT-TOTALS.
           PERFORM WRITE-REPORT-LINE.
           IF PERIOD-ALREADY-PAID
              MOVE '  *** PERIOD ALREADY CAPITALISED - NOTHING PAID'
                   TO REPORT-REC
              PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE '  ACCOUNTS PAID' TO WS-RPT-LINE.
           MOVE PAYMENTS-WRITTEN TO WS-CNT-DISP.
           MOVE WS-CNT-DISP TO WS-RPT-LINE(40:7).
           MOVE WS-RPT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE '  TOTAL INTEREST PAID' TO WS-RPT-LINE.
           MOVE WS-TOTAL-PAID TO WS-TOT-DISP.
           MOVE WS-TOT-DISP TO WS-RPT-LINE(40:18).
           MOVE WS-RPT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE '  TOTAL INTEREST ACCRUED' TO WS-RPT-LINE.
           MOVE WS-TOTAL-ACCRUED TO WS-ACR-DISP.
           MOVE WS-ACR-DISP TO WS-RPT-LINE(40:18).
           MOVE WS-RPT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE '  ACCOUNTS UNDER ONE CENT' TO WS-RPT-LINE.
           MOVE UNDER-ONE-CENT TO WS-CNT-DISP.
           MOVE WS-CNT-DISP TO WS-RPT-LINE(40:7).
           MOVE WS-RPT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           IF ACCRUALS-NO-ACCOUNT > 0
              MOVE '  *** ACCRUALS FOR ACCOUNTS NOT ON MASTER'
                   TO WS-RPT-LINE
              MOVE ACCRUALS-NO-ACCOUNT TO WS-CNT-DISP
              MOVE WS-CNT-DISP TO WS-RPT-LINE(44:7)
              MOVE WS-RPT-LINE TO REPORT-REC
              PERFORM WRITE-REPORT-LINE
              MOVE '      INTEREST NOT PAID' TO WS-RPT-LINE
              MOVE WS-NO-ACCOUNT-ACCRUED TO WS-ACR-DISP
              MOVE WS-ACR-DISP TO WS-RPT-LINE(40:18)
              MOVE WS-RPT-LINE TO REPORT-REC
              PERFORM WRITE-REPORT-LINE
           END-IF.

      **********************************************
      * WRITES WHATEVER LINE IS CURRENTLY IN REPORT-REC.
      **********************************************
       WRITE-REPORT-LINE.
           WRITE REPORT-REC.
           IF REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING REPORT FILE: ' REPORT-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.
           MOVE SPACES TO REPORT-REC.
           MOVE SPACES TO WS-RPT-LINE.

      **********************************************
      * CLOSE ALL FILES AND CHECK STATUS
      **********************************************
       CLOSE-ALL-FILES.
           CLOSE ACCRUAL-FILE.
           IF ACCRUAL-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING ACCRUAL LEDGER: '
                       ACCRUAL-STATUS
           END-IF.
           CLOSE INT-PAID-FILE.
           IF INT-PAID-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING INTEREST-PAID HISTORY: '
                       INT-PAID-STATUS
           END-IF.
           CLOSE OPR-LOG.
           IF OPR-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING OPERATION LOG: '
                       OPR-STATUS
           END-IF.
           CLOSE REPORT-FILE.
           IF REPORT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING REPORT FILE: '
                       REPORT-STATUS
           END-IF.

      **********************************************
      * APPENDS ONE RECORD TO THE CONSOLIDATED END-OF-NIGHT BATCH
      * STATUS LOG AND CLOSES IT. STATUS-LOG ITSELF WAS ALREADY
      * OPENED BY OPEN-STATUS-LOG, FIRST THING IN MAIN-LOGIC.
      **********************************************
       WRITE-BATCH-STATUS.
           MOVE SPACES TO STATUS-LOG-REC.
           MOVE 'INTCAP29' TO BST-PROGRAM-ID.
           PERFORM GET-BST-TIMESTAMP.
           MOVE WS-BST-START-TS TO BST-START-TS.
           MOVE WS-BST-TS-BUILT TO BST-END-TS.
           MOVE ACCRUALS-IN-PERIOD TO BST-RECORDS-IN.
           MOVE PAYMENTS-WRITTEN TO BST-RECORDS-OUT.
           MOVE ACCRUALS-NO-ACCOUNT TO BST-RECORDS-REJECTED.
           EVALUATE TRUE
               WHEN ABEND-IN-PROGRESS
                 MOVE 'FAILED' TO BST-STATUS
                 MOVE 'JOB ABENDED - SEE SYSOUT FOR DETAIL'
                      TO BST-MESSAGE
               WHEN PERIOD-ALREADY-PAID
                 MOVE 'WARNING' TO BST-STATUS
                 MOVE 'PERIOD ALREADY CAPITALISED - NOTHING PAID'
                      TO BST-MESSAGE
               WHEN ACCRUALS-NO-ACCOUNT > 0
                 MOVE 'WARNING' TO BST-STATUS
                 MOVE 'ACCRUALS FOR ACCOUNTS NOT ON THE MASTER'
                      TO BST-MESSAGE
               WHEN OTHER
                 MOVE 'COMPLETE' TO BST-STATUS
                 MOVE 'CREDIT INTEREST CAPITALISED' TO BST-MESSAGE
           END-EVALUATE.
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
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      **********************************************
      * DISPLAY SUMMARY STATISTICS TO SYSOUT
      **********************************************
       DISPLAY-SUMMARY.
           DISPLAY 'CREDIT INTEREST CAPITALISATION COMPLETE.'.
           DISPLAY 'ACCRUALS READ:            ' ACCRUALS-READ.
           DISPLAY 'IN THE PERIOD:            ' ACCRUALS-IN-PERIOD.
           DISPLAY 'ACCOUNT NOT ON MASTER:    ' ACCRUALS-NO-ACCOUNT.
           DISPLAY 'ACCOUNTS PAID:            ' PAYMENTS-WRITTEN.
           DISPLAY 'UNDER ONE CENT:           ' UNDER-ONE-CENT.
           MOVE WS-TOTAL-PAID TO WS-TOT-DISP.
           DISPLAY 'INTEREST PAID:    ' WS-TOT-DISP.

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
