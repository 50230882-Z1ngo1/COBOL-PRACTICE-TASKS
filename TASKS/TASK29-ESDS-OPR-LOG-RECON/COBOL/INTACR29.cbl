      ******************************************************************
      * DAILY CREDIT-INTEREST ACCRUAL                                  *
      *                                                                *
      * PURPOSE:                                                       *
      * FEEASS29 CHARGES OVERDRAFT INTEREST ON NEGATIVE BALANCES BUT   *
      * NOTHING WAS EVER PAID ON POSITIVE ONES - SAVINGS INTEREST WAS  *
      * WORKED OUT IN A SPREADSHEET AND KEYED AS MANUAL ADJUSTMENTS.   *
      * THIS NIGHTLY JOB ACCRUES CREDIT INTEREST ON EACH POSITIVE      *
      * BALANCE BALHST29 CAPTURED FOR THE NIGHT, AT THE TIERED ANNUAL  *
      * RATE FOR THE ACCOUNT'S TYPE, INTO THE ACCRUAL LEDGER THAT      *
      * INTCAP29 CAPITALISES AT MONTH END.                             *
      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   PHASE 1 - LOAD THE RATE TABLE (RATEDD: ACCOUNT TYPE, TIER    *
      *     FLOOR, ANNUAL RATE PERCENT) AND THE ACCOUNT MASTER. A      *
      *     BAD RATE ROW ABENDS THE RUN - NO INTEREST IS BETTER THAN   *
      *     WRONG INTEREST.                                            *
      *   PHASE 2 - READ THE LEDGER FOR THE LAST DATE ACCRUED. THE     *
      *     NIGHT ACCRUES THE DAYS FROM THEN TO THE RUN DATE (ONE ON   *
      *     A FRESH LEDGER), SO A NIGHT THE JOB DID NOT RUN IS CAUGHT  *
      *     UP AT THE NEXT NIGHT'S BALANCE. NO DAYS (A RERUN OF AN     *
      *     ACCRUED NIGHT) -> NOTHING ACCRUED, WARNING.                *
      *   PHASE 3 - PER HISTORY RECORD DATED THE RUN DATE:             *
      *     NOT ON THE MASTER / CLOSED  -> SKIPPED, COUNTED.           *
      *     BALANCE ZERO OR NEGATIVE    -> NOTHING (FEEASS29'S SIDE).  *
      *     OTHERWISE THE WHOLE BALANCE EARNS THE RATE OF THE HIGHEST  *
      *       TIER OF ITS TYPE IT REACHES (BLANK TYPE READS AS CK):    *
      *       BALANCE * RATE / 100 * DAYS / DAYBASIS, TO SIX PLACES,   *
      *       ONE LEDGER RECORD.                                       *
      *     NO HISTORY FOR THE RUN DATE (BALHST29 NOT RUN) -> NOTHING  *
      *       ACCRUED, WARNING; THE NEXT NIGHT CATCHES THE DAYS UP.    *
      *   PHASE 4 - REPORT ACCRUALS BY ACCOUNT TYPE.                   *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/10/15                                               *
      *                                                                *
      * COPYBOOK: CYCDATE - PROCESSING-DATE LOOKUP REQUEST AREA        *
      *           RUNPARM - RUNTIME PARAMETER LOOKUP REQUEST AREA      *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  RATEDD (CREDIT.INT.RATES) - TIERED RATE TABLE          *
      * INPUT:  ACCTDD (ACCT.MASTER) - VSAM KSDS ACCOUNT MASTER        *
      * INPUT:  BALHDD (ACCT.BAL.HISTORY) - NIGHTLY BALANCE HISTORY    *
      * I/O:    ACCRDD (CREDIT.INT.ACCRUALS) - ACCRUAL LEDGER (APPEND) *
      * OUTPUT: RPTDD (CREDIT.INT.ACCRUAL.RPT) - ACCRUAL REPORT        *
      * OUTPUT: STATLOG - SHARED STATUS LOG                            *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTACR29.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-FILE ASSIGN TO RATEDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS RATE-STATUS.

           SELECT ACCT-MASTER ASSIGN TO ACCTDD
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS ACCT-MAST-ID
             FILE STATUS IS ACCT-MASTER-STATUS.

           SELECT BAL-HISTORY-FILE ASSIGN TO BALHDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS BAL-HISTORY-STATUS.

           SELECT ACCRUAL-FILE ASSIGN TO ACCRDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS ACCRUAL-STATUS.

           SELECT REPORT-FILE ASSIGN TO RPTDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS REPORT-STATUS.

           SELECT STATUS-LOG ASSIGN TO STATLOG
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS STATUS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * ONE ROW PER ACCOUNT TYPE AND TIER. THE TIER FLOOR IS THE
      * LOWEST BALANCE EARNING THE ROW'S ANNUAL RATE (PERCENT).
       FD RATE-FILE RECORDING MODE IS F.
       01 RATE-REC.
          05 RATE-ACCT-TYPE PIC X(2).
          05 FILLER PIC X(1).
          05 RATE-TIER-FLOOR PIC 9(7)V99.
          05 FILLER PIC X(1).
          05 RATE-ANNUAL-PCT PIC 9(2)V9(4).
          05 FILLER PIC X(61).

      * SAME LAYOUT ACTMNT29 MAINTAINS.
       FD ACCT-MASTER.
       01 ACCT-MASTER-REC.
          05 ACCT-MAST-ID PIC X(6).
          05 ACCT-CUST-NAME PIC X(25).
          05 ACCT-STATUS PIC X(1).
          05 ACCT-LIMIT PIC 9(7)V99.
          05 ACCT-TYPE PIC X(2).
          05 FILLER PIC X(37).

      * SAME LAYOUT BALHST29 WRITES.
       FD BAL-HISTORY-FILE RECORDING MODE IS F.
       01 BAL-HISTORY-REC.
          05 BH-ACCT-ID PIC X(6).
          05 BH-DATE PIC X(8).
          05 BH-BALANCE PIC S9(7)V99.
          05 FILLER PIC X(57).

      * ONE RECORD PER ACCOUNT PER NIGHT ACCRUED. INTCAP29 READS
      * THE SAME LAYOUT.
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

       FD REPORT-FILE RECORDING MODE IS F.
       01 REPORT-REC PIC X(80).

       FD STATUS-LOG RECORDING MODE IS F.
       01 STATUS-LOG-REC.
           COPY BATSTAT.

       WORKING-STORAGE SECTION.

      * FILE STATUS VARIABLES
       01 WS-FILE-STATUSES.
          05 RATE-STATUS PIC X(2).
          05 ACCT-MASTER-STATUS PIC X(2).
          05 BAL-HISTORY-STATUS PIC X(2).
          05 ACCRUAL-STATUS PIC X(2).
          05 REPORT-STATUS PIC X(2).
          05 STATUS-LOG-STATUS PIC X(2).

      * CONTROL FLAGS
       01 WS-FLAGS.
          05 WS-RATE-EOF PIC X(1) VALUE 'N'.
             88 RATE-EOF VALUE 'Y'.
          05 WS-MASTER-EOF PIC X(1) VALUE 'N'.
             88 MASTER-EOF VALUE 'Y'.
          05 WS-BH-EOF PIC X(1) VALUE 'N'.
             88 BH-EOF VALUE 'Y'.
          05 WS-ACCRUAL-EOF PIC X(1) VALUE 'N'.
             88 ACCRUAL-EOF VALUE 'Y'.
          05 WS-FOUND-FLAG PIC X(1) VALUE 'N'.
             88 FOUND VALUE 'Y'.
          05 WS-NOTHING-TO-ACCRUE PIC X(1) VALUE 'N'.
             88 NOTHING-TO-ACCRUE VALUE 'Y'.

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

      * PROCESSING-DATE LOOKUP REQUEST AREA - SEE COPYBOOK CYCDATE
      * AND SUBPROGRAM CYCDAT40.
           COPY CYCDATE.

      * ACCRUAL TUNABLES: DAYS IN THE INTEREST YEAR (DAYBASIS).
       01 WS-DAY-BASIS PIC 9(3) VALUE 365.

      * THE RUN DATE, THE LAST DATE ON THE LEDGER, AND THE DAYS
      * BETWEEN THEM THIS NIGHT ACCRUES
       01 WS-RUN-DATE PIC X(8).
       01 WS-RUN-DATE-NUM PIC 9(8).
       01 WS-LAST-ACCRUAL-DATE PIC X(8) VALUE SPACES.
       01 WS-LAST-DATE-NUM PIC 9(8).
       01 WS-ACCRUAL-DAYS PIC S9(5) VALUE 0.

      * THE TIERED RATE TABLE FROM RATEDD
       01 RATE-COUNT PIC 9(3) VALUE 0.
       01 WS-RATE-TABLE.
          05 RATE-ENTRY OCCURS 100 TIMES INDEXED BY RX-IDX.
             10 RX-ACCT-TYPE PIC X(2).
             10 RX-TIER-FLOOR PIC 9(7)V99.
             10 RX-ANNUAL-PCT PIC 9(2)V9(4).

      * EVERY ACCOUNT ON THE MASTER, IN KEY ORDER FOR SEARCH ALL
       01 ACCOUNT-TABLE.
          05 ACCOUNT-LOADED PIC 9(5) VALUE 0.
          05 ACCOUNT-ENTRY OCCURS 1 TO 10000 TIMES
                           DEPENDING ON ACCOUNT-LOADED
                           ASCENDING KEY IS AT-ACCT-ID
                           INDEXED BY AT-IDX.
             10 AT-ACCT-ID PIC X(6).
             10 AT-STATUS PIC X(1).
             10 AT-TYPE PIC X(2).

      * ACCRUAL TOTALS BY ACCOUNT TYPE FOR THE REPORT
       01 TYPE-TOTAL-COUNT PIC 9(2) VALUE 0.
       01 WS-TYPE-TOTALS.
          05 TYPE-TOTAL-ENTRY OCCURS 20 TIMES INDEXED BY TT-IDX.
             10 TT-ACCT-TYPE PIC X(2).
             10 TT-ACCOUNTS PIC 9(7).
             10 TT-BALANCE PIC S9(11)V99.
             10 TT-INTEREST PIC 9(9)V9(6).

      * THE ACCRUAL BEING WORKED
       01 WS-ACCT-TYPE PIC X(2).
       01 WS-BEST-FLOOR PIC 9(7)V99.
       01 WS-RATE-PCT PIC 9(2)V9(4).
       01 WS-INTEREST PIC 9(5)V9(6).

      * REPORT LINE BUILD FIELDS
       01 WS-RPT-LINE PIC X(80).
       01 WS-CNT-DISP PIC Z(6)9.
       01 WS-BAL-DISP PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-INT-DISP PIC ZZZ,ZZZ,ZZ9.999999.
       01 WS-PCT-DISP PIC Z9.9999.

      * STATISTICS COUNTERS
       01 WS-COUNTERS.
          05 HISTORY-READ PIC 9(9) VALUE 0.
          05 HISTORY-FOR-RUN-DATE PIC 9(7) VALUE 0.
          05 ACCRUALS-WRITTEN PIC 9(7) VALUE 0.
          05 NOT-POSITIVE PIC 9(7) VALUE 0.
          05 NO-ACCOUNT PIC 9(7) VALUE 0.
          05 ACCOUNTS-CLOSED PIC 9(7) VALUE 0.
          05 NO-RATE-TIER PIC 9(7) VALUE 0.
       01 WS-TOTAL-INTEREST PIC 9(9)V9(6) VALUE 0.

      **********************************************
      * RATES AND MASTER -> LAST LEDGER DATE -> ACCRUE THE RUN
      * DATE'S BALANCES -> REPORT -> CLOSE -> STATUS.
      **********************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM SET-BST-START-TS.
           PERFORM OPEN-STATUS-LOG.
           PERFORM LOAD-RUNTIME-PARMS.
           MOVE 'INTACR29' TO CD-JOB-NAME.
           CALL 'CYCDAT40' USING WS-CYCDATE-REQUEST END-CALL.
           MOVE CD-CYCLE-DATE TO WS-RUN-DATE.
           DISPLAY 'ACCRUAL DATE: ' WS-RUN-DATE.
           PERFORM LOAD-RATE-TABLE.
           PERFORM LOAD-ACCOUNT-TABLE.
           PERFORM FIND-LAST-ACCRUAL.
           PERFORM OPEN-ALL-FILES.
           IF NOT NOTHING-TO-ACCRUE
              PERFORM ACCRUE-RUN-DATE
           END-IF.
           PERFORM WRITE-ACCRUAL-REPORT.
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
      * DAYS IN THE INTEREST YEAR FROM THE RUNTIME PARAMETER FILE,
      * 365 WHEN IT CARRIES NO DAYBASIS ROW. ONLY 360 OR 365 ARE
      * ACCEPTED.
      **********************************************
       LOAD-RUNTIME-PARMS.
           MOVE 'INTACR29' TO RP-JOB-NAME.
           MOVE 'DAYBASIS' TO RP-KEYWORD.
           MOVE WS-DAY-BASIS TO RP-DEFAULT-VALUE.
           CALL 'PRMGET50' USING WS-RUNPARM-REQUEST END-CALL.
           MOVE RP-VALUE TO WS-DAY-BASIS.
           IF WS-DAY-BASIS NOT = 360 AND WS-DAY-BASIS NOT = 365
              DISPLAY 'WARNING: DAYBASIS ' WS-DAY-BASIS
                      ' NOT 360 OR 365 - 365 USED'
              MOVE 365 TO WS-DAY-BASIS
           END-IF.
           DISPLAY 'INTEREST DAY BASIS: ' WS-DAY-BASIS.

      **********************************************
      * LOADS RATEDD. A ROW WITH NO TYPE OR A NON-NUMERIC FLOOR OR
      * RATE, OR A FULL TABLE, IS A HARD ERROR.
      **********************************************
       LOAD-RATE-TABLE.
           OPEN INPUT RATE-FILE.
           IF RATE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING RATE TABLE: ' RATE-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.
           PERFORM UNTIL RATE-EOF
              READ RATE-FILE
                AT END
                   SET RATE-EOF TO TRUE
                NOT AT END
                   IF RATE-STATUS NOT = '00'
                      DISPLAY 'ERROR READING RATE TABLE: ' RATE-STATUS
                      PERFORM ABEND-WITH-STATUS
                   END-IF
                   IF RATE-ACCT-TYPE = SPACES
                      OR RATE-TIER-FLOOR NOT NUMERIC
                      OR RATE-ANNUAL-PCT NOT NUMERIC
                      DISPLAY 'ERROR: INVALID RATE TABLE ROW: '
                              RATE-REC(1:20)
                      PERFORM ABEND-WITH-STATUS
                   END-IF
                   IF RATE-COUNT >= 100
                      DISPLAY 'ERROR: RATE TABLE FULL (100 MAX)'
                      PERFORM ABEND-WITH-STATUS
                   END-IF
                   ADD 1 TO RATE-COUNT
                   SET RX-IDX TO RATE-COUNT
                   MOVE RATE-ACCT-TYPE TO RX-ACCT-TYPE(RX-IDX)
                   MOVE RATE-TIER-FLOOR TO RX-TIER-FLOOR(RX-IDX)
                   MOVE RATE-ANNUAL-PCT TO RX-ANNUAL-PCT(RX-IDX)
              END-READ
           END-PERFORM.
           CLOSE RATE-FILE.
           DISPLAY 'RATE TIERS LOADED: ' RATE-COUNT.

      **********************************************
      * LOADS EVERY ACCOUNT ON THE MASTER, IN KEY ORDER. A FULL
      * TABLE IS A HARD ERROR - AN ACCOUNT LEFT OFF WOULD EARN
      * NOTHING.
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
                   MOVE ACCT-STATUS TO AT-STATUS(AT-IDX)
                   IF ACCT-TYPE = SPACES
                      MOVE 'CK' TO AT-TYPE(AT-IDX)
                   ELSE
                      MOVE ACCT-TYPE TO AT-TYPE(AT-IDX)
                   END-IF
              END-READ
           END-PERFORM.
           CLOSE ACCT-MASTER.
           DISPLAY 'ACCOUNTS LOADED: ' ACCOUNT-LOADED.

      **********************************************
      * READS THE LEDGER FOR THE LAST DATE ACCRUED AND SETS THE
      * DAYS THIS RUN ACCRUES. AN EMPTY OR NEW LEDGER ACCRUES ONE
      * DAY; A RUN DATE NOT AFTER THE LAST ACCRUAL ACCRUES NOTHING.
      **********************************************
       FIND-LAST-ACCRUAL.
           OPEN INPUT ACCRUAL-FILE.
           IF ACCRUAL-STATUS = '05' OR ACCRUAL-STATUS = '35'
              DISPLAY 'NO ACCRUAL LEDGER YET - FIRST ACCRUAL'
           ELSE
              IF ACCRUAL-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING ACCRUAL LEDGER: '
                          ACCRUAL-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
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
                      IF WS-LAST-ACCRUAL-DATE = SPACES
                         OR ACR-DATE > WS-LAST-ACCRUAL-DATE
                         MOVE ACR-DATE TO WS-LAST-ACCRUAL-DATE
                      END-IF
                 END-READ
              END-PERFORM
              CLOSE ACCRUAL-FILE
           END-IF.

           IF WS-LAST-ACCRUAL-DATE = SPACES
              MOVE 1 TO WS-ACCRUAL-DAYS
           ELSE
              MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM
              MOVE WS-LAST-ACCRUAL-DATE TO WS-LAST-DATE-NUM
              COMPUTE WS-ACCRUAL-DAYS =
                      FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
                    - FUNCTION INTEGER-OF-DATE(WS-LAST-DATE-NUM)
              DISPLAY 'LAST ACCRUAL DATE: ' WS-LAST-ACCRUAL-DATE
           END-IF.
           IF WS-ACCRUAL-DAYS < 1
              DISPLAY 'WARNING: ' WS-RUN-DATE ' ALREADY ACCRUED - '
                      'NOTHING ACCRUED THIS RUN'
              SET NOTHING-TO-ACCRUE TO TRUE
              MOVE 0 TO WS-ACCRUAL-DAYS
           END-IF.
           DISPLAY 'DAYS ACCRUED: ' WS-ACCRUAL-DAYS.

      **********************************************
      * OPEN THE HISTORY, THE LEDGER (APPEND) AND THE REPORT.
      **********************************************
       OPEN-ALL-FILES.
           OPEN INPUT BAL-HISTORY-FILE.
           IF BAL-HISTORY-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING BALANCE HISTORY: '
                       BAL-HISTORY-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN EXTEND ACCRUAL-FILE.
           IF ACCRUAL-STATUS = '05' OR ACCRUAL-STATUS = '35'
              OPEN OUTPUT ACCRUAL-FILE
           END-IF.
           IF ACCRUAL-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING ACCRUAL LEDGER: ' ACCRUAL-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING REPORT FILE: ' REPORT-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * ACCRUES EVERY HISTORY RECORD DATED THE RUN DATE.
      **********************************************
       ACCRUE-RUN-DATE.
           PERFORM UNTIL BH-EOF
              READ BAL-HISTORY-FILE
                AT END
                   SET BH-EOF TO TRUE
                NOT AT END
                   IF BAL-HISTORY-STATUS NOT = '00'
                      DISPLAY 'ERROR READING BALANCE HISTORY: '
                               BAL-HISTORY-STATUS
                      PERFORM ABEND-WITH-STATUS
                   END-IF
                   ADD 1 TO HISTORY-READ
                   IF BH-DATE = WS-RUN-DATE
                      ADD 1 TO HISTORY-FOR-RUN-DATE
                      PERFORM ACCRUE-ONE-BALANCE
                   END-IF
              END-READ
           END-PERFORM.
           IF HISTORY-FOR-RUN-DATE = 0
              DISPLAY 'WARNING: NO BALANCE HISTORY FOR ' WS-RUN-DATE
                      ' - RUN BALHST29 FIRST'
           END-IF.

      **********************************************
      * ONE SNAPSHOT: SKIPS ACCOUNTS NOT ON THE MASTER OR CLOSED
      * AND BALANCES NOT ABOVE ZERO, FINDS THE TIER, ACCRUES.
      **********************************************
       ACCRUE-ONE-BALANCE.
           MOVE 'N' TO WS-FOUND-FLAG.
           SEARCH ALL ACCOUNT-ENTRY
               AT END
                  CONTINUE
               WHEN AT-ACCT-ID(AT-IDX) = BH-ACCT-ID
                  SET FOUND TO TRUE
           END-SEARCH.
           EVALUATE TRUE
               WHEN NOT FOUND
                 ADD 1 TO NO-ACCOUNT
               WHEN AT-STATUS(AT-IDX) = 'C'
                 ADD 1 TO ACCOUNTS-CLOSED
               WHEN BH-BALANCE NOT > 0
                 ADD 1 TO NOT-POSITIVE
               WHEN OTHER
                 MOVE AT-TYPE(AT-IDX) TO WS-ACCT-TYPE
                 PERFORM FIND-RATE-TIER
                 IF WS-RATE-PCT = 0
                    ADD 1 TO NO-RATE-TIER
                 ELSE
                    PERFORM WRITE-ACCRUAL
                 END-IF
           END-EVALUATE.

      **********************************************
      * THE RATE OF THE HIGHEST TIER OF THE ACCOUNT'S TYPE WHOSE
      * FLOOR THE BALANCE REACHES; ZERO WHEN NONE DOES.
      **********************************************
       FIND-RATE-TIER.
           MOVE 0 TO WS-RATE-PCT.
           MOVE 0 TO WS-BEST-FLOOR.
           PERFORM VARYING RX-IDX FROM 1 BY 1
                   UNTIL RX-IDX > RATE-COUNT
              IF RX-ACCT-TYPE(RX-IDX) = WS-ACCT-TYPE
                 AND RX-TIER-FLOOR(RX-IDX) <= BH-BALANCE
                 AND RX-TIER-FLOOR(RX-IDX) >= WS-BEST-FLOOR
                 MOVE RX-TIER-FLOOR(RX-IDX) TO WS-BEST-FLOOR
                 MOVE RX-ANNUAL-PCT(RX-IDX) TO WS-RATE-PCT
              END-IF
           END-PERFORM.

      **********************************************
      * COMPUTES THE ACCRUAL, APPENDS THE LEDGER RECORD AND ADDS
      * IT TO ITS TYPE'S REPORT TOTALS.
      **********************************************
       WRITE-ACCRUAL.
           COMPUTE WS-INTEREST ROUNDED =
                   BH-BALANCE * WS-RATE-PCT / 100
                 * WS-ACCRUAL-DAYS / WS-DAY-BASIS.
           MOVE SPACES TO ACCRUAL-REC.
           MOVE BH-ACCT-ID TO ACR-ACCT-ID.
           MOVE WS-RUN-DATE TO ACR-DATE.
           MOVE WS-ACCT-TYPE TO ACR-ACCT-TYPE.
           MOVE BH-BALANCE TO ACR-BALANCE.
           MOVE WS-RATE-PCT TO ACR-RATE-PCT.
           MOVE WS-ACCRUAL-DAYS TO ACR-DAYS.
           MOVE WS-INTEREST TO ACR-INTEREST.
           WRITE ACCRUAL-REC.
           IF ACCRUAL-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING ACCRUAL LEDGER: ' ACCRUAL-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.
           ADD 1 TO ACCRUALS-WRITTEN.
           ADD WS-INTEREST TO WS-TOTAL-INTEREST.

           SET TT-IDX TO 1.
           SEARCH TYPE-TOTAL-ENTRY
               AT END
                  DISPLAY 'ERROR: ACCOUNT TYPE TOTALS FULL (20 MAX)'
                  PERFORM ABEND-WITH-STATUS
               WHEN TT-IDX > TYPE-TOTAL-COUNT
                  ADD 1 TO TYPE-TOTAL-COUNT
                  MOVE WS-ACCT-TYPE TO TT-ACCT-TYPE(TT-IDX)
                  MOVE 0 TO TT-ACCOUNTS(TT-IDX)
                  MOVE 0 TO TT-BALANCE(TT-IDX)
                  MOVE 0 TO TT-INTEREST(TT-IDX)
               WHEN TT-ACCT-TYPE(TT-IDX) = WS-ACCT-TYPE
                  CONTINUE
           END-SEARCH.
           ADD 1 TO TT-ACCOUNTS(TT-IDX).
           ADD BH-BALANCE TO TT-BALANCE(TT-IDX).
           ADD WS-INTEREST TO TT-INTEREST(TT-IDX).

      **********************************************
      * THE ACCRUAL REPORT: RUN DATE AND DAYS, ONE LINE PER
      * ACCOUNT TYPE, THE GRAND TOTAL AND THE SKIPPED COUNTS.
      **********************************************
       WRITE-ACCRUAL-REPORT.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'CREDIT INTEREST ACCRUAL FOR ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING.
           MOVE WS-RPT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE '  DAYS ACCRUED' TO WS-RPT-LINE.
           MOVE WS-ACCRUAL-DAYS TO WS-CNT-DISP.
           MOVE WS-CNT-DISP TO WS-RPT-LINE(30:7).
           MOVE WS-RPT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           IF NOTHING-TO-ACCRUE
              MOVE '  *** RUN DATE ALREADY ACCRUED - NOTHING WRITTEN'
                   TO REPORT-REC
              PERFORM WRITE-REPORT-LINE
           END-IF.
           IF NOT NOTHING-TO-ACCRUE AND HISTORY-FOR-RUN-DATE = 0
              MOVE '  *** NO BALANCE HISTORY FOR THE RUN DATE ***'
                   TO REPORT-REC
              PERFORM WRITE-REPORT-LINE
           END-IF.
           PERFORM WRITE-REPORT-LINE.
           MOVE '  TYPE  ACCOUNTS' TO WS-RPT-LINE.
           MOVE 'BALANCES' TO WS-RPT-LINE(33:8).
           MOVE 'INTEREST ACCRUED' TO WS-RPT-LINE(53:16).
           MOVE WS-RPT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING TT-IDX FROM 1 BY 1
                   UNTIL TT-IDX > TYPE-TOTAL-COUNT
              MOVE TT-ACCT-TYPE(TT-IDX) TO WS-RPT-LINE(3:2)
              MOVE TT-ACCOUNTS(TT-IDX) TO WS-CNT-DISP
              MOVE WS-CNT-DISP TO WS-RPT-LINE(10:7)
              MOVE TT-BALANCE(TT-IDX) TO WS-BAL-DISP
              MOVE WS-BAL-DISP TO WS-RPT-LINE(22:19)
              MOVE TT-INTEREST(TT-IDX) TO WS-INT-DISP
              MOVE WS-INT-DISP TO WS-RPT-LINE(50:18)
              MOVE WS-RPT-LINE TO REPORT-REC
              PERFORM WRITE-REPORT-LINE
           END-PERFORM.
           MOVE '  TOTAL' TO WS-RPT-LINE.
           MOVE ACCRUALS-WRITTEN TO WS-CNT-DISP.
           MOVE WS-CNT-DISP TO WS-RPT-LINE(10:7).
           MOVE WS-TOTAL-INTEREST TO WS-INT-DISP.
           MOVE WS-INT-DISP TO WS-RPT-LINE(50:18).
           MOVE WS-RPT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE '  NOT ACCRUED - BALANCE NOT ABOVE ZERO' TO WS-RPT-LINE.
           MOVE NOT-POSITIVE TO WS-CNT-DISP.
           MOVE WS-CNT-DISP TO WS-RPT-LINE(45:7).
           MOVE WS-RPT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE '  NOT ACCRUED - ACCOUNT CLOSED' TO WS-RPT-LINE.
           MOVE ACCOUNTS-CLOSED TO WS-CNT-DISP.
           MOVE WS-CNT-DISP TO WS-RPT-LINE(45:7).
           MOVE WS-RPT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE '  NOT ACCRUED - NO RATE TIER FOR TYPE' TO WS-RPT-LINE.
           MOVE NO-RATE-TIER TO WS-CNT-DISP.
           MOVE WS-CNT-DISP TO WS-RPT-LINE(45:7).
           MOVE WS-RPT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE '  NOT ACCRUED - ACCOUNT NOT ON MASTER' TO WS-RPT-LINE.
           MOVE NO-ACCOUNT TO WS-CNT-DISP.
           MOVE WS-CNT-DISP TO WS-RPT-LINE(45:7).
           MOVE WS-RPT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.

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
           CLOSE BAL-HISTORY-FILE.
           IF BAL-HISTORY-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING BALANCE HISTORY: '
                       BAL-HISTORY-STATUS
           END-IF.
           CLOSE ACCRUAL-FILE.
           IF ACCRUAL-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING ACCRUAL LEDGER: '
                       ACCRUAL-STATUS
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
           MOVE 'INTACR29' TO BST-PROGRAM-ID.
           PERFORM GET-BST-TIMESTAMP.
           MOVE WS-BST-START-TS TO BST-START-TS.
           MOVE WS-BST-TS-BUILT TO BST-END-TS.
           MOVE HISTORY-FOR-RUN-DATE TO BST-RECORDS-IN.
           MOVE ACCRUALS-WRITTEN TO BST-RECORDS-OUT.
           MOVE NO-ACCOUNT TO BST-RECORDS-REJECTED.
           EVALUATE TRUE
               WHEN ABEND-IN-PROGRESS
                 MOVE 'FAILED' TO BST-STATUS
                 MOVE 'JOB ABENDED - SEE SYSOUT FOR DETAIL'
                      TO BST-MESSAGE
               WHEN NOTHING-TO-ACCRUE
                 MOVE 'WARNING' TO BST-STATUS
                 MOVE 'RUN DATE ALREADY ACCRUED - NOTHING WRITTEN'
                      TO BST-MESSAGE
               WHEN HISTORY-FOR-RUN-DATE = 0
                 MOVE 'WARNING' TO BST-STATUS
                 MOVE 'NO BALANCE HISTORY FOR THE RUN DATE'
                      TO BST-MESSAGE
               WHEN NO-ACCOUNT > 0
                 MOVE 'WARNING' TO BST-STATUS
                 MOVE 'HISTORY ACCOUNTS NOT ON THE MASTER'
                      TO BST-MESSAGE
               WHEN OTHER
                 MOVE 'COMPLETE' TO BST-STATUS
                 MOVE 'CREDIT INTEREST ACCRUED' TO BST-MESSAGE
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
           DISPLAY 'CREDIT INTEREST ACCRUAL COMPLETE.'.
           DISPLAY 'HISTORY RECORDS READ:     ' HISTORY-READ.
           DISPLAY 'FOR THE RUN DATE:         ' HISTORY-FOR-RUN-DATE.
           DISPLAY 'ACCRUALS WRITTEN:         ' ACCRUALS-WRITTEN.
           DISPLAY 'BALANCE NOT ABOVE ZERO:   ' NOT-POSITIVE.
           DISPLAY 'ACCOUNT CLOSED:           ' ACCOUNTS-CLOSED.
           DISPLAY 'NO RATE TIER FOR TYPE:    ' NO-RATE-TIER.
           DISPLAY 'ACCOUNT NOT ON MASTER:    ' NO-ACCOUNT.
           MOVE WS-TOTAL-INTEREST TO WS-INT-DISP.
           DISPLAY 'INTEREST ACCRUED: ' WS-INT-DISP.

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
