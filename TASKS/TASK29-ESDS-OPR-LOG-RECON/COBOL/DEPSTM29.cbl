      ******************************************************************
      * MONTHLY DEPOSIT ACCOUNT STATEMENTS                             *
      *                                                                *
      * PURPOSE:                                                       *
      * THE CARD SIDE HAS CRDSTM11 AND PAYMENTS HAVE CUSSTM26, BUT     *
      * THE DEPOSIT ACCOUNTS ACTMNT29 MAINTAINS GOT NO STATEMENT -     *
      * CUSTOMERS PHONED TO FIND OUT WHY THEIR BALANCE CHANGED. THIS   *
      * JOB, IN THE CUSSTM26 MOLD, PRODUCES ONE STATEMENT PER          *
      * ACCT-MAST-ID FOR THE REQUESTED MONTH FROM THE OPERATION LOG    *
      * (SORTED BY ACCOUNT AND DATE BY THE JCL SORT STEP AHEAD OF      *
      * THIS ONE), WITH OPENING AND CLOSING BALANCES FROM THE          *
      * BALHST29 BALANCE HISTORY, AND WRITES THE PRINT/E-STATEMENT     *
      * EXTRACT (COPYBOOK DEPSTMT) WITH CONTROL TOTALS.                *
      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   PHASE 1 - READ THE 'PERIOD=YYYYMM' SYSIN CARD.               *
      *   PHASE 2 - LOAD THE ACCOUNT MASTER IN KEY ORDER, THEN PICK    *
      *     EACH ACCOUNT'S OPENING BALANCE (LAST HISTORY RECORD        *
      *     BEFORE THE PERIOD) AND CLOSING BALANCE (LAST HISTORY       *
      *     RECORD IN THE PERIOD) OFF THE BALANCE HISTORY, AND LOAD    *
      *     THE PERIOD'S RETURNED ITEMS FROM THE OPRPST29 RETURNS      *
      *     GENERATIONS.                                               *
      *   PHASE 3 - MATCH THE SORTED LOG AGAINST THE ACCOUNTS. EACH    *
      *     OPERATION DATED IN THE PERIOD IS A STATEMENT LINE:         *
      *       OPR-ID FEEASS  -> FEE / OVERDRAFT INTEREST.              *
      *       OPR-ID ADJAPL  -> BALANCE ADJUSTMENT.                    *
      *       OPR-ID INTCAP  -> CREDIT INTEREST (INTCAP29).            *
      *       ON THE RETURNS -> RETURNED UNPAID, SHOWN BUT NOT COUNTED *
      *                         IN THE BALANCE.                        *
      *       OTHERWISE      -> DEPOSIT ('C') OR WITHDRAWAL ('D').     *
      *   PHASE 4 - PER ACCOUNT (OPEN, OR CLOSED WITH ACTIVITY OR A    *
      *     BALANCE): OPENING, LINES, TOTALS, CLOSING. THE CLOSING     *
      *     BALANCE MUST EQUAL OPENING + CREDITS - DEBITS OR THE       *
      *     STATEMENT (AND THE RUN) IS FLAGGED. NO HISTORY IN THE      *
      *     PERIOD YET -> CLOSING IS CALCULATED AND SAYS SO.           *
      *   PHASE 5 - CONTROL TOTALS ON THE PRINT FILE, THE EXTRACT      *
      *     TRAILER AND SYSOUT.                                        *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/10/15                                               *
      *                                                                *
      * COPYBOOK: DEPSTMT - STATEMENT EXTRACT LAYOUT                   *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  SYSIN - 'PERIOD=YYYYMM' STATEMENT MONTH CARD           *
      * INPUT:  ACCTDD (ACCT.MASTER) - VSAM KSDS ACCOUNT MASTER        *
      * INPUT:  BALHDD (ACCT.BAL.HISTORY) - NIGHTLY BALANCE HISTORY    *
      * INPUT:  OPRSDD (OPR.LOG.SORTED) - OPERATION LOG, SORTED BY     *
      *         ACCOUNT AND DATE                                       *
      * INPUT:  RTNDD (OPR.RETURNS) - OPRPST29 RETURNED ITEMS, ALL     *
      *         GENERATIONS (OPTIONAL)                                 *
      * OUTPUT: STMTDD (DEPOSIT.STATEMENTS) - STATEMENT PRINT FILE     *
      * OUTPUT: ESTMDD (DEPOSIT.STMT.EXTRACT) - PRINT/E-STATEMENT      *
      *         EXTRACT                                                *
      * OUTPUT: STATLOG - SHARED STATUS LOG                            *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPSTM29.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-MASTER ASSIGN TO ACCTDD
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS ACCT-MAST-ID
             FILE STATUS IS ACCT-MASTER-STATUS.

           SELECT BAL-HISTORY-FILE ASSIGN TO BALHDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS BAL-HISTORY-STATUS.

           SELECT OPR-SORTED-FILE ASSIGN TO OPRSDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS OPR-SORTED-STATUS.

           SELECT RETURNS-FILE ASSIGN TO RTNDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS RETURNS-STATUS.

           SELECT STATEMENT-FILE ASSIGN TO STMTDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS STATEMENT-STATUS.

           SELECT EXTRACT-FILE ASSIGN TO ESTMDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS EXTRACT-STATUS.

           SELECT SYSIN-FILE ASSIGN TO SYSIN
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS SYSIN-STATUS.

           SELECT STATUS-LOG ASSIGN TO STATLOG
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS STATUS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ACCT-MASTER.
       01 ACCT-MASTER-REC.
          05 ACCT-MAST-ID PIC X(6).
          05 ACCT-CUST-NAME PIC X(25).
          05 ACCT-STATUS PIC X(1).
          05 ACCT-LIMIT PIC 9(7)V99.
          05 FILLER PIC X(39).

      * BALHST29'S NIGHTLY SNAPSHOT, ONE RECORD PER ACCOUNT PER NIGHT
       FD BAL-HISTORY-FILE RECORDING MODE IS F.
       01 BAL-HISTORY-REC.
          05 BH-ACCT-ID PIC X(6).
          05 BH-DATE PIC X(8).
          05 BH-BALANCE PIC S9(7)V99.
          05 FILLER PIC X(57).

      * THE OPERATION LOG LAYOUT, SORTED BY ACCOUNT AND DATE
       FD OPR-SORTED-FILE RECORDING MODE IS F.
       01 OPR-LOG-REC.
          05 OPR-ACCT-ID PIC X(6).
          05 OPR-DATE PIC X(8).
          05 OPR-TYPE PIC X(1).
          05 OPR-AMT PIC 9(7)V99.
          05 OPR-ID PIC X(6).
          05 FILLER PIC X(50).

      * OPRPST29'S RETURNED ITEMS - SAME LAYOUT AS ITS RETURN-REC
       FD RETURNS-FILE RECORDING MODE IS F.
       01 RETURN-REC.
          05 RTN-ACCT-ID PIC X(6).
          05 FILLER PIC X(1).
          05 RTN-OPR-DATE PIC X(8).
          05 FILLER PIC X(1).
          05 RTN-OPR-TYPE PIC X(1).
          05 FILLER PIC X(1).
          05 RTN-AMOUNT PIC 9(7)V99.
          05 FILLER PIC X(1).
          05 RTN-OPR-ID PIC X(6).
          05 FILLER PIC X(1).
          05 RTN-REASON-CODE PIC X(2).
          05 FILLER PIC X(1).
          05 RTN-REASON-TEXT PIC X(24).
          05 FILLER PIC X(1).
          05 RTN-RETURN-DATE PIC X(8).
          05 FILLER PIC X(9).

       FD STATEMENT-FILE RECORDING MODE IS F.
       01 STATEMENT-REC PIC X(80).

       FD EXTRACT-FILE RECORDING MODE IS F.
       01 EXTRACT-REC.
           COPY DEPSTMT.

       FD SYSIN-FILE RECORDING MODE IS F.
       01 SYSIN-REC PIC X(80).

       FD STATUS-LOG RECORDING MODE IS F.
       01 STATUS-LOG-REC.
           COPY BATSTAT.

       WORKING-STORAGE SECTION.

      * FILE STATUS VARIABLES
       01 WS-FILE-STATUSES.
          05 ACCT-MASTER-STATUS PIC X(2).
          05 BAL-HISTORY-STATUS PIC X(2).
          05 OPR-SORTED-STATUS PIC X(2).
          05 RETURNS-STATUS PIC X(2).
          05 STATEMENT-STATUS PIC X(2).
          05 EXTRACT-STATUS PIC X(2).
          05 SYSIN-STATUS PIC X(2).
          05 STATUS-LOG-STATUS PIC X(2).

      * CONTROL FLAGS
       01 WS-FLAGS.
          05 WS-MASTER-EOF PIC X(1) VALUE 'N'.
             88 MASTER-EOF VALUE 'Y'.
          05 WS-BH-EOF PIC X(1) VALUE 'N'.
             88 BH-EOF VALUE 'Y'.
          05 WS-OPR-EOF PIC X(1) VALUE 'N'.
             88 OPR-EOF VALUE 'Y'.
          05 WS-RETURNS-EOF PIC X(1) VALUE 'N'.
             88 RETURNS-EOF VALUE 'Y'.
          05 WS-SYSIN-EOF PIC X(1) VALUE 'N'.
             88 SYSIN-EOF VALUE 'Y'.
          05 WS-FOUND-FLAG PIC X(1) VALUE 'N'.
             88 FOUND VALUE 'Y'.
          05 WS-RETURNED-FLAG PIC X(1) VALUE 'N'.
             88 ITEM-RETURNED VALUE 'Y'.
          05 WS-PROOF-FLAG PIC X(1) VALUE 'Y'.
             88 ALL-PROOFS-MET VALUE 'Y'.
             88 PROOF-MISMATCH VALUE 'N'.

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

      * STATEMENT PERIOD FROM THE 'PERIOD=YYYYMM' SYSIN CARD
       01 WS-STMT-PERIOD PIC X(6) VALUE SPACES.

      * EVERY ACCOUNT ON THE MASTER, LOADED IN KEY ORDER SO SEARCH
      * ALL CAN FIND IT FROM THE BALANCE HISTORY, WITH THE LAST
      * HISTORY BALANCE BEFORE THE PERIOD (OPENING) AND IN IT
      * (CLOSING).
       01 ACCOUNT-TABLE.
          05 ACCOUNT-LOADED PIC 9(5) VALUE 0.
          05 ACCOUNT-ENTRY OCCURS 1 TO 10000 TIMES
                           DEPENDING ON ACCOUNT-LOADED
                           ASCENDING KEY IS AT-ACCT-ID
                           INDEXED BY AT-IDX.
             10 AT-ACCT-ID PIC X(6).
             10 AT-NAME PIC X(25).
             10 AT-STATUS PIC X(1).
             10 AT-OPEN-DATE PIC X(8).
             10 AT-OPEN-BAL PIC S9(7)V99.
             10 AT-CLOSE-DATE PIC X(8).
             10 AT-CLOSE-BAL PIC S9(7)V99.

      * THE PERIOD'S RETURNED ITEMS. EACH MATCHES ONE LOG OPERATION
      * AND IS MARKED USED WHEN CLAIMED.
       01 RETURNED-COUNT PIC 9(5) VALUE 0.
       01 WS-RETURNED-TABLE.
          05 RETURNED-ENTRY OCCURS 5000 TIMES INDEXED BY RT-IDX.
             10 RT-ACCT-ID PIC X(6).
             10 RT-OPR-DATE PIC X(8).
             10 RT-OPR-TYPE PIC X(1).
             10 RT-AMOUNT PIC 9(7)V99.
             10 RT-OPR-ID PIC X(6).
             10 RT-USED PIC X(1).

      * THE STATEMENT IN PROGRESS
       01 WS-STMT-FIELDS.
          05 WS-OPENING-BAL PIC S9(9)V99.
          05 WS-CLOSING-BAL PIC S9(9)V99.
          05 WS-CALC-CLOSING PIC S9(9)V99.
          05 WS-STMT-CREDITS PIC S9(9)V99.
          05 WS-STMT-DEBITS PIC S9(9)V99.
          05 WS-STMT-LINES PIC 9(5).
          05 WS-STMT-RETURNED PIC 9(5).

      * THE STATEMENT'S LINES ARE HELD UNTIL THE ACCOUNT'S LOG
      * RECORDS ARE ALL READ - THE 'S' EXTRACT RECORD CARRYING THE
      * LINE COUNT AND PROOF MUST PRECEDE ITS 'D' RECORDS.
       01 WS-LINE-TABLE.
          05 LINE-ENTRY OCCURS 1000 TIMES INDEXED BY LN-IDX.
             10 LN-OPR-DATE PIC X(8).
             10 LN-OPR-ID PIC X(6).
             10 LN-DESC PIC X(20).
             10 LN-AMOUNT PIC S9(7)V99.
             10 LN-POSTED PIC X(1).

      * STATEMENT LINE BUILD FIELDS
       01 WS-STMT-LINE PIC X(80).
       01 WS-AMT-DISP PIC Z,ZZZ,ZZ9.99.
       01 WS-BAL-DISP PIC -ZZ,ZZZ,ZZ9.99.
       01 WS-TOT-DISP PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-CNT-DISP PIC Z(6)9.
       01 WS-LINE-DESC PIC X(20).
       01 WS-LINE-AMOUNT PIC S9(7)V99.

      * STATISTICS COUNTERS AND CONTROL TOTALS
       01 WS-COUNTERS.
          05 OPERATIONS-READ PIC 9(7) VALUE 0.
          05 OPERATIONS-OTHER-PERIOD PIC 9(7) VALUE 0.
          05 OPERATIONS-NO-ACCOUNT PIC 9(7) VALUE 0.
          05 HISTORY-READ PIC 9(9) VALUE 0.
          05 STATEMENTS-WRITTEN PIC 9(7) VALUE 0.
          05 STATEMENT-LINES PIC 9(9) VALUE 0.
          05 ITEMS-RETURNED PIC 9(7) VALUE 0.
          05 PROOFS-FAILED PIC 9(7) VALUE 0.
          05 CLOSINGS-CALCULATED PIC 9(7) VALUE 0.
       01 WS-CONTROL-TOTALS.
          05 CTL-TOTAL-CREDITS PIC S9(11)V99 VALUE 0.
          05 CTL-TOTAL-DEBITS PIC S9(11)V99 VALUE 0.
          05 CTL-TOTAL-CLOSING PIC S9(11)V99 VALUE 0.

      **********************************************
      * PERIOD CARD -> LOAD ACCOUNTS, BALANCES, RETURNS -> ONE
      * STATEMENT PER ACCOUNT -> CONTROL TOTALS -> CLOSE -> STATUS.
      **********************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM SET-BST-START-TS.
           PERFORM OPEN-STATUS-LOG.
           PERFORM READ-PERIOD-PARM.
           PERFORM LOAD-ACCOUNT-TABLE.
           PERFORM LOAD-BALANCE-HISTORY.
           PERFORM LOAD-RETURNED-ITEMS.
           PERFORM OPEN-ALL-FILES.
           PERFORM WRITE-EXTRACT-HEADER.
           PERFORM READ-NEXT-OPERATION.
           PERFORM VARYING AT-IDX FROM 1 BY 1
                   UNTIL AT-IDX > ACCOUNT-LOADED
              PERFORM BUILD-ONE-STATEMENT
           END-PERFORM.
           PERFORM UNTIL OPR-EOF
              ADD 1 TO OPERATIONS-NO-ACCOUNT
              PERFORM READ-NEXT-OPERATION
           END-PERFORM.
           PERFORM WRITE-CONTROL-TOTALS.
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
      * READS SYSIN FOR THE REQUIRED 'PERIOD=YYYYMM' CARD NAMING
      * THE STATEMENT MONTH.
      **********************************************
       READ-PERIOD-PARM.
           OPEN INPUT SYSIN-FILE.
           IF SYSIN-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING SYSIN FILE: ' SYSIN-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.
           PERFORM UNTIL SYSIN-EOF
              READ SYSIN-FILE
                AT END
                   SET SYSIN-EOF TO TRUE
                NOT AT END
                   IF SYSIN-REC(1:7) = 'PERIOD='
                      MOVE SYSIN-REC(8:6) TO WS-STMT-PERIOD
                   END-IF
              END-READ
           END-PERFORM.
           CLOSE SYSIN-FILE.

           IF WS-STMT-PERIOD = SPACES
              OR WS-STMT-PERIOD NOT NUMERIC
              DISPLAY 'ERROR: NO VALID PERIOD=YYYYMM CARD IN SYSIN'
              PERFORM ABEND-WITH-STATUS
           END-IF.
           DISPLAY 'STATEMENT PERIOD: ' WS-STMT-PERIOD.

      **********************************************
      * LOADS EVERY ACCOUNT ON THE MASTER, IN KEY ORDER. A FULL
      * TABLE IS A HARD ERROR - AN ACCOUNT LEFT OFF WOULD GET NO
      * STATEMENT.
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
                   MOVE ACCT-STATUS TO AT-STATUS(AT-IDX)
                   MOVE SPACES TO AT-OPEN-DATE(AT-IDX)
                   MOVE 0 TO AT-OPEN-BAL(AT-IDX)
                   MOVE SPACES TO AT-CLOSE-DATE(AT-IDX)
                   MOVE 0 TO AT-CLOSE-BAL(AT-IDX)
              END-READ
           END-PERFORM.
           CLOSE ACCT-MASTER.
           DISPLAY 'ACCOUNTS LOADED: ' ACCOUNT-LOADED.

      **********************************************
      * ONE PASS OVER THE BALANCE HISTORY. FOR EACH ACCOUNT THE
      * LATEST SNAPSHOT BEFORE THE PERIOD IS THE OPENING BALANCE
      * AND THE LATEST ONE INSIDE IT THE CLOSING BALANCE. LATER
      * SNAPSHOTS ARE IGNORED.
      **********************************************
       LOAD-BALANCE-HISTORY.
           OPEN INPUT BAL-HISTORY-FILE.
           IF BAL-HISTORY-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING BALANCE HISTORY: '
                       BAL-HISTORY-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.
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
                   PERFORM APPLY-ONE-SNAPSHOT
              END-READ
           END-PERFORM.
           CLOSE BAL-HISTORY-FILE.

      **********************************************
      * KEEPS THE SNAPSHOT AS THE ACCOUNT'S OPENING OR CLOSING
      * BALANCE WHEN IT IS THE LATEST SEEN SO FAR FOR THAT SIDE
      * OF THE PERIOD START.
      **********************************************
       APPLY-ONE-SNAPSHOT.
           MOVE 'N' TO WS-FOUND-FLAG.
           SEARCH ALL ACCOUNT-ENTRY
               AT END
                  CONTINUE
               WHEN AT-ACCT-ID(AT-IDX) = BH-ACCT-ID
                  SET FOUND TO TRUE
           END-SEARCH.
           IF FOUND
              EVALUATE TRUE
                  WHEN BH-DATE(1:6) < WS-STMT-PERIOD
                    IF AT-OPEN-DATE(AT-IDX) = SPACES
                       OR BH-DATE >= AT-OPEN-DATE(AT-IDX)
                       MOVE BH-DATE TO AT-OPEN-DATE(AT-IDX)
                       MOVE BH-BALANCE TO AT-OPEN-BAL(AT-IDX)
                    END-IF
                  WHEN BH-DATE(1:6) = WS-STMT-PERIOD
                    IF AT-CLOSE-DATE(AT-IDX) = SPACES
                       OR BH-DATE >= AT-CLOSE-DATE(AT-IDX)
                       MOVE BH-DATE TO AT-CLOSE-DATE(AT-IDX)
                       MOVE BH-BALANCE TO AT-CLOSE-BAL(AT-IDX)
                    END-IF
                  WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

      **********************************************
      * LOADS THE RETURNED ITEMS WHOSE OPERATION DATE FALLS IN THE
      * PERIOD. NO RETURNS FILE (STATUS 05/35) LEAVES THE TABLE
      * EMPTY. A FULL TABLE IS A HARD ERROR - A RETURNED ITEM LEFT
      * OUT WOULD BE PRINTED AS PAID.
      **********************************************
       LOAD-RETURNED-ITEMS.
           OPEN INPUT RETURNS-FILE.
           IF RETURNS-STATUS = '05' OR RETURNS-STATUS = '35'
              DISPLAY 'NO RETURNS FILE - NO ITEMS SHOWN AS RETURNED'
           ELSE
              IF RETURNS-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING RETURNS FILE: ' RETURNS-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
              PERFORM UNTIL RETURNS-EOF
                 READ RETURNS-FILE
                   AT END
                      SET RETURNS-EOF TO TRUE
                   NOT AT END
                      IF RTN-OPR-DATE(1:6) = WS-STMT-PERIOD
                         IF RETURNED-COUNT >= 5000
                            DISPLAY 'ERROR: RETURNED ITEM TABLE FULL '
                                    '(5000 MAX)'
                            PERFORM ABEND-WITH-STATUS
                         END-IF
                         ADD 1 TO RETURNED-COUNT
                         SET RT-IDX TO RETURNED-COUNT
                         MOVE RTN-ACCT-ID TO RT-ACCT-ID(RT-IDX)
                         MOVE RTN-OPR-DATE TO RT-OPR-DATE(RT-IDX)
                         MOVE RTN-OPR-TYPE TO RT-OPR-TYPE(RT-IDX)
                         MOVE RTN-AMOUNT TO RT-AMOUNT(RT-IDX)
                         MOVE RTN-OPR-ID TO RT-OPR-ID(RT-IDX)
                         MOVE 'N' TO RT-USED(RT-IDX)
                      END-IF
                 END-READ
              END-PERFORM
              CLOSE RETURNS-FILE
              DISPLAY 'RETURNED ITEMS IN PERIOD: ' RETURNED-COUNT
           END-IF.

      **********************************************
      * OPEN THE SORTED LOG AND THE TWO OUTPUTS.
      **********************************************
       OPEN-ALL-FILES.
           OPEN INPUT OPR-SORTED-FILE.
           IF OPR-SORTED-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING SORTED OPERATION LOG: '
                       OPR-SORTED-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN OUTPUT STATEMENT-FILE.
           IF STATEMENT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING STATEMENT FILE: '
                       STATEMENT-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN OUTPUT EXTRACT-FILE.
           IF EXTRACT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING STATEMENT EXTRACT: '
                       EXTRACT-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * THE EXTRACT'S 'H' HEADER.
      **********************************************
       WRITE-EXTRACT-HEADER.
           MOVE SPACES TO EXTRACT-REC.
           MOVE 'H' TO DST-REC-TYPE.
           MOVE WS-STMT-PERIOD TO DST-H-PERIOD.
           MOVE WS-BST-TS-DATE TO DST-H-CREATE-DATE.
           MOVE 'DEPOSIT STATEMENTS' TO DST-H-SOURCE.
           PERFORM WRITE-EXTRACT-REC.

      **********************************************
      * READS THE NEXT SORTED LOG RECORD, LEAVING IT AS THE
      * LOOK-AHEAD FOR THE ACCOUNT MATCH.
      **********************************************
       READ-NEXT-OPERATION.
           READ OPR-SORTED-FILE
             AT END
                SET OPR-EOF TO TRUE
             NOT AT END
                IF OPR-SORTED-STATUS NOT = '00'
                   DISPLAY 'ERROR READING SORTED OPERATION LOG: '
                            OPR-SORTED-STATUS
                   PERFORM ABEND-WITH-STATUS
                END-IF
                ADD 1 TO OPERATIONS-READ
           END-READ.

      **********************************************
      * ONE ACCOUNT (AT-IDX): PASSES OVER LOG RECORDS FOR ACCOUNTS
      * NOT ON THE MASTER, GATHERS THIS ACCOUNT'S PERIOD LINES,
      * THEN PRINTS THE STATEMENT WHEN THE ACCOUNT IS OPEN OR HAD
      * ACTIVITY OR A BALANCE.
      **********************************************
       BUILD-ONE-STATEMENT.
           PERFORM UNTIL OPR-EOF
                   OR OPR-ACCT-ID >= AT-ACCT-ID(AT-IDX)
              ADD 1 TO OPERATIONS-NO-ACCOUNT
              PERFORM READ-NEXT-OPERATION
           END-PERFORM.

           MOVE AT-OPEN-BAL(AT-IDX) TO WS-OPENING-BAL.
           MOVE 0 TO WS-STMT-CREDITS.
           MOVE 0 TO WS-STMT-DEBITS.
           MOVE 0 TO WS-STMT-LINES.
           MOVE 0 TO WS-STMT-RETURNED.
           PERFORM UNTIL OPR-EOF
                   OR OPR-ACCT-ID NOT = AT-ACCT-ID(AT-IDX)
              IF OPR-DATE(1:6) = WS-STMT-PERIOD
                 PERFORM ADD-STATEMENT-LINE
              ELSE
                 ADD 1 TO OPERATIONS-OTHER-PERIOD
              END-IF
              PERFORM READ-NEXT-OPERATION
           END-PERFORM.

           COMPUTE WS-CALC-CLOSING = WS-OPENING-BAL
                   + WS-STMT-CREDITS - WS-STMT-DEBITS.
           IF AT-CLOSE-DATE(AT-IDX) = SPACES
              MOVE WS-CALC-CLOSING TO WS-CLOSING-BAL
           ELSE
              MOVE AT-CLOSE-BAL(AT-IDX) TO WS-CLOSING-BAL
           END-IF.

           IF AT-STATUS(AT-IDX) NOT = 'C'
              OR WS-STMT-LINES > 0
              OR WS-OPENING-BAL NOT = 0
              OR WS-CLOSING-BAL NOT = 0
              PERFORM PRINT-STATEMENT
           END-IF.

      **********************************************
      * CLASSIFIES ONE IN-PERIOD OPERATION AND HOLDS IT AS A
      * STATEMENT LINE. A RETURNED ITEM IS HELD UNPOSTED AND KEPT
      * OUT OF THE TOTALS.
      **********************************************
       ADD-STATEMENT-LINE.
           IF WS-STMT-LINES >= 1000
              DISPLAY 'ERROR: MORE THAN 1000 STATEMENT LINES FOR '
                      'ACCOUNT ' AT-ACCT-ID(AT-IDX)
              PERFORM ABEND-WITH-STATUS
           END-IF.
           MOVE 'N' TO WS-RETURNED-FLAG.
           IF RETURNED-COUNT > 0
              PERFORM FIND-RETURNED-ITEM
           END-IF.

           EVALUATE TRUE
               WHEN ITEM-RETURNED
                 MOVE 'RETURNED UNPAID' TO WS-LINE-DESC
               WHEN OPR-ID = 'FEEASS'
                 MOVE 'FEE / OD INTEREST' TO WS-LINE-DESC
               WHEN OPR-ID = 'ADJAPL'
                 MOVE 'BALANCE ADJUSTMENT' TO WS-LINE-DESC
               WHEN OPR-ID = 'INTCAP'
                 MOVE 'CREDIT INTEREST' TO WS-LINE-DESC
               WHEN OPR-TYPE = 'C'
                 MOVE 'DEPOSIT' TO WS-LINE-DESC
               WHEN OTHER
                 MOVE 'WITHDRAWAL' TO WS-LINE-DESC
           END-EVALUATE.
           IF OPR-TYPE = 'C'
              MOVE OPR-AMT TO WS-LINE-AMOUNT
           ELSE
              COMPUTE WS-LINE-AMOUNT = 0 - OPR-AMT
           END-IF.

           ADD 1 TO WS-STMT-LINES.
           SET LN-IDX TO WS-STMT-LINES.
           MOVE OPR-DATE TO LN-OPR-DATE(LN-IDX).
           MOVE OPR-ID TO LN-OPR-ID(LN-IDX).
           MOVE WS-LINE-DESC TO LN-DESC(LN-IDX).
           MOVE WS-LINE-AMOUNT TO LN-AMOUNT(LN-IDX).
           IF ITEM-RETURNED
              MOVE 'N' TO LN-POSTED(LN-IDX)
              ADD 1 TO WS-STMT-RETURNED
           ELSE
              MOVE 'Y' TO LN-POSTED(LN-IDX)
              IF OPR-TYPE = 'C'
                 ADD OPR-AMT TO WS-STMT-CREDITS
              ELSE
                 ADD OPR-AMT TO WS-STMT-DEBITS
              END-IF
           END-IF.

      **********************************************
      * LOOKS THE CURRENT OPERATION UP AMONG THE PERIOD'S RETURNED
      * ITEMS AND CLAIMS THE FIRST UNUSED MATCH.
      **********************************************
       FIND-RETURNED-ITEM.
           SET RT-IDX TO 1.
           SEARCH RETURNED-ENTRY
               AT END
                  CONTINUE
               WHEN RT-IDX > RETURNED-COUNT
                  CONTINUE
               WHEN RT-USED(RT-IDX) = 'N'
                    AND RT-ACCT-ID(RT-IDX) = OPR-ACCT-ID
                    AND RT-OPR-DATE(RT-IDX) = OPR-DATE
                    AND RT-OPR-TYPE(RT-IDX) = OPR-TYPE
                    AND RT-AMOUNT(RT-IDX) = OPR-AMT
                    AND RT-OPR-ID(RT-IDX) = OPR-ID
                  MOVE 'Y' TO RT-USED(RT-IDX)
                  SET ITEM-RETURNED TO TRUE
           END-SEARCH.

      **********************************************
      * PRINTS THE STATEMENT AND WRITES ITS 'S' AND 'D' EXTRACT
      * RECORDS. A CLOSING BALANCE FROM THE HISTORY THAT OPENING
      * PLUS ACTIVITY DOES NOT REACH FLAGS THE STATEMENT.
      **********************************************
       PRINT-STATEMENT.
           MOVE '----------------------------------------'
                TO STATEMENT-REC.
           PERFORM WRITE-STATEMENT-LINE.
           MOVE SPACES TO WS-STMT-LINE.
           STRING 'DEPOSIT ACCOUNT STATEMENT  PERIOD ' DELIMITED BY SIZE
                  WS-STMT-PERIOD DELIMITED BY SIZE
                  INTO WS-STMT-LINE
           END-STRING.
           MOVE WS-STMT-LINE TO STATEMENT-REC.
           PERFORM WRITE-STATEMENT-LINE.
           MOVE SPACES TO WS-STMT-LINE.
           STRING 'ACCOUNT ' DELIMITED BY SIZE
                  AT-ACCT-ID(AT-IDX) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  AT-NAME(AT-IDX) DELIMITED BY SIZE
                  INTO WS-STMT-LINE
           END-STRING.
           IF AT-STATUS(AT-IDX) = 'C'
              MOVE '(CLOSED)' TO WS-STMT-LINE(51:8)
           END-IF.
           MOVE WS-STMT-LINE TO STATEMENT-REC.
           PERFORM WRITE-STATEMENT-LINE.
           PERFORM WRITE-STATEMENT-LINE.

           MOVE WS-OPENING-BAL TO WS-BAL-DISP.
           IF AT-OPEN-DATE(AT-IDX) = SPACES
              MOVE 'OPENING BALANCE (NO PRIOR HISTORY)'
                   TO WS-STMT-LINE
           ELSE
              MOVE SPACES TO WS-STMT-LINE
              STRING 'OPENING BALANCE AT ' DELIMITED BY SIZE
                     AT-OPEN-DATE(AT-IDX) DELIMITED BY SIZE
                     INTO WS-STMT-LINE
              END-STRING
           END-IF.
           MOVE WS-BAL-DISP TO WS-STMT-LINE(56:14).
           MOVE WS-STMT-LINE TO STATEMENT-REC.
           PERFORM WRITE-STATEMENT-LINE.

           MOVE '  DATE      REF     DESCRIPTION' TO WS-STMT-LINE.
           MOVE 'DEBITS' TO WS-STMT-LINE(48:6).
           MOVE 'CREDITS' TO WS-STMT-LINE(61:7).
           MOVE WS-STMT-LINE TO STATEMENT-REC.
           PERFORM WRITE-STATEMENT-LINE.
           PERFORM VARYING LN-IDX FROM 1 BY 1
                   UNTIL LN-IDX > WS-STMT-LINES
              PERFORM PRINT-ONE-LINE
           END-PERFORM.
           IF WS-STMT-LINES = 0
              MOVE '  NO ACTIVITY THIS PERIOD' TO STATEMENT-REC
              PERFORM WRITE-STATEMENT-LINE
           END-IF.

           MOVE '  TOTALS' TO WS-STMT-LINE.
           MOVE WS-STMT-DEBITS TO WS-AMT-DISP.
           MOVE WS-AMT-DISP TO WS-STMT-LINE(42:12).
           MOVE WS-STMT-CREDITS TO WS-AMT-DISP.
           MOVE WS-AMT-DISP TO WS-STMT-LINE(56:12).
           MOVE WS-STMT-LINE TO STATEMENT-REC.
           PERFORM WRITE-STATEMENT-LINE.

           MOVE WS-CLOSING-BAL TO WS-BAL-DISP.
           IF AT-CLOSE-DATE(AT-IDX) = SPACES
              MOVE 'CLOSING BALANCE (CALCULATED)' TO WS-STMT-LINE
              ADD 1 TO CLOSINGS-CALCULATED
           ELSE
              MOVE SPACES TO WS-STMT-LINE
              STRING 'CLOSING BALANCE AT ' DELIMITED BY SIZE
                     AT-CLOSE-DATE(AT-IDX) DELIMITED BY SIZE
                     INTO WS-STMT-LINE
              END-STRING
           END-IF.
           MOVE WS-BAL-DISP TO WS-STMT-LINE(56:14).
           MOVE WS-STMT-LINE TO STATEMENT-REC.
           PERFORM WRITE-STATEMENT-LINE.

           MOVE SPACES TO EXTRACT-REC.
           MOVE 'S' TO DST-REC-TYPE.
           MOVE 'Y' TO DST-S-PROVED.
           IF WS-CLOSING-BAL NOT = WS-CALC-CLOSING
              ADD 1 TO PROOFS-FAILED
              MOVE 'N' TO WS-PROOF-FLAG
              MOVE 'N' TO DST-S-PROVED
              MOVE WS-CALC-CLOSING TO WS-BAL-DISP
              MOVE SPACES TO WS-STMT-LINE
              STRING '** ACTIVITY DOES NOT AGREE WITH BALANCE '
                         DELIMITED BY SIZE
                     'HISTORY - CALCULATED ' DELIMITED BY SIZE
                     WS-BAL-DISP DELIMITED BY SIZE
                     INTO WS-STMT-LINE
              END-STRING
              MOVE WS-STMT-LINE TO STATEMENT-REC
              PERFORM WRITE-STATEMENT-LINE
           END-IF.
           IF WS-STMT-RETURNED > 0
              MOVE '  ITEMS MARKED RETURNED UNPAID DID NOT CHANGE '
                   TO WS-STMT-LINE
              MOVE 'THE BALANCE.' TO WS-STMT-LINE(48:12)
              MOVE WS-STMT-LINE TO STATEMENT-REC
              PERFORM WRITE-STATEMENT-LINE
           END-IF.
           MOVE SPACES TO STATEMENT-REC.
           PERFORM WRITE-STATEMENT-LINE.

           MOVE AT-ACCT-ID(AT-IDX) TO DST-S-ACCT-ID.
           MOVE AT-NAME(AT-IDX) TO DST-S-NAME.
           MOVE WS-OPENING-BAL TO DST-S-OPEN-BAL.
           MOVE WS-CLOSING-BAL TO DST-S-CLOSE-BAL.
           MOVE WS-STMT-LINES TO DST-S-LINE-COUNT.
           MOVE AT-STATUS(AT-IDX) TO DST-S-ACCT-STATUS.
           PERFORM WRITE-EXTRACT-REC.
           PERFORM VARYING LN-IDX FROM 1 BY 1
                   UNTIL LN-IDX > WS-STMT-LINES
              MOVE SPACES TO EXTRACT-REC
              MOVE 'D' TO DST-REC-TYPE
              MOVE AT-ACCT-ID(AT-IDX) TO DST-D-ACCT-ID
              MOVE LN-OPR-DATE(LN-IDX) TO DST-D-OPR-DATE
              MOVE LN-OPR-ID(LN-IDX) TO DST-D-OPR-ID
              MOVE LN-DESC(LN-IDX) TO DST-D-DESC
              MOVE LN-AMOUNT(LN-IDX) TO DST-D-AMOUNT
              MOVE LN-POSTED(LN-IDX) TO DST-D-POSTED
              PERFORM WRITE-EXTRACT-REC
           END-PERFORM.

           ADD 1 TO STATEMENTS-WRITTEN.
           ADD WS-STMT-LINES TO STATEMENT-LINES.
           ADD WS-STMT-RETURNED TO ITEMS-RETURNED.
           ADD WS-STMT-CREDITS TO CTL-TOTAL-CREDITS.
           ADD WS-STMT-DEBITS TO CTL-TOTAL-DEBITS.
           ADD WS-CLOSING-BAL TO CTL-TOTAL-CLOSING.

      **********************************************
      * ONE PRINTED STATEMENT LINE (LN-IDX): DEBITS AND CREDITS IN
      * THEIR OWN COLUMNS, A RETURNED ITEM'S AMOUNT IN ITS COLUMN
      * UNDER THE RETURNED DESCRIPTION.
      **********************************************
       PRINT-ONE-LINE.
           MOVE SPACES TO WS-STMT-LINE.
           MOVE LN-OPR-DATE(LN-IDX) TO WS-STMT-LINE(3:8).
           MOVE LN-OPR-ID(LN-IDX) TO WS-STMT-LINE(13:6).
           MOVE LN-DESC(LN-IDX) TO WS-STMT-LINE(21:20).
           MOVE LN-AMOUNT(LN-IDX) TO WS-AMT-DISP.
           IF LN-AMOUNT(LN-IDX) < 0
              MOVE WS-AMT-DISP TO WS-STMT-LINE(42:12)
           ELSE
              MOVE WS-AMT-DISP TO WS-STMT-LINE(56:12)
           END-IF.
           MOVE WS-STMT-LINE TO STATEMENT-REC.
           PERFORM WRITE-STATEMENT-LINE.

      **********************************************
      * CONTROL TOTALS: THE CLOSING PAGE OF THE PRINT FILE AND THE
      * EXTRACT'S 'T' TRAILER CARRY THE SAME FIGURES.
      **********************************************
       WRITE-CONTROL-TOTALS.
           MOVE 'CONTROL TOTALS' TO STATEMENT-REC.
           PERFORM WRITE-STATEMENT-LINE.
           MOVE '  STATEMENTS' TO WS-STMT-LINE.
           MOVE STATEMENTS-WRITTEN TO WS-CNT-DISP.
           MOVE WS-CNT-DISP TO WS-STMT-LINE(30:7).
           MOVE WS-STMT-LINE TO STATEMENT-REC.
           PERFORM WRITE-STATEMENT-LINE.
           MOVE '  STATEMENT LINES' TO WS-STMT-LINE.
           MOVE STATEMENT-LINES TO WS-CNT-DISP.
           MOVE WS-CNT-DISP TO WS-STMT-LINE(30:7).
           MOVE WS-STMT-LINE TO STATEMENT-REC.
           PERFORM WRITE-STATEMENT-LINE.
           MOVE '  ITEMS RETURNED UNPAID' TO WS-STMT-LINE.
           MOVE ITEMS-RETURNED TO WS-CNT-DISP.
           MOVE WS-CNT-DISP TO WS-STMT-LINE(30:7).
           MOVE WS-STMT-LINE TO STATEMENT-REC.
           PERFORM WRITE-STATEMENT-LINE.
           MOVE '  TOTAL CREDITS' TO WS-STMT-LINE.
           MOVE CTL-TOTAL-CREDITS TO WS-TOT-DISP.
           MOVE WS-TOT-DISP TO WS-STMT-LINE(30:19).
           MOVE WS-STMT-LINE TO STATEMENT-REC.
           PERFORM WRITE-STATEMENT-LINE.
           MOVE '  TOTAL DEBITS' TO WS-STMT-LINE.
           MOVE CTL-TOTAL-DEBITS TO WS-TOT-DISP.
           MOVE WS-TOT-DISP TO WS-STMT-LINE(30:19).
           MOVE WS-STMT-LINE TO STATEMENT-REC.
           PERFORM WRITE-STATEMENT-LINE.
           MOVE '  TOTAL CLOSING BALANCES' TO WS-STMT-LINE.
           MOVE CTL-TOTAL-CLOSING TO WS-TOT-DISP.
           MOVE WS-TOT-DISP TO WS-STMT-LINE(30:19).
           MOVE WS-STMT-LINE TO STATEMENT-REC.
           PERFORM WRITE-STATEMENT-LINE.
           IF PROOF-MISMATCH
              MOVE '  *** STATEMENTS NOT AGREEING WITH BALANCE HISTORY'
                   TO WS-STMT-LINE
              MOVE PROOFS-FAILED TO WS-CNT-DISP
              MOVE WS-CNT-DISP TO WS-STMT-LINE(53:7)
              MOVE WS-STMT-LINE TO STATEMENT-REC
              PERFORM WRITE-STATEMENT-LINE
           END-IF.

           MOVE SPACES TO EXTRACT-REC.
           MOVE 'T' TO DST-REC-TYPE.
           MOVE STATEMENTS-WRITTEN TO DST-T-STMT-COUNT.
           MOVE STATEMENT-LINES TO DST-T-LINE-COUNT.
           MOVE CTL-TOTAL-CLOSING TO DST-T-HASH-CLOSE.
           MOVE CTL-TOTAL-CREDITS TO DST-T-HASH-CREDITS.
           MOVE CTL-TOTAL-DEBITS TO DST-T-HASH-DEBITS.
           PERFORM WRITE-EXTRACT-REC.

      **********************************************
      * WRITES WHATEVER LINE IS CURRENTLY IN STATEMENT-REC.
      **********************************************
       WRITE-STATEMENT-LINE.
           WRITE STATEMENT-REC.
           IF STATEMENT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING STATEMENT FILE: '
                       STATEMENT-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.
           MOVE SPACES TO STATEMENT-REC.
           MOVE SPACES TO WS-STMT-LINE.

      **********************************************
      * WRITES WHATEVER RECORD IS CURRENTLY IN EXTRACT-REC.
      **********************************************
       WRITE-EXTRACT-REC.
           WRITE EXTRACT-REC.
           IF EXTRACT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING STATEMENT EXTRACT: '
                       EXTRACT-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * CLOSE ALL FILES AND CHECK STATUS
      **********************************************
       CLOSE-ALL-FILES.
           CLOSE OPR-SORTED-FILE.
           IF OPR-SORTED-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING SORTED OPERATION LOG: '
                       OPR-SORTED-STATUS
           END-IF.
           CLOSE STATEMENT-FILE.
           IF STATEMENT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING STATEMENT FILE: '
                       STATEMENT-STATUS
           END-IF.
           CLOSE EXTRACT-FILE.
           IF EXTRACT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING STATEMENT EXTRACT: '
                       EXTRACT-STATUS
           END-IF.

      **********************************************
      * APPENDS ONE RECORD TO THE CONSOLIDATED END-OF-NIGHT BATCH
      * STATUS LOG AND CLOSES IT. STATUS-LOG ITSELF WAS ALREADY
      * OPENED BY OPEN-STATUS-LOG, FIRST THING IN MAIN-LOGIC.
      **********************************************
       WRITE-BATCH-STATUS.
           MOVE SPACES TO STATUS-LOG-REC.
           MOVE 'DEPSTM29' TO BST-PROGRAM-ID.
           PERFORM GET-BST-TIMESTAMP.
           MOVE WS-BST-START-TS TO BST-START-TS.
           MOVE WS-BST-TS-BUILT TO BST-END-TS.
           MOVE OPERATIONS-READ TO BST-RECORDS-IN.
           MOVE STATEMENTS-WRITTEN TO BST-RECORDS-OUT.
           MOVE PROOFS-FAILED TO BST-RECORDS-REJECTED.
           IF ABEND-IN-PROGRESS
              MOVE 'FAILED' TO BST-STATUS
              MOVE 'JOB ABENDED - SEE SYSOUT FOR DETAIL' TO BST-MESSAGE
           ELSE
              IF PROOF-MISMATCH
                 MOVE 'WARNING' TO BST-STATUS
                 MOVE 'STATEMENTS DID NOT PROVE TO BAL HISTORY'
                      TO BST-MESSAGE
              ELSE
                 MOVE 'COMPLETE' TO BST-STATUS
                 MOVE 'ALL STATEMENTS PROVED CLEAN' TO BST-MESSAGE
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
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      **********************************************
      * DISPLAY SUMMARY STATISTICS TO SYSOUT
      **********************************************
       DISPLAY-SUMMARY.
           DISPLAY 'DEPOSIT STATEMENTS COMPLETE.'.
           DISPLAY 'OPERATIONS READ:          ' OPERATIONS-READ.
           DISPLAY '  OUTSIDE THE PERIOD:     ' OPERATIONS-OTHER-PERIOD.
           DISPLAY '  ACCOUNT NOT ON MASTER:  ' OPERATIONS-NO-ACCOUNT.
           DISPLAY 'BALANCE HISTORY READ:     ' HISTORY-READ.
           DISPLAY 'STATEMENTS WRITTEN:       ' STATEMENTS-WRITTEN.
           DISPLAY 'STATEMENT LINES:          ' STATEMENT-LINES.
           DISPLAY 'ITEMS RETURNED UNPAID:    ' ITEMS-RETURNED.
           DISPLAY 'CLOSINGS CALCULATED:      ' CLOSINGS-CALCULATED.
           DISPLAY 'PROOFS FAILED:            ' PROOFS-FAILED.
           MOVE CTL-TOTAL-CREDITS TO WS-TOT-DISP.
           DISPLAY 'TOTAL CREDITS:    ' WS-TOT-DISP.
           MOVE CTL-TOTAL-DEBITS TO WS-TOT-DISP.
           DISPLAY 'TOTAL DEBITS:     ' WS-TOT-DISP.
           MOVE CTL-TOTAL-CLOSING TO WS-TOT-DISP.
           DISPLAY 'TOTAL CLOSING:    ' WS-TOT-DISP.

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
