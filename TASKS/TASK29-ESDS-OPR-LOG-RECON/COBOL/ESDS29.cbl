      *     SQLCODE = 100           -> ERROR: DB2 ROW MISSING.         *
      *     SQLCODE < 0             -> ERROR: DB2 ERROR <SQLCODE>.     *
      *   PHASE 4 - BUSINESS LOGIC CHECK (WITH OVERDRAFT ALLOWANCE):   *
      *     OPR-TYPE 'D' RETURNED UNPAID BY OPRPST29 (ON RTNDD):       *
      *       -> SKIPPED: DEBIT RETURNED UNPAID.                       *
      *     AVAILABLE = DB2-BALANCE LESS THE ACCOUNT'S ACTIVE HOLDS    *
      *     (HOLDDD) AS OF THE RUN DATE.                               *
      *     OPR-TYPE 'D' AND AVAILABLE >= OPR-AMT:                     *
      *       -> OK: BALANCE CHECK PASSED.                             *
      *     OPR-TYPE 'D' AND AVAILABLE < OPR-AMT BUT WITHIN            *
      *     ACCT-LIMIT (AVAILABLE + LIMIT >= OPR-AMT):                 *
      *       -> OK: OVERDRAFT LIMIT USED.                             *
      *     OPR-TYPE 'D' AND AVAILABLE + ACCT-LIMIT < OPR-AMT BUT      *
      *     DB2-BALANCE + ACCT-LIMIT >= OPR-AMT:                       *
      *       -> ERROR: DEBIT PAID OUT OF HELD FUNDS.                  *
      *     OPR-TYPE 'D' AND DB2-BALANCE + ACCT-LIMIT < OPR-AMT:       *
      *       -> ERROR: NEGATIVE BALANCE EXCEEDS OVERDRAFT LIMIT.      *
      *     OPR-TYPE 'C' -> OK: BALANCE CHECK PASSED.                  *
      *              CHECKPOINT PAST THE END OF THE LOG (A RELOADED   *
      *              LOG) SUSPENDS RECONCILIATION WITH A WARNING      *
      *              RATHER THAN VALIDATING FROM A WRONG POSITION.    *
      * 2026/10/15 - DB2VSM26 NOW RUNS IN SEVERAL NUMBERED PAYMENT     *
      *              CYCLES A DAY AND TIEOUT CARRIES ONE RECORD PER    *
      *              CYCLE. THE TIE-OUT NOW LISTS EACH OF TODAY'S      *
      *              CYCLES ON THE RECONCILIATION REPORT, CHECKS THE   *
      *              CYCLES RUN 01 UPWARD WITH NONE MISSING OR         *
      *              REPEATED, AND TIES THE SUM OF THE DAY'S CYCLES    *
      *              OUT AGAINST THE VALIDATED DEBIT TOTAL.            *
      * 2026/10/15 - OPRPST29 NOW POSTS THE LOG TO TB_ACCOUNT_BAL      *
      *              AHEAD OF THIS JOB AND RETURNS THE DEBITS IT       *
      *              CANNOT PAY. ITS RETURNS FILE (RTNDD) IS READ AT   *
      *              START OF RUN AND A LOG DEBIT MATCHING A RETURNED  *
      *              ITEM IS SKIPPED AS RETURNED UNPAID INSTEAD OF     *
      *              BEING REPORTED AS AN OVERDRAFT BREACH WITH A      *
      *              SUGGESTED ADJUSTMENT. NO RETURNS FILE MEANS NO    *
      *              DEBIT IS TREATED AS RETURNED.                     *
      * 2026/10/15 - ADJAPL29 NOW LOGS EACH APPLIED ADJUSTMENT TO      *
      *              OPR-LOG AS AN 'ADJAPL' OPERATION. SUCH AN         *
      *              OPERATION IS REPORTED OK WITHOUT THE BALANCE      *
      *              CHECK OR THE DEBIT TOTAL FOR THE TIE-OUT.         *
      * 2026/10/15 - DEBITS ARE NOW CHECKED AGAINST THE AVAILABLE      *
      *              BALANCE - THE DB2 BALANCE LESS THE ACCOUNT'S      *
      *              ACTIVE HOLDS ON THE NEW HOLD FILE (HOLDDD, SEE    *
      *              HLDMNT29). A DEBIT THE LIMIT COVERS ONLY BY       *
      *              DRAWING ON HELD FUNDS IS AN ERROR, HELD FUNDS     *
      *              EXCEEDED, WITH NO SUGGESTED ADJUSTMENT - NO MONEY *
      *              IS MISSING, THE HOLD WAS BREACHED. NO HOLD FILE   *
      *              MEANS NO HOLDS.                                   *
      * 2026/10/15 - BEFORE THE LOG IS PROCESSED, TIEOUT IS READ AND   *
      *              ITS RECORD COUNT, HASH TOTAL (SUM OF THE CYCLES'  *
      *              PAYMENT COUNTS) AND AMOUNT TOTAL ARE VERIFIED     *
      *              (THROUGH CTLCHK45) AGAINST WHAT DB2VSM26 POSTED   *
      *              FOR THE CYCLE. A FILE THAT FAILS, OR HAS NO       *
      *              POSTING, IS NOT TIED OUT: AN EXCEPTION IS WRITTEN *
      *              AND THE RUN ENDS WITH A WARNING, AS FOR A TIE-OUT *
      *              MISMATCH.                                         *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  OPRLOGDD  (OPR.LOG.ESDS)   - ESDS DAILY OPERATION LOG  *
      *         MASTERDD  (ACCT.MASTER)    - VSAM KSDS ACCOUNT MASTER  *
      *         HISTDD    (RECON.HISTORY)  - PRIOR CUMULATIVE TOTALS   *
      *         PARMDD    (RUNTIME.PARMS)  - RECONFULL SCAN OPTION     *
      *         RTNDD     (OPR.RETURNS)    - OPRPST29 RETURNED ITEMS   *
      *         HOLDDD    (ACCT.HOLDS)     - VSAM KSDS ACCOUNT HOLDS   *
      *         CYCLDD, CALDD (CYCLE.DATE, BUSINESS.CALENDAR) - READ   *
      *                   BY CYCDAT40 FOR THE CONTROL TOTALS' CYCLE    *
      * I/O:    CTLDD     (CONTROL.TOTALS.LOG) - HANDOFF CONTROL       *
      *                   TOTALS, READ AND APPENDED THROUGH CTLCHK45   *
      * I/O:    CKPTDD    (RECON.CHECKPOINT) - LOG POSITION REACHED    *
      * OUTPUT: RECONDD   (RECON.LOG)      - PS RECONCILIATION REPORT  *
      *         EXCPDD    (RECON.EXCPS)    - PS EXCEPTIONS-ONLY REPORT *
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS SUGGEST-ADJ-STATUS.

           SELECT RETURNS-FILE ASSIGN TO RTNDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS RETURNS-STATUS.

           SELECT HOLD-FILE ASSIGN TO HOLDDD
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS HLD-KEY
             FILE STATUS IS HOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OPR-LOG.
          05 SADJ-APPROVAL PIC X(8).
          05 FILLER PIC X(14).

      * THE OPERATIONS OPRPST29 RETURNED UNPOSTED TONIGHT - SAME
      * LAYOUT AS THAT PROGRAM'S RETURN-REC.
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

      * HOLDS AND LIENS MAINTAINED BY HLDMNT29.
       FD HOLD-FILE.
       01 HOLD-REC.
           COPY ACCTHOLD.

       WORKING-STORAGE SECTION.

      * DB2 SQL COMMUNICATION AREA
          05 TIEOUT-STATUS PIC X(2).
          05 SUGGEST-ADJ-STATUS PIC X(2).
          05 CHECKPOINT-STATUS PIC X(2).
          05 RETURNS-STATUS PIC X(2).
          05 HOLD-STATUS PIC X(2).

      * CONTROL FLAGS
       01 WS-FLAGS.
             88 TIEOUT-MISMATCH VALUE 'N'.
          05 WS-TIEOUT-STALE-FLAG PIC X(1) VALUE 'N'.
             88 TIEOUT-STALE VALUE 'Y'.
          05 WS-TIEOUT-VERIFIED-FLAG PIC X(1) VALUE 'Y'.
             88 TIEOUT-UNVERIFIED VALUE 'N'.
          05 WS-CHECKPOINT-FLAG PIC X(1) VALUE 'N'.
             88 CHECKPOINT-FOUND VALUE 'Y'.
          05 WS-CKPT-EOF-FLAG PIC X(1) VALUE 'N'.
             88 CHECKPOINT-PAST-EOF VALUE 'Y'.
          05 WS-RETURNS-EOF-FLAG PIC X(1) VALUE 'N'.
             88 RETURNS-EOF VALUE 'Y'.
          05 WS-RETURNED-FLAG PIC X(1) VALUE 'N'.
             88 ITEM-RETURNED VALUE 'Y'.
          05 WS-HOLD-EOF-FLAG PIC X(1) VALUE 'N'.
             88 HOLD-EOF VALUE 'Y'.

      * SET JUST BEFORE A FATAL ERROR PATH WRITES ITS STATLOG RECORD
      * AND STOPS, SO WRITE-BATCH-STATUS REPORTS 'FAILED' INSTEAD OF
       01 WS-ADJ-AMT-DISP PIC -Z(6)9.99.
       01 TOTAL-SUGGESTED PIC 9(5) VALUE 0.

      * DEBITS OPRPST29 RETURNED UNPAID TONIGHT, FROM RTNDD. EACH
      * ENTRY MATCHES ONE LOG OPERATION ON ACCOUNT, DATE, AMOUNT
      * AND OPR-ID, AND IS MARKED USED SO TWO IDENTICAL DEBITS
      * WITH ONLY ONE RETURNED ARE NOT BOTH PASSED OVER.
       01 RETURNED-COUNT PIC 9(5) VALUE 0.
       01 WS-RETURNED-TABLE.
          05 RETURNED-ENTRY OCCURS 5000 TIMES INDEXED BY RT-IDX.
             10 RT-ACCT-ID PIC X(6).
             10 RT-OPR-DATE PIC X(8).
             10 RT-AMOUNT PIC 9(7)V99.
             10 RT-OPR-ID PIC X(6).
             10 RT-USED PIC X(1).
       01 RETURNED-UNPAID-COUNT PIC 9(5) VALUE 0.

      * ACTIVE HOLDS AS OF THE RUN DATE FROM HOLDDD, TOTALLED BY
      * ACCOUNT. THE HOLD FILE IS READ IN KEY ORDER, SO THE TABLE
      * IS BUILT IN ACCOUNT ORDER FOR SEARCH ALL.
       01 HELD-ACCOUNT-TABLE.
          05 HELD-COUNT PIC 9(5) VALUE 0.
          05 HELD-ENTRY OCCURS 1 TO 10000 TIMES
                        DEPENDING ON HELD-COUNT
                        ASCENDING KEY IS HT-ACCT-ID
                        INDEXED BY HT-IDX.
             10 HT-ACCT-ID PIC X(6).
             10 HT-AMOUNT PIC 9(9)V99.
       01 WS-ACCT-HELD PIC 9(9)V99.
       01 HELD-FUNDS-COUNT PIC 9(5) VALUE 0.

      * PROCESSING COUNTERS
       01 WS-COUNTERS.
          05 TOTAL-READ PIC 9(5) VALUE 0.
       01 WS-TOTAL-DEBIT-AMOUNT-DISP PIC -Z(6)9.99.
       01 WS-TIE-TOTAL-AMOUNT-DISP PIC -Z(6)9.99.

      * PAYMENT CYCLE TIE-OUT: TIEOUT HOLDS ONE RECORD PER DB2VSM26
      * CYCLE RUN TODAY, IN CYCLE ORDER. EACH IS LISTED AND CHECKED
      * FOR SEQUENCE, AND THEIR SUM IS WHAT TIES TO THE DEBIT TOTAL.
      * A RECORD FROM ANOTHER DATE IS REMEMBERED FOR THE STALE
      * WARNING.
       01 WS-TIEOUT-EOF-FLAG PIC X(1) VALUE 'N'.
          88 TIEOUT-EOF VALUE 'Y'.
       01 WS-TIE-CYCLE-COUNT PIC 9(3) VALUE 0.
       01 WS-TIE-CYCLE-SEQ PIC 9(2).
       01 WS-TIE-EXPECTED-SEQ PIC 9(3) VALUE 0.
       01 WS-TIE-DAY-COUNT PIC 9(9) VALUE 0.
       01 WS-TIE-DAY-AMOUNT PIC S9(9)V99 VALUE 0.
       01 WS-TIE-DAY-AMOUNT-DISP PIC -Z(8)9.99.
       01 WS-TIE-COUNT-DISP PIC Z(8)9.
       01 WS-TIE-EXPECTED-DISP PIC 9(2).
       01 WS-TIE-STALE-JOB PIC X(8) VALUE SPACES.
       01 WS-TIE-STALE-DATE PIC X(8) VALUE SPACES.

      * FORMATTED DISPLAY COUNTERS FOR SUMMARY
       01 WS-DISP-COUNTERS.
          05 TOTAL-READ-DISP PIC Z(4)9.
      * RUNPARM AND SUBPROGRAM PRMGET50.
           COPY RUNPARM.

      * HANDOFF CONTROL TOTAL REQUEST AREA - SEE COPYBOOK CTLREQ
      * AND SUBPROGRAM CTLCHK45. TIEOUT'S TOTALS ARE ADDED UP HERE
      * AS IT IS READ FOR VERIFICATION.
           COPY CTLREQ.

      * SCAN SCOPE. INCREMENTAL IS THE NORMAL MODE: RESUME FROM THE
      * CHECKPOINTED LOG POSITION. A PARMDD CARD (RECONFULL 1)
      * FORCES A FULL SCAN FROM THE TOP OF THE LOG FOR PERIODIC
           PERFORM LOAD-RUNTIME-PARMS.
           PERFORM READ-RECON-HISTORY.
           PERFORM READ-RECON-CHECKPOINT.
           PERFORM LOAD-RETURNED-ITEMS.
           PERFORM LOAD-ACTIVE-HOLDS.
           PERFORM VERIFY-TIEOUT-CONTROL.
           PERFORM OPEN-ALL-FILES.
           PERFORM SKIP-TO-CHECKPOINT.
           PERFORM PROCESS-ALL-RECORDS.
           IF TIEOUT-UNVERIFIED
              PERFORM REPORT-UNVERIFIED-TIEOUT
           ELSE
              PERFORM CHECK-PAYMENT-TIEOUT
           END-IF.
           PERFORM WRITE-OPERATOR-SUMMARY.
           PERFORM CLOSE-ALL-FILES.
           PERFORM WRITE-RECON-HISTORY.
              DISPLAY 'SCANNING THE OPERATION LOG FROM THE TOP'
           END-IF.

      **********************************************
      * LOADS THE DEBITS OPRPST29 RETURNED TONIGHT FROM RTNDD.
      * OPENS AND CLOSES THE FILE ITSELF, LIKE READ-RECON-HISTORY.
      * NO RETURNS FILE (STATUS 05/35) LEAVES THE TABLE EMPTY. A
      * FULL TABLE IS A HARD ERROR - A RETURNED DEBIT LEFT OUT
      * WOULD BE REPORTED AS AN OVERDRAFT BREACH.
      **********************************************
       LOAD-RETURNED-ITEMS.
           OPEN INPUT RETURNS-FILE.
           IF RETURNS-STATUS = '05' OR RETURNS-STATUS = '35'
              DISPLAY 'NO RETURNS FILE - NO DEBITS TREATED AS RETURNED'
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
                      IF RTN-OPR-TYPE = 'D'
                         IF RETURNED-COUNT >= 5000
                            DISPLAY 'ERROR: RETURNED ITEM TABLE FULL '
                                    '(5000 MAX)'
                            PERFORM ABEND-WITH-STATUS
                         END-IF
                         ADD 1 TO RETURNED-COUNT
                         SET RT-IDX TO RETURNED-COUNT
                         MOVE RTN-ACCT-ID TO RT-ACCT-ID(RT-IDX)
                         MOVE RTN-OPR-DATE TO RT-OPR-DATE(RT-IDX)
                         MOVE RTN-AMOUNT TO RT-AMOUNT(RT-IDX)
                         MOVE RTN-OPR-ID TO RT-OPR-ID(RT-IDX)
                         MOVE 'N' TO RT-USED(RT-IDX)
                      END-IF
                 END-READ
              END-PERFORM
              CLOSE RETURNS-FILE
              DISPLAY 'RETURNED DEBITS LOADED: ' RETURNED-COUNT
           END-IF.

      **********************************************
      * TOTALS THE HOLDS ACTIVE ON THE RUN DATE BY ACCOUNT FROM
      * HOLDDD: IN FORCE, START DATE REACHED, AND EXPIRY BLANK OR
      * NOT PASSED. OPENS AND CLOSES THE FILE ITSELF, LIKE
      * LOAD-RETURNED-ITEMS. NO HOLD FILE (STATUS 05/35) LEAVES
      * THE TABLE EMPTY. A FULL TABLE IS A HARD ERROR - AN
      * ACCOUNT LEFT OUT WOULD HAVE ITS HELD FUNDS SPENDABLE.
      **********************************************
       LOAD-ACTIVE-HOLDS.
           OPEN INPUT HOLD-FILE.
           IF HOLD-STATUS = '05' OR HOLD-STATUS = '35'
              DISPLAY 'NO HOLD FILE - NO FUNDS TREATED AS HELD'
           ELSE
              IF HOLD-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING HOLD FILE: ' HOLD-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
              PERFORM UNTIL HOLD-EOF
                 READ HOLD-FILE
                   AT END
                      SET HOLD-EOF TO TRUE
                   NOT AT END
                      IF HLD-IN-FORCE
                         AND HLD-START-DATE NOT > WS-TODAY-DATE
                         AND (HLD-EXPIRY-DATE = SPACES
                          OR HLD-EXPIRY-DATE NOT < WS-TODAY-DATE)
                         PERFORM ADD-ACTIVE-HOLD
                      END-IF
                 END-READ
              END-PERFORM
              CLOSE HOLD-FILE
              DISPLAY 'ACCOUNTS WITH ACTIVE HOLDS: ' HELD-COUNT
           END-IF.

      **********************************************
      * ADDS ONE ACTIVE HOLD TO ITS ACCOUNT'S ENTRY - THE LAST
      * ONE, SINCE THE FILE COMES IN ACCOUNT ORDER - OR STARTS A
      * NEW ENTRY FOR THE ACCOUNT.
      **********************************************
       ADD-ACTIVE-HOLD.
           IF HELD-COUNT = 0
              OR HT-ACCT-ID(HELD-COUNT) NOT = HLD-ACCT-ID
              IF HELD-COUNT >= 10000
                 DISPLAY 'ERROR: HELD ACCOUNT TABLE FULL (10000 MAX)'
                 PERFORM ABEND-WITH-STATUS
              END-IF
              ADD 1 TO HELD-COUNT
              MOVE HLD-ACCT-ID TO HT-ACCT-ID(HELD-COUNT)
              MOVE 0 TO HT-AMOUNT(HELD-COUNT)
           END-IF.
           ADD HLD-AMOUNT TO HT-AMOUNT(HELD-COUNT).

      **********************************************
      * REWRITES CKPTDD WITH THE LOG POSITION THIS RUN REACHED:
      * THE SKIPPED PRIOR RECORDS PLUS THE RECORDS PROCESSED. A
                 MOVE 'ACCOUNT VALIDATION FAILURES ENCOUNTERED' TO
                      BST-MESSAGE
              ELSE
                 IF TIEOUT-UNVERIFIED
                    MOVE 'WARNING' TO BST-STATUS
                    MOVE 'TIEOUT FAILED CONTROL TOTALS - NOT TIED OUT'
                         TO BST-MESSAGE
                 ELSE
                 IF TIEOUT-MISMATCH
                    MOVE 'WARNING' TO BST-STATUS
                    MOVE 'PAYMENT BATCH TIE-OUT MISMATCH' TO
                    END-IF
                 END-IF
                 END-IF
                 END-IF
              END-IF
              END-IF
           END-IF.
      *   -> OK: OVERDRAFT LIMIT USED.
      * OPR-TYPE 'D' AND ACCT-BALANCE + ACCT-LIMIT < OPR-AMT:
      *   -> ERROR: NEGATIVE BALANCE EXCEEDS OVERDRAFT LIMIT.
      * EACH DEBIT TEST ABOVE IS MADE FIRST ON THE BALANCE LESS
      * THE ACCOUNT'S ACTIVE HOLDS. A DEBIT THAT FAILS ONLY
      * BECAUSE OF THE HOLDS:
      *   -> ERROR: HELD FUNDS EXCEEDED (NO SUGGESTED ADJUSTMENT).
      * OPR-TYPE 'C':
      *   -> OK: BALANCE CHECK PASSED (NO OVERDRAFT RISK).
      * A DEBIT OPRPST29 RETURNED UNPAID NEVER REACHED THE
      * BALANCE AND IS SKIPPED BEFORE ANY OF THE ABOVE. AN
      * ADJAPL29 ADJUSTMENT WAS APPROVED BY OPS AND IS OK AS IT
      * STANDS - CHECKING IT WOULD RAISE ANOTHER SUGGESTED
      * ADJUSTMENT FOR THE ONE JUST APPLIED.
      **********************************************
       CHECK-BALANCE-LOGIC.
           MOVE 'N' TO WS-RETURNED-FLAG.
           IF OPR-TYPE = 'D' AND RETURNED-COUNT > 0
              PERFORM FIND-RETURNED-ITEM
           END-IF.
           IF ITEM-RETURNED
              ADD 1 TO SKIP-COUNT
              ADD 1 TO RETURNED-UNPAID-COUNT
              MOVE 'SKIPPED' TO WS-RECON-STATUS
              MOVE 'DEBIT RETURNED UNPAID' TO WS-DETAIL
              PERFORM WRITE-RECON-LOG
           ELSE
              IF OPR-ID = 'ADJAPL'
                 ADD 1 TO OK-COUNT
                 MOVE 'OK' TO WS-RECON-STATUS
                 MOVE 'ADJAPL29 ADJUSTMENT' TO WS-DETAIL
                 PERFORM WRITE-RECON-LOG
              ELSE
                 IF OPR-TYPE = 'D'
                    PERFORM FIND-ACCOUNT-HELD
                    IF ACCT-BALANCE - WS-ACCT-HELD >= OPR-AMT
                       ADD 1 TO OK-COUNT
                       ADD OPR-AMT TO WS-TOTAL-DEBIT-AMOUNT
                       MOVE 'OK' TO WS-RECON-STATUS
                       MOVE 'BALANCE CHECK PASSED' TO WS-DETAIL
                       PERFORM WRITE-RECON-LOG
                    ELSE
                       COMPUTE WS-AVAIL-BALANCE = ACCT-BALANCE
                               - WS-ACCT-HELD + ACCT-LIMIT
                       IF WS-AVAIL-BALANCE >= OPR-AMT
                          ADD 1 TO OK-COUNT
                          ADD 1 TO OVERDRAFT-COUNT
                          ADD OPR-AMT TO WS-TOTAL-DEBIT-AMOUNT
                          MOVE 'OK' TO WS-RECON-STATUS
                          MOVE 'OVERDRAFT LIMIT USED' TO WS-DETAIL
                          PERFORM WRITE-RECON-LOG
                       ELSE
                          ADD 1 TO ERR-COUNT
                          MOVE 'ERROR' TO WS-RECON-STATUS
                          COMPUTE WS-AVAIL-BALANCE = ACCT-BALANCE
                                  + ACCT-LIMIT
                          IF WS-AVAIL-BALANCE >= OPR-AMT
                             ADD 1 TO HELD-FUNDS-COUNT
                             MOVE 'HELD FUNDS EXCEEDED' TO WS-DETAIL
                             PERFORM WRITE-RECON-LOG
                          ELSE
                             MOVE 'OVERDRAFT LIMIT EXCEEDED'
                                  TO WS-DETAIL
                             PERFORM WRITE-RECON-LOG
                             PERFORM WRITE-SUGGESTED-ADJUSTMENT
                          END-IF
                          SET VALIDATION-FAILED TO TRUE
                       END-IF
                    END-IF
                 ELSE
                    IF OPR-TYPE = 'C'
                       ADD 1 TO OK-COUNT
                       MOVE 'OK' TO WS-RECON-STATUS
                       MOVE 'BALANCE CHECK PASSED' TO WS-DETAIL
                       PERFORM WRITE-RECON-LOG
                    END-IF
                 END-IF
              END-IF
           END-IF.

      **********************************************
      * LOOKS THE CURRENT DEBIT UP AMONG TONIGHT'S RETURNED ITEMS
      * AND CLAIMS THE FIRST UNUSED MATCH.
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
                    AND RT-AMOUNT(RT-IDX) = OPR-AMT
                    AND RT-OPR-ID(RT-IDX) = OPR-ID
                  MOVE 'Y' TO RT-USED(RT-IDX)
                  SET ITEM-RETURNED TO TRUE
           END-SEARCH.

      **********************************************
      * SETS WS-ACCT-HELD TO THE CURRENT ACCOUNT'S ACTIVE HOLDS,
      * ZERO WHEN IT HAS NONE.
      **********************************************
       FIND-ACCOUNT-HELD.
           MOVE 0 TO WS-ACCT-HELD.
           IF HELD-COUNT > 0
              SEARCH ALL HELD-ENTRY
                  AT END
                     CONTINUE
                  WHEN HT-ACCT-ID(HT-IDX) = OPR-ACCT-ID
                     MOVE HT-AMOUNT(HT-IDX) TO WS-ACCT-HELD
              END-SEARCH
           END-IF.

      **********************************************
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * READS TIEOUT THROUGH ONCE, BEFORE ANY OPERATION IS
      * PROCESSED, AND VERIFIES IT AGAINST THE CONTROL TOTALS
      * DB2VSM26 POSTED FOR THE CYCLE (HANDOFF TIEOUT): RECORD
      * COUNT, HASH OF THE CYCLES' PAYMENT COUNTS AND THE AMOUNTS.
      * A FILE THAT FAILS, OR HAS NO POSTING, IS MARKED UNVERIFIED
      * AND IS NOT TIED OUT. NO TIEOUT FILE AT ALL IS LEFT TO
      * CHECK-PAYMENT-TIEOUT, WHICH SKIPS THE TIE-OUT AS BEFORE.
      **********************************************
       VERIFY-TIEOUT-CONTROL.
           OPEN INPUT TIEOUT-FILE.
           IF TIEOUT-STATUS NOT = '05' AND TIEOUT-STATUS NOT = '35'
              IF TIEOUT-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING TIEOUT FILE: ' TIEOUT-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
              MOVE 0 TO CC-RECORD-COUNT CC-HASH-TOTAL CC-AMOUNT-TOTAL
              PERFORM UNTIL TIEOUT-EOF
                 READ TIEOUT-FILE
                   AT END
                      SET TIEOUT-EOF TO TRUE
                   NOT AT END
                      ADD 1 TO CC-RECORD-COUNT
                      IF TIE-RECORD-COUNT NUMERIC
                         ADD TIE-RECORD-COUNT TO CC-HASH-TOTAL
                      END-IF
                      IF TIE-TOTAL-AMOUNT NUMERIC
                         ADD TIE-TOTAL-AMOUNT TO CC-AMOUNT-TOTAL
                      END-IF
                 END-READ
              END-PERFORM
              CLOSE TIEOUT-FILE
              MOVE 'N' TO WS-TIEOUT-EOF-FLAG
              SET CC-VERIFY-CONTROL TO TRUE
              MOVE 'TIEOUT' TO CC-HANDOFF
              MOVE 'ESDS29' TO CC-JOB-NAME
              CALL 'CTLCHK45' USING WS-CTLTOT-REQUEST END-CALL
              IF NOT CC-BALANCED
                 SET TIEOUT-UNVERIFIED TO TRUE
                 DISPLAY 'WARNING: TIEOUT FAILED ITS CONTROL TOTALS - '
                         'TIE-OUT NOT CHECKED'
                 DISPLAY '         ' CC-MESSAGE
              END-IF
           END-IF.

      **********************************************
      * TAKES THE PLACE OF CHECK-PAYMENT-TIEOUT WHEN TIEOUT FAILED
      * ITS CONTROL TOTALS: THE FILE IS NOT THE ONE DB2VSM26 WROTE,
      * SO TYING THE DEBITS TO IT PROVES NOTHING. THE FAILURE GOES
      * TO THE EXCEPTIONS-ONLY REPORT AND COUNTS AS A MISMATCH.
      * MUST RUN BEFORE CLOSE-ALL-FILES, LIKE CHECK-PAYMENT-TIEOUT.
      **********************************************
       REPORT-UNVERIFIED-TIEOUT.
           SET TIEOUT-MISMATCH TO TRUE.
           MOVE SPACES TO WS-REPORT-MSG.
           STRING 'TIEOUT NOT RECONCILED - ' DELIMITED BY SIZE
                  CC-MESSAGE DELIMITED BY SIZE
                  INTO WS-REPORT-MSG
           END-STRING.
           PERFORM WRITE-EXCEPTION-LOG.

      **********************************************
      * TIES OUT THIS RUN'S TOTAL SUCCESSFULLY-VALIDATED DEBIT
      * AMOUNT AGAINST DB2VSM26'S PAYMENT TOTALS, READ BACK FROM
      * THE TIEOUT FILE THAT PROGRAM WRITES - ONE RECORD PER
      * PAYMENT CYCLE RUN TODAY. EACH CYCLE GETS A LINE ON THE
      * RECONCILIATION REPORT AND MUST FOLLOW ON FROM THE ONE
      * BEFORE (01, 02, ...); THE SUM OF THE DAY'S CYCLES MUST
      * EQUAL THE DEBIT TOTAL. OPENS AND CLOSES TIEOUT-FILE ITSELF,
      * THE SAME WAY READ-RECON-HISTORY OWNS ITS OWN FILE. IF THE
      * TIEOUT FILE HAS NOT BEEN PRODUCED YET (FILE STATUS 05/35),
      * THE CHECK IS SIMPLY SKIPPED RATHER THAN TREATED AS A
      * MISMATCH.
      * A MISMATCH IS WRITTEN TO THE EXCEPTIONS-ONLY REPORT WHILE
      * EXCEPTION-LOG IS STILL OPEN, SO IT MUST RUN BEFORE
      * CLOSE-ALL-FILES.
                 DISPLAY 'ERROR OPENING TIEOUT FILE: ' TIEOUT-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
              PERFORM UNTIL TIEOUT-EOF
                 READ TIEOUT-FILE
                   AT END
                      SET TIEOUT-EOF TO TRUE
                   NOT AT END
                      PERFORM TIE-OUT-ONE-CYCLE
                 END-READ
              END-PERFORM
              CLOSE TIEOUT-FILE
           END-IF.

           IF NOT TIEOUT-RECORD-FOUND
              AND WS-TIE-STALE-DATE NOT = SPACES
              SET TIEOUT-STALE TO TRUE
              DISPLAY 'WARNING: TIEOUT EXTRACT IS STALE (CYCLE '
                      WS-TIE-STALE-DATE ' VS RUN ' WS-TODAY-DATE
                      ') - TIE-OUT NOT CHECKED'
              MOVE SPACES TO WS-REPORT-MSG
              STRING 'STALE TIEOUT EXTRACT FROM ' DELIMITED BY SIZE
                     WS-TIE-STALE-JOB DELIMITED BY SIZE
                     ' CYCLE ' DELIMITED BY SIZE
                     WS-TIE-STALE-DATE DELIMITED BY SIZE
                     ' NOT RECONCILED' DELIMITED BY SIZE
                     INTO WS-REPORT-MSG
              END-STRING
           END-IF.

           IF TIEOUT-RECORD-FOUND
              MOVE WS-TIE-DAY-COUNT TO WS-TIE-COUNT-DISP
              MOVE WS-TIE-DAY-AMOUNT TO WS-TIE-DAY-AMOUNT-DISP
              MOVE SPACES TO WS-REPORT-MSG
              STRING 'DAY TOTAL ' DELIMITED BY SIZE
                     WS-TIE-CYCLE-COUNT DELIMITED BY SIZE
                     ' CYCLES PAYMENTS ' DELIMITED BY SIZE
                     FUNCTION TRIM(WS-TIE-COUNT-DISP)
                          DELIMITED BY SIZE
                     ' AMOUNT ' DELIMITED BY SIZE
                     FUNCTION TRIM(WS-TIE-DAY-AMOUNT-DISP)
                          DELIMITED BY SIZE
                     INTO WS-REPORT-MSG
              END-STRING
              PERFORM WRITE-TIEOUT-REPORT-LINE
              IF WS-TIE-DAY-AMOUNT = WS-TOTAL-DEBIT-AMOUNT
                 IF NOT TIEOUT-MISMATCH
                    SET TIEOUT-OK TO TRUE
                 END-IF
              ELSE
                 SET TIEOUT-MISMATCH TO TRUE
                 MOVE WS-TOTAL-DEBIT-AMOUNT TO
                      WS-TOTAL-DEBIT-AMOUNT-DISP
                 MOVE SPACES TO WS-REPORT-MSG
                 STRING 'TIEOUT MISMATCH VS DB2VSM26 DAY TOTAL '
                             DELIMITED BY SIZE
                        FUNCTION TRIM(WS-TIE-DAY-AMOUNT-DISP)
                             DELIMITED BY SIZE
                        ' VS DEBIT TOTAL ' DELIMITED BY SIZE
                        FUNCTION TRIM(WS-TOTAL-DEBIT-AMOUNT-DISP)
              END-IF
           END-IF.

      **********************************************
      * TAKES ONE TIEOUT RECORD. TODAY'S CYCLES ARE CHECKED FOR
      * SEQUENCE, LISTED AND ADDED INTO THE DAY TOTAL; A RECORD
      * FROM ANY OTHER DATE IS ONLY NOTED FOR THE STALE WARNING.
      * A RECORD FROM BEFORE CYCLES WERE NUMBERED COUNTS AS
      * CYCLE 01.
      **********************************************
       TIE-OUT-ONE-CYCLE.
           IF TIE-CYCLE-DATE NOT = WS-TODAY-DATE
              MOVE TIE-SOURCE-JOB TO WS-TIE-STALE-JOB
              MOVE TIE-CYCLE-DATE TO WS-TIE-STALE-DATE
           ELSE
              IF NOT TIEOUT-RECORD-FOUND
                 SET TIEOUT-RECORD-FOUND TO TRUE
                 MOVE SPACES TO WS-REPORT-MSG
                 PERFORM WRITE-TIEOUT-REPORT-LINE
                 MOVE 'PAYMENT CYCLE TIE-OUT' TO WS-REPORT-MSG
                 PERFORM WRITE-TIEOUT-REPORT-LINE
              END-IF
              IF TIE-CYCLE-SEQ NUMERIC
                 MOVE TIE-CYCLE-SEQ TO WS-TIE-CYCLE-SEQ
              ELSE
                 MOVE 1 TO WS-TIE-CYCLE-SEQ
              END-IF
              ADD 1 TO WS-TIE-EXPECTED-SEQ
              IF WS-TIE-CYCLE-SEQ NOT = WS-TIE-EXPECTED-SEQ
                 SET TIEOUT-MISMATCH TO TRUE
                 MOVE WS-TIE-EXPECTED-SEQ TO WS-TIE-EXPECTED-DISP
                 MOVE SPACES TO WS-REPORT-MSG
                 STRING 'TIEOUT CYCLE SEQUENCE BREAK: CYCLE '
                             DELIMITED BY SIZE
                        WS-TIE-CYCLE-SEQ DELIMITED BY SIZE
                        ' WHERE ' DELIMITED BY SIZE
                        WS-TIE-EXPECTED-DISP DELIMITED BY SIZE
                        ' EXPECTED' DELIMITED BY SIZE
                        INTO WS-REPORT-MSG
                 END-STRING
                 PERFORM WRITE-EXCEPTION-LOG
                 MOVE WS-TIE-CYCLE-SEQ TO WS-TIE-EXPECTED-SEQ
              END-IF
              ADD 1 TO WS-TIE-CYCLE-COUNT
              ADD TIE-RECORD-COUNT TO WS-TIE-DAY-COUNT
              ADD TIE-TOTAL-AMOUNT TO WS-TIE-DAY-AMOUNT
              MOVE TIE-RECORD-COUNT TO WS-TIE-COUNT-DISP
              MOVE TIE-TOTAL-AMOUNT TO WS-TIE-TOTAL-AMOUNT-DISP
              MOVE SPACES TO WS-REPORT-MSG
              STRING 'CYCLE ' DELIMITED BY SIZE
                     WS-TIE-CYCLE-SEQ DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     TIE-SOURCE-JOB DELIMITED BY SIZE
                     ' PAYMENTS ' DELIMITED BY SIZE
                     FUNCTION TRIM(WS-TIE-COUNT-DISP)
                          DELIMITED BY SIZE
                     ' AMOUNT ' DELIMITED BY SIZE
                     FUNCTION TRIM(WS-TIE-TOTAL-AMOUNT-DISP)
                          DELIMITED BY SIZE
                     INTO WS-REPORT-MSG
              END-STRING
              PERFORM WRITE-TIEOUT-REPORT-LINE
           END-IF.

      **********************************************
      * WRITES WS-REPORT-MSG AS A PAYMENT TIE-OUT LINE ON THE
      * RECONCILIATION REPORT.
      **********************************************
       WRITE-TIEOUT-REPORT-LINE.
           MOVE WS-REPORT-MSG TO RECON-LOG-REC.
           WRITE RECON-LOG-REC.
           IF RECON-LOG-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING RECON-LOG FILE: '
                       RECON-LOG-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * CLOSE ALL FILES AND CHECK STATUS
      **********************************************
           DISPLAY 'OPERATIONS SKIPPED:    ' SKIP-COUNT-DISP.
           DISPLAY 'OPERATIONS FRAUD-FLAG: ' FRAUD-COUNT-DISP.
           DISPLAY 'OVERDRAFTS USED:       ' OVERDRAFT-COUNT-DISP.
           DISPLAY 'RETURNED UNPAID:       ' RETURNED-UNPAID-COUNT.
           DISPLAY 'HELD FUNDS EXCEEDED:   ' HELD-FUNDS-COUNT.
           DISPLAY 'RECORDS WRITTEN:       ' WRITE-COUNT-DISP.
           DISPLAY 'EXCEPTIONS WRITTEN:    ' EXCEPTION-COUNT-DISP.
           DISPLAY 'ADJUSTMENTS SUGGESTED: ' TOTAL-SUGGESTED.
           MOVE WS-TOTAL-DEBIT-AMOUNT TO WS-TOTAL-DEBIT-AMOUNT-DISP.
           DISPLAY 'TOTAL DEBIT AMOUNT:    '
                    WS-TOTAL-DEBIT-AMOUNT-DISP.
           IF TIEOUT-UNVERIFIED
              DISPLAY 'PAYMENT TIE-OUT:       CONTROL TOTALS FAILED'
           ELSE
           IF TIEOUT-RECORD-FOUND
              DISPLAY 'PAYMENT CYCLES TIED:   ' WS-TIE-CYCLE-COUNT
              IF TIEOUT-MISMATCH
                 DISPLAY 'PAYMENT TIE-OUT:       MISMATCH'
              ELSE
              END-IF
           ELSE
              DISPLAY 'PAYMENT TIE-OUT:       NOT CHECKED'
           END-IF
           END-IF.
           DISPLAY '========================================'.
           DISPLAY 'CUMULATIVE TOTALS (ALL DAYS TO DATE)'.
