      *     10000 (BASIS POINTS, A PARMDD TUNABLE); NET = GROSS - FEE. *
      *     ONE REMITTANCE RECORD, WITH MER-NAME FROM MERCHDD          *
      *     ('UNKNOWN MERCHANT' WHEN THE ID IS NOT ON THE REFERENCE).  *
      *   CHARGEBACKS: DSPUTE11'S QUEUED CHARGEBACKS (CHBKDD) ARE      *
      *     ADDED TO LAST RUN'S MERCHANT RECEIVABLES (RCVDD). EACH     *
      *     REMITTANCE'S NET IS REDUCED BY WHAT ITS MERCHANT OWES IN   *
      *     THAT CURRENCY, DOWN TO ZERO AT MOST; THE SHORTFALL IS      *
      *     CARRIED TO RCVNEW FOR THE NEXT RUN.                        *
      *   REFUNDS: APRVDD RECORDS FLAGGED APPROVED-TYPE 'R'/'V' ARE    *
      *     TOTALLED PER MERCHANT APART FROM THE GROSS AND NETTED OUT  *
      *     OF THE REMITTANCE AHEAD OF CHARGEBACK RECOVERY; A REFUND   *
      *     TOTAL OVER THE NET JOINS THE MERCHANT'S RECEIVABLE.        *
      *   REGISTER: ONE LINE PER REMITTANCE, THEN PER-CURRENCY GROSS   *
      *     TOTALS TIED OUT AGAINST CT-APPROVED-TOTAL ON CARDXDD.      *
      *     A MISMATCH FLAGS THE RUN 'WARNING' ON STATLOG.             *
      *              AND FLAGS ANY CURRENCY ACCUMULATED FROM APRVDD    *
      *              THAT NEVER APPEARS ON CARDXDD, SO BOTH            *
      *              ONE-SIDED CASES NOW FAIL THE PROOF.               *
      * 2026/10/15 - MERCHANT CHARGEBACKS QUEUED BY DSPUTE11 (CHBKDD)  *
      *              ARE NOW DEDUCTED FROM THE MERCHANT'S REMITTANCE   *
      *              NET; WHAT THE NET CANNOT COVER IS CARRIED AS A    *
      *              MERCHANT RECEIVABLE (RCVDD IN / RCVNEW OUT).      *
      * 2026/10/15 - MERCHANT REFUNDS AND AUTHORIZATION REVERSALS      *
      *              POSTED BY VSMJOB11 (APPROVED-TYPE 'R'/'V' ON      *
      *              APRVDD) ARE NOW NETTED OUT OF THE MERCHANT'S      *
      *              REMITTANCE, KEPT OUT OF THE GROSS AND THE CARDXDD *
      *              TIE-OUT. A REFUND TOTAL LARGER THAN THE NET IS    *
      *              CARRIED AS A MERCHANT RECEIVABLE.                 *
      * 2026/10/15 - EACH REMITTANCE NOW WRITES ITS BALANCED ENTRIES   *
      *              TO THE SHARED GENERAL LEDGER JOURNAL (GLJDD,      *
      *              COPYBOOK GLJRNL): THE INTERCHANGE FEE, THE NET    *
      *              PAID AND ANY CHARGEBACK RECOVERED CLEAR THE       *
      *              MERCHANT SETTLEMENT PAYABLE VSMJOB11 CREDITED; AN *
      *              UNCOVERED REFUND MOVES TO MERCHANT RECEIVABLES.   *
      * 2026/10/15 - A FAILED RUN NOW ENDS WITH RETURN CODE 16, SO THE *
      *              JCL NO LONGER ROLLS THE CARRY OR EMPTIES THE      *
      *              CHARGEBACK QUEUE AFTER IT.                        *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  APRVDD (APPROVED.FILE) - THE DAY'S APPROVED            *
      * INPUT:  MERCHDD (MERCHANT.REF) - MERCHANT REFERENCE FILE       *
      * INPUT:  CARDXDD (CARD.APPROVED.TOTALS) - VSMJOB11'S            *
      *         PER-CURRENCY APPROVED CONTROL TOTALS                   *
      * INPUT:  CHBKDD (MERCHANT.CHARGEBACK) - DSPUTE11'S MERCHANT     *
      *         CHARGEBACK QUEUE (PS, 80 B)                            *
      * INPUT:  RCVDD (MERCHANT.RECEIVABLE) - RECEIVABLES CARRIED      *
      *         FROM THE PRIOR RUN (PS, 80 B)                          *
      * OUTPUT: RCVNEW (MERCHANT.RECEIVABLE.NEW) - RECEIVABLES STILL   *
      *         OWED AFTER THIS RUN (PS, 80 B)                         *
      * OUTPUT: REMITDD (MERCHANT.REMITTANCE) - ONE REMITTANCE         *
      *         RECORD PER MERCHANT PER CURRENCY (PS, 80 B)            *
      * OUTPUT: SREGDD (SETTLEMENT.REGISTER) - SETTLEMENT REGISTER     *
      *         WITH THE PER-CURRENCY TIE-OUT (PS, 80 B)               *
      * OUTPUT: GLJDD (GL.JOURNAL.DAILY) - GL JOURNAL LINES (EXTEND)   *
      ******************************************************************

       IDENTIFICATION DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REMITTANCE-STATUS.

           SELECT CHARGEBACK-FILE ASSIGN TO CHBKDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CHARGEBACK-STATUS.

           SELECT RECEIVABLE-IN-FILE ASSIGN TO RCVDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RECEIVABLE-IN-STATUS.

           SELECT RECEIVABLE-OUT-FILE ASSIGN TO RCVNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RECEIVABLE-OUT-STATUS.

           SELECT SETTLE-REGISTER-FILE ASSIGN TO SREGDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SETTLE-REGISTER-STATUS.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STATUS-LOG-STATUS.

           SELECT GL-JOURNAL-FILE ASSIGN TO GLJDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GL-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD APPROVED-TRANS-FILE RECORDING MODE IS F.
          05 APPROVED-CURRENCY PIC X(3).
          05 FILLER PIC X(1).
          05 APPROVED-MERCHANT-ID PIC X(8).
          05 FILLER PIC X(1).
          05 APPROVED-TYPE PIC X(1).
             88 APPROVED-IS-CREDIT VALUE 'R' 'V'.
          05 FILLER PIC X(34).

       FD MERCHANT-REF-FILE RECORDING MODE IS F.
       01 MERCHANT-REF-REC.
       01 CARD-TOTALS-REC.
           COPY CARDTOT.

      * RMT-NET-AMOUNT IS WHAT THE MERCHANT IS PAID: GROSS LESS
      * THE INTERCHANGE FEE LESS THE DAY'S REFUNDS AND REVERSALS
      * LESS ANY CHARGEBACK RECOVERED. RMT-GROSS-AMOUNT IS THE
      * DAY'S PURCHASES ONLY.
       FD REMITTANCE-FILE RECORDING MODE IS F.
       01 REMITTANCE-REC.
          05 RMT-MERCHANT-ID PIC X(8).
          05 RMT-NET-AMOUNT PIC 9(9)V99.
          05 FILLER PIC X(7).

      * DSPUTE11'S MERCHANT CHARGEBACK QUEUE - ONE RECORD PER
      * DISPUTE RESOLVED IN THE CARDHOLDER'S FAVOUR SINCE THE LAST
      * SETTLEMENT RUN. SEE CHARGEBACK-REC IN DSPUTE11.
       FD CHARGEBACK-FILE RECORDING MODE IS F.
       01 CHARGEBACK-REC.
          05 CHB-MERCHANT-ID PIC X(8).
          05 FILLER PIC X(1).
          05 CHB-CARD-NUM PIC X(16).
          05 FILLER PIC X(1).
          05 CHB-TRANS-ID PIC X(5).
          05 FILLER PIC X(1).
          05 CHB-AMOUNT PIC 9(5)V99.
          05 FILLER PIC X(1).
          05 CHB-CURRENCY PIC X(3).
          05 FILLER PIC X(1).
          05 CHB-DATE PIC X(8).
          05 FILLER PIC X(28).

      * SAME BYTE POSITIONS AS THE RECEIVABLE-OUT-REC BELOW.
       FD RECEIVABLE-IN-FILE RECORDING MODE IS F.
       01 RECEIVABLE-IN-REC.
          05 RCI-MERCHANT-ID PIC X(8).
          05 FILLER PIC X(1).
          05 RCI-CURRENCY PIC X(3).
          05 FILLER PIC X(1).
          05 RCI-AMOUNT PIC 9(9)V99.
          05 FILLER PIC X(1).
          05 RCI-SINCE-DATE PIC X(8).
          05 FILLER PIC X(47).

      * MERCHANT RECEIVABLES STILL OWED AFTER THIS RUN'S RECOVERY,
      * ONE PER MERCHANT PER CURRENCY, WITH THE DATE THE OLDEST
      * UNRECOVERED CHARGEBACK IN IT AROSE. FED BACK IN NEXT RUN.
       FD RECEIVABLE-OUT-FILE RECORDING MODE IS F.
       01 RECEIVABLE-OUT-REC.
          05 RCO-MERCHANT-ID PIC X(8).
          05 FILLER PIC X(1).
          05 RCO-CURRENCY PIC X(3).
          05 FILLER PIC X(1).
          05 RCO-AMOUNT PIC 9(9)V99.
          05 FILLER PIC X(1).
          05 RCO-SINCE-DATE PIC X(8).
          05 FILLER PIC X(47).

       FD SETTLE-REGISTER-FILE RECORDING MODE IS F.
       01 SETTLE-REGISTER-REC PIC X(80).

       01 STATUS-LOG-REC.
           COPY BATSTAT.

      * SHARED GENERAL LEDGER JOURNAL, OPENED EXTEND.
       FD GL-JOURNAL-FILE RECORDING MODE IS F.
       01 GL-JOURNAL-REC.
           COPY GLJRNL.

       WORKING-STORAGE SECTION.

      * FILE-STATUS VARIABLES
          05 CARD-TOTALS-STATUS PIC X(2).
          05 REMITTANCE-STATUS PIC X(2).
          05 SETTLE-REGISTER-STATUS PIC X(2).
          05 CHARGEBACK-STATUS PIC X(2).
          05 RECEIVABLE-IN-STATUS PIC X(2).
          05 RECEIVABLE-OUT-STATUS PIC X(2).
          05 STATUS-LOG-STATUS PIC X(2).
          05 GL-JOURNAL-STATUS PIC X(2).

      * CONTROL FLAGS
       01 WS-FLAGS.
             88 BALANCE-TOTALS-MISMATCH VALUE 'N'.
          05 WS-STALE-FLAG PIC X(1) VALUE 'N'.
             88 TIEOUT-STALE VALUE 'Y'.
          05 WS-CHBK-EOF PIC X(1) VALUE 'N'.
             88 CHBK-EOF VALUE 'Y'.
          05 WS-RCV-EOF PIC X(1) VALUE 'N'.
             88 RCV-EOF VALUE 'Y'.
          05 WS-RCV-FOUND PIC X(1) VALUE 'N'.
             88 RCV-FOUND VALUE 'Y'.

      * SET JUST BEFORE A FATAL ERROR PATH WRITES ITS STATLOG RECORD
      * AND STOPS, SO WRITE-BATCH-STATUS REPORTS 'FAILED' INSTEAD OF
       01 WS-APPROVED-AMOUNT PIC 9(7)V99.
       01 WS-FEE-AMOUNT PIC 9(7)V99.
       01 WS-NET-AMOUNT PIC 9(9)V99.
       01 WS-RECOVERY-AMOUNT PIC 9(9)V99.
       01 WS-REFUND-SHORTFALL PIC 9(9)V99.

      * MERCHANT RECEIVABLES: LAST RUN'S CARRY (RCVDD) PLUS THE
      * CHARGEBACKS QUEUED SINCE (CHBKDD), ONE ENTRY PER MERCHANT
      * PER CURRENCY. EACH REMITTANCE IS NETTED DOWN BY WHAT ITS
      * MERCHANT OWES IN THAT CURRENCY; WHAT IT CANNOT COVER IS
      * CARRIED TO RCVNEW. TABLE-FULL IS A HARD ERROR - A DROPPED
      * ENTRY IS A CHARGEBACK NEVER RECOVERED.
       01 WS-RECEIVABLE-TABLE.
          05 RECEIVABLE-COUNT PIC 9(4) VALUE 0.
          05 RECEIVABLE-ENTRY OCCURS 2000 TIMES INDEXED BY RV-IDX.
             10 RV-MERCHANT-ID PIC X(8).
             10 RV-CURRENCY PIC X(3).
             10 RV-AMOUNT PIC 9(9)V99.
             10 RV-SINCE-DATE PIC X(8).
       01 WS-RV-MERCHANT-ID PIC X(8).
       01 WS-RV-CURRENCY PIC X(3).

      * PER-MERCHANT PER-CURRENCY SETTLEMENT TOTALS. ONE ENTRY PER
      * DISTINCT MERCHANT/CURRENCY PAIR SEEN ON APRVDD. TABLE-FULL
             10 ST-CURRENCY PIC X(3).
             10 ST-TRANS-COUNT PIC 9(7).
             10 ST-GROSS-AMOUNT PIC 9(9)V99.
             10 ST-REFUND-COUNT PIC 9(7).
             10 ST-REFUND-AMOUNT PIC 9(9)V99.

      * MERCHANT REFERENCE TABLE, LOADED FROM MERCHDD FOR THE
      * REMITTANCE NAME. MAX 500 MERCHANTS, MATCHING VSMJOB11.
      * OUT.
       01 WS-RUN-DATE PIC X(8).

      * GENERAL LEDGER ACCOUNT CODES AND THE POSTING REQUEST AREA -
      * SEE COPYBOOKS GLACCT AND GLPOST.
           COPY GLACCT.
           COPY GLPOST.

      * REGISTER LINE BUILD FIELDS
       01 WS-GROSS-DISP PIC Z(8)9.99.
       01 WS-FEE-DISP PIC Z(6)9.99.
       01 WS-NET-DISP PIC Z(8)9.99.
       01 WS-CT-DISP PIC Z(8)9.99.
       01 WS-COUNT-DISP PIC Z(6)9.
       01 WS-RECOVERY-DISP PIC Z(8)9.99.
       01 WS-REFUND-DISP PIC Z(8)9.99.
       01 WS-SHORTFALL-DISP PIC Z(8)9.99.

      * STATISTICS COUNTERS
       01 WS-COUNTERS.
          05 TOTAL-APPROVED-READ PIC 9(7) VALUE 0.
          05 TOTAL-REMITTANCES PIC 9(5) VALUE 0.
          05 TOTAL-UNKNOWN-MERCHANTS PIC 9(5) VALUE 0.
          05 TOTAL-CHARGEBACKS-READ PIC 9(5) VALUE 0.
          05 TOTAL-RECEIVABLES-IN PIC 9(5) VALUE 0.
          05 TOTAL-RECOVERIES PIC 9(5) VALUE 0.
          05 TOTAL-RECEIVABLES-OUT PIC 9(5) VALUE 0.
          05 TOTAL-REFUNDS-READ PIC 9(7) VALUE 0.
          05 TOTAL-REFUND-SHORTFALLS PIC 9(5) VALUE 0.

      * DISPLAY-FORMATTED COUNTERS
       01 WS-DISP-COUNTERS.
          05 TOTAL-APPROVED-READ-DISP PIC Z(6)9.
          05 TOTAL-REMITTANCES-DISP PIC Z(4)9.
          05 TOTAL-UNKNOWN-MERCH-DISP PIC Z(4)9.
          05 TOTAL-CHARGEBACKS-DISP PIC Z(4)9.
          05 TOTAL-RECEIVABLES-IN-DISP PIC Z(4)9.
          05 TOTAL-RECOVERIES-DISP PIC Z(4)9.
          05 TOTAL-RECEIVABLES-OUT-DISP PIC Z(4)9.
          05 TOTAL-REFUNDS-READ-DISP PIC Z(6)9.
          05 TOTAL-REFUND-SHORTFALL-DISP PIC Z(4)9.

      **********************************************
      * LOADS THE MERCHANT REFERENCE AND THE MERCHANT RECEIVABLES,
      * ACCUMULATES THE DAY'S APPROVALS PER MERCHANT, WRITES THE
      * REMITTANCES (NET OF CHARGEBACK RECOVERY), THE RECEIVABLE
      * CARRY, AND THE REGISTER WITH ITS CONTROL-TOTAL TIE-OUT,
      * WRITES BATCH STATUS AND DISPLAYS THE SUMMARY.
      **********************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM OPEN-STATUS-LOG.
           PERFORM LOAD-RUNTIME-PARMS.
           PERFORM LOAD-MERCHANT-REF.
           PERFORM LOAD-RECEIVABLE-CARRY.
           PERFORM LOAD-CHARGEBACK-QUEUE.
           PERFORM OPEN-ALL-FILES.
           PERFORM ACCUMULATE-APPROVALS.
           PERFORM WRITE-REMITTANCES.
           PERFORM WRITE-RECEIVABLE-CARRY.
           PERFORM TIE-OUT-CONTROL-TOTALS.
           PERFORM CLOSE-ALL-FILES.
           PERFORM WRITE-BATCH-STATUS.
           END-IF.
           IF STATUS-LOG-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING STATUS LOG: ' STATUS-LOG-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           END-PERFORM.
           CLOSE MERCHANT-REF-FILE.

      **********************************************
      * LOADS LAST RUN'S MERCHANT RECEIVABLES FROM RCVDD. NO
      * CARRY FILE (05/35) IS A FIRST RUN WITH NOTHING OWED.
      **********************************************
       LOAD-RECEIVABLE-CARRY.
           OPEN INPUT RECEIVABLE-IN-FILE.
           IF RECEIVABLE-IN-STATUS = '05'
              OR RECEIVABLE-IN-STATUS = '35'
              DISPLAY 'NO RECEIVABLE CARRY - NOTHING CARRIED IN'
              SET RCV-EOF TO TRUE
           ELSE
              IF RECEIVABLE-IN-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING RECEIVABLE CARRY: '
                          RECEIVABLE-IN-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
           END-IF.
           PERFORM UNTIL RCV-EOF
              READ RECEIVABLE-IN-FILE
                AT END
                   SET RCV-EOF TO TRUE
                NOT AT END
                   IF RECEIVABLE-IN-STATUS = '00'
                      ADD 1 TO TOTAL-RECEIVABLES-IN
                      MOVE RCI-MERCHANT-ID TO WS-RV-MERCHANT-ID
                      MOVE RCI-CURRENCY TO WS-RV-CURRENCY
                      PERFORM FIND-RECEIVABLE-ENTRY
                      PERFORM ADD-RECEIVABLE-ENTRY
                      ADD RCI-AMOUNT TO RV-AMOUNT(RV-IDX)
                      IF RV-SINCE-DATE(RV-IDX) = SPACES
                         OR RCI-SINCE-DATE < RV-SINCE-DATE(RV-IDX)
                         MOVE RCI-SINCE-DATE TO RV-SINCE-DATE(RV-IDX)
                      END-IF
                   ELSE
                      DISPLAY 'ERROR READING RECEIVABLE CARRY: '
                               RECEIVABLE-IN-STATUS
                      PERFORM ABEND-WITH-STATUS
                   END-IF
              END-READ
           END-PERFORM.
           IF RECEIVABLE-IN-STATUS NOT = '05'
              AND RECEIVABLE-IN-STATUS NOT = '35'
              CLOSE RECEIVABLE-IN-FILE
           END-IF.

      **********************************************
      * ADDS DSPUTE11'S QUEUED CHARGEBACKS TO WHAT EACH MERCHANT
      * OWES. AN EMPTY OR MISSING QUEUE (05/35) IS A NIGHT WITH
      * NO DISPUTES RESOLVED AGAINST A MERCHANT.
      **********************************************
       LOAD-CHARGEBACK-QUEUE.
           OPEN INPUT CHARGEBACK-FILE.
           IF CHARGEBACK-STATUS = '05'
              OR CHARGEBACK-STATUS = '35'
              DISPLAY 'NO CHARGEBACK QUEUE - NO NEW CHARGEBACKS'
              SET CHBK-EOF TO TRUE
           ELSE
              IF CHARGEBACK-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING CHARGEBACK QUEUE: '
                          CHARGEBACK-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
           END-IF.
           PERFORM UNTIL CHBK-EOF
              READ CHARGEBACK-FILE
                AT END
                   SET CHBK-EOF TO TRUE
                NOT AT END
                   IF CHARGEBACK-STATUS = '00'
                      ADD 1 TO TOTAL-CHARGEBACKS-READ
                      MOVE CHB-MERCHANT-ID TO WS-RV-MERCHANT-ID
                      MOVE CHB-CURRENCY TO WS-RV-CURRENCY
                      PERFORM FIND-RECEIVABLE-ENTRY
                      PERFORM ADD-RECEIVABLE-ENTRY
                      ADD CHB-AMOUNT TO RV-AMOUNT(RV-IDX)
                      IF RV-SINCE-DATE(RV-IDX) = SPACES
                         OR CHB-DATE < RV-SINCE-DATE(RV-IDX)
                         MOVE CHB-DATE TO RV-SINCE-DATE(RV-IDX)
                      END-IF
                   ELSE
                      DISPLAY 'ERROR READING CHARGEBACK QUEUE: '
                               CHARGEBACK-STATUS
                      PERFORM ABEND-WITH-STATUS
                   END-IF
              END-READ
           END-PERFORM.
           IF CHARGEBACK-STATUS NOT = '05'
              AND CHARGEBACK-STATUS NOT = '35'
              CLOSE CHARGEBACK-FILE
           END-IF.

      **********************************************
      * FINDS THE RECEIVABLE ENTRY FOR WS-RV-MERCHANT-ID AND
      * WS-RV-CURRENCY, LEAVING RV-IDX ON IT WHEN FOUND.
      **********************************************
       FIND-RECEIVABLE-ENTRY.
           MOVE 'N' TO WS-RCV-FOUND.
           IF RECEIVABLE-COUNT > 0
              SET RV-IDX TO 1
              SEARCH RECEIVABLE-ENTRY
                  AT END
                     CONTINUE
                  WHEN RV-IDX > RECEIVABLE-COUNT
                     CONTINUE
                  WHEN RV-MERCHANT-ID(RV-IDX) = WS-RV-MERCHANT-ID
                     AND RV-CURRENCY(RV-IDX) = WS-RV-CURRENCY
                     SET RCV-FOUND TO TRUE
              END-SEARCH
           END-IF.

      **********************************************
      * STARTS A RECEIVABLE ENTRY FOR A MERCHANT/CURRENCY NOT YET
      * ON THE TABLE, LEAVING RV-IDX ON IT.
      **********************************************
       ADD-RECEIVABLE-ENTRY.
           IF NOT RCV-FOUND
              IF RECEIVABLE-COUNT >= 2000
                 DISPLAY 'ERROR: RECEIVABLE TABLE FULL (2000 MAX)'
                 PERFORM ABEND-WITH-STATUS
              END-IF
              ADD 1 TO RECEIVABLE-COUNT
              SET RV-IDX TO RECEIVABLE-COUNT
              MOVE WS-RV-MERCHANT-ID TO RV-MERCHANT-ID(RV-IDX)
              MOVE WS-RV-CURRENCY TO RV-CURRENCY(RV-IDX)
              MOVE 0 TO RV-AMOUNT(RV-IDX)
              MOVE SPACES TO RV-SINCE-DATE(RV-IDX)
           END-IF.

      **********************************************
      * OPEN ALL FILES AND CHECK STATUS
      **********************************************
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN OUTPUT RECEIVABLE-OUT-FILE.
           IF RECEIVABLE-OUT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING RECEIVABLE CARRY OUTPUT: '
                       RECEIVABLE-OUT-STATUS
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
      * READS THE DAY'S APPROVALS AND ROLLS EACH ONE INTO ITS
      * MERCHANT/CURRENCY SETTLEMENT ENTRY AND ITS CURRENCY
      * TIE-OUT TOTAL. THE APPROVED AMOUNT IS THE EDITED FIELD
      * VSMJOB11 WROTE, SO NUMVAL-C TAKES THE CURRENCY SIGN OFF.
      * A POSTED REFUND OR REVERSAL ROLLS INTO THE MERCHANT'S
      * REFUND TOTAL INSTEAD - IT IS NOT IN VSMJOB11'S CARDXDD
      * APPROVED TOTAL, SO IT STAYS OUT OF THE TIE-OUT.
      **********************************************
       ACCUMULATE-APPROVALS.
           PERFORM UNTIL EOF
                      COMPUTE WS-APPROVED-AMOUNT =
                              FUNCTION NUMVAL-C(APPROVED-AMOUNT)
                      PERFORM FIND-SETTLE-ENTRY
                      IF APPROVED-IS-CREDIT
                         ADD 1 TO TOTAL-REFUNDS-READ
                         ADD 1 TO ST-REFUND-COUNT(ST-IDX)
                         ADD WS-APPROVED-AMOUNT
                              TO ST-REFUND-AMOUNT(ST-IDX)
                      ELSE
                         ADD 1 TO ST-TRANS-COUNT(ST-IDX)
                         ADD WS-APPROVED-AMOUNT
                              TO ST-GROSS-AMOUNT(ST-IDX)
                         PERFORM FIND-CCY-ENTRY
                         ADD 1 TO CC-TRANS-COUNT(CC-IDX)
                         ADD WS-APPROVED-AMOUNT
                              TO CC-GROSS-AMOUNT(CC-IDX)
                      END-IF
                   ELSE
                      DISPLAY 'ERROR READING APPROVED FILE: '
                               APPROVED-STATUS
              MOVE APPROVED-CURRENCY TO ST-CURRENCY(ST-IDX)
              MOVE 0 TO ST-TRANS-COUNT(ST-IDX)
              MOVE 0 TO ST-GROSS-AMOUNT(ST-IDX)
              MOVE 0 TO ST-REFUND-COUNT(ST-IDX)
              MOVE 0 TO ST-REFUND-AMOUNT(ST-IDX)
           END-IF.

      **********************************************

      **********************************************
      * WRITES ONE REMITTANCE RECORD AND ONE REGISTER LINE PER
      * MERCHANT/CURRENCY ENTRY: GROSS, INTERCHANGE FEE, THE
      * DAY'S REFUNDS, ANY CHARGEBACK RECOVERED, AND THE NET THE
      * MERCHANT IS ACTUALLY PAID.
      **********************************************
       WRITE-REMITTANCES.
           PERFORM VARYING ST-IDX FROM 1 BY 1
                      * WS-INTERCHANGE-BPS / 10000
              COMPUTE WS-NET-AMOUNT =
                      ST-GROSS-AMOUNT(ST-IDX) - WS-FEE-AMOUNT
              PERFORM NET-REFUNDS
              PERFORM RECOVER-CHARGEBACKS
              PERFORM FIND-MERCHANT-NAME
              MOVE SPACES TO REMITTANCE-REC
              MOVE ST-MERCHANT-ID(ST-IDX) TO RMT-MERCHANT-ID
              END-IF
              ADD 1 TO TOTAL-REMITTANCES
              PERFORM WRITE-REMIT-REGISTER-LINE
              PERFORM WRITE-REMIT-GL-ENTRIES
           END-PERFORM.

      **********************************************
      * JOURNALS THE REMITTANCE JUST WRITTEN. VSMJOB11 CREDITED
      * THE MERCHANT SETTLEMENT PAYABLE WITH THE GROSS AND DEBITED
      * IT WITH THE REFUNDS; THE FEE WE KEEP, THE NET WE PAY AND
      * THE CHARGEBACKS WE RECOVER CLEAR IT. A REFUND TOTAL THE
      * NET COULD NOT COVER LEAVES THE PAYABLE OVERDRAWN AND IS
      * MOVED TO MERCHANT RECEIVABLES WITH THE CARRY.
      **********************************************
       WRITE-REMIT-GL-ENTRIES.
           MOVE ST-CURRENCY(ST-IDX) TO GLP-CURRENCY.
           MOVE ST-MERCHANT-ID(ST-IDX) TO GLP-REFERENCE.

           MOVE GLA-MERCHANT-PAYABLE TO GLP-DEBIT-ACCT.
           MOVE GLA-INTERCHANGE-INCOME TO GLP-CREDIT-ACCT.
           MOVE WS-FEE-AMOUNT TO GLP-AMOUNT.
           MOVE 'INTERCHANGE FEE' TO GLP-DESC.
           PERFORM WRITE-GL-ENTRY.

           MOVE GLA-MERCHANT-PAYABLE TO GLP-DEBIT-ACCT.
           MOVE GLA-MERCHANT-RECEIVABLE TO GLP-CREDIT-ACCT.
           MOVE WS-RECOVERY-AMOUNT TO GLP-AMOUNT.
           MOVE 'CHARGEBACK RECOVERED' TO GLP-DESC.
           PERFORM WRITE-GL-ENTRY.

           MOVE GLA-MERCHANT-RECEIVABLE TO GLP-DEBIT-ACCT.
           MOVE GLA-MERCHANT-PAYABLE TO GLP-CREDIT-ACCT.
           MOVE WS-REFUND-SHORTFALL TO GLP-AMOUNT.
           MOVE 'REFUNDS UNCOVERED' TO GLP-DESC.
           PERFORM WRITE-GL-ENTRY.

           MOVE GLA-MERCHANT-PAYABLE TO GLP-DEBIT-ACCT.
           MOVE GLA-CASH-AT-BANK TO GLP-CREDIT-ACCT.
           MOVE WS-NET-AMOUNT TO GLP-AMOUNT.
           MOVE 'MERCHANT REMITTANCE' TO GLP-DESC.
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
              MOVE 'MRSETL11' TO GLJ-SOURCE-JOB
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
              DISPLAY 'MERCHANT: ' ST-MERCHANT-ID(ST-IDX)
              PERFORM ABEND-WITH-STATUS
           END-IF.
           ADD 1 TO GLP-LINES-WRITTEN.

      **********************************************
      * NETS THE DAY'S REFUNDS AND REVERSALS OUT OF THE MERCHANT'S
      * REMITTANCE. THE INTERCHANGE FEE ON THE ORIGINAL PURCHASE
      * IS NOT GIVEN BACK. WHAT THE NET CANNOT COVER IS OWED BY
      * THE MERCHANT AND JOINS ITS RECEIVABLE, TO BE RECOVERED
      * FROM LATER REMITTANCES THE SAME WAY AS A CHARGEBACK. WRITES
      * ONE REGISTER LINE WHEN THERE ARE REFUNDS TO NET.
      **********************************************
       NET-REFUNDS.
           MOVE 0 TO WS-REFUND-SHORTFALL.
           IF ST-REFUND-AMOUNT(ST-IDX) > WS-NET-AMOUNT
              COMPUTE WS-REFUND-SHORTFALL =
                      ST-REFUND-AMOUNT(ST-IDX) - WS-NET-AMOUNT
              MOVE 0 TO WS-NET-AMOUNT
              MOVE ST-MERCHANT-ID(ST-IDX) TO WS-RV-MERCHANT-ID
              MOVE ST-CURRENCY(ST-IDX) TO WS-RV-CURRENCY
              PERFORM FIND-RECEIVABLE-ENTRY
              PERFORM ADD-RECEIVABLE-ENTRY
              ADD WS-REFUND-SHORTFALL TO RV-AMOUNT(RV-IDX)
              IF RV-SINCE-DATE(RV-IDX) = SPACES
                 MOVE WS-RUN-DATE TO RV-SINCE-DATE(RV-IDX)
              END-IF
              ADD 1 TO TOTAL-REFUND-SHORTFALLS
           ELSE
              SUBTRACT ST-REFUND-AMOUNT(ST-IDX) FROM WS-NET-AMOUNT
           END-IF.
           IF ST-REFUND-COUNT(ST-IDX) > 0
              MOVE ST-REFUND-COUNT(ST-IDX) TO WS-COUNT-DISP
              MOVE ST-REFUND-AMOUNT(ST-IDX) TO WS-REFUND-DISP
              MOVE WS-REFUND-SHORTFALL TO WS-SHORTFALL-DISP
              MOVE SPACES TO SETTLE-REGISTER-REC
              IF WS-REFUND-SHORTFALL > 0
                 STRING ST-MERCHANT-ID(ST-IDX) DELIMITED BY SIZE
                        ' ' DELIMITED BY SIZE
                        ST-CURRENCY(ST-IDX) DELIMITED BY SIZE
                        ' REFUNDS ' DELIMITED BY SIZE
                        FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
                        ' TOTAL ' DELIMITED BY SIZE
                        FUNCTION TRIM(WS-REFUND-DISP)
                                 DELIMITED BY SIZE
                        ' UNCOVERED ' DELIMITED BY SIZE
                        FUNCTION TRIM(WS-SHORTFALL-DISP)
                                 DELIMITED BY SIZE
                        INTO SETTLE-REGISTER-REC
                 END-STRING
              ELSE
                 STRING ST-MERCHANT-ID(ST-IDX) DELIMITED BY SIZE
                        ' ' DELIMITED BY SIZE
                        ST-CURRENCY(ST-IDX) DELIMITED BY SIZE
                        ' REFUNDS ' DELIMITED BY SIZE
                        FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
                        ' TOTAL ' DELIMITED BY SIZE
                        FUNCTION TRIM(WS-REFUND-DISP)
                                 DELIMITED BY SIZE
                        ' NETTED' DELIMITED BY SIZE
                        INTO SETTLE-REGISTER-REC
                 END-STRING
              END-IF
              PERFORM WRITE-REGISTER-REC
           END-IF.

      **********************************************
      * NETS WHAT THE MERCHANT OWES IN THIS CURRENCY OUT OF THE
      * REMITTANCE ABOUT TO BE WRITTEN - AS MUCH AS THE NET CAN
      * COVER. THE REST STAYS ON THE RECEIVABLE ENTRY.
      **********************************************
       RECOVER-CHARGEBACKS.
           MOVE 0 TO WS-RECOVERY-AMOUNT.
           MOVE ST-MERCHANT-ID(ST-IDX) TO WS-RV-MERCHANT-ID.
           MOVE ST-CURRENCY(ST-IDX) TO WS-RV-CURRENCY.
           PERFORM FIND-RECEIVABLE-ENTRY.
           IF RCV-FOUND
              AND RV-AMOUNT(RV-IDX) > 0
              IF RV-AMOUNT(RV-IDX) > WS-NET-AMOUNT
                 MOVE WS-NET-AMOUNT TO WS-RECOVERY-AMOUNT
              ELSE
                 MOVE RV-AMOUNT(RV-IDX) TO WS-RECOVERY-AMOUNT
              END-IF
              SUBTRACT WS-RECOVERY-AMOUNT FROM RV-AMOUNT(RV-IDX)
              SUBTRACT WS-RECOVERY-AMOUNT FROM WS-NET-AMOUNT
              IF WS-RECOVERY-AMOUNT > 0
                 ADD 1 TO TOTAL-RECOVERIES
              END-IF
           END-IF.

      **********************************************
      * FINDS THE MERCHANT'S NAME ON THE REFERENCE TABLE FOR THE
      * PAYMENT INSTRUCTION.
           MOVE ST-GROSS-AMOUNT(ST-IDX) TO WS-GROSS-DISP.
           MOVE WS-FEE-AMOUNT TO WS-FEE-DISP.
           MOVE WS-NET-AMOUNT TO WS-NET-DISP.
           IF WS-RECOVERY-AMOUNT > 0
              MOVE WS-RECOVERY-AMOUNT TO WS-RECOVERY-DISP
              STRING ST-MERCHANT-ID(ST-IDX) DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     ST-CURRENCY(ST-IDX) DELIMITED BY SIZE
                     ' GROSS ' DELIMITED BY SIZE
                     FUNCTION TRIM(WS-GROSS-DISP) DELIMITED BY SIZE
                     ' FEE ' DELIMITED BY SIZE
                     FUNCTION TRIM(WS-FEE-DISP) DELIMITED BY SIZE
                     ' CB ' DELIMITED BY SIZE
                     FUNCTION TRIM(WS-RECOVERY-DISP)
                              DELIMITED BY SIZE
                     ' NET ' DELIMITED BY SIZE
                     FUNCTION TRIM(WS-NET-DISP) DELIMITED BY SIZE
                     INTO SETTLE-REGISTER-REC
              END-STRING
           ELSE
              STRING ST-MERCHANT-ID(ST-IDX) DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     ST-CURRENCY(ST-IDX) DELIMITED BY SIZE
                     ' GROSS ' DELIMITED BY SIZE
                     FUNCTION TRIM(WS-GROSS-DISP) DELIMITED BY SIZE
                     ' FEE ' DELIMITED BY SIZE
                     FUNCTION TRIM(WS-FEE-DISP) DELIMITED BY SIZE
                     ' NET ' DELIMITED BY SIZE
                     FUNCTION TRIM(WS-NET-DISP) DELIMITED BY SIZE
                     INTO SETTLE-REGISTER-REC
              END-STRING
           END-IF.
           PERFORM WRITE-REGISTER-REC.

      **********************************************
      * CARRIES EVERY RECEIVABLE THE NIGHT'S REMITTANCES COULD NOT
      * COVER TO RCVNEW, WITH ONE REGISTER LINE EACH, SO FINANCE
      * SEES WHAT IS STILL OWED AND SINCE WHEN.
      **********************************************
       WRITE-RECEIVABLE-CARRY.
           PERFORM VARYING RV-IDX FROM 1 BY 1
                   UNTIL RV-IDX > RECEIVABLE-COUNT
              IF RV-AMOUNT(RV-IDX) > 0
                 MOVE SPACES TO RECEIVABLE-OUT-REC
                 MOVE RV-MERCHANT-ID(RV-IDX) TO RCO-MERCHANT-ID
                 MOVE RV-CURRENCY(RV-IDX) TO RCO-CURRENCY
                 MOVE RV-AMOUNT(RV-IDX) TO RCO-AMOUNT
                 MOVE RV-SINCE-DATE(RV-IDX) TO RCO-SINCE-DATE
                 WRITE RECEIVABLE-OUT-REC
                 IF RECEIVABLE-OUT-STATUS NOT = '00'
                    DISPLAY 'ERROR WRITING RECEIVABLE CARRY: '
                             RECEIVABLE-OUT-STATUS
                    PERFORM ABEND-WITH-STATUS
                 END-IF
                 ADD 1 TO TOTAL-RECEIVABLES-OUT
                 MOVE RV-AMOUNT(RV-IDX) TO WS-RECOVERY-DISP
                 MOVE SPACES TO SETTLE-REGISTER-REC
                 STRING RV-MERCHANT-ID(RV-IDX) DELIMITED BY SIZE
                        ' ' DELIMITED BY SIZE
                        RV-CURRENCY(RV-IDX) DELIMITED BY SIZE
                        ' RECEIVABLE CARRIED ' DELIMITED BY SIZE
                        FUNCTION TRIM(WS-RECOVERY-DISP)
                                 DELIMITED BY SIZE
                        ' SINCE ' DELIMITED BY SIZE
                        RV-SINCE-DATE(RV-IDX) DELIMITED BY SIZE
                        INTO SETTLE-REGISTER-REC
                 END-STRING
                 PERFORM WRITE-REGISTER-REC
              END-IF
           END-PERFORM.

      **********************************************
      * TIES THE PER-CURRENCY GROSS ACCUMULATED OFF APRVDD
      * AGAINST CT-APPROVED-TOTAL ON VSMJOB11'S CARDXDD EXTRACT.
                       SETTLE-REGISTER-STATUS
           END-IF.

           CLOSE RECEIVABLE-OUT-FILE.
           IF RECEIVABLE-OUT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING RECEIVABLE CARRY: '
                       RECEIVABLE-OUT-STATUS
           END-IF.

           CLOSE GL-JOURNAL-FILE.
           IF GL-JOURNAL-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING GL JOURNAL: '
                       GL-JOURNAL-STATUS
           END-IF.

      **********************************************
      * APPENDS ONE RECORD TO THE CONSOLIDATED END-OF-NIGHT BATCH
      * STATUS LOG AND CLOSES IT. STATUS-LOG ITSELF WAS ALREADY
      * PATH SO THE RUN STILL LEAVES A 'FAILED' STATLOG RECORD
      * BEHIND - OTHERWISE AN ABEND LOOKS, TO BATSTS43, LIKE THE
      * JOB NEVER RAN AT ALL RATHER THAN LIKE IT FAILED.
      * THE NON-ZERO RETURN CODE KEEPS THE JCL FROM ROLLING THE
      * CARRY OR EMPTYING THE CHARGEBACK QUEUE.
      **********************************************
       ABEND-WITH-STATUS.
           SET ABEND-IN-PROGRESS TO TRUE.
           PERFORM WRITE-BATCH-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      **********************************************
           MOVE TOTAL-APPROVED-READ TO TOTAL-APPROVED-READ-DISP.
           MOVE TOTAL-REMITTANCES TO TOTAL-REMITTANCES-DISP.
           MOVE TOTAL-UNKNOWN-MERCHANTS TO TOTAL-UNKNOWN-MERCH-DISP.
           MOVE TOTAL-CHARGEBACKS-READ TO TOTAL-CHARGEBACKS-DISP.
           MOVE TOTAL-RECEIVABLES-IN TO TOTAL-RECEIVABLES-IN-DISP.
           MOVE TOTAL-RECOVERIES TO TOTAL-RECOVERIES-DISP.
           MOVE TOTAL-RECEIVABLES-OUT TO TOTAL-RECEIVABLES-OUT-DISP.
           MOVE TOTAL-REFUNDS-READ TO TOTAL-REFUNDS-READ-DISP.
           MOVE TOTAL-REFUND-SHORTFALLS TO TOTAL-REFUND-SHORTFALL-DISP.

           DISPLAY '========================================'.
           DISPLAY 'MERCHANT SETTLEMENT SUMMARY'.
           DISPLAY 'APPROVALS READ:     ' TOTAL-APPROVED-READ-DISP.
           DISPLAY 'REMITTANCES:        ' TOTAL-REMITTANCES-DISP.
           DISPLAY 'UNKNOWN MERCHANTS:  ' TOTAL-UNKNOWN-MERCH-DISP.
           DISPLAY 'REFUNDS READ:       ' TOTAL-REFUNDS-READ-DISP.
           DISPLAY 'REFUNDS UNCOVERED:  ' TOTAL-REFUND-SHORTFALL-DISP.
           DISPLAY 'CHARGEBACKS READ:   ' TOTAL-CHARGEBACKS-DISP.
           DISPLAY 'RECEIVABLES IN:     ' TOTAL-RECEIVABLES-IN-DISP.
           DISPLAY 'RECOVERIES:         ' TOTAL-RECOVERIES-DISP.
           DISPLAY 'RECEIVABLES OUT:    ' TOTAL-RECEIVABLES-OUT-DISP.
           DISPLAY 'GL JOURNAL LINES:   ' GLP-LINES-WRITTEN.
           IF BALANCE-TOTALS-OK
              DISPLAY 'CONTROL TIE-OUT:    BALANCED'
           ELSE
