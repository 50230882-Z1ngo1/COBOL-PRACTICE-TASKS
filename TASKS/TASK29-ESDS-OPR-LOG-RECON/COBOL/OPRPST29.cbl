      ******************************************************************
      * OPERATION POSTING WITH PAY/RETURN DECISIONING                  *
      *                                                                *
      * PURPOSE:                                                       *
      * ESDS29 ONLY RECONCILES THE OPERATION LOG AGAINST               *
      * TB_ACCOUNT_BAL - NOTHING POSTED THE DAY'S DEBITS AND CREDITS   *
      * TO THE BALANCES IN A CONTROLLED WAY OR DECIDED WHAT TO DO      *
      * WITH A DEBIT THAT WOULD OVERDRAW THE ACCOUNT, SO OPERATIONS    *
      * FIXED OVERDRAWN ACCOUNTS AFTER THE FACT FROM THE ESDS29        *
      * EXCEPTIONS. THIS JOB POSTS EVERY OPERATION APPENDED TO THE     *
      * LOG SINCE ITS LAST RUN, IN A DEFINED ORDER PER ACCOUNT, AND    *
      * PAYS, PAYS INTO OVERDRAFT, OR RETURNS EACH DEBIT. RETURNED     *
      * ITEMS GO TO A RETURNS FILE FOR THE ORIGINATOR. A DEBIT MAY     *
      * NOT DRAW ON FUNDS UNDER AN ACTIVE HOLD (HLDMNT29).             *
      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   PHASE 1 - PICK UP: RESUME AFTER THE LOG POSITION IN THE      *
      *     POSTING CHECKPOINT (PCKPTDD) - THE SAME RECORD-COUNT       *
      *     CHECKPOINT ESDS29 KEEPS FOR ITSELF, ADJUSTED BY RETPRG48   *
      *     WHEN THE LOG IS TRIMMED. A CHECKPOINT PAST END OF LOG      *
      *     (A RELOADED LOG) POSTS NOTHING, WARNS, AND LEAVES THE      *
      *     CHECKPOINT FOR OPS. PER NEW RECORD:                        *
      *       OPR-ID FEEASS - FEEASS29 POSTED ITS OWN CHARGE; SKIPPED. *
      *       OPR-ID ADJAPL - ADJAPL29 POSTED ITS OWN ADJUSTMENT;      *
      *         SKIPPED.                                               *
      *       BAD TYPE, AMOUNT OR DATE (ESDS29'S EDITS) - RETURNED     *
      *         'IV' UNPOSTED.                                         *
      *       OTHERWISE QUEUED ON ITS ACCOUNT.                         *
      *   PHASE 2 - POST, ONE ACCOUNT AT A TIME: ITS QUEUED            *
      *     OPERATIONS ARE ORDERED CREDITS FIRST, THEN DEBITS BY       *
      *     AMOUNT (DEBITORDER 1 SMALLEST FIRST, THE DEFAULT, SO THE   *
      *     MOST ITEMS PAY; 2 LARGEST FIRST), TIES IN LOG ORDER, AND   *
      *     APPLIED TO A RUNNING BALANCE. AVAILABLE IS THE RUNNING     *
      *     BALANCE LESS THE ACCOUNT'S HOLDS ACTIVE ON THE RUN DATE:   *
      *       NO ACCOUNT ON THE MASTER        - RETURNED 'NA'.         *
      *       NO TB_ACCOUNT_BAL ROW           - RETURNED 'NB'.         *
      *       ACCT-STATUS 'C' (CLOSED)        - RETURNED 'AC'.         *
      *       CREDIT                          - POSTED.                *
      *       DEBIT WITHIN AVAILABLE          - PAID.                  *
      *       DEBIT WITHIN AVAILABLE + LIMIT  - PAID INTO OVERDRAFT.   *
      *       DEBIT PAST AVAILABLE + LIMIT BUT WITHIN BALANCE + LIMIT  *
      *                                       - RETURNED 'NF', FUNDS   *
      *                                         ON HOLD.               *
      *       DEBIT PAST BALANCE + ACCT-LIMIT - RETURNED 'NF'.         *
      *     THE ACCOUNT'S ROW IS UPDATED ONCE WITH THE ENDING BALANCE. *
      *   PHASE 3 - ONE COMMIT AT END OF RUN, THEN THE CHECKPOINT      *
      *     MOVES PAST EVERYTHING READ. A FAILED RUN ROLLS BACK AND    *
      *     LEAVES THE CHECKPOINT, SO THE RERUN POSTS THE SAME         *
      *     OPERATIONS ONCE.                                           *
      *   ESDS29 READS THE RETURNS FILE SO A RETURNED DEBIT IS NOT     *
      *   REPORTED AS AN OVERDRAFT BREACH TO BE ADJUSTED.              *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/10/15                                               *
      *                                                                *
      * COPYBOOK: CYCDATE - PROCESSING-DATE LOOKUP REQUEST AREA        *
      *           RUNPARM - RUNTIME PARAMETER LOOKUP REQUEST AREA      *
      *           ACCTHOLD - ACCOUNT HOLD RECORD                       *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  AS-OPR (OPR.LOG.ESDS) - ESDS OPERATION LOG             *
      * INPUT:  ACCTDD (ACCT.MASTER) - VSAM KSDS ACCOUNT MASTER        *
      * INPUT:  HOLDDD (ACCT.HOLDS) - VSAM KSDS ACCOUNT HOLDS          *
      * I/O:    PCKPTDD (OPR.POST.CHECKPOINT) - LOG POSITION POSTED    *
      * OUTPUT: RTNDD (OPR.RETURNS) - RETURNED ITEMS FOR ORIGINATORS   *
      * OUTPUT: RPTDD (OPR.POSTING.RPT) - POSTING REPORT (PS, 80 B)    *
      * OUTPUT: STATLOG - SHARED STATUS LOG                            *
      * DB2:    TB_ACCOUNT_BAL (SELECT/UPDATE)                         *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPRPST29.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPR-LOG ASSIGN TO AS-OPR
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OPR-STATUS.

           SELECT ACCT-MASTER ASSIGN TO ACCTDD
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS ACCT-MAST-ID
             FILE STATUS IS ACCT-MASTER-STATUS.

           SELECT HOLD-FILE ASSIGN TO HOLDDD
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS HLD-KEY
             FILE STATUS IS HOLD-STATUS.

           SELECT POST-CHECKPOINT ASSIGN TO PCKPTDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS CHECKPOINT-STATUS.

           SELECT RETURNS-FILE ASSIGN TO RTNDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS RETURNS-STATUS.

           SELECT REPORT-FILE ASSIGN TO RPTDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS REPORT-STATUS.

           SELECT STATUS-LOG ASSIGN TO STATLOG
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS STATUS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OPR-LOG.
       01 OPR-LOG-REC.
          05 OPR-ACCT-ID PIC X(6).
          05 OPR-DATE PIC X(8).
          05 OPR-TYPE PIC X(1).
          05 OPR-AMT PIC 9(7)V99.
          05 OPR-ID PIC X(6).
          05 FILLER PIC X(50).

       FD ACCT-MASTER.
       01 ACCT-MASTER-REC.
          05 ACCT-MAST-ID PIC X(6).
          05 ACCT-CUST-NAME PIC X(25).
          05 ACCT-STATUS PIC X(1).
          05 ACCT-LIMIT PIC 9(7)V99.
          05 FILLER PIC X(39).

      * HOLDS AND LIENS MAINTAINED BY HLDMNT29.
       FD HOLD-FILE.
       01 HOLD-REC.
           COPY ACCTHOLD.

      * HOW FAR INTO THE OPERATION LOG THE LAST POSTING RUN GOT, AS
      * A RECORD COUNT FROM THE TOP OF THE ESDS - THE SAME LAYOUT
      * AND RULES AS ESDS29'S RECON CHECKPOINT. ONE RECORD,
      * REWRITTEN EACH RUN.
       FD POST-CHECKPOINT RECORDING MODE IS F.
       01 POST-CKPT-REC.
          05 CKPT-RUN-DATE PIC X(8).
          05 CKPT-LAST-POSITION PIC 9(9).
          05 FILLER PIC X(63).

      * ONE RECORD PER OPERATION NOT POSTED, FOR THE ORIGINATOR.
      * RTN-REASON-CODE: NF INSUFFICIENT FUNDS (TEXT 'FUNDS ON
      * HOLD' WHEN ONLY A HOLD STOPPED IT), AC ACCOUNT CLOSED,
      * NA NO SUCH ACCOUNT, NB NO BALANCE ON FILE, IV INVALID
      * OPERATION. ESDS29 READS THE SAME LAYOUT.
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

       FD REPORT-FILE RECORDING MODE IS F.
       01 REPORT-REC PIC X(80).

       FD STATUS-LOG RECORDING MODE IS F.
       01 STATUS-LOG-REC.
           COPY BATSTAT.

       WORKING-STORAGE SECTION.

      * SQL COMMUNICATION AREA
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

      * DCLGEN FOR TB_ACCOUNT_BAL
           EXEC SQL
             INCLUDE TASK29
           END-EXEC.

      * DB2 HOST VARIABLES
       01 HV-ACCT-ID PIC X(6).
       01 HV-BALANCE PIC S9(7)V99 COMP-3.

      * FILE STATUS VARIABLES
       01 WS-FILE-STATUSES.
          05 OPR-STATUS PIC X(2).
          05 ACCT-MASTER-STATUS PIC X(2).
          05 CHECKPOINT-STATUS PIC X(2).
          05 RETURNS-STATUS PIC X(2).
          05 HOLD-STATUS PIC X(2).
          05 REPORT-STATUS PIC X(2).
          05 STATUS-LOG-STATUS PIC X(2).

      * CONTROL FLAGS
       01 WS-FLAGS.
          05 WS-EOF PIC X(1) VALUE 'N'.
             88 EOF VALUE 'Y'.
          05 WS-DATE-FLAG PIC X(1) VALUE 'Y'.
             88 DATE-VALID VALUE 'Y'.
             88 DATE-INVALID VALUE 'N'.
          05 WS-CHECKPOINT-FLAG PIC X(1) VALUE 'N'.
             88 CHECKPOINT-FOUND VALUE 'Y'.
          05 WS-CKPT-EOF-FLAG PIC X(1) VALUE 'N'.
             88 CHECKPOINT-PAST-EOF VALUE 'Y'.
          05 WS-ACCOUNT-FOUND PIC X(1) VALUE 'N'.
             88 ACCOUNT-FOUND VALUE 'Y'.
          05 WS-SHIFT-FLAG PIC X(1) VALUE 'N'.
             88 SHIFT-DONE VALUE 'Y'.
          05 WS-HOLD-EOF-FLAG PIC X(1) VALUE 'N'.
             88 HOLD-EOF VALUE 'Y'.

      * THE STATE OF THE ACCOUNT BEING POSTED, FROM THE MASTER AND
      * TB_ACCOUNT_BAL. ONLY AN OPEN ACCOUNT WITH A BALANCE ROW
      * TAKES POSTINGS.
       01 WS-ACCT-STATE PIC X(1).
          88 ACCT-POSTABLE VALUE 'O'.
          88 ACCT-NOT-ON-MASTER VALUE 'N'.
          88 ACCT-NO-BALANCE VALUE 'B'.
          88 ACCT-CLOSED VALUE 'C'.

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

      * DEBIT ORDER WITHIN AN ACCOUNT (PARMDD DEBITORDER):
      * 1 = SMALLEST FIRST, 2 = LARGEST FIRST.
       01 WS-DEBIT-ORDER PIC 9(1) VALUE 1.
          88 LARGEST-FIRST VALUE 2.

       01 WS-RUN-DATE PIC X(8).

      * OPERATION DATE VALIDATION FIELDS (OPR-DATE IS YYYYMMDD)
       01 WS-OPR-DATE-GROUP.
          05 WS-OPR-YYYY PIC 9(4).
          05 WS-OPR-MM PIC 9(2).
          05 WS-OPR-DD PIC 9(2).
       01 WS-OPR-MM-MAX-DAY PIC 9(2).

      * LOG POSITIONS: WHERE THE LAST RUN STOPPED, HOW MANY PRIOR
      * RECORDS THIS RUN SKIPPED OVER, AND WHERE THIS RUN STOPPED.
       01 WS-CKPT-POSITION PIC 9(9) VALUE 0.
       01 WS-RECORDS-SKIPPED PIC 9(9) VALUE 0.
       01 WS-NEW-POSITION PIC 9(9) VALUE 0.
       01 WS-POSITION-DISP PIC Z(8)9.

      * THE OPERATIONS QUEUED FOR POSTING, IN LOG ORDER. OT-NEXT
      * CHAINS EACH ONE TO THE NEXT OPERATION ON THE SAME ACCOUNT
      * (0 ENDS THE CHAIN).
       01 OPERATION-COUNT PIC 9(5) VALUE 0.
       01 WS-OPERATION-TABLE.
          05 OPERATION-ENTRY OCCURS 20000 TIMES INDEXED BY OT-IDX.
             10 OT-ACCT-ID PIC X(6).
             10 OT-DATE PIC X(8).
             10 OT-TYPE PIC X(1).
             10 OT-AMT PIC 9(7)V99.
             10 OT-OPR-ID PIC X(6).
             10 OT-NEXT PIC 9(5).

      * THE ACCOUNTS WITH QUEUED OPERATIONS, IN ORDER OF FIRST
      * APPEARANCE, WITH THE HEAD AND TAIL OF EACH ONE'S CHAIN.
       01 ACCOUNT-COUNT PIC 9(5) VALUE 0.
       01 WS-ACCOUNT-TABLE.
          05 ACCOUNT-ENTRY OCCURS 10000 TIMES INDEXED BY AT-IDX.
             10 AT-ACCT-ID PIC X(6).
             10 AT-FIRST-OP PIC 9(5).
             10 AT-LAST-OP PIC 9(5).

      * ONE ACCOUNT'S OPERATIONS IN POSTING ORDER. WK-SORT-KEY IS
      * CLASS (1 CREDIT, 2 DEBIT), AMOUNT IN CENTS (COMPLEMENTED
      * FOR LARGEST FIRST), THEN LOG SEQUENCE.
       01 WORK-COUNT PIC 9(3) VALUE 0.
       01 WS-WORK-TABLE.
          05 WORK-ENTRY OCCURS 500 TIMES INDEXED BY WK-IDX.
             10 WK-SORT-KEY.
                15 WK-CLASS PIC 9(1).
                15 WK-AMOUNT-KEY PIC 9(9).
                15 WK-OP-NO PIC 9(5).
       01 WS-WORK-HOLD.
          05 WS-HOLD-SORT-KEY PIC X(15).
       01 WS-WK-I PIC 9(3).
       01 WS-WK-J PIC 9(3).
       01 WS-OP-NO PIC 9(5).
       01 WS-AMOUNT-CENTS PIC 9(9).

      * THE ACCOUNT'S RUNNING BALANCE AS ITS OPERATIONS POST, AND
      * THE ROOM LEFT INCLUDING THE OVERDRAFT LIMIT
       01 WS-RUN-BALANCE PIC S9(9)V99.
       01 WS-AVAIL-BALANCE PIC S9(9)V99.

      * HOLDS ACTIVE ON THE RUN DATE FROM HOLDDD, TOTALLED BY
      * ACCOUNT. THE HOLD FILE IS READ IN KEY ORDER, SO THE TABLE
      * IS BUILT IN ACCOUNT ORDER FOR SEARCH ALL. WS-ACCT-HELD IS
      * THE TOTAL FOR THE ACCOUNT BEING POSTED.
       01 HELD-ACCOUNT-TABLE.
          05 HELD-COUNT PIC 9(5) VALUE 0.
          05 HELD-ENTRY OCCURS 1 TO 10000 TIMES
                        DEPENDING ON HELD-COUNT
                        ASCENDING KEY IS HT-ACCT-ID
                        INDEXED BY HT-IDX.
             10 HT-ACCT-ID PIC X(6).
             10 HT-AMOUNT PIC 9(9)V99.
       01 WS-ACCT-HELD PIC 9(9)V99.
       01 WS-ACCT-POSTINGS PIC 9(5).

      * THE OUTCOME OF THE OPERATION JUST DECIDED
       01 WS-OUTCOME PIC X(20).
       01 WS-RTN-CODE PIC X(2).
       01 WS-RTN-TEXT PIC X(24).

      * REPORT LINE AND EDITED FIELDS
       01 WS-RPT-LINE PIC X(80).
       01 WS-RPT-AMOUNT PIC Z,ZZZ,ZZ9.99.
       01 WS-RPT-BALANCE PIC -Z,ZZZ,ZZ9.99.
       01 WS-RPT-TOTAL PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-RPT-COUNT PIC Z(6)9.
       77 WS-SQLCODE-DISP PIC -Z(9)9.

      * STATISTICS COUNTERS AND AMOUNTS
       01 WS-COUNTERS.
          05 OPERATIONS-READ PIC 9(7) VALUE 0.
          05 OPERATIONS-PREPOSTED PIC 9(7) VALUE 0.
          05 CREDITS-POSTED PIC 9(7) VALUE 0.
          05 DEBITS-PAID PIC 9(7) VALUE 0.
          05 DEBITS-PAID-OD PIC 9(7) VALUE 0.
          05 ITEMS-RETURNED PIC 9(7) VALUE 0.
          05 ITEMS-RETURNED-HELD PIC 9(7) VALUE 0.
          05 ITEMS-INVALID PIC 9(7) VALUE 0.
          05 ITEMS-NO-ACCOUNT PIC 9(7) VALUE 0.
          05 ACCOUNTS-UPDATED PIC 9(7) VALUE 0.
       01 WS-AMOUNTS.
          05 CREDITS-POSTED-AMT PIC 9(11)V99 VALUE 0.
          05 DEBITS-PAID-AMT PIC 9(11)V99 VALUE 0.
          05 DEBITS-PAID-OD-AMT PIC 9(11)V99 VALUE 0.
          05 ITEMS-RETURNED-AMT PIC 9(11)V99 VALUE 0.
          05 ITEMS-RETURNED-HELD-AMT PIC 9(11)V99 VALUE 0.

      **********************************************
      * CHECKPOINT -> PICK UP NEW OPERATIONS -> POST PER ACCOUNT
      * -> COMMIT -> CLOSE -> ADVANCE CHECKPOINT -> STATUS ->
      * SUMMARY.
      **********************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM SET-BST-START-TS.
           PERFORM OPEN-STATUS-LOG.
           PERFORM LOAD-RUNTIME-PARMS.
           MOVE 'OPRPST29' TO CD-JOB-NAME.
           CALL 'CYCDAT40' USING WS-CYCDATE-REQUEST END-CALL.
           MOVE CD-CYCLE-DATE TO WS-RUN-DATE.
           PERFORM READ-POST-CHECKPOINT.
           PERFORM LOAD-ACTIVE-HOLDS.
           PERFORM OPEN-ALL-FILES.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM SKIP-TO-CHECKPOINT.
           PERFORM LOAD-NEW-OPERATIONS.
           PERFORM VARYING AT-IDX FROM 1 BY 1
                   UNTIL AT-IDX > ACCOUNT-COUNT
              PERFORM POST-ONE-ACCOUNT
           END-PERFORM.
           PERFORM WRITE-POSTING-TOTALS.
           PERFORM FINAL-COMMIT.
           PERFORM CLOSE-ALL-FILES.
           PERFORM WRITE-POST-CHECKPOINT.
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
      * FETCHES THE DEBIT ORDER FROM THE PARMDD FACILITY. ANY
      * VALUE BUT 2 MEANS SMALLEST FIRST.
      **********************************************
       LOAD-RUNTIME-PARMS.
           MOVE 'OPRPST29' TO RP-JOB-NAME.
           MOVE 'DEBITORDER' TO RP-KEYWORD.
           MOVE WS-DEBIT-ORDER TO RP-DEFAULT-VALUE.
           CALL 'PRMGET50' USING WS-RUNPARM-REQUEST END-CALL.
           MOVE RP-VALUE TO WS-DEBIT-ORDER.
           IF LARGEST-FIRST
              DISPLAY 'DEBIT ORDER: LARGEST FIRST'
           ELSE
              MOVE 1 TO WS-DEBIT-ORDER
              DISPLAY 'DEBIT ORDER: SMALLEST FIRST'
           END-IF.

      **********************************************
      * READS THE LOG POSITION THE LAST POSTING RUN REACHED. NO
      * CHECKPOINT FILE YET MEANS THE FIRST RUN POSTS THE WHOLE
      * LOG.
      **********************************************
       READ-POST-CHECKPOINT.
           OPEN INPUT POST-CHECKPOINT.
           IF CHECKPOINT-STATUS = '00'
              PERFORM UNTIL CHECKPOINT-STATUS NOT = '00'
                 READ POST-CHECKPOINT
                 IF CHECKPOINT-STATUS = '00'
                    MOVE CKPT-LAST-POSITION TO WS-CKPT-POSITION
                    SET CHECKPOINT-FOUND TO TRUE
                 END-IF
              END-PERFORM
              CLOSE POST-CHECKPOINT
           END-IF.
           IF CHECKPOINT-FOUND
              MOVE WS-CKPT-POSITION TO WS-POSITION-DISP
              DISPLAY 'POSTING AFTER LOG POSITION ' WS-POSITION-DISP
           ELSE
              DISPLAY 'NO POSTING CHECKPOINT - POSTING THE WHOLE LOG'
           END-IF.

      **********************************************
      * OPEN ALL FILES AND CHECK STATUS
      **********************************************
       OPEN-ALL-FILES.
           OPEN INPUT OPR-LOG.
           IF OPR-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING OPR-LOG FILE: ' OPR-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN INPUT ACCT-MASTER.
           IF ACCT-MASTER-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING ACCT-MASTER FILE: '
                       ACCT-MASTER-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN OUTPUT RETURNS-FILE.
           IF RETURNS-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING RETURNS FILE: ' RETURNS-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING REPORT FILE: ' REPORT-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * HEADS THE POSTING REPORT.
      **********************************************
       WRITE-REPORT-HEADING.
           STRING 'OPRPST29 - OPERATION POSTING  DATE '
                  DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING.
           IF LARGEST-FIRST
              MOVE 'DEBITS LARGEST FIRST' TO WS-RPT-LINE(50:20)
           ELSE
              MOVE 'DEBITS SMALLEST FIRST' TO WS-RPT-LINE(50:21)
           END-IF.
           PERFORM WRITE-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'ACCT' TO WS-RPT-LINE(1:4).
           MOVE 'OPR DATE' TO WS-RPT-LINE(8:8).
           MOVE 'T' TO WS-RPT-LINE(17:1).
           MOVE 'AMOUNT' TO WS-RPT-LINE(25:6).
           MOVE 'OPR-ID' TO WS-RPT-LINE(32:6).
           MOVE 'OUTCOME' TO WS-RPT-LINE(39:7).
           MOVE 'BALANCE AFTER' TO WS-RPT-LINE(60:13).
           PERFORM WRITE-REPORT-LINE.

      **********************************************
      * READS PAST THE RECORDS A PRIOR RUN ALREADY POSTED. HITTING
      * END-OF-FILE FIRST MEANS THE LOG SHRANK WITHOUT THE
      * CHECKPOINT BEING ADJUSTED - IT WAS RELOADED OR REPLACED -
      * SO NOTHING IS POSTED AND THE CHECKPOINT IS LEFT FOR OPS
      * RATHER THAN POSTING FROM A WRONG SPOT.
      **********************************************
       SKIP-TO-CHECKPOINT.
           PERFORM UNTIL EOF
                   OR WS-RECORDS-SKIPPED >= WS-CKPT-POSITION
              READ OPR-LOG
                AT END
                   SET EOF TO TRUE
                   SET CHECKPOINT-PAST-EOF TO TRUE
                   DISPLAY 'WARNING: POSTING CHECKPOINT PAST END '
                           'OF LOG - OPERATION LOG MAY HAVE BEEN '
                           'RELOADED. NOTHING POSTED.'
                NOT AT END
                   IF OPR-STATUS = '00'
                      ADD 1 TO WS-RECORDS-SKIPPED
                   ELSE
                      DISPLAY 'ERROR READING OPR-LOG FILE: '
                               OPR-STATUS
                      PERFORM ABEND-WITH-STATUS
                   END-IF
              END-READ
           END-PERFORM.

      **********************************************
      * READS EVERY OPERATION APPENDED SINCE THE CHECKPOINT AND
      * QUEUES IT ON ITS ACCOUNT.
      **********************************************
       LOAD-NEW-OPERATIONS.
           PERFORM UNTIL EOF
              READ OPR-LOG
                AT END
                   SET EOF TO TRUE
                NOT AT END
                   IF OPR-STATUS = '00'
                      ADD 1 TO OPERATIONS-READ
                      PERFORM QUEUE-ONE-OPERATION
                   ELSE
                      DISPLAY 'ERROR READING OPR-LOG FILE: ' OPR-STATUS
                      PERFORM ABEND-WITH-STATUS
                   END-IF
              END-READ
           END-PERFORM.

      **********************************************
      * FEEASS29'S CHARGES AND ADJAPL29'S ADJUSTMENTS ARE ALREADY
      * ON THE BALANCE AND ARE PASSED OVER. AN OPERATION FAILING
      * ESDS29'S FIELD EDITS IS RETURNED UNPOSTED. EVERYTHING ELSE
      * JOINS ITS ACCOUNT'S CHAIN.
      **********************************************
       QUEUE-ONE-OPERATION.
           IF OPR-ID = 'FEEASS' OR OPR-ID = 'ADJAPL'
              ADD 1 TO OPERATIONS-PREPOSTED
           ELSE
              PERFORM VALIDATE-OPR-DATE
              IF (OPR-TYPE NOT = 'D' AND OPR-TYPE NOT = 'C')
                 OR OPR-AMT NOT NUMERIC
                 OR OPR-AMT = 0
                 OR DATE-INVALID
                 PERFORM RETURN-INVALID-OPERATION
              ELSE
                 PERFORM ADD-TO-ACCOUNT-CHAIN
              END-IF
           END-IF.

      **********************************************
      * VALIDATES OPR-DATE AS A YYYYMMDD CALENDAR DATE, THE SAME
      * EDIT ESDS29 APPLIES.
      **********************************************
       VALIDATE-OPR-DATE.
           SET DATE-VALID TO TRUE.
           MOVE OPR-DATE TO WS-OPR-DATE-GROUP.
           IF WS-OPR-YYYY NOT NUMERIC
                       OR WS-OPR-MM NOT NUMERIC
                       OR WS-OPR-DD NOT NUMERIC
              SET DATE-INVALID TO TRUE
           ELSE
              IF WS-OPR-MM < 1 OR WS-OPR-MM > 12
                 SET DATE-INVALID TO TRUE
              ELSE
                 EVALUATE WS-OPR-MM
                    WHEN 4 WHEN 6 WHEN 9 WHEN 11
                       MOVE 30 TO WS-OPR-MM-MAX-DAY
                    WHEN 2
                       MOVE 29 TO WS-OPR-MM-MAX-DAY
                    WHEN OTHER
                       MOVE 31 TO WS-OPR-MM-MAX-DAY
                 END-EVALUATE
                 IF WS-OPR-DD < 1 OR WS-OPR-DD > WS-OPR-MM-MAX-DAY
                    SET DATE-INVALID TO TRUE
                 END-IF
              END-IF
           END-IF.

      **********************************************
      * RETURNS AN OPERATION THAT FAILED THE FIELD EDITS. ITS
      * AMOUNT IS CARRIED ONLY WHEN IT IS A NUMBER.
      **********************************************
       RETURN-INVALID-OPERATION.
           ADD 1 TO ITEMS-INVALID.
           MOVE SPACES TO RETURN-REC.
           MOVE OPR-ACCT-ID TO RTN-ACCT-ID.
           MOVE OPR-DATE TO RTN-OPR-DATE.
           MOVE OPR-TYPE TO RTN-OPR-TYPE.
           IF OPR-AMT NUMERIC
              MOVE OPR-AMT TO RTN-AMOUNT
           ELSE
              MOVE 0 TO RTN-AMOUNT
           END-IF.
           MOVE OPR-ID TO RTN-OPR-ID.
           MOVE 'IV' TO RTN-REASON-CODE.
           MOVE 'INVALID OPERATION' TO RTN-REASON-TEXT.
           PERFORM WRITE-RETURN-RECORD.
           MOVE RTN-AMOUNT TO WS-RPT-AMOUNT.
           MOVE OPR-ACCT-ID TO WS-RPT-LINE(1:6).
           MOVE OPR-DATE TO WS-RPT-LINE(8:8).
           MOVE OPR-TYPE TO WS-RPT-LINE(17:1).
           MOVE WS-RPT-AMOUNT TO WS-RPT-LINE(19:12).
           MOVE OPR-ID TO WS-RPT-LINE(32:6).
           MOVE 'RETURNED IV INVALID' TO WS-RPT-LINE(39:20).
           PERFORM WRITE-REPORT-LINE.

      **********************************************
      * ADDS THE OPERATION TO THE TABLE AND LINKS IT ONTO THE END
      * OF ITS ACCOUNT'S CHAIN, STARTING A NEW ACCOUNT ENTRY THE
      * FIRST TIME THE ACCOUNT IS SEEN. A FULL TABLE IS A HARD
      * ERROR - A DROPPED OPERATION WOULD NEVER POST.
      **********************************************
       ADD-TO-ACCOUNT-CHAIN.
           IF OPERATION-COUNT >= 20000
              DISPLAY 'ERROR: OPERATION TABLE FULL (20000 MAX)'
              PERFORM ABEND-WITH-STATUS
           END-IF.
           ADD 1 TO OPERATION-COUNT.
           SET OT-IDX TO OPERATION-COUNT.
           MOVE OPR-ACCT-ID TO OT-ACCT-ID(OT-IDX).
           MOVE OPR-DATE TO OT-DATE(OT-IDX).
           MOVE OPR-TYPE TO OT-TYPE(OT-IDX).
           MOVE OPR-AMT TO OT-AMT(OT-IDX).
           MOVE OPR-ID TO OT-OPR-ID(OT-IDX).
           MOVE 0 TO OT-NEXT(OT-IDX).

           MOVE 'N' TO WS-ACCOUNT-FOUND.
           IF ACCOUNT-COUNT > 0
              SET AT-IDX TO 1
              SEARCH ACCOUNT-ENTRY
                  AT END
                     CONTINUE
                  WHEN AT-IDX > ACCOUNT-COUNT
                     CONTINUE
                  WHEN AT-ACCT-ID(AT-IDX) = OPR-ACCT-ID
                     SET ACCOUNT-FOUND TO TRUE
              END-SEARCH
           END-IF.
           IF ACCOUNT-FOUND
              MOVE AT-LAST-OP(AT-IDX) TO WS-OP-NO
              MOVE OPERATION-COUNT TO OT-NEXT(WS-OP-NO)
              MOVE OPERATION-COUNT TO AT-LAST-OP(AT-IDX)
           ELSE
              IF ACCOUNT-COUNT >= 10000
                 DISPLAY 'ERROR: ACCOUNT TABLE FULL (10000 MAX)'
                 PERFORM ABEND-WITH-STATUS
              END-IF
              ADD 1 TO ACCOUNT-COUNT
              SET AT-IDX TO ACCOUNT-COUNT
              MOVE OPR-ACCT-ID TO AT-ACCT-ID(AT-IDX)
              MOVE OPERATION-COUNT TO AT-FIRST-OP(AT-IDX)
              MOVE OPERATION-COUNT TO AT-LAST-OP(AT-IDX)
           END-IF.

      **********************************************
      * POSTS ONE ACCOUNT: ORDERS ITS OPERATIONS, ESTABLISHES
      * WHETHER IT CAN TAKE POSTINGS, DECIDES EACH OPERATION IN
      * TURN AGAINST THE RUNNING BALANCE, THEN WRITES THE ENDING
      * BALANCE BACK ONCE.
      **********************************************
       POST-ONE-ACCOUNT.
           PERFORM ORDER-ACCOUNT-OPERATIONS.
           PERFORM GET-ACCOUNT-STATE.
           MOVE 0 TO WS-ACCT-POSTINGS.
           PERFORM VARYING WK-IDX FROM 1 BY 1
                   UNTIL WK-IDX > WORK-COUNT
              MOVE WK-OP-NO(WK-IDX) TO WS-OP-NO
              SET OT-IDX TO WS-OP-NO
              PERFORM DECIDE-ONE-OPERATION
           END-PERFORM.
           IF WS-ACCT-POSTINGS > 0
              PERFORM UPDATE-ACCOUNT-BALANCE
           END-IF.

      **********************************************
      * COPIES THE ACCOUNT'S CHAIN INTO THE WORK TABLE WITH ITS
      * SORT KEY AND PUTS IT IN POSTING ORDER BY INSERTION - A
      * SINGLE ACCOUNT'S DAY IS A HANDFUL OF ITEMS.
      **********************************************
       ORDER-ACCOUNT-OPERATIONS.
           MOVE 0 TO WORK-COUNT.
           MOVE AT-FIRST-OP(AT-IDX) TO WS-OP-NO.
           PERFORM UNTIL WS-OP-NO = 0
              IF WORK-COUNT >= 500
                 DISPLAY 'ERROR: MORE THAN 500 OPERATIONS FOR '
                         'ACCOUNT ' AT-ACCT-ID(AT-IDX)
                 PERFORM ABEND-WITH-STATUS
              END-IF
              ADD 1 TO WORK-COUNT
              SET WK-IDX TO WORK-COUNT
              SET OT-IDX TO WS-OP-NO
              COMPUTE WS-AMOUNT-CENTS = OT-AMT(OT-IDX) * 100
              IF OT-TYPE(OT-IDX) = 'C'
                 MOVE 1 TO WK-CLASS(WK-IDX)
              ELSE
                 MOVE 2 TO WK-CLASS(WK-IDX)
              END-IF
              IF LARGEST-FIRST
                 COMPUTE WK-AMOUNT-KEY(WK-IDX) =
                         999999999 - WS-AMOUNT-CENTS
              ELSE
                 MOVE WS-AMOUNT-CENTS TO WK-AMOUNT-KEY(WK-IDX)
              END-IF
              MOVE WS-OP-NO TO WK-OP-NO(WK-IDX)
              MOVE OT-NEXT(OT-IDX) TO WS-OP-NO
           END-PERFORM.

           PERFORM VARYING WS-WK-I FROM 2 BY 1
                   UNTIL WS-WK-I > WORK-COUNT
              MOVE WK-SORT-KEY(WS-WK-I) TO WS-HOLD-SORT-KEY
              MOVE WS-WK-I TO WS-WK-J
              MOVE 'N' TO WS-SHIFT-FLAG
              PERFORM UNTIL SHIFT-DONE
                 IF WS-WK-J <= 1
                    SET SHIFT-DONE TO TRUE
                 ELSE
                    IF WK-SORT-KEY(WS-WK-J - 1) > WS-HOLD-SORT-KEY
                       MOVE WK-SORT-KEY(WS-WK-J - 1)
                            TO WK-SORT-KEY(WS-WK-J)
                       SUBTRACT 1 FROM WS-WK-J
                    ELSE
                       SET SHIFT-DONE TO TRUE
                    END-IF
                 END-IF
              END-PERFORM
              MOVE WS-HOLD-SORT-KEY TO WK-SORT-KEY(WS-WK-J)
           END-PERFORM.

      **********************************************
      * TOTALS THE HOLDS ACTIVE ON THE RUN DATE BY ACCOUNT FROM
      * HOLDDD: IN FORCE, START DATE REACHED, AND EXPIRY BLANK OR
      * NOT PASSED. OPENS AND CLOSES THE FILE ITSELF. NO HOLD
      * FILE (STATUS 05/35) LEAVES THE TABLE EMPTY. A FULL TABLE
      * IS A HARD ERROR - AN ACCOUNT LEFT OUT WOULD HAVE ITS HELD
      * FUNDS PAID AWAY.
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
                         AND HLD-START-DATE NOT > WS-RUN-DATE
                         AND (HLD-EXPIRY-DATE = SPACES
                          OR HLD-EXPIRY-DATE NOT < WS-RUN-DATE)
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
      * READS THE ACCOUNT MASTER AND, FOR AN OPEN ACCOUNT, THE
      * STARTING BALANCE FROM TB_ACCOUNT_BAL AND THE ACCOUNT'S
      * ACTIVE HOLDS. A DB2 ERROR OTHER THAN A MISSING ROW IS
      * CRITICAL.
      **********************************************
       GET-ACCOUNT-STATE.
           MOVE AT-ACCT-ID(AT-IDX) TO ACCT-MAST-ID.
           READ ACCT-MASTER RECORD KEY IS ACCT-MAST-ID
             INVALID KEY
                 SET ACCT-NOT-ON-MASTER TO TRUE
             NOT INVALID KEY
                 IF ACCT-STATUS = 'C'
                    SET ACCT-CLOSED TO TRUE
                 ELSE
                    SET ACCT-POSTABLE TO TRUE
                 END-IF
           END-READ.
           IF ACCT-MASTER-STATUS NOT = '00'
                                 AND ACCT-MASTER-STATUS NOT = '23'
              DISPLAY 'ERROR READ ACCT-MASTER FILE: ' ACCT-MASTER-STATUS
              EXEC SQL
                ROLLBACK WORK
              END-EXEC
              PERFORM ABEND-WITH-STATUS
           END-IF.

           IF ACCT-POSTABLE
              MOVE AT-ACCT-ID(AT-IDX) TO HV-ACCT-ID
              EXEC SQL
                SELECT BALANCE
                  INTO :ACCT-BALANCE
                  FROM TB_ACCOUNT_BAL
                 WHERE ACCT_ID = :HV-ACCT-ID
              END-EXEC
              EVALUATE TRUE
                  WHEN SQLCODE = 0
                    MOVE ACCT-BALANCE TO WS-RUN-BALANCE
                  WHEN SQLCODE = 100
                    SET ACCT-NO-BALANCE TO TRUE
                  WHEN OTHER
                    MOVE SQLCODE TO WS-SQLCODE-DISP
                    DISPLAY 'CRITICAL BALANCE FETCH ERROR: '
                             WS-SQLCODE-DISP
                    DISPLAY 'ACCOUNT: ' HV-ACCT-ID
                    EXEC SQL
                      ROLLBACK WORK
                    END-EXEC
                    PERFORM ABEND-WITH-STATUS
              END-EVALUATE
           END-IF.

           MOVE 0 TO WS-ACCT-HELD.
           IF ACCT-POSTABLE AND HELD-COUNT > 0
              SEARCH ALL HELD-ENTRY
                  AT END
                     CONTINUE
                  WHEN HT-ACCT-ID(HT-IDX) = AT-ACCT-ID(AT-IDX)
                     MOVE HT-AMOUNT(HT-IDX) TO WS-ACCT-HELD
              END-SEARCH
           END-IF.

      **********************************************
      * DECIDES ONE OPERATION (OT-IDX) AGAINST THE RUNNING
      * BALANCE AND REPORTS IT. RETURNED ITEMS LEAVE THE BALANCE
      * UNTOUCHED AND GO TO THE RETURNS FILE.
      **********************************************
       DECIDE-ONE-OPERATION.
           MOVE SPACES TO WS-RTN-CODE.
           EVALUATE TRUE
               WHEN ACCT-NOT-ON-MASTER
                 ADD 1 TO ITEMS-NO-ACCOUNT
                 MOVE 'NA' TO WS-RTN-CODE
                 MOVE 'NO SUCH ACCOUNT' TO WS-RTN-TEXT
               WHEN ACCT-NO-BALANCE
                 ADD 1 TO ITEMS-NO-ACCOUNT
                 MOVE 'NB' TO WS-RTN-CODE
                 MOVE 'NO BALANCE ON FILE' TO WS-RTN-TEXT
               WHEN ACCT-CLOSED
                 MOVE 'AC' TO WS-RTN-CODE
                 MOVE 'ACCOUNT CLOSED' TO WS-RTN-TEXT
               WHEN OT-TYPE(OT-IDX) = 'C'
                 ADD OT-AMT(OT-IDX) TO WS-RUN-BALANCE
                 ADD 1 TO CREDITS-POSTED
                 ADD OT-AMT(OT-IDX) TO CREDITS-POSTED-AMT
                 ADD 1 TO WS-ACCT-POSTINGS
                 MOVE 'POSTED' TO WS-OUTCOME
               WHEN WS-RUN-BALANCE - WS-ACCT-HELD >= OT-AMT(OT-IDX)
                 SUBTRACT OT-AMT(OT-IDX) FROM WS-RUN-BALANCE
                 ADD 1 TO DEBITS-PAID
                 ADD OT-AMT(OT-IDX) TO DEBITS-PAID-AMT
                 ADD 1 TO WS-ACCT-POSTINGS
                 MOVE 'PAID' TO WS-OUTCOME
               WHEN OTHER
                 COMPUTE WS-AVAIL-BALANCE =
                         WS-RUN-BALANCE - WS-ACCT-HELD + ACCT-LIMIT
                 IF WS-AVAIL-BALANCE >= OT-AMT(OT-IDX)
                    SUBTRACT OT-AMT(OT-IDX) FROM WS-RUN-BALANCE
                    ADD 1 TO DEBITS-PAID-OD
                    ADD OT-AMT(OT-IDX) TO DEBITS-PAID-OD-AMT
                    ADD 1 TO WS-ACCT-POSTINGS
                    MOVE 'PAID INTO OVERDRAFT' TO WS-OUTCOME
                 ELSE
                    MOVE 'NF' TO WS-RTN-CODE
                    IF WS-RUN-BALANCE + ACCT-LIMIT >= OT-AMT(OT-IDX)
                       MOVE 'FUNDS ON HOLD' TO WS-RTN-TEXT
                       ADD 1 TO ITEMS-RETURNED-HELD
                       ADD OT-AMT(OT-IDX) TO ITEMS-RETURNED-HELD-AMT
                    ELSE
                       MOVE 'INSUFFICIENT FUNDS' TO WS-RTN-TEXT
                    END-IF
                 END-IF
           END-EVALUATE.

           MOVE OT-AMT(OT-IDX) TO WS-RPT-AMOUNT.
           MOVE OT-ACCT-ID(OT-IDX) TO WS-RPT-LINE(1:6).
           MOVE OT-DATE(OT-IDX) TO WS-RPT-LINE(8:8).
           MOVE OT-TYPE(OT-IDX) TO WS-RPT-LINE(17:1).
           MOVE WS-RPT-AMOUNT TO WS-RPT-LINE(19:12).
           MOVE OT-OPR-ID(OT-IDX) TO WS-RPT-LINE(32:6).
           IF WS-RTN-CODE = SPACES
              MOVE WS-OUTCOME TO WS-RPT-LINE(39:20)
              MOVE WS-RUN-BALANCE TO WS-RPT-BALANCE
              MOVE WS-RPT-BALANCE TO WS-RPT-LINE(60:13)
           ELSE
              MOVE SPACES TO WS-OUTCOME
              STRING 'RETURNED ' DELIMITED BY SIZE
                     WS-RTN-CODE DELIMITED BY SIZE
                     INTO WS-OUTCOME
              END-STRING
              MOVE WS-OUTCOME TO WS-RPT-LINE(39:20)
              MOVE WS-RTN-TEXT TO WS-RPT-LINE(51:22)
              PERFORM RETURN-QUEUED-OPERATION
           END-IF.
           PERFORM WRITE-REPORT-LINE.

      **********************************************
      * WRITES THE RETURNS RECORD FOR A QUEUED OPERATION (OT-IDX)
      * WITH THE REASON JUST DECIDED.
      **********************************************
       RETURN-QUEUED-OPERATION.
           MOVE SPACES TO RETURN-REC.
           MOVE OT-ACCT-ID(OT-IDX) TO RTN-ACCT-ID.
           MOVE OT-DATE(OT-IDX) TO RTN-OPR-DATE.
           MOVE OT-TYPE(OT-IDX) TO RTN-OPR-TYPE.
           MOVE OT-AMT(OT-IDX) TO RTN-AMOUNT.
           MOVE OT-OPR-ID(OT-IDX) TO RTN-OPR-ID.
           MOVE WS-RTN-CODE TO RTN-REASON-CODE.
           MOVE WS-RTN-TEXT TO RTN-REASON-TEXT.
           PERFORM WRITE-RETURN-RECORD.

      **********************************************
      * STAMPS AND WRITES THE RECORD IN RETURN-REC.
      **********************************************
       WRITE-RETURN-RECORD.
           MOVE WS-RUN-DATE TO RTN-RETURN-DATE.
           WRITE RETURN-REC.
           IF RETURNS-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING RETURNS FILE: ' RETURNS-STATUS
              EXEC SQL
                ROLLBACK WORK
              END-EXEC
              PERFORM ABEND-WITH-STATUS
           END-IF.
           ADD 1 TO ITEMS-RETURNED.
           ADD RTN-AMOUNT TO ITEMS-RETURNED-AMT.

      **********************************************
      * WRITES THE ACCOUNT'S ENDING BALANCE BACK TO ITS
      * TB_ACCOUNT_BAL ROW. ANY FAILURE IS CRITICAL.
      **********************************************
       UPDATE-ACCOUNT-BALANCE.
           MOVE AT-ACCT-ID(AT-IDX) TO HV-ACCT-ID.
           MOVE WS-RUN-BALANCE TO HV-BALANCE.
           EXEC SQL
             UPDATE TB_ACCOUNT_BAL
                SET BALANCE = :HV-BALANCE
              WHERE ACCT_ID = :HV-ACCT-ID
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISP
              DISPLAY 'CRITICAL BALANCE UPDATE ERROR: '
                       WS-SQLCODE-DISP
              DISPLAY 'ACCOUNT: ' HV-ACCT-ID
              EXEC SQL
                ROLLBACK WORK
              END-EXEC
              PERFORM ABEND-WITH-STATUS
           END-IF.
           ADD 1 TO ACCOUNTS-UPDATED.

      **********************************************
      * THE REPORT'S CLOSING TOTALS.
      **********************************************
       WRITE-POSTING-TOTALS.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'POSTING TOTALS' TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE '  CREDITS POSTED' TO WS-RPT-LINE.
           MOVE CREDITS-POSTED TO WS-RPT-COUNT.
           MOVE CREDITS-POSTED-AMT TO WS-RPT-TOTAL.
           PERFORM WRITE-TOTAL-LINE.
           MOVE '  DEBITS PAID' TO WS-RPT-LINE.
           MOVE DEBITS-PAID TO WS-RPT-COUNT.
           MOVE DEBITS-PAID-AMT TO WS-RPT-TOTAL.
           PERFORM WRITE-TOTAL-LINE.
           MOVE '  DEBITS PAID INTO OVERDRAFT' TO WS-RPT-LINE.
           MOVE DEBITS-PAID-OD TO WS-RPT-COUNT.
           MOVE DEBITS-PAID-OD-AMT TO WS-RPT-TOTAL.
           PERFORM WRITE-TOTAL-LINE.
           MOVE '  ITEMS RETURNED' TO WS-RPT-LINE.
           MOVE ITEMS-RETURNED TO WS-RPT-COUNT.
           MOVE ITEMS-RETURNED-AMT TO WS-RPT-TOTAL.
           PERFORM WRITE-TOTAL-LINE.
           MOVE '    OF WHICH FUNDS ON HOLD' TO WS-RPT-LINE.
           MOVE ITEMS-RETURNED-HELD TO WS-RPT-COUNT.
           MOVE ITEMS-RETURNED-HELD-AMT TO WS-RPT-TOTAL.
           PERFORM WRITE-TOTAL-LINE.
           MOVE '  FEES/ADJUSTMENTS, ALREADY POSTED' TO WS-RPT-LINE.
           MOVE OPERATIONS-PREPOSTED TO WS-RPT-COUNT.
           MOVE WS-RPT-COUNT TO WS-RPT-LINE(36:7).
           PERFORM WRITE-REPORT-LINE.
           IF CHECKPOINT-PAST-EOF
              MOVE '*** CHECKPOINT PAST END OF LOG - NOTHING POSTED ***'
                   TO WS-RPT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF.

      **********************************************
      * A TOTALS LINE: THE LABEL ALREADY IN WS-RPT-LINE, THEN THE
      * COUNT AND AMOUNT.
      **********************************************
       WRITE-TOTAL-LINE.
           MOVE WS-RPT-COUNT TO WS-RPT-LINE(36:7).
           MOVE WS-RPT-TOTAL TO WS-RPT-LINE(45:17).
           PERFORM WRITE-REPORT-LINE.

      **********************************************
      * WRITES WHATEVER LINE IS CURRENTLY IN WS-RPT-LINE.
      **********************************************
       WRITE-REPORT-LINE.
           MOVE WS-RPT-LINE TO REPORT-REC.
           WRITE REPORT-REC.
           IF REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING REPORT FILE: ' REPORT-STATUS
              EXEC SQL
                ROLLBACK WORK
              END-EXEC
              PERFORM ABEND-WITH-STATUS
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.

      **********************************************
      * ONE COMMIT FOR THE WHOLE RUN, SO THE CHECKPOINT WRITTEN
      * AFTER IT ALWAYS AGREES WITH WHAT IS ON THE BALANCES.
      **********************************************
       FINAL-COMMIT.
           IF ACCOUNTS-UPDATED > 0
              EXEC SQL
                COMMIT WORK
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE SQLCODE TO WS-SQLCODE-DISP
                 DISPLAY 'COMMIT ERROR: ' WS-SQLCODE-DISP
                 EXEC SQL
                   ROLLBACK WORK
                 END-EXEC
                 PERFORM ABEND-WITH-STATUS
              END-IF
           END-IF.

      **********************************************
      * REWRITES PCKPTDD WITH THE LOG POSITION THIS RUN REACHED.
      * A RUN SUSPENDED BY A CHECKPOINT PAST END-OF-LOG LEAVES IT
      * UNTOUCHED FOR OPS TO INVESTIGATE. SAME SINGLE-RECORD OPEN
      * I-O/REWRITE PATTERN AS ESDS29'S CHECKPOINT.
      **********************************************
       WRITE-POST-CHECKPOINT.
           IF CHECKPOINT-PAST-EOF
              DISPLAY 'POSTING CHECKPOINT LEFT UNCHANGED PENDING '
                      'REVIEW'
           ELSE
              COMPUTE WS-NEW-POSITION =
                      WS-RECORDS-SKIPPED + OPERATIONS-READ
              OPEN I-O POST-CHECKPOINT
              IF CHECKPOINT-STATUS = '05' OR CHECKPOINT-STATUS = '35'
                 OPEN OUTPUT POST-CHECKPOINT
              END-IF
              IF CHECKPOINT-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING POSTING CHECKPOINT: '
                         CHECKPOINT-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
              READ POST-CHECKPOINT
              IF CHECKPOINT-STATUS = '00'
                 MOVE WS-RUN-DATE TO CKPT-RUN-DATE
                 MOVE WS-NEW-POSITION TO CKPT-LAST-POSITION
                 REWRITE POST-CKPT-REC
              ELSE
                 MOVE SPACES TO POST-CKPT-REC
                 MOVE WS-RUN-DATE TO CKPT-RUN-DATE
                 MOVE WS-NEW-POSITION TO CKPT-LAST-POSITION
                 WRITE POST-CKPT-REC
              END-IF
              IF CHECKPOINT-STATUS NOT = '00'
                 DISPLAY 'ERROR WRITING POSTING CHECKPOINT: '
                         CHECKPOINT-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
              CLOSE POST-CHECKPOINT
           END-IF.

      **********************************************
      * CLOSE ALL FILES AND CHECK STATUS
      **********************************************
       CLOSE-ALL-FILES.
           CLOSE OPR-LOG.
           IF OPR-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING OPR-LOG FILE: '
                       OPR-STATUS
           END-IF.
           CLOSE ACCT-MASTER.
           IF ACCT-MASTER-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING ACCT-MASTER FILE: '
                       ACCT-MASTER-STATUS
           END-IF.
           CLOSE RETURNS-FILE.
           IF RETURNS-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING RETURNS FILE: '
                       RETURNS-STATUS
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
           MOVE 'OPRPST29' TO BST-PROGRAM-ID.
           PERFORM GET-BST-TIMESTAMP.
           MOVE WS-BST-START-TS TO BST-START-TS.
           MOVE WS-BST-TS-BUILT TO BST-END-TS.
           MOVE OPERATIONS-READ TO BST-RECORDS-IN.
           COMPUTE BST-RECORDS-OUT = CREDITS-POSTED + DEBITS-PAID
                   + DEBITS-PAID-OD.
           MOVE ITEMS-RETURNED TO BST-RECORDS-REJECTED.
           IF ABEND-IN-PROGRESS
              MOVE 'FAILED' TO BST-STATUS
              MOVE 'JOB ABENDED - SEE SYSOUT FOR DETAIL' TO BST-MESSAGE
           ELSE
              EVALUATE TRUE
                  WHEN CHECKPOINT-PAST-EOF
                    MOVE 'WARNING' TO BST-STATUS
                    MOVE 'CHECKPOINT PAST END OF LOG - NOT POSTED'
                         TO BST-MESSAGE
                  WHEN ITEMS-INVALID > 0 OR ITEMS-NO-ACCOUNT > 0
                    MOVE 'WARNING' TO BST-STATUS
                    MOVE 'INVALID OR UNKNOWN-ACCOUNT ITEMS RETURNED'
                         TO BST-MESSAGE
                  WHEN OTHER
                    MOVE 'COMPLETE' TO BST-STATUS
                    MOVE 'OPERATIONS POSTED' TO BST-MESSAGE
              END-EVALUATE
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
      * BEHIND. THE CHECKPOINT IS NOT ADVANCED, SO THE RERUN
      * POSTS THE ROLLED-BACK OPERATIONS AGAIN.
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
           DISPLAY 'OPERATION POSTING RUN COMPLETE.'.
           DISPLAY 'OPERATIONS READ:         ' OPERATIONS-READ.
           DISPLAY 'ALREADY POSTED:          ' OPERATIONS-PREPOSTED.
           DISPLAY 'CREDITS POSTED:          ' CREDITS-POSTED.
           DISPLAY 'DEBITS PAID:             ' DEBITS-PAID.
           DISPLAY 'DEBITS PAID INTO OD:     ' DEBITS-PAID-OD.
           DISPLAY 'ITEMS RETURNED:          ' ITEMS-RETURNED.
           DISPLAY '  INVALID OPERATIONS:    ' ITEMS-INVALID.
           DISPLAY '  NO ACCOUNT/BALANCE:    ' ITEMS-NO-ACCOUNT.
           DISPLAY '  FUNDS ON HOLD:         ' ITEMS-RETURNED-HELD.
           DISPLAY 'ACCOUNTS UPDATED:        ' ACCOUNTS-UPDATED.

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
