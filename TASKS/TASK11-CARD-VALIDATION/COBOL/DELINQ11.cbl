      ******************************************************************
      * CARD DELINQUENCY CYCLE BATCH                                   *
      *                                                                *
      * PURPOSE:                                                       *
      * CRDSTM11 PRINTS A MINIMUM PAYMENT AND A DUE DATE, BUT NOTHING  *
      * EVER CHECKED WHETHER THE MINIMUM WAS PAID - DELINQUENT CARDS   *
      * KEPT AUTHORIZING IN VSMJOB11 UNTIL SOMEONE NOTICED BY HAND.    *
      * THIS MONTHLY JOB, RUN AFTER THE STATEMENT DUE DATE, COMPARES   *
      * THE CRDPAY11 PAYMENTS ON THE POSTED HISTORY WITH EACH          *
      * STATEMENT'S MINIMUM, AGES UNPAID CARDS INTO 30/60/90-DAY       *
      * BUCKETS CARRIED ACROSS CYCLES, POSTS A LATE FEE FOR EVERY      *
      * MISSED MINIMUM, AND RAISES A BLOCK CANDIDATE FOR BLKAPL11 ONCE *
      * A CARD REACHES 90 DAYS PAST DUE.                               *
      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   PHASE 1 - LOAD CRDSTM11'S STATEMENT SUMMARY (STSMDD) FOR     *
      *     THE CARD/CURRENCY LINES WITH A MINIMUM DUE. ALL LINES      *
      *     MUST BE FOR ONE PERIOD, AND THE CYCLE DATE MUST BE PAST    *
      *     THEIR DUE DATE.                                            *
      *   PHASE 2 - LOAD LAST CYCLE'S DELINQUENCY CARRY (DLQDD). A     *
      *     CARRY RECORD ALREADY AT THIS PERIOD MEANS THE PERIOD WAS   *
      *     ASSESSED BEFORE - THE RUN STOPS RATHER THAN FEE TWICE.     *
      *   PHASE 3 - LOAD THE CARD ACCOUNTS (ACCTDD, OPTIONAL) AND      *
      *     JOIN REISSUED MEMBER CARDS FROM XREFDD (OPTIONAL), AS      *
      *     STMTAG11 DOES. CRDSTM11 SUMMARISES AN ACCOUNT UNDER ITS    *
      *     PRIMARY CARD, SO EVERY CARD OF THE ACCOUNT IS MAPPED TO    *
      *     THAT PRIMARY CARD BELOW.                                   *
      *   PHASE 4 - ONE PASS OVER THE POSTED HISTORY (POSTDD): EVERY   *
      *     PAYMENT ('P') POSTED AFTER THE PERIOD END AND BY THE DUE   *
      *     DATE IS CREDITED TO ITS CARD/CURRENCY LINE - FOR A CARD    *
      *     ON AN ACCOUNT, THE ACCOUNT'S PRIMARY CARD LINE.            *
      *   PHASE 5 - PER CARD:                                          *
      *     EVERY MINIMUM PAID -> CURRENT (CURED IF IT WAS CARRIED).   *
      *     ANY MINIMUM SHORT  -> DAYS PAST DUE UP 30 FROM LAST CYCLE  *
      *                           (CAPPED AT 90), LATE FEE POSTED TO   *
      *                           POSTDD AS TYPE 'F', CARRIED TO       *
      *                           DLQNEW. AT WS-BLOCK-DAYS OR MORE A   *
      *                           BLOCK CANDIDATE GOES TO BLOKDD -     *
      *                           FOR AN ACCOUNT, ONE FOR EVERY CARD   *
      *                           STILL IN USE ON IT.                  *
      *     CARRIED CARDS WITH NO MINIMUM DUE THIS CYCLE ARE CURED.    *
      *   EVERY CARD ASSESSED OR CURED WRITES ONE REPORT LINE.         *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/10/15                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/10/15 - THE DELINQUENCY REPORT AND SYSOUT SHOW THE CARD   *
      *              NUMBER MASKED (CRDMSK11: FIRST SIX AND LAST FOUR  *
      *              DIGITS).                                          *
      * 2026/10/15 - A FAILED RUN NOW ENDS WITH RETURN CODE 16, SO THE *
      *              JCL NO LONGER APPLIES A PARTIAL BLOCK FILE OR     *
      *              ROLLS A PARTIAL CARRY.                            *
      * 2026/10/15 - PAYMENTS ON AN AUTHORIZED-USER CARD NOW COUNT     *
      *              AGAINST THE ACCOUNT'S STATEMENT (ACCTDD, XREFDD), *
      *              AND A 90-DAY ACCOUNT RAISES A BLOCK CANDIDATE FOR *
      *              EVERY CARD ON IT, NOT ONLY THE PRIMARY.           *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  STSMDD (CARD.STMT.SUMMARY) - CRDSTM11'S PER-CARD       *
      *         MINIMUM PAYMENT AND DUE DATE (PS, 80 B)                *
      * INPUT:  ACCTDD (CARD.ACCOUNT) - CARD ACCOUNT MEMBERSHIP        *
      *         (PS, 80 B, OPTIONAL)                                   *
      * INPUT:  XREFDD (CARD.REISSUE.XREF) - OLD-TO-NEW CARD NUMBERS   *
      *         FROM REISSU11 (PS, 80 B, OPTIONAL)                     *
      * INPUT:  DLQDD (CARD.DELINQ.CARRY) - LAST CYCLE'S DELINQUENT    *
      *         CARDS AND THEIR DAYS PAST DUE (PS, 80 B)               *
      * I/O:    POSTDD (CARD.POSTED.HIST) - POSTED-TRANSACTION         *
      *         HISTORY, READ FOR PAYMENTS AND EXTENDED WITH LATE      *
      *         FEES                                                   *
      * OUTPUT: DLQNEW (CARD.DELINQ.CARRY.NEW) - THIS CYCLE'S          *
      *         DELINQUENT CARDS, FED BACK IN NEXT CYCLE (PS, 80 B)    *
      * OUTPUT: BLOKDD (DELINQ.BLOCK.CANDIDATE) - CARDS 90 DAYS PAST   *
      *         DUE, IN BLKAPL11'S BLOCK-LIST LAYOUT (PS, 80 B)        *
      * OUTPUT: RPTDD (CARD.DELINQ.REPORT) - DELINQUENCY REPORT        *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DELINQ11.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STMT-SUMMARY-FILE ASSIGN TO STSMDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STMT-SUMMARY-STATUS.

           SELECT DELINQ-CARRY-IN-FILE ASSIGN TO DLQDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DELINQ-CARRY-IN-STATUS.

           SELECT CARD-ACCOUNT-FILE ASSIGN TO ACCTDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CARD-ACCOUNT-STATUS.

           SELECT REISSUE-XREF-FILE ASSIGN TO XREFDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REISSUE-XREF-STATUS.

           SELECT POSTED-HISTORY-FILE ASSIGN TO POSTDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS POSTED-HISTORY-STATUS.

           SELECT DELINQ-CARRY-OUT-FILE ASSIGN TO DLQNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DELINQ-CARRY-OUT-STATUS.

           SELECT BLOCK-LIST-FILE ASSIGN TO BLOKDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BLOCK-LIST-STATUS.

           SELECT DELINQ-REPORT-FILE ASSIGN TO RPTDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DELINQ-REPORT-STATUS.

           SELECT STATUS-LOG ASSIGN TO STATLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STATUS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * CRDSTM11'S STATEMENT SUMMARY - SEE STMT-SUMMARY-REC THERE.
       FD STMT-SUMMARY-FILE RECORDING MODE IS F.
       01 STMT-SUMMARY-REC.
          05 STS-CARD-NUM PIC 9(16).
          05 FILLER PIC X(1).
          05 STS-PERIOD PIC X(6).
          05 FILLER PIC X(1).
          05 STS-CURRENCY PIC X(3).
          05 FILLER PIC X(1).
          05 STS-CLOSING-AMOUNT PIC S9(9)V99.
          05 FILLER PIC X(1).
          05 STS-MIN-PAYMENT PIC 9(9)V99.
          05 FILLER PIC X(1).
          05 STS-DUE-DATE PIC X(8).
          05 FILLER PIC X(20).

      * SAME BYTE POSITIONS AS THE DELINQ-CARRY-OUT-REC BELOW.
       FD DELINQ-CARRY-IN-FILE RECORDING MODE IS F.
       01 DELINQ-CARRY-IN-REC.
          05 DQI-CARD-NUM PIC 9(16).
          05 FILLER PIC X(1).
          05 DQI-DAYS-PAST-DUE PIC 9(3).
          05 FILLER PIC X(1).
          05 DQI-PERIOD PIC X(6).
          05 FILLER PIC X(1).
          05 DQI-PAST-DUE-AMOUNT PIC 9(9)V99.
          05 FILLER PIC X(1).
          05 DQI-CURRENCY PIC X(3).
          05 FILLER PIC X(1).
          05 DQI-FEES-CHARGED PIC 9(5)V99.
          05 FILLER PIC X(29).

      * CARD ACCOUNT MEMBERSHIP, SEE COPYBOOK CARDACC.
       FD CARD-ACCOUNT-FILE RECORDING MODE IS F.
       01 CARD-ACCOUNT-REC.
          COPY CARDACC.

      * REISSUE CROSS-REFERENCE (OLD CARD -> SUCCESSOR) WRITTEN BY
      * REISSU11 IN REISSUE ORDER.
       FD REISSUE-XREF-FILE RECORDING MODE IS F.
       01 REISSUE-XREF-REC.
          05 XRF-OLD-CARD-NUM PIC 9(16).
          05 FILLER PIC X(1).
          05 XRF-NEW-CARD-NUM PIC 9(16).
          05 FILLER PIC X(47).

      * POSTED-TRANSACTION HISTORY IN VSMJOB11'S LAYOUT, OPENED
      * TWICE: INPUT FOR THE PAYMENT PASS, THEN EXTEND FOR THE
      * LATE FEES POSTED THIS RUN.
       FD POSTED-HISTORY-FILE RECORDING MODE IS F.
       01 POSTED-HISTORY-REC.
          05 HIST-CARD-NUM PIC 9(16).
          05 FILLER PIC X(1).
          05 HIST-POST-DATE PIC X(8).
          05 FILLER PIC X(1).
          05 HIST-TRANS-ID PIC X(5).
          05 FILLER PIC X(1).
          05 HIST-AMOUNT PIC 9(5)V99.
          05 FILLER PIC X(1).
          05 HIST-CURRENCY PIC X(3).
          05 FILLER PIC X(1).
          05 HIST-REC-TYPE PIC X(1).
          05 FILLER PIC X(35).

      * ONE RECORD PER CARD STILL PAST DUE AFTER THIS CYCLE:
      * DAYS PAST DUE, THE PERIOD LAST ASSESSED, THE MINIMUM
      * SHORTFALL AND ITS CURRENCY, AND FEES CHARGED TO DATE.
       FD DELINQ-CARRY-OUT-FILE RECORDING MODE IS F.
       01 DELINQ-CARRY-OUT-REC.
          05 DQO-CARD-NUM PIC 9(16).
          05 FILLER PIC X(1).
          05 DQO-DAYS-PAST-DUE PIC 9(3).
          05 FILLER PIC X(1).
          05 DQO-PERIOD PIC X(6).
          05 FILLER PIC X(1).
          05 DQO-PAST-DUE-AMOUNT PIC 9(9)V99.
          05 FILLER PIC X(1).
          05 DQO-CURRENCY PIC X(3).
          05 FILLER PIC X(1).
          05 DQO-FEES-CHARGED PIC 9(5)V99.
          05 FILLER PIC X(29).

      * BLKAPL11'S BLOCK-LIST LAYOUT. BLOCK-SOURCE 'D' TELLS
      * BLKAPL11 THIS IS A DELINQUENCY BLOCK, NOT A FRAUD CALL.
       FD BLOCK-LIST-FILE RECORDING MODE IS F.
       01 BLOCK-LIST-REC.
          05 BLOCK-CARD-NUM PIC 9(16).
          05 FILLER PIC X(1).
          05 BLOCK-DECLINE-COUNT PIC 9(3).
          05 FILLER PIC X(1).
          05 BLOCK-SOURCE PIC X(1).
          05 FILLER PIC X(58).

       FD DELINQ-REPORT-FILE RECORDING MODE IS F.
       01 DELINQ-REPORT-REC PIC X(80).

       FD STATUS-LOG RECORDING MODE IS F.
       01 STATUS-LOG-REC.
           COPY BATSTAT.

       WORKING-STORAGE SECTION.

      * CARD NUMBER MASKING REQUEST AREA - SEE COPYBOOK CARDMSK
      * AND SUBPROGRAM CRDMSK11.
           COPY CARDMSK.

      * FILE-STATUS VARIABLES
       01 FILE-STATUSES.
          05 STMT-SUMMARY-STATUS PIC X(2).
          05 DELINQ-CARRY-IN-STATUS PIC X(2).
          05 CARD-ACCOUNT-STATUS PIC X(2).
          05 REISSUE-XREF-STATUS PIC X(2).
          05 POSTED-HISTORY-STATUS PIC X(2).
          05 DELINQ-CARRY-OUT-STATUS PIC X(2).
          05 BLOCK-LIST-STATUS PIC X(2).
          05 DELINQ-REPORT-STATUS PIC X(2).
          05 STATUS-LOG-STATUS PIC X(2).

      * CONTROL FLAGS
       01 WS-FLAGS.
          05 WS-SUMMARY-EOF PIC X(1) VALUE 'N'.
             88 SUMMARY-EOF VALUE 'Y'.
          05 WS-CARRY-EOF PIC X(1) VALUE 'N'.
             88 CARRY-EOF VALUE 'Y'.
          05 WS-HIST-EOF PIC X(1) VALUE 'N'.
             88 HIST-EOF VALUE 'Y'.
          05 WS-STMT-FOUND PIC X(1) VALUE 'N'.
             88 STMT-FOUND VALUE 'Y'.
          05 WS-CARRY-FOUND PIC X(1) VALUE 'N'.
             88 CARRY-FOUND VALUE 'Y'.
          05 WS-CARD-SHORT PIC X(1) VALUE 'N'.
             88 CARD-MINIMUM-SHORT VALUE 'Y'.
          05 WS-ACCOUNT-EOF PIC X(1) VALUE 'N'.
             88 ACCOUNT-EOF VALUE 'Y'.
          05 WS-XREF-EOF PIC X(1) VALUE 'N'.
             88 XREF-EOF VALUE 'Y'.
          05 WS-ACCOUNT-FOUND PIC X(1) VALUE 'N'.
             88 ACCOUNT-FOUND VALUE 'Y'.
          05 WS-MEMBER-FOUND PIC X(1) VALUE 'N'.
             88 MEMBER-FOUND VALUE 'Y'.

      * SET JUST BEFORE A FATAL ERROR PATH WRITES ITS STATLOG RECORD
      * AND STOPS, SO WRITE-BATCH-STATUS REPORTS 'FAILED' INSTEAD OF
      * DERIVING A STATUS FROM COUNTERS THAT NEVER GOT THE CHANCE TO
      * REACH THEIR NORMAL END-OF-RUN VALUES.
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

      * THE BUSINESS CYCLE DATE (YYYYMMDD FROM CYCDAT40), THE POST
      * DATE OF EVERY LATE FEE THIS RUN.
       01 WS-CUR-DATE-GROUP PIC X(8).

      * RUNTIME PARAMETER LOOKUP REQUEST AREA - SEE COPYBOOK
      * RUNPARM AND SUBPROGRAM PRMGET50.
           COPY RUNPARM.

      * LATE FEE POSTED FOR EACH MISSED MINIMUM, AND THE DAYS PAST
      * DUE AT WHICH A CARD IS RAISED FOR BLOCKING. ADJUST HERE OR
      * VIA PARMDD (LATEFEE, BLOCKDAYS).
       01 WS-LATE-FEE PIC 9(5)V99 VALUE 25.00.
       01 WS-BLOCK-DAYS PIC 9(3) VALUE 90.

      * THE STATEMENT PERIOD BEING ASSESSED, ITS LAST POSSIBLE
      * POST DATE (YYYYMM31 - ANY REAL DATE IN THE MONTH SORTS AT
      * OR BELOW IT), AND THE PAYMENT DUE DATE FROM THE SUMMARY.
       01 WS-STMT-PERIOD PIC X(6) VALUE SPACES.
       01 WS-PERIOD-END.
          05 WS-PERIOD-END-YYYYMM PIC X(6).
          05 FILLER PIC X(2) VALUE '31'.
       01 WS-DUE-DATE PIC X(8) VALUE SPACES.

      * STATEMENT LINES WITH A MINIMUM DUE, ONE PER CARD AND
      * CURRENCY, KEPT IN KEY ORDER (INSERTED IN PLACE) FOR
      * SEARCH ALL. THE PAYMENT PASS ACCUMULATES SS-PAID.
       01 WS-STMT-TABLE.
          05 STMT-ENTRY-COUNT PIC 9(5) VALUE 0.
          05 STMT-ENTRY OCCURS 1 TO 50000 TIMES
                        DEPENDING ON STMT-ENTRY-COUNT
                        ASCENDING KEY IS SS-CARD-NUM SS-CURRENCY
                        INDEXED BY SS-IDX.
             10 SS-KEY.
                15 SS-CARD-NUM PIC 9(16).
                15 SS-CURRENCY PIC X(3).
             10 SS-MIN-PAYMENT PIC 9(9)V99.
             10 SS-PAID PIC 9(9)V99.

      * CARD ACCOUNTS FROM ACCTDD: THE PRIMARY CARD CRDSTM11
      * SUMMARISES THE ACCOUNT UNDER, FROM THE PRIMARY CARD'S RECORD
      * (MOVED ON TO ITS SUCCESSOR WHEN THE PRIMARY IS REISSUED).
       01 WS-CARD-ACCOUNTS.
          05 ACCOUNT-COUNT PIC 9(5) VALUE 0.
          05 ACCOUNT-ENTRY OCCURS 10000 TIMES
                            INDEXED BY AC-IDX.
             10 AC-ACCOUNT-ID PIC X(10).
             10 AC-PRIMARY-CARD-NUM PIC 9(16).

      * EVERY CARD ON AN ACCOUNT, KEPT SORTED BY CARD NUMBER (NEW
      * CARDS INSERTED IN KEY ORDER) FOR SEARCH ALL. AM-REPLACED
      * MARKS A CARD REISSUE HAS SUPERSEDED - IT IS NOT BLOCKED.
       01 WS-ACCOUNT-MEMBERS.
          05 MEMBER-COUNT PIC 9(5) VALUE 0.
          05 MEMBER-ENTRY OCCURS 1 TO 30000 TIMES
                           DEPENDING ON MEMBER-COUNT
                           ASCENDING KEY IS AM-CARD-NUMBER
                           INDEXED BY AM-IDX.
             10 AM-CARD-NUMBER PIC 9(16).
             10 AM-ACCOUNT-SUB PIC 9(5).
             10 AM-CARD-ROLE PIC X(1).
             10 AM-REPLACED PIC X(1).

      * CARD BEING LOOKED UP OR ADDED IN THE MEMBER TABLE, THE
      * ACCOUNT AND ROLE IT IS ADDED WITH, AND THE SHIFT SUBSCRIPT
      * FOR THE INSERT AND THE BLOCK-CANDIDATE WALK
       01 WS-MEMBER-KEY PIC 9(16).
       01 WS-MEMBER-ACCOUNT-SUB PIC 9(5).
       01 WS-MEMBER-ROLE PIC X(1).
       01 WS-MEMBER-SUB PIC 9(5) COMP.

      * CARD A PAYMENT COUNTS AGAINST (THE ACCOUNT'S PRIMARY CARD
      * FOR AN ACCOUNT CARD), AND THE CARD A BLOCK RECORD IS FOR
       01 WS-PAYMENT-CARD PIC 9(16).
       01 WS-BLOCK-CARD PIC 9(16).

      * KEY OF THE STATEMENT LINE BEING INSERTED, AND THE SHIFT
      * SUBSCRIPT FOR THE INSERT AND THE PER-CARD WALK
       01 WS-SS-KEY.
          05 WS-SS-CARD-NUM PIC 9(16).
          05 WS-SS-CURRENCY PIC X(3).
       01 WS-SS-SUB PIC 9(5) COMP.

      * LAST CYCLE'S DELINQUENT CARDS FROM DLQDD, IN CARD ORDER FOR
      * SEARCH ALL. DQ-SEEN MARKS THE ONES ASSESSED THIS CYCLE SO
      * THE REST CAN BE REPORTED CURED.
       01 WS-CARRY-TABLE.
          05 CARRY-ENTRY-COUNT PIC 9(5) VALUE 0.
          05 CARRY-ENTRY OCCURS 1 TO 50000 TIMES
                         DEPENDING ON CARRY-ENTRY-COUNT
                         ASCENDING KEY IS DQ-CARD-NUM
                         INDEXED BY DQ-IDX.
             10 DQ-CARD-NUM PIC 9(16).
             10 DQ-DAYS-PAST-DUE PIC 9(3).
             10 DQ-FEES-CHARGED PIC 9(5)V99.
             10 DQ-SEEN PIC X(1).
                88 DQ-ASSESSED VALUE 'Y'.
       01 WS-DQ-SUB PIC 9(5) COMP.

      * THE CARD BEING ASSESSED: ITS FIRST SHORT CURRENCY LINE,
      * WHAT IT PAID AGAINST WHAT WAS DUE, AND ITS NEW AGING
       01 WS-CURRENT-CARD PIC 9(16).
       01 WS-SHORT-CURRENCY PIC X(3).
       01 WS-SHORT-MINIMUM PIC 9(9)V99.
       01 WS-SHORT-PAID PIC 9(9)V99.
       01 WS-PAST-DUE-AMOUNT PIC 9(9)V99.
       01 WS-PRIOR-DAYS PIC 9(3).
       01 WS-NEW-DAYS PIC 9(3).
       01 WS-FEES-CHARGED PIC 9(5)V99.

      * REPORT LINE BUILD FIELDS
       01 WS-RPT-LINE PIC X(80).
       01 WS-DAYS-DISP PIC ZZ9.
       01 WS-MIN-DISP PIC Z(8)9.99.
       01 WS-PAID-DISP PIC Z(8)9.99.
       01 WS-FEE-DISP PIC Z(4)9.99.
       01 WS-RPT-ACTION PIC X(12).

      * STATISTICS COUNTERS
       01 WS-COUNTERS.
          05 TOTAL-SUMMARY-READ PIC 9(7) VALUE 0.
          05 TOTAL-CARRIED-IN PIC 9(7) VALUE 0.
          05 TOTAL-PAYMENTS-APPLIED PIC 9(7) VALUE 0.
          05 TOTAL-CARDS-ASSESSED PIC 9(7) VALUE 0.
          05 TOTAL-PAID-ON-TIME PIC 9(7) VALUE 0.
          05 TOTAL-PAST-DUE-30 PIC 9(7) VALUE 0.
          05 TOTAL-PAST-DUE-60 PIC 9(7) VALUE 0.
          05 TOTAL-PAST-DUE-90 PIC 9(7) VALUE 0.
          05 TOTAL-LATE-FEES PIC 9(7) VALUE 0.
          05 TOTAL-BLOCK-CANDIDATES PIC 9(7) VALUE 0.
          05 TOTAL-CURED PIC 9(7) VALUE 0.
          05 TOTAL-ACCOUNT-RECORDS PIC 9(7) VALUE 0.
          05 TOTAL-BAD-ACCOUNT-RECS PIC 9(7) VALUE 0.

      * DISPLAY-FORMATTED COUNTERS
       01 WS-DISP-COUNTERS.
          05 TOTAL-SUMMARY-READ-DISP PIC Z(6)9.
          05 TOTAL-CARRIED-IN-DISP PIC Z(6)9.
          05 TOTAL-PAYMENTS-APPLIED-DISP PIC Z(6)9.
          05 TOTAL-CARDS-ASSESSED-DISP PIC Z(6)9.
          05 TOTAL-PAID-ON-TIME-DISP PIC Z(6)9.
          05 TOTAL-PAST-DUE-30-DISP PIC Z(6)9.
          05 TOTAL-PAST-DUE-60-DISP PIC Z(6)9.
          05 TOTAL-PAST-DUE-90-DISP PIC Z(6)9.
          05 TOTAL-LATE-FEES-DISP PIC Z(6)9.
          05 TOTAL-BLOCK-CANDIDATES-DISP PIC Z(6)9.
          05 TOTAL-CURED-DISP PIC Z(6)9.
          05 ACCOUNT-COUNT-DISP PIC Z(4)9.
          05 MEMBER-COUNT-DISP PIC Z(4)9.

      **********************************************
      * LOADS THE STATEMENT SUMMARY AND LAST CYCLE'S CARRY,
      * APPLIES THE PAYMENTS ON THE POSTED HISTORY, ASSESSES
      * EVERY CARD, CLOSES, WRITES BATCH STATUS AND DISPLAYS THE
      * SUMMARY.
      **********************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM SET-BST-START-TS.
           PERFORM INIT-PROCESS.
           PERFORM OPEN-STATUS-LOG.
           PERFORM LOAD-RUNTIME-PARMS.
           PERFORM LOAD-STMT-SUMMARY.
           PERFORM LOAD-DELINQ-CARRY.
           PERFORM LOAD-CARD-ACCOUNTS.
           PERFORM JOIN-REISSUED-MEMBERS.
           PERFORM APPLY-POSTED-PAYMENTS.
           PERFORM OPEN-ALL-FILES.
           PERFORM ASSESS-ALL-CARDS.
           PERFORM REPORT-CURED-CARRIES.
           PERFORM CLOSE-ALL-FILES.
           PERFORM WRITE-BATCH-STATUS.
           PERFORM DISPLAY-SUMMARY.
           STOP RUN.

      **********************************************
      * TAKES THE BUSINESS CYCLE DATE FROM THE CENTRAL
      * PROCESSING-DATE FACILITY (CYCDAT40) - NOT THE WALL CLOCK -
      * SO A RERUN FOR A PRIOR NIGHT POSTS ITS FEES UNDER THAT
      * NIGHT'S DATE.
      **********************************************
       INIT-PROCESS.
           MOVE 'DELINQ11' TO CD-JOB-NAME.
           CALL 'CYCDAT40' USING WS-CYCDATE-REQUEST END-CALL.
           MOVE CD-CYCLE-DATE TO WS-CUR-DATE-GROUP.
           DISPLAY 'CYCLE DATE: ' WS-CUR-DATE-GROUP.

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
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      **********************************************
      * READS THIS JOB'S OPERATIONAL TUNABLES FROM THE CENTRAL
      * PARAMETER FILE THROUGH PRMGET50, KEEPING THE WORKING-
      * STORAGE VALUES AS THE DEFAULTS.
      **********************************************
       LOAD-RUNTIME-PARMS.
           MOVE 'DELINQ11' TO RP-JOB-NAME.
           MOVE 'LATEFEE' TO RP-KEYWORD.
           MOVE WS-LATE-FEE TO RP-DEFAULT-VALUE.
           CALL 'PRMGET50' USING WS-RUNPARM-REQUEST END-CALL.
           MOVE RP-VALUE TO WS-LATE-FEE.
           MOVE 'DELINQ11' TO RP-JOB-NAME.
           MOVE 'BLOCKDAYS' TO RP-KEYWORD.
           MOVE WS-BLOCK-DAYS TO RP-DEFAULT-VALUE.
           CALL 'PRMGET50' USING WS-RUNPARM-REQUEST END-CALL.
           MOVE RP-VALUE TO WS-BLOCK-DAYS.

      **********************************************
      * LOADS STSMDD INTO THE STATEMENT TABLE. LINES WITH NO
      * MINIMUM DUE (PAID DOWN OR IN CREDIT) CANNOT GO DELINQUENT
      * AND ARE SKIPPED. EVERY LINE MUST BE FOR THE SAME PERIOD,
      * AND THE DUE DATE MUST HAVE PASSED - ASSESSING BEFORE IT
      * WOULD FEE CARDHOLDERS WHO STILL HAVE TIME TO PAY.
      **********************************************
       LOAD-STMT-SUMMARY.
           OPEN INPUT STMT-SUMMARY-FILE.
           IF STMT-SUMMARY-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING STATEMENT SUMMARY: '
                       STMT-SUMMARY-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.
           PERFORM UNTIL SUMMARY-EOF
              READ STMT-SUMMARY-FILE
                AT END
                   SET SUMMARY-EOF TO TRUE
                NOT AT END
                   IF STMT-SUMMARY-STATUS = '00'
                      ADD 1 TO TOTAL-SUMMARY-READ
                      PERFORM LOAD-ONE-SUMMARY-REC
                   ELSE
                      DISPLAY 'ERROR READING STATEMENT SUMMARY: '
                               STMT-SUMMARY-STATUS
                      PERFORM ABEND-WITH-STATUS
                   END-IF
              END-READ
           END-PERFORM.
           CLOSE STMT-SUMMARY-FILE.

           IF WS-STMT-PERIOD = SPACES
              DISPLAY 'ERROR: STATEMENT SUMMARY IS EMPTY'
              PERFORM ABEND-WITH-STATUS
           END-IF.
           IF WS-CUR-DATE-GROUP NOT > WS-DUE-DATE
              DISPLAY 'ERROR: PAYMENT DUE DATE ' WS-DUE-DATE
                      ' NOT YET PASSED - RUN AFTER THE DUE DATE'
              PERFORM ABEND-WITH-STATUS
           END-IF.
           MOVE WS-STMT-PERIOD TO WS-PERIOD-END-YYYYMM.
           DISPLAY 'STATEMENT PERIOD: ' WS-STMT-PERIOD
                   ' DUE DATE: ' WS-DUE-DATE.

      **********************************************
      * CHECKS ONE SUMMARY RECORD'S PERIOD AND, IF IT HAS A
      * MINIMUM DUE, INSERTS IT IN KEY ORDER. OVERFLOW IS A HARD
      * ERROR SINCE A DROPPED LINE IS A CARD NEVER ASSESSED.
      **********************************************
       LOAD-ONE-SUMMARY-REC.
           IF WS-STMT-PERIOD = SPACES
              MOVE STS-PERIOD TO WS-STMT-PERIOD
              MOVE STS-DUE-DATE TO WS-DUE-DATE
           END-IF.
           IF STS-PERIOD NOT = WS-STMT-PERIOD
              DISPLAY 'ERROR: STATEMENT SUMMARY MIXES PERIODS '
                      WS-STMT-PERIOD ' AND ' STS-PERIOD
              PERFORM ABEND-WITH-STATUS
           END-IF.
           IF STS-MIN-PAYMENT NUMERIC
              AND STS-MIN-PAYMENT > 0
              IF STMT-ENTRY-COUNT >= 50000
                 DISPLAY 'ERROR: STATEMENT TABLE FULL (50000 MAX)'
                 PERFORM ABEND-WITH-STATUS
              END-IF
              MOVE STS-CARD-NUM TO WS-SS-CARD-NUM
              MOVE STS-CURRENCY TO WS-SS-CURRENCY
              ADD 1 TO STMT-ENTRY-COUNT
              MOVE STMT-ENTRY-COUNT TO WS-SS-SUB
              PERFORM UNTIL WS-SS-SUB = 1
                      OR SS-KEY(WS-SS-SUB - 1) < WS-SS-KEY
                 MOVE STMT-ENTRY(WS-SS-SUB - 1)
                      TO STMT-ENTRY(WS-SS-SUB)
                 SUBTRACT 1 FROM WS-SS-SUB
              END-PERFORM
              MOVE WS-SS-KEY TO SS-KEY(WS-SS-SUB)
              MOVE STS-MIN-PAYMENT TO SS-MIN-PAYMENT(WS-SS-SUB)
              MOVE 0 TO SS-PAID(WS-SS-SUB)
           END-IF.

      **********************************************
      * LOADS LAST CYCLE'S DELINQUENT CARDS FROM DLQDD. NO CARRY
      * FILE (05/35) IS A FIRST CYCLE WITH NOTHING PAST DUE. A
      * RECORD ALREADY AT OR BEYOND THIS PERIOD MEANS THE PERIOD
      * HAS BEEN ASSESSED (AND FEED) ONCE ALREADY.
      **********************************************
       LOAD-DELINQ-CARRY.
           OPEN INPUT DELINQ-CARRY-IN-FILE.
           IF DELINQ-CARRY-IN-STATUS = '05'
              OR DELINQ-CARRY-IN-STATUS = '35'
              DISPLAY 'NO DELINQUENCY CARRY - NOTHING CARRIED IN'
              SET CARRY-EOF TO TRUE
           ELSE
              IF DELINQ-CARRY-IN-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING DELINQUENCY CARRY: '
                          DELINQ-CARRY-IN-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
           END-IF.
           PERFORM UNTIL CARRY-EOF
              READ DELINQ-CARRY-IN-FILE
                AT END
                   SET CARRY-EOF TO TRUE
                NOT AT END
                   IF DELINQ-CARRY-IN-STATUS = '00'
                      ADD 1 TO TOTAL-CARRIED-IN
                      PERFORM LOAD-ONE-CARRY-REC
                   ELSE
                      DISPLAY 'ERROR READING DELINQUENCY CARRY: '
                               DELINQ-CARRY-IN-STATUS
                      PERFORM ABEND-WITH-STATUS
                   END-IF
              END-READ
           END-PERFORM.
           IF DELINQ-CARRY-IN-STATUS NOT = '05'
              AND DELINQ-CARRY-IN-STATUS NOT = '35'
              CLOSE DELINQ-CARRY-IN-FILE
           END-IF.

      **********************************************
      * CHECKS ONE CARRY RECORD AGAINST THE PERIOD AND INSERTS IT
      * IN CARD ORDER.
      **********************************************
       LOAD-ONE-CARRY-REC.
           IF DQI-PERIOD NOT < WS-STMT-PERIOD
              DISPLAY 'ERROR: PERIOD ' WS-STMT-PERIOD
                      ' ALREADY ASSESSED (CARRY AT ' DQI-PERIOD
                      ') - CHECK DLQDD BEFORE RERUNNING'
              PERFORM ABEND-WITH-STATUS
           END-IF.
           IF CARRY-ENTRY-COUNT >= 50000
              DISPLAY 'ERROR: DELINQUENCY CARRY TABLE FULL '
                      '(50000 MAX)'
              PERFORM ABEND-WITH-STATUS
           END-IF.
           ADD 1 TO CARRY-ENTRY-COUNT.
           MOVE CARRY-ENTRY-COUNT TO WS-DQ-SUB.
           PERFORM UNTIL WS-DQ-SUB = 1
                   OR DQ-CARD-NUM(WS-DQ-SUB - 1) < DQI-CARD-NUM
              MOVE CARRY-ENTRY(WS-DQ-SUB - 1)
                   TO CARRY-ENTRY(WS-DQ-SUB)
              SUBTRACT 1 FROM WS-DQ-SUB
           END-PERFORM.
           MOVE DQI-CARD-NUM TO DQ-CARD-NUM(WS-DQ-SUB).
           MOVE DQI-DAYS-PAST-DUE TO DQ-DAYS-PAST-DUE(WS-DQ-SUB).
           MOVE DQI-FEES-CHARGED TO DQ-FEES-CHARGED(WS-DQ-SUB).
           MOVE 'N' TO DQ-SEEN(WS-DQ-SUB).

      **********************************************
      * LOADS THE CARD ACCOUNTS FROM ACCTDD. NO ACCTDD MEANS EVERY
      * CARD STANDS ALONE AND IS ASSESSED ON ITS OWN STATEMENT.
      **********************************************
       LOAD-CARD-ACCOUNTS.
           OPEN INPUT CARD-ACCOUNT-FILE.
           IF CARD-ACCOUNT-STATUS = '05'
              OR CARD-ACCOUNT-STATUS = '35'
              DISPLAY 'NO CARD ACCOUNT FILE - ALL CARDS STAND ALONE'
              SET ACCOUNT-EOF TO TRUE
           ELSE
              IF CARD-ACCOUNT-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING CARD ACCOUNT FILE: '
                          CARD-ACCOUNT-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
           END-IF.
           PERFORM UNTIL ACCOUNT-EOF
              READ CARD-ACCOUNT-FILE
                AT END
                   SET ACCOUNT-EOF TO TRUE
                NOT AT END
                   IF CARD-ACCOUNT-STATUS = '00'
                      ADD 1 TO TOTAL-ACCOUNT-RECORDS
                      PERFORM LOAD-ONE-ACCOUNT-CARD
                   ELSE
                      DISPLAY 'ERROR READING CARD ACCOUNT FILE: '
                               CARD-ACCOUNT-STATUS
                      PERFORM ABEND-WITH-STATUS
                   END-IF
              END-READ
           END-PERFORM.
           IF CARD-ACCOUNT-STATUS NOT = '05'
              AND CARD-ACCOUNT-STATUS NOT = '35'
              CLOSE CARD-ACCOUNT-FILE
           END-IF.

      **********************************************
      * PUTS ONE ACCTDD CARD ON ITS ACCOUNT, ADDING THE ACCOUNT THE
      * FIRST TIME ITS ID IS SEEN. A FULL TABLE STOPS THE RUN
      * RATHER THAN ASSESS PART OF AN ACCOUNT AS STANDALONE CARDS.
      * A RECORD WITH NO ACCOUNT ID OR A BAD CARD NUMBER IS
      * REPORTED AND SKIPPED.
      **********************************************
       LOAD-ONE-ACCOUNT-CARD.
           IF ACC-ACCOUNT-ID = SPACES
              OR ACC-CARD-NUMBER NOT NUMERIC
              DISPLAY 'WARNING: BAD CARD ACCOUNT RECORD SKIPPED: '
                      ACC-ACCOUNT-ID
              ADD 1 TO TOTAL-BAD-ACCOUNT-RECS
           ELSE
              MOVE 'N' TO WS-ACCOUNT-FOUND
              SET AC-IDX TO 1
              SEARCH ACCOUNT-ENTRY
                  AT END
                     CONTINUE
                  WHEN AC-IDX > ACCOUNT-COUNT
                     CONTINUE
                  WHEN AC-ACCOUNT-ID(AC-IDX) = ACC-ACCOUNT-ID
                     SET ACCOUNT-FOUND TO TRUE
              END-SEARCH
              IF NOT ACCOUNT-FOUND
                 IF ACCOUNT-COUNT < 10000
                    ADD 1 TO ACCOUNT-COUNT
                    SET AC-IDX TO ACCOUNT-COUNT
                    MOVE ACC-ACCOUNT-ID TO AC-ACCOUNT-ID(AC-IDX)
                    MOVE 0 TO AC-PRIMARY-CARD-NUM(AC-IDX)
                 ELSE
                    DISPLAY 'CARD ACCOUNT TABLE FULL (10000 MAX)'
                    PERFORM ABEND-WITH-STATUS
                 END-IF
              END-IF
              IF ACC-PRIMARY-CARD
                 MOVE ACC-CARD-NUMBER TO AC-PRIMARY-CARD-NUM(AC-IDX)
              END-IF
              MOVE ACC-CARD-NUMBER TO WS-MEMBER-KEY
              SET WS-MEMBER-ACCOUNT-SUB TO AC-IDX
              MOVE ACC-CARD-ROLE TO WS-MEMBER-ROLE
              PERFORM ADD-ACCOUNT-MEMBER
           END-IF.

      **********************************************
      * ADDS WS-MEMBER-KEY TO THE MEMBER TABLE IN KEY ORDER WITH
      * THE ACCOUNT AND ROLE IN THE WS-MEMBER- FIELDS. A CARD
      * ALREADY ON AN ACCOUNT KEEPS ITS FIRST ACCOUNT.
      **********************************************
       ADD-ACCOUNT-MEMBER.
           PERFORM FIND-ACCOUNT-MEMBER.
           IF MEMBER-FOUND
              DISPLAY 'WARNING: CARD ALREADY ON AN ACCOUNT, '
                      'DUPLICATE SKIPPED'
           ELSE
              IF MEMBER-COUNT < 30000
                 ADD 1 TO MEMBER-COUNT
                 MOVE MEMBER-COUNT TO WS-MEMBER-SUB
                 PERFORM UNTIL WS-MEMBER-SUB = 1
                         OR AM-CARD-NUMBER(WS-MEMBER-SUB - 1)
                            < WS-MEMBER-KEY
                    MOVE MEMBER-ENTRY(WS-MEMBER-SUB - 1)
                         TO MEMBER-ENTRY(WS-MEMBER-SUB)
                    SUBTRACT 1 FROM WS-MEMBER-SUB
                 END-PERFORM
                 MOVE WS-MEMBER-KEY TO AM-CARD-NUMBER(WS-MEMBER-SUB)
                 MOVE WS-MEMBER-ACCOUNT-SUB
                      TO AM-ACCOUNT-SUB(WS-MEMBER-SUB)
                 MOVE WS-MEMBER-ROLE TO AM-CARD-ROLE(WS-MEMBER-SUB)
                 MOVE 'N' TO AM-REPLACED(WS-MEMBER-SUB)
              ELSE
                 DISPLAY 'CARD ACCOUNT MEMBER TABLE FULL (30000 MAX)'
                 PERFORM ABEND-WITH-STATUS
              END-IF
           END-IF.

      **********************************************
      * BINARY-SEARCHES THE MEMBER TABLE FOR WS-MEMBER-KEY. WHEN
      * THE CARD IS ON AN ACCOUNT, SETS MEMBER-FOUND, AM-IDX TO ITS
      * MEMBER ENTRY AND AC-IDX TO ITS ACCOUNT.
      **********************************************
       FIND-ACCOUNT-MEMBER.
           MOVE 'N' TO WS-MEMBER-FOUND.
           IF MEMBER-COUNT > 0
              SEARCH ALL MEMBER-ENTRY
                  AT END
                     CONTINUE
                  WHEN AM-CARD-NUMBER(AM-IDX) = WS-MEMBER-KEY
                     SET MEMBER-FOUND TO TRUE
              END-SEARCH
           END-IF.
           IF MEMBER-FOUND
              SET AC-IDX TO AM-ACCOUNT-SUB(AM-IDX)
           END-IF.

      **********************************************
      * WALKS THE REISSUE XREF IN REISSUE ORDER AND PUTS EACH
      * SUCCESSOR OF A MEMBER CARD ON THE SAME ACCOUNT WITH THE
      * SAME ROLE, MARKING THE OLD CARD REPLACED. A REISSUED
      * PRIMARY CARD'S SUCCESSOR BECOMES THE ACCOUNT'S PRIMARY
      * CARD, AS IN STMTAG11, SO THE MAPPING MATCHES THE CARD
      * CRDSTM11 SUMMARISED THE ACCOUNT UNDER. NOTHING TO DO WHEN
      * THERE ARE NO ACCOUNTS OR NO XREF YET.
      **********************************************
       JOIN-REISSUED-MEMBERS.
           IF MEMBER-COUNT = 0
              SET XREF-EOF TO TRUE
           ELSE
              OPEN INPUT REISSUE-XREF-FILE
              IF REISSUE-XREF-STATUS = '05'
                 OR REISSUE-XREF-STATUS = '35'
                 SET XREF-EOF TO TRUE
              ELSE
                 IF REISSUE-XREF-STATUS NOT = '00'
                    DISPLAY 'ERROR OPENING REISSUE XREF: '
                             REISSUE-XREF-STATUS
                    PERFORM ABEND-WITH-STATUS
                 END-IF
              END-IF
           END-IF.
           PERFORM UNTIL XREF-EOF
              READ REISSUE-XREF-FILE
                AT END
                   SET XREF-EOF TO TRUE
                   CLOSE REISSUE-XREF-FILE
                NOT AT END
                   IF REISSUE-XREF-STATUS = '00'
                      PERFORM JOIN-ONE-REISSUED-MEMBER
                   ELSE
                      DISPLAY 'ERROR READING REISSUE XREF: '
                               REISSUE-XREF-STATUS
                      PERFORM ABEND-WITH-STATUS
                   END-IF
              END-READ
           END-PERFORM.
           MOVE ACCOUNT-COUNT TO ACCOUNT-COUNT-DISP.
           MOVE MEMBER-COUNT TO MEMBER-COUNT-DISP.
           DISPLAY 'CARD ACCOUNTS LOADED: ' ACCOUNT-COUNT-DISP
                   ' ACCOUNTS, ' MEMBER-COUNT-DISP ' CARDS'.

      **********************************************
      * JOINS ONE SUCCESSOR TO ITS OLD CARD'S ACCOUNT AND MARKS THE
      * OLD CARD REPLACED. A SUCCESSOR ALREADY ON ACCTDD KEEPS THE
      * ACCOUNT GIVEN THERE.
      **********************************************
       JOIN-ONE-REISSUED-MEMBER.
           IF XRF-OLD-CARD-NUM NUMERIC
              AND XRF-NEW-CARD-NUM NUMERIC
              MOVE XRF-OLD-CARD-NUM TO WS-MEMBER-KEY
              PERFORM FIND-ACCOUNT-MEMBER
              IF MEMBER-FOUND
                 MOVE 'Y' TO AM-REPLACED(AM-IDX)
                 MOVE AM-ACCOUNT-SUB(AM-IDX) TO WS-MEMBER-ACCOUNT-SUB
                 MOVE AM-CARD-ROLE(AM-IDX) TO WS-MEMBER-ROLE
                 MOVE XRF-NEW-CARD-NUM TO WS-MEMBER-KEY
                 PERFORM FIND-ACCOUNT-MEMBER
                 IF NOT MEMBER-FOUND
                    PERFORM ADD-ACCOUNT-MEMBER
                    IF WS-MEMBER-ROLE = 'P'
                       SET AC-IDX TO WS-MEMBER-ACCOUNT-SUB
                       MOVE XRF-NEW-CARD-NUM
                            TO AC-PRIMARY-CARD-NUM(AC-IDX)
                    END-IF
                 END-IF
              END-IF
           END-IF.

      **********************************************
      * ONE SEQUENTIAL PASS OVER THE POSTED HISTORY. EVERY
      * PAYMENT POSTED AFTER THE PERIOD END AND BY THE DUE DATE
      * IS CREDITED TO ITS CARD/CURRENCY STATEMENT LINE. NO
      * HISTORY AT ALL MEANS NOTHING WAS PAID.
      **********************************************
       APPLY-POSTED-PAYMENTS.
           OPEN INPUT POSTED-HISTORY-FILE.
           IF POSTED-HISTORY-STATUS = '05'
              OR POSTED-HISTORY-STATUS = '35'
              DISPLAY 'NO POSTED HISTORY - NO PAYMENTS TO APPLY'
              SET HIST-EOF TO TRUE
           ELSE
              IF POSTED-HISTORY-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING POSTED HISTORY: '
                          POSTED-HISTORY-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
           END-IF.
           PERFORM UNTIL HIST-EOF
              READ POSTED-HISTORY-FILE
                AT END
                   SET HIST-EOF TO TRUE
                NOT AT END
                   IF POSTED-HISTORY-STATUS = '00'
                      IF HIST-REC-TYPE = 'P'
                         AND HIST-POST-DATE > WS-PERIOD-END
                         AND HIST-POST-DATE NOT > WS-DUE-DATE
                         PERFORM APPLY-ONE-PAYMENT
                      END-IF
                   ELSE
                      DISPLAY 'ERROR READING POSTED HISTORY: '
                               POSTED-HISTORY-STATUS
                      PERFORM ABEND-WITH-STATUS
                   END-IF
              END-READ
           END-PERFORM.
           IF POSTED-HISTORY-STATUS NOT = '05'
              AND POSTED-HISTORY-STATUS NOT = '35'
              CLOSE POSTED-HISTORY-FILE
           END-IF.

      **********************************************
      * CREDITS ONE IN-WINDOW PAYMENT TO ITS STATEMENT LINE. A
      * PAYMENT ON ANY CARD OF AN ACCOUNT COUNTS AGAINST THE
      * ACCOUNT'S STATEMENT, WHICH CRDSTM11 KEYS BY THE PRIMARY
      * CARD. A PAYMENT FOR A CARD/CURRENCY WITH NO MINIMUM DUE
      * HAS NOTHING TO COUNT AGAINST.
      **********************************************
       APPLY-ONE-PAYMENT.
           MOVE HIST-CARD-NUM TO WS-PAYMENT-CARD.
           MOVE HIST-CARD-NUM TO WS-MEMBER-KEY.
           PERFORM FIND-ACCOUNT-MEMBER.
           IF MEMBER-FOUND
              IF AC-PRIMARY-CARD-NUM(AC-IDX) > 0
                 MOVE AC-PRIMARY-CARD-NUM(AC-IDX) TO WS-PAYMENT-CARD
              END-IF
           END-IF.
           IF STMT-ENTRY-COUNT > 0
              SEARCH ALL STMT-ENTRY
                  AT END
                     CONTINUE
                  WHEN SS-CARD-NUM(SS-IDX) = WS-PAYMENT-CARD
                   AND SS-CURRENCY(SS-IDX) = HIST-CURRENCY
                     ADD HIST-AMOUNT TO SS-PAID(SS-IDX)
                     ADD 1 TO TOTAL-PAYMENTS-APPLIED
              END-SEARCH
           END-IF.

      **********************************************
      * OPEN THE REMAINING FILES AND CHECK STATUS. THE POSTED
      * HISTORY IS REOPENED EXTEND HERE FOR THE LATE FEES.
      **********************************************
       OPEN-ALL-FILES.
           OPEN EXTEND POSTED-HISTORY-FILE.
           IF POSTED-HISTORY-STATUS = '05'
              OR POSTED-HISTORY-STATUS = '35'
              OPEN OUTPUT POSTED-HISTORY-FILE
           END-IF.
           IF POSTED-HISTORY-STATUS NOT = '00'
              DISPLAY 'ERROR REOPENING POSTED HISTORY: '
                       POSTED-HISTORY-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN OUTPUT DELINQ-CARRY-OUT-FILE.
           IF DELINQ-CARRY-OUT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING DELINQUENCY CARRY OUTPUT: '
                       DELINQ-CARRY-OUT-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN OUTPUT BLOCK-LIST-FILE.
           IF BLOCK-LIST-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING BLOCK LIST FILE: '
                       BLOCK-LIST-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN OUTPUT DELINQ-REPORT-FILE.
           IF DELINQ-REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING DELINQUENCY REPORT: '
                       DELINQ-REPORT-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           MOVE SPACES TO WS-RPT-LINE.
           STRING 'DELINQUENCY CYCLE - PERIOD ' DELIMITED BY SIZE
                  WS-STMT-PERIOD DELIMITED BY SIZE
                  ' DUE ' DELIMITED BY SIZE
                  WS-DUE-DATE DELIMITED BY SIZE
                  ' RUN ' DELIMITED BY SIZE
                  WS-CUR-DATE-GROUP DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING.
           MOVE WS-RPT-LINE TO DELINQ-REPORT-REC.
           PERFORM WRITE-REPORT-LINE.

      **********************************************
      * WALKS THE STATEMENT TABLE IN CARD ORDER. A CARD'S LINES
      * (ONE PER CURRENCY) ARE ADJACENT; ANY LINE PAID SHORT OF
      * ITS MINIMUM MAKES THE WHOLE CARD DELINQUENT, AND THE
      * FIRST SUCH LINE IS THE ONE REPORTED AND FEED.
      **********************************************
       ASSESS-ALL-CARDS.
           MOVE 1 TO WS-SS-SUB.
           PERFORM UNTIL WS-SS-SUB > STMT-ENTRY-COUNT
              MOVE SS-CARD-NUM(WS-SS-SUB) TO WS-CURRENT-CARD
              MOVE 'N' TO WS-CARD-SHORT
              MOVE SS-CURRENCY(WS-SS-SUB) TO WS-SHORT-CURRENCY
              MOVE SS-MIN-PAYMENT(WS-SS-SUB) TO WS-SHORT-MINIMUM
              MOVE SS-PAID(WS-SS-SUB) TO WS-SHORT-PAID
              PERFORM UNTIL WS-SS-SUB > STMT-ENTRY-COUNT
                      OR SS-CARD-NUM(WS-SS-SUB) NOT = WS-CURRENT-CARD
                 IF SS-PAID(WS-SS-SUB) < SS-MIN-PAYMENT(WS-SS-SUB)
                    AND NOT CARD-MINIMUM-SHORT
                    SET CARD-MINIMUM-SHORT TO TRUE
                    MOVE SS-CURRENCY(WS-SS-SUB) TO WS-SHORT-CURRENCY
                    MOVE SS-MIN-PAYMENT(WS-SS-SUB)
                         TO WS-SHORT-MINIMUM
                    MOVE SS-PAID(WS-SS-SUB) TO WS-SHORT-PAID
                 END-IF
                 ADD 1 TO WS-SS-SUB
              END-PERFORM
              PERFORM ASSESS-ONE-CARD
           END-PERFORM.

      **********************************************
      * AGES ONE CARD FROM LAST CYCLE'S CARRY. SHORT -> 30 MORE
      * DAYS PAST DUE (90 AT MOST), A LATE FEE, A CARRY RECORD,
      * AND A BLOCK CANDIDATE ONCE IT REACHES WS-BLOCK-DAYS.
      * PAID -> CURRENT, REPORTED AS CURED IF IT WAS CARRIED.
      **********************************************
       ASSESS-ONE-CARD.
           ADD 1 TO TOTAL-CARDS-ASSESSED.
           MOVE 0 TO WS-PRIOR-DAYS.
           MOVE 0 TO WS-FEES-CHARGED.
           MOVE 'N' TO WS-CARRY-FOUND.
           IF CARRY-ENTRY-COUNT > 0
              SEARCH ALL CARRY-ENTRY
                  AT END
                     CONTINUE
                  WHEN DQ-CARD-NUM(DQ-IDX) = WS-CURRENT-CARD
                     SET CARRY-FOUND TO TRUE
              END-SEARCH
           END-IF.
           IF CARRY-FOUND
              MOVE 'Y' TO DQ-SEEN(DQ-IDX)
              MOVE DQ-DAYS-PAST-DUE(DQ-IDX) TO WS-PRIOR-DAYS
              MOVE DQ-FEES-CHARGED(DQ-IDX) TO WS-FEES-CHARGED
           END-IF.

           IF CARD-MINIMUM-SHORT
              COMPUTE WS-NEW-DAYS = WS-PRIOR-DAYS + 30
              IF WS-NEW-DAYS > 90
                 MOVE 90 TO WS-NEW-DAYS
              END-IF
              EVALUATE WS-NEW-DAYS
                  WHEN 30
                    ADD 1 TO TOTAL-PAST-DUE-30
                  WHEN 60
                    ADD 1 TO TOTAL-PAST-DUE-60
                  WHEN OTHER
                    ADD 1 TO TOTAL-PAST-DUE-90
              END-EVALUATE
              COMPUTE WS-PAST-DUE-AMOUNT =
                      WS-SHORT-MINIMUM - WS-SHORT-PAID
              PERFORM POST-LATE-FEE
              PERFORM WRITE-DELINQ-CARRY
              IF WS-NEW-DAYS >= WS-BLOCK-DAYS
                 PERFORM WRITE-BLOCK-CANDIDATE
                 MOVE 'PAST DUE/BLK' TO WS-RPT-ACTION
              ELSE
                 MOVE 'PAST DUE' TO WS-RPT-ACTION
              END-IF
              PERFORM WRITE-CARD-LINE
           ELSE
              ADD 1 TO TOTAL-PAID-ON-TIME
              IF CARRY-FOUND
                 ADD 1 TO TOTAL-CURED
                 MOVE 0 TO WS-NEW-DAYS
                 MOVE 0 TO WS-FEES-CHARGED
                 MOVE 'CURED' TO WS-RPT-ACTION
                 PERFORM WRITE-CARD-LINE
              END-IF
           END-IF.

      **********************************************
      * POSTS THE LATE FEE TO THE POSTED HISTORY AS A TYPE 'F'
      * RECORD UNDER THE CYCLE DATE, IN THE CURRENCY OF THE
      * MINIMUM THAT WAS MISSED. VSMJOB11'S RUNNING BALANCE AND
      * CRDSTM11'S NEXT STATEMENT PICK IT UP AS A CHARGE.
      **********************************************
       POST-LATE-FEE.
           MOVE SPACES TO POSTED-HISTORY-REC.
           MOVE WS-CURRENT-CARD TO HIST-CARD-NUM.
           MOVE WS-CUR-DATE-GROUP TO HIST-POST-DATE.
           MOVE 'LTFEE' TO HIST-TRANS-ID.
           MOVE WS-LATE-FEE TO HIST-AMOUNT.
           MOVE WS-SHORT-CURRENCY TO HIST-CURRENCY.
           MOVE 'F' TO HIST-REC-TYPE.
           WRITE POSTED-HISTORY-REC.
           IF POSTED-HISTORY-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING POSTED HISTORY: '
                       POSTED-HISTORY-STATUS
              MOVE 'M' TO CM-FUNCTION
              MOVE WS-CURRENT-CARD TO CM-CARD-NUMBER
              CALL 'CRDMSK11' USING WS-CARDMSK-REQUEST END-CALL
              DISPLAY 'CARD NUMBER: ' CM-MASKED-NUMBER
              PERFORM ABEND-WITH-STATUS
           END-IF.
           ADD WS-LATE-FEE TO WS-FEES-CHARGED.
           ADD 1 TO TOTAL-LATE-FEES.

      **********************************************
      * CARRIES THE CARD INTO NEXT CYCLE AT ITS NEW AGING.
      **********************************************
       WRITE-DELINQ-CARRY.
           MOVE SPACES TO DELINQ-CARRY-OUT-REC.
           MOVE WS-CURRENT-CARD TO DQO-CARD-NUM.
           MOVE WS-NEW-DAYS TO DQO-DAYS-PAST-DUE.
           MOVE WS-STMT-PERIOD TO DQO-PERIOD.
           MOVE WS-PAST-DUE-AMOUNT TO DQO-PAST-DUE-AMOUNT.
           MOVE WS-SHORT-CURRENCY TO DQO-CURRENCY.
           MOVE WS-FEES-CHARGED TO DQO-FEES-CHARGED.
           WRITE DELINQ-CARRY-OUT-REC.
           IF DELINQ-CARRY-OUT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING DELINQUENCY CARRY: '
                       DELINQ-CARRY-OUT-STATUS
              MOVE 'M' TO CM-FUNCTION
              MOVE WS-CURRENT-CARD TO CM-CARD-NUMBER
              CALL 'CRDMSK11' USING WS-CARDMSK-REQUEST END-CALL
              DISPLAY 'CARD NUMBER: ' CM-MASKED-NUMBER
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * RAISES THE DELINQUENT CARD FOR BLOCKING. FOR AN ACCOUNT
      * (WS-CURRENT-CARD IS ITS PRIMARY CARD) EVERY CARD ON THE
      * ACCOUNT THAT REISSUE HAS NOT SUPERSEDED IS RAISED, SO THE
      * AUTHORIZED USERS STOP AUTHORIZING AGAINST THE SHARED LIMIT.
      **********************************************
       WRITE-BLOCK-CANDIDATE.
           MOVE WS-CURRENT-CARD TO WS-MEMBER-KEY.
           PERFORM FIND-ACCOUNT-MEMBER.
           IF MEMBER-FOUND
              MOVE AM-ACCOUNT-SUB(AM-IDX) TO WS-MEMBER-ACCOUNT-SUB
              PERFORM VARYING WS-MEMBER-SUB FROM 1 BY 1
                      UNTIL WS-MEMBER-SUB > MEMBER-COUNT
                 IF AM-ACCOUNT-SUB(WS-MEMBER-SUB)
                    = WS-MEMBER-ACCOUNT-SUB
                    AND AM-REPLACED(WS-MEMBER-SUB) NOT = 'Y'
                    MOVE AM-CARD-NUMBER(WS-MEMBER-SUB) TO WS-BLOCK-CARD
                    PERFORM WRITE-BLOCK-RECORD
                 END-IF
              END-PERFORM
           ELSE
              MOVE WS-CURRENT-CARD TO WS-BLOCK-CARD
              PERFORM WRITE-BLOCK-RECORD
           END-IF.

      **********************************************
      * WRITES ONE BLOCK CANDIDATE FOR WS-BLOCK-CARD IN BLKAPL11'S
      * BLOCK-LIST LAYOUT, MARKED AS A DELINQUENCY BLOCK.
      **********************************************
       WRITE-BLOCK-RECORD.
           MOVE SPACES TO BLOCK-LIST-REC.
           MOVE WS-BLOCK-CARD TO BLOCK-CARD-NUM.
           MOVE 0 TO BLOCK-DECLINE-COUNT.
           MOVE 'D' TO BLOCK-SOURCE.
           WRITE BLOCK-LIST-REC.
           IF BLOCK-LIST-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING BLOCK LIST FILE: '
                       BLOCK-LIST-STATUS
              MOVE 'M' TO CM-FUNCTION
              MOVE WS-BLOCK-CARD TO CM-CARD-NUMBER
              CALL 'CRDMSK11' USING WS-CARDMSK-REQUEST END-CALL
              DISPLAY 'CARD NUMBER: ' CM-MASKED-NUMBER
              PERFORM ABEND-WITH-STATUS
           END-IF.
           ADD 1 TO TOTAL-BLOCK-CANDIDATES.

      **********************************************
      * REPORTS CARRIED CARDS THAT HAD NO MINIMUM DUE THIS CYCLE
      * (PAID DOWN OR IN CREDIT) AS CURED - THEY ARE NOT CARRIED
      * AGAIN.
      **********************************************
       REPORT-CURED-CARRIES.
           PERFORM VARYING WS-DQ-SUB FROM 1 BY 1
                   UNTIL WS-DQ-SUB > CARRY-ENTRY-COUNT
              IF DQ-SEEN(WS-DQ-SUB) NOT = 'Y'
                 ADD 1 TO TOTAL-CURED
                 MOVE DQ-CARD-NUM(WS-DQ-SUB) TO WS-CURRENT-CARD
                 MOVE SPACES TO WS-SHORT-CURRENCY
                 MOVE 0 TO WS-SHORT-MINIMUM
                 MOVE 0 TO WS-SHORT-PAID
                 MOVE 0 TO WS-NEW-DAYS
                 MOVE 0 TO WS-FEES-CHARGED
                 MOVE 'CURED' TO WS-RPT-ACTION
                 PERFORM WRITE-CARD-LINE
              END-IF
           END-PERFORM.

      **********************************************
      * WRITES ONE REPORT LINE FOR THE CARD JUST ASSESSED, USING
      * THE ACTION TEXT THE CALLER SET.
      **********************************************
       WRITE-CARD-LINE.
           MOVE WS-NEW-DAYS TO WS-DAYS-DISP.
           MOVE WS-SHORT-MINIMUM TO WS-MIN-DISP.
           MOVE WS-SHORT-PAID TO WS-PAID-DISP.
           MOVE WS-FEES-CHARGED TO WS-FEE-DISP.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE 'M' TO CM-FUNCTION.
           MOVE WS-CURRENT-CARD TO CM-CARD-NUMBER.
           CALL 'CRDMSK11' USING WS-CARDMSK-REQUEST END-CALL.
           STRING CM-MASKED-NUMBER DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-RPT-ACTION DELIMITED BY SIZE
                  ' DAYS ' DELIMITED BY SIZE
                  WS-DAYS-DISP DELIMITED BY SIZE
                  ' MIN ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MIN-DISP) DELIMITED BY SIZE
                  ' PAID ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PAID-DISP) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-SHORT-CURRENCY DELIMITED BY SIZE
                  ' FEES ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FEE-DISP) DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING.
           MOVE WS-RPT-LINE TO DELINQ-REPORT-REC.
           PERFORM WRITE-REPORT-LINE.

      **********************************************
      * WRITES WHATEVER LINE IS CURRENTLY IN THE REPORT RECORD.
      **********************************************
       WRITE-REPORT-LINE.
           WRITE DELINQ-REPORT-REC.
           IF DELINQ-REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING DELINQUENCY REPORT: '
                       DELINQ-REPORT-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * CLOSE ALL FILES AND CHECK STATUS
      **********************************************
       CLOSE-ALL-FILES.
           CLOSE POSTED-HISTORY-FILE.
           IF POSTED-HISTORY-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING POSTED HISTORY: '
                       POSTED-HISTORY-STATUS
           END-IF.

           CLOSE DELINQ-CARRY-OUT-FILE.
           IF DELINQ-CARRY-OUT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING DELINQUENCY CARRY: '
                       DELINQ-CARRY-OUT-STATUS
           END-IF.

           CLOSE BLOCK-LIST-FILE.
           IF BLOCK-LIST-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING BLOCK LIST FILE: '
                       BLOCK-LIST-STATUS
           END-IF.

           CLOSE DELINQ-REPORT-FILE.
           IF DELINQ-REPORT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING DELINQUENCY REPORT: '
                       DELINQ-REPORT-STATUS
           END-IF.

      **********************************************
      * APPENDS ONE RECORD TO THE CONSOLIDATED END-OF-NIGHT BATCH
      * STATUS LOG AND CLOSES IT. STATUS-LOG ITSELF WAS ALREADY
      * OPENED BY OPEN-STATUS-LOG, FIRST THING IN MAIN-LOGIC.
      **********************************************
       WRITE-BATCH-STATUS.
           MOVE SPACES TO STATUS-LOG-REC.
           MOVE 'DELINQ11' TO BST-PROGRAM-ID.
           PERFORM GET-BST-TIMESTAMP.
           MOVE WS-BST-START-TS TO BST-START-TS.
           MOVE WS-BST-TS-BUILT TO BST-END-TS.
           MOVE TOTAL-SUMMARY-READ TO BST-RECORDS-IN.
           MOVE TOTAL-CARDS-ASSESSED TO BST-RECORDS-OUT.
           MOVE 0 TO BST-RECORDS-REJECTED.
           IF ABEND-IN-PROGRESS
              MOVE 'FAILED' TO BST-STATUS
              MOVE 'JOB ABENDED - SEE SYSOUT FOR DETAIL' TO BST-MESSAGE
           ELSE
              IF TOTAL-BLOCK-CANDIDATES > 0
                 MOVE 'WARNING' TO BST-STATUS
                 MOVE 'CARDS RAISED FOR DELINQUENCY BLOCK' TO
                      BST-MESSAGE
              ELSE
                 MOVE 'COMPLETE' TO BST-STATUS
                 MOVE 'DELINQUENCY CYCLE ASSESSED CLEAN' TO
                      BST-MESSAGE
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
      * BEHIND - OTHERWISE AN ABEND LOOKS, TO BATSTS43, LIKE THE
      * JOB NEVER RAN AT ALL RATHER THAN LIKE IT FAILED.
      * THE NON-ZERO RETURN CODE KEEPS THE JCL FROM APPLYING A
      * PARTIAL BLOCK FILE OR ROLLING A PARTIAL CARRY.
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
           MOVE TOTAL-SUMMARY-READ TO TOTAL-SUMMARY-READ-DISP.
           MOVE TOTAL-CARRIED-IN TO TOTAL-CARRIED-IN-DISP.
           MOVE TOTAL-PAYMENTS-APPLIED TO TOTAL-PAYMENTS-APPLIED-DISP.
           MOVE TOTAL-CARDS-ASSESSED TO TOTAL-CARDS-ASSESSED-DISP.
           MOVE TOTAL-PAID-ON-TIME TO TOTAL-PAID-ON-TIME-DISP.
           MOVE TOTAL-PAST-DUE-30 TO TOTAL-PAST-DUE-30-DISP.
           MOVE TOTAL-PAST-DUE-60 TO TOTAL-PAST-DUE-60-DISP.
           MOVE TOTAL-PAST-DUE-90 TO TOTAL-PAST-DUE-90-DISP.
           MOVE TOTAL-LATE-FEES TO TOTAL-LATE-FEES-DISP.
           MOVE TOTAL-BLOCK-CANDIDATES TO TOTAL-BLOCK-CANDIDATES-DISP.
           MOVE TOTAL-CURED TO TOTAL-CURED-DISP.

           DISPLAY '========================================'.
           DISPLAY 'DELINQUENCY CYCLE SUMMARY'.
           DISPLAY '========================================'.
           DISPLAY 'SUMMARY RECORDS READ: ' TOTAL-SUMMARY-READ-DISP.
           DISPLAY 'CARRIED IN:           ' TOTAL-CARRIED-IN-DISP.
           DISPLAY 'PAYMENTS APPLIED:     '
                   TOTAL-PAYMENTS-APPLIED-DISP.
           DISPLAY 'CARDS ASSESSED:       ' TOTAL-CARDS-ASSESSED-DISP.
           DISPLAY 'MINIMUM PAID:         ' TOTAL-PAID-ON-TIME-DISP.
           DISPLAY 'PAST DUE 30:          ' TOTAL-PAST-DUE-30-DISP.
           DISPLAY 'PAST DUE 60:          ' TOTAL-PAST-DUE-60-DISP.
           DISPLAY 'PAST DUE 90+:         ' TOTAL-PAST-DUE-90-DISP.
           DISPLAY 'LATE FEES POSTED:     ' TOTAL-LATE-FEES-DISP.
           DISPLAY 'BLOCK CANDIDATES:     '
                   TOTAL-BLOCK-CANDIDATES-DISP.
           DISPLAY 'CURED:                ' TOTAL-CURED-DISP.
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
