      ******************************************************************
      * CARD REWARDS POINTS ACCRUAL AND REDEMPTION BATCH               *
      *                                                                *
      * PURPOSE:                                                       *
      * THE CARD PROGRAM NOW PAYS REWARDS POINTS ON SPEND. THIS        *
      * NIGHTLY JOB, RUN AFTER VSMJOB11 AND DSPUTE11, KEEPS THE        *
      * POINTS LEDGER (PTLDD) - EVERY POINTS MOVEMENT PER CARD         *
      * NUMBER, APPENDED ACROSS RUNS THE WAY POSTDD IS: POINTS         *
      * EARNED ON THE NIGHT'S POSTED PURCHASES, POINTS TAKEN BACK      *
      * WHEN A PURCHASE IS REFUNDED, REVERSED OR PERMANENTLY           *
      * CREDITED BY A DISPUTE, POINTS REDEEMED FOR A STATEMENT         *
      * CREDIT, AND POINTS MOVED TO A REPLACEMENT CARD. CRDSTM11       *
      * READS THE LEDGER BACK FOR THE POINTS SUMMARY ON THE            *
      * STATEMENT.                                                     *
      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   PHASE 1 - LOAD THE MCC BONUS TABLE (BNSDD), THE REISSUE      *
      *     XREF (XREFDD) AND THE LEDGER: EVERY CARD'S BALANCE, PLUS   *
      *     THE EARNINGS, REVERSALS AND REDEMPTIONS BOOKED INSIDE THE  *
      *     LOOK-BACK WINDOW (WS-EARN-WINDOW-DAYS) SO A RERUN NEVER    *
      *     BOOKS THE SAME ITEM TWICE.                                 *
      *   PHASE 2 - TRANSFERS: A CARD ON THE XREF WITH POINTS LEFT     *
      *     MOVES THEM TO ITS REPLACEMENT ('O' ON THE OLD NUMBER, 'I'  *
      *     ON THE NEW). POINTS FOLLOW A REPLACED CARD FROM HERE ON -  *
      *     EVERYTHING BELOW IS BOOKED TO THE LAST CARD IN ITS XREF    *
      *     CHAIN, THE POINTS HOLDER.                                  *
      *   PHASE 3 - ONE PASS OVER POSTDD FOR RECORDS POSTED ON THE     *
      *     CYCLE DATE:                                                *
      *     PURCHASE (TYPE SPACE) -> EARNS WHOLE CURRENCY UNITS X      *
      *       WS-EARN-RATE X THE MCC MULTIPLIER (1 WHEN THE MCC IS     *
      *       NOT ON THE BONUS TABLE). 'E' ON THE LEDGER.              *
      *     REFUND/REVERSAL ('R'/'V') -> TAKES BACK THE SHARE OF THE   *
      *       ORIGINAL PURCHASE'S POINTS THE CREDIT REPRESENTS. 'X'.   *
      *   PHASE 4 - PERMANENT DISPUTE CREDITS QUEUED BY DSPUTE11       *
      *     (RWRVDD) TAKE BACK THE DISPUTED PURCHASE'S POINTS THE      *
      *     SAME WAY. A REVERSAL NEVER TAKES A BALANCE BELOW ZERO.     *
      *   PHASE 5 - REDEMPTION FEED (RDMDD): POINTS ARE CONVERTED AT   *
      *     WS-POINT-VALUE POINTS PER 1.00 AND POSTED TO POSTDD AS A   *
      *     TYPE 'W' STATEMENT CREDIT IN THE CARD'S OWN CURRENCY; 'D'  *
      *     ON THE LEDGER. REJECTED: CARD NOT NUMERIC OR NOT ON THE    *
      *     MASTER, POINTS NOT NUMERIC OR ZERO, MORE POINTS THAN THE   *
      *     BALANCE, WORTH LESS THAN A PENNY, OR ALREADY REDEEMED.     *
      *   EVERY TRANSFER, REVERSAL, REDEMPTION AND REJECT WRITES ONE   *
      *   LINE ON THE REWARDS REPORT (RPTDD).                          *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/10/15                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/10/15 - THE REWARDS REPORT AND SYSOUT SHOW CARD NUMBERS   *
      *              MASKED (CRDMSK11: FIRST SIX AND LAST FOUR         *
      *              DIGITS).                                          *
      * 2026/10/15 - A FAILED RUN NOW ENDS WITH RETURN CODE 16, SO THE *
      *              JCL NO LONGER EMPTIES THE REVERSAL QUEUE AFTER    *
      *              IT.                                               *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  BNSDD (REWARDS.MCC.BONUS) - MCC BONUS MULTIPLIERS      *
      *         (PS, 80 B; OPTIONAL)                                   *
      * INPUT:  XREFDD (CARD.REISSUE.XREF) - OLD CARD -> NEW CARD      *
      *         CROSS-REFERENCE WRITTEN BY REISSU11                    *
      * INPUT:  RWRVDD (REWARDS.REVERSAL.QUEUE) - PERMANENT DISPUTE    *
      *         CREDITS QUEUED BY DSPUTE11 (PS, 80 B)                  *
      * INPUT:  RDMDD (REWARDS.REDEEM.FEED) - REDEMPTION REQUESTS      *
      * INPUT:  VSAMDD (CARD.MASTER) - CARD MASTER FILE (KSDS)         *
      * I/O:    PTLDD (CARD.POINTS.LEDGER) - POINTS LEDGER, READ IN    *
      *         FULL AND EXTENDED WITH THIS RUN'S MOVEMENTS (PS, 80 B) *
      * I/O:    POSTDD (CARD.POSTED.HIST) - POSTED-TRANSACTION         *
      *         HISTORY, READ FOR THE NIGHT'S ACTIVITY AND EXTENDED    *
      *         WITH REWARDS STATEMENT CREDITS ('W')                   *
      * OUTPUT: RPTDD (REWARDS.REPORT) - REWARDS REPORT (PS, 80 B)     *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RWDPTS11.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BONUS-TABLE-FILE ASSIGN TO BNSDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BONUS-TABLE-STATUS.

           SELECT REISSUE-XREF-FILE ASSIGN TO XREFDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REISSUE-XREF-STATUS.

           SELECT POINTS-LEDGER-FILE ASSIGN TO PTLDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS POINTS-LEDGER-STATUS.

           SELECT POSTED-HISTORY-FILE ASSIGN TO POSTDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS POSTED-HISTORY-STATUS.

           SELECT REVERSAL-QUEUE-FILE ASSIGN TO RWRVDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REVERSAL-QUEUE-STATUS.

           SELECT REDEEM-FEED-FILE ASSIGN TO RDMDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REDEEM-FEED-STATUS.

           SELECT CARD-MASTER-FILE ASSIGN TO VSAMDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CARD-NUMBER
               FILE STATUS IS CARD-FILE-STATUS.

           SELECT REWARDS-REPORT-FILE ASSIGN TO RPTDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REWARDS-REPORT-STATUS.

           SELECT STATUS-LOG ASSIGN TO STATLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STATUS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * ONE CARD PER MERCHANT CATEGORY THAT EARNS MORE THAN THE
      * BASE RATE: MCC AND ITS WHOLE-NUMBER MULTIPLIER.
       FD BONUS-TABLE-FILE RECORDING MODE IS F.
       01 BONUS-TABLE-REC.
          05 BNS-MCC PIC X(4).
          05 FILLER PIC X(1).
          05 BNS-MULTIPLIER PIC X(2).
          05 FILLER PIC X(73).

       FD REISSUE-XREF-FILE RECORDING MODE IS F.
       01 REISSUE-XREF-REC.
          05 XRF-OLD-CARD-NUM PIC 9(16).
          05 FILLER PIC X(1).
          05 XRF-NEW-CARD-NUM PIC 9(16).
          05 FILLER PIC X(1).
          05 XRF-REISSUE-DATE PIC X(8).
          05 FILLER PIC X(38).

      * THE POINTS LEDGER. PTL-TRANS-ID IS THE PURCHASE FOR 'E' AND
      * 'X', THE REDEMPTION ID FOR 'D'. PTL-SOURCE-ID IS THE CREDIT
      * THAT TRIGGERED AN 'X' (THE REFUND/REVERSAL ID, OR THE
      * PURCHASE ITSELF FOR A DISPUTE). PTL-OTHER-CARD IS THE
      * OTHER SIDE OF A TRANSFER, OR - ON 'E'/'X' BOOKED TO A
      * REPLACEMENT - THE CARD THE PURCHASE WAS MADE ON.
       FD POINTS-LEDGER-FILE RECORDING MODE IS F.
       01 POINTS-LEDGER-REC.
          05 PTL-CARD-NUM PIC 9(16).
          05 FILLER PIC X(1).
          05 PTL-POST-DATE PIC X(8).
          05 FILLER PIC X(1).
          05 PTL-TYPE PIC X(1).
             88 PTL-EARNED VALUE 'E'.
             88 PTL-EARN-REVERSED VALUE 'X'.
             88 PTL-REDEEMED VALUE 'D'.
             88 PTL-MOVED-OUT VALUE 'O'.
             88 PTL-MOVED-IN VALUE 'I'.
          05 FILLER PIC X(1).
          05 PTL-POINTS PIC 9(9).
          05 FILLER PIC X(1).
          05 PTL-TRANS-ID PIC X(5).
          05 FILLER PIC X(1).
          05 PTL-SOURCE-ID PIC X(5).
          05 FILLER PIC X(1).
          05 PTL-AMOUNT PIC 9(5)V99.
          05 FILLER PIC X(1).
          05 PTL-CURRENCY PIC X(3).
          05 FILLER PIC X(1).
          05 PTL-OTHER-CARD PIC 9(16).
          05 FILLER PIC X(2).

      * POSTED-TRANSACTION HISTORY IN VSMJOB11'S LAYOUT, OPENED
      * TWICE: INPUT FOR THE NIGHT'S ACTIVITY, THEN EXTEND FOR THE
      * REWARDS STATEMENT CREDITS.
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
          05 FILLER PIC X(1).
          05 HIST-MERCHANT-ID PIC X(8).
          05 FILLER PIC X(1).
          05 HIST-TRANS-DATE PIC X(8).
          05 FILLER PIC X(1).
          05 HIST-ORIG-TRANS-ID PIC X(5).
          05 FILLER PIC X(1).
          05 HIST-MCC PIC X(4).
          05 FILLER PIC X(6).

      * ONE RECORD PER DISPUTE DSPUTE11 RESOLVED IN THE
      * CARDHOLDER'S FAVOUR: THE DISPUTED PURCHASE AND THE AMOUNT
      * CREDITED.
       FD REVERSAL-QUEUE-FILE RECORDING MODE IS F.
       01 REVERSAL-QUEUE-REC.
          05 RVQ-CARD-NUM PIC X(16).
          05 FILLER PIC X(1).
          05 RVQ-POST-DATE PIC X(8).
          05 FILLER PIC X(1).
          05 RVQ-TRANS-ID PIC X(5).
          05 FILLER PIC X(1).
          05 RVQ-AMOUNT PIC 9(5)V99.
          05 FILLER PIC X(1).
          05 RVQ-CURRENCY PIC X(3).
          05 FILLER PIC X(1).
          05 RVQ-DATE PIC X(8).
          05 FILLER PIC X(28).

       FD REDEEM-FEED-FILE RECORDING MODE IS F.
       01 REDEEM-FEED-REC.
          05 RDM-ID PIC X(5).
          05 FILLER PIC X(1).
          05 RDM-CARD-NUMBER PIC X(16).
          05 FILLER PIC X(1).
          05 RDM-POINTS PIC X(9).
          05 FILLER PIC X(48).

       FD CARD-MASTER-FILE.
       01 CARD-MASTER-REC.
          05 CARD-NUMBER PIC 9(16).
          05 CARD-OWNER-NAME PIC X(20).
          05 CARD-EXPIRY-DATE PIC X(4).
          05 CARD-STATUS PIC X(1).
          05 CARD-DAILY-LIMIT PIC 9(5)V99.
          05 CARD-CURRENCY PIC X(3).
          05 CARD-CREDIT-LIMIT PIC 9(7)V99.

       FD REWARDS-REPORT-FILE RECORDING MODE IS F.
       01 REWARDS-REPORT-REC PIC X(80).

       FD STATUS-LOG RECORDING MODE IS F.
       01 STATUS-LOG-REC.
           COPY BATSTAT.

       WORKING-STORAGE SECTION.

      * CARD NUMBER MASKING REQUEST AREA - SEE COPYBOOK CARDMSK
      * AND SUBPROGRAM CRDMSK11.
           COPY CARDMSK.
      * MASKED OLD CARD, HELD WHILE THE NEW ONE IS MASKED FOR THE
      * CARD-MOVED REPORT LINE
       01 WS-MASKED-OLD-CARD PIC X(16).

      * FILE-STATUS VARIABLES
       01 FILE-STATUSES.
          05 BONUS-TABLE-STATUS PIC X(2).
          05 REISSUE-XREF-STATUS PIC X(2).
          05 POINTS-LEDGER-STATUS PIC X(2).
          05 POSTED-HISTORY-STATUS PIC X(2).
          05 REVERSAL-QUEUE-STATUS PIC X(2).
          05 REDEEM-FEED-STATUS PIC X(2).
          05 CARD-FILE-STATUS PIC X(2).
          05 REWARDS-REPORT-STATUS PIC X(2).
          05 STATUS-LOG-STATUS PIC X(2).

      * CONTROL FLAGS
       01 WS-FLAGS.
          05 WS-BONUS-EOF PIC X(1) VALUE 'N'.
             88 BONUS-EOF VALUE 'Y'.
          05 WS-XREF-EOF PIC X(1) VALUE 'N'.
             88 XREF-EOF VALUE 'Y'.
          05 WS-LEDGER-EOF PIC X(1) VALUE 'N'.
             88 LEDGER-EOF VALUE 'Y'.
          05 WS-HIST-EOF PIC X(1) VALUE 'N'.
             88 HIST-EOF VALUE 'Y'.
          05 WS-QUEUE-EOF PIC X(1) VALUE 'N'.
             88 QUEUE-EOF VALUE 'Y'.
          05 WS-REDEEM-EOF PIC X(1) VALUE 'N'.
             88 REDEEM-EOF VALUE 'Y'.
          05 WS-BAL-FOUND PIC X(1) VALUE 'N'.
             88 BAL-FOUND VALUE 'Y'.
          05 WS-EARN-FOUND PIC X(1) VALUE 'N'.
             88 EARN-FOUND VALUE 'Y'.
          05 WS-DONE-FOUND PIC X(1) VALUE 'N'.
             88 DONE-FOUND VALUE 'Y'.
          05 WS-XREF-FOUND PIC X(1) VALUE 'N'.
             88 XREF-FOUND VALUE 'Y'.
          05 WS-DONE-FULL PIC X(1) VALUE 'N'.
             88 DONE-TABLE-FULL VALUE 'Y'.

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

      * THE BUSINESS CYCLE DATE (YYYYMMDD FROM CYCDAT40): THE POST
      * DATE WHOSE ACTIVITY EARNS TONIGHT, AND THE POST DATE OF
      * EVERY LEDGER RECORD AND STATEMENT CREDIT THIS RUN.
       01 WS-CUR-DATE-GROUP PIC X(8).

      * RUNTIME PARAMETER LOOKUP REQUEST AREA - SEE COPYBOOK
      * RUNPARM AND SUBPROGRAM PRMGET50.
           COPY RUNPARM.

      * POINTS EARNED PER WHOLE CURRENCY UNIT SPENT, POINTS NEEDED
      * FOR EACH 1.00 OF STATEMENT CREDIT, AND HOW FAR BACK THE
      * LEDGER IS LOADED FOR REVERSAL AND RERUN CHECKS. ADJUST
      * HERE OR VIA PARMDD (PTSRATE, PTSVALUE, PTSWINDOW).
       01 WS-EARN-RATE PIC 9(3) VALUE 1.
       01 WS-POINT-VALUE PIC 9(5) VALUE 100.
       01 WS-EARN-WINDOW-DAYS PIC 9(3) VALUE 400.

      * FIRST POST DATE INSIDE THE LOOK-BACK WINDOW
       01 WS-TODAY-INT PIC 9(8).
       01 WS-WINDOW-START-INT PIC 9(8).
       01 WS-WINDOW-START-NUM PIC 9(8).
       01 WS-WINDOW-START REDEFINES WS-WINDOW-START-NUM PIC X(8).

      * MCC BONUS MULTIPLIERS FROM BNSDD. SEARCHED SERIALLY - THE
      * TABLE IS SHORT.
       01 WS-BONUS-TABLE.
          05 BONUS-COUNT PIC 9(3) VALUE 0.
          05 BONUS-ENTRY OCCURS 500 TIMES INDEXED BY BN-IDX.
             10 BN-MCC PIC X(4).
             10 BN-MULTIPLIER PIC 9(2).

      * OLD CARD -> NEW CARD CROSS-REFERENCE, LOADED FROM XREFDD
      * AND KEPT IN OLD-CARD ORDER (INSERTED IN PLACE, REISSU11-
      * STYLE) FOR SEARCH ALL.
       01 WS-XREF-TABLE.
          05 WS-XREF-COUNT PIC 9(5) COMP VALUE 0.
          05 XREF-ENTRY OCCURS 1 TO 20000 TIMES
                DEPENDING ON WS-XREF-COUNT
                ASCENDING KEY IS XR-OLD-CARD
                INDEXED BY XR-IDX.
             10 XR-OLD-CARD PIC 9(16).
             10 XR-NEW-CARD PIC 9(16).
       01 WS-XREF-SUB PIC 9(5) COMP VALUE 0.

      * POINTS BALANCE PER CARD, BUILT FROM THE WHOLE LEDGER AND
      * KEPT IN CARD ORDER FOR SEARCH ALL.
       01 WS-BALANCE-TABLE.
          05 BALANCE-COUNT PIC 9(5) VALUE 0.
          05 BALANCE-ENTRY OCCURS 1 TO 50000 TIMES
                DEPENDING ON BALANCE-COUNT
                ASCENDING KEY IS PB-CARD-NUM
                INDEXED BY PB-IDX.
             10 PB-CARD-NUM PIC 9(16).
             10 PB-POINTS PIC 9(9).
       01 WS-PB-CARD-NUM PIC 9(16).
       01 WS-PB-SUB PIC 9(5) COMP.

      * POINTS EARNED INSIDE THE WINDOW, KEYED BY THE CARD THE
      * PURCHASE WAS MADE ON AND ITS TRANSACTION ID, WITH THE
      * POINTS ALREADY TAKEN BACK. SEARCH ALL.
       01 WS-EARN-TABLE.
          05 EARN-COUNT PIC 9(5) VALUE 0.
          05 EARN-ENTRY OCCURS 1 TO 50000 TIMES
                DEPENDING ON EARN-COUNT
                ASCENDING KEY IS ER-CARD-NUM ER-TRANS-ID
                INDEXED BY ER-IDX.
             10 ER-KEY.
                15 ER-CARD-NUM PIC 9(16).
                15 ER-TRANS-ID PIC X(5).
             10 ER-AMOUNT PIC 9(5)V99.
             10 ER-POINTS PIC 9(9).
             10 ER-REVERSED PIC 9(9).
       01 WS-ER-KEY.
          05 WS-ER-CARD-NUM PIC 9(16).
          05 WS-ER-TRANS-ID PIC X(5).
       01 WS-ER-SUB PIC 9(5) COMP.

      * REVERSALS AND REDEMPTIONS ALREADY BOOKED INSIDE THE WINDOW,
      * SO A RERUN OR A REPEATED FEED RECORD IS NOT BOOKED TWICE.
      * SEARCHED SERIALLY - BOTH ARE RARE NEXT TO EARNINGS.
       01 WS-DONE-TABLE.
          05 DONE-COUNT PIC 9(5) VALUE 0.
          05 DONE-ENTRY OCCURS 20000 TIMES INDEXED BY DN-IDX.
             10 DN-CARD-NUM PIC 9(16).
             10 DN-TYPE PIC X(1).
             10 DN-REF-ID PIC X(5).
       01 WS-DN-CARD-NUM PIC 9(16).
       01 WS-DN-TYPE PIC X(1).
       01 WS-DN-REF-ID PIC X(5).

      * THE POINTS HOLDER: THE LAST CARD IN A CARD'S XREF CHAIN.
      * THE HOP LIMIT STOPS A BAD XREF LOOP FROM SPINNING.
       01 WS-HOLDER-CARD PIC 9(16).
       01 WS-HOLDER-HOPS PIC 9(2).

      * WORK FIELDS FOR THE ITEM BEING BOOKED
       01 WS-PURCHASE-CARD PIC 9(16).
       01 WS-WHOLE-UNITS PIC 9(5).
       01 WS-MULTIPLIER PIC 9(2).
       01 WS-POINTS PIC 9(9).
       01 WS-POINTS-LEFT PIC 9(9).
       01 WS-CREDIT-AMOUNT PIC 9(7)V99.
       01 WS-REDEEM-CARD-NUM PIC 9(16).
       01 WS-REDEEM-POINTS PIC 9(9).
       01 WS-REJECT-REASON PIC X(25).

      * REPORT LINE BUILD FIELDS
       01 WS-RPT-LINE PIC X(80).
       01 WS-PTS-DISP PIC Z(8)9.
       01 WS-AMT-DISP PIC Z(6)9.99.

      * STATISTICS COUNTERS
       01 WS-COUNTERS.
          05 TOTAL-LEDGER-READ PIC 9(7) VALUE 0.
          05 TOTAL-HISTORY-READ PIC 9(7) VALUE 0.
          05 TOTAL-PURCHASES-EARNED PIC 9(7) VALUE 0.
          05 TOTAL-ALREADY-EARNED PIC 9(7) VALUE 0.
          05 TOTAL-CARDS-MOVED PIC 9(7) VALUE 0.
          05 TOTAL-REVERSALS PIC 9(7) VALUE 0.
          05 TOTAL-REVERSAL-NO-EARN PIC 9(7) VALUE 0.
          05 TOTAL-REVERSAL-SHORT PIC 9(7) VALUE 0.
          05 TOTAL-QUEUE-READ PIC 9(7) VALUE 0.
          05 TOTAL-REDEEM-READ PIC 9(7) VALUE 0.
          05 TOTAL-REDEEMED PIC 9(7) VALUE 0.
          05 TOTAL-REDEEM-REJECTS PIC 9(7) VALUE 0.
          05 TOTAL-LEDGER-WRITTEN PIC 9(7) VALUE 0.
          05 TOTAL-POINTS-EARNED PIC 9(9) VALUE 0.
          05 TOTAL-POINTS-REVERSED PIC 9(9) VALUE 0.
          05 TOTAL-POINTS-REDEEMED PIC 9(9) VALUE 0.
          05 TOTAL-CREDIT-POSTED PIC 9(9)V99 VALUE 0.

      * DISPLAY-FORMATTED COUNTERS
       01 WS-DISP-COUNTERS.
          05 TOTAL-LEDGER-READ-DISP PIC Z(6)9.
          05 TOTAL-HISTORY-READ-DISP PIC Z(6)9.
          05 TOTAL-PURCHASES-EARNED-DISP PIC Z(6)9.
          05 TOTAL-ALREADY-EARNED-DISP PIC Z(6)9.
          05 TOTAL-CARDS-MOVED-DISP PIC Z(6)9.
          05 TOTAL-REVERSALS-DISP PIC Z(6)9.
          05 TOTAL-REVERSAL-NO-EARN-DISP PIC Z(6)9.
          05 TOTAL-REVERSAL-SHORT-DISP PIC Z(6)9.
          05 TOTAL-QUEUE-READ-DISP PIC Z(6)9.
          05 TOTAL-REDEEM-READ-DISP PIC Z(6)9.
          05 TOTAL-REDEEMED-DISP PIC Z(6)9.
          05 TOTAL-REDEEM-REJECTS-DISP PIC Z(6)9.
          05 TOTAL-LEDGER-WRITTEN-DISP PIC Z(6)9.
          05 TOTAL-POINTS-EARNED-DISP PIC Z(8)9.
          05 TOTAL-POINTS-REVERSED-DISP PIC Z(8)9.
          05 TOTAL-POINTS-REDEEMED-DISP PIC Z(8)9.
          05 TOTAL-CREDIT-POSTED-DISP PIC Z(8)9.99.

      **********************************************
      * LOADS THE BONUS TABLE, XREF AND LEDGER, MOVES REPLACED
      * CARDS' POINTS, EARNS AND REVERSES ON THE NIGHT'S POSTED
      * ACTIVITY, WORKS THE DISPUTE QUEUE AND THE REDEMPTION
      * FEED, CLOSES, WRITES BATCH STATUS AND DISPLAYS THE
      * SUMMARY.
      **********************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM SET-BST-START-TS.
           PERFORM INIT-PROCESS.
           PERFORM OPEN-STATUS-LOG.
           PERFORM LOAD-RUNTIME-PARMS.
           PERFORM LOAD-BONUS-TABLE.
           PERFORM LOAD-REISSUE-XREF.
           PERFORM LOAD-POINTS-LEDGER.
           PERFORM OPEN-ALL-FILES.
           PERFORM TRANSFER-REPLACED-CARDS.
           PERFORM EARN-POSTED-ACTIVITY.
           PERFORM REVERSE-DISPUTED-PURCHASES.
           PERFORM POST-REDEMPTIONS.
           PERFORM CLOSE-ALL-FILES.
           PERFORM WRITE-BATCH-STATUS.
           PERFORM DISPLAY-SUMMARY.
           STOP RUN.

      **********************************************
      * TAKES THE BUSINESS CYCLE DATE FROM THE CENTRAL
      * PROCESSING-DATE FACILITY (CYCDAT40) - NOT THE WALL CLOCK -
      * SO A RERUN FOR A PRIOR NIGHT EARNS THAT NIGHT'S POSTINGS.
      **********************************************
       INIT-PROCESS.
           MOVE 'RWDPTS11' TO CD-JOB-NAME.
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
      * STORAGE VALUES AS THE DEFAULTS, THEN WORKS OUT THE FIRST
      * DATE OF THE LOOK-BACK WINDOW.
      **********************************************
       LOAD-RUNTIME-PARMS.
           MOVE 'RWDPTS11' TO RP-JOB-NAME.
           MOVE 'PTSRATE' TO RP-KEYWORD.
           MOVE WS-EARN-RATE TO RP-DEFAULT-VALUE.
           CALL 'PRMGET50' USING WS-RUNPARM-REQUEST END-CALL.
           MOVE RP-VALUE TO WS-EARN-RATE.
           MOVE 'RWDPTS11' TO RP-JOB-NAME.
           MOVE 'PTSVALUE' TO RP-KEYWORD.
           MOVE WS-POINT-VALUE TO RP-DEFAULT-VALUE.
           CALL 'PRMGET50' USING WS-RUNPARM-REQUEST END-CALL.
           MOVE RP-VALUE TO WS-POINT-VALUE.
           MOVE 'RWDPTS11' TO RP-JOB-NAME.
           MOVE 'PTSWINDOW' TO RP-KEYWORD.
           MOVE WS-EARN-WINDOW-DAYS TO RP-DEFAULT-VALUE.
           CALL 'PRMGET50' USING WS-RUNPARM-REQUEST END-CALL.
           MOVE RP-VALUE TO WS-EARN-WINDOW-DAYS.

           IF WS-POINT-VALUE = 0
              DISPLAY 'ERROR: PTSVALUE OF ZERO - REDEMPTIONS '
                      'CANNOT BE PRICED'
              PERFORM ABEND-WITH-STATUS
           END-IF.

           COMPUTE WS-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE
                            (FUNCTION NUMVAL(WS-CUR-DATE-GROUP)).
           COMPUTE WS-WINDOW-START-INT =
                   WS-TODAY-INT - WS-EARN-WINDOW-DAYS.
           COMPUTE WS-WINDOW-START-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-WINDOW-START-INT).
           DISPLAY 'LEDGER LOOK-BACK FROM: ' WS-WINDOW-START.

      **********************************************
      * LOADS THE MCC BONUS TABLE. NO BONUS FILE (05/35) MEANS
      * EVERY CATEGORY EARNS THE BASE RATE. A CARD WITH A BAD
      * MULTIPLIER IS SKIPPED WITH A WARNING.
      **********************************************
       LOAD-BONUS-TABLE.
           OPEN INPUT BONUS-TABLE-FILE.
           IF BONUS-TABLE-STATUS = '05' OR BONUS-TABLE-STATUS = '35'
              DISPLAY 'NO MCC BONUS TABLE - BASE RATE ONLY'
              SET BONUS-EOF TO TRUE
           ELSE
              IF BONUS-TABLE-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING MCC BONUS TABLE: '
                          BONUS-TABLE-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
           END-IF.
           PERFORM UNTIL BONUS-EOF
              READ BONUS-TABLE-FILE
                AT END
                   SET BONUS-EOF TO TRUE
                NOT AT END
                   IF BONUS-TABLE-STATUS = '00'
                      IF BNS-MULTIPLIER NUMERIC
                         AND BNS-MULTIPLIER NOT = '00'
                         AND BONUS-COUNT < 500
                         ADD 1 TO BONUS-COUNT
                         SET BN-IDX TO BONUS-COUNT
                         MOVE BNS-MCC TO BN-MCC(BN-IDX)
                         MOVE BNS-MULTIPLIER TO BN-MULTIPLIER(BN-IDX)
                      ELSE
                         DISPLAY 'WARNING: MCC BONUS CARD SKIPPED: '
                                  BNS-MCC ' ' BNS-MULTIPLIER
                      END-IF
                   ELSE
                      DISPLAY 'ERROR READING MCC BONUS TABLE: '
                               BONUS-TABLE-STATUS
                      PERFORM ABEND-WITH-STATUS
                   END-IF
              END-READ
           END-PERFORM.
           IF BONUS-TABLE-STATUS NOT = '05'
              AND BONUS-TABLE-STATUS NOT = '35'
              CLOSE BONUS-TABLE-FILE
           END-IF.

      **********************************************
      * LOADS THE REISSUE XREF INTO THE SORTED TABLE. NO XREF FILE
      * YET (05/35) MEANS NO CARD HAS BEEN REPLACED.
      **********************************************
       LOAD-REISSUE-XREF.
           OPEN INPUT REISSUE-XREF-FILE.
           IF REISSUE-XREF-STATUS = '05' OR REISSUE-XREF-STATUS = '35'
              DISPLAY 'NO REISSUE XREF FILE - NO CARDS REPLACED'
              SET XREF-EOF TO TRUE
           ELSE
              IF REISSUE-XREF-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING REISSUE XREF: '
                          REISSUE-XREF-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
           END-IF.
           PERFORM UNTIL XREF-EOF
              READ REISSUE-XREF-FILE
                AT END
                   SET XREF-EOF TO TRUE
                NOT AT END
                   IF REISSUE-XREF-STATUS = '00'
                      PERFORM INSERT-XREF-ENTRY
                   ELSE
                      DISPLAY 'ERROR READING REISSUE XREF: '
                               REISSUE-XREF-STATUS
                      PERFORM ABEND-WITH-STATUS
                   END-IF
              END-READ
           END-PERFORM.
           IF REISSUE-XREF-STATUS NOT = '05'
              AND REISSUE-XREF-STATUS NOT = '35'
              CLOSE REISSUE-XREF-FILE
           END-IF.

      **********************************************
      * INSERTS ONE XREF RECORD IN OLD-CARD ORDER, SHIFTING THE
      * ENTRIES ABOVE IT UP BY ONE.
      **********************************************
       INSERT-XREF-ENTRY.
           IF WS-XREF-COUNT >= 20000
              DISPLAY 'REISSUE XREF TABLE FULL - RAISE THE LIMIT'
              PERFORM ABEND-WITH-STATUS
           END-IF.
           ADD 1 TO WS-XREF-COUNT.
           MOVE WS-XREF-COUNT TO WS-XREF-SUB.
           PERFORM UNTIL WS-XREF-SUB = 1
                   OR XR-OLD-CARD(WS-XREF-SUB - 1)
                      < XRF-OLD-CARD-NUM
              MOVE XREF-ENTRY(WS-XREF-SUB - 1)
                   TO XREF-ENTRY(WS-XREF-SUB)
              SUBTRACT 1 FROM WS-XREF-SUB
           END-PERFORM.
           MOVE XRF-OLD-CARD-NUM TO XR-OLD-CARD(WS-XREF-SUB).
           MOVE XRF-NEW-CARD-NUM TO XR-NEW-CARD(WS-XREF-SUB).

      **********************************************
      * READS THE WHOLE LEDGER: EVERY RECORD MOVES ITS CARD'S
      * BALANCE, AND THOSE INSIDE THE LOOK-BACK WINDOW ALSO FILL
      * THE EARN AND DONE TABLES. NO LEDGER YET (05/35) IS THE
      * FIRST RUN.
      **********************************************
       LOAD-POINTS-LEDGER.
           OPEN INPUT POINTS-LEDGER-FILE.
           IF POINTS-LEDGER-STATUS = '05'
              OR POINTS-LEDGER-STATUS = '35'
              DISPLAY 'NO POINTS LEDGER - FIRST RUN'
              SET LEDGER-EOF TO TRUE
           ELSE
              IF POINTS-LEDGER-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING POINTS LEDGER: '
                          POINTS-LEDGER-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
           END-IF.
           PERFORM UNTIL LEDGER-EOF
              READ POINTS-LEDGER-FILE
                AT END
                   SET LEDGER-EOF TO TRUE
                NOT AT END
                   IF POINTS-LEDGER-STATUS = '00'
                      ADD 1 TO TOTAL-LEDGER-READ
                      PERFORM LOAD-ONE-LEDGER-REC
                   ELSE
                      DISPLAY 'ERROR READING POINTS LEDGER: '
                               POINTS-LEDGER-STATUS
                      PERFORM ABEND-WITH-STATUS
                   END-IF
              END-READ
           END-PERFORM.
           IF POINTS-LEDGER-STATUS NOT = '05'
              AND POINTS-LEDGER-STATUS NOT = '35'
              CLOSE POINTS-LEDGER-FILE
           END-IF.

      **********************************************
      * APPLIES ONE LEDGER RECORD TO ITS CARD'S BALANCE AND, IF
      * IT IS INSIDE THE WINDOW, TO THE EARN OR DONE TABLE.
      **********************************************
       LOAD-ONE-LEDGER-REC.
           MOVE PTL-CARD-NUM TO WS-PB-CARD-NUM.
           PERFORM FIND-OR-ADD-BALANCE.
           EVALUATE TRUE
               WHEN PTL-EARNED
               WHEN PTL-MOVED-IN
                 ADD PTL-POINTS TO PB-POINTS(PB-IDX)
               WHEN OTHER
                 IF PTL-POINTS > PB-POINTS(PB-IDX)
                    MOVE 0 TO PB-POINTS(PB-IDX)
                 ELSE
                    SUBTRACT PTL-POINTS FROM PB-POINTS(PB-IDX)
                 END-IF
           END-EVALUATE.

           IF PTL-POST-DATE NOT < WS-WINDOW-START
              IF PTL-OTHER-CARD NUMERIC
                 AND PTL-OTHER-CARD NOT = 0
                 AND (PTL-EARNED OR PTL-EARN-REVERSED)
                 MOVE PTL-OTHER-CARD TO WS-ER-CARD-NUM
              ELSE
                 MOVE PTL-CARD-NUM TO WS-ER-CARD-NUM
              END-IF
              MOVE PTL-TRANS-ID TO WS-ER-TRANS-ID
              EVALUATE TRUE
                  WHEN PTL-EARNED
                    PERFORM ADD-EARN-ENTRY
                    IF EARN-FOUND
                       MOVE PTL-AMOUNT TO ER-AMOUNT(ER-IDX)
                       MOVE PTL-POINTS TO ER-POINTS(ER-IDX)
                       MOVE 0 TO ER-REVERSED(ER-IDX)
                    END-IF
                  WHEN PTL-EARN-REVERSED
                    PERFORM FIND-EARN-ENTRY
                    IF EARN-FOUND
                       ADD PTL-POINTS TO ER-REVERSED(ER-IDX)
                    END-IF
                    MOVE WS-ER-CARD-NUM TO WS-DN-CARD-NUM
                    MOVE 'X' TO WS-DN-TYPE
                    MOVE PTL-SOURCE-ID TO WS-DN-REF-ID
                    PERFORM ADD-DONE-ENTRY
                  WHEN PTL-REDEEMED
                    MOVE PTL-CARD-NUM TO WS-DN-CARD-NUM
                    MOVE 'D' TO WS-DN-TYPE
                    MOVE PTL-TRANS-ID TO WS-DN-REF-ID
                    PERFORM ADD-DONE-ENTRY
                  WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

      **********************************************
      * FINDS WS-PB-CARD-NUM IN THE BALANCE TABLE, INSERTING A
      * ZERO BALANCE IN CARD ORDER THE FIRST TIME THE CARD IS
      * SEEN. LEAVES PB-IDX ON THE ENTRY. OVERFLOW IS A HARD
      * ERROR - A DROPPED CARD WOULD LOSE ITS POINTS.
      **********************************************
       FIND-OR-ADD-BALANCE.
           MOVE 'N' TO WS-BAL-FOUND.
           IF BALANCE-COUNT > 0
              SEARCH ALL BALANCE-ENTRY
                  AT END
                     CONTINUE
                  WHEN PB-CARD-NUM(PB-IDX) = WS-PB-CARD-NUM
                     SET BAL-FOUND TO TRUE
              END-SEARCH
           END-IF.
           IF NOT BAL-FOUND
              IF BALANCE-COUNT >= 50000
                 DISPLAY 'ERROR: POINTS BALANCE TABLE FULL '
                         '(50000 MAX)'
                 PERFORM ABEND-WITH-STATUS
              END-IF
              ADD 1 TO BALANCE-COUNT
              MOVE BALANCE-COUNT TO WS-PB-SUB
              PERFORM UNTIL WS-PB-SUB = 1
                      OR PB-CARD-NUM(WS-PB-SUB - 1) < WS-PB-CARD-NUM
                 MOVE BALANCE-ENTRY(WS-PB-SUB - 1)
                      TO BALANCE-ENTRY(WS-PB-SUB)
                 SUBTRACT 1 FROM WS-PB-SUB
              END-PERFORM
              MOVE WS-PB-CARD-NUM TO PB-CARD-NUM(WS-PB-SUB)
              MOVE 0 TO PB-POINTS(WS-PB-SUB)
              SET PB-IDX TO WS-PB-SUB
           END-IF.

      **********************************************
      * FINDS WS-ER-KEY IN THE EARN TABLE, LEAVING ER-IDX ON THE
      * ENTRY WHEN FOUND.
      **********************************************
       FIND-EARN-ENTRY.
           MOVE 'N' TO WS-EARN-FOUND.
           IF EARN-COUNT > 0
              SEARCH ALL EARN-ENTRY
                  AT END
                     CONTINUE
                  WHEN ER-CARD-NUM(ER-IDX) = WS-ER-CARD-NUM
                   AND ER-TRANS-ID(ER-IDX) = WS-ER-TRANS-ID
                     SET EARN-FOUND TO TRUE
              END-SEARCH
           END-IF.

      **********************************************
      * INSERTS WS-ER-KEY IN KEY ORDER UNLESS IT IS ALREADY THERE.
      * EARN-FOUND IS LEFT ON ONLY FOR A NEW ENTRY (ER-IDX ON IT)
      * SO THE CALLER CAN TELL A FIRST EARNING FROM A REPEAT. A
      * FULL TABLE ONLY WEAKENS THE REVERSAL AND RERUN CHECKS FOR
      * THE PURCHASES LEFT OUT, SO IT WARNS RATHER THAN STOPS.
      **********************************************
       ADD-EARN-ENTRY.
           PERFORM FIND-EARN-ENTRY.
           IF EARN-FOUND
              MOVE 'N' TO WS-EARN-FOUND
           ELSE
              IF EARN-COUNT >= 50000
                 DISPLAY 'WARNING: EARN TABLE FULL (50000 MAX) - '
                         'TRANS ' WS-ER-TRANS-ID ' NOT TRACKED'
              ELSE
                 ADD 1 TO EARN-COUNT
                 MOVE EARN-COUNT TO WS-ER-SUB
                 PERFORM UNTIL WS-ER-SUB = 1
                         OR ER-KEY(WS-ER-SUB - 1) < WS-ER-KEY
                    MOVE EARN-ENTRY(WS-ER-SUB - 1)
                         TO EARN-ENTRY(WS-ER-SUB)
                    SUBTRACT 1 FROM WS-ER-SUB
                 END-PERFORM
                 MOVE WS-ER-KEY TO ER-KEY(WS-ER-SUB)
                 SET ER-IDX TO WS-ER-SUB
                 SET EARN-FOUND TO TRUE
              END-IF
           END-IF.

      **********************************************
      * LOOKS FOR WS-DN-CARD-NUM / WS-DN-TYPE / WS-DN-REF-ID IN
      * THE DONE TABLE.
      **********************************************
       FIND-DONE-ENTRY.
           MOVE 'N' TO WS-DONE-FOUND.
           IF DONE-COUNT > 0
              SET DN-IDX TO 1
              SEARCH DONE-ENTRY
                  AT END
                     CONTINUE
                  WHEN DN-IDX > DONE-COUNT
                     CONTINUE
                  WHEN DN-CARD-NUM(DN-IDX) = WS-DN-CARD-NUM
                   AND DN-TYPE(DN-IDX) = WS-DN-TYPE
                   AND DN-REF-ID(DN-IDX) = WS-DN-REF-ID
                     SET DONE-FOUND TO TRUE
              END-SEARCH
           END-IF.

      **********************************************
      * APPENDS WS-DN-CARD-NUM / WS-DN-TYPE / WS-DN-REF-ID TO THE
      * DONE TABLE, WARNING ONCE IF IT FILLS.
      **********************************************
       ADD-DONE-ENTRY.
           IF DONE-COUNT < 20000
              ADD 1 TO DONE-COUNT
              SET DN-IDX TO DONE-COUNT
              MOVE WS-DN-CARD-NUM TO DN-CARD-NUM(DN-IDX)
              MOVE WS-DN-TYPE TO DN-TYPE(DN-IDX)
              MOVE WS-DN-REF-ID TO DN-REF-ID(DN-IDX)
           ELSE
              IF NOT DONE-TABLE-FULL
                 SET DONE-TABLE-FULL TO TRUE
                 DISPLAY 'WARNING: REVERSAL/REDEMPTION TABLE FULL '
                         '(20000 MAX) - RERUN CHECK DEGRADED'
              END-IF
           END-IF.

      **********************************************
      * OPEN THE REMAINING FILES AND CHECK STATUS. THE LEDGER IS
      * REOPENED EXTEND - MOVEMENTS ACCUMULATE, THEY NEVER
      * OVERWRITE. AN EMPTY DISPUTE QUEUE OR REDEMPTION FEED
      * (05/35) JUST MEANS NOTHING TO DO TONIGHT.
      **********************************************
       OPEN-ALL-FILES.
           OPEN EXTEND POINTS-LEDGER-FILE.
           IF POINTS-LEDGER-STATUS = '05'
              OR POINTS-LEDGER-STATUS = '35'
              OPEN OUTPUT POINTS-LEDGER-FILE
           END-IF.
           IF POINTS-LEDGER-STATUS NOT = '00'
              DISPLAY 'ERROR REOPENING POINTS LEDGER: '
                       POINTS-LEDGER-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN INPUT CARD-MASTER-FILE.
           IF CARD-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING CARD MASTER FILE: '
                       CARD-FILE-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN INPUT REVERSAL-QUEUE-FILE.
           IF REVERSAL-QUEUE-STATUS = '05'
              OR REVERSAL-QUEUE-STATUS = '35'
              DISPLAY 'NO DISPUTE REVERSAL QUEUE - NONE TO WORK'
              SET QUEUE-EOF TO TRUE
           ELSE
              IF REVERSAL-QUEUE-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING REVERSAL QUEUE: '
                          REVERSAL-QUEUE-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
           END-IF.

           OPEN INPUT REDEEM-FEED-FILE.
           IF REDEEM-FEED-STATUS = '05'
              OR REDEEM-FEED-STATUS = '35'
              DISPLAY 'NO REDEMPTION FEED - NONE TO POST'
              SET REDEEM-EOF TO TRUE
           ELSE
              IF REDEEM-FEED-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING REDEMPTION FEED: '
                          REDEEM-FEED-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
           END-IF.

           OPEN OUTPUT REWARDS-REPORT-FILE.
           IF REWARDS-REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING REWARDS REPORT: '
                       REWARDS-REPORT-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * MOVES EVERY REPLACED CARD'S REMAINING POINTS TO ITS
      * REPLACEMENT. THE TABLE IS IN OLD-CARD ORDER, NOT ISSUE
      * ORDER, SO ONE PASS CAN LEAVE A CHAIN (A -> B -> C) HALF
      * MOVED; PASSES REPEAT UNTIL ONE MOVES NOTHING.
      **********************************************
       TRANSFER-REPLACED-CARDS.
           MOVE 1 TO WS-POINTS.
           MOVE 0 TO WS-HOLDER-HOPS.
           PERFORM UNTIL WS-POINTS = 0
                   OR WS-HOLDER-HOPS > 10
              MOVE 0 TO WS-POINTS
              ADD 1 TO WS-HOLDER-HOPS
              PERFORM VARYING XR-IDX FROM 1 BY 1
                      UNTIL XR-IDX > WS-XREF-COUNT
                 PERFORM TRANSFER-ONE-CARD
              END-PERFORM
           END-PERFORM.

      **********************************************
      * MOVES ONE OLD CARD'S BALANCE, IF ANY, TO ITS NEW CARD:
      * 'O' ON THE OLD NUMBER, 'I' ON THE NEW, ONE REPORT LINE.
      * WS-POINTS IS LEFT NON-ZERO WHEN ANYTHING MOVED.
      **********************************************
       TRANSFER-ONE-CARD.
           MOVE XR-OLD-CARD(XR-IDX) TO WS-PB-CARD-NUM.
           MOVE 'N' TO WS-BAL-FOUND.
           IF BALANCE-COUNT > 0
              SEARCH ALL BALANCE-ENTRY
                  AT END
                     CONTINUE
                  WHEN PB-CARD-NUM(PB-IDX) = WS-PB-CARD-NUM
                     SET BAL-FOUND TO TRUE
              END-SEARCH
           END-IF.
           IF BAL-FOUND
              AND PB-POINTS(PB-IDX) > 0
              MOVE PB-POINTS(PB-IDX) TO WS-POINTS-LEFT
              MOVE 0 TO PB-POINTS(PB-IDX)
              MOVE SPACES TO POINTS-LEDGER-REC
              MOVE XR-OLD-CARD(XR-IDX) TO PTL-CARD-NUM
              MOVE 'O' TO PTL-TYPE
              MOVE WS-POINTS-LEFT TO PTL-POINTS
              MOVE 0 TO PTL-AMOUNT
              MOVE XR-NEW-CARD(XR-IDX) TO PTL-OTHER-CARD
              PERFORM WRITE-LEDGER-REC

              MOVE XR-NEW-CARD(XR-IDX) TO WS-PB-CARD-NUM
              PERFORM FIND-OR-ADD-BALANCE
              ADD WS-POINTS-LEFT TO PB-POINTS(PB-IDX)
              MOVE SPACES TO POINTS-LEDGER-REC
              MOVE XR-NEW-CARD(XR-IDX) TO PTL-CARD-NUM
              MOVE 'I' TO PTL-TYPE
              MOVE WS-POINTS-LEFT TO PTL-POINTS
              MOVE 0 TO PTL-AMOUNT
              MOVE XR-OLD-CARD(XR-IDX) TO PTL-OTHER-CARD
              PERFORM WRITE-LEDGER-REC

              ADD 1 TO TOTAL-CARDS-MOVED
              MOVE WS-POINTS-LEFT TO WS-PTS-DISP
              MOVE SPACES TO WS-RPT-LINE
              MOVE 'M' TO CM-FUNCTION
              MOVE XR-OLD-CARD(XR-IDX) TO CM-CARD-NUMBER
              CALL 'CRDMSK11' USING WS-CARDMSK-REQUEST END-CALL
              MOVE CM-MASKED-NUMBER TO WS-MASKED-OLD-CARD
              MOVE 'M' TO CM-FUNCTION
              MOVE XR-NEW-CARD(XR-IDX) TO CM-CARD-NUMBER
              CALL 'CRDMSK11' USING WS-CARDMSK-REQUEST END-CALL
              STRING 'MOVED    CARD ' DELIMITED BY SIZE
                     WS-MASKED-OLD-CARD DELIMITED BY SIZE
                     ' TO ' DELIMITED BY SIZE
                     CM-MASKED-NUMBER DELIMITED BY SIZE
                     ' POINTS ' DELIMITED BY SIZE
                     FUNCTION TRIM(WS-PTS-DISP) DELIMITED BY SIZE
                     INTO WS-RPT-LINE
              END-STRING
              PERFORM WRITE-REPORT-LINE
              MOVE WS-POINTS-LEFT TO WS-POINTS
           END-IF.

      **********************************************
      * FOLLOWS WS-HOLDER-CARD DOWN THE XREF CHAIN TO THE CARD
      * NOW HOLDING ITS POINTS. A CARD NEVER REPLACED IS ITS OWN
      * HOLDER.
      **********************************************
       FIND-POINTS-HOLDER.
           MOVE 0 TO WS-HOLDER-HOPS.
           SET XREF-FOUND TO TRUE.
           PERFORM UNTIL NOT XREF-FOUND
                   OR WS-HOLDER-HOPS > 10
              MOVE 'N' TO WS-XREF-FOUND
              IF WS-XREF-COUNT > 0
                 SEARCH ALL XREF-ENTRY
                     AT END
                        CONTINUE
                     WHEN XR-OLD-CARD(XR-IDX) = WS-HOLDER-CARD
                        SET XREF-FOUND TO TRUE
                        MOVE XR-NEW-CARD(XR-IDX) TO WS-HOLDER-CARD
                 END-SEARCH
              END-IF
              ADD 1 TO WS-HOLDER-HOPS
           END-PERFORM.

      **********************************************
      * ONE PASS OVER THE POSTED HISTORY FOR THE RECORDS POSTED
      * ON THE CYCLE DATE: PURCHASES EARN, REFUNDS AND REVERSALS
      * TAKE BACK. NO HISTORY AT ALL MEANS NOTHING TO EARN.
      **********************************************
       EARN-POSTED-ACTIVITY.
           OPEN INPUT POSTED-HISTORY-FILE.
           IF POSTED-HISTORY-STATUS = '05'
              OR POSTED-HISTORY-STATUS = '35'
              DISPLAY 'NO POSTED HISTORY - NOTHING TO EARN'
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
                      ADD 1 TO TOTAL-HISTORY-READ
                      IF HIST-POST-DATE = WS-CUR-DATE-GROUP
                         EVALUATE HIST-REC-TYPE
                             WHEN SPACE
                               PERFORM EARN-ONE-PURCHASE
                             WHEN 'R'
                             WHEN 'V'
                               MOVE HIST-CARD-NUM TO WS-PURCHASE-CARD
                               MOVE HIST-ORIG-TRANS-ID
                                    TO WS-ER-TRANS-ID
                               MOVE HIST-TRANS-ID TO WS-DN-REF-ID
                               MOVE HIST-AMOUNT TO WS-CREDIT-AMOUNT
                               PERFORM REVERSE-EARNED-POINTS
                                       THRU REVERSE-EARNED-POINTS-EXIT
                             WHEN OTHER
                               CONTINUE
                         END-EVALUATE
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
      * EARNS ON ONE POSTED PURCHASE: WHOLE CURRENCY UNITS X THE
      * BASE RATE X THE MCC MULTIPLIER, BOOKED TO THE POINTS
      * HOLDER. A PURCHASE ALREADY ON THE EARN TABLE WAS EARNED
      * BY AN EARLIER PASS AND IS SKIPPED.
      **********************************************
       EARN-ONE-PURCHASE.
           MOVE HIST-CARD-NUM TO WS-ER-CARD-NUM.
           MOVE HIST-TRANS-ID TO WS-ER-TRANS-ID.
           PERFORM FIND-EARN-ENTRY.
           IF EARN-FOUND
              ADD 1 TO TOTAL-ALREADY-EARNED
           ELSE
              MOVE 1 TO WS-MULTIPLIER
              IF BONUS-COUNT > 0
                 SET BN-IDX TO 1
                 SEARCH BONUS-ENTRY
                     AT END
                        CONTINUE
                     WHEN BN-IDX > BONUS-COUNT
                        CONTINUE
                     WHEN BN-MCC(BN-IDX) = HIST-MCC
                        MOVE BN-MULTIPLIER(BN-IDX) TO WS-MULTIPLIER
                 END-SEARCH
              END-IF
              MOVE HIST-AMOUNT TO WS-WHOLE-UNITS
              COMPUTE WS-POINTS =
                      WS-WHOLE-UNITS * WS-EARN-RATE * WS-MULTIPLIER
              PERFORM ADD-EARN-ENTRY
              IF EARN-FOUND
                 MOVE HIST-AMOUNT TO ER-AMOUNT(ER-IDX)
                 MOVE WS-POINTS TO ER-POINTS(ER-IDX)
                 MOVE 0 TO ER-REVERSED(ER-IDX)
              END-IF
              MOVE HIST-CARD-NUM TO WS-HOLDER-CARD
              PERFORM FIND-POINTS-HOLDER
              MOVE WS-HOLDER-CARD TO WS-PB-CARD-NUM
              PERFORM FIND-OR-ADD-BALANCE
              ADD WS-POINTS TO PB-POINTS(PB-IDX)

              MOVE SPACES TO POINTS-LEDGER-REC
              MOVE WS-HOLDER-CARD TO PTL-CARD-NUM
              MOVE 'E' TO PTL-TYPE
              MOVE WS-POINTS TO PTL-POINTS
              MOVE HIST-TRANS-ID TO PTL-TRANS-ID
              MOVE HIST-AMOUNT TO PTL-AMOUNT
              MOVE HIST-CURRENCY TO PTL-CURRENCY
              IF WS-HOLDER-CARD NOT = HIST-CARD-NUM
                 MOVE HIST-CARD-NUM TO PTL-OTHER-CARD
              ELSE
                 MOVE 0 TO PTL-OTHER-CARD
              END-IF
              PERFORM WRITE-LEDGER-REC
              ADD 1 TO TOTAL-PURCHASES-EARNED
              ADD WS-POINTS TO TOTAL-POINTS-EARNED
           END-IF.

      **********************************************
      * READS THE DISPUTE QUEUE UNTIL EOF. EACH PERMANENT CREDIT
      * TAKES BACK THE DISPUTED PURCHASE'S POINTS; THE PURCHASE
      * ITSELF IS THE REVERSAL'S SOURCE ID.
      **********************************************
       REVERSE-DISPUTED-PURCHASES.
           PERFORM UNTIL QUEUE-EOF
              READ REVERSAL-QUEUE-FILE
                AT END
                   SET QUEUE-EOF TO TRUE
                NOT AT END
                   IF REVERSAL-QUEUE-STATUS = '00'
                      ADD 1 TO TOTAL-QUEUE-READ
                      IF RVQ-CARD-NUM NUMERIC
                         AND RVQ-AMOUNT NUMERIC
                         MOVE RVQ-CARD-NUM TO WS-PURCHASE-CARD
                         MOVE RVQ-TRANS-ID TO WS-ER-TRANS-ID
                         MOVE RVQ-TRANS-ID TO WS-DN-REF-ID
                         MOVE RVQ-AMOUNT TO WS-CREDIT-AMOUNT
                         PERFORM REVERSE-EARNED-POINTS
                                 THRU REVERSE-EARNED-POINTS-EXIT
                      ELSE
                         DISPLAY 'WARNING: BAD DISPUTE QUEUE RECORD '
                                 'SKIPPED - TRANS ' RVQ-TRANS-ID
                      END-IF
                   ELSE
                      DISPLAY 'ERROR READING REVERSAL QUEUE: '
                               REVERSAL-QUEUE-STATUS
                      PERFORM ABEND-WITH-STATUS
                   END-IF
              END-READ
           END-PERFORM.

      **********************************************
      * TAKES BACK THE SHARE OF A PURCHASE'S POINTS THAT A CREDIT
      * OF WS-CREDIT-AMOUNT REPRESENTS (PURCHASE WS-PURCHASE-CARD
      * / WS-ER-TRANS-ID, CREDIT SOURCE WS-DN-REF-ID). NEVER MORE
      * THAN THE PURCHASE EARNED LESS WHAT IS ALREADY BACK, AND
      * NEVER BELOW A ZERO BALANCE ON THE HOLDER - POINTS ALREADY
      * REDEEMED ARE NOT CLAWED BACK. A PURCHASE WITH NO EARNING
      * IN THE WINDOW (BOUGHT BEFORE REWARDS, OR TOO LONG AGO)
      * HAS NOTHING TO TAKE BACK.
      **********************************************
       REVERSE-EARNED-POINTS.
           MOVE WS-PURCHASE-CARD TO WS-DN-CARD-NUM.
           MOVE 'X' TO WS-DN-TYPE.
           PERFORM FIND-DONE-ENTRY.
           IF DONE-FOUND
              GO TO REVERSE-EARNED-POINTS-EXIT
           END-IF.
           MOVE WS-PURCHASE-CARD TO WS-ER-CARD-NUM.
           PERFORM FIND-EARN-ENTRY.
           IF NOT EARN-FOUND
              ADD 1 TO TOTAL-REVERSAL-NO-EARN
              GO TO REVERSE-EARNED-POINTS-EXIT
           END-IF.

           IF WS-CREDIT-AMOUNT NOT < ER-AMOUNT(ER-IDX)
              MOVE ER-POINTS(ER-IDX) TO WS-POINTS
           ELSE
              COMPUTE WS-POINTS = ER-POINTS(ER-IDX)
                      * WS-CREDIT-AMOUNT / ER-AMOUNT(ER-IDX)
           END-IF.
           COMPUTE WS-POINTS-LEFT =
                   ER-POINTS(ER-IDX) - ER-REVERSED(ER-IDX).
           IF WS-POINTS > WS-POINTS-LEFT
              MOVE WS-POINTS-LEFT TO WS-POINTS
           END-IF.

           MOVE WS-PURCHASE-CARD TO WS-HOLDER-CARD.
           PERFORM FIND-POINTS-HOLDER.
           MOVE WS-HOLDER-CARD TO WS-PB-CARD-NUM.
           PERFORM FIND-OR-ADD-BALANCE.
           IF WS-POINTS > PB-POINTS(PB-IDX)
              MOVE PB-POINTS(PB-IDX) TO WS-POINTS
              ADD 1 TO TOTAL-REVERSAL-SHORT
           END-IF.

           PERFORM ADD-DONE-ENTRY.
           IF WS-POINTS = 0
              GO TO REVERSE-EARNED-POINTS-EXIT
           END-IF.
           SUBTRACT WS-POINTS FROM PB-POINTS(PB-IDX).
           ADD WS-POINTS TO ER-REVERSED(ER-IDX).

           MOVE SPACES TO POINTS-LEDGER-REC.
           MOVE WS-HOLDER-CARD TO PTL-CARD-NUM.
           MOVE 'X' TO PTL-TYPE.
           MOVE WS-POINTS TO PTL-POINTS.
           MOVE WS-ER-TRANS-ID TO PTL-TRANS-ID.
           MOVE WS-DN-REF-ID TO PTL-SOURCE-ID.
           MOVE WS-CREDIT-AMOUNT TO PTL-AMOUNT.
           IF WS-HOLDER-CARD NOT = WS-PURCHASE-CARD
              MOVE WS-PURCHASE-CARD TO PTL-OTHER-CARD
           ELSE
              MOVE 0 TO PTL-OTHER-CARD
           END-IF.
           PERFORM WRITE-LEDGER-REC.
           ADD 1 TO TOTAL-REVERSALS.
           ADD WS-POINTS TO TOTAL-POINTS-REVERSED.

           MOVE WS-POINTS TO WS-PTS-DISP.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE 'M' TO CM-FUNCTION.
           MOVE WS-HOLDER-CARD TO CM-CARD-NUMBER.
           CALL 'CRDMSK11' USING WS-CARDMSK-REQUEST END-CALL.
           STRING 'REVERSED CARD ' DELIMITED BY SIZE
                  CM-MASKED-NUMBER DELIMITED BY SIZE
                  ' TRANS ' DELIMITED BY SIZE
                  WS-ER-TRANS-ID DELIMITED BY SIZE
                  ' BY ' DELIMITED BY SIZE
                  WS-DN-REF-ID DELIMITED BY SIZE
                  ' POINTS ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PTS-DISP) DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
       REVERSE-EARNED-POINTS-EXIT.
           EXIT.

      **********************************************
      * REOPENS THE POSTED HISTORY EXTEND AND WORKS THE
      * REDEMPTION FEED UNTIL EOF.
      **********************************************
       POST-REDEMPTIONS.
           IF NOT REDEEM-EOF
              OPEN EXTEND POSTED-HISTORY-FILE
              IF POSTED-HISTORY-STATUS = '05'
                 OR POSTED-HISTORY-STATUS = '35'
                 OPEN OUTPUT POSTED-HISTORY-FILE
              END-IF
              IF POSTED-HISTORY-STATUS NOT = '00'
                 DISPLAY 'ERROR REOPENING POSTED HISTORY: '
                          POSTED-HISTORY-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
           END-IF.
           PERFORM UNTIL REDEEM-EOF
              READ REDEEM-FEED-FILE
                AT END
                   SET REDEEM-EOF TO TRUE
                   CLOSE POSTED-HISTORY-FILE
                NOT AT END
                   IF REDEEM-FEED-STATUS = '00'
                      ADD 1 TO TOTAL-REDEEM-READ
                      MOVE SPACES TO WS-REJECT-REASON
                      PERFORM REDEEM-ONE-REQUEST
                              THRU REDEEM-ONE-REQUEST-EXIT
                   ELSE
                      DISPLAY 'ERROR READING REDEMPTION FEED: '
                               REDEEM-FEED-STATUS
                      PERFORM ABEND-WITH-STATUS
                   END-IF
              END-READ
           END-PERFORM.

      **********************************************
      * EDITS ONE REDEMPTION AND, IF IT PASSES, BOOKS IT: 'D' ON
      * THE LEDGER FIRST, THEN THE 'W' STATEMENT CREDIT ON POSTDD
      * IN THE HOLDER CARD'S OWN CURRENCY. EVERY EDIT FAILURE
      * REJECTS WITH A REASON RATHER THAN STOPPING.
      **********************************************
       REDEEM-ONE-REQUEST.
           IF RDM-CARD-NUMBER NOT NUMERIC
              MOVE 'CARD NUMBER NOT NUMERIC' TO WS-REJECT-REASON
              PERFORM WRITE-REDEEM-REJECT
              GO TO REDEEM-ONE-REQUEST-EXIT
           END-IF.
           IF RDM-POINTS NOT NUMERIC
              MOVE 'POINTS NOT NUMERIC' TO WS-REJECT-REASON
              PERFORM WRITE-REDEEM-REJECT
              GO TO REDEEM-ONE-REQUEST-EXIT
           END-IF.
           MOVE RDM-CARD-NUMBER TO WS-REDEEM-CARD-NUM.
           MOVE RDM-POINTS TO WS-REDEEM-POINTS.
           IF WS-REDEEM-POINTS = 0
              MOVE 'POINTS ZERO' TO WS-REJECT-REASON
              PERFORM WRITE-REDEEM-REJECT
              GO TO REDEEM-ONE-REQUEST-EXIT
           END-IF.

           MOVE WS-REDEEM-CARD-NUM TO WS-HOLDER-CARD.
           PERFORM FIND-POINTS-HOLDER.
           MOVE WS-HOLDER-CARD TO WS-DN-CARD-NUM.
           MOVE 'D' TO WS-DN-TYPE.
           MOVE RDM-ID TO WS-DN-REF-ID.
           PERFORM FIND-DONE-ENTRY.
           IF DONE-FOUND
              MOVE 'ALREADY REDEEMED' TO WS-REJECT-REASON
              PERFORM WRITE-REDEEM-REJECT
              GO TO REDEEM-ONE-REQUEST-EXIT
           END-IF.

           MOVE WS-HOLDER-CARD TO CARD-NUMBER.
           READ CARD-MASTER-FILE.
           EVALUATE CARD-FILE-STATUS
               WHEN '00'
                 CONTINUE
               WHEN '23'
                 MOVE 'CARD NOT ON MASTER' TO WS-REJECT-REASON
                 PERFORM WRITE-REDEEM-REJECT
                 GO TO REDEEM-ONE-REQUEST-EXIT
               WHEN OTHER
                 DISPLAY 'ERROR READING CARD MASTER: '
                          CARD-FILE-STATUS
                 MOVE 'M' TO CM-FUNCTION
                 MOVE WS-HOLDER-CARD TO CM-CARD-NUMBER
                 CALL 'CRDMSK11' USING WS-CARDMSK-REQUEST END-CALL
                 DISPLAY 'CARD NUMBER: ' CM-MASKED-NUMBER
                 PERFORM ABEND-WITH-STATUS
           END-EVALUATE.

           MOVE WS-HOLDER-CARD TO WS-PB-CARD-NUM.
           PERFORM FIND-OR-ADD-BALANCE.
           IF WS-REDEEM-POINTS > PB-POINTS(PB-IDX)
              MOVE 'INSUFFICIENT POINTS' TO WS-REJECT-REASON
              PERFORM WRITE-REDEEM-REJECT
              GO TO REDEEM-ONE-REQUEST-EXIT
           END-IF.
           COMPUTE WS-CREDIT-AMOUNT =
                   WS-REDEEM-POINTS / WS-POINT-VALUE.
           IF WS-CREDIT-AMOUNT = 0
              MOVE 'WORTH LESS THAN A PENNY' TO WS-REJECT-REASON
              PERFORM WRITE-REDEEM-REJECT
              GO TO REDEEM-ONE-REQUEST-EXIT
           END-IF.
           IF WS-CREDIT-AMOUNT > 99999.99
              MOVE 'OVER MAXIMUM CREDIT' TO WS-REJECT-REASON
              PERFORM WRITE-REDEEM-REJECT
              GO TO REDEEM-ONE-REQUEST-EXIT
           END-IF.

           SUBTRACT WS-REDEEM-POINTS FROM PB-POINTS(PB-IDX).
           PERFORM ADD-DONE-ENTRY.
           MOVE SPACES TO POINTS-LEDGER-REC.
           MOVE WS-HOLDER-CARD TO PTL-CARD-NUM.
           MOVE 'D' TO PTL-TYPE.
           MOVE WS-REDEEM-POINTS TO PTL-POINTS.
           MOVE RDM-ID TO PTL-TRANS-ID.
           MOVE WS-CREDIT-AMOUNT TO PTL-AMOUNT.
           MOVE CARD-CURRENCY TO PTL-CURRENCY.
           MOVE 0 TO PTL-OTHER-CARD.
           PERFORM WRITE-LEDGER-REC.

           MOVE SPACES TO POSTED-HISTORY-REC.
           MOVE WS-HOLDER-CARD TO HIST-CARD-NUM.
           MOVE WS-CUR-DATE-GROUP TO HIST-POST-DATE.
           MOVE RDM-ID TO HIST-TRANS-ID.
           MOVE WS-CREDIT-AMOUNT TO HIST-AMOUNT.
           MOVE CARD-CURRENCY TO HIST-CURRENCY.
           MOVE 'W' TO HIST-REC-TYPE.
           WRITE POSTED-HISTORY-REC.
           IF POSTED-HISTORY-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING POSTED HISTORY: '
                       POSTED-HISTORY-STATUS
              DISPLAY 'REDEMPTION ID: ' RDM-ID
              PERFORM ABEND-WITH-STATUS
           END-IF.
           ADD 1 TO TOTAL-REDEEMED.
           ADD WS-REDEEM-POINTS TO TOTAL-POINTS-REDEEMED.
           ADD WS-CREDIT-AMOUNT TO TOTAL-CREDIT-POSTED.

           MOVE WS-REDEEM-POINTS TO WS-PTS-DISP.
           MOVE WS-CREDIT-AMOUNT TO WS-AMT-DISP.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE 'M' TO CM-FUNCTION.
           MOVE WS-HOLDER-CARD TO CM-CARD-NUMBER.
           CALL 'CRDMSK11' USING WS-CARDMSK-REQUEST END-CALL.
           STRING 'REDEEMED CARD ' DELIMITED BY SIZE
                  CM-MASKED-NUMBER DELIMITED BY SIZE
                  ' ID ' DELIMITED BY SIZE
                  RDM-ID DELIMITED BY SIZE
                  ' POINTS ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PTS-DISP) DELIMITED BY SIZE
                  ' CREDIT ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMT-DISP) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CARD-CURRENCY DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
       REDEEM-ONE-REQUEST-EXIT.
           EXIT.

      **********************************************
      * WRITES ONE REJECTED-REDEMPTION LINE WITH THE REASON.
      **********************************************
       WRITE-REDEEM-REJECT.
           ADD 1 TO TOTAL-REDEEM-REJECTS.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'REJECTED CARD ' DELIMITED BY SIZE
                  RDM-CARD-NUMBER DELIMITED BY SIZE
                  ' ID ' DELIMITED BY SIZE
                  RDM-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-REJECT-REASON DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

      **********************************************
      * APPENDS WHATEVER IS IN POINTS-LEDGER-REC, STAMPED WITH
      * THE CYCLE DATE.
      **********************************************
       WRITE-LEDGER-REC.
           MOVE WS-CUR-DATE-GROUP TO PTL-POST-DATE.
           WRITE POINTS-LEDGER-REC.
           IF POINTS-LEDGER-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING POINTS LEDGER: '
                       POINTS-LEDGER-STATUS
              MOVE 'M' TO CM-FUNCTION
              MOVE PTL-CARD-NUM TO CM-CARD-NUMBER
              CALL 'CRDMSK11' USING WS-CARDMSK-REQUEST END-CALL
              DISPLAY 'CARD NUMBER: ' CM-MASKED-NUMBER
              PERFORM ABEND-WITH-STATUS
           END-IF.
           ADD 1 TO TOTAL-LEDGER-WRITTEN.

      **********************************************
      * WRITES WHATEVER LINE IS CURRENTLY IN WS-RPT-LINE.
      **********************************************
       WRITE-REPORT-LINE.
           MOVE WS-RPT-LINE TO REWARDS-REPORT-REC.
           WRITE REWARDS-REPORT-REC.
           IF REWARDS-REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING REWARDS REPORT: '
                       REWARDS-REPORT-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * CLOSE ALL FILES AND CHECK STATUS. THE POSTED HISTORY WAS
      * CLOSED WHEN THE REDEMPTION FEED RAN OUT.
      **********************************************
       CLOSE-ALL-FILES.
           CLOSE POINTS-LEDGER-FILE.
           IF POINTS-LEDGER-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING POINTS LEDGER: '
                       POINTS-LEDGER-STATUS
           END-IF.

           CLOSE CARD-MASTER-FILE.
           IF CARD-FILE-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING CARD MASTER: '
                       CARD-FILE-STATUS
           END-IF.

           IF REVERSAL-QUEUE-STATUS NOT = '05'
              AND REVERSAL-QUEUE-STATUS NOT = '35'
              CLOSE REVERSAL-QUEUE-FILE
           END-IF.

           IF REDEEM-FEED-STATUS NOT = '05'
              AND REDEEM-FEED-STATUS NOT = '35'
              CLOSE REDEEM-FEED-FILE
           END-IF.

           CLOSE REWARDS-REPORT-FILE.
           IF REWARDS-REPORT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING REWARDS REPORT: '
                       REWARDS-REPORT-STATUS
           END-IF.

      **********************************************
      * APPENDS ONE RECORD TO THE CONSOLIDATED END-OF-NIGHT BATCH
      * STATUS LOG AND CLOSES IT. STATUS-LOG ITSELF WAS ALREADY
      * OPENED BY OPEN-STATUS-LOG, FIRST THING IN MAIN-LOGIC.
      **********************************************
       WRITE-BATCH-STATUS.
           MOVE SPACES TO STATUS-LOG-REC.
           MOVE 'RWDPTS11' TO BST-PROGRAM-ID.
           PERFORM GET-BST-TIMESTAMP.
           MOVE WS-BST-START-TS TO BST-START-TS.
           MOVE WS-BST-TS-BUILT TO BST-END-TS.
           COMPUTE BST-RECORDS-IN = TOTAL-HISTORY-READ
                   + TOTAL-QUEUE-READ + TOTAL-REDEEM-READ.
           MOVE TOTAL-LEDGER-WRITTEN TO BST-RECORDS-OUT.
           MOVE TOTAL-REDEEM-REJECTS TO BST-RECORDS-REJECTED.
           IF ABEND-IN-PROGRESS
              MOVE 'FAILED' TO BST-STATUS
              MOVE 'JOB ABENDED - SEE SYSOUT FOR DETAIL' TO BST-MESSAGE
           ELSE
              IF TOTAL-REDEEM-REJECTS > 0
                 MOVE 'WARNING' TO BST-STATUS
                 MOVE 'COMPLETED WITH REJECTED REDEMPTIONS' TO
                      BST-MESSAGE
              ELSE
                 MOVE 'COMPLETE' TO BST-STATUS
                 MOVE 'REWARDS POINTS POSTED CLEAN' TO BST-MESSAGE
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
      * THE NON-ZERO RETURN CODE KEEPS THE JCL FROM EMPTYING
      * THE REVERSAL QUEUE.
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
           MOVE TOTAL-LEDGER-READ TO TOTAL-LEDGER-READ-DISP.
           MOVE TOTAL-HISTORY-READ TO TOTAL-HISTORY-READ-DISP.
           MOVE TOTAL-PURCHASES-EARNED TO TOTAL-PURCHASES-EARNED-DISP.
           MOVE TOTAL-ALREADY-EARNED TO TOTAL-ALREADY-EARNED-DISP.
           MOVE TOTAL-CARDS-MOVED TO TOTAL-CARDS-MOVED-DISP.
           MOVE TOTAL-REVERSALS TO TOTAL-REVERSALS-DISP.
           MOVE TOTAL-REVERSAL-NO-EARN TO TOTAL-REVERSAL-NO-EARN-DISP.
           MOVE TOTAL-REVERSAL-SHORT TO TOTAL-REVERSAL-SHORT-DISP.
           MOVE TOTAL-QUEUE-READ TO TOTAL-QUEUE-READ-DISP.
           MOVE TOTAL-REDEEM-READ TO TOTAL-REDEEM-READ-DISP.
           MOVE TOTAL-REDEEMED TO TOTAL-REDEEMED-DISP.
           MOVE TOTAL-REDEEM-REJECTS TO TOTAL-REDEEM-REJECTS-DISP.
           MOVE TOTAL-LEDGER-WRITTEN TO TOTAL-LEDGER-WRITTEN-DISP.
           MOVE TOTAL-POINTS-EARNED TO TOTAL-POINTS-EARNED-DISP.
           MOVE TOTAL-POINTS-REVERSED TO TOTAL-POINTS-REVERSED-DISP.
           MOVE TOTAL-POINTS-REDEEMED TO TOTAL-POINTS-REDEEMED-DISP.
           MOVE TOTAL-CREDIT-POSTED TO TOTAL-CREDIT-POSTED-DISP.

           DISPLAY '========================================'.
           DISPLAY 'REWARDS POINTS SUMMARY'.
           DISPLAY '========================================'.
           DISPLAY 'LEDGER RECORDS READ:  ' TOTAL-LEDGER-READ-DISP.
           DISPLAY 'HISTORY RECORDS READ: ' TOTAL-HISTORY-READ-DISP.
           DISPLAY 'PURCHASES EARNED:     '
                    TOTAL-PURCHASES-EARNED-DISP.
           DISPLAY 'ALREADY EARNED:       ' TOTAL-ALREADY-EARNED-DISP.
           DISPLAY 'POINTS EARNED:        ' TOTAL-POINTS-EARNED-DISP.
           DISPLAY 'CARDS MOVED:          ' TOTAL-CARDS-MOVED-DISP.
           DISPLAY 'DISPUTES QUEUED:      ' TOTAL-QUEUE-READ-DISP.
           DISPLAY 'REVERSALS BOOKED:     ' TOTAL-REVERSALS-DISP.
           DISPLAY 'POINTS REVERSED:      '
                    TOTAL-POINTS-REVERSED-DISP.
           DISPLAY 'REVERSALS NOT EARNED: '
                    TOTAL-REVERSAL-NO-EARN-DISP.
           DISPLAY 'REVERSALS CAPPED:     '
                    TOTAL-REVERSAL-SHORT-DISP.
           DISPLAY 'REDEMPTIONS READ:     ' TOTAL-REDEEM-READ-DISP.
           DISPLAY 'REDEMPTIONS POSTED:   ' TOTAL-REDEEMED-DISP.
           DISPLAY 'REDEMPTIONS REJECTED: '
                    TOTAL-REDEEM-REJECTS-DISP.
           DISPLAY 'POINTS REDEEMED:      '
                    TOTAL-POINTS-REDEEMED-DISP.
           DISPLAY 'STATEMENT CREDITS:    '
                    TOTAL-CREDIT-POSTED-DISP.
           DISPLAY 'LEDGER RECORDS OUT:   '
                    TOTAL-LEDGER-WRITTEN-DISP.
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
