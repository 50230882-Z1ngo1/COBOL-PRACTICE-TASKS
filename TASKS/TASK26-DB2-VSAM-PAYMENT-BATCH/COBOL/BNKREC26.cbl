      ******************************************************************
      * BANK STATEMENT RECONCILIATION                                  *
      *                                                                *
      * PURPOSE:                                                       *
      * MONEY LEAVES THROUGH THE DB2VSM26 SETTLEMENT EXTRACT AND THE   *
      * MRSETL11 MERCHANT REMITTANCES AND ARRIVES THROUGH CRDPAY11     *
      * CARDHOLDER PAYMENTS AND CASHAP16 CUSTOMER REMITTANCES, BUT     *
      * NOTHING CONFIRMED AGAINST THE BANK WHAT ACTUALLY CLEARED -     *
      * TREASURY TICKED THE STATEMENT OFF BY HAND AND RETURNED ITEMS   *
      * WENT UNNOTICED FOR WEEKS. THIS JOB LOADS THE BANK'S DAILY      *
      * STATEMENT FILE, MATCHES EACH BANK LINE TO OUR OUTBOUND AND     *
      * INBOUND RECORDS, LISTS RETURNED ITEMS, AND CARRIES WHATEVER    *
      * IS STILL UNMATCHED ON EITHER SIDE FORWARD WITH ITS AGE.        *
      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   PHASE 1 - OPEN ITEMS: LOAD YESTERDAY'S UNMATCHED ITEMS FROM  *
      *     THE CARRY FILE (BROPDD), BOTH SIDES. A CARRY ALREADY       *
      *     HOLDING ITEMS LOADED ON THE RUN DATE MEANS THE DATE HAS    *
      *     BEEN RECONCILED AND NOT ROLLED - THE RUN STOPS RATHER THAN *
      *     LOAD THE DAY TWICE.                                        *
      *   PHASE 2 - OUR SIDE, TONIGHT'S RECORDS (LEDGER ITEMS):        *
      *     'S' SETTLEMENT - DB2VSM26 'D' MOVEMENTS OF TYPE C, A AND V *
      *       NETTED PER PAYMENT ID (A SAME-DAY REVERSAL CANCELS ITS   *
      *       PAYMENT). NET OUT IS A BANK DEBIT, NET BACK A CREDIT.    *
      *       TRANSFERS MOVE MONEY BETWEEN CUSTOMERS ON OUR BOOKS AND  *
      *       NEVER REACH THE BANK.                                    *
      *     'M' MERCHANT REMITTANCE - MRSETL11 NET AMOUNT PER MERCHANT *
      *       AND CURRENCY, A BANK DEBIT REFERENCED BY MERCHANT ID.    *
      *     'P' CARD PAYMENT - CRDPAY11 PAYMENTS POSTED TODAY          *
      *       (HIST-REC-TYPE 'P'), A BANK CREDIT BY PAYMENT ID.        *
      *     'R' A/R RECEIPT - CASHAP16 CUSTOMER REMITTANCES, A BANK    *
      *       CREDIT BY INVOICE REFERENCE (CUSTOMER ID IF NONE).       *
      *   PHASE 3 - BANK SIDE: THE STATEMENT FILE (BANKDD), ONE H/D/T  *
      *     GROUP PER ACCOUNT AND CURRENCY. EACH GROUP'S DETAIL COUNT  *
      *     AND DEBIT/CREDIT TOTALS MUST PROVE TO ITS TRAILER OR THE   *
      *     RUN STOPS - A SHORT STATEMENT WOULD FAKE UNMATCHED ITEMS.  *
      *     TRAN CODE 'RTN' IS A RETURNED ITEM: LISTED FOR TREASURY    *
      *     THE DAY IT APPEARS, NEVER MATCHED OR CARRIED.              *
      *   PHASE 4 - MATCH, EACH BANK LINE TO AT MOST ONE LEDGER ITEM   *
      *     OF THE SAME CURRENCY, DIRECTION AND AMOUNT WHOSE DATE IS   *
      *     WITHIN DATETOL DAYS OF THE VALUE DATE:                     *
      *       PASS 1 - THE REFERENCES AGREE.                           *
      *       PASS 2 - AMOUNT AND DATE ALONE; LISTED FOR REVIEW.       *
      *   PHASE 5 - REPORT MATCHED TOTALS BY SOURCE, RETURNED ITEMS,   *
      *     AND EVERY UNMATCHED ITEM ON BOTH SIDES WITH ITS AGE IN     *
      *     DAYS ('!' PAST AGEALERT DAYS), THEN AN AGING SUMMARY       *
      *     (0-2, 3-5, 6-10, OVER 10 DAYS). UNMATCHED ITEMS GO TO THE  *
      *     NEW CARRY (BRNWDD), ROLLED OVER BROPDD BY THE JCL.         *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/10/15                                               *
      *                                                                *
      * COPYBOOK: CYCDATE - PROCESSING-DATE LOOKUP REQUEST AREA        *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  BANKDD (BANK.STATEMENT) - BANK DAILY STATEMENT         *
      *         (PS, 80 B)                                             *
      * INPUT:  BROPDD (BANK.RECON.OPEN) - UNMATCHED ITEMS CARRIED     *
      *         FROM THE LAST RUN (PS, 80 B)                           *
      * INPUT:  SETLDD (SETTLEMENT.EXTRACT) - PAYMENT MOVEMENTS        *
      * INPUT:  REMITDD (MERCHANT.REMITTANCE) - MERCHANT REMITTANCES   *
      * INPUT:  POSTDD (CARD.POSTED.HIST) - POSTED CARD HISTORY        *
      * INPUT:  REMFDD (CUST.REMITTANCES) - A/R REMITTANCE FEED        *
      * OUTPUT: BRNWDD (BANK.RECON.OPEN.NEW) - UNMATCHED ITEMS         *
      *         CARRIED FORWARD (PS, 80 B)                             *
      * OUTPUT: RPTDD (BANK.RECON.RPT) - RECONCILIATION REPORT         *
      * OUTPUT: STATLOG - SHARED STATUS LOG                            *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BNKREC26.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-STATEMENT-FILE ASSIGN TO BANKDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS BANK-STATEMENT-STATUS.

           SELECT OPEN-ITEM-FILE ASSIGN TO BROPDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS OPEN-ITEM-STATUS.

           SELECT SETTLEMENT-FILE ASSIGN TO SETLDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS SETTLEMENT-STATUS.

           SELECT MERCHANT-REMIT-FILE ASSIGN TO REMITDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS MERCHANT-REMIT-STATUS.

           SELECT POSTED-HISTORY-FILE ASSIGN TO POSTDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS POSTED-HISTORY-STATUS.

           SELECT AR-REMIT-FILE ASSIGN TO REMFDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS AR-REMIT-STATUS.

           SELECT NEW-OPEN-ITEM-FILE ASSIGN TO BRNWDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS NEW-OPEN-ITEM-STATUS.

           SELECT REPORT-FILE ASSIGN TO RPTDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS REPORT-STATUS.

           SELECT STATUS-LOG ASSIGN TO STATLOG
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS STATUS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * THE BANK'S STATEMENT: PER ACCOUNT AND CURRENCY AN 'H'
      * HEADER, ONE 'D' LINE PER ITEM THAT CLEARED, AND A 'T'
      * TRAILER WITH THE GROUP'S ITEM COUNT AND DEBIT AND CREDIT
      * TOTALS. STD-DR-CR 'D' IS MONEY OUT OF OUR ACCOUNT, 'C'
      * MONEY IN. STD-REFERENCE IS THE REFERENCE THE PAYMENT
      * CARRIED; STD-BANK-REF IS THE BANK'S OWN ITEM NUMBER.
       FD BANK-STATEMENT-FILE RECORDING MODE IS F.
       01 BANK-STATEMENT-REC.
          05 STM-REC-TYPE PIC X(1).
          05 STM-BODY PIC X(79).
          05 STM-HEADER REDEFINES STM-BODY.
             10 STH-ACCOUNT PIC X(12).
             10 STH-STMT-DATE PIC X(8).
             10 STH-CURRENCY PIC X(3).
             10 FILLER PIC X(56).
          05 STM-DETAIL REDEFINES STM-BODY.
             10 STD-VALUE-DATE PIC X(8).
             10 STD-DR-CR PIC X(1).
             10 STD-AMOUNT PIC 9(9)V99.
             10 STD-TRAN-CODE PIC X(3).
             10 STD-REFERENCE PIC X(16).
             10 STD-BANK-REF PIC X(10).
             10 FILLER PIC X(30).
          05 STM-TRAILER REDEFINES STM-BODY.
             10 STT-ITEM-COUNT PIC 9(7).
             10 STT-DEBIT-TOTAL PIC 9(11)V99.
             10 STT-CREDIT-TOTAL PIC 9(11)V99.
             10 FILLER PIC X(46).

      * UNMATCHED ITEMS CARRIED ACROSS RUNS. BRO-SIDE 'B' BANK
      * LINE, 'L' OUR (LEDGER) ITEM; BRO-SOURCE AS ON THE REPORT.
      * BRO-LOAD-DATE IS THE RUN THAT FIRST LOADED THE ITEM.
       FD OPEN-ITEM-FILE RECORDING MODE IS F.
       01 OPEN-ITEM-REC.
          05 BRO-SIDE PIC X(1).
          05 FILLER PIC X(1).
          05 BRO-SOURCE PIC X(1).
          05 FILLER PIC X(1).
          05 BRO-DR-CR PIC X(1).
          05 FILLER PIC X(1).
          05 BRO-CURRENCY PIC X(3).
          05 FILLER PIC X(1).
          05 BRO-AMOUNT PIC 9(9)V99.
          05 FILLER PIC X(1).
          05 BRO-REFERENCE PIC X(16).
          05 FILLER PIC X(1).
          05 BRO-ITEM-DATE PIC X(8).
          05 FILLER PIC X(1).
          05 BRO-LOAD-DATE PIC X(8).
          05 FILLER PIC X(1).
          05 BRO-TRAN-CODE PIC X(3).
          05 FILLER PIC X(1).
          05 BRO-BANK-REF PIC X(10).
          05 FILLER PIC X(8).

       FD NEW-OPEN-ITEM-FILE RECORDING MODE IS F.
       01 NEW-OPEN-ITEM-REC PIC X(80).

      * DB2VSM26'S SETTLEMENT EXTRACT. ONLY THE 'D' MOVEMENTS ARE
      * READ; HEADERS AND TRAILERS ARE PASSED OVER.
       FD SETTLEMENT-FILE RECORDING MODE IS F.
       01 SETTLEMENT-REC.
          05 STL-REC-TYPE PIC X(1).
          05 STL-PAYMENT-ID PIC X(6).
          05 STL-CUST-ID PIC X(5).
          05 STL-PAY-TYPE PIC X(1).
          05 STL-AMOUNT PIC S9(7)V99.
          05 STL-POST-DATE PIC X(8).
          05 FILLER PIC X(50).

      * SAME LAYOUT MRSETL11 WRITES.
       FD MERCHANT-REMIT-FILE RECORDING MODE IS F.
       01 MERCHANT-REMIT-REC.
          05 RMT-MERCHANT-ID PIC X(8).
          05 FILLER PIC X(1).
          05 RMT-MERCHANT-NAME PIC X(25).
          05 FILLER PIC X(1).
          05 RMT-CURRENCY PIC X(3).
          05 FILLER PIC X(1).
          05 RMT-GROSS-AMOUNT PIC 9(9)V99.
          05 FILLER PIC X(1).
          05 RMT-FEE-AMOUNT PIC 9(7)V99.
          05 FILLER PIC X(1).
          05 RMT-NET-AMOUNT PIC 9(9)V99.
          05 FILLER PIC X(7).

      * SAME LAYOUT VSMJOB11 AND CRDPAY11 WRITE.
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
          05 FILLER PIC X(17).

      * SAME LAYOUT CASHAP16 READS.
       FD AR-REMIT-FILE RECORDING MODE IS F.
       01 AR-REMIT-REC.
          05 REM-CUST-ID PIC X(5).
          05 FILLER PIC X(1).
          05 REM-AMOUNT PIC X(9).
          05 FILLER PIC X(1).
          05 REM-INVOICE-REF PIC X(7).
          05 FILLER PIC X(57).

       FD REPORT-FILE RECORDING MODE IS F.
       01 REPORT-REC PIC X(80).

       FD STATUS-LOG RECORDING MODE IS F.
       01 STATUS-LOG-REC.
           COPY BATSTAT.

       WORKING-STORAGE SECTION.

      * FILE STATUS VARIABLES
       01 WS-FILE-STATUSES.
          05 BANK-STATEMENT-STATUS PIC X(2).
          05 OPEN-ITEM-STATUS PIC X(2).
          05 SETTLEMENT-STATUS PIC X(2).
          05 MERCHANT-REMIT-STATUS PIC X(2).
          05 POSTED-HISTORY-STATUS PIC X(2).
          05 AR-REMIT-STATUS PIC X(2).
          05 NEW-OPEN-ITEM-STATUS PIC X(2).
          05 REPORT-STATUS PIC X(2).
          05 STATUS-LOG-STATUS PIC X(2).

      * CONTROL FLAGS
       01 WS-FLAGS.
          05 WS-EOF PIC X(1) VALUE 'N'.
             88 EOF VALUE 'Y'.
          05 WS-SOURCE-MISSING PIC X(1) VALUE 'N'.
             88 SOURCE-MISSING VALUE 'Y'.
          05 WS-STATEMENT-MISSING PIC X(1) VALUE 'N'.
             88 STATEMENT-MISSING VALUE 'Y'.
          05 WS-GROUP-OPEN PIC X(1) VALUE 'N'.
             88 GROUP-OPEN VALUE 'Y'.
          05 WS-NET-FOUND PIC X(1) VALUE 'N'.
             88 NET-FOUND VALUE 'Y'.
          05 WS-MATCH-FOUND PIC X(1) VALUE 'N'.
             88 MATCH-FOUND VALUE 'Y'.
          05 WS-LINE-PRINTED PIC X(1) VALUE 'N'.
             88 LINE-PRINTED VALUE 'Y'.

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
      * RUNPARM AND SUBPROGRAM PRMGET50. OPERATIONAL TUNABLES ARE
      * READ FROM THE CENTRAL PARAMETER FILE AT STARTUP.
           COPY RUNPARM.

      * PROCESSING-DATE LOOKUP REQUEST AREA - SEE COPYBOOK CYCDATE
      * AND SUBPROGRAM CYCDAT40.
           COPY CYCDATE.

      * RECONCILIATION TUNABLES (DEFAULTS - PARMDD OVERRIDES):
      * DATETOL - DAYS A BANK VALUE DATE MAY DIFFER FROM OUR DATE
      *   AND STILL MATCH.
      * AGEALERT - DAYS UNMATCHED AFTER WHICH AN ITEM IS CALLED OUT
      *   ('!') AND THE RUN ENDS WITH A WARNING.
       01 WS-DATE-TOL PIC 9(3) VALUE 2.
       01 WS-AGE-ALERT PIC 9(3) VALUE 5.

      * RUN DATE AND DATE MATH FIELDS
       01 WS-RUN-DATE PIC X(8).
       01 WS-RUN-DATE-INT PIC 9(8).
       01 WS-DATE-NUM PIC 9(8).
       01 WS-DATE-INT PIC 9(8).
       01 WS-DAY-DIFF PIC S9(5).
       01 WS-AGE-DAYS PIC S9(5).

      * THE STATEMENT GROUP BEING READ AND ITS PROOF TOTALS
       01 WS-GROUP-WORK.
          05 WS-GRP-ACCOUNT PIC X(12).
          05 WS-GRP-CURRENCY PIC X(3).
          05 WS-GRP-STMT-DATE PIC X(8).
          05 WS-GRP-COUNT PIC 9(7).
          05 WS-GRP-DEBITS PIC 9(11)V99.
          05 WS-GRP-CREDITS PIC 9(11)V99.

      * BANK LINES: CARRIED ONES FIRST, THEN TODAY'S STATEMENT.
       01 BANK-ITEM-COUNT PIC 9(5) VALUE 0.
       01 WS-BANK-ITEM-TABLE.
          05 BANK-ITEM-ENTRY OCCURS 20000 TIMES INDEXED BY BK-IDX.
             10 BK-DR-CR PIC X(1).
             10 BK-CURRENCY PIC X(3).
             10 BK-AMOUNT PIC 9(9)V99.
             10 BK-REFERENCE PIC X(16).
             10 BK-ITEM-DATE PIC X(8).
             10 BK-DATE-INT PIC 9(8).
             10 BK-LOAD-DATE PIC X(8).
             10 BK-TRAN-CODE PIC X(3).
             10 BK-BANK-REF PIC X(10).
             10 BK-MATCHED PIC X(1).

      * OUR ITEMS: CARRIED ONES FIRST, THEN TONIGHT'S RECORDS.
       01 LEDGER-ITEM-COUNT PIC 9(5) VALUE 0.
       01 WS-LEDGER-ITEM-TABLE.
          05 LEDGER-ITEM-ENTRY OCCURS 20000 TIMES INDEXED BY LG-IDX.
             10 LG-SOURCE PIC X(1).
             10 LG-DR-CR PIC X(1).
             10 LG-CURRENCY PIC X(3).
             10 LG-AMOUNT PIC 9(9)V99.
             10 LG-REFERENCE PIC X(16).
             10 LG-ITEM-DATE PIC X(8).
             10 LG-DATE-INT PIC 9(8).
             10 LG-LOAD-DATE PIC X(8).
             10 LG-MATCHED PIC X(1).

      * SETTLEMENT MOVEMENTS NETTED PER PAYMENT ID BEFORE THEY
      * BECOME LEDGER ITEMS.
       01 SETL-NET-COUNT PIC 9(5) VALUE 0.
       01 WS-SETL-NET-TABLE.
          05 SETL-NET-ENTRY OCCURS 20000 TIMES INDEXED BY SN-IDX.
             10 SN-PAYMENT-ID PIC X(6).
             10 SN-NET-AMOUNT PIC S9(9)V99.
             10 SN-POST-DATE PIC X(8).

      * THE LEDGER ITEM BEING LOADED, AS HANDED TO ADD-LEDGER-ITEM
       01 WS-ITEM-WORK.
          05 WS-ITM-SOURCE PIC X(1).
          05 WS-ITM-DR-CR PIC X(1).
          05 WS-ITM-CURRENCY PIC X(3).
          05 WS-ITM-AMOUNT PIC 9(9)V99.
          05 WS-ITM-REFERENCE PIC X(16).
          05 WS-ITM-ITEM-DATE PIC X(8).
          05 WS-ITM-LOAD-DATE PIC X(8).
       01 WS-AR-AMOUNT PIC 9(7)V99.

      * MATCHED TOTALS BY LEDGER SOURCE (S, M, P, R)
       01 WS-SOURCE-TOTALS.
          05 SOURCE-TOTAL-ENTRY OCCURS 4 TIMES INDEXED BY ST-IDX.
             10 ST-MATCHED-COUNT PIC 9(5).
             10 ST-MATCHED-AMOUNT PIC 9(11)V99.
       01 WS-SOURCE-NAMES.
          05 FILLER PIC X(20) VALUE 'SETTLEMENT (S)      '.
          05 FILLER PIC X(20) VALUE 'MERCHANT REMIT (M)  '.
          05 FILLER PIC X(20) VALUE 'CARD PAYMENT (P)    '.
          05 FILLER PIC X(20) VALUE 'A/R RECEIPT (R)     '.
       01 WS-SOURCE-NAME-TABLE REDEFINES WS-SOURCE-NAMES.
          05 WS-SOURCE-NAME PIC X(20) OCCURS 4 TIMES.

      * AGING BUCKETS PER SIDE: 0-2, 3-5, 6-10, OVER 10 DAYS.
       01 WS-AGING-TOTALS.
          05 AGING-SIDE OCCURS 2 TIMES INDEXED BY AS-IDX.
             10 AGING-BUCKET OCCURS 4 TIMES INDEXED BY AB-IDX.
                15 AG-COUNT PIC 9(5).
                15 AG-AMOUNT PIC 9(11)V99.
       01 WS-BUCKET-NAMES.
          05 FILLER PIC X(12) VALUE '0-2 DAYS    '.
          05 FILLER PIC X(12) VALUE '3-5 DAYS    '.
          05 FILLER PIC X(12) VALUE '6-10 DAYS   '.
          05 FILLER PIC X(12) VALUE 'OVER 10 DAYS'.
       01 WS-BUCKET-NAME-TABLE REDEFINES WS-BUCKET-NAMES.
          05 WS-BUCKET-NAME PIC X(12) OCCURS 4 TIMES.

      * REPORT LINE AND EDITED FIELDS
       01 WS-RPT-LINE PIC X(80).
       01 WS-RPT-AMOUNT PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-RPT-COUNT PIC Z(4)9.
       01 WS-RPT-AGE PIC ZZZZ9.

      * STATISTICS COUNTERS
       01 WS-COUNTERS.
          05 CARRIED-BANK PIC 9(5) VALUE 0.
          05 CARRIED-LEDGER PIC 9(5) VALUE 0.
          05 STATEMENT-GROUPS PIC 9(5) VALUE 0.
          05 STATEMENT-LINES PIC 9(7) VALUE 0.
          05 STATEMENT-REJECTED PIC 9(5) VALUE 0.
          05 RETURNED-ITEMS PIC 9(5) VALUE 0.
          05 SETTLEMENT-READ PIC 9(7) VALUE 0.
          05 SETTLEMENT-NETTED-OUT PIC 9(5) VALUE 0.
          05 REMITTANCES-READ PIC 9(5) VALUE 0.
          05 CARD-PAYMENTS-READ PIC 9(5) VALUE 0.
          05 AR-RECEIPTS-READ PIC 9(5) VALUE 0.
          05 AR-RECEIPTS-REJECTED PIC 9(5) VALUE 0.
          05 MATCHED-BY-REF PIC 9(5) VALUE 0.
          05 MATCHED-BY-AMOUNT PIC 9(5) VALUE 0.
          05 UNMATCHED-BANK PIC 9(5) VALUE 0.
          05 UNMATCHED-LEDGER PIC 9(5) VALUE 0.
          05 OVER-ALERT PIC 9(5) VALUE 0.

      * DISPLAY-FORMATTED COUNTERS
       01 WS-DISP-COUNTERS.
          05 CARRIED-BANK-DISP PIC Z(4)9.
          05 CARRIED-LEDGER-DISP PIC Z(4)9.
          05 STATEMENT-LINES-DISP PIC Z(6)9.
          05 STATEMENT-REJECTED-DISP PIC Z(4)9.
          05 RETURNED-ITEMS-DISP PIC Z(4)9.
          05 SETTLEMENT-READ-DISP PIC Z(6)9.
          05 SETTLEMENT-NETTED-OUT-DISP PIC Z(4)9.
          05 REMITTANCES-READ-DISP PIC Z(4)9.
          05 CARD-PAYMENTS-READ-DISP PIC Z(4)9.
          05 AR-RECEIPTS-READ-DISP PIC Z(4)9.
          05 AR-RECEIPTS-REJECTED-DISP PIC Z(4)9.
          05 MATCHED-BY-REF-DISP PIC Z(4)9.
          05 MATCHED-BY-AMOUNT-DISP PIC Z(4)9.
          05 UNMATCHED-BANK-DISP PIC Z(4)9.
          05 UNMATCHED-LEDGER-DISP PIC Z(4)9.
          05 OVER-ALERT-DISP PIC Z(4)9.

      **********************************************
      * CARRY -> OUR RECORDS -> STATEMENT -> MATCH -> REPORT AND
      * NEW CARRY -> CLOSE -> STATUS -> SUMMARY.
      **********************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM SET-BST-START-TS.
           PERFORM OPEN-STATUS-LOG.
           PERFORM LOAD-RUNTIME-PARMS.
           MOVE 'BNKREC26' TO CD-JOB-NAME.
           CALL 'CYCDAT40' USING WS-CYCDATE-REQUEST END-CALL.
           MOVE CD-CYCLE-DATE TO WS-RUN-DATE.
           INITIALIZE WS-SOURCE-TOTALS.
           INITIALIZE WS-AGING-TOTALS.
           MOVE WS-RUN-DATE TO WS-DATE-NUM.
           COMPUTE WS-RUN-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           PERFORM OPEN-ALL-FILES.
           PERFORM LOAD-OPEN-ITEMS.
           PERFORM LOAD-SETTLEMENT-ITEMS.
           PERFORM LOAD-MERCHANT-REMITTANCES.
           PERFORM LOAD-CARD-PAYMENTS.
           PERFORM LOAD-AR-RECEIPTS.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM LOAD-BANK-STATEMENT.
           PERFORM MATCH-BANK-LINES.
           PERFORM REPORT-MATCHED-TOTALS.
           PERFORM REPORT-UNMATCHED-BANK.
           PERFORM REPORT-UNMATCHED-LEDGER.
           PERFORM REPORT-AGING-SUMMARY.
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
      * READS THE DATE TOLERANCE AND THE AGE ALERT FROM THE CENTRAL
      * PARAMETER FILE THROUGH PRMGET50, KEEPING THE
      * WORKING-STORAGE VALUES AS THE DEFAULTS.
      **********************************************
       LOAD-RUNTIME-PARMS.
           MOVE 'BNKREC26' TO RP-JOB-NAME.
           MOVE 'DATETOL' TO RP-KEYWORD.
           MOVE WS-DATE-TOL TO RP-DEFAULT-VALUE.
           CALL 'PRMGET50' USING WS-RUNPARM-REQUEST END-CALL.
           MOVE RP-VALUE TO WS-DATE-TOL.
           MOVE 'BNKREC26' TO RP-JOB-NAME.
           MOVE 'AGEALERT' TO RP-KEYWORD.
           MOVE WS-AGE-ALERT TO RP-DEFAULT-VALUE.
           CALL 'PRMGET50' USING WS-RUNPARM-REQUEST END-CALL.
           MOVE RP-VALUE TO WS-AGE-ALERT.

      **********************************************
      * OPENS THE NEW CARRY AND THE REPORT. THE INPUTS ARE OPENED
      * AS THEY ARE LOADED.
      **********************************************
       OPEN-ALL-FILES.
           OPEN OUTPUT NEW-OPEN-ITEM-FILE.
           IF NEW-OPEN-ITEM-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING NEW OPEN-ITEM FILE: '
                       NEW-OPEN-ITEM-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING REPORT FILE: ' REPORT-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * LOADS THE ITEMS LEFT UNMATCHED BY THE LAST RUN. NO CARRY
      * FILE YET (05/35) MEANS THIS IS THE FIRST RECONCILIATION.
      **********************************************
       LOAD-OPEN-ITEMS.
           OPEN INPUT OPEN-ITEM-FILE.
           IF OPEN-ITEM-STATUS = '05' OR OPEN-ITEM-STATUS = '35'
              DISPLAY 'NO OPEN-ITEM CARRY - FIRST RECONCILIATION'
           ELSE
              IF OPEN-ITEM-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING OPEN-ITEM FILE: '
                          OPEN-ITEM-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL EOF
                 READ OPEN-ITEM-FILE
                   AT END
                      SET EOF TO TRUE
                   NOT AT END
                      IF OPEN-ITEM-STATUS NOT = '00'
                         DISPLAY 'ERROR READING OPEN-ITEM FILE: '
                                  OPEN-ITEM-STATUS
                         PERFORM ABEND-WITH-STATUS
                      END-IF
                      PERFORM LOAD-ONE-OPEN-ITEM
                 END-READ
              END-PERFORM
              CLOSE OPEN-ITEM-FILE
           END-IF.

      **********************************************
      * PUTS ONE CARRIED ITEM BACK ON ITS SIDE'S TABLE. AN ITEM
      * FIRST LOADED ON OR AFTER THE RUN DATE MEANS THIS DATE WAS
      * ALREADY RECONCILED AND THE CARRY NOT YET ROLLED BACK.
      **********************************************
       LOAD-ONE-OPEN-ITEM.
           IF BRO-LOAD-DATE >= WS-RUN-DATE
              DISPLAY 'ERROR: OPEN-ITEM CARRY ALREADY HOLDS ITEMS '
                      'LOADED ' BRO-LOAD-DATE ' - DATE '
                      WS-RUN-DATE ' ALREADY RECONCILED'
              PERFORM ABEND-WITH-STATUS
           END-IF.
           MOVE BRO-ITEM-DATE TO WS-DATE-NUM.
           COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           IF BRO-SIDE = 'B'
              IF BANK-ITEM-COUNT >= 20000
                 DISPLAY 'ERROR: BANK ITEM TABLE FULL (20000 MAX)'
                 PERFORM ABEND-WITH-STATUS
              END-IF
              ADD 1 TO BANK-ITEM-COUNT
              ADD 1 TO CARRIED-BANK
              SET BK-IDX TO BANK-ITEM-COUNT
              MOVE BRO-DR-CR TO BK-DR-CR(BK-IDX)
              MOVE BRO-CURRENCY TO BK-CURRENCY(BK-IDX)
              MOVE BRO-AMOUNT TO BK-AMOUNT(BK-IDX)
              MOVE BRO-REFERENCE TO BK-REFERENCE(BK-IDX)
              MOVE BRO-ITEM-DATE TO BK-ITEM-DATE(BK-IDX)
              MOVE WS-DATE-INT TO BK-DATE-INT(BK-IDX)
              MOVE BRO-LOAD-DATE TO BK-LOAD-DATE(BK-IDX)
              MOVE BRO-TRAN-CODE TO BK-TRAN-CODE(BK-IDX)
              MOVE BRO-BANK-REF TO BK-BANK-REF(BK-IDX)
              MOVE 'N' TO BK-MATCHED(BK-IDX)
           ELSE
              ADD 1 TO CARRIED-LEDGER
              MOVE BRO-SOURCE TO WS-ITM-SOURCE
              MOVE BRO-DR-CR TO WS-ITM-DR-CR
              MOVE BRO-CURRENCY TO WS-ITM-CURRENCY
              MOVE BRO-AMOUNT TO WS-ITM-AMOUNT
              MOVE BRO-REFERENCE TO WS-ITM-REFERENCE
              MOVE BRO-ITEM-DATE TO WS-ITM-ITEM-DATE
              MOVE BRO-LOAD-DATE TO WS-ITM-LOAD-DATE
              PERFORM ADD-LEDGER-ITEM
           END-IF.

      **********************************************
      * NETS TONIGHT'S SETTLEMENT MOVEMENTS PER PAYMENT ID AND
      * TURNS EACH NON-ZERO NET INTO A LEDGER ITEM. NO EXTRACT
      * (05/35) LEAVES SETTLEMENT OUT AND ENDS WITH A WARNING.
      **********************************************
       LOAD-SETTLEMENT-ITEMS.
           OPEN INPUT SETTLEMENT-FILE.
           IF SETTLEMENT-STATUS = '05' OR SETTLEMENT-STATUS = '35'
              DISPLAY 'NO SETTLEMENT EXTRACT - SETTLEMENT NOT '
                      'RECONCILED'
              SET SOURCE-MISSING TO TRUE
           ELSE
              IF SETTLEMENT-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING SETTLEMENT EXTRACT: '
                          SETTLEMENT-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL EOF
                 READ SETTLEMENT-FILE
                   AT END
                      SET EOF TO TRUE
                   NOT AT END
                      IF SETTLEMENT-STATUS NOT = '00'
                         DISPLAY 'ERROR READING SETTLEMENT EXTRACT: '
                                  SETTLEMENT-STATUS
                         PERFORM ABEND-WITH-STATUS
                      END-IF
                      IF STL-REC-TYPE = 'D'
                         AND (STL-PAY-TYPE = 'C' OR STL-PAY-TYPE = 'A'
                              OR STL-PAY-TYPE = 'V')
                         AND STL-AMOUNT NUMERIC
                         PERFORM NET-ONE-SETTLEMENT
                      END-IF
                 END-READ
              END-PERFORM
              CLOSE SETTLEMENT-FILE
              PERFORM VARYING SN-IDX FROM 1 BY 1
                      UNTIL SN-IDX > SETL-NET-COUNT
                 IF SN-NET-AMOUNT(SN-IDX) = 0
                    ADD 1 TO SETTLEMENT-NETTED-OUT
                 ELSE
                    MOVE 'S' TO WS-ITM-SOURCE
                    MOVE 'USD' TO WS-ITM-CURRENCY
                    IF SN-NET-AMOUNT(SN-IDX) > 0
                       MOVE 'D' TO WS-ITM-DR-CR
                       MOVE SN-NET-AMOUNT(SN-IDX) TO WS-ITM-AMOUNT
                    ELSE
                       MOVE 'C' TO WS-ITM-DR-CR
                       COMPUTE WS-ITM-AMOUNT =
                               0 - SN-NET-AMOUNT(SN-IDX)
                    END-IF
                    MOVE SPACES TO WS-ITM-REFERENCE
                    MOVE SN-PAYMENT-ID(SN-IDX) TO WS-ITM-REFERENCE
                    MOVE SN-POST-DATE(SN-IDX) TO WS-ITM-ITEM-DATE
                    MOVE WS-RUN-DATE TO WS-ITM-LOAD-DATE
                    PERFORM ADD-LEDGER-ITEM
                 END-IF
              END-PERFORM
           END-IF.

      **********************************************
      * ADDS ONE SETTLEMENT MOVEMENT INTO ITS PAYMENT ID'S NET.
      **********************************************
       NET-ONE-SETTLEMENT.
           ADD 1 TO SETTLEMENT-READ.
           MOVE 'N' TO WS-NET-FOUND.
           IF SETL-NET-COUNT > 0
              SET SN-IDX TO 1
              SEARCH SETL-NET-ENTRY
                  AT END
                     CONTINUE
                  WHEN SN-IDX > SETL-NET-COUNT
                     CONTINUE
                  WHEN SN-PAYMENT-ID(SN-IDX) = STL-PAYMENT-ID
                     SET NET-FOUND TO TRUE
              END-SEARCH
           END-IF.
           IF NOT NET-FOUND
              IF SETL-NET-COUNT >= 20000
                 DISPLAY 'ERROR: SETTLEMENT NET TABLE FULL '
                         '(20000 MAX)'
                 PERFORM ABEND-WITH-STATUS
              END-IF
              ADD 1 TO SETL-NET-COUNT
              SET SN-IDX TO SETL-NET-COUNT
              MOVE STL-PAYMENT-ID TO SN-PAYMENT-ID(SN-IDX)
              MOVE 0 TO SN-NET-AMOUNT(SN-IDX)
              MOVE STL-POST-DATE TO SN-POST-DATE(SN-IDX)
           END-IF.
           ADD STL-AMOUNT TO SN-NET-AMOUNT(SN-IDX).

      **********************************************
      * EVERY MERCHANT REMITTANCE WITH A NET TO PAY IS A BANK
      * DEBIT. NO REMITTANCE FILE (05/35) ENDS WITH A WARNING.
      **********************************************
       LOAD-MERCHANT-REMITTANCES.
           OPEN INPUT MERCHANT-REMIT-FILE.
           IF MERCHANT-REMIT-STATUS = '05'
              OR MERCHANT-REMIT-STATUS = '35'
              DISPLAY 'NO MERCHANT REMITTANCE FILE - REMITTANCES NOT '
                      'RECONCILED'
              SET SOURCE-MISSING TO TRUE
           ELSE
              IF MERCHANT-REMIT-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING MERCHANT REMITTANCES: '
                          MERCHANT-REMIT-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL EOF
                 READ MERCHANT-REMIT-FILE
                   AT END
                      SET EOF TO TRUE
                   NOT AT END
                      IF MERCHANT-REMIT-STATUS NOT = '00'
                         DISPLAY 'ERROR READING MERCHANT '
                                 'REMITTANCES: ' MERCHANT-REMIT-STATUS
                         PERFORM ABEND-WITH-STATUS
                      END-IF
                      IF RMT-NET-AMOUNT NUMERIC
                         AND RMT-NET-AMOUNT > 0
                         ADD 1 TO REMITTANCES-READ
                         MOVE 'M' TO WS-ITM-SOURCE
                         MOVE 'D' TO WS-ITM-DR-CR
                         MOVE RMT-CURRENCY TO WS-ITM-CURRENCY
                         MOVE RMT-NET-AMOUNT TO WS-ITM-AMOUNT
                         MOVE SPACES TO WS-ITM-REFERENCE
                         MOVE RMT-MERCHANT-ID TO WS-ITM-REFERENCE
                         MOVE WS-RUN-DATE TO WS-ITM-ITEM-DATE
                         MOVE WS-RUN-DATE TO WS-ITM-LOAD-DATE
                         PERFORM ADD-LEDGER-ITEM
                      END-IF
                 END-READ
              END-PERFORM
              CLOSE MERCHANT-REMIT-FILE
           END-IF.

      **********************************************
      * EVERY CARDHOLDER PAYMENT CRDPAY11 POSTED TODAY IS A BANK
      * CREDIT. NO POSTED HISTORY (05/35) ENDS WITH A WARNING.
      **********************************************
       LOAD-CARD-PAYMENTS.
           OPEN INPUT POSTED-HISTORY-FILE.
           IF POSTED-HISTORY-STATUS = '05'
              OR POSTED-HISTORY-STATUS = '35'
              DISPLAY 'NO POSTED CARD HISTORY - CARD PAYMENTS NOT '
                      'RECONCILED'
              SET SOURCE-MISSING TO TRUE
           ELSE
              IF POSTED-HISTORY-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING POSTED CARD HISTORY: '
                          POSTED-HISTORY-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL EOF
                 READ POSTED-HISTORY-FILE
                   AT END
                      SET EOF TO TRUE
                   NOT AT END
                      IF POSTED-HISTORY-STATUS NOT = '00'
                         DISPLAY 'ERROR READING POSTED CARD HISTORY: '
                                  POSTED-HISTORY-STATUS
                         PERFORM ABEND-WITH-STATUS
                      END-IF
                      IF HIST-REC-TYPE = 'P'
                         AND HIST-POST-DATE = WS-RUN-DATE
                         AND HIST-AMOUNT NUMERIC
                         ADD 1 TO CARD-PAYMENTS-READ
                         MOVE 'P' TO WS-ITM-SOURCE
                         MOVE 'C' TO WS-ITM-DR-CR
                         MOVE HIST-CURRENCY TO WS-ITM-CURRENCY
                         MOVE HIST-AMOUNT TO WS-ITM-AMOUNT
                         MOVE SPACES TO WS-ITM-REFERENCE
                         MOVE HIST-TRANS-ID TO WS-ITM-REFERENCE
                         MOVE HIST-POST-DATE TO WS-ITM-ITEM-DATE
                         MOVE WS-RUN-DATE TO WS-ITM-LOAD-DATE
                         PERFORM ADD-LEDGER-ITEM
                      END-IF
                 END-READ
              END-PERFORM
              CLOSE POSTED-HISTORY-FILE
           END-IF.

      **********************************************
      * EVERY CUSTOMER REMITTANCE CASHAP16 APPLIES IS A BANK
      * CREDIT, REFERENCED BY ITS INVOICE (OR THE CUSTOMER WHEN
      * THE REMITTANCE NAMED NONE). A NON-NUMERIC AMOUNT IS
      * CASHAP16'S REJECT AND IS SKIPPED HERE TOO. NO FEED (05/35)
      * ENDS WITH A WARNING.
      **********************************************
       LOAD-AR-RECEIPTS.
           OPEN INPUT AR-REMIT-FILE.
           IF AR-REMIT-STATUS = '05' OR AR-REMIT-STATUS = '35'
              DISPLAY 'NO A/R REMITTANCE FEED - RECEIPTS NOT '
                      'RECONCILED'
              SET SOURCE-MISSING TO TRUE
           ELSE
              IF AR-REMIT-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING A/R REMITTANCE FEED: '
                          AR-REMIT-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL EOF
                 READ AR-REMIT-FILE
                   AT END
                      SET EOF TO TRUE
                   NOT AT END
                      IF AR-REMIT-STATUS NOT = '00'
                         DISPLAY 'ERROR READING A/R REMITTANCE FEED: '
                                  AR-REMIT-STATUS
                         PERFORM ABEND-WITH-STATUS
                      END-IF
                      IF REM-AMOUNT NOT NUMERIC
                         ADD 1 TO AR-RECEIPTS-REJECTED
                      ELSE
                         ADD 1 TO AR-RECEIPTS-READ
                         MOVE REM-AMOUNT TO WS-AR-AMOUNT(1:9)
                         MOVE 'R' TO WS-ITM-SOURCE
                         MOVE 'C' TO WS-ITM-DR-CR
                         MOVE 'USD' TO WS-ITM-CURRENCY
                         MOVE WS-AR-AMOUNT TO WS-ITM-AMOUNT
                         MOVE SPACES TO WS-ITM-REFERENCE
                         IF REM-INVOICE-REF = SPACES
                            MOVE REM-CUST-ID TO WS-ITM-REFERENCE
                         ELSE
                            MOVE REM-INVOICE-REF TO WS-ITM-REFERENCE
                         END-IF
                         MOVE WS-RUN-DATE TO WS-ITM-ITEM-DATE
                         MOVE WS-RUN-DATE TO WS-ITM-LOAD-DATE
                         PERFORM ADD-LEDGER-ITEM
                      END-IF
                 END-READ
              END-PERFORM
              CLOSE AR-REMIT-FILE
           END-IF.

      **********************************************
      * ADDS THE ITEM IN WS-ITEM-WORK TO THE LEDGER TABLE.
      * OVERFLOW IS A HARD ERROR - A DROPPED ITEM WOULD NEVER BE
      * RECONCILED.
      **********************************************
       ADD-LEDGER-ITEM.
           IF LEDGER-ITEM-COUNT >= 20000
              DISPLAY 'ERROR: LEDGER ITEM TABLE FULL (20000 MAX)'
              PERFORM ABEND-WITH-STATUS
           END-IF.
           MOVE WS-ITM-ITEM-DATE TO WS-DATE-NUM.
           ADD 1 TO LEDGER-ITEM-COUNT.
           SET LG-IDX TO LEDGER-ITEM-COUNT.
           MOVE WS-ITM-SOURCE TO LG-SOURCE(LG-IDX).
           MOVE WS-ITM-DR-CR TO LG-DR-CR(LG-IDX).
           MOVE WS-ITM-CURRENCY TO LG-CURRENCY(LG-IDX).
           MOVE WS-ITM-AMOUNT TO LG-AMOUNT(LG-IDX).
           MOVE WS-ITM-REFERENCE TO LG-REFERENCE(LG-IDX).
           MOVE WS-ITM-ITEM-DATE TO LG-ITEM-DATE(LG-IDX).
           COMPUTE LG-DATE-INT(LG-IDX) =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           MOVE WS-ITM-LOAD-DATE TO LG-LOAD-DATE(LG-IDX).
           MOVE 'N' TO LG-MATCHED(LG-IDX).

      **********************************************
      * HEADS THE REPORT WITH THE RUN DATE AND TOLERANCES.
      **********************************************
       WRITE-REPORT-HEADING.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'BNKREC26 - BANK STATEMENT RECONCILIATION  DATE '
                  DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-DATE-TOL TO WS-RPT-AGE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'DATE TOLERANCE (DAYS): ' DELIMITED BY SIZE
                  WS-RPT-AGE DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING.
           MOVE WS-AGE-ALERT TO WS-RPT-AGE.
           MOVE 'AGE ALERT (DAYS): ' TO WS-RPT-LINE(35:18).
           MOVE WS-RPT-AGE TO WS-RPT-LINE(53:5).
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

      **********************************************
      * LOADS THE BANK STATEMENT, PROVING EACH H/D/T GROUP TO ITS
      * TRAILER AND LISTING RETURNED ITEMS. NO STATEMENT (05/35)
      * LEAVES EVERYTHING OF OURS UNMATCHED AND ENDS WITH A
      * WARNING - IT WILL MATCH WHEN THE STATEMENT ARRIVES.
      **********************************************
       LOAD-BANK-STATEMENT.
           MOVE 'RETURNED ITEMS' TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           OPEN INPUT BANK-STATEMENT-FILE.
           IF BANK-STATEMENT-STATUS = '05'
              OR BANK-STATEMENT-STATUS = '35'
              DISPLAY 'NO BANK STATEMENT - NOTHING MATCHED TONIGHT'
              SET STATEMENT-MISSING TO TRUE
              MOVE '  NO BANK STATEMENT RECEIVED' TO WS-RPT-LINE
              PERFORM WRITE-REPORT-LINE
           ELSE
              IF BANK-STATEMENT-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING BANK STATEMENT: '
                          BANK-STATEMENT-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL EOF
                 READ BANK-STATEMENT-FILE
                   AT END
                      SET EOF TO TRUE
                   NOT AT END
                      IF BANK-STATEMENT-STATUS NOT = '00'
                         DISPLAY 'ERROR READING BANK STATEMENT: '
                                  BANK-STATEMENT-STATUS
                         PERFORM ABEND-WITH-STATUS
                      END-IF
                      EVALUATE STM-REC-TYPE
                          WHEN 'H'
                            PERFORM START-STATEMENT-GROUP
                          WHEN 'D'
                            PERFORM LOAD-ONE-BANK-LINE
                          WHEN 'T'
                            PERFORM PROVE-STATEMENT-GROUP
                          WHEN OTHER
                            ADD 1 TO STATEMENT-REJECTED
                            DISPLAY 'BANK STATEMENT RECORD TYPE '''
                                    STM-REC-TYPE ''' IGNORED'
                      END-EVALUATE
                 END-READ
              END-PERFORM
              CLOSE BANK-STATEMENT-FILE
              IF GROUP-OPEN
                 DISPLAY 'ERROR: BANK STATEMENT FOR ACCOUNT '
                         WS-GRP-ACCOUNT ' HAS NO TRAILER'
                 PERFORM ABEND-WITH-STATUS
              END-IF
              IF RETURNED-ITEMS = 0
                 MOVE '  NONE' TO WS-RPT-LINE
                 PERFORM WRITE-REPORT-LINE
              END-IF
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

      **********************************************
      * AN 'H' RECORD OPENS A NEW ACCOUNT/CURRENCY GROUP.
      **********************************************
       START-STATEMENT-GROUP.
           IF GROUP-OPEN
              DISPLAY 'ERROR: BANK STATEMENT FOR ACCOUNT '
                      WS-GRP-ACCOUNT ' HAS NO TRAILER'
              PERFORM ABEND-WITH-STATUS
           END-IF.
           SET GROUP-OPEN TO TRUE.
           ADD 1 TO STATEMENT-GROUPS.
           MOVE STH-ACCOUNT TO WS-GRP-ACCOUNT.
           MOVE STH-CURRENCY TO WS-GRP-CURRENCY.
           MOVE STH-STMT-DATE TO WS-GRP-STMT-DATE.
           MOVE 0 TO WS-GRP-COUNT.
           MOVE 0 TO WS-GRP-DEBITS.
           MOVE 0 TO WS-GRP-CREDITS.

      **********************************************
      * ONE STATEMENT LINE: COUNTED INTO ITS GROUP'S PROOF, THEN
      * LISTED AS A RETURNED ITEM OR ADDED TO THE BANK TABLE. A
      * LINE WITH NO USABLE AMOUNT OR DIRECTION CANNOT BE PROVED
      * AND STOPS THE RUN; A BAD VALUE DATE TAKES THE STATEMENT
      * DATE.
      **********************************************
       LOAD-ONE-BANK-LINE.
           IF NOT GROUP-OPEN
              DISPLAY 'ERROR: BANK STATEMENT DETAIL BEFORE ANY HEADER'
              PERFORM ABEND-WITH-STATUS
           END-IF.
           ADD 1 TO STATEMENT-LINES.
           ADD 1 TO WS-GRP-COUNT.
           IF STD-AMOUNT NOT NUMERIC
              OR (STD-DR-CR NOT = 'D' AND STD-DR-CR NOT = 'C')
              DISPLAY 'ERROR: UNREADABLE BANK STATEMENT LINE: '
                      BANK-STATEMENT-REC
              PERFORM ABEND-WITH-STATUS
           END-IF.
           IF STD-DR-CR = 'D'
              ADD STD-AMOUNT TO WS-GRP-DEBITS
           ELSE
              ADD STD-AMOUNT TO WS-GRP-CREDITS
           END-IF.
           IF STD-VALUE-DATE NOT NUMERIC
              MOVE WS-GRP-STMT-DATE TO STD-VALUE-DATE
           END-IF.
           IF STD-TRAN-CODE = 'RTN'
              ADD 1 TO RETURNED-ITEMS
              MOVE STD-AMOUNT TO WS-RPT-AMOUNT
              MOVE SPACES TO WS-RPT-LINE
              MOVE WS-GRP-ACCOUNT TO WS-RPT-LINE(3:12)
              MOVE STD-VALUE-DATE TO WS-RPT-LINE(16:8)
              MOVE STD-DR-CR TO WS-RPT-LINE(25:1)
              MOVE WS-GRP-CURRENCY TO WS-RPT-LINE(27:3)
              MOVE WS-RPT-AMOUNT TO WS-RPT-LINE(31:17)
              MOVE STD-REFERENCE TO WS-RPT-LINE(49:16)
              MOVE STD-BANK-REF TO WS-RPT-LINE(66:10)
              PERFORM WRITE-REPORT-LINE
           ELSE
              IF BANK-ITEM-COUNT >= 20000
                 DISPLAY 'ERROR: BANK ITEM TABLE FULL (20000 MAX)'
                 PERFORM ABEND-WITH-STATUS
              END-IF
              ADD 1 TO BANK-ITEM-COUNT
              SET BK-IDX TO BANK-ITEM-COUNT
              MOVE STD-DR-CR TO BK-DR-CR(BK-IDX)
              MOVE WS-GRP-CURRENCY TO BK-CURRENCY(BK-IDX)
              MOVE STD-AMOUNT TO BK-AMOUNT(BK-IDX)
              MOVE STD-REFERENCE TO BK-REFERENCE(BK-IDX)
              MOVE STD-VALUE-DATE TO BK-ITEM-DATE(BK-IDX)
              MOVE STD-VALUE-DATE TO WS-DATE-NUM
              COMPUTE BK-DATE-INT(BK-IDX) =
                      FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
              MOVE WS-RUN-DATE TO BK-LOAD-DATE(BK-IDX)
              MOVE STD-TRAN-CODE TO BK-TRAN-CODE(BK-IDX)
              MOVE STD-BANK-REF TO BK-BANK-REF(BK-IDX)
              MOVE 'N' TO BK-MATCHED(BK-IDX)
           END-IF.

      **********************************************
      * A 'T' RECORD CLOSES THE GROUP: ITS COUNT AND TOTALS MUST
      * EQUAL WHAT WAS READ, OR THE STATEMENT IS INCOMPLETE AND
      * THE RUN STOPS BEFORE ANYTHING IS MATCHED OR CARRIED.
      **********************************************
       PROVE-STATEMENT-GROUP.
           IF NOT GROUP-OPEN
              DISPLAY 'ERROR: BANK STATEMENT TRAILER WITHOUT HEADER'
              PERFORM ABEND-WITH-STATUS
           END-IF.
           IF STT-ITEM-COUNT NOT NUMERIC
              OR STT-DEBIT-TOTAL NOT NUMERIC
              OR STT-CREDIT-TOTAL NOT NUMERIC
              OR STT-ITEM-COUNT NOT = WS-GRP-COUNT
              OR STT-DEBIT-TOTAL NOT = WS-GRP-DEBITS
              OR STT-CREDIT-TOTAL NOT = WS-GRP-CREDITS
              DISPLAY 'ERROR: BANK STATEMENT FOR ACCOUNT '
                      WS-GRP-ACCOUNT ' DOES NOT PROVE TO ITS TRAILER'
              DISPLAY '  READ:    ' WS-GRP-COUNT ' DR ' WS-GRP-DEBITS
                      ' CR ' WS-GRP-CREDITS
              DISPLAY '  TRAILER: ' STT-ITEM-COUNT ' DR '
                      STT-DEBIT-TOTAL ' CR ' STT-CREDIT-TOTAL
              PERFORM ABEND-WITH-STATUS
           END-IF.
           MOVE 'N' TO WS-GROUP-OPEN.

      **********************************************
      * MATCHES EVERY UNMATCHED BANK LINE, FIRST BY REFERENCE, THEN
      * BY AMOUNT AND DATE ALONE.
      **********************************************
       MATCH-BANK-LINES.
           MOVE 'MATCHED ON AMOUNT AND DATE ONLY - CHECK REFERENCES'
                TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING BK-IDX FROM 1 BY 1
                   UNTIL BK-IDX > BANK-ITEM-COUNT
              PERFORM MATCH-ONE-BANK-LINE
           END-PERFORM.
           IF MATCHED-BY-AMOUNT = 0
              MOVE '  NONE' TO WS-RPT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

      **********************************************
      * LOOKS FOR BK-IDX'S LEDGER ITEM: SAME CURRENCY, DIRECTION
      * AND AMOUNT, DATED WITHIN DATETOL DAYS. PASS 1 ALSO WANTS
      * THE REFERENCE; PASS 2 TAKES THE FIRST OTHERWISE-EQUAL ITEM.
      **********************************************
       MATCH-ONE-BANK-LINE.
           MOVE 'N' TO WS-MATCH-FOUND.
           PERFORM VARYING LG-IDX FROM 1 BY 1
                   UNTIL LG-IDX > LEDGER-ITEM-COUNT OR MATCH-FOUND
              IF LG-MATCHED(LG-IDX) = 'N'
                 AND LG-REFERENCE(LG-IDX) = BK-REFERENCE(BK-IDX)
                 PERFORM TEST-LEDGER-CANDIDATE
              END-IF
           END-PERFORM.
           IF MATCH-FOUND
              ADD 1 TO MATCHED-BY-REF
           ELSE
              PERFORM VARYING LG-IDX FROM 1 BY 1
                      UNTIL LG-IDX > LEDGER-ITEM-COUNT OR MATCH-FOUND
                 IF LG-MATCHED(LG-IDX) = 'N'
                    PERFORM TEST-LEDGER-CANDIDATE
                 END-IF
              END-PERFORM
              IF MATCH-FOUND
                 ADD 1 TO MATCHED-BY-AMOUNT
                 PERFORM LIST-AMOUNT-MATCH
              END-IF
           END-IF.

      **********************************************
      * MARKS LG-IDX AND BK-IDX MATCHED WHEN CURRENCY, DIRECTION,
      * AMOUNT AND DATE AGREE, AND ADDS THE PAIR TO ITS SOURCE'S
      * MATCHED TOTALS.
      **********************************************
       TEST-LEDGER-CANDIDATE.
           IF LG-CURRENCY(LG-IDX) = BK-CURRENCY(BK-IDX)
              AND LG-DR-CR(LG-IDX) = BK-DR-CR(BK-IDX)
              AND LG-AMOUNT(LG-IDX) = BK-AMOUNT(BK-IDX)
              COMPUTE WS-DAY-DIFF =
                      BK-DATE-INT(BK-IDX) - LG-DATE-INT(LG-IDX)
              IF WS-DAY-DIFF < 0
                 COMPUTE WS-DAY-DIFF = 0 - WS-DAY-DIFF
              END-IF
              IF WS-DAY-DIFF <= WS-DATE-TOL
                 SET MATCH-FOUND TO TRUE
                 MOVE 'Y' TO LG-MATCHED(LG-IDX)
                 MOVE 'Y' TO BK-MATCHED(BK-IDX)
                 EVALUATE LG-SOURCE(LG-IDX)
                     WHEN 'S'
                       SET ST-IDX TO 1
                     WHEN 'M'
                       SET ST-IDX TO 2
                     WHEN 'P'
                       SET ST-IDX TO 3
                     WHEN OTHER
                       SET ST-IDX TO 4
                 END-EVALUATE
                 ADD 1 TO ST-MATCHED-COUNT(ST-IDX)
                 ADD LG-AMOUNT(LG-IDX) TO ST-MATCHED-AMOUNT(ST-IDX)
              END-IF
           END-IF.

      **********************************************
      * LISTS A PASS-2 MATCH: THE BANK'S REFERENCE AGAINST OURS.
      * LG-IDX HAS ALREADY STEPPED PAST THE MATCHED ITEM.
      **********************************************
       LIST-AMOUNT-MATCH.
           SET LG-IDX DOWN BY 1.
           MOVE BK-AMOUNT(BK-IDX) TO WS-RPT-AMOUNT.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE BK-ITEM-DATE(BK-IDX) TO WS-RPT-LINE(3:8).
           MOVE BK-DR-CR(BK-IDX) TO WS-RPT-LINE(12:1).
           MOVE BK-CURRENCY(BK-IDX) TO WS-RPT-LINE(14:3).
           MOVE WS-RPT-AMOUNT TO WS-RPT-LINE(18:17).
           MOVE 'BANK' TO WS-RPT-LINE(36:4).
           MOVE BK-REFERENCE(BK-IDX) TO WS-RPT-LINE(41:16).
           MOVE 'OURS' TO WS-RPT-LINE(58:4).
           MOVE LG-SOURCE(LG-IDX) TO WS-RPT-LINE(63:1).
           MOVE LG-REFERENCE(LG-IDX) TO WS-RPT-LINE(65:16).
           PERFORM WRITE-REPORT-LINE.

      **********************************************
      * MATCHED COUNTS AND AMOUNTS BY SOURCE.
      **********************************************
       REPORT-MATCHED-TOTALS.
           MOVE 'MATCHED TO THE BANK' TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING ST-IDX FROM 1 BY 1 UNTIL ST-IDX > 4
              MOVE ST-MATCHED-COUNT(ST-IDX) TO WS-RPT-COUNT
              MOVE ST-MATCHED-AMOUNT(ST-IDX) TO WS-RPT-AMOUNT
              MOVE SPACES TO WS-RPT-LINE
              MOVE WS-SOURCE-NAME(ST-IDX) TO WS-RPT-LINE(3:20)
              MOVE WS-RPT-COUNT TO WS-RPT-LINE(24:5)
              MOVE WS-RPT-AMOUNT TO WS-RPT-LINE(31:17)
              PERFORM WRITE-REPORT-LINE
           END-PERFORM.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

      **********************************************
      * LISTS EVERY BANK LINE STILL UNMATCHED WITH ITS AGE, AGES IT
      * INTO THE BANK SIDE'S BUCKETS AND CARRIES IT FORWARD.
      **********************************************
       REPORT-UNMATCHED-BANK.
           MOVE 'UNMATCHED BANK ITEMS - ON THE STATEMENT, NOT IN OUR '
                TO WS-RPT-LINE.
           MOVE 'RECORDS' TO WS-RPT-LINE(53:7).
           PERFORM WRITE-REPORT-LINE.
           SET AS-IDX TO 1.
           PERFORM VARYING BK-IDX FROM 1 BY 1
                   UNTIL BK-IDX > BANK-ITEM-COUNT
              IF BK-MATCHED(BK-IDX) = 'N'
                 ADD 1 TO UNMATCHED-BANK
                 COMPUTE WS-AGE-DAYS =
                         WS-RUN-DATE-INT - BK-DATE-INT(BK-IDX)
                 PERFORM AGE-OPEN-ITEM
                 MOVE BK-AMOUNT(BK-IDX) TO WS-RPT-AMOUNT
                 ADD BK-AMOUNT(BK-IDX) TO AG-AMOUNT(AS-IDX, AB-IDX)
                 MOVE SPACES TO WS-RPT-LINE
                 MOVE 'B' TO WS-RPT-LINE(3:1)
                 MOVE BK-ITEM-DATE(BK-IDX) TO WS-RPT-LINE(5:8)
                 MOVE BK-DR-CR(BK-IDX) TO WS-RPT-LINE(14:1)
                 MOVE BK-CURRENCY(BK-IDX) TO WS-RPT-LINE(16:3)
                 MOVE WS-RPT-AMOUNT TO WS-RPT-LINE(20:17)
                 MOVE BK-REFERENCE(BK-IDX) TO WS-RPT-LINE(38:16)
                 MOVE BK-BANK-REF(BK-IDX) TO WS-RPT-LINE(55:10)
                 MOVE WS-RPT-AGE TO WS-RPT-LINE(66:5)
                 IF WS-AGE-DAYS > WS-AGE-ALERT
                    MOVE '!' TO WS-RPT-LINE(72:1)
                 END-IF
                 PERFORM WRITE-REPORT-LINE
                 MOVE SPACES TO OPEN-ITEM-REC
                 MOVE 'B' TO BRO-SIDE
                 MOVE 'B' TO BRO-SOURCE
                 MOVE BK-DR-CR(BK-IDX) TO BRO-DR-CR
                 MOVE BK-CURRENCY(BK-IDX) TO BRO-CURRENCY
                 MOVE BK-AMOUNT(BK-IDX) TO BRO-AMOUNT
                 MOVE BK-REFERENCE(BK-IDX) TO BRO-REFERENCE
                 MOVE BK-ITEM-DATE(BK-IDX) TO BRO-ITEM-DATE
                 MOVE BK-LOAD-DATE(BK-IDX) TO BRO-LOAD-DATE
                 MOVE BK-TRAN-CODE(BK-IDX) TO BRO-TRAN-CODE
                 MOVE BK-BANK-REF(BK-IDX) TO BRO-BANK-REF
                 PERFORM WRITE-CARRY-ITEM
              END-IF
           END-PERFORM.
           IF UNMATCHED-BANK = 0
              MOVE '  NONE' TO WS-RPT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

      **********************************************
      * LISTS EVERY LEDGER ITEM STILL UNMATCHED WITH ITS AGE, AGES
      * IT INTO OUR SIDE'S BUCKETS AND CARRIES IT FORWARD.
      **********************************************
       REPORT-UNMATCHED-LEDGER.
           MOVE 'UNMATCHED LEDGER ITEMS - IN OUR RECORDS, NOT ON THE '
                TO WS-RPT-LINE.
           MOVE 'STATEMENT' TO WS-RPT-LINE(53:9).
           PERFORM WRITE-REPORT-LINE.
           SET AS-IDX TO 2.
           PERFORM VARYING LG-IDX FROM 1 BY 1
                   UNTIL LG-IDX > LEDGER-ITEM-COUNT
              IF LG-MATCHED(LG-IDX) = 'N'
                 ADD 1 TO UNMATCHED-LEDGER
                 COMPUTE WS-AGE-DAYS =
                         WS-RUN-DATE-INT - LG-DATE-INT(LG-IDX)
                 PERFORM AGE-OPEN-ITEM
                 MOVE LG-AMOUNT(LG-IDX) TO WS-RPT-AMOUNT
                 ADD LG-AMOUNT(LG-IDX) TO AG-AMOUNT(AS-IDX, AB-IDX)
                 MOVE SPACES TO WS-RPT-LINE
                 MOVE LG-SOURCE(LG-IDX) TO WS-RPT-LINE(3:1)
                 MOVE LG-ITEM-DATE(LG-IDX) TO WS-RPT-LINE(5:8)
                 MOVE LG-DR-CR(LG-IDX) TO WS-RPT-LINE(14:1)
                 MOVE LG-CURRENCY(LG-IDX) TO WS-RPT-LINE(16:3)
                 MOVE WS-RPT-AMOUNT TO WS-RPT-LINE(20:17)
                 MOVE LG-REFERENCE(LG-IDX) TO WS-RPT-LINE(38:16)
                 MOVE WS-RPT-AGE TO WS-RPT-LINE(66:5)
                 IF WS-AGE-DAYS > WS-AGE-ALERT
                    MOVE '!' TO WS-RPT-LINE(72:1)
                 END-IF
                 PERFORM WRITE-REPORT-LINE
                 MOVE SPACES TO OPEN-ITEM-REC
                 MOVE 'L' TO BRO-SIDE
                 MOVE LG-SOURCE(LG-IDX) TO BRO-SOURCE
                 MOVE LG-DR-CR(LG-IDX) TO BRO-DR-CR
                 MOVE LG-CURRENCY(LG-IDX) TO BRO-CURRENCY
                 MOVE LG-AMOUNT(LG-IDX) TO BRO-AMOUNT
                 MOVE LG-REFERENCE(LG-IDX) TO BRO-REFERENCE
                 MOVE LG-ITEM-DATE(LG-IDX) TO BRO-ITEM-DATE
                 MOVE LG-LOAD-DATE(LG-IDX) TO BRO-LOAD-DATE
                 PERFORM WRITE-CARRY-ITEM
              END-IF
           END-PERFORM.
           IF UNMATCHED-LEDGER = 0
              MOVE '  NONE' TO WS-RPT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

      **********************************************
      * PUTS AN UNMATCHED ITEM OF AGE WS-AGE-DAYS IN ITS BUCKET
      * (AS-IDX SIDE; AB-IDX LEFT ON THE BUCKET) AND COUNTS IT
      * AGAINST THE AGE ALERT.
      **********************************************
       AGE-OPEN-ITEM.
           IF WS-AGE-DAYS < 0
              MOVE 0 TO WS-AGE-DAYS
           END-IF.
           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 2
                 SET AB-IDX TO 1
               WHEN WS-AGE-DAYS <= 5
                 SET AB-IDX TO 2
               WHEN WS-AGE-DAYS <= 10
                 SET AB-IDX TO 3
               WHEN OTHER
                 SET AB-IDX TO 4
           END-EVALUATE.
           ADD 1 TO AG-COUNT(AS-IDX, AB-IDX).
           IF WS-AGE-DAYS > WS-AGE-ALERT
              ADD 1 TO OVER-ALERT
           END-IF.
           MOVE WS-AGE-DAYS TO WS-RPT-AGE.

      **********************************************
      * AGING SUMMARY: COUNT AND AMOUNT PER BUCKET, EACH SIDE.
      **********************************************
       REPORT-AGING-SUMMARY.
           MOVE 'AGING OF UNMATCHED ITEMS' TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING AS-IDX FROM 1 BY 1 UNTIL AS-IDX > 2
              PERFORM VARYING AB-IDX FROM 1 BY 1 UNTIL AB-IDX > 4
                 MOVE AG-COUNT(AS-IDX, AB-IDX) TO WS-RPT-COUNT
                 MOVE AG-AMOUNT(AS-IDX, AB-IDX) TO WS-RPT-AMOUNT
                 MOVE SPACES TO WS-RPT-LINE
                 IF AS-IDX = 1
                    MOVE 'BANK  ' TO WS-RPT-LINE(3:6)
                 ELSE
                    MOVE 'LEDGER' TO WS-RPT-LINE(3:6)
                 END-IF
                 MOVE WS-BUCKET-NAME(AB-IDX) TO WS-RPT-LINE(11:12)
                 MOVE WS-RPT-COUNT TO WS-RPT-LINE(24:5)
                 MOVE WS-RPT-AMOUNT TO WS-RPT-LINE(31:17)
                 PERFORM WRITE-REPORT-LINE
              END-PERFORM
           END-PERFORM.

      **********************************************
      * WRITES THE ITEM IN OPEN-ITEM-REC TO THE NEW CARRY.
      **********************************************
       WRITE-CARRY-ITEM.
           MOVE OPEN-ITEM-REC TO NEW-OPEN-ITEM-REC.
           WRITE NEW-OPEN-ITEM-REC.
           IF NEW-OPEN-ITEM-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING NEW OPEN-ITEM FILE: '
                       NEW-OPEN-ITEM-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * WRITES WHATEVER LINE IS CURRENTLY IN WS-RPT-LINE.
      **********************************************
       WRITE-REPORT-LINE.
           MOVE WS-RPT-LINE TO REPORT-REC.
           WRITE REPORT-REC.
           IF REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING REPORT FILE: ' REPORT-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.

      **********************************************
      * CLOSE ALL FILES AND CHECK STATUS
      **********************************************
       CLOSE-ALL-FILES.
           CLOSE NEW-OPEN-ITEM-FILE.
           IF NEW-OPEN-ITEM-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING NEW OPEN-ITEM FILE: '
                       NEW-OPEN-ITEM-STATUS
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
           MOVE 'BNKREC26' TO BST-PROGRAM-ID.
           PERFORM GET-BST-TIMESTAMP.
           MOVE WS-BST-START-TS TO BST-START-TS.
           MOVE WS-BST-TS-BUILT TO BST-END-TS.
           MOVE STATEMENT-LINES TO BST-RECORDS-IN.
           COMPUTE BST-RECORDS-OUT = MATCHED-BY-REF
                   + MATCHED-BY-AMOUNT.
           MOVE STATEMENT-REJECTED TO BST-RECORDS-REJECTED.
           IF ABEND-IN-PROGRESS
              MOVE 'FAILED' TO BST-STATUS
              MOVE 'JOB ABENDED - SEE SYSOUT FOR DETAIL' TO BST-MESSAGE
           ELSE
              EVALUATE TRUE
                  WHEN STATEMENT-MISSING
                    MOVE 'WARNING' TO BST-STATUS
                    MOVE 'NO BANK STATEMENT - NOTHING MATCHED'
                         TO BST-MESSAGE
                  WHEN SOURCE-MISSING
                    MOVE 'WARNING' TO BST-STATUS
                    MOVE 'SOURCE MISSING - SEE SYSOUT' TO BST-MESSAGE
                  WHEN RETURNED-ITEMS > 0
                    MOVE 'WARNING' TO BST-STATUS
                    MOVE 'RETURNED ITEMS ON THE BANK STATEMENT'
                         TO BST-MESSAGE
                  WHEN OVER-ALERT > 0
                    MOVE 'WARNING' TO BST-STATUS
                    MOVE 'ITEMS UNMATCHED PAST THE AGE ALERT'
                         TO BST-MESSAGE
                  WHEN OTHER
                    MOVE 'COMPLETE' TO BST-STATUS
                    MOVE 'BANK STATEMENT RECONCILED' TO BST-MESSAGE
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
      * BEHIND. THE NON-ZERO RETURN CODE KEEPS THE JCL FROM
      * ROLLING A PARTIAL CARRY OVER THE GOOD ONE.
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
           MOVE CARRIED-BANK TO CARRIED-BANK-DISP.
           MOVE CARRIED-LEDGER TO CARRIED-LEDGER-DISP.
           MOVE STATEMENT-LINES TO STATEMENT-LINES-DISP.
           MOVE STATEMENT-REJECTED TO STATEMENT-REJECTED-DISP.
           MOVE RETURNED-ITEMS TO RETURNED-ITEMS-DISP.
           MOVE SETTLEMENT-READ TO SETTLEMENT-READ-DISP.
           MOVE SETTLEMENT-NETTED-OUT TO SETTLEMENT-NETTED-OUT-DISP.
           MOVE REMITTANCES-READ TO REMITTANCES-READ-DISP.
           MOVE CARD-PAYMENTS-READ TO CARD-PAYMENTS-READ-DISP.
           MOVE AR-RECEIPTS-READ TO AR-RECEIPTS-READ-DISP.
           MOVE AR-RECEIPTS-REJECTED TO AR-RECEIPTS-REJECTED-DISP.
           MOVE MATCHED-BY-REF TO MATCHED-BY-REF-DISP.
           MOVE MATCHED-BY-AMOUNT TO MATCHED-BY-AMOUNT-DISP.
           MOVE UNMATCHED-BANK TO UNMATCHED-BANK-DISP.
           MOVE UNMATCHED-LEDGER TO UNMATCHED-LEDGER-DISP.
           MOVE OVER-ALERT TO OVER-ALERT-DISP.

           DISPLAY '========================================'.
           DISPLAY 'BANK STATEMENT RECONCILIATION SUMMARY'.
           DISPLAY '========================================'.
           DISPLAY 'CARRIED IN - BANK:      ' CARRIED-BANK-DISP.
           DISPLAY 'CARRIED IN - LEDGER:    ' CARRIED-LEDGER-DISP.
           DISPLAY 'STATEMENT LINES:        ' STATEMENT-LINES-DISP.
           DISPLAY '  RETURNED ITEMS:       ' RETURNED-ITEMS-DISP.
           DISPLAY '  BAD RECORD TYPES:     '
                   STATEMENT-REJECTED-DISP.
           DISPLAY 'SETTLEMENT MOVEMENTS:   ' SETTLEMENT-READ-DISP.
           DISPLAY '  NETTED TO ZERO:       '
                   SETTLEMENT-NETTED-OUT-DISP.
           DISPLAY 'MERCHANT REMITTANCES:   ' REMITTANCES-READ-DISP.
           DISPLAY 'CARD PAYMENTS:          '
                   CARD-PAYMENTS-READ-DISP.
           DISPLAY 'A/R RECEIPTS:           ' AR-RECEIPTS-READ-DISP.
           DISPLAY '  BAD AMOUNT, SKIPPED:  '
                   AR-RECEIPTS-REJECTED-DISP.
           DISPLAY 'MATCHED BY REFERENCE:   ' MATCHED-BY-REF-DISP.
           DISPLAY 'MATCHED BY AMOUNT/DATE: '
                   MATCHED-BY-AMOUNT-DISP.
           DISPLAY 'UNMATCHED BANK ITEMS:   ' UNMATCHED-BANK-DISP.
           DISPLAY 'UNMATCHED LEDGER ITEMS: ' UNMATCHED-LEDGER-DISP.
           DISPLAY '  PAST AGE ALERT:       ' OVER-ALERT-DISP.
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
