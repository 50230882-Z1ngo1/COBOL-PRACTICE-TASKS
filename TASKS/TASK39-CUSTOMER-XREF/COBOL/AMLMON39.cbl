      ******************************************************************
      * DAILY LARGE-CASH AND STRUCTURING MONITOR                       *
      *                                                                *
      * PURPOSE:                                                       *
      * NOTHING WATCHED PAYMENT AND CARD ACTIVITY FOR THE CASH AND     *
      * TRANSFER PATTERNS THE REGULATOR EXPECTS US TO REPORT. THIS JOB *
      * REVIEWS THE DB2VSM26 PAYMENT MOVEMENTS (SETTLEMENT EXTRACT)    *
      * AND THE VSMJOB11 POSTED CARD PURCHASES OVER A ROLLING WINDOW,  *
      * PUTS EACH TRANSACTION ON ITS CUSTOMER THROUGH THE SPINE XREF,  *
      * AND RAISES A COMPLIANCE CASE FOR EVERY PATTERN IT FINDS. A     *
      * DAILY SUMMARY LISTS THE DAY'S CASES FOR THE COMPLIANCE DESK.   *
      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   PHASE 1 - LOAD THE SPINE XREF (PAYMENTS CUSTOMER AND CARD    *
      *     NUMBER TO SPINE CUSTOMER) AND THE CASES ALREADY RAISED FOR *
      *     THE RUN DATE, SO A RERUN DOES NOT RAISE THEM TWICE.        *
      *   PHASE 2 - LOAD THE ACTIVITY POSTED IN THE LOOK-BACK WINDOW:  *
      *     PAYMENTS - SETTLEMENT 'D' MOVEMENTS OF TYPE C (PAYMENT),   *
      *       A (ADJUSTMENT) AND T (TRANSFER). A TRANSFER'S PAYING LEG *
      *       IS MONEY OUT OF THE PAYER, ITS RECEIVING LEG MONEY INTO  *
      *       THE XFER-CUST-ID. REVERSALS AND LEGS INTO SUSPENSE ARE   *
      *       NOT CUSTOMER ACTIVITY AND ARE SKIPPED.                   *
      *     CARD - POSTED PURCHASES (HIST-REC-TYPE SPACE) IN USD; THE  *
      *       REPORTING THRESHOLD IS A USD AMOUNT, SO PURCHASES IN     *
      *       OTHER CURRENCIES ARE COUNTED AND SKIPPED.                *
      *     THE CUSTOMER (SUBJECT) IS 'S' + SPINE ID WHEN THE XREF     *
      *     KNOWS THE ACCOUNT, OTHERWISE 'P' + PAYMENTS CUSTOMER ID OR *
      *     'C' + CARD TOKEN - THE COLLECTIONS CASE KEY CONVENTION.    *
      *     A CARD IS MATCHED ON ITS NUMBER BUT RECORDED BY ITS VAULT  *
      *     TOKEN - THE XREF'S OWN WHEN THE XREF PLACED IT, OTHERWISE  *
      *     ONE FROM CRDTOK11.                                         *
      *   PHASE 3 - APPLY THE RULES. ONLY ACTIVITY POSTED ON THE RUN   *
      *     DATE RAISES A CASE; EARLIER DAYS IN THE WINDOW ARE CONTEXT.*
      *     LRG - ONE TRANSACTION AT OR OVER CTRLIMIT.                 *
      *     STR - STRUCTCOUNT OR MORE TRANSACTIONS JUST UNDER CTRLIMIT *
      *       (AT OR OVER NEARPCT PERCENT OF IT) FOR ONE SUBJECT IN    *
      *       THE LAST STRUCTDAYS DAYS, ONE OF THEM TODAY. ONE CASE    *
      *       PER SUBJECT PER DAY.                                     *
      *     CHN - A TRANSFER OUT TODAY OF AT LEAST CHAINMIN THAT MOVES *
      *       ON CHAINPCT PERCENT OR MORE OF A TRANSFER THAT CAME IN   *
      *       WITHIN THE LAST CHAINDAYS DAYS (NEVER MORE THAN CAME IN).*
      *   EACH NEW CASE IS APPENDED TO THE COMPLIANCE CASE FILE WITH   *
      *   STATUS 'O' (OPEN) AND LISTED ON THE DAILY SUMMARY; A CASE    *
      *   ALREADY ON FILE FROM AN EARLIER RUN OF THE SAME DATE IS      *
      *   LISTED, MARKED '*', AND NOT WRITTEN AGAIN.                   *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/10/15                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/10/15 - THE XREF CARD SLOT NOW HOLDS A CARD TOKEN; IT IS  *
      *              TURNED BACK INTO THE CARD NUMBER (CRDTOK11) AS    *
      *              THE XREF IS READ.                                 *
      * 2026/10/15 - A CARD SUBJECT AND A CARD CASE'S ACCOUNT CARRY    *
      *              THE CARD'S VAULT TOKEN, NOT ITS NUMBER - THE CASE *
      *              FILE AND SUMMARY LEAVE THE CARD SUBSYSTEM.        *
      *                                                                *
      * COPYBOOK: TASK32 - CUSTOMER RECORD LAYOUT (CUST-RECORD)        *
      *           CYCDATE - PROCESSING-DATE LOOKUP REQUEST AREA        *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  XREFDD (CUST.XREF.MASTER) - IDENTITY CROSS-REFERENCE   *
      * I/O:    VLTDD (CARD.TOKEN.VAULT) - VIA CRDTOK11                *
      * INPUT:  MASTDD (CUST.MASTER.VSAM) - REPORTING MASTER (SPINE)   *
      * INPUT:  SETLDD (SETTLEMENT.EXTRACT + ARCHIVE) - PAYMENT        *
      *         MOVEMENTS (PS, 80 B)                                   *
      * INPUT:  POSTDD (CARD.POSTED.HIST) - POSTED CARD HISTORY        *
      * I/O:    COMPDD (AML.CASE.FILE) - COMPLIANCE CASES (PS, 150 B)  *
      * OUTPUT: RPTDD (AML.DAILY.SUMMARY) - DAILY SUMMARY (PS, 80 B)   *
      * OUTPUT: STATLOG - SHARED STATUS LOG                            *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMLMON39.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XREF-MASTER ASSIGN TO XREFDD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS XRF-CUST-ID
              FILE STATUS IS XREF-MASTER-STATUS.

           SELECT CUST-MASTER-FILE ASSIGN TO MASTDD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CUST-ID
              FILE STATUS IS CUST-MASTER-STATUS.

           SELECT SETTLEMENT-FILE ASSIGN TO SETLDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS SETTLEMENT-STATUS.

           SELECT POSTED-HISTORY-FILE ASSIGN TO POSTDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS POSTED-HISTORY-STATUS.

           SELECT COMPLIANCE-CASE-FILE ASSIGN TO COMPDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS COMPLIANCE-CASE-STATUS.

           SELECT SUMMARY-REPORT ASSIGN TO RPTDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS SUMMARY-REPORT-STATUS.

           SELECT STATUS-LOG ASSIGN TO STATLOG
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS STATUS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * SAME LAYOUT XREFLD39 WRITES.
       FD XREF-MASTER.
       01 XREF-MASTER-REC.
          05 XRF-CUST-ID PIC X(5).
          05 XRF-PAY-CUST-ID PIC X(5).
          05 XRF-ORD-CUST-ID PIC X(6).
          05 XRF-CARD-NUMBER PIC X(16).
          05 XRF-PAY-SOURCE PIC X(1).
          05 XRF-CARD-SOURCE PIC X(1).
          05 XRF-LOAD-DATE PIC X(8).
          05 FILLER PIC X(38).

       FD CUST-MASTER-FILE.
       01 CUST-MASTER-REC.
           COPY TASK32.

      * DB2VSM26'S SETTLEMENT EXTRACT, CURRENT AND ARCHIVED
      * GENERATIONS. ONLY THE 'D' MOVEMENTS ARE READ; HEADERS AND
      * TRAILERS ARE PASSED OVER.
       FD SETTLEMENT-FILE RECORDING MODE IS F.
       01 SETTLEMENT-REC.
          05 STL-REC-TYPE PIC X(1).
          05 STL-PAYMENT-ID PIC X(6).
          05 STL-CUST-ID PIC X(5).
          05 STL-PAY-TYPE PIC X(1).
          05 STL-AMOUNT PIC S9(7)V99.
          05 STL-POST-DATE PIC X(8).
          05 FILLER PIC X(50).

      * SAME LAYOUT VSMJOB11 WRITES.
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

      * ONE RECORD PER COMPLIANCE CASE, APPENDED DAILY. CMP-RULE
      * 'LRG' LARGE CASH, 'STR' STRUCTURING, 'CHN' IN-AND-OUT
      * TRANSFER CHAIN. CMP-SOURCE 'P' PAYMENT, 'C' CARD; SPACE
      * FOR STR, WHICH SPANS THE SUBJECT'S ACTIVITY (CMP-TXN-DATE
      * IS THEN THE FIRST DAY OF IT IN THE WINDOW). CMP-LINK-
      * FIELDS NAME THE INBOUND TRANSFER A CHN CASE MOVED ON.
      * A CARD SUBJECT OR ACCOUNT IS THE CARD'S VAULT TOKEN.
      * CMP-STATUS STARTS 'O'; THE COMPLIANCE DESK WORKS IT FROM
      * THERE.
       FD COMPLIANCE-CASE-FILE RECORDING MODE IS F.
       01 COMPLIANCE-CASE-REC.
          05 CMP-CASE-DATE PIC X(8).
          05 FILLER PIC X(1).
          05 CMP-RULE PIC X(3).
          05 FILLER PIC X(1).
          05 CMP-SUBJECT PIC X(17).
          05 FILLER PIC X(1).
          05 CMP-CUST-NAME PIC X(25).
          05 FILLER PIC X(1).
          05 CMP-SOURCE PIC X(1).
          05 FILLER PIC X(1).
          05 CMP-ACCT PIC X(16).
          05 FILLER PIC X(1).
          05 CMP-TRANS-ID PIC X(6).
          05 FILLER PIC X(1).
          05 CMP-TXN-DATE PIC X(8).
          05 FILLER PIC X(1).
          05 CMP-AMOUNT PIC 9(9)V99.
          05 FILLER PIC X(1).
          05 CMP-TXN-COUNT PIC 9(3).
          05 FILLER PIC X(1).
          05 CMP-LINK-TRANS-ID PIC X(6).
          05 FILLER PIC X(1).
          05 CMP-LINK-DATE PIC X(8).
          05 FILLER PIC X(1).
          05 CMP-STATUS PIC X(1).
             88 CMP-OPEN VALUE 'O'.
          05 FILLER PIC X(22).

       FD SUMMARY-REPORT RECORDING MODE IS F.
       01 SUMMARY-REPORT-REC PIC X(80).

       FD STATUS-LOG RECORDING MODE IS F.
       01 STATUS-LOG-REC.
           COPY BATSTAT.

       WORKING-STORAGE SECTION.

      * CARD TOKEN VAULT REQUEST AREA (CRDTOK11)
           COPY CARDTOK.

      * FILE STATUS VARIABLES
       01 WS-FILE-STATUSES.
          05 XREF-MASTER-STATUS PIC X(2).
          05 CUST-MASTER-STATUS PIC X(2).
          05 SETTLEMENT-STATUS PIC X(2).
          05 POSTED-HISTORY-STATUS PIC X(2).
          05 COMPLIANCE-CASE-STATUS PIC X(2).
          05 SUMMARY-REPORT-STATUS PIC X(2).
          05 STATUS-LOG-STATUS PIC X(2).

      * CONTROL FLAGS
       01 WS-FLAGS.
          05 WS-XREF-EOF PIC X(1) VALUE 'N'.
             88 XREF-EOF VALUE 'Y'.
          05 WS-SETTLEMENT-EOF PIC X(1) VALUE 'N'.
             88 SETTLEMENT-EOF VALUE 'Y'.
          05 WS-HIST-EOF PIC X(1) VALUE 'N'.
             88 HIST-EOF VALUE 'Y'.
          05 WS-CASE-EOF PIC X(1) VALUE 'N'.
             88 CASE-EOF VALUE 'Y'.
          05 WS-SOURCE-MISSING PIC X(1) VALUE 'N'.
             88 SOURCE-MISSING VALUE 'Y'.
          05 WS-XREF-FOUND PIC X(1) VALUE 'N'.
             88 XREF-FOUND VALUE 'Y'.
          05 WS-CASE-ON-FILE PIC X(1) VALUE 'N'.
             88 CASE-ON-FILE VALUE 'Y'.
          05 WS-CHAIN-FOUND PIC X(1) VALUE 'N'.
             88 CHAIN-FOUND VALUE 'Y'.

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
      * AND SUBPROGRAM CYCDAT40. THE MONITOR RUNS FOR THE SAME
      * PROCESSING DATE DB2VSM26 POSTED UNDER.
           COPY CYCDATE.

      * MONITORING TUNABLES (DEFAULTS - PARMDD OVERRIDES):
      * CTRLIMIT - CURRENCY-TRANSACTION REPORTING THRESHOLD (USD).
      * NEARPCT - PERCENT OF CTRLIMIT AT OR ABOVE WHICH A SMALLER
      *   TRANSACTION COUNTS AS JUST UNDER IT.
      * STRUCTCOUNT / STRUCTDAYS - NEAR-THRESHOLD TRANSACTIONS, AND
      *   THE ROLLING WINDOW IN DAYS (TODAY INCLUDED) THEY FALL IN.
      * CHAINDAYS - DAYS BACK AN INBOUND TRANSFER IS LOOKED FOR.
      * CHAINPCT - PERCENT OF THE INBOUND AMOUNT THE OUTBOUND MUST
      *   REACH. CHAINMIN - SMALLEST OUTBOUND TRANSFER CONSIDERED.
       01 WS-CTR-LIMIT PIC 9(7)V99 VALUE 10000.
       01 WS-NEAR-PCT PIC 9(3) VALUE 90.
       01 WS-STRUCT-COUNT PIC 9(3) VALUE 3.
       01 WS-STRUCT-DAYS PIC 9(3) VALUE 5.
       01 WS-CHAIN-DAYS PIC 9(3) VALUE 3.
       01 WS-CHAIN-PCT PIC 9(3) VALUE 90.
       01 WS-CHAIN-MIN PIC 9(7)V99 VALUE 1000.

      * RUN DATE AND WINDOW FIELDS. WS-WINDOW-START-INT IS THE
      * EARLIEST DAY EITHER RULE LOOKS BACK TO.
       01 WS-RUN-DATE PIC X(8).
       01 WS-RUN-DATE-INT PIC 9(8).
       01 WS-WINDOW-START-INT PIC 9(8).
       01 WS-STRUCT-START-INT PIC 9(8).
       01 WS-CHAIN-START-INT PIC 9(8).
       01 WS-LOOKBACK-DAYS PIC 9(3).
       01 WS-NEAR-FLOOR PIC 9(7)V99.
       01 WS-CHAIN-FLOOR PIC 9(9)V99.
       01 WS-TXN-DATE-NUM PIC 9(8).
       01 WS-TXN-DATE-INT PIC 9(8).

      * SPINE XREF, LOADED TO PUT PAYMENTS CUSTOMERS AND CARD
      * NUMBERS ON THEIR SPINE CUSTOMER.
       01 XREF-COUNT PIC 9(5) VALUE 0.
       01 WS-XREF-TABLE.
          05 XREF-ENTRY OCCURS 20000 TIMES INDEXED BY XT-IDX.
             10 XT-CUST-ID PIC X(5).
             10 XT-PAY-CUST-ID PIC X(5).
             10 XT-CARD-NUMBER PIC X(16).
             10 XT-CARD-TOKEN PIC X(16).

      * CASES ALREADY ON FILE FOR THE RUN DATE, BY RULE, SUBJECT,
      * ACCOUNT AND TRANSACTION.
       01 PRIOR-CASE-COUNT PIC 9(5) VALUE 0.
       01 WS-PRIOR-CASE-TABLE.
          05 PRIOR-CASE-ENTRY OCCURS 5000 TIMES INDEXED BY PC-IDX.
             10 PC-KEY PIC X(42).

      * EVERY TRANSACTION IN THE LOOK-BACK WINDOW. TX-DIR 'I' IS
      * MONEY IN (PAYMENT, CREDIT ADJUSTMENT, RECEIVING TRANSFER
      * LEG), 'O' MONEY OUT (CARD PURCHASE, DEBIT ADJUSTMENT, PAYING
      * TRANSFER LEG). TX-AMOUNT IS UNSIGNED.
       01 ACTIVITY-COUNT PIC 9(5) VALUE 0.
       01 WS-ACTIVITY-TABLE.
          05 ACTIVITY-ENTRY OCCURS 50000 TIMES
                INDEXED BY TX-IDX TX-IDX2.
             10 TX-SUBJECT PIC X(17).
             10 TX-SOURCE PIC X(1).
             10 TX-ACCT PIC X(16).
             10 TX-TRANS-ID PIC X(6).
             10 TX-TYPE PIC X(1).
             10 TX-DIR PIC X(1).
             10 TX-DATE PIC X(8).
             10 TX-DATE-INT PIC 9(8).
             10 TX-AMOUNT PIC 9(7)V99.
             10 TX-STR-DONE PIC X(1).

      * THE TRANSACTION BEING LOADED, AS HANDED TO ADD-ACTIVITY
       01 WS-TXN-WORK.
          05 WS-TXN-SUBJECT.
             10 WS-TXN-SUBJECT-TYPE PIC X(1).
             10 WS-TXN-SUBJECT-REF PIC X(16).
          05 WS-TXN-SOURCE PIC X(1).
          05 WS-TXN-ACCT PIC X(16).
          05 WS-TXN-TRANS-ID PIC X(6).
          05 WS-TXN-TYPE PIC X(1).
          05 WS-TXN-DIR PIC X(1).
          05 WS-TXN-DATE PIC X(8).
          05 WS-TXN-AMOUNT PIC 9(7)V99.
       01 WS-CARD-NUMBER-X PIC X(16).
       01 WS-CARD-TOKEN PIC X(16).
       01 WS-XREF-CARD-TOKEN PIC X(16).

      * THE CASE BEING RAISED, AS HANDED TO RAISE-CASE
       01 WS-CASE-WORK.
          05 WS-CSE-KEY.
             10 WS-CSE-RULE PIC X(3).
             10 WS-CSE-SUBJECT.
                15 WS-CSE-SUBJECT-TYPE PIC X(1).
                15 WS-CSE-SUBJECT-REF PIC X(16).
             10 WS-CSE-ACCT PIC X(16).
             10 WS-CSE-TRANS-ID PIC X(6).
          05 WS-CSE-SOURCE PIC X(1).
          05 WS-CSE-TXN-DATE PIC X(8).
          05 WS-CSE-AMOUNT PIC 9(9)V99.
          05 WS-CSE-COUNT PIC 9(3).
          05 WS-CSE-LINK-TRANS-ID PIC X(6).
          05 WS-CSE-LINK-DATE PIC X(8).
          05 WS-CSE-NAME PIC X(25).

      * STRUCTURING ROLL-UP FOR ONE SUBJECT
       01 WS-STR-WORK.
          05 WS-STR-COUNT PIC 9(3).
          05 WS-STR-TOTAL PIC 9(9)V99.
          05 WS-STR-FIRST-DATE PIC X(8).

      * DAILY SUMMARY LINE AND ITS EDITED FIELDS
       01 WS-RPT-LINE PIC X(80).
       01 WS-RPT-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-RPT-COUNT PIC ZZ9.
       01 WS-RPT-LIMIT PIC Z,ZZZ,ZZ9.99.
       01 WS-RPT-PCT PIC ZZ9.
       01 WS-RPT-DAYS PIC ZZ9.

      * STATISTICS COUNTERS
       01 WS-COUNTERS.
          05 PAYMENTS-READ PIC 9(7) VALUE 0.
          05 CARD-TXNS-READ PIC 9(7) VALUE 0.
          05 FOREIGN-SKIPPED PIC 9(7) VALUE 0.
          05 LINKED-TXNS PIC 9(5) VALUE 0.
          05 UNLINKED-TXNS PIC 9(5) VALUE 0.
          05 TODAY-TXNS PIC 9(5) VALUE 0.
          05 LRG-CASES PIC 9(5) VALUE 0.
          05 STR-CASES PIC 9(5) VALUE 0.
          05 CHN-CASES PIC 9(5) VALUE 0.
          05 CASES-WRITTEN PIC 9(5) VALUE 0.
          05 CASES-ON-FILE PIC 9(5) VALUE 0.

      * DISPLAY-FORMATTED COUNTERS
       01 WS-DISP-COUNTERS.
          05 PAYMENTS-READ-DISP PIC Z(6)9.
          05 CARD-TXNS-READ-DISP PIC Z(6)9.
          05 FOREIGN-SKIPPED-DISP PIC Z(6)9.
          05 ACTIVITY-COUNT-DISP PIC Z(4)9.
          05 LINKED-TXNS-DISP PIC Z(4)9.
          05 UNLINKED-TXNS-DISP PIC Z(4)9.
          05 TODAY-TXNS-DISP PIC Z(4)9.
          05 LRG-CASES-DISP PIC Z(4)9.
          05 STR-CASES-DISP PIC Z(4)9.
          05 CHN-CASES-DISP PIC Z(4)9.
          05 CASES-WRITTEN-DISP PIC Z(4)9.
          05 CASES-ON-FILE-DISP PIC Z(4)9.

      **********************************************
      * RUN DATE AND WINDOW -> LOAD THE XREF AND TODAY'S CASES ->
      * LOAD THE WINDOW'S PAYMENTS AND CARD PURCHASES -> APPLY THE
      * THREE RULES -> CLOSE -> STATUS -> SUMMARY.
      **********************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM SET-BST-START-TS.
           PERFORM OPEN-STATUS-LOG.
           PERFORM LOAD-RUNTIME-PARMS.
           PERFORM ESTABLISH-RUN-WINDOW.
           PERFORM OPEN-ALL-FILES.
           PERFORM LOAD-XREF-TABLE.
           PERFORM LOAD-PRIOR-CASES.
           PERFORM OPEN-CASE-FILE.
           PERFORM LOAD-PAYMENT-ACTIVITY.
           PERFORM LOAD-CARD-ACTIVITY.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM CHECK-LARGE-CASH.
           PERFORM CHECK-STRUCTURING.
           PERFORM CHECK-TRANSFER-CHAINS.
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
      * READS THE THRESHOLD, THE STRUCTURING AND THE TRANSFER-CHAIN
      * TUNABLES FROM THE CENTRAL PARAMETER FILE THROUGH PRMGET50,
      * KEEPING THE WORKING-STORAGE VALUES AS THE DEFAULTS.
      **********************************************
       LOAD-RUNTIME-PARMS.
           MOVE 'AMLMON39' TO RP-JOB-NAME.
           MOVE 'CTRLIMIT' TO RP-KEYWORD.
           MOVE WS-CTR-LIMIT TO RP-DEFAULT-VALUE.
           CALL 'PRMGET50' USING WS-RUNPARM-REQUEST END-CALL.
           MOVE RP-VALUE TO WS-CTR-LIMIT.
           MOVE 'AMLMON39' TO RP-JOB-NAME.
           MOVE 'NEARPCT' TO RP-KEYWORD.
           MOVE WS-NEAR-PCT TO RP-DEFAULT-VALUE.
           CALL 'PRMGET50' USING WS-RUNPARM-REQUEST END-CALL.
           MOVE RP-VALUE TO WS-NEAR-PCT.
           MOVE 'AMLMON39' TO RP-JOB-NAME.
           MOVE 'STRUCTCOUNT' TO RP-KEYWORD.
           MOVE WS-STRUCT-COUNT TO RP-DEFAULT-VALUE.
           CALL 'PRMGET50' USING WS-RUNPARM-REQUEST END-CALL.
           MOVE RP-VALUE TO WS-STRUCT-COUNT.
           MOVE 'AMLMON39' TO RP-JOB-NAME.
           MOVE 'STRUCTDAYS' TO RP-KEYWORD.
           MOVE WS-STRUCT-DAYS TO RP-DEFAULT-VALUE.
           CALL 'PRMGET50' USING WS-RUNPARM-REQUEST END-CALL.
           MOVE RP-VALUE TO WS-STRUCT-DAYS.
           MOVE 'AMLMON39' TO RP-JOB-NAME.
           MOVE 'CHAINDAYS' TO RP-KEYWORD.
           MOVE WS-CHAIN-DAYS TO RP-DEFAULT-VALUE.
           CALL 'PRMGET50' USING WS-RUNPARM-REQUEST END-CALL.
           MOVE RP-VALUE TO WS-CHAIN-DAYS.
           MOVE 'AMLMON39' TO RP-JOB-NAME.
           MOVE 'CHAINPCT' TO RP-KEYWORD.
           MOVE WS-CHAIN-PCT TO RP-DEFAULT-VALUE.
           CALL 'PRMGET50' USING WS-RUNPARM-REQUEST END-CALL.
           MOVE RP-VALUE TO WS-CHAIN-PCT.
           MOVE 'AMLMON39' TO RP-JOB-NAME.
           MOVE 'CHAINMIN' TO RP-KEYWORD.
           MOVE WS-CHAIN-MIN TO RP-DEFAULT-VALUE.
           CALL 'PRMGET50' USING WS-RUNPARM-REQUEST END-CALL.
           MOVE RP-VALUE TO WS-CHAIN-MIN.
           IF WS-STRUCT-DAYS < 1
              MOVE 1 TO WS-STRUCT-DAYS
           END-IF.
           IF WS-STRUCT-COUNT < 2
              MOVE 2 TO WS-STRUCT-COUNT
           END-IF.

      **********************************************
      * TAKES THE PROCESSING DATE FROM CYCDAT40 AND WORKS OUT THE
      * STRUCTURING WINDOW (STRUCTDAYS DAYS ENDING TODAY), THE
      * CHAIN LOOK-BACK (CHAINDAYS DAYS BEFORE TODAY) AND THE
      * NEAR-THRESHOLD FLOOR.
      **********************************************
       ESTABLISH-RUN-WINDOW.
           MOVE 'AMLMON39' TO CD-JOB-NAME.
           CALL 'CYCDAT40' USING WS-CYCDATE-REQUEST END-CALL.
           MOVE CD-CYCLE-DATE TO WS-RUN-DATE.
           MOVE WS-RUN-DATE TO WS-TXN-DATE-NUM.
           COMPUTE WS-RUN-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-TXN-DATE-NUM).
           COMPUTE WS-STRUCT-START-INT =
                   WS-RUN-DATE-INT - WS-STRUCT-DAYS + 1.
           COMPUTE WS-CHAIN-START-INT =
                   WS-RUN-DATE-INT - WS-CHAIN-DAYS.
           IF WS-STRUCT-START-INT < WS-CHAIN-START-INT
              MOVE WS-STRUCT-START-INT TO WS-WINDOW-START-INT
           ELSE
              MOVE WS-CHAIN-START-INT TO WS-WINDOW-START-INT
           END-IF.
           COMPUTE WS-LOOKBACK-DAYS =
                   WS-RUN-DATE-INT - WS-WINDOW-START-INT.
           COMPUTE WS-NEAR-FLOOR ROUNDED =
                   WS-CTR-LIMIT * WS-NEAR-PCT / 100.
           DISPLAY 'MONITORING DATE: ' WS-RUN-DATE
                   ' LOOK-BACK DAYS: ' WS-LOOKBACK-DAYS.

      **********************************************
      * OPENS THE XREF, SPINE MASTER AND DAILY SUMMARY. THE TWO
      * ACTIVITY SOURCES ARE OPENED AS THEY ARE LOADED; THE CASE
      * FILE IS READ FIRST, THEN REOPENED FOR APPEND.
      **********************************************
       OPEN-ALL-FILES.
           OPEN INPUT XREF-MASTER.
           IF XREF-MASTER-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING XREF MASTER: '
                       XREF-MASTER-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN INPUT CUST-MASTER-FILE.
           IF CUST-MASTER-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING CUSTOMER MASTER: '
                       CUST-MASTER-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN OUTPUT SUMMARY-REPORT.
           IF SUMMARY-REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING DAILY SUMMARY: '
                       SUMMARY-REPORT-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * LOADS EVERY XREF RECORD WITH A PAYMENTS OR CARD MAPPING.
      **********************************************
       LOAD-XREF-TABLE.
           PERFORM UNTIL XREF-EOF
              READ XREF-MASTER NEXT RECORD
                AT END
                   SET XREF-EOF TO TRUE
                NOT AT END
                   IF XREF-MASTER-STATUS NOT = '00'
                      DISPLAY 'ERROR READING XREF MASTER: '
                               XREF-MASTER-STATUS
                      PERFORM ABEND-WITH-STATUS
                   END-IF
                   MOVE XRF-CARD-NUMBER TO WS-XREF-CARD-TOKEN
                   PERFORM DETOKENIZE-XREF-CARD
                   IF XRF-PAY-CUST-ID NOT = SPACES
                      OR XRF-CARD-NUMBER NOT = SPACES
                      IF XREF-COUNT >= 20000
                         DISPLAY 'ERROR: XREF TABLE FULL (20000 MAX)'
                         PERFORM ABEND-WITH-STATUS
                      END-IF
                      ADD 1 TO XREF-COUNT
                      SET XT-IDX TO XREF-COUNT
                      MOVE XRF-CUST-ID TO XT-CUST-ID(XT-IDX)
                      MOVE XRF-PAY-CUST-ID TO XT-PAY-CUST-ID(XT-IDX)
                      MOVE XRF-CARD-NUMBER TO XT-CARD-NUMBER(XT-IDX)
                      MOVE WS-XREF-CARD-TOKEN TO XT-CARD-TOKEN(XT-IDX)
                   END-IF
              END-READ
           END-PERFORM.

      **********************************************
      * REMEMBERS THE CASES AN EARLIER RUN ALREADY RAISED FOR THIS
      * DATE. NO CASE FILE YET (05/35) MEANS NONE.
      **********************************************
       LOAD-PRIOR-CASES.
           OPEN INPUT COMPLIANCE-CASE-FILE.
           IF COMPLIANCE-CASE-STATUS = '05'
              OR COMPLIANCE-CASE-STATUS = '35'
              DISPLAY 'NO COMPLIANCE CASE FILE YET - STARTING ONE'
           ELSE
              IF COMPLIANCE-CASE-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING COMPLIANCE CASE FILE: '
                          COMPLIANCE-CASE-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
              PERFORM UNTIL CASE-EOF
                 READ COMPLIANCE-CASE-FILE
                   AT END
                      SET CASE-EOF TO TRUE
                   NOT AT END
                      IF COMPLIANCE-CASE-STATUS NOT = '00'
                         DISPLAY 'ERROR READING COMPLIANCE CASE '
                                 'FILE: ' COMPLIANCE-CASE-STATUS
                         PERFORM ABEND-WITH-STATUS
                      END-IF
                      IF CMP-CASE-DATE = WS-RUN-DATE
                         IF PRIOR-CASE-COUNT >= 5000
                            DISPLAY 'ERROR: PRIOR CASE TABLE FULL '
                                    '(5000 MAX)'
                            PERFORM ABEND-WITH-STATUS
                         END-IF
                         ADD 1 TO PRIOR-CASE-COUNT
                         SET PC-IDX TO PRIOR-CASE-COUNT
                         MOVE CMP-RULE TO PC-KEY(PC-IDX)(1:3)
                         MOVE CMP-SUBJECT TO PC-KEY(PC-IDX)(4:17)
                         MOVE CMP-ACCT TO PC-KEY(PC-IDX)(21:16)
                         MOVE CMP-TRANS-ID TO PC-KEY(PC-IDX)(37:6)
                      END-IF
                 END-READ
              END-PERFORM
              CLOSE COMPLIANCE-CASE-FILE
           END-IF.

      **********************************************
      * REOPENS THE CASE FILE TO APPEND TODAY'S NEW CASES.
      **********************************************
       OPEN-CASE-FILE.
           OPEN EXTEND COMPLIANCE-CASE-FILE.
           IF COMPLIANCE-CASE-STATUS = '05'
              OR COMPLIANCE-CASE-STATUS = '35'
              OPEN OUTPUT COMPLIANCE-CASE-FILE
           END-IF.
           IF COMPLIANCE-CASE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING COMPLIANCE CASE FILE: '
                       COMPLIANCE-CASE-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * LOADS THE PAYMENT MOVEMENTS POSTED IN THE WINDOW. NO
      * SETTLEMENT EXTRACT (05/35) LEAVES PAYMENTS UNMONITORED AND
      * THE RUN ENDS WITH A WARNING.
      **********************************************
       LOAD-PAYMENT-ACTIVITY.
           OPEN INPUT SETTLEMENT-FILE.
           IF SETTLEMENT-STATUS = '05' OR SETTLEMENT-STATUS = '35'
              DISPLAY 'NO SETTLEMENT EXTRACT - PAYMENTS NOT MONITORED'
              SET SOURCE-MISSING TO TRUE
           ELSE
              IF SETTLEMENT-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING SETTLEMENT EXTRACT: '
                          SETTLEMENT-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
              PERFORM UNTIL SETTLEMENT-EOF
                 READ SETTLEMENT-FILE
                   AT END
                      SET SETTLEMENT-EOF TO TRUE
                   NOT AT END
                      IF SETTLEMENT-STATUS NOT = '00'
                         DISPLAY 'ERROR READING SETTLEMENT EXTRACT: '
                                  SETTLEMENT-STATUS
                         PERFORM ABEND-WITH-STATUS
                      END-IF
                      IF STL-REC-TYPE = 'D'
                         AND (STL-PAY-TYPE = 'C' OR STL-PAY-TYPE = 'A'
                              OR STL-PAY-TYPE = 'T')
                         AND STL-CUST-ID NOT = '*SUSP'
                         AND STL-AMOUNT NUMERIC
                         AND STL-POST-DATE NUMERIC
                         PERFORM LOAD-ONE-PAYMENT
                      END-IF
                 END-READ
              END-PERFORM
              CLOSE SETTLEMENT-FILE
           END-IF.

      **********************************************
      * KEEPS ONE PAYMENT MOVEMENT IF IT FALLS IN THE WINDOW AND
      * PUTS IT ON ITS SPINE CUSTOMER.
      **********************************************
       LOAD-ONE-PAYMENT.
           ADD 1 TO PAYMENTS-READ.
           MOVE STL-POST-DATE TO WS-TXN-DATE-NUM.
           COMPUTE WS-TXN-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-TXN-DATE-NUM).
           IF WS-TXN-DATE-INT >= WS-WINDOW-START-INT
              AND WS-TXN-DATE-INT <= WS-RUN-DATE-INT
              MOVE 'N' TO WS-XREF-FOUND
              IF XREF-COUNT > 0
                 SET XT-IDX TO 1
                 SEARCH XREF-ENTRY
                     AT END
                        CONTINUE
                     WHEN XT-IDX > XREF-COUNT
                        CONTINUE
                     WHEN XT-PAY-CUST-ID(XT-IDX) = STL-CUST-ID
                        SET XREF-FOUND TO TRUE
                 END-SEARCH
              END-IF
              MOVE SPACES TO WS-TXN-SUBJECT
              IF XREF-FOUND
                 MOVE 'S' TO WS-TXN-SUBJECT-TYPE
                 MOVE XT-CUST-ID(XT-IDX) TO WS-TXN-SUBJECT-REF
              ELSE
                 MOVE 'P' TO WS-TXN-SUBJECT-TYPE
                 MOVE STL-CUST-ID TO WS-TXN-SUBJECT-REF
              END-IF
              MOVE 'P' TO WS-TXN-SOURCE
              MOVE STL-CUST-ID TO WS-TXN-ACCT
              MOVE STL-PAYMENT-ID TO WS-TXN-TRANS-ID
              MOVE STL-PAY-TYPE TO WS-TXN-TYPE
              IF STL-AMOUNT < 0
                 MOVE 'O' TO WS-TXN-DIR
                 COMPUTE WS-TXN-AMOUNT = 0 - STL-AMOUNT
              ELSE
                 MOVE 'I' TO WS-TXN-DIR
                 MOVE STL-AMOUNT TO WS-TXN-AMOUNT
              END-IF
              MOVE STL-POST-DATE TO WS-TXN-DATE
              PERFORM ADD-ACTIVITY
           END-IF.

      **********************************************
      * LOADS THE CARD PURCHASES POSTED IN THE WINDOW. NO POSTED
      * HISTORY (05/35) LEAVES CARDS UNMONITORED AND THE RUN ENDS
      * WITH A WARNING.
      **********************************************
       LOAD-CARD-ACTIVITY.
           OPEN INPUT POSTED-HISTORY-FILE.
           IF POSTED-HISTORY-STATUS = '05'
              OR POSTED-HISTORY-STATUS = '35'
              DISPLAY 'NO POSTED CARD HISTORY - CARDS NOT MONITORED'
              SET SOURCE-MISSING TO TRUE
           ELSE
              IF POSTED-HISTORY-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING POSTED CARD HISTORY: '
                          POSTED-HISTORY-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
              PERFORM UNTIL HIST-EOF
                 READ POSTED-HISTORY-FILE
                   AT END
                      SET HIST-EOF TO TRUE
                   NOT AT END
                      IF POSTED-HISTORY-STATUS NOT = '00'
                         DISPLAY 'ERROR READING POSTED CARD HISTORY: '
                                  POSTED-HISTORY-STATUS
                         PERFORM ABEND-WITH-STATUS
                      END-IF
                      IF HIST-REC-TYPE = SPACE
                         AND HIST-AMOUNT NUMERIC
                         AND HIST-POST-DATE NUMERIC
                         PERFORM LOAD-ONE-CARD-TXN
                      END-IF
                 END-READ
              END-PERFORM
              CLOSE POSTED-HISTORY-FILE
           END-IF.

      **********************************************
      * KEEPS ONE USD CARD PURCHASE IF IT FALLS IN THE WINDOW AND
      * PUTS IT ON ITS SPINE CUSTOMER.
      **********************************************
       LOAD-ONE-CARD-TXN.
           ADD 1 TO CARD-TXNS-READ.
           MOVE HIST-POST-DATE TO WS-TXN-DATE-NUM.
           COMPUTE WS-TXN-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-TXN-DATE-NUM).
           IF WS-TXN-DATE-INT >= WS-WINDOW-START-INT
              AND WS-TXN-DATE-INT <= WS-RUN-DATE-INT
              IF HIST-CURRENCY NOT = 'USD'
                 ADD 1 TO FOREIGN-SKIPPED
              ELSE
                 MOVE HIST-CARD-NUM TO WS-CARD-NUMBER-X
                 MOVE 'N' TO WS-XREF-FOUND
                 IF XREF-COUNT > 0
                    SET XT-IDX TO 1
                    SEARCH XREF-ENTRY
                        AT END
                           CONTINUE
                        WHEN XT-IDX > XREF-COUNT
                           CONTINUE
                        WHEN XT-CARD-NUMBER(XT-IDX) = WS-CARD-NUMBER-X
                           SET XREF-FOUND TO TRUE
                    END-SEARCH
                 END-IF
                 PERFORM TOKENIZE-ACTIVITY-CARD
                 IF XREF-FOUND
                    MOVE 'S' TO WS-TXN-SUBJECT-TYPE
                    MOVE XT-CUST-ID(XT-IDX) TO WS-TXN-SUBJECT-REF
                 ELSE
                    MOVE 'C' TO WS-TXN-SUBJECT-TYPE
                    MOVE WS-CARD-TOKEN TO WS-TXN-SUBJECT-REF
                 END-IF
                 MOVE 'C' TO WS-TXN-SOURCE
                 MOVE WS-CARD-TOKEN TO WS-TXN-ACCT
                 MOVE HIST-TRANS-ID TO WS-TXN-TRANS-ID
                 MOVE 'K' TO WS-TXN-TYPE
                 MOVE 'O' TO WS-TXN-DIR
                 MOVE HIST-AMOUNT TO WS-TXN-AMOUNT
                 MOVE HIST-POST-DATE TO WS-TXN-DATE
                 PERFORM ADD-ACTIVITY
              END-IF
           END-IF.

      **********************************************
      * ADDS THE TRANSACTION IN WS-TXN-WORK TO THE ACTIVITY TABLE.
      * OVERFLOW IS A HARD ERROR - A DROPPED TRANSACTION WOULD
      * SILENTLY GO UNMONITORED.
      **********************************************
       ADD-ACTIVITY.
           IF WS-TXN-SUBJECT-TYPE = 'S'
              ADD 1 TO LINKED-TXNS
           ELSE
              ADD 1 TO UNLINKED-TXNS
           END-IF.
           IF WS-TXN-DATE-INT = WS-RUN-DATE-INT
              ADD 1 TO TODAY-TXNS
           END-IF.
           IF ACTIVITY-COUNT >= 50000
              DISPLAY 'ERROR: ACTIVITY TABLE FULL (50000 MAX)'
              PERFORM ABEND-WITH-STATUS
           END-IF.
           ADD 1 TO ACTIVITY-COUNT.
           SET TX-IDX TO ACTIVITY-COUNT.
           MOVE WS-TXN-SUBJECT TO TX-SUBJECT(TX-IDX).
           MOVE WS-TXN-SOURCE TO TX-SOURCE(TX-IDX).
           MOVE WS-TXN-ACCT TO TX-ACCT(TX-IDX).
           MOVE WS-TXN-TRANS-ID TO TX-TRANS-ID(TX-IDX).
           MOVE WS-TXN-TYPE TO TX-TYPE(TX-IDX).
           MOVE WS-TXN-DIR TO TX-DIR(TX-IDX).
           MOVE WS-TXN-DATE TO TX-DATE(TX-IDX).
           MOVE WS-TXN-DATE-INT TO TX-DATE-INT(TX-IDX).
           MOVE WS-TXN-AMOUNT TO TX-AMOUNT(TX-IDX).
           MOVE 'N' TO TX-STR-DONE(TX-IDX).

      **********************************************
      * HEADS THE DAILY SUMMARY WITH THE DATE AND THE TUNABLES THE
      * RULES RAN WITH.
      **********************************************
       WRITE-REPORT-HEADING.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'AMLMON39 - LARGE-CASH AND STRUCTURING MONITOR  '
                  DELIMITED BY SIZE
                  'DATE ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-CTR-LIMIT TO WS-RPT-LIMIT.
           MOVE WS-NEAR-PCT TO WS-RPT-PCT.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'LRG AT OR OVER ' DELIMITED BY SIZE
                  WS-RPT-LIMIT DELIMITED BY SIZE
                  '  STR FROM ' DELIMITED BY SIZE
                  WS-RPT-PCT DELIMITED BY SIZE
                  '% OF IT' DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-STRUCT-COUNT TO WS-RPT-COUNT.
           MOVE WS-STRUCT-DAYS TO WS-RPT-DAYS.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'STR ' DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
                  ' OR MORE IN ' DELIMITED BY SIZE
                  WS-RPT-DAYS DELIMITED BY SIZE
                  ' DAYS' DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-CHAIN-PCT TO WS-RPT-PCT.
           MOVE WS-CHAIN-DAYS TO WS-RPT-DAYS.
           MOVE WS-CHAIN-MIN TO WS-RPT-LIMIT.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'CHN OUT ' DELIMITED BY SIZE
                  WS-RPT-PCT DELIMITED BY SIZE
                  '% OF AN IN WITHIN ' DELIMITED BY SIZE
                  WS-RPT-DAYS DELIMITED BY SIZE
                  ' DAYS, FROM ' DELIMITED BY SIZE
                  WS-RPT-LIMIT DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE 'RUL' TO WS-RPT-LINE(1:3).
           MOVE 'SUBJECT' TO WS-RPT-LINE(5:7).
           MOVE 'NAME' TO WS-RPT-LINE(23:4).
           MOVE 'S' TO WS-RPT-LINE(44:1).
           MOVE 'TRANS' TO WS-RPT-LINE(46:5).
           MOVE 'DATE' TO WS-RPT-LINE(53:4).
           MOVE 'AMOUNT' TO WS-RPT-LINE(70:6).
           MOVE 'CNT' TO WS-RPT-LINE(77:3).
           PERFORM WRITE-REPORT-LINE.

      **********************************************
      * LRG - EVERY TRANSACTION POSTED TODAY AT OR OVER CTRLIMIT.
      **********************************************
       CHECK-LARGE-CASH.
           PERFORM VARYING TX-IDX FROM 1 BY 1
                   UNTIL TX-IDX > ACTIVITY-COUNT
              IF TX-DATE-INT(TX-IDX) = WS-RUN-DATE-INT
                 AND TX-AMOUNT(TX-IDX) >= WS-CTR-LIMIT
                 MOVE SPACES TO WS-CASE-WORK
                 MOVE 'LRG' TO WS-CSE-RULE
                 MOVE TX-SUBJECT(TX-IDX) TO WS-CSE-SUBJECT
                 MOVE TX-SOURCE(TX-IDX) TO WS-CSE-SOURCE
                 MOVE TX-ACCT(TX-IDX) TO WS-CSE-ACCT
                 MOVE TX-TRANS-ID(TX-IDX) TO WS-CSE-TRANS-ID
                 MOVE TX-DATE(TX-IDX) TO WS-CSE-TXN-DATE
                 MOVE TX-AMOUNT(TX-IDX) TO WS-CSE-AMOUNT
                 MOVE 1 TO WS-CSE-COUNT
                 PERFORM RAISE-CASE
              END-IF
           END-PERFORM.

      **********************************************
      * STR - FOR EACH SUBJECT WITH A NEAR-THRESHOLD TRANSACTION
      * TODAY, COUNTS ITS NEAR-THRESHOLD TRANSACTIONS IN THE
      * STRUCTURING WINDOW. EVERY ONE OF TODAY'S IS MARKED DONE SO
      * THE SUBJECT IS ROLLED UP ONCE.
      **********************************************
       CHECK-STRUCTURING.
           PERFORM VARYING TX-IDX FROM 1 BY 1
                   UNTIL TX-IDX > ACTIVITY-COUNT
              IF TX-DATE-INT(TX-IDX) = WS-RUN-DATE-INT
                 AND TX-STR-DONE(TX-IDX) = 'N'
                 AND TX-AMOUNT(TX-IDX) >= WS-NEAR-FLOOR
                 AND TX-AMOUNT(TX-IDX) < WS-CTR-LIMIT
                 PERFORM CHECK-ONE-STRUCTURING
              END-IF
           END-PERFORM.

      **********************************************
      * ROLLS UP THE NEAR-THRESHOLD ACTIVITY OF TX-IDX'S SUBJECT.
      **********************************************
       CHECK-ONE-STRUCTURING.
           MOVE 0 TO WS-STR-COUNT.
           MOVE 0 TO WS-STR-TOTAL.
           MOVE HIGH-VALUES TO WS-STR-FIRST-DATE.
           PERFORM VARYING TX-IDX2 FROM 1 BY 1
                   UNTIL TX-IDX2 > ACTIVITY-COUNT
              IF TX-SUBJECT(TX-IDX2) = TX-SUBJECT(TX-IDX)
                 AND TX-DATE-INT(TX-IDX2) >= WS-STRUCT-START-INT
                 AND TX-AMOUNT(TX-IDX2) >= WS-NEAR-FLOOR
                 AND TX-AMOUNT(TX-IDX2) < WS-CTR-LIMIT
                 IF WS-STR-COUNT < 999
                    ADD 1 TO WS-STR-COUNT
                 END-IF
                 ADD TX-AMOUNT(TX-IDX2) TO WS-STR-TOTAL
                 IF TX-DATE(TX-IDX2) < WS-STR-FIRST-DATE
                    MOVE TX-DATE(TX-IDX2) TO WS-STR-FIRST-DATE
                 END-IF
                 IF TX-DATE-INT(TX-IDX2) = WS-RUN-DATE-INT
                    MOVE 'Y' TO TX-STR-DONE(TX-IDX2)
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-STR-COUNT >= WS-STRUCT-COUNT
              MOVE SPACES TO WS-CASE-WORK
              MOVE 'STR' TO WS-CSE-RULE
              MOVE TX-SUBJECT(TX-IDX) TO WS-CSE-SUBJECT
              MOVE WS-STR-FIRST-DATE TO WS-CSE-TXN-DATE
              MOVE WS-STR-TOTAL TO WS-CSE-AMOUNT
              MOVE WS-STR-COUNT TO WS-CSE-COUNT
              PERFORM RAISE-CASE
           END-IF.

      **********************************************
      * CHN - EVERY TRANSFER PAID OUT TODAY OF AT LEAST CHAINMIN IS
      * CHECKED AGAINST THE SAME SUBJECT'S INBOUND TRANSFERS.
      **********************************************
       CHECK-TRANSFER-CHAINS.
           PERFORM VARYING TX-IDX FROM 1 BY 1
                   UNTIL TX-IDX > ACTIVITY-COUNT
              IF TX-DATE-INT(TX-IDX) = WS-RUN-DATE-INT
                 AND TX-TYPE(TX-IDX) = 'T'
                 AND TX-DIR(TX-IDX) = 'O'
                 AND TX-AMOUNT(TX-IDX) >= WS-CHAIN-MIN
                 PERFORM CHECK-ONE-CHAIN
              END-IF
           END-PERFORM.

      **********************************************
      * LOOKS FOR AN INBOUND TRANSFER TO TX-IDX'S SUBJECT IN THE
      * CHAIN LOOK-BACK THAT THE OUTBOUND MOVES ON: NO MORE THAN
      * CAME IN, AND AT LEAST CHAINPCT PERCENT OF IT. THE MOST
      * RECENT QUALIFYING INBOUND IS THE ONE NAMED ON THE CASE.
      **********************************************
       CHECK-ONE-CHAIN.
           MOVE 'N' TO WS-CHAIN-FOUND.
           MOVE SPACES TO WS-CASE-WORK.
           PERFORM VARYING TX-IDX2 FROM 1 BY 1
                   UNTIL TX-IDX2 > ACTIVITY-COUNT
              IF TX-SUBJECT(TX-IDX2) = TX-SUBJECT(TX-IDX)
                 AND TX-TYPE(TX-IDX2) = 'T'
                 AND TX-DIR(TX-IDX2) = 'I'
                 AND TX-DATE-INT(TX-IDX2) >= WS-CHAIN-START-INT
                 AND TX-AMOUNT(TX-IDX2) >= TX-AMOUNT(TX-IDX)
                 COMPUTE WS-CHAIN-FLOOR ROUNDED =
                         TX-AMOUNT(TX-IDX2) * WS-CHAIN-PCT / 100
                 IF TX-AMOUNT(TX-IDX) >= WS-CHAIN-FLOOR
                    IF NOT CHAIN-FOUND
                       OR TX-DATE(TX-IDX2) >= WS-CSE-LINK-DATE
                       SET CHAIN-FOUND TO TRUE
                       MOVE TX-TRANS-ID(TX-IDX2)
                            TO WS-CSE-LINK-TRANS-ID
                       MOVE TX-DATE(TX-IDX2) TO WS-CSE-LINK-DATE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           IF CHAIN-FOUND
              MOVE 'CHN' TO WS-CSE-RULE
              MOVE TX-SUBJECT(TX-IDX) TO WS-CSE-SUBJECT
              MOVE TX-SOURCE(TX-IDX) TO WS-CSE-SOURCE
              MOVE TX-ACCT(TX-IDX) TO WS-CSE-ACCT
              MOVE TX-TRANS-ID(TX-IDX) TO WS-CSE-TRANS-ID
              MOVE TX-DATE(TX-IDX) TO WS-CSE-TXN-DATE
              MOVE TX-AMOUNT(TX-IDX) TO WS-CSE-AMOUNT
              MOVE 2 TO WS-CSE-COUNT
              PERFORM RAISE-CASE
           END-IF.

      **********************************************
      * RAISES THE CASE IN WS-CASE-WORK: LISTS IT ON THE DAILY
      * SUMMARY AND, UNLESS AN EARLIER RUN OF THE DATE ALREADY DID,
      * APPENDS IT TO THE COMPLIANCE CASE FILE.
      **********************************************
       RAISE-CASE.
           EVALUATE WS-CSE-RULE
               WHEN 'LRG'
                 ADD 1 TO LRG-CASES
               WHEN 'STR'
                 ADD 1 TO STR-CASES
               WHEN 'CHN'
                 ADD 1 TO CHN-CASES
           END-EVALUATE.
           MOVE 'N' TO WS-CASE-ON-FILE.
           IF PRIOR-CASE-COUNT > 0
              SET PC-IDX TO 1
              SEARCH PRIOR-CASE-ENTRY
                  AT END
                     CONTINUE
                  WHEN PC-IDX > PRIOR-CASE-COUNT
                     CONTINUE
                  WHEN PC-KEY(PC-IDX) = WS-CSE-KEY
                     SET CASE-ON-FILE TO TRUE
              END-SEARCH
           END-IF.
           PERFORM LOOKUP-SUBJECT-NAME.
           IF CASE-ON-FILE
              ADD 1 TO CASES-ON-FILE
           ELSE
              MOVE SPACES TO COMPLIANCE-CASE-REC
              MOVE WS-RUN-DATE TO CMP-CASE-DATE
              MOVE WS-CSE-RULE TO CMP-RULE
              MOVE WS-CSE-SUBJECT TO CMP-SUBJECT
              MOVE WS-CSE-NAME TO CMP-CUST-NAME
              MOVE WS-CSE-SOURCE TO CMP-SOURCE
              MOVE WS-CSE-ACCT TO CMP-ACCT
              MOVE WS-CSE-TRANS-ID TO CMP-TRANS-ID
              MOVE WS-CSE-TXN-DATE TO CMP-TXN-DATE
              MOVE WS-CSE-AMOUNT TO CMP-AMOUNT
              MOVE WS-CSE-COUNT TO CMP-TXN-COUNT
              MOVE WS-CSE-LINK-TRANS-ID TO CMP-LINK-TRANS-ID
              MOVE WS-CSE-LINK-DATE TO CMP-LINK-DATE
              SET CMP-OPEN TO TRUE
              WRITE COMPLIANCE-CASE-REC
              IF COMPLIANCE-CASE-STATUS NOT = '00'
                 DISPLAY 'ERROR WRITING COMPLIANCE CASE FILE: '
                          COMPLIANCE-CASE-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
              ADD 1 TO CASES-WRITTEN
           END-IF.
           MOVE WS-CSE-AMOUNT TO WS-RPT-AMOUNT.
           MOVE WS-CSE-COUNT TO WS-RPT-COUNT.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE WS-CSE-RULE TO WS-RPT-LINE(1:3).
           MOVE WS-CSE-SUBJECT TO WS-RPT-LINE(5:17).
           MOVE WS-CSE-NAME TO WS-RPT-LINE(23:20).
           MOVE WS-CSE-SOURCE TO WS-RPT-LINE(44:1).
           MOVE WS-CSE-TRANS-ID TO WS-RPT-LINE(46:6).
           MOVE WS-CSE-TXN-DATE TO WS-RPT-LINE(53:8).
           MOVE WS-RPT-AMOUNT TO WS-RPT-LINE(62:14).
           MOVE WS-RPT-COUNT TO WS-RPT-LINE(77:3).
           IF CASE-ON-FILE
              MOVE '*' TO WS-RPT-LINE(80:1)
           END-IF.
           PERFORM WRITE-REPORT-LINE.
           IF WS-CSE-RULE = 'CHN'
              MOVE SPACES TO WS-RPT-LINE
              STRING '    MOVES ON TRANSFER ' DELIMITED BY SIZE
                     WS-CSE-LINK-TRANS-ID DELIMITED BY SIZE
                     ' RECEIVED ' DELIMITED BY SIZE
                     WS-CSE-LINK-DATE DELIMITED BY SIZE
                     INTO WS-RPT-LINE
              END-STRING
              PERFORM WRITE-REPORT-LINE
           END-IF.

      **********************************************
      * NAMES A SPINE SUBJECT FROM THE REPORTING MASTER. AN
      * UNLINKED PAYMENTS CUSTOMER OR CARD HAS NO NAME TO GIVE.
      **********************************************
       LOOKUP-SUBJECT-NAME.
           MOVE SPACES TO WS-CSE-NAME.
           IF WS-CSE-SUBJECT-TYPE = 'S'
              MOVE WS-CSE-SUBJECT-REF(1:5) TO CUST-ID
              READ CUST-MASTER-FILE
                  KEY IS CUST-ID
              END-READ
              EVALUATE CUST-MASTER-STATUS
                  WHEN '00'
                    MOVE CUST-NAME TO WS-CSE-NAME
                  WHEN '23'
                    CONTINUE
                  WHEN OTHER
                    DISPLAY 'ERROR READING CUSTOMER MASTER: '
                             CUST-MASTER-STATUS
                    PERFORM ABEND-WITH-STATUS
              END-EVALUATE
           END-IF.

      **********************************************
      * CLOSES THE DAILY SUMMARY WITH THE CASE COUNTS BY RULE.
      **********************************************
       WRITE-REPORT-TOTALS.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE ACTIVITY-COUNT TO ACTIVITY-COUNT-DISP.
           MOVE TODAY-TXNS TO TODAY-TXNS-DISP.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'TRANSACTIONS IN WINDOW: ' DELIMITED BY SIZE
                  ACTIVITY-COUNT-DISP DELIMITED BY SIZE
                  '   POSTED TODAY: ' DELIMITED BY SIZE
                  TODAY-TXNS-DISP DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE LRG-CASES TO LRG-CASES-DISP.
           MOVE STR-CASES TO STR-CASES-DISP.
           MOVE CHN-CASES TO CHN-CASES-DISP.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'CASES - LRG: ' DELIMITED BY SIZE
                  LRG-CASES-DISP DELIMITED BY SIZE
                  '   STR: ' DELIMITED BY SIZE
                  STR-CASES-DISP DELIMITED BY SIZE
                  '   CHN: ' DELIMITED BY SIZE
                  CHN-CASES-DISP DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE CASES-WRITTEN TO CASES-WRITTEN-DISP.
           MOVE CASES-ON-FILE TO CASES-ON-FILE-DISP.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'NEW CASES FILED: ' DELIMITED BY SIZE
                  CASES-WRITTEN-DISP DELIMITED BY SIZE
                  '   ALREADY ON FILE (*): ' DELIMITED BY SIZE
                  CASES-ON-FILE-DISP DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           IF SOURCE-MISSING
              MOVE SPACES TO WS-RPT-LINE
              MOVE '*** A SOURCE WAS MISSING - SEE SYSOUT ***'
                   TO WS-RPT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF.

      **********************************************
      * WRITES WHATEVER LINE IS CURRENTLY IN WS-RPT-LINE.
      **********************************************
       WRITE-REPORT-LINE.
           MOVE WS-RPT-LINE TO SUMMARY-REPORT-REC.
           WRITE SUMMARY-REPORT-REC.
           IF SUMMARY-REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING DAILY SUMMARY: '
                       SUMMARY-REPORT-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * CLOSE ALL FILES AND CHECK STATUS
      **********************************************
       CLOSE-ALL-FILES.
           CLOSE XREF-MASTER.
           IF XREF-MASTER-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING XREF MASTER: '
                       XREF-MASTER-STATUS
           END-IF.
           MOVE 'C' TO CK-FUNCTION.
           CALL 'CRDTOK11' USING WS-CARDTOK-REQUEST END-CALL.

           CLOSE CUST-MASTER-FILE.
           IF CUST-MASTER-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING CUSTOMER MASTER: '
                       CUST-MASTER-STATUS
           END-IF.

           CLOSE COMPLIANCE-CASE-FILE.
           IF COMPLIANCE-CASE-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING COMPLIANCE CASE FILE: '
                       COMPLIANCE-CASE-STATUS
           END-IF.

           CLOSE SUMMARY-REPORT.
           IF SUMMARY-REPORT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING DAILY SUMMARY: '
                       SUMMARY-REPORT-STATUS
           END-IF.

      **********************************************
      * APPENDS ONE RECORD TO THE CONSOLIDATED END-OF-NIGHT BATCH
      * STATUS LOG AND CLOSES IT. STATUS-LOG ITSELF WAS ALREADY
      * OPENED BY OPEN-STATUS-LOG, FIRST THING IN MAIN-LOGIC.
      **********************************************
       WRITE-BATCH-STATUS.
           MOVE SPACES TO STATUS-LOG-REC.
           MOVE 'AMLMON39' TO BST-PROGRAM-ID.
           PERFORM GET-BST-TIMESTAMP.
           MOVE WS-BST-START-TS TO BST-START-TS.
           MOVE WS-BST-TS-BUILT TO BST-END-TS.
           MOVE ACTIVITY-COUNT TO BST-RECORDS-IN.
           MOVE CASES-WRITTEN TO BST-RECORDS-OUT.
           MOVE 0 TO BST-RECORDS-REJECTED.
           IF ABEND-IN-PROGRESS
              MOVE 'FAILED' TO BST-STATUS
              MOVE 'JOB ABENDED - SEE SYSOUT FOR DETAIL' TO BST-MESSAGE
           ELSE
              IF SOURCE-MISSING
                 MOVE 'WARNING' TO BST-STATUS
                 MOVE 'SOURCE MISSING - ACTIVITY NOT MONITORED'
                      TO BST-MESSAGE
              ELSE
              IF CASES-WRITTEN > 0
                 MOVE 'WARNING' TO BST-STATUS
                 MOVE 'NEW COMPLIANCE CASES RAISED - REVIEW'
                      TO BST-MESSAGE
              ELSE
                 MOVE 'COMPLETE' TO BST-STATUS
                 MOVE 'MONITORING COMPLETE - NO NEW CASES'
                      TO BST-MESSAGE
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
      * THE CARD NUMBER STAYS IN THIS JOB: THE CASE FILE AND THE
      * SUMMARY CARRY THE CARD'S VAULT TOKEN. A CARD THE XREF
      * PLACED TAKES THE XREF'S TOKEN; ANY OTHER (OR AN XREF SLOT
      * STILL HOLDING A FULL NUMBER) IS TOKENIZED BY CRDTOK11.
      **********************************************
       TOKENIZE-ACTIVITY-CARD.
           IF XREF-FOUND
              AND XT-CARD-TOKEN(XT-IDX)(1:2) = 'TK'
              MOVE XT-CARD-TOKEN(XT-IDX) TO WS-CARD-TOKEN
           ELSE
              MOVE 'T' TO CK-FUNCTION
              MOVE WS-CARD-NUMBER-X TO CK-CARD-NUMBER
              CALL 'CRDTOK11' USING WS-CARDTOK-REQUEST END-CALL
              IF NOT CK-OK
                 DISPLAY 'ERROR TOKENIZING CARD FOR POSTED PURCHASE: '
                         HIST-TRANS-ID
                 PERFORM ABEND-WITH-STATUS
              END-IF
              MOVE CK-TOKEN TO WS-CARD-TOKEN
           END-IF.

      **********************************************
      * THE XREF CARRIES A CARD TOKEN; THE CARD NUMBER BEHIND IT
      * IS NEEDED HERE TO MATCH POSTED CARD ACTIVITY. A TOKEN THE
      * VAULT CANNOT RESOLVE LEAVES THE CUSTOMER WITHOUT A CARD.
      **********************************************
       DETOKENIZE-XREF-CARD.
           MOVE 'D' TO CK-FUNCTION.
           MOVE XRF-CARD-NUMBER TO CK-TOKEN.
           CALL 'CRDTOK11' USING WS-CARDTOK-REQUEST END-CALL.
           EVALUATE TRUE
               WHEN CK-OK
                 MOVE CK-CARD-NUMBER TO XRF-CARD-NUMBER
               WHEN CK-NOT-ON-VAULT
                 DISPLAY 'WARNING: CARD TOKEN NOT ON VAULT FOR '
                         'CUSTOMER: ' XRF-CUST-ID
                 MOVE SPACES TO XRF-CARD-NUMBER
               WHEN OTHER
                 DISPLAY 'ERROR RESOLVING CARD TOKEN FOR CUSTOMER: '
                         XRF-CUST-ID
                 PERFORM ABEND-WITH-STATUS
           END-EVALUATE.

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
           MOVE PAYMENTS-READ TO PAYMENTS-READ-DISP.
           MOVE CARD-TXNS-READ TO CARD-TXNS-READ-DISP.
           MOVE FOREIGN-SKIPPED TO FOREIGN-SKIPPED-DISP.
           MOVE ACTIVITY-COUNT TO ACTIVITY-COUNT-DISP.
           MOVE LINKED-TXNS TO LINKED-TXNS-DISP.
           MOVE UNLINKED-TXNS TO UNLINKED-TXNS-DISP.
           MOVE TODAY-TXNS TO TODAY-TXNS-DISP.
           MOVE LRG-CASES TO LRG-CASES-DISP.
           MOVE STR-CASES TO STR-CASES-DISP.
           MOVE CHN-CASES TO CHN-CASES-DISP.
           MOVE CASES-WRITTEN TO CASES-WRITTEN-DISP.
           MOVE CASES-ON-FILE TO CASES-ON-FILE-DISP.

           DISPLAY '========================================'.
           DISPLAY 'LARGE-CASH AND STRUCTURING MONITOR'.
           DISPLAY '========================================'.
           DISPLAY 'PAYMENT MOVEMENTS READ: ' PAYMENTS-READ-DISP.
           DISPLAY 'CARD PURCHASES READ:    ' CARD-TXNS-READ-DISP.
           DISPLAY '  NON-USD, SKIPPED:     ' FOREIGN-SKIPPED-DISP.
           DISPLAY 'IN LOOK-BACK WINDOW:    ' ACTIVITY-COUNT-DISP.
           DISPLAY '  LINKED TO CUSTOMER:   ' LINKED-TXNS-DISP.
           DISPLAY '  NOT ON XREF:          ' UNLINKED-TXNS-DISP.
           DISPLAY '  POSTED TODAY:         ' TODAY-TXNS-DISP.
           DISPLAY 'LARGE-CASH CASES:       ' LRG-CASES-DISP.
           DISPLAY 'STRUCTURING CASES:      ' STR-CASES-DISP.
           DISPLAY 'TRANSFER-CHAIN CASES:   ' CHN-CASES-DISP.
           DISPLAY 'NEW CASES FILED:        ' CASES-WRITTEN-DISP.
           DISPLAY 'ALREADY ON FILE:        ' CASES-ON-FILE-DISP.
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
