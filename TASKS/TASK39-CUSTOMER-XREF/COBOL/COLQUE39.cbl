      ******************************************************************
      * NIGHTLY UNIFIED COLLECTIONS WORK QUEUE                         *
      *                                                                *
      * PURPOSE:                                                       *
      * PAST-DUE MONEY SITS IN THREE PLACES THAT NEVER MET - OVERDUE   *
      * CARDS (DELINQ11'S CARRY FILE), PAST-DUE LOANS (LOAN.MASTER)    *
      * AND PARTS A/R OVER 90 DAYS (CASHAP16'S AGING EXTRACT) - AND    *
      * COLLECTORS WORKED THREE PRINTOUTS, CALLING THE SAME CUSTOMER   *
      * TWICE. THIS JOB PULLS ALL THREE INTO ONE QUEUE: EACH ACCOUNT   *
      * IS RESOLVED TO ITS CUSTOMER THROUGH THE SPINE XREF, EVERYTHING *
      * A CUSTOMER OWES BECOMES ONE CASE ON THE COLLECTIONS CASE       *
      * MASTER, AND EACH CASE GETS A PRIORITY SCORE. THE QUEUE IS      *
      * SORTED BY PRIORITY IN THE NEXT STEP.                           *
      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   PHASE 1 - LOAD THE SPINE XREF (CARD AND ORDER IDS TO SPINE   *
      *     CUSTOMER), THEN PULL THE PAST-DUE ACCOUNTS:                *
      *     CARD - EVERY CARD ON THE DELINQUENCY CARRY; OWED AND PAST  *
      *       DUE ARE ITS PAST-DUE AMOUNT.                             *
      *     LOAN - EVERY ACTIVE LOAN WITH A BILLED AMOUNT UNPAID PAST  *
      *       ITS DUE DATE (THE SAME DAYS-PAST-DUE RULE BURRPT23       *
      *       REPORTS ON); OWED IS PRINCIPAL BALANCE PLUS INTEREST     *
      *       DUE. THE BORROWER'S SPINE ID IS ON THE LOAN ITSELF.      *
      *     A/R - EVERY ORDER CUSTOMER WITH A BALANCE OVER 90 DAYS;    *
      *       OWED IS THE WHOLE OPEN BALANCE, PAST DUE EVERYTHING      *
      *       OVER 30, DAYS PAST DUE THE 90-DAY BUCKET FLOOR.          *
      *     AN ACCOUNT THE XREF CANNOT PLACE BECOMES A CASE OF ITS     *
      *     OWN, KEYED BY SOURCE AND ACCOUNT.                          *
      *     A CARD IS MATCHED ON ITS NUMBER BUT RECORDED EVERYWHERE BY *
      *     ITS VAULT TOKEN - THE XREF'S OWN TOKEN WHEN THE XREF PLACED*
      *     IT, OTHERWISE ONE FROM CRDTOK11.                           *
      *   PHASE 2 - PER CASE: OPEN OR REFRESH IT ON THE CASE MASTER,   *
      *     SETTLE A PROMISE TO PAY WHOSE DATE HAS PASSED (KEPT OR     *
      *     BROKEN), RECOMMEND CHARGE-OFF AT CHGOFFDAYS DAYS PAST DUE, *
      *     SCORE THE PRIORITY, AND WRITE THE CASE LINE AND ONE LINE   *
      *     PER ACCOUNT TO THE QUEUE. A CASE ALREADY CHARGED OFF IS    *
      *     NOT QUEUED.                                                *
      *   PHASE 3 - CURE: AN OPEN CASE NOT PULLED TONIGHT IS NO LONGER *
      *     PAST DUE ANYWHERE AND IS CLOSED AS CURED. SKIPPED WHEN ANY *
      *     SOURCE WAS MISSING, SO A MISSING FILE NEVER CURES ANYONE.  *
      *   PRIORITY (0-9999): 20 POINTS PER DAY PAST DUE (CAPPED AT     *
      *     360 DAYS), 1 PER 100.00 PAST DUE (CAPPED AT 2000), 200 PER *
      *     ACCOUNT PAST DUE BEYOND THE FIRST, 500 FOR A BROKEN        *
      *     PROMISE. A PROMISE NOT YET DUE QUARTERS THE SCORE - THE    *
      *     CUSTOMER HAS SAID WHEN THEY WILL PAY.                      *
      *   CHARGE-OFF RECOMMENDATIONS (CHGRDD) LIST EVERY CASE AWAITING *
      *   FINANCE: NEW ONES ('N') AND ONES RECOMMENDED ON AN EARLIER   *
      *   NIGHT AND NOT YET DECIDED ('P'). A DECLINED CASE IS NOT      *
      *   RECOMMENDED AGAIN FOR RECONSIDER DAYS.                       *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/10/15                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/10/15 - THE XREF CARD SLOT NOW HOLDS A CARD TOKEN; IT IS  *
      *              TURNED BACK INTO THE CARD NUMBER (CRDTOK11) AS    *
      *              THE XREF IS READ.                                 *
      * 2026/10/15 - AN UNPLACED CARD'S CASE AND EVERY CARD ACCOUNT    *
      *              LINE CARRY THE CARD'S VAULT TOKEN, NOT ITS NUMBER *
      *              - THE QUEUE, CASE MASTER AND CHGRDD LEAVE THE     *
      *              CARD SUBSYSTEM.                                   *
      *                                                                *
      * COPYBOOK: TASK32 - CUSTOMER RECORD LAYOUT (CUST-RECORD)        *
      *           COLCASE - COLLECTIONS CASE MASTER RECORD             *
      *           LOANMST - LOAN MASTER RECORD                         *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  XREFDD (CUST.XREF.MASTER) - IDENTITY CROSS-REFERENCE   *
      * I/O:    VLTDD (CARD.TOKEN.VAULT) - VIA CRDTOK11                *
      * INPUT:  MASTDD (CUST.MASTER.VSAM) - REPORTING MASTER (SPINE)   *
      * INPUT:  DLQDD (CARD.DELINQ.CARRY) - DELINQUENT CARDS           *
      * INPUT:  LOANDD (LOAN.MASTER) - LOAN MASTER (KSDS)              *
      * INPUT:  AGXDD (AR.AGING.EXTRACT) - PARTS A/R AGING             *
      * I/O:    COLCDD (COLLECT.CASE.MASTER) - CASE MASTER (KSDS)      *
      * OUTPUT: QUEDD (COLLECT.QUEUE.UNSORTED) - WORK QUEUE (PS, 120 B)*
      * OUTPUT: CHGRDD (COLLECT.CHGOFF.RECOMMEND) - CHARGE-OFF         *
      *         RECOMMENDATIONS FOR FINANCE (PS, 80 B)                 *
      * OUTPUT: STATLOG - SHARED STATUS LOG                            *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLQUE39.
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

           SELECT CARD-DELINQ-FILE ASSIGN TO DLQDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS CARD-DELINQ-STATUS.

           SELECT LOAN-MASTER-FILE ASSIGN TO LOANDD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS LN-LOAN-ID
              FILE STATUS IS LOAN-MASTER-STATUS.

           SELECT AGING-EXTRACT-FILE ASSIGN TO AGXDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS AGING-EXTRACT-STATUS.

           SELECT CASE-MASTER ASSIGN TO COLCDD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CC-KEY
              FILE STATUS IS CASE-MASTER-STATUS.

           SELECT QUEUE-FILE ASSIGN TO QUEDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS QUEUE-STATUS.

           SELECT CHGOFF-REC-FILE ASSIGN TO CHGRDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS CHGOFF-REC-STATUS.

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

      * DELINQUENT CARDS AS OF THE LAST DELINQ11 CYCLE - SAME LAYOUT
      * AS DELINQ11'S CARRY FILE.
       FD CARD-DELINQ-FILE RECORDING MODE IS F.
       01 CARD-DELINQ-REC.
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

       FD LOAN-MASTER-FILE.
       01 LOAN-MASTER-REC.
           COPY LOANMST.

      * PARTS A/R AGING PER CUSTOMER - SAME LAYOUT CASHAP16 WRITES.
       FD AGING-EXTRACT-FILE RECORDING MODE IS F.
       01 AGING-EXTRACT-REC.
          05 AGX-CUST-ID PIC X(5).
          05 FILLER PIC X(1).
          05 AGX-CURRENT PIC 9(9)V99.
          05 FILLER PIC X(1).
          05 AGX-OVER-30 PIC 9(9)V99.
          05 FILLER PIC X(1).
          05 AGX-OVER-60 PIC 9(9)V99.
          05 FILLER PIC X(1).
          05 AGX-OVER-90 PIC 9(9)V99.
          05 FILLER PIC X(1).
          05 AGX-HOLD-FLAG PIC X(1).
          05 FILLER PIC X(1).
          05 AGX-AGING-DATE PIC X(8).
          05 FILLER PIC X(16).

       FD CASE-MASTER.
       01 CASE-MASTER-REC.
           COPY COLCASE.

      * ONE CASE LINE (TYPE '1') AND ONE LINE PER PAST-DUE ACCOUNT
      * (TYPE '2'), EACH LED BY THE CASE PRIORITY SO THE SORT STEP
      * CAN PUT THE QUEUE IN WORKING ORDER: PRIORITY DESCENDING,
      * THEN CASE KEY, CASE LINE FIRST.
       FD QUEUE-FILE RECORDING MODE IS F.
       01 QUEUE-REC.
          05 QUE-PRIORITY PIC 9(5).
          05 FILLER PIC X(1).
          05 QUE-CASE-KEY PIC X(17).
          05 FILLER PIC X(1).
          05 QUE-REC-TYPE PIC X(1).
          05 FILLER PIC X(1).
          05 QUE-DETAIL PIC X(94).
          05 QUE-CASE-DETAIL REDEFINES QUE-DETAIL.
             10 QUE-CUST-NAME PIC X(25).
             10 FILLER PIC X(1).
             10 QUE-BALANCE PIC 9(9)V99.
             10 FILLER PIC X(1).
             10 QUE-PAST-DUE PIC 9(9)V99.
             10 FILLER PIC X(1).
             10 QUE-WORST-DPD PIC 9(5).
             10 FILLER PIC X(1).
             10 QUE-ACCOUNTS PIC 9(3).
             10 FILLER PIC X(1).
             10 QUE-PTP-STATUS PIC X(1).
             10 FILLER PIC X(1).
             10 QUE-PTP-DATE PIC X(8).
             10 FILLER PIC X(1).
             10 QUE-COLLECTOR PIC X(8).
             10 FILLER PIC X(1).
             10 QUE-LAST-ACTION PIC X(4).
             10 FILLER PIC X(1).
             10 QUE-CHGOFF-FLAG PIC X(1).
             10 FILLER PIC X(7).
          05 QUE-ACCT-DETAIL REDEFINES QUE-DETAIL.
             10 QUE-ACCT-SOURCE PIC X(1).
             10 FILLER PIC X(1).
             10 QUE-ACCT-REF PIC X(16).
             10 FILLER PIC X(1).
             10 QUE-ACCT-BALANCE PIC 9(9)V99.
             10 FILLER PIC X(1).
             10 QUE-ACCT-PAST-DUE PIC 9(9)V99.
             10 FILLER PIC X(1).
             10 QUE-ACCT-DPD PIC 9(5).
             10 FILLER PIC X(46).

      * ONE LINE PER CASE AWAITING FINANCE'S CHARGE-OFF DECISION.
      * CHR-FLAG 'N' = RECOMMENDED TONIGHT, 'P' = STILL PENDING
      * FROM CHR-REC-DATE.
       FD CHGOFF-REC-FILE RECORDING MODE IS F.
       01 CHGOFF-REC-REC.
          05 CHR-CASE-KEY PIC X(17).
          05 FILLER PIC X(1).
          05 CHR-CUST-NAME PIC X(25).
          05 FILLER PIC X(1).
          05 CHR-BALANCE PIC 9(9)V99.
          05 FILLER PIC X(1).
          05 CHR-WORST-DPD PIC 9(5).
          05 FILLER PIC X(1).
          05 CHR-FLAG PIC X(1).
          05 FILLER PIC X(1).
          05 CHR-REC-DATE PIC X(8).
          05 FILLER PIC X(8).

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
          05 CARD-DELINQ-STATUS PIC X(2).
          05 LOAN-MASTER-STATUS PIC X(2).
          05 AGING-EXTRACT-STATUS PIC X(2).
          05 CASE-MASTER-STATUS PIC X(2).
          05 QUEUE-STATUS PIC X(2).
          05 CHGOFF-REC-STATUS PIC X(2).
          05 STATUS-LOG-STATUS PIC X(2).

      * CONTROL FLAGS
       01 WS-FLAGS.
          05 WS-XREF-EOF PIC X(1) VALUE 'N'.
             88 XREF-EOF VALUE 'Y'.
          05 WS-DLQ-EOF PIC X(1) VALUE 'N'.
             88 DLQ-EOF VALUE 'Y'.
          05 WS-LOAN-EOF PIC X(1) VALUE 'N'.
             88 LOAN-EOF VALUE 'Y'.
          05 WS-AGX-EOF PIC X(1) VALUE 'N'.
             88 AGX-EOF VALUE 'Y'.
          05 WS-CASE-EOF PIC X(1) VALUE 'N'.
             88 CASE-EOF VALUE 'Y'.
          05 WS-SOURCE-MISSING PIC X(1) VALUE 'N'.
             88 SOURCE-MISSING VALUE 'Y'.
          05 WS-XREF-FOUND PIC X(1) VALUE 'N'.
             88 XREF-FOUND VALUE 'Y'.
          05 WS-CASE-IS-NEW PIC X(1) VALUE 'N'.
             88 CASE-IS-NEW VALUE 'Y'.

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

      * COLLECTIONS TUNABLES (DEFAULTS - PARMDD OVERRIDES):
      * CHGOFFDAYS - DAYS PAST DUE AT WHICH A CASE IS RECOMMENDED
      *   FOR CHARGE-OFF.
      * RECONSIDER - DAYS AFTER FINANCE DECLINES A CHARGE-OFF
      *   BEFORE THE CASE IS RECOMMENDED AGAIN.
       01 WS-CHGOFF-DAYS PIC 9(3) VALUE 180.
       01 WS-RECONSIDER-DAYS PIC 9(3) VALUE 30.

      * RUN DATE AND DATE MATH FIELDS
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-DATE-INT PIC 9(8).
       01 WS-WORK-DATE PIC 9(8).
       01 WS-DUE-DATE PIC 9(8).
       01 WS-DUE-DATE-PARTS REDEFINES WS-DUE-DATE.
          05 WS-DUE-YYYY PIC 9(4).
          05 WS-DUE-MM PIC 9(2).
          05 WS-DUE-DD PIC 9(2).
       01 WS-AGE-DAYS PIC S9(5).

      * SPINE XREF, LOADED TO RESOLVE CARD NUMBERS AND ORDER
      * CUSTOMERS TO THE SPINE CUSTOMER. A/R KEYS ITS CUSTOMERS ON
      * THE 5-BYTE FORM OF THE ORDER ID.
       01 XREF-COUNT PIC 9(5) VALUE 0.
       01 WS-XREF-TABLE.
          05 XREF-ENTRY OCCURS 20000 TIMES INDEXED BY XT-IDX.
             10 XT-CUST-ID PIC X(5).
             10 XT-CARD-NUMBER PIC X(16).
             10 XT-CARD-TOKEN PIC X(16).
             10 XT-ORD-ID PIC X(5).

      * TONIGHT'S CASES, ONE PER CUSTOMER (OR UNPLACED ACCOUNT),
      * WITH THE ROLL-UP OF THEIR PAST-DUE ACCOUNTS.
       01 WORK-CASE-COUNT PIC 9(5) VALUE 0.
       01 WS-WORK-CASE-TABLE.
          05 WORK-CASE-ENTRY OCCURS 10000 TIMES INDEXED BY WK-IDX.
             10 WK-KEY PIC X(17).
             10 WK-BALANCE PIC 9(9)V99.
             10 WK-PAST-DUE PIC 9(9)V99.
             10 WK-WORST-DPD PIC 9(5).
             10 WK-ACCOUNT-COUNT PIC 9(3).
             10 WK-PRIORITY PIC 9(5).
             10 WK-QUEUED PIC X(1).

      * TONIGHT'S PAST-DUE ACCOUNTS, EACH POINTING AT ITS CASE.
       01 WORK-ACCT-COUNT PIC 9(5) VALUE 0.
       01 WS-WORK-ACCT-TABLE.
          05 WORK-ACCT-ENTRY OCCURS 20000 TIMES INDEXED BY AC-IDX.
             10 AC-CASE-NO PIC 9(5).
             10 AC-SOURCE PIC X(1).
             10 AC-REF PIC X(16).
             10 AC-BALANCE PIC 9(9)V99.
             10 AC-PAST-DUE PIC 9(9)V99.
             10 AC-DPD PIC 9(5).

      * THE ACCOUNT BEING PULLED, AS HANDED TO ADD-WORK-ACCOUNT
       01 WS-ACCT-WORK.
          05 WS-ACCT-SOURCE PIC X(1).
          05 WS-ACCT-REF PIC X(16).
          05 WS-ACCT-BALANCE PIC 9(9)V99.
          05 WS-ACCT-PAST-DUE PIC 9(9)V99.
          05 WS-ACCT-DPD PIC 9(5).
          05 WS-CASE-KEY.
             10 WS-CASE-KEY-TYPE PIC X(1).
             10 WS-CASE-KEY-REF PIC X(16).
       01 WS-CARD-NUMBER-X PIC X(16).
       01 WS-CARD-TOKEN PIC X(16).
       01 WS-XREF-CARD-TOKEN PIC X(16).
       01 WS-LOAN-DUE PIC 9(7)V99.
       01 WS-LOAN-PAST-DUE PIC S9(7)V99.

      * PRIORITY SCORING WORK FIELDS
       01 WS-SCORE-WORK.
          05 WS-SCORE PIC 9(7).
          05 WS-SCORE-DPD PIC 9(5).
          05 WS-SCORE-AMOUNT PIC 9(7).
       01 WS-CHGOFF-FLAG PIC X(1).

      * STATISTICS COUNTERS
       01 WS-COUNTERS.
          05 CARD-ACCOUNTS PIC 9(5) VALUE 0.
          05 LOAN-ACCOUNTS PIC 9(5) VALUE 0.
          05 AR-ACCOUNTS PIC 9(5) VALUE 0.
          05 LINKED-ACCOUNTS PIC 9(5) VALUE 0.
          05 UNLINKED-ACCOUNTS PIC 9(5) VALUE 0.
          05 CASES-QUEUED PIC 9(5) VALUE 0.
          05 CASES-OPENED PIC 9(5) VALUE 0.
          05 CASES-REOPENED PIC 9(5) VALUE 0.
          05 MULTI-ACCOUNT-CASES PIC 9(5) VALUE 0.
          05 CHARGED-OFF-SKIPPED PIC 9(5) VALUE 0.
          05 CHGOFF-NEW PIC 9(5) VALUE 0.
          05 CHGOFF-PENDING PIC 9(5) VALUE 0.
          05 PTP-KEPT PIC 9(5) VALUE 0.
          05 PTP-BROKEN PIC 9(5) VALUE 0.
          05 CASES-CURED PIC 9(5) VALUE 0.

      * DISPLAY-FORMATTED COUNTERS
       01 WS-DISP-COUNTERS.
          05 CARD-ACCOUNTS-DISP PIC Z(4)9.
          05 LOAN-ACCOUNTS-DISP PIC Z(4)9.
          05 AR-ACCOUNTS-DISP PIC Z(4)9.
          05 LINKED-ACCOUNTS-DISP PIC Z(4)9.
          05 UNLINKED-ACCOUNTS-DISP PIC Z(4)9.
          05 CASES-QUEUED-DISP PIC Z(4)9.
          05 CASES-OPENED-DISP PIC Z(4)9.
          05 CASES-REOPENED-DISP PIC Z(4)9.
          05 MULTI-ACCOUNT-CASES-DISP PIC Z(4)9.
          05 CHARGED-OFF-SKIPPED-DISP PIC Z(4)9.
          05 CHGOFF-NEW-DISP PIC Z(4)9.
          05 CHGOFF-PENDING-DISP PIC Z(4)9.
          05 PTP-KEPT-DISP PIC Z(4)9.
          05 PTP-BROKEN-DISP PIC Z(4)9.
          05 CASES-CURED-DISP PIC Z(4)9.

      **********************************************
      * LOAD THE XREF -> PULL THE THREE SOURCES -> REFRESH AND
      * QUEUE EVERY CASE -> CURE WHAT WAS NOT PULLED -> CLOSE ->
      * STATUS -> SUMMARY.
      **********************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM SET-BST-START-TS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           PERFORM OPEN-STATUS-LOG.
           PERFORM LOAD-RUNTIME-PARMS.
           PERFORM OPEN-ALL-FILES.
           PERFORM LOAD-XREF-TABLE.
           PERFORM PULL-CARD-ACCOUNTS.
           PERFORM PULL-LOAN-ACCOUNTS.
           PERFORM PULL-AR-ACCOUNTS.
           PERFORM QUEUE-ALL-CASES.
           PERFORM QUEUE-ALL-ACCOUNTS.
           IF SOURCE-MISSING
              DISPLAY 'WARNING: A SOURCE WAS MISSING - CURE PASS '
                      'SKIPPED'
           ELSE
              PERFORM CURE-CLEARED-CASES
           END-IF.
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
      * READS THE CHARGE-OFF AGE AND THE RECONSIDERATION PERIOD
      * FROM THE CENTRAL PARAMETER FILE THROUGH PRMGET50, KEEPING
      * THE WORKING-STORAGE VALUES AS THE DEFAULTS.
      **********************************************
       LOAD-RUNTIME-PARMS.
           MOVE 'COLQUE39' TO RP-JOB-NAME.
           MOVE 'CHGOFFDAYS' TO RP-KEYWORD.
           MOVE WS-CHGOFF-DAYS TO RP-DEFAULT-VALUE.
           CALL 'PRMGET50' USING WS-RUNPARM-REQUEST END-CALL.
           MOVE RP-VALUE TO WS-CHGOFF-DAYS.
           MOVE 'COLQUE39' TO RP-JOB-NAME.
           MOVE 'RECONSIDER' TO RP-KEYWORD.
           MOVE WS-RECONSIDER-DAYS TO RP-DEFAULT-VALUE.
           CALL 'PRMGET50' USING WS-RUNPARM-REQUEST END-CALL.
           MOVE RP-VALUE TO WS-RECONSIDER-DAYS.

      **********************************************
      * OPENS THE XREF, SPINE MASTER, CASE MASTER AND OUTPUTS.
      * THE THREE SOURCES ARE OPENED AS THEY ARE PULLED.
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

           OPEN I-O CASE-MASTER.
           IF CASE-MASTER-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING COLLECTIONS CASE MASTER: '
                       CASE-MASTER-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN OUTPUT QUEUE-FILE.
           IF QUEUE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING QUEUE FILE: ' QUEUE-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN OUTPUT CHGOFF-REC-FILE.
           IF CHGOFF-REC-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING CHARGE-OFF RECOMMENDATIONS: '
                       CHGOFF-REC-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * LOADS EVERY XREF RECORD WITH A CARD OR ORDER MAPPING.
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
                   IF XRF-CARD-NUMBER NOT = SPACES
                      OR XRF-ORD-CUST-ID NOT = SPACES
                      IF XREF-COUNT >= 20000
                         DISPLAY 'ERROR: XREF TABLE FULL (20000 MAX)'
                         PERFORM ABEND-WITH-STATUS
                      END-IF
                      ADD 1 TO XREF-COUNT
                      SET XT-IDX TO XREF-COUNT
                      MOVE XRF-CUST-ID TO XT-CUST-ID(XT-IDX)
                      MOVE XRF-CARD-NUMBER TO XT-CARD-NUMBER(XT-IDX)
                      MOVE WS-XREF-CARD-TOKEN TO XT-CARD-TOKEN(XT-IDX)
                      MOVE XRF-ORD-CUST-ID(1:5) TO XT-ORD-ID(XT-IDX)
                   END-IF
              END-READ
           END-PERFORM.

      **********************************************
      * PULLS EVERY CARD ON THE DELINQUENCY CARRY. NO CARRY FILE
      * (05/35) LEAVES CARDS OUT OF TONIGHT'S QUEUE.
      **********************************************
       PULL-CARD-ACCOUNTS.
           OPEN INPUT CARD-DELINQ-FILE.
           IF CARD-DELINQ-STATUS = '05' OR CARD-DELINQ-STATUS = '35'
              DISPLAY 'NO CARD DELINQUENCY CARRY - CARDS NOT QUEUED'
              SET SOURCE-MISSING TO TRUE
           ELSE
              IF CARD-DELINQ-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING CARD DELINQUENCY CARRY: '
                          CARD-DELINQ-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
              PERFORM UNTIL DLQ-EOF
                 READ CARD-DELINQ-FILE
                   AT END
                      SET DLQ-EOF TO TRUE
                   NOT AT END
                      IF CARD-DELINQ-STATUS NOT = '00'
                         DISPLAY 'ERROR READING CARD DELINQUENCY '
                                 'CARRY: ' CARD-DELINQ-STATUS
                         PERFORM ABEND-WITH-STATUS
                      END-IF
                      IF DQI-DAYS-PAST-DUE NUMERIC
                         AND DQI-DAYS-PAST-DUE > 0
                         AND DQI-PAST-DUE-AMOUNT NUMERIC
                         PERFORM PULL-ONE-CARD
                      END-IF
                 END-READ
              END-PERFORM
              CLOSE CARD-DELINQ-FILE
           END-IF.

      **********************************************
      * RESOLVES ONE DELINQUENT CARD TO ITS SPINE CUSTOMER.
      **********************************************
       PULL-ONE-CARD.
           ADD 1 TO CARD-ACCOUNTS.
           MOVE DQI-CARD-NUM TO WS-CARD-NUMBER-X.
           MOVE 'N' TO WS-XREF-FOUND.
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
           END-IF.
           PERFORM TOKENIZE-ACCOUNT-CARD.
           IF XREF-FOUND
              MOVE 'S' TO WS-CASE-KEY-TYPE
              MOVE XT-CUST-ID(XT-IDX) TO WS-CASE-KEY-REF
           ELSE
              MOVE 'C' TO WS-CASE-KEY-TYPE
              MOVE WS-CARD-TOKEN TO WS-CASE-KEY-REF
           END-IF.
           MOVE 'C' TO WS-ACCT-SOURCE.
           MOVE WS-CARD-TOKEN TO WS-ACCT-REF.
           MOVE DQI-PAST-DUE-AMOUNT TO WS-ACCT-BALANCE.
           MOVE DQI-PAST-DUE-AMOUNT TO WS-ACCT-PAST-DUE.
           MOVE DQI-DAYS-PAST-DUE TO WS-ACCT-DPD.
           PERFORM ADD-WORK-ACCOUNT.

      **********************************************
      * PULLS EVERY ACTIVE LOAN THAT IS PAST DUE. NO LOAN MASTER
      * (05/35) LEAVES LOANS OUT OF TONIGHT'S QUEUE.
      **********************************************
       PULL-LOAN-ACCOUNTS.
           OPEN INPUT LOAN-MASTER-FILE.
           IF LOAN-MASTER-STATUS = '05' OR LOAN-MASTER-STATUS = '35'
              DISPLAY 'NO LOAN MASTER - LOANS NOT QUEUED'
              SET SOURCE-MISSING TO TRUE
           ELSE
              IF LOAN-MASTER-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING LOAN MASTER: '
                          LOAN-MASTER-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
              PERFORM UNTIL LOAN-EOF
                 READ LOAN-MASTER-FILE NEXT RECORD
                   AT END
                      SET LOAN-EOF TO TRUE
                   NOT AT END
                      IF LOAN-MASTER-STATUS NOT = '00'
                         DISPLAY 'ERROR READING LOAN MASTER: '
                                  LOAN-MASTER-STATUS
                         PERFORM ABEND-WITH-STATUS
                      END-IF
                      IF LN-ACTIVE
                         AND LN-FIRST-DUE-DATE NOT = SPACES
                         AND LN-PRINCIPAL-BAL NUMERIC
                         AND LN-PRINCIPAL-DUE NUMERIC
                         AND LN-INTEREST-DUE NUMERIC
                         PERFORM PULL-ONE-LOAN
                      END-IF
                 END-READ
              END-PERFORM
              CLOSE LOAN-MASTER-FILE
           END-IF.

      **********************************************
      * DAYS PAST DUE OF ONE SERVICED LOAN: THE OLDEST UNPAID
      * INSTALLMENT FELL DUE THE MONTH AFTER THE PAID-TO DATE (OR
      * ON THE FIRST DUE DATE) - THE SAME RULE BURRPT23 REPORTS
      * TO THE BUREAU ON. PAST DUE IS THE AMOUNTS DUE LESS AN
      * INSTALLMENT BILLED BUT NOT YET AT ITS DUE DATE. A LOAN
      * NOT PAST DUE IS NOT PULLED.
      **********************************************
       PULL-ONE-LOAN.
           COMPUTE WS-LOAN-DUE = LN-INTEREST-DUE + LN-PRINCIPAL-DUE.
           IF WS-LOAN-DUE > 0
              IF LN-PAID-TO-DATE = SPACES
                 MOVE LN-FIRST-DUE-DATE TO WS-DUE-DATE
              ELSE
                 MOVE LN-PAID-TO-DATE TO WS-DUE-DATE
                 PERFORM ADD-ONE-MONTH
              END-IF
              IF WS-DUE-DATE < WS-RUN-DATE
                 MOVE WS-LOAN-DUE TO WS-LOAN-PAST-DUE
                 IF LN-BILLED-DUE-DATE NOT < WS-RUN-DATE
                    SUBTRACT LN-PAYMENT-AMT FROM WS-LOAN-PAST-DUE
                    IF WS-LOAN-PAST-DUE < 0
                       MOVE 0 TO WS-LOAN-PAST-DUE
                    END-IF
                 END-IF
                 ADD 1 TO LOAN-ACCOUNTS
                 IF LN-CUST-ID NOT = SPACES
                    MOVE 'S' TO WS-CASE-KEY-TYPE
                    MOVE LN-CUST-ID TO WS-CASE-KEY-REF
                 ELSE
                    MOVE 'L' TO WS-CASE-KEY-TYPE
                    MOVE LN-LOAN-ID TO WS-CASE-KEY-REF
                 END-IF
                 MOVE 'L' TO WS-ACCT-SOURCE
                 MOVE LN-LOAN-ID TO WS-ACCT-REF
                 COMPUTE WS-ACCT-BALANCE =
                         LN-PRINCIPAL-BAL + LN-INTEREST-DUE
                 MOVE WS-LOAN-PAST-DUE TO WS-ACCT-PAST-DUE
                 COMPUTE WS-ACCT-DPD = WS-RUN-DATE-INT
                         - FUNCTION INTEGER-OF-DATE(WS-DUE-DATE)
                 PERFORM ADD-WORK-ACCOUNT
              END-IF
           END-IF.

      **********************************************
      * STEPS WS-DUE-DATE ON BY ONE CALENDAR MONTH.
      **********************************************
       ADD-ONE-MONTH.
           IF WS-DUE-MM = 12
              MOVE 1 TO WS-DUE-MM
              ADD 1 TO WS-DUE-YYYY
           ELSE
              ADD 1 TO WS-DUE-MM
           END-IF.

      **********************************************
      * PULLS EVERY ORDER CUSTOMER WITH A/R OVER 90 DAYS. NO
      * AGING EXTRACT (05/35) LEAVES A/R OUT OF TONIGHT'S QUEUE.
      **********************************************
       PULL-AR-ACCOUNTS.
           OPEN INPUT AGING-EXTRACT-FILE.
           IF AGING-EXTRACT-STATUS = '05'
              OR AGING-EXTRACT-STATUS = '35'
              DISPLAY 'NO A/R AGING EXTRACT - A/R NOT QUEUED'
              SET SOURCE-MISSING TO TRUE
           ELSE
              IF AGING-EXTRACT-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING A/R AGING EXTRACT: '
                          AGING-EXTRACT-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
              PERFORM UNTIL AGX-EOF
                 READ AGING-EXTRACT-FILE
                   AT END
                      SET AGX-EOF TO TRUE
                   NOT AT END
                      IF AGING-EXTRACT-STATUS NOT = '00'
                         DISPLAY 'ERROR READING A/R AGING EXTRACT: '
                                  AGING-EXTRACT-STATUS
                         PERFORM ABEND-WITH-STATUS
                      END-IF
                      IF AGX-OVER-90 NUMERIC
                         AND AGX-OVER-90 > 0
                         PERFORM PULL-ONE-AR-CUSTOMER
                      END-IF
                 END-READ
              END-PERFORM
              CLOSE AGING-EXTRACT-FILE
           END-IF.

      **********************************************
      * RESOLVES ONE A/R CUSTOMER TO ITS SPINE CUSTOMER.
      **********************************************
       PULL-ONE-AR-CUSTOMER.
           ADD 1 TO AR-ACCOUNTS.
           MOVE 'N' TO WS-XREF-FOUND.
           IF XREF-COUNT > 0
              SET XT-IDX TO 1
              SEARCH XREF-ENTRY
                  AT END
                     CONTINUE
                  WHEN XT-IDX > XREF-COUNT
                     CONTINUE
                  WHEN XT-ORD-ID(XT-IDX) = AGX-CUST-ID
                     SET XREF-FOUND TO TRUE
              END-SEARCH
           END-IF.
           IF XREF-FOUND
              MOVE 'S' TO WS-CASE-KEY-TYPE
              MOVE XT-CUST-ID(XT-IDX) TO WS-CASE-KEY-REF
           ELSE
              MOVE 'A' TO WS-CASE-KEY-TYPE
              MOVE AGX-CUST-ID TO WS-CASE-KEY-REF
           END-IF.
           MOVE 'A' TO WS-ACCT-SOURCE.
           MOVE AGX-CUST-ID TO WS-ACCT-REF.
           COMPUTE WS-ACCT-BALANCE = AGX-CURRENT + AGX-OVER-30
                   + AGX-OVER-60 + AGX-OVER-90.
           COMPUTE WS-ACCT-PAST-DUE = AGX-OVER-30 + AGX-OVER-60
                   + AGX-OVER-90.
           MOVE 90 TO WS-ACCT-DPD.
           PERFORM ADD-WORK-ACCOUNT.

      **********************************************
      * ADDS THE ACCOUNT IN WS-ACCT-WORK TO ITS CASE (WS-CASE-KEY),
      * STARTING THE CASE IF IT IS THE CUSTOMER'S FIRST PAST-DUE
      * ACCOUNT TONIGHT. OVERFLOW IS A HARD ERROR - A DROPPED
      * ACCOUNT WOULD SILENTLY GO UNCHASED.
      **********************************************
       ADD-WORK-ACCOUNT.
           IF WS-CASE-KEY-TYPE = 'S'
              ADD 1 TO LINKED-ACCOUNTS
           ELSE
              ADD 1 TO UNLINKED-ACCOUNTS
           END-IF.
           MOVE 'N' TO WS-CASE-IS-NEW.
           IF WORK-CASE-COUNT > 0
              SET WK-IDX TO 1
              SEARCH WORK-CASE-ENTRY
                  AT END
                     SET CASE-IS-NEW TO TRUE
                  WHEN WK-IDX > WORK-CASE-COUNT
                     SET CASE-IS-NEW TO TRUE
                  WHEN WK-KEY(WK-IDX) = WS-CASE-KEY
                     CONTINUE
              END-SEARCH
           ELSE
              SET CASE-IS-NEW TO TRUE
           END-IF.
           IF CASE-IS-NEW
              IF WORK-CASE-COUNT >= 10000
                 DISPLAY 'ERROR: CASE TABLE FULL (10000 MAX)'
                 PERFORM ABEND-WITH-STATUS
              END-IF
              ADD 1 TO WORK-CASE-COUNT
              SET WK-IDX TO WORK-CASE-COUNT
              MOVE WS-CASE-KEY TO WK-KEY(WK-IDX)
              MOVE 0 TO WK-BALANCE(WK-IDX)
              MOVE 0 TO WK-PAST-DUE(WK-IDX)
              MOVE 0 TO WK-WORST-DPD(WK-IDX)
              MOVE 0 TO WK-ACCOUNT-COUNT(WK-IDX)
              MOVE 0 TO WK-PRIORITY(WK-IDX)
              MOVE 'N' TO WK-QUEUED(WK-IDX)
           END-IF.
           ADD WS-ACCT-BALANCE TO WK-BALANCE(WK-IDX).
           ADD WS-ACCT-PAST-DUE TO WK-PAST-DUE(WK-IDX).
           ADD 1 TO WK-ACCOUNT-COUNT(WK-IDX).
           IF WS-ACCT-DPD > WK-WORST-DPD(WK-IDX)
              MOVE WS-ACCT-DPD TO WK-WORST-DPD(WK-IDX)
           END-IF.
           IF WORK-ACCT-COUNT >= 20000
              DISPLAY 'ERROR: ACCOUNT TABLE FULL (20000 MAX)'
              PERFORM ABEND-WITH-STATUS
           END-IF.
           ADD 1 TO WORK-ACCT-COUNT.
           SET AC-IDX TO WORK-ACCT-COUNT.
           SET AC-CASE-NO(AC-IDX) TO WK-IDX.
           MOVE WS-ACCT-SOURCE TO AC-SOURCE(AC-IDX).
           MOVE WS-ACCT-REF TO AC-REF(AC-IDX).
           MOVE WS-ACCT-BALANCE TO AC-BALANCE(AC-IDX).
           MOVE WS-ACCT-PAST-DUE TO AC-PAST-DUE(AC-IDX).
           MOVE WS-ACCT-DPD TO AC-DPD(AC-IDX).

      **********************************************
      * REFRESHES EVERY CASE PULLED TONIGHT ON THE CASE MASTER AND
      * WRITES ITS QUEUE LINE.
      **********************************************
       QUEUE-ALL-CASES.
           PERFORM VARYING WK-IDX FROM 1 BY 1
                   UNTIL WK-IDX > WORK-CASE-COUNT
              PERFORM QUEUE-ONE-CASE
           END-PERFORM.

      **********************************************
      * OPENS (OR REOPENS) ONE CASE, SETTLES ITS PROMISE TO PAY,
      * DECIDES ON A CHARGE-OFF RECOMMENDATION, SCORES ITS
      * PRIORITY, AND WRITES IT BACK AND TO THE QUEUE. A CASE
      * ALREADY CHARGED OFF IS LEFT AS IT IS AND NOT QUEUED.
      **********************************************
       QUEUE-ONE-CASE.
           MOVE WK-KEY(WK-IDX) TO CC-KEY.
           READ CASE-MASTER
               KEY IS CC-KEY
           END-READ.
           EVALUATE CASE-MASTER-STATUS
               WHEN '00'
                 MOVE 'N' TO WS-CASE-IS-NEW
               WHEN '23'
                 SET CASE-IS-NEW TO TRUE
               WHEN OTHER
                 DISPLAY 'ERROR READING COLLECTIONS CASE MASTER: '
                          CASE-MASTER-STATUS
                 PERFORM ABEND-WITH-STATUS
           END-EVALUATE.
           IF NOT CASE-IS-NEW AND CC-CHARGED-OFF
              ADD 1 TO CHARGED-OFF-SKIPPED
           ELSE
              IF CASE-IS-NEW
                 PERFORM START-NEW-CASE
              ELSE
                 IF CC-CURED
                    PERFORM REOPEN-CURED-CASE
                 END-IF
              END-IF
              PERFORM REFRESH-CASE-POSITION
              PERFORM SETTLE-PROMISE-TO-PAY
              PERFORM CHECK-CHARGE-OFF-AGE
              PERFORM SCORE-CASE-PRIORITY
              PERFORM STORE-CASE
              PERFORM WRITE-CASE-QUEUE-LINE
           END-IF.

      **********************************************
      * BUILDS A NEW OPEN CASE, WITH THE CUSTOMER'S NAME AND
      * ADDRESS FROM THE SPINE WHEN IT IS A SPINE CUSTOMER.
      **********************************************
       START-NEW-CASE.
           ADD 1 TO CASES-OPENED.
           MOVE SPACES TO CASE-MASTER-REC.
           MOVE WK-KEY(WK-IDX) TO CC-KEY.
           SET CC-OPEN TO TRUE.
           MOVE WS-RUN-DATE TO CC-OPEN-DATE.
           MOVE 0 TO CC-ACTION-COUNT.
           MOVE 0 TO CC-PTP-AMOUNT.
           MOVE 0 TO CC-PTP-BASE-PAST-DUE.
           IF CC-SPINE-CUSTOMER
              MOVE CC-KEY-REF(1:5) TO CUST-ID
              READ CUST-MASTER-FILE
                  KEY IS CUST-ID
              END-READ
              EVALUATE CUST-MASTER-STATUS
                  WHEN '00'
                    MOVE CUST-NAME TO CC-CUST-NAME
                    MOVE CUST-ADDRESS TO CC-CUST-ADDRESS
                  WHEN '23'
                    CONTINUE
                  WHEN OTHER
                    DISPLAY 'ERROR READING CUSTOMER MASTER: '
                             CUST-MASTER-STATUS
                    PERFORM ABEND-WITH-STATUS
              END-EVALUATE
           END-IF.

      **********************************************
      * A CASE THAT CURED AND HAS GONE PAST DUE AGAIN STARTS A NEW
      * EPISODE: NEW OPEN DATE, NO PROMISE OR CHARGE-OFF HISTORY.
      * THE COLLECTOR AND LAST ACTION STAY FOR CONTINUITY.
      **********************************************
       REOPEN-CURED-CASE.
           ADD 1 TO CASES-REOPENED.
           SET CC-OPEN TO TRUE.
           MOVE WS-RUN-DATE TO CC-OPEN-DATE.
           MOVE SPACES TO CC-CURED-DATE.
           SET CC-PTP-NONE TO TRUE.
           MOVE 0 TO CC-PTP-AMOUNT.
           MOVE SPACES TO CC-PTP-DATE.
           MOVE 0 TO CC-PTP-BASE-PAST-DUE.
           MOVE SPACES TO CC-CHGOFF-REC-DATE.
           MOVE SPACES TO CC-CHGOFF-DECISION-DATE.
           MOVE SPACES TO CC-CHGOFF-APPROVER.

      **********************************************
      * TONIGHT'S POSITION FROM THE PULLED ACCOUNTS.
      **********************************************
       REFRESH-CASE-POSITION.
           MOVE WS-RUN-DATE TO CC-LAST-QUEUE-DATE.
           MOVE WK-BALANCE(WK-IDX) TO CC-BALANCE.
           MOVE WK-PAST-DUE(WK-IDX) TO CC-PAST-DUE.
           MOVE WK-WORST-DPD(WK-IDX) TO CC-WORST-DPD.
           MOVE WK-ACCOUNT-COUNT(WK-IDX) TO CC-ACCOUNT-COUNT.
           IF CC-ACCOUNT-COUNT > 1
              ADD 1 TO MULTI-ACCOUNT-CASES
           END-IF.

      **********************************************
      * A PROMISE WHOSE DATE HAS PASSED IS KEPT IF THE PAST-DUE
      * AMOUNT HAS COME DOWN BY AT LEAST THE AMOUNT PROMISED SINCE
      * IT WAS TAKEN, AND BROKEN OTHERWISE.
      **********************************************
       SETTLE-PROMISE-TO-PAY.
           IF CC-PTP-OPEN AND CC-PTP-DATE < WS-RUN-DATE
              IF CC-PAST-DUE + CC-PTP-AMOUNT
                 NOT > CC-PTP-BASE-PAST-DUE
                 SET CC-PTP-KEPT TO TRUE
                 ADD 1 TO PTP-KEPT
              ELSE
                 SET CC-PTP-BROKEN TO TRUE
                 ADD 1 TO PTP-BROKEN
                 DISPLAY 'BROKEN PROMISE: ' CC-KEY
                         ' DUE ' CC-PTP-DATE
              END-IF
           END-IF.

      **********************************************
      * AT CHGOFFDAYS DAYS PAST DUE AN OPEN CASE IS RECOMMENDED
      * FOR CHARGE-OFF, UNLESS FINANCE DECLINED IT LESS THAN
      * RECONSIDER DAYS AGO. A CASE ALREADY PENDING IS LISTED
      * AGAIN SO THE FILE ALWAYS SHOWS EVERYTHING AWAITING A
      * DECISION.
      **********************************************
       CHECK-CHARGE-OFF-AGE.
           MOVE SPACE TO WS-CHGOFF-FLAG.
           IF CC-CHGOFF-PENDING
              MOVE 'P' TO WS-CHGOFF-FLAG
              ADD 1 TO CHGOFF-PENDING
           ELSE
              IF CC-WORST-DPD >= WS-CHGOFF-DAYS
                 MOVE 'N' TO WS-CHGOFF-FLAG
                 IF CC-CHGOFF-DECISION-DATE NOT = SPACES
                    AND CC-CHGOFF-DECISION-DATE NUMERIC
                    MOVE CC-CHGOFF-DECISION-DATE TO WS-WORK-DATE
                    COMPUTE WS-AGE-DAYS = WS-RUN-DATE-INT
                            - FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
                    IF WS-AGE-DAYS < WS-RECONSIDER-DAYS
                       MOVE SPACE TO WS-CHGOFF-FLAG
                    END-IF
                 END-IF
                 IF WS-CHGOFF-FLAG = 'N'
                    SET CC-CHGOFF-PENDING TO TRUE
                    MOVE WS-RUN-DATE TO CC-CHGOFF-REC-DATE
                    MOVE SPACES TO CC-CHGOFF-DECISION-DATE
                    MOVE SPACES TO CC-CHGOFF-APPROVER
                    ADD 1 TO CHGOFF-NEW
                 END-IF
              END-IF
           END-IF.
           IF WS-CHGOFF-FLAG NOT = SPACE
              MOVE SPACES TO CHGOFF-REC-REC
              MOVE CC-KEY TO CHR-CASE-KEY
              MOVE CC-CUST-NAME TO CHR-CUST-NAME
              MOVE CC-BALANCE TO CHR-BALANCE
              MOVE CC-WORST-DPD TO CHR-WORST-DPD
              MOVE WS-CHGOFF-FLAG TO CHR-FLAG
              MOVE CC-CHGOFF-REC-DATE TO CHR-REC-DATE
              WRITE CHGOFF-REC-REC
              IF CHGOFF-REC-STATUS NOT = '00'
                 DISPLAY 'ERROR WRITING CHARGE-OFF RECOMMENDATIONS: '
                          CHGOFF-REC-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
           END-IF.

      **********************************************
      * PRIORITY SCORE 0-9999 - SEE THE PROGRAM HEADER.
      **********************************************
       SCORE-CASE-PRIORITY.
           MOVE CC-WORST-DPD TO WS-SCORE-DPD.
           IF WS-SCORE-DPD > 360
              MOVE 360 TO WS-SCORE-DPD
           END-IF.
           COMPUTE WS-SCORE-AMOUNT = CC-PAST-DUE / 100.
           IF WS-SCORE-AMOUNT > 2000
              MOVE 2000 TO WS-SCORE-AMOUNT
           END-IF.
           COMPUTE WS-SCORE = WS-SCORE-DPD * 20 + WS-SCORE-AMOUNT
                   + (CC-ACCOUNT-COUNT - 1) * 200.
           IF CC-PTP-BROKEN
              ADD 500 TO WS-SCORE
           END-IF.
           IF CC-PTP-OPEN
              COMPUTE WS-SCORE = WS-SCORE / 4
           END-IF.
           IF WS-SCORE > 9999
              MOVE 9999 TO WS-SCORE
           END-IF.
           MOVE WS-SCORE TO CC-PRIORITY.
           MOVE WS-SCORE TO WK-PRIORITY(WK-IDX).
           MOVE 'Y' TO WK-QUEUED(WK-IDX).
           ADD 1 TO CASES-QUEUED.

      **********************************************
      * WRITES A NEW CASE OR REWRITES AN EXISTING ONE.
      **********************************************
       STORE-CASE.
           IF CASE-IS-NEW
              WRITE CASE-MASTER-REC
           ELSE
              REWRITE CASE-MASTER-REC
           END-IF.
           IF CASE-MASTER-STATUS NOT = '00'
              DISPLAY 'ERROR STORING COLLECTIONS CASE: ' CC-KEY
                      ' STATUS ' CASE-MASTER-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * WRITES THE CASE LINE OF THE QUEUE.
      **********************************************
       WRITE-CASE-QUEUE-LINE.
           MOVE SPACES TO QUEUE-REC.
           MOVE CC-PRIORITY TO QUE-PRIORITY.
           MOVE CC-KEY TO QUE-CASE-KEY.
           MOVE '1' TO QUE-REC-TYPE.
           MOVE CC-CUST-NAME TO QUE-CUST-NAME.
           MOVE CC-BALANCE TO QUE-BALANCE.
           MOVE CC-PAST-DUE TO QUE-PAST-DUE.
           MOVE CC-WORST-DPD TO QUE-WORST-DPD.
           MOVE CC-ACCOUNT-COUNT TO QUE-ACCOUNTS.
           MOVE CC-PTP-STATUS TO QUE-PTP-STATUS.
           MOVE CC-PTP-DATE TO QUE-PTP-DATE.
           MOVE CC-COLLECTOR TO QUE-COLLECTOR.
           MOVE CC-LAST-ACTION TO QUE-LAST-ACTION.
           MOVE WS-CHGOFF-FLAG TO QUE-CHGOFF-FLAG.
           PERFORM WRITE-QUEUE-LINE.

      **********************************************
      * WRITES ONE ACCOUNT LINE PER PULLED ACCOUNT WHOSE CASE WAS
      * QUEUED, CARRYING THE CASE'S PRIORITY SO THE SORT KEEPS IT
      * UNDER ITS CASE LINE.
      **********************************************
       QUEUE-ALL-ACCOUNTS.
           PERFORM VARYING AC-IDX FROM 1 BY 1
                   UNTIL AC-IDX > WORK-ACCT-COUNT
              SET WK-IDX TO AC-CASE-NO(AC-IDX)
              IF WK-QUEUED(WK-IDX) = 'Y'
                 MOVE SPACES TO QUEUE-REC
                 MOVE WK-PRIORITY(WK-IDX) TO QUE-PRIORITY
                 MOVE WK-KEY(WK-IDX) TO QUE-CASE-KEY
                 MOVE '2' TO QUE-REC-TYPE
                 MOVE AC-SOURCE(AC-IDX) TO QUE-ACCT-SOURCE
                 MOVE AC-REF(AC-IDX) TO QUE-ACCT-REF
                 MOVE AC-BALANCE(AC-IDX) TO QUE-ACCT-BALANCE
                 MOVE AC-PAST-DUE(AC-IDX) TO QUE-ACCT-PAST-DUE
                 MOVE AC-DPD(AC-IDX) TO QUE-ACCT-DPD
                 PERFORM WRITE-QUEUE-LINE
              END-IF
           END-PERFORM.

       WRITE-QUEUE-LINE.
           WRITE QUEUE-REC.
           IF QUEUE-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING QUEUE FILE: ' QUEUE-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * CLOSES AS CURED EVERY OPEN OR CHARGE-OFF-PENDING CASE NOT
      * PULLED TONIGHT - NONE OF ITS ACCOUNTS IS PAST DUE ANY
      * MORE. AN OPEN PROMISE ON A CURED CASE COUNTS AS KEPT.
      **********************************************
       CURE-CLEARED-CASES.
           MOVE LOW-VALUES TO CC-KEY.
           START CASE-MASTER KEY IS NOT LESS THAN CC-KEY
           END-START.
           IF CASE-MASTER-STATUS = '23'
              SET CASE-EOF TO TRUE
           ELSE
              IF CASE-MASTER-STATUS NOT = '00'
                 DISPLAY 'ERROR POSITIONING COLLECTIONS CASE MASTER: '
                          CASE-MASTER-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
           END-IF.
           PERFORM UNTIL CASE-EOF
              READ CASE-MASTER NEXT RECORD
                AT END
                   SET CASE-EOF TO TRUE
                NOT AT END
                   IF CASE-MASTER-STATUS NOT = '00'
                      DISPLAY 'ERROR READING COLLECTIONS CASE MASTER: '
                               CASE-MASTER-STATUS
                      PERFORM ABEND-WITH-STATUS
                   END-IF
                   IF (CC-OPEN OR CC-CHGOFF-PENDING)
                      AND CC-LAST-QUEUE-DATE NOT = WS-RUN-DATE
                      PERFORM CURE-ONE-CASE
                   END-IF
              END-READ
           END-PERFORM.

       CURE-ONE-CASE.
           ADD 1 TO CASES-CURED.
           SET CC-CURED TO TRUE.
           MOVE WS-RUN-DATE TO CC-CURED-DATE.
           MOVE 0 TO CC-PAST-DUE.
           MOVE 0 TO CC-WORST-DPD.
           MOVE 0 TO CC-PRIORITY.
           IF CC-PTP-OPEN
              SET CC-PTP-KEPT TO TRUE
              ADD 1 TO PTP-KEPT
           END-IF.
           REWRITE CASE-MASTER-REC.
           IF CASE-MASTER-STATUS NOT = '00'
              DISPLAY 'ERROR REWRITING COLLECTIONS CASE: ' CC-KEY
                      ' STATUS ' CASE-MASTER-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * CLOSE ALL FILES
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

           CLOSE CASE-MASTER.
           IF CASE-MASTER-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING CASE MASTER: '
                       CASE-MASTER-STATUS
           END-IF.

           CLOSE QUEUE-FILE.
           IF QUEUE-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING QUEUE FILE: '
                       QUEUE-STATUS
           END-IF.

           CLOSE CHGOFF-REC-FILE.
           IF CHGOFF-REC-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING CHARGE-OFF '
                      'RECOMMENDATIONS: ' CHGOFF-REC-STATUS
           END-IF.

      **********************************************
      * APPENDS ONE RECORD TO THE CONSOLIDATED END-OF-NIGHT BATCH
      * STATUS LOG AND CLOSES IT. STATUS-LOG ITSELF WAS ALREADY
      * OPENED BY OPEN-STATUS-LOG, FIRST THING IN MAIN-LOGIC.
      **********************************************
       WRITE-BATCH-STATUS.
           MOVE SPACES TO STATUS-LOG-REC.
           MOVE 'COLQUE39' TO BST-PROGRAM-ID.
           PERFORM GET-BST-TIMESTAMP.
           MOVE WS-BST-START-TS TO BST-START-TS.
           MOVE WS-BST-TS-BUILT TO BST-END-TS.
           MOVE WORK-ACCT-COUNT TO BST-RECORDS-IN.
           MOVE CASES-QUEUED TO BST-RECORDS-OUT.
           MOVE 0 TO BST-RECORDS-REJECTED.
           IF ABEND-IN-PROGRESS
              MOVE 'FAILED' TO BST-STATUS
              MOVE 'JOB ABENDED - SEE SYSOUT FOR DETAIL' TO BST-MESSAGE
           ELSE
              IF SOURCE-MISSING
                 MOVE 'WARNING' TO BST-STATUS
                 MOVE 'SOURCE MISSING - CURE PASS SKIPPED'
                      TO BST-MESSAGE
              ELSE
              IF CHGOFF-NEW > 0
                 MOVE 'WARNING' TO BST-STATUS
                 MOVE 'NEW CHARGE-OFF RECOMMENDATIONS FOR FIN'
                      TO BST-MESSAGE
              ELSE
                 MOVE 'COMPLETE' TO BST-STATUS
                 MOVE 'COLLECTIONS QUEUE BUILT' TO BST-MESSAGE
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
      * THE CARD NUMBER STAYS IN THIS JOB: THE CASE MASTER, QUEUE
      * AND CHGRDD CARRY THE CARD'S VAULT TOKEN. A CARD THE XREF
      * PLACED TAKES THE XREF'S TOKEN; ANY OTHER (OR AN XREF SLOT
      * STILL HOLDING A FULL NUMBER) IS TOKENIZED BY CRDTOK11.
      **********************************************
       TOKENIZE-ACCOUNT-CARD.
           IF XREF-FOUND
              AND XT-CARD-TOKEN(XT-IDX)(1:2) = 'TK'
              MOVE XT-CARD-TOKEN(XT-IDX) TO WS-CARD-TOKEN
           ELSE
              MOVE 'T' TO CK-FUNCTION
              MOVE WS-CARD-NUMBER-X TO CK-CARD-NUMBER
              CALL 'CRDTOK11' USING WS-CARDTOK-REQUEST END-CALL
              IF NOT CK-OK
                 DISPLAY 'ERROR TOKENIZING DELINQUENT CARD'
                 PERFORM ABEND-WITH-STATUS
              END-IF
              MOVE CK-TOKEN TO WS-CARD-TOKEN
           END-IF.

      **********************************************
      * THE XREF CARRIES A CARD TOKEN; THE CARD NUMBER BEHIND IT
      * IS NEEDED HERE TO MATCH THE DELINQUENCY CARRY. A TOKEN THE
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
      * BEHIND. THE NON-ZERO RETURN CODE STOPS THE SORT STEP.
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
           MOVE CARD-ACCOUNTS TO CARD-ACCOUNTS-DISP.
           MOVE LOAN-ACCOUNTS TO LOAN-ACCOUNTS-DISP.
           MOVE AR-ACCOUNTS TO AR-ACCOUNTS-DISP.
           MOVE LINKED-ACCOUNTS TO LINKED-ACCOUNTS-DISP.
           MOVE UNLINKED-ACCOUNTS TO UNLINKED-ACCOUNTS-DISP.
           MOVE CASES-QUEUED TO CASES-QUEUED-DISP.
           MOVE CASES-OPENED TO CASES-OPENED-DISP.
           MOVE CASES-REOPENED TO CASES-REOPENED-DISP.
           MOVE MULTI-ACCOUNT-CASES TO MULTI-ACCOUNT-CASES-DISP.
           MOVE CHARGED-OFF-SKIPPED TO CHARGED-OFF-SKIPPED-DISP.
           MOVE CHGOFF-NEW TO CHGOFF-NEW-DISP.
           MOVE CHGOFF-PENDING TO CHGOFF-PENDING-DISP.
           MOVE PTP-KEPT TO PTP-KEPT-DISP.
           MOVE PTP-BROKEN TO PTP-BROKEN-DISP.
           MOVE CASES-CURED TO CASES-CURED-DISP.

           DISPLAY '========================================'.
           DISPLAY 'COLLECTIONS QUEUE SUMMARY'.
           DISPLAY '========================================'.
           DISPLAY 'PAST-DUE CARDS:         ' CARD-ACCOUNTS-DISP.
           DISPLAY 'PAST-DUE LOANS:         ' LOAN-ACCOUNTS-DISP.
           DISPLAY 'A/R OVER 90 DAYS:       ' AR-ACCOUNTS-DISP.
           DISPLAY '  LINKED TO CUSTOMER:   ' LINKED-ACCOUNTS-DISP.
           DISPLAY '  NOT ON XREF:          ' UNLINKED-ACCOUNTS-DISP.
           DISPLAY 'CASES QUEUED:           ' CASES-QUEUED-DISP.
           DISPLAY '  NEW CASES:            ' CASES-OPENED-DISP.
           DISPLAY '  REOPENED:             ' CASES-REOPENED-DISP.
           DISPLAY '  MULTI-ACCOUNT:        '
                   MULTI-ACCOUNT-CASES-DISP.
           DISPLAY 'CHARGED OFF, NOT QUEUED:'
                   CHARGED-OFF-SKIPPED-DISP.
           DISPLAY 'CHARGE-OFF RECOMMENDED: ' CHGOFF-NEW-DISP.
           DISPLAY 'CHARGE-OFF PENDING:     ' CHGOFF-PENDING-DISP.
           DISPLAY 'PROMISES KEPT:          ' PTP-KEPT-DISP.
           DISPLAY 'PROMISES BROKEN:        ' PTP-BROKEN-DISP.
           DISPLAY 'CASES CURED:            ' CASES-CURED-DISP.
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
