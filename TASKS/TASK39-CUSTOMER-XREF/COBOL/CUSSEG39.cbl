      ******************************************************************
      * MONTHLY CUSTOMER RISK / VALUE SEGMENTATION                     *
      *                                                                *
      * PURPOSE:                                                       *
      * EVERY REPORT TREATED ALL CUSTOMERS ALIKE, ALTHOUGH THE SIGNALS *
      * TO TELL THEM APART WERE ALREADY LYING AROUND: UTILIZATION      *
      * (BALANCE AGAINST LIMIT ON THE MASTER, AS CUSUTL32 BANDS IT),   *
      * PAYMENTS DORMANCY (DORMRP26), PARTS A/R AGING (CASHAP16), CARD *
      * DELINQUENCY (DELINQ11) AND RECENT CREDIT DECLINES (JOBSUB23).  *
      * THIS JOB PULLS THEM TOGETHER PER CUSTOMER THROUGH THE SPINE    *
      * XREF, SCORES EACH CUSTOMER AND STORES A RISK/VALUE SEGMENT ON  *
      * THE CUSTOMER MASTER (CUST-SEGMENT), WITH EVERY CHANGE OF       *
      * SEGMENT APPENDED TO THE SEGMENT HISTORY WITH ITS EFFECTIVE     *
      * DATE AND THE SIGNALS BEHIND IT. COP2LB32 AND THE OTHER         *
      * CUSTOMER REPORTS FILTER AND SUBTOTAL ON THE STORED SEGMENT.    *
      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   PHASE 1 - LOAD THE SPINE XREF (IN CUST-ID ORDER), THEN LAY   *
      *     EACH SOURCE'S SIGNAL ONTO THE XREF ENTRY IT MAPS TO:       *
      *     CARD  - DAYS PAST DUE OF THE MAPPED CARD (DLQDD).          *
      *     A/R   - WORST AGING BUCKET OF THE MAPPED ORDER CUSTOMER    *
      *             (AGXDD, 5-BYTE FORM OF THE ORDER ID).              *
      *     DORM  - DAYS SINCE THE MAPPED PAYMENTS ACCOUNT LAST PAID   *
      *             (DRMXDD - ONLY ACCOUNTS DORMANT 90+ DAYS).         *
      *     DECL  - APPLICATIONS REJECTED FOR THE CUSTOMER IN THE LAST *
      *             DECLINEDAYS DAYS (HISTDD, BY AH-CUST-ID).          *
      *     A MISSING SOURCE IS LEFT OUT AND NOTED; IT DOES NOT STOP   *
      *     THE RUN.                                                   *
      *   PHASE 2 - PER CUSTOMER ON THE MASTER (MERGED-AWAY CUSTOMERS, *
      *     STATUS 'M', ARE SKIPPED), RISK POINTS, CAPPED AT 100:      *
      *       CARD DPD 90+ 50, 60+ 35, 30+ 20, 1+ 10.                  *
      *       A/R OVER 90 40, OVER 60 25, OVER 30 10.                  *
      *       UTILIZATION OVER 100% (OR A BALANCE WITH NO LIMIT) 30,   *
      *       80-100% 15.                                              *
      *       10 PER RECENT DECLINE, AT MOST 20.                       *
      *     SEGMENT:                                                   *
      *       H HIGH RISK  - SCORE AT OR OVER HIGHSCORE (DEFAULT 50).  *
      *       W WATCH      - SCORE AT OR OVER WATCHSCORE (DEFAULT 20). *
      *       D DORMANT    - PAYMENTS ACCOUNT DORMANT DORMANTDAYS+     *
      *                      (DEFAULT 90) AND NOT ALREADY H OR W.      *
      *       V VALUE      - SCORE 0, UTILIZATION UNDER 50% AND A      *
      *                      CREDIT LIMIT OF VALUELIMIT (DEFAULT       *
      *                      25000.00) OR MORE.                        *
      *       S STANDARD   - EVERYONE ELSE.                            *
      *     A SEGMENT DIFFERENT FROM THE ONE ON THE MASTER IS STORED   *
      *     ON THE MASTER, APPENDED TO THE HISTORY (EFFECTIVE THE RUN  *
      *     DATE) AND LISTED ON THE REPORT. AN UNCHANGED SEGMENT KEEPS *
      *     ITS ORIGINAL EFFECTIVE DATE - A RERUN CHANGES NOTHING.     *
      *   PHASE 3 - SEGMENT TOTALS: CUSTOMERS, BALANCE AND CHANGES IN  *
      *     EACH SEGMENT.                                              *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/10/15                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/10/15 - THE XREF CARD SLOT NOW HOLDS A CARD TOKEN; IT IS  *
      *              TURNED BACK INTO THE CARD NUMBER (CRDTOK11) AS    *
      *              THE XREF IS READ.                                 *
      *                                                                *
      * COPYBOOK: TASK32  - CUSTOMER RECORD LAYOUT (CUST-RECORD)       *
      *           CUSTSEG - CUSTOMER SEGMENT HISTORY RECORD            *
      *           CYCDATE - PROCESSING-DATE LOOKUP REQUEST AREA        *
      *           RUNPARM - RUNTIME PARAMETER LOOKUP REQUEST AREA      *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  XREFDD (CUST.XREF.MASTER) - IDENTITY CROSS-REFERENCE   *
      * INPUT:  VLTDD (CARD.TOKEN.VAULT) - VIA CRDTOK11                *
      * I/O:    MASTDD (CUST.MASTER.VSAM) - VSAM KSDS CUSTOMER MASTER  *
      * INPUT:  DLQDD (CARD.DELINQ.CARRY) - DELINQUENT CARDS           *
      * INPUT:  AGXDD (AR.AGING.EXTRACT) - PARTS A/R AGING             *
      * INPUT:  DRMXDD (DORMANT.ACCT.EXTRACT) - DORMANT PAYMENTS ACCTS *
      * INPUT:  HISTDD (APPLICATION.HISTORY) - CREDIT DECISIONS        *
      * OUTPUT: SEGHDD (CUST.SEGMENT.HISTORY) - SEGMENT HISTORY (MOD)  *
      * OUTPUT: RPTDD (CUST.SEGMENT.RPT) - SEGMENTATION REPORT         *
      * OUTPUT: STATLOG - SHARED STATUS LOG                            *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSSEG39.
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
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CUST-ID
              FILE STATUS IS CUST-MASTER-STATUS.

           SELECT CARD-DELINQ-FILE ASSIGN TO DLQDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS CARD-DELINQ-STATUS.

           SELECT AGING-EXTRACT-FILE ASSIGN TO AGXDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS AGING-EXTRACT-STATUS.

           SELECT DORMANT-EXTRACT-FILE ASSIGN TO DRMXDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS DORMANT-EXTRACT-STATUS.

           SELECT APP-HISTORY-FILE ASSIGN TO HISTDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS APP-HISTORY-STATUS.

           SELECT SEGMENT-HISTORY-FILE ASSIGN TO SEGHDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS SEGMENT-HISTORY-STATUS.

           SELECT REPORT-FILE ASSIGN TO RPTDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS REPORT-STATUS.

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
          05 XRF-ORD-SOURCE PIC X(1).
          05 XRF-MERGED-INTO PIC X(5).
          05 FILLER PIC X(32).

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

      * DORMANT PAYMENTS ACCOUNTS - SAME LAYOUT DORMRP26 WRITES.
       FD DORMANT-EXTRACT-FILE RECORDING MODE IS F.
       01 DORMANT-EXTRACT-REC.
          05 DX-CUST-ID PIC X(5).
          05 FILLER PIC X(1).
          05 DX-BALANCE PIC S9(7)V99.
          05 FILLER PIC X(1).
          05 DX-DORMANT-DAYS PIC 9(5).
          05 FILLER PIC X(59).

      * SAME LAYOUT JOBSUB23 APPENDS.
       FD APP-HISTORY-FILE RECORDING MODE IS F.
       01 APP-HISTORY-REC.
          05 AH-APP-ID PIC X(6).
          05 FILLER PIC X(1).
          05 AH-DECISION PIC X(10).
          05 FILLER PIC X(1).
          05 AH-REASON PIC X(25).
          05 FILLER PIC X(1).
          05 AH-DATE PIC X(8).
          05 FILLER PIC X(1).
          05 AH-SCORE PIC X(3).
          05 FILLER PIC X(1).
          05 AH-AMOUNT PIC X(7).
          05 FILLER PIC X(1).
          05 AH-CUST-ID PIC X(5).
          05 FILLER PIC X(10).

       FD SEGMENT-HISTORY-FILE RECORDING MODE IS F.
       01 SEGMENT-HISTORY-REC.
           COPY CUSTSEG.

      * ONE LINE PER CUSTOMER WHOSE SEGMENT CHANGED, THEN THE
      * SEGMENT TOTALS.
       FD REPORT-FILE RECORDING MODE IS F.
       01 REPORT-REC PIC X(80).

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
          05 AGING-EXTRACT-STATUS PIC X(2).
          05 DORMANT-EXTRACT-STATUS PIC X(2).
          05 APP-HISTORY-STATUS PIC X(2).
          05 SEGMENT-HISTORY-STATUS PIC X(2).
          05 REPORT-STATUS PIC X(2).
          05 STATUS-LOG-STATUS PIC X(2).

      * CONTROL FLAGS
       01 WS-FLAGS.
          05 WS-EOF PIC X(1) VALUE 'N'.
             88 EOF VALUE 'Y'.
          05 WS-XREF-EOF PIC X(1) VALUE 'N'.
             88 XREF-EOF VALUE 'Y'.
          05 WS-SOURCE-EOF PIC X(1) VALUE 'N'.
             88 SOURCE-EOF VALUE 'Y'.
          05 WS-SOURCE-MISSING PIC X(1) VALUE 'N'.
             88 SOURCE-MISSING VALUE 'Y'.
          05 WS-XREF-FOUND PIC X(1) VALUE 'N'.
             88 XREF-FOUND VALUE 'Y'.

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

      * PROCESSING-DATE LOOKUP REQUEST AREA - SEE COPYBOOK CYCDATE
      * AND SUBPROGRAM CYCDAT40.
           COPY CYCDATE.

      * RUNTIME PARAMETER LOOKUP REQUEST AREA - SEE COPYBOOK
      * RUNPARM AND SUBPROGRAM PRMGET50.
           COPY RUNPARM.

      * SEGMENTATION TUNABLES (DEFAULTS - PARMDD OVERRIDES):
      * HIGHSCORE   - RISK SCORE AT WHICH A CUSTOMER IS HIGH RISK.
      * WATCHSCORE  - RISK SCORE AT WHICH A CUSTOMER IS WATCHED.
      * VALUELIMIT  - CREDIT LIMIT A CLEAN CUSTOMER NEEDS TO COUNT
      *   AS A VALUE CUSTOMER.
      * DECLINEDAYS - HOW FAR BACK A REJECTED APPLICATION COUNTS.
      * DORMANTDAYS - PAYMENTS DORMANCY THAT MAKES A CUSTOMER
      *   DORMANT.
       01 WS-HIGH-SCORE PIC 9(3) VALUE 50.
       01 WS-WATCH-SCORE PIC 9(3) VALUE 20.
       01 WS-VALUE-LIMIT PIC 9(7)V99 VALUE 25000.00.
       01 WS-DECLINE-DAYS PIC 9(3) VALUE 180.
       01 WS-DORMANT-DAYS PIC 9(5) VALUE 90.

      * RUN DATE AND DATE MATH FIELDS
       01 WS-RUN-DATE PIC X(8).
       01 WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).
       01 WS-RUN-DATE-INT PIC 9(8).
       01 WS-AGE-DAYS PIC S9(8).

      * SPINE XREF IN CUST-ID ORDER, EACH ENTRY CARRYING THE
      * SIGNALS THE SOURCES LAID ON IT. CARD, ORDER AND PAYMENTS
      * IDS ARE MATCHED BY SERIAL SEARCH, THE SPINE ID BY SEARCH
      * ALL.
       01 XREF-COUNT PIC 9(5) VALUE 0.
       01 WS-XREF-TABLE.
          05 XREF-ENTRY OCCURS 1 TO 20000 TIMES
                DEPENDING ON XREF-COUNT
                ASCENDING KEY IS XT-CUST-ID
                INDEXED BY XT-IDX.
             10 XT-CUST-ID PIC X(5).
             10 XT-PAY-ID PIC X(5).
             10 XT-ORD-ID PIC X(5).
             10 XT-CARD-NUMBER PIC X(16).
             10 XT-CARD-DPD PIC 9(3).
             10 XT-AR-BUCKET PIC X(1).
             10 XT-DORMANT-DAYS PIC 9(5).
             10 XT-DECLINES PIC 9(2).
       01 WS-LAST-XREF-ID PIC X(5) VALUE LOW-VALUES.
       01 WS-CARD-NUMBER-X PIC X(16).

      * THE CUSTOMER BEING SEGMENTED
       01 WS-SIGNALS.
          05 WS-CARD-DPD PIC 9(3).
          05 WS-AR-BUCKET PIC X(1).
          05 WS-DORM-DAYS PIC 9(5).
          05 WS-DECLINES PIC 9(2).
          05 WS-UTIL-PCT PIC 9(3).
          05 WS-RISK-SCORE PIC 9(3).
       01 WS-UTIL-WORK PIC 9(7).
       01 WS-DECLINE-POINTS PIC 9(3).
       01 WS-NEW-SEGMENT PIC X(1).
       01 WS-OLD-SEGMENT PIC X(1).

      * SEGMENT TOTALS, IN REPORT ORDER
       01 WS-SEGMENT-CODES PIC X(5) VALUE 'HWDVS'.
       01 WS-SEGMENT-TABLE.
          05 SEG-ENTRY OCCURS 5 TIMES INDEXED BY SG-IDX.
             10 SEG-COUNT PIC 9(7) VALUE 0.
             10 SEG-BALANCE PIC 9(11)V99 VALUE 0.
             10 SEG-CHANGED PIC 9(7) VALUE 0.
       01 WS-SEG-NO PIC 9(1).

      * REPORT LINE BUILD FIELDS
       01 WS-REPORT-LINE PIC X(80).
       01 WS-SCORE-DISP PIC ZZ9.
       01 WS-UTIL-DISP PIC ZZ9.
       01 WS-DPD-DISP PIC ZZ9.
       01 WS-DORM-DISP PIC ZZZZ9.
       01 WS-DECL-DISP PIC Z9.
       01 WS-CNT-DISP PIC Z(6)9.
       01 WS-BAL-DISP PIC Z(10)9.99.

      * STATISTICS COUNTERS
       01 WS-COUNTERS.
          05 CUSTOMERS-READ PIC 9(7) VALUE 0.
          05 CUSTOMERS-SEGMENTED PIC 9(7) VALUE 0.
          05 CUSTOMERS-MERGED PIC 9(7) VALUE 0.
          05 CUSTOMERS-UNLINKED PIC 9(7) VALUE 0.
          05 SEGMENTS-CHANGED PIC 9(7) VALUE 0.
          05 CARD-SIGNALS PIC 9(7) VALUE 0.
          05 AR-SIGNALS PIC 9(7) VALUE 0.
          05 DORMANT-SIGNALS PIC 9(7) VALUE 0.
          05 DECLINE-SIGNALS PIC 9(7) VALUE 0.

      * DISPLAY-FORMATTED COUNTERS
       01 WS-DISP-COUNTERS.
          05 CUSTOMERS-READ-DISP PIC Z(6)9.
          05 CUSTOMERS-SEGMENTED-DISP PIC Z(6)9.
          05 CUSTOMERS-MERGED-DISP PIC Z(6)9.
          05 CUSTOMERS-UNLINKED-DISP PIC Z(6)9.
          05 SEGMENTS-CHANGED-DISP PIC Z(6)9.
          05 CARD-SIGNALS-DISP PIC Z(6)9.
          05 AR-SIGNALS-DISP PIC Z(6)9.
          05 DORMANT-SIGNALS-DISP PIC Z(6)9.
          05 DECLINE-SIGNALS-DISP PIC Z(6)9.

      **********************************************
      * LOAD THE XREF -> LAY ON THE FOUR SOURCES -> SEGMENT EVERY
      * CUSTOMER ON THE MASTER -> TOTALS -> CLOSE -> STATUS ->
      * SUMMARY.
      **********************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM SET-BST-START-TS.
           PERFORM OPEN-STATUS-LOG.
           PERFORM LOAD-RUN-DATE.
           PERFORM LOAD-RUNTIME-PARMS.
           PERFORM LOAD-XREF-TABLE.
           PERFORM APPLY-CARD-SIGNALS.
           PERFORM APPLY-AR-SIGNALS.
           PERFORM APPLY-DORMANT-SIGNALS.
           PERFORM APPLY-DECLINE-SIGNALS.
           PERFORM OPEN-ALL-FILES.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM SEGMENT-ALL-CUSTOMERS.
           PERFORM WRITE-SEGMENT-TOTALS.
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
      * RUN DATE FROM CYCDAT40 - THE SEGMENT EFFECTIVE DATE.
      **********************************************
       LOAD-RUN-DATE.
           MOVE 'CUSSEG39' TO CD-JOB-NAME.
           CALL 'CYCDAT40' USING WS-CYCDATE-REQUEST END-CALL.
           MOVE CD-CYCLE-DATE TO WS-RUN-DATE.
           COMPUTE WS-RUN-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).

      **********************************************
      * READS THE SCORE THRESHOLDS AND WINDOWS FROM THE CENTRAL
      * PARAMETER FILE THROUGH PRMGET50, KEEPING THE
      * WORKING-STORAGE VALUES AS THE DEFAULTS.
      **********************************************
       LOAD-RUNTIME-PARMS.
           MOVE 'CUSSEG39' TO RP-JOB-NAME.
           MOVE 'HIGHSCORE' TO RP-KEYWORD.
           MOVE WS-HIGH-SCORE TO RP-DEFAULT-VALUE.
           CALL 'PRMGET50' USING WS-RUNPARM-REQUEST END-CALL.
           MOVE RP-VALUE TO WS-HIGH-SCORE.
           MOVE 'CUSSEG39' TO RP-JOB-NAME.
           MOVE 'WATCHSCORE' TO RP-KEYWORD.
           MOVE WS-WATCH-SCORE TO RP-DEFAULT-VALUE.
           CALL 'PRMGET50' USING WS-RUNPARM-REQUEST END-CALL.
           MOVE RP-VALUE TO WS-WATCH-SCORE.
           MOVE 'CUSSEG39' TO RP-JOB-NAME.
           MOVE 'VALUELIMIT' TO RP-KEYWORD.
           MOVE WS-VALUE-LIMIT TO RP-DEFAULT-VALUE.
           CALL 'PRMGET50' USING WS-RUNPARM-REQUEST END-CALL.
           MOVE RP-VALUE TO WS-VALUE-LIMIT.
           MOVE 'CUSSEG39' TO RP-JOB-NAME.
           MOVE 'DECLINEDAYS' TO RP-KEYWORD.
           MOVE WS-DECLINE-DAYS TO RP-DEFAULT-VALUE.
           CALL 'PRMGET50' USING WS-RUNPARM-REQUEST END-CALL.
           MOVE RP-VALUE TO WS-DECLINE-DAYS.
           MOVE 'CUSSEG39' TO RP-JOB-NAME.
           MOVE 'DORMANTDAYS' TO RP-KEYWORD.
           MOVE WS-DORMANT-DAYS TO RP-DEFAULT-VALUE.
           CALL 'PRMGET50' USING WS-RUNPARM-REQUEST END-CALL.
           MOVE RP-VALUE TO WS-DORMANT-DAYS.

      **********************************************
      * LOADS EVERY XREF RECORD, IN KEY ORDER, WITH ITS SIGNALS
      * CLEARED. A CUSTOMER MERGED AWAY HAS HAD ITS MAPPINGS MOVED
      * TO THE SURVIVOR AND IS LOADED WITH NONE.
      **********************************************
       LOAD-XREF-TABLE.
           OPEN INPUT XREF-MASTER.
           IF XREF-MASTER-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING XREF MASTER: '
                       XREF-MASTER-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.
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
                   IF XRF-CUST-ID NOT > WS-LAST-XREF-ID
                      DISPLAY 'ERROR: XREF OUT OF KEY ORDER AT '
                               XRF-CUST-ID
                      PERFORM ABEND-WITH-STATUS
                   END-IF
                   IF XREF-COUNT >= 20000
                      DISPLAY 'ERROR: XREF TABLE FULL (20000 MAX)'
                      PERFORM ABEND-WITH-STATUS
                   END-IF
                   MOVE XRF-CUST-ID TO WS-LAST-XREF-ID
                   ADD 1 TO XREF-COUNT
                   SET XT-IDX TO XREF-COUNT
                   MOVE XRF-CUST-ID TO XT-CUST-ID(XT-IDX)
                   MOVE XRF-PAY-CUST-ID TO XT-PAY-ID(XT-IDX)
                   MOVE XRF-ORD-CUST-ID(1:5) TO XT-ORD-ID(XT-IDX)
                   PERFORM DETOKENIZE-XREF-CARD
                   MOVE XRF-CARD-NUMBER TO XT-CARD-NUMBER(XT-IDX)
                   MOVE 0 TO XT-CARD-DPD(XT-IDX)
                   MOVE '0' TO XT-AR-BUCKET(XT-IDX)
                   MOVE 0 TO XT-DORMANT-DAYS(XT-IDX)
                   MOVE 0 TO XT-DECLINES(XT-IDX)
              END-READ
           END-PERFORM.
           CLOSE XREF-MASTER.
           MOVE 'C' TO CK-FUNCTION.
           CALL 'CRDTOK11' USING WS-CARDTOK-REQUEST END-CALL.

      **********************************************
      * LAYS EACH DELINQUENT CARD'S DAYS PAST DUE ON THE XREF
      * ENTRY IT IS MAPPED TO. NO CARRY FILE (05/35) LEAVES CARD
      * DELINQUENCY OUT OF THIS MONTH'S SCORES.
      **********************************************
       APPLY-CARD-SIGNALS.
           MOVE 'N' TO WS-SOURCE-EOF.
           OPEN INPUT CARD-DELINQ-FILE.
           IF CARD-DELINQ-STATUS = '05' OR CARD-DELINQ-STATUS = '35'
              DISPLAY 'NO CARD DELINQUENCY CARRY - CARDS NOT SCORED'
              SET SOURCE-MISSING TO TRUE
           ELSE
              IF CARD-DELINQ-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING CARD DELINQUENCY CARRY: '
                          CARD-DELINQ-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
              PERFORM UNTIL SOURCE-EOF
                 READ CARD-DELINQ-FILE
                   AT END
                      SET SOURCE-EOF TO TRUE
                   NOT AT END
                      IF CARD-DELINQ-STATUS NOT = '00'
                         DISPLAY 'ERROR READING CARD DELINQUENCY '
                                 'CARRY: ' CARD-DELINQ-STATUS
                         PERFORM ABEND-WITH-STATUS
                      END-IF
                      IF DQI-DAYS-PAST-DUE NUMERIC
                         AND DQI-DAYS-PAST-DUE > 0
                         PERFORM APPLY-ONE-CARD
                      END-IF
                 END-READ
              END-PERFORM
              CLOSE CARD-DELINQ-FILE
           END-IF.

      **********************************************
      * FINDS THE XREF ENTRY MAPPED TO THE DELINQUENT CARD.
      **********************************************
       APPLY-ONE-CARD.
           MOVE DQI-CARD-NUM TO WS-CARD-NUMBER-X.
           MOVE 'N' TO WS-XREF-FOUND.
           SET XT-IDX TO 1.
           SEARCH XREF-ENTRY
               AT END
                  CONTINUE
               WHEN XT-CARD-NUMBER(XT-IDX) = WS-CARD-NUMBER-X
                  SET XREF-FOUND TO TRUE
           END-SEARCH.
           IF XREF-FOUND
              IF DQI-DAYS-PAST-DUE > XT-CARD-DPD(XT-IDX)
                 MOVE DQI-DAYS-PAST-DUE TO XT-CARD-DPD(XT-IDX)
              END-IF
              ADD 1 TO CARD-SIGNALS
           END-IF.

      **********************************************
      * LAYS EACH ORDER CUSTOMER'S WORST A/R BUCKET ON THE XREF
      * ENTRY IT IS MAPPED TO. NO AGING EXTRACT (05/35) LEAVES
      * A/R OUT OF THIS MONTH'S SCORES.
      **********************************************
       APPLY-AR-SIGNALS.
           MOVE 'N' TO WS-SOURCE-EOF.
           OPEN INPUT AGING-EXTRACT-FILE.
           IF AGING-EXTRACT-STATUS = '05'
              OR AGING-EXTRACT-STATUS = '35'
              DISPLAY 'NO A/R AGING EXTRACT - A/R NOT SCORED'
              SET SOURCE-MISSING TO TRUE
           ELSE
              IF AGING-EXTRACT-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING A/R AGING EXTRACT: '
                          AGING-EXTRACT-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
              PERFORM UNTIL SOURCE-EOF
                 READ AGING-EXTRACT-FILE
                   AT END
                      SET SOURCE-EOF TO TRUE
                   NOT AT END
                      IF AGING-EXTRACT-STATUS NOT = '00'
                         DISPLAY 'ERROR READING A/R AGING EXTRACT: '
                                  AGING-EXTRACT-STATUS
                         PERFORM ABEND-WITH-STATUS
                      END-IF
                      PERFORM APPLY-ONE-AGING
                 END-READ
              END-PERFORM
              CLOSE AGING-EXTRACT-FILE
           END-IF.

      **********************************************
      * FINDS THE XREF ENTRY MAPPED TO THE ORDER CUSTOMER AND
      * RECORDS ITS WORST BUCKET WITH A BALANCE.
      **********************************************
       APPLY-ONE-AGING.
           MOVE 'N' TO WS-XREF-FOUND.
           SET XT-IDX TO 1.
           SEARCH XREF-ENTRY
               AT END
                  CONTINUE
               WHEN XT-ORD-ID(XT-IDX) = AGX-CUST-ID
                  SET XREF-FOUND TO TRUE
           END-SEARCH.
           IF XREF-FOUND
              EVALUATE TRUE
                  WHEN AGX-OVER-90 NUMERIC AND AGX-OVER-90 > 0
                    MOVE '9' TO XT-AR-BUCKET(XT-IDX)
                  WHEN AGX-OVER-60 NUMERIC AND AGX-OVER-60 > 0
                    MOVE '6' TO XT-AR-BUCKET(XT-IDX)
                  WHEN AGX-OVER-30 NUMERIC AND AGX-OVER-30 > 0
                    MOVE '3' TO XT-AR-BUCKET(XT-IDX)
                  WHEN OTHER
                    MOVE '0' TO XT-AR-BUCKET(XT-IDX)
              END-EVALUATE
              ADD 1 TO AR-SIGNALS
           END-IF.

      **********************************************
      * LAYS EACH DORMANT PAYMENTS ACCOUNT'S DORMANCY ON THE XREF
      * ENTRY IT IS MAPPED TO. NO DORMANCY EXTRACT (05/35) LEAVES
      * DORMANCY OUT OF THIS MONTH'S SEGMENTS.
      **********************************************
       APPLY-DORMANT-SIGNALS.
           MOVE 'N' TO WS-SOURCE-EOF.
           OPEN INPUT DORMANT-EXTRACT-FILE.
           IF DORMANT-EXTRACT-STATUS = '05'
              OR DORMANT-EXTRACT-STATUS = '35'
              DISPLAY 'NO DORMANCY EXTRACT - DORMANCY NOT SCORED'
              SET SOURCE-MISSING TO TRUE
           ELSE
              IF DORMANT-EXTRACT-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING DORMANCY EXTRACT: '
                          DORMANT-EXTRACT-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
              PERFORM UNTIL SOURCE-EOF
                 READ DORMANT-EXTRACT-FILE
                   AT END
                      SET SOURCE-EOF TO TRUE
                   NOT AT END
                      IF DORMANT-EXTRACT-STATUS NOT = '00'
                         DISPLAY 'ERROR READING DORMANCY EXTRACT: '
                                  DORMANT-EXTRACT-STATUS
                         PERFORM ABEND-WITH-STATUS
                      END-IF
                      IF DX-DORMANT-DAYS NUMERIC
                         PERFORM APPLY-ONE-DORMANT
                      END-IF
                 END-READ
              END-PERFORM
              CLOSE DORMANT-EXTRACT-FILE
           END-IF.

      **********************************************
      * FINDS THE XREF ENTRY MAPPED TO THE PAYMENTS ACCOUNT.
      **********************************************
       APPLY-ONE-DORMANT.
           MOVE 'N' TO WS-XREF-FOUND.
           SET XT-IDX TO 1.
           SEARCH XREF-ENTRY
               AT END
                  CONTINUE
               WHEN XT-PAY-ID(XT-IDX) = DX-CUST-ID
                  SET XREF-FOUND TO TRUE
           END-SEARCH.
           IF XREF-FOUND
              MOVE DX-DORMANT-DAYS TO XT-DORMANT-DAYS(XT-IDX)
              ADD 1 TO DORMANT-SIGNALS
           END-IF.

      **********************************************
      * COUNTS EACH CUSTOMER'S REJECTED APPLICATIONS INSIDE THE
      * DECLINE WINDOW. NO APPLICATION HISTORY (05/35) LEAVES
      * DECLINES OUT OF THIS MONTH'S SCORES.
      **********************************************
       APPLY-DECLINE-SIGNALS.
           MOVE 'N' TO WS-SOURCE-EOF.
           OPEN INPUT APP-HISTORY-FILE.
           IF APP-HISTORY-STATUS = '05' OR APP-HISTORY-STATUS = '35'
              DISPLAY 'NO APPLICATION HISTORY - DECLINES NOT SCORED'
              SET SOURCE-MISSING TO TRUE
           ELSE
              IF APP-HISTORY-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING APPLICATION HISTORY: '
                          APP-HISTORY-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
              PERFORM UNTIL SOURCE-EOF
                 READ APP-HISTORY-FILE
                   AT END
                      SET SOURCE-EOF TO TRUE
                   NOT AT END
                      IF APP-HISTORY-STATUS NOT = '00'
                         DISPLAY 'ERROR READING APPLICATION HISTORY: '
                                  APP-HISTORY-STATUS
                         PERFORM ABEND-WITH-STATUS
                      END-IF
                      IF AH-DECISION = 'REJECTED'
                         AND AH-CUST-ID NOT = SPACES
                         AND AH-DATE NUMERIC
                         PERFORM APPLY-ONE-DECLINE
                      END-IF
                 END-READ
              END-PERFORM
              CLOSE APP-HISTORY-FILE
           END-IF.

      **********************************************
      * COUNTS ONE REJECTION AGAINST ITS CUSTOMER WHEN IT FALLS
      * INSIDE THE WINDOW.
      **********************************************
       APPLY-ONE-DECLINE.
           COMPUTE WS-AGE-DAYS = WS-RUN-DATE-INT
                   - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(AH-DATE)).
           IF WS-AGE-DAYS >= 0 AND WS-AGE-DAYS <= WS-DECLINE-DAYS
              SEARCH ALL XREF-ENTRY
                  AT END
                     CONTINUE
                  WHEN XT-CUST-ID(XT-IDX) = AH-CUST-ID
                     IF XT-DECLINES(XT-IDX) < 99
                        ADD 1 TO XT-DECLINES(XT-IDX)
                     END-IF
                     ADD 1 TO DECLINE-SIGNALS
              END-SEARCH
           END-IF.

      **********************************************
      * OPENS THE MASTER FOR UPDATE, THE HISTORY FOR APPEND AND
      * THE REPORT.
      **********************************************
       OPEN-ALL-FILES.
           OPEN I-O CUST-MASTER-FILE.
           IF CUST-MASTER-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING CUSTOMER MASTER: '
                       CUST-MASTER-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN EXTEND SEGMENT-HISTORY-FILE.
           IF SEGMENT-HISTORY-STATUS = '05'
              OR SEGMENT-HISTORY-STATUS = '35'
              OPEN OUTPUT SEGMENT-HISTORY-FILE
           END-IF.
           IF SEGMENT-HISTORY-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING SEGMENT HISTORY: '
                       SEGMENT-HISTORY-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING REPORT FILE: ' REPORT-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * WRITES THE REPORT TITLE AND COLUMN HEADINGS.
      **********************************************
       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'CUSTOMER SEGMENTATION - SEGMENT CHANGES   RUN '
                      DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'CUST  RG OLD NEW RISK UTIL CDPD AR  DORM DECL'
                TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE '----- -- --- --- ---- ---- ---- -- ----- ----'
                TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.

      **********************************************
      * READS THE MASTER IN KEY ORDER AND SEGMENTS EVERY CUSTOMER
      * STILL IN ITS OWN RIGHT.
      **********************************************
       SEGMENT-ALL-CUSTOMERS.
           PERFORM UNTIL EOF
              READ CUST-MASTER-FILE NEXT RECORD
                AT END
                   SET EOF TO TRUE
                NOT AT END
                   IF CUST-MASTER-STATUS NOT = '00'
                      DISPLAY 'ERROR READING CUSTOMER MASTER: '
                               CUST-MASTER-STATUS
                      PERFORM ABEND-WITH-STATUS
                   END-IF
                   ADD 1 TO CUSTOMERS-READ
                   IF CUST-STATUS = 'M'
                      ADD 1 TO CUSTOMERS-MERGED
                   ELSE
                      PERFORM SEGMENT-ONE-CUSTOMER
                   END-IF
              END-READ
           END-PERFORM.

      **********************************************
      * GATHERS THE CUSTOMER'S SIGNALS, SCORES, ASSIGNS THE
      * SEGMENT, AND STORES IT WHEN IT HAS CHANGED.
      **********************************************
       SEGMENT-ONE-CUSTOMER.
           PERFORM GATHER-SIGNALS.
           PERFORM SCORE-CUSTOMER.
           PERFORM ASSIGN-SEGMENT.
           MOVE CUST-SEGMENT TO WS-OLD-SEGMENT.
           ADD 1 TO CUSTOMERS-SEGMENTED.
           PERFORM FIND-SEGMENT-NO.
           ADD 1 TO SEG-COUNT(WS-SEG-NO).
           ADD CUST-CURRENT-BAL TO SEG-BALANCE(WS-SEG-NO).
           IF WS-NEW-SEGMENT NOT = WS-OLD-SEGMENT
              MOVE WS-NEW-SEGMENT TO CUST-SEGMENT
              REWRITE CUST-MASTER-REC
              IF CUST-MASTER-STATUS NOT = '00'
                 DISPLAY 'ERROR REWRITING CUSTOMER MASTER: '
                          CUST-MASTER-STATUS
                 DISPLAY 'CUSTOMER ID: ' CUST-ID
                 PERFORM ABEND-WITH-STATUS
              END-IF
              ADD 1 TO SEG-CHANGED(WS-SEG-NO)
              ADD 1 TO SEGMENTS-CHANGED
              PERFORM WRITE-SEGMENT-HISTORY
              PERFORM WRITE-CHANGE-LINE
           END-IF.

      **********************************************
      * THE CUSTOMER'S SIGNALS OFF ITS XREF ENTRY, AND ITS
      * UTILIZATION OFF THE MASTER. A CUSTOMER NOT ON THE XREF IS
      * SCORED ON UTILIZATION ALONE.
      **********************************************
       GATHER-SIGNALS.
           MOVE 0 TO WS-CARD-DPD.
           MOVE '0' TO WS-AR-BUCKET.
           MOVE 0 TO WS-DORM-DAYS.
           MOVE 0 TO WS-DECLINES.
           MOVE 'N' TO WS-XREF-FOUND.
           IF XREF-COUNT > 0
              SEARCH ALL XREF-ENTRY
                  AT END
                     CONTINUE
                  WHEN XT-CUST-ID(XT-IDX) = CUST-ID
                     SET XREF-FOUND TO TRUE
              END-SEARCH
           END-IF.
           IF XREF-FOUND
              MOVE XT-CARD-DPD(XT-IDX) TO WS-CARD-DPD
              MOVE XT-AR-BUCKET(XT-IDX) TO WS-AR-BUCKET
              MOVE XT-DORMANT-DAYS(XT-IDX) TO WS-DORM-DAYS
              MOVE XT-DECLINES(XT-IDX) TO WS-DECLINES
           ELSE
              ADD 1 TO CUSTOMERS-UNLINKED
           END-IF.
           EVALUATE TRUE
               WHEN CUST-CREDIT-LIMIT NOT NUMERIC
                    OR CUST-CURRENT-BAL NOT NUMERIC
                 MOVE 0 TO WS-UTIL-PCT
               WHEN CUST-CREDIT-LIMIT = 0 AND CUST-CURRENT-BAL = 0
                 MOVE 0 TO WS-UTIL-PCT
               WHEN CUST-CREDIT-LIMIT = 0
                 MOVE 999 TO WS-UTIL-PCT
               WHEN OTHER
                 COMPUTE WS-UTIL-WORK =
                         CUST-CURRENT-BAL * 100 / CUST-CREDIT-LIMIT
                 IF WS-UTIL-WORK > 999
                    MOVE 999 TO WS-UTIL-PCT
                 ELSE
                    MOVE WS-UTIL-WORK TO WS-UTIL-PCT
                 END-IF
           END-EVALUATE.

      **********************************************
      * RISK POINTS FROM THE SIGNALS, CAPPED AT 100.
      **********************************************
       SCORE-CUSTOMER.
           MOVE 0 TO WS-RISK-SCORE.
           EVALUATE TRUE
               WHEN WS-CARD-DPD >= 90
                 ADD 50 TO WS-RISK-SCORE
               WHEN WS-CARD-DPD >= 60
                 ADD 35 TO WS-RISK-SCORE
               WHEN WS-CARD-DPD >= 30
                 ADD 20 TO WS-RISK-SCORE
               WHEN WS-CARD-DPD > 0
                 ADD 10 TO WS-RISK-SCORE
           END-EVALUATE.
           EVALUATE WS-AR-BUCKET
               WHEN '9'
                 ADD 40 TO WS-RISK-SCORE
               WHEN '6'
                 ADD 25 TO WS-RISK-SCORE
               WHEN '3'
                 ADD 10 TO WS-RISK-SCORE
           END-EVALUATE.
           EVALUATE TRUE
               WHEN WS-UTIL-PCT > 100
                 ADD 30 TO WS-RISK-SCORE
               WHEN WS-UTIL-PCT >= 80
                 ADD 15 TO WS-RISK-SCORE
           END-EVALUATE.
           COMPUTE WS-DECLINE-POINTS = WS-DECLINES * 10.
           IF WS-DECLINE-POINTS > 20
              MOVE 20 TO WS-DECLINE-POINTS
           END-IF.
           ADD WS-DECLINE-POINTS TO WS-RISK-SCORE.
           IF WS-RISK-SCORE > 100
              MOVE 100 TO WS-RISK-SCORE
           END-IF.

      **********************************************
      * RISK SEGMENTS FIRST, THEN DORMANCY, THEN VALUE.
      **********************************************
       ASSIGN-SEGMENT.
           EVALUATE TRUE
               WHEN WS-RISK-SCORE >= WS-HIGH-SCORE
                 MOVE 'H' TO WS-NEW-SEGMENT
               WHEN WS-RISK-SCORE >= WS-WATCH-SCORE
                 MOVE 'W' TO WS-NEW-SEGMENT
               WHEN WS-DORM-DAYS >= WS-DORMANT-DAYS
                 MOVE 'D' TO WS-NEW-SEGMENT
               WHEN WS-RISK-SCORE = 0 AND WS-UTIL-PCT < 50
                    AND CUST-CREDIT-LIMIT NUMERIC
                    AND CUST-CREDIT-LIMIT >= WS-VALUE-LIMIT
                 MOVE 'V' TO WS-NEW-SEGMENT
               WHEN OTHER
                 MOVE 'S' TO WS-NEW-SEGMENT
           END-EVALUATE.

      **********************************************
      * POSITION OF THE NEW SEGMENT IN THE TOTALS TABLE.
      **********************************************
       FIND-SEGMENT-NO.
           EVALUATE WS-NEW-SEGMENT
               WHEN 'H'
                 MOVE 1 TO WS-SEG-NO
               WHEN 'W'
                 MOVE 2 TO WS-SEG-NO
               WHEN 'D'
                 MOVE 3 TO WS-SEG-NO
               WHEN 'V'
                 MOVE 4 TO WS-SEG-NO
               WHEN OTHER
                 MOVE 5 TO WS-SEG-NO
           END-EVALUATE.

      **********************************************
      * APPENDS THE NEW SEGMENT, EFFECTIVE THE RUN DATE, WITH THE
      * SIGNALS IT WAS DECIDED ON.
      **********************************************
       WRITE-SEGMENT-HISTORY.
           MOVE SPACES TO SEGMENT-HISTORY-REC.
           MOVE CUST-ID TO SGH-CUST-ID.
           MOVE WS-NEW-SEGMENT TO SGH-SEGMENT.
           MOVE WS-RUN-DATE TO SGH-EFF-DATE.
           MOVE WS-OLD-SEGMENT TO SGH-PREV-SEGMENT.
           MOVE WS-RISK-SCORE TO SGH-RISK-SCORE.
           MOVE WS-UTIL-PCT TO SGH-UTIL-PCT.
           MOVE WS-CARD-DPD TO SGH-CARD-DPD.
           MOVE WS-AR-BUCKET TO SGH-AR-BUCKET.
           MOVE WS-DORM-DAYS TO SGH-DORMANT-DAYS.
           MOVE WS-DECLINES TO SGH-DECLINES.
           MOVE CUST-REGION TO SGH-CUST-REGION.
           IF CUST-CURRENT-BAL NUMERIC
              MOVE CUST-CURRENT-BAL TO SGH-CUST-BAL
           ELSE
              MOVE 0 TO SGH-CUST-BAL
           END-IF.
           WRITE SEGMENT-HISTORY-REC.
           IF SEGMENT-HISTORY-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING SEGMENT HISTORY: '
                       SEGMENT-HISTORY-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * ONE REPORT LINE FOR A CUSTOMER WHOSE SEGMENT CHANGED.
      **********************************************
       WRITE-CHANGE-LINE.
           MOVE WS-RISK-SCORE TO WS-SCORE-DISP.
           MOVE WS-UTIL-PCT TO WS-UTIL-DISP.
           MOVE WS-CARD-DPD TO WS-DPD-DISP.
           MOVE WS-DORM-DAYS TO WS-DORM-DISP.
           MOVE WS-DECLINES TO WS-DECL-DISP.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE CUST-ID TO WS-REPORT-LINE(1:5).
           MOVE CUST-REGION TO WS-REPORT-LINE(7:2).
           MOVE WS-OLD-SEGMENT TO WS-REPORT-LINE(11:1).
           MOVE WS-NEW-SEGMENT TO WS-REPORT-LINE(15:1).
           MOVE WS-SCORE-DISP TO WS-REPORT-LINE(19:3).
           MOVE WS-UTIL-DISP TO WS-REPORT-LINE(24:3).
           MOVE WS-DPD-DISP TO WS-REPORT-LINE(29:3).
           MOVE WS-AR-BUCKET TO WS-REPORT-LINE(35:1).
           MOVE WS-DORM-DISP TO WS-REPORT-LINE(38:5).
           MOVE WS-DECL-DISP TO WS-REPORT-LINE(46:2).
           MOVE WS-REPORT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.

      **********************************************
      * ONE TOTAL LINE PER SEGMENT: CUSTOMERS, BALANCE, AND HOW
      * MANY MOVED INTO IT THIS RUN.
      **********************************************
       WRITE-SEGMENT-TOTALS.
           MOVE SPACES TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'SEGMENT TOTALS' TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING SG-IDX FROM 1 BY 1 UNTIL SG-IDX > 5
              MOVE SPACES TO WS-REPORT-LINE
              SET WS-SEG-NO TO SG-IDX
              MOVE WS-SEGMENT-CODES(WS-SEG-NO:1)
                   TO WS-REPORT-LINE(3:1)
              EVALUATE WS-SEG-NO
                  WHEN 1
                    MOVE 'HIGH RISK' TO WS-REPORT-LINE(5:10)
                  WHEN 2
                    MOVE 'WATCH' TO WS-REPORT-LINE(5:10)
                  WHEN 3
                    MOVE 'DORMANT' TO WS-REPORT-LINE(5:10)
                  WHEN 4
                    MOVE 'VALUE' TO WS-REPORT-LINE(5:10)
                  WHEN 5
                    MOVE 'STANDARD' TO WS-REPORT-LINE(5:10)
              END-EVALUATE
              MOVE SEG-COUNT(SG-IDX) TO WS-CNT-DISP
              MOVE 'CUSTOMERS' TO WS-REPORT-LINE(16:9)
              MOVE WS-CNT-DISP TO WS-REPORT-LINE(26:7)
              MOVE SEG-BALANCE(SG-IDX) TO WS-BAL-DISP
              MOVE 'BAL' TO WS-REPORT-LINE(34:3)
              MOVE WS-BAL-DISP TO WS-REPORT-LINE(38:14)
              MOVE SEG-CHANGED(SG-IDX) TO WS-CNT-DISP
              MOVE 'NEW' TO WS-REPORT-LINE(54:3)
              MOVE WS-CNT-DISP TO WS-REPORT-LINE(58:7)
              MOVE WS-REPORT-LINE TO REPORT-REC
              PERFORM WRITE-REPORT-LINE
           END-PERFORM.
           IF SOURCE-MISSING
              MOVE '* A SIGNAL SOURCE WAS MISSING - SEE SYSOUT'
                   TO REPORT-REC
              PERFORM WRITE-REPORT-LINE
           END-IF.

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

      **********************************************
      * CLOSE ALL FILES AND CHECK STATUS
      **********************************************
       CLOSE-ALL-FILES.
           CLOSE CUST-MASTER-FILE.
           IF CUST-MASTER-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING CUSTOMER MASTER: '
                       CUST-MASTER-STATUS
           END-IF.

           CLOSE SEGMENT-HISTORY-FILE.
           IF SEGMENT-HISTORY-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING SEGMENT HISTORY: '
                       SEGMENT-HISTORY-STATUS
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
           MOVE 'CUSSEG39' TO BST-PROGRAM-ID.
           PERFORM GET-BST-TIMESTAMP.
           MOVE WS-BST-START-TS TO BST-START-TS.
           MOVE WS-BST-TS-BUILT TO BST-END-TS.
           MOVE CUSTOMERS-READ TO BST-RECORDS-IN.
           MOVE CUSTOMERS-SEGMENTED TO BST-RECORDS-OUT.
           MOVE 0 TO BST-RECORDS-REJECTED.
           IF ABEND-IN-PROGRESS
              MOVE 'FAILED' TO BST-STATUS
              MOVE 'JOB ABENDED - SEE SYSOUT FOR DETAIL' TO BST-MESSAGE
           ELSE
              IF SOURCE-MISSING
                 MOVE 'WARNING' TO BST-STATUS
                 MOVE 'SEGMENTED WITH A SIGNAL SOURCE MISSING'
                      TO BST-MESSAGE
              ELSE
                 MOVE 'COMPLETE' TO BST-STATUS
                 MOVE 'CUSTOMERS SEGMENTED' TO BST-MESSAGE
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
      * THE XREF CARRIES A CARD TOKEN; THE CARD NUMBER BEHIND IT
      * IS NEEDED HERE TO MATCH THE CARD-SIDE SIGNALS. A TOKEN THE
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
           MOVE CUSTOMERS-READ TO CUSTOMERS-READ-DISP.
           MOVE CUSTOMERS-SEGMENTED TO CUSTOMERS-SEGMENTED-DISP.
           MOVE CUSTOMERS-MERGED TO CUSTOMERS-MERGED-DISP.
           MOVE CUSTOMERS-UNLINKED TO CUSTOMERS-UNLINKED-DISP.
           MOVE SEGMENTS-CHANGED TO SEGMENTS-CHANGED-DISP.
           MOVE CARD-SIGNALS TO CARD-SIGNALS-DISP.
           MOVE AR-SIGNALS TO AR-SIGNALS-DISP.
           MOVE DORMANT-SIGNALS TO DORMANT-SIGNALS-DISP.
           MOVE DECLINE-SIGNALS TO DECLINE-SIGNALS-DISP.
           DISPLAY '========================================'.
           DISPLAY 'CUSTOMER SEGMENTATION SUMMARY'.
           DISPLAY '========================================'.
           DISPLAY 'CUSTOMERS READ:        ' CUSTOMERS-READ-DISP.
           DISPLAY 'CUSTOMERS SEGMENTED:   ' CUSTOMERS-SEGMENTED-DISP.
           DISPLAY 'MERGED AWAY (SKIPPED): ' CUSTOMERS-MERGED-DISP.
           DISPLAY 'NOT ON XREF:           ' CUSTOMERS-UNLINKED-DISP.
           DISPLAY 'SEGMENTS CHANGED:      ' SEGMENTS-CHANGED-DISP.
           DISPLAY 'CARD SIGNALS:          ' CARD-SIGNALS-DISP.
           DISPLAY 'A/R SIGNALS:           ' AR-SIGNALS-DISP.
           DISPLAY 'DORMANCY SIGNALS:      ' DORMANT-SIGNALS-DISP.
           DISPLAY 'DECLINE SIGNALS:       ' DECLINE-SIGNALS-DISP.
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
