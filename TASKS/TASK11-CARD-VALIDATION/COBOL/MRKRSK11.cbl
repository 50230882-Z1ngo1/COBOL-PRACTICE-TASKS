      ******************************************************************
      * MERCHANT RISK MONITOR                                          *
      *                                                                *
      * PURPOSE:                                                       *
      * MERCHDD IS A STATIC FILE: VSMJOB11 ONLY CHECKS THAT A MERCHANT *
      * IS ON IT AND NOT SUSPENDED, AND NOBODY WATCHED HOW MERCHANTS   *
      * ACTUALLY BEHAVED - THE ACQUIRER'S DISPUTE-THRESHOLD FINE WAS   *
      * THE FIRST WE HEARD OF A BAD ONE. THIS JOB WORKS OUT ROLLING    *
      * 30-DAY RATES PER MERCHANT EVERY NIGHT, RANKS THE MERCHANTS     *
      * OVER A WATCH THRESHOLD, AND RECOMMENDS SUSPENSION FOR THOSE    *
      * OVER A SUSPENSION THRESHOLD. NOTHING IS SUSPENDED HERE: RISK   *
      * APPROVES THE RECOMMENDATIONS AND MRSAPL11 APPLIES THEM.        *
      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   PHASE 1 - LOAD THE MERCHANT REFERENCE FILE (MERCHDD).        *
      *   PHASE 2 - DECLINES (DECLDD, LESS BAD MERCH) AND SUSPECTED    *
      *     DUPLICATE PRESENTMENTS (DUPDD) ONLY EXIST FOR ONE NIGHT,   *
      *     SO THEIR DAILY COUNTS PER MERCHANT ARE KEPT ON A ROLLING   *
      *     HISTORY: LAST RUN'S (MRHDD) IS READ, DAYS THAT HAVE AGED   *
      *     OUT OF THE WINDOW (AND ANY EARLIER RUN FOR TONIGHT'S       *
      *     CYCLE DATE) ARE DROPPED, TONIGHT'S COUNTS ARE ADDED, AND   *
      *     THE RESULT IS WRITTEN TO MRHNEW FOR THE JCL TO ROLL.       *
      *   PHASE 3 - ONE PASS OVER THE POSTED HISTORY (POSTDD) FOR THE  *
      *     WINDOW: CHARGES ARE THE MERCHANT'S PURCHASES, TYPE 'R'     *
      *     ITS REFUNDS, AND TYPE 'C' (DSPUTE11'S PROVISIONAL CREDIT)  *
      *     ITS DISPUTES.                                              *
      *   PHASE 4 - PER MERCHANT:                                      *
      *     DISPUTE RATE   = DISPUTES / PURCHASES                      *
      *     DECLINE RATE   = DECLINES / (PURCHASES + DECLINES)         *
      *     DUPLICATE RATE = DUPLICATES / (PURCHASES + DUPLICATES)     *
      *     REFUND RATIO   = REFUND AMOUNT / PURCHASE AMOUNT           *
      *     ALL AS PERCENTAGES. EACH RATE IS ALSO TAKEN AS A           *
      *     PERCENTAGE OF ITS WATCH THRESHOLD; THE HIGHEST OF THE FOUR *
      *     IS THE MERCHANT'S RISK SCORE AND ITS MEASURE THE WORST.    *
      *     SCORE 100 OR MORE -> ON THE WATCH LIST.                    *
      *     ANY RATE AT ITS SUSPENSION THRESHOLD, AT LEAST MINTRANS    *
      *     PURCHASES AND DECLINES IN THE WINDOW, MERCHANT ON MERCHDD  *
      *     AND NOT ALREADY SUSPENDED -> SUSPENSION RECOMMENDED        *
      *     (SUSPDD), DISPUTES FIRST SINCE THAT IS WHAT THE ACQUIRER   *
      *     FINES ON.                                                  *
      *   PHASE 5 - THE WATCH LIST IS RANKED BY RISK SCORE, HIGHEST    *
      *     FIRST, AND PRINTED (WATCHDD).                              *
      *   THRESHOLDS, THE WINDOW AND THE MINIMUM VOLUME ARE PARMDD     *
      *   TUNABLES; A THRESHOLD OF ZERO TURNS THAT MEASURE OFF.        *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/10/15                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/10/15 - INITIAL VERSION.                                  *
      * 2026/10/15 - DECLINED-CARD-NUM IS NOW X(16): VSMJOB11 WRITES   *
      *              THE CARD NUMBER MASKED.                           *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  MERCHDD (MERCHANT.REF) - MERCHANT REFERENCE FILE       *
      * INPUT:  DECLDD (DECLINED.FILE) - VSMJOB11'S DECLINES FOR THE   *
      *         CYCLE (PS, 80 B, OPTIONAL)                             *
      * INPUT:  DUPDD (SUSPECT.DUPLICATE) - VSMJOB11'S SUSPECTED       *
      *         DUPLICATE PRESENTMENTS FOR THE CYCLE (OPTIONAL)        *
      * INPUT:  MRHDD (MERCHANT.RISK.HIST) - LAST RUN'S ROLLING DAILY  *
      *         DECLINE/DUPLICATE COUNTS (PS, 80 B, OPTIONAL)          *
      * INPUT:  POSTDD (CARD.POSTED.HIST) - POSTED-TRANSACTION HISTORY *
      * OUTPUT: MRHNEW (MERCHANT.RISK.HIST.NEW) - ROLLING DAILY COUNTS *
      *         FOR THE NEXT RUN (PS, 80 B)                            *
      * OUTPUT: WATCHDD (MERCHANT.WATCH.LIST) - RANKED WATCH LIST      *
      *         (PS, 80 B)                                             *
      * OUTPUT: SUSPDD (MERCHANT.SUSPEND.RECOMMEND) - SUSPENSION       *
      *         RECOMMENDATIONS FOR RISK TO APPROVE (PS, 80 B)         *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRKRSK11.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MERCHANT-REF-FILE ASSIGN TO MERCHDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MERCHANT-REF-STATUS.

           SELECT DECLINED-TRANS-FILE ASSIGN TO DECLDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DECLINED-STATUS.

           SELECT DUP-TRANS-FILE ASSIGN TO DUPDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DUP-TRANS-STATUS.

           SELECT RISK-HIST-IN-FILE ASSIGN TO MRHDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RISK-HIST-IN-STATUS.

           SELECT RISK-HIST-OUT-FILE ASSIGN TO MRHNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RISK-HIST-OUT-STATUS.

           SELECT POSTED-HISTORY-FILE ASSIGN TO POSTDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS POSTED-HISTORY-STATUS.

           SELECT WATCH-LIST-FILE ASSIGN TO WATCHDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WATCH-LIST-STATUS.

           SELECT SUSPEND-REC-FILE ASSIGN TO SUSPDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SUSPEND-REC-STATUS.

           SELECT STATUS-LOG ASSIGN TO STATLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STATUS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MERCHANT-REF-FILE RECORDING MODE IS F.
       01 MERCHANT-REF-REC.
          05 MER-ID PIC X(8).
          05 FILLER PIC X(1).
          05 MER-NAME PIC X(25).
          05 FILLER PIC X(1).
          05 MER-MCC PIC X(4).
          05 FILLER PIC X(1).
          05 MER-STATUS PIC X(1).
          05 FILLER PIC X(39).

      * SAME LAYOUT AS VSMJOB11'S DECLINED-REC.
       FD DECLINED-TRANS-FILE RECORDING MODE IS F.
       01 DECLINED-REC.
          05 DECLINED-TRANS-ID PIC X(5).
          05 FILLER PIC X(1).
          05 DECLINED-CARD-NUM PIC X(16).
          05 FILLER PIC X(1).
          05 DECLINED-AMOUNT PIC $$$$9.99.
          05 FILLER PIC X(1).
          05 DECLINED-CURRENCY PIC X(3).
          05 FILLER PIC X(1).
          05 DECLINE-REASON PIC X(11).
          05 FILLER PIC X(1).
          05 DECLINED-MERCHANT-ID PIC X(8).
          05 FILLER PIC X(24).

      * VSMJOB11 WRITES THE SUSPECT TRANSACTION AS RECEIVED ON
      * TRNSDD; ONLY THE MERCHANT ID IS NEEDED HERE.
       FD DUP-TRANS-FILE RECORDING MODE IS F.
       01 DUP-TRANS-REC.
          05 DUP-TRANS-ID PIC X(5).
          05 DUP-CARD-NUM PIC 9(16).
          05 DUP-AMOUNT PIC 9(5)V99.
          05 DUP-CURRENCY PIC X(3).
          05 DUP-MERCHANT-ID PIC X(8).
          05 FILLER PIC X(41).

      * SAME BYTE POSITIONS AS THE RISK-HIST-OUT-REC BELOW.
       FD RISK-HIST-IN-FILE RECORDING MODE IS F.
       01 RISK-HIST-IN-REC.
          05 MRH-IN-MERCHANT-ID PIC X(8).
          05 FILLER PIC X(1).
          05 MRH-IN-DATE PIC X(8).
          05 FILLER PIC X(1).
          05 MRH-IN-DECLINES PIC 9(5).
          05 FILLER PIC X(1).
          05 MRH-IN-DUPLICATES PIC 9(5).
          05 FILLER PIC X(51).

      * ONE RECORD PER MERCHANT PER CYCLE DATE THAT HAD ANY
      * DECLINES OR SUSPECTED DUPLICATES.
       FD RISK-HIST-OUT-FILE RECORDING MODE IS F.
       01 RISK-HIST-OUT-REC.
          05 MRH-MERCHANT-ID PIC X(8).
          05 FILLER PIC X(1).
          05 MRH-DATE PIC X(8).
          05 FILLER PIC X(1).
          05 MRH-DECLINES PIC 9(5).
          05 FILLER PIC X(1).
          05 MRH-DUPLICATES PIC 9(5).
          05 FILLER PIC X(51).

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
             88 HIST-IS-CHARGE VALUE SPACE.
             88 HIST-IS-REFUND VALUE 'R'.
             88 HIST-IS-DISPUTE-CREDIT VALUE 'C'.
          05 FILLER PIC X(1).
          05 HIST-MERCHANT-ID PIC X(8).
          05 FILLER PIC X(26).

       FD WATCH-LIST-FILE RECORDING MODE IS F.
       01 WATCH-LIST-REC PIC X(80).

       FD SUSPEND-REC-FILE RECORDING MODE IS F.
       01 SUSPEND-REC.
           COPY MERSUSP.

       FD STATUS-LOG RECORDING MODE IS F.
       01 STATUS-LOG-REC.
           COPY BATSTAT.

       WORKING-STORAGE SECTION.

      * FILE-STATUS VARIABLES
       01 FILE-STATUSES.
          05 MERCHANT-REF-STATUS PIC X(2).
          05 DECLINED-STATUS PIC X(2).
          05 DUP-TRANS-STATUS PIC X(2).
          05 RISK-HIST-IN-STATUS PIC X(2).
          05 RISK-HIST-OUT-STATUS PIC X(2).
          05 POSTED-HISTORY-STATUS PIC X(2).
          05 WATCH-LIST-STATUS PIC X(2).
          05 SUSPEND-REC-STATUS PIC X(2).
          05 STATUS-LOG-STATUS PIC X(2).

      * CONTROL FLAGS
       01 WS-FLAGS.
          05 WS-MERCHANT-EOF PIC X(1) VALUE 'N'.
             88 MERCHANT-EOF VALUE 'Y'.
          05 WS-DECLINED-EOF PIC X(1) VALUE 'N'.
             88 DECLINED-EOF VALUE 'Y'.
          05 WS-DUP-EOF PIC X(1) VALUE 'N'.
             88 DUP-EOF VALUE 'Y'.
          05 WS-HIST-IN-EOF PIC X(1) VALUE 'N'.
             88 HIST-IN-EOF VALUE 'Y'.
          05 WS-POSTED-EOF PIC X(1) VALUE 'N'.
             88 POSTED-EOF VALUE 'Y'.
          05 WS-DECLINED-OPEN PIC X(1) VALUE 'N'.
             88 DECLINED-OPEN VALUE 'Y'.
          05 WS-DUP-OPEN PIC X(1) VALUE 'N'.
             88 DUP-OPEN VALUE 'Y'.
          05 WS-HIST-IN-OPEN PIC X(1) VALUE 'N'.
             88 HIST-IN-OPEN VALUE 'Y'.
          05 WS-RISK-FOUND PIC X(1) VALUE 'N'.
             88 RISK-FOUND VALUE 'Y'.

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

      * THE BUSINESS CYCLE DATE (YYYYMMDD FROM CYCDAT40): THE LAST
      * DAY OF THE WINDOW AND THE DATE TONIGHT'S DECLINE AND
      * DUPLICATE COUNTS ARE KEPT UNDER ON THE HISTORY.
       01 WS-CUR-DATE-GROUP PIC X(8).

      * RUNTIME PARAMETER LOOKUP REQUEST AREA - SEE COPYBOOK
      * RUNPARM AND SUBPROGRAM PRMGET50.
           COPY RUNPARM.

      * WINDOW LENGTH IN DAYS (TONIGHT INCLUDED), THE FEWEST
      * PURCHASES PLUS DECLINES A MERCHANT MUST HAVE IN THE WINDOW
      * BEFORE SUSPENSION IS RECOMMENDED, AND THE WATCH AND
      * SUSPENSION THRESHOLDS AS PERCENTAGES. ADJUST HERE TO
      * RETUNE, OR OVERRIDE ON PARMDD.
       01 WS-RISK-WINDOW-DAYS PIC 9(3) VALUE 30.
       01 WS-MIN-VOLUME PIC 9(5) VALUE 20.
       01 WS-THRESHOLDS.
          05 WS-DSP-WATCH PIC 9(3)V99 VALUE 0.65.
          05 WS-DSP-SUSPEND PIC 9(3)V99 VALUE 0.90.
          05 WS-DECL-WATCH PIC 9(3)V99 VALUE 15.00.
          05 WS-DECL-SUSPEND PIC 9(3)V99 VALUE 30.00.
          05 WS-DUP-WATCH PIC 9(3)V99 VALUE 1.00.
          05 WS-DUP-SUSPEND PIC 9(3)V99 VALUE 3.00.
          05 WS-REF-WATCH PIC 9(3)V99 VALUE 10.00.
          05 WS-REF-SUSPEND PIC 9(3)V99 VALUE 25.00.

      * FIRST CYCLE DATE INSIDE THE WINDOW
       01 WS-TODAY-INT PIC 9(8).
       01 WS-WINDOW-START-INT PIC 9(8).
       01 WS-WINDOW-START-NUM PIC 9(8).
       01 WS-WINDOW-START REDEFINES WS-WINDOW-START-NUM PIC X(8).

      * MERCHANT RISK TABLE: ONE ENTRY PER MERCHANT ON MERCHDD, PLUS
      * ANY MERCHANT ID SEEN IN THE ACTIVITY THAT IS NOT ON IT.
       01 WS-RISK-TABLE.
          05 RISK-COUNT PIC 9(4) VALUE 0.
          05 RISK-ENTRY OCCURS 1000 TIMES INDEXED BY RK-IDX.
             10 RK-MERCHANT-ID PIC X(8).
             10 RK-NAME PIC X(25).
             10 RK-STATUS PIC X(1).
             10 RK-ON-FILE PIC X(1).
                88 RK-ON-MERCHANT-FILE VALUE 'Y'.
             10 RK-PURCHASES PIC 9(7).
             10 RK-PURCHASE-AMT PIC 9(11)V99.
             10 RK-REFUND-AMT PIC 9(11)V99.
             10 RK-DISPUTES PIC 9(7).
             10 RK-DECLINES PIC 9(7).
             10 RK-DUPLICATES PIC 9(7).
             10 RK-TODAY-DECLINES PIC 9(5).
             10 RK-TODAY-DUPLICATES PIC 9(5).
             10 RK-DSP-RATE PIC 9(3)V99.
             10 RK-DECL-RATE PIC 9(3)V99.
             10 RK-DUP-RATE PIC 9(3)V99.
             10 RK-REF-RATE PIC 9(3)V99.
             10 RK-SCORE PIC 9(7)V99.
             10 RK-WORST PIC X(10).
             10 RK-SUSPEND PIC X(1).
                88 RK-RECOMMEND-SUSPEND VALUE 'Y'.

      * WATCH-LIST RANKING: SUBSCRIPTS INTO THE RISK TABLE, SORTED
      * BY RISK SCORE, HIGHEST FIRST.
       01 WS-RANK-TABLE.
          05 RANK-COUNT PIC 9(4) VALUE 0.
          05 RANK-SUB PIC 9(4) OCCURS 1000 TIMES.
       01 WS-RANK-I PIC 9(4).
       01 WS-RANK-J PIC 9(4).
       01 WS-RANK-HOLD PIC 9(4).

      * RATE WORK FIELDS
       01 WS-FIND-MERCHANT-ID PIC X(8).
       01 WS-NUMERATOR PIC 9(13)V99.
       01 WS-DENOMINATOR PIC 9(13)V99.
       01 WS-RATE PIC 9(3)V99.
       01 WS-WATCH-LIMIT PIC 9(3)V99.
       01 WS-METRIC-SCORE PIC 9(7)V99.
       01 WS-METRIC-NAME PIC X(10).
       01 WS-VOLUME PIC 9(8).

      * REPORT LINE BUILD FIELDS
       01 WS-RPT-LINE PIC X(80).
       01 WS-RANK-DISP PIC ZZ9.
       01 WS-PURCH-DISP PIC Z(5)9.
       01 WS-DSP-DISP PIC ZZ9.99.
       01 WS-DECL-DISP PIC ZZ9.99.
       01 WS-DUP-DISP PIC ZZ9.99.
       01 WS-REF-DISP PIC ZZ9.99.
       01 WS-SUSP-FLAG PIC X(1).

      * STATISTICS COUNTERS
       01 WS-COUNTERS.
          05 TOTAL-MERCHANTS PIC 9(5) VALUE 0.
          05 TOTAL-DECLINES-READ PIC 9(7) VALUE 0.
          05 TOTAL-DUPS-READ PIC 9(7) VALUE 0.
          05 TOTAL-HIST-KEPT PIC 9(7) VALUE 0.
          05 TOTAL-HIST-DROPPED PIC 9(7) VALUE 0.
          05 TOTAL-POSTED-READ PIC 9(9) VALUE 0.
          05 TOTAL-WATCHED PIC 9(5) VALUE 0.
          05 TOTAL-RECOMMENDED PIC 9(5) VALUE 0.

      * DISPLAY-FORMATTED COUNTERS
       01 WS-DISP-COUNTERS.
          05 TOTAL-MERCHANTS-DISP PIC Z(4)9.
          05 TOTAL-DECLINES-READ-DISP PIC Z(6)9.
          05 TOTAL-DUPS-READ-DISP PIC Z(6)9.
          05 TOTAL-HIST-KEPT-DISP PIC Z(6)9.
          05 TOTAL-HIST-DROPPED-DISP PIC Z(6)9.
          05 TOTAL-POSTED-READ-DISP PIC Z(8)9.
          05 TOTAL-WATCHED-DISP PIC Z(4)9.
          05 TOTAL-RECOMMENDED-DISP PIC Z(4)9.

      **********************************************
      * LOADS THE MERCHANTS, ROLLS THE DECLINE/DUPLICATE HISTORY,
      * SCANS THE POSTED HISTORY, SCORES AND RANKS THE MERCHANTS,
      * CLOSES, WRITES BATCH STATUS AND DISPLAYS THE SUMMARY.
      **********************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM SET-BST-START-TS.
           PERFORM INIT-PROCESS.
           PERFORM OPEN-STATUS-LOG.
           PERFORM LOAD-RUNTIME-PARMS.
           PERFORM OPEN-ALL-FILES.
           PERFORM LOAD-MERCHANT-TABLE.
           PERFORM CARRY-RISK-HISTORY.
           PERFORM COUNT-CYCLE-DECLINES.
           PERFORM COUNT-CYCLE-DUPLICATES.
           PERFORM WRITE-CYCLE-HISTORY.
           PERFORM SCAN-POSTED-HISTORY.
           PERFORM SCORE-MERCHANTS.
           PERFORM RANK-WATCH-LIST.
           PERFORM WRITE-WATCH-LIST.
           PERFORM CLOSE-ALL-FILES.
           PERFORM WRITE-BATCH-STATUS.
           PERFORM DISPLAY-SUMMARY.
           STOP RUN.

      **********************************************
      * TAKES THE BUSINESS CYCLE DATE FROM THE CENTRAL
      * PROCESSING-DATE FACILITY (CYCDAT40) - NOT THE WALL CLOCK -
      * SO A RERUN FOR A PRIOR NIGHT SCORES THAT NIGHT'S WINDOW.
      **********************************************
       INIT-PROCESS.
           MOVE 'MRKRSK11' TO CD-JOB-NAME.
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
              STOP RUN
           END-IF.

      **********************************************
      * READS THIS JOB'S OPERATIONAL TUNABLES FROM THE CENTRAL
      * PARAMETER FILE THROUGH PRMGET50, KEEPING THE WORKING-
      * STORAGE VALUES AS THE DEFAULTS, THEN WORKS OUT THE FIRST
      * DATE OF THE WINDOW.
      **********************************************
       LOAD-RUNTIME-PARMS.
           MOVE 'MRKRSK11' TO RP-JOB-NAME.
           MOVE 'RISKWINDOW' TO RP-KEYWORD.
           MOVE WS-RISK-WINDOW-DAYS TO RP-DEFAULT-VALUE.
           CALL 'PRMGET50' USING WS-RUNPARM-REQUEST END-CALL.
           MOVE RP-VALUE TO WS-RISK-WINDOW-DAYS.
           MOVE 'MRKRSK11' TO RP-JOB-NAME.
           MOVE 'MINTRANS' TO RP-KEYWORD.
           MOVE WS-MIN-VOLUME TO RP-DEFAULT-VALUE.
           CALL 'PRMGET50' USING WS-RUNPARM-REQUEST END-CALL.
           MOVE RP-VALUE TO WS-MIN-VOLUME.
           MOVE 'MRKRSK11' TO RP-JOB-NAME.
           MOVE 'DSPWATCH' TO RP-KEYWORD.
           MOVE WS-DSP-WATCH TO RP-DEFAULT-VALUE.
           CALL 'PRMGET50' USING WS-RUNPARM-REQUEST END-CALL.
           MOVE RP-VALUE TO WS-DSP-WATCH.
           MOVE 'MRKRSK11' TO RP-JOB-NAME.
           MOVE 'DSPSUSPEND' TO RP-KEYWORD.
           MOVE WS-DSP-SUSPEND TO RP-DEFAULT-VALUE.
           CALL 'PRMGET50' USING WS-RUNPARM-REQUEST END-CALL.
           MOVE RP-VALUE TO WS-DSP-SUSPEND.
           MOVE 'MRKRSK11' TO RP-JOB-NAME.
           MOVE 'DECLWATCH' TO RP-KEYWORD.
           MOVE WS-DECL-WATCH TO RP-DEFAULT-VALUE.
           CALL 'PRMGET50' USING WS-RUNPARM-REQUEST END-CALL.
           MOVE RP-VALUE TO WS-DECL-WATCH.
           MOVE 'MRKRSK11' TO RP-JOB-NAME.
           MOVE 'DECLSUSPEND' TO RP-KEYWORD.
           MOVE WS-DECL-SUSPEND TO RP-DEFAULT-VALUE.
           CALL 'PRMGET50' USING WS-RUNPARM-REQUEST END-CALL.
           MOVE RP-VALUE TO WS-DECL-SUSPEND.
           MOVE 'MRKRSK11' TO RP-JOB-NAME.
           MOVE 'DUPWATCH' TO RP-KEYWORD.
           MOVE WS-DUP-WATCH TO RP-DEFAULT-VALUE.
           CALL 'PRMGET50' USING WS-RUNPARM-REQUEST END-CALL.
           MOVE RP-VALUE TO WS-DUP-WATCH.
           MOVE 'MRKRSK11' TO RP-JOB-NAME.
           MOVE 'DUPSUSPEND' TO RP-KEYWORD.
           MOVE WS-DUP-SUSPEND TO RP-DEFAULT-VALUE.
           CALL 'PRMGET50' USING WS-RUNPARM-REQUEST END-CALL.
           MOVE RP-VALUE TO WS-DUP-SUSPEND.
           MOVE 'MRKRSK11' TO RP-JOB-NAME.
           MOVE 'REFWATCH' TO RP-KEYWORD.
           MOVE WS-REF-WATCH TO RP-DEFAULT-VALUE.
           CALL 'PRMGET50' USING WS-RUNPARM-REQUEST END-CALL.
           MOVE RP-VALUE TO WS-REF-WATCH.
           MOVE 'MRKRSK11' TO RP-JOB-NAME.
           MOVE 'REFSUSPEND' TO RP-KEYWORD.
           MOVE WS-REF-SUSPEND TO RP-DEFAULT-VALUE.
           CALL 'PRMGET50' USING WS-RUNPARM-REQUEST END-CALL.
           MOVE RP-VALUE TO WS-REF-SUSPEND.

           IF WS-RISK-WINDOW-DAYS = 0
              DISPLAY 'ERROR: RISKWINDOW OF ZERO - NO DAYS TO SCORE'
              PERFORM ABEND-WITH-STATUS
           END-IF.

           COMPUTE WS-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE
                            (FUNCTION NUMVAL(WS-CUR-DATE-GROUP)).
           COMPUTE WS-WINDOW-START-INT =
                   WS-TODAY-INT - WS-RISK-WINDOW-DAYS + 1.
           COMPUTE WS-WINDOW-START-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-WINDOW-START-INT).
           DISPLAY 'RISK WINDOW FROM: ' WS-WINDOW-START.

      **********************************************
      * OPEN ALL FILES AND CHECK STATUS. THE DECLINE, DUPLICATE
      * AND HISTORY INPUTS ARE OPTIONAL: NONE OF ONE OF THEM IS
      * TREATED AS NO ACTIVITY OF THAT KIND.
      **********************************************
       OPEN-ALL-FILES.
           OPEN INPUT MERCHANT-REF-FILE.
           IF MERCHANT-REF-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING MERCHANT REFERENCE FILE: '
                       MERCHANT-REF-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN INPUT DECLINED-TRANS-FILE.
           EVALUATE DECLINED-STATUS
               WHEN '00'
                 SET DECLINED-OPEN TO TRUE
               WHEN '05'
               WHEN '35'
                 DISPLAY 'NO DECLINED FILE - NO DECLINES COUNTED'
                 SET DECLINED-EOF TO TRUE
               WHEN OTHER
                 DISPLAY 'ERROR OPENING DECLINED FILE: '
                          DECLINED-STATUS
                 PERFORM ABEND-WITH-STATUS
           END-EVALUATE.

           OPEN INPUT DUP-TRANS-FILE.
           EVALUATE DUP-TRANS-STATUS
               WHEN '00'
                 SET DUP-OPEN TO TRUE
               WHEN '05'
               WHEN '35'
                 DISPLAY 'NO DUPLICATE FILE - NO DUPLICATES COUNTED'
                 SET DUP-EOF TO TRUE
               WHEN OTHER
                 DISPLAY 'ERROR OPENING DUPLICATE FILE: '
                          DUP-TRANS-STATUS
                 PERFORM ABEND-WITH-STATUS
           END-EVALUATE.

           OPEN INPUT RISK-HIST-IN-FILE.
           EVALUATE RISK-HIST-IN-STATUS
               WHEN '00'
                 SET HIST-IN-OPEN TO TRUE
               WHEN '05'
               WHEN '35'
                 DISPLAY 'NO MERCHANT RISK HISTORY - STARTING FRESH'
                 SET HIST-IN-EOF TO TRUE
               WHEN OTHER
                 DISPLAY 'ERROR OPENING MERCHANT RISK HISTORY: '
                          RISK-HIST-IN-STATUS
                 PERFORM ABEND-WITH-STATUS
           END-EVALUATE.

           OPEN OUTPUT RISK-HIST-OUT-FILE.
           IF RISK-HIST-OUT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING NEW MERCHANT RISK HISTORY: '
                       RISK-HIST-OUT-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN INPUT POSTED-HISTORY-FILE.
           IF POSTED-HISTORY-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING POSTED HISTORY: '
                       POSTED-HISTORY-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN OUTPUT WATCH-LIST-FILE.
           IF WATCH-LIST-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING WATCH LIST: '
                       WATCH-LIST-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN OUTPUT SUSPEND-REC-FILE.
           IF SUSPEND-REC-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING SUSPENSION RECOMMENDATIONS: '
                       SUSPEND-REC-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * LOADS MERCHDD INTO THE RISK TABLE SO EVERY MERCHANT ON
      * FILE IS SCORED, WITH ITS NAME AND CURRENT STATUS.
      **********************************************
       LOAD-MERCHANT-TABLE.
           PERFORM UNTIL MERCHANT-EOF
              READ MERCHANT-REF-FILE
                AT END
                   SET MERCHANT-EOF TO TRUE
                NOT AT END
                   IF MERCHANT-REF-STATUS = '00'
                      MOVE MER-ID TO WS-FIND-MERCHANT-ID
                      PERFORM FIND-RISK-ENTRY
                      MOVE MER-NAME TO RK-NAME(RK-IDX)
                      MOVE MER-STATUS TO RK-STATUS(RK-IDX)
                      MOVE 'Y' TO RK-ON-FILE(RK-IDX)
                      ADD 1 TO TOTAL-MERCHANTS
                   ELSE
                      DISPLAY 'ERROR READING MERCHANT REFERENCE FILE: '
                               MERCHANT-REF-STATUS
                      PERFORM ABEND-WITH-STATUS
                   END-IF
              END-READ
           END-PERFORM.

      **********************************************
      * CARRIES LAST RUN'S DAILY DECLINE/DUPLICATE COUNTS INTO THE
      * WINDOW TOTALS AND ONTO THE NEW HISTORY. DAYS BEFORE THE
      * WINDOW HAVE AGED OUT; DAYS AT OR AFTER TONIGHT'S CYCLE DATE
      * CAME FROM AN EARLIER RUN OF THIS NIGHT (OR A LATER ONE
      * BEING RERUN OVER) AND ARE REPLACED BY TONIGHT'S COUNTS.
      **********************************************
       CARRY-RISK-HISTORY.
           PERFORM UNTIL HIST-IN-EOF
              READ RISK-HIST-IN-FILE
                AT END
                   SET HIST-IN-EOF TO TRUE
                NOT AT END
                   IF RISK-HIST-IN-STATUS = '00'
                      IF MRH-IN-DATE < WS-WINDOW-START
                         OR MRH-IN-DATE NOT < WS-CUR-DATE-GROUP
                         ADD 1 TO TOTAL-HIST-DROPPED
                      ELSE
                         PERFORM CARRY-ONE-HISTORY-DAY
                      END-IF
                   ELSE
                      DISPLAY 'ERROR READING MERCHANT RISK HISTORY: '
                               RISK-HIST-IN-STATUS
                      PERFORM ABEND-WITH-STATUS
                   END-IF
              END-READ
           END-PERFORM.

      **********************************************
      * ADDS ONE KEPT HISTORY DAY TO ITS MERCHANT'S WINDOW TOTALS
      * AND COPIES IT TO THE NEW HISTORY.
      **********************************************
       CARRY-ONE-HISTORY-DAY.
           MOVE MRH-IN-MERCHANT-ID TO WS-FIND-MERCHANT-ID.
           PERFORM FIND-RISK-ENTRY.
           ADD MRH-IN-DECLINES TO RK-DECLINES(RK-IDX).
           ADD MRH-IN-DUPLICATES TO RK-DUPLICATES(RK-IDX).
           MOVE RISK-HIST-IN-REC TO RISK-HIST-OUT-REC.
           PERFORM WRITE-HISTORY-REC.
           ADD 1 TO TOTAL-HIST-KEPT.

      **********************************************
      * COUNTS TONIGHT'S DECLINES PER MERCHANT FROM VSMJOB11'S
      * DECLDD. A DECLINE WITH NO MERCHANT ID IS NOT COUNTED, NOR
      * IS BAD MERCH - THAT IS OUR OWN REFUSAL OF A SUSPENDED OR
      * UNKNOWN MERCHANT, NOT SOMETHING THE MERCHANT DID.
      **********************************************
       COUNT-CYCLE-DECLINES.
           PERFORM UNTIL DECLINED-EOF
              READ DECLINED-TRANS-FILE
                AT END
                   SET DECLINED-EOF TO TRUE
                NOT AT END
                   IF DECLINED-STATUS = '00'
                      ADD 1 TO TOTAL-DECLINES-READ
                      IF DECLINED-MERCHANT-ID NOT = SPACES
                         AND DECLINE-REASON NOT = 'BAD MERCH'
                         MOVE DECLINED-MERCHANT-ID
                              TO WS-FIND-MERCHANT-ID
                         PERFORM FIND-RISK-ENTRY
                         ADD 1 TO RK-TODAY-DECLINES(RK-IDX)
                         ADD 1 TO RK-DECLINES(RK-IDX)
                      END-IF
                   ELSE
                      DISPLAY 'ERROR READING DECLINED FILE: '
                               DECLINED-STATUS
                      PERFORM ABEND-WITH-STATUS
                   END-IF
              END-READ
           END-PERFORM.

      **********************************************
      * COUNTS TONIGHT'S SUSPECTED DUPLICATE PRESENTMENTS PER
      * MERCHANT FROM VSMJOB11'S DUPDD.
      **********************************************
       COUNT-CYCLE-DUPLICATES.
           PERFORM UNTIL DUP-EOF
              READ DUP-TRANS-FILE
                AT END
                   SET DUP-EOF TO TRUE
                NOT AT END
                   IF DUP-TRANS-STATUS = '00'
                      ADD 1 TO TOTAL-DUPS-READ
                      IF DUP-MERCHANT-ID NOT = SPACES
                         MOVE DUP-MERCHANT-ID TO WS-FIND-MERCHANT-ID
                         PERFORM FIND-RISK-ENTRY
                         ADD 1 TO RK-TODAY-DUPLICATES(RK-IDX)
                         ADD 1 TO RK-DUPLICATES(RK-IDX)
                      END-IF
                   ELSE
                      DISPLAY 'ERROR READING DUPLICATE FILE: '
                               DUP-TRANS-STATUS
                      PERFORM ABEND-WITH-STATUS
                   END-IF
              END-READ
           END-PERFORM.

      **********************************************
      * WRITES ONE NEW HISTORY RECORD UNDER TONIGHT'S CYCLE DATE
      * FOR EVERY MERCHANT WITH DECLINES OR DUPLICATES TONIGHT.
      **********************************************
       WRITE-CYCLE-HISTORY.
           PERFORM VARYING RK-IDX FROM 1 BY 1
                   UNTIL RK-IDX > RISK-COUNT
              IF RK-TODAY-DECLINES(RK-IDX) > 0
                 OR RK-TODAY-DUPLICATES(RK-IDX) > 0
                 MOVE SPACES TO RISK-HIST-OUT-REC
                 MOVE RK-MERCHANT-ID(RK-IDX) TO MRH-MERCHANT-ID
                 MOVE WS-CUR-DATE-GROUP TO MRH-DATE
                 MOVE RK-TODAY-DECLINES(RK-IDX) TO MRH-DECLINES
                 MOVE RK-TODAY-DUPLICATES(RK-IDX) TO MRH-DUPLICATES
                 PERFORM WRITE-HISTORY-REC
              END-IF
           END-PERFORM.

      **********************************************
      * WRITES WHATEVER RECORD IS CURRENTLY IN RISK-HIST-OUT-REC.
      **********************************************
       WRITE-HISTORY-REC.
           WRITE RISK-HIST-OUT-REC.
           IF RISK-HIST-OUT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING NEW MERCHANT RISK HISTORY: '
                       RISK-HIST-OUT-STATUS
              DISPLAY 'MERCHANT ID: ' MRH-MERCHANT-ID
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * ONE PASS OVER POSTDD FOR THE WINDOW: CHARGES ARE
      * PURCHASES, TYPE 'R' REFUNDS AND TYPE 'C' DISPUTES, EACH
      * AGAINST THE MERCHANT ON THE RECORD. RECORDS WITH NO
      * MERCHANT (PAYMENTS, FEES, RE-POSTED DISPUTE CHARGES,
      * REWARDS CREDITS) ARE PASSED OVER.
      **********************************************
       SCAN-POSTED-HISTORY.
           PERFORM UNTIL POSTED-EOF
              READ POSTED-HISTORY-FILE
                AT END
                   SET POSTED-EOF TO TRUE
                NOT AT END
                   IF POSTED-HISTORY-STATUS = '00'
                      ADD 1 TO TOTAL-POSTED-READ
                      IF HIST-MERCHANT-ID NOT = SPACES
                         AND HIST-POST-DATE NOT < WS-WINDOW-START
                         AND HIST-POST-DATE NOT > WS-CUR-DATE-GROUP
                         PERFORM COUNT-POSTED-ACTIVITY
                      END-IF
                   ELSE
                      DISPLAY 'ERROR READING POSTED HISTORY: '
                               POSTED-HISTORY-STATUS
                      PERFORM ABEND-WITH-STATUS
                   END-IF
              END-READ
           END-PERFORM.

      **********************************************
      * ADDS ONE POSTED RECORD INSIDE THE WINDOW TO ITS
      * MERCHANT'S TOTALS.
      **********************************************
       COUNT-POSTED-ACTIVITY.
           EVALUATE TRUE
               WHEN HIST-IS-CHARGE
                 MOVE HIST-MERCHANT-ID TO WS-FIND-MERCHANT-ID
                 PERFORM FIND-RISK-ENTRY
                 ADD 1 TO RK-PURCHASES(RK-IDX)
                 ADD HIST-AMOUNT TO RK-PURCHASE-AMT(RK-IDX)
               WHEN HIST-IS-REFUND
                 MOVE HIST-MERCHANT-ID TO WS-FIND-MERCHANT-ID
                 PERFORM FIND-RISK-ENTRY
                 ADD HIST-AMOUNT TO RK-REFUND-AMT(RK-IDX)
               WHEN HIST-IS-DISPUTE-CREDIT
                 MOVE HIST-MERCHANT-ID TO WS-FIND-MERCHANT-ID
                 PERFORM FIND-RISK-ENTRY
                 ADD 1 TO RK-DISPUTES(RK-IDX)
               WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      **********************************************
      * FINDS WS-FIND-MERCHANT-ID IN THE RISK TABLE, ADDING A
      * ZEROED ENTRY WHEN IT IS NOT THERE YET, AND LEAVES RK-IDX
      * POINTING AT IT. OVERFLOW IS A HARD ERROR SINCE A DROPPED
      * MERCHANT WOULD SILENTLY ESCAPE THE WATCH LIST.
      **********************************************
       FIND-RISK-ENTRY.
           MOVE 'N' TO WS-RISK-FOUND.
           IF RISK-COUNT > 0
              SET RK-IDX TO 1
              SEARCH RISK-ENTRY
                  AT END
                     CONTINUE
                  WHEN RK-IDX > RISK-COUNT
                     CONTINUE
                  WHEN RK-MERCHANT-ID(RK-IDX) = WS-FIND-MERCHANT-ID
                     SET RISK-FOUND TO TRUE
              END-SEARCH
           END-IF.
           IF NOT RISK-FOUND
              IF RISK-COUNT >= 1000
                 DISPLAY 'ERROR: MERCHANT RISK TABLE FULL (1000 MAX)'
                 PERFORM ABEND-WITH-STATUS
              END-IF
              ADD 1 TO RISK-COUNT
              SET RK-IDX TO RISK-COUNT
              MOVE WS-FIND-MERCHANT-ID TO RK-MERCHANT-ID(RK-IDX)
              MOVE '*** NOT ON MERCHANT FILE' TO RK-NAME(RK-IDX)
              MOVE SPACE TO RK-STATUS(RK-IDX)
              MOVE 'N' TO RK-ON-FILE(RK-IDX)
              MOVE 0 TO RK-PURCHASES(RK-IDX)
              MOVE 0 TO RK-PURCHASE-AMT(RK-IDX)
              MOVE 0 TO RK-REFUND-AMT(RK-IDX)
              MOVE 0 TO RK-DISPUTES(RK-IDX)
              MOVE 0 TO RK-DECLINES(RK-IDX)
              MOVE 0 TO RK-DUPLICATES(RK-IDX)
              MOVE 0 TO RK-TODAY-DECLINES(RK-IDX)
              MOVE 0 TO RK-TODAY-DUPLICATES(RK-IDX)
              MOVE 0 TO RK-SCORE(RK-IDX)
              MOVE SPACES TO RK-WORST(RK-IDX)
              MOVE 'N' TO RK-SUSPEND(RK-IDX)
           END-IF.

      **********************************************
      * WORKS OUT EACH MERCHANT'S FOUR RATES AND RISK SCORE, AND
      * WRITES A SUSPENSION RECOMMENDATION WHERE ONE IS DUE.
      **********************************************
       SCORE-MERCHANTS.
           PERFORM VARYING RK-IDX FROM 1 BY 1
                   UNTIL RK-IDX > RISK-COUNT
              PERFORM SCORE-ONE-MERCHANT
           END-PERFORM.

      **********************************************
      * RATES, SCORE AND WORST MEASURE FOR THE MERCHANT AT RK-IDX.
      **********************************************
       SCORE-ONE-MERCHANT.
           MOVE 0 TO RK-SCORE(RK-IDX).
           MOVE SPACES TO RK-WORST(RK-IDX).

           MOVE RK-DISPUTES(RK-IDX) TO WS-NUMERATOR.
           MOVE RK-PURCHASES(RK-IDX) TO WS-DENOMINATOR.
           PERFORM COMPUTE-RATE.
           MOVE WS-RATE TO RK-DSP-RATE(RK-IDX).
           MOVE WS-DSP-WATCH TO WS-WATCH-LIMIT.
           MOVE 'DISPUTES' TO WS-METRIC-NAME.
           PERFORM TAKE-WORST-MEASURE.

           MOVE RK-DECLINES(RK-IDX) TO WS-NUMERATOR.
           COMPUTE WS-DENOMINATOR = RK-PURCHASES(RK-IDX)
                                  + RK-DECLINES(RK-IDX).
           PERFORM COMPUTE-RATE.
           MOVE WS-RATE TO RK-DECL-RATE(RK-IDX).
           MOVE WS-DECL-WATCH TO WS-WATCH-LIMIT.
           MOVE 'DECLINES' TO WS-METRIC-NAME.
           PERFORM TAKE-WORST-MEASURE.

           MOVE RK-DUPLICATES(RK-IDX) TO WS-NUMERATOR.
           COMPUTE WS-DENOMINATOR = RK-PURCHASES(RK-IDX)
                                  + RK-DUPLICATES(RK-IDX).
           PERFORM COMPUTE-RATE.
           MOVE WS-RATE TO RK-DUP-RATE(RK-IDX).
           MOVE WS-DUP-WATCH TO WS-WATCH-LIMIT.
           MOVE 'DUPLICATES' TO WS-METRIC-NAME.
           PERFORM TAKE-WORST-MEASURE.

           MOVE RK-REFUND-AMT(RK-IDX) TO WS-NUMERATOR.
           MOVE RK-PURCHASE-AMT(RK-IDX) TO WS-DENOMINATOR.
           PERFORM COMPUTE-RATE.
           MOVE WS-RATE TO RK-REF-RATE(RK-IDX).
           MOVE WS-REF-WATCH TO WS-WATCH-LIMIT.
           MOVE 'REFUNDS' TO WS-METRIC-NAME.
           PERFORM TAKE-WORST-MEASURE.

           IF RK-SCORE(RK-IDX) NOT < 100
              ADD 1 TO TOTAL-WATCHED
              ADD 1 TO RANK-COUNT
              SET RANK-SUB(RANK-COUNT) TO RK-IDX
           END-IF.

           PERFORM CHECK-SUSPENSION.

      **********************************************
      * WS-RATE = WS-NUMERATOR AS A PERCENTAGE OF WS-DENOMINATOR.
      * NOTHING TO MEASURE AGAINST GIVES 100 WHEN THERE IS
      * ACTIVITY (E.G. DISPUTES ON A MERCHANT WITH NO PURCHASES
      * LEFT IN THE WINDOW) AND ZERO WHEN THERE IS NONE. CAPPED AT
      * 999.99.
      **********************************************
       COMPUTE-RATE.
           IF WS-DENOMINATOR = 0
              IF WS-NUMERATOR > 0
                 MOVE 100 TO WS-RATE
              ELSE
                 MOVE 0 TO WS-RATE
              END-IF
           ELSE
              COMPUTE WS-RATE ROUNDED =
                      WS-NUMERATOR * 100 / WS-DENOMINATOR
                  ON SIZE ERROR
                      MOVE 999.99 TO WS-RATE
              END-COMPUTE
           END-IF.

      **********************************************
      * SCORES WS-RATE AS A PERCENTAGE OF ITS WATCH THRESHOLD AND
      * KEEPS IT AS THE MERCHANT'S SCORE AND WORST MEASURE WHEN IT
      * IS THE HIGHEST SO FAR. A ZERO THRESHOLD TURNS THE MEASURE
      * OFF.
      **********************************************
       TAKE-WORST-MEASURE.
           IF WS-WATCH-LIMIT > 0
              COMPUTE WS-METRIC-SCORE ROUNDED =
                      WS-RATE * 100 / WS-WATCH-LIMIT
                  ON SIZE ERROR
                      MOVE 9999999.99 TO WS-METRIC-SCORE
              END-COMPUTE
              IF WS-METRIC-SCORE > RK-SCORE(RK-IDX)
                 MOVE WS-METRIC-SCORE TO RK-SCORE(RK-IDX)
                 MOVE WS-METRIC-NAME TO RK-WORST(RK-IDX)
              END-IF
           END-IF.

      **********************************************
      * RECOMMENDS SUSPENSION FOR AN ACTIVE MERCHANT ON FILE WITH
      * ENOUGH VOLUME WHEN ANY RATE HAS REACHED ITS SUSPENSION
      * THRESHOLD, CHECKED DISPUTES FIRST. A MERCHANT NOT ON
      * MERCHDD IS ALREADY DECLINED BY VSMJOB11 AND ONE ALREADY
      * SUSPENDED NEEDS NOTHING MORE.
      **********************************************
       CHECK-SUSPENSION.
           IF NOT RK-ON-MERCHANT-FILE(RK-IDX)
              OR RK-STATUS(RK-IDX) = 'S'
              CONTINUE
           ELSE
              COMPUTE WS-VOLUME = RK-PURCHASES(RK-IDX)
                                + RK-DECLINES(RK-IDX)
              IF WS-VOLUME NOT < WS-MIN-VOLUME
                 MOVE SPACES TO SUSPEND-REC
                 EVALUATE TRUE
                     WHEN WS-DSP-SUSPEND > 0
                      AND RK-DSP-RATE(RK-IDX) NOT < WS-DSP-SUSPEND
                       MOVE 'DISPUTES' TO MSR-REASON
                       MOVE RK-DSP-RATE(RK-IDX) TO MSR-RATE
                       MOVE WS-DSP-SUSPEND TO MSR-LIMIT
                     WHEN WS-DECL-SUSPEND > 0
                      AND RK-DECL-RATE(RK-IDX) NOT < WS-DECL-SUSPEND
                       MOVE 'DECLINES' TO MSR-REASON
                       MOVE RK-DECL-RATE(RK-IDX) TO MSR-RATE
                       MOVE WS-DECL-SUSPEND TO MSR-LIMIT
                     WHEN WS-DUP-SUSPEND > 0
                      AND RK-DUP-RATE(RK-IDX) NOT < WS-DUP-SUSPEND
                       MOVE 'DUPLICATES' TO MSR-REASON
                       MOVE RK-DUP-RATE(RK-IDX) TO MSR-RATE
                       MOVE WS-DUP-SUSPEND TO MSR-LIMIT
                     WHEN WS-REF-SUSPEND > 0
                      AND RK-REF-RATE(RK-IDX) NOT < WS-REF-SUSPEND
                       MOVE 'REFUNDS' TO MSR-REASON
                       MOVE RK-REF-RATE(RK-IDX) TO MSR-RATE
                       MOVE WS-REF-SUSPEND TO MSR-LIMIT
                     WHEN OTHER
                       CONTINUE
                 END-EVALUATE
                 IF MSR-REASON NOT = SPACES
                    PERFORM WRITE-SUSPEND-REC
                 END-IF
              END-IF
           END-IF.

      **********************************************
      * FINISHES AND WRITES THE RECOMMENDATION WHOSE REASON, RATE
      * AND LIMIT THE CALLER HAS SET.
      **********************************************
       WRITE-SUSPEND-REC.
           MOVE RK-MERCHANT-ID(RK-IDX) TO MSR-MERCHANT-ID.
           MOVE RK-NAME(RK-IDX) TO MSR-MERCHANT-NAME.
           MOVE RK-PURCHASES(RK-IDX) TO MSR-PURCHASES.
           MOVE WS-CUR-DATE-GROUP TO MSR-CYCLE-DATE.
           WRITE SUSPEND-REC.
           IF SUSPEND-REC-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING SUSPENSION RECOMMENDATIONS: '
                       SUSPEND-REC-STATUS
              DISPLAY 'MERCHANT ID: ' MSR-MERCHANT-ID
              PERFORM ABEND-WITH-STATUS
           END-IF.
           MOVE 'Y' TO RK-SUSPEND(RK-IDX).
           ADD 1 TO TOTAL-RECOMMENDED.

      **********************************************
      * SORTS THE WATCH-LIST SUBSCRIPTS BY RISK SCORE, HIGHEST
      * FIRST (A SIMPLE EXCHANGE SORT - THE LIST IS SHORT).
      **********************************************
       RANK-WATCH-LIST.
           PERFORM VARYING WS-RANK-I FROM 1 BY 1
                   UNTIL WS-RANK-I >= RANK-COUNT
              PERFORM VARYING WS-RANK-J FROM WS-RANK-I BY 1
                      UNTIL WS-RANK-J > RANK-COUNT
                 IF RK-SCORE(RANK-SUB(WS-RANK-J)) >
                    RK-SCORE(RANK-SUB(WS-RANK-I))
                    MOVE RANK-SUB(WS-RANK-I) TO WS-RANK-HOLD
                    MOVE RANK-SUB(WS-RANK-J) TO RANK-SUB(WS-RANK-I)
                    MOVE WS-RANK-HOLD TO RANK-SUB(WS-RANK-J)
                 END-IF
              END-PERFORM
           END-PERFORM.

      **********************************************
      * PRINTS THE HEADINGS AND ONE LINE PER WATCHED MERCHANT IN
      * RANK ORDER. SUSP Y MARKS A SUSPENSION RECOMMENDATION.
      **********************************************
       WRITE-WATCH-LIST.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'MERCHANT RISK WATCH LIST - CYCLE DATE '
                  DELIMITED BY SIZE
                  WS-CUR-DATE-GROUP DELIMITED BY SIZE
                  ', WINDOW FROM ' DELIMITED BY SIZE
                  WS-WINDOW-START DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-WATCH-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE 'RNK' TO WS-RPT-LINE(1:3).
           MOVE 'MERCHANT' TO WS-RPT-LINE(5:8).
           MOVE 'NAME' TO WS-RPT-LINE(14:4).
           MOVE 'S' TO WS-RPT-LINE(30:1).
           MOVE 'PURCH' TO WS-RPT-LINE(33:5).
           MOVE 'DSP%' TO WS-RPT-LINE(41:4).
           MOVE 'DECL%' TO WS-RPT-LINE(47:5).
           MOVE 'DUP%' TO WS-RPT-LINE(55:4).
           MOVE 'REF%' TO WS-RPT-LINE(62:4).
           MOVE 'WORST' TO WS-RPT-LINE(67:5).
           MOVE 'SUSP' TO WS-RPT-LINE(77:4).
           PERFORM WRITE-WATCH-LINE.

           PERFORM VARYING WS-RANK-I FROM 1 BY 1
                   UNTIL WS-RANK-I > RANK-COUNT
              SET RK-IDX TO RANK-SUB(WS-RANK-I)
              PERFORM WRITE-WATCH-DETAIL
           END-PERFORM.

           IF RANK-COUNT = 0
              MOVE SPACES TO WS-RPT-LINE
              MOVE 'NO MERCHANTS OVER A WATCH THRESHOLD'
                   TO WS-RPT-LINE
              PERFORM WRITE-WATCH-LINE
           END-IF.

      **********************************************
      * FORMATS AND WRITES THE WATCH-LIST LINE FOR RANK WS-RANK-I,
      * MERCHANT RK-IDX.
      **********************************************
       WRITE-WATCH-DETAIL.
           MOVE WS-RANK-I TO WS-RANK-DISP.
           MOVE RK-PURCHASES(RK-IDX) TO WS-PURCH-DISP.
           MOVE RK-DSP-RATE(RK-IDX) TO WS-DSP-DISP.
           MOVE RK-DECL-RATE(RK-IDX) TO WS-DECL-DISP.
           MOVE RK-DUP-RATE(RK-IDX) TO WS-DUP-DISP.
           MOVE RK-REF-RATE(RK-IDX) TO WS-REF-DISP.
           IF RK-RECOMMEND-SUSPEND(RK-IDX)
              MOVE 'Y' TO WS-SUSP-FLAG
           ELSE
              MOVE SPACE TO WS-SUSP-FLAG
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           STRING WS-RANK-DISP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  RK-MERCHANT-ID(RK-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  RK-NAME(RK-IDX)(1:15) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  RK-STATUS(RK-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-PURCH-DISP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DSP-DISP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DECL-DISP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DUP-DISP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-REF-DISP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  RK-WORST(RK-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-SUSP-FLAG DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-WATCH-LINE.

      **********************************************
      * WRITES WHATEVER LINE IS CURRENTLY IN WS-RPT-LINE.
      **********************************************
       WRITE-WATCH-LINE.
           MOVE WS-RPT-LINE TO WATCH-LIST-REC.
           WRITE WATCH-LIST-REC.
           IF WATCH-LIST-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING WATCH LIST: '
                       WATCH-LIST-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * CLOSE ALL FILES AND CHECK STATUS. THE OPTIONAL INPUTS ARE
      * ONLY CLOSED IF THEY WERE FOUND AND OPENED.
      **********************************************
       CLOSE-ALL-FILES.
           CLOSE MERCHANT-REF-FILE.
           IF MERCHANT-REF-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING MERCHANT REFERENCE: '
                       MERCHANT-REF-STATUS
           END-IF.

           IF DECLINED-OPEN
              CLOSE DECLINED-TRANS-FILE
              IF DECLINED-STATUS NOT = '00'
                 DISPLAY 'WARNING: ERROR CLOSING DECLINED FILE: '
                          DECLINED-STATUS
              END-IF
           END-IF.

           IF DUP-OPEN
              CLOSE DUP-TRANS-FILE
              IF DUP-TRANS-STATUS NOT = '00'
                 DISPLAY 'WARNING: ERROR CLOSING DUPLICATE FILE: '
                          DUP-TRANS-STATUS
              END-IF
           END-IF.

           IF HIST-IN-OPEN
              CLOSE RISK-HIST-IN-FILE
              IF RISK-HIST-IN-STATUS NOT = '00'
                 DISPLAY 'WARNING: ERROR CLOSING RISK HISTORY: '
                          RISK-HIST-IN-STATUS
              END-IF
           END-IF.

           CLOSE RISK-HIST-OUT-FILE.
           IF RISK-HIST-OUT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING NEW RISK HISTORY: '
                       RISK-HIST-OUT-STATUS
           END-IF.

           CLOSE POSTED-HISTORY-FILE.
           IF POSTED-HISTORY-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING POSTED HISTORY: '
                       POSTED-HISTORY-STATUS
           END-IF.

           CLOSE WATCH-LIST-FILE.
           IF WATCH-LIST-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING WATCH LIST: '
                       WATCH-LIST-STATUS
           END-IF.

           CLOSE SUSPEND-REC-FILE.
           IF SUSPEND-REC-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING SUSPENSION FILE: '
                       SUSPEND-REC-STATUS
           END-IF.

      **********************************************
      * APPENDS ONE RECORD TO THE CONSOLIDATED END-OF-NIGHT BATCH
      * STATUS LOG AND CLOSES IT. STATUS-LOG ITSELF WAS ALREADY
      * OPENED BY OPEN-STATUS-LOG, FIRST THING IN MAIN-LOGIC.
      **********************************************
       WRITE-BATCH-STATUS.
           MOVE SPACES TO STATUS-LOG-REC.
           MOVE 'MRKRSK11' TO BST-PROGRAM-ID.
           PERFORM GET-BST-TIMESTAMP.
           MOVE WS-BST-START-TS TO BST-START-TS.
           MOVE WS-BST-TS-BUILT TO BST-END-TS.
           MOVE RISK-COUNT TO BST-RECORDS-IN.
           MOVE TOTAL-WATCHED TO BST-RECORDS-OUT.
           MOVE 0 TO BST-RECORDS-REJECTED.
           IF ABEND-IN-PROGRESS
              MOVE 'FAILED' TO BST-STATUS
              MOVE 'JOB ABENDED - SEE SYSOUT FOR DETAIL' TO BST-MESSAGE
           ELSE
              IF TOTAL-RECOMMENDED > 0
                 MOVE 'WARNING' TO BST-STATUS
                 MOVE 'SUSPENSIONS AWAITING RISK APPROVAL' TO
                      BST-MESSAGE
              ELSE
                 MOVE 'COMPLETE' TO BST-STATUS
                 MOVE 'MERCHANT RISK SCORED' TO BST-MESSAGE
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
      * JOB NEVER RAN AT ALL RATHER THAN LIKE IT FAILED. THE
      * NON-ZERO RETURN CODE KEEPS THE JCL FROM ROLLING THE
      * HISTORY.
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
           MOVE RISK-COUNT TO TOTAL-MERCHANTS-DISP.
           MOVE TOTAL-DECLINES-READ TO TOTAL-DECLINES-READ-DISP.
           MOVE TOTAL-DUPS-READ TO TOTAL-DUPS-READ-DISP.
           MOVE TOTAL-HIST-KEPT TO TOTAL-HIST-KEPT-DISP.
           MOVE TOTAL-HIST-DROPPED TO TOTAL-HIST-DROPPED-DISP.
           MOVE TOTAL-POSTED-READ TO TOTAL-POSTED-READ-DISP.
           MOVE TOTAL-WATCHED TO TOTAL-WATCHED-DISP.
           MOVE TOTAL-RECOMMENDED TO TOTAL-RECOMMENDED-DISP.

           DISPLAY '========================================'.
           DISPLAY 'MERCHANT RISK MONITOR SUMMARY'.
           DISPLAY '========================================'.
           DISPLAY 'MERCHANTS SCORED:   ' TOTAL-MERCHANTS-DISP.
           DISPLAY 'DECLINES READ:      ' TOTAL-DECLINES-READ-DISP.
           DISPLAY 'DUPLICATES READ:    ' TOTAL-DUPS-READ-DISP.
           DISPLAY 'HISTORY DAYS KEPT:  ' TOTAL-HIST-KEPT-DISP.
           DISPLAY 'HISTORY DAYS AGED:  ' TOTAL-HIST-DROPPED-DISP.
           DISPLAY 'POSTINGS READ:      ' TOTAL-POSTED-READ-DISP.
           DISPLAY 'ON WATCH LIST:      ' TOTAL-WATCHED-DISP.
           DISPLAY 'SUSPENSIONS RECMD:  ' TOTAL-RECOMMENDED-DISP.
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
