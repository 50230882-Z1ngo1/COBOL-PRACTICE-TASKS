      ******************************************************************
      * MONTHLY SALES QUOTA ATTAINMENT REPORT                          *
      *                                                                *
      * PURPOSE:                                                       *
      * THE SALES VP BUILT THE QUARTERLY ATTAINMENT LEAGUE TABLE BY    *
      * HAND. JOBSUB22 NOW CREDITS EVERY SALE IT PAYS TO THE SELLER'S  *
      * QUARTERLY QUOTA ROW (QUOTADD), SO THIS JOB CAN PRINT IT EACH   *
      * MONTH-END: PER REGION, EVERY REP WITH A QUOTA FOR THE QUARTER  *
      * THE CYCLE DATE FALLS IN - QUOTA, SALES, PERCENT ATTAINED,      *
      * YEAR-TO-DATE PERCENT AND YTD COMMISSION EARNED - RANKED BY     *
      * PERCENT ATTAINED WITHIN THE REGION.                            *
      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   PHASE 1 - LOAD THE EMPLOYEE MASTER (NAMES) AND THE YTD       *
      *     COMMISSION STORE (YTDDD; ITS '*YEAR' SENTINEL MUST BE THE  *
      *     REPORT YEAR OR THE YTD COLUMN IS LEFT BLANK - THE STORE    *
      *     HAS BEEN ROLLED).                                          *
      *   PHASE 2 - READ THE QUOTA FILE. ROWS FOR THE REPORT YEAR UP   *
      *     TO THE REPORT QUARTER ROLL INTO ONE ENTRY PER REP: THE     *
      *     QUARTER'S OWN ROW GIVES QUARTER QUOTA, SALES AND REGION;   *
      *     EVERY ROW TO DATE ADDS TO THE YTD QUOTA AND SALES.         *
      *   PHASE 3 - PERCENT ATTAINED = SALES * 100 / QUOTA. RANK       *
      *     WITHIN REGION = 1 + REPS IN THE REGION WITH A HIGHER       *
      *     PERCENT (TIES SHARE A RANK). A REP OVER 100% IS MARKED     *
      *     '*' - THEIR SALES ARE EARNING THE ACCELERATOR.             *
      *   PHASE 4 - PRINT REGION BY REGION IN RANK ORDER WITH REGION   *
      *     TOTALS, THEN THE GRAND TOTAL.                              *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/10/15                                               *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  QUOTADD (SALES.QUOTA) - QUOTA AND ATTAINMENT (SLSQUOTA)*
      * INPUT:  YTDDD (YTD.COMMISSION) - JOBSUB22'S YTD STORE          *
      * INPUT:  EMPDD (EMPLOYEE.MASTER) - EMPLOYEE NAMES               *
      * OUTPUT: RPTDD (SALES.QUOTA.ATTAINMENT) - REPORT (PS, 80 B)     *
      * OUTPUT: STATLOG - SHARED STATUS LOG                            *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. QTARPT22.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUOTA-FILE ASSIGN TO QUOTADD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS QUOTA-STATUS.

           SELECT YTD-FILE ASSIGN TO YTDDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS YTD-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO EMPDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS EMPLOYEE-MASTER-STATUS.

           SELECT REPORT-FILE ASSIGN TO RPTDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS REPORT-STATUS.

           SELECT STATUS-LOG ASSIGN TO STATLOG
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS STATUS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD QUOTA-FILE RECORDING MODE IS F.
       01 QUOTA-REC.
           COPY SLSQUOTA.

       FD YTD-FILE RECORDING MODE IS F.
       01 YTD-REC.
          05 YTD-EMP-ID PIC X(5).
          05 YTD-AMOUNT PIC S9(7)V99.

       FD EMPLOYEE-MASTER-FILE RECORDING MODE IS F.
       01 EMPLOYEE-MASTER-REC.
          05 EMP-MST-ID PIC X(5).
          05 FILLER PIC X(1).
          05 EMP-MST-NAME PIC X(25).
          05 FILLER PIC X(1).
          05 EMP-MST-STATUS PIC X(1).
          05 FILLER PIC X(1).
          05 EMP-MST-HIRE-DATE PIC X(8).
          05 FILLER PIC X(1).
          05 EMP-MST-TERM-DATE PIC X(8).
          05 FILLER PIC X(29).

       FD REPORT-FILE RECORDING MODE IS F.
       01 REPORT-REC PIC X(80).

       FD STATUS-LOG RECORDING MODE IS F.
       01 STATUS-LOG-REC.
           COPY BATSTAT.

       WORKING-STORAGE SECTION.

      * FILE STATUS VARIABLES
       01 F-STATUS.
          05 QUOTA-STATUS PIC X(2).
          05 YTD-STATUS PIC X(2).
          05 EMPLOYEE-MASTER-STATUS PIC X(2).
          05 REPORT-STATUS PIC X(2).
          05 STATUS-LOG-STATUS PIC X(2).

      * CONTROL FLAGS
       01 WS-FLAGS.
          05 WS-QUOTA-EOF PIC X(1) VALUE 'N'.
             88 QUOTA-EOF VALUE 'Y'.
          05 WS-YTD-EOF PIC X(1) VALUE 'N'.
             88 YTD-EOF VALUE 'Y'.
          05 WS-EMP-MASTER-EOF PIC X(1) VALUE 'N'.
             88 EMP-MASTER-EOF VALUE 'Y'.
          05 WS-REP-FOUND PIC X(1) VALUE 'N'.
             88 REP-FOUND VALUE 'Y'.
          05 WS-YTD-USABLE PIC X(1) VALUE 'N'.
             88 YTD-USABLE VALUE 'Y'.

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

      * THE REPORT PERIOD: THE YEAR AND QUARTER OF THE CYCLE DATE
       01 WS-RUN-DATE PIC X(8).
       01 WS-RPT-YEAR PIC 9(4).
       01 WS-RPT-MONTH PIC 9(2).
       01 WS-RPT-QUARTER PIC 9(1).
       01 WS-YTD-YEAR PIC 9(4) VALUE 0.

      * EMPLOYEE MASTER TABLE, LOADED FROM EMPDD FOR THE NAMES
       01 EMP-MASTER-COUNT PIC 9(4) VALUE 0.
       01 EMP-MASTER-TABLE.
          05 EMP-MASTER-ENTRY OCCURS 2000 TIMES INDEXED BY EM-IDX.
             10 EM-ID PIC X(5).
             10 EM-NAME PIC X(25).

      * YTD COMMISSION TABLE, LOADED FROM YTDDD
       01 YTD-TABLE-COUNT PIC 9(4) VALUE 0.
       01 YTD-TABLE.
          05 YTD-ENTRY OCCURS 2000 TIMES INDEXED BY YT-IDX.
             10 YT-EMP-ID PIC X(5).
             10 YT-AMOUNT PIC S9(7)V99.

      * ONE ENTRY PER REP WITH QUOTA ROWS IN THE REPORT YEAR.
      * RP-IN-QUARTER IS SET WHEN THE REP HAS A QUOTA FOR THE
      * REPORT QUARTER ITSELF - ONLY THOSE ARE RANKED AND PRINTED.
       01 REP-COUNT PIC 9(4) VALUE 0.
       01 REP-TABLE.
          05 REP-ENTRY OCCURS 2000 TIMES INDEXED BY RP-IDX.
             10 RP-EMP-ID PIC X(5).
             10 RP-REGION PIC X(2).
             10 RP-IN-QUARTER PIC X(1).
             10 RP-QTR-QUOTA PIC 9(9)V99.
             10 RP-QTR-SALES PIC S9(9)V99.
             10 RP-YTD-QUOTA PIC 9(9)V99.
             10 RP-YTD-SALES PIC S9(9)V99.
             10 RP-QTR-PCT PIC S9(5)V9.
             10 RP-YTD-PCT PIC S9(5)V9.
             10 RP-RANK PIC 9(4).
       01 WS-OTHER-IDX PIC 9(4).
       01 WS-RANK-SUB PIC 9(4).

      * REGIONS WITH AT LEAST ONE RANKED REP, IN REGION ORDER
       01 REGION-COUNT PIC 9(3) VALUE 0.
       01 REGION-TABLE.
          05 REGION-ENTRY OCCURS 100 TIMES INDEXED BY RG-IDX.
             10 RG-REGION PIC X(2).
       01 WS-RG-SUB PIC 9(3).
       01 WS-RG-SLOT PIC 9(3).
       01 WS-CUR-REGION PIC X(2).

      * REGION AND GRAND TOTALS
       01 WS-TOTALS.
          05 WS-REG-QUOTA PIC 9(11)V99.
          05 WS-REG-SALES PIC S9(11)V99.
          05 WS-REG-REPS PIC 9(5).
          05 WS-GRAND-QUOTA PIC 9(11)V99 VALUE 0.
          05 WS-GRAND-SALES PIC S9(11)V99 VALUE 0.
          05 WS-TOTAL-PCT PIC S9(5)V9.

      * REPORT LINES
       01 WS-TITLE-LINE.
          05 FILLER PIC X(32)
                    VALUE 'SALES QUOTA ATTAINMENT - YEAR '.
          05 TL-YEAR PIC 9(4).
          05 FILLER PIC X(10) VALUE ' QUARTER '.
          05 TL-QUARTER PIC 9(1).
          05 FILLER PIC X(13) VALUE '   CYCLE DATE'.
          05 FILLER PIC X(1) VALUE SPACE.
          05 TL-RUN-DATE PIC X(8).
          05 FILLER PIC X(11) VALUE SPACES.

       01 WS-REGION-LINE.
          05 FILLER PIC X(7) VALUE 'REGION '.
          05 RL-REGION PIC X(2).
          05 FILLER PIC X(71) VALUE SPACES.

       01 WS-COLUMN-LINE.
          05 FILLER PIC X(40)
                    VALUE '  RK EMPID NAME                   QUOTA'.
          05 FILLER PIC X(40)
                    VALUE '      SALES  QTR PCT YTD PCT   YTD COMM'.

       01 WS-DETAIL-LINE.
          05 DL-RANK PIC ZZZ9.
          05 FILLER PIC X(1) VALUE SPACE.
          05 DL-EMP-ID PIC X(5).
          05 FILLER PIC X(1) VALUE SPACE.
          05 DL-NAME PIC X(18).
          05 FILLER PIC X(1) VALUE SPACE.
          05 DL-QUOTA PIC Z(8)9.
          05 FILLER PIC X(1) VALUE SPACE.
          05 DL-SALES PIC -Z(8)9.
          05 FILLER PIC X(1) VALUE SPACE.
          05 DL-QTR-PCT PIC -ZZZ9.9.
          05 FILLER PIC X(1) VALUE SPACE.
          05 DL-YTD-PCT PIC -ZZZ9.9.
          05 FILLER PIC X(1) VALUE SPACE.
          05 DL-YTD-COMM PIC -Z(5)9.99.
          05 DL-ACCEL-FLAG PIC X(1).
          05 FILLER PIC X(1) VALUE SPACE.

       01 WS-TOTAL-LINE.
          05 FILLER PIC X(5) VALUE SPACES.
          05 TOT-LABEL PIC X(18).
          05 FILLER PIC X(1) VALUE SPACE.
          05 TOT-REPS PIC ZZZZ9.
          05 FILLER PIC X(1) VALUE SPACE.
          05 TOT-QUOTA PIC Z(8)9.
          05 FILLER PIC X(1) VALUE SPACE.
          05 TOT-SALES PIC -Z(8)9.
          05 FILLER PIC X(1) VALUE SPACE.
          05 TOT-PCT PIC -ZZZ9.9.
          05 FILLER PIC X(22) VALUE SPACES.

      * STATISTICS COUNTERS
       01 WS-COUNTERS.
          05 QUOTA-ROWS-READ PIC 9(5) VALUE 0.
          05 REPS-REPORTED PIC 9(5) VALUE 0.
          05 REPS-AT-QUOTA PIC 9(5) VALUE 0.
          05 REPS-NOT-ON-MASTER PIC 9(5) VALUE 0.

      **********************************************
      * LOADS THE NAME, YTD AND QUOTA TABLES, RANKS, PRINTS THE
      * REPORT, WRITES BATCH STATUS.
      **********************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM SET-BST-START-TS.
           MOVE 'QTARPT22' TO CD-JOB-NAME.
           CALL 'CYCDAT40' USING WS-CYCDATE-REQUEST END-CALL.
           MOVE CD-CYCLE-DATE TO WS-RUN-DATE.
           MOVE WS-RUN-DATE(1:4) TO WS-RPT-YEAR.
           MOVE WS-RUN-DATE(5:2) TO WS-RPT-MONTH.
           COMPUTE WS-RPT-QUARTER = (WS-RPT-MONTH + 2) / 3.
           PERFORM OPEN-STATUS-LOG.
           PERFORM OPEN-ALL-FILES.
           PERFORM LOAD-EMPLOYEE-MASTER.
           PERFORM LOAD-YTD-TABLE.
           PERFORM LOAD-QUOTA-ROWS.
           PERFORM RANK-REPS-IN-REGION.
           PERFORM WRITE-ATTAINMENT-REPORT.
           PERFORM CLOSE-ALL-FILES.
           PERFORM WRITE-BATCH-STATUS.
           DISPLAY 'QUOTA ATTAINMENT REPORT COMPLETE.'.
           DISPLAY 'QUOTA ROWS READ:    ' QUOTA-ROWS-READ.
           DISPLAY 'REPS REPORTED:      ' REPS-REPORTED.
           DISPLAY 'REPS AT/OVER QUOTA: ' REPS-AT-QUOTA.
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
      * OPEN INPUT AND OUTPUT FILES. THE YTD STORE MAY BE ABSENT
      * (35) EARLY IN A NEW YEAR - THE YTD COLUMN IS THEN BLANK.
      **********************************************
       OPEN-ALL-FILES.
           OPEN INPUT QUOTA-FILE.
           IF QUOTA-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING SALES QUOTA FILE: ' QUOTA-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN INPUT YTD-FILE.
           IF YTD-STATUS NOT = '00' AND YTD-STATUS NOT = '35'
              DISPLAY 'ERROR OPENING YTD FILE: ' YTD-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF EMPLOYEE-MASTER-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING EMPLOYEE MASTER: '
                       EMPLOYEE-MASTER-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING REPORT FILE: ' REPORT-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * LOADS EMPDD INTO THE NAME TABLE. MAX 2000 EMPLOYEES.
      **********************************************
       LOAD-EMPLOYEE-MASTER.
           PERFORM UNTIL EMP-MASTER-EOF
              READ EMPLOYEE-MASTER-FILE
                AT END
                   SET EMP-MASTER-EOF TO TRUE
                NOT AT END
                   IF EMPLOYEE-MASTER-STATUS NOT = '00'
                      DISPLAY 'ERROR READING EMPLOYEE MASTER: '
                               EMPLOYEE-MASTER-STATUS
                      PERFORM ABEND-WITH-STATUS
                   END-IF
                   IF EMP-MASTER-COUNT >= 2000
                      DISPLAY 'WARNING: EMPLOYEE TABLE FULL (2000 '
                              'MAX). IGNORED EMPLOYEE: ' EMP-MST-ID
                   ELSE
                      ADD 1 TO EMP-MASTER-COUNT
                      SET EM-IDX TO EMP-MASTER-COUNT
                      MOVE EMP-MST-ID TO EM-ID(EM-IDX)
                      MOVE EMP-MST-NAME TO EM-NAME(EM-IDX)
                   END-IF
              END-READ
           END-PERFORM.

      **********************************************
      * LOADS YTDDD INTO THE YTD TABLE. THE STORE IS ONLY USED
      * WHEN ITS '*YEAR' SENTINEL IS THE REPORT YEAR.
      **********************************************
       LOAD-YTD-TABLE.
           IF YTD-STATUS = '00'
              PERFORM UNTIL YTD-EOF
                 READ YTD-FILE
                   AT END
                      SET YTD-EOF TO TRUE
                   NOT AT END
                      IF YTD-STATUS NOT = '00'
                         DISPLAY 'ERROR READING YTD FILE: ' YTD-STATUS
                         PERFORM ABEND-WITH-STATUS
                      END-IF
                      IF YTD-EMP-ID = '*YEAR'
                         MOVE YTD-AMOUNT TO WS-YTD-YEAR
                      ELSE
                      IF YTD-TABLE-COUNT >= 2000
                         DISPLAY 'WARNING: YTD TABLE FULL (2000 MAX). '
                                 'IGNORED EMPLOYEE: ' YTD-EMP-ID
                      ELSE
                         ADD 1 TO YTD-TABLE-COUNT
                         SET YT-IDX TO YTD-TABLE-COUNT
                         MOVE YTD-EMP-ID TO YT-EMP-ID(YT-IDX)
                         MOVE YTD-AMOUNT TO YT-AMOUNT(YT-IDX)
                      END-IF
                      END-IF
                 END-READ
              END-PERFORM
           END-IF.
           IF WS-YTD-YEAR = WS-RPT-YEAR
              SET YTD-USABLE TO TRUE
           ELSE
              DISPLAY 'WARNING: YTD STORE IS FOR YEAR ' WS-YTD-YEAR
                      ' - YTD COMMISSION NOT REPORTED'
           END-IF.

      **********************************************
      * READS THE QUOTA FILE, ROLLING EVERY ROW OF THE REPORT
      * YEAR UP TO THE REPORT QUARTER INTO ITS REP'S ENTRY.
      **********************************************
       LOAD-QUOTA-ROWS.
           PERFORM UNTIL QUOTA-EOF
              READ QUOTA-FILE
                AT END
                   SET QUOTA-EOF TO TRUE
                NOT AT END
                   IF QUOTA-STATUS NOT = '00'
                      DISPLAY 'ERROR READING SALES QUOTA FILE: '
                               QUOTA-STATUS
                      PERFORM ABEND-WITH-STATUS
                   END-IF
                   ADD 1 TO QUOTA-ROWS-READ
                   IF QTA-YEAR = WS-RPT-YEAR
                      AND QTA-QUARTER NOT > WS-RPT-QUARTER
                      PERFORM ROLL-UP-QUOTA-ROW
                   END-IF
              END-READ
           END-PERFORM.

      **********************************************
      * FINDS OR ADDS THE ROW'S REP AND ADDS THE ROW TO THE YTD
      * FIGURES - AND TO THE QUARTER FIGURES WHEN IT IS THE
      * REPORT QUARTER'S OWN ROW.
      **********************************************
       ROLL-UP-QUOTA-ROW.
           MOVE 'N' TO WS-REP-FOUND.
           IF REP-COUNT > 0
              SET RP-IDX TO 1
              SEARCH REP-ENTRY
                  AT END
                     CONTINUE
                  WHEN RP-IDX > REP-COUNT
                     CONTINUE
                  WHEN RP-EMP-ID(RP-IDX) = QTA-EMP-ID
                     SET REP-FOUND TO TRUE
              END-SEARCH
           END-IF.
           IF NOT REP-FOUND
              IF REP-COUNT >= 2000
                 DISPLAY 'ERROR: REP TABLE FULL (2000 MAX)'
                 PERFORM ABEND-WITH-STATUS
              END-IF
              ADD 1 TO REP-COUNT
              SET RP-IDX TO REP-COUNT
              MOVE QTA-EMP-ID TO RP-EMP-ID(RP-IDX)
              MOVE QTA-REGION TO RP-REGION(RP-IDX)
              MOVE 'N' TO RP-IN-QUARTER(RP-IDX)
              MOVE 0 TO RP-QTR-QUOTA(RP-IDX)
              MOVE 0 TO RP-QTR-SALES(RP-IDX)
              MOVE 0 TO RP-YTD-QUOTA(RP-IDX)
              MOVE 0 TO RP-YTD-SALES(RP-IDX)
              MOVE 0 TO RP-QTR-PCT(RP-IDX)
              MOVE 0 TO RP-YTD-PCT(RP-IDX)
              MOVE 0 TO RP-RANK(RP-IDX)
           END-IF.
           ADD QTA-AMOUNT TO RP-YTD-QUOTA(RP-IDX).
           IF QTA-ATTAINED NUMERIC
              ADD QTA-ATTAINED TO RP-YTD-SALES(RP-IDX)
           END-IF.
           IF QTA-QUARTER = WS-RPT-QUARTER
              MOVE 'Y' TO RP-IN-QUARTER(RP-IDX)
              MOVE QTA-REGION TO RP-REGION(RP-IDX)
              MOVE QTA-AMOUNT TO RP-QTR-QUOTA(RP-IDX)
              IF QTA-ATTAINED NUMERIC
                 MOVE QTA-ATTAINED TO RP-QTR-SALES(RP-IDX)
              END-IF
           END-IF.

      **********************************************
      * WORKS OUT EVERY QUARTER REP'S PERCENTAGES, THEN THEIR
      * RANK WITHIN REGION, AND BUILDS THE SORTED REGION LIST.
      **********************************************
       RANK-REPS-IN-REGION.
           PERFORM VARYING RP-IDX FROM 1 BY 1
                   UNTIL RP-IDX > REP-COUNT
              IF RP-QTR-QUOTA(RP-IDX) > 0
                 COMPUTE RP-QTR-PCT(RP-IDX) ROUNDED =
                         RP-QTR-SALES(RP-IDX) * 100
                         / RP-QTR-QUOTA(RP-IDX)
              END-IF
              IF RP-YTD-QUOTA(RP-IDX) > 0
                 COMPUTE RP-YTD-PCT(RP-IDX) ROUNDED =
                         RP-YTD-SALES(RP-IDX) * 100
                         / RP-YTD-QUOTA(RP-IDX)
              END-IF
           END-PERFORM.

           PERFORM VARYING RP-IDX FROM 1 BY 1
                   UNTIL RP-IDX > REP-COUNT
              IF RP-IN-QUARTER(RP-IDX) = 'Y'
                 MOVE 1 TO RP-RANK(RP-IDX)
                 PERFORM VARYING WS-OTHER-IDX FROM 1 BY 1
                         UNTIL WS-OTHER-IDX > REP-COUNT
                    IF RP-IN-QUARTER(WS-OTHER-IDX) = 'Y'
                       AND RP-REGION(WS-OTHER-IDX) = RP-REGION(RP-IDX)
                       AND RP-QTR-PCT(WS-OTHER-IDX)
                           > RP-QTR-PCT(RP-IDX)
                       ADD 1 TO RP-RANK(RP-IDX)
                    END-IF
                 END-PERFORM
                 PERFORM ADD-REGION-TO-LIST
              END-IF
           END-PERFORM.

      **********************************************
      * INSERTS THE REP'S REGION INTO THE REGION LIST, KEEPING
      * IT IN REGION ORDER. MAX 100 REGIONS, MATCHING THE RATE
      * TABLE.
      **********************************************
       ADD-REGION-TO-LIST.
           MOVE 0 TO WS-RG-SLOT.
           PERFORM VARYING WS-RG-SUB FROM 1 BY 1
                   UNTIL WS-RG-SUB > REGION-COUNT
                      OR WS-RG-SLOT > 0
              IF RG-REGION(WS-RG-SUB) = RP-REGION(RP-IDX)
                 MOVE 999 TO WS-RG-SLOT
              ELSE
                 IF RG-REGION(WS-RG-SUB) > RP-REGION(RP-IDX)
                    MOVE WS-RG-SUB TO WS-RG-SLOT
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-RG-SLOT NOT = 999
              IF REGION-COUNT >= 100
                 DISPLAY 'ERROR: REGION TABLE FULL (100 MAX)'
                 PERFORM ABEND-WITH-STATUS
              END-IF
              IF WS-RG-SLOT = 0
                 COMPUTE WS-RG-SLOT = REGION-COUNT + 1
              END-IF
              PERFORM VARYING WS-RG-SUB FROM REGION-COUNT BY -1
                      UNTIL WS-RG-SUB < WS-RG-SLOT
                 MOVE RG-REGION(WS-RG-SUB) TO RG-REGION(WS-RG-SUB + 1)
              END-PERFORM
              MOVE RP-REGION(RP-IDX) TO RG-REGION(WS-RG-SLOT)
              ADD 1 TO REGION-COUNT
           END-IF.

      **********************************************
      * PRINTS THE TITLE, EACH REGION'S REPS IN RANK ORDER WITH
      * THE REGION TOTAL, THEN THE GRAND TOTAL.
      **********************************************
       WRITE-ATTAINMENT-REPORT.
           MOVE WS-RPT-YEAR TO TL-YEAR.
           MOVE WS-RPT-QUARTER TO TL-QUARTER.
           MOVE WS-RUN-DATE TO TL-RUN-DATE.
           MOVE WS-TITLE-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE '  * = OVER 100% OF QUOTA - ACCELERATOR RATE APPLIES'
                TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.

           IF REGION-COUNT = 0
              MOVE SPACES TO REPORT-REC
              PERFORM WRITE-REPORT-LINE
              MOVE 'NO REP HAS A QUOTA FOR THE QUARTER' TO REPORT-REC
              PERFORM WRITE-REPORT-LINE
           END-IF.

           PERFORM VARYING RG-IDX FROM 1 BY 1
                   UNTIL RG-IDX > REGION-COUNT
              PERFORM WRITE-ONE-REGION
           END-PERFORM.

           MOVE SPACES TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'ALL REGIONS' TO TOT-LABEL.
           MOVE REPS-REPORTED TO TOT-REPS.
           MOVE WS-GRAND-QUOTA TO TOT-QUOTA.
           MOVE WS-GRAND-SALES TO TOT-SALES.
           MOVE 0 TO WS-TOTAL-PCT.
           IF WS-GRAND-QUOTA > 0
              COMPUTE WS-TOTAL-PCT ROUNDED =
                      WS-GRAND-SALES * 100 / WS-GRAND-QUOTA
           END-IF.
           MOVE WS-TOTAL-PCT TO TOT-PCT.
           MOVE WS-TOTAL-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.

      **********************************************
      * PRINTS ONE REGION: HEADINGS, ITS REPS RANK BY RANK (TIED
      * REPS PRINT TOGETHER UNDER THE SHARED RANK), REGION TOTAL.
      **********************************************
       WRITE-ONE-REGION.
           MOVE RG-REGION(RG-IDX) TO WS-CUR-REGION.
           MOVE 0 TO WS-REG-QUOTA.
           MOVE 0 TO WS-REG-SALES.
           MOVE 0 TO WS-REG-REPS.

           MOVE SPACES TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-CUR-REGION TO RL-REGION.
           MOVE WS-REGION-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-COLUMN-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.

           PERFORM VARYING WS-RANK-SUB FROM 1 BY 1
                   UNTIL WS-RANK-SUB > REP-COUNT
              PERFORM VARYING RP-IDX FROM 1 BY 1
                      UNTIL RP-IDX > REP-COUNT
                 IF RP-IN-QUARTER(RP-IDX) = 'Y'
                    AND RP-REGION(RP-IDX) = WS-CUR-REGION
                    AND RP-RANK(RP-IDX) = WS-RANK-SUB
                    PERFORM WRITE-REP-LINE
                 END-IF
              END-PERFORM
           END-PERFORM.

           MOVE 'REGION TOTAL' TO TOT-LABEL.
           MOVE WS-REG-REPS TO TOT-REPS.
           MOVE WS-REG-QUOTA TO TOT-QUOTA.
           MOVE WS-REG-SALES TO TOT-SALES.
           MOVE 0 TO WS-TOTAL-PCT.
           IF WS-REG-QUOTA > 0
              COMPUTE WS-TOTAL-PCT ROUNDED =
                      WS-REG-SALES * 100 / WS-REG-QUOTA
           END-IF.
           MOVE WS-TOTAL-PCT TO TOT-PCT.
           MOVE WS-TOTAL-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.

      **********************************************
      * PRINTS ONE REP AND ADDS THEM TO THE REGION AND GRAND
      * TOTALS.
      **********************************************
       WRITE-REP-LINE.
           MOVE RP-RANK(RP-IDX) TO DL-RANK.
           MOVE RP-EMP-ID(RP-IDX) TO DL-EMP-ID.
           SET EM-IDX TO 1.
           SEARCH EMP-MASTER-ENTRY
               AT END
                  MOVE 'NOT ON MASTER' TO DL-NAME
                  ADD 1 TO REPS-NOT-ON-MASTER
               WHEN EM-IDX > EMP-MASTER-COUNT
                  MOVE 'NOT ON MASTER' TO DL-NAME
                  ADD 1 TO REPS-NOT-ON-MASTER
               WHEN EM-ID(EM-IDX) = RP-EMP-ID(RP-IDX)
                  MOVE EM-NAME(EM-IDX) TO DL-NAME
           END-SEARCH.
           MOVE RP-QTR-QUOTA(RP-IDX) TO DL-QUOTA.
           MOVE RP-QTR-SALES(RP-IDX) TO DL-SALES.
           MOVE RP-QTR-PCT(RP-IDX) TO DL-QTR-PCT.
           MOVE RP-YTD-PCT(RP-IDX) TO DL-YTD-PCT.
           MOVE 0 TO DL-YTD-COMM.
           IF YTD-USABLE AND YTD-TABLE-COUNT > 0
              SET YT-IDX TO 1
              SEARCH YTD-ENTRY
                  AT END
                     CONTINUE
                  WHEN YT-IDX > YTD-TABLE-COUNT
                     CONTINUE
                  WHEN YT-EMP-ID(YT-IDX) = RP-EMP-ID(RP-IDX)
                     MOVE YT-AMOUNT(YT-IDX) TO DL-YTD-COMM
              END-SEARCH
           END-IF.
           IF RP-QTR-PCT(RP-IDX) > 100
              MOVE '*' TO DL-ACCEL-FLAG
           ELSE
              MOVE SPACE TO DL-ACCEL-FLAG
           END-IF.
           IF RP-QTR-PCT(RP-IDX) NOT < 100
              ADD 1 TO REPS-AT-QUOTA
           END-IF.
           MOVE WS-DETAIL-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.

           ADD 1 TO WS-REG-REPS.
           ADD 1 TO REPS-REPORTED.
           ADD RP-QTR-QUOTA(RP-IDX) TO WS-REG-QUOTA.
           ADD RP-QTR-SALES(RP-IDX) TO WS-REG-SALES.
           ADD RP-QTR-QUOTA(RP-IDX) TO WS-GRAND-QUOTA.
           ADD RP-QTR-SALES(RP-IDX) TO WS-GRAND-SALES.

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
      * CLOSE ALL FILES
      **********************************************
       CLOSE-ALL-FILES.
           CLOSE QUOTA-FILE.
           IF QUOTA-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING SALES QUOTA FILE: '
                       QUOTA-STATUS
           END-IF.
           IF YTD-STATUS = '00'
              CLOSE YTD-FILE
           END-IF.
           CLOSE EMPLOYEE-MASTER-FILE.
           IF EMPLOYEE-MASTER-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING EMPLOYEE MASTER: '
                       EMPLOYEE-MASTER-STATUS
           END-IF.
           CLOSE REPORT-FILE.
           IF REPORT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING REPORT FILE: '
                       REPORT-STATUS
           END-IF.

      **********************************************
      * APPENDS ONE RECORD TO THE CONSOLIDATED END-OF-NIGHT BATCH
      * STATUS LOG AND CLOSES IT.
      **********************************************
       WRITE-BATCH-STATUS.
           MOVE SPACES TO STATUS-LOG-REC.
           MOVE 'QTARPT22' TO BST-PROGRAM-ID.
           PERFORM GET-BST-TIMESTAMP.
           MOVE WS-BST-START-TS TO BST-START-TS.
           MOVE WS-BST-TS-BUILT TO BST-END-TS.
           MOVE QUOTA-ROWS-READ TO BST-RECORDS-IN.
           MOVE REPS-REPORTED TO BST-RECORDS-OUT.
           MOVE 0 TO BST-RECORDS-REJECTED.
           IF ABEND-IN-PROGRESS
              MOVE 'FAILED' TO BST-STATUS
              MOVE 'JOB ABENDED - SEE SYSOUT FOR DETAIL' TO BST-MESSAGE
           ELSE
              IF NOT YTD-USABLE
                 MOVE 'WARNING' TO BST-STATUS
                 MOVE 'YTD STORE NOT FOR REPORT YEAR' TO BST-MESSAGE
              ELSE
              IF REPS-NOT-ON-MASTER > 0
                 MOVE 'WARNING' TO BST-STATUS
                 MOVE 'QUOTA REPS NOT ON EMPLOYEE MASTER' TO
                      BST-MESSAGE
              ELSE
                 MOVE 'COMPLETE' TO BST-STATUS
                 MOVE 'QUOTA ATTAINMENT REPORT WRITTEN' TO BST-MESSAGE
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
      * CALLED IN PLACE OF A BARE STOP RUN FROM ANY FATAL ERROR
      * PATH SO THE RUN STILL LEAVES A 'FAILED' STATLOG RECORD
      * BEHIND.
      **********************************************
       ABEND-WITH-STATUS.
           SET ABEND-IN-PROGRESS TO TRUE.
           PERFORM WRITE-BATCH-STATUS.
           STOP RUN.

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
