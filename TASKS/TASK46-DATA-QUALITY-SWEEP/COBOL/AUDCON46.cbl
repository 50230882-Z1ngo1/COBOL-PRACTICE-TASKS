      ******************************************************************
      * DAILY CONSOLIDATED MAINTENANCE AUDIT AND SEPARATION OF DUTIES  *
      *                                                                *
      * PURPOSE:                                                       *
      * EVERY MASTER-FILE MAINTENANCE JOB KEEPS ITS OWN AUDIT FILE IN  *
      * ITS OWN LAYOUT (CRDMNT11, CHKAPL11, HOTMNT11, ACTMNT29,        *
      * CUSMNT32, PRTMNT16, SIMNT26), SO "WHO CHANGED WHAT" MEANT      *
      * READING SEVEN FILES. EACH OF THOSE JOBS ALSO QUEUES THE COMMON *
      * MNTAUDT RECORD (SYSTEM, KEY, FIELD, OLD AND NEW VALUE,         *
      * OPERATOR, APPROVER, TIMESTAMP) ON MAINT.AUDIT.QUEUE. THIS JOB  *
      * MOVES THE DAY'S QUEUE ONTO THE AUDIT HISTORY AND REPORTS ON    *
      * IT FOR INTERNAL AUDIT.                                         *
      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   PHASE 1 - APPEND EVERY QUEUE RECORD TO THE AUDIT HISTORY     *
      *     (AUDHDD), LISTING IT ON THE REPORT AND COUNTING THE        *
      *     ACTIONS BY SYSTEM AND RESULT. THE FIELD RECORDS OF ONE     *
      *     ACTION ARE QUEUED TOGETHER WITH ONE TIMESTAMP, SO A        *
      *     CHANGE OF SYSTEM, KEY, ACTION OR TIMESTAMP STARTS A NEW    *
      *     ACTION.                                                    *
      *   PHASE 2 - SELF-APPROVAL: ANY ACTION WHOSE APPROVER IS ITS    *
      *     OWN OPERATOR, WHATEVER THE RESULT (A REFUSED ATTEMPT IS    *
      *     STILL REPORTED).                                           *
      *   PHASE 3 - OUT-OF-HOURS: ANY APPLIED ACTION TIMED BEFORE      *
      *     AUDHRBEG OR AT/AFTER AUDHREND (HHMM), OR DATED ON A DAY    *
      *     THE BUSINESS CALENDAR CARDS 'H'.                           *
      *   PHASE 4 - MAINTAIN-THEN-TRANSACT: EVERY APPLIED ACCOUNT      *
      *     MAINTENANCE (ACTMNT29) ON THE HISTORY WITHIN THE LAST      *
      *     SODDAYS DAYS IS HELD BY ACCOUNT AND OPERATOR, AND THE      *
      *     OPERATION LOG IS SCANNED FOR A TRANSACTION ON THAT         *
      *     ACCOUNT BY THE SAME OPERATOR, DATED THE CYCLE DATE OR      *
      *     LATER AND NOT BEFORE THE CHANGE. EACH DAY'S REPORT         *
      *     THEREFORE SHOWS THAT DAY'S TRANSACTIONS ONCE.              *
      *   PHASE 5 - WRITE ONE BATSTAT RECORD: WARNING IF ANY           *
      *     VIOLATION WAS REPORTED, ELSE COMPLETE. THE JCL EMPTIES     *
      *     THE QUEUE ONLY AFTER A CLEAN RUN.                          *
      *                                                                *
      * PARAMETERS (PRMGET50, JOB AUDCON46):                           *
      *   AUDHRBEG - START OF THE MAINTENANCE WINDOW, HHMM (0700).     *
      *   AUDHREND - END OF THE MAINTENANCE WINDOW, HHMM (1900).       *
      *   SODDAYS  - MAINTAIN-THEN-TRANSACT LOOK-BACK IN DAYS (30).    *
      *                                                                *
      * COPYBOOKS: MNTAUDT - CONSOLIDATED MAINTENANCE AUDIT RECORD.    *
      *            BATSTAT - SHARED END-OF-RUN BATCH STATUS RECORD.    *
      *            RUNPARM, CYCDATE - PRMGET50 AND CYCDAT40 REQUESTS.  *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/10/15                                               *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  MAUDDD (MAINT.AUDIT.QUEUE) - DAY'S MAINTENANCE QUEUE   *
      * I/O:    AUDHDD (MAINT.AUDIT.HISTORY) - AUDIT HISTORY (PS,      *
      *         160 B, APPENDED; READ BACK FOR THE LOOK-BACK)          *
      * INPUT:  AS-OPR (OPR.LOG.ESDS) - ESDS OPERATION LOG             *
      * INPUT:  CYCLDD/CALDD - CYCLE DATE AND BUSINESS CALENDAR        *
      * INPUT:  PARMDD (RUNTIME.PARMS) - READ BY PRMGET50              *
      * OUTPUT: RPTDD (MAINT.AUDIT.RPT) - CONSOLIDATED AUDIT REPORT    *
      * OUTPUT: STATLOG (BATCH.STATLOG) - SHARED BATCH STATUS LOG      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDCON46.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT MAINT-AUDIT-QUEUE ASSIGN TO MAUDDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS MAINT-AUDIT-STATUS.

           SELECT MAINT-AUDIT-HISTORY ASSIGN TO AUDHDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS AUDIT-HISTORY-STATUS.

           SELECT OPR-LOG ASSIGN TO AS-OPR
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OPR-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO CALDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS CALENDAR-STATUS.

           SELECT REPORT-FILE ASSIGN TO RPTDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS REPORT-STATUS.

           SELECT STATUS-LOG ASSIGN TO STATLOG
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS STATUS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * BOTH AUDIT FILES CARRY THE MNTAUDT RECORD; IT IS READ INTO
      * MAINT-AUDIT-REC IN WORKING STORAGE.
       FD MAINT-AUDIT-QUEUE RECORDING MODE IS F.
       01 MAINT-AUDIT-QUEUE-REC PIC X(160).

       FD MAINT-AUDIT-HISTORY RECORDING MODE IS F.
       01 MAINT-AUDIT-HISTORY-REC PIC X(160).

       FD OPR-LOG.
       01 OPR-LOG-REC.
          05 OPR-ACCT-ID PIC X(6).
          05 OPR-DATE PIC X(8).
          05 OPR-TYPE PIC X(1).
          05 OPR-AMT PIC 9(7)V99.
          05 OPR-ID PIC X(6).
          05 FILLER PIC X(50).

       FD CALENDAR-FILE RECORDING MODE IS F.
       01 CALENDAR-REC.
          05 CAL-DATE PIC X(8).
          05 FILLER PIC X(1).
          05 CAL-DAY-TYPE PIC X(1).
          05 FILLER PIC X(1).
          05 CAL-DESCRIPTION PIC X(20).
          05 FILLER PIC X(1).
          05 CAL-PERIOD-END PIC X(1).
          05 FILLER PIC X(47).

       FD REPORT-FILE RECORDING MODE IS F.
       01 REPORT-REC PIC X(80).

       FD STATUS-LOG RECORDING MODE IS F.
       01 STATUS-LOG-REC.
           COPY BATSTAT.

       WORKING-STORAGE SECTION.

      * FILE STATUS VARIABLES
       01 WS-FILE-STATUSES.
          05 MAINT-AUDIT-STATUS PIC X(2).
          05 AUDIT-HISTORY-STATUS PIC X(2).
          05 OPR-STATUS PIC X(2).
          05 CALENDAR-STATUS PIC X(2).
          05 REPORT-STATUS PIC X(2).
          05 STATUS-LOG-STATUS PIC X(2).

      * CONTROL FLAGS
       01 WS-FLAGS.
          05 WS-QUEUE-EOF PIC X(1) VALUE 'N'.
             88 QUEUE-EOF VALUE 'Y'.
          05 WS-HISTORY-EOF PIC X(1) VALUE 'N'.
             88 HISTORY-EOF VALUE 'Y'.
          05 WS-OPR-EOF PIC X(1) VALUE 'N'.
             88 OPR-EOF VALUE 'Y'.
          05 WS-CAL-EOF PIC X(1) VALUE 'N'.
             88 CAL-EOF VALUE 'Y'.
          05 WS-QUEUE-PRESENT PIC X(1) VALUE 'Y'.
             88 QUEUE-PRESENT VALUE 'Y'.
          05 WS-NEW-ACTION PIC X(1) VALUE 'N'.
             88 NEW-ACTION VALUE 'Y'.
          05 WS-HOLIDAY-FOUND PIC X(1) VALUE 'N'.
             88 HOLIDAY-FOUND VALUE 'Y'.

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

      * THE AUDIT RECORD CURRENTLY BEING WORKED, FROM EITHER FILE.
       01 MAINT-AUDIT-REC.
           COPY MNTAUDT.

      * THE MAINTENANCE WINDOW (HHMM) AND THE MAINTAIN-THEN-
      * TRANSACT LOOK-BACK. THE VALUES HERE ARE THE DEFAULTS.
       01 WS-AUDIT-PARMS.
          05 WS-HOUR-BEGIN PIC 9(4) VALUE 0700.
          05 WS-HOUR-END PIC 9(4) VALUE 1900.
          05 WS-SOD-DAYS PIC 9(3) VALUE 30.

      * CYCLE DATE AND THE FIRST DATE OF THE LOOK-BACK WINDOW
       01 WS-CYCLE-DATE PIC X(8).
       01 WS-CYCLE-DATE-NUM REDEFINES WS-CYCLE-DATE PIC 9(8).
       01 WS-WINDOW-START PIC X(8).
       01 WS-WINDOW-START-NUM REDEFINES WS-WINDOW-START PIC 9(8).
       01 WS-DATE-INT PIC 9(8).

      * THE ACTION THE PREVIOUS AUDIT RECORD BELONGED TO. A RECORD
      * WITH A DIFFERENT IDENTITY STARTS A NEW ACTION.
       01 WS-ACTION-ID.
          05 WS-ACT-SYSTEM PIC X(8).
          05 WS-ACT-KEY PIC X(16).
          05 WS-ACT-ACTION PIC X(1).
          05 WS-ACT-TIMESTAMP PIC X(14).
       01 WS-PREV-ACTION-ID PIC X(39).

      * HOLIDAY AND WEEKEND DATES ('H' CARDS) FROM THE BUSINESS
      * CALENDAR. 1000 DATES IS OVER TWO YEARS OF CARDS.
       01 WS-HOLIDAY-TABLE.
          05 WS-HOLIDAY-COUNT PIC 9(4) VALUE 0.
          05 WS-HOLIDAY-DATE OCCURS 1000 TIMES
                             INDEXED BY HOL-IDX PIC X(8).

      * ACTIONS BY SYSTEM AND RESULT FOR THE COUNTS SECTION.
       01 WS-SYSTEM-TABLE.
          05 WS-SYSTEM-COUNT PIC 9(2) VALUE 0.
          05 WS-SYSTEM-ENTRY OCCURS 20 TIMES INDEXED BY SYS-IDX.
             10 SYS-NAME PIC X(8).
             10 SYS-APPLIED PIC 9(7).
             10 SYS-REJECTED PIC 9(7).
             10 SYS-PARKED PIC 9(7).
             10 SYS-REFUSED PIC 9(7).

      * APPLIED ACCOUNT MAINTENANCE INSIDE THE LOOK-BACK WINDOW,
      * ONE ENTRY PER ACTION, FOR THE MAINTAIN-THEN-TRANSACT CHECK.
       01 WS-CHANGE-TABLE.
          05 WS-CHANGE-COUNT PIC 9(5) VALUE 0.
          05 WS-CHANGE-ENTRY OCCURS 5000 TIMES INDEXED BY CHG-IDX.
             10 CHG-ACCT-ID PIC X(6).
             10 CHG-OPERATOR PIC X(6).
             10 CHG-DATE PIC X(8).

      * COUNTERS
       01 WS-COUNTERS.
          05 QUEUE-RECORDS-READ PIC 9(7) VALUE 0.
          05 HISTORY-RECORDS-WRITTEN PIC 9(7) VALUE 0.
          05 ACTIONS-READ PIC 9(7) VALUE 0.
          05 SELF-APPROVAL-COUNT PIC 9(7) VALUE 0.
          05 OUT-OF-HOURS-COUNT PIC 9(7) VALUE 0.
          05 MAINT-TXN-COUNT PIC 9(7) VALUE 0.
          05 OPR-RECORDS-READ PIC 9(7) VALUE 0.
          05 WS-TOTAL-VIOLATIONS PIC 9(7) VALUE 0.
          05 WS-SECTION-LINES PIC 9(7) VALUE 0.

      * REPORT LINES
       01 WS-REPORT-LINE PIC X(80).

       01 WS-DETAIL-LINE.
          05 DTL-SYSTEM PIC X(8).
          05 FILLER PIC X(1) VALUE SPACE.
          05 DTL-KEY PIC X(16).
          05 FILLER PIC X(1) VALUE SPACE.
          05 DTL-ACTION PIC X(1).
          05 FILLER PIC X(1) VALUE SPACE.
          05 DTL-RESULT PIC X(8).
          05 FILLER PIC X(1) VALUE SPACE.
          05 DTL-FIELD PIC X(8).
          05 FILLER PIC X(1) VALUE SPACE.
          05 DTL-OPERATOR PIC X(8).
          05 FILLER PIC X(1) VALUE SPACE.
          05 DTL-APPROVER PIC X(8).
          05 FILLER PIC X(1) VALUE SPACE.
          05 DTL-DATE PIC X(8).
          05 FILLER PIC X(1) VALUE SPACE.
          05 DTL-TIME PIC X(6).
          05 FILLER PIC X(1) VALUE SPACE.

       01 WS-VALUE-LINE.
          05 FILLER PIC X(10) VALUE SPACES.
          05 VAL-OLD-LABEL PIC X(5) VALUE 'OLD: '.
          05 VAL-OLD PIC X(25).
          05 FILLER PIC X(1) VALUE SPACE.
          05 VAL-NEW-LABEL PIC X(5) VALUE 'NEW: '.
          05 VAL-NEW PIC X(25).
          05 FILLER PIC X(9) VALUE SPACES.

       01 WS-REASON-LINE.
          05 FILLER PIC X(10) VALUE SPACES.
          05 FILLER PIC X(8) VALUE 'REASON: '.
          05 RSN-REASON PIC X(25).
          05 FILLER PIC X(37) VALUE SPACES.

       01 WS-COUNT-LINE.
          05 FILLER PIC X(2) VALUE SPACES.
          05 CNT-SYSTEM PIC X(8).
          05 FILLER PIC X(5) VALUE SPACES.
          05 CNT-APPLIED PIC Z(6)9.
          05 FILLER PIC X(5) VALUE SPACES.
          05 CNT-REJECTED PIC Z(6)9.
          05 FILLER PIC X(5) VALUE SPACES.
          05 CNT-PARKED PIC Z(6)9.
          05 FILLER PIC X(5) VALUE SPACES.
          05 CNT-REFUSED PIC Z(6)9.
          05 FILLER PIC X(22) VALUE SPACES.

       01 WS-EXCEPTION-LINE.
          05 EXC-SYSTEM PIC X(8).
          05 FILLER PIC X(1) VALUE SPACE.
          05 EXC-KEY PIC X(16).
          05 FILLER PIC X(1) VALUE SPACE.
          05 EXC-ACTION PIC X(1).
          05 FILLER PIC X(1) VALUE SPACE.
          05 EXC-RESULT PIC X(8).
          05 FILLER PIC X(1) VALUE SPACE.
          05 EXC-OPERATOR PIC X(8).
          05 FILLER PIC X(1) VALUE SPACE.
          05 EXC-DATE PIC X(8).
          05 FILLER PIC X(1) VALUE SPACE.
          05 EXC-TIME PIC X(6).
          05 FILLER PIC X(1) VALUE SPACE.
          05 EXC-REASON PIC X(18).

       01 WS-SOD-LINE.
          05 SOD-ACCT-ID PIC X(6).
          05 FILLER PIC X(2) VALUE SPACES.
          05 SOD-OPERATOR PIC X(6).
          05 FILLER PIC X(2) VALUE SPACES.
          05 SOD-CHANGE-DATE PIC X(8).
          05 FILLER PIC X(2) VALUE SPACES.
          05 SOD-TXN-DATE PIC X(8).
          05 FILLER PIC X(4) VALUE SPACES.
          05 SOD-TXN-TYPE PIC X(1).
          05 FILLER PIC X(3) VALUE SPACES.
          05 SOD-TXN-AMT PIC Z(6)9.99.
          05 FILLER PIC X(28) VALUE SPACES.

      * DISPLAY-FORMATTED COUNTERS
       01 WS-DISP-COUNTERS.
          05 QUEUE-RECORDS-DISP PIC Z(6)9.
          05 HISTORY-RECORDS-DISP PIC Z(6)9.
          05 ACTIONS-READ-DISP PIC Z(6)9.
          05 SELF-APPROVAL-DISP PIC Z(6)9.
          05 OUT-OF-HOURS-DISP PIC Z(6)9.
          05 MAINT-TXN-DISP PIC Z(6)9.
          05 WINDOW-CHANGES-DISP PIC Z(6)9.
          05 OPR-RECORDS-DISP PIC Z(6)9.

      **********************************************
      * STARTUP -> CONSOLIDATE THE QUEUE -> COUNTS -> SELF-
      * APPROVAL -> OUT-OF-HOURS -> MAINTAIN-THEN-TRANSACT ->
      * STATUS -> SUMMARY.
      **********************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM SET-BST-START-TS.
           PERFORM OPEN-STATUS-LOG.
           MOVE 'AUDCON46' TO CD-JOB-NAME.
           CALL 'CYCDAT40' USING WS-CYCDATE-REQUEST END-CALL.
           MOVE CD-CYCLE-DATE TO WS-CYCLE-DATE.
           PERFORM LOAD-RUNTIME-PARMS.
           COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-CYCLE-DATE-NUM)
                   - WS-SOD-DAYS.
           COMPUTE WS-WINDOW-START-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
           PERFORM LOAD-HOLIDAY-TABLE.
           PERFORM OPEN-REPORT-FILE.
           PERFORM CONSOLIDATE-QUEUE.
           PERFORM REPORT-SYSTEM-COUNTS.
           PERFORM REPORT-SELF-APPROVAL.
           PERFORM REPORT-OUT-OF-HOURS.
           PERFORM LOAD-WINDOW-CHANGES.
           PERFORM REPORT-MAINTAIN-TRANSACT.
           PERFORM CLOSE-REPORT-FILE.
           COMPUTE WS-TOTAL-VIOLATIONS = SELF-APPROVAL-COUNT
                   + OUT-OF-HOURS-COUNT + MAINT-TXN-COUNT.
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
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      **********************************************
      * READS THE MAINTENANCE WINDOW AND THE LOOK-BACK FROM THE
      * CENTRAL PARAMETER FILE THROUGH PRMGET50, KEEPING THE
      * WORKING-STORAGE VALUES AS THE DEFAULTS.
      **********************************************
       LOAD-RUNTIME-PARMS.
           MOVE 'AUDCON46' TO RP-JOB-NAME.
           MOVE 'AUDHRBEG' TO RP-KEYWORD.
           MOVE WS-HOUR-BEGIN TO RP-DEFAULT-VALUE.
           CALL 'PRMGET50' USING WS-RUNPARM-REQUEST END-CALL.
           MOVE RP-VALUE TO WS-HOUR-BEGIN.
           MOVE 'AUDCON46' TO RP-JOB-NAME.
           MOVE 'AUDHREND' TO RP-KEYWORD.
           MOVE WS-HOUR-END TO RP-DEFAULT-VALUE.
           CALL 'PRMGET50' USING WS-RUNPARM-REQUEST END-CALL.
           MOVE RP-VALUE TO WS-HOUR-END.
           MOVE 'AUDCON46' TO RP-JOB-NAME.
           MOVE 'SODDAYS' TO RP-KEYWORD.
           MOVE WS-SOD-DAYS TO RP-DEFAULT-VALUE.
           CALL 'PRMGET50' USING WS-RUNPARM-REQUEST END-CALL.
           MOVE RP-VALUE TO WS-SOD-DAYS.

      **********************************************
      * LOADS EVERY 'H' (HOLIDAY OR WEEKEND) DATE FROM THE
      * BUSINESS CALENDAR. COMMENT CARDS ('*' IN COLUMN 1) ARE
      * SKIPPED. NO CALENDAR MEANS NO DAY IS OUT OF HOURS BY DATE.
      **********************************************
       LOAD-HOLIDAY-TABLE.
           OPEN INPUT CALENDAR-FILE.
           IF CALENDAR-STATUS = '05' OR CALENDAR-STATUS = '35'
              DISPLAY 'NO BUSINESS CALENDAR - HOURS CHECK ONLY'
              SET CAL-EOF TO TRUE
           ELSE
              IF CALENDAR-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING BUSINESS CALENDAR: '
                          CALENDAR-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
           END-IF.
           PERFORM UNTIL CAL-EOF
              READ CALENDAR-FILE
                AT END
                   SET CAL-EOF TO TRUE
                NOT AT END
                   IF CALENDAR-STATUS = '00'
                      AND CAL-DATE(1:1) NOT = '*'
                      AND CAL-DAY-TYPE = 'H'
                      IF WS-HOLIDAY-COUNT >= 1000
                         DISPLAY 'ERROR: HOLIDAY TABLE FULL (1000 MAX)'
                         PERFORM ABEND-WITH-STATUS
                      END-IF
                      ADD 1 TO WS-HOLIDAY-COUNT
                      SET HOL-IDX TO WS-HOLIDAY-COUNT
                      MOVE CAL-DATE TO WS-HOLIDAY-DATE(HOL-IDX)
                   END-IF
              END-READ
           END-PERFORM.
           IF CALENDAR-STATUS NOT = '35'
              CLOSE CALENDAR-FILE
           END-IF.

      **********************************************
      * OPENS THE REPORT AND WRITES ITS TITLE.
      **********************************************
       OPEN-REPORT-FILE.
           OPEN OUTPUT REPORT-FILE.
           IF REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING REPORT FILE: ' REPORT-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'CONSOLIDATED MAINTENANCE AUDIT - CYCLE DATE '
                  DELIMITED BY SIZE
                  WS-CYCLE-DATE DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

      **********************************************
      * OPENS THE QUEUE FOR ONE PASS. A MISSING QUEUE IS AN EMPTY
      * ONE - NO MAINTENANCE JOB HAS RUN SINCE IT WAS LAST
      * ALLOCATED.
      **********************************************
       OPEN-MAINT-AUDIT-QUEUE.
           MOVE 'N' TO WS-QUEUE-EOF.
           MOVE 'Y' TO WS-QUEUE-PRESENT.
           MOVE SPACES TO WS-PREV-ACTION-ID.
           OPEN INPUT MAINT-AUDIT-QUEUE.
           IF MAINT-AUDIT-STATUS = '05' OR MAINT-AUDIT-STATUS = '35'
              MOVE 'N' TO WS-QUEUE-PRESENT
              SET QUEUE-EOF TO TRUE
           ELSE
              IF MAINT-AUDIT-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING MAINT AUDIT QUEUE: '
                          MAINT-AUDIT-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
           END-IF.

      **********************************************
      * READS THE NEXT QUEUE RECORD INTO MAINT-AUDIT-REC AND SETS
      * NEW-ACTION WHEN IT STARTS A DIFFERENT ACTION FROM THE
      * RECORD BEFORE IT.
      **********************************************
       READ-MAINT-AUDIT-QUEUE.
           READ MAINT-AUDIT-QUEUE INTO MAINT-AUDIT-REC
             AT END
                SET QUEUE-EOF TO TRUE
             NOT AT END
                IF MAINT-AUDIT-STATUS NOT = '00'
                   DISPLAY 'ERROR READING MAINT AUDIT QUEUE: '
                            MAINT-AUDIT-STATUS
                   PERFORM ABEND-WITH-STATUS
                END-IF
                PERFORM CHECK-NEW-ACTION
           END-READ.

      **********************************************
      * COMPARES THE CURRENT RECORD'S SYSTEM, KEY, ACTION AND
      * TIMESTAMP WITH THE PREVIOUS RECORD'S.
      **********************************************
       CHECK-NEW-ACTION.
           MOVE MAU-SYSTEM TO WS-ACT-SYSTEM.
           MOVE MAU-KEY TO WS-ACT-KEY.
           MOVE MAU-ACTION TO WS-ACT-ACTION.
           MOVE MAU-TIMESTAMP TO WS-ACT-TIMESTAMP.
           IF WS-ACTION-ID = WS-PREV-ACTION-ID
              MOVE 'N' TO WS-NEW-ACTION
           ELSE
              SET NEW-ACTION TO TRUE
              MOVE WS-ACTION-ID TO WS-PREV-ACTION-ID
           END-IF.

      **********************************************
      * CLOSES THE QUEUE AT THE END OF A PASS.
      **********************************************
       CLOSE-MAINT-AUDIT-QUEUE.
           IF QUEUE-PRESENT
              CLOSE MAINT-AUDIT-QUEUE
              IF MAINT-AUDIT-STATUS NOT = '00'
                 DISPLAY 'WARNING: ERROR CLOSING MAINT AUDIT QUEUE: '
                          MAINT-AUDIT-STATUS
              END-IF
           END-IF.

      **********************************************
      * PHASE 1: EVERY QUEUE RECORD IS APPENDED TO THE HISTORY
      * AND LISTED - THE ACTION LINE, THEN THE OLD AND NEW VALUE
      * FOR A FIELD CHANGE OR THE REASON FOR A REFUSAL. EACH NEW
      * ACTION IS COUNTED BY SYSTEM AND RESULT.
      **********************************************
       CONSOLIDATE-QUEUE.
           OPEN EXTEND MAINT-AUDIT-HISTORY.
           IF AUDIT-HISTORY-STATUS = '05'
              OR AUDIT-HISTORY-STATUS = '35'
              OPEN OUTPUT MAINT-AUDIT-HISTORY
           END-IF.
           IF AUDIT-HISTORY-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING MAINT AUDIT HISTORY: '
                       AUDIT-HISTORY-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'MAINTENANCE APPLIED, REJECTED, PARKED OR REFUSED'
                TO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           STRING 'SYSTEM   KEY              A RESULT   FIELD    '
                  DELIMITED BY SIZE
                  'OPERATOR APPROVER DATE     TIME' DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           PERFORM OPEN-MAINT-AUDIT-QUEUE.
           PERFORM READ-MAINT-AUDIT-QUEUE.
           PERFORM UNTIL QUEUE-EOF
              ADD 1 TO QUEUE-RECORDS-READ
              WRITE MAINT-AUDIT-HISTORY-REC FROM MAINT-AUDIT-REC
              IF AUDIT-HISTORY-STATUS NOT = '00'
                 DISPLAY 'ERROR WRITING MAINT AUDIT HISTORY: '
                          AUDIT-HISTORY-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
              ADD 1 TO HISTORY-RECORDS-WRITTEN
              IF NEW-ACTION
                 ADD 1 TO ACTIONS-READ
                 PERFORM COUNT-SYSTEM-RESULT
              END-IF
              PERFORM WRITE-DETAIL-LINES
              PERFORM READ-MAINT-AUDIT-QUEUE
           END-PERFORM.
           IF QUEUE-RECORDS-READ = 0
              MOVE '  NO MAINTENANCE QUEUED' TO WS-REPORT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF.
           PERFORM CLOSE-MAINT-AUDIT-QUEUE.
           CLOSE MAINT-AUDIT-HISTORY.
           IF AUDIT-HISTORY-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING MAINT AUDIT HISTORY: '
                       AUDIT-HISTORY-STATUS
           END-IF.

      **********************************************
      * LISTS ONE QUEUE RECORD: THE ACTION LINE, FOLLOWED BY THE
      * VALUE LINE FOR A FIELD CHANGE OR THE REASON LINE WHEN
      * THERE IS A REASON.
      **********************************************
       WRITE-DETAIL-LINES.
           MOVE MAU-SYSTEM TO DTL-SYSTEM.
           MOVE MAU-KEY TO DTL-KEY.
           MOVE MAU-ACTION TO DTL-ACTION.
           MOVE MAU-RESULT TO DTL-RESULT.
           MOVE MAU-FIELD TO DTL-FIELD.
           MOVE MAU-OPERATOR TO DTL-OPERATOR.
           MOVE MAU-APPROVER TO DTL-APPROVER.
           MOVE MAU-TS-DATE TO DTL-DATE.
           MOVE MAU-TS-TIME TO DTL-TIME.
           MOVE WS-DETAIL-LINE TO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF MAU-FIELD NOT = SPACES
              MOVE MAU-OLD-VALUE TO VAL-OLD
              MOVE MAU-NEW-VALUE TO VAL-NEW
              MOVE WS-VALUE-LINE TO WS-REPORT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF.
           IF MAU-REASON NOT = SPACES
              MOVE MAU-REASON TO RSN-REASON
              MOVE WS-REASON-LINE TO WS-REPORT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF.

      **********************************************
      * ADDS THE CURRENT ACTION TO ITS SYSTEM'S COUNT FOR ITS
      * RESULT, ADDING THE SYSTEM TO THE TABLE FIRST TIME SEEN.
      **********************************************
       COUNT-SYSTEM-RESULT.
           SET SYS-IDX TO 1.
           SEARCH WS-SYSTEM-ENTRY
               AT END
                 CONTINUE
               WHEN SYS-IDX > WS-SYSTEM-COUNT
                 CONTINUE
               WHEN SYS-NAME(SYS-IDX) = MAU-SYSTEM
                 CONTINUE
           END-SEARCH.
           IF SYS-IDX > WS-SYSTEM-COUNT
              IF WS-SYSTEM-COUNT >= 20
                 DISPLAY 'ERROR: SYSTEM TABLE FULL (20 MAX)'
                 PERFORM ABEND-WITH-STATUS
              END-IF
              ADD 1 TO WS-SYSTEM-COUNT
              SET SYS-IDX TO WS-SYSTEM-COUNT
              MOVE MAU-SYSTEM TO SYS-NAME(SYS-IDX)
              MOVE 0 TO SYS-APPLIED(SYS-IDX)
              MOVE 0 TO SYS-REJECTED(SYS-IDX)
              MOVE 0 TO SYS-PARKED(SYS-IDX)
              MOVE 0 TO SYS-REFUSED(SYS-IDX)
           END-IF.
           EVALUATE TRUE
               WHEN MAU-APPLIED
                 ADD 1 TO SYS-APPLIED(SYS-IDX)
               WHEN MAU-REJECTED
                 ADD 1 TO SYS-REJECTED(SYS-IDX)
               WHEN MAU-PARKED
                 ADD 1 TO SYS-PARKED(SYS-IDX)
               WHEN MAU-REFUSED
                 ADD 1 TO SYS-REFUSED(SYS-IDX)
           END-EVALUATE.

      **********************************************
      * ACTIONS BY SYSTEM AND RESULT, IN ORDER OF FIRST
      * APPEARANCE ON THE QUEUE.
      **********************************************
       REPORT-SYSTEM-COUNTS.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'ACTIONS BY SYSTEM AND RESULT' TO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           STRING '  SYSTEM        APPLIED    REJECTED'
                  DELIMITED BY SIZE
                  '      PARKED     REFUSED' DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING SYS-IDX FROM 1 BY 1
                   UNTIL SYS-IDX > WS-SYSTEM-COUNT
              MOVE SYS-NAME(SYS-IDX) TO CNT-SYSTEM
              MOVE SYS-APPLIED(SYS-IDX) TO CNT-APPLIED
              MOVE SYS-REJECTED(SYS-IDX) TO CNT-REJECTED
              MOVE SYS-PARKED(SYS-IDX) TO CNT-PARKED
              MOVE SYS-REFUSED(SYS-IDX) TO CNT-REFUSED
              MOVE WS-COUNT-LINE TO WS-REPORT-LINE
              PERFORM WRITE-REPORT-LINE
           END-PERFORM.
           IF WS-SYSTEM-COUNT = 0
              MOVE '  NONE' TO WS-REPORT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF.

      **********************************************
      * PHASE 2: ONE LINE PER ACTION WHOSE APPROVER IS ITS OWN
      * OPERATOR. A REFUSED ATTEMPT IS LISTED TOO - THE CONTROL
      * HELD, BUT AUDIT STILL WANTS TO KNOW WHO TRIED.
      **********************************************
       REPORT-SELF-APPROVAL.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'SEPARATION OF DUTIES - SELF-APPROVAL'
                TO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM WRITE-EXCEPTION-HEADING.
           MOVE 0 TO WS-SECTION-LINES.
           PERFORM OPEN-MAINT-AUDIT-QUEUE.
           PERFORM READ-MAINT-AUDIT-QUEUE.
           PERFORM UNTIL QUEUE-EOF
              IF NEW-ACTION
                 AND MAU-APPROVER NOT = SPACES
                 AND MAU-APPROVER = MAU-OPERATOR
                 ADD 1 TO SELF-APPROVAL-COUNT
                 MOVE 'SELF-APPROVED' TO EXC-REASON
                 PERFORM WRITE-EXCEPTION-LINE
              END-IF
              PERFORM READ-MAINT-AUDIT-QUEUE
           END-PERFORM.
           PERFORM CLOSE-MAINT-AUDIT-QUEUE.
           PERFORM WRITE-NONE-IF-EMPTY.

      **********************************************
      * PHASE 3: ONE LINE PER APPLIED ACTION TIMED OUTSIDE THE
      * MAINTENANCE WINDOW OR DATED ON A HOLIDAY OR WEEKEND.
      **********************************************
       REPORT-OUT-OF-HOURS.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'OUT-OF-HOURS MAINTENANCE (WINDOW '
                  DELIMITED BY SIZE
                  WS-HOUR-BEGIN DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-HOUR-END DELIMITED BY SIZE
                  ' ON BUSINESS DAYS)' DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           PERFORM WRITE-EXCEPTION-HEADING.
           MOVE 0 TO WS-SECTION-LINES.
           PERFORM OPEN-MAINT-AUDIT-QUEUE.
           PERFORM READ-MAINT-AUDIT-QUEUE.
           PERFORM UNTIL QUEUE-EOF
              IF NEW-ACTION AND MAU-APPLIED
                 PERFORM CHECK-HOLIDAY-DATE
                 EVALUATE TRUE
                     WHEN HOLIDAY-FOUND
                       ADD 1 TO OUT-OF-HOURS-COUNT
                       MOVE 'NON-BUSINESS DAY' TO EXC-REASON
                       PERFORM WRITE-EXCEPTION-LINE
                     WHEN MAU-TS-TIME(1:4) < WS-HOUR-BEGIN
                       OR MAU-TS-TIME(1:4) NOT < WS-HOUR-END
                       ADD 1 TO OUT-OF-HOURS-COUNT
                       MOVE 'OUTSIDE WINDOW' TO EXC-REASON
                       PERFORM WRITE-EXCEPTION-LINE
                 END-EVALUATE
              END-IF
              PERFORM READ-MAINT-AUDIT-QUEUE
           END-PERFORM.
           PERFORM CLOSE-MAINT-AUDIT-QUEUE.
           PERFORM WRITE-NONE-IF-EMPTY.

      **********************************************
      * LOOKS THE ACTION'S DATE UP AMONG THE CALENDAR'S 'H' DATES.
      **********************************************
       CHECK-HOLIDAY-DATE.
           MOVE 'N' TO WS-HOLIDAY-FOUND.
           IF WS-HOLIDAY-COUNT > 0
              SET HOL-IDX TO 1
              SEARCH WS-HOLIDAY-DATE
                  AT END
                    CONTINUE
                  WHEN HOL-IDX > WS-HOLIDAY-COUNT
                    CONTINUE
                  WHEN WS-HOLIDAY-DATE(HOL-IDX) = MAU-TS-DATE
                    SET HOLIDAY-FOUND TO TRUE
              END-SEARCH
           END-IF.

      **********************************************
      * COLUMN HEADING SHARED BY THE SELF-APPROVAL AND OUT-OF-
      * HOURS SECTIONS.
      **********************************************
       WRITE-EXCEPTION-HEADING.
           STRING 'SYSTEM   KEY              A RESULT   OPERATOR '
                  DELIMITED BY SIZE
                  'DATE     TIME   REASON' DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

      **********************************************
      * WRITES ONE SELF-APPROVAL OR OUT-OF-HOURS LINE FOR THE
      * CURRENT ACTION; EXC-REASON IS SET BY THE CALLER.
      **********************************************
       WRITE-EXCEPTION-LINE.
           MOVE MAU-SYSTEM TO EXC-SYSTEM.
           MOVE MAU-KEY TO EXC-KEY.
           MOVE MAU-ACTION TO EXC-ACTION.
           MOVE MAU-RESULT TO EXC-RESULT.
           MOVE MAU-OPERATOR TO EXC-OPERATOR.
           MOVE MAU-TS-DATE TO EXC-DATE.
           MOVE MAU-TS-TIME TO EXC-TIME.
           MOVE WS-EXCEPTION-LINE TO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           ADD 1 TO WS-SECTION-LINES.

      **********************************************
      * CLOSES A SECTION THAT FOUND NOTHING WITH A 'NONE' LINE.
      **********************************************
       WRITE-NONE-IF-EMPTY.
           IF WS-SECTION-LINES = 0
              MOVE '  NONE' TO WS-REPORT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF.

      **********************************************
      * PHASE 4, PART 1: READS THE HISTORY (TODAY'S QUEUE IS NOW
      * ON IT) AND HOLDS EVERY APPLIED ACCOUNT MAINTENANCE ACTION
      * DATED INSIDE THE LOOK-BACK WINDOW. THE OPERATION LOG
      * CARRIES A SIX-CHARACTER OPERATOR ID, SO THE OPERATOR IS
      * HELD TO SIX CHARACTERS.
      **********************************************
       LOAD-WINDOW-CHANGES.
           OPEN INPUT MAINT-AUDIT-HISTORY.
           IF AUDIT-HISTORY-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING MAINT AUDIT HISTORY: '
                       AUDIT-HISTORY-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.
           MOVE SPACES TO WS-PREV-ACTION-ID.
           PERFORM UNTIL HISTORY-EOF
              READ MAINT-AUDIT-HISTORY INTO MAINT-AUDIT-REC
                AT END
                   SET HISTORY-EOF TO TRUE
                NOT AT END
                   IF AUDIT-HISTORY-STATUS NOT = '00'
                      DISPLAY 'ERROR READING MAINT AUDIT HISTORY: '
                               AUDIT-HISTORY-STATUS
                      PERFORM ABEND-WITH-STATUS
                   END-IF
                   PERFORM CHECK-NEW-ACTION
                   IF NEW-ACTION
                      AND MAU-SYSTEM = 'ACTMNT29'
                      AND MAU-APPLIED
                      AND MAU-OPERATOR NOT = SPACES
                      AND MAU-TS-DATE NOT < WS-WINDOW-START
                      PERFORM ADD-WINDOW-CHANGE
                   END-IF
              END-READ
           END-PERFORM.
           CLOSE MAINT-AUDIT-HISTORY.
           IF AUDIT-HISTORY-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING MAINT AUDIT HISTORY: '
                       AUDIT-HISTORY-STATUS
           END-IF.

      **********************************************
      * ADDS THE CURRENT ACTION TO THE LOOK-BACK TABLE.
      **********************************************
       ADD-WINDOW-CHANGE.
           IF WS-CHANGE-COUNT >= 5000
              DISPLAY 'ERROR: CHANGE TABLE FULL (5000 MAX)'
              PERFORM ABEND-WITH-STATUS
           END-IF.
           ADD 1 TO WS-CHANGE-COUNT.
           SET CHG-IDX TO WS-CHANGE-COUNT.
           MOVE MAU-KEY(1:6) TO CHG-ACCT-ID(CHG-IDX).
           MOVE MAU-OPERATOR(1:6) TO CHG-OPERATOR(CHG-IDX).
           MOVE MAU-TS-DATE TO CHG-DATE(CHG-IDX).

      **********************************************
      * PHASE 4, PART 2: SCANS THE OPERATION LOG FOR THE CYCLE
      * DATE'S (OR LATER) TRANSACTIONS ON AN ACCOUNT THE SAME
      * OPERATOR MAINTAINED, ON OR BEFORE THE TRANSACTION DATE,
      * INSIDE THE WINDOW. ONE LINE PER TRANSACTION, AGAINST THE
      * FIRST MATCHING CHANGE.
      **********************************************
       REPORT-MAINTAIN-TRANSACT.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'SEPARATION OF DUTIES - MAINTAINED THEN TRANSACTED'
                  DELIMITED BY SIZE
                  ' (' DELIMITED BY SIZE
                  WS-SOD-DAYS DELIMITED BY SIZE
                  ' DAYS)' DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'ACCT    OPER    CHANGED   TXN DATE  TYPE      AMOUNT'
                TO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 0 TO WS-SECTION-LINES.
           IF WS-CHANGE-COUNT > 0
              OPEN INPUT OPR-LOG
              IF OPR-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING OPR-LOG: ' OPR-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
              PERFORM UNTIL OPR-EOF
                 READ OPR-LOG
                   AT END
                      SET OPR-EOF TO TRUE
                   NOT AT END
                      IF OPR-STATUS NOT = '00'
                         DISPLAY 'ERROR READING OPR-LOG: ' OPR-STATUS
                         PERFORM ABEND-WITH-STATUS
                      END-IF
                      ADD 1 TO OPR-RECORDS-READ
                      IF OPR-DATE NOT < WS-CYCLE-DATE
                         PERFORM CHECK-OPR-AGAINST-CHANGES
                      END-IF
                 END-READ
              END-PERFORM
              CLOSE OPR-LOG
              IF OPR-STATUS NOT = '00'
                 DISPLAY 'WARNING: ERROR CLOSING OPR-LOG: ' OPR-STATUS
              END-IF
           END-IF.
           PERFORM WRITE-NONE-IF-EMPTY.

      **********************************************
      * MATCHES ONE TRANSACTION AGAINST THE LOOK-BACK TABLE.
      **********************************************
       CHECK-OPR-AGAINST-CHANGES.
           SET CHG-IDX TO 1.
           SEARCH WS-CHANGE-ENTRY
               AT END
                 CONTINUE
               WHEN CHG-IDX > WS-CHANGE-COUNT
                 CONTINUE
               WHEN CHG-ACCT-ID(CHG-IDX) = OPR-ACCT-ID
                    AND CHG-OPERATOR(CHG-IDX) = OPR-ID
                    AND CHG-DATE(CHG-IDX) NOT > OPR-DATE
                 ADD 1 TO MAINT-TXN-COUNT
                 MOVE OPR-ACCT-ID TO SOD-ACCT-ID
                 MOVE OPR-ID TO SOD-OPERATOR
                 MOVE CHG-DATE(CHG-IDX) TO SOD-CHANGE-DATE
                 MOVE OPR-DATE TO SOD-TXN-DATE
                 MOVE OPR-TYPE TO SOD-TXN-TYPE
                 MOVE OPR-AMT TO SOD-TXN-AMT
                 MOVE WS-SOD-LINE TO WS-REPORT-LINE
                 PERFORM WRITE-REPORT-LINE
                 ADD 1 TO WS-SECTION-LINES
           END-SEARCH.

      **********************************************
      * WRITES WHATEVER LINE IS CURRENTLY IN WS-REPORT-LINE.
      **********************************************
       WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO REPORT-REC.
           WRITE REPORT-REC.
           IF REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING REPORT FILE: ' REPORT-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.

      **********************************************
      * CLOSES THE REPORT.
      **********************************************
       CLOSE-REPORT-FILE.
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
           MOVE 'AUDCON46' TO BST-PROGRAM-ID.
           PERFORM GET-BST-TIMESTAMP.
           MOVE WS-BST-START-TS TO BST-START-TS.
           MOVE WS-BST-TS-BUILT TO BST-END-TS.
           MOVE QUEUE-RECORDS-READ TO BST-RECORDS-IN.
           MOVE HISTORY-RECORDS-WRITTEN TO BST-RECORDS-OUT.
           MOVE WS-TOTAL-VIOLATIONS TO BST-RECORDS-REJECTED.
           IF ABEND-IN-PROGRESS
              MOVE 'FAILED' TO BST-STATUS
              MOVE 'JOB ABENDED - SEE SYSOUT FOR DETAIL' TO BST-MESSAGE
           ELSE
              IF WS-TOTAL-VIOLATIONS > 0
                 MOVE 'WARNING' TO BST-STATUS
                 MOVE 'MAINTENANCE AUDIT VIOLATIONS FOUND'
                      TO BST-MESSAGE
              ELSE
                 MOVE 'COMPLETE' TO BST-STATUS
                 MOVE 'MAINTENANCE AUDIT CLEAN' TO BST-MESSAGE
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
      * THE NON-ZERO RETURN CODE KEEPS STEP020 FROM EMPTYING
      * THE AUDIT QUEUE.
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
           MOVE QUEUE-RECORDS-READ TO QUEUE-RECORDS-DISP.
           MOVE HISTORY-RECORDS-WRITTEN TO HISTORY-RECORDS-DISP.
           MOVE ACTIONS-READ TO ACTIONS-READ-DISP.
           MOVE SELF-APPROVAL-COUNT TO SELF-APPROVAL-DISP.
           MOVE OUT-OF-HOURS-COUNT TO OUT-OF-HOURS-DISP.
           MOVE MAINT-TXN-COUNT TO MAINT-TXN-DISP.
           MOVE WS-CHANGE-COUNT TO WINDOW-CHANGES-DISP.
           MOVE OPR-RECORDS-READ TO OPR-RECORDS-DISP.

           DISPLAY '========================================'.
           DISPLAY 'MAINTENANCE AUDIT CONSOLIDATION SUMMARY'.
           DISPLAY '========================================'.
           DISPLAY 'CYCLE DATE:            ' WS-CYCLE-DATE.
           DISPLAY 'QUEUE RECORDS READ:    ' QUEUE-RECORDS-DISP.
           DISPLAY 'HISTORY RECORDS ADDED: ' HISTORY-RECORDS-DISP.
           DISPLAY 'ACTIONS:               ' ACTIONS-READ-DISP.
           DISPLAY 'SELF-APPROVALS:        ' SELF-APPROVAL-DISP.
           DISPLAY 'OUT-OF-HOURS ACTIONS:  ' OUT-OF-HOURS-DISP.
           DISPLAY 'WINDOW ACCOUNT CHANGES:' WINDOW-CHANGES-DISP.
           DISPLAY 'OPR-LOG RECORDS READ:  ' OPR-RECORDS-DISP.
           DISPLAY 'MAINTAIN-THEN-TRANSACT:' MAINT-TXN-DISP.
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
