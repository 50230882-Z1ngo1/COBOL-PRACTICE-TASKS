      ******************************************************************
      * COLLECTOR ACTION POSTING                                       *
      *                                                                *
      * PURPOSE:                                                       *
      * POSTS WHAT THE COLLECTORS DID ON THE DAY'S QUEUE - CALLS,      *
      * MESSAGES, LETTERS, DISPUTES, NOTES, CASE ASSIGNMENTS AND       *
      * PROMISES TO PAY - TO THE COLLECTIONS CASE MASTER COLQUE39      *
      * BUILDS, WITH PER-RECORD VALIDATION, AN AUDIT LINE PER ACTION   *
      * APPLIED OR REJECTED, AND A PERMANENT ACTION HISTORY. THE       *
      * PROMISE RECORDED HERE IS WHAT COLQUE39 LATER SETTLES AS KEPT   *
      * OR BROKEN.                                                     *
      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   PER FEED RECORD (COLLECTOR REQUIRED ON EVERY RECORD):        *
      *   THE CASE MUST BE ON THE CASE MASTER AND NOT CHARGED OFF.     *
      *   ACTION CODES:                                                *
      *     CALL - CUSTOMER CALLED          LMSG - MESSAGE LEFT        *
      *     LETR - LETTER SENT              DISP - CUSTOMER DISPUTES   *
      *     NOTE - FREE-FORM NOTE           ASGN - CASE ASSIGNED TO    *
      *                                            THE COLLECTOR       *
      *     PTP  - PROMISE TO PAY: AMOUNT GREATER THAN ZERO AND A      *
      *            NUMERIC DATE NOT BEFORE TODAY REQUIRED; THE CASE    *
      *            MUST STILL BE OPEN OR PENDING CHARGE-OFF. A NEW     *
      *            PROMISE REPLACES ANY EARLIER ONE, MEASURED FROM     *
      *            THE CASE'S CURRENT PAST-DUE AMOUNT.                 *
      *   ANY OTHER ACTION CODE IS REJECTED.                           *
      *   AN APPLIED ACTION STAMPS THE CASE'S LAST ACTION, DATE AND    *
      *   ACTION COUNT; A CASE WITH NO COLLECTOR YET IS GIVEN THE ONE  *
      *   WHO WORKED IT. EVERY APPLIED ACTION IS APPENDED TO THE       *
      *   ACTION HISTORY WITH THE RUN DATE.                            *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/10/15                                               *
      *                                                                *
      * COPYBOOK: COLCASE - COLLECTIONS CASE MASTER RECORD             *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  ACTDD (COLLECT.ACTION.FEED) - COLLECTOR ACTIONS        *
      *         (PS, 80 B)                                             *
      * I/O:    COLCDD (COLLECT.CASE.MASTER) - CASE MASTER (KSDS)      *
      * OUTPUT: COLHDD (COLLECT.ACTION.HISTORY) - APPLIED ACTIONS,     *
      *         APPENDED (PS, 80 B)                                    *
      * OUTPUT: AUDTDD (COLLECT.ACTION.AUDIT) - AUDIT OF EVERY ACTION  *
      *         APPLIED OR REJECTED (PS, 80 B)                         *
      * OUTPUT: STATLOG - SHARED STATUS LOG                            *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLACT39.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACTION-FEED-FILE ASSIGN TO ACTDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS ACTION-FEED-STATUS.

           SELECT CASE-MASTER ASSIGN TO COLCDD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CC-KEY
              FILE STATUS IS CASE-MASTER-STATUS.

           SELECT ACTION-HIST-FILE ASSIGN TO COLHDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS ACTION-HIST-STATUS.

           SELECT AUDIT-FILE ASSIGN TO AUDTDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS AUDIT-STATUS.

           SELECT STATUS-LOG ASSIGN TO STATLOG
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS STATUS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * ONE COLLECTOR ACTION. ACT-CASE-KEY IS THE CASE KEY AS IT
      * APPEARS ON THE WORK QUEUE.
       FD ACTION-FEED-FILE RECORDING MODE IS F.
       01 ACTION-FEED-REC.
          05 ACT-CASE-KEY PIC X(17).
          05 FILLER PIC X(1).
          05 ACT-COLLECTOR PIC X(8).
          05 FILLER PIC X(1).
          05 ACT-CODE PIC X(4).
          05 FILLER PIC X(1).
          05 ACT-PTP-AMOUNT PIC 9(7)V99.
          05 FILLER PIC X(1).
          05 ACT-PTP-DATE PIC X(8).
          05 FILLER PIC X(1).
          05 ACT-NOTE PIC X(29).

       FD CASE-MASTER.
       01 CASE-MASTER-REC.
           COPY COLCASE.

      * ONE LINE PER APPLIED ACTION, KEPT ACROSS RUNS.
       FD ACTION-HIST-FILE RECORDING MODE IS F.
       01 ACTION-HIST-REC.
          05 CAH-DATE PIC X(8).
          05 FILLER PIC X(1).
          05 CAH-CASE-KEY PIC X(17).
          05 FILLER PIC X(1).
          05 CAH-COLLECTOR PIC X(8).
          05 FILLER PIC X(1).
          05 CAH-CODE PIC X(4).
          05 FILLER PIC X(1).
          05 CAH-PTP-AMOUNT PIC 9(7)V99.
          05 FILLER PIC X(1).
          05 CAH-PTP-DATE PIC X(8).
          05 FILLER PIC X(1).
          05 CAH-NOTE PIC X(20).

       FD AUDIT-FILE RECORDING MODE IS F.
       01 AUDIT-REC.
          05 AUD-CODE PIC X(4).
          05 FILLER PIC X(1).
          05 AUD-KEY PIC X(17).
          05 FILLER PIC X(1).
          05 AUD-RESULT PIC X(8).
          05 FILLER PIC X(1).
          05 AUD-REASON PIC X(25).
          05 FILLER PIC X(1).
          05 AUD-COLLECTOR PIC X(8).
          05 FILLER PIC X(14).

       FD STATUS-LOG RECORDING MODE IS F.
       01 STATUS-LOG-REC.
           COPY BATSTAT.

       WORKING-STORAGE SECTION.

      * FILE STATUS VARIABLES
       01 WS-FILE-STATUSES.
          05 ACTION-FEED-STATUS PIC X(2).
          05 CASE-MASTER-STATUS PIC X(2).
          05 ACTION-HIST-STATUS PIC X(2).
          05 AUDIT-STATUS PIC X(2).
          05 STATUS-LOG-STATUS PIC X(2).

      * CONTROL FLAGS
       01 WS-FLAGS.
          05 WS-EOF PIC X(1) VALUE 'N'.
             88 EOF VALUE 'Y'.

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

      * RUN DATE STAMPED ON THE CASE AND THE HISTORY
       01 WS-RUN-DATE PIC X(8).

      * REJECT REASON FOR THE CURRENT AUDIT LINE
       01 WS-REJECT-REASON PIC X(25).

      * ACTION CODE VALIDATION
       01 WS-ACTION-CODE PIC X(4).
          88 VALID-ACTION-CODE VALUE 'CALL' 'LMSG' 'LETR' 'DISP'
                                     'NOTE' 'ASGN' 'PTP '.
          88 PROMISE-TO-PAY VALUE 'PTP '.
          88 ASSIGN-CASE VALUE 'ASGN'.

      * STATISTICS COUNTERS
       01 WS-COUNTERS.
          05 TOTAL-FEED-RECORDS PIC 9(5) VALUE 0.
          05 TOTAL-APPLIED PIC 9(5) VALUE 0.
          05 TOTAL-PROMISES PIC 9(5) VALUE 0.
          05 TOTAL-ASSIGNED PIC 9(5) VALUE 0.
          05 TOTAL-REJECTS PIC 9(5) VALUE 0.

      * DISPLAY-FORMATTED COUNTERS
       01 WS-DISP-COUNTERS.
          05 TOTAL-FEED-RECORDS-DISP PIC Z(4)9.
          05 TOTAL-APPLIED-DISP PIC Z(4)9.
          05 TOTAL-PROMISES-DISP PIC Z(4)9.
          05 TOTAL-ASSIGNED-DISP PIC Z(4)9.
          05 TOTAL-REJECTS-DISP PIC Z(4)9.

      **********************************************
      * OPENS FILES, POSTS THE ACTION FEED, CLOSES, WRITES BATCH
      * STATUS AND DISPLAYS THE SUMMARY.
      **********************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM SET-BST-START-TS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM OPEN-STATUS-LOG.
           PERFORM OPEN-ALL-FILES.
           PERFORM APPLY-ACTION-FEED.
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
      * OPEN ALL FILES AND CHECK STATUS. THE ACTION HISTORY IS
      * EXTENDED, OR CREATED ON THE FIRST RUN.
      **********************************************
       OPEN-ALL-FILES.
           OPEN INPUT ACTION-FEED-FILE.
           IF ACTION-FEED-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING ACTION FEED: '
                       ACTION-FEED-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN I-O CASE-MASTER.
           IF CASE-MASTER-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING COLLECTIONS CASE MASTER: '
                       CASE-MASTER-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN EXTEND ACTION-HIST-FILE.
           IF ACTION-HIST-STATUS = '05' OR ACTION-HIST-STATUS = '35'
              OPEN OUTPUT ACTION-HIST-FILE
           END-IF.
           IF ACTION-HIST-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING ACTION HISTORY: '
                       ACTION-HIST-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN OUTPUT AUDIT-FILE.
           IF AUDIT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING AUDIT FILE: ' AUDIT-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * READS THE ACTION FEED UNTIL EOF.
      **********************************************
       APPLY-ACTION-FEED.
           PERFORM UNTIL EOF
              READ ACTION-FEED-FILE
                AT END
                   SET EOF TO TRUE
                NOT AT END
                   IF ACTION-FEED-STATUS = '00'
                      ADD 1 TO TOTAL-FEED-RECORDS
                      MOVE SPACES TO WS-REJECT-REASON
                      MOVE ACT-CODE TO WS-ACTION-CODE
                      PERFORM APPLY-ONE-ACTION
                   ELSE
                      DISPLAY 'ERROR READING ACTION FEED: '
                               ACTION-FEED-STATUS
                      PERFORM ABEND-WITH-STATUS
                   END-IF
              END-READ
           END-PERFORM.

      **********************************************
      * EDITS ONE ACTION AGAINST THE FEED AND THE CASE, THEN
      * POSTS IT.
      **********************************************
       APPLY-ONE-ACTION.
           IF ACT-COLLECTOR = SPACES
              MOVE 'COLLECTOR MISSING' TO WS-REJECT-REASON
           ELSE
              IF NOT VALID-ACTION-CODE
                 MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
              ELSE
                 PERFORM READ-ACTION-CASE
              END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES
              EVALUATE TRUE
                  WHEN CC-CHARGED-OFF
                    MOVE 'CASE CHARGED OFF' TO WS-REJECT-REASON
                  WHEN PROMISE-TO-PAY
                    PERFORM EDIT-PROMISE-TO-PAY
                  WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
           IF WS-REJECT-REASON = SPACES
              PERFORM POST-ACTION
           ELSE
              PERFORM WRITE-AUDIT-REJECT
           END-IF.

      **********************************************
      * READS THE CASE THE ACTION IS FOR.
      **********************************************
       READ-ACTION-CASE.
           MOVE ACT-CASE-KEY TO CC-KEY.
           READ CASE-MASTER.
           EVALUATE CASE-MASTER-STATUS
               WHEN '00'
                 CONTINUE
               WHEN '23'
                 MOVE 'CASE NOT FOUND' TO WS-REJECT-REASON
               WHEN OTHER
                 DISPLAY 'ERROR READING COLLECTIONS CASE MASTER: '
                          CASE-MASTER-STATUS
                 DISPLAY 'KEY: ' ACT-CASE-KEY
                 PERFORM ABEND-WITH-STATUS
           END-EVALUATE.

      **********************************************
      * PTP: A PROMISE NEEDS AN AMOUNT AND A DATE THAT HAS NOT
      * ALREADY PASSED, ON A CASE STILL BEING COLLECTED.
      **********************************************
       EDIT-PROMISE-TO-PAY.
           EVALUATE TRUE
               WHEN NOT CC-OPEN AND NOT CC-CHGOFF-PENDING
                 MOVE 'CASE NOT OPEN' TO WS-REJECT-REASON
               WHEN ACT-PTP-AMOUNT NOT NUMERIC
                 MOVE 'PROMISE AMOUNT NOT NUMERIC' TO WS-REJECT-REASON
               WHEN ACT-PTP-AMOUNT = 0
                 MOVE 'PROMISE AMOUNT ZERO' TO WS-REJECT-REASON
               WHEN ACT-PTP-DATE NOT NUMERIC
                 MOVE 'PROMISE DATE NOT NUMERIC' TO WS-REJECT-REASON
               WHEN ACT-PTP-DATE < WS-RUN-DATE
                 MOVE 'PROMISE DATE IN THE PAST' TO WS-REJECT-REASON
               WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      **********************************************
      * STAMPS THE ACTION ON THE CASE, REWRITES IT, AND WRITES
      * THE HISTORY AND AUDIT LINES.
      **********************************************
       POST-ACTION.
           IF ASSIGN-CASE
              MOVE ACT-COLLECTOR TO CC-COLLECTOR
              ADD 1 TO TOTAL-ASSIGNED
           ELSE
              IF CC-COLLECTOR = SPACES
                 MOVE ACT-COLLECTOR TO CC-COLLECTOR
              END-IF
           END-IF.
           IF PROMISE-TO-PAY
              SET CC-PTP-OPEN TO TRUE
              MOVE ACT-PTP-AMOUNT TO CC-PTP-AMOUNT
              MOVE ACT-PTP-DATE TO CC-PTP-DATE
              MOVE CC-PAST-DUE TO CC-PTP-BASE-PAST-DUE
              ADD 1 TO TOTAL-PROMISES
           END-IF.
           MOVE WS-ACTION-CODE TO CC-LAST-ACTION.
           MOVE WS-RUN-DATE TO CC-LAST-ACTION-DATE.
           IF CC-ACTION-COUNT NUMERIC
              ADD 1 TO CC-ACTION-COUNT
           ELSE
              MOVE 1 TO CC-ACTION-COUNT
           END-IF.
           REWRITE CASE-MASTER-REC.
           IF CASE-MASTER-STATUS NOT = '00'
              DISPLAY 'ERROR REWRITING COLLECTIONS CASE: '
                       CASE-MASTER-STATUS
              DISPLAY 'KEY: ' CC-KEY
              PERFORM ABEND-WITH-STATUS
           END-IF.
           ADD 1 TO TOTAL-APPLIED.

           MOVE SPACES TO ACTION-HIST-REC.
           MOVE WS-RUN-DATE TO CAH-DATE.
           MOVE ACT-CASE-KEY TO CAH-CASE-KEY.
           MOVE ACT-COLLECTOR TO CAH-COLLECTOR.
           MOVE WS-ACTION-CODE TO CAH-CODE.
           IF PROMISE-TO-PAY
              MOVE ACT-PTP-AMOUNT TO CAH-PTP-AMOUNT
              MOVE ACT-PTP-DATE TO CAH-PTP-DATE
           ELSE
              MOVE 0 TO CAH-PTP-AMOUNT
           END-IF.
           MOVE ACT-NOTE TO CAH-NOTE.
           WRITE ACTION-HIST-REC.
           IF ACTION-HIST-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING ACTION HISTORY: '
                       ACTION-HIST-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           MOVE SPACES TO AUDIT-REC.
           MOVE WS-ACTION-CODE TO AUD-CODE.
           MOVE ACT-CASE-KEY TO AUD-KEY.
           MOVE 'APPLIED' TO AUD-RESULT.
           MOVE ACT-NOTE TO AUD-REASON.
           MOVE ACT-COLLECTOR TO AUD-COLLECTOR.
           PERFORM WRITE-AUDIT-LINE.

      **********************************************
      * WRITES ONE 'REJECTED' AUDIT LINE WITH THE REASON AND
      * BUMPS THE REJECT COUNT.
      **********************************************
       WRITE-AUDIT-REJECT.
           MOVE SPACES TO AUDIT-REC.
           MOVE ACT-CODE TO AUD-CODE.
           MOVE ACT-CASE-KEY TO AUD-KEY.
           MOVE 'REJECTED' TO AUD-RESULT.
           MOVE WS-REJECT-REASON TO AUD-REASON.
           MOVE ACT-COLLECTOR TO AUD-COLLECTOR.
           ADD 1 TO TOTAL-REJECTS.
           PERFORM WRITE-AUDIT-LINE.

      **********************************************
      * WRITES WHATEVER LINE IS CURRENTLY IN AUDIT-REC.
      **********************************************
       WRITE-AUDIT-LINE.
           WRITE AUDIT-REC.
           IF AUDIT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING AUDIT FILE: ' AUDIT-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * CLOSE ALL FILES AND CHECK STATUS
      **********************************************
       CLOSE-ALL-FILES.
           CLOSE ACTION-FEED-FILE.
           IF ACTION-FEED-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING ACTION FEED: '
                       ACTION-FEED-STATUS
           END-IF.

           CLOSE CASE-MASTER.
           IF CASE-MASTER-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING CASE MASTER: '
                       CASE-MASTER-STATUS
           END-IF.

           CLOSE ACTION-HIST-FILE.
           IF ACTION-HIST-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING ACTION HISTORY: '
                       ACTION-HIST-STATUS
           END-IF.

           CLOSE AUDIT-FILE.
           IF AUDIT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING AUDIT FILE: '
                       AUDIT-STATUS
           END-IF.

      **********************************************
      * APPENDS ONE RECORD TO THE CONSOLIDATED END-OF-NIGHT BATCH
      * STATUS LOG AND CLOSES IT. STATUS-LOG ITSELF WAS ALREADY
      * OPENED BY OPEN-STATUS-LOG, FIRST THING IN MAIN-LOGIC.
      **********************************************
       WRITE-BATCH-STATUS.
           MOVE SPACES TO STATUS-LOG-REC.
           MOVE 'COLACT39' TO BST-PROGRAM-ID.
           PERFORM GET-BST-TIMESTAMP.
           MOVE WS-BST-START-TS TO BST-START-TS.
           MOVE WS-BST-TS-BUILT TO BST-END-TS.
           MOVE TOTAL-FEED-RECORDS TO BST-RECORDS-IN.
           MOVE TOTAL-APPLIED TO BST-RECORDS-OUT.
           MOVE TOTAL-REJECTS TO BST-RECORDS-REJECTED.
           IF ABEND-IN-PROGRESS
              MOVE 'FAILED' TO BST-STATUS
              MOVE 'JOB ABENDED - SEE SYSOUT FOR DETAIL' TO BST-MESSAGE
           ELSE
              IF TOTAL-REJECTS > 0
                 MOVE 'WARNING' TO BST-STATUS
                 MOVE 'COMPLETED WITH REJECTED ACTIONS' TO
                      BST-MESSAGE
              ELSE
                 MOVE 'COMPLETE' TO BST-STATUS
                 MOVE 'COLLECTOR ACTIONS POSTED' TO BST-MESSAGE
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
      * DISPLAY SUMMARY STATISTICS TO SYSOUT
      **********************************************
       DISPLAY-SUMMARY.
           MOVE TOTAL-FEED-RECORDS TO TOTAL-FEED-RECORDS-DISP.
           MOVE TOTAL-APPLIED TO TOTAL-APPLIED-DISP.
           MOVE TOTAL-PROMISES TO TOTAL-PROMISES-DISP.
           MOVE TOTAL-ASSIGNED TO TOTAL-ASSIGNED-DISP.
           MOVE TOTAL-REJECTS TO TOTAL-REJECTS-DISP.

           DISPLAY '========================================'.
           DISPLAY 'COLLECTOR ACTION POSTING SUMMARY'.
           DISPLAY '========================================'.
           DISPLAY 'ACTIONS READ:       ' TOTAL-FEED-RECORDS-DISP.
           DISPLAY 'ACTIONS APPLIED:    ' TOTAL-APPLIED-DISP.
           DISPLAY '  PROMISES TO PAY:  ' TOTAL-PROMISES-DISP.
           DISPLAY '  ASSIGNMENTS:      ' TOTAL-ASSIGNED-DISP.
           DISPLAY 'REJECTED:           ' TOTAL-REJECTS-DISP.
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
