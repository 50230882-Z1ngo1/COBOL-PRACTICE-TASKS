      ******************************************************************
      * GENERAL LEDGER JOURNAL POSTING AND DAILY TRIAL BALANCE         *
      *                                                                *
      * PURPOSE:                                                       *
      * THE FINANCIAL JOBS (VSMJOB11, MRSETL11, DB2VSM26, FEEASS29,    *
      * PSTASK16, SHPINV16, CASHAP16, JOBSUB22, LONBRD23) EACH APPEND  *
      * BALANCED DOUBLE-ENTRY LINES (COPYBOOK GLJRNL) TO THE COMMON    *
      * JOURNAL GL.JOURNAL.DAILY. THIS JOB RUNS AFTER ALL OF THEM: IT  *
      * PROVES EVERY JOURNAL ENTRY BALANCES, SUMMARISES THE GOOD ONES  *
      * BY ACCOUNT AND CURRENCY INTO THE GL UPLOAD FILE, ROLLS THE     *
      * ACCOUNT BALANCES FORWARD AND PRINTS THE DAILY TRIAL BALANCE,   *
      * SO ACCOUNTING NO LONGER RE-KEYS THE NIGHT FROM JOB REPORTS.    *
      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   PHASE 1 - CYCLE DATE FROM CYCDAT40; YESTERDAY'S CLOSING     *
      *     BALANCES (GLBIDD) LOADED AS TODAY'S OPENING. NO BALANCES  *
      *     FILE YET MEANS THE LEDGER STARTS FROM ZERO.               *
      *   PHASE 2 - JOURNAL READ ONE ENTRY AT A TIME (CONSECUTIVE     *
      *     LINES WITH THE SAME SOURCE JOB, POST DATE AND ENTRY NO).  *
      *     AN ENTRY IS REJECTED WHOLE WHEN ANY LINE HAS AN ACCOUNT   *
      *     NOT IN THE CHART (COPYBOOK GLACCT), A SIDE OTHER THAN     *
      *     D/C, A ZERO OR NON-NUMERIC AMOUNT, OR A CURRENCY OTHER    *
      *     THAN THE ENTRY'S FIRST LINE - OR WHEN ITS DEBITS DO NOT   *
      *     EQUAL ITS CREDITS. REJECTED LINES GO TO THE SUSPENSE FILE *
      *     IN JOURNAL LAYOUT, TO BE CORRECTED AND RE-FED, AND ARE    *
      *     LISTED ON THE REPORT. GOOD LINES ADD TO THEIR ACCOUNT'S   *
      *     DEBITS OR CREDITS.                                        *
      *   PHASE 3 - GL UPLOAD: 'H' HEADER, ONE 'D' RECORD PER ACCOUNT *
      *     AND CURRENCY WITH ACTIVITY, 'T' TRAILER WITH COUNT AND    *
      *     HASH TOTALS. NEW BALANCES WRITTEN (CLOSING = OPENING +    *
      *     DEBITS - CREDITS, DEBIT BALANCES POSITIVE).               *
      *   PHASE 4 - TRIAL BALANCE: OPENING, DEBITS, CREDITS AND       *
      *     CLOSING PER ACCOUNT, WITH A TOTAL PER CURRENCY THAT MUST  *
      *     SHOW DEBITS = CREDITS AND CLOSING BALANCES NETTING TO     *
      *     ZERO. AN OUT-OF-BALANCE CURRENCY IS A CRITICAL OPSLOG     *
      *     ENTRY AND RETURN CODE 8, SO THE JCL DOES NOT ARCHIVE OR   *
      *     EMPTY THE JOURNAL.                                        *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/10/15                                               *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  GLJDD (GL.JOURNAL.DAILY) - THE DAY'S JOURNAL LINES     *
      * INPUT:  GLBIDD (GL.BALANCES(0)) - OPENING BALANCES             *
      * OUTPUT: GLBODD (GL.BALANCES(+1)) - CLOSING BALANCES            *
      * OUTPUT: GLUPDD (GL.UPLOAD) - GL UPLOAD FILE                    *
      * OUTPUT: GLSUDD (GL.JOURNAL.SUSPENSE) - REJECTED LINES (EXTEND) *
      * OUTPUT: TBALDD (GL.TRIAL.BALANCE) - TRIAL BALANCE REPORT       *
      * OUTPUT: OPSLOG (OPS.ERRORLOG) - CENTRAL OPS ERROR LOG          *
      * OUTPUT: STATLOG (BATCH.STATLOG) - BATCH STATUS LOG             *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLPOST41.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-JOURNAL-FILE ASSIGN TO GLJDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS GL-JOURNAL-STATUS.

           SELECT BAL-IN-FILE ASSIGN TO GLBIDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS BAL-IN-STATUS.

           SELECT BAL-OUT-FILE ASSIGN TO GLBODD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS BAL-OUT-STATUS.

           SELECT GL-UPLOAD-FILE ASSIGN TO GLUPDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS GL-UPLOAD-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO GLSUDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS SUSPENSE-STATUS.

           SELECT REPORT-FILE ASSIGN TO TBALDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS REPORT-STATUS.

           SELECT OPS-ERROR-LOG ASSIGN TO OPSLOG
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS OPS-ERROR-LOG-STATUS.

           SELECT STATUS-LOG ASSIGN TO STATLOG
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS STATUS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD GL-JOURNAL-FILE RECORDING MODE IS F.
       01 GL-JOURNAL-REC.
           COPY GLJRNL.

      * ONE RECORD PER ACCOUNT AND CURRENCY, IN ACCOUNT/CURRENCY
      * ORDER. DEBIT BALANCES ARE POSITIVE, CREDIT BALANCES
      * NEGATIVE, SO A BALANCED LEDGER NETS TO ZERO PER CURRENCY.
       FD BAL-IN-FILE RECORDING MODE IS F.
       01 BAL-IN-REC.
          05 BLI-ACCOUNT PIC X(6).
          05 BLI-CURRENCY PIC X(3).
          05 BLI-BALANCE PIC S9(11)V99.
          05 BLI-AS-OF-DATE PIC X(8).
          05 FILLER PIC X(50).

       FD BAL-OUT-FILE RECORDING MODE IS F.
       01 BAL-OUT-REC.
          05 BLO-ACCOUNT PIC X(6).
          05 BLO-CURRENCY PIC X(3).
          05 BLO-BALANCE PIC S9(11)V99.
          05 BLO-AS-OF-DATE PIC X(8).
          05 FILLER PIC X(50).

      * GL UPLOAD: 'H' HEADER, 'D' PER ACCOUNT AND CURRENCY WITH
      * ACTIVITY, 'T' TRAILER. NET IS DEBITS LESS CREDITS.
       FD GL-UPLOAD-FILE RECORDING MODE IS F.
       01 GL-UPLOAD-REC.
          05 GLU-REC-TYPE PIC X(1).
          05 GLU-BODY PIC X(79).
          05 GLU-HEADER REDEFINES GLU-BODY.
             10 GLU-POST-DATE PIC X(8).
             10 GLU-SOURCE PIC X(8).
             10 FILLER PIC X(63).
          05 GLU-DETAIL REDEFINES GLU-BODY.
             10 GLU-ACCOUNT PIC X(6).
             10 GLU-CURRENCY PIC X(3).
             10 GLU-DEBITS PIC 9(11)V99.
             10 GLU-CREDITS PIC 9(11)V99.
             10 GLU-NET PIC S9(11)V99.
             10 FILLER PIC X(31).
          05 GLU-TRAILER REDEFINES GLU-BODY.
             10 GLU-DETAIL-COUNT PIC 9(7).
             10 GLU-HASH-DEBITS PIC 9(13)V99.
             10 GLU-HASH-CREDITS PIC 9(13)V99.
             10 GLU-LINES-POSTED PIC 9(7).
             10 FILLER PIC X(35).

      * REJECTED JOURNAL LINES, IN GLJDD'S OWN LAYOUT SO THEY CAN
      * BE CORRECTED AND RE-FED.
       FD SUSPENSE-FILE RECORDING MODE IS F.
       01 SUSPENSE-REC PIC X(80).

       FD REPORT-FILE RECORDING MODE IS F.
       01 REPORT-REC PIC X(132).

       FD OPS-ERROR-LOG RECORDING MODE IS F.
       01 OPS-ERROR-LOG-REC.
           COPY OPSLOG.

       FD STATUS-LOG RECORDING MODE IS F.
       01 STATUS-LOG-REC.
           COPY BATSTAT.

       WORKING-STORAGE SECTION.

      * FILE STATUS VARIABLES
       01 WS-FILE-STATUSES.
          05 GL-JOURNAL-STATUS PIC X(2).
          05 BAL-IN-STATUS PIC X(2).
          05 BAL-OUT-STATUS PIC X(2).
          05 GL-UPLOAD-STATUS PIC X(2).
          05 SUSPENSE-STATUS PIC X(2).
          05 REPORT-STATUS PIC X(2).
          05 OPS-ERROR-LOG-STATUS PIC X(2).
          05 STATUS-LOG-STATUS PIC X(2).

      * CONTROL FLAGS
       01 WS-FLAGS.
          05 WS-JRNL-EOF PIC X(1) VALUE 'N'.
             88 JRNL-EOF VALUE 'Y'.
          05 WS-BAL-EOF PIC X(1) VALUE 'N'.
             88 BAL-EOF VALUE 'Y'.
          05 WS-ENTRY-OK PIC X(1) VALUE 'Y'.
             88 ENTRY-OK VALUE 'Y'.
          05 WS-ACCT-FOUND PIC X(1) VALUE 'N'.
             88 ACCT-IN-CHART VALUE 'Y'.
          05 WS-CUR-BALANCED PIC X(1) VALUE 'Y'.
             88 CUR-BALANCED VALUE 'Y'.
          05 WS-LEDGER-BALANCED PIC X(1) VALUE 'Y'.
             88 LEDGER-BALANCED VALUE 'Y'.

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

      * THE CYCLE BEING POSTED
       01 WS-RUN-DATE PIC X(8).

      * CHART OF ACCOUNTS EVERY LINE IS VALIDATED AGAINST
           COPY GLACCT.

      * THE JOURNAL ENTRY BEING ASSEMBLED. LINES PAST THE 50TH
      * REJECT THE ENTRY AND GO STRAIGHT TO SUSPENSE.
       01 WS-ENTRY-WORK.
          05 WS-ENT-KEY.
             10 WS-ENT-JOB PIC X(8).
             10 WS-ENT-DATE PIC X(8).
             10 WS-ENT-NO PIC 9(7).
          05 WS-ENT-CURRENCY PIC X(3).
          05 WS-ENT-DEBITS PIC 9(11)V99.
          05 WS-ENT-CREDITS PIC 9(11)V99.
          05 WS-ENT-REASON PIC X(30).
          05 WS-ENT-COUNT PIC 9(3) VALUE 0.
          05 WS-ENT-LINE OCCURS 50 TIMES
                         INDEXED BY EN-IDX PIC X(80).
       01 WS-LINE-KEY.
          05 WS-LINE-JOB PIC X(8).
          05 WS-LINE-DATE PIC X(8).
          05 WS-LINE-NO PIC 9(7).

      * ACCOUNT/CURRENCY BALANCES, KEPT IN KEY ORDER AS THEY ARE
      * ADDED SO THE UPLOAD, THE NEW BALANCES AND THE TRIAL
      * BALANCE COME OUT SORTED.
       01 WS-BAL-TABLE.
          05 WS-BAL-COUNT PIC 9(3) VALUE 0.
          05 WS-BAL-ENTRY OCCURS 300 TIMES INDEXED BY BL-IDX BL-MOVE.
             10 BAL-KEY.
                15 BAL-ACCOUNT PIC X(6).
                15 BAL-CURRENCY PIC X(3).
             10 BAL-OPENING PIC S9(11)V99.
             10 BAL-DEBITS PIC 9(11)V99.
             10 BAL-CREDITS PIC 9(11)V99.
             10 BAL-CLOSING PIC S9(11)V99.
       01 WS-FIND-KEY.
          05 WS-FIND-ACCOUNT PIC X(6).
          05 WS-FIND-CURRENCY PIC X(3).

      * PER-CURRENCY TOTALS FOR THE TRIAL BALANCE FOOTINGS
       01 WS-CUR-TABLE.
          05 WS-CUR-COUNT PIC 9(2) VALUE 0.
          05 WS-CUR-ENTRY OCCURS 20 TIMES INDEXED BY CU-IDX.
             10 CUR-CODE PIC X(3).
             10 CUR-OPENING PIC S9(13)V99.
             10 CUR-DEBITS PIC 9(13)V99.
             10 CUR-CREDITS PIC 9(13)V99.
             10 CUR-CLOSING PIC S9(13)V99.

      * TRIAL BALANCE LINES
       01 WS-TB-DETAIL.
          05 TBD-ACCOUNT PIC X(6).
          05 FILLER PIC X(2) VALUE SPACES.
          05 TBD-NAME PIC X(24).
          05 FILLER PIC X(2) VALUE SPACES.
          05 TBD-CURRENCY PIC X(3).
          05 FILLER PIC X(2) VALUE SPACES.
          05 TBD-OPENING PIC -Z(12)9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 TBD-DEBITS PIC Z(12)9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 TBD-CREDITS PIC Z(12)9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 TBD-CLOSING PIC -Z(12)9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 TBD-VERDICT PIC X(14).
       01 WS-TB-HEADING.
          05 FILLER PIC X(8) VALUE 'ACCOUNT'.
          05 FILLER PIC X(26) VALUE 'TITLE'.
          05 FILLER PIC X(5) VALUE 'CUR'.
          05 FILLER PIC X(19) VALUE '          OPENING'.
          05 FILLER PIC X(18) VALUE '          DEBITS'.
          05 FILLER PIC X(18) VALUE '         CREDITS'.
          05 FILLER PIC X(17) VALUE '          CLOSING'.

      * REPORT AND OPSLOG LINE BUILD FIELDS
       01 WS-REPORT-LINE PIC X(132).
       01 WS-OPS-MESSAGE PIC X(53).
       01 WS-OPS-SEVERITY PIC X(8).
       01 WS-ENT-NO-DISP PIC Z(6)9.
       01 WS-AMOUNT-DISP PIC Z(10)9.99.
       01 WS-CNT-DISP PIC Z(6)9.

      * STATISTICS COUNTERS
       01 WS-COUNTERS.
          05 LINES-READ PIC 9(7) VALUE 0.
          05 LINES-POSTED PIC 9(7) VALUE 0.
          05 LINES-REJECTED PIC 9(7) VALUE 0.
          05 ENTRIES-POSTED PIC 9(7) VALUE 0.
          05 ENTRIES-REJECTED PIC 9(7) VALUE 0.
          05 UPLOAD-DETAILS PIC 9(7) VALUE 0.
          05 UPLOAD-HASH-DEBITS PIC 9(13)V99 VALUE 0.
          05 UPLOAD-HASH-CREDITS PIC 9(13)V99 VALUE 0.
          05 CURRENCIES-OUT PIC 9(3) VALUE 0.

      **********************************************
      * CYCLE DATE -> OPENING BALANCES -> POST THE JOURNAL ->
      * UPLOAD AND NEW BALANCES -> TRIAL BALANCE -> STATUS.
      **********************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM SET-BST-START-TS.
           PERFORM OPEN-STATUS-LOG.
           MOVE 'GLPOST41' TO CD-JOB-NAME.
           CALL 'CYCDAT40' USING WS-CYCDATE-REQUEST END-CALL.
           MOVE CD-CYCLE-DATE TO WS-RUN-DATE.
           PERFORM OPEN-REPORT-FILE.
           PERFORM LOAD-OPENING-BALANCES.
           PERFORM POST-JOURNAL.
           PERFORM WRITE-GL-UPLOAD.
           PERFORM WRITE-NEW-BALANCES.
           PERFORM PRINT-TRIAL-BALANCE.
           PERFORM CLOSE-REPORT-FILE.
           IF ENTRIES-REJECTED > 0
              MOVE ENTRIES-REJECTED TO WS-CNT-DISP
              MOVE SPACES TO WS-OPS-MESSAGE
              STRING 'GL: ' DELIMITED BY SIZE
                     FUNCTION TRIM(WS-CNT-DISP) DELIMITED BY SIZE
                     ' JOURNAL ENTRIES REJECTED TO SUSPENSE'
                             DELIMITED BY SIZE
                     INTO WS-OPS-MESSAGE
              END-STRING
              MOVE 'WARNING' TO WS-OPS-SEVERITY
              PERFORM WRITE-OPS-ERROR-LOG
           END-IF.
           IF NOT LEDGER-BALANCED
              MOVE 'GL: TRIAL BALANCE OUT OF BALANCE - SEE TBALDD'
                   TO WS-OPS-MESSAGE
              MOVE 'CRITICAL' TO WS-OPS-SEVERITY
              PERFORM WRITE-OPS-ERROR-LOG
           END-IF.
           PERFORM WRITE-BATCH-STATUS.
           PERFORM DISPLAY-SUMMARY.
           IF LEDGER-BALANCED
              MOVE 0 TO RETURN-CODE
           ELSE
              MOVE 8 TO RETURN-CODE
           END-IF.
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
      * OPENS THE TRIAL BALANCE REPORT AND WRITES ITS TITLE.
      **********************************************
       OPEN-REPORT-FILE.
           OPEN OUTPUT REPORT-FILE.
           IF REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING REPORT FILE: ' REPORT-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'GENERAL LEDGER DAILY TRIAL BALANCE FOR '
                          DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

      **********************************************
      * LOADS YESTERDAY'S CLOSING BALANCES AS TODAY'S OPENING.
      * NO BALANCES FILE (FILE STATUS 05/35) IS THE FIRST RUN.
      **********************************************
       LOAD-OPENING-BALANCES.
           OPEN INPUT BAL-IN-FILE.
           IF BAL-IN-STATUS = '05' OR BAL-IN-STATUS = '35'
              DISPLAY 'NO OPENING BALANCES - LEDGER STARTS AT ZERO'
              SET BAL-EOF TO TRUE
           ELSE
              IF BAL-IN-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING BALANCES FILE: '
                          BAL-IN-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
           END-IF.
           PERFORM UNTIL BAL-EOF
              READ BAL-IN-FILE
                AT END
                   SET BAL-EOF TO TRUE
                NOT AT END
                   IF BAL-IN-STATUS = '00'
                      MOVE BLI-ACCOUNT TO WS-FIND-ACCOUNT
                      MOVE BLI-CURRENCY TO WS-FIND-CURRENCY
                      PERFORM FIND-BALANCE-SLOT
                      ADD BLI-BALANCE TO BAL-OPENING(BL-IDX)
                   ELSE
                      DISPLAY 'ERROR READING BALANCES FILE: '
                               BAL-IN-STATUS
                      PERFORM ABEND-WITH-STATUS
                   END-IF
              END-READ
           END-PERFORM.
           IF BAL-IN-STATUS NOT = '05'
              AND BAL-IN-STATUS NOT = '35'
              CLOSE BAL-IN-FILE
           END-IF.

      **********************************************
      * READS THE JOURNAL, GATHERING EACH ENTRY'S LINES AND
      * VALIDATING THE ENTRY WHEN ITS KEY CHANGES.
      **********************************************
       POST-JOURNAL.
           OPEN INPUT GL-JOURNAL-FILE.
           IF GL-JOURNAL-STATUS = '05' OR GL-JOURNAL-STATUS = '35'
              DISPLAY 'NO GL JOURNAL - NOTHING TO POST'
              SET JRNL-EOF TO TRUE
           ELSE
              IF GL-JOURNAL-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING GL JOURNAL: '
                          GL-JOURNAL-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
           END-IF.
           OPEN EXTEND SUSPENSE-FILE.
           IF SUSPENSE-STATUS = '05' OR SUSPENSE-STATUS = '35'
              OPEN OUTPUT SUSPENSE-FILE
           END-IF.
           IF SUSPENSE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING GL SUSPENSE FILE: '
                       SUSPENSE-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.
           MOVE 0 TO WS-ENT-COUNT.
           PERFORM UNTIL JRNL-EOF
              READ GL-JOURNAL-FILE
                AT END
                   SET JRNL-EOF TO TRUE
                NOT AT END
                   IF GL-JOURNAL-STATUS = '00'
                      ADD 1 TO LINES-READ
                      PERFORM GATHER-JOURNAL-LINE
                   ELSE
                      DISPLAY 'ERROR READING GL JOURNAL: '
                               GL-JOURNAL-STATUS
                      PERFORM ABEND-WITH-STATUS
                   END-IF
              END-READ
           END-PERFORM.
           IF WS-ENT-COUNT > 0
              PERFORM PROCESS-ONE-ENTRY
           END-IF.
           IF GL-JOURNAL-STATUS NOT = '05'
              AND GL-JOURNAL-STATUS NOT = '35'
              CLOSE GL-JOURNAL-FILE
           END-IF.
           CLOSE SUSPENSE-FILE.
           IF SUSPENSE-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING GL SUSPENSE FILE: '
                       SUSPENSE-STATUS
           END-IF.

      **********************************************
      * ADDS THE LINE JUST READ TO THE ENTRY IN PROGRESS, FIRST
      * PROCESSING THE PREVIOUS ENTRY WHEN THIS LINE STARTS A NEW
      * ONE.
      **********************************************
       GATHER-JOURNAL-LINE.
           MOVE GLJ-SOURCE-JOB TO WS-LINE-JOB.
           MOVE GLJ-POST-DATE TO WS-LINE-DATE.
           IF GLJ-ENTRY-NO NUMERIC
              MOVE GLJ-ENTRY-NO TO WS-LINE-NO
           ELSE
              MOVE 0 TO WS-LINE-NO
           END-IF.
           IF WS-ENT-COUNT > 0 AND WS-LINE-KEY NOT = WS-ENT-KEY
              PERFORM PROCESS-ONE-ENTRY
           END-IF.
           IF WS-ENT-COUNT = 0
              MOVE WS-LINE-KEY TO WS-ENT-KEY
              MOVE GLJ-CURRENCY TO WS-ENT-CURRENCY
              MOVE 0 TO WS-ENT-DEBITS
              MOVE 0 TO WS-ENT-CREDITS
              MOVE 'Y' TO WS-ENTRY-OK
              MOVE SPACES TO WS-ENT-REASON
           END-IF.
           PERFORM VALIDATE-JOURNAL-LINE.
           IF WS-ENT-COUNT < 50
              ADD 1 TO WS-ENT-COUNT
              SET EN-IDX TO WS-ENT-COUNT
              MOVE GL-JOURNAL-REC TO WS-ENT-LINE(EN-IDX)
           ELSE
              IF ENTRY-OK
                 MOVE 'N' TO WS-ENTRY-OK
                 MOVE 'MORE THAN 50 LINES IN ENTRY' TO WS-ENT-REASON
              END-IF
              MOVE GL-JOURNAL-REC TO SUSPENSE-REC
              PERFORM WRITE-SUSPENSE-LINE
           END-IF.

      **********************************************
      * CHECKS ONE LINE AND ADDS IT TO THE ENTRY'S SIDE TOTALS.
      * THE FIRST FAULT FOUND IN AN ENTRY IS THE REASON SHOWN.
      **********************************************
       VALIDATE-JOURNAL-LINE.
           MOVE 'N' TO WS-ACCT-FOUND.
           SET GL-CHART-IDX TO 1.
           SEARCH GL-CHART-ENTRY
               AT END
                  CONTINUE
               WHEN GL-CHART-CODE(GL-CHART-IDX) = GLJ-ACCOUNT
                  SET ACCT-IN-CHART TO TRUE
           END-SEARCH.
           IF NOT ENTRY-OK
              CONTINUE
           ELSE
              IF NOT ACCT-IN-CHART
                 MOVE 'N' TO WS-ENTRY-OK
                 STRING 'ACCOUNT ' DELIMITED BY SIZE
                        GLJ-ACCOUNT DELIMITED BY SIZE
                        ' NOT IN CHART' DELIMITED BY SIZE
                        INTO WS-ENT-REASON
                 END-STRING
              ELSE
                 IF NOT GLJ-DEBIT AND NOT GLJ-CREDIT
                    MOVE 'N' TO WS-ENTRY-OK
                    MOVE 'SIDE NOT D OR C' TO WS-ENT-REASON
                 ELSE
                    IF GLJ-AMOUNT NOT NUMERIC OR GLJ-AMOUNT = 0
                       MOVE 'N' TO WS-ENTRY-OK
                       MOVE 'AMOUNT ZERO OR NOT NUMERIC'
                            TO WS-ENT-REASON
                    ELSE
                       IF GLJ-CURRENCY = SPACES
                          OR GLJ-CURRENCY NOT = WS-ENT-CURRENCY
                          MOVE 'N' TO WS-ENTRY-OK
                          MOVE 'CURRENCY MISSING OR MIXED'
                               TO WS-ENT-REASON
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.
           IF ENTRY-OK
              IF GLJ-DEBIT
                 ADD GLJ-AMOUNT TO WS-ENT-DEBITS
              ELSE
                 ADD GLJ-AMOUNT TO WS-ENT-CREDITS
              END-IF
           END-IF.

      **********************************************
      * POSTS THE GATHERED ENTRY WHEN IT IS CLEAN AND BALANCED,
      * OTHERWISE SENDS ALL ITS LINES TO SUSPENSE.
      **********************************************
       PROCESS-ONE-ENTRY.
           IF ENTRY-OK AND WS-ENT-DEBITS NOT = WS-ENT-CREDITS
              MOVE 'N' TO WS-ENTRY-OK
              MOVE 'DEBITS NOT EQUAL TO CREDITS' TO WS-ENT-REASON
           END-IF.
           IF ENTRY-OK
              ADD 1 TO ENTRIES-POSTED
              PERFORM VARYING EN-IDX FROM 1 BY 1
                      UNTIL EN-IDX > WS-ENT-COUNT
                 MOVE WS-ENT-LINE(EN-IDX) TO GL-JOURNAL-REC
                 MOVE GLJ-ACCOUNT TO WS-FIND-ACCOUNT
                 MOVE GLJ-CURRENCY TO WS-FIND-CURRENCY
                 PERFORM FIND-BALANCE-SLOT
                 IF GLJ-DEBIT
                    ADD GLJ-AMOUNT TO BAL-DEBITS(BL-IDX)
                 ELSE
                    ADD GLJ-AMOUNT TO BAL-CREDITS(BL-IDX)
                 END-IF
                 ADD 1 TO LINES-POSTED
              END-PERFORM
           ELSE
              ADD 1 TO ENTRIES-REJECTED
              PERFORM REPORT-REJECTED-ENTRY
              PERFORM VARYING EN-IDX FROM 1 BY 1
                      UNTIL EN-IDX > WS-ENT-COUNT
                 MOVE WS-ENT-LINE(EN-IDX) TO SUSPENSE-REC
                 PERFORM WRITE-SUSPENSE-LINE
              END-PERFORM
           END-IF.
           MOVE 0 TO WS-ENT-COUNT.

      **********************************************
      * LISTS A REJECTED ENTRY AND ITS REASON ON THE REPORT,
      * AHEAD OF THE TRIAL BALANCE ITSELF.
      **********************************************
       REPORT-REJECTED-ENTRY.
           MOVE WS-ENT-NO TO WS-ENT-NO-DISP.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'REJECTED ENTRY ' DELIMITED BY SIZE
                  WS-ENT-JOB DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-ENT-DATE DELIMITED BY SIZE
                  ' NO ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ENT-NO-DISP) DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  WS-ENT-REASON DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING EN-IDX FROM 1 BY 1
                   UNTIL EN-IDX > WS-ENT-COUNT
              MOVE SPACES TO WS-REPORT-LINE
              STRING '    ' DELIMITED BY SIZE
                     WS-ENT-LINE(EN-IDX) DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
              END-STRING
              MOVE WS-REPORT-LINE TO REPORT-REC
              PERFORM WRITE-REPORT-LINE
           END-PERFORM.

      **********************************************
      * WRITES ONE LINE TO THE SUSPENSE FILE.
      **********************************************
       WRITE-SUSPENSE-LINE.
           WRITE SUSPENSE-REC.
           IF SUSPENSE-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING GL SUSPENSE FILE: '
                       SUSPENSE-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.
           ADD 1 TO LINES-REJECTED.

      **********************************************
      * POINTS BL-IDX AT THE BALANCE ROW FOR WS-FIND-KEY, INSERTING
      * A ZERO ROW IN KEY ORDER WHEN THE ACCOUNT/CURRENCY IS NEW.
      **********************************************
       FIND-BALANCE-SLOT.
           SET BL-IDX TO 1.
           PERFORM UNTIL BL-IDX > WS-BAL-COUNT
                      OR BAL-KEY(BL-IDX) NOT < WS-FIND-KEY
              SET BL-IDX UP BY 1
           END-PERFORM.
           IF BL-IDX > WS-BAL-COUNT
              OR BAL-KEY(BL-IDX) NOT = WS-FIND-KEY
              IF WS-BAL-COUNT NOT < 300
                 DISPLAY 'ERROR: MORE THAN 300 GL ACCOUNT/CURRENCY '
                         'BALANCES'
                 PERFORM ABEND-WITH-STATUS
              END-IF
              PERFORM VARYING BL-MOVE FROM WS-BAL-COUNT BY -1
                      UNTIL BL-MOVE < BL-IDX
                 MOVE WS-BAL-ENTRY(BL-MOVE) TO WS-BAL-ENTRY(BL-MOVE + 1)
              END-PERFORM
              ADD 1 TO WS-BAL-COUNT
              MOVE WS-FIND-KEY TO BAL-KEY(BL-IDX)
              MOVE 0 TO BAL-OPENING(BL-IDX)
              MOVE 0 TO BAL-DEBITS(BL-IDX)
              MOVE 0 TO BAL-CREDITS(BL-IDX)
              MOVE 0 TO BAL-CLOSING(BL-IDX)
           END-IF.

      **********************************************
      * WRITES THE GL UPLOAD: HEADER, ONE DETAIL PER ACCOUNT AND
      * CURRENCY THAT MOVED TODAY, TRAILER. ALSO WORKS OUT EVERY
      * ROW'S CLOSING BALANCE.
      **********************************************
       WRITE-GL-UPLOAD.
           OPEN OUTPUT GL-UPLOAD-FILE.
           IF GL-UPLOAD-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING GL UPLOAD FILE: '
                       GL-UPLOAD-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           MOVE SPACES TO GL-UPLOAD-REC.
           MOVE 'H' TO GLU-REC-TYPE.
           MOVE WS-RUN-DATE TO GLU-POST-DATE.
           MOVE 'GLPOST41' TO GLU-SOURCE.
           PERFORM WRITE-UPLOAD-RECORD.

           PERFORM VARYING BL-IDX FROM 1 BY 1
                   UNTIL BL-IDX > WS-BAL-COUNT
              COMPUTE BAL-CLOSING(BL-IDX) = BAL-OPENING(BL-IDX)
                    + BAL-DEBITS(BL-IDX) - BAL-CREDITS(BL-IDX)
              IF BAL-DEBITS(BL-IDX) > 0 OR BAL-CREDITS(BL-IDX) > 0
                 MOVE SPACES TO GL-UPLOAD-REC
                 MOVE 'D' TO GLU-REC-TYPE
                 MOVE BAL-ACCOUNT(BL-IDX) TO GLU-ACCOUNT
                 MOVE BAL-CURRENCY(BL-IDX) TO GLU-CURRENCY
                 MOVE BAL-DEBITS(BL-IDX) TO GLU-DEBITS
                 MOVE BAL-CREDITS(BL-IDX) TO GLU-CREDITS
                 COMPUTE GLU-NET = BAL-DEBITS(BL-IDX)
                                 - BAL-CREDITS(BL-IDX)
                 PERFORM WRITE-UPLOAD-RECORD
                 ADD 1 TO UPLOAD-DETAILS
                 ADD BAL-DEBITS(BL-IDX) TO UPLOAD-HASH-DEBITS
                 ADD BAL-CREDITS(BL-IDX) TO UPLOAD-HASH-CREDITS
              END-IF
           END-PERFORM.

           MOVE SPACES TO GL-UPLOAD-REC.
           MOVE 'T' TO GLU-REC-TYPE.
           MOVE UPLOAD-DETAILS TO GLU-DETAIL-COUNT.
           MOVE UPLOAD-HASH-DEBITS TO GLU-HASH-DEBITS.
           MOVE UPLOAD-HASH-CREDITS TO GLU-HASH-CREDITS.
           MOVE LINES-POSTED TO GLU-LINES-POSTED.
           PERFORM WRITE-UPLOAD-RECORD.

           CLOSE GL-UPLOAD-FILE.
           IF GL-UPLOAD-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING GL UPLOAD FILE: '
                       GL-UPLOAD-STATUS
           END-IF.

      **********************************************
      * WRITES WHATEVER RECORD IS CURRENTLY IN GL-UPLOAD-REC.
      **********************************************
       WRITE-UPLOAD-RECORD.
           WRITE GL-UPLOAD-REC.
           IF GL-UPLOAD-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING GL UPLOAD FILE: '
                       GL-UPLOAD-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * WRITES TODAY'S CLOSING BALANCES AS TOMORROW'S OPENING.
      **********************************************
       WRITE-NEW-BALANCES.
           OPEN OUTPUT BAL-OUT-FILE.
           IF BAL-OUT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING NEW BALANCES FILE: '
                       BAL-OUT-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.
           PERFORM VARYING BL-IDX FROM 1 BY 1
                   UNTIL BL-IDX > WS-BAL-COUNT
              MOVE SPACES TO BAL-OUT-REC
              MOVE BAL-ACCOUNT(BL-IDX) TO BLO-ACCOUNT
              MOVE BAL-CURRENCY(BL-IDX) TO BLO-CURRENCY
              MOVE BAL-CLOSING(BL-IDX) TO BLO-BALANCE
              MOVE WS-RUN-DATE TO BLO-AS-OF-DATE
              WRITE BAL-OUT-REC
              IF BAL-OUT-STATUS NOT = '00'
                 DISPLAY 'ERROR WRITING NEW BALANCES FILE: '
                          BAL-OUT-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
           END-PERFORM.
           CLOSE BAL-OUT-FILE.
           IF BAL-OUT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING NEW BALANCES FILE: '
                       BAL-OUT-STATUS
           END-IF.

      **********************************************
      * PRINTS ONE LINE PER ACCOUNT AND CURRENCY, ACCUMULATING
      * THE CURRENCY FOOTINGS, THEN ONE TOTAL LINE PER CURRENCY
      * WITH ITS BALANCED / OUT OF BALANCE VERDICT.
      **********************************************
       PRINT-TRIAL-BALANCE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-TB-HEADING TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING BL-IDX FROM 1 BY 1
                   UNTIL BL-IDX > WS-BAL-COUNT
              MOVE BAL-ACCOUNT(BL-IDX) TO TBD-ACCOUNT
              MOVE '** NOT IN CHART **' TO TBD-NAME
              SET GL-CHART-IDX TO 1
              SEARCH GL-CHART-ENTRY
                  AT END
                     CONTINUE
                  WHEN GL-CHART-CODE(GL-CHART-IDX)
                       = BAL-ACCOUNT(BL-IDX)
                     MOVE GL-CHART-NAME(GL-CHART-IDX) TO TBD-NAME
              END-SEARCH
              MOVE BAL-CURRENCY(BL-IDX) TO TBD-CURRENCY
              MOVE BAL-OPENING(BL-IDX) TO TBD-OPENING
              MOVE BAL-DEBITS(BL-IDX) TO TBD-DEBITS
              MOVE BAL-CREDITS(BL-IDX) TO TBD-CREDITS
              MOVE BAL-CLOSING(BL-IDX) TO TBD-CLOSING
              MOVE SPACES TO TBD-VERDICT
              MOVE WS-TB-DETAIL TO REPORT-REC
              PERFORM WRITE-REPORT-LINE
              PERFORM ADD-CURRENCY-TOTALS
           END-PERFORM.

           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING CU-IDX FROM 1 BY 1
                   UNTIL CU-IDX > WS-CUR-COUNT
              IF CUR-DEBITS(CU-IDX) = CUR-CREDITS(CU-IDX)
                 AND CUR-CLOSING(CU-IDX) = 0
                 MOVE 'Y' TO WS-CUR-BALANCED
              ELSE
                 MOVE 'N' TO WS-CUR-BALANCED
                 MOVE 'N' TO WS-LEDGER-BALANCED
              END-IF
              MOVE SPACES TO TBD-ACCOUNT
              MOVE 'CURRENCY TOTAL' TO TBD-NAME
              MOVE CUR-CODE(CU-IDX) TO TBD-CURRENCY
              MOVE CUR-OPENING(CU-IDX) TO TBD-OPENING
              MOVE CUR-DEBITS(CU-IDX) TO TBD-DEBITS
              MOVE CUR-CREDITS(CU-IDX) TO TBD-CREDITS
              MOVE CUR-CLOSING(CU-IDX) TO TBD-CLOSING
              IF CUR-BALANCED
                 MOVE 'BALANCED' TO TBD-VERDICT
              ELSE
                 MOVE 'OUT OF BALANCE' TO TBD-VERDICT
              END-IF
              MOVE WS-TB-DETAIL TO REPORT-REC
              PERFORM WRITE-REPORT-LINE
           END-PERFORM.

           PERFORM WRITE-REPORT-LINE.
           MOVE LINES-POSTED TO WS-CNT-DISP.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'JOURNAL LINES POSTED:   ' DELIMITED BY SIZE
                  WS-CNT-DISP DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE LINES-REJECTED TO WS-CNT-DISP.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'LINES TO SUSPENSE:      ' DELIMITED BY SIZE
                  WS-CNT-DISP DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.

      **********************************************
      * ADDS THE CURRENT BALANCE ROW INTO ITS CURRENCY'S FOOTINGS,
      * OPENING A NEW CURRENCY ROW THE FIRST TIME ONE IS SEEN.
      **********************************************
       ADD-CURRENCY-TOTALS.
           SET CU-IDX TO 1.
           PERFORM UNTIL CU-IDX > WS-CUR-COUNT
                      OR CUR-CODE(CU-IDX) = BAL-CURRENCY(BL-IDX)
              SET CU-IDX UP BY 1
           END-PERFORM.
           IF CU-IDX > WS-CUR-COUNT
              IF WS-CUR-COUNT NOT < 20
                 DISPLAY 'ERROR: MORE THAN 20 GL CURRENCIES'
                 PERFORM ABEND-WITH-STATUS
              END-IF
              ADD 1 TO WS-CUR-COUNT
              SET CU-IDX TO WS-CUR-COUNT
              MOVE BAL-CURRENCY(BL-IDX) TO CUR-CODE(CU-IDX)
              MOVE 0 TO CUR-OPENING(CU-IDX)
              MOVE 0 TO CUR-DEBITS(CU-IDX)
              MOVE 0 TO CUR-CREDITS(CU-IDX)
              MOVE 0 TO CUR-CLOSING(CU-IDX)
           END-IF.
           ADD BAL-OPENING(BL-IDX) TO CUR-OPENING(CU-IDX).
           ADD BAL-DEBITS(BL-IDX) TO CUR-DEBITS(CU-IDX).
           ADD BAL-CREDITS(BL-IDX) TO CUR-CREDITS(CU-IDX).
           ADD BAL-CLOSING(BL-IDX) TO CUR-CLOSING(CU-IDX).

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
      * CLOSES THE REPORT.
      **********************************************
       CLOSE-REPORT-FILE.
           CLOSE REPORT-FILE.
           IF REPORT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING REPORT FILE: '
                       REPORT-STATUS
           END-IF.

      **********************************************
      * APPENDS ONE RECORD TO THE CENTRALIZED OPS ERROR LOG WITH
      * THE SEVERITY AND MESSAGE THE CALLER SET UP.
      **********************************************
       WRITE-OPS-ERROR-LOG.
           OPEN EXTEND OPS-ERROR-LOG.
           IF OPS-ERROR-LOG-STATUS = '05' OR OPS-ERROR-LOG-STATUS = '35'
              OPEN OUTPUT OPS-ERROR-LOG
           END-IF.
           IF OPS-ERROR-LOG-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR OPENING OPS ERROR LOG: '
                       OPS-ERROR-LOG-STATUS
           ELSE
              MOVE SPACES TO OPS-ERROR-LOG-REC
              MOVE 'GLPOST41' TO OPS-PROGRAM-ID
              MOVE WS-RUN-DATE TO OPS-CYCLE-DATE
              MOVE WS-OPS-SEVERITY TO OPS-SEVERITY
              MOVE WS-OPS-MESSAGE TO OPS-MESSAGE
              WRITE OPS-ERROR-LOG-REC
              IF OPS-ERROR-LOG-STATUS NOT = '00'
                 DISPLAY 'WARNING: ERROR WRITING OPS ERROR LOG: '
                          OPS-ERROR-LOG-STATUS
              END-IF
              CLOSE OPS-ERROR-LOG
           END-IF.

      **********************************************
      * APPENDS ONE RECORD TO THE CONSOLIDATED END-OF-NIGHT BATCH
      * STATUS LOG AND CLOSES IT. STATUS-LOG ITSELF WAS ALREADY
      * OPENED BY OPEN-STATUS-LOG, FIRST THING IN MAIN-LOGIC.
      **********************************************
       WRITE-BATCH-STATUS.
           MOVE SPACES TO STATUS-LOG-REC.
           MOVE 'GLPOST41' TO BST-PROGRAM-ID.
           PERFORM GET-BST-TIMESTAMP.
           MOVE WS-BST-START-TS TO BST-START-TS.
           MOVE WS-BST-TS-BUILT TO BST-END-TS.
           MOVE LINES-READ TO BST-RECORDS-IN.
           MOVE LINES-POSTED TO BST-RECORDS-OUT.
           MOVE LINES-REJECTED TO BST-RECORDS-REJECTED.
           IF ABEND-IN-PROGRESS
              MOVE 'FAILED' TO BST-STATUS
              MOVE 'JOB ABENDED - SEE SYSOUT FOR DETAIL' TO BST-MESSAGE
           ELSE
              IF NOT LEDGER-BALANCED
                 MOVE 'FAILED' TO BST-STATUS
                 MOVE 'TRIAL BALANCE OUT OF BALANCE' TO BST-MESSAGE
              ELSE
                 IF ENTRIES-REJECTED > 0
                    MOVE 'WARNING' TO BST-STATUS
                    MOVE 'UNBALANCED ENTRIES SENT TO SUSPENSE' TO
                         BST-MESSAGE
                 ELSE
                    MOVE 'COMPLETE' TO BST-STATUS
                    MOVE 'ALL JOURNAL ENTRIES POSTED' TO BST-MESSAGE
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
      * BEHIND - OTHERWISE AN ABEND LOOKS, TO BATSTS43, LIKE THE
      * JOB NEVER RAN AT ALL RATHER THAN LIKE IT FAILED.
      **********************************************
       ABEND-WITH-STATUS.
           SET ABEND-IN-PROGRESS TO TRUE.
           PERFORM WRITE-BATCH-STATUS.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

      **********************************************
      * DISPLAY SUMMARY STATISTICS TO SYSOUT
      **********************************************
       DISPLAY-SUMMARY.
           DISPLAY '========================================'.
           DISPLAY 'GENERAL LEDGER POSTING SUMMARY ' WS-RUN-DATE.
           DISPLAY '========================================'.
           DISPLAY 'JOURNAL LINES READ:   ' LINES-READ.
           DISPLAY 'ENTRIES POSTED:       ' ENTRIES-POSTED.
           DISPLAY 'LINES POSTED:         ' LINES-POSTED.
           DISPLAY 'ENTRIES REJECTED:     ' ENTRIES-REJECTED.
           DISPLAY 'LINES TO SUSPENSE:    ' LINES-REJECTED.
           DISPLAY 'UPLOAD DETAIL RECS:   ' UPLOAD-DETAILS.
           IF LEDGER-BALANCED
              DISPLAY 'TRIAL BALANCE:        BALANCED'
           ELSE
              DISPLAY 'TRIAL BALANCE:        OUT OF BALANCE'
           END-IF.
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
