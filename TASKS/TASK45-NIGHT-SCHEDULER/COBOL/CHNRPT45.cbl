      ******************************************************************
      * HANDOFF CONTROL TOTAL CHAIN REPORT                             *
      *                                                                *
      * PURPOSE:                                                       *
      * EVERY FILE ONE NIGHTLY JOB HANDS TO ANOTHER NOW HAS ITS        *
      * RECORD COUNT, HASH TOTAL AND AMOUNT TOTAL POSTED BY THE        *
      * PRODUCER AND VERIFIED BY THE CONSUMER THROUGH CTLCHK45, BOTH   *
      * SIDES LOGGED ON THE CONTROL LOG (COPYBOOK CTLTOT). THIS REPORT *
      * SHOWS THE WHOLE CHAIN FOR ONE CYCLE ON ONE PAGE, SO THE        *
      * MORNING CHECK IS ONE REPORT RATHER THAN FOUR JOB LOGS: WHICH   *
      * HANDOFFS BALANCED, WHICH DID NOT, AND WHICH WERE NEVER         *
      * PRODUCED OR NEVER CHECKED.                                     *
      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   THE CYCLE IS CYCDAT40'S PROCESSING DATE, OR THE OPTIONAL     *
      *   'CYCLE=YYYYMMDD' SYSIN CARD TO REPORT AN EARLIER NIGHT.      *
      *   THE HANDOFFS ARE THE FOUR IN COPYBOOK CTLTOT, EACH WITH ITS  *
      *   PRODUCER AND CONSUMER. ONE PASS OVER THE CONTROL LOG, IN     *
      *   THE ORDER IT WAS WRITTEN, KEEPS EACH HANDOFF'S LATEST        *
      *   POSTING AND LATEST VERIFICATION FOR THE CYCLE. A POSTING     *
      *   CLEARS ANY EARLIER VERIFICATION - A RERUN PRODUCER'S FILE    *
      *   HAS NOT BEEN CHECKED UNTIL THE CONSUMER RUNS AGAIN.          *
      *   STATUS PER HANDOFF:                                          *
      *     BALANCED       - VERIFIED, ALL THREE FIGURES AGREE         *
      *     OUT OF BALANCE - VERIFIED, THE FIGURES DIFFER              *
      *     NO CONTROL     - THE CONSUMER FOUND NO POSTING             *
      *     NOT VERIFIED   - POSTED, THE CONSUMER HAS NOT CHECKED IT   *
      *     NOT PRODUCED   - NEITHER SIDE HAS LOGGED ANYTHING          *
      *   ANYTHING BUT BALANCED IS AN EXCEPTION AND ENDS THE RUN WITH  *
      *   A WARNING.                                                   *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/10/15                                               *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  CTLDD (CONTROL.TOTALS.LOG) - HANDOFF CONTROL TOTALS    *
      *         (COPYBOOK CTLTOT)                                      *
      * INPUT:  CYCLDD, CALDD (CYCLE.DATE, BUSINESS.CALENDAR) - READ   *
      *         BY CYCDAT40 FOR THE CYCLE DATE                         *
      * INPUT:  SYSIN - OPTIONAL 'CYCLE=YYYYMMDD' CARD                 *
      * OUTPUT: RPTDD (CONTROL.CHAIN.REPORT) - REPORT (PS, 80 B)       *
      * OUTPUT: STATLOG (BATCH.STATLOG) - BATCH STATUS RECORD          *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHNRPT45.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-LOG-FILE ASSIGN TO CTLDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS CONTROL-LOG-STATUS.

           SELECT SYSIN-FILE ASSIGN TO SYSIN
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS SYSIN-STATUS.

           SELECT REPORT-FILE ASSIGN TO RPTDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS REPORT-STATUS.

           SELECT STATUS-LOG ASSIGN TO STATLOG
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS STATUS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CONTROL-LOG-FILE RECORDING MODE IS F.
       01 CONTROL-LOG-REC.
           COPY CTLTOT.

       FD SYSIN-FILE RECORDING MODE IS F.
       01 SYSIN-REC PIC X(80).

       FD REPORT-FILE RECORDING MODE IS F.
       01 REPORT-REC PIC X(80).

       FD STATUS-LOG RECORDING MODE IS F.
       01 STATUS-LOG-REC.
           COPY BATSTAT.

       WORKING-STORAGE SECTION.

      * FILE STATUS VARIABLES
       01 WS-FILE-STATUSES.
          05 CONTROL-LOG-STATUS PIC X(2).
          05 SYSIN-STATUS PIC X(2).
          05 REPORT-STATUS PIC X(2).
          05 STATUS-LOG-STATUS PIC X(2).

      * CONTROL FLAGS
       01 WS-FLAGS.
          05 WS-EOF PIC X(1) VALUE 'N'.
             88 EOF VALUE 'Y'.
          05 WS-SYSIN-EOF PIC X(1) VALUE 'N'.
             88 SYSIN-EOF VALUE 'Y'.
          05 WS-ENTRY-FOUND PIC X(1) VALUE 'N'.
             88 ENTRY-FOUND VALUE 'Y'.

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

      * THE CYCLE REPORTED (CYCDAT40'S DATE UNLESS A CYCLE= CARD
      * OVERRIDES IT)
       01 WS-REPORT-CYCLE PIC X(8) VALUE SPACES.

      * THE HANDOFFS, IN CHAIN ORDER: NAME, PRODUCER, CONSUMER.
      * KEEP IN STEP WITH THE LIST IN COPYBOOK CTLTOT.
       01 WS-HANDOFF-VALUES.
          05 FILLER PIC X(24) VALUE 'CARDTOT VSMJOB11JOBSUB22'.
          05 FILLER PIC X(24) VALUE 'TIEOUT  DB2VSM26ESDS29  '.
          05 FILLER PIC X(24) VALUE 'SALESFD SLSEXT21JOBSUB22'.
          05 FILLER PIC X(24) VALUE 'INVREG  SHPINV16CASHAP16'.
       01 WS-HANDOFF-NAMES REDEFINES WS-HANDOFF-VALUES.
          05 HN-ENTRY OCCURS 4 TIMES.
             10 HN-HANDOFF PIC X(8).
             10 HN-PRODUCER PIC X(8).
             10 HN-CONSUMER PIC X(8).
       01 HANDOFF-COUNT PIC 9(2) VALUE 4.

      * ONE ROW PER HANDOFF: THE LATEST POSTING AND THE LATEST
      * VERIFICATION SINCE IT, FOR THE CYCLE.
       01 WS-HANDOFF-TABLE.
          05 HANDOFF-ENTRY OCCURS 4 TIMES INDEXED BY HO-IDX.
             10 HO-POSTED PIC X(1).
                88 HO-WAS-POSTED VALUE 'Y'.
             10 HO-PROD-COUNT PIC 9(9).
             10 HO-PROD-HASH PIC 9(15).
             10 HO-PROD-AMOUNT PIC S9(13)V99.
             10 HO-VERIFIED PIC X(1).
                88 HO-WAS-VERIFIED VALUE 'Y'.
             10 HO-RESULT PIC X(8).
             10 HO-RECV-COUNT PIC 9(9).
             10 HO-RECV-HASH PIC 9(15).
             10 HO-RECV-AMOUNT PIC S9(13)V99.
             10 HO-STATUS PIC X(14).

      * REPORT LINE BUILD FIELDS
       01 WS-REPORT-LINE PIC X(80).
       01 WS-HANDOFF-LINE.
          05 FILLER PIC X(2) VALUE SPACES.
          05 HL-HANDOFF PIC X(8).
          05 FILLER PIC X(2) VALUE SPACES.
          05 HL-PRODUCER PIC X(8).
          05 FILLER PIC X(4) VALUE ' -> '.
          05 HL-CONSUMER PIC X(8).
          05 FILLER PIC X(4) VALUE SPACES.
          05 HL-STATUS PIC X(14).
          05 FILLER PIC X(30) VALUE SPACES.
       01 WS-FIGURES-LINE.
          05 FILLER PIC X(4) VALUE SPACES.
          05 FL-SIDE PIC X(8).
          05 FILLER PIC X(6) VALUE ' RECS '.
          05 FL-COUNT PIC Z(8)9.
          05 FILLER PIC X(6) VALUE ' HASH '.
          05 FL-HASH PIC Z(14)9.
          05 FILLER PIC X(8) VALUE ' AMOUNT '.
          05 FL-AMOUNT PIC -Z(12)9.99.
          05 FILLER PIC X(7) VALUE SPACES.
       01 WS-CNT-DISP PIC Z(6)9.
       01 WS-CNT-DISP2 PIC Z(6)9.

      * STATISTICS COUNTERS
       01 WS-COUNTERS.
          05 RECORDS-READ PIC 9(7) VALUE 0.
          05 RECORDS-USED PIC 9(7) VALUE 0.
          05 BALANCED-COUNT PIC 9(3) VALUE 0.
          05 EXCEPTION-COUNT PIC 9(3) VALUE 0.

      **********************************************
      * CYCLE -> ONE PASS OVER THE CONTROL LOG -> ONE ENTRY PER
      * HANDOFF AND THE TOTALS LINE.
      **********************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM SET-BST-START-TS.
           PERFORM OPEN-STATUS-LOG.
           PERFORM READ-CYCLE-CARD.
           IF WS-REPORT-CYCLE = SPACES
              MOVE 'CHNRPT45' TO CD-JOB-NAME
              CALL 'CYCDAT40' USING WS-CYCDATE-REQUEST END-CALL
              MOVE CD-CYCLE-DATE TO WS-REPORT-CYCLE
           END-IF.
           PERFORM CLEAR-HANDOFF-TABLE.
           PERFORM OPEN-ALL-FILES.
           PERFORM SCAN-CONTROL-LOG.
           PERFORM WRITE-CHAIN-SECTION.
           PERFORM CLOSE-ALL-FILES.
           PERFORM WRITE-BATCH-STATUS.
           DISPLAY 'CONTROL CHAIN REPORT COMPLETE. CYCLE: '
                    WS-REPORT-CYCLE ', BALANCED: ' BALANCED-COUNT
                    ', EXCEPTIONS: ' EXCEPTION-COUNT.
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
      * READS THE OPTIONAL 'CYCLE=YYYYMMDD' SYSIN CARD. NO SYSIN,
      * OR NO CARD, REPORTS CYCDAT40'S CYCLE.
      **********************************************
       READ-CYCLE-CARD.
           OPEN INPUT SYSIN-FILE.
           IF SYSIN-STATUS NOT = '00'
              SET SYSIN-EOF TO TRUE
           END-IF.
           PERFORM UNTIL SYSIN-EOF
              READ SYSIN-FILE
                AT END
                   SET SYSIN-EOF TO TRUE
                NOT AT END
                   IF SYSIN-REC(1:6) = 'CYCLE='
                      IF SYSIN-REC(7:8) NUMERIC
                         MOVE SYSIN-REC(7:8) TO WS-REPORT-CYCLE
                      ELSE
                         DISPLAY 'ERROR: CYCLE= DATE NOT NUMERIC: '
                                 SYSIN-REC(7:8)
                         PERFORM ABEND-WITH-STATUS
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           IF SYSIN-STATUS = '00' OR SYSIN-STATUS = '10'
              CLOSE SYSIN-FILE
           END-IF.

      **********************************************
      * NOTHING POSTED OR VERIFIED YET FOR ANY HANDOFF.
      **********************************************
       CLEAR-HANDOFF-TABLE.
           PERFORM VARYING HO-IDX FROM 1 BY 1
                   UNTIL HO-IDX > HANDOFF-COUNT
              MOVE 'N' TO HO-POSTED(HO-IDX) HO-VERIFIED(HO-IDX)
              MOVE SPACES TO HO-RESULT(HO-IDX) HO-STATUS(HO-IDX)
              MOVE 0 TO HO-PROD-COUNT(HO-IDX) HO-PROD-HASH(HO-IDX)
                        HO-PROD-AMOUNT(HO-IDX) HO-RECV-COUNT(HO-IDX)
                        HO-RECV-HASH(HO-IDX) HO-RECV-AMOUNT(HO-IDX)
           END-PERFORM.

      **********************************************
      * OPEN THE CONTROL LOG AND REPORT FILES AND WRITE THE HEADING
      **********************************************
       OPEN-ALL-FILES.
           OPEN INPUT CONTROL-LOG-FILE.
           IF CONTROL-LOG-STATUS = '05' OR CONTROL-LOG-STATUS = '35'
              DISPLAY 'NO CONTROL TOTALS LOGGED YET'
              SET EOF TO TRUE
           ELSE
              IF CONTROL-LOG-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING CONTROL LOG: '
                          CONTROL-LOG-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING REPORT FILE: ' REPORT-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           MOVE 'HANDOFF CONTROL TOTAL CHAIN REPORT' TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'CYCLE ' DELIMITED BY SIZE
                  WS-REPORT-CYCLE DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.

      **********************************************
      * READS THE CONTROL LOG TO EOF, APPLYING EACH RECORD FOR THE
      * CYCLE TO ITS HANDOFF IN THE ORDER IT WAS WRITTEN.
      **********************************************
       SCAN-CONTROL-LOG.
           PERFORM UNTIL EOF
              READ CONTROL-LOG-FILE
                AT END
                   SET EOF TO TRUE
                NOT AT END
                   IF CONTROL-LOG-STATUS = '00'
                      ADD 1 TO RECORDS-READ
                      IF CTL-CYCLE-DATE = WS-REPORT-CYCLE
                         PERFORM APPLY-CONTROL-RECORD
                      END-IF
                   ELSE
                      DISPLAY 'ERROR READING CONTROL LOG: '
                               CONTROL-LOG-STATUS
                      PERFORM ABEND-WITH-STATUS
                   END-IF
              END-READ
           END-PERFORM.

      **********************************************
      * A POSTING REPLACES THE HANDOFF'S PRODUCER FIGURES AND
      * CLEARS ANY VERIFICATION BEFORE IT; A VERIFICATION REPLACES
      * THE CONSUMER FIGURES AND RESULT. A HANDOFF NOT IN THE
      * TABLE IS IGNORED.
      **********************************************
       APPLY-CONTROL-RECORD.
           MOVE 'N' TO WS-ENTRY-FOUND.
           PERFORM VARYING HO-IDX FROM 1 BY 1
                   UNTIL HO-IDX > HANDOFF-COUNT OR ENTRY-FOUND
              IF HN-HANDOFF(HO-IDX) = CTL-HANDOFF
                 SET ENTRY-FOUND TO TRUE
              END-IF
           END-PERFORM.
           IF ENTRY-FOUND
              SET HO-IDX DOWN BY 1
              ADD 1 TO RECORDS-USED
              IF CTL-RECORD-COUNT NOT NUMERIC
                 MOVE 0 TO CTL-RECORD-COUNT
              END-IF
              IF CTL-HASH-TOTAL NOT NUMERIC
                 MOVE 0 TO CTL-HASH-TOTAL
              END-IF
              IF CTL-AMOUNT-TOTAL NOT NUMERIC
                 MOVE 0 TO CTL-AMOUNT-TOTAL
              END-IF
              EVALUATE TRUE
                 WHEN CTL-PRODUCED
                    MOVE 'Y' TO HO-POSTED(HO-IDX)
                    MOVE CTL-RECORD-COUNT TO HO-PROD-COUNT(HO-IDX)
                    MOVE CTL-HASH-TOTAL TO HO-PROD-HASH(HO-IDX)
                    MOVE CTL-AMOUNT-TOTAL TO HO-PROD-AMOUNT(HO-IDX)
                    MOVE 'N' TO HO-VERIFIED(HO-IDX)
                    MOVE SPACES TO HO-RESULT(HO-IDX)
                 WHEN CTL-VERIFIED
                    MOVE 'Y' TO HO-VERIFIED(HO-IDX)
                    MOVE CTL-RESULT TO HO-RESULT(HO-IDX)
                    MOVE CTL-RECORD-COUNT TO HO-RECV-COUNT(HO-IDX)
                    MOVE CTL-HASH-TOTAL TO HO-RECV-HASH(HO-IDX)
                    MOVE CTL-AMOUNT-TOTAL TO HO-RECV-AMOUNT(HO-IDX)
              END-EVALUATE
           END-IF.

      **********************************************
      * ONE ENTRY PER HANDOFF: THE STATUS LINE, THEN THE PRODUCED
      * AND RECEIVED FIGURES WHERE THERE ARE ANY, THEN THE TOTALS.
      **********************************************
       WRITE-CHAIN-SECTION.
           MOVE SPACES TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE '  HANDOFF   PRODUCER    CONSUMER    STATUS'
             TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING HO-IDX FROM 1 BY 1
                   UNTIL HO-IDX > HANDOFF-COUNT
              PERFORM SET-HANDOFF-STATUS
              PERFORM WRITE-ONE-HANDOFF
           END-PERFORM.
           MOVE BALANCED-COUNT TO WS-CNT-DISP.
           MOVE EXCEPTION-COUNT TO WS-CNT-DISP2.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'HANDOFFS BALANCED: ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CNT-DISP) DELIMITED BY SIZE
                  '  EXCEPTIONS: ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CNT-DISP2) DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING.
           MOVE SPACES TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.

      **********************************************
      * SETTLES THE HANDOFF'S STATUS AND COUNTS IT.
      **********************************************
       SET-HANDOFF-STATUS.
           EVALUATE TRUE
              WHEN HO-WAS-VERIFIED(HO-IDX)
                   AND HO-RESULT(HO-IDX) = 'BALANCED'
                 MOVE 'BALANCED' TO HO-STATUS(HO-IDX)
              WHEN HO-WAS-VERIFIED(HO-IDX)
                   AND HO-RESULT(HO-IDX) = 'OUTOFBAL'
                 MOVE 'OUT OF BALANCE' TO HO-STATUS(HO-IDX)
              WHEN HO-WAS-VERIFIED(HO-IDX)
                 MOVE 'NO CONTROL' TO HO-STATUS(HO-IDX)
              WHEN HO-WAS-POSTED(HO-IDX)
                 MOVE 'NOT VERIFIED' TO HO-STATUS(HO-IDX)
              WHEN OTHER
                 MOVE 'NOT PRODUCED' TO HO-STATUS(HO-IDX)
           END-EVALUATE.
           IF HO-STATUS(HO-IDX) = 'BALANCED'
              ADD 1 TO BALANCED-COUNT
           ELSE
              ADD 1 TO EXCEPTION-COUNT
           END-IF.

      **********************************************
      * WRITES ONE HANDOFF'S STATUS LINE AND ITS FIGURES.
      **********************************************
       WRITE-ONE-HANDOFF.
           MOVE HN-HANDOFF(HO-IDX) TO HL-HANDOFF.
           MOVE HN-PRODUCER(HO-IDX) TO HL-PRODUCER.
           MOVE HN-CONSUMER(HO-IDX) TO HL-CONSUMER.
           MOVE HO-STATUS(HO-IDX) TO HL-STATUS.
           MOVE WS-HANDOFF-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           IF HO-WAS-POSTED(HO-IDX)
              MOVE 'PRODUCED' TO FL-SIDE
              MOVE HO-PROD-COUNT(HO-IDX) TO FL-COUNT
              MOVE HO-PROD-HASH(HO-IDX) TO FL-HASH
              MOVE HO-PROD-AMOUNT(HO-IDX) TO FL-AMOUNT
              MOVE WS-FIGURES-LINE TO REPORT-REC
              PERFORM WRITE-REPORT-LINE
           END-IF.
           IF HO-WAS-VERIFIED(HO-IDX)
              MOVE 'RECEIVED' TO FL-SIDE
              MOVE HO-RECV-COUNT(HO-IDX) TO FL-COUNT
              MOVE HO-RECV-HASH(HO-IDX) TO FL-HASH
              MOVE HO-RECV-AMOUNT(HO-IDX) TO FL-AMOUNT
              MOVE WS-FIGURES-LINE TO REPORT-REC
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
           IF CONTROL-LOG-STATUS NOT = '05'
              AND CONTROL-LOG-STATUS NOT = '35'
              CLOSE CONTROL-LOG-FILE
              IF CONTROL-LOG-STATUS NOT = '00'
                 DISPLAY 'WARNING: ERROR CLOSING CONTROL LOG: '
                          CONTROL-LOG-STATUS
              END-IF
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
           MOVE 'CHNRPT45' TO BST-PROGRAM-ID.
           PERFORM GET-BST-TIMESTAMP.
           MOVE WS-BST-START-TS TO BST-START-TS.
           MOVE WS-BST-TS-BUILT TO BST-END-TS.
           MOVE RECORDS-READ TO BST-RECORDS-IN.
           MOVE RECORDS-USED TO BST-RECORDS-OUT.
           MOVE EXCEPTION-COUNT TO BST-RECORDS-REJECTED.
           IF ABEND-IN-PROGRESS
              MOVE 'FAILED' TO BST-STATUS
              MOVE 'JOB ABENDED - SEE SYSOUT FOR DETAIL' TO BST-MESSAGE
           ELSE
              IF EXCEPTION-COUNT > 0
                 MOVE 'WARNING' TO BST-STATUS
                 MOVE 'HANDOFF NOT BALANCED - SEE REPORT' TO
                      BST-MESSAGE
              ELSE
                 MOVE 'COMPLETE' TO BST-STATUS
                 MOVE 'ALL HANDOFFS BALANCED' TO BST-MESSAGE
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
