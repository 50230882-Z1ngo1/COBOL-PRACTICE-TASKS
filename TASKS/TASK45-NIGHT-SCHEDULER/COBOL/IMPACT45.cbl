      ******************************************************************
      * RERUN IMPACT ANALYSIS                                          *
      *                                                                *
      * PURPOSE:                                                       *
      * WHEN A JOB IS RERUN WITH CORRECTED INPUT, EVERY JOB THAT       *
      * CONSUMED ITS BAD OUTPUT - DIRECTLY OR FURTHER DOWN THE         *
      * CHAIN - MUST BE RERUN TOO, IN ORDER, AND WORKING THAT OUT BY   *
      * HAND FROM THE SCHEDULE MISSED ONE: THE COMMISSION RUN SAT ON   *
      * STALE CARD TOTALS FOR A WEEK. GIVEN THE BAD JOB AND ITS CYCLE  *
      * DATE ON SYSIN, THIS JOB WALKS THE DEPENDENCY TABLE THAT        *
      * DEPGTE45 AND RUNPLN45 USE FORWARD FROM THE BAD JOB, FINDS IN   *
      * STATLOG WHICH OF THE DOWNSTREAM JOBS RAN AFTER THE BAD OUTPUT  *
      * WAS PRODUCED, LOOKS UP THE ARCHIVED GENERATIONS (ARCHIV47'S    *
      * INDEX) OF THE DATASETS INVOLVED, AND PRINTS THE RERUN ORDER.   *
      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   PHASE 1 - SYSIN 'JOB=' AND 'DATE=' CARDS, BOTH REQUIRED.     *
      *   PHASE 2 - LOAD THE DEPENDENCY TABLE. A PAIR MAY NAME THE     *
      *     DATASET THE JOB READS FROM ITS PREDECESSOR (COLUMN 19); A  *
      *     RECORD WITH A BLANK PREDECESSOR AND A DATASET NAMES AN     *
      *     OUTPUT OF THE JOB THAT NO GATED JOB READS.                 *
      *   PHASE 3 - WALK FORWARD: EVERY JOB WITH AN AFFECTED           *
      *     PREDECESSOR IS AFFECTED, ITS RERUN WAVE ONE PAST ITS       *
      *     DEEPEST AFFECTED PREDECESSOR. A CYCLE STOPS THE WALK: RC 8 *
      *     (RUNPLN45 NAMES THE JOBS IN IT).                           *
      *   PHASE 4 - STATLOG: THE BAD RUN IS THE JOB'S FIRST COMPLETE   *
      *     OR WARNING RUN STARTED ON OR AFTER THE CYCLE DATE (FIRST   *
      *     RUN OF ANY STATUS IF NONE FINISHED). A DOWNSTREAM RUN      *
      *     STARTED AFTER THE BAD RUN ENDED, AND BEFORE THE BAD JOB'S  *
      *     NEXT RUN, CONSUMED THE BAD OUTPUT.                         *
      *   PHASE 5 - ARCHIVE INDEX: THE CYCLE'S GENERATIONS OF EVERY    *
      *     DATASET WRITTEN BY THE BAD JOB OR AN AFFECTED JOB.         *
      *   PHASE 6 - THE RERUN ORDER: THE BAD JOB, THEN THE AFFECTED    *
      *     JOBS WAVE BY WAVE. A JOB THAT HAS NOT RUN SINCE THE BAD    *
      *     OUTPUT NEEDS ONLY ITS NORMAL RUN, AFTER ITS PREDECESSORS.  *
      *   RC 0 - NO DOWNSTREAM JOB CONSUMED THE BAD OUTPUT. RC 4 -     *
      *   DOWNSTREAM RERUNS ARE NEEDED. RC 8 - INPUT OR TABLE ERROR.   *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/10/15                                               *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  SYSIN - 'JOB=XXXXXXXX' AND 'DATE=YYYYMMDD' CARDS       *
      * INPUT:  DEPDD (JOB.DEPENDENCIES) - JOB/PREDECESSOR PAIRS       *
      * INPUT:  STATLOG (BATCH.STATLOG) - RUN HISTORY                  *
      * INPUT:  ARCIXDD (ARCHIVE.INDEX) - ARCHIVED GENERATIONS         *
      * OUTPUT: RPTDD (RERUN.IMPACT) - IMPACT REPORT AND RERUN ORDER   *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPACT45.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPENDENCY-FILE ASSIGN TO DEPDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS DEPENDENCY-STATUS.

           SELECT STATUS-LOG ASSIGN TO STATLOG
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS STATUS-LOG-STATUS.

           SELECT ARCHIVE-INDEX ASSIGN TO ARCIXDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS INDEX-STATUS.

           SELECT SYSIN-FILE ASSIGN TO SYSIN
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS SYSIN-STATUS.

           SELECT REPORT-FILE ASSIGN TO RPTDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * DEP-DATASET IS OPTIONAL AND SITS IN WHAT DEPGTE45 AND
      * RUNPLN45 READ AS FILLER.
       FD DEPENDENCY-FILE RECORDING MODE IS F.
       01 DEPENDENCY-REC.
          05 DEP-JOB PIC X(8).
          05 FILLER PIC X(1).
          05 DEP-PRED PIC X(8).
          05 FILLER PIC X(1).
          05 DEP-DATASET PIC X(44).
          05 FILLER PIC X(18).

       FD STATUS-LOG RECORDING MODE IS F.
       01 STATUS-LOG-REC.
           COPY BATSTAT.

       FD ARCHIVE-INDEX RECORDING MODE IS F.
       01 ARCHIVE-INDEX-REC.
          05 AIX-DATASET-NAME PIC X(44).
          05 FILLER PIC X(1).
          05 AIX-CYCLE-DATE PIC X(8).
          05 FILLER PIC X(1).
          05 AIX-RECORD-COUNT PIC 9(7).
          05 FILLER PIC X(19).

       FD SYSIN-FILE RECORDING MODE IS F.
       01 SYSIN-REC PIC X(80).

       FD REPORT-FILE RECORDING MODE IS F.
       01 REPORT-REC PIC X(80).

       WORKING-STORAGE SECTION.

      * FILE STATUS VARIABLES
       01 WS-FILE-STATUSES.
          05 DEPENDENCY-STATUS PIC X(2).
          05 STATUS-LOG-STATUS PIC X(2).
          05 INDEX-STATUS PIC X(2).
          05 SYSIN-STATUS PIC X(2).
          05 REPORT-STATUS PIC X(2).

      * CONTROL FLAGS
       01 WS-FLAGS.
          05 WS-DEP-EOF PIC X(1) VALUE 'N'.
             88 DEP-EOF VALUE 'Y'.
          05 WS-STAT-EOF PIC X(1) VALUE 'N'.
             88 STAT-EOF VALUE 'Y'.
          05 WS-INDEX-EOF PIC X(1) VALUE 'N'.
             88 INDEX-EOF VALUE 'Y'.
          05 WS-SYSIN-EOF PIC X(1) VALUE 'N'.
             88 SYSIN-EOF VALUE 'Y'.
          05 WS-NODE-FOUND PIC X(1) VALUE 'N'.
             88 NODE-FOUND VALUE 'Y'.
          05 WS-WALK-CHANGED PIC X(1) VALUE 'N'.
             88 WALK-CHANGED VALUE 'Y'.
          05 WS-BAD-RUN-FOUND PIC X(1) VALUE 'N'.
             88 BAD-RUN-FOUND VALUE 'Y'.
          05 WS-BAD-RUN-GOOD PIC X(1) VALUE 'N'.
             88 BAD-RUN-FINISHED VALUE 'Y'.
          05 WS-DSN-FOUND PIC X(1) VALUE 'N'.
             88 DSN-FOUND VALUE 'Y'.

      * THE JOB WHOSE OUTPUT WAS BAD, AND THE CYCLE IT WAS BAD FOR
       01 WS-BAD-JOB PIC X(8) VALUE SPACES.
       01 WS-CYCLE-DATE PIC X(8) VALUE SPACES.

      * THE BAD RUN FROM STATLOG, AND THE START OF THE BAD JOB'S
      * NEXT RUN (HIGH-VALUES WHEN IT HAS NOT RUN SINCE). RUNS OF
      * OTHER JOBS STARTED BETWEEN THE BAD RUN'S END AND THAT
      * NEXT START READ THE BAD OUTPUT.
       01 WS-BAD-START PIC X(14) VALUE SPACES.
       01 WS-BAD-END PIC X(14) VALUE SPACES.
       01 WS-BAD-STATUS PIC X(8) VALUE SPACES.
       01 WS-NEXT-START PIC X(14) VALUE HIGH-VALUES.
       01 WS-CYCLE-START-TS PIC X(14).

      * STATLOG PASS: 1 - FIND THE BAD RUN, 2 - FIND THE BAD JOB'S
      * NEXT RUN, 3 - FIND THE DOWNSTREAM RUNS.
       01 WS-STAT-PASS PIC 9(1).

      * EVERY JOB NAMED IN THE TABLE. ND-AFFECTED MARKS THE BAD
      * JOB AND EVERYTHING DOWNSTREAM OF IT; ND-WAVE IS THE RERUN
      * WAVE (BAD JOB 0). ND-VIA-* NAME THE AFFECTED PREDECESSOR
      * (AND DATASET, WHEN THE TABLE GIVES ONE) THAT PULLED THE
      * JOB IN. ND-RUNS/ND-LAST-* DESCRIBE ITS RUNS SINCE THE BAD
      * OUTPUT.
       01 WS-NODE-TABLE.
          05 WS-NODE-COUNT PIC 9(3) VALUE 0.
          05 WS-NODE-ENTRY OCCURS 200 TIMES INDEXED BY ND-IDX
                                            NX-IDX.
             10 ND-JOB PIC X(8).
             10 ND-AFFECTED PIC X(1).
                88 ND-IS-AFFECTED VALUE 'Y'.
             10 ND-WAVE PIC 9(3).
             10 ND-VIA-PRED PIC X(8).
             10 ND-VIA-DATASET PIC X(44).
             10 ND-RUNS PIC 9(3).
             10 ND-LAST-START PIC X(14).
             10 ND-LAST-END PIC X(14).
             10 ND-LAST-STATUS PIC X(8).

      * THE DEPENDENCY EDGES (JOB NEEDS PRED, OPTIONALLY THROUGH
      * A DATASET). A BLANK PRED WITH A DATASET IS AN OUTPUT OF
      * THE JOB.
       01 WS-EDGE-TABLE.
          05 WS-EDGE-COUNT PIC 9(4) VALUE 0.
          05 WS-EDGE-ENTRY OCCURS 1000 TIMES INDEXED BY ED-IDX.
             10 ED-JOB PIC X(8).
             10 ED-PRED PIC X(8).
             10 ED-DATASET PIC X(44).

      * DATASETS WRITTEN BY THE BAD JOB OR AN AFFECTED JOB, WITH
      * THE CYCLE'S ARCHIVED GENERATIONS FROM THE ARCHIVE INDEX.
       01 WS-DATASET-TABLE.
          05 WS-DSN-COUNT PIC 9(3) VALUE 0.
          05 WS-DSN-ENTRY OCCURS 200 TIMES INDEXED BY DS-IDX.
             10 DS-NAME PIC X(44).
             10 DS-PRODUCER PIC X(8).
             10 DS-GENERATIONS PIC 9(3).
             10 DS-RECORD-COUNT PIC 9(7).

      * THE NODE FIND-OR-ADD-NODE IS WORKING WITH, AND THE
      * DATASET ADD-DATASET IS WORKING WITH
       01 WS-NODE-NAME PIC X(8).
       01 WS-DSN-NAME PIC X(44).
       01 WS-DSN-PRODUCER PIC X(8).

      * WALK AND RERUN-ORDER WORK FIELDS
       01 WS-CANDIDATE-WAVE PIC 9(3).
       01 WS-MAX-WAVE PIC 9(3) VALUE 0.
       01 WS-REPORT-WAVE PIC 9(3).
       01 WS-WALK-PASSES PIC 9(3) VALUE 0.
       01 WS-ORDER-NO PIC 9(3) VALUE 0.

      * REPORT LINE BUILD FIELDS
       01 WS-REPORT-LINE PIC X(80).
       01 WS-WAVE-DISP PIC Z(2)9.
       01 WS-ORDER-DISP PIC Z(2)9.
       01 WS-RUNS-DISP PIC Z(2)9.
       01 WS-CNT-DISP PIC Z(6)9.
       01 WS-GEN-DISP PIC Z(2)9.

      * STATISTICS COUNTERS
       01 WS-COUNTERS.
          05 AFFECTED-COUNT PIC 9(3) VALUE 0.
          05 RERUN-COUNT PIC 9(3) VALUE 0.
          05 NOT-RUN-COUNT PIC 9(3) VALUE 0.

      **********************************************
      * READ THE REQUEST -> LOAD THE TABLE -> WALK FORWARD ->
      * STATLOG RUNS -> ARCHIVE GENERATIONS -> REPORT.
      **********************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM READ-REQUEST-CARDS.
           PERFORM OPEN-REPORT-FILE.
           PERFORM LOAD-DEPENDENCY-GRAPH.
           PERFORM WALK-DOWNSTREAM.
           PERFORM FIND-RUNS-IN-STATLOG.
           PERFORM COLLECT-DATASETS.
           PERFORM LOAD-ARCHIVE-GENERATIONS.
           PERFORM REPORT-BAD-RUN.
           PERFORM REPORT-DOWNSTREAM-JOBS.
           PERFORM REPORT-ARCHIVED-DATASETS.
           PERFORM REPORT-RERUN-ORDER.
           PERFORM CLOSE-ALL-FILES.
           DISPLAY 'RERUN IMPACT FOR ' WS-BAD-JOB ' CYCLE '
                   WS-CYCLE-DATE ': ' AFFECTED-COUNT
                   ' DOWNSTREAM JOBS, ' RERUN-COUNT ' TO RERUN'.
           IF RERUN-COUNT > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

      **********************************************
      * READS THE REQUIRED 'JOB=' AND 'DATE=' SYSIN CARDS.
      **********************************************
       READ-REQUEST-CARDS.
           OPEN INPUT SYSIN-FILE.
           IF SYSIN-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING SYSIN FILE: ' SYSIN-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL SYSIN-EOF
              READ SYSIN-FILE
                AT END
                   SET SYSIN-EOF TO TRUE
                NOT AT END
                   IF SYSIN-REC(1:4) = 'JOB='
                      MOVE SYSIN-REC(5:8) TO WS-BAD-JOB
                   END-IF
                   IF SYSIN-REC(1:5) = 'DATE='
                      MOVE SYSIN-REC(6:8) TO WS-CYCLE-DATE
                   END-IF
              END-READ
           END-PERFORM.
           CLOSE SYSIN-FILE.
           IF WS-BAD-JOB = SPACES
              DISPLAY 'ERROR: NO JOB= CARD IN SYSIN'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-CYCLE-DATE NOT NUMERIC
              DISPLAY 'ERROR: DATE= CARD MISSING OR NOT YYYYMMDD'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           STRING WS-CYCLE-DATE DELIMITED BY SIZE
                  '000000' DELIMITED BY SIZE
                  INTO WS-CYCLE-START-TS
           END-STRING.

      **********************************************
      * OPENS THE IMPACT REPORT AND WRITES ITS TITLE.
      **********************************************
       OPEN-REPORT-FILE.
           OPEN OUTPUT REPORT-FILE.
           IF REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING REPORT FILE: ' REPORT-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'RERUN IMPACT ANALYSIS - JOB ' DELIMITED BY SIZE
                  WS-BAD-JOB DELIMITED BY SIZE
                  ' CYCLE ' DELIMITED BY SIZE
                  WS-CYCLE-DATE DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.

      **********************************************
      * LOADS THE PAIRS: BOTH SIDES BECOME NODES, EACH PAIR (AND
      * EACH OUTPUT DECLARATION) AN EDGE. A JOB NOT IN THE TABLE
      * CANNOT BE WALKED: RC 8.
      **********************************************
       LOAD-DEPENDENCY-GRAPH.
           OPEN INPUT DEPENDENCY-FILE.
           IF DEPENDENCY-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING DEPENDENCY FILE: '
                       DEPENDENCY-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL DEP-EOF
              READ DEPENDENCY-FILE
                AT END
                   SET DEP-EOF TO TRUE
                NOT AT END
                   IF DEPENDENCY-STATUS = '00'
                      IF DEP-JOB NOT = SPACES
                         AND DEP-JOB(1:1) NOT = '*'
                         PERFORM ADD-ONE-PAIR
                      END-IF
                   ELSE
                      DISPLAY 'ERROR READING DEPENDENCY FILE: '
                               DEPENDENCY-STATUS
                      MOVE 8 TO RETURN-CODE
                      STOP RUN
                   END-IF
              END-READ
           END-PERFORM.
           CLOSE DEPENDENCY-FILE.
           MOVE WS-BAD-JOB TO WS-NODE-NAME.
           MOVE 'N' TO WS-NODE-FOUND.
           IF WS-NODE-COUNT > 0
              SET ND-IDX TO 1
              SEARCH WS-NODE-ENTRY
                  AT END
                     CONTINUE
                  WHEN ND-IDX > WS-NODE-COUNT
                     CONTINUE
                  WHEN ND-JOB(ND-IDX) = WS-NODE-NAME
                     SET NODE-FOUND TO TRUE
              END-SEARCH
           END-IF.
           IF NOT NODE-FOUND
              DISPLAY 'ERROR: ' WS-BAD-JOB
                      ' IS NOT IN THE DEPENDENCY TABLE'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 'Y' TO ND-AFFECTED(ND-IDX).
           MOVE 0 TO ND-WAVE(ND-IDX).

      **********************************************
      * REGISTERS BOTH SIDES OF A PAIR AS NODES AND THE PAIR AS
      * AN EDGE. A BLANK PREDECESSOR WITHOUT A DATASET JUST
      * DECLARES THE JOB.
      **********************************************
       ADD-ONE-PAIR.
           MOVE DEP-JOB TO WS-NODE-NAME.
           PERFORM FIND-OR-ADD-NODE.
           IF DEP-PRED NOT = SPACES
              MOVE DEP-PRED TO WS-NODE-NAME
              PERFORM FIND-OR-ADD-NODE
           END-IF.
           IF DEP-PRED NOT = SPACES OR DEP-DATASET NOT = SPACES
              IF WS-EDGE-COUNT < 1000
                 ADD 1 TO WS-EDGE-COUNT
                 SET ED-IDX TO WS-EDGE-COUNT
                 MOVE DEP-JOB TO ED-JOB(ED-IDX)
                 MOVE DEP-PRED TO ED-PRED(ED-IDX)
                 MOVE DEP-DATASET TO ED-DATASET(ED-IDX)
              ELSE
                 DISPLAY 'ERROR: EDGE TABLE FULL'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

      **********************************************
      * LOCATES WS-NODE-NAME IN THE NODE TABLE, ADDING IT WHEN
      * NEW. LEAVES ND-IDX ON THE NODE.
      **********************************************
       FIND-OR-ADD-NODE.
           MOVE 'N' TO WS-NODE-FOUND.
           IF WS-NODE-COUNT > 0
              SET ND-IDX TO 1
              SEARCH WS-NODE-ENTRY
                  AT END
                     CONTINUE
                  WHEN ND-IDX > WS-NODE-COUNT
                     CONTINUE
                  WHEN ND-JOB(ND-IDX) = WS-NODE-NAME
                     SET NODE-FOUND TO TRUE
              END-SEARCH
           END-IF.
           IF NOT NODE-FOUND
              IF WS-NODE-COUNT < 200
                 ADD 1 TO WS-NODE-COUNT
                 SET ND-IDX TO WS-NODE-COUNT
                 MOVE WS-NODE-NAME TO ND-JOB(ND-IDX)
                 MOVE 'N' TO ND-AFFECTED(ND-IDX)
                 MOVE 0 TO ND-WAVE(ND-IDX)
                 MOVE SPACES TO ND-VIA-PRED(ND-IDX)
                 MOVE SPACES TO ND-VIA-DATASET(ND-IDX)
                 MOVE 0 TO ND-RUNS(ND-IDX)
                 MOVE SPACES TO ND-LAST-START(ND-IDX)
                 MOVE SPACES TO ND-LAST-END(ND-IDX)
                 MOVE SPACES TO ND-LAST-STATUS(ND-IDX)
              ELSE
                 DISPLAY 'ERROR: NODE TABLE FULL'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

      **********************************************
      * SPREADS 'AFFECTED' FORWARD ALONG THE EDGES UNTIL A PASS
      * CHANGES NOTHING. EACH JOB'S WAVE ENDS ONE PAST ITS
      * DEEPEST AFFECTED PREDECESSOR, SO RERUNNING WAVE BY WAVE
      * RESPECTS EVERY PAIR. IN A CYCLE THE WAVES KEEP GROWING;
      * MORE PASSES THAN JOBS MEANS ONE.
      **********************************************
       WALK-DOWNSTREAM.
           SET WALK-CHANGED TO TRUE.
           PERFORM UNTIL NOT WALK-CHANGED
              ADD 1 TO WS-WALK-PASSES
              IF WS-WALK-PASSES > WS-NODE-COUNT
                 DISPLAY 'ERROR: DEPENDENCY CYCLE DOWNSTREAM OF '
                         WS-BAD-JOB ' - RUN RUNPLN45 TO NAME IT'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE 'N' TO WS-WALK-CHANGED
              PERFORM VARYING ED-IDX FROM 1 BY 1
                      UNTIL ED-IDX > WS-EDGE-COUNT
                 IF ED-PRED(ED-IDX) NOT = SPACES
                    PERFORM WALK-ONE-EDGE
                 END-IF
              END-PERFORM
           END-PERFORM.
           PERFORM VARYING ND-IDX FROM 1 BY 1
                   UNTIL ND-IDX > WS-NODE-COUNT
              IF ND-IS-AFFECTED(ND-IDX)
                 AND ND-JOB(ND-IDX) NOT = WS-BAD-JOB
                 ADD 1 TO AFFECTED-COUNT
                 IF ND-WAVE(ND-IDX) > WS-MAX-WAVE
                    MOVE ND-WAVE(ND-IDX) TO WS-MAX-WAVE
                 END-IF
              END-IF
           END-PERFORM.

      **********************************************
      * ONE EDGE: WHEN ITS PREDECESSOR IS AFFECTED, THE JOB IS
      * TOO, ONE WAVE LATER. NX-IDX FINDS THE PREDECESSOR AND
      * ND-IDX THE JOB.
      **********************************************
       WALK-ONE-EDGE.
           MOVE 'N' TO WS-NODE-FOUND.
           SET NX-IDX TO 1.
           PERFORM UNTIL NX-IDX > WS-NODE-COUNT OR NODE-FOUND
              IF ND-JOB(NX-IDX) = ED-PRED(ED-IDX)
                 SET NODE-FOUND TO TRUE
              ELSE
                 SET NX-IDX UP BY 1
              END-IF
           END-PERFORM.
           IF NODE-FOUND AND ND-IS-AFFECTED(NX-IDX)
              COMPUTE WS-CANDIDATE-WAVE = ND-WAVE(NX-IDX) + 1
              MOVE ED-JOB(ED-IDX) TO WS-NODE-NAME
              PERFORM FIND-OR-ADD-NODE
              IF NOT ND-IS-AFFECTED(ND-IDX)
                 OR WS-CANDIDATE-WAVE > ND-WAVE(ND-IDX)
                 MOVE 'Y' TO ND-AFFECTED(ND-IDX)
                 MOVE WS-CANDIDATE-WAVE TO ND-WAVE(ND-IDX)
                 SET WALK-CHANGED TO TRUE
              END-IF
              IF ND-VIA-PRED(ND-IDX) = SPACES
                 OR (ND-VIA-DATASET(ND-IDX) = SPACES
                     AND ED-DATASET(ED-IDX) NOT = SPACES)
                 MOVE ED-PRED(ED-IDX) TO ND-VIA-PRED(ND-IDX)
                 MOVE ED-DATASET(ED-IDX) TO ND-VIA-DATASET(ND-IDX)
              END-IF
           END-IF.

      **********************************************
      * THREE PASSES OVER STATLOG: THE BAD RUN, THEN THE BAD
      * JOB'S NEXT RUN AFTER IT, THEN THE DOWNSTREAM RUNS
      * BETWEEN THE TWO.
      **********************************************
       FIND-RUNS-IN-STATLOG.
           MOVE 1 TO WS-STAT-PASS.
           PERFORM SCAN-STATUS-LOG.
           IF NOT BAD-RUN-FOUND
              DISPLAY 'WARNING: NO STATLOG RUN OF ' WS-BAD-JOB
                      ' ON OR AFTER ' WS-CYCLE-DATE
              MOVE WS-CYCLE-START-TS TO WS-BAD-START
              MOVE WS-CYCLE-START-TS TO WS-BAD-END
           ELSE
              MOVE 2 TO WS-STAT-PASS
              PERFORM SCAN-STATUS-LOG
           END-IF.
           MOVE 3 TO WS-STAT-PASS.
           PERFORM SCAN-STATUS-LOG.
           PERFORM VARYING ND-IDX FROM 1 BY 1
                   UNTIL ND-IDX > WS-NODE-COUNT
              IF ND-IS-AFFECTED(ND-IDX)
                 AND ND-JOB(ND-IDX) NOT = WS-BAD-JOB
                 IF ND-RUNS(ND-IDX) > 0
                    ADD 1 TO RERUN-COUNT
                 ELSE
                    ADD 1 TO NOT-RUN-COUNT
                 END-IF
              END-IF
           END-PERFORM.

      **********************************************
      * ONE PASS OVER STATLOG FOR WS-STAT-PASS. NO STATLOG AT ALL
      * (05/35) LEAVES EVERY JOB UNRUN.
      **********************************************
       SCAN-STATUS-LOG.
           MOVE 'N' TO WS-STAT-EOF.
           OPEN INPUT STATUS-LOG.
           IF STATUS-LOG-STATUS = '05' OR STATUS-LOG-STATUS = '35'
              SET STAT-EOF TO TRUE
           ELSE
              IF STATUS-LOG-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING STATUS LOG: '
                          STATUS-LOG-STATUS
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
           PERFORM UNTIL STAT-EOF
              READ STATUS-LOG
                AT END
                   SET STAT-EOF TO TRUE
                NOT AT END
                   IF STATUS-LOG-STATUS = '00'
                      IF BST-START-TS NUMERIC
                         EVALUATE WS-STAT-PASS
                            WHEN 1
                               PERFORM CHECK-BAD-RUN
                            WHEN 2
                               PERFORM CHECK-NEXT-RUN
                            WHEN 3
                               PERFORM CHECK-DOWNSTREAM-RUN
                         END-EVALUATE
                      END-IF
                   ELSE
                      DISPLAY 'ERROR READING STATUS LOG: '
                               STATUS-LOG-STATUS
                      MOVE 8 TO RETURN-CODE
                      STOP RUN
                   END-IF
              END-READ
           END-PERFORM.
           IF STATUS-LOG-STATUS NOT = '05'
              AND STATUS-LOG-STATUS NOT = '35'
              CLOSE STATUS-LOG
           END-IF.

      **********************************************
      * PASS 1: THE BAD JOB'S FIRST FINISHED (COMPLETE OR
      * WARNING) RUN STARTED ON OR AFTER THE CYCLE DATE; UNTIL
      * ONE IS SEEN, ITS FIRST RUN OF ANY STATUS STANDS IN.
      **********************************************
       CHECK-BAD-RUN.
           IF BST-PROGRAM-ID = WS-BAD-JOB
              AND BST-START-TS >= WS-CYCLE-START-TS
              AND NOT BAD-RUN-FINISHED
              IF BST-STATUS = 'COMPLETE' OR BST-STATUS = 'WARNING'
                 IF NOT BAD-RUN-FOUND
                    OR BST-START-TS < WS-BAD-START
                    OR WS-BAD-STATUS = 'FAILED'
                    MOVE BST-START-TS TO WS-BAD-START
                    MOVE BST-END-TS TO WS-BAD-END
                    MOVE BST-STATUS TO WS-BAD-STATUS
                 END-IF
                 SET BAD-RUN-FOUND TO TRUE
                 SET BAD-RUN-FINISHED TO TRUE
              ELSE
                 IF NOT BAD-RUN-FOUND
                    OR BST-START-TS < WS-BAD-START
                    MOVE BST-START-TS TO WS-BAD-START
                    MOVE BST-END-TS TO WS-BAD-END
                    MOVE BST-STATUS TO WS-BAD-STATUS
                    SET BAD-RUN-FOUND TO TRUE
                 END-IF
              END-IF
           END-IF.

      **********************************************
      * PASS 2: THE BAD JOB'S EARLIEST RUN STARTED AFTER THE BAD
      * RUN - FROM THERE ON DOWNSTREAM JOBS READ NEW OUTPUT.
      **********************************************
       CHECK-NEXT-RUN.
           IF BST-PROGRAM-ID = WS-BAD-JOB
              AND BST-START-TS > WS-BAD-START
              AND BST-START-TS < WS-NEXT-START
              MOVE BST-START-TS TO WS-NEXT-START
           END-IF.

      **********************************************
      * PASS 3: AN AFFECTED JOB'S RUN STARTED AFTER THE BAD RUN
      * ENDED AND BEFORE THE BAD JOB'S NEXT RUN READ THE BAD
      * OUTPUT. THE LATEST SUCH RUN IS THE ONE REPORTED.
      **********************************************
       CHECK-DOWNSTREAM-RUN.
           IF BST-PROGRAM-ID NOT = WS-BAD-JOB
              AND BST-START-TS >= WS-BAD-END
              AND BST-START-TS < WS-NEXT-START
              MOVE 'N' TO WS-NODE-FOUND
              SET ND-IDX TO 1
              SEARCH WS-NODE-ENTRY
                  AT END
                     CONTINUE
                  WHEN ND-IDX > WS-NODE-COUNT
                     CONTINUE
                  WHEN ND-JOB(ND-IDX) = BST-PROGRAM-ID
                     SET NODE-FOUND TO TRUE
              END-SEARCH
              IF NODE-FOUND AND ND-IS-AFFECTED(ND-IDX)
                 ADD 1 TO ND-RUNS(ND-IDX)
                 IF BST-START-TS > ND-LAST-START(ND-IDX)
                    OR ND-LAST-START(ND-IDX) = SPACES
                    MOVE BST-START-TS TO ND-LAST-START(ND-IDX)
                    MOVE BST-END-TS TO ND-LAST-END(ND-IDX)
                    MOVE BST-STATUS TO ND-LAST-STATUS(ND-IDX)
                 END-IF
              END-IF
           END-IF.

      **********************************************
      * THE DATASETS THE BAD JOB AND THE AFFECTED JOBS WRITE:
      * THOSE NAMED ON A PAIR (WRITTEN BY ITS PREDECESSOR) AND
      * THOSE DECLARED WITH A BLANK PREDECESSOR (WRITTEN BY ITS
      * JOB).
      **********************************************
       COLLECT-DATASETS.
           PERFORM VARYING ED-IDX FROM 1 BY 1
                   UNTIL ED-IDX > WS-EDGE-COUNT
              IF ED-DATASET(ED-IDX) NOT = SPACES
                 IF ED-PRED(ED-IDX) = SPACES
                    MOVE ED-JOB(ED-IDX) TO WS-DSN-PRODUCER
                 ELSE
                    MOVE ED-PRED(ED-IDX) TO WS-DSN-PRODUCER
                 END-IF
                 MOVE WS-DSN-PRODUCER TO WS-NODE-NAME
                 PERFORM FIND-OR-ADD-NODE
                 IF ND-IS-AFFECTED(ND-IDX)
                    MOVE ED-DATASET(ED-IDX) TO WS-DSN-NAME
                    PERFORM ADD-DATASET
                 END-IF
              END-IF
           END-PERFORM.

      **********************************************
      * ADDS WS-DSN-NAME TO THE DATASET TABLE ONCE.
      **********************************************
       ADD-DATASET.
           MOVE 'N' TO WS-DSN-FOUND.
           IF WS-DSN-COUNT > 0
              SET DS-IDX TO 1
              SEARCH WS-DSN-ENTRY
                  AT END
                     CONTINUE
                  WHEN DS-IDX > WS-DSN-COUNT
                     CONTINUE
                  WHEN DS-NAME(DS-IDX) = WS-DSN-NAME
                     SET DSN-FOUND TO TRUE
              END-SEARCH
           END-IF.
           IF NOT DSN-FOUND
              IF WS-DSN-COUNT < 200
                 ADD 1 TO WS-DSN-COUNT
                 SET DS-IDX TO WS-DSN-COUNT
                 MOVE WS-DSN-NAME TO DS-NAME(DS-IDX)
                 MOVE WS-DSN-PRODUCER TO DS-PRODUCER(DS-IDX)
                 MOVE 0 TO DS-GENERATIONS(DS-IDX)
                 MOVE 0 TO DS-RECORD-COUNT(DS-IDX)
              ELSE
                 DISPLAY 'WARNING: DATASET TABLE FULL (200 MAX)'
              END-IF
           END-IF.

      **********************************************
      * MATCHES THE ARCHIVE INDEX AGAINST THE DATASETS FOR THE
      * CYCLE DATE. NO INDEX (05/35) MEANS NOTHING ARCHIVED YET.
      **********************************************
       LOAD-ARCHIVE-GENERATIONS.
           OPEN INPUT ARCHIVE-INDEX.
           IF INDEX-STATUS = '05' OR INDEX-STATUS = '35'
              SET INDEX-EOF TO TRUE
           ELSE
              IF INDEX-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING ARCHIVE INDEX: '
                          INDEX-STATUS
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
           PERFORM UNTIL INDEX-EOF
              READ ARCHIVE-INDEX
                AT END
                   SET INDEX-EOF TO TRUE
                NOT AT END
                   IF INDEX-STATUS = '00'
                      IF AIX-CYCLE-DATE = WS-CYCLE-DATE
                         PERFORM MATCH-ARCHIVE-ENTRY
                      END-IF
                   ELSE
                      DISPLAY 'ERROR READING ARCHIVE INDEX: '
                               INDEX-STATUS
                      MOVE 8 TO RETURN-CODE
                      STOP RUN
                   END-IF
              END-READ
           END-PERFORM.
           IF INDEX-STATUS NOT = '05' AND INDEX-STATUS NOT = '35'
              CLOSE ARCHIVE-INDEX
           END-IF.

      **********************************************
      * ONE INDEX ENTRY FOR THE CYCLE: COUNTS THE GENERATION
      * AGAINST ITS DATASET, KEEPING THE LATEST RECORD COUNT.
      **********************************************
       MATCH-ARCHIVE-ENTRY.
           IF WS-DSN-COUNT > 0
              SET DS-IDX TO 1
              SEARCH WS-DSN-ENTRY
                  AT END
                     CONTINUE
                  WHEN DS-IDX > WS-DSN-COUNT
                     CONTINUE
                  WHEN DS-NAME(DS-IDX) = AIX-DATASET-NAME
                     ADD 1 TO DS-GENERATIONS(DS-IDX)
                     MOVE AIX-RECORD-COUNT TO DS-RECORD-COUNT(DS-IDX)
              END-SEARCH
           END-IF.

      **********************************************
      * SECTION 1: THE BAD RUN THE ANALYSIS STARTS FROM.
      **********************************************
       REPORT-BAD-RUN.
           MOVE SPACES TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'BAD RUN' TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           IF BAD-RUN-FOUND
              STRING '  ' DELIMITED BY SIZE
                     WS-BAD-JOB DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-BAD-STATUS DELIMITED BY SIZE
                     ' STARTED ' DELIMITED BY SIZE
                     WS-BAD-START DELIMITED BY SIZE
                     ' ENDED ' DELIMITED BY SIZE
                     WS-BAD-END DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
              END-STRING
           ELSE
              STRING '  NO STATLOG RUN OF ' DELIMITED BY SIZE
                     WS-BAD-JOB DELIMITED BY SIZE
                     ' SINCE ' DELIMITED BY SIZE
                     WS-CYCLE-DATE DELIMITED BY SIZE
                     ' - ALL LATER RUNS COUNTED' DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
              END-STRING
           END-IF.
           MOVE WS-REPORT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           IF WS-NEXT-START NOT = HIGH-VALUES
              MOVE SPACES TO WS-REPORT-LINE
              STRING '  NEXT RUN OF ' DELIMITED BY SIZE
                     WS-BAD-JOB DELIMITED BY SIZE
                     ' STARTED ' DELIMITED BY SIZE
                     WS-NEXT-START DELIMITED BY SIZE
                     ' - LATER RUNS NOT COUNTED' DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
              END-STRING
              MOVE WS-REPORT-LINE TO REPORT-REC
              PERFORM WRITE-REPORT-LINE
           END-IF.

      **********************************************
      * SECTION 2: EVERY DOWNSTREAM JOB, WAVE BY WAVE, WITH ITS
      * RUN SINCE THE BAD OUTPUT AND WHAT IT READ IT THROUGH.
      **********************************************
       REPORT-DOWNSTREAM-JOBS.
           MOVE SPACES TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'DOWNSTREAM JOBS' TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING WS-REPORT-WAVE FROM 1 BY 1
                   UNTIL WS-REPORT-WAVE > WS-MAX-WAVE
              PERFORM VARYING ND-IDX FROM 1 BY 1
                      UNTIL ND-IDX > WS-NODE-COUNT
                 IF ND-IS-AFFECTED(ND-IDX)
                    AND ND-WAVE(ND-IDX) = WS-REPORT-WAVE
                    PERFORM REPORT-ONE-DOWNSTREAM
                 END-IF
              END-PERFORM
           END-PERFORM.
           IF AFFECTED-COUNT = 0
              MOVE '  NONE - NOTHING IN THE TABLE DEPENDS ON THIS JOB'
                TO REPORT-REC
              PERFORM WRITE-REPORT-LINE
           END-IF.

      **********************************************
      * ONE DOWNSTREAM JOB: ITS RUN LINE, THEN WHERE ITS INPUT
      * CAME FROM.
      **********************************************
       REPORT-ONE-DOWNSTREAM.
           MOVE ND-WAVE(ND-IDX) TO WS-WAVE-DISP.
           MOVE SPACES TO WS-REPORT-LINE.
           IF ND-RUNS(ND-IDX) > 0
              MOVE ND-RUNS(ND-IDX) TO WS-RUNS-DISP
              STRING '  WAVE ' DELIMITED BY SIZE
                     WS-WAVE-DISP DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     ND-JOB(ND-IDX) DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     ND-LAST-STATUS(ND-IDX) DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     ND-LAST-START(ND-IDX) DELIMITED BY SIZE
                     '-' DELIMITED BY SIZE
                     ND-LAST-END(ND-IDX) DELIMITED BY SIZE
                     ' RUNS:' DELIMITED BY SIZE
                     FUNCTION TRIM(WS-RUNS-DISP) DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
              END-STRING
           ELSE
              STRING '  WAVE ' DELIMITED BY SIZE
                     WS-WAVE-DISP DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     ND-JOB(ND-IDX) DELIMITED BY SIZE
                     ' NOT RUN SINCE THE BAD OUTPUT' DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
              END-STRING
           END-IF.
           MOVE WS-REPORT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           IF ND-VIA-DATASET(ND-IDX) NOT = SPACES
              STRING '           READS ' DELIMITED BY SIZE
                     ND-VIA-DATASET(ND-IDX) DELIMITED BY SPACE
                     ' FROM ' DELIMITED BY SIZE
                     ND-VIA-PRED(ND-IDX) DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
              END-STRING
           ELSE
              STRING '           RUNS AFTER ' DELIMITED BY SIZE
                     ND-VIA-PRED(ND-IDX) DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
              END-STRING
           END-IF.
           MOVE WS-REPORT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.

      **********************************************
      * SECTION 3: THE CYCLE'S ARCHIVED GENERATIONS OF THE
      * DATASETS INVOLVED. ARCRTV47 PULLS THEM BY NAME AND DATE.
      **********************************************
       REPORT-ARCHIVED-DATASETS.
           MOVE SPACES TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'DATASETS INVOLVED AND ARCHIVED GENERATIONS'
             TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING DS-IDX FROM 1 BY 1
                   UNTIL DS-IDX > WS-DSN-COUNT
              MOVE SPACES TO WS-REPORT-LINE
              IF DS-GENERATIONS(DS-IDX) > 0
                 MOVE DS-GENERATIONS(DS-IDX) TO WS-GEN-DISP
                 MOVE DS-RECORD-COUNT(DS-IDX) TO WS-CNT-DISP
                 STRING '  ' DELIMITED BY SIZE
                        DS-NAME(DS-IDX) DELIMITED BY SPACE
                        ' (' DELIMITED BY SIZE
                        DS-PRODUCER(DS-IDX) DELIMITED BY SPACE
                        ') GENERATIONS: ' DELIMITED BY SIZE
                        FUNCTION TRIM(WS-GEN-DISP) DELIMITED BY SIZE
                        ' LAST ' DELIMITED BY SIZE
                        FUNCTION TRIM(WS-CNT-DISP) DELIMITED BY SIZE
                        ' RECS' DELIMITED BY SIZE
                        INTO WS-REPORT-LINE
                 END-STRING
              ELSE
                 STRING '  ' DELIMITED BY SIZE
                        DS-NAME(DS-IDX) DELIMITED BY SPACE
                        ' (' DELIMITED BY SIZE
                        DS-PRODUCER(DS-IDX) DELIMITED BY SPACE
                        ') NOT ARCHIVED FOR THE CYCLE'
                                              DELIMITED BY SIZE
                        INTO WS-REPORT-LINE
                 END-STRING
              END-IF
              MOVE WS-REPORT-LINE TO REPORT-REC
              PERFORM WRITE-REPORT-LINE
           END-PERFORM.
           IF WS-DSN-COUNT = 0
              MOVE '  NONE NAMED IN THE DEPENDENCY TABLE' TO REPORT-REC
              PERFORM WRITE-REPORT-LINE
           END-IF.

      **********************************************
      * SECTION 4: THE RERUN ORDER - THE BAD JOB WITH ITS
      * CORRECTED INPUT, THEN THE DOWNSTREAM JOBS WAVE BY WAVE.
      * JOBS IN ONE WAVE DO NOT DEPEND ON EACH OTHER.
      **********************************************
       REPORT-RERUN-ORDER.
           MOVE SPACES TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'RERUN ORDER' TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           ADD 1 TO WS-ORDER-NO.
           MOVE WS-ORDER-NO TO WS-ORDER-DISP.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  ' DELIMITED BY SIZE
                  WS-ORDER-DISP DELIMITED BY SIZE
                  ' WAVE   0 ' DELIMITED BY SIZE
                  WS-BAD-JOB DELIMITED BY SIZE
                  ' RERUN WITH CORRECTED INPUT' DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING WS-REPORT-WAVE FROM 1 BY 1
                   UNTIL WS-REPORT-WAVE > WS-MAX-WAVE
              PERFORM VARYING ND-IDX FROM 1 BY 1
                      UNTIL ND-IDX > WS-NODE-COUNT
                 IF ND-IS-AFFECTED(ND-IDX)
                    AND ND-WAVE(ND-IDX) = WS-REPORT-WAVE
                    PERFORM REPORT-ONE-RERUN
                 END-IF
              END-PERFORM
           END-PERFORM.
           MOVE SPACES TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE RERUN-COUNT TO WS-RUNS-DISP.
           MOVE NOT-RUN-COUNT TO WS-WAVE-DISP.
           STRING 'DOWNSTREAM RERUNS: ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RUNS-DISP) DELIMITED BY SIZE
                  '   NOT YET RUN: ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-WAVE-DISP) DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.

      **********************************************
      * ONE RERUN-ORDER LINE FOR THE DOWNSTREAM JOB AT ND-IDX.
      **********************************************
       REPORT-ONE-RERUN.
           ADD 1 TO WS-ORDER-NO.
           MOVE WS-ORDER-NO TO WS-ORDER-DISP.
           MOVE ND-WAVE(ND-IDX) TO WS-WAVE-DISP.
           MOVE SPACES TO WS-REPORT-LINE.
           IF ND-RUNS(ND-IDX) > 0
              STRING '  ' DELIMITED BY SIZE
                     WS-ORDER-DISP DELIMITED BY SIZE
                     ' WAVE ' DELIMITED BY SIZE
                     WS-WAVE-DISP DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     ND-JOB(ND-IDX) DELIMITED BY SIZE
                     ' RERUN - CONSUMED THE BAD OUTPUT'
                                              DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
              END-STRING
           ELSE
              STRING '  ' DELIMITED BY SIZE
                     WS-ORDER-DISP DELIMITED BY SIZE
                     ' WAVE ' DELIMITED BY SIZE
                     WS-WAVE-DISP DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     ND-JOB(ND-IDX) DELIMITED BY SIZE
                     ' NORMAL RUN - NOT YET RUN' DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
              END-STRING
           END-IF.
           MOVE WS-REPORT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.

      **********************************************
      * WRITES WHATEVER LINE IS CURRENTLY IN REPORT-REC.
      **********************************************
       WRITE-REPORT-LINE.
           WRITE REPORT-REC.
           IF REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING REPORT FILE: ' REPORT-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SPACES TO REPORT-REC.

      **********************************************
      * CLOSE THE REPORT AND CHECK STATUS
      **********************************************
       CLOSE-ALL-FILES.
           CLOSE REPORT-FILE.
           IF REPORT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING REPORT FILE: '
                       REPORT-STATUS
           END-IF.
