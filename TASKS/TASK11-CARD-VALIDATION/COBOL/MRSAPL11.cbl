      ******************************************************************
      * MERCHANT SUSPENSION APPLY BATCH                                *
      *                                                                *
      * PURPOSE:                                                       *
      * MRKRSK11 RECOMMENDS SUSPENSION FOR MERCHANTS WHOSE ROLLING     *
      * DISPUTE, DECLINE, DUPLICATE OR REFUND RATES HAVE REACHED THEIR *
      * THRESHOLDS, BUT A MERCHANT IS ONLY SUSPENDED ONCE RISK HAS     *
      * APPROVED IT. THIS JOB READS THE RECOMMENDATIONS (SUSPDD)       *
      * TOGETHER WITH RISK'S DECISION FEED AND SETS MER-STATUS TO 'S'  *
      * ON THE MERCHANT REFERENCE FILE FOR THE APPROVED ONES, SO       *
      * VSMJOB11 DECLINES THEM (BAD MERCH) FROM ITS NEXT RUN.          *
      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   PHASE 1 - LOAD RISK'S DECISION FEED (MAPRDD) AND THE         *
      *     RECOMMENDATIONS (SUSPDD) INTO IN-MEMORY TABLES.            *
      *   PHASE 2 - COPY MERCHDD TO MERCHNEW. PER MERCHANT WITH A      *
      *     RECOMMENDATION:                                            *
      *       NO DECISION ON THE FEED    -> SKIPPED: NO RISK DECISION. *
      *       DECISION 'N'               -> SKIPPED: RISK DECLINED.    *
      *       DECISION 'Y':                                            *
      *         ALREADY 'S'              -> SKIPPED: ALREADY SUSPENDED.*
      *         OTHERWISE                -> MER-STATUS 'S', REPORTED   *
      *                                     AS SUSPENDED.              *
      *     EVERY OTHER MERCHANT IS COPIED UNCHANGED.                  *
      *   PHASE 3 - A RECOMMENDATION WHOSE MERCHANT WAS NOT ON MERCHDD *
      *     IS SKIPPED: NOT ON MERCHANT FILE.                          *
      *   EVERY RECOMMENDATION WRITES ONE ACTION REPORT LINE. A        *
      *   DECISION FOR A MERCHANT THAT WAS NOT RECOMMENDED IS IGNORED: *
      *   RISK APPROVES RECOMMENDATIONS, IT DOES NOT RAISE THEM.       *
      *   THE JCL ROLLS MERCHNEW OVER MERCHDD AFTER A CLEAN RUN.       *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/10/15                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/10/15 - INITIAL VERSION.                                  *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  SUSPDD (MERCHANT.SUSPEND.RECOMMEND) - MRKRSK11'S       *
      *         SUSPENSION RECOMMENDATIONS (PS, 80 B)                  *
      * INPUT:  MAPRDD (MERCHANT.SUSPEND.APPROVAL) - RISK DECISION     *
      *         FEED (PS, 80 B)                                        *
      * INPUT:  MERCHDD (MERCHANT.REF) - MERCHANT REFERENCE FILE       *
      * OUTPUT: MERCHNEW (MERCHANT.REF.NEW) - MERCHANT REFERENCE FILE  *
      *         WITH APPROVED SUSPENSIONS APPLIED (PS, 80 B)           *
      * OUTPUT: ACTDD (MERCHANT.SUSPEND.ACTION) - ACTION REPORT OF     *
      *         SUSPENDED AND SKIPPED MERCHANTS (PS, 80 B)             *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRSAPL11.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPEND-REC-FILE ASSIGN TO SUSPDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SUSPEND-REC-STATUS.

           SELECT RISK-DECISION-FILE ASSIGN TO MAPRDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RISK-DECISION-STATUS.

           SELECT MERCHANT-REF-FILE ASSIGN TO MERCHDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MERCHANT-REF-STATUS.

           SELECT MERCHANT-NEW-FILE ASSIGN TO MERCHNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MERCHANT-NEW-STATUS.

           SELECT ACTION-REPORT-FILE ASSIGN TO ACTDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ACTION-REPORT-STATUS.

           SELECT STATUS-LOG ASSIGN TO STATLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STATUS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SUSPEND-REC-FILE RECORDING MODE IS F.
       01 SUSPEND-REC.
           COPY MERSUSP.

       FD RISK-DECISION-FILE RECORDING MODE IS F.
       01 RISK-DECISION-REC.
          05 MAP-MERCHANT-ID PIC X(8).
          05 FILLER PIC X(1).
          05 MAP-DECISION PIC X(1).
          05 FILLER PIC X(1).
          05 MAP-ANALYST-ID PIC X(8).
          05 FILLER PIC X(61).

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

       FD MERCHANT-NEW-FILE RECORDING MODE IS F.
       01 MERCHANT-NEW-REC PIC X(80).

       FD ACTION-REPORT-FILE RECORDING MODE IS F.
       01 ACTION-REPORT-REC.
          05 ACT-MERCHANT-ID PIC X(8).
          05 FILLER PIC X(1).
          05 ACT-RESULT PIC X(9).
          05 FILLER PIC X(1).
          05 ACT-DETAIL PIC X(25).
          05 FILLER PIC X(1).
          05 ACT-ANALYST-ID PIC X(8).
          05 FILLER PIC X(1).
          05 ACT-REASON PIC X(10).
          05 FILLER PIC X(16).

       FD STATUS-LOG RECORDING MODE IS F.
       01 STATUS-LOG-REC.
           COPY BATSTAT.

       WORKING-STORAGE SECTION.

      * FILE-STATUS VARIABLES
       01 FILE-STATUSES.
          05 SUSPEND-REC-STATUS PIC X(2).
          05 RISK-DECISION-STATUS PIC X(2).
          05 MERCHANT-REF-STATUS PIC X(2).
          05 MERCHANT-NEW-STATUS PIC X(2).
          05 ACTION-REPORT-STATUS PIC X(2).
          05 STATUS-LOG-STATUS PIC X(2).

      * CONTROL FLAGS
       01 WS-FLAGS.
          05 WS-EOF PIC X(1) VALUE 'N'.
             88 EOF VALUE 'Y'.
          05 WS-DECISION-EOF PIC X(1) VALUE 'N'.
             88 DECISION-EOF VALUE 'Y'.
          05 WS-SUSPEND-EOF PIC X(1) VALUE 'N'.
             88 SUSPEND-EOF VALUE 'Y'.
          05 WS-DECISION-FOUND PIC X(1) VALUE 'N'.
             88 DECISION-FOUND VALUE 'Y'.
          05 WS-RECOMMEND-FOUND PIC X(1) VALUE 'N'.
             88 RECOMMEND-FOUND VALUE 'Y'.

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

      * RISK DECISION TABLE, LOADED FROM MAPRDD. MAX 500 DECISIONS,
      * THE SIZE OF VSMJOB11'S MERCHANT TABLE.
       01 WS-DECISION-TABLE.
          05 DECISION-COUNT PIC 9(4) VALUE 0.
          05 DECISION-ENTRY OCCURS 500 TIMES INDEXED BY RD-IDX.
             10 RD-MERCHANT-ID PIC X(8).
             10 RD-DECISION PIC X(1).
             10 RD-ANALYST-ID PIC X(8).

      * RECOMMENDATION TABLE, LOADED FROM SUSPDD. RC-SEEN IS SET
      * WHEN THE MERCHANT TURNS UP ON MERCHDD.
       01 WS-RECOMMEND-TABLE.
          05 RECOMMEND-COUNT PIC 9(4) VALUE 0.
          05 RECOMMEND-ENTRY OCCURS 500 TIMES INDEXED BY RC-IDX.
             10 RC-MERCHANT-ID PIC X(8).
             10 RC-REASON PIC X(10).
             10 RC-SEEN PIC X(1).
                88 RC-ON-MERCHANT-FILE VALUE 'Y'.

      * STATISTICS COUNTERS
       01 WS-COUNTERS.
          05 TOTAL-MERCHANTS PIC 9(5) VALUE 0.
          05 TOTAL-RECOMMENDED PIC 9(5) VALUE 0.
          05 TOTAL-SUSPENDED PIC 9(5) VALUE 0.
          05 TOTAL-SKIPPED PIC 9(5) VALUE 0.

      * DISPLAY-FORMATTED COUNTERS
       01 WS-DISP-COUNTERS.
          05 TOTAL-MERCHANTS-DISP PIC Z(4)9.
          05 TOTAL-RECOMMENDED-DISP PIC Z(4)9.
          05 TOTAL-SUSPENDED-DISP PIC Z(4)9.
          05 TOTAL-SKIPPED-DISP PIC Z(4)9.

      **********************************************
      * LOADS THE DECISIONS AND RECOMMENDATIONS, COPIES THE
      * MERCHANT FILE APPLYING APPROVED SUSPENSIONS, REPORTS
      * RECOMMENDATIONS FOR MERCHANTS NOT ON FILE, CLOSES, WRITES
      * BATCH STATUS AND DISPLAYS THE SUMMARY.
      **********************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM SET-BST-START-TS.
           PERFORM OPEN-STATUS-LOG.
           PERFORM OPEN-ALL-FILES.
           PERFORM LOAD-DECISION-TABLE.
           PERFORM LOAD-RECOMMEND-TABLE.
           PERFORM APPLY-MERCHANT-FILE.
           PERFORM REPORT-MISSING-MERCHANTS.
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
      * OPEN ALL FILES AND CHECK STATUS
      **********************************************
       OPEN-ALL-FILES.
           OPEN INPUT SUSPEND-REC-FILE.
           IF SUSPEND-REC-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING SUSPENSION RECOMMENDATIONS: '
                       SUSPEND-REC-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN INPUT RISK-DECISION-FILE.
           IF RISK-DECISION-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING RISK DECISION FEED: '
                       RISK-DECISION-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN INPUT MERCHANT-REF-FILE.
           IF MERCHANT-REF-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING MERCHANT REFERENCE FILE: '
                       MERCHANT-REF-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN OUTPUT MERCHANT-NEW-FILE.
           IF MERCHANT-NEW-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING NEW MERCHANT REFERENCE FILE: '
                       MERCHANT-NEW-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN OUTPUT ACTION-REPORT-FILE.
           IF ACTION-REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING ACTION REPORT FILE: '
                       ACTION-REPORT-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * LOADS MAPRDD INTO THE DECISION TABLE. OVERFLOW IS A HARD
      * ERROR SINCE A DROPPED DECISION WOULD SILENTLY LEAVE A
      * MERCHANT TRADING.
      **********************************************
       LOAD-DECISION-TABLE.
           PERFORM UNTIL DECISION-EOF
              READ RISK-DECISION-FILE
                AT END
                   SET DECISION-EOF TO TRUE
                NOT AT END
                   IF RISK-DECISION-STATUS = '00'
                      IF DECISION-COUNT >= 500
                         DISPLAY 'ERROR: RISK DECISION TABLE FULL '
                                 '(500 MAX)'
                         PERFORM ABEND-WITH-STATUS
                      END-IF
                      ADD 1 TO DECISION-COUNT
                      SET RD-IDX TO DECISION-COUNT
                      MOVE MAP-MERCHANT-ID TO RD-MERCHANT-ID(RD-IDX)
                      MOVE MAP-DECISION TO RD-DECISION(RD-IDX)
                      MOVE MAP-ANALYST-ID TO RD-ANALYST-ID(RD-IDX)
                   ELSE
                      DISPLAY 'ERROR READING RISK DECISION FEED: '
                               RISK-DECISION-STATUS
                      PERFORM ABEND-WITH-STATUS
                   END-IF
              END-READ
           END-PERFORM.

      **********************************************
      * LOADS SUSPDD INTO THE RECOMMENDATION TABLE.
      **********************************************
       LOAD-RECOMMEND-TABLE.
           PERFORM UNTIL SUSPEND-EOF
              READ SUSPEND-REC-FILE
                AT END
                   SET SUSPEND-EOF TO TRUE
                NOT AT END
                   IF SUSPEND-REC-STATUS = '00'
                      IF RECOMMEND-COUNT >= 500
                         DISPLAY 'ERROR: RECOMMENDATION TABLE FULL '
                                 '(500 MAX)'
                         PERFORM ABEND-WITH-STATUS
                      END-IF
                      ADD 1 TO RECOMMEND-COUNT
                      ADD 1 TO TOTAL-RECOMMENDED
                      SET RC-IDX TO RECOMMEND-COUNT
                      MOVE MSR-MERCHANT-ID TO RC-MERCHANT-ID(RC-IDX)
                      MOVE MSR-REASON TO RC-REASON(RC-IDX)
                      MOVE 'N' TO RC-SEEN(RC-IDX)
                   ELSE
                      DISPLAY 'ERROR READING SUSPENSION '
                              'RECOMMENDATIONS: ' SUSPEND-REC-STATUS
                      PERFORM ABEND-WITH-STATUS
                   END-IF
              END-READ
           END-PERFORM.

      **********************************************
      * COPIES MERCHDD TO MERCHNEW, APPLYING OR SKIPPING THE
      * RECOMMENDATION FOR EACH RECOMMENDED MERCHANT.
      **********************************************
       APPLY-MERCHANT-FILE.
           PERFORM UNTIL EOF
              READ MERCHANT-REF-FILE
                AT END
                   SET EOF TO TRUE
                NOT AT END
                   IF MERCHANT-REF-STATUS = '00'
                      ADD 1 TO TOTAL-MERCHANTS
                      PERFORM FIND-RECOMMENDATION
                      IF RECOMMEND-FOUND
                         MOVE 'Y' TO RC-SEEN(RC-IDX)
                         PERFORM APPLY-ONE-RECOMMENDATION
                      END-IF
                      PERFORM WRITE-MERCHANT-NEW
                   ELSE
                      DISPLAY 'ERROR READING MERCHANT REFERENCE FILE: '
                               MERCHANT-REF-STATUS
                      PERFORM ABEND-WITH-STATUS
                   END-IF
              END-READ
           END-PERFORM.

      **********************************************
      * FINDS THE MERCHANT'S RECOMMENDATION, LEAVING RC-IDX
      * POINTING AT IT WHEN FOUND.
      **********************************************
       FIND-RECOMMENDATION.
           MOVE 'N' TO WS-RECOMMEND-FOUND.
           IF RECOMMEND-COUNT > 0
              SET RC-IDX TO 1
              SEARCH RECOMMEND-ENTRY
                  AT END
                     CONTINUE
                  WHEN RC-IDX > RECOMMEND-COUNT
                     CONTINUE
                  WHEN RC-MERCHANT-ID(RC-IDX) = MER-ID
                     SET RECOMMEND-FOUND TO TRUE
              END-SEARCH
           END-IF.

      **********************************************
      * ROUTES A RECOMMENDED MERCHANT BY RISK'S DECISION. ONLY AN
      * APPROVED, NOT YET SUSPENDED MERCHANT IS CHANGED.
      **********************************************
       APPLY-ONE-RECOMMENDATION.
           PERFORM FIND-RISK-DECISION.
           MOVE SPACES TO ACTION-REPORT-REC.
           MOVE MER-ID TO ACT-MERCHANT-ID.
           IF NOT DECISION-FOUND
              MOVE 'NO RISK DECISION' TO ACT-DETAIL
              PERFORM WRITE-SKIPPED-LINE
           ELSE
              MOVE RD-ANALYST-ID(RD-IDX) TO ACT-ANALYST-ID
              IF RD-DECISION(RD-IDX) NOT = 'Y'
                 MOVE 'RISK DECLINED SUSPENSION' TO ACT-DETAIL
                 PERFORM WRITE-SKIPPED-LINE
              ELSE
                 IF MER-STATUS = 'S'
                    MOVE 'ALREADY SUSPENDED' TO ACT-DETAIL
                    PERFORM WRITE-SKIPPED-LINE
                 ELSE
                    MOVE 'S' TO MER-STATUS
                    ADD 1 TO TOTAL-SUSPENDED
                    MOVE 'SUSPENDED' TO ACT-RESULT
                    MOVE 'STATUS SET TO S' TO ACT-DETAIL
                    MOVE RC-REASON(RC-IDX) TO ACT-REASON
                    PERFORM WRITE-ACTION-LINE
                 END-IF
              END-IF
           END-IF.

      **********************************************
      * FINDS RISK'S DECISION FOR THE MERCHANT, LEAVING RD-IDX
      * POINTING AT IT WHEN FOUND.
      **********************************************
       FIND-RISK-DECISION.
           MOVE 'N' TO WS-DECISION-FOUND.
           IF DECISION-COUNT > 0
              SET RD-IDX TO 1
              SEARCH DECISION-ENTRY
                  AT END
                     CONTINUE
                  WHEN RD-IDX > DECISION-COUNT
                     CONTINUE
                  WHEN RD-MERCHANT-ID(RD-IDX) = MER-ID
                     SET DECISION-FOUND TO TRUE
              END-SEARCH
           END-IF.

      **********************************************
      * WRITES THE (POSSIBLY UPDATED) MERCHANT TO MERCHNEW.
      **********************************************
       WRITE-MERCHANT-NEW.
           MOVE MERCHANT-REF-REC TO MERCHANT-NEW-REC.
           WRITE MERCHANT-NEW-REC.
           IF MERCHANT-NEW-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING NEW MERCHANT REFERENCE FILE: '
                       MERCHANT-NEW-STATUS
              DISPLAY 'MERCHANT ID: ' MER-ID
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * REPORTS EVERY RECOMMENDATION WHOSE MERCHANT NEVER TURNED
      * UP ON MERCHDD.
      **********************************************
       REPORT-MISSING-MERCHANTS.
           PERFORM VARYING RC-IDX FROM 1 BY 1
                   UNTIL RC-IDX > RECOMMEND-COUNT
              IF NOT RC-ON-MERCHANT-FILE(RC-IDX)
                 MOVE SPACES TO ACTION-REPORT-REC
                 MOVE RC-MERCHANT-ID(RC-IDX) TO ACT-MERCHANT-ID
                 MOVE 'NOT ON MERCHANT FILE' TO ACT-DETAIL
                 PERFORM WRITE-SKIPPED-LINE
              END-IF
           END-PERFORM.

      **********************************************
      * FINISHES AND WRITES A 'SKIPPED' ACTION LINE. MERCHANT ID,
      * ACT-DETAIL (AND ANALYST, WHEN KNOWN) ARE ALREADY SET BY THE
      * CALLER.
      **********************************************
       WRITE-SKIPPED-LINE.
           MOVE 'SKIPPED' TO ACT-RESULT.
           MOVE RC-REASON(RC-IDX) TO ACT-REASON.
           ADD 1 TO TOTAL-SKIPPED.
           PERFORM WRITE-ACTION-LINE.

      **********************************************
      * WRITES WHATEVER LINE IS CURRENTLY IN ACTION-REPORT-REC.
      **********************************************
       WRITE-ACTION-LINE.
           WRITE ACTION-REPORT-REC.
           IF ACTION-REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING ACTION REPORT: '
                       ACTION-REPORT-STATUS
              DISPLAY 'MERCHANT ID: ' ACT-MERCHANT-ID
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * CLOSE ALL FILES AND CHECK STATUS
      **********************************************
       CLOSE-ALL-FILES.
           CLOSE SUSPEND-REC-FILE.
           IF SUSPEND-REC-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING SUSPENSION FILE: '
                       SUSPEND-REC-STATUS
           END-IF.

           CLOSE RISK-DECISION-FILE.
           IF RISK-DECISION-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING RISK DECISION FEED: '
                       RISK-DECISION-STATUS
           END-IF.

           CLOSE MERCHANT-REF-FILE.
           IF MERCHANT-REF-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING MERCHANT REFERENCE: '
                       MERCHANT-REF-STATUS
           END-IF.

           CLOSE MERCHANT-NEW-FILE.
           IF MERCHANT-NEW-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING NEW MERCHANT REFERENCE: '
                       MERCHANT-NEW-STATUS
           END-IF.

           CLOSE ACTION-REPORT-FILE.
           IF ACTION-REPORT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING ACTION REPORT: '
                       ACTION-REPORT-STATUS
           END-IF.

      **********************************************
      * APPENDS ONE RECORD TO THE CONSOLIDATED END-OF-NIGHT BATCH
      * STATUS LOG AND CLOSES IT. STATUS-LOG ITSELF WAS ALREADY
      * OPENED BY OPEN-STATUS-LOG, FIRST THING IN MAIN-LOGIC.
      **********************************************
       WRITE-BATCH-STATUS.
           MOVE SPACES TO STATUS-LOG-REC.
           MOVE 'MRSAPL11' TO BST-PROGRAM-ID.
           PERFORM GET-BST-TIMESTAMP.
           MOVE WS-BST-START-TS TO BST-START-TS.
           MOVE WS-BST-TS-BUILT TO BST-END-TS.
           MOVE TOTAL-RECOMMENDED TO BST-RECORDS-IN.
           MOVE TOTAL-SUSPENDED TO BST-RECORDS-OUT.
           MOVE TOTAL-SKIPPED TO BST-RECORDS-REJECTED.
           IF ABEND-IN-PROGRESS
              MOVE 'FAILED' TO BST-STATUS
              MOVE 'JOB ABENDED - SEE SYSOUT FOR DETAIL' TO BST-MESSAGE
           ELSE
              IF TOTAL-SKIPPED > 0
                 MOVE 'WARNING' TO BST-STATUS
                 MOVE 'COMPLETED WITH SKIPPED RECOMMENDATIONS' TO
                      BST-MESSAGE
              ELSE
                 MOVE 'COMPLETE' TO BST-STATUS
                 MOVE 'ALL SUSPENSIONS APPLIED CLEAN' TO BST-MESSAGE
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
      * NON-ZERO RETURN CODE KEEPS THE JCL FROM ROLLING A PARTLY
      * WRITTEN MERCHANT FILE OVER THE GOOD ONE.
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
           MOVE TOTAL-MERCHANTS TO TOTAL-MERCHANTS-DISP.
           MOVE TOTAL-RECOMMENDED TO TOTAL-RECOMMENDED-DISP.
           MOVE TOTAL-SUSPENDED TO TOTAL-SUSPENDED-DISP.
           MOVE TOTAL-SKIPPED TO TOTAL-SKIPPED-DISP.

           DISPLAY '========================================'.
           DISPLAY 'MERCHANT SUSPENSION APPLY SUMMARY'.
           DISPLAY '========================================'.
           DISPLAY 'MERCHANTS ON FILE:  ' TOTAL-MERCHANTS-DISP.
           DISPLAY 'RECOMMENDATIONS:    ' TOTAL-RECOMMENDED-DISP.
           DISPLAY 'MERCHANTS SUSPENDED:' TOTAL-SUSPENDED-DISP.
           DISPLAY 'RECOMMENDS SKIPPED: ' TOTAL-SKIPPED-DISP.
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
