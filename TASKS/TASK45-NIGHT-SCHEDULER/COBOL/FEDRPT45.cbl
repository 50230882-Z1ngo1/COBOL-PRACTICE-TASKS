      ******************************************************************
      * INBOUND FEED ON-TIME REPORT                                    *
      *                                                                *
      * PURPOSE:                                                       *
      * FEDMON45 SETTLES EACH INBOUND FEED'S ARRIVAL PER CYCLE -       *
      * ON-TIME, LATE OR MISSING, AND WHETHER IT WAS UNUSUALLY SMALL - *
      * ONTO THE ARRIVAL HISTORY (COPYBOOK FEEDHST). THIS REPORT       *
      * TURNS THAT HISTORY INTO ON-TIME PERFORMANCE PER FEED AND PER   *
      * SENDING PARTY, SO A SENDER THAT IS ROUTINELY LATE CAN BE       *
      * TAKEN UP WITH THEM ON FACTS RATHER THAN RECOLLECTION.          *
      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   THE FEED REGISTRY (COPYBOOK FEEDREG) SEEDS ONE ROW PER       *
      *   FEED, SO A REGISTERED FEED WITH NO HISTORY YET STILL SHOWS.  *
      *   ONE PASS OVER THE HISTORY, FROM THE OPTIONAL                 *
      *   'FROM=YYYYMMDD' SYSIN CYCLE DATE ON. A FEED CAN BE LOGGED    *
      *   MISSING AND THEN ARRIVE LATE FOR THE SAME CYCLE; THE LATEST  *
      *   RECORD FOR A FEED AND CYCLE IS ITS OUTCOME, SO AN EARLIER    *
      *   ONE FOR THE SAME CYCLE IS BACKED OUT OF THE TALLY.           *
      *   TWO SECTIONS: BY FEED (CYCLES, ON-TIME, LATE, MISSING,       *
      *   SMALL, AVERAGE RECORDS, ON-TIME %) AND BY SENDER (THE SAME   *
      *   COUNTS SUMMED OVER THE SENDER'S FEEDS).                      *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/10/15                                               *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  FREGDD (FEED.REGISTRY) - FEED REGISTRY (COPYBOOK       *
      *         FEEDREG)                                               *
      * INPUT:  FHSTDD (FEED.ARRIVAL.HISTORY) - ARRIVAL HISTORY        *
      *         (COPYBOOK FEEDHST)                                     *
      * INPUT:  SYSIN - OPTIONAL 'FROM=YYYYMMDD' CARD                  *
      * OUTPUT: RPTDD (FEED.ONTIME.REPORT) - REPORT (PS, 80 B)         *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEDRPT45.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTRY-FILE ASSIGN TO FREGDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS REGISTRY-STATUS.

           SELECT HISTORY-FILE ASSIGN TO FHSTDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS HISTORY-STATUS.

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
       FD REGISTRY-FILE RECORDING MODE IS F.
       01 REGISTRY-REC.
           COPY FEEDREG.

       FD HISTORY-FILE RECORDING MODE IS F.
       01 HISTORY-REC.
           COPY FEEDHST.

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
          05 REGISTRY-STATUS PIC X(2).
          05 HISTORY-STATUS PIC X(2).
          05 SYSIN-STATUS PIC X(2).
          05 REPORT-STATUS PIC X(2).
          05 STATUS-LOG-STATUS PIC X(2).

      * CONTROL FLAGS
       01 WS-FLAGS.
          05 WS-REG-EOF PIC X(1) VALUE 'N'.
             88 REG-EOF VALUE 'Y'.
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

      * FIRST CYCLE DATE REPORTED (FROM THE SYSIN CARD; ZEROS WHEN
      * THE WHOLE HISTORY IS REPORTED)
       01 WS-FROM-DATE PIC X(8) VALUE '00000000'.

      * ONE ROW PER FEED. FT-LAST-* HOLD THE OUTCOME TALLIED FOR
      * THE FEED'S MOST RECENT CYCLE, SO A LATER RECORD FOR THAT
      * SAME CYCLE CAN REPLACE IT.
       01 WS-FEED-TABLE.
          05 FEED-COUNT PIC 9(3) VALUE 0.
          05 FEED-ENTRY OCCURS 100 TIMES INDEXED BY FT-IDX.
             10 FT-FEED-ID PIC X(8).
             10 FT-SENDER PIC X(20).
             10 FT-CYCLES PIC 9(5).
             10 FT-ON-TIME PIC 9(5).
             10 FT-LATE PIC 9(5).
             10 FT-MISSING PIC 9(5).
             10 FT-SMALL PIC 9(5).
             10 FT-ARRIVALS PIC 9(5).
             10 FT-RECORDS PIC 9(11).
             10 FT-LAST-CYCLE PIC X(8).
             10 FT-LAST-OUTCOME PIC X(8).
             10 FT-LAST-COUNT PIC 9(7).
             10 FT-LAST-SMALL PIC X(1).

      * ONE ROW PER SENDING PARTY, SUMMED FROM THE FEED TABLE
       01 WS-SENDER-TABLE.
          05 SENDER-COUNT PIC 9(3) VALUE 0.
          05 SENDER-ENTRY OCCURS 100 TIMES INDEXED BY SN-IDX.
             10 SN-SENDER PIC X(20).
             10 SN-FEEDS PIC 9(3).
             10 SN-CYCLES PIC 9(5).
             10 SN-ON-TIME PIC 9(5).
             10 SN-LATE PIC 9(5).
             10 SN-MISSING PIC 9(5).
             10 SN-SMALL PIC 9(5).

      * REPORT LINE BUILD FIELDS
       01 WS-REPORT-LINE PIC X(80).
       01 WS-DETAIL-LINE.
          05 FILLER PIC X(2) VALUE SPACES.
          05 DL-NAME PIC X(20).
          05 FILLER PIC X(1) VALUE SPACES.
          05 DL-CYCLES PIC Z(4)9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 DL-ON-TIME PIC Z(4)9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 DL-LATE PIC Z(4)9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 DL-MISSING PIC Z(4)9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 DL-SMALL PIC Z(4)9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 DL-AVERAGE PIC Z(6)9.
          05 FILLER PIC X(5) VALUE SPACES.
          05 DL-PERCENT PIC ZZ9.
          05 DL-PCT-SIGN PIC X(1).
          05 FILLER PIC X(6) VALUE SPACES.
       01 WS-AVERAGE PIC 9(7).
       01 WS-PERCENT PIC 9(3).
       01 WS-CNT-DISP PIC Z(6)9.

      * STATISTICS COUNTERS
       01 WS-COUNTERS.
          05 RECORDS-READ PIC 9(7) VALUE 0.
          05 RECORDS-USED PIC 9(7) VALUE 0.
          05 MISSING-TOTAL PIC 9(7) VALUE 0.

      **********************************************
      * SEED THE FEEDS FROM THE REGISTRY -> ONE PASS OVER THE
      * HISTORY -> THE FEED AND SENDER SECTIONS.
      **********************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM SET-BST-START-TS.
           PERFORM OPEN-STATUS-LOG.
           PERFORM READ-FROM-CARD.
           PERFORM LOAD-FEED-REGISTRY.
           PERFORM OPEN-ALL-FILES.
           PERFORM SCAN-FEED-HISTORY.
           PERFORM WRITE-FEED-SECTION.
           PERFORM BUILD-SENDER-TOTALS.
           PERFORM WRITE-SENDER-SECTION.
           PERFORM CLOSE-ALL-FILES.
           PERFORM WRITE-BATCH-STATUS.
           DISPLAY 'FEED ON-TIME REPORT COMPLETE. HISTORY RECORDS: '
                    RECORDS-READ ', REPORTED: ' RECORDS-USED.
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
      * READS THE OPTIONAL 'FROM=YYYYMMDD' SYSIN CARD. NO SYSIN,
      * OR NO CARD, REPORTS THE WHOLE HISTORY.
      **********************************************
       READ-FROM-CARD.
           OPEN INPUT SYSIN-FILE.
           IF SYSIN-STATUS NOT = '00'
              SET SYSIN-EOF TO TRUE
           END-IF.
           PERFORM UNTIL SYSIN-EOF
              READ SYSIN-FILE
                AT END
                   SET SYSIN-EOF TO TRUE
                NOT AT END
                   IF SYSIN-REC(1:5) = 'FROM='
                      IF SYSIN-REC(6:8) NUMERIC
                         MOVE SYSIN-REC(6:8) TO WS-FROM-DATE
                      ELSE
                         DISPLAY 'ERROR: FROM= DATE NOT NUMERIC: '
                                 SYSIN-REC(6:8)
                         PERFORM ABEND-WITH-STATUS
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           IF SYSIN-STATUS = '00' OR SYSIN-STATUS = '10'
              CLOSE SYSIN-FILE
           END-IF.

      **********************************************
      * SEEDS ONE FEED ROW PER REGISTRY ENTRY.
      **********************************************
       LOAD-FEED-REGISTRY.
           OPEN INPUT REGISTRY-FILE.
           IF REGISTRY-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING FEED REGISTRY: ' REGISTRY-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.
           PERFORM UNTIL REG-EOF
              READ REGISTRY-FILE
                AT END
                   SET REG-EOF TO TRUE
                NOT AT END
                   IF REGISTRY-STATUS = '00'
                      PERFORM FIND-FEED-ROW
                   ELSE
                      DISPLAY 'ERROR READING FEED REGISTRY: '
                               REGISTRY-STATUS
                      PERFORM ABEND-WITH-STATUS
                   END-IF
              END-READ
           END-PERFORM.
           CLOSE REGISTRY-FILE.

      **********************************************
      * FINDS (OR ADDS) THE ROW FOR A REGISTRY ENTRY.
      **********************************************
       FIND-FEED-ROW.
           MOVE 'N' TO WS-ENTRY-FOUND.
           IF FEED-COUNT > 0
              SET FT-IDX TO 1
              SEARCH FEED-ENTRY
                  AT END
                     CONTINUE
                  WHEN FT-IDX > FEED-COUNT
                     CONTINUE
                  WHEN FT-FEED-ID(FT-IDX) = FRG-FEED-ID
                     SET ENTRY-FOUND TO TRUE
              END-SEARCH
           END-IF.
           IF NOT ENTRY-FOUND
              IF FEED-COUNT >= 100
                 DISPLAY 'WARNING: FEED TABLE FULL (100 MAX)'
              ELSE
                 ADD 1 TO FEED-COUNT
                 SET FT-IDX TO FEED-COUNT
                 MOVE FRG-FEED-ID TO FT-FEED-ID(FT-IDX)
                 MOVE FRG-SENDER TO FT-SENDER(FT-IDX)
                 PERFORM CLEAR-FEED-ROW
              END-IF
           END-IF.

      **********************************************
      * ZEROES THE TALLIES ON A NEWLY ADDED FEED ROW.
      **********************************************
       CLEAR-FEED-ROW.
           MOVE 0 TO FT-CYCLES(FT-IDX) FT-ON-TIME(FT-IDX)
                     FT-LATE(FT-IDX) FT-MISSING(FT-IDX)
                     FT-SMALL(FT-IDX) FT-ARRIVALS(FT-IDX)
                     FT-RECORDS(FT-IDX) FT-LAST-COUNT(FT-IDX).
           MOVE SPACES TO FT-LAST-CYCLE(FT-IDX)
                          FT-LAST-OUTCOME(FT-IDX).
           MOVE 'N' TO FT-LAST-SMALL(FT-IDX).

      **********************************************
      * OPEN THE HISTORY AND REPORT FILES AND WRITE THE HEADING
      **********************************************
       OPEN-ALL-FILES.
           OPEN INPUT HISTORY-FILE.
           IF HISTORY-STATUS = '05' OR HISTORY-STATUS = '35'
              DISPLAY 'NO FEED ARRIVAL HISTORY YET'
              SET EOF TO TRUE
           ELSE
              IF HISTORY-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING FEED HISTORY: '
                          HISTORY-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING REPORT FILE: ' REPORT-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           MOVE 'INBOUND FEED ON-TIME REPORT' TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           IF WS-FROM-DATE NOT = '00000000'
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'CYCLES FROM ' DELIMITED BY SIZE
                     WS-FROM-DATE DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
              END-STRING
              MOVE WS-REPORT-LINE TO REPORT-REC
              PERFORM WRITE-REPORT-LINE
           END-IF.

      **********************************************
      * READS THE HISTORY TO EOF, TALLYING EACH RECORD IN THE
      * REPORTED RANGE AGAINST ITS FEED.
      **********************************************
       SCAN-FEED-HISTORY.
           PERFORM UNTIL EOF
              READ HISTORY-FILE
                AT END
                   SET EOF TO TRUE
                NOT AT END
                   IF HISTORY-STATUS = '00'
                      ADD 1 TO RECORDS-READ
                      IF FHS-CYCLE-DATE >= WS-FROM-DATE
                         PERFORM TALLY-HISTORY-RECORD
                      END-IF
                   ELSE
                      DISPLAY 'ERROR READING FEED HISTORY: '
                               HISTORY-STATUS
                      PERFORM ABEND-WITH-STATUS
                   END-IF
              END-READ
           END-PERFORM.

      **********************************************
      * ROLLS ONE HISTORY RECORD INTO ITS FEED ROW. A FEED NO
      * LONGER ON THE REGISTRY STILL GETS A ROW, UNDER THE SENDER
      * ITS HISTORY NAMES. A SECOND RECORD FOR THE CYCLE LAST
      * TALLIED REPLACES THE FIRST.
      **********************************************
       TALLY-HISTORY-RECORD.
           MOVE 'N' TO WS-ENTRY-FOUND.
           IF FEED-COUNT > 0
              SET FT-IDX TO 1
              SEARCH FEED-ENTRY
                  AT END
                     CONTINUE
                  WHEN FT-IDX > FEED-COUNT
                     CONTINUE
                  WHEN FT-FEED-ID(FT-IDX) = FHS-FEED-ID
                     SET ENTRY-FOUND TO TRUE
              END-SEARCH
           END-IF.
           IF NOT ENTRY-FOUND
              IF FEED-COUNT >= 100
                 DISPLAY 'WARNING: FEED TABLE FULL (100 MAX)'
              ELSE
                 ADD 1 TO FEED-COUNT
                 SET FT-IDX TO FEED-COUNT
                 MOVE FHS-FEED-ID TO FT-FEED-ID(FT-IDX)
                 MOVE FHS-SENDER TO FT-SENDER(FT-IDX)
                 PERFORM CLEAR-FEED-ROW
                 SET ENTRY-FOUND TO TRUE
              END-IF
           END-IF.
           IF ENTRY-FOUND
              ADD 1 TO RECORDS-USED
              IF FHS-CYCLE-DATE = FT-LAST-CYCLE(FT-IDX)
                 PERFORM BACK-OUT-LAST-OUTCOME
              ELSE
                 ADD 1 TO FT-CYCLES(FT-IDX)
              END-IF
              PERFORM ADD-OUTCOME
           END-IF.

      **********************************************
      * REMOVES THE OUTCOME LAST TALLIED FOR THE FEED'S CYCLE.
      **********************************************
       BACK-OUT-LAST-OUTCOME.
           EVALUATE FT-LAST-OUTCOME(FT-IDX)
              WHEN 'ON-TIME'
                 SUBTRACT 1 FROM FT-ON-TIME(FT-IDX)
              WHEN 'LATE'
                 SUBTRACT 1 FROM FT-LATE(FT-IDX)
              WHEN 'MISSING'
                 SUBTRACT 1 FROM FT-MISSING(FT-IDX)
                 SUBTRACT 1 FROM MISSING-TOTAL
           END-EVALUATE.
           IF FT-LAST-OUTCOME(FT-IDX) = 'ON-TIME'
              OR FT-LAST-OUTCOME(FT-IDX) = 'LATE'
              SUBTRACT 1 FROM FT-ARRIVALS(FT-IDX)
              SUBTRACT FT-LAST-COUNT(FT-IDX) FROM FT-RECORDS(FT-IDX)
           END-IF.
           IF FT-LAST-SMALL(FT-IDX) = 'Y'
              SUBTRACT 1 FROM FT-SMALL(FT-IDX)
           END-IF.

      **********************************************
      * TALLIES THE CURRENT HISTORY RECORD'S OUTCOME AND REMEMBERS
      * IT AS THE FEED'S LAST.
      **********************************************
       ADD-OUTCOME.
           IF FHS-RECORD-COUNT NOT NUMERIC
              MOVE 0 TO FHS-RECORD-COUNT
           END-IF.
           EVALUATE TRUE
              WHEN FHS-ON-TIME
                 ADD 1 TO FT-ON-TIME(FT-IDX)
              WHEN FHS-LATE
                 ADD 1 TO FT-LATE(FT-IDX)
              WHEN FHS-MISSING
                 ADD 1 TO FT-MISSING(FT-IDX)
                 ADD 1 TO MISSING-TOTAL
           END-EVALUATE.
           IF FHS-ON-TIME OR FHS-LATE
              ADD 1 TO FT-ARRIVALS(FT-IDX)
              ADD FHS-RECORD-COUNT TO FT-RECORDS(FT-IDX)
           END-IF.
           IF FHS-SMALL
              ADD 1 TO FT-SMALL(FT-IDX)
           END-IF.
           MOVE FHS-CYCLE-DATE TO FT-LAST-CYCLE(FT-IDX).
           MOVE FHS-OUTCOME TO FT-LAST-OUTCOME(FT-IDX).
           MOVE FHS-RECORD-COUNT TO FT-LAST-COUNT(FT-IDX).
           MOVE FHS-SMALL-FLAG TO FT-LAST-SMALL(FT-IDX).

      **********************************************
      * SECTION 1: ON-TIME PERFORMANCE BY FEED.
      **********************************************
       WRITE-FEED-SECTION.
           MOVE SPACES TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'ON-TIME BY FEED' TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE '  FEED     SENDER     CYCLES ONTIME   LATE   M'
             TO WS-REPORT-LINE.
           MOVE 'ISS  SMALL AVG RECS  ONTIME%' TO WS-REPORT-LINE(47:28).
           MOVE WS-REPORT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING FT-IDX FROM 1 BY 1
                   UNTIL FT-IDX > FEED-COUNT
              MOVE SPACES TO DL-NAME
              STRING FT-FEED-ID(FT-IDX) DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     FT-SENDER(FT-IDX) DELIMITED BY SIZE
                     INTO DL-NAME
              END-STRING
              MOVE FT-CYCLES(FT-IDX) TO DL-CYCLES
              MOVE FT-ON-TIME(FT-IDX) TO DL-ON-TIME
              MOVE FT-LATE(FT-IDX) TO DL-LATE
              MOVE FT-MISSING(FT-IDX) TO DL-MISSING
              MOVE FT-SMALL(FT-IDX) TO DL-SMALL
              MOVE 0 TO WS-AVERAGE
              IF FT-ARRIVALS(FT-IDX) > 0
                 COMPUTE WS-AVERAGE ROUNDED =
                         FT-RECORDS(FT-IDX) / FT-ARRIVALS(FT-IDX)
              END-IF
              MOVE WS-AVERAGE TO DL-AVERAGE
              MOVE 0 TO WS-PERCENT
              IF FT-CYCLES(FT-IDX) > 0
                 COMPUTE WS-PERCENT ROUNDED =
                         FT-ON-TIME(FT-IDX) * 100 / FT-CYCLES(FT-IDX)
              END-IF
              MOVE WS-PERCENT TO DL-PERCENT
              MOVE '%' TO DL-PCT-SIGN
              MOVE WS-DETAIL-LINE TO REPORT-REC
              PERFORM WRITE-REPORT-LINE
           END-PERFORM.
           IF FEED-COUNT = 0
              MOVE '  NONE' TO REPORT-REC
              PERFORM WRITE-REPORT-LINE
           END-IF.

      **********************************************
      * FOLDS THE FEED ROWS INTO PER-SENDER TOTALS.
      **********************************************
       BUILD-SENDER-TOTALS.
           PERFORM VARYING FT-IDX FROM 1 BY 1
                   UNTIL FT-IDX > FEED-COUNT
              MOVE 'N' TO WS-ENTRY-FOUND
              IF SENDER-COUNT > 0
                 SET SN-IDX TO 1
                 SEARCH SENDER-ENTRY
                     AT END
                        CONTINUE
                     WHEN SN-IDX > SENDER-COUNT
                        CONTINUE
                     WHEN SN-SENDER(SN-IDX) = FT-SENDER(FT-IDX)
                        SET ENTRY-FOUND TO TRUE
                 END-SEARCH
              END-IF
              IF NOT ENTRY-FOUND
                 ADD 1 TO SENDER-COUNT
                 SET SN-IDX TO SENDER-COUNT
                 MOVE FT-SENDER(FT-IDX) TO SN-SENDER(SN-IDX)
                 MOVE 0 TO SN-FEEDS(SN-IDX) SN-CYCLES(SN-IDX)
                           SN-ON-TIME(SN-IDX) SN-LATE(SN-IDX)
                           SN-MISSING(SN-IDX) SN-SMALL(SN-IDX)
              END-IF
              ADD 1 TO SN-FEEDS(SN-IDX)
              ADD FT-CYCLES(FT-IDX) TO SN-CYCLES(SN-IDX)
              ADD FT-ON-TIME(FT-IDX) TO SN-ON-TIME(SN-IDX)
              ADD FT-LATE(FT-IDX) TO SN-LATE(SN-IDX)
              ADD FT-MISSING(FT-IDX) TO SN-MISSING(SN-IDX)
              ADD FT-SMALL(FT-IDX) TO SN-SMALL(SN-IDX)
           END-PERFORM.

      **********************************************
      * SECTION 2: ON-TIME PERFORMANCE BY SENDING PARTY.
      **********************************************
       WRITE-SENDER-SECTION.
           MOVE SPACES TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'ON-TIME BY SENDER' TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE '  SENDER              CYCLES ONTIME   LATE   M'
             TO WS-REPORT-LINE.
           MOVE 'ISS  SMALL    FEEDS  ONTIME%' TO WS-REPORT-LINE(47:28).
           MOVE WS-REPORT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING SN-IDX FROM 1 BY 1
                   UNTIL SN-IDX > SENDER-COUNT
              MOVE SN-SENDER(SN-IDX) TO DL-NAME
              MOVE SN-CYCLES(SN-IDX) TO DL-CYCLES
              MOVE SN-ON-TIME(SN-IDX) TO DL-ON-TIME
              MOVE SN-LATE(SN-IDX) TO DL-LATE
              MOVE SN-MISSING(SN-IDX) TO DL-MISSING
              MOVE SN-SMALL(SN-IDX) TO DL-SMALL
              MOVE SN-FEEDS(SN-IDX) TO DL-AVERAGE
              MOVE 0 TO WS-PERCENT
              IF SN-CYCLES(SN-IDX) > 0
                 COMPUTE WS-PERCENT ROUNDED =
                         SN-ON-TIME(SN-IDX) * 100 / SN-CYCLES(SN-IDX)
              END-IF
              MOVE WS-PERCENT TO DL-PERCENT
              MOVE '%' TO DL-PCT-SIGN
              MOVE WS-DETAIL-LINE TO REPORT-REC
              PERFORM WRITE-REPORT-LINE
           END-PERFORM.
           IF SENDER-COUNT = 0
              MOVE '  NONE' TO REPORT-REC
              PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE MISSING-TOTAL TO WS-CNT-DISP.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'MISSING FEED-CYCLES IN PERIOD: ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CNT-DISP) DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING.
           MOVE SPACES TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.

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
           IF HISTORY-STATUS NOT = '05' AND HISTORY-STATUS NOT = '35'
              CLOSE HISTORY-FILE
              IF HISTORY-STATUS NOT = '00'
                 DISPLAY 'WARNING: ERROR CLOSING FEED HISTORY: '
                          HISTORY-STATUS
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
           MOVE 'FEDRPT45' TO BST-PROGRAM-ID.
           PERFORM GET-BST-TIMESTAMP.
           MOVE WS-BST-START-TS TO BST-START-TS.
           MOVE WS-BST-TS-BUILT TO BST-END-TS.
           MOVE RECORDS-READ TO BST-RECORDS-IN.
           MOVE RECORDS-USED TO BST-RECORDS-OUT.
           MOVE MISSING-TOTAL TO BST-RECORDS-REJECTED.
           IF ABEND-IN-PROGRESS
              MOVE 'FAILED' TO BST-STATUS
              MOVE 'JOB ABENDED - SEE SYSOUT FOR DETAIL' TO BST-MESSAGE
           ELSE
              IF MISSING-TOTAL > 0
                 MOVE 'WARNING' TO BST-STATUS
                 MOVE 'MISSING FEEDS IN REPORTED PERIOD' TO BST-MESSAGE
              ELSE
                 MOVE 'COMPLETE' TO BST-STATUS
                 MOVE 'FEED ON-TIME REPORT WRITTEN' TO BST-MESSAGE
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
