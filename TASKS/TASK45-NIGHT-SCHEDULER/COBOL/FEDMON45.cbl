      ******************************************************************
      * INBOUND FEED ARRIVAL MONITOR                                   *
      *                                                                *
      * PURPOSE:                                                       *
      * THE NIGHT DEPENDS ON FILES FROM OUTSIDE - THE ACQUIRER CARD    *
      * TRANSACTIONS TRNGTE11 PROVES, THE BANK FILE PAYTRN26           *
      * TRANSLATES, THE BUREAU ATTRIBUTES JOBSUB23 MERGES, THE         *
      * CUSTOMER REMITTANCES CASHAP16 APPLIES - AND A LATE ONE WAS     *
      * ONLY NOTICED WHEN THE JOB NEEDING IT FAILED, OR BY AN          *
      * OPERATOR CHECKING CATALOGS BY HAND. THIS MONITOR CHECKS ONE    *
      * FEED AGAINST ITS ENTRY ON THE FEED REGISTRY (COPYBOOK          *
      * FEEDREG): HAS IT ARRIVED, WAS IT IN ITS WINDOW, AND IS IT      *
      * THE SIZE IT USUALLY IS. A MISSING, LATE OR UNUSUALLY SMALL     *
      * FEED GOES TO OPSLOG, AND EACH SETTLED OUTCOME IS APPENDED TO   *
      * THE ARRIVAL HISTORY (COPYBOOK FEEDHST) FOR FEDRPT45'S ON-TIME  *
      * REPORT.                                                        *
      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   PHASE 1 - READ THE 'FEED=XXXXXXXX' SYSIN CARD AND THE        *
      *     FEED'S REGISTRY ENTRY. A BUSINESS-DAY FEED ON A            *
      *     NON-BUSINESS CYCLE DATE IS NOT EXPECTED: RC 0.             *
      *   PHASE 2 - SCAN THE ARRIVAL HISTORY: A FEED ALREADY LOGGED    *
      *     ON-TIME OR LATE FOR THIS CYCLE IS SETTLED (RC 0); THE      *
      *     LAST 20 EARLIER ARRIVALS GIVE ITS RECENT AVERAGE COUNT.    *
      *   PHASE 3 - COUNT THE FEED FILE (FEEDDD). EMPTY OR ABSENT IS   *
      *     NOT ARRIVED; SO IS A FILE WHOSE HEADER DATE (FRG-DATE-COL) *
      *     IS BEFORE THE CYCLE DATE - YESTERDAY'S FILE STILL IN       *
      *     PLACE.                                                     *
      *   PHASE 4 - JUDGE AGAINST THE WINDOW END:                      *
      *     ARRIVED, WINDOW OPEN    -> ON-TIME, RC 0.                  *
      *     ARRIVED, WINDOW CLOSED  -> LATE, OPSLOG WARNING, RC 4.     *
      *     MISSING, WINDOW CLOSED  -> MISSING, OPSLOG CRITICAL, RC 8. *
      *     MISSING, WINDOW OPEN    -> NOT YET DUE, NOTHING LOGGED,    *
      *                                RC 4.                           *
      *     AN ARRIVED FEED UNDER FRG-MIN-RECORDS, OR UNDER            *
      *     FRG-SMALL-PCT OF ITS RECENT AVERAGE (ONCE THERE ARE 3      *
      *     EARLIER ARRIVALS), IS ALSO SMALL: OPSLOG WARNING, RC 4.    *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/10/15                                               *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  FREGDD (FEED.REGISTRY) - FEED REGISTRY (COPYBOOK       *
      *         FEEDREG)                                               *
      * INPUT:  FEEDDD - THE FEED BEING CHECKED (PS, 80 B)             *
      * INPUT:  SYSIN - 'FEED=XXXXXXXX' CARD                           *
      * INPUT:  CYCLDD/CALDD - CYCLE DATE AND BUSINESS CALENDAR,       *
      *         READ BY CYCDAT40                                       *
      * I/O:    FHSTDD (FEED.ARRIVAL.HISTORY) - ARRIVAL HISTORY        *
      *         (COPYBOOK FEEDHST, EXTEND)                             *
      * OUTPUT: OPSLOG (OPS.ERRORLOG) - FEED ALERTS                    *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEDMON45.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTRY-FILE ASSIGN TO FREGDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS REGISTRY-STATUS.

           SELECT FEED-FILE ASSIGN TO FEEDDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS FEED-STATUS.

           SELECT HISTORY-FILE ASSIGN TO FHSTDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS HISTORY-STATUS.

           SELECT SYSIN-FILE ASSIGN TO SYSIN
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS SYSIN-STATUS.

           SELECT OPS-ERROR-LOG ASSIGN TO OPSLOG
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS OPS-ERROR-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REGISTRY-FILE RECORDING MODE IS F.
       01 REGISTRY-REC PIC X(80).

       FD FEED-FILE RECORDING MODE IS F.
       01 FEED-REC PIC X(80).

       FD HISTORY-FILE RECORDING MODE IS F.
       01 HISTORY-REC.
           COPY FEEDHST.

       FD SYSIN-FILE RECORDING MODE IS F.
       01 SYSIN-REC PIC X(80).

       FD OPS-ERROR-LOG RECORDING MODE IS F.
       01 OPS-ERROR-LOG-REC.
           COPY OPSLOG.

       WORKING-STORAGE SECTION.

      * FILE STATUS VARIABLES
       01 WS-FILE-STATUSES.
          05 REGISTRY-STATUS PIC X(2).
          05 FEED-STATUS PIC X(2).
          05 HISTORY-STATUS PIC X(2).
          05 SYSIN-STATUS PIC X(2).
          05 OPS-ERROR-LOG-STATUS PIC X(2).

      * CONTROL FLAGS
       01 WS-FLAGS.
          05 WS-REG-EOF PIC X(1) VALUE 'N'.
             88 REG-EOF VALUE 'Y'.
          05 WS-HIST-EOF PIC X(1) VALUE 'N'.
             88 HIST-EOF VALUE 'Y'.
          05 WS-FEED-EOF PIC X(1) VALUE 'N'.
             88 FEED-EOF VALUE 'Y'.
          05 WS-SYSIN-EOF PIC X(1) VALUE 'N'.
             88 SYSIN-EOF VALUE 'Y'.
          05 WS-FEED-FOUND PIC X(1) VALUE 'N'.
             88 FEED-FOUND VALUE 'Y'.
          05 WS-FEED-ARRIVED PIC X(1) VALUE 'N'.
             88 FEED-ARRIVED VALUE 'Y'.
          05 WS-ALREADY-IN PIC X(1) VALUE 'N'.
             88 FEED-ALREADY-IN VALUE 'Y'.
          05 WS-MISSING-LOGGED PIC X(1) VALUE 'N'.
             88 MISSING-ALREADY-LOGGED VALUE 'Y'.
          05 WS-FEED-SMALL PIC X(1) VALUE 'N'.
             88 FEED-IS-SMALL VALUE 'Y'.

      * THE FEED BEING CHECKED, FROM THE SYSIN CARD, AND ITS
      * REGISTRY ENTRY
       01 WS-FEED-ID PIC X(8) VALUE SPACES.
       01 WS-FEED-ENTRY.
           COPY FEEDREG.

      * PROCESSING-DATE LOOKUP REQUEST AREA - SEE COPYBOOK CYCDATE
      * AND SUBPROGRAM CYCDAT40.
           COPY CYCDATE.

      * THE BUSINESS CYCLE DATE THE FEED IS EXPECTED FOR
       01 WS-RUN-DATE PIC X(8).
       01 WS-RUN-DATE-NUM PIC 9(8).

      * THE FEED FILE AS FOUND: RECORDS AND HEADER DATE
       01 WS-FEED-RECORDS PIC 9(7) VALUE 0.
       01 WS-FILE-DATE PIC X(8) VALUE SPACES.

      * RECORD COUNTS OF THE FEED'S LAST 20 ARRIVALS BEFORE THIS
      * CYCLE, KEPT AS A RING SO THE AVERAGE FOLLOWS THE FEED'S
      * RECENT VOLUME
       01 WS-RECENT-TABLE.
          05 RECENT-COUNT PIC 9(2) VALUE 0.
          05 RECENT-NEXT PIC 9(2) VALUE 1.
          05 RECENT-RECS PIC 9(7) OCCURS 20 TIMES.
       01 WS-RECENT-IX PIC 9(2).
       01 WS-RECENT-SUM PIC 9(9).
       01 WS-RECENT-AVG PIC 9(7).
       01 WS-MIN-HISTORY PIC 9(2) VALUE 3.
       01 WS-SMALL-LIMIT PIC 9(7).
       01 WS-PCT-LIMIT PIC 9(7).

      * CHECK TIME AGAINST THE WINDOW, BOTH IN MINUTES FROM THE
      * START OF THE CYCLE DAY. AN END BEFORE THE START RUNS PAST
      * MIDNIGHT, AND A CHECK ON A LATER CLOCK DATE THAN THE CYCLE
      * DATE COUNTS FROM THE CYCLE DAY TOO.
       01 WS-NOW-DATE PIC 9(8).
       01 WS-NOW-TIME.
          05 WS-NOW-HH PIC 9(2).
          05 WS-NOW-MM PIC 9(2).
          05 WS-NOW-SS PIC 9(2).
          05 FILLER PIC 9(2).
       01 WS-DAYS-AFTER PIC S9(3).
       01 WS-NOW-MINUTES PIC S9(7).
       01 WS-END-MINUTES PIC 9(5).
       01 WS-HH PIC 9(2).
       01 WS-MM PIC 9(2).
       01 WS-CHECK-TS PIC X(14).

      * THE OUTCOME SETTLED FOR THIS CYCLE
       01 WS-OUTCOME PIC X(8) VALUE SPACES.

      * MESSAGE TEXT AND SEVERITY FOR THE CENTRALIZED OPS ERROR LOG
       01 WS-OPS-SEVERITY PIC X(8).
       01 WS-OPS-MESSAGE PIC X(53).
       01 WS-CNT-DISP PIC 9(7).
       01 WS-LIMIT-DISP PIC 9(7).

      **********************************************
      * READ THE FEED CARD AND ITS REGISTRY ENTRY -> SCAN THE
      * ARRIVAL HISTORY -> COUNT THE FEED -> JUDGE IT.
      **********************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE 'FEDMON45' TO CD-JOB-NAME.
           CALL 'CYCDAT40' USING WS-CYCDATE-REQUEST END-CALL.
           MOVE CD-CYCLE-DATE TO WS-RUN-DATE.
           MOVE CD-CYCLE-DATE TO WS-RUN-DATE-NUM.
           PERFORM READ-FEED-CARD.
           PERFORM LOAD-REGISTRY-ENTRY.
           IF FRG-BUSINESS-DAYS AND NOT CD-IS-BUSINESS-DAY
              DISPLAY 'FEED ' WS-FEED-ID ' NOT EXPECTED ON '
                      'NON-BUSINESS DAY ' WS-RUN-DATE
              MOVE 0 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM SCAN-FEED-HISTORY.
           IF FEED-ALREADY-IN
              DISPLAY 'FEED ' WS-FEED-ID ' ALREADY ARRIVED FOR CYCLE '
                      WS-RUN-DATE
              MOVE 0 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM COUNT-FEED-FILE THRU COUNT-FEED-FILE-EXIT.
           PERFORM GET-CHECK-TIME.
           PERFORM JUDGE-FEED.
           STOP RUN.

      **********************************************
      * READS THE REQUIRED 'FEED=XXXXXXXX' SYSIN CARD.
      **********************************************
       READ-FEED-CARD.
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
                   IF SYSIN-REC(1:5) = 'FEED='
                      MOVE SYSIN-REC(6:8) TO WS-FEED-ID
                   END-IF
              END-READ
           END-PERFORM.
           CLOSE SYSIN-FILE.
           IF WS-FEED-ID = SPACES
              DISPLAY 'ERROR: NO FEED= CARD IN SYSIN'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      **********************************************
      * FINDS THE FEED'S REGISTRY ENTRY. A FEED NOT ON THE
      * REGISTRY, OR AN ENTRY WITH A BAD WINDOW OR DAY RULE, IS A
      * SET-UP ERROR: RC 8.
      **********************************************
       LOAD-REGISTRY-ENTRY.
           OPEN INPUT REGISTRY-FILE.
           IF REGISTRY-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING FEED REGISTRY: ' REGISTRY-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL REG-EOF OR FEED-FOUND
              READ REGISTRY-FILE INTO WS-FEED-ENTRY
                AT END
                   SET REG-EOF TO TRUE
                NOT AT END
                   IF REGISTRY-STATUS = '00'
                      IF FRG-FEED-ID = WS-FEED-ID
                         SET FEED-FOUND TO TRUE
                      END-IF
                   ELSE
                      DISPLAY 'ERROR READING FEED REGISTRY: '
                               REGISTRY-STATUS
                      MOVE 8 TO RETURN-CODE
                      STOP RUN
                   END-IF
              END-READ
           END-PERFORM.
           CLOSE REGISTRY-FILE.
           IF NOT FEED-FOUND
              DISPLAY 'ERROR: FEED ' WS-FEED-ID
                      ' IS NOT ON THE FEED REGISTRY'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF FRG-WINDOW-START NOT NUMERIC
              OR FRG-WINDOW-END NOT NUMERIC
              OR FRG-WINDOW-START > 2359
              OR FRG-WINDOW-END > 2359
              OR NOT (FRG-BUSINESS-DAYS OR FRG-EVERY-DAY)
              DISPLAY 'ERROR: BAD WINDOW OR DAY RULE ON THE REGISTRY '
                      'ENTRY FOR ' WS-FEED-ID
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF FRG-MIN-RECORDS NOT NUMERIC
              MOVE 0 TO FRG-MIN-RECORDS
           END-IF.
           IF FRG-SMALL-PCT NOT NUMERIC
              MOVE 0 TO FRG-SMALL-PCT
           END-IF.
           IF FRG-DATE-COL NOT NUMERIC OR FRG-DATE-COL > 73
              MOVE 0 TO FRG-DATE-COL
           END-IF.
           DISPLAY 'FEED ' WS-FEED-ID ' FROM ' FRG-SENDER
                   ' FOR ' FRG-CONSUMER ', WINDOW '
                   FRG-WINDOW-START '-' FRG-WINDOW-END
                   ', CYCLE ' WS-RUN-DATE.

      **********************************************
      * SCANS THE ARRIVAL HISTORY FOR THIS FEED. A RECORD FOR THIS
      * CYCLE SAYS WHETHER IT HAS ALREADY ARRIVED OR BEEN LOGGED
      * MISSING; EARLIER ARRIVALS FEED THE RECENT-COUNT RING. NO
      * HISTORY YET (05/35) IS A FIRST RUN, NOT AN ERROR.
      **********************************************
       SCAN-FEED-HISTORY.
           OPEN INPUT HISTORY-FILE.
           IF HISTORY-STATUS = '05' OR HISTORY-STATUS = '35'
              SET HIST-EOF TO TRUE
           ELSE
              IF HISTORY-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING FEED HISTORY: '
                          HISTORY-STATUS
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
           PERFORM UNTIL HIST-EOF
              READ HISTORY-FILE
                AT END
                   SET HIST-EOF TO TRUE
                NOT AT END
                   IF HISTORY-STATUS = '00'
                      IF FHS-FEED-ID = WS-FEED-ID
                         PERFORM NOTE-HISTORY-RECORD
                      END-IF
                   ELSE
                      DISPLAY 'ERROR READING FEED HISTORY: '
                               HISTORY-STATUS
                      MOVE 8 TO RETURN-CODE
                      STOP RUN
                   END-IF
              END-READ
           END-PERFORM.
           IF HISTORY-STATUS NOT = '05' AND HISTORY-STATUS NOT = '35'
              CLOSE HISTORY-FILE
           END-IF.

      **********************************************
      * ONE HISTORY RECORD FOR THIS FEED: THIS CYCLE'S OUTCOME, OR
      * AN EARLIER ARRIVAL'S RECORD COUNT INTO THE RING.
      **********************************************
       NOTE-HISTORY-RECORD.
           IF FHS-CYCLE-DATE = WS-RUN-DATE
              IF FHS-ON-TIME OR FHS-LATE
                 SET FEED-ALREADY-IN TO TRUE
              END-IF
              IF FHS-MISSING
                 SET MISSING-ALREADY-LOGGED TO TRUE
              END-IF
           ELSE
              IF (FHS-ON-TIME OR FHS-LATE)
                 AND FHS-CYCLE-DATE < WS-RUN-DATE
                 AND FHS-RECORD-COUNT NUMERIC
                 MOVE FHS-RECORD-COUNT TO RECENT-RECS(RECENT-NEXT)
                 ADD 1 TO RECENT-NEXT
                 IF RECENT-NEXT > 20
                    MOVE 1 TO RECENT-NEXT
                 END-IF
                 IF RECENT-COUNT < 20
                    ADD 1 TO RECENT-COUNT
                 END-IF
              END-IF
           END-IF.

      **********************************************
      * COUNTS THE FEED FILE. ABSENT (05/35) OR EMPTY MEANS NOT
      * ARRIVED. WITH A HEADER DATE COLUMN ON THE REGISTRY, A FILE
      * DATED BEFORE THE CYCLE IS THE PREVIOUS FILE STILL IN PLACE
      * AND DOES NOT COUNT EITHER.
      **********************************************
       COUNT-FEED-FILE.
           OPEN INPUT FEED-FILE.
           IF FEED-STATUS = '05' OR FEED-STATUS = '35'
              DISPLAY 'FEED FILE NOT FOUND: ' FEED-STATUS
              GO TO COUNT-FEED-FILE-EXIT
           END-IF.
           IF FEED-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING FEED FILE: ' FEED-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL FEED-EOF
              READ FEED-FILE
                AT END
                   SET FEED-EOF TO TRUE
                NOT AT END
                   IF FEED-STATUS = '00'
                      ADD 1 TO WS-FEED-RECORDS
                      IF WS-FEED-RECORDS = 1 AND FRG-DATE-COL > 0
                         MOVE FEED-REC(FRG-DATE-COL:8)
                           TO WS-FILE-DATE
                      END-IF
                   ELSE
                      DISPLAY 'ERROR READING FEED FILE: '
                               FEED-STATUS
                      MOVE 8 TO RETURN-CODE
                      STOP RUN
                   END-IF
              END-READ
           END-PERFORM.
           CLOSE FEED-FILE.
           DISPLAY 'FEED RECORDS FOUND: ' WS-FEED-RECORDS.
           IF WS-FEED-RECORDS = 0
              GO TO COUNT-FEED-FILE-EXIT
           END-IF.
           IF FRG-DATE-COL > 0
              IF WS-FILE-DATE NOT NUMERIC
                 OR WS-FILE-DATE < WS-RUN-DATE
                 DISPLAY 'FEED FILE DATE ' WS-FILE-DATE
                         ' IS NOT FOR CYCLE ' WS-RUN-DATE
                         ' - PREVIOUS FILE STILL IN PLACE'
                 GO TO COUNT-FEED-FILE-EXIT
              END-IF
           END-IF.
           SET FEED-ARRIVED TO TRUE.
       COUNT-FEED-FILE-EXIT.
           EXIT.

      **********************************************
      * TAKES THE CHECK TIME AND PUTS IT AND THE WINDOW END ON
      * ONE SCALE: MINUTES FROM THE START OF THE CYCLE DAY.
      **********************************************
       GET-CHECK-TIME.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           MOVE SPACES TO WS-CHECK-TS.
           STRING WS-NOW-DATE DELIMITED BY SIZE
                  WS-NOW-HH DELIMITED BY SIZE
                  WS-NOW-MM DELIMITED BY SIZE
                  WS-NOW-SS DELIMITED BY SIZE
                  INTO WS-CHECK-TS
           END-STRING.
           COMPUTE WS-DAYS-AFTER =
                   FUNCTION INTEGER-OF-DATE(WS-NOW-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).
           COMPUTE WS-NOW-MINUTES = WS-DAYS-AFTER * 1440
                   + WS-NOW-HH * 60 + WS-NOW-MM.
           DIVIDE FRG-WINDOW-END BY 100 GIVING WS-HH
                  REMAINDER WS-MM.
           COMPUTE WS-END-MINUTES = WS-HH * 60 + WS-MM.
           IF FRG-WINDOW-END < FRG-WINDOW-START
              ADD 1440 TO WS-END-MINUTES
           END-IF.

      **********************************************
      * SETTLES THE FEED'S OUTCOME FOR THE CYCLE AGAINST ITS
      * WINDOW END, ALERTS OPSLOG, AND LOGS THE HISTORY.
      **********************************************
       JUDGE-FEED.
           IF FEED-ARRIVED
              IF WS-NOW-MINUTES > WS-END-MINUTES
                 MOVE 'LATE' TO WS-OUTCOME
                 DISPLAY 'FEED ' WS-FEED-ID ' ARRIVED LATE - WINDOW '
                         'CLOSED ' FRG-WINDOW-END
                 MOVE 'WARNING' TO WS-OPS-SEVERITY
                 MOVE SPACES TO WS-OPS-MESSAGE
                 STRING 'FEED ' DELIMITED BY SIZE
                        WS-FEED-ID DELIMITED BY SIZE
                        ' LATE - WINDOW CLOSED ' DELIMITED BY SIZE
                        FRG-WINDOW-END DELIMITED BY SIZE
                        INTO WS-OPS-MESSAGE
                 END-STRING
                 PERFORM WRITE-OPS-ERROR-LOG
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE 'ON-TIME' TO WS-OUTCOME
                 DISPLAY 'FEED ' WS-FEED-ID ' ARRIVED ON TIME'
                 MOVE 0 TO RETURN-CODE
              END-IF
              PERFORM CHECK-FEED-SIZE
              PERFORM WRITE-FEED-HISTORY
           ELSE
              IF WS-NOW-MINUTES > WS-END-MINUTES
                 MOVE 'MISSING' TO WS-OUTCOME
                 DISPLAY 'FEED ' WS-FEED-ID ' MISSING - WINDOW '
                         'CLOSED ' FRG-WINDOW-END
                 MOVE 'CRITICAL' TO WS-OPS-SEVERITY
                 MOVE SPACES TO WS-OPS-MESSAGE
                 STRING 'FEED ' DELIMITED BY SIZE
                        WS-FEED-ID DELIMITED BY SIZE
                        ' MISSING - WINDOW CLOSED ' DELIMITED BY SIZE
                        FRG-WINDOW-END DELIMITED BY SIZE
                        INTO WS-OPS-MESSAGE
                 END-STRING
                 PERFORM WRITE-OPS-ERROR-LOG
                 IF NOT MISSING-ALREADY-LOGGED
                    PERFORM WRITE-FEED-HISTORY
                 END-IF
                 MOVE 8 TO RETURN-CODE
              ELSE
                 DISPLAY 'FEED ' WS-FEED-ID ' NOT YET ARRIVED - '
                         'WINDOW CLOSES ' FRG-WINDOW-END
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

      **********************************************
      * AN ARRIVED FEED IS SMALL UNDER ITS REGISTRY MINIMUM, OR,
      * ONCE IT HAS ENOUGH HISTORY, UNDER FRG-SMALL-PCT OF ITS
      * RECENT AVERAGE - WHICHEVER LIMIT IS HIGHER.
      **********************************************
       CHECK-FEED-SIZE.
           MOVE FRG-MIN-RECORDS TO WS-SMALL-LIMIT.
           IF RECENT-COUNT >= WS-MIN-HISTORY
              MOVE 0 TO WS-RECENT-SUM
              PERFORM VARYING WS-RECENT-IX FROM 1 BY 1
                      UNTIL WS-RECENT-IX > RECENT-COUNT
                 ADD RECENT-RECS(WS-RECENT-IX) TO WS-RECENT-SUM
              END-PERFORM
              COMPUTE WS-RECENT-AVG = WS-RECENT-SUM / RECENT-COUNT
              COMPUTE WS-PCT-LIMIT =
                      WS-RECENT-AVG * FRG-SMALL-PCT / 100
              DISPLAY 'RECENT AVERAGE: ' WS-RECENT-AVG ' OVER '
                      RECENT-COUNT ' ARRIVALS'
              IF WS-PCT-LIMIT > WS-SMALL-LIMIT
                 MOVE WS-PCT-LIMIT TO WS-SMALL-LIMIT
              END-IF
           END-IF.
           IF WS-FEED-RECORDS < WS-SMALL-LIMIT
              SET FEED-IS-SMALL TO TRUE
              DISPLAY 'FEED ' WS-FEED-ID ' UNUSUALLY SMALL: '
                      WS-FEED-RECORDS ' RECORDS, LIMIT '
                      WS-SMALL-LIMIT
              MOVE WS-FEED-RECORDS TO WS-CNT-DISP
              MOVE WS-SMALL-LIMIT TO WS-LIMIT-DISP
              MOVE 'WARNING' TO WS-OPS-SEVERITY
              MOVE SPACES TO WS-OPS-MESSAGE
              STRING 'FEED ' DELIMITED BY SIZE
                     WS-FEED-ID DELIMITED BY SIZE
                     ' SMALL - ' DELIMITED BY SIZE
                     WS-CNT-DISP DELIMITED BY SIZE
                     ' RECORDS, LIMIT ' DELIMITED BY SIZE
                     WS-LIMIT-DISP DELIMITED BY SIZE
                     INTO WS-OPS-MESSAGE
              END-STRING
              PERFORM WRITE-OPS-ERROR-LOG
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

      **********************************************
      * APPENDS THE SETTLED OUTCOME TO THE ARRIVAL HISTORY. THE
      * FIRST RUN CREATES IT (05/35 ON EXTEND).
      **********************************************
       WRITE-FEED-HISTORY.
           OPEN EXTEND HISTORY-FILE.
           IF HISTORY-STATUS = '05' OR HISTORY-STATUS = '35'
              OPEN OUTPUT HISTORY-FILE
           END-IF.
           IF HISTORY-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING FEED HISTORY FOR UPDATE: '
                       HISTORY-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SPACES TO HISTORY-REC.
           MOVE WS-FEED-ID TO FHS-FEED-ID.
           MOVE FRG-SENDER TO FHS-SENDER.
           MOVE WS-RUN-DATE TO FHS-CYCLE-DATE.
           MOVE WS-CHECK-TS TO FHS-CHECK-TS.
           MOVE WS-OUTCOME TO FHS-OUTCOME.
           MOVE WS-FEED-RECORDS TO FHS-RECORD-COUNT.
           MOVE WS-FEED-SMALL TO FHS-SMALL-FLAG.
           WRITE HISTORY-REC.
           IF HISTORY-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING FEED HISTORY: ' HISTORY-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           CLOSE HISTORY-FILE.

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
              MOVE 'FEDMON45' TO OPS-PROGRAM-ID
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
