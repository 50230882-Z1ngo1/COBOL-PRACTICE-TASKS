      ******************************************************************
      * DAILY ACCOUNT HOLD REPORT - EXPIRING AND RELEASED HOLDS        *
      *                                                                *
      * PURPOSE:                                                       *
      * HOLDS PLACED THROUGH HLDMNT29 REDUCE THE BALANCE ESDS29 AND    *
      * OPRPST29 WILL LET A DEBIT DRAW ON. OPERATIONS AND LEGAL NEED   *
      * TO SEE EACH MORNING WHICH HOLDS ARE ABOUT TO LAPSE (TO EXTEND  *
      * A GARNISHMENT IN TIME) AND WHICH WERE RELEASED, AND BY WHOM.   *
      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   THE WINDOW IS THE RUN DATE THROUGH THE RUN DATE PLUS THE     *
      *   'HLDRPT29 EXPIRYDAYS' PARMDD CARD (DEFAULT 3 DAYS).          *
      *   PASS 1 - EVERY HOLD STILL IN FORCE WHOSE EXPIRY FALLS IN     *
      *     THE WINDOW, ONE LINE EACH. ACTIVE HOLDS (IN FORCE, START   *
      *     REACHED, EXPIRY BLANK OR NOT PASSED) ARE TOTALLED, AND     *
      *     HOLDS IN FORCE BUT PAST THEIR EXPIRY ARE COUNTED - THEY NO *
      *     LONGER REDUCE THE BALANCE AND ONLY WANT RELEASING.         *
      *   PASS 2 - EVERY HOLD RELEASED ON THE RUN DATE, ONE LINE EACH  *
      *     WITH THE RELEASING OPERATOR.                               *
      *   NO HOLD FILE YET -> AN EMPTY REPORT.                         *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/10/15                                               *
      *                                                                *
      * COPYBOOK: ACCTHOLD - ACCOUNT HOLD RECORD                       *
      *           CYCDATE  - PROCESSING-DATE LOOKUP REQUEST AREA       *
      *           RUNPARM  - RUNTIME PARAMETER LOOKUP REQUEST AREA     *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  HOLDDD (ACCT.HOLDS) - VSAM KSDS ACCOUNT HOLDS          *
      * OUTPUT: RPTDD (ACCT.HOLD.DAILY.RPT) - DAILY HOLD REPORT        *
      * OUTPUT: STATLOG - SHARED STATUS LOG                            *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HLDRPT29.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE ASSIGN TO HOLDDD
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS HLD-KEY
             FILE STATUS IS HOLD-STATUS.

           SELECT REPORT-FILE ASSIGN TO RPTDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS REPORT-STATUS.

           SELECT STATUS-LOG ASSIGN TO STATLOG
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS STATUS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD HOLD-FILE.
       01 HOLD-REC.
           COPY ACCTHOLD.

       FD REPORT-FILE RECORDING MODE IS F.
       01 REPORT-REC PIC X(80).

       FD STATUS-LOG RECORDING MODE IS F.
       01 STATUS-LOG-REC.
           COPY BATSTAT.

       WORKING-STORAGE SECTION.

      * FILE-STATUS VARIABLES
       01 FILE-STATUSES.
          05 HOLD-STATUS PIC X(2).
          05 REPORT-STATUS PIC X(2).
          05 STATUS-LOG-STATUS PIC X(2).

      * CONTROL FLAGS
       01 WS-FLAGS.
          05 WS-HOLD-EOF PIC X(1) VALUE 'N'.
             88 HOLD-EOF VALUE 'Y'.
          05 WS-NO-HOLD-FILE PIC X(1) VALUE 'N'.
             88 NO-HOLD-FILE VALUE 'Y'.
          05 WS-PASS PIC X(1).
             88 EXPIRING-PASS VALUE '1'.
             88 RELEASED-PASS VALUE '2'.

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
      * RUNPARM AND SUBPROGRAM PRMGET50.
           COPY RUNPARM.

      * PROCESSING-DATE LOOKUP REQUEST AREA - SEE COPYBOOK CYCDATE
      * AND SUBPROGRAM CYCDAT40.
           COPY CYCDATE.

      * REPORT TUNABLES: DAYS AHEAD OF THE RUN DATE A HOLD'S
      * EXPIRY IS REPORTED (EXPIRYDAYS).
       01 WS-EXPIRY-DAYS PIC 9(3) VALUE 3.

      * THE RUN DATE AND THE LAST DATE OF THE EXPIRY WINDOW
       01 WS-RUN-DATE PIC X(8).
       01 WS-RUN-DATE-NUM PIC 9(8).
       01 WS-WINDOW-END PIC X(8).
       01 WS-WINDOW-END-NUM PIC 9(8).

      * REPORT LINE BUILD FIELDS
       01 WS-RPT-LINE PIC X(80).
       01 WS-CNT-DISP PIC Z(6)9.
       01 WS-AMT-DISP PIC ZZ,ZZZ,ZZ9.99.
       01 WS-TOT-DISP PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

      * STATISTICS COUNTERS
       01 WS-COUNTERS.
          05 HOLDS-READ PIC 9(7) VALUE 0.
          05 HOLDS-EXPIRING PIC 9(7) VALUE 0.
          05 HOLDS-RELEASED PIC 9(7) VALUE 0.
          05 HOLDS-ACTIVE PIC 9(7) VALUE 0.
          05 HOLDS-PAST-EXPIRY PIC 9(7) VALUE 0.
       01 WS-EXPIRING-AMOUNT PIC 9(11)V99 VALUE 0.
       01 WS-RELEASED-AMOUNT PIC 9(11)V99 VALUE 0.
       01 WS-ACTIVE-AMOUNT PIC 9(11)V99 VALUE 0.

      **********************************************
      * TAKES THE RUN DATE AND WINDOW, WRITES THE TWO REPORT
      * SECTIONS AND THE TOTALS, WRITES BATCH STATUS.
      **********************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM SET-BST-START-TS.
           PERFORM OPEN-STATUS-LOG.
           PERFORM LOAD-RUN-PARAMETERS.
           PERFORM OPEN-REPORT-FILE.
           PERFORM WRITE-REPORT-HEADING.
           SET EXPIRING-PASS TO TRUE.
           PERFORM WRITE-SECTION-HEADING.
           PERFORM READ-HOLD-PASS.
           IF NOT NO-HOLD-FILE
              SET RELEASED-PASS TO TRUE
              PERFORM WRITE-SECTION-HEADING
              PERFORM READ-HOLD-PASS
           END-IF.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE REPORT-FILE.
           IF REPORT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING REPORT FILE: '
                       REPORT-STATUS
           END-IF.
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
      * RUN DATE FROM CYCDAT40, WINDOW LENGTH FROM PRMGET50, AND
      * THE LAST DATE OF THE WINDOW.
      **********************************************
       LOAD-RUN-PARAMETERS.
           MOVE 'HLDRPT29' TO CD-JOB-NAME.
           CALL 'CYCDAT40' USING WS-CYCDATE-REQUEST END-CALL.
           MOVE CD-CYCLE-DATE TO WS-RUN-DATE.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM.
           MOVE 'HLDRPT29' TO RP-JOB-NAME.
           MOVE 'EXPIRYDAYS' TO RP-KEYWORD.
           MOVE WS-EXPIRY-DAYS TO RP-DEFAULT-VALUE.
           CALL 'PRMGET50' USING WS-RUNPARM-REQUEST END-CALL.
           MOVE RP-VALUE TO WS-EXPIRY-DAYS.
           COMPUTE WS-WINDOW-END-NUM =
                   FUNCTION DATE-OF-INTEGER(
                      FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
                    + WS-EXPIRY-DAYS).
           MOVE WS-WINDOW-END-NUM TO WS-WINDOW-END.

      **********************************************
      * OPEN THE REPORT FILE AND CHECK STATUS
      **********************************************
       OPEN-REPORT-FILE.
           OPEN OUTPUT REPORT-FILE.
           IF REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING REPORT FILE: ' REPORT-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * ONE PASS OVER THE HOLD FILE IN KEY ORDER. THE FILE NOT
      * BEING THERE YET (NO HOLD EVER PLACED) IS NOT AN ERROR.
      **********************************************
       READ-HOLD-PASS.
           OPEN INPUT HOLD-FILE.
           IF HOLD-STATUS = '05' OR HOLD-STATUS = '35'
              DISPLAY 'NO HOLD FILE - NO HOLDS TO REPORT'
              SET NO-HOLD-FILE TO TRUE
              MOVE '  *** NO HOLDS ON FILE ***' TO REPORT-REC
              PERFORM WRITE-REPORT-LINE
           ELSE
              IF HOLD-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING HOLD FILE: ' HOLD-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
              MOVE 'N' TO WS-HOLD-EOF
              PERFORM UNTIL HOLD-EOF
                 READ HOLD-FILE
                   AT END
                      SET HOLD-EOF TO TRUE
                   NOT AT END
                      IF HOLD-STATUS = '00'
                         PERFORM CHECK-ONE-HOLD
                      ELSE
                         DISPLAY 'ERROR READING HOLD FILE: '
                                  HOLD-STATUS
                         PERFORM ABEND-WITH-STATUS
                      END-IF
                 END-READ
              END-PERFORM
              CLOSE HOLD-FILE
              IF HOLD-STATUS NOT = '00'
                 DISPLAY 'WARNING: ERROR CLOSING HOLD FILE: '
                          HOLD-STATUS
              END-IF
           END-IF.

      **********************************************
      * PASS 1 REPORTS AND TOTALS HOLDS IN FORCE; PASS 2 REPORTS
      * HOLDS RELEASED ON THE RUN DATE.
      **********************************************
       CHECK-ONE-HOLD.
           IF EXPIRING-PASS
              ADD 1 TO HOLDS-READ
              IF HLD-IN-FORCE
                 IF HLD-EXPIRY-DATE NOT = SPACES
                    AND HLD-EXPIRY-DATE < WS-RUN-DATE
                    ADD 1 TO HOLDS-PAST-EXPIRY
                 ELSE
                    IF HLD-START-DATE NOT > WS-RUN-DATE
                       ADD 1 TO HOLDS-ACTIVE
                       ADD HLD-AMOUNT TO WS-ACTIVE-AMOUNT
                    END-IF
                    IF HLD-EXPIRY-DATE NOT = SPACES
                       AND HLD-EXPIRY-DATE NOT > WS-WINDOW-END
                       ADD 1 TO HOLDS-EXPIRING
                       ADD HLD-AMOUNT TO WS-EXPIRING-AMOUNT
                       PERFORM WRITE-HOLD-LINE
                    END-IF
                 END-IF
              END-IF
           ELSE
              IF HLD-RELEASED AND HLD-RELEASED-DATE = WS-RUN-DATE
                 ADD 1 TO HOLDS-RELEASED
                 ADD HLD-AMOUNT TO WS-RELEASED-AMOUNT
                 PERFORM WRITE-HOLD-LINE
              END-IF
           END-IF.

      **********************************************
      * ONE DETAIL LINE. THE LAST TWO COLUMNS ARE THE EXPIRY AND
      * PLACING OPERATOR ON PASS 1, THE RELEASE DATE AND RELEASING
      * OPERATOR ON PASS 2.
      **********************************************
       WRITE-HOLD-LINE.
           MOVE HLD-ACCT-ID TO WS-RPT-LINE(3:6).
           MOVE HLD-HOLD-ID TO WS-RPT-LINE(11:6).
           MOVE HLD-REASON TO WS-RPT-LINE(19:2).
           MOVE HLD-AMOUNT TO WS-AMT-DISP.
           MOVE WS-AMT-DISP TO WS-RPT-LINE(23:13).
           MOVE HLD-START-DATE TO WS-RPT-LINE(38:8).
           IF EXPIRING-PASS
              MOVE HLD-EXPIRY-DATE TO WS-RPT-LINE(48:8)
              MOVE HLD-PLACED-BY TO WS-RPT-LINE(58:8)
           ELSE
              MOVE HLD-RELEASED-DATE TO WS-RPT-LINE(48:8)
              MOVE HLD-RELEASED-BY TO WS-RPT-LINE(58:8)
           END-IF.
           MOVE WS-RPT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.

      **********************************************
      * REPORT TITLE, RUN DATE AND WINDOW.
      **********************************************
       WRITE-REPORT-HEADING.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'ACCOUNT HOLDS - DAILY REPORT FOR ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING.
           MOVE WS-RPT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE '  EXPIRY WINDOW (DAYS)' TO WS-RPT-LINE.
           MOVE WS-EXPIRY-DAYS TO WS-CNT-DISP.
           MOVE WS-CNT-DISP TO WS-RPT-LINE(30:7).
           MOVE WS-RPT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.

      **********************************************
      * TITLE AND COLUMN HEADINGS FOR THE CURRENT PASS'S SECTION.
      **********************************************
       WRITE-SECTION-HEADING.
           PERFORM WRITE-REPORT-LINE.
           IF EXPIRING-PASS
              STRING 'HOLDS EXPIRING ' DELIMITED BY SIZE
                     WS-RUN-DATE DELIMITED BY SIZE
                     ' THROUGH ' DELIMITED BY SIZE
                     WS-WINDOW-END DELIMITED BY SIZE
                     INTO WS-RPT-LINE
              END-STRING
           ELSE
              STRING 'HOLDS RELEASED ' DELIMITED BY SIZE
                     WS-RUN-DATE DELIMITED BY SIZE
                     INTO WS-RPT-LINE
              END-STRING
           END-IF.
           MOVE WS-RPT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE '  ACCOUNT HOLD  RSN' TO WS-RPT-LINE.
           MOVE 'AMOUNT' TO WS-RPT-LINE(30:6).
           MOVE 'START' TO WS-RPT-LINE(38:5).
           IF EXPIRING-PASS
              MOVE 'EXPIRES' TO WS-RPT-LINE(48:7)
              MOVE 'PLACED BY' TO WS-RPT-LINE(58:9)
           ELSE
              MOVE 'RELEASED' TO WS-RPT-LINE(48:8)
              MOVE 'RELEASED BY' TO WS-RPT-LINE(58:11)
           END-IF.
           MOVE WS-RPT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.

      **********************************************
      * COUNTS AND AMOUNTS FOR EACH SECTION AND THE HOLDS ACTIVE
      * ON THE RUN DATE.
      **********************************************
       WRITE-REPORT-TOTALS.
           PERFORM WRITE-REPORT-LINE.
           MOVE '  HOLDS EXPIRING IN WINDOW' TO WS-RPT-LINE.
           MOVE HOLDS-EXPIRING TO WS-CNT-DISP.
           MOVE WS-EXPIRING-AMOUNT TO WS-TOT-DISP.
           PERFORM WRITE-TOTAL-LINE.
           MOVE '  HOLDS RELEASED ON RUN DATE' TO WS-RPT-LINE.
           MOVE HOLDS-RELEASED TO WS-CNT-DISP.
           MOVE WS-RELEASED-AMOUNT TO WS-TOT-DISP.
           PERFORM WRITE-TOTAL-LINE.
           MOVE '  HOLDS ACTIVE ON RUN DATE' TO WS-RPT-LINE.
           MOVE HOLDS-ACTIVE TO WS-CNT-DISP.
           MOVE WS-ACTIVE-AMOUNT TO WS-TOT-DISP.
           PERFORM WRITE-TOTAL-LINE.
           MOVE '  IN FORCE PAST EXPIRY - RELEASE' TO WS-RPT-LINE.
           MOVE HOLDS-PAST-EXPIRY TO WS-CNT-DISP.
           MOVE WS-CNT-DISP TO WS-RPT-LINE(36:7).
           MOVE WS-RPT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.

      **********************************************
      * LABEL ALREADY IN WS-RPT-LINE; ADDS THE COUNT AND AMOUNT.
      **********************************************
       WRITE-TOTAL-LINE.
           MOVE WS-CNT-DISP TO WS-RPT-LINE(36:7).
           MOVE WS-TOT-DISP TO WS-RPT-LINE(45:18).
           MOVE WS-RPT-LINE TO REPORT-REC.
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
           MOVE SPACES TO WS-RPT-LINE.

      **********************************************
      * APPENDS ONE RECORD TO THE CONSOLIDATED END-OF-NIGHT BATCH
      * STATUS LOG AND CLOSES IT. STATUS-LOG ITSELF WAS ALREADY
      * OPENED BY OPEN-STATUS-LOG, FIRST THING IN MAIN-LOGIC.
      **********************************************
       WRITE-BATCH-STATUS.
           MOVE SPACES TO STATUS-LOG-REC.
           MOVE 'HLDRPT29' TO BST-PROGRAM-ID.
           PERFORM GET-BST-TIMESTAMP.
           MOVE WS-BST-START-TS TO BST-START-TS.
           MOVE WS-BST-TS-BUILT TO BST-END-TS.
           MOVE HOLDS-READ TO BST-RECORDS-IN.
           COMPUTE BST-RECORDS-OUT = HOLDS-EXPIRING + HOLDS-RELEASED.
           MOVE 0 TO BST-RECORDS-REJECTED.
           EVALUATE TRUE
               WHEN ABEND-IN-PROGRESS
                 MOVE 'FAILED' TO BST-STATUS
                 MOVE 'JOB ABENDED - SEE SYSOUT FOR DETAIL'
                      TO BST-MESSAGE
               WHEN HOLDS-PAST-EXPIRY > 0
                 MOVE 'WARNING' TO BST-STATUS
                 MOVE 'HOLDS IN FORCE PAST EXPIRY - SEE REPORT'
                      TO BST-MESSAGE
               WHEN OTHER
                 MOVE 'COMPLETE' TO BST-STATUS
                 MOVE 'DAILY HOLD REPORT WRITTEN' TO BST-MESSAGE
           END-EVALUATE.
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
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      **********************************************
      * DISPLAY SUMMARY STATISTICS TO SYSOUT
      **********************************************
       DISPLAY-SUMMARY.
           DISPLAY '========================================'.
           DISPLAY 'DAILY ACCOUNT HOLD REPORT SUMMARY'.
           DISPLAY '========================================'.
           DISPLAY 'RUN DATE:               ' WS-RUN-DATE.
           MOVE HOLDS-READ TO WS-CNT-DISP.
           DISPLAY 'HOLDS READ:             ' WS-CNT-DISP.
           MOVE HOLDS-EXPIRING TO WS-CNT-DISP.
           DISPLAY 'EXPIRING IN WINDOW:     ' WS-CNT-DISP.
           MOVE HOLDS-RELEASED TO WS-CNT-DISP.
           DISPLAY 'RELEASED ON RUN DATE:   ' WS-CNT-DISP.
           MOVE HOLDS-ACTIVE TO WS-CNT-DISP.
           DISPLAY 'ACTIVE ON RUN DATE:     ' WS-CNT-DISP.
           MOVE HOLDS-PAST-EXPIRY TO WS-CNT-DISP.
           DISPLAY 'IN FORCE PAST EXPIRY:   ' WS-CNT-DISP.
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
