      ******************************************************************
      * CARDHOLDER NOTIFICATION DAILY EXTRACT                          *
      *                                                                *
      * PURPOSE:                                                       *
      * THE CARD JOBS EACH DO SOMETHING A CARDHOLDER SHOULD BE TOLD    *
      * ABOUT - A BLOCK, A HOT CARD, A REISSUE, AN ACTIVATION, A       *
      * PROVISIONAL DISPUTE CREDIT, A POSTED PAYMENT - AND EACH NOW    *
      * APPENDS AN EVENT TO ONE SHARED QUEUE (NTFYDD). THIS JOB TURNS  *
      * THE DAY'S QUEUE INTO THE SINGLE FILE THE LETTER/SMS VENDOR     *
      * PICKS UP, AND A COUNT OF THE DAY'S EVENTS BY TYPE FOR THE      *
      * OPERATIONS DESK TO TIE TO THE VENDOR'S RECEIPT.                *
      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   PER QUEUED EVENT (NTFQDD, ANY ORDER):                        *
      *     COPIED AS-IS TO THE VENDOR FILE (NTFVDD).                  *
      *     COUNTED UNDER ITS EVENT TYPE; A TYPE THIS JOB DOES NOT     *
      *     KNOW IS STILL SENT AND IS COUNTED UNDER OTHER.             *
      *   AT END OF FILE ONE SUMMARY LINE PER EVENT TYPE, AND A TOTAL, *
      *   ARE WRITTEN TO THE SUMMARY REPORT (RPTDD).                   *
      *   NO QUEUE (NOTHING HAPPENED YET TODAY) IS NOT AN ERROR: AN    *
      *   EMPTY VENDOR FILE AND A ZERO SUMMARY ARE PRODUCED.           *
      *   THE JCL EMPTIES THE QUEUE ONLY AFTER A CLEAN RUN, SO A       *
      *   FAILED RUN IS SIMPLY RERUN OVER THE SAME EVENTS.             *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/10/15                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/10/15 - INITIAL VERSION.                                  *
      * 2026/10/15 - SYSOUT SHOWS THE CARD NUMBER MASKED (CRDMSK11:    *
      *              FIRST SIX AND LAST FOUR DIGITS).                  *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  NTFQDD (CARD.NOTIFY.QUEUE) - CARDHOLDER NOTIFICATION   *
      *         EVENTS FROM THE CARD JOBS (PS, 80 B, OPTIONAL)        *
      * OUTPUT: NTFVDD (CARD.NOTIFY.VENDOR) - DAILY LETTER/SMS VENDOR  *
      *         FILE (PS, 80 B)                                       *
      * OUTPUT: RPTDD (CARD.NOTIFY.SUMMARY) - DAILY COUNT SUMMARY BY   *
      *         EVENT TYPE (PS, 80 B)                                 *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. NTFEXT11.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTIFY-QUEUE-FILE ASSIGN TO NTFQDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NOTIFY-QUEUE-STATUS.

           SELECT VENDOR-FILE ASSIGN TO NTFVDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS VENDOR-FILE-STATUS.

           SELECT SUMMARY-REPORT-FILE ASSIGN TO RPTDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SUMMARY-REPORT-STATUS.

           SELECT STATUS-LOG ASSIGN TO STATLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STATUS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * CARDHOLDER NOTIFICATION QUEUE WRITTEN BY THE CARD JOBS
      * (SEE COPYBOOK NTFYEVT).
       FD NOTIFY-QUEUE-FILE RECORDING MODE IS F.
       01 NOTIFY-QUEUE-REC.
           COPY NTFYEVT.

      * THE VENDOR TAKES THE QUEUE LAYOUT UNCHANGED.
       FD VENDOR-FILE RECORDING MODE IS F.
       01 VENDOR-REC PIC X(80).

       FD SUMMARY-REPORT-FILE RECORDING MODE IS F.
       01 SUMMARY-REPORT-REC PIC X(80).

       FD STATUS-LOG RECORDING MODE IS F.
       01 STATUS-LOG-REC.
           COPY BATSTAT.

       WORKING-STORAGE SECTION.

      * CARD NUMBER MASKING REQUEST AREA - SEE COPYBOOK CARDMSK
      * AND SUBPROGRAM CRDMSK11.
           COPY CARDMSK.

      * FILE-STATUS VARIABLES
       01 FILE-STATUSES.
          05 NOTIFY-QUEUE-STATUS PIC X(2).
          05 VENDOR-FILE-STATUS PIC X(2).
          05 SUMMARY-REPORT-STATUS PIC X(2).
          05 STATUS-LOG-STATUS PIC X(2).

      * CONTROL FLAGS
       01 WS-FLAGS.
          05 WS-EOF PIC X(1) VALUE 'N'.
             88 EOF VALUE 'Y'.
          05 WS-QUEUE-OPEN PIC X(1) VALUE 'N'.
             88 QUEUE-OPEN VALUE 'Y'.

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

      * RUN DATE PRINTED IN THE SUMMARY HEADING
       01 WS-RUN-DATE PIC X(8).

      * STATISTICS COUNTERS - ONE PER EVENT TYPE, PLUS OTHER
       01 WS-COUNTERS.
          05 TOTAL-EVENTS-READ PIC 9(7) VALUE 0.
          05 TOTAL-EVENTS-SENT PIC 9(7) VALUE 0.
          05 TOTAL-BLOCKED PIC 9(7) VALUE 0.
          05 TOTAL-HOT PIC 9(7) VALUE 0.
          05 TOTAL-REISSUED PIC 9(7) VALUE 0.
          05 TOTAL-ACTIVATED PIC 9(7) VALUE 0.
          05 TOTAL-PROV-CREDIT PIC 9(7) VALUE 0.
          05 TOTAL-PAYMENT PIC 9(7) VALUE 0.
          05 TOTAL-OTHER PIC 9(7) VALUE 0.

      * REPORT LINE BUILD FIELDS
       01 WS-RPT-LINE PIC X(80).
       01 WS-RPT-TYPE PIC X(8).
       01 WS-RPT-DESC PIC X(30).
       01 WS-RPT-COUNT PIC 9(7).
       01 WS-RPT-COUNT-DISP PIC Z(6)9.

      * DISPLAY-FORMATTED COUNTERS
       01 WS-DISP-COUNTERS.
          05 TOTAL-EVENTS-READ-DISP PIC Z(6)9.
          05 TOTAL-EVENTS-SENT-DISP PIC Z(6)9.
          05 TOTAL-OTHER-DISP PIC Z(6)9.

      **********************************************
      * COPIES THE QUEUE TO THE VENDOR FILE, WRITES THE COUNT
      * SUMMARY, CLOSES, WRITES BATCH STATUS AND DISPLAYS THE
      * SUMMARY.
      **********************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM SET-BST-START-TS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM OPEN-STATUS-LOG.
           PERFORM OPEN-ALL-FILES.
           PERFORM EXTRACT-EVENTS.
           PERFORM WRITE-SUMMARY-REPORT.
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
      * OPEN ALL FILES AND CHECK STATUS. A MISSING QUEUE MEANS NO
      * CARD JOB HAS QUEUED AN EVENT YET; THE RUN CARRIES ON AND
      * PRODUCES AN EMPTY VENDOR FILE.
      **********************************************
       OPEN-ALL-FILES.
           OPEN INPUT NOTIFY-QUEUE-FILE.
           EVALUATE NOTIFY-QUEUE-STATUS
               WHEN '00'
                 SET QUEUE-OPEN TO TRUE
               WHEN '05'
               WHEN '35'
                 DISPLAY 'NOTIFICATION QUEUE NOT FOUND - NO EVENTS'
                 SET EOF TO TRUE
               WHEN OTHER
                 DISPLAY 'ERROR OPENING NOTIFICATION QUEUE: '
                          NOTIFY-QUEUE-STATUS
                 PERFORM ABEND-WITH-STATUS
           END-EVALUATE.

           OPEN OUTPUT VENDOR-FILE.
           IF VENDOR-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING VENDOR FILE: '
                       VENDOR-FILE-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN OUTPUT SUMMARY-REPORT-FILE.
           IF SUMMARY-REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING SUMMARY REPORT: '
                       SUMMARY-REPORT-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * READS THE QUEUE UNTIL EOF, SENDING AND COUNTING EACH
      * EVENT.
      **********************************************
       EXTRACT-EVENTS.
           PERFORM UNTIL EOF
              READ NOTIFY-QUEUE-FILE
                AT END
                   SET EOF TO TRUE
                NOT AT END
                   IF NOTIFY-QUEUE-STATUS = '00'
                      ADD 1 TO TOTAL-EVENTS-READ
                      PERFORM EXTRACT-ONE-EVENT
                   ELSE
                      DISPLAY 'ERROR READING NOTIFICATION QUEUE: '
                               NOTIFY-QUEUE-STATUS
                      PERFORM ABEND-WITH-STATUS
                   END-IF
              END-READ
           END-PERFORM.

      **********************************************
      * COPIES ONE EVENT TO THE VENDOR FILE AND COUNTS IT UNDER
      * ITS EVENT TYPE.
      **********************************************
       EXTRACT-ONE-EVENT.
           MOVE NOTIFY-QUEUE-REC TO VENDOR-REC.
           WRITE VENDOR-REC.
           IF VENDOR-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING VENDOR FILE: '
                       VENDOR-FILE-STATUS
              MOVE 'M' TO CM-FUNCTION
              MOVE NTF-CARD-NUMBER TO CM-CARD-NUMBER
              CALL 'CRDMSK11' USING WS-CARDMSK-REQUEST END-CALL
              DISPLAY 'CARD NUMBER: ' CM-MASKED-NUMBER
              PERFORM ABEND-WITH-STATUS
           END-IF.
           ADD 1 TO TOTAL-EVENTS-SENT.

           EVALUATE TRUE
               WHEN NTF-CARD-BLOCKED
                 ADD 1 TO TOTAL-BLOCKED
               WHEN NTF-CARD-HOT
                 ADD 1 TO TOTAL-HOT
               WHEN NTF-CARD-REISSUED
                 ADD 1 TO TOTAL-REISSUED
               WHEN NTF-CARD-ACTIVATED
                 ADD 1 TO TOTAL-ACTIVATED
               WHEN NTF-PROVISIONAL-CREDIT
                 ADD 1 TO TOTAL-PROV-CREDIT
               WHEN NTF-PAYMENT-POSTED
                 ADD 1 TO TOTAL-PAYMENT
               WHEN OTHER
                 ADD 1 TO TOTAL-OTHER
           END-EVALUATE.

      **********************************************
      * WRITES THE HEADING, ONE COUNT LINE PER EVENT TYPE AND THE
      * TOTAL TO THE SUMMARY REPORT.
      **********************************************
       WRITE-SUMMARY-REPORT.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'CARDHOLDER NOTIFICATIONS SENT TO VENDOR - RUN DATE '
                  DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE 'EVENT    DESCRIPTION                       COUNT'
                TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

           MOVE 'BLOCKED ' TO WS-RPT-TYPE.
           MOVE 'CARD BLOCKED' TO WS-RPT-DESC.
           MOVE TOTAL-BLOCKED TO WS-RPT-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE 'HOTCARD ' TO WS-RPT-TYPE.
           MOVE 'CARD REPORTED LOST/STOLEN' TO WS-RPT-DESC.
           MOVE TOTAL-HOT TO WS-RPT-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE 'REISSUED' TO WS-RPT-TYPE.
           MOVE 'CARD REISSUED' TO WS-RPT-DESC.
           MOVE TOTAL-REISSUED TO WS-RPT-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE 'ACTIVATD' TO WS-RPT-TYPE.
           MOVE 'CARD ACTIVATED' TO WS-RPT-DESC.
           MOVE TOTAL-ACTIVATED TO WS-RPT-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE 'PROVCRED' TO WS-RPT-TYPE.
           MOVE 'DISPUTE PROVISIONAL CREDIT' TO WS-RPT-DESC.
           MOVE TOTAL-PROV-CREDIT TO WS-RPT-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE 'PAYMENT ' TO WS-RPT-TYPE.
           MOVE 'PAYMENT POSTED' TO WS-RPT-DESC.
           MOVE TOTAL-PAYMENT TO WS-RPT-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE 'OTHER   ' TO WS-RPT-TYPE.
           MOVE 'UNRECOGNISED EVENT TYPE' TO WS-RPT-DESC.
           MOVE TOTAL-OTHER TO WS-RPT-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE 'TOTAL   ' TO WS-RPT-TYPE.
           MOVE 'ALL EVENTS SENT' TO WS-RPT-DESC.
           MOVE TOTAL-EVENTS-SENT TO WS-RPT-COUNT.
           PERFORM WRITE-COUNT-LINE.

      **********************************************
      * FORMATS AND WRITES ONE COUNT LINE FROM WS-RPT-TYPE,
      * WS-RPT-DESC AND WS-RPT-COUNT.
      **********************************************
       WRITE-COUNT-LINE.
           MOVE WS-RPT-COUNT TO WS-RPT-COUNT-DISP.
           MOVE SPACES TO WS-RPT-LINE.
           STRING WS-RPT-TYPE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-RPT-DESC DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-RPT-COUNT-DISP DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

      **********************************************
      * WRITES WHATEVER LINE IS CURRENTLY IN WS-RPT-LINE.
      **********************************************
       WRITE-REPORT-LINE.
           MOVE WS-RPT-LINE TO SUMMARY-REPORT-REC.
           WRITE SUMMARY-REPORT-REC.
           IF SUMMARY-REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING SUMMARY REPORT: '
                       SUMMARY-REPORT-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * CLOSE ALL FILES AND CHECK STATUS. THE QUEUE IS ONLY
      * CLOSED IF IT WAS FOUND AND OPENED.
      **********************************************
       CLOSE-ALL-FILES.
           IF QUEUE-OPEN
              CLOSE NOTIFY-QUEUE-FILE
              IF NOTIFY-QUEUE-STATUS NOT = '00'
                 DISPLAY 'WARNING: ERROR CLOSING NOTIFICATION QUEUE: '
                          NOTIFY-QUEUE-STATUS
              END-IF
           END-IF.

           CLOSE VENDOR-FILE.
           IF VENDOR-FILE-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING VENDOR FILE: '
                       VENDOR-FILE-STATUS
           END-IF.

           CLOSE SUMMARY-REPORT-FILE.
           IF SUMMARY-REPORT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING SUMMARY REPORT: '
                       SUMMARY-REPORT-STATUS
           END-IF.

      **********************************************
      * APPENDS ONE RECORD TO THE CONSOLIDATED END-OF-NIGHT BATCH
      * STATUS LOG AND CLOSES IT. STATUS-LOG ITSELF WAS ALREADY
      * OPENED BY OPEN-STATUS-LOG, FIRST THING IN MAIN-LOGIC.
      **********************************************
       WRITE-BATCH-STATUS.
           MOVE SPACES TO STATUS-LOG-REC.
           MOVE 'NTFEXT11' TO BST-PROGRAM-ID.
           PERFORM GET-BST-TIMESTAMP.
           MOVE WS-BST-START-TS TO BST-START-TS.
           MOVE WS-BST-TS-BUILT TO BST-END-TS.
           MOVE TOTAL-EVENTS-READ TO BST-RECORDS-IN.
           MOVE TOTAL-EVENTS-SENT TO BST-RECORDS-OUT.
           MOVE 0 TO BST-RECORDS-REJECTED.
           IF ABEND-IN-PROGRESS
              MOVE 'FAILED' TO BST-STATUS
              MOVE 'JOB ABENDED - SEE SYSOUT FOR DETAIL' TO BST-MESSAGE
           ELSE
              IF TOTAL-OTHER > 0
                 MOVE 'WARNING' TO BST-STATUS
                 MOVE 'UNKNOWN EVENT TYPES SENT TO VENDOR' TO
                      BST-MESSAGE
              ELSE
                 MOVE 'COMPLETE' TO BST-STATUS
                 MOVE 'NOTIFICATION EXTRACT WRITTEN' TO BST-MESSAGE
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
      * NON-ZERO RETURN CODE KEEPS THE JCL FROM EMPTYING THE QUEUE.
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
           MOVE TOTAL-EVENTS-READ TO TOTAL-EVENTS-READ-DISP.
           MOVE TOTAL-EVENTS-SENT TO TOTAL-EVENTS-SENT-DISP.
           MOVE TOTAL-OTHER TO TOTAL-OTHER-DISP.

           DISPLAY '========================================'.
           DISPLAY 'CARDHOLDER NOTIFICATION EXTRACT SUMMARY'.
           DISPLAY '========================================'.
           DISPLAY 'EVENTS READ:        ' TOTAL-EVENTS-READ-DISP.
           DISPLAY 'EVENTS SENT:        ' TOTAL-EVENTS-SENT-DISP.
           DISPLAY '  UNRECOGNISED:     ' TOTAL-OTHER-DISP.
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
