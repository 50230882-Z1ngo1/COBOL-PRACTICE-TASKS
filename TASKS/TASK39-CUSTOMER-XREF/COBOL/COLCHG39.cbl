      ******************************************************************
      * CHARGE-OFF DECISION POSTING                                    *
      *                                                                *
      * PURPOSE:                                                       *
      * FINANCE WORKS COLQUE39'S CHARGE-OFF RECOMMENDATION FILE AND    *
      * SENDS BACK ONE DECISION PER CASE. THIS JOB POSTS THEM TO THE   *
      * COLLECTIONS CASE MASTER: AN APPROVED CASE IS CHARGED OFF AND   *
      * LEAVES THE WORK QUEUE FOR GOOD, A DECLINED ONE GOES BACK TO    *
      * THE COLLECTORS. EVERY APPROVAL IS LISTED ON THE CHARGED-OFF    *
      * FILE FOR THE GENERAL LEDGER WRITE-OFF, AND THE CUSTOMER IS     *
      * SUBMITTED TO THE CREDIT NEGATIVE FILE SO WE DO NOT LEND TO     *
      * THEM AGAIN WITHOUT A HUMAN LOOKING FIRST.                      *
      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   PER DECISION (APPROVER REQUIRED ON EVERY RECORD):            *
      *   THE CASE MUST BE ON THE CASE MASTER AND PENDING CHARGE-OFF.  *
      *   'A' APPROVE: CASE STATUS 'W' (CHARGED OFF), DECISION DATE    *
      *       AND APPROVER STAMPED. ONE CHARGED-OFF LINE IS WRITTEN    *
      *       WITH THE BALANCE WRITTEN OFF, AND ONE 'A'/'C' RECORD IS  *
      *       APPENDED TO NEGMNT23'S FEED CARRYING THE CUSTOMER'S NAME *
      *       AND ADDRESS. A CASE WITH NO ADDRESS (AN ACCOUNT THE      *
      *       SPINE XREF COULD NOT PLACE) HAS NOTHING THE SCREENING    *
      *       COULD MATCH ON AND IS NOT SUBMITTED - IT IS COUNTED AND  *
      *       LISTED ON SYSOUT FOR THE FRAUD TEAM TO KEY BY HAND.      *
      *   'D' DECLINE: CASE BACK TO OPEN, DECISION DATE AND APPROVER   *
      *       STAMPED. COLQUE39 DOES NOT RECOMMEND IT AGAIN UNTIL      *
      *       RECONSIDER DAYS HAVE PASSED.                             *
      *   ANY OTHER DECISION CODE IS REJECTED. ONE AUDIT LINE PER      *
      *   DECISION APPLIED OR REJECTED.                                *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/10/15                                               *
      *                                                                *
      * COPYBOOK: COLCASE - COLLECTIONS CASE MASTER RECORD             *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  DECDD (COLLECT.CHGOFF.DECISIONS) - FINANCE DECISIONS   *
      *         (PS, 80 B)                                             *
      * I/O:    COLCDD (COLLECT.CASE.MASTER) - CASE MASTER (KSDS)      *
      * OUTPUT: COLWODD (COLLECT.CHARGED.OFF) - APPROVED CHARGE-OFFS   *
      *         (PS, 80 B)                                             *
      * OUTPUT: NMNTDD (CREDIT.NEGATIVE.FEED) - NEGMNT23 ADD/REMOVE    *
      *         FEED, APPENDED (PS, 180 B)                             *
      * OUTPUT: AUDTDD (COLLECT.CHGOFF.AUDIT) - AUDIT OF EVERY         *
      *         DECISION APPLIED OR REJECTED (PS, 80 B)                *
      * OUTPUT: STATLOG - SHARED STATUS LOG                            *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLCHG39.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DECISION-FILE ASSIGN TO DECDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS DECISION-STATUS.

           SELECT CASE-MASTER ASSIGN TO COLCDD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CC-KEY
              FILE STATUS IS CASE-MASTER-STATUS.

           SELECT CHARGED-OFF-FILE ASSIGN TO COLWODD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS CHARGED-OFF-STATUS.

           SELECT NEG-FEED-FILE ASSIGN TO NMNTDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS NEG-FEED-STATUS.

           SELECT AUDIT-FILE ASSIGN TO AUDTDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS AUDIT-STATUS.

           SELECT STATUS-LOG ASSIGN TO STATLOG
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS STATUS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * ONE DECISION PER CASE ON THE RECOMMENDATION FILE.
       FD DECISION-FILE RECORDING MODE IS F.
       01 DECISION-REC.
          05 DEC-CASE-KEY PIC X(17).
          05 FILLER PIC X(1).
          05 DEC-DECISION PIC X(1).
             88 DEC-APPROVE VALUE 'A'.
             88 DEC-DECLINE VALUE 'D'.
          05 FILLER PIC X(1).
          05 DEC-APPROVER PIC X(8).
          05 FILLER PIC X(52).

       FD CASE-MASTER.
       01 CASE-MASTER-REC.
           COPY COLCASE.

      * ONE LINE PER CASE CHARGED OFF.
       FD CHARGED-OFF-FILE RECORDING MODE IS F.
       01 CHARGED-OFF-REC.
          05 CWO-CASE-KEY PIC X(17).
          05 FILLER PIC X(1).
          05 CWO-CUST-NAME PIC X(25).
          05 FILLER PIC X(1).
          05 CWO-BALANCE PIC 9(9)V99.
          05 FILLER PIC X(1).
          05 CWO-WORST-DPD PIC 9(5).
          05 FILLER PIC X(1).
          05 CWO-APPROVER PIC X(8).
          05 FILLER PIC X(1).
          05 CWO-DATE PIC X(8).
          05 FILLER PIC X(1).

      * SAME LAYOUT NEGMNT23 READS: ACTION AND SUBMITTER, THEN THE
      * ENTRY IN THE NEGATIVE FILE'S OWN LAYOUT.
       FD NEG-FEED-FILE RECORDING MODE IS F.
       01 NEG-FEED-REC.
          05 NMT-ACTION PIC X(1).
          05 FILLER PIC X(1).
          05 NMT-SUBMITTER PIC X(8).
          05 FILLER PIC X(10).
          05 NMT-ENTRY.
             10 NMT-KEY.
                15 NMT-TYPE PIC X(1).
                15 NMT-REF PIC X(16).
             10 NMT-LAST-NAME PIC X(20).
             10 NMT-FIRST-NAME PIC X(15).
             10 NMT-BIRTH-DATE PIC X(8).
             10 NMT-NATIONAL-ID PIC X(9).
             10 NMT-ADDRESS-LINE PIC X(30).
             10 NMT-POSTAL-CODE PIC X(10).
             10 NMT-REASON PIC X(20).
             10 NMT-SOURCE PIC X(8).
             10 NMT-ADDED-DATE PIC X(8).
             10 FILLER PIC X(15).

       FD AUDIT-FILE RECORDING MODE IS F.
       01 AUDIT-REC.
          05 AUD-DECISION PIC X(1).
          05 FILLER PIC X(1).
          05 AUD-KEY PIC X(17).
          05 FILLER PIC X(1).
          05 AUD-RESULT PIC X(8).
          05 FILLER PIC X(1).
          05 AUD-REASON PIC X(25).
          05 FILLER PIC X(1).
          05 AUD-APPROVER PIC X(8).
          05 FILLER PIC X(17).

       FD STATUS-LOG RECORDING MODE IS F.
       01 STATUS-LOG-REC.
           COPY BATSTAT.

       WORKING-STORAGE SECTION.

      * FILE STATUS VARIABLES
       01 WS-FILE-STATUSES.
          05 DECISION-STATUS PIC X(2).
          05 CASE-MASTER-STATUS PIC X(2).
          05 CHARGED-OFF-STATUS PIC X(2).
          05 NEG-FEED-STATUS PIC X(2).
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

      * RUN DATE STAMPED ON THE DECISION
       01 WS-RUN-DATE PIC X(8).

      * REJECT REASON FOR THE CURRENT AUDIT LINE
       01 WS-REJECT-REASON PIC X(25).

      * STATISTICS COUNTERS
       01 WS-COUNTERS.
          05 TOTAL-DECISIONS PIC 9(5) VALUE 0.
          05 TOTAL-APPROVED PIC 9(5) VALUE 0.
          05 TOTAL-DECLINED PIC 9(5) VALUE 0.
          05 TOTAL-REJECTS PIC 9(5) VALUE 0.
          05 TOTAL-NEG-SUBMITTED PIC 9(5) VALUE 0.
          05 TOTAL-NEG-NO-ADDRESS PIC 9(5) VALUE 0.
       01 TOTAL-WRITTEN-OFF PIC 9(11)V99 VALUE 0.

      * DISPLAY-FORMATTED COUNTERS
       01 WS-DISP-COUNTERS.
          05 TOTAL-DECISIONS-DISP PIC Z(4)9.
          05 TOTAL-APPROVED-DISP PIC Z(4)9.
          05 TOTAL-DECLINED-DISP PIC Z(4)9.
          05 TOTAL-REJECTS-DISP PIC Z(4)9.
          05 TOTAL-NEG-SUBMITTED-DISP PIC Z(4)9.
          05 TOTAL-NEG-NO-ADDRESS-DISP PIC Z(4)9.
          05 TOTAL-WRITTEN-OFF-DISP PIC Z(10)9.99.

      **********************************************
      * OPENS FILES, POSTS THE DECISIONS, CLOSES, WRITES BATCH
      * STATUS AND DISPLAYS THE SUMMARY.
      **********************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM SET-BST-START-TS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM OPEN-STATUS-LOG.
           PERFORM OPEN-ALL-FILES.
           PERFORM APPLY-DECISIONS.
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
      * OPEN ALL FILES AND CHECK STATUS. THE NEGATIVE FILE FEED IS
      * EXTENDED - THE FRAUD TEAM'S ENTRIES MAY ALREADY BE ON IT -
      * OR CREATED WHEN THERE IS NONE YET.
      **********************************************
       OPEN-ALL-FILES.
           OPEN INPUT DECISION-FILE.
           IF DECISION-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING DECISION FILE: ' DECISION-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN I-O CASE-MASTER.
           IF CASE-MASTER-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING COLLECTIONS CASE MASTER: '
                       CASE-MASTER-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN OUTPUT CHARGED-OFF-FILE.
           IF CHARGED-OFF-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING CHARGED-OFF FILE: '
                       CHARGED-OFF-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN EXTEND NEG-FEED-FILE.
           IF NEG-FEED-STATUS = '05' OR NEG-FEED-STATUS = '35'
              OPEN OUTPUT NEG-FEED-FILE
           END-IF.
           IF NEG-FEED-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING NEGATIVE FILE FEED: '
                       NEG-FEED-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN OUTPUT AUDIT-FILE.
           IF AUDIT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING AUDIT FILE: ' AUDIT-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * READS THE DECISION FILE UNTIL EOF.
      **********************************************
       APPLY-DECISIONS.
           PERFORM UNTIL EOF
              READ DECISION-FILE
                AT END
                   SET EOF TO TRUE
                NOT AT END
                   IF DECISION-STATUS = '00'
                      ADD 1 TO TOTAL-DECISIONS
                      MOVE SPACES TO WS-REJECT-REASON
                      PERFORM APPLY-ONE-DECISION
                   ELSE
                      DISPLAY 'ERROR READING DECISION FILE: '
                               DECISION-STATUS
                      PERFORM ABEND-WITH-STATUS
                   END-IF
              END-READ
           END-PERFORM.

      **********************************************
      * EDITS ONE DECISION AGAINST THE FEED AND THE CASE, THEN
      * ROUTES BY DECISION CODE.
      **********************************************
       APPLY-ONE-DECISION.
           EVALUATE TRUE
               WHEN DEC-APPROVER = SPACES
                 MOVE 'APPROVER MISSING' TO WS-REJECT-REASON
               WHEN NOT DEC-APPROVE AND NOT DEC-DECLINE
                 MOVE 'INVALID DECISION CODE' TO WS-REJECT-REASON
               WHEN OTHER
                 PERFORM READ-DECISION-CASE
           END-EVALUATE.
           IF WS-REJECT-REASON = SPACES
              IF NOT CC-CHGOFF-PENDING
                 MOVE 'CASE NOT PENDING CHARGE-OFF'
                      TO WS-REJECT-REASON
              END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES
              MOVE WS-RUN-DATE TO CC-CHGOFF-DECISION-DATE
              MOVE DEC-APPROVER TO CC-CHGOFF-APPROVER
              IF DEC-APPROVE
                 PERFORM APPLY-APPROVAL
              ELSE
                 PERFORM APPLY-DECLINE
              END-IF
           ELSE
              PERFORM WRITE-AUDIT-REJECT
           END-IF.

      **********************************************
      * READS THE CASE THE DECISION IS FOR.
      **********************************************
       READ-DECISION-CASE.
           MOVE DEC-CASE-KEY TO CC-KEY.
           READ CASE-MASTER.
           EVALUATE CASE-MASTER-STATUS
               WHEN '00'
                 CONTINUE
               WHEN '23'
                 MOVE 'CASE NOT FOUND' TO WS-REJECT-REASON
               WHEN OTHER
                 DISPLAY 'ERROR READING COLLECTIONS CASE MASTER: '
                          CASE-MASTER-STATUS
                 DISPLAY 'KEY: ' DEC-CASE-KEY
                 PERFORM ABEND-WITH-STATUS
           END-EVALUATE.

      **********************************************
      * 'A' APPROVE: CHARGES THE CASE OFF, LISTS IT FOR THE
      * WRITE-OFF AND SUBMITS THE CUSTOMER TO THE NEGATIVE FILE.
      **********************************************
       APPLY-APPROVAL.
           SET CC-CHARGED-OFF TO TRUE.
           MOVE 0 TO CC-PRIORITY.
           PERFORM REWRITE-CASE.
           ADD 1 TO TOTAL-APPROVED.
           ADD CC-BALANCE TO TOTAL-WRITTEN-OFF.

           MOVE SPACES TO CHARGED-OFF-REC.
           MOVE CC-KEY TO CWO-CASE-KEY.
           MOVE CC-CUST-NAME TO CWO-CUST-NAME.
           MOVE CC-BALANCE TO CWO-BALANCE.
           MOVE CC-WORST-DPD TO CWO-WORST-DPD.
           MOVE DEC-APPROVER TO CWO-APPROVER.
           MOVE WS-RUN-DATE TO CWO-DATE.
           WRITE CHARGED-OFF-REC.
           IF CHARGED-OFF-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING CHARGED-OFF FILE: '
                       CHARGED-OFF-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           IF CC-CUST-ADDRESS = SPACES
              ADD 1 TO TOTAL-NEG-NO-ADDRESS
              DISPLAY 'CHARGED OFF, NO ADDRESS FOR NEGATIVE FILE: '
                      CC-KEY
           ELSE
              PERFORM WRITE-NEGATIVE-FEED
           END-IF.

           MOVE SPACES TO AUDIT-REC.
           MOVE DEC-DECISION TO AUD-DECISION.
           MOVE DEC-CASE-KEY TO AUD-KEY.
           MOVE 'APPLIED' TO AUD-RESULT.
           MOVE 'CHARGED OFF' TO AUD-REASON.
           MOVE DEC-APPROVER TO AUD-APPROVER.
           PERFORM WRITE-AUDIT-LINE.

      **********************************************
      * APPENDS ONE CHARGE-OFF ADD FOR THE CASE'S CUSTOMER TO
      * NEGMNT23'S FEED. THE SPINE CARRIES ONE NAME STRING, SO IT
      * GOES IN THE LAST-NAME FIELD AS ON HOT-CARD OWNER ENTRIES.
      **********************************************
       WRITE-NEGATIVE-FEED.
           MOVE SPACES TO NEG-FEED-REC.
           MOVE 'A' TO NMT-ACTION.
           MOVE DEC-APPROVER TO NMT-SUBMITTER.
           MOVE 'C' TO NMT-TYPE.
           MOVE CC-KEY-REF TO NMT-REF.
           MOVE CC-CUST-NAME TO NMT-LAST-NAME.
           MOVE CC-CUST-ADDRESS TO NMT-ADDRESS-LINE.
           MOVE 'CHARGED OFF' TO NMT-REASON.
           WRITE NEG-FEED-REC.
           IF NEG-FEED-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING NEGATIVE FILE FEED: '
                       NEG-FEED-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.
           ADD 1 TO TOTAL-NEG-SUBMITTED.

      **********************************************
      * 'D' DECLINE: THE CASE GOES BACK TO THE COLLECTORS.
      **********************************************
       APPLY-DECLINE.
           SET CC-OPEN TO TRUE.
           PERFORM REWRITE-CASE.
           ADD 1 TO TOTAL-DECLINED.

           MOVE SPACES TO AUDIT-REC.
           MOVE DEC-DECISION TO AUD-DECISION.
           MOVE DEC-CASE-KEY TO AUD-KEY.
           MOVE 'APPLIED' TO AUD-RESULT.
           MOVE 'DECLINED - BACK TO QUEUE' TO AUD-REASON.
           MOVE DEC-APPROVER TO AUD-APPROVER.
           PERFORM WRITE-AUDIT-LINE.

       REWRITE-CASE.
           REWRITE CASE-MASTER-REC.
           IF CASE-MASTER-STATUS NOT = '00'
              DISPLAY 'ERROR REWRITING COLLECTIONS CASE: '
                       CASE-MASTER-STATUS
              DISPLAY 'KEY: ' CC-KEY
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * WRITES ONE 'REJECTED' AUDIT LINE WITH THE REASON AND
      * BUMPS THE REJECT COUNT.
      **********************************************
       WRITE-AUDIT-REJECT.
           MOVE SPACES TO AUDIT-REC.
           MOVE DEC-DECISION TO AUD-DECISION.
           MOVE DEC-CASE-KEY TO AUD-KEY.
           MOVE 'REJECTED' TO AUD-RESULT.
           MOVE WS-REJECT-REASON TO AUD-REASON.
           MOVE DEC-APPROVER TO AUD-APPROVER.
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
           CLOSE DECISION-FILE.
           IF DECISION-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING DECISION FILE: '
                       DECISION-STATUS
           END-IF.

           CLOSE CASE-MASTER.
           IF CASE-MASTER-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING CASE MASTER: '
                       CASE-MASTER-STATUS
           END-IF.

           CLOSE CHARGED-OFF-FILE.
           IF CHARGED-OFF-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING CHARGED-OFF FILE: '
                       CHARGED-OFF-STATUS
           END-IF.

           CLOSE NEG-FEED-FILE.
           IF NEG-FEED-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING NEGATIVE FILE FEED: '
                       NEG-FEED-STATUS
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
           MOVE 'COLCHG39' TO BST-PROGRAM-ID.
           PERFORM GET-BST-TIMESTAMP.
           MOVE WS-BST-START-TS TO BST-START-TS.
           MOVE WS-BST-TS-BUILT TO BST-END-TS.
           MOVE TOTAL-DECISIONS TO BST-RECORDS-IN.
           COMPUTE BST-RECORDS-OUT = TOTAL-APPROVED + TOTAL-DECLINED.
           MOVE TOTAL-REJECTS TO BST-RECORDS-REJECTED.
           IF ABEND-IN-PROGRESS
              MOVE 'FAILED' TO BST-STATUS
              MOVE 'JOB ABENDED - SEE SYSOUT FOR DETAIL' TO BST-MESSAGE
           ELSE
              IF TOTAL-REJECTS > 0
                 MOVE 'WARNING' TO BST-STATUS
                 MOVE 'COMPLETED WITH REJECTED DECISIONS' TO
                      BST-MESSAGE
              ELSE
              IF TOTAL-NEG-NO-ADDRESS > 0
                 MOVE 'WARNING' TO BST-STATUS
                 MOVE 'CHARGE-OFF NOT SENT TO NEGATIVE FILE' TO
                      BST-MESSAGE
              ELSE
                 MOVE 'COMPLETE' TO BST-STATUS
                 MOVE 'CHARGE-OFF DECISIONS POSTED' TO BST-MESSAGE
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
           MOVE TOTAL-DECISIONS TO TOTAL-DECISIONS-DISP.
           MOVE TOTAL-APPROVED TO TOTAL-APPROVED-DISP.
           MOVE TOTAL-DECLINED TO TOTAL-DECLINED-DISP.
           MOVE TOTAL-REJECTS TO TOTAL-REJECTS-DISP.
           MOVE TOTAL-NEG-SUBMITTED TO TOTAL-NEG-SUBMITTED-DISP.
           MOVE TOTAL-NEG-NO-ADDRESS TO TOTAL-NEG-NO-ADDRESS-DISP.
           MOVE TOTAL-WRITTEN-OFF TO TOTAL-WRITTEN-OFF-DISP.

           DISPLAY '========================================'.
           DISPLAY 'CHARGE-OFF DECISION SUMMARY'.
           DISPLAY '========================================'.
           DISPLAY 'DECISIONS READ:     ' TOTAL-DECISIONS-DISP.
           DISPLAY 'APPROVED:           ' TOTAL-APPROVED-DISP.
           DISPLAY 'DECLINED:           ' TOTAL-DECLINED-DISP.
           DISPLAY 'REJECTED:           ' TOTAL-REJECTS-DISP.
           DISPLAY 'TO NEGATIVE FILE:   ' TOTAL-NEG-SUBMITTED-DISP.
           DISPLAY 'NO ADDRESS - KEY BY HAND: '
                   TOTAL-NEG-NO-ADDRESS-DISP.
           DISPLAY 'BALANCE WRITTEN OFF: ' TOTAL-WRITTEN-OFF-DISP.
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
