      ******************************************************************
      * ACCOUNT HOLD / LIEN MAINTENANCE WITH AUDIT                     *
      *                                                                *
      * PURPOSE:                                                       *
      * THERE WAS NO WAY TO RESERVE PART OF A BALANCE - FOR A          *
      * GARNISHMENT ORDER, AN UNCLEARED DEPOSIT OR A PENDING CARD      *
      * AUTHORIZATION - SO THE WHOLE BALANCE STAYED SPENDABLE AND      *
      * LEGAL BLOCKED ENTIRE ACCOUNTS BY HAND WHEN A COURT ORDER       *
      * COVERED ONLY PART OF IT. THIS JOB APPLIES A HOLD MAINTENANCE   *
      * FEED TO THE ACCOUNT-HOLD KSDS (COPYBOOK ACCTHOLD) WITH FIELD   *
      * EDITS AND AN AUDIT TRAIL, IN THE ACTMNT29 MOLD. ESDS29 AND     *
      * OPRPST29 SUBTRACT THE ACTIVE HOLDS FROM THE BALANCE BEFORE     *
      * TESTING A DEBIT; HLDRPT29 REPORTS HOLDS EXPIRING AND RELEASED. *
      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   PER MAINTENANCE RECORD, BY HMT-ACTION:                       *
      *     'P' PLACE   - THE ACCOUNT MUST BE ON THE MASTER AND NOT    *
      *        CLOSED. AMOUNT (> 0), REASON (LG/UD/CA/OT) AND THE      *
      *        PLACING OPERATOR ARE REQUIRED. START DATE DEFAULTS TO   *
      *        THE RUN DATE; A BLANK EXPIRY KEEPS THE HOLD UNTIL IT    *
      *        IS RELEASED, OTHERWISE IT MAY NOT PRECEDE THE START.    *
      *        THE WRITE CATCHES A HOLD ID ALREADY USED.               *
      *     'C' CHANGE  - THE HOLD MUST BE ON FILE AND NOT RELEASED.   *
      *        NON-BLANK AMOUNT, REASON AND EXPIRY REPLACE THE HOLD'S  *
      *        AFTER THE SAME EDITS; BLANK FIELDS ARE LEFT ALONE.      *
      *     'R' RELEASE - THE HOLD MUST BE ON FILE AND NOT ALREADY     *
      *        RELEASED. IT IS MARKED RELEASED WITH THE RUN DATE AND   *
      *        THE OPERATOR, AND KEPT ON FILE AS HISTORY.              *
      *   AN OPERATOR IS REQUIRED ON EVERY ACTION. EVERY RECORD        *
      *   APPENDS ONE LINE TO THE AUDIT TRAIL: RUN DATE, ACTION, HOLD, *
      *   APPLIED OR REJECTED, THE REJECT REASON, THE OPERATOR, AND    *
      *   THE HOLD AMOUNT BEFORE AND AFTER.                            *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/10/15                                               *
      *                                                                *
      * COPYBOOK: ACCTHOLD - ACCOUNT HOLD RECORD                       *
      *           CYCDATE  - PROCESSING-DATE LOOKUP REQUEST AREA       *
      *                                                                *
      * FILES:                                                         *
      * I/O:    HOLDDD (ACCT.HOLDS) - VSAM KSDS ACCOUNT HOLDS          *
      * INPUT:  ACCTDD (ACCT.MASTER) - VSAM KSDS ACCOUNT MASTER        *
      * INPUT:  HMNTDD (ACCT.HOLD.MAINT.FEED) - MAINTENANCE FEED       *
      * OUTPUT: HAUDDD (ACCT.HOLD.AUDIT) - AUDIT TRAIL (APPEND)        *
      * OUTPUT: STATLOG - SHARED STATUS LOG                            *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HLDMNT29.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE ASSIGN TO HOLDDD
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS HLD-KEY
             FILE STATUS IS HOLD-STATUS.

           SELECT ACCT-MASTER ASSIGN TO ACCTDD
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS ACCT-MAST-ID
             FILE STATUS IS ACCT-MASTER-STATUS.

           SELECT HOLD-FEED-FILE ASSIGN TO HMNTDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS HOLD-FEED-STATUS.

           SELECT AUDIT-FILE ASSIGN TO HAUDDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS AUDIT-STATUS.

           SELECT STATUS-LOG ASSIGN TO STATLOG
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS STATUS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD HOLD-FILE.
       01 HOLD-REC.
           COPY ACCTHOLD.

      * SAME LAYOUT ACTMNT29 MAINTAINS.
       FD ACCT-MASTER.
       01 ACCT-MASTER-REC.
          05 ACCT-MAST-ID PIC X(6).
          05 ACCT-CUST-NAME PIC X(25).
          05 ACCT-STATUS PIC X(1).
          05 ACCT-LIMIT PIC 9(7)V99.
          05 ACCT-TYPE PIC X(2).
          05 FILLER PIC X(37).

       FD HOLD-FEED-FILE RECORDING MODE IS F.
       01 HOLD-FEED-REC.
          05 HMT-ACTION PIC X(1).
          05 HMT-ACCT-ID PIC X(6).
          05 HMT-HOLD-ID PIC X(6).
          05 HMT-AMOUNT PIC X(9).
          05 HMT-REASON PIC X(2).
             88 HMT-REASON-VALID VALUE 'LG' 'UD' 'CA' 'OT'.
          05 HMT-OPERATOR PIC X(8).
          05 HMT-START-DATE PIC X(8).
          05 HMT-EXPIRY-DATE PIC X(8).
          05 FILLER PIC X(32).

      * ONE LINE PER FEED RECORD, APPENDED RUN AFTER RUN.
       FD AUDIT-FILE RECORDING MODE IS F.
       01 AUDIT-REC.
          05 HAU-RUN-DATE PIC X(8).
          05 HAU-ACTION PIC X(1).
          05 HAU-ACCT-ID PIC X(6).
          05 HAU-HOLD-ID PIC X(6).
          05 FILLER PIC X(1).
          05 HAU-RESULT PIC X(8).
          05 FILLER PIC X(1).
          05 HAU-REASON PIC X(22).
          05 FILLER PIC X(1).
          05 HAU-OPERATOR PIC X(8).
          05 HAU-AMT-BEFORE PIC 9(7)V99.
          05 HAU-AMT-AFTER PIC 9(7)V99.

       FD STATUS-LOG RECORDING MODE IS F.
       01 STATUS-LOG-REC.
           COPY BATSTAT.

       WORKING-STORAGE SECTION.

      * FILE-STATUS VARIABLES
       01 FILE-STATUSES.
          05 HOLD-STATUS PIC X(2).
          05 ACCT-MASTER-STATUS PIC X(2).
          05 HOLD-FEED-STATUS PIC X(2).
          05 AUDIT-STATUS PIC X(2).
          05 STATUS-LOG-STATUS PIC X(2).

      * CONTROL FLAGS
       01 WS-FLAGS.
          05 WS-EOF PIC X(1) VALUE 'N'.
             88 EOF VALUE 'Y'.
          05 WS-EDIT-FLAG PIC X(1) VALUE 'Y'.
             88 EDIT-OK VALUE 'Y'.
             88 EDIT-FAILED VALUE 'N'.

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

       01 WS-RUN-DATE PIC X(8).

      * REJECT REASON FOR THE CURRENT MAINTENANCE RECORD
       01 WS-REJECT-REASON PIC X(22).

      * NUMERIC VIEW OF THE FEED'S AMOUNT FIELD, USED ONLY AFTER
      * THE NUMERIC EDIT HAS PASSED, AND THE HOLD AMOUNT BEFORE
      * AND AFTER THE CHANGE FOR THE AUDIT LINE.
       01 WS-HMT-AMOUNT-NUM PIC 9(7)V99.
       01 WS-AMT-BEFORE PIC 9(7)V99.
       01 WS-AMT-AFTER PIC 9(7)V99.

      * DATE EDIT WORK AREA (YYYYMMDD)
       01 WS-EDIT-DATE PIC X(8).
       01 WS-EDIT-DATE-NUM REDEFINES WS-EDIT-DATE.
          05 WS-EDIT-YYYY PIC 9(4).
          05 WS-EDIT-MM PIC 9(2).
          05 WS-EDIT-DD PIC 9(2).
       01 WS-EDIT-START PIC X(8).

      * STATISTICS COUNTERS
       01 WS-COUNTERS.
          05 TOTAL-FEED-RECORDS PIC 9(5) VALUE 0.
          05 TOTAL-PLACED PIC 9(5) VALUE 0.
          05 TOTAL-CHANGED PIC 9(5) VALUE 0.
          05 TOTAL-RELEASED PIC 9(5) VALUE 0.
          05 TOTAL-REJECTS PIC 9(5) VALUE 0.

      * DISPLAY-FORMATTED COUNTERS
       01 WS-DISP-COUNTERS.
          05 TOTAL-FEED-RECORDS-DISP PIC Z(4)9.
          05 TOTAL-PLACED-DISP PIC Z(4)9.
          05 TOTAL-CHANGED-DISP PIC Z(4)9.
          05 TOTAL-RELEASED-DISP PIC Z(4)9.
          05 TOTAL-REJECTS-DISP PIC Z(4)9.

      **********************************************
      * OPENS FILES, APPLIES THE HOLD MAINTENANCE FEED, CLOSES,
      * WRITES BATCH STATUS AND DISPLAYS THE SUMMARY.
      **********************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM SET-BST-START-TS.
           PERFORM OPEN-STATUS-LOG.
           MOVE 'HLDMNT29' TO CD-JOB-NAME.
           CALL 'CYCDAT40' USING WS-CYCDATE-REQUEST END-CALL.
           MOVE CD-CYCLE-DATE TO WS-RUN-DATE.
           PERFORM OPEN-ALL-FILES.
           PERFORM APPLY-HOLD-FEED.
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
      * OPEN ALL FILES AND CHECK STATUS. THE HOLD FILE IS OPENED
      * I-O SINCE THIS IS THE ONE JOB THAT WRITES TO IT; THE AUDIT
      * TRAIL IS APPENDED TO.
      **********************************************
       OPEN-ALL-FILES.
           OPEN I-O HOLD-FILE.
           IF HOLD-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING HOLD FILE: ' HOLD-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN INPUT ACCT-MASTER.
           IF ACCT-MASTER-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING ACCT-MASTER FILE: '
                       ACCT-MASTER-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN INPUT HOLD-FEED-FILE.
           IF HOLD-FEED-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING HOLD MAINTENANCE FEED: '
                       HOLD-FEED-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN EXTEND AUDIT-FILE.
           IF AUDIT-STATUS = '05' OR AUDIT-STATUS = '35'
              OPEN OUTPUT AUDIT-FILE
           END-IF.
           IF AUDIT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING AUDIT FILE: ' AUDIT-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * READS THE MAINTENANCE FEED UNTIL EOF AND DISPATCHES
      * EACH RECORD BY ACTION CODE.
      **********************************************
       APPLY-HOLD-FEED.
           PERFORM UNTIL EOF
              READ HOLD-FEED-FILE
                AT END
                   SET EOF TO TRUE
                NOT AT END
                   IF HOLD-FEED-STATUS = '00'
                      ADD 1 TO TOTAL-FEED-RECORDS
                      MOVE SPACES TO WS-REJECT-REASON
                      MOVE 0 TO WS-AMT-BEFORE
                      MOVE 0 TO WS-AMT-AFTER
                      SET EDIT-OK TO TRUE
                      PERFORM APPLY-ONE-HOLD-RECORD
                   ELSE
                      DISPLAY 'ERROR READING HOLD MAINTENANCE FEED: '
                               HOLD-FEED-STATUS
                      PERFORM ABEND-WITH-STATUS
                   END-IF
              END-READ
           END-PERFORM.

      **********************************************
      * EDITS THE KEY AND OPERATOR (COMMON TO EVERY ACTION), THEN
      * ROUTES BY ACTION CODE. ANYTHING OTHER THAN P/C/R IS
      * REJECTED.
      **********************************************
       APPLY-ONE-HOLD-RECORD.
           EVALUATE TRUE
               WHEN HMT-ACCT-ID = SPACES
                 MOVE 'ACCOUNT ID MISSING' TO WS-REJECT-REASON
                 PERFORM WRITE-AUDIT-REJECT
               WHEN HMT-HOLD-ID = SPACES
                 MOVE 'HOLD ID MISSING' TO WS-REJECT-REASON
                 PERFORM WRITE-AUDIT-REJECT
               WHEN HMT-OPERATOR = SPACES
                 MOVE 'OPERATOR MISSING' TO WS-REJECT-REASON
                 PERFORM WRITE-AUDIT-REJECT
               WHEN OTHER
                 EVALUATE HMT-ACTION
                     WHEN 'P'
                       PERFORM APPLY-PLACE
                     WHEN 'C'
                       PERFORM APPLY-CHANGE
                     WHEN 'R'
                       PERFORM APPLY-RELEASE
                     WHEN OTHER
                       MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
                       PERFORM WRITE-AUDIT-REJECT
                 END-EVALUATE
           END-EVALUATE.

      **********************************************
      * 'P' PLACE: THE ACCOUNT MUST BE OPEN ON THE MASTER AND
      * EVERY FIELD BUT THE EXPIRY IS REQUIRED. THE WRITE ITSELF
      * CATCHES A HOLD ID ALREADY USED ON THE ACCOUNT.
      **********************************************
       APPLY-PLACE.
           PERFORM CHECK-ACCOUNT-OPEN.
           IF EDIT-OK
              PERFORM EDIT-PLACE-FIELDS
           END-IF.
           IF EDIT-FAILED
              PERFORM WRITE-AUDIT-REJECT
           ELSE
              MOVE SPACES TO HOLD-REC
              MOVE HMT-ACCT-ID TO HLD-ACCT-ID
              MOVE HMT-HOLD-ID TO HLD-HOLD-ID
              MOVE WS-HMT-AMOUNT-NUM TO HLD-AMOUNT
              MOVE HMT-REASON TO HLD-REASON
              MOVE HMT-OPERATOR TO HLD-PLACED-BY
              MOVE WS-EDIT-START TO HLD-START-DATE
              MOVE HMT-EXPIRY-DATE TO HLD-EXPIRY-DATE
              SET HLD-IN-FORCE TO TRUE
              WRITE HOLD-REC
              EVALUATE HOLD-STATUS
                  WHEN '00'
                    ADD 1 TO TOTAL-PLACED
                    MOVE HLD-AMOUNT TO WS-AMT-AFTER
                    PERFORM WRITE-AUDIT-APPLIED
                  WHEN '22'
                    MOVE 'HOLD ID ALREADY USED' TO WS-REJECT-REASON
                    PERFORM WRITE-AUDIT-REJECT
                  WHEN OTHER
                    DISPLAY 'ERROR WRITING HOLD FILE: ' HOLD-STATUS
                    DISPLAY 'HOLD: ' HMT-ACCT-ID ' ' HMT-HOLD-ID
                    PERFORM ABEND-WITH-STATUS
              END-EVALUATE
           END-IF.

      **********************************************
      * 'C' CHANGE: THE HOLD MUST BE ON FILE AND STILL IN FORCE. A
      * NON-BLANK AMOUNT, REASON OR EXPIRY REPLACES THE HOLD'S
      * AFTER THE SAME EDIT A PLACE WOULD GET.
      **********************************************
       APPLY-CHANGE.
           PERFORM READ-HOLD-FOR-UPDATE.
           IF EDIT-OK
              MOVE HLD-AMOUNT TO WS-AMT-BEFORE
              PERFORM EDIT-CHANGE-FIELDS
           END-IF.
           IF EDIT-FAILED
              PERFORM WRITE-AUDIT-REJECT
           ELSE
              IF HMT-AMOUNT NOT = SPACES
                 MOVE WS-HMT-AMOUNT-NUM TO HLD-AMOUNT
              END-IF
              IF HMT-REASON NOT = SPACES
                 MOVE HMT-REASON TO HLD-REASON
              END-IF
              IF HMT-EXPIRY-DATE NOT = SPACES
                 MOVE HMT-EXPIRY-DATE TO HLD-EXPIRY-DATE
              END-IF
              REWRITE HOLD-REC
              IF HOLD-STATUS = '00'
                 ADD 1 TO TOTAL-CHANGED
                 MOVE HLD-AMOUNT TO WS-AMT-AFTER
                 PERFORM WRITE-AUDIT-APPLIED
              ELSE
                 DISPLAY 'ERROR REWRITING HOLD FILE: ' HOLD-STATUS
                 DISPLAY 'HOLD: ' HMT-ACCT-ID ' ' HMT-HOLD-ID
                 PERFORM ABEND-WITH-STATUS
              END-IF
           END-IF.

      **********************************************
      * 'R' RELEASE: THE HOLD MUST BE ON FILE AND STILL IN FORCE.
      * IT IS MARKED RELEASED, NOT DELETED, SO THE FILE KEEPS THE
      * HISTORY OF EVERY HOLD PLACED.
      **********************************************
       APPLY-RELEASE.
           PERFORM READ-HOLD-FOR-UPDATE.
           IF EDIT-FAILED
              PERFORM WRITE-AUDIT-REJECT
           ELSE
              MOVE HLD-AMOUNT TO WS-AMT-BEFORE
              SET HLD-RELEASED TO TRUE
              MOVE WS-RUN-DATE TO HLD-RELEASED-DATE
              MOVE HMT-OPERATOR TO HLD-RELEASED-BY
              REWRITE HOLD-REC
              IF HOLD-STATUS = '00'
                 ADD 1 TO TOTAL-RELEASED
                 PERFORM WRITE-AUDIT-APPLIED
              ELSE
                 DISPLAY 'ERROR REWRITING HOLD FILE: ' HOLD-STATUS
                 DISPLAY 'HOLD: ' HMT-ACCT-ID ' ' HMT-HOLD-ID
                 PERFORM ABEND-WITH-STATUS
              END-IF
           END-IF.

      **********************************************
      * A HOLD CAN ONLY BE PLACED ON AN ACCOUNT ON THE MASTER
      * THAT IS NOT CLOSED.
      **********************************************
       CHECK-ACCOUNT-OPEN.
           MOVE HMT-ACCT-ID TO ACCT-MAST-ID.
           READ ACCT-MASTER
           EVALUATE ACCT-MASTER-STATUS
               WHEN '00'
                 IF ACCT-STATUS = 'C'
                    MOVE 'ACCOUNT CLOSED' TO WS-REJECT-REASON
                    SET EDIT-FAILED TO TRUE
                 END-IF
               WHEN '23'
                 MOVE 'ACCOUNT NOT ON MASTER' TO WS-REJECT-REASON
                 SET EDIT-FAILED TO TRUE
               WHEN OTHER
                 DISPLAY 'ERROR READING ACCT-MASTER: '
                          ACCT-MASTER-STATUS
                 DISPLAY 'ACCOUNT ID: ' HMT-ACCT-ID
                 PERFORM ABEND-WITH-STATUS
           END-EVALUATE.

      **********************************************
      * READS THE HOLD A CHANGE OR RELEASE NAMES. IT MUST BE ON
      * FILE AND NOT ALREADY RELEASED.
      **********************************************
       READ-HOLD-FOR-UPDATE.
           MOVE HMT-ACCT-ID TO HLD-ACCT-ID.
           MOVE HMT-HOLD-ID TO HLD-HOLD-ID.
           READ HOLD-FILE
           EVALUATE HOLD-STATUS
               WHEN '00'
                 IF HLD-RELEASED
                    MOVE 'HOLD ALREADY RELEASED' TO WS-REJECT-REASON
                    SET EDIT-FAILED TO TRUE
                 END-IF
               WHEN '23'
                 MOVE 'HOLD NOT ON FILE' TO WS-REJECT-REASON
                 SET EDIT-FAILED TO TRUE
               WHEN OTHER
                 DISPLAY 'ERROR READING HOLD FILE: ' HOLD-STATUS
                 DISPLAY 'HOLD: ' HMT-ACCT-ID ' ' HMT-HOLD-ID
                 PERFORM ABEND-WITH-STATUS
           END-EVALUATE.

      **********************************************
      * FIELD EDITS FOR A PLACE: AMOUNT AND REASON REQUIRED, A
      * BLANK START DATE TAKES THE RUN DATE, AND A NON-BLANK
      * EXPIRY MAY NOT PRECEDE THE START. SETS EDIT-FAILED AND
      * WS-REJECT-REASON ON THE FIRST FAILING FIELD.
      **********************************************
       EDIT-PLACE-FIELDS.
           PERFORM EDIT-AMOUNT-FIELD.
           IF EDIT-OK
              PERFORM EDIT-REASON-FIELD
           END-IF.
           IF EDIT-OK
              IF HMT-START-DATE = SPACES
                 MOVE WS-RUN-DATE TO WS-EDIT-START
              ELSE
                 MOVE HMT-START-DATE TO WS-EDIT-DATE
                 PERFORM EDIT-DATE-FIELD
                 IF EDIT-FAILED
                    MOVE 'INVALID START DATE' TO WS-REJECT-REASON
                 ELSE
                    MOVE HMT-START-DATE TO WS-EDIT-START
                 END-IF
              END-IF
           END-IF.
           IF EDIT-OK AND HMT-EXPIRY-DATE NOT = SPACES
              PERFORM EDIT-EXPIRY-FIELD
           END-IF.

      **********************************************
      * FIELD EDITS FOR A CHANGE: ONLY THE FIELDS ACTUALLY
      * PRESENT ON THE FEED RECORD ARE EDITED. THE START DATE IS
      * NOT CHANGEABLE; THE EXPIRY IS CHECKED AGAINST THE HOLD'S.
      **********************************************
       EDIT-CHANGE-FIELDS.
           IF HMT-AMOUNT = SPACES
              AND HMT-REASON = SPACES
              AND HMT-EXPIRY-DATE = SPACES
              MOVE 'NO FIELDS TO CHANGE' TO WS-REJECT-REASON
              SET EDIT-FAILED TO TRUE
           END-IF.
           IF EDIT-OK AND HMT-AMOUNT NOT = SPACES
              PERFORM EDIT-AMOUNT-FIELD
           END-IF.
           IF EDIT-OK AND HMT-REASON NOT = SPACES
              PERFORM EDIT-REASON-FIELD
           END-IF.
           IF EDIT-OK AND HMT-EXPIRY-DATE NOT = SPACES
              MOVE HLD-START-DATE TO WS-EDIT-START
              PERFORM EDIT-EXPIRY-FIELD
           END-IF.

      **********************************************
      * EDITS HMT-AMOUNT AS AN UNSIGNED 9(7)V99 AMOUNT ABOVE
      * ZERO.
      **********************************************
       EDIT-AMOUNT-FIELD.
           IF HMT-AMOUNT NOT NUMERIC
              MOVE 'AMOUNT NOT NUMERIC' TO WS-REJECT-REASON
              SET EDIT-FAILED TO TRUE
           ELSE
              MOVE HMT-AMOUNT TO WS-HMT-AMOUNT-NUM(1:9)
              IF WS-HMT-AMOUNT-NUM = 0
                 MOVE 'AMOUNT MUST BE > ZERO' TO WS-REJECT-REASON
                 SET EDIT-FAILED TO TRUE
              END-IF
           END-IF.

      **********************************************
      * EDITS HMT-REASON AGAINST THE HOLD REASON CODES.
      **********************************************
       EDIT-REASON-FIELD.
           IF NOT HMT-REASON-VALID
              MOVE 'INVALID HOLD REASON' TO WS-REJECT-REASON
              SET EDIT-FAILED TO TRUE
           END-IF.

      **********************************************
      * EDITS HMT-EXPIRY-DATE AS A DATE NOT BEFORE WS-EDIT-START.
      **********************************************
       EDIT-EXPIRY-FIELD.
           MOVE HMT-EXPIRY-DATE TO WS-EDIT-DATE.
           PERFORM EDIT-DATE-FIELD.
           IF EDIT-FAILED
              MOVE 'INVALID EXPIRY DATE' TO WS-REJECT-REASON
           ELSE
              IF HMT-EXPIRY-DATE < WS-EDIT-START
                 MOVE 'EXPIRY BEFORE START' TO WS-REJECT-REASON
                 SET EDIT-FAILED TO TRUE
              END-IF
           END-IF.

      **********************************************
      * EDITS WS-EDIT-DATE AS A YYYYMMDD DATE: NUMERIC, MONTH
      * 01-12, DAY 01-31. THE CALLER SETS THE REJECT REASON.
      **********************************************
       EDIT-DATE-FIELD.
           IF WS-EDIT-DATE NOT NUMERIC
              SET EDIT-FAILED TO TRUE
           ELSE
              IF WS-EDIT-MM < 1 OR WS-EDIT-MM > 12
                 OR WS-EDIT-DD < 1 OR WS-EDIT-DD > 31
                 SET EDIT-FAILED TO TRUE
              END-IF
           END-IF.

      **********************************************
      * WRITES ONE 'APPLIED' AUDIT LINE FOR THE CURRENT RECORD.
      **********************************************
       WRITE-AUDIT-APPLIED.
           MOVE SPACES TO AUDIT-REC.
           MOVE 'APPLIED' TO HAU-RESULT.
           PERFORM WRITE-AUDIT-LINE.

      **********************************************
      * WRITES ONE 'REJECTED' AUDIT LINE WITH THE REASON AND
      * BUMPS THE REJECT COUNT.
      **********************************************
       WRITE-AUDIT-REJECT.
           MOVE SPACES TO AUDIT-REC.
           MOVE 'REJECTED' TO HAU-RESULT.
           MOVE WS-REJECT-REASON TO HAU-REASON.
           ADD 1 TO TOTAL-REJECTS.
           PERFORM WRITE-AUDIT-LINE.

      **********************************************
      * FILLS THE COMMON AUDIT FIELDS AND WRITES THE LINE.
      **********************************************
       WRITE-AUDIT-LINE.
           MOVE WS-RUN-DATE TO HAU-RUN-DATE.
           MOVE HMT-ACTION TO HAU-ACTION.
           MOVE HMT-ACCT-ID TO HAU-ACCT-ID.
           MOVE HMT-HOLD-ID TO HAU-HOLD-ID.
           MOVE HMT-OPERATOR TO HAU-OPERATOR.
           MOVE WS-AMT-BEFORE TO HAU-AMT-BEFORE.
           MOVE WS-AMT-AFTER TO HAU-AMT-AFTER.
           WRITE AUDIT-REC.
           IF AUDIT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING AUDIT FILE: ' AUDIT-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * CLOSE ALL FILES AND CHECK STATUS
      **********************************************
       CLOSE-ALL-FILES.
           CLOSE HOLD-FILE.
           IF HOLD-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING HOLD FILE: ' HOLD-STATUS
           END-IF.

           CLOSE ACCT-MASTER.
           IF ACCT-MASTER-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING ACCT-MASTER FILE: '
                       ACCT-MASTER-STATUS
           END-IF.

           CLOSE HOLD-FEED-FILE.
           IF HOLD-FEED-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING HOLD MAINTENANCE FEED: '
                       HOLD-FEED-STATUS
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
           MOVE 'HLDMNT29' TO BST-PROGRAM-ID.
           PERFORM GET-BST-TIMESTAMP.
           MOVE WS-BST-START-TS TO BST-START-TS.
           MOVE WS-BST-TS-BUILT TO BST-END-TS.
           MOVE TOTAL-FEED-RECORDS TO BST-RECORDS-IN.
           COMPUTE BST-RECORDS-OUT =
                   TOTAL-PLACED + TOTAL-CHANGED + TOTAL-RELEASED.
           MOVE TOTAL-REJECTS TO BST-RECORDS-REJECTED.
           IF ABEND-IN-PROGRESS
              MOVE 'FAILED' TO BST-STATUS
              MOVE 'JOB ABENDED - SEE SYSOUT FOR DETAIL' TO BST-MESSAGE
           ELSE
              IF TOTAL-REJECTS > 0
                 MOVE 'WARNING' TO BST-STATUS
                 MOVE 'HOLD MAINTENANCE REJECTED - SEE AUDIT'
                      TO BST-MESSAGE
              ELSE
                 MOVE 'COMPLETE' TO BST-STATUS
                 MOVE 'ALL HOLD MAINTENANCE APPLIED' TO BST-MESSAGE
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
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      **********************************************
      * DISPLAY SUMMARY STATISTICS TO SYSOUT
      **********************************************
       DISPLAY-SUMMARY.
           MOVE TOTAL-FEED-RECORDS TO TOTAL-FEED-RECORDS-DISP.
           MOVE TOTAL-PLACED TO TOTAL-PLACED-DISP.
           MOVE TOTAL-CHANGED TO TOTAL-CHANGED-DISP.
           MOVE TOTAL-RELEASED TO TOTAL-RELEASED-DISP.
           MOVE TOTAL-REJECTS TO TOTAL-REJECTS-DISP.
           DISPLAY '========================================'.
           DISPLAY 'ACCOUNT HOLD MAINTENANCE SUMMARY'.
           DISPLAY '========================================'.
           DISPLAY 'FEED RECORDS READ:  ' TOTAL-FEED-RECORDS-DISP.
           DISPLAY 'HOLDS PLACED:       ' TOTAL-PLACED-DISP.
           DISPLAY 'HOLDS CHANGED:      ' TOTAL-CHANGED-DISP.
           DISPLAY 'HOLDS RELEASED:     ' TOTAL-RELEASED-DISP.
           DISPLAY 'RECORDS REJECTED:   ' TOTAL-REJECTS-DISP.
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
