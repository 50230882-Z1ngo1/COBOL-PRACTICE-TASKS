      *   'A' ADD:    EVERY FIELD REQUIRED AND VALID (CARD NUMBER      *
      *               NUMERIC NONZERO, OWNER NAME PRESENT, EXPIRY A    *
      *               VALID MMYY, STATUS PRESENT, LIMIT NUMERIC,       *
      *               CURRENCY PRESENT, CREDIT LINE NUMERIC NONZERO).  *
      *               CARD MUST NOT ALREADY EXIST. A BLANK LIMIT OR    *
      *               CURRENCY TAKES THE DEFAULT OF THE CARD'S         *
      *               PRODUCT (PRDGET11, BY BIN) WHEN IT HAS ONE.      *
      *   'U' UPDATE: CARD MUST EXIST. A NON-BLANK FEED FIELD          *
      *               REPLACES THE MASTER FIELD; A BLANK FIELD LEAVES  *
      *               IT UNCHANGED. REPLACEMENT FIELDS ARE VALIDATED   *
      *              CHKAPL11 APPLIES OR REJECTS THEM ON A LATER RUN   *
      *              UNDER A DIFFERENT CHECKER'S APPROVAL. NO RISKDD   *
      *              FILE MEANS NO DUAL CONTROL - BEHAVIOR AS BEFORE.  *
      * 2026/10/15 - ADDED MNT-CREDIT-LIMIT (FORMER FILLER BYTES) FOR  *
      *              THE NEW CARD-CREDIT-LIMIT CREDIT LINE: REQUIRED,  *
      *              NUMERIC AND NONZERO ON ADD; OPTIONAL ON UPDATE;   *
      *              'CREDIT' IS A VALID HIGH-RISK FIELD NAME, AND     *
      *              PARKED CHANGES CARRY THE CREDIT LINE IN           *
      *              PND-CREDIT-LIMIT FOR CHKAPL11.                    *
      * 2026/10/15 - CARD PRODUCTS: AN ADD WITH A BLANK DAILY LIMIT OR *
      *              CURRENCY TAKES THE DEFAULT OF THE CARD'S PRODUCT  *
      *              (PRODDD, LOOKED UP BY BIN THROUGH PRDGET11)       *
      *              BEFORE THE EDITS, SO A PARKED ADD CARRIES IT TOO. *
      * 2026/10/15 - EVERY AUDIT LINE IS ALSO QUEUED ON THE            *
      *              CONSOLIDATED MAINTENANCE AUDIT QUEUE (MAUDDD,     *
      *              COPYBOOK MNTAUDT) FOR AUDCON46: ONE RECORD PER    *
      *              CARD FIELD AN APPLIED ACTION CHANGED, WITH OLD    *
      *              AND NEW VALUE, SUBMITTER AND TIME.                *
      * 2026/10/15 - SYSOUT SHOWS THE CARD NUMBER MASKED (CRDMSK11:    *
      *              FIRST SIX AND LAST FOUR DIGITS).                  *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  MNTDD (CARD.MAINT.FEED) - MAINTENANCE FEED (PS, 80 B)  *
      * INPUT:  RISKDD (CARD.RISK.RULES) - HIGH-RISK ACTION/FIELDS     *
      * INPUT:  PRODDD (CARD.PRODUCT.TABLE) - CARD PRODUCTS BY BIN,    *
      *         READ THROUGH PRDGET11                                  *
      * I/O:    VSAMDD (CARD.MASTER) - CARD MASTER FILE (KSDS)         *
      * OUTPUT: PENDCDD (CARD.PENDING.CHANGES) - PARKED CHANGES        *
      * OUTPUT: AUDTDD (CARD.MAINT.AUDIT) - AUDIT OF EVERY CHANGE      *
      *         APPLIED, PARKED OR REJECTED (PS, 80 B)                *
      * OUTPUT: MAUDDD (MAINT.AUDIT.QUEUE) - CONSOLIDATED MAINTENANCE  *
      *         AUDIT QUEUE FOR AUDCON46 (PS, 160 B, APPENDED)         *
      ******************************************************************

       IDENTIFICATION DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.

           SELECT MAINT-AUDIT-QUEUE ASSIGN TO MAUDDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MAINT-AUDIT-STATUS.

           SELECT STATUS-LOG ASSIGN TO STATLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STATUS-LOG-STATUS.
          05 CARD-STATUS PIC X(1).
          05 CARD-DAILY-LIMIT PIC 9(5)V99.
          05 CARD-CURRENCY PIC X(3).
          05 CARD-CREDIT-LIMIT PIC 9(7)V99.

       FD MAINT-FEED-FILE RECORDING MODE IS F.
       01 MAINT-FEED-REC.
          05 MNT-DAILY-LIMIT PIC X(7).
          05 MNT-CURRENCY PIC X(3).
          05 MNT-SUBMITTER PIC X(8).
          05 MNT-CREDIT-LIMIT PIC X(9).
          05 FILLER PIC X(11).

      * HIGH-RISK ACTION/FIELD COMBINATIONS. '*' COMMENTS. FIELD
      * 'ANY' PARKS THE ACTION REGARDLESS OF WHICH FIELDS MOVE.
          05 FILLER PIC X(70).

      * ONE PARKED CHANGE PER HIGH-RISK FEED RECORD: SUBMITTER,
      * PARK DATE, THE FEED RECORD'S FIRST 52 BYTES (ACTION
      * THROUGH CURRENCY) VERBATIM AND ITS CREDIT LINE, SO
      * CHKAPL11 CAN APPLY IT EXACTLY AS SUBMITTED.
       FD PENDING-CHANGE-FILE RECORDING MODE IS F.
       01 PENDING-CHANGE-REC.
          05 PND-SUBMITTER PIC X(8).
          05 PND-PARK-DATE PIC X(8).
          05 FILLER PIC X(1).
          05 PND-FEED-IMAGE PIC X(52).
          05 PND-CREDIT-LIMIT PIC X(9).
          05 FILLER PIC X(1).

       FD AUDIT-FILE RECORDING MODE IS F.
       01 AUDIT-REC.
          05 AUD-REASON PIC X(25).
          05 FILLER PIC X(27).

      * CONSOLIDATED MAINTENANCE AUDIT QUEUE, SHARED WITH THE OTHER
      * MAINTENANCE JOBS AND MOVED TO THE AUDIT HISTORY DAILY BY
      * AUDCON46 (SEE COPYBOOK MNTAUDT).
       FD MAINT-AUDIT-QUEUE RECORDING MODE IS F.
       01 MAINT-AUDIT-REC.
           COPY MNTAUDT.

       FD STATUS-LOG RECORDING MODE IS F.
       01 STATUS-LOG-REC.
           COPY BATSTAT.

       WORKING-STORAGE SECTION.

      * CARD NUMBER MASKING REQUEST AREA - SEE COPYBOOK CARDMSK
      * AND SUBPROGRAM CRDMSK11.
           COPY CARDMSK.

      * FILE-STATUS VARIABLES
       01 FILE-STATUSES.
          05 CARD-FILE-STATUS PIC X(2).
          05 RISK-RULES-STATUS PIC X(2).
          05 PENDING-CHANGE-STATUS PIC X(2).
          05 AUDIT-STATUS PIC X(2).
          05 MAINT-AUDIT-STATUS PIC X(2).
          05 STATUS-LOG-STATUS PIC X(2).

      * CONTROL FLAGS
      * AFTER THE NUMERIC EDIT HAS PASSED.
       01 WS-MNT-CARD-NUM-NUM PIC 9(16).
       01 WS-MNT-LIMIT-NUM PIC 9(5)V99.
       01 WS-MNT-CREDIT-NUM PIC 9(7)V99.

      * CARD PRODUCT LOOKUP REQUEST AREA - SEE COPYBOOK CARDPRD
      * AND SUBPROGRAM PRDGET11.
           COPY CARDPRD.

      * THE PRODUCT'S DEFAULT DAILY LIMIT IN THE FEED'S 7-BYTE FORM.
       01 WS-PRD-LIMIT-NUM PIC 9(5)V99.
       01 WS-PRD-LIMIT-TXT REDEFINES WS-PRD-LIMIT-NUM PIC X(7).

      * EXPIRY EDIT SCRATCH FIELDS (EXPIRY IS MMYY)
       01 WS-EXP-MM PIC 9(2).

      * CONSOLIDATED MAINTENANCE AUDIT WORK AREAS. THE
      * BEFORE-IMAGE IS THE CARD MASTER RECORD AS READ BEFORE AN
      * UPDATE OR CLOSE, SPACES FOR AN ADD; THE AFTER-IMAGE IS THE
      * SAME BYTES ONCE THE CHANGE IS APPLIED. BOTH ARE ALL-TEXT
      * VIEWS SO A CHANGED NUMERIC FIELD IS QUEUED AS THE DIGITS
      * THE MASTER HOLDS.
       01 WS-MAU-WORK.
          05 WS-MAU-ACTION PIC X(1).
          05 WS-MAU-KEY PIC X(16).
          05 WS-MAU-RESULT PIC X(8).
          05 WS-MAU-REASON PIC X(25).
          05 WS-MAU-OPERATOR PIC X(8).
          05 WS-MAU-APPROVER PIC X(8).
          05 WS-MAU-FIELD PIC X(8).
          05 WS-MAU-OLD-VALUE PIC X(25).
          05 WS-MAU-NEW-VALUE PIC X(25).
          05 WS-MAU-FIELDS-QUEUED PIC 9(3).
       01 WS-MAU-BEFORE.
          05 MAB-CARD-NUMBER PIC X(16).
          05 MAB-OWNER-NAME PIC X(20).
          05 MAB-EXPIRY-DATE PIC X(4).
          05 MAB-STATUS PIC X(1).
          05 MAB-DAILY-LIMIT PIC X(7).
          05 MAB-CURRENCY PIC X(3).
          05 MAB-CREDIT-LIMIT PIC X(9).
       01 WS-MAU-AFTER.
          05 MAA-CARD-NUMBER PIC X(16).
          05 MAA-OWNER-NAME PIC X(20).
          05 MAA-EXPIRY-DATE PIC X(4).
          05 MAA-STATUS PIC X(1).
          05 MAA-DAILY-LIMIT PIC X(7).
          05 MAA-CURRENCY PIC X(3).
          05 MAA-CREDIT-LIMIT PIC X(9).

      * STATISTICS COUNTERS
       01 WS-COUNTERS.
          05 TOTAL-FEED-RECORDS PIC 9(5) VALUE 0.
          05 TOTAL-CLOSES PIC 9(5) VALUE 0.
          05 TOTAL-PARKED PIC 9(5) VALUE 0.
          05 TOTAL-REJECTS PIC 9(5) VALUE 0.
          05 TOTAL-PRODUCT-DEFAULTS PIC 9(5) VALUE 0.

      * DISPLAY-FORMATTED COUNTERS
       01 WS-DISP-COUNTERS.
          05 TOTAL-UPDATES-DISP PIC Z(4)9.
          05 TOTAL-CLOSES-DISP PIC Z(4)9.
          05 TOTAL-PARKED-DISP PIC Z(4)9.
          05 TOTAL-PRODUCT-DEFAULTS-DISP PIC Z(4)9.
          05 TOTAL-REJECTS-DISP PIC Z(4)9.

      **********************************************
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN EXTEND MAINT-AUDIT-QUEUE.
           IF MAINT-AUDIT-STATUS = '05' OR MAINT-AUDIT-STATUS = '35'
              OPEN OUTPUT MAINT-AUDIT-QUEUE
           END-IF.
           IF MAINT-AUDIT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING MAINT AUDIT QUEUE: '
                       MAINT-AUDIT-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * LOADS THE HIGH-RISK ACTION/FIELD RULES. A MISSING RULES
      * FILE (05/35) MEANS NO DUAL CONTROL AND THE JOB BEHAVES
                      ADD 1 TO TOTAL-FEED-RECORDS
                      MOVE SPACES TO WS-REJECT-REASON
                      SET EDIT-OK TO TRUE
                      MOVE SPACES TO WS-MAU-BEFORE
                      PERFORM APPLY-ONE-MAINT-RECORD
                   ELSE
                      DISPLAY 'ERROR READING MAINTENANCE FEED: '
                 MOVE 'CARD NUMBER ZERO' TO WS-REJECT-REASON
                 PERFORM WRITE-AUDIT-REJECT
              ELSE
                 IF MNT-ACTION = 'A'
                    PERFORM APPLY-PRODUCT-DEFAULTS
                 END-IF
                 PERFORM CHECK-HIGH-RISK
                 EVALUATE MNT-ACTION
                     WHEN 'A'
              END-IF
           END-IF.

      **********************************************
      * AN ADD THAT LEAVES THE DAILY LIMIT OR CURRENCY BLANK
      * TAKES THE DEFAULT OF THE CARD'S PRODUCT (PRDGET11, BY
      * BIN). THE DEFAULT IS MOVED INTO THE FEED RECORD ITSELF,
      * SO THE EDITS, THE HIGH-RISK RULES AND A PARKED IMAGE FOR
      * CHKAPL11 ALL SEE THE VALUE THE CARD WILL CARRY. A BIN
      * WITH NO PRODUCT, OR A PRODUCT WITH NO DEFAULT, LEAVES THE
      * FIELD BLANK AND THE ADD IS REJECTED AS BEFORE.
      **********************************************
       APPLY-PRODUCT-DEFAULTS.
           IF MNT-DAILY-LIMIT = SPACES OR MNT-CURRENCY = SPACES
              MOVE WS-MNT-CARD-NUM-NUM TO PR-CARD-NUMBER
              CALL 'PRDGET11' USING WS-CARDPRD-REQUEST END-CALL
              IF PR-PRODUCT-FOUND
                 IF MNT-DAILY-LIMIT = SPACES AND PR-DAILY-LIMIT > 0
                    MOVE PR-DAILY-LIMIT TO WS-PRD-LIMIT-NUM
                    MOVE WS-PRD-LIMIT-TXT TO MNT-DAILY-LIMIT
                    ADD 1 TO TOTAL-PRODUCT-DEFAULTS
                 END-IF
                 IF MNT-CURRENCY = SPACES AND PR-CURRENCY NOT = SPACES
                    MOVE PR-CURRENCY TO MNT-CURRENCY
                    ADD 1 TO TOTAL-PRODUCT-DEFAULTS
                 END-IF
              END-IF
           END-IF.

      **********************************************
      * 'A' ADD: EVERY FIELD IS REQUIRED AND EDITED SO A HAND-FED
      * ADD CAN NO LONGER INTRODUCE THE BLANK-FIELD RECORDS
              MOVE MNT-STATUS TO CARD-STATUS
              MOVE WS-MNT-LIMIT-NUM TO CARD-DAILY-LIMIT
              MOVE MNT-CURRENCY TO CARD-CURRENCY
              MOVE WS-MNT-CREDIT-NUM TO CARD-CREDIT-LIMIT
              WRITE CARD-MASTER-REC
              EVALUATE CARD-FILE-STATUS
                  WHEN '00'
                  WHEN OTHER
                    DISPLAY 'ERROR WRITING CARD MASTER: '
                             CARD-FILE-STATUS
                    MOVE 'M' TO CM-FUNCTION
                    MOVE MNT-CARD-NUMBER TO CM-CARD-NUMBER
                    CALL 'CRDMSK11' USING WS-CARDMSK-REQUEST END-CALL
                    DISPLAY 'CARD NUMBER: ' CM-MASKED-NUMBER
                    PERFORM ABEND-WITH-STATUS
              END-EVALUATE
           END-IF
           READ CARD-MASTER-FILE
           EVALUATE CARD-FILE-STATUS
               WHEN '00'
                 MOVE CARD-MASTER-REC TO WS-MAU-BEFORE
                 PERFORM EDIT-PRESENT-FIELDS
                 IF EDIT-FAILED
                    PERFORM WRITE-AUDIT-REJECT
                    ELSE
                       DISPLAY 'ERROR REWRITING CARD MASTER: '
                                CARD-FILE-STATUS
                       MOVE 'M' TO CM-FUNCTION
                       MOVE MNT-CARD-NUMBER TO CM-CARD-NUMBER
                       CALL 'CRDMSK11' USING WS-CARDMSK-REQUEST END-CALL
                       DISPLAY 'CARD NUMBER: ' CM-MASKED-NUMBER
                       PERFORM ABEND-WITH-STATUS
                    END-IF
                 END-IF
               WHEN OTHER
                 DISPLAY 'ERROR READING CARD MASTER: '
                          CARD-FILE-STATUS
                 MOVE 'M' TO CM-FUNCTION
                 MOVE MNT-CARD-NUMBER TO CM-CARD-NUMBER
                 CALL 'CRDMSK11' USING WS-CARDMSK-REQUEST END-CALL
                 DISPLAY 'CARD NUMBER: ' CM-MASKED-NUMBER
                 PERFORM ABEND-WITH-STATUS
           END-EVALUATE.

           READ CARD-MASTER-FILE
           EVALUATE CARD-FILE-STATUS
               WHEN '00'
                 MOVE CARD-MASTER-REC TO WS-MAU-BEFORE
                 IF HIGH-RISK-ACTION
                    PERFORM PARK-ONE-CHANGE
                 ELSE
                 ELSE
                    DISPLAY 'ERROR REWRITING CARD MASTER: '
                             CARD-FILE-STATUS
                    MOVE 'M' TO CM-FUNCTION
                    MOVE MNT-CARD-NUMBER TO CM-CARD-NUMBER
                    CALL 'CRDMSK11' USING WS-CARDMSK-REQUEST END-CALL
                    DISPLAY 'CARD NUMBER: ' CM-MASKED-NUMBER
                    PERFORM ABEND-WITH-STATUS
                 END-IF
                 END-IF
               WHEN OTHER
                 DISPLAY 'ERROR READING CARD MASTER: '
                          CARD-FILE-STATUS
                 MOVE 'M' TO CM-FUNCTION
                 MOVE MNT-CARD-NUMBER TO CM-CARD-NUMBER
                 CALL 'CRDMSK11' USING WS-CARDMSK-REQUEST END-CALL
                 DISPLAY 'CARD NUMBER: ' CM-MASKED-NUMBER
                 PERFORM ABEND-WITH-STATUS
           END-EVALUATE.

                          MOVE 'CURRENCY CODE MISSING'
                               TO WS-REJECT-REASON
                          SET EDIT-FAILED TO TRUE
                       ELSE
                          PERFORM EDIT-CREDIT-LIMIT-FIELD
                       END-IF
                    END-IF
                 END-IF
           IF EDIT-OK AND MNT-DAILY-LIMIT NOT = SPACES
              PERFORM EDIT-LIMIT-FIELD
           END-IF.
           IF EDIT-OK AND MNT-CREDIT-LIMIT NOT = SPACES
              PERFORM EDIT-CREDIT-LIMIT-FIELD
           END-IF.
           IF EDIT-OK
              IF MNT-OWNER-NAME = SPACES
                 AND MNT-EXPIRY-DATE = SPACES
                 AND MNT-STATUS = SPACE
                 AND MNT-DAILY-LIMIT = SPACES
                 AND MNT-CURRENCY = SPACES
                 AND MNT-CREDIT-LIMIT = SPACES
                 MOVE 'NO FIELDS TO UPDATE' TO WS-REJECT-REASON
                 SET EDIT-FAILED TO TRUE
              END-IF
              MOVE MNT-DAILY-LIMIT TO WS-MNT-LIMIT-NUM(1:7)
           END-IF.

      **********************************************
      * EDITS MNT-CREDIT-LIMIT AS AN UNSIGNED 9(7)V99 AMOUNT. A
      * ZERO CREDIT LINE IS REFUSED - VSMJOB11 READS ZERO AS "NO
      * CREDIT LINE ON FILE" AND WOULD SKIP THE OPEN-TO-BUY
      * CHECK FOR THE CARD ALTOGETHER.
      **********************************************
       EDIT-CREDIT-LIMIT-FIELD.
           IF MNT-CREDIT-LIMIT NOT NUMERIC
              MOVE 'CREDIT LINE NOT NUMERIC' TO WS-REJECT-REASON
              SET EDIT-FAILED TO TRUE
           ELSE
              MOVE MNT-CREDIT-LIMIT TO WS-MNT-CREDIT-NUM(1:9)
              IF WS-MNT-CREDIT-NUM = 0
                 MOVE 'CREDIT LINE ZERO' TO WS-REJECT-REASON
                 SET EDIT-FAILED TO TRUE
              END-IF
           END-IF.

      **********************************************
      * MOVES EACH NON-BLANK FEED FIELD OVER THE MATCHING MASTER
      * FIELD FOR AN UPDATE. CALLED ONLY AFTER THE PRESENT-FIELD
           IF MNT-CURRENCY NOT = SPACES
              MOVE MNT-CURRENCY TO CARD-CURRENCY
           END-IF.
           IF MNT-CREDIT-LIMIT NOT = SPACES
              MOVE WS-MNT-CREDIT-NUM TO CARD-CREDIT-LIMIT
           END-IF.

      **********************************************
      * SETS HIGH-RISK-ACTION WHEN THE FEED RECORD MATCHES ANY
                       IF MNT-CURRENCY NOT = SPACES
                          SET HIGH-RISK-ACTION TO TRUE
                       END-IF
                     WHEN 'CREDIT'
                       IF MNT-CREDIT-LIMIT NOT = SPACES
                          SET HIGH-RISK-ACTION TO TRUE
                       END-IF
                     WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              MOVE MNT-SUBMITTER TO PND-SUBMITTER
              MOVE WS-RUN-DATE TO PND-PARK-DATE
              MOVE MAINT-FEED-REC(1:52) TO PND-FEED-IMAGE
              MOVE MNT-CREDIT-LIMIT TO PND-CREDIT-LIMIT
              WRITE PENDING-CHANGE-REC
              IF PENDING-CHANGE-STATUS NOT = '00'
                 DISPLAY 'ERROR WRITING PENDING CHANGES: '
      * WRITES WHATEVER LINE IS CURRENTLY IN AUDIT-REC.
      **********************************************
       WRITE-AUDIT-LINE.
           PERFORM QUEUE-MAINT-AUDIT.
           WRITE AUDIT-REC.
           IF AUDIT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING AUDIT FILE: ' AUDIT-STATUS
              MOVE 'M' TO CM-FUNCTION
              MOVE MNT-CARD-NUMBER TO CM-CARD-NUMBER
              CALL 'CRDMSK11' USING WS-CARDMSK-REQUEST END-CALL
              DISPLAY 'CARD NUMBER: ' CM-MASKED-NUMBER
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * QUEUES THE AUDIT LINE ABOUT TO BE WRITTEN ON THE
      * CONSOLIDATED MAINTENANCE AUDIT QUEUE. AN APPLIED ACTION
      * GOES FIELD BY FIELD - ONE RECORD FOR EACH CARD FIELD
      * WHOSE VALUE NOW DIFFERS FROM THE BEFORE-IMAGE; A PARKED
      * OR REJECTED ONE IS A SINGLE RECORD WITH THE REASON.
      **********************************************
       QUEUE-MAINT-AUDIT.
           MOVE AUD-ACTION TO WS-MAU-ACTION.
           MOVE AUD-CARD-NUMBER TO WS-MAU-KEY.
           MOVE AUD-RESULT TO WS-MAU-RESULT.
           MOVE AUD-REASON TO WS-MAU-REASON.
           MOVE MNT-SUBMITTER TO WS-MAU-OPERATOR.
           MOVE SPACES TO WS-MAU-APPROVER.
           PERFORM GET-BST-TIMESTAMP.
           MOVE 0 TO WS-MAU-FIELDS-QUEUED.
           IF AUD-RESULT = 'APPLIED'
              MOVE CARD-MASTER-REC TO WS-MAU-AFTER
              PERFORM QUEUE-FIELD-CHANGES
           END-IF.
           IF WS-MAU-FIELDS-QUEUED = 0
              MOVE SPACES TO WS-MAU-FIELD
              MOVE SPACES TO WS-MAU-OLD-VALUE
              MOVE SPACES TO WS-MAU-NEW-VALUE
              PERFORM WRITE-MAINT-AUDIT-QUEUE
           END-IF.

      **********************************************
      * ONE QUEUE RECORD PER CARD FIELD THE ACTION CHANGED. THE
      * CARD NUMBER IS THE KEY AND NEVER CHANGES.
      **********************************************
       QUEUE-FIELD-CHANGES.
           IF MAB-OWNER-NAME NOT = MAA-OWNER-NAME
              MOVE 'NAME' TO WS-MAU-FIELD
              MOVE MAB-OWNER-NAME TO WS-MAU-OLD-VALUE
              MOVE MAA-OWNER-NAME TO WS-MAU-NEW-VALUE
              PERFORM WRITE-MAINT-AUDIT-QUEUE
           END-IF.
           IF MAB-EXPIRY-DATE NOT = MAA-EXPIRY-DATE
              MOVE 'EXPIRY' TO WS-MAU-FIELD
              MOVE MAB-EXPIRY-DATE TO WS-MAU-OLD-VALUE
              MOVE MAA-EXPIRY-DATE TO WS-MAU-NEW-VALUE
              PERFORM WRITE-MAINT-AUDIT-QUEUE
           END-IF.
           IF MAB-STATUS NOT = MAA-STATUS
              MOVE 'STATUS' TO WS-MAU-FIELD
              MOVE MAB-STATUS TO WS-MAU-OLD-VALUE
              MOVE MAA-STATUS TO WS-MAU-NEW-VALUE
              PERFORM WRITE-MAINT-AUDIT-QUEUE
           END-IF.
           IF MAB-DAILY-LIMIT NOT = MAA-DAILY-LIMIT
              MOVE 'LIMIT' TO WS-MAU-FIELD
              MOVE MAB-DAILY-LIMIT TO WS-MAU-OLD-VALUE
              MOVE MAA-DAILY-LIMIT TO WS-MAU-NEW-VALUE
              PERFORM WRITE-MAINT-AUDIT-QUEUE
           END-IF.
           IF MAB-CURRENCY NOT = MAA-CURRENCY
              MOVE 'CURRENCY' TO WS-MAU-FIELD
              MOVE MAB-CURRENCY TO WS-MAU-OLD-VALUE
              MOVE MAA-CURRENCY TO WS-MAU-NEW-VALUE
              PERFORM WRITE-MAINT-AUDIT-QUEUE
           END-IF.
           IF MAB-CREDIT-LIMIT NOT = MAA-CREDIT-LIMIT
              MOVE 'CREDIT' TO WS-MAU-FIELD
              MOVE MAB-CREDIT-LIMIT TO WS-MAU-OLD-VALUE
              MOVE MAA-CREDIT-LIMIT TO WS-MAU-NEW-VALUE
              PERFORM WRITE-MAINT-AUDIT-QUEUE
           END-IF.

      **********************************************
      * WRITES ONE CONSOLIDATED AUDIT RECORD FROM THE WORK AREA
      * AND COUNTS IT.
      **********************************************
       WRITE-MAINT-AUDIT-QUEUE.
           MOVE SPACES TO MAINT-AUDIT-REC.
           MOVE 'CRDMNT11' TO MAU-SYSTEM.
           MOVE WS-MAU-KEY TO MAU-KEY.
           MOVE WS-MAU-ACTION TO MAU-ACTION.
           MOVE WS-MAU-RESULT TO MAU-RESULT.
           MOVE WS-MAU-FIELD TO MAU-FIELD.
           MOVE WS-MAU-OLD-VALUE TO MAU-OLD-VALUE.
           MOVE WS-MAU-NEW-VALUE TO MAU-NEW-VALUE.
           MOVE WS-MAU-OPERATOR TO MAU-OPERATOR.
           MOVE WS-MAU-APPROVER TO MAU-APPROVER.
           MOVE WS-BST-TS-BUILT TO MAU-TIMESTAMP.
           MOVE WS-MAU-REASON TO MAU-REASON.
           WRITE MAINT-AUDIT-REC.
           IF MAINT-AUDIT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING MAINT AUDIT QUEUE: '
                       MAINT-AUDIT-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.
           ADD 1 TO WS-MAU-FIELDS-QUEUED.

      **********************************************
      * CLOSE ALL FILES AND CHECK STATUS
      **********************************************
                       AUDIT-STATUS
           END-IF.

           CLOSE MAINT-AUDIT-QUEUE.
           IF MAINT-AUDIT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING MAINT AUDIT QUEUE: '
                       MAINT-AUDIT-STATUS
           END-IF.

      **********************************************
      * APPENDS ONE RECORD TO THE CONSOLIDATED END-OF-NIGHT BATCH
      * STATUS LOG AND CLOSES IT. STATUS-LOG ITSELF WAS ALREADY
           MOVE TOTAL-CLOSES TO TOTAL-CLOSES-DISP.
           MOVE TOTAL-PARKED TO TOTAL-PARKED-DISP.
           MOVE TOTAL-REJECTS TO TOTAL-REJECTS-DISP.
           MOVE TOTAL-PRODUCT-DEFAULTS TO TOTAL-PRODUCT-DEFAULTS-DISP.

           DISPLAY '========================================'.
           DISPLAY 'CARD MASTER MAINTENANCE SUMMARY'.
           DISPLAY 'CLOSES APPLIED:     ' TOTAL-CLOSES-DISP.
           DISPLAY 'PARKED FOR CHECK:   ' TOTAL-PARKED-DISP.
           DISPLAY 'REJECTED:           ' TOTAL-REJECTS-DISP.
           DISPLAY 'PRODUCT DEFAULTS:   ' TOTAL-PRODUCT-DEFAULTS-DISP.
           DISPLAY '========================================'.
      **********************************************
      * CAPTURES THE RUN-START TIMESTAMP FOR THE BATSTAT RECORD.
