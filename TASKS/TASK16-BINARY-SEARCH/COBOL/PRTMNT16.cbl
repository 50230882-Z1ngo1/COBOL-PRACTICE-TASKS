      *   'A' ADD:    EVERY FIELD REQUIRED AND NUMERIC (PART ID        *
      *               NONZERO, PRICE, STOCK, BREAK QTY/RATE, UNIT      *
      *               COST). THE WRITE ITSELF CATCHES A PART ALREADY   *
      *               ON THE MASTER. REORDER POINT, REORDER QTY,       *
      *               PREFERRED VENDOR AND LEAD DAYS ARE OPTIONAL      *
      *               (NUMERIC WHEN PRESENT).                          *
      *   'U' UPDATE: PART MUST EXIST. A NON-BLANK FEED FIELD          *
      *               REPLACES THE MASTER FIELD AFTER THE SAME EDIT    *
      *               AN ADD WOULD GET; BLANK LEAVES IT UNCHANGED.     *
      *               SELLABLE OR MIS-COUNTED - REJECTED). THE         *
      *               RECORD IS DELETED FROM THE MASTER.               *
      *   ANY OTHER ACTION CODE IS REJECTED.                           *
      *   STOCK KEYED ON AN ADD, OR A STOCK QUANTITY THAT CHANGES ON   *
      *   AN UPDATE (THE CYCLE COUNT), IS APPENDED TO THE INVENTORY    *
      *   MOVEMENT JOURNAL AS AN ADJUSTMENT FOR THE DIFFERENCE. THE    *
      *   UNIT COST KEYED HERE SEEDS THE PART'S AVERAGE COST, WHICH    *
      *   RECVNG16 THEN MAINTAINS FROM PO PRICES; KEYING IT ON AN      *
      *   UPDATE IS A DELIBERATE REVALUATION.                          *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/09/02                                               *
      *              CHANGES APPLY IN PLACE, THE IN-MEMORY TABLE,    *
      *              THE SORT-ORDER INSERTS AND THE CATODD ROLLOVER  *
      *              ARE GONE.                                       *
      * 2026/10/15 - ADDED REORDER POINT, REORDER QUANTITY, PREFERRED  *
      *              VENDOR AND LEAD DAYS TO THE FEED AND THE CATALOG  *
      *              RECORD, FOR PURORD16'S PURCHASE-ORDER GENERATION. *
      * 2026/10/15 - STOCK KEYED ON AN ADD AND EVERY COUNTED CHANGE TO *
      *              STOCK ON AN UPDATE ARE APPENDED TO THE INVENTORY  *
      *              MOVEMENT JOURNAL (INVMDD) AS ADJUSTMENTS, FOR THE *
      *              MONTH-END VALUATION (INVVAL16).                   *
      * 2026/10/15 - ADDED PMT-SUBMITTER (FORMER FILLER BYTES), THE ID *
      *              OF WHOEVER KEYED THE CHANGE. EVERY AUDIT LINE IS  *
      *              ALSO QUEUED ON THE CONSOLIDATED MAINTENANCE AUDIT *
      *              QUEUE (MAUDDD, COPYBOOK MNTAUDT) FOR AUDCON46:    *
      *              ONE RECORD PER CATALOG FIELD AN ADD OR UPDATE     *
      *              CHANGED.                                          *
      * 2026/10/15 - PARTS.CATALOG.VSAM RECORDS ARE NOW 48 BYTES. RUN  *
      *              PARTMG16 ONCE TO CONVERT THE CLUSTER BEFORE THE   *
      *              FIRST RUN OF THIS VERSION.                        *
      *                                                                *
      * FILES:                                                         *
      * I/O:   PARTVDD (PARTS.CATALOG.VSAM) - PARTS CATALOG MASTER     *
      *        (KSDS, KEY PART-ID)                                     *
      * INPUT:  PMNTDD (PARTS.MAINT.FEED) - MAINTENANCE FEED (PS,80 B) *
      * OUTPUT: AUDTDD (PARTS.MAINT.AUDIT) - AUDIT OF EVERY CHANGE     *
      * OUTPUT: MAUDDD (MAINT.AUDIT.QUEUE) - CONSOLIDATED MAINTENANCE  *
      *         AUDIT QUEUE FOR AUDCON46 (PS, 160 B, APPENDED)         *
      * OUTPUT: INVMDD (PARTS.MOVEMENT.JOURNAL) - INVENTORY MOVEMENT   *
      *         JOURNAL, EXTENDED EACH RUN (PS, 80 B)                  *
      * OUTPUT: STATLOG (BATCH.STATLOG) - BATCH STATUS RECORD          *
      ******************************************************************

              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS AUDIT-STATUS.

           SELECT MAINT-AUDIT-QUEUE ASSIGN TO MAUDDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS MAINT-AUDIT-STATUS.

           SELECT MOVEMENT-JOURNAL-FILE ASSIGN TO INVMDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS MOVEMENT-JOURNAL-STATUS.

           SELECT STATUS-LOG ASSIGN TO STATLOG
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS STATUS-LOG-STATUS.
          05 PART-BREAK-QTY PIC 9(5).
          05 PART-BREAK-PRICE PIC 9(3)V99.
          05 PART-UNIT-COST PIC 9(3)V99.
          05 PART-REORDER-POINT PIC 9(5).
          05 PART-REORDER-QTY PIC 9(5).
          05 PART-VENDOR-ID PIC X(5).
          05 PART-LEAD-DAYS PIC 9(3).

       FD MAINT-FEED-FILE RECORDING MODE IS F.
       01 MAINT-FEED-REC.
          05 PMT-BREAK-QTY PIC X(5).
          05 PMT-BREAK-PRICE PIC X(5).
          05 PMT-UNIT-COST PIC X(5).
          05 PMT-REORDER-POINT PIC X(5).
          05 PMT-REORDER-QTY PIC X(5).
          05 PMT-VENDOR-ID PIC X(5).
          05 PMT-LEAD-DAYS PIC X(3).
          05 PMT-SUBMITTER PIC X(8).
          05 FILLER PIC X(23).

       FD AUDIT-FILE RECORDING MODE IS F.
       01 AUDIT-REC.
          05 AUD-REASON PIC X(25).
          05 FILLER PIC X(38).

       FD MOVEMENT-JOURNAL-FILE RECORDING MODE IS F.
       01 MOVEMENT-JOURNAL-REC.
           COPY INVMOVE.

      * CONSOLIDATED MAINTENANCE AUDIT QUEUE, SHARED WITH THE OTHER
      * MAINTENANCE JOBS AND MOVED TO THE AUDIT HISTORY DAILY BY
      * AUDCON46 (SEE COPYBOOK MNTAUDT).
       FD MAINT-AUDIT-QUEUE RECORDING MODE IS F.
       01 MAINT-AUDIT-REC.
           COPY MNTAUDT.

       FD STATUS-LOG RECORDING MODE IS F.
       01 STATUS-LOG-REC.
           COPY BATSTAT.
          05 CATALOG-STATUS PIC X(2).
          05 MAINT-FEED-STATUS PIC X(2).
          05 AUDIT-STATUS PIC X(2).
          05 MAINT-AUDIT-STATUS PIC X(2).
          05 MOVEMENT-JOURNAL-STATUS PIC X(2).
          05 STATUS-LOG-STATUS PIC X(2).

      * CONTROL FLAGS
       01 WS-PMT-BREAK-QTY-NUM PIC 9(5).
       01 WS-PMT-BREAK-PRC-NUM PIC 9(3)V99.
       01 WS-PMT-COST-NUM PIC 9(3)V99.
       01 WS-PMT-REORDER-PT-NUM PIC 9(5).
       01 WS-PMT-REORDER-QTY-NUM PIC 9(5).
       01 WS-PMT-LEAD-DAYS-NUM PIC 9(3).

      * STOCK ON HAND BEFORE AN UPDATE, SO A COUNTED CHANGE CAN BE
      * JOURNALLED AS THE DIFFERENCE
       01 WS-OLD-STOCK-QTY PIC 9(5).

      * THIS RUN'S PROCESSING DATE (YYYYMMDD), STAMPED ON EACH
      * MOVEMENT JOURNAL RECORD
       01 WS-RUN-DATE PIC X(8).

      * CONSOLIDATED MAINTENANCE AUDIT WORK AREAS. THE
      * BEFORE-IMAGE IS THE CATALOG RECORD AS READ BEFORE AN
      * UPDATE OR DISCONTINUE, SPACES FOR AN ADD; THE AFTER-IMAGE
      * IS THE SAME BYTES ONCE THE CHANGE IS APPLIED. BOTH ARE
      * ALL-TEXT VIEWS SO A CHANGED NUMERIC FIELD IS QUEUED AS THE
      * DIGITS THE MASTER HOLDS.
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
          05 MAB-PART-ID PIC X(5).
          05 MAB-PRICE PIC X(5).
          05 MAB-STOCK-QTY PIC X(5).
          05 MAB-BREAK-QTY PIC X(5).
          05 MAB-BREAK-PRICE PIC X(5).
          05 MAB-UNIT-COST PIC X(5).
          05 MAB-REORDER-POINT PIC X(5).
          05 MAB-REORDER-QTY PIC X(5).
          05 MAB-VENDOR-ID PIC X(5).
          05 MAB-LEAD-DAYS PIC X(3).
       01 WS-MAU-AFTER.
          05 MAA-PART-ID PIC X(5).
          05 MAA-PRICE PIC X(5).
          05 MAA-STOCK-QTY PIC X(5).
          05 MAA-BREAK-QTY PIC X(5).
          05 MAA-BREAK-PRICE PIC X(5).
          05 MAA-UNIT-COST PIC X(5).
          05 MAA-REORDER-POINT PIC X(5).
          05 MAA-REORDER-QTY PIC X(5).
          05 MAA-VENDOR-ID PIC X(5).
          05 MAA-LEAD-DAYS PIC X(3).

      * STATISTICS COUNTERS
       01 WS-COUNTERS.
       MAIN-LOGIC.
           PERFORM SET-BST-START-TS.
           PERFORM OPEN-STATUS-LOG.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM OPEN-ALL-FILES.
           PERFORM APPLY-MAINT-FEED.
           PERFORM CLOSE-ALL-FILES.
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

           OPEN EXTEND MOVEMENT-JOURNAL-FILE.
           IF MOVEMENT-JOURNAL-STATUS = '05'
              OR MOVEMENT-JOURNAL-STATUS = '35'
              OPEN OUTPUT MOVEMENT-JOURNAL-FILE
           END-IF.
           IF MOVEMENT-JOURNAL-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING MOVEMENT JOURNAL: '
                       MOVEMENT-JOURNAL-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * READS THE MAINTENANCE FEED UNTIL EOF AND DISPATCHES EACH
      * RECORD BY ACTION CODE.
                      ADD 1 TO TOTAL-FEED-RECORDS
                      MOVE SPACES TO WS-REJECT-REASON
                      SET EDIT-OK TO TRUE
                      MOVE SPACES TO WS-MAU-BEFORE
                      PERFORM APPLY-ONE-MAINT-RECORD
                   ELSE
                      DISPLAY 'ERROR READING MAINTENANCE FEED: '
           END-IF.

      **********************************************
      * 'A' ADD: EVERY PRICING AND STOCK FIELD REQUIRED AND
      * NUMERIC; THE REPLENISHMENT FIELDS ARE OPTIONAL (BLANK
      * MEANS THE PART IS NOT REORDERED AUTOMATICALLY). THE WRITE
      * ITSELF CATCHES A DUPLICATE KEY.
      **********************************************
       APPLY-ADD.
           PERFORM EDIT-REQUIRED-FIELDS.
           IF EDIT-OK
              PERFORM EDIT-REPLENISH-FIELDS
           END-IF.
           IF EDIT-FAILED
              PERFORM WRITE-AUDIT-REJECT
           ELSE
              MOVE WS-PMT-BREAK-QTY-NUM TO PART-BREAK-QTY
              MOVE WS-PMT-BREAK-PRC-NUM TO PART-BREAK-PRICE
              MOVE WS-PMT-COST-NUM TO PART-UNIT-COST
              MOVE WS-PMT-REORDER-PT-NUM TO PART-REORDER-POINT
              MOVE WS-PMT-REORDER-QTY-NUM TO PART-REORDER-QTY
              MOVE PMT-VENDOR-ID TO PART-VENDOR-ID
              MOVE WS-PMT-LEAD-DAYS-NUM TO PART-LEAD-DAYS
              WRITE CATALOG-REC
              EVALUATE CATALOG-STATUS
                  WHEN '00'
                    ADD 1 TO TOTAL-ADDS
                    PERFORM WRITE-AUDIT-APPLIED
                    IF PART-STOCK-QTY > 0
                       MOVE 0 TO WS-OLD-STOCK-QTY
                       PERFORM WRITE-ADJUST-MOVEMENT
                    END-IF
                  WHEN '22'
                    MOVE 'PART ALREADY ON MASTER' TO WS-REJECT-REASON
                    PERFORM WRITE-AUDIT-REJECT
           READ PARTS-CATALOG-FILE
           EVALUATE CATALOG-STATUS
               WHEN '00'
                 MOVE CATALOG-REC TO WS-MAU-BEFORE
                 PERFORM EDIT-PRESENT-FIELDS
                 IF EDIT-FAILED
                    PERFORM WRITE-AUDIT-REJECT
                 ELSE
                    MOVE PART-STOCK-QTY TO WS-OLD-STOCK-QTY
                    PERFORM MOVE-PRESENT-FIELDS
                    REWRITE CATALOG-REC
                    IF CATALOG-STATUS = '00'
                       ADD 1 TO TOTAL-UPDATES
                       PERFORM WRITE-AUDIT-APPLIED
                       IF PART-STOCK-QTY NOT = WS-OLD-STOCK-QTY
                          PERFORM WRITE-ADJUST-MOVEMENT
                       END-IF
                    ELSE
                       DISPLAY 'ERROR REWRITING PARTS CATALOG '
                               'MASTER: ' CATALOG-STATUS
           READ PARTS-CATALOG-FILE
           EVALUATE CATALOG-STATUS
               WHEN '00'
                 MOVE CATALOG-REC TO WS-MAU-BEFORE
                 IF PART-STOCK-QTY > 0
                    MOVE 'STOCK STILL ON HAND' TO WS-REJECT-REASON
                    PERFORM WRITE-AUDIT-REJECT
                 MOVE PMT-UNIT-COST TO WS-PMT-COST-NUM(1:5)
              END-IF
           END-IF.
           IF EDIT-OK
              PERFORM EDIT-REPLENISH-FIELDS
           END-IF.
           IF EDIT-OK
              IF PMT-PRICE = SPACES
                 AND PMT-STOCK-QTY = SPACES
                 AND PMT-BREAK-QTY = SPACES
                 AND PMT-BREAK-PRICE = SPACES
                 AND PMT-UNIT-COST = SPACES
                 AND PMT-REORDER-POINT = SPACES
                 AND PMT-REORDER-QTY = SPACES
                 AND PMT-VENDOR-ID = SPACES
                 AND PMT-LEAD-DAYS = SPACES
                 MOVE 'NO FIELDS TO UPDATE' TO WS-REJECT-REASON
                 SET EDIT-FAILED TO TRUE
              END-IF
           END-IF.

      **********************************************
      * EDITS THE OPTIONAL REPLENISHMENT FIELDS (REORDER POINT,
      * REORDER QUANTITY, LEAD TIME) FOR AN ADD OR AN UPDATE. A
      * BLANK FIELD EDITS AS ZERO; A PRESENT ONE MUST BE NUMERIC.
      * THE PREFERRED VENDOR IS TAKEN AS KEYED - PURORD16 CALLS
      * OUT A PART WHOSE VENDOR IS NOT ON THE VENDOR MASTER.
      **********************************************
       EDIT-REPLENISH-FIELDS.
           MOVE 0 TO WS-PMT-REORDER-PT-NUM.
           MOVE 0 TO WS-PMT-REORDER-QTY-NUM.
           MOVE 0 TO WS-PMT-LEAD-DAYS-NUM.
           IF PMT-REORDER-POINT NOT = SPACES
              IF PMT-REORDER-POINT NOT NUMERIC
                 MOVE 'REORDER POINT NOT NUMERIC' TO WS-REJECT-REASON
                 SET EDIT-FAILED TO TRUE
              ELSE
                 MOVE PMT-REORDER-POINT TO WS-PMT-REORDER-PT-NUM
              END-IF
           END-IF.
           IF EDIT-OK AND PMT-REORDER-QTY NOT = SPACES
              IF PMT-REORDER-QTY NOT NUMERIC
                 MOVE 'REORDER QTY NOT NUMERIC' TO WS-REJECT-REASON
                 SET EDIT-FAILED TO TRUE
              ELSE
                 MOVE PMT-REORDER-QTY TO WS-PMT-REORDER-QTY-NUM
              END-IF
           END-IF.
           IF EDIT-OK AND PMT-LEAD-DAYS NOT = SPACES
              IF PMT-LEAD-DAYS NOT NUMERIC
                 MOVE 'LEAD DAYS NOT NUMERIC' TO WS-REJECT-REASON
                 SET EDIT-FAILED TO TRUE
              ELSE
                 MOVE PMT-LEAD-DAYS TO WS-PMT-LEAD-DAYS-NUM
              END-IF
           END-IF.

      **********************************************
      * MOVES EACH NON-BLANK FEED FIELD OVER THE MATCHING MASTER
      * FIELD FOR AN UPDATE. CALLED ONLY AFTER THE PRESENT-FIELD
           IF PMT-UNIT-COST NOT = SPACES
              MOVE WS-PMT-COST-NUM TO PART-UNIT-COST
           END-IF.
           IF PMT-REORDER-POINT NOT = SPACES
              MOVE WS-PMT-REORDER-PT-NUM TO PART-REORDER-POINT
           END-IF.
           IF PMT-REORDER-QTY NOT = SPACES
              MOVE WS-PMT-REORDER-QTY-NUM TO PART-REORDER-QTY
           END-IF.
           IF PMT-VENDOR-ID NOT = SPACES
              MOVE PMT-VENDOR-ID TO PART-VENDOR-ID
           END-IF.
           IF PMT-LEAD-DAYS NOT = SPACES
              MOVE WS-PMT-LEAD-DAYS-NUM TO PART-LEAD-DAYS
           END-IF.

      **********************************************
      * APPENDS THE DIFFERENCE BETWEEN THE OLD AND NEW STOCK ON
      * HAND TO THE INVENTORY MOVEMENT JOURNAL AS AN ADJUSTMENT AT
      * THE PART'S (NOW CURRENT) AVERAGE COST.
      **********************************************
       WRITE-ADJUST-MOVEMENT.
           MOVE SPACES TO MOVEMENT-JOURNAL-REC.
           MOVE PART-ID TO MVJ-PART-ID.
           SET MVJ-ADJUSTMENT TO TRUE.
           IF PART-STOCK-QTY > WS-OLD-STOCK-QTY
              COMPUTE MVJ-QTY = PART-STOCK-QTY - WS-OLD-STOCK-QTY
              SET MVJ-STOCK-UP TO TRUE
           ELSE
              COMPUTE MVJ-QTY = WS-OLD-STOCK-QTY - PART-STOCK-QTY
              SET MVJ-STOCK-DOWN TO TRUE
           END-IF.
           MOVE PART-UNIT-COST TO MVJ-UNIT-COST.
           MOVE WS-RUN-DATE TO MVJ-DATE.
           MOVE 'PRTMNT16' TO MVJ-SOURCE-JOB.
           IF PMT-ACTION = 'A'
              MOVE 'NEW PART' TO MVJ-REFERENCE
           ELSE
              MOVE 'STOCK CNT' TO MVJ-REFERENCE
           END-IF.
           WRITE MOVEMENT-JOURNAL-REC.
           IF MOVEMENT-JOURNAL-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING MOVEMENT JOURNAL: '
                       MOVEMENT-JOURNAL-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * WRITES ONE 'APPLIED' AUDIT LINE FOR THE CURRENT RECORD.
      * WRITES WHATEVER LINE IS CURRENTLY IN AUDIT-REC.
      **********************************************
       WRITE-AUDIT-LINE.
           PERFORM QUEUE-MAINT-AUDIT.
           WRITE AUDIT-REC.
           IF AUDIT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING AUDIT FILE: ' AUDIT-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * QUEUES THE AUDIT LINE ABOUT TO BE WRITTEN ON THE
      * CONSOLIDATED MAINTENANCE AUDIT QUEUE, SUBMITTER AS
      * OPERATOR. AN APPLIED ADD OR UPDATE GOES FIELD BY FIELD -
      * ONE RECORD FOR EACH CATALOG FIELD WHOSE VALUE NOW DIFFERS
      * FROM THE BEFORE-IMAGE; A DISCONTINUE OR A REJECT IS A
      * SINGLE RECORD.
      **********************************************
       QUEUE-MAINT-AUDIT.
           MOVE AUD-ACTION TO WS-MAU-ACTION.
           MOVE AUD-PART-ID TO WS-MAU-KEY.
           MOVE AUD-RESULT TO WS-MAU-RESULT.
           MOVE AUD-REASON TO WS-MAU-REASON.
           MOVE PMT-SUBMITTER TO WS-MAU-OPERATOR.
           MOVE SPACES TO WS-MAU-APPROVER.
           PERFORM GET-BST-TIMESTAMP.
           MOVE 0 TO WS-MAU-FIELDS-QUEUED.
           IF AUD-RESULT = 'APPLIED' AND AUD-ACTION NOT = 'D'
              MOVE CATALOG-REC TO WS-MAU-AFTER
              PERFORM QUEUE-FIELD-CHANGES
           END-IF.
           IF WS-MAU-FIELDS-QUEUED = 0
              MOVE SPACES TO WS-MAU-FIELD
              MOVE SPACES TO WS-MAU-OLD-VALUE
              MOVE SPACES TO WS-MAU-NEW-VALUE
              PERFORM WRITE-MAINT-AUDIT-QUEUE
           END-IF.

      **********************************************
      * ONE QUEUE RECORD PER CATALOG FIELD THE ACTION CHANGED.
      * THE PART ID IS THE KEY AND NEVER CHANGES.
      **********************************************
       QUEUE-FIELD-CHANGES.
           IF MAB-PRICE NOT = MAA-PRICE
              MOVE 'PRICE' TO WS-MAU-FIELD
              MOVE MAB-PRICE TO WS-MAU-OLD-VALUE
              MOVE MAA-PRICE TO WS-MAU-NEW-VALUE
              PERFORM WRITE-MAINT-AUDIT-QUEUE
           END-IF.
           IF MAB-STOCK-QTY NOT = MAA-STOCK-QTY
              MOVE 'STOCK' TO WS-MAU-FIELD
              MOVE MAB-STOCK-QTY TO WS-MAU-OLD-VALUE
              MOVE MAA-STOCK-QTY TO WS-MAU-NEW-VALUE
              PERFORM WRITE-MAINT-AUDIT-QUEUE
           END-IF.
           IF MAB-BREAK-QTY NOT = MAA-BREAK-QTY
              MOVE 'BRKQTY' TO WS-MAU-FIELD
              MOVE MAB-BREAK-QTY TO WS-MAU-OLD-VALUE
              MOVE MAA-BREAK-QTY TO WS-MAU-NEW-VALUE
              PERFORM WRITE-MAINT-AUDIT-QUEUE
           END-IF.
           IF MAB-BREAK-PRICE NOT = MAA-BREAK-PRICE
              MOVE 'BRKPRICE' TO WS-MAU-FIELD
              MOVE MAB-BREAK-PRICE TO WS-MAU-OLD-VALUE
              MOVE MAA-BREAK-PRICE TO WS-MAU-NEW-VALUE
              PERFORM WRITE-MAINT-AUDIT-QUEUE
           END-IF.
           IF MAB-UNIT-COST NOT = MAA-UNIT-COST
              MOVE 'COST' TO WS-MAU-FIELD
              MOVE MAB-UNIT-COST TO WS-MAU-OLD-VALUE
              MOVE MAA-UNIT-COST TO WS-MAU-NEW-VALUE
              PERFORM WRITE-MAINT-AUDIT-QUEUE
           END-IF.
           IF MAB-REORDER-POINT NOT = MAA-REORDER-POINT
              MOVE 'REORDPT' TO WS-MAU-FIELD
              MOVE MAB-REORDER-POINT TO WS-MAU-OLD-VALUE
              MOVE MAA-REORDER-POINT TO WS-MAU-NEW-VALUE
              PERFORM WRITE-MAINT-AUDIT-QUEUE
           END-IF.
           IF MAB-REORDER-QTY NOT = MAA-REORDER-QTY
              MOVE 'REORDQTY' TO WS-MAU-FIELD
              MOVE MAB-REORDER-QTY TO WS-MAU-OLD-VALUE
              MOVE MAA-REORDER-QTY TO WS-MAU-NEW-VALUE
              PERFORM WRITE-MAINT-AUDIT-QUEUE
           END-IF.
           IF MAB-VENDOR-ID NOT = MAA-VENDOR-ID
              MOVE 'VENDOR' TO WS-MAU-FIELD
              MOVE MAB-VENDOR-ID TO WS-MAU-OLD-VALUE
              MOVE MAA-VENDOR-ID TO WS-MAU-NEW-VALUE
              PERFORM WRITE-MAINT-AUDIT-QUEUE
           END-IF.
           IF MAB-LEAD-DAYS NOT = MAA-LEAD-DAYS
              MOVE 'LEADDAYS' TO WS-MAU-FIELD
              MOVE MAB-LEAD-DAYS TO WS-MAU-OLD-VALUE
              MOVE MAA-LEAD-DAYS TO WS-MAU-NEW-VALUE
              PERFORM WRITE-MAINT-AUDIT-QUEUE
           END-IF.

      **********************************************
      * WRITES ONE CONSOLIDATED AUDIT RECORD FROM THE WORK AREA
      * AND COUNTS IT.
      **********************************************
       WRITE-MAINT-AUDIT-QUEUE.
           MOVE SPACES TO MAINT-AUDIT-REC.
           MOVE 'PRTMNT16' TO MAU-SYSTEM.
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

           CLOSE MOVEMENT-JOURNAL-FILE.
           IF MOVEMENT-JOURNAL-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING MOVEMENT JOURNAL: '
                       MOVEMENT-JOURNAL-STATUS
           END-IF.

      **********************************************
      * APPENDS ONE RECORD TO THE CONSOLIDATED END-OF-NIGHT BATCH
      * STATUS LOG AND CLOSES IT. STATUS-LOG ITSELF WAS ALREADY
