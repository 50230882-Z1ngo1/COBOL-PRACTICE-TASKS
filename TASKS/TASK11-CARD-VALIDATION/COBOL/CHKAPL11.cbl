      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/09/02                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/10/15 - CARD-MASTER-REC PICKED UP CARD-CREDIT-LIMIT (SEE  *
      *              VSMJOB11), AND PARKED ADDS AND UPDATES NOW APPLY  *
      *              THE CREDIT LINE CRDMNT11 PARKS IN                 *
      *              PND-CREDIT-LIMIT.                                 *
      * 2026/10/15 - EVERY AUDIT LINE IS ALSO QUEUED ON THE            *
      *              CONSOLIDATED MAINTENANCE AUDIT QUEUE (MAUDDD,     *
      *              COPYBOOK MNTAUDT) FOR AUDCON46, WITH THE MAKER AS *
      *              OPERATOR AND THE CHECKER AS APPROVER: ONE RECORD  *
      *              PER CARD FIELD AN APPROVED CHANGE MOVED.          *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  PENDCDD (CARD.PENDING.CHANGES) - PARKED CHANGES        *
      * INPUT:  APVDD (CARD.CHECK.APPROVALS) - CHECKER DECISIONS       *
      * I/O:    VSAMDD (CARD.MASTER) - CARD MASTER FILE (KSDS)         *
      * OUTPUT: NEWPCDD (CARD.PENDING.NEW) - STILL-PENDING CARRY       *
      * OUTPUT: AUDTDD (CARD.CHECK.AUDIT) - MAKER/CHECKER AUDIT        *
      * OUTPUT: MAUDDD (MAINT.AUDIT.QUEUE) - CONSOLIDATED MAINTENANCE  *
      *         AUDIT QUEUE FOR AUDCON46 (PS, 160 B, APPENDED)         *
      * OUTPUT: STATLOG - SHARED STATUS LOG                            *
      ******************************************************************

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

      * SAME LAYOUT CRDMNT11 PARKS: SUBMITTER, PARK DATE, THE
      * FEED RECORD'S ACTION-THROUGH-CURRENCY BYTES VERBATIM, AND
      * THE FEED RECORD'S CREDIT LINE.
       FD PENDING-CHANGE-FILE RECORDING MODE IS F.
       01 PENDING-CHANGE-REC.
          05 PND-SUBMITTER PIC X(8).
             10 PND-STATUS PIC X(1).
             10 PND-DAILY-LIMIT PIC X(7).
             10 PND-CURRENCY PIC X(3).
          05 PND-CREDIT-LIMIT PIC X(9).
          05 FILLER PIC X(1).

       FD APPROVAL-FEED-FILE RECORDING MODE IS F.
       01 APPROVAL-FEED-REC.
          05 AUD-REASON PIC X(25).
          05 FILLER PIC X(9).

      * CONSOLIDATED MAINTENANCE AUDIT QUEUE, SHARED WITH THE OTHER
      * MAINTENANCE JOBS AND MOVED TO THE AUDIT HISTORY DAILY BY
      * AUDCON46 (SEE COPYBOOK MNTAUDT).
       FD MAINT-AUDIT-QUEUE RECORDING MODE IS F.
       01 MAINT-AUDIT-REC.
           COPY MNTAUDT.

       FD STATUS-LOG RECORDING MODE IS F.
       01 STATUS-LOG-REC.
           COPY BATSTAT.
          05 APPROVAL-FEED-STATUS PIC X(2).
          05 NEW-PENDING-STATUS PIC X(2).
          05 AUDIT-STATUS PIC X(2).
          05 MAINT-AUDIT-STATUS PIC X(2).
          05 STATUS-LOG-STATUS PIC X(2).

      * CONTROL FLAGS
      * PARK-TIME EDITS HAVE ALREADY PASSED IN CRDMNT11.
       01 WS-PND-CARD-NUM PIC 9(16).
       01 WS-PND-LIMIT-NUM PIC 9(5)V99.
       01 WS-PND-CREDIT-NUM PIC 9(7)V99.

      * CONSOLIDATED MAINTENANCE AUDIT WORK AREAS. THE
      * BEFORE-IMAGE IS THE CARD MASTER RECORD AS READ BEFORE AN
      * APPROVED UPDATE OR CLOSE, SPACES FOR AN ADD; THE
      * AFTER-IMAGE IS THE SAME BYTES ONCE THE CHANGE IS APPLIED.
      * BOTH ARE ALL-TEXT VIEWS SO A CHANGED NUMERIC FIELD IS
      * QUEUED AS THE DIGITS THE MASTER HOLDS.
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
      * LOADS THE CHECKER DECISIONS.
      **********************************************
      * ONE PARKED CHANGE: FIND ITS DECISION AND DISPOSE OF IT.
      **********************************************
       WORK-ONE-CHANGE.
           MOVE SPACES TO WS-MAU-BEFORE.
           PERFORM FIND-DECISION.
           EVALUATE TRUE
               WHEN NOT DECISION-FOUND
           MOVE PND-DAILY-LIMIT TO WS-PND-LIMIT-NUM(1:7).
           MOVE WS-PND-LIMIT-NUM TO CARD-DAILY-LIMIT.
           MOVE PND-CURRENCY TO CARD-CURRENCY.
           MOVE PND-CREDIT-LIMIT TO WS-PND-CREDIT-NUM(1:9).
           MOVE WS-PND-CREDIT-NUM TO CARD-CREDIT-LIMIT.
           WRITE CARD-MASTER-REC
           EVALUATE CARD-FILE-STATUS
               WHEN '00'
           READ CARD-MASTER-FILE
           EVALUATE CARD-FILE-STATUS
               WHEN '00'
                 MOVE CARD-MASTER-REC TO WS-MAU-BEFORE
                 IF PND-OWNER-NAME NOT = SPACES
                    MOVE PND-OWNER-NAME TO CARD-OWNER-NAME
                 END-IF
                 IF PND-CURRENCY NOT = SPACES
                    MOVE PND-CURRENCY TO CARD-CURRENCY
                 END-IF
                 IF PND-CREDIT-LIMIT NOT = SPACES
                    MOVE PND-CREDIT-LIMIT TO WS-PND-CREDIT-NUM(1:9)
                    MOVE WS-PND-CREDIT-NUM TO CARD-CREDIT-LIMIT
                 END-IF
                 REWRITE CARD-MASTER-REC
                 IF CARD-FILE-STATUS = '00'
                    ADD 1 TO CHANGES-APPLIED
           READ CARD-MASTER-FILE
           EVALUATE CARD-FILE-STATUS
               WHEN '00'
                 MOVE CARD-MASTER-REC TO WS-MAU-BEFORE
                 MOVE 'C' TO CARD-STATUS
                 REWRITE CARD-MASTER-REC
                 IF CARD-FILE-STATUS = '00'
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
      * CONSOLIDATED MAINTENANCE AUDIT QUEUE, MAKER AS OPERATOR
      * AND CHECKER AS APPROVER. AN APPLIED CHANGE GOES FIELD BY
      * FIELD - ONE RECORD FOR EACH CARD FIELD WHOSE VALUE NOW
      * DIFFERS FROM THE BEFORE-IMAGE; A REJECTED OR REFUSED ONE
      * IS A SINGLE RECORD WITH THE REASON.
      **********************************************
       QUEUE-MAINT-AUDIT.
           MOVE AUD-ACTION TO WS-MAU-ACTION.
           MOVE AUD-CARD-NUMBER TO WS-MAU-KEY.
           MOVE AUD-RESULT TO WS-MAU-RESULT.
           MOVE AUD-REASON TO WS-MAU-REASON.
           MOVE AUD-MAKER TO WS-MAU-OPERATOR.
           MOVE AUD-CHECKER TO WS-MAU-APPROVER.
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
      * ONE QUEUE RECORD PER CARD FIELD THE CHANGE MOVED, NAMED
      * AS CRDMNT11 NAMES THEM. THE CARD NUMBER IS THE KEY AND
      * NEVER CHANGES.
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
           MOVE 'CHKAPL11' TO MAU-SYSTEM.
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
