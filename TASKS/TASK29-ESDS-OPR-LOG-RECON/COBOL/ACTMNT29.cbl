      *     'A' ADD    - EVERY FIELD REQUIRED AND EDITED (NAME,        *
      *        STATUS 'A', LIMIT NUMERIC). A NEW ACCOUNT ALWAYS       *
      *        OPENS ACTIVE. THE WRITE CATCHES A DUPLICATE KEY.       *
      *        ACCOUNT TYPE IS CK (CURRENT - THE DEFAULT WHEN THE     *
      *        FEED LEAVES IT BLANK), SV (SAVINGS) OR MM (MONEY       *
      *        MARKET); IT PICKS THE INTACR29 CREDIT-INTEREST RATES.  *
      *     'U' UPDATE - THE ACCOUNT MUST EXIST. NON-BLANK FEED       *
      *        FIELDS REPLACE MASTER FIELDS AFTER THE SAME EDITS;     *
      *        BLANK FIELDS ARE LEFT ALONE. STATUS TRANSITIONS ARE    *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/09/02                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/10/15 - ADDED MNT-SUBMITTER (FORMER FILLER BYTES), THE ID *
      *              OF WHOEVER KEYED THE CHANGE. EVERY AUDIT LINE IS  *
      *              ALSO QUEUED ON THE CONSOLIDATED MAINTENANCE AUDIT *
      *              QUEUE (MAUDDD, COPYBOOK MNTAUDT) FOR AUDCON46,    *
      *              WITH THE SUBMITTER AS OPERATOR AND THE APPROVAL   *
      *              CODE AS APPROVER: ONE RECORD PER ACCOUNT FIELD AN *
      *              APPLIED ACTION CHANGED.                           *
      *                                                                *
      * FILES:                                                         *
      * I/O:    ACCTDD (ACCT.MASTER) - VSAM KSDS ACCOUNT MASTER        *
      * INPUT:  MNTDD (ACCT.MAINT.FEED) - MAINTENANCE FEED             *
      * OUTPUT: AUDTDD (ACCT.MAINT.AUDIT) - AUDIT OF EVERY CHANGE      *
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
          05 ACCT-CUST-NAME PIC X(25).
          05 ACCT-STATUS PIC X(1).
          05 ACCT-LIMIT PIC 9(7)V99.
          05 ACCT-TYPE PIC X(2).
          05 FILLER PIC X(37).

       FD MAINT-FEED-FILE RECORDING MODE IS F.
       01 MAINT-FEED-REC.
          05 MNT-STATUS PIC X(1).
          05 MNT-LIMIT PIC X(9).
          05 MNT-APPROVAL PIC X(8).
          05 MNT-ACCT-TYPE PIC X(2).
             88 MNT-TYPE-VALID VALUE 'CK' 'SV' 'MM'.
          05 MNT-SUBMITTER PIC X(8).
          05 FILLER PIC X(20).

       FD AUDIT-FILE RECORDING MODE IS F.
       01 AUDIT-REC.
          05 AUD-APPROVAL PIC X(8).
          05 FILLER PIC X(28).

      * CONSOLIDATED MAINTENANCE AUDIT QUEUE, SHARED WITH THE OTHER
      * MAINTENANCE JOBS AND MOVED TO THE AUDIT HISTORY DAILY BY
      * AUDCON46 (SEE COPYBOOK MNTAUDT).
       FD MAINT-AUDIT-QUEUE RECORDING MODE IS F.
       01 MAINT-AUDIT-REC.
           COPY MNTAUDT.

       FD STATUS-LOG RECORDING MODE IS F.
       01 STATUS-LOG-REC.
           COPY BATSTAT.
          05 ACCT-MASTER-STATUS PIC X(2).
          05 MAINT-FEED-STATUS PIC X(2).
          05 AUDIT-STATUS PIC X(2).
          05 MAINT-AUDIT-STATUS PIC X(2).
          05 STATUS-LOG-STATUS PIC X(2).

      * CONTROL FLAGS
      * THE NUMERIC EDIT HAS PASSED.
       01 WS-MNT-LIMIT-NUM PIC 9(7)V99.

      * CONSOLIDATED MAINTENANCE AUDIT WORK AREAS. THE
      * BEFORE-IMAGE IS THE ACCOUNT MASTER RECORD AS READ BEFORE
      * AN UPDATE OR CLOSE, SPACES FOR AN ADD; THE AFTER-IMAGE IS
      * THE SAME BYTES ONCE THE CHANGE IS APPLIED. BOTH ARE
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
          05 MAB-ACCT-ID PIC X(6).
          05 MAB-CUST-NAME PIC X(25).
          05 MAB-STATUS PIC X(1).
          05 MAB-LIMIT PIC X(9).
          05 MAB-ACCT-TYPE PIC X(2).
          05 FILLER PIC X(37).
       01 WS-MAU-AFTER.
          05 MAA-ACCT-ID PIC X(6).
          05 MAA-CUST-NAME PIC X(25).
          05 MAA-STATUS PIC X(1).
          05 MAA-LIMIT PIC X(9).
          05 MAA-ACCT-TYPE PIC X(2).
          05 FILLER PIC X(37).

      * STATISTICS COUNTERS
       01 WS-COUNTERS.
          05 TOTAL-FEED-RECORDS PIC 9(5) VALUE 0.
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
      * READS THE MAINTENANCE FEED UNTIL EOF AND DISPATCHES
      * EACH RECORD BY ACTION CODE.
                      ADD 1 TO TOTAL-FEED-RECORDS
                      MOVE SPACES TO WS-REJECT-REASON
                      SET EDIT-OK TO TRUE
                      MOVE SPACES TO WS-MAU-BEFORE
                      PERFORM APPLY-ONE-MAINT-RECORD
                   ELSE
                      DISPLAY 'ERROR READING MAINTENANCE FEED: '
              MOVE MNT-CUST-NAME TO ACCT-CUST-NAME
              MOVE 'A' TO ACCT-STATUS
              MOVE WS-MNT-LIMIT-NUM TO ACCT-LIMIT
              IF MNT-ACCT-TYPE = SPACES
                 MOVE 'CK' TO ACCT-TYPE
              ELSE
                 MOVE MNT-ACCT-TYPE TO ACCT-TYPE
              END-IF
              WRITE ACCT-MASTER-REC
              EVALUATE ACCT-MASTER-STATUS
                  WHEN '00'
           READ ACCT-MASTER
           EVALUATE ACCT-MASTER-STATUS
               WHEN '00'
                 MOVE ACCT-MASTER-REC TO WS-MAU-BEFORE
                 PERFORM EDIT-PRESENT-FIELDS
                 IF EDIT-OK AND MNT-STATUS NOT = SPACE
                    PERFORM CHECK-STATUS-TRANSITION
           READ ACCT-MASTER
           EVALUATE ACCT-MASTER-STATUS
               WHEN '00'
                 MOVE ACCT-MASTER-REC TO WS-MAU-BEFORE
                 IF ACCT-STATUS = 'C'
                    MOVE 'ACCOUNT ALREADY CLOSED' TO WS-REJECT-REASON
                    PERFORM WRITE-AUDIT-REJECT
                 PERFORM EDIT-LIMIT-FIELD
              END-IF
           END-IF.
           IF EDIT-OK AND MNT-ACCT-TYPE NOT = SPACES
              PERFORM EDIT-TYPE-FIELD
           END-IF.

      **********************************************
      * FIELD EDITS FOR AN UPDATE: ONLY THE FIELDS ACTUALLY
           IF MNT-LIMIT NOT = SPACES
              PERFORM EDIT-LIMIT-FIELD
           END-IF.
           IF EDIT-OK AND MNT-ACCT-TYPE NOT = SPACES
              PERFORM EDIT-TYPE-FIELD
           END-IF.
           IF EDIT-OK
              IF MNT-CUST-NAME = SPACES
                 AND MNT-STATUS = SPACE
                 AND MNT-LIMIT = SPACES
                 AND MNT-ACCT-TYPE = SPACES
                 MOVE 'NO FIELDS TO UPDATE' TO WS-REJECT-REASON
                 SET EDIT-FAILED TO TRUE
              END-IF
              MOVE MNT-LIMIT TO WS-MNT-LIMIT-NUM(1:9)
           END-IF.

      **********************************************
      * EDITS MNT-ACCT-TYPE AGAINST THE ACCOUNT TYPES THE RATE
      * TABLE KNOWS.
      **********************************************
       EDIT-TYPE-FIELD.
           IF NOT MNT-TYPE-VALID
              MOVE 'INVALID ACCOUNT TYPE' TO WS-REJECT-REASON
              SET EDIT-FAILED TO TRUE
           END-IF.

      **********************************************
      * MOVES EACH NON-BLANK FEED FIELD OVER THE MATCHING MASTER
      * FIELD FOR AN UPDATE. CALLED ONLY AFTER THE PRESENT-FIELD
           IF MNT-LIMIT NOT = SPACES
              MOVE WS-MNT-LIMIT-NUM TO ACCT-LIMIT
           END-IF.
           IF MNT-ACCT-TYPE NOT = SPACES
              MOVE MNT-ACCT-TYPE TO ACCT-TYPE
           END-IF.

      **********************************************
      * WRITES ONE 'APPLIED' AUDIT LINE FOR THE CURRENT RECORD,
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
      * OPERATOR AND APPROVAL CODE AS APPROVER. AN APPLIED
      * ACTION GOES FIELD BY FIELD - ONE RECORD FOR EACH ACCOUNT
      * FIELD WHOSE VALUE NOW DIFFERS FROM THE BEFORE-IMAGE; A
      * REJECTED ONE IS A SINGLE RECORD WITH THE REASON.
      **********************************************
       QUEUE-MAINT-AUDIT.
           MOVE AUD-ACTION TO WS-MAU-ACTION.
           MOVE AUD-ACCT-ID TO WS-MAU-KEY.
           MOVE AUD-RESULT TO WS-MAU-RESULT.
           MOVE AUD-REASON TO WS-MAU-REASON.
           MOVE MNT-SUBMITTER TO WS-MAU-OPERATOR.
           MOVE AUD-APPROVAL TO WS-MAU-APPROVER.
           PERFORM GET-BST-TIMESTAMP.
           MOVE 0 TO WS-MAU-FIELDS-QUEUED.
           IF AUD-RESULT = 'APPLIED'
              MOVE ACCT-MASTER-REC TO WS-MAU-AFTER
              PERFORM QUEUE-FIELD-CHANGES
           END-IF.
           IF WS-MAU-FIELDS-QUEUED = 0
              MOVE SPACES TO WS-MAU-FIELD
              MOVE SPACES TO WS-MAU-OLD-VALUE
              MOVE SPACES TO WS-MAU-NEW-VALUE
              PERFORM WRITE-MAINT-AUDIT-QUEUE
           END-IF.

      **********************************************
      * ONE QUEUE RECORD PER ACCOUNT FIELD THE ACTION CHANGED.
      * THE ACCOUNT ID IS THE KEY AND NEVER CHANGES.
      **********************************************
       QUEUE-FIELD-CHANGES.
           IF MAB-CUST-NAME NOT = MAA-CUST-NAME
              MOVE 'NAME' TO WS-MAU-FIELD
              MOVE MAB-CUST-NAME TO WS-MAU-OLD-VALUE
              MOVE MAA-CUST-NAME TO WS-MAU-NEW-VALUE
              PERFORM WRITE-MAINT-AUDIT-QUEUE
           END-IF.
           IF MAB-STATUS NOT = MAA-STATUS
              MOVE 'STATUS' TO WS-MAU-FIELD
              MOVE MAB-STATUS TO WS-MAU-OLD-VALUE
              MOVE MAA-STATUS TO WS-MAU-NEW-VALUE
              PERFORM WRITE-MAINT-AUDIT-QUEUE
           END-IF.
           IF MAB-LIMIT NOT = MAA-LIMIT
              MOVE 'LIMIT' TO WS-MAU-FIELD
              MOVE MAB-LIMIT TO WS-MAU-OLD-VALUE
              MOVE MAA-LIMIT TO WS-MAU-NEW-VALUE
              PERFORM WRITE-MAINT-AUDIT-QUEUE
           END-IF.
           IF MAB-ACCT-TYPE NOT = MAA-ACCT-TYPE
              MOVE 'TYPE' TO WS-MAU-FIELD
              MOVE MAB-ACCT-TYPE TO WS-MAU-OLD-VALUE
              MOVE MAA-ACCT-TYPE TO WS-MAU-NEW-VALUE
              PERFORM WRITE-MAINT-AUDIT-QUEUE
           END-IF.

      **********************************************
      * WRITES ONE CONSOLIDATED AUDIT RECORD FROM THE WORK AREA
      * AND COUNTS IT.
      **********************************************
       WRITE-MAINT-AUDIT-QUEUE.
           MOVE SPACES TO MAINT-AUDIT-REC.
           MOVE 'ACTMNT29' TO MAU-SYSTEM.
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
