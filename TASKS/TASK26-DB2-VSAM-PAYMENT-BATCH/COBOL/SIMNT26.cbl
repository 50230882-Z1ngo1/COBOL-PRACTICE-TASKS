      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/09/02                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/10/15 - EVERY AUDIT LINE IS ALSO QUEUED ON THE            *
      *              CONSOLIDATED MAINTENANCE AUDIT QUEUE (MAUDDD,     *
      *              COPYBOOK MNTAUDT) FOR AUDCON46, WITH THE FEED     *
      *              USER ID AS OPERATOR: ONE RECORD PER INSTRUCTION   *
      *              FIELD AN APPLIED ACTION CHANGED.                  *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  SIDD (STANDING.INSTR) - CURRENT INSTRUCTIONS (PS)      *
      * INPUT:  MNTDD (STANDING.INSTR.MAINT) - MAINTENANCE FEED        *
      * INPUT:  VSAMDD (CUSTOMER.MST) - VSAM KSDS CUSTOMER MASTER      *
      * OUTPUT: NEWSIDD (STANDING.INSTR.NEW) - MAINTAINED FILE         *
      * OUTPUT: AUDTDD (STANDING.INSTR.AUDIT) - AUDIT OF EVERY ACTION  *
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
          05 AUD-REASON PIC X(25).
          05 FILLER PIC X(24).

      * CONSOLIDATED MAINTENANCE AUDIT QUEUE, SHARED WITH THE OTHER
      * MAINTENANCE JOBS AND MOVED TO THE AUDIT HISTORY DAILY BY
      * AUDCON46 (SEE COPYBOOK MNTAUDT).
       FD MAINT-AUDIT-QUEUE RECORDING MODE IS F.
       01 MAINT-AUDIT-REC.
           COPY MNTAUDT.

       FD STATUS-LOG RECORDING MODE IS F.
       01 STATUS-LOG-REC.
           COPY BATSTAT.
          05 VSAM-STATUS PIC X(2).
          05 NEW-INSTR-STATUS PIC X(2).
          05 AUDIT-STATUS PIC X(2).
          05 MAINT-AUDIT-STATUS PIC X(2).
          05 STATUS-LOG-STATUS PIC X(2).

      * CONTROL FLAGS
       01 WS-DATE-INT PIC 9(8).
       01 WS-PRIOR-DATE PIC 9(8).

      * CONSOLIDATED MAINTENANCE AUDIT WORK AREAS. THE
      * BEFORE-IMAGE IS THE INSTRUCTION'S TABLE ENTRY AS
      * FIND-INSTRUCTION FOUND IT, SPACES WHEN THERE IS NONE; THE
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
          05 MAB-CUST-ID PIC X(5).
          05 MAB-TYPE PIC X(1).
          05 MAB-DAY-OF-MONTH PIC X(2).
          05 MAB-AMOUNT PIC X(7).
          05 MAB-START-DATE PIC X(8).
          05 MAB-END-DATE PIC X(8).
       01 WS-MAU-AFTER.
          05 MAA-CUST-ID PIC X(5).
          05 MAA-TYPE PIC X(1).
          05 MAA-DAY-OF-MONTH PIC X(2).
          05 MAA-AMOUNT PIC X(7).
          05 MAA-START-DATE PIC X(8).
          05 MAA-END-DATE PIC X(8).

      * STATISTICS COUNTERS
       01 WS-COUNTERS.
          05 FEED-RECORDS-READ PIC 9(5) VALUE 0.
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
      * LOADS THE CURRENT STANDING-INSTRUCTION FILE INTO THE
      * MAINTENANCE TABLE.
      **********************************************
       APPLY-ONE-ACTION.
           SET EDIT-OK TO TRUE.
           MOVE SPACES TO WS-MAU-BEFORE.
           PERFORM RESOLVE-EFFECTIVE-DATE.
           PERFORM EDIT-FEED-RECORD.
           IF EDIT-OK
      **********************************************
      * LOCATES THE FEED RECORD'S INSTRUCTION IN THE TABLE BY
      * CUSTOMER, TYPE AND DAY-OF-MONTH. SI-IDX LANDS PAST
      * WS-SI-COUNT WHEN THERE IS NO MATCH. A MATCH IS ALSO KEPT
      * AS THE CONSOLIDATED AUDIT BEFORE-IMAGE.
      **********************************************
       FIND-INSTRUCTION.
           SET SI-IDX TO 1.
               WHEN ST-CUST-ID(SI-IDX) = SIX-CUST-ID
                    AND ST-TYPE(SI-IDX) = SIX-TYPE
                    AND ST-DAY-OF-MONTH(SI-IDX) = SIX-DAY-OF-MONTH
                 MOVE WS-SI-ENTRY(SI-IDX) TO WS-MAU-BEFORE
           END-SEARCH.

      **********************************************
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
      * CONSOLIDATED MAINTENANCE AUDIT QUEUE, THE FEED USER ID AS
      * OPERATOR. THE KEY IS THE INSTRUCTION'S IDENTITY. AN
      * APPLIED ACTION GOES FIELD BY FIELD - ONE RECORD FOR EACH
      * FIELD OF THE TABLE ENTRY (SI-IDX) THAT NOW DIFFERS FROM
      * THE BEFORE-IMAGE; A REJECTED ONE IS A SINGLE RECORD.
      **********************************************
       QUEUE-MAINT-AUDIT.
           MOVE AUD-ACTION TO WS-MAU-ACTION.
           MOVE SPACES TO WS-MAU-KEY.
           STRING AUD-CUST-ID AUD-TYPE AUD-DAY
                  DELIMITED BY SIZE INTO WS-MAU-KEY.
           MOVE AUD-RESULT TO WS-MAU-RESULT.
           MOVE AUD-REASON TO WS-MAU-REASON.
           MOVE AUD-USER-ID TO WS-MAU-OPERATOR.
           MOVE SPACES TO WS-MAU-APPROVER.
           PERFORM GET-BST-TIMESTAMP.
           MOVE 0 TO WS-MAU-FIELDS-QUEUED.
           IF AUD-RESULT = 'APPLIED'
              MOVE WS-SI-ENTRY(SI-IDX) TO WS-MAU-AFTER
              PERFORM QUEUE-FIELD-CHANGES
           END-IF.
           IF WS-MAU-FIELDS-QUEUED = 0
              MOVE SPACES TO WS-MAU-FIELD
              MOVE SPACES TO WS-MAU-OLD-VALUE
              MOVE SPACES TO WS-MAU-NEW-VALUE
              PERFORM WRITE-MAINT-AUDIT-QUEUE
           END-IF.

      **********************************************
      * ONE QUEUE RECORD PER INSTRUCTION FIELD THE ACTION
      * CHANGED. CUSTOMER, TYPE AND DAY ARE THE KEY.
      **********************************************
       QUEUE-FIELD-CHANGES.
           IF MAB-AMOUNT NOT = MAA-AMOUNT
              MOVE 'AMOUNT' TO WS-MAU-FIELD
              MOVE MAB-AMOUNT TO WS-MAU-OLD-VALUE
              MOVE MAA-AMOUNT TO WS-MAU-NEW-VALUE
              PERFORM WRITE-MAINT-AUDIT-QUEUE
           END-IF.
           IF MAB-START-DATE NOT = MAA-START-DATE
              MOVE 'START' TO WS-MAU-FIELD
              MOVE MAB-START-DATE TO WS-MAU-OLD-VALUE
              MOVE MAA-START-DATE TO WS-MAU-NEW-VALUE
              PERFORM WRITE-MAINT-AUDIT-QUEUE
           END-IF.
           IF MAB-END-DATE NOT = MAA-END-DATE
              MOVE 'END' TO WS-MAU-FIELD
              MOVE MAB-END-DATE TO WS-MAU-OLD-VALUE
              MOVE MAA-END-DATE TO WS-MAU-NEW-VALUE
              PERFORM WRITE-MAINT-AUDIT-QUEUE
           END-IF.

      **********************************************
      * WRITES ONE CONSOLIDATED AUDIT RECORD FROM THE WORK AREA
      * AND COUNTS IT.
      **********************************************
       WRITE-MAINT-AUDIT-QUEUE.
           MOVE SPACES TO MAINT-AUDIT-REC.
           MOVE 'SIMNT26' TO MAU-SYSTEM.
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
