      *               SUBMITTER PRESENT, AND THE CARD MUST EXIST ON    *
      *               THE CARD MASTER (A HOT-LISTING FOR A NUMBER WE   *
      *               NEVER ISSUED IS A KEYING ERROR). A CARD ALREADY  *
      *               ON THE HOT FILE IS REJECTED. AN APPLIED ADD      *
      *               QUEUES A HOTCARD EVENT ON NTFYDD SO THE          *
      *               CARDHOLDER IS TOLD THE CARD IS STOPPED.          *
      *   'R' REMOVE: CARD MUST BE ON THE HOT FILE; THE ENTRY IS       *
      *               DELETED.                                         *
      *   ANY OTHER ACTION CODE IS REJECTED.                           *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/09/02                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/10/15 - CARD-MASTER-REC PICKED UP CARD-CREDIT-LIMIT (SEE  *
      *              VSMJOB11) SO THIS COPY OF THE LAYOUT STAYS IN     *
      *              SYNC WITH THE PHYSICAL RECORD.                    *
      * 2026/10/15 - AN APPLIED HOT-CARD ADD NOW QUEUES A HOTCARD      *
      *              EVENT ON THE SHARED CARDHOLDER NOTIFICATION QUEUE *
      *              (NTFYDD) FOR NTFEXT11.                            *
      * 2026/10/15 - EVERY AUDIT LINE IS ALSO QUEUED ON THE            *
      *              CONSOLIDATED MAINTENANCE AUDIT QUEUE (MAUDDD,     *
      *              COPYBOOK MNTAUDT) FOR AUDCON46, WITH THE          *
      *              SUBMITTER ('SYSTEM' FOR PURGES) AS OPERATOR. AN   *
      *              APPLIED ADD CARRIES THE HOT-LISTING REASON AS ITS *
      *              NEW VALUE.                                        *
      * 2026/10/15 - SYSOUT SHOWS THE CARD NUMBER MASKED (CRDMSK11:    *
      *              FIRST SIX AND LAST FOUR DIGITS).                  *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  HMNTDD (CARD.HOT.FEED) - ADD/REMOVE FEED (PS, 80 B)    *
      * INPUT:  VSAMDD (CARD.MASTER) - CARD MASTER FILE (KSDS)         *
      * I/O:    HOTDD (CARD.HOT.FILE) - HOT-CARD KSDS                  *
      * OUTPUT: AUDTDD (CARD.HOT.AUDIT) - AUDIT OF EVERY CHANGE        *
      *         APPLIED OR REJECTED (PS, 80 B)                         *
      * OUTPUT: NTFYDD (CARD.NOTIFY.QUEUE) - CARDHOLDER NOTIFICATION   *
      *         EVENTS FOR NTFEXT11 (PS, 80 B, APPENDED)               *
      * OUTPUT: MAUDDD (MAINT.AUDIT.QUEUE) - CONSOLIDATED MAINTENANCE  *
      *         AUDIT QUEUE FOR AUDCON46 (PS, 160 B, APPENDED)         *
      ******************************************************************

       IDENTIFICATION DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.

           SELECT NOTIFY-QUEUE-FILE ASSIGN TO NTFYDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NOTIFY-QUEUE-STATUS.

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

       FD HOT-FEED-FILE RECORDING MODE IS F.
       01 HOT-FEED-REC.
          05 AUD-SUBMITTER PIC X(8).
          05 FILLER PIC X(18).

      * CARDHOLDER NOTIFICATION QUEUE, SHARED WITH THE OTHER CARD
      * JOBS AND READ DAILY BY NTFEXT11 (SEE COPYBOOK NTFYEVT).
       FD NOTIFY-QUEUE-FILE RECORDING MODE IS F.
       01 NOTIFY-QUEUE-REC.
           COPY NTFYEVT.

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
          05 HOT-CARD-STATUS PIC X(2).
          05 HOT-FEED-STATUS PIC X(2).
          05 REISSUE-XREF-STATUS PIC X(2).
          05 AUDIT-STATUS PIC X(2).
          05 NOTIFY-QUEUE-STATUS PIC X(2).
          05 MAINT-AUDIT-STATUS PIC X(2).
          05 STATUS-LOG-STATUS PIC X(2).

      * CONTROL FLAGS
      * HELD SEPARATELY SO THE MASTER READ CANNOT DISTURB IT.
       01 WS-PURGE-CARD-NUM PIC 9(16).

      * RUN DATE STAMPED ON NOTIFICATION EVENTS
       01 WS-RUN-DATE PIC X(8).

      * OLD CARD NUMBERS FROM THE REISSUE XREF, LOADED AT START AND
      * KEPT SORTED SO THE PURGE PASS CAN BINARY-SEARCH WHETHER A
      * HOT-LISTED CARD HAS BEEN REPLACED.
             10 XR-OLD-CARD PIC 9(16).
       01 WS-XREF-SUB PIC 9(5) COMP VALUE 0.

      * CONSOLIDATED MAINTENANCE AUDIT WORK AREA. THE HOT ENTRY
      * HAS ONE MAINTAINABLE FIELD, THE REASON, SO NO BEFORE- AND
      * AFTER-IMAGES ARE NEEDED: AN ADD SETS IT, A REMOVE OR PURGE
      * DELETES THE WHOLE ENTRY.
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

      * STATISTICS COUNTERS
       01 WS-COUNTERS.
          05 TOTAL-FEED-RECORDS PIC 9(5) VALUE 0.
          05 TOTAL-REJECTS PIC 9(5) VALUE 0.
          05 TOTAL-PURGED-CLOSED PIC 9(5) VALUE 0.
          05 TOTAL-PURGED-REPLACED PIC 9(5) VALUE 0.
          05 TOTAL-NOTIFY-EVENTS PIC 9(5) VALUE 0.

      * DISPLAY-FORMATTED COUNTERS
       01 WS-DISP-COUNTERS.
          05 TOTAL-REJECTS-DISP PIC Z(4)9.
          05 TOTAL-PURGED-CLOSED-DISP PIC Z(4)9.
          05 TOTAL-PURGED-REPLACED-DISP PIC Z(4)9.
          05 TOTAL-NOTIFY-EVENTS-DISP PIC Z(4)9.

      **********************************************
      * OPENS FILES, LOADS THE XREF, APPLIES THE FEED, RUNS THE
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM SET-BST-START-TS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM OPEN-STATUS-LOG.
           PERFORM LOAD-REISSUE-XREF.
           PERFORM OPEN-ALL-FILES.
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN EXTEND NOTIFY-QUEUE-FILE.
           IF NOTIFY-QUEUE-STATUS = '05' OR NOTIFY-QUEUE-STATUS = '35'
              OPEN OUTPUT NOTIFY-QUEUE-FILE
           END-IF.
           IF NOTIFY-QUEUE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING NOTIFICATION QUEUE: '
                       NOTIFY-QUEUE-STATUS
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
      * READS THE ADD/REMOVE FEED UNTIL EOF AND DISPATCHES EACH
      * RECORD BY ACTION CODE.
                        WHEN '00'
                          ADD 1 TO TOTAL-ADDS
                          PERFORM WRITE-AUDIT-APPLIED
                          MOVE SPACES TO NOTIFY-QUEUE-REC
                          MOVE CARD-NUMBER TO NTF-CARD-NUMBER
                          SET NTF-CARD-HOT TO TRUE
                          MOVE 0 TO NTF-AMOUNT
                          MOVE CARD-CURRENCY TO NTF-CURRENCY
                          MOVE HMT-REASON TO NTF-REFERENCE
                          PERFORM WRITE-NOTIFY-EVENT
                        WHEN '22'
                          MOVE 'ALREADY ON HOT FILE'
                               TO WS-REJECT-REASON
                        WHEN OTHER
                          DISPLAY 'ERROR WRITING HOT CARD FILE: '
                                   HOT-CARD-STATUS
                          MOVE 'M' TO CM-FUNCTION
                          MOVE HMT-CARD-NUMBER TO CM-CARD-NUMBER
                          CALL 'CRDMSK11' USING WS-CARDMSK-REQUEST
                          END-CALL
                          DISPLAY 'CARD NUMBER: ' CM-MASKED-NUMBER
                          PERFORM ABEND-WITH-STATUS
                    END-EVALUATE
                  WHEN '23'
                  WHEN OTHER
                    DISPLAY 'ERROR READING CARD MASTER: '
                             CARD-FILE-STATUS
                    MOVE 'M' TO CM-FUNCTION
                    MOVE HMT-CARD-NUMBER TO CM-CARD-NUMBER
                    CALL 'CRDMSK11' USING WS-CARDMSK-REQUEST END-CALL
                    DISPLAY 'CARD NUMBER: ' CM-MASKED-NUMBER
                    PERFORM ABEND-WITH-STATUS
              END-EVALUATE
           END-IF.
               WHEN OTHER
                 DISPLAY 'ERROR DELETING FROM HOT CARD FILE: '
                          HOT-CARD-STATUS
                 MOVE 'M' TO CM-FUNCTION
                 MOVE HMT-CARD-NUMBER TO CM-CARD-NUMBER
                 CALL 'CRDMSK11' USING WS-CARDMSK-REQUEST END-CALL
                 DISPLAY 'CARD NUMBER: ' CM-MASKED-NUMBER
                 PERFORM ABEND-WITH-STATUS
           END-EVALUATE.

                  WHEN OTHER
                    DISPLAY 'ERROR READING CARD MASTER: '
                             CARD-FILE-STATUS
                    MOVE 'M' TO CM-FUNCTION
                    MOVE WS-PURGE-CARD-NUM TO CM-CARD-NUMBER
                    CALL 'CRDMSK11' USING WS-CARDMSK-REQUEST END-CALL
                    DISPLAY 'CARD NUMBER: ' CM-MASKED-NUMBER
                    PERFORM ABEND-WITH-STATUS
              END-EVALUATE
           END-IF.
           IF HOT-CARD-STATUS NOT = '00'
              DISPLAY 'ERROR DELETING FROM HOT CARD FILE: '
                       HOT-CARD-STATUS
              MOVE 'M' TO CM-FUNCTION
              MOVE WS-PURGE-CARD-NUM TO CM-CARD-NUMBER
              CALL 'CRDMSK11' USING WS-CARDMSK-REQUEST END-CALL
              DISPLAY 'CARD NUMBER: ' CM-MASKED-NUMBER
              PERFORM ABEND-WITH-STATUS
           END-IF.

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
      * OPERATOR. AN APPLIED ADD IS QUEUED AS A CHANGE TO THE
      * REASON FIELD (BLANK TO THE HOT-LISTING REASON); A REMOVE,
      * PURGE OR REJECT IS ONE RECORD WITH NO FIELD.
      **********************************************
       QUEUE-MAINT-AUDIT.
           MOVE AUD-ACTION TO WS-MAU-ACTION.
           MOVE AUD-CARD-NUMBER TO WS-MAU-KEY.
           MOVE AUD-RESULT TO WS-MAU-RESULT.
           MOVE AUD-REASON TO WS-MAU-REASON.
           MOVE AUD-SUBMITTER TO WS-MAU-OPERATOR.
           MOVE SPACES TO WS-MAU-APPROVER.
           PERFORM GET-BST-TIMESTAMP.
           MOVE 0 TO WS-MAU-FIELDS-QUEUED.
           IF AUD-RESULT = 'APPLIED' AND AUD-ACTION = 'A'
              MOVE 'REASON' TO WS-MAU-FIELD
              MOVE SPACES TO WS-MAU-OLD-VALUE
              MOVE AUD-REASON TO WS-MAU-NEW-VALUE
              PERFORM WRITE-MAINT-AUDIT-QUEUE
           END-IF.
           IF WS-MAU-FIELDS-QUEUED = 0
              MOVE SPACES TO WS-MAU-FIELD
              MOVE SPACES TO WS-MAU-OLD-VALUE
              MOVE SPACES TO WS-MAU-NEW-VALUE
              PERFORM WRITE-MAINT-AUDIT-QUEUE
           END-IF.

      **********************************************
      * WRITES ONE CONSOLIDATED AUDIT RECORD FROM THE WORK AREA
      * AND COUNTS IT.
      **********************************************
       WRITE-MAINT-AUDIT-QUEUE.
           MOVE SPACES TO MAINT-AUDIT-REC.
           MOVE 'HOTMNT11' TO MAU-SYSTEM.
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
      * STAMPS AND APPENDS THE NOTIFICATION EVENT BUILT BY THE
      * CALLER (CARD, EVENT TYPE, AMOUNT, CURRENCY, REFERENCE)
      * TO THE SHARED QUEUE FOR NTFEXT11.
      **********************************************
       WRITE-NOTIFY-EVENT.
           MOVE WS-RUN-DATE TO NTF-EVENT-DATE.
           MOVE 'HOTMNT11' TO NTF-SOURCE-JOB.
           WRITE NOTIFY-QUEUE-REC.
           IF NOTIFY-QUEUE-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING NOTIFICATION QUEUE: '
                       NOTIFY-QUEUE-STATUS
              MOVE 'M' TO CM-FUNCTION
              MOVE NTF-CARD-NUMBER TO CM-CARD-NUMBER
              CALL 'CRDMSK11' USING WS-CARDMSK-REQUEST END-CALL
              DISPLAY 'CARD NUMBER: ' CM-MASKED-NUMBER
              PERFORM ABEND-WITH-STATUS
           END-IF.
           ADD 1 TO TOTAL-NOTIFY-EVENTS.

      **********************************************
      * CLOSE ALL FILES AND CHECK STATUS
      **********************************************
                       AUDIT-STATUS
           END-IF.

           CLOSE NOTIFY-QUEUE-FILE.
           IF NOTIFY-QUEUE-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING NOTIFICATION QUEUE: '
                       NOTIFY-QUEUE-STATUS
           END-IF.

           CLOSE MAINT-AUDIT-QUEUE.
           IF MAINT-AUDIT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING MAINT AUDIT QUEUE: '
                       MAINT-AUDIT-STATUS
           END-IF.

      **********************************************
      * APPENDS ONE RECORD TO THE CONSOLIDATED END-OF-NIGHT BATCH
      * STATUS LOG AND CLOSES IT. STATUS-LOG ITSELF WAS ALREADY
           MOVE TOTAL-REJECTS TO TOTAL-REJECTS-DISP.
           MOVE TOTAL-PURGED-CLOSED TO TOTAL-PURGED-CLOSED-DISP.
           MOVE TOTAL-PURGED-REPLACED TO TOTAL-PURGED-REPLACED-DISP.
           MOVE TOTAL-NOTIFY-EVENTS TO TOTAL-NOTIFY-EVENTS-DISP.

           DISPLAY '========================================'.
           DISPLAY 'HOT-CARD FILE MAINTENANCE SUMMARY'.
           DISPLAY 'REJECTED:           ' TOTAL-REJECTS-DISP.
           DISPLAY 'PURGED (CLOSED):    ' TOTAL-PURGED-CLOSED-DISP.
           DISPLAY 'PURGED (REPLACED):  ' TOTAL-PURGED-REPLACED-DISP.
           DISPLAY 'NOTICES QUEUED:     ' TOTAL-NOTIFY-EVENTS-DISP.
           DISPLAY '========================================'.
      **********************************************
      * CAPTURES THE RUN-START TIMESTAMP FOR THE BATSTAT RECORD.
