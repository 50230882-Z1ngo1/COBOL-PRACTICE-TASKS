      *     CARD STATUS NOT 'P'            -> REJECTED: THE CARD IS    *
      *       NOT AWAITING ACTIVATION (ALREADY ACTIVE, BLOCKED, OR     *
      *       CLOSED), SO THE CONFIRMATION IS STALE OR WRONG.          *
      *     OTHERWISE: CARD-STATUS -> 'A', REWRITTEN TO THE MASTER,    *
      *       AND AN ACTIVATD EVENT QUEUED ON NTFYDD FOR THE           *
      *       CARDHOLDER.                                              *
      *       THE REISSUE XREF IS THEN SEARCHED FOR THE SUCCESSOR      *
      *       NUMBER; WHEN THE PAIRING EXISTS AND THE PREDECESSOR IS   *
      *       STILL ON THE MASTER AND NOT ALREADY CLOSED, ITS STATUS   *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/09/02                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/10/15 - CARD-MASTER-REC PICKED UP CARD-CREDIT-LIMIT (SEE  *
      *              VSMJOB11) SO THIS COPY OF THE LAYOUT STAYS IN     *
      *              SYNC WITH THE PHYSICAL RECORD.                    *
      * 2026/10/15 - EVERY ACTIVATION NOW QUEUES AN ACTIVATD EVENT ON  *
      *              THE SHARED CARDHOLDER NOTIFICATION QUEUE (NTFYDD) *
      *              FOR NTFEXT11.                                     *
      * 2026/10/15 - SYSOUT SHOWS THE CARD NUMBER MASKED (CRDMSK11:    *
      *              FIRST SIX AND LAST FOUR DIGITS).                  *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  ACTVDD (CARD.ACTIVATE.FEED) - DAILY ACTIVATION         *
      *         CONFIRMATIONS (PS, 80 B)                               *
      * I/O:    VSAMDD (CARD.MASTER) - CARD MASTER FILE (KSDS)         *
      * OUTPUT: AUDTDD (CARD.ACTV.AUDIT) - AUDIT OF EVERY ACTIVATION,  *
      *         PREDECESSOR CLOSE, OR REJECTION (PS, 80 B)             *
      * OUTPUT: NTFYDD (CARD.NOTIFY.QUEUE) - CARDHOLDER NOTIFICATION   *
      *         EVENTS FOR NTFEXT11 (PS, 80 B, APPENDED)               *
      ******************************************************************

       IDENTIFICATION DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.

           SELECT NOTIFY-QUEUE-FILE ASSIGN TO NTFYDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NOTIFY-QUEUE-STATUS.

           SELECT STATUS-LOG ASSIGN TO STATLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STATUS-LOG-STATUS.
          05 CARD-STATUS PIC X(1).
          05 CARD-DAILY-LIMIT PIC 9(5)V99.
          05 CARD-CURRENCY PIC X(3).
          05 CARD-CREDIT-LIMIT PIC 9(7)V99.

       FD ACTIVATION-FEED-FILE RECORDING MODE IS F.
       01 ACTIVATION-FEED-REC.
          05 AUD-REASON PIC X(25).
          05 FILLER PIC X(27).

      * CARDHOLDER NOTIFICATION QUEUE, SHARED WITH THE OTHER CARD
      * JOBS AND READ DAILY BY NTFEXT11 (SEE COPYBOOK NTFYEVT).
       FD NOTIFY-QUEUE-FILE RECORDING MODE IS F.
       01 NOTIFY-QUEUE-REC.
           COPY NTFYEVT.

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
          05 ACTIVATION-FEED-STATUS PIC X(2).
          05 REISSUE-XREF-STATUS PIC X(2).
          05 AUDIT-STATUS PIC X(2).
          05 NOTIFY-QUEUE-STATUS PIC X(2).
          05 STATUS-LOG-STATUS PIC X(2).

      * CONTROL FLAGS
             10 XR-OLD-CARD PIC 9(16).
       01 WS-XREF-SUB PIC 9(5) COMP VALUE 0.

      * RUN DATE STAMPED ON NOTIFICATION EVENTS
       01 WS-RUN-DATE PIC X(8).

      * STATISTICS COUNTERS
       01 WS-COUNTERS.
          05 TOTAL-FEED-RECORDS PIC 9(5) VALUE 0.
          05 TOTAL-ACTIVATED PIC 9(5) VALUE 0.
          05 TOTAL-PRED-CLOSED PIC 9(5) VALUE 0.
          05 TOTAL-REJECTS PIC 9(5) VALUE 0.
          05 TOTAL-NOTIFY-EVENTS PIC 9(5) VALUE 0.

      * DISPLAY-FORMATTED COUNTERS
       01 WS-DISP-COUNTERS.
          05 TOTAL-ACTIVATED-DISP PIC Z(4)9.
          05 TOTAL-PRED-CLOSED-DISP PIC Z(4)9.
          05 TOTAL-REJECTS-DISP PIC Z(4)9.
          05 TOTAL-NOTIFY-EVENTS-DISP PIC Z(4)9.

      **********************************************
      * OPENS FILES, LOADS THE REISSUE XREF, APPLIES THE
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

      **********************************************
      * READS THE ACTIVATION FEED UNTIL EOF AND PROCESSES EACH
      * CONFIRMATION.
                     WHEN OTHER
                       DISPLAY 'ERROR READING CARD MASTER: '
                                CARD-FILE-STATUS
                       MOVE 'M' TO CM-FUNCTION
                       MOVE ACT-CARD-NUMBER TO CM-CARD-NUMBER
                       CALL 'CRDMSK11' USING WS-CARDMSK-REQUEST END-CALL
                       DISPLAY 'CARD NUMBER: ' CM-MASKED-NUMBER
                       PERFORM ABEND-WITH-STATUS
                 END-EVALUATE
              END-IF
              MOVE 'APPLIED' TO AUD-RESULT
              MOVE 'ACTIVATED' TO AUD-REASON
              PERFORM WRITE-AUDIT-LINE
              MOVE SPACES TO NOTIFY-QUEUE-REC
              MOVE CARD-NUMBER TO NTF-CARD-NUMBER
              SET NTF-CARD-ACTIVATED TO TRUE
              MOVE 0 TO NTF-AMOUNT
              MOVE CARD-CURRENCY TO NTF-CURRENCY
              PERFORM WRITE-NOTIFY-EVENT
              PERFORM CLOSE-PREDECESSOR
           ELSE
              DISPLAY 'ERROR REWRITING CARD MASTER: '
                       CARD-FILE-STATUS
              MOVE 'M' TO CM-FUNCTION
              MOVE ACT-CARD-NUMBER TO CM-CARD-NUMBER
              CALL 'CRDMSK11' USING WS-CARDMSK-REQUEST END-CALL
              DISPLAY 'CARD NUMBER: ' CM-MASKED-NUMBER
              PERFORM ABEND-WITH-STATUS
           END-IF.

                       ELSE
                          DISPLAY 'ERROR REWRITING CARD MASTER: '
                                   CARD-FILE-STATUS
                          MOVE 'M' TO CM-FUNCTION
                          MOVE WS-OLD-CARD-NUM TO CM-CARD-NUMBER
                          CALL 'CRDMSK11' USING WS-CARDMSK-REQUEST
                          END-CALL
                          DISPLAY 'CARD NUMBER: ' CM-MASKED-NUMBER
                          PERFORM ABEND-WITH-STATUS
                       END-IF
                    END-IF
                  WHEN OTHER
                    DISPLAY 'ERROR READING CARD MASTER: '
                             CARD-FILE-STATUS
                    MOVE 'M' TO CM-FUNCTION
                    MOVE WS-OLD-CARD-NUM TO CM-CARD-NUMBER
                    CALL 'CRDMSK11' USING WS-CARDMSK-REQUEST END-CALL
                    DISPLAY 'CARD NUMBER: ' CM-MASKED-NUMBER
                    PERFORM ABEND-WITH-STATUS
              END-EVALUATE
           END-IF.
           WRITE AUDIT-REC.
           IF AUDIT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING AUDIT FILE: ' AUDIT-STATUS
              MOVE 'M' TO CM-FUNCTION
              MOVE ACT-CARD-NUMBER TO CM-CARD-NUMBER
              CALL 'CRDMSK11' USING WS-CARDMSK-REQUEST END-CALL
              DISPLAY 'CARD NUMBER: ' CM-MASKED-NUMBER
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * STAMPS AND APPENDS THE NOTIFICATION EVENT BUILT BY THE
      * CALLER (CARD, EVENT TYPE, AMOUNT, CURRENCY, REFERENCE)
      * TO THE SHARED QUEUE FOR NTFEXT11.
      **********************************************
       WRITE-NOTIFY-EVENT.
           MOVE WS-RUN-DATE TO NTF-EVENT-DATE.
           MOVE 'CRDACT11' TO NTF-SOURCE-JOB.
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
                       AUDIT-STATUS
           END-IF.

           CLOSE NOTIFY-QUEUE-FILE.
           IF NOTIFY-QUEUE-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING NOTIFICATION QUEUE: '
                       NOTIFY-QUEUE-STATUS
           END-IF.

      **********************************************
      * APPENDS ONE RECORD TO THE CONSOLIDATED END-OF-NIGHT BATCH
      * STATUS LOG AND CLOSES IT. STATUS-LOG ITSELF WAS ALREADY
           MOVE TOTAL-ACTIVATED TO TOTAL-ACTIVATED-DISP.
           MOVE TOTAL-PRED-CLOSED TO TOTAL-PRED-CLOSED-DISP.
           MOVE TOTAL-REJECTS TO TOTAL-REJECTS-DISP.
           MOVE TOTAL-NOTIFY-EVENTS TO TOTAL-NOTIFY-EVENTS-DISP.

           DISPLAY '========================================'.
           DISPLAY 'CARD ACTIVATION SUMMARY'.
           DISPLAY 'CARDS ACTIVATED:    ' TOTAL-ACTIVATED-DISP.
           DISPLAY 'PREDECESSORS CLOSED:' TOTAL-PRED-CLOSED-DISP.
           DISPLAY 'REJECTED:           ' TOTAL-REJECTS-DISP.
           DISPLAY 'NOTICES QUEUED:     ' TOTAL-NOTIFY-EVENTS-DISP.
           DISPLAY '========================================'.
      **********************************************
      * CAPTURES THE RUN-START TIMESTAMP FOR THE BATSTAT RECORD.
