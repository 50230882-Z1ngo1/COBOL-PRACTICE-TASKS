      *       KEEPS NO CONVERSION RATES, SAME RULE AS VSMJOB11.        *
      *     OTHERWISE: ONE POSTDD RECORD, HIST-REC-TYPE 'P', POSTED    *
      *       UNDER TODAY'S DATE WITH THE FEED'S PAYMENT ID IN         *
      *       HIST-TRANS-ID, AND A PAYMENT EVENT QUEUED ON NTFYDD SO   *
      *       THE CARDHOLDER IS TOLD THE PAYMENT HAS POSTED.           *
      *   REJECTS GO TO THEIR OWN FILE WITH THE REASON; EVERY DOLLAR   *
      *   READ IS EITHER POSTED OR REJECTED, AND THE TWO TOTALS ARE    *
      *   PROVED AGAINST THE FEED TOTAL AT END OF RUN.                 *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/09/02                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/10/15 - CARD-MASTER-REC PICKED UP CARD-CREDIT-LIMIT (SEE  *
      *              VSMJOB11) SO THIS COPY OF THE LAYOUT STAYS IN     *
      *              SYNC WITH THE PHYSICAL RECORD.                    *
      * 2026/10/15 - EVERY PAYMENT POSTED NOW QUEUES A PAYMENT EVENT   *
      *              (AMOUNT, CURRENCY, PAYMENT ID) ON THE SHARED      *
      *              CARDHOLDER NOTIFICATION QUEUE (NTFYDD) FOR        *
      *              NTFEXT11.                                         *
      * 2026/10/15 - SYSOUT SHOWS THE CARD NUMBER MASKED (CRDMSK11:    *
      *              FIRST SIX AND LAST FOUR DIGITS).                  *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  PAYFDD (CARD.PAYMENT.FEED) - CARDHOLDER PAYMENTS       *
      * INPUT:  VSAMDD (CARD.MASTER) - CARD MASTER FILE (KSDS)         *
      *         HISTORY, OPEN EXTEND (PS, 80 B)                        *
      * OUTPUT: REJDD (CARD.PAYMENT.REJECTS) - REJECTED PAYMENTS       *
      *         WITH REASON (PS, 80 B)                                 *
      * OUTPUT: NTFYDD (CARD.NOTIFY.QUEUE) - CARDHOLDER NOTIFICATION   *
      *         EVENTS FOR NTFEXT11 (PS, 80 B, APPENDED)               *
      ******************************************************************

       IDENTIFICATION DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REJECT-STATUS.

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

       FD POSTED-HISTORY-FILE RECORDING MODE IS F.
       01 POSTED-HISTORY-REC.
          05 REJ-REASON PIC X(25).
          05 FILLER PIC X(24).

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
          05 PAYMENT-FEED-STATUS PIC X(2).
          05 CARD-FILE-STATUS PIC X(2).
          05 POSTED-HISTORY-STATUS PIC X(2).
          05 REJECT-STATUS PIC X(2).
          05 NOTIFY-QUEUE-STATUS PIC X(2).
          05 STATUS-LOG-STATUS PIC X(2).

      * CONTROL FLAGS
          05 TOTAL-FEED-RECORDS PIC 9(5) VALUE 0.
          05 TOTAL-POSTED PIC 9(5) VALUE 0.
          05 TOTAL-REJECTS PIC 9(5) VALUE 0.
          05 TOTAL-NOTIFY-EVENTS PIC 9(5) VALUE 0.

      * DISPLAY-FORMATTED COUNTERS
       01 WS-DISP-COUNTERS.
          05 TOTAL-FEED-RECORDS-DISP PIC Z(4)9.
          05 TOTAL-POSTED-DISP PIC Z(4)9.
          05 TOTAL-REJECTS-DISP PIC Z(4)9.
          05 TOTAL-NOTIFY-EVENTS-DISP PIC Z(4)9.

      **********************************************
      * OPENS FILES, POSTS THE PAYMENT FEED, PROVES THE CONTROL
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
      * READS THE PAYMENT FEED UNTIL EOF AND POSTS OR REJECTS
      * EACH PAYMENT.
               WHEN OTHER
                 DISPLAY 'ERROR READING CARD MASTER: '
                          CARD-FILE-STATUS
                 MOVE 'M' TO CM-FUNCTION
                 MOVE PAY-CARD-NUMBER TO CM-CARD-NUMBER
                 CALL 'CRDMSK11' USING WS-CARDMSK-REQUEST END-CALL
                 DISPLAY 'CARD NUMBER: ' CM-MASKED-NUMBER
                 PERFORM ABEND-WITH-STATUS
           END-EVALUATE.

           END-IF.
           ADD 1 TO TOTAL-POSTED.
           ADD WS-PAY-AMOUNT-NUM TO WS-TOTAL-POSTED-AMOUNT.
           MOVE SPACES TO NOTIFY-QUEUE-REC.
           MOVE WS-PAY-CARD-NUM-NUM TO NTF-CARD-NUMBER.
           SET NTF-PAYMENT-POSTED TO TRUE.
           MOVE WS-PAY-AMOUNT-NUM TO NTF-AMOUNT.
           MOVE PAY-CURRENCY TO NTF-CURRENCY.
           MOVE PAY-ID TO NTF-REFERENCE.
           PERFORM WRITE-NOTIFY-EVENT.

      **********************************************
      * WRITES ONE REJECT RECORD WITH THE REASON. A REJECT WHOSE
              DISPLAY 'WARNING: CONTROL TOTALS DO NOT BALANCE.'
           END-IF.

      **********************************************
      * STAMPS AND APPENDS THE NOTIFICATION EVENT BUILT BY THE
      * CALLER (CARD, EVENT TYPE, AMOUNT, CURRENCY, REFERENCE)
      * TO THE SHARED QUEUE FOR NTFEXT11.
      **********************************************
       WRITE-NOTIFY-EVENT.
           MOVE WS-CUR-DATE-GROUP TO NTF-EVENT-DATE.
           MOVE 'CRDPAY11' TO NTF-SOURCE-JOB.
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
                       REJECT-STATUS
           END-IF.

           CLOSE NOTIFY-QUEUE-FILE.
           IF NOTIFY-QUEUE-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING NOTIFICATION QUEUE: '
                       NOTIFY-QUEUE-STATUS
           END-IF.

      **********************************************
      * APPENDS ONE RECORD TO THE CONSOLIDATED END-OF-NIGHT BATCH
      * STATUS LOG AND CLOSES IT. STATUS-LOG ITSELF WAS ALREADY
           MOVE TOTAL-FEED-RECORDS TO TOTAL-FEED-RECORDS-DISP.
           MOVE TOTAL-POSTED TO TOTAL-POSTED-DISP.
           MOVE TOTAL-REJECTS TO TOTAL-REJECTS-DISP.
           MOVE TOTAL-NOTIFY-EVENTS TO TOTAL-NOTIFY-EVENTS-DISP.

           DISPLAY '========================================'.
           DISPLAY 'CARDHOLDER PAYMENT POSTING SUMMARY'.
           DISPLAY 'PAYMENTS READ:      ' TOTAL-FEED-RECORDS-DISP.
           DISPLAY 'PAYMENTS POSTED:    ' TOTAL-POSTED-DISP.
           DISPLAY 'REJECTED:           ' TOTAL-REJECTS-DISP.
           DISPLAY 'NOTICES QUEUED:     ' TOTAL-NOTIFY-EVENTS-DISP.
           DISPLAY '========================================'.
      **********************************************
      * CAPTURES THE RUN-START TIMESTAMP FOR THE BATSTAT RECORD.
