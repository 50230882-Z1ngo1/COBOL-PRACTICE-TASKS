      *   PHASE 1 - LOAD THE FRAUD DECISION FEED (FAPRDD) INTO AN      *
      *     IN-MEMORY TABLE KEYED BY CARD NUMBER.                      *
      *   PHASE 2 - PER BLOKDD CANDIDATE:                              *
      *     DELINQUENCY CANDIDATE (BLOCK-SOURCE 'D', FROM DELINQ11)    *
      *                                  -> STRAIGHT TO THE MASTER     *
      *                                     UPDATE BELOW; IT IS A      *
      *                                     CREDIT-POLICY BLOCK, NOT   *
      *                                     A FRAUD CALL.              *
      *     NO DECISION ON THE FEED      -> SKIPPED: NO DECISION.      *
      *     DECISION 'N'                 -> SKIPPED: FRAUD DECLINED.   *
      *     DECISION 'Y':                                              *
      *       CARD NOT ON MASTER         -> SKIPPED: NOT ON MASTER.    *
      *       CARD ALREADY 'B'           -> SKIPPED: ALREADY BLOCKED.  *
      *       OTHERWISE                  -> CARD-STATUS 'B', REWRITE,  *
      *                                     REPORTED AS BLOCKED, AND   *
      *                                     A BLOCKED EVENT QUEUED ON  *
      *                                     NTFYDD FOR THE CARDHOLDER. *
      *   EVERY CANDIDATE WRITES ONE ACTION REPORT LINE.               *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/08/22                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/10/15 - CARD-MASTER-REC PICKED UP CARD-CREDIT-LIMIT (SEE  *
      *              VSMJOB11) SO THIS COPY OF THE LAYOUT STAYS IN     *
      *              SYNC WITH THE PHYSICAL RECORD.                    *
      * 2026/10/15 - BLOKDD RECORDS NOW CARRY A BLOCK-SOURCE BYTE.     *
      *              DELINQUENCY CANDIDATES ('D', WRITTEN BY DELINQ11  *
      *              FOR CARDS 90 DAYS PAST DUE) ARE BLOCKED WITHOUT A *
      *              FRAUD DECISION AND REPORTED UNDER ANALYST         *
      *              DELINQ11.                                         *
      * 2026/10/15 - EVERY CARD BLOCKED NOW QUEUES A BLOCKED EVENT ON  *
      *              THE SHARED CARDHOLDER NOTIFICATION QUEUE (NTFYDD) *
      *              FOR NTFEXT11, SO THE CARDHOLDER HEARS ABOUT THE   *
      *              BLOCK BEFORE THE TILL DOES.                       *
      * 2026/10/15 - THE ACTION REPORT AND SYSOUT SHOW THE CARD NUMBER *
      *              MASKED (CRDMSK11: FIRST SIX AND LAST FOUR         *
      *              DIGITS).                                          *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  BLOKDD (BLOCK.CANDIDATE) - VSMJOB11'S BLOCK LIST, OR   *
      *         DELINQ11'S 90-DAY DELINQUENCY LIST                     *
      * INPUT:  FAPRDD (FRAUD.APPROVAL) - FRAUD DECISION FEED (PS)     *
      * I/O:    VSAMDD (CARD.MASTER) - CARD MASTER FILE (KSDS)         *
      * OUTPUT: ACTDD (BLOCK.ACTION.RPT) - ACTION REPORT OF BLOCKED    *
      *         AND SKIPPED CARDS (PS, 80 B)                          *
      * OUTPUT: NTFYDD (CARD.NOTIFY.QUEUE) - CARDHOLDER NOTIFICATION   *
      *         EVENTS FOR NTFEXT11 (PS, 80 B, APPENDED)              *
      ******************************************************************

       IDENTIFICATION DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ACTION-REPORT-STATUS.

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

       FD BLOCK-LIST-FILE RECORDING MODE IS F.
      * BLOCK-SOURCE IS SPACE ON VSMJOB11'S FRAUD CANDIDATES AND
      * 'D' ON DELINQ11'S DELINQUENCY CANDIDATES.
       01 BLOCK-LIST-REC.
          05 BLOCK-CARD-NUM PIC 9(16).
          05 FILLER PIC X(1).
          05 BLOCK-DECLINE-COUNT PIC 9(3).
          05 FILLER PIC X(1).
          05 BLOCK-SOURCE PIC X(1).
             88 BLOCK-FROM-DELINQUENCY VALUE 'D'.
          05 FILLER PIC X(58).

       FD FRAUD-DECISION-FILE RECORDING MODE IS F.
       01 FRAUD-DECISION-REC.
          05 ACT-ANALYST-ID PIC X(8).
          05 FILLER PIC X(20).

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
          05 BLOCK-LIST-STATUS PIC X(2).
          05 FRAUD-DECISION-STATUS PIC X(2).
          05 ACTION-REPORT-STATUS PIC X(2).
          05 NOTIFY-QUEUE-STATUS PIC X(2).
          05 STATUS-LOG-STATUS PIC X(2).

      * CONTROL FLAGS
          05 TOTAL-CANDIDATES PIC 9(5) VALUE 0.
          05 TOTAL-BLOCKED PIC 9(5) VALUE 0.
          05 TOTAL-SKIPPED PIC 9(5) VALUE 0.
          05 TOTAL-NOTIFY-EVENTS PIC 9(5) VALUE 0.

      * WHO THE BLOCK IS ATTRIBUTED TO ON THE ACTION REPORT: THE
      * FRAUD ANALYST, OR DELINQ11 FOR A DELINQUENCY BLOCK.
       01 WS-ACT-ANALYST PIC X(8).

      * RUN DATE STAMPED ON NOTIFICATION EVENTS
       01 WS-RUN-DATE PIC X(8).

      * DISPLAY-FORMATTED COUNTERS
       01 WS-DISP-COUNTERS.
          05 TOTAL-CANDIDATES-DISP PIC Z(4)9.
          05 TOTAL-BLOCKED-DISP PIC Z(4)9.
          05 TOTAL-SKIPPED-DISP PIC Z(4)9.
          05 TOTAL-NOTIFY-EVENTS-DISP PIC Z(4)9.

      **********************************************
      * LOADS THE DECISION FEED, APPLIES EACH BLOCK CANDIDATE,
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM SET-BST-START-TS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM OPEN-STATUS-LOG.
           PERFORM OPEN-ALL-FILES.
           PERFORM LOAD-DECISION-TABLE.
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
      * LOADS FAPRDD INTO THE DECISION TABLE. MAX 2000 ENTRIES;
      * OVERFLOW IS A HARD ERROR SINCE A DROPPED DECISION WOULD
      **********************************************
      * LOOKS UP THE CANDIDATE'S FRAUD DECISION AND ROUTES IT:
      * APPROVED DECISIONS GO ON TO THE MASTER UPDATE, EVERYTHING
      * ELSE IS REPORTED AS SKIPPED WITH THE REASON. DELINQUENCY
      * CANDIDATES NEED NO FRAUD DECISION AND GO STRAIGHT TO THE
      * MASTER UPDATE.
      **********************************************
       APPLY-ONE-CANDIDATE.
           IF BLOCK-FROM-DELINQUENCY
              MOVE 'DELINQ11' TO WS-ACT-ANALYST
              PERFORM BLOCK-CARD-ON-MASTER
           ELSE
              PERFORM APPLY-FRAUD-CANDIDATE
           END-IF.

      **********************************************
      * ROUTES A FRAUD CANDIDATE BY ITS DECISION ON FAPRDD.
      **********************************************
       APPLY-FRAUD-CANDIDATE.
           PERFORM FIND-FRAUD-DECISION.
           IF NOT DECISION-FOUND
              MOVE SPACES TO ACTION-REPORT-REC
              PERFORM WRITE-SKIPPED-LINE
           ELSE
              IF FD-DECISION(FD-IDX) = 'Y'
                 MOVE FD-ANALYST-ID(FD-IDX) TO WS-ACT-ANALYST
                 PERFORM BLOCK-CARD-ON-MASTER
              ELSE
                 MOVE SPACES TO ACTION-REPORT-REC
                 IF CARD-STATUS = 'B'
                    MOVE SPACES TO ACTION-REPORT-REC
                    MOVE 'ALREADY BLOCKED' TO ACT-DETAIL
                    MOVE WS-ACT-ANALYST TO ACT-ANALYST-ID
                    PERFORM WRITE-SKIPPED-LINE
                 ELSE
                    MOVE 'B' TO CARD-STATUS
                       MOVE BLOCK-CARD-NUM TO ACT-CARD-NUMBER
                       MOVE 'BLOCKED' TO ACT-RESULT
                       MOVE 'STATUS SET TO B' TO ACT-DETAIL
                       MOVE WS-ACT-ANALYST TO ACT-ANALYST-ID
                       PERFORM WRITE-ACTION-LINE
                       MOVE SPACES TO NOTIFY-QUEUE-REC
                       MOVE CARD-NUMBER TO NTF-CARD-NUMBER
                       SET NTF-CARD-BLOCKED TO TRUE
                       MOVE 0 TO NTF-AMOUNT
                       MOVE CARD-CURRENCY TO NTF-CURRENCY
                       IF BLOCK-FROM-DELINQUENCY
                          MOVE 'PAST DUE' TO NTF-REFERENCE
                       ELSE
                          MOVE 'FRAUD REVIEW' TO NTF-REFERENCE
                       END-IF
                       PERFORM WRITE-NOTIFY-EVENT
                    ELSE
                       DISPLAY 'ERROR REWRITING CARD MASTER: '
                                CARD-FILE-STATUS
                       MOVE 'M' TO CM-FUNCTION
                       MOVE BLOCK-CARD-NUM TO CM-CARD-NUMBER
                       CALL 'CRDMSK11' USING WS-CARDMSK-REQUEST END-CALL
                       DISPLAY 'CARD NUMBER: ' CM-MASKED-NUMBER
                       PERFORM ABEND-WITH-STATUS
                    END-IF
                 END-IF
               WHEN '23'
                 MOVE SPACES TO ACTION-REPORT-REC
                 MOVE 'CARD NOT ON MASTER' TO ACT-DETAIL
                 MOVE WS-ACT-ANALYST TO ACT-ANALYST-ID
                 PERFORM WRITE-SKIPPED-LINE
               WHEN OTHER
                 DISPLAY 'ERROR READING CARD MASTER: '
                          CARD-FILE-STATUS
                 MOVE 'M' TO CM-FUNCTION
                 MOVE BLOCK-CARD-NUM TO CM-CARD-NUMBER
                 CALL 'CRDMSK11' USING WS-CARDMSK-REQUEST END-CALL
                 DISPLAY 'CARD NUMBER: ' CM-MASKED-NUMBER
                 PERFORM ABEND-WITH-STATUS
           END-EVALUATE.

           PERFORM WRITE-ACTION-LINE.

      **********************************************
      * WRITES WHATEVER LINE IS CURRENTLY IN ACTION-REPORT-REC,
      * WITH ITS CARD NUMBER MASKED.
      **********************************************
       WRITE-ACTION-LINE.
           MOVE 'M' TO CM-FUNCTION.
           MOVE ACT-CARD-NUMBER TO CM-CARD-NUMBER.
           CALL 'CRDMSK11' USING WS-CARDMSK-REQUEST END-CALL.
           MOVE CM-MASKED-NUMBER TO ACT-CARD-NUMBER.
           WRITE ACTION-REPORT-REC.
           IF ACTION-REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING ACTION REPORT: '
                       ACTION-REPORT-STATUS
              MOVE 'M' TO CM-FUNCTION
              MOVE BLOCK-CARD-NUM TO CM-CARD-NUMBER
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
           MOVE 'BLKAPL11' TO NTF-SOURCE-JOB.
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
                       ACTION-REPORT-STATUS
           END-IF.

           CLOSE NOTIFY-QUEUE-FILE.
           IF NOTIFY-QUEUE-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING NOTIFICATION QUEUE: '
                       NOTIFY-QUEUE-STATUS
           END-IF.

      **********************************************
      * APPENDS ONE RECORD TO THE CONSOLIDATED END-OF-NIGHT BATCH
      * STATUS LOG AND CLOSES IT. STATUS-LOG ITSELF WAS ALREADY
           MOVE TOTAL-CANDIDATES TO TOTAL-CANDIDATES-DISP.
           MOVE TOTAL-BLOCKED TO TOTAL-BLOCKED-DISP.
           MOVE TOTAL-SKIPPED TO TOTAL-SKIPPED-DISP.
           MOVE TOTAL-NOTIFY-EVENTS TO TOTAL-NOTIFY-EVENTS-DISP.

           DISPLAY '========================================'.
           DISPLAY 'BLOCK CANDIDATE APPLY SUMMARY'.
           DISPLAY 'CANDIDATES READ:    ' TOTAL-CANDIDATES-DISP.
           DISPLAY 'CARDS BLOCKED:      ' TOTAL-BLOCKED-DISP.
           DISPLAY 'CANDIDATES SKIPPED: ' TOTAL-SKIPPED-DISP.
           DISPLAY 'NOTICES QUEUED:     ' TOTAL-NOTIFY-EVENTS-DISP.
           DISPLAY '========================================'.
      **********************************************
      * CAPTURES THE RUN-START TIMESTAMP FOR THE BATSTAT RECORD.
