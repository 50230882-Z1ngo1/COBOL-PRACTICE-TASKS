      *     TRANSACTION AND CAPTURES ITS AMOUNT AND CURRENCY.          *
      *   PHASE 3 - PER ITEM ON THE OPEN-DISPUTE QUEUE (OPNDD, THE     *
      *     PRIOR RUN'S CARRY-FORWARD):                                *
      *     RESOLUTION 'P' -> CREDIT MADE PERMANENT, REGISTER LINE,    *
      *                       AND THE AMOUNT QUEUED ON CHBKDD AS A     *
      *                       CHARGEBACK AGAINST THE MERCHANT, AND     *
      *                       QUEUED ON RWRVDD SO RWDPTS11 TAKES BACK  *
      *                       THE PURCHASE'S REWARDS POINTS.           *
      *     RESOLUTION 'R' -> CHARGE RE-POSTED TO POSTDD (EXTEND)      *
      *                       UNDER TODAY'S POST DATE, REGISTER LINE.  *
      *     NO RESOLUTION  -> CARRIED FORWARD WITH THE AGE BUMPED BY   *
      *                       LIMIT ALSO GET A LINE ON ESCDD.          *
      *   PHASE 4 - PER NEW-DISPUTE FEED ENTRY: NO MATCHING POSTED     *
      *     TRANSACTION -> REJECT REGISTER LINE. MATCHED -> ONE        *
      *     PROVISIONAL-CREDIT RECORD TO CREDDD, THE SAME CREDIT       *
      *     POSTED TO POSTDD AS A TYPE 'C' RECORD SO THE CARD'S        *
      *     RUNNING BALANCE DROPS BY IT, AND THE DISPUTE OPENED ON     *
      *     THE NEW CARRY-FORWARD FILE AT AGE 1, AND A PROVCRED EVENT  *
      *     QUEUED ON NTFYDD SO THE CARDHOLDER IS TOLD OF THE CREDIT.  *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/09/02                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/10/15 - EACH PROVISIONAL CREDIT IS NOW ALSO POSTED TO     *
      *              POSTDD AS A TYPE 'C' RECORD SO VSMJOB11'S RUNNING *
      *              BALANCE AND CRDSTM11'S STATEMENT SEE IT; THE      *
      *              MATCH PASS NOW CONSIDERS CHARGES ONLY.            *
      * 2026/10/15 - A 'P' RESOLUTION NOW ALSO QUEUES A MERCHANT       *
      *              CHARGEBACK ON CHBKDD FOR MRSETL11 TO RECOVER. THE *
      *              MERCHANT ID IS TAKEN FROM POSTDD IN THE MATCH     *
      *              PASS AND CARRIED ON THE OPEN-DISPUTE RECORD.      *
      * 2026/10/15 - A 'P' RESOLUTION NOW ALSO QUEUES THE DISPUTED     *
      *              PURCHASE ON RWRVDD SO RWDPTS11 TAKES BACK ITS     *
      *              REWARDS POINTS.                                   *
      * 2026/10/15 - EVERY PROVISIONAL CREDIT NOW QUEUES A PROVCRED    *
      *              EVENT (AMOUNT, CURRENCY, TRANSACTION ID) ON THE   *
      *              SHARED CARDHOLDER NOTIFICATION QUEUE (NTFYDD) FOR *
      *              NTFEXT11.                                         *
      * 2026/10/15 - THE TYPE 'C' PROVISIONAL CREDIT ON POSTDD NOW     *
      *              CARRIES THE MERCHANT ID, SO MRKRSK11 CAN COUNT    *
      *              DISPUTES PER MERCHANT.                            *
      * 2026/10/15 - THE DISPUTE REGISTER AND ESCALATION LINES, AND    *
      *              SYSOUT, SHOW THE CARD NUMBER MASKED (CRDMSK11:    *
      *              FIRST SIX AND LAST FOUR DIGITS).                  *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  DSPFDD (DISPUTE.FEED) - NEW DISPUTES (PS, 80 B)        *
      * INPUT:  RESDD (DISPUTE.RESOLUTIONS) - RESOLUTION FEED          *
      *         THE PRIOR RUN (PS, 80 B)                               *
      * I/O:    POSTDD (CARD.POSTED.HISTORY) - POSTED-TRANSACTION      *
      *         HISTORY, READ FOR THE MATCH PASS AND EXTENDED WITH     *
      *         RE-POSTED CHARGES AND PROVISIONAL CREDITS ('C')        *
      * OUTPUT: CARRYDD (DISPUTE.CARRY.NEW) - OPEN DISPUTES WITH       *
      *         AGING, FED BACK IN NEXT RUN (PS, 80 B)                 *
      * OUTPUT: CREDDD (DISPUTE.PROV.CREDIT) - PROVISIONAL CREDITS     *
      *         FOR DISPUTES OPENED THIS RUN (PS, 80 B)                *
      * OUTPUT: CHBKDD (MERCHANT.CHARGEBACK) - MERCHANT CHARGEBACK     *
      *         QUEUE, APPENDED HERE AND CONSUMED BY MRSETL11          *
      * OUTPUT: RWRVDD (REWARDS.REVERSAL.QUEUE) - REWARDS POINTS       *
      *         REVERSAL QUEUE, APPENDED HERE AND CONSUMED BY RWDPTS11 *
      * OUTPUT: NTFYDD (CARD.NOTIFY.QUEUE) - CARDHOLDER NOTIFICATION   *
      *         EVENTS FOR NTFEXT11 (PS, 80 B, APPENDED)               *
      * OUTPUT: REGDD (DISPUTE.REGISTER) - ONE LINE PER DISPUTE        *
      *         OPENED, RESOLVED, OR REJECTED (PS, 80 B)               *
      * OUTPUT: ESCDD (DISPUTE.ESCALATION) - DISPUTES AGED PAST THE    *
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PROV-CREDIT-STATUS.

           SELECT CHARGEBACK-FILE ASSIGN TO CHBKDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CHARGEBACK-STATUS.

           SELECT POINTS-REVERSAL-FILE ASSIGN TO RWRVDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS POINTS-REVERSAL-STATUS.

           SELECT DISPUTE-REGISTER-FILE ASSIGN TO REGDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DISPUTE-REGISTER-STATUS.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ESCALATION-STATUS.

           SELECT NOTIFY-QUEUE-FILE ASSIGN TO NTFYDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NOTIFY-QUEUE-STATUS.

           SELECT STATUS-LOG ASSIGN TO STATLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STATUS-LOG-STATUS.
          05 OPN-CURRENCY PIC X(3).
          05 FILLER PIC X(1).
          05 OPN-REASON PIC X(20).
          05 FILLER PIC X(1).
          05 OPN-MERCHANT-ID PIC X(8).
          05 FILLER PIC X(4).
          05 OPN-AGE-DAYS PIC X(3).

      * POSTED-TRANSACTION HISTORY IN VSMJOB11'S LAYOUT, OPENED
      * TWICE: INPUT FOR THE MATCH PASS, THEN EXTEND FOR CHARGES
      * RE-POSTED BY 'R' RESOLUTIONS AND FOR THE TYPE 'C'
      * PROVISIONAL CREDITS OF DISPUTES OPENED THIS RUN.
       FD POSTED-HISTORY-FILE RECORDING MODE IS F.
       01 POSTED-HISTORY-REC.
          05 HIST-CARD-NUM PIC 9(16).
          05 HIST-CURRENCY PIC X(3).
          05 FILLER PIC X(1).
          05 HIST-REC-TYPE PIC X(1).
          05 FILLER PIC X(1).
          05 HIST-MERCHANT-ID PIC X(8).
          05 FILLER PIC X(26).

       FD CARRY-FORWARD-FILE RECORDING MODE IS F.
       01 CARRY-FORWARD-REC.
          05 CFW-CURRENCY PIC X(3).
          05 FILLER PIC X(1).
          05 CFW-REASON PIC X(20).
          05 FILLER PIC X(1).
          05 CFW-MERCHANT-ID PIC X(8).
          05 FILLER PIC X(4).
          05 CFW-AGE-DAYS PIC 9(3).

       FD PROV-CREDIT-FILE RECORDING MODE IS F.
          05 PCR-CREDIT-TYPE PIC X(11).
          05 FILLER PIC X(25).

      * ONE RECORD PER DISPUTE RESOLVED IN THE CARDHOLDER'S FAVOUR,
      * APPENDED TO THE MERCHANT CHARGEBACK QUEUE THAT MRSETL11
      * RECOVERS FROM THE MERCHANT'S NEXT REMITTANCE.
       FD CHARGEBACK-FILE RECORDING MODE IS F.
       01 CHARGEBACK-REC.
          05 CHB-MERCHANT-ID PIC X(8).
          05 FILLER PIC X(1).
          05 CHB-CARD-NUM PIC X(16).
          05 FILLER PIC X(1).
          05 CHB-TRANS-ID PIC X(5).
          05 FILLER PIC X(1).
          05 CHB-AMOUNT PIC 9(5)V99.
          05 FILLER PIC X(1).
          05 CHB-CURRENCY PIC X(3).
          05 FILLER PIC X(1).
          05 CHB-DATE PIC X(8).
          05 FILLER PIC X(28).

      * ONE RECORD PER DISPUTE RESOLVED IN THE CARDHOLDER'S FAVOUR,
      * APPENDED TO THE QUEUE RWDPTS11 WORKS TO TAKE BACK THE
      * REWARDS POINTS THE DISPUTED PURCHASE EARNED.
       FD POINTS-REVERSAL-FILE RECORDING MODE IS F.
       01 POINTS-REVERSAL-REC.
          05 RVQ-CARD-NUM PIC X(16).
          05 FILLER PIC X(1).
          05 RVQ-POST-DATE PIC X(8).
          05 FILLER PIC X(1).
          05 RVQ-TRANS-ID PIC X(5).
          05 FILLER PIC X(1).
          05 RVQ-AMOUNT PIC 9(5)V99.
          05 FILLER PIC X(1).
          05 RVQ-CURRENCY PIC X(3).
          05 FILLER PIC X(1).
          05 RVQ-DATE PIC X(8).
          05 FILLER PIC X(28).

       FD DISPUTE-REGISTER-FILE RECORDING MODE IS F.
       01 DISPUTE-REGISTER-REC PIC X(80).

       FD ESCALATION-FILE RECORDING MODE IS F.
       01 ESCALATION-REC PIC X(80).

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
          05 DISPUTE-FEED-STATUS PIC X(2).
          05 POSTED-HISTORY-STATUS PIC X(2).
          05 CARRY-FORWARD-STATUS PIC X(2).
          05 PROV-CREDIT-STATUS PIC X(2).
          05 CHARGEBACK-STATUS PIC X(2).
          05 POINTS-REVERSAL-STATUS PIC X(2).
          05 DISPUTE-REGISTER-STATUS PIC X(2).
          05 ESCALATION-STATUS PIC X(2).
          05 NOTIFY-QUEUE-STATUS PIC X(2).
          05 STATUS-LOG-STATUS PIC X(2).

      * CONTROL FLAGS
             10 DS-REASON PIC X(20).
             10 DS-AMOUNT PIC 9(5)V99.
             10 DS-CURRENCY PIC X(3).
             10 DS-MERCHANT-ID PIC X(8).
             10 DS-MATCHED PIC X(1).
                88 DS-ON-HISTORY VALUE 'Y'.

          05 TOTAL-FEED-REJECTED PIC 9(5) VALUE 0.
          05 TOTAL-CREDIT-PERMANENT PIC 9(5) VALUE 0.
          05 TOTAL-CHARGE-REPOSTED PIC 9(5) VALUE 0.
          05 TOTAL-CHARGEBACKS PIC 9(5) VALUE 0.
          05 TOTAL-NO-MERCHANT PIC 9(5) VALUE 0.
          05 TOTAL-CARRIED PIC 9(5) VALUE 0.
          05 TOTAL-ESCALATED PIC 9(5) VALUE 0.
          05 TOTAL-NOTIFY-EVENTS PIC 9(5) VALUE 0.

      * DISPLAY-FORMATTED COUNTERS
       01 WS-DISP-COUNTERS.
          05 TOTAL-FEED-REJECTED-DISP PIC Z(4)9.
          05 TOTAL-CREDIT-PERM-DISP PIC Z(4)9.
          05 TOTAL-CHARGE-REPOST-DISP PIC Z(4)9.
          05 TOTAL-CHARGEBACKS-DISP PIC Z(4)9.
          05 TOTAL-NO-MERCHANT-DISP PIC Z(4)9.
          05 TOTAL-CARRIED-DISP PIC Z(4)9.
          05 TOTAL-ESCALATED-DISP PIC Z(4)9.
          05 TOTAL-NOTIFY-EVENTS-DISP PIC Z(4)9.

      **********************************************
      * LOADS THE FEEDS, MATCHES NEW DISPUTES AGAINST THE POSTED
                      MOVE DSF-REASON TO DS-REASON(DS-IDX)
                      MOVE 0 TO DS-AMOUNT(DS-IDX)
                      MOVE SPACES TO DS-CURRENCY(DS-IDX)
                      MOVE SPACES TO DS-MERCHANT-ID(DS-IDX)
                      MOVE 'N' TO DS-MATCHED(DS-IDX)
                   ELSE
                      DISPLAY 'ERROR READING DISPUTE FEED: '

      **********************************************
      * MARKS ANY NEW DISPUTE THAT POINTS AT THE HISTORY RECORD
      * JUST READ. ONLY CHARGES (BLANK RECORD TYPE) CAN BE
      * DISPUTED - PAYMENTS AND CREDITS ARE PASSED OVER.
      **********************************************
       MATCH-ONE-HISTORY-REC.
           PERFORM VARYING DS-IDX FROM 1 BY 1
                   UNTIL DS-IDX > DISPUTE-COUNT
              IF NOT DS-ON-HISTORY(DS-IDX)
                 AND HIST-REC-TYPE = SPACE
                 AND DS-CARD-NUM(DS-IDX) = POSTED-HISTORY-REC(1:16)
                 AND DS-POST-DATE(DS-IDX) = HIST-POST-DATE
                 AND DS-TRANS-ID(DS-IDX) = HIST-TRANS-ID
                 MOVE 'Y' TO DS-MATCHED(DS-IDX)
                 MOVE HIST-AMOUNT TO DS-AMOUNT(DS-IDX)
                 MOVE HIST-CURRENCY TO DS-CURRENCY(DS-IDX)
                 MOVE HIST-MERCHANT-ID TO DS-MERCHANT-ID(DS-IDX)
              END-IF
           END-PERFORM.

              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN EXTEND CHARGEBACK-FILE.
           IF CHARGEBACK-STATUS = '05' OR CHARGEBACK-STATUS = '35'
              OPEN OUTPUT CHARGEBACK-FILE
           END-IF.
           IF CHARGEBACK-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING CHARGEBACK QUEUE: '
                       CHARGEBACK-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN EXTEND POINTS-REVERSAL-FILE.
           IF POINTS-REVERSAL-STATUS = '05'
              OR POINTS-REVERSAL-STATUS = '35'
              OPEN OUTPUT POINTS-REVERSAL-FILE
           END-IF.
           IF POINTS-REVERSAL-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING POINTS REVERSAL QUEUE: '
                       POINTS-REVERSAL-STATUS
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

           OPEN OUTPUT DISPUTE-REGISTER-FILE.
           IF DISPUTE-REGISTER-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING DISPUTE REGISTER: '

      **********************************************
      * LOOKS UP THE OPEN ITEM'S RESOLUTION AND ROUTES IT:
      * 'P' MAKES THE PROVISIONAL CREDIT PERMANENT, CHARGES IT
      * BACK TO THE MERCHANT AND QUEUES THE POINTS REVERSAL, 'R'
      * RE-POSTS THE CHARGE, ANYTHING ELSE (OR NO RESOLUTION)
      * CARRIES THE ITEM FORWARD WITH ITS AGE BUMPED.
      **********************************************
       DISPOSE-ONE-OPEN-ITEM.
           PERFORM FIND-RESOLUTION.
                    ADD 1 TO TOTAL-CREDIT-PERMANENT
                    MOVE 'CREDIT PERMANENT' TO WS-REGISTER-VERDICT
                    PERFORM WRITE-REGISTER-LINE
                    PERFORM WRITE-MERCHANT-CHARGEBACK
                    PERFORM WRITE-POINTS-REVERSAL
                  WHEN 'R'
                    PERFORM REPOST-CHARGE
                    ADD 1 TO TOTAL-CHARGE-REPOSTED
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * CHARGES A PERMANENT CREDIT BACK TO THE MERCHANT THAT TOOK
      * THE ORIGINAL TRANSACTION BY QUEUEING IT FOR MRSETL11. A
      * DISPUTE OPENED BEFORE THE MERCHANT ID WAS CARRIED HAS NO
      * MERCHANT TO CHARGE - IT IS REGISTERED FOR FINANCE TO
      * RECOVER BY HAND INSTEAD.
      **********************************************
       WRITE-MERCHANT-CHARGEBACK.
           IF OPN-MERCHANT-ID = SPACES
              ADD 1 TO TOTAL-NO-MERCHANT
              MOVE SPACES TO DISPUTE-REGISTER-REC
              MOVE 'M' TO CM-FUNCTION
              MOVE OPN-CARD-NUM TO CM-CARD-NUMBER
              CALL 'CRDMSK11' USING WS-CARDMSK-REQUEST END-CALL
              STRING 'NO CHBK:  TRANS ' DELIMITED BY SIZE
                     OPN-TRANS-ID DELIMITED BY SIZE
                     ' CARD ' DELIMITED BY SIZE
                     CM-MASKED-NUMBER DELIMITED BY SIZE
                     ' NO MERCHANT ON DISPUTE' DELIMITED BY SIZE
                     INTO DISPUTE-REGISTER-REC
              END-STRING
              PERFORM WRITE-REGISTER-REC
           ELSE
              MOVE SPACES TO CHARGEBACK-REC
              MOVE OPN-MERCHANT-ID TO CHB-MERCHANT-ID
              MOVE OPN-CARD-NUM TO CHB-CARD-NUM
              MOVE OPN-TRANS-ID TO CHB-TRANS-ID
              MOVE OPN-AMOUNT TO CHB-AMOUNT
              MOVE OPN-CURRENCY TO CHB-CURRENCY
              MOVE WS-CUR-DATE-GROUP TO CHB-DATE
              WRITE CHARGEBACK-REC
              IF CHARGEBACK-STATUS NOT = '00'
                 DISPLAY 'ERROR WRITING CHARGEBACK QUEUE: '
                          CHARGEBACK-STATUS
                 DISPLAY 'TRANSACTION ID: ' OPN-TRANS-ID
                 PERFORM ABEND-WITH-STATUS
              END-IF
              ADD 1 TO TOTAL-CHARGEBACKS
           END-IF.

      **********************************************
      * QUEUES A PERMANENT CREDIT FOR RWDPTS11, WHICH TAKES BACK
      * THE REWARDS POINTS THE DISPUTED PURCHASE EARNED.
      **********************************************
       WRITE-POINTS-REVERSAL.
           MOVE SPACES TO POINTS-REVERSAL-REC.
           MOVE OPN-CARD-NUM TO RVQ-CARD-NUM.
           MOVE OPN-POST-DATE TO RVQ-POST-DATE.
           MOVE OPN-TRANS-ID TO RVQ-TRANS-ID.
           MOVE OPN-AMOUNT TO RVQ-AMOUNT.
           MOVE OPN-CURRENCY TO RVQ-CURRENCY.
           MOVE WS-CUR-DATE-GROUP TO RVQ-DATE.
           WRITE POINTS-REVERSAL-REC.
           IF POINTS-REVERSAL-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING POINTS REVERSAL QUEUE: '
                       POINTS-REVERSAL-STATUS
              DISPLAY 'TRANSACTION ID: ' OPN-TRANS-ID
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * CARRIES AN UNRESOLVED DISPUTE FORWARD WITH ITS AGE BUMPED
      * BY ONE DAY, ESCALATING IT ONCE THE AGE PASSES THE LIMIT.
           MOVE OPN-AMOUNT TO CFW-AMOUNT.
           MOVE OPN-CURRENCY TO CFW-CURRENCY.
           MOVE OPN-REASON TO CFW-REASON.
           MOVE OPN-MERCHANT-ID TO CFW-MERCHANT-ID.
           MOVE WS-NEW-AGE TO CFW-AGE-DAYS.
           WRITE CARRY-FORWARD-REC.
           IF CARRY-FORWARD-STATUS NOT = '00'
      **********************************************
       WRITE-ESCALATION-LINE.
           MOVE SPACES TO ESCALATION-REC.
           MOVE 'M' TO CM-FUNCTION.
           MOVE OPN-CARD-NUM TO CM-CARD-NUMBER.
           CALL 'CRDMSK11' USING WS-CARDMSK-REQUEST END-CALL.
           STRING 'ESCALATE: TRANS ' DELIMITED BY SIZE
                  OPN-TRANS-ID DELIMITED BY SIZE
                  ' CARD ' DELIMITED BY SIZE
                  CM-MASKED-NUMBER DELIMITED BY SIZE
                  ' OPEN ' DELIMITED BY SIZE
                  WS-NEW-AGE DELIMITED BY SIZE
                  ' DAYS' DELIMITED BY SIZE
              DISPLAY 'TRANSACTION ID: ' DS-TRANS-ID(DS-IDX)
              PERFORM ABEND-WITH-STATUS
           END-IF.
           PERFORM POST-PROVISIONAL-CREDIT.

           MOVE SPACES TO NOTIFY-QUEUE-REC.
           MOVE DS-CARD-NUM(DS-IDX) TO NTF-CARD-NUMBER.
           SET NTF-PROVISIONAL-CREDIT TO TRUE.
           MOVE DS-AMOUNT(DS-IDX) TO NTF-AMOUNT.
           MOVE DS-CURRENCY(DS-IDX) TO NTF-CURRENCY.
           MOVE DS-TRANS-ID(DS-IDX) TO NTF-REFERENCE.
           PERFORM WRITE-NOTIFY-EVENT.

           MOVE SPACES TO CARRY-FORWARD-REC.
           MOVE DS-CARD-NUM(DS-IDX) TO CFW-CARD-NUM.
           MOVE DS-AMOUNT(DS-IDX) TO CFW-AMOUNT.
           MOVE DS-CURRENCY(DS-IDX) TO CFW-CURRENCY.
           MOVE DS-REASON(DS-IDX) TO CFW-REASON.
           MOVE DS-MERCHANT-ID(DS-IDX) TO CFW-MERCHANT-ID.
           MOVE 1 TO CFW-AGE-DAYS.
           WRITE CARRY-FORWARD-REC.
           IF CARRY-FORWARD-STATUS NOT = '00'

           MOVE SPACES TO DISPUTE-REGISTER-REC.
           MOVE DS-AMOUNT(DS-IDX) TO WS-AMT-DISP.
           MOVE 'M' TO CM-FUNCTION.
           MOVE DS-CARD-NUM(DS-IDX) TO CM-CARD-NUMBER.
           CALL 'CRDMSK11' USING WS-CARDMSK-REQUEST END-CALL.
           STRING 'OPENED:   TRANS ' DELIMITED BY SIZE
                  DS-TRANS-ID(DS-IDX) DELIMITED BY SIZE
                  ' CARD ' DELIMITED BY SIZE
                  CM-MASKED-NUMBER DELIMITED BY SIZE
                  ' AMT ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMT-DISP) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
           END-STRING.
           PERFORM WRITE-REGISTER-REC.

      **********************************************
      * POSTS THE PROVISIONAL CREDIT TO THE POSTED HISTORY AS A
      * TYPE 'C' RECORD UNDER TODAY'S POST DATE, SO VSMJOB11'S
      * RUNNING BALANCE AND CRDSTM11'S STATEMENT BOTH SEE IT. THE
      * MERCHANT IS CARRIED SO MRKRSK11 CAN COUNT THE DISPUTE
      * AGAINST THE MERCHANT THAT TOOK THE CHARGE. AN
      * 'R' RESOLUTION LATER RE-POSTS THE CHARGE, WHICH NETS THE
      * CREDIT BACK OUT; A 'P' RESOLUTION LEAVES IT STANDING.
      **********************************************
       POST-PROVISIONAL-CREDIT.
           MOVE SPACES TO POSTED-HISTORY-REC.
           MOVE DS-CARD-NUM(DS-IDX) TO POSTED-HISTORY-REC(1:16).
           MOVE WS-CUR-DATE-GROUP TO HIST-POST-DATE.
           MOVE DS-TRANS-ID(DS-IDX) TO HIST-TRANS-ID.
           MOVE DS-AMOUNT(DS-IDX) TO HIST-AMOUNT.
           MOVE DS-CURRENCY(DS-IDX) TO HIST-CURRENCY.
           MOVE 'C' TO HIST-REC-TYPE.
           MOVE DS-MERCHANT-ID(DS-IDX) TO HIST-MERCHANT-ID.
           WRITE POSTED-HISTORY-REC.
           IF POSTED-HISTORY-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING POSTED HISTORY: '
                       POSTED-HISTORY-STATUS
              DISPLAY 'TRANSACTION ID: ' DS-TRANS-ID(DS-IDX)
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * STAMPS AND APPENDS THE NOTIFICATION EVENT BUILT BY THE
      * CALLER (CARD, EVENT TYPE, AMOUNT, CURRENCY, REFERENCE)
      * TO THE SHARED QUEUE FOR NTFEXT11.
      **********************************************
       WRITE-NOTIFY-EVENT.
           MOVE WS-CUR-DATE-GROUP TO NTF-EVENT-DATE.
           MOVE 'DSPUTE11' TO NTF-SOURCE-JOB.
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
      * WRITES ONE REGISTER LINE FOR A RESOLVED OPEN ITEM, USING
      * THE VERDICT TEXT THE CALLER SET.
       WRITE-REGISTER-LINE.
           MOVE SPACES TO DISPUTE-REGISTER-REC.
           MOVE OPN-AMOUNT TO WS-AMT-DISP.
           MOVE 'M' TO CM-FUNCTION.
           MOVE OPN-CARD-NUM TO CM-CARD-NUMBER.
           CALL 'CRDMSK11' USING WS-CARDMSK-REQUEST END-CALL.
           STRING 'RESOLVED: TRANS ' DELIMITED BY SIZE
                  OPN-TRANS-ID DELIMITED BY SIZE
                  ' CARD ' DELIMITED BY SIZE
                  CM-MASKED-NUMBER DELIMITED BY SIZE
                  ' AMT ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMT-DISP) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
      **********************************************
       WRITE-REGISTER-REJECT.
           MOVE SPACES TO DISPUTE-REGISTER-REC.
           MOVE 'M' TO CM-FUNCTION.
           MOVE DS-CARD-NUM(DS-IDX) TO CM-CARD-NUMBER.
           CALL 'CRDMSK11' USING WS-CARDMSK-REQUEST END-CALL.
           STRING 'REJECTED: TRANS ' DELIMITED BY SIZE
                  DS-TRANS-ID(DS-IDX) DELIMITED BY SIZE
                  ' CARD ' DELIMITED BY SIZE
                  CM-MASKED-NUMBER DELIMITED BY SIZE
                  ' NOT ON POSTED HISTORY' DELIMITED BY SIZE
                  INTO DISPUTE-REGISTER-REC
           END-STRING.
                       PROV-CREDIT-STATUS
           END-IF.

           CLOSE CHARGEBACK-FILE.
           IF CHARGEBACK-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING CHARGEBACK QUEUE: '
                       CHARGEBACK-STATUS
           END-IF.

           CLOSE POINTS-REVERSAL-FILE.
           IF POINTS-REVERSAL-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING POINTS REVERSAL QUEUE: '
                       POINTS-REVERSAL-STATUS
           END-IF.

           CLOSE NOTIFY-QUEUE-FILE.
           IF NOTIFY-QUEUE-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING NOTIFICATION QUEUE: '
                       NOTIFY-QUEUE-STATUS
           END-IF.

           CLOSE DISPUTE-REGISTER-FILE.
           IF DISPUTE-REGISTER-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING DISPUTE REGISTER: '
                 MOVE 'WARNING' TO BST-STATUS
                 MOVE 'OPEN DISPUTES PAST ESCALATION LIMIT' TO
                      BST-MESSAGE
              ELSE
              IF TOTAL-NO-MERCHANT > 0
                 MOVE 'WARNING' TO BST-STATUS
                 MOVE 'PERMANENT CREDITS WITH NO MERCHANT'
                      TO BST-MESSAGE
              ELSE
                 IF TOTAL-FEED-REJECTED > 0
                    MOVE 'WARNING' TO BST-STATUS
                    MOVE 'DISPUTE QUEUE WORKED CLEAN' TO BST-MESSAGE
                 END-IF
              END-IF
              END-IF
           END-IF.
           WRITE STATUS-LOG-REC.
           IF STATUS-LOG-STATUS NOT = '00'
           MOVE TOTAL-FEED-REJECTED TO TOTAL-FEED-REJECTED-DISP.
           MOVE TOTAL-CREDIT-PERMANENT TO TOTAL-CREDIT-PERM-DISP.
           MOVE TOTAL-CHARGE-REPOSTED TO TOTAL-CHARGE-REPOST-DISP.
           MOVE TOTAL-CHARGEBACKS TO TOTAL-CHARGEBACKS-DISP.
           MOVE TOTAL-NO-MERCHANT TO TOTAL-NO-MERCHANT-DISP.
           MOVE TOTAL-CARRIED TO TOTAL-CARRIED-DISP.
           MOVE TOTAL-ESCALATED TO TOTAL-ESCALATED-DISP.
           MOVE TOTAL-NOTIFY-EVENTS TO TOTAL-NOTIFY-EVENTS-DISP.

           DISPLAY '========================================'.
           DISPLAY 'DISPUTE PROCESSING SUMMARY'.
           DISPLAY 'FEED REJECTED:      ' TOTAL-FEED-REJECTED-DISP.
           DISPLAY 'CREDITS PERMANENT:  ' TOTAL-CREDIT-PERM-DISP.
           DISPLAY 'CHARGES RE-POSTED:  ' TOTAL-CHARGE-REPOST-DISP.
           DISPLAY 'MERCHANT CHARGEBKS: ' TOTAL-CHARGEBACKS-DISP.
           DISPLAY 'NO MERCHANT TO CHG: ' TOTAL-NO-MERCHANT-DISP.
           DISPLAY 'CARRIED FORWARD:    ' TOTAL-CARRIED-DISP.
           DISPLAY 'ESCALATED:          ' TOTAL-ESCALATED-DISP.
           DISPLAY 'NOTICES QUEUED:     ' TOTAL-NOTIFY-EVENTS-DISP.
           DISPLAY '========================================'.
      **********************************************
      * CAPTURES THE RUN-START TIMESTAMP FOR THE BATSTAT RECORD.
