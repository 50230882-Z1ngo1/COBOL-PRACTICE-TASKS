      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/08/22                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/10/15 - THE DECLDD RECORD AND THE ESCALATION LINE SHOW    *
      *              THE CARD NUMBER MASKED (CRDMSK11: FIRST SIX AND   *
      *              LAST FOUR DIGITS). RELDD AND CARRYDD STILL CARRY  *
      *              IT IN FULL.                                       *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  PNDDD (PENDING.REVIEW + PENDING.CARRY) - QUEUED ITEMS  *
      * INPUT:  RVWDD (REVIEW.DECISIONS) - REVIEWER DECISION FEED      *

       WORKING-STORAGE SECTION.

      * CARD NUMBER MASKING REQUEST AREA - SEE COPYBOOK CARDMSK
      * AND SUBPROGRAM CRDMSK11.
           COPY CARDMSK.

      * FILE-STATUS VARIABLES
       01 FILE-STATUSES.
          05 PENDING-QUEUE-STATUS PIC X(2).
       WRITE-REVIEW-DECLINE.
           MOVE SPACES TO DECLINED-REC.
           MOVE PND-TRANS-ID TO DECLINED-TRANS-ID.
           MOVE 'M' TO CM-FUNCTION.
           MOVE PND-CARD-NUM TO CM-CARD-NUMBER.
           CALL 'CRDMSK11' USING WS-CARDMSK-REQUEST END-CALL.
           MOVE CM-MASKED-NUMBER TO DECLINED-CARD-NUM.
           MOVE PND-AMOUNT TO DECLINED-AMOUNT.
           MOVE PND-CURRENCY TO DECLINED-CURRENCY.
           MOVE 'REVIEW DECL' TO DECLINE-REASON.
      **********************************************
       WRITE-ESCALATION-LINE.
           MOVE SPACES TO ESCALATION-REC.
           MOVE 'M' TO CM-FUNCTION.
           MOVE PND-CARD-NUM TO CM-CARD-NUMBER.
           CALL 'CRDMSK11' USING WS-CARDMSK-REQUEST END-CALL.
           STRING 'ESCALATE: TRANS ' DELIMITED BY SIZE
                  PND-TRANS-ID DELIMITED BY SIZE
                  ' CARD ' DELIMITED BY SIZE
                  CM-MASKED-NUMBER DELIMITED BY SIZE
                  ' AMT ' DELIMITED BY SIZE
                  FUNCTION TRIM(PND-AMOUNT) DELIMITED BY SIZE
                  ' UNREVIEWED ' DELIMITED BY SIZE
