      *              WARNING/COMPLETE DECISION. THE PER-FILE CHECKS   *
      *              ALONE WERE PASSING FILES THAT COULD NOT SURVIVE  *
      *              THEIR CONSUMING JOBS.                            *
      * 2026/10/15 - CARD-MASTER-REC PICKED UP CARD-CREDIT-LIMIT (SEE  *
      *              VSMJOB11); THE CARD SWEEP NOW ALSO FLAGS A        *
      *              NON-NUMERIC CREDIT LIMIT.                         *
      * 2026/10/15 - A CARD MASTER EXCEPTION SHOWS THE CARD NUMBER     *
      *              MASKED (CRDMSK11: FIRST SIX AND LAST FOUR         *
      *              DIGITS).                                          *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  VSAMDD (CARD.MASTER)      - VSAM KSDS CARD MASTER      *
          05 CARD-STATUS PIC X(1).
          05 CARD-DAILY-LIMIT PIC 9(5)V99.
          05 CARD-CURRENCY PIC X(3).
          05 CARD-CREDIT-LIMIT PIC 9(7)V99.

       FD ACCT-MASTER-FILE.
       01 ACCT-MASTER-REC.

       WORKING-STORAGE SECTION.

      * CARD NUMBER MASKING REQUEST AREA - SEE COPYBOOK CARDMSK
      * AND SUBPROGRAM CRDMSK11.
           COPY CARDMSK.

      * DB2 SQL COMMUNICATION AREA - THE CROSS-REFERENCE PHASE
      * COMPARES THE ACCOUNT MASTER AGAINST TB_ACCOUNT_BAL.
           EXEC SQL
      * READS CARD-MASTER-FILE SEQUENTIALLY UNTIL EOF, CHECKING
      * EACH RECORD FOR: CARD-NUMBER NOT NUMERIC OR ZERO, BLANK
      * OWNER NAME, BLANK STATUS, NON-NUMERIC DAILY LIMIT, BLANK
      * CURRENCY CODE, NON-NUMERIC CREDIT LIMIT.
      **********************************************
       SWEEP-CARD-MASTER.
           PERFORM UNTIL CARD-EOF
                         END-IF
                      END-IF
                   END-IF
                   IF WS-REASON = SPACES
                      AND CARD-CREDIT-LIMIT NOT NUMERIC
                      MOVE 'INVALID CREDIT LIMIT' TO WS-REASON
                   END-IF
                   IF WS-REASON NOT = SPACES
                      MOVE 'M' TO CM-FUNCTION
                      MOVE CARD-NUMBER TO CM-CARD-NUMBER
                      CALL 'CRDMSK11' USING WS-CARDMSK-REQUEST END-CALL
                      MOVE CM-MASKED-NUMBER TO WS-KEY-DISP
                      PERFORM WRITE-EXCEPTION-LINE
                      ADD 1 TO CARD-BAD-COUNT
                   END-IF
