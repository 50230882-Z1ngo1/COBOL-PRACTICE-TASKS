      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/09/02                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/10/15 - A HELD PAYOUT NOW CARRIES THE SPIFF PART OF ITS   *
      *              GROSS, TAX AND NET. A RELEASE WRITES THE          *
      *              COMMISSION AND THE SPIFF AS SEPARATE 'D' LINES    *
      *              WITH EARNINGS CODES 'C' AND 'S', AS JOBSUB22      *
      *              DOES; THE TRAILER COUNTS 'D' LINES, NOT PAYOUTS.  *
      *              PENDING RECORDS WRITTEN BEFORE THE SPIFF FIELDS   *
      *              EXISTED RELEASE AS ALL COMMISSION.                *
      * 2026/10/15 - A FAILED RUN NOW ENDS WITH RETURN CODE 16, SO THE *
      *              JCL NO LONGER APPENDS A PARTIAL RELEASE TO THE    *
      *              PAYROLL HISTORY.                                  *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  PENDDD (PENDING.PAYOUTS) - HELD PAYOUTS                *
      * INPUT:  PDECDD (PAYOUT.DECISIONS) - REVIEW DECISION FEED       *
          05 PND-NET PIC S9(7)V99.
          05 FILLER PIC X(1).
          05 PND-RUN-DATE PIC X(8).
          05 FILLER PIC X(1).
          05 PND-SPIFF-GROSS PIC S9(7)V99.
          05 FILLER PIC X(1).
          05 PND-SPIFF-TAX PIC S9(7)V99.
          05 FILLER PIC X(1).
          05 PND-SPIFF-NET PIC S9(7)V99.
          05 FILLER PIC X(2).

       FD DECISION-FILE RECORDING MODE IS F.
       01 DECISION-REC.
             10 PIF-GROSS PIC S9(7)V99.
             10 PIF-TAX PIC S9(7)V99.
             10 PIF-NET PIC S9(7)V99.
             10 PIF-EARN-CODE PIC X(1).
             10 FILLER PIC X(43).
          05 PIF-TRAILER REDEFINES PIF-BODY.
             10 PIF-DETAIL-COUNT PIC 9(7).
             10 PIF-HASH-GROSS PIC S9(9)V99.
          05 WS-HASH-TAX PIC S9(9)V99 VALUE 0.
          05 WS-HASH-NET PIC S9(9)V99 VALUE 0.

      * COMMISSION PART OF A RELEASED PAYOUT (THE HELD TOTAL LESS
      * ITS SPIFF PART), AND THE 'D' LINES WRITTEN FOR THE TRAILER
       01 WS-PIF-COMM-WORK.
          05 WS-PIF-COMM-GROSS PIC S9(7)V99.
          05 WS-PIF-COMM-TAX PIC S9(7)V99.
          05 WS-PIF-COMM-NET PIC S9(7)V99.
       01 WS-PIF-DETAIL-COUNT PIC 9(7) VALUE 0.

      * REGISTER LINE BUILD FIELDS
       01 WS-REG-LINE PIC X(80).
       01 WS-GROSS-DISP PIC -Z(6)9.99.
           END-IF.
           IF STATUS-LOG-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING STATUS LOG: ' STATUS-LOG-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           END-IF.

      **********************************************
      * RELEASES THE PAYOUT: 'D' RECORDS, HASHES, THE GROSS BACK
      * INTO THE YTD STORE, AND A REGISTER LINE WITH THE
      * APPROVER.
      **********************************************
       RELEASE-PAYOUT.
           PERFORM WRITE-RELEASE-DETAILS.
           ADD 1 TO PAYOUTS-RELEASED.
           ADD PND-GROSS TO WS-HASH-GROSS.
           ADD PND-TAX TO WS-HASH-TAX.
           END-STRING.
           PERFORM WRITE-REGISTER-LINE.

      **********************************************
      * WRITES THE RELEASED PAYOUT'S 'D' RECORDS THE WAY JOBSUB22
      * WRITES THEM: THE COMMISSION LINE (CODE 'C') FOR THE HELD
      * TOTAL LESS ITS SPIFF PART, THEN THE SPIFF LINE (CODE 'S')
      * WHEN THERE IS ONE. A PENDING RECORD FROM BEFORE THE SPIFF
      * FIELDS EXISTED HAS NO SPIFF PART.
      **********************************************
       WRITE-RELEASE-DETAILS.
           IF PND-SPIFF-GROSS NOT NUMERIC
              OR PND-SPIFF-TAX NOT NUMERIC
              OR PND-SPIFF-NET NOT NUMERIC
              MOVE 0 TO PND-SPIFF-GROSS
              MOVE 0 TO PND-SPIFF-TAX
              MOVE 0 TO PND-SPIFF-NET
           END-IF.
           COMPUTE WS-PIF-COMM-GROSS = PND-GROSS - PND-SPIFF-GROSS.
           COMPUTE WS-PIF-COMM-TAX = PND-TAX - PND-SPIFF-TAX.
           COMPUTE WS-PIF-COMM-NET = PND-NET - PND-SPIFF-NET.
           IF WS-PIF-COMM-GROSS NOT = 0
              OR WS-PIF-COMM-TAX NOT = 0
              OR (PND-SPIFF-GROSS = 0 AND PND-SPIFF-TAX = 0)
              MOVE SPACES TO PAYROLL-IF-REC
              MOVE 'D' TO PIF-REC-TYPE
              MOVE PND-EMP-ID TO PIF-EMP-ID
              MOVE PND-CURRENCY TO PIF-CURRENCY
              MOVE WS-PIF-COMM-GROSS TO PIF-GROSS
              MOVE WS-PIF-COMM-TAX TO PIF-TAX
              MOVE WS-PIF-COMM-NET TO PIF-NET
              MOVE 'C' TO PIF-EARN-CODE
              PERFORM WRITE-PAYROLL-RECORD
              ADD 1 TO WS-PIF-DETAIL-COUNT
           END-IF.
           IF PND-SPIFF-GROSS NOT = 0
              OR PND-SPIFF-TAX NOT = 0
              MOVE SPACES TO PAYROLL-IF-REC
              MOVE 'D' TO PIF-REC-TYPE
              MOVE PND-EMP-ID TO PIF-EMP-ID
              MOVE PND-CURRENCY TO PIF-CURRENCY
              MOVE PND-SPIFF-GROSS TO PIF-GROSS
              MOVE PND-SPIFF-TAX TO PIF-TAX
              MOVE PND-SPIFF-NET TO PIF-NET
              MOVE 'S' TO PIF-EARN-CODE
              PERFORM WRITE-PAYROLL-RECORD
              ADD 1 TO WS-PIF-DETAIL-COUNT
           END-IF.

      **********************************************
      * REJECTS THE PAYOUT: REGISTER LINE ONLY - THE YTD STORE
      * NEVER SAW THE HELD GROSS, SO THERE IS NOTHING TO BACK
       WRITE-PAYROLL-TRAILER.
           MOVE SPACES TO PAYROLL-IF-REC.
           MOVE 'T' TO PIF-REC-TYPE.
           MOVE WS-PIF-DETAIL-COUNT TO PIF-DETAIL-COUNT.
           MOVE WS-HASH-GROSS TO PIF-HASH-GROSS.
           MOVE WS-HASH-TAX TO PIF-HASH-TAX.
           MOVE WS-HASH-NET TO PIF-HASH-NET.
      * CALLED IN PLACE OF A BARE STOP RUN FROM ANY FATAL ERROR
      * PATH SO THE RUN STILL LEAVES A 'FAILED' STATLOG RECORD
      * BEHIND.
      * THE NON-ZERO RETURN CODE KEEPS THE JCL FROM APPENDING A
      * PARTIAL RELEASE TO THE PAYROLL HISTORY.
      **********************************************
       ABEND-WITH-STATUS.
           SET ABEND-IN-PROGRESS TO TRUE.
           PERFORM WRITE-BATCH-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      **********************************************
