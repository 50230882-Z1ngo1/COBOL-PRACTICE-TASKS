      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/09/02                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/10/15 - KIT LINES: PSTASK16 NOW PUTS A KIT'S COMPONENTS   *
      *              ON THE PICK LIST (TYPE 'C') FOR THE WAREHOUSE AND *
      *              THE KIT ITSELF (TYPE 'K') AT THE KIT PRICE. ONLY  *
      *              THE KIT LINE IS INVOICED, AGAINST THE WHOLE KITS  *
      *              CONFIRMED SHIPPED UNDER THE PARENT PART; COMPONENT*
      *              LINES ARE COUNTED AND PASSED OVER.                *
      * 2026/10/15 - PICK RECORDS NOW CARRY THE STOCKING LOCATION THEY *
      *              ARE PICKED FROM (A LINE FILLED FROM TWO LOCATIONS *
      *              ARRIVES AS TWO RECORDS, BILLED AS TWO LINES), AND *
      *              PSTASK16 ALSO WRITES PICKS IN IMMEDIATE-INVOICE   *
      *              MODE, TYPE 'I'. THOSE WERE INVOICED WHEN THEY     *
      *              PRICED AND ARE COUNTED AND PASSED OVER HERE.      *
      * 2026/10/15 - EACH INVOICE NOW WRITES A BALANCED ENTRY TO THE   *
      *              SHARED GENERAL LEDGER JOURNAL (GLJDD, COPYBOOK    *
      *              GLJRNL): DR TRADE RECEIVABLES FOR THE TOTAL, CR   *
      *              SALES REVENUE FOR THE SUBTOTAL AND CR SALES TAX   *
      *              PAYABLE FOR THE TAX.                              *
      * 2026/10/15 - THE INVOICE REGISTER'S RECORD COUNT, HASH TOTAL   *
      *              (SUM OF THE INVOICE NUMBERS) AND AMOUNT TOTAL     *
      *              (SUM OF THE INVOICE TOTALS) ARE NOW POSTED TO THE *
      *              SHARED CONTROL LOG (CTLDD, THROUGH CTLCHK45) ONCE *
      *              IT IS CLOSED, FOR CASHAP16 TO VERIFY BEFORE IT    *
      *              LOADS THE REGISTER. CTLCHK45 TAKES THE CYCLE DATE *
      *              FROM CYCDAT40 (CYCLDD, CALDD).                    *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  PICKDD (WAREHOUSE.PICKLIST) - PICK RECORDS FROM        *
      *         PSTASK16, IN ORDER-NUMBER ORDER                        *
      *         QUEUE (KSDS), SHORT-PICKED QUANTITIES ADDED            *
      * OUTPUT: INVODD (INVOICE.TXT) - ORDER INVOICES (PS, 80 B)       *
      * OUTPUT: IREGDD (INVOICE.REGISTER) - ONE RECORD PER INVOICE     *
      * OUTPUT: GLJDD (GL.JOURNAL.DAILY) - GL JOURNAL LINES (EXTEND)   *
      * OUTPUT: STATLOG (BATCH.STATLOG) - BATCH STATUS RECORD          *
      * OUTPUT: CTLDD (CONTROL.TOTALS.LOG) - HANDOFF CONTROL TOTALS,   *
      *         WRITTEN THROUGH CTLCHK45 (EXTEND)                      *
      * INPUT:  CYCLDD (CYCLE.DATE), CALDD (BUSINESS.CALENDAR) - READ  *
      *         BY CYCDAT40 FOR THE CONTROL TOTALS' CYCLE DATE         *
      ******************************************************************

       IDENTIFICATION DIVISION.
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS STATUS-LOG-STATUS.

           SELECT GL-JOURNAL-FILE ASSIGN TO GLJDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS GL-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * PICK RECORD, SAME LAYOUT PSTASK16 WRITES. PCK-LINE-TYPE
      * 'C' IS A KIT COMPONENT THE WAREHOUSE PICKS BUT NOBODY IS
      * BILLED FOR; 'K' IS THE KIT, BILLED LIKE AN ORDINARY LINE;
      * 'I' WAS ALREADY INVOICED BY PSTASK16 AND IS NEVER BILLED.
       FD PICK-LIST-FILE RECORDING MODE IS F.
       01 PICK-LIST-REC.
          05 PCK-ORDER-NUM PIC 9(5).
          05 PCK-TAX-JUR PIC X(2).
          05 FILLER PIC X(1).
          05 PCK-DATE PIC X(8).
          05 FILLER PIC X(1).
          05 PCK-LINE-TYPE PIC X(1).
             88 PCK-KIT-HEADER VALUE 'K'.
             88 PCK-KIT-COMPONENT VALUE 'C'.
             88 PCK-INVOICED VALUE 'I'.
          05 FILLER PIC X(1).
          05 PCK-KIT-PARENT-ID PIC 9(5).
          05 FILLER PIC X(1).
          05 PCK-COMP-QTY PIC 9(5).
          05 FILLER PIC X(1).
          05 PCK-LOC-ID PIC X(4).
          05 FILLER PIC X(22).

       FD SHIP-CONFIRM-FILE RECORDING MODE IS F.
       01 SHIP-CONFIRM-REC.
       01 STATUS-LOG-REC.
           COPY BATSTAT.

      * SHARED GENERAL LEDGER JOURNAL, OPENED EXTEND.
       FD GL-JOURNAL-FILE RECORDING MODE IS F.
       01 GL-JOURNAL-REC.
           COPY GLJRNL.

       WORKING-STORAGE SECTION.

      * FILE STATUS VARIABLES
          05 INVOICE-REGISTER-STATUS PIC X(2).
          05 INVOICE-LINE-STATUS PIC X(2).
          05 STATUS-LOG-STATUS PIC X(2).
          05 GL-JOURNAL-STATUS PIC X(2).

      * CONTROL FLAGS
       01 WS-FLAGS.
      * STAMPING AND THE REGISTER
       01 WS-RUN-DATE PIC X(8).

      * GENERAL LEDGER ACCOUNT CODES AND THE POSTING REQUEST AREA -
      * SEE COPYBOOKS GLACCT AND GLPOST.
           COPY GLACCT.
           COPY GLPOST.

      * HANDOFF CONTROL TOTAL REQUEST AREA - SEE COPYBOOK CTLREQ
      * AND SUBPROGRAM CTLCHK45. THE INVOICE REGISTER'S TOTALS ARE
      * ADDED UP HERE AS IT IS WRITTEN.
           COPY CTLREQ.

      * LAST INVOICE NUMBER ASSIGNED, SHARED WITH PSTASK16 ON
      * ISEQDD SO NUMBERS NEVER REPEAT ACROSS EITHER JOB'S RUNS.
       01 WS-LAST-INVOICE-NUM PIC 9(7) VALUE 0.
          05 PICK-LINES-READ PIC 9(5) VALUE 0.
          05 LINES-INVOICED PIC 9(5) VALUE 0.
          05 LINES-SHORT PIC 9(5) VALUE 0.
          05 KIT-COMPONENT-LINES PIC 9(5) VALUE 0.
          05 PRE-INVOICED-LINES PIC 9(5) VALUE 0.
          05 INVOICES-GENERATED PIC 9(5) VALUE 0.
          05 WS-UNKNOWN-JUR-COUNT PIC 9(5) VALUE 0.

          05 PICK-LINES-READ-DISP PIC Z(4)9.
          05 LINES-INVOICED-DISP PIC Z(4)9.
          05 LINES-SHORT-DISP PIC Z(4)9.
          05 KIT-COMPONENT-LINES-DISP PIC Z(4)9.
          05 PRE-INVOICED-LINES-DISP PIC Z(4)9.
          05 INVOICES-GENERATED-DISP PIC Z(4)9.
          05 WS-UNKNOWN-JUR-DISP PIC Z(4)9.

           PERFORM OPEN-STATUS-LOG.
           PERFORM READ-INVOICE-SEQUENCE.
           PERFORM OPEN-ALL-FILES.
           MOVE 0 TO CC-RECORD-COUNT CC-HASH-TOTAL CC-AMOUNT-TOTAL.
           PERFORM LOAD-CONFIRM-TABLE.
           PERFORM LOAD-TAX-JUR-TABLE.
           PERFORM PROCESS-PICK-LIST.
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN EXTEND GL-JOURNAL-FILE.
           IF GL-JOURNAL-STATUS = '05' OR GL-JOURNAL-STATUS = '35'
              OPEN OUTPUT GL-JOURNAL-FILE
           END-IF.
           IF GL-JOURNAL-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING GL JOURNAL: ' GL-JOURNAL-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * LOADS SCONDD INTO THE CONFIRMATION TABLE. A RECORD WITH
      * NON-NUMERIC FIELDS IS SKIPPED WITH A WARNING - THE PICK
                NOT AT END
                   IF PICK-LIST-STATUS = '00'
                      ADD 1 TO PICK-LINES-READ
                      IF PCK-KIT-COMPONENT
                         ADD 1 TO KIT-COMPONENT-LINES
                      END-IF
                      IF PCK-INVOICED
                         ADD 1 TO PRE-INVOICED-LINES
                      END-IF
                      IF NOT PCK-KIT-COMPONENT
                         AND NOT PCK-INVOICED
                         IF PENDING-INVOICE
                            AND PCK-ORDER-NUM NOT = WS-CURRENT-ORDR-NUM
                            PERFORM FINALIZE-INVOICE
                         END-IF
                         IF NOT PENDING-INVOICE
                            PERFORM START-INVOICE
                         END-IF
                         PERFORM INVOICE-ONE-PICK-LINE
                      END-IF
                   ELSE
                      DISPLAY 'ERROR READING PICK LIST FILE: '
                               PICK-LIST-STATUS
           PERFORM WRITE-ONE-INVOICE-LINE.

           PERFORM WRITE-INVOICE-REGISTER.
           PERFORM WRITE-INVOICE-GL-ENTRY.

           ADD 1 TO INVOICES-GENERATED.
           MOVE 'N' TO WS-PENDING-INVOICE.

      **********************************************
      * WRITES ONE INVOICE REGISTER RECORD FOR THE INVOICE JUST
      * FINALIZED SO A/R CAN POST IT AND MATCH PAYMENTS, AND ADDS
      * IT INTO THE REGISTER'S HANDOFF CONTROL TOTALS.
      **********************************************
       WRITE-INVOICE-REGISTER.
           MOVE SPACES TO INVOICE-REGISTER-REC.
                       INVOICE-REGISTER-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.
           ADD 1 TO CC-RECORD-COUNT.
           ADD IRG-INVOICE-NUM TO CC-HASH-TOTAL.
           ADD IRG-TOTAL TO CC-AMOUNT-TOTAL.

      **********************************************
      * JOURNALS THE INVOICE JUST REGISTERED: THE CUSTOMER OWES THE
      * TOTAL, OF WHICH THE SUBTOTAL IS SALES AND THE TAX IS OWED
      * ON TO THE JURISDICTION.
      **********************************************
       WRITE-INVOICE-GL-ENTRY.
           MOVE 'USD' TO GLP-CURRENCY.
           MOVE WS-LAST-INVOICE-NUM TO WS-INVOICE-NUM-DISP.
           MOVE SPACES TO GLP-REFERENCE.
           STRING WS-INVOICE-NUM-DISP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-CURRENT-CUST-ID DELIMITED BY SIZE
                  INTO GLP-REFERENCE
           END-STRING.

           MOVE GLA-TRADE-RECEIVABLE TO GLP-DEBIT-ACCT.
           MOVE GLA-SALES-REVENUE TO GLP-CREDIT-ACCT.
           MOVE WS-INVOICE-SUBTOTAL TO GLP-AMOUNT.
           MOVE 'INVOICE SALES' TO GLP-DESC.
           PERFORM WRITE-GL-ENTRY.

           MOVE GLA-TRADE-RECEIVABLE TO GLP-DEBIT-ACCT.
           MOVE GLA-SALES-TAX-PAYABLE TO GLP-CREDIT-ACCT.
           MOVE WS-INVOICE-TAX TO GLP-AMOUNT.
           MOVE 'INVOICE SALES TAX' TO GLP-DESC.
           PERFORM WRITE-GL-ENTRY.

      **********************************************
      * WRITES ONE BALANCED JOURNAL ENTRY FROM THE GLPOST REQUEST
      * AREA: A DEBIT LINE AND A CREDIT LINE FOR GLP-AMOUNT UNDER
      * THE NEXT ENTRY NUMBER. A NEGATIVE AMOUNT SWAPS THE SIDES;
      * A ZERO AMOUNT WRITES NOTHING.
      **********************************************
       WRITE-GL-ENTRY.
           IF GLP-AMOUNT NOT = 0
              IF GLP-AMOUNT < 0
                 MOVE GLP-DEBIT-ACCT TO GLP-SWAP-ACCT
                 MOVE GLP-CREDIT-ACCT TO GLP-DEBIT-ACCT
                 MOVE GLP-SWAP-ACCT TO GLP-CREDIT-ACCT
                 COMPUTE GLP-AMOUNT = GLP-AMOUNT * -1
              END-IF
              ADD 1 TO GLP-ENTRY-NO
              MOVE SPACES TO GL-JOURNAL-REC
              MOVE 'SHPINV16' TO GLJ-SOURCE-JOB
              MOVE WS-RUN-DATE TO GLJ-POST-DATE
              MOVE GLP-ENTRY-NO TO GLJ-ENTRY-NO
              MOVE GLP-AMOUNT TO GLJ-AMOUNT
              MOVE GLP-CURRENCY TO GLJ-CURRENCY
              MOVE GLP-REFERENCE TO GLJ-REFERENCE
              MOVE GLP-DESC TO GLJ-DESC
              MOVE GLP-DEBIT-ACCT TO GLJ-ACCOUNT
              SET GLJ-DEBIT TO TRUE
              PERFORM WRITE-GL-LINE
              MOVE GLP-CREDIT-ACCT TO GLJ-ACCOUNT
              SET GLJ-CREDIT TO TRUE
              PERFORM WRITE-GL-LINE
              ADD GLP-AMOUNT TO GLP-DEBIT-TOTAL
           END-IF.

      **********************************************
      * WRITES WHATEVER LINE IS CURRENTLY IN GL-JOURNAL-REC.
      **********************************************
       WRITE-GL-LINE.
           WRITE GL-JOURNAL-REC.
           IF GL-JOURNAL-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING GL JOURNAL: ' GL-JOURNAL-STATUS
              DISPLAY 'ORDER NUMBER: ' WS-CURRENT-ORDR-NUM
              PERFORM ABEND-WITH-STATUS
           END-IF.
           ADD 1 TO GLP-LINES-WRITTEN.

      **********************************************
      * WRITES WHATEVER LINE IS CURRENTLY IN INVOICE-REC.
           END-IF.

      **********************************************
      * CLOSE ALL FILES AND CHECK STATUS. ONCE THE INVOICE REGISTER
      * IS CLOSED CLEAN ITS CONTROL TOTALS ARE POSTED.
      **********************************************
       CLOSE-ALL-FILES.
           CLOSE PICK-LIST-FILE.
           IF INVOICE-REGISTER-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING INVOICE REGISTER: '
                       INVOICE-REGISTER-STATUS
           ELSE
              PERFORM POST-INVOICE-REGISTER-CONTROL
           END-IF.

           CLOSE BACKORDER-FILE.
                       INVOICE-LINE-STATUS
           END-IF.

           CLOSE GL-JOURNAL-FILE.
           IF GL-JOURNAL-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING GL JOURNAL: '
                       GL-JOURNAL-STATUS
           END-IF.

      **********************************************
      * POSTS THE INVOICE REGISTER'S CONTROL TOTALS (HANDOFF INVREG)
      * FOR CASHAP16 TO VERIFY THE REGISTER AGAINST. A POSTING THAT
      * FAILS ONLY WARNS: THE INVOICES ARE ISSUED, AND CASHAP16
      * STOPS ON THE MISSING CONTROL RATHER THAN LOAD AN UNVERIFIED
      * REGISTER.
      **********************************************
       POST-INVOICE-REGISTER-CONTROL.
           SET CC-POST-CONTROL TO TRUE.
           MOVE 'INVREG' TO CC-HANDOFF.
           MOVE 'SHPINV16' TO CC-JOB-NAME.
           CALL 'CTLCHK45' USING WS-CTLTOT-REQUEST END-CALL.
           IF NOT CC-POSTED
              DISPLAY 'WARNING: INVOICE REGISTER CONTROL NOT POSTED: '
                      CC-MESSAGE
           END-IF.

      **********************************************
      * APPENDS ONE RECORD TO THE CONSOLIDATED END-OF-NIGHT BATCH
      * STATUS LOG AND CLOSES IT. STATUS-LOG ITSELF WAS ALREADY
           MOVE PICK-LINES-READ TO PICK-LINES-READ-DISP.
           MOVE LINES-INVOICED TO LINES-INVOICED-DISP.
           MOVE LINES-SHORT TO LINES-SHORT-DISP.
           MOVE KIT-COMPONENT-LINES TO KIT-COMPONENT-LINES-DISP.
           MOVE PRE-INVOICED-LINES TO PRE-INVOICED-LINES-DISP.
           MOVE INVOICES-GENERATED TO INVOICES-GENERATED-DISP.
           MOVE WS-UNKNOWN-JUR-COUNT TO WS-UNKNOWN-JUR-DISP.

           DISPLAY 'PICK LINES READ:      ' PICK-LINES-READ-DISP.
           DISPLAY 'LINES INVOICED:       ' LINES-INVOICED-DISP.
           DISPLAY 'LINES PICKED SHORT:   ' LINES-SHORT-DISP.
           DISPLAY 'KIT COMPONENT LINES:  ' KIT-COMPONENT-LINES-DISP.
           DISPLAY 'ALREADY INVOICED:     ' PRE-INVOICED-LINES-DISP.
           DISPLAY 'INVOICES GENERATED:   ' INVOICES-GENERATED-DISP.
           DISPLAY 'UNKNOWN TAX JURISD:   ' WS-UNKNOWN-JUR-DISP.
           DISPLAY 'GL JOURNAL LINES:     ' GLP-LINES-WRITTEN.
           DISPLAY '========================================'.

      **********************************************
