      *       (CSEQDD) IS PRINTED TO CMEMDD AT THE BILLED UNIT         *
      *       PRICE, AND ONE REGISTER RECORD (DOC TYPE 'C') GOES TO    *
      *       CREGDD FOR A/R, IN THE INVOICE REGISTER'S OWN LAYOUT.    *
      *   STOCK IS RAISED IN PLACE ON THE VSAM CATALOG MASTER, AT THE  *
      *   PART'S CURRENT AVERAGE COST (THE AVERAGE IS UNCHANGED), AND  *
      *   THE RESTOCK IS APPENDED TO THE INVENTORY MOVEMENT JOURNAL.   *
      *   EVERY CREDIT MEMO ALSO GOES TO CLINDD AS A LINE RECORD IN    *
      *   THE INVOICE-LINE LAYOUT, FOR THE SALES HISTORY (SLSHST16).   *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/09/02                                               *
      * 2026/09/02 - CONVERTED TO THE VSAM CATALOG MASTER (PARTVDD): *
      *              RESTOCKS APPLY IN PLACE, THE IN-MEMORY TABLE    *
      *              AND THE CATODD ROLLOVER ARE GONE.               *
      * 2026/10/15 - CATALOG RECORD LAYOUT NOW CARRIES THE REORDER     *
      *              POINT, REORDER QUANTITY, PREFERRED VENDOR AND     *
      *              LEAD DAYS MAINTAINED BY PRTMNT16.                 *
      * 2026/10/15 - EVERY RESTOCKED RETURN IS APPENDED TO THE         *
      *              INVENTORY MOVEMENT JOURNAL (INVMDD) AT THE PART'S *
      *              AVERAGE COST, FOR THE MONTH-END VALUATION         *
      *              (INVVAL16).                                       *
      * 2026/10/15 - EVERY CREDIT MEMO IS ALSO WRITTEN AS A CREDIT-    *
      *              MEMO LINE (CLINDD) - MEMO, ORDER, CUSTOMER, PART, *
      *              QUANTITY, BILLED UNIT PRICE, DATE AND THE         *
      *              ORIGINAL INVOICE - SO SLSHST16 CAN NET RETURNS    *
      *              OUT OF THE PARTS SALES HISTORY.                   *
      *                                                                *
      * FILES:                                                         *
      * I/O:   PARTVDD (PARTS.CATALOG.VSAM) - PARTS CATALOG MASTER     *
      * OUTPUT: CMEMDD (CREDIT.MEMOS) - CREDIT MEMO PRINT FILE         *
      * OUTPUT: CREGDD (CREDIT.REGISTER) - CREDIT MEMO REGISTER        *
      *         RECORDS, CONCATENATED WITH IREGDD FOR A/R              *
      * OUTPUT: CLINDD (CREDIT.LINES) - ONE LINE RECORD PER CREDIT     *
      *         MEMO, FOR THE SALES HISTORY (PS, 80 B)                 *
      * OUTPUT: INVMDD (PARTS.MOVEMENT.JOURNAL) - INVENTORY MOVEMENT   *
      *         JOURNAL, EXTENDED EACH RUN (PS, 80 B)                  *
      * OUTPUT: STATLOG (BATCH.STATLOG) - BATCH STATUS RECORD          *
      ******************************************************************

              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS CREDIT-REGISTER-STATUS.

           SELECT CREDIT-LINE-FILE ASSIGN TO CLINDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS CREDIT-LINE-STATUS.

           SELECT MOVEMENT-JOURNAL-FILE ASSIGN TO INVMDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS MOVEMENT-JOURNAL-STATUS.

           SELECT STATUS-LOG ASSIGN TO STATLOG
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS STATUS-LOG-STATUS.
          05 PART-BREAK-QTY PIC 9(5).
          05 PART-BREAK-PRICE PIC 9(3)V99.
          05 PART-UNIT-COST PIC 9(3)V99.
          05 PART-REORDER-POINT PIC 9(5).
          05 PART-REORDER-QTY PIC 9(5).
          05 PART-VENDOR-ID PIC X(5).
          05 PART-LEAD-DAYS PIC 9(3).

       FD RETURN-FEED-FILE RECORDING MODE IS F.
       01 RETURN-FEED-REC.
          05 CRG-DOC-TYPE PIC X(1).
          05 FILLER PIC X(20).

      * CREDIT-MEMO LINES: THE INVOICE-LINE LAYOUT WITH THE MEMO
      * NUMBER IN PLACE OF THE INVOICE NUMBER, PLUS THE INVOICE
      * THE RETURN WAS MADE AGAINST.
       FD CREDIT-LINE-FILE RECORDING MODE IS F.
       01 CREDIT-LINE-REC.
          05 CLN-MEMO-NUM PIC 9(7).
          05 FILLER PIC X(1).
          05 CLN-ORDER-NUM PIC 9(5).
          05 FILLER PIC X(1).
          05 CLN-CUST-ID PIC X(5).
          05 FILLER PIC X(1).
          05 CLN-PART-ID PIC 9(5).
          05 FILLER PIC X(1).
          05 CLN-QTY PIC 9(3).
          05 FILLER PIC X(1).
          05 CLN-UNIT-PRICE PIC 9(3)V99.
          05 FILLER PIC X(1).
          05 CLN-DATE PIC X(8).
          05 FILLER PIC X(1).
          05 CLN-INVOICE-NUM PIC 9(7).
          05 FILLER PIC X(28).

       FD MOVEMENT-JOURNAL-FILE RECORDING MODE IS F.
       01 MOVEMENT-JOURNAL-REC.
           COPY INVMOVE.

       FD STATUS-LOG RECORDING MODE IS F.
       01 STATUS-LOG-REC.
           COPY BATSTAT.
          05 CREDIT-SEQ-STATUS PIC X(2).
          05 CREDIT-MEMO-STATUS PIC X(2).
          05 CREDIT-REGISTER-STATUS PIC X(2).
          05 CREDIT-LINE-STATUS PIC X(2).
          05 MOVEMENT-JOURNAL-STATUS PIC X(2).
          05 STATUS-LOG-STATUS PIC X(2).

      * CONTROL FLAGS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN OUTPUT CREDIT-LINE-FILE.
           IF CREDIT-LINE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING CREDIT LINE FILE: '
                       CREDIT-LINE-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN EXTEND MOVEMENT-JOURNAL-FILE.
           IF MOVEMENT-JOURNAL-STATUS = '05'
              OR MOVEMENT-JOURNAL-STATUS = '35'
              OPEN OUTPUT MOVEMENT-JOURNAL-FILE
           END-IF.
           IF MOVEMENT-JOURNAL-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING MOVEMENT JOURNAL: '
                       MOVEMENT-JOURNAL-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * LOADS THE INVOICE-LINE DETAIL INTO THE LINE TABLE.
      **********************************************
      * APPLIES THE VALIDATED RETURN: RESTOCKS THE CATALOG, DRAWS
      * THE BILLED QUANTITY DOWN, NUMBERS AND PRINTS THE CREDIT
      * MEMO AT THE BILLED UNIT PRICE, AND WRITES THE REGISTER
      * RECORD FOR A/R AND THE CREDIT-MEMO LINE FOR SALES HISTORY.
      **********************************************
       APPLY-RETURN-CREDIT.
           ADD WS-RTN-QTY-NUM TO PART-STOCK-QTY.
              DISPLAY 'PART ID: ' RTN-PART-ID
              PERFORM ABEND-WITH-STATUS
           END-IF.
           PERFORM WRITE-RETURN-MOVEMENT.
           SUBTRACT WS-RTN-QTY-NUM FROM LN-QTY(LN-IDX).
           COMPUTE WS-CREDIT-AMOUNT ROUNDED =
                   LN-UNIT-PRICE(LN-IDX) * WS-RTN-QTY-NUM.
                       CREDIT-REGISTER-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           MOVE SPACES TO CREDIT-LINE-REC.
           MOVE WS-LAST-MEMO-NUM TO CLN-MEMO-NUM.
           MOVE LN-ORDER-NUM(LN-IDX) TO CLN-ORDER-NUM.
           MOVE LN-CUST-ID(LN-IDX) TO CLN-CUST-ID.
           MOVE WS-RTN-PART-NUM TO CLN-PART-ID.
           MOVE WS-RTN-QTY-NUM TO CLN-QTY.
           MOVE LN-UNIT-PRICE(LN-IDX) TO CLN-UNIT-PRICE.
           MOVE WS-RUN-DATE TO CLN-DATE.
           MOVE WS-RTN-INVOICE-NUM TO CLN-INVOICE-NUM.
           WRITE CREDIT-LINE-REC.
           IF CREDIT-LINE-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING CREDIT LINE FILE: '
                       CREDIT-LINE-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.
           ADD 1 TO RETURNS-CREDITED.

      **********************************************
      * APPENDS THE RESTOCKED QUANTITY TO THE INVENTORY MOVEMENT
      * JOURNAL AT THE PART'S AVERAGE COST, REFERENCED BY THE
      * INVOICE THE RETURN WAS MADE AGAINST.
      **********************************************
       WRITE-RETURN-MOVEMENT.
           MOVE SPACES TO MOVEMENT-JOURNAL-REC.
           MOVE PART-ID TO MVJ-PART-ID.
           SET MVJ-RETURN TO TRUE.
           MOVE WS-RTN-QTY-NUM TO MVJ-QTY.
           SET MVJ-STOCK-UP TO TRUE.
           MOVE PART-UNIT-COST TO MVJ-UNIT-COST.
           MOVE WS-RUN-DATE TO MVJ-DATE.
           MOVE 'RETURN16' TO MVJ-SOURCE-JOB.
           MOVE RTN-INVOICE-NUM TO MVJ-REFERENCE.
           WRITE MOVEMENT-JOURNAL-REC.
           IF MOVEMENT-JOURNAL-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING MOVEMENT JOURNAL: '
                       MOVEMENT-JOURNAL-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * WRITES ONE REJECT LINE ON THE MEMO FILE WITH THE REASON.
      **********************************************
                       CREDIT-REGISTER-STATUS
           END-IF.

           CLOSE CREDIT-LINE-FILE.
           IF CREDIT-LINE-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING CREDIT LINE FILE: '
                       CREDIT-LINE-STATUS
           END-IF.

           CLOSE MOVEMENT-JOURNAL-FILE.
           IF MOVEMENT-JOURNAL-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING MOVEMENT JOURNAL: '
                       MOVEMENT-JOURNAL-STATUS
           END-IF.

      **********************************************
      * APPENDS ONE RECORD TO THE CONSOLIDATED END-OF-NIGHT BATCH
      * STATUS LOG AND CLOSES IT. STATUS-LOG ITSELF WAS ALREADY
