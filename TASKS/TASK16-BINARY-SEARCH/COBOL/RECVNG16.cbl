      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   PHASE 1 - LOAD THE OPEN PURCHASE EXPECTATIONS (POEXDD:       *
      *     PO NUMBER, PART, QUANTITY EXPECTED, PLUS THE PO TERMS      *
      *     PURORD16 WROTE, CARRIED THROUGH UNCHANGED).                *
      *   PHASE 2 - PER RECEIPT (PO NUMBER, PART, QUANTITY RECEIVED):  *
      *     PART NOT IN CATALOG      -> EXCEPTION, NOTHING RAISED.     *
      *     NO MATCHING EXPECTATION  -> STOCK RAISED (THE GOODS ARE    *
      *     RECEIVED = EXPECTED      -> STOCK RAISED, EXPECTATION      *
      *       CLOSED, REGISTER LINE 'RECEIVED'.                        *
      *   STOCK IS RAISED IN PLACE ON THE VSAM CATALOG MASTER; THE     *
      *   STILL-OPEN EXPECTATIONS ROLL TO NEWPODD AS BEFORE. EVERY     *
      *   RECEIPT THAT RAISED STOCK IS APPENDED TO THE RECEIPT         *
      *   HISTORY (RCPHDD) FOR VNDINV16'S INVOICE MATCH.               *
      *   A RECEIPT AGAINST A PO LINE WITH A UNIT COST RE-AVERAGES     *
      *   PART-UNIT-COST:                                              *
      *     (ON-HAND x AVERAGE + RECEIVED x PO COST)                   *
      *     / (ON-HAND + RECEIVED)                                     *
      *   AN UNEXPECTED RECEIPT HAS NO PRICE AND COMES IN AT THE       *
      *   CURRENT AVERAGE. EVERY RECEIPT IS ALSO APPENDED TO THE       *
      *   INVENTORY MOVEMENT JOURNAL (INVMDD) FOR INVVAL16.            *
      *   STOCK IS RECEIVED INTO THE LOCATION NAMED ON THE RECEIPT     *
      *   (BLANK = THE PRIMARY WAREHOUSE, THE FIRST ON LOCNDD): THE    *
      *   PART'S STOCK RECORD THERE ON PLOCVDD IS RAISED ALONG WITH    *
      *   THE CATALOG TOTAL. A LOCATION NOT ON LOCNDD IS AN EXCEPTION  *
      *   AND THE RECEIPT IS NOT APPLIED.                              *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/09/02                                               *
      * 2026/09/02 - CONVERTED TO THE VSAM CATALOG MASTER (PARTVDD): *
      *              RECEIPTS RAISE STOCK IN PLACE, THE IN-MEMORY    *
      *              TABLE AND THE CATODD ROLLOVER ARE GONE.         *
      * 2026/10/15 - POEXDD IS NOW RAISED BY PURORD16. THE EXPECTATION *
      *              RECORD CARRIES THE PO TERMS (VENDOR, UNIT COST,   *
      *              QUANTITY ORDERED, ORDER AND DUE DATES), WHICH     *
      *              ROLL FORWARD TO NEWPODD UNCHANGED. THE CATALOG    *
      *              RECORD LAYOUT CARRIES THE NEW REPLENISHMENT       *
      *              FIELDS.                                           *
      * 2026/10/15 - EVERY RECEIPT THAT RAISES STOCK IS NOW APPENDED   *
      *              TO A RECEIPT HISTORY (RCPHDD) WITH THE PO TERMS   *
      *              IT SETTLED, FOR VNDINV16'S VENDOR INVOICE         *
      *              THREE-WAY MATCH.                                  *
      * 2026/10/15 - RECEIPTS AGAINST A PRICED PO LINE NOW MAINTAIN A  *
      *              WEIGHTED-AVERAGE PART-UNIT-COST, AND EVERY        *
      *              RECEIPT IS APPENDED TO THE INVENTORY MOVEMENT     *
      *              JOURNAL (INVMDD) FOR THE MONTH-END VALUATION.     *
      * 2026/10/15 - RECEIPTS NOW NAME THE STOCKING LOCATION THEY ARE  *
      *              PUT AWAY AT (NEW RCP-LOC-ID; BLANK = PRIMARY      *
      *              WAREHOUSE) AND RAISE THE PART'S STOCK THERE ON    *
      *              THE NEW LOCATION STOCK FILE (PLOCVDD) AS WELL AS  *
      *              ON THE CATALOG. AN UNKNOWN LOCATION IS AN         *
      *              EXCEPTION, NOT APPLIED. THE REGISTER SHOWS THE    *
      *              LOCATION.                                         *
      *                                                                *
      * FILES:                                                         *
      * I/O:   PARTVDD (PARTS.CATALOG.VSAM) - PARTS CATALOG MASTER     *
      *         EXCEPTIONS (PS, 80 B)                                  *
      * OUTPUT: NEWPODD (OPEN.PO.EXPECT.NEW) - STILL-OPEN              *
      *         EXPECTATIONS (PS, 80 B)                                *
      * OUTPUT: RCPHDD (RECEIPT.HISTORY) - RECEIPTS WITH THEIR PO      *
      *         TERMS, EXTENDED EACH RUN (PS, 80 B)                    *
      * OUTPUT: INVMDD (PARTS.MOVEMENT.JOURNAL) - INVENTORY MOVEMENT   *
      *         JOURNAL, EXTENDED EACH RUN (PS, 80 B)                  *
      * I/O:    PLOCVDD (PARTS.LOCATION.STOCK.VSAM) - STOCK BY PART    *
      *         AND LOCATION (KSDS, KEY PART-ID + LOCATION)            *
      * INPUT:  LOCNDD (LOCATION.MASTER) - STOCKING LOCATIONS,         *
      *         PRIMARY WAREHOUSE FIRST (PS, 80 B)                     *
      * OUTPUT: STATLOG (BATCH.STATLOG) - BATCH STATUS RECORD          *
      ******************************************************************

              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS NEW-PO-EXPECT-STATUS.

           SELECT RECEIPT-HISTORY-FILE ASSIGN TO RCPHDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS RECEIPT-HISTORY-STATUS.

           SELECT MOVEMENT-JOURNAL-FILE ASSIGN TO INVMDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS MOVEMENT-JOURNAL-STATUS.

           SELECT LOCATION-STOCK-FILE ASSIGN TO PLOCVDD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS LSK-KEY
              FILE STATUS IS LOCATION-STOCK-STATUS.

           SELECT LOCATION-MASTER-FILE ASSIGN TO LOCNDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS LOCATION-MASTER-STATUS.

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

       FD RECEIPT-FEED-FILE RECORDING MODE IS F.
       01 RECEIPT-FEED-REC.
          05 RCP-PART-ID PIC X(5).
          05 FILLER PIC X(1).
          05 RCP-QTY-RECEIVED PIC X(5).
          05 FILLER PIC X(1).
          05 RCP-LOC-ID PIC X(4).
          05 FILLER PIC X(56).

      * OPEN PURCHASE EXPECTATIONS: ONE LINE PER PO/PART STILL
      * AWAITED, RAISED BY PURORD16 (OR KEYED BY PURCHASING FOR A
      * ONE-OFF BUY). CARRIED ACROSS RUNS VIA THE NEWPODD
      * ROLLOVER, LIKE THE BACKORDERS. POE-PO-TERMS (VENDOR, UNIT
      * COST, QUANTITY ORIGINALLY ORDERED, ORDER AND DUE DATES)
      * ROLLS FORWARD UNCHANGED; A HAND-KEYED LINE MAY LEAVE IT
      * BLANK.
       FD PO-EXPECT-FILE RECORDING MODE IS F.
       01 PO-EXPECT-REC.
          05 POE-PO-NUM PIC X(7).
          05 POE-PART-ID PIC 9(5).
          05 FILLER PIC X(1).
          05 POE-QTY-EXPECTED PIC 9(5).
          05 FILLER PIC X(1).
          05 POE-PO-TERMS.
             10 POE-VENDOR-ID PIC X(5).
             10 FILLER PIC X(1).
             10 POE-UNIT-COST PIC 9(3)V99.
             10 FILLER PIC X(1).
             10 POE-QTY-ORDERED PIC 9(5).
             10 FILLER PIC X(1).
             10 POE-ORDER-DATE PIC X(8).
             10 FILLER PIC X(1).
             10 POE-DUE-DATE PIC X(8).
          05 FILLER PIC X(25).

       FD RECEIVING-REGISTER-FILE RECORDING MODE IS F.
       01 RECEIVING-REGISTER-REC PIC X(80).
          05 NPO-PART-ID PIC 9(5).
          05 FILLER PIC X(1).
          05 NPO-QTY-EXPECTED PIC 9(5).
          05 FILLER PIC X(1).
          05 NPO-PO-TERMS PIC X(35).
          05 FILLER PIC X(25).

      * RECEIPT HISTORY: ONE RECORD PER RECEIPT THAT RAISED STOCK,
      * APPENDED RUN AFTER RUN, WITH THE PO TERMS OF THE
      * EXPECTATION IT SETTLED (BLANK FOR AN UNEXPECTED RECEIPT).
      * VNDINV16 MATCHES VENDOR INVOICES AGAINST IT, SINCE A FULLY
      * RECEIVED PO LINE NO LONGER ROLLS FORWARD ON NEWPODD.
       FD RECEIPT-HISTORY-FILE RECORDING MODE IS F.
       01 RECEIPT-HISTORY-REC.
          05 RCH-PO-NUM PIC X(7).
          05 FILLER PIC X(1).
          05 RCH-PART-ID PIC 9(5).
          05 FILLER PIC X(1).
          05 RCH-QTY-RECEIVED PIC 9(5).
          05 FILLER PIC X(1).
          05 RCH-RECEIPT-DATE PIC X(8).
          05 FILLER PIC X(1).
          05 RCH-PO-TERMS PIC X(35).
          05 FILLER PIC X(16).

       FD MOVEMENT-JOURNAL-FILE RECORDING MODE IS F.
       01 MOVEMENT-JOURNAL-REC.
           COPY INVMOVE.

       FD LOCATION-STOCK-FILE.
       01 LOCATION-STOCK-REC.
           COPY LOCSTK.

       FD LOCATION-MASTER-FILE RECORDING MODE IS F.
       01 LOCATION-MASTER-REC.
           COPY LOCMAST.

       FD STATUS-LOG RECORDING MODE IS F.
       01 STATUS-LOG-REC.
          05 PO-EXPECT-STATUS PIC X(2).
          05 RECEIVING-REGISTER-STATUS PIC X(2).
          05 NEW-PO-EXPECT-STATUS PIC X(2).
          05 RECEIPT-HISTORY-STATUS PIC X(2).
          05 MOVEMENT-JOURNAL-STATUS PIC X(2).
          05 LOCATION-STOCK-STATUS PIC X(2).
          05 LOCATION-MASTER-STATUS PIC X(2).
          05 STATUS-LOG-STATUS PIC X(2).

      * CONTROL FLAGS
             88 POE-EOF VALUE 'Y'.
          05 WS-EXPECT-FOUND PIC X(1) VALUE 'N'.
             88 EXPECT-FOUND VALUE 'Y'.
          05 WS-LOC-EOF PIC X(1) VALUE 'N'.
             88 LOC-EOF VALUE 'Y'.
          05 WS-LOCATION-FOUND PIC X(1) VALUE 'N'.
             88 LOCATION-FOUND VALUE 'Y'.

      * SET JUST BEFORE A FATAL ERROR PATH WRITES ITS STATLOG RECORD
      * AND STOPS, SO WRITE-BATCH-STATUS REPORTS 'FAILED'.
             10 PX-PO-NUM PIC X(7).
             10 PX-PART-ID PIC 9(5).
             10 PX-QTY-EXPECTED PIC 9(5).
             10 PX-PO-TERMS PIC X(35).

      * NUMERIC VIEWS OF THE RECEIPT FEED FIELDS, USED ONLY AFTER
      * THE NUMERIC EDITS HAVE PASSED.
       01 WS-RCP-PART-NUM PIC 9(5).
       01 WS-RCP-QTY-NUM PIC 9(5).

      * THIS RUN'S PROCESSING DATE (YYYYMMDD), STAMPED ON EACH
      * RECEIPT HISTORY RECORD
       01 WS-RUN-DATE PIC X(8).

      * THE PO TERMS OF THE MATCHED EXPECTATION, BROKEN OUT SO THE
      * UNIT COST CAN BE PICKED UP. A HAND-KEYED EXPECTATION MAY
      * CARRY BLANK TERMS, SO THE COST IS NUMERIC-CHECKED FIRST.
       01 WS-PO-TERMS.
          05 WS-PT-VENDOR-ID PIC X(5).
          05 FILLER PIC X(1).
          05 WS-PT-UNIT-COST PIC 9(3)V99.
          05 FILLER PIC X(24).

      * STOCKING LOCATION TABLE, LOADED FROM LOCNDD. THE FIRST
      * ENTRY IS THE PRIMARY WAREHOUSE.
       01 WS-LOCATION-TABLE.
          05 LOC-COUNT PIC 9(2) VALUE 0.
          05 LOCATION-ENTRY OCCURS 20 TIMES INDEXED BY LC-IDX.
             10 LC-ID PIC X(4).

      * LOCATION THE RECEIPT IS PUT AWAY AT
       01 WS-RCV-LOC-ID PIC X(4).

      * COST THE RECEIPT IS BOOKED AT ON THE MOVEMENT JOURNAL
       01 WS-RECEIPT-COST PIC 9(3)V99.

      * OVER-RECEIPT EXCESS WORK FIELD
       01 WS-OVER-QTY PIC 9(5).

          05 RECEIPTS-PARTIAL PIC 9(5) VALUE 0.
          05 RECEIPTS-EXCEPTION PIC 9(5) VALUE 0.
          05 EXPECTS-CARRIED PIC 9(5) VALUE 0.
          05 COSTS-AVERAGED PIC 9(5) VALUE 0.

      * DISPLAY-FORMATTED COUNTERS
       01 WS-DISP-COUNTERS.
          05 RECEIPTS-PARTIAL-DISP PIC Z(4)9.
          05 RECEIPTS-EXCEPTION-DISP PIC Z(4)9.
          05 EXPECTS-CARRIED-DISP PIC Z(4)9.
          05 COSTS-AVERAGED-DISP PIC Z(4)9.

      **********************************************
      * OPENS FILES, LOADS THE CATALOG AND EXPECTATIONS, APPLIES
       MAIN-LOGIC.
           PERFORM SET-BST-START-TS.
           PERFORM OPEN-STATUS-LOG.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM OPEN-ALL-FILES.
           PERFORM LOAD-LOCATION-TABLE.
           PERFORM LOAD-EXPECT-TABLE.
           PERFORM APPLY-RECEIPTS.
           PERFORM WRITE-OPEN-EXPECTS.
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN EXTEND RECEIPT-HISTORY-FILE.
           IF RECEIPT-HISTORY-STATUS = '05'
              OR RECEIPT-HISTORY-STATUS = '35'
              OPEN OUTPUT RECEIPT-HISTORY-FILE
           END-IF.
           IF RECEIPT-HISTORY-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING RECEIPT HISTORY: '
                       RECEIPT-HISTORY-STATUS
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

           OPEN I-O LOCATION-STOCK-FILE.
           IF LOCATION-STOCK-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING LOCATION STOCK FILE: '
                       LOCATION-STOCK-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * LOADS LOCNDD INTO THE LOCATION TABLE. THE FILE IS
      * REQUIRED AND MUST NAME AT LEAST ONE LOCATION - THE FIRST
      * IS THE PRIMARY WAREHOUSE. MAX 20 LOCATIONS.
      **********************************************
       LOAD-LOCATION-TABLE.
           OPEN INPUT LOCATION-MASTER-FILE.
           IF LOCATION-MASTER-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING LOCATION MASTER: '
                       LOCATION-MASTER-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.
           PERFORM UNTIL LOC-EOF
              READ LOCATION-MASTER-FILE
                AT END
                   SET LOC-EOF TO TRUE
                NOT AT END
                   IF LOCATION-MASTER-STATUS = '00'
                      IF LOC-COUNT >= 20
                         DISPLAY 'ERROR: LOCATION TABLE FULL (20 MAX)'
                         PERFORM ABEND-WITH-STATUS
                      END-IF
                      ADD 1 TO LOC-COUNT
                      SET LC-IDX TO LOC-COUNT
                      MOVE LCM-LOC-ID TO LC-ID(LC-IDX)
                   ELSE
                      DISPLAY 'ERROR READING LOCATION MASTER: '
                               LOCATION-MASTER-STATUS
                      PERFORM ABEND-WITH-STATUS
                   END-IF
              END-READ
           END-PERFORM.
           CLOSE LOCATION-MASTER-FILE.
           IF LOC-COUNT = 0
              DISPLAY 'ERROR: LOCATION MASTER HAS NO LOCATIONS'
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * LOADS POEXDD INTO THE EXPECTATION TABLE. NO EXPECTATIONS
      * FILE YET (05/35) MEANS EVERY RECEIPT WILL SHOW AS
                         MOVE POE-PART-ID TO PX-PART-ID(PX-IDX)
                         MOVE POE-QTY-EXPECTED
                              TO PX-QTY-EXPECTED(PX-IDX)
                         MOVE POE-PO-TERMS TO PX-PO-TERMS(PX-IDX)
                      ELSE
                         DISPLAY 'ERROR READING EXPECTATIONS FILE: '
                                  PO-EXPECT-STATUS
           END-PERFORM.

      **********************************************
      * ONE RECEIPT: EDIT THE FIELDS, FIND THE PART AND THE
      * LOCATION, RAISE STOCK, AND SETTLE THE MATCHING
      * EXPECTATION. EVERY OUTCOME GETS A REGISTER LINE;
      * ANYTHING IRREGULAR IS AN EXCEPTION LINE.
      **********************************************
       APPLY-ONE-RECEIPT.
           IF RCP-PART-ID NOT NUMERIC
              MOVE RCP-PART-ID TO WS-RCP-PART-NUM
              MOVE RCP-QTY-RECEIVED TO WS-RCP-QTY-NUM
              PERFORM FIND-CATALOG-PART
              PERFORM FIND-RECEIPT-LOCATION
              IF NOT-FOUND
                 ADD 1 TO RECEIPTS-EXCEPTION
                 MOVE SPACES TO RECEIVING-REGISTER-REC
                 END-STRING
                 PERFORM WRITE-REGISTER-LINE
              ELSE
                 IF NOT LOCATION-FOUND
                    ADD 1 TO RECEIPTS-EXCEPTION
                    MOVE SPACES TO RECEIVING-REGISTER-REC
                    STRING '** EXCEPTION: PO ' DELIMITED BY SIZE
                           RCP-PO-NUM DELIMITED BY SIZE
                           ' PART ' DELIMITED BY SIZE
                           RCP-PART-ID DELIMITED BY SIZE
                           ' LOCATION ' DELIMITED BY SIZE
                           WS-RCV-LOC-ID DELIMITED BY SIZE
                           ' UNKNOWN - NOT APPLIED'
                           DELIMITED BY SIZE
                           INTO RECEIVING-REGISTER-REC
                    END-STRING
                    PERFORM WRITE-REGISTER-LINE
                 ELSE
                    PERFORM FIND-EXPECTATION
                    PERFORM AVERAGE-UNIT-COST
                    ADD WS-RCP-QTY-NUM TO PART-STOCK-QTY
                    REWRITE CATALOG-REC
                    IF CATALOG-STATUS NOT = '00'
                       DISPLAY 'ERROR REWRITING PARTS CATALOG MASTER: '
                                CATALOG-STATUS
                       DISPLAY 'PART ID: ' RCP-PART-ID
                       PERFORM ABEND-WITH-STATUS
                    END-IF
                    PERFORM SETTLE-EXPECTATION
                    PERFORM WRITE-RECEIPT-MOVEMENT
                    PERFORM RAISE-LOCATION-STOCK
                 END-IF
              END-IF
           END-IF.

           END-EVALUATE.

      **********************************************
      * RESOLVES THE LOCATION THE RECEIPT IS PUT AWAY AT: THE ONE
      * ON THE RECEIPT, OR THE PRIMARY WAREHOUSE WHEN BLANK. SETS
      * LOCATION-FOUND WHEN IT IS ON THE LOCATION TABLE.
      **********************************************
       FIND-RECEIPT-LOCATION.
           MOVE 'N' TO WS-LOCATION-FOUND.
           IF RCP-LOC-ID = SPACES
              MOVE LC-ID(1) TO WS-RCV-LOC-ID
           ELSE
              MOVE RCP-LOC-ID TO WS-RCV-LOC-ID
           END-IF.
           SET LC-IDX TO 1.
           SEARCH LOCATION-ENTRY
               AT END
                  CONTINUE
               WHEN LC-IDX > LOC-COUNT
                  CONTINUE
               WHEN LC-ID(LC-IDX) = WS-RCV-LOC-ID
                  SET LOCATION-FOUND TO TRUE
           END-SEARCH.

      **********************************************
      * RAISES THE PART'S ON-HAND STOCK AT THE RECEIVING
      * LOCATION, STARTING A STOCK RECORD THERE IF IT HAS NONE.
      **********************************************
       RAISE-LOCATION-STOCK.
           MOVE WS-RCP-PART-NUM TO LSK-PART-ID.
           MOVE WS-RCV-LOC-ID TO LSK-LOC-ID.
           READ LOCATION-STOCK-FILE
           EVALUATE LOCATION-STOCK-STATUS
               WHEN '00'
                 ADD WS-RCP-QTY-NUM TO LSK-ON-HAND
                 REWRITE LOCATION-STOCK-REC
               WHEN '23'
                 MOVE SPACES TO LOCATION-STOCK-REC
                 MOVE WS-RCP-PART-NUM TO LSK-PART-ID
                 MOVE WS-RCV-LOC-ID TO LSK-LOC-ID
                 MOVE WS-RCP-QTY-NUM TO LSK-ON-HAND
                 MOVE 0 TO LSK-IN-TRANSIT
                 WRITE LOCATION-STOCK-REC
               WHEN OTHER
                 DISPLAY 'ERROR READING LOCATION STOCK: '
                          LOCATION-STOCK-STATUS
                 DISPLAY 'PART ID: ' RCP-PART-ID ' LOCATION: '
                          WS-RCV-LOC-ID
                 PERFORM ABEND-WITH-STATUS
           END-EVALUATE.
           IF LOCATION-STOCK-STATUS NOT = '00'
              DISPLAY 'ERROR UPDATING LOCATION STOCK: '
                       LOCATION-STOCK-STATUS
              DISPLAY 'PART ID: ' RCP-PART-ID ' LOCATION: '
                       WS-RCV-LOC-ID
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * LOCATES THE OPEN PO/PART EXPECTATION THE RECEIPT SETTLES,
      * LEAVING PX-IDX ON IT WHEN EXPECT-FOUND.
      **********************************************
       FIND-EXPECTATION.
           MOVE 'N' TO WS-EXPECT-FOUND.
           IF EXPECT-COUNT > 0
              SET PX-IDX TO 1
              END-SEARCH
           END-IF.

      **********************************************
      * RE-AVERAGES THE PART'S UNIT COST WITH THE PO PRICE OF THE
      * MATCHED EXPECTATION, BEFORE STOCK IS RAISED, SO THE STOCK
      * ALREADY ON HAND IS WEIGHTED AT THE OLD AVERAGE. NO
      * EXPECTATION, OR NO PRICE ON IT, LEAVES THE AVERAGE ALONE
      * AND THE RECEIPT IS BOOKED AT THE CURRENT AVERAGE.
      **********************************************
       AVERAGE-UNIT-COST.
           MOVE PART-UNIT-COST TO WS-RECEIPT-COST.
           IF EXPECT-FOUND AND WS-RCP-QTY-NUM > 0
              MOVE PX-PO-TERMS(PX-IDX) TO WS-PO-TERMS
              IF WS-PT-UNIT-COST NUMERIC AND WS-PT-UNIT-COST > 0
                 MOVE WS-PT-UNIT-COST TO WS-RECEIPT-COST
                 COMPUTE PART-UNIT-COST ROUNDED =
                         (PART-STOCK-QTY * PART-UNIT-COST
                          + WS-RCP-QTY-NUM * WS-PT-UNIT-COST)
                         / (PART-STOCK-QTY + WS-RCP-QTY-NUM)
                 ADD 1 TO COSTS-AVERAGED
              END-IF
           END-IF.

      **********************************************
      * SETTLES THE RECEIPT AGAINST ITS PO/PART EXPECTATION.
      * FULL AND OVER RECEIPTS CLOSE THE EXPECTATION (QUANTITY TO
      * ZERO); A SHORT RECEIPT REDUCES IT AND LEAVES THE REMAINDER
      * TO ROLL FORWARD. NO EXPECTATION AT ALL IS AN UNEXPECTED-
      * RECEIPT EXCEPTION - THE STOCK IS ALREADY RAISED, BECAUSE
      * THE GOODS ARE PHYSICALLY ON THE DOCK EITHER WAY.
      **********************************************
       SETTLE-EXPECTATION.
           MOVE WS-RCP-QTY-NUM TO WS-QTY-DISP.
           IF NOT EXPECT-FOUND
              ADD 1 TO RECEIPTS-EXCEPTION
                     RCP-PART-ID DELIMITED BY SIZE
                     ' QTY ' DELIMITED BY SIZE
                     FUNCTION TRIM(WS-QTY-DISP) DELIMITED BY SIZE
                     ' AT ' DELIMITED BY SIZE
                     WS-RCV-LOC-ID DELIMITED BY SIZE
                     ' STOCK RAISED' DELIMITED BY SIZE
                     INTO RECEIVING-REGISTER-REC
              END-STRING
                           ' EXPECTED ' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-EXP-DISP)
                                    DELIMITED BY SIZE
                           ' AT ' DELIMITED BY SIZE
                           WS-RCV-LOC-ID DELIMITED BY SIZE
                           INTO RECEIVING-REGISTER-REC
                    END-STRING
                    PERFORM WRITE-REGISTER-LINE
                           ' OF ' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-EXP-DISP)
                                    DELIMITED BY SIZE
                           ' AT ' DELIMITED BY SIZE
                           WS-RCV-LOC-ID DELIMITED BY SIZE
                           INTO RECEIVING-REGISTER-REC
                    END-STRING
                    PERFORM WRITE-REGISTER-LINE
                           ' QTY ' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-QTY-DISP)
                                    DELIMITED BY SIZE
                           ' AT ' DELIMITED BY SIZE
                           WS-RCV-LOC-ID DELIMITED BY SIZE
                           INTO RECEIVING-REGISTER-REC
                    END-STRING
                    PERFORM WRITE-REGISTER-LINE
              END-EVALUATE
           END-IF.
           PERFORM WRITE-RECEIPT-HISTORY.

      **********************************************
      * APPENDS THE RECEIPT TO THE RECEIPT HISTORY WITH THE PO
      * TERMS OF THE EXPECTATION IT SETTLED, IF ANY.
      **********************************************
       WRITE-RECEIPT-HISTORY.
           MOVE SPACES TO RECEIPT-HISTORY-REC.
           MOVE RCP-PO-NUM TO RCH-PO-NUM.
           MOVE WS-RCP-PART-NUM TO RCH-PART-ID.
           MOVE WS-RCP-QTY-NUM TO RCH-QTY-RECEIVED.
           MOVE WS-RUN-DATE TO RCH-RECEIPT-DATE.
           IF EXPECT-FOUND
              MOVE PX-PO-TERMS(PX-IDX) TO RCH-PO-TERMS
           END-IF.
           WRITE RECEIPT-HISTORY-REC.
           IF RECEIPT-HISTORY-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING RECEIPT HISTORY: '
                       RECEIPT-HISTORY-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * APPENDS THE RECEIPT TO THE INVENTORY MOVEMENT JOURNAL AT
      * THE COST IT WAS BOOKED AT.
      **********************************************
       WRITE-RECEIPT-MOVEMENT.
           MOVE SPACES TO MOVEMENT-JOURNAL-REC.
           MOVE WS-RCP-PART-NUM TO MVJ-PART-ID.
           SET MVJ-RECEIPT TO TRUE.
           MOVE WS-RCP-QTY-NUM TO MVJ-QTY.
           SET MVJ-STOCK-UP TO TRUE.
           MOVE WS-RECEIPT-COST TO MVJ-UNIT-COST.
           MOVE WS-RUN-DATE TO MVJ-DATE.
           MOVE 'RECVNG16' TO MVJ-SOURCE-JOB.
           MOVE RCP-PO-NUM TO MVJ-REFERENCE.
           WRITE MOVEMENT-JOURNAL-REC.
           IF MOVEMENT-JOURNAL-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING MOVEMENT JOURNAL: '
                       MOVEMENT-JOURNAL-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * WRITES WHATEVER LINE IS CURRENTLY IN THE REGISTER RECORD.
                 MOVE PX-PO-NUM(PX-IDX) TO NPO-PO-NUM
                 MOVE PX-PART-ID(PX-IDX) TO NPO-PART-ID
                 MOVE PX-QTY-EXPECTED(PX-IDX) TO NPO-QTY-EXPECTED
                 MOVE PX-PO-TERMS(PX-IDX) TO NPO-PO-TERMS
                 WRITE NEW-PO-EXPECT-REC
                 IF NEW-PO-EXPECT-STATUS NOT = '00'
                    DISPLAY 'ERROR WRITING NEW EXPECTATIONS FILE: '
                       NEW-PO-EXPECT-STATUS
           END-IF.

           CLOSE RECEIPT-HISTORY-FILE.
           IF RECEIPT-HISTORY-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING RECEIPT HISTORY: '
                       RECEIPT-HISTORY-STATUS
           END-IF.

           CLOSE MOVEMENT-JOURNAL-FILE.
           IF MOVEMENT-JOURNAL-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING MOVEMENT JOURNAL: '
                       MOVEMENT-JOURNAL-STATUS
           END-IF.

           CLOSE LOCATION-STOCK-FILE.
           IF LOCATION-STOCK-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING LOCATION STOCK FILE: '
                       LOCATION-STOCK-STATUS
           END-IF.

      **********************************************
      * APPENDS ONE RECORD TO THE CONSOLIDATED END-OF-NIGHT BATCH
      * STATUS LOG AND CLOSES IT. STATUS-LOG ITSELF WAS ALREADY
           MOVE RECEIPTS-PARTIAL TO RECEIPTS-PARTIAL-DISP.
           MOVE RECEIPTS-EXCEPTION TO RECEIPTS-EXCEPTION-DISP.
           MOVE EXPECTS-CARRIED TO EXPECTS-CARRIED-DISP.
           MOVE COSTS-AVERAGED TO COSTS-AVERAGED-DISP.

           DISPLAY '========================================'.
           DISPLAY 'GOODS RECEIPT SUMMARY'.
           DISPLAY 'PARTIAL RECEIPTS:     ' RECEIPTS-PARTIAL-DISP.
           DISPLAY 'EXCEPTIONS:           ' RECEIPTS-EXCEPTION-DISP.
           DISPLAY 'EXPECTS CARRIED FWD:  ' EXPECTS-CARRIED-DISP.
           DISPLAY 'AVERAGE COSTS UPDATED:' COSTS-AVERAGED-DISP.
           DISPLAY '========================================'.

      **********************************************
