      *                PARTS EXCEPTION REPORT.                         *
      *     LINE ITEMS FOR THE SAME ORDR-NUM ARE ACCUMULATED INTO ONE  *
      *     INVOICE WITH A SUBTOTAL, TAX, AND GRAND TOTAL.             *
      *     AN ORDER WHOSE CUSTOMER IS ON CREDIT HOLD (CASHAP16'S      *
      *     CRHLDD, OR CUS-STATUS 'H' ON THE CUSTOMER FILE) IS NOT     *
      *     PRICED, FILLED OR INVOICED: ITS LINES GO TO THE HELD-      *
      *     ORDERS REPORT (HLDODD) FOR RE-ENTRY ONCE RELEASED.         *
      *     A PART THAT IS A KIT PARENT ON THE KIT TABLE (KITBDD) IS   *
      *     EXPLODED INTO ITS COMPONENTS: THE LINE FILLS ONLY WHEN     *
      *     EVERY COMPONENT COVERS ITS SHARE (ELSE THE WHOLE KIT       *
      *     BACKORDERS), COMPONENT STOCK IS DRAWN DOWN AND PICKED,     *
      *     AND THE LINE IS PRICED AND INVOICED AT THE KIT PRICE.      *
      *     STOCK IS HELD BY LOCATION (PLOCVDD): A LINE FILLS FROM THE *
      *     CUSTOMER'S HOME LOCATION FIRST, THEN FROM THE OTHER        *
      *     LOCATIONS IN LOCATION-MASTER ORDER, WITH ONE PICK RECORD   *
      *     PER LOCATION DRAWN ON; THE RUN ENDS BY PRINTING ONE PICK   *
      *     LIST PER LOCATION (PPRTDD).                                *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/01/01                                               *
      *              SMALL TOUCHED-PARTS TABLE CARRIES THE RUN'S     *
      *              PER-PART DEMAND AND MARGIN ROLLUPS THAT USED    *
      *              TO LIVE ON THE CATALOG TABLE.                   *
      * 2026/10/15 - THE REORDER REPORT NOW USES EACH PART'S OWN       *
      *              REORDER POINT FROM THE CATALOG (THE GLOBAL        *
      *              THRESHOLD IS ONLY THE DEFAULT), FLOORS THE        *
      *              SUGGESTION AT THE PART'S REORDER QUANTITY AND     *
      *              SHOWS THE PREFERRED VENDOR. PURORD16 RAISES THE   *
      *              PURCHASE ORDERS.                                  *
      * 2026/10/15 - ORDERS FOR CUSTOMERS ON CREDIT HOLD (CASHAP16'S   *
      *              CRHLDD, OR CUS-STATUS 'H') ARE NO LONGER PRICED,  *
      *              FILLED OR INVOICED; THEY ARE LISTED ON THE NEW    *
      *              HELD-ORDERS REPORT (HLDODD) WITH THE CUSTOMER'S   *
      *              PAST-DUE POSITION.                                *
      * 2026/10/15 - EVERY QUANTITY TAKEN OUT OF STOCK IS APPENDED TO  *
      *              THE INVENTORY MOVEMENT JOURNAL (INVMDD) AS A      *
      *              SHIPMENT AT THE PART'S AVERAGE COST, FOR THE      *
      *              MONTH-END VALUATION (INVVAL16).                   *
      * 2026/10/15 - KIT / BILL-OF-MATERIALS EXPLOSION: A KIT PARENT   *
      *              ON THE NEW KIT TABLE (KITBDD) IS FILLED FROM ITS  *
      *              COMPONENTS' STOCK, ALL OR NOTHING - ONE SHORT     *
      *              COMPONENT BACKORDERS THE WHOLE KIT UNDER ITS      *
      *              PARENT PART. COMPONENTS GO ON THE PICK LIST       *
      *              (FLAGGED 'C' SO SHPINV16 DOES NOT BILL THEM), THE *
      *              LINE IS PRICED AT THE PARENT'S KIT PRICE, ITS     *
      *              MARGIN IS TAKEN AGAINST THE COMPONENTS' AVERAGE   *
      *              COSTS, AND KIT PARENTS ARE LEFT OFF THE REORDER   *
      *              REPORT.                                           *
      * 2026/10/15 - STOCK BY LOCATION: ON-HAND IS NOW HELD PER PART   *
      *              PER STOCKING LOCATION (PLOCVDD, LOCATIONS ON      *
      *              LOCNDD) AND A LINE IS FILLED FROM THE CUSTOMER'S  *
      *              HOME LOCATION (NEW CUS-HOME-LOC, DEFAULT THE      *
      *              PRIMARY WAREHOUSE) FIRST, THEN THE OTHERS IN      *
      *              LOCNDD ORDER. THE CATALOG STOCK FIGURE STAYS THE  *
      *              COMPANY-WIDE TOTAL; STOCK NO LOCATION ACCOUNTS    *
      *              FOR IS FOLDED INTO THE PRIMARY WAREHOUSE. PICK    *
      *              RECORDS CARRY THE LOCATION, ONE PER LOCATION      *
      *              DRAWN ON, AND ARE NOW WRITTEN IN BOTH MODES (TYPE *
      *              'I' WHEN ALREADY INVOICED HERE); THE RUN PRINTS   *
      *              ONE PICK LIST PER LOCATION (PPRTDD).              *
      * 2026/10/15 - EACH INVOICE REGISTERED IN IMMEDIATE-INVOICE MODE *
      *              NOW WRITES A BALANCED ENTRY TO THE SHARED GENERAL *
      *              LEDGER JOURNAL (GLJDD, COPYBOOK GLJRNL), AS       *
      *              SHPINV16 DOES FOR ITS INVOICES: DR TRADE          *
      *              RECEIVABLES FOR THE TOTAL, CR SALES REVENUE FOR   *
      *              THE SUBTOTAL AND CR SALES TAX PAYABLE FOR THE     *
      *              TAX, SO THE RECEIVABLE CASHAP16 SETTLES WAS       *
      *              RAISED ON THE LEDGER IN THE FIRST PLACE.          *
      *                                                                *
      * FILES:                                                         *
      * I/O:   PARTVDD (PARTS.CATALOG.VSAM) - PARTS CATALOG MASTER     *
      *         REPORT (PS, 80 B)                                     *
      * OUTPUT: MARGDD (MARGIN.REPORT) - MARGIN ANALYSIS BY LINE,      *
      *         PART AND CUSTOMER (PS, 80 B)                           *
      * OUTPUT: PICKDD (WAREHOUSE.PICKLIST) - PICK RECORDS BY          *
      *         LOCATION, FOR SHPINV16 WHEN INVOICE-ON-SHIP MODE IS    *
      *         ON (PS, 80 B)                                          *
      * OUTPUT: ILINDD (INVOICE.LINES) - ONE DETAIL RECORD PER          *
      *         INVOICED LINE, FOR RETURNS VALIDATION (PS, 80 B)       *
      * INPUT:  CRHLDD (AR.CREDIT.HOLD) - CUSTOMERS ON CREDIT HOLD     *
      *         FROM CASHAP16 (PS, 80 B, OPTIONAL)                     *
      * OUTPUT: HLDODD (HELD.ORDERS) - HELD-ORDERS REPORT (PS, 80 B)   *
      * OUTPUT: INVMDD (PARTS.MOVEMENT.JOURNAL) - INVENTORY MOVEMENT   *
      *         JOURNAL, EXTENDED EACH RUN (PS, 80 B)                  *
      * INPUT:  KITBDD (KIT.BOM.TABLE) - KIT COMPONENTS BY PARENT      *
      *         PART (PS, 80 B, OPTIONAL)                              *
      * I/O:    PLOCVDD (PARTS.LOCATION.STOCK.VSAM) - STOCK BY PART    *
      *         AND LOCATION (KSDS, KEY PART-ID + LOCATION)            *
      * INPUT:  LOCNDD (LOCATION.MASTER) - STOCKING LOCATIONS IN       *
      *         ALLOCATION ORDER, PRIMARY WAREHOUSE FIRST (PS, 80 B)   *
      * OUTPUT: PPRTDD (WAREHOUSE.PICKLIST.PRINT) - PRINTED PICK LISTS,*
      *         ONE PER LOCATION (PS, 80 B)                            *
      * OUTPUT: GLJDD (GL.JOURNAL.DAILY) - GL JOURNAL LINES, DD        *
      *         DISP=MOD (EXTEND)                                      *
      ******************************************************************

       IDENTIFICATION DIVISION.
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS INVOICE-LINE-STATUS.

           SELECT CREDIT-HOLD-FILE ASSIGN TO CRHLDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS CREDIT-HOLD-STATUS.

           SELECT HELD-ORDERS-FILE ASSIGN TO HLDODD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS HELD-ORDERS-STATUS.

           SELECT MOVEMENT-JOURNAL-FILE ASSIGN TO INVMDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS MOVEMENT-JOURNAL-STATUS.

           SELECT KIT-BOM-FILE ASSIGN TO KITBDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS KIT-BOM-STATUS.

           SELECT LOCATION-STOCK-FILE ASSIGN TO PLOCVDD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS LSK-KEY
              FILE STATUS IS LOCATION-STOCK-STATUS.

           SELECT LOCATION-MASTER-FILE ASSIGN TO LOCNDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS LOCATION-MASTER-STATUS.

           SELECT PICK-PRINT-FILE ASSIGN TO PPRTDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS PICK-PRINT-STATUS.

           SELECT GL-JOURNAL-FILE ASSIGN TO GLJDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS GL-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PARTS-CATALOG-FILE.
          05 PART-BREAK-QTY PIC 9(5).
          05 PART-BREAK-PRICE PIC 9(3)V99.
          05 PART-UNIT-COST PIC 9(3)V99.
          05 PART-REORDER-POINT PIC 9(5).
          05 PART-REORDER-QTY PIC 9(5).
          05 PART-VENDOR-ID PIC X(5).
          05 PART-LEAD-DAYS PIC 9(3).

       FD ORDERS-FILE RECORDING MODE IS F.
       01 ORDER-REC.
          05 CUS-NAME PIC X(25).
          05 FILLER PIC X(1).
          05 CUS-STATUS PIC X(1).
          05 FILLER PIC X(1).
          05 CUS-HOME-LOC PIC X(4).
          05 FILLER PIC X(42).

      * CONTRACT PRICE AGREEMENTS: CUSTOMER + PART + AGREED PRICE
      * WITH EFFECTIVE DATES. AN AGREEMENT IN FORCE ON THE RUN
      * WHEN INVOICE-ON-SHIP MODE IS ON. THE UNIT PRICE DECIDED
      * HERE (CONTRACT, BREAK, OR FLAT) RIDES ALONG SO SHPINV16
      * INVOICES CONFIRMED QUANTITIES AT EXACTLY THE PRICE THIS
      * RUN QUOTED. A KIT LINE PICKS ITS COMPONENTS: ONE LINE PER
      * COMPONENT (TYPE 'C', NO PRICE, QUANTITY IN PCK-COMP-QTY
      * SINCE A COMPONENT'S SHARE CAN PASS 999) PLUS, IN
      * INVOICE-ON-SHIP MODE, THE KIT ITSELF (TYPE 'K') AT THE KIT
      * PRICE - THE LINE SHPINV16 BILLS AGAINST THE WAREHOUSE'S
      * CONFIRMATION OF WHOLE KITS SHIPPED. EVERY RECORD CARRIES
      * THE LOCATION IT IS PICKED FROM; A LINE FILLED FROM TWO
      * LOCATIONS GETS ONE RECORD AT EACH. WHEN THE RUN INVOICES
      * IMMEDIATELY THE RECORDS ARE TYPE 'I' - THE WAREHOUSE
      * PICKS THEM, SHPINV16 PASSES THEM OVER.
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

      * CREDIT-HOLD FILE FROM CASHAP16: ONE RECORD PER CUSTOMER
      * PAST THE DAYS-PAST-DUE OR AMOUNT-PAST-DUE THRESHOLDS.
       FD CREDIT-HOLD-FILE RECORDING MODE IS F.
       01 CREDIT-HOLD-REC.
          05 CRH-CUST-ID PIC X(5).
          05 FILLER PIC X(1).
          05 CRH-DAYS-PAST-DUE PIC 9(5).
          05 FILLER PIC X(1).
          05 CRH-AMOUNT-PAST-DUE PIC 9(9)V99.
          05 FILLER PIC X(1).
          05 CRH-HOLD-DATE PIC X(8).
          05 FILLER PIC X(1).
          05 CRH-REASON PIC X(12).
          05 FILLER PIC X(35).

       FD HELD-ORDERS-FILE RECORDING MODE IS F.
       01 HELD-ORDERS-REC PIC X(80).

       FD MOVEMENT-JOURNAL-FILE RECORDING MODE IS F.
       01 MOVEMENT-JOURNAL-REC.
           COPY INVMOVE.

      * KIT / BILL-OF-MATERIALS TABLE: ONE RECORD PER COMPONENT OF
      * A KIT. THE PARENT IS AN ORDINARY CATALOG PART CARRYING THE
      * KIT'S SELLING PRICE (AND BREAK PRICE); ITS OWN STOCK FIELD
      * IS NOT USED - A KIT IS ONLY EVER AS AVAILABLE AS ITS
      * SCARCEST COMPONENT.
       FD KIT-BOM-FILE RECORDING MODE IS F.
       01 KIT-BOM-REC.
          05 KBM-PARENT-ID PIC 9(5).
          05 FILLER PIC X(1).
          05 KBM-COMP-ID PIC 9(5).
          05 FILLER PIC X(1).
          05 KBM-COMP-QTY PIC 9(3).
          05 FILLER PIC X(65).

       FD LOCATION-STOCK-FILE.
       01 LOCATION-STOCK-REC.
           COPY LOCSTK.

       FD LOCATION-MASTER-FILE RECORDING MODE IS F.
       01 LOCATION-MASTER-REC.
           COPY LOCMAST.

       FD PICK-PRINT-FILE RECORDING MODE IS F.
       01 PICK-PRINT-REC PIC X(80).

       FD INVOICE-REGISTER-FILE RECORDING MODE IS F.
       01 INVOICE-REGISTER-REC.
          05 IRG-DOC-TYPE PIC X(1).
          05 FILLER PIC X(20).

      * SHARED GENERAL LEDGER JOURNAL, OPENED EXTEND.
       FD GL-JOURNAL-FILE RECORDING MODE IS F.
       01 GL-JOURNAL-REC.
           COPY GLJRNL.

       WORKING-STORAGE SECTION.

      * FILE STATUS VARIABLES
          05 MARGIN-REPORT-STATUS PIC X(2).
          05 PICK-LIST-STATUS PIC X(2).
          05 INVOICE-LINE-STATUS PIC X(2).
          05 CREDIT-HOLD-STATUS PIC X(2).
          05 HELD-ORDERS-STATUS PIC X(2).
          05 MOVEMENT-JOURNAL-STATUS PIC X(2).
          05 KIT-BOM-STATUS PIC X(2).
          05 LOCATION-STOCK-STATUS PIC X(2).
          05 LOCATION-MASTER-STATUS PIC X(2).
          05 PICK-PRINT-STATUS PIC X(2).
          05 GL-JOURNAL-STATUS PIC X(2).

      * CONTROL FLAGS
       01 WS-FLAGS.
             88 CUSTOMER-FOUND VALUE 'Y'.
          05 WS-CONTRACT-FOUND PIC X(1) VALUE 'N'.
             88 CONTRACT-FOUND VALUE 'Y'.
          05 WS-CRH-EOF PIC X(1) VALUE 'N'.
             88 CRH-EOF VALUE 'Y'.
          05 WS-ORDER-HELD PIC X(1) VALUE 'N'.
             88 ORDER-HELD VALUE 'Y'.
          05 WS-KIT-EOF PIC X(1) VALUE 'N'.
             88 KIT-EOF VALUE 'Y'.
          05 WS-KIT-PARENT PIC X(1) VALUE 'N'.
             88 KIT-PARENT VALUE 'Y'.
          05 WS-KIT-SHORT PIC X(1) VALUE 'N'.
             88 KIT-SHORT VALUE 'Y'.
          05 WS-LOC-EOF PIC X(1) VALUE 'N'.
             88 LOC-EOF VALUE 'Y'.
          05 WS-LOCATION-FOUND PIC X(1) VALUE 'N'.
             88 LOCATION-FOUND VALUE 'Y'.
          05 WS-LOC-STOCK-FOUND PIC X(1) VALUE 'N'.
             88 LOC-STOCK-FOUND VALUE 'Y'.
          05 WS-PICK-READ-EOF PIC X(1) VALUE 'N'.
             88 PICK-READ-EOF VALUE 'Y'.

      * PREVIOUS ORDR-NUM SEEN WHILE PROCESSING, FOR THE SORT CHECK
       01 WS-PREV-ORDR-NUM PIC 9(5) VALUE 0.
      * BACKORDER RECORD SO BAKREL16 CAN FILL OLDEST FIRST
       01 WS-RUN-DATE PIC X(8).

      * GENERAL LEDGER ACCOUNT CODES AND THE POSTING REQUEST AREA -
      * SEE COPYBOOKS GLACCT AND GLPOST.
           COPY GLACCT.
           COPY GLPOST.

      * RUNTIME PARAMETER LOOKUP REQUEST AREA - SEE COPYBOOK
      * RUNPARM AND SUBPROGRAM PRMGET50. OPERATIONAL TUNABLES ARE
      * READ FROM THE CENTRAL PARAMETER FILE AT STARTUP.
          88 CAT-SCAN-EOF VALUE 'Y'.

      * STOCK LEVEL AT OR BELOW WHICH A PART GOES ON THE REORDER
      * REPORT WHEN THE PART HAS NO REORDER POINT OF ITS OWN ON
      * THE CATALOG. ADJUST HERE TO RETUNE THE DEFAULT.
       01 WS-REORDER-THRESHOLD PIC 9(5) VALUE 10.

      * REORDER POINT IN FORCE FOR THE CATALOG RECORD BEING
      * SCANNED: THE PART'S OWN, ELSE WS-REORDER-THRESHOLD.
       01 WS-PART-REORDER-POINT PIC 9(5).

      * INVOICE-ON-SHIP MODE SWITCH (PARMDD TUNABLE INVONSHIP,
      * 1=ON): THE RUN WRITES PICK RECORDS AND LEAVES INVOICING TO
      * SHPINV16 AFTER SHIP CONFIRMATION.
       01 WS-SUGGESTED-QTY PIC 9(7).

      * CUSTOMER MASTER TABLE, LOADED FROM CUSTDD. EVERY ORDER'S
      * CUSTOMER ID IS VALIDATED AGAINST IT. CU-CREDIT-HOLD AND
      * THE PAST-DUE FIGURES COME FROM CASHAP16'S CRHLDD.
       01 WS-CUSTOMER-TABLE.
          05 CUSTOMER-COUNT PIC 9(3) VALUE 0.
          05 CUSTOMER-ENTRY OCCURS 500 TIMES INDEXED BY CU-IDX.
             10 CU-ID PIC X(5).
             10 CU-NAME PIC X(25).
             10 CU-STATUS PIC X(1).
                88 CU-MANUAL-HOLD VALUE 'H'.
             10 CU-HOME-LOC PIC X(4).
             10 CU-CREDIT-HOLD PIC X(1).
                88 CU-ON-CREDIT-HOLD VALUE 'Y'.
             10 CU-DAYS-PAST-DUE PIC 9(5).
             10 CU-AMOUNT-PAST-DUE PIC 9(9)V99.
             10 CU-REVENUE PIC 9(9)V99.
             10 CU-MARGIN PIC S9(9)V99.

             10 CP-EFF-FROM PIC X(8).
             10 CP-EFF-TO PIC X(8).

      * KIT TABLE, LOADED FROM KITBDD: ONE ROW PER PARENT/COMPONENT
      * PAIR, IN FILE ORDER (A KIT'S ROWS NEED NOT BE ADJACENT)
       01 WS-KIT-TABLE.
          05 KIT-COUNT PIC 9(4) VALUE 0.
          05 KIT-ENTRY OCCURS 2000 TIMES INDEXED BY KT-IDX.
             10 KT-PARENT-ID PIC 9(5).
             10 KT-COMP-ID PIC 9(5).
             10 KT-COMP-QTY PIC 9(3).

      * KIT EXPLOSION WORK FIELDS: ONE COMPONENT'S SHARE OF THE
      * KITS ORDERED, AND THE KIT'S COST BUILT UP FROM ITS
      * COMPONENTS' AVERAGE COSTS
       01 WS-KIT-NEED-QTY PIC 9(7).
       01 WS-KIT-UNIT-COST PIC 9(5)V99.
       01 WS-KIT-LINE-COUNT PIC 9(5) VALUE 0.
       01 WS-KIT-SHORT-COUNT PIC 9(5) VALUE 0.
       01 WS-KIT-LINE-DISP PIC Z(4)9.
       01 WS-KIT-SHORT-DISP PIC Z(4)9.

      * STOCKING LOCATION TABLE, LOADED FROM LOCNDD IN FILE ORDER,
      * WHICH IS THE ALLOCATION FALLBACK ORDER. THE FIRST ENTRY IS
      * THE PRIMARY WAREHOUSE.
       01 WS-LOCATION-TABLE.
          05 LOC-COUNT PIC 9(2) VALUE 0.
          05 LOCATION-ENTRY OCCURS 20 TIMES INDEXED BY LC-IDX.
             10 LC-ID PIC X(4).
             10 LC-NAME PIC X(20).
             10 LC-TYPE PIC X(1).

      * LOCATION WORK FIELDS: THE PRIMARY WAREHOUSE, THE CURRENT
      * ORDER'S HOME LOCATION, THE LOCATION BEING READ, THE PART'S
      * LOCATED BOOK AND PICKABLE ON-HAND TOTALS, THE STOCK NO
      * LOCATION ACCOUNTS FOR, AND THE QUANTITY STILL TO TAKE
       01 WS-PRIMARY-LOC-ID PIC X(4).
       01 WS-HOME-LOC-ID PIC X(4).
       01 WS-STOCK-LOC-ID PIC X(4).
       01 WS-LOC-BOOK-TOTAL PIC 9(7).
       01 WS-LOC-ON-HAND-TOTAL PIC 9(7).
       01 WS-LOC-UNLOCATED PIC S9(7).
       01 WS-LOC-REMAIN-QTY PIC 9(7).
       01 WS-LOC-TAKE-QTY PIC 9(5).

      * WHERE THE LINE JUST ALLOCATED CAME FROM: ONE ENTRY PER
      * LOCATION THAT GAVE STOCK, HOME LOCATION FIRST
       01 WS-ALLOC-TABLE.
          05 ALLOC-COUNT PIC 9(2) VALUE 0.
          05 ALLOC-ENTRY OCCURS 20 TIMES INDEXED BY AL-IDX.
             10 AL-LOC-ID PIC X(4).
             10 AL-QTY PIC 9(5).

      * PICK RECORD BEING WRITTEN: ITS LOCATION AND QUANTITY
       01 WS-PICK-LOC-ID PIC X(4).
       01 WS-PICK-QTY PIC 9(3).

      * PRINTED PICK LIST FIELDS
       01 WS-PRINT-QTY PIC 9(5).
       01 WS-PRINT-QTY-DISP PIC Z(4)9.
       01 WS-LOC-PICK-LINES PIC 9(5).

      * LINES FILLED WHOLLY OR PARTLY AWAY FROM THE HOME LOCATION,
      * AND ORDERS WHOSE CUSTOMER'S HOME LOCATION IS NOT ON LOCNDD
       01 WS-OFF-HOME-COUNT PIC 9(5) VALUE 0.
       01 WS-OFF-HOME-DISP PIC Z(4)9.
       01 WS-BAD-HOME-COUNT PIC 9(5) VALUE 0.
       01 WS-BAD-HOME-DISP PIC Z(4)9.

      * CUSTOMER ON THE INVOICE CURRENTLY BEING BUILT
       01 WS-CURRENT-CUST-ID PIC X(5).
       01 WS-CURRENT-CUST-NAME PIC X(25).
       01 WS-UNKNOWN-CUST-COUNT PIC 9(5) VALUE 0.
       01 WS-UNKNOWN-CUST-DISP PIC Z(4)9.

      * HELD-ORDER COUNTS AND REPORT FIELDS
       01 WS-HELD-ORDER-COUNT PIC 9(5) VALUE 0.
       01 WS-HELD-LINE-COUNT PIC 9(5) VALUE 0.
       01 WS-HELD-ORDER-DISP PIC Z(4)9.
       01 WS-HELD-LINE-DISP PIC Z(4)9.
       01 WS-PAST-DUE-DAYS-DISP PIC Z(4)9.
       01 WS-PAST-DUE-AMT-DISP PIC Z(8)9.99.

      * COUNT OF LINES PRICED FROM A CONTRACT AGREEMENT
       01 WS-CONTRACT-PRICED-COUNT PIC 9(5) VALUE 0.
       01 WS-CONTRACT-PRICED-DISP PIC Z(4)9.
       01 WS-UNIT-PRICE PIC 9(3)V99.
       01 WS-LINE-COST PIC 9(7)V99.

      * QUANTITY JUST TAKEN OUT OF STOCK FOR THE PART IN THE
      * CATALOG RECORD, FOR THE MOVEMENT JOURNAL
       01 WS-STOCK-OUT-QTY PIC 9(5).

      * COST THE LINE'S MARGIN IS TAKEN AGAINST: THE PART'S
      * AVERAGE COST, OR FOR A KIT THE SUM OF ITS COMPONENTS'
       01 WS-LINE-UNIT-COST PIC 9(5)V99.

      * MARGIN ANALYSIS WORK FIELDS: THE LINE'S MARGIN AT THE
      * PRICE ACTUALLY CHARGED, AND A COUNT OF LINES CHARGED
      * BELOW THE PART'S UNIT COST.
           PERFORM LOAD-RUNTIME-PARMS.
           PERFORM READ-INVOICE-SEQUENCE.
           PERFORM OPEN-ALL-FILES.
           PERFORM LOAD-LOCATION-TABLE.
           PERFORM LOAD-CUSTOMER-TABLE.
           PERFORM LOAD-CREDIT-HOLDS.
           PERFORM LOAD-CONTRACT-TABLE.
           PERFORM LOAD-KIT-TABLE.
           PERFORM LOAD-TAX-JUR-TABLE.
           PERFORM PROCESS-ORDERS.
           PERFORM WRITE-MISSING-PARTS-REPORT.
           PERFORM WRITE-REORDER-REPORT.
           PERFORM WRITE-MARGIN-REPORT.
           PERFORM WRITE-PICK-LISTS.
           PERFORM CLOSE-ALL-FILES.
           PERFORM WRITE-INVOICE-SEQUENCE.
           PERFORM DISPLAY-SUMMARY.
              STOP RUN
           END-IF.

           OPEN I-O LOCATION-STOCK-FILE.
           IF LOCATION-STOCK-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING LOCATION STOCK FILE: '
                       LOCATION-STOCK-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT HELD-ORDERS-FILE.
           IF HELD-ORDERS-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING HELD ORDERS FILE: '
                       HELD-ORDERS-STATUS
              STOP RUN
           END-IF.
           MOVE SPACES TO HELD-ORDERS-REC.
           MOVE 'HELD ORDERS - CUSTOMER ON CREDIT HOLD'
                TO HELD-ORDERS-REC.
           PERFORM WRITE-HELD-ORDERS-LINE.

           OPEN EXTEND MOVEMENT-JOURNAL-FILE.
           IF MOVEMENT-JOURNAL-STATUS = '05'
              OR MOVEMENT-JOURNAL-STATUS = '35'
              OPEN OUTPUT MOVEMENT-JOURNAL-FILE
           END-IF.
           IF MOVEMENT-JOURNAL-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING MOVEMENT JOURNAL: '
                       MOVEMENT-JOURNAL-STATUS
              STOP RUN
           END-IF.

           OPEN EXTEND GL-JOURNAL-FILE.
           IF GL-JOURNAL-STATUS = '05' OR GL-JOURNAL-STATUS = '35'
              OPEN OUTPUT GL-JOURNAL-FILE
           END-IF.
           IF GL-JOURNAL-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING GL JOURNAL: ' GL-JOURNAL-STATUS
              STOP RUN
           END-IF.

      **********************************************
      * LOADS LOCNDD INTO THE LOCATION TABLE IN FILE ORDER. THE
      * FILE IS REQUIRED AND MUST NAME AT LEAST ONE LOCATION - THE
      * FIRST IS THE PRIMARY WAREHOUSE. MAX 20 LOCATIONS.
      **********************************************
       LOAD-LOCATION-TABLE.
           OPEN INPUT LOCATION-MASTER-FILE.
           IF LOCATION-MASTER-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING LOCATION MASTER: '
                       LOCATION-MASTER-STATUS
              STOP RUN
           END-IF.
           PERFORM UNTIL LOC-EOF
              READ LOCATION-MASTER-FILE
                AT END
                   SET LOC-EOF TO TRUE
                NOT AT END
                   IF LOCATION-MASTER-STATUS = '00'
                      IF LOC-COUNT >= 20
                         DISPLAY 'ERROR: LOCATION TABLE FULL (20 MAX)'
                         STOP RUN
                      END-IF
                      ADD 1 TO LOC-COUNT
                      SET LC-IDX TO LOC-COUNT
                      MOVE LCM-LOC-ID TO LC-ID(LC-IDX)
                      MOVE LCM-LOC-NAME TO LC-NAME(LC-IDX)
                      MOVE LCM-LOC-TYPE TO LC-TYPE(LC-IDX)
                   ELSE
                      DISPLAY 'ERROR READING LOCATION MASTER: '
                               LOCATION-MASTER-STATUS
                      STOP RUN
                   END-IF
              END-READ
           END-PERFORM.
           CLOSE LOCATION-MASTER-FILE.
           IF LOC-COUNT = 0
              DISPLAY 'ERROR: LOCATION MASTER HAS NO LOCATIONS'
              STOP RUN
           END-IF.
           MOVE LC-ID(1) TO WS-PRIMARY-LOC-ID.

      **********************************************
      * LOADS CUSTDD INTO THE CUSTOMER TABLE. MAX 500 CUSTOMERS;
      * OVERFLOW IS A HARD ERROR SINCE A DROPPED CUSTOMER WOULD
                      MOVE CUS-ID TO CU-ID(CU-IDX)
                      MOVE CUS-NAME TO CU-NAME(CU-IDX)
                      MOVE CUS-STATUS TO CU-STATUS(CU-IDX)
                      MOVE CUS-HOME-LOC TO CU-HOME-LOC(CU-IDX)
                      MOVE 'N' TO CU-CREDIT-HOLD(CU-IDX)
                      MOVE 0 TO CU-DAYS-PAST-DUE(CU-IDX)
                      MOVE 0 TO CU-AMOUNT-PAST-DUE(CU-IDX)
                      MOVE 0 TO CU-REVENUE(CU-IDX)
                      MOVE 0 TO CU-MARGIN(CU-IDX)
                   ELSE
           END-PERFORM.
           CLOSE CUSTOMER-FILE.

      **********************************************
      * MARKS EVERY CUSTOMER ON CASHAP16'S CREDIT-HOLD FILE AS ON
      * CREDIT HOLD IN THE CUSTOMER TABLE. NO HOLD FILE (FILE
      * STATUS 05/35) MEANS NOBODY IS ON HOLD. A HOLD FOR A
      * CUSTOMER NOT ON CUSTDD IS ONLY WARNED ABOUT - THOSE ORDERS
      * ALREADY COME OUT FLAGGED AS CUSTOMER UNKNOWN.
      **********************************************
       LOAD-CREDIT-HOLDS.
           OPEN INPUT CREDIT-HOLD-FILE.
           IF CREDIT-HOLD-STATUS = '05' OR CREDIT-HOLD-STATUS = '35'
              DISPLAY 'NO CREDIT-HOLD FILE - NO CUSTOMERS ON HOLD'
           ELSE
              IF CREDIT-HOLD-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING CREDIT-HOLD FILE: '
                          CREDIT-HOLD-STATUS
                 STOP RUN
              END-IF
              PERFORM UNTIL CRH-EOF
                 READ CREDIT-HOLD-FILE
                   AT END
                      SET CRH-EOF TO TRUE
                   NOT AT END
                      IF CREDIT-HOLD-STATUS = '00'
                         PERFORM APPLY-ONE-CREDIT-HOLD
                      ELSE
                         DISPLAY 'ERROR READING CREDIT-HOLD FILE: '
                                  CREDIT-HOLD-STATUS
                         STOP RUN
                      END-IF
                 END-READ
              END-PERFORM
              CLOSE CREDIT-HOLD-FILE
           END-IF.

      **********************************************
      * PUTS THE CUSTOMER ON ONE CREDIT-HOLD RECORD ON HOLD.
      **********************************************
       APPLY-ONE-CREDIT-HOLD.
           MOVE 'N' TO WS-CUSTOMER-FOUND.
           IF CUSTOMER-COUNT > 0
              SET CU-IDX TO 1
              SEARCH CUSTOMER-ENTRY
                  AT END
                     CONTINUE
                  WHEN CU-IDX > CUSTOMER-COUNT
                     CONTINUE
                  WHEN CU-ID(CU-IDX) = CRH-CUST-ID
                     SET CUSTOMER-FOUND TO TRUE
              END-SEARCH
           END-IF.
           IF CUSTOMER-FOUND
              MOVE 'Y' TO CU-CREDIT-HOLD(CU-IDX)
              MOVE CRH-DAYS-PAST-DUE TO CU-DAYS-PAST-DUE(CU-IDX)
              MOVE CRH-AMOUNT-PAST-DUE TO CU-AMOUNT-PAST-DUE(CU-IDX)
           ELSE
              DISPLAY 'WARNING: CREDIT HOLD FOR CUSTOMER '
                       CRH-CUST-ID ' NOT ON CUSTOMER FILE'
           END-IF.

      **********************************************
      * LOADS CNTRDD INTO THE CONTRACT PRICE TABLE. NO CONTRACT
      * FILE (FILE STATUS 05/35) SIMPLY MEANS EVERY CUSTOMER PAYS
              CLOSE CONTRACT-PRICE-FILE
           END-IF.

      **********************************************
      * LOADS KITBDD INTO THE KIT TABLE. NO KIT FILE MEANS NO PART
      * IS A KIT AND EVERY LINE FILLS FROM ITS OWN STOCK.
      * OVERFLOW IS A HARD STOP: A DROPPED ROW WOULD SHIP A KIT
      * WITHOUT ONE OF ITS COMPONENTS.
      **********************************************
       LOAD-KIT-TABLE.
           OPEN INPUT KIT-BOM-FILE.
           IF KIT-BOM-STATUS = '05' OR KIT-BOM-STATUS = '35'
              DISPLAY 'NO KIT TABLE FILE - NO KIT EXPLOSION'
           ELSE
              IF KIT-BOM-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING KIT TABLE FILE: '
                          KIT-BOM-STATUS
                 STOP RUN
              END-IF
              PERFORM UNTIL KIT-EOF
                 READ KIT-BOM-FILE
                   AT END
                      SET KIT-EOF TO TRUE
                   NOT AT END
                      IF KIT-BOM-STATUS = '00'
                         IF KIT-COUNT >= 2000
                            DISPLAY 'ERROR: KIT TABLE FULL '
                                    '(2000 MAX)'
                            STOP RUN
                         END-IF
                         ADD 1 TO KIT-COUNT
                         SET KT-IDX TO KIT-COUNT
                         MOVE KBM-PARENT-ID TO KT-PARENT-ID(KT-IDX)
                         MOVE KBM-COMP-ID TO KT-COMP-ID(KT-IDX)
                         MOVE KBM-COMP-QTY TO KT-COMP-QTY(KT-IDX)
                      ELSE
                         DISPLAY 'ERROR READING KIT TABLE FILE: '
                                  KIT-BOM-STATUS
                         STOP RUN
                      END-IF
                 END-READ
              END-PERFORM
              CLOSE KIT-BOM-FILE
           END-IF.

      **********************************************
      * LOADS TAXJDD INTO THE TAX JURISDICTION TABLE. MAX 50
      * ROWS; OVERFLOW IS A HARD ERROR SINCE A DROPPED ROW WOULD
                         PERFORM START-INVOICE
                                 THRU START-INVOICE-EXIT
                      END-IF
                      IF ORDER-HELD
                         PERFORM WRITE-HELD-ORDER-LINE
                      ELSE
                         PERFORM SEARCH-PART-PRICE
                      END-IF
                   ELSE
                      DISPLAY 'ERROR READING ORDERS FILE: '
                               ORDERS-STATUS
           MOVE ORDR-NUM TO WS-ORDER-NUM-DISP.
           MOVE 0 TO WS-INVOICE-SUBTOTAL.
           SET PENDING-INVOICE TO TRUE.
           MOVE 'N' TO WS-ORDER-HELD.
           PERFORM FIND-ORDER-CUSTOMER.
           PERFORM SET-ORDER-HOME-LOCATION.
           MOVE ORDR-TAX-JUR TO WS-CURRENT-TAX-JUR.

      * A CUSTOMER ON CREDIT HOLD GETS NO INVOICE AT ALL: THE
      * ORDER GOES TO THE HELD-ORDERS REPORT INSTEAD, AND NO
      * INVOICE NUMBER IS CONSUMED.
           IF CUSTOMER-FOUND
              AND (CU-ON-CREDIT-HOLD(CU-IDX) OR CU-MANUAL-HOLD(CU-IDX))
              SET ORDER-HELD TO TRUE
              PERFORM WRITE-HELD-ORDER-HEADER
              GO TO START-INVOICE-EXIT
           END-IF.

      * IN INVOICE-ON-SHIP MODE NO INVOICE IS STARTED HERE: THE
      * LINES GO TO THE PICK LIST AND SHPINV16 DRAWS THE INVOICE
      * NUMBER WHEN THE SHIPMENT CONFIRMS, SO NO NUMBER IS
       START-INVOICE-EXIT.
           EXIT.

      **********************************************
      * WRITES THE HELD-ORDERS REPORT HEADER FOR AN ORDER WHOSE
      * CUSTOMER IS ON HOLD, WITH THE PAST-DUE POSITION BEHIND A
      * CREDIT HOLD (A MANUAL HOLD FROM CUS-STATUS HAS NONE).
      **********************************************
       WRITE-HELD-ORDER-HEADER.
           ADD 1 TO WS-HELD-ORDER-COUNT.
           MOVE SPACES TO HELD-ORDERS-REC.
           PERFORM WRITE-HELD-ORDERS-LINE.
           STRING 'ORDER: ' DELIMITED BY SIZE
                  WS-ORDER-NUM-DISP DELIMITED BY SIZE
                  ' CUST: ' DELIMITED BY SIZE
                  WS-CURRENT-CUST-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CURRENT-CUST-NAME)
                           DELIMITED BY SIZE
                  INTO HELD-ORDERS-REC
           END-STRING.
           PERFORM WRITE-HELD-ORDERS-LINE.
           MOVE SPACES TO HELD-ORDERS-REC.
           IF CU-ON-CREDIT-HOLD(CU-IDX)
              MOVE CU-DAYS-PAST-DUE(CU-IDX) TO WS-PAST-DUE-DAYS-DISP
              MOVE CU-AMOUNT-PAST-DUE(CU-IDX) TO WS-PAST-DUE-AMT-DISP
              STRING '  CREDIT HOLD: OLDEST ' DELIMITED BY SIZE
                     FUNCTION TRIM(WS-PAST-DUE-DAYS-DISP)
                              DELIMITED BY SIZE
                     ' DAYS PAST TERMS, ' DELIMITED BY SIZE
                     FUNCTION TRIM(WS-PAST-DUE-AMT-DISP)
                              DELIMITED BY SIZE
                     ' PAST DUE' DELIMITED BY SIZE
                     INTO HELD-ORDERS-REC
              END-STRING
           ELSE
              MOVE '  MANUAL HOLD ON CUSTOMER FILE' TO HELD-ORDERS-REC
           END-IF.
           PERFORM WRITE-HELD-ORDERS-LINE.

      **********************************************
      * LISTS ONE ORDER LINE OF A HELD ORDER AS ORDERED, SO IT
      * CAN BE RE-ENTERED UNCHANGED ONCE THE HOLD IS RELEASED.
      **********************************************
       WRITE-HELD-ORDER-LINE.
           ADD 1 TO WS-HELD-LINE-COUNT.
           MOVE SPACES TO HELD-ORDERS-REC.
           STRING '  PART ' DELIMITED BY SIZE
                  ORDR-ID DELIMITED BY SIZE
                  ' QTY ' DELIMITED BY SIZE
                  ORDR-QUANT DELIMITED BY SIZE
                  ' TAX JUR ' DELIMITED BY SIZE
                  ORDR-TAX-JUR DELIMITED BY SIZE
                  INTO HELD-ORDERS-REC
           END-STRING.
           PERFORM WRITE-HELD-ORDERS-LINE.

      **********************************************
      * WRITES WHATEVER LINE IS CURRENTLY IN HELD-ORDERS-REC.
      **********************************************
       WRITE-HELD-ORDERS-LINE.
           WRITE HELD-ORDERS-REC.
           IF HELD-ORDERS-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING HELD ORDERS FILE: '
                       HELD-ORDERS-STATUS
              STOP RUN
           END-IF.

      **********************************************
      * VALIDATES THE ORDER'S CUSTOMER ID AGAINST THE CUSTOMER
      * TABLE. AN UNKNOWN CUSTOMER IS FLAGGED ON THE INVOICE
                       ORDR-CUST-ID ' NOT ON CUSTOMER FILE'
           END-IF.

      **********************************************
      * SETS THE LOCATION THE ORDER FILLS FROM FIRST: THE
      * CUSTOMER'S HOME LOCATION, OR THE PRIMARY WAREHOUSE WHEN
      * THE CUSTOMER IS UNKNOWN, HAS NONE, OR NAMES ONE THAT IS
      * NOT ON THE LOCATION MASTER (WARNED AND COUNTED).
      **********************************************
       SET-ORDER-HOME-LOCATION.
           MOVE WS-PRIMARY-LOC-ID TO WS-HOME-LOC-ID.
           IF CUSTOMER-FOUND
              AND CU-HOME-LOC(CU-IDX) NOT = SPACES
              MOVE CU-HOME-LOC(CU-IDX) TO WS-STOCK-LOC-ID
              PERFORM FIND-LOCATION
              IF LOCATION-FOUND
                 MOVE CU-HOME-LOC(CU-IDX) TO WS-HOME-LOC-ID
              ELSE
                 ADD 1 TO WS-BAD-HOME-COUNT
                 DISPLAY 'WARNING: ORDER ' ORDR-NUM ' CUSTOMER '
                          ORDR-CUST-ID ' HOME LOCATION '
                          CU-HOME-LOC(CU-IDX) ' NOT ON LOCATION MASTER'
              END-IF
           END-IF.

      **********************************************
      * SETS LOCATION-FOUND WHEN WS-STOCK-LOC-ID IS ON THE
      * LOCATION TABLE, LEAVING LC-IDX ON IT.
      **********************************************
       FIND-LOCATION.
           MOVE 'N' TO WS-LOCATION-FOUND.
           SET LC-IDX TO 1.
           SEARCH LOCATION-ENTRY
               AT END
                  CONTINUE
               WHEN LC-IDX > LOC-COUNT
                  CONTINUE
               WHEN LC-ID(LC-IDX) = WS-STOCK-LOC-ID
                  SET LOCATION-FOUND TO TRUE
           END-SEARCH.

      **********************************************
      * RANDOM READ OF THE CATALOG MASTER BY PART-ID.
      * PRICES AND WRITES THE LINE ITEM REGARDLESS OF
      **********************************************
       SEARCH-PART-PRICE.
           SET NOT-FOUND TO TRUE.
           MOVE 'N' TO WS-KIT-PARENT.
           MOVE ORDR-ID TO PART-ID.
           READ PARTS-CATALOG-FILE
           EVALUATE CATALOG-STATUS

           IF FOUND
              ADD 1 TO PARTS-FOUND
              PERFORM FIND-KIT-PARENT
              IF KIT-PARENT
                 PERFORM CHECK-KIT-STOCK-AND-PRICE
              ELSE
                 PERFORM CHECK-STOCK-AND-PRICE
              END-IF
           ELSE
              ADD 1 TO PARTS-NOT-FOUND
              PERFORM TRACK-MISSING-PART
                   THRU WRITE-INVOICE-LINE-EXIT.

      **********************************************
      * FILLS THE LINE FROM ON-HAND STOCK AT THE LOCATIONS, HOME
      * LOCATION FIRST, BACKORDERING ANY SHORTFALL, AND PRICES
      * IT AT THE VOLUME BREAK RATE WHEN THE ORDERED QUANTITY
      * QUALIFIES. STOCK IN TRANSIT BETWEEN LOCATIONS IS NOT
      * PICKABLE AND DOES NOT COUNT TOWARDS THE FILL.
      **********************************************
       CHECK-STOCK-AND-PRICE.
           MOVE ORDR-QUANT TO WS-REQUESTED-QTY.
           IF NOT PT-FULL
              ADD WS-REQUESTED-QTY TO PT-DEMAND-QTY(PT-IDX)
           END-IF.
           PERFORM SYNC-PART-LOCATIONS.
           IF WS-LOC-ON-HAND-TOTAL >= WS-REQUESTED-QTY
              MOVE WS-REQUESTED-QTY TO WS-FULFILLED-QTY
              MOVE 0 TO WS-BACKORDER-QTY
           ELSE
              MOVE WS-LOC-ON-HAND-TOTAL TO WS-FULFILLED-QTY
              COMPUTE WS-BACKORDER-QTY =
                      WS-REQUESTED-QTY - WS-FULFILLED-QTY
              ADD 1 TO BACKORDERS-COUNT
              PERFORM WRITE-BACKORDER-RECORD
           END-IF.
           MOVE WS-FULFILLED-QTY TO WS-LOC-REMAIN-QTY.
           PERFORM ALLOCATE-FROM-LOCATIONS.
           SUBTRACT WS-FULFILLED-QTY FROM PART-STOCK-QTY.
           REWRITE CATALOG-REC
           IF CATALOG-STATUS NOT = '00'
              DISPLAY 'PART ID: ' ORDR-ID
              STOP RUN
           END-IF.
           IF WS-FULFILLED-QTY > 0
              MOVE WS-FULFILLED-QTY TO WS-STOCK-OUT-QTY
              PERFORM WRITE-SHIPMENT-MOVEMENT
           END-IF.
           MOVE PART-UNIT-COST TO WS-LINE-UNIT-COST.
           PERFORM PRICE-ORDER-LINE.

      **********************************************
      * PRICES THE FILLED LINE - CONTRACT RATE, ELSE BREAK RATE
      * WHEN THE ORDERED QUANTITY QUALIFIES, ELSE FLAT PRICE -
      * OFF THE ORDERED PART'S CATALOG RECORD, TAKES ITS MARGIN
      * AGAINST WS-LINE-UNIT-COST, AND WRITES THE INVOICE-LINE
      * DETAIL (UNLESS SHPINV16 IS TO INVOICE) AND PICK RECORDS.
      **********************************************
       PRICE-ORDER-LINE.
           PERFORM FIND-CONTRACT-PRICE.
           IF CONTRACT-FOUND
              MOVE CP-PRICE(CP-IDX) TO WS-UNIT-PRICE
                   WS-UNIT-PRICE * WS-FULFILLED-QTY.
           ADD WS-LINE-COST TO WS-INVOICE-SUBTOTAL.
           PERFORM TRACK-LINE-MARGIN.
           IF NOT INVOICE-ON-SHIP
              PERFORM WRITE-INVOICE-LINE-DETAIL
           END-IF.
           PERFORM WRITE-LINE-PICKS.

      **********************************************
      * SETS KIT-PARENT WHEN THE PART IN THE CATALOG RECORD HAS
      * COMPONENT ROWS ON THE KIT TABLE.
      **********************************************
       FIND-KIT-PARENT.
           MOVE 'N' TO WS-KIT-PARENT.
           IF KIT-COUNT > 0
              SET KT-IDX TO 1
              SEARCH KIT-ENTRY
                  AT END
                     CONTINUE
                  WHEN KT-IDX > KIT-COUNT
                     CONTINUE
                  WHEN KT-PARENT-ID(KT-IDX) = PART-ID
                     SET KIT-PARENT TO TRUE
              END-SEARCH
           END-IF.

      **********************************************
      * FILLS A KIT LINE FROM ITS COMPONENTS. FIRST PASS: EVERY
      * COMPONENT MUST COVER ITS SHARE OF THE KITS ORDERED - ONE
      * SHORT (OR MISSING FROM THE CATALOG) AND THE WHOLE KIT
      * QUANTITY BACKORDERS UNDER THE PARENT PART, FOR BAKREL16
      * TO RELEASE AS KITS. SECOND PASS: EACH COMPONENT'S DEMAND
      * IS TRACKED AND, WHEN THE KIT FILLS, ITS STOCK IS DRAWN
      * DOWN, JOURNALLED AND PICKED. THE PARENT IS THEN REREAD
      * AND THE LINE PRICED AT THE KIT PRICE LIKE ANY OTHER.
      **********************************************
       CHECK-KIT-STOCK-AND-PRICE.
           MOVE ORDR-QUANT TO WS-REQUESTED-QTY.
           MOVE 'N' TO WS-KIT-SHORT.
           MOVE 0 TO WS-KIT-UNIT-COST.
           ADD 1 TO WS-KIT-LINE-COUNT.
           PERFORM VARYING KT-IDX FROM 1 BY 1
                   UNTIL KT-IDX > KIT-COUNT
              IF KT-PARENT-ID(KT-IDX) = ORDR-ID
                 PERFORM CHECK-KIT-COMPONENT
              END-IF
           END-PERFORM.
           IF KIT-SHORT
              MOVE 0 TO WS-FULFILLED-QTY
              MOVE WS-REQUESTED-QTY TO WS-BACKORDER-QTY
              ADD 1 TO BACKORDERS-COUNT
              ADD 1 TO WS-KIT-SHORT-COUNT
              PERFORM WRITE-BACKORDER-RECORD
           ELSE
              MOVE WS-REQUESTED-QTY TO WS-FULFILLED-QTY
              MOVE 0 TO WS-BACKORDER-QTY
           END-IF.
           PERFORM VARYING KT-IDX FROM 1 BY 1
                   UNTIL KT-IDX > KIT-COUNT
              IF KT-PARENT-ID(KT-IDX) = ORDR-ID
                 PERFORM ALLOCATE-KIT-COMPONENT
              END-IF
           END-PERFORM.

           MOVE ORDR-ID TO PART-ID.
           READ PARTS-CATALOG-FILE
           IF CATALOG-STATUS NOT = '00'
              DISPLAY 'ERROR REREADING KIT PARENT: '
                       CATALOG-STATUS
              DISPLAY 'PART ID: ' ORDR-ID
              STOP RUN
           END-IF.
           PERFORM FIND-PART-TRACK.
           MOVE WS-KIT-UNIT-COST TO WS-LINE-UNIT-COST.
           PERFORM PRICE-ORDER-LINE.

      **********************************************
      * FIRST KIT PASS, ONE COMPONENT: FLAGS THE KIT SHORT WHEN
      * THE COMPONENT'S ON-HAND STOCK ACROSS THE LOCATIONS CANNOT
      * COVER ITS SHARE, AND ADDS ITS
      * AVERAGE COST TO THE KIT'S COST.
      **********************************************
       CHECK-KIT-COMPONENT.
           COMPUTE WS-KIT-NEED-QTY =
                   KT-COMP-QTY(KT-IDX) * WS-REQUESTED-QTY.
           MOVE KT-COMP-ID(KT-IDX) TO PART-ID.
           READ PARTS-CATALOG-FILE
           EVALUATE CATALOG-STATUS
               WHEN '00'
                 PERFORM SYNC-PART-LOCATIONS
                 IF WS-LOC-ON-HAND-TOTAL < WS-KIT-NEED-QTY
                    SET KIT-SHORT TO TRUE
                 END-IF
                 COMPUTE WS-KIT-UNIT-COST = WS-KIT-UNIT-COST
                         + KT-COMP-QTY(KT-IDX) * PART-UNIT-COST
               WHEN '23'
                 SET KIT-SHORT TO TRUE
                 DISPLAY 'WARNING: KIT ' ORDR-ID ' COMPONENT '
                         KT-COMP-ID(KT-IDX) ' NOT ON CATALOG'
               WHEN OTHER
                 DISPLAY 'ERROR READING PARTS CATALOG MASTER: '
                          CATALOG-STATUS
                 DISPLAY 'PART ID: ' KT-COMP-ID(KT-IDX)
                 STOP RUN
           END-EVALUATE.

      **********************************************
      * SECOND KIT PASS, ONE COMPONENT: TRACKS ITS SHARE AS
      * DEMAND FOR THE REORDER REPORT AND, WHEN THE KIT FILLED,
      * TAKES THE SHARE OUT OF STOCK AT THE LOCATIONS (HOME
      * LOCATION FIRST) AND PUTS IT ON THE PICK LIST.
      **********************************************
       ALLOCATE-KIT-COMPONENT.
           COMPUTE WS-KIT-NEED-QTY =
                   KT-COMP-QTY(KT-IDX) * WS-REQUESTED-QTY.
           MOVE KT-COMP-ID(KT-IDX) TO PART-ID.
           READ PARTS-CATALOG-FILE
           EVALUATE CATALOG-STATUS
               WHEN '00'
                 PERFORM FIND-PART-TRACK
                 IF NOT PT-FULL
                    ADD WS-KIT-NEED-QTY TO PT-DEMAND-QTY(PT-IDX)
                 END-IF
                 IF NOT KIT-SHORT
                    MOVE WS-KIT-NEED-QTY TO WS-LOC-REMAIN-QTY
                    PERFORM ALLOCATE-FROM-LOCATIONS
                    SUBTRACT WS-KIT-NEED-QTY FROM PART-STOCK-QTY
                    REWRITE CATALOG-REC
                    IF CATALOG-STATUS NOT = '00'
                       DISPLAY 'ERROR REWRITING PARTS CATALOG '
                               'MASTER: ' CATALOG-STATUS
                       DISPLAY 'PART ID: ' KT-COMP-ID(KT-IDX)
                       STOP RUN
                    END-IF
                    MOVE WS-KIT-NEED-QTY TO WS-STOCK-OUT-QTY
                    PERFORM WRITE-SHIPMENT-MOVEMENT
                    PERFORM WRITE-KIT-COMPONENT-PICK
                 END-IF
               WHEN '23'
                 CONTINUE
               WHEN OTHER
                 DISPLAY 'ERROR READING PARTS CATALOG MASTER: '
                          CATALOG-STATUS
                 DISPLAY 'PART ID: ' KT-COMP-ID(KT-IDX)
                 STOP RUN
           END-EVALUATE.

      **********************************************
      * WRITES THE KIT COMPONENT'S PICK LINES (TYPE 'C'): THE
      * COMPONENT AND THE SHARE TAKEN AT EACH LOCATION, UNDER THE
      * KIT PARENT. NOT PRICED - THE KIT IS BILLED AS ONE LINE.
      **********************************************
       WRITE-KIT-COMPONENT-PICK.
           PERFORM VARYING AL-IDX FROM 1 BY 1
                   UNTIL AL-IDX > ALLOC-COUNT
              MOVE SPACES TO PICK-LIST-REC
              MOVE ORDR-NUM TO PCK-ORDER-NUM
              MOVE KT-COMP-ID(KT-IDX) TO PCK-PART-ID
              MOVE 0 TO PCK-QTY-TO-PICK
              MOVE 0 TO PCK-UNIT-PRICE
              MOVE ORDR-CUST-ID TO PCK-CUST-ID
              MOVE ORDR-TAX-JUR TO PCK-TAX-JUR
              MOVE WS-RUN-DATE TO PCK-DATE
              SET PCK-KIT-COMPONENT TO TRUE
              MOVE ORDR-ID TO PCK-KIT-PARENT-ID
              MOVE AL-QTY(AL-IDX) TO PCK-COMP-QTY
              MOVE AL-LOC-ID(AL-IDX) TO PCK-LOC-ID
              WRITE PICK-LIST-REC
              IF PICK-LIST-STATUS NOT = '00'
                 DISPLAY 'ERROR WRITING PICK LIST FILE: '
                          PICK-LIST-STATUS
                 STOP RUN
              END-IF
              ADD 1 TO WS-PICK-COUNT
           END-PERFORM.

      **********************************************
      * BRINGS THE PART'S LOCATION RECORDS INTO LINE WITH THE
      * CATALOG AND TOTALS THEM. THE CATALOG QUANTITY IS THE
      * COMPANY-WIDE BOOK FIGURE: STOCK NO LOCATION ACCOUNTS FOR
      * (PUT AWAY BEFORE LOCATIONS, A RETURN, A CATALOG-LEVEL
      * COUNT) IS TAKEN TO BE AT THE PRIMARY WAREHOUSE, AND A
      * CATALOG FIGURE BELOW THE LOCATIONS' (A COUNT THAT FOUND
      * LESS) COMES OFF ON-HAND STOCK IN LOCATION ORDER. LEAVES
      * THE PART'S PICKABLE TOTAL IN WS-LOC-ON-HAND-TOTAL.
      **********************************************
       SYNC-PART-LOCATIONS.
           MOVE 0 TO WS-LOC-BOOK-TOTAL.
           MOVE 0 TO WS-LOC-ON-HAND-TOTAL.
           PERFORM VARYING LC-IDX FROM 1 BY 1
                   UNTIL LC-IDX > LOC-COUNT
              MOVE LC-ID(LC-IDX) TO WS-STOCK-LOC-ID
              PERFORM READ-LOCATION-STOCK
              IF LOC-STOCK-FOUND
                 ADD LSK-ON-HAND TO WS-LOC-ON-HAND-TOTAL
                 COMPUTE WS-LOC-BOOK-TOTAL = WS-LOC-BOOK-TOTAL
                         + LSK-ON-HAND + LSK-IN-TRANSIT
              END-IF
           END-PERFORM.
           COMPUTE WS-LOC-UNLOCATED =
                   PART-STOCK-QTY - WS-LOC-BOOK-TOTAL.
           IF WS-LOC-UNLOCATED > 0
              MOVE WS-PRIMARY-LOC-ID TO WS-STOCK-LOC-ID
              PERFORM READ-LOCATION-STOCK
              IF LOC-STOCK-FOUND
                 ADD WS-LOC-UNLOCATED TO LSK-ON-HAND
                 PERFORM REWRITE-LOCATION-STOCK
              ELSE
                 MOVE SPACES TO LOCATION-STOCK-REC
                 MOVE PART-ID TO LSK-PART-ID
                 MOVE WS-PRIMARY-LOC-ID TO LSK-LOC-ID
                 MOVE WS-LOC-UNLOCATED TO LSK-ON-HAND
                 MOVE 0 TO LSK-IN-TRANSIT
                 WRITE LOCATION-STOCK-REC
                 IF LOCATION-STOCK-STATUS NOT = '00'
                    DISPLAY 'ERROR WRITING LOCATION STOCK: '
                             LOCATION-STOCK-STATUS
                    DISPLAY 'PART ID: ' PART-ID
                    STOP RUN
                 END-IF
              END-IF
              ADD WS-LOC-UNLOCATED TO WS-LOC-ON-HAND-TOTAL
           END-IF.
           IF WS-LOC-UNLOCATED < 0
              COMPUTE WS-LOC-REMAIN-QTY = 0 - WS-LOC-UNLOCATED
              PERFORM VARYING LC-IDX FROM 1 BY 1
                      UNTIL LC-IDX > LOC-COUNT
                         OR WS-LOC-REMAIN-QTY = 0
                 MOVE LC-ID(LC-IDX) TO WS-STOCK-LOC-ID
                 PERFORM TAKE-FROM-LOCATION
                 SUBTRACT WS-LOC-TAKE-QTY FROM WS-LOC-ON-HAND-TOTAL
              END-PERFORM
              IF WS-LOC-REMAIN-QTY > 0
                 DISPLAY 'WARNING: PART ' PART-ID ' CATALOG STOCK '
                         'IS BELOW ITS STOCK IN TRANSIT'
              END-IF
           END-IF.

      **********************************************
      * TAKES WS-LOC-REMAIN-QTY (OR AS MUCH OF IT AS IS ON HAND)
      * FROM THE LOCATIONS: THE HOME LOCATION FIRST, THEN THE
      * OTHERS IN LOCATION-MASTER ORDER, RECORDING WHAT CAME FROM
      * WHERE IN THE ALLOCATION TABLE FOR THE PICK RECORDS.
      **********************************************
       ALLOCATE-FROM-LOCATIONS.
           MOVE 0 TO ALLOC-COUNT.
           IF WS-LOC-REMAIN-QTY > 0
              MOVE WS-HOME-LOC-ID TO WS-STOCK-LOC-ID
              PERFORM ALLOCATE-ONE-LOCATION
           END-IF.
           PERFORM VARYING LC-IDX FROM 1 BY 1
                   UNTIL LC-IDX > LOC-COUNT
                      OR WS-LOC-REMAIN-QTY = 0
              IF LC-ID(LC-IDX) NOT = WS-HOME-LOC-ID
                 MOVE LC-ID(LC-IDX) TO WS-STOCK-LOC-ID
                 PERFORM ALLOCATE-ONE-LOCATION
              END-IF
           END-PERFORM.
           IF ALLOC-COUNT > 0
              IF AL-LOC-ID(ALLOC-COUNT) NOT = WS-HOME-LOC-ID
                 ADD 1 TO WS-OFF-HOME-COUNT
              END-IF
           END-IF.

      **********************************************
      * TAKES WHAT IT CAN OF THE REMAINING QUANTITY FROM ONE
      * LOCATION AND RECORDS IT IN THE ALLOCATION TABLE.
      **********************************************
       ALLOCATE-ONE-LOCATION.
           PERFORM TAKE-FROM-LOCATION.
           IF WS-LOC-TAKE-QTY > 0
              ADD 1 TO ALLOC-COUNT
              SET AL-IDX TO ALLOC-COUNT
              MOVE WS-STOCK-LOC-ID TO AL-LOC-ID(AL-IDX)
              MOVE WS-LOC-TAKE-QTY TO AL-QTY(AL-IDX)
           END-IF.

      **********************************************
      * TAKES UP TO WS-LOC-REMAIN-QTY OFF THE PART'S ON-HAND
      * STOCK AT LOCATION WS-STOCK-LOC-ID, LEAVING THE QUANTITY
      * ACTUALLY TAKEN IN WS-LOC-TAKE-QTY.
      **********************************************
       TAKE-FROM-LOCATION.
           MOVE 0 TO WS-LOC-TAKE-QTY.
           PERFORM READ-LOCATION-STOCK.
           IF LOC-STOCK-FOUND
              AND LSK-ON-HAND > 0
              IF LSK-ON-HAND >= WS-LOC-REMAIN-QTY
                 MOVE WS-LOC-REMAIN-QTY TO WS-LOC-TAKE-QTY
              ELSE
                 MOVE LSK-ON-HAND TO WS-LOC-TAKE-QTY
              END-IF
              SUBTRACT WS-LOC-TAKE-QTY FROM LSK-ON-HAND
              SUBTRACT WS-LOC-TAKE-QTY FROM WS-LOC-REMAIN-QTY
              PERFORM REWRITE-LOCATION-STOCK
           END-IF.

      **********************************************
      * RANDOM READ OF THE PART'S STOCK RECORD AT LOCATION
      * WS-STOCK-LOC-ID. NO RECORD JUST MEANS NONE THERE.
      **********************************************
       READ-LOCATION-STOCK.
           MOVE 'N' TO WS-LOC-STOCK-FOUND.
           MOVE PART-ID TO LSK-PART-ID.
           MOVE WS-STOCK-LOC-ID TO LSK-LOC-ID.
           READ LOCATION-STOCK-FILE
           EVALUATE LOCATION-STOCK-STATUS
               WHEN '00'
                 SET LOC-STOCK-FOUND TO TRUE
               WHEN '23'
                 CONTINUE
               WHEN OTHER
                 DISPLAY 'ERROR READING LOCATION STOCK: '
                          LOCATION-STOCK-STATUS
                 DISPLAY 'PART ID: ' PART-ID ' LOCATION: '
                          WS-STOCK-LOC-ID
                 STOP RUN
           END-EVALUATE.

      **********************************************
      * REWRITES THE LOCATION STOCK RECORD JUST READ.
      **********************************************
       REWRITE-LOCATION-STOCK.
           REWRITE LOCATION-STOCK-REC
           IF LOCATION-STOCK-STATUS NOT = '00'
              DISPLAY 'ERROR REWRITING LOCATION STOCK: '
                       LOCATION-STOCK-STATUS
              DISPLAY 'PART ID: ' LSK-PART-ID ' LOCATION: '
                       LSK-LOC-ID
              STOP RUN
           END-IF.

      **********************************************
      * APPENDS THE QUANTITY JUST TAKEN OUT OF STOCK TO THE
      * INVENTORY MOVEMENT JOURNAL AT THE PART'S AVERAGE COST,
      * REFERENCED BY THE INVOICE IN PROGRESS - OR BY THE ORDER
      * IN INVOICE-ON-SHIP MODE, WHERE SHPINV16 NUMBERS THE
      * INVOICE LATER.
      **********************************************
       WRITE-SHIPMENT-MOVEMENT.
           MOVE SPACES TO MOVEMENT-JOURNAL-REC.
           MOVE PART-ID TO MVJ-PART-ID.
           SET MVJ-SHIPMENT TO TRUE.
           MOVE WS-STOCK-OUT-QTY TO MVJ-QTY.
           SET MVJ-STOCK-DOWN TO TRUE.
           MOVE PART-UNIT-COST TO MVJ-UNIT-COST.
           MOVE WS-RUN-DATE TO MVJ-DATE.
           MOVE 'PSTASK16' TO MVJ-SOURCE-JOB.
           IF INVOICE-ON-SHIP
              MOVE ORDR-NUM TO MVJ-REFERENCE
           ELSE
              MOVE WS-LAST-INVOICE-NUM TO MVJ-REFERENCE
           END-IF.
           WRITE MOVEMENT-JOURNAL-REC.
           IF MOVEMENT-JOURNAL-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING MOVEMENT JOURNAL: '
                       MOVEMENT-JOURNAL-STATUS
              STOP RUN
           END-IF.

      **********************************************
           END-IF.

      **********************************************
      * WRITES THE LINE'S PICK RECORDS, ONE PER LOCATION THE
      * ALLOCATION DREW ON. A KIT'S COMPONENTS ARE ALREADY ON THE
      * LIST; IN INVOICE-ON-SHIP MODE THE KIT ITSELF GOES ON AT
      * THE HOME LOCATION FOR SHPINV16 TO BILL. A SHIP-MODE LINE
      * THAT DREW NOTHING STILL GETS ONE EMPTY PICK RECORD AT THE
      * HOME LOCATION.
      **********************************************
       WRITE-LINE-PICKS.
           IF KIT-PARENT
              IF INVOICE-ON-SHIP
                 MOVE WS-HOME-LOC-ID TO WS-PICK-LOC-ID
                 MOVE WS-FULFILLED-QTY TO WS-PICK-QTY
                 PERFORM WRITE-PICK-RECORD
              END-IF
           ELSE
              IF ALLOC-COUNT = 0
                 IF INVOICE-ON-SHIP
                    MOVE WS-HOME-LOC-ID TO WS-PICK-LOC-ID
                    MOVE 0 TO WS-PICK-QTY
                    PERFORM WRITE-PICK-RECORD
                 END-IF
              ELSE
                 PERFORM VARYING AL-IDX FROM 1 BY 1
                         UNTIL AL-IDX > ALLOC-COUNT
                    MOVE AL-LOC-ID(AL-IDX) TO WS-PICK-LOC-ID
                    MOVE AL-QTY(AL-IDX) TO WS-PICK-QTY
                    PERFORM WRITE-PICK-RECORD
                 END-PERFORM
              END-IF
           END-IF.

      **********************************************
      * WRITES ONE PICK RECORD FOR THE WAREHOUSE: THE QUANTITY TO
      * PICK AT ONE LOCATION AND THE UNIT PRICE ALREADY DECIDED,
      * SO SHPINV16 CAN INVOICE THE CONFIRMED SHIPMENT AT THE
      * QUOTED PRICE. A LINE THIS RUN ALREADY INVOICED IS MARKED
      * 'I' SO SHPINV16 NEVER BILLS IT TWICE.
      **********************************************
       WRITE-PICK-RECORD.
           MOVE SPACES TO PICK-LIST-REC.
           MOVE ORDR-NUM TO PCK-ORDER-NUM.
           MOVE ORDR-ID TO PCK-PART-ID.
           MOVE WS-PICK-QTY TO PCK-QTY-TO-PICK.
           MOVE WS-UNIT-PRICE TO PCK-UNIT-PRICE.
           MOVE ORDR-CUST-ID TO PCK-CUST-ID.
           MOVE ORDR-TAX-JUR TO PCK-TAX-JUR.
           MOVE WS-RUN-DATE TO PCK-DATE.
           IF KIT-PARENT
              SET PCK-KIT-HEADER TO TRUE
              MOVE ORDR-ID TO PCK-KIT-PARENT-ID
           ELSE
              IF NOT INVOICE-ON-SHIP
                 SET PCK-INVOICED TO TRUE
              END-IF
           END-IF.
           MOVE WS-PICK-LOC-ID TO PCK-LOC-ID.
           WRITE PICK-LIST-REC.
           IF PICK-LIST-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING PICK LIST FILE: '
      **********************************************
      * ROLLS THE LINE'S MARGIN AT THE PRICE ACTUALLY CHARGED
      * INTO THE PART AND CUSTOMER TOTALS, AND CALLS A LINE
      * CHARGED BELOW ITS UNIT COST OUT ON THE MARGIN
      * REPORT THE MOMENT IT HAPPENS.
      **********************************************
       TRACK-LINE-MARGIN.
           COMPUTE WS-LINE-MARGIN =
                   (WS-UNIT-PRICE - WS-LINE-UNIT-COST)
                   * WS-FULFILLED-QTY.
           IF NOT PT-FULL
              ADD WS-LINE-COST TO PT-REVENUE(PT-IDX)
              ADD WS-LINE-COST TO CU-REVENUE(CU-IDX)
              ADD WS-LINE-MARGIN TO CU-MARGIN(CU-IDX)
           END-IF.
           IF WS-UNIT-PRICE < WS-LINE-UNIT-COST
              ADD 1 TO WS-BELOW-COST-COUNT
              MOVE WS-LINE-MARGIN TO WS-MARGIN-DISP
              MOVE SPACES TO MARGIN-REPORT-REC
      * GRAND TOTAL, AND A BLANK SEPARATOR LINE.
      **********************************************
       FINALIZE-INVOICE.
           IF ORDER-HELD
              MOVE 'N' TO WS-PENDING-INVOICE
              MOVE 'N' TO WS-ORDER-HELD
              GO TO FINALIZE-INVOICE-EXIT
           END-IF.
           IF INVOICE-ON-SHIP
              MOVE 'N' TO WS-PENDING-INVOICE
              GO TO FINALIZE-INVOICE-EXIT
           PERFORM WRITE-ONE-INVOICE-LINE.

           PERFORM WRITE-INVOICE-REGISTER.
           PERFORM WRITE-INVOICE-GL-ENTRY.

           ADD 1 TO INVOICES-GENERATED.
           MOVE 'N' TO WS-PENDING-INVOICE.
              STOP RUN
           END-IF.

      **********************************************
      * JOURNALS THE INVOICE JUST REGISTERED: THE CUSTOMER OWES THE
      * TOTAL, OF WHICH THE SUBTOTAL IS SALES AND THE TAX IS OWED
      * ON TO THE JURISDICTION. CASHAP16 CREDITS THE RECEIVABLE
      * BACK AS THE CUSTOMER PAYS.
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
              MOVE 'PSTASK16' TO GLJ-SOURCE-JOB
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
              STOP RUN
           END-IF.
           ADD 1 TO GLP-LINES-WRITTEN.

      **********************************************
      * WRITES WHATEVER LINE IS CURRENTLY IN INVOICE-REC.
      **********************************************

      **********************************************
      * WRITES ONE REORDER LINE FOR EVERY PART WHOSE REMAINING
      * STOCK FELL TO OR BELOW ITS REORDER POINT (THE PART'S OWN
      * FROM THE CATALOG, ELSE THE DEFAULT THRESHOLD), SHOWING
      * OPENING STOCK, THIS RUN'S DEMAND (BACKORDERED DEMAND
      * INCLUDED), WHAT IS LEFT, A SUGGESTED ORDER QUANTITY THAT
      * COVERS THE DEMAND AGAIN AND RESTORES THE CUSHION (NEVER
      * LESS THAN THE PART'S REORDER QUANTITY) AND THE PREFERRED
      * VENDOR. THE PURCHASE ORDERS THEMSELVES ARE RAISED BY
      * PURORD16 NET OF OPEN POS AND BACKORDERS; THIS REPORT IS
      * THE DAY'S VIEW FOR PURCHASING.
      **********************************************
       WRITE-REORDER-REPORT.
           MOVE SPACES TO REORDER-REPORT-REC.
           MOVE 'REORDER POINT REPORT - PARTS AT OR BELOW REORDER POINT'
                TO REORDER-REPORT-REC.
           PERFORM WRITE-REORDER-LINE.

                   SET CAT-SCAN-EOF TO TRUE
                NOT AT END
                   IF CATALOG-STATUS = '00'
                      IF PART-REORDER-POINT > 0
                         MOVE PART-REORDER-POINT
                              TO WS-PART-REORDER-POINT
                      ELSE
                         MOVE WS-REORDER-THRESHOLD
                              TO WS-PART-REORDER-POINT
                      END-IF
                      IF PART-STOCK-QTY <= WS-PART-REORDER-POINT
                         PERFORM FIND-KIT-PARENT
                         IF NOT KIT-PARENT
                            PERFORM WRITE-ONE-REORDER-PART
                         END-IF
                      END-IF
                   ELSE
                      DISPLAY 'ERROR SCANNING CATALOG MASTER: '
           ADD 1 TO WS-REORDER-COUNT.
           IF NOT PT-FULL
              COMPUTE WS-SUGGESTED-QTY =
                      PT-DEMAND-QTY(PT-IDX) + WS-PART-REORDER-POINT
                      - PART-STOCK-QTY
              MOVE PT-OPENING-QTY(PT-IDX) TO WS-OPEN-QTY-DISP
              MOVE PT-DEMAND-QTY(PT-IDX) TO WS-DEMAND-DISP
           ELSE
              COMPUTE WS-SUGGESTED-QTY =
                      WS-PART-REORDER-POINT - PART-STOCK-QTY
              MOVE PART-STOCK-QTY TO WS-OPEN-QTY-DISP
              MOVE 0 TO WS-DEMAND-DISP
           END-IF.
           IF PART-REORDER-QTY > WS-SUGGESTED-QTY
              MOVE PART-REORDER-QTY TO WS-SUGGESTED-QTY
           END-IF.
           MOVE PART-STOCK-QTY TO WS-REMAIN-DISP.
           MOVE WS-SUGGESTED-QTY TO WS-SUGGEST-DISP.
           MOVE SPACES TO REORDER-REPORT-REC.
                  ' SUGGEST ORDER ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SUGGEST-DISP)
                           DELIMITED BY SIZE
                  ' VENDOR ' DELIMITED BY SIZE
                  PART-VENDOR-ID DELIMITED BY SIZE
                  INTO REORDER-REPORT-REC
           END-STRING.
           PERFORM WRITE-REORDER-LINE.
              STOP RUN
           END-IF.

      **********************************************
      * PRINTS ONE PICK LIST PER LOCATION FROM THE RUN'S PICK
      * RECORDS: PICKDD IS CLOSED AND READ BACK ONCE PER LOCATION,
      * IN LOCATION-MASTER ORDER. KIT LINES THEMSELVES ARE LEFT
      * OFF - THE WAREHOUSE PICKS THE COMPONENTS.
      **********************************************
       WRITE-PICK-LISTS.
           CLOSE PICK-LIST-FILE.
           IF PICK-LIST-STATUS NOT = '00'
              DISPLAY 'ERROR CLOSING PICK LIST FILE: '
                       PICK-LIST-STATUS
              STOP RUN
           END-IF.
           OPEN OUTPUT PICK-PRINT-FILE.
           IF PICK-PRINT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING PICK LIST PRINT FILE: '
                       PICK-PRINT-STATUS
              STOP RUN
           END-IF.
           PERFORM VARYING LC-IDX FROM 1 BY 1
                   UNTIL LC-IDX > LOC-COUNT
              PERFORM PRINT-LOCATION-PICK-LIST
           END-PERFORM.
           CLOSE PICK-PRINT-FILE.
           IF PICK-PRINT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING PICK LIST PRINT FILE: '
                       PICK-PRINT-STATUS
           END-IF.

      **********************************************
      * PRINTS THE PICK LIST FOR LOCATION LC-IDX.
      **********************************************
       PRINT-LOCATION-PICK-LIST.
           MOVE 0 TO WS-LOC-PICK-LINES.
           MOVE SPACES TO PICK-PRINT-REC.
           STRING 'PICK LIST - LOCATION ' DELIMITED BY SIZE
                  LC-ID(LC-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(LC-NAME(LC-IDX)) DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO PICK-PRINT-REC
           END-STRING.
           PERFORM WRITE-PICK-PRINT-LINE.
           MOVE 'N' TO WS-PICK-READ-EOF.
           OPEN INPUT PICK-LIST-FILE.
           IF PICK-LIST-STATUS NOT = '00'
              DISPLAY 'ERROR REOPENING PICK LIST FILE: '
                       PICK-LIST-STATUS
              STOP RUN
           END-IF.
           PERFORM UNTIL PICK-READ-EOF
              READ PICK-LIST-FILE
                AT END
                   SET PICK-READ-EOF TO TRUE
                NOT AT END
                   IF PICK-LIST-STATUS = '00'
                      IF PCK-LOC-ID = LC-ID(LC-IDX)
                         AND NOT PCK-KIT-HEADER
                         PERFORM PRINT-ONE-PICK-LINE
                      END-IF
                   ELSE
                      DISPLAY 'ERROR READING PICK LIST FILE: '
                               PICK-LIST-STATUS
                      STOP RUN
                   END-IF
              END-READ
           END-PERFORM.
           CLOSE PICK-LIST-FILE.
           IF WS-LOC-PICK-LINES = 0
              MOVE SPACES TO PICK-PRINT-REC
              MOVE '  NOTHING TO PICK' TO PICK-PRINT-REC
              PERFORM WRITE-PICK-PRINT-LINE
           END-IF.
           MOVE SPACES TO PICK-PRINT-REC.
           PERFORM WRITE-PICK-PRINT-LINE.

      **********************************************
      * PRINTS ONE PICK RECORD: ORDER, PART AND QUANTITY, WITH
      * THE KIT A COMPONENT GOES INTO. EMPTY RECORDS (A SHIP-MODE
      * LINE THAT DREW NO STOCK) ARE NOT PRINTED.
      **********************************************
       PRINT-ONE-PICK-LINE.
           IF PCK-KIT-COMPONENT
              MOVE PCK-COMP-QTY TO WS-PRINT-QTY
           ELSE
              MOVE PCK-QTY-TO-PICK TO WS-PRINT-QTY
           END-IF.
           IF WS-PRINT-QTY > 0
              ADD 1 TO WS-LOC-PICK-LINES
              MOVE WS-PRINT-QTY TO WS-PRINT-QTY-DISP
              MOVE SPACES TO PICK-PRINT-REC
              IF PCK-KIT-COMPONENT
                 STRING '  ORDER ' DELIMITED BY SIZE
                        PCK-ORDER-NUM DELIMITED BY SIZE
                        ' PART ' DELIMITED BY SIZE
                        PCK-PART-ID DELIMITED BY SIZE
                        ' QTY ' DELIMITED BY SIZE
                        WS-PRINT-QTY-DISP DELIMITED BY SIZE
                        ' FOR KIT ' DELIMITED BY SIZE
                        PCK-KIT-PARENT-ID DELIMITED BY SIZE
                        INTO PICK-PRINT-REC
                 END-STRING
              ELSE
                 STRING '  ORDER ' DELIMITED BY SIZE
                        PCK-ORDER-NUM DELIMITED BY SIZE
                        ' PART ' DELIMITED BY SIZE
                        PCK-PART-ID DELIMITED BY SIZE
                        ' QTY ' DELIMITED BY SIZE
                        WS-PRINT-QTY-DISP DELIMITED BY SIZE
                        ' CUST ' DELIMITED BY SIZE
                        PCK-CUST-ID DELIMITED BY SIZE
                        INTO PICK-PRINT-REC
                 END-STRING
              END-IF
              PERFORM WRITE-PICK-PRINT-LINE
           END-IF.

      **********************************************
      * WRITES WHATEVER LINE IS CURRENTLY IN PICK-PRINT-REC.
      **********************************************
       WRITE-PICK-PRINT-LINE.
           WRITE PICK-PRINT-REC.
           IF PICK-PRINT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING PICK LIST PRINT FILE: '
                       PICK-PRINT-STATUS
              STOP RUN
           END-IF.

      **********************************************
      * CLOSE ALL FILES AND CHECK STATUS
      **********************************************
                       MARGIN-REPORT-STATUS
           END-IF.

           CLOSE LOCATION-STOCK-FILE.
           IF LOCATION-STOCK-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING LOCATION STOCK FILE: '
                       LOCATION-STOCK-STATUS
           END-IF.

           CLOSE INVOICE-LINE-FILE.
                       INVOICE-REGISTER-STATUS
           END-IF.

           CLOSE HELD-ORDERS-FILE.
           IF HELD-ORDERS-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING HELD ORDERS FILE: '
                       HELD-ORDERS-STATUS
           END-IF.

           CLOSE MOVEMENT-JOURNAL-FILE.
           IF MOVEMENT-JOURNAL-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING MOVEMENT JOURNAL: '
                       MOVEMENT-JOURNAL-STATUS
           END-IF.

           CLOSE GL-JOURNAL-FILE.
           IF GL-JOURNAL-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING GL JOURNAL: '
                       GL-JOURNAL-STATUS
           END-IF.

      **********************************************
      * DISPLAY SUMMARY STATISTICS TO SYSOUT
      **********************************************
           DISPLAY 'BELOW-COST LINES:     ' WS-BELOW-COST-DISP.
           MOVE WS-PICK-COUNT TO WS-PICK-COUNT-DISP.
           DISPLAY 'PICK RECORDS WRITTEN: ' WS-PICK-COUNT-DISP.
           MOVE WS-HELD-ORDER-COUNT TO WS-HELD-ORDER-DISP.
           MOVE WS-HELD-LINE-COUNT TO WS-HELD-LINE-DISP.
           DISPLAY 'ORDERS HELD (CREDIT): ' WS-HELD-ORDER-DISP.
           DISPLAY 'ORDER LINES HELD:     ' WS-HELD-LINE-DISP.
           MOVE WS-KIT-LINE-COUNT TO WS-KIT-LINE-DISP.
           MOVE WS-KIT-SHORT-COUNT TO WS-KIT-SHORT-DISP.
           DISPLAY 'KIT LINES EXPLODED:   ' WS-KIT-LINE-DISP.
           DISPLAY 'KIT LINES BACKORDERED:' WS-KIT-SHORT-DISP.
           MOVE WS-OFF-HOME-COUNT TO WS-OFF-HOME-DISP.
           MOVE WS-BAD-HOME-COUNT TO WS-BAD-HOME-DISP.
           DISPLAY 'FILLS AWAY FROM HOME: ' WS-OFF-HOME-DISP.
           DISPLAY 'UNKNOWN HOME LOCATION:' WS-BAD-HOME-DISP.
           DISPLAY 'GL JOURNAL LINES:     ' GLP-LINES-WRITTEN.
           DISPLAY '========================================'.
