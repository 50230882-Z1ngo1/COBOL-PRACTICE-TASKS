      *     RECORD CARRIES THE CUSTOMER ID FOR THIS), ELSE THE BREAK   *
      *     RATE WHEN THE RELEASED QUANTITY QUALIFIES, ELSE THE FLAT   *
      *     PART PRICE.                                                *
      *   A BACKORDER FOR A KIT PARENT (KIT TABLE KITBDD, AS IN        *
      *   PSTASK16) IS RELEASED WHOLE OR NOT AT ALL: ONLY WHEN EVERY   *
      *   COMPONENT COVERS ITS SHARE OF THE KITS OWED ARE THE          *
      *   COMPONENTS DRAWN DOWN AND THE KITS INVOICED AT THE KIT       *
      *   PRICE; OTHERWISE THE RECORD IS CARRIED.                      *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/08/22                                               *
      *              DEPLETED IN PLACE AND FILLED BACKORDERS ARE     *
      *              DELETED/REWRITTEN IN PLACE. THE IN-MEMORY       *
      *              CATALOG TABLE, CATODD AND NEWBODD ARE GONE.     *
      * 2026/10/15 - CATALOG RECORD LAYOUT NOW CARRIES THE REORDER     *
      *              POINT, REORDER QUANTITY, PREFERRED VENDOR AND     *
      *              LEAD DAYS MAINTAINED BY PRTMNT16.                 *
      * 2026/10/15 - EVERY RELEASED QUANTITY IS APPENDED TO THE        *
      *              INVENTORY MOVEMENT JOURNAL (INVMDD) AS A          *
      *              SHIPMENT AT THE PART'S AVERAGE COST, FOR THE      *
      *              MONTH-END VALUATION (INVVAL16).                   *
      * 2026/10/15 - KIT BACKORDERS (QUEUED UNDER THE KIT PARENT BY    *
      *              PSTASK16) ARE RELEASED FROM THE COMPONENTS' STOCK,*
      *              ALL OR NOTHING, AND EACH COMPONENT DRAWN DOWN IS  *
      *              JOURNALLED. THE PARENT'S OWN STOCK IS NOT USED.   *
      *                                                                *
      * FILES:                                                         *
      * I/O:   PARTVDD (PARTS.CATALOG.VSAM) - PARTS CATALOG MASTER     *
      *        (KSDS, KEY DATE/ORDER/PART)                             *
      * INPUT:  CNTRDD (CONTRACT.PRICES) - CONTRACT PRICE AGREEMENTS   *
      * OUTPUT: SINVDD (SUPPL.INVOICE) - SUPPLEMENTAL INVOICES (PS)    *
      * OUTPUT: INVMDD (PARTS.MOVEMENT.JOURNAL) - INVENTORY MOVEMENT   *
      *         JOURNAL, EXTENDED EACH RUN (PS, 80 B)                  *
      * INPUT:  KITBDD (KIT.BOM.TABLE) - KIT COMPONENTS BY PARENT      *
      *         PART (PS, 80 B, OPTIONAL)                              *
      * OUTPUT: STATLOG (BATCH.STATLOG) - BATCH STATUS RECORD          *
      ******************************************************************

              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS CONTRACT-PRICE-STATUS.

           SELECT MOVEMENT-JOURNAL-FILE ASSIGN TO INVMDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS MOVEMENT-JOURNAL-STATUS.

           SELECT KIT-BOM-FILE ASSIGN TO KITBDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS KIT-BOM-STATUS.

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

       FD BACKORDER-FILE.
       01 BACKORDER-REC.
          05 CPA-EFF-TO PIC X(8).
          05 FILLER PIC X(45).

       FD MOVEMENT-JOURNAL-FILE RECORDING MODE IS F.
       01 MOVEMENT-JOURNAL-REC.
           COPY INVMOVE.

      * KIT / BILL-OF-MATERIALS TABLE, SAME LAYOUT PSTASK16 READS:
      * ONE RECORD PER COMPONENT OF A KIT PARENT PART.
       FD KIT-BOM-FILE RECORDING MODE IS F.
       01 KIT-BOM-REC.
          05 KBM-PARENT-ID PIC 9(5).
          05 FILLER PIC X(1).
          05 KBM-COMP-ID PIC 9(5).
          05 FILLER PIC X(1).
          05 KBM-COMP-QTY PIC 9(3).
          05 FILLER PIC X(65).

       FD STATUS-LOG RECORDING MODE IS F.
       01 STATUS-LOG-REC.
           COPY BATSTAT.
          05 BACKORDER-STATUS PIC X(2).
          05 SUPPL-INVOICE-STATUS PIC X(2).
          05 CONTRACT-PRICE-STATUS PIC X(2).
          05 MOVEMENT-JOURNAL-STATUS PIC X(2).
          05 KIT-BOM-STATUS PIC X(2).
          05 STATUS-LOG-STATUS PIC X(2).

      * CONTROL FLAGS
             88 CONTRACT-EOF VALUE 'Y'.
          05 WS-CONTRACT-FOUND PIC X(1) VALUE 'N'.
             88 CONTRACT-FOUND VALUE 'Y'.
          05 WS-KIT-EOF PIC X(1) VALUE 'N'.
             88 KIT-EOF VALUE 'Y'.
          05 WS-KIT-PARENT PIC X(1) VALUE 'N'.
             88 KIT-PARENT VALUE 'Y'.
          05 WS-KIT-SHORT PIC X(1) VALUE 'N'.
             88 KIT-SHORT VALUE 'Y'.

      * SET JUST BEFORE A FATAL ERROR PATH WRITES ITS STATLOG RECORD
      * AND STOPS, SO WRITE-BATCH-STATUS REPORTS 'FAILED'.
       01 WS-LINE-COST PIC 9(7)V99.
       01 WS-COST-DISP PIC Z(4)9.99.

      * QUANTITY JUST TAKEN OUT OF STOCK FOR THE PART IN THE
      * CATALOG RECORD, FOR THE MOVEMENT JOURNAL
       01 WS-STOCK-OUT-QTY PIC 9(5).

      * KIT TABLE, LOADED FROM KITBDD (SAME SHAPE AS PSTASK16'S),
      * AND ONE COMPONENT'S SHARE OF THE KITS OWED
       01 WS-KIT-TABLE.
          05 KIT-COUNT PIC 9(4) VALUE 0.
          05 KIT-ENTRY OCCURS 2000 TIMES INDEXED BY KT-IDX.
             10 KT-PARENT-ID PIC 9(5).
             10 KT-COMP-ID PIC 9(5).
             10 KT-COMP-QTY PIC 9(3).
       01 WS-KIT-NEED-QTY PIC 9(7).

      * CONTRACT PRICE TABLE, LOADED FROM CNTRDD (SAME SHAPE AS
      * PSTASK16'S)
       01 WS-CONTRACT-TABLE.
          05 BACKORDERS-PARTIAL PIC 9(5) VALUE 0.
          05 BACKORDERS-CARRIED PIC 9(5) VALUE 0.
          05 WS-CONTRACT-PRICED-COUNT PIC 9(5) VALUE 0.
          05 KIT-BACKORDERS-FILLED PIC 9(5) VALUE 0.

      * DISPLAY-FORMATTED COUNTERS
       01 WS-DISP-COUNTERS.
          05 BACKORDERS-PARTIAL-DISP PIC Z(4)9.
          05 BACKORDERS-CARRIED-DISP PIC Z(4)9.
          05 WS-CONTRACT-PRICED-DISP PIC Z(4)9.
          05 KIT-BACKORDERS-FILLED-DISP PIC Z(4)9.

      **********************************************
      * OPENS FILES, LOADS THE CATALOG AND CONTRACTS, RELEASES
           PERFORM OPEN-STATUS-LOG.
           PERFORM OPEN-ALL-FILES.
           PERFORM LOAD-CONTRACT-TABLE.
           PERFORM LOAD-KIT-TABLE.
           PERFORM RELEASE-BACKORDERS.
           PERFORM CLOSE-ALL-FILES.
           PERFORM WRITE-BATCH-STATUS.
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
      * LOADS CNTRDD INTO THE CONTRACT PRICE TABLE. NO CONTRACT
      * FILE MEANS CATALOG PRICING ONLY, AS IN PSTASK16.
              CLOSE CONTRACT-PRICE-FILE
           END-IF.

      **********************************************
      * LOADS KITBDD INTO THE KIT TABLE. NO KIT FILE MEANS NO PART
      * IS A KIT, AS IN PSTASK16.
      **********************************************
       LOAD-KIT-TABLE.
           OPEN INPUT KIT-BOM-FILE.
           IF KIT-BOM-STATUS = '05' OR KIT-BOM-STATUS = '35'
              DISPLAY 'NO KIT TABLE FILE - NO KIT EXPLOSION'
           ELSE
              IF KIT-BOM-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING KIT TABLE FILE: '
                          KIT-BOM-STATUS
                 PERFORM ABEND-WITH-STATUS
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
                            PERFORM ABEND-WITH-STATUS
                         END-IF
                         ADD 1 TO KIT-COUNT
                         SET KT-IDX TO KIT-COUNT
                         MOVE KBM-PARENT-ID TO KT-PARENT-ID(KT-IDX)
                         MOVE KBM-COMP-ID TO KT-COMP-ID(KT-IDX)
                         MOVE KBM-COMP-QTY TO KT-COMP-QTY(KT-IDX)
                      ELSE
                         DISPLAY 'ERROR READING KIT TABLE FILE: '
                                  KIT-BOM-STATUS
                         PERFORM ABEND-WITH-STATUS
                      END-IF
                 END-READ
              END-PERFORM
              CLOSE KIT-BOM-FILE
           END-IF.

      **********************************************
      * SETS KIT-PARENT WHEN THE BACKORDERED PART HAS COMPONENT
      * ROWS ON THE KIT TABLE.
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
                  WHEN KT-PARENT-ID(KT-IDX) = BO-PART-ID
                     SET KIT-PARENT TO TRUE
              END-SEARCH
           END-IF.

      **********************************************
      * LOOKS FOR A CONTRACT PRICE AGREEMENT FOR THE BACKORDER'S
      * CUSTOMER AND PART THAT IS IN FORCE ON THE RUN DATE. A HIT
                 PERFORM ABEND-WITH-STATUS
           END-EVALUATE.

           MOVE 'N' TO WS-KIT-PARENT.
           IF FOUND
              PERFORM FIND-KIT-PARENT
           END-IF.

           IF KIT-PARENT
              PERFORM RELEASE-KIT-BACKORDER
           ELSE
              IF NOT-FOUND OR (FOUND AND PART-STOCK-QTY = 0)
                 ADD 1 TO BACKORDERS-CARRIED
              ELSE
                 IF PART-STOCK-QTY >= BO-QTY-OWED
                    MOVE BO-QTY-OWED TO WS-RELEASE-QTY
                    MOVE 0 TO WS-REMAIN-QTY
                    ADD 1 TO BACKORDERS-FILLED
                 ELSE
                    MOVE PART-STOCK-QTY TO WS-RELEASE-QTY
                    COMPUTE WS-REMAIN-QTY =
                            BO-QTY-OWED - WS-RELEASE-QTY
                    ADD 1 TO BACKORDERS-PARTIAL
                 END-IF
                 SUBTRACT WS-RELEASE-QTY FROM PART-STOCK-QTY
                 REWRITE CATALOG-REC
                 IF CATALOG-STATUS NOT = '00'
                    DISPLAY 'ERROR REWRITING PARTS CATALOG MASTER: '
                             CATALOG-STATUS
                    DISPLAY 'PART ID: ' BO-PART-ID
                    PERFORM ABEND-WITH-STATUS
                 END-IF
                 MOVE WS-RELEASE-QTY TO WS-STOCK-OUT-QTY
                 PERFORM WRITE-RELEASE-MOVEMENT
                 PERFORM WRITE-SUPPL-INVOICE-LINE
                 IF WS-REMAIN-QTY > 0
                    MOVE WS-REMAIN-QTY TO BO-QTY-OWED
                    REWRITE BACKORDER-REC
                    IF BACKORDER-STATUS NOT = '00'
                       DISPLAY 'ERROR REWRITING BACKORDER QUEUE: '
                                BACKORDER-STATUS
                       PERFORM ABEND-WITH-STATUS
                    END-IF
                    ADD 1 TO BACKORDERS-CARRIED
                 ELSE
                    DELETE BACKORDER-FILE RECORD
                    IF BACKORDER-STATUS NOT = '00'
                       DISPLAY 'ERROR DELETING FROM BACKORDER QUEUE: '
                                BACKORDER-STATUS
                       PERFORM ABEND-WITH-STATUS
                    END-IF
                 END-IF
              END-IF
           END-IF.

      **********************************************
      * RELEASES A KIT BACKORDER FROM THE KIT'S COMPONENTS, WHOLE
      * OR NOT AT ALL - THE SAME RULE PSTASK16 FILLS A KIT LINE
      * BY. FIRST PASS: EVERY COMPONENT MUST COVER ITS SHARE OF
      * THE KITS OWED. SECOND PASS: EACH SHARE IS TAKEN OUT OF
      * STOCK AND JOURNALLED. THE PARENT IS THEN REREAD SO THE
      * SUPPLEMENTAL INVOICE LINE IS PRICED AT THE KIT PRICE,
      * AND THE QUEUE RECORD IS DELETED.
      **********************************************
       RELEASE-KIT-BACKORDER.
           MOVE 'N' TO WS-KIT-SHORT.
           PERFORM VARYING KT-IDX FROM 1 BY 1
                   UNTIL KT-IDX > KIT-COUNT
              IF KT-PARENT-ID(KT-IDX) = BO-PART-ID
                 PERFORM CHECK-KIT-COMPONENT
              END-IF
           END-PERFORM.
           IF KIT-SHORT
              ADD 1 TO BACKORDERS-CARRIED
           ELSE
              MOVE BO-QTY-OWED TO WS-RELEASE-QTY
              PERFORM VARYING KT-IDX FROM 1 BY 1
                      UNTIL KT-IDX > KIT-COUNT
                 IF KT-PARENT-ID(KT-IDX) = BO-PART-ID
                    PERFORM RELEASE-KIT-COMPONENT
                 END-IF
              END-PERFORM
              MOVE BO-PART-ID TO PART-ID
              READ PARTS-CATALOG-FILE
              IF CATALOG-STATUS NOT = '00'
                 DISPLAY 'ERROR REREADING KIT PARENT: '
                          CATALOG-STATUS
                 DISPLAY 'PART ID: ' BO-PART-ID
                 PERFORM ABEND-WITH-STATUS
              END-IF
              PERFORM WRITE-SUPPL-INVOICE-LINE
              DELETE BACKORDER-FILE RECORD
              IF BACKORDER-STATUS NOT = '00'
                 DISPLAY 'ERROR DELETING FROM BACKORDER QUEUE: '
                          BACKORDER-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
              ADD 1 TO BACKORDERS-FILLED
              ADD 1 TO KIT-BACKORDERS-FILLED
           END-IF.

      **********************************************
      * FIRST KIT PASS, ONE COMPONENT: FLAGS THE KIT SHORT WHEN
      * THE COMPONENT IS OFF THE MASTER OR CANNOT COVER ITS
      * SHARE OF THE KITS OWED.
      **********************************************
       CHECK-KIT-COMPONENT.
           COMPUTE WS-KIT-NEED-QTY =
                   KT-COMP-QTY(KT-IDX) * BO-QTY-OWED.
           MOVE KT-COMP-ID(KT-IDX) TO PART-ID.
           READ PARTS-CATALOG-FILE
           EVALUATE CATALOG-STATUS
               WHEN '00'
                 IF PART-STOCK-QTY < WS-KIT-NEED-QTY
                    SET KIT-SHORT TO TRUE
                 END-IF
               WHEN '23'
                 SET KIT-SHORT TO TRUE
               WHEN OTHER
                 DISPLAY 'ERROR READING PARTS CATALOG MASTER: '
                          CATALOG-STATUS
                 DISPLAY 'PART ID: ' KT-COMP-ID(KT-IDX)
                 PERFORM ABEND-WITH-STATUS
           END-EVALUATE.

      **********************************************
      * SECOND KIT PASS, ONE COMPONENT: TAKES ITS SHARE OF THE
      * KITS RELEASED OUT OF STOCK AND JOURNALS IT.
      **********************************************
       RELEASE-KIT-COMPONENT.
           COMPUTE WS-KIT-NEED-QTY =
                   KT-COMP-QTY(KT-IDX) * WS-RELEASE-QTY.
           MOVE KT-COMP-ID(KT-IDX) TO PART-ID.
           READ PARTS-CATALOG-FILE
           IF CATALOG-STATUS NOT = '00'
              DISPLAY 'ERROR READING PARTS CATALOG MASTER: '
                       CATALOG-STATUS
              DISPLAY 'PART ID: ' KT-COMP-ID(KT-IDX)
              PERFORM ABEND-WITH-STATUS
           END-IF.
           SUBTRACT WS-KIT-NEED-QTY FROM PART-STOCK-QTY.
           REWRITE CATALOG-REC
           IF CATALOG-STATUS NOT = '00'
              DISPLAY 'ERROR REWRITING PARTS CATALOG MASTER: '
                       CATALOG-STATUS
              DISPLAY 'PART ID: ' KT-COMP-ID(KT-IDX)
              PERFORM ABEND-WITH-STATUS
           END-IF.
           MOVE WS-KIT-NEED-QTY TO WS-STOCK-OUT-QTY.
           PERFORM WRITE-RELEASE-MOVEMENT.

      **********************************************
      * APPENDS THE QUANTITY JUST TAKEN OUT OF STOCK (THE
      * BACKORDERED PART, OR ONE KIT COMPONENT) TO THE INVENTORY
      * MOVEMENT JOURNAL AS A SHIPMENT AT THE PART'S AVERAGE COST,
      * REFERENCED BY THE BACKORDERED ORDER NUMBER.
      **********************************************
       WRITE-RELEASE-MOVEMENT.
           MOVE SPACES TO MOVEMENT-JOURNAL-REC.
           MOVE PART-ID TO MVJ-PART-ID.
           SET MVJ-SHIPMENT TO TRUE.
           MOVE WS-STOCK-OUT-QTY TO MVJ-QTY.
           SET MVJ-STOCK-DOWN TO TRUE.
           MOVE PART-UNIT-COST TO MVJ-UNIT-COST.
           MOVE WS-RUN-DATE TO MVJ-DATE.
           MOVE 'BAKREL16' TO MVJ-SOURCE-JOB.
           MOVE BO-ORDER-NUM TO MVJ-REFERENCE.
           WRITE MOVEMENT-JOURNAL-REC.
           IF MOVEMENT-JOURNAL-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING MOVEMENT JOURNAL: '
                       MOVEMENT-JOURNAL-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
                       SUPPL-INVOICE-STATUS
           END-IF.

           CLOSE MOVEMENT-JOURNAL-FILE.
           IF MOVEMENT-JOURNAL-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING MOVEMENT JOURNAL: '
                       MOVEMENT-JOURNAL-STATUS
           END-IF.

      **********************************************
      * APPENDS ONE RECORD TO THE CONSOLIDATED END-OF-NIGHT BATCH
      * STATUS LOG AND CLOSES IT. STATUS-LOG ITSELF WAS ALREADY
           MOVE BACKORDERS-PARTIAL TO BACKORDERS-PARTIAL-DISP.
           MOVE BACKORDERS-CARRIED TO BACKORDERS-CARRIED-DISP.
           MOVE WS-CONTRACT-PRICED-COUNT TO WS-CONTRACT-PRICED-DISP.
           MOVE KIT-BACKORDERS-FILLED TO KIT-BACKORDERS-FILLED-DISP.

           DISPLAY '========================================'.
           DISPLAY 'BACKORDER RELEASE SUMMARY'.
           DISPLAY 'PARTIALLY RELEASED:   ' BACKORDERS-PARTIAL-DISP.
           DISPLAY 'CARRIED FORWARD:      ' BACKORDERS-CARRIED-DISP.
           DISPLAY 'CONTRACT-PRICED LINES:' WS-CONTRACT-PRICED-DISP.
           DISPLAY 'KIT BACKORDERS FILLED:' KIT-BACKORDERS-FILLED-DISP.
           DISPLAY '========================================'.

      **********************************************
