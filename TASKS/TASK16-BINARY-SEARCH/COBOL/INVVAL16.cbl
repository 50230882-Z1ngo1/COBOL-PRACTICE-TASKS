      ******************************************************************
      * MONTH-END PERPETUAL INVENTORY VALUATION                        *
      *                                                                *
      * PURPOSE:                                                       *
      * FINANCE BOOKED INVENTORY FROM A SPREADSHEET THAT NEVER AGREED  *
      * WITH THE CATALOG. THIS JOB VALUES STOCK-ON-HAND ON THE VSAM    *
      * CATALOG MASTER AT EACH PART'S WEIGHTED-AVERAGE COST (KEPT BY   *
      * RECVNG16 FROM THE PO PRICES RECEIVED) AND EXPLAINS THE         *
      * MOVEMENT SINCE LAST MONTH'S VALUATION FROM THE INVENTORY       *
      * MOVEMENT JOURNAL THE PARTS JOBS APPEND TO.                     *
      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   OPENING POSITION - LAST MONTH'S VALUATION SNAPSHOT (VALSDD): *
      *     QUANTITY AND VALUE PER PART, AND THE DATE IT WAS TAKEN.    *
      *     NO SNAPSHOT (FIRST RUN) MEANS OPENING ZERO AND NOTHING IS  *
      *     FLAGGED AS UNRECONCILED.                                   *
      *   MOVEMENT - EVERY JOURNAL RECORD (INVMDD) DATED AFTER THE     *
      *     SNAPSHOT AND NOT AFTER TODAY, BY PART:                     *
      *       R RECEIPTS (RECVNG16)                                    *
      *       S SHIPMENTS (PSTASK16, BAKREL16)                         *
      *       T CUSTOMER RETURNS (RETURN16)                            *
      *       A COUNT ADJUSTMENTS, UP OR DOWN (PRTMNT16)               *
      *   CLOSING POSITION - STOCK-ON-HAND x PART-UNIT-COST FROM THE   *
      *     CATALOG MASTER, IN KEY ORDER. A PART WHOSE CLOSING         *
      *     QUANTITY DOES NOT EQUAL OPENING + RECEIPTS - SHIPMENTS +   *
      *     RETURNS + ADJUSTMENTS IS FLAGGED: STOCK MOVED WITHOUT A    *
      *     JOURNAL RECORD. PARTS IN THE SNAPSHOT OR THE JOURNAL BUT   *
      *     NO LONGER ON THE CATALOG ARE LISTED SEPARATELY.            *
      *   TOTALS - OPENING VALUE, MOVEMENT VALUE BY TYPE AT THE COST   *
      *     EACH WAS BOOKED AT, CLOSING VALUE, AND THE COST            *
      *     REVALUATION (AVERAGE-COST CHANGES AND ROUNDING) THAT       *
      *     BRIDGES THE TWO.                                           *
      *   THE CLOSING POSITION IS WRITTEN AS THE NEW SNAPSHOT FOR      *
      *   NEXT MONTH. RUN AT MONTH END AFTER THE DAY'S PARTS JOBS.     *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/10/15                                               *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  PARTVDD (PARTS.CATALOG.VSAM) - PARTS CATALOG MASTER    *
      *         (KSDS, KEY PART-ID, READ IN KEY ORDER)                 *
      * INPUT:  INVMDD (PARTS.MOVEMENT.JOURNAL) - INVENTORY MOVEMENT   *
      *         JOURNAL (PS, 80 B, OPTIONAL)                           *
      * INPUT:  VALSDD (PARTS.VALUATION.SNAP) - LAST MONTH'S           *
      *         VALUATION SNAPSHOT (PS, 80 B, OPTIONAL)                *
      * OUTPUT: NEWVSDD (PARTS.VALUATION.SNAP.NEW) - THIS MONTH'S      *
      *         SNAPSHOT (ROLLED OVER VALSDD BY THE JCL)               *
      * OUTPUT: VALRDD (PARTS.VALUATION.REPORT) - VALUATION REPORT     *
      *         (PS, 80 B)                                             *
      * OUTPUT: STATLOG (BATCH.STATLOG) - BATCH STATUS RECORD          *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVVAL16.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTS-CATALOG-FILE ASSIGN TO PARTVDD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS PART-ID
              FILE STATUS IS CATALOG-STATUS.

           SELECT MOVEMENT-JOURNAL-FILE ASSIGN TO INVMDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS MOVEMENT-JOURNAL-STATUS.

           SELECT PRIOR-SNAPSHOT-FILE ASSIGN TO VALSDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS PRIOR-SNAPSHOT-STATUS.

           SELECT NEW-SNAPSHOT-FILE ASSIGN TO NEWVSDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS NEW-SNAPSHOT-STATUS.

           SELECT VALUATION-REPORT-FILE ASSIGN TO VALRDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS VALUATION-REPORT-STATUS.

           SELECT STATUS-LOG ASSIGN TO STATLOG
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS STATUS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PARTS-CATALOG-FILE.
       01 CATALOG-REC.
          05 PART-ID PIC 9(5).
          05 PART-PRICE PIC 9(3)V99.
          05 PART-STOCK-QTY PIC 9(5).
          05 PART-BREAK-QTY PIC 9(5).
          05 PART-BREAK-PRICE PIC 9(3)V99.
          05 PART-UNIT-COST PIC 9(3)V99.
          05 PART-REORDER-POINT PIC 9(5).
          05 PART-REORDER-QTY PIC 9(5).
          05 PART-VENDOR-ID PIC X(5).
          05 PART-LEAD-DAYS PIC 9(3).

       FD MOVEMENT-JOURNAL-FILE RECORDING MODE IS F.
       01 MOVEMENT-JOURNAL-REC.
           COPY INVMOVE.

      * VALUATION SNAPSHOT: ONE RECORD PER CATALOG PART AS VALUED
      * AT MONTH END. THIS RUN READS LAST MONTH'S (VALSDD) AS THE
      * OPENING POSITION AND WRITES ITS OWN (NEWVSDD).
       FD PRIOR-SNAPSHOT-FILE RECORDING MODE IS F.
       01 PRIOR-SNAPSHOT-REC.
          05 VLS-PART-ID PIC 9(5).
          05 FILLER PIC X(1).
          05 VLS-QTY PIC 9(5).
          05 FILLER PIC X(1).
          05 VLS-AVG-COST PIC 9(3)V99.
          05 FILLER PIC X(1).
          05 VLS-VALUE PIC 9(9)V99.
          05 FILLER PIC X(1).
          05 VLS-AS-OF-DATE PIC X(8).
          05 FILLER PIC X(42).

       FD NEW-SNAPSHOT-FILE RECORDING MODE IS F.
       01 NEW-SNAPSHOT-REC.
          05 NVS-PART-ID PIC 9(5).
          05 FILLER PIC X(1).
          05 NVS-QTY PIC 9(5).
          05 FILLER PIC X(1).
          05 NVS-AVG-COST PIC 9(3)V99.
          05 FILLER PIC X(1).
          05 NVS-VALUE PIC 9(9)V99.
          05 FILLER PIC X(1).
          05 NVS-AS-OF-DATE PIC X(8).
          05 FILLER PIC X(42).

       FD VALUATION-REPORT-FILE RECORDING MODE IS F.
       01 VALUATION-REPORT-REC PIC X(80).

       FD STATUS-LOG RECORDING MODE IS F.
       01 STATUS-LOG-REC.
           COPY BATSTAT.

       WORKING-STORAGE SECTION.

      * FILE STATUS VARIABLES
       01 FILE-STATUSES.
          05 CATALOG-STATUS PIC X(2).
          05 MOVEMENT-JOURNAL-STATUS PIC X(2).
          05 PRIOR-SNAPSHOT-STATUS PIC X(2).
          05 NEW-SNAPSHOT-STATUS PIC X(2).
          05 VALUATION-REPORT-STATUS PIC X(2).
          05 STATUS-LOG-STATUS PIC X(2).

      * CONTROL FLAGS
       01 WS-FLAGS.
          05 WS-FOUND PIC X(1) VALUE 'N'.
             88 FOUND VALUE 'Y'.
             88 NOT-FOUND VALUE 'N'.
          05 WS-PART-EOF PIC X(1) VALUE 'N'.
             88 PART-EOF VALUE 'Y'.
          05 WS-MVJ-EOF PIC X(1) VALUE 'N'.
             88 MVJ-EOF VALUE 'Y'.
          05 WS-VLS-EOF PIC X(1) VALUE 'N'.
             88 VLS-EOF VALUE 'Y'.
          05 WS-PRIOR-SW PIC X(1) VALUE 'N'.
             88 PRIOR-VALUATION VALUE 'Y'.
             88 NO-PRIOR-VALUATION VALUE 'N'.

      * SET JUST BEFORE A FATAL ERROR PATH WRITES ITS STATLOG RECORD
      * AND STOPS, SO WRITE-BATCH-STATUS REPORTS 'FAILED'.
       01 WS-ABEND-FLAG PIC X(1) VALUE 'N'.
          88 ABEND-IN-PROGRESS VALUE 'Y'.

      * RUN-START AND RECORD-WRITE TIMESTAMPS FOR THE BATSTAT
      * RECORD, SO BATSTS43 CAN REPORT ELAPSED TIME.
       01 WS-BST-START-TS PIC X(14).
       01 WS-BST-TS-BUILT PIC X(14).
       01 WS-BST-TS-WORK.
          05 WS-BST-TS-DATE PIC 9(8).
          05 WS-BST-TS-TIME PIC 9(8).

      * THIS RUN'S DATE (YYYYMMDD): THE VALUATION DATE, AND THE
      * LAST JOURNAL DATE COUNTED AS MOVEMENT
       01 WS-RUN-DATE PIC X(8).

      * DATE OF LAST MONTH'S SNAPSHOT; JOURNAL RECORDS DATED ON OR
      * BEFORE IT WERE ALREADY IN LAST MONTH'S CLOSING POSITION
       01 WS-PRIOR-DATE PIC X(8) VALUE LOW-VALUES.

      * PER-PART VALUATION TABLE: OPENING POSITION FROM THE
      * SNAPSHOT AND THE PERIOD'S MOVEMENT FROM THE JOURNAL,
      * WAITING FOR THE CATALOG'S CLOSING POSITION.
       01 WS-VALUE-TABLE.
          05 VALUE-COUNT PIC 9(4) VALUE 0.
          05 VALUE-ENTRY OCCURS 5000 TIMES INDEXED BY VT-IDX.
             10 VT-PART-ID PIC 9(5).
             10 VT-OPEN-QTY PIC 9(5).
             10 VT-OPEN-VALUE PIC 9(9)V99.
             10 VT-RECEIPT-QTY PIC 9(7).
             10 VT-SHIPPED-QTY PIC 9(7).
             10 VT-RETURN-QTY PIC 9(7).
             10 VT-ADJUST-UP-QTY PIC 9(7).
             10 VT-ADJUST-DOWN-QTY PIC 9(7).
             10 VT-ON-CATALOG PIC X(1).
                88 VT-CATALOG-PART VALUE 'Y'.

      * PART BEING LOOKED UP / ADDED IN THE VALUATION TABLE
       01 WS-SEARCH-PART-ID PIC 9(5).

      * PER-PART RECONCILIATION WORK FIELDS
       01 WS-NET-ADJUST-QTY PIC S9(7).
       01 WS-EXPECTED-QTY PIC S9(7).
       01 WS-CLOSE-QTY PIC 9(5).
       01 WS-CLOSE-COST PIC 9(3)V99.
       01 WS-CLOSE-VALUE PIC 9(9)V99.
       01 WS-MOVE-VALUE PIC 9(9)V99.

      * VALUE TOTALS FOR THE BRIDGE AT THE FOOT OF THE REPORT
       01 WS-VALUE-TOTALS.
          05 TOT-OPEN-VALUE PIC 9(11)V99 VALUE 0.
          05 TOT-RECEIPT-VALUE PIC 9(11)V99 VALUE 0.
          05 TOT-SHIPPED-VALUE PIC 9(11)V99 VALUE 0.
          05 TOT-RETURN-VALUE PIC 9(11)V99 VALUE 0.
          05 TOT-ADJUST-UP-VALUE PIC 9(11)V99 VALUE 0.
          05 TOT-ADJUST-DOWN-VALUE PIC 9(11)V99 VALUE 0.
          05 TOT-CLOSE-VALUE PIC 9(11)V99 VALUE 0.
          05 TOT-REVALUATION PIC S9(11)V99 VALUE 0.

      * ONE DETAIL LINE OF THE VALUATION REPORT
       01 WS-VALUE-LINE.
          05 VL-PART-ID PIC 9(5).
          05 FILLER PIC X(1) VALUE SPACE.
          05 VL-OPEN-QTY PIC Z(5)9.
          05 FILLER PIC X(1) VALUE SPACE.
          05 VL-RECEIPT-QTY PIC Z(5)9.
          05 FILLER PIC X(1) VALUE SPACE.
          05 VL-SHIPPED-QTY PIC Z(5)9.
          05 FILLER PIC X(1) VALUE SPACE.
          05 VL-RETURN-QTY PIC Z(4)9.
          05 FILLER PIC X(1) VALUE SPACE.
          05 VL-ADJUST-QTY PIC -(6)9.
          05 FILLER PIC X(1) VALUE SPACE.
          05 VL-CLOSE-QTY PIC Z(5)9.
          05 FILLER PIC X(1) VALUE SPACE.
          05 VL-AVG-COST PIC ZZ9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 VL-VALUE PIC Z(8)9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 VL-FLAG PIC X(1).
          05 FILLER PIC X(11) VALUE SPACES.

      * TOTALS DISPLAY FIELDS
       01 WS-TOTAL-DISP PIC Z(10)9.99.
       01 WS-SIGNED-TOTAL-DISP PIC -(10)9.99.

      * STATISTICS COUNTERS
       01 WS-COUNTERS.
          05 SNAPSHOT-READ PIC 9(5) VALUE 0.
          05 MOVEMENTS-READ PIC 9(7) VALUE 0.
          05 MOVEMENTS-APPLIED PIC 9(7) VALUE 0.
          05 MOVEMENTS-OUTSIDE PIC 9(7) VALUE 0.
          05 PARTS-VALUED PIC 9(5) VALUE 0.
          05 PARTS-UNRECONCILED PIC 9(5) VALUE 0.
          05 PARTS-DROPPED PIC 9(5) VALUE 0.

      * DISPLAY-FORMATTED COUNTERS
       01 WS-DISP-COUNTERS.
          05 SNAPSHOT-READ-DISP PIC Z(4)9.
          05 MOVEMENTS-READ-DISP PIC Z(6)9.
          05 MOVEMENTS-APPLIED-DISP PIC Z(6)9.
          05 MOVEMENTS-OUTSIDE-DISP PIC Z(6)9.
          05 PARTS-VALUED-DISP PIC Z(4)9.
          05 PARTS-UNRECONCILED-DISP PIC Z(4)9.
          05 PARTS-DROPPED-DISP PIC Z(4)9.

      **********************************************
      * OPENS FILES, LOADS LAST MONTH'S SNAPSHOT AND THE PERIOD'S
      * MOVEMENTS, VALUES THE CATALOG, LISTS PARTS NO LONGER ON
      * IT, PRINTS THE VALUE BRIDGE, CLOSES, WRITES BATCH STATUS
      * AND DISPLAYS THE SUMMARY.
      **********************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM SET-BST-START-TS.
           PERFORM OPEN-STATUS-LOG.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM OPEN-ALL-FILES.
           PERFORM LOAD-PRIOR-VALUATION.
           PERFORM LOAD-MOVEMENTS.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM VALUE-CATALOG.
           PERFORM REPORT-DROPPED-PARTS.
           PERFORM WRITE-REPORT-TOTALS.
           PERFORM CLOSE-ALL-FILES.
           PERFORM WRITE-BATCH-STATUS.
           PERFORM DISPLAY-SUMMARY.
           STOP RUN.

      **********************************************
      * OPENS STATLOG FIRST, AHEAD OF EVERY OTHER FILE, SO
      * ABEND-WITH-STATUS CAN WRITE A 'FAILED' RECORD TO IT IF ANY
      * LATER OPEN, READ, OR WRITE FAILS.
      **********************************************
       OPEN-STATUS-LOG.
           OPEN EXTEND STATUS-LOG.
           IF STATUS-LOG-STATUS = '05' OR STATUS-LOG-STATUS = '35'
              OPEN OUTPUT STATUS-LOG
           END-IF.
           IF STATUS-LOG-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING STATUS LOG: ' STATUS-LOG-STATUS
              STOP RUN
           END-IF.

      **********************************************
      * OPEN ALL FILES AND CHECK STATUS. THE OPTIONAL SNAPSHOT
      * AND JOURNAL ARE OPENED AS THEY ARE LOADED.
      **********************************************
       OPEN-ALL-FILES.
           OPEN INPUT PARTS-CATALOG-FILE.
           IF CATALOG-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING PARTS CATALOG MASTER: '
                       CATALOG-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN OUTPUT NEW-SNAPSHOT-FILE.
           IF NEW-SNAPSHOT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING NEW VALUATION SNAPSHOT: '
                       NEW-SNAPSHOT-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN OUTPUT VALUATION-REPORT-FILE.
           IF VALUATION-REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING VALUATION REPORT: '
                       VALUATION-REPORT-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * LOADS LAST MONTH'S SNAPSHOT AS EACH PART'S OPENING
      * POSITION. NO SNAPSHOT (05/35) IS THE FIRST RUN: OPENING
      * IS ZERO AND EVERY JOURNAL RECORD UP TO TODAY COUNTS.
      **********************************************
       LOAD-PRIOR-VALUATION.
           OPEN INPUT PRIOR-SNAPSHOT-FILE.
           IF PRIOR-SNAPSHOT-STATUS = '05'
              OR PRIOR-SNAPSHOT-STATUS = '35'
              DISPLAY 'NO PRIOR VALUATION SNAPSHOT - OPENING IS ZERO'
           ELSE
              IF PRIOR-SNAPSHOT-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING PRIOR VALUATION SNAPSHOT: '
                          PRIOR-SNAPSHOT-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
              SET PRIOR-VALUATION TO TRUE
              PERFORM UNTIL VLS-EOF
                 READ PRIOR-SNAPSHOT-FILE
                   AT END
                      SET VLS-EOF TO TRUE
                   NOT AT END
                      IF PRIOR-SNAPSHOT-STATUS = '00'
                         ADD 1 TO SNAPSHOT-READ
                         MOVE VLS-AS-OF-DATE TO WS-PRIOR-DATE
                         MOVE VLS-PART-ID TO WS-SEARCH-PART-ID
                         PERFORM FIND-VALUE-ENTRY
                         ADD VLS-QTY TO VT-OPEN-QTY(VT-IDX)
                         ADD VLS-VALUE TO VT-OPEN-VALUE(VT-IDX)
                         ADD VLS-VALUE TO TOT-OPEN-VALUE
                      ELSE
                         DISPLAY 'ERROR READING PRIOR VALUATION '
                                 'SNAPSHOT: ' PRIOR-SNAPSHOT-STATUS
                         PERFORM ABEND-WITH-STATUS
                      END-IF
                 END-READ
              END-PERFORM
              CLOSE PRIOR-SNAPSHOT-FILE
              IF SNAPSHOT-READ = 0
                 DISPLAY 'PRIOR VALUATION SNAPSHOT EMPTY - OPENING IS '
                         'ZERO'
                 SET NO-PRIOR-VALUATION TO TRUE
              END-IF
           END-IF.

      **********************************************
      * READS THE MOVEMENT JOURNAL AND ACCUMULATES EVERY RECORD
      * DATED AFTER LAST MONTH'S SNAPSHOT AND NOT AFTER TODAY.
      * NO JOURNAL YET (05/35) MEANS NO MOVEMENT.
      **********************************************
       LOAD-MOVEMENTS.
           OPEN INPUT MOVEMENT-JOURNAL-FILE.
           IF MOVEMENT-JOURNAL-STATUS = '05'
              OR MOVEMENT-JOURNAL-STATUS = '35'
              DISPLAY 'NO MOVEMENT JOURNAL - NO MOVEMENT THIS PERIOD'
           ELSE
              IF MOVEMENT-JOURNAL-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING MOVEMENT JOURNAL: '
                          MOVEMENT-JOURNAL-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
              PERFORM UNTIL MVJ-EOF
                 READ MOVEMENT-JOURNAL-FILE
                   AT END
                      SET MVJ-EOF TO TRUE
                   NOT AT END
                      IF MOVEMENT-JOURNAL-STATUS = '00'
                         ADD 1 TO MOVEMENTS-READ
                         IF MVJ-DATE > WS-PRIOR-DATE
                            AND MVJ-DATE NOT > WS-RUN-DATE
                            PERFORM APPLY-ONE-MOVEMENT
                         ELSE
                            ADD 1 TO MOVEMENTS-OUTSIDE
                         END-IF
                      ELSE
                         DISPLAY 'ERROR READING MOVEMENT JOURNAL: '
                                  MOVEMENT-JOURNAL-STATUS
                         PERFORM ABEND-WITH-STATUS
                      END-IF
                 END-READ
              END-PERFORM
              CLOSE MOVEMENT-JOURNAL-FILE
           END-IF.

      **********************************************
      * ADDS ONE JOURNAL RECORD TO ITS PART'S MOVEMENT, AND ITS
      * VALUE AT THE COST IT WAS BOOKED AT TO THE BRIDGE TOTALS.
      * AN UNKNOWN TYPE IS SKIPPED AND NAMED ON SYSOUT.
      **********************************************
       APPLY-ONE-MOVEMENT.
           IF NOT MVJ-RECEIPT AND NOT MVJ-SHIPMENT
              AND NOT MVJ-RETURN AND NOT MVJ-ADJUSTMENT
              ADD 1 TO MOVEMENTS-OUTSIDE
              DISPLAY 'WARNING: UNKNOWN MOVEMENT TYPE '
                      MVJ-TYPE ' PART ' MVJ-PART-ID
                      ' FROM ' MVJ-SOURCE-JOB
           ELSE
              MOVE MVJ-PART-ID TO WS-SEARCH-PART-ID
              PERFORM FIND-VALUE-ENTRY
              COMPUTE WS-MOVE-VALUE ROUNDED =
                      MVJ-QTY * MVJ-UNIT-COST
              ADD 1 TO MOVEMENTS-APPLIED
              PERFORM ACCUMULATE-MOVEMENT
           END-IF.

      **********************************************
      * ADDS THE MOVEMENT TO THE PART AT VT-IDX BY TYPE.
      **********************************************
       ACCUMULATE-MOVEMENT.
           EVALUATE TRUE
               WHEN MVJ-RECEIPT
                 ADD MVJ-QTY TO VT-RECEIPT-QTY(VT-IDX)
                 ADD WS-MOVE-VALUE TO TOT-RECEIPT-VALUE
               WHEN MVJ-SHIPMENT
                 ADD MVJ-QTY TO VT-SHIPPED-QTY(VT-IDX)
                 ADD WS-MOVE-VALUE TO TOT-SHIPPED-VALUE
               WHEN MVJ-RETURN
                 ADD MVJ-QTY TO VT-RETURN-QTY(VT-IDX)
                 ADD WS-MOVE-VALUE TO TOT-RETURN-VALUE
               WHEN MVJ-ADJUSTMENT AND MVJ-STOCK-DOWN
                 ADD MVJ-QTY TO VT-ADJUST-DOWN-QTY(VT-IDX)
                 ADD WS-MOVE-VALUE TO TOT-ADJUST-DOWN-VALUE
               WHEN OTHER
                 ADD MVJ-QTY TO VT-ADJUST-UP-QTY(VT-IDX)
                 ADD WS-MOVE-VALUE TO TOT-ADJUST-UP-VALUE
           END-EVALUATE.

      **********************************************
      * FINDS WS-SEARCH-PART-ID IN THE VALUATION TABLE, ADDING A
      * ZERO ENTRY FOR IT IF IT IS NOT THERE YET. LEAVES VT-IDX ON
      * THE ENTRY EITHER WAY.
      **********************************************
       FIND-VALUE-ENTRY.
           SET NOT-FOUND TO TRUE.
           IF VALUE-COUNT > 0
              SET VT-IDX TO 1
              SEARCH VALUE-ENTRY
                  AT END
                     CONTINUE
                  WHEN VT-IDX > VALUE-COUNT
                     CONTINUE
                  WHEN VT-PART-ID(VT-IDX) = WS-SEARCH-PART-ID
                     SET FOUND TO TRUE
              END-SEARCH
           END-IF.
           IF NOT-FOUND
              IF VALUE-COUNT >= 5000
                 DISPLAY 'ERROR: VALUATION TABLE FULL (5000 MAX)'
                 PERFORM ABEND-WITH-STATUS
              END-IF
              ADD 1 TO VALUE-COUNT
              SET VT-IDX TO VALUE-COUNT
              MOVE WS-SEARCH-PART-ID TO VT-PART-ID(VT-IDX)
              MOVE 0 TO VT-OPEN-QTY(VT-IDX)
              MOVE 0 TO VT-OPEN-VALUE(VT-IDX)
              MOVE 0 TO VT-RECEIPT-QTY(VT-IDX)
              MOVE 0 TO VT-SHIPPED-QTY(VT-IDX)
              MOVE 0 TO VT-RETURN-QTY(VT-IDX)
              MOVE 0 TO VT-ADJUST-UP-QTY(VT-IDX)
              MOVE 0 TO VT-ADJUST-DOWN-QTY(VT-IDX)
              MOVE 'N' TO VT-ON-CATALOG(VT-IDX)
           END-IF.

      **********************************************
      * REPORT TITLE, PERIOD AND COLUMN HEADINGS.
      **********************************************
       WRITE-REPORT-HEADER.
           MOVE 'MONTH-END INVENTORY VALUATION - WEIGHTED-AVERAGE COST'
                TO VALUATION-REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO VALUATION-REPORT-REC.
           IF PRIOR-VALUATION
              STRING 'MOVEMENT AFTER ' DELIMITED BY SIZE
                     WS-PRIOR-DATE DELIMITED BY SIZE
                     ' THROUGH ' DELIMITED BY SIZE
                     WS-RUN-DATE DELIMITED BY SIZE
                     INTO VALUATION-REPORT-REC
              END-STRING
           ELSE
              STRING 'NO PRIOR VALUATION - OPENING ZERO, MOVEMENT '
                     DELIMITED BY SIZE
                     'THROUGH ' DELIMITED BY SIZE
                     WS-RUN-DATE DELIMITED BY SIZE
                     INTO VALUATION-REPORT-REC
              END-STRING
           END-IF.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO VALUATION-REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO VALUATION-REPORT-REC.
           STRING 'PART    OPEN   RCVD  SHIPD  RTND  ADJUST  CLOSE'
                  DELIMITED BY SIZE
                  '   COST        VALUE' DELIMITED BY SIZE
                  INTO VALUATION-REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE ALL '-' TO VALUATION-REPORT-REC(1:69).
           PERFORM WRITE-REPORT-LINE.

      **********************************************
      * READS THE CATALOG MASTER IN KEY ORDER AND VALUES EACH
      * PART.
      **********************************************
       VALUE-CATALOG.
           PERFORM UNTIL PART-EOF
              READ PARTS-CATALOG-FILE NEXT RECORD
                AT END
                   SET PART-EOF TO TRUE
                NOT AT END
                   IF CATALOG-STATUS = '00'
                      PERFORM VALUE-ONE-PART
                   ELSE
                      DISPLAY 'ERROR READING PARTS CATALOG MASTER: '
                               CATALOG-STATUS
                      PERFORM ABEND-WITH-STATUS
                   END-IF
              END-READ
           END-PERFORM.

      **********************************************
      * ONE CATALOG PART: CLOSING QUANTITY x AVERAGE COST, THE
      * MOVEMENT LINE, AND THE NEW SNAPSHOT RECORD.
      **********************************************
       VALUE-ONE-PART.
           ADD 1 TO PARTS-VALUED.
           MOVE PART-ID TO WS-SEARCH-PART-ID.
           PERFORM FIND-VALUE-ENTRY.
           MOVE 'Y' TO VT-ON-CATALOG(VT-IDX).
           MOVE PART-STOCK-QTY TO WS-CLOSE-QTY.
           MOVE PART-UNIT-COST TO WS-CLOSE-COST.
           COMPUTE WS-CLOSE-VALUE ROUNDED =
                   PART-STOCK-QTY * PART-UNIT-COST.
           ADD WS-CLOSE-VALUE TO TOT-CLOSE-VALUE.
           PERFORM WRITE-VALUE-LINE.

           MOVE SPACES TO NEW-SNAPSHOT-REC.
           MOVE PART-ID TO NVS-PART-ID.
           MOVE PART-STOCK-QTY TO NVS-QTY.
           MOVE PART-UNIT-COST TO NVS-AVG-COST.
           MOVE WS-CLOSE-VALUE TO NVS-VALUE.
           MOVE WS-RUN-DATE TO NVS-AS-OF-DATE.
           WRITE NEW-SNAPSHOT-REC.
           IF NEW-SNAPSHOT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING NEW VALUATION SNAPSHOT: '
                       NEW-SNAPSHOT-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * FORMATS AND WRITES THE DETAIL LINE FOR THE ENTRY AT
      * VT-IDX AGAINST WS-CLOSE-QTY/COST/VALUE, FLAGGING '*' WHEN
      * THE CLOSING QUANTITY DOES NOT AGREE WITH OPENING PLUS THE
      * JOURNALLED MOVEMENT.
      **********************************************
       WRITE-VALUE-LINE.
           COMPUTE WS-NET-ADJUST-QTY =
                   VT-ADJUST-UP-QTY(VT-IDX)
                   - VT-ADJUST-DOWN-QTY(VT-IDX).
           COMPUTE WS-EXPECTED-QTY =
                   VT-OPEN-QTY(VT-IDX)
                   + VT-RECEIPT-QTY(VT-IDX)
                   - VT-SHIPPED-QTY(VT-IDX)
                   + VT-RETURN-QTY(VT-IDX)
                   + WS-NET-ADJUST-QTY.
           MOVE VT-PART-ID(VT-IDX) TO VL-PART-ID.
           MOVE VT-OPEN-QTY(VT-IDX) TO VL-OPEN-QTY.
           MOVE VT-RECEIPT-QTY(VT-IDX) TO VL-RECEIPT-QTY.
           MOVE VT-SHIPPED-QTY(VT-IDX) TO VL-SHIPPED-QTY.
           MOVE VT-RETURN-QTY(VT-IDX) TO VL-RETURN-QTY.
           MOVE WS-NET-ADJUST-QTY TO VL-ADJUST-QTY.
           MOVE WS-CLOSE-QTY TO VL-CLOSE-QTY.
           MOVE WS-CLOSE-COST TO VL-AVG-COST.
           MOVE WS-CLOSE-VALUE TO VL-VALUE.
           MOVE SPACE TO VL-FLAG.
           IF PRIOR-VALUATION AND WS-EXPECTED-QTY NOT = WS-CLOSE-QTY
              MOVE '*' TO VL-FLAG
              ADD 1 TO PARTS-UNRECONCILED
           END-IF.
           MOVE WS-VALUE-LINE TO VALUATION-REPORT-REC.
           PERFORM WRITE-REPORT-LINE.

      **********************************************
      * LISTS THE PARTS THAT HAD AN OPENING POSITION OR MOVEMENT
      * BUT ARE NO LONGER ON THE CATALOG (DISCONTINUED DURING THE
      * MONTH). THEY CLOSE AT ZERO.
      **********************************************
       REPORT-DROPPED-PARTS.
           PERFORM VARYING VT-IDX FROM 1 BY 1
                   UNTIL VT-IDX > VALUE-COUNT
              IF NOT VT-CATALOG-PART(VT-IDX)
                 IF PARTS-DROPPED = 0
                    MOVE SPACES TO VALUATION-REPORT-REC
                    PERFORM WRITE-REPORT-LINE
                    MOVE 'PARTS NO LONGER ON THE CATALOG:'
                         TO VALUATION-REPORT-REC
                    PERFORM WRITE-REPORT-LINE
                 END-IF
                 ADD 1 TO PARTS-DROPPED
                 MOVE 0 TO WS-CLOSE-QTY
                 MOVE 0 TO WS-CLOSE-COST
                 MOVE 0 TO WS-CLOSE-VALUE
                 PERFORM WRITE-VALUE-LINE
              END-IF
           END-PERFORM.

      **********************************************
      * THE VALUE BRIDGE: OPENING VALUE, MOVEMENT VALUE BY TYPE AT
      * THE COST EACH WAS BOOKED AT, AND CLOSING VALUE. WHATEVER
      * THE MOVEMENT DOES NOT EXPLAIN IS COST REVALUATION - THE
      * AVERAGE MOVING ON RECEIPTS, KEYED COST CHANGES, ROUNDING.
      **********************************************
       WRITE-REPORT-TOTALS.
           COMPUTE TOT-REVALUATION =
                   TOT-CLOSE-VALUE - TOT-OPEN-VALUE
                   - TOT-RECEIPT-VALUE + TOT-SHIPPED-VALUE
                   - TOT-RETURN-VALUE - TOT-ADJUST-UP-VALUE
                   + TOT-ADJUST-DOWN-VALUE.
           MOVE ALL '-' TO VALUATION-REPORT-REC(1:69).
           PERFORM WRITE-REPORT-LINE.

           MOVE TOT-OPEN-VALUE TO WS-TOTAL-DISP.
           MOVE SPACES TO VALUATION-REPORT-REC.
           STRING 'OPENING VALUE              ' DELIMITED BY SIZE
                  WS-TOTAL-DISP DELIMITED BY SIZE
                  INTO VALUATION-REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE TOT-RECEIPT-VALUE TO WS-TOTAL-DISP.
           MOVE SPACES TO VALUATION-REPORT-REC.
           STRING '  + RECEIPTS AT PO COST    ' DELIMITED BY SIZE
                  WS-TOTAL-DISP DELIMITED BY SIZE
                  INTO VALUATION-REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE TOT-SHIPPED-VALUE TO WS-TOTAL-DISP.
           MOVE SPACES TO VALUATION-REPORT-REC.
           STRING '  - SHIPMENTS AT AVG COST  ' DELIMITED BY SIZE
                  WS-TOTAL-DISP DELIMITED BY SIZE
                  INTO VALUATION-REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE TOT-RETURN-VALUE TO WS-TOTAL-DISP.
           MOVE SPACES TO VALUATION-REPORT-REC.
           STRING '  + RETURNS AT AVG COST    ' DELIMITED BY SIZE
                  WS-TOTAL-DISP DELIMITED BY SIZE
                  INTO VALUATION-REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE TOT-ADJUST-UP-VALUE TO WS-TOTAL-DISP.
           MOVE SPACES TO VALUATION-REPORT-REC.
           STRING '  + COUNT ADJUSTMENTS UP   ' DELIMITED BY SIZE
                  WS-TOTAL-DISP DELIMITED BY SIZE
                  INTO VALUATION-REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE TOT-ADJUST-DOWN-VALUE TO WS-TOTAL-DISP.
           MOVE SPACES TO VALUATION-REPORT-REC.
           STRING '  - COUNT ADJUSTMENTS DOWN ' DELIMITED BY SIZE
                  WS-TOTAL-DISP DELIMITED BY SIZE
                  INTO VALUATION-REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE TOT-REVALUATION TO WS-SIGNED-TOTAL-DISP.
           MOVE SPACES TO VALUATION-REPORT-REC.
           STRING '  +/- COST REVALUATION     ' DELIMITED BY SIZE
                  WS-SIGNED-TOTAL-DISP DELIMITED BY SIZE
                  INTO VALUATION-REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE TOT-CLOSE-VALUE TO WS-TOTAL-DISP.
           MOVE SPACES TO VALUATION-REPORT-REC.
           STRING 'CLOSING VALUE              ' DELIMITED BY SIZE
                  WS-TOTAL-DISP DELIMITED BY SIZE
                  INTO VALUATION-REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

           IF PARTS-UNRECONCILED > 0
              MOVE SPACES TO VALUATION-REPORT-REC
              PERFORM WRITE-REPORT-LINE
              MOVE PARTS-UNRECONCILED TO PARTS-UNRECONCILED-DISP
              MOVE SPACES TO VALUATION-REPORT-REC
              STRING '* ' DELIMITED BY SIZE
                     FUNCTION TRIM(PARTS-UNRECONCILED-DISP)
                     DELIMITED BY SIZE
                     ' PART(S): CLOSING QTY DOES NOT AGREE WITH '
                     DELIMITED BY SIZE
                     'OPENING + MOVEMENT' DELIMITED BY SIZE
                     INTO VALUATION-REPORT-REC
              END-STRING
              PERFORM WRITE-REPORT-LINE
              MOVE '  (STOCK CHANGED WITHOUT A MOVEMENT JOURNAL RECORD)'
                   TO VALUATION-REPORT-REC
              PERFORM WRITE-REPORT-LINE
           END-IF.

      **********************************************
      * WRITES WHATEVER LINE IS CURRENTLY IN THE REPORT RECORD.
      **********************************************
       WRITE-REPORT-LINE.
           WRITE VALUATION-REPORT-REC.
           IF VALUATION-REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING VALUATION REPORT: '
                       VALUATION-REPORT-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * CLOSE ALL FILES AND CHECK STATUS
      **********************************************
       CLOSE-ALL-FILES.
           CLOSE PARTS-CATALOG-FILE.
           IF CATALOG-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING PARTS CATALOG MASTER: '
                       CATALOG-STATUS
           END-IF.

           CLOSE NEW-SNAPSHOT-FILE.
           IF NEW-SNAPSHOT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING NEW VALUATION SNAPSHOT: '
                       NEW-SNAPSHOT-STATUS
           END-IF.

           CLOSE VALUATION-REPORT-FILE.
           IF VALUATION-REPORT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING VALUATION REPORT: '
                       VALUATION-REPORT-STATUS
           END-IF.

      **********************************************
      * APPENDS ONE RECORD TO THE CONSOLIDATED END-OF-NIGHT BATCH
      * STATUS LOG AND CLOSES IT. STATUS-LOG ITSELF WAS ALREADY
      * OPENED BY OPEN-STATUS-LOG, FIRST THING IN MAIN-LOGIC.
      **********************************************
       WRITE-BATCH-STATUS.
           MOVE SPACES TO STATUS-LOG-REC.
           MOVE 'INVVAL16' TO BST-PROGRAM-ID.
           PERFORM GET-BST-TIMESTAMP.
           MOVE WS-BST-START-TS TO BST-START-TS.
           MOVE WS-BST-TS-BUILT TO BST-END-TS.
           MOVE PARTS-VALUED TO BST-RECORDS-IN.
           MOVE PARTS-VALUED TO BST-RECORDS-OUT.
           MOVE PARTS-UNRECONCILED TO BST-RECORDS-REJECTED.
           IF ABEND-IN-PROGRESS
              MOVE 'FAILED' TO BST-STATUS
              MOVE 'JOB ABENDED - SEE SYSOUT FOR DETAIL' TO BST-MESSAGE
           ELSE
              IF PARTS-UNRECONCILED > 0
                 MOVE 'WARNING' TO BST-STATUS
                 MOVE 'STOCK MOVED WITHOUT A JOURNAL RECORD' TO
                      BST-MESSAGE
              ELSE
                 MOVE 'COMPLETE' TO BST-STATUS
                 MOVE 'INVENTORY VALUED AND RECONCILED' TO BST-MESSAGE
              END-IF
           END-IF.
           WRITE STATUS-LOG-REC.
           IF STATUS-LOG-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR WRITING BATCH STATUS LOG: '
                       STATUS-LOG-STATUS
           END-IF.
           CLOSE STATUS-LOG.
           IF STATUS-LOG-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING STATUS LOG: '
                       STATUS-LOG-STATUS
           END-IF.

      **********************************************
      * CALLED IN PLACE OF A BARE STOP RUN FROM ANY FATAL ERROR
      * PATH SO THE RUN STILL LEAVES A 'FAILED' STATLOG RECORD
      * BEHIND - OTHERWISE AN ABEND LOOKS, TO BATSTS43, LIKE THE
      * JOB NEVER RAN AT ALL RATHER THAN LIKE IT FAILED.
      **********************************************
       ABEND-WITH-STATUS.
           SET ABEND-IN-PROGRESS TO TRUE.
           PERFORM WRITE-BATCH-STATUS.
           STOP RUN.

      **********************************************
      * DISPLAY SUMMARY STATISTICS TO SYSOUT
      **********************************************
       DISPLAY-SUMMARY.
           MOVE SNAPSHOT-READ TO SNAPSHOT-READ-DISP.
           MOVE MOVEMENTS-READ TO MOVEMENTS-READ-DISP.
           MOVE MOVEMENTS-APPLIED TO MOVEMENTS-APPLIED-DISP.
           MOVE MOVEMENTS-OUTSIDE TO MOVEMENTS-OUTSIDE-DISP.
           MOVE PARTS-VALUED TO PARTS-VALUED-DISP.
           MOVE PARTS-UNRECONCILED TO PARTS-UNRECONCILED-DISP.
           MOVE PARTS-DROPPED TO PARTS-DROPPED-DISP.
           MOVE TOT-CLOSE-VALUE TO WS-TOTAL-DISP.

           DISPLAY '========================================'.
           DISPLAY 'INVENTORY VALUATION SUMMARY'.
           DISPLAY '========================================'.
           DISPLAY 'SNAPSHOT PARTS READ:  ' SNAPSHOT-READ-DISP.
           DISPLAY 'MOVEMENTS READ:       ' MOVEMENTS-READ-DISP.
           DISPLAY 'MOVEMENTS IN PERIOD:  ' MOVEMENTS-APPLIED-DISP.
           DISPLAY 'MOVEMENTS SKIPPED:    ' MOVEMENTS-OUTSIDE-DISP.
           DISPLAY 'PARTS VALUED:         ' PARTS-VALUED-DISP.
           DISPLAY 'PARTS UNRECONCILED:   ' PARTS-UNRECONCILED-DISP.
           DISPLAY 'PARTS OFF CATALOG:    ' PARTS-DROPPED-DISP.
           DISPLAY 'CLOSING VALUE:        ' WS-TOTAL-DISP.
           DISPLAY '========================================'.

      **********************************************
      * CAPTURES THE RUN-START TIMESTAMP FOR THE BATSTAT RECORD.
      * PERFORMED FIRST THING IN MAIN-LOGIC.
      **********************************************
       SET-BST-START-TS.
           PERFORM GET-BST-TIMESTAMP.
           MOVE WS-BST-TS-BUILT TO WS-BST-START-TS.

      **********************************************
      * BUILDS A YYYYMMDDHHMMSS TIMESTAMP INTO WS-BST-TS-BUILT.
      **********************************************
       GET-BST-TIMESTAMP.
           ACCEPT WS-BST-TS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-BST-TS-TIME FROM TIME.
           MOVE SPACES TO WS-BST-TS-BUILT.
           STRING WS-BST-TS-DATE DELIMITED BY SIZE
                  WS-BST-TS-TIME(1:6) DELIMITED BY SIZE
                  INTO WS-BST-TS-BUILT
           END-STRING.
