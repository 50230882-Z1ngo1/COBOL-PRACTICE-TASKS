      ******************************************************************
      * STOCK TRANSFERS BETWEEN LOCATIONS - WITH IN-TRANSIT TRACKING   *
      *                                                                *
      * PURPOSE:                                                       *
      * COMPANION TO PSTASK16 AND RECVNG16. STOCK IS HELD PER PART     *
      * PER STOCKING LOCATION (PLOCVDD); THIS JOB MOVES IT BETWEEN     *
      * LOCATIONS. A TRANSFER IS SHIPPED FROM ONE LOCATION, SITS IN    *
      * TRANSIT AGAINST THE RECEIVING LOCATION - STILL OWNED, BUT NOT  *
      * PICKABLE ANYWHERE - AND IS RECEIVED THERE ON A LATER RUN.      *
      * OPEN TRANSFERS ARE CARRIED FROM RUN TO RUN VIA THE NEWXDD      *
      * ROLLOVER, AS RECVNG16 CARRIES OPEN PURCHASE EXPECTATIONS.      *
      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   PHASE 1 - LOAD THE LOCATIONS (LOCNDD) AND THE OPEN           *
      *     TRANSFERS (OPNXDD: TRANSFER NUMBER, PART, QUANTITY STILL   *
      *     IN TRANSIT, FROM AND TO LOCATIONS, SHIP DATE).             *
      *   PHASE 2 - PER TRANSFER RECORD (XFRDD):                       *
      *     ACTION 'S' (SHIP) - PART ON THE CATALOG, BOTH LOCATIONS    *
      *       ON LOCNDD AND DIFFERENT, NOT ALREADY OPEN, AND ENOUGH    *
      *       ON HAND AT THE FROM LOCATION: ON-HAND THERE IS REDUCED,  *
      *       IN-TRANSIT AT THE TO LOCATION RAISED, AND THE TRANSFER   *
      *       OPENED. ANYTHING ELSE IS AN EXCEPTION, NOT APPLIED.      *
      *     ACTION 'R' (RECEIVE) - MATCHED TO THE OPEN TRANSFER BY     *
      *       NUMBER AND PART: THE QUANTITY MOVES FROM IN-TRANSIT TO   *
      *       ON-HAND AT THE TO LOCATION. A SHORT RECEIPT LEAVES THE   *
      *       REST IN TRANSIT; NO OPEN TRANSFER, OR MORE THAN IS IN    *
      *       TRANSIT, IS AN EXCEPTION, NOT APPLIED.                   *
      *   PHASE 3 - ROLL THE STILL-OPEN TRANSFERS TO NEWXDD AND LIST   *
      *     THEM ON THE REGISTER AS THE IN-TRANSIT REPORT.             *
      *   A TRANSFER DOES NOT CHANGE THE COMPANY-WIDE STOCK: THE       *
      *   CATALOG MASTER IS ONLY READ, AND NOTHING IS JOURNALLED.      *
      *   BEFORE A SHIPMENT THE PART'S LOCATION RECORDS ARE BROUGHT    *
      *   INTO LINE WITH ITS CATALOG STOCK THE SAME WAY PSTASK16 DOES  *
      *   IT (UNLOCATED STOCK IS ON HAND AT THE PRIMARY WAREHOUSE).    *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/10/15                                               *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  PARTVDD (PARTS.CATALOG.VSAM) - PARTS CATALOG MASTER    *
      *         (KSDS, KEY PART-ID)                                    *
      * I/O:    PLOCVDD (PARTS.LOCATION.STOCK.VSAM) - STOCK BY PART    *
      *         AND LOCATION (KSDS, KEY PART-ID + LOCATION)            *
      * INPUT:  LOCNDD (LOCATION.MASTER) - STOCKING LOCATIONS,         *
      *         PRIMARY WAREHOUSE FIRST (PS, 80 B)                     *
      * INPUT:  XFRDD (LOCATION.TRANSFERS) - TRANSFER SHIPMENTS AND    *
      *         RECEIPTS (PS, 80 B)                                    *
      * INPUT:  OPNXDD (OPEN.TRANSFERS) - OPEN TRANSFERS (OPTIONAL)    *
      * OUTPUT: NEWXDD (OPEN.TRANSFERS.NEW) - STILL-OPEN TRANSFERS     *
      *         (PS, 80 B)                                             *
      * OUTPUT: XREGDD (TRANSFER.REGISTER) - TRANSFER REGISTER WITH    *
      *         EXCEPTIONS AND THE IN-TRANSIT LIST (PS, 80 B)          *
      * OUTPUT: STATLOG (BATCH.STATLOG) - BATCH STATUS RECORD          *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCXFR16.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTS-CATALOG-FILE ASSIGN TO PARTVDD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS PART-ID
              FILE STATUS IS CATALOG-STATUS.

           SELECT LOCATION-STOCK-FILE ASSIGN TO PLOCVDD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS LSK-KEY
              FILE STATUS IS LOCATION-STOCK-STATUS.

           SELECT LOCATION-MASTER-FILE ASSIGN TO LOCNDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS LOCATION-MASTER-STATUS.

           SELECT TRANSFER-FILE ASSIGN TO XFRDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS TRANSFER-STATUS.

           SELECT OPEN-TRANSFER-FILE ASSIGN TO OPNXDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS OPEN-TRANSFER-STATUS.

           SELECT NEW-TRANSFER-FILE ASSIGN TO NEWXDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS NEW-TRANSFER-STATUS.

           SELECT TRANSFER-REGISTER-FILE ASSIGN TO XREGDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS TRANSFER-REGISTER-STATUS.

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

       FD LOCATION-STOCK-FILE.
       01 LOCATION-STOCK-REC.
           COPY LOCSTK.

       FD LOCATION-MASTER-FILE RECORDING MODE IS F.
       01 LOCATION-MASTER-REC.
           COPY LOCMAST.

      * TRANSFER FEED: ONE RECORD PER TRANSFER SHIPMENT ('S') OR
      * RECEIPT ('R'). A RECEIPT NEEDS ONLY THE TRANSFER NUMBER,
      * PART AND QUANTITY - THE LOCATIONS COME FROM THE OPEN
      * TRANSFER IT SETTLES.
       FD TRANSFER-FILE RECORDING MODE IS F.
       01 TRANSFER-REC.
          05 XFR-ACTION PIC X(1).
             88 XFR-SHIP VALUE 'S'.
             88 XFR-RECEIVE VALUE 'R'.
          05 FILLER PIC X(1).
          05 XFR-NUM PIC X(7).
          05 FILLER PIC X(1).
          05 XFR-PART-ID PIC X(5).
          05 FILLER PIC X(1).
          05 XFR-QTY PIC X(5).
          05 FILLER PIC X(1).
          05 XFR-FROM-LOC PIC X(4).
          05 FILLER PIC X(1).
          05 XFR-TO-LOC PIC X(4).
          05 FILLER PIC X(49).

      * OPEN TRANSFERS: ONE LINE PER TRANSFER/PART STILL IN
      * TRANSIT, CARRIED ACROSS RUNS VIA THE NEWXDD ROLLOVER.
       FD OPEN-TRANSFER-FILE RECORDING MODE IS F.
       01 OPEN-TRANSFER-REC.
          05 OTR-XFR-NUM PIC X(7).
          05 FILLER PIC X(1).
          05 OTR-PART-ID PIC 9(5).
          05 FILLER PIC X(1).
          05 OTR-QTY-IN-TRANSIT PIC 9(5).
          05 FILLER PIC X(1).
          05 OTR-FROM-LOC PIC X(4).
          05 FILLER PIC X(1).
          05 OTR-TO-LOC PIC X(4).
          05 FILLER PIC X(1).
          05 OTR-SHIP-DATE PIC X(8).
          05 FILLER PIC X(42).

       FD NEW-TRANSFER-FILE RECORDING MODE IS F.
       01 NEW-TRANSFER-REC.
          05 NTR-XFR-NUM PIC X(7).
          05 FILLER PIC X(1).
          05 NTR-PART-ID PIC 9(5).
          05 FILLER PIC X(1).
          05 NTR-QTY-IN-TRANSIT PIC 9(5).
          05 FILLER PIC X(1).
          05 NTR-FROM-LOC PIC X(4).
          05 FILLER PIC X(1).
          05 NTR-TO-LOC PIC X(4).
          05 FILLER PIC X(1).
          05 NTR-SHIP-DATE PIC X(8).
          05 FILLER PIC X(42).

       FD TRANSFER-REGISTER-FILE RECORDING MODE IS F.
       01 TRANSFER-REGISTER-REC PIC X(80).

       FD STATUS-LOG RECORDING MODE IS F.
       01 STATUS-LOG-REC.
           COPY BATSTAT.

       WORKING-STORAGE SECTION.

      * FILE STATUS VARIABLES
       01 FILE-STATUSES.
          05 CATALOG-STATUS PIC X(2).
          05 LOCATION-STOCK-STATUS PIC X(2).
          05 LOCATION-MASTER-STATUS PIC X(2).
          05 TRANSFER-STATUS PIC X(2).
          05 OPEN-TRANSFER-STATUS PIC X(2).
          05 NEW-TRANSFER-STATUS PIC X(2).
          05 TRANSFER-REGISTER-STATUS PIC X(2).
          05 STATUS-LOG-STATUS PIC X(2).

      * CONTROL FLAGS
       01 WS-FLAGS.
          05 WS-FOUND PIC X(1) VALUE 'N'.
             88 FOUND VALUE 'Y'.
             88 NOT-FOUND VALUE 'N'.
          05 WS-XFR-EOF PIC X(1) VALUE 'N'.
             88 XFR-EOF VALUE 'Y'.
          05 WS-OTR-EOF PIC X(1) VALUE 'N'.
             88 OTR-EOF VALUE 'Y'.
          05 WS-LOC-EOF PIC X(1) VALUE 'N'.
             88 LOC-EOF VALUE 'Y'.
          05 WS-LOCATION-FOUND PIC X(1) VALUE 'N'.
             88 LOCATION-FOUND VALUE 'Y'.
          05 WS-LOC-STOCK-FOUND PIC X(1) VALUE 'N'.
             88 LOC-STOCK-FOUND VALUE 'Y'.
          05 WS-OPEN-FOUND PIC X(1) VALUE 'N'.
             88 OPEN-FOUND VALUE 'Y'.

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

      * THIS RUN'S PROCESSING DATE (YYYYMMDD), STAMPED ON EACH
      * TRANSFER SHIPPED
       01 WS-RUN-DATE PIC X(8).

      * STOCKING LOCATION TABLE, LOADED FROM LOCNDD. THE FIRST
      * ENTRY IS THE PRIMARY WAREHOUSE.
       01 WS-LOCATION-TABLE.
          05 LOC-COUNT PIC 9(2) VALUE 0.
          05 LOCATION-ENTRY OCCURS 20 TIMES INDEXED BY LC-IDX.
             10 LC-ID PIC X(4).

      * OPEN TRANSFER TABLE, LOADED FROM OPNXDD. A SHIPMENT ADDS
      * AN ENTRY, A RECEIPT SETTLES AGAINST ONE; WHAT IS STILL IN
      * TRANSIT AT END OF RUN ROLLS TO NEWXDD.
       01 WS-OPEN-TABLE.
          05 OPEN-COUNT PIC 9(4) VALUE 0.
          05 OPEN-ENTRY OCCURS 2000 TIMES INDEXED BY OX-IDX.
             10 OX-XFR-NUM PIC X(7).
             10 OX-PART-ID PIC 9(5).
             10 OX-QTY-IN-TRANSIT PIC 9(5).
             10 OX-FROM-LOC PIC X(4).
             10 OX-TO-LOC PIC X(4).
             10 OX-SHIP-DATE PIC X(8).

      * NUMERIC VIEWS OF THE TRANSFER FEED FIELDS, USED ONLY AFTER
      * THE NUMERIC EDITS HAVE PASSED.
       01 WS-XFR-PART-NUM PIC 9(5).
       01 WS-XFR-QTY-NUM PIC 9(5).

      * LOCATION BEING LOOKED UP OR UPDATED
       01 WS-CHECK-LOC-ID PIC X(4).
       01 WS-STOCK-LOC-ID PIC X(4).
       01 WS-PRIMARY-LOC-ID PIC X(4).

      * LOCATION STOCK SYNC WORK FIELDS, AS IN PSTASK16
       01 WS-LOC-BOOK-TOTAL PIC 9(7).
       01 WS-LOC-UNLOCATED PIC S9(7).
       01 WS-LOC-REMAIN-QTY PIC 9(7).
       01 WS-LOC-TAKE-QTY PIC 9(5).

      * WHY A TRANSFER RECORD WAS NOT APPLIED
       01 WS-XFR-REASON PIC X(30).

      * REGISTER LINE DISPLAY FIELDS
       01 WS-QTY-DISP PIC Z(4)9.
       01 WS-OPEN-DISP PIC Z(4)9.

      * STATISTICS COUNTERS
       01 WS-COUNTERS.
          05 TRANSFERS-READ PIC 9(5) VALUE 0.
          05 TRANSFERS-SHIPPED PIC 9(5) VALUE 0.
          05 TRANSFERS-RECEIVED PIC 9(5) VALUE 0.
          05 TRANSFERS-PARTIAL PIC 9(5) VALUE 0.
          05 TRANSFERS-EXCEPTION PIC 9(5) VALUE 0.
          05 TRANSFERS-IN-TRANSIT PIC 9(5) VALUE 0.

      * DISPLAY-FORMATTED COUNTERS
       01 WS-DISP-COUNTERS.
          05 TRANSFERS-READ-DISP PIC Z(4)9.
          05 TRANSFERS-SHIPPED-DISP PIC Z(4)9.
          05 TRANSFERS-RECEIVED-DISP PIC Z(4)9.
          05 TRANSFERS-PARTIAL-DISP PIC Z(4)9.
          05 TRANSFERS-EXCEPTION-DISP PIC Z(4)9.
          05 TRANSFERS-IN-TRANSIT-DISP PIC Z(4)9.

      **********************************************
      * OPENS FILES, LOADS THE LOCATIONS AND OPEN TRANSFERS,
      * APPLIES THE TRANSFER FEED, ROLLS THE STILL-OPEN TRANSFERS
      * FORWARD, CLOSES, WRITES BATCH STATUS AND DISPLAYS THE
      * SUMMARY.
      **********************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM SET-BST-START-TS.
           PERFORM OPEN-STATUS-LOG.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM OPEN-ALL-FILES.
           PERFORM LOAD-LOCATION-TABLE.
           PERFORM LOAD-OPEN-TABLE.
           PERFORM APPLY-TRANSFERS.
           PERFORM WRITE-OPEN-TRANSFERS.
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
      * OPEN ALL FILES AND CHECK STATUS
      **********************************************
       OPEN-ALL-FILES.
           OPEN INPUT PARTS-CATALOG-FILE.
           IF CATALOG-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING PARTS CATALOG MASTER: '
                       CATALOG-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN I-O LOCATION-STOCK-FILE.
           IF LOCATION-STOCK-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING LOCATION STOCK FILE: '
                       LOCATION-STOCK-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN INPUT TRANSFER-FILE.
           IF TRANSFER-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING TRANSFER FEED: '
                       TRANSFER-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN OUTPUT NEW-TRANSFER-FILE.
           IF NEW-TRANSFER-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING NEW OPEN TRANSFERS FILE: '
                       NEW-TRANSFER-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN OUTPUT TRANSFER-REGISTER-FILE.
           IF TRANSFER-REGISTER-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING TRANSFER REGISTER: '
                       TRANSFER-REGISTER-STATUS
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
           MOVE LC-ID(1) TO WS-PRIMARY-LOC-ID.

      **********************************************
      * LOADS OPNXDD INTO THE OPEN TRANSFER TABLE. NO FILE YET
      * (05/35) MEANS NOTHING IS IN TRANSIT - A FIRST RUN.
      **********************************************
       LOAD-OPEN-TABLE.
           OPEN INPUT OPEN-TRANSFER-FILE.
           IF OPEN-TRANSFER-STATUS = '05'
              OR OPEN-TRANSFER-STATUS = '35'
              DISPLAY 'NO OPEN TRANSFERS FILE - NONE IN TRANSIT'
           ELSE
              IF OPEN-TRANSFER-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING OPEN TRANSFERS FILE: '
                          OPEN-TRANSFER-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
              PERFORM UNTIL OTR-EOF
                 READ OPEN-TRANSFER-FILE
                   AT END
                      SET OTR-EOF TO TRUE
                   NOT AT END
                      IF OPEN-TRANSFER-STATUS = '00'
                         IF OPEN-COUNT >= 2000
                            DISPLAY 'ERROR: OPEN TRANSFER TABLE FULL '
                                    '(2000 MAX)'
                            PERFORM ABEND-WITH-STATUS
                         END-IF
                         ADD 1 TO OPEN-COUNT
                         SET OX-IDX TO OPEN-COUNT
                         MOVE OTR-XFR-NUM TO OX-XFR-NUM(OX-IDX)
                         MOVE OTR-PART-ID TO OX-PART-ID(OX-IDX)
                         MOVE OTR-QTY-IN-TRANSIT
                              TO OX-QTY-IN-TRANSIT(OX-IDX)
                         MOVE OTR-FROM-LOC TO OX-FROM-LOC(OX-IDX)
                         MOVE OTR-TO-LOC TO OX-TO-LOC(OX-IDX)
                         MOVE OTR-SHIP-DATE TO OX-SHIP-DATE(OX-IDX)
                      ELSE
                         DISPLAY 'ERROR READING OPEN TRANSFERS FILE: '
                                  OPEN-TRANSFER-STATUS
                         PERFORM ABEND-WITH-STATUS
                      END-IF
                 END-READ
              END-PERFORM
              CLOSE OPEN-TRANSFER-FILE
           END-IF.

      **********************************************
      * READS THE TRANSFER FEED AND APPLIES EACH SHIPMENT OR
      * RECEIPT AGAINST THE LOCATION STOCK.
      **********************************************
       APPLY-TRANSFERS.
           PERFORM UNTIL XFR-EOF
              READ TRANSFER-FILE
                AT END
                   SET XFR-EOF TO TRUE
                NOT AT END
                   IF TRANSFER-STATUS = '00'
                      ADD 1 TO TRANSFERS-READ
                      PERFORM APPLY-ONE-TRANSFER
                   ELSE
                      DISPLAY 'ERROR READING TRANSFER FEED: '
                               TRANSFER-STATUS
                      PERFORM ABEND-WITH-STATUS
                   END-IF
              END-READ
           END-PERFORM.

      **********************************************
      * ONE TRANSFER RECORD: EDIT THE COMMON FIELDS, THEN SHIP OR
      * RECEIVE. EVERY OUTCOME GETS A REGISTER LINE; ANYTHING NOT
      * APPLIED IS AN EXCEPTION LINE GIVING THE REASON.
      **********************************************
       APPLY-ONE-TRANSFER.
           MOVE SPACES TO WS-XFR-REASON.
           IF XFR-PART-ID NOT NUMERIC
              OR XFR-QTY NOT NUMERIC
              MOVE 'PART/QTY NOT NUMERIC' TO WS-XFR-REASON
           ELSE
              MOVE XFR-PART-ID TO WS-XFR-PART-NUM
              MOVE XFR-QTY TO WS-XFR-QTY-NUM
              IF WS-XFR-QTY-NUM = 0
                 MOVE 'ZERO QUANTITY' TO WS-XFR-REASON
              END-IF
              IF XFR-NUM = SPACES
                 MOVE 'NO TRANSFER NUMBER' TO WS-XFR-REASON
              END-IF
           END-IF.
           IF WS-XFR-REASON = SPACES
              EVALUATE TRUE
                  WHEN XFR-SHIP
                    PERFORM SHIP-TRANSFER
                  WHEN XFR-RECEIVE
                    PERFORM RECEIVE-TRANSFER
                  WHEN OTHER
                    MOVE 'ACTION NOT S OR R' TO WS-XFR-REASON
              END-EVALUATE
           END-IF.
           IF WS-XFR-REASON NOT = SPACES
              PERFORM WRITE-EXCEPTION-LINE
           END-IF.

      **********************************************
      * SHIPS A TRANSFER: CHECKS THE PART AND BOTH LOCATIONS,
      * SYNCS THE PART'S LOCATION RECORDS WITH THE CATALOG, THEN
      * MOVES THE QUANTITY FROM ON-HAND AT THE FROM LOCATION TO
      * IN-TRANSIT AT THE TO LOCATION AND OPENS THE TRANSFER.
      * LEAVES WS-XFR-REASON SET WHEN IT IS NOT APPLIED.
      **********************************************
       SHIP-TRANSFER.
           MOVE XFR-FROM-LOC TO WS-CHECK-LOC-ID.
           PERFORM FIND-LOCATION.
           IF NOT LOCATION-FOUND
              MOVE 'FROM LOCATION UNKNOWN' TO WS-XFR-REASON
           END-IF.
           MOVE XFR-TO-LOC TO WS-CHECK-LOC-ID.
           PERFORM FIND-LOCATION.
           IF NOT LOCATION-FOUND
              MOVE 'TO LOCATION UNKNOWN' TO WS-XFR-REASON
           END-IF.
           IF XFR-FROM-LOC = XFR-TO-LOC
              MOVE 'SAME FROM AND TO LOCATION' TO WS-XFR-REASON
           END-IF.
           IF WS-XFR-REASON = SPACES
              PERFORM FIND-OPEN-TRANSFER
              IF OPEN-FOUND
                 MOVE 'ALREADY IN TRANSIT' TO WS-XFR-REASON
              END-IF
           END-IF.
           IF WS-XFR-REASON = SPACES
              PERFORM FIND-CATALOG-PART
              IF NOT-FOUND
                 MOVE 'PART NOT IN CATALOG' TO WS-XFR-REASON
              END-IF
           END-IF.
           IF WS-XFR-REASON = SPACES
              PERFORM SYNC-PART-LOCATIONS
              MOVE XFR-FROM-LOC TO WS-STOCK-LOC-ID
              PERFORM READ-LOCATION-STOCK
              IF NOT LOC-STOCK-FOUND
                 OR LSK-ON-HAND < WS-XFR-QTY-NUM
                 MOVE 'SHORT AT FROM LOCATION' TO WS-XFR-REASON
              ELSE
                 SUBTRACT WS-XFR-QTY-NUM FROM LSK-ON-HAND
                 PERFORM REWRITE-LOCATION-STOCK
                 MOVE XFR-TO-LOC TO WS-STOCK-LOC-ID
                 PERFORM READ-LOCATION-STOCK
                 IF LOC-STOCK-FOUND
                    ADD WS-XFR-QTY-NUM TO LSK-IN-TRANSIT
                    PERFORM REWRITE-LOCATION-STOCK
                 ELSE
                    MOVE SPACES TO LOCATION-STOCK-REC
                    MOVE PART-ID TO LSK-PART-ID
                    MOVE XFR-TO-LOC TO LSK-LOC-ID
                    MOVE 0 TO LSK-ON-HAND
                    MOVE WS-XFR-QTY-NUM TO LSK-IN-TRANSIT
                    PERFORM WRITE-LOCATION-STOCK
                 END-IF
                 PERFORM OPEN-TRANSFER-ENTRY
                 ADD 1 TO TRANSFERS-SHIPPED
                 MOVE WS-XFR-QTY-NUM TO WS-QTY-DISP
                 MOVE SPACES TO TRANSFER-REGISTER-REC
                 STRING 'SHIPPED:  XFR ' DELIMITED BY SIZE
                        XFR-NUM DELIMITED BY SIZE
                        ' PART ' DELIMITED BY SIZE
                        XFR-PART-ID DELIMITED BY SIZE
                        ' QTY ' DELIMITED BY SIZE
                        FUNCTION TRIM(WS-QTY-DISP) DELIMITED BY SIZE
                        ' FROM ' DELIMITED BY SIZE
                        XFR-FROM-LOC DELIMITED BY SIZE
                        ' TO ' DELIMITED BY SIZE
                        XFR-TO-LOC DELIMITED BY SIZE
                        INTO TRANSFER-REGISTER-REC
                 END-STRING
                 PERFORM WRITE-REGISTER-LINE
              END-IF
           END-IF.

      **********************************************
      * RECEIVES A TRANSFER AGAINST ITS OPEN ENTRY: THE QUANTITY
      * MOVES FROM IN-TRANSIT TO ON-HAND AT THE TO LOCATION. A
      * SHORT RECEIPT LEAVES THE REST IN TRANSIT. LEAVES
      * WS-XFR-REASON SET WHEN IT IS NOT APPLIED.
      **********************************************
       RECEIVE-TRANSFER.
           PERFORM FIND-OPEN-TRANSFER.
           IF NOT OPEN-FOUND
              MOVE 'NO OPEN TRANSFER' TO WS-XFR-REASON
           ELSE
              IF WS-XFR-QTY-NUM > OX-QTY-IN-TRANSIT(OX-IDX)
                 MOVE 'MORE THAN IN TRANSIT' TO WS-XFR-REASON
              END-IF
           END-IF.
           IF WS-XFR-REASON = SPACES
              MOVE OX-TO-LOC(OX-IDX) TO WS-STOCK-LOC-ID
              MOVE WS-XFR-PART-NUM TO PART-ID
              PERFORM READ-LOCATION-STOCK
              IF NOT LOC-STOCK-FOUND
                 OR LSK-IN-TRANSIT < WS-XFR-QTY-NUM
                 DISPLAY 'ERROR: LOCATION STOCK DOES NOT CARRY THE '
                         'QUANTITY IN TRANSIT'
                 DISPLAY 'TRANSFER: ' XFR-NUM ' PART ID: '
                         XFR-PART-ID ' LOCATION: ' WS-STOCK-LOC-ID
                 PERFORM ABEND-WITH-STATUS
              END-IF
              SUBTRACT WS-XFR-QTY-NUM FROM LSK-IN-TRANSIT
              ADD WS-XFR-QTY-NUM TO LSK-ON-HAND
              PERFORM REWRITE-LOCATION-STOCK
              MOVE WS-XFR-QTY-NUM TO WS-QTY-DISP
              MOVE OX-QTY-IN-TRANSIT(OX-IDX) TO WS-OPEN-DISP
              SUBTRACT WS-XFR-QTY-NUM FROM OX-QTY-IN-TRANSIT(OX-IDX)
              MOVE SPACES TO TRANSFER-REGISTER-REC
              IF OX-QTY-IN-TRANSIT(OX-IDX) > 0
                 ADD 1 TO TRANSFERS-PARTIAL
                 STRING 'PARTIAL:  XFR ' DELIMITED BY SIZE
                        XFR-NUM DELIMITED BY SIZE
                        ' PART ' DELIMITED BY SIZE
                        XFR-PART-ID DELIMITED BY SIZE
                        ' RECEIVED ' DELIMITED BY SIZE
                        FUNCTION TRIM(WS-QTY-DISP) DELIMITED BY SIZE
                        ' OF ' DELIMITED BY SIZE
                        FUNCTION TRIM(WS-OPEN-DISP) DELIMITED BY SIZE
                        ' AT ' DELIMITED BY SIZE
                        OX-TO-LOC(OX-IDX) DELIMITED BY SIZE
                        INTO TRANSFER-REGISTER-REC
                 END-STRING
              ELSE
                 ADD 1 TO TRANSFERS-RECEIVED
                 STRING 'RECEIVED: XFR ' DELIMITED BY SIZE
                        XFR-NUM DELIMITED BY SIZE
                        ' PART ' DELIMITED BY SIZE
                        XFR-PART-ID DELIMITED BY SIZE
                        ' QTY ' DELIMITED BY SIZE
                        FUNCTION TRIM(WS-QTY-DISP) DELIMITED BY SIZE
                        ' AT ' DELIMITED BY SIZE
                        OX-TO-LOC(OX-IDX) DELIMITED BY SIZE
                        INTO TRANSFER-REGISTER-REC
                 END-STRING
              END-IF
              PERFORM WRITE-REGISTER-LINE
           END-IF.

      **********************************************
      * SETS LOCATION-FOUND WHEN WS-CHECK-LOC-ID IS ON THE
      * LOCATION TABLE.
      **********************************************
       FIND-LOCATION.
           MOVE 'N' TO WS-LOCATION-FOUND.
           SET LC-IDX TO 1.
           SEARCH LOCATION-ENTRY
               AT END
                  CONTINUE
               WHEN LC-IDX > LOC-COUNT
                  CONTINUE
               WHEN LC-ID(LC-IDX) = WS-CHECK-LOC-ID
                  SET LOCATION-FOUND TO TRUE
           END-SEARCH.

      **********************************************
      * LOCATES THE OPEN TRANSFER FOR THE RECORD'S TRANSFER
      * NUMBER AND PART, LEAVING OX-IDX ON IT WHEN OPEN-FOUND.
      **********************************************
       FIND-OPEN-TRANSFER.
           MOVE 'N' TO WS-OPEN-FOUND.
           IF OPEN-COUNT > 0
              SET OX-IDX TO 1
              SEARCH OPEN-ENTRY
                  AT END
                     CONTINUE
                  WHEN OX-IDX > OPEN-COUNT
                     CONTINUE
                  WHEN OX-XFR-NUM(OX-IDX) = XFR-NUM
                     AND OX-PART-ID(OX-IDX) = WS-XFR-PART-NUM
                     AND OX-QTY-IN-TRANSIT(OX-IDX) > 0
                     SET OPEN-FOUND TO TRUE
              END-SEARCH
           END-IF.

      **********************************************
      * ADDS THE TRANSFER JUST SHIPPED TO THE OPEN TRANSFER TABLE.
      **********************************************
       OPEN-TRANSFER-ENTRY.
           IF OPEN-COUNT >= 2000
              DISPLAY 'ERROR: OPEN TRANSFER TABLE FULL (2000 MAX)'
              PERFORM ABEND-WITH-STATUS
           END-IF.
           ADD 1 TO OPEN-COUNT.
           SET OX-IDX TO OPEN-COUNT.
           MOVE XFR-NUM TO OX-XFR-NUM(OX-IDX).
           MOVE WS-XFR-PART-NUM TO OX-PART-ID(OX-IDX).
           MOVE WS-XFR-QTY-NUM TO OX-QTY-IN-TRANSIT(OX-IDX).
           MOVE XFR-FROM-LOC TO OX-FROM-LOC(OX-IDX).
           MOVE XFR-TO-LOC TO OX-TO-LOC(OX-IDX).
           MOVE WS-RUN-DATE TO OX-SHIP-DATE(OX-IDX).

      **********************************************
      * RANDOM READ OF THE CATALOG MASTER FOR THE TRANSFER'S PART
      **********************************************
       FIND-CATALOG-PART.
           SET NOT-FOUND TO TRUE.
           MOVE WS-XFR-PART-NUM TO PART-ID.
           READ PARTS-CATALOG-FILE
           EVALUATE CATALOG-STATUS
               WHEN '00'
                 SET FOUND TO TRUE
               WHEN '23'
                 CONTINUE
               WHEN OTHER
                 DISPLAY 'ERROR READING PARTS CATALOG MASTER: '
                          CATALOG-STATUS
                 DISPLAY 'PART ID: ' XFR-PART-ID
                 PERFORM ABEND-WITH-STATUS
           END-EVALUATE.

      **********************************************
      * BRINGS THE PART'S LOCATION RECORDS INTO LINE WITH ITS
      * CATALOG STOCK, AS PSTASK16 DOES BEFORE IT ALLOCATES. STOCK
      * THE LOCATIONS DO NOT ACCOUNT FOR IS ON HAND AT THE PRIMARY
      * WAREHOUSE; STOCK THE CATALOG NO LONGER HAS IS TAKEN OFF
      * ON-HAND IN LOCATION-MASTER ORDER.
      **********************************************
       SYNC-PART-LOCATIONS.
           MOVE 0 TO WS-LOC-BOOK-TOTAL.
           PERFORM VARYING LC-IDX FROM 1 BY 1
                   UNTIL LC-IDX > LOC-COUNT
              MOVE LC-ID(LC-IDX) TO WS-STOCK-LOC-ID
              PERFORM READ-LOCATION-STOCK
              IF LOC-STOCK-FOUND
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
                 PERFORM WRITE-LOCATION-STOCK
              END-IF
           END-IF.
           IF WS-LOC-UNLOCATED < 0
              COMPUTE WS-LOC-REMAIN-QTY = 0 - WS-LOC-UNLOCATED
              PERFORM VARYING LC-IDX FROM 1 BY 1
                      UNTIL LC-IDX > LOC-COUNT
                         OR WS-LOC-REMAIN-QTY = 0
                 MOVE LC-ID(LC-IDX) TO WS-STOCK-LOC-ID
                 PERFORM TAKE-FROM-LOCATION
              END-PERFORM
              IF WS-LOC-REMAIN-QTY > 0
                 DISPLAY 'WARNING: PART ' PART-ID ' CATALOG STOCK '
                         'IS BELOW ITS STOCK IN TRANSIT'
              END-IF
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
                 PERFORM ABEND-WITH-STATUS
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
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * WRITES A NEW LOCATION STOCK RECORD BUILT BY THE CALLER.
      **********************************************
       WRITE-LOCATION-STOCK.
           WRITE LOCATION-STOCK-REC
           IF LOCATION-STOCK-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING LOCATION STOCK: '
                       LOCATION-STOCK-STATUS
              DISPLAY 'PART ID: ' LSK-PART-ID ' LOCATION: '
                       LSK-LOC-ID
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * COUNTS AND WRITES THE EXCEPTION LINE FOR A TRANSFER RECORD
      * THAT WAS NOT APPLIED, WITH THE REASON IN WS-XFR-REASON.
      **********************************************
       WRITE-EXCEPTION-LINE.
           ADD 1 TO TRANSFERS-EXCEPTION.
           MOVE SPACES TO TRANSFER-REGISTER-REC.
           STRING '** EXCEPTION: ' DELIMITED BY SIZE
                  XFR-ACTION DELIMITED BY SIZE
                  ' XFR ' DELIMITED BY SIZE
                  XFR-NUM DELIMITED BY SIZE
                  ' PART ' DELIMITED BY SIZE
                  XFR-PART-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-XFR-REASON) DELIMITED BY SIZE
                  ' - NOT APPLIED' DELIMITED BY SIZE
                  INTO TRANSFER-REGISTER-REC
           END-STRING.
           PERFORM WRITE-REGISTER-LINE.

      **********************************************
      * WRITES WHATEVER LINE IS CURRENTLY IN THE REGISTER RECORD.
      **********************************************
       WRITE-REGISTER-LINE.
           WRITE TRANSFER-REGISTER-REC.
           IF TRANSFER-REGISTER-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING TRANSFER REGISTER: '
                       TRANSFER-REGISTER-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * ROLLS EVERY TRANSFER STILL IN TRANSIT TO THE NEW OPEN
      * TRANSFERS FILE FOR THE NEXT RUN, AND LISTS IT AT THE FOOT
      * OF THE REGISTER SO EACH LOCATION CAN SEE WHAT IS ON ITS
      * WAY TO IT.
      **********************************************
       WRITE-OPEN-TRANSFERS.
           MOVE SPACES TO TRANSFER-REGISTER-REC.
           PERFORM WRITE-REGISTER-LINE.
           MOVE 'STILL IN TRANSIT:' TO TRANSFER-REGISTER-REC.
           PERFORM WRITE-REGISTER-LINE.
           PERFORM VARYING OX-IDX FROM 1 BY 1
                   UNTIL OX-IDX > OPEN-COUNT
              IF OX-QTY-IN-TRANSIT(OX-IDX) > 0
                 MOVE SPACES TO NEW-TRANSFER-REC
                 MOVE OX-XFR-NUM(OX-IDX) TO NTR-XFR-NUM
                 MOVE OX-PART-ID(OX-IDX) TO NTR-PART-ID
                 MOVE OX-QTY-IN-TRANSIT(OX-IDX) TO NTR-QTY-IN-TRANSIT
                 MOVE OX-FROM-LOC(OX-IDX) TO NTR-FROM-LOC
                 MOVE OX-TO-LOC(OX-IDX) TO NTR-TO-LOC
                 MOVE OX-SHIP-DATE(OX-IDX) TO NTR-SHIP-DATE
                 WRITE NEW-TRANSFER-REC
                 IF NEW-TRANSFER-STATUS NOT = '00'
                    DISPLAY 'ERROR WRITING NEW OPEN TRANSFERS FILE: '
                             NEW-TRANSFER-STATUS
                    PERFORM ABEND-WITH-STATUS
                 END-IF
                 ADD 1 TO TRANSFERS-IN-TRANSIT
                 MOVE OX-QTY-IN-TRANSIT(OX-IDX) TO WS-QTY-DISP
                 MOVE SPACES TO TRANSFER-REGISTER-REC
                 STRING '  XFR ' DELIMITED BY SIZE
                        OX-XFR-NUM(OX-IDX) DELIMITED BY SIZE
                        ' PART ' DELIMITED BY SIZE
                        OX-PART-ID(OX-IDX) DELIMITED BY SIZE
                        ' QTY ' DELIMITED BY SIZE
                        WS-QTY-DISP DELIMITED BY SIZE
                        ' ' DELIMITED BY SIZE
                        OX-FROM-LOC(OX-IDX) DELIMITED BY SIZE
                        ' -> ' DELIMITED BY SIZE
                        OX-TO-LOC(OX-IDX) DELIMITED BY SIZE
                        ' SHIPPED ' DELIMITED BY SIZE
                        OX-SHIP-DATE(OX-IDX) DELIMITED BY SIZE
                        INTO TRANSFER-REGISTER-REC
                 END-STRING
                 PERFORM WRITE-REGISTER-LINE
              END-IF
           END-PERFORM.
           IF TRANSFERS-IN-TRANSIT = 0
              MOVE '  NOTHING IN TRANSIT' TO TRANSFER-REGISTER-REC
              PERFORM WRITE-REGISTER-LINE
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

           CLOSE LOCATION-STOCK-FILE.
           IF LOCATION-STOCK-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING LOCATION STOCK FILE: '
                       LOCATION-STOCK-STATUS
           END-IF.

           CLOSE TRANSFER-FILE.
           IF TRANSFER-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING TRANSFER FEED: '
                       TRANSFER-STATUS
           END-IF.

           CLOSE NEW-TRANSFER-FILE.
           IF NEW-TRANSFER-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING NEW OPEN TRANSFERS: '
                       NEW-TRANSFER-STATUS
           END-IF.

           CLOSE TRANSFER-REGISTER-FILE.
           IF TRANSFER-REGISTER-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING TRANSFER REGISTER: '
                       TRANSFER-REGISTER-STATUS
           END-IF.

      **********************************************
      * APPENDS ONE RECORD TO THE CONSOLIDATED END-OF-NIGHT BATCH
      * STATUS LOG AND CLOSES IT. STATUS-LOG ITSELF WAS ALREADY
      * OPENED BY OPEN-STATUS-LOG, FIRST THING IN MAIN-LOGIC.
      **********************************************
       WRITE-BATCH-STATUS.
           MOVE SPACES TO STATUS-LOG-REC.
           MOVE 'LOCXFR16' TO BST-PROGRAM-ID.
           PERFORM GET-BST-TIMESTAMP.
           MOVE WS-BST-START-TS TO BST-START-TS.
           MOVE WS-BST-TS-BUILT TO BST-END-TS.
           MOVE TRANSFERS-READ TO BST-RECORDS-IN.
           COMPUTE BST-RECORDS-OUT = TRANSFERS-SHIPPED
                   + TRANSFERS-RECEIVED + TRANSFERS-PARTIAL.
           MOVE TRANSFERS-EXCEPTION TO BST-RECORDS-REJECTED.
           IF ABEND-IN-PROGRESS
              MOVE 'FAILED' TO BST-STATUS
              MOVE 'JOB ABENDED - SEE SYSOUT FOR DETAIL' TO BST-MESSAGE
           ELSE
              IF TRANSFERS-EXCEPTION > 0
                 MOVE 'WARNING' TO BST-STATUS
                 MOVE 'COMPLETED WITH TRANSFER EXCEPTIONS' TO
                      BST-MESSAGE
              ELSE
                 MOVE 'COMPLETE' TO BST-STATUS
                 MOVE 'ALL TRANSFERS APPLIED CLEAN' TO BST-MESSAGE
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
           MOVE TRANSFERS-READ TO TRANSFERS-READ-DISP.
           MOVE TRANSFERS-SHIPPED TO TRANSFERS-SHIPPED-DISP.
           MOVE TRANSFERS-RECEIVED TO TRANSFERS-RECEIVED-DISP.
           MOVE TRANSFERS-PARTIAL TO TRANSFERS-PARTIAL-DISP.
           MOVE TRANSFERS-EXCEPTION TO TRANSFERS-EXCEPTION-DISP.
           MOVE TRANSFERS-IN-TRANSIT TO TRANSFERS-IN-TRANSIT-DISP.

           DISPLAY '========================================'.
           DISPLAY 'STOCK TRANSFER SUMMARY'.
           DISPLAY '========================================'.
           DISPLAY 'TRANSFER RECORDS READ:' TRANSFERS-READ-DISP.
           DISPLAY 'SHIPPED:              ' TRANSFERS-SHIPPED-DISP.
           DISPLAY 'FULLY RECEIVED:       ' TRANSFERS-RECEIVED-DISP.
           DISPLAY 'PARTIALLY RECEIVED:   ' TRANSFERS-PARTIAL-DISP.
           DISPLAY 'EXCEPTIONS:           ' TRANSFERS-EXCEPTION-DISP.
           DISPLAY 'STILL IN TRANSIT:     ' TRANSFERS-IN-TRANSIT-DISP.
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
