      ******************************************************************
      * PURCHASE ORDER GENERATION OFF THE CATALOG REORDER POINTS       *
      *                                                                *
      * PURPOSE:                                                       *
      * RECVNG16 RECEIVES GOODS AGAINST THE OPEN PURCHASE              *
      * EXPECTATIONS ON POEXDD, BUT THOSE EXPECTATIONS WERE TYPED BY   *
      * THE BUYERS OFF PSTASK16'S PRINTED REORDER REPORT, AND PARTS    *
      * THAT ALREADY HAD A PO OPEN KEPT GETTING ORDERED AGAIN. THIS    *
      * JOB SCANS THE VSAM PARTS CATALOG MASTER, NETS EACH PART'S      *
      * STOCK AGAINST WHAT IS ALREADY ON ORDER AND WHAT IS ALREADY     *
      * OWED TO CUSTOMERS, AND RAISES ONE PURCHASE ORDER PER VENDOR    *
      * FOR EVERY PART THAT HAS FALLEN TO ITS REORDER POINT. THE PO    *
      * LINES ARE APPENDED TO POEXDD SO RECVNG16 RECEIVES AGAINST      *
      * THEM, AND A PRINTED PO DOCUMENT GOES TO PURCHASING.            *
      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   PHASE 1 - LOAD THE VENDOR MASTER (VENDDD), THE OPEN PO       *
      *     LINES ALREADY ON POEXDD (SUMMED BY PART) AND THE OPEN      *
      *     BACKORDER QUEUE (BORDVDD, QUANTITY OWED SUMMED BY PART).   *
      *   PHASE 2 - PER CATALOG PART WITH A REORDER POINT OR REORDER   *
      *     QUANTITY SET:                                              *
      *     NET POSITION = STOCK ON HAND + QUANTITY ON OPEN POS        *
      *                    - QUANTITY OWED ON BACKORDER.               *
      *     NET POSITION ABOVE THE REORDER POINT -> NOTHING ORDERED    *
      *       (COUNTED AS COVERED WHEN STOCK ALONE WAS AT OR BELOW     *
      *       THE POINT - THE OPEN PO ALREADY TAKES CARE OF IT).       *
      *     AT OR BELOW -> ORDER THE REORDER QUANTITY, OR THE          *
      *       SHORTFALL TO THE REORDER POINT WHEN THAT IS LARGER,      *
      *       FROM THE PART'S PREFERRED VENDOR AT THE CATALOG UNIT     *
      *       COST. DUE DATE = RUN DATE + THE PART'S LEAD DAYS, ELSE   *
      *       THE VENDOR'S STANDARD LEAD DAYS.                         *
      *     NO PREFERRED VENDOR, VENDOR NOT ON THE MASTER, OR VENDOR   *
      *       ON HOLD -> NOT ORDERED, LISTED AS AN EXCEPTION FOR THE   *
      *       BUYERS.                                                  *
      *   PHASE 3 - THE ORDERED LINES ARE GROUPED BY VENDOR INTO ONE   *
      *     PO EACH, NUMBERED FROM THE PERSISTENT PO SEQUENCE          *
      *     (POSQDD), APPENDED TO POEXDD AND PRINTED ON PORPDD.        *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/10/15                                               *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  PARTVDD (PARTS.CATALOG.VSAM) - PARTS CATALOG MASTER    *
      *         (KSDS, KEY PART-ID)                                    *
      * INPUT:  BORDVDD (OPEN.BACKORDERS.VSAM) - OPEN BACKORDER QUEUE  *
      *         (KSDS, KEY DATE/ORDER/PART)                            *
      * INPUT:  VENDDD (VENDOR.MASTER) - VENDOR MASTER (PS, 80 B)      *
      * I/O:    POEXDD (OPEN.PO.EXPECT) - OPEN PURCHASE EXPECTATIONS,  *
      *         READ FOR NETTING THEN EXTENDED WITH THE NEW PO LINES   *
      * I/O:    POSQDD (PO.SEQUENCE) - LAST PO NUMBER, SINGLE RECORD   *
      *         CARRIED ACROSS RUNS                                    *
      * OUTPUT: PORPDD (PURCHASE.ORDERS) - PRINTED PURCHASE ORDERS     *
      *         AND EXCEPTIONS (PS, 80 B)                              *
      * OUTPUT: STATLOG (BATCH.STATLOG) - BATCH STATUS RECORD          *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PURORD16.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTS-CATALOG-FILE ASSIGN TO PARTVDD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS PART-ID
              FILE STATUS IS CATALOG-STATUS.

           SELECT BACKORDER-FILE ASSIGN TO BORDVDD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS BO-KEY
              FILE STATUS IS BACKORDER-STATUS.

           SELECT VENDOR-FILE ASSIGN TO VENDDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS VENDOR-STATUS.

           SELECT PO-EXPECT-FILE ASSIGN TO POEXDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS PO-EXPECT-STATUS.

           SELECT PO-SEQ-FILE ASSIGN TO POSQDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS PO-SEQ-STATUS.

           SELECT PO-REPORT-FILE ASSIGN TO PORPDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS PO-REPORT-STATUS.

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

       FD BACKORDER-FILE.
       01 BACKORDER-REC.
          05 BO-KEY.
             10 BO-DATE PIC X(8).
             10 BO-ORDER-NUM PIC 9(5).
             10 BO-PART-ID PIC 9(5).
          05 BO-QTY-OWED PIC 9(3).
          05 BO-CUST-ID PIC X(5).

      * VENDOR MASTER: ONE RECORD PER SUPPLIER. VND-STATUS 'H'
      * (ON HOLD) STOPS NEW POS TO THE VENDOR; VND-LEAD-DAYS IS
      * THE STANDARD LEAD TIME WHEN THE PART HAS NONE OF ITS OWN.
       FD VENDOR-FILE RECORDING MODE IS F.
       01 VENDOR-REC.
          05 VND-ID PIC X(5).
          05 FILLER PIC X(1).
          05 VND-NAME PIC X(25).
          05 FILLER PIC X(1).
          05 VND-STATUS PIC X(1).
          05 FILLER PIC X(1).
          05 VND-LEAD-DAYS PIC 9(3).
          05 FILLER PIC X(43).

      * OPEN PURCHASE EXPECTATIONS, SAME LAYOUT RECVNG16 READS.
       FD PO-EXPECT-FILE RECORDING MODE IS F.
       01 PO-EXPECT-REC.
          05 POE-PO-NUM PIC X(7).
          05 FILLER PIC X(1).
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

      * PERSISTED PO-NUMBER SEQUENCE: A SINGLE RECORD HOLDING THE
      * LAST PO NUMBER ASSIGNED, REREAD AND REWRITTEN EACH RUN SO
      * NUMBERS NEVER REPEAT ACROSS RUNS.
       FD PO-SEQ-FILE RECORDING MODE IS F.
       01 PO-SEQ-REC.
          05 PSQ-LAST-PO-NUM PIC 9(7).
          05 FILLER PIC X(73).

       FD PO-REPORT-FILE RECORDING MODE IS F.
       01 PO-REPORT-REC PIC X(80).

       FD STATUS-LOG RECORDING MODE IS F.
       01 STATUS-LOG-REC.
           COPY BATSTAT.

       WORKING-STORAGE SECTION.

      * FILE STATUS VARIABLES
       01 FILE-STATUSES.
          05 CATALOG-STATUS PIC X(2).
          05 BACKORDER-STATUS PIC X(2).
          05 VENDOR-STATUS PIC X(2).
          05 PO-EXPECT-STATUS PIC X(2).
          05 PO-SEQ-STATUS PIC X(2).
          05 PO-REPORT-STATUS PIC X(2).
          05 STATUS-LOG-STATUS PIC X(2).

      * CONTROL FLAGS
       01 WS-FLAGS.
          05 WS-PART-EOF PIC X(1) VALUE 'N'.
             88 PART-EOF VALUE 'Y'.
          05 WS-BO-EOF PIC X(1) VALUE 'N'.
             88 BO-EOF VALUE 'Y'.
          05 WS-VND-EOF PIC X(1) VALUE 'N'.
             88 VND-EOF VALUE 'Y'.
          05 WS-POE-EOF PIC X(1) VALUE 'N'.
             88 POE-EOF VALUE 'Y'.
          05 WS-VENDOR-FOUND PIC X(1) VALUE 'N'.
             88 VENDOR-FOUND VALUE 'Y'.
          05 WS-OPEN-PO-FOUND PIC X(1) VALUE 'N'.
             88 OPEN-PO-FOUND VALUE 'Y'.
          05 WS-BACKORDER-FOUND PIC X(1) VALUE 'N'.
             88 BACKORDER-FOUND VALUE 'Y'.

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

      * THIS RUN'S PROCESSING DATE (YYYYMMDD): THE PO ORDER DATE
      * AND THE BASE FOR EACH LINE'S DUE DATE
       01 WS-RUN-DATE PIC 9(8).
       01 WS-DUE-DATE PIC 9(8).
       01 WS-LEAD-DAYS PIC 9(3).

      * VENDOR MASTER TABLE, LOADED FROM VENDDD
       01 WS-VENDOR-TABLE.
          05 VENDOR-COUNT PIC 9(3) VALUE 0.
          05 VENDOR-ENTRY OCCURS 500 TIMES INDEXED BY VN-IDX.
             10 VN-ID PIC X(5).
             10 VN-NAME PIC X(25).
             10 VN-STATUS PIC X(1).
                88 VN-ON-HOLD VALUE 'H'.
             10 VN-LEAD-DAYS PIC 9(3).

      * QUANTITY STILL EXPECTED ON OPEN POS, BY PART, FROM POEXDD
       01 WS-OPEN-PO-TABLE.
          05 OPEN-PO-COUNT PIC 9(4) VALUE 0.
          05 OPEN-PO-ENTRY OCCURS 2000 TIMES INDEXED BY OP-IDX.
             10 OP-PART-ID PIC 9(5).
             10 OP-QTY-OPEN PIC 9(7).

      * QUANTITY OWED TO CUSTOMERS ON OPEN BACKORDERS, BY PART,
      * FROM BORDVDD
       01 WS-BACKORDER-TABLE.
          05 BACKORDER-COUNT PIC 9(4) VALUE 0.
          05 BACKORDER-ENTRY OCCURS 2000 TIMES INDEXED BY BK-IDX.
             10 BK-PART-ID PIC 9(5).
             10 BK-QTY-OWED PIC 9(7).

      * PO LINES PLANNED THIS RUN, KEPT IN VENDOR ORDER (PART
      * ORDER WITHIN A VENDOR, AS THE CATALOG IS SCANNED) SO EACH
      * VENDOR'S LINES FORM ONE PURCHASE ORDER.
       01 WS-PLANNED-LINES.
          05 PLANNED-COUNT PIC 9(4) VALUE 0.
          05 PLANNED-ENTRY OCCURS 2000 TIMES INDEXED BY PL-IDX.
             10 PL-VENDOR-ID PIC X(5).
             10 PL-VENDOR-SUB PIC 9(3).
             10 PL-PART-ID PIC 9(5).
             10 PL-ORDER-QTY PIC 9(5).
             10 PL-UNIT-COST PIC 9(3)V99.
             10 PL-DUE-DATE PIC 9(8).
       01 WS-SHIFT-SUB PIC 9(4).

      * PART NUMBER BEING LOOKED UP IN THE OPEN-PO AND BACKORDER
      * TABLES
       01 WS-LOOKUP-PART-ID PIC 9(5).

      * NETTING WORK FIELDS FOR THE PART BEING SCANNED
       01 WS-PART-OPEN-QTY PIC 9(7).
       01 WS-PART-OWED-QTY PIC 9(7).
       01 WS-NET-POSITION PIC S9(7).
       01 WS-SHORTFALL PIC S9(7).
       01 WS-ORDER-QTY PIC 9(7).
       01 WS-EXCEPTION-REASON PIC X(30).

      * LAST PO NUMBER ASSIGNED, CARRIED ACROSS RUNS ON POSQDD,
      * AND THE PO CURRENTLY BEING WRITTEN
       01 WS-LAST-PO-NUM PIC 9(7) VALUE 0.
       01 WS-PO-NUM-DISP PIC 9(7).
       01 WS-CURRENT-VENDOR-ID PIC X(5).
       01 WS-PO-TOTAL PIC 9(9)V99.
       01 WS-LINE-EXTENDED PIC 9(9)V99.

      * REPORT LINE DISPLAY FIELDS
       01 WS-QTY-DISP PIC Z(6)9.
       01 WS-STOCK-DISP PIC Z(4)9.
       01 WS-OPEN-DISP PIC Z(6)9.
       01 WS-OWED-DISP PIC Z(6)9.
       01 WS-COST-DISP PIC ZZ9.99.
       01 WS-EXTENDED-DISP PIC Z(8)9.99.

      * STATISTICS COUNTERS
       01 WS-COUNTERS.
          05 PARTS-SCANNED PIC 9(5) VALUE 0.
          05 PARTS-AT-REORDER PIC 9(5) VALUE 0.
          05 PARTS-COVERED PIC 9(5) VALUE 0.
          05 LINES-ORDERED PIC 9(5) VALUE 0.
          05 POS-RAISED PIC 9(5) VALUE 0.
          05 PARTS-EXCEPTION PIC 9(5) VALUE 0.

      * DISPLAY-FORMATTED COUNTERS
       01 WS-DISP-COUNTERS.
          05 PARTS-SCANNED-DISP PIC Z(4)9.
          05 PARTS-AT-REORDER-DISP PIC Z(4)9.
          05 PARTS-COVERED-DISP PIC Z(4)9.
          05 LINES-ORDERED-DISP PIC Z(4)9.
          05 POS-RAISED-DISP PIC Z(4)9.
          05 PARTS-EXCEPTION-DISP PIC Z(4)9.

      **********************************************
      * OPENS FILES, LOADS THE VENDOR MASTER, OPEN POS AND
      * BACKORDERS, PLANS THE REORDERS OFF THE CATALOG, WRITES THE
      * PURCHASE ORDERS, CLOSES, SAVES THE PO SEQUENCE, WRITES
      * BATCH STATUS AND DISPLAYS THE SUMMARY.
      **********************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM SET-BST-START-TS.
           PERFORM OPEN-STATUS-LOG.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM READ-PO-SEQUENCE.
           PERFORM OPEN-ALL-FILES.
           PERFORM LOAD-VENDOR-TABLE.
           PERFORM LOAD-OPEN-PO-TABLE.
           PERFORM LOAD-BACKORDER-TABLE.
           PERFORM PLAN-REORDERS.
           PERFORM WRITE-PURCHASE-ORDERS.
           PERFORM CLOSE-ALL-FILES.
           PERFORM WRITE-PO-SEQUENCE.
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
      * READS THE LAST PO NUMBER ASSIGNED FROM POSQDD. NO
      * SEQUENCE FILE YET (FILE STATUS 05/35) MEANS NUMBERING
      * STARTS FROM ZERO.
      **********************************************
       READ-PO-SEQUENCE.
           OPEN INPUT PO-SEQ-FILE.
           IF PO-SEQ-STATUS = '05' OR PO-SEQ-STATUS = '35'
              DISPLAY 'NO PO SEQUENCE FILE - STARTING FROM 0'
           ELSE
              IF PO-SEQ-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING PO SEQUENCE: ' PO-SEQ-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
              PERFORM UNTIL PO-SEQ-STATUS NOT = '00'
                 READ PO-SEQ-FILE
                 IF PO-SEQ-STATUS = '00'
                    MOVE PSQ-LAST-PO-NUM TO WS-LAST-PO-NUM
                 END-IF
              END-PERFORM
              CLOSE PO-SEQ-FILE
           END-IF.

      **********************************************
      * REWRITES POSQDD WITH THE LAST PO NUMBER ASSIGNED THIS RUN,
      * AS A SINGLE RECORD VIA OPEN I-O/REWRITE (POSQDD IS
      * DISP=MOD, LIKE PSTASK16'S ISEQDD).
      **********************************************
       WRITE-PO-SEQUENCE.
           OPEN I-O PO-SEQ-FILE.
           IF PO-SEQ-STATUS = '05' OR PO-SEQ-STATUS = '35'
              OPEN OUTPUT PO-SEQ-FILE
           END-IF.
           IF PO-SEQ-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING PO SEQUENCE: ' PO-SEQ-STATUS
              PERFORM ABEND-WITH-STATUS
           ELSE
              READ PO-SEQ-FILE
              IF PO-SEQ-STATUS = '00'
                 MOVE WS-LAST-PO-NUM TO PSQ-LAST-PO-NUM
                 REWRITE PO-SEQ-REC
              ELSE
                 MOVE SPACES TO PO-SEQ-REC
                 MOVE WS-LAST-PO-NUM TO PSQ-LAST-PO-NUM
                 WRITE PO-SEQ-REC
              END-IF
              IF PO-SEQ-STATUS NOT = '00'
                 DISPLAY 'ERROR WRITING PO SEQUENCE: ' PO-SEQ-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
              CLOSE PO-SEQ-FILE
           END-IF.

      **********************************************
      * OPEN ALL FILES AND CHECK STATUS. THE CATALOG IS ONLY READ
      * HERE - NOTHING ON IT CHANGES UNTIL RECVNG16 RECEIVES THE
      * GOODS. POEXDD IS OPENED LATER, FIRST TO READ AND THEN TO
      * EXTEND.
      **********************************************
       OPEN-ALL-FILES.
           OPEN INPUT PARTS-CATALOG-FILE.
           IF CATALOG-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING PARTS CATALOG MASTER: '
                       CATALOG-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN INPUT VENDOR-FILE.
           IF VENDOR-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING VENDOR MASTER: ' VENDOR-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN OUTPUT PO-REPORT-FILE.
           IF PO-REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING PURCHASE ORDER REPORT: '
                       PO-REPORT-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * LOADS VENDDD INTO THE VENDOR TABLE. MAX 500 VENDORS;
      * OVERFLOW IS A HARD ERROR SINCE A DROPPED VENDOR WOULD
      * TURN EVERY ONE OF ITS PARTS INTO AN EXCEPTION.
      **********************************************
       LOAD-VENDOR-TABLE.
           PERFORM UNTIL VND-EOF
              READ VENDOR-FILE
                AT END
                   SET VND-EOF TO TRUE
                NOT AT END
                   IF VENDOR-STATUS = '00'
                      IF VENDOR-COUNT >= 500
                         DISPLAY 'ERROR: VENDOR TABLE FULL (500 MAX)'
                         PERFORM ABEND-WITH-STATUS
                      END-IF
                      ADD 1 TO VENDOR-COUNT
                      SET VN-IDX TO VENDOR-COUNT
                      MOVE VND-ID TO VN-ID(VN-IDX)
                      MOVE VND-NAME TO VN-NAME(VN-IDX)
                      MOVE VND-STATUS TO VN-STATUS(VN-IDX)
                      IF VND-LEAD-DAYS NUMERIC
                         MOVE VND-LEAD-DAYS TO VN-LEAD-DAYS(VN-IDX)
                      ELSE
                         MOVE 0 TO VN-LEAD-DAYS(VN-IDX)
                      END-IF
                   ELSE
                      DISPLAY 'ERROR READING VENDOR MASTER: '
                               VENDOR-STATUS
                      PERFORM ABEND-WITH-STATUS
                   END-IF
              END-READ
           END-PERFORM.

      **********************************************
      * SUMS THE QUANTITY STILL EXPECTED ON EVERY OPEN PO LINE IN
      * POEXDD BY PART. NO EXPECTATIONS FILE YET (05/35) MEANS
      * NOTHING IS ON ORDER.
      **********************************************
       LOAD-OPEN-PO-TABLE.
           OPEN INPUT PO-EXPECT-FILE.
           IF PO-EXPECT-STATUS = '05' OR PO-EXPECT-STATUS = '35'
              DISPLAY 'NO OPEN EXPECTATIONS FILE - NOTHING ON ORDER'
           ELSE
              IF PO-EXPECT-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING EXPECTATIONS FILE: '
                          PO-EXPECT-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
              PERFORM UNTIL POE-EOF
                 READ PO-EXPECT-FILE
                   AT END
                      SET POE-EOF TO TRUE
                   NOT AT END
                      IF PO-EXPECT-STATUS = '00'
                         IF POE-QTY-EXPECTED > 0
                            PERFORM ADD-OPEN-PO-QTY
                         END-IF
                      ELSE
                         DISPLAY 'ERROR READING EXPECTATIONS FILE: '
                                  PO-EXPECT-STATUS
                         PERFORM ABEND-WITH-STATUS
                      END-IF
                 END-READ
              END-PERFORM
              CLOSE PO-EXPECT-FILE
           END-IF.

      **********************************************
      * ADDS ONE EXPECTATION'S QUANTITY TO ITS PART'S OPEN-PO
      * ENTRY, STARTING A NEW ENTRY FOR A PART NOT YET SEEN.
      **********************************************
       ADD-OPEN-PO-QTY.
           MOVE POE-PART-ID TO WS-LOOKUP-PART-ID.
           PERFORM FIND-OPEN-PO.
           IF NOT OPEN-PO-FOUND
              IF OPEN-PO-COUNT >= 2000
                 DISPLAY 'ERROR: OPEN PO TABLE FULL (2000 MAX)'
                 PERFORM ABEND-WITH-STATUS
              END-IF
              ADD 1 TO OPEN-PO-COUNT
              SET OP-IDX TO OPEN-PO-COUNT
              MOVE POE-PART-ID TO OP-PART-ID(OP-IDX)
              MOVE 0 TO OP-QTY-OPEN(OP-IDX)
           END-IF.
           ADD POE-QTY-EXPECTED TO OP-QTY-OPEN(OP-IDX).

      **********************************************
      * FINDS THE OPEN-PO ENTRY FOR THE PART NUMBER IN
      * WS-LOOKUP-PART-ID. SETS OPEN-PO-FOUND AND LEAVES OP-IDX ON
      * THE MATCH.
      **********************************************
       FIND-OPEN-PO.
           MOVE 'N' TO WS-OPEN-PO-FOUND.
           IF OPEN-PO-COUNT > 0
              SET OP-IDX TO 1
              SEARCH OPEN-PO-ENTRY
                  AT END
                     CONTINUE
                  WHEN OP-IDX > OPEN-PO-COUNT
                     CONTINUE
                  WHEN OP-PART-ID(OP-IDX) = WS-LOOKUP-PART-ID
                     SET OPEN-PO-FOUND TO TRUE
              END-SEARCH
           END-IF.

      **********************************************
      * SUMS THE QUANTITY OWED ON THE OPEN BACKORDER QUEUE BY
      * PART. NO QUEUE YET (05/35) MEANS NOTHING IS OWED.
      **********************************************
       LOAD-BACKORDER-TABLE.
           OPEN INPUT BACKORDER-FILE.
           IF BACKORDER-STATUS = '05' OR BACKORDER-STATUS = '35'
              DISPLAY 'NO BACKORDER QUEUE - NOTHING OWED'
           ELSE
              IF BACKORDER-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING BACKORDER QUEUE: '
                          BACKORDER-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
              PERFORM UNTIL BO-EOF
                 READ BACKORDER-FILE NEXT RECORD
                   AT END
                      SET BO-EOF TO TRUE
                   NOT AT END
                      IF BACKORDER-STATUS = '00'
                         PERFORM ADD-BACKORDER-QTY
                      ELSE
                         DISPLAY 'ERROR READING BACKORDER QUEUE: '
                                  BACKORDER-STATUS
                         PERFORM ABEND-WITH-STATUS
                      END-IF
                 END-READ
              END-PERFORM
              CLOSE BACKORDER-FILE
           END-IF.

      **********************************************
      * ADDS ONE BACKORDER'S QUANTITY OWED TO ITS PART'S ENTRY,
      * STARTING A NEW ENTRY FOR A PART NOT YET SEEN.
      **********************************************
       ADD-BACKORDER-QTY.
           MOVE BO-PART-ID TO WS-LOOKUP-PART-ID.
           PERFORM FIND-BACKORDER.
           IF NOT BACKORDER-FOUND
              IF BACKORDER-COUNT >= 2000
                 DISPLAY 'ERROR: BACKORDER TABLE FULL (2000 MAX)'
                 PERFORM ABEND-WITH-STATUS
              END-IF
              ADD 1 TO BACKORDER-COUNT
              SET BK-IDX TO BACKORDER-COUNT
              MOVE BO-PART-ID TO BK-PART-ID(BK-IDX)
              MOVE 0 TO BK-QTY-OWED(BK-IDX)
           END-IF.
           ADD BO-QTY-OWED TO BK-QTY-OWED(BK-IDX).

      **********************************************
      * FINDS THE BACKORDER ENTRY FOR THE PART NUMBER IN
      * WS-LOOKUP-PART-ID. SETS BACKORDER-FOUND AND LEAVES BK-IDX ON
      * THE MATCH.
      **********************************************
       FIND-BACKORDER.
           MOVE 'N' TO WS-BACKORDER-FOUND.
           IF BACKORDER-COUNT > 0
              SET BK-IDX TO 1
              SEARCH BACKORDER-ENTRY
                  AT END
                     CONTINUE
                  WHEN BK-IDX > BACKORDER-COUNT
                     CONTINUE
                  WHEN BK-PART-ID(BK-IDX) = WS-LOOKUP-PART-ID
                     SET BACKORDER-FOUND TO TRUE
              END-SEARCH
           END-IF.

      **********************************************
      * SCANS THE CATALOG MASTER IN KEY ORDER AND PLANS A PO LINE
      * FOR EVERY REPLENISHED PART WHOSE NET POSITION IS AT OR
      * BELOW ITS REORDER POINT. THE EXCEPTIONS SECTION OF THE
      * REPORT IS WRITTEN AS THE SCAN GOES; THE POS FOLLOW IT.
      **********************************************
       PLAN-REORDERS.
           MOVE SPACES TO PO-REPORT-REC.
           MOVE 'PURCHASE ORDER GENERATION - PARTS NOT ORDERED'
                TO PO-REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           PERFORM UNTIL PART-EOF
              READ PARTS-CATALOG-FILE NEXT RECORD
                AT END
                   SET PART-EOF TO TRUE
                NOT AT END
                   IF CATALOG-STATUS = '00'
                      ADD 1 TO PARTS-SCANNED
                      IF PART-REORDER-POINT > 0
                         OR PART-REORDER-QTY > 0
                         PERFORM PLAN-ONE-PART
                      END-IF
                   ELSE
                      DISPLAY 'ERROR SCANNING CATALOG MASTER: '
                               CATALOG-STATUS
                      PERFORM ABEND-WITH-STATUS
                   END-IF
              END-READ
           END-PERFORM.

      **********************************************
      * NETS ONE PART AND, WHEN IT IS AT OR BELOW ITS REORDER
      * POINT, EITHER PLANS A PO LINE TO ITS PREFERRED VENDOR OR
      * LISTS IT AS AN EXCEPTION.
      **********************************************
       PLAN-ONE-PART.
           MOVE PART-ID TO WS-LOOKUP-PART-ID.
           PERFORM FIND-OPEN-PO.
           IF OPEN-PO-FOUND
              MOVE OP-QTY-OPEN(OP-IDX) TO WS-PART-OPEN-QTY
           ELSE
              MOVE 0 TO WS-PART-OPEN-QTY
           END-IF.
           PERFORM FIND-BACKORDER.
           IF BACKORDER-FOUND
              MOVE BK-QTY-OWED(BK-IDX) TO WS-PART-OWED-QTY
           ELSE
              MOVE 0 TO WS-PART-OWED-QTY
           END-IF.
           COMPUTE WS-NET-POSITION = PART-STOCK-QTY
                   + WS-PART-OPEN-QTY - WS-PART-OWED-QTY.

           IF WS-NET-POSITION > PART-REORDER-POINT
              IF PART-STOCK-QTY <= PART-REORDER-POINT
                 ADD 1 TO PARTS-COVERED
              END-IF
           ELSE
              ADD 1 TO PARTS-AT-REORDER
              COMPUTE WS-SHORTFALL =
                      PART-REORDER-POINT - WS-NET-POSITION
              MOVE PART-REORDER-QTY TO WS-ORDER-QTY
              IF WS-SHORTFALL > WS-ORDER-QTY
                 MOVE WS-SHORTFALL TO WS-ORDER-QTY
              END-IF
              IF WS-ORDER-QTY > 99999
                 MOVE 99999 TO WS-ORDER-QTY
              END-IF
              IF WS-ORDER-QTY > 0
                 PERFORM CHECK-PART-VENDOR
                 IF WS-EXCEPTION-REASON = SPACES
                    PERFORM ADD-PLANNED-LINE
                 ELSE
                    PERFORM WRITE-PART-EXCEPTION
                 END-IF
              END-IF
           END-IF.

      **********************************************
      * CHECKS THE PART'S PREFERRED VENDOR. LEAVES
      * WS-EXCEPTION-REASON BLANK AND VN-IDX ON THE VENDOR WHEN A
      * PO CAN BE RAISED.
      **********************************************
       CHECK-PART-VENDOR.
           MOVE SPACES TO WS-EXCEPTION-REASON.
           MOVE 'N' TO WS-VENDOR-FOUND.
           IF PART-VENDOR-ID = SPACES
              MOVE 'NO PREFERRED VENDOR' TO WS-EXCEPTION-REASON
           ELSE
              IF VENDOR-COUNT > 0
                 SET VN-IDX TO 1
                 SEARCH VENDOR-ENTRY
                     AT END
                        CONTINUE
                     WHEN VN-IDX > VENDOR-COUNT
                        CONTINUE
                     WHEN VN-ID(VN-IDX) = PART-VENDOR-ID
                        SET VENDOR-FOUND TO TRUE
                 END-SEARCH
              END-IF
              IF NOT VENDOR-FOUND
                 MOVE 'VENDOR NOT ON MASTER' TO WS-EXCEPTION-REASON
              ELSE
                 IF VN-ON-HOLD(VN-IDX)
                    MOVE 'VENDOR ON HOLD' TO WS-EXCEPTION-REASON
                 END-IF
              END-IF
           END-IF.

      **********************************************
      * ADDS THE PART'S PO LINE TO THE PLANNED-LINES TABLE IN
      * VENDOR ORDER: ENTRIES FOR LATER VENDORS SHIFT DOWN ONE SO
      * THE NEW LINE LANDS AFTER ANY EARLIER LINES FOR THE SAME
      * VENDOR. THE DUE DATE IS THE RUN DATE PLUS THE PART'S LEAD
      * DAYS, ELSE THE VENDOR'S.
      **********************************************
       ADD-PLANNED-LINE.
           IF PLANNED-COUNT >= 2000
              DISPLAY 'ERROR: PLANNED PO LINE TABLE FULL (2000 MAX)'
              PERFORM ABEND-WITH-STATUS
           END-IF.
           IF PART-LEAD-DAYS > 0
              MOVE PART-LEAD-DAYS TO WS-LEAD-DAYS
           ELSE
              MOVE VN-LEAD-DAYS(VN-IDX) TO WS-LEAD-DAYS
           END-IF.
           COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                    + WS-LEAD-DAYS).

           ADD 1 TO PLANNED-COUNT.
           MOVE PLANNED-COUNT TO WS-SHIFT-SUB.
           PERFORM UNTIL WS-SHIFT-SUB = 1
                   OR PL-VENDOR-ID(WS-SHIFT-SUB - 1)
                      NOT > PART-VENDOR-ID
              MOVE PLANNED-ENTRY(WS-SHIFT-SUB - 1)
                   TO PLANNED-ENTRY(WS-SHIFT-SUB)
              SUBTRACT 1 FROM WS-SHIFT-SUB
           END-PERFORM.
           SET PL-IDX TO WS-SHIFT-SUB.
           MOVE PART-VENDOR-ID TO PL-VENDOR-ID(PL-IDX).
           SET PL-VENDOR-SUB(PL-IDX) TO VN-IDX.
           MOVE PART-ID TO PL-PART-ID(PL-IDX).
           MOVE WS-ORDER-QTY TO PL-ORDER-QTY(PL-IDX).
           MOVE PART-UNIT-COST TO PL-UNIT-COST(PL-IDX).
           MOVE WS-DUE-DATE TO PL-DUE-DATE(PL-IDX).

      **********************************************
      * ONE EXCEPTION LINE FOR A PART AT ITS REORDER POINT THAT
      * COULD NOT BE ORDERED, WITH ITS STOCK, OPEN PO AND OWED
      * QUANTITIES SO THE BUYER CAN PLACE IT BY HAND.
      **********************************************
       WRITE-PART-EXCEPTION.
           ADD 1 TO PARTS-EXCEPTION.
           MOVE PART-STOCK-QTY TO WS-STOCK-DISP.
           MOVE WS-PART-OPEN-QTY TO WS-OPEN-DISP.
           MOVE WS-PART-OWED-QTY TO WS-OWED-DISP.
           MOVE WS-ORDER-QTY TO WS-QTY-DISP.
           MOVE SPACES TO PO-REPORT-REC.
           STRING '** PART ' DELIMITED BY SIZE
                  PART-ID DELIMITED BY SIZE
                  ' VENDOR ' DELIMITED BY SIZE
                  PART-VENDOR-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-EXCEPTION-REASON DELIMITED BY '  '
                  ' - NEED ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-QTY-DISP) DELIMITED BY SIZE
                  INTO PO-REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO PO-REPORT-REC.
           STRING '     STOCK ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-STOCK-DISP) DELIMITED BY SIZE
                  ' ON ORDER ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OPEN-DISP) DELIMITED BY SIZE
                  ' BACKORDERED ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OWED-DISP) DELIMITED BY SIZE
                  INTO PO-REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

      **********************************************
      * WRITES THE PLANNED LINES AS PURCHASE ORDERS: A NEW PO
      * NUMBER AT EACH CHANGE OF VENDOR, ONE POEXDD EXPECTATION
      * AND ONE PRINTED LINE PER PART, AND A TOTAL LINE AT THE
      * END OF EACH PO. POEXDD IS EXTENDED, NOT REPLACED - THE
      * LINES ALREADY OPEN ON IT STAY AS THEY WERE.
      **********************************************
       WRITE-PURCHASE-ORDERS.
           IF PLANNED-COUNT > 0
              OPEN EXTEND PO-EXPECT-FILE
              IF PO-EXPECT-STATUS = '05' OR PO-EXPECT-STATUS = '35'
                 OPEN OUTPUT PO-EXPECT-FILE
              END-IF
              IF PO-EXPECT-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING EXPECTATIONS FOR EXTEND: '
                          PO-EXPECT-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
              MOVE SPACES TO WS-CURRENT-VENDOR-ID
              PERFORM VARYING PL-IDX FROM 1 BY 1
                      UNTIL PL-IDX > PLANNED-COUNT
                 IF PL-VENDOR-ID(PL-IDX) NOT = WS-CURRENT-VENDOR-ID
                    IF WS-CURRENT-VENDOR-ID NOT = SPACES
                       PERFORM FINISH-PURCHASE-ORDER
                    END-IF
                    PERFORM START-PURCHASE-ORDER
                 END-IF
                 PERFORM WRITE-PO-LINE
              END-PERFORM
              PERFORM FINISH-PURCHASE-ORDER
              CLOSE PO-EXPECT-FILE
              IF PO-EXPECT-STATUS NOT = '00'
                 DISPLAY 'WARNING: ERROR CLOSING EXPECTATIONS FILE: '
                          PO-EXPECT-STATUS
              END-IF
           END-IF.

      **********************************************
      * STARTS THE PO FOR THE VENDOR ON THE CURRENT PLANNED LINE:
      * NEXT PO NUMBER, HEADER LINES WITH THE VENDOR NAME AND THE
      * ORDER DATE.
      **********************************************
       START-PURCHASE-ORDER.
           MOVE PL-VENDOR-ID(PL-IDX) TO WS-CURRENT-VENDOR-ID.
           SET VN-IDX TO PL-VENDOR-SUB(PL-IDX).
           ADD 1 TO WS-LAST-PO-NUM.
           MOVE WS-LAST-PO-NUM TO WS-PO-NUM-DISP.
           ADD 1 TO POS-RAISED.
           MOVE 0 TO WS-PO-TOTAL.
           MOVE SPACES TO PO-REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO PO-REPORT-REC.
           STRING 'PURCHASE ORDER ' DELIMITED BY SIZE
                  WS-PO-NUM-DISP DELIMITED BY SIZE
                  '  VENDOR ' DELIMITED BY SIZE
                  WS-CURRENT-VENDOR-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  VN-NAME(VN-IDX) DELIMITED BY SIZE
                  INTO PO-REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO PO-REPORT-REC.
           STRING '  ORDER DATE ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO PO-REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

      **********************************************
      * ONE PO LINE: THE POEXDD EXPECTATION RECVNG16 WILL RECEIVE
      * AGAINST, AND THE PRINTED LINE WITH ITS EXTENDED COST.
      **********************************************
       WRITE-PO-LINE.
           MOVE SPACES TO PO-EXPECT-REC.
           MOVE WS-PO-NUM-DISP TO POE-PO-NUM.
           MOVE PL-PART-ID(PL-IDX) TO POE-PART-ID.
           MOVE PL-ORDER-QTY(PL-IDX) TO POE-QTY-EXPECTED.
           MOVE PL-VENDOR-ID(PL-IDX) TO POE-VENDOR-ID.
           MOVE PL-UNIT-COST(PL-IDX) TO POE-UNIT-COST.
           MOVE PL-ORDER-QTY(PL-IDX) TO POE-QTY-ORDERED.
           MOVE WS-RUN-DATE TO POE-ORDER-DATE.
           MOVE PL-DUE-DATE(PL-IDX) TO POE-DUE-DATE.
           WRITE PO-EXPECT-REC.
           IF PO-EXPECT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING EXPECTATIONS FILE: '
                       PO-EXPECT-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.
           ADD 1 TO LINES-ORDERED.

           COMPUTE WS-LINE-EXTENDED =
                   PL-ORDER-QTY(PL-IDX) * PL-UNIT-COST(PL-IDX).
           ADD WS-LINE-EXTENDED TO WS-PO-TOTAL.
           MOVE PL-ORDER-QTY(PL-IDX) TO WS-QTY-DISP.
           MOVE PL-UNIT-COST(PL-IDX) TO WS-COST-DISP.
           MOVE WS-LINE-EXTENDED TO WS-EXTENDED-DISP.
           MOVE SPACES TO PO-REPORT-REC.
           STRING '  PART ' DELIMITED BY SIZE
                  PL-PART-ID(PL-IDX) DELIMITED BY SIZE
                  ' QTY ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-QTY-DISP) DELIMITED BY SIZE
                  ' @ ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COST-DISP) DELIMITED BY SIZE
                  ' = ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EXTENDED-DISP) DELIMITED BY SIZE
                  ' DUE ' DELIMITED BY SIZE
                  PL-DUE-DATE(PL-IDX) DELIMITED BY SIZE
                  INTO PO-REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

      **********************************************
      * TOTAL LINE FOR THE PO JUST COMPLETED.
      **********************************************
       FINISH-PURCHASE-ORDER.
           MOVE WS-PO-TOTAL TO WS-EXTENDED-DISP.
           MOVE SPACES TO PO-REPORT-REC.
           STRING '  PO TOTAL ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EXTENDED-DISP) DELIMITED BY SIZE
                  INTO PO-REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

      **********************************************
      * WRITES WHATEVER LINE IS CURRENTLY IN PO-REPORT-REC.
      **********************************************
       WRITE-REPORT-LINE.
           WRITE PO-REPORT-REC.
           IF PO-REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING PURCHASE ORDER REPORT: '
                       PO-REPORT-STATUS
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

           CLOSE VENDOR-FILE.
           IF VENDOR-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING VENDOR MASTER: '
                       VENDOR-STATUS
           END-IF.

           CLOSE PO-REPORT-FILE.
           IF PO-REPORT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING PURCHASE ORDER REPORT: '
                       PO-REPORT-STATUS
           END-IF.

      **********************************************
      * APPENDS ONE RECORD TO THE CONSOLIDATED END-OF-NIGHT BATCH
      * STATUS LOG AND CLOSES IT. STATUS-LOG ITSELF WAS ALREADY
      * OPENED BY OPEN-STATUS-LOG, FIRST THING IN MAIN-LOGIC.
      **********************************************
       WRITE-BATCH-STATUS.
           MOVE SPACES TO STATUS-LOG-REC.
           MOVE 'PURORD16' TO BST-PROGRAM-ID.
           PERFORM GET-BST-TIMESTAMP.
           MOVE WS-BST-START-TS TO BST-START-TS.
           MOVE WS-BST-TS-BUILT TO BST-END-TS.
           MOVE PARTS-SCANNED TO BST-RECORDS-IN.
           MOVE LINES-ORDERED TO BST-RECORDS-OUT.
           MOVE PARTS-EXCEPTION TO BST-RECORDS-REJECTED.
           IF ABEND-IN-PROGRESS
              MOVE 'FAILED' TO BST-STATUS
              MOVE 'JOB ABENDED - SEE SYSOUT FOR DETAIL' TO BST-MESSAGE
           ELSE
              IF PARTS-EXCEPTION > 0
                 MOVE 'WARNING' TO BST-STATUS
                 MOVE 'PARTS AT REORDER POINT NOT ORDERED' TO
                      BST-MESSAGE
              ELSE
                 MOVE 'COMPLETE' TO BST-STATUS
                 MOVE 'ALL REORDERS RAISED CLEAN' TO BST-MESSAGE
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
           MOVE PARTS-SCANNED TO PARTS-SCANNED-DISP.
           MOVE PARTS-AT-REORDER TO PARTS-AT-REORDER-DISP.
           MOVE PARTS-COVERED TO PARTS-COVERED-DISP.
           MOVE LINES-ORDERED TO LINES-ORDERED-DISP.
           MOVE POS-RAISED TO POS-RAISED-DISP.
           MOVE PARTS-EXCEPTION TO PARTS-EXCEPTION-DISP.

           DISPLAY '========================================'.
           DISPLAY 'PURCHASE ORDER GENERATION SUMMARY'.
           DISPLAY '========================================'.
           DISPLAY 'PARTS SCANNED:        ' PARTS-SCANNED-DISP.
           DISPLAY 'AT REORDER POINT:     ' PARTS-AT-REORDER-DISP.
           DISPLAY 'COVERED BY OPEN POS:  ' PARTS-COVERED-DISP.
           DISPLAY 'PO LINES RAISED:      ' LINES-ORDERED-DISP.
           DISPLAY 'PURCHASE ORDERS:      ' POS-RAISED-DISP.
           DISPLAY 'NOT ORDERED (EXCPT):  ' PARTS-EXCEPTION-DISP.
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
