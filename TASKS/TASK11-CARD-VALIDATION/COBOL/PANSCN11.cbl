      ******************************************************************
      * CARD NUMBER COMPLIANCE SCAN                                    *
      *                                                                *
      * PURPOSE:                                                       *
      * REPORTS, LISTINGS, STATEMENTS AND THE EXTRACTS THAT DO NOT     *
      * NEED THE FULL CARD NUMBER SHOW IT MASKED (CRDMSK11) OR CARRY   *
      * A CARD TOKEN (CRDTOK11) INSTEAD. THIS JOB PROVES IT: IT READS  *
      * EVERY OUTPUT NAMED ON ITS CONTROL CARDS, PLUS THE CUSTOMER     *
      * CROSS-REFERENCE, AND REPORTS EVERY FULL CARD NUMBER STILL IN   *
      * THEM - WHERE (FILE, RECORD, COLUMN) AND WHAT (MASKED, SO THE   *
      * SCAN REPORT IS NOT ITSELF A LEAK). A NEW REPORT THAT PRINTS    *
      * THE CARD NUMBER RAW, OR AN OLD ONE THAT SLIPS, SHOWS UP HERE   *
      * THE NIGHT IT FIRST RUNS.                                       *
      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   PER CONTROL CARD (SCNCTL: SLOT 1-9, A OR B AND A LABEL), THE *
      *   SLOT'S DD IS READ AND EVERY RECORD IS HANDED TO CRDMSK11 'F' *
      *   (FIND ONLY): A CARD NUMBER IS 16 CONSECUTIVE DIGITS STARTING *
      *   3-6 THAT PASS THE MOD-10 CHECK. EACH RECORD HOLDING ONE IS A *
      *   FINDING; THE FIRST WS-MAX-DETAIL OF A SOURCE ARE LISTED,     *
      *   THE REST ONLY COUNTED. A SOURCE NOT THERE TODAY (05/35) IS   *
      *   NOTED, NOT AN ERROR. THE XREF (XREFDD) IS ALWAYS SCANNED     *
      *   LAST - ITS CARD SLOT MUST HOLD TOKENS ONLY.                  *
      *   ANY FINDING ENDS THE RUN WITH A WARNING ON STATLOG.          *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/10/15                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/10/15 - SLOTS 9 (80 B), A (120 B) AND B (150 B) ADDED -   *
      *              THE COLLECTIONS QUEUE, CHARGE-OFF RECOMMENDATIONS *
      *              AND COMPLIANCE CASES LEAVE THE CARD SUBSYSTEM TOO.*
      *                                                                *
      * FILES:                                                         *
      * INPUT:  SCNCTL - SOURCE SLOTS AND LABELS, IN DD ORDER          *
      * INPUT:  SC1DD-SC9DD - THE SOURCES TO SCAN (PS, 80 B)           *
      * INPUT:  SCADD - A SOURCE TO SCAN (PS, 120 B)                   *
      * INPUT:  SCBDD - A SOURCE TO SCAN (PS, 150 B)                   *
      * INPUT:  XREFDD (CUST.XREF.MASTER) - CUSTOMER CROSS-REFERENCE   *
      *         (KSDS, READ SEQUENTIALLY; OPTIONAL)                    *
      * OUTPUT: RPTDD (CARD.PAN.SCAN.RPT) - THE FINDINGS               *
      * OUTPUT: STATLOG (BATCH.STATLOG) - BATCH STATUS (APPENDED)      *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PANSCN11.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO SCNCTL
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS CONTROL-STATUS.

           SELECT SC1-FILE ASSIGN TO SC1DD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS SC-STATUS.
           SELECT SC2-FILE ASSIGN TO SC2DD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS SC-STATUS.
           SELECT SC3-FILE ASSIGN TO SC3DD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS SC-STATUS.
           SELECT SC4-FILE ASSIGN TO SC4DD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS SC-STATUS.
           SELECT SC5-FILE ASSIGN TO SC5DD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS SC-STATUS.
           SELECT SC6-FILE ASSIGN TO SC6DD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS SC-STATUS.
           SELECT SC7-FILE ASSIGN TO SC7DD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS SC-STATUS.
           SELECT SC8-FILE ASSIGN TO SC8DD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS SC-STATUS.
           SELECT SC9-FILE ASSIGN TO SC9DD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS SC-STATUS.
           SELECT SCA-FILE ASSIGN TO SCADD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS SC-STATUS.
           SELECT SCB-FILE ASSIGN TO SCBDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS SC-STATUS.

           SELECT XREF-MASTER ASSIGN TO XREFDD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS XRF-CUST-ID
              FILE STATUS IS XREF-STATUS.

           SELECT REPORT-FILE ASSIGN TO RPTDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS REPORT-STATUS.

           SELECT STATUS-LOG ASSIGN TO STATLOG
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS STATUS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * ONE CARD PER SOURCE: SLOT DIGIT, LABEL. '*' COMMENTS.
       FD CONTROL-FILE RECORDING MODE IS F.
       01 CONTROL-REC.
          05 CTL-SLOT-NO PIC X(1).
          05 FILLER PIC X(1).
          05 CTL-LABEL PIC X(20).
          05 FILLER PIC X(58).

       FD SC1-FILE RECORDING MODE IS F.
       01 SC1-REC PIC X(80).
       FD SC2-FILE RECORDING MODE IS F.
       01 SC2-REC PIC X(80).
       FD SC3-FILE RECORDING MODE IS F.
       01 SC3-REC PIC X(80).
       FD SC4-FILE RECORDING MODE IS F.
       01 SC4-REC PIC X(80).
       FD SC5-FILE RECORDING MODE IS F.
       01 SC5-REC PIC X(80).
       FD SC6-FILE RECORDING MODE IS F.
       01 SC6-REC PIC X(80).
       FD SC7-FILE RECORDING MODE IS F.
       01 SC7-REC PIC X(80).
       FD SC8-FILE RECORDING MODE IS F.
       01 SC8-REC PIC X(80).
       FD SC9-FILE RECORDING MODE IS F.
       01 SC9-REC PIC X(80).
      * THE WIDER SLOTS, FOR OUTPUTS LONGER THAN A CARD IMAGE
       FD SCA-FILE RECORDING MODE IS F.
       01 SCA-REC PIC X(120).
       FD SCB-FILE RECORDING MODE IS F.
       01 SCB-REC PIC X(150).

      * SAME LAYOUT XREFLD39 WRITES; ONLY THE KEY IS NAMED - THE
      * WHOLE RECORD IS SCANNED.
       FD XREF-MASTER.
       01 XREF-MASTER-REC.
          05 XRF-CUST-ID PIC X(5).
          05 FILLER PIC X(75).

       FD REPORT-FILE RECORDING MODE IS F.
       01 REPORT-REC PIC X(80).

       FD STATUS-LOG RECORDING MODE IS F.
       01 STATUS-LOG-REC.
           COPY BATSTAT.

       WORKING-STORAGE SECTION.

      * CARD NUMBER MASKING REQUEST AREA - SEE COPYBOOK CARDMSK
      * AND SUBPROGRAM CRDMSK11.
           COPY CARDMSK.

      * FILE STATUS VARIABLES
       01 WS-FILE-STATUSES.
          05 CONTROL-STATUS PIC X(2).
          05 SC-STATUS PIC X(2).
          05 XREF-STATUS PIC X(2).
          05 REPORT-STATUS PIC X(2).
          05 STATUS-LOG-STATUS PIC X(2).

      * CONTROL FLAGS
       01 WS-FLAGS.
          05 WS-CTL-EOF PIC X(1) VALUE 'N'.
             88 CTL-EOF VALUE 'Y'.
          05 WS-SC-EOF PIC X(1) VALUE 'N'.
             88 SC-EOF VALUE 'Y'.

      * SET JUST BEFORE A FATAL ERROR PATH WRITES ITS STATLOG RECORD
      * AND STOPS, SO WRITE-BATCH-STATUS REPORTS 'FAILED' INSTEAD OF
      * DERIVING A STATUS FROM COUNTERS THAT NEVER GOT THE CHANCE TO
      * REACH THEIR NORMAL END-OF-RUN VALUES.
       01 WS-ABEND-FLAG PIC X(1) VALUE 'N'.
          88 ABEND-IN-PROGRESS VALUE 'Y'.

      * RUN-START AND RECORD-WRITE TIMESTAMPS FOR THE BATSTAT
      * RECORD, SO BATSTS43 CAN REPORT ELAPSED TIME.
       01 WS-BST-START-TS PIC X(14).
       01 WS-BST-TS-BUILT PIC X(14).
       01 WS-BST-TS-WORK.
          05 WS-BST-TS-DATE PIC 9(8).
          05 WS-BST-TS-TIME PIC 9(8).

      * THE SOURCE BEING SCANNED
       01 WS-SCAN-WORK.
          05 WS-CUR-LABEL PIC X(20).
          05 WS-CUR-RECORD PIC X(150).
          05 WS-CUR-LENGTH PIC 9(3).
          05 WS-REC-COUNT PIC 9(7).
          05 WS-FIND-COUNT PIC 9(7).

      * FINDINGS LISTED PER SOURCE BEFORE THE REST ARE ONLY COUNTED
       01 WS-MAX-DETAIL PIC 9(3) VALUE 50.

      * REPORT LINE BUILD FIELDS
       01 WS-REPORT-LINE PIC X(80).
       01 WS-REC-DISP PIC Z(6)9.
       01 WS-FIND-DISP PIC Z(6)9.
       01 WS-COL-DISP PIC ZZ9.
       01 WS-PAN-DISP PIC ZZ9.

      * STATISTICS COUNTERS
       01 WS-COUNTERS.
          05 SOURCES-SCANNED PIC 9(3) VALUE 0.
          05 SOURCES-MISSING PIC 9(3) VALUE 0.
          05 SOURCES-WITH-FINDINGS PIC 9(3) VALUE 0.
          05 TOTAL-RECORDS PIC 9(7) VALUE 0.
          05 TOTAL-FINDINGS PIC 9(7) VALUE 0.

      * DISPLAY-FORMATTED COUNTERS
       01 WS-DISP-COUNTERS.
          05 SOURCES-SCANNED-DISP PIC ZZ9.
          05 SOURCES-MISSING-DISP PIC ZZ9.
          05 SOURCES-WITH-FINDINGS-DISP PIC ZZ9.
          05 TOTAL-RECORDS-DISP PIC Z(6)9.
          05 TOTAL-FINDINGS-DISP PIC Z(6)9.

      **********************************************
      * SCAN EVERY CONFIGURED SOURCE, THEN THE XREF -> SUMMARY ->
      * BATCH STATUS.
      **********************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM SET-BST-START-TS.
           PERFORM OPEN-STATUS-LOG.
           PERFORM OPEN-REPORT-FILE.
           PERFORM SCAN-ALL-SOURCES.
           PERFORM SCAN-XREF-MASTER.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE REPORT-FILE.
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
      * OPENS THE SCAN REPORT AND WRITES ITS HEADINGS.
      **********************************************
       OPEN-REPORT-FILE.
           OPEN OUTPUT REPORT-FILE.
           IF REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING REPORT FILE: ' REPORT-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.
           MOVE 'CARD NUMBER COMPLIANCE SCAN' TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'FULL CARD NUMBERS FOUND (SHOWN MASKED)' TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.

      **********************************************
      * READS THE CONTROL CARDS AND SCANS EACH SLOT UNDER ITS
      * LABEL.
      **********************************************
       SCAN-ALL-SOURCES.
           OPEN INPUT CONTROL-FILE.
           IF CONTROL-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING CONTROL FILE: ' CONTROL-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.
           PERFORM UNTIL CTL-EOF
              READ CONTROL-FILE
                AT END
                   SET CTL-EOF TO TRUE
                NOT AT END
                   IF CONTROL-STATUS = '00'
                      AND CTL-SLOT-NO NOT = '*'
                      AND CTL-SLOT-NO NOT = SPACE
                      MOVE CTL-LABEL TO WS-CUR-LABEL
                      PERFORM START-SOURCE
                      PERFORM SCAN-ONE-SLOT
                      PERFORM REPORT-SOURCE-FOOTER
                   ELSE
                      IF CONTROL-STATUS NOT = '00'
                         DISPLAY 'ERROR READING CONTROL FILE: '
                                  CONTROL-STATUS
                         PERFORM ABEND-WITH-STATUS
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           CLOSE CONTROL-FILE.

      **********************************************
      * RESETS THE PER-SOURCE COUNTS AND HEADS THE SOURCE.
      **********************************************
       START-SOURCE.
           ADD 1 TO SOURCES-SCANNED.
           MOVE 80 TO WS-CUR-LENGTH.
           MOVE 0 TO WS-REC-COUNT.
           MOVE 0 TO WS-FIND-COUNT.
           MOVE 'N' TO WS-SC-EOF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'SOURCE ' DELIMITED BY SIZE
                  WS-CUR-LABEL DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.

      **********************************************
      * DISPATCHES THE SLOT TO ITS FILE.
      **********************************************
       SCAN-ONE-SLOT.
           EVALUATE CTL-SLOT-NO
               WHEN '1'
                 PERFORM SCAN-SLOT-1
               WHEN '2'
                 PERFORM SCAN-SLOT-2
               WHEN '3'
                 PERFORM SCAN-SLOT-3
               WHEN '4'
                 PERFORM SCAN-SLOT-4
               WHEN '5'
                 PERFORM SCAN-SLOT-5
               WHEN '6'
                 PERFORM SCAN-SLOT-6
               WHEN '7'
                 PERFORM SCAN-SLOT-7
               WHEN '8'
                 PERFORM SCAN-SLOT-8
               WHEN '9'
                 PERFORM SCAN-SLOT-9
               WHEN 'A'
                 PERFORM SCAN-SLOT-A
               WHEN 'B'
                 PERFORM SCAN-SLOT-B
               WHEN OTHER
                 DISPLAY 'ERROR: CONTROL SLOT ' CTL-SLOT-NO
                         ' IS NOT 1-9, A OR B'
                 PERFORM ABEND-WITH-STATUS
           END-EVALUATE.

      **********************************************
      * PER-SLOT SCANS. A MISSING SOURCE (05/35) IS NOTED, NOT
      * AN ERROR - NOT EVERY SOURCE EXISTS EVERY DAY.
      **********************************************
       SCAN-SLOT-1.
           OPEN INPUT SC1-FILE.
           IF SC-STATUS = '05' OR SC-STATUS = '35'
              PERFORM NOTE-SOURCE-MISSING
           ELSE
              PERFORM CHECK-SOURCE-OPEN
              PERFORM UNTIL SC-EOF
                 READ SC1-FILE
                   AT END
                      SET SC-EOF TO TRUE
                   NOT AT END
                      MOVE SC1-REC TO WS-CUR-RECORD
                      PERFORM SCAN-ONE-RECORD
                 END-READ
              END-PERFORM
              CLOSE SC1-FILE
           END-IF.

       SCAN-SLOT-2.
           OPEN INPUT SC2-FILE.
           IF SC-STATUS = '05' OR SC-STATUS = '35'
              PERFORM NOTE-SOURCE-MISSING
           ELSE
              PERFORM CHECK-SOURCE-OPEN
              PERFORM UNTIL SC-EOF
                 READ SC2-FILE
                   AT END
                      SET SC-EOF TO TRUE
                   NOT AT END
                      MOVE SC2-REC TO WS-CUR-RECORD
                      PERFORM SCAN-ONE-RECORD
                 END-READ
              END-PERFORM
              CLOSE SC2-FILE
           END-IF.

       SCAN-SLOT-3.
           OPEN INPUT SC3-FILE.
           IF SC-STATUS = '05' OR SC-STATUS = '35'
              PERFORM NOTE-SOURCE-MISSING
           ELSE
              PERFORM CHECK-SOURCE-OPEN
              PERFORM UNTIL SC-EOF
                 READ SC3-FILE
                   AT END
                      SET SC-EOF TO TRUE
                   NOT AT END
                      MOVE SC3-REC TO WS-CUR-RECORD
                      PERFORM SCAN-ONE-RECORD
                 END-READ
              END-PERFORM
              CLOSE SC3-FILE
           END-IF.

       SCAN-SLOT-4.
           OPEN INPUT SC4-FILE.
           IF SC-STATUS = '05' OR SC-STATUS = '35'
              PERFORM NOTE-SOURCE-MISSING
           ELSE
              PERFORM CHECK-SOURCE-OPEN
              PERFORM UNTIL SC-EOF
                 READ SC4-FILE
                   AT END
                      SET SC-EOF TO TRUE
                   NOT AT END
                      MOVE SC4-REC TO WS-CUR-RECORD
                      PERFORM SCAN-ONE-RECORD
                 END-READ
              END-PERFORM
              CLOSE SC4-FILE
           END-IF.

       SCAN-SLOT-5.
           OPEN INPUT SC5-FILE.
           IF SC-STATUS = '05' OR SC-STATUS = '35'
              PERFORM NOTE-SOURCE-MISSING
           ELSE
              PERFORM CHECK-SOURCE-OPEN
              PERFORM UNTIL SC-EOF
                 READ SC5-FILE
                   AT END
                      SET SC-EOF TO TRUE
                   NOT AT END
                      MOVE SC5-REC TO WS-CUR-RECORD
                      PERFORM SCAN-ONE-RECORD
                 END-READ
              END-PERFORM
              CLOSE SC5-FILE
           END-IF.

       SCAN-SLOT-6.
           OPEN INPUT SC6-FILE.
           IF SC-STATUS = '05' OR SC-STATUS = '35'
              PERFORM NOTE-SOURCE-MISSING
           ELSE
              PERFORM CHECK-SOURCE-OPEN
              PERFORM UNTIL SC-EOF
                 READ SC6-FILE
                   AT END
                      SET SC-EOF TO TRUE
                   NOT AT END
                      MOVE SC6-REC TO WS-CUR-RECORD
                      PERFORM SCAN-ONE-RECORD
                 END-READ
              END-PERFORM
              CLOSE SC6-FILE
           END-IF.

       SCAN-SLOT-7.
           OPEN INPUT SC7-FILE.
           IF SC-STATUS = '05' OR SC-STATUS = '35'
              PERFORM NOTE-SOURCE-MISSING
           ELSE
              PERFORM CHECK-SOURCE-OPEN
              PERFORM UNTIL SC-EOF
                 READ SC7-FILE
                   AT END
                      SET SC-EOF TO TRUE
                   NOT AT END
                      MOVE SC7-REC TO WS-CUR-RECORD
                      PERFORM SCAN-ONE-RECORD
                 END-READ
              END-PERFORM
              CLOSE SC7-FILE
           END-IF.

       SCAN-SLOT-8.
           OPEN INPUT SC8-FILE.
           IF SC-STATUS = '05' OR SC-STATUS = '35'
              PERFORM NOTE-SOURCE-MISSING
           ELSE
              PERFORM CHECK-SOURCE-OPEN
              PERFORM UNTIL SC-EOF
                 READ SC8-FILE
                   AT END
                      SET SC-EOF TO TRUE
                   NOT AT END
                      MOVE SC8-REC TO WS-CUR-RECORD
                      PERFORM SCAN-ONE-RECORD
                 END-READ
              END-PERFORM
              CLOSE SC8-FILE
           END-IF.

       SCAN-SLOT-9.
           OPEN INPUT SC9-FILE.
           IF SC-STATUS = '05' OR SC-STATUS = '35'
              PERFORM NOTE-SOURCE-MISSING
           ELSE
              PERFORM CHECK-SOURCE-OPEN
              PERFORM UNTIL SC-EOF
                 READ SC9-FILE
                   AT END
                      SET SC-EOF TO TRUE
                   NOT AT END
                      MOVE SC9-REC TO WS-CUR-RECORD
                      PERFORM SCAN-ONE-RECORD
                 END-READ
              END-PERFORM
              CLOSE SC9-FILE
           END-IF.

       SCAN-SLOT-A.
           MOVE 120 TO WS-CUR-LENGTH.
           OPEN INPUT SCA-FILE.
           IF SC-STATUS = '05' OR SC-STATUS = '35'
              PERFORM NOTE-SOURCE-MISSING
           ELSE
              PERFORM CHECK-SOURCE-OPEN
              PERFORM UNTIL SC-EOF
                 READ SCA-FILE
                   AT END
                      SET SC-EOF TO TRUE
                   NOT AT END
                      MOVE SCA-REC TO WS-CUR-RECORD
                      PERFORM SCAN-ONE-RECORD
                 END-READ
              END-PERFORM
              CLOSE SCA-FILE
           END-IF.

       SCAN-SLOT-B.
           MOVE 150 TO WS-CUR-LENGTH.
           OPEN INPUT SCB-FILE.
           IF SC-STATUS = '05' OR SC-STATUS = '35'
              PERFORM NOTE-SOURCE-MISSING
           ELSE
              PERFORM CHECK-SOURCE-OPEN
              PERFORM UNTIL SC-EOF
                 READ SCB-FILE
                   AT END
                      SET SC-EOF TO TRUE
                   NOT AT END
                      MOVE SCB-REC TO WS-CUR-RECORD
                      PERFORM SCAN-ONE-RECORD
                 END-READ
              END-PERFORM
              CLOSE SCB-FILE
           END-IF.

      **********************************************
      * ANY OPEN STATUS OTHER THAN 00 (OR THE MISSING 05/35
      * ALREADY HANDLED) MEANS THE SOURCE CANNOT BE VOUCHED FOR.
      **********************************************
       CHECK-SOURCE-OPEN.
           IF SC-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING SOURCE ' WS-CUR-LABEL ': '
                       SC-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * THE XREF IS SCANNED ON EVERY RUN, WHATEVER THE CONTROL
      * CARDS SAY: IT LEAVES THE CARD SUBSYSTEM, SO ITS CARD SLOT
      * MUST HOLD TOKENS ONLY.
      **********************************************
       SCAN-XREF-MASTER.
           MOVE 'CUST.XREF.MASTER' TO WS-CUR-LABEL.
           PERFORM START-SOURCE.
           OPEN INPUT XREF-MASTER.
           IF XREF-STATUS = '05' OR XREF-STATUS = '35'
              PERFORM NOTE-SOURCE-MISSING
           ELSE
              IF XREF-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING XREF MASTER: ' XREF-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
              PERFORM UNTIL SC-EOF
                 READ XREF-MASTER NEXT RECORD
                   AT END
                      SET SC-EOF TO TRUE
                   NOT AT END
                      MOVE XREF-MASTER-REC TO WS-CUR-RECORD
                      PERFORM SCAN-ONE-RECORD
                 END-READ
              END-PERFORM
              CLOSE XREF-MASTER
           END-IF.
           PERFORM REPORT-SOURCE-FOOTER.

      **********************************************
      * ONE RECORD: CRDMSK11 LOOKS FOR CARD NUMBERS WITHOUT
      * CHANGING IT, OVER THE SOURCE'S RECORD LENGTH. A FINDING
      * IS LISTED WITH ITS RECORD NUMBER, THE COLUMN OF THE FIRST
      * CARD NUMBER, HOW MANY THE RECORD HOLDS AND THE FIRST ONE
      * MASKED.
      **********************************************
       SCAN-ONE-RECORD.
           ADD 1 TO WS-REC-COUNT.
           ADD 1 TO TOTAL-RECORDS.
           MOVE 'F' TO CM-FUNCTION.
           MOVE WS-CUR-LENGTH TO CM-LINE-LENGTH.
           MOVE WS-CUR-RECORD TO CM-LINE.
           CALL 'CRDMSK11' USING WS-CARDMSK-REQUEST END-CALL.
           IF CM-PAN-COUNT > 0
              ADD 1 TO WS-FIND-COUNT
              ADD 1 TO TOTAL-FINDINGS
              IF WS-FIND-COUNT NOT > WS-MAX-DETAIL
                 MOVE WS-REC-COUNT TO WS-REC-DISP
                 MOVE CM-FIRST-POSITION TO WS-COL-DISP
                 MOVE CM-PAN-COUNT TO WS-PAN-DISP
                 MOVE SPACES TO WS-REPORT-LINE
                 STRING '  RECORD ' DELIMITED BY SIZE
                        WS-REC-DISP DELIMITED BY SIZE
                        '  COLUMN ' DELIMITED BY SIZE
                        WS-COL-DISP DELIMITED BY SIZE
                        '  CARDS ' DELIMITED BY SIZE
                        WS-PAN-DISP DELIMITED BY SIZE
                        '  ' DELIMITED BY SIZE
                        CM-FIRST-MASKED DELIMITED BY SIZE
                        INTO WS-REPORT-LINE
                 END-STRING
                 MOVE WS-REPORT-LINE TO REPORT-REC
                 PERFORM WRITE-REPORT-LINE
              END-IF
           END-IF.

      **********************************************
      * THE SOURCE'S FOOTER: RECORDS READ AND FINDINGS, AND HOW
      * MANY FINDINGS WERE COUNTED BUT NOT LISTED.
      **********************************************
       REPORT-SOURCE-FOOTER.
           IF WS-FIND-COUNT > 0
              ADD 1 TO SOURCES-WITH-FINDINGS
           END-IF.
           IF WS-FIND-COUNT > WS-MAX-DETAIL
              COMPUTE WS-FIND-DISP = WS-FIND-COUNT - WS-MAX-DETAIL
              MOVE SPACES TO WS-REPORT-LINE
              STRING '  ... ' DELIMITED BY SIZE
                     FUNCTION TRIM(WS-FIND-DISP) DELIMITED BY SIZE
                     ' MORE FINDINGS NOT LISTED' DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
              END-STRING
              MOVE WS-REPORT-LINE TO REPORT-REC
              PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE WS-REC-COUNT TO WS-REC-DISP.
           MOVE WS-FIND-COUNT TO WS-FIND-DISP.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  (' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REC-DISP) DELIMITED BY SIZE
                  ' RECORDS, ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FIND-DISP) DELIMITED BY SIZE
                  ' WITH A FULL CARD NUMBER)' DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.

      **********************************************
      * NOTES A SOURCE WHOSE DATASET IS NOT THERE TODAY.
      **********************************************
       NOTE-SOURCE-MISSING.
           ADD 1 TO SOURCES-MISSING.
           MOVE '  (SOURCE NOT PRESENT)' TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.

      **********************************************
      * THE REPORT'S CLOSING VERDICT.
      **********************************************
       WRITE-REPORT-TOTALS.
           MOVE TOTAL-FINDINGS TO TOTAL-FINDINGS-DISP.
           MOVE SPACES TO WS-REPORT-LINE.
           IF TOTAL-FINDINGS = 0
              MOVE 'SCAN CLEAN: NO FULL CARD NUMBERS FOUND'
                   TO WS-REPORT-LINE
           ELSE
              STRING 'SCAN FAILED: ' DELIMITED BY SIZE
                     FUNCTION TRIM(TOTAL-FINDINGS-DISP)
                             DELIMITED BY SIZE
                     ' RECORDS HOLD A FULL CARD NUMBER'
                             DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
              END-STRING
           END-IF.
           MOVE WS-REPORT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.

      **********************************************
      * WRITES WHATEVER LINE IS CURRENTLY IN REPORT-REC.
      **********************************************
       WRITE-REPORT-LINE.
           WRITE REPORT-REC.
           IF REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING REPORT FILE: ' REPORT-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.
           MOVE SPACES TO REPORT-REC.

      **********************************************
      * APPENDS ONE RECORD TO THE CONSOLIDATED END-OF-NIGHT BATCH
      * STATUS LOG AND CLOSES IT. ANY FINDING IS A WARNING - THE
      * OUTPUTS ARE ALREADY WRITTEN, SO THE NIGHT GOES ON, BUT IT
      * MUST NOT GO UNNOTICED.
      **********************************************
       WRITE-BATCH-STATUS.
           MOVE SPACES TO STATUS-LOG-REC.
           MOVE 'PANSCN11' TO BST-PROGRAM-ID.
           PERFORM GET-BST-TIMESTAMP.
           MOVE WS-BST-START-TS TO BST-START-TS.
           MOVE WS-BST-TS-BUILT TO BST-END-TS.
           MOVE TOTAL-RECORDS TO BST-RECORDS-IN.
           MOVE SOURCES-SCANNED TO BST-RECORDS-OUT.
           MOVE TOTAL-FINDINGS TO BST-RECORDS-REJECTED.
           IF ABEND-IN-PROGRESS
              MOVE 'FAILED' TO BST-STATUS
              MOVE 'JOB ABENDED - SEE SYSOUT FOR DETAIL' TO BST-MESSAGE
           ELSE
              IF TOTAL-FINDINGS > 0
                 MOVE 'WARNING' TO BST-STATUS
                 MOVE 'FULL CARD NUMBERS FOUND - SEE REPORT' TO
                      BST-MESSAGE
              ELSE
                 MOVE 'COMPLETE' TO BST-STATUS
                 MOVE 'NO FULL CARD NUMBERS FOUND' TO BST-MESSAGE
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
           MOVE SOURCES-SCANNED TO SOURCES-SCANNED-DISP.
           MOVE SOURCES-MISSING TO SOURCES-MISSING-DISP.
           MOVE SOURCES-WITH-FINDINGS TO SOURCES-WITH-FINDINGS-DISP.
           MOVE TOTAL-RECORDS TO TOTAL-RECORDS-DISP.
           MOVE TOTAL-FINDINGS TO TOTAL-FINDINGS-DISP.

           DISPLAY '========================================'.
           DISPLAY 'CARD NUMBER COMPLIANCE SCAN SUMMARY'.
           DISPLAY '========================================'.
           DISPLAY 'SOURCES SCANNED:    ' SOURCES-SCANNED-DISP.
           DISPLAY 'SOURCES NOT PRESENT:' SOURCES-MISSING-DISP.
           DISPLAY 'SOURCES WITH FINDS: ' SOURCES-WITH-FINDINGS-DISP.
           DISPLAY 'RECORDS SCANNED:    ' TOTAL-RECORDS-DISP.
           DISPLAY 'RECORDS WITH CARDS: ' TOTAL-FINDINGS-DISP.
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
