      ******************************************************************
      * COMMISSION INQUIRY AND DISPUTE MAINTENANCE                     *
      *                                                                *
      * PURPOSE:                                                       *
      * A REP WHO QUESTIONS A LINE OF THEIR COMMISSION STATEMENT USED  *
      * TO RAISE IT BY E-MAIL, AND A CORRECTION WAS RE-KEYED AS A      *
      * SALE WITH NOTHING TYING IT BACK TO THE LINE IN DISPUTE. THIS   *
      * JOB KEEPS THE COMMISSION INQUIRY MASTER (COPYBOOK CMINQ): IT   *
      * LOGS NEW INQUIRIES AGAINST A STATEMENT DETAIL LINE (EMPLOYEE + *
      * ORDER REFERENCE FROM JOBSUB22'S DTLDD), MOVES THEM THROUGH     *
      * REVIEW TO UPHELD OR REJECTED, SENDS AN UPHELD INQUIRY'S        *
      * CORRECTION TO JOBSUB22 AS A TRANS-TYPE 'J' ADJUSTMENT THAT     *
      * REFERENCES THE ORIGINAL LINE, AND PRINTS AN AGING REPORT OF    *
      * EVERY INQUIRY STILL UNRESOLVED.                                *
      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   LOAD THE MASTER (INQDD) AND THE TRANSACTION CARDS (INQTDD).  *
      *   NEW-INQUIRY CARDS ARE MATCHED IN ONE PASS OF THE STATEMENT   *
      *   DETAIL, CAPTURING THE LINE'S REGION, CURRENCY AND COMMISSION.*
      *   THEN, CARD BY CARD, IN CARD ORDER:                           *
      *   'N' OPEN:    NEEDS A MATCHING STATEMENT LINE AND NO INQUIRY  *
      *     ALREADY UNRESOLVED ON IT. NEXT INQUIRY NUMBER, STATE 'O'.  *
      *   'V' REVIEW:  'O' -> 'V'.                                     *
      *   'U' UPHOLD:  'O'/'V' -> 'U'. A NON-ZERO CORRECTION GOES OUT  *
      *     ON ADJDD FOR JOBSUB22'S NEXT RUN, ONCE.                    *
      *   'R' REJECT:  'O'/'V' -> 'R'.                                 *
      *   ANY OTHER CARD, OR A TRANSITION THE STATE DOES NOT ALLOW, IS *
      *   REFUSED ON THE REGISTER AND CHANGES NOTHING. THE UPDATED     *
      *   MASTER IS WRITTEN TO NEWINQDD (ROLLED OVER INQDD BY THE JCL) *
      *   AND THE UNRESOLVED INQUIRIES ARE AGED 0-30, 31-60, 61-90 AND *
      *   OVER 90 DAYS FROM THE DATE THEY OPENED.                      *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/10/15                                               *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  INQDD (COMM.INQUIRY) - INQUIRY MASTER, OPTIONAL        *
      * INPUT:  INQTDD (COMM.INQUIRY.TRANS) - TRANSACTION CARDS        *
      * INPUT:  DTLDD (COMM.STMT.DETAIL) - JOBSUB22 STATEMENT DETAIL   *
      * OUTPUT: NEWINQDD (COMM.INQUIRY.NEW) - UPDATED INQUIRY MASTER   *
      * OUTPUT: ADJDD (COMM.INQUIRY.ADJ) - UPHELD-INQUIRY ADJUSTMENTS  *
      *         IN INDD'S SALES LAYOUT, APPENDED (OPENED EXTEND)       *
      * OUTPUT: REGDD (COMM.INQUIRY.REG) - ONE LINE PER CARD           *
      * OUTPUT: AGEDD (COMM.INQUIRY.AGING) - UNRESOLVED AGING REPORT   *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. INQMNT22.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INQUIRY-FILE ASSIGN TO INQDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS INQUIRY-FILE-STATUS.

           SELECT INQ-TRANS-FILE ASSIGN TO INQTDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS INQ-TRANS-STATUS.

           SELECT STMT-DETAIL-FILE ASSIGN TO DTLDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS STMT-DETAIL-STATUS.

           SELECT NEW-INQUIRY-FILE ASSIGN TO NEWINQDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS NEW-INQUIRY-STATUS.

           SELECT ADJUSTMENT-FILE ASSIGN TO ADJDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS ADJUSTMENT-STATUS.

           SELECT REGISTER-FILE ASSIGN TO REGDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS REGISTER-STATUS.

           SELECT AGING-FILE ASSIGN TO AGEDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS AGING-STATUS.

           SELECT STATUS-LOG ASSIGN TO STATLOG
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS STATUS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INQUIRY-FILE RECORDING MODE IS F.
       01 INQUIRY-REC PIC X(80).

      * ONE CARD PER ACTION. ITX-INQ-ID IS BLANK ON A NEW-INQUIRY
      * CARD (THE NUMBER IS ASSIGNED HERE); ITX-SALE-DATE IS
      * OPTIONAL AND ONLY NEEDED WHEN THE SAME ORDER HAS MORE THAN
      * ONE LINE ON THE STATEMENT. ITX-ADJ-SIGN '-' ON AN UPHOLD
      * CARD TAKES COMMISSION BACK INSTEAD OF PAYING IT.
       FD INQ-TRANS-FILE RECORDING MODE IS F.
       01 INQ-TRANS-REC.
          05 ITX-ACTION PIC X(1).
          05 FILLER PIC X(1).
          05 ITX-INQ-ID PIC X(6).
          05 FILLER PIC X(1).
          05 ITX-EMP-ID PIC X(5).
          05 FILLER PIC X(1).
          05 ITX-ORDER-ID PIC X(6).
          05 FILLER PIC X(1).
          05 ITX-SALE-DATE PIC X(8).
          05 FILLER PIC X(1).
          05 ITX-ADJ-SIGN PIC X(1).
          05 ITX-ADJ-AMT PIC 9(5)V99.
          05 FILLER PIC X(1).
          05 ITX-NOTE PIC X(30).
          05 FILLER PIC X(10).

      * JOBSUB22'S STATEMENT DETAIL RECORD (SEE JOBSUB22).
       FD STMT-DETAIL-FILE RECORDING MODE IS F.
       01 STMT-DETAIL-REC.
          05 DTL-EMP-ID PIC X(5).
          05 DTL-REGION PIC X(2).
          05 DTL-TRANS-TYPE PIC X(1).
          05 DTL-PRICING.
             10 DTL-VOL-TIER PIC X(1).
             10 DTL-SALES-AMT PIC 9(6)V99.
             10 DTL-BASE-PCT PIC V999.
          05 DTL-SPIFF-VIEW REDEFINES DTL-PRICING.
             10 DTL-SPIFF-PROD PIC X(5).
             10 DTL-SPIFF-QTY PIC 9(5).
             10 FILLER PIC X(2).
          05 DTL-COMMISSION PIC S9(5)V99.
          05 DTL-TAX PIC S9(5)V99.
          05 DTL-NET PIC S9(5)V99.
          05 DTL-YTD-BEFORE PIC S9(7)V99.
          05 DTL-YTD-AFTER PIC S9(7)V99.
          05 DTL-CURRENCY PIC X(3).
          05 DTL-REC-KIND PIC X(1).
          05 DTL-SALES-REF PIC X(6).
          05 DTL-SALE-DATE PIC X(8).
          05 FILLER PIC X(3).

       FD NEW-INQUIRY-FILE RECORDING MODE IS F.
       01 NEW-INQUIRY-REC PIC X(80).

      * UPHELD-INQUIRY ADJUSTMENTS IN JOBSUB22'S INDD SALES LAYOUT
      * (SEE JOBSUB22), TRANS-TYPE 'J'.
       FD ADJUSTMENT-FILE RECORDING MODE IS F.
       01 ADJUSTMENT-REC.
          05 ADJ-EMP-ID PIC X(5).
          05 ADJ-REGION PIC X(2).
          05 ADJ-SALES-AMT PIC 9(6)V99.
          05 ADJ-TRANS-TYPE PIC X(1).
          05 ADJ-CURRENCY PIC X(3).
          05 ADJ-SALES-REF PIC X(6).
          05 ADJ-SALE-DATE PIC 9(8).
          05 ADJ-INVOICE-REF PIC X(7).
          05 ADJ-SIGN PIC X(1).
          05 ADJ-INQ-ID PIC 9(6).
          05 FILLER PIC X(33).

       FD REGISTER-FILE RECORDING MODE IS F.
       01 REGISTER-REC PIC X(80).

       FD AGING-FILE RECORDING MODE IS F.
       01 AGING-REC PIC X(80).

       FD STATUS-LOG RECORDING MODE IS F.
       01 STATUS-LOG-REC.
           COPY BATSTAT.

       WORKING-STORAGE SECTION.

      * FILE STATUS VARIABLES
       01 F-STATUS.
          05 INQUIRY-FILE-STATUS PIC X(2).
          05 INQ-TRANS-STATUS PIC X(2).
          05 STMT-DETAIL-STATUS PIC X(2).
          05 NEW-INQUIRY-STATUS PIC X(2).
          05 ADJUSTMENT-STATUS PIC X(2).
          05 REGISTER-STATUS PIC X(2).
          05 AGING-STATUS PIC X(2).
          05 STATUS-LOG-STATUS PIC X(2).

      * CONTROL FLAGS
       01 WS-FLAGS.
          05 WS-INQ-EOF PIC X(1) VALUE 'N'.
             88 INQ-EOF VALUE 'Y'.
          05 WS-TRANS-EOF PIC X(1) VALUE 'N'.
             88 TRANS-EOF VALUE 'Y'.
          05 WS-DTL-EOF PIC X(1) VALUE 'N'.
             88 DTL-EOF VALUE 'Y'.
          05 WS-INQ-FOUND PIC X(1) VALUE 'N'.
             88 INQUIRY-FOUND VALUE 'Y'.
          05 WS-DUP-FOUND PIC X(1) VALUE 'N'.
             88 DUPLICATE-FOUND VALUE 'Y'.

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

      * PROCESSING-DATE LOOKUP REQUEST AREA - SEE COPYBOOK CYCDATE
      * AND SUBPROGRAM CYCDAT40.
           COPY CYCDATE.

      * THIS RUN'S PROCESSING DATE (YYYYMMDD, FROM CYCDAT40): THE
      * DATE STAMPED ON EVERY STATE CHANGE AND THE AGING BASE.
       01 WS-RUN-DATE PIC X(8).

      * ONE INQUIRY MASTER RECORD, READ INTO AND WRITTEN FROM HERE.
       01 WS-INQ-WORK.
           COPY CMINQ.

      * THE INQUIRY MASTER, LOADED WHOLE, UPDATED IN PLACE AND
      * WRITTEN BACK OUT IN INQ-ID ORDER.
       01 INQ-TABLE-COUNT PIC 9(4) VALUE 0.
       01 WS-LAST-INQ-ID PIC 9(6) VALUE 0.
       01 INQ-TABLE.
          05 INQ-ENTRY OCCURS 3000 TIMES INDEXED BY IQ-IDX.
             10 IQ-ID PIC 9(6).
             10 IQ-EMP-ID PIC X(5).
             10 IQ-ORDER-ID PIC X(6).
             10 IQ-SALE-DATE PIC X(8).
             10 IQ-REGION PIC X(2).
             10 IQ-CURRENCY PIC X(3).
             10 IQ-ORIG-COMM PIC S9(5)V99.
             10 IQ-STATE PIC X(1).
             10 IQ-OPENED-DATE PIC X(8).
             10 IQ-STATE-DATE PIC X(8).
             10 IQ-ADJ-AMT PIC S9(5)V99.
             10 IQ-ADJ-SENT PIC X(1).

      * TRANSACTION CARDS, LOADED WHOLE SO THE NEW-INQUIRY CARDS
      * CAN BE MATCHED IN A SINGLE PASS OF THE STATEMENT DETAIL.
      * TX-LINE-FOUND AND THE CAPTURED LINE FIELDS ARE FILLED BY
      * THAT PASS.
       01 TX-TABLE-COUNT PIC 9(3) VALUE 0.
       01 TX-NEW-COUNT PIC 9(3) VALUE 0.
       01 TX-TABLE.
          05 TX-ENTRY OCCURS 500 TIMES INDEXED BY TX-IDX.
             10 TX-ACTION PIC X(1).
             10 TX-INQ-ID PIC X(6).
             10 TX-EMP-ID PIC X(5).
             10 TX-ORDER-ID PIC X(6).
             10 TX-SALE-DATE PIC X(8).
             10 TX-ADJ-SIGN PIC X(1).
             10 TX-ADJ-AMT PIC 9(5)V99.
             10 TX-NOTE PIC X(30).
             10 TX-LINE-FOUND PIC X(1).
             10 TX-LINE-REGION PIC X(2).
             10 TX-LINE-CURRENCY PIC X(3).
             10 TX-LINE-COMM PIC S9(5)V99.
             10 TX-LINE-DATE PIC X(8).

      * THE CARD'S INQUIRY NUMBER AS A NUMBER, FOR THE LOOKUP.
       01 WS-FIND-INQ-ID PIC 9(6).

      * AGING WORK FIELDS AND BUCKET COUNTS
       01 WS-AGE-RUN-NUM PIC 9(8).
       01 WS-AGE-OPEN-NUM PIC 9(8).
       01 WS-AGE-DAYS PIC S9(5).
       01 WS-AGE-BUCKETS.
          05 WS-AGE-0-30 PIC 9(5) VALUE 0.
          05 WS-AGE-31-60 PIC 9(5) VALUE 0.
          05 WS-AGE-61-90 PIC 9(5) VALUE 0.
          05 WS-AGE-OVER-90 PIC 9(5) VALUE 0.
          05 WS-AGE-TOTAL PIC 9(5) VALUE 0.
       01 WS-BUCKET-DESC PIC X(10).
       01 WS-STATE-DESC PIC X(12).

      * REGISTER AND REPORT LINE BUILD FIELDS
       01 WS-REG-LINE PIC X(80).
       01 WS-AGE-LINE PIC X(80).
       01 WS-REFUSE-REASON PIC X(40).
       01 WS-AMT-DISP PIC -Z(4)9.99.
       01 WS-DAYS-DISP PIC -Z(4)9.
       01 WS-CNT-DISP PIC Z(4)9.

      * STATISTICS COUNTERS
       01 WS-COUNTERS.
          05 CARDS-READ PIC 9(5) VALUE 0.
          05 INQUIRIES-OPENED PIC 9(5) VALUE 0.
          05 INQUIRIES-REVIEWED PIC 9(5) VALUE 0.
          05 INQUIRIES-UPHELD PIC 9(5) VALUE 0.
          05 INQUIRIES-REJECTED PIC 9(5) VALUE 0.
          05 ADJUSTMENTS-WRITTEN PIC 9(5) VALUE 0.
          05 CARDS-REFUSED PIC 9(5) VALUE 0.

      **********************************************
      * LOADS THE MASTER AND THE CARDS, MATCHES NEW INQUIRIES TO
      * THEIR STATEMENT LINES, APPLIES THE CARDS, WRITES THE NEW
      * MASTER AND THE AGING REPORT, WRITES BATCH STATUS AND
      * DISPLAYS THE SUMMARY.
      **********************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM SET-BST-START-TS.
           MOVE 'INQMNT22' TO CD-JOB-NAME.
           CALL 'CYCDAT40' USING WS-CYCDATE-REQUEST END-CALL.
           MOVE CD-CYCLE-DATE TO WS-RUN-DATE.
           PERFORM OPEN-STATUS-LOG.
           PERFORM LOAD-INQUIRY-MASTER.
           PERFORM LOAD-TRANSACTION-CARDS.
           IF TX-NEW-COUNT > 0
              PERFORM MATCH-STATEMENT-LINES
           END-IF.
           PERFORM OPEN-OUTPUT-FILES.
           PERFORM VARYING TX-IDX FROM 1 BY 1
                   UNTIL TX-IDX > TX-TABLE-COUNT
              PERFORM APPLY-ONE-CARD
           END-PERFORM.
           PERFORM WRITE-NEW-MASTER.
           PERFORM WRITE-AGING-REPORT.
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
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      **********************************************
      * LOADS THE INQUIRY MASTER AND NOTES THE HIGHEST INQUIRY
      * NUMBER ISSUED. NO MASTER YET (05/35) IS THE FIRST RUN.
      **********************************************
       LOAD-INQUIRY-MASTER.
           OPEN INPUT INQUIRY-FILE.
           IF INQUIRY-FILE-STATUS = '05' OR INQUIRY-FILE-STATUS = '35'
              DISPLAY 'NO INQUIRY MASTER - STARTING A NEW ONE'
           ELSE
              IF INQUIRY-FILE-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING INQUIRY MASTER: '
                          INQUIRY-FILE-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
              PERFORM UNTIL INQ-EOF
                 READ INQUIRY-FILE INTO WS-INQ-WORK
                   AT END
                      SET INQ-EOF TO TRUE
                   NOT AT END
                      IF INQUIRY-FILE-STATUS NOT = '00'
                         DISPLAY 'ERROR READING INQUIRY MASTER: '
                                  INQUIRY-FILE-STATUS
                         PERFORM ABEND-WITH-STATUS
                      END-IF
                      IF INQ-TABLE-COUNT >= 3000
                         DISPLAY 'ERROR: INQUIRY TABLE FULL '
                                 '(3000 MAX)'
                         PERFORM ABEND-WITH-STATUS
                      END-IF
                      ADD 1 TO INQ-TABLE-COUNT
                      SET IQ-IDX TO INQ-TABLE-COUNT
                      MOVE INQ-ID TO IQ-ID(IQ-IDX)
                      MOVE INQ-EMP-ID TO IQ-EMP-ID(IQ-IDX)
                      MOVE INQ-ORDER-ID TO IQ-ORDER-ID(IQ-IDX)
                      MOVE INQ-SALE-DATE TO IQ-SALE-DATE(IQ-IDX)
                      MOVE INQ-REGION TO IQ-REGION(IQ-IDX)
                      MOVE INQ-CURRENCY TO IQ-CURRENCY(IQ-IDX)
                      MOVE INQ-ORIG-COMM TO IQ-ORIG-COMM(IQ-IDX)
                      MOVE INQ-STATE TO IQ-STATE(IQ-IDX)
                      MOVE INQ-OPENED-DATE TO IQ-OPENED-DATE(IQ-IDX)
                      MOVE INQ-STATE-DATE TO IQ-STATE-DATE(IQ-IDX)
                      MOVE INQ-ADJ-AMT TO IQ-ADJ-AMT(IQ-IDX)
                      MOVE INQ-ADJ-SENT TO IQ-ADJ-SENT(IQ-IDX)
                      IF INQ-ID > WS-LAST-INQ-ID
                         MOVE INQ-ID TO WS-LAST-INQ-ID
                      END-IF
                 END-READ
              END-PERFORM
              CLOSE INQUIRY-FILE
           END-IF.

      **********************************************
      * LOADS THE TRANSACTION CARDS. BLANK CARDS AND '*' COMMENT
      * CARDS ARE SKIPPED. NO CARDS (05/35) STILL REWRITES THE
      * MASTER AND PRINTS THE AGING REPORT.
      **********************************************
       LOAD-TRANSACTION-CARDS.
           OPEN INPUT INQ-TRANS-FILE.
           IF INQ-TRANS-STATUS = '05' OR INQ-TRANS-STATUS = '35'
              DISPLAY 'NO INQUIRY TRANSACTIONS - AGING REPORT ONLY'
           ELSE
              IF INQ-TRANS-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING INQUIRY TRANSACTIONS: '
                          INQ-TRANS-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
              PERFORM UNTIL TRANS-EOF
                 READ INQ-TRANS-FILE
                   AT END
                      SET TRANS-EOF TO TRUE
                   NOT AT END
                      IF INQ-TRANS-STATUS NOT = '00'
                         DISPLAY 'ERROR READING INQUIRY TRANSACTIONS: '
                                  INQ-TRANS-STATUS
                         PERFORM ABEND-WITH-STATUS
                      END-IF
                      IF ITX-ACTION NOT = SPACE
                         AND ITX-ACTION NOT = '*'
                         PERFORM STORE-ONE-CARD
                      END-IF
                 END-READ
              END-PERFORM
              CLOSE INQ-TRANS-FILE
           END-IF.

      **********************************************
      * ADDS THE CARD JUST READ TO THE TRANSACTION TABLE.
      **********************************************
       STORE-ONE-CARD.
           IF TX-TABLE-COUNT >= 500
              DISPLAY 'ERROR: INQUIRY TRANSACTION TABLE FULL '
                      '(500 MAX)'
              PERFORM ABEND-WITH-STATUS
           END-IF.
           ADD 1 TO CARDS-READ.
           ADD 1 TO TX-TABLE-COUNT.
           SET TX-IDX TO TX-TABLE-COUNT.
           MOVE ITX-ACTION TO TX-ACTION(TX-IDX).
           MOVE ITX-INQ-ID TO TX-INQ-ID(TX-IDX).
           MOVE ITX-EMP-ID TO TX-EMP-ID(TX-IDX).
           MOVE ITX-ORDER-ID TO TX-ORDER-ID(TX-IDX).
           MOVE ITX-SALE-DATE TO TX-SALE-DATE(TX-IDX).
           MOVE ITX-ADJ-SIGN TO TX-ADJ-SIGN(TX-IDX).
           IF ITX-ADJ-AMT NUMERIC
              MOVE ITX-ADJ-AMT TO TX-ADJ-AMT(TX-IDX)
           ELSE
              MOVE 0 TO TX-ADJ-AMT(TX-IDX)
           END-IF.
           MOVE ITX-NOTE TO TX-NOTE(TX-IDX).
           MOVE 'N' TO TX-LINE-FOUND(TX-IDX).
           MOVE SPACES TO TX-LINE-REGION(TX-IDX).
           MOVE SPACES TO TX-LINE-CURRENCY(TX-IDX).
           MOVE 0 TO TX-LINE-COMM(TX-IDX).
           MOVE SPACES TO TX-LINE-DATE(TX-IDX).
           IF ITX-ACTION = 'N'
              ADD 1 TO TX-NEW-COUNT
           END-IF.

      **********************************************
      * ONE PASS OF THE STATEMENT DETAIL: EACH NEW-INQUIRY CARD
      * TAKES THE FIRST LINE FOR ITS EMPLOYEE AND ORDER (AND SALE
      * DATE, WHEN THE CARD GIVES ONE). LINES WITH NO ORDER
      * REFERENCE (DRAW MOVEMENTS, ACCRUED POSITIONS) CANNOT BE
      * DISPUTED BY ORDER, AND AN ORDER'S KIND 'S' SPIFF LINES
      * ARE PASSED OVER SO THE CARD LANDS ON ITS COMMISSION LINE.
      * NO DETAIL FILE LEAVES EVERY NEW CARD UNMATCHED, AND EACH
      * IS REFUSED.
      **********************************************
       MATCH-STATEMENT-LINES.
           OPEN INPUT STMT-DETAIL-FILE.
           IF STMT-DETAIL-STATUS = '05' OR STMT-DETAIL-STATUS = '35'
              DISPLAY 'WARNING: NO STATEMENT DETAIL - NEW INQUIRIES '
                      'CANNOT BE MATCHED'
              SET DTL-EOF TO TRUE
           ELSE
              IF STMT-DETAIL-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING STATEMENT DETAIL: '
                          STMT-DETAIL-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
           END-IF.
           PERFORM UNTIL DTL-EOF
              READ STMT-DETAIL-FILE
                AT END
                   SET DTL-EOF TO TRUE
                NOT AT END
                   IF STMT-DETAIL-STATUS NOT = '00'
                      DISPLAY 'ERROR READING STATEMENT DETAIL: '
                               STMT-DETAIL-STATUS
                      PERFORM ABEND-WITH-STATUS
                   END-IF
                   IF DTL-SALES-REF NOT = SPACES
                      AND DTL-REC-KIND NOT = 'S'
                      PERFORM MATCH-ONE-DETAIL-LINE
                   END-IF
              END-READ
           END-PERFORM.
           IF STMT-DETAIL-STATUS NOT = '05'
              AND STMT-DETAIL-STATUS NOT = '35'
              CLOSE STMT-DETAIL-FILE
           END-IF.

      **********************************************
      * OFFERS THE DETAIL LINE JUST READ TO EVERY NEW-INQUIRY CARD
      * NOT YET MATCHED.
      **********************************************
       MATCH-ONE-DETAIL-LINE.
           PERFORM VARYING TX-IDX FROM 1 BY 1
                   UNTIL TX-IDX > TX-TABLE-COUNT
              IF TX-ACTION(TX-IDX) = 'N'
                 AND TX-LINE-FOUND(TX-IDX) = 'N'
                 AND TX-EMP-ID(TX-IDX) = DTL-EMP-ID
                 AND TX-ORDER-ID(TX-IDX) = DTL-SALES-REF
                 AND (TX-SALE-DATE(TX-IDX) = SPACES
                      OR TX-SALE-DATE(TX-IDX) = DTL-SALE-DATE)
                 MOVE 'Y' TO TX-LINE-FOUND(TX-IDX)
                 MOVE DTL-REGION TO TX-LINE-REGION(TX-IDX)
                 MOVE DTL-CURRENCY TO TX-LINE-CURRENCY(TX-IDX)
                 MOVE DTL-COMMISSION TO TX-LINE-COMM(TX-IDX)
                 MOVE DTL-SALE-DATE TO TX-LINE-DATE(TX-IDX)
              END-IF
           END-PERFORM.

      **********************************************
      * OPENS THE OUTPUT FILES. THE ADJUSTMENT FILE IS OPENED
      * EXTEND SO ADJUSTMENTS FROM SEVERAL MAINTENANCE RUNS WAIT
      * TOGETHER FOR JOBSUB22 (WHOSE JCL EMPTIES IT ONCE PAID);
      * IT IS CREATED THE FIRST TIME (05/35).
      **********************************************
       OPEN-OUTPUT-FILES.
           OPEN OUTPUT NEW-INQUIRY-FILE.
           IF NEW-INQUIRY-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING NEW INQUIRY MASTER: '
                       NEW-INQUIRY-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN EXTEND ADJUSTMENT-FILE.
           IF ADJUSTMENT-STATUS = '05' OR ADJUSTMENT-STATUS = '35'
              OPEN OUTPUT ADJUSTMENT-FILE
           END-IF.
           IF ADJUSTMENT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING ADJUSTMENT FILE: '
                       ADJUSTMENT-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN OUTPUT REGISTER-FILE.
           IF REGISTER-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING INQUIRY REGISTER: '
                       REGISTER-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN OUTPUT AGING-FILE.
           IF AGING-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING AGING REPORT: ' AGING-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * ROUTES ONE CARD BY ITS ACTION CODE.
      **********************************************
       APPLY-ONE-CARD.
           EVALUATE TX-ACTION(TX-IDX)
               WHEN 'N'
                 PERFORM OPEN-NEW-INQUIRY
               WHEN 'V'
                 PERFORM START-INQUIRY-REVIEW
               WHEN 'U'
                 PERFORM UPHOLD-INQUIRY
               WHEN 'R'
                 PERFORM REJECT-INQUIRY
               WHEN OTHER
                 MOVE 'INVALID ACTION CODE' TO WS-REFUSE-REASON
                 PERFORM REFUSE-CARD
           END-EVALUATE.

      **********************************************
      * 'N': LOGS A NEW INQUIRY AGAINST THE MATCHED STATEMENT LINE
      * UNDER THE NEXT INQUIRY NUMBER, UNLESS AN UNRESOLVED ONE
      * IS ALREADY OPEN ON THE SAME EMPLOYEE AND ORDER.
      **********************************************
       OPEN-NEW-INQUIRY.
           IF TX-LINE-FOUND(TX-IDX) NOT = 'Y'
              MOVE 'NO STATEMENT LINE FOR EMPLOYEE/ORDER'
                   TO WS-REFUSE-REASON
              PERFORM REFUSE-CARD
           ELSE
              PERFORM FIND-DUPLICATE-INQUIRY
              IF DUPLICATE-FOUND
                 MOVE 'INQUIRY ALREADY OPEN ON THIS ORDER'
                      TO WS-REFUSE-REASON
                 PERFORM REFUSE-CARD
              ELSE
                 IF INQ-TABLE-COUNT >= 3000
                    DISPLAY 'ERROR: INQUIRY TABLE FULL (3000 MAX)'
                    PERFORM ABEND-WITH-STATUS
                 END-IF
                 ADD 1 TO WS-LAST-INQ-ID
                 ADD 1 TO INQ-TABLE-COUNT
                 SET IQ-IDX TO INQ-TABLE-COUNT
                 MOVE WS-LAST-INQ-ID TO IQ-ID(IQ-IDX)
                 MOVE TX-EMP-ID(TX-IDX) TO IQ-EMP-ID(IQ-IDX)
                 MOVE TX-ORDER-ID(TX-IDX) TO IQ-ORDER-ID(IQ-IDX)
                 MOVE TX-LINE-DATE(TX-IDX) TO IQ-SALE-DATE(IQ-IDX)
                 MOVE TX-LINE-REGION(TX-IDX) TO IQ-REGION(IQ-IDX)
                 MOVE TX-LINE-CURRENCY(TX-IDX)
                      TO IQ-CURRENCY(IQ-IDX)
                 MOVE TX-LINE-COMM(TX-IDX) TO IQ-ORIG-COMM(IQ-IDX)
                 MOVE 'O' TO IQ-STATE(IQ-IDX)
                 MOVE WS-RUN-DATE TO IQ-OPENED-DATE(IQ-IDX)
                 MOVE WS-RUN-DATE TO IQ-STATE-DATE(IQ-IDX)
                 MOVE 0 TO IQ-ADJ-AMT(IQ-IDX)
                 MOVE 'N' TO IQ-ADJ-SENT(IQ-IDX)
                 ADD 1 TO INQUIRIES-OPENED
                 MOVE IQ-ORIG-COMM(IQ-IDX) TO WS-AMT-DISP
                 MOVE SPACES TO WS-REG-LINE
                 STRING 'OPENED   ' DELIMITED BY SIZE
                        IQ-ID(IQ-IDX) DELIMITED BY SIZE
                        ' EMP ' DELIMITED BY SIZE
                        IQ-EMP-ID(IQ-IDX) DELIMITED BY SIZE
                        ' ORDER ' DELIMITED BY SIZE
                        IQ-ORDER-ID(IQ-IDX) DELIMITED BY SIZE
                        ' COMM PAID ' DELIMITED BY SIZE
                        FUNCTION TRIM(WS-AMT-DISP) DELIMITED BY SIZE
                        ' ' DELIMITED BY SIZE
                        IQ-CURRENCY(IQ-IDX) DELIMITED BY SIZE
                        INTO WS-REG-LINE
                 END-STRING
                 PERFORM WRITE-REGISTER-LINE
              END-IF
           END-IF.

      **********************************************
      * LOOKS FOR AN UNRESOLVED INQUIRY ON THE NEW CARD'S
      * EMPLOYEE AND ORDER.
      **********************************************
       FIND-DUPLICATE-INQUIRY.
           MOVE 'N' TO WS-DUP-FOUND.
           IF INQ-TABLE-COUNT > 0
              SET IQ-IDX TO 1
              SEARCH INQ-ENTRY
                  AT END
                     CONTINUE
                  WHEN IQ-IDX > INQ-TABLE-COUNT
                     CONTINUE
                  WHEN IQ-EMP-ID(IQ-IDX) = TX-EMP-ID(TX-IDX)
                   AND IQ-ORDER-ID(IQ-IDX) = TX-ORDER-ID(TX-IDX)
                   AND (IQ-STATE(IQ-IDX) = 'O'
                        OR IQ-STATE(IQ-IDX) = 'V')
                     SET DUPLICATE-FOUND TO TRUE
              END-SEARCH
           END-IF.

      **********************************************
      * FINDS THE CARD'S INQUIRY NUMBER ON THE MASTER, LEAVING
      * IQ-IDX ON IT. A CARD THAT ALSO GIVES AN EMPLOYEE MUST
      * NAME THE INQUIRY'S OWN EMPLOYEE, SO A MISKEYED NUMBER
      * CANNOT SETTLE SOMEONE ELSE'S DISPUTE.
      **********************************************
       FIND-CARD-INQUIRY.
           MOVE 'N' TO WS-INQ-FOUND.
           IF TX-INQ-ID(TX-IDX) NUMERIC AND INQ-TABLE-COUNT > 0
              MOVE TX-INQ-ID(TX-IDX) TO WS-FIND-INQ-ID
              SET IQ-IDX TO 1
              SEARCH INQ-ENTRY
                  AT END
                     CONTINUE
                  WHEN IQ-IDX > INQ-TABLE-COUNT
                     CONTINUE
                  WHEN IQ-ID(IQ-IDX) = WS-FIND-INQ-ID
                     SET INQUIRY-FOUND TO TRUE
              END-SEARCH
           END-IF.
           IF INQUIRY-FOUND
              AND TX-EMP-ID(TX-IDX) NOT = SPACES
              AND TX-EMP-ID(TX-IDX) NOT = IQ-EMP-ID(IQ-IDX)
              MOVE 'N' TO WS-INQ-FOUND
           END-IF.

      **********************************************
      * 'V': AN OPEN INQUIRY GOES UNDER REVIEW.
      **********************************************
       START-INQUIRY-REVIEW.
           PERFORM FIND-CARD-INQUIRY.
           IF NOT INQUIRY-FOUND
              MOVE 'INQUIRY NOT ON FILE FOR THIS EMPLOYEE'
                   TO WS-REFUSE-REASON
              PERFORM REFUSE-CARD
           ELSE
              IF IQ-STATE(IQ-IDX) NOT = 'O'
                 MOVE 'INQUIRY IS NOT OPEN' TO WS-REFUSE-REASON
                 PERFORM REFUSE-CARD
              ELSE
                 MOVE 'V' TO IQ-STATE(IQ-IDX)
                 MOVE WS-RUN-DATE TO IQ-STATE-DATE(IQ-IDX)
                 ADD 1 TO INQUIRIES-REVIEWED
                 MOVE SPACES TO WS-REG-LINE
                 STRING 'REVIEW   ' DELIMITED BY SIZE
                        IQ-ID(IQ-IDX) DELIMITED BY SIZE
                        ' EMP ' DELIMITED BY SIZE
                        IQ-EMP-ID(IQ-IDX) DELIMITED BY SIZE
                        ' ORDER ' DELIMITED BY SIZE
                        IQ-ORDER-ID(IQ-IDX) DELIMITED BY SIZE
                        ' ' DELIMITED BY SIZE
                        TX-NOTE(TX-IDX) DELIMITED BY SIZE
                        INTO WS-REG-LINE
                 END-STRING
                 PERFORM WRITE-REGISTER-LINE
              END-IF
           END-IF.

      **********************************************
      * 'U': AN OPEN OR UNDER-REVIEW INQUIRY IS UPHELD. A NON-ZERO
      * CORRECTION IS WRITTEN ONCE TO THE ADJUSTMENT FILE FOR
      * JOBSUB22 TO PAY; A ZERO ONE UPHOLDS THE QUERY WITH NO
      * MONEY MOVING.
      **********************************************
       UPHOLD-INQUIRY.
           PERFORM FIND-CARD-INQUIRY.
           IF NOT INQUIRY-FOUND
              MOVE 'INQUIRY NOT ON FILE FOR THIS EMPLOYEE'
                   TO WS-REFUSE-REASON
              PERFORM REFUSE-CARD
           ELSE
              IF IQ-STATE(IQ-IDX) NOT = 'O'
                 AND IQ-STATE(IQ-IDX) NOT = 'V'
                 MOVE 'INQUIRY ALREADY RESOLVED' TO WS-REFUSE-REASON
                 PERFORM REFUSE-CARD
              ELSE
                 MOVE 'U' TO IQ-STATE(IQ-IDX)
                 MOVE WS-RUN-DATE TO IQ-STATE-DATE(IQ-IDX)
                 IF TX-ADJ-SIGN(TX-IDX) = '-'
                    COMPUTE IQ-ADJ-AMT(IQ-IDX) =
                            0 - TX-ADJ-AMT(TX-IDX)
                 ELSE
                    MOVE TX-ADJ-AMT(TX-IDX) TO IQ-ADJ-AMT(IQ-IDX)
                 END-IF
                 IF IQ-ADJ-AMT(IQ-IDX) NOT = 0
                    AND IQ-ADJ-SENT(IQ-IDX) NOT = 'Y'
                    PERFORM WRITE-ADJUSTMENT
                 END-IF
                 ADD 1 TO INQUIRIES-UPHELD
                 MOVE IQ-ADJ-AMT(IQ-IDX) TO WS-AMT-DISP
                 MOVE SPACES TO WS-REG-LINE
                 STRING 'UPHELD   ' DELIMITED BY SIZE
                        IQ-ID(IQ-IDX) DELIMITED BY SIZE
                        ' EMP ' DELIMITED BY SIZE
                        IQ-EMP-ID(IQ-IDX) DELIMITED BY SIZE
                        ' ORDER ' DELIMITED BY SIZE
                        IQ-ORDER-ID(IQ-IDX) DELIMITED BY SIZE
                        ' ADJUSTMENT ' DELIMITED BY SIZE
                        FUNCTION TRIM(WS-AMT-DISP) DELIMITED BY SIZE
                        ' ' DELIMITED BY SIZE
                        TX-NOTE(TX-IDX) DELIMITED BY SIZE
                        INTO WS-REG-LINE
                 END-STRING
                 PERFORM WRITE-REGISTER-LINE
              END-IF
           END-IF.

      **********************************************
      * 'R': AN OPEN OR UNDER-REVIEW INQUIRY IS REJECTED - THE
      * COMMISSION AS PAID STANDS.
      **********************************************
       REJECT-INQUIRY.
           PERFORM FIND-CARD-INQUIRY.
           IF NOT INQUIRY-FOUND
              MOVE 'INQUIRY NOT ON FILE FOR THIS EMPLOYEE'
                   TO WS-REFUSE-REASON
              PERFORM REFUSE-CARD
           ELSE
              IF IQ-STATE(IQ-IDX) NOT = 'O'
                 AND IQ-STATE(IQ-IDX) NOT = 'V'
                 MOVE 'INQUIRY ALREADY RESOLVED' TO WS-REFUSE-REASON
                 PERFORM REFUSE-CARD
              ELSE
                 MOVE 'R' TO IQ-STATE(IQ-IDX)
                 MOVE WS-RUN-DATE TO IQ-STATE-DATE(IQ-IDX)
                 ADD 1 TO INQUIRIES-REJECTED
                 MOVE SPACES TO WS-REG-LINE
                 STRING 'REJECTED ' DELIMITED BY SIZE
                        IQ-ID(IQ-IDX) DELIMITED BY SIZE
                        ' EMP ' DELIMITED BY SIZE
                        IQ-EMP-ID(IQ-IDX) DELIMITED BY SIZE
                        ' ORDER ' DELIMITED BY SIZE
                        IQ-ORDER-ID(IQ-IDX) DELIMITED BY SIZE
                        ' ' DELIMITED BY SIZE
                        TX-NOTE(TX-IDX) DELIMITED BY SIZE
                        INTO WS-REG-LINE
                 END-STRING
                 PERFORM WRITE-REGISTER-LINE
              END-IF
           END-IF.

      **********************************************
      * WRITES THE UPHELD INQUIRY'S CORRECTION AS A TRANS-TYPE 'J'
      * SALES RECORD REFERENCING THE ORIGINAL ORDER AND SALE DATE,
      * AND MARKS IT SENT. NO INVOICE REFERENCE, SO CASH-BASIS
      * MODE PAYS IT ON BOOKING.
      **********************************************
       WRITE-ADJUSTMENT.
           MOVE SPACES TO ADJUSTMENT-REC.
           MOVE IQ-EMP-ID(IQ-IDX) TO ADJ-EMP-ID.
           MOVE IQ-REGION(IQ-IDX) TO ADJ-REGION.
           IF IQ-ADJ-AMT(IQ-IDX) < 0
              COMPUTE ADJ-SALES-AMT = 0 - IQ-ADJ-AMT(IQ-IDX)
              MOVE '-' TO ADJ-SIGN
           ELSE
              MOVE IQ-ADJ-AMT(IQ-IDX) TO ADJ-SALES-AMT
              MOVE '+' TO ADJ-SIGN
           END-IF.
           MOVE 'J' TO ADJ-TRANS-TYPE.
           MOVE IQ-CURRENCY(IQ-IDX) TO ADJ-CURRENCY.
           MOVE IQ-ORDER-ID(IQ-IDX) TO ADJ-SALES-REF.
           IF IQ-SALE-DATE(IQ-IDX) NUMERIC
              MOVE IQ-SALE-DATE(IQ-IDX) TO ADJ-SALE-DATE
           ELSE
              MOVE 0 TO ADJ-SALE-DATE
           END-IF.
           MOVE IQ-ID(IQ-IDX) TO ADJ-INQ-ID.
           WRITE ADJUSTMENT-REC.
           IF ADJUSTMENT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING ADJUSTMENT FILE: '
                       ADJUSTMENT-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.
           MOVE 'Y' TO IQ-ADJ-SENT(IQ-IDX).
           ADD 1 TO ADJUSTMENTS-WRITTEN.

      **********************************************
      * REGISTERS A CARD THAT CHANGED NOTHING, WITH THE REASON IN
      * WS-REFUSE-REASON.
      **********************************************
       REFUSE-CARD.
           ADD 1 TO CARDS-REFUSED.
           MOVE SPACES TO WS-REG-LINE.
           STRING 'REFUSED  ' DELIMITED BY SIZE
                  TX-ACTION(TX-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  TX-INQ-ID(TX-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  TX-EMP-ID(TX-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  TX-ORDER-ID(TX-IDX) DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REFUSE-REASON) DELIMITED BY SIZE
                  INTO WS-REG-LINE
           END-STRING.
           PERFORM WRITE-REGISTER-LINE.

      **********************************************
      * WRITES WHATEVER LINE IS CURRENTLY IN WS-REG-LINE.
      **********************************************
       WRITE-REGISTER-LINE.
           MOVE WS-REG-LINE TO REGISTER-REC.
           WRITE REGISTER-REC.
           IF REGISTER-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING INQUIRY REGISTER: '
                       REGISTER-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * WRITES THE UPDATED MASTER, EVERY INQUIRY IN INQ-ID ORDER
      * (NEW ONES WERE ADDED AT THE END UNDER RISING NUMBERS).
      **********************************************
       WRITE-NEW-MASTER.
           PERFORM VARYING IQ-IDX FROM 1 BY 1
                   UNTIL IQ-IDX > INQ-TABLE-COUNT
              MOVE SPACES TO WS-INQ-WORK
              MOVE IQ-ID(IQ-IDX) TO INQ-ID
              MOVE IQ-EMP-ID(IQ-IDX) TO INQ-EMP-ID
              MOVE IQ-ORDER-ID(IQ-IDX) TO INQ-ORDER-ID
              MOVE IQ-SALE-DATE(IQ-IDX) TO INQ-SALE-DATE
              MOVE IQ-REGION(IQ-IDX) TO INQ-REGION
              MOVE IQ-CURRENCY(IQ-IDX) TO INQ-CURRENCY
              MOVE IQ-ORIG-COMM(IQ-IDX) TO INQ-ORIG-COMM
              MOVE IQ-STATE(IQ-IDX) TO INQ-STATE
              MOVE IQ-OPENED-DATE(IQ-IDX) TO INQ-OPENED-DATE
              MOVE IQ-STATE-DATE(IQ-IDX) TO INQ-STATE-DATE
              MOVE IQ-ADJ-AMT(IQ-IDX) TO INQ-ADJ-AMT
              MOVE IQ-ADJ-SENT(IQ-IDX) TO INQ-ADJ-SENT
              WRITE NEW-INQUIRY-REC FROM WS-INQ-WORK
              IF NEW-INQUIRY-STATUS NOT = '00'
                 DISPLAY 'ERROR WRITING NEW INQUIRY MASTER: '
                          NEW-INQUIRY-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
           END-PERFORM.

      **********************************************
      * THE AGING REPORT: ONE LINE PER UNRESOLVED INQUIRY WITH
      * THE DAYS SINCE IT OPENED AND ITS BUCKET, THEN THE BUCKET
      * COUNTS.
      **********************************************
       WRITE-AGING-REPORT.
           MOVE SPACES TO WS-AGE-LINE.
           STRING 'COMMISSION INQUIRY AGING - UNRESOLVED AS OF '
                      DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO WS-AGE-LINE
           END-STRING.
           PERFORM WRITE-AGING-LINE.
           MOVE 'INQUIRY EMP   ORDER  OPENED   STATE         DAYS  AGE'
                TO WS-AGE-LINE.
           PERFORM WRITE-AGING-LINE.

           MOVE WS-RUN-DATE TO WS-AGE-RUN-NUM.
           PERFORM VARYING IQ-IDX FROM 1 BY 1
                   UNTIL IQ-IDX > INQ-TABLE-COUNT
              IF IQ-STATE(IQ-IDX) = 'O' OR IQ-STATE(IQ-IDX) = 'V'
                 PERFORM AGE-ONE-INQUIRY
              END-IF
           END-PERFORM.

           MOVE SPACES TO WS-AGE-LINE.
           PERFORM WRITE-AGING-LINE.
           MOVE WS-AGE-0-30 TO WS-CNT-DISP.
           MOVE SPACES TO WS-AGE-LINE.
           STRING '0-30 DAYS:     ' DELIMITED BY SIZE
                  WS-CNT-DISP DELIMITED BY SIZE
                  INTO WS-AGE-LINE
           END-STRING.
           PERFORM WRITE-AGING-LINE.
           MOVE WS-AGE-31-60 TO WS-CNT-DISP.
           MOVE SPACES TO WS-AGE-LINE.
           STRING '31-60 DAYS:    ' DELIMITED BY SIZE
                  WS-CNT-DISP DELIMITED BY SIZE
                  INTO WS-AGE-LINE
           END-STRING.
           PERFORM WRITE-AGING-LINE.
           MOVE WS-AGE-61-90 TO WS-CNT-DISP.
           MOVE SPACES TO WS-AGE-LINE.
           STRING '61-90 DAYS:    ' DELIMITED BY SIZE
                  WS-CNT-DISP DELIMITED BY SIZE
                  INTO WS-AGE-LINE
           END-STRING.
           PERFORM WRITE-AGING-LINE.
           MOVE WS-AGE-OVER-90 TO WS-CNT-DISP.
           MOVE SPACES TO WS-AGE-LINE.
           STRING 'OVER 90 DAYS:  ' DELIMITED BY SIZE
                  WS-CNT-DISP DELIMITED BY SIZE
                  INTO WS-AGE-LINE
           END-STRING.
           PERFORM WRITE-AGING-LINE.
           MOVE WS-AGE-TOTAL TO WS-CNT-DISP.
           MOVE SPACES TO WS-AGE-LINE.
           STRING 'UNRESOLVED:    ' DELIMITED BY SIZE
                  WS-CNT-DISP DELIMITED BY SIZE
                  INTO WS-AGE-LINE
           END-STRING.
           PERFORM WRITE-AGING-LINE.

      **********************************************
      * AGES ONE UNRESOLVED INQUIRY FROM ITS OPENED DATE TO THE
      * RUN DATE AND COUNTS IT IN ITS BUCKET.
      **********************************************
       AGE-ONE-INQUIRY.
           IF IQ-OPENED-DATE(IQ-IDX) NUMERIC
              MOVE IQ-OPENED-DATE(IQ-IDX) TO WS-AGE-OPEN-NUM
              COMPUTE WS-AGE-DAYS =
                      FUNCTION INTEGER-OF-DATE(WS-AGE-RUN-NUM)
                      - FUNCTION INTEGER-OF-DATE(WS-AGE-OPEN-NUM)
           ELSE
              MOVE 0 TO WS-AGE-DAYS
           END-IF.
           EVALUATE TRUE
               WHEN WS-AGE-DAYS > 90
                 ADD 1 TO WS-AGE-OVER-90
                 MOVE 'OVER 90' TO WS-BUCKET-DESC
               WHEN WS-AGE-DAYS > 60
                 ADD 1 TO WS-AGE-61-90
                 MOVE '61-90' TO WS-BUCKET-DESC
               WHEN WS-AGE-DAYS > 30
                 ADD 1 TO WS-AGE-31-60
                 MOVE '31-60' TO WS-BUCKET-DESC
               WHEN OTHER
                 ADD 1 TO WS-AGE-0-30
                 MOVE '0-30' TO WS-BUCKET-DESC
           END-EVALUATE.
           ADD 1 TO WS-AGE-TOTAL.
           IF IQ-STATE(IQ-IDX) = 'V'
              MOVE 'UNDER REVIEW' TO WS-STATE-DESC
           ELSE
              MOVE 'OPEN' TO WS-STATE-DESC
           END-IF.
           MOVE WS-AGE-DAYS TO WS-DAYS-DISP.
           MOVE SPACES TO WS-AGE-LINE.
           STRING IQ-ID(IQ-IDX) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  IQ-EMP-ID(IQ-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  IQ-ORDER-ID(IQ-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  IQ-OPENED-DATE(IQ-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-STATE-DESC DELIMITED BY SIZE
                  WS-DAYS-DISP DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-BUCKET-DESC DELIMITED BY SIZE
                  INTO WS-AGE-LINE
           END-STRING.
           PERFORM WRITE-AGING-LINE.

      **********************************************
      * WRITES WHATEVER LINE IS CURRENTLY IN WS-AGE-LINE.
      **********************************************
       WRITE-AGING-LINE.
           MOVE WS-AGE-LINE TO AGING-REC.
           WRITE AGING-REC.
           IF AGING-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING AGING REPORT: ' AGING-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * CLOSE ALL FILES AND CHECK STATUS
      **********************************************
       CLOSE-ALL-FILES.
           CLOSE NEW-INQUIRY-FILE.
           IF NEW-INQUIRY-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING NEW INQUIRY MASTER: '
                       NEW-INQUIRY-STATUS
           END-IF.

           CLOSE ADJUSTMENT-FILE.
           IF ADJUSTMENT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING ADJUSTMENT FILE: '
                       ADJUSTMENT-STATUS
           END-IF.

           CLOSE REGISTER-FILE.
           IF REGISTER-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING INQUIRY REGISTER: '
                       REGISTER-STATUS
           END-IF.

           CLOSE AGING-FILE.
           IF AGING-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING AGING REPORT: '
                       AGING-STATUS
           END-IF.

      **********************************************
      * APPENDS ONE RECORD TO THE CONSOLIDATED END-OF-NIGHT BATCH
      * STATUS LOG AND CLOSES IT. A REFUSED CARD, OR AN INQUIRY
      * UNRESOLVED OVER 90 DAYS, MAKES THE RUN A WARNING.
      **********************************************
       WRITE-BATCH-STATUS.
           MOVE SPACES TO STATUS-LOG-REC.
           MOVE 'INQMNT22' TO BST-PROGRAM-ID.
           PERFORM GET-BST-TIMESTAMP.
           MOVE WS-BST-START-TS TO BST-START-TS.
           MOVE WS-BST-TS-BUILT TO BST-END-TS.
           MOVE CARDS-READ TO BST-RECORDS-IN.
           COMPUTE BST-RECORDS-OUT =
                   CARDS-READ - CARDS-REFUSED.
           MOVE CARDS-REFUSED TO BST-RECORDS-REJECTED.
           IF ABEND-IN-PROGRESS
              MOVE 'FAILED' TO BST-STATUS
              MOVE 'JOB ABENDED - SEE SYSOUT FOR DETAIL' TO BST-MESSAGE
           ELSE
              IF CARDS-REFUSED > 0
                 MOVE 'WARNING' TO BST-STATUS
                 MOVE 'INQUIRY CARDS REFUSED - SEE REGISTER' TO
                      BST-MESSAGE
              ELSE
                 IF WS-AGE-OVER-90 > 0
                    MOVE 'WARNING' TO BST-STATUS
                    MOVE 'INQUIRIES UNRESOLVED OVER 90 DAYS' TO
                         BST-MESSAGE
                 ELSE
                    MOVE 'COMPLETE' TO BST-STATUS
                    MOVE 'INQUIRY MASTER UPDATED' TO BST-MESSAGE
                 END-IF
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
      * BEHIND.
      * THE NON-ZERO RETURN CODE KEEPS THE JCL FROM RUNNING
      * STEP020 AFTER A FAILED RUN.
      **********************************************
       ABEND-WITH-STATUS.
           SET ABEND-IN-PROGRESS TO TRUE.
           PERFORM WRITE-BATCH-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      **********************************************
      * DISPLAY SUMMARY STATISTICS TO SYSOUT
      **********************************************
       DISPLAY-SUMMARY.
           DISPLAY '========================================'.
           DISPLAY 'COMMISSION INQUIRY MAINTENANCE SUMMARY'.
           DISPLAY '========================================'.
           DISPLAY 'CARDS READ:         ' CARDS-READ.
           DISPLAY 'OPENED:             ' INQUIRIES-OPENED.
           DISPLAY 'UNDER REVIEW:       ' INQUIRIES-REVIEWED.
           DISPLAY 'UPHELD:             ' INQUIRIES-UPHELD.
           DISPLAY 'REJECTED:           ' INQUIRIES-REJECTED.
           DISPLAY 'ADJUSTMENTS SENT:   ' ADJUSTMENTS-WRITTEN.
           DISPLAY 'CARDS REFUSED:      ' CARDS-REFUSED.
           DISPLAY 'STILL UNRESOLVED:   ' WS-AGE-TOTAL.
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
