      ******************************************************************
      * POST-SHIPMENT RETURNS (RMA) AGAINST TB_ORDERS                  *
      *                                                                *
      * PURPOSE:                                                       *
      * ORDAMD21 CAN ONLY CANCEL OR RESIZE A LINE THAT HAS NOT         *
      * SHIPPED. ONCE ORDSHP21 HAS MOVED A TB_ORDERS LINE TO 'S' OR    *
      * 'F' THERE WAS NO WAY TO TAKE IT BACK. THIS JOB AUTHORIZES AND  *
      * RECEIVES RETURNS (RMAS) AGAINST ORDER_ID/ORDER_LINE, RESTOCKS  *
      * TB_PRODUCTS FOR RESALEABLE GOODS, CREDITS THE CUSTOMER WITH A  *
      * CREDIT MEMO AND LEAVES THE RECEIVED RETURN FOR SLSEXT21 TO     *
      * SEND THROUGH THE COMMISSION FEED AS AN 'R' CLAWBACK.           *
      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   PER RMA FEED RECORD, BY RMA-ACTION:                          *
      *   'A' AUTHORIZE: THE LINE MUST EXIST AND BE SHIPPED OR         *
      *     COMPLETE ('S'/'F'), AND THE QUANTITY MUST FIT IN WHAT WAS  *
      *     SHIPPED LESS WHAT EARLIER RMAS ON THE LINE ALREADY COVER   *
      *     (AUTHORIZED QUANTITY WHILE OPEN, RECEIVED ONCE CLOSED).    *
      *     THE NEXT RMA NUMBER IS INSERTED INTO TB_ORDER_RETURNS AT   *
      *     STATUS 'A' AND LOGGED FOR THE WAREHOUSE.                   *
      *   'R' RECEIVE: THE RMA MUST BE OPEN ('A') FOR THE SAME ORDER   *
      *     LINE, THE QUANTITY NO MORE THAN AUTHORIZED AND THE LINE    *
      *     ALREADY INVOICED BY ORDINV21 (THERE IS NOTHING TO CREDIT   *
      *     OTHERWISE). CONDITION 'G' (RESALEABLE) RAISES              *
      *     QTY_ON_HAND; 'D' (DAMAGED) DOES NOT. A CREDIT MEMO AT THE  *
      *     ROW'S CHARGED UNIT_PRICE IS NUMBERED FROM THE SHARED       *
      *     CREDIT SEQUENCE (CSEQDD) RETURN16 USES AND WRITTEN, AS IN  *
      *     RETURN16, WITHOUT TAX AS ONE 'C' REGISTER RECORD (CREGDD)  *
      *     AND ONE CREDIT LINE AGAINST THE ORIGINAL INVOICE (CLINDD). *
      *     THE RMA ROW IS CLOSED AT 'R' WITH THE RECEIVED QUANTITY,   *
      *     CREDIT AND MEMO NUMBER, COMM_EXTRACTED 'N'.                *
      *   UNKNOWN ACTION, BAD FIELDS OR FAILED CHECK -> LOGGED REJECT. *
      *   THE CUSTOMER'S CURRENT_BALANCE IS NOT TOUCHED HERE: BALRLF21 *
      *   READS CLINDD AND RELIEVES IT FROM THE CREDIT LINE, EXACTLY   *
      *   ONCE. SLSEXT21 PICKS UP EVERY RECEIVED RMA FOR THE           *
      *   COMMISSION CLAWBACK.                                         *
      *   CSEQDD IS REWRITTEN, THEN EVERYTHING COMMITS ONCE AT END OF  *
      *   RUN. AN ABEND MID-RUN ROLLS BACK EVERY RMA AND LEAVES THE    *
      *   SEQUENCE UNTOUCHED, SO THE RERUN REPEATS THE FEED CLEANLY.   *
      *   THE DB2 ORDER ID IS SIX BYTES; THE REGISTER'S 5-DIGIT ORDER  *
      *   NUMBER IS ZERO AND THE ORDER ID RIDES IN THE TRAILING        *
      *   FILLER, AS ON ORDINV21'S INVOICES.                           *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/10/15                                               *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  RMAFDD (ORDER.RMA.FEED) - RMA FEED (PS, 80 B)          *
      * I/O:    CSEQDD (CREDIT.MEMO.SEQ) - SHARED CREDIT MEMO SEQUENCE *
      * OUTPUT: CREGDD (ORDER.CREDIT.REGISTER) - CREDIT MEMO REGISTER  *
      *         RECORDS, CONCATENATED WITH IREGDD FOR A/R (PS, 80 B)   *
      * OUTPUT: CLINDD (ORDER.CREDIT.LINES) - ONE CREDIT LINE PER      *
      *         MEMO, CONCATENATED INTO BALRLF21 (PS, 80 B)            *
      * OUTPUT: OUTDD (ORDER.RMA.LOG) - ACTION LOG (PS, 80 B)          *
      * OUTPUT: OPSLOG / STATLOG - SHARED OPERATIONS AND STATUS LOGS   *
      * DB2 TABLES: TB_ORDERS (SELECT), TB_PRODUCTS (UPDATE),          *
      *             TB_ORDER_RETURNS (SELECT/INSERT/UPDATE)            *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RMARTN21.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RMA-FEED-FILE ASSIGN TO RMAFDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS RMA-FEED-STATUS.

           SELECT CREDIT-SEQ-FILE ASSIGN TO CSEQDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS CREDIT-SEQ-STATUS.

           SELECT CREDIT-REGISTER-FILE ASSIGN TO CREGDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS CREDIT-REGISTER-STATUS.

           SELECT CREDIT-LINE-FILE ASSIGN TO CLINDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS CREDIT-LINE-STATUS.

           SELECT LOG-FILE ASSIGN TO OUTDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS OUT-STATUS.

           SELECT OPS-ERROR-LOG ASSIGN TO OPSLOG
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS OPS-ERROR-LOG-STATUS.

           SELECT STATUS-LOG ASSIGN TO STATLOG
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS STATUS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * RMA-NUM IS ZERO ON AN AUTHORIZATION AND CARRIES THE NUMBER
      * THE AUTHORIZATION ISSUED ON A RECEIPT. CONDITION IS ONLY
      * READ ON A RECEIPT.
       FD RMA-FEED-FILE RECORDING MODE IS F.
       01 RMA-FEED-REC.
          05 RMA-ACTION PIC X(1).
             88 RMA-AUTHORIZE VALUE 'A'.
             88 RMA-RECEIVE VALUE 'R'.
          05 FILLER PIC X(1).
          05 RMA-ORDER-ID PIC X(6).
          05 FILLER PIC X(1).
          05 RMA-ORDER-LINE PIC 9(3).
          05 FILLER PIC X(1).
          05 RMA-QTY PIC 9(4).
          05 FILLER PIC X(1).
          05 RMA-NUM PIC 9(7).
          05 FILLER PIC X(1).
          05 RMA-CONDITION PIC X(1).
             88 RMA-RESALEABLE VALUE 'G'.
             88 RMA-DAMAGED VALUE 'D'.
          05 FILLER PIC X(1).
          05 RMA-REASON PIC X(20).
          05 FILLER PIC X(32).

       FD CREDIT-SEQ-FILE RECORDING MODE IS F.
       01 CREDIT-SEQ-REC.
          05 CSEQ-LAST-MEMO-NUM PIC 9(7).
          05 FILLER PIC X(73).

      * CREDIT REGISTER RECORD IN RETURN16'S LAYOUT, DOC TYPE 'C'.
      * CRG-ORDER-NUM IS ZERO; THE DB2 ORDER ID SITS IN THE FILLER.
       FD CREDIT-REGISTER-FILE RECORDING MODE IS F.
       01 CREDIT-REGISTER-REC.
          05 CRG-MEMO-NUM PIC 9(7).
          05 FILLER PIC X(1).
          05 CRG-ORDER-NUM PIC 9(5).
          05 FILLER PIC X(1).
          05 CRG-CUST-ID PIC X(5).
          05 FILLER PIC X(1).
          05 CRG-SUBTOTAL PIC 9(7)V99.
          05 FILLER PIC X(1).
          05 CRG-TAX PIC 9(7)V99.
          05 FILLER PIC X(1).
          05 CRG-TOTAL PIC 9(7)V99.
          05 FILLER PIC X(1).
          05 CRG-DATE PIC X(8).
          05 FILLER PIC X(1).
          05 CRG-DOC-TYPE PIC X(1).
          05 FILLER PIC X(1).
          05 CRG-DB2-ORDER-ID PIC X(6).
          05 FILLER PIC X(13).

      * CREDIT LINE IN RETURN16'S LAYOUT, CARRYING THE ORIGINAL
      * ORDINV21 INVOICE NUMBER THAT BALRLF21 RELIEVES AGAINST.
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
          05 FILLER PIC X(1).
          05 CLN-DB2-ORDER-ID PIC X(6).
          05 FILLER PIC X(21).

       FD LOG-FILE RECORDING MODE IS F.
       01 LOG-REC PIC X(80).

       FD OPS-ERROR-LOG RECORDING MODE IS F.
       01 OPS-ERROR-LOG-REC.
           COPY OPSLOG.

       FD STATUS-LOG RECORDING MODE IS F.
       01 STATUS-LOG-REC.
           COPY BATSTAT.

       WORKING-STORAGE SECTION.

      * SQL COMMUNICATION AREA
          EXEC SQL
            INCLUDE SQLCA
          END-EXEC.

      * DB2 HOST VARIABLES
       01 HV-ORDER-ID PIC X(6).
       01 HV-ORDER-LINE PIC S9(3) COMP-3.
       01 HV-PROD-ID PIC X(5).
       01 HV-QUANTITY PIC S9(4) COMP-3.
       01 HV-UNIT-PRICE PIC S9(5)V99 COMP-3.
       01 HV-CUST-ID PIC X(6).
       01 HV-FULFILL-STATUS PIC X(1).
       01 HV-INVOICE-NUM PIC S9(7) COMP-3.
       01 HV-RMA-NUM PIC S9(7) COMP-3.
       01 HV-RMA-QTY PIC S9(4) COMP-3.
       01 HV-QTY-RETURNED PIC S9(5) COMP-3.
       01 HV-AUTH-QTY PIC S9(4) COMP-3.
       01 HV-RETURN-STATUS PIC X(1).
       01 HV-RMA-ORDER-ID PIC X(6).
       01 HV-RMA-ORDER-LINE PIC S9(3) COMP-3.
       01 HV-RESALEABLE PIC X(1).
       01 HV-REASON PIC X(20).
       01 HV-CREDIT-AMT PIC S9(7)V99 COMP-3.
       01 HV-MEMO-NUM PIC S9(7) COMP-3.

      * FILE STATUS VARIABLES
       01 FILE-STATUSES.
          05 RMA-FEED-STATUS PIC X(2).
          05 CREDIT-SEQ-STATUS PIC X(2).
          05 CREDIT-REGISTER-STATUS PIC X(2).
          05 CREDIT-LINE-STATUS PIC X(2).
          05 OUT-STATUS PIC X(2).
          05 OPS-ERROR-LOG-STATUS PIC X(2).
          05 STATUS-LOG-STATUS PIC X(2).

      * CONTROL FLAGS
       01 WS-FLAGS.
          05 WS-EOF PIC X(1) VALUE 'N'.
             88 EOF VALUE 'Y'.

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

      * CREDIT MEMO NUMBERING AND THE RUN DATE ON EVERY MEMO
       01 WS-LAST-MEMO-NUM PIC 9(7) VALUE 0.
       01 WS-RUN-DATE PIC X(8).

      * CREDIT FOR THE RECEIPT BEING PROCESSED
       01 WS-CREDIT-AMOUNT PIC 9(7)V99 VALUE 0.

      * EDITED FIELDS FOR THE ACTION LOG
       01 WS-LOG-FIELDS.
          05 WS-LOG-RMA-NUM PIC 9(7).
          05 WS-LOG-QTY PIC ZZZ9.
          05 WS-LOG-MEMO-NUM PIC 9(7).
          05 WS-LOG-CREDIT PIC Z,ZZZ,ZZ9.99.

      * STATISTICS COUNTERS
       01 WS-COUNTERS.
          05 RECORDS-PROCESSED PIC 9(5) VALUE 0.
          05 RMAS-AUTHORIZED PIC 9(5) VALUE 0.
          05 RMAS-RECEIVED PIC 9(5) VALUE 0.
          05 UNITS-RESTOCKED PIC 9(7) VALUE 0.
          05 RECORDS-ERRORS PIC 9(5) VALUE 0.
          05 TOTAL-CREDITED PIC 9(9)V99 VALUE 0.

      * EDITED TOTAL FOR THE SUMMARY
       01 WS-TOTAL-DISP PIC ZZZ,ZZZ,ZZ9.99.

      * FORMATTED SQLCODE FOR DISPLAY
       77 WS-SQLCODE-DISP PIC -Z(9)9.

      * MESSAGE FOR LOG
       01 WS-MSG PIC X(72).

      * MESSAGE TEXT FOR THE CENTRALIZED OPS ERROR LOG
       01 WS-OPS-MESSAGE PIC X(62).

      **********************************************
      * OPENS FILES, PROCESSES THE RMA FEED, REWRITES THE CREDIT
      * SEQUENCE AND COMMITS, WRITES BATCH STATUS, CLOSES,
      * DISPLAYS SUMMARY.
      **********************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM SET-BST-START-TS.
           MOVE WS-BST-TS-DATE TO WS-RUN-DATE.
           PERFORM OPEN-ALL-FILES.
           PERFORM READ-CREDIT-SEQUENCE.
           PERFORM PROCESS-ALL-RMAS.
           PERFORM FINAL-COMMIT.
           PERFORM WRITE-BATCH-STATUS.
           PERFORM CLOSE-ALL-FILES.
           PERFORM DISPLAY-SUMMARY.
           STOP RUN.

      **********************************************
      * STATUS-LOG IS OPENED FIRST, AHEAD OF EVERY OTHER FILE, SO
      * ABEND-WITH-STATUS CAN WRITE A 'FAILED' RECORD TO IT IF ANY
      * OF THE OTHER OPENS BELOW FAIL.
      **********************************************
       OPEN-ALL-FILES.
           OPEN EXTEND STATUS-LOG.
           IF STATUS-LOG-STATUS = '05' OR STATUS-LOG-STATUS = '35'
              OPEN OUTPUT STATUS-LOG
           END-IF.
           IF STATUS-LOG-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING STATUS LOG: ' STATUS-LOG-STATUS
              STOP RUN
           END-IF.

           OPEN EXTEND OPS-ERROR-LOG.
           IF OPS-ERROR-LOG-STATUS = '05' OR OPS-ERROR-LOG-STATUS = '35'
              OPEN OUTPUT OPS-ERROR-LOG
           END-IF.
           IF OPS-ERROR-LOG-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING OPS ERROR LOG: '
                       OPS-ERROR-LOG-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN INPUT RMA-FEED-FILE.
           IF RMA-FEED-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING RMA FEED: ' RMA-FEED-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN OUTPUT CREDIT-REGISTER-FILE.
           IF CREDIT-REGISTER-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING CREDIT REGISTER: '
                       CREDIT-REGISTER-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN OUTPUT CREDIT-LINE-FILE.
           IF CREDIT-LINE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING CREDIT LINE FILE: '
                       CREDIT-LINE-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN OUTPUT LOG-FILE.
           IF OUT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING LOG FILE: ' OUT-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * READS THE LAST CREDIT MEMO NUMBER FROM CSEQDD, THE SAME
      * SEQUENCE RETURN16 USES. NO SEQUENCE FILE YET MEANS
      * NUMBERING STARTS FROM ZERO.
      **********************************************
       READ-CREDIT-SEQUENCE.
           OPEN INPUT CREDIT-SEQ-FILE.
           IF CREDIT-SEQ-STATUS = '05' OR CREDIT-SEQ-STATUS = '35'
              DISPLAY 'NO CREDIT SEQUENCE FILE - STARTING FROM 0'
           ELSE
              IF CREDIT-SEQ-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING CREDIT SEQUENCE: '
                          CREDIT-SEQ-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
              PERFORM UNTIL CREDIT-SEQ-STATUS NOT = '00'
                 READ CREDIT-SEQ-FILE
                 IF CREDIT-SEQ-STATUS = '00'
                    MOVE CSEQ-LAST-MEMO-NUM TO WS-LAST-MEMO-NUM
                 END-IF
              END-PERFORM
              CLOSE CREDIT-SEQ-FILE
           END-IF.

      **********************************************
      * REWRITES CSEQDD WITH THE LAST CREDIT MEMO NUMBER ISSUED
      * THIS RUN, AS A SINGLE RECORD VIA OPEN I-O/REWRITE.
      **********************************************
       WRITE-CREDIT-SEQUENCE.
           OPEN I-O CREDIT-SEQ-FILE.
           IF CREDIT-SEQ-STATUS = '05' OR CREDIT-SEQ-STATUS = '35'
              OPEN OUTPUT CREDIT-SEQ-FILE
           END-IF.
           IF CREDIT-SEQ-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING CREDIT SEQUENCE: '
                       CREDIT-SEQ-STATUS
              EXEC SQL
                ROLLBACK WORK
              END-EXEC
              PERFORM ABEND-WITH-STATUS
           ELSE
              READ CREDIT-SEQ-FILE
              IF CREDIT-SEQ-STATUS = '00'
                 MOVE WS-LAST-MEMO-NUM TO CSEQ-LAST-MEMO-NUM
                 REWRITE CREDIT-SEQ-REC
              ELSE
                 MOVE SPACES TO CREDIT-SEQ-REC
                 MOVE WS-LAST-MEMO-NUM TO CSEQ-LAST-MEMO-NUM
                 WRITE CREDIT-SEQ-REC
              END-IF
              IF CREDIT-SEQ-STATUS NOT = '00'
                 DISPLAY 'ERROR WRITING CREDIT SEQUENCE: '
                          CREDIT-SEQ-STATUS
                 EXEC SQL
                   ROLLBACK WORK
                 END-EXEC
                 PERFORM ABEND-WITH-STATUS
              END-IF
              CLOSE CREDIT-SEQ-FILE
           END-IF.

      **********************************************
      * READS THE RMA FEED AND DISPATCHES EACH RECORD BY ACTION.
      **********************************************
       PROCESS-ALL-RMAS.
           PERFORM UNTIL EOF
              MOVE SPACES TO WS-MSG
              READ RMA-FEED-FILE
                AT END
                   SET EOF TO TRUE
                NOT AT END
                   IF RMA-FEED-STATUS NOT = '00'
                      DISPLAY 'ERROR READING RMA FEED: '
                               RMA-FEED-STATUS
                      EXEC SQL
                        ROLLBACK WORK
                      END-EXEC
                      PERFORM ABEND-WITH-STATUS
                   END-IF
                   ADD 1 TO RECORDS-PROCESSED
                   EVALUATE TRUE
                       WHEN RMA-ORDER-LINE NOT NUMERIC
                            OR RMA-QTY NOT NUMERIC
                            OR RMA-QTY = 0
                         MOVE 'REJECTED (ORDER LINE/QUANTITY INVALID)'
                              TO WS-MSG
                         PERFORM REJECT-RMA
                       WHEN RMA-AUTHORIZE
                         PERFORM AUTHORIZE-RETURN
                       WHEN RMA-RECEIVE
                         PERFORM RECEIVE-RETURN
                       WHEN OTHER
                         MOVE 'REJECTED (INVALID ACTION CODE)'
                              TO WS-MSG
                         PERFORM REJECT-RMA
                   END-EVALUATE
              END-READ
           END-PERFORM.

      **********************************************
      * 'A' AUTHORIZE: CHECKS THE LINE HAS SHIPPED AND HAS ENOUGH
      * UNRETURNED QUANTITY, THEN OPENS THE NEXT RMA NUMBER.
      **********************************************
       AUTHORIZE-RETURN.
           MOVE RMA-ORDER-ID TO HV-ORDER-ID.
           MOVE RMA-ORDER-LINE TO HV-ORDER-LINE.
           MOVE RMA-QTY TO HV-RMA-QTY.

           EXEC SQL
             SELECT FULFILL_STATUS, QUANTITY, PROD_ID, CUST_ID
               INTO :HV-FULFILL-STATUS, :HV-QUANTITY, :HV-PROD-ID,
                    :HV-CUST-ID
               FROM TB_ORDERS
             WHERE ORDER_ID = :HV-ORDER-ID
               AND ORDER_LINE = :HV-ORDER-LINE
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 0
                 CONTINUE
               WHEN SQLCODE = 100
                 MOVE 'REJECTED (ORDER LINE NOT FOUND)' TO WS-MSG
                 PERFORM REJECT-RMA
               WHEN OTHER
                 PERFORM CRITICAL-DB2-ERROR
           END-EVALUATE.
           IF SQLCODE = 0
              IF HV-FULFILL-STATUS NOT = 'S'
                 AND HV-FULFILL-STATUS NOT = 'F'
                 MOVE 'REJECTED (LINE NOT SHIPPED - AMEND IT INSTEAD)'
                      TO WS-MSG
                 PERFORM REJECT-RMA
              ELSE
                 PERFORM CHECK-RETURNABLE-QTY
              END-IF
           END-IF.

      **********************************************
      * ADDS UP WHAT EARLIER RMAS ALREADY COVER ON THE LINE - THE
      * AUTHORIZED QUANTITY WHILE AN RMA IS OPEN, THE RECEIVED
      * QUANTITY ONCE IT IS CLOSED - AND OPENS THE RMA IF THE NEW
      * QUANTITY STILL FITS IN WHAT SHIPPED.
      **********************************************
       CHECK-RETURNABLE-QTY.
           EXEC SQL
             SELECT VALUE(SUM(CASE WHEN RETURN_STATUS = 'R'
                                   THEN RECEIVED_QTY
                                   ELSE AUTH_QTY END), 0)
               INTO :HV-QTY-RETURNED
               FROM TB_ORDER_RETURNS
             WHERE ORDER_ID = :HV-ORDER-ID
               AND ORDER_LINE = :HV-ORDER-LINE
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM CRITICAL-DB2-ERROR
           END-IF.
           IF HV-RMA-QTY > HV-QUANTITY - HV-QTY-RETURNED
              MOVE 'REJECTED (QUANTITY OVER SHIPPED LESS RETURNS)'
                   TO WS-MSG
              PERFORM REJECT-RMA
           ELSE
              PERFORM INSERT-RMA
           END-IF.

      **********************************************
      * ASSIGNS THE NEXT RMA NUMBER AND INSERTS THE OPEN RMA.
      * NUMBERING FROM THE TABLE ITSELF KEEPS IT IN STEP WITH
      * WHAT HAS COMMITTED - A ROLLED-BACK RUN REUSES ITS NUMBERS.
      **********************************************
       INSERT-RMA.
           EXEC SQL
             SELECT VALUE(MAX(RMA_NUM), 0) + 1
               INTO :HV-RMA-NUM
               FROM TB_ORDER_RETURNS
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM CRITICAL-DB2-ERROR
           END-IF.
           MOVE RMA-REASON TO HV-REASON.

           EXEC SQL
             INSERT INTO TB_ORDER_RETURNS
                    (RMA_NUM, ORDER_ID, ORDER_LINE, PROD_ID,
                     CUST_ID, AUTH_QTY, RECEIVED_QTY, RETURN_STATUS,
                     RETURN_REASON, AUTH_DATE, COMM_EXTRACTED)
             VALUES (:HV-RMA-NUM, :HV-ORDER-ID, :HV-ORDER-LINE,
                     :HV-PROD-ID, :HV-CUST-ID, :HV-RMA-QTY, 0, 'A',
                     :HV-REASON, CURRENT DATE, 'N')
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM CRITICAL-DB2-ERROR
           END-IF.

           ADD 1 TO RMAS-AUTHORIZED.
           MOVE HV-RMA-NUM TO WS-LOG-RMA-NUM.
           MOVE RMA-QTY TO WS-LOG-QTY.
           STRING 'AUTHORIZED RMA ' DELIMITED BY SIZE
                  WS-LOG-RMA-NUM DELIMITED BY SIZE
                  ' LINE ' DELIMITED BY SIZE
                  RMA-ORDER-LINE DELIMITED BY SIZE
                  ' QTY ' DELIMITED BY SIZE
                  WS-LOG-QTY DELIMITED BY SIZE
                  INTO WS-MSG
           END-STRING.
           PERFORM WRITE-LOG-MESSAGE.

      **********************************************
      * 'R' RECEIVE: THE RMA MUST BE OPEN FOR THIS ORDER LINE AND
      * COVER THE QUANTITY RECEIVED.
      **********************************************
       RECEIVE-RETURN.
           IF RMA-NUM NOT NUMERIC
              MOVE 'REJECTED (RMA NUMBER NOT NUMERIC)' TO WS-MSG
              PERFORM REJECT-RMA
           ELSE
              IF NOT RMA-RESALEABLE AND NOT RMA-DAMAGED
                 MOVE 'REJECTED (CONDITION NOT G OR D)' TO WS-MSG
                 PERFORM REJECT-RMA
              ELSE
                 PERFORM CHECK-OPEN-RMA
              END-IF
           END-IF.

      **********************************************
      * READS THE RMA AND VALIDATES IT AGAINST THE RECEIPT.
      **********************************************
       CHECK-OPEN-RMA.
           MOVE RMA-NUM TO HV-RMA-NUM.
           MOVE RMA-QTY TO HV-RMA-QTY.

           EXEC SQL
             SELECT ORDER_ID, ORDER_LINE, AUTH_QTY, RETURN_STATUS
               INTO :HV-RMA-ORDER-ID, :HV-RMA-ORDER-LINE,
                    :HV-AUTH-QTY, :HV-RETURN-STATUS
               FROM TB_ORDER_RETURNS
             WHERE RMA_NUM = :HV-RMA-NUM
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 0
                 CONTINUE
               WHEN SQLCODE = 100
                 MOVE 'REJECTED (RMA NOT FOUND)' TO WS-MSG
                 PERFORM REJECT-RMA
               WHEN OTHER
                 PERFORM CRITICAL-DB2-ERROR
           END-EVALUATE.
           IF SQLCODE = 0
              EVALUATE TRUE
                  WHEN HV-RETURN-STATUS NOT = 'A'
                    MOVE 'REJECTED (RMA ALREADY RECEIVED)' TO WS-MSG
                    PERFORM REJECT-RMA
                  WHEN HV-RMA-ORDER-ID NOT = RMA-ORDER-ID
                       OR HV-RMA-ORDER-LINE NOT = RMA-ORDER-LINE
                    MOVE 'REJECTED (RMA IS FOR ANOTHER ORDER LINE)'
                         TO WS-MSG
                    PERFORM REJECT-RMA
                  WHEN HV-RMA-QTY > HV-AUTH-QTY
                    MOVE 'REJECTED (QUANTITY OVER AUTHORIZED)'
                         TO WS-MSG
                    PERFORM REJECT-RMA
                  WHEN OTHER
                    PERFORM READ-INVOICED-LINE
              END-EVALUATE
           END-IF.

      **********************************************
      * READS THE ORDER ROW FOR ITS CHARGED PRICE, CUSTOMER AND
      * INVOICE. A LINE ORDINV21 HAS NOT BILLED YET (OR HAS HELD)
      * HAS NOTHING TO CREDIT - THE RECEIPT WAITS UNTIL IT HAS.
      **********************************************
       READ-INVOICED-LINE.
           MOVE RMA-ORDER-ID TO HV-ORDER-ID.
           MOVE RMA-ORDER-LINE TO HV-ORDER-LINE.

           EXEC SQL
             SELECT PROD_ID, UNIT_PRICE, CUST_ID,
                    VALUE(INVOICE_NUM, 0)
               INTO :HV-PROD-ID, :HV-UNIT-PRICE, :HV-CUST-ID,
                    :HV-INVOICE-NUM
               FROM TB_ORDERS
             WHERE ORDER_ID = :HV-ORDER-ID
               AND ORDER_LINE = :HV-ORDER-LINE
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 0
                 IF HV-INVOICE-NUM = 0
                    MOVE 'REJECTED (LINE NOT YET INVOICED)' TO WS-MSG
                    PERFORM REJECT-RMA
                 ELSE
                    PERFORM APPLY-RECEIPT
                 END-IF
               WHEN SQLCODE = 100
                 MOVE 'REJECTED (ORDER LINE NOT FOUND)' TO WS-MSG
                 PERFORM REJECT-RMA
               WHEN OTHER
                 PERFORM CRITICAL-DB2-ERROR
           END-EVALUATE.

      **********************************************
      * RESTOCKS RESALEABLE GOODS, ISSUES THE CREDIT MEMO AND
      * CLOSES THE RMA. A PRODUCT NO LONGER IN TB_PRODUCTS CANNOT
      * BE RESTOCKED; THE CREDIT STILL GOES THROUGH AND THE LOG
      * SAYS SO.
      **********************************************
       APPLY-RECEIPT.
           MOVE 'N' TO HV-RESALEABLE.
           IF RMA-RESALEABLE
              EXEC SQL
                UPDATE TB_PRODUCTS
                   SET QTY_ON_HAND = QTY_ON_HAND + :HV-RMA-QTY
                 WHERE PROD_ID = :HV-PROD-ID
              END-EXEC
              EVALUATE TRUE
                  WHEN SQLCODE = 0
                    MOVE 'Y' TO HV-RESALEABLE
                    ADD RMA-QTY TO UNITS-RESTOCKED
                  WHEN SQLCODE = 100
                    MOVE 'PRODUCT NOT IN TB_PRODUCTS - NOT RESTOCKED'
                         TO WS-MSG
                    PERFORM WRITE-LOG-MESSAGE
                  WHEN OTHER
                    PERFORM CRITICAL-DB2-ERROR
              END-EVALUATE
           END-IF.

           PERFORM WRITE-CREDIT-MEMO.

           MOVE WS-CREDIT-AMOUNT TO HV-CREDIT-AMT.
           MOVE WS-LAST-MEMO-NUM TO HV-MEMO-NUM.
           EXEC SQL
             UPDATE TB_ORDER_RETURNS
                SET RETURN_STATUS = 'R',
                    RECEIVED_QTY = :HV-RMA-QTY,
                    RESALEABLE = :HV-RESALEABLE,
                    CREDIT_AMT = :HV-CREDIT-AMT,
                    CREDIT_MEMO_NUM = :HV-MEMO-NUM,
                    RECEIVED_DATE = CURRENT DATE,
                    COMM_EXTRACTED = 'N'
              WHERE RMA_NUM = :HV-RMA-NUM
                AND RETURN_STATUS = 'A'
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM CRITICAL-DB2-ERROR
           END-IF.

           ADD 1 TO RMAS-RECEIVED.
           ADD WS-CREDIT-AMOUNT TO TOTAL-CREDITED.
           MOVE RMA-NUM TO WS-LOG-RMA-NUM.
           MOVE WS-LAST-MEMO-NUM TO WS-LOG-MEMO-NUM.
           MOVE WS-CREDIT-AMOUNT TO WS-LOG-CREDIT.
           STRING 'RECEIVED RMA ' DELIMITED BY SIZE
                  WS-LOG-RMA-NUM DELIMITED BY SIZE
                  ' (' DELIMITED BY SIZE
                  RMA-CONDITION DELIMITED BY SIZE
                  ') MEMO ' DELIMITED BY SIZE
                  WS-LOG-MEMO-NUM DELIMITED BY SIZE
                  ' CREDIT ' DELIMITED BY SIZE
                  WS-LOG-CREDIT DELIMITED BY SIZE
                  INTO WS-MSG
           END-STRING.
           PERFORM WRITE-LOG-MESSAGE.

      **********************************************
      * NUMBERS THE CREDIT MEMO AND WRITES ITS REGISTER RECORD AND
      * CREDIT LINE AT THE ROW'S CHARGED UNIT_PRICE. AS IN
      * RETURN16, THE CREDIT CARRIES NO TAX.
      **********************************************
       WRITE-CREDIT-MEMO.
           COMPUTE WS-CREDIT-AMOUNT ROUNDED =
                   HV-UNIT-PRICE * HV-RMA-QTY.
           ADD 1 TO WS-LAST-MEMO-NUM.

           MOVE SPACES TO CREDIT-REGISTER-REC.
           MOVE WS-LAST-MEMO-NUM TO CRG-MEMO-NUM.
           MOVE 0 TO CRG-ORDER-NUM.
           MOVE HV-CUST-ID TO CRG-CUST-ID.
           MOVE WS-CREDIT-AMOUNT TO CRG-SUBTOTAL.
           MOVE 0 TO CRG-TAX.
           MOVE WS-CREDIT-AMOUNT TO CRG-TOTAL.
           MOVE WS-RUN-DATE TO CRG-DATE.
           MOVE 'C' TO CRG-DOC-TYPE.
           MOVE RMA-ORDER-ID TO CRG-DB2-ORDER-ID.
           WRITE CREDIT-REGISTER-REC.
           IF CREDIT-REGISTER-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING CREDIT REGISTER: '
                       CREDIT-REGISTER-STATUS
              EXEC SQL
                ROLLBACK WORK
              END-EXEC
              PERFORM ABEND-WITH-STATUS
           END-IF.

           MOVE SPACES TO CREDIT-LINE-REC.
           MOVE WS-LAST-MEMO-NUM TO CLN-MEMO-NUM.
           MOVE 0 TO CLN-ORDER-NUM.
           MOVE HV-CUST-ID TO CLN-CUST-ID.
           MOVE HV-PROD-ID TO CLN-PART-ID.
           MOVE RMA-QTY TO CLN-QTY.
           MOVE HV-UNIT-PRICE TO CLN-UNIT-PRICE.
           MOVE WS-RUN-DATE TO CLN-DATE.
           MOVE HV-INVOICE-NUM TO CLN-INVOICE-NUM.
           MOVE RMA-ORDER-ID TO CLN-DB2-ORDER-ID.
           WRITE CREDIT-LINE-REC.
           IF CREDIT-LINE-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING CREDIT LINE FILE: '
                       CREDIT-LINE-STATUS
              EXEC SQL
                ROLLBACK WORK
              END-EXEC
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * COUNTS AND LOGS A REJECTED FEED RECORD.
      **********************************************
       REJECT-RMA.
           ADD 1 TO RECORDS-ERRORS.
           PERFORM WRITE-LOG-MESSAGE.

      **********************************************
      * REWRITES THE CREDIT SEQUENCE, THEN COMMITS. THE SEQUENCE
      * GOES FIRST SO A COMMIT FAILURE ONLY SKIPS MEMO NUMBERS -
      * IT CAN NEVER HAND THE SAME NUMBER OUT TWICE.
      **********************************************
       FINAL-COMMIT.
           IF RMAS-RECEIVED > 0
              PERFORM WRITE-CREDIT-SEQUENCE
           END-IF.
           EXEC SQL
             COMMIT WORK
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISP
              DISPLAY 'COMMIT ERROR: ' WS-SQLCODE-DISP
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * UNEXPECTED DB2 ERROR: LOG TO OPSLOG, ROLL BACK, ABEND
      **********************************************
       CRITICAL-DB2-ERROR.
           MOVE SQLCODE TO WS-SQLCODE-DISP.
           DISPLAY 'CRITICAL DB2 ERROR: ' WS-SQLCODE-DISP.
           DISPLAY 'ORDER ID: ' RMA-ORDER-ID.
           STRING 'RMA DB2 ERROR, ORDER ' DELIMITED BY SIZE
                  RMA-ORDER-ID DELIMITED BY SIZE
                  INTO WS-OPS-MESSAGE
           END-STRING.
           PERFORM WRITE-OPS-ERROR-LOG.
           EXEC SQL
             ROLLBACK WORK
           END-EXEC.
           PERFORM ABEND-WITH-STATUS.

      **********************************************
      * WRITES THE MESSAGE IN WS-MSG TO THE ACTION LOG AGAINST THE
      * FEED RECORD'S ORDER ID.
      **********************************************
       WRITE-LOG-MESSAGE.
           MOVE ALL SPACES TO LOG-REC.
           STRING RMA-ORDER-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-MSG DELIMITED BY SIZE
                  INTO LOG-REC
           END-STRING.
           WRITE LOG-REC.
           IF OUT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING LOG FILE: ' OUT-STATUS
              EXEC SQL
                ROLLBACK WORK
              END-EXEC
              PERFORM ABEND-WITH-STATUS
           END-IF.
           MOVE SPACES TO WS-MSG.

      **********************************************
      * WRITES ONE CRITICAL RECORD TO THE SHARED OPS ERROR LOG.
      **********************************************
       WRITE-OPS-ERROR-LOG.
           MOVE SPACES TO OPS-ERROR-LOG-REC.
           MOVE 'RMARTN21' TO OPS-PROGRAM-ID.
           MOVE WS-BST-TS-DATE TO OPS-CYCLE-DATE.
           MOVE 'CRITICAL' TO OPS-SEVERITY.
           MOVE WS-OPS-MESSAGE TO OPS-MESSAGE.
           WRITE OPS-ERROR-LOG-REC.
           IF OPS-ERROR-LOG-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR WRITING OPS ERROR LOG: '
                       OPS-ERROR-LOG-STATUS
           END-IF.

      **********************************************
      * APPENDS ONE RECORD TO THE SHARED END-OF-NIGHT STATUS LOG.
      **********************************************
       WRITE-BATCH-STATUS.
           MOVE SPACES TO STATUS-LOG-REC.
           MOVE 'RMARTN21' TO BST-PROGRAM-ID.
           PERFORM GET-BST-TIMESTAMP.
           MOVE WS-BST-START-TS TO BST-START-TS.
           MOVE WS-BST-TS-BUILT TO BST-END-TS.
           MOVE RECORDS-PROCESSED TO BST-RECORDS-IN.
           COMPUTE BST-RECORDS-OUT = RMAS-AUTHORIZED + RMAS-RECEIVED.
           MOVE RECORDS-ERRORS TO BST-RECORDS-REJECTED.
           IF ABEND-IN-PROGRESS
              MOVE 'FAILED' TO BST-STATUS
              MOVE 'JOB ABENDED - SEE SYSOUT FOR DETAIL' TO BST-MESSAGE
           ELSE
              IF RECORDS-ERRORS > 0
                 MOVE 'WARNING' TO BST-STATUS
                 MOVE 'RMAS REJECTED - SEE RMA LOG' TO BST-MESSAGE
              ELSE
                 MOVE 'COMPLETE' TO BST-STATUS
                 MOVE 'RETURNS AUTHORIZED/RECEIVED CLEAN' TO
                      BST-MESSAGE
              END-IF
           END-IF.
           WRITE STATUS-LOG-REC.
           IF STATUS-LOG-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR WRITING BATCH STATUS LOG: '
                       STATUS-LOG-STATUS
           END-IF.

      **********************************************
      * CALLED IN PLACE OF A BARE STOP RUN FROM ANY FATAL ERROR
      * PATH SO THE RUN STILL LEAVES A 'FAILED' STATLOG RECORD
      * BEHIND.
      **********************************************
       ABEND-WITH-STATUS.
           SET ABEND-IN-PROGRESS TO TRUE.
           PERFORM WRITE-BATCH-STATUS.
           STOP RUN.

      **********************************************
      * CLOSES ALL FILES.
      **********************************************
       CLOSE-ALL-FILES.
           CLOSE RMA-FEED-FILE.
           IF RMA-FEED-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING RMA FEED: '
                       RMA-FEED-STATUS
           END-IF.

           CLOSE CREDIT-REGISTER-FILE.
           IF CREDIT-REGISTER-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING CREDIT REGISTER: '
                       CREDIT-REGISTER-STATUS
           END-IF.

           CLOSE CREDIT-LINE-FILE.
           IF CREDIT-LINE-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING CREDIT LINE FILE: '
                       CREDIT-LINE-STATUS
           END-IF.

           CLOSE LOG-FILE.
           IF OUT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING LOG FILE: ' OUT-STATUS
           END-IF.

           CLOSE OPS-ERROR-LOG.
           IF OPS-ERROR-LOG-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING OPS ERROR LOG: '
                       OPS-ERROR-LOG-STATUS
           END-IF.

           CLOSE STATUS-LOG.
           IF STATUS-LOG-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING STATUS LOG: '
                       STATUS-LOG-STATUS
           END-IF.

      **********************************************
      * DISPLAY SUMMARY STATISTICS TO SYSOUT
      **********************************************
       DISPLAY-SUMMARY.
           MOVE TOTAL-CREDITED TO WS-TOTAL-DISP.
           DISPLAY '========================================'.
           DISPLAY 'POST-SHIPMENT RETURNS SUMMARY'.
           DISPLAY '========================================'.
           DISPLAY 'RECORDS PROCESSED:  ' RECORDS-PROCESSED.
           DISPLAY 'RMAS AUTHORIZED:    ' RMAS-AUTHORIZED.
           DISPLAY 'RMAS RECEIVED:      ' RMAS-RECEIVED.
           DISPLAY 'UNITS RESTOCKED:    ' UNITS-RESTOCKED.
           DISPLAY 'RECORDS REJECTED:   ' RECORDS-ERRORS.
           DISPLAY 'TOTAL CREDITED:     ' WS-TOTAL-DISP.
           DISPLAY 'LAST CREDIT MEMO:   ' WS-LAST-MEMO-NUM.
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
