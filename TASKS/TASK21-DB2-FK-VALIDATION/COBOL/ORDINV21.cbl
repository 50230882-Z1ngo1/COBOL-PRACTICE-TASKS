      ******************************************************************
      * SHIPPED ORDER INVOICING FROM TB_ORDERS                         *
      *                                                                *
      * PURPOSE:                                                       *
      * ORDSHP21 MOVES TB_ORDERS ROWS TO 'S' AND THEN 'F', BUT NOTHING *
      * EVER BILLED THEM - SHIPPED DB2 ORDERS WERE INVOICED BY HAND    *
      * FROM THE SHIP LOG AND NEVER REACHED THE INVOICE REGISTER THAT  *
      * CASHAP16 AGES AND APPLIES CASH AGAINST. THIS JOB INVOICES      *
      * EVERY NEWLY SHIPPED ORDER AT THE UNIT_PRICE THE LOADER STORED  *
      * (PROMOTIONS ALREADY APPLIED), NUMBERING FROM THE SHARED        *
      * INVOICE SEQUENCE (ISEQDD) PSTASK16 AND SHPINV16 USE, AND       *
      * WRITES INVOICE REGISTER AND INVOICE-LINE RECORDS IN THEIR      *
      * OWN LAYOUTS. THE JCL OF CASHAP16 CONCATENATES THE REGISTER     *
      * ONTO IREGDD, SO THESE INVOICES AGE AND TAKE CASH LIKE ANY      *
      * PARTS INVOICE.                                                 *
      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   PHASE 1 - READ THE LAST INVOICE NUMBER FROM ISEQDD AND THE   *
      *     PARMDD TUNABLES: TAXRATE (DB2 ORDERS CARRY NO TAX          *
      *     JURISDICTION, SO THEY BILL AT THE DEFAULT RATE PSTASK16    *
      *     USES FOR AN UNKNOWN CODE) AND INVFROMDATE (YYYYMMDD -      *
      *     ORDERS DATED BEFORE IT WERE BILLED BY HAND AND ARE NEVER   *
      *     PICKED UP; ZERO MEANS NO CUT-OFF).                         *
      *   PHASE 2 - CURSOR OVER EVERY SHIPPED OR COMPLETE ROW          *
      *     (FULFILL_STATUS 'S'/'F') WITH NO INVOICE_NUM - A POSITIVE  *
      *     MARKER, AS IN SLSEXT21 - IN ORDER/LINE ORDER, BUFFERED     *
      *     ONE ORDER AT A TIME. PER ORDER:                            *
      *     EVERY LINE FITS THE INVOICE LAYOUTS -> NEXT INVOICE        *
      *       NUMBER, ONE LINE RECORD PER ROW AT QUANTITY X            *
      *       UNIT_PRICE, SUBTOTAL, TAX, TOTAL, ONE REGISTER RECORD    *
      *       (DOC TYPE 'I'), AND THE ORDER'S ROWS STAMPED WITH THE    *
      *       INVOICE NUMBER.                                          *
      *     ANY LINE THAT DOES NOT FIT (CUSTOMER ID WIDER THAN THE     *
      *       5-BYTE A/R CUSTOMER, NON-NUMERIC PRODUCT, QUANTITY OVER  *
      *       999, PRICE OVER 999.99, MORE THAN 50 LINES) -> THE       *
      *       WHOLE ORDER IS HELD ON THE INVOICE LOG, LEFT UNSTAMPED,  *
      *       AND SURFACES EVERY NIGHT UNTIL IT IS BILLED BY HAND      *
      *       OR CORRECTED. NO ORDER IS EVER PART-INVOICED.            *
      *   PHASE 3 - REWRITE ISEQDD, THEN COMMIT THE STAMPS ONCE THE    *
      *     CURSOR IS DONE. AN ABEND MID-RUN LEAVES EVERY ORDER        *
      *     UNSTAMPED AND THE SEQUENCE UNTOUCHED, SO THE RERUN         *
      *     INVOICES THE LOT AGAIN INTO FRESH OUTPUT FILES.            *
      *   THE DB2 ORDER ID IS SIX BYTES AND DOES NOT FIT THE           *
      *   REGISTER'S 5-DIGIT ORDER NUMBER: THAT FIELD IS ZERO ON       *
      *   THESE INVOICES AND THE ORDER ID RIDES IN THE TRAILING        *
      *   FILLER OF BOTH RECORDS, WHICH EVERY OTHER READER IGNORES.    *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/10/15                                               *
      *                                                                *
      * FILES:                                                         *
      * I/O:    ISEQDD (INVOICE.SEQ) - SHARED INVOICE NUMBER SEQUENCE  *
      * OUTPUT: IREGDD (ORDER.INVOICE.REGISTER) - ONE RECORD PER       *
      *         INVOICE, INVOICE REGISTER LAYOUT (PS, 80 B)            *
      * OUTPUT: ILINDD (ORDER.INVOICE.LINES) - ONE RECORD PER INVOICE  *
      *         LINE, INVOICE-LINE LAYOUT (PS, 80 B)                   *
      * OUTPUT: OUTDD (ORDER.INVOICE.LOG) - INVOICES AND HELD ORDERS   *
      * OUTPUT: STATLOG - SHARED STATUS LOG                            *
      * DB2 TABLE: TB_ORDERS (SELECT, INVOICE_NUM UPDATE)              *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDINV21.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-SEQ-FILE ASSIGN TO ISEQDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS INVOICE-SEQ-STATUS.

           SELECT INVOICE-REGISTER-FILE ASSIGN TO IREGDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS INVOICE-REGISTER-STATUS.

           SELECT INVOICE-LINE-FILE ASSIGN TO ILINDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS INVOICE-LINE-STATUS.

           SELECT LOG-FILE ASSIGN TO OUTDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS OUT-STATUS.

           SELECT STATUS-LOG ASSIGN TO STATLOG
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS STATUS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INVOICE-SEQ-FILE RECORDING MODE IS F.
       01 INVOICE-SEQ-REC.
          05 ISEQ-LAST-INVOICE-NUM PIC 9(7).
          05 FILLER PIC X(73).

      * INVOICE REGISTER RECORD IN PSTASK16'S LAYOUT. IRG-ORDER-NUM
      * IS ZERO HERE; THE DB2 ORDER ID SITS IN THE TRAILING FILLER.
       FD INVOICE-REGISTER-FILE RECORDING MODE IS F.
       01 INVOICE-REGISTER-REC.
          05 IRG-INVOICE-NUM PIC 9(7).
          05 FILLER PIC X(1).
          05 IRG-ORDER-NUM PIC 9(5).
          05 FILLER PIC X(1).
          05 IRG-CUST-ID PIC X(5).
          05 FILLER PIC X(1).
          05 IRG-SUBTOTAL PIC 9(7)V99.
          05 FILLER PIC X(1).
          05 IRG-TAX PIC 9(7)V99.
          05 FILLER PIC X(1).
          05 IRG-TOTAL PIC 9(7)V99.
          05 FILLER PIC X(1).
          05 IRG-DATE PIC X(8).
          05 FILLER PIC X(1).
          05 IRG-DOC-TYPE PIC X(1).
          05 FILLER PIC X(1).
          05 IRG-DB2-ORDER-ID PIC X(6).
          05 FILLER PIC X(13).

      * INVOICE-LINE DETAIL IN PSTASK16'S LAYOUT, SO SLSHST16 SEES
      * THESE LINES LIKE ANY OTHER INVOICE'S.
       FD INVOICE-LINE-FILE RECORDING MODE IS F.
       01 INVOICE-LINE-REC.
          05 ILN-INVOICE-NUM PIC 9(7).
          05 FILLER PIC X(1).
          05 ILN-ORDER-NUM PIC 9(5).
          05 FILLER PIC X(1).
          05 ILN-CUST-ID PIC X(5).
          05 FILLER PIC X(1).
          05 ILN-PART-ID PIC 9(5).
          05 FILLER PIC X(1).
          05 ILN-QTY PIC 9(3).
          05 FILLER PIC X(1).
          05 ILN-UNIT-PRICE PIC 9(3)V99.
          05 FILLER PIC X(1).
          05 ILN-DATE PIC X(8).
          05 FILLER PIC X(1).
          05 ILN-DB2-ORDER-ID PIC X(6).
          05 FILLER PIC X(29).

       FD LOG-FILE RECORDING MODE IS F.
       01 LOG-REC PIC X(80).

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
       01 HV-ORDER-DATE PIC X(10).
       01 HV-FROM-DATE PIC X(10).
       01 HV-INVOICE-NUM PIC S9(7) COMP-3.
       01 HV-INV-ORDER-ID PIC X(6).

      * EVERY SHIPPED OR COMPLETE ROW NOT YET INVOICED, ONE ORDER'S
      * LINES TOGETHER. THE INVOICE_NUM MARKER, NOT A STATUS OR DATE
      * CHANGE, DRIVES SELECTION - A HELD ORDER IS OFFERED AGAIN ON
      * EVERY RUN UNTIL IT IS STAMPED.
           EXEC SQL
             DECLARE INVCUR CURSOR FOR
               SELECT ORDER_ID, ORDER_LINE, PROD_ID, QUANTITY,
                      UNIT_PRICE, CUST_ID, CHAR(ORDER_DATE, ISO)
                 FROM TB_ORDERS
               WHERE FULFILL_STATUS IN ('S', 'F')
                 AND INVOICE_NUM IS NULL
                 AND ORDER_DATE >= DATE(:HV-FROM-DATE)
               ORDER BY ORDER_ID, ORDER_LINE
           END-EXEC.

      * FILE STATUS VARIABLES
       01 WS-FILE-STATUSES.
          05 INVOICE-SEQ-STATUS PIC X(2).
          05 INVOICE-REGISTER-STATUS PIC X(2).
          05 INVOICE-LINE-STATUS PIC X(2).
          05 OUT-STATUS PIC X(2).
          05 STATUS-LOG-STATUS PIC X(2).

      * CONTROL FLAGS
       01 WS-FLAGS.
          05 WS-CURSOR-EOF PIC X(1) VALUE 'N'.
             88 CURSOR-EOF VALUE 'Y'.
          05 WS-PENDING-ORDER PIC X(1) VALUE 'N'.
             88 PENDING-ORDER VALUE 'Y'.
          05 WS-ORDER-HELD PIC X(1) VALUE 'N'.
             88 ORDER-HELD VALUE 'Y'.

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

      * RUNTIME PARAMETER LOOKUP REQUEST AREA - SEE COPYBOOK
      * RUNPARM AND SUBPROGRAM PRMGET50.
           COPY RUNPARM.

      * TAX RATE CHARGED ON EVERY ORDER INVOICE, AND THE ORDER DATE
      * (YYYYMMDD) FROM WHICH ORDERS ARE INVOICED HERE RATHER THAN
      * BY HAND. ADJUST HERE OR VIA PARMDD (TAXRATE, INVFROMDATE).
       01 WS-TAX-RATE PIC V999 VALUE .070.
       01 WS-INVOICE-FROM-DATE PIC 9(8) VALUE 0.
       01 WS-FROM-DATE-PARTS REDEFINES WS-INVOICE-FROM-DATE.
          05 WS-FROM-YYYY PIC X(4).
          05 WS-FROM-MM PIC X(2).
          05 WS-FROM-DD PIC X(2).

      * INVOICE NUMBERING AND THE RUN DATE STAMPED ON EVERY INVOICE
       01 WS-LAST-INVOICE-NUM PIC 9(7) VALUE 0.
       01 WS-RUN-DATE PIC X(8).

      * THE ORDER BEING BUFFERED, ITS LINES, AND WHY IT IS HELD
       01 WS-CUR-ORDER.
          05 WS-CUR-ORDER-ID PIC X(6).
          05 WS-CUR-CUST-ID PIC X(6).
          05 WS-HOLD-REASON PIC X(40).
       01 WS-ORDER-LINES.
          05 WS-LINE-COUNT PIC 9(2) VALUE 0.
          05 WS-LINE-ENTRY OCCURS 50 TIMES INDEXED BY LN-IDX.
             10 WS-LN-PART-ID PIC 9(5).
             10 WS-LN-QTY PIC 9(3).
             10 WS-LN-UNIT-PRICE PIC 9(3)V99.

      * INVOICE AMOUNTS FOR THE CURRENT ORDER
       01 WS-INVOICE-AMOUNTS.
          05 WS-INV-SUBTOTAL PIC 9(7)V99.
          05 WS-INV-TAX PIC 9(7)V99.
          05 WS-INV-TOTAL PIC 9(7)V99.
          05 WS-LINE-AMOUNT PIC 9(7)V99.

      * EDITED FIELDS FOR THE INVOICE LOG
       01 WS-LOG-FIELDS.
          05 WS-LOG-INVOICE PIC 9(7).
          05 WS-LOG-LINES PIC Z9.
          05 WS-LOG-TOTAL PIC Z,ZZZ,ZZ9.99.

      * STATISTICS COUNTERS
       01 WS-COUNTERS.
          05 ROWS-READ PIC 9(5) VALUE 0.
          05 ORDERS-READ PIC 9(5) VALUE 0.
          05 ORDERS-INVOICED PIC 9(5) VALUE 0.
          05 ORDERS-HELD PIC 9(5) VALUE 0.
          05 LINES-WRITTEN PIC 9(5) VALUE 0.
          05 TOTAL-INVOICED PIC 9(9)V99 VALUE 0.

      * EDITED TOTAL FOR THE SUMMARY
       01 WS-TOTAL-DISP PIC ZZZ,ZZZ,ZZ9.99.

      * FORMATTED SQLCODE FOR DISPLAY
       77 WS-SQLCODE-DISP PIC -Z(9)9.

      **********************************************
      * OPENS FILES, INVOICES EVERY NEWLY SHIPPED ORDER, WRITES
      * BATCH STATUS, CLOSES, DISPLAYS SUMMARY.
      **********************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM SET-BST-START-TS.
           PERFORM OPEN-ALL-FILES.
           PERFORM LOAD-RUNTIME-PARMS.
           PERFORM READ-INVOICE-SEQUENCE.
           PERFORM INVOICE-ALL-ORDERS.
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

           OPEN OUTPUT INVOICE-REGISTER-FILE.
           IF INVOICE-REGISTER-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING INVOICE REGISTER: '
                       INVOICE-REGISTER-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN OUTPUT INVOICE-LINE-FILE.
           IF INVOICE-LINE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING INVOICE LINE FILE: '
                       INVOICE-LINE-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN OUTPUT LOG-FILE.
           IF OUT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING INVOICE LOG: ' OUT-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

      **********************************************
      * READS THIS JOB'S OPERATIONAL TUNABLES FROM THE CENTRAL
      * PARAMETER FILE THROUGH PRMGET50, KEEPING THE WORKING-
      * STORAGE VALUES AS THE DEFAULTS. THE CUT-OFF DATE IS
      * RESHAPED TO ISO FOR THE CURSOR; ZERO BECOMES THE EARLIEST
      * DATE DB2 HOLDS.
      **********************************************
       LOAD-RUNTIME-PARMS.
           MOVE 'ORDINV21' TO RP-JOB-NAME.
           MOVE 'TAXRATE' TO RP-KEYWORD.
           MOVE WS-TAX-RATE TO RP-DEFAULT-VALUE.
           CALL 'PRMGET50' USING WS-RUNPARM-REQUEST END-CALL.
           MOVE RP-VALUE TO WS-TAX-RATE.
           MOVE 'ORDINV21' TO RP-JOB-NAME.
           MOVE 'INVFROMDATE' TO RP-KEYWORD.
           MOVE WS-INVOICE-FROM-DATE TO RP-DEFAULT-VALUE.
           CALL 'PRMGET50' USING WS-RUNPARM-REQUEST END-CALL.
           MOVE RP-VALUE TO WS-INVOICE-FROM-DATE.

           IF WS-INVOICE-FROM-DATE = 0
              MOVE '0001-01-01' TO HV-FROM-DATE
           ELSE
              MOVE SPACES TO HV-FROM-DATE
              STRING WS-FROM-YYYY DELIMITED BY SIZE
                     '-' DELIMITED BY SIZE
                     WS-FROM-MM DELIMITED BY SIZE
                     '-' DELIMITED BY SIZE
                     WS-FROM-DD DELIMITED BY SIZE
                     INTO HV-FROM-DATE
              END-STRING
           END-IF.

      **********************************************
      * READS THE LAST INVOICE NUMBER ASSIGNED FROM ISEQDD, THE
      * SAME SEQUENCE PSTASK16 AND SHPINV16 USE. NO SEQUENCE FILE
      * YET MEANS NUMBERING STARTS FROM ZERO.
      **********************************************
       READ-INVOICE-SEQUENCE.
           OPEN INPUT INVOICE-SEQ-FILE.
           IF INVOICE-SEQ-STATUS = '05' OR INVOICE-SEQ-STATUS = '35'
              DISPLAY 'NO INVOICE SEQUENCE FILE - STARTING FROM 0'
           ELSE
              IF INVOICE-SEQ-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING INVOICE SEQUENCE: '
                          INVOICE-SEQ-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
              PERFORM UNTIL INVOICE-SEQ-STATUS NOT = '00'
                 READ INVOICE-SEQ-FILE
                 IF INVOICE-SEQ-STATUS = '00'
                    MOVE ISEQ-LAST-INVOICE-NUM TO WS-LAST-INVOICE-NUM
                 END-IF
              END-PERFORM
              CLOSE INVOICE-SEQ-FILE
           END-IF.

      **********************************************
      * REWRITES ISEQDD WITH THE LAST INVOICE NUMBER ASSIGNED THIS
      * RUN, MAINTAINED AS A SINGLE RECORD VIA OPEN I-O/REWRITE
      * EXACTLY AS PSTASK16 DOES.
      **********************************************
       WRITE-INVOICE-SEQUENCE.
           OPEN I-O INVOICE-SEQ-FILE.
           IF INVOICE-SEQ-STATUS = '05' OR INVOICE-SEQ-STATUS = '35'
              OPEN OUTPUT INVOICE-SEQ-FILE
           END-IF.
           IF INVOICE-SEQ-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING INVOICE SEQUENCE: '
                       INVOICE-SEQ-STATUS
              EXEC SQL
                ROLLBACK WORK
              END-EXEC
              PERFORM ABEND-WITH-STATUS
           ELSE
              READ INVOICE-SEQ-FILE
              IF INVOICE-SEQ-STATUS = '00'
                 MOVE WS-LAST-INVOICE-NUM TO ISEQ-LAST-INVOICE-NUM
                 REWRITE INVOICE-SEQ-REC
              ELSE
                 MOVE SPACES TO INVOICE-SEQ-REC
                 MOVE WS-LAST-INVOICE-NUM TO ISEQ-LAST-INVOICE-NUM
                 WRITE INVOICE-SEQ-REC
              END-IF
              IF INVOICE-SEQ-STATUS NOT = '00'
                 DISPLAY 'ERROR WRITING INVOICE SEQUENCE: '
                          INVOICE-SEQ-STATUS
                 EXEC SQL
                   ROLLBACK WORK
                 END-EXEC
                 PERFORM ABEND-WITH-STATUS
              END-IF
              CLOSE INVOICE-SEQ-FILE
           END-IF.

      **********************************************
      * FETCHES EVERY UNINVOICED SHIPPED ROW, INVOICING EACH ORDER
      * AS THE NEXT ONE STARTS AND THE LAST ONE AT END OF CURSOR.
      * THE SEQUENCE IS REWRITTEN BEFORE THE STAMPS COMMIT: A
      * COMMIT FAILURE THEN ONLY SKIPS NUMBERS, IT CAN NEVER HAND
      * THE SAME NUMBER OUT TWICE.
      **********************************************
       INVOICE-ALL-ORDERS.
           EXEC SQL
             OPEN INVCUR
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISP
              DISPLAY 'ERROR OPENING INVOICE CURSOR: ' WS-SQLCODE-DISP
              PERFORM ABEND-WITH-STATUS
           END-IF.

           PERFORM FETCH-ONE-ROW UNTIL CURSOR-EOF.
           IF PENDING-ORDER
              PERFORM FINISH-ORDER
           END-IF.

           EXEC SQL
             CLOSE INVCUR
           END-EXEC.

           IF ORDERS-INVOICED > 0
              PERFORM WRITE-INVOICE-SEQUENCE
              EXEC SQL
                COMMIT WORK
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE SQLCODE TO WS-SQLCODE-DISP
                 DISPLAY 'COMMIT ERROR: ' WS-SQLCODE-DISP
                 PERFORM ABEND-WITH-STATUS
              END-IF
           END-IF.

      **********************************************
      * FETCHES ONE ROW. A NEW ORDER ID FINISHES THE ORDER BEING
      * BUFFERED AND STARTS THE NEXT ONE.
      **********************************************
       FETCH-ONE-ROW.
           EXEC SQL
             FETCH INVCUR
               INTO :HV-ORDER-ID, :HV-ORDER-LINE, :HV-PROD-ID,
                    :HV-QUANTITY, :HV-UNIT-PRICE, :HV-CUST-ID,
                    :HV-ORDER-DATE
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 0
                 ADD 1 TO ROWS-READ
                 IF PENDING-ORDER
                    AND HV-ORDER-ID NOT = WS-CUR-ORDER-ID
                    PERFORM FINISH-ORDER
                 END-IF
                 IF NOT PENDING-ORDER
                    PERFORM START-ORDER
                 END-IF
                 PERFORM BUFFER-ONE-LINE
               WHEN SQLCODE = 100
                 SET CURSOR-EOF TO TRUE
               WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE-DISP
                 DISPLAY 'ERROR FETCHING INVOICE CURSOR: '
                          WS-SQLCODE-DISP
                 EXEC SQL
                   ROLLBACK WORK
                 END-EXEC
                 PERFORM ABEND-WITH-STATUS
           END-EVALUATE.

      **********************************************
      * RESETS THE BUFFER FOR THE ORDER JUST FETCHED. THE A/R
      * CUSTOMER IS FIVE BYTES; A DB2 CUSTOMER ID USING THE SIXTH
      * CANNOT BE BILLED THROUGH THE REGISTER.
      **********************************************
       START-ORDER.
           ADD 1 TO ORDERS-READ.
           SET PENDING-ORDER TO TRUE.
           MOVE 'N' TO WS-ORDER-HELD.
           MOVE SPACES TO WS-HOLD-REASON.
           MOVE 0 TO WS-LINE-COUNT.
           MOVE HV-ORDER-ID TO WS-CUR-ORDER-ID.
           MOVE HV-CUST-ID TO WS-CUR-CUST-ID.
           IF HV-CUST-ID = SPACES
              SET ORDER-HELD TO TRUE
              MOVE 'NO CUSTOMER ON ORDER' TO WS-HOLD-REASON
           END-IF.
           IF HV-CUST-ID(6:1) NOT = SPACE
              SET ORDER-HELD TO TRUE
              MOVE 'CUSTOMER ID WIDER THAN A/R CUSTOMER'
                TO WS-HOLD-REASON
           END-IF.

      **********************************************
      * ADDS THE FETCHED ROW TO THE ORDER'S LINE BUFFER, HOLDING
      * THE ORDER WHEN THE ROW WILL NOT FIT THE INVOICE-LINE
      * LAYOUT. ONCE HELD, LATER ROWS ARE STILL READ BUT NOT KEPT.
      **********************************************
       BUFFER-ONE-LINE.
           IF ORDER-HELD
              CONTINUE
           ELSE
              IF WS-LINE-COUNT >= 50
                 SET ORDER-HELD TO TRUE
                 MOVE 'MORE THAN 50 LINES' TO WS-HOLD-REASON
              ELSE
                 IF HV-PROD-ID NOT NUMERIC
                    SET ORDER-HELD TO TRUE
                    MOVE 'PRODUCT ID NOT NUMERIC' TO WS-HOLD-REASON
                 ELSE
                    IF HV-QUANTITY < 1 OR HV-QUANTITY > 999
                       SET ORDER-HELD TO TRUE
                       MOVE 'LINE QUANTITY OUTSIDE 1-999'
                         TO WS-HOLD-REASON
                    ELSE
                       IF HV-UNIT-PRICE < 0 OR HV-UNIT-PRICE > 999.99
                          SET ORDER-HELD TO TRUE
                          MOVE 'UNIT PRICE OUTSIDE 0-999.99'
                            TO WS-HOLD-REASON
                       ELSE
                          ADD 1 TO WS-LINE-COUNT
                          SET LN-IDX TO WS-LINE-COUNT
                          MOVE HV-PROD-ID TO WS-LN-PART-ID(LN-IDX)
                          MOVE HV-QUANTITY TO WS-LN-QTY(LN-IDX)
                          MOVE HV-UNIT-PRICE
                            TO WS-LN-UNIT-PRICE(LN-IDX)
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.

      **********************************************
      * INVOICES THE BUFFERED ORDER, OR LOGS IT AS HELD.
      **********************************************
       FINISH-ORDER.
           MOVE 'N' TO WS-PENDING-ORDER.
           IF ORDER-HELD
              ADD 1 TO ORDERS-HELD
              DISPLAY 'WARNING: ORDER ' WS-CUR-ORDER-ID
                      ' HELD - ' WS-HOLD-REASON
              MOVE SPACES TO LOG-REC
              STRING 'HELD     ORDER ' DELIMITED BY SIZE
                     WS-CUR-ORDER-ID DELIMITED BY SIZE
                     ' - ' DELIMITED BY SIZE
                     WS-HOLD-REASON DELIMITED BY SIZE
                     INTO LOG-REC
              END-STRING
              PERFORM WRITE-LOG-LINE
           ELSE
              PERFORM WRITE-ONE-INVOICE
           END-IF.

      **********************************************
      * ASSIGNS THE NEXT INVOICE NUMBER, WRITES ONE LINE RECORD
      * PER BUFFERED ROW AND THE REGISTER RECORD, THEN STAMPS THE
      * ORDER'S ROWS WITH THE NUMBER.
      **********************************************
       WRITE-ONE-INVOICE.
           ADD 1 TO WS-LAST-INVOICE-NUM.
           MOVE 0 TO WS-INV-SUBTOTAL.
           PERFORM VARYING LN-IDX FROM 1 BY 1
                   UNTIL LN-IDX > WS-LINE-COUNT
              PERFORM WRITE-ONE-INVOICE-LINE
           END-PERFORM.
           COMPUTE WS-INV-TAX ROUNDED = WS-INV-SUBTOTAL * WS-TAX-RATE.
           COMPUTE WS-INV-TOTAL = WS-INV-SUBTOTAL + WS-INV-TAX.

           MOVE SPACES TO INVOICE-REGISTER-REC.
           MOVE WS-LAST-INVOICE-NUM TO IRG-INVOICE-NUM.
           MOVE 0 TO IRG-ORDER-NUM.
           MOVE WS-CUR-CUST-ID TO IRG-CUST-ID.
           MOVE WS-INV-SUBTOTAL TO IRG-SUBTOTAL.
           MOVE WS-INV-TAX TO IRG-TAX.
           MOVE WS-INV-TOTAL TO IRG-TOTAL.
           MOVE WS-RUN-DATE TO IRG-DATE.
           MOVE 'I' TO IRG-DOC-TYPE.
           MOVE WS-CUR-ORDER-ID TO IRG-DB2-ORDER-ID.
           WRITE INVOICE-REGISTER-REC.
           IF INVOICE-REGISTER-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING INVOICE REGISTER: '
                       INVOICE-REGISTER-STATUS
              EXEC SQL
                ROLLBACK WORK
              END-EXEC
              PERFORM ABEND-WITH-STATUS
           END-IF.

           PERFORM MARK-ORDER-INVOICED.
           ADD 1 TO ORDERS-INVOICED.
           ADD WS-INV-TOTAL TO TOTAL-INVOICED.

           MOVE WS-LAST-INVOICE-NUM TO WS-LOG-INVOICE.
           MOVE WS-LINE-COUNT TO WS-LOG-LINES.
           MOVE WS-INV-TOTAL TO WS-LOG-TOTAL.
           MOVE SPACES TO LOG-REC.
           STRING 'INVOICED ORDER ' DELIMITED BY SIZE
                  WS-CUR-ORDER-ID DELIMITED BY SIZE
                  ' INVOICE ' DELIMITED BY SIZE
                  WS-LOG-INVOICE DELIMITED BY SIZE
                  ' CUST ' DELIMITED BY SIZE
                  WS-CUR-CUST-ID(1:5) DELIMITED BY SIZE
                  ' LINES ' DELIMITED BY SIZE
                  WS-LOG-LINES DELIMITED BY SIZE
                  ' TOTAL ' DELIMITED BY SIZE
                  WS-LOG-TOTAL DELIMITED BY SIZE
                  INTO LOG-REC
           END-STRING.
           PERFORM WRITE-LOG-LINE.

      **********************************************
      * WRITES ONE INVOICE-LINE RECORD FOR THE BUFFERED ROW AT
      * LN-IDX AND ADDS ITS EXTENSION TO THE SUBTOTAL.
      **********************************************
       WRITE-ONE-INVOICE-LINE.
           COMPUTE WS-LINE-AMOUNT =
                   WS-LN-QTY(LN-IDX) * WS-LN-UNIT-PRICE(LN-IDX).
           ADD WS-LINE-AMOUNT TO WS-INV-SUBTOTAL.
           MOVE SPACES TO INVOICE-LINE-REC.
           MOVE WS-LAST-INVOICE-NUM TO ILN-INVOICE-NUM.
           MOVE 0 TO ILN-ORDER-NUM.
           MOVE WS-CUR-CUST-ID TO ILN-CUST-ID.
           MOVE WS-LN-PART-ID(LN-IDX) TO ILN-PART-ID.
           MOVE WS-LN-QTY(LN-IDX) TO ILN-QTY.
           MOVE WS-LN-UNIT-PRICE(LN-IDX) TO ILN-UNIT-PRICE.
           MOVE WS-RUN-DATE TO ILN-DATE.
           MOVE WS-CUR-ORDER-ID TO ILN-DB2-ORDER-ID.
           WRITE INVOICE-LINE-REC.
           IF INVOICE-LINE-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING INVOICE LINE FILE: '
                       INVOICE-LINE-STATUS
              EXEC SQL
                ROLLBACK WORK
              END-EXEC
              PERFORM ABEND-WITH-STATUS
           END-IF.
           ADD 1 TO LINES-WRITTEN.

      **********************************************
      * STAMPS THE ORDER'S ROWS WITH THEIR INVOICE NUMBER SO THE
      * NEXT RUN DOES NOT BILL THEM AGAIN.
      **********************************************
       MARK-ORDER-INVOICED.
           MOVE WS-LAST-INVOICE-NUM TO HV-INVOICE-NUM.
           MOVE WS-CUR-ORDER-ID TO HV-INV-ORDER-ID.
           EXEC SQL
             UPDATE TB_ORDERS
                SET INVOICE_NUM = :HV-INVOICE-NUM
              WHERE ORDER_ID = :HV-INV-ORDER-ID
                AND INVOICE_NUM IS NULL
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISP
              DISPLAY 'ERROR MARKING ORDER INVOICED: '
                       WS-SQLCODE-DISP
              DISPLAY 'ORDER: ' WS-CUR-ORDER-ID
              EXEC SQL
                ROLLBACK WORK
              END-EXEC
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * WRITES THE LINE BUILT IN LOG-REC TO THE INVOICE LOG.
      **********************************************
       WRITE-LOG-LINE.
           WRITE LOG-REC.
           IF OUT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING INVOICE LOG: ' OUT-STATUS
              EXEC SQL
                ROLLBACK WORK
              END-EXEC
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * APPENDS ONE RECORD TO THE SHARED END-OF-NIGHT STATUS LOG.
      **********************************************
       WRITE-BATCH-STATUS.
           MOVE SPACES TO STATUS-LOG-REC.
           MOVE 'ORDINV21' TO BST-PROGRAM-ID.
           PERFORM GET-BST-TIMESTAMP.
           MOVE WS-BST-START-TS TO BST-START-TS.
           MOVE WS-BST-TS-BUILT TO BST-END-TS.
           MOVE ORDERS-READ TO BST-RECORDS-IN.
           MOVE ORDERS-INVOICED TO BST-RECORDS-OUT.
           MOVE ORDERS-HELD TO BST-RECORDS-REJECTED.
           IF ABEND-IN-PROGRESS
              MOVE 'FAILED' TO BST-STATUS
              MOVE 'JOB ABENDED - SEE SYSOUT FOR DETAIL' TO BST-MESSAGE
           ELSE
              IF ORDERS-HELD > 0
                 MOVE 'WARNING' TO BST-STATUS
                 MOVE 'ORDERS HELD - SEE ORDER INVOICE LOG' TO
                      BST-MESSAGE
              ELSE
                 MOVE 'COMPLETE' TO BST-STATUS
                 MOVE 'SHIPPED ORDERS INVOICED CLEAN' TO BST-MESSAGE
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
           CLOSE INVOICE-REGISTER-FILE.
           IF INVOICE-REGISTER-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING INVOICE REGISTER: '
                       INVOICE-REGISTER-STATUS
           END-IF.

           CLOSE INVOICE-LINE-FILE.
           IF INVOICE-LINE-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING INVOICE LINE FILE: '
                       INVOICE-LINE-STATUS
           END-IF.

           CLOSE LOG-FILE.
           IF OUT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING INVOICE LOG: '
                       OUT-STATUS
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
           MOVE TOTAL-INVOICED TO WS-TOTAL-DISP.
           DISPLAY '========================================'.
           DISPLAY 'SHIPPED ORDER INVOICING SUMMARY'.
           DISPLAY '========================================'.
           DISPLAY 'ROWS READ:          ' ROWS-READ.
           DISPLAY 'ORDERS READ:        ' ORDERS-READ.
           DISPLAY 'ORDERS INVOICED:    ' ORDERS-INVOICED.
           DISPLAY 'ORDERS HELD:        ' ORDERS-HELD.
           DISPLAY 'LINES WRITTEN:      ' LINES-WRITTEN.
           DISPLAY 'TOTAL INVOICED:     ' WS-TOTAL-DISP.
           DISPLAY 'LAST INVOICE NUMBER: ' WS-LAST-INVOICE-NUM.
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
