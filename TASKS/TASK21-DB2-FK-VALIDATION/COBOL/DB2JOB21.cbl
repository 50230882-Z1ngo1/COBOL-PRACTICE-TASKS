      *     COMBINED QUANTITY OF IT. ANY DETAIL FAILURE ALSO           *
      *     REJECTS THE WHOLE SET.                                     *
      *   PHASE 3 - CUSTOMER CREDIT CHECK ON THE ORDER TOTAL ACROSS    *
      *     ALL DETAIL LINES AGAINST TB_CUSTOMERS, THEN THE SALES REP  *
      *     AND REGION AGAINST THE CUSTOMER'S TERRITORY OWNER ON THE   *
      *     ORDER DATE (DEFAULTED WHEN BLANK, WARNED WHEN DIFFERENT).  *
      *   PHASE 4 - ATOMIC INSERT: ONE TB_ORDERS ROW PER DETAIL        *
      *     (KEYED ORDER_ID + ORDER_LINE), QTY_ON_HAND DECREMENTED     *
      *     PER LINE, CUSTOMER BALANCE RAISED BY THE ORDER TOTAL.      *
      *              FROM BOOKED ORDERS INSTEAD OF RE-KEYED          *
      *              PAPERWORK, AND ORDAMD21 CAN EMIT CLAWBACKS      *
      *              AGAINST THE RIGHT EMPLOYEE.                     *
      * 2026/10/15 - EVERY ACCEPTED ORDER IS CHECKED AGAINST THE     *
      *              SALES TERRITORY MASTER (TB_TERRITORY, KEPT BY   *
      *              TERMNT21) AS OF ITS ORDER DATE. A BLANK REP OR  *
      *              REGION IS DEFAULTED FROM THE CUSTOMER'S OWNER;  *
      *              A KEYED REP OR REGION THAT DISAGREES IS LOADED  *
      *              AS KEYED WITH A WARNING ON THE ORDER LOG -      *
      *              SLSEXT21 HOLDS IT FOR REVIEW BEFORE COMMISSION. *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  INDD (ORDERS.LOAD) - INPUT FILE (PS, 80 BYTE)          *
      * DB2 TABLE: TB_PRODUCTS - PRODUCT MASTER TABLE (SELECT/UPDATE)  *
      * DB2 TABLE: TB_CUSTOMERS - CUSTOMER MASTER TABLE (SELECT/UPDATE)*
      * DB2 TABLE: TB_ORDERS - ORDERS TABLE (SELECT/INSERT)            *
      * DB2 TABLE: TB_TERRITORY - SALES TERRITORY MASTER (SELECT)      *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 HV-ORDER-LINE PIC S9(3) COMP-3.
       01 HV-SALES-EMP PIC X(5).
       01 HV-SALES-REGION PIC X(2).
       01 HV-TERR-EMP PIC X(5).
       01 HV-TERR-REGION PIC X(2).
       01 HV-PROMO-ID PIC X(6).
       01 HV-PROMO-PRICE PIC S9(5)V99 COMP-3.
       01 HV-PCT-OFF PIC S9(3) COMP-3.
          05 ORDERS-PROCESSED PIC 9(5) VALUE 0.
          05 ORDERS-INSERTED PIC 9(5) VALUE 0.
          05 ORDERS-REJECTED PIC 9(5) VALUE 0.
          05 ORDERS-REP-DEFAULTED PIC 9(5) VALUE 0.
          05 ORDERS-REP-MISMATCH PIC 9(5) VALUE 0.

      * COMMIT EVERY THIS MANY INSERTED ROWS (CHECKED AT ORDER
      * BOUNDARIES). A RUNTIME PARAMETER; 100 IS THE DEFAULT.
          05 RECORDS-PROCESSED-DISP PIC Z(4)9.
          05 RECORDS-INSERTED-DISP PIC Z(4)9.
          05 RECORDS-ERRORS-DISP PIC Z(4)9.
          05 REP-DEFAULTED-DISP PIC Z(4)9.
          05 REP-MISMATCH-DISP PIC Z(4)9.
          05 RECORDS-RESUBMITTED-DISP PIC Z(4)9.
          05 COMMIT-COUNTER-DISP PIC Z(4)9.
          05 COMMIT-BATCHES-DISP PIC Z(4)9.
              IF NOT ORDER-REJECTED
                 PERFORM CHECK-CUSTOMER-CREDIT
              END-IF
              IF NOT ORDER-REJECTED
                 PERFORM CHECK-SALES-TERRITORY
              END-IF
              IF ORDER-REJECTED
                 PERFORM RESUBMIT-WHOLE-ORDER
              ELSE
                   PERFORM REJECT-ORDER-WITH-MSG
           END-EVALUATE.

      *******************************
      * LOOKS UP THE CUSTOMER'S TERRITORY OWNER ON THE ORDER DATE.
      *   SQLCODE   0  : A BLANK REP/REGION IS DEFAULTED FROM THE
      *                  OWNER; A KEYED ONE THAT DIFFERS IS LOADED
      *                  AS KEYED WITH A WARNING - SLSEXT21 HOLDS
      *                  THE SALE FOR REVIEW, SO THE ORDER ITSELF IS
      *                  NOT HELD UP OVER A COMMISSION QUESTION.
      *   SQLCODE 100  : CUSTOMER NOT IN THE MASTER - AS KEYED.
      *   CRITICAL CODE: ROLLBACK AND STOP RUN.
      *   OTHER ERROR  : ORDER REJECTED.
      *******************************
       CHECK-SALES-TERRITORY.
           EXEC SQL
             SELECT SALES_EMP_ID, SALES_REGION
               INTO :HV-TERR-EMP, :HV-TERR-REGION
               FROM TB_TERRITORY
             WHERE CUST_ID = :HV-CUST-ID
               AND EFF_FROM <= DATE(:HV-ORDER-DATE)
               AND EFF_TO >= DATE(:HV-ORDER-DATE)
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   IF WS-CUR-SALES-EMP = SPACES
                      OR WS-CUR-SALES-REGION = SPACES
                      IF WS-CUR-SALES-EMP = SPACES
                         MOVE HV-TERR-EMP TO WS-CUR-SALES-EMP
                      END-IF
                      IF WS-CUR-SALES-REGION = SPACES
                         MOVE HV-TERR-REGION TO WS-CUR-SALES-REGION
                      END-IF
                      ADD 1 TO ORDERS-REP-DEFAULTED
                      STRING 'SALES REP DEFAULTED FROM TERRITORY ('
                                 DELIMITED BY SIZE
                             WS-CUR-SALES-EMP DELIMITED BY SIZE
                             '/' DELIMITED BY SIZE
                             WS-CUR-SALES-REGION DELIMITED BY SIZE
                             ')' DELIMITED BY SIZE
                             INTO WS-MSG
                      END-STRING
                      PERFORM WRITE-LOG-MESSAGE
                   END-IF
                   IF WS-CUR-SALES-EMP NOT = HV-TERR-EMP
                      OR WS-CUR-SALES-REGION NOT = HV-TERR-REGION
                      ADD 1 TO ORDERS-REP-MISMATCH
                      STRING 'WARNING (REP ' DELIMITED BY SIZE
                             WS-CUR-SALES-EMP DELIMITED BY SIZE
                             '/' DELIMITED BY SIZE
                             WS-CUR-SALES-REGION DELIMITED BY SIZE
                             ' - TERRITORY OWNER ' DELIMITED BY SIZE
                             HV-TERR-EMP DELIMITED BY SIZE
                             '/' DELIMITED BY SIZE
                             HV-TERR-REGION DELIMITED BY SIZE
                             ')' DELIMITED BY SIZE
                             INTO WS-MSG
                      END-STRING
                      PERFORM WRITE-LOG-MESSAGE
                   END-IF
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISP
                   IF SQLCODE < -900
                      DISPLAY 'CRITICAL SELECT ERROR: ' WS-SQLCODE-DISP
                      DISPLAY 'ORDER ID: ' WS-CUR-ORDER-ID
                      STRING 'SELECT ERROR, ORDER ' DELIMITED BY SIZE
                             WS-CUR-ORDER-ID DELIMITED BY SIZE
                             INTO WS-OPS-MESSAGE
                      END-STRING
                      PERFORM WRITE-OPS-ERROR-LOG
                      EXEC SQL
                        ROLLBACK WORK
                      END-EXEC
                      PERFORM ABEND-WITH-STATUS
                   END-IF
                   STRING 'REJECTED (TERRITORY ERROR: SQLCODE= '
                              DELIMITED BY SIZE
                          WS-SQLCODE-DISP DELIMITED BY SIZE
                          ')' DELIMITED BY SIZE
                          INTO WS-MSG
                   END-STRING
                   PERFORM REJECT-ORDER-WITH-MSG
           END-EVALUATE.

      *******************************
      * WRITES EVERY BUFFERED RECORD OF A REJECTED ORDER (HEADER
      * AND DETAILS) BACK OUT TO THE RESUBMIT FILE - UNLESS AN
              PERFORM ABEND-WITH-STATUS
           END-IF.

           MOVE ORDERS-REP-DEFAULTED TO REP-DEFAULTED-DISP.
           MOVE ORDERS-REP-MISMATCH TO REP-MISMATCH-DISP.
           MOVE ALL SPACES TO LOG-REC.
           STRING 'REPS DEFAULTED FROM TERRITORY: ' DELIMITED BY SIZE
                  FUNCTION TRIM(REP-DEFAULTED-DISP) DELIMITED BY SIZE
                  ' REP/TERRITORY MISMATCHES: ' DELIMITED BY SIZE
                  FUNCTION TRIM(REP-MISMATCH-DISP) DELIMITED BY SIZE
                  INTO LOG-REC
           END-STRING
           WRITE LOG-REC.
           IF OUT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING SUMMARY: ' OUT-STATUS
              EXEC SQL
                ROLLBACK WORK
              END-EXEC
              PERFORM ABEND-WITH-STATUS
           END-IF.

           PERFORM VARYING PM-IDX FROM 1 BY 1
                   UNTIL PM-IDX > PROMO-TOTAL-COUNT
              MOVE PM-LINE-COUNT(PM-IDX) TO WS-PROMO-CNT-DISP
           DISPLAY 'ORDERS PROCESSED: ' ORDERS-PROCESSED.
           DISPLAY 'ORDERS INSERTED: ' ORDERS-INSERTED.
           DISPLAY 'ORDERS REJECTED: ' ORDERS-REJECTED.
           DISPLAY 'REPS DEFAULTED: ' ORDERS-REP-DEFAULTED.
           DISPLAY 'REP/TERRITORY MISMATCHES: ' ORDERS-REP-MISMATCH.
           DISPLAY '========================================'.
      **********************************************
      * CAPTURES THE RUN-START TIMESTAMP FOR THE BATSTAT RECORD.
