      ******************************************************************
      * SUBPROGRAM: PRDGET11 - CARD PRODUCT (BIN) LOOKUP               *
      * CALLED BY:  CRDMNT11, REISSU11, VSMJOB11                       *
      *                                                                *
      * INPUT:  PR-CARD-NUMBER                                         *
      * OUTPUT: PR-FOUND AND THE PRODUCT FIELDS (SEE COPYBOOK CARDPRD) *
      *                                                                *
      * LOGIC:                                                         *
      *   ON THE FIRST CALL OF A RUN, LOADS THE CARD PRODUCT TABLE     *
      *   (PRODDD) INTO STORAGE; EVERY CALL AFTER THAT IS A TABLE      *
      *   LOOKUP, SO VSMJOB11 CAN ASK ONCE PER TRANSACTION. A CARD     *
      *   BELONGS TO THE PRODUCT WHOSE BIN MATCHES THE MOST OF ITS     *
      *   LEADING DIGITS, SO A 6-DIGIT RANGE CAN CARRY A DEFAULT       *
      *   PRODUCT AND AN 8-DIGIT SUB-RANGE A DIFFERENT ONE. NO TABLE,  *
      *   OR NO BIN THAT MATCHES, RETURNS PR-NO-PRODUCT AND THE        *
      *   CALLER KEEPS ITS OWN DEFAULTS - CARDS OUTSIDE EVERY          *
      *   PRODUCT BEHAVE EXACTLY AS BEFORE PRODUCTS EXISTED.           *
      *                                                                *
      * CARD LAYOUT: <BIN 8> <PRODUCT 4> <DAILY LIMIT 7, 2 IMPLIED     *
      * DECIMALS> <CURRENCY 3> <REISSUE TERM IN MONTHS 3> <MCC MODE    *
      * 1> <UP TO 10 MCCS OF 4, NO SEPARATORS>, ONE SPACE BETWEEN      *
      * FIELDS. THE BIN IS LEFT-JUSTIFIED DIGITS. A BLANK OR NON-      *
      * NUMERIC LIMIT OR TERM LEAVES THAT DEFAULT TO THE CALLER.       *
      * '*' IN COLUMN 1 IS A COMMENT CARD.                             *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/10/15                                               *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRDGET11.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCT-FILE ASSIGN TO PRODDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS PRODUCT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PRODUCT-FILE RECORDING MODE IS F.
       01 PRODUCT-REC.
          05 PRD-BIN PIC X(8).
          05 FILLER PIC X(1).
          05 PRD-CODE PIC X(4).
          05 FILLER PIC X(1).
          05 PRD-DAILY-LIMIT PIC X(7).
          05 FILLER PIC X(1).
          05 PRD-CURRENCY PIC X(3).
          05 FILLER PIC X(1).
          05 PRD-REISSUE-MONTHS PIC X(3).
          05 FILLER PIC X(1).
          05 PRD-MCC-MODE PIC X(1).
          05 FILLER PIC X(1).
          05 PRD-MCC PIC X(4) OCCURS 10 TIMES.
          05 FILLER PIC X(8).

       WORKING-STORAGE SECTION.

       01 PRODUCT-STATUS PIC X(2).

       01 WS-FLAGS.
          05 WS-PRODUCT-EOF PIC X(1) VALUE 'N'.
             88 PRODUCT-EOF VALUE 'Y'.
          05 WS-TABLE-LOADED PIC X(1) VALUE 'N'.
             88 TABLE-LOADED VALUE 'Y'.

      * THE PRODUCT TABLE, LOADED ON THE FIRST CALL AND KEPT FOR THE
      * REST OF THE RUN. SEARCHED SERIALLY FOR THE LONGEST BIN
      * MATCH - THE TABLE IS SHORT.
       01 WS-PRODUCT-TABLE.
          05 PRODUCT-COUNT PIC 9(3) VALUE 0.
          05 PRODUCT-ENTRY OCCURS 200 TIMES INDEXED BY PT-IDX.
             10 PT-BIN PIC X(8).
             10 PT-BIN-LEN PIC 9(2).
             10 PT-CODE PIC X(4).
             10 PT-DAILY-LIMIT PIC 9(5)V99.
             10 PT-CURRENCY PIC X(3).
             10 PT-REISSUE-MONTHS PIC 9(3).
             10 PT-MCC-MODE PIC X(1).
             10 PT-MCC-COUNT PIC 9(2).
             10 PT-MCC PIC X(4) OCCURS 10 TIMES.

      * LOAD AND LOOKUP WORK FIELDS
       01 WS-BIN-LEN PIC 9(2).
       01 WS-BEST-LEN PIC 9(2).
       01 WS-BEST-SUB PIC 9(3).
       01 WS-MCC-SUB PIC 9(2).
       01 WS-CARD-DIGITS PIC X(16).
       01 WS-LIMIT-NUM PIC 9(5)V99.
       01 WS-LIMIT-TXT REDEFINES WS-LIMIT-NUM PIC X(7).
       01 WS-COUNT-DISP PIC ZZ9.

       LINKAGE SECTION.

       01 LS-CARDPRD-REQUEST.
          05 LS-CARD-NUMBER PIC 9(16).
          05 LS-FOUND PIC X(1).
          05 LS-PRODUCT-CODE PIC X(4).
          05 LS-BIN PIC X(8).
          05 LS-DAILY-LIMIT PIC 9(5)V99.
          05 LS-CURRENCY PIC X(3).
          05 LS-REISSUE-MONTHS PIC 9(3).
          05 LS-MCC-MODE PIC X(1).
          05 LS-MCC-COUNT PIC 9(2).
          05 LS-MCC PIC X(4) OCCURS 10 TIMES.

       PROCEDURE DIVISION USING LS-CARDPRD-REQUEST.

      **********************************************
      * LOADS THE TABLE ON THE FIRST CALL, THEN RETURNS THE
      * PRODUCT WITH THE LONGEST BIN MATCHING THE CARD.
      **********************************************
       MAIN-LOGIC.
           IF NOT TABLE-LOADED
              PERFORM LOAD-PRODUCT-TABLE
              SET TABLE-LOADED TO TRUE
           END-IF.

           MOVE 'N' TO LS-FOUND.
           MOVE SPACES TO LS-PRODUCT-CODE.
           MOVE SPACES TO LS-BIN.
           MOVE 0 TO LS-DAILY-LIMIT.
           MOVE SPACES TO LS-CURRENCY.
           MOVE 0 TO LS-REISSUE-MONTHS.
           MOVE SPACE TO LS-MCC-MODE.
           MOVE 0 TO LS-MCC-COUNT.
           MOVE 0 TO WS-BEST-LEN.
           MOVE 0 TO WS-BEST-SUB.
           MOVE LS-CARD-NUMBER TO WS-CARD-DIGITS.

           PERFORM VARYING PT-IDX FROM 1 BY 1
                   UNTIL PT-IDX > PRODUCT-COUNT
              MOVE PT-BIN-LEN(PT-IDX) TO WS-BIN-LEN
              IF WS-BIN-LEN > WS-BEST-LEN
                 AND WS-CARD-DIGITS(1:WS-BIN-LEN)
                     = PT-BIN(PT-IDX)(1:WS-BIN-LEN)
                 MOVE WS-BIN-LEN TO WS-BEST-LEN
                 SET WS-BEST-SUB TO PT-IDX
              END-IF
           END-PERFORM.

           IF WS-BEST-SUB > 0
              SET PT-IDX TO WS-BEST-SUB
              MOVE 'Y' TO LS-FOUND
              MOVE PT-CODE(PT-IDX) TO LS-PRODUCT-CODE
              MOVE PT-BIN(PT-IDX) TO LS-BIN
              MOVE PT-DAILY-LIMIT(PT-IDX) TO LS-DAILY-LIMIT
              MOVE PT-CURRENCY(PT-IDX) TO LS-CURRENCY
              MOVE PT-REISSUE-MONTHS(PT-IDX) TO LS-REISSUE-MONTHS
              MOVE PT-MCC-MODE(PT-IDX) TO LS-MCC-MODE
              MOVE PT-MCC-COUNT(PT-IDX) TO LS-MCC-COUNT
              PERFORM VARYING WS-MCC-SUB FROM 1 BY 1
                      UNTIL WS-MCC-SUB > 10
                 MOVE PT-MCC(PT-IDX, WS-MCC-SUB)
                      TO LS-MCC(WS-MCC-SUB)
              END-PERFORM
           END-IF.
           GOBACK.

      **********************************************
      * READS THE PRODUCT TABLE INTO STORAGE. NO FILE (05/35)
      * MEANS NO PRODUCTS; AN OPEN OR READ ERROR IS LOGGED AND
      * THE RUN CARRIES ON WITH WHAT WAS LOADED, THE SAME WAY
      * PRMGET50 FALLS BACK TO DEFAULTS.
      **********************************************
       LOAD-PRODUCT-TABLE.
           OPEN INPUT PRODUCT-FILE.
           IF PRODUCT-STATUS = '05' OR PRODUCT-STATUS = '35'
              DISPLAY 'PRDGET11: NO CARD PRODUCT TABLE - NO PRODUCT '
                      'RULES'
           ELSE
              IF PRODUCT-STATUS NOT = '00'
                 DISPLAY 'PRDGET11: ERROR OPENING CARD PRODUCT TABLE: '
                          PRODUCT-STATUS ' - NO PRODUCT RULES'
              ELSE
                 PERFORM UNTIL PRODUCT-EOF
                    READ PRODUCT-FILE
                      AT END
                         SET PRODUCT-EOF TO TRUE
                      NOT AT END
                         IF PRODUCT-STATUS = '00'
                            IF PRD-BIN(1:1) NOT = '*'
                               PERFORM LOAD-ONE-PRODUCT
                            END-IF
                         ELSE
                            DISPLAY 'PRDGET11: ERROR READING CARD '
                                    'PRODUCT TABLE: ' PRODUCT-STATUS
                            SET PRODUCT-EOF TO TRUE
                         END-IF
                    END-READ
                 END-PERFORM
                 CLOSE PRODUCT-FILE
              END-IF
           END-IF.
           MOVE PRODUCT-COUNT TO WS-COUNT-DISP.
           DISPLAY 'PRDGET11: CARD PRODUCTS LOADED: ' WS-COUNT-DISP.

      **********************************************
      * EDITS ONE PRODUCT CARD AND ADDS IT TO THE TABLE. A BIN
      * THAT IS NOT LEFT-JUSTIFIED DIGITS, OR AN MCC MODE OTHER
      * THAN 'A', 'B' OR SPACE, SKIPS THE CARD WITH A WARNING.
      **********************************************
       LOAD-ONE-PRODUCT.
           MOVE 0 TO WS-BIN-LEN.
           PERFORM VARYING WS-MCC-SUB FROM 1 BY 1
                   UNTIL WS-MCC-SUB > 8
              IF PRD-BIN(WS-MCC-SUB:1) NOT = SPACE
                 MOVE WS-MCC-SUB TO WS-BIN-LEN
              END-IF
           END-PERFORM.
           IF WS-BIN-LEN = 0
              OR PRD-BIN(1:WS-BIN-LEN) NOT NUMERIC
              DISPLAY 'PRDGET11: WARNING - BAD BIN SKIPPED: ' PRD-BIN
           ELSE
           IF PRD-MCC-MODE NOT = 'A' AND PRD-MCC-MODE NOT = 'B'
              AND PRD-MCC-MODE NOT = SPACE
              DISPLAY 'PRDGET11: WARNING - BAD MCC MODE ON BIN '
                      PRD-BIN ' SKIPPED: ' PRD-MCC-MODE
           ELSE
           IF PRODUCT-COUNT >= 200
              DISPLAY 'PRDGET11: WARNING - PRODUCT TABLE FULL (200 '
                      'MAX) - BIN ' PRD-BIN ' SKIPPED'
           ELSE
              ADD 1 TO PRODUCT-COUNT
              SET PT-IDX TO PRODUCT-COUNT
              MOVE PRD-BIN TO PT-BIN(PT-IDX)
              MOVE WS-BIN-LEN TO PT-BIN-LEN(PT-IDX)
              MOVE PRD-CODE TO PT-CODE(PT-IDX)
              IF PRD-DAILY-LIMIT NUMERIC
                 MOVE PRD-DAILY-LIMIT TO WS-LIMIT-TXT
                 MOVE WS-LIMIT-NUM TO PT-DAILY-LIMIT(PT-IDX)
              ELSE
                 MOVE 0 TO PT-DAILY-LIMIT(PT-IDX)
              END-IF
              MOVE PRD-CURRENCY TO PT-CURRENCY(PT-IDX)
              IF PRD-REISSUE-MONTHS NUMERIC
                 MOVE PRD-REISSUE-MONTHS TO PT-REISSUE-MONTHS(PT-IDX)
              ELSE
                 MOVE 0 TO PT-REISSUE-MONTHS(PT-IDX)
              END-IF
              MOVE PRD-MCC-MODE TO PT-MCC-MODE(PT-IDX)
              MOVE 0 TO PT-MCC-COUNT(PT-IDX)
              PERFORM VARYING WS-MCC-SUB FROM 1 BY 1
                      UNTIL WS-MCC-SUB > 10
                 MOVE PRD-MCC(WS-MCC-SUB)
                      TO PT-MCC(PT-IDX, WS-MCC-SUB)
                 IF PRD-MCC(WS-MCC-SUB) NOT = SPACES
                    ADD 1 TO PT-MCC-COUNT(PT-IDX)
                 END-IF
              END-PERFORM
           END-IF
           END-IF
           END-IF.
