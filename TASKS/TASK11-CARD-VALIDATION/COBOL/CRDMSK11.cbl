      ******************************************************************
      * SUBPROGRAM: CRDMSK11 - CARD NUMBER MASKING                     *
      * CALLED BY:  EVERY JOB THAT PRINTS OR EXTRACTS A CARD NUMBER    *
      *             FOR PEOPLE TO READ, AND PANSCN11                   *
      *                                                                *
      * INPUT:  CM-FUNCTION AND CM-CARD-NUMBER OR CM-LINE              *
      * OUTPUT: CM-MASKED-NUMBER, OR THE SCRUBBED CM-LINE AND          *
      *         CM-PAN-COUNT (SEE COPYBOOK CARDMSK)                    *
      *                                                                *
      * LOGIC:                                                         *
      *   THE CARD-SCHEME RULE FOR ANYTHING A PERSON CAN READ IS AT   *
      *   MOST THE FIRST SIX AND LAST FOUR DIGITS, SO MASKING IS      *
      *   DIGITS 7-12 REPLACED BY '*'. ONE ROUTINE FOR EVERY JOB      *
      *   MEANS ONE RULE: NO REPORT SHOWS MORE THAN ANOTHER.          *
      *   'M' MASKS A CARD NUMBER FIELD. BLANK STAYS BLANK AND A CARD *
      *   TOKEN ('TK' + 14 DIGITS, CRDTOK11) IS PASSED BACK AS IT IS. *
      *   'S' AND 'F' LOOK THROUGH A WHOLE LINE FOR CARD NUMBERS      *
      *   WHOSE POSITION THE CALLER CANNOT KNOW (A TRACE PRINTING     *
      *   RAW RECORDS, THE COMPLIANCE SCAN). A CARD NUMBER THERE IS   *
      *   16 CONSECUTIVE DIGITS STARTING 3, 4, 5 OR 6 (THE PAYMENT-   *
      *   CARD INDUSTRY DIGITS) THAT PASS THE MOD-10 (LUHN) CHECK     *
      *   EVERY ISSUED CARD NUMBER CARRIES - SO A DATE, AMOUNT OR     *
      *   COUNTER RUNNING INTO THE NEXT FIELD IS RARELY TAKEN FOR     *
      *   ONE. 'S' MASKS EACH ONE FOUND; 'F' ONLY COUNTS THEM.        *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/10/15                                               *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRDMSK11.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * THE 16 DIGITS UNDER TEST, ONE AT A TIME FOR THE LUHN SUM
       01 WS-CANDIDATE PIC X(16).
       01 WS-CANDIDATE-DIGITS REDEFINES WS-CANDIDATE.
          05 WS-CAND-DIGIT PIC 9(1) OCCURS 16 TIMES.

      * LINE SCAN AND LUHN WORK FIELDS
       01 WS-SCAN-POS PIC 9(3).
       01 WS-LINE-LENGTH PIC 9(3).
       01 WS-DIGIT-SUB PIC 9(2).
       01 WS-DIGIT-VALUE PIC 9(2).
       01 WS-LUHN-SUM PIC 9(3).
       01 WS-LUHN-QUOTIENT PIC 9(3).
       01 WS-LUHN-REMAINDER PIC 9(1).
       01 WS-DOUBLE-FLAG PIC X(1).
          88 DOUBLE-THIS-DIGIT VALUE 'Y'.
       01 WS-LUHN-FLAG PIC X(1).
          88 LUHN-VALID VALUE 'Y'.

       LINKAGE SECTION.

       01 LS-CARDMSK-REQUEST.
          05 LS-FUNCTION PIC X(1).
          05 LS-CARD-NUMBER PIC X(16).
          05 LS-MASKED-NUMBER PIC X(16).
          05 LS-LINE-LENGTH PIC 9(3).
          05 LS-LINE PIC X(256).
          05 LS-PAN-COUNT PIC 9(3).
          05 LS-FIRST-POSITION PIC 9(3).
          05 LS-FIRST-MASKED PIC X(16).

       PROCEDURE DIVISION USING LS-CARDMSK-REQUEST.

      **********************************************
      * MASKS ONE NUMBER ('M') OR SCANS ONE LINE ('S'/'F').
      **********************************************
       MAIN-LOGIC.
           EVALUATE LS-FUNCTION
               WHEN 'M'
                 PERFORM MASK-CARD-NUMBER
               WHEN 'S'
                 PERFORM SCAN-LINE
               WHEN 'F'
                 PERFORM SCAN-LINE
               WHEN OTHER
                 DISPLAY 'CRDMSK11: UNKNOWN FUNCTION: ' LS-FUNCTION
                 MOVE ALL '*' TO LS-MASKED-NUMBER
           END-EVALUATE.
           GOBACK.

      **********************************************
      * FIRST SIX AND LAST FOUR KEPT, DIGITS 7-12 STARRED.
      **********************************************
       MASK-CARD-NUMBER.
           EVALUATE TRUE
               WHEN LS-CARD-NUMBER = SPACES
                 MOVE SPACES TO LS-MASKED-NUMBER
               WHEN LS-CARD-NUMBER(1:2) = 'TK'
                 MOVE LS-CARD-NUMBER TO LS-MASKED-NUMBER
               WHEN OTHER
                 MOVE LS-CARD-NUMBER TO LS-MASKED-NUMBER
                 MOVE '******' TO LS-MASKED-NUMBER(7:6)
           END-EVALUATE.

      **********************************************
      * WALKS THE LINE A BYTE AT A TIME. A CARD NUMBER FOUND IS
      * COUNTED (AND MASKED FOR 'S') AND THE SCAN RESUMES AFTER
      * IT, SO ITS OWN DIGITS ARE NOT TESTED AGAIN.
      **********************************************
       SCAN-LINE.
           MOVE 0 TO LS-PAN-COUNT.
           MOVE 0 TO LS-FIRST-POSITION.
           MOVE SPACES TO LS-FIRST-MASKED.
           MOVE LS-LINE-LENGTH TO WS-LINE-LENGTH.
           IF WS-LINE-LENGTH > 256
              MOVE 256 TO WS-LINE-LENGTH
           END-IF.
           MOVE 1 TO WS-SCAN-POS.
           PERFORM UNTIL WS-SCAN-POS + 15 > WS-LINE-LENGTH
              MOVE 'N' TO WS-LUHN-FLAG
              IF LS-LINE(WS-SCAN-POS:16) NUMERIC
                 AND LS-LINE(WS-SCAN-POS:1) >= '3'
                 AND LS-LINE(WS-SCAN-POS:1) <= '6'
                 MOVE LS-LINE(WS-SCAN-POS:16) TO WS-CANDIDATE
                 PERFORM CHECK-LUHN
              END-IF
              IF LUHN-VALID
                 ADD 1 TO LS-PAN-COUNT
                 IF LS-PAN-COUNT = 1
                    MOVE WS-SCAN-POS TO LS-FIRST-POSITION
                    MOVE WS-CANDIDATE TO LS-FIRST-MASKED
                    MOVE '******' TO LS-FIRST-MASKED(7:6)
                 END-IF
                 IF LS-FUNCTION = 'S'
                    MOVE '******' TO LS-LINE(WS-SCAN-POS + 6:6)
                 END-IF
                 ADD 16 TO WS-SCAN-POS
              ELSE
                 ADD 1 TO WS-SCAN-POS
              END-IF
           END-PERFORM.

      **********************************************
      * MOD-10: FROM THE RIGHT, EVERY SECOND DIGIT IS DOUBLED
      * (LESS 9 WHEN THAT PASSES 9) AND THE TOTAL OF ALL SIXTEEN
      * MUST END IN ZERO.
      **********************************************
       CHECK-LUHN.
           MOVE 0 TO WS-LUHN-SUM.
           MOVE 'N' TO WS-DOUBLE-FLAG.
           PERFORM VARYING WS-DIGIT-SUB FROM 16 BY -1
                   UNTIL WS-DIGIT-SUB < 1
              MOVE WS-CAND-DIGIT(WS-DIGIT-SUB) TO WS-DIGIT-VALUE
              IF DOUBLE-THIS-DIGIT
                 MULTIPLY 2 BY WS-DIGIT-VALUE
                 IF WS-DIGIT-VALUE > 9
                    SUBTRACT 9 FROM WS-DIGIT-VALUE
                 END-IF
                 MOVE 'N' TO WS-DOUBLE-FLAG
              ELSE
                 MOVE 'Y' TO WS-DOUBLE-FLAG
              END-IF
              ADD WS-DIGIT-VALUE TO WS-LUHN-SUM
           END-PERFORM.
           DIVIDE WS-LUHN-SUM BY 10 GIVING WS-LUHN-QUOTIENT
                  REMAINDER WS-LUHN-REMAINDER.
           IF WS-LUHN-REMAINDER = 0
              MOVE 'Y' TO WS-LUHN-FLAG
           ELSE
              MOVE 'N' TO WS-LUHN-FLAG
           END-IF.
