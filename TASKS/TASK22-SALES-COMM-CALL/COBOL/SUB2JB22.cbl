      * SUBPROGRAM: SUB2JB22 - TAX CALCULATOR                          *
      * CALLED BY:  JOBSUB22                                           *
      *                                                                *
      * INPUT:  LS-COMMISSION, LS-WHT-BRACKETS                         *
      * OUTPUT: LS-TAX-AMOUNT                                          *
      *                                                                *
      * LOGIC:                                                         *
      *   LS-WHT-BRACKETS IS THE SET OF WITHHOLDING BRACKETS IN FORCE  *
      *   ON THE PAY DATE, LOADED BY JOBSUB22 FROM THE MAINTAINED      *
      *   WITHHOLDING TABLE (WHTDD). THE BRACKET APPLIED IS THE ONE    *
      *   WITH THE HIGHEST LOWER LIMIT NOT ABOVE THE COMMISSION'S      *
      *   MAGNITUDE; NO BRACKET COVERING IT MEANS NO WITHHOLDING.      *
      *   TAX-AMOUNT = COMMISSION * TAX-RATE                           *
      *   THE BRACKET IS CHOSEN ON THE COMMISSION'S MAGNITUDE SO A      *
      *   CLAWED-BACK (NEGATIVE) COMMISSION USES THE SAME BRACKET AS    *
      *              MAGNITUDE SO A NEGATIVE (CLAWBACK) COMMISSION      *
      *              STILL LANDS IN THE RIGHT BRACKET AND RETURNS A     *
      *              NEGATIVE TAX-AMOUNT INSTEAD OF A POSITIVE ONE.     *
      * 2026/10/15 - THE HARDCODED 15/20/25% BRACKETS ARE GONE: THE    *
      *              BRACKETS NOW COME FROM THE EFFECTIVE-DATED        *
      *              WITHHOLDING TABLE, PASSED IN BY THE CALLER AS     *
      *              LS-WHT-BRACKETS.                                  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUB2JB22.

       01 WS-TAX-RATE PIC V999.
       01 WS-COMMISSION-MAGNITUDE PIC S9(5)V99.
       01 WS-BEST-LOWER PIC 9(7)V99.
       01 WS-WB-SUB PIC 9(2).

       LINKAGE SECTION.

       01 LS-COMMISSION PIC S9(5)V99.
       01 LS-TAX-AMOUNT PIC S9(5)V99.
       01 LS-WHT-BRACKETS.
          05 LS-WHT-COUNT PIC 9(2).
          05 LS-WHT-ENTRY OCCURS 20 TIMES.
             10 LS-WHT-LOWER PIC 9(7)V99.
             10 LS-WHT-RATE PIC V999.

       PROCEDURE DIVISION USING LS-COMMISSION, LS-TAX-AMOUNT,
                                LS-WHT-BRACKETS.
       MAIN-LOGIC.
           MOVE 0 TO WS-TAX-RATE.
           COMPUTE WS-COMMISSION-MAGNITUDE = FUNCTION ABS(LS-COMMISSION).

           MOVE 0 TO WS-BEST-LOWER.
           PERFORM VARYING WS-WB-SUB FROM 1 BY 1
                   UNTIL WS-WB-SUB > LS-WHT-COUNT
              IF LS-WHT-LOWER(WS-WB-SUB) NOT > WS-COMMISSION-MAGNITUDE
                 AND LS-WHT-LOWER(WS-WB-SUB) NOT < WS-BEST-LOWER
                 MOVE LS-WHT-LOWER(WS-WB-SUB) TO WS-BEST-LOWER
                 MOVE LS-WHT-RATE(WS-WB-SUB) TO WS-TAX-RATE
              END-IF
           END-PERFORM.

           COMPUTE LS-TAX-AMOUNT = LS-COMMISSION * WS-TAX-RATE.

