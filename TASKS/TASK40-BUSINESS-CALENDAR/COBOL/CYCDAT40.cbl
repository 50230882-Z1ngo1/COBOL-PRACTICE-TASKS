      *             CYCLE DATE (VSMJOB11, DEPGTE45, DB2VSM26, ...)    *
      *                                                                *
      * INPUT:  CD-JOB-NAME                                            *
      * OUTPUT: CD-CYCLE-DATE, CD-BUSINESS-DAY, CD-SOURCE,             *
      *         CD-MONTH-END, CD-QUARTER-END, CD-YEAR-END              *
      *         (SEE COPYBOOK CYCDATE)                                 *
      *                                                                *
      * LOGIC:                                                         *
      *   THE FILES ARE OPENED PER CALL - CALLERS LOOK THE DATE UP    *
      *   ONCE AT STARTUP, SO THE COST IS ONE OPEN PAIR A RUN.        *
      *                                                                *
      * CALENDAR CARDS (CALDD): <DATE 8> <TYPE 1> <DESCRIPTION 20>    *
      * <PERIOD-END 1>, '*' IN COLUMN 1 IS A COMMENT CARD. PERIOD-END *
      * (COLUMN 33) IS 'M' MONTH-END, 'Q' QUARTER-END (ALSO A MONTH-  *
      * END) OR 'Y' YEAR-END (ALSO BOTH), OR BLANK.                   *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/09/02                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/10/15 - RETURNS MONTH-, QUARTER- AND YEAR-END FLAGS. A    *
      *              MONTH WITH A PERIOD-END MARKER ON ANY OF ITS      *
      *              CALENDAR CARDS ENDS ON THE MARKED DATE ONLY; A    *
      *              MONTH WITHOUT ONE ENDS ON ITS LAST BUSINESS DAY   *
      *              (A BUSINESS-DAY CYCLE DATE WITH EVERY LATER DATE  *
      *              OF THE MONTH CARDED 'H'). MARCH, JUNE, SEPTEMBER  *
      *              AND DECEMBER MONTH-ENDS ARE QUARTER-ENDS, AND THE *
      *              DECEMBER ONE IS THE YEAR-END.                     *
      ******************************************************************

       IDENTIFICATION DIVISION.
          05 CAL-DAY-TYPE PIC X(1).
          05 FILLER PIC X(1).
          05 CAL-DESCRIPTION PIC X(20).
          05 FILLER PIC X(1).
          05 CAL-PERIOD-END PIC X(1).
             88 CAL-MARKED-PERIOD-END VALUE 'M' 'Q' 'Y'.
          05 FILLER PIC X(47).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUSES.
             88 CAL-EOF VALUE 'Y'.
          05 WS-CAL-FOUND PIC X(1) VALUE 'N'.
             88 CALENDAR-DATE-FOUND VALUE 'Y'.
          05 WS-MONTH-MARKED PIC X(1) VALUE 'N'.
             88 MONTH-HAS-MARKER VALUE 'Y'.
          05 WS-LATER-BUSINESS PIC X(1) VALUE 'N'.
             88 LATER-BUSINESS-DAY VALUE 'Y'.

      * THE CYCLE DATE BROKEN DOWN, AND THE NUMBER OF DAYS IN ITS
      * MONTH
       01 WS-CYCLE-DATE-NUM PIC 9(8).
       01 WS-CYCLE-PARTS REDEFINES WS-CYCLE-DATE-NUM.
          05 WS-CYC-YYYY PIC 9(4).
          05 WS-CYC-MM PIC 9(2).
          05 WS-CYC-DD PIC 9(2).
       01 WS-MONTH-START PIC 9(8).
       01 WS-NEXT-MONTH-START PIC 9(8).
       01 WS-DAYS-IN-MONTH PIC 9(2).
       01 WS-CYCLE-MARKER PIC X(1).
       01 WS-DAY-NO PIC 9(2).

      * 'H' CARDS FOR THE CYCLE MONTH, BY DAY OF THE MONTH
       01 WS-MONTH-DAYS.
          05 WS-DAY-HOLIDAY OCCURS 31 TIMES PIC X(1).

       LINKAGE SECTION.
       01 LS-CYCDATE-REQUEST.
          05 LS-CYCLE-DATE PIC X(8).
          05 LS-BUSINESS-DAY PIC X(1).
          05 LS-SOURCE PIC X(1).
          05 LS-MONTH-END PIC X(1).
          05 LS-QUARTER-END PIC X(1).
          05 LS-YEAR-END PIC X(1).

       PROCEDURE DIVISION USING LS-CYCDATE-REQUEST.

      **********************************************
      * CLOCK FIRST AS THE FALLBACK, THEN LET THE CYCLE-DATE
      * RECORD OVERRIDE IT, THEN CLASSIFY THE DATE ON THE
      * CALENDAR, INCLUDING WHETHER IT ENDS A PERIOD. EVERY
      * LOOKUP LOGS THE DATE USED AND ITS SOURCE.
      **********************************************
       MAIN-LOGIC.
           ACCEPT LS-CYCLE-DATE FROM DATE YYYYMMDD.
           MOVE 'N' TO WS-CYC-EOF.
           MOVE 'N' TO WS-CAL-EOF.
           MOVE 'N' TO WS-CAL-FOUND.
           MOVE 'N' TO WS-MONTH-MARKED.
           MOVE SPACE TO WS-CYCLE-MARKER.
           MOVE SPACES TO WS-MONTH-DAYS.
           MOVE 'N' TO LS-MONTH-END.
           MOVE 'N' TO LS-QUARTER-END.
           MOVE 'N' TO LS-YEAR-END.

           PERFORM READ-CYCLE-DATE-FILE.
           PERFORM CLASSIFY-ON-CALENDAR.
           PERFORM SET-PERIOD-END-FLAGS.

           IF LS-SOURCE = 'F'
              DISPLAY 'CYCLE ' LS-JOB-NAME ' ' LS-CYCLE-DATE
                      ' BUSINESS-DAY ' LS-BUSINESS-DAY
                      ' (SYSTEM CLOCK)'
           END-IF.
           IF LS-MONTH-END = 'Y'
              DISPLAY 'CYCLE ' LS-JOB-NAME ' ' LS-CYCLE-DATE
                      ' PERIOD END - MONTH ' LS-MONTH-END
                      ' QUARTER ' LS-QUARTER-END
                      ' YEAR ' LS-YEAR-END
           END-IF.
           GOBACK.

      **********************************************
                               MOVE 'Y' TO LS-BUSINESS-DAY
                            END-IF
                         END-IF
                         IF CALENDAR-STATUS = '00'
                            AND CAL-DATE(1:1) NOT = '*'
                            AND CAL-DATE(1:6) = LS-CYCLE-DATE(1:6)
                            PERFORM NOTE-MONTH-CARD
                         END-IF
                    END-READ
                 END-PERFORM
                 CLOSE CALENDAR-FILE
              END-IF
           END-IF.

      **********************************************
      * KEEPS WHAT THE PERIOD-END TEST NEEDS FROM A CARD IN THE
      * CYCLE MONTH: ANY PERIOD-END MARKER (AND THE CYCLE DATE'S
      * OWN), AND WHICH DAYS ARE HOLIDAYS OR WEEKENDS.
      **********************************************
       NOTE-MONTH-CARD.
           IF CAL-MARKED-PERIOD-END
              SET MONTH-HAS-MARKER TO TRUE
              IF CAL-DATE = LS-CYCLE-DATE
                 MOVE CAL-PERIOD-END TO WS-CYCLE-MARKER
              END-IF
           END-IF.
           IF CAL-DAY-TYPE = 'H' AND CAL-DATE(7:2) NUMERIC
              MOVE CAL-DATE(7:2) TO WS-DAY-NO
              IF WS-DAY-NO > 0 AND WS-DAY-NO NOT > 31
                 MOVE 'H' TO WS-DAY-HOLIDAY(WS-DAY-NO)
              END-IF
           END-IF.

      **********************************************
      * SETS THE MONTH-, QUARTER- AND YEAR-END FLAGS. A MARKED
      * MONTH ENDS ON ITS MARKED DATE AND THE MARKER GIVES THE
      * LEVEL. AN UNMARKED MONTH ENDS ON ITS LAST BUSINESS DAY -
      * A BUSINESS DAY WITH NO BUSINESS DAY AFTER IT IN THE MONTH
      * (A DATE WITH NO CARD COUNTS AS A BUSINESS DAY) - AND ITS
      * CALENDAR MONTH GIVES THE LEVEL.
      **********************************************
       SET-PERIOD-END-FLAGS.
           IF LS-CYCLE-DATE NOT NUMERIC
              CONTINUE
           ELSE
              IF MONTH-HAS-MARKER
                 EVALUATE WS-CYCLE-MARKER
                     WHEN 'Y'
                       MOVE 'Y' TO LS-MONTH-END
                       MOVE 'Y' TO LS-QUARTER-END
                       MOVE 'Y' TO LS-YEAR-END
                     WHEN 'Q'
                       MOVE 'Y' TO LS-MONTH-END
                       MOVE 'Y' TO LS-QUARTER-END
                     WHEN 'M'
                       MOVE 'Y' TO LS-MONTH-END
                     WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              ELSE
                 PERFORM TEST-LAST-BUSINESS-DAY
              END-IF
           END-IF.

      **********************************************
      * LAST-BUSINESS-DAY RULE FOR A MONTH WITH NO MARKER.
      **********************************************
       TEST-LAST-BUSINESS-DAY.
           MOVE LS-CYCLE-DATE TO WS-CYCLE-DATE-NUM.
           COMPUTE WS-MONTH-START =
                   WS-CYC-YYYY * 10000 + WS-CYC-MM * 100 + 1.
           IF WS-CYC-MM = 12
              COMPUTE WS-NEXT-MONTH-START =
                      (WS-CYC-YYYY + 1) * 10000 + 101
           ELSE
              COMPUTE WS-NEXT-MONTH-START =
                      WS-CYC-YYYY * 10000 + (WS-CYC-MM + 1) * 100
                      + 1
           END-IF.
           COMPUTE WS-DAYS-IN-MONTH =
                   FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-START)
                   - FUNCTION INTEGER-OF-DATE(WS-MONTH-START).
           MOVE 'N' TO WS-LATER-BUSINESS.
           PERFORM VARYING WS-DAY-NO FROM WS-CYC-DD BY 1
                   UNTIL WS-DAY-NO NOT < WS-DAYS-IN-MONTH
                      OR LATER-BUSINESS-DAY
              IF WS-DAY-HOLIDAY(WS-DAY-NO + 1) NOT = 'H'
                 SET LATER-BUSINESS-DAY TO TRUE
              END-IF
           END-PERFORM.
           IF LS-BUSINESS-DAY = 'Y' AND NOT LATER-BUSINESS-DAY
              MOVE 'Y' TO LS-MONTH-END
              IF WS-CYC-MM = 3 OR WS-CYC-MM = 6
                 OR WS-CYC-MM = 9 OR WS-CYC-MM = 12
                 MOVE 'Y' TO LS-QUARTER-END
              END-IF
              IF WS-CYC-MM = 12
                 MOVE 'Y' TO LS-YEAR-END
              END-IF
           END-IF.
