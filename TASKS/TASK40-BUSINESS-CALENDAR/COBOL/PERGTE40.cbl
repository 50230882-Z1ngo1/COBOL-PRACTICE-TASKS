      ******************************************************************
      * SUBPROGRAM: PERGTE40 - PERIOD-END JOB GATE                    *
      * CALLED BY:  EVERY JOB THAT CLOSES A MONTH, QUARTER OR YEAR    *
      *             (CRDSTM11, COMSTM22, YTDROL22, CUSSTM26,          *
      *             FEEASS29)                                         *
      *                                                                *
      * INPUT:  WS-CYCDATE-REQUEST AS RETURNED BY CYCDAT40             *
      *         (COPYBOOK CYCDATE)                                     *
      *         PG-FUNCTION, PG-JOB-NAME, PG-PERIOD-TYPE, PG-PERIOD-ID *
      * OUTPUT: PG-PERIOD-ID, PG-RESULT, PG-MESSAGE                    *
      *         (SEE COPYBOOK PERGATE)                                 *
      *                                                                *
      * LOGIC:                                                         *
      *   PERIOD JOBS USED TO RUN WHENEVER THE SCHEDULER WAS TOLD     *
      *   TO RUN THEM, AND A YEAR-END ROLLOVER ONCE RAN ON THE WRONG  *
      *   DAY. CHECK ('C') REFUSES THE RUN WHEN THE CYCLE DATE DOES   *
      *   NOT CARRY THE PERIOD-END FLAG THE JOB NEEDS, WHEN A PERIOD  *
      *   THE CALLER NAMED IS NOT THE ONE THE CYCLE DATE ENDS, OR     *
      *   WHEN THE PERIOD CLOSE LOG (PCLSDD) ALREADY HOLDS A CLOSE    *
      *   FOR THIS JOB, PERIOD TYPE AND PERIOD. RECORD ('R') APPENDS  *
      *   THAT CLOSE ONCE THE JOB HAS FINISHED CLEAN.                 *
      *   A FAILED NIGHT IS RERUN AS THAT NIGHT BY SETTING ITS DATE   *
      *   WITH CYCSET40, SO THE BOUNDARY TEST STILL PASSES ON A       *
      *   RERUN. A PERIOD THAT MUST DELIBERATELY BE RUN AGAIN NEEDS   *
      *   ITS CLOSE RECORD TAKEN OFF THE LOG FIRST.                   *
      *   THE LOG IS OPENED PER CALL - ONE CHECK AT STARTUP AND ONE   *
      *   RECORD AT THE END OF THE RUN.                               *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/10/15                                               *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERGTE40.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-CLOSE-FILE ASSIGN TO PCLSDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS PERIOD-CLOSE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * ONE RECORD PER PERIOD A JOB HAS CLOSED, APPENDED.
       FD PERIOD-CLOSE-FILE RECORDING MODE IS F.
       01 PERIOD-CLOSE-REC.
          05 PCL-JOB-NAME PIC X(8).
          05 FILLER PIC X(1).
          05 PCL-PERIOD-TYPE PIC X(1).
          05 FILLER PIC X(1).
          05 PCL-PERIOD-ID PIC X(6).
          05 FILLER PIC X(1).
          05 PCL-CYCLE-DATE PIC X(8).
          05 FILLER PIC X(1).
          05 PCL-CLOSE-TS PIC X(14).
          05 FILLER PIC X(39).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUSES.
          05 PERIOD-CLOSE-STATUS PIC X(2).

       01 WS-FLAGS.
          05 WS-PCL-EOF PIC X(1) VALUE 'N'.
             88 PCL-EOF VALUE 'Y'.

       01 WS-PERIOD-NAME PIC X(7).
       01 WS-CLOSED-ON PIC X(8).

      * TIMESTAMP FOR THE CLOSE RECORD
       01 WS-CLOSE-TS PIC X(14).
       01 WS-TS-WORK.
          05 WS-TS-DATE PIC 9(8).
          05 WS-TS-TIME PIC 9(8).

       LINKAGE SECTION.
       01 LS-CYCDATE-REQUEST.
          05 LS-JOB-NAME PIC X(8).
          05 LS-CYCLE-DATE PIC X(8).
          05 LS-BUSINESS-DAY PIC X(1).
          05 LS-SOURCE PIC X(1).
          05 LS-MONTH-END PIC X(1).
          05 LS-QUARTER-END PIC X(1).
          05 LS-YEAR-END PIC X(1).

       01 LS-PERGATE-REQUEST.
          05 LS-PG-FUNCTION PIC X(1).
          05 LS-PG-JOB-NAME PIC X(8).
          05 LS-PG-PERIOD-TYPE PIC X(1).
          05 LS-PG-PERIOD-ID PIC X(6).
          05 LS-PG-RESULT PIC X(1).
          05 LS-PG-MESSAGE PIC X(60).

       PROCEDURE DIVISION USING LS-CYCDATE-REQUEST
                                LS-PERGATE-REQUEST.

      **********************************************
      * CHECK BEFORE THE RUN, RECORD AFTER IT.
      **********************************************
       MAIN-LOGIC.
           MOVE 'O' TO LS-PG-RESULT.
           MOVE SPACES TO LS-PG-MESSAGE.
           EVALUATE LS-PG-PERIOD-TYPE
               WHEN 'M'
                 MOVE 'MONTH' TO WS-PERIOD-NAME
               WHEN 'Q'
                 MOVE 'QUARTER' TO WS-PERIOD-NAME
               WHEN 'Y'
                 MOVE 'YEAR' TO WS-PERIOD-NAME
               WHEN OTHER
                 MOVE 'E' TO LS-PG-RESULT
                 STRING 'PERGTE40: PERIOD TYPE ' DELIMITED BY SIZE
                        LS-PG-PERIOD-TYPE DELIMITED BY SIZE
                        ' IS NOT M, Q OR Y' DELIMITED BY SIZE
                        INTO LS-PG-MESSAGE
                 END-STRING
           END-EVALUATE.
           IF LS-PG-RESULT = 'O'
              EVALUATE LS-PG-FUNCTION
                  WHEN 'C'
                    PERFORM CHECK-PERIOD-BOUNDARY
                    IF LS-PG-RESULT = 'O'
                       PERFORM CHECK-NOT-CLOSED
                    END-IF
                  WHEN 'R'
                    PERFORM RECORD-PERIOD-CLOSE
                  WHEN OTHER
                    MOVE 'E' TO LS-PG-RESULT
                    STRING 'PERGTE40: FUNCTION ' DELIMITED BY SIZE
                           LS-PG-FUNCTION DELIMITED BY SIZE
                           ' IS NOT C OR R' DELIMITED BY SIZE
                           INTO LS-PG-MESSAGE
                    END-STRING
              END-EVALUATE
           END-IF.
           IF LS-PG-RESULT = 'O'
              DISPLAY 'PERIOD ' LS-PG-JOB-NAME ' '
                      LS-PG-PERIOD-TYPE ' ' LS-PG-PERIOD-ID ' '
                      LS-PG-FUNCTION ' OK'
           ELSE
              DISPLAY 'PERIOD ' LS-PG-JOB-NAME ' ' LS-PG-MESSAGE
           END-IF.
           GOBACK.

      **********************************************
      * THE CYCLE DATE MUST CARRY THE FLAG FOR THE JOB'S PERIOD
      * TYPE, AND A PERIOD THE CALLER NAMED MUST BE THE MONTH THE
      * CYCLE DATE FALLS IN. A BLANK PERIOD IS TAKEN FROM THE
      * CYCLE DATE.
      **********************************************
       CHECK-PERIOD-BOUNDARY.
           IF LS-PG-PERIOD-ID = SPACES
              MOVE LS-CYCLE-DATE(1:6) TO LS-PG-PERIOD-ID
           END-IF.
           IF LS-PG-PERIOD-ID NOT = LS-CYCLE-DATE(1:6)
              MOVE 'B' TO LS-PG-RESULT
              STRING 'PERIOD ' DELIMITED BY SIZE
                     LS-PG-PERIOD-ID DELIMITED BY SIZE
                     ' DOES NOT END ON CYCLE DATE ' DELIMITED BY SIZE
                     LS-CYCLE-DATE DELIMITED BY SIZE
                     INTO LS-PG-MESSAGE
              END-STRING
           ELSE
              IF (LS-PG-PERIOD-TYPE = 'M' AND LS-MONTH-END NOT = 'Y')
                 OR (LS-PG-PERIOD-TYPE = 'Q'
                     AND LS-QUARTER-END NOT = 'Y')
                 OR (LS-PG-PERIOD-TYPE = 'Y' AND LS-YEAR-END NOT = 'Y')
                 MOVE 'B' TO LS-PG-RESULT
                 STRING 'CYCLE DATE ' DELIMITED BY SIZE
                        LS-CYCLE-DATE DELIMITED BY SIZE
                        ' IS NOT A ' DELIMITED BY SIZE
                        WS-PERIOD-NAME DELIMITED BY SPACE
                        '-END ON THE CALENDAR' DELIMITED BY SIZE
                        INTO LS-PG-MESSAGE
                 END-STRING
              END-IF
           END-IF.

      **********************************************
      * REFUSES A PERIOD THIS JOB HAS ALREADY CLOSED. NO CLOSE
      * LOG YET MEANS NOTHING HAS BEEN CLOSED.
      **********************************************
       CHECK-NOT-CLOSED.
           MOVE 'N' TO WS-PCL-EOF.
           OPEN INPUT PERIOD-CLOSE-FILE.
           IF PERIOD-CLOSE-STATUS = '05' OR PERIOD-CLOSE-STATUS = '35'
              CONTINUE
           ELSE
              IF PERIOD-CLOSE-STATUS NOT = '00'
                 MOVE 'E' TO LS-PG-RESULT
                 STRING 'PERGTE40: ERROR OPENING PERIOD CLOSE LOG: '
                                 DELIMITED BY SIZE
                        PERIOD-CLOSE-STATUS DELIMITED BY SIZE
                        INTO LS-PG-MESSAGE
                 END-STRING
              ELSE
                 PERFORM UNTIL PCL-EOF
                    READ PERIOD-CLOSE-FILE
                      AT END
                         SET PCL-EOF TO TRUE
                      NOT AT END
                         IF PERIOD-CLOSE-STATUS = '00'
                            AND PCL-JOB-NAME = LS-PG-JOB-NAME
                            AND PCL-PERIOD-TYPE = LS-PG-PERIOD-TYPE
                            AND PCL-PERIOD-ID = LS-PG-PERIOD-ID
                            MOVE 'C' TO LS-PG-RESULT
                            MOVE PCL-CLOSE-TS(1:8) TO WS-CLOSED-ON
                         END-IF
                    END-READ
                 END-PERFORM
                 CLOSE PERIOD-CLOSE-FILE
              END-IF
           END-IF.
           IF LS-PG-RESULT = 'C'
              STRING WS-PERIOD-NAME DELIMITED BY SPACE
                     ' ' DELIMITED BY SIZE
                     LS-PG-PERIOD-ID DELIMITED BY SIZE
                     ' ALREADY CLOSED BY A RUN ON ' DELIMITED BY SIZE
                     WS-CLOSED-ON DELIMITED BY SIZE
                     INTO LS-PG-MESSAGE
              END-STRING
           END-IF.

      **********************************************
      * APPENDS THE CLOSE RECORD FOR THE PERIOD JUST RUN.
      **********************************************
       RECORD-PERIOD-CLOSE.
           IF LS-PG-PERIOD-ID = SPACES
              MOVE LS-CYCLE-DATE(1:6) TO LS-PG-PERIOD-ID
           END-IF.
           OPEN EXTEND PERIOD-CLOSE-FILE.
           IF PERIOD-CLOSE-STATUS = '05' OR PERIOD-CLOSE-STATUS = '35'
              OPEN OUTPUT PERIOD-CLOSE-FILE
           END-IF.
           IF PERIOD-CLOSE-STATUS NOT = '00'
              MOVE 'E' TO LS-PG-RESULT
              STRING 'PERGTE40: ERROR OPENING PERIOD CLOSE LOG: '
                              DELIMITED BY SIZE
                     PERIOD-CLOSE-STATUS DELIMITED BY SIZE
                     INTO LS-PG-MESSAGE
              END-STRING
           ELSE
              ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
              ACCEPT WS-TS-TIME FROM TIME
              MOVE SPACES TO WS-CLOSE-TS
              STRING WS-TS-DATE DELIMITED BY SIZE
                     WS-TS-TIME(1:6) DELIMITED BY SIZE
                     INTO WS-CLOSE-TS
              END-STRING
              MOVE SPACES TO PERIOD-CLOSE-REC
              MOVE LS-PG-JOB-NAME TO PCL-JOB-NAME
              MOVE LS-PG-PERIOD-TYPE TO PCL-PERIOD-TYPE
              MOVE LS-PG-PERIOD-ID TO PCL-PERIOD-ID
              MOVE LS-CYCLE-DATE TO PCL-CYCLE-DATE
              MOVE WS-CLOSE-TS TO PCL-CLOSE-TS
              WRITE PERIOD-CLOSE-REC
              IF PERIOD-CLOSE-STATUS NOT = '00'
                 MOVE 'E' TO LS-PG-RESULT
                 STRING 'PERGTE40: ERROR WRITING PERIOD CLOSE LOG: '
                                 DELIMITED BY SIZE
                        PERIOD-CLOSE-STATUS DELIMITED BY SIZE
                        INTO LS-PG-MESSAGE
                 END-STRING
              END-IF
              CLOSE PERIOD-CLOSE-FILE
           END-IF.
