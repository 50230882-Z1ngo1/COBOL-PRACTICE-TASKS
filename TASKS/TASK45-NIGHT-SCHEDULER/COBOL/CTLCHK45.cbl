      ******************************************************************
      * SUBPROGRAM: CTLCHK45 - HANDOFF CONTROL TOTAL POST AND VERIFY  *
      * CALLED BY:  EVERY JOB THAT HANDS A FILE TO ANOTHER JOB        *
      *             (VSMJOB11, DB2VSM26, SLSEXT21, SHPINV16) AND      *
      *             EVERY JOB THAT TAKES ONE (JOBSUB22, ESDS29,       *
      *             CASHAP16)                                         *
      *                                                                *
      * INPUT:  CC-FUNCTION, CC-HANDOFF, CC-JOB-NAME,                  *
      *         CC-RECORD-COUNT, CC-HASH-TOTAL, CC-AMOUNT-TOTAL        *
      * OUTPUT: CC-CYCLE-DATE, CC-RESULT, CC-PRODUCER-*, CC-MESSAGE    *
      *         (SEE COPYBOOK CTLREQ)                                  *
      *                                                                *
      * LOGIC:                                                         *
      *   A TRUNCATED FILE HAS TWICE BEEN PROCESSED AS IF IT WERE      *
      *   WHOLE, BECAUSE ONLY A FEW HANDOFFS HAD ANY TIE-OUT AND EACH  *
      *   WAS ITS OWN. EVERY HANDOFF NOW GOES THROUGH HERE:            *
      *   POST ('P') APPENDS THE PRODUCER'S RECORD COUNT, HASH TOTAL   *
      *   AND AMOUNT TOTAL TO THE CONTROL LOG (CTLDD, COPYBOOK         *
      *   CTLTOT) UNDER THE CYCLE DATE.                                *
      *   VERIFY ('V') FINDS THE LATEST POSTING FOR THE HANDOFF AND    *
      *   CYCLE AND COMPARES ALL THREE FIGURES WITH THE CONSUMER'S     *
      *   OWN COUNT OF THE FILE: 'B' BALANCED, 'O' OUT OF BALANCE, 'M' *
      *   NO POSTING FOR THE CYCLE (THE PRODUCER DID NOT FINISH, OR    *
      *   THE FILE IS AN EARLIER CYCLE'S). THE OUTCOME IS APPENDED TO  *
      *   THE LOG AS A 'V' RECORD FOR CHNRPT45'S CHAIN REPORT. WHAT TO *
      *   DO WITH ANYTHING BUT 'B' IS THE CALLER'S DECISION.           *
      *   THE CYCLE DATE COMES FROM CYCDAT40 UNDER THE CALLER'S NAME,  *
      *   SO BOTH SIDES OF A RERUN NIGHT AGREE ON IT. THE LOG IS       *
      *   OPENED PER CALL - ONE CALL PER HANDOFF PER RUN.              *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/10/15                                               *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTLCHK45.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-LOG-FILE ASSIGN TO CTLDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS CONTROL-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CONTROL-LOG-FILE RECORDING MODE IS F.
       01 CONTROL-LOG-REC.
           COPY CTLTOT.

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUSES.
          05 CONTROL-LOG-STATUS PIC X(2).

       01 WS-FLAGS.
          05 WS-CTL-EOF PIC X(1) VALUE 'N'.
             88 CTL-EOF VALUE 'Y'.
          05 WS-POSTING-FOUND PIC X(1) VALUE 'N'.
             88 POSTING-FOUND VALUE 'Y'.

      * CYCLE DATE LOOKUP (CYCDAT40)
       COPY CYCDATE.

      * LAST PRODUCER CYCLE SEEN FOR THE HANDOFF, FOR THE MESSAGE
      * WHEN NONE MATCHES THE CYCLE
       01 WS-LAST-CYCLE PIC X(8).

      * THE RESULT AS IT IS WRITTEN ON THE 'V' RECORD
       01 WS-RESULT-TEXT PIC X(8).

      * FIGURE DISPLAYS FOR THE OUT-OF-BALANCE MESSAGE
       01 WS-COUNT-DISP PIC Z(8)9.
       01 WS-PROD-COUNT-DISP PIC Z(8)9.
       01 WS-AMOUNT-DISP PIC -Z(12)9.99.
       01 WS-PROD-AMOUNT-DISP PIC -Z(12)9.99.

      * TIMESTAMP FOR THE LOG RECORD
       01 WS-LOG-TS PIC X(14).
       01 WS-TS-WORK.
          05 WS-TS-DATE PIC 9(8).
          05 WS-TS-TIME PIC 9(8).

       LINKAGE SECTION.
       01 LS-CTLTOT-REQUEST.
          05 LS-CC-FUNCTION PIC X(1).
          05 LS-CC-HANDOFF PIC X(8).
          05 LS-CC-JOB-NAME PIC X(8).
          05 LS-CC-CYCLE-DATE PIC X(8).
          05 LS-CC-RECORD-COUNT PIC 9(9).
          05 LS-CC-HASH-TOTAL PIC 9(15).
          05 LS-CC-AMOUNT-TOTAL PIC S9(13)V99.
          05 LS-CC-RESULT PIC X(1).
          05 LS-CC-PRODUCER-JOB PIC X(8).
          05 LS-CC-PRODUCER-COUNT PIC 9(9).
          05 LS-CC-PRODUCER-HASH PIC 9(15).
          05 LS-CC-PRODUCER-AMOUNT PIC S9(13)V99.
          05 LS-CC-MESSAGE PIC X(60).

       PROCEDURE DIVISION USING LS-CTLTOT-REQUEST.

      **********************************************
      * POST FROM THE PRODUCER, VERIFY FROM THE CONSUMER.
      **********************************************
       MAIN-LOGIC.
           MOVE SPACES TO LS-CC-MESSAGE LS-CC-PRODUCER-JOB.
           MOVE 0 TO LS-CC-PRODUCER-COUNT LS-CC-PRODUCER-HASH
                     LS-CC-PRODUCER-AMOUNT.
           MOVE LS-CC-JOB-NAME TO CD-JOB-NAME.
           CALL 'CYCDAT40' USING WS-CYCDATE-REQUEST END-CALL.
           MOVE CD-CYCLE-DATE TO LS-CC-CYCLE-DATE.
           EVALUATE LS-CC-FUNCTION
               WHEN 'P'
                 MOVE 'P' TO LS-CC-RESULT
                 MOVE SPACES TO WS-RESULT-TEXT
                 PERFORM APPEND-CONTROL-RECORD
               WHEN 'V'
                 PERFORM FIND-PRODUCER-POSTING
                 IF LS-CC-RESULT NOT = 'E'
                    PERFORM COMPARE-CONTROL-TOTALS
                    PERFORM APPEND-CONTROL-RECORD
                 END-IF
               WHEN OTHER
                 MOVE 'E' TO LS-CC-RESULT
                 STRING 'CTLCHK45: FUNCTION ' DELIMITED BY SIZE
                        LS-CC-FUNCTION DELIMITED BY SIZE
                        ' IS NOT P OR V' DELIMITED BY SIZE
                        INTO LS-CC-MESSAGE
                 END-STRING
           END-EVALUATE.
           IF LS-CC-RESULT = 'P' OR LS-CC-RESULT = 'B'
              DISPLAY 'CONTROL ' LS-CC-HANDOFF ' ' LS-CC-FUNCTION
                      ' ' LS-CC-JOB-NAME ' CYCLE ' LS-CC-CYCLE-DATE
                      ' RECORDS ' LS-CC-RECORD-COUNT ' OK'
           ELSE
              DISPLAY 'CONTROL ' LS-CC-HANDOFF ' ' LS-CC-MESSAGE
           END-IF.
           GOBACK.

      **********************************************
      * READS THE WHOLE LOG FOR THE LATEST POSTING OF THIS
      * HANDOFF AND CYCLE. NO LOG YET MEANS NOTHING WAS POSTED.
      **********************************************
       FIND-PRODUCER-POSTING.
           MOVE 'M' TO LS-CC-RESULT.
           MOVE 'N' TO WS-CTL-EOF.
           MOVE 'N' TO WS-POSTING-FOUND.
           MOVE SPACES TO WS-LAST-CYCLE.
           OPEN INPUT CONTROL-LOG-FILE.
           IF CONTROL-LOG-STATUS = '05' OR CONTROL-LOG-STATUS = '35'
              SET CTL-EOF TO TRUE
           ELSE
              IF CONTROL-LOG-STATUS NOT = '00'
                 MOVE 'E' TO LS-CC-RESULT
                 STRING 'CTLCHK45: ERROR OPENING CONTROL LOG: '
                                 DELIMITED BY SIZE
                        CONTROL-LOG-STATUS DELIMITED BY SIZE
                        INTO LS-CC-MESSAGE
                 END-STRING
                 SET CTL-EOF TO TRUE
              END-IF
           END-IF.
           PERFORM UNTIL CTL-EOF
              READ CONTROL-LOG-FILE
                AT END
                   SET CTL-EOF TO TRUE
                NOT AT END
                   IF CONTROL-LOG-STATUS = '00'
                      AND CTL-HANDOFF = LS-CC-HANDOFF
                      AND CTL-PRODUCED
                      MOVE CTL-CYCLE-DATE TO WS-LAST-CYCLE
                      IF CTL-CYCLE-DATE = LS-CC-CYCLE-DATE
                         SET POSTING-FOUND TO TRUE
                         MOVE CTL-JOB-NAME TO LS-CC-PRODUCER-JOB
                         MOVE CTL-RECORD-COUNT TO LS-CC-PRODUCER-COUNT
                         MOVE CTL-HASH-TOTAL TO LS-CC-PRODUCER-HASH
                         MOVE CTL-AMOUNT-TOTAL TO LS-CC-PRODUCER-AMOUNT
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           IF CONTROL-LOG-STATUS NOT = '05'
              AND CONTROL-LOG-STATUS NOT = '35'
              AND LS-CC-RESULT NOT = 'E'
              CLOSE CONTROL-LOG-FILE
           END-IF.

      **********************************************
      * ALL THREE FIGURES MUST AGREE. THE MESSAGE NAMES THE COUNT
      * AND AMOUNT EITHER SIDE, WHICH IS WHAT OPERATIONS NEEDS TO
      * SEE A SHORT FILE; A HASH-ONLY DIFFERENCE SAYS SO.
      **********************************************
       COMPARE-CONTROL-TOTALS.
           IF NOT POSTING-FOUND
              MOVE 'M' TO LS-CC-RESULT
              MOVE 'NOCTL' TO WS-RESULT-TEXT
              IF WS-LAST-CYCLE = SPACES
                 STRING 'NO PRODUCER CONTROL FOR CYCLE '
                                 DELIMITED BY SIZE
                        LS-CC-CYCLE-DATE DELIMITED BY SIZE
                        INTO LS-CC-MESSAGE
                 END-STRING
              ELSE
                 STRING 'NO PRODUCER CONTROL FOR CYCLE '
                                 DELIMITED BY SIZE
                        LS-CC-CYCLE-DATE DELIMITED BY SIZE
                        ' - LATEST IS ' DELIMITED BY SIZE
                        WS-LAST-CYCLE DELIMITED BY SIZE
                        INTO LS-CC-MESSAGE
                 END-STRING
              END-IF
           ELSE
              IF LS-CC-RECORD-COUNT = LS-CC-PRODUCER-COUNT
                 AND LS-CC-HASH-TOTAL = LS-CC-PRODUCER-HASH
                 AND LS-CC-AMOUNT-TOTAL = LS-CC-PRODUCER-AMOUNT
                 MOVE 'B' TO LS-CC-RESULT
                 MOVE 'BALANCED' TO WS-RESULT-TEXT
              ELSE
                 MOVE 'O' TO LS-CC-RESULT
                 MOVE 'OUTOFBAL' TO WS-RESULT-TEXT
                 IF LS-CC-RECORD-COUNT = LS-CC-PRODUCER-COUNT
                    AND LS-CC-AMOUNT-TOTAL = LS-CC-PRODUCER-AMOUNT
                    STRING 'OUT OF BALANCE - HASH TOTAL DIFFERS FROM '
                                    DELIMITED BY SIZE
                           LS-CC-PRODUCER-JOB DELIMITED BY SIZE
                           INTO LS-CC-MESSAGE
                    END-STRING
                 ELSE
                    MOVE LS-CC-RECORD-COUNT TO WS-COUNT-DISP
                    MOVE LS-CC-PRODUCER-COUNT TO WS-PROD-COUNT-DISP
                    MOVE LS-CC-AMOUNT-TOTAL TO WS-AMOUNT-DISP
                    MOVE LS-CC-PRODUCER-AMOUNT TO WS-PROD-AMOUNT-DISP
                    STRING 'OUT OF BALANCE - RECS ' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-COUNT-DISP)
                                    DELIMITED BY SIZE
                           '/' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-PROD-COUNT-DISP)
                                    DELIMITED BY SIZE
                           ' AMT ' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-AMOUNT-DISP)
                                    DELIMITED BY SIZE
                           '/' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-PROD-AMOUNT-DISP)
                                    DELIMITED BY SIZE
                           INTO LS-CC-MESSAGE
                    END-STRING
                 END-IF
              END-IF
           END-IF.

      **********************************************
      * APPENDS THE CALLER'S FIGURES TO THE LOG - A 'P' POSTING,
      * OR A 'V' RECORD CARRYING THE OUTCOME. A POST THAT CANNOT
      * BE WRITTEN IS AN ERROR; A VERIFY KEEPS ITS OUTCOME AND
      * ONLY WARNS, SINCE THE FILE ITSELF WAS CHECKED.
      **********************************************
       APPEND-CONTROL-RECORD.
           OPEN EXTEND CONTROL-LOG-FILE.
           IF CONTROL-LOG-STATUS = '05' OR CONTROL-LOG-STATUS = '35'
              OPEN OUTPUT CONTROL-LOG-FILE
           END-IF.
           IF CONTROL-LOG-STATUS NOT = '00'
              DISPLAY 'CTLCHK45: ERROR OPENING CONTROL LOG: '
                      CONTROL-LOG-STATUS
              IF LS-CC-FUNCTION = 'P'
                 MOVE 'E' TO LS-CC-RESULT
                 STRING 'CTLCHK45: ERROR OPENING CONTROL LOG: '
                                 DELIMITED BY SIZE
                        CONTROL-LOG-STATUS DELIMITED BY SIZE
                        INTO LS-CC-MESSAGE
                 END-STRING
              END-IF
           ELSE
              ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
              ACCEPT WS-TS-TIME FROM TIME
              MOVE SPACES TO WS-LOG-TS
              STRING WS-TS-DATE DELIMITED BY SIZE
                     WS-TS-TIME(1:6) DELIMITED BY SIZE
                     INTO WS-LOG-TS
              END-STRING
              MOVE SPACES TO CONTROL-LOG-REC
              MOVE LS-CC-HANDOFF TO CTL-HANDOFF
              MOVE LS-CC-FUNCTION TO CTL-REC-TYPE
              MOVE LS-CC-JOB-NAME TO CTL-JOB-NAME
              MOVE LS-CC-CYCLE-DATE TO CTL-CYCLE-DATE
              MOVE LS-CC-RECORD-COUNT TO CTL-RECORD-COUNT
              MOVE LS-CC-HASH-TOTAL TO CTL-HASH-TOTAL
              MOVE LS-CC-AMOUNT-TOTAL TO CTL-AMOUNT-TOTAL
              MOVE WS-RESULT-TEXT TO CTL-RESULT
              MOVE WS-LOG-TS TO CTL-TIMESTAMP
              WRITE CONTROL-LOG-REC
              IF CONTROL-LOG-STATUS NOT = '00'
                 DISPLAY 'CTLCHK45: ERROR WRITING CONTROL LOG: '
                         CONTROL-LOG-STATUS
                 IF LS-CC-FUNCTION = 'P'
                    MOVE 'E' TO LS-CC-RESULT
                    STRING 'CTLCHK45: ERROR WRITING CONTROL LOG: '
                                    DELIMITED BY SIZE
                           CONTROL-LOG-STATUS DELIMITED BY SIZE
                           INTO LS-CC-MESSAGE
                    END-STRING
                 END-IF
              END-IF
              CLOSE CONTROL-LOG-FILE
           END-IF.
