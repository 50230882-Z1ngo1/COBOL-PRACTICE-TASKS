      ******************************************************************
      * YEAR-END CREDIT-INTEREST-PAID TAX EXTRACT                      *
      *                                                                *
      * PURPOSE:                                                       *
      * EVERY ACCOUNT HOLDER PAID CREDIT INTEREST DURING THE YEAR IS   *
      * SENT A TAX DOCUMENT SHOWING THE INTEREST. THIS YEAR-END JOB    *
      * BUILDS THE EXTRACT (COPYBOOK INTTAX) FROM THE INTEREST-PAID    *
      * HISTORY INTCAP29 APPENDS EACH MONTH END: PER ACCOUNT, THE      *
      * INTEREST PAID OVER THE TAX YEAR.                               *
      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   THE TAX YEAR IS THE YEAR BEFORE THE CYCLE DATE, AS THE JOB   *
      *   RUNS IN JANUARY.                                             *
      *   PHASE 1 - READ THE INTEREST-PAID HISTORY. EVERY PAYMENT      *
      *     WHOSE PERIOD FALLS IN THE TAX YEAR IS ADDED TO ITS         *
      *     ACCOUNT; THE HOLDER'S NAME AND ACCOUNT TYPE ARE TAKEN      *
      *     FROM THE LATEST PAYMENT, SO A MID-YEAR NAME CHANGE SHOWS   *
      *     AS THE NAME AT YEAR END.                                   *
      *   PHASE 2 - WRITE THE 'A' HEADER, ONE 'B' RECORD PER ACCOUNT   *
      *     PAID ANY INTEREST, AND THE 'F' TRAILER WITH THE COUNT AND  *
      *     THE HASH TOTAL OF INTEREST PAID.                           *
      *   NO PAYMENTS IN THE YEAR -> HEADER AND TRAILER ONLY, WARNING. *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/10/15                                               *
      *                                                                *
      * COPYBOOK: INTTAX  - CREDIT-INTEREST TAX EXTRACT LAYOUT         *
      *           CYCDATE - PROCESSING-DATE LOOKUP REQUEST AREA        *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  INTPDD (CREDIT.INT.PAID) - INTEREST-PAID HISTORY       *
      * OUTPUT: ITAXDD (CREDIT.INT.TAX.EXTRACT) - TAX EXTRACT (INTTAX) *
      * OUTPUT: STATLOG - SHARED STATUS LOG                            *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTYER29.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INT-PAID-FILE ASSIGN TO INTPDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS INT-PAID-STATUS.

           SELECT INT-TAX-FILE ASSIGN TO ITAXDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS INT-TAX-STATUS.

           SELECT STATUS-LOG ASSIGN TO STATLOG
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS STATUS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * SAME LAYOUT INTCAP29 WRITES.
       FD INT-PAID-FILE RECORDING MODE IS F.
       01 INT-PAID-REC.
          05 INT-ACCT-ID PIC X(6).
          05 FILLER PIC X(1).
          05 INT-PERIOD PIC X(6).
          05 FILLER PIC X(1).
          05 INT-PAID-DATE PIC X(8).
          05 FILLER PIC X(1).
          05 INT-AMOUNT PIC 9(7)V99.
          05 FILLER PIC X(1).
          05 INT-ACCT-TYPE PIC X(2).
          05 FILLER PIC X(1).
          05 INT-CUST-NAME PIC X(25).
          05 FILLER PIC X(19).

       FD INT-TAX-FILE RECORDING MODE IS F.
       01 INT-TAX-REC.
           COPY INTTAX.

       FD STATUS-LOG RECORDING MODE IS F.
       01 STATUS-LOG-REC.
           COPY BATSTAT.

       WORKING-STORAGE SECTION.

      * FILE STATUS VARIABLES
       01 WS-FILE-STATUSES.
          05 INT-PAID-STATUS PIC X(2).
          05 INT-TAX-STATUS PIC X(2).
          05 STATUS-LOG-STATUS PIC X(2).

      * CONTROL FLAGS
       01 WS-FLAGS.
          05 WS-INT-PAID-EOF PIC X(1) VALUE 'N'.
             88 INT-PAID-EOF VALUE 'Y'.
          05 WS-ENTRY-FOUND PIC X(1) VALUE 'N'.
             88 ENTRY-FOUND VALUE 'Y'.

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

      * THE TAX YEAR AND THE RUN DATE IT IS EXTRACTED ON
       01 WS-RUN-DATE PIC X(8).
       01 WS-RUN-YEAR PIC 9(4).
       01 WS-TAX-YEAR PIC 9(4) VALUE 0.
       01 WS-TAX-YEAR-X REDEFINES WS-TAX-YEAR PIC X(4).

      * ONE ENTRY PER ACCOUNT PAID INTEREST IN THE TAX YEAR, IN
      * ORDER OF FIRST PAYMENT
       01 TAX-ENTRY-COUNT PIC 9(5) VALUE 0.
       01 TAX-TABLE.
          05 TAX-ENTRY OCCURS 10000 TIMES INDEXED BY TX-IDX.
             10 TX-ACCT-ID PIC X(6).
             10 TX-NAME PIC X(25).
             10 TX-TYPE PIC X(2).
             10 TX-INT-PAID PIC S9(9)V99.
             10 TX-PAYMENTS PIC 9(2).

      * STATISTICS COUNTERS
       01 WS-COUNTERS.
          05 PAYMENTS-READ PIC 9(9) VALUE 0.
          05 PAYMENTS-IN-YEAR PIC 9(9) VALUE 0.
          05 ACCOUNTS-WRITTEN PIC 9(7) VALUE 0.
       01 WS-HASH-PAID PIC S9(11)V99 VALUE 0.
       01 WS-PAID-DISP PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

      **********************************************
      * TOTALS THE INTEREST-PAID HISTORY FOR THE TAX YEAR, WRITES
      * THE EXTRACT, WRITES BATCH STATUS.
      **********************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM SET-BST-START-TS.
           MOVE 'INTYER29' TO CD-JOB-NAME.
           CALL 'CYCDAT40' USING WS-CYCDATE-REQUEST END-CALL.
           MOVE CD-CYCLE-DATE TO WS-RUN-DATE.
           MOVE WS-RUN-DATE(1:4) TO WS-RUN-YEAR.
           COMPUTE WS-TAX-YEAR = WS-RUN-YEAR - 1.
           PERFORM OPEN-STATUS-LOG.
           PERFORM OPEN-ALL-FILES.
           PERFORM TOTAL-INTEREST-PAID.
           PERFORM WRITE-INT-TAX-EXTRACT.
           PERFORM CLOSE-ALL-FILES.
           PERFORM WRITE-BATCH-STATUS.
           DISPLAY 'CREDIT-INTEREST TAX EXTRACT COMPLETE.'.
           DISPLAY 'TAX YEAR:               ' WS-TAX-YEAR.
           DISPLAY 'PAYMENTS READ:          ' PAYMENTS-READ.
           DISPLAY 'PAYMENTS IN YEAR:       ' PAYMENTS-IN-YEAR.
           DISPLAY 'ACCOUNT RECORDS WRITTEN:' ACCOUNTS-WRITTEN.
           MOVE WS-HASH-PAID TO WS-PAID-DISP.
           DISPLAY 'INTEREST PAID:  ' WS-PAID-DISP.
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
              STOP RUN
           END-IF.

      **********************************************
      * OPEN THE HISTORY AND THE EXTRACT
      **********************************************
       OPEN-ALL-FILES.
           OPEN INPUT INT-PAID-FILE.
           IF INT-PAID-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING INTEREST-PAID HISTORY: '
                       INT-PAID-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.
           OPEN OUTPUT INT-TAX-FILE.
           IF INT-TAX-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING TAX EXTRACT: ' INT-TAX-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * ADDS EVERY PAYMENT FOR A PERIOD IN THE TAX YEAR TO ITS
      * ACCOUNT.
      **********************************************
       TOTAL-INTEREST-PAID.
           PERFORM UNTIL INT-PAID-EOF
              READ INT-PAID-FILE
                AT END
                   SET INT-PAID-EOF TO TRUE
                NOT AT END
                   IF INT-PAID-STATUS NOT = '00'
                      DISPLAY 'ERROR READING INTEREST-PAID HISTORY: '
                               INT-PAID-STATUS
                      PERFORM ABEND-WITH-STATUS
                   END-IF
                   ADD 1 TO PAYMENTS-READ
                   IF INT-PERIOD(1:4) = WS-TAX-YEAR-X
                      ADD 1 TO PAYMENTS-IN-YEAR
                      PERFORM FIND-TAX-ENTRY
                      ADD INT-AMOUNT TO TX-INT-PAID(TX-IDX)
                      ADD 1 TO TX-PAYMENTS(TX-IDX)
                      MOVE INT-CUST-NAME TO TX-NAME(TX-IDX)
                      MOVE INT-ACCT-TYPE TO TX-TYPE(TX-IDX)
                   END-IF
              END-READ
           END-PERFORM.

      **********************************************
      * POINTS TX-IDX AT THE PAYMENT'S ACCOUNT, OPENING AN ENTRY
      * IF NEEDED. A FULL TABLE IS A HARD ERROR - AN ACCOUNT LEFT
      * OFF WOULD BE MISSING FROM THE TAX DOCUMENTS.
      **********************************************
       FIND-TAX-ENTRY.
           MOVE 'N' TO WS-ENTRY-FOUND.
           IF TAX-ENTRY-COUNT > 0
              SET TX-IDX TO 1
              SEARCH TAX-ENTRY
                  AT END
                     CONTINUE
                  WHEN TX-IDX > TAX-ENTRY-COUNT
                     CONTINUE
                  WHEN TX-ACCT-ID(TX-IDX) = INT-ACCT-ID
                     SET ENTRY-FOUND TO TRUE
              END-SEARCH
           END-IF.
           IF NOT ENTRY-FOUND
              IF TAX-ENTRY-COUNT >= 10000
                 DISPLAY 'ERROR: TAX TABLE FULL (10000 MAX)'
                 PERFORM ABEND-WITH-STATUS
              END-IF
              ADD 1 TO TAX-ENTRY-COUNT
              SET TX-IDX TO TAX-ENTRY-COUNT
              MOVE INT-ACCT-ID TO TX-ACCT-ID(TX-IDX)
              MOVE 0 TO TX-INT-PAID(TX-IDX)
              MOVE 0 TO TX-PAYMENTS(TX-IDX)
           END-IF.

      **********************************************
      * WRITES THE 'A' HEADER, A 'B' RECORD PER ACCOUNT PAID ANY
      * INTEREST, AND THE 'F' TRAILER.
      **********************************************
       WRITE-INT-TAX-EXTRACT.
           MOVE SPACES TO INT-TAX-REC.
           MOVE 'A' TO ITX-REC-TYPE.
           MOVE WS-TAX-YEAR TO ITX-A-TAX-YEAR.
           MOVE WS-RUN-DATE TO ITX-A-CREATE-DATE.
           MOVE 'DEPOSIT INTEREST' TO ITX-A-SOURCE.
           PERFORM WRITE-INT-TAX-REC.

           PERFORM VARYING TX-IDX FROM 1 BY 1
                   UNTIL TX-IDX > TAX-ENTRY-COUNT
              IF TX-INT-PAID(TX-IDX) NOT = 0
                 PERFORM WRITE-ACCOUNT-RECORD
              END-IF
           END-PERFORM.

           MOVE SPACES TO INT-TAX-REC.
           MOVE 'F' TO ITX-REC-TYPE.
           MOVE ACCOUNTS-WRITTEN TO ITX-F-ACCT-COUNT.
           MOVE WS-HASH-PAID TO ITX-F-HASH-PAID.
           PERFORM WRITE-INT-TAX-REC.

      **********************************************
      * WRITES ONE ACCOUNT'S 'B' RECORD.
      **********************************************
       WRITE-ACCOUNT-RECORD.
           MOVE SPACES TO INT-TAX-REC.
           MOVE 'B' TO ITX-REC-TYPE.
           MOVE WS-TAX-YEAR TO ITX-B-TAX-YEAR.
           MOVE TX-ACCT-ID(TX-IDX) TO ITX-B-ACCT-ID.
           MOVE TX-NAME(TX-IDX) TO ITX-B-NAME.
           MOVE TX-TYPE(TX-IDX) TO ITX-B-ACCT-TYPE.
           MOVE TX-INT-PAID(TX-IDX) TO ITX-B-INT-PAID.
           MOVE TX-PAYMENTS(TX-IDX) TO ITX-B-PAYMENTS.
           PERFORM WRITE-INT-TAX-REC.
           ADD 1 TO ACCOUNTS-WRITTEN.
           ADD TX-INT-PAID(TX-IDX) TO WS-HASH-PAID.

      **********************************************
      * WRITES WHATEVER RECORD IS CURRENTLY IN INT-TAX-REC.
      **********************************************
       WRITE-INT-TAX-REC.
           WRITE INT-TAX-REC.
           IF INT-TAX-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING TAX EXTRACT: ' INT-TAX-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * CLOSE ALL FILES
      **********************************************
       CLOSE-ALL-FILES.
           CLOSE INT-PAID-FILE.
           IF INT-PAID-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING INTEREST-PAID HISTORY: '
                       INT-PAID-STATUS
           END-IF.
           CLOSE INT-TAX-FILE.
           IF INT-TAX-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING TAX EXTRACT: '
                       INT-TAX-STATUS
           END-IF.

      **********************************************
      * APPENDS ONE RECORD TO THE CONSOLIDATED END-OF-NIGHT BATCH
      * STATUS LOG AND CLOSES IT.
      **********************************************
       WRITE-BATCH-STATUS.
           MOVE SPACES TO STATUS-LOG-REC.
           MOVE 'INTYER29' TO BST-PROGRAM-ID.
           PERFORM GET-BST-TIMESTAMP.
           MOVE WS-BST-START-TS TO BST-START-TS.
           MOVE WS-BST-TS-BUILT TO BST-END-TS.
           MOVE PAYMENTS-IN-YEAR TO BST-RECORDS-IN.
           MOVE ACCOUNTS-WRITTEN TO BST-RECORDS-OUT.
           MOVE 0 TO BST-RECORDS-REJECTED.
           IF ABEND-IN-PROGRESS
              MOVE 'FAILED' TO BST-STATUS
              MOVE 'JOB ABENDED - SEE SYSOUT FOR DETAIL' TO BST-MESSAGE
           ELSE
              IF PAYMENTS-IN-YEAR = 0
                 MOVE 'WARNING' TO BST-STATUS
                 MOVE 'NO INTEREST PAID IN THE TAX YEAR' TO BST-MESSAGE
              ELSE
                 MOVE 'COMPLETE' TO BST-STATUS
                 MOVE 'CREDIT-INTEREST TAX EXTRACT BUILT'
                      TO BST-MESSAGE
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
      **********************************************
       ABEND-WITH-STATUS.
           SET ABEND-IN-PROGRESS TO TRUE.
           PERFORM WRITE-BATCH-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

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
