      ******************************************************************
      * YEAR-END ANNUAL EARNINGS TAX-FORM EXTRACT                      *
      *                                                                *
      * PURPOSE:                                                       *
      * PAYROLL RE-KEYED EVERY REP'S ANNUAL COMMISSION FIGURES EACH    *
      * JANUARY FOR THE TAX-FORM VENDOR. THIS YEAR-END JOB BUILDS THE  *
      * VENDOR'S EXTRACT (COPYBOOK TAXFORM) DIRECTLY: PER EMPLOYEE,    *
      * THE GROSS COMMISSION PAID AND TAX WITHHELD OVER THE YEAR,      *
      * TOTALLED FROM THE PAYROLL INTERFACE HISTORY (EVERY JOBSUB22    *
      * AND PAYREL22 PAYIDD, APPENDED BY THEIR JCL), AND THE           *
      * COMMISSION EARNED FROM THE CLOSING YTD STORE YTDROL22          *
      * ARCHIVED.                                                      *
      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   PHASE 1 - READ THE ARCHIVED CLOSING STORE. ITS '*YEAR'       *
      *     SENTINEL IS THE TAX YEAR (NO SENTINEL: THE YEAR BEFORE     *
      *     THE CYCLE DATE, AS THE JOB RUNS IN JANUARY). EVERY         *
      *     EMPLOYEE ON IT GETS AN ENTRY WITH THEIR EARNED TOTAL.      *
      *   PHASE 2 - READ THE PAYROLL HISTORY. A BATCH IS COUNTED       *
      *     WHEN ITS 'H' HEADER RUN DATE FALLS IN THE TAX YEAR; ITS    *
      *     'D' DETAILS ADD GROSS AND TAX TO THE EMPLOYEE AND          *
      *     CURRENCY. EACH BATCH'S 'T' TRAILER COUNT MUST MATCH THE    *
      *     DETAILS READ OR THE RUN ABENDS - A TRUNCATED APPEND        *
      *     WOULD UNDERSTATE SOMEONE'S TAX FORM.                       *
      *   PHASE 3 - WRITE THE 'A' HEADER, ONE 'B' RECORD PER           *
      *     EMPLOYEE AND CURRENCY WITH ANY NON-ZERO AMOUNT (NAMES      *
      *     FROM THE EMPLOYEE MASTER), AND THE 'F' TRAILER. EVERY      *
      *     EMPLOYEE WHOSE PAID GROSS DIFFERS FROM THE EARNED TOTAL    *
      *     IS LISTED ON SYSOUT FOR PAYROLL - ACCRUALS STILL UNPAID,   *
      *     HELD PAYOUTS AND DRAWS ALL LEGITIMATELY DIFFER.            *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/10/15                                               *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  ARCHDD (YTD.PRIOR.YEAR) - YTDROL22'S CLOSING STORE     *
      * INPUT:  PHISTDD (PAYROLL.HISTORY) - PAYROLL INTERFACE HISTORY  *
      * INPUT:  EMPDD (EMPLOYEE.MASTER) - EMPLOYEE NAMES               *
      * OUTPUT: TAXFDD (TAX.FORM.EXTRACT) - VENDOR EXTRACT (TAXFORM)   *
      * OUTPUT: STATLOG - SHARED STATUS LOG                            *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXEXT22.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOSING-YTD-FILE ASSIGN TO ARCHDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS CLOSING-YTD-STATUS.

           SELECT PAYROLL-HIST-FILE ASSIGN TO PHISTDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS PAYROLL-HIST-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO EMPDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS EMPLOYEE-MASTER-STATUS.

           SELECT TAX-FORM-FILE ASSIGN TO TAXFDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS TAX-FORM-STATUS.

           SELECT STATUS-LOG ASSIGN TO STATLOG
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS STATUS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CLOSING-YTD-FILE RECORDING MODE IS F.
       01 CLOSING-YTD-REC.
          05 CLY-EMP-ID PIC X(5).
          05 CLY-AMOUNT PIC S9(7)V99.

      * THE PAYROLL INTERFACE'S OWN H/D/T LAYOUT (SEE JOBSUB22),
      * ONE H/D/T BATCH PER JOBSUB22 OR PAYREL22 RUN.
       FD PAYROLL-HIST-FILE RECORDING MODE IS F.
       01 PAYROLL-IF-REC.
          05 PIF-REC-TYPE PIC X(1).
          05 PIF-BODY PIC X(79).
          05 PIF-HEADER REDEFINES PIF-BODY.
             10 PIF-RUN-DATE PIC X(8).
             10 FILLER PIC X(71).
          05 PIF-DETAIL REDEFINES PIF-BODY.
             10 PIF-EMP-ID PIC X(5).
             10 PIF-CURRENCY PIC X(3).
             10 PIF-GROSS PIC S9(7)V99.
             10 PIF-TAX PIC S9(7)V99.
             10 PIF-NET PIC S9(7)V99.
             10 FILLER PIC X(44).
          05 PIF-TRAILER REDEFINES PIF-BODY.
             10 PIF-DETAIL-COUNT PIC 9(7).
             10 PIF-HASH-GROSS PIC S9(9)V99.
             10 PIF-HASH-TAX PIC S9(9)V99.
             10 PIF-HASH-NET PIC S9(9)V99.
             10 FILLER PIC X(39).

       FD EMPLOYEE-MASTER-FILE RECORDING MODE IS F.
       01 EMPLOYEE-MASTER-REC.
          05 EMP-MST-ID PIC X(5).
          05 FILLER PIC X(1).
          05 EMP-MST-NAME PIC X(25).
          05 FILLER PIC X(1).
          05 EMP-MST-STATUS PIC X(1).
          05 FILLER PIC X(1).
          05 EMP-MST-HIRE-DATE PIC X(8).
          05 FILLER PIC X(1).
          05 EMP-MST-TERM-DATE PIC X(8).
          05 FILLER PIC X(29).

       FD TAX-FORM-FILE RECORDING MODE IS F.
       01 TAX-FORM-REC.
           COPY TAXFORM.

       FD STATUS-LOG RECORDING MODE IS F.
       01 STATUS-LOG-REC.
           COPY BATSTAT.

       WORKING-STORAGE SECTION.

      * FILE STATUS VARIABLES
       01 F-STATUS.
          05 CLOSING-YTD-STATUS PIC X(2).
          05 PAYROLL-HIST-STATUS PIC X(2).
          05 EMPLOYEE-MASTER-STATUS PIC X(2).
          05 TAX-FORM-STATUS PIC X(2).
          05 STATUS-LOG-STATUS PIC X(2).

      * CONTROL FLAGS
       01 WS-FLAGS.
          05 WS-CLOSING-EOF PIC X(1) VALUE 'N'.
             88 CLOSING-EOF VALUE 'Y'.
          05 WS-HIST-EOF PIC X(1) VALUE 'N'.
             88 HIST-EOF VALUE 'Y'.
          05 WS-EMP-MASTER-EOF PIC X(1) VALUE 'N'.
             88 EMP-MASTER-EOF VALUE 'Y'.
          05 WS-SENTINEL-SEEN PIC X(1) VALUE 'N'.
             88 SENTINEL-SEEN VALUE 'Y'.
          05 WS-IN-BATCH PIC X(1) VALUE 'N'.
             88 IN-BATCH VALUE 'Y'.
          05 WS-BATCH-IN-YEAR PIC X(1) VALUE 'N'.
             88 BATCH-IN-YEAR VALUE 'Y'.
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

      * THE PAYROLL HISTORY BATCH BEING READ
       01 WS-BATCH-RUN-DATE PIC X(8).
       01 WS-BATCH-DETAILS PIC 9(7) VALUE 0.

      * EMPLOYEE MASTER TABLE, LOADED FROM EMPDD FOR THE NAMES
       01 EMP-MASTER-COUNT PIC 9(4) VALUE 0.
       01 EMP-MASTER-TABLE.
          05 EMP-MASTER-ENTRY OCCURS 2000 TIMES INDEXED BY EM-IDX.
             10 EM-ID PIC X(5).
             10 EM-NAME PIC X(25).

      * ONE ENTRY PER EMPLOYEE AND CURRENCY. AN ENTRY CREATED FROM
      * THE CLOSING STORE HAS NO CURRENCY YET AND TAKES THE FIRST
      * ONE THE EMPLOYEE IS PAID IN.
       01 TAX-ENTRY-COUNT PIC 9(4) VALUE 0.
       01 TAX-TABLE.
          05 TAX-ENTRY OCCURS 3000 TIMES INDEXED BY TX-IDX.
             10 TX-EMP-ID PIC X(5).
             10 TX-CURRENCY PIC X(3).
             10 TX-GROSS-PAID PIC S9(9)V99.
             10 TX-TAX-WITHHELD PIC S9(9)V99.
             10 TX-COMM-EARNED PIC S9(9)V99.

      * DISPLAY FIELDS FOR THE SYSOUT EARNED-VS-PAID LISTING
       01 WS-EARNED-DISP PIC -Z(8)9.99.
       01 WS-PAID-DISP PIC -Z(8)9.99.

      * STATISTICS COUNTERS
       01 WS-COUNTERS.
          05 CLOSING-EMPLOYEES-READ PIC 9(5) VALUE 0.
          05 HIST-BATCHES-READ PIC 9(5) VALUE 0.
          05 HIST-BATCHES-IN-YEAR PIC 9(5) VALUE 0.
          05 HIST-DETAILS-IN-YEAR PIC 9(7) VALUE 0.
          05 PAYEE-RECORDS-WRITTEN PIC 9(7) VALUE 0.
          05 EARNED-PAID-DIFFS PIC 9(5) VALUE 0.
          05 PAYEES-NOT-ON-MASTER PIC 9(5) VALUE 0.
       01 WS-HASH-GROSS PIC S9(11)V99 VALUE 0.
       01 WS-HASH-TAX PIC S9(11)V99 VALUE 0.

      **********************************************
      * LOADS THE CLOSING STORE, TOTALS THE PAYROLL HISTORY FOR
      * THE TAX YEAR, WRITES THE VENDOR EXTRACT, WRITES BATCH
      * STATUS.
      **********************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM SET-BST-START-TS.
           MOVE 'TAXEXT22' TO CD-JOB-NAME.
           CALL 'CYCDAT40' USING WS-CYCDATE-REQUEST END-CALL.
           MOVE CD-CYCLE-DATE TO WS-RUN-DATE.
           MOVE WS-RUN-DATE(1:4) TO WS-RUN-YEAR.
           PERFORM OPEN-STATUS-LOG.
           PERFORM OPEN-ALL-FILES.
           PERFORM LOAD-EMPLOYEE-MASTER.
           PERFORM LOAD-CLOSING-STORE.
           PERFORM TOTAL-PAYROLL-HISTORY.
           PERFORM WRITE-TAX-FORM-EXTRACT.
           PERFORM CLOSE-ALL-FILES.
           PERFORM WRITE-BATCH-STATUS.
           DISPLAY 'TAX-FORM EXTRACT COMPLETE.'.
           DISPLAY 'TAX YEAR:               ' WS-TAX-YEAR.
           DISPLAY 'CLOSING EMPLOYEES READ: ' CLOSING-EMPLOYEES-READ.
           DISPLAY 'PAYROLL BATCHES IN YEAR:' HIST-BATCHES-IN-YEAR.
           DISPLAY 'PAYROLL DETAILS IN YEAR:' HIST-DETAILS-IN-YEAR.
           DISPLAY 'PAYEE RECORDS WRITTEN:  ' PAYEE-RECORDS-WRITTEN.
           DISPLAY 'EARNED/PAID DIFFER:     ' EARNED-PAID-DIFFS.
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
      * OPEN ALL FILES AND CHECK STATUS
      **********************************************
       OPEN-ALL-FILES.
           OPEN INPUT CLOSING-YTD-FILE.
           IF CLOSING-YTD-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING CLOSING YTD FILE: '
                       CLOSING-YTD-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN INPUT PAYROLL-HIST-FILE.
           IF PAYROLL-HIST-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING PAYROLL HISTORY: '
                       PAYROLL-HIST-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF EMPLOYEE-MASTER-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING EMPLOYEE MASTER: '
                       EMPLOYEE-MASTER-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN OUTPUT TAX-FORM-FILE.
           IF TAX-FORM-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING TAX-FORM EXTRACT: '
                       TAX-FORM-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * LOADS EMPDD INTO THE NAME TABLE. MAX 2000 EMPLOYEES.
      **********************************************
       LOAD-EMPLOYEE-MASTER.
           PERFORM UNTIL EMP-MASTER-EOF
              READ EMPLOYEE-MASTER-FILE
                AT END
                   SET EMP-MASTER-EOF TO TRUE
                NOT AT END
                   IF EMPLOYEE-MASTER-STATUS NOT = '00'
                      DISPLAY 'ERROR READING EMPLOYEE MASTER: '
                               EMPLOYEE-MASTER-STATUS
                      PERFORM ABEND-WITH-STATUS
                   END-IF
                   IF EMP-MASTER-COUNT >= 2000
                      DISPLAY 'WARNING: EMPLOYEE TABLE FULL (2000 '
                              'MAX). IGNORED EMPLOYEE: ' EMP-MST-ID
                   ELSE
                      ADD 1 TO EMP-MASTER-COUNT
                      SET EM-IDX TO EMP-MASTER-COUNT
                      MOVE EMP-MST-ID TO EM-ID(EM-IDX)
                      MOVE EMP-MST-NAME TO EM-NAME(EM-IDX)
                   END-IF
              END-READ
           END-PERFORM.

      **********************************************
      * READS YTDROL22'S ARCHIVED CLOSING STORE: THE '*YEAR'
      * SENTINEL FIXES THE TAX YEAR, AND EVERY EMPLOYEE RECORD
      * OPENS AN ENTRY CARRYING THEIR EARNED TOTAL.
      **********************************************
       LOAD-CLOSING-STORE.
           PERFORM UNTIL CLOSING-EOF
              READ CLOSING-YTD-FILE
                AT END
                   SET CLOSING-EOF TO TRUE
                NOT AT END
                   IF CLOSING-YTD-STATUS NOT = '00'
                      DISPLAY 'ERROR READING CLOSING YTD FILE: '
                               CLOSING-YTD-STATUS
                      PERFORM ABEND-WITH-STATUS
                   END-IF
                   IF CLY-EMP-ID = '*YEAR'
                      MOVE CLY-AMOUNT TO WS-TAX-YEAR
                      SET SENTINEL-SEEN TO TRUE
                   ELSE
                      ADD 1 TO CLOSING-EMPLOYEES-READ
                      IF TAX-ENTRY-COUNT >= 3000
                         DISPLAY 'ERROR: TAX TABLE FULL (3000 MAX)'
                         PERFORM ABEND-WITH-STATUS
                      END-IF
                      ADD 1 TO TAX-ENTRY-COUNT
                      SET TX-IDX TO TAX-ENTRY-COUNT
                      MOVE CLY-EMP-ID TO TX-EMP-ID(TX-IDX)
                      MOVE SPACES TO TX-CURRENCY(TX-IDX)
                      MOVE 0 TO TX-GROSS-PAID(TX-IDX)
                      MOVE 0 TO TX-TAX-WITHHELD(TX-IDX)
                      MOVE CLY-AMOUNT TO TX-COMM-EARNED(TX-IDX)
                   END-IF
              END-READ
           END-PERFORM.
           IF NOT SENTINEL-SEEN
              COMPUTE WS-TAX-YEAR = WS-RUN-YEAR - 1
              DISPLAY 'WARNING: CLOSING STORE HAS NO *YEAR SENTINEL - '
                      'TAX YEAR TAKEN AS ' WS-TAX-YEAR
           END-IF.

      **********************************************
      * READS THE PAYROLL HISTORY BATCH BY BATCH. DETAILS OF A
      * BATCH RUN IN THE TAX YEAR ARE TOTALLED; EACH TRAILER IS
      * CHECKED AGAINST THE DETAILS ACTUALLY READ.
      **********************************************
       TOTAL-PAYROLL-HISTORY.
           PERFORM UNTIL HIST-EOF
              READ PAYROLL-HIST-FILE
                AT END
                   SET HIST-EOF TO TRUE
                NOT AT END
                   IF PAYROLL-HIST-STATUS NOT = '00'
                      DISPLAY 'ERROR READING PAYROLL HISTORY: '
                               PAYROLL-HIST-STATUS
                      PERFORM ABEND-WITH-STATUS
                   END-IF
                   EVALUATE PIF-REC-TYPE
                      WHEN 'H'
                         PERFORM START-HISTORY-BATCH
                      WHEN 'D'
                         PERFORM TOTAL-HISTORY-DETAIL
                      WHEN 'T'
                         PERFORM END-HISTORY-BATCH
                      WHEN OTHER
                         DISPLAY 'ERROR: UNKNOWN PAYROLL HISTORY '
                                 'RECORD TYPE: ' PIF-REC-TYPE
                         PERFORM ABEND-WITH-STATUS
                   END-EVALUATE
              END-READ
           END-PERFORM.
           IF IN-BATCH
              DISPLAY 'ERROR: PAYROLL HISTORY BATCH ' WS-BATCH-RUN-DATE
                      ' HAS NO TRAILER'
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * 'H' - OPENS A BATCH; IT COUNTS WHEN ITS RUN DATE IS IN
      * THE TAX YEAR.
      **********************************************
       START-HISTORY-BATCH.
           IF IN-BATCH
              DISPLAY 'ERROR: PAYROLL HISTORY BATCH ' WS-BATCH-RUN-DATE
                      ' HAS NO TRAILER'
              PERFORM ABEND-WITH-STATUS
           END-IF.
           SET IN-BATCH TO TRUE.
           ADD 1 TO HIST-BATCHES-READ.
           MOVE PIF-RUN-DATE TO WS-BATCH-RUN-DATE.
           MOVE 0 TO WS-BATCH-DETAILS.
           IF WS-BATCH-RUN-DATE(1:4) = WS-TAX-YEAR
              SET BATCH-IN-YEAR TO TRUE
              ADD 1 TO HIST-BATCHES-IN-YEAR
           ELSE
              MOVE 'N' TO WS-BATCH-IN-YEAR
           END-IF.

      **********************************************
      * 'D' - ADDS AN IN-YEAR DETAIL'S GROSS AND TAX TO THE
      * EMPLOYEE AND CURRENCY, OPENING AN ENTRY IF NEEDED.
      **********************************************
       TOTAL-HISTORY-DETAIL.
           IF NOT IN-BATCH
              DISPLAY 'ERROR: PAYROLL HISTORY DETAIL OUTSIDE A BATCH, '
                      'EMPLOYEE: ' PIF-EMP-ID
              PERFORM ABEND-WITH-STATUS
           END-IF.
           ADD 1 TO WS-BATCH-DETAILS.
           IF BATCH-IN-YEAR
              ADD 1 TO HIST-DETAILS-IN-YEAR
              PERFORM FIND-TAX-ENTRY
              ADD PIF-GROSS TO TX-GROSS-PAID(TX-IDX)
              ADD PIF-TAX TO TX-TAX-WITHHELD(TX-IDX)
           END-IF.

      **********************************************
      * 'T' - CLOSES A BATCH. THE DETAIL COUNT MUST AGREE WITH
      * THE TRAILER'S.
      **********************************************
       END-HISTORY-BATCH.
           IF NOT IN-BATCH
              DISPLAY 'ERROR: PAYROLL HISTORY TRAILER OUTSIDE A BATCH'
              PERFORM ABEND-WITH-STATUS
           END-IF.
           IF PIF-DETAIL-COUNT NOT = WS-BATCH-DETAILS
              DISPLAY 'ERROR: PAYROLL HISTORY BATCH ' WS-BATCH-RUN-DATE
                      ' TRAILER COUNT ' PIF-DETAIL-COUNT
                      ' DETAILS READ ' WS-BATCH-DETAILS
              PERFORM ABEND-WITH-STATUS
           END-IF.
           MOVE 'N' TO WS-IN-BATCH.

      **********************************************
      * POINTS TX-IDX AT THE DETAIL'S EMPLOYEE AND CURRENCY. AN
      * EMPLOYEE'S CLOSING-STORE ENTRY WITH NO CURRENCY YET TAKES
      * THIS ONE; OTHERWISE A NEW ENTRY IS OPENED.
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
                  WHEN TX-EMP-ID(TX-IDX) = PIF-EMP-ID
                   AND (TX-CURRENCY(TX-IDX) = PIF-CURRENCY
                    OR TX-CURRENCY(TX-IDX) = SPACES)
                     SET ENTRY-FOUND TO TRUE
              END-SEARCH
           END-IF.
           IF ENTRY-FOUND
              MOVE PIF-CURRENCY TO TX-CURRENCY(TX-IDX)
           ELSE
              IF TAX-ENTRY-COUNT >= 3000
                 DISPLAY 'ERROR: TAX TABLE FULL (3000 MAX)'
                 PERFORM ABEND-WITH-STATUS
              END-IF
              ADD 1 TO TAX-ENTRY-COUNT
              SET TX-IDX TO TAX-ENTRY-COUNT
              MOVE PIF-EMP-ID TO TX-EMP-ID(TX-IDX)
              MOVE PIF-CURRENCY TO TX-CURRENCY(TX-IDX)
              MOVE 0 TO TX-GROSS-PAID(TX-IDX)
              MOVE 0 TO TX-TAX-WITHHELD(TX-IDX)
              MOVE 0 TO TX-COMM-EARNED(TX-IDX)
           END-IF.

      **********************************************
      * WRITES THE 'A' HEADER, A 'B' RECORD PER ENTRY WITH ANY
      * NON-ZERO AMOUNT, AND THE 'F' TRAILER.
      **********************************************
       WRITE-TAX-FORM-EXTRACT.
           MOVE SPACES TO TAX-FORM-REC.
           MOVE 'A' TO TXF-REC-TYPE.
           MOVE WS-TAX-YEAR TO TXF-A-TAX-YEAR.
           MOVE WS-RUN-DATE TO TXF-A-CREATE-DATE.
           MOVE 'SALES COMMISSION' TO TXF-A-SOURCE.
           PERFORM WRITE-TAX-FORM-REC.

           PERFORM VARYING TX-IDX FROM 1 BY 1
                   UNTIL TX-IDX > TAX-ENTRY-COUNT
              IF TX-GROSS-PAID(TX-IDX) NOT = 0
                 OR TX-TAX-WITHHELD(TX-IDX) NOT = 0
                 OR TX-COMM-EARNED(TX-IDX) NOT = 0
                 PERFORM WRITE-PAYEE-RECORD
              END-IF
           END-PERFORM.

           MOVE SPACES TO TAX-FORM-REC.
           MOVE 'F' TO TXF-REC-TYPE.
           MOVE PAYEE-RECORDS-WRITTEN TO TXF-F-PAYEE-COUNT.
           MOVE WS-HASH-GROSS TO TXF-F-HASH-GROSS.
           MOVE WS-HASH-TAX TO TXF-F-HASH-TAX.
           PERFORM WRITE-TAX-FORM-REC.

      **********************************************
      * WRITES ONE EMPLOYEE'S 'B' RECORD AND LISTS THEM ON SYSOUT
      * WHEN WHAT THEY WERE PAID DIFFERS FROM WHAT THEY EARNED.
      **********************************************
       WRITE-PAYEE-RECORD.
           MOVE SPACES TO TAX-FORM-REC.
           MOVE 'B' TO TXF-REC-TYPE.
           MOVE WS-TAX-YEAR TO TXF-B-TAX-YEAR.
           MOVE TX-EMP-ID(TX-IDX) TO TXF-B-EMP-ID.
           SET EM-IDX TO 1.
           SEARCH EMP-MASTER-ENTRY
               AT END
                  MOVE 'NOT ON MASTER' TO TXF-B-NAME
                  ADD 1 TO PAYEES-NOT-ON-MASTER
               WHEN EM-IDX > EMP-MASTER-COUNT
                  MOVE 'NOT ON MASTER' TO TXF-B-NAME
                  ADD 1 TO PAYEES-NOT-ON-MASTER
               WHEN EM-ID(EM-IDX) = TX-EMP-ID(TX-IDX)
                  MOVE EM-NAME(EM-IDX) TO TXF-B-NAME
           END-SEARCH.
           MOVE TX-CURRENCY(TX-IDX) TO TXF-B-CURRENCY.
           MOVE TX-GROSS-PAID(TX-IDX) TO TXF-B-GROSS-PAID.
           MOVE TX-TAX-WITHHELD(TX-IDX) TO TXF-B-TAX-WITHHELD.
           MOVE TX-COMM-EARNED(TX-IDX) TO TXF-B-COMM-EARNED.
           PERFORM WRITE-TAX-FORM-REC.
           ADD 1 TO PAYEE-RECORDS-WRITTEN.
           ADD TX-GROSS-PAID(TX-IDX) TO WS-HASH-GROSS.
           ADD TX-TAX-WITHHELD(TX-IDX) TO WS-HASH-TAX.

           IF TX-GROSS-PAID(TX-IDX) NOT = TX-COMM-EARNED(TX-IDX)
              ADD 1 TO EARNED-PAID-DIFFS
              MOVE TX-COMM-EARNED(TX-IDX) TO WS-EARNED-DISP
              MOVE TX-GROSS-PAID(TX-IDX) TO WS-PAID-DISP
              DISPLAY 'EARNED/PAID DIFFER: ' TX-EMP-ID(TX-IDX)
                      ' ' TX-CURRENCY(TX-IDX)
                      ' EARNED ' WS-EARNED-DISP
                      ' PAID ' WS-PAID-DISP
           END-IF.

      **********************************************
      * WRITES WHATEVER RECORD IS CURRENTLY IN TAX-FORM-REC.
      **********************************************
       WRITE-TAX-FORM-REC.
           WRITE TAX-FORM-REC.
           IF TAX-FORM-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING TAX-FORM EXTRACT: '
                       TAX-FORM-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * CLOSE ALL FILES
      **********************************************
       CLOSE-ALL-FILES.
           CLOSE CLOSING-YTD-FILE.
           IF CLOSING-YTD-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING CLOSING YTD FILE: '
                       CLOSING-YTD-STATUS
           END-IF.
           CLOSE PAYROLL-HIST-FILE.
           IF PAYROLL-HIST-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING PAYROLL HISTORY: '
                       PAYROLL-HIST-STATUS
           END-IF.
           CLOSE EMPLOYEE-MASTER-FILE.
           IF EMPLOYEE-MASTER-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING EMPLOYEE MASTER: '
                       EMPLOYEE-MASTER-STATUS
           END-IF.
           CLOSE TAX-FORM-FILE.
           IF TAX-FORM-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING TAX-FORM EXTRACT: '
                       TAX-FORM-STATUS
           END-IF.

      **********************************************
      * APPENDS ONE RECORD TO THE CONSOLIDATED END-OF-NIGHT BATCH
      * STATUS LOG AND CLOSES IT.
      **********************************************
       WRITE-BATCH-STATUS.
           MOVE SPACES TO STATUS-LOG-REC.
           MOVE 'TAXEXT22' TO BST-PROGRAM-ID.
           PERFORM GET-BST-TIMESTAMP.
           MOVE WS-BST-START-TS TO BST-START-TS.
           MOVE WS-BST-TS-BUILT TO BST-END-TS.
           MOVE HIST-DETAILS-IN-YEAR TO BST-RECORDS-IN.
           MOVE PAYEE-RECORDS-WRITTEN TO BST-RECORDS-OUT.
           MOVE 0 TO BST-RECORDS-REJECTED.
           IF ABEND-IN-PROGRESS
              MOVE 'FAILED' TO BST-STATUS
              MOVE 'JOB ABENDED - SEE SYSOUT FOR DETAIL' TO BST-MESSAGE
           ELSE
              IF NOT SENTINEL-SEEN OR HIST-BATCHES-IN-YEAR = 0
                 MOVE 'WARNING' TO BST-STATUS
                 MOVE 'CHECK TAX YEAR/PAYROLL HISTORY' TO BST-MESSAGE
              ELSE
              IF PAYEES-NOT-ON-MASTER > 0
                 MOVE 'WARNING' TO BST-STATUS
                 MOVE 'PAYEES NOT ON EMPLOYEE MASTER' TO BST-MESSAGE
              ELSE
                 MOVE 'COMPLETE' TO BST-STATUS
                 MOVE 'TAX-FORM EXTRACT WRITTEN' TO BST-MESSAGE
              END-IF
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
