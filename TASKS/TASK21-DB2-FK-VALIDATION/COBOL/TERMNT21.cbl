      ******************************************************************
      * SALES TERRITORY MASTER MAINTENANCE                             *
      *                                                                *
      * PURPOSE:                                                       *
      * SALES_EMP_ID AND SALES_REGION ON TB_ORDERS WERE TAKEN AS       *
      * KEYED AT ORDER ENTRY, SO ORDERS ARRIVED CREDITED TO THE WRONG  *
      * REP, A TERMINATED REP OR A REP OUTSIDE THE CUSTOMER'S REGION,  *
      * AND JOBSUB22 PAID ON THEM ANYWAY. TB_TERRITORY NOW RECORDS     *
      * WHICH REP AND REGION OWN EACH CUST_ID, WITH EFFECTIVE DATES,   *
      * AND THIS JOB IS THE ONLY WAY IT CHANGES - IN THE CRDMNT11      *
      * PATTERN, ONE AUDIT LINE PER FEED RECORD NAMING WHO ASKED FOR   *
      * THE CHANGE. DB2JOB21 DEFAULTS A BLANK REP FROM THE MASTER AND  *
      * SLSEXT21 HOLDS ORDERS THAT DISAGREE WITH IT FOR REVIEW; THE    *
      * 'O' ACTION HERE IS HOW SUCH AN ORDER IS RE-CREDITED.           *
      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   TB_TERRITORY HOLDS ONE ROW PER CUSTOMER PER ASSIGNMENT       *
      *   PERIOD (EFF_FROM - EFF_TO). THE CURRENT ASSIGNMENT IS OPEN-  *
      *   ENDED (EFF_TO 9999-12-31); ENDED ONES ARE KEPT AS HISTORY    *
      *   SO AN OLD ORDER IS ALWAYS JUDGED AGAINST THE OWNER ON ITS    *
      *   OWN DATE. EVERY RECORD NEEDS TRM-CHANGED-BY. A BLANK         *
      *   EFFECTIVE DATE MEANS TODAY.                                  *
      *   PER MAINTENANCE RECORD, BY TRM-ACTION:                       *
      *     'A' ASSIGN - CUSTOMER MUST BE IN TB_CUSTOMERS, THE REP     *
      *        ACTIVE ON THE EMPLOYEE MASTER (EMPDD) AND THE REGION    *
      *        IN THE VALID-REGION SET (REGNDD). THE CURRENT           *
      *        ASSIGNMENT, IF ANY, IS ENDED THE DAY BEFORE THE         *
      *        EFFECTIVE DATE AND THE NEW ONE OPENED; ON THE SAME      *
      *        START DATE IT IS CORRECTED IN PLACE. AN EFFECTIVE DATE  *
      *        BEFORE THE CURRENT ASSIGNMENT STARTED IS REJECTED -     *
      *        HISTORY IS NOT REWRITTEN.                               *
      *     'E' END    - THE CURRENT ASSIGNMENT ENDS THE DAY BEFORE    *
      *        THE EFFECTIVE DATE, LEAVING THE CUSTOMER UNASSIGNED.    *
      *     'O' ORDER  - RE-CREDITS EVERY LINE OF TRM-ORDER-ID TO THE  *
      *        REP AND REGION GIVEN (SAME REP/REGION EDITS), PROVIDED  *
      *        NO LINE OF IT HAS REACHED THE COMMISSION FEED YET -     *
      *        ONCE PAID, A CORRECTION IS A CLAWBACK, NOT AN EDIT.     *
      *        THE ORDER IS MARKED TERR_REVIEWED SO SLSEXT21 RELEASES  *
      *        IT EVEN WHERE THE REVIEWER CREDITED A NON-OWNER (A      *
      *        SPLIT OR HOUSE DEAL) - THE AUDIT LINE IS THE RECORD.    *
      *   ANY OTHER ACTION IS REJECTED. ONE COMMIT AT END OF RUN.      *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/10/15                                               *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  TRMDD (TERRITORY.MAINT.FEED) - MAINTENANCE FEED        *
      *         (PS, 80 B)                                             *
      * INPUT:  EMPDD (EMPLOYEE.MASTER) - JOBSUB22'S EMPLOYEE MASTER   *
      * INPUT:  REGNDD (REGION.REF) - VALID REGION SET                 *
      * OUTPUT: AUDTDD (TERRITORY.MAINT.AUDIT) - AUDIT OF EVERY        *
      *         ACTION, BEFORE AND AFTER (PS, 80 B)                    *
      * OUTPUT: OPSLOG / STATLOG - SHARED OPERATIONS AND STATUS LOGS   *
      * DB2 TABLES: TB_TERRITORY (SELECT/INSERT/UPDATE),               *
      *             TB_CUSTOMERS (SELECT), TB_ORDERS (SELECT/UPDATE)   *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERMNT21.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-FEED-FILE ASSIGN TO TRMDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS MAINT-FEED-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO EMPDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS EMPLOYEE-MASTER-STATUS.

           SELECT REGION-REF-FILE ASSIGN TO REGNDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS REGION-REF-STATUS.

           SELECT AUDIT-FILE ASSIGN TO AUDTDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS AUDIT-STATUS.

           SELECT OPS-ERROR-LOG ASSIGN TO OPSLOG
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS OPS-ERROR-LOG-STATUS.

           SELECT STATUS-LOG ASSIGN TO STATLOG
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS STATUS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MAINT-FEED-FILE RECORDING MODE IS F.
       01 MAINT-FEED-REC.
          05 TRM-ACTION PIC X(1).
             88 TRM-ASSIGN VALUE 'A'.
             88 TRM-END VALUE 'E'.
             88 TRM-ORDER-CREDIT VALUE 'O'.
          05 FILLER PIC X(1).
          05 TRM-CUST-ID PIC X(6).
          05 FILLER PIC X(1).
          05 TRM-EMP-ID PIC X(5).
          05 FILLER PIC X(1).
          05 TRM-REGION PIC X(2).
          05 FILLER PIC X(1).
          05 TRM-EFF-DATE PIC X(8).
          05 FILLER PIC X(1).
          05 TRM-ORDER-ID PIC X(6).
          05 FILLER PIC X(1).
          05 TRM-CHANGED-BY PIC X(8).
          05 FILLER PIC X(1).
          05 TRM-REASON PIC X(20).
          05 FILLER PIC X(17).

      * JOBSUB22'S EMPLOYEE MASTER - STATUS 'T' IS TERMINATED.
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

      * SAME VALID-REGION REFERENCE CUSMNT32 AND DATAQC46 USE.
       FD REGION-REF-FILE RECORDING MODE IS F.
       01 REGION-REF-REC.
          05 REGN-CODE PIC X(2).
          05 FILLER PIC X(78).

      * ONE LINE PER FEED RECORD: THE ASSIGNMENT (OR ORDER CREDIT)
      * BEFORE AND AFTER, WHO ASKED FOR IT, AND THE OUTCOME. THE
      * REASON IS THE REJECT REASON, OR THE REQUESTER'S OWN REASON
      * (TRM-REASON) ON AN APPLIED CHANGE.
       FD AUDIT-FILE RECORDING MODE IS F.
       01 AUDIT-REC.
          05 AUD-ACTION PIC X(1).
          05 FILLER PIC X(1).
          05 AUD-KEY PIC X(6).
          05 FILLER PIC X(1).
          05 AUD-RESULT PIC X(8).
          05 FILLER PIC X(1).
          05 AUD-OLD-EMP PIC X(5).
          05 FILLER PIC X(1).
          05 AUD-OLD-REGION PIC X(2).
          05 FILLER PIC X(1).
          05 AUD-NEW-EMP PIC X(5).
          05 FILLER PIC X(1).
          05 AUD-NEW-REGION PIC X(2).
          05 FILLER PIC X(1).
          05 AUD-EFF-DATE PIC X(8).
          05 FILLER PIC X(1).
          05 AUD-CHANGED-BY PIC X(8).
          05 FILLER PIC X(1).
          05 AUD-REASON PIC X(25).
          05 FILLER PIC X(1).

       FD OPS-ERROR-LOG RECORDING MODE IS F.
       01 OPS-ERROR-LOG-REC.
           COPY OPSLOG.

       FD STATUS-LOG RECORDING MODE IS F.
       01 STATUS-LOG-REC.
           COPY BATSTAT.

       WORKING-STORAGE SECTION.

      * SQL COMMUNICATION AREA
          EXEC SQL
            INCLUDE SQLCA
          END-EXEC.

      * DB2 HOST VARIABLES
       01 HV-CUST-ID PIC X(6).
       01 HV-ORDER-ID PIC X(6).
       01 HV-SALES-EMP PIC X(5).
       01 HV-SALES-REGION PIC X(2).
       01 HV-EFF-DATE PIC X(10).
       01 HV-CUR-EFF-FROM PIC X(10).
       01 HV-CUR-SALES-EMP PIC X(5).
       01 HV-CUR-SALES-REGION PIC X(2).
       01 HV-CHANGED-BY PIC X(8).
       01 HV-RUN-DATE PIC X(10).
       01 HV-ROW-COUNT PIC S9(5) COMP-3.
       01 HV-FED-COUNT PIC S9(5) COMP-3.

      * FILE STATUS VARIABLES
       01 FILE-STATUSES.
          05 MAINT-FEED-STATUS PIC X(2).
          05 EMPLOYEE-MASTER-STATUS PIC X(2).
          05 REGION-REF-STATUS PIC X(2).
          05 AUDIT-STATUS PIC X(2).
          05 OPS-ERROR-LOG-STATUS PIC X(2).
          05 STATUS-LOG-STATUS PIC X(2).

      * CONTROL FLAGS
       01 WS-FLAGS.
          05 WS-EOF PIC X(1) VALUE 'N'.
             88 EOF VALUE 'Y'.
          05 WS-EMP-EOF PIC X(1) VALUE 'N'.
             88 EMP-MASTER-EOF VALUE 'Y'.
          05 WS-REGN-EOF PIC X(1) VALUE 'N'.
             88 REGN-EOF VALUE 'Y'.
          05 WS-EDIT-FLAG PIC X(1) VALUE 'Y'.
             88 EDIT-OK VALUE 'Y'.
             88 EDIT-FAILED VALUE 'N'.
          05 WS-EMPLOYEE-FOUND PIC X(1) VALUE 'N'.
             88 EMPLOYEE-FOUND VALUE 'Y'.
          05 WS-REGION-FLAG PIC X(1) VALUE 'N'.
             88 REGION-VALID VALUE 'Y'.
          05 WS-CURRENT-FLAG PIC X(1) VALUE 'N'.
             88 CURRENT-ASSIGNMENT-FOUND VALUE 'Y'.

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

      * REJECT REASON FOR THE CURRENT MAINTENANCE RECORD
       01 WS-REJECT-REASON PIC X(25).
       01 WS-AUDIT-RESULT PIC X(8).

      * EFFECTIVE DATE OF THE CURRENT RECORD, YYYYMMDD (TODAY WHEN
      * THE FEED LEAVES IT BLANK)
       01 WS-EFF-DATE PIC X(8).

      * EMPLOYEE MASTER TABLE, LOADED AT START
       01 EMP-MASTER-COUNT PIC 9(4) VALUE 0.
       01 EMP-MASTER-TABLE.
          05 EMP-MASTER-ENTRY OCCURS 2000 TIMES INDEXED BY EM-IDX.
             10 EM-ID PIC X(5).
             10 EM-STATUS PIC X(1).

      * VALID REGION CODES, LOADED AT START - THE SAME SET
      * CUSMNT32 LOADS FROM THE SAME REFERENCE FILE.
       01 WS-REGION-SET.
          05 REGION-SET-COUNT PIC 9(3) VALUE 0.
          05 REGION-SET-CODE OCCURS 100 TIMES
                             INDEXED BY RGS-IDX PIC X(2).

      * STATISTICS COUNTERS
       01 WS-COUNTERS.
          05 TOTAL-FEED-RECORDS PIC 9(5) VALUE 0.
          05 TOTAL-ASSIGNS PIC 9(5) VALUE 0.
          05 TOTAL-ENDS PIC 9(5) VALUE 0.
          05 TOTAL-ORDER-CREDITS PIC 9(5) VALUE 0.
          05 TOTAL-REJECTS PIC 9(5) VALUE 0.

      * FORMATTED SQLCODE FOR DISPLAY
       77 WS-SQLCODE-DISP PIC -Z(9)9.

      * MESSAGE TEXT FOR THE CENTRALIZED OPS ERROR LOG
       01 WS-OPS-MESSAGE PIC X(62).

      **********************************************
      * OPENS FILES, LOADS THE EMPLOYEE MASTER AND REGION SET,
      * APPLIES THE FEED, COMMITS, WRITES BATCH STATUS, CLOSES,
      * DISPLAYS THE SUMMARY.
      **********************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM SET-BST-START-TS.
           STRING WS-BST-TS-DATE(1:4) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-BST-TS-DATE(5:2) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-BST-TS-DATE(7:2) DELIMITED BY SIZE
                  INTO HV-RUN-DATE
           END-STRING.
           PERFORM OPEN-ALL-FILES.
           PERFORM LOAD-EMPLOYEE-MASTER.
           PERFORM LOAD-REGION-SET.
           PERFORM APPLY-MAINT-FEED.
           PERFORM FINAL-COMMIT.
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

           OPEN EXTEND OPS-ERROR-LOG.
           IF OPS-ERROR-LOG-STATUS = '05' OR OPS-ERROR-LOG-STATUS = '35'
              OPEN OUTPUT OPS-ERROR-LOG
           END-IF.
           IF OPS-ERROR-LOG-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING OPS ERROR LOG: '
                       OPS-ERROR-LOG-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN INPUT MAINT-FEED-FILE.
           IF MAINT-FEED-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING TERRITORY MAINT FEED: '
                       MAINT-FEED-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN OUTPUT AUDIT-FILE.
           IF AUDIT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING AUDIT FILE: ' AUDIT-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * LOADS EVERY EMPLOYEE ID AND STATUS FROM EMPDD.
      **********************************************
       LOAD-EMPLOYEE-MASTER.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF EMPLOYEE-MASTER-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING EMPLOYEE MASTER: '
                       EMPLOYEE-MASTER-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.
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
                      DISPLAY 'ERROR: EMPLOYEE TABLE FULL (2000 MAX)'
                      PERFORM ABEND-WITH-STATUS
                   END-IF
                   ADD 1 TO EMP-MASTER-COUNT
                   SET EM-IDX TO EMP-MASTER-COUNT
                   MOVE EMP-MST-ID TO EM-ID(EM-IDX)
                   MOVE EMP-MST-STATUS TO EM-STATUS(EM-IDX)
              END-READ
           END-PERFORM.
           CLOSE EMPLOYEE-MASTER-FILE.

      **********************************************
      * LOADS THE VALID REGION CODES FROM REGNDD.
      **********************************************
       LOAD-REGION-SET.
           OPEN INPUT REGION-REF-FILE.
           IF REGION-REF-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING REGION REFERENCE: '
                       REGION-REF-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.
           PERFORM UNTIL REGN-EOF
              READ REGION-REF-FILE
                AT END
                   SET REGN-EOF TO TRUE
                NOT AT END
                   IF REGION-REF-STATUS = '00'
                      AND REGN-CODE NOT = SPACES
                      IF REGION-SET-COUNT >= 100
                         DISPLAY 'ERROR: REGION SET FULL (100 MAX)'
                         PERFORM ABEND-WITH-STATUS
                      END-IF
                      ADD 1 TO REGION-SET-COUNT
                      SET RGS-IDX TO REGION-SET-COUNT
                      MOVE REGN-CODE TO REGION-SET-CODE(RGS-IDX)
                   END-IF
              END-READ
           END-PERFORM.
           CLOSE REGION-REF-FILE.

      **********************************************
      * READS THE MAINTENANCE FEED UNTIL EOF AND DISPATCHES
      * EACH RECORD BY ACTION CODE AFTER THE COMMON EDITS.
      **********************************************
       APPLY-MAINT-FEED.
           PERFORM UNTIL EOF
              READ MAINT-FEED-FILE
                AT END
                   SET EOF TO TRUE
                NOT AT END
                   IF MAINT-FEED-STATUS NOT = '00'
                      DISPLAY 'ERROR READING TERRITORY MAINT FEED: '
                               MAINT-FEED-STATUS
                      EXEC SQL
                        ROLLBACK WORK
                      END-EXEC
                      PERFORM ABEND-WITH-STATUS
                   END-IF
                   ADD 1 TO TOTAL-FEED-RECORDS
                   PERFORM EDIT-COMMON-FIELDS
                   IF EDIT-OK
                      EVALUATE TRUE
                          WHEN TRM-ASSIGN
                            PERFORM APPLY-ASSIGN
                          WHEN TRM-END
                            PERFORM APPLY-END
                          WHEN TRM-ORDER-CREDIT
                            PERFORM APPLY-ORDER-CREDIT
                      END-EVALUATE
                   END-IF
              END-READ
           END-PERFORM.

      **********************************************
      * EDITS EVERY ACTION SHARES: A KNOWN ACTION CODE, A NAMED
      * REQUESTER AND A VALID (OR BLANK = TODAY) EFFECTIVE DATE.
      * A FAILURE WRITES THE REJECT AUDIT LINE HERE.
      **********************************************
       EDIT-COMMON-FIELDS.
           SET EDIT-OK TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACES TO HV-CUR-SALES-EMP HV-CUR-SALES-REGION.
           IF TRM-EFF-DATE = SPACES
              MOVE WS-BST-TS-DATE TO WS-EFF-DATE
           ELSE
              MOVE TRM-EFF-DATE TO WS-EFF-DATE
           END-IF.
           EVALUATE TRUE
               WHEN NOT TRM-ASSIGN AND NOT TRM-END
                    AND NOT TRM-ORDER-CREDIT
                 MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
               WHEN TRM-CHANGED-BY = SPACES
                 MOVE 'CHANGED-BY MISSING' TO WS-REJECT-REASON
               WHEN WS-EFF-DATE NOT NUMERIC
                 MOVE 'EFFECTIVE DATE INVALID' TO WS-REJECT-REASON
               WHEN WS-EFF-DATE(5:2) < '01' OR WS-EFF-DATE(5:2) > '12'
                    OR WS-EFF-DATE(7:2) < '01'
                    OR WS-EFF-DATE(7:2) > '31'
                 MOVE 'EFFECTIVE DATE INVALID' TO WS-REJECT-REASON
               WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           IF WS-REJECT-REASON NOT = SPACES
              PERFORM REJECT-RECORD
           ELSE
              MOVE SPACES TO HV-EFF-DATE
              STRING WS-EFF-DATE(1:4) DELIMITED BY SIZE
                     '-' DELIMITED BY SIZE
                     WS-EFF-DATE(5:2) DELIMITED BY SIZE
                     '-' DELIMITED BY SIZE
                     WS-EFF-DATE(7:2) DELIMITED BY SIZE
                     INTO HV-EFF-DATE
              END-STRING
              MOVE TRM-CHANGED-BY TO HV-CHANGED-BY
           END-IF.

      **********************************************
      * 'A' ASSIGN: EDITS THE CUSTOMER, REP AND REGION, THEN ENDS
      * THE CURRENT ASSIGNMENT AND OPENS THE NEW ONE (OR CORRECTS
      * THE CURRENT ONE IN PLACE WHEN IT STARTS THE SAME DAY).
      **********************************************
       APPLY-ASSIGN.
           PERFORM EDIT-CUSTOMER.
           IF EDIT-OK
              PERFORM EDIT-REP-AND-REGION
           END-IF.
           IF EDIT-OK
              PERFORM READ-CURRENT-ASSIGNMENT
              EVALUATE TRUE
                  WHEN NOT CURRENT-ASSIGNMENT-FOUND
                    PERFORM INSERT-ASSIGNMENT
                  WHEN HV-CUR-SALES-EMP = TRM-EMP-ID
                       AND HV-CUR-SALES-REGION = TRM-REGION
                    MOVE 'ALREADY ASSIGNED' TO WS-REJECT-REASON
                    PERFORM REJECT-RECORD
                  WHEN HV-CUR-EFF-FROM > HV-EFF-DATE
                    MOVE 'BEFORE CURRENT ASSIGNMENT' TO WS-REJECT-REASON
                    PERFORM REJECT-RECORD
                  WHEN HV-CUR-EFF-FROM = HV-EFF-DATE
                    PERFORM CORRECT-CURRENT-ASSIGNMENT
                  WHEN OTHER
                    PERFORM END-CURRENT-ASSIGNMENT
                    PERFORM INSERT-ASSIGNMENT
              END-EVALUATE
           END-IF.
           IF EDIT-OK
              ADD 1 TO TOTAL-ASSIGNS
              PERFORM WRITE-APPLIED-AUDIT
           END-IF.

      **********************************************
      * 'E' END: CLOSES THE CURRENT ASSIGNMENT THE DAY BEFORE THE
      * EFFECTIVE DATE. IT MUST HAVE STARTED BEFORE THAT DATE.
      **********************************************
       APPLY-END.
           MOVE TRM-CUST-ID TO HV-CUST-ID.
           PERFORM READ-CURRENT-ASSIGNMENT.
           EVALUATE TRUE
               WHEN NOT CURRENT-ASSIGNMENT-FOUND
                 MOVE 'NO CURRENT ASSIGNMENT' TO WS-REJECT-REASON
                 PERFORM REJECT-RECORD
               WHEN HV-CUR-EFF-FROM NOT < HV-EFF-DATE
                 MOVE 'BEFORE CURRENT ASSIGNMENT' TO WS-REJECT-REASON
                 PERFORM REJECT-RECORD
               WHEN OTHER
                 PERFORM END-CURRENT-ASSIGNMENT
                 ADD 1 TO TOTAL-ENDS
                 PERFORM WRITE-APPLIED-AUDIT
           END-EVALUATE.

      **********************************************
      * 'O' ORDER: RE-CREDITS AN ORDER NOT YET FED TO COMMISSION
      * TO THE REP AND REGION GIVEN AND MARKS IT REVIEWED.
      **********************************************
       APPLY-ORDER-CREDIT.
           PERFORM EDIT-REP-AND-REGION.
           IF EDIT-OK
              MOVE TRM-ORDER-ID TO HV-ORDER-ID
              EXEC SQL
                SELECT COUNT(*),
                       VALUE(SUM(CASE WHEN COMM_EXTRACTED = 'Y'
                                      THEN 1 ELSE 0 END), 0),
                       VALUE(MAX(SALES_EMP_ID), ' '),
                       VALUE(MAX(SALES_REGION), ' ')
                  INTO :HV-ROW-COUNT, :HV-FED-COUNT,
                       :HV-CUR-SALES-EMP, :HV-CUR-SALES-REGION
                  FROM TB_ORDERS
                WHERE ORDER_ID = :HV-ORDER-ID
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM CRITICAL-DB2-ERROR
              END-IF
              EVALUATE TRUE
                  WHEN HV-ROW-COUNT = 0
                    MOVE 'ORDER NOT FOUND' TO WS-REJECT-REASON
                    PERFORM REJECT-RECORD
                  WHEN HV-FED-COUNT > 0
                    MOVE 'COMMISSION ALREADY FED' TO WS-REJECT-REASON
                    PERFORM REJECT-RECORD
                  WHEN OTHER
                    MOVE TRM-EMP-ID TO HV-SALES-EMP
                    MOVE TRM-REGION TO HV-SALES-REGION
                    EXEC SQL
                      UPDATE TB_ORDERS
                         SET SALES_EMP_ID = :HV-SALES-EMP,
                             SALES_REGION = :HV-SALES-REGION,
                             TERR_REVIEWED = 'Y'
                       WHERE ORDER_ID = :HV-ORDER-ID
                    END-EXEC
                    IF SQLCODE NOT = 0
                       PERFORM CRITICAL-DB2-ERROR
                    END-IF
                    ADD 1 TO TOTAL-ORDER-CREDITS
                    PERFORM WRITE-APPLIED-AUDIT
              END-EVALUATE
           END-IF.

      **********************************************
      * THE CUSTOMER MUST BE IN TB_CUSTOMERS.
      **********************************************
       EDIT-CUSTOMER.
           MOVE TRM-CUST-ID TO HV-CUST-ID.
           EXEC SQL
             SELECT COUNT(*)
               INTO :HV-ROW-COUNT
               FROM TB_CUSTOMERS
             WHERE CUST_ID = :HV-CUST-ID
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM CRITICAL-DB2-ERROR
           END-IF.
           IF HV-ROW-COUNT = 0
              MOVE 'CUSTOMER NOT FOUND' TO WS-REJECT-REASON
              PERFORM REJECT-RECORD
           END-IF.

      **********************************************
      * THE REP MUST BE ON THE EMPLOYEE MASTER AND NOT TERMINATED,
      * AND THE REGION IN THE VALID-REGION SET.
      **********************************************
       EDIT-REP-AND-REGION.
           MOVE 'N' TO WS-EMPLOYEE-FOUND.
           IF EMP-MASTER-COUNT > 0
              SET EM-IDX TO 1
              SEARCH EMP-MASTER-ENTRY
                  AT END
                     CONTINUE
                  WHEN EM-IDX > EMP-MASTER-COUNT
                     CONTINUE
                  WHEN EM-ID(EM-IDX) = TRM-EMP-ID
                     SET EMPLOYEE-FOUND TO TRUE
              END-SEARCH
           END-IF.
           IF EMPLOYEE-FOUND AND EM-STATUS(EM-IDX) = 'T'
              MOVE 'N' TO WS-EMPLOYEE-FOUND
           END-IF.

           MOVE 'N' TO WS-REGION-FLAG.
           IF REGION-SET-COUNT > 0
              SET RGS-IDX TO 1
              SEARCH REGION-SET-CODE
                  AT END
                     CONTINUE
                  WHEN RGS-IDX > REGION-SET-COUNT
                     CONTINUE
                  WHEN REGION-SET-CODE(RGS-IDX) = TRM-REGION
                     SET REGION-VALID TO TRUE
              END-SEARCH
           END-IF.

           IF TRM-EMP-ID = SPACES OR NOT EMPLOYEE-FOUND
              MOVE 'REP UNKNOWN OR TERMINATED' TO WS-REJECT-REASON
              PERFORM REJECT-RECORD
           ELSE
              IF NOT REGION-VALID
                 MOVE 'REGION NOT VALID' TO WS-REJECT-REASON
                 PERFORM REJECT-RECORD
              END-IF
           END-IF.

      **********************************************
      * READS THE CUSTOMER'S OPEN-ENDED (CURRENT) ASSIGNMENT.
      **********************************************
       READ-CURRENT-ASSIGNMENT.
           MOVE 'N' TO WS-CURRENT-FLAG.
           EXEC SQL
             SELECT CHAR(EFF_FROM, ISO), SALES_EMP_ID, SALES_REGION
               INTO :HV-CUR-EFF-FROM, :HV-CUR-SALES-EMP,
                    :HV-CUR-SALES-REGION
               FROM TB_TERRITORY
             WHERE CUST_ID = :HV-CUST-ID
               AND EFF_TO = '9999-12-31'
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 0
                 SET CURRENT-ASSIGNMENT-FOUND TO TRUE
               WHEN SQLCODE = 100
                 MOVE SPACES TO HV-CUR-SALES-EMP
                 MOVE SPACES TO HV-CUR-SALES-REGION
               WHEN OTHER
                 PERFORM CRITICAL-DB2-ERROR
           END-EVALUATE.

      **********************************************
      * ENDS THE CURRENT ASSIGNMENT THE DAY BEFORE HV-EFF-DATE.
      **********************************************
       END-CURRENT-ASSIGNMENT.
           EXEC SQL
             UPDATE TB_TERRITORY
                SET EFF_TO = DATE(:HV-EFF-DATE) - 1 DAY,
                    CHANGED_BY = :HV-CHANGED-BY,
                    CHANGED_DATE = DATE(:HV-RUN-DATE)
              WHERE CUST_ID = :HV-CUST-ID
                AND EFF_TO = '9999-12-31'
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM CRITICAL-DB2-ERROR
           END-IF.

      **********************************************
      * REPLACES THE REP AND REGION ON A CURRENT ASSIGNMENT THAT
      * STARTS ON THE EFFECTIVE DATE ITSELF - A SAME-DAY
      * CORRECTION, NOT A NEW PERIOD.
      **********************************************
       CORRECT-CURRENT-ASSIGNMENT.
           MOVE TRM-EMP-ID TO HV-SALES-EMP.
           MOVE TRM-REGION TO HV-SALES-REGION.
           EXEC SQL
             UPDATE TB_TERRITORY
                SET SALES_EMP_ID = :HV-SALES-EMP,
                    SALES_REGION = :HV-SALES-REGION,
                    CHANGED_BY = :HV-CHANGED-BY,
                    CHANGED_DATE = DATE(:HV-RUN-DATE)
              WHERE CUST_ID = :HV-CUST-ID
                AND EFF_TO = '9999-12-31'
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM CRITICAL-DB2-ERROR
           END-IF.

      **********************************************
      * OPENS A NEW OPEN-ENDED ASSIGNMENT FROM HV-EFF-DATE.
      **********************************************
       INSERT-ASSIGNMENT.
           MOVE TRM-EMP-ID TO HV-SALES-EMP.
           MOVE TRM-REGION TO HV-SALES-REGION.
           EXEC SQL
             INSERT INTO TB_TERRITORY
                    (CUST_ID, EFF_FROM, EFF_TO, SALES_EMP_ID,
                     SALES_REGION, CHANGED_BY, CHANGED_DATE)
             VALUES (:HV-CUST-ID, DATE(:HV-EFF-DATE),
                     DATE('9999-12-31'), :HV-SALES-EMP,
                     :HV-SALES-REGION, :HV-CHANGED-BY,
                     DATE(:HV-RUN-DATE))
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM CRITICAL-DB2-ERROR
           END-IF.

      **********************************************
      * MARKS THE RECORD REJECTED WITH WS-REJECT-REASON AND WRITES
      * ITS AUDIT LINE.
      **********************************************
       REJECT-RECORD.
           SET EDIT-FAILED TO TRUE.
           ADD 1 TO TOTAL-REJECTS.
           MOVE 'REJECTED' TO WS-AUDIT-RESULT.
           PERFORM WRITE-AUDIT-LINE.

      **********************************************
      * WRITES THE 'APPLIED' AUDIT LINE FOR THE CURRENT RECORD,
      * CARRYING THE REQUESTER'S OWN REASON FOR THE CHANGE.
      **********************************************
       WRITE-APPLIED-AUDIT.
           MOVE TRM-REASON TO WS-REJECT-REASON.
           MOVE 'APPLIED' TO WS-AUDIT-RESULT.
           PERFORM WRITE-AUDIT-LINE.

      **********************************************
      * BUILDS AND WRITES ONE AUDIT LINE. WS-AUDIT-RESULT IS SET
      * BY THE CALLER; THE 'BEFORE' SIDE IS WHATEVER WAS READ.
      **********************************************
       WRITE-AUDIT-LINE.
           MOVE SPACES TO AUDIT-REC.
           MOVE WS-AUDIT-RESULT TO AUD-RESULT.
           MOVE TRM-ACTION TO AUD-ACTION.
           IF TRM-ORDER-CREDIT
              MOVE TRM-ORDER-ID TO AUD-KEY
           ELSE
              MOVE TRM-CUST-ID TO AUD-KEY
           END-IF.
           MOVE HV-CUR-SALES-EMP TO AUD-OLD-EMP.
           MOVE HV-CUR-SALES-REGION TO AUD-OLD-REGION.
           IF NOT TRM-END
              MOVE TRM-EMP-ID TO AUD-NEW-EMP
              MOVE TRM-REGION TO AUD-NEW-REGION
           END-IF.
           MOVE WS-EFF-DATE TO AUD-EFF-DATE.
           MOVE TRM-CHANGED-BY TO AUD-CHANGED-BY.
           MOVE WS-REJECT-REASON TO AUD-REASON.
           WRITE AUDIT-REC.
           IF AUDIT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING AUDIT FILE: ' AUDIT-STATUS
              EXEC SQL
                ROLLBACK WORK
              END-EXEC
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * COMMITS EVERY CHANGE APPLIED THIS RUN.
      **********************************************
       FINAL-COMMIT.
           EXEC SQL
             COMMIT WORK
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-SQLCODE-DISP
              DISPLAY 'COMMIT ERROR: ' WS-SQLCODE-DISP
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * UNEXPECTED DB2 ERROR: LOG TO OPSLOG, ROLL BACK, ABEND
      **********************************************
       CRITICAL-DB2-ERROR.
           MOVE SQLCODE TO WS-SQLCODE-DISP.
           DISPLAY 'CRITICAL DB2 ERROR: ' WS-SQLCODE-DISP.
           DISPLAY 'CUSTOMER: ' TRM-CUST-ID ' ORDER: ' TRM-ORDER-ID.
           MOVE SPACES TO WS-OPS-MESSAGE.
           STRING 'TERRITORY DB2 ERROR, CUSTOMER ' DELIMITED BY SIZE
                  TRM-CUST-ID DELIMITED BY SIZE
                  ' ORDER ' DELIMITED BY SIZE
                  TRM-ORDER-ID DELIMITED BY SIZE
                  INTO WS-OPS-MESSAGE
           END-STRING.
           PERFORM WRITE-OPS-ERROR-LOG.
           EXEC SQL
             ROLLBACK WORK
           END-EXEC.
           PERFORM ABEND-WITH-STATUS.

      **********************************************
      * WRITES ONE CRITICAL RECORD TO THE SHARED OPS ERROR LOG.
      **********************************************
       WRITE-OPS-ERROR-LOG.
           MOVE SPACES TO OPS-ERROR-LOG-REC.
           MOVE 'TERMNT21' TO OPS-PROGRAM-ID.
           MOVE WS-BST-TS-DATE TO OPS-CYCLE-DATE.
           MOVE 'CRITICAL' TO OPS-SEVERITY.
           MOVE WS-OPS-MESSAGE TO OPS-MESSAGE.
           WRITE OPS-ERROR-LOG-REC.
           IF OPS-ERROR-LOG-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR WRITING OPS ERROR LOG: '
                       OPS-ERROR-LOG-STATUS
           END-IF.

      **********************************************
      * APPENDS ONE RECORD TO THE SHARED END-OF-NIGHT STATUS LOG.
      **********************************************
       WRITE-BATCH-STATUS.
           MOVE SPACES TO STATUS-LOG-REC.
           MOVE 'TERMNT21' TO BST-PROGRAM-ID.
           PERFORM GET-BST-TIMESTAMP.
           MOVE WS-BST-START-TS TO BST-START-TS.
           MOVE WS-BST-TS-BUILT TO BST-END-TS.
           MOVE TOTAL-FEED-RECORDS TO BST-RECORDS-IN.
           COMPUTE BST-RECORDS-OUT = TOTAL-ASSIGNS + TOTAL-ENDS
                                   + TOTAL-ORDER-CREDITS.
           MOVE TOTAL-REJECTS TO BST-RECORDS-REJECTED.
           IF ABEND-IN-PROGRESS
              MOVE 'FAILED' TO BST-STATUS
              MOVE 'JOB ABENDED - SEE SYSOUT FOR DETAIL' TO BST-MESSAGE
           ELSE
              IF TOTAL-REJECTS > 0
                 MOVE 'WARNING' TO BST-STATUS
                 MOVE 'TERRITORY CHANGES REJECTED - SEE AUDIT'
                      TO BST-MESSAGE
              ELSE
                 MOVE 'COMPLETE' TO BST-STATUS
                 MOVE 'TERRITORY MAINTENANCE APPLIED' TO BST-MESSAGE
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
           CLOSE MAINT-FEED-FILE.
           CLOSE AUDIT-FILE.
           IF AUDIT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING AUDIT FILE: '
                       AUDIT-STATUS
           END-IF.

           CLOSE OPS-ERROR-LOG.
           IF OPS-ERROR-LOG-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING OPS ERROR LOG: '
                       OPS-ERROR-LOG-STATUS
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
           DISPLAY '========================================'.
           DISPLAY 'TERRITORY MAINTENANCE SUMMARY'.
           DISPLAY '========================================'.
           DISPLAY 'FEED RECORDS:       ' TOTAL-FEED-RECORDS.
           DISPLAY 'ASSIGNMENTS:        ' TOTAL-ASSIGNS.
           DISPLAY 'ASSIGNMENTS ENDED:  ' TOTAL-ENDS.
           DISPLAY 'ORDERS RE-CREDITED: ' TOTAL-ORDER-CREDITS.
           DISPLAY 'REJECTED:           ' TOTAL-REJECTS.
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
