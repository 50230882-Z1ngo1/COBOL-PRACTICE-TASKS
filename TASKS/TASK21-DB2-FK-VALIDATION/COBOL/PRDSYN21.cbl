      ******************************************************************
      * APPLY REVIEWED TB_PRODUCTS SYNC RECORDS                        *
      *                                                                *
      * PURPOSE:                                                       *
      * PRDRCN21 WRITES A SYNC RECORD FOR EVERY PRODUCT WHERE          *
      * TB_PRODUCTS HAS DRIFTED FROM THE VSAM PARTS CATALOG. THIS JOB  *
      * APPLIES THE REVIEWED COPY OF THAT FILE TO TB_PRODUCTS UNDER    *
      * THE SAME REVIEWED-APPROVAL DISCIPLINE CYCCNT21 USES FOR        *
      * COUNT ADJUSTMENTS: NOTHING CHANGES WITHOUT A NAMED APPROVER.   *
      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   PER SYNC RECORD (COPYBOOK PRDSYNC):                          *
      *     SYN-APPROVAL BLANK -> NOT APPLIED, REPORTED.               *
      *     'U' - PRODUCT NO LONGER IN TB_PRODUCTS -> REJECTED.        *
      *           UNIT_PRICE OR QTY_ON_HAND NO LONGER WHAT PRDRCN21    *
      *           SAW -> REJECTED AS STALE (ORDERS HAVE MOVED IT       *
      *           SINCE; RERUN THE RECONCILIATION).                    *
      *           OTHERWISE UNIT_PRICE/QTY_ON_HAND SET TO THE          *
      *           CATALOG'S PRICE AND STOCK.                           *
      *     'A' - SYN-PROD-NAME BLANK -> REJECTED.                     *
      *           PRODUCT ALREADY IN TB_PRODUCTS -> REJECTED.          *
      *           OTHERWISE THE ROW IS INSERTED AT THE CATALOG'S       *
      *           PRICE AND STOCK.                                     *
      *     ANY OTHER ACTION -> REJECTED.                              *
      *   EVERY CHANGE APPLIED GETS ONE OPSLOG RECORD NAMING THE       *
      *   PRODUCT AND APPROVER. COMMIT AT END OF RUN.                  *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/10/15                                               *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  PSYNDD (PRODUCT.SYNC.REVIEWED) - REVIEWED SYNC FILE    *
      *         (PS, 80 B, COPYBOOK PRDSYNC)                           *
      * OUTPUT: RPTDD (PRODUCT.SYNC.RPT) - APPLY REPORT (PS, 80 B)     *
      * OUTPUT: OPSLOG / STATLOG - SHARED OPERATIONS AND STATUS LOGS   *
      * DB2 TABLE: TB_PRODUCTS (SELECT/UPDATE/INSERT)                  *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRDSYN21.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYNC-FILE ASSIGN TO PSYNDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS SYNC-STATUS.

           SELECT REPORT-FILE ASSIGN TO RPTDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS REPORT-STATUS.

           SELECT OPS-ERROR-LOG ASSIGN TO OPSLOG
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS OPS-ERROR-LOG-STATUS.

           SELECT STATUS-LOG ASSIGN TO STATLOG
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS STATUS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SYNC-FILE RECORDING MODE IS F.
       01 SYNC-REC.
           COPY PRDSYNC.

       FD REPORT-FILE RECORDING MODE IS F.
       01 REPORT-REC PIC X(80).

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
       01 HV-PROD-ID PIC X(5).
       01 HV-PROD-NAME PIC X(30).
       01 HV-QTY-ON-HAND PIC S9(5) COMP-3.
       01 HV-UNIT-PRICE PIC S9(5)V99 COMP-3.
       01 HV-NEW-QTY PIC S9(5) COMP-3.
       01 HV-NEW-PRICE PIC S9(5)V99 COMP-3.

      * FILE STATUS VARIABLES
       01 WS-FILE-STATUSES.
          05 SYNC-STATUS PIC X(2).
          05 REPORT-STATUS PIC X(2).
          05 OPS-ERROR-LOG-STATUS PIC X(2).
          05 STATUS-LOG-STATUS PIC X(2).

      * CONTROL FLAGS
       01 WS-FLAGS.
          05 WS-EOF PIC X(1) VALUE 'N'.
             88 EOF VALUE 'Y'.

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

      * REPORT LINE BUILD FIELDS
       01 WS-LOG-LINE PIC X(80).
       01 WS-REJECT-REASON PIC X(40).
       01 WS-PRICE-DISP PIC Z(4)9.99.
       01 WS-QTY-DISP PIC Z(4)9.

      * MESSAGE TEXT FOR THE CENTRALIZED OPS ERROR LOG
       01 WS-OPS-MESSAGE PIC X(62).

      * FORMATTED SQLCODE FOR DISPLAY
       77 WS-SQLCODE-DISP PIC -Z(9)9.

      * STATISTICS COUNTERS
       01 WS-COUNTERS.
          05 SYNCS-READ PIC 9(5) VALUE 0.
          05 UPDATES-APPLIED PIC 9(5) VALUE 0.
          05 ADDS-APPLIED PIC 9(5) VALUE 0.
          05 SYNCS-NOT-APPROVED PIC 9(5) VALUE 0.
          05 SYNCS-REJECTED PIC 9(5) VALUE 0.

      **********************************************
      * OPENS FILES, APPLIES EVERY APPROVED SYNC RECORD, COMMITS,
      * WRITES BATCH STATUS, CLOSES, DISPLAYS SUMMARY.
      **********************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM SET-BST-START-TS.
           PERFORM OPEN-ALL-FILES.
           PERFORM PROCESS-ALL-SYNCS.
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

           OPEN INPUT SYNC-FILE.
           IF SYNC-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING SYNC FILE: ' SYNC-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING SYNC REPORT: ' REPORT-STATUS
              PERFORM ABEND-WITH-STATUS
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

      **********************************************
      * READS THE REVIEWED SYNC FILE UNTIL EOF AND APPLIES EACH
      * APPROVED RECORD.
      **********************************************
       PROCESS-ALL-SYNCS.
           PERFORM UNTIL EOF
              READ SYNC-FILE
                AT END
                   SET EOF TO TRUE
                NOT AT END
                   IF SYNC-STATUS NOT = '00'
                      DISPLAY 'ERROR READING SYNC FILE: '
                               SYNC-STATUS
                      EXEC SQL
                        ROLLBACK WORK
                      END-EXEC
                      PERFORM ABEND-WITH-STATUS
                   END-IF
                   ADD 1 TO SYNCS-READ
                   PERFORM APPLY-ONE-SYNC
              END-READ
           END-PERFORM.

      **********************************************
      * ONE SYNC RECORD: APPROVAL CHECK, THEN THE UPDATE OR ADD.
      **********************************************
       APPLY-ONE-SYNC.
           MOVE SYN-PROD-ID TO HV-PROD-ID.
           MOVE SYN-CAT-PRICE TO HV-NEW-PRICE.
           MOVE SYN-CAT-QTY TO HV-NEW-QTY.
           MOVE SPACES TO WS-REJECT-REASON.
           EVALUATE TRUE
               WHEN SYN-APPROVAL = SPACES
                 ADD 1 TO SYNCS-NOT-APPROVED
                 MOVE SPACES TO WS-LOG-LINE
                 STRING 'PROD ' DELIMITED BY SIZE
                        SYN-PROD-ID DELIMITED BY SIZE
                        ' ACTION ' DELIMITED BY SIZE
                        SYN-ACTION DELIMITED BY SIZE
                        ' NOT APPROVED - NOT APPLIED'
                                 DELIMITED BY SIZE
                        INTO WS-LOG-LINE
                 END-STRING
                 PERFORM WRITE-REPORT-LINE
               WHEN SYN-UPDATE
                 PERFORM APPLY-PRODUCT-UPDATE
               WHEN SYN-ADD
                 PERFORM APPLY-PRODUCT-ADD
               WHEN OTHER
                 MOVE 'UNKNOWN SYNC ACTION' TO WS-REJECT-REASON
           END-EVALUATE.
           IF WS-REJECT-REASON NOT = SPACES
              PERFORM REJECT-SYNC
           END-IF.

      **********************************************
      * 'U': RE-READS THE ROW AND, ONLY IF IT STILL HOLDS WHAT
      * PRDRCN21 SAW, SETS UNIT_PRICE AND QTY_ON_HAND TO THE
      * CATALOG'S VALUES.
      **********************************************
       APPLY-PRODUCT-UPDATE.
           EXEC SQL
             SELECT UNIT_PRICE, QTY_ON_HAND
               INTO :HV-UNIT-PRICE, :HV-QTY-ON-HAND
               FROM TB_PRODUCTS
             WHERE PROD_ID = :HV-PROD-ID
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                 IF HV-UNIT-PRICE NOT = SYN-DB2-PRICE
                    OR HV-QTY-ON-HAND NOT = SYN-DB2-QTY
                    MOVE 'STALE - TB_PRODUCTS CHANGED SINCE RECON'
                      TO WS-REJECT-REASON
                 ELSE
                    EXEC SQL
                      UPDATE TB_PRODUCTS
                         SET UNIT_PRICE = :HV-NEW-PRICE,
                             QTY_ON_HAND = :HV-NEW-QTY
                       WHERE PROD_ID = :HV-PROD-ID
                    END-EXEC
                    IF SQLCODE NOT = 0
                       PERFORM CRITICAL-DB2-ERROR
                    END-IF
                    ADD 1 TO UPDATES-APPLIED
                    PERFORM REPORT-APPLIED-SYNC
                 END-IF
               WHEN 100
                 MOVE 'NO LONGER IN TB_PRODUCTS' TO WS-REJECT-REASON
               WHEN OTHER
                 PERFORM CRITICAL-DB2-ERROR
           END-EVALUATE.

      **********************************************
      * 'A': INSERTS THE CATALOG PART INTO TB_PRODUCTS UNDER THE
      * NAME THE REVIEWER SUPPLIED. A DUPLICATE KEY (-803) MEANS
      * THE ROW HAS BEEN ADDED SINCE THE RECONCILIATION.
      **********************************************
       APPLY-PRODUCT-ADD.
           IF SYN-PROD-NAME = SPACES
              MOVE 'NO PRODUCT NAME SUPPLIED' TO WS-REJECT-REASON
           ELSE
              MOVE SYN-PROD-NAME TO HV-PROD-NAME
              EXEC SQL
                INSERT INTO TB_PRODUCTS
                       (PROD_ID, PROD_NAME, UNIT_PRICE, QTY_ON_HAND)
                VALUES (:HV-PROD-ID, :HV-PROD-NAME, :HV-NEW-PRICE,
                        :HV-NEW-QTY)
              END-EXEC
              EVALUATE SQLCODE
                  WHEN 0
                    ADD 1 TO ADDS-APPLIED
                    PERFORM REPORT-APPLIED-SYNC
                  WHEN -803
                    MOVE 'ALREADY IN TB_PRODUCTS' TO WS-REJECT-REASON
                  WHEN OTHER
                    PERFORM CRITICAL-DB2-ERROR
              END-EVALUATE
           END-IF.

      **********************************************
      * REPORT LINE AND OPSLOG RECORD FOR A SYNC APPLIED,
      * NAMING THE PRODUCT AND APPROVER, CYCCNT21-STYLE.
      **********************************************
       REPORT-APPLIED-SYNC.
           MOVE SYN-CAT-PRICE TO WS-PRICE-DISP.
           MOVE SYN-CAT-QTY TO WS-QTY-DISP.
           MOVE SPACES TO WS-LOG-LINE.
           STRING 'PROD ' DELIMITED BY SIZE
                  SYN-PROD-ID DELIMITED BY SIZE
                  ' ACTION ' DELIMITED BY SIZE
                  SYN-ACTION DELIMITED BY SIZE
                  ' PRICE ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PRICE-DISP) DELIMITED BY SIZE
                  ' QTY ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-QTY-DISP) DELIMITED BY SIZE
                  ' APPLIED BY ' DELIMITED BY SIZE
                  SYN-APPROVAL DELIMITED BY SIZE
                  INTO WS-LOG-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

           MOVE SPACES TO OPS-ERROR-LOG-REC.
           MOVE 'PRDSYN21' TO OPS-PROGRAM-ID.
           MOVE WS-BST-TS-DATE TO OPS-CYCLE-DATE.
           MOVE 'INFO' TO OPS-SEVERITY.
           MOVE SPACES TO WS-OPS-MESSAGE.
           STRING 'CATALOG SYNC ' DELIMITED BY SIZE
                  SYN-ACTION DELIMITED BY SIZE
                  ', PROD ' DELIMITED BY SIZE
                  SYN-PROD-ID DELIMITED BY SIZE
                  ' BY ' DELIMITED BY SIZE
                  SYN-APPROVAL DELIMITED BY SIZE
                  INTO WS-OPS-MESSAGE
           END-STRING.
           MOVE WS-OPS-MESSAGE TO OPS-MESSAGE.
           WRITE OPS-ERROR-LOG-REC.
           IF OPS-ERROR-LOG-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR WRITING OPS ERROR LOG: '
                       OPS-ERROR-LOG-STATUS
           END-IF.

      **********************************************
      * REPORTS A SYNC RECORD THAT CANNOT BE APPLIED AND WHY.
      **********************************************
       REJECT-SYNC.
           ADD 1 TO SYNCS-REJECTED.
           MOVE SPACES TO WS-LOG-LINE.
           STRING 'REJECTED: PROD ' DELIMITED BY SIZE
                  SYN-PROD-ID DELIMITED BY SIZE
                  ' ACTION ' DELIMITED BY SIZE
                  SYN-ACTION DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-REJECT-REASON DELIMITED BY SIZE
                  INTO WS-LOG-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

      **********************************************
      * COMMITS THE RUN'S CHANGES.
      **********************************************
       FINAL-COMMIT.
           EXEC SQL
             COMMIT WORK
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM CRITICAL-DB2-ERROR
           END-IF.

      **********************************************
      * LOGS A CRITICAL DB2 ERROR, ROLLS BACK, AND STOPS.
      **********************************************
       CRITICAL-DB2-ERROR.
           MOVE SQLCODE TO WS-SQLCODE-DISP.
           DISPLAY 'CRITICAL DB2 ERROR: ' WS-SQLCODE-DISP.
           DISPLAY 'PRODUCT ID: ' SYN-PROD-ID.
           MOVE SPACES TO WS-OPS-MESSAGE.
           STRING 'DB2 ERROR, PROD ' DELIMITED BY SIZE
                  SYN-PROD-ID DELIMITED BY SIZE
                  INTO WS-OPS-MESSAGE
           END-STRING.
           MOVE SPACES TO OPS-ERROR-LOG-REC.
           MOVE 'PRDSYN21' TO OPS-PROGRAM-ID.
           MOVE WS-BST-TS-DATE TO OPS-CYCLE-DATE.
           MOVE 'CRITICAL' TO OPS-SEVERITY.
           MOVE WS-OPS-MESSAGE TO OPS-MESSAGE.
           WRITE OPS-ERROR-LOG-REC.
           IF OPS-ERROR-LOG-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR WRITING OPS ERROR LOG: '
                       OPS-ERROR-LOG-STATUS
           END-IF.
           EXEC SQL
             ROLLBACK WORK
           END-EXEC.
           PERFORM ABEND-WITH-STATUS.

      **********************************************
      * WRITES WHATEVER LINE IS CURRENTLY IN WS-LOG-LINE.
      **********************************************
       WRITE-REPORT-LINE.
           MOVE WS-LOG-LINE TO REPORT-REC.
           WRITE REPORT-REC.
           IF REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING SYNC REPORT: '
                       REPORT-STATUS
              EXEC SQL
                ROLLBACK WORK
              END-EXEC
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * APPENDS ONE RECORD TO THE SHARED END-OF-NIGHT STATUS LOG.
      **********************************************
       WRITE-BATCH-STATUS.
           MOVE SPACES TO STATUS-LOG-REC.
           MOVE 'PRDSYN21' TO BST-PROGRAM-ID.
           PERFORM GET-BST-TIMESTAMP.
           MOVE WS-BST-START-TS TO BST-START-TS.
           MOVE WS-BST-TS-BUILT TO BST-END-TS.
           MOVE SYNCS-READ TO BST-RECORDS-IN.
           COMPUTE BST-RECORDS-OUT = UPDATES-APPLIED + ADDS-APPLIED.
           MOVE SYNCS-REJECTED TO BST-RECORDS-REJECTED.
           IF ABEND-IN-PROGRESS
              MOVE 'FAILED' TO BST-STATUS
              MOVE 'JOB ABENDED - SEE SYSOUT FOR DETAIL' TO BST-MESSAGE
           ELSE
              IF SYNCS-REJECTED > 0
                 MOVE 'WARNING' TO BST-STATUS
                 MOVE 'SYNC RECORDS REJECTED - SEE REPORT' TO
                      BST-MESSAGE
              ELSE
                 MOVE 'COMPLETE' TO BST-STATUS
                 MOVE 'APPROVED SYNC RECORDS APPLIED' TO BST-MESSAGE
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
           CLOSE SYNC-FILE.
           IF SYNC-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING SYNC FILE: '
                       SYNC-STATUS
           END-IF.

           CLOSE REPORT-FILE.
           IF REPORT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING SYNC REPORT: '
                       REPORT-STATUS
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
           DISPLAY 'TB_PRODUCTS SYNC APPLY SUMMARY'.
           DISPLAY '========================================'.
           DISPLAY 'SYNC RECORDS READ:  ' SYNCS-READ.
           DISPLAY 'UPDATES APPLIED:    ' UPDATES-APPLIED.
           DISPLAY 'ADDS APPLIED:       ' ADDS-APPLIED.
           DISPLAY 'NOT APPROVED:       ' SYNCS-NOT-APPROVED.
           DISPLAY 'REJECTED:           ' SYNCS-REJECTED.
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
