      ******************************************************************
      * NIGHTLY VSAM MASTER BACKUP                                     *
      *                                                                *
      * PURPOSE:                                                       *
      * THE CARD MASTER, CUSTOMER MASTER, PARTS CATALOG AND ACCOUNT    *
      * MASTER ARE UPDATED IN PLACE ALL DAY, SO A DAMAGED CLUSTER HAD  *
      * NOTHING CLEAN TO GO BACK TO. THIS JOB TAKES A POINT-IN-TIME    *
      * COPY OF EACH ONE TO A BACKUP GENERATION (THE JCL POINTS EACH   *
      * BACKUP DD AT A GDG (+1); THE GDG LIMIT IS THE RETENTION) AND   *
      * APPENDS A CONTROL RECORD PER MASTER - CYCLE DATE, BACKUP       *
      * TIMESTAMP, RECORD COUNT, CONTROL TOTAL - TO THE MASTER BACKUP  *
      * INDEX (COPYBOOK MSTBKP). RCVMST47 RESTORES FROM THESE COPIES   *
      * AND THE INDEX.                                                 *
      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   FOR EACH MASTER, IN KEY ORDER: EVERY RECORD IS COPIED AS IT  *
      *   STANDS, COUNTED, AND ITS CONTROL FIELD ADDED TO THE CONTROL  *
      *   TOTAL (CARD CREDIT LIMIT, CUSTOMER BALANCE, PART STOCK       *
      *   QUANTITY, ACCOUNT LIMIT). THE BACKUP TIMESTAMP IS TAKEN AS   *
      *   THAT MASTER'S COPY STARTS. A MASTER THAT CANNOT BE OPENED    *
      *   FAILS THE RUN - A NIGHT WITH A MISSING BACKUP MUST NOT PASS  *
      *   AS COMPLETE. A CONTROL FIELD THAT IS NOT NUMERIC IS LEFT     *
      *   OUT OF THE TOTAL AND COUNTED; THE RUN ENDS WITH A WARNING.   *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/10/15                                               *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  VSAMDD - CARD MASTER (VSAM KSDS)                       *
      * INPUT:  MASTDD - CUSTOMER MASTER (VSAM KSDS)                   *
      * INPUT:  PARTVDD - PARTS CATALOG (VSAM KSDS)                    *
      * INPUT:  ACCTDD - ACCOUNT MASTER (VSAM KSDS)                    *
      * OUTPUT: BK1DD-BK4DD - BACKUP GENERATIONS, SAME ORDER           *
      * I/O:    BKIXDD - MASTER BACKUP INDEX, APPENDED EACH RUN        *
      * OUTPUT: STATLOG - BATCH STATUS LOG                             *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BKPMST47.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-MASTER-FILE ASSIGN TO VSAMDD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CARD-BK-NUMBER
              FILE STATUS IS MASTER-STATUS.
           SELECT CUST-MASTER-FILE ASSIGN TO MASTDD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CUST-BK-ID
              FILE STATUS IS MASTER-STATUS.
           SELECT PARTS-MASTER-FILE ASSIGN TO PARTVDD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS PART-BK-ID
              FILE STATUS IS MASTER-STATUS.
           SELECT ACCT-MASTER-FILE ASSIGN TO ACCTDD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS ACCT-BK-ID
              FILE STATUS IS MASTER-STATUS.

           SELECT BK1-FILE ASSIGN TO BK1DD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS BACKUP-STATUS.
           SELECT BK2-FILE ASSIGN TO BK2DD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS BACKUP-STATUS.
           SELECT BK3-FILE ASSIGN TO BK3DD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS BACKUP-STATUS.
           SELECT BK4-FILE ASSIGN TO BK4DD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS BACKUP-STATUS.

           SELECT BACKUP-INDEX ASSIGN TO BKIXDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS INDEX-STATUS.

           SELECT STATUS-LOG ASSIGN TO STATLOG
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS STATUS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * THE MASTERS ARE COPIED BYTE FOR BYTE, SO ONLY THE KEY AND
      * THE CONTROL FIELD OF EACH LAYOUT ARE NAMED HERE.
       FD CARD-MASTER-FILE.
       01 CARD-MASTER-REC.
          05 CARD-BK-NUMBER PIC X(16).
          05 FILLER PIC X(35).
          05 CARD-BK-CREDIT-LIMIT PIC 9(7)V99.

       FD CUST-MASTER-FILE.
       01 CUST-MASTER-REC.
          05 CUST-BK-ID PIC X(5).
          05 FILLER PIC X(3).
          05 CUST-BK-CURRENT-BAL PIC 9(7)V99.
          05 FILLER PIC X(63).

       FD PARTS-MASTER-FILE.
       01 PARTS-MASTER-REC.
          05 PART-BK-ID PIC X(5).
          05 FILLER PIC X(5).
          05 PART-BK-STOCK-QTY PIC 9(5).
          05 FILLER PIC X(33).

       FD ACCT-MASTER-FILE.
       01 ACCT-MASTER-REC.
          05 ACCT-BK-ID PIC X(6).
          05 FILLER PIC X(26).
          05 ACCT-BK-LIMIT PIC 9(7)V99.
          05 FILLER PIC X(39).

       FD BK1-FILE RECORDING MODE IS F.
       01 BK1-REC PIC X(60).
       FD BK2-FILE RECORDING MODE IS F.
       01 BK2-REC PIC X(80).
       FD BK3-FILE RECORDING MODE IS F.
       01 BK3-REC PIC X(48).
       FD BK4-FILE RECORDING MODE IS F.
       01 BK4-REC PIC X(80).

       FD BACKUP-INDEX RECORDING MODE IS F.
       01 BACKUP-INDEX-REC.
           COPY MSTBKP.

       FD STATUS-LOG RECORDING MODE IS F.
       01 STATUS-LOG-REC.
           COPY BATSTAT.

       WORKING-STORAGE SECTION.

      * FILE STATUS VARIABLES. THE MASTERS SHARE ONE STATUS AND THE
      * BACKUPS ANOTHER SINCE ONLY ONE MASTER IS COPIED AT A TIME.
       01 WS-FILE-STATUSES.
          05 MASTER-STATUS PIC X(2).
          05 BACKUP-STATUS PIC X(2).
          05 INDEX-STATUS PIC X(2).
          05 STATUS-LOG-STATUS PIC X(2).

      * CONTROL FLAGS
       01 WS-FLAGS.
          05 WS-MASTER-EOF PIC X(1) VALUE 'N'.
             88 MASTER-EOF VALUE 'Y'.

      * SET JUST BEFORE A FATAL ERROR PATH WRITES ITS STATLOG RECORD
      * AND STOPS, SO WRITE-BATCH-STATUS REPORTS 'FAILED'.
       01 WS-ABEND-FLAG PIC X(1) VALUE 'N'.
          88 ABEND-IN-PROGRESS VALUE 'Y'.

      * RUN-START AND RECORD-WRITE TIMESTAMPS FOR THE BATSTAT
      * RECORD, SO BATSTS43 CAN REPORT ELAPSED TIME AND DEPGTE45
      * CAN MATCH THE RECORD TO ITS CYCLE DATE.
       01 WS-BST-START-TS PIC X(14).
       01 WS-BST-TS-BUILT PIC X(14).
       01 WS-BST-TS-WORK.
          05 WS-BST-TS-DATE PIC 9(8).
          05 WS-BST-TS-TIME PIC 9(8).

      * THE MASTER BEING COPIED: ITS NAME, CONTROL FIELD, WHEN THE
      * COPY STARTED, AND ITS COUNTS
       01 WS-RUN-DATE PIC X(8).
       01 WS-MASTER-NAME PIC X(8).
       01 WS-CONTROL-FIELD PIC X(8).
       01 WS-BACKUP-TS PIC X(14).
       01 WS-MASTER-COUNT PIC 9(7).
       01 WS-CONTROL-TOTAL PIC 9(13)V99.
       01 WS-TOTAL-DISP PIC Z(12)9.99.

      * STATISTICS COUNTERS
       01 WS-COUNTERS.
          05 MASTERS-BACKED-UP PIC 9(1) VALUE 0.
          05 RECORDS-BACKED-UP PIC 9(7) VALUE 0.
          05 CONTROL-NOT-NUMERIC PIC 9(7) VALUE 0.

      **********************************************
      * COPY EACH MASTER, INDEX IT, STATUS.
      **********************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM SET-BST-START-TS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM OPEN-STATUS-LOG.
           PERFORM OPEN-BACKUP-INDEX.
           PERFORM BACKUP-CARD-MASTER.
           PERFORM BACKUP-CUST-MASTER.
           PERFORM BACKUP-PARTS-MASTER.
           PERFORM BACKUP-ACCT-MASTER.
           CLOSE BACKUP-INDEX.
           IF INDEX-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING BACKUP INDEX: '
                       INDEX-STATUS
           END-IF.
           PERFORM WRITE-BATCH-STATUS.
           DISPLAY 'MASTER BACKUP RUN COMPLETE.'.
           DISPLAY 'MASTERS BACKED UP: ' MASTERS-BACKED-UP.
           DISPLAY 'RECORDS BACKED UP: ' RECORDS-BACKED-UP.
           IF CONTROL-NOT-NUMERIC > 0
              DISPLAY 'CONTROL FIELDS NOT NUMERIC: '
                       CONTROL-NOT-NUMERIC
           END-IF.
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
      * OPENS THE MASTER BACKUP INDEX FOR APPEND.
      **********************************************
       OPEN-BACKUP-INDEX.
           OPEN EXTEND BACKUP-INDEX.
           IF INDEX-STATUS = '05' OR INDEX-STATUS = '35'
              OPEN OUTPUT BACKUP-INDEX
           END-IF.
           IF INDEX-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING BACKUP INDEX: ' INDEX-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * MASTER COPY PARAGRAPHS. EACH STARTS THE MASTER'S COUNTS,
      * OPENS IT AND ITS BACKUP GENERATION, COPIES IN KEY ORDER,
      * CLOSES BOTH, AND WRITES THE INDEX RECORD.
      **********************************************
       BACKUP-CARD-MASTER.
           MOVE 'CARD' TO WS-MASTER-NAME.
           MOVE 'CREDIT' TO WS-CONTROL-FIELD.
           PERFORM START-MASTER-COUNTS.
           OPEN INPUT CARD-MASTER-FILE.
           IF MASTER-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING CARD MASTER: ' MASTER-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.
           OPEN OUTPUT BK1-FILE.
           IF BACKUP-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING CARD BACKUP: ' BACKUP-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.
           PERFORM UNTIL MASTER-EOF
              READ CARD-MASTER-FILE
                AT END
                   SET MASTER-EOF TO TRUE
                NOT AT END
                   IF MASTER-STATUS NOT = '00'
                      DISPLAY 'ERROR READING CARD MASTER: '
                               MASTER-STATUS
                      PERFORM ABEND-WITH-STATUS
                   END-IF
                   MOVE CARD-MASTER-REC TO BK1-REC
                   WRITE BK1-REC
                   IF BACKUP-STATUS NOT = '00'
                      DISPLAY 'ERROR WRITING CARD BACKUP: '
                               BACKUP-STATUS
                      PERFORM ABEND-WITH-STATUS
                   END-IF
                   ADD 1 TO WS-MASTER-COUNT
                   IF CARD-BK-CREDIT-LIMIT NUMERIC
                      ADD CARD-BK-CREDIT-LIMIT TO WS-CONTROL-TOTAL
                   ELSE
                      ADD 1 TO CONTROL-NOT-NUMERIC
                   END-IF
              END-READ
           END-PERFORM.
           CLOSE CARD-MASTER-FILE.
           CLOSE BK1-FILE.
           PERFORM WRITE-INDEX-RECORD.

       BACKUP-CUST-MASTER.
           MOVE 'CUSTOMER' TO WS-MASTER-NAME.
           MOVE 'BALANCE' TO WS-CONTROL-FIELD.
           PERFORM START-MASTER-COUNTS.
           OPEN INPUT CUST-MASTER-FILE.
           IF MASTER-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING CUSTOMER MASTER: ' MASTER-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.
           OPEN OUTPUT BK2-FILE.
           IF BACKUP-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING CUSTOMER BACKUP: ' BACKUP-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.
           PERFORM UNTIL MASTER-EOF
              READ CUST-MASTER-FILE
                AT END
                   SET MASTER-EOF TO TRUE
                NOT AT END
                   IF MASTER-STATUS NOT = '00'
                      DISPLAY 'ERROR READING CUSTOMER MASTER: '
                               MASTER-STATUS
                      PERFORM ABEND-WITH-STATUS
                   END-IF
                   MOVE CUST-MASTER-REC TO BK2-REC
                   WRITE BK2-REC
                   IF BACKUP-STATUS NOT = '00'
                      DISPLAY 'ERROR WRITING CUSTOMER BACKUP: '
                               BACKUP-STATUS
                      PERFORM ABEND-WITH-STATUS
                   END-IF
                   ADD 1 TO WS-MASTER-COUNT
                   IF CUST-BK-CURRENT-BAL NUMERIC
                      ADD CUST-BK-CURRENT-BAL TO WS-CONTROL-TOTAL
                   ELSE
                      ADD 1 TO CONTROL-NOT-NUMERIC
                   END-IF
              END-READ
           END-PERFORM.
           CLOSE CUST-MASTER-FILE.
           CLOSE BK2-FILE.
           PERFORM WRITE-INDEX-RECORD.

       BACKUP-PARTS-MASTER.
           MOVE 'PARTS' TO WS-MASTER-NAME.
           MOVE 'STOCK' TO WS-CONTROL-FIELD.
           PERFORM START-MASTER-COUNTS.
           OPEN INPUT PARTS-MASTER-FILE.
           IF MASTER-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING PARTS CATALOG: ' MASTER-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.
           OPEN OUTPUT BK3-FILE.
           IF BACKUP-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING PARTS BACKUP: ' BACKUP-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.
           PERFORM UNTIL MASTER-EOF
              READ PARTS-MASTER-FILE
                AT END
                   SET MASTER-EOF TO TRUE
                NOT AT END
                   IF MASTER-STATUS NOT = '00'
                      DISPLAY 'ERROR READING PARTS CATALOG: '
                               MASTER-STATUS
                      PERFORM ABEND-WITH-STATUS
                   END-IF
                   MOVE PARTS-MASTER-REC TO BK3-REC
                   WRITE BK3-REC
                   IF BACKUP-STATUS NOT = '00'
                      DISPLAY 'ERROR WRITING PARTS BACKUP: '
                               BACKUP-STATUS
                      PERFORM ABEND-WITH-STATUS
                   END-IF
                   ADD 1 TO WS-MASTER-COUNT
                   IF PART-BK-STOCK-QTY NUMERIC
                      ADD PART-BK-STOCK-QTY TO WS-CONTROL-TOTAL
                   ELSE
                      ADD 1 TO CONTROL-NOT-NUMERIC
                   END-IF
              END-READ
           END-PERFORM.
           CLOSE PARTS-MASTER-FILE.
           CLOSE BK3-FILE.
           PERFORM WRITE-INDEX-RECORD.

       BACKUP-ACCT-MASTER.
           MOVE 'ACCOUNT' TO WS-MASTER-NAME.
           MOVE 'LIMIT' TO WS-CONTROL-FIELD.
           PERFORM START-MASTER-COUNTS.
           OPEN INPUT ACCT-MASTER-FILE.
           IF MASTER-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING ACCOUNT MASTER: ' MASTER-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.
           OPEN OUTPUT BK4-FILE.
           IF BACKUP-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING ACCOUNT BACKUP: ' BACKUP-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.
           PERFORM UNTIL MASTER-EOF
              READ ACCT-MASTER-FILE
                AT END
                   SET MASTER-EOF TO TRUE
                NOT AT END
                   IF MASTER-STATUS NOT = '00'
                      DISPLAY 'ERROR READING ACCOUNT MASTER: '
                               MASTER-STATUS
                      PERFORM ABEND-WITH-STATUS
                   END-IF
                   MOVE ACCT-MASTER-REC TO BK4-REC
                   WRITE BK4-REC
                   IF BACKUP-STATUS NOT = '00'
                      DISPLAY 'ERROR WRITING ACCOUNT BACKUP: '
                               BACKUP-STATUS
                      PERFORM ABEND-WITH-STATUS
                   END-IF
                   ADD 1 TO WS-MASTER-COUNT
                   IF ACCT-BK-LIMIT NUMERIC
                      ADD ACCT-BK-LIMIT TO WS-CONTROL-TOTAL
                   ELSE
                      ADD 1 TO CONTROL-NOT-NUMERIC
                   END-IF
              END-READ
           END-PERFORM.
           CLOSE ACCT-MASTER-FILE.
           CLOSE BK4-FILE.
           PERFORM WRITE-INDEX-RECORD.

      **********************************************
      * ZEROES THE COUNTS FOR THE NEXT MASTER AND STAMPS THE
      * MOMENT ITS COPY STARTS - THE POINT IN TIME THE BACKUP
      * STANDS FOR.
      **********************************************
       START-MASTER-COUNTS.
           MOVE 0 TO WS-MASTER-COUNT.
           MOVE 0 TO WS-CONTROL-TOTAL.
           MOVE 'N' TO WS-MASTER-EOF.
           PERFORM GET-BST-TIMESTAMP.
           MOVE WS-BST-TS-BUILT TO WS-BACKUP-TS.

      **********************************************
      * APPENDS THE CONTROL RECORD FOR THE MASTER JUST COPIED.
      **********************************************
       WRITE-INDEX-RECORD.
           ADD 1 TO MASTERS-BACKED-UP.
           ADD WS-MASTER-COUNT TO RECORDS-BACKED-UP.
           MOVE SPACES TO BACKUP-INDEX-REC.
           MOVE WS-MASTER-NAME TO MBK-MASTER.
           MOVE WS-RUN-DATE TO MBK-CYCLE-DATE.
           MOVE WS-BACKUP-TS TO MBK-BACKUP-TS.
           MOVE WS-MASTER-COUNT TO MBK-RECORD-COUNT.
           MOVE WS-CONTROL-FIELD TO MBK-CONTROL-FIELD.
           MOVE WS-CONTROL-TOTAL TO MBK-CONTROL-TOTAL.
           WRITE BACKUP-INDEX-REC.
           IF INDEX-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING BACKUP INDEX: ' INDEX-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.
           MOVE WS-CONTROL-TOTAL TO WS-TOTAL-DISP.
           DISPLAY 'BACKED UP ' WS-MASTER-NAME ' RECORDS '
                    WS-MASTER-COUNT ' ' WS-CONTROL-FIELD ' TOTAL '
                    WS-TOTAL-DISP.

      **********************************************
      * APPENDS ONE RECORD TO THE SHARED END-OF-NIGHT STATUS LOG.
      **********************************************
       WRITE-BATCH-STATUS.
           MOVE SPACES TO STATUS-LOG-REC.
           MOVE 'BKPMST47' TO BST-PROGRAM-ID.
           PERFORM GET-BST-TIMESTAMP.
           MOVE WS-BST-START-TS TO BST-START-TS.
           MOVE WS-BST-TS-BUILT TO BST-END-TS.
           MOVE RECORDS-BACKED-UP TO BST-RECORDS-IN.
           MOVE RECORDS-BACKED-UP TO BST-RECORDS-OUT.
           MOVE CONTROL-NOT-NUMERIC TO BST-RECORDS-REJECTED.
           IF ABEND-IN-PROGRESS
              MOVE 'FAILED' TO BST-STATUS
              MOVE 'JOB ABENDED - SEE SYSOUT FOR DETAIL' TO BST-MESSAGE
           ELSE
              IF CONTROL-NOT-NUMERIC > 0
                 MOVE 'WARNING' TO BST-STATUS
                 MOVE 'CONTROL FIELDS NOT NUMERIC ON A MASTER' TO
                      BST-MESSAGE
              ELSE
                 MOVE 'COMPLETE' TO BST-STATUS
                 MOVE 'ALL FOUR MASTERS BACKED UP' TO BST-MESSAGE
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
