      ******************************************************************
      * VSAM MASTER FORWARD RECOVERY                                   *
      *                                                                *
      * PURPOSE:                                                       *
      * COMPANION TO BKPMST47. RESTORES ONE MASTER (CARD, CUSTOMER,    *
      * PARTS OR ACCOUNT) FROM A CHOSEN NIGHT'S BACKUP GENERATION,     *
      * THEN REAPPLIES THE MAINTENANCE MADE SINCE THAT BACKUP FROM     *
      * THE CONSOLIDATED MAINTENANCE AUDIT TRAIL (COPYBOOK MNTAUDT),   *
      * IN TIMESTAMP ORDER, AND PRINTS A BEFORE/AFTER VERIFICATION     *
      * REPORT. THE JCL SORTS MAINT.AUDIT.HISTORY AND THE CURRENT      *
      * MAINT.AUDIT.QUEUE TOGETHER INTO AUDSDD FIRST.                  *
      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   THE BACKUP INDEX RECORD FOR THE MASTER AND CYCLE (THE LAST   *
      *   ONE, IF THE BACKUP WAS RERUN) MUST EXIST, AND THE BACKUP     *
      *   GENERATION MUST TIE TO IT ON RECORD COUNT AND CONTROL        *
      *   TOTAL - OTHERWISE THE RUN FAILS WITH THE MASTER UNTOUCHED.   *
      *   THE MASTER IS THEN RELOADED FROM THE BACKUP (OPEN OUTPUT -   *
      *   THE CLUSTER MUST BE EMPTY OR DEFINED REUSE) AND EVERY        *
      *   APPLIED AUDIT RECORD FROM THAT MASTER'S MAINTENANCE JOBS     *
      *   STAMPED AT OR AFTER THE BACKUP TIMESTAMP (AND NOT AFTER AN   *
      *   OPTIONAL 'UNTIL=' TIMESTAMP) IS REPLAYED:                    *
      *     CARD     - CRDMNT11, CHKAPL11                              *
      *     CUSTOMER - CUSMNT32                                        *
      *     PARTS    - PRTMNT16                                        *
      *     ACCOUNT  - ACTMNT29                                        *
      *   A FIELD CHANGE PUTS THE NEW VALUE ON THE MASTER. THE VALUE   *
      *   FOUND THERE FIRST IS CHECKED AGAINST THE AUDIT'S OLD VALUE:  *
      *     EQUAL          -> APPLIED                                  *
      *     ALREADY NEW    -> IN BACKUP (THE CHANGE WAS MADE IN THE    *
      *                       SAME SECOND AS THE BACKUP; NOT REDONE)   *
      *     ANYTHING ELSE  -> OLD DIFFERS - APPLIED, BUT SOMETHING     *
      *                       NOT ON THE AUDIT TRAIL CHANGED THE FIELD *
      *                       FIRST; LISTED FOR REVIEW.                *
      *   AN ADD WHOSE KEY IS NOT YET ON THE MASTER STARTS A NEW       *
      *   RECORD (SPACES, THE KEY, THEN EACH ADDED FIELD IN TURN). A   *
      *   PARTS DISCONTINUE ('D') DELETES THE PART. A CHANGE FOR A KEY *
      *   NOT ON THE MASTER, OR A FIELD NAME NOT KNOWN FOR THE MASTER, *
      *   IS NOT APPLIED AND IS LISTED AS AN EXCEPTION.                *
      *   AFTER THE REPLAY THE MASTER IS READ BACK: ITS RECORD COUNT   *
      *   MUST EQUAL RESTORED + ADDED - DELETED, AND ITS CONTROL TOTAL *
      *   THE BACKUP TOTAL MOVED BY EVERY REPLAYED CHANGE. ANY         *
      *   EXCEPTION, OLD DIFFERS OR FAILED TIE-OUT ENDS THE RUN WITH   *
      *   RETURN CODE 4 AND A WARNING ON STATLOG.                      *
      *   ONLY MAINTENANCE IS ON THE AUDIT TRAIL: BATCH POSTINGS MADE  *
      *   SINCE THE BACKUP (BALANCES, CARD ACTIVITY) ARE NOT REPLAYED  *
      *   AND THOSE JOBS MUST BE RERUN AGAINST THE RECOVERED MASTER.   *
      *   CARD NUMBERS ON THE REPORT ARE MASKED (CRDMSK11).            *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/10/15                                               *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  SYSIN - 'MASTER=' AND 'DATE=' CARDS, PLUS AN OPTIONAL  *
      *         'UNTIL=' CARD (YYYYMMDDHHMMSS) TO STOP THE REPLAY      *
      * INPUT:  BKIXDD - MASTER BACKUP INDEX                           *
      * INPUT:  BK1DD-BK4DD - THE BACKUP GENERATION TO RESTORE (CARD,  *
      *         CUSTOMER, PARTS, ACCOUNT - ONLY THE ONE NAMED ON       *
      *         SYSIN IS OPENED)                                       *
      * INPUT:  AUDSDD - MAINTENANCE AUDIT TRAIL, TIMESTAMP ORDER      *
      * I/O:    VSAMDD, MASTDD, PARTVDD, ACCTDD - THE MASTER BEING     *
      *         RECOVERED (ONLY THE ONE NAMED ON SYSIN IS OPENED)      *
      * OUTPUT: RPTDD - RECOVERY VERIFICATION REPORT                   *
      * OUTPUT: STATLOG - BATCH STATUS LOG                             *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RCVMST47.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYSIN-FILE ASSIGN TO SYSIN
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS SYSIN-STATUS.

           SELECT BACKUP-INDEX ASSIGN TO BKIXDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS INDEX-STATUS.

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

           SELECT CARD-MASTER-FILE ASSIGN TO VSAMDD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CARD-RCV-NUMBER
              FILE STATUS IS MASTER-STATUS.
           SELECT CUST-MASTER-FILE ASSIGN TO MASTDD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CUST-RCV-ID
              FILE STATUS IS MASTER-STATUS.
           SELECT PARTS-MASTER-FILE ASSIGN TO PARTVDD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PART-RCV-ID
              FILE STATUS IS MASTER-STATUS.
           SELECT ACCT-MASTER-FILE ASSIGN TO ACCTDD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ACCT-RCV-ID
              FILE STATUS IS MASTER-STATUS.

           SELECT AUDIT-FILE ASSIGN TO AUDSDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS AUDIT-STATUS.

           SELECT REPORT-FILE ASSIGN TO RPTDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS REPORT-STATUS.

           SELECT STATUS-LOG ASSIGN TO STATLOG
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS STATUS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SYSIN-FILE RECORDING MODE IS F.
       01 SYSIN-REC PIC X(80).

       FD BACKUP-INDEX RECORDING MODE IS F.
       01 BACKUP-INDEX-REC.
           COPY MSTBKP.

       FD BK1-FILE RECORDING MODE IS F.
       01 BK1-REC PIC X(60).
       FD BK2-FILE RECORDING MODE IS F.
       01 BK2-REC PIC X(80).
       FD BK3-FILE RECORDING MODE IS F.
       01 BK3-REC PIC X(48).
       FD BK4-FILE RECORDING MODE IS F.
       01 BK4-REC PIC X(80).

      * THE MASTERS ARE RESTORED AND CHANGED THROUGH THE WORK
      * RECORD WS-MASTER-REC, SO ONLY THEIR KEYS ARE NAMED HERE.
       FD CARD-MASTER-FILE.
       01 CARD-MASTER-REC.
          05 CARD-RCV-NUMBER PIC X(16).
          05 FILLER PIC X(44).

       FD CUST-MASTER-FILE.
       01 CUST-MASTER-REC.
          05 CUST-RCV-ID PIC X(5).
          05 FILLER PIC X(75).

       FD PARTS-MASTER-FILE.
       01 PARTS-MASTER-REC.
          05 PART-RCV-ID PIC X(5).
          05 FILLER PIC X(43).

       FD ACCT-MASTER-FILE.
       01 ACCT-MASTER-REC.
          05 ACCT-RCV-ID PIC X(6).
          05 FILLER PIC X(74).

       FD AUDIT-FILE RECORDING MODE IS F.
       01 AUDIT-REC.
           COPY MNTAUDT.

       FD REPORT-FILE RECORDING MODE IS F.
       01 REPORT-REC PIC X(132).

       FD STATUS-LOG RECORDING MODE IS F.
       01 STATUS-LOG-REC.
           COPY BATSTAT.

       WORKING-STORAGE SECTION.

      * FILE STATUS VARIABLES
       01 WS-FILE-STATUSES.
          05 SYSIN-STATUS PIC X(2).
          05 INDEX-STATUS PIC X(2).
          05 BACKUP-STATUS PIC X(2).
          05 MASTER-STATUS PIC X(2).
          05 AUDIT-STATUS PIC X(2).
          05 REPORT-STATUS PIC X(2).
          05 STATUS-LOG-STATUS PIC X(2).

      * CONTROL FLAGS
       01 WS-FLAGS.
          05 WS-SYSIN-EOF PIC X(1) VALUE 'N'.
             88 SYSIN-EOF VALUE 'Y'.
          05 WS-INDEX-EOF PIC X(1) VALUE 'N'.
             88 INDEX-EOF VALUE 'Y'.
          05 WS-INDEX-FOUND PIC X(1) VALUE 'N'.
             88 INDEX-FOUND VALUE 'Y'.
          05 WS-BACKUP-EOF PIC X(1) VALUE 'N'.
             88 BACKUP-EOF VALUE 'Y'.
          05 WS-MASTER-EOF PIC X(1) VALUE 'N'.
             88 MASTER-EOF VALUE 'Y'.
          05 WS-AUDIT-EOF PIC X(1) VALUE 'N'.
             88 AUDIT-EOF VALUE 'Y'.
          05 WS-MASTER-FOUND PIC X(1) VALUE 'N'.
             88 MASTER-FOUND VALUE 'Y'.
          05 WS-CHANGE-SELECTED PIC X(1) VALUE 'N'.
             88 CHANGE-SELECTED VALUE 'Y'.
          05 WS-SYSTEM-FOUND PIC X(1) VALUE 'N'.
             88 SYSTEM-FOUND VALUE 'Y'.
          05 WS-FIELD-FOUND PIC X(1) VALUE 'N'.
             88 FIELD-FOUND VALUE 'Y'.
          05 WS-RECOVERY-VERDICT PIC X(1) VALUE 'Y'.
             88 RECOVERY-VERIFIED VALUE 'Y'.
             88 RECOVERY-NEEDS-REVIEW VALUE 'N'.

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

      * THE REQUEST FROM SYSIN. WITHOUT AN 'UNTIL=' CARD THE WHOLE
      * AUDIT TRAIL SINCE THE BACKUP IS REPLAYED.
       01 WS-REQ-MASTER PIC X(8) VALUE SPACES.
       01 WS-REQ-DATE PIC X(8) VALUE SPACES.
       01 WS-REQ-UNTIL PIC X(14) VALUE SPACES.

      * THE FOUR MASTERS: SYSIN NAME AND KEY LENGTH. WS-SLOT IS
      * THE ENTRY CHOSEN AND PICKS THE FILES USED THROUGHOUT.
       01 WS-MASTER-TABLE-VALUES.
          05 FILLER PIC X(10) VALUE 'CARD    16'.
          05 FILLER PIC X(10) VALUE 'CUSTOMER05'.
          05 FILLER PIC X(10) VALUE 'PARTS   05'.
          05 FILLER PIC X(10) VALUE 'ACCOUNT 06'.
       01 WS-MASTER-TABLE REDEFINES WS-MASTER-TABLE-VALUES.
          05 WS-MASTER-ENTRY OCCURS 4 TIMES.
             10 WS-MT-NAME PIC X(8).
             10 WS-MT-KEY-LENGTH PIC 9(2).
       01 WS-SLOT PIC 9(1) VALUE 0.
          88 SLOT-CARD VALUE 1.
          88 SLOT-CUSTOMER VALUE 2.
          88 SLOT-PARTS VALUE 3.
          88 SLOT-ACCOUNT VALUE 4.
       01 WS-KEY-LENGTH PIC 9(2).

      * THE MAINTENANCE JOBS WHOSE AUDIT RECORDS BELONG TO EACH
      * MASTER (SLOT, MAU-SYSTEM). HOTMNT11 AND SIMNT26 MAINTAIN
      * OTHER FILES AND ARE NEVER REPLAYED HERE.
       01 WS-SYSTEM-TABLE-VALUES.
          05 FILLER PIC X(9) VALUE '1CRDMNT11'.
          05 FILLER PIC X(9) VALUE '1CHKAPL11'.
          05 FILLER PIC X(9) VALUE '2CUSMNT32'.
          05 FILLER PIC X(9) VALUE '3PRTMNT16'.
          05 FILLER PIC X(9) VALUE '4ACTMNT29'.
       01 WS-SYSTEM-TABLE REDEFINES WS-SYSTEM-TABLE-VALUES.
          05 WS-SYSTEM-ENTRY OCCURS 5 TIMES.
             10 WS-ST-SLOT PIC 9(1).
             10 WS-ST-SYSTEM PIC X(8).

      * WHERE EACH AUDITED FIELD SITS ON ITS MASTER (SLOT, MAU-FIELD
      * NAME, OFFSET, LENGTH), AS THE MAINTENANCE JOBS NAME THEM.
       01 WS-FIELD-MAP-VALUES.
          05 FILLER PIC X(15) VALUE '1NAME    017020'.
          05 FILLER PIC X(15) VALUE '1EXPIRY  037004'.
          05 FILLER PIC X(15) VALUE '1STATUS  041001'.
          05 FILLER PIC X(15) VALUE '1LIMIT   042007'.
          05 FILLER PIC X(15) VALUE '1CURRENCY049003'.
          05 FILLER PIC X(15) VALUE '1CREDIT  052009'.
          05 FILLER PIC X(15) VALUE '2STATUS  006001'.
          05 FILLER PIC X(15) VALUE '2REGION  007002'.
          05 FILLER PIC X(15) VALUE '2BALANCE 009009'.
          05 FILLER PIC X(15) VALUE '2CREDIT  018009'.
          05 FILLER PIC X(15) VALUE '2NAME    027025'.
          05 FILLER PIC X(15) VALUE '2ADDRESS 052025'.
          05 FILLER PIC X(15) VALUE '3PRICE   006005'.
          05 FILLER PIC X(15) VALUE '3STOCK   011005'.
          05 FILLER PIC X(15) VALUE '3BRKQTY  016005'.
          05 FILLER PIC X(15) VALUE '3BRKPRICE021005'.
          05 FILLER PIC X(15) VALUE '3COST    026005'.
          05 FILLER PIC X(15) VALUE '3REORDPT 031005'.
          05 FILLER PIC X(15) VALUE '3REORDQTY036005'.
          05 FILLER PIC X(15) VALUE '3VENDOR  041005'.
          05 FILLER PIC X(15) VALUE '3LEADDAYS046003'.
          05 FILLER PIC X(15) VALUE '4NAME    007025'.
          05 FILLER PIC X(15) VALUE '4STATUS  032001'.
          05 FILLER PIC X(15) VALUE '4LIMIT   033009'.
          05 FILLER PIC X(15) VALUE '4TYPE    042002'.
       01 WS-FIELD-MAP REDEFINES WS-FIELD-MAP-VALUES.
          05 WS-FIELD-ENTRY OCCURS 25 TIMES.
             10 WS-FM-SLOT PIC 9(1).
             10 WS-FM-FIELD PIC X(8).
             10 WS-FM-OFFSET PIC 9(3).
             10 WS-FM-LENGTH PIC 9(3).
       01 WS-TABLE-SUB PIC 9(2).
       01 WS-FIELD-OFFSET PIC 9(3).
       01 WS-FIELD-LENGTH PIC 9(3).

      * THE MASTER RECORD BEING RESTORED, READ OR CHANGED, WITH A
      * VIEW PER MASTER OF ITS CONTROL FIELD (THE ONE BKPMST47
      * TOTALS).
       01 WS-MASTER-REC PIC X(80).
       01 WS-CARD-VIEW REDEFINES WS-MASTER-REC.
          05 FILLER PIC X(51).
          05 WS-CARD-CREDIT-LIMIT PIC 9(7)V99.
          05 FILLER PIC X(20).
       01 WS-CUST-VIEW REDEFINES WS-MASTER-REC.
          05 FILLER PIC X(8).
          05 WS-CUST-CURRENT-BAL PIC 9(7)V99.
          05 FILLER PIC X(63).
       01 WS-PARTS-VIEW REDEFINES WS-MASTER-REC.
          05 FILLER PIC X(10).
          05 WS-PART-STOCK-QTY PIC 9(5).
          05 FILLER PIC X(65).
       01 WS-ACCT-VIEW REDEFINES WS-MASTER-REC.
          05 FILLER PIC X(32).
          05 WS-ACCT-LIMIT PIC 9(7)V99.
          05 FILLER PIC X(39).

      * THE BACKUP BEING RESTORED, AS THE INDEX RECORDS IT AND AS
      * IT READS BACK
       01 WS-BKP-TS PIC X(14).
       01 WS-BKP-CONTROL-FIELD PIC X(8).
       01 WS-BKP-INDEX-COUNT PIC 9(7).
       01 WS-BKP-INDEX-TOTAL PIC 9(13)V99.
       01 WS-BKP-READ-COUNT PIC 9(7) VALUE 0.
       01 WS-BKP-READ-TOTAL PIC 9(13)V99 VALUE 0.

      * THE CHANGE BEING REPLAYED AND ITS CONTROL-FIELD EFFECT. THE
      * EXPECTED TOTAL STARTS AT THE BACKUP TOTAL AND IS MOVED BY
      * EACH CHANGE, SO THE READ-BACK CAN BE TIED TO IT.
       01 WS-LAST-AUDIT-TS PIC X(14) VALUE LOW-VALUES.
       01 WS-REPLAY-KEY PIC X(16).
       01 WS-BEFORE-VALUE PIC X(25).
       01 WS-REPLAY-RESULT PIC X(12).
       01 WS-CTL-VALUE PIC 9(7)V99.
       01 WS-CTL-BEFORE PIC 9(7)V99.
       01 WS-EXPECTED-TOTAL PIC S9(13)V99 VALUE 0.
       01 WS-AFTER-TOTAL PIC 9(13)V99 VALUE 0.
       01 WS-EXPECTED-COUNT PIC S9(7) VALUE 0.

       COPY CARDMSK.

      * STATISTICS COUNTERS
       01 WS-COUNTERS.
          05 RECORDS-RESTORED PIC 9(7) VALUE 0.
          05 AUDIT-READ PIC 9(7) VALUE 0.
          05 CHANGES-SELECTED PIC 9(7) VALUE 0.
          05 FIELDS-APPLIED PIC 9(7) VALUE 0.
          05 ALREADY-IN-BACKUP PIC 9(7) VALUE 0.
          05 OLD-VALUE-DIFFERED PIC 9(7) VALUE 0.
          05 NOTHING-TO-REDO PIC 9(7) VALUE 0.
          05 CHANGES-NOT-APPLIED PIC 9(7) VALUE 0.
          05 RECORDS-ADDED PIC 9(7) VALUE 0.
          05 RECORDS-DELETED PIC 9(7) VALUE 0.
          05 RECORDS-AFTER PIC 9(7) VALUE 0.

      * REPORT LINES
       01 WS-TITLE-LINE.
          05 FILLER PIC X(38)
             VALUE 'MASTER RECOVERY VERIFICATION REPORT - '.
          05 TTL-MASTER PIC X(8).
          05 FILLER PIC X(13) VALUE ' - RUN DATE: '.
          05 TTL-RUN-DATE PIC X(8).
          05 FILLER PIC X(65) VALUE SPACES.

       01 WS-BACKUP-LINE.
          05 FILLER PIC X(21) VALUE 'RESTORED FROM BACKUP '.
          05 BKL-CYCLE PIC X(8).
          05 FILLER PIC X(8) VALUE ' TAKEN: '.
          05 BKL-TS PIC X(14).
          05 FILLER PIC X(81) VALUE SPACES.

       01 WS-REPLAY-RANGE-LINE.
          05 FILLER PIC X(41)
             VALUE 'AUDITED MAINTENANCE REPLAYED FROM STAMP: '.
          05 RRL-FROM PIC X(14).
          05 FILLER PIC X(10) VALUE ' THROUGH: '.
          05 RRL-UNTIL PIC X(14).
          05 FILLER PIC X(53) VALUE SPACES.

       01 WS-SECTION-LINE.
          05 SEC-TEXT PIC X(60).
          05 FILLER PIC X(72) VALUE SPACES.

       01 WS-CONTROL-LINE.
          05 FILLER PIC X(2) VALUE SPACES.
          05 CTL-LABEL PIC X(30).
          05 FILLER PIC X(9) VALUE ' RECORDS '.
          05 CTL-COUNT PIC Z(6)9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 CTL-FIELD PIC X(8).
          05 FILLER PIC X(7) VALUE ' TOTAL '.
          05 CTL-TOTAL PIC -(13)9.99.
          05 FILLER PIC X(50) VALUE SPACES.

       01 WS-COUNT-LINE.
          05 FILLER PIC X(2) VALUE SPACES.
          05 CNT-LABEL PIC X(39).
          05 CNT-VALUE PIC Z(6)9.
          05 FILLER PIC X(84) VALUE SPACES.

       01 WS-DETAIL-HEADING.
          05 FILLER PIC X(15) VALUE 'AUDIT STAMP'.
          05 FILLER PIC X(9) VALUE 'JOB'.
          05 FILLER PIC X(2) VALUE 'A'.
          05 FILLER PIC X(17) VALUE 'KEY'.
          05 FILLER PIC X(9) VALUE 'FIELD'.
          05 FILLER PIC X(26) VALUE 'BEFORE (RESTORED MASTER)'.
          05 FILLER PIC X(26) VALUE 'AFTER'.
          05 FILLER PIC X(28) VALUE 'RESULT'.

       01 WS-DETAIL-LINE.
          05 DTL-TIMESTAMP PIC X(14).
          05 FILLER PIC X(1) VALUE SPACE.
          05 DTL-SYSTEM PIC X(8).
          05 FILLER PIC X(1) VALUE SPACE.
          05 DTL-ACTION PIC X(1).
          05 FILLER PIC X(1) VALUE SPACE.
          05 DTL-KEY PIC X(16).
          05 FILLER PIC X(1) VALUE SPACE.
          05 DTL-FIELD PIC X(8).
          05 FILLER PIC X(1) VALUE SPACE.
          05 DTL-BEFORE PIC X(25).
          05 FILLER PIC X(1) VALUE SPACE.
          05 DTL-AFTER PIC X(25).
          05 FILLER PIC X(1) VALUE SPACE.
          05 DTL-RESULT PIC X(12).
          05 FILLER PIC X(16) VALUE SPACES.

       01 WS-OLD-VALUE-LINE.
          05 FILLER PIC X(52) VALUE SPACES.
          05 FILLER PIC X(17) VALUE 'AUDIT OLD VALUE: '.
          05 OVL-OLD-VALUE PIC X(25).
          05 FILLER PIC X(38) VALUE SPACES.

       01 WS-VERDICT-LINE.
          05 VRD-TEXT PIC X(60).
          05 FILLER PIC X(72) VALUE SPACES.

      **********************************************
      * READ THE REQUEST -> FIND THE BACKUP -> VERIFY IT -> RELOAD
      * THE MASTER -> REPLAY THE AUDIT TRAIL -> READ BACK AND TIE
      * OUT -> STATUS.
      **********************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM SET-BST-START-TS.
           PERFORM OPEN-STATUS-LOG.
           PERFORM READ-REQUEST-CARDS.
           PERFORM LOOK-UP-BACKUP-INDEX.
           PERFORM OPEN-REPORT-FILE.
           PERFORM WRITE-REPORT-HEADINGS.
           PERFORM VERIFY-BACKUP.
           PERFORM RESTORE-MASTER.
           PERFORM REPLAY-AUDIT-TRAIL.
           PERFORM VERIFY-RECOVERED-MASTER.
           PERFORM WRITE-REPORT-SUMMARY.
           CLOSE REPORT-FILE.
           PERFORM WRITE-BATCH-STATUS.
           DISPLAY 'MASTER RECOVERY COMPLETE: ' WS-REQ-MASTER.
           DISPLAY 'RECORDS RESTORED:    ' RECORDS-RESTORED.
           DISPLAY 'CHANGES REPLAYED:    ' CHANGES-SELECTED.
           DISPLAY 'CHANGES NOT APPLIED: ' CHANGES-NOT-APPLIED.
           DISPLAY 'OLD VALUE DIFFERED:  ' OLD-VALUE-DIFFERED.
           DISPLAY 'RECORDS ON MASTER:   ' RECORDS-AFTER.
           IF RECOVERY-VERIFIED
              MOVE 0 TO RETURN-CODE
           ELSE
              DISPLAY 'RECOVERY NEEDS REVIEW - SEE REPORT'
              MOVE 4 TO RETURN-CODE
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
      * READS THE 'MASTER=', 'DATE=' AND 'UNTIL=' SYSIN CARDS AND
      * FINDS THE MASTER'S SLOT.
      **********************************************
       READ-REQUEST-CARDS.
           OPEN INPUT SYSIN-FILE.
           IF SYSIN-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING SYSIN FILE: ' SYSIN-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.
           PERFORM UNTIL SYSIN-EOF
              READ SYSIN-FILE
                AT END
                   SET SYSIN-EOF TO TRUE
                NOT AT END
                   IF SYSIN-REC(1:7) = 'MASTER='
                      MOVE SYSIN-REC(8:8) TO WS-REQ-MASTER
                   ELSE
                      IF SYSIN-REC(1:5) = 'DATE='
                         MOVE SYSIN-REC(6:8) TO WS-REQ-DATE
                      ELSE
                         IF SYSIN-REC(1:6) = 'UNTIL='
                            MOVE SYSIN-REC(7:14) TO WS-REQ-UNTIL
                         END-IF
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           CLOSE SYSIN-FILE.
           IF WS-REQ-MASTER = SPACES OR WS-REQ-DATE = SPACES
              DISPLAY 'ERROR: SYSIN NEEDS MASTER= AND DATE= CARDS'
              PERFORM ABEND-WITH-STATUS
           END-IF.
           PERFORM VARYING WS-TABLE-SUB FROM 1 BY 1
                   UNTIL WS-TABLE-SUB > 4
              IF WS-MT-NAME(WS-TABLE-SUB) = WS-REQ-MASTER
                 MOVE WS-TABLE-SUB TO WS-SLOT
                 MOVE WS-MT-KEY-LENGTH(WS-TABLE-SUB) TO WS-KEY-LENGTH
              END-IF
           END-PERFORM.
           IF WS-SLOT = 0
              DISPLAY 'ERROR: MASTER MUST BE CARD, CUSTOMER, PARTS '
                      'OR ACCOUNT: ' WS-REQ-MASTER
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * SCANS THE BACKUP INDEX FOR THE MASTER AND CYCLE. THE LAST
      * MATCHING RECORD WINS - A RERUN BACKUP REPLACES THE FIRST.
      **********************************************
       LOOK-UP-BACKUP-INDEX.
           OPEN INPUT BACKUP-INDEX.
           IF INDEX-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING BACKUP INDEX: ' INDEX-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.
           PERFORM UNTIL INDEX-EOF
              READ BACKUP-INDEX
                AT END
                   SET INDEX-EOF TO TRUE
                NOT AT END
                   IF MBK-MASTER = WS-REQ-MASTER
                      AND MBK-CYCLE-DATE = WS-REQ-DATE
                      SET INDEX-FOUND TO TRUE
                      MOVE MBK-BACKUP-TS TO WS-BKP-TS
                      MOVE MBK-CONTROL-FIELD TO WS-BKP-CONTROL-FIELD
                      MOVE MBK-RECORD-COUNT TO WS-BKP-INDEX-COUNT
                      MOVE MBK-CONTROL-TOTAL TO WS-BKP-INDEX-TOTAL
                   END-IF
              END-READ
           END-PERFORM.
           CLOSE BACKUP-INDEX.
           IF NOT INDEX-FOUND
              DISPLAY 'RECOVERY FAILED: NO BACKUP OF ' WS-REQ-MASTER
              DISPLAY 'INDEXED FOR CYCLE ' WS-REQ-DATE
              PERFORM ABEND-WITH-STATUS
           END-IF.
           MOVE WS-BKP-INDEX-TOTAL TO WS-EXPECTED-TOTAL.

       OPEN-REPORT-FILE.
           OPEN OUTPUT REPORT-FILE.
           IF REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING REPORT FILE: ' REPORT-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

       WRITE-REPORT-HEADINGS.
           MOVE WS-REQ-MASTER TO TTL-MASTER.
           MOVE WS-BST-START-TS(1:8) TO TTL-RUN-DATE.
           MOVE WS-TITLE-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-REQ-DATE TO BKL-CYCLE.
           MOVE WS-BKP-TS TO BKL-TS.
           MOVE WS-BACKUP-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-BKP-TS TO RRL-FROM.
           IF WS-REQ-UNTIL = SPACES
              MOVE 'END OF TRAIL' TO RRL-UNTIL
           ELSE
              MOVE WS-REQ-UNTIL TO RRL-UNTIL
           END-IF.
           MOVE WS-REPLAY-RANGE-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'BEFORE - BACKUP CONTROLS' TO SEC-TEXT.
           MOVE WS-SECTION-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.

      **********************************************
      * READS THE WHOLE BACKUP GENERATION BEFORE THE MASTER IS
      * TOUCHED AND TIES IT TO THE INDEX. A GENERATION THAT DOES
      * NOT TIE FAILS THE RUN WITH THE MASTER AS IT WAS.
      **********************************************
       VERIFY-BACKUP.
           PERFORM OPEN-BACKUP-FILE.
           PERFORM READ-BACKUP-RECORD.
           PERFORM UNTIL BACKUP-EOF
              ADD 1 TO WS-BKP-READ-COUNT
              PERFORM GET-CONTROL-VALUE
              ADD WS-CTL-VALUE TO WS-BKP-READ-TOTAL
              PERFORM READ-BACKUP-RECORD
           END-PERFORM.
           PERFORM CLOSE-BACKUP-FILE.
           MOVE 'INDEX CONTROL RECORD' TO CTL-LABEL.
           MOVE WS-BKP-INDEX-COUNT TO CTL-COUNT.
           MOVE WS-BKP-INDEX-TOTAL TO CTL-TOTAL.
           PERFORM WRITE-CONTROL-LINE.
           MOVE 'BACKUP GENERATION AS READ' TO CTL-LABEL.
           MOVE WS-BKP-READ-COUNT TO CTL-COUNT.
           MOVE WS-BKP-READ-TOTAL TO CTL-TOTAL.
           PERFORM WRITE-CONTROL-LINE.
           IF WS-BKP-READ-COUNT NOT = WS-BKP-INDEX-COUNT
              OR WS-BKP-READ-TOTAL NOT = WS-BKP-INDEX-TOTAL
              MOVE 'BACKUP DOES NOT TIE TO ITS INDEX - NOT RESTORED'
                   TO VRD-TEXT
              MOVE WS-VERDICT-LINE TO REPORT-REC
              PERFORM WRITE-REPORT-LINE
              CLOSE REPORT-FILE
              DISPLAY 'RECOVERY FAILED: BACKUP GENERATION DOES NOT '
                      'TIE TO THE BACKUP INDEX'
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * RELOADS THE MASTER FROM THE VERIFIED BACKUP, IN KEY ORDER
      * AS BKPMST47 WROTE IT.
      **********************************************
       RESTORE-MASTER.
           PERFORM OPEN-BACKUP-FILE.
           PERFORM OPEN-MASTER-OUTPUT.
           PERFORM READ-BACKUP-RECORD.
           PERFORM UNTIL BACKUP-EOF
              PERFORM WRITE-MASTER-RECORD
              IF MASTER-STATUS NOT = '00'
                 DISPLAY 'ERROR LOADING ' WS-REQ-MASTER
                         ' MASTER: ' MASTER-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
              ADD 1 TO RECORDS-RESTORED
              PERFORM READ-BACKUP-RECORD
           END-PERFORM.
           PERFORM CLOSE-BACKUP-FILE.
           PERFORM CLOSE-MASTER-FILE.
           MOVE 'MASTER AS RESTORED' TO CTL-LABEL.
           MOVE RECORDS-RESTORED TO CTL-COUNT.
           MOVE WS-BKP-READ-TOTAL TO CTL-TOTAL.
           PERFORM WRITE-CONTROL-LINE.
           MOVE RECORDS-RESTORED TO WS-EXPECTED-COUNT.

      **********************************************
      * REPLAYS THE SELECTED AUDIT RECORDS AGAINST THE RESTORED
      * MASTER, ONE LINE EACH ON THE REPORT. THE TRAIL MUST BE IN
      * TIMESTAMP ORDER OR A LATER VALUE COULD BE OVERLAID BY AN
      * EARLIER ONE.
      **********************************************
       REPLAY-AUDIT-TRAIL.
           OPEN INPUT AUDIT-FILE.
           IF AUDIT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING AUDIT TRAIL: ' AUDIT-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.
           PERFORM OPEN-MASTER-IO.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'REPLAYED MAINTENANCE' TO SEC-TEXT.
           MOVE WS-SECTION-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-DETAIL-HEADING TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           PERFORM UNTIL AUDIT-EOF
              READ AUDIT-FILE
                AT END
                   SET AUDIT-EOF TO TRUE
                NOT AT END
                   ADD 1 TO AUDIT-READ
                   IF MAU-TIMESTAMP < WS-LAST-AUDIT-TS
                      DISPLAY 'ERROR: AUDIT TRAIL NOT IN TIMESTAMP '
                              'ORDER AT RECORD ' AUDIT-READ
                      PERFORM ABEND-WITH-STATUS
                   END-IF
                   MOVE MAU-TIMESTAMP TO WS-LAST-AUDIT-TS
                   PERFORM SELECT-AUDIT-RECORD
                   IF CHANGE-SELECTED
                      PERFORM REPLAY-ONE-CHANGE
                   END-IF
              END-READ
           END-PERFORM.
           CLOSE AUDIT-FILE.
           PERFORM CLOSE-MASTER-FILE.

      **********************************************
      * A RECORD IS REPLAYED WHEN ONE OF THIS MASTER'S JOBS APPLIED
      * IT AT OR AFTER THE BACKUP STAMP (A CHANGE IN THE SAME SECOND
      * MAY OR MAY NOT BE IN THE BACKUP - THE REPLAY SORTS THAT OUT)
      * AND NOT AFTER THE 'UNTIL=' STAMP.
      **********************************************
       SELECT-AUDIT-RECORD.
           MOVE 'N' TO WS-CHANGE-SELECTED.
           MOVE 'N' TO WS-SYSTEM-FOUND.
           PERFORM VARYING WS-TABLE-SUB FROM 1 BY 1
                   UNTIL WS-TABLE-SUB > 5
              IF WS-ST-SLOT(WS-TABLE-SUB) = WS-SLOT
                 AND WS-ST-SYSTEM(WS-TABLE-SUB) = MAU-SYSTEM
                 SET SYSTEM-FOUND TO TRUE
              END-IF
           END-PERFORM.
           IF SYSTEM-FOUND
              AND MAU-APPLIED
              AND MAU-TIMESTAMP NOT < WS-BKP-TS
              IF WS-REQ-UNTIL = SPACES
                 OR MAU-TIMESTAMP NOT > WS-REQ-UNTIL
                 SET CHANGE-SELECTED TO TRUE
              END-IF
           END-IF.

      **********************************************
      * REPLAYS ONE AUDIT RECORD: A PARTS DISCONTINUE, A FIELD
      * CHANGE, OR (BLANK FIELD) A CHANGE THAT MOVED NOTHING AND
      * HAS NOTHING TO REDO.
      **********************************************
       REPLAY-ONE-CHANGE.
           ADD 1 TO CHANGES-SELECTED.
           MOVE SPACES TO WS-REPLAY-KEY.
           MOVE MAU-KEY(1:WS-KEY-LENGTH) TO WS-REPLAY-KEY.
           MOVE SPACES TO WS-BEFORE-VALUE.
           IF MAU-FIELD = SPACES
              IF SLOT-PARTS AND MAU-ACTION = 'D'
                 PERFORM REPLAY-DELETE
              ELSE
                 ADD 1 TO NOTHING-TO-REDO
              END-IF
           ELSE
              PERFORM REPLAY-FIELD-CHANGE
           END-IF.

      **********************************************
      * PUTS THE AUDITED NEW VALUE IN ITS FIELD, CHECKING FIRST
      * WHAT THE RESTORED MASTER HELD AGAINST THE AUDITED OLD
      * VALUE. AN ADD STARTS THE RECORD IF IT IS NOT THERE YET.
      **********************************************
       REPLAY-FIELD-CHANGE.
           PERFORM FIND-FIELD-MAP.
           IF NOT FIELD-FOUND
              MOVE 'BAD FIELD' TO WS-REPLAY-RESULT
              PERFORM NOTE-CHANGE-NOT-APPLIED
           ELSE
              PERFORM READ-MASTER-BY-KEY
              IF NOT MASTER-FOUND AND MAU-ACTION NOT = 'A'
                 MOVE 'NO RECORD' TO WS-REPLAY-RESULT
                 PERFORM NOTE-CHANGE-NOT-APPLIED
              ELSE
                 IF NOT MASTER-FOUND
                    MOVE SPACES TO WS-MASTER-REC
                    MOVE WS-REPLAY-KEY(1:WS-KEY-LENGTH)
                         TO WS-MASTER-REC(1:WS-KEY-LENGTH)
                 END-IF
                 MOVE WS-MASTER-REC(WS-FIELD-OFFSET:WS-FIELD-LENGTH)
                      TO WS-BEFORE-VALUE
                 PERFORM GET-CONTROL-VALUE
                 MOVE WS-CTL-VALUE TO WS-CTL-BEFORE
                 EVALUATE TRUE
                     WHEN WS-BEFORE-VALUE(1:WS-FIELD-LENGTH)
                          = MAU-OLD-VALUE(1:WS-FIELD-LENGTH)
                       MOVE 'APPLIED' TO WS-REPLAY-RESULT
                     WHEN WS-BEFORE-VALUE(1:WS-FIELD-LENGTH)
                          = MAU-NEW-VALUE(1:WS-FIELD-LENGTH)
                       MOVE 'IN BACKUP' TO WS-REPLAY-RESULT
                     WHEN OTHER
                       MOVE 'OLD DIFFERS' TO WS-REPLAY-RESULT
                 END-EVALUATE
                 IF WS-REPLAY-RESULT = 'IN BACKUP'
                    ADD 1 TO ALREADY-IN-BACKUP
                 ELSE
                    MOVE MAU-NEW-VALUE(1:WS-FIELD-LENGTH)
                         TO WS-MASTER-REC(WS-FIELD-OFFSET:
                                          WS-FIELD-LENGTH)
                    PERFORM STORE-CHANGED-RECORD
                    PERFORM GET-CONTROL-VALUE
                    ADD WS-CTL-VALUE TO WS-EXPECTED-TOTAL
                    SUBTRACT WS-CTL-BEFORE FROM WS-EXPECTED-TOTAL
                    ADD 1 TO FIELDS-APPLIED
                    IF WS-REPLAY-RESULT = 'OLD DIFFERS'
                       ADD 1 TO OLD-VALUE-DIFFERED
                       SET RECOVERY-NEEDS-REVIEW TO TRUE
                    END-IF
                 END-IF
                 PERFORM WRITE-DETAIL-LINE
              END-IF
           END-IF.

      **********************************************
      * REWRITES A RECORD THAT WAS ON THE MASTER, OR WRITES THE
      * ONE AN ADD HAS JUST STARTED.
      **********************************************
       STORE-CHANGED-RECORD.
           IF MASTER-FOUND
              PERFORM REWRITE-MASTER-RECORD
           ELSE
              PERFORM WRITE-MASTER-RECORD
              IF MASTER-STATUS = '00'
                 ADD 1 TO RECORDS-ADDED
                 ADD 1 TO WS-EXPECTED-COUNT
                 SET MASTER-FOUND TO TRUE
              END-IF
           END-IF.
           IF MASTER-STATUS NOT = '00'
              DISPLAY 'ERROR UPDATING ' WS-REQ-MASTER
                      ' MASTER: ' MASTER-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * A PARTS DISCONTINUE: THE PART COMES OFF THE MASTER AND ITS
      * STOCK OFF THE EXPECTED CONTROL TOTAL.
      **********************************************
       REPLAY-DELETE.
           PERFORM READ-MASTER-BY-KEY.
           IF NOT MASTER-FOUND
              MOVE 'NO RECORD' TO WS-REPLAY-RESULT
              PERFORM NOTE-CHANGE-NOT-APPLIED
           ELSE
              PERFORM GET-CONTROL-VALUE
              SUBTRACT WS-CTL-VALUE FROM WS-EXPECTED-TOTAL
              PERFORM DELETE-MASTER-RECORD
              IF MASTER-STATUS NOT = '00'
                 DISPLAY 'ERROR DELETING FROM ' WS-REQ-MASTER
                         ' MASTER: ' MASTER-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
              ADD 1 TO RECORDS-DELETED
              SUBTRACT 1 FROM WS-EXPECTED-COUNT
              MOVE 'DELETED' TO WS-REPLAY-RESULT
              PERFORM WRITE-DETAIL-LINE
           END-IF.

      **********************************************
      * AN AUDIT RECORD THAT CANNOT BE REPLAYED IS LISTED AND THE
      * RECOVERY FLAGGED FOR REVIEW.
      **********************************************
       NOTE-CHANGE-NOT-APPLIED.
           ADD 1 TO CHANGES-NOT-APPLIED.
           SET RECOVERY-NEEDS-REVIEW TO TRUE.
           PERFORM WRITE-DETAIL-LINE.

      **********************************************
      * FINDS THE AUDITED FIELD'S OFFSET AND LENGTH ON THIS MASTER.
      **********************************************
       FIND-FIELD-MAP.
           MOVE 'N' TO WS-FIELD-FOUND.
           PERFORM VARYING WS-TABLE-SUB FROM 1 BY 1
                   UNTIL WS-TABLE-SUB > 25 OR FIELD-FOUND
              IF WS-FM-SLOT(WS-TABLE-SUB) = WS-SLOT
                 AND WS-FM-FIELD(WS-TABLE-SUB) = MAU-FIELD
                 SET FIELD-FOUND TO TRUE
                 MOVE WS-FM-OFFSET(WS-TABLE-SUB) TO WS-FIELD-OFFSET
                 MOVE WS-FM-LENGTH(WS-TABLE-SUB) TO WS-FIELD-LENGTH
              END-IF
           END-PERFORM.

      **********************************************
      * ONE REPORT LINE FOR THE CHANGE JUST REPLAYED. THE AFTER
      * VALUE IS THE AUDITED NEW VALUE WHEN IT WENT ON; A CHANGE
      * NOT APPLIED SHOWS NONE. AN OLD DIFFERS LINE IS FOLLOWED
      * BY THE OLD VALUE THE AUDIT EXPECTED.
      **********************************************
       WRITE-DETAIL-LINE.
           MOVE MAU-TIMESTAMP TO DTL-TIMESTAMP.
           MOVE MAU-SYSTEM TO DTL-SYSTEM.
           MOVE MAU-ACTION TO DTL-ACTION.
           IF SLOT-CARD
              SET CM-MASK-NUMBER TO TRUE
              MOVE WS-REPLAY-KEY TO CM-CARD-NUMBER
              CALL 'CRDMSK11' USING WS-CARDMSK-REQUEST END-CALL
              MOVE CM-MASKED-NUMBER TO DTL-KEY
           ELSE
              MOVE WS-REPLAY-KEY TO DTL-KEY
           END-IF.
           MOVE MAU-FIELD TO DTL-FIELD.
           MOVE WS-BEFORE-VALUE TO DTL-BEFORE.
           IF WS-REPLAY-RESULT = 'APPLIED'
              OR WS-REPLAY-RESULT = 'IN BACKUP'
              OR WS-REPLAY-RESULT = 'OLD DIFFERS'
              MOVE MAU-NEW-VALUE TO DTL-AFTER
           ELSE
              MOVE SPACES TO DTL-AFTER
           END-IF.
           MOVE WS-REPLAY-RESULT TO DTL-RESULT.
           MOVE WS-DETAIL-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           IF WS-REPLAY-RESULT = 'OLD DIFFERS'
              MOVE MAU-OLD-VALUE TO OVL-OLD-VALUE
              MOVE WS-OLD-VALUE-LINE TO REPORT-REC
              PERFORM WRITE-REPORT-LINE
           END-IF.

      **********************************************
      * READS THE RECOVERED MASTER BACK END TO END AND TIES ITS
      * RECORD COUNT AND CONTROL TOTAL TO WHAT THE RESTORE AND
      * REPLAY SHOULD HAVE LEFT.
      **********************************************
       VERIFY-RECOVERED-MASTER.
           PERFORM OPEN-MASTER-INPUT.
           PERFORM READ-MASTER-NEXT.
           PERFORM UNTIL MASTER-EOF
              ADD 1 TO RECORDS-AFTER
              PERFORM GET-CONTROL-VALUE
              ADD WS-CTL-VALUE TO WS-AFTER-TOTAL
              PERFORM READ-MASTER-NEXT
           END-PERFORM.
           PERFORM CLOSE-MASTER-FILE.
           IF RECORDS-AFTER NOT = WS-EXPECTED-COUNT
              OR WS-AFTER-TOTAL NOT = WS-EXPECTED-TOTAL
              SET RECOVERY-NEEDS-REVIEW TO TRUE
           END-IF.

      **********************************************
      * THE AFTER SECTION: THE TIE-OUT, THE REPLAY COUNTS, AND
      * THE VERDICT.
      **********************************************
       WRITE-REPORT-SUMMARY.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'AFTER - RECOVERED MASTER' TO SEC-TEXT.
           MOVE WS-SECTION-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'EXPECTED (RESTORED + REPLAY)' TO CTL-LABEL.
           MOVE WS-EXPECTED-COUNT TO CTL-COUNT.
           MOVE WS-EXPECTED-TOTAL TO CTL-TOTAL.
           PERFORM WRITE-CONTROL-LINE.
           MOVE 'MASTER AS READ BACK' TO CTL-LABEL.
           MOVE RECORDS-AFTER TO CTL-COUNT.
           MOVE WS-AFTER-TOTAL TO CTL-TOTAL.
           PERFORM WRITE-CONTROL-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'RECORDS RESTORED FROM BACKUP' TO CNT-LABEL.
           MOVE RECORDS-RESTORED TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE 'RECORDS ADDED BY REPLAY' TO CNT-LABEL.
           MOVE RECORDS-ADDED TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE 'RECORDS DELETED BY REPLAY' TO CNT-LABEL.
           MOVE RECORDS-DELETED TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE 'AUDIT RECORDS READ' TO CNT-LABEL.
           MOVE AUDIT-READ TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE 'AUDIT RECORDS REPLAYED' TO CNT-LABEL.
           MOVE CHANGES-SELECTED TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE 'FIELD CHANGES APPLIED' TO CNT-LABEL.
           MOVE FIELDS-APPLIED TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE 'ALREADY IN THE BACKUP' TO CNT-LABEL.
           MOVE ALREADY-IN-BACKUP TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE 'NO FIELD MOVED - NOTHING TO REDO' TO CNT-LABEL.
           MOVE NOTHING-TO-REDO TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE 'APPLIED, OLD VALUE DIFFERED' TO CNT-LABEL.
           MOVE OLD-VALUE-DIFFERED TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE 'NOT APPLIED (EXCEPTIONS)' TO CNT-LABEL.
           MOVE CHANGES-NOT-APPLIED TO CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF RECOVERY-VERIFIED
              MOVE 'RECOVERY VERIFIED - TIES TO BACKUP PLUS REPLAY'
                   TO VRD-TEXT
           ELSE
              MOVE 'RECOVERY NEEDS REVIEW - SEE EXCEPTIONS AND TIE-OUT'
                   TO VRD-TEXT
           END-IF.
           MOVE WS-VERDICT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'BATCH POSTINGS SINCE THE BACKUP ARE NOT ON THE AUDIT'
                TO VRD-TEXT.
           MOVE WS-VERDICT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'TRAIL - RERUN THOSE JOBS AGAINST THIS MASTER'
                TO VRD-TEXT.
           MOVE WS-VERDICT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.

       WRITE-CONTROL-LINE.
           MOVE WS-BKP-CONTROL-FIELD TO CTL-FIELD.
           MOVE WS-CONTROL-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.

       WRITE-COUNT-LINE.
           MOVE WS-COUNT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           WRITE REPORT-REC.
           IF REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING REPORT FILE: ' REPORT-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.
           MOVE SPACES TO REPORT-REC.

      **********************************************
      * THE CONTROL FIELD OF WS-MASTER-REC FOR THIS MASTER, ZERO
      * WHEN IT IS NOT NUMERIC (A RECORD AN ADD HAS ONLY STARTED).
      **********************************************
       GET-CONTROL-VALUE.
           MOVE 0 TO WS-CTL-VALUE.
           EVALUATE TRUE
               WHEN SLOT-CARD
                 IF WS-CARD-CREDIT-LIMIT NUMERIC
                    MOVE WS-CARD-CREDIT-LIMIT TO WS-CTL-VALUE
                 END-IF
               WHEN SLOT-CUSTOMER
                 IF WS-CUST-CURRENT-BAL NUMERIC
                    MOVE WS-CUST-CURRENT-BAL TO WS-CTL-VALUE
                 END-IF
               WHEN SLOT-PARTS
                 IF WS-PART-STOCK-QTY NUMERIC
                    MOVE WS-PART-STOCK-QTY TO WS-CTL-VALUE
                 END-IF
               WHEN SLOT-ACCOUNT
                 IF WS-ACCT-LIMIT NUMERIC
                    MOVE WS-ACCT-LIMIT TO WS-CTL-VALUE
                 END-IF
           END-EVALUATE.

      **********************************************
      * BACKUP GENERATION I/O FOR THE MASTER IN WS-SLOT. EACH READ
      * LEAVES THE RECORD IN WS-MASTER-REC.
      **********************************************
       OPEN-BACKUP-FILE.
           MOVE 'N' TO WS-BACKUP-EOF.
           EVALUATE TRUE
               WHEN SLOT-CARD
                 OPEN INPUT BK1-FILE
               WHEN SLOT-CUSTOMER
                 OPEN INPUT BK2-FILE
               WHEN SLOT-PARTS
                 OPEN INPUT BK3-FILE
               WHEN SLOT-ACCOUNT
                 OPEN INPUT BK4-FILE
           END-EVALUATE.
           IF BACKUP-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING BACKUP GENERATION: '
                       BACKUP-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

       READ-BACKUP-RECORD.
           MOVE SPACES TO WS-MASTER-REC.
           EVALUATE TRUE
               WHEN SLOT-CARD
                 READ BK1-FILE
                   AT END
                      SET BACKUP-EOF TO TRUE
                   NOT AT END
                      MOVE BK1-REC TO WS-MASTER-REC
                 END-READ
               WHEN SLOT-CUSTOMER
                 READ BK2-FILE
                   AT END
                      SET BACKUP-EOF TO TRUE
                   NOT AT END
                      MOVE BK2-REC TO WS-MASTER-REC
                 END-READ
               WHEN SLOT-PARTS
                 READ BK3-FILE
                   AT END
                      SET BACKUP-EOF TO TRUE
                   NOT AT END
                      MOVE BK3-REC TO WS-MASTER-REC
                 END-READ
               WHEN SLOT-ACCOUNT
                 READ BK4-FILE
                   AT END
                      SET BACKUP-EOF TO TRUE
                   NOT AT END
                      MOVE BK4-REC TO WS-MASTER-REC
                 END-READ
           END-EVALUATE.
           IF NOT BACKUP-EOF AND BACKUP-STATUS NOT = '00'
              DISPLAY 'ERROR READING BACKUP GENERATION: '
                       BACKUP-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

       CLOSE-BACKUP-FILE.
           EVALUATE TRUE
               WHEN SLOT-CARD
                 CLOSE BK1-FILE
               WHEN SLOT-CUSTOMER
                 CLOSE BK2-FILE
               WHEN SLOT-PARTS
                 CLOSE BK3-FILE
               WHEN SLOT-ACCOUNT
                 CLOSE BK4-FILE
           END-EVALUATE.

      **********************************************
      * MASTER I/O FOR THE MASTER IN WS-SLOT, THROUGH WS-MASTER-REC.
      * OUTPUT RELOADS IT, I-O REPLAYS AGAINST IT, INPUT READS IT
      * BACK.
      **********************************************
       OPEN-MASTER-OUTPUT.
           EVALUATE TRUE
               WHEN SLOT-CARD
                 OPEN OUTPUT CARD-MASTER-FILE
               WHEN SLOT-CUSTOMER
                 OPEN OUTPUT CUST-MASTER-FILE
               WHEN SLOT-PARTS
                 OPEN OUTPUT PARTS-MASTER-FILE
               WHEN SLOT-ACCOUNT
                 OPEN OUTPUT ACCT-MASTER-FILE
           END-EVALUATE.
           IF MASTER-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING ' WS-REQ-MASTER
                      ' MASTER FOR RELOAD: ' MASTER-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

       OPEN-MASTER-IO.
           EVALUATE TRUE
               WHEN SLOT-CARD
                 OPEN I-O CARD-MASTER-FILE
               WHEN SLOT-CUSTOMER
                 OPEN I-O CUST-MASTER-FILE
               WHEN SLOT-PARTS
                 OPEN I-O PARTS-MASTER-FILE
               WHEN SLOT-ACCOUNT
                 OPEN I-O ACCT-MASTER-FILE
           END-EVALUATE.
           IF MASTER-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING ' WS-REQ-MASTER
                      ' MASTER FOR REPLAY: ' MASTER-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

       OPEN-MASTER-INPUT.
           MOVE 'N' TO WS-MASTER-EOF.
           EVALUATE TRUE
               WHEN SLOT-CARD
                 OPEN INPUT CARD-MASTER-FILE
               WHEN SLOT-CUSTOMER
                 OPEN INPUT CUST-MASTER-FILE
               WHEN SLOT-PARTS
                 OPEN INPUT PARTS-MASTER-FILE
               WHEN SLOT-ACCOUNT
                 OPEN INPUT ACCT-MASTER-FILE
           END-EVALUATE.
           IF MASTER-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING ' WS-REQ-MASTER
                      ' MASTER FOR READ-BACK: ' MASTER-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

       CLOSE-MASTER-FILE.
           EVALUATE TRUE
               WHEN SLOT-CARD
                 CLOSE CARD-MASTER-FILE
               WHEN SLOT-CUSTOMER
                 CLOSE CUST-MASTER-FILE
               WHEN SLOT-PARTS
                 CLOSE PARTS-MASTER-FILE
               WHEN SLOT-ACCOUNT
                 CLOSE ACCT-MASTER-FILE
           END-EVALUATE.

      * STATUS '23' (NO SUCH KEY) IS AN ANSWER, NOT AN ERROR.
       READ-MASTER-BY-KEY.
           MOVE 'N' TO WS-MASTER-FOUND.
           MOVE SPACES TO WS-MASTER-REC.
           EVALUATE TRUE
               WHEN SLOT-CARD
                 MOVE WS-REPLAY-KEY TO CARD-RCV-NUMBER
                 READ CARD-MASTER-FILE
                 MOVE CARD-MASTER-REC TO WS-MASTER-REC
               WHEN SLOT-CUSTOMER
                 MOVE WS-REPLAY-KEY TO CUST-RCV-ID
                 READ CUST-MASTER-FILE
                 MOVE CUST-MASTER-REC TO WS-MASTER-REC
               WHEN SLOT-PARTS
                 MOVE WS-REPLAY-KEY TO PART-RCV-ID
                 READ PARTS-MASTER-FILE
                 MOVE PARTS-MASTER-REC TO WS-MASTER-REC
               WHEN SLOT-ACCOUNT
                 MOVE WS-REPLAY-KEY TO ACCT-RCV-ID
                 READ ACCT-MASTER-FILE
                 MOVE ACCT-MASTER-REC TO WS-MASTER-REC
           END-EVALUATE.
           EVALUATE MASTER-STATUS
               WHEN '00'
                 SET MASTER-FOUND TO TRUE
               WHEN '23'
                 MOVE SPACES TO WS-MASTER-REC
               WHEN OTHER
                 DISPLAY 'ERROR READING ' WS-REQ-MASTER
                         ' MASTER: ' MASTER-STATUS
                 PERFORM ABEND-WITH-STATUS
           END-EVALUATE.

       READ-MASTER-NEXT.
           MOVE SPACES TO WS-MASTER-REC.
           EVALUATE TRUE
               WHEN SLOT-CARD
                 READ CARD-MASTER-FILE NEXT RECORD
                   AT END
                      SET MASTER-EOF TO TRUE
                   NOT AT END
                      MOVE CARD-MASTER-REC TO WS-MASTER-REC
                 END-READ
               WHEN SLOT-CUSTOMER
                 READ CUST-MASTER-FILE NEXT RECORD
                   AT END
                      SET MASTER-EOF TO TRUE
                   NOT AT END
                      MOVE CUST-MASTER-REC TO WS-MASTER-REC
                 END-READ
               WHEN SLOT-PARTS
                 READ PARTS-MASTER-FILE NEXT RECORD
                   AT END
                      SET MASTER-EOF TO TRUE
                   NOT AT END
                      MOVE PARTS-MASTER-REC TO WS-MASTER-REC
                 END-READ
               WHEN SLOT-ACCOUNT
                 READ ACCT-MASTER-FILE NEXT RECORD
                   AT END
                      SET MASTER-EOF TO TRUE
                   NOT AT END
                      MOVE ACCT-MASTER-REC TO WS-MASTER-REC
                 END-READ
           END-EVALUATE.
           IF NOT MASTER-EOF AND MASTER-STATUS NOT = '00'
              DISPLAY 'ERROR READING BACK ' WS-REQ-MASTER
                      ' MASTER: ' MASTER-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

      * THE CALLER CHECKS MASTER-STATUS AFTER THESE THREE.
       WRITE-MASTER-RECORD.
           EVALUATE TRUE
               WHEN SLOT-CARD
                 MOVE WS-MASTER-REC TO CARD-MASTER-REC
                 WRITE CARD-MASTER-REC
               WHEN SLOT-CUSTOMER
                 MOVE WS-MASTER-REC TO CUST-MASTER-REC
                 WRITE CUST-MASTER-REC
               WHEN SLOT-PARTS
                 MOVE WS-MASTER-REC TO PARTS-MASTER-REC
                 WRITE PARTS-MASTER-REC
               WHEN SLOT-ACCOUNT
                 MOVE WS-MASTER-REC TO ACCT-MASTER-REC
                 WRITE ACCT-MASTER-REC
           END-EVALUATE.

       REWRITE-MASTER-RECORD.
           EVALUATE TRUE
               WHEN SLOT-CARD
                 MOVE WS-MASTER-REC TO CARD-MASTER-REC
                 REWRITE CARD-MASTER-REC
               WHEN SLOT-CUSTOMER
                 MOVE WS-MASTER-REC TO CUST-MASTER-REC
                 REWRITE CUST-MASTER-REC
               WHEN SLOT-PARTS
                 MOVE WS-MASTER-REC TO PARTS-MASTER-REC
                 REWRITE PARTS-MASTER-REC
               WHEN SLOT-ACCOUNT
                 MOVE WS-MASTER-REC TO ACCT-MASTER-REC
                 REWRITE ACCT-MASTER-REC
           END-EVALUATE.

       DELETE-MASTER-RECORD.
           EVALUATE TRUE
               WHEN SLOT-CARD
                 DELETE CARD-MASTER-FILE
               WHEN SLOT-CUSTOMER
                 DELETE CUST-MASTER-FILE
               WHEN SLOT-PARTS
                 DELETE PARTS-MASTER-FILE
               WHEN SLOT-ACCOUNT
                 DELETE ACCT-MASTER-FILE
           END-EVALUATE.

      **********************************************
      * APPENDS ONE RECORD TO THE SHARED END-OF-NIGHT STATUS LOG.
      **********************************************
       WRITE-BATCH-STATUS.
           MOVE SPACES TO STATUS-LOG-REC.
           MOVE 'RCVMST47' TO BST-PROGRAM-ID.
           PERFORM GET-BST-TIMESTAMP.
           MOVE WS-BST-START-TS TO BST-START-TS.
           MOVE WS-BST-TS-BUILT TO BST-END-TS.
           MOVE CHANGES-SELECTED TO BST-RECORDS-IN.
           MOVE FIELDS-APPLIED TO BST-RECORDS-OUT.
           MOVE CHANGES-NOT-APPLIED TO BST-RECORDS-REJECTED.
           IF ABEND-IN-PROGRESS
              MOVE 'FAILED' TO BST-STATUS
              MOVE 'JOB ABENDED - SEE SYSOUT FOR DETAIL' TO BST-MESSAGE
           ELSE
              IF RECOVERY-NEEDS-REVIEW
                 MOVE 'WARNING' TO BST-STATUS
                 MOVE 'RECOVERY NEEDS REVIEW - SEE REPORT' TO
                      BST-MESSAGE
              ELSE
                 MOVE 'COMPLETE' TO BST-STATUS
                 MOVE 'MASTER RESTORED AND REPLAY VERIFIED' TO
                      BST-MESSAGE
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
           MOVE 8 TO RETURN-CODE.
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
