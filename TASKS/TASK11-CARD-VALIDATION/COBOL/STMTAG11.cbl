      ******************************************************************
      * STATEMENT GROUPING TAG FOR CARD ACCOUNTS                       *
      *                                                                *
      * PURPOSE:                                                       *
      * CRDSTM11 PRINTS ONE CONSOLIDATED STATEMENT PER CARD ACCOUNT    *
      * (A PRIMARY CARD AND ITS AUTHORIZED-USER CARDS, SEE COPYBOOK    *
      * CARDACC) AND ONE STATEMENT PER STANDALONE CARD. THE POSTED     *
      * HISTORY AND THE POINTS LEDGER ARE KEPT BY CARD, SO THIS STEP   *
      * TAGS EVERY RECORD OF BOTH WITH ITS STATEMENT KEY (ACCOUNT ID,  *
      * OR THE CARD NUMBER FOR A STANDALONE CARD) FOR THE JCL SORT     *
      * AHEAD OF CRDSTM11 TO GROUP ON (SEE COPYBOOK STMTTAG).          *
      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   LOAD THE CARD ACCOUNTS FROM ACCTDD (OPTIONAL - NONE MEANS    *
      *   EVERY CARD STANDS ALONE), THEN JOIN THE SUCCESSOR OF EACH    *
      *   REISSUED MEMBER CARD TO ITS ACCOUNT FROM XREFDD (OPTIONAL),  *
      *   THE SAME WAY VSMJOB11 DOES FOR THE ACCOUNT LIMITS.           *
      *   PER HISTORY RECORD (HISTDD) AND POINTS RECORD (PTSDD,        *
      *   OPTIONAL): LOOK THE CARD UP AND WRITE THE RECORD WITH ITS    *
      *   PREFIX TO HTAGDD / PTAGDD. NOTHING IS DROPPED.               *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/10/15                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/10/15 - INITIAL VERSION.                                  *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  ACCTDD (CARD.ACCOUNT) - CARD ACCOUNT MEMBERSHIP        *
      *         (PS, 80 B, OPTIONAL)                                   *
      * INPUT:  XREFDD (CARD.REISSUE.XREF) - OLD-TO-NEW CARD NUMBERS  *
      *         FROM REISSU11 (PS, 80 B, OPTIONAL)                     *
      * INPUT:  HISTDD (CARD.POSTED.HIST) - POSTED HISTORY (PS, 80 B)  *
      * INPUT:  PTSDD (CARD.POINTS.LEDGER) - REWARDS POINTS LEDGER     *
      *         (PS, 80 B, OPTIONAL)                                   *
      * OUTPUT: HTAGDD (CARD.POSTED.TAGGED) - TAGGED HISTORY           *
      *         (PS, 150 B)                                            *
      * OUTPUT: PTAGDD (CARD.POINTS.TAGGED) - TAGGED POINTS LEDGER     *
      *         (PS, 150 B)                                            *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. STMTAG11.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-ACCOUNT-FILE ASSIGN TO ACCTDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CARD-ACCOUNT-STATUS.

           SELECT REISSUE-XREF-FILE ASSIGN TO XREFDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REISSUE-XREF-STATUS.

           SELECT POSTED-HISTORY-FILE ASSIGN TO HISTDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS POSTED-HISTORY-STATUS.

           SELECT POINTS-LEDGER-FILE ASSIGN TO PTSDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS POINTS-LEDGER-STATUS.

           SELECT TAGGED-HISTORY-FILE ASSIGN TO HTAGDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TAGGED-HISTORY-STATUS.

           SELECT TAGGED-POINTS-FILE ASSIGN TO PTAGDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TAGGED-POINTS-STATUS.

           SELECT STATUS-LOG ASSIGN TO STATLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STATUS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * CARD ACCOUNT MEMBERSHIP, SEE COPYBOOK CARDACC.
       FD CARD-ACCOUNT-FILE RECORDING MODE IS F.
       01 CARD-ACCOUNT-REC.
          COPY CARDACC.

      * REISSUE CROSS-REFERENCE (OLD CARD -> SUCCESSOR) WRITTEN BY
      * REISSU11 IN REISSUE ORDER.
       FD REISSUE-XREF-FILE RECORDING MODE IS F.
       01 REISSUE-XREF-REC.
          05 XRF-OLD-CARD-NUM PIC 9(16).
          05 FILLER PIC X(1).
          05 XRF-NEW-CARD-NUM PIC 9(16).
          05 FILLER PIC X(47).

      * POSTED HISTORY AND POINTS LEDGER ARE BOTH KEYED BY CARD IN
      * THEIR FIRST 16 BYTES; THE REST IS CARRIED THROUGH AS-IS.
       FD POSTED-HISTORY-FILE RECORDING MODE IS F.
       01 POSTED-HISTORY-REC.
          05 HIST-CARD-NUM PIC 9(16).
          05 FILLER PIC X(64).

       FD POINTS-LEDGER-FILE RECORDING MODE IS F.
       01 POINTS-LEDGER-REC.
          05 PTL-CARD-NUM PIC 9(16).
          05 FILLER PIC X(64).

       FD TAGGED-HISTORY-FILE RECORDING MODE IS F.
       01 TAGGED-HISTORY-REC PIC X(150).

       FD TAGGED-POINTS-FILE RECORDING MODE IS F.
       01 TAGGED-POINTS-REC PIC X(150).

       FD STATUS-LOG RECORDING MODE IS F.
       01 STATUS-LOG-REC.
           COPY BATSTAT.

       WORKING-STORAGE SECTION.

      * FILE-STATUS VARIABLES
       01 FILE-STATUSES.
          05 CARD-ACCOUNT-STATUS PIC X(2).
          05 REISSUE-XREF-STATUS PIC X(2).
          05 POSTED-HISTORY-STATUS PIC X(2).
          05 POINTS-LEDGER-STATUS PIC X(2).
          05 TAGGED-HISTORY-STATUS PIC X(2).
          05 TAGGED-POINTS-STATUS PIC X(2).
          05 STATUS-LOG-STATUS PIC X(2).

      * CONTROL FLAGS
       01 WS-FLAGS.
          05 WS-EOF PIC X(1) VALUE 'N'.
             88 EOF VALUE 'Y'.
          05 WS-PTS-EOF PIC X(1) VALUE 'N'.
             88 PTS-EOF VALUE 'Y'.
          05 WS-ACCOUNT-EOF PIC X(1) VALUE 'N'.
             88 ACCOUNT-EOF VALUE 'Y'.
          05 WS-XREF-EOF PIC X(1) VALUE 'N'.
             88 XREF-EOF VALUE 'Y'.
          05 WS-ACCOUNT-FOUND PIC X(1) VALUE 'N'.
             88 ACCOUNT-FOUND VALUE 'Y'.
          05 WS-MEMBER-FOUND PIC X(1) VALUE 'N'.
             88 MEMBER-FOUND VALUE 'Y'.

      * SET JUST BEFORE A FATAL ERROR PATH WRITES ITS STATLOG RECORD
      * AND STOPS, SO WRITE-BATCH-STATUS REPORTS 'FAILED' INSTEAD OF
      * DERIVING A STATUS FROM COUNTERS THAT NEVER GOT THE CHANCE TO
      * REACH THEIR NORMAL END-OF-RUN VALUES.
       01 WS-ABEND-FLAG PIC X(1) VALUE 'N'.
          88 ABEND-IN-PROGRESS VALUE 'Y'.

      * RUN-START AND RECORD-WRITE TIMESTAMPS FOR THE BATSTAT
      * RECORD, SO BATSTS43 CAN REPORT ELAPSED TIME.
       01 WS-BST-START-TS PIC X(14).
       01 WS-BST-TS-BUILT PIC X(14).
       01 WS-BST-TS-WORK.
          05 WS-BST-TS-DATE PIC 9(8).
          05 WS-BST-TS-TIME PIC 9(8).

      * CARD ACCOUNTS FROM ACCTDD: THE COMBINED CREDIT LINE AND THE
      * PRIMARY CARD, BOTH FROM THE PRIMARY CARD'S RECORD.
       01 WS-CARD-ACCOUNTS.
          05 ACCOUNT-COUNT PIC 9(5) VALUE 0.
          05 ACCOUNT-ENTRY OCCURS 10000 TIMES
                            INDEXED BY AC-IDX.
             10 AC-ACCOUNT-ID PIC X(10).
             10 AC-CREDIT-LIMIT PIC 9(7)V99.
             10 AC-PRIMARY-CARD-NUM PIC 9(16).

      * EVERY CARD ON AN ACCOUNT, KEPT SORTED BY CARD NUMBER (NEW
      * CARDS INSERTED IN KEY ORDER) FOR SEARCH ALL.
       01 WS-ACCOUNT-MEMBERS.
          05 MEMBER-COUNT PIC 9(5) VALUE 0.
          05 MEMBER-ENTRY OCCURS 1 TO 30000 TIMES
                           DEPENDING ON MEMBER-COUNT
                           ASCENDING KEY IS AM-CARD-NUMBER
                           INDEXED BY AM-IDX.
             10 AM-CARD-NUMBER PIC 9(16).
             10 AM-ACCOUNT-SUB PIC 9(5).
             10 AM-CARD-ROLE PIC X(1).

      * CARD BEING LOOKED UP OR ADDED IN THE MEMBER TABLE, THE
      * ACCOUNT AND ROLE IT IS ADDED WITH, AND THE SHIFT SUBSCRIPT
      * FOR THE INSERT
       01 WS-MEMBER-KEY PIC 9(16).
       01 WS-MEMBER-ACCOUNT-SUB PIC 9(5).
       01 WS-MEMBER-ROLE PIC X(1).
       01 WS-MEMBER-SUB PIC 9(5) COMP.

      * TAGGED RECORD BUILT FOR EITHER OUTPUT
       01 WS-TAGGED-REC.
          COPY STMTTAG.
          05 WS-TAGGED-DATA PIC X(80).

      * STATISTICS COUNTERS
       01 WS-COUNTERS.
          05 TOTAL-HISTORY-READ PIC 9(7) VALUE 0.
          05 TOTAL-POINTS-READ PIC 9(7) VALUE 0.
          05 TOTAL-HISTORY-TAGGED PIC 9(7) VALUE 0.
          05 TOTAL-POINTS-TAGGED PIC 9(7) VALUE 0.
          05 TOTAL-ACCOUNT-RECORDS PIC 9(7) VALUE 0.
          05 TOTAL-BAD-ACCOUNT-RECS PIC 9(7) VALUE 0.

      * DISPLAY-FORMATTED COUNTERS
       01 WS-DISP-COUNTERS.
          05 TOTAL-HISTORY-READ-DISP PIC Z(6)9.
          05 TOTAL-POINTS-READ-DISP PIC Z(6)9.
          05 TOTAL-HISTORY-TAGGED-DISP PIC Z(6)9.
          05 TOTAL-POINTS-TAGGED-DISP PIC Z(6)9.
          05 TOTAL-ACCOUNT-RECORDS-DISP PIC Z(6)9.
          05 TOTAL-BAD-ACCOUNT-RECS-DISP PIC Z(6)9.
          05 ACCOUNT-COUNT-DISP PIC Z(4)9.
          05 MEMBER-COUNT-DISP PIC Z(4)9.

      **********************************************
      * LOADS THE CARD ACCOUNTS, TAGS THE HISTORY AND THE POINTS
      * LEDGER, CLOSES, WRITES BATCH STATUS AND DISPLAYS THE
      * SUMMARY.
      **********************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM SET-BST-START-TS.
           PERFORM OPEN-STATUS-LOG.
           PERFORM LOAD-CARD-ACCOUNTS.
           PERFORM JOIN-REISSUED-MEMBERS.
           PERFORM OPEN-ALL-FILES.
           PERFORM TAG-HISTORY.
           PERFORM TAG-POINTS.
           PERFORM CLOSE-ALL-FILES.
           PERFORM WRITE-BATCH-STATUS.
           PERFORM DISPLAY-SUMMARY.
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
      * LOADS THE CARD ACCOUNTS FROM ACCTDD. NO ACCTDD MEANS EVERY
      * CARD GETS ITS OWN STATEMENT, AS BEFORE.
      **********************************************
       LOAD-CARD-ACCOUNTS.
           OPEN INPUT CARD-ACCOUNT-FILE.
           IF CARD-ACCOUNT-STATUS = '05'
              OR CARD-ACCOUNT-STATUS = '35'
              DISPLAY 'NO CARD ACCOUNT FILE - ALL CARDS STAND ALONE'
              SET ACCOUNT-EOF TO TRUE
           ELSE
              IF CARD-ACCOUNT-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING CARD ACCOUNT FILE: '
                          CARD-ACCOUNT-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
           END-IF.
           PERFORM UNTIL ACCOUNT-EOF
              READ CARD-ACCOUNT-FILE
                AT END
                   SET ACCOUNT-EOF TO TRUE
                NOT AT END
                   IF CARD-ACCOUNT-STATUS = '00'
                      ADD 1 TO TOTAL-ACCOUNT-RECORDS
                      PERFORM LOAD-ONE-ACCOUNT-CARD
                   ELSE
                      DISPLAY 'ERROR READING CARD ACCOUNT FILE: '
                               CARD-ACCOUNT-STATUS
                      PERFORM ABEND-WITH-STATUS
                   END-IF
              END-READ
           END-PERFORM.
           IF CARD-ACCOUNT-STATUS NOT = '05'
              AND CARD-ACCOUNT-STATUS NOT = '35'
              CLOSE CARD-ACCOUNT-FILE
           END-IF.

      **********************************************
      * PUTS ONE ACCTDD CARD ON ITS ACCOUNT, ADDING THE ACCOUNT THE
      * FIRST TIME ITS ID IS SEEN. A FULL TABLE STOPS THE RUN
      * RATHER THAN SPLIT AN ACCOUNT ACROSS STATEMENTS. A RECORD
      * WITH NO ACCOUNT ID OR A BAD CARD NUMBER IS REPORTED AND
      * SKIPPED.
      **********************************************
       LOAD-ONE-ACCOUNT-CARD.
           IF ACC-ACCOUNT-ID = SPACES
              OR ACC-CARD-NUMBER NOT NUMERIC
              DISPLAY 'WARNING: BAD CARD ACCOUNT RECORD SKIPPED: '
                      ACC-ACCOUNT-ID
              ADD 1 TO TOTAL-BAD-ACCOUNT-RECS
           ELSE
              MOVE 'N' TO WS-ACCOUNT-FOUND
              SET AC-IDX TO 1
              SEARCH ACCOUNT-ENTRY
                  AT END
                     CONTINUE
                  WHEN AC-IDX > ACCOUNT-COUNT
                     CONTINUE
                  WHEN AC-ACCOUNT-ID(AC-IDX) = ACC-ACCOUNT-ID
                     SET ACCOUNT-FOUND TO TRUE
              END-SEARCH
              IF NOT ACCOUNT-FOUND
                 IF ACCOUNT-COUNT < 10000
                    ADD 1 TO ACCOUNT-COUNT
                    SET AC-IDX TO ACCOUNT-COUNT
                    MOVE ACC-ACCOUNT-ID TO AC-ACCOUNT-ID(AC-IDX)
                    MOVE 0 TO AC-CREDIT-LIMIT(AC-IDX)
                    MOVE 0 TO AC-PRIMARY-CARD-NUM(AC-IDX)
                 ELSE
                    DISPLAY 'CARD ACCOUNT TABLE FULL (10000 MAX)'
                    PERFORM ABEND-WITH-STATUS
                 END-IF
              END-IF
              IF ACC-PRIMARY-CARD
                 MOVE ACC-CARD-NUMBER TO AC-PRIMARY-CARD-NUM(AC-IDX)
                 IF ACC-CREDIT-LIMIT NUMERIC
                    MOVE ACC-CREDIT-LIMIT TO AC-CREDIT-LIMIT(AC-IDX)
                 END-IF
              END-IF
              MOVE ACC-CARD-NUMBER TO WS-MEMBER-KEY
              SET WS-MEMBER-ACCOUNT-SUB TO AC-IDX
              MOVE ACC-CARD-ROLE TO WS-MEMBER-ROLE
              PERFORM ADD-ACCOUNT-MEMBER
           END-IF.

      **********************************************
      * ADDS WS-MEMBER-KEY TO THE MEMBER TABLE IN KEY ORDER WITH
      * THE ACCOUNT AND ROLE IN THE WS-MEMBER- FIELDS. A CARD
      * ALREADY ON AN ACCOUNT KEEPS ITS FIRST ACCOUNT.
      **********************************************
       ADD-ACCOUNT-MEMBER.
           PERFORM FIND-ACCOUNT-MEMBER.
           IF MEMBER-FOUND
              DISPLAY 'WARNING: CARD ALREADY ON AN ACCOUNT, '
                      'DUPLICATE SKIPPED: ' WS-MEMBER-KEY
           ELSE
              IF MEMBER-COUNT < 30000
                 ADD 1 TO MEMBER-COUNT
                 MOVE MEMBER-COUNT TO WS-MEMBER-SUB
                 PERFORM UNTIL WS-MEMBER-SUB = 1
                         OR AM-CARD-NUMBER(WS-MEMBER-SUB - 1)
                            < WS-MEMBER-KEY
                    MOVE MEMBER-ENTRY(WS-MEMBER-SUB - 1)
                         TO MEMBER-ENTRY(WS-MEMBER-SUB)
                    SUBTRACT 1 FROM WS-MEMBER-SUB
                 END-PERFORM
                 MOVE WS-MEMBER-KEY TO AM-CARD-NUMBER(WS-MEMBER-SUB)
                 MOVE WS-MEMBER-ACCOUNT-SUB
                      TO AM-ACCOUNT-SUB(WS-MEMBER-SUB)
                 MOVE WS-MEMBER-ROLE TO AM-CARD-ROLE(WS-MEMBER-SUB)
              ELSE
                 DISPLAY 'CARD ACCOUNT MEMBER TABLE FULL (30000 MAX)'
                 PERFORM ABEND-WITH-STATUS
              END-IF
           END-IF.

      **********************************************
      * BINARY-SEARCHES THE MEMBER TABLE FOR WS-MEMBER-KEY. WHEN
      * THE CARD IS ON AN ACCOUNT, SETS MEMBER-FOUND, AM-IDX TO ITS
      * MEMBER ENTRY AND AC-IDX TO ITS ACCOUNT.
      **********************************************
       FIND-ACCOUNT-MEMBER.
           MOVE 'N' TO WS-MEMBER-FOUND.
           IF MEMBER-COUNT > 0
              SEARCH ALL MEMBER-ENTRY
                  AT END
                     CONTINUE
                  WHEN AM-CARD-NUMBER(AM-IDX) = WS-MEMBER-KEY
                     SET MEMBER-FOUND TO TRUE
              END-SEARCH
           END-IF.
           IF MEMBER-FOUND
              SET AC-IDX TO AM-ACCOUNT-SUB(AM-IDX)
           END-IF.

      **********************************************
      * WALKS THE REISSUE XREF IN REISSUE ORDER AND PUTS EACH
      * SUCCESSOR OF A MEMBER CARD ON THE SAME ACCOUNT WITH THE
      * SAME ROLE. A REISSUED PRIMARY CARD'S SUCCESSOR BECOMES THE
      * ACCOUNT'S PRIMARY CARD FOR THE STATEMENT HEADER. NOTHING
      * TO DO WHEN THERE ARE NO ACCOUNTS OR NO XREF YET.
      **********************************************
       JOIN-REISSUED-MEMBERS.
           IF MEMBER-COUNT = 0
              SET XREF-EOF TO TRUE
           ELSE
              OPEN INPUT REISSUE-XREF-FILE
              IF REISSUE-XREF-STATUS = '05'
                 OR REISSUE-XREF-STATUS = '35'
                 SET XREF-EOF TO TRUE
              ELSE
                 IF REISSUE-XREF-STATUS NOT = '00'
                    DISPLAY 'ERROR OPENING REISSUE XREF: '
                             REISSUE-XREF-STATUS
                    PERFORM ABEND-WITH-STATUS
                 END-IF
              END-IF
           END-IF.
           PERFORM UNTIL XREF-EOF
              READ REISSUE-XREF-FILE
                AT END
                   SET XREF-EOF TO TRUE
                   CLOSE REISSUE-XREF-FILE
                NOT AT END
                   IF REISSUE-XREF-STATUS = '00'
                      PERFORM JOIN-ONE-REISSUED-MEMBER
                   ELSE
                      DISPLAY 'ERROR READING REISSUE XREF: '
                               REISSUE-XREF-STATUS
                      PERFORM ABEND-WITH-STATUS
                   END-IF
              END-READ
           END-PERFORM.
           MOVE ACCOUNT-COUNT TO ACCOUNT-COUNT-DISP.
           MOVE MEMBER-COUNT TO MEMBER-COUNT-DISP.
           DISPLAY 'CARD ACCOUNTS LOADED: ' ACCOUNT-COUNT-DISP
                   ' ACCOUNTS, ' MEMBER-COUNT-DISP ' CARDS'.

      **********************************************
      * JOINS ONE SUCCESSOR TO ITS OLD CARD'S ACCOUNT. A SUCCESSOR
      * ALREADY ON ACCTDD KEEPS THE ACCOUNT GIVEN THERE.
      **********************************************
       JOIN-ONE-REISSUED-MEMBER.
           IF XRF-OLD-CARD-NUM NUMERIC
              AND XRF-NEW-CARD-NUM NUMERIC
              MOVE XRF-OLD-CARD-NUM TO WS-MEMBER-KEY
              PERFORM FIND-ACCOUNT-MEMBER
              IF MEMBER-FOUND
                 MOVE AM-ACCOUNT-SUB(AM-IDX) TO WS-MEMBER-ACCOUNT-SUB
                 MOVE AM-CARD-ROLE(AM-IDX) TO WS-MEMBER-ROLE
                 MOVE XRF-NEW-CARD-NUM TO WS-MEMBER-KEY
                 PERFORM FIND-ACCOUNT-MEMBER
                 IF NOT MEMBER-FOUND
                    PERFORM ADD-ACCOUNT-MEMBER
                    IF WS-MEMBER-ROLE = 'P'
                       SET AC-IDX TO WS-MEMBER-ACCOUNT-SUB
                       MOVE XRF-NEW-CARD-NUM
                            TO AC-PRIMARY-CARD-NUM(AC-IDX)
                    END-IF
                 END-IF
              END-IF
           END-IF.

      **********************************************
      * OPEN THE HISTORY, POINTS AND OUTPUT FILES AND CHECK
      * STATUS. NO POINTS LEDGER MEANS AN EMPTY TAGGED LEDGER.
      **********************************************
       OPEN-ALL-FILES.
           OPEN INPUT POSTED-HISTORY-FILE.
           IF POSTED-HISTORY-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING POSTED HISTORY FILE: '
                       POSTED-HISTORY-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN INPUT POINTS-LEDGER-FILE.
           IF POINTS-LEDGER-STATUS = '05'
              OR POINTS-LEDGER-STATUS = '35'
              DISPLAY 'NO POINTS LEDGER - NOTHING TO TAG'
              SET PTS-EOF TO TRUE
           ELSE
              IF POINTS-LEDGER-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING POINTS LEDGER: '
                          POINTS-LEDGER-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
           END-IF.

           OPEN OUTPUT TAGGED-HISTORY-FILE.
           IF TAGGED-HISTORY-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING TAGGED HISTORY FILE: '
                       TAGGED-HISTORY-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN OUTPUT TAGGED-POINTS-FILE.
           IF TAGGED-POINTS-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING TAGGED POINTS FILE: '
                       TAGGED-POINTS-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * TAGS EVERY POSTED HISTORY RECORD.
      **********************************************
       TAG-HISTORY.
           PERFORM UNTIL EOF
              READ POSTED-HISTORY-FILE
                AT END
                   SET EOF TO TRUE
                NOT AT END
                   IF POSTED-HISTORY-STATUS = '00'
                      ADD 1 TO TOTAL-HISTORY-READ
                      MOVE HIST-CARD-NUM TO WS-MEMBER-KEY
                      PERFORM BUILD-STATEMENT-TAG
                      MOVE POSTED-HISTORY-REC TO WS-TAGGED-DATA
                      MOVE WS-TAGGED-REC TO TAGGED-HISTORY-REC
                      WRITE TAGGED-HISTORY-REC
                      IF TAGGED-HISTORY-STATUS NOT = '00'
                         DISPLAY 'ERROR WRITING TAGGED HISTORY: '
                                  TAGGED-HISTORY-STATUS
                         PERFORM ABEND-WITH-STATUS
                      END-IF
                      ADD 1 TO TOTAL-HISTORY-TAGGED
                   ELSE
                      DISPLAY 'ERROR READING POSTED HISTORY: '
                               POSTED-HISTORY-STATUS
                      PERFORM ABEND-WITH-STATUS
                   END-IF
              END-READ
           END-PERFORM.

      **********************************************
      * TAGS EVERY POINTS LEDGER RECORD THE SAME WAY, SO THE
      * LEDGER SORTS INTO THE SAME STATEMENT ORDER AS THE HISTORY.
      **********************************************
       TAG-POINTS.
           PERFORM UNTIL PTS-EOF
              READ POINTS-LEDGER-FILE
                AT END
                   SET PTS-EOF TO TRUE
                NOT AT END
                   IF POINTS-LEDGER-STATUS = '00'
                      ADD 1 TO TOTAL-POINTS-READ
                      MOVE PTL-CARD-NUM TO WS-MEMBER-KEY
                      PERFORM BUILD-STATEMENT-TAG
                      MOVE POINTS-LEDGER-REC TO WS-TAGGED-DATA
                      MOVE WS-TAGGED-REC TO TAGGED-POINTS-REC
                      WRITE TAGGED-POINTS-REC
                      IF TAGGED-POINTS-STATUS NOT = '00'
                         DISPLAY 'ERROR WRITING TAGGED POINTS: '
                                  TAGGED-POINTS-STATUS
                         PERFORM ABEND-WITH-STATUS
                      END-IF
                      ADD 1 TO TOTAL-POINTS-TAGGED
                   ELSE
                      DISPLAY 'ERROR READING POINTS LEDGER: '
                               POINTS-LEDGER-STATUS
                      PERFORM ABEND-WITH-STATUS
                   END-IF
              END-READ
           END-PERFORM.

      **********************************************
      * BUILDS THE STATEMENT PREFIX FOR CARD WS-MEMBER-KEY: ITS
      * ACCOUNT'S ID, CREDIT LINE AND PRIMARY CARD WHEN IT IS ON
      * A CARD ACCOUNT, OTHERWISE ITS OWN NUMBER AS THE KEY. ANY
      * ACCOUNT CARD NOT MARKED PRIMARY PRINTS AS AN AUTHORIZED USER.
      **********************************************
       BUILD-STATEMENT-TAG.
           MOVE SPACES TO WS-TAGGED-REC.
           MOVE WS-MEMBER-KEY TO STG-CARD-NUM.
           PERFORM FIND-ACCOUNT-MEMBER.
           IF MEMBER-FOUND
              MOVE AC-ACCOUNT-ID(AC-IDX) TO STG-STMT-KEY
              IF AM-CARD-ROLE(AM-IDX) = 'P'
                 SET STG-PRIMARY-CARD TO TRUE
                 MOVE '1' TO STG-CARD-SEQ
              ELSE
                 SET STG-AUTHORIZED-USER TO TRUE
                 MOVE '2' TO STG-CARD-SEQ
              END-IF
              MOVE AC-CREDIT-LIMIT(AC-IDX) TO STG-CREDIT-LIMIT
              MOVE AC-PRIMARY-CARD-NUM(AC-IDX)
                   TO STG-PRIMARY-CARD-NUM
           ELSE
              MOVE WS-MEMBER-KEY TO STG-STMT-KEY
              MOVE '1' TO STG-CARD-SEQ
              MOVE SPACE TO STG-CARD-ROLE
              MOVE 0 TO STG-CREDIT-LIMIT
              MOVE 0 TO STG-PRIMARY-CARD-NUM
           END-IF.

      **********************************************
      * CLOSE ALL FILES AND CHECK STATUS
      **********************************************
       CLOSE-ALL-FILES.
           CLOSE POSTED-HISTORY-FILE.
           IF POSTED-HISTORY-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING POSTED HISTORY: '
                       POSTED-HISTORY-STATUS
           END-IF.

           IF POINTS-LEDGER-STATUS NOT = '05'
              AND POINTS-LEDGER-STATUS NOT = '35'
              CLOSE POINTS-LEDGER-FILE
           END-IF.

           CLOSE TAGGED-HISTORY-FILE.
           IF TAGGED-HISTORY-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING TAGGED HISTORY: '
                       TAGGED-HISTORY-STATUS
           END-IF.

           CLOSE TAGGED-POINTS-FILE.
           IF TAGGED-POINTS-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING TAGGED POINTS: '
                       TAGGED-POINTS-STATUS
           END-IF.

      **********************************************
      * APPENDS ONE RECORD TO THE CONSOLIDATED END-OF-NIGHT BATCH
      * STATUS LOG AND CLOSES IT. STATUS-LOG ITSELF WAS ALREADY
      * OPENED BY OPEN-STATUS-LOG, FIRST THING IN MAIN-LOGIC.
      **********************************************
       WRITE-BATCH-STATUS.
           MOVE SPACES TO STATUS-LOG-REC.
           MOVE 'STMTAG11' TO BST-PROGRAM-ID.
           PERFORM GET-BST-TIMESTAMP.
           MOVE WS-BST-START-TS TO BST-START-TS.
           MOVE WS-BST-TS-BUILT TO BST-END-TS.
           COMPUTE BST-RECORDS-IN =
                   TOTAL-HISTORY-READ + TOTAL-POINTS-READ.
           COMPUTE BST-RECORDS-OUT =
                   TOTAL-HISTORY-TAGGED + TOTAL-POINTS-TAGGED.
           MOVE TOTAL-BAD-ACCOUNT-RECS TO BST-RECORDS-REJECTED.
           IF ABEND-IN-PROGRESS
              MOVE 'FAILED' TO BST-STATUS
              MOVE 'JOB ABENDED - SEE SYSOUT FOR DETAIL' TO BST-MESSAGE
           ELSE
              IF TOTAL-BAD-ACCOUNT-RECS > 0
                 MOVE 'WARNING' TO BST-STATUS
                 MOVE 'BAD CARD ACCOUNT RECORDS SKIPPED' TO
                      BST-MESSAGE
              ELSE
                 MOVE 'COMPLETE' TO BST-STATUS
                 MOVE 'STATEMENT GROUPING TAGS WRITTEN' TO BST-MESSAGE
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
      * BEHIND - OTHERWISE AN ABEND LOOKS, TO BATSTS43, LIKE THE
      * JOB NEVER RAN AT ALL RATHER THAN LIKE IT FAILED. THE
      * NON-ZERO RETURN CODE KEEPS THE JCL FROM SORTING AND
      * STATEMENTING A PARTLY TAGGED HISTORY.
      **********************************************
       ABEND-WITH-STATUS.
           SET ABEND-IN-PROGRESS TO TRUE.
           PERFORM WRITE-BATCH-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      **********************************************
      * DISPLAY SUMMARY STATISTICS TO SYSOUT
      **********************************************
       DISPLAY-SUMMARY.
           MOVE TOTAL-HISTORY-READ TO TOTAL-HISTORY-READ-DISP.
           MOVE TOTAL-POINTS-READ TO TOTAL-POINTS-READ-DISP.
           MOVE TOTAL-HISTORY-TAGGED TO TOTAL-HISTORY-TAGGED-DISP.
           MOVE TOTAL-POINTS-TAGGED TO TOTAL-POINTS-TAGGED-DISP.
           MOVE TOTAL-ACCOUNT-RECORDS TO TOTAL-ACCOUNT-RECORDS-DISP.
           MOVE TOTAL-BAD-ACCOUNT-RECS TO TOTAL-BAD-ACCOUNT-RECS-DISP.

           DISPLAY '========================================'.
           DISPLAY 'STATEMENT GROUPING TAG SUMMARY'.
           DISPLAY '========================================'.
           DISPLAY 'ACCOUNT RECORDS READ: ' TOTAL-ACCOUNT-RECORDS-DISP.
           DISPLAY '  BAD, SKIPPED:       '
                   TOTAL-BAD-ACCOUNT-RECS-DISP.
           DISPLAY 'HISTORY RECORDS READ: ' TOTAL-HISTORY-READ-DISP.
           DISPLAY 'HISTORY TAGGED:       ' TOTAL-HISTORY-TAGGED-DISP.
           DISPLAY 'POINTS RECORDS READ:  ' TOTAL-POINTS-READ-DISP.
           DISPLAY 'POINTS TAGGED:        ' TOTAL-POINTS-TAGGED-DISP.
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
