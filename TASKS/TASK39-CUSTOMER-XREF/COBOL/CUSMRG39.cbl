      ******************************************************************
      * CUSTOMER MERGE / MERGE REVERSAL WITH AUDIT                     *
      *                                                                *
      * PURPOSE:                                                       *
      * CUSDUP32 FINDS THE SAME HUMAN BEING KEYED TWICE UNDER TWO      *
      * CUST-IDS, BUT NOTHING EVER ACTED ON ITS SUSPECT PAIRS - SO     *
      * SCVIEW39'S SINGLE-CUSTOMER VIEW SHOWED HALF A CUSTOMER, WITH   *
      * THE OTHER HALF'S CARD, ORDERS AND BALANCE SITTING UNDER THE    *
      * DUPLICATE. THIS JOB APPLIES A FILE OF REVIEWED SURVIVOR /      *
      * VICTIM PAIRS: THE VICTIM'S XREF MAPPINGS MOVE TO THE           *
      * SURVIVOR, THE BALANCES ARE COMBINED, AND THE VICTIM IS CLOSED  *
      * ON THE CUSTOMER MASTER POINTING AT THE SURVIVOR. EVERY MERGE   *
      * IS RECORDED ON A MERGE REGISTER WITH THE VICTIM'S BEFORE-      *
      * IMAGE, SO A BAD MERGE CAN BE REVERSED WITHIN THE UNDO WINDOW.  *
      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   PER PAIR RECORD, BY MPR-ACTION (VICTIM AND REVIEWER ARE      *
      *   ALWAYS REQUIRED):                                            *
      *     'M' MERGE   - SURVIVOR AND VICTIM MUST DIFFER, BOTH BE ON  *
      *        THE MASTER AND NEITHER ALREADY MERGED (STATUS 'M').     *
      *        THE COMBINED BALANCE MUST FIT CUST-CURRENT-BAL. AN      *
      *        XREF SLOT (PAYMENTS ID, ORDERS ID, CARD NUMBER) MAPPED  *
      *        ON BOTH SIDES TO DIFFERENT VALUES IS A CONFLICT AND     *
      *        REJECTS THE PAIR - THE ANALYST RESOLVES IT THROUGH THE  *
      *        XREFLD39 SEED FIRST. ON A CLEAN PAIR:                   *
      *          - THE REGISTER RECORDS THE MERGE AND THE VICTIM'S     *
      *            STATUS, ADDRESS, BALANCE AND XREF BEFORE-IMAGE;     *
      *          - EACH VICTIM SLOT THE SURVIVOR LACKS MOVES ACROSS    *
      *            WITH SOURCE 'M'; THE VICTIM'S XREF IS EMPTIED AND   *
      *            POINTS AT THE SURVIVOR (XRF-MERGED-INTO);           *
      *          - THE VICTIM'S BALANCE IS ADDED TO THE SURVIVOR'S;    *
      *            THE VICTIM IS LEFT AT ZERO, STATUS 'M', WITH        *
      *            'MERGED TO <SURVIVOR>' IN PLACE OF ITS ADDRESS.     *
      *     'R' REVERSE - THE VICTIM MUST HAVE A MERGE IN EFFECT ON    *
      *        THE REGISTER, NO OLDER THAN UNDODAYS (RUNTIME PARM,     *
      *        DEFAULT 30) DAYS. A SURVIVOR ON THE RECORD, IF GIVEN,   *
      *        MUST MATCH. THE SURVIVOR MAY NOT SINCE HAVE BEEN        *
      *        MERGED ITSELF AND MUST STILL CARRY THE MOVED BALANCE.   *
      *        THE MERGE IS UNDONE FROM THE BEFORE-IMAGE: BALANCE,     *
      *        STATUS AND ADDRESS BACK ON THE VICTIM, MOVED SLOTS      *
      *        STILL UNCHANGED ON THE SURVIVOR TAKEN BACK, AND THE     *
      *        REGISTER ENTRY MARKED REVERSED.                         *
      *   EVERY PAIR APPENDS ONE LINE TO THE MERGE AUDIT: RUN DATE,    *
      *   ACTION, SURVIVOR, VICTIM, APPLIED OR REJECTED, THE REJECT    *
      *   REASON, THE REVIEWER AND THE BALANCE MOVED.                  *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/10/15                                               *
      *                                                                *
      * COPYBOOK: TASK32  - CUSTOMER RECORD LAYOUT (CUST-RECORD)       *
      *           RUNPARM - RUNTIME PARAMETER LOOKUP REQUEST AREA      *
      *           CYCDATE - PROCESSING-DATE LOOKUP REQUEST AREA        *
      *                                                                *
      * FILES:                                                         *
      * I/O:    MASTDD (CUST.MASTER.VSAM) - VSAM KSDS CUSTOMER MASTER  *
      * I/O:    XREFDD (CUST.XREF.MASTER) - VSAM KSDS XREF MASTER      *
      * I/O:    MREGDD (CUST.MERGE.REGISTER) - VSAM KSDS REGISTER      *
      * INPUT:  MPAIRDD (CUST.MERGE.PAIRS) - REVIEWED PAIR FILE        *
      * OUTPUT: MAUDDD (CUST.MERGE.AUDIT) - MERGE AUDIT (APPEND)       *
      * OUTPUT: STATLOG - SHARED STATUS LOG                            *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSMRG39.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-MASTER-FILE ASSIGN TO MASTDD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CUST-ID
              FILE STATUS IS CUST-MASTER-STATUS.

           SELECT XREF-MASTER ASSIGN TO XREFDD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS XRF-CUST-ID
              FILE STATUS IS XREF-MASTER-STATUS.

           SELECT MERGE-REGISTER ASSIGN TO MREGDD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS MRG-VICTIM-ID
              FILE STATUS IS MERGE-REGISTER-STATUS.

           SELECT PAIR-FILE ASSIGN TO MPAIRDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS PAIR-STATUS.

           SELECT AUDIT-FILE ASSIGN TO MAUDDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS AUDIT-STATUS.

           SELECT STATUS-LOG ASSIGN TO STATLOG
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS STATUS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CUST-MASTER-FILE.
       01 CUST-MASTER-REC.
           COPY TASK32.

      * SAME LAYOUT XREFLD39 WRITES.
       FD XREF-MASTER.
       01 XREF-MASTER-REC.
          05 XRF-CUST-ID PIC X(5).
          05 XRF-PAY-CUST-ID PIC X(5).
          05 XRF-ORD-CUST-ID PIC X(6).
          05 XRF-CARD-NUMBER PIC X(16).
          05 XRF-PAY-SOURCE PIC X(1).
          05 XRF-CARD-SOURCE PIC X(1).
          05 XRF-LOAD-DATE PIC X(8).
          05 XRF-ORD-SOURCE PIC X(1).
          05 XRF-MERGED-INTO PIC X(5).
          05 FILLER PIC X(32).

      * ONE ENTRY PER CUSTOMER EVER MERGED AWAY, KEYED BY THE
      * VICTIM: THE SURVIVOR, WHEN AND BY WHOM, AND THE VICTIM'S
      * BEFORE-IMAGE A REVERSAL RESTORES. A REVERSED ENTRY STAYS
      * ON FILE AS HISTORY UNTIL THE VICTIM IS MERGED AGAIN.
       FD MERGE-REGISTER.
       01 MERGE-REGISTER-REC.
          05 MRG-VICTIM-ID PIC X(5).
          05 MRG-SURVIVOR-ID PIC X(5).
          05 MRG-STATUS PIC X(1).
             88 MRG-IN-EFFECT VALUE 'A'.
             88 MRG-REVERSED VALUE 'R'.
          05 MRG-MERGE-DATE PIC X(8).
          05 MRG-REVERSE-DATE PIC X(8).
          05 MRG-REVIEWER PIC X(8).
          05 MRG-REVERSED-BY PIC X(8).
          05 MRG-MOVED-BAL PIC 9(7)V99.
          05 MRG-VICTIM-STATUS PIC X(1).
          05 MRG-VICTIM-ADDRESS PIC X(25).
          05 MRG-VICTIM-PAY-ID PIC X(5).
          05 MRG-VICTIM-PAY-SOURCE PIC X(1).
          05 MRG-PAY-MOVED PIC X(1).
          05 MRG-VICTIM-ORD-ID PIC X(6).
          05 MRG-VICTIM-ORD-SOURCE PIC X(1).
          05 MRG-ORD-MOVED PIC X(1).
          05 MRG-VICTIM-CARD-NUM PIC X(16).
          05 MRG-VICTIM-CARD-SOURCE PIC X(1).
          05 MRG-CARD-MOVED PIC X(1).
          05 FILLER PIC X(9).

      * ONE REVIEWED PAIR PER RECORD. FOR A REVERSAL THE SURVIVOR
      * IS OPTIONAL - THE REGISTER KNOWS IT.
       FD PAIR-FILE RECORDING MODE IS F.
       01 PAIR-REC.
          05 MPR-ACTION PIC X(1).
          05 FILLER PIC X(1).
          05 MPR-SURVIVOR-ID PIC X(5).
          05 FILLER PIC X(1).
          05 MPR-VICTIM-ID PIC X(5).
          05 FILLER PIC X(1).
          05 MPR-REVIEWER PIC X(8).
          05 FILLER PIC X(58).

      * ONE LINE PER PAIR RECORD, APPENDED RUN AFTER RUN.
       FD AUDIT-FILE RECORDING MODE IS F.
       01 AUDIT-REC.
          05 MAU-RUN-DATE PIC X(8).
          05 MAU-ACTION PIC X(1).
          05 FILLER PIC X(1).
          05 MAU-SURVIVOR-ID PIC X(5).
          05 FILLER PIC X(1).
          05 MAU-VICTIM-ID PIC X(5).
          05 FILLER PIC X(1).
          05 MAU-RESULT PIC X(8).
          05 FILLER PIC X(1).
          05 MAU-REASON PIC X(25).
          05 FILLER PIC X(1).
          05 MAU-REVIEWER PIC X(8).
          05 FILLER PIC X(1).
          05 MAU-MOVED-BAL PIC 9(7)V99.
          05 FILLER PIC X(5).

       FD STATUS-LOG RECORDING MODE IS F.
       01 STATUS-LOG-REC.
           COPY BATSTAT.

       WORKING-STORAGE SECTION.

      * FILE-STATUS VARIABLES
       01 FILE-STATUSES.
          05 CUST-MASTER-STATUS PIC X(2).
          05 XREF-MASTER-STATUS PIC X(2).
          05 MERGE-REGISTER-STATUS PIC X(2).
          05 PAIR-STATUS PIC X(2).
          05 AUDIT-STATUS PIC X(2).
          05 STATUS-LOG-STATUS PIC X(2).

      * CONTROL FLAGS
       01 WS-FLAGS.
          05 WS-EOF PIC X(1) VALUE 'N'.
             88 EOF VALUE 'Y'.
          05 WS-EDIT-FLAG PIC X(1) VALUE 'Y'.
             88 EDIT-OK VALUE 'Y'.
             88 EDIT-FAILED VALUE 'N'.
          05 WS-REG-FOUND PIC X(1) VALUE 'N'.
             88 REG-FOUND VALUE 'Y'.
          05 WS-SURV-XREF-FOUND PIC X(1) VALUE 'N'.
             88 SURV-XREF-FOUND VALUE 'Y'.
          05 WS-VICT-XREF-FOUND PIC X(1) VALUE 'N'.
             88 VICT-XREF-FOUND VALUE 'Y'.

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

      * RUNTIME PARAMETER LOOKUP REQUEST AREA - SEE COPYBOOK
      * RUNPARM AND SUBPROGRAM PRMGET50.
           COPY RUNPARM.

      * PROCESSING-DATE LOOKUP REQUEST AREA - SEE COPYBOOK CYCDATE
      * AND SUBPROGRAM CYCDAT40.
           COPY CYCDATE.

      * UNDO WINDOW: DAYS AFTER A MERGE IT MAY STILL BE REVERSED
      * (UNDODAYS).
       01 WS-UNDO-DAYS PIC 9(3) VALUE 30.

      * THE RUN DATE, AND THE AGE OF THE MERGE BEING REVERSED
       01 WS-RUN-DATE PIC X(8).
       01 WS-RUN-DATE-NUM PIC 9(8).
       01 WS-MERGE-DATE-NUM PIC 9(8).
       01 WS-DAYS-SINCE-MERGE PIC S9(5).

      * REJECT REASON FOR THE CURRENT PAIR RECORD
       01 WS-REJECT-REASON PIC X(25).

      * THE TWO CUSTOMERS AS THE EDITS FOUND THEM ON THE MASTER
       01 WS-SURV-BAL PIC 9(7)V99.
       01 WS-VICT-BAL PIC 9(7)V99.
       01 WS-VICT-STATUS PIC X(1).
       01 WS-VICT-ADDRESS PIC X(25).
       01 WS-COMBINED-BAL PIC 9(8)V99.
       01 WS-MOVED-BAL PIC 9(7)V99.

      * THE TWO CUSTOMERS' XREF SLOTS AS THE EDITS FOUND THEM
       01 WS-SURV-XREF.
          05 WS-SURV-PAY-ID PIC X(5).
          05 WS-SURV-PAY-SOURCE PIC X(1).
          05 WS-SURV-ORD-ID PIC X(6).
          05 WS-SURV-ORD-SOURCE PIC X(1).
          05 WS-SURV-CARD-NUM PIC X(16).
          05 WS-SURV-CARD-SOURCE PIC X(1).
       01 WS-VICT-XREF.
          05 WS-VICT-PAY-ID PIC X(5).
          05 WS-VICT-PAY-SOURCE PIC X(1).
          05 WS-VICT-ORD-ID PIC X(6).
          05 WS-VICT-ORD-SOURCE PIC X(1).
          05 WS-VICT-CARD-NUM PIC X(16).
          05 WS-VICT-CARD-SOURCE PIC X(1).

      * WHICH VICTIM SLOTS A MERGE MOVES ONTO THE SURVIVOR
       01 WS-MOVED-FLAGS.
          05 WS-PAY-MOVED PIC X(1).
          05 WS-ORD-MOVED PIC X(1).
          05 WS-CARD-MOVED PIC X(1).

      * STATISTICS COUNTERS
       01 WS-COUNTERS.
          05 TOTAL-PAIR-RECORDS PIC 9(5) VALUE 0.
          05 TOTAL-MERGED PIC 9(5) VALUE 0.
          05 TOTAL-REVERSED PIC 9(5) VALUE 0.
          05 TOTAL-REJECTS PIC 9(5) VALUE 0.
          05 TOTAL-SLOTS-MOVED PIC 9(5) VALUE 0.

      * DISPLAY-FORMATTED COUNTERS
       01 WS-DISP-COUNTERS.
          05 TOTAL-PAIR-RECORDS-DISP PIC Z(4)9.
          05 TOTAL-MERGED-DISP PIC Z(4)9.
          05 TOTAL-REVERSED-DISP PIC Z(4)9.
          05 TOTAL-REJECTS-DISP PIC Z(4)9.
          05 TOTAL-SLOTS-MOVED-DISP PIC Z(4)9.
          05 WS-UNDO-DAYS-DISP PIC ZZ9.

      **********************************************
      * OPENS FILES, APPLIES THE REVIEWED PAIR FILE, CLOSES,
      * WRITES BATCH STATUS AND DISPLAYS THE SUMMARY.
      **********************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM SET-BST-START-TS.
           PERFORM OPEN-STATUS-LOG.
           PERFORM LOAD-RUN-PARAMETERS.
           PERFORM OPEN-ALL-FILES.
           PERFORM APPLY-PAIR-FILE.
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
      * RUN DATE FROM CYCDAT40 AND THE UNDO WINDOW FROM PRMGET50.
      **********************************************
       LOAD-RUN-PARAMETERS.
           MOVE 'CUSMRG39' TO CD-JOB-NAME.
           CALL 'CYCDAT40' USING WS-CYCDATE-REQUEST END-CALL.
           MOVE CD-CYCLE-DATE TO WS-RUN-DATE.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM.
           MOVE 'CUSMRG39' TO RP-JOB-NAME.
           MOVE 'UNDODAYS' TO RP-KEYWORD.
           MOVE WS-UNDO-DAYS TO RP-DEFAULT-VALUE.
           CALL 'PRMGET50' USING WS-RUNPARM-REQUEST END-CALL.
           MOVE RP-VALUE TO WS-UNDO-DAYS.

      **********************************************
      * OPEN ALL FILES AND CHECK STATUS. THE MASTER AND THE XREF
      * ARE UPDATED IN PLACE. NO MERGE REGISTER YET (05/35) IS THE
      * FIRST MERGE RUN. THE AUDIT TRAIL IS APPENDED TO.
      **********************************************
       OPEN-ALL-FILES.
           OPEN I-O CUST-MASTER-FILE.
           IF CUST-MASTER-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING CUSTOMER MASTER: '
                       CUST-MASTER-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN I-O XREF-MASTER.
           IF XREF-MASTER-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING XREF MASTER: '
                       XREF-MASTER-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN I-O MERGE-REGISTER.
           IF MERGE-REGISTER-STATUS = '05'
              OR MERGE-REGISTER-STATUS = '35'
              OPEN OUTPUT MERGE-REGISTER
              CLOSE MERGE-REGISTER
              OPEN I-O MERGE-REGISTER
           END-IF.
           IF MERGE-REGISTER-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING MERGE REGISTER: '
                       MERGE-REGISTER-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN INPUT PAIR-FILE.
           IF PAIR-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING MERGE PAIR FILE: ' PAIR-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN EXTEND AUDIT-FILE.
           IF AUDIT-STATUS = '05' OR AUDIT-STATUS = '35'
              OPEN OUTPUT AUDIT-FILE
           END-IF.
           IF AUDIT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING AUDIT FILE: ' AUDIT-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * READS THE PAIR FILE UNTIL EOF AND DISPATCHES EACH RECORD
      * BY ACTION CODE.
      **********************************************
       APPLY-PAIR-FILE.
           PERFORM UNTIL EOF
              READ PAIR-FILE
                AT END
                   SET EOF TO TRUE
                NOT AT END
                   IF PAIR-STATUS = '00'
                      ADD 1 TO TOTAL-PAIR-RECORDS
                      MOVE SPACES TO WS-REJECT-REASON
                      MOVE 0 TO WS-MOVED-BAL
                      SET EDIT-OK TO TRUE
                      PERFORM APPLY-ONE-PAIR
                   ELSE
                      DISPLAY 'ERROR READING MERGE PAIR FILE: '
                               PAIR-STATUS
                      PERFORM ABEND-WITH-STATUS
                   END-IF
              END-READ
           END-PERFORM.

      **********************************************
      * EDITS THE VICTIM AND REVIEWER (COMMON TO EVERY ACTION),
      * THEN ROUTES BY ACTION CODE. ANYTHING OTHER THAN M/R IS
      * REJECTED.
      **********************************************
       APPLY-ONE-PAIR.
           EVALUATE TRUE
               WHEN MPR-VICTIM-ID = SPACES
                 MOVE 'VICTIM ID MISSING' TO WS-REJECT-REASON
                 PERFORM WRITE-AUDIT-REJECT
               WHEN MPR-REVIEWER = SPACES
                 MOVE 'REVIEWER MISSING' TO WS-REJECT-REASON
                 PERFORM WRITE-AUDIT-REJECT
               WHEN OTHER
                 EVALUATE MPR-ACTION
                     WHEN 'M'
                       PERFORM APPLY-MERGE
                     WHEN 'R'
                       PERFORM APPLY-REVERSAL
                     WHEN OTHER
                       MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
                       PERFORM WRITE-AUDIT-REJECT
                 END-EVALUATE
           END-EVALUATE.

      **********************************************
      * 'M' MERGE: EVERY EDIT RUNS BEFORE ANYTHING IS UPDATED, SO
      * A REJECTED PAIR LEAVES ALL THREE FILES UNTOUCHED.
      **********************************************
       APPLY-MERGE.
           PERFORM EDIT-MERGE-PAIR.
           IF EDIT-FAILED
              PERFORM WRITE-AUDIT-REJECT
           ELSE
              MOVE WS-VICT-BAL TO WS-MOVED-BAL
              PERFORM REGISTER-MERGE
              PERFORM MERGE-XREF-SLOTS
              PERFORM MERGE-MASTER-RECORDS
              ADD 1 TO TOTAL-MERGED
              PERFORM WRITE-AUDIT-APPLIED
           END-IF.

      **********************************************
      * MERGE EDITS, IN ORDER, STOPPING AT THE FIRST FAILURE:
      * THE PAIR ITSELF, BOTH MASTER RECORDS, THE REGISTER, THE
      * COMBINED BALANCE, THEN THE XREF SLOTS.
      **********************************************
       EDIT-MERGE-PAIR.
           EVALUATE TRUE
               WHEN MPR-SURVIVOR-ID = SPACES
                 MOVE 'SURVIVOR ID MISSING' TO WS-REJECT-REASON
                 SET EDIT-FAILED TO TRUE
               WHEN MPR-SURVIVOR-ID = MPR-VICTIM-ID
                 MOVE 'SURVIVOR SAME AS VICTIM' TO WS-REJECT-REASON
                 SET EDIT-FAILED TO TRUE
           END-EVALUATE.
           IF EDIT-OK
              PERFORM CHECK-SURVIVOR-MASTER
           END-IF.
           IF EDIT-OK
              PERFORM CHECK-VICTIM-MASTER
           END-IF.
           IF EDIT-OK
              PERFORM READ-REGISTER-ENTRY
              IF REG-FOUND AND MRG-IN-EFFECT
                 MOVE 'VICTIM ALREADY MERGED' TO WS-REJECT-REASON
                 SET EDIT-FAILED TO TRUE
              END-IF
           END-IF.
           IF EDIT-OK
              COMPUTE WS-COMBINED-BAL = WS-SURV-BAL + WS-VICT-BAL
              IF WS-COMBINED-BAL > 9999999.99
                 MOVE 'COMBINED BAL TOO LARGE' TO WS-REJECT-REASON
                 SET EDIT-FAILED TO TRUE
              END-IF
           END-IF.
           IF EDIT-OK
              PERFORM READ-BOTH-XREFS
              PERFORM CHECK-XREF-CONFLICTS
           END-IF.

      **********************************************
      * THE SURVIVOR MUST BE ON THE MASTER AND NOT MERGED AWAY.
      **********************************************
       CHECK-SURVIVOR-MASTER.
           MOVE MPR-SURVIVOR-ID TO CUST-ID.
           READ CUST-MASTER-FILE
           EVALUATE CUST-MASTER-STATUS
               WHEN '00'
                 IF CUST-STATUS = 'M'
                    MOVE 'SURVIVOR ALREADY MERGED' TO WS-REJECT-REASON
                    SET EDIT-FAILED TO TRUE
                 ELSE
                    MOVE CUST-CURRENT-BAL TO WS-SURV-BAL
                 END-IF
               WHEN '23'
                 MOVE 'SURVIVOR NOT ON MASTER' TO WS-REJECT-REASON
                 SET EDIT-FAILED TO TRUE
               WHEN OTHER
                 DISPLAY 'ERROR READING CUSTOMER MASTER: '
                          CUST-MASTER-STATUS
                 DISPLAY 'CUSTOMER ID: ' MPR-SURVIVOR-ID
                 PERFORM ABEND-WITH-STATUS
           END-EVALUATE.

      **********************************************
      * THE VICTIM MUST BE ON THE MASTER AND NOT MERGED AWAY. ITS
      * BALANCE, STATUS AND ADDRESS ARE KEPT FOR THE REGISTER.
      **********************************************
       CHECK-VICTIM-MASTER.
           MOVE MPR-VICTIM-ID TO CUST-ID.
           READ CUST-MASTER-FILE
           EVALUATE CUST-MASTER-STATUS
               WHEN '00'
                 IF CUST-STATUS = 'M'
                    MOVE 'VICTIM ALREADY MERGED' TO WS-REJECT-REASON
                    SET EDIT-FAILED TO TRUE
                 ELSE
                    MOVE CUST-CURRENT-BAL TO WS-VICT-BAL
                    MOVE CUST-STATUS TO WS-VICT-STATUS
                    MOVE CUST-ADDRESS TO WS-VICT-ADDRESS
                 END-IF
               WHEN '23'
                 MOVE 'VICTIM NOT ON MASTER' TO WS-REJECT-REASON
                 SET EDIT-FAILED TO TRUE
               WHEN OTHER
                 DISPLAY 'ERROR READING CUSTOMER MASTER: '
                          CUST-MASTER-STATUS
                 DISPLAY 'CUSTOMER ID: ' MPR-VICTIM-ID
                 PERFORM ABEND-WITH-STATUS
           END-EVALUATE.

      **********************************************
      * READS THE REGISTER ENTRY FOR THE VICTIM, IF ANY.
      **********************************************
       READ-REGISTER-ENTRY.
           MOVE 'N' TO WS-REG-FOUND.
           MOVE MPR-VICTIM-ID TO MRG-VICTIM-ID.
           READ MERGE-REGISTER
           EVALUATE MERGE-REGISTER-STATUS
               WHEN '00'
                 SET REG-FOUND TO TRUE
               WHEN '23'
                 CONTINUE
               WHEN OTHER
                 DISPLAY 'ERROR READING MERGE REGISTER: '
                          MERGE-REGISTER-STATUS
                 DISPLAY 'VICTIM ID: ' MPR-VICTIM-ID
                 PERFORM ABEND-WITH-STATUS
           END-EVALUATE.

      **********************************************
      * READS THE SURVIVOR'S AND THE VICTIM'S XREF RECORDS INTO
      * WORKING STORAGE. A CUSTOMER XREFLD39 HAS NOT REACHED YET
      * SIMPLY HAS NO SLOTS MAPPED.
      **********************************************
       READ-BOTH-XREFS.
           MOVE 'N' TO WS-SURV-XREF-FOUND.
           MOVE SPACES TO WS-SURV-XREF.
           MOVE MPR-SURVIVOR-ID TO XRF-CUST-ID.
           PERFORM READ-XREF-RECORD.
           IF XREF-MASTER-STATUS = '00'
              SET SURV-XREF-FOUND TO TRUE
              MOVE XRF-PAY-CUST-ID TO WS-SURV-PAY-ID
              MOVE XRF-PAY-SOURCE TO WS-SURV-PAY-SOURCE
              MOVE XRF-ORD-CUST-ID TO WS-SURV-ORD-ID
              MOVE XRF-ORD-SOURCE TO WS-SURV-ORD-SOURCE
              MOVE XRF-CARD-NUMBER TO WS-SURV-CARD-NUM
              MOVE XRF-CARD-SOURCE TO WS-SURV-CARD-SOURCE
           END-IF.

           MOVE 'N' TO WS-VICT-XREF-FOUND.
           MOVE SPACES TO WS-VICT-XREF.
           MOVE MPR-VICTIM-ID TO XRF-CUST-ID.
           PERFORM READ-XREF-RECORD.
           IF XREF-MASTER-STATUS = '00'
              SET VICT-XREF-FOUND TO TRUE
              MOVE XRF-PAY-CUST-ID TO WS-VICT-PAY-ID
              MOVE XRF-PAY-SOURCE TO WS-VICT-PAY-SOURCE
              MOVE XRF-ORD-CUST-ID TO WS-VICT-ORD-ID
              MOVE XRF-ORD-SOURCE TO WS-VICT-ORD-SOURCE
              MOVE XRF-CARD-NUMBER TO WS-VICT-CARD-NUM
              MOVE XRF-CARD-SOURCE TO WS-VICT-CARD-SOURCE
           END-IF.

      **********************************************
      * READS THE XREF RECORD FOR XRF-CUST-ID. NOT FOUND ('23')
      * IS LEFT TO THE CALLER; ANYTHING ELSE IS FATAL.
      **********************************************
       READ-XREF-RECORD.
           READ XREF-MASTER
           IF XREF-MASTER-STATUS NOT = '00'
              AND XREF-MASTER-STATUS NOT = '23'
              DISPLAY 'ERROR READING XREF MASTER: '
                       XREF-MASTER-STATUS
              DISPLAY 'CUSTOMER ID: ' XRF-CUST-ID
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * A SLOT MAPPED ON BOTH SIDES TO DIFFERENT VALUES CANNOT BE
      * MERGED BLIND. A SLOT MAPPED ONLY ON THE VICTIM MOVES; A
      * SLOT MAPPED THE SAME ON BOTH SIDES HAS NOTHING TO MOVE.
      **********************************************
       CHECK-XREF-CONFLICTS.
           MOVE 'NNN' TO WS-MOVED-FLAGS.
           IF WS-VICT-PAY-ID NOT = SPACES
              IF WS-SURV-PAY-ID = SPACES
                 MOVE 'Y' TO WS-PAY-MOVED
              ELSE
                 IF WS-SURV-PAY-ID NOT = WS-VICT-PAY-ID
                    MOVE 'XREF CONFLICT - PAY' TO WS-REJECT-REASON
                    SET EDIT-FAILED TO TRUE
                 END-IF
              END-IF
           END-IF.
           IF EDIT-OK AND WS-VICT-ORD-ID NOT = SPACES
              IF WS-SURV-ORD-ID = SPACES
                 MOVE 'Y' TO WS-ORD-MOVED
              ELSE
                 IF WS-SURV-ORD-ID NOT = WS-VICT-ORD-ID
                    MOVE 'XREF CONFLICT - ORD' TO WS-REJECT-REASON
                    SET EDIT-FAILED TO TRUE
                 END-IF
              END-IF
           END-IF.
           IF EDIT-OK AND WS-VICT-CARD-NUM NOT = SPACES
              IF WS-SURV-CARD-NUM = SPACES
                 MOVE 'Y' TO WS-CARD-MOVED
              ELSE
                 IF WS-SURV-CARD-NUM NOT = WS-VICT-CARD-NUM
                    MOVE 'XREF CONFLICT - CARD' TO WS-REJECT-REASON
                    SET EDIT-FAILED TO TRUE
                 END-IF
              END-IF
           END-IF.

      **********************************************
      * RECORDS THE MERGE AND THE VICTIM'S BEFORE-IMAGE. A VICTIM
      * WHOSE EARLIER MERGE WAS REVERSED REUSES ITS ENTRY.
      **********************************************
       REGISTER-MERGE.
           MOVE SPACES TO MERGE-REGISTER-REC.
           MOVE MPR-VICTIM-ID TO MRG-VICTIM-ID.
           MOVE MPR-SURVIVOR-ID TO MRG-SURVIVOR-ID.
           SET MRG-IN-EFFECT TO TRUE.
           MOVE WS-RUN-DATE TO MRG-MERGE-DATE.
           MOVE MPR-REVIEWER TO MRG-REVIEWER.
           MOVE WS-MOVED-BAL TO MRG-MOVED-BAL.
           MOVE WS-VICT-STATUS TO MRG-VICTIM-STATUS.
           MOVE WS-VICT-ADDRESS TO MRG-VICTIM-ADDRESS.
           MOVE WS-VICT-PAY-ID TO MRG-VICTIM-PAY-ID.
           MOVE WS-VICT-PAY-SOURCE TO MRG-VICTIM-PAY-SOURCE.
           MOVE WS-PAY-MOVED TO MRG-PAY-MOVED.
           MOVE WS-VICT-ORD-ID TO MRG-VICTIM-ORD-ID.
           MOVE WS-VICT-ORD-SOURCE TO MRG-VICTIM-ORD-SOURCE.
           MOVE WS-ORD-MOVED TO MRG-ORD-MOVED.
           MOVE WS-VICT-CARD-NUM TO MRG-VICTIM-CARD-NUM.
           MOVE WS-VICT-CARD-SOURCE TO MRG-VICTIM-CARD-SOURCE.
           MOVE WS-CARD-MOVED TO MRG-CARD-MOVED.
           IF REG-FOUND
              REWRITE MERGE-REGISTER-REC
           ELSE
              WRITE MERGE-REGISTER-REC
           END-IF.
           IF MERGE-REGISTER-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING MERGE REGISTER: '
                       MERGE-REGISTER-STATUS
              DISPLAY 'VICTIM ID: ' MPR-VICTIM-ID
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * MOVES THE VICTIM'S SLOTS ONTO THE SURVIVOR (SOURCE 'M')
      * AND EMPTIES THE VICTIM'S XREF, POINTING IT AT THE
      * SURVIVOR.
      **********************************************
       MERGE-XREF-SLOTS.
           IF SURV-XREF-FOUND
              MOVE MPR-SURVIVOR-ID TO XRF-CUST-ID
              PERFORM READ-XREF-RECORD
           ELSE
              MOVE SPACES TO XREF-MASTER-REC
              MOVE MPR-SURVIVOR-ID TO XRF-CUST-ID
              MOVE WS-RUN-DATE TO XRF-LOAD-DATE
           END-IF.
           IF WS-PAY-MOVED = 'Y'
              MOVE WS-VICT-PAY-ID TO XRF-PAY-CUST-ID
              MOVE 'M' TO XRF-PAY-SOURCE
              ADD 1 TO TOTAL-SLOTS-MOVED
           END-IF.
           IF WS-ORD-MOVED = 'Y'
              MOVE WS-VICT-ORD-ID TO XRF-ORD-CUST-ID
              MOVE 'M' TO XRF-ORD-SOURCE
              ADD 1 TO TOTAL-SLOTS-MOVED
           END-IF.
           IF WS-CARD-MOVED = 'Y'
              MOVE WS-VICT-CARD-NUM TO XRF-CARD-NUMBER
              MOVE 'M' TO XRF-CARD-SOURCE
              ADD 1 TO TOTAL-SLOTS-MOVED
           END-IF.
           IF SURV-XREF-FOUND
              PERFORM REWRITE-XREF-RECORD
           ELSE
              PERFORM WRITE-XREF-RECORD
           END-IF.

           IF VICT-XREF-FOUND
              MOVE MPR-VICTIM-ID TO XRF-CUST-ID
              PERFORM READ-XREF-RECORD
           ELSE
              MOVE SPACES TO XREF-MASTER-REC
              MOVE MPR-VICTIM-ID TO XRF-CUST-ID
              MOVE WS-RUN-DATE TO XRF-LOAD-DATE
           END-IF.
           MOVE SPACES TO XRF-PAY-CUST-ID.
           MOVE SPACES TO XRF-ORD-CUST-ID.
           MOVE SPACES TO XRF-CARD-NUMBER.
           MOVE SPACES TO XRF-PAY-SOURCE.
           MOVE SPACES TO XRF-ORD-SOURCE.
           MOVE SPACES TO XRF-CARD-SOURCE.
           MOVE MPR-SURVIVOR-ID TO XRF-MERGED-INTO.
           IF VICT-XREF-FOUND
              PERFORM REWRITE-XREF-RECORD
           ELSE
              PERFORM WRITE-XREF-RECORD
           END-IF.

      **********************************************
      * COMBINES THE BALANCES ON THE SURVIVOR AND CLOSES THE
      * VICTIM, WITH THE SURVIVOR POINTER IN PLACE OF ITS ADDRESS.
      **********************************************
       MERGE-MASTER-RECORDS.
           MOVE MPR-SURVIVOR-ID TO CUST-ID.
           PERFORM READ-MASTER-FOR-UPDATE.
           ADD WS-MOVED-BAL TO CUST-CURRENT-BAL.
           PERFORM REWRITE-MASTER-RECORD.

           MOVE MPR-VICTIM-ID TO CUST-ID.
           PERFORM READ-MASTER-FOR-UPDATE.
           MOVE 0 TO CUST-CURRENT-BAL.
           MOVE 'M' TO CUST-STATUS.
           MOVE SPACES TO CUST-ADDRESS.
           MOVE 'MERGED TO ' TO CUST-MERGE-TAG.
           MOVE MPR-SURVIVOR-ID TO CUST-MERGED-INTO.
           PERFORM REWRITE-MASTER-RECORD.

      **********************************************
      * 'R' REVERSE: EVERY EDIT RUNS BEFORE ANYTHING IS UPDATED.
      * THE SURVIVOR COMES FROM THE REGISTER, NOT THE PAIR RECORD.
      **********************************************
       APPLY-REVERSAL.
           PERFORM EDIT-REVERSAL.
           IF EDIT-FAILED
              PERFORM WRITE-AUDIT-REJECT
           ELSE
              MOVE MRG-MOVED-BAL TO WS-MOVED-BAL
              MOVE MRG-SURVIVOR-ID TO MPR-SURVIVOR-ID
              PERFORM REVERSE-XREF-SLOTS
              PERFORM REVERSE-MASTER-RECORDS
              SET MRG-REVERSED TO TRUE
              MOVE WS-RUN-DATE TO MRG-REVERSE-DATE
              MOVE MPR-REVIEWER TO MRG-REVERSED-BY
              REWRITE MERGE-REGISTER-REC
              IF MERGE-REGISTER-STATUS NOT = '00'
                 DISPLAY 'ERROR REWRITING MERGE REGISTER: '
                          MERGE-REGISTER-STATUS
                 DISPLAY 'VICTIM ID: ' MPR-VICTIM-ID
                 PERFORM ABEND-WITH-STATUS
              END-IF
              ADD 1 TO TOTAL-REVERSED
              PERFORM WRITE-AUDIT-APPLIED
           END-IF.

      **********************************************
      * REVERSAL EDITS: A MERGE IN EFFECT, INSIDE THE UNDO
      * WINDOW, AGAINST THE SURVIVOR NAMED (IF ONE IS), WITH THE
      * SURVIVOR STILL ACTIVE AND STILL CARRYING THE MOVED
      * BALANCE, AND THE VICTIM STILL IN ITS MERGED STATE.
      **********************************************
       EDIT-REVERSAL.
           PERFORM READ-REGISTER-ENTRY.
           EVALUATE TRUE
               WHEN NOT REG-FOUND
                 MOVE 'NO MERGE ON REGISTER' TO WS-REJECT-REASON
                 SET EDIT-FAILED TO TRUE
               WHEN MRG-REVERSED
                 MOVE 'MERGE ALREADY REVERSED' TO WS-REJECT-REASON
                 SET EDIT-FAILED TO TRUE
               WHEN MPR-SURVIVOR-ID NOT = SPACES
                    AND MPR-SURVIVOR-ID NOT = MRG-SURVIVOR-ID
                 MOVE 'SURVIVOR DOES NOT MATCH' TO WS-REJECT-REASON
                 SET EDIT-FAILED TO TRUE
           END-EVALUATE.
           IF EDIT-OK
              MOVE MRG-MERGE-DATE TO WS-MERGE-DATE-NUM
              COMPUTE WS-DAYS-SINCE-MERGE =
                      FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
                    - FUNCTION INTEGER-OF-DATE(WS-MERGE-DATE-NUM)
              IF WS-DAYS-SINCE-MERGE > WS-UNDO-DAYS
                 MOVE 'UNDO WINDOW EXPIRED' TO WS-REJECT-REASON
                 SET EDIT-FAILED TO TRUE
              END-IF
           END-IF.
           IF EDIT-OK
              MOVE MRG-SURVIVOR-ID TO CUST-ID
              READ CUST-MASTER-FILE
              EVALUATE CUST-MASTER-STATUS
                  WHEN '00'
                    IF CUST-STATUS = 'M'
                       MOVE 'SURVIVOR SINCE MERGED'
                            TO WS-REJECT-REASON
                       SET EDIT-FAILED TO TRUE
                    ELSE
                       IF CUST-CURRENT-BAL < MRG-MOVED-BAL
                          MOVE 'SURVIVOR BAL BELOW MOVED'
                               TO WS-REJECT-REASON
                          SET EDIT-FAILED TO TRUE
                       END-IF
                    END-IF
                  WHEN '23'
                    MOVE 'SURVIVOR NOT ON MASTER' TO WS-REJECT-REASON
                    SET EDIT-FAILED TO TRUE
                  WHEN OTHER
                    DISPLAY 'ERROR READING CUSTOMER MASTER: '
                             CUST-MASTER-STATUS
                    DISPLAY 'CUSTOMER ID: ' MRG-SURVIVOR-ID
                    PERFORM ABEND-WITH-STATUS
              END-EVALUATE
           END-IF.
           IF EDIT-OK
              MOVE MPR-VICTIM-ID TO CUST-ID
              READ CUST-MASTER-FILE
              EVALUATE CUST-MASTER-STATUS
                  WHEN '00'
                    IF CUST-STATUS NOT = 'M'
                       OR CUST-MERGED-INTO NOT = MRG-SURVIVOR-ID
                       MOVE 'VICTIM NO LONGER MERGED'
                            TO WS-REJECT-REASON
                       SET EDIT-FAILED TO TRUE
                    END-IF
                  WHEN '23'
                    MOVE 'VICTIM NOT ON MASTER' TO WS-REJECT-REASON
                    SET EDIT-FAILED TO TRUE
                  WHEN OTHER
                    DISPLAY 'ERROR READING CUSTOMER MASTER: '
                             CUST-MASTER-STATUS
                    DISPLAY 'CUSTOMER ID: ' MPR-VICTIM-ID
                    PERFORM ABEND-WITH-STATUS
              END-EVALUATE
           END-IF.

      **********************************************
      * TAKES BACK EACH MOVED SLOT THE SURVIVOR STILL CARRIES
      * UNCHANGED FROM THE MERGE (A SLOT SINCE RESEEDED STAYS),
      * AND RESTORES THE VICTIM'S XREF FROM THE BEFORE-IMAGE.
      **********************************************
       REVERSE-XREF-SLOTS.
           MOVE MRG-SURVIVOR-ID TO XRF-CUST-ID.
           PERFORM READ-XREF-RECORD.
           IF XREF-MASTER-STATUS = '00'
              IF MRG-PAY-MOVED = 'Y'
                 AND XRF-PAY-SOURCE = 'M'
                 AND XRF-PAY-CUST-ID = MRG-VICTIM-PAY-ID
                 MOVE SPACES TO XRF-PAY-CUST-ID
                 MOVE SPACES TO XRF-PAY-SOURCE
              END-IF
              IF MRG-ORD-MOVED = 'Y'
                 AND XRF-ORD-SOURCE = 'M'
                 AND XRF-ORD-CUST-ID = MRG-VICTIM-ORD-ID
                 MOVE SPACES TO XRF-ORD-CUST-ID
                 MOVE SPACES TO XRF-ORD-SOURCE
              END-IF
              IF MRG-CARD-MOVED = 'Y'
                 AND XRF-CARD-SOURCE = 'M'
                 AND XRF-CARD-NUMBER = MRG-VICTIM-CARD-NUM
                 MOVE SPACES TO XRF-CARD-NUMBER
                 MOVE SPACES TO XRF-CARD-SOURCE
              END-IF
              PERFORM REWRITE-XREF-RECORD
           END-IF.

           MOVE MPR-VICTIM-ID TO XRF-CUST-ID.
           PERFORM READ-XREF-RECORD.
           IF XREF-MASTER-STATUS = '23'
              MOVE SPACES TO XREF-MASTER-REC
              MOVE MPR-VICTIM-ID TO XRF-CUST-ID
              MOVE WS-RUN-DATE TO XRF-LOAD-DATE
           END-IF.
           MOVE MRG-VICTIM-PAY-ID TO XRF-PAY-CUST-ID.
           MOVE MRG-VICTIM-PAY-SOURCE TO XRF-PAY-SOURCE.
           MOVE MRG-VICTIM-ORD-ID TO XRF-ORD-CUST-ID.
           MOVE MRG-VICTIM-ORD-SOURCE TO XRF-ORD-SOURCE.
           MOVE MRG-VICTIM-CARD-NUM TO XRF-CARD-NUMBER.
           MOVE MRG-VICTIM-CARD-SOURCE TO XRF-CARD-SOURCE.
           MOVE SPACES TO XRF-MERGED-INTO.
           IF XREF-MASTER-STATUS = '00'
              PERFORM REWRITE-XREF-RECORD
           ELSE
              PERFORM WRITE-XREF-RECORD
           END-IF.

      **********************************************
      * TAKES THE MOVED BALANCE BACK OFF THE SURVIVOR AND PUTS
      * THE VICTIM BACK AS IT WAS BEFORE THE MERGE.
      **********************************************
       REVERSE-MASTER-RECORDS.
           MOVE MRG-SURVIVOR-ID TO CUST-ID.
           PERFORM READ-MASTER-FOR-UPDATE.
           SUBTRACT MRG-MOVED-BAL FROM CUST-CURRENT-BAL.
           PERFORM REWRITE-MASTER-RECORD.

           MOVE MPR-VICTIM-ID TO CUST-ID.
           PERFORM READ-MASTER-FOR-UPDATE.
           MOVE MRG-MOVED-BAL TO CUST-CURRENT-BAL.
           MOVE MRG-VICTIM-STATUS TO CUST-STATUS.
           MOVE MRG-VICTIM-ADDRESS TO CUST-ADDRESS.
           PERFORM REWRITE-MASTER-RECORD.

      **********************************************
      * READS THE CUSTOMER IN CUST-ID FOR REWRITE. THE EDITS HAVE
      * ALREADY SEEN IT, SO ANY FAILURE HERE IS FATAL.
      **********************************************
       READ-MASTER-FOR-UPDATE.
           READ CUST-MASTER-FILE
           IF CUST-MASTER-STATUS NOT = '00'
              DISPLAY 'ERROR READING CUSTOMER MASTER: '
                       CUST-MASTER-STATUS
              DISPLAY 'CUSTOMER ID: ' CUST-ID
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * REWRITES THE CUSTOMER MASTER RECORD JUST READ.
      **********************************************
       REWRITE-MASTER-RECORD.
           REWRITE CUST-MASTER-REC
           IF CUST-MASTER-STATUS NOT = '00'
              DISPLAY 'ERROR REWRITING CUSTOMER MASTER: '
                       CUST-MASTER-STATUS
              DISPLAY 'CUSTOMER ID: ' CUST-ID
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * WRITES A NEW XREF RECORD.
      **********************************************
       WRITE-XREF-RECORD.
           WRITE XREF-MASTER-REC
           IF XREF-MASTER-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING XREF MASTER: '
                       XREF-MASTER-STATUS
              DISPLAY 'CUSTOMER ID: ' XRF-CUST-ID
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * REWRITES THE XREF RECORD JUST READ.
      **********************************************
       REWRITE-XREF-RECORD.
           REWRITE XREF-MASTER-REC
           IF XREF-MASTER-STATUS NOT = '00'
              DISPLAY 'ERROR REWRITING XREF MASTER: '
                       XREF-MASTER-STATUS
              DISPLAY 'CUSTOMER ID: ' XRF-CUST-ID
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * WRITES ONE 'APPLIED' AUDIT LINE FOR THE CURRENT RECORD.
      **********************************************
       WRITE-AUDIT-APPLIED.
           MOVE SPACES TO AUDIT-REC.
           MOVE 'APPLIED' TO MAU-RESULT.
           PERFORM WRITE-AUDIT-LINE.

      **********************************************
      * WRITES ONE 'REJECTED' AUDIT LINE WITH THE REASON AND
      * BUMPS THE REJECT COUNT.
      **********************************************
       WRITE-AUDIT-REJECT.
           MOVE SPACES TO AUDIT-REC.
           MOVE 'REJECTED' TO MAU-RESULT.
           MOVE WS-REJECT-REASON TO MAU-REASON.
           ADD 1 TO TOTAL-REJECTS.
           PERFORM WRITE-AUDIT-LINE.

      **********************************************
      * FILLS THE COMMON AUDIT FIELDS AND WRITES THE LINE.
      **********************************************
       WRITE-AUDIT-LINE.
           MOVE WS-RUN-DATE TO MAU-RUN-DATE.
           MOVE MPR-ACTION TO MAU-ACTION.
           MOVE MPR-SURVIVOR-ID TO MAU-SURVIVOR-ID.
           MOVE MPR-VICTIM-ID TO MAU-VICTIM-ID.
           MOVE MPR-REVIEWER TO MAU-REVIEWER.
           MOVE WS-MOVED-BAL TO MAU-MOVED-BAL.
           WRITE AUDIT-REC.
           IF AUDIT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING AUDIT FILE: ' AUDIT-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * CLOSE ALL FILES AND CHECK STATUS
      **********************************************
       CLOSE-ALL-FILES.
           CLOSE CUST-MASTER-FILE.
           IF CUST-MASTER-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING CUSTOMER MASTER: '
                       CUST-MASTER-STATUS
           END-IF.

           CLOSE XREF-MASTER.
           IF XREF-MASTER-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING XREF MASTER: '
                       XREF-MASTER-STATUS
           END-IF.

           CLOSE MERGE-REGISTER.
           IF MERGE-REGISTER-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING MERGE REGISTER: '
                       MERGE-REGISTER-STATUS
           END-IF.

           CLOSE PAIR-FILE.
           IF PAIR-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING MERGE PAIR FILE: '
                       PAIR-STATUS
           END-IF.

           CLOSE AUDIT-FILE.
           IF AUDIT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING AUDIT FILE: '
                       AUDIT-STATUS
           END-IF.

      **********************************************
      * APPENDS ONE RECORD TO THE CONSOLIDATED END-OF-NIGHT BATCH
      * STATUS LOG AND CLOSES IT. STATUS-LOG ITSELF WAS ALREADY
      * OPENED BY OPEN-STATUS-LOG, FIRST THING IN MAIN-LOGIC.
      **********************************************
       WRITE-BATCH-STATUS.
           MOVE SPACES TO STATUS-LOG-REC.
           MOVE 'CUSMRG39' TO BST-PROGRAM-ID.
           PERFORM GET-BST-TIMESTAMP.
           MOVE WS-BST-START-TS TO BST-START-TS.
           MOVE WS-BST-TS-BUILT TO BST-END-TS.
           MOVE TOTAL-PAIR-RECORDS TO BST-RECORDS-IN.
           COMPUTE BST-RECORDS-OUT = TOTAL-MERGED + TOTAL-REVERSED.
           MOVE TOTAL-REJECTS TO BST-RECORDS-REJECTED.
           IF ABEND-IN-PROGRESS
              MOVE 'FAILED' TO BST-STATUS
              MOVE 'JOB ABENDED - SEE SYSOUT FOR DETAIL' TO BST-MESSAGE
           ELSE
              IF TOTAL-REJECTS > 0
                 MOVE 'WARNING' TO BST-STATUS
                 MOVE 'MERGE PAIRS REJECTED - SEE AUDIT'
                      TO BST-MESSAGE
              ELSE
                 MOVE 'COMPLETE' TO BST-STATUS
                 MOVE 'ALL MERGE PAIRS APPLIED' TO BST-MESSAGE
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
      * DISPLAY SUMMARY STATISTICS TO SYSOUT
      **********************************************
       DISPLAY-SUMMARY.
           MOVE TOTAL-PAIR-RECORDS TO TOTAL-PAIR-RECORDS-DISP.
           MOVE TOTAL-MERGED TO TOTAL-MERGED-DISP.
           MOVE TOTAL-REVERSED TO TOTAL-REVERSED-DISP.
           MOVE TOTAL-REJECTS TO TOTAL-REJECTS-DISP.
           MOVE TOTAL-SLOTS-MOVED TO TOTAL-SLOTS-MOVED-DISP.
           MOVE WS-UNDO-DAYS TO WS-UNDO-DAYS-DISP.
           DISPLAY '========================================'.
           DISPLAY 'CUSTOMER MERGE SUMMARY'.
           DISPLAY '========================================'.
           DISPLAY 'PAIR RECORDS READ:  ' TOTAL-PAIR-RECORDS-DISP.
           DISPLAY 'CUSTOMERS MERGED:   ' TOTAL-MERGED-DISP.
           DISPLAY 'XREF SLOTS MOVED:   ' TOTAL-SLOTS-MOVED-DISP.
           DISPLAY 'MERGES REVERSED:    ' TOTAL-REVERSED-DISP.
           DISPLAY 'RECORDS REJECTED:   ' TOTAL-REJECTS-DISP.
           DISPLAY 'UNDO WINDOW (DAYS): ' WS-UNDO-DAYS-DISP.
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
