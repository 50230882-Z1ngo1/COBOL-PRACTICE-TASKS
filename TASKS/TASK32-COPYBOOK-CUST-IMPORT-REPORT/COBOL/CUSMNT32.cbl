      *        TOUCHED BY AN UPDATE.                                  *
      *     'S' STATUS - THE CUSTOMER MUST EXIST; CUST-STATUS IS SET  *
      *        TO THE FEED STATUS, NOTHING ELSE MOVES.                *
      *   STATUS 'M' (MERGED) IS SET AND CLEARED ONLY BY CUSMRG39: A  *
      *   FEED STATUS OF 'M' IS REJECTED, AND A MERGED CUSTOMER       *
      *   CANNOT BE UPDATED OR RE-STATUSED HERE.                      *
      *   AN UPDATE THAT CHANGES THE ADDRESS CLEARS EVERY ACTIVE      *
      *   RETURNED-MAIL FLAG FOR THE CUSTOMER ON THE MAIL SUPPRESSION *
      *   FILE - UNDER THE CUST-ID AND EACH PAYMENTS ID, ORDERS ID    *
      *   AND CARD NUMBER THE XREF MAPS TO IT - SO MAIL RESUMES TO    *
      *   THE NEW ADDRESS; THE AUDIT LINE SAYS SO.                    *
      *   EVERY RECORD WRITES ONE AUDIT LINE: ACTION, CUSTOMER,       *
      *   APPLIED OR REJECTED, AND THE REJECT REASON.                 *
      *                                                                *
      * 2026/09/02 - FEED EXTENDED WITH NAME AND ADDRESS NOW THAT      *
      *              THE TASK32 LAYOUT CARRIES THEM: REQUIRED ON AN    *
      *              ADD, REPLACEABLE ON AN UPDATE.                    *
      * 2026/10/15 - MERGED CUSTOMERS (STATUS 'M') ARE LEFT TO THE     *
      *              MERGE JOB CUSMRG39: NO UPDATE OR STATUS CHANGE    *
      *              AGAINST THEM, AND 'M' CANNOT BE SET BY FEED.      *
      * 2026/10/15 - A NEW ADDRESS CLEARS THE CUSTOMER'S RETURNED-MAIL *
      *              FLAGS ON THE MAIL SUPPRESSION FILE (MSUPDD), FOR  *
      *              EVERY ID THE XREF (XREFDD) MAPS TO IT.            *
      * 2026/10/15 - ADDED MNT-SUBMITTER (FORMER FILLER BYTES), THE ID *
      *              OF WHOEVER KEYED THE CHANGE. EVERY AUDIT LINE IS  *
      *              ALSO QUEUED ON THE CONSOLIDATED MAINTENANCE AUDIT *
      *              QUEUE (MAUDDD, COPYBOOK MNTAUDT) FOR AUDCON46:    *
      *              ONE RECORD PER CUSTOMER FIELD AN APPLIED ACTION   *
      *              CHANGED, WITH OLD AND NEW VALUE, SUBMITTER AND    *
      *              TIME.                                             *
      * 2026/10/15 - THE XREF CARD SLOT NOW HOLDS A CARD TOKEN; IT IS  *
      *              TURNED BACK INTO THE CARD NUMBER (CRDTOK11) AS    *
      *              THE XREF IS READ.                                 *
      *                                                                *
      * COPYBOOK: TASK32  - CUSTOMER RECORD LAYOUT (CUST-RECORD)       *
      *           MAILSUP - MAIL SUPPRESSION RECORD                    *
      *           CYCDATE - PROCESSING-DATE LOOKUP REQUEST AREA        *
      *           MNTAUDT - CONSOLIDATED MAINTENANCE AUDIT RECORD      *
      *                                                                *
      * FILES:                                                         *
      * I/O:    MASTDD (CUST.MASTER.VSAM) - VSAM KSDS MASTER FILE      *
      * INPUT:  MNTDD (CUST.MAINT.FEED) - MAINTENANCE FEED             *
      * INPUT:  REGNDD (REGION.CODES) - VALID REGION SET               *
      * INPUT:  XREFDD (CUST.XREF.MASTER) - VSAM KSDS XREF (OPTIONAL)  *
      * INPUT:  VLTDD (CARD.TOKEN.VAULT) - VIA CRDTOK11                *
      * I/O:    MSUPDD (MAIL.SUPPRESS) - VSAM KSDS MAIL SUPPRESSION    *
      *         FILE (OPTIONAL)                                        *
      * OUTPUT: AUDTDD (CUST.MAINT.AUDIT) - AUDIT OF EVERY CHANGE      *
      * OUTPUT: MAUDDD (MAINT.AUDIT.QUEUE) - CONSOLIDATED MAINTENANCE  *
      *         AUDIT QUEUE FOR AUDCON46 (PS, 160 B, APPENDED)         *
      * OUTPUT: STATLOG - SHARED STATUS LOG                            *
      ******************************************************************

              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS REGION-REF-STATUS.

           SELECT XREF-MASTER ASSIGN TO XREFDD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS XRF-CUST-ID
              FILE STATUS IS XREF-MASTER-STATUS.

           SELECT MAIL-SUPPRESS-FILE ASSIGN TO MSUPDD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS MSP-KEY
              FILE STATUS IS MAIL-SUPPRESS-STATUS.

           SELECT AUDIT-FILE ASSIGN TO AUDTDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS AUDIT-STATUS.

           SELECT MAINT-AUDIT-QUEUE ASSIGN TO MAUDDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS MAINT-AUDIT-STATUS.

           SELECT STATUS-LOG ASSIGN TO STATLOG
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS STATUS-LOG-STATUS.
          05 MNT-CREDIT-LIMIT PIC X(9).
          05 MNT-NAME PIC X(25).
          05 MNT-ADDRESS PIC X(25).
          05 MNT-SUBMITTER PIC X(8).
          05 FILLER PIC X(4).

      * SAME VALID-REGION REFERENCE DATAQC46 SWEEPS WITH.
       FD REGION-REF-FILE RECORDING MODE IS F.
          05 REGN-CODE PIC X(2).
          05 FILLER PIC X(78).

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

       FD MAIL-SUPPRESS-FILE.
       01 MAIL-SUPPRESS-REC.
           COPY MAILSUP.

       FD AUDIT-FILE RECORDING MODE IS F.
       01 AUDIT-REC.
          05 AUD-ACTION PIC X(1).
          05 AUD-REASON PIC X(25).
          05 FILLER PIC X(38).

      * CONSOLIDATED MAINTENANCE AUDIT QUEUE, SHARED WITH THE OTHER
      * MAINTENANCE JOBS AND MOVED TO THE AUDIT HISTORY DAILY BY
      * AUDCON46 (SEE COPYBOOK MNTAUDT).
       FD MAINT-AUDIT-QUEUE RECORDING MODE IS F.
       01 MAINT-AUDIT-REC.
           COPY MNTAUDT.

       FD STATUS-LOG RECORDING MODE IS F.
       01 STATUS-LOG-REC.
           COPY BATSTAT.

       WORKING-STORAGE SECTION.

      * CARD TOKEN VAULT REQUEST AREA (CRDTOK11)
           COPY CARDTOK.

      * FILE-STATUS VARIABLES
       01 FILE-STATUSES.
          05 CUST-MASTER-STATUS PIC X(2).
          05 MAINT-FEED-STATUS PIC X(2).
          05 REGION-REF-STATUS PIC X(2).
          05 XREF-MASTER-STATUS PIC X(2).
          05 MAIL-SUPPRESS-STATUS PIC X(2).
          05 AUDIT-STATUS PIC X(2).
          05 MAINT-AUDIT-STATUS PIC X(2).
          05 STATUS-LOG-STATUS PIC X(2).

      * CONTROL FLAGS
             88 EDIT-FAILED VALUE 'N'.
          05 WS-REGION-FLAG PIC X(1) VALUE 'N'.
             88 REGION-VALID VALUE 'Y'.
          05 WS-XREF-FLAG PIC X(1) VALUE 'N'.
             88 XREF-AVAILABLE VALUE 'Y'.
          05 WS-MSUP-FLAG PIC X(1) VALUE 'N'.
             88 MSUP-AVAILABLE VALUE 'Y'.
          05 WS-ADDRESS-FLAG PIC X(1) VALUE 'N'.
             88 ADDRESS-CHANGED VALUE 'Y'.

      * SET JUST BEFORE A FATAL ERROR PATH WRITES ITS STATLOG RECORD
      * AND STOPS, SO WRITE-BATCH-STATUS REPORTS 'FAILED'.
          05 WS-BST-TS-DATE PIC 9(8).
          05 WS-BST-TS-TIME PIC 9(8).

      * PROCESSING-DATE LOOKUP REQUEST AREA - SEE COPYBOOK CYCDATE
      * AND SUBPROGRAM CYCDAT40.
           COPY CYCDATE.

       01 WS-RUN-DATE PIC X(8).

      * REJECT REASON FOR THE CURRENT MAINTENANCE RECORD, AND THE
      * NOTE AN APPLIED RECORD'S AUDIT LINE CARRIES
       01 WS-REJECT-REASON PIC X(25).
       01 WS-APPLIED-NOTE PIC X(25).

      * THE ONE SUPPRESSION ENTRY BEING CLEARED, AND HOW MANY WERE
      * CLEARED FOR THE CURRENT CUSTOMER
       01 WS-CLEAR-ID-TYPE PIC X(1).
       01 WS-CLEAR-ID PIC X(16).
       01 WS-FLAGS-CLEARED PIC 9(1).

      * NUMERIC VIEW OF THE FEED'S CREDIT-LIMIT FIELD, USED ONLY
      * AFTER THE NUMERIC EDIT HAS PASSED.
          05 REGION-SET-CODE OCCURS 100 TIMES
                             INDEXED BY RGS-IDX PIC X(2).

      * CONSOLIDATED MAINTENANCE AUDIT WORK AREAS. THE
      * BEFORE-IMAGE IS THE CUSTOMER MASTER RECORD AS READ BEFORE
      * AN UPDATE OR STATUS CHANGE, SPACES FOR AN ADD; THE
      * AFTER-IMAGE IS THE SAME BYTES ONCE THE CHANGE IS APPLIED.
      * BOTH ARE ALL-TEXT VIEWS SO A CHANGED NUMERIC FIELD IS
      * QUEUED AS THE DIGITS THE MASTER HOLDS.
       01 WS-MAU-WORK.
          05 WS-MAU-ACTION PIC X(1).
          05 WS-MAU-KEY PIC X(16).
          05 WS-MAU-RESULT PIC X(8).
          05 WS-MAU-REASON PIC X(25).
          05 WS-MAU-OPERATOR PIC X(8).
          05 WS-MAU-APPROVER PIC X(8).
          05 WS-MAU-FIELD PIC X(8).
          05 WS-MAU-OLD-VALUE PIC X(25).
          05 WS-MAU-NEW-VALUE PIC X(25).
          05 WS-MAU-FIELDS-QUEUED PIC 9(3).
       01 WS-MAU-BEFORE.
          05 MAB-CUST-ID PIC X(5).
          05 MAB-STATUS PIC X(1).
          05 MAB-REGION PIC X(2).
          05 MAB-CURRENT-BAL PIC X(9).
          05 MAB-CREDIT-LIMIT PIC X(9).
          05 MAB-NAME PIC X(25).
          05 MAB-ADDRESS PIC X(25).
          05 MAB-SEGMENT PIC X(1).
          05 FILLER PIC X(3).
       01 WS-MAU-AFTER.
          05 MAA-CUST-ID PIC X(5).
          05 MAA-STATUS PIC X(1).
          05 MAA-REGION PIC X(2).
          05 MAA-CURRENT-BAL PIC X(9).
          05 MAA-CREDIT-LIMIT PIC X(9).
          05 MAA-NAME PIC X(25).
          05 MAA-ADDRESS PIC X(25).
          05 MAA-SEGMENT PIC X(1).
          05 FILLER PIC X(3).

      * STATISTICS COUNTERS
       01 WS-COUNTERS.
          05 TOTAL-FEED-RECORDS PIC 9(5) VALUE 0.
          05 TOTAL-UPDATES PIC 9(5) VALUE 0.
          05 TOTAL-STATUS-CHANGES PIC 9(5) VALUE 0.
          05 TOTAL-REJECTS PIC 9(5) VALUE 0.
          05 TOTAL-MAIL-FLAGS-CLEARED PIC 9(5) VALUE 0.

      * DISPLAY-FORMATTED COUNTERS
       01 WS-DISP-COUNTERS.
          05 TOTAL-UPDATES-DISP PIC Z(4)9.
          05 TOTAL-STATUS-DISP PIC Z(4)9.
          05 TOTAL-REJECTS-DISP PIC Z(4)9.
          05 TOTAL-MAIL-FLAGS-CLEARED-DISP PIC Z(4)9.

      **********************************************
      * OPENS FILES, LOADS THE REGION SET, APPLIES THE FEED,
       MAIN-LOGIC.
           PERFORM SET-BST-START-TS.
           PERFORM OPEN-STATUS-LOG.
           PERFORM LOAD-RUN-DATE.
           PERFORM OPEN-ALL-FILES.
           PERFORM LOAD-REGION-SET.
           PERFORM APPLY-MAINT-FEED.
              STOP RUN
           END-IF.

      **********************************************
      * RUN DATE FROM CYCDAT40, FOR THE DATE A RETURNED-MAIL FLAG
      * IS CLEARED.
      **********************************************
       LOAD-RUN-DATE.
           MOVE 'CUSMNT32' TO CD-JOB-NAME.
           CALL 'CYCDAT40' USING WS-CYCDATE-REQUEST END-CALL.
           MOVE CD-CYCLE-DATE TO WS-RUN-DATE.

      **********************************************
      * OPEN ALL FILES AND CHECK STATUS. THE CUSTOMER MASTER IS
      * OPENED I-O SINCE THIS IS THE ONE JOB IN THE SUITE THAT
      * WRITES TO IT. NO MAIL SUPPRESSION FILE (05/35) MEANS NO
      * MAIL HAS EVER COME BACK, SO THERE IS NOTHING TO CLEAR; NO
      * XREF LEAVES ONLY THE CUST-ID FLAG TO CLEAR.
      **********************************************
       OPEN-ALL-FILES.
           OPEN I-O CUST-MASTER-FILE.
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN EXTEND MAINT-AUDIT-QUEUE.
           IF MAINT-AUDIT-STATUS = '05' OR MAINT-AUDIT-STATUS = '35'
              OPEN OUTPUT MAINT-AUDIT-QUEUE
           END-IF.
           IF MAINT-AUDIT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING MAINT AUDIT QUEUE: '
                       MAINT-AUDIT-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN I-O MAIL-SUPPRESS-FILE.
           IF MAIL-SUPPRESS-STATUS = '05'
              OR MAIL-SUPPRESS-STATUS = '35'
              DISPLAY 'NO MAIL SUPPRESSION FILE - NO FLAGS TO CLEAR'
           ELSE
              IF MAIL-SUPPRESS-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING MAIL SUPPRESSION FILE: '
                          MAIL-SUPPRESS-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
              SET MSUP-AVAILABLE TO TRUE
           END-IF.

           OPEN INPUT XREF-MASTER.
           IF XREF-MASTER-STATUS = '05'
              OR XREF-MASTER-STATUS = '35'
              DISPLAY 'NO XREF MASTER - CUST-ID MAIL FLAGS ONLY'
           ELSE
              IF XREF-MASTER-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING XREF MASTER: '
                          XREF-MASTER-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
              SET XREF-AVAILABLE TO TRUE
           END-IF.

      **********************************************
      * LOADS THE VALID REGION CODES - THE SAME REFERENCE FILE
      * DATAQC46 SWEEPS THE MASTER AGAINST, SO MAINTENANCE AND
                   IF MAINT-FEED-STATUS = '00'
                      ADD 1 TO TOTAL-FEED-RECORDS
                      MOVE SPACES TO WS-REJECT-REASON
                      MOVE SPACES TO WS-APPLIED-NOTE
                      SET EDIT-OK TO TRUE
                      MOVE SPACES TO WS-MAU-BEFORE
                      PERFORM APPLY-ONE-MAINT-RECORD
                   ELSE
                      DISPLAY 'ERROR READING MAINTENANCE FEED: '
           READ CUST-MASTER-FILE
           EVALUATE CUST-MASTER-STATUS
               WHEN '00'
                 MOVE CUST-MASTER-REC TO WS-MAU-BEFORE
                 PERFORM EDIT-PRESENT-FIELDS
                 IF EDIT-OK AND CUST-STATUS = 'M'
                    MOVE 'CUSTOMER MERGED' TO WS-REJECT-REASON
                    SET EDIT-FAILED TO TRUE
                 END-IF
                 IF EDIT-FAILED
                    PERFORM WRITE-AUDIT-REJECT
                 ELSE
                    IF MNT-NAME NOT = SPACES
                       MOVE MNT-NAME TO CUST-NAME
                    END-IF
                    MOVE 'N' TO WS-ADDRESS-FLAG
                    IF MNT-ADDRESS NOT = SPACES
                       IF MNT-ADDRESS NOT = CUST-ADDRESS
                          SET ADDRESS-CHANGED TO TRUE
                       END-IF
                       MOVE MNT-ADDRESS TO CUST-ADDRESS
                    END-IF
                    REWRITE CUST-MASTER-REC
                    IF CUST-MASTER-STATUS = '00'
                       ADD 1 TO TOTAL-UPDATES
                       IF ADDRESS-CHANGED
                          PERFORM CLEAR-MAIL-SUPPRESSION
                       END-IF
                       PERFORM WRITE-AUDIT-APPLIED
                    ELSE
                       DISPLAY 'ERROR REWRITING CUSTOMER MASTER: '
                 PERFORM ABEND-WITH-STATUS
           END-EVALUATE.

      **********************************************
      * A NEW ADDRESS CLEARS THE CUSTOMER'S ACTIVE RETURNED-MAIL
      * FLAGS: THE CUST-ID ('R') AND, FROM THE XREF, THE PAYMENTS
      * ID ('P'), ORDERS ID ('O') AND CARD NUMBER ('C').
      **********************************************
       CLEAR-MAIL-SUPPRESSION.
           MOVE 0 TO WS-FLAGS-CLEARED.
           IF MSUP-AVAILABLE
              MOVE 'R' TO WS-CLEAR-ID-TYPE
              MOVE MNT-CUST-ID TO WS-CLEAR-ID
              PERFORM CLEAR-ONE-MAIL-FLAG
              IF XREF-AVAILABLE
                 PERFORM CLEAR-XREF-MAIL-FLAGS
              END-IF
           END-IF.
           IF WS-FLAGS-CLEARED > 0
              MOVE 'RETURNED-MAIL FLAG CLEARED' TO WS-APPLIED-NOTE
           END-IF.

      **********************************************
      * CLEARS THE FLAGS UNDER EACH ID THE XREF MAPS TO THE
      * CUSTOMER. A CUSTOMER NOT ON THE XREF HAS NONE.
      **********************************************
       CLEAR-XREF-MAIL-FLAGS.
           MOVE MNT-CUST-ID TO XRF-CUST-ID.
           READ XREF-MASTER
           EVALUATE XREF-MASTER-STATUS
               WHEN '00'
                 PERFORM DETOKENIZE-XREF-CARD
                 IF XRF-PAY-CUST-ID NOT = SPACES
                    MOVE 'P' TO WS-CLEAR-ID-TYPE
                    MOVE XRF-PAY-CUST-ID TO WS-CLEAR-ID
                    PERFORM CLEAR-ONE-MAIL-FLAG
                 END-IF
                 IF XRF-ORD-CUST-ID NOT = SPACES
                    MOVE 'O' TO WS-CLEAR-ID-TYPE
                    MOVE XRF-ORD-CUST-ID TO WS-CLEAR-ID
                    PERFORM CLEAR-ONE-MAIL-FLAG
                 END-IF
                 IF XRF-CARD-NUMBER NOT = SPACES
                    MOVE 'C' TO WS-CLEAR-ID-TYPE
                    MOVE XRF-CARD-NUMBER TO WS-CLEAR-ID
                    PERFORM CLEAR-ONE-MAIL-FLAG
                 END-IF
               WHEN '23'
                 CONTINUE
               WHEN OTHER
                 DISPLAY 'ERROR READING XREF MASTER: '
                          XREF-MASTER-STATUS
                 DISPLAY 'CUSTOMER ID: ' MNT-CUST-ID
                 PERFORM ABEND-WITH-STATUS
           END-EVALUATE.

      **********************************************
      * MARKS ONE ACTIVE SUPPRESSION ENTRY CLEARED AS OF THE RUN
      * DATE. THE ENTRY STAYS ON FILE AS HISTORY.
      **********************************************
       CLEAR-ONE-MAIL-FLAG.
           MOVE WS-CLEAR-ID-TYPE TO MSP-ID-TYPE.
           MOVE WS-CLEAR-ID TO MSP-ID.
           READ MAIL-SUPPRESS-FILE
           EVALUATE MAIL-SUPPRESS-STATUS
               WHEN '00'
                 IF MSP-ACTIVE
                    SET MSP-CLEARED TO TRUE
                    MOVE WS-RUN-DATE TO MSP-CLEARED-DATE
                    MOVE 'CUSMNT32' TO MSP-CLEARED-BY
                    REWRITE MAIL-SUPPRESS-REC
                    IF MAIL-SUPPRESS-STATUS NOT = '00'
                       DISPLAY 'ERROR REWRITING MAIL SUPPRESSION: '
                                MAIL-SUPPRESS-STATUS
                       DISPLAY 'SUPPRESSION KEY: ' MSP-KEY
                       PERFORM ABEND-WITH-STATUS
                    END-IF
                    ADD 1 TO WS-FLAGS-CLEARED
                    ADD 1 TO TOTAL-MAIL-FLAGS-CLEARED
                 END-IF
               WHEN '23'
                 CONTINUE
               WHEN OTHER
                 DISPLAY 'ERROR READING MAIL SUPPRESSION FILE: '
                          MAIL-SUPPRESS-STATUS
                 DISPLAY 'SUPPRESSION KEY: ' MSP-KEY
                 PERFORM ABEND-WITH-STATUS
           END-EVALUATE.

      **********************************************
      * 'S' STATUS CHANGE: THE CUSTOMER MUST EXIST. CUST-STATUS
      * IS SET TO THE FEED STATUS AND NOTHING ELSE MOVES. 'M'
      * BELONGS TO THE MERGE JOB, IN EITHER DIRECTION.
      **********************************************
       APPLY-STATUS-CHANGE.
           EVALUATE TRUE
               WHEN MNT-STATUS = SPACE
                 MOVE 'STATUS MISSING' TO WS-REJECT-REASON
                 PERFORM WRITE-AUDIT-REJECT
               WHEN MNT-STATUS = 'M'
                 MOVE 'STATUS M IS MERGE ONLY' TO WS-REJECT-REASON
                 PERFORM WRITE-AUDIT-REJECT
               WHEN OTHER
                 PERFORM APPLY-STATUS-TO-MASTER
           END-EVALUATE.

      **********************************************
      * READS THE CUSTOMER AND SETS THE NEW STATUS, UNLESS THE
      * CUSTOMER HAS BEEN MERGED AWAY.
      **********************************************
       APPLY-STATUS-TO-MASTER.
           MOVE MNT-CUST-ID TO CUST-ID
           READ CUST-MASTER-FILE
           EVALUATE CUST-MASTER-STATUS
               WHEN '00'
                 MOVE CUST-MASTER-REC TO WS-MAU-BEFORE
                 IF CUST-STATUS = 'M'
                    MOVE 'CUSTOMER MERGED' TO WS-REJECT-REASON
                    PERFORM WRITE-AUDIT-REJECT
                 ELSE
                    MOVE MNT-STATUS TO CUST-STATUS
                    REWRITE CUST-MASTER-REC
                    IF CUST-MASTER-STATUS = '00'
                       DISPLAY 'CUSTOMER ID: ' MNT-CUST-ID
                       PERFORM ABEND-WITH-STATUS
                    END-IF
                 END-IF
               WHEN '23'
                 MOVE 'CUSTOMER NOT ON FILE' TO WS-REJECT-REASON
                 PERFORM WRITE-AUDIT-REJECT
               WHEN OTHER
                 DISPLAY 'ERROR READING CUSTOMER MASTER: '
                          CUST-MASTER-STATUS
                 DISPLAY 'CUSTOMER ID: ' MNT-CUST-ID
                 PERFORM ABEND-WITH-STATUS
           END-EVALUATE.

      **********************************************
      * FIELD EDITS FOR AN ADD: EVERY FIELD MUST BE PRESENT AND
      * FAILING FIELD.
      **********************************************
       EDIT-REQUIRED-FIELDS.
           IF MNT-STATUS = SPACE OR MNT-STATUS = 'M'
              IF MNT-STATUS = SPACE
                 MOVE 'STATUS MISSING' TO WS-REJECT-REASON
              ELSE
                 MOVE 'STATUS M IS MERGE ONLY' TO WS-REJECT-REASON
              END-IF
              SET EDIT-FAILED TO TRUE
           ELSE
              PERFORM EDIT-REGION-FIELD
           MOVE MNT-ACTION TO AUD-ACTION.
           MOVE MNT-CUST-ID TO AUD-CUST-ID.
           MOVE 'APPLIED' TO AUD-RESULT.
           MOVE WS-APPLIED-NOTE TO AUD-REASON.
           PERFORM WRITE-AUDIT-LINE.

      **********************************************
      * WRITES WHATEVER LINE IS CURRENTLY IN AUDIT-REC.
      **********************************************
       WRITE-AUDIT-LINE.
           PERFORM QUEUE-MAINT-AUDIT.
           WRITE AUDIT-REC.
           IF AUDIT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING AUDIT FILE: ' AUDIT-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * QUEUES THE AUDIT LINE ABOUT TO BE WRITTEN ON THE
      * CONSOLIDATED MAINTENANCE AUDIT QUEUE. AN APPLIED ACTION
      * GOES FIELD BY FIELD - ONE RECORD FOR EACH CUSTOMER FIELD
      * WHOSE VALUE NOW DIFFERS FROM THE BEFORE-IMAGE; A REJECTED
      * ONE IS A SINGLE RECORD WITH THE REASON.
      **********************************************
       QUEUE-MAINT-AUDIT.
           MOVE AUD-ACTION TO WS-MAU-ACTION.
           MOVE AUD-CUST-ID TO WS-MAU-KEY.
           MOVE AUD-RESULT TO WS-MAU-RESULT.
           MOVE AUD-REASON TO WS-MAU-REASON.
           MOVE MNT-SUBMITTER TO WS-MAU-OPERATOR.
           MOVE SPACES TO WS-MAU-APPROVER.
           PERFORM GET-BST-TIMESTAMP.
           MOVE 0 TO WS-MAU-FIELDS-QUEUED.
           IF AUD-RESULT = 'APPLIED'
              MOVE CUST-MASTER-REC TO WS-MAU-AFTER
              PERFORM QUEUE-FIELD-CHANGES
           END-IF.
           IF WS-MAU-FIELDS-QUEUED = 0
              MOVE SPACES TO WS-MAU-FIELD
              MOVE SPACES TO WS-MAU-OLD-VALUE
              MOVE SPACES TO WS-MAU-NEW-VALUE
              PERFORM WRITE-MAINT-AUDIT-QUEUE
           END-IF.

      **********************************************
      * ONE QUEUE RECORD PER CUSTOMER FIELD THE ACTION CHANGED.
      * THE CUSTOMER ID IS THE KEY AND NEVER CHANGES; THE
      * BALANCE ONLY MOVES HERE WHEN AN ADD OPENS IT AT ZERO.
      **********************************************
       QUEUE-FIELD-CHANGES.
           IF MAB-STATUS NOT = MAA-STATUS
              MOVE 'STATUS' TO WS-MAU-FIELD
              MOVE MAB-STATUS TO WS-MAU-OLD-VALUE
              MOVE MAA-STATUS TO WS-MAU-NEW-VALUE
              PERFORM WRITE-MAINT-AUDIT-QUEUE
           END-IF.
           IF MAB-REGION NOT = MAA-REGION
              MOVE 'REGION' TO WS-MAU-FIELD
              MOVE MAB-REGION TO WS-MAU-OLD-VALUE
              MOVE MAA-REGION TO WS-MAU-NEW-VALUE
              PERFORM WRITE-MAINT-AUDIT-QUEUE
           END-IF.
           IF MAB-CURRENT-BAL NOT = MAA-CURRENT-BAL
              MOVE 'BALANCE' TO WS-MAU-FIELD
              MOVE MAB-CURRENT-BAL TO WS-MAU-OLD-VALUE
              MOVE MAA-CURRENT-BAL TO WS-MAU-NEW-VALUE
              PERFORM WRITE-MAINT-AUDIT-QUEUE
           END-IF.
           IF MAB-CREDIT-LIMIT NOT = MAA-CREDIT-LIMIT
              MOVE 'CREDIT' TO WS-MAU-FIELD
              MOVE MAB-CREDIT-LIMIT TO WS-MAU-OLD-VALUE
              MOVE MAA-CREDIT-LIMIT TO WS-MAU-NEW-VALUE
              PERFORM WRITE-MAINT-AUDIT-QUEUE
           END-IF.
           IF MAB-NAME NOT = MAA-NAME
              MOVE 'NAME' TO WS-MAU-FIELD
              MOVE MAB-NAME TO WS-MAU-OLD-VALUE
              MOVE MAA-NAME TO WS-MAU-NEW-VALUE
              PERFORM WRITE-MAINT-AUDIT-QUEUE
           END-IF.
           IF MAB-ADDRESS NOT = MAA-ADDRESS
              MOVE 'ADDRESS' TO WS-MAU-FIELD
              MOVE MAB-ADDRESS TO WS-MAU-OLD-VALUE
              MOVE MAA-ADDRESS TO WS-MAU-NEW-VALUE
              PERFORM WRITE-MAINT-AUDIT-QUEUE
           END-IF.

      **********************************************
      * WRITES ONE CONSOLIDATED AUDIT RECORD FROM THE WORK AREA
      * AND COUNTS IT.
      **********************************************
       WRITE-MAINT-AUDIT-QUEUE.
           MOVE SPACES TO MAINT-AUDIT-REC.
           MOVE 'CUSMNT32' TO MAU-SYSTEM.
           MOVE WS-MAU-KEY TO MAU-KEY.
           MOVE WS-MAU-ACTION TO MAU-ACTION.
           MOVE WS-MAU-RESULT TO MAU-RESULT.
           MOVE WS-MAU-FIELD TO MAU-FIELD.
           MOVE WS-MAU-OLD-VALUE TO MAU-OLD-VALUE.
           MOVE WS-MAU-NEW-VALUE TO MAU-NEW-VALUE.
           MOVE WS-MAU-OPERATOR TO MAU-OPERATOR.
           MOVE WS-MAU-APPROVER TO MAU-APPROVER.
           MOVE WS-BST-TS-BUILT TO MAU-TIMESTAMP.
           MOVE WS-MAU-REASON TO MAU-REASON.
           WRITE MAINT-AUDIT-REC.
           IF MAINT-AUDIT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING MAINT AUDIT QUEUE: '
                       MAINT-AUDIT-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.
           ADD 1 TO WS-MAU-FIELDS-QUEUED.

      **********************************************
      * CLOSE ALL FILES AND CHECK STATUS
      **********************************************
                       AUDIT-STATUS
           END-IF.

           CLOSE MAINT-AUDIT-QUEUE.
           IF MAINT-AUDIT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING MAINT AUDIT QUEUE: '
                       MAINT-AUDIT-STATUS
           END-IF.

           IF MSUP-AVAILABLE
              CLOSE MAIL-SUPPRESS-FILE
           END-IF.

           IF XREF-AVAILABLE
              MOVE 'C' TO CK-FUNCTION
              CALL 'CRDTOK11' USING WS-CARDTOK-REQUEST END-CALL
              CLOSE XREF-MASTER
           END-IF.

      **********************************************
      * APPENDS ONE RECORD TO THE CONSOLIDATED END-OF-NIGHT BATCH
      * STATUS LOG AND CLOSES IT. STATUS-LOG ITSELF WAS ALREADY
                       STATUS-LOG-STATUS
           END-IF.

      **********************************************
      * THE XREF CARRIES A CARD TOKEN; THE CARD NUMBER BEHIND IT
      * IS NEEDED HERE TO CLEAR THE CARD'S MAIL FLAG. A TOKEN THE
      * VAULT CANNOT RESOLVE LEAVES THE CUSTOMER WITHOUT A CARD.
      **********************************************
       DETOKENIZE-XREF-CARD.
           MOVE 'D' TO CK-FUNCTION.
           MOVE XRF-CARD-NUMBER TO CK-TOKEN.
           CALL 'CRDTOK11' USING WS-CARDTOK-REQUEST END-CALL.
           EVALUATE TRUE
               WHEN CK-OK
                 MOVE CK-CARD-NUMBER TO XRF-CARD-NUMBER
               WHEN CK-NOT-ON-VAULT
                 DISPLAY 'WARNING: CARD TOKEN NOT ON VAULT FOR '
                         'CUSTOMER: ' XRF-CUST-ID
                 MOVE SPACES TO XRF-CARD-NUMBER
               WHEN OTHER
                 DISPLAY 'ERROR RESOLVING CARD TOKEN FOR CUSTOMER: '
                         XRF-CUST-ID
                 PERFORM ABEND-WITH-STATUS
           END-EVALUATE.

      **********************************************
      * CALLED IN PLACE OF A BARE STOP RUN FROM ANY FATAL ERROR
      * PATH SO THE RUN STILL LEAVES A 'FAILED' STATLOG RECORD
           MOVE TOTAL-UPDATES TO TOTAL-UPDATES-DISP.
           MOVE TOTAL-STATUS-CHANGES TO TOTAL-STATUS-DISP.
           MOVE TOTAL-REJECTS TO TOTAL-REJECTS-DISP.
           MOVE TOTAL-MAIL-FLAGS-CLEARED
                TO TOTAL-MAIL-FLAGS-CLEARED-DISP.
           DISPLAY '========================================'.
           DISPLAY 'CUSTOMER MASTER MAINTENANCE SUMMARY'.
           DISPLAY '========================================'.
           DISPLAY 'CUSTOMERS UPDATED:  ' TOTAL-UPDATES-DISP.
           DISPLAY 'STATUS CHANGES:     ' TOTAL-STATUS-DISP.
           DISPLAY 'RECORDS REJECTED:   ' TOTAL-REJECTS-DISP.
           DISPLAY 'MAIL FLAGS CLEARED: '
                   TOTAL-MAIL-FLAGS-CLEARED-DISP.
           DISPLAY '========================================'.

      **********************************************
