      ******************************************************************
      * PRIVACY DATA-SUBJECT ACCESS EXPORT AND ERASURE                 *
      *                                                                *
      * PURPOSE:                                                       *
      * WHEN A CUSTOMER EXERCISED THEIR PRIVACY RIGHTS, LEGAL HAD TO   *
      * ASK IT FOR AD-HOC QUERIES AGAINST EVERY SYSTEM TO FIND WHAT    *
      * WE HOLD ABOUT THEM, AND NOTHING COULD ERASE IT ONCE RETENTION  *
      * HAD RUN OUT. THIS JOB WORKS A FILE OF PRIVACY REQUESTS KEYED   *
      * BY LEGAL. EACH STARTS FROM THE CUSTOMER ID, FOLLOWS THE XREF   *
      * INTO EVERY SYSTEM, AND EITHER PRODUCES A READABLE EXPORT OF    *
      * ALL THE PERSONAL DATA HELD, OR - IN ERASURE MODE - ANONYMISES  *
      * THE NAMES AND ADDRESSES WHEN NO LEGAL HOLD OR RETENTION RULE   *
      * APPLIES, AUDITING EVERY FIELD IT CHANGED.                      *
      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   LOAD THE XREF MASTER INTO A TABLE.                           *
      *   PER REQUEST RECORD (PRQ-MODE 'E' EXPORT / 'X' ERASURE):      *
      *     EDITS - MODE, CUSTOMER ID, CASE REFERENCE AND REQUESTER    *
      *       PRESENT.                                                 *
      *     RESOLVE - THE CUSTOMER IS FOLLOWED THROUGH XRF-MERGED-INTO *
      *       (AT MOST 10 HOPS) TO ITS SURVIVOR, AND EVERY CUSTOMER    *
      *       MERGED INTO THAT SURVIVOR (AT ANY DEPTH) JOINS THE SET - *
      *       ONE PERSON, HOWEVER MANY CUST-IDS. A MERGED-AWAY XREF    *
      *       ENTRY IS EMPTIED BY CUSMRG39, SO THE PAYMENTS ID,        *
      *       ORDERS ID AND CARD ARE THE SURVIVOR'S.                   *
      *     SECTIONS, IN BOTH MODES:                                   *
      *       CUSTOMER MASTER - EACH CUST-ID IN THE SET.               *
      *       MERGE REGISTER  - THE PRE-MERGE ADDRESS KEPT FOR EACH    *
      *                         MERGED-AWAY CUST-ID.                   *
      *       CARD MASTER     - THE MAPPED CARD.                       *
      *       CARD ACTIVITY   - EVERY POSTED TRANSACTION FOR THE CARD. *
      *       PAYMENTS        - TB_CUSTOMER_BALANCE.                   *
      *       ORDERS          - EVERY TB_ORDERS LINE.                  *
      *       ACCOUNTS        - EVERY ACCT.MASTER ACCOUNT CARRYING THE *
      *                         SURVIVOR'S NAME, WITH TB_ACCOUNT_BAL.  *
      *       CREDIT APPLICATIONS - APPLICANT.DATA RECORDS CARRYING A  *
      *                         CUST-ID IN THE SET, AND THEIR          *
      *                         APPLICATION HISTORY DECISIONS.         *
      *       IN EXPORT MODE EVERY ITEM IS LISTED; IN ERASURE MODE     *
      *       ONLY THE COUNTS, SO THE REPORT DOES NOT KEEP A COPY OF   *
      *       WHAT IS BEING ERASED.                                    *
      *     ASSESSMENT - THE PERSONAL DATA MUST BE RETAINED WHILE ANY  *
      *       OF THESE APPLY (EACH IS LISTED):                         *
      *         LEGALHOLD - AN LG HOLD IN FORCE ON A MATCHED ACCOUNT.  *
      *         CUSTBAL   - A CUSTOMER MASTER BALANCE NOT ZERO.        *
      *         CARDOPEN  - THE CARD NOT CLOSED.                       *
      *         PAYBAL    - A PAYMENTS BALANCE NOT ZERO.               *
      *         OPENORDER - AN ORDER STILL OPEN.                       *
      *         ACCTOPEN  - A MATCHED ACCOUNT NOT CLOSED.              *
      *         ACCTBAL   - A MATCHED ACCOUNT BALANCE NOT ZERO.        *
      *         MERGEUNDO - A MERGE STILL INSIDE CUSMRG39'S UNDO       *
      *                     WINDOW (ITS UNDODAYS PARAMETER).           *
      *         RETENTION - THE LATEST CARD POSTING, ORDER OR CREDIT   *
      *                     DECISION NEWER THAN RETAINDAYS (RUNTIME    *
      *                     PARM, DEFAULT 2555 - SEVEN YEARS).         *
      *     ERASURE - REFUSED OUTRIGHT WHILE ANY RULE APPLIES, ONE     *
      *       AUDIT LINE PER RULE. OTHERWISE CUST-NAME BECOMES         *
      *       'ERASED <SURVIVOR ID>' ON EVERY CUSTOMER, CARD           *
      *       (CARD-OWNER-NAME) AND ACCOUNT RECORD IN THE SET - THE    *
      *       ACCOUNTS STILL MATCH THEIR CUSTOMER BY NAME - AND        *
      *       CUST-ADDRESS, THE PRE-MERGE ADDRESS ON THE REGISTER AND  *
      *       THE APPLICANT NAME AND ADDRESS BECOME 'ERASED'. A MERGED *
      *       CUSTOMER'S MERGE POINTER IS LEFT IN PLACE. ONE AUDIT     *
      *       LINE PER FIELD CHANGED, NAMING THE FILE AND KEY BUT      *
      *       NEVER THE OLD VALUE. AN EXPORT LEAVES ONE 'EXPORTED'     *
      *       AUDIT LINE.                                              *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/10/15                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/10/15 - THE XREF CARD SLOT NOW HOLDS A CARD TOKEN; IT IS  *
      *              TURNED BACK INTO THE CARD NUMBER (CRDTOK11) AS    *
      *              THE XREF IS READ.                                 *
      *                                                                *
      * COPYBOOK: TASK32   - CUSTOMER RECORD LAYOUT (CUST-RECORD)      *
      *           ACCTHOLD - ACCOUNT HOLD / LIEN RECORD                *
      *           APPLICNT - CREDIT APPLICANT INTAKE RECORD            *
      *           RUNPARM  - RUNTIME PARAMETER LOOKUP REQUEST AREA     *
      *           CYCDATE  - PROCESSING-DATE LOOKUP REQUEST AREA       *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  PRQDD (CUST.PRIVACY.REQUESTS) - LEGAL'S REQUESTS       *
      * INPUT:  XREFDD (CUST.XREF.MASTER) - VSAM KSDS XREF MASTER      *
      * INPUT:  VLTDD (CARD.TOKEN.VAULT) - VIA CRDTOK11                *
      * I/O:    MASTDD (CUST.MASTER.VSAM) - VSAM KSDS CUSTOMER MASTER  *
      * I/O:    MREGDD (CUST.MERGE.REGISTER) - VSAM KSDS REGISTER      *
      * I/O:    VSAMDD (CARD.MASTER) - VSAM KSDS CARD MASTER           *
      * INPUT:  POSTDD (CARD.POSTED.HIST) - POSTED CARD TRANSACTIONS   *
      * I/O:    ACCTDD (ACCT.MASTER) - VSAM KSDS ACCOUNT MASTER        *
      * INPUT:  HOLDDD (ACCT.HOLDS) - VSAM KSDS ACCOUNT HOLDS          *
      * I/O:    APPDD (APPLICANT.DATA) - CREDIT APPLICANT RECORDS      *
      * INPUT:  HISTDD (APPLICATION.HISTORY) - CREDIT DECISIONS        *
      * OUTPUT: RPTDD (CUST.PRIVACY.EXPORT) - EXPORT / ERASURE REPORT  *
      * OUTPUT: PAUDDD (CUST.PRIVACY.AUDIT) - PRIVACY AUDIT (APPEND)   *
      * OUTPUT: STATLOG - SHARED STATUS LOG                            *
      * DB2:    TB_ORDERS, TB_CUSTOMER_BALANCE, TB_ACCOUNT_BAL         *
      *         (ALL READ ONLY)                                        *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRVREQ39.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO PRQDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS REQUEST-STATUS.

           SELECT XREF-MASTER ASSIGN TO XREFDD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS XRF-CUST-ID
              FILE STATUS IS XREF-MASTER-STATUS.

           SELECT CUST-MASTER-FILE ASSIGN TO MASTDD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CUST-ID
              FILE STATUS IS CUST-MASTER-STATUS.

           SELECT MERGE-REGISTER ASSIGN TO MREGDD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS MRG-VICTIM-ID
              FILE STATUS IS MERGE-REGISTER-STATUS.

           SELECT CARD-MASTER-FILE ASSIGN TO VSAMDD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CARD-NUMBER
              FILE STATUS IS CARD-FILE-STATUS.

           SELECT POSTED-HISTORY-FILE ASSIGN TO POSTDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS POSTED-HISTORY-STATUS.

           SELECT ACCT-MASTER ASSIGN TO ACCTDD
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ACCT-MAST-ID
             FILE STATUS IS ACCT-MASTER-STATUS.

           SELECT HOLD-FILE ASSIGN TO HOLDDD
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS HLD-KEY
             FILE STATUS IS HOLD-STATUS.

           SELECT APPLICANT-FILE ASSIGN TO APPDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS APPLICANT-STATUS.

           SELECT APP-HISTORY-FILE ASSIGN TO HISTDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS APP-HISTORY-STATUS.

           SELECT REPORT-FILE ASSIGN TO RPTDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS REPORT-STATUS.

           SELECT AUDIT-FILE ASSIGN TO PAUDDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS AUDIT-STATUS.

           SELECT STATUS-LOG ASSIGN TO STATLOG
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS STATUS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * ONE PRIVACY REQUEST PER RECORD, KEYED BY LEGAL.
       FD REQUEST-FILE RECORDING MODE IS F.
       01 REQUEST-REC.
          05 PRQ-MODE PIC X(1).
             88 PRQ-EXPORT VALUE 'E'.
             88 PRQ-ERASE VALUE 'X'.
          05 FILLER PIC X(1).
          05 PRQ-CUST-ID PIC X(5).
          05 FILLER PIC X(1).
          05 PRQ-CASE-REF PIC X(12).
          05 FILLER PIC X(1).
          05 PRQ-REQUESTED-BY PIC X(8).
          05 FILLER PIC X(51).

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

       FD CUST-MASTER-FILE.
       01 CUST-MASTER-REC.
           COPY TASK32.

      * SAME LAYOUT CUSMRG39 WRITES.
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

       FD CARD-MASTER-FILE.
       01 CARD-MASTER-REC.
          05 CARD-NUMBER PIC 9(16).
          05 CARD-OWNER-NAME PIC X(20).
          05 CARD-EXPIRY-DATE PIC X(4).
          05 CARD-STATUS PIC X(1).
          05 CARD-DAILY-LIMIT PIC 9(5)V99.
          05 CARD-CURRENCY PIC X(3).
          05 CARD-CREDIT-LIMIT PIC 9(7)V99.

      * SAME LAYOUT VSMJOB11 WRITES.
       FD POSTED-HISTORY-FILE RECORDING MODE IS F.
       01 POSTED-HISTORY-REC.
          05 HIST-CARD-NUM PIC 9(16).
          05 FILLER PIC X(1).
          05 HIST-POST-DATE PIC X(8).
          05 FILLER PIC X(1).
          05 HIST-TRANS-ID PIC X(5).
          05 FILLER PIC X(1).
          05 HIST-AMOUNT PIC 9(5)V99.
          05 FILLER PIC X(1).
          05 HIST-CURRENCY PIC X(3).
          05 FILLER PIC X(1).
          05 HIST-REC-TYPE PIC X(1).
          05 FILLER PIC X(1).
          05 HIST-MERCHANT-ID PIC X(8).
          05 FILLER PIC X(1).
          05 HIST-TRANS-DATE PIC X(8).
          05 FILLER PIC X(17).

       FD ACCT-MASTER.
       01 ACCT-MASTER-REC.
          05 ACCT-MAST-ID PIC X(6).
          05 ACCT-CUST-NAME PIC X(25).
          05 ACCT-STATUS PIC X(1).
          05 ACCT-LIMIT PIC 9(7)V99.
          05 FILLER PIC X(39).

       FD HOLD-FILE.
       01 HOLD-REC.
           COPY ACCTHOLD.

       FD APPLICANT-FILE RECORDING MODE IS F.
       01 APPLICANT-REC.
           COPY APPLICNT.

      * SAME LAYOUT JOBSUB23 APPENDS.
       FD APP-HISTORY-FILE RECORDING MODE IS F.
       01 APP-HISTORY-REC.
          05 AH-APP-ID PIC X(6).
          05 FILLER PIC X(1).
          05 AH-DECISION PIC X(10).
          05 FILLER PIC X(1).
          05 AH-REASON PIC X(25).
          05 FILLER PIC X(1).
          05 AH-DATE PIC X(8).
          05 FILLER PIC X(1).
          05 AH-SCORE PIC X(3).
          05 FILLER PIC X(1).
          05 AH-AMOUNT PIC X(7).
          05 FILLER PIC X(16).

       FD REPORT-FILE RECORDING MODE IS F.
       01 REPORT-REC PIC X(80).

      * ONE LINE PER EXPORT, PER FIELD ERASED, OR PER RULE THAT
      * REFUSED AN ERASURE, APPENDED RUN AFTER RUN. THE OLD VALUE
      * OF AN ERASED FIELD IS NEVER RECORDED.
       FD AUDIT-FILE RECORDING MODE IS F.
       01 AUDIT-REC.
          05 PAU-RUN-DATE PIC X(8).
          05 FILLER PIC X(1).
          05 PAU-CASE-REF PIC X(12).
          05 FILLER PIC X(1).
          05 PAU-CUST-ID PIC X(5).
          05 FILLER PIC X(1).
          05 PAU-REQUESTED-BY PIC X(8).
          05 FILLER PIC X(1).
          05 PAU-RESULT PIC X(8).
          05 FILLER PIC X(1).
          05 PAU-FILE PIC X(6).
          05 FILLER PIC X(1).
          05 PAU-KEY PIC X(16).
          05 FILLER PIC X(1).
          05 PAU-DETAIL PIC X(10).

       FD STATUS-LOG RECORDING MODE IS F.
       01 STATUS-LOG-REC.
           COPY BATSTAT.

       WORKING-STORAGE SECTION.

      * CARD TOKEN VAULT REQUEST AREA (CRDTOK11)
           COPY CARDTOK.

      * SQL COMMUNICATION AREA
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

      * DB2 HOST VARIABLES
       01 HV-ORD-CUST-ID PIC X(6).
       01 HV-PAY-CUST-ID PIC X(5).
       01 HV-ACCT-ID PIC X(6).
       01 HV-PAY-BALANCE PIC S9(7)V99 COMP-3.
       01 HV-ACCT-BALANCE PIC S9(7)V99 COMP-3.
       01 HV-ORDER-ID PIC X(6).
       01 HV-ORDER-LINE PIC S9(3) COMP-3.
       01 HV-PROD-ID PIC X(5).
       01 HV-QUANTITY PIC S9(4) COMP-3.
       01 HV-FULFILL-STATUS PIC X(1).
       01 HV-ORDER-DATE PIC X(10).

      * EVERY ORDER LINE FOR THE MAPPED ORDERS ID, OPEN OR NOT.
           EXEC SQL
             DECLARE PRVORD CURSOR FOR
               SELECT ORDER_ID, ORDER_LINE, PROD_ID, QUANTITY,
                      VALUE(FULFILL_STATUS, 'O'),
                      CHAR(ORDER_DATE, ISO)
                 FROM TB_ORDERS
               WHERE CUST_ID = :HV-ORD-CUST-ID
               ORDER BY ORDER_ID, ORDER_LINE
           END-EXEC.

      * FILE STATUS VARIABLES
       01 WS-FILE-STATUSES.
          05 REQUEST-STATUS PIC X(2).
          05 XREF-MASTER-STATUS PIC X(2).
          05 CUST-MASTER-STATUS PIC X(2).
          05 MERGE-REGISTER-STATUS PIC X(2).
          05 CARD-FILE-STATUS PIC X(2).
          05 POSTED-HISTORY-STATUS PIC X(2).
          05 ACCT-MASTER-STATUS PIC X(2).
          05 HOLD-STATUS PIC X(2).
          05 APPLICANT-STATUS PIC X(2).
          05 APP-HISTORY-STATUS PIC X(2).
          05 REPORT-STATUS PIC X(2).
          05 AUDIT-STATUS PIC X(2).
          05 STATUS-LOG-STATUS PIC X(2).

      * CONTROL FLAGS
       01 WS-FLAGS.
          05 WS-EOF PIC X(1) VALUE 'N'.
             88 EOF VALUE 'Y'.
          05 WS-XREF-EOF PIC X(1) VALUE 'N'.
             88 XREF-EOF VALUE 'Y'.
          05 WS-SCAN-EOF PIC X(1) VALUE 'N'.
             88 SCAN-EOF VALUE 'Y'.
          05 WS-EDIT-FLAG PIC X(1) VALUE 'Y'.
             88 EDIT-OK VALUE 'Y'.
             88 EDIT-FAILED VALUE 'N'.
          05 WS-XREF-FOUND PIC X(1) VALUE 'N'.
             88 XREF-FOUND VALUE 'Y'.
          05 WS-CHAIN-FLAG PIC X(1) VALUE 'N'.
             88 CHAIN-DONE VALUE 'Y'.
          05 WS-IDENT-FLAG PIC X(1) VALUE 'N'.
             88 IDENT-FOUND VALUE 'Y'.
          05 WS-APP-FLAG PIC X(1) VALUE 'N'.
             88 APP-FOUND VALUE 'Y'.
          05 WS-CARD-FLAG PIC X(1) VALUE 'N'.
             88 CARD-ON-FILE VALUE 'Y'.
          05 WS-OPEN-ORDER-FLAG PIC X(1) VALUE 'N'.
             88 OPEN-ORDER-SEEN VALUE 'Y'.
          05 WS-RECORD-CHANGED-FLAG PIC X(1) VALUE 'N'.
             88 RECORD-CHANGED VALUE 'Y'.
          05 WS-MREG-AVAILABLE PIC X(1) VALUE 'Y'.
             88 MREG-AVAILABLE VALUE 'Y'.
          05 WS-HOLDS-AVAILABLE PIC X(1) VALUE 'Y'.
             88 HOLDS-AVAILABLE VALUE 'Y'.

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

      * RETENTION PERIOD AFTER THE LAST ACTIVITY (RETAINDAYS), AND
      * CUSMRG39'S MERGE UNDO WINDOW, READ UNDER ITS OWN JOB NAME
      * SO BOTH JOBS ALWAYS AGREE ON IT (UNDODAYS).
       01 WS-RETAIN-DAYS PIC 9(5) VALUE 2555.
       01 WS-UNDO-DAYS PIC 9(3) VALUE 30.

      * THE RUN DATE, AND DAY COUNTS AGAINST IT
       01 WS-RUN-DATE PIC X(8).
       01 WS-RUN-DATE-NUM PIC 9(8).
       01 WS-CHECK-DATE-NUM PIC 9(8).
       01 WS-DAYS-SINCE PIC S9(7).

      * THE XREF MASTER, LOADED AT START. FINDING THE CUSTOMERS
      * MERGED INTO A SURVIVOR MEANS WALKING EVERY MERGE POINTER,
      * SO THE LOOKUP IS BY TABLE RATHER THAN BY THE KSDS KEY.
       01 WS-XREF-TABLE.
          05 XREF-TABLE-COUNT PIC 9(5) VALUE 0.
          05 XREF-TABLE-ENTRY OCCURS 10000 TIMES INDEXED BY XT-IDX.
             10 XT-CUST-ID PIC X(5).
             10 XT-PAY-CUST-ID PIC X(5).
             10 XT-ORD-CUST-ID PIC X(6).
             10 XT-CARD-NUMBER PIC X(16).
             10 XT-MERGED-INTO PIC X(5).
       01 WS-XT-SUB PIC 9(5).

      * THE SURVIVOR THE REQUESTED CUSTOMER RESOLVED TO, ITS
      * MAPPED IDS AND NAME, AND THE ID BEING LOOKED UP
       01 WS-SPINE-ID PIC X(5).
       01 WS-SPINE-IDS.
          05 WS-SPINE-PAY-ID PIC X(5).
          05 WS-SPINE-ORD-ID PIC X(6).
          05 WS-SPINE-CARD-NUM PIC X(16).
       01 WS-SPINE-NAME PIC X(25).
       01 WS-FIND-ID PIC X(5).
       01 WS-CHAIN-ID PIC X(5).
       01 WS-MERGE-HOPS PIC 9(2).

      * EVERY CUST-ID THAT IS THIS PERSON: THE SURVIVOR FIRST,
      * THEN EACH CUSTOMER MERGED INTO IT
       01 WS-IDENT-TABLE.
          05 IDENT-COUNT PIC 9(3) VALUE 0.
          05 IDENT-ENTRY OCCURS 50 TIMES INDEXED BY ID-IDX.
             10 ID-CUST-ID PIC X(5).

      * ACCOUNTS MATCHED TO THE SURVIVOR'S NAME
       01 WS-ACCT-TABLE.
          05 ACCT-MATCH-COUNT PIC 9(3) VALUE 0.
          05 ACCT-MATCH-ENTRY OCCURS 100 TIMES INDEXED BY AM-IDX.
             10 AM-ACCT-ID PIC X(6).

      * CREDIT APPLICATIONS CARRYING A CUST-ID IN THE SET
       01 WS-APP-TABLE.
          05 APP-MATCH-COUNT PIC 9(3) VALUE 0.
          05 APP-MATCH-ENTRY OCCURS 100 TIMES INDEXED BY AP-IDX.
             10 AP-APP-ID PIC X(6).

      * RETENTION RULES FOUND FOR THE CURRENT REQUEST. ONLY THE
      * FIRST 20 ARE LISTED; BLOCK-COUNT KEEPS COUNTING.
       01 WS-BLOCK-TABLE.
          05 BLOCK-COUNT PIC 9(3) VALUE 0.
          05 BLOCK-ENTRY OCCURS 20 TIMES INDEXED BY BK-IDX.
             10 BK-CODE PIC X(10).
             10 BK-FILE PIC X(6).
             10 BK-KEY PIC X(16).
             10 BK-TEXT PIC X(30).
       01 WS-BLOCK-CODE PIC X(10).
       01 WS-BLOCK-FILE PIC X(6).
       01 WS-BLOCK-KEY PIC X(16).
       01 WS-BLOCK-TEXT PIC X(30).

      * THE MOST RECENT ACTIVITY DATE FOUND (YYYYMMDD) AND THE
      * ORDER DATE IN THAT FORM
       01 WS-LAST-ACTIVITY PIC X(8).
       01 WS-ORDER-DATE PIC X(8).

      * PER-SECTION COUNTS FOR THE CURRENT REQUEST
       01 WS-SECTION-COUNT PIC 9(5).
       01 WS-FIELDS-ERASED PIC 9(5).

      * THE ANONYMISED NAME: 'ERASED ' AND THE SURVIVOR'S ID
       01 WS-ERASED-NAME PIC X(25).

      * THE AUDIT LINE BEING BUILT
       01 WS-AUDIT-RESULT PIC X(8).
       01 WS-AUDIT-FILE PIC X(6).
       01 WS-AUDIT-KEY PIC X(16).
       01 WS-AUDIT-DETAIL PIC X(10).

      * REJECT REASON FOR THE CURRENT REQUEST RECORD
       01 WS-REJECT-REASON PIC X(25).

      * REPORT LINE BUILD FIELDS
       01 WS-REPORT-LINE PIC X(80).
       01 WS-MODE-TEXT PIC X(7).
       01 WS-AMT-DISP PIC -Z(8)9.99.
       01 WS-AMT-DISP-2 PIC -Z(8)9.99.
       01 WS-CNT-DISP PIC Z(6)9.
       01 WS-LINE-DISP PIC ZZ9.
       01 WS-QTY-DISP PIC Z(3)9.

       77 WS-SQLCODE-DISP PIC -Z(9)9.

      * STATISTICS COUNTERS
       01 WS-COUNTERS.
          05 TOTAL-REQUESTS-READ PIC 9(5) VALUE 0.
          05 TOTAL-EXPORTED PIC 9(5) VALUE 0.
          05 TOTAL-ERASED PIC 9(5) VALUE 0.
          05 TOTAL-REFUSED PIC 9(5) VALUE 0.
          05 TOTAL-REJECTS PIC 9(5) VALUE 0.
          05 TOTAL-FIELDS-ERASED PIC 9(5) VALUE 0.

      * DISPLAY-FORMATTED COUNTERS
       01 WS-DISP-COUNTERS.
          05 XREF-TABLE-COUNT-DISP PIC Z(4)9.
          05 TOTAL-REQUESTS-READ-DISP PIC Z(4)9.
          05 TOTAL-EXPORTED-DISP PIC Z(4)9.
          05 TOTAL-ERASED-DISP PIC Z(4)9.
          05 TOTAL-REFUSED-DISP PIC Z(4)9.
          05 TOTAL-REJECTS-DISP PIC Z(4)9.
          05 TOTAL-FIELDS-ERASED-DISP PIC Z(4)9.
          05 WS-RETAIN-DAYS-DISP PIC Z(4)9.

      **********************************************
      * LOADS THE XREF, WORKS THE REQUEST FILE, CLOSES, WRITES
      * BATCH STATUS AND DISPLAYS THE SUMMARY.
      **********************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM SET-BST-START-TS.
           PERFORM OPEN-STATUS-LOG.
           PERFORM LOAD-RUN-PARAMETERS.
           PERFORM LOAD-XREF-TABLE.
           PERFORM OPEN-ALL-FILES.
           PERFORM PROCESS-REQUESTS.
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
      * RUN DATE FROM CYCDAT40, THE RETENTION PERIOD AND THE
      * MERGE UNDO WINDOW FROM PRMGET50.
      **********************************************
       LOAD-RUN-PARAMETERS.
           MOVE 'PRVREQ39' TO CD-JOB-NAME.
           CALL 'CYCDAT40' USING WS-CYCDATE-REQUEST END-CALL.
           MOVE CD-CYCLE-DATE TO WS-RUN-DATE.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM.
           MOVE 'PRVREQ39' TO RP-JOB-NAME.
           MOVE 'RETAINDAYS' TO RP-KEYWORD.
           MOVE WS-RETAIN-DAYS TO RP-DEFAULT-VALUE.
           CALL 'PRMGET50' USING WS-RUNPARM-REQUEST END-CALL.
           MOVE RP-VALUE TO WS-RETAIN-DAYS.
           MOVE 'CUSMRG39' TO RP-JOB-NAME.
           MOVE 'UNDODAYS' TO RP-KEYWORD.
           MOVE WS-UNDO-DAYS TO RP-DEFAULT-VALUE.
           CALL 'PRMGET50' USING WS-RUNPARM-REQUEST END-CALL.
           MOVE RP-VALUE TO WS-UNDO-DAYS.

      **********************************************
      * LOADS EVERY XREF RECORD INTO WS-XREF-TABLE.
      **********************************************
       LOAD-XREF-TABLE.
           OPEN INPUT XREF-MASTER.
           IF XREF-MASTER-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING XREF MASTER: '
                       XREF-MASTER-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.
           PERFORM UNTIL XREF-EOF
              READ XREF-MASTER NEXT RECORD
                AT END
                   SET XREF-EOF TO TRUE
                NOT AT END
                   IF XREF-MASTER-STATUS NOT = '00'
                      DISPLAY 'ERROR READING XREF MASTER: '
                               XREF-MASTER-STATUS
                      PERFORM ABEND-WITH-STATUS
                   END-IF
                   IF XREF-TABLE-COUNT >= 10000
                      DISPLAY 'ERROR: XREF TABLE FULL (10000 MAX)'
                      PERFORM ABEND-WITH-STATUS
                   END-IF
                   ADD 1 TO XREF-TABLE-COUNT
                   SET XT-IDX TO XREF-TABLE-COUNT
                   MOVE XRF-CUST-ID TO XT-CUST-ID(XT-IDX)
                   MOVE XRF-PAY-CUST-ID TO XT-PAY-CUST-ID(XT-IDX)
                   MOVE XRF-ORD-CUST-ID TO XT-ORD-CUST-ID(XT-IDX)
                   PERFORM DETOKENIZE-XREF-CARD
                   MOVE XRF-CARD-NUMBER TO XT-CARD-NUMBER(XT-IDX)
                   MOVE XRF-MERGED-INTO TO XT-MERGED-INTO(XT-IDX)
              END-READ
           END-PERFORM.
           CLOSE XREF-MASTER.
           MOVE 'C' TO CK-FUNCTION.
           CALL 'CRDTOK11' USING WS-CARDTOK-REQUEST END-CALL.

      **********************************************
      * OPEN ALL FILES AND CHECK STATUS. THE MASTERS AN ERASURE
      * REWRITES ARE OPENED I-O. NO MERGE REGISTER OR HOLD FILE
      * YET (05/35) MEANS NO MERGES OR HOLDS TO CONSIDER. THE
      * POSTED HISTORY, APPLICANT DATA AND APPLICATION HISTORY ARE
      * OPENED PER REQUEST. THE AUDIT TRAIL IS APPENDED TO.
      **********************************************
       OPEN-ALL-FILES.
           OPEN INPUT REQUEST-FILE.
           IF REQUEST-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING PRIVACY REQUEST FILE: '
                       REQUEST-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN I-O CUST-MASTER-FILE.
           IF CUST-MASTER-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING CUSTOMER MASTER: '
                       CUST-MASTER-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN I-O MERGE-REGISTER.
           IF MERGE-REGISTER-STATUS = '05'
              OR MERGE-REGISTER-STATUS = '35'
              DISPLAY 'NO MERGE REGISTER - NO MERGES TO CONSIDER'
              MOVE 'N' TO WS-MREG-AVAILABLE
           ELSE
              IF MERGE-REGISTER-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING MERGE REGISTER: '
                          MERGE-REGISTER-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
           END-IF.

           OPEN I-O CARD-MASTER-FILE.
           IF CARD-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING CARD MASTER: ' CARD-FILE-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN I-O ACCT-MASTER.
           IF ACCT-MASTER-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING ACCT-MASTER FILE: '
                       ACCT-MASTER-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN INPUT HOLD-FILE.
           IF HOLD-STATUS = '05' OR HOLD-STATUS = '35'
              DISPLAY 'NO HOLD FILE - NO LEGAL HOLDS TO CONSIDER'
              MOVE 'N' TO WS-HOLDS-AVAILABLE
           ELSE
              IF HOLD-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING HOLD FILE: ' HOLD-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING REPORT FILE: ' REPORT-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN EXTEND AUDIT-FILE.
           IF AUDIT-STATUS = '05' OR AUDIT-STATUS = '35'
              OPEN OUTPUT AUDIT-FILE
           END-IF.
           IF AUDIT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING PRIVACY AUDIT FILE: '
                       AUDIT-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * READS THE REQUEST FILE UNTIL EOF.
      **********************************************
       PROCESS-REQUESTS.
           PERFORM UNTIL EOF
              READ REQUEST-FILE
                AT END
                   SET EOF TO TRUE
                NOT AT END
                   IF REQUEST-STATUS = '00'
                      ADD 1 TO TOTAL-REQUESTS-READ
                      PERFORM PROCESS-ONE-REQUEST
                   ELSE
                      DISPLAY 'ERROR READING PRIVACY REQUEST FILE: '
                               REQUEST-STATUS
                      PERFORM ABEND-WITH-STATUS
                   END-IF
              END-READ
           END-PERFORM.

      **********************************************
      * EDITS AND RESOLVES ONE REQUEST, GATHERS EVERY SECTION,
      * ASSESSES THE RETENTION RULES AND, FOR AN ERASURE, APPLIES
      * OR REFUSES IT. NOTHING IS CHANGED UNTIL EVERY SECTION HAS
      * BEEN GATHERED AND NO RULE APPLIES.
      **********************************************
       PROCESS-ONE-REQUEST.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACES TO WS-SPINE-ID.
           MOVE SPACES TO WS-SPINE-IDS.
           MOVE SPACES TO WS-SPINE-NAME.
           MOVE SPACES TO WS-LAST-ACTIVITY.
           MOVE 0 TO IDENT-COUNT.
           MOVE 0 TO ACCT-MATCH-COUNT.
           MOVE 0 TO APP-MATCH-COUNT.
           MOVE 0 TO BLOCK-COUNT.
           MOVE 0 TO WS-FIELDS-ERASED.
           MOVE 'N' TO WS-CARD-FLAG.
           MOVE 'N' TO WS-OPEN-ORDER-FLAG.
           SET EDIT-OK TO TRUE.
           PERFORM EDIT-REQUEST-RECORD.
           IF EDIT-OK
              PERFORM RESOLVE-IDENTITY-SET
           END-IF.
           IF EDIT-FAILED
              PERFORM WRITE-REQUEST-REJECT
           ELSE
              PERFORM WRITE-REQUEST-HEADER
              PERFORM EXPORT-CUSTOMER-SECTION
              PERFORM EXPORT-MERGE-SECTION
              PERFORM EXPORT-CARD-SECTION
              PERFORM EXPORT-ACTIVITY-SECTION
              PERFORM EXPORT-PAYMENT-SECTION
              PERFORM EXPORT-ORDER-SECTION
              PERFORM EXPORT-ACCOUNT-SECTION
              PERFORM EXPORT-APPLICATION-SECTION
              PERFORM EXPORT-DECISION-SECTION
              PERFORM ASSESS-RETENTION-RULES
              EVALUATE TRUE
                  WHEN PRQ-EXPORT
                    MOVE 'EXPORTED' TO WS-AUDIT-RESULT
                    MOVE SPACES TO WS-AUDIT-FILE
                    MOVE SPACES TO WS-AUDIT-KEY
                    MOVE SPACES TO WS-AUDIT-DETAIL
                    PERFORM WRITE-AUDIT-LINE
                    ADD 1 TO TOTAL-EXPORTED
                  WHEN BLOCK-COUNT > 0
                    PERFORM REFUSE-ERASURE
                  WHEN OTHER
                    PERFORM APPLY-ERASURE
              END-EVALUATE
              MOVE ALL '-' TO REPORT-REC
              PERFORM WRITE-REPORT-LINE
           END-IF.

      **********************************************
      * REQUEST EDITS, STOPPING AT THE FIRST FAILURE.
      **********************************************
       EDIT-REQUEST-RECORD.
           EVALUATE TRUE
               WHEN NOT PRQ-EXPORT AND NOT PRQ-ERASE
                 MOVE 'INVALID MODE' TO WS-REJECT-REASON
                 SET EDIT-FAILED TO TRUE
               WHEN PRQ-CUST-ID = SPACES
                 MOVE 'CUSTOMER ID MISSING' TO WS-REJECT-REASON
                 SET EDIT-FAILED TO TRUE
               WHEN PRQ-CASE-REF = SPACES
                 MOVE 'CASE REFERENCE MISSING' TO WS-REJECT-REASON
                 SET EDIT-FAILED TO TRUE
               WHEN PRQ-REQUESTED-BY = SPACES
                 MOVE 'REQUESTER MISSING' TO WS-REJECT-REASON
                 SET EDIT-FAILED TO TRUE
               WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      **********************************************
      * FOLLOWS THE REQUESTED CUSTOMER'S MERGE POINTERS (AT MOST
      * 10 HOPS) TO ITS SURVIVOR, TAKES THE SURVIVOR'S MAPPED IDS,
      * THEN ADDS EVERY XREF ENTRY WHOSE OWN POINTERS LEAD TO THE
      * SURVIVOR.
      **********************************************
       RESOLVE-IDENTITY-SET.
           MOVE PRQ-CUST-ID TO WS-FIND-ID.
           PERFORM FIND-XREF-ENTRY.
           MOVE 0 TO WS-MERGE-HOPS.
           PERFORM UNTIL NOT XREF-FOUND
                   OR XT-MERGED-INTO(XT-IDX) = SPACES
              ADD 1 TO WS-MERGE-HOPS
              IF WS-MERGE-HOPS > 10
                 MOVE 'N' TO WS-XREF-FOUND
              ELSE
                 MOVE XT-MERGED-INTO(XT-IDX) TO WS-FIND-ID
                 PERFORM FIND-XREF-ENTRY
              END-IF
           END-PERFORM.
           IF XREF-FOUND
              MOVE XT-CUST-ID(XT-IDX) TO WS-SPINE-ID
              MOVE XT-PAY-CUST-ID(XT-IDX) TO WS-SPINE-PAY-ID
              MOVE XT-ORD-CUST-ID(XT-IDX) TO WS-SPINE-ORD-ID
              MOVE XT-CARD-NUMBER(XT-IDX) TO WS-SPINE-CARD-NUM
              MOVE 1 TO IDENT-COUNT
              MOVE WS-SPINE-ID TO ID-CUST-ID(1)
              PERFORM VARYING WS-XT-SUB FROM 1 BY 1
                      UNTIL WS-XT-SUB > XREF-TABLE-COUNT
                 IF XT-MERGED-INTO(WS-XT-SUB) NOT = SPACES
                    PERFORM CHECK-MERGED-INTO-SPINE
                 END-IF
              END-PERFORM
           ELSE
              MOVE 'CUSTOMER NOT ON XREF' TO WS-REJECT-REASON
              SET EDIT-FAILED TO TRUE
           END-IF.

      **********************************************
      * FINDS THE XREF TABLE ENTRY FOR WS-FIND-ID.
      **********************************************
       FIND-XREF-ENTRY.
           MOVE 'N' TO WS-XREF-FOUND.
           SET XT-IDX TO 1.
           SEARCH XREF-TABLE-ENTRY
               AT END
                  CONTINUE
               WHEN XT-IDX > XREF-TABLE-COUNT
                  CONTINUE
               WHEN XT-CUST-ID(XT-IDX) = WS-FIND-ID
                  SET XREF-FOUND TO TRUE
           END-SEARCH.

      **********************************************
      * WALKS ONE MERGED-AWAY ENTRY'S POINTERS (AT MOST 10 HOPS).
      * WHEN THEY REACH THE SURVIVOR THE ENTRY JOINS THE SET.
      **********************************************
       CHECK-MERGED-INTO-SPINE.
           MOVE XT-MERGED-INTO(WS-XT-SUB) TO WS-CHAIN-ID.
           MOVE 0 TO WS-MERGE-HOPS.
           MOVE 'N' TO WS-CHAIN-FLAG.
           PERFORM UNTIL CHAIN-DONE
              EVALUATE TRUE
                  WHEN WS-CHAIN-ID = WS-SPINE-ID
                    IF IDENT-COUNT >= 50
                       DISPLAY 'ERROR: IDENTITY TABLE FULL (50 MAX)'
                       PERFORM ABEND-WITH-STATUS
                    END-IF
                    ADD 1 TO IDENT-COUNT
                    MOVE XT-CUST-ID(WS-XT-SUB)
                         TO ID-CUST-ID(IDENT-COUNT)
                    SET CHAIN-DONE TO TRUE
                  WHEN WS-MERGE-HOPS >= 10
                    SET CHAIN-DONE TO TRUE
                  WHEN OTHER
                    ADD 1 TO WS-MERGE-HOPS
                    MOVE WS-CHAIN-ID TO WS-FIND-ID
                    PERFORM FIND-XREF-ENTRY
                    IF XREF-FOUND
                       AND XT-MERGED-INTO(XT-IDX) NOT = SPACES
                       MOVE XT-MERGED-INTO(XT-IDX) TO WS-CHAIN-ID
                    ELSE
                       SET CHAIN-DONE TO TRUE
                    END-IF
              END-EVALUATE
           END-PERFORM.

      **********************************************
      * THE REQUEST TITLE BLOCK: CASE, MODE, CUSTOMER, REQUESTER,
      * AND THE IDS THE CUSTOMER RESOLVED TO.
      **********************************************
       WRITE-REQUEST-HEADER.
           IF PRQ-EXPORT
              MOVE 'EXPORT' TO WS-MODE-TEXT
           ELSE
              MOVE 'ERASURE' TO WS-MODE-TEXT
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'PRIVACY ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MODE-TEXT) DELIMITED BY SIZE
                  ' - CASE ' DELIMITED BY SIZE
                  PRQ-CASE-REF DELIMITED BY SIZE
                  ' CUSTOMER ' DELIMITED BY SIZE
                  PRQ-CUST-ID DELIMITED BY SIZE
                  ' BY ' DELIMITED BY SIZE
                  PRQ-REQUESTED-BY DELIMITED BY SIZE
                  ' ON ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'CUST-ID ' DELIMITED BY SIZE
                  WS-SPINE-ID DELIMITED BY SIZE
                  ' PAY ' DELIMITED BY SIZE
                  WS-SPINE-PAY-ID DELIMITED BY SIZE
                  ' ORD ' DELIMITED BY SIZE
                  WS-SPINE-ORD-ID DELIMITED BY SIZE
                  ' CARD ' DELIMITED BY SIZE
                  WS-SPINE-CARD-NUM DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO REPORT-REC.
           PERFORM WRITE-DETAIL-LINE.
           MOVE IDENT-COUNT TO WS-CNT-DISP.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING FUNCTION TRIM(WS-CNT-DISP) DELIMITED BY SIZE
                  ' CUST-ID(S) FOR THIS PERSON, SURVIVOR '
                      DELIMITED BY SIZE
                  WS-SPINE-ID DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.

      **********************************************
      * CUSTOMER MASTER: EVERY CUST-ID IN THE SET. THE SURVIVOR'S
      * NAME IS KEPT FOR MATCHING THE ACCOUNT MASTER.
      **********************************************
       EXPORT-CUSTOMER-SECTION.
           MOVE 'CUSTOMER MASTER' TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE 0 TO WS-SECTION-COUNT.
           PERFORM VARYING ID-IDX FROM 1 BY 1
                   UNTIL ID-IDX > IDENT-COUNT
              PERFORM EXPORT-ONE-CUSTOMER
           END-PERFORM.
           MOVE 'CUSTOMER RECORDS' TO WS-REPORT-LINE.
           PERFORM WRITE-SECTION-COUNT.

      **********************************************
      * ONE CUSTOMER MASTER RECORD. A MERGED-AWAY CUSTOMER SHOWS
      * ITS MERGE POINTER IN PLACE OF THE ADDRESS.
      **********************************************
       EXPORT-ONE-CUSTOMER.
           MOVE ID-CUST-ID(ID-IDX) TO CUST-ID.
           READ CUST-MASTER-FILE.
           EVALUATE CUST-MASTER-STATUS
               WHEN '00'
                 ADD 1 TO WS-SECTION-COUNT
                 IF ID-IDX = 1
                    MOVE CUST-NAME TO WS-SPINE-NAME
                 END-IF
                 MOVE SPACES TO WS-REPORT-LINE
                 STRING '  CUST-ID ' DELIMITED BY SIZE
                        CUST-ID DELIMITED BY SIZE
                        ' STATUS ' DELIMITED BY SIZE
                        CUST-STATUS DELIMITED BY SIZE
                        ' REGION ' DELIMITED BY SIZE
                        CUST-REGION DELIMITED BY SIZE
                        INTO WS-REPORT-LINE
                 END-STRING
                 MOVE WS-REPORT-LINE TO REPORT-REC
                 PERFORM WRITE-DETAIL-LINE
                 MOVE SPACES TO WS-REPORT-LINE
                 STRING '    NAME    ' DELIMITED BY SIZE
                        CUST-NAME DELIMITED BY SIZE
                        INTO WS-REPORT-LINE
                 END-STRING
                 MOVE WS-REPORT-LINE TO REPORT-REC
                 PERFORM WRITE-DETAIL-LINE
                 MOVE SPACES TO WS-REPORT-LINE
                 IF CUST-STATUS = 'M'
                    STRING '    MERGED INTO ' DELIMITED BY SIZE
                           CUST-MERGED-INTO DELIMITED BY SIZE
                           INTO WS-REPORT-LINE
                    END-STRING
                 ELSE
                    STRING '    ADDRESS ' DELIMITED BY SIZE
                           CUST-ADDRESS DELIMITED BY SIZE
                           INTO WS-REPORT-LINE
                    END-STRING
                 END-IF
                 MOVE WS-REPORT-LINE TO REPORT-REC
                 PERFORM WRITE-DETAIL-LINE
                 MOVE CUST-CURRENT-BAL TO WS-AMT-DISP
                 MOVE CUST-CREDIT-LIMIT TO WS-AMT-DISP-2
                 MOVE SPACES TO WS-REPORT-LINE
                 STRING '    BALANCE ' DELIMITED BY SIZE
                        FUNCTION TRIM(WS-AMT-DISP) DELIMITED BY SIZE
                        ' CREDIT LIMIT ' DELIMITED BY SIZE
                        FUNCTION TRIM(WS-AMT-DISP-2)
                            DELIMITED BY SIZE
                        INTO WS-REPORT-LINE
                 END-STRING
                 MOVE WS-REPORT-LINE TO REPORT-REC
                 PERFORM WRITE-DETAIL-LINE
                 IF CUST-CURRENT-BAL NOT NUMERIC
                    OR CUST-CURRENT-BAL > 0
                    MOVE 'CUSTBAL' TO WS-BLOCK-CODE
                    MOVE 'MASTDD' TO WS-BLOCK-FILE
                    MOVE CUST-ID TO WS-BLOCK-KEY
                    MOVE 'CUSTOMER BALANCE NOT ZERO' TO WS-BLOCK-TEXT
                    PERFORM ADD-RETENTION-BLOCK
                 END-IF
               WHEN '23'
                 MOVE SPACES TO WS-REPORT-LINE
                 STRING '  CUST-ID ' DELIMITED BY SIZE
                        ID-CUST-ID(ID-IDX) DELIMITED BY SIZE
                        ' NOT ON CUSTOMER MASTER' DELIMITED BY SIZE
                        INTO WS-REPORT-LINE
                 END-STRING
                 MOVE WS-REPORT-LINE TO REPORT-REC
                 PERFORM WRITE-REPORT-LINE
               WHEN OTHER
                 DISPLAY 'ERROR READING CUSTOMER MASTER: '
                          CUST-MASTER-STATUS
                 PERFORM ABEND-WITH-STATUS
           END-EVALUATE.

      **********************************************
      * MERGE REGISTER: THE PRE-MERGE ADDRESS CUSMRG39 KEEPS FOR
      * EACH MERGED-AWAY CUST-ID. A MERGE STILL INSIDE THE UNDO
      * WINDOW MAY YET BE REVERSED FROM IT, SO IT MUST STAY.
      **********************************************
       EXPORT-MERGE-SECTION.
           MOVE 'MERGE REGISTER' TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE 0 TO WS-SECTION-COUNT.
           IF MREG-AVAILABLE
              PERFORM VARYING ID-IDX FROM 2 BY 1
                      UNTIL ID-IDX > IDENT-COUNT
                 PERFORM EXPORT-ONE-MERGE
              END-PERFORM
           END-IF.
           MOVE 'MERGE REGISTER ENTRIES' TO WS-REPORT-LINE.
           PERFORM WRITE-SECTION-COUNT.

      **********************************************
      * ONE MERGE REGISTER ENTRY, WHEN THE VICTIM HAS ONE.
      **********************************************
       EXPORT-ONE-MERGE.
           MOVE ID-CUST-ID(ID-IDX) TO MRG-VICTIM-ID.
           READ MERGE-REGISTER.
           EVALUATE MERGE-REGISTER-STATUS
               WHEN '00'
                 ADD 1 TO WS-SECTION-COUNT
                 MOVE SPACES TO WS-REPORT-LINE
                 STRING '  CUST-ID ' DELIMITED BY SIZE
                        MRG-VICTIM-ID DELIMITED BY SIZE
                        ' MERGED INTO ' DELIMITED BY SIZE
                        MRG-SURVIVOR-ID DELIMITED BY SIZE
                        ' ON ' DELIMITED BY SIZE
                        MRG-MERGE-DATE DELIMITED BY SIZE
                        ' STATUS ' DELIMITED BY SIZE
                        MRG-STATUS DELIMITED BY SIZE
                        INTO WS-REPORT-LINE
                 END-STRING
                 MOVE WS-REPORT-LINE TO REPORT-REC
                 PERFORM WRITE-DETAIL-LINE
                 MOVE SPACES TO WS-REPORT-LINE
                 STRING '    PRE-MERGE ADDRESS ' DELIMITED BY SIZE
                        MRG-VICTIM-ADDRESS DELIMITED BY SIZE
                        INTO WS-REPORT-LINE
                 END-STRING
                 MOVE WS-REPORT-LINE TO REPORT-REC
                 PERFORM WRITE-DETAIL-LINE
                 IF MRG-IN-EFFECT AND MRG-MERGE-DATE NUMERIC
                    MOVE MRG-MERGE-DATE TO WS-CHECK-DATE-NUM
                    PERFORM COMPUTE-DAYS-SINCE
                    IF WS-DAYS-SINCE NOT > WS-UNDO-DAYS
                       MOVE 'MERGEUNDO' TO WS-BLOCK-CODE
                       MOVE 'MREGDD' TO WS-BLOCK-FILE
                       MOVE MRG-VICTIM-ID TO WS-BLOCK-KEY
                       MOVE 'MERGE STILL REVERSIBLE'
                            TO WS-BLOCK-TEXT
                       PERFORM ADD-RETENTION-BLOCK
                    END-IF
                 END-IF
               WHEN '23'
                 CONTINUE
               WHEN OTHER
                 DISPLAY 'ERROR READING MERGE REGISTER: '
                          MERGE-REGISTER-STATUS
                 PERFORM ABEND-WITH-STATUS
           END-EVALUATE.

      **********************************************
      * CARD MASTER: THE MAPPED CARD. A CARD NOT YET CLOSED IS
      * STILL A LIVE RELATIONSHIP.
      **********************************************
       EXPORT-CARD-SECTION.
           MOVE 'CARD MASTER' TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           EVALUATE TRUE
               WHEN WS-SPINE-CARD-NUM = SPACES
                 MOVE '  NO CARD MAPPED' TO REPORT-REC
                 PERFORM WRITE-REPORT-LINE
               WHEN WS-SPINE-CARD-NUM NOT NUMERIC
                 MOVE '  MAPPED CARD NUMBER NOT NUMERIC' TO REPORT-REC
                 PERFORM WRITE-REPORT-LINE
               WHEN OTHER
                 MOVE WS-SPINE-CARD-NUM TO CARD-NUMBER
                 READ CARD-MASTER-FILE
                 EVALUATE CARD-FILE-STATUS
                     WHEN '00'
                       SET CARD-ON-FILE TO TRUE
                       PERFORM EXPORT-CARD-DETAIL
                     WHEN '23'
                       MOVE '  MAPPED CARD NOT ON CARD MASTER'
                            TO REPORT-REC
                       PERFORM WRITE-REPORT-LINE
                     WHEN OTHER
                       DISPLAY 'ERROR READING CARD MASTER: '
                                CARD-FILE-STATUS
                       PERFORM ABEND-WITH-STATUS
                 END-EVALUATE
           END-EVALUATE.

      **********************************************
      * THE CARD MASTER RECORD'S DETAIL LINES.
      **********************************************
       EXPORT-CARD-DETAIL.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  CARD ' DELIMITED BY SIZE
                  CARD-NUMBER DELIMITED BY SIZE
                  ' OWNER ' DELIMITED BY SIZE
                  CARD-OWNER-NAME DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO REPORT-REC.
           PERFORM WRITE-DETAIL-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '    EXPIRY ' DELIMITED BY SIZE
                  CARD-EXPIRY-DATE DELIMITED BY SIZE
                  ' STATUS ' DELIMITED BY SIZE
                  CARD-STATUS DELIMITED BY SIZE
                  ' CURRENCY ' DELIMITED BY SIZE
                  CARD-CURRENCY DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO REPORT-REC.
           PERFORM WRITE-DETAIL-LINE.
           IF CARD-CREDIT-LIMIT NUMERIC
              MOVE CARD-CREDIT-LIMIT TO WS-AMT-DISP
           ELSE
              MOVE 0 TO WS-AMT-DISP
           END-IF.
           IF CARD-DAILY-LIMIT NUMERIC
              MOVE CARD-DAILY-LIMIT TO WS-AMT-DISP-2
           ELSE
              MOVE 0 TO WS-AMT-DISP-2
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '    CREDIT LIMIT ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMT-DISP) DELIMITED BY SIZE
                  ' DAILY LIMIT ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMT-DISP-2) DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO REPORT-REC.
           PERFORM WRITE-DETAIL-LINE.
           MOVE '  1 CARD RECORD' TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           IF CARD-STATUS NOT = 'C'
              MOVE 'CARDOPEN' TO WS-BLOCK-CODE
              MOVE 'VSAMDD' TO WS-BLOCK-FILE
              MOVE WS-SPINE-CARD-NUM TO WS-BLOCK-KEY
              MOVE 'CARD NOT CLOSED' TO WS-BLOCK-TEXT
              PERFORM ADD-RETENTION-BLOCK
           END-IF.

      **********************************************
      * CARD ACTIVITY: EVERY POSTED TRANSACTION FOR THE MAPPED
      * CARD, ONE PASS OVER THE HISTORY. THE LATEST POST DATE
      * COUNTS TOWARDS THE RETENTION PERIOD.
      **********************************************
       EXPORT-ACTIVITY-SECTION.
           MOVE 'CARD ACTIVITY' TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE 0 TO WS-SECTION-COUNT.
           IF WS-SPINE-CARD-NUM NOT = SPACES
              OPEN INPUT POSTED-HISTORY-FILE
              IF POSTED-HISTORY-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING POSTED HISTORY: '
                          POSTED-HISTORY-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
              MOVE 'N' TO WS-SCAN-EOF
              PERFORM UNTIL SCAN-EOF
                 READ POSTED-HISTORY-FILE
                   AT END
                      SET SCAN-EOF TO TRUE
                   NOT AT END
                      IF POSTED-HISTORY-STATUS NOT = '00'
                         DISPLAY 'ERROR READING POSTED HISTORY: '
                                  POSTED-HISTORY-STATUS
                         PERFORM ABEND-WITH-STATUS
                      END-IF
                      IF HIST-CARD-NUM = WS-SPINE-CARD-NUM
                         PERFORM EXPORT-ONE-POSTING
                      END-IF
                 END-READ
              END-PERFORM
              CLOSE POSTED-HISTORY-FILE
           END-IF.
           MOVE 'POSTED TRANSACTIONS' TO WS-REPORT-LINE.
           PERFORM WRITE-SECTION-COUNT.

      **********************************************
      * ONE POSTED TRANSACTION LINE.
      **********************************************
       EXPORT-ONE-POSTING.
           ADD 1 TO WS-SECTION-COUNT.
           IF HIST-POST-DATE NUMERIC
              AND (WS-LAST-ACTIVITY = SPACES
                OR HIST-POST-DATE > WS-LAST-ACTIVITY)
              MOVE HIST-POST-DATE TO WS-LAST-ACTIVITY
           END-IF.
           MOVE HIST-AMOUNT TO WS-AMT-DISP.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  ' DELIMITED BY SIZE
                  HIST-POST-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  HIST-TRANS-ID DELIMITED BY SIZE
                  ' TYPE ' DELIMITED BY SIZE
                  HIST-REC-TYPE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AMT-DISP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  HIST-CURRENCY DELIMITED BY SIZE
                  ' MERCHANT ' DELIMITED BY SIZE
                  HIST-MERCHANT-ID DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO REPORT-REC.
           PERFORM WRITE-DETAIL-LINE.

      **********************************************
      * PAYMENTS: THE BALANCE FOR THE MAPPED PAYMENTS ID.
      **********************************************
       EXPORT-PAYMENT-SECTION.
           MOVE 'PAYMENTS' TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           IF WS-SPINE-PAY-ID = SPACES
              MOVE '  NO PAYMENTS ID MAPPED' TO REPORT-REC
              PERFORM WRITE-REPORT-LINE
           ELSE
              MOVE WS-SPINE-PAY-ID TO HV-PAY-CUST-ID
              EXEC SQL
                SELECT CUST_BALANCE
                  INTO :HV-PAY-BALANCE
                  FROM TB_CUSTOMER_BALANCE
                WHERE CUST_ID = :HV-PAY-CUST-ID
              END-EXEC
              EVALUATE TRUE
                  WHEN SQLCODE = 0
                    MOVE HV-PAY-BALANCE TO WS-AMT-DISP
                    MOVE SPACES TO WS-REPORT-LINE
                    STRING '  PAYMENTS ID ' DELIMITED BY SIZE
                           WS-SPINE-PAY-ID DELIMITED BY SIZE
                           ' BALANCE ' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-AMT-DISP)
                                   DELIMITED BY SIZE
                           INTO WS-REPORT-LINE
                    END-STRING
                    MOVE WS-REPORT-LINE TO REPORT-REC
                    PERFORM WRITE-DETAIL-LINE
                    MOVE '  1 BALANCE ROW' TO REPORT-REC
                    PERFORM WRITE-REPORT-LINE
                    IF HV-PAY-BALANCE NOT = 0
                       MOVE 'PAYBAL' TO WS-BLOCK-CODE
                       MOVE 'DB2' TO WS-BLOCK-FILE
                       MOVE WS-SPINE-PAY-ID TO WS-BLOCK-KEY
                       MOVE 'PAYMENTS BALANCE NOT ZERO'
                            TO WS-BLOCK-TEXT
                       PERFORM ADD-RETENTION-BLOCK
                    END-IF
                  WHEN SQLCODE = 100
                    MOVE '  NO BALANCE ROW' TO REPORT-REC
                    PERFORM WRITE-REPORT-LINE
                  WHEN OTHER
                    MOVE SQLCODE TO WS-SQLCODE-DISP
                    DISPLAY 'ERROR READING PAYMENT BALANCE: '
                             WS-SQLCODE-DISP
                    PERFORM ABEND-WITH-STATUS
              END-EVALUATE
           END-IF.

      **********************************************
      * ORDERS: EVERY ORDER LINE FOR THE MAPPED ORDERS ID. AN
      * OPEN LINE KEEPS THE DATA; THE LATEST ORDER DATE COUNTS
      * TOWARDS THE RETENTION PERIOD.
      **********************************************
       EXPORT-ORDER-SECTION.
           MOVE 'ORDERS' TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE 0 TO WS-SECTION-COUNT.
           IF WS-SPINE-ORD-ID = SPACES
              MOVE '  NO ORDERS ID MAPPED' TO REPORT-REC
              PERFORM WRITE-REPORT-LINE
           ELSE
              MOVE WS-SPINE-ORD-ID TO HV-ORD-CUST-ID
              EXEC SQL
                OPEN PRVORD
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE SQLCODE TO WS-SQLCODE-DISP
                 DISPLAY 'ERROR OPENING ORDER CURSOR: '
                          WS-SQLCODE-DISP
                 PERFORM ABEND-WITH-STATUS
              END-IF
              MOVE 'N' TO WS-SCAN-EOF
              PERFORM UNTIL SCAN-EOF
                 EXEC SQL
                   FETCH PRVORD
                    INTO :HV-ORDER-ID, :HV-ORDER-LINE, :HV-PROD-ID,
                         :HV-QUANTITY, :HV-FULFILL-STATUS,
                         :HV-ORDER-DATE
                 END-EXEC
                 EVALUATE TRUE
                     WHEN SQLCODE = 0
                       PERFORM EXPORT-ONE-ORDER-LINE
                     WHEN SQLCODE = 100
                       SET SCAN-EOF TO TRUE
                     WHEN OTHER
                       MOVE SQLCODE TO WS-SQLCODE-DISP
                       DISPLAY 'ERROR FETCHING ORDERS: '
                                WS-SQLCODE-DISP
                       PERFORM ABEND-WITH-STATUS
                 END-EVALUATE
              END-PERFORM
              EXEC SQL
                CLOSE PRVORD
              END-EXEC
              MOVE 'ORDER LINES' TO WS-REPORT-LINE
              PERFORM WRITE-SECTION-COUNT
           END-IF.

      **********************************************
      * ONE ORDER LINE.
      **********************************************
       EXPORT-ONE-ORDER-LINE.
           ADD 1 TO WS-SECTION-COUNT.
           MOVE SPACES TO WS-ORDER-DATE.
           STRING HV-ORDER-DATE(1:4) DELIMITED BY SIZE
                  HV-ORDER-DATE(6:2) DELIMITED BY SIZE
                  HV-ORDER-DATE(9:2) DELIMITED BY SIZE
                  INTO WS-ORDER-DATE
           END-STRING.
           IF WS-ORDER-DATE NUMERIC
              AND (WS-LAST-ACTIVITY = SPACES
                OR WS-ORDER-DATE > WS-LAST-ACTIVITY)
              MOVE WS-ORDER-DATE TO WS-LAST-ACTIVITY
           END-IF.
           MOVE HV-ORDER-LINE TO WS-LINE-DISP.
           MOVE HV-QUANTITY TO WS-QTY-DISP.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  ORDER ' DELIMITED BY SIZE
                  HV-ORDER-ID DELIMITED BY SIZE
                  ' LINE ' DELIMITED BY SIZE
                  WS-LINE-DISP DELIMITED BY SIZE
                  ' PROD ' DELIMITED BY SIZE
                  HV-PROD-ID DELIMITED BY SIZE
                  ' QTY ' DELIMITED BY SIZE
                  WS-QTY-DISP DELIMITED BY SIZE
                  ' STATUS ' DELIMITED BY SIZE
                  HV-FULFILL-STATUS DELIMITED BY SIZE
                  ' DATE ' DELIMITED BY SIZE
                  HV-ORDER-DATE DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO REPORT-REC.
           PERFORM WRITE-DETAIL-LINE.
           IF HV-FULFILL-STATUS = 'O' AND NOT OPEN-ORDER-SEEN
              SET OPEN-ORDER-SEEN TO TRUE
              MOVE 'OPENORDER' TO WS-BLOCK-CODE
              MOVE 'DB2' TO WS-BLOCK-FILE
              MOVE HV-ORDER-ID TO WS-BLOCK-KEY
              MOVE 'ORDER STILL OPEN' TO WS-BLOCK-TEXT
              PERFORM ADD-RETENTION-BLOCK
           END-IF.

      **********************************************
      * ACCOUNTS: EVERY ACCT.MASTER ACCOUNT CARRYING THE
      * SURVIVOR'S NAME (THE ACCOUNT MASTER'S ONLY CUSTOMER
      * LINKAGE), EACH WITH ITS TB_ACCOUNT_BAL BALANCE.
      **********************************************
       EXPORT-ACCOUNT-SECTION.
           MOVE 'ACCOUNTS' TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           IF WS-SPINE-NAME = SPACES
              MOVE '  NO NAME TO MATCH ACCOUNTS ON' TO REPORT-REC
              PERFORM WRITE-REPORT-LINE
           ELSE
              MOVE LOW-VALUES TO ACCT-MAST-ID
              START ACCT-MASTER KEY IS NOT LESS THAN ACCT-MAST-ID
              EVALUATE ACCT-MASTER-STATUS
                  WHEN '00'
                    MOVE 'N' TO WS-SCAN-EOF
                  WHEN '23'
                    SET SCAN-EOF TO TRUE
                  WHEN OTHER
                    DISPLAY 'ERROR POSITIONING ACCT-MASTER: '
                             ACCT-MASTER-STATUS
                    PERFORM ABEND-WITH-STATUS
              END-EVALUATE
              PERFORM UNTIL SCAN-EOF
                 READ ACCT-MASTER NEXT RECORD
                   AT END
                      SET SCAN-EOF TO TRUE
                   NOT AT END
                      IF ACCT-MASTER-STATUS NOT = '00'
                         DISPLAY 'ERROR READING ACCT-MASTER: '
                                  ACCT-MASTER-STATUS
                         PERFORM ABEND-WITH-STATUS
                      END-IF
                      IF ACCT-CUST-NAME = WS-SPINE-NAME
                         PERFORM EXPORT-ONE-ACCOUNT
                      END-IF
                 END-READ
              END-PERFORM
              MOVE ACCT-MATCH-COUNT TO WS-SECTION-COUNT
              MOVE 'ACCOUNTS' TO WS-REPORT-LINE
              PERFORM WRITE-SECTION-COUNT
           END-IF.

      **********************************************
      * ONE MATCHED ACCOUNT: ITS LINE, ITS LIVE BALANCE, AND THE
      * RULES IT CAN TRIGGER - STILL OPEN, A BALANCE, OR A LEGAL
      * HOLD IN FORCE.
      **********************************************
       EXPORT-ONE-ACCOUNT.
           IF ACCT-MATCH-COUNT >= 100
              DISPLAY 'ERROR: ACCOUNT MATCH TABLE FULL (100 MAX)'
              PERFORM ABEND-WITH-STATUS
           END-IF.
           ADD 1 TO ACCT-MATCH-COUNT.
           MOVE ACCT-MAST-ID TO AM-ACCT-ID(ACCT-MATCH-COUNT).
           MOVE ACCT-MAST-ID TO HV-ACCT-ID.
           EXEC SQL
             SELECT BALANCE
               INTO :HV-ACCT-BALANCE
               FROM TB_ACCOUNT_BAL
             WHERE ACCT_ID = :HV-ACCT-ID
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 0
                 CONTINUE
               WHEN SQLCODE = 100
                 MOVE 0 TO HV-ACCT-BALANCE
               WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE-DISP
                 DISPLAY 'ERROR READING ACCOUNT BALANCE: '
                          WS-SQLCODE-DISP
                 PERFORM ABEND-WITH-STATUS
           END-EVALUATE.
           MOVE HV-ACCT-BALANCE TO WS-AMT-DISP.
           IF ACCT-LIMIT NUMERIC
              MOVE ACCT-LIMIT TO WS-AMT-DISP-2
           ELSE
              MOVE 0 TO WS-AMT-DISP-2
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  ACCOUNT ' DELIMITED BY SIZE
                  ACCT-MAST-ID DELIMITED BY SIZE
                  ' STATUS ' DELIMITED BY SIZE
                  ACCT-STATUS DELIMITED BY SIZE
                  ' BALANCE ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMT-DISP) DELIMITED BY SIZE
                  ' LIMIT ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMT-DISP-2) DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO REPORT-REC.
           PERFORM WRITE-DETAIL-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '    NAME ' DELIMITED BY SIZE
                  ACCT-CUST-NAME DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO REPORT-REC.
           PERFORM WRITE-DETAIL-LINE.
           MOVE 'ACCTDD' TO WS-BLOCK-FILE.
           MOVE ACCT-MAST-ID TO WS-BLOCK-KEY.
           IF ACCT-STATUS NOT = 'C'
              MOVE 'ACCTOPEN' TO WS-BLOCK-CODE
              MOVE 'ACCOUNT NOT CLOSED' TO WS-BLOCK-TEXT
              PERFORM ADD-RETENTION-BLOCK
           END-IF.
           IF HV-ACCT-BALANCE NOT = 0
              MOVE 'ACCTBAL' TO WS-BLOCK-CODE
              MOVE 'ACCOUNT BALANCE NOT ZERO' TO WS-BLOCK-TEXT
              PERFORM ADD-RETENTION-BLOCK
           END-IF.
           IF HOLDS-AVAILABLE
              PERFORM CHECK-LEGAL-HOLDS
           END-IF.

      **********************************************
      * READS THE ACCOUNT'S HOLDS FROM HOLDDD. AN 'LG' HOLD IN
      * FORCE ON THE RUN DATE (START DATE REACHED, EXPIRY BLANK OR
      * NOT PASSED) IS A LEGAL HOLD.
      **********************************************
       CHECK-LEGAL-HOLDS.
           MOVE ACCT-MAST-ID TO HLD-ACCT-ID.
           MOVE LOW-VALUES TO HLD-HOLD-ID.
           START HOLD-FILE KEY IS NOT LESS THAN HLD-KEY.
           EVALUATE HOLD-STATUS
               WHEN '00'
                 MOVE 'N' TO WS-CHAIN-FLAG
               WHEN '23'
                 SET CHAIN-DONE TO TRUE
               WHEN OTHER
                 DISPLAY 'ERROR POSITIONING HOLD FILE: ' HOLD-STATUS
                 PERFORM ABEND-WITH-STATUS
           END-EVALUATE.
           PERFORM UNTIL CHAIN-DONE
              READ HOLD-FILE NEXT RECORD
                AT END
                   SET CHAIN-DONE TO TRUE
                NOT AT END
                   IF HOLD-STATUS NOT = '00'
                      DISPLAY 'ERROR READING HOLD FILE: '
                               HOLD-STATUS
                      PERFORM ABEND-WITH-STATUS
                   END-IF
                   IF HLD-ACCT-ID NOT = ACCT-MAST-ID
                      SET CHAIN-DONE TO TRUE
                   ELSE
                      IF HLD-REASON = 'LG'
                         AND HLD-IN-FORCE
                         AND HLD-START-DATE NOT > WS-RUN-DATE
                         AND (HLD-EXPIRY-DATE = SPACES
                          OR HLD-EXPIRY-DATE NOT < WS-RUN-DATE)
                         MOVE 'LEGALHOLD' TO WS-BLOCK-CODE
                         MOVE 'HOLDDD' TO WS-BLOCK-FILE
                         MOVE HLD-KEY TO WS-BLOCK-KEY
                         MOVE 'LEGAL HOLD IN FORCE' TO WS-BLOCK-TEXT
                         PERFORM ADD-RETENTION-BLOCK
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.

      **********************************************
      * CREDIT APPLICATIONS: EVERY APPLICANT RECORD CARRYING A
      * CUST-ID IN THE SET, WITH ITS IDENTITY BLOCK. NO APPLICANT
      * FILE (05/35) MEANS NONE.
      **********************************************
       EXPORT-APPLICATION-SECTION.
           MOVE 'CREDIT APPLICATIONS' TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           OPEN INPUT APPLICANT-FILE.
           IF APPLICANT-STATUS = '05' OR APPLICANT-STATUS = '35'
              MOVE '  NO APPLICANT FILE' TO REPORT-REC
              PERFORM WRITE-REPORT-LINE
           ELSE
              IF APPLICANT-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING APPLICANT FILE: '
                          APPLICANT-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
              MOVE 'N' TO WS-SCAN-EOF
              PERFORM UNTIL SCAN-EOF
                 READ APPLICANT-FILE
                   AT END
                      SET SCAN-EOF TO TRUE
                   NOT AT END
                      IF APPLICANT-STATUS NOT = '00'
                         DISPLAY 'ERROR READING APPLICANT FILE: '
                                  APPLICANT-STATUS
                         PERFORM ABEND-WITH-STATUS
                      END-IF
                      PERFORM CHECK-APPLICANT-IN-SET
                      IF IDENT-FOUND
                         PERFORM EXPORT-ONE-APPLICATION
                      END-IF
                 END-READ
              END-PERFORM
              CLOSE APPLICANT-FILE
              MOVE APP-MATCH-COUNT TO WS-SECTION-COUNT
              MOVE 'APPLICATIONS' TO WS-REPORT-LINE
              PERFORM WRITE-SECTION-COUNT
           END-IF.

      **********************************************
      * SETS IDENT-FOUND WHEN THE APPLICANT RECORD'S CUST-ID IS
      * ONE OF THIS PERSON'S.
      **********************************************
       CHECK-APPLICANT-IN-SET.
           MOVE 'N' TO WS-IDENT-FLAG.
           IF APP-CUST-ID NOT = SPACES
              SET ID-IDX TO 1
              SEARCH IDENT-ENTRY
                  AT END
                     CONTINUE
                  WHEN ID-IDX > IDENT-COUNT
                     CONTINUE
                  WHEN ID-CUST-ID(ID-IDX) = APP-CUST-ID
                     SET IDENT-FOUND TO TRUE
              END-SEARCH
           END-IF.

      **********************************************
      * ONE APPLICATION'S IDENTITY BLOCK AND FIGURES. THE APP-ID
      * IS KEPT FOR THE DECISION HISTORY PASS.
      **********************************************
       EXPORT-ONE-APPLICATION.
           IF APP-MATCH-COUNT >= 100
              DISPLAY 'ERROR: APPLICATION TABLE FULL (100 MAX)'
              PERFORM ABEND-WITH-STATUS
           END-IF.
           ADD 1 TO APP-MATCH-COUNT.
           MOVE APP-ID TO AP-APP-ID(APP-MATCH-COUNT).
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  APPLICATION ' DELIMITED BY SIZE
                  APP-ID DELIMITED BY SIZE
                  ' CUST-ID ' DELIMITED BY SIZE
                  APP-CUST-ID DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO REPORT-REC.
           PERFORM WRITE-DETAIL-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '    NAME ' DELIMITED BY SIZE
                  APP-FIRST-NAME DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  APP-LAST-NAME DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO REPORT-REC.
           PERFORM WRITE-DETAIL-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '    BORN ' DELIMITED BY SIZE
                  APP-BIRTH-DATE DELIMITED BY SIZE
                  ' NATIONAL ID ' DELIMITED BY SIZE
                  APP-NATIONAL-ID DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO REPORT-REC.
           PERFORM WRITE-DETAIL-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '    ADDRESS ' DELIMITED BY SIZE
                  APP-ADDRESS-LINE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  APP-POSTAL-CODE DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO REPORT-REC.
           PERFORM WRITE-DETAIL-LINE.
           IF APP-INCOME NUMERIC
              MOVE APP-INCOME TO WS-AMT-DISP
           ELSE
              MOVE 0 TO WS-AMT-DISP
           END-IF.
           IF APP-LOAN-AMOUNT NUMERIC
              MOVE APP-LOAN-AMOUNT TO WS-AMT-DISP-2
           ELSE
              MOVE 0 TO WS-AMT-DISP-2
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '    INCOME ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMT-DISP) DELIMITED BY SIZE
                  ' LOAN ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMT-DISP-2) DELIMITED BY SIZE
                  ' SCORE ' DELIMITED BY SIZE
                  APP-CREDIT-SCORE DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO REPORT-REC.
           PERFORM WRITE-DETAIL-LINE.

      **********************************************
      * CREDIT DECISIONS: EVERY APPLICATION HISTORY LINE FOR A
      * MATCHED APPLICATION. THE LATEST DECISION DATE COUNTS
      * TOWARDS THE RETENTION PERIOD. NO HISTORY FILE (05/35)
      * MEANS NONE.
      **********************************************
       EXPORT-DECISION-SECTION.
           MOVE 'CREDIT DECISIONS' TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE 0 TO WS-SECTION-COUNT.
           IF APP-MATCH-COUNT > 0
              OPEN INPUT APP-HISTORY-FILE
              IF APP-HISTORY-STATUS = '05'
                 OR APP-HISTORY-STATUS = '35'
                 SET SCAN-EOF TO TRUE
              ELSE
                 IF APP-HISTORY-STATUS NOT = '00'
                    DISPLAY 'ERROR OPENING APPLICATION HISTORY: '
                             APP-HISTORY-STATUS
                    PERFORM ABEND-WITH-STATUS
                 END-IF
                 MOVE 'N' TO WS-SCAN-EOF
              END-IF
              PERFORM UNTIL SCAN-EOF
                 READ APP-HISTORY-FILE
                   AT END
                      SET SCAN-EOF TO TRUE
                   NOT AT END
                      IF APP-HISTORY-STATUS NOT = '00'
                         DISPLAY 'ERROR READING APPLICATION HISTORY: '
                                  APP-HISTORY-STATUS
                         PERFORM ABEND-WITH-STATUS
                      END-IF
                      PERFORM CHECK-HISTORY-IN-SET
                      IF APP-FOUND
                         PERFORM EXPORT-ONE-DECISION
                      END-IF
                 END-READ
              END-PERFORM
              IF APP-HISTORY-STATUS NOT = '05'
                 AND APP-HISTORY-STATUS NOT = '35'
                 CLOSE APP-HISTORY-FILE
              END-IF
           END-IF.
           MOVE 'DECISIONS' TO WS-REPORT-LINE.
           PERFORM WRITE-SECTION-COUNT.

      **********************************************
      * SETS APP-FOUND WHEN THE HISTORY LINE IS FOR A MATCHED
      * APPLICATION.
      **********************************************
       CHECK-HISTORY-IN-SET.
           MOVE 'N' TO WS-APP-FLAG.
           SET AP-IDX TO 1.
           SEARCH APP-MATCH-ENTRY
               AT END
                  CONTINUE
               WHEN AP-IDX > APP-MATCH-COUNT
                  CONTINUE
               WHEN AP-APP-ID(AP-IDX) = AH-APP-ID
                  SET APP-FOUND TO TRUE
           END-SEARCH.

      **********************************************
      * ONE CREDIT DECISION LINE.
      **********************************************
       EXPORT-ONE-DECISION.
           ADD 1 TO WS-SECTION-COUNT.
           IF AH-DATE NUMERIC
              AND (WS-LAST-ACTIVITY = SPACES
                OR AH-DATE > WS-LAST-ACTIVITY)
              MOVE AH-DATE TO WS-LAST-ACTIVITY
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  ' DELIMITED BY SIZE
                  AH-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  AH-APP-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  AH-DECISION DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  AH-REASON DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  AH-AMOUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO REPORT-REC.
           PERFORM WRITE-DETAIL-LINE.

      **********************************************
      * ADDS THE RETENTION-PERIOD RULE WHEN THE LATEST ACTIVITY
      * FOUND IS NEWER THAN RETAINDAYS, THEN LISTS EVERY RULE
      * THAT KEEPS THE DATA - OR SAYS NONE APPLIES.
      **********************************************
       ASSESS-RETENTION-RULES.
           IF WS-LAST-ACTIVITY NOT = SPACES
              MOVE WS-LAST-ACTIVITY TO WS-CHECK-DATE-NUM
              PERFORM COMPUTE-DAYS-SINCE
              IF WS-DAYS-SINCE < WS-RETAIN-DAYS
                 MOVE 'RETENTION' TO WS-BLOCK-CODE
                 MOVE SPACES TO WS-BLOCK-FILE
                 MOVE WS-LAST-ACTIVITY TO WS-BLOCK-KEY
                 MOVE 'ACTIVITY INSIDE RETENTION' TO WS-BLOCK-TEXT
                 PERFORM ADD-RETENTION-BLOCK
              END-IF
           END-IF.
           MOVE 'RETENTION ASSESSMENT' TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  LATEST ACTIVITY ' DELIMITED BY SIZE
                  WS-LAST-ACTIVITY DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           IF BLOCK-COUNT = 0
              MOVE '  NO LEGAL HOLD OR RETENTION RULE APPLIES'
                   TO REPORT-REC
              PERFORM WRITE-REPORT-LINE
           ELSE
              PERFORM VARYING BK-IDX FROM 1 BY 1
                      UNTIL BK-IDX > BLOCK-COUNT OR BK-IDX > 20
                 MOVE SPACES TO WS-REPORT-LINE
                 STRING '  RETAINED: ' DELIMITED BY SIZE
                        BK-CODE(BK-IDX) DELIMITED BY SIZE
                        ' ' DELIMITED BY SIZE
                        BK-TEXT(BK-IDX) DELIMITED BY SIZE
                        ' ' DELIMITED BY SIZE
                        BK-KEY(BK-IDX) DELIMITED BY SIZE
                        INTO WS-REPORT-LINE
                 END-STRING
                 MOVE WS-REPORT-LINE TO REPORT-REC
                 PERFORM WRITE-REPORT-LINE
              END-PERFORM
           END-IF.

      **********************************************
      * WS-DAYS-SINCE = RUN DATE MINUS WS-CHECK-DATE-NUM, IN DAYS.
      * A DATE THAT IS NOT A VALID CALENDAR DATE COUNTS AS TODAY,
      * SO IT NEVER RELEASES ANYTHING.
      **********************************************
       COMPUTE-DAYS-SINCE.
           IF WS-CHECK-DATE-NUM < 16010101
              OR WS-CHECK-DATE-NUM > WS-RUN-DATE-NUM
              MOVE 0 TO WS-DAYS-SINCE
           ELSE
              COMPUTE WS-DAYS-SINCE =
                      FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
                    - FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE-NUM)
           END-IF.

      **********************************************
      * RECORDS ONE RULE THAT KEEPS THE DATA. ONLY THE FIRST 20
      * ARE LISTED; THE COUNT IS ALWAYS KEPT.
      **********************************************
       ADD-RETENTION-BLOCK.
           ADD 1 TO BLOCK-COUNT.
           IF BLOCK-COUNT NOT > 20
              SET BK-IDX TO BLOCK-COUNT
              MOVE WS-BLOCK-CODE TO BK-CODE(BK-IDX)
              MOVE WS-BLOCK-FILE TO BK-FILE(BK-IDX)
              MOVE WS-BLOCK-KEY TO BK-KEY(BK-IDX)
              MOVE WS-BLOCK-TEXT TO BK-TEXT(BK-IDX)
           END-IF.

      **********************************************
      * AN ERASURE A RULE STILL APPLIES TO: NOTHING IS CHANGED,
      * AND EACH LISTED RULE LEAVES A 'REFUSED' AUDIT LINE.
      **********************************************
       REFUSE-ERASURE.
           MOVE 'REFUSED' TO WS-AUDIT-RESULT.
           PERFORM VARYING BK-IDX FROM 1 BY 1
                   UNTIL BK-IDX > BLOCK-COUNT OR BK-IDX > 20
              MOVE BK-FILE(BK-IDX) TO WS-AUDIT-FILE
              MOVE BK-KEY(BK-IDX) TO WS-AUDIT-KEY
              MOVE BK-CODE(BK-IDX) TO WS-AUDIT-DETAIL
              PERFORM WRITE-AUDIT-LINE
           END-PERFORM.
           ADD 1 TO TOTAL-REFUSED.
           MOVE BLOCK-COUNT TO WS-CNT-DISP.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'ERASURE REFUSED - ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CNT-DISP) DELIMITED BY SIZE
                  ' RETENTION RULE(S) APPLY' DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.

      **********************************************
      * ANONYMISES EVERY NAME AND ADDRESS GATHERED ABOVE. A FIELD
      * ALREADY ERASED IS LEFT ALONE, SO A REPEATED REQUEST ADDS
      * NO AUDIT LINES.
      **********************************************
       APPLY-ERASURE.
           MOVE 'ERASED' TO WS-AUDIT-RESULT.
           MOVE SPACES TO WS-ERASED-NAME.
           STRING 'ERASED ' DELIMITED BY SIZE
                  WS-SPINE-ID DELIMITED BY SIZE
                  INTO WS-ERASED-NAME
           END-STRING.
           PERFORM VARYING ID-IDX FROM 1 BY 1
                   UNTIL ID-IDX > IDENT-COUNT
              PERFORM ERASE-ONE-CUSTOMER
              IF ID-IDX > 1 AND MREG-AVAILABLE
                 PERFORM ERASE-ONE-MERGE
              END-IF
           END-PERFORM.
           IF CARD-ON-FILE
              PERFORM ERASE-CARD-OWNER
           END-IF.
           PERFORM VARYING AM-IDX FROM 1 BY 1
                   UNTIL AM-IDX > ACCT-MATCH-COUNT
              PERFORM ERASE-ONE-ACCOUNT
           END-PERFORM.
           IF APP-MATCH-COUNT > 0
              PERFORM ERASE-APPLICANTS
           END-IF.
           ADD 1 TO TOTAL-ERASED.
           ADD WS-FIELDS-ERASED TO TOTAL-FIELDS-ERASED.
           MOVE WS-FIELDS-ERASED TO WS-CNT-DISP.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'ERASURE APPLIED - ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CNT-DISP) DELIMITED BY SIZE
                  ' FIELD(S) ANONYMISED' DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.

      **********************************************
      * ONE CUSTOMER MASTER RECORD: THE NAME, AND THE ADDRESS
      * UNLESS THE FIELD CARRIES A MERGE POINTER.
      **********************************************
       ERASE-ONE-CUSTOMER.
           MOVE ID-CUST-ID(ID-IDX) TO CUST-ID.
           READ CUST-MASTER-FILE.
           EVALUATE CUST-MASTER-STATUS
               WHEN '00'
                 MOVE 'N' TO WS-RECORD-CHANGED-FLAG
                 MOVE 'MASTDD' TO WS-AUDIT-FILE
                 MOVE CUST-ID TO WS-AUDIT-KEY
                 IF CUST-NAME NOT = WS-ERASED-NAME
                    MOVE WS-ERASED-NAME TO CUST-NAME
                    SET RECORD-CHANGED TO TRUE
                    MOVE 'NAME' TO WS-AUDIT-DETAIL
                    PERFORM WRITE-ERASED-FIELD
                 END-IF
                 IF CUST-STATUS NOT = 'M'
                    AND CUST-ADDRESS NOT = 'ERASED'
                    MOVE 'ERASED' TO CUST-ADDRESS
                    SET RECORD-CHANGED TO TRUE
                    MOVE 'ADDRESS' TO WS-AUDIT-DETAIL
                    PERFORM WRITE-ERASED-FIELD
                 END-IF
                 IF RECORD-CHANGED
                    REWRITE CUST-MASTER-REC
                    IF CUST-MASTER-STATUS NOT = '00'
                       DISPLAY 'ERROR REWRITING CUSTOMER MASTER: '
                                CUST-MASTER-STATUS
                       PERFORM ABEND-WITH-STATUS
                    END-IF
                 END-IF
               WHEN '23'
                 CONTINUE
               WHEN OTHER
                 DISPLAY 'ERROR READING CUSTOMER MASTER: '
                          CUST-MASTER-STATUS
                 PERFORM ABEND-WITH-STATUS
           END-EVALUATE.

      **********************************************
      * ONE MERGE REGISTER ENTRY: THE PRE-MERGE ADDRESS.
      **********************************************
       ERASE-ONE-MERGE.
           MOVE ID-CUST-ID(ID-IDX) TO MRG-VICTIM-ID.
           READ MERGE-REGISTER.
           EVALUATE MERGE-REGISTER-STATUS
               WHEN '00'
                 IF MRG-VICTIM-ADDRESS NOT = 'ERASED'
                    MOVE 'ERASED' TO MRG-VICTIM-ADDRESS
                    REWRITE MERGE-REGISTER-REC
                    IF MERGE-REGISTER-STATUS NOT = '00'
                       DISPLAY 'ERROR REWRITING MERGE REGISTER: '
                                MERGE-REGISTER-STATUS
                       PERFORM ABEND-WITH-STATUS
                    END-IF
                    MOVE 'MREGDD' TO WS-AUDIT-FILE
                    MOVE MRG-VICTIM-ID TO WS-AUDIT-KEY
                    MOVE 'ADDRESS' TO WS-AUDIT-DETAIL
                    PERFORM WRITE-ERASED-FIELD
                 END-IF
               WHEN '23'
                 CONTINUE
               WHEN OTHER
                 DISPLAY 'ERROR READING MERGE REGISTER: '
                          MERGE-REGISTER-STATUS
                 PERFORM ABEND-WITH-STATUS
           END-EVALUATE.

      **********************************************
      * THE CARD MASTER'S OWNER NAME.
      **********************************************
       ERASE-CARD-OWNER.
           MOVE WS-SPINE-CARD-NUM TO CARD-NUMBER.
           READ CARD-MASTER-FILE.
           IF CARD-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR READING CARD MASTER: ' CARD-FILE-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.
           IF CARD-OWNER-NAME NOT = WS-ERASED-NAME
              MOVE WS-ERASED-NAME TO CARD-OWNER-NAME
              REWRITE CARD-MASTER-REC
              IF CARD-FILE-STATUS NOT = '00'
                 DISPLAY 'ERROR REWRITING CARD MASTER: '
                          CARD-FILE-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
              MOVE 'VSAMDD' TO WS-AUDIT-FILE
              MOVE WS-SPINE-CARD-NUM TO WS-AUDIT-KEY
              MOVE 'OWNER-NAME' TO WS-AUDIT-DETAIL
              PERFORM WRITE-ERASED-FIELD
           END-IF.

      **********************************************
      * ONE MATCHED ACCOUNT'S NAME. IT TAKES THE SAME ANONYMISED
      * NAME AS THE CUSTOMER, SO THE TWO STILL MATCH.
      **********************************************
       ERASE-ONE-ACCOUNT.
           MOVE AM-ACCT-ID(AM-IDX) TO ACCT-MAST-ID.
           READ ACCT-MASTER.
           IF ACCT-MASTER-STATUS NOT = '00'
              DISPLAY 'ERROR READING ACCT-MASTER: '
                       ACCT-MASTER-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.
           IF ACCT-CUST-NAME NOT = WS-ERASED-NAME
              MOVE WS-ERASED-NAME TO ACCT-CUST-NAME
              REWRITE ACCT-MASTER-REC
              IF ACCT-MASTER-STATUS NOT = '00'
                 DISPLAY 'ERROR REWRITING ACCT-MASTER: '
                          ACCT-MASTER-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
              MOVE 'ACCTDD' TO WS-AUDIT-FILE
              MOVE ACCT-MAST-ID TO WS-AUDIT-KEY
              MOVE 'NAME' TO WS-AUDIT-DETAIL
              PERFORM WRITE-ERASED-FIELD
           END-IF.

      **********************************************
      * THE APPLICANT RECORDS FOR THIS PERSON, REWRITTEN IN PLACE:
      * NAME AND ADDRESS.
      **********************************************
       ERASE-APPLICANTS.
           OPEN I-O APPLICANT-FILE.
           IF APPLICANT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING APPLICANT FILE: '
                       APPLICANT-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.
           MOVE 'N' TO WS-SCAN-EOF.
           PERFORM UNTIL SCAN-EOF
              READ APPLICANT-FILE
                AT END
                   SET SCAN-EOF TO TRUE
                NOT AT END
                   IF APPLICANT-STATUS NOT = '00'
                      DISPLAY 'ERROR READING APPLICANT FILE: '
                               APPLICANT-STATUS
                      PERFORM ABEND-WITH-STATUS
                   END-IF
                   PERFORM CHECK-APPLICANT-IN-SET
                   IF IDENT-FOUND
                      PERFORM ERASE-ONE-APPLICANT
                   END-IF
              END-READ
           END-PERFORM.
           CLOSE APPLICANT-FILE.

      **********************************************
      * ONE APPLICANT RECORD.
      **********************************************
       ERASE-ONE-APPLICANT.
           MOVE 'N' TO WS-RECORD-CHANGED-FLAG.
           MOVE 'APPDD' TO WS-AUDIT-FILE.
           MOVE APP-ID TO WS-AUDIT-KEY.
           IF APP-LAST-NAME NOT = 'ERASED'
              OR APP-FIRST-NAME NOT = SPACES
              MOVE 'ERASED' TO APP-LAST-NAME
              MOVE SPACES TO APP-FIRST-NAME
              SET RECORD-CHANGED TO TRUE
              MOVE 'NAME' TO WS-AUDIT-DETAIL
              PERFORM WRITE-ERASED-FIELD
           END-IF.
           IF APP-ADDRESS-LINE NOT = 'ERASED'
              OR APP-POSTAL-CODE NOT = SPACES
              MOVE 'ERASED' TO APP-ADDRESS-LINE
              MOVE SPACES TO APP-POSTAL-CODE
              SET RECORD-CHANGED TO TRUE
              MOVE 'ADDRESS' TO WS-AUDIT-DETAIL
              PERFORM WRITE-ERASED-FIELD
           END-IF.
           IF RECORD-CHANGED
              REWRITE APPLICANT-REC
              IF APPLICANT-STATUS NOT = '00'
                 DISPLAY 'ERROR REWRITING APPLICANT FILE: '
                          APPLICANT-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
           END-IF.

      **********************************************
      * COUNTS ONE ERASED FIELD AND AUDITS IT.
      **********************************************
       WRITE-ERASED-FIELD.
           ADD 1 TO WS-FIELDS-ERASED.
           PERFORM WRITE-AUDIT-LINE.

      **********************************************
      * APPENDS ONE PRIVACY AUDIT LINE FROM WS-AUDIT-RESULT,
      * -FILE, -KEY AND -DETAIL FOR THE CURRENT REQUEST.
      **********************************************
       WRITE-AUDIT-LINE.
           MOVE SPACES TO AUDIT-REC.
           MOVE WS-RUN-DATE TO PAU-RUN-DATE.
           MOVE PRQ-CASE-REF TO PAU-CASE-REF.
           MOVE WS-SPINE-ID TO PAU-CUST-ID.
           MOVE PRQ-REQUESTED-BY TO PAU-REQUESTED-BY.
           MOVE WS-AUDIT-RESULT TO PAU-RESULT.
           MOVE WS-AUDIT-FILE TO PAU-FILE.
           MOVE WS-AUDIT-KEY TO PAU-KEY.
           MOVE WS-AUDIT-DETAIL TO PAU-DETAIL.
           WRITE AUDIT-REC.
           IF AUDIT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING PRIVACY AUDIT FILE: '
                       AUDIT-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * ONE 'REJECTED' REPORT LINE FOR A REQUEST THAT FAILED ITS
      * EDITS OR DID NOT RESOLVE, AND BUMPS THE REJECT COUNT.
      **********************************************
       WRITE-REQUEST-REJECT.
           ADD 1 TO TOTAL-REJECTS.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'REJECTED - CASE ' DELIMITED BY SIZE
                  PRQ-CASE-REF DELIMITED BY SIZE
                  ' MODE ' DELIMITED BY SIZE
                  PRQ-MODE DELIMITED BY SIZE
                  ' CUSTOMER ' DELIMITED BY SIZE
                  PRQ-CUST-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-REJECT-REASON DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE ALL '-' TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.

      **********************************************
      * A SECTION'S CLOSING COUNT LINE: WS-SECTION-COUNT AND THE
      * WORDING LEFT IN WS-REPORT-LINE.
      **********************************************
       WRITE-SECTION-COUNT.
           MOVE WS-SECTION-COUNT TO WS-CNT-DISP.
           MOVE SPACES TO REPORT-REC.
           STRING '  ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CNT-DISP) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REPORT-LINE) DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

      **********************************************
      * WRITES A LINE CARRYING PERSONAL DATA - ONLY IN EXPORT
      * MODE, SO AN ERASURE REPORT HOLDS NO COPY OF WHAT IT ERASED.
      **********************************************
       WRITE-DETAIL-LINE.
           IF PRQ-EXPORT
              PERFORM WRITE-REPORT-LINE
           ELSE
              MOVE SPACES TO REPORT-REC
           END-IF.

      **********************************************
      * WRITES WHATEVER LINE IS CURRENTLY IN REPORT-REC.
      **********************************************
       WRITE-REPORT-LINE.
           WRITE REPORT-REC.
           IF REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING REPORT FILE: ' REPORT-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.
           MOVE SPACES TO REPORT-REC.

      **********************************************
      * CLOSE ALL FILES AND CHECK STATUS
      **********************************************
       CLOSE-ALL-FILES.
           CLOSE REQUEST-FILE.
           IF REQUEST-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING PRIVACY REQUEST FILE: '
                       REQUEST-STATUS
           END-IF.

           CLOSE CUST-MASTER-FILE.
           IF CUST-MASTER-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING CUSTOMER MASTER: '
                       CUST-MASTER-STATUS
           END-IF.

           IF MREG-AVAILABLE
              CLOSE MERGE-REGISTER
              IF MERGE-REGISTER-STATUS NOT = '00'
                 DISPLAY 'WARNING: ERROR CLOSING MERGE REGISTER: '
                          MERGE-REGISTER-STATUS
              END-IF
           END-IF.

           CLOSE CARD-MASTER-FILE.
           IF CARD-FILE-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING CARD MASTER: '
                       CARD-FILE-STATUS
           END-IF.

           CLOSE ACCT-MASTER.
           IF ACCT-MASTER-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING ACCT-MASTER FILE: '
                       ACCT-MASTER-STATUS
           END-IF.

           IF HOLDS-AVAILABLE
              CLOSE HOLD-FILE
              IF HOLD-STATUS NOT = '00'
                 DISPLAY 'WARNING: ERROR CLOSING HOLD FILE: '
                          HOLD-STATUS
              END-IF
           END-IF.

           CLOSE REPORT-FILE.
           IF REPORT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING REPORT FILE: '
                       REPORT-STATUS
           END-IF.

           CLOSE AUDIT-FILE.
           IF AUDIT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING PRIVACY AUDIT FILE: '
                       AUDIT-STATUS
           END-IF.

      **********************************************
      * APPENDS ONE RECORD TO THE CONSOLIDATED END-OF-NIGHT BATCH
      * STATUS LOG AND CLOSES IT. STATUS-LOG ITSELF WAS ALREADY
      * OPENED BY OPEN-STATUS-LOG, FIRST THING IN MAIN-LOGIC.
      **********************************************
       WRITE-BATCH-STATUS.
           MOVE SPACES TO STATUS-LOG-REC.
           MOVE 'PRVREQ39' TO BST-PROGRAM-ID.
           PERFORM GET-BST-TIMESTAMP.
           MOVE WS-BST-START-TS TO BST-START-TS.
           MOVE WS-BST-TS-BUILT TO BST-END-TS.
           MOVE TOTAL-REQUESTS-READ TO BST-RECORDS-IN.
           COMPUTE BST-RECORDS-OUT = TOTAL-EXPORTED + TOTAL-ERASED.
           MOVE TOTAL-REJECTS TO BST-RECORDS-REJECTED.
           IF ABEND-IN-PROGRESS
              MOVE 'FAILED' TO BST-STATUS
              MOVE 'JOB ABENDED - SEE SYSOUT FOR DETAIL' TO BST-MESSAGE
           ELSE
              IF TOTAL-REJECTS > 0 OR TOTAL-REFUSED > 0
                 MOVE 'WARNING' TO BST-STATUS
                 MOVE 'REQUESTS REJECTED OR REFUSED - SEE REPORT'
                      TO BST-MESSAGE
              ELSE
                 MOVE 'COMPLETE' TO BST-STATUS
                 MOVE 'ALL PRIVACY REQUESTS COMPLETED' TO BST-MESSAGE
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
      * THE XREF CARRIES A CARD TOKEN; THE CARD NUMBER BEHIND IT
      * IS NEEDED HERE TO REACH THE CARD MASTER AND ITS ACTIVITY.
      * A TOKEN THE VAULT CANNOT RESOLVE LEAVES THE CUSTOMER
      * WITHOUT A CARD.
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
           MOVE XREF-TABLE-COUNT TO XREF-TABLE-COUNT-DISP.
           MOVE TOTAL-REQUESTS-READ TO TOTAL-REQUESTS-READ-DISP.
           MOVE TOTAL-EXPORTED TO TOTAL-EXPORTED-DISP.
           MOVE TOTAL-ERASED TO TOTAL-ERASED-DISP.
           MOVE TOTAL-REFUSED TO TOTAL-REFUSED-DISP.
           MOVE TOTAL-REJECTS TO TOTAL-REJECTS-DISP.
           MOVE TOTAL-FIELDS-ERASED TO TOTAL-FIELDS-ERASED-DISP.
           MOVE WS-RETAIN-DAYS TO WS-RETAIN-DAYS-DISP.
           DISPLAY '========================================'.
           DISPLAY 'PRIVACY REQUEST SUMMARY'.
           DISPLAY '========================================'.
           DISPLAY 'XREF ENTRIES LOADED: ' XREF-TABLE-COUNT-DISP.
           DISPLAY 'RETENTION DAYS:      ' WS-RETAIN-DAYS-DISP.
           DISPLAY 'REQUESTS READ:       ' TOTAL-REQUESTS-READ-DISP.
           DISPLAY 'EXPORTS PRODUCED:    ' TOTAL-EXPORTED-DISP.
           DISPLAY 'ERASURES APPLIED:    ' TOTAL-ERASED-DISP.
           DISPLAY 'ERASURES REFUSED:    ' TOTAL-REFUSED-DISP.
           DISPLAY 'REQUESTS REJECTED:   ' TOTAL-REJECTS-DISP.
           DISPLAY 'FIELDS ANONYMISED:   ' TOTAL-FIELDS-ERASED-DISP.
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
