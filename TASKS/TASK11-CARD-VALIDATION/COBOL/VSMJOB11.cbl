      *         REPEATED DECLINES (PS, 80 B)                          *
      * OUTPUT: CARDXDD (CARD.APPROVED.TOTALS) - PER-CURRENCY          *
      *         APPROVED TOTALS EXTRACT FOR JOBSUB22 (PS, 39 B)       *
      * INPUT:  XREFDD (CARD.REISSUE.XREF) - OLD-TO-NEW CARD NUMBERS  *
      *         FROM REISSU11, FOR BALANCE CARRY-OVER (OPTIONAL)      *
      * INPUT:  PRODDD (CARD.PRODUCT.TABLE) - CARD PRODUCTS BY BIN,    *
      *         READ THROUGH PRDGET11 (OPTIONAL)                       *
      * INPUT:  ACCTDD (CARD.ACCOUNT) - CARD ACCOUNT MEMBERSHIP AND    *
      *         COMBINED LIMITS (OPTIONAL)                             *
      * OUTPUT: GLJDD (GL.JOURNAL.DAILY) - GL JOURNAL LINES (EXTEND)   *
      * OUTPUT: CTLDD (CONTROL.TOTALS.LOG) - HANDOFF CONTROL TOTALS,   *
      *         WRITTEN THROUGH CTLCHK45 (EXTEND)                      *
      *                                                                *
      * MODIFICATION HISTORY:                                         *
      * 2026/09/02 - THE CYCLE DATE NOW COMES FROM THE CENTRAL        *
      *              ID AND TRANSACTION DATE (FORMER FILLER BYTES)   *
      *              SO THE WINDOW CAN BE MATCHED; THE WINDOW IS A   *
      *              PARMDD TUNABLE (DUPWINDOW).                     *
      * 2026/10/15 - EACH CARD NOW CARRIES A CREDIT LINE               *
      *              (CARD-CREDIT-LIMIT ON THE MASTER) AND             *
      *              CHECK-DAILY-LIMIT ALSO DECLINES, REASON CREDIT    *
      *              LINE, ANYTHING OVER THE REMAINING OPEN-TO-BUY:    *
      *              CREDIT LINE LESS THE RUNNING BALANCE BUILT AT     *
      *              STARTUP FROM THE WHOLE OF POSTDD (CHARGES ADD,    *
      *              CRDPAY11 PAYMENTS 'P' AND DSPUTE11 CREDITS 'C'    *
      *              SUBTRACT) LESS TODAY'S APPROVALS SO FAR. BALANCES *
      *              OF REISSUED CARDS CARRY OVER TO THE SUCCESSOR VIA *
      *              XREFDD. PARTIAL APPROVAL SPLITS AT WHICHEVER OF   *
      *              THE TWO LIMITS IS TIGHTER. CARDS WITH NO CREDIT   *
      *              LINE ON FILE SKIP THE CHECK AND ARE COUNTED IN    *
      *              THE SUMMARY.                                      *
      * 2026/10/15 - BLOCK-CANDIDATE RECORDS ARE NOW CLEARED BEFORE    *
      *              BUILDING SO THE BLOCK-SOURCE BYTE BLKAPL11 CHECKS *
      *              IS ALWAYS SPACE (A FRAUD CANDIDATE) ON THIS JOB'S *
      *              BLOKDD.                                           *
      * 2026/10/15 - TRNSDD NOW CARRIES TRANS-TYPE AND TRANS-ORIG-ID   *
      *              (FORMER FILLER BYTES). A MERCHANT REFUND ('R') OR *
      *              AUTHORIZATION REVERSAL ('V') IS MATCHED TO THE    *
      *              PURCHASE IT NAMES ON POSTDD (SAME CARD AND        *
      *              MERCHANT, INSIDE THE REFUNDWINDOW PARMDD TUNABLE) *
      *              AND DECLINED WHEN THERE IS NO SUCH PURCHASE (NO   *
      *              ORIGINAL), WHEN A REFUND WOULD TAKE MORE BACK     *
      *              THAN IS LEFT OF IT AFTER EARLIER CREDITS (OVER    *
      *              REFUND), OR WHEN A REVERSAL DOES NOT CANCEL       *
      *              EXACTLY THAT REMAINDER (REV AMOUNT). ACCEPTED     *
      *              CREDITS SKIP THE CARD AND LIMIT RULES, POST TO    *
      *              POSTDD AS TYPE 'R' OR 'V' NAMING THE PURCHASE,    *
      *              RESTORE OPEN-TO-BUY, AND GO TO APRVDD FLAGGED IN  *
      *              APPROVED-TYPE FOR MRSETL11. THEY ARE KEPT OUT OF  *
      *              THE CARDXDD APPROVED TOTALS AND THE               *
      *              BLOCK-CANDIDATE COUNT.                            *
      * 2026/10/15 - POSTDD NOW CARRIES THE MERCHANT CATEGORY          *
      *              (HIST-MCC) FOR RWDPTS11'S BONUS POINTS, AND A     *
      *              REWARDS STATEMENT CREDIT ('W') REDUCES THE        *
      *              RUNNING BALANCE LIKE ANY OTHER CREDIT.            *
      * 2026/10/15 - CHECK-CATEGORY-RULE NOW ALSO HOLDS A CATEGORY     *
      *              CODE THE CATRDD RULES ALLOW TO THE CARD PRODUCT'S *
      *              OWN ALLOW-LIST OR BLOCK-LIST (PRODDD, LOOKED UP   *
      *              BY BIN THROUGH PRDGET11); A PRODUCT BLOCK         *
      *              DECLINES BAD MCC.                                 *
      * 2026/10/15 - DECLDD RECORDS NOW CARRY THE MERCHANT ID          *
      *              (DECLINED-MERCHANT-ID, FORMER FILLER) SO MRKRSK11 *
      *              CAN WORK OUT EACH MERCHANT'S DECLINE RATE.        *
      * 2026/10/15 - CARDS CAN NOW SHARE A CARD ACCOUNT (ACCTDD, SEE   *
      *              COPYBOOK CARDACC): A PRIMARY CARD AND ITS         *
      *              AUTHORIZED-USER CARDS. AN ACCOUNT'S COMBINED      *
      *              DAILY LIMIT REPLACES EACH CARD'S OWN DAILY LIMIT  *
      *              AND IS CHECKED AGAINST TODAY'S SPEND ON ALL ITS   *
      *              CARDS (ACCT LIMIT); AN AUTHORIZED USER'S          *
      *              SUB-LIMIT ALSO CAPS THAT CARD'S OWN SPEND (USER   *
      *              LIMIT); A COMBINED CREDIT LINE REPLACES THE       *
      *              CARD'S CREDIT LINE IN THE OPEN-TO-BUY CHECK,      *
      *              USING THE SUM OF ALL MEMBER BALANCES. SUCCESSORS  *
      *              OF REISSUED MEMBER CARDS JOIN THE ACCOUNT VIA     *
      *              XREFDD.                                           *
      * 2026/10/15 - EVERY POSTING TO POSTDD NOW ALSO WRITES A         *
      *              BALANCED ENTRY TO THE SHARED GENERAL LEDGER       *
      *              JOURNAL (GLJDD, COPYBOOK GLJRNL) IN THE           *
      *              TRANSACTION'S CURRENCY: A PURCHASE DR CARDHOLDER  *
      *              RECEIVABLES / CR MERCHANT SETTLEMENT PAYABLE, A   *
      *              REFUND OR REVERSAL THE OTHER WAY ROUND. IT IS     *
      *              WRITTEN IN THE SAME CHECKPOINT LOCKSTEP AS THE    *
      *              POSTDD APPEND, SO A RESTART NEVER JOURNALS AN     *
      *              APPROVAL TWICE.                                   *
      * 2026/10/15 - THE CARDXDD EXTRACT'S RECORD COUNT, HASH TOTAL    *
      *              (SUM OF THE APPROVED COUNTS) AND AMOUNT TOTAL ARE *
      *              NOW POSTED TO THE SHARED CONTROL LOG (CTLDD,      *
      *              THROUGH CTLCHK45) ONCE IT IS WRITTEN, FOR         *
      *              JOBSUB22 TO VERIFY BEFORE IT USES THE FILE.       *
      * 2026/10/15 - APRVDD AND DECLDD ARE REPORT FILES AND NOW CARRY  *
      *              THE CARD NUMBER MASKED (CRDMSK11: FIRST SIX AND   *
      *              LAST FOUR DIGITS), AS DO THE CARD NUMBERS ON      *
      *              SYSOUT. THE FILES THAT NEED THE FULL NUMBER       *
      *              (APRVDD2, BLOKDD, POSTDD) ARE UNCHANGED.          *
      ******************************************************************
                                                                        
       IDENTIFICATION DIVISION.                                         
               RECORD KEY IS HOT-CARD-NUMBER
               FILE STATUS IS HOT-CARD-STATUS.

           SELECT REISSUE-XREF-FILE ASSIGN TO XREFDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REISSUE-XREF-STATUS.

           SELECT CARD-ACCOUNT-FILE ASSIGN TO ACCTDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CARD-ACCOUNT-STATUS.

           SELECT GL-JOURNAL-FILE ASSIGN TO GLJDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GL-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.                                                    
       FD CARD-MASTER-FILE.                                             
          05 CARD-STATUS PIC X(1).
          05 CARD-DAILY-LIMIT PIC 9(5)V99.
          05 CARD-CURRENCY PIC X(3).
          05 CARD-CREDIT-LIMIT PIC 9(7)V99.

       FD DAILY-TRANS-FILE RECORDING MODE IS F.
       01 TRANSACTION-REC.
          05 TRANS-MERCHANT-ID PIC X(8).
          05 TRANS-MCC PIC X(4).
          05 TRANS-DATE PIC 9(8).
      * TRANS-TYPE AND TRANS-ORIG-ID OCCUPY BYTES THAT WERE FILLER.
      * A MERCHANT REFUND OR AUTHORIZATION REVERSAL NAMES THE
      * TRANS-ID OF THE PURCHASE IT CREDITS BACK IN TRANS-ORIG-ID.
      * FEEDS THAT PREDATE THE FIELD CARRY SPACES - A PURCHASE.
          05 TRANS-TYPE PIC X(1).
             88 TRANS-IS-PURCHASE VALUE SPACE.
             88 TRANS-IS-CREDIT VALUE 'R' 'V'.
             88 TRANS-IS-REFUND VALUE 'R'.
             88 TRANS-IS-REVERSAL VALUE 'V'.
          05 TRANS-ORIG-ID PIC X(5).
          05 FILLER PIC X(23).

      * APPROVED-MERCHANT-ID OCCUPIES BYTES THAT WERE FILLER SO
      * MRSETL11 CAN SETTLE THE DAY'S APPROVALS PER MERCHANT
      * WITHOUT RE-JOINING BACK TO TRNSDD. APPROVED-TYPE CARRIES
      * TRANS-TYPE THROUGH SO MRSETL11 NETS POSTED REFUNDS AND
      * REVERSALS ('R' / 'V') OUT OF THE MERCHANT'S REMITTANCE.
       FD APPROVED-TRANS-FILE RECORDING MODE IS F.
       01 APPROVED-REC.
          05 APPROVED-TRANS-ID PIC X(5).
          05 FILLER PIC X(1).
          05 APPROVED-CARD-NUM PIC X(16).
          05 FILLER PIC X(1).
          05 APPROVED-AMOUNT PIC $$$$9.99.
          05 FILLER PIC X(1).
          05 APPROVED-CURRENCY PIC X(3).
          05 FILLER PIC X(1).
          05 APPROVED-MERCHANT-ID PIC X(8).
          05 FILLER PIC X(1).
          05 APPROVED-TYPE PIC X(1).
          05 FILLER PIC X(34).

       FD DECLINED-TRANS-FILE RECORDING MODE IS F.
       01 DECLINED-REC.
          05 DECLINED-TRANS-ID PIC X(5).
          05 FILLER PIC X(1).
          05 DECLINED-CARD-NUM PIC X(16).
          05 FILLER PIC X(1).
          05 DECLINED-AMOUNT PIC $$$$9.99.
          05 FILLER PIC X(1).
          05 DECLINED-CURRENCY PIC X(3).
          05 FILLER PIC X(1).
          05 DECLINE-REASON PIC X(11).
          05 FILLER PIC X(1).
          05 DECLINED-MERCHANT-ID PIC X(8).
          05 FILLER PIC X(24).

      * PENDING-REASON OCCUPIES BYTES THAT WERE FILLER, AHEAD OF
      * THE TRAILING BYTES PNDDSP11 USES FOR ITS AGING COUNT, SO
      * POSTED-TRANSACTION HISTORY, OPENED EXTEND SO APPROVALS
      * ACCUMULATE ACROSS RUNS INSTEAD OF BEING OVERWRITTEN EVERY
      * NIGHT THE WAY APRVDD IS. CRDSTM11 READS THIS BACK (SORTED
      * BY CARD) TO PRODUCE MONTHLY CARDHOLDER STATEMENTS. A
      * REFUND ('R') OR REVERSAL ('V') CREDIT NAMES THE PURCHASE
      * IT CREDITS IN HIST-ORIG-TRANS-ID. HIST-MCC CARRIES THE
      * MERCHANT CATEGORY FOR THE REWARDS BONUS TABLE (RWDPTS11).
       FD POSTED-HISTORY-FILE RECORDING MODE IS F.
       01 POSTED-HISTORY-REC.
          05 HIST-CARD-NUM PIC 9(16).
          05 HIST-MERCHANT-ID PIC X(8).
          05 FILLER PIC X(1).
          05 HIST-TRANS-DATE PIC X(8).
          05 FILLER PIC X(1).
          05 HIST-ORIG-TRANS-ID PIC X(5).
          05 FILLER PIC X(1).
          05 HIST-MCC PIC X(4).
          05 FILLER PIC X(6).

      * SUSPECTED RE-PRESENTMENTS, WRITTEN OUT IN TRNSDD'S OWN
      * LAYOUT SO A REVIEWED-CLEAN TRANSACTION CAN SIMPLY BE FED
          05 HOT-REASON PIC X(20).
          05 HOT-REPORT-TS PIC X(14).

      * REISSUE CROSS-REFERENCE (OLD CARD -> SUCCESSOR) WRITTEN BY
      * REISSU11 IN REISSUE ORDER. READ AT STARTUP SO A REPLACED
      * CARD'S OUTSTANDING BALANCE FOLLOWS IT TO THE NEW NUMBER.
       FD REISSUE-XREF-FILE RECORDING MODE IS F.
       01 REISSUE-XREF-REC.
          05 XRF-OLD-CARD-NUM PIC 9(16).
          05 FILLER PIC X(1).
          05 XRF-NEW-CARD-NUM PIC 9(16).
          05 FILLER PIC X(47).

      * CARD ACCOUNT MEMBERSHIP (PRIMARY AND AUTHORIZED-USER CARDS
      * SHARING ONE COMBINED LIMIT), SEE COPYBOOK CARDACC.
       FD CARD-ACCOUNT-FILE RECORDING MODE IS F.
       01 CARD-ACCOUNT-REC.
          COPY CARDACC.

      * SHARED GENERAL LEDGER JOURNAL, OPEN EXTEND LIKE POSTDD.
       FD GL-JOURNAL-FILE RECORDING MODE IS F.
       01 GL-JOURNAL-REC.
           COPY GLJRNL.

       WORKING-STORAGE SECTION.
                                                                        
      * FILE-STATUS VARIABLES                                           
          05 POSTED-HISTORY-STATUS PIC X(2).
          05 LATE-TRANS-STATUS PIC X(2).
          05 DUP-TRANS-STATUS PIC X(2).
          05 REISSUE-XREF-STATUS PIC X(2).
          05 CARD-ACCOUNT-STATUS PIC X(2).
          05 GL-JOURNAL-STATUS PIC X(2).

      * CONTROL FLAGS
       01 WS-FLAGS.
      * READ FROM THE CENTRAL PARAMETER FILE AT STARTUP.
           COPY RUNPARM.

      * CARD PRODUCT LOOKUP REQUEST AREA - SEE COPYBOOK CARDPRD
      * AND SUBPROGRAM PRDGET11. THE PRODUCT'S OWN ALLOWED OR
      * BLOCKED CATEGORY CODES ARE CHECKED AFTER THE CATRDD RULES.
           COPY CARDPRD.

      * RESTART/CHECKPOINT FLAGS AND LAST-COMPLETED MARKER READ
      * BACK FROM A PRIOR RUN'S CHECKPOINT FILE, IF ANY.
           COPY RSTFLAGS.
      * AND SUBPROGRAM CYCDAT40.
           COPY CYCDATE.

      * CARD NUMBER MASKING REQUEST AREA - SEE COPYBOOK CARDMSK
      * AND SUBPROGRAM CRDMSK11. APRVDD, DECLDD AND SYSOUT SHOW THE
      * CARD NUMBER MASKED.
           COPY CARDMSK.

      * HANDOFF CONTROL TOTAL REQUEST AREA - SEE COPYBOOK CTLREQ
      * AND SUBPROGRAM CTLCHK45. THE CARDXDD EXTRACT'S TOTALS ARE
      * ADDED UP HERE AS IT IS WRITTEN.
           COPY CTLREQ.

      * THE BUSINESS CYCLE DATE (YYYYMMDD FROM CYCDAT40)
       01 WS-CUR-DATE-GROUP.
          05 WS-CUR-YYYY PIC 9(4).
          05 WS-CUR-DD PIC 9(2).
       01 WS-CUR-DATE-NUM REDEFINES WS-CUR-DATE-GROUP PIC 9(8).

      * GENERAL LEDGER ACCOUNT CODES AND THE POSTING REQUEST AREA -
      * SEE COPYBOOKS GLACCT AND GLPOST.
           COPY GLACCT.
           COPY GLPOST.

      * SETTLEMENT-DATE CUTOFF: A TRANSACTION DATED MORE THAN THIS
      * MANY DAYS BEFORE TODAY IS ROUTED TO THE LATE-PRESENTMENT
      * OUTPUT INSTEAD OF COUNTING AGAINST TODAY'S DAILY LIMITS.
       01 WS-HIST-POST-INT PIC 9(8).
       01 WS-HIST-AGE-DAYS PIC S9(5).

      * REFUND WINDOW: PURCHASES POSTED IN THE LAST THIS-MANY DAYS
      * ARE LOADED AT STARTUP SO A MERCHANT REFUND OR REVERSAL CAN
      * BE MATCHED TO ITS ORIGINAL. A PARMDD TUNABLE (REFUNDWINDOW).
       01 WS-REFUND-WINDOW-DAYS PIC 9(3) VALUE 180.

      * PURCHASES INSIDE THE REFUND WINDOW, WITH WHAT HAS ALREADY
      * BEEN CREDITED BACK AGAINST EACH BY EARLIER REFUNDS AND
      * REVERSALS, SO THE CREDITS ON ONE PURCHASE CAN NEVER ADD UP
      * TO MORE THAN WAS CHARGED. TODAY'S APPROVALS ARE ADDED AS
      * THEY POST, SO A SAME-DAY REVERSAL FINDS ITS PURCHASE.
      * SEARCHED SERIALLY LIKE THE DUPLICATE TABLE - ONLY CREDITS
      * LOOK IT UP. OVERFLOW DECLINES THE CREDITS FOR THE PURCHASES
      * LEFT OUT (NO ORIGINAL) WITH A WARNING RATHER THAN ABORT.
       01 WS-PURCHASE-HISTORY.
          05 PURCHASE-COUNT PIC 9(5) VALUE 0.
          05 PURCHASE-ENTRY OCCURS 50000 TIMES INDEXED BY PH-IDX.
             10 PH-CARD-NUM PIC 9(16).
             10 PH-TRANS-ID PIC X(5).
             10 PH-MERCHANT-ID PIC X(8).
             10 PH-CURRENCY PIC X(3).
             10 PH-POST-DATE PIC X(8).
             10 PH-AMOUNT PIC 9(5)V99.
             10 PH-CREDITED PIC 9(7)V99.

       01 WS-PURCHASE-FLAGS.
          05 WS-PURCHASE-FOUND PIC X(1) VALUE 'N'.
             88 PURCHASE-FOUND VALUE 'Y'.
          05 WS-PURCHASE-TABLE-FULL PIC X(1) VALUE 'N'.
             88 PURCHASE-TABLE-FULL VALUE 'Y'.

      * PURCHASE BEING LOOKED UP (CARD, TRANS-ID, MERCHANT), WHAT
      * IS LEFT OF IT TO CREDIT, AND HOW MUCH OF A SAME-DAY CREDIT
      * GIVES BACK TODAY'S DAILY-LIMIT SPEND
       01 WS-PH-CARD-NUM PIC 9(16).
       01 WS-PH-TRANS-ID PIC X(5).
       01 WS-PH-MERCHANT-ID PIC X(8).
       01 WS-CREDIT-REMAINING PIC S9(7)V99.
       01 WS-LIMIT-RELEASE PIC 9(7)V99.

      * TRANSACTION-DATE KEY THE DUPLICATE CHECK MATCHES ON: THE
      * CURRENT TRANSACTION'S EFFECTIVE DATE IN X(8) FORM
       01 WS-TRANS-EFF-DATE-X PIC X(8).

       01 WS-NEW-DAILY-TOTAL PIC 9(7)V99.

      * OUTSTANDING BALANCE PER CARD, BUILT AT STARTUP FROM THE
      * WHOLE POSTED HISTORY: CHARGES ADD, CRDPAY11 PAYMENTS ('P')
      * AND DSPUTE11 CREDITS ('C') SUBTRACT. KEPT SORTED BY CARD
      * NUMBER (NEW CARDS INSERTED IN KEY ORDER, THE SAME WAY AS
      * THE ACTIVITY TABLE) FOR SEARCH ALL. TODAY'S APPROVALS ARE
      * NOT ADDED HERE - THEY ARE ALREADY IN CA-RUNNING-TOTAL.
       01 WS-CARD-BALANCES.
          05 CARD-BALANCE-COUNT PIC 9(5) VALUE 0.
          05 CARD-BALANCE-ENTRY OCCURS 1 TO 50000 TIMES
                                 DEPENDING ON CARD-BALANCE-COUNT
                                 ASCENDING KEY IS CB-CARD-NUMBER
                                 INDEXED BY CB-IDX.
             10 CB-CARD-NUMBER PIC 9(16).
             10 CB-BALANCE PIC S9(9)V99.

       01 WS-CARD-BALANCE-FLAGS.
          05 WS-CARD-BAL-FOUND PIC X(1) VALUE 'N'.
             88 CARD-BAL-FOUND VALUE 'Y'.
          05 WS-CARD-BAL-FULL PIC X(1) VALUE 'N'.
             88 CARD-BAL-FULL VALUE 'Y'.
          05 WS-XREF-EOF PIC X(1) VALUE 'N'.
             88 XREF-EOF VALUE 'Y'.

      * CARD NUMBER BEING LOOKED UP OR INSERTED IN THE BALANCE
      * TABLE, AND THE SHIFT SUBSCRIPT FOR THE INSERT
       01 WS-CARD-BAL-KEY PIC 9(16).
       01 WS-CARD-BAL-SUB PIC 9(5) COMP.
       01 WS-CARRIED-BALANCE PIC S9(9)V99.

      * OPEN-TO-BUY CHECK WORK FIELDS: WHAT IS LEFT OF THE CREDIT
      * LINE AFTER THE OUTSTANDING BALANCE AND TODAY'S APPROVED
      * SPEND, AND WHICH LIMIT (DAILY OR CREDIT LINE) IS BINDING
      * FOR THE CURRENT TRANSACTION. A CARD WITH NO CREDIT LINE ON
      * FILE (ZERO OR NOT NUMERIC) IS CHECKED ON ITS DAILY LIMIT
      * ALONE, AS BEFORE.
       01 WS-OPEN-TO-BUY PIC S9(9)V99.
       01 WS-LIMIT-REASON PIC X(11).
       01 WS-CREDIT-LINE-FLAG PIC X(1) VALUE 'N'.
          88 CREDIT-LINE-ON-FILE VALUE 'Y'.

      * CARD ACCOUNTS, LOADED FROM ACCTDD AT STARTUP. ONE ENTRY PER
      * ACCOUNT WITH THE COMBINED DAILY LIMIT AND CREDIT LINE FROM
      * ITS PRIMARY CARD'S RECORD (ZERO = NOT SET), THE SUM OF ITS
      * CARDS' OUTSTANDING BALANCES, AND TODAY'S APPROVED SPEND ON
      * ALL OF ITS CARDS SO FAR. ONLY THE LOAD LOOKS AN ACCOUNT UP
      * BY ID; A CARD REACHES ITS ACCOUNT THROUGH AM-ACCOUNT-SUB.
       01 WS-CARD-ACCOUNTS.
          05 ACCOUNT-COUNT PIC 9(5) VALUE 0.
          05 ACCOUNT-ENTRY OCCURS 10000 TIMES
                            INDEXED BY AC-IDX.
             10 AC-ACCOUNT-ID PIC X(10).
             10 AC-DAILY-LIMIT PIC 9(7)V99.
             10 AC-CREDIT-LIMIT PIC 9(7)V99.
             10 AC-BALANCE PIC S9(9)V99.
             10 AC-RUNNING-TOTAL PIC 9(9)V99.

      * EVERY CARD ON AN ACCOUNT, KEPT SORTED BY CARD NUMBER (NEW
      * CARDS INSERTED IN KEY ORDER, THE SAME WAY AS THE BALANCE
      * TABLE) FOR SEARCH ALL. AM-USER-LIMIT IS THE AUTHORIZED
      * USER'S OWN DAILY SUB-LIMIT (ZERO = NONE).
       01 WS-ACCOUNT-MEMBERS.
          05 MEMBER-COUNT PIC 9(5) VALUE 0.
          05 MEMBER-ENTRY OCCURS 1 TO 30000 TIMES
                           DEPENDING ON MEMBER-COUNT
                           ASCENDING KEY IS AM-CARD-NUMBER
                           INDEXED BY AM-IDX.
             10 AM-CARD-NUMBER PIC 9(16).
             10 AM-ACCOUNT-SUB PIC 9(5).
             10 AM-CARD-ROLE PIC X(1).
             10 AM-USER-LIMIT PIC 9(5)V99.

       01 WS-CARD-ACCOUNT-FLAGS.
          05 WS-ACCOUNT-EOF PIC X(1) VALUE 'N'.
             88 ACCOUNT-EOF VALUE 'Y'.
          05 WS-ACCOUNT-FOUND PIC X(1) VALUE 'N'.
             88 ACCOUNT-FOUND VALUE 'Y'.
          05 WS-MEMBER-FOUND PIC X(1) VALUE 'N'.
             88 MEMBER-FOUND VALUE 'Y'.
          05 WS-MEMBER-XREF-EOF PIC X(1) VALUE 'N'.
             88 MEMBER-XREF-EOF VALUE 'Y'.

      * CARD BEING LOOKED UP OR ADDED IN THE MEMBER TABLE, THE
      * ACCOUNT, ROLE AND SUB-LIMIT IT IS ADDED WITH, AND THE SHIFT
      * SUBSCRIPT FOR THE INSERT
       01 WS-MEMBER-KEY PIC 9(16).
       01 WS-MEMBER-ACCOUNT-SUB PIC 9(5).
       01 WS-MEMBER-ROLE PIC X(1).
       01 WS-MEMBER-USER-LIMIT PIC 9(5)V99.
       01 WS-MEMBER-SUB PIC 9(5) COMP.

      * NUMBER OF DECLINES IN ONE RUN THAT GETS A CARD WRITTEN TO
      * BLOKDD AS A BLOCK CANDIDATE. ADJUST HERE TO RETUNE.
       01 WS-BLOCK-THRESHOLD PIC 9(3) VALUE 3.
       01 WS-CATEGORY-RULE-FLAGS.
          05 WS-CATEGORY-BLOCKED PIC X(1) VALUE 'N'.
             88 CATEGORY-BLOCKED VALUE 'Y'.
          05 WS-PRODUCT-MCC-LISTED PIC X(1) VALUE 'N'.
             88 PRODUCT-MCC-LISTED VALUE 'Y'.
          05 WS-PRODUCT-MCC-SUB PIC 9(2) VALUE 0.

      * PER-MERCHANT ACTIVITY TOTALS FOR THIS RUN, WRITTEN TO
      * MSUMDD AT END OF RUN SO FRAUD CAN DO MERCHANT-PATTERN
             10 CY-TOTAL-PENDING-AMOUNT PIC 9(9)V99 VALUE 0.
             10 CY-TOTAL-LATE-AMOUNT PIC 9(9)V99 VALUE 0.
             10 CY-TOTAL-DUP-AMOUNT PIC 9(9)V99 VALUE 0.
             10 CY-TOTAL-CREDIT-AMOUNT PIC 9(9)V99 VALUE 0.
             10 CY-TOTAL-WRITTEN-AMOUNT PIC 9(9)V99 VALUE 0.

       01 WS-CURRENCY-TOTAL-FLAGS.
          05 TOTAL-SAME-MERCH-ROUTED PIC 9(7) VALUE 0.
          05 TOTAL-PARTIAL-APPROVED PIC 9(7) VALUE 0.
          05 TOTAL-DUP-SUSPECTS PIC 9(7) VALUE 0.
          05 TOTAL-CREDIT-LINE PIC 9(7) VALUE 0.
          05 TOTAL-NO-CREDIT-LINE PIC 9(7) VALUE 0.
          05 TOTAL-ACCT-LIMIT PIC 9(7) VALUE 0.
          05 TOTAL-USER-LIMIT PIC 9(7) VALUE 0.
          05 TOTAL-CREDITS-POSTED PIC 9(7) VALUE 0.
          05 TOTAL-NO-ORIGINAL PIC 9(7) VALUE 0.
          05 TOTAL-OVER-REFUND PIC 9(7) VALUE 0.
          05 TOTAL-REV-AMOUNT PIC 9(7) VALUE 0.
          05 TOTAL-BAD-TYPE PIC 9(7) VALUE 0.
          05 TOTAL-PRODUCT-MCC-DECLINES PIC 9(7) VALUE 0.

      * DISPLAY-FORMATTED COUNTERS
       01 WS-DISP-COUNTERS.
          05 TOTAL-SAME-MERCH-ROUTED-DISP PIC Z(6)9.
          05 TOTAL-PARTIAL-APPROVED-DISP PIC Z(6)9.
          05 TOTAL-DUP-SUSPECTS-DISP PIC Z(6)9.
          05 TOTAL-CREDIT-LINE-DISP PIC Z(6)9.
          05 TOTAL-NO-CREDIT-LINE-DISP PIC Z(6)9.
          05 TOTAL-ACCT-LIMIT-DISP PIC Z(6)9.
          05 TOTAL-USER-LIMIT-DISP PIC Z(6)9.
          05 TOTAL-CREDITS-POSTED-DISP PIC Z(6)9.
          05 TOTAL-NO-ORIGINAL-DISP PIC Z(6)9.
          05 TOTAL-OVER-REFUND-DISP PIC Z(6)9.
          05 TOTAL-REV-AMOUNT-DISP PIC Z(6)9.
          05 TOTAL-BAD-TYPE-DISP PIC Z(6)9.
          05 TOTAL-PRODUCT-MCC-DECLINES-DISP PIC Z(6)9.
                                                                        
      **********************************************                    
      * GETS SYSTEM DATE, OPENS ALL FILES,                              
           PERFORM LOAD-RUNTIME-PARMS.
           PERFORM READ-CHECKPOINT.
           PERFORM LOAD-RECENT-HISTORY.
           PERFORM LOAD-CARD-ACCOUNTS.
           PERFORM OPEN-ALL-FILES.
           PERFORM LOAD-MERCHANT-REF.
           PERFORM LOAD-CATEGORY-RULES.
           MOVE WS-DUP-WINDOW-DAYS TO RP-DEFAULT-VALUE.
           CALL 'PRMGET50' USING WS-RUNPARM-REQUEST END-CALL.
           MOVE RP-VALUE TO WS-DUP-WINDOW-DAYS.
           MOVE 'VSMJOB11' TO RP-JOB-NAME.
           MOVE 'REFUNDWINDOW' TO RP-KEYWORD.
           MOVE WS-REFUND-WINDOW-DAYS TO RP-DEFAULT-VALUE.
           CALL 'PRMGET50' USING WS-RUNPARM-REQUEST END-CALL.
           MOVE RP-VALUE TO WS-REFUND-WINDOW-DAYS.

      **********************************************
      * READS ANY CHECKPOINT LEFT BY A PRIOR RUN. IF CHKPDD
      **********************************************
      * LOADS THE LAST WS-DUP-WINDOW-DAYS OF POSTED CHARGES INTO
      * THE DUPLICATE-CHECK TABLE BEFORE POSTDD IS REOPENED FOR
      * EXTEND. PAYMENTS, CREDITS AND RECORDS OUTSIDE THE WINDOW
      * ARE SKIPPED; OLD RECORDS WRITTEN BEFORE THE MERCHANT/DATE
      * FIELDS EXISTED HAVE SPACES THERE AND SIMPLY NEVER MATCH.
      * THE SAME PASS BUILDS EVERY CARD'S OUTSTANDING BALANCE FOR
      * THE OPEN-TO-BUY CHECK AND THE REFUND-WINDOW PURCHASE
      * TABLE, THEN CARRIES REISSUED CARDS' BALANCES ONTO THEIR
      * SUCCESSORS. NO HISTORY FILE YET MEANS A FIRST RUN WITH
      * NOTHING TO BE A DUPLICATE OF, NOTHING OWED AND NOTHING TO
      * REFUND.
      **********************************************
       LOAD-RECENT-HISTORY.
           OPEN INPUT POSTED-HISTORY-FILE.
                 END-READ
              END-PERFORM
              CLOSE POSTED-HISTORY-FILE
              PERFORM CARRY-REISSUED-BALANCES
           END-IF.

      **********************************************
      * ADDS ONE POSTED CHARGE TO THE DUPLICATE-CHECK TABLE WHEN
      * IT IS INSIDE THE WINDOW AND THE TABLE HAS ROOM, AND
      * ROLLS EVERY HISTORY RECORD INTO ITS CARD'S BALANCE.
      **********************************************
       LOAD-ONE-HISTORY-REC.
           PERFORM ACCUMULATE-CARD-BALANCE.
           PERFORM LOAD-PURCHASE-HISTORY.
           IF HIST-REC-TYPE = SPACE
              AND HIST-POST-DATE NUMERIC
              AND NOT DUP-TABLE-FULL
              COMPUTE WS-HIST-POST-INT =
              END-IF
           END-IF.

      **********************************************
      * ROLLS ONE HISTORY RECORD INTO ITS CARD'S OUTSTANDING
      * BALANCE: PAYMENTS ('P'), CREDITS ('C'), REFUNDS ('R'),
      * REVERSALS ('V') AND REWARDS CREDITS ('W') REDUCE IT,
      * EVERYTHING ELSE POSTED AGAINST THE CARD INCREASES IT.
      * A FULL TABLE DEGRADES THE OPEN-TO-BUY CHECK FOR THE
      * CARDS LEFT OUT WITH A WARNING RATHER THAN ABORT THE RUN.
      **********************************************
       ACCUMULATE-CARD-BALANCE.
           MOVE HIST-CARD-NUM TO WS-CARD-BAL-KEY.
           PERFORM FIND-CARD-BALANCE.
           IF CARD-BAL-FOUND
              EVALUATE HIST-REC-TYPE
                  WHEN 'P'
                  WHEN 'C'
                  WHEN 'R'
                  WHEN 'V'
                  WHEN 'W'
                    SUBTRACT HIST-AMOUNT FROM CB-BALANCE(CB-IDX)
                  WHEN OTHER
                    ADD HIST-AMOUNT TO CB-BALANCE(CB-IDX)
              END-EVALUATE
           END-IF.

      **********************************************
      * ADDS A POSTED PURCHASE INSIDE THE REFUND WINDOW TO THE
      * PURCHASE TABLE, AND CHARGES A POSTED REFUND OR REVERSAL
      * AGAINST THE PURCHASE IT NAMED, SO TONIGHT'S CREDITS SEE
      * WHAT IS LEFT OF EACH ORIGINAL.
      **********************************************
       LOAD-PURCHASE-HISTORY.
           EVALUATE HIST-REC-TYPE
               WHEN SPACE
                 IF HIST-POST-DATE NUMERIC
                    AND NOT PURCHASE-TABLE-FULL
                    COMPUTE WS-HIST-POST-INT =
                            FUNCTION INTEGER-OF-DATE
                                     (FUNCTION NUMVAL(HIST-POST-DATE))
                    COMPUTE WS-HIST-AGE-DAYS =
                            WS-TODAY-INT - WS-HIST-POST-INT
                    IF WS-HIST-AGE-DAYS >= 0
                       AND WS-HIST-AGE-DAYS <= WS-REFUND-WINDOW-DAYS
                       PERFORM ADD-PURCHASE-ENTRY
                    END-IF
                 END-IF
               WHEN 'R'
               WHEN 'V'
                 MOVE HIST-CARD-NUM TO WS-PH-CARD-NUM
                 MOVE HIST-ORIG-TRANS-ID TO WS-PH-TRANS-ID
                 MOVE HIST-MERCHANT-ID TO WS-PH-MERCHANT-ID
                 PERFORM FIND-ORIGINAL-PURCHASE
                 IF PURCHASE-FOUND
                    ADD HIST-AMOUNT TO PH-CREDITED(PH-IDX)
                 END-IF
           END-EVALUATE.

      **********************************************
      * APPENDS THE POSTED PURCHASE IN POSTED-HISTORY-REC TO THE
      * PURCHASE TABLE WITH NOTHING CREDITED AGAINST IT YET.
      **********************************************
       ADD-PURCHASE-ENTRY.
           IF PURCHASE-COUNT >= 50000
              SET PURCHASE-TABLE-FULL TO TRUE
              DISPLAY 'WARNING: PURCHASE TABLE FULL (50000 MAX) - '
                      'LATER PURCHASES CANNOT BE REFUNDED THIS RUN'
           ELSE
              ADD 1 TO PURCHASE-COUNT
              SET PH-IDX TO PURCHASE-COUNT
              MOVE HIST-CARD-NUM TO PH-CARD-NUM(PH-IDX)
              MOVE HIST-TRANS-ID TO PH-TRANS-ID(PH-IDX)
              MOVE HIST-MERCHANT-ID TO PH-MERCHANT-ID(PH-IDX)
              MOVE HIST-CURRENCY TO PH-CURRENCY(PH-IDX)
              MOVE HIST-POST-DATE TO PH-POST-DATE(PH-IDX)
              MOVE HIST-AMOUNT TO PH-AMOUNT(PH-IDX)
              MOVE 0 TO PH-CREDITED(PH-IDX)
           END-IF.

      **********************************************
      * LOOKS UP THE PURCHASE MADE ON WS-PH-CARD-NUM AT
      * WS-PH-MERCHANT-ID UNDER TRANS-ID WS-PH-TRANS-ID. SETS
      * PH-IDX TO THE ENTRY AND PURCHASE-FOUND WHEN IT IS THERE.
      **********************************************
       FIND-ORIGINAL-PURCHASE.
           MOVE 'N' TO WS-PURCHASE-FOUND.
           IF PURCHASE-COUNT > 0
              SET PH-IDX TO 1
              SEARCH PURCHASE-ENTRY
                  AT END
                     CONTINUE
                  WHEN PH-IDX > PURCHASE-COUNT
                     CONTINUE
                  WHEN PH-CARD-NUM(PH-IDX) = WS-PH-CARD-NUM
                     AND PH-TRANS-ID(PH-IDX) = WS-PH-TRANS-ID
                     AND PH-MERCHANT-ID(PH-IDX) = WS-PH-MERCHANT-ID
                     SET PURCHASE-FOUND TO TRUE
              END-SEARCH
           END-IF.

      **********************************************
      * BINARY-SEARCHES THE BALANCE TABLE FOR WS-CARD-BAL-KEY,
      * INSERTING A NEW ZERO-BALANCE ENTRY IN KEY ORDER THE FIRST
      * TIME THE CARD IS SEEN. SETS CB-IDX TO THE ENTRY AND
      * CARD-BAL-FOUND; LEAVES CARD-BAL-FOUND OFF ONLY WHEN THE
      * TABLE IS FULL AND THE CARD IS NEW.
      **********************************************
       FIND-CARD-BALANCE.
           MOVE 'N' TO WS-CARD-BAL-FOUND.
           IF CARD-BALANCE-COUNT > 0
              SEARCH ALL CARD-BALANCE-ENTRY
                  AT END
                     CONTINUE
                  WHEN CB-CARD-NUMBER(CB-IDX) = WS-CARD-BAL-KEY
                     SET CARD-BAL-FOUND TO TRUE
              END-SEARCH
           END-IF.
           IF NOT CARD-BAL-FOUND
              IF CARD-BALANCE-COUNT < 50000
                 ADD 1 TO CARD-BALANCE-COUNT
                 MOVE CARD-BALANCE-COUNT TO WS-CARD-BAL-SUB
                 PERFORM UNTIL WS-CARD-BAL-SUB = 1
                         OR CB-CARD-NUMBER(WS-CARD-BAL-SUB - 1)
                            < WS-CARD-BAL-KEY
                    MOVE CARD-BALANCE-ENTRY(WS-CARD-BAL-SUB - 1)
                         TO CARD-BALANCE-ENTRY(WS-CARD-BAL-SUB)
                    SUBTRACT 1 FROM WS-CARD-BAL-SUB
                 END-PERFORM
                 MOVE WS-CARD-BAL-KEY
                      TO CB-CARD-NUMBER(WS-CARD-BAL-SUB)
                 MOVE 0 TO CB-BALANCE(WS-CARD-BAL-SUB)
                 SET CB-IDX TO WS-CARD-BAL-SUB
                 SET CARD-BAL-FOUND TO TRUE
              ELSE
                 IF NOT CARD-BAL-FULL
                    SET CARD-BAL-FULL TO TRUE
                    DISPLAY 'WARNING: CARD BALANCE TABLE FULL '
                            '(50000 MAX) - OPEN-TO-BUY DEGRADED'
                 END-IF
              END-IF
           END-IF.

      **********************************************
      * WALKS THE REISSUE XREF IN THE ORDER REISSU11 WROTE IT AND
      * MOVES EACH REPLACED CARD'S BALANCE ONTO ITS SUCCESSOR, SO
      * A CARD REISSUED TWICE ENDS UP CARRYING ALL OF IT. THE
      * HISTORY ITSELF STAYS UNDER THE NUMBER IT POSTED TO. NO
      * XREF YET MEANS NO CARD HAS BEEN REISSUED.
      **********************************************
       CARRY-REISSUED-BALANCES.
           OPEN INPUT REISSUE-XREF-FILE.
           IF REISSUE-XREF-STATUS = '05'
              OR REISSUE-XREF-STATUS = '35'
              SET XREF-EOF TO TRUE
           ELSE
              IF REISSUE-XREF-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING REISSUE XREF: '
                          REISSUE-XREF-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
           END-IF.
           PERFORM UNTIL XREF-EOF
              READ REISSUE-XREF-FILE
                AT END
                   SET XREF-EOF TO TRUE
                NOT AT END
                   IF REISSUE-XREF-STATUS = '00'
                      PERFORM CARRY-ONE-REISSUED-BALANCE
                   ELSE
                      DISPLAY 'ERROR READING REISSUE XREF: '
                               REISSUE-XREF-STATUS
                      PERFORM ABEND-WITH-STATUS
                   END-IF
              END-READ
           END-PERFORM.
           IF REISSUE-XREF-STATUS NOT = '05'
              AND REISSUE-XREF-STATUS NOT = '35'
              CLOSE REISSUE-XREF-FILE
           END-IF.

      **********************************************
      * MOVES ONE OLD CARD'S BALANCE ONTO ITS SUCCESSOR. AN OLD
      * CARD WITH NOTHING POSTED HAS NOTHING TO CARRY.
      **********************************************
       CARRY-ONE-REISSUED-BALANCE.
           IF XRF-OLD-CARD-NUM NUMERIC
              AND XRF-NEW-CARD-NUM NUMERIC
              AND CARD-BALANCE-COUNT > 0
              MOVE 'N' TO WS-CARD-BAL-FOUND
              SEARCH ALL CARD-BALANCE-ENTRY
                  AT END
                     CONTINUE
                  WHEN CB-CARD-NUMBER(CB-IDX) = XRF-OLD-CARD-NUM
                     SET CARD-BAL-FOUND TO TRUE
              END-SEARCH
              IF CARD-BAL-FOUND
                 AND CB-BALANCE(CB-IDX) NOT = 0
                 MOVE CB-BALANCE(CB-IDX) TO WS-CARRIED-BALANCE
                 MOVE 0 TO CB-BALANCE(CB-IDX)
                 MOVE XRF-NEW-CARD-NUM TO WS-CARD-BAL-KEY
                 PERFORM FIND-CARD-BALANCE
                 IF CARD-BAL-FOUND
                    ADD WS-CARRIED-BALANCE TO CB-BALANCE(CB-IDX)
                 END-IF
              END-IF
           END-IF.

      **********************************************
      * LOADS THE CARD ACCOUNTS FROM ACCTDD: EACH RECORD PUTS ONE
      * CARD ON ITS ACCOUNT, AND THE PRIMARY CARD'S RECORD SETS THE
      * ACCOUNT'S COMBINED DAILY LIMIT AND CREDIT LINE. SUCCESSORS
      * OF REISSUED MEMBER CARDS ARE THEN JOINED FROM THE XREF AND
      * THE MEMBERS' OUTSTANDING BALANCES SUMMED ONTO THE ACCOUNT.
      * NO ACCTDD MEANS EVERY CARD STANDS ALONE, AS BEFORE.
      **********************************************
       LOAD-CARD-ACCOUNTS.
           OPEN INPUT CARD-ACCOUNT-FILE.
           IF CARD-ACCOUNT-STATUS = '05'
              OR CARD-ACCOUNT-STATUS = '35'
              DISPLAY 'NO CARD ACCOUNT FILE - ALL CARDS STAND ALONE'
           ELSE
              IF CARD-ACCOUNT-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING CARD ACCOUNT FILE: '
                          CARD-ACCOUNT-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
              PERFORM UNTIL ACCOUNT-EOF
                 READ CARD-ACCOUNT-FILE
                   AT END
                      SET ACCOUNT-EOF TO TRUE
                   NOT AT END
                      IF CARD-ACCOUNT-STATUS = '00'
                         PERFORM LOAD-ONE-ACCOUNT-CARD
                      ELSE
                         DISPLAY 'ERROR READING CARD ACCOUNT FILE: '
                                  CARD-ACCOUNT-STATUS
                         PERFORM ABEND-WITH-STATUS
                      END-IF
                 END-READ
              END-PERFORM
              CLOSE CARD-ACCOUNT-FILE
              PERFORM JOIN-REISSUED-MEMBERS
              PERFORM VARYING AM-IDX FROM 1 BY 1
                      UNTIL AM-IDX > MEMBER-COUNT
                 PERFORM ADD-MEMBER-BALANCE
              END-PERFORM
              DISPLAY 'CARD ACCOUNTS LOADED: ' ACCOUNT-COUNT
                      ' ACCOUNTS, ' MEMBER-COUNT ' CARDS'
           END-IF.

      **********************************************
      * PUTS ONE ACCTDD CARD ON ITS ACCOUNT, ADDING THE ACCOUNT THE
      * FIRST TIME ITS ID IS SEEN. A FULL TABLE STOPS THE RUN: A
      * CARD LEFT OFF ITS ACCOUNT WOULD SPEND OUTSIDE THE COMBINED
      * LIMIT. A RECORD WITH NO ACCOUNT ID OR A BAD CARD NUMBER IS
      * REPORTED AND SKIPPED.
      **********************************************
       LOAD-ONE-ACCOUNT-CARD.
           IF ACC-ACCOUNT-ID = SPACES
              OR ACC-CARD-NUMBER NOT NUMERIC
              DISPLAY 'WARNING: BAD CARD ACCOUNT RECORD SKIPPED: '
                      ACC-ACCOUNT-ID
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
                    MOVE 0 TO AC-DAILY-LIMIT(AC-IDX)
                    MOVE 0 TO AC-CREDIT-LIMIT(AC-IDX)
                    MOVE 0 TO AC-BALANCE(AC-IDX)
                    MOVE 0 TO AC-RUNNING-TOTAL(AC-IDX)
                 ELSE
                    DISPLAY 'CARD ACCOUNT TABLE FULL (10000 MAX)'
                    PERFORM ABEND-WITH-STATUS
                 END-IF
              END-IF
              IF ACC-PRIMARY-CARD
                 IF ACC-DAILY-LIMIT NUMERIC
                    MOVE ACC-DAILY-LIMIT TO AC-DAILY-LIMIT(AC-IDX)
                 END-IF
                 IF ACC-CREDIT-LIMIT NUMERIC
                    MOVE ACC-CREDIT-LIMIT TO AC-CREDIT-LIMIT(AC-IDX)
                 END-IF
              END-IF
              MOVE ACC-CARD-NUMBER TO WS-MEMBER-KEY
              SET WS-MEMBER-ACCOUNT-SUB TO AC-IDX
              MOVE ACC-CARD-ROLE TO WS-MEMBER-ROLE
              MOVE 0 TO WS-MEMBER-USER-LIMIT
              IF ACC-AUTHORIZED-USER
                 AND ACC-USER-LIMIT NUMERIC
                 MOVE ACC-USER-LIMIT TO WS-MEMBER-USER-LIMIT
              END-IF
              PERFORM ADD-ACCOUNT-MEMBER
           END-IF.

      **********************************************
      * ADDS WS-MEMBER-KEY TO THE MEMBER TABLE IN KEY ORDER WITH
      * THE ACCOUNT, ROLE AND SUB-LIMIT IN THE WS-MEMBER- FIELDS.
      * A CARD ALREADY ON AN ACCOUNT KEEPS ITS FIRST ACCOUNT.
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
                 MOVE WS-MEMBER-USER-LIMIT
                      TO AM-USER-LIMIT(WS-MEMBER-SUB)
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
      * SAME ROLE AND SUB-LIMIT, SO A REPLACEMENT CARD SHARES THE
      * ACCOUNT LIMIT WITHOUT WAITING FOR AN ACCTDD CHANGE.
      **********************************************
       JOIN-REISSUED-MEMBERS.
           OPEN INPUT REISSUE-XREF-FILE.
           IF REISSUE-XREF-STATUS = '05'
              OR REISSUE-XREF-STATUS = '35'
              SET MEMBER-XREF-EOF TO TRUE
           ELSE
              IF REISSUE-XREF-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING REISSUE XREF: '
                          REISSUE-XREF-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
           END-IF.
           PERFORM UNTIL MEMBER-XREF-EOF
              READ REISSUE-XREF-FILE
                AT END
                   SET MEMBER-XREF-EOF TO TRUE
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
           IF REISSUE-XREF-STATUS NOT = '05'
              AND REISSUE-XREF-STATUS NOT = '35'
              CLOSE REISSUE-XREF-FILE
           END-IF.

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
                 MOVE AM-USER-LIMIT(AM-IDX) TO WS-MEMBER-USER-LIMIT
                 MOVE XRF-NEW-CARD-NUM TO WS-MEMBER-KEY
                 PERFORM FIND-ACCOUNT-MEMBER
                 IF NOT MEMBER-FOUND
                    PERFORM ADD-ACCOUNT-MEMBER
                 END-IF
              END-IF
           END-IF.

      **********************************************
      * ADDS ONE MEMBER CARD'S OUTSTANDING BALANCE (ALREADY CARRIED
      * ACROSS REISSUES) TO ITS ACCOUNT'S BALANCE.
      **********************************************
       ADD-MEMBER-BALANCE.
           IF CARD-BALANCE-COUNT > 0
              MOVE 'N' TO WS-CARD-BAL-FOUND
              SEARCH ALL CARD-BALANCE-ENTRY
                  AT END
                     CONTINUE
                  WHEN CB-CARD-NUMBER(CB-IDX) = AM-CARD-NUMBER(AM-IDX)
                     SET CARD-BAL-FOUND TO TRUE
              END-SEARCH
              IF CARD-BAL-FOUND
                 SET AC-IDX TO AM-ACCOUNT-SUB(AM-IDX)
                 ADD CB-BALANCE(CB-IDX) TO AC-BALANCE(AC-IDX)
              END-IF
           END-IF.

      **********************************************
      * OPENS STATLOG FIRST THING IN MAIN-LOGIC, AHEAD OF EVERY
      * OTHER FILE AND OF THE STARTUP LOADS (CHECKPOINT, RECENT
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN EXTEND GL-JOURNAL-FILE.
           IF GL-JOURNAL-STATUS = '05' OR GL-JOURNAL-STATUS = '35'
              OPEN OUTPUT GL-JOURNAL-FILE
           END-IF.
           IF GL-JOURNAL-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING GL JOURNAL: ' GL-JOURNAL-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * LOADS MERCHDD INTO THE MERCHANT REFERENCE TABLE. MAX 500
      * MERCHANTS; OVERFLOW IS A HARD ERROR SINCE A DROPPED
                         IF LATE-PRESENTMENT
                            PERFORM WRITE-LATE-TRANS
                         ELSE
                            IF TRANS-IS-PURCHASE
                               PERFORM CHECK-DUP-PRESENTMENT
                               IF DUP-SUSPECT
                                  PERFORM WRITE-DUP-TRANS
                               ELSE
                                  PERFORM PROCESS-TRANSACTION
                               END-IF
                            ELSE
                               PERFORM PROCESS-CREDIT-TRANS
                            END-IF
                         END-IF
                         ADD 1 TO WS-CHECKPOINT-PENDING
                DISPLAY 'VSAM READ ERROR: ' CARD-FILE-STATUS
                         ' -- DECLINING AND CONTINUING'
                DISPLAY 'TRANSACTION ID: ' TRANS-ID
                MOVE 'M' TO CM-FUNCTION
                MOVE TRANS-CARD-NUM TO CM-CARD-NUMBER
                CALL 'CRDMSK11' USING WS-CARDMSK-REQUEST END-CALL
                DISPLAY 'CARD NUMBER: ' CM-MASKED-NUMBER
                MOVE 'READ ERROR' TO WS-DECLINE-REASON
                PERFORM WRITE-DECLINED-TRANS
             END-IF
                 DISPLAY 'HOT CARD FILE READ ERROR: ' HOT-CARD-STATUS
                          ' -- DECLINING AND CONTINUING'
                 DISPLAY 'TRANSACTION ID: ' TRANS-ID
                 MOVE 'M' TO CM-FUNCTION
                 MOVE TRANS-CARD-NUM TO CM-CARD-NUMBER
                 CALL 'CRDMSK11' USING WS-CARDMSK-REQUEST END-CALL
                 DISPLAY 'CARD NUMBER: ' CM-MASKED-NUMBER
                 MOVE 'READ ERROR' TO WS-DECLINE-REASON
                 PERFORM WRITE-DECLINED-TRANS
           END-EVALUATE.

      **********************************************
      * A MERCHANT REFUND ('R') OR AUTHORIZATION REVERSAL ('V')
      * MUST NAME A PURCHASE POSTED TO THE SAME CARD AT THE SAME
      * MERCHANT INSIDE THE REFUND WINDOW, IN THE SAME CURRENCY.
      * A REFUND MAY NOT EXCEED WHAT IS LEFT OF THE PURCHASE AFTER
      * EARLIER CREDITS; A REVERSAL MUST CANCEL EXACTLY THAT
      * REMAINDER. CARD STATUS, EXPIRY AND THE LIMIT AND VELOCITY
      * RULES DO NOT APPLY - MONEY GOING BACK TO THE CARDHOLDER
      * POSTS EVEN TO A BLOCKED OR CLOSED CARD.
      * UNKNOWN TYPE          -> DECLINE: BAD TYPE.
      * NO SUCH PURCHASE      -> DECLINE: NO ORIGINAL.
      * OTHER CURRENCY        -> DECLINE: WRONG CCY.
      * REFUND OVER REMAINDER -> DECLINE: OVER REFUND.
      * REVERSAL NOT EQUAL    -> DECLINE: REV AMOUNT.
      * OTHERWISE             -> POST-CREDIT-TRANS.
      **********************************************
       PROCESS-CREDIT-TRANS.
           MOVE SPACES TO WS-DECLINE-REASON.
           MOVE 'N' TO WS-PURCHASE-FOUND.
           IF TRANS-IS-CREDIT
              MOVE TRANS-CARD-NUM TO WS-PH-CARD-NUM
              MOVE TRANS-ORIG-ID TO WS-PH-TRANS-ID
              MOVE TRANS-MERCHANT-ID TO WS-PH-MERCHANT-ID
              PERFORM FIND-ORIGINAL-PURCHASE
           END-IF.
           IF PURCHASE-FOUND
              COMPUTE WS-CREDIT-REMAINING =
                      PH-AMOUNT(PH-IDX) - PH-CREDITED(PH-IDX)
           END-IF.
           EVALUATE TRUE
               WHEN NOT TRANS-IS-CREDIT
                 MOVE 'BAD TYPE' TO WS-DECLINE-REASON
               WHEN NOT PURCHASE-FOUND
                 MOVE 'NO ORIGINAL' TO WS-DECLINE-REASON
               WHEN PH-CURRENCY(PH-IDX) NOT = TRANS-CURRENCY
                 MOVE 'WRONG CCY' TO WS-DECLINE-REASON
               WHEN TRANS-IS-REFUND
                    AND TRANS-AMOUNT > WS-CREDIT-REMAINING
                 MOVE 'OVER REFUND' TO WS-DECLINE-REASON
               WHEN TRANS-IS-REVERSAL
                    AND TRANS-AMOUNT NOT = WS-CREDIT-REMAINING
                 MOVE 'REV AMOUNT' TO WS-DECLINE-REASON
           END-EVALUATE.
           IF WS-DECLINE-REASON = SPACES
              PERFORM POST-CREDIT-TRANS
           ELSE
              PERFORM WRITE-DECLINED-TRANS
           END-IF.

      **********************************************
      * CHARGES THE CREDIT AGAINST ITS PURCHASE AND GIVES IT BACK
      * TO THE CARD: A CREDIT ON A PURCHASE APPROVED TODAY FIRST
      * RELEASES TODAY'S DAILY-LIMIT SPEND, AND WHATEVER IS LEFT
      * COMES OFF THE OUTSTANDING BALANCE, SO THE OPEN-TO-BUY
      * CHECK SEES IT EITHER WAY - ON THE CARD ACCOUNT TOO WHEN
      * THE CARD IS ON ONE. THEN APPROVES IT THROUGH
      * WRITE-APPROVED-TRANS, WHICH POSTS IT TO POSTDD.
      **********************************************
       POST-CREDIT-TRANS.
           ADD TRANS-AMOUNT TO PH-CREDITED(PH-IDX).
           MOVE 0 TO WS-LIMIT-RELEASE.
           IF PH-POST-DATE(PH-IDX) = WS-CUR-DATE-GROUP
              PERFORM FIND-CARD-ACTIVITY
              IF NOT CARD-ACT-FULL
                 IF TRANS-AMOUNT > CA-RUNNING-TOTAL(CA-IDX)
                    MOVE CA-RUNNING-TOTAL(CA-IDX) TO WS-LIMIT-RELEASE
                 ELSE
                    MOVE TRANS-AMOUNT TO WS-LIMIT-RELEASE
                 END-IF
                 SUBTRACT WS-LIMIT-RELEASE
                     FROM CA-RUNNING-TOTAL(CA-IDX)
              END-IF
           END-IF.
           IF TRANS-AMOUNT > WS-LIMIT-RELEASE
              MOVE TRANS-CARD-NUM TO WS-CARD-BAL-KEY
              PERFORM FIND-CARD-BALANCE
              IF CARD-BAL-FOUND
                 COMPUTE CB-BALANCE(CB-IDX) = CB-BALANCE(CB-IDX)
                         - (TRANS-AMOUNT - WS-LIMIT-RELEASE)
              END-IF
           END-IF.
           MOVE TRANS-CARD-NUM TO WS-MEMBER-KEY.
           PERFORM FIND-ACCOUNT-MEMBER.
           IF MEMBER-FOUND
              IF WS-LIMIT-RELEASE > AC-RUNNING-TOTAL(AC-IDX)
                 MOVE 0 TO AC-RUNNING-TOTAL(AC-IDX)
              ELSE
                 SUBTRACT WS-LIMIT-RELEASE
                     FROM AC-RUNNING-TOTAL(AC-IDX)
              END-IF
              COMPUTE AC-BALANCE(AC-IDX) = AC-BALANCE(AC-IDX)
                      - (TRANS-AMOUNT - WS-LIMIT-RELEASE)
           END-IF.
           PERFORM WRITE-APPROVED-TRANS.

      **********************************************
      * CHECK CARD-STATUS FIELD:
      * 'B' (BLOCKED) -> DECLINE.
      **********************************************
      * LOOKS THE TRANSACTION'S CATEGORY CODE UP ON THE RULES
      * TABLE. A CODE LISTED WITH CR-ALLOWED = 'N' SETS
      * CATEGORY-BLOCKED; A CODE NOT LISTED IS ALLOWED. A CODE
      * THE RULES TABLE ALLOWS IS THEN HELD TO THE CARD'S OWN
      * PRODUCT (PRDGET11, BY BIN): AN ALLOW-LIST PRODUCT BLOCKS
      * EVERY CODE NOT ON ITS LIST, A BLOCK-LIST PRODUCT BLOCKS
      * THE CODES ON ITS LIST. A CARD WITH NO PRODUCT, OR A
      * PRODUCT WITH NO MCC MODE, HAS THE RULES TABLE ONLY.
      **********************************************
       CHECK-CATEGORY-RULE.
           MOVE 'N' TO WS-CATEGORY-BLOCKED.
              END-PERFORM
           END-IF.

           IF NOT CATEGORY-BLOCKED
              MOVE CARD-NUMBER TO PR-CARD-NUMBER
              CALL 'PRDGET11' USING WS-CARDPRD-REQUEST END-CALL
              IF PR-PRODUCT-FOUND
                 AND (PR-MCC-ALLOW-LIST OR PR-MCC-BLOCK-LIST)
                 MOVE 'N' TO WS-PRODUCT-MCC-LISTED
                 PERFORM VARYING WS-PRODUCT-MCC-SUB FROM 1 BY 1
                         UNTIL WS-PRODUCT-MCC-SUB > 10
                         OR PRODUCT-MCC-LISTED
                    IF PR-MCC(WS-PRODUCT-MCC-SUB) = TRANS-MCC
                       SET PRODUCT-MCC-LISTED TO TRUE
                    END-IF
                 END-PERFORM
                 IF (PR-MCC-ALLOW-LIST AND NOT PRODUCT-MCC-LISTED)
                    OR (PR-MCC-BLOCK-LIST AND PRODUCT-MCC-LISTED)
                    SET CATEGORY-BLOCKED TO TRUE
                    ADD 1 TO TOTAL-PRODUCT-MCC-DECLINES
                 END-IF
              END-IF
           END-IF.

      **********************************************
      * LOOKS UP (OR STARTS) THIS CARD'S RUNNING TOTAL OF
      * APPROVED SPEND FOR TODAY AND CHECKS WHETHER ADDING
      * THIS TRANSACTION WOULD PUSH IT OVER CARD-DAILY-LIMIT OR
      * OVER THE CARD'S REMAINING OPEN-TO-BUY (CREDIT LINE LESS
      * OUTSTANDING BALANCE LESS TODAY'S APPROVED SPEND),
      * WHICHEVER LEAVES LESS HEADROOM. A CARD ON A CARD ACCOUNT
      * WITH A COMBINED DAILY LIMIT IS HELD TO WHAT IS LEFT OF IT
      * AFTER TODAY'S SPEND ON ALL THE ACCOUNT'S CARDS INSTEAD
      * (ACCT LIMIT), AND AN AUTHORIZED USER WITH A SUB-LIMIT ALSO
      * TO WHAT IS LEFT OF THAT AFTER ITS OWN SPEND (USER LIMIT).
      * OVER EITHER -> DECLINE (DAILY LIMIT / CREDIT LINE), OR
      * SPLIT WHEN PARTIAL APPROVAL IS ON. OTHERWISE -> ADD TO
      * THE RUNNING TOTAL AND ROUTE THE TRANSACTION FOR APPROVAL.
      **********************************************
       CHECK-DAILY-LIMIT.
           PERFORM FIND-CARD-ACTIVITY.
           ELSE
              COMPUTE WS-NEW-DAILY-TOTAL =
                      CA-RUNNING-TOTAL(CA-IDX) + TRANS-AMOUNT
              MOVE TRANS-CARD-NUM TO WS-MEMBER-KEY
              PERFORM FIND-ACCOUNT-MEMBER
              IF MEMBER-FOUND
                 AND AC-DAILY-LIMIT(AC-IDX) > 0
                 COMPUTE WS-REMAINING-LIMIT =
                         AC-DAILY-LIMIT(AC-IDX)
                         - AC-RUNNING-TOTAL(AC-IDX)
                 MOVE 'ACCT LIMIT' TO WS-LIMIT-REASON
              ELSE
                 COMPUTE WS-REMAINING-LIMIT =
                         CARD-DAILY-LIMIT - CA-RUNNING-TOTAL(CA-IDX)
                 MOVE 'DAILY LIMIT' TO WS-LIMIT-REASON
              END-IF
              IF MEMBER-FOUND
                 AND AM-USER-LIMIT(AM-IDX) > 0
                 AND AM-USER-LIMIT(AM-IDX) - CA-RUNNING-TOTAL(CA-IDX)
                     < WS-REMAINING-LIMIT
                 COMPUTE WS-REMAINING-LIMIT =
                         AM-USER-LIMIT(AM-IDX)
                         - CA-RUNNING-TOTAL(CA-IDX)
                 MOVE 'USER LIMIT' TO WS-LIMIT-REASON
              END-IF
              PERFORM COMPUTE-OPEN-TO-BUY
              IF CREDIT-LINE-ON-FILE
                 AND WS-OPEN-TO-BUY < WS-REMAINING-LIMIT
                 MOVE WS-OPEN-TO-BUY TO WS-REMAINING-LIMIT
                 MOVE 'CREDIT LINE' TO WS-LIMIT-REASON
              END-IF
              IF TRANS-AMOUNT > WS-REMAINING-LIMIT
                 IF PARTIAL-APPROVAL-ON
                    AND WS-REMAINING-LIMIT > 0
                    PERFORM SPLIT-PARTIAL-APPROVAL
                 ELSE
                    MOVE WS-LIMIT-REASON TO WS-DECLINE-REASON
                    PERFORM WRITE-DECLINED-TRANS
                 END-IF
              ELSE
                 MOVE WS-NEW-DAILY-TOTAL TO CA-RUNNING-TOTAL(CA-IDX)
                 IF MEMBER-FOUND
                    ADD TRANS-AMOUNT TO AC-RUNNING-TOTAL(AC-IDX)
                 END-IF
                 PERFORM ROUTE-APPROVED-TRANS
              END-IF
           END-IF.

      **********************************************
      * OPEN-TO-BUY FOR THE CARD JUST READ: CARD-CREDIT-LIMIT
      * LESS THE OUTSTANDING BALANCE FROM THE POSTED HISTORY LESS
      * TODAY'S APPROVED SPEND SO FAR. A CARD WITH NO CREDIT LINE
      * ON FILE IS COUNTED AND LEFT TO THE DAILY LIMIT ALONE. A
      * CARD ON AN ACCOUNT WITH A COMBINED CREDIT LINE USES THE
      * ACCOUNT'S LINE, BALANCE AND TODAY'S SPEND INSTEAD
      * (FIND-ACCOUNT-MEMBER HAS ALREADY RUN FOR THE CARD).
      **********************************************
       COMPUTE-OPEN-TO-BUY.
           MOVE 'N' TO WS-CREDIT-LINE-FLAG.
           MOVE 0 TO WS-OPEN-TO-BUY.
           IF MEMBER-FOUND
              AND AC-CREDIT-LIMIT(AC-IDX) > 0
              SET CREDIT-LINE-ON-FILE TO TRUE
              COMPUTE WS-OPEN-TO-BUY =
                      AC-CREDIT-LIMIT(AC-IDX) - AC-BALANCE(AC-IDX)
                      - AC-RUNNING-TOTAL(AC-IDX)
           ELSE
              IF CARD-CREDIT-LIMIT NUMERIC
                 AND CARD-CREDIT-LIMIT > 0
                 SET CREDIT-LINE-ON-FILE TO TRUE
                 COMPUTE WS-OPEN-TO-BUY =
                         CARD-CREDIT-LIMIT - CA-RUNNING-TOTAL(CA-IDX)
                 MOVE 'N' TO WS-CARD-BAL-FOUND
                 IF CARD-BALANCE-COUNT > 0
                    SEARCH ALL CARD-BALANCE-ENTRY
                        AT END
                           CONTINUE
                        WHEN CB-CARD-NUMBER(CB-IDX) = TRANS-CARD-NUM
                           SET CARD-BAL-FOUND TO TRUE
                    END-SEARCH
                 END-IF
                 IF CARD-BAL-FOUND
                    SUBTRACT CB-BALANCE(CB-IDX) FROM WS-OPEN-TO-BUY
                 END-IF
              ELSE
                 ADD 1 TO TOTAL-NO-CREDIT-LINE
              END-IF
           END-IF.

      **********************************************
      * PARTIAL APPROVAL OF A DAILY-LIMIT OR CREDIT-LINE BREACH:
      * THE REMAINING HEADROOM APPROVES AS ITS OWN PIECE (THE
      * INDUSTRY-NORM PARTIAL APPROVAL OUR RETAIL PARTNERS
      * EXPECT) AND ONLY THE
      * EXCESS DECLINES, REASON PART DECLIN. TRANS-AMOUNT IS SET
      * TO EACH PIECE IN TURN SO EVERY DOWNSTREAM WRITE AND TOTAL
      * SEES THE PIECE IT HANDLED, THEN RESTORED - THE TWO PIECES
           MOVE TRANS-AMOUNT TO WS-SAVED-TRANS-AMOUNT.
           COMPUTE WS-EXCESS-AMOUNT =
                   WS-SAVED-TRANS-AMOUNT - WS-REMAINING-LIMIT.
           ADD WS-REMAINING-LIMIT TO CA-RUNNING-TOTAL(CA-IDX).
           IF MEMBER-FOUND
              ADD WS-REMAINING-LIMIT TO AC-RUNNING-TOTAL(AC-IDX)
           END-IF.
           MOVE WS-REMAINING-LIMIT TO TRANS-AMOUNT.
           IF NOT CARD-ACT-FULL
              ADD 1 TO CA-APPROVAL-COUNT(CA-IDX)
      **********************************************
       WRITE-APPROVED-TRANS.
           MOVE TRANS-ID TO APPROVED-TRANS-ID.
           MOVE 'M' TO CM-FUNCTION.
           MOVE TRANS-CARD-NUM TO CM-CARD-NUMBER.
           CALL 'CRDMSK11' USING WS-CARDMSK-REQUEST END-CALL.
           MOVE CM-MASKED-NUMBER TO APPROVED-CARD-NUM.
           MOVE TRANS-AMOUNT TO APPROVED-AMOUNT.
           MOVE TRANS-CURRENCY TO APPROVED-CURRENCY.
           MOVE TRANS-MERCHANT-ID TO APPROVED-MERCHANT-ID.
           MOVE TRANS-TYPE TO APPROVED-TYPE.
           WRITE APPROVED-REC.
           IF APPROVED-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING APPROVED FILE: ' APPROVED-STATUS
              DISPLAY 'TRANSACTION ID: ' TRANS-ID
              PERFORM ABEND-WITH-STATUS
           ELSE
              IF TRANS-IS-CREDIT
                 ADD 1 TO TOTAL-CREDITS-POSTED
                 PERFORM FIND-CURRENCY-TOTAL
                 IF NOT CURRENCY-TOTAL-TABLE-FULL
                    ADD TRANS-AMOUNT TO CY-TOTAL-CREDIT-AMOUNT(CY-IDX)
                 END-IF
              ELSE
                 ADD 1 TO TOTAL-APPROVED
                 PERFORM FIND-CURRENCY-TOTAL
                 IF NOT CURRENCY-TOTAL-TABLE-FULL
                    ADD TRANS-AMOUNT
                         TO CY-TOTAL-APPROVED-AMOUNT(CY-IDX)
                    ADD 1 TO CY-TOTAL-APPROVED-COUNT(CY-IDX)
                 END-IF
                 PERFORM FIND-MERCHANT-ACTIVITY
                 IF NOT MERCHANT-ACT-FULL
                    ADD TRANS-AMOUNT TO MA-APPROVED-AMOUNT(MA-IDX)
                 END-IF
              END-IF
              PERFORM WRITE-POSTED-HISTORY
           END-IF.
      * SO UNLIKE EVERY OTHER OUTPUT OF THE LOOP A REPROCESSED
      * APPEND IS NOT OVERWRITTEN ON A RERUN - IT LANDS ON THE
      * HISTORY A SECOND TIME AND DOUBLE-COUNTS ON STATEMENTS.
      * A REFUND OR REVERSAL POSTS AS A CREDIT OF ITS OWN TYPE
      * NAMING ITS PURCHASE; A PURCHASE JOINS THE PURCHASE TABLE
      * SO A LATER REVERSAL IN THE SAME RUN CAN FIND IT.
      **********************************************
       WRITE-POSTED-HISTORY.
           MOVE SPACES TO POSTED-HISTORY-REC.
           MOVE TRANS-AMOUNT TO HIST-AMOUNT.
           MOVE TRANS-CURRENCY TO HIST-CURRENCY.
           MOVE TRANS-MERCHANT-ID TO HIST-MERCHANT-ID.
           MOVE TRANS-MCC TO HIST-MCC.
           MOVE WS-TRANS-EFF-DATE TO WS-TRANS-EFF-DATE-X.
           MOVE WS-TRANS-EFF-DATE-X TO HIST-TRANS-DATE.
           IF TRANS-IS-CREDIT
              MOVE TRANS-TYPE TO HIST-REC-TYPE
              MOVE TRANS-ORIG-ID TO HIST-ORIG-TRANS-ID
           END-IF.
           WRITE POSTED-HISTORY-REC.
           IF POSTED-HISTORY-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING POSTED HISTORY FILE: '
              DISPLAY 'TRANSACTION ID: ' TRANS-ID
              PERFORM ABEND-WITH-STATUS
           END-IF.
           IF TRANS-IS-PURCHASE
              AND NOT PURCHASE-TABLE-FULL
              PERFORM ADD-PURCHASE-ENTRY
           END-IF.
           PERFORM WRITE-CARD-GL-ENTRY.
           PERFORM WRITE-CHECKPOINT.
           MOVE 0 TO WS-CHECKPOINT-PENDING.
                                                                        
      **********************************************
      * JOURNALS THE POSTING JUST APPENDED TO POSTDD. A PURCHASE IS
      * OWED BY THE CARDHOLDER AND OWED ON TO THE MERCHANT AT
      * SETTLEMENT; A REFUND OR REVERSAL TAKES THE SAME AMOUNT
      * BACK OFF BOTH.
      **********************************************
       WRITE-CARD-GL-ENTRY.
           MOVE GLA-CARD-RECEIVABLE TO GLP-DEBIT-ACCT.
           MOVE GLA-MERCHANT-PAYABLE TO GLP-CREDIT-ACCT.
           MOVE TRANS-CURRENCY TO GLP-CURRENCY.
           MOVE SPACES TO GLP-REFERENCE.
           STRING TRANS-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  TRANS-MERCHANT-ID DELIMITED BY SIZE
                  INTO GLP-REFERENCE
           END-STRING.
           EVALUATE TRUE
               WHEN TRANS-IS-REFUND
                 COMPUTE GLP-AMOUNT = TRANS-AMOUNT * -1
                 MOVE 'CARD REFUND' TO GLP-DESC
               WHEN TRANS-IS-REVERSAL
                 COMPUTE GLP-AMOUNT = TRANS-AMOUNT * -1
                 MOVE 'CARD REVERSAL' TO GLP-DESC
               WHEN OTHER
                 MOVE TRANS-AMOUNT TO GLP-AMOUNT
                 MOVE 'CARD PURCHASE' TO GLP-DESC
           END-EVALUATE.
           PERFORM WRITE-GL-ENTRY.

      **********************************************
      * WRITES ONE BALANCED JOURNAL ENTRY FROM THE GLPOST REQUEST
      * AREA: A DEBIT LINE AND A CREDIT LINE FOR GLP-AMOUNT UNDER
      * THE NEXT ENTRY NUMBER. A NEGATIVE AMOUNT SWAPS THE SIDES;
      * A ZERO AMOUNT WRITES NOTHING.
      **********************************************
       WRITE-GL-ENTRY.
           IF GLP-AMOUNT NOT = 0
              IF GLP-AMOUNT < 0
                 MOVE GLP-DEBIT-ACCT TO GLP-SWAP-ACCT
                 MOVE GLP-CREDIT-ACCT TO GLP-DEBIT-ACCT
                 MOVE GLP-SWAP-ACCT TO GLP-CREDIT-ACCT
                 COMPUTE GLP-AMOUNT = GLP-AMOUNT * -1
              END-IF
              ADD 1 TO GLP-ENTRY-NO
              MOVE SPACES TO GL-JOURNAL-REC
              MOVE 'VSMJOB11' TO GLJ-SOURCE-JOB
              MOVE WS-CUR-DATE-GROUP TO GLJ-POST-DATE
              MOVE GLP-ENTRY-NO TO GLJ-ENTRY-NO
              MOVE GLP-AMOUNT TO GLJ-AMOUNT
              MOVE GLP-CURRENCY TO GLJ-CURRENCY
              MOVE GLP-REFERENCE TO GLJ-REFERENCE
              MOVE GLP-DESC TO GLJ-DESC
              MOVE GLP-DEBIT-ACCT TO GLJ-ACCOUNT
              SET GLJ-DEBIT TO TRUE
              PERFORM WRITE-GL-LINE
              MOVE GLP-CREDIT-ACCT TO GLJ-ACCOUNT
              SET GLJ-CREDIT TO TRUE
              PERFORM WRITE-GL-LINE
              ADD GLP-AMOUNT TO GLP-DEBIT-TOTAL
           END-IF.

      **********************************************
      * WRITES WHATEVER LINE IS CURRENTLY IN GL-JOURNAL-REC.
      **********************************************
       WRITE-GL-LINE.
           WRITE GL-JOURNAL-REC.
           IF GL-JOURNAL-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING GL JOURNAL: ' GL-JOURNAL-STATUS
              DISPLAY 'TRANSACTION ID: ' TRANS-ID
              PERFORM ABEND-WITH-STATUS
           END-IF.
           ADD 1 TO GLP-LINES-WRITTEN.

      **********************************************                    
      * WRITES DECLINED TRANSACTION WITH REASON.                        
      * ALSO INCREMENTS BREAKDOWN COUNTER FOR THE                       
      **********************************************                    
       WRITE-DECLINED-TRANS.
           MOVE TRANS-ID TO DECLINED-TRANS-ID.
           MOVE 'M' TO CM-FUNCTION.
           MOVE TRANS-CARD-NUM TO CM-CARD-NUMBER.
           CALL 'CRDMSK11' USING WS-CARDMSK-REQUEST END-CALL.
           MOVE CM-MASKED-NUMBER TO DECLINED-CARD-NUM.
           MOVE TRANS-AMOUNT TO DECLINED-AMOUNT.
           MOVE TRANS-CURRENCY TO DECLINED-CURRENCY.
           MOVE WS-DECLINE-REASON TO DECLINE-REASON.
           MOVE TRANS-MERCHANT-ID TO DECLINED-MERCHANT-ID.
           WRITE DECLINED-REC.
           IF DECLINED-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING DECLINED FILE: ' DECLINED-STATUS
                    ADD 1 TO TOTAL-READ-ERRORS
                  WHEN 'DAILY LIMIT'
                    ADD 1 TO TOTAL-DAILY-LIMIT
                  WHEN 'CREDIT LINE'
                    ADD 1 TO TOTAL-CREDIT-LINE
                  WHEN 'ACCT LIMIT'
                    ADD 1 TO TOTAL-ACCT-LIMIT
                  WHEN 'USER LIMIT'
                    ADD 1 TO TOTAL-USER-LIMIT
                  WHEN 'WRONG CCY'
                    ADD 1 TO TOTAL-BAD-CURRENCY
                  WHEN 'BAD MERCH'
                    ADD 1 TO TOTAL-BLOCKED-MCC
                  WHEN 'HOT CARD'
                    ADD 1 TO TOTAL-HOT-CARD
                  WHEN 'NO ORIGINAL'
                    ADD 1 TO TOTAL-NO-ORIGINAL
                  WHEN 'OVER REFUND'
                    ADD 1 TO TOTAL-OVER-REFUND
                  WHEN 'REV AMOUNT'
                    ADD 1 TO TOTAL-REV-AMOUNT
                  WHEN 'BAD TYPE'
                    ADD 1 TO TOTAL-BAD-TYPE
              END-EVALUATE

              PERFORM FIND-MERCHANT-ACTIVITY
              END-IF

              IF WS-DECLINE-REASON NOT = 'PART DECLIN'
                 AND TRANS-IS-PURCHASE
                 PERFORM TRACK-DECLINE-COUNT
              END-IF
           END-IF.
      * CARD-STATUS TO 'B'.
      **********************************************
       WRITE-BLOCK-CANDIDATE.
           MOVE SPACES TO BLOCK-LIST-REC.
           MOVE TRANS-CARD-NUM TO BLOCK-CARD-NUM.
           MOVE CA-DECLINE-COUNT(CA-IDX) TO BLOCK-DECLINE-COUNT.
           WRITE BLOCK-LIST-REC.
           IF BLOCK-LIST-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING BLOCK LIST FILE: '
                       BLOCK-LIST-STATUS
              MOVE 'M' TO CM-FUNCTION
              MOVE TRANS-CARD-NUM TO CM-CARD-NUMBER
              CALL 'CRDMSK11' USING WS-CARDMSK-REQUEST END-CALL
              DISPLAY 'CARD NUMBER: ' CM-MASKED-NUMBER
              PERFORM ABEND-WITH-STATUS
           ELSE
              ADD 1 TO TOTAL-BLOCK-CANDIDATES
                      POSTED-HISTORY-STATUS
           END-IF.

           CLOSE GL-JOURNAL-FILE.
           IF GL-JOURNAL-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING GL JOURNAL: '
                      GL-JOURNAL-STATUS
           END-IF.

           CLOSE LATE-TRANS-FILE.
           IF LATE-TRANS-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING LATE PRESENTMENT FILE: '
                 MOVE 0 TO CY-TOTAL-PENDING-AMOUNT(CY-IDX)
                 MOVE 0 TO CY-TOTAL-LATE-AMOUNT(CY-IDX)
                 MOVE 0 TO CY-TOTAL-DUP-AMOUNT(CY-IDX)
                 MOVE 0 TO CY-TOTAL-CREDIT-AMOUNT(CY-IDX)
                 MOVE 0 TO CY-TOTAL-WRITTEN-AMOUNT(CY-IDX)
              ELSE
                 SET CURRENCY-TOTAL-TABLE-FULL TO TRUE
      * DOLLARS WRITTEN ACROSS APRVDD, DECLDD, AND APRVDD2, ONE
      * CURRENCY AT A TIME. EVERY TRANSACTION READ MUST LAND IN
      * EXACTLY ONE OF THE THREE OUTPUT FILES, SO WITHIN EACH
      * CURRENCY THE TWO TOTALS MUST MATCH. POSTED REFUNDS AND
      * REVERSALS ARE ON APRVDD BUT KEPT APART FROM THE APPROVED
      * PURCHASE TOTAL THAT GOES OUT ON CARDXDD.
      **********************************************
       BALANCE-CONTROL-TOTALS.
           DISPLAY '========================================'.
                      + CY-TOTAL-PENDING-AMOUNT(CY-IDX)
                      + CY-TOTAL-LATE-AMOUNT(CY-IDX)
                      + CY-TOTAL-DUP-AMOUNT(CY-IDX)
                      + CY-TOTAL-CREDIT-AMOUNT(CY-IDX)
              MOVE CY-TOTAL-TRANS-AMOUNT(CY-IDX)
                   TO WS-TOTAL-TRANS-AMOUNT-DISP
              MOVE CY-TOTAL-WRITTEN-AMOUNT(CY-IDX)
      * DB2VSM26'S TIEOUT EXTRACT. RUNS AFTER BALANCE-CONTROL-TOTALS
      * SO THE PER-CURRENCY APPROVED TOTALS ARE FINAL, SO THIS
      * PARAGRAPH OWNS ITS OWN OPEN/WRITE/CLOSE RATHER THAN SHARING
      * CLOSE-ALL-FILES. THE RECORDS WRITTEN ARE ADDED UP FOR THE
      * HANDOFF CONTROL TOTALS, POSTED ONCE THE FILE IS CLOSED.
      **********************************************
       WRITE-CARD-TOTALS-EXTRACT.
           MOVE 0 TO CC-RECORD-COUNT CC-HASH-TOTAL CC-AMOUNT-TOTAL.
           OPEN OUTPUT CARD-TOTALS-FILE.
           IF CARD-TOTALS-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR OPENING CARD TOTALS EXTRACT: '
                 IF CARD-TOTALS-STATUS NOT = '00'
                    DISPLAY 'WARNING: ERROR WRITING CARD TOTALS '
                            'EXTRACT: ' CARD-TOTALS-STATUS
                 ELSE
                    ADD 1 TO CC-RECORD-COUNT
                    ADD CT-APPROVED-COUNT TO CC-HASH-TOTAL
                    ADD CT-APPROVED-TOTAL TO CC-AMOUNT-TOTAL
                 END-IF
              END-PERFORM
              CLOSE CARD-TOTALS-FILE
              IF CARD-TOTALS-STATUS NOT = '00'
                 DISPLAY 'WARNING: ERROR CLOSING CARD TOTALS EXTRACT: '
                          CARD-TOTALS-STATUS
              ELSE
                 PERFORM POST-CARD-TOTALS-CONTROL
              END-IF
           END-IF.

      **********************************************
      * POSTS THE CARDXDD CONTROL TOTALS (HANDOFF CARDTOT) FOR
      * JOBSUB22 TO VERIFY THE FILE AGAINST. A POSTING THAT FAILS
      * ONLY WARNS HERE: JOBSUB22 FINDS NO CONTROL FOR THE CYCLE
      * AND LEAVES THE CARD TOTALS OFF ITS SUMMARY.
      **********************************************
       POST-CARD-TOTALS-CONTROL.
           SET CC-POST-CONTROL TO TRUE.
           MOVE 'CARDTOT' TO CC-HANDOFF.
           MOVE 'VSMJOB11' TO CC-JOB-NAME.
           CALL 'CTLCHK45' USING WS-CTLTOT-REQUEST END-CALL.
           IF NOT CC-POSTED
              DISPLAY 'WARNING: CARD TOTALS CONTROL NOT POSTED: '
                      CC-MESSAGE
           END-IF.

      **********************************************
      * FINDS TRANS-MERCHANT-ID'S ENTRY IN WS-MERCHANT-ACTIVITY,
      * ADDING A NEW ZERO-TOTAL ENTRY THE FIRST TIME THAT MERCHANT
           MOVE WS-BST-START-TS TO BST-START-TS.
           MOVE WS-BST-TS-BUILT TO BST-END-TS.
           MOVE TOTAL-TRANSACTIONS TO BST-RECORDS-IN.
           COMPUTE BST-RECORDS-OUT =
                   TOTAL-APPROVED + TOTAL-CREDITS-POSTED.
           MOVE TOTAL-DECLINED TO BST-RECORDS-REJECTED.
           IF ABEND-IN-PROGRESS
              MOVE 'FAILED' TO BST-STATUS
           MOVE TOTAL-PARTIAL-APPROVED
                TO TOTAL-PARTIAL-APPROVED-DISP.
           MOVE TOTAL-DUP-SUSPECTS TO TOTAL-DUP-SUSPECTS-DISP.
           MOVE TOTAL-CREDIT-LINE TO TOTAL-CREDIT-LINE-DISP.
           MOVE TOTAL-NO-CREDIT-LINE TO TOTAL-NO-CREDIT-LINE-DISP.
           MOVE TOTAL-ACCT-LIMIT TO TOTAL-ACCT-LIMIT-DISP.
           MOVE TOTAL-USER-LIMIT TO TOTAL-USER-LIMIT-DISP.
           MOVE TOTAL-CREDITS-POSTED TO TOTAL-CREDITS-POSTED-DISP.
           MOVE TOTAL-NO-ORIGINAL TO TOTAL-NO-ORIGINAL-DISP.
           MOVE TOTAL-OVER-REFUND TO TOTAL-OVER-REFUND-DISP.
           MOVE TOTAL-REV-AMOUNT TO TOTAL-REV-AMOUNT-DISP.
           MOVE TOTAL-BAD-TYPE TO TOTAL-BAD-TYPE-DISP.
           MOVE TOTAL-PRODUCT-MCC-DECLINES
                TO TOTAL-PRODUCT-MCC-DECLINES-DISP.

           DISPLAY '========================================'.
           DISPLAY 'CARD VALIDATION SUMMARY'.
           DISPLAY '  EXPIRED:          ' TOTAL-EXPIRED-DISP.
           DISPLAY '  READ ERRORS:      ' TOTAL-READ-ERRORS-DISP.
           DISPLAY '  DAILY LIMIT:      ' TOTAL-DAILY-LIMIT-DISP.
           DISPLAY '  CREDIT LINE:      ' TOTAL-CREDIT-LINE-DISP.
           DISPLAY '  ACCOUNT LIMIT:    ' TOTAL-ACCT-LIMIT-DISP.
           DISPLAY '  USER LIMIT:       ' TOTAL-USER-LIMIT-DISP.
           DISPLAY '  WRONG CURRENCY:   ' TOTAL-BAD-CURRENCY-DISP.
           DISPLAY '  BAD MERCHANT:     ' TOTAL-BAD-MERCHANT-DISP.
           DISPLAY '  BLOCKED MCC:      ' TOTAL-BLOCKED-MCC-DISP.
           DISPLAY '    BY PRODUCT:     '
                   TOTAL-PRODUCT-MCC-DECLINES-DISP.
           DISPLAY '  HOT CARD:         ' TOTAL-HOT-CARD-DISP.
           DISPLAY '  NO ORIGINAL:      ' TOTAL-NO-ORIGINAL-DISP.
           DISPLAY '  OVER REFUND:      ' TOTAL-OVER-REFUND-DISP.
           DISPLAY '  REVERSAL AMOUNT:  ' TOTAL-REV-AMOUNT-DISP.
           DISPLAY '  BAD TYPE:         ' TOTAL-BAD-TYPE-DISP.
           DISPLAY 'PENDING REVIEW:     ' TOTAL-PENDING-REVIEW-DISP.
           DISPLAY '  VELOCITY ROUTED:  ' TOTAL-VELOCITY-ROUTED-DISP.
           DISPLAY '  SAME MERCHANT:    ' TOTAL-SAME-MERCH-ROUTED-DISP.
           DISPLAY 'LATE PRESENTMENT:   ' TOTAL-LATE-PRESENTED-DISP.
           DISPLAY 'PARTIAL APPROVALS:  ' TOTAL-PARTIAL-APPROVED-DISP.
           DISPLAY 'DUP SUSPECTS:       ' TOTAL-DUP-SUSPECTS-DISP.
           DISPLAY 'NO CREDIT LINE:     ' TOTAL-NO-CREDIT-LINE-DISP.
           DISPLAY 'CREDITS POSTED:     ' TOTAL-CREDITS-POSTED-DISP.
           DISPLAY 'GL JOURNAL LINES:   ' GLP-LINES-WRITTEN.
           DISPLAY 'BLOCK CANDIDATES:   ' TOTAL-BLOCK-CANDIDATES-DISP.
           DISPLAY '========================================'.
      **********************************************
