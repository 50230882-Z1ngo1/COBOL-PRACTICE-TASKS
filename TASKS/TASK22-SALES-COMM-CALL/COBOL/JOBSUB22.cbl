      *              INTERFACE, AND BACKED OUT OF THE YTD STORE      *
      *              UNTIL PAYREL22 RELEASES IT - SO THE BONUS       *
      *              TIERS NEVER MOVE ON MONEY THAT MAY NEVER PAY.   *
      * 2026/10/15 - INDIVIDUAL QUOTAS: THE SALES QUOTA FILE         *
      *              (QUOTADD, COPYBOOK SLSQUOTA) CARRIES EACH REP'S *
      *              QUOTA AND ACCELERATOR RATE PER QUARTER. EVERY   *
      *              SALE IS CREDITED TO THE SELLER'S (OR EACH SPLIT *
      *              PARTICIPANT'S SHARE TO THEIR) QUARTER, AND      *
      *              SUB1JB22 PAYS THE ACCELERATOR ON THE PART OF A  *
      *              SALE ABOVE 100% OF QUOTA. THE FILE IS REREAD    *
      *              AND REWRITTEN EACH RUN LIKE TERMDD; QTARPT22    *
      *              REPORTS ATTAINMENT FROM IT MONTHLY.             *
      * 2026/10/15 - TAX WITHHOLDING BRACKETS NOW COME FROM A        *
      *              MAINTAINED, EFFECTIVE-DATED WITHHOLDING TABLE   *
      *              (WHTDD) INSTEAD OF BEING HARDCODED IN SUB2JB22. *
      *              THE BRACKETS IN FORCE ON THE RUN DATE ARE       *
      *              LOADED AT START OF RUN AND PASSED TO EVERY      *
      *              SUB2JB22 CALL; NONE IN FORCE ABENDS THE RUN     *
      *              RATHER THAN PAY WITH NO WITHHOLDING.            *
      * 2026/10/15 - COMMISSION INQUIRIES: AN UPHELD DISPUTE COMES   *
      *              BACK FROM INQMNT22 ON INDD AS TRANS-TYPE 'J', A *
      *              COMMISSION ADJUSTMENT CARRYING THE ORIGINAL     *
      *              ORDER AND SALE DATE AND THE INQUIRY NUMBER.     *
      *              THE AMOUNT IS PAID AS COMMISSION AS-IS (NO RATE,*
      *              QUOTA CREDIT OR OVERRIDE), TAXED THROUGH        *
      *              SUB2JB22, AND GOES ON THE STATEMENT DETAIL.     *
      *              THE DETAIL RECORD NOW CARRIES THE SALE'S ORDER  *
      *              REFERENCE AND DATE SO A LINE CAN BE DISPUTED.   *
      * 2026/10/15 - PRODUCT SPIFFS: SLSEXT21 NOW FOLLOWS EACH ORDER *
      *              WITH TRANS-TYPE 'U' UNIT RECORDS CARRYING THE   *
      *              PRODUCT AND QUANTITY SOLD (SIGN '-' FOR A       *
      *              RETURN OR CANCELLATION). A UNIT RECORD WHOSE    *
      *              PRODUCT, REGION AND SALE DATE FALL INSIDE A ROW *
      *              OF THE SPIFF TABLE (SPIFDD) EARNS QUANTITY      *
      *              TIMES THE ROW'S FLAT AMOUNT PER UNIT ON TOP OF  *
      *              COMMISSION, TAXED THROUGH SUB2JB22. IT PAYS     *
      *              THROUGH YTD AND THE REGION TOTALS LIKE          *
      *              COMMISSION, BUT GOES ON THE STATEMENT DETAIL AS *
      *              KIND 'S' AND ON THE PAYROLL INTERFACE AS ITS    *
      *              OWN 'D' LINE (EARNINGS CODE 'S'), AND IS LEFT   *
      *              OUT OF THE GUARANTEE COMPARE. NO SPIFF TABLE    *
      *              MEANS NO SPIFFS.                                *
      * 2026/10/15 - EVERY COMMISSION, OVERRIDE, SPIFF AND DRAW      *
      *              MOVEMENT NOW WRITES A BALANCED ENTRY TO THE     *
      *              SHARED GENERAL LEDGER JOURNAL (GLJDD, COPYBOOK  *
      *              GLJRNL): DR COMMISSION EXPENSE, CR COMMISSIONS  *
      *              PAYABLE, REVERSED FOR A CLAWBACK OR RECOVERY.   *
      *              IT IS JOURNALED WHEN EARNED - A CASH-BASIS      *
      *              ACCRUAL IS NOT JOURNALED AGAIN ON RELEASE.      *
      * 2026/10/15 - HANDOFF CONTROL TOTALS: BEFORE ANY SALE IS      *
      *              PAID, SLSEXT21'S FEED IS READ ON ITS OWN FROM   *
      *              THE NEW SLSODD DD AND ITS RECORD COUNT, HASH    *
      *              TOTAL (SALE DATES PLUS 'U' QUANTITIES) AND      *
      *              AMOUNT TOTAL ARE VERIFIED (THROUGH CTLCHK45)    *
      *              AGAINST WHAT SLSEXT21 POSTED FOR THE CYCLE -    *
      *              ANY DIFFERENCE, OR NO POSTING, STOPS THE RUN    *
      *              WITH RC 8 BEFORE A PAYOUT IS WRITTEN. CARDXDD   *
      *              IS VERIFIED THE SAME WAY AGAINST VSMJOB11'S     *
      *              POSTING; AS THE CARD TOTALS ARE ONLY            *
      *              INFORMATIONAL, A FAILURE LEAVES THEM OFF THE    *
      *              SUMMARY WITH A WARNING.                         *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  INDD (SALES.DATA) - EMPLOYEE SALES RECORDS (PS, 80 B)  *
      * INPUT:  RATEDD (RATE.TABLE) - REGION COMMISSION RATES (PS)     *
      * INPUT:  WHTDD (WITHHOLDING.TABLE) - TAX WITHHOLDING BRACKETS   *
      * INPUT:  SPIFDD (SPIFF.TABLE) - PRODUCT SPIFF RATES, OPTIONAL   *
      * INPUT/OUTPUT: YTDDD (YTD.COMMISSION) - PER-EMPLOYEE YTD         *
      *         COMMISSION TOTALS, REREAD AND REWRITTEN EACH RUN (PS)  *
      * INPUT/OUTPUT: QUOTADD (SALES.QUOTA) - PER-EMPLOYEE QUARTERLY   *
      *         QUOTA AND ATTAINMENT, REREAD AND REWRITTEN EACH RUN    *
      * OUTPUT: OUTDD (COMM.PAYOUT) - COMMISSION PAYOUT REPORT (PS, F) *
      * OUTPUT: SUMMDD (REGION.SUMMARY) - PER-REGION/GRAND TOTAL        *
      *         SUMMARY REPORT (PS, 80 B)                              *
      * INPUT:  CARDXDD (CARD.APPROVED.TOTALS) - VSMJOB11'S NIGHTLY     *
      *         PER-CURRENCY CARD-APPROVED-TOTALS EXTRACT (PS, 30 B)   *
      * INPUT:  SLSODD (SALES.FROM.ORDERS) - SLSEXT21'S FEED ALONE,    *
      *         READ ONLY TO VERIFY ITS CONTROL TOTALS                 *
      * I/O:    CTLDD (CONTROL.TOTALS.LOG) - HANDOFF CONTROL TOTALS,   *
      *         READ AND APPENDED THROUGH CTLCHK45                     *
      * OUTPUT: GLJDD (GL.JOURNAL.DAILY) - GL JOURNAL LINES (EXTEND)   *
      *                                                                *
      * SUBPROGRAMS CALLED:                                            *
      * SUB1JB22 - COMMISSION RATE BY REGION + SALES VOLUME + YTD BONUS*
      *            + QUOTA ACCELERATOR                                 *
      * SUB2JB22 - TAX RATE BY COMMISSION BRACKET (WITHHOLDING TABLE)  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBSUB22.
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS RATE-STATUS.

           SELECT WHT-FILE ASSIGN TO WHTDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WHT-STATUS.

           SELECT SPIFF-FILE ASSIGN TO SPIFDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS SPIFF-STATUS.

           SELECT YTD-FILE ASSIGN TO YTDDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS YTD-STATUS.
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS CARD-TOTALS-STATUS.

           SELECT SALES-FEED-CHECK-FILE ASSIGN TO SLSODD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS SALES-FEED-CHECK-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO EMPDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS EMPLOYEE-MASTER-STATUS.
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS NEW-ACCRUAL-STATUS.

           SELECT QUOTA-FILE ASSIGN TO QUOTADD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS QUOTA-STATUS.

           SELECT GL-JOURNAL-FILE ASSIGN TO GLJDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS GL-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SALES-FILE RECORDING MODE IS F.
      * CASH-BASIS MODE PAYS IT ON BOOKING AS ALWAYS - THERE IS
      * NO CASH EVENT TO WAIT ON.
          05 SALE-INVOICE-REF PIC X(7).
      * TRANS-TYPE 'J' IS A COMMISSION ADJUSTMENT INQMNT22 WRITES
      * FOR AN UPHELD INQUIRY: SALES-AMT IS THE COMMISSION TO PAY
      * (SALE-ADJ-SIGN '-' TAKES IT BACK), SALES-REF AND SALE-DATE
      * ARE THE ORIGINAL LINE'S, SALE-INQ-ID THE INQUIRY NUMBER.
          05 SALE-ADJ-SIGN PIC X(1).
          05 SALE-INQ-ID PIC X(6).
      * TRANS-TYPE 'U' IS A UNIT RECORD SLSEXT21 WRITES FOR EACH
      * PRODUCT ON AN ORDER: THE PRODUCT AND QUANTITY SOLD, FOR
      * THE SPIFF TABLE. IT EARNS NO COMMISSION OF ITS OWN (THE
      * ORDER'S VALUE IS ON ITS 'S' RECORD). SALE-ADJ-SIGN '-'
      * MARKS UNITS RETURNED OR CANCELLED, TAKING A SPIFF BACK.
          05 SALE-PROD-ID PIC X(5).
          05 SALE-QUANTITY PIC 9(5).
          05 FILLER PIC X(23).

       FD PAYOUT-FILE RECORDING MODE IS F.
       01 PAYOUT-REC PIC X(80).
          05 RATE-EFF-FROM PIC X(8).
          05 RATE-EFF-TO PIC X(8).

      * WITHHOLDING BRACKETS, EFFECTIVE-DATED THE SAME WAY AS THE
      * RATE ROWS: ONE ROW PER BRACKET, THE RATE APPLYING TO A
      * COMMISSION WHOSE MAGNITUDE IS AT OR ABOVE THE LOWER LIMIT
      * (UP TO THE NEXT BRACKET'S). BLANK DATES ARE ALWAYS IN
      * FORCE.
       FD WHT-FILE RECORDING MODE IS F.
       01 WHT-REC.
          05 WHT-LOWER-AMT PIC 9(7)V99.
          05 FILLER PIC X(1).
          05 WHT-RATE-PCT PIC V999.
          05 FILLER PIC X(1).
          05 WHT-EFF-FROM PIC X(8).
          05 FILLER PIC X(1).
          05 WHT-EFF-TO PIC X(8).
          05 FILLER PIC X(1).
          05 WHT-DESCRIPTION PIC X(20).
          05 FILLER PIC X(28).

      * PRODUCT SPIFFS: A FLAT AMOUNT PER UNIT OF A PRODUCT SOLD
      * BETWEEN THE EFFECTIVE DATES, IN THE REGION NAMED (BLANK
      * REGION = EVERY REGION). BLANK DATES ARE OPEN-ENDED THE
      * SAME WAY THE RATE ROWS' ARE. THE CONTEST NAME IS FOR THE
      * PEOPLE MAINTAINING THE TABLE.
       FD SPIFF-FILE RECORDING MODE IS F.
       01 SPIFF-REC.
          05 SPF-PROD-ID PIC X(5).
          05 FILLER PIC X(1).
          05 SPF-REGION PIC X(2).
          05 FILLER PIC X(1).
          05 SPF-EFF-FROM PIC X(8).
          05 FILLER PIC X(1).
          05 SPF-EFF-TO PIC X(8).
          05 FILLER PIC X(1).
          05 SPF-UNIT-AMT PIC 9(5)V99.
          05 FILLER PIC X(1).
          05 SPF-CONTEST PIC X(20).
          05 FILLER PIC X(25).

       FD YTD-FILE RECORDING MODE IS F.
       01 YTD-REC.
          05 YTD-EMP-ID PIC X(5).
       01 CARD-TOTALS-REC.
           COPY CARDTOT.

      * SLSEXT21'S SALES FEED ON ITS OWN (IT ALSO ARRIVES IN THE
      * INDD CONCATENATION), READ ONCE BEFORE PROCESSING TO ADD UP
      * ITS CONTROL TOTALS. ONLY THE FIELDS THE TOTALS USE ARE
      * NAMED - SAME POSITIONS AS SALES-REC.
       FD SALES-FEED-CHECK-FILE RECORDING MODE IS F.
       01 SALES-FEED-CHECK-REC.
          05 FILLER PIC X(7).
          05 SFC-SALES-AMT PIC 9(6)V99.
          05 SFC-TRANS-TYPE PIC X(1).
          05 FILLER PIC X(9).
          05 SFC-SALE-DATE PIC 9(8).
          05 FILLER PIC X(19).
          05 SFC-QUANTITY PIC 9(5).
          05 FILLER PIC X(23).

      * EMPLOYEE MASTER: EVERY SALES RECORD'S EMP-ID MUST MATCH AN
      * ACTIVE EMPLOYEE HERE OR THE SALE GOES TO SUSPENSE INSTEAD
      * OF FLOWING STRAIGHT THROUGH TO A PAYOUT LINE.
          05 DTL-EMP-ID PIC X(5).
          05 DTL-REGION PIC X(2).
          05 DTL-TRANS-TYPE PIC X(1).
          05 DTL-PRICING.
             10 DTL-VOL-TIER PIC X(1).
             10 DTL-SALES-AMT PIC 9(6)V99.
             10 DTL-BASE-PCT PIC V999.
      * A KIND 'S' SPIFF LINE CARRIES THE PRODUCT AND UNITS IN
      * PLACE OF THE PRICING FIELDS.
          05 DTL-SPIFF-VIEW REDEFINES DTL-PRICING.
             10 DTL-SPIFF-PROD PIC X(5).
             10 DTL-SPIFF-QTY PIC 9(5).
             10 FILLER PIC X(2).
          05 DTL-COMMISSION PIC S9(5)V99.
          05 DTL-TAX PIC S9(5)V99.
          05 DTL-NET PIC S9(5)V99.
          05 DTL-YTD-AFTER PIC S9(7)V99.
          05 DTL-CURRENCY PIC X(3).
          05 DTL-REC-KIND PIC X(1).
          05 DTL-SALES-REF PIC X(6).
          05 DTL-SALE-DATE PIC X(8).
          05 FILLER PIC X(3).

      * SPLIT-COMMISSION DEFINITIONS: A SALE REFERENCE AND UP TO
      * THREE PARTICIPATING EMPLOYEES WITH PERCENTAGES THAT MUST

      * MACHINE-READABLE PAYROLL INTERFACE: 'H' HEADER WITH THE
      * RUN DATE, ONE 'D' DETAIL PER EMPLOYEE AND CURRENCY WITH
      * GROSS COMMISSION, TAX WITHHELD AND NET (SPIFF EARNINGS ON
      * A SEPARATE 'D' WITH EARNINGS CODE 'S'), AND A 'T' TRAILER
      * WITH RECORD COUNT AND HASH TOTALS THAT BALANCE AGAINST
      * THE SUMMDD GRAND TOTALS. PAYROLL LOADS THIS DIRECTLY
      * INSTEAD OF RE-KEYING NET AMOUNTS OFF OUTDD.
             10 PIF-GROSS PIC S9(7)V99.
             10 PIF-TAX PIC S9(7)V99.
             10 PIF-NET PIC S9(7)V99.
             10 PIF-EARN-CODE PIC X(1).
                88 PIF-EARN-COMMISSION VALUE 'C' SPACE.
                88 PIF-EARN-SPIFF VALUE 'S'.
             10 FILLER PIC X(43).
          05 PIF-TRAILER REDEFINES PIF-BODY.
             10 PIF-DETAIL-COUNT PIC 9(7).
             10 PIF-HASH-GROSS PIC S9(9)V99.
          05 PND-NET PIC S9(7)V99.
          05 FILLER PIC X(1).
          05 PND-RUN-DATE PIC X(8).
      * THE PART OF THE HELD GROSS/TAX/NET THAT IS SPIFF, SO
      * PAYREL22 RELEASES IT ON ITS OWN 'D' LINE.
          05 FILLER PIC X(1).
          05 PND-SPIFF-GROSS PIC S9(7)V99.
          05 FILLER PIC X(1).
          05 PND-SPIFF-TAX PIC S9(7)V99.
          05 FILLER PIC X(1).
          05 PND-SPIFF-NET PIC S9(7)V99.
          05 FILLER PIC X(2).

      * SETTLED INVOICES FROM CASHAP16'S PAID EXTRACT, THE CASH
      * EVIDENCE THAT RELEASES AN ACCRUED PAYOUT.
       FD NEW-ACCRUAL-FILE RECORDING MODE IS F.
       01 NEW-ACCRUAL-REC PIC X(80).

      * SALES QUOTAS PER EMPLOYEE AND QUARTER, WITH THE QUARTER'S
      * ATTAINMENT SO FAR, REREAD AND REWRITTEN EACH RUN THE SAME
      * WAY THE TERMS FILE IS.
       FD QUOTA-FILE RECORDING MODE IS F.
       01 QUOTA-REC.
           COPY SLSQUOTA.

      * SHARED GENERAL LEDGER JOURNAL, OPENED EXTEND.
       FD GL-JOURNAL-FILE RECORDING MODE IS F.
       01 GL-JOURNAL-REC.
           COPY GLJRNL.

       WORKING-STORAGE SECTION.

      * FILE STATUS VARIABLES
          05 SALES-STATUS PIC X(2).
          05 PAYOUT-STATUS PIC X(2).
          05 RATE-STATUS PIC X(2).
          05 WHT-STATUS PIC X(2).
          05 SPIFF-STATUS PIC X(2).
          05 YTD-STATUS PIC X(2).
          05 SUMMARY-STATUS PIC X(2).
          05 STATUS-LOG-STATUS PIC X(2).
          05 PAID-EXTRACT-STATUS PIC X(2).
          05 ACCRUAL-STATUS PIC X(2).
          05 NEW-ACCRUAL-STATUS PIC X(2).
          05 QUOTA-STATUS PIC X(2).
          05 GL-JOURNAL-STATUS PIC X(2).
          05 SALES-FEED-CHECK-STATUS PIC X(2).

      * CONTROL FLAGS
       01 WS-FLAGS.
             88 EOF VALUE 'Y'.
          05 WS-RATE-EOF PIC X(1) VALUE 'N'.
             88 RATE-EOF VALUE 'Y'.
          05 WS-WHT-EOF PIC X(1) VALUE 'N'.
             88 WHT-EOF VALUE 'Y'.
          05 WS-SPIFF-EOF PIC X(1) VALUE 'N'.
             88 SPIFF-EOF VALUE 'Y'.
          05 WS-SPIFF-FOUND PIC X(1) VALUE 'N'.
             88 SPIFF-FOUND VALUE 'Y'.
          05 WS-YTD-EOF PIC X(1) VALUE 'N'.
             88 YTD-EOF VALUE 'Y'.
          05 WS-CARD-TOTALS-EOF PIC X(1) VALUE 'N'.
             88 CARD-TOTALS-EOF VALUE 'Y'.
          05 WS-CARDX-VERIFIED PIC X(1) VALUE 'Y'.
             88 CARDX-UNVERIFIED VALUE 'N'.
          05 WS-SALES-FEED-CHECK-EOF PIC X(1) VALUE 'N'.
             88 SALES-FEED-CHECK-EOF VALUE 'Y'.
          05 WS-EMP-MASTER-EOF PIC X(1) VALUE 'N'.
             88 EMP-MASTER-EOF VALUE 'Y'.
          05 WS-EMPLOYEE-FOUND PIC X(1) VALUE 'N'.

      * PER-EMPLOYEE (AND CURRENCY) PAYROLL TOTALS ACCUMULATED AS
      * PAYOUT LINES ARE WRITTEN, THEN EMITTED TO THE PAYROLL
      * INTERFACE FILE AT END OF RUN. THE PY-SPIFF- FIELDS ARE
      * THE PART OF THE TOTALS THAT IS SPIFF EARNINGS.
       01 PAYROLL-TOTAL-COUNT PIC 9(4) VALUE 0.
       01 WS-PAYROLL-TOTALS.
          05 PAYROLL-ENTRY OCCURS 2000 TIMES INDEXED BY PY-IDX.
             10 PY-GROSS PIC S9(7)V99.
             10 PY-TAX PIC S9(7)V99.
             10 PY-NET PIC S9(7)V99.
             10 PY-SPIFF-GROSS PIC S9(7)V99.
             10 PY-SPIFF-TAX PIC S9(7)V99.
             10 PY-SPIFF-NET PIC S9(7)V99.
       01 WS-PAYROLL-FLAGS.
          05 WS-PAYROLL-FOUND PIC X(1) VALUE 'N'.
             88 PAYROLL-FOUND VALUE 'Y'.
       01 WS-RATE-SUSPENSE-COUNT PIC 9(5) VALUE 0.
       01 WS-RATE-SUSPENSE-DISP PIC Z(4)9.

      * UPHELD-INQUIRY COMMISSION ADJUSTMENTS (TRANS-TYPE 'J') PAID.
       01 WS-INQ-ADJ-COUNT PIC 9(5) VALUE 0.
       01 WS-INQ-ADJ-DISP PIC Z(4)9.

      * SPIFF TABLE, LOADED FROM SPIFDD. NO SPIFF TABLE MEANS NO
      * PROMOTION IS RUNNING AND UNIT RECORDS PAY NOTHING.
       01 SPIFF-TABLE-COUNT PIC 9(4) VALUE 0.
       01 WS-SPIFF-TABLE.
          05 SPIFF-ENTRY OCCURS 500 TIMES INDEXED BY SF-IDX.
             10 SF-PROD-ID PIC X(5).
             10 SF-REGION PIC X(2).
             10 SF-EFF-FROM PIC X(8).
             10 SF-EFF-TO PIC X(8).
             10 SF-UNIT-AMT PIC 9(5)V99.

      * SPIFF WORK FIELDS: THE EARNING BEFORE IT IS TRUSTED TO
      * THE PAYOUT FIELDS, AND THE LINES PAID THIS RUN.
       01 WS-SPIFF-AMT PIC 9(9)V99.
       01 WS-SPIFF-PAID-COUNT PIC 9(5) VALUE 0.
       01 WS-SPIFF-PAID-DISP PIC Z(4)9.

      * COMMISSION PART OF A PAYROLL TOTAL (THE TOTAL LESS ITS
      * SPIFF PART), FOR THE COMMISSION 'D' LINE.
       01 WS-PIF-COMM-WORK.
          05 WS-PIF-COMM-GROSS PIC S9(7)V99.
          05 WS-PIF-COMM-TAX PIC S9(7)V99.
          05 WS-PIF-COMM-NET PIC S9(7)V99.

      * THE YEAR THE YTD STORE BELONGS TO, CARRIED ON A '*YEAR'
      * SENTINEL RECORD YTDROL22 WRITES AT ROLLOVER. A SALE DATED
      * IN A LATER YEAR ABENDS THE RUN - THE STORE MUST BE ROLLED
      * AND SUBPROGRAM CYCDAT40.
           COPY CYCDATE.

      * GENERAL LEDGER ACCOUNT CODES AND THE POSTING REQUEST AREA -
      * SEE COPYBOOKS GLACCT AND GLPOST.
           COPY GLACCT.
           COPY GLPOST.

      * HANDOFF CONTROL TOTAL REQUEST AREA - SEE COPYBOOK CTLREQ
      * AND SUBPROGRAM CTLCHK45. CARDXDD'S AND SLSODD'S TOTALS ARE
      * ADDED UP HERE AS THEY ARE READ.
           COPY CTLREQ.

      * PER-EMPLOYEE GROSS ABOVE THIS AMOUNT IS HELD TO THE
      * PENDING-PAYOUT FILE INSTEAD OF THE PAYROLL INTERFACE.
      * A PARMDD TUNABLE (PAYHOLDLIMIT).
          05 WS-TERMS-FOUND PIC X(1) VALUE 'N'.
             88 TERMS-FOUND VALUE 'Y'.

      * SALES QUOTA TABLE, LOADED FROM QUOTADD AND REWRITTEN AT
      * END OF RUN WITH THE UPDATED ATTAINMENT. NO QUOTA FILE
      * MEANS NOBODY HAS A QUOTA AND NO ACCELERATOR APPLIES.
       01 QUOTA-TABLE-COUNT PIC 9(4) VALUE 0.
       01 WS-QUOTA-TABLE.
          05 QUOTA-ENTRY OCCURS 2000 TIMES INDEXED BY QT-IDX.
             10 QT-EMP-ID PIC X(5).
             10 QT-REGION PIC X(2).
             10 QT-YEAR PIC 9(4).
             10 QT-QUARTER PIC 9(1).
             10 QT-AMOUNT PIC 9(9)V99.
             10 QT-ACCEL-PCT PIC V999.
             10 QT-ATTAINED PIC S9(9)V99.
      * WITHHOLDING BRACKETS IN FORCE ON THE RUN DATE, LOADED
      * FROM WHTDD AND PASSED TO SUB2JB22 ON EVERY CALL. MAX 20
      * BRACKETS.
       01 WS-WHT-BRACKETS.
          05 WHT-BRACKET-COUNT PIC 9(2) VALUE 0.
          05 WHT-BRACKET OCCURS 20 TIMES.
             10 WB-LOWER-AMT PIC 9(7)V99.
             10 WB-RATE-PCT PIC V999.
       01 WS-WHT-ROWS-READ PIC 9(4) VALUE 0.

       01 WS-QUOTA-FLAGS.
          05 WS-QUOTA-EOF PIC X(1) VALUE 'N'.
             88 QUOTA-EOF VALUE 'Y'.
          05 WS-QUOTA-FOUND PIC X(1) VALUE 'N'.
             88 QUOTA-FOUND VALUE 'Y'.

      * THE QUOTA PERIOD OF THE CURRENT SALE AND THE FIGURES
      * PASSED TO SUB1JB22 FOR ITS ACCELERATOR (ZERO WHEN THE
      * SELLER HAS NO QUOTA FOR THE QUARTER)
       01 WS-QUOTA-WORK.
          05 WS-QUOTA-YEAR PIC 9(4).
          05 WS-QUOTA-MONTH PIC 9(2).
          05 WS-QUOTA-QUARTER PIC 9(1).
          05 WS-SALE-QUOTA-AMT PIC 9(9)V99.
          05 WS-SALE-QTD-SALES PIC S9(9)V99.
          05 WS-SALE-ACCEL-PCT PIC V999.
          05 WS-ATTAIN-SHARE PIC 9(6)V99.
          05 WS-REM-ATTAIN PIC 9(6)V99.

      * DRAW MOVEMENT WORK FIELDS
       01 WS-DRAW-TOPUP PIC 9(7)V99.
       01 WS-DRAW-RECOVERY PIC 9(7)V99.

      * STATEMENT DETAIL KIND FOR THE RECORD BEING WRITTEN:
      * SPACES = SALE, 'O' = MANAGER OVERRIDE, 'W' = DRAW
      * MOVEMENT, 'S' = PRODUCT SPIFF.
       01 WS-DTL-KIND PIC X(1) VALUE SPACE.

      * CALCULATED RESULTS FROM SUBPROGRAMS
           PERFORM LOAD-RUNTIME-PARMS.
           PERFORM OPEN-INPUT-FILES.
           PERFORM LOAD-RATE-TABLE.
           PERFORM LOAD-WITHHOLDING-TABLE.
           PERFORM LOAD-SPIFF-TABLE.
           PERFORM LOAD-EMPLOYEE-MASTER.
           PERFORM LOAD-SPLIT-DEFINITIONS.
           PERFORM LOAD-YTD-TABLE.
           PERFORM LOAD-TERMS-TABLE.
           PERFORM LOAD-QUOTA-TABLE.
           PERFORM LOAD-HIER-TABLE.
           PERFORM LOAD-CARD-TOTALS.
           PERFORM VERIFY-SALES-FEED-CONTROL.
           PERFORM OPEN-OUTPUT-FILES.
           PERFORM LOAD-PAID-SET.
           PERFORM LOAD-ACCRUAL-TABLE.
           PERFORM WRITE-PAYROLL-INTERFACE.
           PERFORM REWRITE-YTD-FILE.
           PERFORM REWRITE-TERMS-FILE.
           PERFORM REWRITE-QUOTA-FILE.
           PERFORM CLOSE-ALL-FILES.
           PERFORM WRITE-BATCH-STATUS.
           STOP RUN.
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN INPUT WHT-FILE.
           IF WHT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING WITHHOLDING TABLE: ' WHT-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN INPUT YTD-FILE.
           IF YTD-STATUS NOT = '00' AND YTD-STATUS NOT = '35'
              DISPLAY 'ERROR OPENING YTD FILE: ' YTD-STATUS
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
      * LOADS RATE-FILE INTO RATE-TABLE. REGION 'OT' IS REMEMBERED
      * AS THE DEFAULT ENTRY FOR ANY REGION THE TABLE DOESN'T LIST.
           END-PERFORM.
           CLOSE RATE-FILE.

      **********************************************
      * LOADS THE WITHHOLDING BRACKETS IN FORCE ON THE RUN DATE
      * FROM WHTDD. ROWS OUTSIDE THEIR EFFECTIVE DATES ARE
      * SKIPPED. NO BRACKET IN FORCE, OR MORE THAN 20, ABENDS THE
      * RUN - PAYING WITH THE WRONG OR NO WITHHOLDING IS WORSE
      * THAN NOT PAYING TONIGHT.
      **********************************************
       LOAD-WITHHOLDING-TABLE.
           PERFORM UNTIL WHT-EOF
              READ WHT-FILE
                AT END
                   SET WHT-EOF TO TRUE
                NOT AT END
                   IF WHT-STATUS NOT = '00'
                      DISPLAY 'ERROR READING WITHHOLDING TABLE: '
                               WHT-STATUS
                      PERFORM ABEND-WITH-STATUS
                   END-IF
                   ADD 1 TO WS-WHT-ROWS-READ
                   IF (WHT-EFF-FROM = SPACES
                       OR WHT-EFF-FROM NOT > WS-RUN-DATE)
                      AND (WHT-EFF-TO = SPACES
                       OR WHT-EFF-TO NOT < WS-RUN-DATE)
                      IF WHT-BRACKET-COUNT >= 20
                         DISPLAY 'ERROR: MORE THAN 20 WITHHOLDING '
                                 'BRACKETS IN FORCE ON ' WS-RUN-DATE
                         PERFORM ABEND-WITH-STATUS
                      END-IF
                      ADD 1 TO WHT-BRACKET-COUNT
                      MOVE WHT-LOWER-AMT
                        TO WB-LOWER-AMT(WHT-BRACKET-COUNT)
                      MOVE WHT-RATE-PCT
                        TO WB-RATE-PCT(WHT-BRACKET-COUNT)
                   END-IF
              END-READ
           END-PERFORM.
           CLOSE WHT-FILE.
           IF WHT-BRACKET-COUNT = 0
              DISPLAY 'ERROR: NO WITHHOLDING BRACKET IN FORCE ON '
                      WS-RUN-DATE ' (' WS-WHT-ROWS-READ ' ROWS READ)'
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * LOADS SPIFDD INTO THE SPIFF TABLE. ROWS ARE KEPT WHATEVER
      * THEIR DATES - EACH UNIT RECORD IS MATCHED ON ITS OWN SALE
      * DATE, SO A LATE-ARRIVING SALE FROM INSIDE A CLOSED
      * CONTEST WINDOW STILL EARNS. NO FILE (05/35) MEANS NO
      * SPIFFS; MORE THAN 500 ROWS ABENDS RATHER THAN SILENTLY
      * NOT PAY A PROMOTION.
      **********************************************
       LOAD-SPIFF-TABLE.
           OPEN INPUT SPIFF-FILE.
           IF SPIFF-STATUS = '05' OR SPIFF-STATUS = '35'
              DISPLAY 'NO SPIFF TABLE - NO SPIFFS PAYABLE'
           ELSE
              IF SPIFF-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING SPIFF TABLE: ' SPIFF-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
              PERFORM UNTIL SPIFF-EOF
                 READ SPIFF-FILE
                   AT END
                      SET SPIFF-EOF TO TRUE
                   NOT AT END
                      IF SPIFF-STATUS NOT = '00'
                         DISPLAY 'ERROR READING SPIFF TABLE: '
                                  SPIFF-STATUS
                         PERFORM ABEND-WITH-STATUS
                      END-IF
                      IF SPIFF-TABLE-COUNT >= 500
                         DISPLAY 'ERROR: SPIFF TABLE FULL (500 MAX)'
                         PERFORM ABEND-WITH-STATUS
                      END-IF
                      IF SPF-UNIT-AMT NOT NUMERIC
                         DISPLAY 'WARNING: SPIFF ROW FOR PRODUCT '
                                 SPF-PROD-ID ' HAS NO VALID AMOUNT - '
                                 'IGNORED'
                      ELSE
                         ADD 1 TO SPIFF-TABLE-COUNT
                         SET SF-IDX TO SPIFF-TABLE-COUNT
                         MOVE SPF-PROD-ID TO SF-PROD-ID(SF-IDX)
                         MOVE SPF-REGION TO SF-REGION(SF-IDX)
                         IF SPF-EFF-FROM = SPACES
                            MOVE '00000101' TO SF-EFF-FROM(SF-IDX)
                         ELSE
                            MOVE SPF-EFF-FROM TO SF-EFF-FROM(SF-IDX)
                         END-IF
                         IF SPF-EFF-TO = SPACES
                            MOVE '99991231' TO SF-EFF-TO(SF-IDX)
                         ELSE
                            MOVE SPF-EFF-TO TO SF-EFF-TO(SF-IDX)
                         END-IF
                         MOVE SPF-UNIT-AMT TO SF-UNIT-AMT(SF-IDX)
                      END-IF
                 END-READ
              END-PERFORM
              CLOSE SPIFF-FILE
           END-IF.

      **********************************************
      * LOADS EMPDD INTO THE EMPLOYEE MASTER TABLE. MAX 2000
      * EMPLOYEES, MATCHING THE YTD TABLE'S LIMIT; OVERFLOW IS A
              MOVE WS-TAX-AMOUNT TO WS-FULL-TAX
              MOVE WS-FULL-COMMISSION TO WS-REM-COMMISSION
              MOVE WS-FULL-TAX TO WS-REM-TAX
              MOVE SALES-AMT TO WS-REM-ATTAIN
              ADD 1 TO WS-SPLIT-PAID-COUNT
              PERFORM VARYING WS-SPLIT-SUB FROM 1 BY 1
                      UNTIL WS-SPLIT-SUB > 3
      **********************************************
      * PAYS ONE SPLIT PARTICIPANT THEIR SHARE, REUSING THE SAME
      * PAYOUT, YTD, REGION-SUMMARY AND STATEMENT-DETAIL PATHS A
      * WHOLE SALE USES. THE SALE AMOUNT IS APPORTIONED THE SAME
      * WAY FOR QUOTA ATTAINMENT.
      **********************************************
       PAY-ONE-PARTICIPANT.
           IF WS-SPLIT-SUB = WS-SPLIT-LAST-SLOT
              MOVE WS-REM-COMMISSION TO WS-COMMISSION
              MOVE WS-REM-TAX TO WS-TAX-AMOUNT
              MOVE WS-REM-ATTAIN TO WS-ATTAIN-SHARE
           ELSE
              COMPUTE WS-ATTAIN-SHARE ROUNDED =
                      SALES-AMT
                      * SD-PCT(SD-IDX, WS-SPLIT-SUB) / 100
              SUBTRACT WS-ATTAIN-SHARE FROM WS-REM-ATTAIN
              COMPUTE WS-COMMISSION ROUNDED =
                      WS-FULL-COMMISSION
                      * SD-PCT(SD-IDX, WS-SPLIT-SUB) / 100
           PERFORM FIND-YTD-FOR-EMPLOYEE.
           PERFORM COMPUTE-AND-WRITE.
           PERFORM UPDATE-YTD-FOR-EMPLOYEE.
           PERFORM CREDIT-QUOTA-ATTAINMENT.
           PERFORM UPDATE-REGION-SUMMARY.
           PERFORM WRITE-STMT-DETAIL.
           PERFORM PAY-MANAGER-OVERRIDE.
              CLOSE TERMS-FILE
           END-IF.

      **********************************************
      * LOADS QUOTADD INTO THE SALES QUOTA TABLE. NO QUOTA FILE
      * (05/35) MEANS NO QUOTAS. MAX 2000 ROWS; OVERFLOW IS A HARD
      * ERROR SINCE A DROPPED ROW WOULD BE LOST ON THE REWRITE.
      **********************************************
       LOAD-QUOTA-TABLE.
           OPEN INPUT QUOTA-FILE.
           IF QUOTA-STATUS = '05' OR QUOTA-STATUS = '35'
              DISPLAY 'NO SALES QUOTA FILE - NO ACCELERATORS'
           ELSE
              IF QUOTA-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING SALES QUOTA FILE: '
                          QUOTA-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
              PERFORM UNTIL QUOTA-EOF
                 READ QUOTA-FILE
                   AT END
                      SET QUOTA-EOF TO TRUE
                   NOT AT END
                      IF QUOTA-STATUS NOT = '00'
                         DISPLAY 'ERROR READING SALES QUOTA FILE: '
                                  QUOTA-STATUS
                         PERFORM ABEND-WITH-STATUS
                      END-IF
                      IF QUOTA-TABLE-COUNT >= 2000
                         DISPLAY 'ERROR: SALES QUOTA TABLE FULL '
                                 '(2000 MAX)'
                         PERFORM ABEND-WITH-STATUS
                      END-IF
                      ADD 1 TO QUOTA-TABLE-COUNT
                      SET QT-IDX TO QUOTA-TABLE-COUNT
                      MOVE QTA-EMP-ID TO QT-EMP-ID(QT-IDX)
                      MOVE QTA-REGION TO QT-REGION(QT-IDX)
                      MOVE QTA-YEAR TO QT-YEAR(QT-IDX)
                      MOVE QTA-QUARTER TO QT-QUARTER(QT-IDX)
                      MOVE QTA-AMOUNT TO QT-AMOUNT(QT-IDX)
                      MOVE QTA-ACCEL-PCT TO QT-ACCEL-PCT(QT-IDX)
                      IF QTA-ATTAINED NUMERIC
                         MOVE QTA-ATTAINED TO QT-ATTAINED(QT-IDX)
                      ELSE
                         MOVE 0 TO QT-ATTAINED(QT-IDX)
                      END-IF
                 END-READ
              END-PERFORM
              CLOSE QUOTA-FILE
           END-IF.

      **********************************************
      * LOADS HIERDD INTO THE SALES HIERARCHY TABLE. NO FILE
      * (05/35) MEANS NO MANAGER OVERRIDES.
      * AN EXTRACT FOR THIS RUN, WHICH IS NOT AN ERROR - THE
      * SUMMARY REPORT SIMPLY OMITS THE CARD TOTALS SECTION. MAX
      * 20 CURRENCIES, MATCHING VSMJOB11'S OWN CURRENCY TABLE LIMIT.
      * EVERY RECORD READ, STALE OR NOT, IS ADDED INTO THE HANDOFF
      * CONTROL TOTALS, VERIFIED ONCE THE FILE IS CLOSED.
      **********************************************
       LOAD-CARD-TOTALS.
           MOVE 0 TO CC-RECORD-COUNT CC-HASH-TOTAL CC-AMOUNT-TOTAL.
           OPEN INPUT CARD-TOTALS-FILE.
           IF CARD-TOTALS-STATUS = '05' OR CARD-TOTALS-STATUS = '35'
              DISPLAY 'CARDXDD NOT FOUND - SKIPPING CARD TOTALS '
                                  CARD-TOTALS-STATUS
                         PERFORM ABEND-WITH-STATUS
                      END-IF
                      ADD 1 TO CC-RECORD-COUNT
                      IF CT-APPROVED-COUNT NUMERIC
                         ADD CT-APPROVED-COUNT TO CC-HASH-TOTAL
                      END-IF
                      IF CT-APPROVED-TOTAL NUMERIC
                         ADD CT-APPROVED-TOTAL TO CC-AMOUNT-TOTAL
                      END-IF
                      IF CT-CYCLE-DATE NOT = WS-RUN-DATE
                         ADD 1 TO WS-STALE-CARDX-COUNT
                         DISPLAY 'WARNING: STALE CARDXDD RECORD '
                 END-READ
              END-PERFORM
              CLOSE CARD-TOTALS-FILE
              PERFORM VERIFY-CARD-TOTALS-CONTROL
           END-IF.

      **********************************************
      * VERIFIES CARDXDD AS READ AGAINST THE CONTROL TOTALS
      * VSMJOB11 POSTED FOR THE CYCLE (HANDOFF CARDTOT). THE CARD
      * TOTALS ARE INFORMATION ONLY, SO A FILE THAT FAILS - OR
      * THAT HAS NO POSTING - IS NOT WORTH STOPPING COMMISSIONS
      * FOR: THE SECTION IS DROPPED FROM THE SUMMARY REPORT AND
      * THE RUN ENDS WITH A WARNING.
      **********************************************
       VERIFY-CARD-TOTALS-CONTROL.
           SET CC-VERIFY-CONTROL TO TRUE.
           MOVE 'CARDTOT' TO CC-HANDOFF.
           MOVE 'JOBSUB22' TO CC-JOB-NAME.
           CALL 'CTLCHK45' USING WS-CTLTOT-REQUEST END-CALL.
           IF NOT CC-BALANCED
              DISPLAY 'WARNING: CARDXDD FAILED ITS CONTROL TOTALS - '
                      'CARD TOTALS LEFT OFF THE SUMMARY REPORT'
              DISPLAY '         ' CC-MESSAGE
              MOVE 0 TO CARD-TOTALS-COUNT
              SET CARDX-UNVERIFIED TO TRUE
           END-IF.

      **********************************************
      * READS SLSEXT21'S SALES FEED ON ITS OWN (SLSODD) AND
      * VERIFIES IT AGAINST THE CONTROL TOTALS SLSEXT21 POSTED FOR
      * THE CYCLE (HANDOFF SALESFD): RECORD COUNT, HASH OF THE SALE
      * DATES PLUS THE 'U' RECORDS' QUANTITIES, AND THE SALE
      * AMOUNTS. COMMISSION IS MONEY PAID OUT, SO A FEED THAT IS
      * MISSING, FAILS THE COMPARE OR HAS NO POSTING STOPS THE RUN
      * WITH RC 8 BEFORE A PAYOUT IS WRITTEN.
      **********************************************
       VERIFY-SALES-FEED-CONTROL.
           MOVE 0 TO CC-RECORD-COUNT CC-HASH-TOTAL CC-AMOUNT-TOTAL.
           OPEN INPUT SALES-FEED-CHECK-FILE.
           IF SALES-FEED-CHECK-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING SALES FEED (SLSODD) FOR CONTROL '
                      'CHECK: ' SALES-FEED-CHECK-STATUS
              MOVE 8 TO RETURN-CODE
              PERFORM ABEND-WITH-STATUS
           END-IF.
           PERFORM UNTIL SALES-FEED-CHECK-EOF
              READ SALES-FEED-CHECK-FILE
                AT END
                   SET SALES-FEED-CHECK-EOF TO TRUE
                NOT AT END
                   ADD 1 TO CC-RECORD-COUNT
                   IF SFC-SALE-DATE NUMERIC
                      ADD SFC-SALE-DATE TO CC-HASH-TOTAL
                   END-IF
                   IF SFC-TRANS-TYPE = 'U' AND SFC-QUANTITY NUMERIC
                      ADD SFC-QUANTITY TO CC-HASH-TOTAL
                   END-IF
                   IF SFC-SALES-AMT NUMERIC
                      ADD SFC-SALES-AMT TO CC-AMOUNT-TOTAL
                   END-IF
              END-READ
           END-PERFORM.
           CLOSE SALES-FEED-CHECK-FILE.
           SET CC-VERIFY-CONTROL TO TRUE.
           MOVE 'SALESFD' TO CC-HANDOFF.
           MOVE 'JOBSUB22' TO CC-JOB-NAME.
           CALL 'CTLCHK45' USING WS-CTLTOT-REQUEST END-CALL.
           IF NOT CC-BALANCED
              DISPLAY 'SALES FEED (SLSODD) FAILED ITS CONTROL TOTALS - '
                      'NO COMMISSION PAID'
              DISPLAY CC-MESSAGE
              MOVE 8 TO RETURN-CODE
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
                   END-IF
                   MOVE SALE-INVOICE-REF TO WS-SETTLE-REF
                   PERFORM CHECK-SALE-SETTLED
                   IF TRANS-TYPE = 'J' OR TRANS-TYPE = 'U'
                      MOVE 'N' TO WS-SPLIT-FOUND
                   ELSE
                      PERFORM FIND-SPLIT-DEFINITION
                   END-IF
                   PERFORM VALIDATE-SALE-EMPLOYEE
                   IF NOT EMPLOYEE-FOUND AND NOT SPLIT-FOUND
                      PERFORM WRITE-EMP-SUSPENSE
                   ELSE
                   IF TRANS-TYPE = 'J'
                      PERFORM PAY-INQUIRY-ADJUSTMENT
                   ELSE
                   IF TRANS-TYPE = 'U'
                      PERFORM PAY-PRODUCT-SPIFF
                   ELSE
                   PERFORM FIND-RATE-FOR-REGION
                   MOVE WS-SALE-EFF-DATE(1:4) TO WS-SALE-YEAR
                   IF WS-SALE-YEAR > WS-YTD-YEAR
                      PERFORM WRITE-RATE-SUSPENSE
                   ELSE
                   PERFORM FIND-YTD-FOR-EMPLOYEE
                   PERFORM FIND-QUOTA-FOR-EMPLOYEE
      * PHASE 3 - COMMISSION: RATE TABLE + VOLUME + YTD BONUS
      *           + QUOTA ACCELERATOR
                   CALL 'SUB1JB22' USING
                        EMP-ID,
                        REGION,
                        RT-BONUS2-AMT(RT-IDX),
                        RT-BONUS2-PCT(RT-IDX),
                        WS-EMP-YTD-BEFORE,
                        WS-COMMISSION,
                        WS-SALE-QUOTA-AMT,
                        WS-SALE-QTD-SALES,
                        WS-SALE-ACCEL-PCT
                   END-CALL
      * PHASE 4 - TAX: RATE BY COMMISSION BRACKET
                   CALL 'SUB2JB22' USING
                        WS-COMMISSION,
                        WS-TAX-AMOUNT,
                        WS-WHT-BRACKETS
                   END-CALL
                   IF SPLIT-FOUND
                      PERFORM APPORTION-SPLIT-SALE
                   ELSE
                      PERFORM COMPUTE-AND-WRITE
                      PERFORM UPDATE-YTD-FOR-EMPLOYEE
                      MOVE SALES-AMT TO WS-ATTAIN-SHARE
                      PERFORM CREDIT-QUOTA-ATTAINMENT
                      PERFORM UPDATE-REGION-SUMMARY
                      PERFORM WRITE-STMT-DETAIL
                      PERFORM PAY-MANAGER-OVERRIDE
                   END-IF
                   END-IF
                   END-IF
                   END-IF
                   END-IF
              END-READ
           END-PERFORM.

      **********************************************
      * PAYS AN UPHELD INQUIRY'S COMMISSION ADJUSTMENT (TRANS-TYPE
      * 'J'). THE AMOUNT WAS SETTLED BY THE REVIEWER, SO NO RATE,
      * VOLUME TIER, YTD BONUS OR ACCELERATOR APPLIES AND NO QUOTA
      * OR MANAGER OVERRIDE MOVES ON IT - IT IS TAXED THROUGH
      * SUB2JB22 AND RUN THROUGH THE SAME PAYOUT/YTD/REGION/DETAIL
      * PATHS AS A SALE.
      **********************************************
       PAY-INQUIRY-ADJUSTMENT.
           PERFORM FIND-YTD-FOR-EMPLOYEE.
           IF SALE-ADJ-SIGN = '-'
              COMPUTE WS-COMMISSION = 0 - SALES-AMT
           ELSE
              MOVE SALES-AMT TO WS-COMMISSION
           END-IF.
           CALL 'SUB2JB22' USING
                WS-COMMISSION,
                WS-TAX-AMOUNT,
                WS-WHT-BRACKETS
           END-CALL.
           PERFORM COMPUTE-AND-WRITE.
           PERFORM UPDATE-YTD-FOR-EMPLOYEE.
           PERFORM UPDATE-REGION-SUMMARY.
           PERFORM WRITE-STMT-DETAIL.
           ADD 1 TO WS-INQ-ADJ-COUNT.

      **********************************************
      * PAYS THE SPIFF ON A UNIT RECORD (TRANS-TYPE 'U'): THE
      * QUANTITY TIMES THE FLAT PER-UNIT AMOUNT OF THE SPIFF ROW
      * IN FORCE FOR THE PRODUCT AND REGION ON THE SALE DATE,
      * NEGATIVE FOR UNITS RETURNED OR CANCELLED. NO ROW MEANS
      * THE PRODUCT IS NOT ON PROMOTION AND THE RECORD PAYS
      * NOTHING. THE SPIFF IS TAXED THROUGH SUB2JB22 AND RUN
      * THROUGH THE PAYOUT/YTD/REGION/DETAIL PATHS AS KIND 'S' -
      * NO RATE, QUOTA CREDIT, SPLIT OR OVERRIDE APPLIES. AN
      * EARNING TOO LARGE FOR ONE PAYOUT LINE (A MIS-KEYED
      * QUANTITY OR AMOUNT) IS HELD TO RATE SUSPENSE.
      **********************************************
       PAY-PRODUCT-SPIFF.
           PERFORM FIND-SPIFF-FOR-PRODUCT.
           IF SPIFF-FOUND
              COMPUTE WS-SPIFF-AMT =
                      SALE-QUANTITY * SF-UNIT-AMT(SF-IDX)
              IF WS-SPIFF-AMT > 99999.99
                 ADD 1 TO WS-RATE-SUSPENSE-COUNT
                 DISPLAY 'WARNING: SPIFF ON ORDER ' SALES-REF
                         ' PRODUCT ' SALE-PROD-ID ' TOO LARGE FOR '
                         'ONE PAYOUT - HELD TO RATE SUSPENSE'
                 MOVE SALES-REC TO RATE-SUSPENSE-REC
                 WRITE RATE-SUSPENSE-REC
                 IF RATE-SUSPENSE-STATUS NOT = '00'
                    DISPLAY 'ERROR WRITING RATE SUSPENSE FILE: '
                             RATE-SUSPENSE-STATUS
                    PERFORM ABEND-WITH-STATUS
                 END-IF
              ELSE
                 PERFORM FIND-YTD-FOR-EMPLOYEE
                 IF SALE-ADJ-SIGN = '-'
                    COMPUTE WS-COMMISSION = 0 - WS-SPIFF-AMT
                 ELSE
                    MOVE WS-SPIFF-AMT TO WS-COMMISSION
                 END-IF
                 CALL 'SUB2JB22' USING
                      WS-COMMISSION,
                      WS-TAX-AMOUNT,
                      WS-WHT-BRACKETS
                 END-CALL
                 MOVE 'S' TO WS-DTL-KIND
                 PERFORM COMPUTE-AND-WRITE
                 PERFORM UPDATE-YTD-FOR-EMPLOYEE
                 PERFORM UPDATE-REGION-SUMMARY
                 PERFORM WRITE-STMT-DETAIL
                 MOVE SPACE TO WS-DTL-KIND
                 ADD 1 TO WS-SPIFF-PAID-COUNT
              END-IF
           END-IF.

      **********************************************
      * FINDS THE SPIFF ROW FOR THE UNIT RECORD'S PRODUCT IN
      * FORCE ON ITS SALE DATE (THE RUN DATE WHEN THE RECORD HAS
      * NONE) FOR ITS REGION OR FOR EVERY REGION, LEAVING SF-IDX
      * ON THE FIRST ROW THAT MATCHES AND SPIFF-FOUND SET.
      **********************************************
       FIND-SPIFF-FOR-PRODUCT.
           IF SALE-DATE NUMERIC AND SALE-DATE > 0
              MOVE SALE-DATE TO WS-SALE-EFF-DATE
           ELSE
              MOVE WS-RUN-DATE TO WS-SALE-EFF-DATE
           END-IF.
           MOVE 'N' TO WS-SPIFF-FOUND.
           IF SPIFF-TABLE-COUNT > 0
              AND SALE-QUANTITY NUMERIC
              AND SALE-QUANTITY > 0
              SET SF-IDX TO 1
              SEARCH SPIFF-ENTRY
                  AT END
                     CONTINUE
                  WHEN SF-IDX > SPIFF-TABLE-COUNT
                     CONTINUE
                  WHEN SF-PROD-ID(SF-IDX) = SALE-PROD-ID
                   AND (SF-REGION(SF-IDX) = SPACES
                        OR SF-REGION(SF-IDX) = REGION)
                   AND WS-SALE-EFF-DATE >= SF-EFF-FROM(SF-IDX)
                   AND WS-SALE-EFF-DATE <= SF-EFF-TO(SF-IDX)
                     SET SPIFF-FOUND TO TRUE
              END-SEARCH
           END-IF.

      **********************************************
      * WORKS OUT THE SALE'S EFFECTIVE DATE AND FINDS THE REGION'S
      * RATE ROW IN FORCE ON IT, LEAVING RT-IDX POINTING AT THE
           END-IF.
           MOVE YT-AMOUNT(YT-IDX) TO WS-EMP-YTD-BEFORE.

      **********************************************
      * FINDS EMP-ID'S QUOTA ROW FOR THE QUARTER OF THE SALE'S
      * EFFECTIVE DATE, LEAVING QT-IDX ON IT AND THE QUOTA,
      * QUARTER-TO-DATE SALES AND ACCELERATOR IN THE WS-SALE-
      * FIELDS SUB1JB22 IS CALLED WITH - ALL ZERO WHEN THERE IS
      * NO ROW, WHICH SWITCHES THE ACCELERATOR OFF.
      **********************************************
       FIND-QUOTA-FOR-EMPLOYEE.
           MOVE WS-SALE-EFF-DATE(1:4) TO WS-QUOTA-YEAR.
           MOVE WS-SALE-EFF-DATE(5:2) TO WS-QUOTA-MONTH.
           COMPUTE WS-QUOTA-QUARTER = (WS-QUOTA-MONTH + 2) / 3.
           MOVE 'N' TO WS-QUOTA-FOUND.
           IF QUOTA-TABLE-COUNT > 0
              SET QT-IDX TO 1
              SEARCH QUOTA-ENTRY
                  AT END
                     CONTINUE
                  WHEN QT-IDX > QUOTA-TABLE-COUNT
                     CONTINUE
                  WHEN QT-EMP-ID(QT-IDX) = EMP-ID
                   AND QT-YEAR(QT-IDX) = WS-QUOTA-YEAR
                   AND QT-QUARTER(QT-IDX) = WS-QUOTA-QUARTER
                     SET QUOTA-FOUND TO TRUE
              END-SEARCH
           END-IF.
           IF QUOTA-FOUND
              MOVE QT-AMOUNT(QT-IDX) TO WS-SALE-QUOTA-AMT
              MOVE QT-ATTAINED(QT-IDX) TO WS-SALE-QTD-SALES
              MOVE QT-ACCEL-PCT(QT-IDX) TO WS-SALE-ACCEL-PCT
           ELSE
              MOVE 0 TO WS-SALE-QUOTA-AMT
              MOVE 0 TO WS-SALE-QTD-SALES
              MOVE 0 TO WS-SALE-ACCEL-PCT
           END-IF.

      **********************************************
      * CREDITS WS-ATTAIN-SHARE OF THE SALE TO EMP-ID'S QUOTA FOR
      * THE QUARTER (A CLAWBACK TAKES IT BACK OFF). A REP WITH NO
      * QUOTA ROW FOR THE QUARTER HAS NOTHING TO ATTAIN.
      **********************************************
       CREDIT-QUOTA-ATTAINMENT.
           PERFORM FIND-QUOTA-FOR-EMPLOYEE.
           IF QUOTA-FOUND
              IF TRANS-TYPE = 'R'
                 SUBTRACT WS-ATTAIN-SHARE FROM QT-ATTAINED(QT-IDX)
              ELSE
                 ADD WS-ATTAIN-SHARE TO QT-ATTAINED(QT-IDX)
              END-IF
           END-IF.

      **********************************************
      * ADDS THIS SALE'S COMMISSION TO THE EMPLOYEE'S RUNNING
      * YTD TOTAL. A REFUND'S NEGATIVE COMMISSION CLAWS BACK THE
              PERFORM ABEND-WITH-STATUS
           END-IF.
           ADD 1 TO WS-SALES-PROCESSED-COUNT.
           PERFORM WRITE-COMM-GL-ENTRY.
           IF CASH-BASIS-MODE
              AND WS-DTL-KIND NOT = 'W'
              AND SALE-UNSETTLED
              PERFORM TALLY-PAYROLL-TOTALS
           END-IF.
           IF WS-DTL-KIND NOT = 'W'
              AND WS-DTL-KIND NOT = 'S'
              PERFORM TRACK-RUN-COMMISSION
           END-IF.

      **********************************************
      * JOURNALS THE PAYOUT JUST WRITTEN AS COMMISSION EXPENSE OWED
      * TO THE EMPLOYEE, GROSS OF THE TAX PAYROLL WITHHOLDS. A
      * NEGATIVE AMOUNT (CLAWBACK, DRAW RECOVERY) REVERSES IT.
      **********************************************
       WRITE-COMM-GL-ENTRY.
           MOVE GLA-COMMISSION-EXPENSE TO GLP-DEBIT-ACCT.
           MOVE GLA-COMMISSION-PAYABLE TO GLP-CREDIT-ACCT.
           MOVE WS-COMMISSION TO GLP-AMOUNT.
           MOVE SALES-CURRENCY TO GLP-CURRENCY.
           MOVE SPACES TO GLP-REFERENCE.
           EVALUATE WS-DTL-KIND
               WHEN 'W'
                 STRING EMP-ID DELIMITED BY SIZE
                        ' DRAW' DELIMITED BY SIZE
                        INTO GLP-REFERENCE
                 END-STRING
                 MOVE 'COMMISSION DRAW' TO GLP-DESC
               WHEN 'O'
                 STRING EMP-ID DELIMITED BY SIZE
                        ' ' DELIMITED BY SIZE
                        SALES-REF DELIMITED BY SIZE
                        INTO GLP-REFERENCE
                 END-STRING
                 MOVE 'MANAGER OVERRIDE' TO GLP-DESC
               WHEN 'S'
                 STRING EMP-ID DELIMITED BY SIZE
                        ' ' DELIMITED BY SIZE
                        SALES-REF DELIMITED BY SIZE
                        INTO GLP-REFERENCE
                 END-STRING
                 MOVE 'PRODUCT SPIFF' TO GLP-DESC
               WHEN OTHER
                 STRING EMP-ID DELIMITED BY SIZE
                        ' ' DELIMITED BY SIZE
                        SALES-REF DELIMITED BY SIZE
                        INTO GLP-REFERENCE
                 END-STRING
                 MOVE 'COMMISSION ACCRUAL' TO GLP-DESC
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
              MOVE 'JOBSUB22' TO GLJ-SOURCE-JOB
              MOVE WS-RUN-DATE TO GLJ-POST-DATE
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
              DISPLAY 'EMPLOYEE: ' EMP-ID
              PERFORM ABEND-WITH-STATUS
           END-IF.
           ADD 1 TO GLP-LINES-WRITTEN.

      **********************************************
      * ROLLS THE COMMISSION JUST COMPUTED INTO THE EMPLOYEE'S
      * TERMS ENTRY (WHEN THEY HAVE ONE) SO THE END-OF-RUN
                 END-IF
                 CALL 'SUB2JB22' USING
                      WS-COMMISSION,
                      WS-TAX-AMOUNT,
                      WS-WHT-BRACKETS
                 END-CALL
                 MOVE HR-MGR-ID(HR-IDX) TO EMP-ID
                 PERFORM FIND-YTD-FOR-EMPLOYEE
                 MOVE 0 TO PY-GROSS(PY-IDX)
                 MOVE 0 TO PY-TAX(PY-IDX)
                 MOVE 0 TO PY-NET(PY-IDX)
                 MOVE 0 TO PY-SPIFF-GROSS(PY-IDX)
                 MOVE 0 TO PY-SPIFF-TAX(PY-IDX)
                 MOVE 0 TO PY-SPIFF-NET(PY-IDX)
              ELSE
                 SET PAYROLL-TABLE-FULL TO TRUE
                 DISPLAY 'WARNING: PAYROLL TOTALS TABLE FULL, NOT '
              ADD WS-COMMISSION TO PY-GROSS(PY-IDX)
              ADD WS-TAX-AMOUNT TO PY-TAX(PY-IDX)
              ADD WS-NET-COMM TO PY-NET(PY-IDX)
              IF WS-DTL-KIND = 'S'
                 ADD WS-COMMISSION TO PY-SPIFF-GROSS(PY-IDX)
                 ADD WS-TAX-AMOUNT TO PY-SPIFF-TAX(PY-IDX)
                 ADD WS-NET-COMM TO PY-SPIFF-NET(PY-IDX)
              END-IF
           END-IF.

      **********************************************
           MOVE EMP-ID TO DTL-EMP-ID.
           MOVE REGION TO DTL-REGION.
           MOVE TRANS-TYPE TO DTL-TRANS-TYPE.
           IF TRANS-TYPE = 'U'
              MOVE SALE-PROD-ID TO DTL-SPIFF-PROD
              MOVE SALE-QUANTITY TO DTL-SPIFF-QTY
           ELSE
              IF TRANS-TYPE = 'J'
                 MOVE '0' TO DTL-VOL-TIER
                 MOVE 0 TO DTL-BASE-PCT
              ELSE
                 IF RT-BONUS2-AMT(RT-IDX) > 0
                    AND SALES-AMT >= RT-BONUS2-AMT(RT-IDX)
                    MOVE '2' TO DTL-VOL-TIER
                 ELSE
                    IF RT-BONUS1-AMT(RT-IDX) > 0
                       AND SALES-AMT >= RT-BONUS1-AMT(RT-IDX)
                       MOVE '1' TO DTL-VOL-TIER
                    ELSE
                       MOVE '0' TO DTL-VOL-TIER
                    END-IF
                 END-IF
                 MOVE RT-BASE-PCT(RT-IDX) TO DTL-BASE-PCT
              END-IF
              MOVE SALES-AMT TO DTL-SALES-AMT
           END-IF.
           MOVE WS-COMMISSION TO DTL-COMMISSION.
           MOVE WS-TAX-AMOUNT TO DTL-TAX.
           MOVE WS-NET-COMM TO DTL-NET.
           MOVE YT-AMOUNT(YT-IDX) TO DTL-YTD-AFTER.
           MOVE SALES-CURRENCY TO DTL-CURRENCY.
           MOVE WS-DTL-KIND TO DTL-REC-KIND.
           MOVE SALES-REF TO DTL-SALES-REF.
           IF SALE-DATE NUMERIC AND SALE-DATE > 0
              MOVE SALE-DATE TO DTL-SALE-DATE
           END-IF.
           WRITE STMT-DETAIL-REC.
           IF STMT-DETAIL-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING STATEMENT DETAIL FILE: '
              END-IF
           END-IF.

           IF WS-SPIFF-PAID-COUNT > 0
              MOVE WS-SPIFF-PAID-COUNT TO WS-SPIFF-PAID-DISP
              MOVE SPACES TO SUMMARY-REC
              STRING 'PRODUCT SPIFF LINES PAID: '
                         DELIMITED BY SIZE
                     FUNCTION TRIM(WS-SPIFF-PAID-DISP)
                         DELIMITED BY SIZE
                     INTO SUMMARY-REC
              END-STRING
              WRITE SUMMARY-REC
              IF SUMMARY-STATUS NOT = '00'
                 DISPLAY 'ERROR WRITING SUMMARY FILE: ' SUMMARY-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
           END-IF.

           IF WS-INQ-ADJ-COUNT > 0
              MOVE WS-INQ-ADJ-COUNT TO WS-INQ-ADJ-DISP
              MOVE SPACES TO SUMMARY-REC
              STRING 'INQUIRY ADJUSTMENTS PAID: '
                         DELIMITED BY SIZE
                     FUNCTION TRIM(WS-INQ-ADJ-DISP)
                         DELIMITED BY SIZE
                     INTO SUMMARY-REC
              END-STRING
              WRITE SUMMARY-REC
              IF SUMMARY-STATUS NOT = '00'
                 DISPLAY 'ERROR WRITING SUMMARY FILE: ' SUMMARY-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
           END-IF.

           IF WS-EMP-SUSPENSE-COUNT > 0
              MOVE WS-EMP-SUSPENSE-COUNT TO WS-EMP-SUSPENSE-DISP
              MOVE SPACES TO SUMMARY-REC

      **********************************************
      * WRITES THE PAYROLL INTERFACE FILE: HEADER WITH THE RUN
      * DATE, ONE COMMISSION DETAIL PER EMPLOYEE AND CURRENCY
      * (PLUS A SPIFF DETAIL WHEN THEY EARNED ONE), AND A TRAILER
      * WITH THE DETAIL COUNT AND GROSS/TAX/NET HASH TOTALS FOR
      * PAYROLL TO BALANCE AGAINST SUMMDD'S GRAND TOTALS.
      **********************************************
              IF PY-GROSS(PY-IDX) > WS-PAYOUT-HOLD-LIMIT
                 PERFORM HOLD-ONE-PAYOUT
              ELSE
                 PERFORM WRITE-PAYROLL-DETAILS
              END-IF
           END-PERFORM.

                       PENDING-PAYOUT-STATUS
           END-IF.

      **********************************************
      * WRITES THE 'D' RECORDS FOR ONE EMPLOYEE AND CURRENCY:
      * THE COMMISSION LINE (EARNINGS CODE 'C') FOR THE TOTAL
      * LESS ITS SPIFF PART, THEN THE SPIFF LINE (CODE 'S') WHEN
      * THERE IS ONE. AN EMPLOYEE WHO EARNED ONLY A SPIFF GETS NO
      * EMPTY COMMISSION LINE. THE LINES SUM TO THE TOTAL, SO
      * THE TRAILER HASHES ARE UNCHANGED.
      **********************************************
       WRITE-PAYROLL-DETAILS.
           COMPUTE WS-PIF-COMM-GROSS =
                   PY-GROSS(PY-IDX) - PY-SPIFF-GROSS(PY-IDX).
           COMPUTE WS-PIF-COMM-TAX =
                   PY-TAX(PY-IDX) - PY-SPIFF-TAX(PY-IDX).
           COMPUTE WS-PIF-COMM-NET =
                   PY-NET(PY-IDX) - PY-SPIFF-NET(PY-IDX).
           IF WS-PIF-COMM-GROSS NOT = 0
              OR WS-PIF-COMM-TAX NOT = 0
              OR (PY-SPIFF-GROSS(PY-IDX) = 0
                  AND PY-SPIFF-TAX(PY-IDX) = 0)
              MOVE SPACES TO PAYROLL-IF-REC
              MOVE 'D' TO PIF-REC-TYPE
              MOVE PY-EMP-ID(PY-IDX) TO PIF-EMP-ID
              MOVE PY-CURRENCY(PY-IDX) TO PIF-CURRENCY
              MOVE WS-PIF-COMM-GROSS TO PIF-GROSS
              MOVE WS-PIF-COMM-TAX TO PIF-TAX
              MOVE WS-PIF-COMM-NET TO PIF-NET
              MOVE 'C' TO PIF-EARN-CODE
              PERFORM WRITE-PAYROLL-RECORD
              ADD 1 TO WS-PIF-DETAIL-COUNT
           END-IF.
           IF PY-SPIFF-GROSS(PY-IDX) NOT = 0
              OR PY-SPIFF-TAX(PY-IDX) NOT = 0
              MOVE SPACES TO PAYROLL-IF-REC
              MOVE 'D' TO PIF-REC-TYPE
              MOVE PY-EMP-ID(PY-IDX) TO PIF-EMP-ID
              MOVE PY-CURRENCY(PY-IDX) TO PIF-CURRENCY
              MOVE PY-SPIFF-GROSS(PY-IDX) TO PIF-GROSS
              MOVE PY-SPIFF-TAX(PY-IDX) TO PIF-TAX
              MOVE PY-SPIFF-NET(PY-IDX) TO PIF-NET
              MOVE 'S' TO PIF-EARN-CODE
              PERFORM WRITE-PAYROLL-RECORD
              ADD 1 TO WS-PIF-DETAIL-COUNT
           END-IF.

      **********************************************
      * HOLDS ONE OUTSIZED PAYOUT OUT OF THE PAYROLL INTERFACE:
      * THE PENDING-PAYOUT RECORD GOES TO PENDDD FOR PAYREL22'S
           MOVE PY-TAX(PY-IDX) TO PND-TAX.
           MOVE PY-NET(PY-IDX) TO PND-NET.
           MOVE WS-RUN-DATE TO PND-RUN-DATE.
           MOVE PY-SPIFF-GROSS(PY-IDX) TO PND-SPIFF-GROSS.
           MOVE PY-SPIFF-TAX(PY-IDX) TO PND-SPIFF-TAX.
           MOVE PY-SPIFF-NET(PY-IDX) TO PND-SPIFF-NET.
           WRITE PENDING-PAYOUT-REC.
           IF PENDING-PAYOUT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING PENDING PAYOUT FILE: '
              END-IF
           END-IF.

      **********************************************
      * REWRITES QUOTADD WITH THE UPDATED ATTAINMENT SO THE NEXT
      * RUN PICKS UP WHERE THIS ONE LEFT OFF. NOTHING TO WRITE IF
      * NOBODY HAS A QUOTA.
      **********************************************
       REWRITE-QUOTA-FILE.
           IF QUOTA-TABLE-COUNT > 0
              OPEN OUTPUT QUOTA-FILE
              IF QUOTA-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING QUOTA FILE FOR REWRITE: '
                          QUOTA-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
              PERFORM VARYING QT-IDX FROM 1 BY 1
                      UNTIL QT-IDX > QUOTA-TABLE-COUNT
                 MOVE SPACES TO QUOTA-REC
                 MOVE QT-EMP-ID(QT-IDX) TO QTA-EMP-ID
                 MOVE QT-REGION(QT-IDX) TO QTA-REGION
                 MOVE QT-YEAR(QT-IDX) TO QTA-YEAR
                 MOVE QT-QUARTER(QT-IDX) TO QTA-QUARTER
                 MOVE QT-AMOUNT(QT-IDX) TO QTA-AMOUNT
                 MOVE QT-ACCEL-PCT(QT-IDX) TO QTA-ACCEL-PCT
                 MOVE QT-ATTAINED(QT-IDX) TO QTA-ATTAINED
                 WRITE QUOTA-REC
                 IF QUOTA-STATUS NOT = '00'
                    DISPLAY 'ERROR WRITING QUOTA FILE: ' QUOTA-STATUS
                    PERFORM ABEND-WITH-STATUS
                 END-IF
              END-PERFORM
              CLOSE QUOTA-FILE
              IF QUOTA-STATUS NOT = '00'
                 DISPLAY 'WARNING: ERROR CLOSING QUOTA FILE: '
                          QUOTA-STATUS
              END-IF
           END-IF.

      **********************************************
      * CLOSE ALL FILES
      **********************************************
              DISPLAY 'WARNING: ERROR CLOSING RATE SUSPENSE: '
                       RATE-SUSPENSE-STATUS
           END-IF.
           CLOSE GL-JOURNAL-FILE.
           IF GL-JOURNAL-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING GL JOURNAL: '
                       GL-JOURNAL-STATUS
           END-IF.

      **********************************************
      * APPENDS ONE RECORD TO THE CONSOLIDATED END-OF-NIGHT BATCH
                 MOVE 'STALE CARDXDD EXTRACT RECORDS SKIPPED' TO
                      BST-MESSAGE
              ELSE
              IF CARDX-UNVERIFIED
                 MOVE 'WARNING' TO BST-STATUS
                 MOVE 'CARDXDD FAILED CONTROL TOTALS - OMITTED' TO
                      BST-MESSAGE
              ELSE
              IF WS-AGED-ACCRUAL-COUNT > 0
                 MOVE 'WARNING' TO BST-STATUS
                 MOVE 'ACCRUALS AGED PAST WINDOW - SEE SUMMARY' TO
              END-IF
              END-IF
              END-IF
              END-IF
           END-IF.
           WRITE STATUS-LOG-REC.
           IF STATUS-LOG-STATUS NOT = '00'
