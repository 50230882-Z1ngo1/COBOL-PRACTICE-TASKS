      *     REFER COUNTS FOR THE DAILY APPROVAL-RATE REPORT.          *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  APPDD (APPLICANT.DATA) - APPLICANT RECORDS (PS, 160 B, *
      *         SEE COPYBOOK APPLICNT)                                 *
      * INPUT:  SCRNDD (APPLICANT.SCREEN.HITS) - APSCRN23 SCREENING    *
      *         HITS (PS, 80 B)                                        *
      * OUTPUT: OUTDD (CREDIT.DECISION) - DECISION REPORT (PS, 80 B)   *
      * INPUT:  XREFDD (CUST.XREF.MASTER) - CUSTOMER SPINE XREF        *
      *         (KSDS, KEY XRF-CUST-ID)                                *
      * INPUT:  VLTDD (CARD.TOKEN.VAULT) - VIA CRDTOK11                *
      * INPUT:  LOANDD (LOAN.MASTER) - LOAN MASTER (KSDS)              *
      * INPUT:  DLQDD (CARD.DELINQ.CARRY) - DELINQUENT CARDS           *
      * INPUT:  AGXDD (AR.AGING.EXTRACT) - PARTS A/R AGING             *
      * INPUT:  PAYMDD (CUSTOMER.MST) - PAYMENTS CUSTOMER MASTER       *
      *         (KSDS, KEY VSAM-ID)                                    *
      *                                                                *
      * SUBPROGRAMS CALLED:                                            *
      * SUB1JB23 - CREDIT ELIGIBILITY CHECKER                          *
      *              PART IN PSTASK16 WAS CURED OF - SO EVERY POST-   *
      *              LOOP REFERENCE READ OR UPDATED THE NEIGHBOURING  *
      *              ENTRY.                                           *
      * 2026/10/15 - EXISTING-RELATIONSHIP CHECK: AN APPLICANT         *
      *              CARRYING A CUSTOMER ID (APP-CUST-ID) IS LINKED TO *
      *              THE CUSTOMER SPINE THROUGH THE XREF, AND WHAT WE  *
      *              ALREADY HAVE WITH THEM IS TOTALLED BEFORE         *
      *              DECISIONING - ACTIVE LOANS ON LOAN.MASTER, THE    *
      *              MAPPED CARD'S DELINQUENCY CARRY, THE MAPPED ORDER *
      *              CUSTOMER'S PARTS A/R AGING, AND WHETHER THE       *
      *              MAPPED PAYMENTS ACCOUNT IS SUSPENDED. SUB1JB23    *
      *              GETS THE EXPOSURE, WORST DAYS PAST DUE AND HOLD   *
      *              FLAG; AN APPROVAL THAT WOULD TAKE THE CUSTOMER'S  *
      *              TOTAL PAST THE RELATIONSHIP CAP (RELCAP) REFERS   *
      *              WITH REASON RELATIONSHIP CAP. THE CUSTOMER ID     *
      *              RIDES THE APPROVED EXTRACT SO LONBRD23 PUTS IT ON *
      *              THE LOAN.                                         *
      * 2026/10/15 - APPLICANT IDENTITY AND SCREENING: APPDD NOW       *
      *              CARRIES THE APPLICANT'S NAME, DATE OF BIRTH,      *
      *              NATIONAL ID AND ADDRESS (160 B, COPYBOOK          *
      *              APPLICNT), AND THE PRE-EDIT REJECTS A MISSING     *
      *              NAME OR ADDRESS, AN IMPLAUSIBLE DATE OF BIRTH AND *
      *              A NON-NUMERIC NATIONAL ID. APSCRN23 SCREENS THE   *
      *              FILE FIRST (NEGATIVE FILE, DUPLICATE IDENTITIES,  *
      *              ADDRESS VELOCITY); EVERY APPLICANT IT CAUGHT      *
      *              (SCRNDD) REFERS WITH THE SCREENING REASON INSTEAD *
      *              OF BEING DECIDED.                                 *
      * 2026/10/15 - THE APPLICANT'S CUSTOMER ID (AH-CUST-ID) NOW      *
      *              RIDES EACH APPLICATION HISTORY RECORD, SO THE     *
      *              MONTHLY SEGMENTATION (CUSSEG39) CAN COUNT RECENT  *
      *              DECLINES PER CUSTOMER.                            *
      * 2026/10/15 - THE XREF CARD SLOT NOW HOLDS A CARD TOKEN; IT IS  *
      *              TURNED BACK INTO THE CARD NUMBER (CRDTOK11) AS    *
      *              THE XREF IS READ.                                 *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBSUB23.
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS TIER-TABLE-STATUS.

           SELECT SCREEN-HIT-FILE ASSIGN TO SCRNDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS SCREEN-HIT-STATUS.

           SELECT XREF-MASTER ASSIGN TO XREFDD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS XRF-CUST-ID
              FILE STATUS IS XREF-STATUS.

           SELECT LOAN-MASTER-FILE ASSIGN TO LOANDD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS LN-LOAN-ID
              FILE STATUS IS LOAN-MASTER-STATUS.

           SELECT CARD-DELINQ-FILE ASSIGN TO DLQDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS CARD-DELINQ-STATUS.

           SELECT AGING-EXTRACT-FILE ASSIGN TO AGXDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS AGING-EXTRACT-STATUS.

           SELECT VSAM-FILE ASSIGN TO PAYMDD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS VSAM-ID
              FILE STATUS IS VSAM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD APPLICANT-FILE RECORDING MODE IS F.
       01 APPLICANT-REC.
           COPY APPLICNT.

       FD DECISION-FILE RECORDING MODE IS F.
       01 DECISION-REC PIC X(80).
      * THEY CAN BE CORRECTED AND RE-FED. A BAD UPSTREAM EXTRACT
      * NO LONGER ABENDS THE RUN OR POLLUTES THE DECISION FILE.
       FD REJECT-FILE RECORDING MODE IS F.
       01 REJECT-REC PIC X(160).

      * REFERRED APPLICANTS, ONE RECORD EACH, SO UNDDSP23 CAN
      * MATCH THE UNDERWRITER DECISION FEED AGAINST THEM AND THE
          05 REF-REASON PIC X(25).
          05 FILLER PIC X(48).

      * APPLICANTS APSCRN23 CAUGHT EARLIER IN THE JOB - NEGATIVE
      * FILE, DUPLICATE IDENTITY OR ADDRESS VELOCITY. SEE APSCRN23
      * FOR THE FULL LAYOUT; ONLY APP-ID AND REASON ARE USED HERE.
       FD SCREEN-HIT-FILE RECORDING MODE IS F.
       01 SCREEN-HIT-REC.
          05 SCR-APP-ID PIC X(6).
          05 FILLER PIC X(1).
          05 SCR-REASON PIC X(25).
          05 FILLER PIC X(48).

      * CREDIT-BUREAU ATTRIBUTE FEED, KEYED BY APP-ID, MERGED
      * WITH EACH APPLICANT BEFORE DECISIONING.
       FD BUREAU-FILE RECORDING MODE IS F.
      * AH-AMOUNT (THE REQUESTED LOAN AMOUNT) OCCUPY BYTES THAT
      * WERE FILLER, SO APPTRD23 CAN CUT APPROVAL RATES BY SCORE
      * BAND AND AVERAGE APPROVED AMOUNTS. OLD RECORDS HAVE
      * SPACES THERE AND REPORT AS UNKNOWN BAND. AH-CUST-ID IS THE
      * APPLICANT'S SPINE CUSTOMER ID WHEN THE APPLICATION CARRIED
      * ONE - SPACES ON OLDER RECORDS.
       FD APP-HISTORY-FILE RECORDING MODE IS F.
       01 APP-HISTORY-REC.
          05 AH-APP-ID PIC X(6).
          05 AH-SCORE PIC X(3).
          05 FILLER PIC X(1).
          05 AH-AMOUNT PIC X(7).
          05 FILLER PIC X(1).
          05 AH-CUST-ID PIC X(5).
          05 FILLER PIC X(10).

      * REPEAT APPLICANTS SPOTTED THIS RUN
       FD REPEAT-REPORT-FILE RECORDING MODE IS F.
          05 APX-APR PIC 9(2)V99.
          05 FILLER PIC X(1).
          05 APX-TIER PIC X(2).
          05 FILLER PIC X(1).
          05 APX-CUST-ID PIC X(5).
          05 FILLER PIC X(52).

      * MACHINE-READABLE REJECTED DECISIONS FOR THE ADVERSE-ACTION
      * LETTER RUN: THE REASON SUB1JB23 PRODUCED, WHETHER A BUREAU
          05 TIR-APR PIC X(4).
          05 FILLER PIC X(68).

      * CUSTOMER SPINE CROSS-REFERENCE - SAME LAYOUT XREFLD39 WRITES.
       FD XREF-MASTER.
       01 XREF-REC.
          05 XRF-CUST-ID PIC X(5).
          05 XRF-PAY-CUST-ID PIC X(5).
          05 XRF-ORD-CUST-ID PIC X(6).
          05 XRF-CARD-NUMBER PIC X(16).
          05 XRF-PAY-SOURCE PIC X(1).
          05 XRF-CARD-SOURCE PIC X(1).
          05 XRF-LOAD-DATE PIC X(8).
          05 FILLER PIC X(38).

       FD LOAN-MASTER-FILE.
       01 LOAN-MASTER-REC.
           COPY LOANMST.

      * DELINQUENT CARDS AS OF THE LAST DELINQ11 CYCLE - SAME LAYOUT
      * AS DELINQ11'S CARRY FILE.
       FD CARD-DELINQ-FILE RECORDING MODE IS F.
       01 CARD-DELINQ-REC.
          05 DQI-CARD-NUM PIC 9(16).
          05 FILLER PIC X(1).
          05 DQI-DAYS-PAST-DUE PIC 9(3).
          05 FILLER PIC X(1).
          05 DQI-PERIOD PIC X(6).
          05 FILLER PIC X(1).
          05 DQI-PAST-DUE-AMOUNT PIC 9(9)V99.
          05 FILLER PIC X(1).
          05 DQI-CURRENCY PIC X(3).
          05 FILLER PIC X(1).
          05 DQI-FEES-CHARGED PIC 9(5)V99.
          05 FILLER PIC X(29).

      * PARTS A/R AGING PER CUSTOMER - SAME LAYOUT CASHAP16 WRITES.
       FD AGING-EXTRACT-FILE RECORDING MODE IS F.
       01 AGING-EXTRACT-REC.
          05 AGX-CUST-ID PIC X(5).
          05 FILLER PIC X(1).
          05 AGX-CURRENT PIC 9(9)V99.
          05 FILLER PIC X(1).
          05 AGX-OVER-30 PIC 9(9)V99.
          05 FILLER PIC X(1).
          05 AGX-OVER-60 PIC 9(9)V99.
          05 FILLER PIC X(1).
          05 AGX-OVER-90 PIC 9(9)V99.
          05 FILLER PIC X(1).
          05 AGX-HOLD-FLAG PIC X(1).
             88 AGX-ON-CREDIT-HOLD VALUE 'Y'.
          05 FILLER PIC X(1).
          05 AGX-AGING-DATE PIC X(8).
          05 FILLER PIC X(16).

      * PAYMENTS-SIDE CUSTOMER MASTER. ONLY THE ACCOUNT STATUS IS
      * USED HERE - THE PAYMENTS BALANCE LIVES IN DB2.
       FD VSAM-FILE.
       01 VSAM-REC.
          05 VSAM-ID PIC X(5).
          05 VSAM-CUST-NAME PIC X(25).
          05 VSAM-ACCT-STATUS PIC X(1).

       WORKING-STORAGE SECTION.

      * CARD TOKEN VAULT REQUEST AREA (CRDTOK11)
           COPY CARDTOK.

      * FILE STATUS VARIABLES
       01 F-STATUS.
          05 APPLICANT-STATUS PIC X(2).
          05 APPROVED-EXTRACT-STATUS PIC X(2).
          05 REJECTED-EXTRACT-STATUS PIC X(2).
          05 TIER-TABLE-STATUS PIC X(2).
          05 XREF-STATUS PIC X(2).
          05 LOAN-MASTER-STATUS PIC X(2).
          05 CARD-DELINQ-STATUS PIC X(2).
          05 AGING-EXTRACT-STATUS PIC X(2).
          05 VSAM-STATUS PIC X(2).
          05 SCREEN-HIT-STATUS PIC X(2).

      * CONTROL FLAGS
       01 WS-FLAGS.
          05 EDITS-BAD-DEBT PIC 9(5) VALUE 0.
          05 EDITS-BAD-LOAN PIC 9(5) VALUE 0.
          05 EDITS-BAD-INCOME PIC 9(5) VALUE 0.
          05 EDITS-BAD-NAME PIC 9(5) VALUE 0.
          05 EDITS-BAD-DOB PIC 9(5) VALUE 0.
          05 EDITS-BAD-ADDRESS PIC 9(5) VALUE 0.
          05 EDITS-BAD-NATL-ID PIC 9(5) VALUE 0.
          05 EDITS-REJECTED PIC 9(5) VALUE 0.

      * APSCRN23'S SCREENING HITS FOR THIS FILE, LOADED FROM SCRNDD.
      * AN APPLICANT FOUND HERE REFERS WITH THE SCREENING REASON.
       01 SCREEN-HIT-COUNT PIC 9(5) VALUE 0.
       01 WS-SCREEN-HIT-TABLE.
          05 SCREEN-HIT-ENTRY OCCURS 5000 TIMES INDEXED BY SH-IDX.
             10 SH-APP-ID PIC X(6).
             10 SH-REASON PIC X(25).
       01 WS-SCREEN-FLAGS.
          05 WS-SCREEN-AVAILABLE PIC X(1) VALUE 'N'.
             88 SCREEN-AVAILABLE VALUE 'Y'.
          05 WS-SCREEN-EOF PIC X(1) VALUE 'N'.
             88 SCREEN-EOF VALUE 'Y'.
          05 WS-SCREEN-HIT PIC X(1) VALUE 'N'.
             88 SCREEN-HIT VALUE 'Y'.
       01 WS-SCREEN-REFER-COUNT PIC 9(5) VALUE 0.

      * EXISTING RELATIONSHIP OF THE CURRENT APPLICANT, AS PASSED
      * TO SUB1JB23: LINKED THROUGH THE XREF, TOTAL INTERNAL
      * EXPOSURE, WORST DAYS PAST DUE ACROSS SYSTEMS, AND WHETHER
      * ANY OF THEIR ACCOUNTS IS ON CREDIT HOLD OR SUSPENDED.
       01 WS-RELATIONSHIP.
          05 WS-REL-LINKED PIC X(1) VALUE 'N'.
             88 REL-LINKED VALUE 'Y'.
          05 WS-REL-EXPOSURE PIC 9(9)V99 VALUE 0.
          05 WS-REL-WORST-DPD PIC 9(3) VALUE 0.
          05 WS-REL-HOLD PIC X(1) VALUE 'N'.
             88 REL-HOLD VALUE 'Y'.

      * RELATIONSHIP CAP: THE MOST WE WILL HAVE OUT TO ONE CUSTOMER
      * ACROSS LOANS, CARDS AND PARTS INVOICES. AN APPROVAL THAT
      * WOULD TAKE A LINKED CUSTOMER PAST IT REFERS INSTEAD.
       01 WS-RELATIONSHIP-CAP PIC 9(9)V99 VALUE 50000.00.

      * WHICH OF THE RELATIONSHIP SOURCES THIS RUN HAS. NO XREF
      * MEANS NOBODY CAN BE LINKED; EACH OTHER SOURCE MISSING
      * SIMPLY CONTRIBUTES NOTHING.
       01 WS-REL-FLAGS.
          05 WS-XREF-AVAILABLE PIC X(1) VALUE 'N'.
             88 XREF-AVAILABLE VALUE 'Y'.
          05 WS-PAYM-AVAILABLE PIC X(1) VALUE 'N'.
             88 PAYM-AVAILABLE VALUE 'Y'.
          05 WS-LOAN-EOF PIC X(1) VALUE 'N'.
             88 LOAN-EOF VALUE 'Y'.
          05 WS-DLQ-EOF PIC X(1) VALUE 'N'.
             88 DLQ-EOF VALUE 'Y'.
          05 WS-AGX-EOF PIC X(1) VALUE 'N'.
             88 AGX-EOF VALUE 'Y'.
          05 WS-REL-FOUND PIC X(1) VALUE 'N'.
             88 REL-FOUND VALUE 'Y'.

      * ACTIVE LOANS BY BORROWER, LOADED FROM LOANDD: OUTSTANDING
      * (PRINCIPAL BALANCE PLUS INTEREST DUE) AND WORST DAYS PAST
      * DUE OVER ALL THE CUSTOMER'S LOANS. APPROVALS THIS RUN ARE
      * ADDED AS THEY HAPPEN SO A SECOND APPLICATION SEES THE
      * FIRST.
       01 LOAN-EXP-COUNT PIC 9(5) VALUE 0.
       01 WS-LOAN-EXP-TABLE.
          05 LOAN-EXP-ENTRY OCCURS 10000 TIMES INDEXED BY LE-IDX.
             10 LE-CUST-ID PIC X(5).
             10 LE-BALANCE PIC 9(9)V99.
             10 LE-WORST-DPD PIC 9(3).

      * DELINQUENT CARDS FROM DLQDD.
       01 CARD-DLQ-COUNT PIC 9(5) VALUE 0.
       01 WS-CARD-DLQ-TABLE.
          05 CARD-DLQ-ENTRY OCCURS 20000 TIMES INDEXED BY CD-IDX.
             10 CD-CARD-NUM PIC X(16).
             10 CD-DAYS-PAST-DUE PIC 9(3).
             10 CD-PAST-DUE PIC 9(9)V99.

      * PARTS A/R AGING FROM AGXDD: OPEN BALANCE, THE OLDEST
      * BUCKET WITH MONEY IN IT AS DAYS PAST DUE, AND CREDIT HOLD.
       01 AR-AGING-COUNT PIC 9(5) VALUE 0.
       01 WS-AR-AGING-TABLE.
          05 AR-AGING-ENTRY OCCURS 10000 TIMES INDEXED BY AR-IDX.
             10 AR-CUST-ID PIC X(5).
             10 AR-OPEN-BALANCE PIC 9(9)V99.
             10 AR-WORST-DPD PIC 9(3).
             10 AR-HOLD-FLAG PIC X(1).

      * LOAN EXPOSURE WORK FIELDS
       01 WS-EXP-CUST-ID PIC X(5).
       01 WS-LOAN-BALANCE PIC 9(9)V99.
       01 WS-LOAN-AMOUNT-DUE PIC 9(7)V99.
       01 WS-LOAN-DPD PIC 9(5).
       01 WS-DUE-DATE PIC 9(8).
       01 WS-DUE-DATE-PARTS REDEFINES WS-DUE-DATE.
          05 WS-DUE-YYYY PIC 9(4).
          05 WS-DUE-MM PIC 9(2).
          05 WS-DUE-DD PIC 9(2).

      * EXISTING-RELATIONSHIP STATISTICS
       01 WS-LINKED-COUNT PIC 9(5) VALUE 0.
       01 WS-NOT-ON-XREF-COUNT PIC 9(5) VALUE 0.
       01 WS-INTERNAL-HIT-COUNT PIC 9(5) VALUE 0.
       01 WS-REL-CAP-REFER-COUNT PIC 9(5) VALUE 0.
       01 WS-REL-DISP PIC Z(8)9.99.

      **********************************************
      * READS ALL APPLICANTS, CALLS SUB1JB23 FOR EACH, WRITES A
      * DECISION LINE PER APPLICANT, DISPLAYS THE RUN'S APPROVAL
           PERFORM OPEN-STATUS-LOG.
           PERFORM LOAD-RUNTIME-PARMS.
           PERFORM LOAD-APP-HISTORY.
           PERFORM LOAD-SCREEN-HITS.
           PERFORM LOAD-TIER-TABLE.
           PERFORM OPEN-ALL-FILES.
           PERFORM LOAD-BUREAU-TABLE.
           PERFORM LOAD-RELATIONSHIP-DATA.
           PERFORM READ-CHALLENGER-PARMS.
           PERFORM PROCESS-ALL-RECORDS.
           IF CHALLENGER-MODE
                      PERFORM WRITE-EDIT-REJECT
                   ELSE
                   PERFORM CHECK-REAPPLICATION
                   PERFORM CHECK-SCREENING-HIT
                   IF SCREEN-HIT
                      ADD 1 TO WS-SCREEN-REFER-COUNT
                      ADD 1 TO WS-REFER-COUNTER
                      MOVE 'REFER' TO WS-DECISION
                      MOVE SH-REASON(SH-IDX) TO WS-REASON
                      PERFORM WRITE-DECISION-LINE
                      PERFORM WRITE-REFER-EXTRACT
                      PERFORM WRITE-APP-HISTORY
                   ELSE
                   IF REAPPLY-REFER
                      ADD 1 TO WS-REAPPLY-COUNT
                      ADD 1 TO WS-REFER-COUNTER
                      PERFORM WRITE-APP-HISTORY
                   ELSE
                   PERFORM MERGE-BUREAU-ATTRIBUTES
                   PERFORM GATHER-RELATIONSHIP
                   CALL 'SUB1JB23' USING
                        APP-CREDIT-SCORE,
                        APP-LATE-PAYMENTS,
                        WS-BUREAU-PRESENT,
                        WS-BUREAU-SCORE,
                        WS-DEROG-COUNT,
                        WS-RELATIONSHIP,
                        WS-PROD-PARMS,
                        WS-TIER-SET,
                        WS-DECISION,
                        WS-ERROR-COUNTER,
                        WS-REFER-COUNTER
                   END-CALL
                   IF WS-REASON = 'INTERNAL DELINQUENCY'
                      OR WS-REASON = 'INTERNAL PAST DUE'
                      OR WS-REASON = 'INTERNAL ACCOUNT HOLD'
                      ADD 1 TO WS-INTERNAL-HIT-COUNT
                   END-IF
                   IF WS-DECISION = 'APPROVED'
                      PERFORM CHECK-EXPOSURE-CAP
                   END-IF
                   END-IF
                   END-IF
                   END-IF
                   END-IF
              END-READ
           END-PERFORM.

      **********************************************
      * READS THIS JOB'S OPERATIONAL TUNABLES (THE PRODUCTION
      * REFER BANDS, THE EXPOSURE CAP, THE REAPPLICATION WINDOW
      * AND THE RELATIONSHIP CAP) FROM THE CENTRAL PARAMETER
      * FILE THROUGH PRMGET50, KEEPING THE WORKING-STORAGE VALUES
      * AS THE DEFAULTS.
      **********************************************
       LOAD-RUNTIME-PARMS.
           MOVE 'JOBSUB23' TO RP-JOB-NAME.
           MOVE WS-REAPPLY-WINDOW-DAYS TO RP-DEFAULT-VALUE.
           CALL 'PRMGET50' USING WS-RUNPARM-REQUEST END-CALL.
           MOVE RP-VALUE TO WS-REAPPLY-WINDOW-DAYS.
           MOVE 'JOBSUB23' TO RP-JOB-NAME.
           MOVE 'RELCAP' TO RP-KEYWORD.
           MOVE WS-RELATIONSHIP-CAP TO RP-DEFAULT-VALUE.
           CALL 'PRMGET50' USING WS-RUNPARM-REQUEST END-CALL.
           MOVE RP-VALUE TO WS-RELATIONSHIP-CAP.

      **********************************************
      * LOADS TIERDD INTO THE PRICING TIER TABLE, IN FILE ORDER
           END-IF.

      **********************************************
      * LOADS APSCRN23'S SCREENING HITS FROM SCRNDD. NO FILE
      * (05/35) MEANS THE SCREENING STEP DID NOT RUN, SO NOBODY
      * IS REFERRED FOR IT - A WARNING RATHER THAN A FAILURE, THE
      * SAME AS A MISSING BUREAU FEED. OVERFLOW IS A HARD ERROR:
      * A DROPPED HIT WOULD LET A SCREENED APPLICANT BE DECIDED.
      **********************************************
       LOAD-SCREEN-HITS.
           OPEN INPUT SCREEN-HIT-FILE.
           IF SCREEN-HIT-STATUS = '05' OR SCREEN-HIT-STATUS = '35'
              DISPLAY 'NO SCREENING RESULTS - APPLICANTS NOT SCREENED'
           ELSE
              IF SCREEN-HIT-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING SCREENING HIT FILE: '
                          SCREEN-HIT-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
              SET SCREEN-AVAILABLE TO TRUE
              PERFORM UNTIL SCREEN-EOF
                 READ SCREEN-HIT-FILE
                   AT END
                      SET SCREEN-EOF TO TRUE
                   NOT AT END
                      IF SCREEN-HIT-STATUS NOT = '00'
                         DISPLAY 'ERROR READING SCREENING HIT FILE: '
                                  SCREEN-HIT-STATUS
                         PERFORM ABEND-WITH-STATUS
                      END-IF
                      IF SCREEN-HIT-COUNT >= 5000
                         DISPLAY 'ERROR: SCREENING HIT TABLE FULL '
                                 '(5000 MAX)'
                         PERFORM ABEND-WITH-STATUS
                      END-IF
                      ADD 1 TO SCREEN-HIT-COUNT
                      SET SH-IDX TO SCREEN-HIT-COUNT
                      MOVE SCR-APP-ID TO SH-APP-ID(SH-IDX)
                      MOVE SCR-REASON TO SH-REASON(SH-IDX)
                 END-READ
              END-PERFORM
              CLOSE SCREEN-HIT-FILE
           END-IF.

      **********************************************
      * LOOKS THE CURRENT APPLICANT UP IN THE SCREENING HITS,
      * LEAVING SH-IDX ON THE HIT WHEN FOUND.
      **********************************************
       CHECK-SCREENING-HIT.
           MOVE 'N' TO WS-SCREEN-HIT.
           IF SCREEN-HIT-COUNT > 0
              SET SH-IDX TO 1
              SEARCH SCREEN-HIT-ENTRY
                  AT END
                     CONTINUE
                  WHEN SH-IDX > SCREEN-HIT-COUNT
                     CONTINUE
                  WHEN SH-APP-ID(SH-IDX) = APP-ID
                     SET SCREEN-HIT TO TRUE
              END-SEARCH
           END-IF.

      **********************************************
      * APPLIES THE RELATIONSHIP CAP AND THEN THE DAILY APPROVED-
      * EXPOSURE CAP TO AN APPROVAL. A LINKED CUSTOMER WHOSE
      * EXISTING EXPOSURE PLUS THIS LOAN WOULD PASS THE
      * RELATIONSHIP CAP REFERS WITH REASON RELATIONSHIP CAP.
      * INSIDE THE DAILY CAP THE LOAN AMOUNT JOINS THE RUN'S
      * EXPOSURE (AND THE CUSTOMER'S); PAST IT THE APPROVAL IS
      * TURNED INTO A REFER WITH REASON PORTFOLIO CAP. EITHER WAY
      * THE COUNTERS SUB1JB23 BUMPED ARE MOVED ACCORDINGLY.
      **********************************************
       CHECK-EXPOSURE-CAP.
           IF REL-LINKED
              AND WS-REL-EXPOSURE + APP-LOAN-AMOUNT
                  > WS-RELATIONSHIP-CAP
              ADD 1 TO WS-REL-CAP-REFER-COUNT
              SUBTRACT 1 FROM WS-SUCCESS-COUNTER
              ADD 1 TO WS-REFER-COUNTER
              MOVE 'REFER' TO WS-DECISION
              MOVE 'RELATIONSHIP CAP' TO WS-REASON
           ELSE
           IF WS-APPROVED-EXPOSURE + APP-LOAN-AMOUNT
              > WS-DAILY-CAP-AMOUNT
              ADD 1 TO WS-CAP-REFER-COUNT
              MOVE 'PORTFOLIO CAP' TO WS-REASON
           ELSE
              ADD APP-LOAN-AMOUNT TO WS-APPROVED-EXPOSURE
              IF REL-LINKED
                 PERFORM ADD-APPROVAL-TO-EXPOSURE
              END-IF
           END-IF
           END-IF.

      **********************************************
      * ADDS A LINKED CUSTOMER'S APPROVAL TO THEIR LOAN EXPOSURE
      * SO ANOTHER APPLICATION FROM THEM LATER IN THE SAME FILE
      * IS DECIDED ON THE NEW TOTAL.
      **********************************************
       ADD-APPROVAL-TO-EXPOSURE.
           MOVE 0 TO WS-LOAN-DPD.
           MOVE APP-LOAN-AMOUNT TO WS-LOAN-BALANCE.
           MOVE XRF-CUST-ID TO WS-EXP-CUST-ID.
           PERFORM ADD-TO-LOAN-EXPOSURE.

      **********************************************
      * APPENDS THE DECISION JUST MADE TO THE APPLICATION
      * HISTORY SO FUTURE RUNS REMEMBER IT.
           END-IF.
           MOVE APP-LOAN-AMOUNT TO WS-AH-AMOUNT.
           MOVE WS-AH-AMOUNT(1:7) TO AH-AMOUNT.
           MOVE APP-CUST-ID TO AH-CUST-ID.
           WRITE APP-HISTORY-REC.
           IF APP-HISTORY-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING APPLICATION HISTORY: '
                WS-BUREAU-PRESENT,
                WS-BUREAU-SCORE,
                WS-DEROG-COUNT,
                WS-RELATIONSHIP,
                WS-CHAL-PARMS,
                WS-TIER-SET,
                WS-CHAL-DECISION,
              END-IF
           END-IF.

      **********************************************
      * LOADS WHAT WE ALREADY HAVE OUT TO OUR CUSTOMERS AND OPENS
      * THE FILES LOOKED UP PER APPLICANT. EVERY SOURCE IS
      * OPTIONAL (FILE STATUS 05/35): WITHOUT THE XREF NO
      * APPLICANT CAN BE LINKED AND EVERY ONE DECISIONS AS NEW, AS
      * BEFORE; WITHOUT ANY OTHER SOURCE IT JUST ADDS NOTHING.
      **********************************************
       LOAD-RELATIONSHIP-DATA.
           OPEN INPUT XREF-MASTER.
           IF XREF-STATUS = '05' OR XREF-STATUS = '35'
              DISPLAY 'NO CUSTOMER XREF - EXISTING-RELATIONSHIP '
                      'CHECK SKIPPED'
           ELSE
              IF XREF-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING CUSTOMER XREF: ' XREF-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
              SET XREF-AVAILABLE TO TRUE
           END-IF.
           IF XREF-AVAILABLE
              PERFORM LOAD-LOAN-EXPOSURE
              PERFORM LOAD-CARD-DELINQUENCY
              PERFORM LOAD-AR-AGING
              OPEN INPUT VSAM-FILE
              IF VSAM-STATUS = '05' OR VSAM-STATUS = '35'
                 DISPLAY 'NO PAYMENTS CUSTOMER MASTER - ACCOUNT '
                         'SUSPENSIONS NOT CHECKED'
              ELSE
                 IF VSAM-STATUS NOT = '00'
                    DISPLAY 'ERROR OPENING PAYMENTS MASTER: '
                             VSAM-STATUS
                    PERFORM ABEND-WITH-STATUS
                 END-IF
                 SET PAYM-AVAILABLE TO TRUE
              END-IF
           END-IF.

      **********************************************
      * TOTALS THE ACTIVE LOANS ON LOANDD BY BORROWER. LOANS
      * BOARDED WITHOUT A CUSTOMER ID CANNOT BE ATTRIBUTED AND
      * ARE PASSED OVER.
      **********************************************
       LOAD-LOAN-EXPOSURE.
           OPEN INPUT LOAN-MASTER-FILE.
           IF LOAN-MASTER-STATUS = '05' OR LOAN-MASTER-STATUS = '35'
              DISPLAY 'NO LOAN MASTER - EXISTING LOANS NOT COUNTED'
           ELSE
              IF LOAN-MASTER-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING LOAN MASTER: '
                          LOAN-MASTER-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
              PERFORM UNTIL LOAN-EOF
                 READ LOAN-MASTER-FILE NEXT RECORD
                   AT END
                      SET LOAN-EOF TO TRUE
                   NOT AT END
                      IF LOAN-MASTER-STATUS NOT = '00'
                         DISPLAY 'ERROR READING LOAN MASTER: '
                                  LOAN-MASTER-STATUS
                         PERFORM ABEND-WITH-STATUS
                      END-IF
                      IF LN-ACTIVE AND LN-CUST-ID NOT = SPACES
                         PERFORM LOAD-ONE-LOAN-EXPOSURE
                      END-IF
                 END-READ
              END-PERFORM
              CLOSE LOAN-MASTER-FILE
           END-IF.

      **********************************************
      * OUTSTANDING AND DAYS PAST DUE OF ONE ACTIVE LOAN, ADDED
      * TO ITS BORROWER'S ENTRY. THE OLDEST UNPAID INSTALLMENT
      * FELL DUE THE MONTH AFTER THE PAID-TO DATE (OR ON THE
      * FIRST DUE DATE) - THE SAME RULE BURRPT23 REPORTS TO THE
      * BUREAU ON. A LOAN NOT SET UP FOR SERVICING COUNTS AT ITS
      * ORIGINAL AMOUNT, CURRENT.
      **********************************************
       LOAD-ONE-LOAN-EXPOSURE.
           MOVE 0 TO WS-LOAN-DPD.
           IF LN-FIRST-DUE-DATE = SPACES
              OR LN-PRINCIPAL-BAL NOT NUMERIC
              OR LN-PRINCIPAL-DUE NOT NUMERIC
              OR LN-INTEREST-DUE NOT NUMERIC
              MOVE LN-AMOUNT TO WS-LOAN-BALANCE
           ELSE
              COMPUTE WS-LOAN-BALANCE =
                      LN-PRINCIPAL-BAL + LN-INTEREST-DUE
              COMPUTE WS-LOAN-AMOUNT-DUE =
                      LN-INTEREST-DUE + LN-PRINCIPAL-DUE
              IF WS-LOAN-AMOUNT-DUE > 0
                 IF LN-PAID-TO-DATE = SPACES
                    MOVE LN-FIRST-DUE-DATE TO WS-DUE-DATE
                 ELSE
                    MOVE LN-PAID-TO-DATE TO WS-DUE-DATE
                    PERFORM ADD-ONE-MONTH
                 END-IF
                 IF WS-DUE-DATE < WS-RUN-DATE
                    COMPUTE WS-LOAN-DPD = WS-RUN-DATE-INT
                          - FUNCTION INTEGER-OF-DATE(WS-DUE-DATE)
                 END-IF
              END-IF
           END-IF.
           MOVE LN-CUST-ID TO WS-EXP-CUST-ID.
           PERFORM ADD-TO-LOAN-EXPOSURE.

      **********************************************
      * STEPS WS-DUE-DATE ON BY ONE CALENDAR MONTH.
      **********************************************
       ADD-ONE-MONTH.
           IF WS-DUE-MM = 12
              MOVE 1 TO WS-DUE-MM
              ADD 1 TO WS-DUE-YYYY
           ELSE
              ADD 1 TO WS-DUE-MM
           END-IF.

      **********************************************
      * ADDS WS-LOAN-BALANCE AND WS-LOAN-DPD TO WS-EXP-CUST-ID'S
      * LOAN EXPOSURE ENTRY, STARTING ONE IF THE CUSTOMER HAS
      * NONE YET. OVERFLOW IS A HARD ERROR - A DROPPED LOAN WOULD
      * SILENTLY UNDERSTATE A CUSTOMER'S EXPOSURE.
      **********************************************
       ADD-TO-LOAN-EXPOSURE.
           MOVE 'N' TO WS-REL-FOUND.
           IF LOAN-EXP-COUNT > 0
              SET LE-IDX TO 1
              SEARCH LOAN-EXP-ENTRY
                  AT END
                     CONTINUE
                  WHEN LE-IDX > LOAN-EXP-COUNT
                     CONTINUE
                  WHEN LE-CUST-ID(LE-IDX) = WS-EXP-CUST-ID
                     SET REL-FOUND TO TRUE
              END-SEARCH
           END-IF.
           IF NOT REL-FOUND
              IF LOAN-EXP-COUNT >= 10000
                 DISPLAY 'ERROR: LOAN EXPOSURE TABLE FULL (10000 MAX)'
                 PERFORM ABEND-WITH-STATUS
              END-IF
              ADD 1 TO LOAN-EXP-COUNT
              SET LE-IDX TO LOAN-EXP-COUNT
              MOVE WS-EXP-CUST-ID TO LE-CUST-ID(LE-IDX)
              MOVE 0 TO LE-BALANCE(LE-IDX)
              MOVE 0 TO LE-WORST-DPD(LE-IDX)
           END-IF.
           ADD WS-LOAN-BALANCE TO LE-BALANCE(LE-IDX).
           IF WS-LOAN-DPD > 999
              MOVE 999 TO WS-LOAN-DPD
           END-IF.
           IF WS-LOAN-DPD > LE-WORST-DPD(LE-IDX)
              MOVE WS-LOAN-DPD TO LE-WORST-DPD(LE-IDX)
           END-IF.

      **********************************************
      * LOADS THE DELINQUENT CARDS FROM DELINQ11'S CARRY FILE.
      * A CARD NOT ON IT IS CURRENT.
      **********************************************
       LOAD-CARD-DELINQUENCY.
           OPEN INPUT CARD-DELINQ-FILE.
           IF CARD-DELINQ-STATUS = '05' OR CARD-DELINQ-STATUS = '35'
              DISPLAY 'NO CARD DELINQUENCY CARRY - CARDS TAKEN AS '
                      'CURRENT'
           ELSE
              IF CARD-DELINQ-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING CARD DELINQUENCY CARRY: '
                          CARD-DELINQ-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
              PERFORM UNTIL DLQ-EOF
                 READ CARD-DELINQ-FILE
                   AT END
                      SET DLQ-EOF TO TRUE
                   NOT AT END
                      IF CARD-DELINQ-STATUS NOT = '00'
                         DISPLAY 'ERROR READING CARD DELINQUENCY '
                                 'CARRY: ' CARD-DELINQ-STATUS
                         PERFORM ABEND-WITH-STATUS
                      END-IF
                      IF CARD-DLQ-COUNT >= 20000
                         DISPLAY 'ERROR: CARD DELINQUENCY TABLE FULL '
                                 '(20000 MAX)'
                         PERFORM ABEND-WITH-STATUS
                      END-IF
                      ADD 1 TO CARD-DLQ-COUNT
                      SET CD-IDX TO CARD-DLQ-COUNT
                      MOVE DQI-CARD-NUM TO CD-CARD-NUM(CD-IDX)
                      MOVE DQI-DAYS-PAST-DUE
                           TO CD-DAYS-PAST-DUE(CD-IDX)
                      MOVE DQI-PAST-DUE-AMOUNT TO CD-PAST-DUE(CD-IDX)
                 END-READ
              END-PERFORM
              CLOSE CARD-DELINQ-FILE
           END-IF.

      **********************************************
      * LOADS CASHAP16'S PARTS A/R AGING: OPEN BALANCE ACROSS
      * ALL BUCKETS, THE OLDEST BUCKET WITH MONEY IN IT TAKEN AS
      * DAYS PAST DUE, AND THE CREDIT-HOLD FLAG.
      **********************************************
       LOAD-AR-AGING.
           OPEN INPUT AGING-EXTRACT-FILE.
           IF AGING-EXTRACT-STATUS = '05'
              OR AGING-EXTRACT-STATUS = '35'
              DISPLAY 'NO A/R AGING EXTRACT - PARTS INVOICES NOT '
                      'COUNTED'
           ELSE
              IF AGING-EXTRACT-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING A/R AGING EXTRACT: '
                          AGING-EXTRACT-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
              PERFORM UNTIL AGX-EOF
                 READ AGING-EXTRACT-FILE
                   AT END
                      SET AGX-EOF TO TRUE
                   NOT AT END
                      IF AGING-EXTRACT-STATUS NOT = '00'
                         DISPLAY 'ERROR READING A/R AGING EXTRACT: '
                                  AGING-EXTRACT-STATUS
                         PERFORM ABEND-WITH-STATUS
                      END-IF
                      IF AR-AGING-COUNT >= 10000
                         DISPLAY 'ERROR: A/R AGING TABLE FULL '
                                 '(10000 MAX)'
                         PERFORM ABEND-WITH-STATUS
                      END-IF
                      ADD 1 TO AR-AGING-COUNT
                      SET AR-IDX TO AR-AGING-COUNT
                      MOVE AGX-CUST-ID TO AR-CUST-ID(AR-IDX)
                      COMPUTE AR-OPEN-BALANCE(AR-IDX) =
                              AGX-CURRENT + AGX-OVER-30
                              + AGX-OVER-60 + AGX-OVER-90
                      EVALUATE TRUE
                          WHEN AGX-OVER-90 > 0
                            MOVE 90 TO AR-WORST-DPD(AR-IDX)
                          WHEN AGX-OVER-60 > 0
                            MOVE 60 TO AR-WORST-DPD(AR-IDX)
                          WHEN AGX-OVER-30 > 0
                            MOVE 30 TO AR-WORST-DPD(AR-IDX)
                          WHEN OTHER
                            MOVE 0 TO AR-WORST-DPD(AR-IDX)
                      END-EVALUATE
                      MOVE AGX-HOLD-FLAG TO AR-HOLD-FLAG(AR-IDX)
                 END-READ
              END-PERFORM
              CLOSE AGING-EXTRACT-FILE
           END-IF.

      **********************************************
      * LINKS THE CURRENT APPLICANT TO THE CUSTOMER SPINE AND
      * TOTALS WHAT THEY ALREADY HAVE WITH US: THEIR LOANS BY
      * SPINE ID, THE MAPPED CARD'S DELINQUENCY, THE MAPPED ORDER
      * CUSTOMER'S PARTS A/R, AND THE MAPPED PAYMENTS ACCOUNT'S
      * STATUS. A CUSTOMER ID THE XREF DOES NOT KNOW IS REPORTED
      * AND THE APPLICANT DECISIONS AS NEW.
      **********************************************
       GATHER-RELATIONSHIP.
           MOVE 'N' TO WS-REL-LINKED.
           MOVE 0 TO WS-REL-EXPOSURE.
           MOVE 0 TO WS-REL-WORST-DPD.
           MOVE 'N' TO WS-REL-HOLD.
           IF XREF-AVAILABLE AND APP-CUST-ID NOT = SPACES
              MOVE APP-CUST-ID TO XRF-CUST-ID
              READ XREF-MASTER
              EVALUATE TRUE
                  WHEN XREF-STATUS = '00'
                    SET REL-LINKED TO TRUE
                    PERFORM DETOKENIZE-XREF-CARD
                  WHEN XREF-STATUS = '23'
                    ADD 1 TO WS-NOT-ON-XREF-COUNT
                    DISPLAY 'WARNING: APPLICANT ' APP-ID
                            ' CUSTOMER ' APP-CUST-ID
                            ' NOT ON XREF - DECISIONED AS NEW'
                  WHEN OTHER
                    DISPLAY 'ERROR READING CUSTOMER XREF: '
                             XREF-STATUS
                    PERFORM ABEND-WITH-STATUS
              END-EVALUATE
           END-IF.
           IF REL-LINKED
              ADD 1 TO WS-LINKED-COUNT
              PERFORM ADD-LOAN-RELATIONSHIP
              IF XRF-CARD-NUMBER NOT = SPACES
                 PERFORM ADD-CARD-RELATIONSHIP
              END-IF
              IF XRF-ORD-CUST-ID NOT = SPACES
                 AND XRF-ORD-CUST-ID(6:1) = SPACE
                 PERFORM ADD-AR-RELATIONSHIP
              END-IF
              IF PAYM-AVAILABLE AND XRF-PAY-CUST-ID NOT = SPACES
                 PERFORM CHECK-PAYMENT-ACCOUNT
              END-IF
              MOVE WS-REL-EXPOSURE TO WS-REL-DISP
              DISPLAY 'RELATIONSHIP: ' APP-ID ' CUSTOMER '
                       XRF-CUST-ID ' EXPOSURE ' WS-REL-DISP
                      ' WORST DPD ' WS-REL-WORST-DPD
                      ' HOLD ' WS-REL-HOLD
           END-IF.

      **********************************************
      * THE CUSTOMER'S OUTSTANDING LOANS.
      **********************************************
       ADD-LOAN-RELATIONSHIP.
           IF LOAN-EXP-COUNT > 0
              SET LE-IDX TO 1
              SEARCH LOAN-EXP-ENTRY
                  AT END
                     CONTINUE
                  WHEN LE-IDX > LOAN-EXP-COUNT
                     CONTINUE
                  WHEN LE-CUST-ID(LE-IDX) = XRF-CUST-ID
                     ADD LE-BALANCE(LE-IDX) TO WS-REL-EXPOSURE
                     IF LE-WORST-DPD(LE-IDX) > WS-REL-WORST-DPD
                        MOVE LE-WORST-DPD(LE-IDX)
                             TO WS-REL-WORST-DPD
                     END-IF
              END-SEARCH
           END-IF.

      **********************************************
      * THE MAPPED CARD'S PAST-DUE AMOUNT AND DAYS PAST DUE.
      **********************************************
       ADD-CARD-RELATIONSHIP.
           IF CARD-DLQ-COUNT > 0
              SET CD-IDX TO 1
              SEARCH CARD-DLQ-ENTRY
                  AT END
                     CONTINUE
                  WHEN CD-IDX > CARD-DLQ-COUNT
                     CONTINUE
                  WHEN CD-CARD-NUM(CD-IDX) = XRF-CARD-NUMBER
                     ADD CD-PAST-DUE(CD-IDX) TO WS-REL-EXPOSURE
                     IF CD-DAYS-PAST-DUE(CD-IDX) > WS-REL-WORST-DPD
                        MOVE CD-DAYS-PAST-DUE(CD-IDX)
                             TO WS-REL-WORST-DPD
                     END-IF
              END-SEARCH
           END-IF.

      **********************************************
      * THE MAPPED ORDER CUSTOMER'S OPEN PARTS INVOICES. A/R
      * KEYS ITS CUSTOMERS ON THE 5-BYTE FORM OF THE ORDER ID.
      **********************************************
       ADD-AR-RELATIONSHIP.
           IF AR-AGING-COUNT > 0
              SET AR-IDX TO 1
              SEARCH AR-AGING-ENTRY
                  AT END
                     CONTINUE
                  WHEN AR-IDX > AR-AGING-COUNT
                     CONTINUE
                  WHEN AR-CUST-ID(AR-IDX) = XRF-ORD-CUST-ID(1:5)
                     ADD AR-OPEN-BALANCE(AR-IDX) TO WS-REL-EXPOSURE
                     IF AR-WORST-DPD(AR-IDX) > WS-REL-WORST-DPD
                        MOVE AR-WORST-DPD(AR-IDX)
                             TO WS-REL-WORST-DPD
                     END-IF
                     IF AR-HOLD-FLAG(AR-IDX) = 'Y'
                        SET REL-HOLD TO TRUE
                     END-IF
              END-SEARCH
           END-IF.

      **********************************************
      * A SUSPENDED PAYMENTS ACCOUNT FLAGS THE CUSTOMER AS ON
      * HOLD WITH US. NOT FOUND ON THE PAYMENTS MASTER IS NOT AN
      * ERROR - THE XREF MAY BE AHEAD OF IT.
      **********************************************
       CHECK-PAYMENT-ACCOUNT.
           MOVE XRF-PAY-CUST-ID TO VSAM-ID.
           READ VSAM-FILE.
           EVALUATE TRUE
               WHEN VSAM-STATUS = '00'
                 IF VSAM-ACCT-STATUS = 'S'
                    SET REL-HOLD TO TRUE
                 END-IF
               WHEN VSAM-STATUS = '23'
                 CONTINUE
               WHEN OTHER
                 DISPLAY 'ERROR READING PAYMENTS MASTER: '
                          VSAM-STATUS
                 PERFORM ABEND-WITH-STATUS
           END-EVALUATE.

      **********************************************
      * PRE-EDITS EVERY FIELD THE DECISION USES: APP-ID PRESENT
      * AND NOT A DUPLICATE WITHIN THE FILE, THE NUMERIC FIELDS
      * ACTUALLY NUMERIC AND IN PLAUSIBLE RANGE (SCORE 300-850,
      * LOAN AMOUNT NOT ZERO), AND ENOUGH IDENTITY TO SCREEN ON -
      * LAST NAME, A REAL DATE OF BIRTH (1900 TO TODAY), ADDRESS,
      * AND A NATIONAL ID THAT IS 9 DIGITS WHEN GIVEN. THE FIRST
      * FAILING EDIT SETS THE REASON; FAILURES NEVER REACH
      * SUB1JB23 OR OUTDD.
      **********************************************
       EDIT-APPLICANT-FIELDS.
           SET EDIT-OK TO TRUE.
                 MOVE 'INCOME NOT NUMERIC' TO WS-EDIT-REASON
                 ADD 1 TO EDITS-BAD-INCOME
                 SET EDIT-FAILED TO TRUE
               WHEN APP-LAST-NAME = SPACES
                 MOVE 'LAST NAME IS BLANK' TO WS-EDIT-REASON
                 ADD 1 TO EDITS-BAD-NAME
                 SET EDIT-FAILED TO TRUE
               WHEN APP-BIRTH-DATE NOT NUMERIC
                 OR APP-BIRTH-DATE-NUM < 19000101
                 OR APP-BIRTH-DATE-NUM > WS-RUN-DATE
                 OR APP-BIRTH-DATE(5:2) < '01'
                 OR APP-BIRTH-DATE(5:2) > '12'
                 OR APP-BIRTH-DATE(7:2) < '01'
                 OR APP-BIRTH-DATE(7:2) > '31'
                 MOVE 'DATE OF BIRTH NOT VALID' TO WS-EDIT-REASON
                 ADD 1 TO EDITS-BAD-DOB
                 SET EDIT-FAILED TO TRUE
               WHEN APP-ADDRESS-LINE = SPACES
                 MOVE 'ADDRESS IS BLANK' TO WS-EDIT-REASON
                 ADD 1 TO EDITS-BAD-ADDRESS
                 SET EDIT-FAILED TO TRUE
               WHEN APP-NATIONAL-ID NOT = SPACES
                 AND APP-NATIONAL-ID NOT NUMERIC
                 MOVE 'NATIONAL ID NOT 9 DIGITS' TO WS-EDIT-REASON
                 ADD 1 TO EDITS-BAD-NATL-ID
                 SET EDIT-FAILED TO TRUE
           END-EVALUATE.
           IF EDIT-OK
              PERFORM CHECK-DUPLICATE-APP-ID
           MOVE APP-LOAN-AMOUNT TO APX-LOAN-AMOUNT.
           MOVE WS-APR TO APX-APR.
           MOVE WS-PRICE-TIER TO APX-TIER.
           IF REL-LINKED
              MOVE XRF-CUST-ID TO APX-CUST-ID
           END-IF.
           WRITE APPROVED-EXTRACT-REC.
           IF APPROVED-EXTRACT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING APPROVED EXTRACT FILE: '
              DISPLAY 'WARNING: ERROR CLOSING APPLICATION HISTORY: '
                       APP-HISTORY-STATUS
           END-IF.
           IF XREF-AVAILABLE
              MOVE 'C' TO CK-FUNCTION
              CALL 'CRDTOK11' USING WS-CARDTOK-REQUEST END-CALL
              CLOSE XREF-MASTER
              IF XREF-STATUS NOT = '00'
                 DISPLAY 'WARNING: ERROR CLOSING CUSTOMER XREF: '
                          XREF-STATUS
              END-IF
           END-IF.
           IF PAYM-AVAILABLE
              CLOSE VSAM-FILE
              IF VSAM-STATUS NOT = '00'
                 DISPLAY 'WARNING: ERROR CLOSING PAYMENTS MASTER: '
                          VSAM-STATUS
              END-IF
           END-IF.

      **********************************************
      * APPENDS ONE RECORD TO THE CONSOLIDATED END-OF-NIGHT BATCH
                 MOVE 'DAILY APPROVED-EXPOSURE CAP REACHED' TO
                      BST-MESSAGE
              ELSE
              IF NOT SCREEN-AVAILABLE
                 MOVE 'WARNING' TO BST-STATUS
                 MOVE 'NO SCREENING RESULTS - NOT SCREENED' TO
                      BST-MESSAGE
              ELSE
              IF NOT XREF-AVAILABLE
                 MOVE 'WARNING' TO BST-STATUS
                 MOVE 'NO XREF - RELATIONSHIP CHECK SKIPPED' TO
                      BST-MESSAGE
              ELSE
              IF EDITS-REJECTED > 0
                 MOVE 'WARNING' TO BST-STATUS
                 MOVE 'EDIT REJECTS WRITTEN TO REJECT FILE' TO
              END-IF
              END-IF
              END-IF
              END-IF
              END-IF
           END-IF.

           WRITE STATUS-LOG-REC.
                       STATUS-LOG-STATUS
           END-IF.

      **********************************************
      * THE XREF CARRIES A CARD TOKEN; THE CARD NUMBER BEHIND IT
      * IS NEEDED HERE TO MATCH THE CARD MASTER. A TOKEN THE VAULT
      * CANNOT RESOLVE LEAVES THE CUSTOMER WITHOUT A CARD.
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
                   ' OF CAP ' WS-CAP-DISP
                   ' (' WS-CAP-UTIL-PCT ' PCT)'.
           DISPLAY 'PORTFOLIO CAP REFERS: ' WS-CAP-REFER-COUNT.
           DISPLAY 'LINKED TO EXISTING CUSTOMERS: ' WS-LINKED-COUNT.
           DISPLAY 'CUSTOMER ID NOT ON XREF: ' WS-NOT-ON-XREF-COUNT.
           DISPLAY 'INTERNAL DELINQUENCY/HOLD DECLINES AND REFERS: '
                   WS-INTERNAL-HIT-COUNT.
           DISPLAY 'RELATIONSHIP CAP REFERS: ' WS-REL-CAP-REFER-COUNT.
           DISPLAY 'SCREENING REFERS: ' WS-SCREEN-REFER-COUNT.
           DISPLAY '  BLANK APP-ID:    ' EDITS-BLANK-ID.
           DISPLAY '  DUPLICATE ID:    ' EDITS-DUP-ID.
           DISPLAY '  BAD SCORE:       ' EDITS-BAD-SCORE.
           DISPLAY '  BAD DEBT:        ' EDITS-BAD-DEBT.
           DISPLAY '  BAD LOAN AMT:    ' EDITS-BAD-LOAN.
           DISPLAY '  BAD INCOME:      ' EDITS-BAD-INCOME.
           DISPLAY '  BLANK LAST NAME: ' EDITS-BAD-NAME.
           DISPLAY '  BAD BIRTH DATE:  ' EDITS-BAD-DOB.
           DISPLAY '  BLANK ADDRESS:   ' EDITS-BAD-ADDRESS.
           DISPLAY '  BAD NATIONAL ID: ' EDITS-BAD-NATL-ID.
      **********************************************
      * CAPTURES THE RUN-START TIMESTAMP FOR THE BATSTAT RECORD.
      * PERFORMED FIRST THING IN MAIN-LOGIC.
