      *   PHASE 3 - REMAINING OPEN ITEMS ROLL TO THE NEW CARRY FILE;   *
      *     THE AGING REPORT BUCKETS THEM PER CUSTOMER BY INVOICE      *
      *     AGE, FLAGGING ANY CUSTOMER WITH A 90+ BALANCE AS A         *
      *     DUNNING CANDIDATE. A CUSTOMER WHOSE OLDEST OPEN ITEM IS    *
      *     AT LEAST HOLDDAYSPD DAYS PAST ITS TERMS (TERMSDAYS), OR    *
      *     WHOSE PAST-DUE BALANCE REACHES HOLDAMTPD (ZERO = NO        *
      *     AMOUNT TEST), GOES ON THE CREDIT-HOLD FILE FOR PSTASK16.   *
      *     EVERY CUSTOMER'S BUCKETS ALSO GO TO THE AGING EXTRACT      *
      *     FOR THE DUNNING LETTERS (DUNLTR16).                        *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/09/02                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/10/15 - ADDED THE CREDIT-HOLD FILE (CRHLDD) FOR CUSTOMERS *
      *              PAST THE DAYS-PAST-DUE OR AMOUNT-PAST-DUE         *
      *              THRESHOLDS (PARMDD TERMSDAYS, HOLDDAYSPD,         *
      *              HOLDAMTPD), FLAGGED ON THE AGING REPORT, AND AN   *
      *              AGING EXTRACT (AGXDD) OF EVERY CUSTOMER'S BUCKETS *
      *              FOR THE DUNLTR16 REMINDER LETTERS.                *
      * 2026/10/15 - EACH NUMERIC REMITTANCE NOW WRITES ITS BALANCED   *
      *              ENTRIES TO THE SHARED GENERAL LEDGER JOURNAL      *
      *              (GLJDD, COPYBOOK GLJRNL): DR CASH AT BANK, CR     *
      *              TRADE RECEIVABLES FOR WHAT WAS APPLIED AND CR     *
      *              UNAPPLIED CASH FOR WHAT WENT TO SUSPENSE.         *
      * 2026/10/15 - BEFORE ANYTHING IS LOADED, SHPINV16'S INVOICE     *
      *              REGISTER IS READ ON ITS OWN FROM THE NEW SIRGDD   *
      *              DD AND ITS RECORD COUNT, HASH TOTAL (SUM OF THE   *
      *              INVOICE NUMBERS) AND AMOUNT TOTAL ARE VERIFIED    *
      *              (THROUGH CTLCHK45) AGAINST WHAT SHPINV16 POSTED   *
      *              FOR THE CYCLE. ANY DIFFERENCE, OR NO POSTING,     *
      *              STOPS THE RUN WITH RC 8 BEFORE THE OPEN ITEMS ARE *
      *              TOUCHED. NO SIRGDD FILE MEANS NO INVOICES         *
      *              TONIGHT, AS FOR IREGDD.                           *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  ARODD (AR.OPEN.ITEMS) - PRIOR RUN'S OPEN INVOICES      *
      * INPUT:  IREGDD (INVOICE.REGISTER + CREDIT.REGISTER) -          *
      *         TONIGHT'S REGISTER STREAM                              *
      * INPUT:  SIRGDD (INVOICE.REGISTER) - SHPINV16'S REGISTER ALONE, *
      *         READ ONLY TO VERIFY ITS CONTROL TOTALS                 *
      * INPUT:  CYCLDD, CALDD (CYCLE.DATE, BUSINESS.CALENDAR) - READ   *
      *         BY CYCDAT40 FOR THE CONTROL TOTALS' CYCLE DATE         *
      * I/O:    CTLDD (CONTROL.TOTALS.LOG) - HANDOFF CONTROL TOTALS,   *
      *         READ AND APPENDED THROUGH CTLCHK45                     *
      * INPUT:  REMFDD (CUST.REMITTANCES) - REMITTANCE FEED            *
      * OUTPUT: NEWARDD (AR.OPEN.ITEMS.NEW) - OPEN INVOICES CARRIED    *
      *         FORWARD (ROLLED OVER ARODD BY THE JCL)                 *
      * OUTPUT: SUSPDD (AR.SUSPENSE) - SHORT-PAYS AND UNAPPLIED CASH   *
      * OUTPUT: AGRDD (AR.AGING.REPORT) - AGING BY CUSTOMER            *
      * OUTPUT: PAIDDD (AR.PAID.INVOICES) - INVOICES SETTLED IN FULL   *
      * OUTPUT: CRHLDD (AR.CREDIT.HOLD) - CUSTOMERS ON CREDIT HOLD,    *
      *         REPLACED EACH RUN (PS, 80 B)                           *
      * OUTPUT: AGXDD (AR.AGING.EXTRACT) - AGING BUCKETS PER CUSTOMER  *
      *         (PS, 80 B)                                             *
      * OUTPUT: GLJDD (GL.JOURNAL.DAILY) - GL JOURNAL LINES (EXTEND)   *
      * OUTPUT: STATLOG (BATCH.STATLOG) - BATCH STATUS RECORD          *
      ******************************************************************

              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS REGISTER-STATUS.

           SELECT INVOICE-REGISTER-CHECK-FILE ASSIGN TO SIRGDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS REGISTER-CHECK-STATUS.

           SELECT REMITTANCE-FILE ASSIGN TO REMFDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS REMITTANCE-STATUS.
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS PAID-EXTRACT-STATUS.

           SELECT CREDIT-HOLD-FILE ASSIGN TO CRHLDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS CREDIT-HOLD-STATUS.

           SELECT AGING-EXTRACT-FILE ASSIGN TO AGXDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS AGING-EXTRACT-STATUS.

           SELECT STATUS-LOG ASSIGN TO STATLOG
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS STATUS-LOG-STATUS.

           SELECT GL-JOURNAL-FILE ASSIGN TO GLJDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS GL-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * OPEN A/R ITEMS CARRIED ACROSS RUNS: WHAT EACH INVOICE
          05 IRG-DOC-TYPE PIC X(1).
          05 FILLER PIC X(20).

      * SHPINV16'S INVOICE REGISTER ON ITS OWN (IT ALSO ARRIVES IN
      * THE IREGDD STREAM), READ ONCE BEFORE LOADING TO ADD UP ITS
      * CONTROL TOTALS. ONLY THE FIELDS THE TOTALS USE ARE NAMED -
      * SAME POSITIONS AS REGISTER-REC.
       FD INVOICE-REGISTER-CHECK-FILE RECORDING MODE IS F.
       01 INVOICE-REGISTER-CHECK-REC.
          05 IRC-INVOICE-NUM PIC 9(7).
          05 FILLER PIC X(33).
          05 IRC-TOTAL PIC 9(7)V99.
          05 FILLER PIC X(31).

       FD REMITTANCE-FILE RECORDING MODE IS F.
       01 REMITTANCE-REC.
          05 REM-CUST-ID PIC X(5).
          05 PDX-PAID-DATE PIC X(8).
          05 FILLER PIC X(48).

      * CREDIT-HOLD FILE: ONE RECORD PER CUSTOMER PAST THE HOLD
      * THRESHOLDS ON THIS RUN'S AGING. REWRITTEN IN FULL EACH RUN,
      * SO A CUSTOMER WHO PAYS DOWN DROPS OFF HOLD ON ITS OWN.
       FD CREDIT-HOLD-FILE RECORDING MODE IS F.
       01 CREDIT-HOLD-REC.
          05 CRH-CUST-ID PIC X(5).
          05 FILLER PIC X(1).
          05 CRH-DAYS-PAST-DUE PIC 9(5).
          05 FILLER PIC X(1).
          05 CRH-AMOUNT-PAST-DUE PIC 9(9)V99.
          05 FILLER PIC X(1).
          05 CRH-HOLD-DATE PIC X(8).
          05 FILLER PIC X(1).
          05 CRH-REASON PIC X(12).
          05 FILLER PIC X(35).

      * AGING EXTRACT: EVERY CUSTOMER'S BUCKETS AS OF THIS RUN,
      * WITH THE CREDIT-HOLD DECISION, FOR THE DUNNING LETTERS.
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
          05 FILLER PIC X(1).
          05 AGX-AGING-DATE PIC X(8).
          05 FILLER PIC X(16).

       FD STATUS-LOG RECORDING MODE IS F.
       01 STATUS-LOG-REC.
           COPY BATSTAT.

      * SHARED GENERAL LEDGER JOURNAL, OPENED EXTEND.
       FD GL-JOURNAL-FILE RECORDING MODE IS F.
       01 GL-JOURNAL-REC.
           COPY GLJRNL.

       WORKING-STORAGE SECTION.

      * FILE STATUS VARIABLES
          05 SUSPENSE-STATUS PIC X(2).
          05 AGING-REPORT-STATUS PIC X(2).
          05 PAID-EXTRACT-STATUS PIC X(2).
          05 CREDIT-HOLD-STATUS PIC X(2).
          05 AGING-EXTRACT-STATUS PIC X(2).
          05 STATUS-LOG-STATUS PIC X(2).
          05 GL-JOURNAL-STATUS PIC X(2).
          05 REGISTER-CHECK-STATUS PIC X(2).

      * CONTROL FLAGS
       01 WS-FLAGS.
             88 ARO-EOF VALUE 'Y'.
          05 WS-REG-EOF PIC X(1) VALUE 'N'.
             88 REG-EOF VALUE 'Y'.
          05 WS-REG-CHECK-EOF PIC X(1) VALUE 'N'.
             88 REG-CHECK-EOF VALUE 'Y'.
          05 WS-REM-EOF PIC X(1) VALUE 'N'.
             88 REM-EOF VALUE 'Y'.
          05 WS-ITEM-FOUND PIC X(1) VALUE 'N'.
       01 WS-TODAY-INT PIC 9(8).
       01 WS-ITEM-INT PIC 9(8).
       01 WS-ITEM-AGE-DAYS PIC S9(5).
       01 WS-ITEM-DAYS-PAST-DUE PIC S9(5).

      * RUNTIME PARAMETER LOOKUP REQUEST AREA - SEE COPYBOOK
      * RUNPARM AND SUBPROGRAM PRMGET50.
           COPY RUNPARM.

      * HANDOFF CONTROL TOTAL REQUEST AREA - SEE COPYBOOK CTLREQ
      * AND SUBPROGRAM CTLCHK45. SIRGDD'S TOTALS ARE ADDED UP HERE
      * AS IT IS READ FOR VERIFICATION.
           COPY CTLREQ.

      * CREDIT-HOLD TUNABLES (PARMDD): STANDARD PAYMENT TERMS IN
      * DAYS FROM INVOICE DATE (TERMSDAYS), DAYS PAST THOSE TERMS
      * ON THE OLDEST OPEN ITEM THAT PUTS A CUSTOMER ON HOLD
      * (HOLDDAYSPD, ZERO = NO DAYS TEST), AND PAST-DUE BALANCE
      * THAT PUTS A CUSTOMER ON HOLD (HOLDAMTPD, ZERO = NO AMOUNT
      * TEST). THE DEFAULTS HOLD ANYONE WITH A 90+ BALANCE.
       01 WS-TERMS-DAYS PIC 9(3) VALUE 30.
       01 WS-HOLD-DAYS-PD PIC 9(5) VALUE 60.
       01 WS-HOLD-AMT-PD PIC 9(9)V99 VALUE 0.

      * CREDIT-HOLD DECISION FOR THE AGING ENTRY BEING REPORTED
       01 WS-HOLD-REASON PIC X(12).

      * OPEN-ITEM TABLE: THE PRIOR CARRY FILE PLUS TONIGHT'S NEW
      * INVOICES. OVERFLOW IS A HARD STOP - A DROPPED ITEM IS A
             10 AG-OVER-30 PIC 9(9)V99.
             10 AG-OVER-60 PIC 9(9)V99.
             10 AG-OVER-90 PIC 9(9)V99.
             10 AG-PAST-DUE PIC 9(9)V99.
             10 AG-MAX-DAYS-PD PIC 9(5).

      * NUMERIC VIEWS OF THE REMITTANCE FIELDS
       01 WS-REM-AMOUNT PIC 9(7)V99.
       01 WS-EXCESS-AMOUNT PIC 9(7)V99.
       01 WS-CREDIT-LEFT PIC 9(7)V99.

      * PART OF THE CURRENT REMITTANCE LEFT UNAPPLIED (SUSPENSE)
       01 WS-UNAPPLIED-AMOUNT PIC 9(7)V99.

      * GENERAL LEDGER ACCOUNT CODES AND THE POSTING REQUEST AREA -
      * SEE COPYBOOKS GLACCT AND GLPOST.
           COPY GLACCT.
           COPY GLPOST.

      * DISPLAY FIELDS
       01 WS-AMT-DISP PIC Z(6)9.99.
       01 WS-CUR-DISP PIC Z(8)9.99.
       01 WS-30-DISP PIC Z(8)9.99.
       01 WS-60-DISP PIC Z(8)9.99.
       01 WS-90-DISP PIC Z(8)9.99.
       01 WS-PD-DISP PIC Z(8)9.99.
       01 WS-DAYS-DISP PIC Z(4)9.

      * STATISTICS COUNTERS
       01 WS-COUNTERS.
          05 INVOICES-PAID PIC 9(5) VALUE 0.
          05 ITEMS-CARRIED PIC 9(5) VALUE 0.
          05 DUNNING-CANDIDATES PIC 9(5) VALUE 0.
          05 CREDIT-HOLDS PIC 9(5) VALUE 0.

      * DISPLAY-FORMATTED COUNTERS
       01 WS-DISP-COUNTERS.
          05 INVOICES-PAID-DISP PIC Z(4)9.
          05 ITEMS-CARRIED-DISP PIC Z(4)9.
          05 DUNNING-CAND-DISP PIC Z(4)9.
          05 CREDIT-HOLDS-DISP PIC Z(4)9.

      **********************************************
      * LOADS THE OPEN ITEMS AND TONIGHT'S REGISTER, APPLIES THE
           COMPUTE WS-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).
           PERFORM OPEN-STATUS-LOG.
           PERFORM LOAD-RUNTIME-PARMS.
           PERFORM VERIFY-INVOICE-REGISTER.
           PERFORM OPEN-ALL-FILES.
           PERFORM LOAD-PRIOR-OPEN-ITEMS.
           PERFORM LOAD-REGISTER-STREAM.
              STOP RUN
           END-IF.

      **********************************************
      * READS THIS JOB'S OPERATIONAL TUNABLES FROM THE CENTRAL
      * PARAMETER FILE THROUGH PRMGET50, KEEPING THE WORKING-
      * STORAGE VALUES AS THE DEFAULTS.
      **********************************************
       LOAD-RUNTIME-PARMS.
           MOVE 'CASHAP16' TO RP-JOB-NAME.
           MOVE 'TERMSDAYS' TO RP-KEYWORD.
           MOVE WS-TERMS-DAYS TO RP-DEFAULT-VALUE.
           CALL 'PRMGET50' USING WS-RUNPARM-REQUEST END-CALL.
           MOVE RP-VALUE TO WS-TERMS-DAYS.
           MOVE 'CASHAP16' TO RP-JOB-NAME.
           MOVE 'HOLDDAYSPD' TO RP-KEYWORD.
           MOVE WS-HOLD-DAYS-PD TO RP-DEFAULT-VALUE.
           CALL 'PRMGET50' USING WS-RUNPARM-REQUEST END-CALL.
           MOVE RP-VALUE TO WS-HOLD-DAYS-PD.
           MOVE 'CASHAP16' TO RP-JOB-NAME.
           MOVE 'HOLDAMTPD' TO RP-KEYWORD.
           MOVE WS-HOLD-AMT-PD TO RP-DEFAULT-VALUE.
           CALL 'PRMGET50' USING WS-RUNPARM-REQUEST END-CALL.
           MOVE RP-VALUE TO WS-HOLD-AMT-PD.

      **********************************************
      * OPEN ALL FILES AND CHECK STATUS
      **********************************************
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN OUTPUT CREDIT-HOLD-FILE.
           IF CREDIT-HOLD-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING CREDIT-HOLD FILE: '
                       CREDIT-HOLD-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN OUTPUT AGING-EXTRACT-FILE.
           IF AGING-EXTRACT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING AGING EXTRACT FILE: '
                       AGING-EXTRACT-STATUS
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
      * LOADS THE PRIOR RUN'S OPEN ITEMS. NO CARRY FILE YET
      * (05/35) MEANS A FIRST RUN WITH NOTHING OUTSTANDING.
              CLOSE REGISTER-FILE
           END-IF.

      **********************************************
      * READS SHPINV16'S INVOICE REGISTER ON ITS OWN (SIRGDD) AND
      * VERIFIES IT AGAINST THE CONTROL TOTALS SHPINV16 POSTED FOR
      * THE CYCLE (HANDOFF INVREG): RECORD COUNT, HASH OF THE
      * INVOICE NUMBERS AND THE INVOICE TOTALS. A REGISTER THAT
      * FAILS, OR HAS NO POSTING, WOULD OPEN THE WRONG RECEIVABLES,
      * SO THE RUN STOPS WITH RC 8 BEFORE ANYTHING IS LOADED. NO
      * REGISTER AT ALL IS NOT AN ERROR - NO INVOICES TONIGHT.
      **********************************************
       VERIFY-INVOICE-REGISTER.
           OPEN INPUT INVOICE-REGISTER-CHECK-FILE.
           IF REGISTER-CHECK-STATUS = '05'
              OR REGISTER-CHECK-STATUS = '35'
              DISPLAY 'NO SHPINV16 INVOICE REGISTER TONIGHT - CONTROL '
                      'TOTALS NOT CHECKED'
           ELSE
              IF REGISTER-CHECK-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING INVOICE REGISTER (SIRGDD): '
                          REGISTER-CHECK-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
              MOVE 0 TO CC-RECORD-COUNT CC-HASH-TOTAL CC-AMOUNT-TOTAL
              PERFORM UNTIL REG-CHECK-EOF
                 READ INVOICE-REGISTER-CHECK-FILE
                   AT END
                      SET REG-CHECK-EOF TO TRUE
                   NOT AT END
                      ADD 1 TO CC-RECORD-COUNT
                      IF IRC-INVOICE-NUM NUMERIC
                         ADD IRC-INVOICE-NUM TO CC-HASH-TOTAL
                      END-IF
                      IF IRC-TOTAL NUMERIC
                         ADD IRC-TOTAL TO CC-AMOUNT-TOTAL
                      END-IF
                 END-READ
              END-PERFORM
              CLOSE INVOICE-REGISTER-CHECK-FILE
              SET CC-VERIFY-CONTROL TO TRUE
              MOVE 'INVREG' TO CC-HANDOFF
              MOVE 'CASHAP16' TO CC-JOB-NAME
              CALL 'CTLCHK45' USING WS-CTLTOT-REQUEST END-CALL
              IF NOT CC-BALANCED
                 DISPLAY 'INVOICE REGISTER (SIRGDD) FAILED ITS CONTROL '
                         'TOTALS - NO CASH APPLIED'
                 DISPLAY CC-MESSAGE
                 MOVE 8 TO RETURN-CODE
                 PERFORM ABEND-WITH-STATUS
              END-IF
           END-IF.

      **********************************************
      * OPENS A NEW RECEIVABLE FROM A REGISTER INVOICE RECORD.
      **********************************************
              ADD 1 TO REMITS-SUSPENSE
           ELSE
              MOVE REM-AMOUNT TO WS-REM-AMOUNT(1:9)
              MOVE 0 TO WS-UNAPPLIED-AMOUNT
              MOVE 'N' TO WS-ITEM-FOUND
              IF REM-INVOICE-REF NUMERIC
                 MOVE REM-INVOICE-REF TO WS-REM-INVOICE-NUM
                 END-STRING
                 PERFORM WRITE-SUSPENSE-LINE
                 ADD 1 TO REMITS-SUSPENSE
                 MOVE WS-REM-AMOUNT TO WS-UNAPPLIED-AMOUNT
              END-IF
              PERFORM WRITE-CASH-GL-ENTRY
           END-IF.

      **********************************************
      * JOURNALS THE REMITTANCE JUST APPLIED: THE WHOLE AMOUNT IS
      * CASH AT BANK, SETTLING TRADE RECEIVABLES AS FAR AS IT WAS
      * APPLIED AND HELD AS UNAPPLIED CASH FOR THE REST.
      **********************************************
       WRITE-CASH-GL-ENTRY.
           MOVE 'USD' TO GLP-CURRENCY.
           MOVE SPACES TO GLP-REFERENCE.
           STRING REM-CUST-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  REM-INVOICE-REF DELIMITED BY SIZE
                  INTO GLP-REFERENCE
           END-STRING.

           MOVE GLA-CASH-AT-BANK TO GLP-DEBIT-ACCT.
           MOVE GLA-TRADE-RECEIVABLE TO GLP-CREDIT-ACCT.
           COMPUTE GLP-AMOUNT = WS-REM-AMOUNT - WS-UNAPPLIED-AMOUNT.
           MOVE 'CASH APPLIED' TO GLP-DESC.
           PERFORM WRITE-GL-ENTRY.

           MOVE GLA-CASH-AT-BANK TO GLP-DEBIT-ACCT.
           MOVE GLA-UNAPPLIED-CASH TO GLP-CREDIT-ACCT.
           MOVE WS-UNAPPLIED-AMOUNT TO GLP-AMOUNT.
           MOVE 'CASH UNAPPLIED' TO GLP-DESC.
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
              MOVE 'CASHAP16' TO GLJ-SOURCE-JOB
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
              DISPLAY 'CUSTOMER: ' REM-CUST-ID
              PERFORM ABEND-WITH-STATUS
           END-IF.
           ADD 1 TO GLP-LINES-WRITTEN.

      **********************************************
      * FINDS THE REFERENCED OPEN ITEM FOR THE PAYING CUSTOMER,
                        INTO SUSPENSE-REC
                 END-STRING
                 PERFORM WRITE-SUSPENSE-LINE
                 MOVE WS-EXCESS-AMOUNT TO WS-UNAPPLIED-AMOUNT
              END-IF
           ELSE
              SUBTRACT WS-REM-AMOUNT FROM AR-AMOUNT-OPEN(AR-IDX)
      * BUCKETS EVERY SURVIVING OPEN ITEM BY AGE INTO ITS
      * CUSTOMER'S AGING ENTRY, THEN WRITES ONE REPORT LINE PER
      * CUSTOMER. A CUSTOMER WITH ANY 90+ BALANCE IS FLAGGED AS A
      * DUNNING-LETTER CANDIDATE. A CUSTOMER PAST THE CREDIT-HOLD
      * THRESHOLDS GETS A SECOND LINE AND A CREDIT-HOLD RECORD,
      * AND EVERY CUSTOMER GETS AN AGING EXTRACT RECORD.
      **********************************************
       WRITE-AGING-REPORT.
           PERFORM VARYING AR-IDX FROM 1 BY 1
                 END-STRING
              END-IF
              PERFORM WRITE-AGING-LINE
              PERFORM CHECK-CREDIT-HOLD
              PERFORM WRITE-AGING-EXTRACT
           END-PERFORM.

      **********************************************
      * DECIDES WHETHER THE CUSTOMER AT AG-IDX GOES ON CREDIT
      * HOLD: OLDEST ITEM AT LEAST HOLDDAYSPD DAYS PAST TERMS, OR
      * PAST-DUE BALANCE AT LEAST HOLDAMTPD. A HELD CUSTOMER GETS
      * A CREDIT-HOLD RECORD AND A SECOND AGING REPORT LINE.
      **********************************************
       CHECK-CREDIT-HOLD.
           MOVE SPACES TO WS-HOLD-REASON.
           IF WS-HOLD-DAYS-PD > 0
              AND AG-MAX-DAYS-PD(AG-IDX) >= WS-HOLD-DAYS-PD
              MOVE 'DAYS' TO WS-HOLD-REASON
           END-IF.
           IF WS-HOLD-AMT-PD > 0
              AND AG-PAST-DUE(AG-IDX) >= WS-HOLD-AMT-PD
              IF WS-HOLD-REASON = SPACES
                 MOVE 'AMOUNT' TO WS-HOLD-REASON
              ELSE
                 MOVE 'DAYS+AMOUNT' TO WS-HOLD-REASON
              END-IF
           END-IF.
           IF WS-HOLD-REASON NOT = SPACES
              ADD 1 TO CREDIT-HOLDS
              MOVE SPACES TO CREDIT-HOLD-REC
              MOVE AG-CUST-ID(AG-IDX) TO CRH-CUST-ID
              MOVE AG-MAX-DAYS-PD(AG-IDX) TO CRH-DAYS-PAST-DUE
              MOVE AG-PAST-DUE(AG-IDX) TO CRH-AMOUNT-PAST-DUE
              MOVE WS-RUN-DATE TO CRH-HOLD-DATE
              MOVE WS-HOLD-REASON TO CRH-REASON
              WRITE CREDIT-HOLD-REC
              IF CREDIT-HOLD-STATUS NOT = '00'
                 DISPLAY 'ERROR WRITING CREDIT-HOLD FILE: '
                          CREDIT-HOLD-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
              MOVE AG-MAX-DAYS-PD(AG-IDX) TO WS-DAYS-DISP
              MOVE AG-PAST-DUE(AG-IDX) TO WS-PD-DISP
              MOVE SPACES TO AGING-REPORT-REC
              STRING '      ** CREDIT HOLD: OLDEST ' DELIMITED BY SIZE
                     FUNCTION TRIM(WS-DAYS-DISP) DELIMITED BY SIZE
                     ' DAYS PAST TERMS, ' DELIMITED BY SIZE
                     FUNCTION TRIM(WS-PD-DISP) DELIMITED BY SIZE
                     ' PAST DUE' DELIMITED BY SIZE
                     INTO AGING-REPORT-REC
              END-STRING
              PERFORM WRITE-AGING-LINE
           END-IF.

      **********************************************
      * WRITES THE AGING EXTRACT RECORD FOR THE CUSTOMER AT
      * AG-IDX, CARRYING THE CREDIT-HOLD DECISION JUST MADE.
      **********************************************
       WRITE-AGING-EXTRACT.
           MOVE SPACES TO AGING-EXTRACT-REC.
           MOVE AG-CUST-ID(AG-IDX) TO AGX-CUST-ID.
           MOVE AG-CURRENT(AG-IDX) TO AGX-CURRENT.
           MOVE AG-OVER-30(AG-IDX) TO AGX-OVER-30.
           MOVE AG-OVER-60(AG-IDX) TO AGX-OVER-60.
           MOVE AG-OVER-90(AG-IDX) TO AGX-OVER-90.
           IF WS-HOLD-REASON NOT = SPACES
              MOVE 'Y' TO AGX-HOLD-FLAG
           ELSE
              MOVE 'N' TO AGX-HOLD-FLAG
           END-IF.
           MOVE WS-RUN-DATE TO AGX-AGING-DATE.
           WRITE AGING-EXTRACT-REC.
           IF AGING-EXTRACT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING AGING EXTRACT: '
                       AGING-EXTRACT-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * ADDS ONE OPEN ITEM'S BALANCE TO ITS CUSTOMER'S AGE
      * BUCKET. AN UNUSABLE INVOICE DATE AGES AS CURRENT. ANY AGE
      * BEYOND THE PAYMENT TERMS COUNTS TOWARD THE CUSTOMER'S
      * PAST-DUE BALANCE AND OLDEST DAYS PAST DUE.
      **********************************************
       BUCKET-ONE-ITEM.
           PERFORM FIND-AGING-ENTRY.
               WHEN OTHER
                 ADD AR-AMOUNT-OPEN(AR-IDX) TO AG-CURRENT(AG-IDX)
           END-EVALUATE.
           COMPUTE WS-ITEM-DAYS-PAST-DUE =
                   WS-ITEM-AGE-DAYS - WS-TERMS-DAYS.
           IF WS-ITEM-DAYS-PAST-DUE > 0
              ADD AR-AMOUNT-OPEN(AR-IDX) TO AG-PAST-DUE(AG-IDX)
              IF WS-ITEM-DAYS-PAST-DUE > AG-MAX-DAYS-PD(AG-IDX)
                 MOVE WS-ITEM-DAYS-PAST-DUE TO AG-MAX-DAYS-PD(AG-IDX)
              END-IF
           END-IF.

      **********************************************
      * FINDS (OR STARTS) THE ITEM'S CUSTOMER IN THE AGING TABLE,
              MOVE 0 TO AG-OVER-30(AG-IDX)
              MOVE 0 TO AG-OVER-60(AG-IDX)
              MOVE 0 TO AG-OVER-90(AG-IDX)
              MOVE 0 TO AG-PAST-DUE(AG-IDX)
              MOVE 0 TO AG-MAX-DAYS-PD(AG-IDX)
           END-IF.

      **********************************************
                       PAID-EXTRACT-STATUS
           END-IF.

           CLOSE CREDIT-HOLD-FILE.
           IF CREDIT-HOLD-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING CREDIT-HOLD FILE: '
                       CREDIT-HOLD-STATUS
           END-IF.

           CLOSE AGING-EXTRACT-FILE.
           IF AGING-EXTRACT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING AGING EXTRACT: '
                       AGING-EXTRACT-STATUS
           END-IF.

           CLOSE GL-JOURNAL-FILE.
           IF GL-JOURNAL-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING GL JOURNAL: '
                       GL-JOURNAL-STATUS
           END-IF.

      **********************************************
      * APPENDS ONE RECORD TO THE CONSOLIDATED END-OF-NIGHT BATCH
      * STATUS LOG AND CLOSES IT. STATUS-LOG ITSELF WAS ALREADY
           MOVE INVOICES-PAID TO INVOICES-PAID-DISP.
           MOVE ITEMS-CARRIED TO ITEMS-CARRIED-DISP.
           MOVE DUNNING-CANDIDATES TO DUNNING-CAND-DISP.
           MOVE CREDIT-HOLDS TO CREDIT-HOLDS-DISP.

           DISPLAY '========================================'.
           DISPLAY 'CASH APPLICATION SUMMARY'.
           DISPLAY 'INVOICES PAID FULL:   ' INVOICES-PAID-DISP.
           DISPLAY 'ITEMS CARRIED FWD:    ' ITEMS-CARRIED-DISP.
           DISPLAY 'DUNNING CANDIDATES:   ' DUNNING-CAND-DISP.
           DISPLAY 'CUSTOMERS ON HOLD:    ' CREDIT-HOLDS-DISP.
           DISPLAY 'GL JOURNAL LINES:     ' GLP-LINES-WRITTEN.
           DISPLAY '========================================'.

      **********************************************
