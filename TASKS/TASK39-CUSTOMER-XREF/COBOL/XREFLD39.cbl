      *     THE XREF RECORD IS WRITTEN TO THE KSDS; AN EXISTING KEY   *
      *     IS REFRESHED IN PLACE, SO THE JOB RERUNS CLEANLY AS THE   *
      *     MASTERS AND SEED EVOLVE.                                  *
      *     A SLOT CUSMRG39 MOVED ONTO THE CUSTOMER BY A REVIEWED     *
      *     MERGE (SOURCE 'M') IS KEPT UNLESS THE SEED OVERRIDES IT.  *
      *   A CUSTOMER MERGED AWAY (STATUS 'M') IS NOT REBUILT - ITS    *
      *   XREF STAYS EMPTY, POINTING AT THE SURVIVOR.                 *
      *   EVERY SPINE CUSTOMER GETS ONE REPORT LINE: FULL, PARTIAL,   *
      *   OR AMBIGUOUS.                                               *
      *                                                                *
      *                                                                *
      * COPYBOOK: TASK32 - CUSTOMER RECORD LAYOUT (CUST-RECORD)        *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/10/15 - CARD-MASTER-REC PICKED UP CARD-CREDIT-LIMIT (SEE  *
      *              VSMJOB11) SO THIS COPY OF THE LAYOUT STAYS IN     *
      *              SYNC WITH THE PHYSICAL RECORD.                    *
      * 2026/10/15 - XREF RECORD CARRIES XRF-ORD-SOURCE AND THE        *
      *              XRF-MERGED-INTO POINTER. MERGED CUSTOMERS ARE     *
      *              LEFT ALONE; MERGE-MOVED SLOTS SURVIVE A RELOAD.   *
      * 2026/10/15 - THE XREF NOW CARRIES A CARD TOKEN (CRDTOK11) IN   *
      *              PLACE OF THE CARD NUMBER, AND THE MATCH REPORT    *
      *              SHOWS THE CARD MASKED (CRDMSK11).                 *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  MASTDD (CUST.MASTER.VSAM) - REPORTING MASTER (SPINE)   *
      * INPUT:  PAYMDD (CUSTOMER.MST) - PAYMENTS CUSTOMER MASTER       *
      * INPUT:  SEEDDD (CUST.XREF.SEED) - ANALYST MAPPING FEED (PS)    *
      * I/O:    XREFDD (CUST.XREF.MASTER) - VSAM KSDS XREF MASTER      *
      * OUTPUT: RPTDD (CUST.XREF.RPT) - MATCH REPORT                   *
      * I/O:    VLTDD (CARD.TOKEN.VAULT) - VIA CRDTOK11               *
      * OUTPUT: STATLOG - SHARED STATUS LOG                            *
      ******************************************************************

          05 CARD-STATUS PIC X(1).
          05 CARD-DAILY-LIMIT PIC 9(5)V99.
          05 CARD-CURRENCY PIC X(3).
          05 CARD-CREDIT-LIMIT PIC 9(7)V99.

      * ANALYST-SUPPLIED EXPLICIT MAPPINGS. ANY NON-BLANK FIELD
      * OVERRIDES (OR SUPPLIES) THE AUTOMATIC MATCH FOR THAT
          05 FILLER PIC X(45).

      * ONE XREF RECORD PER SPINE CUSTOMER: THE FOUR SYSTEM IDS
      * AND HOW EACH WAS ESTABLISHED ('A' AUTOMATIC NAME MATCH,
      * 'S' ANALYST SEED, 'M' MOVED IN BY A CUSMRG39 MERGE).
      * XRF-MERGED-INTO IS SET ON A CUSTOMER MERGED AWAY.
       FD XREF-MASTER.
       01 XREF-MASTER-REC.
          05 XRF-CUST-ID PIC X(5).
          05 XRF-PAY-SOURCE PIC X(1).
          05 XRF-CARD-SOURCE PIC X(1).
          05 XRF-LOAD-DATE PIC X(8).
          05 XRF-ORD-SOURCE PIC X(1).
          05 XRF-MERGED-INTO PIC X(5).
          05 FILLER PIC X(32).

       FD REPORT-FILE RECORDING MODE IS F.
       01 REPORT-REC PIC X(80).
             88 SEED-EOF VALUE 'Y'.
          05 WS-SEED-FOUND PIC X(1) VALUE 'N'.
             88 SEED-FOUND VALUE 'Y'.
          05 WS-PRIOR-FOUND PIC X(1) VALUE 'N'.
             88 PRIOR-FOUND VALUE 'Y'.

      * SET JUST BEFORE A FATAL ERROR PATH WRITES ITS STATLOG RECORD
      * AND STOPS, SO WRITE-BATCH-STATUS REPORTS 'FAILED'.
             10 SD-ORD-ID PIC X(6).
             10 SD-CARD-NUM PIC X(16).

      * THE CUSTOMER'S XREF AS IT STOOD BEFORE THIS RUN - ONLY
      * THE MERGE-MOVED SLOTS ARE CARRIED FORWARD FROM IT.
       01 WS-PRIOR-XREF.
          05 WS-PRIOR-PAY-ID PIC X(5).
          05 WS-PRIOR-PAY-SOURCE PIC X(1).
          05 WS-PRIOR-ORD-ID PIC X(6).
          05 WS-PRIOR-ORD-SOURCE PIC X(1).
          05 WS-PRIOR-CARD-NUM PIC X(16).
          05 WS-PRIOR-CARD-SOURCE PIC X(1).

      * MATCH WORK FIELDS FOR THE CURRENT SPINE CUSTOMER
       01 WS-MATCH-WORK.
          05 WS-HIT-PAY-ID PIC X(5).
      * REPORT LINE BUILD FIELD
       01 WS-REPORT-LINE PIC X(80).

      * CARD TOKEN AND MASKING REQUEST AREAS. THE XREF LEAVES THE
      * CARD SUBSYSTEM, SO IT HOLDS THE TOKEN, NOT THE CARD NUMBER.
           COPY CARDTOK.
           COPY CARDMSK.

      * STATISTICS COUNTERS
       01 WS-COUNTERS.
          05 SPINE-READ PIC 9(5) VALUE 0.
          05 FULL-MATCHES PIC 9(5) VALUE 0.
          05 PARTIAL-MATCHES PIC 9(5) VALUE 0.
          05 AMBIGUOUS-MATCHES PIC 9(5) VALUE 0.
          05 MERGED-LEFT PIC 9(5) VALUE 0.

      **********************************************
      * LOAD THE SIDE TABLES -> MATCH EVERY SPINE CUSTOMER ->
           DISPLAY 'FULL MATCHES:      ' FULL-MATCHES.
           DISPLAY 'PARTIAL MATCHES:   ' PARTIAL-MATCHES.
           DISPLAY 'AMBIGUOUS:         ' AMBIGUOUS-MATCHES.
           DISPLAY 'MERGED, LEFT AS IS:' MERGED-LEFT.
           STOP RUN.

      **********************************************
           END-PERFORM.

      **********************************************
      * SEQUENTIAL SCAN OF THE SPINE (REPORTING) MASTER. A
      * CUSTOMER MERGED AWAY IS REPORTED, NOT REBUILT.
      **********************************************
       MATCH-ALL-CUSTOMERS.
           PERFORM UNTIL EOF
                NOT AT END
                   IF CUST-MASTER-STATUS = '00'
                      ADD 1 TO SPINE-READ
                      IF CUST-STATUS = 'M'
                         PERFORM REPORT-MERGED-CUSTOMER
                      ELSE
                         PERFORM MATCH-ONE-CUSTOMER
                      END-IF
                   ELSE
                      DISPLAY 'ERROR READING CUSTOMER MASTER: '
                               CUST-MASTER-STATUS
           PERFORM COUNT-PAYMENT-MATCHES.
           PERFORM COUNT-CARD-MATCHES.
           PERFORM FIND-SEED-MAPPING.
           PERFORM FETCH-PRIOR-XREF.

           MOVE SPACES TO XREF-MASTER-REC.
           MOVE CUST-ID TO XRF-CUST-ID.
           MOVE SPACES TO XRF-CARD-NUMBER.
           MOVE SPACES TO XRF-PAY-SOURCE.
           MOVE SPACES TO XRF-CARD-SOURCE.
           MOVE SPACES TO XRF-ORD-SOURCE.
           MOVE SPACES TO XRF-MERGED-INTO.

           IF WS-PAY-HITS = 1
              MOVE WS-HIT-PAY-ID TO XRF-PAY-CUST-ID
              MOVE 'A' TO XRF-CARD-SOURCE
           END-IF.

           IF PRIOR-FOUND
              IF WS-PRIOR-PAY-SOURCE = 'M'
                 MOVE WS-PRIOR-PAY-ID TO XRF-PAY-CUST-ID
                 MOVE 'M' TO XRF-PAY-SOURCE
              END-IF
              IF WS-PRIOR-ORD-SOURCE = 'M'
                 MOVE WS-PRIOR-ORD-ID TO XRF-ORD-CUST-ID
                 MOVE 'M' TO XRF-ORD-SOURCE
              END-IF
              IF WS-PRIOR-CARD-SOURCE = 'M'
                 MOVE WS-PRIOR-CARD-NUM TO XRF-CARD-NUMBER
                 MOVE 'M' TO XRF-CARD-SOURCE
              END-IF
           END-IF.

           IF SEED-FOUND
              IF SD-PAY-ID(SD-IDX) NOT = SPACES
                 MOVE SD-PAY-ID(SD-IDX) TO XRF-PAY-CUST-ID
              END-IF
              IF SD-ORD-ID(SD-IDX) NOT = SPACES
                 MOVE SD-ORD-ID(SD-IDX) TO XRF-ORD-CUST-ID
                 MOVE 'S' TO XRF-ORD-SOURCE
              END-IF
              IF SD-CARD-NUM(SD-IDX) NOT = SPACES
                 MOVE SD-CARD-NUM(SD-IDX) TO XRF-CARD-NUMBER
              END-IF
           END-IF.

           PERFORM TOKENIZE-XREF-CARD.
           PERFORM STORE-XREF-RECORD.
           PERFORM REPORT-MATCH-VERDICT.

              END-SEARCH
           END-IF.

      **********************************************
      * READS THE CUSTOMER'S CURRENT XREF, IF ANY, SO SLOTS A
      * REVIEWED MERGE MOVED ONTO IT ARE NOT LOST TO THE REBUILD.
      **********************************************
       FETCH-PRIOR-XREF.
           MOVE 'N' TO WS-PRIOR-FOUND.
           MOVE SPACES TO WS-PRIOR-XREF.
           MOVE CUST-ID TO XRF-CUST-ID.
           READ XREF-MASTER.
           EVALUATE XREF-MASTER-STATUS
               WHEN '00'
                 SET PRIOR-FOUND TO TRUE
                 MOVE XRF-PAY-CUST-ID TO WS-PRIOR-PAY-ID
                 MOVE XRF-PAY-SOURCE TO WS-PRIOR-PAY-SOURCE
                 MOVE XRF-ORD-CUST-ID TO WS-PRIOR-ORD-ID
                 MOVE XRF-ORD-SOURCE TO WS-PRIOR-ORD-SOURCE
                 MOVE XRF-CARD-NUMBER TO WS-PRIOR-CARD-NUM
                 MOVE XRF-CARD-SOURCE TO WS-PRIOR-CARD-SOURCE
               WHEN '23'
                 CONTINUE
               WHEN OTHER
                 DISPLAY 'ERROR READING XREF MASTER: '
                          XREF-MASTER-STATUS
                 PERFORM ABEND-WITH-STATUS
           END-EVALUATE.

      **********************************************
      * SWAPS THE CARD NUMBER FOR ITS TOKEN BEFORE THE XREF IS
      * WRITTEN, KEEPING THE MASKED NUMBER FOR THE REPORT. A SLOT
      * CARRIED FORWARD FROM THE PRIOR XREF MAY ALREADY BE A
      * TOKEN; CRDTOK11 HANDS THAT BACK AS IT IS.
      **********************************************
       TOKENIZE-XREF-CARD.
           MOVE 'M' TO CM-FUNCTION.
           MOVE XRF-CARD-NUMBER TO CM-CARD-NUMBER.
           CALL 'CRDMSK11' USING WS-CARDMSK-REQUEST END-CALL.
           MOVE 'T' TO CK-FUNCTION.
           MOVE XRF-CARD-NUMBER TO CK-CARD-NUMBER.
           CALL 'CRDTOK11' USING WS-CARDTOK-REQUEST END-CALL.
           IF CK-OK
              MOVE CK-TOKEN TO XRF-CARD-NUMBER
           ELSE
              DISPLAY 'ERROR TOKENIZING CARD FOR CUSTOMER: ' CUST-ID
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * WRITES THE XREF RECORD; AN EXISTING KEY ('22') IS
      * REFRESHED IN PLACE.
                  ' ORD ' DELIMITED BY SIZE
                  XRF-ORD-CUST-ID DELIMITED BY SIZE
                  ' CARD ' DELIMITED BY SIZE
                  CM-MASKED-NUMBER DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-MATCH-VERDICT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * ONE REPORT LINE FOR A CUSTOMER MERGED AWAY. ITS XREF IS
      * LEFT EXACTLY AS CUSMRG39 LEFT IT.
      **********************************************
       REPORT-MERGED-CUSTOMER.
           ADD 1 TO MERGED-LEFT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING CUST-ID DELIMITED BY SIZE
                  ' MERGED INTO ' DELIMITED BY SIZE
                  CUST-MERGED-INTO DELIMITED BY SIZE
                  ' - XREF NOT REBUILT' DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO REPORT-REC.
           WRITE REPORT-REC.
           IF REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING REPORT FILE: ' REPORT-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * CLOSE ALL FILES AND CHECK STATUS
      **********************************************
                       REPORT-STATUS
           END-IF.

           MOVE 'C' TO CK-FUNCTION.
           CALL 'CRDTOK11' USING WS-CARDTOK-REQUEST END-CALL.

      **********************************************
      * APPENDS ONE RECORD TO THE CONSOLIDATED END-OF-NIGHT BATCH
      * STATUS LOG AND CLOSES IT. STATUS-LOG ITSELF WAS ALREADY
