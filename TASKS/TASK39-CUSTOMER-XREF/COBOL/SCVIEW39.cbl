      * BUSINESS LOGIC:                                                *
      *   PHASE 1 - READ THE 'CUSTOMER=XXXXX' SYSIN CARD (THE SPINE   *
      *     CUST-ID), FETCH ITS XREF RECORD AND THE REPORTING         *
      *     MASTER ROW (NAME, BALANCE, CREDIT LIMIT). A CUSTOMER      *
      *     MERGED AWAY BY CUSMRG39 IS FOLLOWED TO ITS SURVIVOR AND   *
      *     THE VIEW IS OF THE SURVIVOR, WITH A NOTE LINE.            *
      *   PHASE 2 - SECTIONS, EACH SKIPPED WITH A NOTE WHEN THE       *
      *     XREF HAS NO MAPPING FOR THAT SYSTEM:                      *
      *     CARD ACTIVITY - SCAN OF THE POSTED-TRANSACTION HISTORY    *
      *                                                                *
      * COPYBOOK: TASK32 - CUSTOMER RECORD LAYOUT (CUST-RECORD)        *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/10/15 - DSPUTE11 PROVISIONAL CREDITS (HIST-REC-TYPE 'C')  *
      *              NOW REDUCE THE CARD ACTIVITY NET ALONGSIDE        *
      *              PAYMENTS.                                         *
      * 2026/10/15 - MERCHANT REFUNDS AND REVERSALS (HIST-REC-TYPE     *
      *              'R'/'V') NOW REDUCE THE CARD ACTIVITY NET AS      *
      *              WELL.                                             *
      * 2026/10/15 - REWARDS STATEMENT CREDITS POSTED BY RWDPTS11      *
      *              (HIST-REC-TYPE 'W') NOW REDUCE THE CARD ACTIVITY  *
      *              NET AS WELL.                                      *
      * 2026/10/15 - XREF LAYOUT CARRIES XRF-MERGED-INTO; A MERGED     *
      *              CUSTOMER IS FOLLOWED TO ITS SURVIVOR.             *
      * 2026/10/15 - THE XREF CARD SLOT NOW HOLDS A CARD TOKEN; IT IS  *
      *              TURNED BACK INTO THE CARD NUMBER (CRDTOK11) AS    *
      *              THE XREF IS READ.                                 *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  SYSIN - 'CUSTOMER=XXXXX' SELECTION CARD                *
      * INPUT:  XREFDD (CUST.XREF.MASTER) - IDENTITY CROSS-REFERENCE   *
      * INPUT:  VLTDD (CARD.TOKEN.VAULT) - VIA CRDTOK11                *
      * INPUT:  MASTDD (CUST.MASTER.VSAM) - REPORTING MASTER           *
      * INPUT:  POSTDD (CARD.POSTED.HIST) - POSTED CARD TRANSACTIONS   *
      * INPUT:  ACCTDD (ACCT.MASTER) - VSAM KSDS ACCOUNT MASTER        *
          05 XRF-PAY-SOURCE PIC X(1).
          05 XRF-CARD-SOURCE PIC X(1).
          05 XRF-LOAD-DATE PIC X(8).
          05 XRF-ORD-SOURCE PIC X(1).
          05 XRF-MERGED-INTO PIC X(5).
          05 FILLER PIC X(32).

       FD CUST-MASTER-FILE.
       01 CUST-MASTER-REC.

       WORKING-STORAGE SECTION.

      * CARD TOKEN VAULT AND MASKING REQUEST AREAS (CRDTOK11,
      * CRDMSK11). THE VIEW SHOWS THE CARD MASKED.
           COPY CARDTOK.
           COPY CARDMSK.

      * SQL COMMUNICATION AREA
           EXEC SQL
             INCLUDE SQLCA
      * THE SPINE CUSTOMER FROM THE SYSIN CARD
       01 WS-VIEW-CUST-ID PIC X(5) VALUE SPACES.

      * THE CUSTOMER ASKED FOR WHEN IT TURNED OUT TO BE MERGED
      * AWAY, AND THE POINTERS FOLLOWED TO REACH THE SURVIVOR.
       01 WS-MERGED-FROM-ID PIC X(5) VALUE SPACES.
       01 WS-MERGE-HOPS PIC 9(2) VALUE 0.

      * CARD-ACTIVITY ROLLUP: PURCHASES MINUS PAYMENTS/CREDITS
       01 WS-CARD-ACTIVITY.
          05 WS-CARD-TRANS-COUNT PIC 9(7) VALUE 0.
      **********************************************
      * FETCHES THE XREF RECORD AND THE REPORTING MASTER ROW FOR
      * THE SELECTED CUSTOMER. NO XREF RECORD IS FATAL - RUN
      * XREFLD39 FIRST. A MERGED-AWAY CUSTOMER'S POINTER IS
      * FOLLOWED TO THE SURVIVOR; A CHAIN LONGER THAN TEN MEANS
      * THE POINTERS LOOP AND IS FATAL.
      **********************************************
       FETCH-XREF-RECORD.
           PERFORM READ-VIEW-XREF.
           PERFORM UNTIL XRF-MERGED-INTO = SPACES
              IF WS-MERGE-HOPS >= 10
                 DISPLAY 'ERROR: MERGE POINTERS FROM '
                         WS-MERGED-FROM-ID ' DO NOT RESOLVE'
                 PERFORM ABEND-WITH-STATUS
              END-IF
              ADD 1 TO WS-MERGE-HOPS
              IF WS-MERGED-FROM-ID = SPACES
                 MOVE WS-VIEW-CUST-ID TO WS-MERGED-FROM-ID
              END-IF
              MOVE XRF-MERGED-INTO TO WS-VIEW-CUST-ID
              PERFORM READ-VIEW-XREF
           END-PERFORM.
           IF WS-MERGED-FROM-ID NOT = SPACES
              DISPLAY 'CUSTOMER ' WS-MERGED-FROM-ID
                      ' WAS MERGED - VIEWING SURVIVOR '
                      WS-VIEW-CUST-ID
           END-IF.

           MOVE WS-VIEW-CUST-ID TO CUST-ID.
                 PERFORM ABEND-WITH-STATUS
           END-EVALUATE.

      **********************************************
      * READS THE XREF RECORD FOR WS-VIEW-CUST-ID.
      **********************************************
       READ-VIEW-XREF.
           MOVE WS-VIEW-CUST-ID TO XRF-CUST-ID.
           READ XREF-MASTER.
           IF XREF-MASTER-STATUS = '23'
              DISPLAY 'ERROR: CUSTOMER ' WS-VIEW-CUST-ID
                      ' NOT ON XREF MASTER - RUN XREFLD39'
              PERFORM ABEND-WITH-STATUS
           END-IF.
           IF XREF-MASTER-STATUS NOT = '00'
              DISPLAY 'ERROR READING XREF MASTER: '
                       XREF-MASTER-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.
           PERFORM DETOKENIZE-XREF-CARD.

      **********************************************
      * THE VIEW TITLE BLOCK: WHO THIS IS AND THE MAPPED IDS.
      **********************************************
           MOVE WS-REPORT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.

           IF WS-MERGED-FROM-ID NOT = SPACES
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'REQUESTED AS ' DELIMITED BY SIZE
                     WS-MERGED-FROM-ID DELIMITED BY SIZE
                     ' - MERGED INTO THIS CUSTOMER' DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
              END-STRING
              MOVE WS-REPORT-LINE TO REPORT-REC
              PERFORM WRITE-REPORT-LINE
           END-IF.

           MOVE 'M' TO CM-FUNCTION.
           MOVE XRF-CARD-NUMBER TO CM-CARD-NUMBER.
           CALL 'CRDMSK11' USING WS-CARDMSK-REQUEST END-CALL.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'PAY ' DELIMITED BY SIZE
                  XRF-PAY-CUST-ID DELIMITED BY SIZE
                  ' ORD ' DELIMITED BY SIZE
                  XRF-ORD-CUST-ID DELIMITED BY SIZE
                  ' CARD ' DELIMITED BY SIZE
                  CM-MASKED-NUMBER DELIMITED BY SIZE
                  ' (XREF OF ' DELIMITED BY SIZE
                  XRF-LOAD-DATE DELIMITED BY SIZE
                  ')' DELIMITED BY SIZE

      **********************************************
      * CARD ACTIVITY: ONE PASS OVER THE POSTED HISTORY FOR THE
      * MAPPED CARD. PAYMENTS ('P') AND DISPUTE CREDITS ('C')
      * REDUCE THE NET; EVERYTHING ELSE ADDS.
      **********************************************
       WRITE-CARD-SECTION.
           MOVE 'CARD ACTIVITY' TO REPORT-REC.
                         IF HIST-CARD-NUM = XRF-CARD-NUMBER
                            ADD 1 TO WS-CARD-TRANS-COUNT
                            IF HIST-REC-TYPE = 'P'
                               OR HIST-REC-TYPE = 'C'
                               OR HIST-REC-TYPE = 'R'
                               OR HIST-REC-TYPE = 'V'
                               OR HIST-REC-TYPE = 'W'
                               SUBTRACT HIST-AMOUNT
                                   FROM WS-CARD-NET-AMOUNT
                            ELSE
              DISPLAY 'WARNING: ERROR CLOSING XREF MASTER: '
                       XREF-MASTER-STATUS
           END-IF.
           MOVE 'C' TO CK-FUNCTION.
           CALL 'CRDTOK11' USING WS-CARDTOK-REQUEST END-CALL.

           CLOSE CUST-MASTER-FILE.
           IF CUST-MASTER-STATUS NOT = '00'
                       STATUS-LOG-STATUS
           END-IF.

      **********************************************
      * THE XREF CARRIES A CARD TOKEN; THE CARD NUMBER BEHIND IT
      * IS NEEDED HERE TO MATCH POSTED CARD ACTIVITY. A TOKEN THE
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
