      *     OLD CARD STATUS 'B' OR 'C'    -> SKIPPED: NOT REISSUABLE.  *
      *     OTHERWISE:                                                 *
      *       NEW CARD NUMBER = NEXT VALUE OF THE REISSUE SEQUENCE     *
      *         OF THE OLD CARD'S PRODUCT BIN (PRDGET11), SO THE NEW   *
      *         CARD STAYS IN ITS PRODUCT. SEQDD CARRIES ONE RECORD    *
      *         PER BIN ACROSS RUNS; THE BLANK-BIN RECORD IS THE       *
      *         SEQUENCE FOR CARDS WITH NO PRODUCT. A BIN'S FIRST      *
      *         NUMBER IS THE BIN FOLLOWED BY ZEROS. NUMBERS INSIDE A  *
      *         LONGER BIN OF ANOTHER PRODUCT ARE PASSED OVER, AND A   *
      *         BIN WITH NO NUMBERS LEFT SKIPS THE NOTICE. EACH        *
      *         SEQUENCE ALSO RESUMES PAST THE HIGHEST NUMBER OF ITS   *
      *         BIN ON THE XREF, SO A RERUN AFTER AN ABEND (WHICH LEFT *
      *         SEQDD AT ITS PRE-RUN VALUES) NEVER RE-DRAWS THE        *
      *         FAILED RUN'S NUMBERS.                                  *
      *       NEW EXPIRY = OLD EXPIRY (MMYY) + THE REISSUE TERM OF     *
      *         THE CARD'S PRODUCT IN MONTHS (PRDGET11, BY BIN);       *
      *         36 MONTHS FOR A CARD WITH NO PRODUCT OR NO TERM.       *
      *       NEW MASTER RECORD: SAME OWNER/LIMIT/CURRENCY, STATUS     *
      *         'P' (PENDING ACTIVATION).                              *
      *       ONE XREF RECORD (OLD CARD -> NEW CARD) TO XREFDD AND     *
      *       ONE EMBOSSING RECORD PER NEW CARD TO EMBSDD, AND ONE     *
      *       REISSUED EVENT (OLD CARD, NEW CARD AS REFERENCE) TO THE  *
      *       CARDHOLDER NOTIFICATION QUEUE NTFYDD.                    *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/08/22                                               *
      *              FILLER BYTES) SO THE RETENTION PURGE CAN AGE      *
      *              THEM; OLDER DATELESS RECORDS ARE SIMPLY NEVER     *
      *              PURGED.                                           *
      * 2026/10/15 - CARD-MASTER-REC PICKED UP CARD-CREDIT-LIMIT (SEE  *
      *              VSMJOB11) SO THIS COPY OF THE LAYOUT STAYS IN     *
      *              SYNC WITH THE PHYSICAL RECORD.                    *
      * 2026/10/15 - THE NEW EXPIRY IS THE OLD EXPIRY PLUS THE REISSUE *
      *              TERM OF THE CARD'S PRODUCT IN MONTHS (PRODDD      *
      *              THROUGH PRDGET11), 36 MONTHS WHEN THE CARD HAS NO *
      *              PRODUCT OR NO TERM.                               *
      * 2026/10/15 - EVERY REISSUE NOW QUEUES A REISSUED EVENT (OLD    *
      *              CARD, SUCCESSOR AS REFERENCE) ON THE SHARED       *
      *              CARDHOLDER NOTIFICATION QUEUE (NTFYDD) FOR        *
      *              NTFEXT11.                                         *
      * 2026/10/15 - THE EXPIRY NOTICE CARRIES A CARD TOKEN, TURNED    *
      *              BACK INTO THE CARD NUMBER (CRDTOK11) AS EACH      *
      *              NOTICE IS READ. THE EMBOSSING FILE KEEPS THE NEW  *
      *              CARD NUMBER IN FULL FOR THE VENDOR BUT SHOWS THE  *
      *              OLD ONE MASKED, AS DOES SYSOUT (CRDMSK11).        *
      * 2026/10/15 - THE SUCCESSOR NUMBER IS DRAWN FROM A SEQUENCE PER *
      *              PRODUCT BIN (SEQDD NOW ONE RECORD PER BIN, THE    *
      *              OLD SINGLE RECORD BEING THE NO-PRODUCT SEQUENCE), *
      *              SO A REISSUED PRODUCT CARD KEEPS ITS PRODUCT.     *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  EXPDD (CARD.EXPIRY.NOTICE) - CAREXP11'S EXTRACT        *
      * INPUT:  VLTDD (CARD.TOKEN.VAULT) - VIA CRDTOK11                *
      * I/O:    VSAMDD (CARD.MASTER) - CARD MASTER FILE (KSDS)         *
      * I/O:    SEQDD (CARD.REISSUE.SEQ) - LAST CARD NUMBER ISSUED     *
      *         PER PRODUCT BIN, REREAD/REWRITTEN EACH RUN (PS)        *
      * I/O:    XREFDD (CARD.REISSUE.XREF) - OLD CARD -> NEW CARD      *
      *         CROSS-REFERENCE, READ AT START, APPENDED PER REISSUE   *
      * INPUT:  PRODDD (CARD.PRODUCT.TABLE) - CARD PRODUCTS BY BIN,    *
      *         READ THROUGH PRDGET11                                  *
      * OUTPUT: EMBSDD (CARD.EMBOSS.FILE) - EMBOSSING/MAILING FILE     *
      * OUTPUT: NTFYDD (CARD.NOTIFY.QUEUE) - CARDHOLDER NOTIFICATION   *
      *         EVENTS FOR NTFEXT11 (PS, 80 B, APPENDED)               *
      ******************************************************************

       IDENTIFICATION DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS EMBOSS-STATUS.

           SELECT NOTIFY-QUEUE-FILE ASSIGN TO NTFYDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NOTIFY-QUEUE-STATUS.

           SELECT STATUS-LOG ASSIGN TO STATLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STATUS-LOG-STATUS.
          05 CARD-STATUS PIC X(1).
          05 CARD-DAILY-LIMIT PIC 9(5)V99.
          05 CARD-CURRENCY PIC X(3).
          05 CARD-CREDIT-LIMIT PIC 9(7)V99.

       FD EXPIRY-NOTICE-FILE RECORDING MODE IS F.
       01 EXPIRY-NOTICE-REC.
          05 NOTICE-CARD-TOKEN PIC X(16).
          05 NOTICE-CARD-NUM REDEFINES NOTICE-CARD-TOKEN PIC 9(16).
          05 FILLER PIC X(1).
          05 NOTICE-OWNER-NAME PIC X(20).
          05 FILLER PIC X(1).
          05 NOTICE-WINDOW PIC X(7).
          05 FILLER PIC X(31).

      * ONE RECORD PER PRODUCT BIN. SEQ-BIN SPACES IS THE SEQUENCE
      * FOR CARDS WITH NO PRODUCT (THE ORIGINAL SINGLE RECORD).
       FD REISSUE-SEQ-FILE RECORDING MODE IS F.
       01 REISSUE-SEQ-REC.
          05 SEQ-LAST-CARD-NUMBER PIC 9(16).
          05 FILLER PIC X(1).
          05 SEQ-BIN PIC X(8).
          05 FILLER PIC X(55).

       FD REISSUE-XREF-FILE RECORDING MODE IS F.
       01 REISSUE-XREF-REC.
          05 FILLER PIC X(1).
          05 EMB-NEW-EXPIRY PIC X(4).
          05 FILLER PIC X(1).
          05 EMB-OLD-CARD-NUM PIC X(16).
          05 FILLER PIC X(21).

      * CARDHOLDER NOTIFICATION QUEUE, SHARED WITH THE OTHER CARD
      * JOBS AND READ DAILY BY NTFEXT11 (SEE COPYBOOK NTFYEVT).
       FD NOTIFY-QUEUE-FILE RECORDING MODE IS F.
       01 NOTIFY-QUEUE-REC.
           COPY NTFYEVT.

       FD STATUS-LOG RECORDING MODE IS F.
       01 STATUS-LOG-REC.
           COPY BATSTAT.

       WORKING-STORAGE SECTION.

      * CARD TOKEN VAULT REQUEST AREA (CRDTOK11) AND CARD NUMBER
      * MASKING REQUEST AREA (CRDMSK11)
           COPY CARDTOK.
           COPY CARDMSK.

      * FILE-STATUS VARIABLES
       01 FILE-STATUSES.
          05 CARD-FILE-STATUS PIC X(2).
          05 REISSUE-SEQ-STATUS PIC X(2).
          05 REISSUE-XREF-STATUS PIC X(2).
          05 EMBOSS-STATUS PIC X(2).
          05 NOTIFY-QUEUE-STATUS PIC X(2).
          05 STATUS-LOG-STATUS PIC X(2).

      * CONTROL FLAGS
             88 XREF-EOF VALUE 'Y'.
          05 WS-XREF-FOUND PIC X(1) VALUE 'N'.
             88 XREF-FOUND VALUE 'Y'.
          05 WS-SEQ-FOUND PIC X(1) VALUE 'N'.
             88 SEQ-FOUND VALUE 'Y'.
          05 WS-NUMBER-STATE PIC X(1) VALUE 'N'.
             88 NUMBER-SEARCHING VALUE 'N'.
             88 NUMBER-DRAWN VALUE 'Y'.
             88 BIN-EXHAUSTED VALUE 'X'.
          05 WS-SEQ-OPEN-FLAG PIC X(1) VALUE 'N'.
             88 SEQ-OPEN-FOR-WRITE VALUE 'Y'.

      * SET JUST BEFORE A FATAL ERROR PATH WRITES ITS STATLOG RECORD
      * AND STOPS, SO WRITE-BATCH-STATUS REPORTS 'FAILED' INSTEAD OF
          05 WS-BST-TS-DATE PIC 9(8).
          05 WS-BST-TS-TIME PIC 9(8).

      * CARD NUMBER BEING ISSUED. THE STANDARD SEED STARTS THE
      * NO-PRODUCT SEQUENCE THE FIRST TIME, BEFORE SEQDD HAS IT.
       01 WS-LAST-CARD-ISSUED PIC 9(16) VALUE 0.
       01 WS-LAST-CARD-ISSUED-X REDEFINES WS-LAST-CARD-ISSUED
                                PIC X(16).
       01 WS-STD-CARD-SEED PIC 9(16) VALUE 5000000000000000.

      * LAST CARD NUMBER ISSUED PER PRODUCT BIN, LOADED FROM SEQDD
      * AND RAISED PAST THE XREF. SQ-ON-FILE SAYS WHETHER SEQDD
      * ALREADY HOLDS THE BIN'S RECORD (REWRITTEN) OR NOT (ADDED).
       01 WS-SEQ-TABLE.
          05 SEQ-ENTRY-COUNT PIC 9(5) COMP VALUE 0.
          05 SEQ-ENTRY OCCURS 500 TIMES
                       INDEXED BY SQ-IDX.
             10 SQ-BIN PIC X(8).
             10 SQ-LAST-CARD PIC 9(16).
             10 SQ-ON-FILE PIC X(1).
       01 WS-SEQ-APPEND-COUNT PIC 9(5) COMP VALUE 0.

      * BIN OF THE SEQUENCE IN USE (SPACES FOR NO PRODUCT), ITS
      * LENGTH, ITS FIRST NUMBER (THE BIN FOLLOWED BY ZEROS), AND
      * THE BIN PRDGET11 GIVES A CANDIDATE NUMBER
       01 WS-ISSUE-BIN PIC X(8).
       01 WS-ISSUE-BIN-LEN PIC 9(2).
       01 WS-BIN-SEED PIC 9(16).
       01 WS-BIN-SEED-X REDEFINES WS-BIN-SEED PIC X(16).
       01 WS-CANDIDATE-BIN PIC X(8).
       01 WS-CANDIDATE-BIN-LEN PIC 9(2).

      * NEW-EXPIRY CALCULATION FIELDS (EXPIRY IS MMYY, + THE
      * PRODUCT'S REISSUE TERM IN MONTHS, 36 WHEN IT HAS NONE)
       01 WS-NEW-EXPIRY.
          05 WS-NEW-EXP-MM PIC 9(2).
          05 WS-NEW-EXP-YY PIC 9(2).
       01 WS-OLD-EXP-YY PIC 9(2).
       01 WS-OLD-EXP-MM PIC 9(2).
       01 WS-STD-REISSUE-TERM PIC 9(3) VALUE 36.
       01 WS-REISSUE-TERM PIC 9(3).
       01 WS-EXP-MONTHS PIC 9(5).
       01 WS-EXP-YEARS PIC 9(4).
       01 WS-EXP-MONTH-REM PIC 9(2).
       01 WS-EXP-CENTURIES PIC 9(2).

      * CARD PRODUCT LOOKUP REQUEST AREA - SEE COPYBOOK CARDPRD
      * AND SUBPROGRAM PRDGET11.
           COPY CARDPRD.

      * DUPLICATE-KEY RETRY CONTROLS FOR THE SUCCESSOR WRITE. WITH
      * THE XREF CARRYING THE SEQUENCE PAST EVERY NUMBER ALREADY

      * OLD CARD -> NEW CARD CROSS-REFERENCE, LOADED FROM XREFDD AT
      * START AND KEPT SORTED BY OLD CARD NUMBER SO EACH NOTICE CAN
      * BE CHECKED WITH A BINARY SEARCH. EVERY SUCCESSOR ON IT ALSO
      * RAISES ITS BIN'S SEQUENCE, SO A RERUN RESUMES PAST IT.
       01 WS-XREF-TABLE.
          05 WS-XREF-COUNT PIC 9(5) COMP VALUE 0.
          05 XREF-ENTRY OCCURS 1 TO 20000 TIMES
             10 XR-OLD-CARD PIC 9(16).
             10 XR-NEW-CARD PIC 9(16).
       01 WS-XREF-SUB PIC 9(5) COMP VALUE 0.

      * RUN DATE STAMPED ON NOTIFICATION EVENTS
       01 WS-RUN-DATE PIC X(8).

      * STATISTICS COUNTERS
       01 WS-COUNTERS.
          05 TOTAL-NOTICES PIC 9(5) VALUE 0.
          05 TOTAL-REISSUED PIC 9(5) VALUE 0.
          05 TOTAL-SKIPPED PIC 9(5) VALUE 0.
          05 TOTAL-PRODUCT-TERMS PIC 9(5) VALUE 0.
          05 TOTAL-NOTIFY-EVENTS PIC 9(5) VALUE 0.
          05 TOTAL-BIN-EXHAUSTED PIC 9(5) VALUE 0.

      * DISPLAY-FORMATTED COUNTERS
       01 WS-DISP-COUNTERS.
          05 TOTAL-NOTICES-DISP PIC Z(4)9.
          05 TOTAL-REISSUED-DISP PIC Z(4)9.
          05 TOTAL-SKIPPED-DISP PIC Z(4)9.
          05 TOTAL-PRODUCT-TERMS-DISP PIC Z(4)9.
          05 TOTAL-NOTIFY-EVENTS-DISP PIC Z(4)9.
          05 TOTAL-BIN-EXHAUSTED-DISP PIC Z(4)9.

      **********************************************
      * READS THE SEQUENCE, GENERATES REISSUES FOR THE WHOLE
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM SET-BST-START-TS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM OPEN-STATUS-LOG.
           PERFORM LOAD-REISSUE-XREF.
           PERFORM READ-REISSUE-SEQUENCE.
           END-IF.

      **********************************************
      * READS THE LAST CARD NUMBER ISSUED PER BIN FROM SEQDD. NO
      * SEQUENCE FILE YET (FILE STATUS 05/35) MEANS THIS IS THE
      * FIRST RUN AND EVERY SEQUENCE STARTS FROM ITS SEED. EACH
      * SEQUENCE IS THEN RAISED PAST THE HIGHEST SUCCESSOR OF ITS
      * BIN ON THE XREF.
      **********************************************
       READ-REISSUE-SEQUENCE.
           OPEN INPUT REISSUE-SEQ-FILE.
           IF REISSUE-SEQ-STATUS = '05' OR REISSUE-SEQ-STATUS = '35'
              DISPLAY 'NO REISSUE SEQUENCE FILE - USING SEEDS'
           ELSE
              IF REISSUE-SEQ-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING REISSUE SEQUENCE: '
              PERFORM UNTIL REISSUE-SEQ-STATUS NOT = '00'
                 READ REISSUE-SEQ-FILE
                 IF REISSUE-SEQ-STATUS = '00'
                    AND SEQ-LAST-CARD-NUMBER NUMERIC
                    MOVE SEQ-BIN TO WS-ISSUE-BIN
                    PERFORM FIND-SEQ-ENTRY
                    MOVE 'Y' TO SQ-ON-FILE(SQ-IDX)
                    IF SEQ-LAST-CARD-NUMBER > SQ-LAST-CARD(SQ-IDX)
                       MOVE SEQ-LAST-CARD-NUMBER
                            TO SQ-LAST-CARD(SQ-IDX)
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE REISSUE-SEQ-FILE
           END-IF.
           PERFORM VARYING WS-XREF-SUB FROM 1 BY 1
                   UNTIL WS-XREF-SUB > WS-XREF-COUNT
              MOVE XR-NEW-CARD(WS-XREF-SUB) TO PR-CARD-NUMBER
              CALL 'PRDGET11' USING WS-CARDPRD-REQUEST END-CALL
              IF PR-PRODUCT-FOUND
                 MOVE PR-BIN TO WS-ISSUE-BIN
              ELSE
                 MOVE SPACES TO WS-ISSUE-BIN
              END-IF
              PERFORM FIND-SEQ-ENTRY
              IF XR-NEW-CARD(WS-XREF-SUB) > SQ-LAST-CARD(SQ-IDX)
                 MOVE XR-NEW-CARD(WS-XREF-SUB) TO SQ-LAST-CARD(SQ-IDX)
              END-IF
           END-PERFORM.
           PERFORM VARYING SQ-IDX FROM 1 BY 1
                   UNTIL SQ-IDX > SEQ-ENTRY-COUNT
              DISPLAY 'SEQUENCE BIN ''' SQ-BIN(SQ-IDX)
                      ''' RESUMES AFTER ' SQ-LAST-CARD(SQ-IDX)(1:6)
                      '...' SQ-LAST-CARD(SQ-IDX)(13:4)
           END-PERFORM.

      **********************************************
      * POINTS SQ-IDX AT THE SEQUENCE FOR WS-ISSUE-BIN, ADDING IT
      * (NOTHING ISSUED YET, NOT ON SEQDD) THE FIRST TIME THE BIN
      * IS SEEN. A FULL TABLE STOPS THE RUN RATHER THAN ISSUE A
      * NUMBER OUTSIDE ITS BIN.
      **********************************************
       FIND-SEQ-ENTRY.
           MOVE 'N' TO WS-SEQ-FOUND.
           SET SQ-IDX TO 1.
           SEARCH SEQ-ENTRY
               AT END
                  CONTINUE
               WHEN SQ-IDX > SEQ-ENTRY-COUNT
                  CONTINUE
               WHEN SQ-BIN(SQ-IDX) = WS-ISSUE-BIN
                  SET SEQ-FOUND TO TRUE
           END-SEARCH.
           IF NOT SEQ-FOUND
              IF SEQ-ENTRY-COUNT < 500
                 ADD 1 TO SEQ-ENTRY-COUNT
                 SET SQ-IDX TO SEQ-ENTRY-COUNT
                 MOVE WS-ISSUE-BIN TO SQ-BIN(SQ-IDX)
                 MOVE 0 TO SQ-LAST-CARD(SQ-IDX)
                 MOVE 'N' TO SQ-ON-FILE(SQ-IDX)
              ELSE
                 DISPLAY 'REISSUE SEQUENCE TABLE FULL (500 BINS MAX)'
                 PERFORM ABEND-WITH-STATUS
              END-IF
           END-IF.

      **********************************************

      **********************************************
      * OPENS A SLOT FOR XRF-OLD-CARD-NUM IN KEY ORDER BY SHIFTING
      * THE ENTRIES ABOVE IT UP BY ONE. THE TABLE IS WHAT
      * KEEPS A RERUN FROM REISSUING THE SAME CARD TWICE, SO
      * OVERFLOW IS A HARD STOP, NOT A WARNING.
      **********************************************
           END-PERFORM.
           MOVE XRF-OLD-CARD-NUM TO XR-OLD-CARD(WS-XREF-SUB).
           MOVE XRF-NEW-CARD-NUM TO XR-NEW-CARD(WS-XREF-SUB).

      **********************************************
      * REWRITES SEQDD WITH THE LAST CARD NUMBER ISSUED PER BIN.
      * SEQDD IS DISP=MOD, WHICH REPOSITIONS AT END-OF-FILE FOR
      * OPEN OUTPUT RATHER THAN TRUNCATING, SO THE BINS ALREADY ON
      * IT ARE KEPT CURRENT VIA OPEN I-O/REWRITE HERE, RATHER THAN
      * GROWING WITHOUT BOUND ACROSS RUNS. ONLY A BIN SEEN FOR THE
      * FIRST TIME IS ADDED, BY OPEN EXTEND (OR OPEN OUTPUT WHEN
      * THERE IS NO SEQUENCE FILE YET).
      **********************************************
       WRITE-REISSUE-SEQUENCE.
           MOVE 'N' TO WS-SEQ-OPEN-FLAG.
           OPEN I-O REISSUE-SEQ-FILE.
           IF REISSUE-SEQ-STATUS = '05' OR REISSUE-SEQ-STATUS = '35'
              OPEN OUTPUT REISSUE-SEQ-FILE
              IF REISSUE-SEQ-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING REISSUE SEQUENCE: '
                          REISSUE-SEQ-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
              SET SEQ-OPEN-FOR-WRITE TO TRUE
           ELSE
              IF REISSUE-SEQ-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING REISSUE SEQUENCE: '
                          REISSUE-SEQ-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
              PERFORM UNTIL REISSUE-SEQ-STATUS NOT = '00'
                 READ REISSUE-SEQ-FILE
                 IF REISSUE-SEQ-STATUS = '00'
                    AND SEQ-LAST-CARD-NUMBER NUMERIC
                    PERFORM REWRITE-ONE-SEQUENCE
                 END-IF
              END-PERFORM
              CLOSE REISSUE-SEQ-FILE
              MOVE 0 TO WS-SEQ-APPEND-COUNT
              PERFORM VARYING SQ-IDX FROM 1 BY 1
                      UNTIL SQ-IDX > SEQ-ENTRY-COUNT
                 IF SQ-ON-FILE(SQ-IDX) NOT = 'Y'
                    AND SQ-LAST-CARD(SQ-IDX) > 0
                    ADD 1 TO WS-SEQ-APPEND-COUNT
                 END-IF
              END-PERFORM
              IF WS-SEQ-APPEND-COUNT > 0
                 OPEN EXTEND REISSUE-SEQ-FILE
                 IF REISSUE-SEQ-STATUS NOT = '00'
                    DISPLAY 'ERROR OPENING REISSUE SEQUENCE: '
                             REISSUE-SEQ-STATUS
                    PERFORM ABEND-WITH-STATUS
                 END-IF
                 SET SEQ-OPEN-FOR-WRITE TO TRUE
              END-IF
           END-IF.
           IF SEQ-OPEN-FOR-WRITE
              PERFORM VARYING SQ-IDX FROM 1 BY 1
                      UNTIL SQ-IDX > SEQ-ENTRY-COUNT
                 IF SQ-ON-FILE(SQ-IDX) NOT = 'Y'
                    AND SQ-LAST-CARD(SQ-IDX) > 0
                    MOVE SPACES TO REISSUE-SEQ-REC
                    MOVE SQ-LAST-CARD(SQ-IDX) TO SEQ-LAST-CARD-NUMBER
                    MOVE SQ-BIN(SQ-IDX) TO SEQ-BIN
                    WRITE REISSUE-SEQ-REC
                    IF REISSUE-SEQ-STATUS NOT = '00'
                       DISPLAY 'ERROR WRITING REISSUE SEQUENCE: '
                                REISSUE-SEQ-STATUS
                       PERFORM ABEND-WITH-STATUS
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE REISSUE-SEQ-FILE
           END-IF.

      **********************************************
      * REWRITES ONE SEQDD RECORD WITH ITS BIN'S LAST NUMBER.
      **********************************************
       REWRITE-ONE-SEQUENCE.
           MOVE SEQ-BIN TO WS-ISSUE-BIN.
           PERFORM FIND-SEQ-ENTRY.
           MOVE SQ-LAST-CARD(SQ-IDX) TO SEQ-LAST-CARD-NUMBER.
           MOVE 'Y' TO SQ-ON-FILE(SQ-IDX).
           REWRITE REISSUE-SEQ-REC.
           IF REISSUE-SEQ-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING REISSUE SEQUENCE: '
                       REISSUE-SEQ-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN EXTEND NOTIFY-QUEUE-FILE.
           IF NOTIFY-QUEUE-STATUS = '05' OR NOTIFY-QUEUE-STATUS = '35'
              OPEN OUTPUT NOTIFY-QUEUE-FILE
           END-IF.
           IF NOTIFY-QUEUE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING NOTIFICATION QUEUE: '
                       NOTIFY-QUEUE-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN EXTEND REISSUE-XREF-FILE.
           IF REISSUE-XREF-STATUS = '05' OR REISSUE-XREF-STATUS = '35'
              OPEN OUTPUT REISSUE-XREF-FILE
                NOT AT END
                   IF EXPIRY-STATUS = '00'
                      ADD 1 TO TOTAL-NOTICES
                      PERFORM DETOKENIZE-NOTICE-CARD
                      PERFORM REISSUE-ONE-CARD
                   ELSE
                      DISPLAY 'ERROR READING EXPIRY NOTICE FILE: '
              END-READ
           END-PERFORM.

      **********************************************
      * THE NOTICE CARRIES THE CARD'S TOKEN; THE REISSUE NEEDS THE
      * CARD ITSELF, SO THE TOKEN IS TURNED BACK IN PLACE. A NOTICE
      * WHOSE TOKEN IS NOT ON THE VAULT CANNOT BE REISSUED.
      **********************************************
       DETOKENIZE-NOTICE-CARD.
           MOVE 'D' TO CK-FUNCTION.
           MOVE NOTICE-CARD-TOKEN TO CK-TOKEN.
           CALL 'CRDTOK11' USING WS-CARDTOK-REQUEST END-CALL.
           IF CK-OK
              MOVE CK-CARD-NUMBER TO NOTICE-CARD-TOKEN
           ELSE
              DISPLAY 'ERROR RESOLVING CARD TOKEN ON EXPIRY NOTICE: '
                       NOTICE-CARD-TOKEN
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * CHECKS THE XREF FIRST - A CARD ALREADY REISSUED (BY THIS
      * RUN'S EXTRACT OR AN EARLIER ONE) IS SKIPPED OUTRIGHT - THEN
           PERFORM FIND-XREF-ENTRY.
           IF XREF-FOUND
              ADD 1 TO TOTAL-SKIPPED
              MOVE 'M' TO CM-FUNCTION
              MOVE NOTICE-CARD-NUM TO CM-CARD-NUMBER
              CALL 'CRDMSK11' USING WS-CARDMSK-REQUEST END-CALL
              DISPLAY 'SKIPPED (ALREADY REISSUED): ' CM-MASKED-NUMBER
           ELSE
              MOVE NOTICE-CARD-NUM TO CARD-NUMBER
              READ CARD-MASTER-FILE
                  WHEN '00'
                    IF CARD-STATUS = 'B' OR CARD-STATUS = 'C'
                       ADD 1 TO TOTAL-SKIPPED
                       MOVE 'M' TO CM-FUNCTION
                       MOVE NOTICE-CARD-NUM TO CM-CARD-NUMBER
                       CALL 'CRDMSK11' USING WS-CARDMSK-REQUEST END-CALL
                       DISPLAY 'SKIPPED (NOT REISSUABLE, STATUS '
                                CARD-STATUS '): ' CM-MASKED-NUMBER
                    ELSE
                       PERFORM WRITE-SUCCESSOR-CARD
                    END-IF
                  WHEN '23'
                    ADD 1 TO TOTAL-SKIPPED
                    MOVE 'M' TO CM-FUNCTION
                    MOVE NOTICE-CARD-NUM TO CM-CARD-NUMBER
                    CALL 'CRDMSK11' USING WS-CARDMSK-REQUEST END-CALL
                    DISPLAY 'SKIPPED (NOT ON MASTER): '
                             CM-MASKED-NUMBER
                  WHEN OTHER
                    DISPLAY 'ERROR READING CARD MASTER: '
                             CARD-FILE-STATUS
                    MOVE 'M' TO CM-FUNCTION
                    MOVE NOTICE-CARD-NUM TO CM-CARD-NUMBER
                    CALL 'CRDMSK11' USING WS-CARDMSK-REQUEST END-CALL
                    DISPLAY 'CARD NUMBER: ' CM-MASKED-NUMBER
                    PERFORM ABEND-WITH-STATUS
              END-EVALUATE
           END-IF.
           END-IF.

      **********************************************
      * TAKES THE OLD CARD'S PRODUCT BIN (PRDGET11) FOR THE NUMBER
      * SEQUENCE. NEW EXPIRY = OLD EXPIRY PLUS THE REISSUE TERM OF
      * THE OLD CARD'S PRODUCT, IN MONTHS. A CARD WITH
      * NO PRODUCT, OR A PRODUCT WITH NO TERM, GETS THE STANDARD
      * 36 MONTHS. THE MMYY IS TURNED INTO A MONTH COUNT, THE
      * TERM ADDED, AND THE COUNT TURNED BACK INTO MMYY - THE
      * YEAR WRAPS PAST 99 THE SAME WAY THE OLD +3 YEARS DID.
      **********************************************
       COMPUTE-NEW-EXPIRY.
           MOVE CARD-NUMBER TO PR-CARD-NUMBER.
           CALL 'PRDGET11' USING WS-CARDPRD-REQUEST END-CALL.
           IF PR-PRODUCT-FOUND
              MOVE PR-BIN TO WS-ISSUE-BIN
           ELSE
              MOVE SPACES TO WS-ISSUE-BIN
           END-IF.
           IF PR-PRODUCT-FOUND AND PR-REISSUE-MONTHS > 0
              MOVE PR-REISSUE-MONTHS TO WS-REISSUE-TERM
              ADD 1 TO TOTAL-PRODUCT-TERMS
           ELSE
              MOVE WS-STD-REISSUE-TERM TO WS-REISSUE-TERM
           END-IF.

           MOVE CARD-EXPIRY-DATE(3:2) TO WS-OLD-EXP-YY.
           MOVE CARD-EXPIRY-DATE(1:2) TO WS-OLD-EXP-MM.
           COMPUTE WS-EXP-MONTHS = WS-OLD-EXP-YY * 12
                                 + WS-OLD-EXP-MM - 1
                                 + WS-REISSUE-TERM.
           DIVIDE WS-EXP-MONTHS BY 12 GIVING WS-EXP-YEARS
                  REMAINDER WS-EXP-MONTH-REM.
           COMPUTE WS-NEW-EXP-MM = WS-EXP-MONTH-REM + 1.
           DIVIDE WS-EXP-YEARS BY 100 GIVING WS-EXP-CENTURIES
                  REMAINDER WS-NEW-EXP-YY.

      **********************************************
      * ASSIGNS THE NEXT NUMBER OF THE OLD CARD'S BIN SEQUENCE,
      * BUILDS THE SUCCESSOR MASTER RECORD IN PENDING-ACTIVATION
      * STATUS (CARRYING THE OLD CARD'S OWNER, LIMIT AND CURRENCY),
      * AND WRITES THE XREF AND EMBOSSING RECORDS. WITH THE
      * SEQUENCE RESUMED PAST THE XREF HIGH NUMBER A DUPLICATE KEY
      * SHOULD NOT HAPPEN; IF A NUMBER IS NEVERTHELESS IN USE ON
      * THE MASTER (TAKEN OUTSIDE THIS JOB), THE NEXT SEQUENCE
      * NUMBERS ARE TRIED, A BOUNDED NUMBER OF TIMES, RATHER THAN
      * BACKING THE SEQUENCE UP ONTO A TAKEN NUMBER. A BIN WITH NO
      * NUMBERS LEFT SKIPS THE NOTICE FOR CARD OPERATIONS TO ASSIGN
      * THE PRODUCT A NEW BIN.
      **********************************************
       WRITE-SUCCESSOR-CARD.
           PERFORM COMPUTE-NEW-EXPIRY.
           PERFORM FIND-SEQ-ENTRY.

           MOVE 0 TO WS-DUP-RETRY-COUNT.
           MOVE 'N' TO WS-WRITE-RESOLVED.
           PERFORM UNTIL WS-WRITE-RESOLVED = 'Y'
              PERFORM DRAW-NEXT-BIN-NUMBER
              IF BIN-EXHAUSTED
                 ADD 1 TO TOTAL-SKIPPED
                 ADD 1 TO TOTAL-BIN-EXHAUSTED
                 MOVE 'M' TO CM-FUNCTION
                 MOVE NOTICE-CARD-NUM TO CM-CARD-NUMBER
                 CALL 'CRDMSK11' USING WS-CARDMSK-REQUEST END-CALL
                 DISPLAY 'SKIPPED (NO NUMBERS LEFT IN BIN '
                          WS-ISSUE-BIN '): ' CM-MASKED-NUMBER
                 MOVE 'Y' TO WS-WRITE-RESOLVED
              ELSE
                 PERFORM WRITE-SUCCESSOR-RECORD
              END-IF
           END-PERFORM.

      **********************************************
      * WRITES THE SUCCESSOR UNDER THE NUMBER JUST DRAWN. A
      * DUPLICATE KEY LEAVES WS-WRITE-RESOLVED UNSET SO THE NEXT
      * NUMBER IS TRIED, UP TO WS-MAX-DUP-RETRIES TIMES.
      **********************************************
       WRITE-SUCCESSOR-RECORD.
           MOVE WS-LAST-CARD-ISSUED TO CARD-NUMBER
           MOVE NOTICE-OWNER-NAME TO CARD-OWNER-NAME
           MOVE WS-NEW-EXPIRY TO CARD-EXPIRY-DATE
           MOVE 'P' TO CARD-STATUS
           WRITE CARD-MASTER-REC
           EVALUATE CARD-FILE-STATUS
               WHEN '00'
                 ADD 1 TO TOTAL-REISSUED
                 PERFORM WRITE-XREF-RECORD
                 PERFORM WRITE-EMBOSS-RECORD
                 MOVE SPACES TO NOTIFY-QUEUE-REC
                 MOVE NOTICE-CARD-NUM TO NTF-CARD-NUMBER
                 SET NTF-CARD-REISSUED TO TRUE
                 MOVE 0 TO NTF-AMOUNT
                 MOVE CARD-CURRENCY TO NTF-CURRENCY
                 MOVE WS-LAST-CARD-ISSUED TO NTF-REFERENCE
                 PERFORM WRITE-NOTIFY-EVENT
                 MOVE 'Y' TO WS-WRITE-RESOLVED
               WHEN '22'
                 ADD 1 TO WS-DUP-RETRY-COUNT
                 IF WS-DUP-RETRY-COUNT > WS-MAX-DUP-RETRIES
                    ADD 1 TO TOTAL-SKIPPED
                    MOVE 'M' TO CM-FUNCTION
                    MOVE NOTICE-CARD-NUM TO CM-CARD-NUMBER
                    CALL 'CRDMSK11' USING WS-CARDMSK-REQUEST END-CALL
                    DISPLAY 'SKIPPED (SEQUENCE NUMBERS IN USE): '
                             CM-MASKED-NUMBER
                    MOVE 'Y' TO WS-WRITE-RESOLVED
                 END-IF
               WHEN OTHER
                 DISPLAY 'ERROR WRITING CARD MASTER: '
                          CARD-FILE-STATUS
                 MOVE 'M' TO CM-FUNCTION
                 MOVE WS-LAST-CARD-ISSUED TO CM-CARD-NUMBER
                 CALL 'CRDMSK11' USING WS-CARDMSK-REQUEST END-CALL
                 DISPLAY 'CARD NUMBER: ' CM-MASKED-NUMBER
                 PERFORM ABEND-WITH-STATUS
           END-EVALUATE.

      **********************************************
      * DRAWS THE NEXT NUMBER OF THE SEQUENCE AT SQ-IDX INTO
      * WS-LAST-CARD-ISSUED AND ADVANCES THE SEQUENCE. A SEQUENCE
      * WITH NOTHING ISSUED YET STARTS AT ITS SEED: THE BIN
      * FOLLOWED BY ZEROS, OR THE STANDARD SEED FOR NO PRODUCT.
      * A NUMBER PRDGET11 PUTS IN ANOTHER PRODUCT (A LONGER BIN
      * INSIDE THIS ONE, OR ANY BIN FOR THE NO-PRODUCT SEQUENCE)
      * IS PASSED OVER BY JUMPING TO THE END OF THAT BIN. RUNNING
      * OFF THE END OF THE BIN SETS BIN-EXHAUSTED.
      **********************************************
       DRAW-NEXT-BIN-NUMBER.
           IF WS-ISSUE-BIN = SPACES
              MOVE 0 TO WS-ISSUE-BIN-LEN
              MOVE WS-STD-CARD-SEED TO WS-BIN-SEED
           ELSE
              MOVE 0 TO WS-ISSUE-BIN-LEN
              INSPECT WS-ISSUE-BIN TALLYING WS-ISSUE-BIN-LEN
                      FOR CHARACTERS BEFORE INITIAL SPACE
              MOVE ALL '0' TO WS-BIN-SEED-X
              MOVE WS-ISSUE-BIN(1:WS-ISSUE-BIN-LEN)
                   TO WS-BIN-SEED-X(1:WS-ISSUE-BIN-LEN)
           END-IF.
           MOVE SQ-LAST-CARD(SQ-IDX) TO WS-LAST-CARD-ISSUED.
           IF WS-LAST-CARD-ISSUED < WS-BIN-SEED
              MOVE WS-BIN-SEED TO WS-LAST-CARD-ISSUED
           END-IF.
           SET NUMBER-SEARCHING TO TRUE.
           PERFORM UNTIL NOT NUMBER-SEARCHING
              IF WS-LAST-CARD-ISSUED = 9999999999999999
                 SET BIN-EXHAUSTED TO TRUE
              ELSE
                 ADD 1 TO WS-LAST-CARD-ISSUED
                 IF WS-ISSUE-BIN-LEN > 0
                    AND WS-LAST-CARD-ISSUED-X(1:WS-ISSUE-BIN-LEN)
                        NOT = WS-ISSUE-BIN(1:WS-ISSUE-BIN-LEN)
                    SET BIN-EXHAUSTED TO TRUE
                 ELSE
                    PERFORM CHECK-CANDIDATE-BIN
                 END-IF
              END-IF
           END-PERFORM.
           IF NUMBER-DRAWN
              MOVE WS-LAST-CARD-ISSUED TO SQ-LAST-CARD(SQ-IDX)
           END-IF.

      **********************************************
      * LOOKS THE CANDIDATE NUMBER UP IN PRDGET11. THE SAME BIN AS
      * THE SEQUENCE (OR NO PRODUCT FOR THE NO-PRODUCT SEQUENCE)
      * DRAWS IT; ANOTHER BIN MOVES THE CANDIDATE TO THAT BIN'S
      * LAST NUMBER SO THE NEXT ADD STEPS PAST IT.
      **********************************************
       CHECK-CANDIDATE-BIN.
           MOVE WS-LAST-CARD-ISSUED TO PR-CARD-NUMBER.
           CALL 'PRDGET11' USING WS-CARDPRD-REQUEST END-CALL.
           IF PR-PRODUCT-FOUND
              MOVE PR-BIN TO WS-CANDIDATE-BIN
           ELSE
              MOVE SPACES TO WS-CANDIDATE-BIN
           END-IF.
           IF WS-CANDIDATE-BIN = WS-ISSUE-BIN
              SET NUMBER-DRAWN TO TRUE
           ELSE
              MOVE 0 TO WS-CANDIDATE-BIN-LEN
              INSPECT WS-CANDIDATE-BIN TALLYING WS-CANDIDATE-BIN-LEN
                      FOR CHARACTERS BEFORE INITIAL SPACE
              MOVE ALL '9'
                   TO WS-LAST-CARD-ISSUED-X(WS-CANDIDATE-BIN-LEN + 1:)
           END-IF.

      **********************************************
      * RECORDS THE OLD CARD -> NEW CARD PAIRING, BOTH ON XREFDD
           IF REISSUE-XREF-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING REISSUE XREF: '
                       REISSUE-XREF-STATUS
              MOVE 'M' TO CM-FUNCTION
              MOVE NOTICE-CARD-NUM TO CM-CARD-NUMBER
              CALL 'CRDMSK11' USING WS-CARDMSK-REQUEST END-CALL
              DISPLAY 'CARD NUMBER: ' CM-MASKED-NUMBER
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * WRITES ONE EMBOSSING/MAILING RECORD FOR THE NEW CARD. THE
      * VENDOR EMBOSSES THE NEW NUMBER, SO IT GOES IN FULL; THE OLD
      * ONE IS ONLY QUOTED ON THE LETTER AND GOES MASKED.
      **********************************************
       WRITE-EMBOSS-RECORD.
           MOVE SPACES TO EMBOSS-REC.
           MOVE WS-LAST-CARD-ISSUED TO EMB-NEW-CARD-NUM.
           MOVE NOTICE-OWNER-NAME TO EMB-OWNER-NAME.
           MOVE WS-NEW-EXPIRY TO EMB-NEW-EXPIRY.
           MOVE 'M' TO CM-FUNCTION.
           MOVE NOTICE-CARD-NUM TO CM-CARD-NUMBER.
           CALL 'CRDMSK11' USING WS-CARDMSK-REQUEST END-CALL.
           MOVE CM-MASKED-NUMBER TO EMB-OLD-CARD-NUM.
           WRITE EMBOSS-REC.
           IF EMBOSS-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING EMBOSS FILE: ' EMBOSS-STATUS
              MOVE 'M' TO CM-FUNCTION
              MOVE WS-LAST-CARD-ISSUED TO CM-CARD-NUMBER
              CALL 'CRDMSK11' USING WS-CARDMSK-REQUEST END-CALL
              DISPLAY 'CARD NUMBER: ' CM-MASKED-NUMBER
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * STAMPS AND APPENDS THE NOTIFICATION EVENT BUILT BY THE
      * CALLER (CARD, EVENT TYPE, AMOUNT, CURRENCY, REFERENCE)
      * TO THE SHARED QUEUE FOR NTFEXT11.
      **********************************************
       WRITE-NOTIFY-EVENT.
           MOVE WS-RUN-DATE TO NTF-EVENT-DATE.
           MOVE 'REISSU11' TO NTF-SOURCE-JOB.
           WRITE NOTIFY-QUEUE-REC.
           IF NOTIFY-QUEUE-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING NOTIFICATION QUEUE: '
                       NOTIFY-QUEUE-STATUS
              MOVE 'M' TO CM-FUNCTION
              MOVE NTF-CARD-NUMBER TO CM-CARD-NUMBER
              CALL 'CRDMSK11' USING WS-CARDMSK-REQUEST END-CALL
              DISPLAY 'CARD NUMBER: ' CM-MASKED-NUMBER
              PERFORM ABEND-WITH-STATUS
           END-IF.
           ADD 1 TO TOTAL-NOTIFY-EVENTS.

      **********************************************
      * CLOSE ALL FILES AND CHECK STATUS
                       EMBOSS-STATUS
           END-IF.

           CLOSE NOTIFY-QUEUE-FILE.
           IF NOTIFY-QUEUE-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING NOTIFICATION QUEUE: '
                       NOTIFY-QUEUE-STATUS
           END-IF.

           CLOSE REISSUE-XREF-FILE.
           IF REISSUE-XREF-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING REISSUE XREF: '
                       REISSUE-XREF-STATUS
           END-IF.

           MOVE 'C' TO CK-FUNCTION.
           CALL 'CRDTOK11' USING WS-CARDTOK-REQUEST END-CALL.

      **********************************************
      * APPENDS ONE RECORD TO THE CONSOLIDATED END-OF-NIGHT BATCH
      * STATUS LOG AND CLOSES IT. STATUS-LOG ITSELF WAS ALREADY
           MOVE TOTAL-NOTICES TO TOTAL-NOTICES-DISP.
           MOVE TOTAL-REISSUED TO TOTAL-REISSUED-DISP.
           MOVE TOTAL-SKIPPED TO TOTAL-SKIPPED-DISP.
           MOVE TOTAL-PRODUCT-TERMS TO TOTAL-PRODUCT-TERMS-DISP.
           MOVE TOTAL-NOTIFY-EVENTS TO TOTAL-NOTIFY-EVENTS-DISP.

           DISPLAY '========================================'.
           DISPLAY 'CARD REISSUE GENERATION SUMMARY'.
           DISPLAY 'NOTICES READ:       ' TOTAL-NOTICES-DISP.
           DISPLAY 'CARDS REISSUED:     ' TOTAL-REISSUED-DISP.
           DISPLAY 'NOTICES SKIPPED:    ' TOTAL-SKIPPED-DISP.
           DISPLAY 'PRODUCT TERMS USED: ' TOTAL-PRODUCT-TERMS-DISP.
           DISPLAY 'NOTICES QUEUED:     ' TOTAL-NOTIFY-EVENTS-DISP.
           DISPLAY 'BIN EXHAUSTED:      ' TOTAL-BIN-EXHAUSTED-DISP.
           DISPLAY '========================================'.
      **********************************************
      * CAPTURES THE RUN-START TIMESTAMP FOR THE BATSTAT RECORD.
