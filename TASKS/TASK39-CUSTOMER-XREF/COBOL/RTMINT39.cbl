      ******************************************************************
      * RETURNED-MAIL INTAKE AND MAIL SUPPRESSION                      *
      *                                                                *
      * PURPOSE:                                                       *
      * WHEN A CRDSTM11 STATEMENT, A CUSSTM26 STATEMENT OR A CUSMLX32  *
      * MAILING CAME BACK UNDELIVERABLE, NOBODY RECORDED IT, AND THE   *
      * NEXT CYCLE MAILED THE SAME BAD ADDRESS AGAIN - UNDER WHICHEVER *
      * ID THAT SYSTEM KNOWS THE CUSTOMER BY. THIS JOB TAKES THE       *
      * RETURNED-MAIL FILE KEYED IN BY THE MAILROOM, RESOLVES EACH     *
      * RETURNED ID THROUGH THE CUSTOMER XREF TO THE SPINE CUSTOMER,   *
      * AND FLAGS THE ADDRESS AS BAD ON THE MAIL SUPPRESSION FILE      *
      * UNDER EVERY ID THE XREF MAPS TO THAT CUSTOMER, SO EVERY        *
      * MAILING AND STATEMENT JOB STOPS PHYSICAL MAIL TO IT.           *
      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   LOAD THE XREF MASTER INTO A TABLE.                           *
      *   PER RETURNED-MAIL RECORD:                                    *
      *     EDITS - ID TYPE R/P/O/C, ID PRESENT, REASON NA/MV/RF/UN,   *
      *       RETURN DATE NUMERIC (BLANK MEANS THE RUN DATE).          *
      *     RESOLVE - 'R' IS LOOKED UP BY CUST-ID, 'P'/'O'/'C' BY THE  *
      *       MAPPED PAYMENTS ID, ORDERS ID OR CARD NUMBER. A CUSTOMER *
      *       MERGED AWAY IS FOLLOWED TO ITS SURVIVOR                  *
      *       (XRF-MERGED-INTO). AN ID NOT ON THE XREF IS REJECTED.    *
      *     FLAG - THE SPINE CUST-ID ('R') AND EACH NON-BLANK MAPPED   *
      *       ID ('P', 'O', 'C') GET AN ACTIVE SUPPRESSION ENTRY WITH  *
      *       THE RETURN DATE, SOURCE JOB, REASON AND THE ADDRESS ON   *
      *       THE MASTER THAT FAILED. AN ACTIVE ENTRY HAS ITS RETURN   *
      *       COUNT BUMPED; A NEW OR CLEARED ONE IS (RE)FLAGGED FROM   *
      *       THE RUN DATE.                                            *
      *   ONE INTAKE REPORT LINE PER RECORD: APPLIED OR REJECTED,      *
      *   WITH THE REASON AND THE NUMBER OF IDS FLAGGED.               *
      *   THE FLAGS ARE CLEARED BY CUSMNT32 WHEN A NEW ADDRESS         *
      *   ARRIVES FOR THE CUSTOMER.                                    *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/10/15                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/10/15 - THE XREF CARD SLOT NOW HOLDS A CARD TOKEN; IT IS  *
      *              TURNED BACK INTO THE CARD NUMBER (CRDTOK11) AS    *
      *              THE XREF IS READ.                                 *
      *                                                                *
      * COPYBOOK: TASK32  - CUSTOMER RECORD LAYOUT (CUST-RECORD)       *
      *           MAILSUP - MAIL SUPPRESSION RECORD                    *
      *           CYCDATE - PROCESSING-DATE LOOKUP REQUEST AREA        *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  XREFDD (CUST.XREF.MASTER) - VSAM KSDS XREF MASTER      *
      * INPUT:  VLTDD (CARD.TOKEN.VAULT) - VIA CRDTOK11                *
      * INPUT:  MASTDD (CUST.MASTER.VSAM) - VSAM KSDS CUSTOMER MASTER  *
      * INPUT:  RTMDD (CUST.RETURNED.MAIL) - RETURNED-MAIL RECORDS     *
      * I/O:    MSUPDD (MAIL.SUPPRESS) - VSAM KSDS SUPPRESSION FILE    *
      * OUTPUT: RPTDD (CUST.RETURNED.MAIL.RPT) - INTAKE REPORT         *
      * OUTPUT: STATLOG - SHARED STATUS LOG                            *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RTMINT39.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT MAIL-SUPPRESS-FILE ASSIGN TO MSUPDD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS MSP-KEY
              FILE STATUS IS MAIL-SUPPRESS-STATUS.

           SELECT RETURNED-MAIL-FILE ASSIGN TO RTMDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS RETURNED-MAIL-STATUS.

           SELECT REPORT-FILE ASSIGN TO RPTDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS REPORT-STATUS.

           SELECT STATUS-LOG ASSIGN TO STATLOG
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS STATUS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD MAIL-SUPPRESS-FILE.
       01 MAIL-SUPPRESS-REC.
           COPY MAILSUP.

      * ONE RETURNED PIECE PER RECORD, KEYED IN BY THE MAILROOM
      * WITH THE ID PRINTED ON IT AND THE JOB THAT PRODUCED IT.
       FD RETURNED-MAIL-FILE RECORDING MODE IS F.
       01 RETURNED-MAIL-REC.
          05 RTM-ID-TYPE PIC X(1).
          05 FILLER PIC X(1).
          05 RTM-ID PIC X(16).
          05 FILLER PIC X(1).
          05 RTM-SOURCE-JOB PIC X(8).
          05 FILLER PIC X(1).
          05 RTM-RETURN-DATE PIC X(8).
          05 FILLER PIC X(1).
          05 RTM-REASON PIC X(2).
          05 FILLER PIC X(41).

      * ONE LINE PER RETURNED-MAIL RECORD.
       FD REPORT-FILE RECORDING MODE IS F.
       01 REPORT-REC.
          05 RPT-ID-TYPE PIC X(1).
          05 FILLER PIC X(1).
          05 RPT-ID PIC X(16).
          05 FILLER PIC X(1).
          05 RPT-SOURCE-JOB PIC X(8).
          05 FILLER PIC X(1).
          05 RPT-SPINE-ID PIC X(5).
          05 FILLER PIC X(1).
          05 RPT-RESULT PIC X(8).
          05 FILLER PIC X(1).
          05 RPT-REASON PIC X(25).
          05 FILLER PIC X(1).
          05 RPT-IDS-FLAGGED PIC 9(1).
          05 FILLER PIC X(10).

       FD STATUS-LOG RECORDING MODE IS F.
       01 STATUS-LOG-REC.
           COPY BATSTAT.

       WORKING-STORAGE SECTION.

      * CARD TOKEN VAULT REQUEST AREA (CRDTOK11)
           COPY CARDTOK.

      * FILE-STATUS VARIABLES
       01 FILE-STATUSES.
          05 XREF-MASTER-STATUS PIC X(2).
          05 CUST-MASTER-STATUS PIC X(2).
          05 MAIL-SUPPRESS-STATUS PIC X(2).
          05 RETURNED-MAIL-STATUS PIC X(2).
          05 REPORT-STATUS PIC X(2).
          05 STATUS-LOG-STATUS PIC X(2).

      * CONTROL FLAGS
       01 WS-FLAGS.
          05 WS-EOF PIC X(1) VALUE 'N'.
             88 EOF VALUE 'Y'.
          05 WS-XREF-EOF PIC X(1) VALUE 'N'.
             88 XREF-EOF VALUE 'Y'.
          05 WS-EDIT-FLAG PIC X(1) VALUE 'Y'.
             88 EDIT-OK VALUE 'Y'.
             88 EDIT-FAILED VALUE 'N'.
          05 WS-XREF-FOUND PIC X(1) VALUE 'N'.
             88 XREF-FOUND VALUE 'Y'.

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

      * PROCESSING-DATE LOOKUP REQUEST AREA - SEE COPYBOOK CYCDATE
      * AND SUBPROGRAM CYCDAT40.
           COPY CYCDATE.

       01 WS-RUN-DATE PIC X(8).

      * THE XREF MASTER, LOADED AT START. IDS ARRIVE UNDER ANY OF
      * THE FOUR SYSTEMS' KEYS, SO THE LOOKUP IS BY TABLE SEARCH
      * RATHER THAN BY THE KSDS KEY.
       01 WS-XREF-TABLE.
          05 XREF-TABLE-COUNT PIC 9(5) VALUE 0.
          05 XREF-TABLE-ENTRY OCCURS 10000 TIMES INDEXED BY XT-IDX.
             10 XT-CUST-ID PIC X(5).
             10 XT-PAY-CUST-ID PIC X(5).
             10 XT-ORD-CUST-ID PIC X(6).
             10 XT-CARD-NUMBER PIC X(16).
             10 XT-MERGED-INTO PIC X(5).

      * THE CUSTOMER A RETURNED ID RESOLVED TO, THE HOPS TAKEN
      * THROUGH MERGED CUSTOMERS TO GET THERE, AND ITS IDS
       01 WS-SPINE-ID PIC X(5).
       01 WS-MERGE-HOPS PIC 9(2).
       01 WS-SPINE-IDS.
          05 WS-SPINE-PAY-ID PIC X(5).
          05 WS-SPINE-ORD-ID PIC X(6).
          05 WS-SPINE-CARD-NUM PIC X(16).
       01 WS-BAD-ADDRESS PIC X(25).

      * THE RETURN BEING APPLIED AND THE ONE ID BEING FLAGGED
       01 WS-RETURN-DATE PIC X(8).
       01 WS-FLAG-ID-TYPE PIC X(1).
       01 WS-FLAG-ID PIC X(16).
       01 WS-IDS-FLAGGED PIC 9(1).

      * REJECT REASON FOR THE CURRENT RETURNED-MAIL RECORD
       01 WS-REJECT-REASON PIC X(25).

      * STATISTICS COUNTERS
       01 WS-COUNTERS.
          05 TOTAL-RETURNS-READ PIC 9(5) VALUE 0.
          05 TOTAL-RETURNS-APPLIED PIC 9(5) VALUE 0.
          05 TOTAL-REJECTS PIC 9(5) VALUE 0.
          05 TOTAL-NEW-FLAGS PIC 9(5) VALUE 0.
          05 TOTAL-REPEAT-FLAGS PIC 9(5) VALUE 0.

      * DISPLAY-FORMATTED COUNTERS
       01 WS-DISP-COUNTERS.
          05 XREF-TABLE-COUNT-DISP PIC Z(4)9.
          05 TOTAL-RETURNS-READ-DISP PIC Z(4)9.
          05 TOTAL-RETURNS-APPLIED-DISP PIC Z(4)9.
          05 TOTAL-REJECTS-DISP PIC Z(4)9.
          05 TOTAL-NEW-FLAGS-DISP PIC Z(4)9.
          05 TOTAL-REPEAT-FLAGS-DISP PIC Z(4)9.

      **********************************************
      * LOADS THE XREF, APPLIES THE RETURNED-MAIL FILE, CLOSES,
      * WRITES BATCH STATUS AND DISPLAYS THE SUMMARY.
      **********************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM SET-BST-START-TS.
           PERFORM OPEN-STATUS-LOG.
           PERFORM LOAD-RUN-DATE.
           PERFORM LOAD-XREF-TABLE.
           PERFORM OPEN-ALL-FILES.
           PERFORM APPLY-RETURNED-MAIL.
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
      * RUN DATE FROM CYCDAT40.
      **********************************************
       LOAD-RUN-DATE.
           MOVE 'RTMINT39' TO CD-JOB-NAME.
           CALL 'CYCDAT40' USING WS-CYCDATE-REQUEST END-CALL.
           MOVE CD-CYCLE-DATE TO WS-RUN-DATE.

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
      * OPEN ALL FILES AND CHECK STATUS. NO SUPPRESSION FILE YET
      * (05/35) IS THE FIRST INTAKE RUN.
      **********************************************
       OPEN-ALL-FILES.
           OPEN INPUT CUST-MASTER-FILE.
           IF CUST-MASTER-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING CUSTOMER MASTER: '
                       CUST-MASTER-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN I-O MAIL-SUPPRESS-FILE.
           IF MAIL-SUPPRESS-STATUS = '05'
              OR MAIL-SUPPRESS-STATUS = '35'
              OPEN OUTPUT MAIL-SUPPRESS-FILE
              CLOSE MAIL-SUPPRESS-FILE
              OPEN I-O MAIL-SUPPRESS-FILE
           END-IF.
           IF MAIL-SUPPRESS-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING MAIL SUPPRESSION FILE: '
                       MAIL-SUPPRESS-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN INPUT RETURNED-MAIL-FILE.
           IF RETURNED-MAIL-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING RETURNED MAIL FILE: '
                       RETURNED-MAIL-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING REPORT FILE: ' REPORT-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * READS THE RETURNED-MAIL FILE UNTIL EOF.
      **********************************************
       APPLY-RETURNED-MAIL.
           PERFORM UNTIL EOF
              READ RETURNED-MAIL-FILE
                AT END
                   SET EOF TO TRUE
                NOT AT END
                   IF RETURNED-MAIL-STATUS = '00'
                      ADD 1 TO TOTAL-RETURNS-READ
                      MOVE SPACES TO WS-REJECT-REASON
                      MOVE SPACES TO WS-SPINE-ID
                      MOVE 0 TO WS-IDS-FLAGGED
                      SET EDIT-OK TO TRUE
                      PERFORM APPLY-ONE-RETURN
                   ELSE
                      DISPLAY 'ERROR READING RETURNED MAIL FILE: '
                               RETURNED-MAIL-STATUS
                      PERFORM ABEND-WITH-STATUS
                   END-IF
              END-READ
           END-PERFORM.

      **********************************************
      * EDITS, RESOLVES AND FLAGS ONE RETURNED PIECE. NOTHING IS
      * WRITTEN TO THE SUPPRESSION FILE UNTIL THE RECORD HAS
      * PASSED EVERY EDIT AND RESOLVED TO A CUSTOMER.
      **********************************************
       APPLY-ONE-RETURN.
           PERFORM EDIT-RETURN-RECORD.
           IF EDIT-OK
              PERFORM RESOLVE-SPINE-CUSTOMER
           END-IF.
           IF EDIT-FAILED
              PERFORM WRITE-REPORT-REJECT
           ELSE
              PERFORM FETCH-BAD-ADDRESS
              MOVE 'R' TO WS-FLAG-ID-TYPE
              MOVE WS-SPINE-ID TO WS-FLAG-ID
              PERFORM FLAG-ONE-ID
              IF WS-SPINE-PAY-ID NOT = SPACES
                 MOVE 'P' TO WS-FLAG-ID-TYPE
                 MOVE WS-SPINE-PAY-ID TO WS-FLAG-ID
                 PERFORM FLAG-ONE-ID
              END-IF
              IF WS-SPINE-ORD-ID NOT = SPACES
                 MOVE 'O' TO WS-FLAG-ID-TYPE
                 MOVE WS-SPINE-ORD-ID TO WS-FLAG-ID
                 PERFORM FLAG-ONE-ID
              END-IF
              IF WS-SPINE-CARD-NUM NOT = SPACES
                 MOVE 'C' TO WS-FLAG-ID-TYPE
                 MOVE WS-SPINE-CARD-NUM TO WS-FLAG-ID
                 PERFORM FLAG-ONE-ID
              END-IF
              ADD 1 TO TOTAL-RETURNS-APPLIED
              PERFORM WRITE-REPORT-APPLIED
           END-IF.

      **********************************************
      * RECORD EDITS, STOPPING AT THE FIRST FAILURE. A BLANK
      * RETURN DATE TAKES THE RUN DATE.
      **********************************************
       EDIT-RETURN-RECORD.
           EVALUATE TRUE
               WHEN RTM-ID-TYPE NOT = 'R' AND RTM-ID-TYPE NOT = 'P'
                    AND RTM-ID-TYPE NOT = 'O' AND RTM-ID-TYPE NOT = 'C'
                 MOVE 'INVALID ID TYPE' TO WS-REJECT-REASON
                 SET EDIT-FAILED TO TRUE
               WHEN RTM-ID = SPACES
                 MOVE 'RETURNED ID MISSING' TO WS-REJECT-REASON
                 SET EDIT-FAILED TO TRUE
               WHEN RTM-REASON NOT = 'NA' AND RTM-REASON NOT = 'MV'
                    AND RTM-REASON NOT = 'RF' AND RTM-REASON NOT = 'UN'
                 MOVE 'INVALID RETURN REASON' TO WS-REJECT-REASON
                 SET EDIT-FAILED TO TRUE
               WHEN RTM-RETURN-DATE = SPACES
                 MOVE WS-RUN-DATE TO WS-RETURN-DATE
               WHEN RTM-RETURN-DATE NOT NUMERIC
                 MOVE 'RETURN DATE NOT NUMERIC' TO WS-REJECT-REASON
                 SET EDIT-FAILED TO TRUE
               WHEN OTHER
                 MOVE RTM-RETURN-DATE TO WS-RETURN-DATE
           END-EVALUATE.

      **********************************************
      * FINDS THE XREF ENTRY THE RETURNED ID BELONGS TO, THEN
      * FOLLOWS XRF-MERGED-INTO (AT MOST 10 HOPS) SO THE FLAGS
      * LAND ON THE CUSTOMER THAT IS STILL BEING MAILED.
      **********************************************
       RESOLVE-SPINE-CUSTOMER.
           MOVE 'N' TO WS-XREF-FOUND.
           SET XT-IDX TO 1.
           EVALUATE RTM-ID-TYPE
               WHEN 'R'
                 SEARCH XREF-TABLE-ENTRY
                     AT END
                        CONTINUE
                     WHEN XT-IDX > XREF-TABLE-COUNT
                        CONTINUE
                     WHEN XT-CUST-ID(XT-IDX) = RTM-ID(1:5)
                        SET XREF-FOUND TO TRUE
                 END-SEARCH
               WHEN 'P'
                 SEARCH XREF-TABLE-ENTRY
                     AT END
                        CONTINUE
                     WHEN XT-IDX > XREF-TABLE-COUNT
                        CONTINUE
                     WHEN XT-PAY-CUST-ID(XT-IDX) = RTM-ID(1:5)
                        SET XREF-FOUND TO TRUE
                 END-SEARCH
               WHEN 'O'
                 SEARCH XREF-TABLE-ENTRY
                     AT END
                        CONTINUE
                     WHEN XT-IDX > XREF-TABLE-COUNT
                        CONTINUE
                     WHEN XT-ORD-CUST-ID(XT-IDX) = RTM-ID(1:6)
                        SET XREF-FOUND TO TRUE
                 END-SEARCH
               WHEN 'C'
                 SEARCH XREF-TABLE-ENTRY
                     AT END
                        CONTINUE
                     WHEN XT-IDX > XREF-TABLE-COUNT
                        CONTINUE
                     WHEN XT-CARD-NUMBER(XT-IDX) = RTM-ID
                        SET XREF-FOUND TO TRUE
                 END-SEARCH
           END-EVALUATE.
           MOVE 0 TO WS-MERGE-HOPS.
           PERFORM UNTIL NOT XREF-FOUND
                   OR XT-MERGED-INTO(XT-IDX) = SPACES
              ADD 1 TO WS-MERGE-HOPS
              IF WS-MERGE-HOPS > 10
                 MOVE 'N' TO WS-XREF-FOUND
              ELSE
                 PERFORM FIND-MERGE-SURVIVOR
              END-IF
           END-PERFORM.
           IF XREF-FOUND
              MOVE XT-CUST-ID(XT-IDX) TO WS-SPINE-ID
              MOVE XT-PAY-CUST-ID(XT-IDX) TO WS-SPINE-PAY-ID
              MOVE XT-ORD-CUST-ID(XT-IDX) TO WS-SPINE-ORD-ID
              MOVE XT-CARD-NUMBER(XT-IDX) TO WS-SPINE-CARD-NUM
           ELSE
              MOVE 'ID NOT RESOLVED ON XREF' TO WS-REJECT-REASON
              SET EDIT-FAILED TO TRUE
           END-IF.

      **********************************************
      * STEPS FROM A MERGED-AWAY XREF ENTRY TO ITS SURVIVOR'S.
      **********************************************
       FIND-MERGE-SURVIVOR.
           MOVE XT-MERGED-INTO(XT-IDX) TO WS-SPINE-ID.
           MOVE 'N' TO WS-XREF-FOUND.
           SET XT-IDX TO 1.
           SEARCH XREF-TABLE-ENTRY
               AT END
                  CONTINUE
               WHEN XT-IDX > XREF-TABLE-COUNT
                  CONTINUE
               WHEN XT-CUST-ID(XT-IDX) = WS-SPINE-ID
                  SET XREF-FOUND TO TRUE
           END-SEARCH.

      **********************************************
      * THE ADDRESS ON THE MASTER THAT THE PIECE WAS MAILED TO,
      * KEPT ON THE SUPPRESSION ENTRY. A CUSTOMER MISSING FROM
      * THE MASTER STILL GETS FLAGGED, WITH NO ADDRESS.
      **********************************************
       FETCH-BAD-ADDRESS.
           MOVE SPACES TO WS-BAD-ADDRESS.
           MOVE WS-SPINE-ID TO CUST-ID.
           READ CUST-MASTER-FILE
           EVALUATE CUST-MASTER-STATUS
               WHEN '00'
                 MOVE CUST-ADDRESS TO WS-BAD-ADDRESS
               WHEN '23'
                 CONTINUE
               WHEN OTHER
                 DISPLAY 'ERROR READING CUSTOMER MASTER: '
                          CUST-MASTER-STATUS
                 DISPLAY 'CUSTOMER ID: ' WS-SPINE-ID
                 PERFORM ABEND-WITH-STATUS
           END-EVALUATE.

      **********************************************
      * WRITES OR REFRESHES THE SUPPRESSION ENTRY FOR ONE ID. AN
      * ACTIVE ENTRY COUNTS ONE MORE RETURN; A NEW OR CLEARED ONE
      * IS FLAGGED AFRESH FROM THE RUN DATE.
      **********************************************
       FLAG-ONE-ID.
           MOVE WS-FLAG-ID-TYPE TO MSP-ID-TYPE.
           MOVE WS-FLAG-ID TO MSP-ID.
           READ MAIL-SUPPRESS-FILE
           EVALUATE MAIL-SUPPRESS-STATUS
               WHEN '00'
                 IF MSP-ACTIVE
                    IF MSP-RETURN-COUNT < 999
                       ADD 1 TO MSP-RETURN-COUNT
                    END-IF
                    ADD 1 TO TOTAL-REPEAT-FLAGS
                 ELSE
                    PERFORM SET-NEW-FLAG
                 END-IF
                 PERFORM SET-RETURN-DETAIL
                 REWRITE MAIL-SUPPRESS-REC
                 IF MAIL-SUPPRESS-STATUS NOT = '00'
                    DISPLAY 'ERROR REWRITING MAIL SUPPRESSION FILE: '
                             MAIL-SUPPRESS-STATUS
                    DISPLAY 'SUPPRESSION KEY: ' MSP-KEY
                    PERFORM ABEND-WITH-STATUS
                 END-IF
               WHEN '23'
                 MOVE SPACES TO MAIL-SUPPRESS-REC
                 MOVE WS-FLAG-ID-TYPE TO MSP-ID-TYPE
                 MOVE WS-FLAG-ID TO MSP-ID
                 PERFORM SET-NEW-FLAG
                 PERFORM SET-RETURN-DETAIL
                 WRITE MAIL-SUPPRESS-REC
                 IF MAIL-SUPPRESS-STATUS NOT = '00'
                    DISPLAY 'ERROR WRITING MAIL SUPPRESSION FILE: '
                             MAIL-SUPPRESS-STATUS
                    DISPLAY 'SUPPRESSION KEY: ' MSP-KEY
                    PERFORM ABEND-WITH-STATUS
                 END-IF
               WHEN OTHER
                 DISPLAY 'ERROR READING MAIL SUPPRESSION FILE: '
                          MAIL-SUPPRESS-STATUS
                 DISPLAY 'SUPPRESSION KEY: ' MSP-KEY
                 PERFORM ABEND-WITH-STATUS
           END-EVALUATE.
           ADD 1 TO WS-IDS-FLAGGED.

      **********************************************
      * STARTS A NEW SUPPRESSION PERIOD ON THE ENTRY IN THE
      * RECORD AREA.
      **********************************************
       SET-NEW-FLAG.
           SET MSP-ACTIVE TO TRUE.
           MOVE WS-RUN-DATE TO MSP-FLAG-DATE.
           MOVE 1 TO MSP-RETURN-COUNT.
           MOVE SPACES TO MSP-CLEARED-DATE.
           MOVE SPACES TO MSP-CLEARED-BY.
           ADD 1 TO TOTAL-NEW-FLAGS.

      **********************************************
      * THE LATEST RETURN'S DETAIL ON THE ENTRY IN THE RECORD
      * AREA.
      **********************************************
       SET-RETURN-DETAIL.
           MOVE WS-SPINE-ID TO MSP-SPINE-ID.
           MOVE WS-RETURN-DATE TO MSP-LAST-RETURN-DATE.
           MOVE RTM-SOURCE-JOB TO MSP-LAST-SOURCE-JOB.
           MOVE RTM-REASON TO MSP-REASON.
           MOVE WS-BAD-ADDRESS TO MSP-BAD-ADDRESS.

      **********************************************
      * WRITES ONE 'APPLIED' REPORT LINE FOR THE CURRENT RECORD.
      **********************************************
       WRITE-REPORT-APPLIED.
           MOVE SPACES TO REPORT-REC.
           MOVE 'APPLIED' TO RPT-RESULT.
           PERFORM WRITE-REPORT-LINE.

      **********************************************
      * WRITES ONE 'REJECTED' REPORT LINE WITH THE REASON AND
      * BUMPS THE REJECT COUNT.
      **********************************************
       WRITE-REPORT-REJECT.
           MOVE SPACES TO REPORT-REC.
           MOVE 'REJECTED' TO RPT-RESULT.
           MOVE WS-REJECT-REASON TO RPT-REASON.
           ADD 1 TO TOTAL-REJECTS.
           PERFORM WRITE-REPORT-LINE.

      **********************************************
      * FILLS THE COMMON REPORT FIELDS AND WRITES THE LINE.
      **********************************************
       WRITE-REPORT-LINE.
           MOVE RTM-ID-TYPE TO RPT-ID-TYPE.
           MOVE RTM-ID TO RPT-ID.
           MOVE RTM-SOURCE-JOB TO RPT-SOURCE-JOB.
           MOVE WS-SPINE-ID TO RPT-SPINE-ID.
           MOVE WS-IDS-FLAGGED TO RPT-IDS-FLAGGED.
           WRITE REPORT-REC.
           IF REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING REPORT FILE: ' REPORT-STATUS
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

           CLOSE MAIL-SUPPRESS-FILE.
           IF MAIL-SUPPRESS-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING MAIL SUPPRESSION FILE: '
                       MAIL-SUPPRESS-STATUS
           END-IF.

           CLOSE RETURNED-MAIL-FILE.
           IF RETURNED-MAIL-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING RETURNED MAIL FILE: '
                       RETURNED-MAIL-STATUS
           END-IF.

           CLOSE REPORT-FILE.
           IF REPORT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING REPORT FILE: '
                       REPORT-STATUS
           END-IF.

      **********************************************
      * APPENDS ONE RECORD TO THE CONSOLIDATED END-OF-NIGHT BATCH
      * STATUS LOG AND CLOSES IT. STATUS-LOG ITSELF WAS ALREADY
      * OPENED BY OPEN-STATUS-LOG, FIRST THING IN MAIN-LOGIC.
      **********************************************
       WRITE-BATCH-STATUS.
           MOVE SPACES TO STATUS-LOG-REC.
           MOVE 'RTMINT39' TO BST-PROGRAM-ID.
           PERFORM GET-BST-TIMESTAMP.
           MOVE WS-BST-START-TS TO BST-START-TS.
           MOVE WS-BST-TS-BUILT TO BST-END-TS.
           MOVE TOTAL-RETURNS-READ TO BST-RECORDS-IN.
           MOVE TOTAL-RETURNS-APPLIED TO BST-RECORDS-OUT.
           MOVE TOTAL-REJECTS TO BST-RECORDS-REJECTED.
           IF ABEND-IN-PROGRESS
              MOVE 'FAILED' TO BST-STATUS
              MOVE 'JOB ABENDED - SEE SYSOUT FOR DETAIL' TO BST-MESSAGE
           ELSE
              IF TOTAL-REJECTS > 0
                 MOVE 'WARNING' TO BST-STATUS
                 MOVE 'RETURNED MAIL REJECTED - SEE REPORT'
                      TO BST-MESSAGE
              ELSE
                 MOVE 'COMPLETE' TO BST-STATUS
                 MOVE 'ALL RETURNED MAIL FLAGGED' TO BST-MESSAGE
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
      * IS NEEDED HERE TO MATCH THE RETENTION EXTRACT. A TOKEN THE
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
           MOVE TOTAL-RETURNS-READ TO TOTAL-RETURNS-READ-DISP.
           MOVE TOTAL-RETURNS-APPLIED TO TOTAL-RETURNS-APPLIED-DISP.
           MOVE TOTAL-REJECTS TO TOTAL-REJECTS-DISP.
           MOVE TOTAL-NEW-FLAGS TO TOTAL-NEW-FLAGS-DISP.
           MOVE TOTAL-REPEAT-FLAGS TO TOTAL-REPEAT-FLAGS-DISP.
           DISPLAY '========================================'.
           DISPLAY 'RETURNED MAIL INTAKE SUMMARY'.
           DISPLAY '========================================'.
           DISPLAY 'XREF ENTRIES LOADED: ' XREF-TABLE-COUNT-DISP.
           DISPLAY 'RETURNS READ:        ' TOTAL-RETURNS-READ-DISP.
           DISPLAY 'RETURNS APPLIED:     ' TOTAL-RETURNS-APPLIED-DISP.
           DISPLAY 'RETURNS REJECTED:    ' TOTAL-REJECTS-DISP.
           DISPLAY 'IDS NEWLY FLAGGED:   ' TOTAL-NEW-FLAGS-DISP.
           DISPLAY 'IDS RETURNED AGAIN:  ' TOTAL-REPEAT-FLAGS-DISP.
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
