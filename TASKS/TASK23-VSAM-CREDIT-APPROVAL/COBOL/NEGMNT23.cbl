      ******************************************************************
      * CREDIT NEGATIVE FILE MAINTENANCE                               *
      *                                                                *
      * PURPOSE:                                                       *
      * KEEPS THE NEGATIVE FILE APSCRN23 SCREENS EVERY NIGHT'S CREDIT  *
      * APPLICANTS AGAINST: PEOPLE THE FRAUD TEAM HAS CONFIRMED AS     *
      * FRAUD, BORROWERS WE HAVE CHARGED OFF, AND THE OWNERS OF CARDS  *
      * ON THE HOT-CARD FILE. FRAUD AND CHARGE-OFF ENTRIES COME IN ON  *
      * AN ADD/REMOVE FEED WITH PER-RECORD VALIDATION AND A FULL       *
      * AUDIT TRAIL, THE SAME WAY HOTMNT11 CONTROLS THE HOT FILE.      *
      * HOT-CARD OWNER ENTRIES ARE NEVER KEYED BY HAND - THIS JOB      *
      * DERIVES THEM FROM THE HOT FILE HOTMNT11 MAINTAINS, AND DROPS   *
      * THEM AGAIN ONCE THE CARD COMES OFF IT.                         *
      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   PER FEED RECORD, BY NMT-ACTION (SUBMITTER AND REFERENCE      *
      *   REQUIRED ON EVERY RECORD):                                   *
      *   'A' ADD:    TYPE 'F' (CONFIRMED FRAUD) OR 'C' (CHARGE-OFF)   *
      *               ONLY, REASON PRESENT, AND ENOUGH IDENTITY TO     *
      *               MATCH ON - A NATIONAL ID, OR NAME AND DATE OF    *
      *               BIRTH, OR AN ADDRESS. NATIONAL ID AND DATE OF    *
      *               BIRTH, WHEN GIVEN, MUST BE NUMERIC. AN ENTRY     *
      *               ALREADY ON FILE IS REJECTED.                     *
      *   'R' REMOVE: TYPE 'F' OR 'C'; THE ENTRY MUST BE ON FILE.      *
      *   ANY OTHER ACTION CODE IS REJECTED.                           *
      *   HOT-CARD OWNERS ('H'), AFTER THE FEED:                       *
      *     PURGE - EVERY 'H' ENTRY WHOSE CARD IS NO LONGER ON THE     *
      *       HOT FILE IS DELETED.                                     *
      *     LIST  - EVERY CARD MAPPED ON THE CUSTOMER SPINE XREF THAT  *
      *       IS ON THE HOT FILE GETS AN 'H' ENTRY CARRYING THE SPINE  *
      *       CUSTOMER'S NAME AND ADDRESS, IF IT DOES NOT HAVE ONE.    *
      *     NO XREF OR NO SPINE MASTER SKIPS THE LIST STEP (THE PURGE  *
      *     STILL RUNS).                                               *
      *   EVERY CHANGE WRITES ONE AUDIT LINE WITH THE SUBMITTER        *
      *   ('SYSTEM' FOR HOT-CARD OWNER LISTINGS AND PURGES).           *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/10/15                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/10/15 - THE XREF CARD SLOT NOW HOLDS A CARD TOKEN; IT IS  *
      *              TURNED BACK INTO THE CARD NUMBER (CRDTOK11) AS    *
      *              THE XREF IS READ.                                 *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  NMNTDD (CREDIT.NEGATIVE.FEED) - ADD/REMOVE FEED        *
      *         (PS, 180 B)                                            *
      * I/O:    NEGDD (CREDIT.NEGATIVE.FILE) - NEGATIVE FILE (KSDS,    *
      *         KEY NEG-KEY, SEE COPYBOOK NEGFILE)                     *
      * INPUT:  HOTDD (CARD.HOTFILE) - HOT-CARD KSDS FROM HOTMNT11     *
      * INPUT:  XREFDD (CUST.XREF.MASTER) - CUSTOMER SPINE XREF        *
      * INPUT:  VLTDD (CARD.TOKEN.VAULT) - VIA CRDTOK11                *
      *         (KSDS, READ IN KEY ORDER)                              *
      * INPUT:  MASTDD (CUST.MASTER.VSAM) - SPINE CUSTOMER MASTER      *
      *         (KSDS, KEY CUST-ID)                                    *
      * OUTPUT: AUDTDD (CREDIT.NEGATIVE.AUDIT) - AUDIT OF EVERY        *
      *         CHANGE APPLIED OR REJECTED (PS, 80 B)                  *
      * OUTPUT: STATLOG - SHARED STATUS LOG                            *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. NEGMNT23.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NEGATIVE-FILE ASSIGN TO NEGDD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS NEG-KEY
              FILE STATUS IS NEGATIVE-STATUS.

           SELECT NEG-FEED-FILE ASSIGN TO NMNTDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS NEG-FEED-STATUS.

           SELECT HOT-CARD-FILE ASSIGN TO HOTDD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS HOT-CARD-NUMBER
              FILE STATUS IS HOT-CARD-STATUS.

           SELECT XREF-MASTER ASSIGN TO XREFDD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS XRF-CUST-ID
              FILE STATUS IS XREF-STATUS.

           SELECT CUST-MASTER-FILE ASSIGN TO MASTDD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CUST-ID
              FILE STATUS IS CUST-MASTER-STATUS.

           SELECT AUDIT-FILE ASSIGN TO AUDTDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS AUDIT-STATUS.

           SELECT STATUS-LOG ASSIGN TO STATLOG
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS STATUS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD NEGATIVE-FILE.
       01 NEGATIVE-REC.
           COPY NEGFILE.

      * FEED RECORD: ACTION AND SUBMITTER, THEN THE ENTRY ITSELF IN
      * THE NEGATIVE FILE'S OWN LAYOUT. NMT-SOURCE AND
      * NMT-ADDED-DATE ARE IGNORED - THIS JOB STAMPS THEM.
       FD NEG-FEED-FILE RECORDING MODE IS F.
       01 NEG-FEED-REC.
          05 NMT-ACTION PIC X(1).
          05 FILLER PIC X(1).
          05 NMT-SUBMITTER PIC X(8).
          05 FILLER PIC X(10).
          05 NMT-ENTRY.
             10 NMT-KEY.
                15 NMT-TYPE PIC X(1).
                15 NMT-REF PIC X(16).
             10 NMT-LAST-NAME PIC X(20).
             10 NMT-FIRST-NAME PIC X(15).
             10 NMT-BIRTH-DATE PIC X(8).
             10 NMT-NATIONAL-ID PIC X(9).
             10 NMT-ADDRESS-LINE PIC X(30).
             10 NMT-POSTAL-CODE PIC X(10).
             10 NMT-REASON PIC X(20).
             10 NMT-SOURCE PIC X(8).
             10 NMT-ADDED-DATE PIC X(8).
             10 FILLER PIC X(15).

      * SAME LAYOUT HOTMNT11 MAINTAINS.
       FD HOT-CARD-FILE.
       01 HOT-CARD-REC.
          05 HOT-CARD-NUMBER PIC 9(16).
          05 HOT-REASON PIC X(20).
          05 HOT-REPORT-TS PIC X(14).

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

       FD CUST-MASTER-FILE.
       01 CUST-MASTER-REC.
           COPY TASK32.

       FD AUDIT-FILE RECORDING MODE IS F.
       01 AUDIT-REC.
          05 AUD-ACTION PIC X(1).
          05 FILLER PIC X(1).
          05 AUD-KEY PIC X(17).
          05 FILLER PIC X(1).
          05 AUD-RESULT PIC X(8).
          05 FILLER PIC X(1).
          05 AUD-REASON PIC X(25).
          05 FILLER PIC X(1).
          05 AUD-SUBMITTER PIC X(8).
          05 FILLER PIC X(17).

       FD STATUS-LOG RECORDING MODE IS F.
       01 STATUS-LOG-REC.
           COPY BATSTAT.

       WORKING-STORAGE SECTION.

      * CARD TOKEN VAULT AND MASKING REQUEST AREAS (CRDTOK11,
      * CRDMSK11)
           COPY CARDTOK.
           COPY CARDMSK.

      * FILE STATUS VARIABLES
       01 F-STATUS.
          05 NEGATIVE-STATUS PIC X(2).
          05 NEG-FEED-STATUS PIC X(2).
          05 HOT-CARD-STATUS PIC X(2).
          05 XREF-STATUS PIC X(2).
          05 CUST-MASTER-STATUS PIC X(2).
          05 AUDIT-STATUS PIC X(2).
          05 STATUS-LOG-STATUS PIC X(2).

      * CONTROL FLAGS
       01 WS-FLAGS.
          05 WS-EOF PIC X(1) VALUE 'N'.
             88 EOF VALUE 'Y'.
          05 WS-NEG-EOF PIC X(1) VALUE 'N'.
             88 NEG-EOF VALUE 'Y'.
          05 WS-XREF-EOF PIC X(1) VALUE 'N'.
             88 XREF-EOF VALUE 'Y'.
          05 WS-XREF-AVAILABLE PIC X(1) VALUE 'N'.
             88 XREF-AVAILABLE VALUE 'Y'.
          05 WS-MAST-AVAILABLE PIC X(1) VALUE 'N'.
             88 MAST-AVAILABLE VALUE 'Y'.

      * SET JUST BEFORE A FATAL ERROR PATH WRITES ITS STATLOG RECORD
      * AND STOPS, SO WRITE-BATCH-STATUS REPORTS 'FAILED' INSTEAD OF
      * DERIVING A STATUS FROM COUNTERS THAT NEVER GOT THE CHANCE TO
      * REACH THEIR NORMAL END-OF-RUN VALUES.
       01 WS-ABEND-FLAG PIC X(1) VALUE 'N'.
          88 ABEND-IN-PROGRESS VALUE 'Y'.

      * RUN-START AND RECORD-WRITE TIMESTAMPS FOR THE BATSTAT
      * RECORD, SO BATSTS43 CAN REPORT ELAPSED TIME.
       01 WS-BST-START-TS PIC X(14).
       01 WS-BST-TS-BUILT PIC X(14).
       01 WS-BST-TS-WORK.
          05 WS-BST-TS-DATE PIC 9(8).
          05 WS-BST-TS-TIME PIC 9(8).

      * RUN DATE STAMPED ON NEW ENTRIES
       01 WS-RUN-DATE PIC X(8).

      * REJECT OR PURGE REASON FOR THE CURRENT AUDIT LINE
       01 WS-REJECT-REASON PIC X(25).

      * ACTION CODE FOR A SYSTEM AUDIT LINE: 'H' LISTED, 'P' PURGED
       01 WS-SYSTEM-ACTION PIC X(1).

      * KEY OF THE 'H' ENTRY THE PURGE PASS IS LOOKING AT, HELD
      * SEPARATELY SO THE HOT-FILE READ CANNOT DISTURB IT.
       01 WS-PURGE-KEY PIC X(17).

      * STATISTICS COUNTERS
       01 WS-COUNTERS.
          05 TOTAL-FEED-RECORDS PIC 9(5) VALUE 0.
          05 TOTAL-ADDS PIC 9(5) VALUE 0.
          05 TOTAL-REMOVES PIC 9(5) VALUE 0.
          05 TOTAL-REJECTS PIC 9(5) VALUE 0.
          05 TOTAL-HOT-LISTED PIC 9(5) VALUE 0.
          05 TOTAL-HOT-PURGED PIC 9(5) VALUE 0.
          05 TOTAL-HOT-KEPT PIC 9(5) VALUE 0.
          05 TOTAL-NOT-ON-SPINE PIC 9(5) VALUE 0.

      * DISPLAY-FORMATTED COUNTERS
       01 WS-DISP-COUNTERS.
          05 TOTAL-FEED-RECORDS-DISP PIC Z(4)9.
          05 TOTAL-ADDS-DISP PIC Z(4)9.
          05 TOTAL-REMOVES-DISP PIC Z(4)9.
          05 TOTAL-REJECTS-DISP PIC Z(4)9.
          05 TOTAL-HOT-LISTED-DISP PIC Z(4)9.
          05 TOTAL-HOT-PURGED-DISP PIC Z(4)9.
          05 TOTAL-HOT-KEPT-DISP PIC Z(4)9.
          05 TOTAL-NOT-ON-SPINE-DISP PIC Z(4)9.

      **********************************************
      * OPENS FILES, APPLIES THE FEED, PURGES AND RE-LISTS THE
      * HOT-CARD OWNERS, CLOSES, WRITES BATCH STATUS AND DISPLAYS
      * THE SUMMARY.
      **********************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM SET-BST-START-TS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM OPEN-STATUS-LOG.
           PERFORM OPEN-ALL-FILES.
           PERFORM APPLY-NEG-FEED.
           PERFORM PURGE-HOT-OWNERS.
           IF XREF-AVAILABLE AND MAST-AVAILABLE
              PERFORM LIST-HOT-OWNERS
           ELSE
              DISPLAY 'NO SPINE XREF OR MASTER - HOT-CARD OWNERS '
                      'NOT RE-LISTED'
           END-IF.
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
      * OPEN ALL FILES AND CHECK STATUS. THE NEGATIVE FILE IS
      * OPENED I-O - THIS IS THE ONE JOB THAT WRITES TO IT. THE
      * SPINE XREF AND MASTER ARE OPTIONAL (FILE STATUS 05/35).
      **********************************************
       OPEN-ALL-FILES.
           OPEN I-O NEGATIVE-FILE.
           IF NEGATIVE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING NEGATIVE FILE: ' NEGATIVE-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN INPUT NEG-FEED-FILE.
           IF NEG-FEED-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING NEGATIVE FILE FEED: '
                       NEG-FEED-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN INPUT HOT-CARD-FILE.
           IF HOT-CARD-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING HOT CARD FILE: ' HOT-CARD-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN INPUT XREF-MASTER.
           IF XREF-STATUS = '05' OR XREF-STATUS = '35'
              DISPLAY 'NO CUSTOMER XREF'
           ELSE
              IF XREF-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING CUSTOMER XREF: ' XREF-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
              SET XREF-AVAILABLE TO TRUE
           END-IF.

           OPEN INPUT CUST-MASTER-FILE.
           IF CUST-MASTER-STATUS = '05' OR CUST-MASTER-STATUS = '35'
              DISPLAY 'NO SPINE CUSTOMER MASTER'
           ELSE
              IF CUST-MASTER-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING SPINE CUSTOMER MASTER: '
                          CUST-MASTER-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
              SET MAST-AVAILABLE TO TRUE
           END-IF.

           OPEN OUTPUT AUDIT-FILE.
           IF AUDIT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING AUDIT FILE: ' AUDIT-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * READS THE ADD/REMOVE FEED UNTIL EOF AND DISPATCHES EACH
      * RECORD BY ACTION CODE.
      **********************************************
       APPLY-NEG-FEED.
           PERFORM UNTIL EOF
              READ NEG-FEED-FILE
                AT END
                   SET EOF TO TRUE
                NOT AT END
                   IF NEG-FEED-STATUS = '00'
                      ADD 1 TO TOTAL-FEED-RECORDS
                      MOVE SPACES TO WS-REJECT-REASON
                      PERFORM APPLY-ONE-FEED-RECORD
                   ELSE
                      DISPLAY 'ERROR READING NEGATIVE FILE FEED: '
                               NEG-FEED-STATUS
                      PERFORM ABEND-WITH-STATUS
                   END-IF
              END-READ
           END-PERFORM.

      **********************************************
      * EDITS THE FIELDS COMMON TO EVERY ACTION, THEN ROUTES BY
      * ACTION CODE. 'H' ENTRIES BELONG TO THE HOT-FILE PASSES
      * BELOW, SO THE FEED MAY NEITHER ADD NOR REMOVE THEM.
      **********************************************
       APPLY-ONE-FEED-RECORD.
           EVALUATE TRUE
               WHEN NMT-SUBMITTER = SPACES
                 MOVE 'SUBMITTER MISSING' TO WS-REJECT-REASON
                 PERFORM WRITE-AUDIT-REJECT
               WHEN NMT-REF = SPACES
                 MOVE 'REFERENCE MISSING' TO WS-REJECT-REASON
                 PERFORM WRITE-AUDIT-REJECT
               WHEN NMT-TYPE NOT = 'F' AND NMT-TYPE NOT = 'C'
                 MOVE 'TYPE MUST BE F OR C' TO WS-REJECT-REASON
                 PERFORM WRITE-AUDIT-REJECT
               WHEN NMT-ACTION = 'A'
                 PERFORM APPLY-NEG-ADD
               WHEN NMT-ACTION = 'R'
                 PERFORM APPLY-NEG-REMOVE
               WHEN OTHER
                 MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
                 PERFORM WRITE-AUDIT-REJECT
           END-EVALUATE.

      **********************************************
      * 'A' ADD: THE REASON IS REQUIRED, AND THE ENTRY MUST CARRY
      * SOMETHING APSCRN23 CAN MATCH AN APPLICANT ON - AN ENTRY
      * WITH NO USABLE IDENTITY WOULD SIT ON THE FILE CATCHING
      * NOBODY. THE WRITE ITSELF CATCHES AN ENTRY ALREADY ON FILE.
      **********************************************
       APPLY-NEG-ADD.
           EVALUATE TRUE
               WHEN NMT-REASON = SPACES
                 MOVE 'REASON MISSING' TO WS-REJECT-REASON
                 PERFORM WRITE-AUDIT-REJECT
               WHEN NMT-NATIONAL-ID = SPACES
                AND (NMT-LAST-NAME = SPACES
                     OR NMT-BIRTH-DATE = SPACES)
                AND NMT-ADDRESS-LINE = SPACES
                 MOVE 'NO IDENTITY TO MATCH ON' TO WS-REJECT-REASON
                 PERFORM WRITE-AUDIT-REJECT
               WHEN NMT-NATIONAL-ID NOT = SPACES
                AND NMT-NATIONAL-ID NOT NUMERIC
                 MOVE 'NATIONAL ID NOT NUMERIC' TO WS-REJECT-REASON
                 PERFORM WRITE-AUDIT-REJECT
               WHEN NMT-BIRTH-DATE NOT = SPACES
                AND NMT-BIRTH-DATE NOT NUMERIC
                 MOVE 'BIRTH DATE NOT NUMERIC' TO WS-REJECT-REASON
                 PERFORM WRITE-AUDIT-REJECT
               WHEN OTHER
                 MOVE NMT-ENTRY TO NEGATIVE-REC
                 MOVE NMT-SUBMITTER TO NEG-SOURCE
                 MOVE WS-RUN-DATE TO NEG-ADDED-DATE
                 WRITE NEGATIVE-REC
                 EVALUATE NEGATIVE-STATUS
                     WHEN '00'
                       ADD 1 TO TOTAL-ADDS
                       PERFORM WRITE-AUDIT-APPLIED
                     WHEN '22'
                       MOVE 'ALREADY ON NEGATIVE FILE'
                            TO WS-REJECT-REASON
                       PERFORM WRITE-AUDIT-REJECT
                     WHEN OTHER
                       DISPLAY 'ERROR WRITING NEGATIVE FILE: '
                                NEGATIVE-STATUS
                       DISPLAY 'KEY: ' NMT-KEY
                       PERFORM ABEND-WITH-STATUS
                 END-EVALUATE
           END-EVALUATE.

      **********************************************
      * 'R' REMOVE: THE ENTRY MUST BE ON FILE; IT IS DELETED AND
      * THE REMOVAL AUDITED.
      **********************************************
       APPLY-NEG-REMOVE.
           MOVE NMT-KEY TO NEG-KEY.
           DELETE NEGATIVE-FILE RECORD
           EVALUATE NEGATIVE-STATUS
               WHEN '00'
                 ADD 1 TO TOTAL-REMOVES
                 PERFORM WRITE-AUDIT-APPLIED
               WHEN '23'
                 MOVE 'NOT ON NEGATIVE FILE' TO WS-REJECT-REASON
                 PERFORM WRITE-AUDIT-REJECT
               WHEN OTHER
                 DISPLAY 'ERROR DELETING FROM NEGATIVE FILE: '
                          NEGATIVE-STATUS
                 DISPLAY 'KEY: ' NMT-KEY
                 PERFORM ABEND-WITH-STATUS
           END-EVALUATE.

      **********************************************
      * READS THE 'H' ENTRIES IN KEY ORDER AND DELETES EVERY ONE
      * WHOSE CARD IS NO LONGER ON THE HOT FILE - HOTMNT11
      * REMOVED IT, OR PURGED IT AS CLOSED OR REPLACED - SO A
      * CARDHOLDER STOPS BEING SCREENED OUT ONCE THE CARD ISSUE IS
      * RESOLVED. EACH PURGE WRITES AN AUDIT LINE WITH SUBMITTER
      * 'SYSTEM'.
      **********************************************
       PURGE-HOT-OWNERS.
           MOVE LOW-VALUES TO NEG-KEY.
           MOVE 'H' TO NEG-TYPE.
           START NEGATIVE-FILE KEY >= NEG-KEY
           IF NEGATIVE-STATUS = '23' OR NEGATIVE-STATUS = '46'
              SET NEG-EOF TO TRUE
           ELSE
              IF NEGATIVE-STATUS NOT = '00'
                 DISPLAY 'ERROR POSITIONING NEGATIVE FILE: '
                          NEGATIVE-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
           END-IF.
           PERFORM UNTIL NEG-EOF
              READ NEGATIVE-FILE NEXT RECORD
                AT END
                   SET NEG-EOF TO TRUE
                NOT AT END
                   IF NEGATIVE-STATUS NOT = '00'
                      DISPLAY 'ERROR READING NEGATIVE FILE: '
                               NEGATIVE-STATUS
                      PERFORM ABEND-WITH-STATUS
                   END-IF
                   IF NEG-HOT-CARD-OWNER
                      PERFORM CHECK-ONE-HOT-OWNER
                   ELSE
                      SET NEG-EOF TO TRUE
                   END-IF
              END-READ
           END-PERFORM.

      **********************************************
      * KEEPS THE 'H' ENTRY JUST READ IF ITS CARD IS STILL ON THE
      * HOT FILE, OTHERWISE DELETES AND AUDITS IT.
      **********************************************
       CHECK-ONE-HOT-OWNER.
           MOVE NEG-KEY TO WS-PURGE-KEY.
           IF NEG-REF NOT NUMERIC
              ADD 1 TO TOTAL-HOT-KEPT
           ELSE
              MOVE NEG-REF TO HOT-CARD-NUMBER
              READ HOT-CARD-FILE
              EVALUATE HOT-CARD-STATUS
                  WHEN '00'
                    ADD 1 TO TOTAL-HOT-KEPT
                  WHEN '23'
                    MOVE WS-PURGE-KEY TO NEG-KEY
                    DELETE NEGATIVE-FILE RECORD
                    IF NEGATIVE-STATUS NOT = '00'
                       DISPLAY 'ERROR DELETING FROM NEGATIVE FILE: '
                                NEGATIVE-STATUS
                       DISPLAY 'KEY: ' WS-PURGE-KEY
                       PERFORM ABEND-WITH-STATUS
                    END-IF
                    ADD 1 TO TOTAL-HOT-PURGED
                    MOVE 'P' TO WS-SYSTEM-ACTION
                    MOVE 'CARD OFF HOT FILE' TO WS-REJECT-REASON
                    PERFORM WRITE-AUDIT-SYSTEM
                  WHEN OTHER
                    DISPLAY 'ERROR READING HOT CARD FILE: '
                             HOT-CARD-STATUS
                    DISPLAY 'CARD NUMBER: ' NEG-REF
                    PERFORM ABEND-WITH-STATUS
              END-EVALUATE
           END-IF.

      **********************************************
      * READS THE SPINE XREF IN KEY ORDER. EVERY MAPPED CARD THAT
      * IS ON THE HOT FILE HAS ITS SPINE CUSTOMER LISTED AS A
      * HOT-CARD OWNER, WITH THE NAME AND ADDRESS FROM THE SPINE
      * MASTER. A CARD ALREADY LISTED IS LEFT AS IT IS.
      **********************************************
       LIST-HOT-OWNERS.
           PERFORM UNTIL XREF-EOF
              READ XREF-MASTER NEXT RECORD
                AT END
                   SET XREF-EOF TO TRUE
                NOT AT END
                   IF XREF-STATUS NOT = '00'
                      DISPLAY 'ERROR READING CUSTOMER XREF: '
                               XREF-STATUS
                      PERFORM ABEND-WITH-STATUS
                   END-IF
                   PERFORM DETOKENIZE-XREF-CARD
                   IF XRF-CARD-NUMBER NUMERIC
                      PERFORM CHECK-ONE-MAPPED-CARD
                   END-IF
              END-READ
           END-PERFORM.

      **********************************************
      * LISTS THE OWNER OF ONE MAPPED CARD IF THE CARD IS HOT.
      **********************************************
       CHECK-ONE-MAPPED-CARD.
           MOVE XRF-CARD-NUMBER TO HOT-CARD-NUMBER.
           READ HOT-CARD-FILE.
           EVALUATE HOT-CARD-STATUS
               WHEN '00'
                 PERFORM ADD-HOT-OWNER
               WHEN '23'
                 CONTINUE
               WHEN OTHER
                 DISPLAY 'ERROR READING HOT CARD FILE: '
                          HOT-CARD-STATUS
                 MOVE 'M' TO CM-FUNCTION
                 MOVE XRF-CARD-NUMBER TO CM-CARD-NUMBER
                 CALL 'CRDMSK11' USING WS-CARDMSK-REQUEST END-CALL
                 DISPLAY 'CARD NUMBER: ' CM-MASKED-NUMBER
                 PERFORM ABEND-WITH-STATUS
           END-EVALUATE.

      **********************************************
      * WRITES THE 'H' ENTRY FOR THE HOT CARD'S SPINE CUSTOMER.
      * A CUSTOMER MISSING FROM THE SPINE MASTER IS COUNTED AND
      * SKIPPED - WITHOUT A NAME OR ADDRESS THERE IS NOTHING FOR
      * APSCRN23 TO MATCH ON.
      **********************************************
       ADD-HOT-OWNER.
           MOVE XRF-CUST-ID TO CUST-ID.
           READ CUST-MASTER-FILE.
           EVALUATE CUST-MASTER-STATUS
               WHEN '00'
                 MOVE SPACES TO NEGATIVE-REC
                 MOVE 'H' TO NEG-TYPE
                 MOVE XRF-CARD-NUMBER TO NEG-REF
                 MOVE CUST-NAME TO NEG-LAST-NAME
                 MOVE CUST-ADDRESS TO NEG-ADDRESS-LINE
                 MOVE HOT-REASON TO NEG-REASON
                 MOVE 'HOTMNT11' TO NEG-SOURCE
                 MOVE WS-RUN-DATE TO NEG-ADDED-DATE
                 WRITE NEGATIVE-REC
                 EVALUATE NEGATIVE-STATUS
                     WHEN '00'
                       ADD 1 TO TOTAL-HOT-LISTED
                       MOVE 'H' TO WS-SYSTEM-ACTION
                       MOVE 'HOT-CARD OWNER LISTED'
                            TO WS-REJECT-REASON
                       MOVE NEG-KEY TO WS-PURGE-KEY
                       PERFORM WRITE-AUDIT-SYSTEM
                     WHEN '22'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY 'ERROR WRITING NEGATIVE FILE: '
                                NEGATIVE-STATUS
                       DISPLAY 'KEY: ' NEG-KEY
                       PERFORM ABEND-WITH-STATUS
                 END-EVALUATE
               WHEN '23'
                 ADD 1 TO TOTAL-NOT-ON-SPINE
               WHEN OTHER
                 DISPLAY 'ERROR READING SPINE CUSTOMER MASTER: '
                          CUST-MASTER-STATUS
                 DISPLAY 'CUSTOMER ID: ' XRF-CUST-ID
                 PERFORM ABEND-WITH-STATUS
           END-EVALUATE.

      **********************************************
      * WRITES ONE 'APPLIED' AUDIT LINE FOR THE CURRENT FEED
      * RECORD, CARRYING THE SUBMITTER.
      **********************************************
       WRITE-AUDIT-APPLIED.
           MOVE SPACES TO AUDIT-REC.
           MOVE NMT-ACTION TO AUD-ACTION.
           MOVE NMT-KEY TO AUD-KEY.
           MOVE 'APPLIED' TO AUD-RESULT.
           MOVE NMT-REASON TO AUD-REASON.
           MOVE NMT-SUBMITTER TO AUD-SUBMITTER.
           PERFORM WRITE-AUDIT-LINE.

      **********************************************
      * WRITES ONE 'REJECTED' AUDIT LINE WITH THE REASON AND
      * BUMPS THE REJECT COUNT.
      **********************************************
       WRITE-AUDIT-REJECT.
           MOVE SPACES TO AUDIT-REC.
           MOVE NMT-ACTION TO AUD-ACTION.
           MOVE NMT-KEY TO AUD-KEY.
           MOVE 'REJECTED' TO AUD-RESULT.
           MOVE WS-REJECT-REASON TO AUD-REASON.
           MOVE NMT-SUBMITTER TO AUD-SUBMITTER.
           ADD 1 TO TOTAL-REJECTS.
           PERFORM WRITE-AUDIT-LINE.

      **********************************************
      * WRITES ONE 'APPLIED' AUDIT LINE FOR A HOT-CARD OWNER
      * LISTING OR PURGE: ACTION CODE IN WS-SYSTEM-ACTION, KEY IN
      * WS-PURGE-KEY, SUBMITTER 'SYSTEM'.
      **********************************************
       WRITE-AUDIT-SYSTEM.
           MOVE SPACES TO AUDIT-REC.
           MOVE WS-SYSTEM-ACTION TO AUD-ACTION.
           MOVE WS-PURGE-KEY TO AUD-KEY.
           MOVE 'APPLIED' TO AUD-RESULT.
           MOVE WS-REJECT-REASON TO AUD-REASON.
           MOVE 'SYSTEM' TO AUD-SUBMITTER.
           PERFORM WRITE-AUDIT-LINE.

      **********************************************
      * WRITES WHATEVER LINE IS CURRENTLY IN AUDIT-REC.
      **********************************************
       WRITE-AUDIT-LINE.
           WRITE AUDIT-REC.
           IF AUDIT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING AUDIT FILE: ' AUDIT-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * CLOSE ALL FILES AND CHECK STATUS
      **********************************************
       CLOSE-ALL-FILES.
           CLOSE NEGATIVE-FILE.
           IF NEGATIVE-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING NEGATIVE FILE: '
                       NEGATIVE-STATUS
           END-IF.

           CLOSE NEG-FEED-FILE.
           IF NEG-FEED-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING NEGATIVE FILE FEED: '
                       NEG-FEED-STATUS
           END-IF.

           CLOSE HOT-CARD-FILE.
           IF HOT-CARD-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING HOT CARD FILE: '
                       HOT-CARD-STATUS
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

           IF MAST-AVAILABLE
              CLOSE CUST-MASTER-FILE
              IF CUST-MASTER-STATUS NOT = '00'
                 DISPLAY 'WARNING: ERROR CLOSING SPINE MASTER: '
                          CUST-MASTER-STATUS
              END-IF
           END-IF.

           CLOSE AUDIT-FILE.
           IF AUDIT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING AUDIT FILE: '
                       AUDIT-STATUS
           END-IF.

      **********************************************
      * APPENDS ONE RECORD TO THE CONSOLIDATED END-OF-NIGHT BATCH
      * STATUS LOG AND CLOSES IT. STATUS-LOG ITSELF WAS ALREADY
      * OPENED BY OPEN-STATUS-LOG, FIRST THING IN MAIN-LOGIC.
      **********************************************
       WRITE-BATCH-STATUS.
           MOVE SPACES TO STATUS-LOG-REC.
           MOVE 'NEGMNT23' TO BST-PROGRAM-ID.
           PERFORM GET-BST-TIMESTAMP.
           MOVE WS-BST-START-TS TO BST-START-TS.
           MOVE WS-BST-TS-BUILT TO BST-END-TS.
           MOVE TOTAL-FEED-RECORDS TO BST-RECORDS-IN.
           COMPUTE BST-RECORDS-OUT =
                   TOTAL-ADDS + TOTAL-REMOVES
                   + TOTAL-HOT-LISTED + TOTAL-HOT-PURGED.
           MOVE TOTAL-REJECTS TO BST-RECORDS-REJECTED.
           IF ABEND-IN-PROGRESS
              MOVE 'FAILED' TO BST-STATUS
              MOVE 'JOB ABENDED - SEE SYSOUT FOR DETAIL' TO BST-MESSAGE
           ELSE
              IF TOTAL-REJECTS > 0
                 MOVE 'WARNING' TO BST-STATUS
                 MOVE 'COMPLETED WITH REJECTED MAINTENANCE' TO
                      BST-MESSAGE
              ELSE
              IF NOT XREF-AVAILABLE OR NOT MAST-AVAILABLE
                 MOVE 'WARNING' TO BST-STATUS
                 MOVE 'NO SPINE - HOT-CARD OWNERS NOT LISTED' TO
                      BST-MESSAGE
              ELSE
                 MOVE 'COMPLETE' TO BST-STATUS
                 MOVE 'NEGATIVE FILE MAINTENANCE APPLIED' TO
                      BST-MESSAGE
              END-IF
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
      * IS NEEDED HERE TO READ THE HOT CARD FILE. A TOKEN THE
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
      * BEHIND - OTHERWISE AN ABEND LOOKS, TO BATSTS43, LIKE THE
      * JOB NEVER RAN AT ALL RATHER THAN LIKE IT FAILED.
      **********************************************
       ABEND-WITH-STATUS.
           SET ABEND-IN-PROGRESS TO TRUE.
           PERFORM WRITE-BATCH-STATUS.
           STOP RUN.

      **********************************************
      * DISPLAY SUMMARY STATISTICS TO SYSOUT
      **********************************************
       DISPLAY-SUMMARY.
           MOVE TOTAL-FEED-RECORDS TO TOTAL-FEED-RECORDS-DISP.
           MOVE TOTAL-ADDS TO TOTAL-ADDS-DISP.
           MOVE TOTAL-REMOVES TO TOTAL-REMOVES-DISP.
           MOVE TOTAL-REJECTS TO TOTAL-REJECTS-DISP.
           MOVE TOTAL-HOT-LISTED TO TOTAL-HOT-LISTED-DISP.
           MOVE TOTAL-HOT-PURGED TO TOTAL-HOT-PURGED-DISP.
           MOVE TOTAL-HOT-KEPT TO TOTAL-HOT-KEPT-DISP.
           MOVE TOTAL-NOT-ON-SPINE TO TOTAL-NOT-ON-SPINE-DISP.

           DISPLAY '========================================'.
           DISPLAY 'CREDIT NEGATIVE FILE MAINTENANCE SUMMARY'.
           DISPLAY '========================================'.
           DISPLAY 'FEED RECORDS READ:  ' TOTAL-FEED-RECORDS-DISP.
           DISPLAY 'ADDS APPLIED:       ' TOTAL-ADDS-DISP.
           DISPLAY 'REMOVES APPLIED:    ' TOTAL-REMOVES-DISP.
           DISPLAY 'REJECTED:           ' TOTAL-REJECTS-DISP.
           DISPLAY 'HOT OWNERS LISTED:  ' TOTAL-HOT-LISTED-DISP.
           DISPLAY 'HOT OWNERS PURGED:  ' TOTAL-HOT-PURGED-DISP.
           DISPLAY 'HOT OWNERS KEPT:    ' TOTAL-HOT-KEPT-DISP.
           DISPLAY 'HOT CARDS NO SPINE: ' TOTAL-NOT-ON-SPINE-DISP.
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
