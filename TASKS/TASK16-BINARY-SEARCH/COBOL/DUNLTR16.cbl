      ******************************************************************
      * DUNNING REMINDER LETTERS FROM THE A/R AGING                    *
      *                                                                *
      * PURPOSE:                                                       *
      * CASHAP16 FLAGGED DUNNING CANDIDATES ON ITS AGING REPORT, BUT   *
      * THE REMINDERS THEMSELVES WERE TYPED BY HAND, WHEN THEY WERE    *
      * SENT AT ALL. THIS JOB WRITES A REMINDER LETTER FOR EVERY       *
      * CUSTOMER WITH A PAST-DUE BALANCE, ESCALATING WITH THE OLDEST   *
      * AGING BUCKET THE CUSTOMER HAS MONEY IN.                        *
      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   PER CUSTOMER ON CASHAP16'S AGING EXTRACT (AGXDD):            *
      *     ANY 90+ BALANCE    -> FINAL NOTICE.                        *
      *     ANY 61-90 BALANCE  -> SECOND REMINDER.                     *
      *     ANY 31-60 BALANCE  -> FIRST REMINDER.                      *
      *     CURRENT ONLY       -> NO LETTER.                           *
      *   EACH LETTER LISTS THE PAST-DUE BUCKETS AND THEIR TOTAL. A    *
      *   CUSTOMER CASHAP16 PUT ON CREDIT HOLD IS TOLD THAT NEW        *
      *   ORDERS WILL NOT SHIP UNTIL THE PAST-DUE BALANCE IS PAID.     *
      *   THE NAME COMES FROM THE CUSTOMER FILE (CUSTDD); A CUSTOMER   *
      *   NOT ON IT IS ADDRESSED BY ID AND COUNTED.                    *
      *   RUN AFTER CASHAP16 ON THE DUNNING CYCLE.                     *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/10/15                                               *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  AGXDD (AR.AGING.EXTRACT) - AGING BUCKETS PER CUSTOMER  *
      *         FROM CASHAP16 (PS, 80 B)                               *
      * INPUT:  CUSTDD (CUSTOMER.FILE) - CUSTOMER NAMES (PS, 80 B)     *
      * OUTPUT: LTRDD (AR.DUNNING.LETTERS) - REMINDER LETTERS          *
      *         (PS, 80 B)                                             *
      * OUTPUT: STATLOG (BATCH.STATLOG) - BATCH STATUS RECORD          *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUNLTR16.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGING-EXTRACT-FILE ASSIGN TO AGXDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS AGING-EXTRACT-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO CUSTDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS CUSTOMER-STATUS.

           SELECT LETTER-FILE ASSIGN TO LTRDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS LETTER-STATUS.

           SELECT STATUS-LOG ASSIGN TO STATLOG
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS STATUS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * AGING EXTRACT, SAME LAYOUT CASHAP16 WRITES.
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

      * CUSTOMER FILE, SAME LAYOUT PSTASK16 READS.
       FD CUSTOMER-FILE RECORDING MODE IS F.
       01 CUSTOMER-REC.
          05 CUS-ID PIC X(5).
          05 FILLER PIC X(1).
          05 CUS-NAME PIC X(25).
          05 FILLER PIC X(1).
          05 CUS-STATUS PIC X(1).
          05 FILLER PIC X(47).

       FD LETTER-FILE RECORDING MODE IS F.
       01 LETTER-REC PIC X(80).

       FD STATUS-LOG RECORDING MODE IS F.
       01 STATUS-LOG-REC.
           COPY BATSTAT.

       WORKING-STORAGE SECTION.

      * FILE STATUS VARIABLES
       01 FILE-STATUSES.
          05 AGING-EXTRACT-STATUS PIC X(2).
          05 CUSTOMER-STATUS PIC X(2).
          05 LETTER-STATUS PIC X(2).
          05 STATUS-LOG-STATUS PIC X(2).

      * CONTROL FLAGS
       01 WS-FLAGS.
          05 WS-AGX-EOF PIC X(1) VALUE 'N'.
             88 AGX-EOF VALUE 'Y'.
          05 WS-CUST-EOF PIC X(1) VALUE 'N'.
             88 CUST-EOF VALUE 'Y'.
          05 WS-CUSTOMER-FOUND PIC X(1) VALUE 'N'.
             88 CUSTOMER-FOUND VALUE 'Y'.

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

      * THIS RUN'S DATE (YYYYMMDD), PRINTED ON EVERY LETTER
       01 WS-RUN-DATE PIC X(8).

      * CUSTOMER NAME TABLE, LOADED FROM CUSTDD
       01 WS-CUSTOMER-TABLE.
          05 CUSTOMER-COUNT PIC 9(3) VALUE 0.
          05 CUSTOMER-ENTRY OCCURS 500 TIMES INDEXED BY CU-IDX.
             10 CU-ID PIC X(5).
             10 CU-NAME PIC X(25).

      * LETTER LEVEL FOR THE CUSTOMER BEING PROCESSED
       01 WS-LETTER-LEVEL PIC X(1).
          88 LETTER-NONE VALUE ' '.
          88 LETTER-FIRST VALUE '1'.
          88 LETTER-SECOND VALUE '2'.
          88 LETTER-FINAL VALUE 'F'.

      * LETTER BUILD FIELDS
       01 WS-CUST-NAME PIC X(25).
       01 WS-TOTAL-PAST-DUE PIC 9(9)V99.
       01 WS-AMT-DISP PIC Z(8)9.99.

      * STATISTICS COUNTERS
       01 WS-COUNTERS.
          05 CUSTOMERS-READ PIC 9(5) VALUE 0.
          05 LETTERS-WRITTEN PIC 9(5) VALUE 0.
          05 FIRST-REMINDERS PIC 9(5) VALUE 0.
          05 SECOND-REMINDERS PIC 9(5) VALUE 0.
          05 FINAL-NOTICES PIC 9(5) VALUE 0.
          05 HOLD-NOTICES PIC 9(5) VALUE 0.
          05 UNKNOWN-CUSTOMERS PIC 9(5) VALUE 0.

      * DISPLAY-FORMATTED COUNTERS
       01 WS-DISP-COUNTERS.
          05 CUSTOMERS-READ-DISP PIC Z(4)9.
          05 LETTERS-WRITTEN-DISP PIC Z(4)9.
          05 FIRST-REMINDERS-DISP PIC Z(4)9.
          05 SECOND-REMINDERS-DISP PIC Z(4)9.
          05 FINAL-NOTICES-DISP PIC Z(4)9.
          05 HOLD-NOTICES-DISP PIC Z(4)9.
          05 UNKNOWN-CUSTOMERS-DISP PIC Z(4)9.

      **********************************************
      * OPENS FILES, LOADS THE CUSTOMER NAMES, WRITES ONE LETTER
      * PER PAST-DUE CUSTOMER, CLOSES, WRITES BATCH STATUS AND
      * DISPLAYS THE SUMMARY.
      **********************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM SET-BST-START-TS.
           PERFORM OPEN-STATUS-LOG.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM OPEN-ALL-FILES.
           PERFORM LOAD-CUSTOMER-TABLE.
           PERFORM PROCESS-AGING-EXTRACT.
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
      * OPEN ALL FILES AND CHECK STATUS. CUSTDD IS OPENED AS IT
      * IS LOADED.
      **********************************************
       OPEN-ALL-FILES.
           OPEN INPUT AGING-EXTRACT-FILE.
           IF AGING-EXTRACT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING AGING EXTRACT: '
                       AGING-EXTRACT-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN OUTPUT LETTER-FILE.
           IF LETTER-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING LETTER FILE: ' LETTER-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * LOADS CUSTDD INTO THE CUSTOMER NAME TABLE. MAX 500
      * CUSTOMERS, THE SAME CEILING AS PSTASK16.
      **********************************************
       LOAD-CUSTOMER-TABLE.
           OPEN INPUT CUSTOMER-FILE.
           IF CUSTOMER-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING CUSTOMER FILE: ' CUSTOMER-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.
           PERFORM UNTIL CUST-EOF
              READ CUSTOMER-FILE
                AT END
                   SET CUST-EOF TO TRUE
                NOT AT END
                   IF CUSTOMER-STATUS = '00'
                      IF CUSTOMER-COUNT >= 500
                         DISPLAY 'ERROR: CUSTOMER TABLE FULL (500 MAX)'
                         PERFORM ABEND-WITH-STATUS
                      END-IF
                      ADD 1 TO CUSTOMER-COUNT
                      SET CU-IDX TO CUSTOMER-COUNT
                      MOVE CUS-ID TO CU-ID(CU-IDX)
                      MOVE CUS-NAME TO CU-NAME(CU-IDX)
                   ELSE
                      DISPLAY 'ERROR READING CUSTOMER FILE: '
                               CUSTOMER-STATUS
                      PERFORM ABEND-WITH-STATUS
                   END-IF
              END-READ
           END-PERFORM.
           CLOSE CUSTOMER-FILE.

      **********************************************
      * READS THE AGING EXTRACT AND WRITES A LETTER FOR EVERY
      * CUSTOMER WITH MONEY PAST 30 DAYS.
      **********************************************
       PROCESS-AGING-EXTRACT.
           PERFORM UNTIL AGX-EOF
              READ AGING-EXTRACT-FILE
                AT END
                   SET AGX-EOF TO TRUE
                NOT AT END
                   IF AGING-EXTRACT-STATUS = '00'
                      ADD 1 TO CUSTOMERS-READ
                      PERFORM CHOOSE-LETTER-LEVEL
                      IF NOT LETTER-NONE
                         PERFORM WRITE-LETTER
                      END-IF
                   ELSE
                      DISPLAY 'ERROR READING AGING EXTRACT: '
                               AGING-EXTRACT-STATUS
                      PERFORM ABEND-WITH-STATUS
                   END-IF
              END-READ
           END-PERFORM.

      **********************************************
      * THE OLDEST BUCKET WITH A BALANCE DECIDES THE LETTER.
      **********************************************
       CHOOSE-LETTER-LEVEL.
           EVALUATE TRUE
               WHEN AGX-OVER-90 > 0
                 SET LETTER-FINAL TO TRUE
               WHEN AGX-OVER-60 > 0
                 SET LETTER-SECOND TO TRUE
               WHEN AGX-OVER-30 > 0
                 SET LETTER-FIRST TO TRUE
               WHEN OTHER
                 SET LETTER-NONE TO TRUE
           END-EVALUATE.

      **********************************************
      * WRITES ONE REMINDER LETTER: ADDRESS BLOCK, THE WORDING
      * FOR ITS LEVEL, THE PAST-DUE BUCKETS AND TOTAL, AND THE
      * CREDIT-HOLD PARAGRAPH WHEN CASHAP16 PUT THE CUSTOMER ON
      * HOLD.
      **********************************************
       WRITE-LETTER.
           ADD 1 TO LETTERS-WRITTEN.
           PERFORM FIND-CUSTOMER-NAME.
           COMPUTE WS-TOTAL-PAST-DUE =
                   AGX-OVER-30 + AGX-OVER-60 + AGX-OVER-90.

           MOVE ALL '-' TO LETTER-REC.
           PERFORM WRITE-LETTER-LINE.
           MOVE 'ACCOUNTS RECEIVABLE' TO LETTER-REC.
           PERFORM WRITE-LETTER-LINE.
           MOVE SPACES TO LETTER-REC.
           STRING 'DATE:     ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO LETTER-REC
           END-STRING.
           PERFORM WRITE-LETTER-LINE.
           MOVE SPACES TO LETTER-REC.
           STRING 'TO:       ' DELIMITED BY SIZE
                  WS-CUST-NAME DELIMITED BY SIZE
                  INTO LETTER-REC
           END-STRING.
           PERFORM WRITE-LETTER-LINE.
           MOVE SPACES TO LETTER-REC.
           STRING 'ACCOUNT:  ' DELIMITED BY SIZE
                  AGX-CUST-ID DELIMITED BY SIZE
                  INTO LETTER-REC
           END-STRING.
           PERFORM WRITE-LETTER-LINE.
           MOVE SPACES TO LETTER-REC.
           PERFORM WRITE-LETTER-LINE.

           EVALUATE TRUE
               WHEN LETTER-FINAL
                 ADD 1 TO FINAL-NOTICES
                 MOVE 'RE:       FINAL NOTICE - PAST-DUE ACCOUNT'
                      TO LETTER-REC
                 PERFORM WRITE-LETTER-LINE
                 MOVE SPACES TO LETTER-REC
                 PERFORM WRITE-LETTER-LINE
                 MOVE 'PART OF YOUR BALANCE IS MORE THAN 90 DAYS OLD'
                      TO LETTER-REC
                 PERFORM WRITE-LETTER-LINE
                 MOVE 'AND OUR EARLIER REMINDERS HAVE GONE UNANSWERED.'
                      TO LETTER-REC
                 PERFORM WRITE-LETTER-LINE
                 MOVE 'PLEASE PAY THE PAST-DUE AMOUNT BELOW IN FULL.'
                      TO LETTER-REC
                 PERFORM WRITE-LETTER-LINE
               WHEN LETTER-SECOND
                 ADD 1 TO SECOND-REMINDERS
                 MOVE 'RE:       SECOND REMINDER - PAST-DUE ACCOUNT'
                      TO LETTER-REC
                 PERFORM WRITE-LETTER-LINE
                 MOVE SPACES TO LETTER-REC
                 PERFORM WRITE-LETTER-LINE
                 MOVE 'WE HAVE NOT RECEIVED PAYMENT FOR THE INVOICES'
                      TO LETTER-REC
                 PERFORM WRITE-LETTER-LINE
                 MOVE 'SUMMARIZED BELOW, NOW MORE THAN 60 DAYS OLD.'
                      TO LETTER-REC
                 PERFORM WRITE-LETTER-LINE
                 MOVE 'PLEASE ARRANGE PAYMENT WITHOUT FURTHER DELAY.'
                      TO LETTER-REC
                 PERFORM WRITE-LETTER-LINE
               WHEN OTHER
                 ADD 1 TO FIRST-REMINDERS
                 MOVE 'RE:       FIRST REMINDER - PAST-DUE ACCOUNT'
                      TO LETTER-REC
                 PERFORM WRITE-LETTER-LINE
                 MOVE SPACES TO LETTER-REC
                 PERFORM WRITE-LETTER-LINE
                 MOVE 'OUR RECORDS SHOW THE AMOUNTS BELOW ARE PAST DUE.'
                      TO LETTER-REC
                 PERFORM WRITE-LETTER-LINE
                 MOVE 'IF YOU HAVE ALREADY PAID, PLEASE DISREGARD THIS'
                      TO LETTER-REC
                 PERFORM WRITE-LETTER-LINE
                 MOVE 'REMINDER; OTHERWISE PLEASE REMIT PROMPTLY.'
                      TO LETTER-REC
                 PERFORM WRITE-LETTER-LINE
           END-EVALUATE.
           MOVE SPACES TO LETTER-REC.
           PERFORM WRITE-LETTER-LINE.

           MOVE AGX-OVER-30 TO WS-AMT-DISP.
           MOVE SPACES TO LETTER-REC.
           STRING '    31-60 DAYS:      ' DELIMITED BY SIZE
                  WS-AMT-DISP DELIMITED BY SIZE
                  INTO LETTER-REC
           END-STRING.
           PERFORM WRITE-LETTER-LINE.
           MOVE AGX-OVER-60 TO WS-AMT-DISP.
           MOVE SPACES TO LETTER-REC.
           STRING '    61-90 DAYS:      ' DELIMITED BY SIZE
                  WS-AMT-DISP DELIMITED BY SIZE
                  INTO LETTER-REC
           END-STRING.
           PERFORM WRITE-LETTER-LINE.
           MOVE AGX-OVER-90 TO WS-AMT-DISP.
           MOVE SPACES TO LETTER-REC.
           STRING '    OVER 90 DAYS:    ' DELIMITED BY SIZE
                  WS-AMT-DISP DELIMITED BY SIZE
                  INTO LETTER-REC
           END-STRING.
           PERFORM WRITE-LETTER-LINE.
           MOVE WS-TOTAL-PAST-DUE TO WS-AMT-DISP.
           MOVE SPACES TO LETTER-REC.
           STRING '    TOTAL PAST DUE:  ' DELIMITED BY SIZE
                  WS-AMT-DISP DELIMITED BY SIZE
                  INTO LETTER-REC
           END-STRING.
           PERFORM WRITE-LETTER-LINE.

           IF AGX-ON-CREDIT-HOLD
              ADD 1 TO HOLD-NOTICES
              MOVE SPACES TO LETTER-REC
              PERFORM WRITE-LETTER-LINE
              MOVE 'YOUR ACCOUNT IS ON CREDIT HOLD. NEW ORDERS WILL NOT'
                   TO LETTER-REC
              PERFORM WRITE-LETTER-LINE
              MOVE 'SHIP UNTIL THE PAST-DUE BALANCE HAS BEEN PAID.'
                   TO LETTER-REC
              PERFORM WRITE-LETTER-LINE
           END-IF.

           MOVE SPACES TO LETTER-REC.
           PERFORM WRITE-LETTER-LINE.
           MOVE 'PLEASE DIRECT ANY QUESTIONS TO ACCOUNTS RECEIVABLE.'
                TO LETTER-REC.
           PERFORM WRITE-LETTER-LINE.
           MOVE SPACES TO LETTER-REC.
           PERFORM WRITE-LETTER-LINE.

      **********************************************
      * LOOKS UP THE CUSTOMER'S NAME. A CUSTOMER NOT ON CUSTDD IS
      * ADDRESSED BY ID AND COUNTED.
      **********************************************
       FIND-CUSTOMER-NAME.
           MOVE 'N' TO WS-CUSTOMER-FOUND.
           IF CUSTOMER-COUNT > 0
              SET CU-IDX TO 1
              SEARCH CUSTOMER-ENTRY
                  AT END
                     CONTINUE
                  WHEN CU-IDX > CUSTOMER-COUNT
                     CONTINUE
                  WHEN CU-ID(CU-IDX) = AGX-CUST-ID
                     SET CUSTOMER-FOUND TO TRUE
              END-SEARCH
           END-IF.
           IF CUSTOMER-FOUND
              MOVE CU-NAME(CU-IDX) TO WS-CUST-NAME
           ELSE
              ADD 1 TO UNKNOWN-CUSTOMERS
              MOVE SPACES TO WS-CUST-NAME
              STRING 'CUSTOMER ' DELIMITED BY SIZE
                     AGX-CUST-ID DELIMITED BY SIZE
                     INTO WS-CUST-NAME
              END-STRING
              DISPLAY 'WARNING: CUSTOMER ' AGX-CUST-ID
                      ' NOT ON CUSTOMER FILE'
           END-IF.

      **********************************************
      * WRITES WHATEVER LINE IS CURRENTLY IN LETTER-REC.
      **********************************************
       WRITE-LETTER-LINE.
           WRITE LETTER-REC.
           IF LETTER-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING LETTER FILE: ' LETTER-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * CLOSE ALL FILES AND CHECK STATUS
      **********************************************
       CLOSE-ALL-FILES.
           CLOSE AGING-EXTRACT-FILE.
           IF AGING-EXTRACT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING AGING EXTRACT: '
                       AGING-EXTRACT-STATUS
           END-IF.

           CLOSE LETTER-FILE.
           IF LETTER-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING LETTER FILE: '
                       LETTER-STATUS
           END-IF.

      **********************************************
      * APPENDS ONE RECORD TO THE CONSOLIDATED END-OF-NIGHT BATCH
      * STATUS LOG AND CLOSES IT. STATUS-LOG ITSELF WAS ALREADY
      * OPENED BY OPEN-STATUS-LOG, FIRST THING IN MAIN-LOGIC.
      **********************************************
       WRITE-BATCH-STATUS.
           MOVE SPACES TO STATUS-LOG-REC.
           MOVE 'DUNLTR16' TO BST-PROGRAM-ID.
           PERFORM GET-BST-TIMESTAMP.
           MOVE WS-BST-START-TS TO BST-START-TS.
           MOVE WS-BST-TS-BUILT TO BST-END-TS.
           MOVE CUSTOMERS-READ TO BST-RECORDS-IN.
           MOVE LETTERS-WRITTEN TO BST-RECORDS-OUT.
           MOVE UNKNOWN-CUSTOMERS TO BST-RECORDS-REJECTED.
           IF ABEND-IN-PROGRESS
              MOVE 'FAILED' TO BST-STATUS
              MOVE 'JOB ABENDED - SEE SYSOUT FOR DETAIL' TO BST-MESSAGE
           ELSE
              IF UNKNOWN-CUSTOMERS > 0
                 MOVE 'WARNING' TO BST-STATUS
                 MOVE 'LETTERS FOR CUSTOMERS NOT ON CUSTDD' TO
                      BST-MESSAGE
              ELSE
                 MOVE 'COMPLETE' TO BST-STATUS
                 MOVE 'DUNNING LETTERS WRITTEN' TO BST-MESSAGE
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
           MOVE CUSTOMERS-READ TO CUSTOMERS-READ-DISP.
           MOVE LETTERS-WRITTEN TO LETTERS-WRITTEN-DISP.
           MOVE FIRST-REMINDERS TO FIRST-REMINDERS-DISP.
           MOVE SECOND-REMINDERS TO SECOND-REMINDERS-DISP.
           MOVE FINAL-NOTICES TO FINAL-NOTICES-DISP.
           MOVE HOLD-NOTICES TO HOLD-NOTICES-DISP.
           MOVE UNKNOWN-CUSTOMERS TO UNKNOWN-CUSTOMERS-DISP.

           DISPLAY '========================================'.
           DISPLAY 'DUNNING LETTER SUMMARY'.
           DISPLAY '========================================'.
           DISPLAY 'CUSTOMERS AGED:       ' CUSTOMERS-READ-DISP.
           DISPLAY 'LETTERS WRITTEN:      ' LETTERS-WRITTEN-DISP.
           DISPLAY '  FIRST REMINDERS:    ' FIRST-REMINDERS-DISP.
           DISPLAY '  SECOND REMINDERS:   ' SECOND-REMINDERS-DISP.
           DISPLAY '  FINAL NOTICES:      ' FINAL-NOTICES-DISP.
           DISPLAY 'ON CREDIT HOLD:       ' HOLD-NOTICES-DISP.
           DISPLAY 'NOT ON CUSTOMER FILE: ' UNKNOWN-CUSTOMERS-DISP.
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
