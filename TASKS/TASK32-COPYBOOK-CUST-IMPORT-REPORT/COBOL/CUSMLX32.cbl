      *     STATUS OR REGION FILTERED OUT -> SKIPPED.                  *
      *     NAME OR ADDRESS BLANK -> SKIPPED AND COUNTED - A MAILING   *
      *       RECORD WITHOUT AN ADDRESS IS A RETURNED ENVELOPE.        *
      *     ADDRESS FLAGGED BAD BY RTMINT39 (ACTIVE ENTRY ON THE MAIL  *
      *       SUPPRESSION FILE FOR THE CUST-ID) -> NOT MAILED; LISTED  *
      *       ON THE SUPPRESSION REPORT AND COUNTED.                   *
      *     OTHERWISE -> ONE MAILING RECORD.                           *
      *                                                                *
      * COPYBOOK: TASK32  - CUSTOMER RECORD LAYOUT (CUST-RECORD)       *
      *           MAILSUP - MAIL SUPPRESSION RECORD                    *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/09/02                                               *
      * FILES:                                                         *
      * INPUT:  MASTDD (CUST.MASTER.VSAM) - VSAM KSDS MASTER FILE      *
      *         SYSIN (PARM CARDS) - REGION=XX / STATUS=X              *
      * INPUT:  MSUPDD (MAIL.SUPPRESS) - VSAM KSDS SUPPRESSION FILE    *
      *         (OPTIONAL)                                             *
      * OUTPUT: MAILDD (CUST.MAILING.EXTRACT) - MAILING RECORDS        *
      * OUTPUT: SUPRDD (CUST.MAILING.SUPPRESSED) - SUPPRESSION REPORT  *
      * OUTPUT: STATLOG - SHARED STATUS LOG                            *
      ******************************************************************

              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS MAILING-STATUS.

           SELECT MAIL-SUPPRESS-FILE ASSIGN TO MSUPDD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS MSP-KEY
              FILE STATUS IS MAIL-SUPPRESS-STATUS.

           SELECT SUPPRESS-REPORT-FILE ASSIGN TO SUPRDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS SUPPRESS-REPORT-STATUS.

           SELECT SYSIN-FILE ASSIGN TO SYSIN
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS SYSIN-STATUS.
          05 MLX-REGION PIC X(2).
          05 FILLER PIC X(20).

       FD MAIL-SUPPRESS-FILE.
       01 MAIL-SUPPRESS-REC.
           COPY MAILSUP.

      * ONE LINE PER CUSTOMER HELD BACK FOR A BAD ADDRESS.
       FD SUPPRESS-REPORT-FILE RECORDING MODE IS F.
       01 SUPPRESS-REPORT-REC.
          05 SPR-JOB-NAME PIC X(8).
          05 FILLER PIC X(1).
          05 SPR-ID-TYPE PIC X(1).
          05 FILLER PIC X(1).
          05 SPR-ID PIC X(16).
          05 FILLER PIC X(1).
          05 SPR-SPINE-ID PIC X(5).
          05 FILLER PIC X(1).
          05 SPR-FLAG-DATE PIC X(8).
          05 FILLER PIC X(1).
          05 SPR-RETURN-COUNT PIC 9(3).
          05 FILLER PIC X(1).
          05 SPR-NAME PIC X(25).
          05 FILLER PIC X(8).

       FD SYSIN-FILE RECORDING MODE IS F.
       01 SYSIN-REC PIC X(80).

       01 WS-FILE-STATUSES.
          05 CUST-MASTER-STATUS PIC X(2).
          05 MAILING-STATUS PIC X(2).
          05 MAIL-SUPPRESS-STATUS PIC X(2).
          05 SUPPRESS-REPORT-STATUS PIC X(2).
          05 SYSIN-STATUS PIC X(2).
          05 STATUS-LOG-STATUS PIC X(2).

             88 SYSIN-EOF VALUE 'Y'.
          05 WS-REGION-MATCH PIC X(1) VALUE 'N'.
             88 REGION-SELECTED VALUE 'Y'.
          05 WS-MSUP-FLAG PIC X(1) VALUE 'N'.
             88 MSUP-AVAILABLE VALUE 'Y'.
          05 WS-SUPPRESSED-FLAG PIC X(1) VALUE 'N'.
             88 MAIL-SUPPRESSED VALUE 'Y'.

      * SET JUST BEFORE A FATAL ERROR PATH WRITES ITS STATLOG RECORD
      * AND STOPS, SO WRITE-BATCH-STATUS REPORTS 'FAILED'.
          05 RECORDS-EXTRACTED PIC 9(7) VALUE 0.
          05 FILTERED-OUT PIC 9(7) VALUE 0.
          05 NO-ADDRESS-COUNT PIC 9(7) VALUE 0.
          05 SUPPRESSED-COUNT PIC 9(7) VALUE 0.

      **********************************************
      * READ FILTERS -> SCAN THE MASTER -> CLOSE -> STATUS.
           DISPLAY 'RECORDS EXTRACTED: ' RECORDS-EXTRACTED.
           DISPLAY 'FILTERED OUT:      ' FILTERED-OUT.
           DISPLAY 'NO NAME/ADDRESS:   ' NO-ADDRESS-COUNT.
           DISPLAY 'MAIL SUPPRESSED:   ' SUPPRESSED-COUNT.
           STOP RUN.

      **********************************************
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN INPUT MAIL-SUPPRESS-FILE.
           IF MAIL-SUPPRESS-STATUS = '05'
              OR MAIL-SUPPRESS-STATUS = '35'
              DISPLAY 'NO MAIL SUPPRESSION FILE - NOTHING SUPPRESSED'
           ELSE
              IF MAIL-SUPPRESS-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING MAIL SUPPRESSION FILE: '
                          MAIL-SUPPRESS-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
              SET MSUP-AVAILABLE TO TRUE
           END-IF.

           OPEN OUTPUT SUPPRESS-REPORT-FILE.
           IF SUPPRESS-REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING SUPPRESSION REPORT: '
                       SUPPRESS-REPORT-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * SEQUENTIAL SCAN OF THE CUSTOMER MASTER.
      **********************************************
              OR NOT REGION-SELECTED
              ADD 1 TO FILTERED-OUT
           ELSE
              PERFORM CHECK-MAIL-SUPPRESSION
              EVALUATE TRUE
                  WHEN CUST-NAME = SPACES OR CUST-ADDRESS = SPACES
                    ADD 1 TO NO-ADDRESS-COUNT
                  WHEN MAIL-SUPPRESSED
                    PERFORM WRITE-SUPPRESSION-LINE
                  WHEN OTHER
                    MOVE SPACES TO MAILING-REC
                    MOVE CUST-ID TO MLX-CUST-ID
                    MOVE CUST-NAME TO MLX-NAME
                    MOVE CUST-ADDRESS TO MLX-ADDRESS
                    MOVE CUST-REGION TO MLX-REGION
                    WRITE MAILING-REC
                    IF MAILING-STATUS NOT = '00'
                       DISPLAY 'ERROR WRITING MAILING FILE: '
                                MAILING-STATUS
                       PERFORM ABEND-WITH-STATUS
                    END-IF
                    ADD 1 TO RECORDS-EXTRACTED
              END-EVALUATE
           END-IF.

      **********************************************
      * SETS MAIL-SUPPRESSED WHEN THE CUSTOMER HAS AN ACTIVE
      * RETURNED-MAIL FLAG UNDER ITS CUST-ID ('R'). WITH NO
      * SUPPRESSION FILE NOTHING IS SUPPRESSED.
      **********************************************
       CHECK-MAIL-SUPPRESSION.
           MOVE 'N' TO WS-SUPPRESSED-FLAG.
           IF MSUP-AVAILABLE
              MOVE 'R' TO MSP-ID-TYPE
              MOVE CUST-ID TO MSP-ID
              READ MAIL-SUPPRESS-FILE
              EVALUATE MAIL-SUPPRESS-STATUS
                  WHEN '00'
                    IF MSP-ACTIVE
                       SET MAIL-SUPPRESSED TO TRUE
                    END-IF
                  WHEN '23'
                    CONTINUE
                  WHEN OTHER
                    DISPLAY 'ERROR READING MAIL SUPPRESSION FILE: '
                             MAIL-SUPPRESS-STATUS
                    DISPLAY 'CUSTOMER ID: ' CUST-ID
                    PERFORM ABEND-WITH-STATUS
              END-EVALUATE
           END-IF.

      **********************************************
      * LISTS A CUSTOMER HELD BACK FOR A BAD ADDRESS ON THE
      * SUPPRESSION REPORT.
      **********************************************
       WRITE-SUPPRESSION-LINE.
           MOVE SPACES TO SUPPRESS-REPORT-REC.
           MOVE 'CUSMLX32' TO SPR-JOB-NAME.
           MOVE MSP-ID-TYPE TO SPR-ID-TYPE.
           MOVE MSP-ID TO SPR-ID.
           MOVE MSP-SPINE-ID TO SPR-SPINE-ID.
           MOVE MSP-FLAG-DATE TO SPR-FLAG-DATE.
           MOVE MSP-RETURN-COUNT TO SPR-RETURN-COUNT.
           MOVE CUST-NAME TO SPR-NAME.
           WRITE SUPPRESS-REPORT-REC.
           IF SUPPRESS-REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING SUPPRESSION REPORT: '
                       SUPPRESS-REPORT-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.
           ADD 1 TO SUPPRESSED-COUNT.

      **********************************************
      * SETS REGION-SELECTED FOR THE CURRENT CUSTOMER. AN EMPTY
      * FILTER TABLE SELECTS EVERY REGION.
                       MAILING-STATUS
           END-IF.

           IF MSUP-AVAILABLE
              CLOSE MAIL-SUPPRESS-FILE
           END-IF.

           CLOSE SUPPRESS-REPORT-FILE.
           IF SUPPRESS-REPORT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING SUPPRESSION REPORT: '
                       SUPPRESS-REPORT-STATUS
           END-IF.

      **********************************************
      * APPENDS ONE RECORD TO THE CONSOLIDATED END-OF-NIGHT BATCH
      * STATUS LOG AND CLOSES IT. STATUS-LOG ITSELF WAS ALREADY
