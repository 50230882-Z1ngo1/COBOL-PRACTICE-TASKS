      * FILES:                                                         *
      * INPUT:  VSAMDD (CARD.MASTER) - CARD MASTER FILE (KSDS)         *
      * OUTPUT: EXPDD  (CARD.EXPIRY.NOTICE) - EXPIRING CARDS (PS, 80B) *
      * I/O:    VLTDD  (CARD.TOKEN.VAULT) - VIA CRDTOK11               *
      *                                                                *
      * MODIFICATION HISTORY:                                         *
      * 2026/08/08 - CARD-MASTER-REC PICKED UP CARD-CURRENCY (SEE      *
      *              VSMJOB11) SO THIS COPY OF THE LAYOUT STAYS IN     *
      *              SYNC WITH THE PHYSICAL RECORD.                    *
      * 2026/10/15 - CARD-MASTER-REC PICKED UP CARD-CREDIT-LIMIT (SEE  *
      *              VSMJOB11) SO THIS COPY OF THE LAYOUT STAYS IN     *
      *              SYNC WITH THE PHYSICAL RECORD.                    *
      * 2026/10/15 - THE NOTICE EXTRACT CARRIES A CARD TOKEN           *
      *              (CRDTOK11) IN PLACE OF THE CARD NUMBER; REISSU11  *
      *              TURNS IT BACK. SYSOUT SHOWS THE CARD NUMBER       *
      *              MASKED (CRDMSK11).                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
          05 CARD-STATUS PIC X(1).
          05 CARD-DAILY-LIMIT PIC 9(5)V99.
          05 CARD-CURRENCY PIC X(3).
          05 CARD-CREDIT-LIMIT PIC 9(7)V99.

       FD EXPIRY-NOTICE-FILE RECORDING MODE IS F.
       01 EXPIRY-NOTICE-REC.
          05 NOTICE-CARD-TOKEN PIC X(16).
          05 FILLER PIC X(1).
          05 NOTICE-OWNER-NAME PIC X(20).
          05 FILLER PIC X(1).

       WORKING-STORAGE SECTION.

      * CARD TOKEN VAULT REQUEST AREA (CRDTOK11) AND CARD NUMBER
      * MASKING REQUEST AREA (CRDMSK11)
           COPY CARDTOK.
           COPY CARDMSK.

      * FILE-STATUS VARIABLES
       01 FILE-STATUSES.
          05 CARD-FILE-STATUS PIC X(2).
           END-IF.

      **********************************************
      * WRITES ONE EXPIRY NOTICE RECORD. THE NOTICE CARRIES THE
      * CARD'S TOKEN, NOT ITS NUMBER.
      **********************************************
       WRITE-EXPIRY-NOTICE.
           MOVE 'T' TO CK-FUNCTION.
           MOVE CARD-NUMBER TO CK-CARD-NUMBER.
           CALL 'CRDTOK11' USING WS-CARDTOK-REQUEST END-CALL.
           IF NOT CK-OK
              DISPLAY 'ERROR TOKENIZING CARD FOR EXPIRY NOTICE'
              STOP RUN
           END-IF.
           MOVE CK-TOKEN TO NOTICE-CARD-TOKEN.
           MOVE CARD-OWNER-NAME TO NOTICE-OWNER-NAME.
           MOVE CARD-EXPIRY-DATE TO NOTICE-EXPIRY-DATE.
           WRITE EXPIRY-NOTICE-REC.
           IF EXPIRY-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING EXPIRY NOTICE FILE: '
                       EXPIRY-STATUS
              MOVE 'M' TO CM-FUNCTION
              MOVE CARD-NUMBER TO CM-CARD-NUMBER
              CALL 'CRDMSK11' USING WS-CARDMSK-REQUEST END-CALL
              DISPLAY 'CARD NUMBER: ' CM-MASKED-NUMBER
              STOP RUN
           END-IF.

                       EXPIRY-STATUS
           END-IF.

           MOVE 'C' TO CK-FUNCTION.
           CALL 'CRDTOK11' USING WS-CARDTOK-REQUEST END-CALL.

      **********************************************
      * DISPLAY SUMMARY STATISTICS TO SYSOUT
      **********************************************
