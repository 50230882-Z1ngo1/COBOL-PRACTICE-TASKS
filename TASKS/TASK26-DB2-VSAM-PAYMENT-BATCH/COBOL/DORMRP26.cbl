      *              (ESCNDD) SO ESCHET26 CAN WORK THE STATUTORY       *
      *              PROCESS FROM IT INSTEAD OF A SPREADSHEET OFF      *
      *              THE PRINT REPORT.                                 *
      * 2026/10/15 - EVERY DORMANT ROW (ALL THREE BANDS) IS ALSO       *
      *              WRITTEN TO A DORMANCY EXTRACT (DRMXDD) IN THE     *
      *              CANDIDATE LAYOUT, SO THE MONTHLY CUSTOMER         *
      *              SEGMENTATION (CUSSEG39) CAN SCORE DORMANCY        *
      *              WITHOUT ITS OWN PASS OF THE TABLE.                *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  VSAMDD (CUSTOMER.MST) - VSAM KSDS CUSTOMER MASTER      *
      * OUTPUT: RPTDD (DORMANT.ACCT.RPT) - DORMANCY REPORT (PS, 80 B)  *
      * OUTPUT: ESCNDD (ESCHEAT.CANDIDATES) - 365+ BAND EXTRACT        *
      * OUTPUT: DRMXDD (DORMANT.ACCT.EXTRACT) - ALL-BANDS EXTRACT      *
      * DB2:    TB_CUSTOMER_BALANCE (READ ONLY)                        *
      ******************************************************************

              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS ESCHEAT-CAND-STATUS.

           SELECT DORMANT-EXTRACT-FILE ASSIGN TO DRMXDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS DORMANT-EXTRACT-STATUS.

           SELECT STATUS-LOG ASSIGN TO STATLOG
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS STATUS-LOG-STATUS.
          05 EC-DORMANT-DAYS PIC 9(5).
          05 FILLER PIC X(59).

      * EVERY DORMANT ROW, SAME LAYOUT AS THE CANDIDATE EXTRACT.
       FD DORMANT-EXTRACT-FILE RECORDING MODE IS F.
       01 DORMANT-EXTRACT-REC.
          05 DX-CUST-ID PIC X(5).
          05 FILLER PIC X(1).
          05 DX-BALANCE PIC S9(7)V99.
          05 FILLER PIC X(1).
          05 DX-DORMANT-DAYS PIC 9(5).
          05 FILLER PIC X(59).

       FD STATUS-LOG RECORDING MODE IS F.
       01 STATUS-LOG-REC.
           COPY BATSTAT.
          05 VSAM-STATUS PIC X(2).
          05 REPORT-STATUS PIC X(2).
          05 ESCHEAT-CAND-STATUS PIC X(2).
          05 DORMANT-EXTRACT-STATUS PIC X(2).
          05 STATUS-LOG-STATUS PIC X(2).

      * CONTROL FLAGS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN OUTPUT DORMANT-EXTRACT-FILE.
           IF DORMANT-EXTRACT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING DORMANCY EXTRACT: '
                       DORMANT-EXTRACT-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * WRITES ONE DORMANCY EXTRACT RECORD FOR EVERY DORMANT ROW,
      * WHATEVER ITS BAND - CUSSEG39 SCORES DORMANCY FROM IT.
      **********************************************
       WRITE-DORMANT-EXTRACT.
           MOVE SPACES TO DORMANT-EXTRACT-REC.
           MOVE HV-CUST-ID TO DX-CUST-ID.
           MOVE HV-BALANCE TO DX-BALANCE.
           MOVE HV-DORMANT-DAYS TO DX-DORMANT-DAYS.
           WRITE DORMANT-EXTRACT-REC.
           IF DORMANT-EXTRACT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING DORMANCY EXTRACT: '
                       DORMANT-EXTRACT-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * WRITES ONE MACHINE-READABLE CANDIDATE RECORD FOR A 365+
      * ROW - THE POPULATION ESCHET26 WORKS THE STATUTORY
           IF WS-BAND-NO = 3
              PERFORM WRITE-ESCHEAT-CANDIDATE
           END-IF.
           PERFORM WRITE-DORMANT-EXTRACT.

           MOVE HV-CUST-ID TO VSAM-ID.
           READ VSAM-FILE
              DISPLAY 'WARNING: ERROR CLOSING ESCHEAT CANDIDATES: '
                       ESCHEAT-CAND-STATUS
           END-IF.
           CLOSE DORMANT-EXTRACT-FILE.
           IF DORMANT-EXTRACT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING DORMANCY EXTRACT: '
                       DORMANT-EXTRACT-STATUS
           END-IF.
           CLOSE REPORT-FILE.
           IF REPORT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING REPORT FILE: '
