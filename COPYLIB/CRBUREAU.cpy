      ******************************************************************
      * COPYBOOK CRBUREAU - OUTBOUND CREDIT-BUREAU SUBMISSION RECORD   *
      *        LIBRARY(Z73460.COPYLIB.COBOL(CRBUREAU))                *
      *                                                                *
      * THE FIXED LAYOUT THE CREDIT BUREAU LOADS FOR OUR MONTHLY       *
      * FURNISHING OF LOAN ACCOUNTS. WRITTEN BY BURRPT23 TO A NEW      *
      * GENERATION OF BUREAU.SUBMIT EACH MONTH; THE PRIOR GENERATION   *
      * IS READ BACK NEXT MONTH FOR THE STATUS COMPARISON AND TO ROLL  *
      * THE PAYMENT HISTORY ON.                                        *
      *   'H' - ONE HEADER: REPORTER ID, ACTIVITY DATE, CYCLE.         *
      *   'D' - ONE PER LOAN REPORTED, IN LOAN-ID ORDER.               *
      *   'C' - A CORRECTION, STRAIGHT AFTER THE LOAN'S 'D' RECORD,    *
      *         FOR EVERY LOAN WHOSE ACCOUNT STATUS DIFFERS FROM THE   *
      *         ONE SENT LAST MONTH. SAME LAYOUT AS 'D', WITH THE      *
      *         STATUS PREVIOUSLY REPORTED IN CRB-D-PRIOR-STATUS.      *
      *   'T' - ONE TRAILER: RECORD COUNTS AND HASH TOTALS OF THE      *
      *         BALANCE AND AMOUNT PAST DUE ON THE 'D' RECORDS.        *
      *                                                                *
      * ACCOUNT STATUS: '11' CURRENT, '71' 30-59 DAYS PAST DUE,        *
      * '78' 60-89, '80' 90-119, '82' 120-149, '83' 150-179,           *
      * '84' 180 OR MORE, '13' PAID IN FULL / CLOSED.                  *
      * PAYMENT HISTORY: 24 MONTHS, MOST RECENT FIRST - '0' CURRENT,   *
      * '1' 30-59, '2' 60-89, '3' 90-119, '4' 120-149, '5' 150-179,    *
      * '6' 180+, 'D' NO SERVICING DATA THAT MONTH, 'B' NOT YET        *
      * REPORTED.                                                      *
      * AMOUNTS ARE WHOLE DOLLARS, CENTS DROPPED.                      *
      ******************************************************************
          05 CRB-REC-TYPE            PIC X(1).
             88 CRB-HEADER-REC                 VALUE 'H'.
             88 CRB-DETAIL-REC                 VALUE 'D'.
             88 CRB-CORRECTION-REC             VALUE 'C'.
             88 CRB-TRAILER-REC                VALUE 'T'.
          05 CRB-BODY                PIC X(119).
          05 CRB-HEADER REDEFINES CRB-BODY.
             10 CRB-H-REPORTER-ID    PIC X(10).
             10 CRB-H-ACTIVITY-DATE  PIC X(8).
             10 CRB-H-CYCLE          PIC X(6).
             10 CRB-H-SOURCE         PIC X(20).
             10 FILLER               PIC X(75).
          05 CRB-DETAIL REDEFINES CRB-BODY.
             10 CRB-D-LOAN-ID        PIC X(6).
             10 CRB-D-ACCT-STATUS    PIC X(2).
             10 CRB-D-PRIOR-STATUS   PIC X(2).
             10 CRB-D-OPEN-DATE      PIC X(8).
             10 CRB-D-ORIG-AMT       PIC 9(9).
             10 CRB-D-TERM-MM        PIC 9(3).
             10 CRB-D-SCHED-PAYMENT  PIC 9(9).
             10 CRB-D-BALANCE        PIC 9(9).
             10 CRB-D-AMT-PAST-DUE   PIC 9(9).
             10 CRB-D-DAYS-PAST-DUE  PIC 9(4).
             10 CRB-D-PAY-HISTORY    PIC X(24).
             10 CRB-D-FIRST-DELINQ   PIC X(8).
             10 CRB-D-LAST-PAY-DATE  PIC X(8).
             10 CRB-D-CLOSE-DATE     PIC X(8).
             10 FILLER               PIC X(10).
          05 CRB-TRAILER REDEFINES CRB-BODY.
             10 CRB-T-DETAIL-COUNT   PIC 9(7).
             10 CRB-T-CORRECT-COUNT  PIC 9(7).
             10 CRB-T-TOTAL-RECORDS  PIC 9(9).
             10 CRB-T-HASH-BALANCE   PIC 9(13).
             10 CRB-T-HASH-PAST-DUE  PIC 9(13).
             10 FILLER               PIC X(70).
      ******************************************************************
      * DATES ARE YYYYMMDD; SPACES WHEN NOT APPLICABLE.                *
      * CRB-D-PRIOR-STATUS IS SPACES ON A LOAN'S FIRST REPORT.         *
      * CRB-D-FIRST-DELINQ IS THE OLDEST UNPAID DUE DATE WHILE THE     *
      * LOAN IS 30 OR MORE DAYS PAST DUE.                              *
      * CRB-T-TOTAL-RECORDS INCLUDES THE HEADER AND TRAILER.           *
      * RECORD LENGTH: 120                                             *
      ******************************************************************
