      ******************************************************************
      * COPYBOOK CMINQ - COMMISSION INQUIRY / DISPUTE MASTER RECORD    *
      *        LIBRARY(Z73460.COPYLIB.COBOL(CMINQ))                   *
      *                                                                *
      * ONE RECORD PER INQUIRY A REP HAS RAISED AGAINST A LINE OF      *
      * THEIR COMMISSION STATEMENT, KEPT ON COMM.INQUIRY (INQDD) BY    *
      * INQMNT22 IN INQ-ID ORDER. THE LINE IS IDENTIFIED BY THE        *
      * EMPLOYEE AND THE ORDER REFERENCE (AND SALE DATE) ON JOBSUB22'S *
      * STATEMENT DETAIL (DTLDD); THE REGION, CURRENCY AND COMMISSION  *
      * AS PAID ARE CAPTURED FROM THAT LINE WHEN THE INQUIRY OPENS.    *
      *                                                                *
      * LIFE CYCLE: 'O' OPEN -> 'V' UNDER REVIEW -> 'U' UPHELD OR      *
      * 'R' REJECTED. AN UPHELD INQUIRY CARRIES THE CORRECTION IN      *
      * INQ-ADJ-AMT (SIGNED: NEGATIVE TAKES COMMISSION BACK), WHICH    *
      * INQMNT22 SENDS TO JOBSUB22 ONCE AS A TRANS-TYPE 'J' ADJUSTMENT *
      * AND MARKS INQ-ADJ-SENT. RESOLVED INQUIRIES STAY ON THE FILE AS *
      * THE AUDIT TRAIL. COMSTM22 LISTS A REP'S UNRESOLVED INQUIRIES   *
      * ON THEIR STATEMENT.                                            *
      ******************************************************************
          05 INQ-ID                  PIC 9(6).
          05 FILLER                  PIC X(1).
          05 INQ-EMP-ID              PIC X(5).
          05 FILLER                  PIC X(1).
          05 INQ-ORDER-ID            PIC X(6).
          05 FILLER                  PIC X(1).
          05 INQ-SALE-DATE           PIC X(8).
          05 FILLER                  PIC X(1).
          05 INQ-REGION              PIC X(2).
          05 FILLER                  PIC X(1).
          05 INQ-CURRENCY            PIC X(3).
          05 FILLER                  PIC X(1).
          05 INQ-ORIG-COMM           PIC S9(5)V99.
          05 FILLER                  PIC X(1).
          05 INQ-STATE               PIC X(1).
             88 INQ-OPEN                       VALUE 'O'.
             88 INQ-UNDER-REVIEW               VALUE 'V'.
             88 INQ-UPHELD                     VALUE 'U'.
             88 INQ-REJECTED                   VALUE 'R'.
             88 INQ-UNRESOLVED                 VALUE 'O' 'V'.
          05 FILLER                  PIC X(1).
          05 INQ-OPENED-DATE         PIC X(8).
          05 FILLER                  PIC X(1).
          05 INQ-STATE-DATE          PIC X(8).
          05 FILLER                  PIC X(1).
          05 INQ-ADJ-AMT             PIC S9(5)V99.
          05 FILLER                  PIC X(1).
          05 INQ-ADJ-SENT            PIC X(1).
             88 INQ-ADJ-WAS-SENT               VALUE 'Y'.
          05 FILLER                  PIC X(7).
      ******************************************************************
      * DATES ARE YYYYMMDD. INQ-STATE-DATE IS THE DATE OF THE LAST     *
      * STATE CHANGE. INQ-ADJ-AMT IS ZERO UNLESS THE INQUIRY WAS       *
      * UPHELD.                                                        *
      * RECORD LENGTH:  80                                             *
      ******************************************************************
