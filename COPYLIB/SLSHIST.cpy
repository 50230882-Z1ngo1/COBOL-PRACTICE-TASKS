      ******************************************************************
      * COPYBOOK SLSHIST - PARTS SALES HISTORY RECORD (KSDS)           *
      *        LIBRARY(Z73460.COPYLIB.COBOL(SLSHIST))                 *
      *                                                                *
      * ONE RECORD PER PART, CUSTOMER AND CALENDAR MONTH ON            *
      * PARTS.SALES.HISTORY.VSAM (SLSHVDD), KEYED PART/CUSTOMER/MONTH. *
      * SLSHST16 ACCUMULATES INTO IT EVERY NIGHT FROM THE INVOICE      *
      * LINES (ILINDD, PSTASK16/SHPINV16) AND THE CREDIT-MEMO LINES    *
      * (CLINDD, RETURN16); SLSANL16 READS IT FOR THE MONTHLY SALES    *
      * ANALYSIS. THE MONTH IS THE MONTH OF THE INVOICE OR CREDIT      *
      * MEMO DATE.                                                     *
      *                                                                *
      * SHS-REVENUE AND SHS-COST ARE NET OF CREDITS: A CREDIT MEMO     *
      * TAKES ITS VALUE BACK OFF THE MONTH IT WAS ISSUED IN. COST IS   *
      * THE PART'S WEIGHTED-AVERAGE COST (PART-UNIT-COST) ON THE       *
      * NIGHT THE LINE WAS ACCUMULATED.                                *
      ******************************************************************
          05 SHS-KEY.
             10 SHS-PART-ID          PIC 9(5).
             10 SHS-CUST-ID          PIC X(5).
             10 SHS-MONTH            PIC 9(6).
          05 SHS-QTY-SOLD            PIC 9(7).
          05 SHS-QTY-RETURNED        PIC 9(7).
          05 SHS-REVENUE             PIC S9(9)V99.
          05 SHS-COST                PIC S9(9)V99.
          05 SHS-LAST-UPDATE         PIC X(8).
          05 FILLER                  PIC X(20).
      ******************************************************************
      * SHS-MONTH IS YYYYMM. SHS-LAST-UPDATE (YYYYMMDD) IS THE DATE    *
      * OF THE SLSHST16 RUN THAT LAST ADDED TO THE RECORD.             *
      * RECORD LENGTH:  80                                             *
      ******************************************************************
