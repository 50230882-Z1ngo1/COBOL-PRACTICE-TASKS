      ******************************************************************
      * COPYBOOK TAXFORM - ANNUAL EARNINGS TAX-FORM VENDOR EXTRACT     *
      *        LIBRARY(Z73460.COPYLIB.COBOL(TAXFORM))                 *
      *                                                                *
      * THE FIXED LAYOUT THE TAX-FORM VENDOR LOADS TO PRINT EACH       *
      * EMPLOYEE'S ANNUAL COMMISSION EARNINGS DOCUMENT. WRITTEN ONCE   *
      * A YEAR BY TAXEXT22 AFTER THE YTDROL22 YEAR-END ROLLOVER:       *
      *   'A' - ONE HEADER: TAX YEAR AND DATE THE FILE WAS BUILT.      *
      *   'B' - ONE PER EMPLOYEE AND CURRENCY: GROSS COMMISSION PAID   *
      *         AND TAX WITHHELD OVER THE YEAR (FROM THE PAYROLL       *
      *         INTERFACE HISTORY) AND THE COMMISSION EARNED (THE      *
      *         CLOSING YTD STORE).                                    *
      *   'F' - ONE TRAILER: 'B' RECORD COUNT AND HASH TOTALS OF       *
      *         GROSS AND WITHHOLDING FOR THE VENDOR'S LOAD CHECK.     *
      * AMOUNTS ARE SIGNED ZONED DECIMAL, TWO IMPLIED DECIMALS.        *
      ******************************************************************
          05 TXF-REC-TYPE            PIC X(1).
          05 TXF-BODY                PIC X(79).
          05 TXF-HEADER REDEFINES TXF-BODY.
             10 TXF-A-TAX-YEAR       PIC 9(4).
             10 TXF-A-CREATE-DATE    PIC X(8).
             10 TXF-A-SOURCE         PIC X(20).
             10 FILLER               PIC X(47).
          05 TXF-PAYEE REDEFINES TXF-BODY.
             10 TXF-B-TAX-YEAR       PIC 9(4).
             10 TXF-B-EMP-ID         PIC X(5).
             10 TXF-B-NAME           PIC X(25).
             10 TXF-B-CURRENCY       PIC X(3).
             10 TXF-B-GROSS-PAID     PIC S9(9)V99.
             10 TXF-B-TAX-WITHHELD   PIC S9(9)V99.
             10 TXF-B-COMM-EARNED    PIC S9(9)V99.
             10 FILLER               PIC X(9).
          05 TXF-TRAILER REDEFINES TXF-BODY.
             10 TXF-F-PAYEE-COUNT    PIC 9(7).
             10 TXF-F-HASH-GROSS     PIC S9(11)V99.
             10 TXF-F-HASH-TAX       PIC S9(11)V99.
             10 FILLER               PIC X(46).
      ******************************************************************
      * RECORD LENGTH:  80                                             *
      ******************************************************************
