      ******************************************************************
      * COPYBOOK INTTAX - YEAR-END CREDIT-INTEREST-PAID TAX EXTRACT    *
      *        LIBRARY(Z73460.COPYLIB.COBOL(INTTAX))                  *
      *                                                                *
      * THE INTEREST PAID ON EACH DEPOSIT ACCOUNT OVER THE TAX YEAR,   *
      * FOR THE ACCOUNT HOLDER'S INTEREST TAX DOCUMENT. WRITTEN ONCE A *
      * YEAR BY INTYER29 FROM THE INTCAP29 INTEREST-PAID HISTORY:      *
      *   'A' - ONE HEADER: TAX YEAR AND DATE THE FILE WAS BUILT.      *
      *   'B' - ONE PER ACCOUNT PAID ANY INTEREST IN THE YEAR: THE     *
      *         HOLDER'S NAME, ACCOUNT TYPE, INTEREST PAID AND THE     *
      *         NUMBER OF MONTHLY PAYMENTS IT COVERS.                  *
      *   'F' - ONE TRAILER: 'B' RECORD COUNT AND HASH TOTAL OF THE    *
      *         INTEREST PAID FOR THE RECEIVER'S LOAD CHECK.           *
      * AMOUNTS ARE SIGNED ZONED DECIMAL, TWO IMPLIED DECIMALS.        *
      ******************************************************************
          05 ITX-REC-TYPE            PIC X(1).
          05 ITX-BODY                PIC X(79).
          05 ITX-HEADER REDEFINES ITX-BODY.
             10 ITX-A-TAX-YEAR       PIC 9(4).
             10 ITX-A-CREATE-DATE    PIC X(8).
             10 ITX-A-SOURCE         PIC X(20).
             10 FILLER               PIC X(47).
          05 ITX-PAYEE REDEFINES ITX-BODY.
             10 ITX-B-TAX-YEAR       PIC 9(4).
             10 ITX-B-ACCT-ID        PIC X(6).
             10 ITX-B-NAME           PIC X(25).
             10 ITX-B-ACCT-TYPE      PIC X(2).
             10 ITX-B-INT-PAID       PIC S9(9)V99.
             10 ITX-B-PAYMENTS       PIC 9(2).
             10 FILLER               PIC X(29).
          05 ITX-TRAILER REDEFINES ITX-BODY.
             10 ITX-F-ACCT-COUNT     PIC 9(7).
             10 ITX-F-HASH-PAID      PIC S9(11)V99.
             10 FILLER               PIC X(59).
      ******************************************************************
      * RECORD LENGTH:  80                                             *
      ******************************************************************
