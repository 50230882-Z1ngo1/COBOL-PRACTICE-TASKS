      ******************************************************************
      * COPYBOOK DEPSTMT - DEPOSIT ACCOUNT STATEMENT EXTRACT           *
      *        LIBRARY(Z73460.COPYLIB.COBOL(DEPSTMT))                 *
      *                                                                *
      * THE FIXED LAYOUT THE STATEMENT PRINT VENDOR AND THE            *
      * E-STATEMENT LOAD BOTH READ. WRITTEN MONTHLY BY DEPSTM29:       *
      *   'H' - ONE HEADER: STATEMENT PERIOD AND DATE BUILT.           *
      *   'S' - ONE PER STATEMENT: ACCOUNT, NAME, OPENING AND          *
      *         CLOSING BALANCE, LINE COUNT, ACCOUNT STATUS, AND       *
      *         WHETHER THE ACTIVITY PROVED TO THE BALANCE HISTORY.    *
      *   'D' - ONE PER STATEMENT LINE, FOLLOWING ITS 'S' RECORD.      *
      *         DST-D-AMOUNT IS SIGNED: CREDITS PLUS, DEBITS MINUS.    *
      *         DST-D-POSTED 'N' MARKS AN ITEM RETURNED UNPAID - IT    *
      *         IS SHOWN BUT DID NOT CHANGE THE BALANCE.               *
      *   'T' - ONE TRAILER: STATEMENT AND LINE COUNTS AND HASH        *
      *         TOTALS FOR THE LOAD CHECK.                             *
      * AMOUNTS ARE SIGNED ZONED DECIMAL, TWO IMPLIED DECIMALS.        *
      ******************************************************************
          05 DST-REC-TYPE            PIC X(1).
          05 DST-BODY                PIC X(79).
          05 DST-HEADER REDEFINES DST-BODY.
             10 DST-H-PERIOD         PIC X(6).
             10 DST-H-CREATE-DATE    PIC X(8).
             10 DST-H-SOURCE         PIC X(20).
             10 FILLER               PIC X(45).
          05 DST-STATEMENT REDEFINES DST-BODY.
             10 DST-S-ACCT-ID        PIC X(6).
             10 DST-S-NAME           PIC X(25).
             10 DST-S-OPEN-BAL       PIC S9(9)V99.
             10 DST-S-CLOSE-BAL      PIC S9(9)V99.
             10 DST-S-LINE-COUNT     PIC 9(5).
             10 DST-S-ACCT-STATUS    PIC X(1).
             10 DST-S-PROVED         PIC X(1).
             10 FILLER               PIC X(19).
          05 DST-DETAIL REDEFINES DST-BODY.
             10 DST-D-ACCT-ID        PIC X(6).
             10 DST-D-OPR-DATE       PIC X(8).
             10 DST-D-OPR-ID         PIC X(6).
             10 DST-D-DESC           PIC X(20).
             10 DST-D-AMOUNT         PIC S9(7)V99.
             10 DST-D-POSTED         PIC X(1).
             10 FILLER               PIC X(29).
          05 DST-TRAILER REDEFINES DST-BODY.
             10 DST-T-STMT-COUNT     PIC 9(7).
             10 DST-T-LINE-COUNT     PIC 9(9).
             10 DST-T-HASH-CLOSE     PIC S9(11)V99.
             10 DST-T-HASH-CREDITS   PIC S9(11)V99.
             10 DST-T-HASH-DEBITS    PIC S9(11)V99.
             10 FILLER               PIC X(24).
      ******************************************************************
      * RECORD LENGTH:  80                                             *
      ******************************************************************
