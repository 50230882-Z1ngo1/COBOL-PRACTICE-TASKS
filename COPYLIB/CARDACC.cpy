      ******************************************************************
      * COPYBOOK CARDACC - CARD ACCOUNT MEMBERSHIP RECORD              *
      *        LIBRARY(Z73460.COPYLIB.COBOL(CARDACC))                 *
      *                                                                *
      * ONE RECORD PER CARD THAT BELONGS TO A CARD ACCOUNT (CARD       *
      * .ACCOUNT, MAINTAINED BY CARD OPERATIONS LIKE THE MERCHANT AND  *
      * PRODUCT REFERENCE FILES). AN ACCOUNT IS ONE PRIMARY CARD       *
      * ('P') AND ANY NUMBER OF AUTHORIZED-USER CARDS ('A') SHARING    *
      * ONE ACC-ACCOUNT-ID. A CARD NOT ON THE FILE STANDS ALONE.       *
      *                                                                *
      * THE ACCOUNT'S COMBINED DAILY LIMIT AND COMBINED CREDIT LINE    *
      * ARE CARRIED ON THE PRIMARY CARD'S RECORD ONLY (ZERO MEANS THE  *
      * CARDS KEEP THEIR OWN CARD-MASTER LIMIT). ACC-USER-LIMIT IS AN  *
      * OPTIONAL DAILY SUB-LIMIT ON AN AUTHORIZED-USER CARD (ZERO      *
      * MEANS NONE). VSMJOB11 ENFORCES THE LIMITS ACROSS ALL OF THE    *
      * ACCOUNT'S CARDS; STMTAG11 GROUPS THE ACCOUNT'S HISTORY SO      *
      * CRDSTM11 PRINTS ONE CONSOLIDATED STATEMENT PER ACCOUNT. A      *
      * REISSUED CARD'S SUCCESSOR JOINS ITS ACCOUNT THROUGH THE        *
      * REISSUE XREF WITHOUT A FILE CHANGE.                            *
      ******************************************************************
          05 ACC-ACCOUNT-ID          PIC X(10).
          05 FILLER                  PIC X(1).
          05 ACC-CARD-NUMBER         PIC 9(16).
          05 FILLER                  PIC X(1).
          05 ACC-CARD-ROLE           PIC X(1).
             88 ACC-PRIMARY-CARD         VALUE 'P'.
             88 ACC-AUTHORIZED-USER      VALUE 'A'.
          05 FILLER                  PIC X(1).
          05 ACC-DAILY-LIMIT         PIC 9(7)V99.
          05 FILLER                  PIC X(1).
          05 ACC-CREDIT-LIMIT        PIC 9(7)V99.
          05 FILLER                  PIC X(1).
          05 ACC-USER-LIMIT          PIC 9(5)V99.
          05 FILLER                  PIC X(23).
      ******************************************************************
      * RECORD LENGTH:  80                                             *
      ******************************************************************
