      ******************************************************************
      * COPYBOOK CARDPRD - CARD PRODUCT LOOKUP REQUEST AREA           *
      *        LIBRARY(Z73460.COPYLIB.COBOL(CARDPRD))                 *
      *                                                                *
      * SHARED BY EVERY CARD JOB THAT TREATS A CARD BY ITS PRODUCT    *
      * (CONSUMER, CORPORATE, PREPAID ...) INSTEAD OF ONE SET OF      *
      * RULES FOR ALL. THE CALLER FILLS PR-CARD-NUMBER, CALLS         *
      * PRDGET11, AND TAKES THE PRODUCT FROM THE REST OF THE AREA.    *
      * PRDGET11 MATCHES THE CARD'S LEADING DIGITS AGAINST THE BINS   *
      * ON THE CARD PRODUCT TABLE (PRODDD) - THE LONGEST BIN THAT     *
      * MATCHES WINS - AND SETS PR-NO-PRODUCT WHEN NONE DOES, IN      *
      * WHICH CASE THE CALLER KEEPS ITS OWN DEFAULTS.                 *
      *                                                                *
      * PR-MCC-MODE SAYS HOW THE PRODUCT'S MCC LIST IS READ:          *
      *   'A' - ONLY THE LISTED CATEGORIES ARE ALLOWED.               *
      *   'B' - THE LISTED CATEGORIES ARE BLOCKED.                    *
      *   SPACE - NO PRODUCT-LEVEL CATEGORY RULES.                    *
      ******************************************************************
       01 WS-CARDPRD-REQUEST.
          05 PR-CARD-NUMBER PIC 9(16).
          05 PR-FOUND PIC X(1).
             88 PR-PRODUCT-FOUND VALUE 'Y'.
             88 PR-NO-PRODUCT VALUE 'N'.
          05 PR-PRODUCT-CODE PIC X(4).
          05 PR-BIN PIC X(8).
          05 PR-DAILY-LIMIT PIC 9(5)V99.
          05 PR-CURRENCY PIC X(3).
          05 PR-REISSUE-MONTHS PIC 9(3).
          05 PR-MCC-MODE PIC X(1).
             88 PR-MCC-ALLOW-LIST VALUE 'A'.
             88 PR-MCC-BLOCK-LIST VALUE 'B'.
          05 PR-MCC-COUNT PIC 9(2).
          05 PR-MCC PIC X(4) OCCURS 10 TIMES.
