      ******************************************************************
      * COPYBOOK GLACCT - GENERAL LEDGER CHART OF ACCOUNTS             *
      *        LIBRARY(Z73460.COPYLIB.COBOL(GLACCT))                  *
      *                                                                *
      * THE ACCOUNT CODES THE FINANCIAL JOBS POST THEIR JOURNAL LINES  *
      * (COPYBOOK GLJRNL) UNDER. GL-ACCOUNT-CODES NAMES EACH CODE FOR  *
      * THE POSTING JOBS; GL-CHART IS THE SAME LIST AS A TABLE WITH    *
      * THE ACCOUNT TITLES, WHICH GLPOST41 VALIDATES EVERY JOURNAL     *
      * LINE AGAINST AND PRINTS ON THE TRIAL BALANCE. A NEW ACCOUNT    *
      * GOES INTO BOTH, WITH GL-CHART-COUNT RAISED TO MATCH.           *
      *   1XXXXX ASSETS       2XXXXX LIABILITIES                       *
      *   4XXXXX INCOME       5XXXXX EXPENSE                           *
      ******************************************************************
       01 GL-ACCOUNT-CODES.
          05 GLA-CASH-AT-BANK        PIC X(6) VALUE '100100'.
          05 GLA-PAYMENT-CLEARING    PIC X(6) VALUE '100200'.
          05 GLA-CARD-RECEIVABLE     PIC X(6) VALUE '110100'.
          05 GLA-MERCHANT-RECEIVABLE PIC X(6) VALUE '120100'.
          05 GLA-TRADE-RECEIVABLE    PIC X(6) VALUE '130100'.
          05 GLA-LOANS-RECEIVABLE    PIC X(6) VALUE '140100'.
          05 GLA-MERCHANT-PAYABLE    PIC X(6) VALUE '210100'.
          05 GLA-CUSTOMER-DEPOSITS   PIC X(6) VALUE '220100'.
          05 GLA-CUSTOMER-BALANCES   PIC X(6) VALUE '220200'.
          05 GLA-UNAPPLIED-CASH      PIC X(6) VALUE '230100'.
          05 GLA-TRANSFER-SUSPENSE   PIC X(6) VALUE '230200'.
          05 GLA-COMMISSION-PAYABLE  PIC X(6) VALUE '240100'.
          05 GLA-SALES-TAX-PAYABLE   PIC X(6) VALUE '250100'.
          05 GLA-SALES-REVENUE       PIC X(6) VALUE '400100'.
          05 GLA-INTERCHANGE-INCOME  PIC X(6) VALUE '410100'.
          05 GLA-ACCOUNT-FEE-INCOME  PIC X(6) VALUE '410200'.
          05 GLA-OVERDRAFT-INCOME    PIC X(6) VALUE '420100'.
          05 GLA-COMMISSION-EXPENSE  PIC X(6) VALUE '510100'.
          05 GLA-BALANCE-ADJUSTMENTS PIC X(6) VALUE '590100'.

       01 GL-CHART-VALUES.
          05 FILLER PIC X(30) VALUE
             '100100CASH AT BANK            '.
          05 FILLER PIC X(30) VALUE
             '100200PAYMENTS CLEARING       '.
          05 FILLER PIC X(30) VALUE
             '110100CARDHOLDER RECEIVABLES  '.
          05 FILLER PIC X(30) VALUE
             '120100MERCHANT RECEIVABLES    '.
          05 FILLER PIC X(30) VALUE
             '130100TRADE RECEIVABLES       '.
          05 FILLER PIC X(30) VALUE
             '140100LOANS RECEIVABLE        '.
          05 FILLER PIC X(30) VALUE
             '210100MERCHANT SETTLEMENT PAY '.
          05 FILLER PIC X(30) VALUE
             '220100CUSTOMER DEPOSITS       '.
          05 FILLER PIC X(30) VALUE
             '220200CUSTOMER PAYMENT BALS   '.
          05 FILLER PIC X(30) VALUE
             '230100UNAPPLIED CASH          '.
          05 FILLER PIC X(30) VALUE
             '230200TRANSFER SUSPENSE       '.
          05 FILLER PIC X(30) VALUE
             '240100COMMISSIONS PAYABLE     '.
          05 FILLER PIC X(30) VALUE
             '250100SALES TAX PAYABLE       '.
          05 FILLER PIC X(30) VALUE
             '400100SALES REVENUE           '.
          05 FILLER PIC X(30) VALUE
             '410100INTERCHANGE FEE INCOME  '.
          05 FILLER PIC X(30) VALUE
             '410200ACCOUNT FEE INCOME      '.
          05 FILLER PIC X(30) VALUE
             '420100OVERDRAFT INTEREST INC  '.
          05 FILLER PIC X(30) VALUE
             '510100COMMISSION EXPENSE      '.
          05 FILLER PIC X(30) VALUE
             '590100BALANCE ADJUSTMENTS     '.
       01 GL-CHART REDEFINES GL-CHART-VALUES.
          05 GL-CHART-ENTRY OCCURS 19 TIMES INDEXED BY GL-CHART-IDX.
             10 GL-CHART-CODE        PIC X(6).
             10 GL-CHART-NAME        PIC X(24).
       01 GL-CHART-COUNT PIC 9(3) VALUE 19.
