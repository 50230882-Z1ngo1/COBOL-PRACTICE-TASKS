      ******************************************************************
      * COPYBOOK GLPOST - GENERAL LEDGER POSTING REQUEST AREA          *
      *        LIBRARY(Z73460.COPYLIB.COBOL(GLPOST))                  *
      *                                                                *
      * WORKING STORAGE FOR A JOB THAT WRITES JOURNALS TO GLJDD        *
      * (COPYBOOK GLJRNL). THE JOB FILLS THE DEBIT AND CREDIT ACCOUNTS *
      * (COPYBOOK GLACCT), THE AMOUNT, CURRENCY, REFERENCE AND         *
      * DESCRIPTION AND PERFORMS ITS WRITE-GL-ENTRY PARAGRAPH, WHICH   *
      * NUMBERS THE ENTRY AND WRITES ITS DEBIT AND CREDIT LINES. A     *
      * NEGATIVE AMOUNT POSTS THE ENTRY THE OTHER WAY ROUND; A ZERO    *
      * AMOUNT POSTS NOTHING. THE TOTALS ARE FOR THE JOB'S SUMMARY.    *
      ******************************************************************
       01 WS-GL-POSTING.
          05 GLP-DEBIT-ACCT          PIC X(6).
          05 GLP-CREDIT-ACCT         PIC X(6).
          05 GLP-SWAP-ACCT           PIC X(6).
          05 GLP-AMOUNT              PIC S9(9)V99.
          05 GLP-CURRENCY            PIC X(3).
          05 GLP-REFERENCE           PIC X(16).
          05 GLP-DESC                PIC X(20).
          05 GLP-ENTRY-NO            PIC 9(7) VALUE 0.
          05 GLP-LINES-WRITTEN       PIC 9(7) VALUE 0.
          05 GLP-DEBIT-TOTAL         PIC S9(11)V99 VALUE 0.
