      ******************************************************************
      * COPYBOOK GLJRNL - GENERAL LEDGER JOURNAL LINE                  *
      *        LIBRARY(Z73460.COPYLIB.COBOL(GLJRNL))                  *
      *                                                                *
      * EVERY JOB THAT MOVES MONEY APPENDS ITS POSTINGS TO THE COMMON  *
      * PS FILE GL.JOURNAL.DAILY AS BALANCED DOUBLE-ENTRY JOURNALS:    *
      * ONE ENTRY IS THE RUN OF CONSECUTIVE LINES SHARING THE SAME     *
      * GLJ-SOURCE-JOB, GLJ-POST-DATE AND GLJ-ENTRY-NO, AND ITS DEBIT  *
      * LINES MUST ADD UP TO ITS CREDIT LINES. GLJ-ACCOUNT IS A CODE   *
      * FROM THE CHART OF ACCOUNTS IN COPYBOOK GLACCT. GLJ-AMOUNT IS   *
      * ALWAYS POSITIVE - THE SIDE IS CARRIED IN GLJ-DR-CR.            *
      * GLPOST41 VALIDATES AND SUMMARISES THE FILE NIGHTLY INTO THE    *
      * GL UPLOAD AND THE DAILY TRIAL BALANCE, AFTER WHICH ITS JCL     *
      * ARCHIVES AND EMPTIES IT FOR THE NEXT DAY.                      *
      *   GLJ-REFERENCE: THE SOURCE DOCUMENT - TRANSACTION, PAYMENT,   *
      *                  INVOICE, LOAN, MERCHANT OR EMPLOYEE ID.       *
      ******************************************************************
          05 GLJ-SOURCE-JOB          PIC X(8).
          05 GLJ-POST-DATE           PIC X(8).
          05 GLJ-ENTRY-NO            PIC 9(7).
          05 GLJ-ACCOUNT             PIC X(6).
          05 GLJ-DR-CR               PIC X(1).
             88 GLJ-DEBIT            VALUE 'D'.
             88 GLJ-CREDIT           VALUE 'C'.
          05 GLJ-AMOUNT              PIC 9(9)V99.
          05 GLJ-CURRENCY            PIC X(3).
          05 GLJ-REFERENCE           PIC X(16).
          05 GLJ-DESC                PIC X(20).
      ******************************************************************
      * RECORD LENGTH:  80                                             *
      ******************************************************************
