      ******************************************************************
      * COPYBOOK APPLICNT - CREDIT APPLICANT INTAKE RECORD             *
      *        LIBRARY(Z73460.COPYLIB.COBOL(APPLICNT))                *
      *                                                                *
      * ONE RECORD PER APPLICATION ON APPLICANT.DATA (APPDD). READ BY  *
      * APSCRN23 FOR IDENTITY SCREENING AND THEN BY JOBSUB23 FOR THE   *
      * CREDIT DECISION; JOBSUB23'S PRE-EDIT REJECTS ARE WRITTEN BACK  *
      * IN THIS SAME LAYOUT FOR CORRECTION AND RE-FEED.                *
      *                                                                *
      * THE IDENTITY BLOCK (NAME, DATE OF BIRTH, NATIONAL ID, ADDRESS) *
      * IS WHAT LETS US SEE THE SAME PERSON BEHIND SEVERAL APP-IDS AND *
      * MATCH THEM AGAINST THE NEGATIVE FILE. NAMES AND ADDRESS ARE    *
      * UPPER CASE, LEFT-JUSTIFIED, AS ORIGINATION CAPTURES THEM.      *
      ******************************************************************
          05 APP-ID                  PIC X(6).
          05 APP-CREDIT-SCORE        PIC 9(3).
          05 APP-LATE-PAYMENTS       PIC 9(2).
          05 APP-CURRENT-DEBT        PIC 9(5)V99.
          05 APP-LOAN-AMOUNT         PIC 9(5)V99.
          05 APP-INCOME              PIC 9(6)V99.
      * CUSTOMER-SPINE ID (XRF-CUST-ID) WHEN ORIGINATION KNOWS THE
      * APPLICANT IS ALREADY A CUSTOMER; SPACES FOR SOMEONE NEW.
          05 APP-CUST-ID             PIC X(5).
      * APPLICANT IDENTITY
          05 APP-LAST-NAME           PIC X(20).
          05 APP-FIRST-NAME          PIC X(15).
          05 APP-BIRTH-DATE          PIC X(8).
          05 APP-BIRTH-DATE-NUM REDEFINES APP-BIRTH-DATE
                                     PIC 9(8).
          05 APP-NATIONAL-ID         PIC X(9).
          05 APP-ADDRESS-LINE        PIC X(30).
          05 APP-POSTAL-CODE         PIC X(10).
          05 FILLER                  PIC X(30).
      ******************************************************************
      * APP-BIRTH-DATE IS YYYYMMDD. APP-NATIONAL-ID IS 9 DIGITS, OR    *
      * SPACES WHEN THE APPLICANT HAS NONE ON FILE.                    *
      * RECORD LENGTH: 160                                             *
      ******************************************************************
