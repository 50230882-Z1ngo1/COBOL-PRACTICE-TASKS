      ******************************************************************
      * COPYBOOK LOANMST - LOAN MASTER RECORD                          *
      *        LIBRARY(Z73460.COPYLIB.COBOL(LOANMST))                 *
      *                                                                *
      * ONE RECORD PER BOOKED LOAN ON LOAN.MASTER (LOANDD, KSDS, KEY   *
      * LN-LOAN-ID). LONBRD23 WRITES IT AT BOARDING WITH THE LEVEL     *
      * MONTHLY INSTALLMENT FROM THE AMORTIZATION SCHEDULE AND THE     *
      * FIRST DUE DATE; LONBIL23 BILLS EACH INSTALLMENT AS IT COMES    *
      * DUE, ADDING THE MONTH'S INTEREST AND PRINCIPAL TO THE AMOUNTS  *
      * DUE; LONPAY23 POSTS REPAYMENTS AGAINST THEM - INTEREST DUE     *
      * FIRST, THEN PRINCIPAL DUE, THEN ANY SURPLUS AS A PREPAYMENT    *
      * OF PRINCIPAL - AND CLOSES THE LOAN WHEN THE PRINCIPAL BALANCE  *
      * REACHES ZERO.                                                  *
      *                                                                *
      * LN-PRINCIPAL-BAL IS ALL PRINCIPAL STILL OWED, BILLED OR NOT;   *
      * LN-PRINCIPAL-DUE IS THE BILLED PART OF IT NOT YET PAID.        *
      * LN-PAID-TO-DATE IS THE DUE DATE OF THE LAST INSTALLMENT BILLED *
      * AT THE TIME EVERYTHING BILLED WAS PAID UP.                     *
      ******************************************************************
          05 LN-LOAN-ID              PIC X(6).
          05 LN-AMOUNT               PIC 9(5)V99.
          05 LN-APR                  PIC 9(2)V99.
          05 LN-TERM-MM              PIC 9(3).
          05 LN-STATUS               PIC X(1).
             88 LN-ACTIVE                      VALUE 'A'.
             88 LN-PAID-OFF                    VALUE 'C'.
          05 LN-BOARD-DATE           PIC X(8).
          05 LN-PRICE-TIER           PIC X(2).
      * SERVICING FIELDS - SET AT BOARDING, MAINTAINED BY LONBIL23
      * AND LONPAY23.
          05 LN-PAYMENT-AMT          PIC 9(5)V99.
          05 LN-FIRST-DUE-DATE       PIC X(8).
          05 LN-NEXT-DUE-DATE        PIC X(8).
          05 LN-PRINCIPAL-BAL        PIC 9(5)V99.
          05 LN-INSTALLMENTS-BILLED  PIC 9(3).
          05 LN-LAST-BILL-DATE       PIC X(8).
          05 LN-BILLED-DUE-DATE      PIC X(8).
          05 LN-INTEREST-DUE         PIC 9(5)V99.
          05 LN-PRINCIPAL-DUE        PIC 9(5)V99.
          05 LN-PAID-TO-DATE         PIC X(8).
          05 LN-LAST-PAY-DATE        PIC X(8).
          05 LN-LAST-PAY-REF         PIC X(12).
          05 LN-INTEREST-PAID        PIC 9(7)V99.
          05 LN-CLOSE-DATE           PIC X(8).
      * BORROWER'S CUSTOMER-SPINE ID (XRF-CUST-ID), CARRIED FROM THE
      * APPLICATION AT BOARDING SO JOBSUB23 CAN TOTAL A CUSTOMER'S
      * OUTSTANDING LOANS. SPACES WHEN THE APPLICANT WAS NOT LINKED.
          05 LN-CUST-ID              PIC X(5).
          05 FILLER                  PIC X(16).
      ******************************************************************
      * DATES ARE YYYYMMDD; SPACES UNTIL THE EVENT HAS HAPPENED.       *
      * RECORD LENGTH: 160                                             *
      ******************************************************************
