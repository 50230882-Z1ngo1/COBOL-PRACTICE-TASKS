      ******************************************************************
      * COPYBOOK SLSQUOTA - SALES QUOTA AND ATTAINMENT RECORD          *
      *        LIBRARY(Z73460.COPYLIB.COBOL(SLSQUOTA))                *
      *                                                                *
      * ONE RECORD PER EMPLOYEE, YEAR AND QUARTER ON SALES.QUOTA       *
      * (QUOTADD). SALES OPS SETS THE QUOTA, THE REGION THE REP IS     *
      * MEASURED IN AND THE ACCELERATOR RATE; JOBSUB22 MAINTAINS       *
      * QTA-ATTAINED, REREADING AND REWRITING THE FILE EACH RUN THE    *
      * SAME WAY IT KEEPS THE TERMS FILE. QTARPT22 READS IT FOR THE    *
      * MONTHLY ATTAINMENT REPORT.                                     *
      *                                                                *
      * QTA-ATTAINED IS NET SALES BOOKED IN THE QUARTER: A SALE ADDS   *
      * ITS AMOUNT, A CLAWBACK TAKES IT BACK OFF, AND A SPLIT SALE     *
      * CREDITS EACH PARTICIPANT THEIR PERCENTAGE. THE QUARTER IS      *
      * THE QUARTER OF THE SALE DATE.                                  *
      *                                                                *
      * QTA-ACCEL-PCT IS ADDED TO THE COMMISSION RATE ON THE PART OF   *
      * A SALE THAT TAKES THE QUARTER'S ATTAINMENT PAST 100% OF        *
      * QTA-AMOUNT (SUB1JB22). ZERO MEANS NO ACCELERATOR.              *
      ******************************************************************
          05 QTA-EMP-ID              PIC X(5).
          05 FILLER                  PIC X(1).
          05 QTA-REGION              PIC X(2).
          05 FILLER                  PIC X(1).
          05 QTA-YEAR                PIC 9(4).
          05 FILLER                  PIC X(1).
          05 QTA-QUARTER             PIC 9(1).
          05 FILLER                  PIC X(1).
          05 QTA-AMOUNT              PIC 9(9)V99.
          05 FILLER                  PIC X(1).
          05 QTA-ACCEL-PCT           PIC V999.
          05 FILLER                  PIC X(1).
          05 QTA-ATTAINED            PIC S9(9)V99.
          05 FILLER                  PIC X(37).
      ******************************************************************
      * QTA-QUARTER IS 1-4. QTA-AMOUNT AND QTA-ATTAINED ARE IN THE     *
      * SALES FEED'S OWN AMOUNTS (THE ORDER SYSTEM IS SINGLE-CURRENCY).*
      * RECORD LENGTH:  80                                             *
      ******************************************************************
