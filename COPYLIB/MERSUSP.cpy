      ******************************************************************
      * COPYBOOK MERSUSP - MERCHANT SUSPENSION RECOMMENDATION RECORD  *
      *        LIBRARY(Z73460.COPYLIB.COBOL(MERSUSP))                 *
      *                                                                *
      * MRKRSK11 (MERCHANT RISK MONITOR) WRITES ONE OF THESE RECORDS   *
      * PER ACTIVE MERCHANT WHOSE ROLLING 30-DAY DISPUTE, DECLINE,     *
      * DUPLICATE-PRESENTMENT OR REFUND RATE HAS REACHED ITS           *
      * SUSPENSION THRESHOLD. RISK REVIEWS THE FILE AND KEYS A         *
      * DECISION PER MERCHANT; MRSAPL11 THEN SETS MER-STATUS 'S' ON    *
      * THE MERCHANT REFERENCE FILE FOR THE APPROVED ONES ONLY.        *
      *                                                                *
      * MSR-REASON NAMES THE MEASURE THAT TRIPPED (DISPUTES, DECLINES, *
      * DUPLICATES, REFUNDS), MSR-RATE ITS 30-DAY RATE AND MSR-LIMIT   *
      * THE SUSPENSION THRESHOLD IT WAS HELD TO, BOTH AS PERCENTAGES.  *
      * MSR-CYCLE-DATE IS THE PRODUCING RUN'S PROCESSING DATE.         *
      ******************************************************************
          05 MSR-MERCHANT-ID         PIC X(8).
          05 FILLER                  PIC X(1).
          05 MSR-MERCHANT-NAME       PIC X(25).
          05 FILLER                  PIC X(1).
          05 MSR-REASON              PIC X(10).
          05 FILLER                  PIC X(1).
          05 MSR-RATE                PIC 9(3)V99.
          05 FILLER                  PIC X(1).
          05 MSR-LIMIT               PIC 9(3)V99.
          05 FILLER                  PIC X(1).
          05 MSR-PURCHASES           PIC 9(7).
          05 FILLER                  PIC X(1).
          05 MSR-CYCLE-DATE          PIC X(8).
          05 FILLER                  PIC X(6).
      ******************************************************************
      * RECORD LENGTH:  80                                             *
      ******************************************************************
