      ******************************************************************
      * COPYBOOK CUSTSEG - CUSTOMER SEGMENT HISTORY RECORD             *
      *        LIBRARY(Z73460.COPYLIB.COBOL(CUSTSEG))                 *
      *                                                                *
      * ONE RECORD EACH TIME THE MONTHLY SEGMENTATION (CUSSEG39)       *
      * ASSIGNS A CUSTOMER A SEGMENT DIFFERENT FROM THE ONE ON THE     *
      * CUSTOMER MASTER (INCLUDING THE FIRST ASSIGNMENT), APPENDED TO  *
      * THE PS FILE CUST.SEGMENT.HISTORY. THE MASTER CARRIES ONLY THE  *
      * CURRENT SEGMENT (CUST-SEGMENT); THE LATEST RECORD HERE FOR A   *
      * CUSTOMER GIVES THE DATE IT TOOK EFFECT, AND THE RECORDS BEFORE *
      * IT THE SEGMENTS IT HELD BEFORE. THE SIGNALS THE DECISION WAS   *
      * TAKEN ON ARE KEPT WITH IT SO A RELATIONSHIP MANAGER CAN SEE    *
      * WHY A CUSTOMER MOVED.                                          *
      *   SGH-SEGMENT:  H  HIGH RISK                                   *
      *                 W  WATCH                                       *
      *                 D  DORMANT                                     *
      *                 V  VALUE                                       *
      *                 S  STANDARD                                    *
      *   SGH-AR-BUCKET: WORST PARTS A/R BUCKET WITH A BALANCE -       *
      *                 0 CURRENT OR NONE, 3 OVER 30, 6 OVER 60,       *
      *                 9 OVER 90.                                     *
      ******************************************************************
          05 SGH-CUST-ID             PIC X(5).
          05 SGH-SEGMENT             PIC X(1).
             88 SGH-HIGH-RISK        VALUE 'H'.
             88 SGH-WATCH            VALUE 'W'.
             88 SGH-DORMANT          VALUE 'D'.
             88 SGH-VALUE            VALUE 'V'.
             88 SGH-STANDARD         VALUE 'S'.
          05 SGH-EFF-DATE            PIC X(8).
          05 SGH-PREV-SEGMENT        PIC X(1).
          05 SGH-RISK-SCORE          PIC 9(3).
          05 SGH-UTIL-PCT            PIC 9(3).
          05 SGH-CARD-DPD            PIC 9(3).
          05 SGH-AR-BUCKET           PIC X(1).
          05 SGH-DORMANT-DAYS        PIC 9(5).
          05 SGH-DECLINES            PIC 9(2).
          05 SGH-CUST-REGION         PIC X(2).
          05 SGH-CUST-BAL            PIC 9(7)V99.
          05 FILLER                  PIC X(37).
      ******************************************************************
      * RECORD LENGTH:  80                                             *
      ******************************************************************
