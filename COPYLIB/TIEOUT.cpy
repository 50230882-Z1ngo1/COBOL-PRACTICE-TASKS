      * COPYBOOK TIEOUT - CROSS-JOB PAYMENT TIE-OUT RECORD             *
      *        LIBRARY(Z73460.COPYLIB.COBOL(TIEOUT))                  *
      *                                                                *
      * DB2VSM26 (PAYMENT BATCH) WRITES ONE OF THESE RECORDS PER       *
      * PAYMENT CYCLE HOLDING THAT CYCLE'S SUCCESSFULLY-APPLIED        *
      * PAYMENT AMOUNT; THE FILE CARRIES EVERY CYCLE RUN SO FAR        *
      * FOR THE PROCESSING DATE, IN CYCLE ORDER.                       *
      * ESDS29 (DAILY OPERATION LOG RECONCILIATION) READS THEM BACK    *
      * AND TIES THE DAY OUT AGAINST ITS OWN TOTAL OF VALIDATED DEBIT  *
      * OPERATIONS FOR THE SAME DAY, SINCE EVERY PAYMENT DB2VSM26      *
      * POSTS SHOWS UP AS A DEBIT ON THE ACCOUNT OPERATION LOG.        *
      *                                                                *
      * (YYYYMMDD). THE CONSUMER CHECKS IT AGAINST ITS OWN RUN DATE    *
      * SO A LEFTOVER EXTRACT FROM A PRIOR CYCLE (E.G. AFTER AN        *
      * ABEND) IS CAUGHT INSTEAD OF SILENTLY RECONCILED AGAINST.       *
      *                                                                *
      * TIE-CYCLE-SEQ IS THE PAYMENT CYCLE WITHIN THAT DATE (01 FOR    *
      * THE FIRST RUN OF THE DAY). THE CONSUMER TIES OUT EACH CYCLE    *
      * AND THE SUM OF THE DAY'S CYCLES.                               *
      ******************************************************************
          05 TIE-SOURCE-JOB          PIC X(8).
          05 FILLER                  PIC X(1).
          05 TIE-TOTAL-AMOUNT        PIC S9(7)V99.
          05 FILLER                  PIC X(1).
          05 TIE-CYCLE-DATE          PIC X(8).
          05 FILLER                  PIC X(1).
          05 TIE-CYCLE-SEQ           PIC 9(2).
      ******************************************************************
      * RECORD LENGTH: 38                                              *
      ******************************************************************
