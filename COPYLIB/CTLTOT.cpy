      ******************************************************************
      * COPYBOOK CTLTOT - INTER-JOB HANDOFF CONTROL TOTAL RECORD       *
      *        LIBRARY(Z73460.COPYLIB.COBOL(CTLTOT))                  *
      *                                                                *
      * ONE LOG (CONTROL.TOTALS.LOG) HOLDS THE CONTROL TOTALS OF EVERY *
      * FILE ONE BATCH JOB HANDS TO ANOTHER. CTLCHK45 WRITES IT FOR    *
      * BOTH SIDES (SEE COPYBOOK CTLREQ):                              *
      *   'P' - THE PRODUCER'S FIGURES FOR THE FILE IT HAS JUST        *
      *         WRITTEN. A RERUN APPENDS ANOTHER; THE LATEST COUNTS.   *
      *   'V' - THE CONSUMER'S OWN FIGURES FOR THE FILE AS IT          *
      *         RECEIVED IT, WITH THE OUTCOME OF THE COMPARE.          *
      * CHNRPT45 REPORTS EVERY HANDOFF OF A CYCLE FROM IT.             *
      *   CTL-HANDOFF:      THE HANDOFF, NAMED FOR THE FILE -          *
      *                     CARDTOT  VSMJOB11 -> JOBSUB22 (CARDXDD)    *
      *                     TIEOUT   DB2VSM26 -> ESDS29   (TIEOUT)     *
      *                     SALESFD  SLSEXT21 -> JOBSUB22 (SLSODD)     *
      *                     INVREG   SHPINV16 -> CASHAP16 (IREGDD)     *
      *   CTL-CYCLE-DATE:   THE PROCESSING DATE (CYCDAT40) OF THE JOB  *
      *                     THAT WROTE THE RECORD.                     *
      *   CTL-RECORD-COUNT: RECORDS ON THE FILE.                       *
      *   CTL-HASH-TOTAL:   SUM OF A NON-AMOUNT NUMERIC FIELD, CHOSEN  *
      *                     PER HANDOFF (HIGH-ORDER OVERFLOW IGNORED). *
      *   CTL-AMOUNT-TOTAL: SUM OF THE FILE'S MONEY FIELD.             *
      *   CTL-RESULT:       'V' RECORDS ONLY - BALANCED, OUTOFBAL, OR  *
      *                     NOCTL (NO PRODUCER CONTROL FOR THE CYCLE). *
      *   CTL-TIMESTAMP:    WHEN IT WAS WRITTEN, YYYYMMDDHHMMSS.       *
      ******************************************************************
          05 CTL-HANDOFF             PIC X(8).
          05 FILLER                  PIC X(1).
          05 CTL-REC-TYPE            PIC X(1).
             88 CTL-PRODUCED         VALUE 'P'.
             88 CTL-VERIFIED         VALUE 'V'.
          05 FILLER                  PIC X(1).
          05 CTL-JOB-NAME            PIC X(8).
          05 FILLER                  PIC X(1).
          05 CTL-CYCLE-DATE          PIC X(8).
          05 FILLER                  PIC X(1).
          05 CTL-RECORD-COUNT        PIC 9(9).
          05 FILLER                  PIC X(1).
          05 CTL-HASH-TOTAL          PIC 9(15).
          05 FILLER                  PIC X(1).
          05 CTL-AMOUNT-TOTAL        PIC S9(13)V99.
          05 FILLER                  PIC X(1).
          05 CTL-RESULT              PIC X(8).
             88 CTL-BALANCED         VALUE 'BALANCED'.
             88 CTL-OUT-OF-BALANCE   VALUE 'OUTOFBAL'.
             88 CTL-NO-CONTROL       VALUE 'NOCTL'.
          05 FILLER                  PIC X(1).
          05 CTL-TIMESTAMP           PIC X(14).
          05 FILLER                  PIC X(6).
      ******************************************************************
      * RECORD LENGTH: 100                                             *
      ******************************************************************
