      ******************************************************************
      * COPYBOOK MNTAUDT - CONSOLIDATED MAINTENANCE AUDIT RECORD       *
      *        LIBRARY(Z73460.COPYLIB.COBOL(MNTAUDT))                 *
      *                                                                *
      * EVERY MASTER-FILE MAINTENANCE JOB (CRDMNT11, CHKAPL11,         *
      * HOTMNT11, ACTMNT29, CUSMNT32, PRTMNT16, SIMNT26) APPENDS TO    *
      * THE PS QUEUE MAINT.AUDIT.QUEUE ALONGSIDE ITS OWN AUDIT FILE,   *
      * ONE RECORD PER FIELD IT ACTUALLY CHANGED. A CHANGE THAT MOVED  *
      * NO FIELD (A DELETE, OR A REWRITE WITH THE SAME VALUES), AND    *
      * EVERY REJECTED, PARKED OR REFUSED ACTION, GETS ONE RECORD      *
      * WITH A BLANK MAU-FIELD. AUDCON46 MOVES THE QUEUE ONTO THE      *
      * HISTORY FILE MAINT.AUDIT.HISTORY DAILY AND EMPTIES IT.         *
      * RCVMST47 REPLAYS THE APPLIED RECORDS ONTO A MASTER RESTORED    *
      * FROM ITS NIGHTLY BACKUP (BKPMST47).                            *
      *   MAU-SYSTEM:    THE MAINTENANCE JOB THAT MADE THE CHANGE.     *
      *   MAU-KEY:       THE MASTER KEY, LEFT-JUSTIFIED. SIMNT26 USES  *
      *                  CUSTOMER, TYPE AND DAY-OF-MONTH (5+1+2).      *
      *   MAU-FIELD:     THE JOB'S OWN NAME FOR THE FIELD (THE SAME    *
      *                  NAMES CRDMNT11'S HIGH-RISK RULES USE).        *
      *   MAU-OLD-VALUE/MAU-NEW-VALUE: THE FIELD'S BYTES AS HELD ON    *
      *                  THE MASTER - NUMERIC FIELDS ARE UNEDITED      *
      *                  DISPLAY DIGITS WITH THE DECIMAL IMPLIED, SO   *
      *                  THE VALUE CAN BE PUT BACK ON THE MASTER AS    *
      *                  IT STANDS. OLD IS BLANK ON AN ADD.            *
      *   MAU-OPERATOR:  WHO SUBMITTED THE CHANGE ('SYSTEM' FOR A      *
      *                  JOB-INITIATED CHANGE SUCH AS A HOT-FILE       *
      *                  PURGE).                                       *
      *   MAU-APPROVER:  WHO APPROVED IT, WHERE THE JOB RECORDS ONE    *
      *                  (CHKAPL11 CHECKER, ACTMNT29 APPROVAL CODE).   *
      *   MAU-TIMESTAMP: WHEN THE JOB APPLIED OR REFUSED THE ACTION,   *
      *                  YYYYMMDD AND HHMMSS.                          *
      ******************************************************************
          05 MAU-SYSTEM              PIC X(8).
          05 FILLER                  PIC X(1).
          05 MAU-KEY                 PIC X(16).
          05 FILLER                  PIC X(1).
          05 MAU-ACTION              PIC X(1).
          05 FILLER                  PIC X(1).
          05 MAU-RESULT              PIC X(8).
             88 MAU-APPLIED          VALUE 'APPLIED'.
             88 MAU-REJECTED         VALUE 'REJECTED'.
             88 MAU-PARKED           VALUE 'PARKED'.
             88 MAU-REFUSED          VALUE 'REFUSED'.
          05 FILLER                  PIC X(1).
          05 MAU-FIELD               PIC X(8).
          05 FILLER                  PIC X(1).
          05 MAU-OLD-VALUE           PIC X(25).
          05 FILLER                  PIC X(1).
          05 MAU-NEW-VALUE           PIC X(25).
          05 FILLER                  PIC X(1).
          05 MAU-OPERATOR            PIC X(8).
          05 FILLER                  PIC X(1).
          05 MAU-APPROVER            PIC X(8).
          05 FILLER                  PIC X(1).
          05 MAU-TIMESTAMP.
             10 MAU-TS-DATE          PIC X(8).
             10 MAU-TS-TIME          PIC X(6).
          05 FILLER                  PIC X(1).
          05 MAU-REASON              PIC X(25).
          05 FILLER                  PIC X(4).
      ******************************************************************
      * RECORD LENGTH:  160                                            *
      ******************************************************************
