      ******************************************************************
      * COPYBOOK MSTBKP - MASTER BACKUP CONTROL RECORD                 *
      *        LIBRARY(Z73460.COPYLIB.COBOL(MSTBKP))                  *
      *                                                                *
      * BKPMST47 APPENDS ONE RECORD TO MASTER.BACKUP.INDEX FOR EACH    *
      * VSAM MASTER IT COPIES TO A BACKUP GENERATION. RCVMST47 FINDS   *
      * THE BACKUP TO RESTORE HERE AND WILL NOT LOAD A GENERATION      *
      * WHOSE COUNTS DO NOT TIE BACK TO IT. A MASTER BACKED UP TWICE   *
      * FOR ONE CYCLE (A RERUN) HAS TWO RECORDS; THE LATER ONE COUNTS. *
      *   MBK-MASTER:        CARD, CUSTOMER, PARTS OR ACCOUNT.         *
      *   MBK-BACKUP-TS:     WHEN THE COPY STARTED, YYYYMMDDHHMMSS -   *
      *                      AUDITED CHANGES AFTER THIS ARE NOT IN     *
      *                      THE BACKUP.                               *
      *   MBK-CONTROL-FIELD: THE FIELD SUMMED INTO MBK-CONTROL-TOTAL,  *
      *                      NAMED AS THE MAINTENANCE AUDIT NAMES IT   *
      *                      (CARD CREDIT LIMIT, CUSTOMER BALANCE,     *
      *                      PART STOCK QUANTITY, ACCOUNT LIMIT).      *
      ******************************************************************
          05 MBK-MASTER              PIC X(8).
             88 MBK-CARD-MASTER      VALUE 'CARD'.
             88 MBK-CUST-MASTER      VALUE 'CUSTOMER'.
             88 MBK-PARTS-MASTER     VALUE 'PARTS'.
             88 MBK-ACCT-MASTER      VALUE 'ACCOUNT'.
          05 FILLER                  PIC X(1).
          05 MBK-CYCLE-DATE          PIC X(8).
          05 FILLER                  PIC X(1).
          05 MBK-BACKUP-TS           PIC X(14).
          05 FILLER                  PIC X(1).
          05 MBK-RECORD-COUNT        PIC 9(7).
          05 FILLER                  PIC X(1).
          05 MBK-CONTROL-FIELD       PIC X(8).
          05 FILLER                  PIC X(1).
          05 MBK-CONTROL-TOTAL       PIC 9(13)V99.
          05 FILLER                  PIC X(15).
      ******************************************************************
      * RECORD LENGTH:  80                                             *
      ******************************************************************
