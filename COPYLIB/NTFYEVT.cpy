      ******************************************************************
      * COPYBOOK NTFYEVT - CARDHOLDER NOTIFICATION EVENT RECORD        *
      *        LIBRARY(Z73460.COPYLIB.COBOL(NTFYEVT))                 *
      *                                                                *
      * EVERY CARD JOB THAT DOES SOMETHING THE CARDHOLDER SHOULD HEAR  *
      * ABOUT APPENDS ONE OF THESE RECORDS TO THE SHARED NOTIFICATION  *
      * QUEUE (NTFYDD, DISP=MOD IN EVERY JOB): BLKAPL11 AND HOTMNT11   *
      * ON A BLOCK, REISSU11 ON A REISSUE, CRDACT11 ON AN ACTIVATION,  *
      * DSPUTE11 ON A PROVISIONAL CREDIT, CRDPAY11 ON A POSTED         *
      * PAYMENT. NTFEXT11 READS THE QUEUE ONCE A DAY, WRITES THE       *
      * LETTER/SMS VENDOR FILE AND THE COUNTS BY EVENT TYPE, AND THE   *
      * QUEUE IS THEN EMPTIED.                                         *
      *                                                                *
      * NTF-AMOUNT IS ZERO FOR EVENTS WITH NO AMOUNT (BLOCK, REISSUE,  *
      * ACTIVATION). NTF-REFERENCE CARRIES THE EVENT'S OWN DETAIL:     *
      * THE SUCCESSOR CARD ON A REISSUE, THE DISPUTE OR PAYMENT        *
      * REFERENCE, THE BLOCK REASON.                                   *
      ******************************************************************
          05 NTF-CARD-NUMBER         PIC 9(16).
          05 FILLER                  PIC X(1).
          05 NTF-EVENT-TYPE          PIC X(8).
             88 NTF-CARD-BLOCKED         VALUE 'BLOCKED '.
             88 NTF-CARD-HOT             VALUE 'HOTCARD '.
             88 NTF-CARD-REISSUED        VALUE 'REISSUED'.
             88 NTF-CARD-ACTIVATED       VALUE 'ACTIVATD'.
             88 NTF-PROVISIONAL-CREDIT   VALUE 'PROVCRED'.
             88 NTF-PAYMENT-POSTED       VALUE 'PAYMENT '.
          05 FILLER                  PIC X(1).
          05 NTF-AMOUNT              PIC 9(7)V99.
          05 FILLER                  PIC X(1).
          05 NTF-CURRENCY            PIC X(3).
          05 FILLER                  PIC X(1).
          05 NTF-EVENT-DATE          PIC X(8).
          05 FILLER                  PIC X(1).
          05 NTF-SOURCE-JOB          PIC X(8).
          05 FILLER                  PIC X(1).
          05 NTF-REFERENCE           PIC X(16).
          05 FILLER                  PIC X(6).
      ******************************************************************
      * NTF-EVENT-DATE (YYYYMMDD) IS THE WRITING RUN'S DATE.           *
      * RECORD LENGTH:  80                                             *
      ******************************************************************
