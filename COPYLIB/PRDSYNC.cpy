      ******************************************************************
      * COPYBOOK PRDSYNC - TB_PRODUCTS SYNC RECORD                     *
      *        LIBRARY(Z73460.COPYLIB.COBOL(PRDSYNC))                 *
      *                                                                *
      * WRITTEN BY PRDRCN21 FOR EVERY PRODUCT WHERE TB_PRODUCTS HAS    *
      * DRIFTED FROM THE VSAM PARTS CATALOG, AND APPLIED TO            *
      * TB_PRODUCTS BY PRDSYN21 ONLY ONCE REVIEWED: OPERATIONS COPIES  *
      * PRODUCT.SYNC TO PRODUCT.SYNC.REVIEWED, DELETES ANY RECORD IT   *
      * DOES NOT WANT APPLIED, AND PUTS ITS USER ID IN SYN-APPROVAL OF *
      * EACH ONE IT DOES. AN 'A' RECORD ALSO NEEDS SYN-PROD-NAME       *
      * FILLED IN - THE CATALOG CARRIES NO PRODUCT NAME.               *
      *                                                                *
      * SYN-ACTION:  'U' - UPDATE UNIT_PRICE AND QTY_ON_HAND TO THE    *
      *                    CATALOG'S PRICE AND STOCK                   *
      *              'A' - ADD A CATALOG PART MISSING FROM TB_PRODUCTS *
      * SYN-DB2-PRICE/SYN-DB2-QTY ARE THE TB_PRODUCTS VALUES PRDRCN21  *
      * SAW. PRDSYN21 REFUSES A 'U' WHOSE ROW HAS SINCE CHANGED, SO A  *
      * SYNC FILE OLDER THAN THE NIGHT'S ORDER LOAD IS NEVER APPLIED   *
      * OVER IT.                                                       *
      ******************************************************************
          05 SYN-ACTION              PIC X(1).
             88 SYN-UPDATE           VALUE 'U'.
             88 SYN-ADD              VALUE 'A'.
          05 FILLER                  PIC X(1).
          05 SYN-PROD-ID             PIC X(5).
          05 FILLER                  PIC X(1).
          05 SYN-CAT-PRICE           PIC 9(5)V99.
          05 FILLER                  PIC X(1).
          05 SYN-CAT-QTY             PIC 9(5).
          05 FILLER                  PIC X(1).
          05 SYN-DB2-PRICE           PIC 9(5)V99.
          05 FILLER                  PIC X(1).
          05 SYN-DB2-QTY             PIC S9(5) SIGN LEADING SEPARATE.
          05 FILLER                  PIC X(1).
          05 SYN-PROD-NAME           PIC X(30).
          05 FILLER                  PIC X(1).
          05 SYN-APPROVAL            PIC X(8).
          05 FILLER                  PIC X(4).
      ******************************************************************
      * SYN-DB2-PRICE AND SYN-DB2-QTY ARE ZERO ON AN 'A' RECORD.       *
      * RECORD LENGTH:  80                                             *
      ******************************************************************
