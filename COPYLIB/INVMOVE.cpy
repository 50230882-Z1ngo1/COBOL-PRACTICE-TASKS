      ******************************************************************
      * COPYBOOK INVMOVE - PARTS INVENTORY MOVEMENT JOURNAL RECORD     *
      *        LIBRARY(Z73460.COPYLIB.COBOL(INVMOVE))                 *
      *                                                                *
      * EVERY PARTS JOB THAT CHANGES STOCK-ON-HAND ON THE CATALOG      *
      * MASTER APPENDS ONE OF THESE RECORDS TO THE SHARED MOVEMENT     *
      * JOURNAL (INVMDD, DISP=MOD IN EVERY JOB): RECVNG16 ON A         *
      * RECEIPT, PSTASK16 AND BAKREL16 ON A SHIPMENT, RETURN16 ON A    *
      * CUSTOMER RETURN PUT BACK TO STOCK, PRTMNT16 WHEN A COUNT       *
      * OVERWRITES THE ON-HAND QUANTITY. INVVAL16 READS THE JOURNAL    *
      * AT MONTH END TO EXPLAIN THE MOVEMENT BETWEEN LAST MONTH'S      *
      * VALUATION AND THIS ONE.                                        *
      *                                                                *
      * MVJ-QTY IS ALWAYS POSITIVE; MVJ-DIRECTION SAYS WHICH WAY IT    *
      * MOVED STOCK. MVJ-UNIT-COST IS THE COST THE MOVEMENT WAS        *
      * BOOKED AT: THE PO PRICE ON A RECEIPT, THE PART'S AVERAGE COST  *
      * FOR EVERYTHING ELSE. MVJ-REFERENCE CARRIES THE MOVEMENT'S OWN  *
      * DOCUMENT: THE PO, INVOICE OR ORDER NUMBER.                     *
      ******************************************************************
          05 MVJ-PART-ID             PIC 9(5).
          05 FILLER                  PIC X(1).
          05 MVJ-TYPE                PIC X(1).
             88 MVJ-RECEIPT              VALUE 'R'.
             88 MVJ-SHIPMENT             VALUE 'S'.
             88 MVJ-RETURN               VALUE 'T'.
             88 MVJ-ADJUSTMENT           VALUE 'A'.
          05 FILLER                  PIC X(1).
          05 MVJ-QTY                 PIC 9(5).
          05 FILLER                  PIC X(1).
          05 MVJ-DIRECTION           PIC X(1).
             88 MVJ-STOCK-UP             VALUE '+'.
             88 MVJ-STOCK-DOWN           VALUE '-'.
          05 FILLER                  PIC X(1).
          05 MVJ-UNIT-COST           PIC 9(3)V99.
          05 FILLER                  PIC X(1).
          05 MVJ-DATE                PIC X(8).
          05 FILLER                  PIC X(1).
          05 MVJ-SOURCE-JOB          PIC X(8).
          05 FILLER                  PIC X(1).
          05 MVJ-REFERENCE           PIC X(10).
          05 FILLER                  PIC X(30).
      ******************************************************************
      * MVJ-DATE (YYYYMMDD) IS THE WRITING RUN'S DATE.                 *
      * RECORD LENGTH:  80                                             *
      ******************************************************************
