      ******************************************************************
      * COPYBOOK LOCSTK - PARTS STOCK BY LOCATION (KSDS RECORD)        *
      *        LIBRARY(Z73460.COPYLIB.COBOL(LOCSTK))                  *
      *                                                                *
      * ONE RECORD PER PART PER STOCKING LOCATION (WAREHOUSE OR VAN)   *
      * ON PARTS.LOCATION.STOCK.VSAM (PLOCVDD), KEYED PART/LOCATION.   *
      * PART-STOCK-QTY ON THE CATALOG MASTER REMAINS THE COMPANY-WIDE  *
      * BOOK QUANTITY: THE SUM OF LSK-ON-HAND AND LSK-IN-TRANSIT OVER  *
      * THE PART'S LOCATIONS. STOCK THE LOCATIONS DO NOT ACCOUNT FOR   *
      * (PUT AWAY BEFORE LOCATIONS EXISTED, A RETURN, A CATALOG-LEVEL  *
      * COUNT IN PRTMNT16) IS TAKEN TO BE ON HAND AT THE PRIMARY       *
      * WAREHOUSE AND IS FOLDED INTO ITS RECORD BY THE NEXT JOB THAT   *
      * ALLOCATES OR TRANSFERS THE PART.                               *
      *                                                                *
      * LSK-ON-HAND IS PICKABLE STOCK AT THE LOCATION. LSK-IN-TRANSIT  *
      * IS STOCK SHIPPED TO THIS LOCATION ON A TRANSFER (LOCXFR16)     *
      * AND NOT YET RECEIVED - OWNED, BUT NOT PICKABLE ANYWHERE.       *
      ******************************************************************
          05 LSK-KEY.
             10 LSK-PART-ID          PIC 9(5).
             10 LSK-LOC-ID           PIC X(4).
          05 LSK-ON-HAND             PIC 9(5).
          05 LSK-IN-TRANSIT          PIC 9(5).
          05 FILLER                  PIC X(11).
      ******************************************************************
      * RECORD LENGTH:  30                                             *
      ******************************************************************
