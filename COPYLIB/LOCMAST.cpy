      ******************************************************************
      * COPYBOOK LOCMAST - STOCKING LOCATION MASTER RECORD             *
      *        LIBRARY(Z73460.COPYLIB.COBOL(LOCMAST))                 *
      *                                                                *
      * ONE RECORD PER STOCKING LOCATION ON LOCATION.MASTER (LOCNDD).  *
      * FILE ORDER IS ALLOCATION ORDER: AN ORDER LINE IS FILLED FROM   *
      * THE CUSTOMER'S HOME LOCATION FIRST, THEN FROM THE OTHER        *
      * LOCATIONS IN THE ORDER LISTED HERE. THE FIRST RECORD IS THE    *
      * PRIMARY WAREHOUSE: THE DEFAULT HOME LOCATION, THE DEFAULT      *
      * RECEIVING LOCATION, AND WHERE UNLOCATED STOCK IS TAKEN TO BE.  *
      ******************************************************************
          05 LCM-LOC-ID              PIC X(4).
          05 FILLER                  PIC X(1).
          05 LCM-LOC-NAME            PIC X(20).
          05 FILLER                  PIC X(1).
          05 LCM-LOC-TYPE            PIC X(1).
             88 LCM-WAREHOUSE            VALUE 'W'.
             88 LCM-VAN-STOCK            VALUE 'V'.
          05 FILLER                  PIC X(53).
      ******************************************************************
      * RECORD LENGTH:  80                                             *
      ******************************************************************
