      ******************************************************************
      * COPYBOOK FEEDREG - INBOUND FEED REGISTRY RECORD                *
      *        LIBRARY(Z73460.COPYLIB.COBOL(FEEDREG))                 *
      *                                                                *
      * ONE RECORD PER FILE WE RECEIVE FROM OUTSIDE, ON THE FEED       *
      * REGISTRY (FEED.REGISTRY). FEDMON45 CHECKS A FEED'S ARRIVAL AND *
      * RECORD COUNT AGAINST ITS ENTRY; FEDRPT45 GROUPS THE ARRIVAL    *
      * HISTORY BY SENDER.                                             *
      *   FRG-DAY-RULE:   B  EXPECTED ON BUSINESS DAYS ONLY            *
      *                   A  EXPECTED EVERY DAY                        *
      *   FRG-WINDOW-START/END: EXPECTED ARRIVAL WINDOW, HHMM, ON THE  *
      *     CYCLE DAY. AN END BEFORE THE START MEANS THE WINDOW RUNS   *
      *     PAST MIDNIGHT INTO THE NEXT MORNING.                       *
      *   FRG-MIN-RECORDS: FEWER RECORDS THAN THIS IS ALWAYS SMALL.    *
      *   FRG-SMALL-PCT: ONCE THE FEED HAS HISTORY, A COUNT UNDER      *
      *     THIS PERCENTAGE OF ITS RECENT AVERAGE IS ALSO SMALL.       *
      *   FRG-DATE-COL: COLUMN OF A YYYYMMDD FILE DATE IN THE FIRST    *
      *     RECORD (00 = NO HEADER DATE). A FILE DATED BEFORE THE      *
      *     CYCLE DATE IS YESTERDAY'S FILE AND DOES NOT COUNT AS       *
      *     ARRIVED.                                                   *
      ******************************************************************
          05 FRG-FEED-ID             PIC X(8).
          05 FILLER                  PIC X(1).
          05 FRG-SENDER              PIC X(20).
          05 FILLER                  PIC X(1).
          05 FRG-CONSUMER            PIC X(8).
          05 FILLER                  PIC X(1).
          05 FRG-DAY-RULE            PIC X(1).
             88 FRG-BUSINESS-DAYS    VALUE 'B'.
             88 FRG-EVERY-DAY        VALUE 'A'.
          05 FILLER                  PIC X(1).
          05 FRG-WINDOW-START        PIC 9(4).
          05 FILLER                  PIC X(1).
          05 FRG-WINDOW-END          PIC 9(4).
          05 FILLER                  PIC X(1).
          05 FRG-MIN-RECORDS         PIC 9(7).
          05 FILLER                  PIC X(1).
          05 FRG-SMALL-PCT           PIC 9(3).
          05 FILLER                  PIC X(1).
          05 FRG-DATE-COL            PIC 9(2).
          05 FILLER                  PIC X(15).
      ******************************************************************
      * RECORD LENGTH:  80                                             *
      ******************************************************************
