      ******************************************************************
      * COPYBOOK FEEDHST - INBOUND FEED ARRIVAL HISTORY RECORD         *
      *        LIBRARY(Z73460.COPYLIB.COBOL(FEEDHST))                 *
      *                                                                *
      * FEDMON45 APPENDS ONE RECORD TO FEED.ARRIVAL.HISTORY EACH TIME  *
      * IT SETTLES A FEED'S OUTCOME FOR A CYCLE. A FEED FIRST LOGGED   *
      * MISSING AND PICKED UP LATER THE SAME CYCLE GETS A SECOND       *
      * (LATE) RECORD; THE LATEST RECORD FOR A FEED AND CYCLE IS THE   *
      * ONE THAT COUNTS. FEDRPT45 REPORTS ON-TIME PERFORMANCE FROM IT. *
      *   FHS-OUTCOME: ON-TIME  ARRIVED BY THE WINDOW END              *
      *                LATE     ARRIVED AFTER THE WINDOW END           *
      *                MISSING  NOT THERE WHEN THE WINDOW HAD CLOSED   *
      *   FHS-CHECK-TS: WHEN FEDMON45 SAW THE OUTCOME, YYYYMMDDHHMMSS. *
      ******************************************************************
          05 FHS-FEED-ID             PIC X(8).
          05 FILLER                  PIC X(1).
          05 FHS-SENDER              PIC X(20).
          05 FILLER                  PIC X(1).
          05 FHS-CYCLE-DATE          PIC X(8).
          05 FILLER                  PIC X(1).
          05 FHS-CHECK-TS            PIC X(14).
          05 FILLER                  PIC X(1).
          05 FHS-OUTCOME             PIC X(8).
             88 FHS-ON-TIME          VALUE 'ON-TIME'.
             88 FHS-LATE             VALUE 'LATE'.
             88 FHS-MISSING          VALUE 'MISSING'.
          05 FILLER                  PIC X(1).
          05 FHS-RECORD-COUNT        PIC 9(7).
          05 FILLER                  PIC X(1).
          05 FHS-SMALL-FLAG          PIC X(1).
             88 FHS-SMALL            VALUE 'Y'.
          05 FILLER                  PIC X(8).
      ******************************************************************
      * RECORD LENGTH:  80                                             *
      ******************************************************************
