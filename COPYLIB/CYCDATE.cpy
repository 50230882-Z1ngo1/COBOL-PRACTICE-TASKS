      * DATE IS A BUSINESS DAY ON THE CALENDAR. CYCDAT40 LOGS THE     *
      * DATE USED AND ITS SOURCE SO AN AUDIT CAN TIE A NIGHT'S        *
      * OUTPUTS TO ITS PROCESSING DATE.                               *
      * CD-MONTH-END, CD-QUARTER-END AND CD-YEAR-END SAY WHETHER THE  *
      * CYCLE DATE CLOSES ITS MONTH, QUARTER OR YEAR: THE DATE THE    *
      * CALENDAR MARKS AS THE PERIOD END FOR ITS MONTH, OR, IN A      *
      * MONTH WITH NO MARKER, THE LAST BUSINESS DAY OF THE MONTH.     *
      * PERIOD JOBS CHECK THEM THROUGH PERGTE40 (COPYBOOK PERGATE).   *
      ******************************************************************
       01 WS-CYCDATE-REQUEST.
          05 CD-JOB-NAME PIC X(8).
          05 CD-SOURCE PIC X(1).
             88 CD-FROM-CYCLE-FILE VALUE 'F'.
             88 CD-FROM-CLOCK VALUE 'C'.
          05 CD-MONTH-END PIC X(1).
             88 CD-IS-MONTH-END VALUE 'Y'.
          05 CD-QUARTER-END PIC X(1).
             88 CD-IS-QUARTER-END VALUE 'Y'.
          05 CD-YEAR-END PIC X(1).
             88 CD-IS-YEAR-END VALUE 'Y'.
