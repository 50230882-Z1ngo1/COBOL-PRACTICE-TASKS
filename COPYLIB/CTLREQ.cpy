      ******************************************************************
      * COPYBOOK CTLREQ - HANDOFF CONTROL TOTAL REQUEST AREA          *
      *        LIBRARY(Z73460.COPYLIB.COBOL(CTLREQ))                  *
      *                                                                *
      * SHARED BY EVERY JOB THAT HANDS A FILE TO ANOTHER JOB OR TAKES *
      * ONE FROM IT. THE CALLER ADDS UP ITS OWN RECORD COUNT, HASH    *
      * TOTAL AND AMOUNT TOTAL FOR THE FILE (SEE COPYBOOK CTLTOT FOR  *
      * WHAT EACH HANDOFF SUMS), FILLS CC-HANDOFF AND CC-JOB-NAME,    *
      * AND CALLS CTLCHK45:                                           *
      *   CC-FUNCTION 'P' - PRODUCER, ONCE THE FILE IS WRITTEN:       *
      *     POSTS THE FIGURES TO THE CONTROL LOG (CTLDD).             *
      *   CC-FUNCTION 'V' - CONSUMER, BEFORE IT PROCESSES THE FILE:   *
      *     COMPARES ITS FIGURES WITH THE PRODUCER'S LATEST POSTING   *
      *     FOR THE SAME CYCLE AND LOGS THE OUTCOME. ANY RESULT BUT   *
      *     'B' MEANS THE FILE IS NOT THE ONE THE PRODUCER WROTE.     *
      * CTLCHK45 TAKES THE CYCLE DATE FROM CYCDAT40 AND RETURNS IT IN *
      * CC-CYCLE-DATE; ON A VERIFY IT RETURNS THE PRODUCER'S FIGURES  *
      * IN CC-PRODUCER-* FOR THE CALLER'S MESSAGES.                   *
      ******************************************************************
       01 WS-CTLTOT-REQUEST.
          05 CC-FUNCTION PIC X(1).
             88 CC-POST-CONTROL VALUE 'P'.
             88 CC-VERIFY-CONTROL VALUE 'V'.
          05 CC-HANDOFF PIC X(8).
          05 CC-JOB-NAME PIC X(8).
          05 CC-CYCLE-DATE PIC X(8).
          05 CC-RECORD-COUNT PIC 9(9).
          05 CC-HASH-TOTAL PIC 9(15).
          05 CC-AMOUNT-TOTAL PIC S9(13)V99.
          05 CC-RESULT PIC X(1).
             88 CC-POSTED VALUE 'P'.
             88 CC-BALANCED VALUE 'B'.
             88 CC-OUT-OF-BALANCE VALUE 'O'.
             88 CC-CONTROL-MISSING VALUE 'M'.
             88 CC-CONTROL-ERROR VALUE 'E'.
          05 CC-PRODUCER-JOB PIC X(8).
          05 CC-PRODUCER-COUNT PIC 9(9).
          05 CC-PRODUCER-HASH PIC 9(15).
          05 CC-PRODUCER-AMOUNT PIC S9(13)V99.
          05 CC-MESSAGE PIC X(60).
