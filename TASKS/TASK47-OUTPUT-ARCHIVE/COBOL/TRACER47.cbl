      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/09/02                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/10/15 - EVERY LINE OF THE TRAIL IS SCRUBBED (CRDMSK11)    *
      *              BEFORE IT IS WRITTEN, SO A CARD NUMBER IN A       *
      *              TRACED RECORD - OR IN THE VALUE BEING TRACED -    *
      *              PRINTS MASKED TO ITS FIRST SIX AND LAST FOUR      *
      *              DIGITS. MATCHING IS STILL ON THE RECORD AS READ.  *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  SYSIN - TYPE= / VALUE= / FROM= / TO= CARDS             *
      * INPUT:  TRCCTL - SOURCE SLOTS AND LABELS, IN DD ORDER          *

       WORKING-STORAGE SECTION.

      * CARD NUMBER MASKING REQUEST AREA - SEE COPYBOOK CARDMSK
      * AND SUBPROGRAM CRDMSK11.
           COPY CARDMSK.

      * FILE STATUS VARIABLES
       01 WS-FILE-STATUSES.
          05 SYSIN-STATUS PIC X(2).
           PERFORM WRITE-REPORT-LINE.

      **********************************************
      * WRITES WHATEVER LINE IS CURRENTLY IN REPORT-REC, WITH ANY
      * CARD NUMBER IN IT MASKED FIRST.
      **********************************************
       WRITE-REPORT-LINE.
           MOVE 'S' TO CM-FUNCTION.
           MOVE 80 TO CM-LINE-LENGTH.
           MOVE REPORT-REC TO CM-LINE.
           CALL 'CRDMSK11' USING WS-CARDMSK-REQUEST END-CALL.
           MOVE CM-LINE(1:80) TO REPORT-REC.
           WRITE REPORT-REC.
           IF REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING REPORT FILE: ' REPORT-STATUS
