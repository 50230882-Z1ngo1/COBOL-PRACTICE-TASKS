      ******************************************************************
      * COPYBOOK PERGATE - PERIOD-END JOB GATE REQUEST AREA            *
      *        LIBRARY(Z73460.COPYLIB.COBOL(PERGATE))                 *
      *                                                                *
      * SHARED BY EVERY JOB THAT CLOSES A MONTH, QUARTER OR YEAR       *
      * (CRDSTM11, COMSTM22, YTDROL22, CUSSTM26, FEEASS29). THE CALLER *
      * TAKES ITS CYCLE DATE FROM CYCDAT40 FIRST, THEN CALLS PERGTE40  *
      * USING WS-CYCDATE-REQUEST AND THIS AREA:                        *
      *   PG-FUNCTION 'C' BEFORE PROCESSING - IS THE CYCLE DATE THE    *
      *     RIGHT PERIOD END FOR PG-PERIOD-TYPE, AND HAS THIS JOB NOT  *
      *     ALREADY CLOSED THE PERIOD? ANY RESULT BUT 'O' MEANS DO     *
      *     NOT RUN.                                                   *
      *   PG-FUNCTION 'R' AFTER A SUCCESSFUL RUN - RECORDS THE PERIOD  *
      *     AS CLOSED ON THE PERIOD CLOSE LOG (PCLSDD), SO A SECOND    *
      *     RUN FOR IT IS REFUSED. A RUN THAT FAILS NEVER RECORDS, SO  *
      *     IT CAN SIMPLY BE RERUN.                                    *
      *   PG-PERIOD-ID IS THE YYYYMM OF THE PERIOD'S LAST MONTH        *
      *     (YEAR 2026 = 202612). LEFT BLANK, PERGTE40 TAKES IT FROM   *
      *     THE CYCLE DATE; SUPPLIED (E.G. FROM A 'PERIOD=' CARD), IT  *
      *     MUST MATCH THE CYCLE DATE'S MONTH.                         *
      ******************************************************************
       01 WS-PERGATE-REQUEST.
          05 PG-FUNCTION PIC X(1).
             88 PG-CHECK-PERIOD VALUE 'C'.
             88 PG-RECORD-CLOSE VALUE 'R'.
          05 PG-JOB-NAME PIC X(8).
          05 PG-PERIOD-TYPE PIC X(1).
             88 PG-MONTHLY VALUE 'M'.
             88 PG-QUARTERLY VALUE 'Q'.
             88 PG-YEARLY VALUE 'Y'.
          05 PG-PERIOD-ID PIC X(6).
          05 PG-RESULT PIC X(1).
             88 PG-RUN-OK VALUE 'O'.
             88 PG-WRONG-BOUNDARY VALUE 'B'.
             88 PG-ALREADY-CLOSED VALUE 'C'.
             88 PG-GATE-ERROR VALUE 'E'.
          05 PG-MESSAGE PIC X(60).
