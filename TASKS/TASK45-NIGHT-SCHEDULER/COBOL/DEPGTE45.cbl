      *              EXECUTED TONIGHT STILL PASSES, AND A HOLIDAY     *
      *              WEEKEND NO LONGER CONFUSES THE SAME-CYCLE        *
      *              CHECK.                                           *
      * 2026/10/15 - A RECORD WITH A BLANK PREDECESSOR (A JOB          *
      *              DECLARATION, OR AN OUTPUT DATASET FOR THE RERUN   *
      *              IMPACT ANALYSIS, IMPACT45) NO LONGER COUNTS AS A  *
      *              PREDECESSOR THAT CAN NEVER BE SATISFIED.          *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  DEPDD (JOB.DEPENDENCIES) - JOB/PREDECESSOR PAIRS       *
                NOT AT END
                   IF DEPENDENCY-STATUS = '00'
                      IF DEP-JOB = WS-GATED-JOB
                         AND DEP-PRED NOT = SPACES
                         IF PRED-COUNT >= 20
                            DISPLAY 'ERROR: PREDECESSOR TABLE FULL '
                                    '(20 MAX)'
