      *   LINE (BOTH IDS, THE SHARED NAME). RECORDS WITH A BLANK      *
      *   NAME OR ADDRESS ARE COUNTED AND LEFT OUT - BLANK MATCHES    *
      *   BLANK EVERYWHERE AND WOULD DROWN THE REPORT.                *
      *   CUSTOMERS ALREADY MERGED AWAY (STATUS 'M', BY CUSMRG39)     *
      *   ARE COUNTED AND LEFT OUT TOO - THEIR ADDRESS FIELD NOW      *
      *   HOLDS THE SURVIVOR POINTER, AND A REVIEWED SUSPECT PAIR     *
      *   SHOULD NOT COME BACK AFTER THE MERGE HAS BEEN DONE.         *
      *                                                                *
      * COPYBOOK: TASK32 - CUSTOMER RECORD LAYOUT (CUST-RECORD)        *
      *                                                                *
       01 WS-COUNTERS.
          05 CUSTOMERS-READ PIC 9(7) VALUE 0.
          05 BLANK-SKIPPED PIC 9(7) VALUE 0.
          05 MERGED-SKIPPED PIC 9(7) VALUE 0.
          05 SUSPECT-PAIRS PIC 9(7) VALUE 0.

      **********************************************
           DISPLAY 'DUPLICATE-SUSPECT SCAN COMPLETE.'.
           DISPLAY 'CUSTOMERS READ:    ' CUSTOMERS-READ.
           DISPLAY 'BLANK, LEFT OUT:   ' BLANK-SKIPPED.
           DISPLAY 'MERGED, LEFT OUT:  ' MERGED-SKIPPED.
           DISPLAY 'SUSPECT PAIRS:     ' SUSPECT-PAIRS.
           STOP RUN.

           END-IF.

      **********************************************
      * SEQUENTIAL SCAN OF THE CUSTOMER MASTER. A CUSTOMER
      * ALREADY MERGED AWAY IS COUNTED AND NOT COMPARED.
      **********************************************
       SCAN-ALL-CUSTOMERS.
           PERFORM UNTIL EOF
                NOT AT END
                   IF CUST-MASTER-STATUS = '00'
                      ADD 1 TO CUSTOMERS-READ
                      IF CUST-STATUS = 'M'
                         ADD 1 TO MERGED-SKIPPED
                      ELSE
                         PERFORM CHECK-ONE-CUSTOMER
                      END-IF
                   ELSE
                      DISPLAY 'ERROR READING CUSTOMER MASTER: '
                               CUST-MASTER-STATUS
