       05 CUST-CREDIT-LIMIT       PIC 9(7)V99.
       05 CUST-NAME               PIC X(25).
       05 CUST-ADDRESS            PIC X(25).
      * A CUSTOMER MERGED AWAY (CUST-STATUS 'M') CARRIES THE SURVIVING
      * CUSTOMER ID IN PLACE OF ITS ADDRESS - THE ORIGINAL ADDRESS IS
      * KEPT ON THE MERGE REGISTER (CUSMRG39) UNTIL THE MERGE STANDS.
       05 CUST-MERGE-POINTER REDEFINES CUST-ADDRESS.
          10 CUST-MERGE-TAG       PIC X(10).
          10 CUST-MERGED-INTO     PIC X(5).
          10 FILLER               PIC X(10).
      * RISK/VALUE SEGMENT SET MONTHLY BY CUSSEG39 - 'H' HIGH RISK,
      * 'W' WATCH, 'D' DORMANT, 'V' VALUE, 'S' STANDARD, SPACE NOT
      * YET SEGMENTED. ITS EFFECTIVE DATE AND HISTORY ARE ON THE
      * SEGMENT HISTORY FILE (CUST.SEGMENT.HISTORY).
       05 CUST-SEGMENT            PIC X(1).
       05 FILLER                  PIC X(3).
      ******************************************************************
      * RECORD LENGTH:  80                                             *
      ******************************************************************
