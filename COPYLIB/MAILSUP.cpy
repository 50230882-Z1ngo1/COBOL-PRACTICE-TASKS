      ******************************************************************
      * COPYBOOK MAILSUP - MAIL SUPPRESSION (RETURNED MAIL) RECORD     *
      *        LIBRARY(Z73460.COPYLIB.COBOL(MAILSUP))                 *
      *                                                                *
      * ONE RECORD PER CUSTOMER IDENTIFIER WHOSE MAIL HAS COME BACK    *
      * UNDELIVERABLE, ON THE VSAM KSDS MAIL.SUPPRESS KEYED BY ID TYPE *
      * AND ID. RTMINT39 WRITES IT FROM THE RETURNED-MAIL INTAKE,      *
      * RESOLVING THE RETURNED ID THROUGH THE CUSTOMER XREF AND        *
      * FLAGGING THE SPINE CUSTOMER AND EVERY ID MAPPED TO IT, SO EACH *
      * MAILING JOB CAN TEST THE ID IT ALREADY HOLDS:                  *
      *   MSP-ID-TYPE: R  REPORTING (SPINE) CUST-ID - CUSMLX32         *
      *                P  PAYMENTS CUST-ID          - CUSSTM26         *
      *                O  ORDERS CUST-ID                               *
      *                C  CARD NUMBER               - CRDSTM11         *
      * MAIL IS SUPPRESSED WHILE MSP-STATUS IS 'A'. CUSMNT32 CLEARS    *
      * EVERY ENTRY FOR THE CUSTOMER ('C', WITH THE DATE) WHEN A NEW   *
      * ADDRESS ARRIVES; A CLEARED ENTRY STAYS ON FILE AS HISTORY AND  *
      * IS RE-ACTIVATED BY THE NEXT RETURN.                            *
      *   MSP-REASON: NA NO SUCH ADDRESS                               *
      *               MV MOVED, NO FORWARDING ADDRESS                  *
      *               RF REFUSED                                       *
      *               UN UNDELIVERABLE, OTHER                          *
      ******************************************************************
          05 MSP-KEY.
             10 MSP-ID-TYPE          PIC X(1).
                88 MSP-ID-TYPE-VALID VALUE 'R' 'P' 'O' 'C'.
             10 MSP-ID               PIC X(16).
          05 MSP-SPINE-ID            PIC X(5).
          05 MSP-STATUS              PIC X(1).
             88 MSP-ACTIVE           VALUE 'A'.
             88 MSP-CLEARED          VALUE 'C'.
          05 MSP-FLAG-DATE           PIC X(8).
          05 MSP-LAST-RETURN-DATE    PIC X(8).
          05 MSP-RETURN-COUNT        PIC 9(3).
          05 MSP-LAST-SOURCE-JOB     PIC X(8).
          05 MSP-REASON              PIC X(2).
             88 MSP-REASON-VALID     VALUE 'NA' 'MV' 'RF' 'UN'.
          05 MSP-CLEARED-DATE        PIC X(8).
          05 MSP-CLEARED-BY          PIC X(8).
          05 MSP-BAD-ADDRESS         PIC X(25).
          05 FILLER                  PIC X(7).
      ******************************************************************
      * RECORD LENGTH:  100                                            *
      ******************************************************************
