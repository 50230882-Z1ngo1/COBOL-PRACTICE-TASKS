      ******************************************************************
      * COPYBOOK STMTTAG - STATEMENT GROUPING PREFIX                   *
      *        LIBRARY(Z73460.COPYLIB.COBOL(STMTTAG))                 *
      *                                                                *
      * STMTAG11 PUTS THIS 70-BYTE PREFIX IN FRONT OF EVERY POSTED     *
      * HISTORY AND POINTS LEDGER RECORD (THE ORIGINAL 80 BYTES FOLLOW *
      * UNCHANGED FROM POSITION 71) SO THE JCL SORT CAN BRING ALL THE  *
      * CARDS OF ONE CARD ACCOUNT (SEE COPYBOOK CARDACC) TOGETHER FOR  *
      * CRDSTM11'S CONSOLIDATED STATEMENT.                             *
      *                                                                *
      * STG-STMT-KEY IS THE ACCOUNT ID FOR A CARD ON A CARD ACCOUNT    *
      * AND THE CARD NUMBER ITSELF FOR A CARD THAT STANDS ALONE.       *
      * STG-CARD-SEQ PUTS THE PRIMARY CARD (OR THE STANDALONE CARD)    *
      * AHEAD OF THE AUTHORIZED USERS. SORT ON STG-SORT-KEY (1,33)     *
      * THEN THE ORIGINAL RECORD'S POST DATE (88,8).                   *
      * STG-CREDIT-LIMIT IS THE ACCOUNT'S COMBINED CREDIT LINE (ZERO   *
      * WHEN NOT SET OR STANDALONE) AND STG-PRIMARY-CARD-NUM ITS       *
      * PRIMARY CARD (ZERO WHEN STANDALONE OR NONE ON FILE).           *
      ******************************************************************
          05 STG-SORT-KEY.
             10 STG-STMT-KEY         PIC X(16).
             10 STG-CARD-SEQ         PIC X(1).
             10 STG-CARD-NUM         PIC 9(16).
          05 FILLER                  PIC X(1).
          05 STG-CARD-ROLE           PIC X(1).
             88 STG-PRIMARY-CARD         VALUE 'P'.
             88 STG-AUTHORIZED-USER      VALUE 'A'.
             88 STG-STANDALONE-CARD      VALUE SPACE.
          05 FILLER                  PIC X(1).
          05 STG-CREDIT-LIMIT        PIC 9(7)V99.
          05 FILLER                  PIC X(1).
          05 STG-PRIMARY-CARD-NUM    PIC 9(16).
          05 FILLER                  PIC X(8).
      ******************************************************************
      * PREFIX LENGTH:  70  (TAGGED RECORD LENGTH: 150)                *
      ******************************************************************
