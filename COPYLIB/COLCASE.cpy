      ******************************************************************
      * COPYBOOK COLCASE - COLLECTIONS CASE MASTER RECORD              *
      *        LIBRARY(Z73460.COPYLIB.COBOL(COLCASE))                 *
      *                                                                *
      * ONE RECORD PER CUSTOMER IN COLLECTIONS ON COLLECT.CASE.MASTER  *
      * (COLCDD, KSDS, KEY CC-KEY). COLQUE39 OPENS AND REFRESHES THE   *
      * CASES NIGHTLY FROM THE CARD DELINQUENCY CARRY, THE LOAN MASTER *
      * AND THE PARTS A/R AGING, CURES THOSE NO LONGER PAST DUE, AND   *
      * RECOMMENDS CHARGE-OFF PAST THE CONFIGURED AGE. COLACT39 POSTS  *
      * COLLECTOR ACTIONS AND PROMISES TO PAY; COLCHG39 POSTS          *
      * FINANCE'S CHARGE-OFF DECISIONS.                                *
      *                                                                *
      * A CUSTOMER THE SPINE XREF KNOWS IS ONE CASE KEYED 'S' + SPINE  *
      * ID, HOWEVER MANY OF THEIR ACCOUNTS ARE PAST DUE. AN ACCOUNT    *
      * THE XREF CANNOT PLACE IS A CASE OF ITS OWN, KEYED BY SOURCE:   *
      * 'C' + CARD TOKEN, 'L' + LOAN ID, 'A' + A/R CUSTOMER ID.        *
      ******************************************************************
          05 CC-KEY.
             10 CC-KEY-TYPE          PIC X(1).
                88 CC-SPINE-CUSTOMER           VALUE 'S'.
                88 CC-UNLINKED-CARD            VALUE 'C'.
                88 CC-UNLINKED-LOAN            VALUE 'L'.
                88 CC-UNLINKED-AR              VALUE 'A'.
             10 CC-KEY-REF           PIC X(16).
          05 CC-STATUS               PIC X(1).
             88 CC-OPEN                        VALUE 'O'.
             88 CC-CHGOFF-PENDING              VALUE 'P'.
             88 CC-CURED                       VALUE 'R'.
             88 CC-CHARGED-OFF                 VALUE 'W'.
          05 CC-CUST-NAME            PIC X(25).
          05 CC-CUST-ADDRESS         PIC X(25).
          05 CC-OPEN-DATE            PIC X(8).
          05 CC-LAST-QUEUE-DATE      PIC X(8).
          05 CC-CURED-DATE           PIC X(8).
      * POSITION AS OF THE LAST NIGHT THE CASE WAS QUEUED
          05 CC-BALANCE              PIC 9(9)V99.
          05 CC-PAST-DUE             PIC 9(9)V99.
          05 CC-WORST-DPD            PIC 9(5).
          05 CC-ACCOUNT-COUNT        PIC 9(3).
          05 CC-PRIORITY             PIC 9(5).
      * COLLECTOR WORK - MAINTAINED BY COLACT39
          05 CC-COLLECTOR            PIC X(8).
          05 CC-LAST-ACTION          PIC X(4).
          05 CC-LAST-ACTION-DATE     PIC X(8).
          05 CC-ACTION-COUNT         PIC 9(5).
          05 CC-PTP-STATUS           PIC X(1).
             88 CC-PTP-NONE                    VALUE ' '.
             88 CC-PTP-OPEN                    VALUE 'O'.
             88 CC-PTP-KEPT                    VALUE 'K'.
             88 CC-PTP-BROKEN                  VALUE 'B'.
          05 CC-PTP-AMOUNT           PIC 9(7)V99.
          05 CC-PTP-DATE             PIC X(8).
          05 CC-PTP-BASE-PAST-DUE    PIC 9(9)V99.
      * CHARGE-OFF - RECOMMENDED BY COLQUE39, DECIDED BY COLCHG39
          05 CC-CHGOFF-REC-DATE      PIC X(8).
          05 CC-CHGOFF-DECISION-DATE PIC X(8).
          05 CC-CHGOFF-APPROVER      PIC X(8).
          05 FILLER                  PIC X(35).
      ******************************************************************
      * DATES ARE YYYYMMDD; SPACES UNTIL THE EVENT HAS HAPPENED.       *
      * CC-BALANCE IS EVERYTHING OWED ON THE CASE'S ACCOUNTS (A CARD   *
      * COUNTS ONLY ITS PAST-DUE AMOUNT - THE CARD MASTER CARRIES NO   *
      * BALANCE); CC-PAST-DUE IS THE PART OF IT OVERDUE.               *
      * A PROMISE TO PAY IS KEPT WHEN, AFTER ITS DATE, THE PAST-DUE    *
      * AMOUNT HAS COME DOWN FROM CC-PTP-BASE-PAST-DUE BY AT LEAST     *
      * CC-PTP-AMOUNT, OR THE CASE HAS CURED; OTHERWISE IT IS BROKEN.  *
      * A DECLINED CHARGE-OFF LEAVES THE CASE OPEN WITH THE DECISION   *
      * DATE SET AND CC-CHGOFF-APPROVER NAMING WHO DECLINED IT.        *
      * RECORD LENGTH: 240                                             *
      ******************************************************************
