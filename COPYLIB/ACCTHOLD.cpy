      ******************************************************************
      * COPYBOOK ACCTHOLD - ACCOUNT HOLD / LIEN RECORD                 *
      *        LIBRARY(Z73460.COPYLIB.COBOL(ACCTHOLD))                *
      *                                                                *
      * ONE RECORD PER HOLD PLACED ON A DEPOSIT ACCOUNT, ON THE VSAM   *
      * KSDS ACCT.HOLDS KEYED BY ACCOUNT AND HOLD ID. HLDMNT29 IS THE  *
      * ONLY JOB THAT WRITES IT. A HOLD RESERVES HLD-AMOUNT OF THE     *
      * BALANCE - NOT THE WHOLE ACCOUNT - SO ESDS29 AND OPRPST29 TEST  *
      * DEBITS AGAINST THE AVAILABLE BALANCE:                          *
      *   AVAILABLE = LEDGER BALANCE - SUM OF ACTIVE HOLDS.            *
      * A HOLD IS ACTIVE ON A DATE WHEN HLD-STATUS IS 'A', THE DATE IS *
      * ON OR AFTER HLD-START-DATE, AND HLD-EXPIRY-DATE IS BLANK (IN   *
      * FORCE UNTIL RELEASED, AS FOR A COURT ORDER) OR ON OR AFTER THE *
      * DATE. A RELEASED HOLD STAYS ON FILE AS HISTORY.                *
      *   HLD-REASON: LG LEGAL ORDER / GARNISHMENT                     *
      *               UD UNCLEARED DEPOSIT                             *
      *               CA PENDING CARD AUTHORIZATION                    *
      *               OT OTHER                                         *
      ******************************************************************
          05 HLD-KEY.
             10 HLD-ACCT-ID          PIC X(6).
             10 HLD-HOLD-ID          PIC X(6).
          05 HLD-AMOUNT              PIC 9(7)V99.
          05 HLD-REASON              PIC X(2).
             88 HLD-REASON-VALID     VALUE 'LG' 'UD' 'CA' 'OT'.
          05 HLD-PLACED-BY           PIC X(8).
          05 HLD-START-DATE          PIC X(8).
          05 HLD-EXPIRY-DATE         PIC X(8).
          05 HLD-STATUS              PIC X(1).
             88 HLD-IN-FORCE         VALUE 'A'.
             88 HLD-RELEASED         VALUE 'R'.
          05 HLD-RELEASED-DATE       PIC X(8).
          05 HLD-RELEASED-BY         PIC X(8).
          05 FILLER                  PIC X(16).
      ******************************************************************
      * RECORD LENGTH:  80                                             *
      ******************************************************************
