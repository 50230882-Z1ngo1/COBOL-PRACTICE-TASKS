      ******************************************************************
      * COPYBOOK CARDMSK - CARD NUMBER MASKING REQUEST AREA           *
      *        LIBRARY(Z73460.COPYLIB.COBOL(CARDMSK))                 *
      *                                                                *
      * SHARED BY EVERY JOB THAT PUTS A CARD NUMBER WHERE A PERSON    *
      * CAN READ IT - REPORTS, LISTINGS, STATEMENTS, SYSOUT, AND THE  *
      * EXTRACTS THAT DO NOT NEED THE FULL NUMBER. THE CARD-SCHEME    *
      * RULE IS AT MOST THE FIRST SIX AND LAST FOUR DIGITS. THE       *
      * CALLER SETS CM-FUNCTION AND CALLS CRDMSK11:                   *
      *   'M' - MASK ONE CARD NUMBER FIELD: CM-CARD-NUMBER IN,        *
      *         CM-MASKED-NUMBER OUT ('411111******1111'). BLANKS     *
      *         STAY BLANK AND A CARD TOKEN ('TK' + 14 DIGITS, SEE    *
      *         COPYBOOK CARDTOK) IS RETURNED AS IT IS - IT IS NOT A  *
      *         CARD NUMBER.                                          *
      *   'S' - SCRUB A LINE: EVERY CARD NUMBER FOUND ANYWHERE IN     *
      *         CM-LINE(1:CM-LINE-LENGTH) IS MASKED IN PLACE.         *
      *   'F' - FIND ONLY: AS 'S' BUT CM-LINE IS LEFT UNCHANGED       *
      *         (THE COMPLIANCE SCAN, PANSCN11).                      *
      * FOR 'S' AND 'F', CM-PAN-COUNT IS HOW MANY WERE FOUND AND      *
      * CM-FIRST-POSITION/CM-FIRST-MASKED SAY WHERE THE FIRST ONE IS  *
      * AND WHAT IT LOOKS LIKE MASKED. A CARD NUMBER IN A LINE IS ANY *
      * 16 CONSECUTIVE DIGITS STARTING 3-6 THAT PASS THE MOD-10       *
      * (LUHN) CHECK.                                                 *
      ******************************************************************
       01 WS-CARDMSK-REQUEST.
          05 CM-FUNCTION PIC X(1).
             88 CM-MASK-NUMBER VALUE 'M'.
             88 CM-SCRUB-LINE VALUE 'S'.
             88 CM-FIND-IN-LINE VALUE 'F'.
          05 CM-CARD-NUMBER PIC X(16).
          05 CM-MASKED-NUMBER PIC X(16).
          05 CM-LINE-LENGTH PIC 9(3).
          05 CM-LINE PIC X(256).
          05 CM-PAN-COUNT PIC 9(3).
          05 CM-FIRST-POSITION PIC 9(3).
          05 CM-FIRST-MASKED PIC X(16).
