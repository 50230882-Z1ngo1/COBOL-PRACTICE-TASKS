      ******************************************************************
      * COPYBOOK CARDTOK - CARD TOKEN REQUEST AREA                    *
      *        LIBRARY(Z73460.COPYLIB.COBOL(CARDTOK))                 *
      *                                                                *
      * A CARD TOKEN STANDS IN FOR A CARD NUMBER ON FILES THAT LEAVE  *
      * THE CARD SUBSYSTEM, OR ONLY NEED TO SAY "THIS CARD" - THE     *
      * CUSTOMER CROSS-REFERENCE (CUST.XREF.MASTER) AND THE EXPIRY    *
      * NOTICE EXTRACT (CARD.EXPIRY.NOTICE) ARE THE CASES. A          *
      * TOKEN IS 'TK' + 14 DIGITS: THE SAME CARD ALWAYS GETS THE SAME *
      * TOKEN, IT CAN NEVER BE MISTAKEN FOR A CARD NUMBER, AND ONLY   *
      * THE CARD TOKEN VAULT (CARD.TOKEN.VAULT, VLTDD) CAN TURN IT    *
      * BACK INTO ONE. THE CALLER SETS CK-FUNCTION AND CALLS CRDTOK11:*
      *   'T' - TOKENIZE: CK-CARD-NUMBER IN, CK-TOKEN OUT. A CARD NOT *
      *         YET ON THE VAULT IS GIVEN THE NEXT TOKEN.             *
      *   'D' - DETOKENIZE: CK-TOKEN IN, CK-CARD-NUMBER OUT. ONLY FOR *
      *         JOBS THAT MUST REACH THE CARD ITSELF (READ THE CARD   *
      *         MASTER, MATCH CARD ACTIVITY) - NEVER TO PRINT IT.     *
      *         A FULL CARD NUMBER STILL ON AN OLDER RECORD COMES     *
      *         BACK AS IT IS.                                        *
      *   'C' - CLOSE THE VAULT AT END OF RUN.                        *
      * BLANK IN GIVES BLANK OUT. CK-RESULT: 'Y' DONE, 'N' TOKEN NOT  *
      * ON THE VAULT, 'E' VAULT ERROR (SEE SYSOUT).                   *
      ******************************************************************
       01 WS-CARDTOK-REQUEST.
          05 CK-FUNCTION PIC X(1).
             88 CK-TOKENIZE VALUE 'T'.
             88 CK-DETOKENIZE VALUE 'D'.
             88 CK-CLOSE-VAULT VALUE 'C'.
          05 CK-CARD-NUMBER PIC X(16).
          05 CK-TOKEN PIC X(16).
          05 CK-RESULT PIC X(1).
             88 CK-OK VALUE 'Y'.
             88 CK-NOT-ON-VAULT VALUE 'N'.
             88 CK-VAULT-ERROR VALUE 'E'.
