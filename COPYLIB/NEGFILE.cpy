      ******************************************************************
      * COPYBOOK NEGFILE - CREDIT NEGATIVE FILE RECORD                 *
      *        LIBRARY(Z73460.COPYLIB.COBOL(NEGFILE))                 *
      *                                                                *
      * ONE RECORD PER PERSON WE DO NOT LEND TO WITHOUT A HUMAN        *
      * LOOKING FIRST, ON CREDIT.NEGATIVE.FILE (NEGDD, KSDS, KEY       *
      * NEG-KEY). MAINTAINED ONLY BY NEGMNT23; READ BY APSCRN23 TO     *
      * SCREEN EACH NIGHT'S APPLICANTS BEFORE JOBSUB23 DECIDES.        *
      *   'F' - CONFIRMED FRAUD, ADDED BY THE FRAUD TEAM. NEG-REF IS   *
      *         THEIR CASE NUMBER.                                     *
      *   'C' - CHARGED-OFF BORROWER. NEG-REF IS THE ACCOUNT OR LOAN   *
      *         CHARGED OFF.                                           *
      *   'H' - OWNER OF A CARD ON THE HOT-CARD FILE (HOTMNT11).       *
      *         NEG-REF IS THE CARD NUMBER. BUILT AND PURGED BY        *
      *         NEGMNT23 FROM THE HOT FILE THROUGH THE CUSTOMER SPINE, *
      *         WHICH CARRIES NAME AND ADDRESS ONLY.                   *
      ******************************************************************
          05 NEG-KEY.
             10 NEG-TYPE             PIC X(1).
                88 NEG-CONFIRMED-FRAUD         VALUE 'F'.
                88 NEG-CHARGE-OFF              VALUE 'C'.
                88 NEG-HOT-CARD-OWNER          VALUE 'H'.
             10 NEG-REF              PIC X(16).
          05 NEG-LAST-NAME           PIC X(20).
          05 NEG-FIRST-NAME          PIC X(15).
          05 NEG-BIRTH-DATE          PIC X(8).
          05 NEG-NATIONAL-ID         PIC X(9).
          05 NEG-ADDRESS-LINE        PIC X(30).
          05 NEG-POSTAL-CODE         PIC X(10).
          05 NEG-REASON              PIC X(20).
          05 NEG-SOURCE              PIC X(8).
          05 NEG-ADDED-DATE          PIC X(8).
          05 FILLER                  PIC X(15).
      ******************************************************************
      * IDENTITY FIELDS FOLLOW THE APPLICNT CONVENTIONS. ANY OF THEM   *
      * MAY BE SPACES WHEN NOT KNOWN; A BLANK FIELD NEVER MATCHES.     *
      * ON 'H' ENTRIES NEG-LAST-NAME HOLDS THE SPINE CUSTOMER NAME AS  *
      * ONE STRING AND NEG-FIRST-NAME IS SPACES.                       *
      * NEG-SOURCE IS THE SUBMITTER, OR 'HOTMNT11' FOR 'H' ENTRIES.    *
      * RECORD LENGTH: 160                                             *
      ******************************************************************
