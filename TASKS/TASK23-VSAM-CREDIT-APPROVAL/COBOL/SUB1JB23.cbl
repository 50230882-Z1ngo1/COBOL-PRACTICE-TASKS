      *      REASON: POOR CREDIT SCORE                                 *
      *   2. LATE-PAYMENTS >= 3               -> REJECTED               *
      *      REASON: TOO MANY LATE PAYMENTS                            *
      *   2A. LINKED CUSTOMER 60+ DAYS PAST DUE ON ANY OF OUR OWN      *
      *      ACCOUNTS                         -> REJECTED              *
      *      REASON: INTERNAL DELINQUENCY                              *
      *   3. INCOME = 0, OR DEBT-TO-INCOME RATIO OVER MAX+BAND         *
      *                                       -> REJECTED               *
      *      REASON: DEBT-TO-INCOME TOO HIGH                           *
      *   4. CURRENT-DEBT + LOAN > SCORE*200 + DEBT-BAND -> REJECTED   *
      *      REASON: DEBT EXCEEDS LIMIT                                *
      *   4A. LINKED CUSTOMER 30+ DAYS PAST DUE, OR ON CREDIT HOLD /   *
      *      SUSPENDED WITH US               -> REFER                 *
      *      REASON: INTERNAL PAST DUE / INTERNAL ACCOUNT HOLD         *
      *   5. SCORE < 600, OR DEBT-TO-INCOME RATIO OVER MAX, OR DEBT    *
      *      OVER SCORE*200                  -> REFER                 *
      *      REASON: BORDERLINE - REFER                                *
      *      REASON: CLIENT QUALIFIES                                  *
      *                                                                *
      * MODIFICATION HISTORY:                                         *
      * 2026/10/15 - EXISTING-RELATIONSHIP CHECK: THE DRIVER NOW       *
      *              PASSES WHAT WE ALREADY KNOW ABOUT AN APPLICANT    *
      *              LINKED TO THE CUSTOMER SPINE - INTERNAL EXPOSURE, *
      *              WORST DAYS PAST DUE ACROSS LOANS, CARDS AND PARTS *
      *              INVOICES, AND ANY CREDIT HOLD OR SUSPENSION. 60+  *
      *              DAYS PAST DUE WITH US IS A HARD REJECT, 30+ OR A  *
      *              HOLD REFERS, AND THE DEBT THE RATIOS RUN ON IS    *
      *              THE GREATER OF THE SELF-REPORTED DEBT AND THE     *
      *              INTERNAL EXPOSURE.                                *
      * 2026/09/02 - RISK-BASED PRICING: AN APPROVED APPLICANT NOW   *
      *              GETS A PRICING TIER AND APR ALONGSIDE THE       *
      *              DECISION, PICKED FROM THE TIER TABLE THE        *
       01 WS-SCORE-TOLERANCE PIC 9(3) VALUE 75.
       01 WS-DEROG-LIMIT PIC 9(3) VALUE 4.

      * DAYS PAST DUE ON ANY OF OUR OWN ACCOUNTS AT WHICH A LINKED
      * APPLICANT IS REJECTED OUTRIGHT, AND AT WHICH ONE IS REFERRED
      * FOR AN UNDERWRITER TO LOOK AT.
       01 WS-INTERNAL-DPD-REJECT PIC 9(3) VALUE 60.
       01 WS-INTERNAL-DPD-REFER PIC 9(3) VALUE 30.

      * THE DEBT THE RATIOS RUN ON: SELF-REPORTED, UNLESS WHAT THE
      * APPLICANT ALREADY OWES US IS MORE.
       01 WS-KNOWN-DEBT PIC 9(9)V99.

      * TIER SCAN SUBSCRIPT AND MATCH FLAG
       01 WS-TIER-SUB PIC 9(2).
       01 WS-TIER-HIT PIC X(1).
       01 LS-BUREAU-SCORE PIC 9(3).
       01 LS-DEROG-COUNT PIC 9(3).

      * WHAT THE DRIVER FOUND ON OUR OWN SYSTEMS FOR AN APPLICANT
      * LINKED TO THE CUSTOMER SPINE. LS-REL-LINKED = 'N' (NOT ON
      * THE XREF, OR NO CUSTOMER ID ON THE APPLICATION) LEAVES THE
      * DECISION EXACTLY AS IT WAS.
       01 LS-RELATIONSHIP.
          05 LS-REL-LINKED PIC X(1).
          05 LS-REL-EXPOSURE PIC 9(9)V99.
          05 LS-REL-WORST-DPD PIC 9(3).
          05 LS-REL-HOLD PIC X(1).

      * THE CUTOFF PARAMETER SET THE DECISION RUNS UNDER. THE
      * DRIVER OWNS THE VALUES, SO IT CAN SCORE THE SAME
      * APPLICANT UNDER BOTH THE PRODUCTION SET AND A CHALLENGER
                          LS-BUREAU-PRESENT,
                          LS-BUREAU-SCORE,
                          LS-DEROG-COUNT,
                          LS-RELATIONSHIP,
                          LS-PARM-SET,
                          LS-TIER-SET,
                          LS-DECISION,
              MOVE 0 TO WS-SCORE-DIFF
           END-IF.
           COMPUTE WS-DEBT-LIMIT = WS-EFF-SCORE * 200.
           MOVE LS-CURRENT-DEBT TO WS-KNOWN-DEBT.
           IF LS-REL-LINKED = 'Y'
              AND LS-REL-EXPOSURE > LS-CURRENT-DEBT
              MOVE LS-REL-EXPOSURE TO WS-KNOWN-DEBT
           END-IF.
           COMPUTE WS-TOTAL-DEBT = WS-KNOWN-DEBT + LS-LOAN-AMOUNT.
           COMPUTE WS-DEBT-BAND = WS-DEBT-LIMIT * LS-DEBT-BAND-PCT.
           IF LS-INCOME > 0
              COMPUTE WS-DTI-RATIO ROUNDED =
                 AND LS-DEROG-COUNT >= WS-DEROG-LIMIT
                 MOVE 'REJECTED' TO LS-DECISION
                 MOVE 'DEROGATORY HISTORY' TO LS-REASON
              ELSE
              IF LS-REL-LINKED = 'Y'
                 AND LS-REL-WORST-DPD >= WS-INTERNAL-DPD-REJECT
                 MOVE 'REJECTED' TO LS-DECISION
                 MOVE 'INTERNAL DELINQUENCY' TO LS-REASON
              ELSE
               IF LS-INCOME = 0
                  OR WS-DTI-RATIO > LS-DTI-MAX + LS-DTI-BAND
                     AND WS-SCORE-DIFF > WS-SCORE-TOLERANCE
                     MOVE 'REFER' TO LS-DECISION
                     MOVE 'SCORE DISCREPANCY' TO LS-REASON
                  ELSE
                  IF LS-REL-LINKED = 'Y'
                     AND LS-REL-WORST-DPD >= WS-INTERNAL-DPD-REFER
                     MOVE 'REFER' TO LS-DECISION
                     MOVE 'INTERNAL PAST DUE' TO LS-REASON
                  ELSE
                  IF LS-REL-LINKED = 'Y'
                     AND LS-REL-HOLD = 'Y'
                     MOVE 'REFER' TO LS-DECISION
                     MOVE 'INTERNAL ACCOUNT HOLD' TO LS-REASON
                  ELSE
                   IF WS-EFF-SCORE < 600
                      OR WS-DTI-RATIO > LS-DTI-MAX
                      MOVE 'CLIENT QUALIFIES' TO LS-REASON
                   END-IF
                  END-IF
                  END-IF
                  END-IF
                 END-IF
               END-IF
              END-IF
              END-IF
             END-IF
           END-IF.

