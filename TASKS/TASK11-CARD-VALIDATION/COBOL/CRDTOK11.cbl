      ******************************************************************
      * SUBPROGRAM: CRDTOK11 - CARD TOKEN VAULT                        *
      * CALLED BY:  XREFLD39, CAREXP11 (TOKENIZE); AMLMON39, COLQUE39, *
      *             CUSMNT32, CUSSEG39, JOBSUB23, NEGMNT23, PRVREQ39,  *
      *             REISSU11, RTMINT39, SCVIEW39 (DETOKENIZE)          *
      *                                                                *
      * INPUT:  CK-FUNCTION AND CK-CARD-NUMBER OR CK-TOKEN             *
      * OUTPUT: CK-TOKEN OR CK-CARD-NUMBER, CK-RESULT                  *
      *         (SEE COPYBOOK CARDTOK)                                 *
      *                                                                *
      * LOGIC:                                                         *
      *   THE VAULT (VLTDD, A KSDS) HOLDS EACH CARD TWICE - A 'C'     *
      *   RECORD KEYED BY CARD NUMBER GIVING ITS TOKEN AND A 'T'      *
      *   RECORD KEYED BY TOKEN GIVING ITS CARD NUMBER - PLUS ONE 'N' *
      *   RECORD HOLDING THE LAST TOKEN NUMBER ISSUED. TOKENS ARE     *
      *   ISSUED IN SEQUENCE AND NEVER REUSED, SO A TOKEN SAYS        *
      *   NOTHING ABOUT THE CARD BEHIND IT.                           *
      *   THE VAULT IS OPENED ON THE FIRST CALL AND KEPT OPEN: INPUT  *
      *   WHILE THE RUN ONLY DETOKENIZES, I-O FROM ITS FIRST          *
      *   TOKENIZE (AN EMPTY VAULT IS CREATED THEN). THE CALLER       *
      *   CLOSES IT WITH 'C' BEFORE IT ENDS.                          *
      *   A DETOKENIZE WITH NO VAULT STILL RETURNS FULL NUMBERS LEFT  *
      *   ON OLDER RECORDS; ONLY A REAL TOKEN NEEDS THE VAULT.        *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/10/15                                               *
      *                                                                *
      * FILES:                                                         *
      * I/O:    VLTDD (CARD.TOKEN.VAULT) - CARD TOKEN VAULT (KSDS)     *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRDTOK11.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TOKEN-VAULT-FILE ASSIGN TO VLTDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TV-KEY
               FILE STATUS IS TOKEN-VAULT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * 'C' + CARD NUMBER -> TOKEN, 'T' + TOKEN -> CARD NUMBER,
      * 'N' + SPACES -> LAST TOKEN NUMBER ISSUED.
       FD TOKEN-VAULT-FILE.
       01 TOKEN-VAULT-REC.
          05 TV-KEY.
             10 TV-KEY-TYPE PIC X(1).
             10 TV-KEY-VALUE PIC X(16).
          05 TV-MAPPED-VALUE PIC X(16).
          05 TV-CREATED-DATE PIC X(8).
          05 TV-LAST-TOKEN-NUM PIC 9(14).
          05 FILLER PIC X(25).

       WORKING-STORAGE SECTION.

       01 TOKEN-VAULT-STATUS PIC X(2).

      * HOW THE VAULT IS OPEN: 'N' NOT YET, 'I' INPUT, 'U' I-O
       01 WS-VAULT-MODE PIC X(1) VALUE 'N'.
          88 VAULT-NOT-OPEN VALUE 'N'.
          88 VAULT-OPEN-INPUT VALUE 'I'.
          88 VAULT-OPEN-UPDATE VALUE 'U'.
       01 WS-VAULT-MISSING PIC X(1) VALUE 'N'.
          88 VAULT-MISSING VALUE 'Y'.

      * TOKEN BUILD AREA: 'TK' + THE 14-DIGIT SEQUENCE NUMBER
       01 WS-NEW-TOKEN.
          05 FILLER PIC X(2) VALUE 'TK'.
          05 WS-NEW-TOKEN-NUM PIC 9(14).
       01 WS-LAST-TOKEN-NUM PIC 9(14).
       01 WS-CONTROL-FOUND PIC X(1).
          88 CONTROL-FOUND VALUE 'Y'.
       01 WS-TODAY PIC X(8).

       LINKAGE SECTION.

       01 LS-CARDTOK-REQUEST.
          05 LS-FUNCTION PIC X(1).
          05 LS-CARD-NUMBER PIC X(16).
          05 LS-TOKEN PIC X(16).
          05 LS-RESULT PIC X(1).

       PROCEDURE DIVISION USING LS-CARDTOK-REQUEST.

      **********************************************
      * DISPATCHES ON THE FUNCTION.
      **********************************************
       MAIN-LOGIC.
           MOVE 'Y' TO LS-RESULT.
           EVALUATE LS-FUNCTION
               WHEN 'T'
                 PERFORM TOKENIZE-CARD
               WHEN 'D'
                 PERFORM DETOKENIZE-CARD
               WHEN 'C'
                 PERFORM CLOSE-VAULT
               WHEN OTHER
                 DISPLAY 'CRDTOK11: UNKNOWN FUNCTION: ' LS-FUNCTION
                 MOVE 'E' TO LS-RESULT
           END-EVALUATE.
           GOBACK.

      **********************************************
      * CARD NUMBER -> TOKEN. THE CARD'S EXISTING TOKEN IF IT HAS
      * ONE, OTHERWISE THE NEXT ONE IN SEQUENCE, RECORDED BOTH
      * WAYS ROUND BEFORE IT IS HANDED BACK.
      **********************************************
       TOKENIZE-CARD.
           EVALUATE TRUE
               WHEN LS-CARD-NUMBER = SPACES
                 MOVE SPACES TO LS-TOKEN
               WHEN LS-CARD-NUMBER(1:2) = 'TK'
                 MOVE LS-CARD-NUMBER TO LS-TOKEN
               WHEN OTHER
                 IF NOT VAULT-OPEN-UPDATE
                    PERFORM OPEN-VAULT-UPDATE
                 END-IF
                 IF LS-RESULT = 'Y'
                    MOVE 'C' TO TV-KEY-TYPE
                    MOVE LS-CARD-NUMBER TO TV-KEY-VALUE
                    READ TOKEN-VAULT-FILE
                    EVALUATE TOKEN-VAULT-STATUS
                        WHEN '00'
                          MOVE TV-MAPPED-VALUE TO LS-TOKEN
                        WHEN '23'
                          PERFORM ISSUE-NEW-TOKEN
                        WHEN OTHER
                          DISPLAY 'CRDTOK11: ERROR READING TOKEN '
                                  'VAULT: ' TOKEN-VAULT-STATUS
                          MOVE 'E' TO LS-RESULT
                    END-EVALUATE
                 END-IF
           END-EVALUATE.

      **********************************************
      * TAKES THE NEXT TOKEN NUMBER FROM THE 'N' RECORD AND WRITES
      * THE 'T' AND 'C' RECORDS FOR THE CARD, THEN THE 'N' RECORD
      * BACK. A FAILED WRITE LEAVES THE NUMBER UNUSED RATHER THAN
      * HANDING BACK A TOKEN THE VAULT CANNOT RESOLVE.
      **********************************************
       ISSUE-NEW-TOKEN.
           MOVE 'N' TO TV-KEY-TYPE.
           MOVE SPACES TO TV-KEY-VALUE.
           READ TOKEN-VAULT-FILE.
           EVALUATE TOKEN-VAULT-STATUS
               WHEN '00'
                 MOVE 'Y' TO WS-CONTROL-FOUND
                 MOVE TV-LAST-TOKEN-NUM TO WS-LAST-TOKEN-NUM
               WHEN '23'
                 MOVE 'N' TO WS-CONTROL-FOUND
                 MOVE 0 TO WS-LAST-TOKEN-NUM
               WHEN OTHER
                 DISPLAY 'CRDTOK11: ERROR READING TOKEN CONTROL: '
                         TOKEN-VAULT-STATUS
                 MOVE 'E' TO LS-RESULT
           END-EVALUATE.
           IF LS-RESULT = 'Y'
              ADD 1 TO WS-LAST-TOKEN-NUM
              MOVE WS-LAST-TOKEN-NUM TO WS-NEW-TOKEN-NUM
              ACCEPT WS-TODAY FROM DATE YYYYMMDD
              MOVE SPACES TO TOKEN-VAULT-REC
              MOVE 'T' TO TV-KEY-TYPE
              MOVE WS-NEW-TOKEN TO TV-KEY-VALUE
              MOVE LS-CARD-NUMBER TO TV-MAPPED-VALUE
              MOVE WS-TODAY TO TV-CREATED-DATE
              MOVE 0 TO TV-LAST-TOKEN-NUM
              WRITE TOKEN-VAULT-REC
              IF TOKEN-VAULT-STATUS NOT = '00'
                 DISPLAY 'CRDTOK11: ERROR WRITING TOKEN VAULT: '
                         TOKEN-VAULT-STATUS
                 MOVE 'E' TO LS-RESULT
              END-IF
           END-IF.
           IF LS-RESULT = 'Y'
              MOVE 'C' TO TV-KEY-TYPE
              MOVE LS-CARD-NUMBER TO TV-KEY-VALUE
              MOVE WS-NEW-TOKEN TO TV-MAPPED-VALUE
              WRITE TOKEN-VAULT-REC
              IF TOKEN-VAULT-STATUS NOT = '00'
                 DISPLAY 'CRDTOK11: ERROR WRITING TOKEN VAULT: '
                         TOKEN-VAULT-STATUS
                 MOVE 'E' TO LS-RESULT
              END-IF
           END-IF.
           IF LS-RESULT = 'Y'
              MOVE SPACES TO TOKEN-VAULT-REC
              MOVE 'N' TO TV-KEY-TYPE
              MOVE SPACES TO TV-KEY-VALUE
              MOVE WS-TODAY TO TV-CREATED-DATE
              MOVE WS-LAST-TOKEN-NUM TO TV-LAST-TOKEN-NUM
              IF CONTROL-FOUND
                 REWRITE TOKEN-VAULT-REC
              ELSE
                 WRITE TOKEN-VAULT-REC
              END-IF
              IF TOKEN-VAULT-STATUS NOT = '00'
                 DISPLAY 'CRDTOK11: ERROR UPDATING TOKEN CONTROL: '
                         TOKEN-VAULT-STATUS
                 MOVE 'E' TO LS-RESULT
              ELSE
                 MOVE WS-NEW-TOKEN TO LS-TOKEN
              END-IF
           END-IF.

      **********************************************
      * TOKEN -> CARD NUMBER. A FULL NUMBER WRITTEN BEFORE TOKENS
      * EXISTED IS RETURNED AS IT IS.
      **********************************************
       DETOKENIZE-CARD.
           EVALUATE TRUE
               WHEN LS-TOKEN = SPACES
                 MOVE SPACES TO LS-CARD-NUMBER
               WHEN LS-TOKEN NUMERIC
                 MOVE LS-TOKEN TO LS-CARD-NUMBER
               WHEN OTHER
                 MOVE SPACES TO LS-CARD-NUMBER
                 IF VAULT-NOT-OPEN AND NOT VAULT-MISSING
                    PERFORM OPEN-VAULT-INPUT
                 END-IF
                 IF VAULT-MISSING
                    MOVE 'N' TO LS-RESULT
                 ELSE
                 IF LS-RESULT = 'Y'
                    MOVE 'T' TO TV-KEY-TYPE
                    MOVE LS-TOKEN TO TV-KEY-VALUE
                    READ TOKEN-VAULT-FILE
                    EVALUATE TOKEN-VAULT-STATUS
                        WHEN '00'
                          MOVE TV-MAPPED-VALUE TO LS-CARD-NUMBER
                        WHEN '23'
                          MOVE 'N' TO LS-RESULT
                        WHEN OTHER
                          DISPLAY 'CRDTOK11: ERROR READING TOKEN '
                                  'VAULT: ' TOKEN-VAULT-STATUS
                          MOVE 'E' TO LS-RESULT
                    END-EVALUATE
                 END-IF
                 END-IF
           END-EVALUATE.

      **********************************************
      * READ-ONLY OPEN FOR A RUN THAT ONLY DETOKENIZES. NO VAULT
      * (05/35) IS NOT AN ERROR HERE - IT JUST MEANS NO TOKEN
      * CAN BE RESOLVED.
      **********************************************
       OPEN-VAULT-INPUT.
           OPEN INPUT TOKEN-VAULT-FILE.
           EVALUATE TOKEN-VAULT-STATUS
               WHEN '00'
                 SET VAULT-OPEN-INPUT TO TRUE
               WHEN '05'
               WHEN '35'
                 DISPLAY 'CRDTOK11: NO CARD TOKEN VAULT - TOKENS '
                         'CANNOT BE RESOLVED'
                 SET VAULT-MISSING TO TRUE
                 IF TOKEN-VAULT-STATUS = '05'
                    CLOSE TOKEN-VAULT-FILE
                 END-IF
               WHEN OTHER
                 DISPLAY 'CRDTOK11: ERROR OPENING TOKEN VAULT: '
                         TOKEN-VAULT-STATUS
                 MOVE 'E' TO LS-RESULT
           END-EVALUATE.

      **********************************************
      * UPDATE OPEN FOR A RUN THAT TOKENIZES. A VAULT STILL OPEN
      * FOR INPUT IS REOPENED; AN EMPTY ONE IS CREATED.
      **********************************************
       OPEN-VAULT-UPDATE.
           IF VAULT-OPEN-INPUT
              CLOSE TOKEN-VAULT-FILE
           END-IF.
           MOVE 'N' TO WS-VAULT-MISSING.
           OPEN I-O TOKEN-VAULT-FILE.
           IF TOKEN-VAULT-STATUS = '05' OR TOKEN-VAULT-STATUS = '35'
              OPEN OUTPUT TOKEN-VAULT-FILE
              CLOSE TOKEN-VAULT-FILE
              OPEN I-O TOKEN-VAULT-FILE
           END-IF.
           IF TOKEN-VAULT-STATUS = '00'
              SET VAULT-OPEN-UPDATE TO TRUE
           ELSE
              DISPLAY 'CRDTOK11: ERROR OPENING TOKEN VAULT: '
                      TOKEN-VAULT-STATUS
              SET VAULT-NOT-OPEN TO TRUE
              MOVE 'E' TO LS-RESULT
           END-IF.

      **********************************************
      * END OF RUN: CLOSES THE VAULT IF THIS RUN OPENED IT.
      **********************************************
       CLOSE-VAULT.
           IF VAULT-OPEN-INPUT OR VAULT-OPEN-UPDATE
              CLOSE TOKEN-VAULT-FILE
              IF TOKEN-VAULT-STATUS NOT = '00'
                 DISPLAY 'CRDTOK11: WARNING - ERROR CLOSING TOKEN '
                         'VAULT: ' TOKEN-VAULT-STATUS
              END-IF
           END-IF.
           SET VAULT-NOT-OPEN TO TRUE.
           MOVE 'N' TO WS-VAULT-MISSING.
