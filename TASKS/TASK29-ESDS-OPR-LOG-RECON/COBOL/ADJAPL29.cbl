      *     OTHERWISE -> UPDATE TB_ACCOUNT_BAL (BALANCE MINUS THE      *
      *       EXCESS, BRINGING THE POSITION BACK INSIDE THE LIMIT),    *
      *       ONE OPSLOG RECORD NAMING THE ACCOUNT AND APPROVER, ONE   *
      *       APPLY-LOG LINE, AND ONE 'ADJAPL' OPERATION ON OPR-LOG    *
      *       (A 'D' FOR A POSITIVE AMOUNT, A 'C' FOR A NEGATIVE ONE)  *
      *       SO THE CHANGE APPEARS ON THE DEPSTM29 STATEMENT.         *
      *       SQLCODE 100 (NO ROW) IS A REPORTED REJECT; ANY OTHER     *
      *       DB2 ERROR IS CRITICAL.                                   *
      *   COMMIT AT END OF RUN.                                        *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * INPUT:  SADJDD (RECON.SUGGEST.ADJ) - REVIEWED ADJUSTMENTS      *
      * OUTPUT: RPTDD (ADJUST.APPLY.LOG) - APPLY LOG (PS, 80 B)        *
      * OUTPUT: OPSLOG / STATLOG - SHARED OPERATIONS AND STATUS LOGS   *
      * OUTPUT: AS-OPR (OPR.LOG.ESDS) - OPERATION LOG (APPEND)         *
      * DB2:    TB_ACCOUNT_BAL (UPDATE)                                *
      ******************************************************************

             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS APPLY-LOG-STATUS.

           SELECT OPR-LOG ASSIGN TO AS-OPR
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OPR-STATUS.

           SELECT OPS-ERROR-LOG ASSIGN TO OPSLOG
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS OPS-ERROR-LOG-STATUS.
       FD APPLY-LOG-FILE RECORDING MODE IS F.
       01 APPLY-LOG-REC PIC X(80).

       FD OPR-LOG.
       01 OPR-LOG-REC.
          05 OPR-ACCT-ID PIC X(6).
          05 OPR-DATE PIC X(8).
          05 OPR-TYPE PIC X(1).
          05 OPR-AMT PIC 9(7)V99.
          05 OPR-ID PIC X(6).
          05 FILLER PIC X(50).

       FD OPS-ERROR-LOG RECORDING MODE IS F.
       01 OPS-ERROR-LOG-REC.
           COPY OPSLOG.
       01 WS-FILE-STATUSES.
          05 SUGGEST-ADJ-STATUS PIC X(2).
          05 APPLY-LOG-STATUS PIC X(2).
          05 OPR-STATUS PIC X(2).
          05 OPS-ERROR-LOG-STATUS PIC X(2).
          05 STATUS-LOG-STATUS PIC X(2).

              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN EXTEND OPR-LOG.
           IF OPR-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING OPERATION LOG: ' OPR-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.

           OPEN EXTEND OPS-ERROR-LOG.
           IF OPS-ERROR-LOG-STATUS = '05' OR OPS-ERROR-LOG-STATUS = '35'
              OPEN OUTPUT OPS-ERROR-LOG
                        INTO APPLY-LOG-REC
                 END-STRING
                 PERFORM WRITE-APPLY-LINE
                 PERFORM WRITE-OPERATION-LOG
                 MOVE SPACES TO WS-OPS-MESSAGE
                 STRING 'ADJUSTMENT APPLIED, ACCT '
                            DELIMITED BY SIZE
                 PERFORM ABEND-WITH-STATUS
           END-EVALUATE.

      **********************************************
      * APPENDS THE POSTED ADJUSTMENT TO OPR-LOG AS AN 'ADJAPL'
      * OPERATION. THE UPDATE SUBTRACTS SADJ-AMOUNT, SO A POSITIVE
      * AMOUNT IS A DEBIT AND A NEGATIVE ONE A CREDIT OF ITS SIZE.
      **********************************************
       WRITE-OPERATION-LOG.
           MOVE SPACES TO OPR-LOG-REC.
           MOVE SADJ-ACCT-ID TO OPR-ACCT-ID.
           MOVE WS-BST-TS-DATE TO OPR-DATE.
           IF SADJ-AMOUNT > 0
              MOVE 'D' TO OPR-TYPE
              MOVE SADJ-AMOUNT TO OPR-AMT
           ELSE
              MOVE 'C' TO OPR-TYPE
              COMPUTE OPR-AMT = 0 - SADJ-AMOUNT
           END-IF.
           MOVE 'ADJAPL' TO OPR-ID.
           WRITE OPR-LOG-REC.
           IF OPR-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING OPERATION LOG: ' OPR-STATUS
              EXEC SQL
                ROLLBACK WORK
              END-EXEC
              PERFORM ABEND-WITH-STATUS
           END-IF.

      **********************************************
      * LOGS AN UNAPPROVED ROW AS SKIPPED.
      **********************************************
              DISPLAY 'WARNING: ERROR CLOSING APPLY LOG: '
                       APPLY-LOG-STATUS
           END-IF.
           CLOSE OPR-LOG.
           IF OPR-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING OPERATION LOG: '
                       OPR-STATUS
           END-IF.
           CLOSE OPS-ERROR-LOG.
           IF OPS-ERROR-LOG-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING OPS ERROR LOG: '
