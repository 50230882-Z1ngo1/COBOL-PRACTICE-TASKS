      *              PURGED REGION MEANS UNRECONCILED RECORDS WERE     *
      *              PURGED: THE CHECKPOINT RESETS TO ZERO AND THE     *
      *              CERTIFICATE SAYS SO.                              *
      * 2026/10/15 - OPRPST29 KEEPS ITS OWN POSTING CHECKPOINT ON THE  *
      *              SAME OPERATION LOG (PCKPTDD, SAME LAYOUT). IT IS  *
      *              REDUCED BY THE PURGED COUNT ALONGSIDE THE ESDS29  *
      *              CHECKPOINT, AND RESET TO ZERO WITH A CERTIFICATE  *
      *              WARNING WHEN UNPOSTED RECORDS WERE PURGED. NO     *
      *              POSTING CHECKPOINT FILE IS NOT AN ERROR.          *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  POLDD (RETENTION.POLICY) - PER-FILE PURGE RULES        *
      * INPUT:  IN1DD-IN4DD - THE FILES UNDER POLICY                   *
      * I/O:    CKPTDD (RECON.CHECKPOINT) - ESDS29'S LOG POSITION,     *
      *         ADJUSTED WHEN THE OPERATION LOG IS TRIMMED             *
      * I/O:    PCKPTDD (OPR.POST.CHECKPOINT) - OPRPST29'S LOG         *
      *         POSITION, ADJUSTED THE SAME WAY                        *
      * OUTPUT: KP1DD-KP4DD - KEPT RECORDS (JCL ROLLS THEM LIVE)       *
      * OUTPUT: AR1DD-AR4DD - ARCHIVED PURGED RECORDS                  *
      * OUTPUT: CERTDD (PURGE.CERTIFICATE) - THE CERTIFICATE           *
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS CHECKPOINT-STATUS.

           SELECT POST-CHECKPOINT ASSIGN TO PCKPTDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS CHECKPOINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * POLICY CARDS: <SLOT 1> <DSNAME 30> <DATE-COL 2>
          05 CKPT-LAST-POSITION PIC 9(9).
          05 FILLER PIC X(63).

      * OPRPST29'S POSTING CHECKPOINT ON THE SAME LOG, SAME LAYOUT.
       FD POST-CHECKPOINT RECORDING MODE IS F.
       01 POST-CKPT-REC.
          05 PCKPT-RUN-DATE PIC X(8).
          05 PCKPT-LAST-POSITION PIC 9(9).
          05 FILLER PIC X(63).

       WORKING-STORAGE SECTION.

      * FILE STATUS VARIABLES
           PERFORM WRITE-CERT-FOR-SLOT.
           IF POL-CKPT-FLAG = 'Y' AND SLOT-PURGED > 0
              PERFORM ADJUST-RECON-CHECKPOINT
              PERFORM ADJUST-POST-CHECKPOINT
           END-IF.

      **********************************************
              CLOSE RECON-CHECKPOINT
           END-IF.

      **********************************************
      * THE SAME SHIFT FOR OPRPST29'S POSTING CHECKPOINT. A
      * CHECKPOINT INSIDE THE PURGED REGION MEANS OPERATIONS WERE
      * PURGED BEFORE THEY WERE POSTED: IT RESETS TO ZERO AND THE
      * CERTIFICATE CALLS IT OUT.
      **********************************************
       ADJUST-POST-CHECKPOINT.
           OPEN I-O POST-CHECKPOINT.
           IF CHECKPOINT-STATUS = '05' OR CHECKPOINT-STATUS = '35'
              DISPLAY 'NO POSTING CHECKPOINT - NOTHING TO ADJUST'
           ELSE
              IF CHECKPOINT-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING POSTING CHECKPOINT: '
                          CHECKPOINT-STATUS
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              READ POST-CHECKPOINT
              IF CHECKPOINT-STATUS NOT = '00'
                 DISPLAY 'NO POSTING CHECKPOINT RECORD - '
                         'NOTHING TO ADJUST'
              ELSE
                 MOVE PCKPT-LAST-POSITION TO WS-CKPT-OLD-POS
                 IF SLOT-PURGED > WS-CKPT-OLD-POS
                    MOVE 0 TO WS-CKPT-NEW-POS
                    MOVE SPACES TO WS-CERT-LINE
                    STRING '  *** UNPOSTED RECORDS PURGED - '
                               DELIMITED BY SIZE
                           'POSTING CHECKPOINT RESET TO ZERO ***'
                               DELIMITED BY SIZE
                           INTO WS-CERT-LINE
                    END-STRING
                    MOVE WS-CERT-LINE TO CERT-REC
                    PERFORM WRITE-CERT-LINE
                 ELSE
                    COMPUTE WS-CKPT-NEW-POS =
                            WS-CKPT-OLD-POS - SLOT-PURGED
                 END-IF
                 MOVE WS-CKPT-NEW-POS TO PCKPT-LAST-POSITION
                 REWRITE POST-CKPT-REC
                 IF CHECKPOINT-STATUS NOT = '00'
                    DISPLAY 'ERROR REWRITING POSTING CHECKPOINT: '
                             CHECKPOINT-STATUS
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 MOVE WS-CKPT-OLD-POS TO WS-R-DISP
                 MOVE WS-CKPT-NEW-POS TO WS-K-DISP
                 MOVE SPACES TO WS-CERT-LINE
                 STRING '  POSTING CHECKPOINT ADJUSTED '
                            DELIMITED BY SIZE
                        FUNCTION TRIM(WS-R-DISP) DELIMITED BY SIZE
                        ' -> ' DELIMITED BY SIZE
                        FUNCTION TRIM(WS-K-DISP) DELIMITED BY SIZE
                        INTO WS-CERT-LINE
                 END-STRING
                 MOVE WS-CERT-LINE TO CERT-REC
                 PERFORM WRITE-CERT-LINE
              END-IF
              CLOSE POST-CHECKPOINT
           END-IF.

      **********************************************
      * THE CERTIFICATE'S GRAND-TOTAL SECTION.
      **********************************************
