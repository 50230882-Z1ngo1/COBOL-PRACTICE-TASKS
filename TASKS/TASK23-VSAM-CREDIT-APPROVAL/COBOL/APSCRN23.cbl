      ******************************************************************
      * CREDIT APPLICANT IDENTITY SCREENING                            *
      *                                                                *
      * PURPOSE:                                                       *
      * RUNS AHEAD OF JOBSUB23 IN THE SAME JOB. JOBSUB23 DECIDES ON    *
      * SCORE AND FINANCIALS ALONE, SO THE SAME PERSON APPLYING UNDER  *
      * SEVERAL APP-IDS, OR SOMEONE WE ALREADY KNOW AS FRAUD OR A      *
      * CHARGE-OFF, WENT THROUGH AS A STRANGER - THE FRAUD TEAM FOUND  *
      * A RING OF FIVE APPLICATIONS FROM ONE ADDRESS THAT WERE ALL     *
      * APPROVED. THIS STEP SCREENS EVERY APPLICANT'S IDENTITY AGAINST *
      * THE NEGATIVE FILE (NEGMNT23) AND AGAINST RECENT APPLICATIONS,  *
      * AND WRITES ONE SCREENING-HIT RECORD PER APPLICANT CAUGHT.      *
      * JOBSUB23 REFERS EVERY HIT TO UNDERWRITING WITH THE SCREENING   *
      * REASON INSTEAD OF DECIDING IT.                                 *
      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   PHASE 1 - LOAD: THE NEGATIVE FILE; THE IDENTITY HISTORY      *
      *     (IDHIST), KEEPING APPLICATIONS INSIDE THE IDWINDOW; AND    *
      *     EVERY APPLICANT ON TONIGHT'S APPDD, SO APPLICATIONS IN THE *
      *     SAME FILE CATCH EACH OTHER WHICHEVER COMES FIRST.          *
      *   PHASE 2 - SCREEN, PER APPLICANT, FIRST HIT IN THIS ORDER:    *
      *     NEGATIVE FILE MATCH - SAME NATIONAL ID, OR SAME NAME AND   *
      *       DATE OF BIRTH, OR SAME ADDRESS (AND POSTAL CODE WHEN THE *
      *       ENTRY HAS ONE). CONFIRMED FRAUD OUTRANKS CHARGE-OFF,     *
      *       WHICH OUTRANKS HOT-CARD OWNER.                           *
      *     DUPLICATE NATIONAL ID - ANOTHER APP-ID WITHIN THE WINDOW   *
      *       CARRIES THE SAME NATIONAL ID.                            *
      *     DUPLICATE NAME AND DOB - ANOTHER APP-ID WITHIN THE WINDOW  *
      *       CARRIES THE SAME NAME AND DATE OF BIRTH.                 *
      *     ADDRESS VELOCITY - ADDRLIMIT OR MORE DIFFERENT APP-IDS,    *
      *       THIS ONE INCLUDED, FROM THE SAME ADDRESS AND POSTAL      *
      *       CODE WITHIN THE WINDOW.                                  *
      *     A BLANK IDENTITY FIELD NEVER MATCHES ANYTHING.             *
      *   PHASE 3 - APPEND TONIGHT'S APPLICANTS TO THE IDENTITY        *
      *     HISTORY FOR FUTURE RUNS.                                   *
      *   NO NEGATIVE FILE (05/35) RUNS THE DUPLICATE CHECKS ONLY.     *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/10/15                                               *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  APPDD (APPLICANT.DATA) - APPLICANT RECORDS (PS, 160 B, *
      *         SEE COPYBOOK APPLICNT)                                 *
      * INPUT:  NEGDD (CREDIT.NEGATIVE.FILE) - NEGATIVE FILE (KSDS,    *
      *         READ IN KEY ORDER, SEE COPYBOOK NEGFILE)               *
      * I/O:    IDHIST (APPLICANT.IDENTITY.HIST) - IDENTITY HISTORY    *
      *         (PS, 120 B, READ THEN APPENDED)                        *
      * OUTPUT: SCRNDD (APPLICANT.SCREEN.HITS) - ONE RECORD PER        *
      *         APPLICANT CAUGHT (PS, 80 B), READ BY JOBSUB23          *
      * OUTPUT: STATLOG - SHARED STATUS LOG                            *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. APSCRN23.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPLICANT-FILE ASSIGN TO APPDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS APPLICANT-STATUS.

           SELECT NEGATIVE-FILE ASSIGN TO NEGDD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS NEG-KEY
              FILE STATUS IS NEGATIVE-STATUS.

           SELECT ID-HISTORY-FILE ASSIGN TO IDHIST
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS ID-HISTORY-STATUS.

           SELECT SCREEN-HIT-FILE ASSIGN TO SCRNDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS SCREEN-HIT-STATUS.

           SELECT STATUS-LOG ASSIGN TO STATLOG
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS STATUS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD APPLICANT-FILE RECORDING MODE IS F.
       01 APPLICANT-REC.
           COPY APPLICNT.

       FD NEGATIVE-FILE.
       01 NEGATIVE-REC.
           COPY NEGFILE.

      * ONE RECORD PER APPLICATION SCREENED, APPENDED EVERY RUN, SO
      * TONIGHT'S APPLICANTS CAN BE COMPARED WITH RECENT ONES.
       FD ID-HISTORY-FILE RECORDING MODE IS F.
       01 ID-HISTORY-REC.
          05 IDH-APP-ID PIC X(6).
          05 FILLER PIC X(1).
          05 IDH-DATE PIC X(8).
          05 FILLER PIC X(1).
          05 IDH-LAST-NAME PIC X(20).
          05 IDH-FIRST-NAME PIC X(15).
          05 IDH-BIRTH-DATE PIC X(8).
          05 IDH-NATIONAL-ID PIC X(9).
          05 IDH-ADDRESS-LINE PIC X(30).
          05 IDH-POSTAL-CODE PIC X(10).
          05 FILLER PIC X(12).

      * ONE RECORD PER APPLICANT CAUGHT: THE REASON JOBSUB23 REFERS
      * WITH, WHAT IT MATCHED (NEGATIVE-FILE KEY OR THE OTHER
      * APP-ID), THAT ENTRY'S DATE, AND FOR ADDRESS VELOCITY THE
      * NUMBER OF APPLICATIONS FROM THE ADDRESS.
       FD SCREEN-HIT-FILE RECORDING MODE IS F.
       01 SCREEN-HIT-REC.
          05 SCR-APP-ID PIC X(6).
          05 FILLER PIC X(1).
          05 SCR-REASON PIC X(25).
          05 FILLER PIC X(1).
          05 SCR-MATCH-REF PIC X(17).
          05 FILLER PIC X(1).
          05 SCR-MATCH-DATE PIC X(8).
          05 FILLER PIC X(1).
          05 SCR-ADDR-COUNT PIC 9(5).
          05 FILLER PIC X(15).

       FD STATUS-LOG RECORDING MODE IS F.
       01 STATUS-LOG-REC.
           COPY BATSTAT.

       WORKING-STORAGE SECTION.

      * FILE STATUS VARIABLES
       01 F-STATUS.
          05 APPLICANT-STATUS PIC X(2).
          05 NEGATIVE-STATUS PIC X(2).
          05 ID-HISTORY-STATUS PIC X(2).
          05 SCREEN-HIT-STATUS PIC X(2).
          05 STATUS-LOG-STATUS PIC X(2).

      * CONTROL FLAGS
       01 WS-FLAGS.
          05 WS-EOF PIC X(1) VALUE 'N'.
             88 EOF VALUE 'Y'.
          05 WS-NEG-EOF PIC X(1) VALUE 'N'.
             88 NEG-EOF VALUE 'Y'.
          05 WS-IDH-EOF PIC X(1) VALUE 'N'.
             88 IDH-EOF VALUE 'Y'.
          05 WS-NEG-AVAILABLE PIC X(1) VALUE 'N'.
             88 NEG-AVAILABLE VALUE 'Y'.
          05 WS-MATCHED PIC X(1) VALUE 'N'.
             88 MATCHED VALUE 'Y'.
          05 WS-ADDR-SEEN PIC X(1) VALUE 'N'.
             88 ADDR-SEEN VALUE 'Y'.

      * SET JUST BEFORE A FATAL ERROR PATH WRITES ITS STATLOG RECORD
      * AND STOPS, SO WRITE-BATCH-STATUS REPORTS 'FAILED' INSTEAD OF
      * DERIVING A STATUS FROM COUNTERS THAT NEVER GOT THE CHANCE TO
      * REACH THEIR NORMAL END-OF-RUN VALUES.
       01 WS-ABEND-FLAG PIC X(1) VALUE 'N'.
          88 ABEND-IN-PROGRESS VALUE 'Y'.

      * RUN-START AND RECORD-WRITE TIMESTAMPS FOR THE BATSTAT
      * RECORD, SO BATSTS43 CAN REPORT ELAPSED TIME.
       01 WS-BST-START-TS PIC X(14).
       01 WS-BST-TS-BUILT PIC X(14).
       01 WS-BST-TS-WORK.
          05 WS-BST-TS-DATE PIC 9(8).
          05 WS-BST-TS-TIME PIC 9(8).

      * RUNTIME PARAMETER LOOKUP REQUEST AREA - SEE COPYBOOK
      * RUNPARM AND SUBPROGRAM PRMGET50. OPERATIONAL TUNABLES ARE
      * READ FROM THE CENTRAL PARAMETER FILE AT STARTUP.
           COPY RUNPARM.

      * SCREENING TUNABLES (DEFAULTS - PARMDD OVERRIDES):
      * IDWINDOW - HOW MANY DAYS BACK AN EARLIER APPLICATION STILL
      *   COUNTS AS A DUPLICATE OR TOWARD ADDRESS VELOCITY.
      * ADDRLIMIT - DIFFERENT APP-IDS FROM ONE ADDRESS INSIDE THE
      *   WINDOW, THIS ONE INCLUDED, THAT MAKE A HIT. 0 TURNS THE
      *   ADDRESS VELOCITY CHECK OFF.
       01 WS-ID-WINDOW-DAYS PIC 9(3) VALUE 90.
       01 WS-ADDRESS-LIMIT PIC 9(2) VALUE 3.

      * RUN-DATE AND WINDOW MATH FIELDS
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-DATE-INT PIC 9(8).
       01 WS-IDH-DATE-NUM PIC 9(8).
       01 WS-IDH-DATE-INT PIC 9(8).
       01 WS-IDH-AGE-DAYS PIC S9(5).

      * NEGATIVE FILE, LOADED IN KEY ORDER.
       01 NEG-COUNT PIC 9(5) VALUE 0.
       01 WS-NEG-TABLE.
          05 NEG-ENTRY OCCURS 20000 TIMES INDEXED BY NG-IDX.
             10 NG-TYPE PIC X(1).
             10 NG-REF PIC X(16).
             10 NG-LAST-NAME PIC X(20).
             10 NG-FIRST-NAME PIC X(15).
             10 NG-BIRTH-DATE PIC X(8).
             10 NG-NATIONAL-ID PIC X(9).
             10 NG-ADDRESS-LINE PIC X(30).
             10 NG-POSTAL-CODE PIC X(10).
             10 NG-ADDED-DATE PIC X(8).

      * RECENT APPLICATIONS: THE IDENTITY HISTORY INSIDE THE WINDOW,
      * FOLLOWED BY TONIGHT'S APPLICANTS FROM ID-FILE-START ON.
       01 ID-COUNT PIC 9(5) VALUE 0.
       01 ID-FILE-START PIC 9(5) VALUE 0.
       01 WS-ID-TABLE.
          05 ID-ENTRY OCCURS 20000 TIMES INDEXED BY IT-IDX.
             10 IT-APP-ID PIC X(6).
             10 IT-DATE PIC X(8).
             10 IT-LAST-NAME PIC X(20).
             10 IT-FIRST-NAME PIC X(15).
             10 IT-BIRTH-DATE PIC X(8).
             10 IT-NATIONAL-ID PIC X(9).
             10 IT-ADDRESS-LINE PIC X(30).
             10 IT-POSTAL-CODE PIC X(10).

      * OTHER APP-IDS ALREADY COUNTED AT THE CURRENT APPLICANT'S
      * ADDRESS, SO AN APPLICATION SEEN TWICE IN THE HISTORY IS
      * COUNTED ONCE. COUNTING STOPS AT ADDRLIMIT, SO 99 IS AMPLE.
       01 WS-ADDR-COUNT PIC 9(5) VALUE 0.
       01 WS-ADDR-IDS.
          05 WS-ADDR-APP-ID OCCURS 99 TIMES INDEXED BY AD-IDX
                            PIC X(6).

      * BEST HIT SO FAR FOR THE CURRENT APPLICANT: RANK 1 CONFIRMED
      * FRAUD, 2 CHARGE-OFF, 3 HOT-CARD OWNER, 4 DUPLICATE NATIONAL
      * ID, 5 DUPLICATE NAME AND DOB, 6 ADDRESS VELOCITY; 0 NONE.
       01 WS-HIT-RANK PIC 9(1) VALUE 0.
       01 WS-THIS-RANK PIC 9(1) VALUE 0.
       01 WS-HIT-REASON PIC X(25).
       01 WS-HIT-REF PIC X(17).
       01 WS-HIT-DATE PIC X(8).

      * STATISTICS COUNTERS
       01 WS-COUNTERS.
          05 TOTAL-SCREENED PIC 9(5) VALUE 0.
          05 TOTAL-HITS PIC 9(5) VALUE 0.
          05 TOTAL-NEG-FRAUD PIC 9(5) VALUE 0.
          05 TOTAL-NEG-CHARGE-OFF PIC 9(5) VALUE 0.
          05 TOTAL-NEG-HOT-CARD PIC 9(5) VALUE 0.
          05 TOTAL-DUP-NATIONAL-ID PIC 9(5) VALUE 0.
          05 TOTAL-DUP-NAME-DOB PIC 9(5) VALUE 0.
          05 TOTAL-ADDR-VELOCITY PIC 9(5) VALUE 0.
          05 TOTAL-HISTORY-LOADED PIC 9(5) VALUE 0.

      * DISPLAY-FORMATTED COUNTERS
       01 WS-DISP-COUNTERS.
          05 TOTAL-SCREENED-DISP PIC Z(4)9.
          05 TOTAL-HITS-DISP PIC Z(4)9.
          05 TOTAL-NEG-FRAUD-DISP PIC Z(4)9.
          05 TOTAL-NEG-CHARGE-OFF-DISP PIC Z(4)9.
          05 TOTAL-NEG-HOT-CARD-DISP PIC Z(4)9.
          05 TOTAL-DUP-NATIONAL-ID-DISP PIC Z(4)9.
          05 TOTAL-DUP-NAME-DOB-DISP PIC Z(4)9.
          05 TOTAL-ADDR-VELOCITY-DISP PIC Z(4)9.
          05 TOTAL-HISTORY-LOADED-DISP PIC Z(4)9.
          05 NEG-COUNT-DISP PIC Z(4)9.

      **********************************************
      * LOADS THE NEGATIVE FILE, THE RECENT IDENTITY HISTORY AND
      * TONIGHT'S APPLICANTS, SCREENS EVERY APPLICANT, APPENDS
      * TONIGHT'S IDENTITIES TO THE HISTORY, WRITES BATCH STATUS
      * AND DISPLAYS THE SUMMARY.
      **********************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM SET-BST-START-TS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           PERFORM OPEN-STATUS-LOG.
           PERFORM LOAD-RUNTIME-PARMS.
           PERFORM LOAD-NEGATIVE-FILE.
           PERFORM LOAD-ID-HISTORY.
           PERFORM LOAD-FILE-IDENTITIES.
           PERFORM SCREEN-ALL-APPLICANTS.
           PERFORM APPEND-ID-HISTORY.
           PERFORM WRITE-BATCH-STATUS.
           PERFORM DISPLAY-SUMMARY.
           STOP RUN.

      **********************************************
      * OPENS STATLOG FIRST, AHEAD OF EVERY OTHER FILE, SO
      * ABEND-WITH-STATUS CAN WRITE A 'FAILED' RECORD TO IT IF ANY
      * LATER OPEN, READ, OR WRITE FAILS.
      **********************************************
       OPEN-STATUS-LOG.
           OPEN EXTEND STATUS-LOG.
           IF STATUS-LOG-STATUS = '05' OR STATUS-LOG-STATUS = '35'
              OPEN OUTPUT STATUS-LOG
           END-IF.
           IF STATUS-LOG-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING STATUS LOG: ' STATUS-LOG-STATUS
              STOP RUN
           END-IF.

      **********************************************
      * READS THE SCREENING WINDOW AND ADDRESS LIMIT FROM THE
      * CENTRAL PARAMETER FILE THROUGH PRMGET50, KEEPING THE
      * WORKING-STORAGE VALUES AS THE DEFAULTS.
      **********************************************
       LOAD-RUNTIME-PARMS.
           MOVE 'APSCRN23' TO RP-JOB-NAME.
           MOVE 'IDWINDOW' TO RP-KEYWORD.
           MOVE WS-ID-WINDOW-DAYS TO RP-DEFAULT-VALUE.
           CALL 'PRMGET50' USING WS-RUNPARM-REQUEST END-CALL.
           MOVE RP-VALUE TO WS-ID-WINDOW-DAYS.
           MOVE 'APSCRN23' TO RP-JOB-NAME.
           MOVE 'ADDRLIMIT' TO RP-KEYWORD.
           MOVE WS-ADDRESS-LIMIT TO RP-DEFAULT-VALUE.
           CALL 'PRMGET50' USING WS-RUNPARM-REQUEST END-CALL.
           MOVE RP-VALUE TO WS-ADDRESS-LIMIT.

      **********************************************
      * LOADS THE NEGATIVE FILE INTO MEMORY. NO NEGATIVE FILE
      * (FILE STATUS 05/35) LEAVES ONLY THE DUPLICATE CHECKS.
      * OVERFLOW IS A HARD ERROR - A DROPPED ENTRY WOULD LET A
      * KNOWN FRAUDSTER THROUGH WITHOUT ANYONE KNOWING.
      **********************************************
       LOAD-NEGATIVE-FILE.
           OPEN INPUT NEGATIVE-FILE.
           IF NEGATIVE-STATUS = '05' OR NEGATIVE-STATUS = '35'
              DISPLAY 'NO NEGATIVE FILE - DUPLICATE CHECKS ONLY'
           ELSE
              IF NEGATIVE-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING NEGATIVE FILE: '
                          NEGATIVE-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
              SET NEG-AVAILABLE TO TRUE
              PERFORM UNTIL NEG-EOF
                 READ NEGATIVE-FILE NEXT RECORD
                   AT END
                      SET NEG-EOF TO TRUE
                   NOT AT END
                      IF NEGATIVE-STATUS NOT = '00'
                         DISPLAY 'ERROR READING NEGATIVE FILE: '
                                  NEGATIVE-STATUS
                         PERFORM ABEND-WITH-STATUS
                      END-IF
                      IF NEG-COUNT >= 20000
                         DISPLAY 'ERROR: NEGATIVE FILE TABLE FULL '
                                 '(20000 MAX)'
                         PERFORM ABEND-WITH-STATUS
                      END-IF
                      ADD 1 TO NEG-COUNT
                      SET NG-IDX TO NEG-COUNT
                      MOVE NEG-TYPE TO NG-TYPE(NG-IDX)
                      MOVE NEG-REF TO NG-REF(NG-IDX)
                      MOVE NEG-LAST-NAME TO NG-LAST-NAME(NG-IDX)
                      MOVE NEG-FIRST-NAME TO NG-FIRST-NAME(NG-IDX)
                      MOVE NEG-BIRTH-DATE TO NG-BIRTH-DATE(NG-IDX)
                      MOVE NEG-NATIONAL-ID TO NG-NATIONAL-ID(NG-IDX)
                      MOVE NEG-ADDRESS-LINE
                           TO NG-ADDRESS-LINE(NG-IDX)
                      MOVE NEG-POSTAL-CODE TO NG-POSTAL-CODE(NG-IDX)
                      MOVE NEG-ADDED-DATE TO NG-ADDED-DATE(NG-IDX)
                 END-READ
              END-PERFORM
              CLOSE NEGATIVE-FILE
           END-IF.

      **********************************************
      * READS THE IDENTITY HISTORY, KEEPING ONLY APPLICATIONS
      * STILL INSIDE THE WINDOW. NO HISTORY YET MEANS A FIRST RUN
      * THAT CAN ONLY COMPARE TONIGHT'S APPLICANTS WITH EACH OTHER.
      **********************************************
       LOAD-ID-HISTORY.
           OPEN INPUT ID-HISTORY-FILE.
           IF ID-HISTORY-STATUS = '05' OR ID-HISTORY-STATUS = '35'
              DISPLAY 'NO IDENTITY HISTORY YET - FIRST RUN'
           ELSE
              IF ID-HISTORY-STATUS NOT = '00'
                 DISPLAY 'ERROR OPENING IDENTITY HISTORY: '
                          ID-HISTORY-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
              PERFORM UNTIL IDH-EOF
                 READ ID-HISTORY-FILE
                   AT END
                      SET IDH-EOF TO TRUE
                   NOT AT END
                      IF ID-HISTORY-STATUS = '00'
                         PERFORM LOAD-ONE-HISTORY-ENTRY
                      ELSE
                         DISPLAY 'ERROR READING IDENTITY HISTORY: '
                                  ID-HISTORY-STATUS
                         PERFORM ABEND-WITH-STATUS
                      END-IF
                 END-READ
              END-PERFORM
              CLOSE ID-HISTORY-FILE
           END-IF.
           COMPUTE ID-FILE-START = ID-COUNT + 1.

      **********************************************
      * KEEPS ONE HISTORY ENTRY IF ITS APPLICATION DATE IS STILL
      * INSIDE THE WINDOW.
      **********************************************
       LOAD-ONE-HISTORY-ENTRY.
           IF IDH-DATE NUMERIC
              MOVE IDH-DATE TO WS-IDH-DATE-NUM
              COMPUTE WS-IDH-DATE-INT =
                      FUNCTION INTEGER-OF-DATE(WS-IDH-DATE-NUM)
              COMPUTE WS-IDH-AGE-DAYS =
                      WS-RUN-DATE-INT - WS-IDH-DATE-INT
              IF WS-IDH-AGE-DAYS <= WS-ID-WINDOW-DAYS
                 IF ID-COUNT >= 20000
                    DISPLAY 'ERROR: IDENTITY TABLE FULL (20000 MAX)'
                    PERFORM ABEND-WITH-STATUS
                 END-IF
                 ADD 1 TO ID-COUNT
                 ADD 1 TO TOTAL-HISTORY-LOADED
                 SET IT-IDX TO ID-COUNT
                 MOVE IDH-APP-ID TO IT-APP-ID(IT-IDX)
                 MOVE IDH-DATE TO IT-DATE(IT-IDX)
                 MOVE IDH-LAST-NAME TO IT-LAST-NAME(IT-IDX)
                 MOVE IDH-FIRST-NAME TO IT-FIRST-NAME(IT-IDX)
                 MOVE IDH-BIRTH-DATE TO IT-BIRTH-DATE(IT-IDX)
                 MOVE IDH-NATIONAL-ID TO IT-NATIONAL-ID(IT-IDX)
                 MOVE IDH-ADDRESS-LINE TO IT-ADDRESS-LINE(IT-IDX)
                 MOVE IDH-POSTAL-CODE TO IT-POSTAL-CODE(IT-IDX)
              END-IF
           END-IF.

      **********************************************
      * FIRST PASS OF APPDD: ADDS EVERY APPLICANT TO THE IDENTITY
      * TABLE SO THE SCREENING PASS SEES THE WHOLE FILE - THE
      * FIRST OF FIVE APPLICATIONS FROM ONE ADDRESS IS CAUGHT AS
      * SURELY AS THE FIFTH. A BLANK APP-ID IS LEFT TO JOBSUB23'S
      * PRE-EDIT.
      **********************************************
       LOAD-FILE-IDENTITIES.
           OPEN INPUT APPLICANT-FILE.
           IF APPLICANT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING INPUT FILE: ' APPLICANT-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.
           PERFORM UNTIL EOF
              READ APPLICANT-FILE
                AT END
                   SET EOF TO TRUE
                NOT AT END
                   IF APPLICANT-STATUS NOT = '00'
                      DISPLAY 'ERROR READING FILE: ' APPLICANT-STATUS
                      PERFORM ABEND-WITH-STATUS
                   END-IF
                   IF APP-ID NOT = SPACES
                      IF ID-COUNT >= 20000
                         DISPLAY 'ERROR: IDENTITY TABLE FULL '
                                 '(20000 MAX)'
                         PERFORM ABEND-WITH-STATUS
                      END-IF
                      ADD 1 TO ID-COUNT
                      SET IT-IDX TO ID-COUNT
                      MOVE APP-ID TO IT-APP-ID(IT-IDX)
                      MOVE WS-RUN-DATE TO IT-DATE(IT-IDX)
                      MOVE APP-LAST-NAME TO IT-LAST-NAME(IT-IDX)
                      MOVE APP-FIRST-NAME TO IT-FIRST-NAME(IT-IDX)
                      MOVE APP-BIRTH-DATE TO IT-BIRTH-DATE(IT-IDX)
                      MOVE APP-NATIONAL-ID TO IT-NATIONAL-ID(IT-IDX)
                      MOVE APP-ADDRESS-LINE
                           TO IT-ADDRESS-LINE(IT-IDX)
                      MOVE APP-POSTAL-CODE TO IT-POSTAL-CODE(IT-IDX)
                   END-IF
              END-READ
           END-PERFORM.
           CLOSE APPLICANT-FILE.

      **********************************************
      * SECOND PASS OF APPDD: SCREENS EVERY APPLICANT AND WRITES
      * THE HITS TO SCRNDD.
      **********************************************
       SCREEN-ALL-APPLICANTS.
           OPEN OUTPUT SCREEN-HIT-FILE.
           IF SCREEN-HIT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING SCREENING HIT FILE: '
                       SCREEN-HIT-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.
           OPEN INPUT APPLICANT-FILE.
           IF APPLICANT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING INPUT FILE: ' APPLICANT-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL EOF
              READ APPLICANT-FILE
                AT END
                   SET EOF TO TRUE
                NOT AT END
                   IF APPLICANT-STATUS NOT = '00'
                      DISPLAY 'ERROR READING FILE: ' APPLICANT-STATUS
                      PERFORM ABEND-WITH-STATUS
                   END-IF
                   IF APP-ID NOT = SPACES
                      ADD 1 TO TOTAL-SCREENED
                      PERFORM SCREEN-ONE-APPLICANT
                   END-IF
              END-READ
           END-PERFORM.
           CLOSE APPLICANT-FILE.
           CLOSE SCREEN-HIT-FILE.
           IF SCREEN-HIT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING SCREENING HIT FILE: '
                       SCREEN-HIT-STATUS
           END-IF.

      **********************************************
      * SCREENS ONE APPLICANT: THE NEGATIVE FILE FIRST, AND ONLY
      * IF THAT IS CLEAN THE DUPLICATE AND VELOCITY CHECKS.
      **********************************************
       SCREEN-ONE-APPLICANT.
           MOVE 0 TO WS-HIT-RANK.
           MOVE SPACES TO WS-HIT-REASON.
           MOVE SPACES TO WS-HIT-REF.
           MOVE SPACES TO WS-HIT-DATE.
           MOVE 0 TO WS-ADDR-COUNT.
           IF NEG-COUNT > 0
              PERFORM VARYING NG-IDX FROM 1 BY 1
                      UNTIL NG-IDX > NEG-COUNT
                      OR WS-HIT-RANK = 1
                 PERFORM MATCH-ONE-NEG-ENTRY
              END-PERFORM
           END-IF.
           IF WS-HIT-RANK = 0
              PERFORM VARYING IT-IDX FROM 1 BY 1
                      UNTIL IT-IDX > ID-COUNT
                 IF IT-APP-ID(IT-IDX) NOT = APP-ID
                    PERFORM MATCH-ONE-IDENTITY
                 END-IF
              END-PERFORM
              IF WS-HIT-RANK = 0
                 AND WS-ADDRESS-LIMIT > 0
                 AND WS-ADDR-COUNT + 1 >= WS-ADDRESS-LIMIT
                 MOVE 6 TO WS-HIT-RANK
                 MOVE 'ADDRESS VELOCITY' TO WS-HIT-REASON
                 MOVE APP-POSTAL-CODE TO WS-HIT-REF
                 ADD 1 TO TOTAL-ADDR-VELOCITY
              END-IF
           END-IF.
           IF WS-HIT-RANK > 0
              PERFORM WRITE-SCREEN-HIT
           END-IF.

      **********************************************
      * COMPARES THE APPLICANT WITH ONE NEGATIVE-FILE ENTRY ON
      * NATIONAL ID, NAME AND DATE OF BIRTH, AND ADDRESS. A MATCH
      * REPLACES THE BEST HIT SO FAR ONLY IF IT RANKS HIGHER.
      **********************************************
       MATCH-ONE-NEG-ENTRY.
           MOVE 'N' TO WS-MATCHED.
           IF APP-NATIONAL-ID NOT = SPACES
              AND NG-NATIONAL-ID(NG-IDX) = APP-NATIONAL-ID
              SET MATCHED TO TRUE
           END-IF.
           IF APP-LAST-NAME NOT = SPACES
              AND APP-BIRTH-DATE NOT = SPACES
              AND NG-LAST-NAME(NG-IDX) = APP-LAST-NAME
              AND NG-FIRST-NAME(NG-IDX) = APP-FIRST-NAME
              AND NG-BIRTH-DATE(NG-IDX) = APP-BIRTH-DATE
              SET MATCHED TO TRUE
           END-IF.
           IF APP-ADDRESS-LINE NOT = SPACES
              AND NG-ADDRESS-LINE(NG-IDX) = APP-ADDRESS-LINE
              AND (NG-POSTAL-CODE(NG-IDX) = APP-POSTAL-CODE
                   OR NG-POSTAL-CODE(NG-IDX) = SPACES)
              SET MATCHED TO TRUE
           END-IF.
           IF MATCHED
              EVALUATE NG-TYPE(NG-IDX)
                  WHEN 'F'
                    MOVE 1 TO WS-THIS-RANK
                  WHEN 'C'
                    MOVE 2 TO WS-THIS-RANK
                  WHEN OTHER
                    MOVE 3 TO WS-THIS-RANK
              END-EVALUATE
              IF WS-HIT-RANK = 0 OR WS-THIS-RANK < WS-HIT-RANK
                 MOVE WS-THIS-RANK TO WS-HIT-RANK
                 EVALUATE WS-HIT-RANK
                     WHEN 1
                       MOVE 'NEG FILE: CONFIRMED FRAUD'
                            TO WS-HIT-REASON
                     WHEN 2
                       MOVE 'NEG FILE: CHARGE-OFF' TO WS-HIT-REASON
                     WHEN OTHER
                       MOVE 'NEG FILE: HOT-CARD OWNER'
                            TO WS-HIT-REASON
                 END-EVALUATE
                 MOVE NG-TYPE(NG-IDX) TO WS-HIT-REF(1:1)
                 MOVE NG-REF(NG-IDX) TO WS-HIT-REF(2:16)
                 MOVE NG-ADDED-DATE(NG-IDX) TO WS-HIT-DATE
              END-IF
           END-IF.

      **********************************************
      * COMPARES THE APPLICANT WITH ONE OTHER RECENT APPLICATION.
      * SAME NATIONAL ID OUTRANKS SAME NAME AND DATE OF BIRTH;
      * SAME ADDRESS AND POSTAL CODE COUNTS TOWARD VELOCITY, ONCE
      * PER OTHER APP-ID, UNTIL THE LIMIT IS REACHED.
      **********************************************
       MATCH-ONE-IDENTITY.
           IF APP-NATIONAL-ID NOT = SPACES
              AND IT-NATIONAL-ID(IT-IDX) = APP-NATIONAL-ID
              AND (WS-HIT-RANK = 0 OR WS-HIT-RANK > 4)
              MOVE 4 TO WS-HIT-RANK
              MOVE 'DUPLICATE NATIONAL ID' TO WS-HIT-REASON
              MOVE IT-APP-ID(IT-IDX) TO WS-HIT-REF
              MOVE IT-DATE(IT-IDX) TO WS-HIT-DATE
           END-IF.
           IF APP-LAST-NAME NOT = SPACES
              AND APP-BIRTH-DATE NOT = SPACES
              AND IT-LAST-NAME(IT-IDX) = APP-LAST-NAME
              AND IT-FIRST-NAME(IT-IDX) = APP-FIRST-NAME
              AND IT-BIRTH-DATE(IT-IDX) = APP-BIRTH-DATE
              AND WS-HIT-RANK = 0
              MOVE 5 TO WS-HIT-RANK
              MOVE 'DUPLICATE NAME AND DOB' TO WS-HIT-REASON
              MOVE IT-APP-ID(IT-IDX) TO WS-HIT-REF
              MOVE IT-DATE(IT-IDX) TO WS-HIT-DATE
           END-IF.
           IF APP-ADDRESS-LINE NOT = SPACES
              AND IT-ADDRESS-LINE(IT-IDX) = APP-ADDRESS-LINE
              AND IT-POSTAL-CODE(IT-IDX) = APP-POSTAL-CODE
              AND WS-ADDR-COUNT < 99
              AND WS-ADDR-COUNT + 1 < WS-ADDRESS-LIMIT
              MOVE 'N' TO WS-ADDR-SEEN
              IF WS-ADDR-COUNT > 0
                 SET AD-IDX TO 1
                 SEARCH WS-ADDR-APP-ID
                     AT END
                        CONTINUE
                     WHEN AD-IDX > WS-ADDR-COUNT
                        CONTINUE
                     WHEN WS-ADDR-APP-ID(AD-IDX) = IT-APP-ID(IT-IDX)
                        SET ADDR-SEEN TO TRUE
                 END-SEARCH
              END-IF
              IF NOT ADDR-SEEN
                 ADD 1 TO WS-ADDR-COUNT
                 SET AD-IDX TO WS-ADDR-COUNT
                 MOVE IT-APP-ID(IT-IDX) TO WS-ADDR-APP-ID(AD-IDX)
              END-IF
           END-IF.

      **********************************************
      * WRITES THE SCREENING HIT FOR THE CURRENT APPLICANT AND
      * COUNTS IT BY REASON.
      **********************************************
       WRITE-SCREEN-HIT.
           ADD 1 TO TOTAL-HITS.
           EVALUATE WS-HIT-RANK
               WHEN 1
                 ADD 1 TO TOTAL-NEG-FRAUD
               WHEN 2
                 ADD 1 TO TOTAL-NEG-CHARGE-OFF
               WHEN 3
                 ADD 1 TO TOTAL-NEG-HOT-CARD
               WHEN 4
                 ADD 1 TO TOTAL-DUP-NATIONAL-ID
               WHEN 5
                 ADD 1 TO TOTAL-DUP-NAME-DOB
               WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           MOVE SPACES TO SCREEN-HIT-REC.
           MOVE APP-ID TO SCR-APP-ID.
           MOVE WS-HIT-REASON TO SCR-REASON.
           MOVE WS-HIT-REF TO SCR-MATCH-REF.
           MOVE WS-HIT-DATE TO SCR-MATCH-DATE.
           IF WS-HIT-RANK = 6
              COMPUTE SCR-ADDR-COUNT = WS-ADDR-COUNT + 1
           ELSE
              MOVE 0 TO SCR-ADDR-COUNT
           END-IF.
           WRITE SCREEN-HIT-REC.
           IF SCREEN-HIT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING SCREENING HIT FILE: '
                       SCREEN-HIT-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.
           DISPLAY 'SCREENING HIT: ' APP-ID ' - ' WS-HIT-REASON
                   ' ' WS-HIT-REF.

      **********************************************
      * APPENDS TONIGHT'S APPLICANTS TO THE IDENTITY HISTORY SO
      * THE NEXT RUNS COMPARE AGAINST THEM.
      **********************************************
       APPEND-ID-HISTORY.
           OPEN EXTEND ID-HISTORY-FILE.
           IF ID-HISTORY-STATUS = '05' OR ID-HISTORY-STATUS = '35'
              OPEN OUTPUT ID-HISTORY-FILE
           END-IF.
           IF ID-HISTORY-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING IDENTITY HISTORY: '
                       ID-HISTORY-STATUS
              PERFORM ABEND-WITH-STATUS
           END-IF.
           PERFORM VARYING IT-IDX FROM ID-FILE-START BY 1
                   UNTIL IT-IDX > ID-COUNT
              MOVE SPACES TO ID-HISTORY-REC
              MOVE IT-APP-ID(IT-IDX) TO IDH-APP-ID
              MOVE IT-DATE(IT-IDX) TO IDH-DATE
              MOVE IT-LAST-NAME(IT-IDX) TO IDH-LAST-NAME
              MOVE IT-FIRST-NAME(IT-IDX) TO IDH-FIRST-NAME
              MOVE IT-BIRTH-DATE(IT-IDX) TO IDH-BIRTH-DATE
              MOVE IT-NATIONAL-ID(IT-IDX) TO IDH-NATIONAL-ID
              MOVE IT-ADDRESS-LINE(IT-IDX) TO IDH-ADDRESS-LINE
              MOVE IT-POSTAL-CODE(IT-IDX) TO IDH-POSTAL-CODE
              WRITE ID-HISTORY-REC
              IF ID-HISTORY-STATUS NOT = '00'
                 DISPLAY 'ERROR WRITING IDENTITY HISTORY: '
                          ID-HISTORY-STATUS
                 PERFORM ABEND-WITH-STATUS
              END-IF
           END-PERFORM.
           CLOSE ID-HISTORY-FILE.
           IF ID-HISTORY-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING IDENTITY HISTORY: '
                       ID-HISTORY-STATUS
           END-IF.

      **********************************************
      * APPENDS ONE RECORD TO THE CONSOLIDATED END-OF-NIGHT BATCH
      * STATUS LOG AND CLOSES IT. STATUS-LOG ITSELF WAS ALREADY
      * OPENED BY OPEN-STATUS-LOG, FIRST THING IN MAIN-LOGIC.
      **********************************************
       WRITE-BATCH-STATUS.
           MOVE SPACES TO STATUS-LOG-REC.
           MOVE 'APSCRN23' TO BST-PROGRAM-ID.
           PERFORM GET-BST-TIMESTAMP.
           MOVE WS-BST-START-TS TO BST-START-TS.
           MOVE WS-BST-TS-BUILT TO BST-END-TS.
           MOVE TOTAL-SCREENED TO BST-RECORDS-IN.
           MOVE TOTAL-HITS TO BST-RECORDS-OUT.
           MOVE 0 TO BST-RECORDS-REJECTED.
           IF ABEND-IN-PROGRESS
              MOVE 'FAILED' TO BST-STATUS
              MOVE 'JOB ABENDED - SEE SYSOUT FOR DETAIL' TO BST-MESSAGE
           ELSE
              IF NOT NEG-AVAILABLE
                 MOVE 'WARNING' TO BST-STATUS
                 MOVE 'NO NEGATIVE FILE - DUPLICATES ONLY' TO
                      BST-MESSAGE
              ELSE
                 MOVE 'COMPLETE' TO BST-STATUS
                 MOVE 'ALL APPLICANTS SCREENED' TO BST-MESSAGE
              END-IF
           END-IF.
           WRITE STATUS-LOG-REC.
           IF STATUS-LOG-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR WRITING BATCH STATUS LOG: '
                       STATUS-LOG-STATUS
           END-IF.
           CLOSE STATUS-LOG.
           IF STATUS-LOG-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING STATUS LOG: '
                       STATUS-LOG-STATUS
           END-IF.

      **********************************************
      * CALLED IN PLACE OF A BARE STOP RUN FROM ANY FATAL ERROR
      * PATH SO THE RUN STILL LEAVES A 'FAILED' STATLOG RECORD
      * BEHIND - OTHERWISE AN ABEND LOOKS, TO BATSTS43, LIKE THE
      * JOB NEVER RAN AT ALL RATHER THAN LIKE IT FAILED. THE
      * NON-ZERO RETURN CODE KEEPS JOBSUB23 FROM DECIDING AN
      * UNSCREENED FILE.
      **********************************************
       ABEND-WITH-STATUS.
           SET ABEND-IN-PROGRESS TO TRUE.
           PERFORM WRITE-BATCH-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      **********************************************
      * DISPLAY SUMMARY STATISTICS TO SYSOUT
      **********************************************
       DISPLAY-SUMMARY.
           MOVE TOTAL-SCREENED TO TOTAL-SCREENED-DISP.
           MOVE TOTAL-HITS TO TOTAL-HITS-DISP.
           MOVE TOTAL-NEG-FRAUD TO TOTAL-NEG-FRAUD-DISP.
           MOVE TOTAL-NEG-CHARGE-OFF TO TOTAL-NEG-CHARGE-OFF-DISP.
           MOVE TOTAL-NEG-HOT-CARD TO TOTAL-NEG-HOT-CARD-DISP.
           MOVE TOTAL-DUP-NATIONAL-ID TO TOTAL-DUP-NATIONAL-ID-DISP.
           MOVE TOTAL-DUP-NAME-DOB TO TOTAL-DUP-NAME-DOB-DISP.
           MOVE TOTAL-ADDR-VELOCITY TO TOTAL-ADDR-VELOCITY-DISP.
           MOVE TOTAL-HISTORY-LOADED TO TOTAL-HISTORY-LOADED-DISP.
           MOVE NEG-COUNT TO NEG-COUNT-DISP.

           DISPLAY '========================================'.
           DISPLAY 'APPLICANT IDENTITY SCREENING SUMMARY'.
           DISPLAY '========================================'.
           DISPLAY 'NEGATIVE FILE ENTRIES: ' NEG-COUNT-DISP.
           DISPLAY 'RECENT APPLICATIONS:   ' TOTAL-HISTORY-LOADED-DISP.
           DISPLAY 'APPLICANTS SCREENED:   ' TOTAL-SCREENED-DISP.
           DISPLAY 'SCREENING HITS:        ' TOTAL-HITS-DISP.
           DISPLAY '  CONFIRMED FRAUD:     ' TOTAL-NEG-FRAUD-DISP.
           DISPLAY '  CHARGE-OFF:          ' TOTAL-NEG-CHARGE-OFF-DISP.
           DISPLAY '  HOT-CARD OWNER:      ' TOTAL-NEG-HOT-CARD-DISP.
           DISPLAY '  DUP NATIONAL ID:     '
                   TOTAL-DUP-NATIONAL-ID-DISP.
           DISPLAY '  DUP NAME AND DOB:    ' TOTAL-DUP-NAME-DOB-DISP.
           DISPLAY '  ADDRESS VELOCITY:    ' TOTAL-ADDR-VELOCITY-DISP.
           DISPLAY '========================================'.
      **********************************************
      * CAPTURES THE RUN-START TIMESTAMP FOR THE BATSTAT RECORD.
      * PERFORMED FIRST THING IN MAIN-LOGIC.
      **********************************************
       SET-BST-START-TS.
           PERFORM GET-BST-TIMESTAMP.
           MOVE WS-BST-TS-BUILT TO WS-BST-START-TS.

      **********************************************
      * BUILDS A YYYYMMDDHHMMSS TIMESTAMP INTO WS-BST-TS-BUILT.
      **********************************************
       GET-BST-TIMESTAMP.
           ACCEPT WS-BST-TS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-BST-TS-TIME FROM TIME.
           MOVE SPACES TO WS-BST-TS-BUILT.
           STRING WS-BST-TS-DATE DELIMITED BY SIZE
                  WS-BST-TS-TIME(1:6) DELIMITED BY SIZE
                  INTO WS-BST-TS-BUILT
           END-STRING.
