      ************************************
      *** SPDX-License-Identifier: MIT ***
      ************************************

      ************************************
      *** Author: Eduardo Pozos Huerta ***
      *** File:   simulate.cbl         ***
      *** Date:   10/15/2026           ***
      *** Update: 10/15/2026           ***
      ***   - Coefficient change       ***
      ***     impact simulation: every ***
      ***     COEFMST record taking    ***
      ***     effect from today        ***
      ***     through the SIMCT window ***
      ***     is run through DSPCH01   ***
      ***     in direct mode with its  ***
      ***     new card and the         ***
      ***     production PARMIN seed,  ***
      ***     cap and tolerance, and   ***
      ***     the result is printed on ***
      ***     SIMRPT next to the       ***
      ***     exercise's latest        ***
      ***     RUNHIST entry.           ***
      ***   - A converging exercise    ***
      ***     the new card would stop  ***
      ***     converging, or a card    ***
      ***     the exercise would       ***
      ***     reject, is flagged and   ***
      ***     the job ends RC=4.       ***
      ***   - Operational messages     ***
      ***     routed through the       ***
      ***     LOGWRT01 run-log         ***
      ***     facility.                ***
      ***   - A change still pending   ***
      ***     approval is simulated    ***
      ***     with its pending image   ***
      ***     and marked PENDING; a    ***
      ***     rejected change is not   ***
      ***     simulated.               ***
      ***   - Each card is simulated   ***
      ***     in the iteration mode    ***
      ***     the night would use: the ***
      ***     RUNCTL entry's mode      ***
      ***     byte, else the PARMIN    ***
      ***     card's.                  ***
      ***   - Compares each simulated  ***
      ***     card with the exercise's ***
      ***     latest production-card   ***
      ***     RUNHIST entry; runs of   ***
      ***     coefficient scenarios    ***
      ***     are passed over.         ***
      ************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPSIM01.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIMCT-FILE ASSIGN TO "SIMCT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SIMCT-FILE-STATUS.

           SELECT PARM-FILE ASSIGN TO "PARMIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RUNCTL-FILE-STATUS.

           SELECT OPTIONAL COEFMST-FILE ASSIGN TO "COEFMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMST-KEY
               FILE STATUS IS COEFMST-FILE-STATUS.

           SELECT RUNHIST-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RHST-KEY
               FILE STATUS IS RUNHIST-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "SIMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  SIMCT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SIMCT.

       FD  PARM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PARMREC.

       FD  RUNCTL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.

       FD  COEFMST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY COEFMST.

       FD  RUNHIST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNHIST.

       FD  REPORT-FILE.
       01 REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.

       77 SIMCT-FILE-STATUS   PIC X(02) VALUE '00'.
       77 PARM-FILE-STATUS    PIC X(02) VALUE '00'.
       77 RUNCTL-FILE-STATUS  PIC X(02) VALUE '00'.
       77 COEFMST-FILE-STATUS PIC X(02) VALUE '00'.
       77 RUNHIST-FILE-STATUS PIC X(02) VALUE '00'.
       77 REPORT-FILE-STATUS  PIC X(02) VALUE '00'.

       77 PARM-SWITCH PIC X(01) VALUE 'N'.
           88 PARM-INVALID VALUE 'Y'.

       77 MASTER-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 MASTER-EOF VALUE 'Y'.

       77 RUNCTL-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 RUNCTL-EOF VALUE 'Y'.

       77 HISTORY-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 HISTORY-EOF VALUE 'Y'.

       77 HISTORY-SWITCH PIC X(01) VALUE 'N'.
           88 HISTORY-UNAVAILABLE VALUE 'Y'.

       77 FLAG-SWITCH PIC X(01) VALUE 'N'.
           88 CHANGE-FLAGGED VALUE 'Y'.

       01 CURRENT-DATE-FIELDS.
           05 CDT-DATE PIC 9(8).
           05 CDT-TIME PIC 9(6).
           05 FILLER   PIC X(07).

       77 HORIZON-DAYS    PIC 9(3) VALUE 7.
       77 WINDOW-END      PIC 9(8) VALUE ZERO.
       77 WINDOW-INTEGER  PIC S9(7) VALUE ZERO COMP-3.

       77 RUN-SEED           PIC S9(9)V9(10) VALUE ZERO COMP-3.
       77 RUN-MAX-ITERATIONS PIC 9(4)        VALUE ZERO COMP-3.
       77 RUN-TOLERANCE      PIC V9(30)      VALUE ZERO COMP-3.
       77 RUN-ITERATION-MODE PIC X(01)       VALUE 'P'.

       77 SIM-EXERCISE-ID    PIC X(01)       VALUE SPACE.
       77 STEP-RETURN-CODE   PIC S9(4) VALUE ZERO COMP-3.
       77 STEP-PASS-OVERRIDE PIC 9(4)  VALUE ZERO COMP-3.
       77 STEP-ITERATION-MODE PIC X(01) VALUE SPACE.

           COPY SWPLNK.

      *****************************************************
      *** THE CARDS DUE IN THE WINDOW ARE COLLECTED     ***
      *** FIRST AND COEFMST CLOSED BEFORE ANY EXERCISE  ***
      *** IS CALLED - THE EXERCISES OPEN THE SAME       ***
      *** MASTER THEMSELVES.                            ***
      *****************************************************
       77 CHANGE-COUNT PIC 9(3) VALUE ZERO COMP-3.
       77 CHANGE-LIMIT PIC 9(3) VALUE 50   COMP-3.
       77 CHANGE-INDEX PIC 9(3) VALUE ZERO COMP-3.
       77 CHANGE-DROPPED PIC 9(5) VALUE ZERO COMP-3.

       01 CHANGE-TABLE.
           05 CHANGE-ENTRY OCCURS 50 TIMES.
               10 CHG-TAB-EXERCISE-ID    PIC X(01).
               10 CHG-TAB-EFFECTIVE-DATE PIC 9(8).
               10 CHG-TAB-CARD-IMAGE     PIC X(70).
               10 CHG-TAB-CHANGED-BY     PIC X(08).
               10 CHG-TAB-STATUS         PIC X(10).

       77 CONTROL-COUNT PIC 9(3) VALUE ZERO COMP-3.
       77 CONTROL-LIMIT PIC 9(3) VALUE 20   COMP-3.
       77 CONTROL-INDEX PIC 9(3) VALUE ZERO COMP-3.

       01 CONTROL-TABLE.
           05 CONTROL-ENTRY OCCURS 20 TIMES.
               10 CTL-EXERCISE-ID    PIC X(01).
               10 CTL-PASSES         PIC 9(4).
               10 CTL-EFFECTIVE-DATE PIC X(08).
               10 CTL-EXPIRY-DATE    PIC X(08).
               10 CTL-ITERATION-MODE PIC X(01).

       01 LATEST-RUN-TABLE.
           05 LATEST-ENTRY OCCURS 4 TIMES.
               10 LAT-FOUND         PIC X(01).
               10 LAT-RUN-DATE      PIC 9(8).
               10 LAT-RUN-TIME      PIC 9(6).
               10 LAT-RETURN-CODE   PIC S9(4).
               10 LAT-ITERATIONS    PIC 9(4).
               10 LAT-FINAL-RESULT  PIC S9(21)V9(10).
               10 LAT-RESULT-STATUS PIC X(01).

       77 EXERCISE-INDEX PIC 9(1) VALUE ZERO COMP-3.
       77 OUTCOME-CODE   PIC S9(4) VALUE ZERO COMP-3.
       77 OUTCOME-TEXT   PIC X(17) VALUE SPACES.
       77 SIMULATED-COUNT PIC 9(5) VALUE ZERO COMP-3.
       77 FLAGGED-COUNT   PIC 9(5) VALUE ZERO COMP-3.

       77 LOG-PROGRAM-NAME  PIC X(08) VALUE "IMPSIM01".
       77 LOG-SEVERITY-CODE PIC X(01) VALUE 'I'.
       77 LOG-MESSAGE-TEXT  PIC X(80) VALUE SPACES.
       77 LOG-COUNT-EDIT    PIC ZZZZ9.
       77 LOG-FLAG-EDIT     PIC ZZZZ9.

       01 REPORT-HEADING-1.
           05 FILLER PIC X(48) VALUE
               "IMPSIM01: COEFFICIENT CHANGE IMPACT SIMULATION".
           05 FILLER       PIC X(09) VALUE "RUN DATE ".
           05 HDG-RUN-DATE PIC 9(8).
           05 FILLER       PIC X(10) VALUE "  WINDOW: ".
           05 HDG-FROM     PIC 9(8).
           05 FILLER       PIC X(03) VALUE " - ".
           05 HDG-TO       PIC 9(8).
           05 FILLER       PIC X(38) VALUE SPACES.

       01 REPORT-HEADING-2.
           05 FILLER PIC X(07) VALUE "SEED ".
           05 HDG-SEED PIC -(9)9.9(10).
           05 FILLER PIC X(08) VALUE "  CAP ".
           05 HDG-MAX-ITERATIONS PIC ZZZ9.
           05 FILLER PIC X(92) VALUE
               "  (PRODUCTION PARMIN; RUNCTL PASSES AS OF EACH DATE)".

       01 CARD-LINE.
           05 FILLER             PIC X(03) VALUE "EX ".
           05 CRD-EXERCISE       PIC X(01).
           05 FILLER             PIC X(12) VALUE "  EFFECTIVE ".
           05 CRD-EFFECTIVE-DATE PIC 9(8).
           05 FILLER             PIC X(13) VALUE "  CHANGED BY ".
           05 CRD-CHANGED-BY     PIC X(08).
           05 CRD-STATUS         PIC X(10).
           05 FILLER             PIC X(07) VALUE " CARD: ".
           05 CRD-CARD-IMAGE     PIC X(70).

       01 RESULT-LINE.
           05 FILLER         PIC X(03) VALUE SPACES.
           05 RES-LABEL      PIC X(12).
           05 RES-RUN-DATE   PIC X(08).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 RES-RUN-TIME   PIC X(06).
           05 FILLER         PIC X(05) VALUE "  RC ".
           05 RES-RC         PIC ZZ9.
           05 FILLER         PIC X(08) VALUE "  ITERS ".
           05 RES-ITERATIONS PIC ZZZ9.
           05 FILLER         PIC X(09) VALUE "  RESULT ".
           05 RES-RESULT     PIC -(21)9.9(10).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 RES-OUTCOME    PIC X(17).
           05 FILLER         PIC X(08) VALUE "  TRUNC ".
           05 RES-TRUNCATED  PIC X(01).
           05 FILLER         PIC X(12) VALUE SPACES.

       01 NO-HISTORY-LINE PIC X(132) VALUE
           "   LATEST RUN  (NO RUNHIST ENTRY FOR THIS EXERCISE)".

       01 FLAG-LINE.
           05 FILLER    PIC X(13) VALUE "   *** FLAG: ".
           05 FLG-TEXT  PIC X(60).
           05 FILLER    PIC X(59) VALUE SPACES.

       01 TOTAL-LINE.
           05 FILLER    PIC X(17) VALUE "CARDS SIMULATED: ".
           05 TOT-COUNT PIC ZZZZ9.
           05 FILLER    PIC X(11) VALUE "  FLAGGED: ".
           05 TOT-FLAGS PIC ZZZZ9.
           05 FILLER    PIC X(94) VALUE SPACES.

       01 EMPTY-LINE PIC X(132) VALUE
           "  (NO COEFMST CHANGES TAKE EFFECT IN THE WINDOW)".

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-FIELDS.
           PERFORM READ-SIMULATION-CARD.
           PERFORM READ-PRODUCTION-PARAMETERS.
           IF PARM-INVALID
               MOVE 'E' TO LOG-SEVERITY-CODE
               MOVE "MISSING OR BAD PARMIN SEED - ABORTING"
                   TO LOG-MESSAGE-TEXT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM COMPUTE-WINDOW-END.
           PERFORM LOAD-CONTROL-TABLE.
           PERFORM LOAD-LATEST-RUNS.
           PERFORM COLLECT-PENDING-CHANGES.

           OPEN OUTPUT REPORT-FILE.
           MOVE CDT-DATE           TO HDG-RUN-DATE.
           MOVE CDT-DATE           TO HDG-FROM.
           MOVE WINDOW-END         TO HDG-TO.
           MOVE RUN-SEED           TO HDG-SEED.
           MOVE RUN-MAX-ITERATIONS TO HDG-MAX-ITERATIONS.
           WRITE REPORT-RECORD FROM REPORT-HEADING-1.
           WRITE REPORT-RECORD FROM REPORT-HEADING-2.

           PERFORM SIMULATE-ONE-CHANGE
               VARYING CHANGE-INDEX FROM 1 BY 1
               UNTIL CHANGE-INDEX > CHANGE-COUNT.

           IF CHANGE-COUNT = ZERO
               WRITE REPORT-RECORD FROM EMPTY-LINE
           END-IF.
           MOVE SIMULATED-COUNT TO TOT-COUNT.
           MOVE FLAGGED-COUNT   TO TOT-FLAGS.
           WRITE REPORT-RECORD FROM TOTAL-LINE.
           CLOSE REPORT-FILE.

           MOVE SIMULATED-COUNT TO LOG-COUNT-EDIT.
           MOVE FLAGGED-COUNT   TO LOG-FLAG-EDIT.
           IF FLAGGED-COUNT > ZERO
               MOVE 'W' TO LOG-SEVERITY-CODE
               STRING FUNCTION TRIM(LOG-FLAG-EDIT)
                   " OF " FUNCTION TRIM(LOG-COUNT-EDIT)
                   " PENDING COEFMST CHANGE(S) FLAGGED - SEE SIMRPT"
                   DELIMITED BY SIZE INTO LOG-MESSAGE-TEXT
               PERFORM WRITE-RUN-LOG
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 'I' TO LOG-SEVERITY-CODE
               STRING FUNCTION TRIM(LOG-COUNT-EDIT)
                   " PENDING COEFMST CHANGE(S) SIMULATED, NONE FLAGGED"
                   DELIMITED BY SIZE INTO LOG-MESSAGE-TEXT
               PERFORM WRITE-RUN-LOG
               MOVE ZERO TO RETURN-CODE
           END-IF.
           STOP RUN.

       WRITE-RUN-LOG.
           CALL "LOGWRT01" USING LOG-PROGRAM-NAME
                                 LOG-SEVERITY-CODE
                                 LOG-MESSAGE-TEXT.
           MOVE SPACES TO LOG-MESSAGE-TEXT.

       READ-SIMULATION-CARD.
           OPEN INPUT SIMCT-FILE.
           IF SIMCT-FILE-STATUS = "00"
               READ SIMCT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SIM-HORIZON-DAYS NUMERIC
                           MOVE FUNCTION NUMVAL(SIM-HORIZON-DAYS)
                               TO HORIZON-DAYS
                       END-IF
               END-READ
               CLOSE SIMCT-FILE
           END-IF.

      *****************************************************
      *** THE SIMULATION RUNS WITH EXACTLY WHAT TONIGHT ***
      *** WILL RUN WITH: THE PRODUCTION PARMIN SEED,    ***
      *** ITERATION CAP AND TOLERANCE.  A NON-NUMERIC   ***
      *** CAP OR TOLERANCE IS LEFT AT ZERO SO THE       ***
      *** EXERCISE KEEPS ITS OWN DEFAULT, AS IT WOULD   ***
      *** READING THE CARD ITSELF.                      ***
      *****************************************************
       READ-PRODUCTION-PARAMETERS.
           OPEN INPUT PARM-FILE.
           IF PARM-FILE-STATUS = "00"
               READ PARM-FILE
                   AT END
                       SET PARM-INVALID TO TRUE
                   NOT AT END
                       IF PARM-SEED NUMERIC
                           MOVE PARM-SEED TO RUN-SEED
                       ELSE
                           SET PARM-INVALID TO TRUE
                       END-IF
                       IF PARM-MAX-ITERATIONS NUMERIC
                           MOVE PARM-MAX-ITERATIONS
                               TO RUN-MAX-ITERATIONS
                       END-IF
                       IF PARM-TOLERANCE NUMERIC
                           MOVE PARM-TOLERANCE TO RUN-TOLERANCE
                       END-IF
                       IF PARM-ACCELERATED
                           MOVE 'A' TO RUN-ITERATION-MODE
                       END-IF
               END-READ
               CLOSE PARM-FILE
           ELSE
               SET PARM-INVALID TO TRUE
           END-IF.

       COMPUTE-WINDOW-END.
           COMPUTE WINDOW-INTEGER =
               FUNCTION INTEGER-OF-DATE(CDT-DATE) + HORIZON-DAYS.
           COMPUTE WINDOW-END =
               FUNCTION DATE-OF-INTEGER(WINDOW-INTEGER).

      *****************************************************
      *** THE RUNCTL DECK IS HELD IN A TABLE SO EACH    ***
      *** CARD CAN TAKE THE PASS OVERRIDE IN EFFECT ON  ***
      *** ITS OWN EFFECTIVE DATE.  NO DECK MEANS NO     ***
      *** OVERRIDE.                                     ***
      *****************************************************
       LOAD-CONTROL-TABLE.
           OPEN INPUT RUNCTL-FILE.
           IF RUNCTL-FILE-STATUS = "00"
               PERFORM READ-CONTROL-RECORD UNTIL RUNCTL-EOF
               CLOSE RUNCTL-FILE
           END-IF.

       READ-CONTROL-RECORD.
           READ RUNCTL-FILE
               AT END
                   SET RUNCTL-EOF TO TRUE
               NOT AT END
                   IF CONTROL-COUNT < CONTROL-LIMIT
                       ADD 1 TO CONTROL-COUNT
                       MOVE RUNCTL-EXERCISE-ID
                           TO CTL-EXERCISE-ID(CONTROL-COUNT)
                       MOVE RUNCTL-PASSES
                           TO CTL-PASSES(CONTROL-COUNT)
                       MOVE RUNCTL-EFFECTIVE-DATE
                           TO CTL-EFFECTIVE-DATE(CONTROL-COUNT)
                       MOVE RUNCTL-EXPIRY-DATE
                           TO CTL-EXPIRY-DATE(CONTROL-COUNT)
                       MOVE RUNCTL-ITERATION-MODE
                           TO CTL-ITERATION-MODE(CONTROL-COUNT)
                   END-IF
           END-READ.

      *****************************************************
      *** RUNHIST IS KEYED BY RUN DATE AND TIME, SO THE ***
      *** LAST ENTRY READ FOR AN EXERCISE IS ITS LATEST ***
      *** RUN.  ONLY PRODUCTION-CARD ENTRIES COUNT - A  ***
      *** SCENARIO RUN IS NOT WHAT THE NEW CARD         ***
      *** REPLACES.  AN UNAVAILABLE MASTER IS NOT FATAL ***
      *** - THE SIMULATION STILL PRINTS, WITHOUT THE    ***
      *** COMPARISON.                                   ***
      *****************************************************
       LOAD-LATEST-RUNS.
           PERFORM INITIALIZE-LATEST-RUN
               VARYING EXERCISE-INDEX FROM 1 BY 1
               UNTIL EXERCISE-INDEX > 4.

           OPEN INPUT RUNHIST-FILE.
           IF RUNHIST-FILE-STATUS = "00"
               PERFORM READ-HISTORY-RECORD UNTIL HISTORY-EOF
               CLOSE RUNHIST-FILE
           ELSE
               MOVE 'W' TO LOG-SEVERITY-CODE
               STRING "RUNHIST UNAVAILABLE (STATUS "
                   RUNHIST-FILE-STATUS ") - NO LATEST-RUN COMPARISON"
                   DELIMITED BY SIZE INTO LOG-MESSAGE-TEXT
               PERFORM WRITE-RUN-LOG
               SET HISTORY-UNAVAILABLE TO TRUE
           END-IF.

       INITIALIZE-LATEST-RUN.
           MOVE 'N'   TO LAT-FOUND(EXERCISE-INDEX).
           MOVE ZERO  TO LAT-RUN-DATE(EXERCISE-INDEX).
           MOVE ZERO  TO LAT-RUN-TIME(EXERCISE-INDEX).
           MOVE ZERO  TO LAT-RETURN-CODE(EXERCISE-INDEX).
           MOVE ZERO  TO LAT-ITERATIONS(EXERCISE-INDEX).
           MOVE ZERO  TO LAT-FINAL-RESULT(EXERCISE-INDEX).
           MOVE SPACE TO LAT-RESULT-STATUS(EXERCISE-INDEX).

       READ-HISTORY-RECORD.
           READ RUNHIST-FILE
               AT END
                   SET HISTORY-EOF TO TRUE
               NOT AT END
                   IF RHST-EXERCISE-ID NOT < '1'
                    AND RHST-EXERCISE-ID NOT > '4'
                    AND RHST-PRODUCTION-CARD
                       PERFORM FILE-LATEST-RUN
                   END-IF
           END-READ.

       FILE-LATEST-RUN.
           COMPUTE EXERCISE-INDEX = FUNCTION NUMVAL(RHST-EXERCISE-ID).
           MOVE 'Y' TO LAT-FOUND(EXERCISE-INDEX).
           MOVE RHST-RUN-DATE    TO LAT-RUN-DATE(EXERCISE-INDEX).
           MOVE RHST-RUN-TIME    TO LAT-RUN-TIME(EXERCISE-INDEX).
           MOVE RHST-RETURN-CODE TO LAT-RETURN-CODE(EXERCISE-INDEX).
           MOVE RHST-ITERATIONS  TO LAT-ITERATIONS(EXERCISE-INDEX).
           MOVE RHST-FINAL-RESULT
               TO LAT-FINAL-RESULT(EXERCISE-INDEX).
           MOVE RHST-RESULT-STATUS
               TO LAT-RESULT-STATUS(EXERCISE-INDEX).

      *****************************************************
      *** A CARD IS DUE WHEN ITS EFFECTIVE DATE FALLS   ***
      *** FROM TODAY (TONIGHT'S RUN DATE) THROUGH THE   ***
      *** END OF THE WINDOW.  A CHANGE STILL PENDING    ***
      *** APPROVAL IS SIMULATED WITH ITS PENDING IMAGE  ***
      *** - THAT IS THE ONE THE CHECKER NEEDS TO SEE -  ***
      *** AN APPROVED ONE WITH ITS CARD IMAGE, AND A    ***
      *** REJECTED ONE NOT AT ALL.  STATUS 05 IS AN     ***
      *** ABSENT OPTIONAL MASTER - NOTHING IS DUE.      ***
      *****************************************************
       COLLECT-PENDING-CHANGES.
           OPEN INPUT COEFMST-FILE.
           IF COEFMST-FILE-STATUS = "00"
            OR COEFMST-FILE-STATUS = "05"
               MOVE LOW-VALUES TO CMST-KEY
               START COEFMST-FILE KEY NOT LESS THAN CMST-KEY
                   INVALID KEY
                       SET MASTER-EOF TO TRUE
               END-START
               PERFORM READ-MASTER-RECORD UNTIL MASTER-EOF
               CLOSE COEFMST-FILE
           ELSE
               MOVE 'E' TO LOG-SEVERITY-CODE
               STRING "UNABLE TO OPEN COEFMST (STATUS "
                   COEFMST-FILE-STATUS ") - ABORTING"
                   DELIMITED BY SIZE INTO LOG-MESSAGE-TEXT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF CHANGE-DROPPED > ZERO
               MOVE CHANGE-DROPPED TO LOG-COUNT-EDIT
               MOVE 'W' TO LOG-SEVERITY-CODE
               STRING FUNCTION TRIM(LOG-COUNT-EDIT)
                   " DUE CHANGE(S) BEYOND THE TABLE LIMIT NOT"
                   " SIMULATED - SHORTEN THE SIMCT WINDOW"
                   DELIMITED BY SIZE INTO LOG-MESSAGE-TEXT
               PERFORM WRITE-RUN-LOG
           END-IF.

       READ-MASTER-RECORD.
           READ COEFMST-FILE NEXT RECORD
               AT END
                   SET MASTER-EOF TO TRUE
               NOT AT END
                   IF CMST-EFFECTIVE-DATE NOT < CDT-DATE
                    AND CMST-EFFECTIVE-DATE NOT > WINDOW-END
                    AND NOT CMST-REJECTED
                       PERFORM FILE-PENDING-CHANGE
                   END-IF
           END-READ.

       FILE-PENDING-CHANGE.
           IF CHANGE-COUNT < CHANGE-LIMIT
               ADD 1 TO CHANGE-COUNT
               MOVE CMST-EXERCISE-ID
                   TO CHG-TAB-EXERCISE-ID(CHANGE-COUNT)
               MOVE CMST-EFFECTIVE-DATE
                   TO CHG-TAB-EFFECTIVE-DATE(CHANGE-COUNT)
               MOVE CMST-CHANGED-BY
                   TO CHG-TAB-CHANGED-BY(CHANGE-COUNT)
               IF CMST-PENDING
                   MOVE CMST-PENDING-IMAGE
                       TO CHG-TAB-CARD-IMAGE(CHANGE-COUNT)
                   MOVE "  PENDING "
                       TO CHG-TAB-STATUS(CHANGE-COUNT)
               ELSE
                   MOVE CMST-CARD-IMAGE
                       TO CHG-TAB-CARD-IMAGE(CHANGE-COUNT)
                   MOVE "  APPROVED"
                       TO CHG-TAB-STATUS(CHANGE-COUNT)
               END-IF
           ELSE
               ADD 1 TO CHANGE-DROPPED
           END-IF.

      *****************************************************
      *** ONE DUE CARD: DIRECT-MODE CALL THROUGH        ***
      *** DSPCH01 WITH THE NEW CARD IMAGE HANDED IN     ***
      *** THROUGH THE LINKAGE AREA, THEN THE CARD, THE  ***
      *** LATEST RUN, THE SIMULATED RUN AND ANY FLAG.   ***
      *****************************************************
       SIMULATE-ONE-CHANGE.
           MOVE CHG-TAB-EXERCISE-ID(CHANGE-INDEX) TO SIM-EXERCISE-ID.
           PERFORM FIND-PASS-OVERRIDE.

           MOVE 'D'                TO SWL-MODE-SWITCH.
           MOVE RUN-SEED           TO SWL-SEED.
           MOVE RUN-MAX-ITERATIONS TO SWL-MAX-ITERATIONS.
           MOVE RUN-TOLERANCE      TO SWL-TOLERANCE.
           MOVE ZERO               TO SWL-ITERATIONS.
           MOVE ZERO               TO SWL-FINAL-RESULT.
           MOVE SPACE              TO SWL-RESULT-STATUS.
           MOVE ZERO               TO SWL-CYCLE-PERIOD.
           MOVE CHG-TAB-CARD-IMAGE(CHANGE-INDEX) TO SWL-COEF-CARD.
           IF STEP-ITERATION-MODE = 'A' OR STEP-ITERATION-MODE = 'P'
               MOVE STEP-ITERATION-MODE TO SWL-ITERATION-MODE
           ELSE
               MOVE RUN-ITERATION-MODE  TO SWL-ITERATION-MODE
           END-IF.
           MOVE ZERO               TO STEP-RETURN-CODE.

           CALL "DSPCH01" USING SIM-EXERCISE-ID
                                STEP-PASS-OVERRIDE
                                STEP-RETURN-CODE
                                SWEEP-LINK-AREA.
           ADD 1 TO SIMULATED-COUNT.

           MOVE SIM-EXERCISE-ID TO CRD-EXERCISE.
           MOVE CHG-TAB-EFFECTIVE-DATE(CHANGE-INDEX)
               TO CRD-EFFECTIVE-DATE.
           MOVE CHG-TAB-CHANGED-BY(CHANGE-INDEX) TO CRD-CHANGED-BY.
           MOVE CHG-TAB-STATUS(CHANGE-INDEX)     TO CRD-STATUS.
           MOVE CHG-TAB-CARD-IMAGE(CHANGE-INDEX) TO CRD-CARD-IMAGE.
           WRITE REPORT-RECORD FROM CARD-LINE.

           MOVE ZERO TO EXERCISE-INDEX.
           IF SIM-EXERCISE-ID NOT < '1' AND SIM-EXERCISE-ID NOT > '4'
               COMPUTE EXERCISE-INDEX =
                   FUNCTION NUMVAL(SIM-EXERCISE-ID)
           END-IF.
           IF EXERCISE-INDEX > ZERO
            AND LAT-FOUND(EXERCISE-INDEX) = 'Y'
               PERFORM WRITE-LATEST-RUN-LINE
           ELSE
               WRITE REPORT-RECORD FROM NO-HISTORY-LINE
           END-IF.
           PERFORM WRITE-SIMULATED-LINE.
           PERFORM CHECK-FOR-IMPACT.

      *****************************************************
      *** THE RUNCTL ENTRY IN EFFECT ON THE CARD'S DATE ***
      *** ALSO SUPPLIES THE ITERATION MODE THE NIGHT    ***
      *** WILL RUN IN; A BLANK MODE BYTE THERE LEAVES   ***
      *** THE PARMIN CARD'S MODE.                       ***
      *****************************************************
       FIND-PASS-OVERRIDE.
           MOVE ZERO TO STEP-PASS-OVERRIDE.
           MOVE SPACE TO STEP-ITERATION-MODE.
           PERFORM TEST-CONTROL-ENTRY
               VARYING CONTROL-INDEX FROM 1 BY 1
               UNTIL CONTROL-INDEX > CONTROL-COUNT
                  OR STEP-PASS-OVERRIDE > ZERO.

       TEST-CONTROL-ENTRY.
           IF CTL-EXERCISE-ID(CONTROL-INDEX) = SIM-EXERCISE-ID
            AND CTL-PASSES(CONTROL-INDEX) NUMERIC
               IF CTL-EFFECTIVE-DATE(CONTROL-INDEX) NUMERIC
                AND CHG-TAB-EFFECTIVE-DATE(CHANGE-INDEX) <
                    FUNCTION NUMVAL(CTL-EFFECTIVE-DATE(CONTROL-INDEX))
                   CONTINUE
               ELSE
                   IF CTL-EXPIRY-DATE(CONTROL-INDEX) NUMERIC
                    AND CHG-TAB-EFFECTIVE-DATE(CHANGE-INDEX) >
                     FUNCTION NUMVAL(CTL-EXPIRY-DATE(CONTROL-INDEX))
                       CONTINUE
                   ELSE
                       MOVE CTL-PASSES(CONTROL-INDEX)
                           TO STEP-PASS-OVERRIDE
                       IF STEP-ITERATION-MODE = SPACE
                           MOVE CTL-ITERATION-MODE(CONTROL-INDEX)
                               TO STEP-ITERATION-MODE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       WRITE-LATEST-RUN-LINE.
           MOVE "LATEST RUN  " TO RES-LABEL.
           MOVE LAT-RUN-DATE(EXERCISE-INDEX) TO RES-RUN-DATE.
           MOVE LAT-RUN-TIME(EXERCISE-INDEX) TO RES-RUN-TIME.
           MOVE LAT-RETURN-CODE(EXERCISE-INDEX) TO RES-RC.
           MOVE LAT-ITERATIONS(EXERCISE-INDEX) TO RES-ITERATIONS.
           MOVE LAT-FINAL-RESULT(EXERCISE-INDEX) TO RES-RESULT.
           MOVE LAT-RETURN-CODE(EXERCISE-INDEX) TO OUTCOME-CODE.
           PERFORM NAME-OUTCOME.
           MOVE OUTCOME-TEXT TO RES-OUTCOME.
           MOVE LAT-RESULT-STATUS(EXERCISE-INDEX) TO RES-TRUNCATED.
           WRITE REPORT-RECORD FROM RESULT-LINE.

       WRITE-SIMULATED-LINE.
           MOVE "SIMULATED   " TO RES-LABEL.
           MOVE CHG-TAB-EFFECTIVE-DATE(CHANGE-INDEX) TO RES-RUN-DATE.
           MOVE SPACES TO RES-RUN-TIME.
           MOVE STEP-RETURN-CODE TO RES-RC.
           MOVE SWL-ITERATIONS TO RES-ITERATIONS.
           MOVE SWL-FINAL-RESULT TO RES-RESULT.
           MOVE STEP-RETURN-CODE TO OUTCOME-CODE.
           PERFORM NAME-OUTCOME.
           MOVE OUTCOME-TEXT TO RES-OUTCOME.
           MOVE SWL-RESULT-STATUS TO RES-TRUNCATED.
           WRITE REPORT-RECORD FROM RESULT-LINE.

       NAME-OUTCOME.
           EVALUATE OUTCOME-CODE
               WHEN ZERO
                   MOVE "CONVERGED"        TO OUTCOME-TEXT
               WHEN 4
                   MOVE "PASSES EXHAUSTED" TO OUTCOME-TEXT
               WHEN 8
                   MOVE "TABLE EXHAUSTED"  TO OUTCOME-TEXT
               WHEN 12
                   MOVE "CARDS REJECTED"   TO OUTCOME-TEXT
               WHEN 16
                   MOVE "UNKNOWN EXERCISE" TO OUTCOME-TEXT
               WHEN 20
                   MOVE "DIVERGED"         TO OUTCOME-TEXT
               WHEN 24
                   MOVE "CYCLING"          TO OUTCOME-TEXT
               WHEN OTHER
                   MOVE "RC NOT RECOGNIZED" TO OUTCOME-TEXT
           END-EVALUATE.

      *****************************************************
      *** THE FLAGS THE DAY SHIFT ACTS ON: A CARD THE   ***
      *** EXERCISE WOULD REJECT OR NOT RECOGNIZE, AND A ***
      *** CARD THAT WOULD TURN TONIGHT'S CONVERGING     ***
      *** EXERCISE INTO A DIVERGING, CYCLING, TABLE- OR ***
      *** PASSES-EXHAUSTED ONE.                         ***
      *****************************************************
       CHECK-FOR-IMPACT.
           MOVE 'N' TO FLAG-SWITCH.
           MOVE SPACES TO FLG-TEXT.
           EVALUATE TRUE
               WHEN STEP-RETURN-CODE = 12
                   MOVE "CARD WOULD BE REJECTED BY THE EXERCISE EDIT"
                       TO FLG-TEXT
                   SET CHANGE-FLAGGED TO TRUE
               WHEN STEP-RETURN-CODE = 16
                   MOVE "EXERCISE ID NOT KNOWN TO DSPCH01"
                       TO FLG-TEXT
                   SET CHANGE-FLAGGED TO TRUE
               WHEN EXERCISE-INDEX = ZERO
                   CONTINUE
               WHEN LAT-FOUND(EXERCISE-INDEX) NOT = 'Y'
                   CONTINUE
               WHEN LAT-RETURN-CODE(EXERCISE-INDEX) = ZERO
                AND STEP-RETURN-CODE NOT = ZERO
                   STRING "CONVERGING EXERCISE WOULD END "
                       OUTCOME-TEXT
                       DELIMITED BY SIZE INTO FLG-TEXT
                   SET CHANGE-FLAGGED TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF CHANGE-FLAGGED
               ADD 1 TO FLAGGED-COUNT
               WRITE REPORT-RECORD FROM FLAG-LINE
               MOVE 'W' TO LOG-SEVERITY-CODE
               STRING "EXERCISE " SIM-EXERCISE-ID " CARD EFFECTIVE "
                   CHG-TAB-EFFECTIVE-DATE(CHANGE-INDEX) ": "
                   FLG-TEXT
                   DELIMITED BY SIZE INTO LOG-MESSAGE-TEXT
               PERFORM WRITE-RUN-LOG
           END-IF.
