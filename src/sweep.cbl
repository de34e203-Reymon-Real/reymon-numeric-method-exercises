      *** Author: Eduardo Pozos Huerta ***
      *** File:   sweep.cbl            ***
      *** Date:   08/22/2026           ***
      *** Update: 10/15/2026           ***
      ***   - Seed-sweep wrapper: run  ***
      ***     the full convergence     ***
      ***     loop once per record on  ***
      ***     SWEEPRPT summary stays   ***
      ***     correct across the       ***
      ***     resume.                  ***
      ***   - Cycling seeds (RC=24)    ***
      ***     get their own 'O'        ***
      ***     outcome on SWEEPOUT with ***
      ***     the period and cycle     ***
      ***     values, a CYCLING count, ***
      ***     and a cycling-seed       ***
      ***     summary grouped by       ***
      ***     period and cycle bounds  ***
      ***     on the basin report.     ***
      ***   - Clear SWL-COEF-CARD so   ***
      ***     each seed runs with the  ***
      ***     card in effect.          ***
      ***   - SWEEPCT column 7 runs    ***
      ***     every seed plain or      ***
      ***     accelerated              ***
      ***     (Steffensen); the mode   ***
      ***     is shown on SWEEPRPT and ***
      ***     carried on each SWEEPOUT ***
      ***     record.                  ***
      ************************************

       IDENTIFICATION DIVISION.
           COPY PARMREC REPLACING PARM-RECORD BY SEED-RECORD
                            PARM-SEED BY SEED-PARM-SEED
                            PARM-MAX-ITERATIONS BY SEED-MAX-ITERATIONS
                            PARM-TOLERANCE BY SEED-TOLERANCE
                            PARM-ITERATION-MODE BY SEED-ITERATION-MODE
                            PARM-ACCELERATED BY SEED-ACCELERATED.

       FD  PARM-FILE
           LABEL RECORDS ARE STANDARD.
       77 SWEEP-PASS-COUNT    PIC 9(4)  VALUE ZERO.
       77 SWEEP-MODE-CODE     PIC X(01) VALUE SPACE.
           88 DIRECT-SWEEP-MODE VALUE 'D'.
       77 SWEEP-ITERATION-CODE PIC X(01) VALUE 'P'.
           88 ACCELERATED-SWEEP      VALUE 'A'.
           88 VALID-ITERATION-CODE   VALUES 'A', 'P', ' '.

           COPY SWPLNK.

       77 LAST-RESULT-STATUS PIC X(01)    VALUE SPACE.
       77 WIDE-LIMIT PIC S9(31) VALUE 1000000000000000000000 COMP-3.

       77 LAST-CYCLE-PERIOD PIC 9(2) VALUE ZERO COMP-3.
       77 CYCLE-INDEX       PIC 9(2) VALUE ZERO COMP-3.
       77 RECENT-INDEX      PIC 9(2) VALUE ZERO COMP-3.
       77 CYCLE-LOW         PIC S9(21)V9(10) VALUE ZERO COMP-3.
       77 CYCLE-HIGH        PIC S9(21)V9(10) VALUE ZERO COMP-3.

       01 LAST-CYCLE-TABLE.
           05 LAST-CYCLE-VALUE PIC S9(21)V9(10) COMP-3 OCCURS 4 TIMES.

       01 RECENT-RESULT-TABLE.
           05 RECENT-RESULT PIC S9(21)V9(10) COMP-3 OCCURS 4 TIMES.

       77 CONVERGED-COUNT PIC 9(4) VALUE ZERO COMP-3.
       77 EXHAUSTED-COUNT PIC 9(4) VALUE ZERO COMP-3.
       77 DIVERGED-COUNT  PIC 9(4) VALUE ZERO COMP-3.
       77 REJECTED-COUNT  PIC 9(4) VALUE ZERO COMP-3.
       77 CYCLING-COUNT   PIC 9(4) VALUE ZERO COMP-3.

       01 BASIN-TABLE.
           05 BASIN-ENTRY OCCURS 50 TIMES.
       77 BASIN-MATCH-LIMIT PIC S9(2)V9(10)
                            VALUE 0.0000010000 COMP-3.

      *****************************************************
      *** A CYCLING SEED HAS NO SINGLE RESULT TO GROUP  ***
      *** ON, SO CYCLING BASINS ARE KEYED ON THE PERIOD ***
      *** AND THE LOWEST AND HIGHEST VALUE IN THE       ***
      *** CYCLE, EACH MATCHED WITHIN BASIN-MATCH-LIMIT. ***
      *****************************************************
       01 CYCLE-BASIN-TABLE.
           05 CYCLE-BASIN-ENTRY OCCURS 20 TIMES.
               10 CYCLE-BASIN-PERIOD     PIC 9(2)         COMP-3.
               10 CYCLE-BASIN-LOW        PIC S9(21)V9(10) COMP-3.
               10 CYCLE-BASIN-HIGH       PIC S9(21)V9(10) COMP-3.
               10 CYCLE-BASIN-SEED-COUNT PIC 9(4)         COMP-3.
               10 CYCLE-BASIN-LOW-SEED   PIC S9(9)V9(10)  COMP-3.
               10 CYCLE-BASIN-HIGH-SEED  PIC S9(9)V9(10)  COMP-3.

       77 CYCLE-BASIN-COUNT PIC 9(2) VALUE ZERO COMP-3.
       77 CYCLE-BASIN-LIMIT PIC 9(2) VALUE 20 COMP-3.
       77 CYCLE-LOW-DIFF    PIC S9(21)V9(10) VALUE ZERO COMP-3.
       77 CYCLE-HIGH-DIFF   PIC S9(21)V9(10) VALUE ZERO COMP-3.

       77 SWEPT-SEED PIC S9(9)V9(10) VALUE ZERO COMP-3.

       77 LOG-PROGRAM-NAME  PIC X(08) VALUE "SWEEP01".
           05 FILLER PIC X(33)
               VALUE "SWEEP01: SEED SWEEP FOR EXERCISE ".
           05 RPT-HDG-EXERCISE PIC X(01).
           05 RPT-HDG-MODE     PIC X(36).
           05 FILLER PIC X(62) VALUE SPACES.

       01 RESUME-LINE.
           05 FILLER PIC X(20) VALUE "RESUMED SWEEP AFTER ".
           05 FILLER       PIC X(03) VALUE SPACES.
           05 RPT-RESULT   PIC -(21)9.9(10).
           05 RPT-RESULT-FLAG PIC X(01).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 RPT-PERIOD-LABEL PIC X(07).
           05 RPT-PERIOD   PIC Z9.
           05 FILLER       PIC X(45) VALUE SPACES.

       01 BASIN-HEADING-1.
           05 FILLER PIC X(132)
           05 BSN-HIGH-SEED PIC -(9)9.9(10).
           05 FILLER        PIC X(41) VALUE SPACES.

       01 CYCLE-HEADING-1.
           05 FILLER PIC X(132)
               VALUE "CYCLING-SEED SUMMARY".

       01 CYCLE-HEADING-2.
           05 FILLER PIC X(08) VALUE "PERIOD".
           05 FILLER PIC X(35) VALUE "LOW CYCLE VALUE".
           05 FILLER PIC X(35) VALUE "HIGH CYCLE VALUE".
           05 FILLER PIC X(07) VALUE "SEEDS".
           05 FILLER PIC X(24) VALUE "LOW SEED".
           05 FILLER PIC X(23) VALUE "HIGH SEED".

       01 CYCLE-DETAIL-LINE.
           05 CYC-PERIOD    PIC Z9.
           05 FILLER        PIC X(06) VALUE SPACES.
           05 CYC-LOW       PIC -(21)9.9(10).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 CYC-HIGH      PIC -(21)9.9(10).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 CYC-SEEDS     PIC ZZZ9.
           05 FILLER        PIC X(03) VALUE SPACES.
           05 CYC-LOW-SEED  PIC -(9)9.9(10).
           05 FILLER        PIC X(03) VALUE SPACES.
           05 CYC-HIGH-SEED PIC -(9)9.9(10).
           05 FILLER        PIC X(02) VALUE SPACES.

       01 COUNT-LINE.
           05 FILLER          PIC X(11) VALUE "CONVERGED=".
           05 CNT-CONVERGED   PIC ZZZ9.
           05 CNT-DIVERGED    PIC ZZZ9.
           05 FILLER          PIC X(12) VALUE "  REJECTED=".
           05 CNT-REJECTED    PIC ZZZ9.
           05 FILLER          PIC X(11) VALUE "  CYCLING=".
           05 CNT-CYCLING     PIC ZZZ9.
           05 FILLER          PIC X(50) VALUE SPACES.

       PROCEDURE DIVISION.

           OPEN OUTPUT REPORT-FILE.

           MOVE SWEEP-EXERCISE-CODE TO RPT-HDG-EXERCISE.
           IF ACCELERATED-SWEEP
               MOVE ", ACCELERATED (STEFFENSEN) ITERATION"
                   TO RPT-HDG-MODE
           ELSE
               MOVE ", PLAIN ITERATION" TO RPT-HDG-MODE
           END-IF.
           WRITE REPORT-RECORD FROM REPORT-HEADING-1.
           IF SWEEP-RESUMING
               MOVE SEEDS-DONE-PRIOR TO RSM-SEEDS
                       MOVE SWEEPCT-EXERCISE-ID TO SWEEP-EXERCISE-CODE
                       MOVE SWEEPCT-PASSES      TO SWEEP-PASS-COUNT
                       MOVE SWEEPCT-MODE        TO SWEEP-MODE-CODE
                       MOVE SWEEPCT-ITERATION-MODE
                           TO SWEEP-ITERATION-CODE
               END-READ
               CLOSE SWEEPCT-FILE
           ELSE
               END-IF
           END-IF.

           IF NOT CONTROL-INVALID
               PERFORM EDIT-ITERATION-CODE
           END-IF.

      *****************************************************
      *** THE SWEEP CARD'S MODE IS THE ONLY ONE THAT    ***
      *** COUNTS: EVERY SEED IS RUN IN IT, WHATEVER ITS ***
      *** SEEDIN CARD SAYS, SO ONE SWEEPOUT DATASET IS  ***
      *** ALL ONE MODE.  ONLY EXERCISES 1 AND 2 HAVE AN ***
      *** ACCELERATED MODE.                             ***
      *****************************************************
       EDIT-ITERATION-CODE.
           IF NOT VALID-ITERATION-CODE
               MOVE 'E' TO LOG-SEVERITY-CODE
               STRING "ITERATION MODE '" SWEEP-ITERATION-CODE
                   "' IS NOT A, P OR BLANK - REJECTED"
                   DELIMITED BY SIZE INTO LOG-MESSAGE-TEXT
               PERFORM WRITE-RUN-LOG
               SET CONTROL-INVALID TO TRUE
           ELSE
               IF ACCELERATED-SWEEP AND SWEEP-EXERCISE-CODE = '3'
                   MOVE 'E' TO LOG-SEVERITY-CODE
                   MOVE "EXERCISE 3 HAS NO ACCELERATED MODE - REJECTED"
                       TO LOG-MESSAGE-TEXT
                   PERFORM WRITE-RUN-LOG
                   SET CONTROL-INVALID TO TRUE
               END-IF
           END-IF.
           IF NOT ACCELERATED-SWEEP
               MOVE 'P' TO SWEEP-ITERATION-CODE
           END-IF.

       PROCESS-SEED-RECORDS.
           READ SEED-FILE
               AT END
           MOVE ZERO  TO SWL-ITERATIONS.
           MOVE ZERO  TO SWL-FINAL-RESULT.
           MOVE SPACE TO SWL-RESULT-STATUS.
           MOVE ZERO  TO SWL-CYCLE-PERIOD.
           MOVE SPACES TO SWL-COEF-CARD.
           MOVE SWEEP-ITERATION-CODE TO SWL-ITERATION-MODE.

           CALL "DSPCH01" USING SWEEP-EXERCISE-CODE
                                STEP-PASS-OVERRIDE
           MOVE SWL-ITERATIONS    TO LAST-ITERATION.
           MOVE SWL-FINAL-RESULT  TO LAST-RESULT.
           MOVE SWL-RESULT-STATUS TO LAST-RESULT-STATUS.
           MOVE SWL-CYCLE-PERIOD  TO LAST-CYCLE-PERIOD.
           PERFORM TAKE-DIRECT-CYCLE-VALUE
               VARYING CYCLE-INDEX FROM 1 BY 1
               UNTIL CYCLE-INDEX > 4.

       TAKE-DIRECT-CYCLE-VALUE.
           IF CYCLE-INDEX > LAST-CYCLE-PERIOD
               MOVE ZERO TO LAST-CYCLE-VALUE(CYCLE-INDEX)
           ELSE
               MOVE SWL-CYCLE-VALUE(CYCLE-INDEX)
                   TO LAST-CYCLE-VALUE(CYCLE-INDEX)
           END-IF.

       RUN-SEED-THROUGH-FILES.
           PERFORM WRITE-PARM-CARD.
           PERFORM CLEAR-EXERCISE-CHECKPOINT.

           MOVE SPACE TO SWL-MODE-SWITCH.
           MOVE SPACES TO SWL-COEF-CARD.
           MOVE SWEEP-ITERATION-CODE TO SWL-ITERATION-MODE.
           CALL "DSPCH01" USING SWEEP-EXERCISE-CODE
                                STEP-PASS-OVERRIDE
                                STEP-RETURN-CODE
                                SWEEP-LINK-AREA.

           PERFORM FETCH-LAST-ITERATION.
           PERFORM TAKE-ARCHIVED-CYCLE-VALUE
               VARYING CYCLE-INDEX FROM 1 BY 1
               UNTIL CYCLE-INDEX > 4.
           PERFORM CANCEL-EXERCISE-PROGRAM.

      *****************************************************
      *** FROM THE WORK ARCHIVE, A CYCLING RUN'S VALUES ***
      *** ARE ITS LAST PERIOD'S WORTH OF DETAIL         ***
      *** RESULTS, OLDEST FIRST - THE WINDOW OF RECENT  ***
      *** RESULTS ENDS ON THE LAST DETAIL READ.         ***
      *****************************************************
       TAKE-ARCHIVED-CYCLE-VALUE.
           IF CYCLE-INDEX > LAST-CYCLE-PERIOD
               MOVE ZERO TO LAST-CYCLE-VALUE(CYCLE-INDEX)
           ELSE
               COMPUTE RECENT-INDEX = 4 - LAST-CYCLE-PERIOD
                                    + CYCLE-INDEX
               MOVE RECENT-RESULT(RECENT-INDEX)
                   TO LAST-CYCLE-VALUE(CYCLE-INDEX)
           END-IF.

       WRITE-PARM-CARD.
           OPEN OUTPUT PARM-FILE.
           MOVE SEED-PARM-SEED      TO PARM-SEED.
           MOVE SEED-MAX-ITERATIONS TO PARM-MAX-ITERATIONS.
           MOVE SEED-TOLERANCE      TO PARM-TOLERANCE.
           MOVE SWEEP-ITERATION-CODE TO PARM-ITERATION-MODE.
           WRITE PARM-RECORD.
           CLOSE PARM-FILE.

           MOVE ZERO TO LAST-ITERATION.
           MOVE ZERO TO LAST-RESULT.
           MOVE SPACE TO LAST-RESULT-STATUS.
           MOVE ZERO TO LAST-CYCLE-PERIOD.
           MOVE ZERO TO RECENT-RESULT(1).
           MOVE ZERO TO RECENT-RESULT(2).
           MOVE ZERO TO RECENT-RESULT(3).
           MOVE ZERO TO RECENT-RESULT(4).
           MOVE 'N' TO ITER-EOF-SWITCH.

           EVALUATE SWEEP-EXERCISE-CODE
                   IF ITR1-RECORD-TYPE = 'D'
                       MOVE ITR1-ITERATION-NUMBER TO LAST-ITERATION
                       MOVE ITR1-RESULT-VALUE  TO LAST-RESULT
                       PERFORM SHIFT-RECENT-RESULTS
                   END-IF
                   IF ITR1-RECORD-TYPE = 'T'
                    AND ITR1-TRL-CYCLING
                    AND ITR1-TRL-CYCLE-PERIOD NUMERIC
                       MOVE ITR1-TRL-CYCLE-PERIOD TO LAST-CYCLE-PERIOD
                   END-IF
           END-READ.

       SHIFT-RECENT-RESULTS.
           MOVE RECENT-RESULT(2) TO RECENT-RESULT(1).
           MOVE RECENT-RESULT(3) TO RECENT-RESULT(2).
           MOVE RECENT-RESULT(4) TO RECENT-RESULT(3).
           MOVE LAST-RESULT      TO RECENT-RESULT(4).

       READ-ITER2-RECORD.
           READ ITER2-FILE
               AT END
                       ELSE
                           MOVE SPACE TO LAST-RESULT-STATUS
                       END-IF
                       PERFORM SHIFT-RECENT-RESULTS
                   END-IF
                   IF ITR2-RECORD-TYPE = 'T'
                    AND ITR2-TRL-CYCLING
                    AND ITR2-TRL-CYCLE-PERIOD NUMERIC
                       MOVE ITR2-TRL-CYCLE-PERIOD TO LAST-CYCLE-PERIOD
                   END-IF
           END-READ.

           MOVE LAST-RESULT        TO SWP-FINAL-RESULT.
           MOVE LAST-RESULT-STATUS TO SWP-RESULT-STATUS.
           MOVE LAST-ITERATION     TO SWP-ITERATIONS.
           MOVE LAST-CYCLE-PERIOD  TO SWP-CYCLE-PERIOD.
           MOVE SWEEP-ITERATION-CODE TO SWP-ITERATION-MODE.
           PERFORM MOVE-SWEEP-CYCLE-VALUE
               VARYING CYCLE-INDEX FROM 1 BY 1
               UNTIL CYCLE-INDEX > 4.

           EVALUATE STEP-RETURN-CODE
               WHEN ZERO
               WHEN 20
                   SET SWP-DIVERGED TO TRUE
                   ADD 1 TO DIVERGED-COUNT
               WHEN 24
                   SET SWP-CYCLING TO TRUE
                   ADD 1 TO CYCLING-COUNT
                   PERFORM UPDATE-CYCLE-BASIN-TABLE
               WHEN OTHER
                   SET SWP-REJECTED TO TRUE
                   ADD 1 TO REJECTED-COUNT
           MOVE LAST-ITERATION     TO RPT-ITERS.
           MOVE LAST-RESULT        TO RPT-RESULT.
           MOVE LAST-RESULT-STATUS TO RPT-RESULT-FLAG.
           MOVE SPACES             TO RPT-PERIOD-LABEL.
           MOVE ZERO               TO RPT-PERIOD.
           EVALUATE TRUE
               WHEN SWP-CONVERGED
                   MOVE "CONVERGED" TO RPT-OUTCOME
                   MOVE "EXHAUSTED" TO RPT-OUTCOME
               WHEN SWP-DIVERGED
                   MOVE "DIVERGED"  TO RPT-OUTCOME
               WHEN SWP-CYCLING
                   MOVE "CYCLING"   TO RPT-OUTCOME
                   MOVE "PERIOD"    TO RPT-PERIOD-LABEL
                   MOVE LAST-CYCLE-PERIOD TO RPT-PERIOD
               WHEN OTHER
                   MOVE "REJECTED"  TO RPT-OUTCOME
           END-EVALUATE.
           WRITE REPORT-RECORD FROM REPORT-DETAIL-LINE.

       MOVE-SWEEP-CYCLE-VALUE.
           MOVE LAST-CYCLE-VALUE(CYCLE-INDEX)
               TO SWP-CYCLE-VALUE(CYCLE-INDEX).

       UPDATE-BASIN-TABLE.
           MOVE ZERO TO BASIN-MATCH-INDEX.

               END-IF
           END-IF.

      *****************************************************
      *** A CYCLING SEED JOINS THE CYCLING BASIN WITH   ***
      *** THE SAME PERIOD WHOSE LOWEST AND HIGHEST      ***
      *** CYCLE VALUES BOTH MATCH ITS OWN, ELSE OPENS A ***
      *** NEW ONE.                                      ***
      *****************************************************
       UPDATE-CYCLE-BASIN-TABLE.
           MOVE LAST-CYCLE-VALUE(1) TO CYCLE-LOW.
           MOVE LAST-CYCLE-VALUE(1) TO CYCLE-HIGH.
           PERFORM FIND-CYCLE-BOUNDS
               VARYING CYCLE-INDEX FROM 2 BY 1
               UNTIL CYCLE-INDEX > LAST-CYCLE-PERIOD.

           MOVE ZERO TO BASIN-MATCH-INDEX.
           PERFORM SCAN-CYCLE-BASIN-ENTRY
               VARYING BASIN-INDEX FROM 1 BY 1
               UNTIL BASIN-INDEX > CYCLE-BASIN-COUNT
                  OR BASIN-MATCH-INDEX > ZERO.

           IF BASIN-MATCH-INDEX > ZERO
               ADD 1 TO CYCLE-BASIN-SEED-COUNT(BASIN-MATCH-INDEX)
               IF SWEPT-SEED < CYCLE-BASIN-LOW-SEED(BASIN-MATCH-INDEX)
                   MOVE SWEPT-SEED
                       TO CYCLE-BASIN-LOW-SEED(BASIN-MATCH-INDEX)
               END-IF
               IF SWEPT-SEED > CYCLE-BASIN-HIGH-SEED(BASIN-MATCH-INDEX)
                   MOVE SWEPT-SEED
                       TO CYCLE-BASIN-HIGH-SEED(BASIN-MATCH-INDEX)
               END-IF
           ELSE
               IF CYCLE-BASIN-COUNT < CYCLE-BASIN-LIMIT
                   ADD 1 TO CYCLE-BASIN-COUNT
                   MOVE LAST-CYCLE-PERIOD
                       TO CYCLE-BASIN-PERIOD(CYCLE-BASIN-COUNT)
                   MOVE CYCLE-LOW
                       TO CYCLE-BASIN-LOW(CYCLE-BASIN-COUNT)
                   MOVE CYCLE-HIGH
                       TO CYCLE-BASIN-HIGH(CYCLE-BASIN-COUNT)
                   MOVE 1 TO CYCLE-BASIN-SEED-COUNT(CYCLE-BASIN-COUNT)
                   MOVE SWEPT-SEED
                       TO CYCLE-BASIN-LOW-SEED(CYCLE-BASIN-COUNT)
                   MOVE SWEPT-SEED
                       TO CYCLE-BASIN-HIGH-SEED(CYCLE-BASIN-COUNT)
               ELSE
                   MOVE 'W' TO LOG-SEVERITY-CODE
                   MOVE
                      "CYCLE BASIN TABLE LIMIT REACHED - BASINS DROPPED"
                       TO LOG-MESSAGE-TEXT
                   PERFORM WRITE-RUN-LOG
               END-IF
           END-IF.

       FIND-CYCLE-BOUNDS.
           IF LAST-CYCLE-VALUE(CYCLE-INDEX) < CYCLE-LOW
               MOVE LAST-CYCLE-VALUE(CYCLE-INDEX) TO CYCLE-LOW
           END-IF.
           IF LAST-CYCLE-VALUE(CYCLE-INDEX) > CYCLE-HIGH
               MOVE LAST-CYCLE-VALUE(CYCLE-INDEX) TO CYCLE-HIGH
           END-IF.

       SCAN-CYCLE-BASIN-ENTRY.
           IF CYCLE-BASIN-PERIOD(BASIN-INDEX) = LAST-CYCLE-PERIOD
               COMPUTE CYCLE-LOW-DIFF = FUNCTION ABS(
                   CYCLE-LOW - CYCLE-BASIN-LOW(BASIN-INDEX))
               COMPUTE CYCLE-HIGH-DIFF = FUNCTION ABS(
                   CYCLE-HIGH - CYCLE-BASIN-HIGH(BASIN-INDEX))
               IF CYCLE-LOW-DIFF < BASIN-MATCH-LIMIT
                AND CYCLE-HIGH-DIFF < BASIN-MATCH-LIMIT
                   MOVE BASIN-INDEX TO BASIN-MATCH-INDEX
               END-IF
           END-IF.

       SCAN-BASIN-ENTRY.
           COMPUTE BASIN-DIFF =
               FUNCTION ABS(LAST-RESULT - BASIN-RESULT(BASIN-INDEX)).
               VARYING BASIN-INDEX FROM 1 BY 1
               UNTIL BASIN-INDEX > BASIN-COUNT.

           IF CYCLING-COUNT > ZERO
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               WRITE REPORT-RECORD FROM CYCLE-HEADING-1
               WRITE REPORT-RECORD FROM CYCLE-HEADING-2
               PERFORM WRITE-CYCLE-BASIN-LINE
                   VARYING BASIN-INDEX FROM 1 BY 1
                   UNTIL BASIN-INDEX > CYCLE-BASIN-COUNT
           END-IF.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE EXHAUSTED-COUNT TO CNT-EXHAUSTED.
           MOVE DIVERGED-COUNT  TO CNT-DIVERGED.
           MOVE REJECTED-COUNT  TO CNT-REJECTED.
           MOVE CYCLING-COUNT   TO CNT-CYCLING.
           WRITE REPORT-RECORD FROM COUNT-LINE.

      *****************************************************
                           ADD 1 TO EXHAUSTED-COUNT
                       WHEN SWP-DIVERGED
                           ADD 1 TO DIVERGED-COUNT
                       WHEN SWP-CYCLING
                           ADD 1 TO CYCLING-COUNT
                           MOVE SWP-SEED         TO SWEPT-SEED
                           MOVE SWP-CYCLE-PERIOD TO LAST-CYCLE-PERIOD
                           PERFORM TAKE-PRIOR-CYCLE-VALUE
                               VARYING CYCLE-INDEX FROM 1 BY 1
                               UNTIL CYCLE-INDEX > 4
                           PERFORM UPDATE-CYCLE-BASIN-TABLE
                       WHEN OTHER
                           ADD 1 TO REJECTED-COUNT
                   END-EVALUATE
           MOVE BASIN-LOW-SEED(BASIN-INDEX)   TO BSN-LOW-SEED.
           MOVE BASIN-HIGH-SEED(BASIN-INDEX)  TO BSN-HIGH-SEED.
           WRITE REPORT-RECORD FROM BASIN-DETAIL-LINE.

       TAKE-PRIOR-CYCLE-VALUE.
           MOVE SWP-CYCLE-VALUE(CYCLE-INDEX)
               TO LAST-CYCLE-VALUE(CYCLE-INDEX).

       WRITE-CYCLE-BASIN-LINE.
           MOVE CYCLE-BASIN-PERIOD(BASIN-INDEX)     TO CYC-PERIOD.
           MOVE CYCLE-BASIN-LOW(BASIN-INDEX)        TO CYC-LOW.
           MOVE CYCLE-BASIN-HIGH(BASIN-INDEX)       TO CYC-HIGH.
           MOVE CYCLE-BASIN-SEED-COUNT(BASIN-INDEX) TO CYC-SEEDS.
           MOVE CYCLE-BASIN-LOW-SEED(BASIN-INDEX)   TO CYC-LOW-SEED.
           MOVE CYCLE-BASIN-HIGH-SEED(BASIN-INDEX)  TO CYC-HIGH-SEED.
           WRITE REPORT-RECORD FROM CYCLE-DETAIL-LINE.
