      *** Author: Eduardo Pozos Huerta ***
      *** File:   main.cbl             ***
      *** Date:   06/02/2026           ***
      *** Update: 10/15/2026           ***
      ***   - Stop on convergence      ***
      ***     instead of a fixed pass  ***
      ***     count (tolerance 1E-10). ***
      ***     direct-sweep area) can   ***
      ***     supply a tighter         ***
      ***     convergence tolerance.   ***
      ***   - Stop a run whose         ***
      ***     iterates repeat in a     ***
      ***     cycle of period 2 to 4   ***
      ***     (return code 24),        ***
      ***     carrying the period on   ***
      ***     the archive trailer and  ***
      ***     the cycle values back    ***
      ***     through the direct-sweep ***
      ***     area.                    ***
      ***   - A card image passed in   ***
      ***     SWL-COEF-CARD is run in  ***
      ***     place of the card in     ***
      ***     effect, for the          ***
      ***     coefficient change       ***
      ***     impact simulation.       ***
      ***   - Only an approved COEFMST ***
      ***     card image is run;       ***
      ***     pending or rejected      ***
      ***     changes are passed over. ***
      ***   - Optional accelerated     ***
      ***     (Steffensen) iteration   ***
      ***     mode, taken from PARMIN  ***
      ***     column 54 or the SWPLNK  ***
      ***     mode byte; the archive   ***
      ***     header records the mode. ***
      ***   - A run converging by      ***
      ***     alternating sides of the ***
      ***     fixed point is no longer ***
      ***     taken for a cycle: the   ***
      ***     values of the matched    ***
      ***     period must also stay    ***
      ***     well apart.              ***
      ************************************

       IDENTIFICATION DIVISION.
       77 CONVERGED-SWITCH PIC X(01) VALUE 'N'.
           88 FORMULA-CONVERGED VALUE 'Y'.

       77 ITERATION-MODE    PIC X(01) VALUE 'P'.
           88 ACCELERATED-MODE VALUE 'A'.
       77 ACCEL-FIRST-STEP  PIC S9(2)V9(30) VALUE ZERO COMP-3.
       77 ACCEL-SECOND-STEP PIC S9(2)V9(30) VALUE ZERO COMP-3.
       77 ACCEL-STEP-DIFF   PIC S9(3)V9(30) VALUE ZERO COMP-3.
       77 ACCEL-DENOMINATOR PIC S9(3)V9(30) VALUE ZERO COMP-3.

       77 TABLE-LIMIT       PIC 9(2) VALUE 50 COMP-3.
       77 BOUNDS-SWITCH     PIC X(01) VALUE 'N'.
           88 TABLE-EXHAUSTED VALUE 'Y'.

       77 CYCLE-PERIOD-LIMIT PIC 9(2)        VALUE 4 COMP-3.
       77 CYCLE-PERIOD       PIC 9(2)        VALUE ZERO COMP-3.
       77 CYCLE-FOUND-PERIOD PIC 9(2)        VALUE ZERO COMP-3.
       77 CYCLE-POSITION     PIC 9(2)        VALUE ZERO COMP-3.
       77 CYCLE-SUB-A        PIC 9(2)        VALUE ZERO COMP-3.
       77 CYCLE-SUB-B        PIC 9(2)        VALUE ZERO COMP-3.
       77 CYCLE-DIFF         PIC S9(3)V9(30) VALUE ZERO COMP-3.
       77 CYCLE-MISMATCH     PIC S9(3)V9(30) VALUE ZERO COMP-3.
       77 CYCLE-LOW          PIC S9(2)V9(30) VALUE ZERO COMP-3.
       77 CYCLE-HIGH         PIC S9(2)V9(30) VALUE ZERO COMP-3.
       77 CYCLE-SPREAD       PIC S9(3)V9(30) VALUE ZERO COMP-3.
       77 CYCLE-SPREAD-FACTOR PIC 9(3)       VALUE 100 COMP-3.
       77 CYCLE-SWITCH       PIC X(01) VALUE 'N'.
           88 FORMULA-CYCLING VALUE 'Y'.
       77 CYCLE-MATCH-SWITCH PIC X(01) VALUE 'N'.
           88 CYCLE-MATCHED VALUE 'Y'.

       77 CSV-FILE-STATUS  PIC X(02)      VALUE '00'.
       77 CSV-INDEX        PIC 9(2)       VALUE ZERO COMP-3.
       77 CSV-LINE         PIC X(80)      VALUE SPACES.
       77 LOG-SEVERITY-CODE  PIC X(01) VALUE 'I'.
       77 LOG-MESSAGE-TEXT   PIC X(80) VALUE SPACES.
       77 LOG-ITERATION-EDIT PIC ZZ9.
       77 LOG-PERIOD-EDIT    PIC Z9.

       LINKAGE SECTION.

           ELSE
               PERFORM READ-PARAMETERS
           END-IF.
           PERFORM TAKE-ITERATION-MODE.
           IF LK-PASS-OVERRIDE > ZERO
               MOVE LK-PASS-OVERRIDE TO MAX-ITERATIONS
           END-IF.

               PERFORM DISPLAY-FORMULA
                   UNTIL FORMULA-CONVERGED
                      OR FORMULA-CYCLING
                      OR TABLE-EXHAUSTED
                      OR ARRAY-INDEX NOT LESS THAN MAX-ITERATIONS

           MOVE ZERO TO DETAIL-COUNT.
           MOVE ZERO TO HASH-TOTAL.
           MOVE ZERO TO CSV-INDEX.
           MOVE ZERO TO CYCLE-FOUND-PERIOD.
           MOVE 25   TO MAX-ITERATIONS.
           MOVE 0.0000000001 TO TOLERANCE-LIMIT.
           MOVE 'N'  TO SEED-SWITCH.
           MOVE 'N'  TO CHECKPOINT-SWITCH.
           MOVE 'N'  TO CONVERGED-SWITCH.
           MOVE 'N'  TO BOUNDS-SWITCH.
           MOVE 'N'  TO CYCLE-SWITCH.
           MOVE 'N'  TO COEF-SWITCH.
           MOVE 'N'  TO MASTER-FOUND-SWITCH.
           MOVE 'N'  TO MASTER-EOF-SWITCH.
           MOVE 'N'  TO ITER-HISTORY-EOF-SWITCH.
           MOVE 'P'  TO ITERATION-MODE.
           MOVE 0.5  TO COEF-A.
           MOVE 1    TO COEF-B.

           MOVE ARRAY-INDEX TO SWL-ITERATIONS.
           MOVE RESULT      TO SWL-FINAL-RESULT.
           MOVE SPACE       TO SWL-RESULT-STATUS.
           MOVE CYCLE-FOUND-PERIOD TO SWL-CYCLE-PERIOD.
           PERFORM RETURN-CYCLE-VALUE
               VARYING CYCLE-POSITION FROM 1 BY 1
               UNTIL CYCLE-POSITION > CYCLE-PERIOD-LIMIT.

      *****************************************************
      *** THE CYCLE GOES BACK OLDEST FIRST: THE LAST    ***
      *** CYCLE-FOUND-PERIOD TABLE ENTRIES, IN ORDER.   ***
      *** SLOTS PAST THE PERIOD (ALL FOUR WHEN THE RUN  ***
      *** DID NOT CYCLE) GO BACK AS ZERO.               ***
      *****************************************************
       RETURN-CYCLE-VALUE.
           IF CYCLE-POSITION > CYCLE-FOUND-PERIOD
               MOVE ZERO TO SWL-CYCLE-VALUE(CYCLE-POSITION)
           ELSE
               COMPUTE CYCLE-SUB-A = ARRAY-INDEX - CYCLE-FOUND-PERIOD
                                   + CYCLE-POSITION
               MOVE ARRAY(CYCLE-SUB-A)
                   TO SWL-CYCLE-VALUE(CYCLE-POSITION)
           END-IF.

       WRITE-RUN-LOG.
           CALL "LOGWRT01" USING LOG-PROGRAM-NAME
                       PERFORM CLEAR-CHECKPOINT
                   END-IF
               ELSE
                   IF FORMULA-CYCLING
                       MOVE 24 TO LK-RETURN-CODE
                       IF NOT SWL-DIRECT-MODE
                           PERFORM CLEAR-CHECKPOINT
                       END-IF
                   ELSE
                       IF TABLE-EXHAUSTED
                           MOVE 8 TO LK-RETURN-CODE
                           IF NOT SWL-DIRECT-MODE
                               PERFORM CLEAR-CHECKPOINT
                           END-IF
                       ELSE
                           MOVE 4 TO LK-RETURN-CODE
                       END-IF
                   END-IF
               END-IF
           END-IF.
           MOVE LK-RETURN-CODE TO RETURN-CODE.

       READ-PARAMETERS.
           MOVE 'P' TO ITERATION-MODE.
           OPEN INPUT PARM-FILE.
           IF PARM-FILE-STATUS = "00"
               READ PARM-FILE
                       PERFORM VALIDATE-SEED
                       MOVE PARM-MAX-ITERATIONS TO MAX-ITERATIONS
                       PERFORM TAKE-CARD-TOLERANCE
                       IF PARM-ACCELERATED
                           MOVE 'A' TO ITERATION-MODE
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.
               MOVE PARM-TOLERANCE TO TOLERANCE-LIMIT
           END-IF.

      *****************************************************
      *** A MODE BYTE HANDED DOWN IN THE LINKAGE AREA   ***
      *** (THE RUNCTL DECK'S, OR THE SWEEP CARD'S)      ***
      *** OVERRIDES THE ONE ON THE PARMIN CARD; SPACE   ***
      *** LEAVES THE PARMIN CHOICE STANDING, AND ANY    ***
      *** OTHER BYTE IS TREATED AS PLAIN.               ***
      *****************************************************
       TAKE-ITERATION-MODE.
           IF SWL-ACCELERATED-MODE
               MOVE 'A' TO ITERATION-MODE
           END-IF.
           IF SWL-PLAIN-MODE
               MOVE 'P' TO ITERATION-MODE
           END-IF.
           IF ACCELERATED-MODE AND NOT SWL-DIRECT-MODE
               MOVE 'I' TO LOG-SEVERITY-CODE
               MOVE "STEFFENSEN ACCELERATED ITERATION MODE IN EFFECT"
                   TO LOG-MESSAGE-TEXT
               PERFORM WRITE-RUN-LOG
           END-IF.

       VALIDATE-SEED.
           IF PARM-SEED NUMERIC
               IF FUNCTION ABS(PARM-SEED) > SEED-RANGE-LIMIT
               SET SEED-INVALID TO TRUE
           END-IF.

      *****************************************************
      *** A CARD IMAGE HANDED IN THROUGH SWL-COEF-CARD  ***
      *** IS RUN IN PLACE OF THE CARD IN EFFECT, SO A   ***
      *** FUTURE-DATED CARD CAN BE TRIED BEFORE IT GOES ***
      *** LIVE; SPACES MEAN THE USUAL COEFMST / COEFIN  ***
      *** LOOKUP.  EITHER WAY THE SAME EDIT APPLIES.    ***
      *****************************************************
       READ-COEFFICIENTS.
           IF SWL-COEF-CARD NOT = SPACES
               MOVE SWL-COEF-CARD TO COEF-RECORD
               PERFORM VALIDATE-COEFFICIENTS
           ELSE
               PERFORM READ-CARD-IN-EFFECT
           END-IF.

       READ-CARD-IN-EFFECT.
           PERFORM READ-MASTER-COEFFICIENTS.
           IF MASTER-CARD-FOUND
               MOVE MASTER-CARD-IMAGE TO COEF-RECORD
      *** AND KEEP THE LAST IMAGE READ BEFORE THE DATES ***
      *** PASS THE RUN DATE.  NO MASTER, OR NO DATED    ***
      *** RECORD YET, FALLS BACK TO THE COEFIN1 CARD.   ***
      *** ONLY AN APPROVED CARD IMAGE COUNTS: A RECORD  ***
      *** WHOSE CHANGE IS STILL AWAITING APPROVAL, OR   ***
      *** WAS REJECTED, IS PASSED OVER (A PENDING       ***
      *** REPLACEMENT LEAVES THE APPROVED CARD IN       ***
      *** FORCE).                                       ***
      *****************************************************
       READ-MASTER-COEFFICIENTS.
           OPEN INPUT COEFMST-FILE.
                    OR CMST-EFFECTIVE-DATE > CDT-DATE
                       SET MASTER-EOF TO TRUE
                   ELSE
                       IF CMST-CARD-IMAGE NOT = SPACES
                           MOVE CMST-CARD-IMAGE TO MASTER-CARD-IMAGE
                           SET MASTER-CARD-FOUND TO TRUE
                       END-IF
                   END-IF
           END-READ.

           MOVE CDT-TIME     TO ITR-HDR-RUN-TIME.
           MOVE '1'          TO ITR-HDR-EXERCISE.
           MOVE ARCHIVE-SEED TO ITR-HDR-SEED.
           MOVE ITERATION-MODE TO ITR-HDR-ITERATION-MODE.
           WRITE ITER-RECORD.

       WRITE-ARCHIVE-TRAILER.
           SET ITR-TRAILER-RECORD TO TRUE.
           MOVE DETAIL-COUNT TO ITR-TRL-RECORD-COUNT.
           MOVE HASH-TOTAL   TO ITR-TRL-HASH-TOTAL.
           IF FORMULA-CYCLING
               SET ITR-TRL-CYCLING TO TRUE
           END-IF.
           MOVE CYCLE-FOUND-PERIOD TO ITR-TRL-CYCLE-PERIOD.
           WRITE ITER-RECORD.

       ACCUMULATE-HASH.
           PERFORM CALC-FUCNTION.
           COMPUTE TEMP = ARRAY-INDEX + 1.

           IF ACCELERATED-MODE
               DISPLAY
               "f(" RESULT ") = x" TEMP " = Steffensen("
               ARRAY(ARRAY-INDEX) ", " ACCEL-FIRST-STEP ", "
               ACCEL-SECOND-STEP ") = "
               RESULT
               END-DISPLAY
           ELSE
               DISPLAY
               "f(" RESULT ") = x" TEMP " = "
               COEF-A " * Sin(" ARRAY(ARRAY-INDEX) ") + " COEF-B " = "
               RESULT
               END-DISPLAY
           END-IF.

           MOVE SPACES TO ITER-RECORD.
           SET ITR-DETAIL-RECORD TO TRUE.
           ELSE
               ADD 1 TO ARRAY-INDEX
               MOVE RESULT TO ARRAY(ARRAY-INDEX)
               IF NOT FORMULA-CONVERGED
                   PERFORM CHECK-FOR-CYCLE
               END-IF
           END-IF.

           IF NOT SWL-DIRECT-MODE
           END-IF.

       CALC-FUCNTION.
           IF ACCELERATED-MODE
               PERFORM CALC-ACCELERATED-STEP
           ELSE
               COMPUTE RESULT =
                   COEF-A * FUNCTION SIN(ARRAY(ARRAY-INDEX)) + COEF-B
           END-IF.

           COMPUTE TOLERANCE-DIFF =
               FUNCTION ABS(RESULT - ARRAY(ARRAY-INDEX)).
           IF TOLERANCE-DIFF < TOLERANCE-LIMIT
               SET FORMULA-CONVERGED TO TRUE
           END-IF.

      *****************************************************
      *** ONE STEFFENSEN STEP: TWO PLAIN STEPS FROM THE ***
      *** CURRENT VALUE, THEN AITKEN'S DELTA-SQUARED    ***
      *** EXTRAPOLATION OF THE THREE VALUES.  WHEN THE  ***
      *** SECOND DIFFERENCE VANISHES (THE TWO STEPS     ***
      *** ALREADY AGREE) OR THE EXTRAPOLATION WILL NOT  ***
      *** FIT, THE SECOND PLAIN STEP IS TAKEN AS IT IS. ***
      *** THE TABLE HOLDS ONLY THE EXTRAPOLATED VALUES, ***
      *** SO EACH DETAIL IS ONE ACCELERATED PASS.       ***
      *****************************************************
       CALC-ACCELERATED-STEP.
           COMPUTE ACCEL-FIRST-STEP =
               COEF-A * FUNCTION SIN(ARRAY(ARRAY-INDEX)) + COEF-B.
           COMPUTE ACCEL-SECOND-STEP =
               COEF-A * FUNCTION SIN(ACCEL-FIRST-STEP) + COEF-B.
           COMPUTE ACCEL-STEP-DIFF =
               ACCEL-FIRST-STEP - ARRAY(ARRAY-INDEX).
           COMPUTE ACCEL-DENOMINATOR =
               ACCEL-SECOND-STEP - ACCEL-FIRST-STEP.
           SUBTRACT ACCEL-STEP-DIFF FROM ACCEL-DENOMINATOR.
           IF ACCEL-DENOMINATOR = ZERO
               MOVE ACCEL-SECOND-STEP TO RESULT
           ELSE
               COMPUTE RESULT = ARRAY(ARRAY-INDEX)
                   - ACCEL-STEP-DIFF * ACCEL-STEP-DIFF
                   / ACCEL-DENOMINATOR
                   ON SIZE ERROR
                       MOVE ACCEL-SECOND-STEP TO RESULT
               END-COMPUTE
           END-IF.

      *****************************************************
      *** A SEQUENCE THAT BOUNCES BETWEEN TWO OR MORE   ***
      *** VALUES NEVER MEETS THE CONVERGENCE TEST AND   ***
      *** WOULD OTHERWISE RUN OUT THE TABLE.  AFTER     ***
      *** EACH PASS, A CYCLE OF PERIOD 2 UP TO          ***
      *** CYCLE-PERIOD-LIMIT IS RECOGNIZED WHEN THE     ***
      *** LAST PERIOD'S VALUES EACH MATCH THE ONES ONE  ***
      *** PERIOD EARLIER WITHIN THE CONVERGENCE         ***
      *** TOLERANCE.  THE SHORTEST MATCHING PERIOD      ***
      *** WINS.                                         ***
      *** A RUN CONVERGING BY ALTERNATING SIDES OF THE  ***
      *** FIXED POINT ALSO MATCHES ITSELF ONE PERIOD    ***
      *** BACK, BUT ITS VALUES CLOSE IN ON EACH OTHER   ***
      *** AS FAST AS THEY MATCH.  A TRUE CYCLE KEEPS    ***
      *** ITS VALUES APART, SO THE SPREAD OF THE LAST   ***
      *** PERIOD'S VALUES MUST BE AT LEAST              ***
      *** CYCLE-SPREAD-FACTOR TIMES THE LARGEST         ***
      *** MISMATCH (AND NO LESS THAN THE TOLERANCE);    ***
      *** OTHERWISE THE CONVERGENCE TEST DECIDES.       ***
      *****************************************************
       CHECK-FOR-CYCLE.
           PERFORM TEST-CYCLE-PERIOD
               VARYING CYCLE-PERIOD FROM 2 BY 1
               UNTIL CYCLE-PERIOD > CYCLE-PERIOD-LIMIT
                  OR FORMULA-CYCLING.
           IF FORMULA-CYCLING
               MOVE CYCLE-FOUND-PERIOD TO LOG-PERIOD-EDIT
               MOVE ARRAY-INDEX        TO LOG-ITERATION-EDIT
               MOVE 'W' TO LOG-SEVERITY-CODE
               STRING "CYCLE OF PERIOD "
                   FUNCTION TRIM(LOG-PERIOD-EDIT)
                   " DETECTED AT ITERATION "
                   FUNCTION TRIM(LOG-ITERATION-EDIT)
                   " - STOPPING"
                   DELIMITED BY SIZE INTO LOG-MESSAGE-TEXT
               PERFORM WRITE-RUN-LOG
           END-IF.

       TEST-CYCLE-PERIOD.
           IF ARRAY-INDEX NOT LESS THAN CYCLE-PERIOD * 2
               SET CYCLE-MATCHED TO TRUE
               MOVE ZERO TO CYCLE-MISMATCH
               MOVE ARRAY(ARRAY-INDEX) TO CYCLE-LOW
               MOVE ARRAY(ARRAY-INDEX) TO CYCLE-HIGH
               PERFORM COMPARE-CYCLE-POSITION
                   VARYING CYCLE-POSITION FROM 0 BY 1
                   UNTIL CYCLE-POSITION NOT LESS THAN CYCLE-PERIOD
                      OR NOT CYCLE-MATCHED
               IF CYCLE-MATCHED
                   COMPUTE CYCLE-SPREAD = CYCLE-HIGH - CYCLE-LOW
                   IF CYCLE-SPREAD < TOLERANCE-LIMIT
                    OR CYCLE-SPREAD
                       < CYCLE-MISMATCH * CYCLE-SPREAD-FACTOR
                       MOVE 'N' TO CYCLE-MATCH-SWITCH
                   END-IF
               END-IF
               IF CYCLE-MATCHED
                   MOVE CYCLE-PERIOD TO CYCLE-FOUND-PERIOD
                   SET FORMULA-CYCLING TO TRUE
               END-IF
           END-IF.

       COMPARE-CYCLE-POSITION.
           COMPUTE CYCLE-SUB-A = ARRAY-INDEX - CYCLE-POSITION.
           COMPUTE CYCLE-SUB-B = CYCLE-SUB-A - CYCLE-PERIOD.
           COMPUTE CYCLE-DIFF =
               FUNCTION ABS(ARRAY(CYCLE-SUB-A) - ARRAY(CYCLE-SUB-B)).
           IF CYCLE-DIFF NOT LESS THAN TOLERANCE-LIMIT
               MOVE 'N' TO CYCLE-MATCH-SWITCH
           END-IF.
           IF CYCLE-DIFF > CYCLE-MISMATCH
               MOVE CYCLE-DIFF TO CYCLE-MISMATCH
           END-IF.
           IF ARRAY(CYCLE-SUB-A) < CYCLE-LOW
               MOVE ARRAY(CYCLE-SUB-A) TO CYCLE-LOW
           END-IF.
           IF ARRAY(CYCLE-SUB-A) > CYCLE-HIGH
               MOVE ARRAY(CYCLE-SUB-A) TO CYCLE-HIGH
           END-IF.
