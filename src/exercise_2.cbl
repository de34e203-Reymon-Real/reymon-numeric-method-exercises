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
      ************************************

       IDENTIFICATION DIVISION.
       77 DIVERGED-SWITCH  PIC X(01) VALUE 'N'.
           88 FORMULA-DIVERGED VALUE 'Y'.

       77 ITERATION-MODE    PIC X(01) VALUE 'P'.
           88 ACCELERATED-MODE VALUE 'A'.
       77 STEP-INPUT        PIC S9(31) VALUE ZERO COMP-3.
       77 ACCEL-FIRST-STEP  PIC S9(31) VALUE ZERO COMP-3.
       77 ACCEL-SECOND-STEP PIC S9(31) VALUE ZERO COMP-3.
       77 ACCEL-STEP-DIFF   PIC S9(31) VALUE ZERO COMP-3.
       77 ACCEL-DENOMINATOR PIC S9(31) VALUE ZERO COMP-3.
       77 ACCEL-SWITCH      PIC X(01) VALUE 'N'.
           88 ACCEL-FALLBACK VALUE 'Y'.

       77 TABLE-LIMIT       PIC 9(2) VALUE 50 COMP-3.
       77 BOUNDS-SWITCH     PIC X(01) VALUE 'N'.
           88 TABLE-EXHAUSTED VALUE 'Y'.

       77 CYCLE-PERIOD-LIMIT PIC 9(2)   VALUE 4 COMP-3.
       77 CYCLE-PERIOD       PIC 9(2)   VALUE ZERO COMP-3.
       77 CYCLE-FOUND-PERIOD PIC 9(2)   VALUE ZERO COMP-3.
       77 CYCLE-POSITION     PIC 9(2)   VALUE ZERO COMP-3.
       77 CYCLE-SUB-A        PIC 9(2)   VALUE ZERO COMP-3.
       77 CYCLE-SUB-B        PIC 9(2)   VALUE ZERO COMP-3.
       77 CYCLE-DIFF         PIC S9(31) VALUE ZERO COMP-3.
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
                      OR FORMULA-DIVERGED
                      OR FORMULA-CYCLING
                      OR TABLE-EXHAUSTED
                      OR ARRAY-INDEX NOT LESS THAN MAX-ITERATIONS

           MOVE ZERO TO DETAIL-COUNT.
           MOVE ZERO TO HASH-TOTAL.
           MOVE ZERO TO CSV-INDEX.
           MOVE ZERO TO CYCLE-FOUND-PERIOD.
           MOVE 6    TO MAX-ITERATIONS.
           MOVE 0.0000000001 TO TOLERANCE-LIMIT.
           MOVE 'N'  TO CHECKPOINT-SWITCH.
           MOVE 'N'  TO CONVERGED-SWITCH.
           MOVE 'N'  TO DIVERGED-SWITCH.
           MOVE 'P'  TO ITERATION-MODE.
           MOVE 'N'  TO BOUNDS-SWITCH.
           MOVE 'N'  TO CYCLE-SWITCH.
           MOVE 'N'  TO COEF-SWITCH.
           MOVE 'N'  TO MASTER-FOUND-SWITCH.
           MOVE 'N'  TO MASTER-EOF-SWITCH.
           ELSE
               MOVE SPACE TO SWL-RESULT-STATUS
           END-IF.
           MOVE CYCLE-FOUND-PERIOD TO SWL-CYCLE-PERIOD.
           PERFORM RETURN-CYCLE-VALUE
               VARYING CYCLE-POSITION FROM 1 BY 1
               UNTIL CYCLE-POSITION > CYCLE-PERIOD-LIMIT.

      *****************************************************
      *** THE CYCLE GOES BACK OLDEST FIRST: THE LAST    ***
      *** CYCLE-FOUND-PERIOD TABLE ENTRIES, IN ORDER.   ***
      *** SLOTS PAST THE PERIOD (ALL FOUR WHEN THE RUN  ***
      *** DID NOT CYCLE) GO BACK AS ZERO.  A CYCLING    ***
      *** RUN NEVER OVERFLOWED, SO ITS VALUES FIT.      ***
      *****************************************************
       RETURN-CYCLE-VALUE.
           IF CYCLE-POSITION > CYCLE-FOUND-PERIOD
               MOVE ZERO TO SWL-CYCLE-VALUE(CYCLE-POSITION)
           ELSE
               COMPUTE CYCLE-SUB-A = ARRAY-INDEX - CYCLE-FOUND-PERIOD
                                   + CYCLE-POSITION
               MOVE ARRAY-ITEM(CYCLE-SUB-A)
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
                           IF FORMULA-DIVERGED
                               MOVE 20 TO LK-RETURN-CODE
                               IF NOT SWL-DIRECT-MODE
                                   PERFORM CLEAR-CHECKPOINT
                               END-IF
                           ELSE
                               MOVE 4 TO LK-RETURN-CODE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           MOVE LK-RETURN-CODE TO RETURN-CODE.

       READ-PARAMETERS.
           MOVE 'P' TO ITERATION-MODE.
           OPEN INPUT PARM-FILE.
           IF PARM-FILE-STATUS = "00"
               READ PARM-FILE
                       MOVE PARM-SEED           TO SEED-VALUE
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
      *** RECORD YET, FALLS BACK TO THE COEFIN2 CARD.   ***
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
           MOVE '2'          TO ITR-HDR-EXERCISE.
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
           ELSE
               COMPUTE TEMP = ARRAY-INDEX + 1

               IF ACCELERATED-MODE
                   DISPLAY "g(" ARRAY-ITEM(ARRAY-INDEX)
                   ") = Steffensen(" ARRAY-ITEM(ARRAY-INDEX) ", "
                   ACCEL-FIRST-STEP ", " ACCEL-SECOND-STEP ") = "
                   RESULT
               ELSE
                   DISPLAY "g(" ARRAY-ITEM(ARRAY-INDEX)
                   ") = " COEF-A " * pow(" ARRAY-ITEM(ARRAY-INDEX)
                   ", " COEF-B ") + " COEF-C " = " RESULT
               END-IF

               MOVE SPACES TO ITER-RECORD
               SET ITR-DETAIL-RECORD TO TRUE
               ELSE
                   ADD 1 TO ARRAY-INDEX
                   MOVE RESULT TO ARRAY-ITEM(ARRAY-INDEX)
                   IF NOT FORMULA-CONVERGED
                       PERFORM CHECK-FOR-CYCLE
                   END-IF
               END-IF

               IF NOT SWL-DIRECT-MODE
           END-IF.

        CALC-FUCNTION.
           IF ACCELERATED-MODE
               PERFORM CALC-ACCELERATED-STEP
           ELSE
               MOVE ARRAY-ITEM(ARRAY-INDEX) TO STEP-INPUT
               PERFORM APPLY-FORMULA
           END-IF.

           IF NOT FORMULA-DIVERGED
               COMPUTE TOLERANCE-DIFF =
                   FUNCTION ABS(RESULT - ARRAY-ITEM(ARRAY-INDEX))

               IF TOLERANCE-DIFF < TOLERANCE-LIMIT
                   SET FORMULA-CONVERGED TO TRUE
               END-IF
           END-IF.

      *****************************************************
      *** ONE PLAIN STEP, RESULT = G(STEP-INPUT).  AN   ***
      *** OVERFLOW AT ANY STAGE MARKS THE RUN DIVERGED. ***
      *****************************************************
        APPLY-FORMULA.
           COMPUTE RESULT = STEP-INPUT ** COEF-B
               ON SIZE ERROR
                   SET FORMULA-DIVERGED TO TRUE
           END-COMPUTE.
               END-COMPUTE
           END-IF.

      *****************************************************
      *** ONE STEFFENSEN STEP: TWO PLAIN STEPS FROM THE ***
      *** CURRENT VALUE (EITHER OVERFLOWING MEANS THE   ***
      *** RUN HAS DIVERGED), THEN AITKEN'S              ***
      *** DELTA-SQUARED EXTRAPOLATION OF THE THREE      ***
      *** VALUES.  WHEN THE SECOND DIFFERENCE VANISHES  ***
      *** OR THE EXTRAPOLATION WILL NOT FIT S9(31), THE ***
      *** SECOND PLAIN STEP IS TAKEN AS IT IS.  THE     ***
      *** TABLE HOLDS ONLY THE EXTRAPOLATED VALUES, SO  ***
      *** EACH DETAIL IS ONE ACCELERATED PASS.          ***
      *****************************************************
        CALC-ACCELERATED-STEP.
           MOVE ARRAY-ITEM(ARRAY-INDEX) TO STEP-INPUT.
           PERFORM APPLY-FORMULA.
           MOVE RESULT TO ACCEL-FIRST-STEP.
           IF NOT FORMULA-DIVERGED
               MOVE ACCEL-FIRST-STEP TO STEP-INPUT
               PERFORM APPLY-FORMULA
               MOVE RESULT TO ACCEL-SECOND-STEP
           END-IF.
           IF NOT FORMULA-DIVERGED
               PERFORM EXTRAPOLATE-STEPS
           END-IF.

        EXTRAPOLATE-STEPS.
           MOVE 'N' TO ACCEL-SWITCH.
           COMPUTE ACCEL-STEP-DIFF =
               ACCEL-FIRST-STEP - ARRAY-ITEM(ARRAY-INDEX)
               ON SIZE ERROR
                   SET ACCEL-FALLBACK TO TRUE
           END-COMPUTE.
           IF NOT ACCEL-FALLBACK
               COMPUTE ACCEL-DENOMINATOR =
                   ACCEL-SECOND-STEP - ACCEL-FIRST-STEP
                   ON SIZE ERROR
                       SET ACCEL-FALLBACK TO TRUE
               END-COMPUTE
           END-IF.
           IF NOT ACCEL-FALLBACK
               SUBTRACT ACCEL-STEP-DIFF FROM ACCEL-DENOMINATOR
                   ON SIZE ERROR
                       SET ACCEL-FALLBACK TO TRUE
               END-SUBTRACT
           END-IF.
           IF NOT ACCEL-FALLBACK AND ACCEL-DENOMINATOR = ZERO
               SET ACCEL-FALLBACK TO TRUE
           END-IF.
           IF NOT ACCEL-FALLBACK
               COMPUTE RESULT = ARRAY-ITEM(ARRAY-INDEX)
                   - ACCEL-STEP-DIFF * ACCEL-STEP-DIFF
                   / ACCEL-DENOMINATOR
                   ON SIZE ERROR
                       SET ACCEL-FALLBACK TO TRUE
               END-COMPUTE
           END-IF.
           IF ACCEL-FALLBACK
               MOVE ACCEL-SECOND-STEP TO RESULT
           END-IF.

      *****************************************************
      *** A SEQUENCE THAT BOUNCES BETWEEN TWO OR MORE   ***
      *** VALUES NEVER CONVERGES OR OVERFLOWS AND WOULD ***
      *** OTHERWISE RUN OUT THE TABLE.  AFTER EACH      ***
      *** PASS, A CYCLE OF PERIOD 2 UP TO               ***
      *** CYCLE-PERIOD-LIMIT IS RECOGNIZED WHEN THE     ***
      *** LAST PERIOD'S VALUES EACH MATCH THE ONES ONE  ***
      *** PERIOD EARLIER WITHIN THE CONVERGENCE         ***
      *** TOLERANCE.  THE SHORTEST MATCHING PERIOD      ***
      *** WINS.                                         ***
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
               PERFORM COMPARE-CYCLE-POSITION
                   VARYING CYCLE-POSITION FROM 0 BY 1
                   UNTIL CYCLE-POSITION NOT LESS THAN CYCLE-PERIOD
                      OR NOT CYCLE-MATCHED
               IF CYCLE-MATCHED
                   MOVE CYCLE-PERIOD TO CYCLE-FOUND-PERIOD
                   SET FORMULA-CYCLING TO TRUE
               END-IF
           END-IF.

        COMPARE-CYCLE-POSITION.
           COMPUTE CYCLE-SUB-A = ARRAY-INDEX - CYCLE-POSITION.
           COMPUTE CYCLE-SUB-B = CYCLE-SUB-A - CYCLE-PERIOD.
           COMPUTE CYCLE-DIFF = FUNCTION ABS(ARRAY-ITEM(CYCLE-SUB-A)
                                           - ARRAY-ITEM(CYCLE-SUB-B)).
           IF CYCLE-DIFF NOT LESS THAN TOLERANCE-LIMIT
               MOVE 'N' TO CYCLE-MATCH-SWITCH
           END-IF.
