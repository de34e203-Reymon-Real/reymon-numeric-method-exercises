      *** Author: Eduardo Pozos Huerta ***
      *** File:   persum.cbl           ***
      *** Date:   09/02/2026           ***
      *** Update: 10/15/2026           ***
      ***   - Period operations        ***
      ***     summary over the RUNHIST ***
      ***     master, replacing the    ***
      ***     routed through the       ***
      ***     LOGWRT01 run-log         ***
      ***     facility.                ***
      ***   - Return code 24 (cycling) ***
      ***     counted in its own CYC   ***
      ***     column instead of        ***
      ***     falling into rejected.   ***
      ***   - Total plain and          ***
      ***     accelerated runs of an   ***
      ***     exercise on separate     ***
      ***     lines (mode column M),   ***
      ***     so the two iteration     ***
      ***     modes are never averaged ***
      ***     together.                ***
      ***   - Total each coefficient   ***
      ***     scenario's runs on lines ***
      ***     of their own (scenario   ***
      ***     column SC) under the     ***
      ***     exercise's production    ***
      ***     lines, so what-if cards  ***
      ***     never mix into the       ***
      ***     production figures.      ***
      ************************************

       IDENTIFICATION DIVISION.
       77 SPAN-DAYS     PIC S9(5) VALUE ZERO COMP-3.
       77 PRIOR-INTEGER PIC S9(7) VALUE ZERO COMP-3.

      *****************************************************
      *** ONE TOTALS SLOT PER EXERCISE PER ITERATION    ***
      *** MODE - PLAIN IN THE ODD SLOT, ACCELERATED IN  ***
      *** THE EVEN ONE AFTER IT - SO AN ACCELERATED     ***
      *** NIGHT NEVER PULLS DOWN A PLAIN AVERAGE.  A    ***
      *** RUN FILED BEFORE RUNHIST CARRIED THE MODE     ***
      *** COUNTS AS PLAIN.  THOSE EIGHT SLOTS HOLD THE  ***
      *** PRODUCTION-CARD RUNS; EACH COEFFICIENT        ***
      *** SCENARIO AND MODE SEEN IN EITHER PERIOD TAKES ***
      *** THE NEXT SLOT FROM 9 ON, KEYED BY EXERCISE,   ***
      *** SCENARIO AND MODE, SO A WHAT-IF CARD NEVER    ***
      *** MIXES INTO THE PRODUCTION FIGURES.            ***
      *****************************************************
       01 PERIOD-TOTAL-TABLE.
           05 PERIOD-ENTRY OCCURS 99 TIMES.
               10 PER-EXERCISE  PIC 9(1).
               10 PER-SCENARIO  PIC X(02).
               10 PER-MODE      PIC X(01).
               10 PER-RUNS      PIC 9(5) COMP-3.
               10 PER-CONVERGED PIC 9(5) COMP-3.
               10 PER-EXHAUSTED PIC 9(5) COMP-3.
               10 PER-DIVERGED  PIC 9(5) COMP-3.
               10 PER-CYCLING   PIC 9(5) COMP-3.
               10 PER-REJECTED  PIC 9(5) COMP-3.
               10 PER-TRUNCATED PIC 9(5) COMP-3.
               10 PER-MIN-ITERS PIC 9(4) COMP-3.
               10 PER-ITER-SUM  PIC 9(9) COMP-3.

       01 PRIOR-TOTAL-TABLE.
           05 PRIOR-ENTRY OCCURS 99 TIMES.
               10 PRI-RUNS      PIC 9(5) COMP-3.
               10 PRI-CONVERGED PIC 9(5) COMP-3.
               10 PRI-ITER-SUM  PIC 9(9) COMP-3.

       77 EXERCISE-INDEX PIC 9(1) VALUE ZERO COMP-3.
       77 SLOT-INDEX     PIC 9(3) VALUE ZERO COMP-3.
       77 SLOT-COUNT     PIC 9(3) VALUE 8 COMP-3.
       77 SLOT-LIMIT     PIC 9(3) VALUE 99 COMP-3.
       77 SLOT-FOUND-SWITCH PIC X(01) VALUE 'N'.
           88 SLOT-FOUND VALUE 'Y'.
       77 SLOT-FULL-SWITCH  PIC X(01) VALUE 'N'.
           88 SLOT-TABLE-FULL VALUE 'Y'.
       77 SLOT-MODE      PIC X(01) VALUE SPACE.
           88 SLOT-ACCELERATED VALUE 'A'.
       77 AVERAGE-ITERS  PIC 9(6)V9(1) VALUE ZERO COMP-3.
       77 RECORD-COUNT   PIC 9(5) VALUE ZERO COMP-3.
       77 PERIOD-COUNT   PIC 9(5) VALUE ZERO COMP-3.
           05 FILLER   PIC X(47) VALUE SPACES.

       01 REPORT-HEADING-2.
           05 FILLER PIC X(09) VALUE "EX M SC".
           05 FILLER PIC X(06) VALUE "RUNS".
           05 FILLER PIC X(06) VALUE "CONV".
           05 FILLER PIC X(06) VALUE "EXH".
           05 FILLER PIC X(06) VALUE "DIV".
           05 FILLER PIC X(06) VALUE "CYC".
           05 FILLER PIC X(06) VALUE "REJ".
           05 FILLER PIC X(06) VALUE "MIN-I".
           05 FILLER PIC X(08) VALUE "AVG-I".
           05 FILLER PIC X(07) VALUE "TRUNC".
           05 FILLER PIC X(09) VALUE "P-RUNS".
           05 FILLER PIC X(08) VALUE "P-CONV".
           05 FILLER PIC X(43) VALUE "P-AVG-I".

       01 EXERCISE-LINE.
           05 SUM-EXERCISE  PIC X(01).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 SUM-MODE      PIC X(01).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 SUM-SCENARIO  PIC X(02).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 SUM-RUNS      PIC ZZZZ9.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 SUM-CONVERGED PIC ZZZZ9.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 SUM-DIVERGED  PIC ZZZZ9.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 SUM-CYCLING   PIC ZZZZ9.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 SUM-REJECTED  PIC ZZZZ9.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 SUM-MIN-ITERS PIC ZZZZ9.
           05 SUM-PRI-CONV  PIC ZZZZ9.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 SUM-PRI-AVG   PIC ZZZZ9.9.
           05 FILLER        PIC X(37) VALUE SPACES.

       01 EMPTY-LINE PIC X(132) VALUE
           "  (NO RUNS ON FILE FOR THE REQUESTED PERIOD)".

       01 MODE-LEGEND-LINE PIC X(132) VALUE
           "  M: P = PLAIN ITERATION, A = ACCELERATED (STEFFENSEN)".

       01 SCENARIO-LEGEND-LINE PIC X(132) VALUE
           "  SC: COEFFICIENT SCENARIO - BLANK = PRODUCTION CARD".

       PROCEDURE DIVISION.

           PERFORM READ-PERIOD-CARD.

           PERFORM COMPUTE-PRIOR-PERIOD.
           PERFORM INITIALIZE-PERIOD-TOTALS
               VARYING SLOT-INDEX FROM 1 BY 1
               UNTIL SLOT-INDEX > SLOT-LIMIT.

           OPEN INPUT RUNHIST-FILE.
           IF RUNHIST-FILE-STATUS NOT = "00"
           MOVE SPACES TO LOG-MESSAGE-TEXT.

       INITIALIZE-PERIOD-TOTALS.
           MOVE ZERO   TO PER-EXERCISE(SLOT-INDEX).
           MOVE SPACES TO PER-SCENARIO(SLOT-INDEX).
           MOVE SPACE  TO PER-MODE(SLOT-INDEX).
           MOVE ZERO TO PER-RUNS(SLOT-INDEX).
           MOVE ZERO TO PER-CONVERGED(SLOT-INDEX).
           MOVE ZERO TO PER-EXHAUSTED(SLOT-INDEX).
           MOVE ZERO TO PER-DIVERGED(SLOT-INDEX).
           MOVE ZERO TO PER-CYCLING(SLOT-INDEX).
           MOVE ZERO TO PER-REJECTED(SLOT-INDEX).
           MOVE ZERO TO PER-TRUNCATED(SLOT-INDEX).
           MOVE ZERO TO PER-MIN-ITERS(SLOT-INDEX).
           MOVE ZERO TO PER-MAX-ITERS(SLOT-INDEX).
           MOVE ZERO TO PER-ITER-SUM(SLOT-INDEX).
           MOVE ZERO TO PRI-RUNS(SLOT-INDEX).
           MOVE ZERO TO PRI-CONVERGED(SLOT-INDEX).
           MOVE ZERO TO PRI-ITER-SUM(SLOT-INDEX).

       READ-PERIOD-CARD.
           OPEN INPUT PERCT-FILE.
                   PERFORM CLASSIFY-ONE-RECORD
           END-READ.

      *****************************************************
      *** THE PRIOR PERIOD ENDS THE DAY BEFORE THE FROM ***
      *** DATE, SO PRIOR-FROM THROUGH PERIOD-TO COVERS  ***
      *** BOTH AND NOTHING OUTSIDE THEM TAKES A SLOT.   ***
      *****************************************************
       CLASSIFY-ONE-RECORD.
           MOVE 'N' TO SLOT-FOUND-SWITCH.
           IF RHST-EXERCISE-ID >= '1' AND RHST-EXERCISE-ID <= '4'
            AND RHST-RUN-DATE NOT LESS THAN PRIOR-FROM
            AND RHST-RUN-DATE NOT GREATER THAN PERIOD-TO
               PERFORM FIND-TOTALS-SLOT
           END-IF.

           IF SLOT-FOUND
               IF RHST-RUN-DATE NOT LESS THAN PERIOD-FROM
                AND RHST-RUN-DATE NOT GREATER THAN PERIOD-TO
                   ADD 1 TO PERIOD-COUNT
               END-IF
           END-IF.

       FIND-TOTALS-SLOT.
           COMPUTE EXERCISE-INDEX = FUNCTION NUMVAL(RHST-EXERCISE-ID).
           IF RHST-ACCELERATED
               MOVE 'A' TO SLOT-MODE
           ELSE
               MOVE 'P' TO SLOT-MODE
           END-IF.

           IF RHST-PRODUCTION-CARD
               COMPUTE SLOT-INDEX = EXERCISE-INDEX * 2 - 1
               IF RHST-ACCELERATED
                   ADD 1 TO SLOT-INDEX
               END-IF
               SET SLOT-FOUND TO TRUE
           ELSE
               PERFORM MATCH-SCENARIO-SLOT
                   VARYING SLOT-INDEX FROM 9 BY 1
                   UNTIL SLOT-INDEX > SLOT-COUNT OR SLOT-FOUND
               IF SLOT-FOUND
                   SUBTRACT 1 FROM SLOT-INDEX
               ELSE
                   PERFORM ADD-SCENARIO-SLOT
               END-IF
           END-IF.

       MATCH-SCENARIO-SLOT.
           IF PER-EXERCISE(SLOT-INDEX) = EXERCISE-INDEX
            AND PER-SCENARIO(SLOT-INDEX) = RHST-SCENARIO-ID
            AND PER-MODE(SLOT-INDEX) = SLOT-MODE
               SET SLOT-FOUND TO TRUE
           END-IF.

       ADD-SCENARIO-SLOT.
           IF SLOT-COUNT < SLOT-LIMIT
               ADD 1 TO SLOT-COUNT
               MOVE SLOT-COUNT       TO SLOT-INDEX
               MOVE EXERCISE-INDEX   TO PER-EXERCISE(SLOT-INDEX)
               MOVE RHST-SCENARIO-ID TO PER-SCENARIO(SLOT-INDEX)
               MOVE SLOT-MODE        TO PER-MODE(SLOT-INDEX)
               SET SLOT-FOUND TO TRUE
           ELSE
               IF NOT SLOT-TABLE-FULL
                   SET SLOT-TABLE-FULL TO TRUE
                   MOVE 'W' TO LOG-SEVERITY-CODE
                   STRING "SCENARIO TABLE FULL - EXERCISE "
                       RHST-EXERCISE-ID " SCENARIO " RHST-SCENARIO-ID
                       " AND LATER NEW SCENARIOS NOT TOTALED"
                       DELIMITED BY SIZE INTO LOG-MESSAGE-TEXT
                   PERFORM WRITE-RUN-LOG
               END-IF
           END-IF.

       TALLY-CURRENT-PERIOD.
           ADD 1 TO PER-RUNS(SLOT-INDEX).
           EVALUATE RHST-RETURN-CODE
               WHEN ZERO
                   ADD 1 TO PER-CONVERGED(SLOT-INDEX)
               WHEN 4
                   ADD 1 TO PER-EXHAUSTED(SLOT-INDEX)
               WHEN 8
                   ADD 1 TO PER-EXHAUSTED(SLOT-INDEX)
               WHEN 20
                   ADD 1 TO PER-DIVERGED(SLOT-INDEX)
               WHEN 24
                   ADD 1 TO PER-CYCLING(SLOT-INDEX)
               WHEN OTHER
                   ADD 1 TO PER-REJECTED(SLOT-INDEX)
           END-EVALUATE.

           IF RHST-RESULT-TRUNCATED
               ADD 1 TO PER-TRUNCATED(SLOT-INDEX)
           END-IF.

           ADD RHST-ITERATIONS TO PER-ITER-SUM(SLOT-INDEX).
           IF PER-RUNS(SLOT-INDEX) = 1
            OR RHST-ITERATIONS < PER-MIN-ITERS(SLOT-INDEX)
               MOVE RHST-ITERATIONS TO PER-MIN-ITERS(SLOT-INDEX)
           END-IF.
           IF RHST-ITERATIONS > PER-MAX-ITERS(SLOT-INDEX)
               MOVE RHST-ITERATIONS TO PER-MAX-ITERS(SLOT-INDEX)
           END-IF.

       TALLY-PRIOR-PERIOD.
           ADD 1 TO PRI-RUNS(SLOT-INDEX).
           IF RHST-RETURN-CODE = ZERO
               ADD 1 TO PRI-CONVERGED(SLOT-INDEX)
           END-IF.
           ADD RHST-ITERATIONS TO PRI-ITER-SUM(SLOT-INDEX).

       WRITE-SUMMARY-REPORT.
           OPEN OUTPUT REPORT-FILE.
           WRITE REPORT-RECORD FROM REPORT-HEADING-1.
           WRITE REPORT-RECORD FROM REPORT-HEADING-2.

           PERFORM WRITE-EXERCISE-SLOTS
               VARYING EXERCISE-INDEX FROM 1 BY 1
               UNTIL EXERCISE-INDEX > 4.

           IF PERIOD-COUNT = ZERO
               WRITE REPORT-RECORD FROM EMPTY-LINE
           END-IF.
           WRITE REPORT-RECORD FROM MODE-LEGEND-LINE.
           IF SLOT-COUNT > 8
               WRITE REPORT-RECORD FROM SCENARIO-LEGEND-LINE
           END-IF.
           CLOSE REPORT-FILE.

      *****************************************************
      *** AN EXERCISE'S PRODUCTION LINES COME FIRST,    ***
      *** THEN ONE LINE PER SCENARIO AND MODE IT RAN    ***
      *** IN EITHER PERIOD, IN THE ORDER FIRST SEEN.    ***
      *****************************************************
       WRITE-EXERCISE-SLOTS.
           COMPUTE SLOT-INDEX = EXERCISE-INDEX * 2 - 1.
           PERFORM WRITE-SLOT-SUMMARY.
           ADD 1 TO SLOT-INDEX.
           PERFORM WRITE-SLOT-SUMMARY.
           PERFORM WRITE-SCENARIO-SUMMARY
               VARYING SLOT-INDEX FROM 9 BY 1
               UNTIL SLOT-INDEX > SLOT-COUNT.

       WRITE-SCENARIO-SUMMARY.
           IF PER-EXERCISE(SLOT-INDEX) = EXERCISE-INDEX
               MOVE PER-MODE(SLOT-INDEX)     TO SLOT-MODE
               MOVE PER-SCENARIO(SLOT-INDEX) TO SUM-SCENARIO
               PERFORM WRITE-EXERCISE-SUMMARY
           END-IF.

      *****************************************************
      *** EVERY EXERCISE KEEPS ITS PLAIN LINE AS        ***
      *** BEFORE; AN ACCELERATED LINE IS ONLY PRINTED   ***
      *** WHEN EITHER PERIOD HAD AN ACCELERATED RUN.    ***
      *****************************************************
       WRITE-SLOT-SUMMARY.
           COMPUTE EXERCISE-INDEX = (SLOT-INDEX + 1) / 2.
           IF FUNCTION MOD(SLOT-INDEX, 2) = ZERO
               MOVE 'A' TO SLOT-MODE
           ELSE
               MOVE 'P' TO SLOT-MODE
           END-IF.
           MOVE SPACES TO SUM-SCENARIO.
           IF NOT SLOT-ACCELERATED
            OR PER-RUNS(SLOT-INDEX) > ZERO
            OR PRI-RUNS(SLOT-INDEX) > ZERO
               PERFORM WRITE-EXERCISE-SUMMARY
           END-IF.

       WRITE-EXERCISE-SUMMARY.
           MOVE EXERCISE-INDEX TO SUM-EXERCISE.
           MOVE SLOT-MODE      TO SUM-MODE.
           MOVE PER-RUNS(SLOT-INDEX)      TO SUM-RUNS.
           MOVE PER-CONVERGED(SLOT-INDEX) TO SUM-CONVERGED.
           MOVE PER-EXHAUSTED(SLOT-INDEX) TO SUM-EXHAUSTED.
           MOVE PER-DIVERGED(SLOT-INDEX)  TO SUM-DIVERGED.
           MOVE PER-CYCLING(SLOT-INDEX)   TO SUM-CYCLING.
           MOVE PER-REJECTED(SLOT-INDEX)  TO SUM-REJECTED.
           MOVE PER-MIN-ITERS(SLOT-INDEX) TO SUM-MIN-ITERS.
           MOVE PER-MAX-ITERS(SLOT-INDEX) TO SUM-MAX-ITERS.
           MOVE PER-TRUNCATED(SLOT-INDEX) TO SUM-TRUNCATED.

           IF PER-RUNS(SLOT-INDEX) > ZERO
               COMPUTE AVERAGE-ITERS ROUNDED =
                   PER-ITER-SUM(SLOT-INDEX)
                   / PER-RUNS(SLOT-INDEX)
           ELSE
               MOVE ZERO TO AVERAGE-ITERS
           END-IF.
           MOVE AVERAGE-ITERS TO SUM-AVG-ITERS.

           MOVE PRI-RUNS(SLOT-INDEX)      TO SUM-PRI-RUNS.
           MOVE PRI-CONVERGED(SLOT-INDEX) TO SUM-PRI-CONV.
           IF PRI-RUNS(SLOT-INDEX) > ZERO
               COMPUTE AVERAGE-ITERS ROUNDED =
                   PRI-ITER-SUM(SLOT-INDEX)
                   / PRI-RUNS(SLOT-INDEX)
           ELSE
               MOVE ZERO TO AVERAGE-ITERS
           END-IF.
