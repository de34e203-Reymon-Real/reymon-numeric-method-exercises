      *** Author: Eduardo Pozos Huerta ***
      *** File:   trend.cbl            ***
      *** Date:   08/22/2026           ***
      *** Update: 10/15/2026           ***
      ***   - Night-over-night         ***
      ***     convergence trend over   ***
      ***     the RUNHIST master: for  ***
      ***     routed through the       ***
      ***     LOGWRT01 run-log         ***
      ***     facility.                ***
      ***   - Flag a night an exercise ***
      ***     starts cycling (RC=24    ***
      ***     after a non-cycling      ***
      ***     prior night, or on its   ***
      ***     first night) with the    ***
      ***     period, and list the     ***
      ***     latest run's cycle       ***
      ***     values.                  ***
      ***   - The step is timed from   ***
      ***     entry to end of job      ***
      ***     through the STPTIM01     ***
      ***     step timer onto the      ***
      ***     permanent STEPTIM        ***
      ***     dataset for the          ***
      ***     batch-window SLA report; ***
      ***     a run past its SLACT     ***
      ***     limit is warned on       ***
      ***     RUNLOG.                  ***
      ***   - Every regression flag is ***
      ***     also filed through       ***
      ***     EXCWRT01 in the          ***
      ***     permanent EXCREG         ***
      ***     exception register by    ***
      ***     exercise and flag type,  ***
      ***     so a repeat on a later   ***
      ***     night updates the open   ***
      ***     exception.               ***
      ***   - Show each run's          ***
      ***     iteration mode, and do   ***
      ***     not measure a night run  ***
      ***     in the other mode (plain ***
      ***     or accelerated) against  ***
      ***     its prior; a night that  ***
      ***     started cycling is still ***
      ***     flagged.                 ***
      ***   - Each coefficient         ***
      ***     scenario is trended as   ***
      ***     its own series against   ***
      ***     its own prior night,     ***
      ***     reported under its       ***
      ***     exercise after the       ***
      ***     production series, and   ***
      ***     its flags are filed      ***
      ***     under the scenario in    ***
      ***     the exception register.  ***
      ***   - Files each latest run's  ***
      ***     comparison outcome on    ***
      ***     the RUNXREF run          ***
      ***     cross-reference.         ***
      ***   - Step timing passes a     ***
      ***     blank scenario id.       ***
      ************************************

       IDENTIFICATION DIVISION.
       77 LOG-MESSAGE-TEXT  PIC X(80) VALUE SPACES.
       77 LOG-COUNT-EDIT    PIC ZZZ9.

       77 CYCLE-INDEX       PIC 9(1) VALUE ZERO COMP-3.
       77 CYCLE-PERIOD-EDIT PIC Z9.
       77 MODE-CODE         PIC X(01) VALUE SPACE.

       77 SLOT-FLAG-COUNT   PIC 9(4) VALUE ZERO COMP-3.
       77 SLOT-FLAG-POINTER PIC 9(3) VALUE ZERO COMP-3.
       77 SLOT-FLAG-TEXT    PIC X(80) VALUE SPACES.
       77 SLOT-NOTE-TEXT    PIC X(80) VALUE SPACES.

      *****************************************************
      *** ONE LATEST/PRIOR SLOT PER EXERCISE AND        ***
      *** COEFFICIENT SCENARIO.  SLOTS 1-4 ARE THE      ***
      *** PRODUCTION CARDS OF EXERCISES 1-4; A SCENARIO ***
      *** TAKES THE NEXT FREE SLOT THE FIRST TIME ITS   ***
      *** RUNS ARE READ.                                ***
      *****************************************************
       77 SLOT-INDEX        PIC 9(3) VALUE ZERO COMP-3.
       77 SLOT-COUNT        PIC 9(3) VALUE ZERO COMP-3.
       77 SLOT-LIMIT        PIC 9(3) VALUE 99 COMP-3.
       77 SLOT-FOUND-SWITCH PIC X(01) VALUE 'N'.
           88 SLOT-FOUND VALUE 'Y'.
       77 SLOT-FULL-SWITCH  PIC X(01) VALUE 'N'.
           88 SLOT-TABLE-FULL VALUE 'Y'.


       01 LATEST-TABLE.
           05 LATEST-ENTRY OCCURS 99 TIMES.
               10 LAT-SWITCH PIC X(01).
                   88 LATEST-PRESENT VALUE 'Y'.
               10 LAT-EXERCISE-ID PIC 9(1).
               10 LAT-SCENARIO-ID PIC X(02).
                   88 LATEST-PRODUCTION VALUE SPACES.
               10 LAT-RUN-DATE  PIC 9(8).
               10 LAT-RUN-TIME  PIC 9(6).
               10 LAT-SEED      PIC S9(9)V9(10).
               10 LAT-ITERS     PIC 9(4).
               10 LAT-RESULT    PIC S9(21)V9(10) COMP-3.
               10 LAT-RESULT-FLAG PIC X(01).
               10 LAT-CYCLE-PERIOD PIC 9(2).
               10 LAT-ITERATION-MODE PIC X(01).
               10 LAT-CYCLE-VALUE PIC S9(21)V9(10) COMP-3
                                    OCCURS 4 TIMES.

       01 PRIOR-TABLE.
           05 PRIOR-ENTRY OCCURS 99 TIMES.
               10 PRI-SWITCH PIC X(01).
                   88 PRIOR-PRESENT VALUE 'Y'.
               10 PRI-EXERCISE-ID PIC 9(1).
               10 PRI-SCENARIO-ID PIC X(02).
               10 PRI-RUN-DATE  PIC 9(8).
               10 PRI-RUN-TIME  PIC 9(6).
               10 PRI-SEED      PIC S9(9)V9(10).
               10 PRI-ITERS     PIC 9(4).
               10 PRI-RESULT    PIC S9(21)V9(10) COMP-3.
               10 PRI-RESULT-FLAG PIC X(01).
               10 PRI-CYCLE-PERIOD PIC 9(2).
               10 PRI-ITERATION-MODE PIC X(01).
               10 PRI-CYCLE-VALUE PIC S9(21)V9(10) COMP-3
                                    OCCURS 4 TIMES.

       01 REPORT-HEADING-1.
           05 FILLER PIC X(45)
       01 EXERCISE-HEADING.
           05 FILLER        PIC X(09) VALUE "EXERCISE ".
           05 EXH-ID        PIC 9(1).
           05 EXH-SCENARIO-TAG PIC X(11).
           05 EXH-SCENARIO  PIC X(02).
           05 FILLER        PIC X(109) VALUE SPACES.

       01 RUN-LINE.
           05 RUN-TAG       PIC X(09).
           05 RNL-RC        PIC -ZZZ9.
           05 FILLER        PIC X(09) VALUE " RESULT=".
           05 RNL-RESULT    PIC -(21)9.9(10).
           05 FILLER        PIC X(07) VALUE "  MODE=".
           05 RNL-MODE      PIC X(11).
           05 FILLER        PIC X(26) VALUE SPACES.

       01 CYCLE-LINE.
           05 FILLER        PIC X(17) VALUE "  CYCLE  PERIOD=".
           05 CYL-PERIOD    PIC Z9.
           05 FILLER        PIC X(08) VALUE "  VALUE ".
           05 CYL-POSITION  PIC 9(1).
           05 FILLER        PIC X(03) VALUE " = ".
           05 CYL-VALUE     PIC -(21)9.9(10).
           05 FILLER        PIC X(68) VALUE SPACES.

       01 FLAG-LINE PIC X(132) VALUE SPACES.

           05 TOT-FLAGS    PIC ZZZ9.
           05 FILLER       PIC X(110) VALUE SPACES.

           COPY STMLNK.

           COPY EXCLNK.

           COPY XRFLNK.

       PROCEDURE DIVISION.

           PERFORM START-STEP-TIMING.

           PERFORM READ-THRESHOLD-CARD.
           PERFORM INITIALIZE-RUN-TABLES
               VARYING SLOT-INDEX FROM 1 BY 1
               UNTIL SLOT-INDEX > SLOT-LIMIT.
           MOVE 4 TO SLOT-COUNT.

           OPEN INPUT RUNHIST-FILE.
           IF RUNHIST-FILE-STATUS NOT = "00"
                   DELIMITED BY SIZE INTO LOG-MESSAGE-TEXT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               PERFORM END-STEP-TIMING
               STOP RUN
           END-IF.

           PERFORM PROCESS-HISTORY-RECORDS UNTIL HISTORY-EOF.
           CLOSE RUNHIST-FILE.

           PERFORM COMPARE-EXERCISE-SLOTS
               VARYING EXERCISE-INDEX FROM 1 BY 1
               UNTIL EXERCISE-INDEX > 4.

               PERFORM WRITE-RUN-LOG
               MOVE ZERO TO RETURN-CODE
           END-IF.
           PERFORM END-STEP-TIMING.
           STOP RUN.

       WRITE-RUN-LOG.
                                 LOG-MESSAGE-TEXT.
           MOVE SPACES TO LOG-MESSAGE-TEXT.

      *****************************************************
      *** THE STEP IS TIMED FROM ENTRY TO EVERY STOP    ***
      *** RUN THROUGH STPTIM01.  THE CALL RESETS        ***
      *** RETURN-CODE, SO THE STEP'S OWN RETURN CODE IS ***
      *** PASSED IN AND PUT BACK AFTERWARDS.            ***
      *****************************************************
       START-STEP-TIMING.
           MOVE LOG-PROGRAM-NAME TO STT-PROGRAM-ID.
           MOVE ZERO             TO STT-STEP-NUMBER.
           MOVE SPACE            TO STT-EXERCISE-ID.
           MOVE SPACES           TO STT-SCENARIO-ID.
           MOVE ZERO             TO STT-WINDOW-DATE.
           MOVE ZERO             TO STT-WINDOW-TIME.
           MOVE ZERO             TO STT-RETURN-CODE.
           SET STT-START-STEP TO TRUE.
           CALL "STPTIM01" USING STEP-TIME-LINK.

       END-STEP-TIMING.
           MOVE RETURN-CODE TO STT-RETURN-CODE.
           SET STT-END-STEP TO TRUE.
           CALL "STPTIM01" USING STEP-TIME-LINK.
           MOVE STT-RETURN-CODE TO RETURN-CODE.

       INITIALIZE-RUN-TABLES.
           MOVE 'N'    TO LAT-SWITCH(SLOT-INDEX).
           MOVE 'N'    TO PRI-SWITCH(SLOT-INDEX).
           MOVE ZERO   TO LAT-EXERCISE-ID(SLOT-INDEX).
           MOVE SPACES TO LAT-SCENARIO-ID(SLOT-INDEX).
           IF SLOT-INDEX <= 4
               MOVE SLOT-INDEX TO LAT-EXERCISE-ID(SLOT-INDEX)
           END-IF.

       READ-THRESHOLD-CARD.
           OPEN INPUT TRNDCT-FILE.
      *** REPLACES THE LATEST (RECORDS ARE STAMPED PER  ***
      *** STEP FROM THEIR ARCHIVE HEADERS, SO TIMES     ***
      *** WITHIN ONE NIGHT DIFFER).  THE COMPARISON IS  ***
      *** NIGHT-OVER-NIGHT, NEVER STEP-OVER-STEP.  EACH ***
      *** COEFFICIENT SCENARIO IS ITS OWN SERIES, SO A  ***
      *** SCENARIO RUN IS ONLY EVER MEASURED AGAINST    ***
      *** THE SAME SCENARIO'S PRIOR NIGHT.              ***
      *****************************************************
       FILE-HISTORY-RECORD.
           IF RHST-EXERCISE-ID >= '1' AND RHST-EXERCISE-ID <= '4'
               PERFORM FIND-RUN-SLOT
           ELSE
               MOVE 'N' TO SLOT-FOUND-SWITCH
           END-IF.

           IF SLOT-FOUND
               IF LATEST-PRESENT(SLOT-INDEX)
                AND LAT-RUN-DATE(SLOT-INDEX) NOT = RHST-RUN-DATE
                   MOVE LATEST-ENTRY(SLOT-INDEX)
                       TO PRIOR-ENTRY(SLOT-INDEX)
               END-IF
               MOVE 'Y'                TO LAT-SWITCH(SLOT-INDEX)
               MOVE RHST-RUN-DATE      TO LAT-RUN-DATE(SLOT-INDEX)
               MOVE RHST-RUN-TIME      TO LAT-RUN-TIME(SLOT-INDEX)
               MOVE RHST-SEED          TO LAT-SEED(SLOT-INDEX)
               MOVE RHST-COEF-CARD     TO LAT-COEF-CARD(SLOT-INDEX)
               MOVE RHST-RETURN-CODE   TO LAT-RC(SLOT-INDEX)
               MOVE RHST-ITERATIONS    TO LAT-ITERS(SLOT-INDEX)
               MOVE RHST-FINAL-RESULT  TO LAT-RESULT(SLOT-INDEX)
               MOVE RHST-RESULT-STATUS
                   TO LAT-RESULT-FLAG(SLOT-INDEX)
               MOVE RHST-CYCLE-PERIOD
                   TO LAT-CYCLE-PERIOD(SLOT-INDEX)
               IF RHST-ACCELERATED
                   MOVE 'A' TO LAT-ITERATION-MODE(SLOT-INDEX)
               ELSE
                   MOVE 'P' TO LAT-ITERATION-MODE(SLOT-INDEX)
               END-IF
               PERFORM FILE-CYCLE-VALUE
                   VARYING CYCLE-INDEX FROM 1 BY 1
                   UNTIL CYCLE-INDEX > 4
           END-IF.

       FIND-RUN-SLOT.
           MOVE 'N' TO SLOT-FOUND-SWITCH.
           IF RHST-PRODUCTION-CARD
               COMPUTE SLOT-INDEX = FUNCTION NUMVAL(RHST-EXERCISE-ID)
               SET SLOT-FOUND TO TRUE
           ELSE
               PERFORM MATCH-RUN-SLOT
                   VARYING SLOT-INDEX FROM 5 BY 1
                   UNTIL SLOT-INDEX > SLOT-COUNT OR SLOT-FOUND
               IF SLOT-FOUND
                   SUBTRACT 1 FROM SLOT-INDEX
               ELSE
                   PERFORM ADD-RUN-SLOT
               END-IF
           END-IF.

       MATCH-RUN-SLOT.
           IF LAT-EXERCISE-ID(SLOT-INDEX) = RHST-EXERCISE-ID
            AND LAT-SCENARIO-ID(SLOT-INDEX) = RHST-SCENARIO-ID
               SET SLOT-FOUND TO TRUE
           END-IF.

       ADD-RUN-SLOT.
           IF SLOT-COUNT < SLOT-LIMIT
               ADD 1 TO SLOT-COUNT
               MOVE SLOT-COUNT       TO SLOT-INDEX
               MOVE RHST-EXERCISE-ID TO LAT-EXERCISE-ID(SLOT-INDEX)
               MOVE RHST-SCENARIO-ID TO LAT-SCENARIO-ID(SLOT-INDEX)
               SET SLOT-FOUND TO TRUE
           ELSE
               IF NOT SLOT-TABLE-FULL
                   SET SLOT-TABLE-FULL TO TRUE
                   MOVE 'W' TO LOG-SEVERITY-CODE
                   STRING "SCENARIO TABLE FULL - EXERCISE "
                       RHST-EXERCISE-ID " SCENARIO " RHST-SCENARIO-ID
                       " AND LATER NEW SCENARIOS NOT TRENDED"
                       DELIMITED BY SIZE INTO LOG-MESSAGE-TEXT
                   PERFORM WRITE-RUN-LOG
               END-IF
           END-IF.

       FILE-CYCLE-VALUE.
           MOVE RHST-CYCLE-VALUE(CYCLE-INDEX)
               TO LAT-CYCLE-VALUE(SLOT-INDEX CYCLE-INDEX).

      *****************************************************
      *** EACH EXERCISE REPORTS ITS PRODUCTION SERIES   ***
      *** FIRST, THEN ITS SCENARIOS IN THE ORDER THEY   ***
      *** WERE FIRST SEEN.                              ***
      *****************************************************
       COMPARE-EXERCISE-SLOTS.
           PERFORM COMPARE-EXERCISE-RUNS
               VARYING SLOT-INDEX FROM 1 BY 1
               UNTIL SLOT-INDEX > SLOT-COUNT.

       COMPARE-EXERCISE-RUNS.
           IF NOT LATEST-PRESENT(SLOT-INDEX)
            OR LAT-EXERCISE-ID(SLOT-INDEX) NOT = EXERCISE-INDEX
               CONTINUE
           ELSE
               MOVE ZERO   TO SLOT-FLAG-COUNT
               MOVE SPACES TO SLOT-FLAG-TEXT
               MOVE SPACES TO SLOT-NOTE-TEXT
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE EXERCISE-INDEX TO EXH-ID
               IF LATEST-PRODUCTION(SLOT-INDEX)
                   MOVE SPACES TO EXH-SCENARIO-TAG
                   MOVE SPACES TO EXH-SCENARIO
               ELSE
                   MOVE "  SCENARIO " TO EXH-SCENARIO-TAG
                   MOVE LAT-SCENARIO-ID(SLOT-INDEX) TO EXH-SCENARIO
               END-IF
               WRITE REPORT-RECORD FROM EXERCISE-HEADING

               MOVE "  LATEST " TO RUN-TAG
               MOVE LAT-RUN-DATE(SLOT-INDEX) TO RNL-DATE
               MOVE LAT-RUN-TIME(SLOT-INDEX) TO RNL-TIME
               MOVE LAT-ITERS(SLOT-INDEX)    TO RNL-ITERS
               MOVE LAT-RC(SLOT-INDEX)       TO RNL-RC
               MOVE LAT-RESULT(SLOT-INDEX)   TO RNL-RESULT
               MOVE LAT-ITERATION-MODE(SLOT-INDEX)
                   TO MODE-CODE
               PERFORM NAME-ITERATION-MODE
               WRITE REPORT-RECORD FROM RUN-LINE
               IF LAT-RC(SLOT-INDEX) = 24
                   PERFORM WRITE-CYCLE-LINE
                       VARYING CYCLE-INDEX FROM 1 BY 1
                       UNTIL CYCLE-INDEX
                           > LAT-CYCLE-PERIOD(SLOT-INDEX)
               END-IF

               IF PRIOR-PRESENT(SLOT-INDEX)
                   MOVE "  PRIOR  " TO RUN-TAG
                   MOVE PRI-RUN-DATE(SLOT-INDEX) TO RNL-DATE
                   MOVE PRI-RUN-TIME(SLOT-INDEX) TO RNL-TIME
                   MOVE PRI-ITERS(SLOT-INDEX)    TO RNL-ITERS
                   MOVE PRI-RC(SLOT-INDEX)       TO RNL-RC
                   MOVE PRI-RESULT(SLOT-INDEX)   TO RNL-RESULT
                   MOVE PRI-ITERATION-MODE(SLOT-INDEX)
                       TO MODE-CODE
                   PERFORM NAME-ITERATION-MODE
                   WRITE REPORT-RECORD FROM RUN-LINE
                   PERFORM JUDGE-EXERCISE-DRIFT
               ELSE
                   MOVE "  NO PRIOR RUN ON FILE - NOTHING TO COMPARE"
                       TO FLAG-LINE
                   MOVE FLAG-LINE(3:80) TO SLOT-NOTE-TEXT
                   PERFORM WRITE-FLAG-LINE
                   IF LAT-RC(SLOT-INDEX) = 24
                       PERFORM FLAG-STARTED-CYCLING
                   END-IF
               END-IF
               PERFORM FILE-TREND-XREF
           END-IF.

      *****************************************************
      *** THE OUTCOME OF EACH LATEST RUN'S COMPARISON   ***
      *** IS FILED ON THE RUNXREF CROSS-REFERENCE UNDER ***
      *** THAT RUN, WITH THE PRIOR RUN IT WAS MEASURED  ***
      *** AGAINST AS THE REFERENCE. THE TEXT NAMES THE  ***
      *** FLAG TYPES RAISED OR, ON A CLEAN COMPARISON,  ***
      *** THE NOTE THAT QUALIFIED IT.                   ***
      *****************************************************
       FILE-TREND-XREF.
           MOVE LAT-RUN-DATE(SLOT-INDEX)    TO XRL-RUN-DATE.
           MOVE LAT-RUN-TIME(SLOT-INDEX)    TO XRL-RUN-TIME.
           MOVE EXERCISE-INDEX              TO XRL-EXERCISE-ID.
           MOVE LAT-SCENARIO-ID(SLOT-INDEX) TO XRL-SCENARIO-ID.
           MOVE "TRND"                      TO XRL-XREF-TYPE.
           MOVE LOG-PROGRAM-NAME            TO XRL-SOURCE-PROGRAM.
           MOVE SLOT-FLAG-COUNT             TO XRL-COUNT.
           MOVE "PRIOR"                     TO XRL-REFERENCE-NAME.
           IF PRIOR-PRESENT(SLOT-INDEX)
               MOVE PRI-RUN-DATE(SLOT-INDEX) TO XRL-REFERENCE-DATE
               MOVE PRI-RUN-TIME(SLOT-INDEX) TO XRL-REFERENCE-TIME
           ELSE
               MOVE ZERO TO XRL-REFERENCE-DATE
               MOVE ZERO TO XRL-REFERENCE-TIME
           END-IF.
           EVALUATE TRUE
               WHEN SLOT-FLAG-COUNT > ZERO
                   MOVE "FLAGGED"      TO XRL-RESULT
                   MOVE SLOT-FLAG-TEXT TO XRL-DETAIL-TEXT
               WHEN NOT PRIOR-PRESENT(SLOT-INDEX)
                   MOVE "NO PRIOR"     TO XRL-RESULT
                   MOVE SLOT-NOTE-TEXT TO XRL-DETAIL-TEXT
               WHEN SLOT-NOTE-TEXT NOT = SPACES
                   MOVE "CLEAN"        TO XRL-RESULT
                   MOVE SLOT-NOTE-TEXT TO XRL-DETAIL-TEXT
               WHEN OTHER
                   MOVE "CLEAN"        TO XRL-RESULT
                   MOVE "NO DRIFT AGAINST THE PRIOR RUN"
                       TO XRL-DETAIL-TEXT
           END-EVALUATE.
           CALL "XRFWRT01" USING XREF-LINK.

       NAME-ITERATION-MODE.
           IF MODE-CODE = 'A'
               MOVE "ACCELERATED" TO RNL-MODE
           ELSE
               MOVE "PLAIN"       TO RNL-MODE
           END-IF.

       WRITE-CYCLE-LINE.
           MOVE LAT-CYCLE-PERIOD(SLOT-INDEX) TO CYL-PERIOD.
           MOVE CYCLE-INDEX                      TO CYL-POSITION.
           MOVE LAT-CYCLE-VALUE(SLOT-INDEX CYCLE-INDEX)
               TO CYL-VALUE.
           WRITE REPORT-RECORD FROM CYCLE-LINE.

      *****************************************************
      *** A RUN THAT ENDS ON A REPEATING CYCLE (RC=24)  ***
      *** WHEN THE PRIOR NIGHT DID NOT IS FLAGGED IN    ***
      *** ITS OWN RIGHT, NAMING THE PERIOD, RATHER THAN ***
      *** AS A GENERIC OUTCOME FLIP.                    ***
      *****************************************************
       FLAG-STARTED-CYCLING.
           MOVE LAT-CYCLE-PERIOD(SLOT-INDEX) TO CYCLE-PERIOD-EDIT.
           STRING "  *** FLAG: STARTED CYCLING (PERIOD "
               FUNCTION TRIM(CYCLE-PERIOD-EDIT) ")"
               DELIMITED BY SIZE INTO FLAG-LINE.
           MOVE "CYCLING" TO EXL-EXCEPTION-TYPE.
           PERFORM RAISE-FLAG.

       WRITE-FLAG-LINE.
           WRITE REPORT-RECORD FROM FLAG-LINE.
           MOVE SPACES TO FLAG-LINE.

      *****************************************************
      *** EVERY FLAG IS ALSO FILED IN THE EXCEPTION     ***
      *** REGISTER UNDER THE TYPE ITS CALLER SET, SO IT ***
      *** IS STILL THERE THE NEXT MORNING; THE DETAIL   ***
      *** IS THE FLAG TEXT WITHOUT ITS LEAD-IN.         ***
      *****************************************************
       RAISE-FLAG.
           ADD 1 TO FLAG-COUNT.
           ADD 1 TO SLOT-FLAG-COUNT.
           IF SLOT-FLAG-COUNT = 1
               MOVE "FLAGS:" TO SLOT-FLAG-TEXT
               MOVE 7 TO SLOT-FLAG-POINTER
           END-IF.
           STRING " " DELIMITED BY SIZE
                  EXL-EXCEPTION-TYPE DELIMITED BY "  "
               INTO SLOT-FLAG-TEXT WITH POINTER SLOT-FLAG-POINTER.
           MOVE LOG-PROGRAM-NAME TO EXL-SOURCE-PROGRAM.
           MOVE EXERCISE-INDEX   TO EXL-EXERCISE-ID.
           MOVE SPACES           TO EXL-SUBJECT.
           IF NOT LATEST-PRODUCTION(SLOT-INDEX)
               STRING "SCENARIO " LAT-SCENARIO-ID(SLOT-INDEX)
                   DELIMITED BY SIZE INTO EXL-SUBJECT
           END-IF.
           MOVE LAT-RUN-DATE(SLOT-INDEX) TO EXL-RUN-DATE.
           MOVE FLAG-LINE(13:80) TO EXL-DETAIL-TEXT.
           CALL "EXCWRT01" USING EXCEPTION-LINK.
           PERFORM WRITE-FLAG-LINE.

      *****************************************************
      *** AN ACCELERATED NIGHT TAKES FAR FEWER PASSES   ***
      *** THAN A PLAIN ONE AND MAY SETTLE ON A RESULT   ***
      *** DIFFERENT IN THE LAST PLACES, SO A NIGHT RUN  ***
      *** IN THE OTHER MODE IS NOT MEASURED AGAINST ITS ***
      *** PRIOR.  A NIGHT THAT STARTED CYCLING IS STILL ***
      *** FLAGGED - THAT IS WRONG IN EITHER MODE.       ***
      *****************************************************
       JUDGE-EXERCISE-DRIFT.
           IF LAT-ITERATION-MODE(SLOT-INDEX)
              NOT = PRI-ITERATION-MODE(SLOT-INDEX)
               MOVE "  NOTE: ITERATION MODE CHANGED - RUNS NOT COMPARED"
                   TO FLAG-LINE
               MOVE FLAG-LINE(9:80) TO SLOT-NOTE-TEXT
               PERFORM WRITE-FLAG-LINE
               IF LAT-RC(SLOT-INDEX) = 24
                AND PRI-RC(SLOT-INDEX) NOT = 24
                   PERFORM FLAG-STARTED-CYCLING
               END-IF
           ELSE
               PERFORM JUDGE-SAME-MODE-DRIFT
           END-IF.

       JUDGE-SAME-MODE-DRIFT.
           COMPUTE ITER-DRIFT =
               LAT-ITERS(SLOT-INDEX) - PRI-ITERS(SLOT-INDEX).
           IF FUNCTION ABS(ITER-DRIFT) > ITER-THRESHOLD
               MOVE "  *** FLAG: ITERATIONS-TO-CONVERGENCE DRIFTED "
                   TO FLAG-LINE
               MOVE "ITER DRIFT" TO EXL-EXCEPTION-TYPE
               PERFORM RAISE-FLAG
           END-IF.

           IF LAT-SEED(SLOT-INDEX) = PRI-SEED(SLOT-INDEX)
            AND LAT-COEF-CARD(SLOT-INDEX)
                = PRI-COEF-CARD(SLOT-INDEX)
               IF LAT-RESULT-FLAG(SLOT-INDEX) = 'X'
                OR PRI-RESULT-FLAG(SLOT-INDEX) = 'X'
                   MOVE
                    "  NOTE: RESULT TRUNCATED IN HISTORY-NOT COMPARED"
                       TO FLAG-LINE
                   PERFORM WRITE-FLAG-LINE
               ELSE
                   COMPUTE RESULT-DRIFT = FUNCTION ABS(
                       LAT-RESULT(SLOT-INDEX)
                       - PRI-RESULT(SLOT-INDEX))
                   IF RESULT-DRIFT > TOLERANCE-LIMIT
                       MOVE
                        "  *** FLAG: RESULT CHANGED, CARDS UNCHANGED"
                           TO FLAG-LINE
                       MOVE "RESULT CHG" TO EXL-EXCEPTION-TYPE
                       PERFORM RAISE-FLAG
                   END-IF
               END-IF
           ELSE
               MOVE "  NOTE: SEED OR COEFFICIENT CARD CHANGED"
                   TO FLAG-LINE
               MOVE FLAG-LINE(9:80) TO SLOT-NOTE-TEXT
               PERFORM WRITE-FLAG-LINE
           END-IF.

           IF LAT-RC(SLOT-INDEX) NOT = PRI-RC(SLOT-INDEX)
               IF LAT-RC(SLOT-INDEX) = 24
                   PERFORM FLAG-STARTED-CYCLING
               ELSE
                   MOVE "  *** FLAG: OUTCOME FLIPPED (RC CHANGED)"
                       TO FLAG-LINE
                   MOVE "OUTCOME" TO EXL-EXCEPTION-TYPE
                   PERFORM RAISE-FLAG
               END-IF
           END-IF.
