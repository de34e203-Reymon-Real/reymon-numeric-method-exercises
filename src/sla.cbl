      ************************************
      *** SPDX-License-Identifier: MIT ***
      ************************************

      ************************************
      *** Author: Eduardo Pozos Huerta ***
      *** File:   sla.cbl              ***
      *** Date:   10/15/2026           ***
      *** Update: 10/15/2026           ***
      ***   - Batch-window SLA report  ***
      ***     over the permanent       ***
      ***     STEPTIM dataset:         ***
      ***     tonight's steps (those   ***
      ***     of the latest driver     ***
      ***     window, and every        ***
      ***     downstream step started  ***
      ***     since that window        ***
      ***     opened) are listed with  ***
      ***     their start, end and     ***
      ***     elapsed time against     ***
      ***     their SLACT limit and    ***
      ***     their rolling average    ***
      ***     over the prior seven     ***
      ***     timings of the same      ***
      ***     step.                    ***
      ***   - A step over its limit,   ***
      ***     or over its rolling      ***
      ***     average by more than the ***
      ***     SLACT tolerance, is      ***
      ***     flagged; the SLACT steps ***
      ***     not yet run tonight are  ***
      ***     estimated from their     ***
      ***     averages to project when ***
      ***     the window will finish,  ***
      ***     and a finish projected   ***
      ***     past the WINDOW card's   ***
      ***     limit is flagged too.    ***
      ***   - Report on SLARPT; any    ***
      ***     flag is warned on RUNLOG ***
      ***     and ends the step with   ***
      ***     RC=4.                    ***
      ***   - Coefficient-scenario     ***
      ***     steps are keyed apart    ***
      ***     from their exercise      ***
      ***     (scenario column on the  ***
      ***     report), so they no      ***
      ***     longer feed or get       ***
      ***     judged by the production ***
      ***     rolling average and      ***
      ***     SLACT limit.             ***
      ************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLAMON01.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SLACT-FILE ASSIGN TO "SLACT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SLACT-FILE-STATUS.

           SELECT OPTIONAL STEPTIM-FILE ASSIGN TO "STEPTIM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STEPTIM-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "SLARPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  SLACT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SLACT.

       FD  STEPTIM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY STEPTIM.

       FD  REPORT-FILE.
       01 REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.

       77 SLACT-FILE-STATUS   PIC X(02) VALUE '00'.
       77 STEPTIM-FILE-STATUS PIC X(02) VALUE '00'.
       77 REPORT-FILE-STATUS  PIC X(02) VALUE '00'.

       77 SLACT-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 SLACT-EOF VALUE 'Y'.
       77 STEPTIM-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 STEPTIM-EOF VALUE 'Y'.

       77 DRIVER-PROGRAM-ID       PIC X(08) VALUE "DRVBAT01".
       77 DEFAULT-AVERAGE-PERCENT PIC 9(3) VALUE 50 COMP-3.
       77 HISTORY-DEPTH           PIC 9(2) VALUE 7 COMP-3.

       77 WINDOW-CARD-SWITCH PIC X(01) VALUE 'N'.
           88 WINDOW-LIMIT-SET VALUE 'Y'.
       77 WINDOW-LIMIT-SECONDS PIC 9(5) VALUE ZERO COMP-3.

       77 DRIVER-END-SWITCH PIC X(01) VALUE 'N'.
           88 DRIVER-FINISHED VALUE 'Y'.

       77 TONIGHT-SWITCH PIC X(01) VALUE 'N'.
           88 RECORD-IS-TONIGHT VALUE 'Y'.

       77 WINDOW-STAMP PIC 9(14) VALUE ZERO COMP-3.
       77 RECORD-STAMP PIC 9(14) VALUE ZERO COMP-3.

       77 KEY-COUNT       PIC 9(3) VALUE ZERO COMP-3.
       77 KEY-INDEX       PIC 9(3) VALUE ZERO COMP-3.
       77 FOUND-KEY-INDEX PIC 9(3) VALUE ZERO COMP-3.
       77 HIST-INDEX      PIC 9(2) VALUE ZERO COMP-3.
       77 TONIGHT-COUNT   PIC 9(3) VALUE ZERO COMP-3.
       77 TONIGHT-INDEX   PIC 9(3) VALUE ZERO COMP-3.

       77 SEARCH-PROGRAM-ID  PIC X(08) VALUE SPACES.
       77 SEARCH-EXERCISE-ID PIC X(01) VALUE SPACE.
       77 SEARCH-SCENARIO-ID PIC X(02) VALUE SPACES.

       77 FLAG-COUNT         PIC 9(4) VALUE ZERO COMP-3.
       77 STILL-TO-RUN-COUNT PIC 9(4) VALUE ZERO COMP-3.
       77 HISTORY-TOTAL      PIC 9(9) VALUE ZERO COMP-3.
       77 AVERAGE-CEILING    PIC 9(9) VALUE ZERO COMP-3.
       77 STEP-ESTIMATE      PIC 9(7) VALUE ZERO COMP-3.
       77 REMAINING-SECONDS  PIC 9(9) VALUE ZERO COMP-3.

       77 WINDOW-START-SECONDS     PIC 9(11) VALUE ZERO COMP-3.
       77 LATEST-END-SECONDS       PIC 9(11) VALUE ZERO COMP-3.
       77 ESTIMATED-FINISH-SECONDS PIC 9(11) VALUE ZERO COMP-3.
       77 WINDOW-DEADLINE-SECONDS  PIC 9(11) VALUE ZERO COMP-3.
       77 WINDOW-MARGIN-SECONDS    PIC 9(11) VALUE ZERO COMP-3.

       77 CONVERT-DATE      PIC 9(8)  VALUE ZERO.
       77 CONVERT-TIME      PIC 9(6)  VALUE ZERO.
       77 CONVERT-SECONDS   PIC 9(11) VALUE ZERO COMP-3.
       77 CONVERT-DAYS      PIC 9(7)  VALUE ZERO COMP-3.
       77 CONVERT-REMAINDER PIC 9(5)  VALUE ZERO COMP-3.

       01 CLOCK-TIME-FIELDS.
           05 CLK-HOURS   PIC 9(2).
           05 CLK-MINUTES PIC 9(2).
           05 CLK-SECONDS PIC 9(2).
       01 CLOCK-TIME REDEFINES CLOCK-TIME-FIELDS PIC 9(6).

       77 LOG-PROGRAM-NAME  PIC X(08) VALUE "SLAMON01".
       77 LOG-SEVERITY-CODE PIC X(01) VALUE 'I'.
       77 LOG-MESSAGE-TEXT  PIC X(80) VALUE SPACES.
       77 LOG-COUNT-EDIT    PIC ZZZ9.
       77 SECONDS-EDIT      PIC Z(8)9.
       77 STEP-NUMBER-EDIT  PIC ZZZ9.

      *****************************************************
      *** ONE ENTRY PER TIMED STEP (PROGRAM, EXERCISE   ***
      *** AND SCENARIO), WHETHER IT IS NAMED ON SLACT   ***
      *** OR ONLY SEEN ON STEPTIM.  THE LAST SEVEN      ***
      *** PRIOR TIMINGS ARE KEPT OLDEST FIRST FOR THE   ***
      *** ROLLING AVERAGE.  A COEFFICIENT SCENARIO IS   ***
      *** KEYED APART FROM ITS EXERCISE AND NEVER ON    ***
      *** SLACT, SO ITS TIMINGS NEITHER FEED NOR ARE    ***
      *** JUDGED BY THE PRODUCTION AVERAGE AND LIMIT -  ***
      *** ONLY BY ITS OWN EARLIER RUNS.                 ***
      *****************************************************
       01 STEP-KEY-TABLE.
           05 STEP-KEY-ENTRY OCCURS 120 TIMES.
               10 KEY-PROGRAM-ID   PIC X(08).
               10 KEY-EXERCISE-ID  PIC X(01).
               10 KEY-SCENARIO-ID  PIC X(02).
               10 KEY-CARD-SWITCH  PIC X(01).
                   88 KEY-ON-SLACT VALUE 'Y'.
               10 KEY-TONIGHT-SWITCH PIC X(01).
                   88 KEY-RAN-TONIGHT VALUE 'Y'.
               10 KEY-LIMIT        PIC 9(5) COMP-3.
               10 KEY-PERCENT      PIC 9(3) COMP-3.
               10 KEY-HIST-COUNT   PIC 9(2) COMP-3.
               10 KEY-HIST-ELAPSED PIC 9(7) COMP-3 OCCURS 7 TIMES.
               10 KEY-AVERAGE      PIC 9(7) COMP-3.

       01 TONIGHT-TABLE.
           05 TONIGHT-ENTRY OCCURS 200 TIMES.
               10 TNT-PROGRAM-ID  PIC X(08).
               10 TNT-STEP-NUMBER PIC 9(4).
               10 TNT-EXERCISE-ID PIC X(01).
               10 TNT-SCENARIO-ID PIC X(02).
               10 TNT-START-DATE  PIC 9(8).
               10 TNT-START-TIME  PIC 9(6).
               10 TNT-END-DATE    PIC 9(8).
               10 TNT-END-TIME    PIC 9(6).
               10 TNT-ELAPSED     PIC 9(7) COMP-3.
               10 TNT-RC          PIC S9(4) COMP-3.
               10 TNT-KEY-INDEX   PIC 9(3) COMP-3.

       01 REPORT-HEADING-1.
           05 FILLER PIC X(40)
               VALUE "SLAMON01: BATCH-WINDOW SLA REPORT".
           05 FILLER          PIC X(13) VALUE "WINDOW START ".
           05 HDG-WINDOW-DATE PIC 9(8).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 HDG-WINDOW-TIME PIC 9(6).
           05 FILLER          PIC X(64) VALUE SPACES.

       01 COLUMN-HEADING.
           05 FILLER PIC X(23) VALUE "PROGRAM   STEP  EX SC  ".
           05 FILLER PIC X(34) VALUE
               "STARTED          ENDED            ".
           05 FILLER PIC X(37) VALUE
               "ELAPSED    LIMIT  AVERAGE    RC  FLAG".
           05 FILLER PIC X(38) VALUE SPACES.

       01 DETAIL-LINE.
           05 DTL-PROGRAM    PIC X(08).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 DTL-STEP       PIC ZZZ9.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 DTL-EXERCISE   PIC X(01).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 DTL-SCENARIO   PIC X(02).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 DTL-START-DATE PIC 9(8).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 DTL-START-TIME PIC 9(6).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 DTL-END-DATE   PIC 9(8).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 DTL-END-TIME   PIC 9(6).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 DTL-ELAPSED    PIC Z(6)9.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 DTL-LIMIT      PIC Z(6)9 BLANK WHEN ZERO.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 DTL-AVERAGE    PIC Z(6)9.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 DTL-RC         PIC -ZZZ9.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 DTL-FLAG       PIC X(24).
           05 FILLER         PIC X(17) VALUE SPACES.

       01 PENDING-HEADING.
           05 FILLER PIC X(132) VALUE
               "SLACT STEPS NOT YET RUN TONIGHT:".

       01 PENDING-LINE.
           05 FILLER       PIC X(16) VALUE "  STILL TO RUN: ".
           05 PND-PROGRAM  PIC X(08).
           05 FILLER       PIC X(10) VALUE " EXERCISE ".
           05 PND-EXERCISE PIC X(01).
           05 FILLER       PIC X(20) VALUE "  ESTIMATED SECONDS ".
           05 PND-ESTIMATE PIC Z(6)9.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 PND-BASIS    PIC X(20).
           05 FILLER       PIC X(48) VALUE SPACES.

       01 NONE-LINE.
           05 FILLER PIC X(132) VALUE "  (NONE)".

       01 ESTIMATE-LINE.
           05 FILLER        PIC X(25)
               VALUE "ESTIMATED WINDOW FINISH: ".
           05 EST-DATE      PIC 9(8).
           05 FILLER        PIC X(01) VALUE SPACE.
           05 EST-TIME      PIC 9(6).
           05 FILLER        PIC X(03) VALUE "  (".
           05 EST-REMAINING PIC Z(6)9.
           05 FILLER        PIC X(22)
               VALUE " SECONDS STILL TO RUN)".
           05 FILLER        PIC X(60) VALUE SPACES.

       01 LIMIT-LINE.
           05 FILLER   PIC X(25) VALUE "WINDOW LIMIT ENDS:".
           05 LML-DATE PIC 9(8).
           05 FILLER   PIC X(01) VALUE SPACE.
           05 LML-TIME PIC 9(6).
           05 FILLER   PIC X(92) VALUE SPACES.

       01 NO-WINDOW-CARD-LINE.
           05 FILLER PIC X(132) VALUE
               "NO WINDOW CARD ON SLACT - FINISH NOT JUDGED".

       01 NO-DRIVER-RUN-LINE.
           05 FILLER PIC X(132) VALUE
               "NO DRIVER RUN RECORDED ON STEPTIM - NOTHING TO REPORT".

       01 FLAG-LINE PIC X(132) VALUE SPACES.

       01 TOTAL-LINE.
           05 FILLER    PIC X(12) VALUE "SLA FLAGS =".
           05 TOT-FLAGS PIC ZZZ9.
           05 FILLER    PIC X(116) VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM LOAD-SLA-CARDS.

           OPEN INPUT STEPTIM-FILE.
           IF STEPTIM-FILE-STATUS NOT = "00"
            AND STEPTIM-FILE-STATUS NOT = "05"
               MOVE 'E' TO LOG-SEVERITY-CODE
               STRING "UNABLE TO OPEN STEPTIM (STATUS "
                   STEPTIM-FILE-STATUS ") - NOTHING TO REPORT"
                   DELIMITED BY SIZE INTO LOG-MESSAGE-TEXT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM FIND-LATEST-WINDOW UNTIL STEPTIM-EOF.
           CLOSE STEPTIM-FILE.

           MOVE 'N' TO STEPTIM-EOF-SWITCH.
           OPEN INPUT STEPTIM-FILE.
           PERFORM FILE-STEP-TIME-RECORD UNTIL STEPTIM-EOF.
           CLOSE STEPTIM-FILE.

           PERFORM COMPUTE-ROLLING-AVERAGE
               VARYING KEY-INDEX FROM 1 BY 1
               UNTIL KEY-INDEX > KEY-COUNT.

           OPEN OUTPUT REPORT-FILE.
           COMPUTE HDG-WINDOW-DATE = WINDOW-STAMP / 1000000.
           COMPUTE HDG-WINDOW-TIME =
               WINDOW-STAMP - HDG-WINDOW-DATE * 1000000.
           WRITE REPORT-RECORD FROM REPORT-HEADING-1.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           IF WINDOW-STAMP = ZERO
               WRITE REPORT-RECORD FROM NO-DRIVER-RUN-LINE
               ADD 1 TO FLAG-COUNT
           ELSE
               PERFORM REPORT-TONIGHT
           END-IF.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE FLAG-COUNT TO TOT-FLAGS.
           WRITE REPORT-RECORD FROM TOTAL-LINE.
           CLOSE REPORT-FILE.

           IF FLAG-COUNT > ZERO
               MOVE FLAG-COUNT TO LOG-COUNT-EDIT
               MOVE 'W' TO LOG-SEVERITY-CODE
               STRING FUNCTION TRIM(LOG-COUNT-EDIT)
                   " BATCH-WINDOW SLA FLAG(S) RAISED"
                   DELIMITED BY SIZE INTO LOG-MESSAGE-TEXT
               PERFORM WRITE-RUN-LOG
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 'I' TO LOG-SEVERITY-CODE
               MOVE "BATCH WINDOW WITHIN SLA"
                   TO LOG-MESSAGE-TEXT
               PERFORM WRITE-RUN-LOG
               MOVE ZERO TO RETURN-CODE
           END-IF.
           STOP RUN.

       WRITE-RUN-LOG.
           CALL "LOGWRT01" USING LOG-PROGRAM-NAME
                                 LOG-SEVERITY-CODE
                                 LOG-MESSAGE-TEXT.
           MOVE SPACES TO LOG-MESSAGE-TEXT.

      *****************************************************
      *** EVERY SLACT CARD NAMES A STEP TO JUDGE (AND   ***
      *** TO EXPECT TONIGHT); THE WINDOW CARD ONLY SETS ***
      *** THE WHOLE NIGHT'S LIMIT.  A MISSING SLACT     ***
      *** LEAVES EVERY STEP UNLIMITED, JUDGED ONLY      ***
      *** AGAINST ITS OWN AVERAGE.                      ***
      *****************************************************
       LOAD-SLA-CARDS.
           OPEN INPUT SLACT-FILE.
           IF SLACT-FILE-STATUS = "00"
            OR SLACT-FILE-STATUS = "05"
               PERFORM READ-SLA-CARD UNTIL SLACT-EOF
               CLOSE SLACT-FILE
           END-IF.

       READ-SLA-CARD.
           READ SLACT-FILE
               AT END
                   SET SLACT-EOF TO TRUE
               NOT AT END
                   IF SLA-WINDOW-CARD
                       IF SLA-LIMIT-SECONDS NUMERIC
                           MOVE SLA-LIMIT-SECONDS
                               TO WINDOW-LIMIT-SECONDS
                           SET WINDOW-LIMIT-SET TO TRUE
                       END-IF
                   ELSE
                       PERFORM FILE-SLA-CARD
                   END-IF
           END-READ.

       FILE-SLA-CARD.
           MOVE SLA-PROGRAM-ID  TO SEARCH-PROGRAM-ID.
           MOVE SLA-EXERCISE-ID TO SEARCH-EXERCISE-ID.
           MOVE SPACES          TO SEARCH-SCENARIO-ID.
           PERFORM FIND-STEP-KEY.
           IF FOUND-KEY-INDEX > ZERO
               MOVE 'Y' TO KEY-CARD-SWITCH(FOUND-KEY-INDEX)
               IF SLA-LIMIT-SECONDS NUMERIC
                   MOVE SLA-LIMIT-SECONDS
                       TO KEY-LIMIT(FOUND-KEY-INDEX)
               END-IF
               IF SLA-AVERAGE-PERCENT NUMERIC
                   MOVE SLA-AVERAGE-PERCENT
                       TO KEY-PERCENT(FOUND-KEY-INDEX)
               END-IF
           END-IF.

      *****************************************************
      *** LOOKS THE STEP UP BY PROGRAM, EXERCISE AND    ***
      *** SCENARIO AND ADDS IT WHEN NEW.  A FULL TABLE  ***
      *** LEAVES THE INDEX AT ZERO AND THE STEP IS LEFT ***
      *** OUT.                                          ***
      *****************************************************
       FIND-STEP-KEY.
           MOVE ZERO TO FOUND-KEY-INDEX.
           PERFORM MATCH-STEP-KEY
               VARYING KEY-INDEX FROM 1 BY 1
               UNTIL KEY-INDEX > KEY-COUNT
                  OR FOUND-KEY-INDEX > ZERO.
           IF FOUND-KEY-INDEX = ZERO
            AND KEY-COUNT < 120
               ADD 1 TO KEY-COUNT
               MOVE KEY-COUNT TO FOUND-KEY-INDEX
               MOVE SEARCH-PROGRAM-ID
                   TO KEY-PROGRAM-ID(FOUND-KEY-INDEX)
               MOVE SEARCH-EXERCISE-ID
                   TO KEY-EXERCISE-ID(FOUND-KEY-INDEX)
               MOVE SEARCH-SCENARIO-ID
                   TO KEY-SCENARIO-ID(FOUND-KEY-INDEX)
               MOVE 'N'  TO KEY-CARD-SWITCH(FOUND-KEY-INDEX)
               MOVE 'N'  TO KEY-TONIGHT-SWITCH(FOUND-KEY-INDEX)
               MOVE ZERO TO KEY-LIMIT(FOUND-KEY-INDEX)
               MOVE DEFAULT-AVERAGE-PERCENT
                   TO KEY-PERCENT(FOUND-KEY-INDEX)
               MOVE ZERO TO KEY-HIST-COUNT(FOUND-KEY-INDEX)
               MOVE ZERO TO KEY-AVERAGE(FOUND-KEY-INDEX)
           END-IF.

       MATCH-STEP-KEY.
           IF KEY-PROGRAM-ID(KEY-INDEX) = SEARCH-PROGRAM-ID
            AND KEY-EXERCISE-ID(KEY-INDEX) = SEARCH-EXERCISE-ID
            AND KEY-SCENARIO-ID(KEY-INDEX) = SEARCH-SCENARIO-ID
               MOVE KEY-INDEX TO FOUND-KEY-INDEX
           END-IF.

      *****************************************************
      *** TONIGHT'S WINDOW IS THE LATEST DRIVER START   ***
      *** STAMPED ON STEPTIM.  ONLY THE DRIVER STAMPS   ***
      *** A WINDOW, SO ITS RECORDS FIX THE NIGHT.       ***
      *****************************************************
       FIND-LATEST-WINDOW.
           READ STEPTIM-FILE
               AT END
                   SET STEPTIM-EOF TO TRUE
               NOT AT END
                   IF STM-PROGRAM-ID = DRIVER-PROGRAM-ID
                       COMPUTE RECORD-STAMP =
                           STM-WINDOW-DATE * 1000000
                           + STM-WINDOW-TIME
                       IF RECORD-STAMP > WINDOW-STAMP
                           MOVE RECORD-STAMP TO WINDOW-STAMP
                       END-IF
                   END-IF
           END-READ.

      *****************************************************
      *** A DRIVER RECORD BELONGS TO TONIGHT WHEN IT    ***
      *** CARRIES TONIGHT'S WINDOW STAMP; A DOWNSTREAM  ***
      *** RECORD WHEN IT STARTED AFTER THE WINDOW       ***
      *** OPENED.  EVERYTHING EARLIER IS HISTORY FOR    ***
      *** THE ROLLING AVERAGE - STEPTIM IS APPENDED IN  ***
      *** TIME ORDER, SO THE LAST SEVEN KEPT ARE THE    ***
      *** MOST RECENT SEVEN.                            ***
      *****************************************************
       FILE-STEP-TIME-RECORD.
           READ STEPTIM-FILE
               AT END
                   SET STEPTIM-EOF TO TRUE
               NOT AT END
                   MOVE STM-PROGRAM-ID  TO SEARCH-PROGRAM-ID
                   MOVE STM-EXERCISE-ID TO SEARCH-EXERCISE-ID
                   MOVE STM-SCENARIO-ID TO SEARCH-SCENARIO-ID
                   PERFORM FIND-STEP-KEY
                   PERFORM JUDGE-RECORD-NIGHT
                   IF FOUND-KEY-INDEX > ZERO
                       IF RECORD-IS-TONIGHT
                           PERFORM FILE-TONIGHT-RECORD
                       ELSE
                           PERFORM FILE-HISTORY-RECORD
                       END-IF
                   END-IF
           END-READ.

       JUDGE-RECORD-NIGHT.
           MOVE 'N' TO TONIGHT-SWITCH.
           IF WINDOW-STAMP > ZERO
               IF STM-PROGRAM-ID = DRIVER-PROGRAM-ID
                   COMPUTE RECORD-STAMP =
                       STM-WINDOW-DATE * 1000000 + STM-WINDOW-TIME
                   IF RECORD-STAMP = WINDOW-STAMP
                       SET RECORD-IS-TONIGHT TO TRUE
                   END-IF
               ELSE
                   COMPUTE RECORD-STAMP =
                       STM-START-DATE * 1000000 + STM-START-TIME
                   IF RECORD-STAMP NOT LESS THAN WINDOW-STAMP
                       SET RECORD-IS-TONIGHT TO TRUE
                   END-IF
               END-IF
           END-IF.

       FILE-HISTORY-RECORD.
           IF KEY-HIST-COUNT(FOUND-KEY-INDEX) < HISTORY-DEPTH
               ADD 1 TO KEY-HIST-COUNT(FOUND-KEY-INDEX)
           ELSE
               PERFORM SHIFT-HISTORY-SLOT
                   VARYING HIST-INDEX FROM 1 BY 1
                   UNTIL HIST-INDEX NOT LESS THAN HISTORY-DEPTH
           END-IF.
           MOVE KEY-HIST-COUNT(FOUND-KEY-INDEX) TO HIST-INDEX.
           MOVE STM-ELAPSED-SECONDS
               TO KEY-HIST-ELAPSED(FOUND-KEY-INDEX, HIST-INDEX).

       SHIFT-HISTORY-SLOT.
           MOVE KEY-HIST-ELAPSED(FOUND-KEY-INDEX, HIST-INDEX + 1)
               TO KEY-HIST-ELAPSED(FOUND-KEY-INDEX, HIST-INDEX).

       FILE-TONIGHT-RECORD.
           MOVE 'Y' TO KEY-TONIGHT-SWITCH(FOUND-KEY-INDEX).
           IF STM-PROGRAM-ID = DRIVER-PROGRAM-ID
            AND STM-STEP-NUMBER = ZERO
               SET DRIVER-FINISHED TO TRUE
           END-IF.

           MOVE STM-END-DATE TO CONVERT-DATE.
           MOVE STM-END-TIME TO CONVERT-TIME.
           PERFORM STAMP-TO-SECONDS.
           IF CONVERT-SECONDS > LATEST-END-SECONDS
               MOVE CONVERT-SECONDS TO LATEST-END-SECONDS
           END-IF.

           IF TONIGHT-COUNT < 200
               ADD 1 TO TONIGHT-COUNT
               MOVE STM-PROGRAM-ID  TO TNT-PROGRAM-ID(TONIGHT-COUNT)
               MOVE STM-STEP-NUMBER TO TNT-STEP-NUMBER(TONIGHT-COUNT)
               MOVE STM-EXERCISE-ID TO TNT-EXERCISE-ID(TONIGHT-COUNT)
               MOVE STM-SCENARIO-ID TO TNT-SCENARIO-ID(TONIGHT-COUNT)
               MOVE STM-START-DATE  TO TNT-START-DATE(TONIGHT-COUNT)
               MOVE STM-START-TIME  TO TNT-START-TIME(TONIGHT-COUNT)
               MOVE STM-END-DATE    TO TNT-END-DATE(TONIGHT-COUNT)
               MOVE STM-END-TIME    TO TNT-END-TIME(TONIGHT-COUNT)
               MOVE STM-ELAPSED-SECONDS
                   TO TNT-ELAPSED(TONIGHT-COUNT)
               MOVE STM-RETURN-CODE TO TNT-RC(TONIGHT-COUNT)
               MOVE FOUND-KEY-INDEX TO TNT-KEY-INDEX(TONIGHT-COUNT)
           END-IF.

       COMPUTE-ROLLING-AVERAGE.
           MOVE ZERO TO HISTORY-TOTAL.
           PERFORM ADD-HISTORY-SLOT
               VARYING HIST-INDEX FROM 1 BY 1
               UNTIL HIST-INDEX > KEY-HIST-COUNT(KEY-INDEX).
           IF KEY-HIST-COUNT(KEY-INDEX) > ZERO
               COMPUTE KEY-AVERAGE(KEY-INDEX) ROUNDED =
                   HISTORY-TOTAL / KEY-HIST-COUNT(KEY-INDEX)
           END-IF.

       ADD-HISTORY-SLOT.
           ADD KEY-HIST-ELAPSED(KEY-INDEX, HIST-INDEX)
               TO HISTORY-TOTAL.

       REPORT-TONIGHT.
           WRITE REPORT-RECORD FROM COLUMN-HEADING.
           PERFORM REPORT-TONIGHT-STEP
               VARYING TONIGHT-INDEX FROM 1 BY 1
               UNTIL TONIGHT-INDEX > TONIGHT-COUNT.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           WRITE REPORT-RECORD FROM PENDING-HEADING.
           PERFORM REPORT-PENDING-STEP
               VARYING KEY-INDEX FROM 1 BY 1
               UNTIL KEY-INDEX > KEY-COUNT.
           IF STILL-TO-RUN-COUNT = ZERO
               WRITE REPORT-RECORD FROM NONE-LINE
           END-IF.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           PERFORM PROJECT-WINDOW-FINISH.

      *****************************************************
      *** A STEP IS OVER ITS AVERAGE WHEN IT RAN LONGER ***
      *** THAN THE AVERAGE PLUS THE TOLERATED PERCENT.  ***
      *** A STEP WITH NO PRIOR TIMINGS HAS NO AVERAGE   ***
      *** TO BE JUDGED AGAINST YET.  THE LIMIT BREACH   ***
      *** WAS WARNED ON RUNLOG BY THE STEP ITSELF; AN   ***
      *** AVERAGE OVERRUN IS WARNED HERE.               ***
      *****************************************************
       REPORT-TONIGHT-STEP.
           MOVE TNT-KEY-INDEX(TONIGHT-INDEX) TO KEY-INDEX.
           MOVE TNT-PROGRAM-ID(TONIGHT-INDEX)  TO DTL-PROGRAM.
           MOVE TNT-STEP-NUMBER(TONIGHT-INDEX) TO DTL-STEP.
           MOVE TNT-EXERCISE-ID(TONIGHT-INDEX) TO DTL-EXERCISE.
           MOVE TNT-SCENARIO-ID(TONIGHT-INDEX) TO DTL-SCENARIO.
           MOVE TNT-START-DATE(TONIGHT-INDEX)  TO DTL-START-DATE.
           MOVE TNT-START-TIME(TONIGHT-INDEX)  TO DTL-START-TIME.
           MOVE TNT-END-DATE(TONIGHT-INDEX)    TO DTL-END-DATE.
           MOVE TNT-END-TIME(TONIGHT-INDEX)    TO DTL-END-TIME.
           MOVE TNT-ELAPSED(TONIGHT-INDEX)     TO DTL-ELAPSED.
           MOVE KEY-LIMIT(KEY-INDEX)           TO DTL-LIMIT.
           MOVE KEY-AVERAGE(KEY-INDEX)         TO DTL-AVERAGE.
           MOVE TNT-RC(TONIGHT-INDEX)          TO DTL-RC.
           MOVE SPACES TO DTL-FLAG.

           IF KEY-LIMIT(KEY-INDEX) > ZERO
            AND TNT-ELAPSED(TONIGHT-INDEX) > KEY-LIMIT(KEY-INDEX)
               MOVE "OVER LIMIT" TO DTL-FLAG
               ADD 1 TO FLAG-COUNT
           END-IF.

           IF KEY-HIST-COUNT(KEY-INDEX) > ZERO
               COMPUTE AVERAGE-CEILING =
                   KEY-AVERAGE(KEY-INDEX)
                   * (100 + KEY-PERCENT(KEY-INDEX)) / 100
               IF TNT-ELAPSED(TONIGHT-INDEX) > AVERAGE-CEILING
                   IF DTL-FLAG = SPACES
                       MOVE "OVER AVERAGE" TO DTL-FLAG
                   ELSE
                       MOVE "OVER LIMIT AND AVERAGE" TO DTL-FLAG
                   END-IF
                   ADD 1 TO FLAG-COUNT
                   PERFORM WARN-AVERAGE-OVERRUN
               END-IF
           END-IF.

           WRITE REPORT-RECORD FROM DETAIL-LINE.

       WARN-AVERAGE-OVERRUN.
           MOVE TNT-ELAPSED(TONIGHT-INDEX) TO SECONDS-EDIT.
           MOVE TNT-STEP-NUMBER(TONIGHT-INDEX) TO STEP-NUMBER-EDIT.
           MOVE 'W' TO LOG-SEVERITY-CODE.
           IF TNT-SCENARIO-ID(TONIGHT-INDEX) = SPACES
               STRING TNT-PROGRAM-ID(TONIGHT-INDEX)
                   " STEP " FUNCTION TRIM(STEP-NUMBER-EDIT)
                   " RAN " FUNCTION TRIM(SECONDS-EDIT)
                   " SECONDS - OVER ITS ROLLING AVERAGE"
                   DELIMITED BY SIZE INTO LOG-MESSAGE-TEXT
           ELSE
               STRING TNT-PROGRAM-ID(TONIGHT-INDEX)
                   " STEP " FUNCTION TRIM(STEP-NUMBER-EDIT)
                   " (SCENARIO " TNT-SCENARIO-ID(TONIGHT-INDEX)
                   ") RAN " FUNCTION TRIM(SECONDS-EDIT)
                   " SECONDS - OVER ITS ROLLING AVERAGE"
                   DELIMITED BY SIZE INTO LOG-MESSAGE-TEXT
           END-IF.
           PERFORM WRITE-RUN-LOG.

      *****************************************************
      *** A STEP NAMED ON SLACT THAT HAS NOT RUN YET    ***
      *** TONIGHT IS STILL TO COME, ESTIMATED AT ITS    ***
      *** ROLLING AVERAGE (OR ITS LIMIT WHEN IT HAS NO  ***
      *** HISTORY).  THE DRIVER'S OWN WHOLE-RUN TIMING  ***
      *** IS MADE UP OF ITS EXERCISE STEPS AND IS NOT   ***
      *** COUNTED AGAIN; ONCE THE DRIVER HAS FINISHED,  ***
      *** AN EXERCISE IT DID NOT RUN IS NOT COMING.     ***
      *****************************************************
       REPORT-PENDING-STEP.
           IF KEY-ON-SLACT(KEY-INDEX)
            AND NOT KEY-RAN-TONIGHT(KEY-INDEX)
               IF KEY-PROGRAM-ID(KEY-INDEX) = DRIVER-PROGRAM-ID
                AND (KEY-EXERCISE-ID(KEY-INDEX) = SPACE
                     OR DRIVER-FINISHED)
                   CONTINUE
               ELSE
                   PERFORM REPORT-STILL-TO-RUN
               END-IF
           END-IF.

       REPORT-STILL-TO-RUN.
           ADD 1 TO STILL-TO-RUN-COUNT.
           MOVE KEY-PROGRAM-ID(KEY-INDEX)  TO PND-PROGRAM.
           MOVE KEY-EXERCISE-ID(KEY-INDEX) TO PND-EXERCISE.
           EVALUATE TRUE
               WHEN KEY-HIST-COUNT(KEY-INDEX) > ZERO
                   MOVE KEY-AVERAGE(KEY-INDEX) TO STEP-ESTIMATE
                   MOVE "(ROLLING AVERAGE)" TO PND-BASIS
               WHEN KEY-LIMIT(KEY-INDEX) > ZERO
                   MOVE KEY-LIMIT(KEY-INDEX) TO STEP-ESTIMATE
                   MOVE "(SLA LIMIT)" TO PND-BASIS
               WHEN OTHER
                   MOVE ZERO TO STEP-ESTIMATE
                   MOVE "(NO HISTORY)" TO PND-BASIS
           END-EVALUATE.
           MOVE STEP-ESTIMATE TO PND-ESTIMATE.
           ADD STEP-ESTIMATE TO REMAINING-SECONDS.
           WRITE REPORT-RECORD FROM PENDING-LINE.

      *****************************************************
      *** THE WINDOW FINISHES, AT THE EARLIEST, WHEN    ***
      *** THE LAST STEP SO FAR ENDED PLUS THE STEPS     ***
      *** STILL TO RUN.  THE WINDOW CARD'S LIMIT IS     ***
      *** COUNTED FROM THE DRIVER'S START.              ***
      *****************************************************
       PROJECT-WINDOW-FINISH.
           COMPUTE ESTIMATED-FINISH-SECONDS =
               LATEST-END-SECONDS + REMAINING-SECONDS.
           MOVE ESTIMATED-FINISH-SECONDS TO CONVERT-SECONDS.
           PERFORM SECONDS-TO-STAMP.
           MOVE CONVERT-DATE      TO EST-DATE.
           MOVE CONVERT-TIME      TO EST-TIME.
           MOVE REMAINING-SECONDS TO EST-REMAINING.
           WRITE REPORT-RECORD FROM ESTIMATE-LINE.

           IF WINDOW-LIMIT-SET
               MOVE HDG-WINDOW-DATE TO CONVERT-DATE
               MOVE HDG-WINDOW-TIME TO CONVERT-TIME
               PERFORM STAMP-TO-SECONDS
               MOVE CONVERT-SECONDS TO WINDOW-START-SECONDS
               COMPUTE WINDOW-DEADLINE-SECONDS =
                   WINDOW-START-SECONDS + WINDOW-LIMIT-SECONDS
               MOVE WINDOW-DEADLINE-SECONDS TO CONVERT-SECONDS
               PERFORM SECONDS-TO-STAMP
               MOVE CONVERT-DATE TO LML-DATE
               MOVE CONVERT-TIME TO LML-TIME
               WRITE REPORT-RECORD FROM LIMIT-LINE
               PERFORM JUDGE-WINDOW-FINISH
           ELSE
               WRITE REPORT-RECORD FROM NO-WINDOW-CARD-LINE
           END-IF.

       JUDGE-WINDOW-FINISH.
           MOVE SPACES TO FLAG-LINE.
           IF ESTIMATED-FINISH-SECONDS > WINDOW-DEADLINE-SECONDS
               COMPUTE WINDOW-MARGIN-SECONDS =
                   ESTIMATED-FINISH-SECONDS - WINDOW-DEADLINE-SECONDS
               MOVE WINDOW-MARGIN-SECONDS TO SECONDS-EDIT
               STRING "WINDOW PROJECTED TO OVERRUN ITS LIMIT BY "
                   FUNCTION TRIM(SECONDS-EDIT) " SECONDS"
                   DELIMITED BY SIZE INTO FLAG-LINE
               ADD 1 TO FLAG-COUNT
               MOVE 'W' TO LOG-SEVERITY-CODE
               MOVE FLAG-LINE TO LOG-MESSAGE-TEXT
               PERFORM WRITE-RUN-LOG
           ELSE
               COMPUTE WINDOW-MARGIN-SECONDS =
                   WINDOW-DEADLINE-SECONDS - ESTIMATED-FINISH-SECONDS
               MOVE WINDOW-MARGIN-SECONDS TO SECONDS-EDIT
               STRING "WINDOW PROJECTED TO FINISH "
                   FUNCTION TRIM(SECONDS-EDIT)
                   " SECONDS INSIDE ITS LIMIT"
                   DELIMITED BY SIZE INTO FLAG-LINE
           END-IF.
           WRITE REPORT-RECORD FROM FLAG-LINE.

      *****************************************************
      *** STAMPS ARE COMPARED AND ADDED AS SECONDS      ***
      *** SINCE THE INTEGER-DATE EPOCH, SO A WINDOW     ***
      *** RUNNING PAST MIDNIGHT ADDS UP CORRECTLY.      ***
      *****************************************************
       STAMP-TO-SECONDS.
           MOVE ZERO TO CONVERT-SECONDS.
           IF CONVERT-DATE > ZERO
               MOVE CONVERT-TIME TO CLOCK-TIME
               COMPUTE CONVERT-SECONDS =
                   FUNCTION INTEGER-OF-DATE(CONVERT-DATE) * 86400
                   + CLK-HOURS * 3600 + CLK-MINUTES * 60
                   + CLK-SECONDS
           END-IF.

       SECONDS-TO-STAMP.
           MOVE ZERO TO CONVERT-DATE.
           MOVE ZERO TO CONVERT-TIME.
           IF CONVERT-SECONDS > ZERO
               COMPUTE CONVERT-DAYS = CONVERT-SECONDS / 86400
               COMPUTE CONVERT-REMAINDER =
                   CONVERT-SECONDS - CONVERT-DAYS * 86400
               COMPUTE CONVERT-DATE =
                   FUNCTION DATE-OF-INTEGER(CONVERT-DAYS)
               COMPUTE CLK-HOURS = CONVERT-REMAINDER / 3600
               COMPUTE CLK-MINUTES =
                   (CONVERT-REMAINDER - CLK-HOURS * 3600) / 60
               COMPUTE CLK-SECONDS =
                   CONVERT-REMAINDER - CLK-HOURS * 3600
                   - CLK-MINUTES * 60
               MOVE CLOCK-TIME TO CONVERT-TIME
           END-IF.
