      ************************************
      *** SPDX-License-Identifier: MIT ***
      ************************************

      ************************************
      *** Author: Eduardo Pozos Huerta ***
      *** File:   ctllimit.cbl         ***
      *** Date:   10/15/2026           ***
      *** Update: 10/15/2026           ***
      ***   - Statistical control      ***
      ***     limits over the RUNHIST  ***
      ***     master: for each         ***
      ***     exercise and coefficient ***
      ***     scenario, every night's  ***
      ***     iterations and final     ***
      ***     result are plotted       ***
      ***     against a rolling        ***
      ***     baseline of the nights   ***
      ***     before it (mean,         ***
      ***     standard deviation and   ***
      ***     range over the CTLCT     ***
      ***     window) and flagged when ***
      ***     outside the mean plus or ***
      ***     minus the CTLCT sigma    ***
      ***     multiple, or when part   ***
      ***     of a run of consecutive  ***
      ***     nights moving one way.   ***
      ***   - The baseline restarts    ***
      ***     when the coefficient     ***
      ***     card or the iteration    ***
      ***     mode in effect changes,  ***
      ***     so a planned change is   ***
      ***     not reported as an       ***
      ***     anomaly.                 ***
      ***   - Report on CTLRPT; a flag ***
      ***     on the latest night ends ***
      ***     the step with RC=4 and   ***
      ***     is filed through         ***
      ***     EXCWRT01 in the EXCREG   ***
      ***     exception register.      ***
      ************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTLLIM01.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTLCT-FILE ASSIGN TO "CTLCT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CTLCT-FILE-STATUS.

           SELECT RUNHIST-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RHST-KEY
               FILE STATUS IS RUNHIST-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "CTLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  CTLCT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CTLCT.

       FD  RUNHIST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNHIST.

       FD  REPORT-FILE.
       01 REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.

       77 CTLCT-FILE-STATUS   PIC X(02) VALUE '00'.
       77 RUNHIST-FILE-STATUS PIC X(02) VALUE '00'.
       77 REPORT-FILE-STATUS  PIC X(02) VALUE '00'.

       77 HISTORY-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 HISTORY-EOF VALUE 'Y'.

       77 SELECT-SWITCH PIC X(01) VALUE 'N'.
           88 RECORD-SELECTED VALUE 'Y'.

       77 SELECT-EXERCISE-ID PIC X(01) VALUE SPACE.
       77 SELECT-SCENARIO-ID PIC X(02) VALUE SPACES.
       77 WINDOW-NIGHTS      PIC 9(2) VALUE 20 COMP-3.
       77 MINIMUM-NIGHTS     PIC 9(2) VALUE 5 COMP-3.
       77 TREND-NIGHTS       PIC 9(2) VALUE 6 COMP-3.
       77 SIGMA-MULTIPLIER   PIC 9V99 VALUE 3.00 COMP-3.
       77 PRINT-FROM-DATE    PIC 9(8) VALUE ZERO.

      *****************************************************
      *** A BASELINE OF IDENTICAL NIGHTS HAS NO SPREAD, ***
      *** SO THE LIMITS ARE NEVER DRAWN CLOSER TO THE   ***
      *** MEAN THAN ONE ITERATION OR, FOR THE RESULT,   ***
      *** THE TOLERANCE TREND01 USES TO CALL A RESULT   ***
      *** CHANGED.                                      ***
      *****************************************************
       77 ITER-FLOOR      PIC S9(4)V9(10) VALUE 1 COMP-3.
       77 TOLERANCE-LIMIT PIC S9(2)V9(10) VALUE 0.0000000001 COMP-3.

       77 RECORD-COUNT      PIC 9(6) VALUE ZERO COMP-3.
       77 NIGHT-COUNT       PIC 9(5) VALUE ZERO COMP-3.
       77 SERIES-NIGHTS     PIC 9(5) VALUE ZERO COMP-3.
       77 FLAG-COUNT        PIC 9(4) VALUE ZERO COMP-3.
       77 LATEST-FLAG-COUNT PIC 9(4) VALUE ZERO COMP-3.
       77 NEWEST-RUN-DATE   PIC 9(8) VALUE ZERO.

       77 LOG-PROGRAM-NAME  PIC X(08) VALUE "CTLLIM01".
       77 LOG-SEVERITY-CODE PIC X(01) VALUE 'I'.
       77 LOG-MESSAGE-TEXT  PIC X(80) VALUE SPACES.
       77 LOG-COUNT-EDIT    PIC ZZZ9.

      *****************************************************
      *** ONE ENTRY PER EXERCISE AND COEFFICIENT        ***
      *** SCENARIO FOUND ON RUNHIST, KEPT IN EXERCISE   ***
      *** ORDER WITH THE PRODUCTION CARD (SCENARIO      ***
      *** SPACES) AHEAD OF ITS SCENARIOS, WHICH IS THE  ***
      *** ORDER THE SERIES ARE CHARTED IN.              ***
      *****************************************************
       77 SERIES-INDEX       PIC 9(3) VALUE ZERO COMP-3.
       77 SERIES-COUNT       PIC 9(3) VALUE ZERO COMP-3.
       77 SERIES-LIMIT       PIC 9(3) VALUE 99 COMP-3.
       77 INSERT-INDEX       PIC 9(3) VALUE ZERO COMP-3.
       77 SHIFT-INDEX        PIC 9(3) VALUE ZERO COMP-3.
       77 SERIES-FOUND-SWITCH PIC X(01) VALUE 'N'.
           88 SERIES-FOUND VALUE 'Y'.
       77 SERIES-FULL-SWITCH PIC X(01) VALUE 'N'.
           88 SERIES-TABLE-FULL VALUE 'Y'.

       01 SERIES-TABLE.
           05 SERIES-ENTRY OCCURS 99 TIMES.
               10 SER-KEY.
                   15 SER-EXERCISE-ID PIC X(01).
                   15 SER-SCENARIO-ID PIC X(02).
                       88 SERIES-PRODUCTION VALUE SPACES.

       01 NEW-SERIES-KEY.
           05 NEW-EXERCISE-ID PIC X(01).
           05 NEW-SCENARIO-ID PIC X(02).

      *****************************************************
      *** THE NIGHT BEING CHARTED.  A LATER RUN OF THE  ***
      *** SAME SERIES ON THE SAME RUN DATE (A RERUN)    ***
      *** REPLACES IT, SO EACH NIGHT IS ONE POINT ON    ***
      *** THE CHART, AS IT IS ONE NIGHT ON TREND01.     ***
      *****************************************************
           COPY RUNHIST REPLACING RUNHIST-RECORD BY NIGHT-RECORD
                         LEADING ==RHST-== BY ==NGT-==.

       77 NIGHT-PENDING-SWITCH PIC X(01) VALUE 'N'.
           88 NIGHT-PENDING VALUE 'Y'.
       77 NIGHT-PRINT-SWITCH PIC X(01) VALUE 'N'.
           88 NIGHT-PRINTED VALUE 'Y'.
       77 LATEST-NIGHT-SWITCH PIC X(01) VALUE 'N'.
           88 LATEST-NIGHT VALUE 'Y'.

      *****************************************************
      *** THE BASELINE SEGMENT: THE COEFFICIENT CARD    ***
      *** AND ITERATION MODE IT WAS BUILT UNDER.  A     ***
      *** NIGHT ON ANY OTHER CARD OR MODE STARTS A NEW  ***
      *** SEGMENT.                                      ***
      *****************************************************
       77 SEGMENT-SWITCH PIC X(01) VALUE 'N'.
           88 SEGMENT-STARTED VALUE 'Y'.
       77 SEGMENT-SHOWN-SWITCH PIC X(01) VALUE 'N'.
           88 SEGMENT-SHOWN VALUE 'Y'.
       77 SEGMENT-COEF-CARD  PIC X(70) VALUE SPACES.
       77 SEGMENT-MODE       PIC X(01) VALUE SPACE.
           88 SEGMENT-ACCELERATED VALUE 'A'.
       77 SEGMENT-START-DATE PIC 9(8) VALUE ZERO.
       77 SEGMENT-REASON     PIC X(46) VALUE SPACES.

      *****************************************************
      *** ROLLING BASELINES: THE LAST WINDOW-NIGHTS     ***
      *** CONVERGED NIGHTS OF THE SEGMENT, HELD AS A    ***
      *** RING - THE NEXT SLOT OVERWRITES THE OLDEST    ***
      *** NIGHT ONCE THE WINDOW IS FULL.  A NIGHT WHOSE ***
      *** RESULT WAS TRUNCATED IN HISTORY GOES INTO THE ***
      *** ITERATIONS BASELINE ONLY.                     ***
      *****************************************************
       77 ITER-BASE-COUNT   PIC 9(2) VALUE ZERO COMP-3.
       77 ITER-BASE-NEXT    PIC 9(2) VALUE 1 COMP-3.
       01 ITER-BASELINE.
           05 ITER-POINT PIC S9(4) COMP-3 OCCURS 30 TIMES.

       77 RESULT-BASE-COUNT PIC 9(2) VALUE ZERO COMP-3.
       77 RESULT-BASE-NEXT  PIC 9(2) VALUE 1 COMP-3.
       01 RESULT-BASELINE.
           05 RESULT-POINT PIC S9(21)V9(10) COMP-3 OCCURS 30 TIMES.

       77 ITER-RUN-DIRECTION   PIC X(01) VALUE SPACE.
       77 ITER-RUN-LENGTH      PIC 9(2) VALUE ZERO COMP-3.
       77 ITER-LAST-POINT      PIC S9(4) VALUE ZERO COMP-3.
       77 RESULT-RUN-DIRECTION PIC X(01) VALUE SPACE.
       77 RESULT-RUN-LENGTH    PIC 9(2) VALUE ZERO COMP-3.
       77 RESULT-LAST-POINT    PIC S9(21)V9(10) VALUE ZERO COMP-3.

      *****************************************************
      *** WORK AREAS FOR THE MEASURE BEING JUDGED -     ***
      *** ITERATIONS OR FINAL RESULT. THE BASELINE OF   ***
      *** EITHER IS COPIED INTO THE STATISTICS TABLE,   ***
      *** SO ONE SET OF PARAGRAPHS FIGURES THE MEAN,    ***
      *** STANDARD DEVIATION, RANGE AND LIMITS FOR      ***
      *** BOTH.                                         ***
      *****************************************************
       77 MEASURE-SWITCH PIC X(01) VALUE 'I'.
           88 MEASURE-ITERATIONS VALUE 'I'.
           88 MEASURE-RESULT     VALUE 'R'.
       77 MEASURE-NAME       PIC X(10) VALUE SPACES.
       77 LIMIT-EXCEPTION-TYPE PIC X(10) VALUE SPACES.
       77 TREND-EXCEPTION-TYPE PIC X(10) VALUE SPACES.

       77 POINT-STATUS PIC X(01) VALUE SPACE.
           88 POINT-BUILDING       VALUE 'B'.
           88 POINT-NOT-JUDGED     VALUE 'N'.
           88 POINT-IN-CONTROL     VALUE 'I'.
           88 POINT-ABOVE          VALUE 'H'.
           88 POINT-BELOW          VALUE 'L'.
           88 POINT-OUT-OF-CONTROL VALUE 'H' 'L'.
           88 POINT-JUDGED         VALUE 'I' 'H' 'L'.

       77 STAT-INDEX       PIC 9(2) VALUE ZERO COMP-3.
       77 STAT-COUNT       PIC 9(2) VALUE ZERO COMP-3.
       77 STAT-VALUE       PIC S9(21)V9(10) VALUE ZERO COMP-3.
       77 STAT-FLOOR       PIC S9(4)V9(10) VALUE ZERO COMP-3.
       77 STAT-SUM         PIC S9(23)V9(10) VALUE ZERO COMP-3.
       77 STAT-MEAN        PIC S9(21)V9(14) VALUE ZERO COMP-3.
       77 STAT-DEVIATION   PIC S9(18)V9(20) VALUE ZERO COMP-3.
       77 STAT-SQUARES     PIC S9(18)V9(20) VALUE ZERO COMP-3.
       77 STAT-VARIANCE    PIC S9(18)V9(20) VALUE ZERO COMP-3.
       77 STAT-SIGMA       PIC S9(9)V9(20) VALUE ZERO COMP-3.
       77 STAT-HALF-WIDTH  PIC S9(18)V9(14) VALUE ZERO COMP-3.
       77 STAT-LOWER-LIMIT PIC S9(21)V9(14) VALUE ZERO COMP-3.
       77 STAT-UPPER-LIMIT PIC S9(21)V9(14) VALUE ZERO COMP-3.
       77 STAT-LOW         PIC S9(21)V9(10) VALUE ZERO COMP-3.
       77 STAT-HIGH        PIC S9(21)V9(10) VALUE ZERO COMP-3.
       01 STAT-TABLE.
           05 STAT-POINT PIC S9(21)V9(10) COMP-3 OCCURS 30 TIMES.

       77 TRK-DIRECTION PIC X(01) VALUE SPACE.
           88 TRK-RISING  VALUE 'U'.
           88 TRK-FALLING VALUE 'D'.
       77 TRK-LENGTH     PIC 9(2) VALUE ZERO COMP-3.
       77 TRK-LAST-POINT PIC S9(21)V9(10) VALUE ZERO COMP-3.
       77 TRK-TOLERANCE  PIC S9(2)V9(10) VALUE ZERO COMP-3.
       77 TREND-TRACKED-SWITCH PIC X(01) VALUE 'N'.
           88 TREND-TRACKED VALUE 'Y'.

       77 CHART-POSITION PIC S9(3) VALUE ZERO COMP-3.
       77 CHART-TEXT     PIC X(23) VALUE SPACES.

       77 AMOUNT-VALUE  PIC S9(21)V9(14) VALUE ZERO COMP-3.
       77 AMOUNT-TEXT   PIC X(19) VALUE SPACES.
       77 ITERS-EDIT    PIC -(15)9.99.
       77 RESULT-EDIT   PIC -(7)9.9(10).
       77 COUNT-EDIT    PIC Z9.
       77 MINIMUM-EDIT  PIC Z9.

       01 REPORT-HEADING-1.
           05 FILLER PIC X(50)
               VALUE "CTLLIM01: RUN-HISTORY STATISTICAL CONTROL LIMITS".
           05 FILLER PIC X(82) VALUE SPACES.

       01 REPORT-HEADING-2.
           05 FILLER         PIC X(18) VALUE "BASELINE WINDOW = ".
           05 HDG-WINDOW     PIC Z9.
           05 FILLER         PIC X(10) VALUE " NIGHTS   ".
           05 FILLER         PIC X(10) VALUE "MINIMUM = ".
           05 HDG-MINIMUM    PIC Z9.
           05 FILLER         PIC X(21) VALUE "   LIMITS = MEAN +/- ".
           05 HDG-SIGMA      PIC 9.99.
           05 FILLER         PIC X(09) VALUE " SIGMA   ".
           05 FILLER         PIC X(12) VALUE "TREND RUN = ".
           05 HDG-TREND      PIC Z9.
           05 FILLER         PIC X(07) VALUE " NIGHTS".
           05 FILLER         PIC X(16) VALUE "   PRINTED FROM ".
           05 HDG-PRINT-FROM PIC X(10).
           05 FILLER         PIC X(09) VALUE SPACES.

       01 REPORT-LEGEND.
           05 FILLER PIC X(32) VALUE "CHART:  |.........+.........| = ".
           05 FILLER PIC X(42)
               VALUE "LOWER LIMIT, BASELINE MEAN, UPPER LIMIT;  ".
           05 FILLER PIC X(34)
               VALUE "* = THE NIGHT (OUTSIDE THE BARS = ".
           05 FILLER PIC X(24) VALUE "OUT OF CONTROL)".

       01 SERIES-HEADING.
           05 FILLER           PIC X(09) VALUE "EXERCISE ".
           05 SRH-EXERCISE-ID  PIC X(01).
           05 SRH-SCENARIO-TAG PIC X(20).
           05 SRH-SCENARIO-ID  PIC X(02).
           05 FILLER           PIC X(100) VALUE SPACES.

       01 COLUMN-HEADING.
           05 FILLER PIC X(16) VALUE "RUN DATE TIME".
           05 FILLER PIC X(05) VALUE "  RC ".
           05 FILLER PIC X(07) VALUE "MEASURE".
           05 FILLER PIC X(20) VALUE "              VALUE ".
           05 FILLER PIC X(20) VALUE "    LOWER CTL LIMIT ".
           05 FILLER PIC X(20) VALUE "    UPPER CTL LIMIT ".
           05 FILLER PIC X(24) VALUE "CONTROL CHART".
           05 FILLER PIC X(20) VALUE "FLAG".

       01 SEGMENT-LINE.
           05 FILLER      PIC X(02) VALUE SPACES.
           05 SGL-REASON  PIC X(46).
           05 FILLER      PIC X(06) VALUE " FROM ".
           05 SGL-DATE    PIC 9(8).
           05 FILLER      PIC X(70) VALUE SPACES.

       01 SEGMENT-CARD-LINE.
           05 FILLER      PIC X(04) VALUE SPACES.
           05 FILLER      PIC X(06) VALUE "CARD: ".
           05 SGL-CARD    PIC X(70).
           05 FILLER      PIC X(08) VALUE "  MODE: ".
           05 SGL-MODE    PIC X(11).
           05 FILLER      PIC X(33) VALUE SPACES.

       01 DETAIL-LINE.
           05 DTL-RUN-STAMP.
               10 DTL-RUN-DATE PIC 9(8).
               10 FILLER       PIC X(01).
               10 DTL-RUN-TIME PIC 9(6).
               10 FILLER       PIC X(01).
               10 DTL-RC       PIC -ZZ9.
           05 FILLER          PIC X(01).
           05 DTL-MEASURE     PIC X(07).
           05 DTL-VALUE       PIC X(19).
           05 FILLER          PIC X(01).
           05 DTL-LOWER-LIMIT PIC X(19).
           05 FILLER          PIC X(01).
           05 DTL-UPPER-LIMIT PIC X(19).
           05 FILLER          PIC X(01).
           05 DTL-CHART       PIC X(23).
           05 FILLER          PIC X(01).
           05 DTL-FLAG        PIC X(20).

       01 BASELINE-LINE.
           05 FILLER    PIC X(12) VALUE SPACES.
           05 FILLER    PIC X(07) VALUE "MEAN = ".
           05 BSL-MEAN  PIC X(19).
           05 FILLER    PIC X(09) VALUE " SIGMA = ".
           05 BSL-SIGMA PIC X(19).
           05 FILLER    PIC X(09) VALUE " RANGE = ".
           05 BSL-LOW   PIC X(19).
           05 FILLER    PIC X(04) VALUE " TO ".
           05 BSL-HIGH  PIC X(19).
           05 FILLER    PIC X(06) VALUE " OVER ".
           05 BSL-COUNT PIC Z9.
           05 FILLER    PIC X(07) VALUE " NIGHTS".

       01 FLAG-LINE PIC X(132) VALUE SPACES.

       01 TOTAL-LINE-1.
           05 FILLER     PIC X(17) VALUE "NIGHTS CHARTED = ".
           05 TOT-NIGHTS PIC ZZZZ9.
           05 FILLER     PIC X(12) VALUE "   SERIES = ".
           05 TOT-SERIES PIC ZZ9.
           05 FILLER     PIC X(11) VALUE "   FLAGS = ".
           05 TOT-FLAGS  PIC ZZZ9.
           05 FILLER     PIC X(80) VALUE SPACES.

       01 TOTAL-LINE-2.
           05 FILLER           PIC X(27)
               VALUE "FLAGS ON THE LATEST NIGHT (".
           05 TOT-LATEST-DATE  PIC 9(8).
           05 FILLER           PIC X(04) VALUE ") = ".
           05 TOT-LATEST-FLAGS PIC ZZZ9.
           05 FILLER           PIC X(89) VALUE SPACES.

           COPY EXCLNK.

       PROCEDURE DIVISION.

           PERFORM READ-CONTROL-CARD.

           OPEN INPUT RUNHIST-FILE.
           IF RUNHIST-FILE-STATUS NOT = "00"
               MOVE 'E' TO LOG-SEVERITY-CODE
               STRING "UNABLE TO OPEN RUNHIST (STATUS "
                   RUNHIST-FILE-STATUS ") - NOTHING TO CHART"
                   DELIMITED BY SIZE INTO LOG-MESSAGE-TEXT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM DISCOVER-SERIES-RECORD UNTIL HISTORY-EOF.
           CLOSE RUNHIST-FILE.

           OPEN OUTPUT REPORT-FILE.
           WRITE REPORT-RECORD FROM REPORT-HEADING-1.
           MOVE WINDOW-NIGHTS    TO HDG-WINDOW.
           MOVE MINIMUM-NIGHTS   TO HDG-MINIMUM.
           MOVE SIGMA-MULTIPLIER TO HDG-SIGMA.
           MOVE TREND-NIGHTS     TO HDG-TREND.
           IF PRINT-FROM-DATE = ZERO
               MOVE "ALL NIGHTS" TO HDG-PRINT-FROM
           ELSE
               MOVE PRINT-FROM-DATE TO HDG-PRINT-FROM
           END-IF.
           WRITE REPORT-RECORD FROM REPORT-HEADING-2.
           WRITE REPORT-RECORD FROM REPORT-LEGEND.

           IF SERIES-COUNT = ZERO
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE "NO RUNS ON RUNHIST FOR THE SELECTION"
                   TO FLAG-LINE
               PERFORM WRITE-FLAG-LINE
           END-IF.

           PERFORM CHART-ONE-SERIES
               VARYING SERIES-INDEX FROM 1 BY 1
               UNTIL SERIES-INDEX > SERIES-COUNT.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE NIGHT-COUNT  TO TOT-NIGHTS.
           MOVE SERIES-COUNT TO TOT-SERIES.
           MOVE FLAG-COUNT   TO TOT-FLAGS.
           WRITE REPORT-RECORD FROM TOTAL-LINE-1.
           MOVE NEWEST-RUN-DATE   TO TOT-LATEST-DATE.
           MOVE LATEST-FLAG-COUNT TO TOT-LATEST-FLAGS.
           WRITE REPORT-RECORD FROM TOTAL-LINE-2.
           CLOSE REPORT-FILE.

           IF LATEST-FLAG-COUNT > ZERO
               MOVE LATEST-FLAG-COUNT TO LOG-COUNT-EDIT
               MOVE 'W' TO LOG-SEVERITY-CODE
               STRING FUNCTION TRIM(LOG-COUNT-EDIT)
                   " CONTROL FLAG(S) ON THE LATEST NIGHT"
                   DELIMITED BY SIZE INTO LOG-MESSAGE-TEXT
               PERFORM WRITE-RUN-LOG
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 'I' TO LOG-SEVERITY-CODE
               MOVE "LATEST NIGHT WITHIN CONTROL LIMITS"
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
      *** THE CARD IS OPTIONAL.  A FIELD LEFT BLANK     ***
      *** KEEPS ITS DEFAULT; A FIELD PUNCHED WRONG IS   ***
      *** WARNED ON RUNLOG AND ALSO KEEPS ITS DEFAULT,  ***
      *** SO A BAD CARD NEVER COSTS THE NIGHT ITS       ***
      *** CHART.                                        ***
      *****************************************************
       READ-CONTROL-CARD.
           OPEN INPUT CTLCT-FILE.
           IF CTLCT-FILE-STATUS = "00"
               READ CTLCT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM APPLY-CONTROL-CARD
               END-READ
               CLOSE CTLCT-FILE
           END-IF.

       APPLY-CONTROL-CARD.
           MOVE CTL-EXERCISE-ID TO SELECT-EXERCISE-ID.
           MOVE CTL-SCENARIO-ID TO SELECT-SCENARIO-ID.

           IF CTL-WINDOW-NIGHTS NOT = SPACES
               IF CTL-WINDOW-NIGHTS NUMERIC
                AND CTL-WINDOW-NIGHTS NOT < "02"
                AND CTL-WINDOW-NIGHTS NOT > "30"
                   MOVE CTL-WINDOW-NIGHTS TO WINDOW-NIGHTS
               ELSE
                   MOVE 'W' TO LOG-SEVERITY-CODE
                   MOVE "BAD BASELINE WINDOW - DEFAULT USED"
                       TO LOG-MESSAGE-TEXT
                   PERFORM WRITE-RUN-LOG
               END-IF
           END-IF.

           IF CTL-MINIMUM-NIGHTS NOT = SPACES
               IF CTL-MINIMUM-NIGHTS NUMERIC
                AND CTL-MINIMUM-NIGHTS NOT < "02"
                   MOVE CTL-MINIMUM-NIGHTS TO MINIMUM-NIGHTS
               ELSE
                   MOVE 'W' TO LOG-SEVERITY-CODE
                   MOVE "BAD BASELINE MINIMUM - DEFAULT USED"
                       TO LOG-MESSAGE-TEXT
                   PERFORM WRITE-RUN-LOG
               END-IF
           END-IF.

           IF MINIMUM-NIGHTS > WINDOW-NIGHTS
               MOVE 'W' TO LOG-SEVERITY-CODE
               MOVE "BASELINE MINIMUM OVER WINDOW - WINDOW USED"
                   TO LOG-MESSAGE-TEXT
               PERFORM WRITE-RUN-LOG
               MOVE WINDOW-NIGHTS TO MINIMUM-NIGHTS
           END-IF.

           IF CTL-TREND-NIGHTS NOT = SPACES
               IF CTL-TREND-NIGHTS NUMERIC
                AND CTL-TREND-NIGHTS NOT < "03"
                AND CTL-TREND-NIGHTS NOT > "30"
                   MOVE CTL-TREND-NIGHTS TO TREND-NIGHTS
               ELSE
                   MOVE 'W' TO LOG-SEVERITY-CODE
                   MOVE "BAD TREND RUN LENGTH - DEFAULT USED"
                       TO LOG-MESSAGE-TEXT
                   PERFORM WRITE-RUN-LOG
               END-IF
           END-IF.

           IF CTL-SIGMA-MULTIPLIER NOT = SPACES
               IF CTL-SIGMA-MULTIPLIER NUMERIC
                AND CTL-SIGMA-VALUE > ZERO
                   MOVE CTL-SIGMA-VALUE TO SIGMA-MULTIPLIER
               ELSE
                   MOVE 'W' TO LOG-SEVERITY-CODE
                   MOVE "BAD SIGMA MULTIPLIER - DEFAULT USED"
                       TO LOG-MESSAGE-TEXT
                   PERFORM WRITE-RUN-LOG
               END-IF
           END-IF.

           IF CTL-PRINT-FROM NOT = SPACES
               IF CTL-PRINT-FROM NUMERIC
                   MOVE CTL-PRINT-FROM TO PRINT-FROM-DATE
               ELSE
                   MOVE 'W' TO LOG-SEVERITY-CODE
                   MOVE "NON-NUMERIC PRINT-FROM DATE IGNORED"
                       TO LOG-MESSAGE-TEXT
                   PERFORM WRITE-RUN-LOG
               END-IF
           END-IF.

      *****************************************************
      *** FIRST PASS: FIND EVERY SERIES THE CARD        ***
      *** SELECTS, AND THE NEWEST RUN DATE ON FILE -    ***
      *** THE LATEST NIGHT, WHOSE FLAGS SET THE RETURN  ***
      *** CODE AND GO TO THE EXCEPTION REGISTER.        ***
      *****************************************************
       DISCOVER-SERIES-RECORD.
           READ RUNHIST-FILE
               AT END
                   SET HISTORY-EOF TO TRUE
               NOT AT END
                   ADD 1 TO RECORD-COUNT
                   PERFORM APPLY-SELECTION
                   IF RECORD-SELECTED
                       PERFORM NOTE-SERIES
                   END-IF
           END-READ.

      *****************************************************
      *** '00' ASKS FOR THE PRODUCTION-CARD RUNS, WHOSE ***
      *** SCENARIO ID IS SPACES; ANY OTHER ID MUST      ***
      *** MATCH EXACTLY.                                ***
      *****************************************************
       APPLY-SELECTION.
           SET RECORD-SELECTED TO TRUE.

           IF SELECT-EXERCISE-ID NOT = SPACE
            AND SELECT-EXERCISE-ID NOT = RHST-EXERCISE-ID
               MOVE 'N' TO SELECT-SWITCH
           END-IF.

           IF SELECT-SCENARIO-ID = "00"
            AND NOT RHST-PRODUCTION-CARD
               MOVE 'N' TO SELECT-SWITCH
           END-IF.

           IF SELECT-SCENARIO-ID NOT = SPACES
            AND SELECT-SCENARIO-ID NOT = "00"
            AND SELECT-SCENARIO-ID NOT = RHST-SCENARIO-ID
               MOVE 'N' TO SELECT-SWITCH
           END-IF.

       NOTE-SERIES.
           IF RHST-RUN-DATE > NEWEST-RUN-DATE
               MOVE RHST-RUN-DATE TO NEWEST-RUN-DATE
           END-IF.

           MOVE RHST-EXERCISE-ID TO NEW-EXERCISE-ID.
           MOVE RHST-SCENARIO-ID TO NEW-SCENARIO-ID.
           MOVE 'N' TO SERIES-FOUND-SWITCH.
           MOVE ZERO TO INSERT-INDEX.
           PERFORM FIND-SERIES-ENTRY
               VARYING SERIES-INDEX FROM 1 BY 1
               UNTIL SERIES-INDEX > SERIES-COUNT
                  OR SERIES-FOUND
                  OR INSERT-INDEX > ZERO.

           IF NOT SERIES-FOUND
               IF SERIES-COUNT NOT < SERIES-LIMIT
                   IF NOT SERIES-TABLE-FULL
                       SET SERIES-TABLE-FULL TO TRUE
                       MOVE 'W' TO LOG-SEVERITY-CODE
                       MOVE "SERIES TABLE FULL - SERIES NOT CHARTED"
                           TO LOG-MESSAGE-TEXT
                       PERFORM WRITE-RUN-LOG
                   END-IF
               ELSE
                   IF INSERT-INDEX = ZERO
                       COMPUTE INSERT-INDEX = SERIES-COUNT + 1
                   END-IF
                   PERFORM SHIFT-SERIES-ENTRY
                       VARYING SHIFT-INDEX FROM SERIES-COUNT BY -1
                       UNTIL SHIFT-INDEX < INSERT-INDEX
                   MOVE NEW-SERIES-KEY TO SER-KEY(INSERT-INDEX)
                   ADD 1 TO SERIES-COUNT
               END-IF
           END-IF.

       FIND-SERIES-ENTRY.
           IF SER-KEY(SERIES-INDEX) = NEW-SERIES-KEY
               SET SERIES-FOUND TO TRUE
           ELSE
               IF SER-KEY(SERIES-INDEX) > NEW-SERIES-KEY
                   MOVE SERIES-INDEX TO INSERT-INDEX
               END-IF
           END-IF.

       SHIFT-SERIES-ENTRY.
           MOVE SERIES-ENTRY(SHIFT-INDEX)
               TO SERIES-ENTRY(SHIFT-INDEX + 1).

      *****************************************************
      *** ONE PASS OF RUNHIST PER SERIES.  THE MASTER   ***
      *** IS KEYED BY RUN DATE AND TIME, SO THE SERIES' ***
      *** NIGHTS COME BACK OLDEST FIRST AND EACH NIGHT  ***
      *** IS JUDGED AGAINST THE NIGHTS BEFORE IT, NEVER ***
      *** AGAINST ITSELF OR LATER NIGHTS.               ***
      *****************************************************
       CHART-ONE-SERIES.
           PERFORM RESET-SERIES-STATE.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SER-EXERCISE-ID(SERIES-INDEX) TO SRH-EXERCISE-ID.
           IF SERIES-PRODUCTION(SERIES-INDEX)
               MOVE " - PRODUCTION CARD" TO SRH-SCENARIO-TAG
               MOVE SPACES TO SRH-SCENARIO-ID
           ELSE
               MOVE " - SCENARIO" TO SRH-SCENARIO-TAG
               MOVE SER-SCENARIO-ID(SERIES-INDEX) TO SRH-SCENARIO-ID
           END-IF.
           WRITE REPORT-RECORD FROM SERIES-HEADING.
           WRITE REPORT-RECORD FROM COLUMN-HEADING.

           OPEN INPUT RUNHIST-FILE.
           IF RUNHIST-FILE-STATUS NOT = "00"
               MOVE 'E' TO LOG-SEVERITY-CODE
               STRING "UNABLE TO REOPEN RUNHIST (STATUS "
                   RUNHIST-FILE-STATUS ") - ABORTING"
                   DELIMITED BY SIZE INTO LOG-MESSAGE-TEXT
               PERFORM WRITE-RUN-LOG
               CLOSE REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 'N' TO HISTORY-EOF-SWITCH.
           PERFORM READ-SERIES-RECORD UNTIL HISTORY-EOF.
           CLOSE RUNHIST-FILE.
           IF NIGHT-PENDING
               PERFORM PLOT-NIGHT
           END-IF.

           IF SERIES-NIGHTS = ZERO
               MOVE "  NO NIGHTS ON OR AFTER THE PRINT-FROM DATE"
                   TO FLAG-LINE
               PERFORM WRITE-FLAG-LINE
           END-IF.

       RESET-SERIES-STATE.
           MOVE 'N' TO NIGHT-PENDING-SWITCH.
           MOVE 'N' TO SEGMENT-SWITCH.
           MOVE 'N' TO SEGMENT-SHOWN-SWITCH.
           MOVE ZERO TO SERIES-NIGHTS.

       READ-SERIES-RECORD.
           READ RUNHIST-FILE
               AT END
                   SET HISTORY-EOF TO TRUE
               NOT AT END
                   IF RHST-EXERCISE-ID = SER-EXERCISE-ID(SERIES-INDEX)
                    AND RHST-SCENARIO-ID
                        = SER-SCENARIO-ID(SERIES-INDEX)
                       PERFORM TAKE-SERIES-RECORD
                   END-IF
           END-READ.

       TAKE-SERIES-RECORD.
           IF NIGHT-PENDING
            AND RHST-RUN-DATE NOT = NGT-RUN-DATE
               PERFORM PLOT-NIGHT
           END-IF.
           MOVE RUNHIST-RECORD TO NIGHT-RECORD.
           SET NIGHT-PENDING TO TRUE.

      *****************************************************
      *** A REJECTED OR ABORTED STEP (RC 12 AND UP)     ***
      *** NEVER ITERATED, SO ITS NIGHT IS LISTED BUT    ***
      *** NOT PLOTTED, AND ITS CARD - PERHAPS THE VERY  ***
      *** CARD THAT WAS REJECTED - DOES NOT RESTART THE ***
      *** BASELINE.  EVERY OTHER NIGHT IS PLOTTED ON    ***
      *** BOTH MEASURES.                                ***
      *****************************************************
       PLOT-NIGHT.
           MOVE 'N' TO NIGHT-PENDING-SWITCH.
           IF NGT-RETURN-CODE < 12
               PERFORM CHECK-BASELINE-SEGMENT
           END-IF.

           MOVE 'N' TO NIGHT-PRINT-SWITCH.
           IF NGT-RUN-DATE NOT < PRINT-FROM-DATE
               SET NIGHT-PRINTED TO TRUE
               ADD 1 TO NIGHT-COUNT
               ADD 1 TO SERIES-NIGHTS
           END-IF.

           MOVE 'N' TO LATEST-NIGHT-SWITCH.
           IF NGT-RUN-DATE = NEWEST-RUN-DATE
               SET LATEST-NIGHT TO TRUE
           END-IF.

           IF NIGHT-PRINTED
            AND SEGMENT-STARTED
            AND NOT SEGMENT-SHOWN
               PERFORM WRITE-SEGMENT-LINES
           END-IF.

           IF NGT-RETURN-CODE NOT < 12
               IF NIGHT-PRINTED
                   PERFORM WRITE-NO-RUN-LINE
               END-IF
           ELSE
               PERFORM PLOT-ITERATIONS
               PERFORM PLOT-RESULT
           END-IF.

      *****************************************************
      *** A NIGHT RUN ON A DIFFERENT COEFFICIENT CARD   ***
      *** OR IN THE OTHER ITERATION MODE IS A PLANNED   ***
      *** CHANGE, NOT AN ANOMALY: THE BASELINE RESTARTS ***
      *** WITH THAT NIGHT AND NOTHING IS JUDGED UNTIL   ***
      *** THE NEW SEGMENT HAS ITS MINIMUM NIGHTS.       ***
      *****************************************************
       CHECK-BASELINE-SEGMENT.
           IF NOT SEGMENT-STARTED
               MOVE "BASELINE STARTED" TO SEGMENT-REASON
               PERFORM START-BASELINE-SEGMENT
           ELSE
               EVALUATE TRUE
                   WHEN NGT-COEF-CARD NOT = SEGMENT-COEF-CARD
                    AND NGT-ITERATION-MODE NOT = SEGMENT-MODE
                       MOVE
                        "BASELINE RESTARTED - CARD AND MODE CHANGED"
                           TO SEGMENT-REASON
                       PERFORM START-BASELINE-SEGMENT
                   WHEN NGT-COEF-CARD NOT = SEGMENT-COEF-CARD
                       MOVE
                        "BASELINE RESTARTED - COEFFICIENT CARD CHANGED"
                           TO SEGMENT-REASON
                       PERFORM START-BASELINE-SEGMENT
                   WHEN NGT-ITERATION-MODE NOT = SEGMENT-MODE
                       MOVE
                        "BASELINE RESTARTED - ITERATION MODE CHANGED"
                           TO SEGMENT-REASON
                       PERFORM START-BASELINE-SEGMENT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       START-BASELINE-SEGMENT.
           SET SEGMENT-STARTED TO TRUE.
           MOVE 'N' TO SEGMENT-SHOWN-SWITCH.
           MOVE NGT-COEF-CARD      TO SEGMENT-COEF-CARD.
           MOVE NGT-ITERATION-MODE TO SEGMENT-MODE.
           MOVE NGT-RUN-DATE       TO SEGMENT-START-DATE.
           MOVE ZERO TO ITER-BASE-COUNT.
           MOVE 1    TO ITER-BASE-NEXT.
           MOVE ZERO TO RESULT-BASE-COUNT.
           MOVE 1    TO RESULT-BASE-NEXT.
           MOVE SPACE TO ITER-RUN-DIRECTION.
           MOVE ZERO  TO ITER-RUN-LENGTH.
           MOVE SPACE TO RESULT-RUN-DIRECTION.
           MOVE ZERO  TO RESULT-RUN-LENGTH.

       WRITE-SEGMENT-LINES.
           SET SEGMENT-SHOWN TO TRUE.
           MOVE SEGMENT-REASON     TO SGL-REASON.
           MOVE SEGMENT-START-DATE TO SGL-DATE.
           WRITE REPORT-RECORD FROM SEGMENT-LINE.
           MOVE SEGMENT-COEF-CARD TO SGL-CARD.
           IF SEGMENT-ACCELERATED
               MOVE "ACCELERATED" TO SGL-MODE
           ELSE
               MOVE "PLAIN"       TO SGL-MODE
           END-IF.
           WRITE REPORT-RECORD FROM SEGMENT-CARD-LINE.

       WRITE-NO-RUN-LINE.
           MOVE SPACES TO DETAIL-LINE.
           MOVE NGT-RUN-DATE     TO DTL-RUN-DATE.
           MOVE NGT-RUN-TIME     TO DTL-RUN-TIME.
           MOVE NGT-RETURN-CODE  TO DTL-RC.
           MOVE "NO RUN"         TO DTL-MEASURE.
           MOVE "NOT PLOTTED"    TO DTL-FLAG.
           WRITE REPORT-RECORD FROM DETAIL-LINE.

      *****************************************************
      *** ITERATIONS: EVERY PLOTTED NIGHT IS JUDGED,    ***
      *** BUT ONLY A CONVERGED NIGHT (RC=0) JOINS THE   ***
      *** BASELINE AND THE TREND RUN - AN EXHAUSTED,    ***
      *** DIVERGED OR CYCLING NIGHT WOULD OTHERWISE     ***
      *** WIDEN THE LIMITS IT IS MEANT TO BREAK.        ***
      *****************************************************
       PLOT-ITERATIONS.
           SET MEASURE-ITERATIONS TO TRUE.
           MOVE "ITERATIONS" TO MEASURE-NAME.
           MOVE "ITER LIMIT" TO LIMIT-EXCEPTION-TYPE.
           MOVE "ITER TREND" TO TREND-EXCEPTION-TYPE.
           MOVE NGT-ITERATIONS  TO STAT-VALUE.
           MOVE ITER-FLOOR      TO STAT-FLOOR.
           MOVE ITER-BASE-COUNT TO STAT-COUNT.
           PERFORM LOAD-ITER-POINT
               VARYING STAT-INDEX FROM 1 BY 1
               UNTIL STAT-INDEX > STAT-COUNT.
           PERFORM JUDGE-STAT-VALUE.
           PERFORM BUILD-DETAIL-LINE.

           MOVE 'N' TO TREND-TRACKED-SWITCH.
           IF NGT-RETURN-CODE = ZERO
               PERFORM ADD-ITER-POINT
               MOVE ITER-RUN-DIRECTION TO TRK-DIRECTION
               MOVE ITER-RUN-LENGTH    TO TRK-LENGTH
               MOVE ITER-LAST-POINT    TO TRK-LAST-POINT
               MOVE ZERO               TO TRK-TOLERANCE
               PERFORM TRACK-TREND
               MOVE TRK-DIRECTION  TO ITER-RUN-DIRECTION
               MOVE TRK-LENGTH     TO ITER-RUN-LENGTH
               MOVE TRK-LAST-POINT TO ITER-LAST-POINT
           END-IF.

           PERFORM REPORT-MEASURE.

       LOAD-ITER-POINT.
           MOVE ITER-POINT(STAT-INDEX) TO STAT-POINT(STAT-INDEX).

       ADD-ITER-POINT.
           MOVE NGT-ITERATIONS TO ITER-POINT(ITER-BASE-NEXT).
           IF ITER-BASE-COUNT < WINDOW-NIGHTS
               ADD 1 TO ITER-BASE-COUNT
           END-IF.
           ADD 1 TO ITER-BASE-NEXT.
           IF ITER-BASE-NEXT > WINDOW-NIGHTS
               MOVE 1 TO ITER-BASE-NEXT
           END-IF.

      *****************************************************
      *** FINAL RESULT: AS FOR ITERATIONS, EXCEPT THAT  ***
      *** A RESULT TRUNCATED IN HISTORY IS NOT THE      ***
      *** RESULT THE STEP REACHED, SO IT IS NEITHER     ***
      *** JUDGED NOR ADDED TO THE BASELINE.             ***
      *****************************************************
       PLOT-RESULT.
           SET MEASURE-RESULT TO TRUE.
           MOVE "RESULT"     TO MEASURE-NAME.
           MOVE "RSLT LIMIT" TO LIMIT-EXCEPTION-TYPE.
           MOVE "RSLT TREND" TO TREND-EXCEPTION-TYPE.
           MOVE NGT-FINAL-RESULT  TO STAT-VALUE.
           MOVE TOLERANCE-LIMIT   TO STAT-FLOOR.
           MOVE RESULT-BASE-COUNT TO STAT-COUNT.
           PERFORM LOAD-RESULT-POINT
               VARYING STAT-INDEX FROM 1 BY 1
               UNTIL STAT-INDEX > STAT-COUNT.
           IF NGT-RESULT-TRUNCATED
               SET POINT-NOT-JUDGED TO TRUE
           ELSE
               PERFORM JUDGE-STAT-VALUE
           END-IF.
           PERFORM BUILD-DETAIL-LINE.

           MOVE 'N' TO TREND-TRACKED-SWITCH.
           IF NGT-RETURN-CODE = ZERO
            AND NOT NGT-RESULT-TRUNCATED
               PERFORM ADD-RESULT-POINT
               MOVE RESULT-RUN-DIRECTION TO TRK-DIRECTION
               MOVE RESULT-RUN-LENGTH    TO TRK-LENGTH
               MOVE RESULT-LAST-POINT    TO TRK-LAST-POINT
               MOVE TOLERANCE-LIMIT      TO TRK-TOLERANCE
               PERFORM TRACK-TREND
               MOVE TRK-DIRECTION  TO RESULT-RUN-DIRECTION
               MOVE TRK-LENGTH     TO RESULT-RUN-LENGTH
               MOVE TRK-LAST-POINT TO RESULT-LAST-POINT
           END-IF.

           PERFORM REPORT-MEASURE.

       LOAD-RESULT-POINT.
           MOVE RESULT-POINT(STAT-INDEX) TO STAT-POINT(STAT-INDEX).

       ADD-RESULT-POINT.
           MOVE NGT-FINAL-RESULT TO RESULT-POINT(RESULT-BASE-NEXT).
           IF RESULT-BASE-COUNT < WINDOW-NIGHTS
               ADD 1 TO RESULT-BASE-COUNT
           END-IF.
           ADD 1 TO RESULT-BASE-NEXT.
           IF RESULT-BASE-NEXT > WINDOW-NIGHTS
               MOVE 1 TO RESULT-BASE-NEXT
           END-IF.

      *****************************************************
      *** THE NIGHT'S VALUE AGAINST THE BASELINE OF THE ***
      *** NIGHTS BEFORE IT.  THE LIMITS ARE THE         ***
      *** BASELINE MEAN PLUS OR MINUS THE SIGMA         ***
      *** MULTIPLIER TIMES THE SAMPLE STANDARD          ***
      *** DEVIATION, NO NARROWER THAN THE MEASURE'S     ***
      *** FLOOR.                                        ***
      *****************************************************
       JUDGE-STAT-VALUE.
           IF STAT-COUNT < MINIMUM-NIGHTS
               SET POINT-BUILDING TO TRUE
           ELSE
               PERFORM COMPUTE-BASELINE-STATISTICS
               PERFORM COMPUTE-CONTROL-LIMITS
               EVALUATE TRUE
                   WHEN STAT-VALUE > STAT-UPPER-LIMIT
                       SET POINT-ABOVE TO TRUE
                   WHEN STAT-VALUE < STAT-LOWER-LIMIT
                       SET POINT-BELOW TO TRUE
                   WHEN OTHER
                       SET POINT-IN-CONTROL TO TRUE
               END-EVALUATE
               PERFORM PLACE-CHART-POINT
           END-IF.

       COMPUTE-BASELINE-STATISTICS.
           MOVE ZERO TO STAT-SUM.
           MOVE STAT-POINT(1) TO STAT-LOW.
           MOVE STAT-POINT(1) TO STAT-HIGH.
           PERFORM SUM-STAT-POINT
               VARYING STAT-INDEX FROM 1 BY 1
               UNTIL STAT-INDEX > STAT-COUNT.
           COMPUTE STAT-MEAN = STAT-SUM / STAT-COUNT.

           MOVE ZERO TO STAT-SQUARES.
           PERFORM SQUARE-STAT-DEVIATION
               VARYING STAT-INDEX FROM 1 BY 1
               UNTIL STAT-INDEX > STAT-COUNT.
           COMPUTE STAT-VARIANCE = STAT-SQUARES / (STAT-COUNT - 1).
           COMPUTE STAT-SIGMA = FUNCTION SQRT(STAT-VARIANCE).

       SUM-STAT-POINT.
           ADD STAT-POINT(STAT-INDEX) TO STAT-SUM.
           IF STAT-POINT(STAT-INDEX) < STAT-LOW
               MOVE STAT-POINT(STAT-INDEX) TO STAT-LOW
           END-IF.
           IF STAT-POINT(STAT-INDEX) > STAT-HIGH
               MOVE STAT-POINT(STAT-INDEX) TO STAT-HIGH
           END-IF.

       SQUARE-STAT-DEVIATION.
           COMPUTE STAT-DEVIATION = STAT-POINT(STAT-INDEX) - STAT-MEAN.
           COMPUTE STAT-SQUARES =
               STAT-SQUARES + STAT-DEVIATION * STAT-DEVIATION.

       COMPUTE-CONTROL-LIMITS.
           COMPUTE STAT-HALF-WIDTH = SIGMA-MULTIPLIER * STAT-SIGMA.
           IF STAT-HALF-WIDTH < STAT-FLOOR
               MOVE STAT-FLOOR TO STAT-HALF-WIDTH
           END-IF.
           COMPUTE STAT-LOWER-LIMIT = STAT-MEAN - STAT-HALF-WIDTH.
           COMPUTE STAT-UPPER-LIMIT = STAT-MEAN + STAT-HALF-WIDTH.

      *****************************************************
      *** THE CHART COLUMN SPANS THE LIMITS: THE BARS   ***
      *** ARE THE LOWER AND UPPER LIMITS, THE PLUS SIGN ***
      *** THE BASELINE MEAN, AND THE NIGHT IS PLACED    ***
      *** BETWEEN THEM IN PROPORTION - OR OUTSIDE A BAR ***
      *** WHEN OUT OF CONTROL.                          ***
      *****************************************************
       PLACE-CHART-POINT.
           MOVE " |.........+.........| " TO CHART-TEXT.
           EVALUATE TRUE
               WHEN POINT-BELOW
                   MOVE 1 TO CHART-POSITION
               WHEN POINT-ABOVE
                   MOVE 23 TO CHART-POSITION
               WHEN OTHER
                   COMPUTE CHART-POSITION ROUNDED = 2
                       + (STAT-VALUE - STAT-LOWER-LIMIT) * 20
                       / (STAT-UPPER-LIMIT - STAT-LOWER-LIMIT)
           END-EVALUATE.
           MOVE "*" TO CHART-TEXT(CHART-POSITION:1).

       BUILD-DETAIL-LINE.
           MOVE SPACES TO DETAIL-LINE.
           IF MEASURE-ITERATIONS
               MOVE NGT-RUN-DATE    TO DTL-RUN-DATE
               MOVE NGT-RUN-TIME    TO DTL-RUN-TIME
               MOVE NGT-RETURN-CODE TO DTL-RC
               MOVE "ITERS"         TO DTL-MEASURE
           ELSE
               MOVE "RESULT"        TO DTL-MEASURE
           END-IF.

           MOVE STAT-VALUE TO AMOUNT-VALUE.
           PERFORM EDIT-AMOUNT.
           MOVE AMOUNT-TEXT TO DTL-VALUE.

           IF POINT-JUDGED
               MOVE STAT-LOWER-LIMIT TO AMOUNT-VALUE
               PERFORM EDIT-AMOUNT
               MOVE AMOUNT-TEXT TO DTL-LOWER-LIMIT
               MOVE STAT-UPPER-LIMIT TO AMOUNT-VALUE
               PERFORM EDIT-AMOUNT
               MOVE AMOUNT-TEXT TO DTL-UPPER-LIMIT
               MOVE CHART-TEXT TO DTL-CHART
           END-IF.

           EVALUATE TRUE
               WHEN POINT-ABOVE
                   MOVE "*OUT OF CONTROL HIGH" TO DTL-FLAG
               WHEN POINT-BELOW
                   MOVE "*OUT OF CONTROL LOW" TO DTL-FLAG
               WHEN POINT-NOT-JUDGED
                   MOVE "TRUNCATED-NOT JUDGED" TO DTL-FLAG
               WHEN POINT-BUILDING
                   MOVE STAT-COUNT     TO COUNT-EDIT
                   MOVE MINIMUM-NIGHTS TO MINIMUM-EDIT
                   STRING "BASELINE " FUNCTION TRIM(COUNT-EDIT)
                       " OF " FUNCTION TRIM(MINIMUM-EDIT)
                       DELIMITED BY SIZE INTO DTL-FLAG
               WHEN NGT-RETURN-CODE NOT = ZERO
                   MOVE "NOT IN BASELINE" TO DTL-FLAG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *****************************************************
      *** ITERATION FIGURES PRINT TO TWO PLACES; RESULT ***
      *** FIGURES TO THE TEN PLACES RUNHIST KEEPS,      ***
      *** WHICH LEAVES ROOM FOR SEVEN WHOLE DIGITS - A  ***
      *** LARGER (DIVERGED) RESULT IS SHOWN AS TOO      ***
      *** LARGE RATHER THAN CUT DOWN.                   ***
      *****************************************************
       EDIT-AMOUNT.
           IF MEASURE-ITERATIONS
               MOVE AMOUNT-VALUE TO ITERS-EDIT
               MOVE ITERS-EDIT TO AMOUNT-TEXT
           ELSE
               IF FUNCTION ABS(AMOUNT-VALUE) < 10000000
                   MOVE AMOUNT-VALUE TO RESULT-EDIT
                   MOVE RESULT-EDIT TO AMOUNT-TEXT
               ELSE
                   MOVE " TOO LARGE TO PRINT" TO AMOUNT-TEXT
               END-IF
           END-IF.

      *****************************************************
      *** A RUN IS A STRING OF BASELINE NIGHTS EACH     ***
      *** HIGHER (OR EACH LOWER) THAN THE ONE BEFORE; A ***
      *** NIGHT NO DIFFERENT FROM THE LAST, WITHIN THE  ***
      *** MEASURE'S TOLERANCE, ENDS IT.  THE LENGTH     ***
      *** COUNTS NIGHTS, SO A RUN OF SIX IS FIVE RISES  ***
      *** IN A ROW.                                     ***
      *****************************************************
       TRACK-TREND.
           SET TREND-TRACKED TO TRUE.
           EVALUATE TRUE
               WHEN TRK-LENGTH = ZERO
                   MOVE SPACE TO TRK-DIRECTION
                   MOVE 1 TO TRK-LENGTH
               WHEN STAT-VALUE > TRK-LAST-POINT + TRK-TOLERANCE
                   IF TRK-RISING
                       IF TRK-LENGTH < 99
                           ADD 1 TO TRK-LENGTH
                       END-IF
                   ELSE
                       SET TRK-RISING TO TRUE
                       MOVE 2 TO TRK-LENGTH
                   END-IF
               WHEN STAT-VALUE < TRK-LAST-POINT - TRK-TOLERANCE
                   IF TRK-FALLING
                       IF TRK-LENGTH < 99
                           ADD 1 TO TRK-LENGTH
                       END-IF
                   ELSE
                       SET TRK-FALLING TO TRUE
                       MOVE 2 TO TRK-LENGTH
                   END-IF
               WHEN OTHER
                   MOVE SPACE TO TRK-DIRECTION
                   MOVE 1 TO TRK-LENGTH
           END-EVALUATE.
           MOVE STAT-VALUE TO TRK-LAST-POINT.

      *****************************************************
      *** PRINTS THE MEASURE'S LINES AND RAISES ITS     ***
      *** FLAGS: OUT OF CONTROL ON THE DETAIL LINE, A   ***
      *** TREND RUN ON A FLAG LINE OF ITS OWN.  A TREND ***
      *** IS ONLY CALLED ONCE THE BASELINE CAN JUDGE    ***
      *** THE NIGHT, SO THE FIRST NIGHTS AFTER A        ***
      *** PLANNED CHANGE ARE NEVER FLAGGED.             ***
      *****************************************************
       REPORT-MEASURE.
           IF POINT-OUT-OF-CONTROL
               MOVE LIMIT-EXCEPTION-TYPE TO EXL-EXCEPTION-TYPE
               MOVE SPACES TO EXL-DETAIL-TEXT
               STRING FUNCTION TRIM(MEASURE-NAME) " "
                   FUNCTION TRIM(DTL-VALUE) " OUTSIDE LIMITS "
                   FUNCTION TRIM(DTL-LOWER-LIMIT) " TO "
                   FUNCTION TRIM(DTL-UPPER-LIMIT)
                   DELIMITED BY SIZE INTO EXL-DETAIL-TEXT
               PERFORM RAISE-FLAG
           END-IF.

           IF NIGHT-PRINTED
               WRITE REPORT-RECORD FROM DETAIL-LINE
               IF POINT-JUDGED
                   PERFORM WRITE-BASELINE-LINE
               END-IF
           END-IF.

           IF TREND-TRACKED
            AND POINT-JUDGED
            AND TRK-LENGTH NOT < TREND-NIGHTS
               MOVE TRK-LENGTH TO COUNT-EDIT
               IF TRK-RISING
                   STRING "  *** FLAG: " FUNCTION TRIM(MEASURE-NAME)
                       " RISING " FUNCTION TRIM(COUNT-EDIT)
                       " NIGHTS RUNNING"
                       DELIMITED BY SIZE INTO FLAG-LINE
               ELSE
                   STRING "  *** FLAG: " FUNCTION TRIM(MEASURE-NAME)
                       " FALLING " FUNCTION TRIM(COUNT-EDIT)
                       " NIGHTS RUNNING"
                       DELIMITED BY SIZE INTO FLAG-LINE
               END-IF
               MOVE TREND-EXCEPTION-TYPE TO EXL-EXCEPTION-TYPE
               MOVE FLAG-LINE(13:80) TO EXL-DETAIL-TEXT
               PERFORM RAISE-FLAG
               IF NIGHT-PRINTED
                   PERFORM WRITE-FLAG-LINE
               ELSE
                   MOVE SPACES TO FLAG-LINE
               END-IF
           END-IF.

       WRITE-BASELINE-LINE.
           MOVE STAT-MEAN TO AMOUNT-VALUE.
           PERFORM EDIT-AMOUNT.
           MOVE AMOUNT-TEXT TO BSL-MEAN.
           MOVE STAT-SIGMA TO AMOUNT-VALUE.
           PERFORM EDIT-AMOUNT.
           MOVE AMOUNT-TEXT TO BSL-SIGMA.
           MOVE STAT-LOW TO AMOUNT-VALUE.
           PERFORM EDIT-AMOUNT.
           MOVE AMOUNT-TEXT TO BSL-LOW.
           MOVE STAT-HIGH TO AMOUNT-VALUE.
           PERFORM EDIT-AMOUNT.
           MOVE AMOUNT-TEXT TO BSL-HIGH.
           MOVE STAT-COUNT TO BSL-COUNT.
           WRITE REPORT-RECORD FROM BASELINE-LINE.

       WRITE-FLAG-LINE.
           WRITE REPORT-RECORD FROM FLAG-LINE.
           MOVE SPACES TO FLAG-LINE.

      *****************************************************
      *** FLAGS ON PRINTED NIGHTS ARE COUNTED ON THE    ***
      *** REPORT; A FLAG ON THE LATEST NIGHT ALSO SETS  ***
      *** THE RETURN CODE AND IS FILED IN THE EXCEPTION ***
      *** REGISTER BY EXERCISE, FLAG TYPE AND SCENARIO, ***
      *** AS TREND01 FILES ITS OWN.  OLDER NIGHTS ARE   ***
      *** HISTORY AND ARE NOT FILED AGAIN.              ***
      *****************************************************
       RAISE-FLAG.
           IF NIGHT-PRINTED
               ADD 1 TO FLAG-COUNT
           END-IF.
           IF LATEST-NIGHT
               ADD 1 TO LATEST-FLAG-COUNT
               MOVE LOG-PROGRAM-NAME TO EXL-SOURCE-PROGRAM
               MOVE NGT-EXERCISE-ID  TO EXL-EXERCISE-ID
               MOVE SPACES           TO EXL-SUBJECT
               IF NOT NGT-PRODUCTION-CARD
                   STRING "SCENARIO " NGT-SCENARIO-ID
                       DELIMITED BY SIZE INTO EXL-SUBJECT
               END-IF
               MOVE NGT-RUN-DATE TO EXL-RUN-DATE
               CALL "EXCWRT01" USING EXCEPTION-LINK
           END-IF.
