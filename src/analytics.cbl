      *** Author: Eduardo Pozos Huerta ***
      *** File:   analytics.cbl       ***
      *** Date:   08/22/2026           ***
      *** Update: 10/15/2026           ***
      ***   - Convergence-rate         ***
      ***     analytics over the       ***
      ***     ITROUT1/ITROUT2          ***
      ***     truncation threshold     ***
      ***     moves to 10**8 with the  ***
      ***     narrower integer part.   ***
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
      ***   - Show each series'        ***
      ***     iteration mode from the  ***
      ***     ITROUT header; an        ***
      ***     accelerated run gets no  ***
      ***     Aitken projection, since ***
      ***     it already is one.       ***
      ***   - Step timing passes a     ***
      ***     blank scenario id.       ***
      ************************************

       IDENTIFICATION DIVISION.
       77 DELTA-COUNT   PIC 9(2) VALUE ZERO COMP-3.
       77 SERIES-INDEX  PIC 9(2) VALUE ZERO COMP-3.
       77 SERIES-ID     PIC X(01) VALUE SPACE.
       77 SERIES-MODE   PIC X(01) VALUE SPACE.
           88 SERIES-ACCELERATED VALUE 'A'.
       77 ARCHIVE-COUNT PIC 9(2) VALUE ZERO COMP-3.

       77 OVERFLOW-SWITCH PIC X(01) VALUE 'N'.
           05 HDG-SERIES-ID   PIC X(01).
           05 FILLER          PIC X(13) VALUE ", ITERATIONS=".
           05 HDG-ITERATIONS  PIC ZZZ9.
           05 FILLER          PIC X(07) VALUE ", MODE=".
           05 HDG-MODE        PIC X(11).
           05 FILLER          PIC X(51) VALUE SPACES.

       01 PAGE-HEADING-2.
           05 FILLER PIC X(06) VALUE "ITER".
           05 FILLER PIC X(132) VALUE
               "AITKEN PROJECTION OF LIMIT: NOT COMPUTABLE".

       01 AITKEN-ACCELERATED-LINE.
           05 FILLER PIC X(42)
               VALUE "AITKEN PROJECTION OF LIMIT: NOT APPLICABLE".
           05 FILLER PIC X(90)
               VALUE " - RUN ALREADY ACCELERATED".

       01 TRUNCATED-LINE.
           05 FILLER PIC X(132) VALUE
               "NOTE: SOME VALUES TRUNCATED TO ANALYSIS PRECISION".
           05 FILLER PIC X(132) VALUE
               "INSUFFICIENT ITERATIONS FOR RATE ANALYSIS".

           COPY STMLNK.

       PROCEDURE DIVISION.

           PERFORM START-STEP-TIMING.

           OPEN OUTPUT REPORT-FILE.

           PERFORM LOAD-SERIES-1.
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

       LOAD-SERIES-1.
           MOVE ZERO TO POINT-COUNT.
           MOVE SPACE TO SERIES-MODE.
           MOVE 'N' TO ITER-EOF-SWITCH.
           OPEN INPUT ITER1-FILE.
           IF ITER1-FILE-STATUS = "00"
               AT END
                   SET ITER-EOF TO TRUE
               NOT AT END
                   IF ITR1-RECORD-TYPE = 'H'
                       MOVE ITR1-HDR-ITERATION-MODE TO SERIES-MODE
                   END-IF
                   IF ITR1-RECORD-TYPE = 'D'
                       IF POINT-COUNT = ZERO
                           MOVE ITR1-INPUT-VALUE TO SERIES-POINT(1)

       LOAD-SERIES-2.
           MOVE ZERO TO POINT-COUNT.
           MOVE SPACE TO SERIES-MODE.
           MOVE 'N' TO ITER-EOF-SWITCH.
           MOVE 'N' TO TRUNCATED-SWITCH.
           OPEN INPUT ITER2-FILE.
               AT END
                   SET ITER-EOF TO TRUE
               NOT AT END
                   IF ITR2-RECORD-TYPE = 'H'
                       MOVE ITR2-HDR-ITERATION-MODE TO SERIES-MODE
                   END-IF
                   IF ITR2-RECORD-TYPE = 'D'
                       IF POINT-COUNT = ZERO
                           MOVE ITR2-INPUT-VALUE TO SERIES-POINT(1)

           MOVE SERIES-ID    TO HDG-SERIES-ID.
           MOVE DELTA-COUNT  TO HDG-ITERATIONS.
           IF SERIES-ACCELERATED
               MOVE "ACCELERATED" TO HDG-MODE
           ELSE
               MOVE "PLAIN"       TO HDG-MODE
           END-IF.
           IF ARCHIVE-COUNT > 1
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               WRITE REPORT-RECORD FROM SHORT-RUN-LINE
           ELSE
               PERFORM ESTIMATE-ORDER
               IF SERIES-ACCELERATED
                   WRITE REPORT-RECORD FROM AITKEN-ACCELERATED-LINE
               ELSE
                   PERFORM PROJECT-AITKEN-LIMIT
               END-IF
           END-IF.

       COMPUTE-DELTA-AND-RATIO.
