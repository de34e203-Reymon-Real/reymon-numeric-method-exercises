      *** Author: Eduardo Pozos Huerta ***
      *** File:   driver.cbl           ***
      *** Date:   08/08/2026           ***
      *** Update: 10/15/2026           ***
      ***   - Batch driver that chains ***
      ***     the numeric-method       ***
      ***     exercises from a run     ***
      ***     incomplete step; skipped ***
      ***     steps are shown on the   ***
      ***     OPSUM page.              ***
      ***   - Carry a cycling step's   ***
      ***     period and cycle values  ***
      ***     (from the ITROUT trailer ***
      ***     and the last details)    ***
      ***     onto RUNHIST, show RC=24 ***
      ***     as CYCLING on the OPSUM  ***
      ***     page, and roll it up     ***
      ***     into the job return code ***
      ***     as 8 so the downstream   ***
      ***     steps still run.         ***
      ***   - Clear SWL-COEF-CARD so   ***
      ***     the exercises always     ***
      ***     read the card in effect. ***
      ***   - Only an approved COEFMST ***
      ***     card image is captured   ***
      ***     on RUNHIST; pending or   ***
      ***     rejected changes are     ***
      ***     passed over.             ***
      ***   - Every exercise step and  ***
      ***     the run as a whole are   ***
      ***     timed through the new    ***
      ***     STPTIM01 step timer onto ***
      ***     the permanent STEPTIM    ***
      ***     dataset, with the run's  ***
      ***     start as the window      ***
      ***     stamp.  The step's end   ***
      ***     stamp is kept on RUNHIST ***
      ***     and the OPSUM page shows ***
      ***     each step's elapsed      ***
      ***     seconds and any SLACT    ***
      ***     limit breach, plus the   ***
      ***     whole run's.             ***
      ***   - Pass the RUNCTL          ***
      ***     iteration-mode byte      ***
      ***     (column 23) to the       ***
      ***     exercise and keep the    ***
      ***     mode the run used, from  ***
      ***     the ITROUT header, on    ***
      ***     RUNHIST.                 ***
      ***   - Runs each coefficient    ***
      ***     scenario in effect on    ***
      ***     the SCENRIO file after   ***
      ***     the exercise's           ***
      ***     production step, as a    ***
      ***     step of its own (direct  ***
      ***     mode, scenario card),    ***
      ***     filing its archive and   ***
      ***     CSV on SCNITRn/SCNCSVn   ***
      ***     and its scenario id on   ***
      ***     RUNHIST and RSTCTL; the  ***
      ***     production archive is    ***
      ***     held and restored around ***
      ***     them and scenario        ***
      ***     failures roll up as      ***
      ***     warnings.                ***
      ***   - Files an archive         ***
      ***     cross-reference on       ***
      ***     RUNXREF for every step.  ***
      ***   - A scenario step starts   ***
      ***     from an empty            ***
      ***     ITROUT/ARRCSV, so a      ***
      ***     rejected scenario files  ***
      ***     nothing but its own      ***
      ***     failure; its step        ***
      ***     timings carry the        ***
      ***     scenario id.             ***
      ************************************

       IDENTIFICATION DIVISION.
               RECORD KEY IS RHST-KEY
               FILE STATUS IS RUNHIST-FILE-STATUS.

           SELECT OPTIONAL SCENARIO-FILE ASSIGN TO "SCENRIO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SCENARIO-FILE-STATUS.

           SELECT CSV1-FILE ASSIGN TO "ARRCSV1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CSV1-FILE-STATUS.

           SELECT CSV2-FILE ASSIGN TO "ARRCSV2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CSV2-FILE-STATUS.

           SELECT CSV3-FILE ASSIGN TO "ARRCSV3"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CSV3-FILE-STATUS.

           SELECT CSV4-FILE ASSIGN TO "ARRCSV4"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CSV4-FILE-STATUS.

           SELECT OPTIONAL SCEN-ITER1-FILE ASSIGN TO "SCNITR1"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SCEN-ITER1-FILE-STATUS.

           SELECT OPTIONAL SCEN-ITER2-FILE ASSIGN TO "SCNITR2"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SCEN-ITER2-FILE-STATUS.

           SELECT OPTIONAL SCEN-ITER3-FILE ASSIGN TO "SCNITR3"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SCEN-ITER3-FILE-STATUS.

           SELECT OPTIONAL SCEN-ITER4-FILE ASSIGN TO "SCNITR4"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SCEN-ITER4-FILE-STATUS.

           SELECT OPTIONAL SCEN-CSV1-FILE ASSIGN TO "SCNCSV1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCEN-CSV1-FILE-STATUS.

           SELECT OPTIONAL SCEN-CSV2-FILE ASSIGN TO "SCNCSV2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCEN-CSV2-FILE-STATUS.

           SELECT OPTIONAL SCEN-CSV3-FILE ASSIGN TO "SCNCSV3"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCEN-CSV3-FILE-STATUS.

           SELECT OPTIONAL SCEN-CSV4-FILE ASSIGN TO "SCNCSV4"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCEN-CSV4-FILE-STATUS.

           SELECT HOLD-ITER-FILE ASSIGN TO "ITRHLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HOLD-ITER-FILE-STATUS.

           SELECT HOLD-CSV-FILE ASSIGN TO "CSVHLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HOLD-CSV-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
           LABEL RECORDS ARE STANDARD.
           COPY RUNHIST.

       FD  SCENARIO-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SCENREC.

       FD  CSV1-FILE.
       01 CSV1-RECORD PIC X(80).

       FD  CSV2-FILE.
       01 CSV2-RECORD PIC X(80).

       FD  CSV3-FILE.
       01 CSV3-RECORD PIC X(80).

       FD  CSV4-FILE.
       01 CSV4-RECORD PIC X(80).

       FD  SCEN-ITER1-FILE
           LABEL RECORDS ARE STANDARD.
       01 SCEN-ITER1-RECORD PIC X(85).

       FD  SCEN-ITER2-FILE
           LABEL RECORDS ARE STANDARD.
       01 SCEN-ITER2-RECORD PIC X(69).

       FD  SCEN-ITER3-FILE
           LABEL RECORDS ARE STANDARD.
       01 SCEN-ITER3-RECORD PIC X(85).

       FD  SCEN-ITER4-FILE
           LABEL RECORDS ARE STANDARD.
       01 SCEN-ITER4-RECORD PIC X(85).

       FD  SCEN-CSV1-FILE.
       01 SCEN-CSV1-RECORD PIC X(80).

       FD  SCEN-CSV2-FILE.
       01 SCEN-CSV2-RECORD PIC X(80).

       FD  SCEN-CSV3-FILE.
       01 SCEN-CSV3-RECORD PIC X(80).

       FD  SCEN-CSV4-FILE.
       01 SCEN-CSV4-RECORD PIC X(80).

       FD  HOLD-ITER-FILE
           LABEL RECORDS ARE STANDARD.
       01 HOLD-ITER-RECORD PIC X(85).

       FD  HOLD-CSV-FILE
           LABEL RECORDS ARE STANDARD.
       01 HOLD-CSV-RECORD PIC X(80).

       WORKING-STORAGE SECTION.

       77 RUNCTL-FILE-STATUS PIC X(02) VALUE '00'.

       77 STEP-RETURN-CODE   PIC S9(4) VALUE ZERO COMP-3.
       77 WORST-RETURN-CODE  PIC S9(4) VALUE ZERO COMP-3.
       77 ROLLUP-RETURN-CODE PIC S9(4) VALUE ZERO COMP-3.
       77 STEP-COUNT         PIC 9(4)  VALUE ZERO COMP-3.
       77 STEP-PASS-OVERRIDE PIC 9(4)  VALUE ZERO COMP-3.

           05 FILLER   PIC X(07).

       77 RUN-SEED PIC S9(9)V9(10) VALUE ZERO COMP-3.
       77 RUN-MAX-ITERATIONS PIC 9(4)   VALUE ZERO COMP-3.
       77 RUN-TOLERANCE      PIC V9(30) VALUE ZERO COMP-3.
       77 RUN-ITERATION-MODE PIC X(01)  VALUE 'P'.

       77 ITER-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 ITER-EOF VALUE 'Y'.
       77 LAST-RUN-DATE  PIC 9(8)         VALUE ZERO.
       77 LAST-RUN-TIME  PIC 9(6)         VALUE ZERO.
       77 LAST-RESULT-STATUS PIC X(01)    VALUE SPACE.
       77 LAST-CYCLE-PERIOD  PIC 9(2)     VALUE ZERO COMP-3.
       77 LAST-ITERATION-MODE PIC X(01)   VALUE 'P'.
       77 CYCLE-INDEX        PIC 9(2)     VALUE ZERO COMP-3.
       77 RECENT-INDEX       PIC 9(2)     VALUE ZERO COMP-3.
       77 LAST-DETAIL-COUNT  PIC 9(4)     VALUE ZERO COMP-3.
       77 LAST-TRAILER-COUNT PIC 9(4)     VALUE ZERO COMP-3.
       77 LAST-TRAILER-HASH  PIC 9(15)    VALUE ZERO COMP-3.
       77 LAST-TRAILER-SWITCH PIC X(01)   VALUE 'N'.
           88 LAST-TRAILER-SEEN VALUE 'Y'.
       77 ARCHIVE-FILED-SWITCH PIC X(01)  VALUE 'N'.
           88 ARCHIVE-FILED VALUE 'Y'.
       77 XREF-DETAIL-EDIT   PIC ZZZ9.
       77 XREF-TRAILER-EDIT  PIC ZZZ9.
       77 XREF-HASH-EDIT     PIC 9(15).

       01 RECENT-RESULT-TABLE.
           05 RECENT-RESULT PIC S9(21)V9(10) COMP-3 OCCURS 4 TIMES.
       77 WIDE-LIMIT PIC S9(31) VALUE 1000000000000000000000 COMP-3.

       77 HISTORY-SWITCH PIC X(01) VALUE 'N'.
               10 STP-RC          PIC S9(4) COMP-3.
               10 STP-DISPOSITION PIC X(01).
                   88 STP-SKIPPED VALUE 'S'.
               10 STP-ELAPSED     PIC 9(7) COMP-3.
               10 STP-SLA-SWITCH  PIC X(01).
                   88 STP-SLA-BREACHED VALUE 'Y'.
               10 STP-SCENARIO    PIC X(02).

       77 RSTCTL-FILE-STATUS PIC X(02) VALUE '00'.
       77 RSTCTL-EOF-SWITCH  PIC X(01) VALUE 'N'.
                   88 RSTT-PRESENT VALUE 'Y'.
               10 RSTT-EXERCISE PIC X(01).
               10 RSTT-RC       PIC S9(4) COMP-3.
               10 RSTT-SCENARIO PIC X(02).

       77 RESTART-INDEX PIC 9(4) VALUE ZERO COMP-3.


       77 SKIPPED-RECORD-COUNT PIC 9(4) VALUE ZERO COMP-3.

      *****************************************************
      *** THE SCENARIOS IN EFFECT FOR THE RUN DATE,     ***
      *** LOADED ONCE AT START-UP IN SCENARIO-FILE      ***
      *** ORDER.  STEP-SCENARIO-ID IS THE SCENARIO OF   ***
      *** THE STEP IN HAND - SPACES FOR THE PRODUCTION  ***
      *** CARD - AND TRAVELS TO RUNHIST, RSTCTL AND THE ***
      *** OPSUM PAGE WITH THE STEP.                     ***
      *****************************************************
       77 SCENARIO-FILE-STATUS PIC X(02) VALUE '00'.
       77 SCENARIO-EOF-SWITCH  PIC X(01) VALUE 'N'.
           88 SCENARIO-EOF VALUE 'Y'.

       77 SCENARIO-COUNT    PIC 9(4) VALUE ZERO COMP-3.
       77 SCENARIO-INDEX    PIC 9(4) VALUE ZERO COMP-3.
       77 EXERCISE-SCENARIO-COUNT PIC 9(4) VALUE ZERO COMP-3.
       77 STEP-SCENARIO-ID  PIC X(02) VALUE SPACES.
           88 PRODUCTION-STEP VALUE SPACES.

       01 SCENARIO-TABLE.
           05 SCENARIO-ENTRY OCCURS 50 TIMES.
               10 SCNT-EXERCISE      PIC X(01).
               10 SCNT-SCENARIO-ID   PIC X(02).
               10 SCNT-SCENARIO-NAME PIC X(20).
               10 SCNT-CARD-IMAGE    PIC X(70).

       77 CSV1-FILE-STATUS       PIC X(02) VALUE '00'.
       77 CSV2-FILE-STATUS       PIC X(02) VALUE '00'.
       77 CSV3-FILE-STATUS       PIC X(02) VALUE '00'.
       77 CSV4-FILE-STATUS       PIC X(02) VALUE '00'.
       77 SCEN-ITER1-FILE-STATUS PIC X(02) VALUE '00'.
       77 SCEN-ITER2-FILE-STATUS PIC X(02) VALUE '00'.
       77 SCEN-ITER3-FILE-STATUS PIC X(02) VALUE '00'.
       77 SCEN-ITER4-FILE-STATUS PIC X(02) VALUE '00'.
       77 SCEN-CSV1-FILE-STATUS  PIC X(02) VALUE '00'.
       77 SCEN-CSV2-FILE-STATUS  PIC X(02) VALUE '00'.
       77 SCEN-CSV3-FILE-STATUS  PIC X(02) VALUE '00'.
       77 SCEN-CSV4-FILE-STATUS  PIC X(02) VALUE '00'.
       77 HOLD-ITER-FILE-STATUS  PIC X(02) VALUE '00'.
       77 HOLD-CSV-FILE-STATUS   PIC X(02) VALUE '00'.

       77 COPY-FILE-STATUS PIC X(02) VALUE '00'.
       77 COPY-EOF-SWITCH  PIC X(01) VALUE 'N'.
           88 COPY-EOF VALUE 'Y'.
       77 COPY-OPEN-SWITCH PIC X(01) VALUE 'N'.
           88 COPY-FILE-OPEN VALUE 'Y'.
       77 HOLD-SWITCH      PIC X(01) VALUE 'N'.
           88 PRODUCTION-ARCHIVE-HELD VALUE 'Y'.
       77 TARGET-FILE-STATUS PIC X(02) VALUE '00'.
       77 TARGET-OPEN-SWITCH PIC X(01) VALUE 'N'.
           88 TARGET-FILE-OPEN VALUE 'Y'.

       77 ARCHIVE-BUFFER PIC X(85) VALUE SPACES.
       77 CSV-BUFFER     PIC X(80) VALUE SPACES.

      *****************************************************
      *** THE DISPATCHER'S LINKAGE NOW CARRIES THE      ***
      *** DIRECT-SWEEP AREA; THE NIGHTLY DRIVER ALWAYS  ***
      *****************************************************
           COPY SWPLNK.

      *****************************************************
      *** TWO STEP-TIMER AREAS: ONE RE-USED FOR EACH    ***
      *** EXERCISE STEP, ONE HELD OPEN FOR THE WHOLE    ***
      *** RUN.  BOTH CARRY THE RUN'S START AS THE       ***
      *** WINDOW STAMP THAT TIES THE NIGHT TOGETHER.    ***
      *****************************************************
           COPY STMLNK.
           COPY STMLNK REPLACING STEP-TIME-LINK BY RUN-TIME-LINK
                       LEADING ==STT-== BY ==RTL-==.

           COPY XRFLNK.

       01 OPSUM-HEADING-1.
           05 FILLER PIC X(42)
               VALUE "DRVBAT01: END-OF-JOB OPERATOR SUMMARY".
           05 OPS-STEP      PIC ZZZ9.
           05 FILLER        PIC X(11) VALUE "  EXERCISE ".
           05 OPS-EXERCISE  PIC X(01).
           05 OPS-SCENARIO-TAG PIC X(11).
           05 OPS-SCENARIO  PIC X(02).
           05 FILLER        PIC X(16) VALUE "  RETURN CODE = ".
           05 OPS-RC        PIC -ZZZ9.
           05 FILLER        PIC X(10) VALUE "  ".
           05 OPS-VERDICT   PIC X(20).
           05 FILLER        PIC X(10) VALUE "  ELAPSED ".
           05 OPS-ELAPSED   PIC Z(6)9.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 OPS-SLA-FLAG  PIC X(10).
           05 FILLER        PIC X(16) VALUE SPACES.

       01 OPSUM-RUN-LINE.
           05 FILLER        PIC X(29)
               VALUE "  WHOLE RUN ELAPSED SECONDS: ".
           05 OPS-RUN-ELAPSED PIC Z(6)9.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 OPS-RUN-SLA-FLAG PIC X(10).
           05 FILLER        PIC X(84) VALUE SPACES.

       01 OPSUM-LOG-HEADING.
           05 FILLER PIC X(132) VALUE
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-FIELDS.
           PERFORM START-RUN-TIMING.
           MOVE SPACE TO SWL-MODE-SWITCH.
           MOVE ZERO  TO SWL-SEED.
           MOVE ZERO  TO SWL-MAX-ITERATIONS.
           MOVE ZERO  TO SWL-ITERATIONS.
           MOVE ZERO  TO SWL-FINAL-RESULT.
           MOVE SPACE TO SWL-RESULT-STATUS.
           MOVE ZERO  TO SWL-CYCLE-PERIOD.
           MOVE SPACES TO SWL-COEF-CARD.
           MOVE SPACE TO SWL-ITERATION-MODE.
           PERFORM READ-RUN-SEED.
           PERFORM OPEN-RUN-HISTORY.
           PERFORM CHECK-PROCESSING-CALENDAR.
           PERFORM LOAD-RESTART-CONTROL.
           PERFORM LOAD-SCENARIO-TABLE.

           PERFORM PROCESS-CONTROL-RECORDS UNTIL RUNCTL-EOF.

               DELIMITED BY SIZE INTO LOG-MESSAGE-TEXT.
           PERFORM WRITE-RUN-LOG.

           PERFORM END-RUN-TIMING.

           PERFORM WRITE-OPERATOR-SUMMARY.

           MOVE WORST-RETURN-CODE TO RETURN-CODE.
           END-READ.

       RUN-EXERCISE-STEP.
           MOVE SPACES TO STEP-SCENARIO-ID.
           PERFORM RUN-ONE-STEP.
           PERFORM RUN-EXERCISE-SCENARIOS.

      *****************************************************
      *** THE PRODUCTION STEP AND EACH SCENARIO STEP    ***
      *** TAKE THEIR OWN STEP NUMBER, SO A RESTART      ***
      *** SKIPS OR RE-RUNS EACH ONE ON ITS OWN - A STEP ***
      *** IS SKIPPED ONLY WHEN THE SAME EXERCISE AND    ***
      *** SCENARIO FINISHED CLEAN AT THAT ORDINAL.      ***
      *****************************************************
       RUN-ONE-STEP.
           MOVE ZERO TO STEP-RETURN-CODE.
           ADD 1 TO STEP-COUNT.

            AND STEP-COUNT NOT GREATER THAN 100
            AND RSTT-PRESENT(STEP-COUNT)
            AND RSTT-EXERCISE(STEP-COUNT) = RUNCTL-EXERCISE-ID
            AND RSTT-SCENARIO(STEP-COUNT) = STEP-SCENARIO-ID
            AND RSTT-RC(STEP-COUNT) = ZERO
               PERFORM SKIP-COMPLETED-STEP
           ELSE
               IF PRODUCTION-STEP
                   PERFORM CALL-EXERCISE-STEP
               ELSE
                   PERFORM CALL-SCENARIO-STEP
               END-IF
           END-IF.

           PERFORM ROLL-UP-STEP-RETURN-CODE.

           PERFORM RECORD-STEP-COMPLETION.

      *****************************************************
      *** A CYCLING STEP (RC=24) ROLLS UP INTO THE JOB  ***
      *** RETURN CODE AS 8, THE SEVERITY IT HAD WHEN IT ***
      *** ENDED AS TABLE EXHAUSTED - THE DOWNSTREAM     ***
      *** STEPS ARE BYPASSED AT 16 AND ABOVE, AND THE   ***
      *** TREND STEP MUST STILL RUN TO FLAG THE NIGHT.  ***
      *** THE STEP'S OWN RC=24 IS KEPT ON RUNHIST,      ***
      *** RSTCTL AND THE OPSUM PAGE.                    ***
      *** A SCENARIO STEP IS A WHAT-IF RUN: ANY BAD     ***
      *** FINISH ROLLS UP AS A WARNING (4) ONLY, SO A   ***
      *** DIVERGING OR REJECTED SCENARIO CARD NEVER     ***
      *** BYPASSES THE DOWNSTREAM STEPS FOR THE         ***
      *** PRODUCTION RUNS.                              ***
      *****************************************************
       ROLL-UP-STEP-RETURN-CODE.
           IF STEP-RETURN-CODE = 24
               MOVE 8 TO ROLLUP-RETURN-CODE
           ELSE
               MOVE STEP-RETURN-CODE TO ROLLUP-RETURN-CODE
           END-IF.
           IF NOT PRODUCTION-STEP
            AND ROLLUP-RETURN-CODE > 4
               MOVE 4 TO ROLLUP-RETURN-CODE
           END-IF.
           IF ROLLUP-RETURN-CODE > WORST-RETURN-CODE
               MOVE ROLLUP-RETURN-CODE TO WORST-RETURN-CODE
           END-IF.

       CALL-EXERCISE-STEP.
           MOVE RUNCTL-PASSES TO STEP-PASS-OVERRIDE.
           MOVE RUNCTL-ITERATION-MODE TO SWL-ITERATION-MODE.

           PERFORM START-STEP-TIMING.

           CALL "DSPCH01" USING RUNCTL-EXERCISE-ID
                                 STEP-PASS-OVERRIDE
                                 STEP-RETURN-CODE
                                 SWEEP-LINK-AREA.

           PERFORM END-STEP-TIMING.

           MOVE STEP-RETURN-CODE TO RETURN-CODE-EDIT.
           MOVE 'I' TO LOG-SEVERITY-CODE.
           STRING "EXERCISE " RUNCTL-EXERCISE-ID
               MOVE RUNCTL-EXERCISE-ID TO STP-EXERCISE(STEP-COUNT)
               MOVE STEP-RETURN-CODE   TO STP-RC(STEP-COUNT)
               MOVE SPACE              TO STP-DISPOSITION(STEP-COUNT)
               MOVE STT-ELAPSED-SECONDS TO STP-ELAPSED(STEP-COUNT)
               MOVE STT-SLA-SWITCH      TO STP-SLA-SWITCH(STEP-COUNT)
               MOVE SPACES              TO STP-SCENARIO(STEP-COUNT)
           END-IF.

           PERFORM FETCH-LAST-ITERATION.
           PERFORM WRITE-RUN-HISTORY.
           PERFORM FILE-ARCHIVE-XREF.

      *****************************************************
      *** A SCENARIO STEP RUNS THE EXERCISE IN DIRECT   ***
      *** MODE WITH THE SCENARIO'S CARD IMAGE AND THE   ***
      *** PRODUCTION PARMIN SEED, CAP AND TOLERANCE, IN ***
      *** THE ITERATION MODE THE PRODUCTION STEP USED   ***
      *** (THE RUNCTL BYTE, ELSE PARMIN'S).  DIRECT     ***
      *** MODE KEEPS IT CLEAR OF THE PRODUCTION         ***
      *** CHECKPOINT AND RESETS THE EXERCISE ON ENTRY,  ***
      *** SO NO CANCEL IS NEEDED BETWEEN SCENARIOS.     ***
      *** THE RUN IS STILL HARVESTED FROM THE ITROUT    ***
      *** ARCHIVE IT WROTE, EXACTLY AS A PRODUCTION     ***
      *** STEP IS, AND THEN FILED ON THE SCENARIO       ***
      *** ARCHIVE.                                      ***
      *****************************************************
       CALL-SCENARIO-STEP.
           MOVE RUNCTL-PASSES TO STEP-PASS-OVERRIDE.
           MOVE 'D'                TO SWL-MODE-SWITCH.
           MOVE RUN-SEED           TO SWL-SEED.
           MOVE RUN-MAX-ITERATIONS TO SWL-MAX-ITERATIONS.
           MOVE RUN-TOLERANCE      TO SWL-TOLERANCE.
           MOVE ZERO               TO SWL-ITERATIONS.
           MOVE ZERO               TO SWL-FINAL-RESULT.
           MOVE SPACE              TO SWL-RESULT-STATUS.
           MOVE ZERO               TO SWL-CYCLE-PERIOD.
           MOVE SCNT-CARD-IMAGE(SCENARIO-INDEX) TO SWL-COEF-CARD.
           IF RUNCTL-ACCELERATED OR RUNCTL-PLAIN
               MOVE RUNCTL-ITERATION-MODE TO SWL-ITERATION-MODE
           ELSE
               MOVE RUN-ITERATION-MODE    TO SWL-ITERATION-MODE
           END-IF.

           PERFORM CLEAR-EXERCISE-ARCHIVE.
           PERFORM START-STEP-TIMING.

           CALL "DSPCH01" USING RUNCTL-EXERCISE-ID
                                 STEP-PASS-OVERRIDE
                                 STEP-RETURN-CODE
                                 SWEEP-LINK-AREA.

           PERFORM END-STEP-TIMING.

           MOVE SPACE  TO SWL-MODE-SWITCH.
           MOVE SPACES TO SWL-COEF-CARD.

           MOVE STEP-RETURN-CODE TO RETURN-CODE-EDIT.
           MOVE 'I' TO LOG-SEVERITY-CODE.
           STRING "EXERCISE " RUNCTL-EXERCISE-ID
               " SCENARIO " STEP-SCENARIO-ID " ("
               FUNCTION TRIM(SCNT-SCENARIO-NAME(SCENARIO-INDEX))
               ") RETURN CODE = " FUNCTION TRIM(RETURN-CODE-EDIT)
               DELIMITED BY SIZE INTO LOG-MESSAGE-TEXT.
           PERFORM WRITE-RUN-LOG.

           IF STEP-COUNT NOT GREATER THAN 100
               MOVE RUNCTL-EXERCISE-ID TO STP-EXERCISE(STEP-COUNT)
               MOVE STEP-RETURN-CODE   TO STP-RC(STEP-COUNT)
               MOVE SPACE              TO STP-DISPOSITION(STEP-COUNT)
               MOVE STT-ELAPSED-SECONDS TO STP-ELAPSED(STEP-COUNT)
               MOVE STT-SLA-SWITCH      TO STP-SLA-SWITCH(STEP-COUNT)
               MOVE STEP-SCENARIO-ID    TO STP-SCENARIO(STEP-COUNT)
           END-IF.

           PERFORM FETCH-LAST-ITERATION.
           PERFORM WRITE-RUN-HISTORY.
           IF LAST-RUN-DATE > ZERO
               PERFORM FILE-SCENARIO-ARCHIVE
           ELSE
               MOVE 'N' TO ARCHIVE-FILED-SWITCH
           END-IF.
           PERFORM FILE-ARCHIVE-XREF.

      *****************************************************
      *** A STEP THE INTERRUPTED NIGHT ALREADY FINISHED  ***

           MOVE STEP-COUNT TO STEP-NUMBER-EDIT.
           MOVE 'I' TO LOG-SEVERITY-CODE.
           IF PRODUCTION-STEP
               STRING "STEP " FUNCTION TRIM(STEP-NUMBER-EDIT)
                   " (EXERCISE " RUNCTL-EXERCISE-ID
                   ") SKIPPED ON RESTART"
                   DELIMITED BY SIZE INTO LOG-MESSAGE-TEXT
           ELSE
               STRING "STEP " FUNCTION TRIM(STEP-NUMBER-EDIT)
                   " (EXERCISE " RUNCTL-EXERCISE-ID
                   " SCENARIO " STEP-SCENARIO-ID
                   ") SKIPPED ON RESTART"
                   DELIMITED BY SIZE INTO LOG-MESSAGE-TEXT
           END-IF.
           PERFORM WRITE-RUN-LOG.

           IF STEP-COUNT NOT GREATER THAN 100
               MOVE RUNCTL-EXERCISE-ID TO STP-EXERCISE(STEP-COUNT)
               MOVE STEP-RETURN-CODE   TO STP-RC(STEP-COUNT)
               MOVE 'S'                TO STP-DISPOSITION(STEP-COUNT)
               MOVE ZERO               TO STP-ELAPSED(STEP-COUNT)
               MOVE 'N'                TO STP-SLA-SWITCH(STEP-COUNT)
               MOVE STEP-SCENARIO-ID   TO STP-SCENARIO(STEP-COUNT)
           END-IF.

      *****************************************************
      *** EACH EXERCISE STEP IS TIMED AROUND ITS        ***
      *** DSPCH01 CALL ONLY, SO THE HISTORY AND RESTART ***
      *** BOOKKEEPING AFTER IT IS NOT CHARGED TO THE    ***
      *** EXERCISE.  STPTIM01 WARNS ON RUNLOG ITSELF    ***
      *** WHEN THE STEP RAN PAST ITS SLACT LIMIT; THE   ***
      *** BREACH IS ALSO CARRIED TO THE OPSUM PAGE.     ***
      *****************************************************
       START-STEP-TIMING.
           MOVE LOG-PROGRAM-NAME   TO STT-PROGRAM-ID.
           MOVE STEP-COUNT         TO STT-STEP-NUMBER.
           MOVE RUNCTL-EXERCISE-ID TO STT-EXERCISE-ID.
           MOVE STEP-SCENARIO-ID   TO STT-SCENARIO-ID.
           MOVE CDT-DATE           TO STT-WINDOW-DATE.
           MOVE CDT-TIME           TO STT-WINDOW-TIME.
           MOVE ZERO               TO STT-RETURN-CODE.
           SET STT-START-STEP TO TRUE.
           CALL "STPTIM01" USING STEP-TIME-LINK.

       END-STEP-TIMING.
           MOVE STEP-RETURN-CODE TO STT-RETURN-CODE.
           SET STT-END-STEP TO TRUE.
           CALL "STPTIM01" USING STEP-TIME-LINK.

      *****************************************************
      *** THE WHOLE RUN IS TIMED AS STEP ZERO AND ENDS  ***
      *** BEFORE THE OPSUM PAGE IS PRINTED, SO A RUN    ***
      *** PAST ITS OWN LIMIT IS ON THE PAGE TOO.        ***
      *****************************************************
       START-RUN-TIMING.
           MOVE LOG-PROGRAM-NAME TO RTL-PROGRAM-ID.
           MOVE ZERO             TO RTL-STEP-NUMBER.
           MOVE SPACE            TO RTL-EXERCISE-ID.
           MOVE SPACES           TO RTL-SCENARIO-ID.
           MOVE CDT-DATE         TO RTL-WINDOW-DATE.
           MOVE CDT-TIME         TO RTL-WINDOW-TIME.
           MOVE ZERO             TO RTL-RETURN-CODE.
           SET RTL-START-STEP TO TRUE.
           CALL "STPTIM01" USING RUN-TIME-LINK.

       END-RUN-TIMING.
           MOVE WORST-RETURN-CODE TO RTL-RETURN-CODE.
           SET RTL-END-STEP TO TRUE.
           CALL "STPTIM01" USING RUN-TIME-LINK.

      *****************************************************
      *** RECORDS STILL ON RSTCTL AT START-UP MEAN THE  ***
      *** PRIOR NIGHT NEVER REACHED END OF JOB (THE     ***
                           TO RSTT-EXERCISE(RST-STEP-NUMBER)
                       MOVE RST-RETURN-CODE
                           TO RSTT-RC(RST-STEP-NUMBER)
                       MOVE RST-SCENARIO-ID
                           TO RSTT-SCENARIO(RST-STEP-NUMBER)
                   END-IF
           END-READ.

               MOVE STEP-COUNT         TO RST-STEP-NUMBER
               MOVE RUNCTL-EXERCISE-ID TO RST-EXERCISE-ID
               MOVE STEP-RETURN-CODE   TO RST-RETURN-CODE
               MOVE STEP-SCENARIO-ID   TO RST-SCENARIO-ID
               WRITE RESTART-RECORD
               CLOSE RSTCTL-FILE
           ELSE
           OPEN OUTPUT RSTCTL-FILE.
           CLOSE RSTCTL-FILE.

      *****************************************************
      *** SCENARIOS ARE LOADED ONCE, IN SCENRIO ORDER.  ***
      *** ONE WITH NO USABLE ID OR NO CARD IMAGE IS     ***
      *** WARNED AND LEFT OUT; ONE NOT IN EFFECT FOR    ***
      *** THE RUN DATE IS LOGGED AND LEFT OUT, AS A     ***
      *** RUNCTL RECORD IS.  AN ABSENT OR EMPTY SCENRIO ***
      *** DATASET MEANS NO SCENARIOS, AND THE NIGHT     ***
      *** RUNS AS IT ALWAYS HAS.  LIKE THE RUNCTL       ***
      *** SELECTION, THE STEP ORDINALS DEPEND ON IT, SO ***
      *** A RESTART NEEDS THE SAME SCENRIO DECK.        ***
      *****************************************************
       LOAD-SCENARIO-TABLE.
           OPEN INPUT SCENARIO-FILE.
           IF SCENARIO-FILE-STATUS = "00"
            OR SCENARIO-FILE-STATUS = "05"
               PERFORM READ-SCENARIO-RECORD UNTIL SCENARIO-EOF
               CLOSE SCENARIO-FILE
           END-IF.

           IF SCENARIO-COUNT > ZERO
               MOVE SCENARIO-COUNT TO STEP-NUMBER-EDIT
               MOVE 'I' TO LOG-SEVERITY-CODE
               STRING FUNCTION TRIM(STEP-NUMBER-EDIT)
                   " COEFFICIENT SCENARIO(S) IN EFFECT FOR THE RUN"
                   " DATE"
                   DELIMITED BY SIZE INTO LOG-MESSAGE-TEXT
               PERFORM WRITE-RUN-LOG
           END-IF.

       READ-SCENARIO-RECORD.
           READ SCENARIO-FILE
               AT END
                   SET SCENARIO-EOF TO TRUE
               NOT AT END
                   PERFORM SELECT-SCENARIO-RECORD
           END-READ.

       SELECT-SCENARIO-RECORD.
           SET RECORD-IN-EFFECT TO TRUE.

           IF SCN-EFFECTIVE-DATE NUMERIC
            AND CDT-DATE < FUNCTION NUMVAL(SCN-EFFECTIVE-DATE)
               MOVE 'N' TO SELECT-SWITCH
           END-IF.

           IF SCN-EXPIRY-DATE NUMERIC
            AND CDT-DATE > FUNCTION NUMVAL(SCN-EXPIRY-DATE)
               MOVE 'N' TO SELECT-SWITCH
           END-IF.

           EVALUATE TRUE
               WHEN SCN-SCENARIO-ID = SPACES
                 OR SCN-SCENARIO-ID = "00"
                 OR SCN-CARD-IMAGE = SPACES
                   MOVE 'W' TO LOG-SEVERITY-CODE
                   STRING "SCENARIO '" SCN-SCENARIO-ID
                       "' FOR EXERCISE " SCN-EXERCISE-ID
                       " HAS NO USABLE ID OR CARD IMAGE - SKIPPED"
                       DELIMITED BY SIZE INTO LOG-MESSAGE-TEXT
                   PERFORM WRITE-RUN-LOG
               WHEN NOT RECORD-IN-EFFECT
                   MOVE 'I' TO LOG-SEVERITY-CODE
                   STRING "SCENARIO " SCN-SCENARIO-ID
                       " FOR EXERCISE " SCN-EXERCISE-ID
                       " NOT IN EFFECT FOR THE RUN DATE - SKIPPED"
                       DELIMITED BY SIZE INTO LOG-MESSAGE-TEXT
                   PERFORM WRITE-RUN-LOG
               WHEN SCENARIO-COUNT NOT LESS THAN 50
                   MOVE 'W' TO LOG-SEVERITY-CODE
                   STRING "SCENARIO TABLE FULL - SCENARIO "
                       SCN-SCENARIO-ID " FOR EXERCISE "
                       SCN-EXERCISE-ID " SKIPPED"
                       DELIMITED BY SIZE INTO LOG-MESSAGE-TEXT
                   PERFORM WRITE-RUN-LOG
               WHEN OTHER
                   ADD 1 TO SCENARIO-COUNT
                   MOVE SCN-EXERCISE-ID
                       TO SCNT-EXERCISE(SCENARIO-COUNT)
                   MOVE SCN-SCENARIO-ID
                       TO SCNT-SCENARIO-ID(SCENARIO-COUNT)
                   MOVE SCN-SCENARIO-NAME
                       TO SCNT-SCENARIO-NAME(SCENARIO-COUNT)
                   MOVE SCN-CARD-IMAGE
                       TO SCNT-CARD-IMAGE(SCENARIO-COUNT)
           END-EVALUATE.

      *****************************************************
      *** AFTER THE PRODUCTION STEP, EACH OF THE        ***
      *** EXERCISE'S SCENARIOS RUNS AS A STEP OF ITS    ***
      *** OWN.  THE SCENARIO RUNS WRITE THE SAME ITROUT ***
      *** AND ARRCSV DATASETS THE PRODUCTION STEP DID,  ***
      *** SO THE PRODUCTION ARCHIVE AND CSV ARE HELD    ***
      *** FIRST AND PUT BACK AFTER THE LAST SCENARIO -  ***
      *** THE DOWNSTREAM STEPS READ EXACTLY WHAT THEY   ***
      *** READ BEFORE SCENARIOS EXISTED.  WITHOUT THE   ***
      *** HOLD DATASETS THE SCENARIOS ARE NOT RUN.      ***
      *****************************************************
       RUN-EXERCISE-SCENARIOS.
           MOVE ZERO TO EXERCISE-SCENARIO-COUNT.
           PERFORM COUNT-EXERCISE-SCENARIO
               VARYING SCENARIO-INDEX FROM 1 BY 1
               UNTIL SCENARIO-INDEX > SCENARIO-COUNT.

           IF EXERCISE-SCENARIO-COUNT > ZERO
               PERFORM HOLD-PRODUCTION-ARCHIVE
               IF PRODUCTION-ARCHIVE-HELD
                   PERFORM RUN-SCENARIO-ENTRY
                       VARYING SCENARIO-INDEX FROM 1 BY 1
                       UNTIL SCENARIO-INDEX > SCENARIO-COUNT
                   PERFORM RESTORE-PRODUCTION-ARCHIVE
               END-IF
           END-IF.

           MOVE SPACES TO STEP-SCENARIO-ID.

       COUNT-EXERCISE-SCENARIO.
           IF SCNT-EXERCISE(SCENARIO-INDEX) = RUNCTL-EXERCISE-ID
               ADD 1 TO EXERCISE-SCENARIO-COUNT
           END-IF.

       RUN-SCENARIO-ENTRY.
           IF SCNT-EXERCISE(SCENARIO-INDEX) = RUNCTL-EXERCISE-ID
               MOVE SCNT-SCENARIO-ID(SCENARIO-INDEX)
                   TO STEP-SCENARIO-ID
               PERFORM RUN-ONE-STEP
           END-IF.

       HOLD-PRODUCTION-ARCHIVE.
           MOVE 'N' TO HOLD-SWITCH.
           MOVE SPACES TO STEP-SCENARIO-ID.

           OPEN OUTPUT HOLD-ITER-FILE.
           IF HOLD-ITER-FILE-STATUS = "00"
               PERFORM OPEN-EXERCISE-ARCHIVE-INPUT
               PERFORM HOLD-ARCHIVE-RECORD UNTIL COPY-EOF
               PERFORM CLOSE-EXERCISE-ARCHIVE
               CLOSE HOLD-ITER-FILE
               OPEN OUTPUT HOLD-CSV-FILE
               IF HOLD-CSV-FILE-STATUS = "00"
                   PERFORM OPEN-EXERCISE-CSV-INPUT
                   PERFORM HOLD-CSV-LINE UNTIL COPY-EOF
                   PERFORM CLOSE-EXERCISE-CSV
                   CLOSE HOLD-CSV-FILE
                   SET PRODUCTION-ARCHIVE-HELD TO TRUE
               END-IF
           END-IF.

           IF NOT PRODUCTION-ARCHIVE-HELD
               MOVE 'W' TO LOG-SEVERITY-CODE
               STRING "ITRHLD/CSVHLD UNAVAILABLE - EXERCISE "
                   RUNCTL-EXERCISE-ID " SCENARIOS NOT RUN"
                   DELIMITED BY SIZE INTO LOG-MESSAGE-TEXT
               PERFORM WRITE-RUN-LOG
           END-IF.

      *****************************************************
      *** A SCENARIO WHOSE CARD OR SEED IS REJECTED     ***
      *** NEVER OPENS ITS ARCHIVE, SO ITROUT AND ARRCSV ***
      *** ARE EMPTIED BEFORE EACH SCENARIO RUNS (THE    ***
      *** PRODUCTION RUN IS SAFE ON ITRHLD/CSVHLD).     ***
      *** OTHERWISE THE RUN LEFT THERE BY PRODUCTION OR ***
      *** THE SCENARIO BEFORE WOULD BE HARVESTED AND    ***
      *** FILED UNDER THE REJECTED SCENARIO'S ID.  AN   ***
      *** EMPTY ARCHIVE IS RECORDED ON RUNHIST WITH NO  ***
      *** ITERATIONS UNDER THE STEP'S OWN DATE AND      ***
      *** TIME, AS A PRODUCTION STEP'S IS, AND NOTHING  ***
      *** IS COPIED TO THE SCENARIO ARCHIVE.            ***
      *****************************************************
       CLEAR-EXERCISE-ARCHIVE.
           PERFORM OPEN-EXERCISE-ARCHIVE-OUTPUT.
           PERFORM CLOSE-EXERCISE-ARCHIVE.
           PERFORM OPEN-EXERCISE-CSV-OUTPUT.
           PERFORM CLOSE-EXERCISE-CSV.

       HOLD-ARCHIVE-RECORD.
           PERFORM READ-EXERCISE-ARCHIVE.
           IF NOT COPY-EOF
               WRITE HOLD-ITER-RECORD FROM ARCHIVE-BUFFER
           END-IF.

       HOLD-CSV-LINE.
           PERFORM READ-EXERCISE-CSV.
           IF NOT COPY-EOF
               WRITE HOLD-CSV-RECORD FROM CSV-BUFFER
           END-IF.

       RESTORE-PRODUCTION-ARCHIVE.
           MOVE 'N' TO COPY-EOF-SWITCH.
           OPEN INPUT HOLD-ITER-FILE.
           IF HOLD-ITER-FILE-STATUS NOT = "00"
               SET COPY-EOF TO TRUE
           END-IF.
           PERFORM OPEN-EXERCISE-ARCHIVE-OUTPUT.
           PERFORM RESTORE-ARCHIVE-RECORD UNTIL COPY-EOF.
           PERFORM CLOSE-EXERCISE-ARCHIVE.
           IF HOLD-ITER-FILE-STATUS = "00"
            OR HOLD-ITER-FILE-STATUS = "10"
               CLOSE HOLD-ITER-FILE
           END-IF.

           MOVE 'N' TO COPY-EOF-SWITCH.
           OPEN INPUT HOLD-CSV-FILE.
           IF HOLD-CSV-FILE-STATUS NOT = "00"
               SET COPY-EOF TO TRUE
           END-IF.
           PERFORM OPEN-EXERCISE-CSV-OUTPUT.
           PERFORM RESTORE-CSV-LINE UNTIL COPY-EOF.
           PERFORM CLOSE-EXERCISE-CSV.
           IF HOLD-CSV-FILE-STATUS = "00"
            OR HOLD-CSV-FILE-STATUS = "10"
               CLOSE HOLD-CSV-FILE
           END-IF.

       RESTORE-ARCHIVE-RECORD.
           READ HOLD-ITER-FILE INTO ARCHIVE-BUFFER
               AT END
                   SET COPY-EOF TO TRUE
               NOT AT END
                   PERFORM WRITE-EXERCISE-ARCHIVE
           END-READ.

       RESTORE-CSV-LINE.
           READ HOLD-CSV-FILE INTO CSV-BUFFER
               AT END
                   SET COPY-EOF TO TRUE
               NOT AT END
                   PERFORM WRITE-EXERCISE-CSV
           END-READ.

      *****************************************************
      *** EACH SCENARIO RUN'S ARCHIVE IS FILED WHOLE -  ***
      *** HEADER, DETAILS, TRAILER - ON THE EXERCISE'S  ***
      *** SCENARIO ARCHIVE, ITS HEADER STAMPED WITH THE ***
      *** SCENARIO ID, AND ITS CSV ON THE SCENARIO CSV  ***
      *** BEHIND A SCENARIO,ID,NAME LINE.  BOTH ARE     ***
      *** EXTENDED, SO THE NIGHT'S GENERATION HOLDS ONE ***
      *** COMPLETE ARCHIVE AND PLOT PER SCENARIO, IN    ***
      *** RUN ORDER.                                    ***
      *****************************************************
       FILE-SCENARIO-ARCHIVE.
           MOVE 'N' TO ARCHIVE-FILED-SWITCH.
           PERFORM OPEN-SCENARIO-ARCHIVE.
           IF TARGET-FILE-OPEN
               SET ARCHIVE-FILED TO TRUE
               PERFORM OPEN-EXERCISE-ARCHIVE-INPUT
               PERFORM FILE-SCENARIO-ARCHIVE-RECORD UNTIL COPY-EOF
               PERFORM CLOSE-EXERCISE-ARCHIVE
               PERFORM CLOSE-SCENARIO-ARCHIVE
           ELSE
               PERFORM WARN-SCENARIO-NOT-FILED
           END-IF.

           PERFORM OPEN-SCENARIO-CSV.
           IF TARGET-FILE-OPEN
               MOVE SPACES TO CSV-BUFFER
               STRING "SCENARIO," STEP-SCENARIO-ID ","
                   FUNCTION TRIM(SCNT-SCENARIO-NAME(SCENARIO-INDEX))
                   DELIMITED BY SIZE INTO CSV-BUFFER
               PERFORM WRITE-SCENARIO-CSV
               PERFORM OPEN-EXERCISE-CSV-INPUT
               PERFORM FILE-SCENARIO-CSV-LINE UNTIL COPY-EOF
               PERFORM CLOSE-EXERCISE-CSV
               PERFORM CLOSE-SCENARIO-CSV
           ELSE
               PERFORM WARN-SCENARIO-NOT-FILED
           END-IF.

       FILE-SCENARIO-ARCHIVE-RECORD.
           PERFORM READ-EXERCISE-ARCHIVE.
           IF NOT COPY-EOF
               PERFORM WRITE-SCENARIO-ARCHIVE
           END-IF.

       FILE-SCENARIO-CSV-LINE.
           PERFORM READ-EXERCISE-CSV.
           IF NOT COPY-EOF
               PERFORM WRITE-SCENARIO-CSV
           END-IF.

       WARN-SCENARIO-NOT-FILED.
           MOVE 'W' TO LOG-SEVERITY-CODE.
           STRING "SCENARIO ARCHIVE UNAVAILABLE (STATUS "
               TARGET-FILE-STATUS ") - EXERCISE "
               RUNCTL-EXERCISE-ID " SCENARIO " STEP-SCENARIO-ID
               " NOT FILED"
               DELIMITED BY SIZE INTO LOG-MESSAGE-TEXT.
           PERFORM WRITE-RUN-LOG.

      *****************************************************
      *** ONE SET OF OPEN/READ/WRITE/CLOSE PARAGRAPHS   ***
      *** PER DATASET FAMILY, EACH ROUTED ON THE        ***
      *** EXERCISE ID.  THE ITROUT RECORDS TRAVEL       ***
      *** THROUGH AN 85-BYTE BUFFER (THE EXERCISE 2     ***
      *** RECORD IS SHORTER AND PADS/TRUNCATES          ***
      *** CLEANLY); A HEADER READ FROM ITROUT IS        ***
      *** STAMPED WITH THE STEP'S SCENARIO ID ON THE    ***
      *** WAY THROUGH - SPACES WHEN THE PRODUCTION RUN  ***
      *** IS HELD.  A DATASET THAT WILL NOT OPEN READS  ***
      *** AS EMPTY.                                     ***
      *****************************************************
       OPEN-EXERCISE-ARCHIVE-INPUT.
           MOVE 'N'  TO COPY-EOF-SWITCH.
           MOVE "35" TO COPY-FILE-STATUS.
           EVALUATE RUNCTL-EXERCISE-ID
               WHEN '1'
                   OPEN INPUT ITER1-FILE
                   MOVE ITER1-FILE-STATUS TO COPY-FILE-STATUS
               WHEN '2'
                   OPEN INPUT ITER2-FILE
                   MOVE ITER2-FILE-STATUS TO COPY-FILE-STATUS
               WHEN '3'
                   OPEN INPUT ITER3-FILE
                   MOVE ITER3-FILE-STATUS TO COPY-FILE-STATUS
               WHEN '4'
                   OPEN INPUT ITER4-FILE
                   MOVE ITER4-FILE-STATUS TO COPY-FILE-STATUS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM NOTE-COPY-OPEN.

       OPEN-EXERCISE-ARCHIVE-OUTPUT.
           MOVE "35" TO COPY-FILE-STATUS.
           EVALUATE RUNCTL-EXERCISE-ID
               WHEN '1'
                   OPEN OUTPUT ITER1-FILE
                   MOVE ITER1-FILE-STATUS TO COPY-FILE-STATUS
               WHEN '2'
                   OPEN OUTPUT ITER2-FILE
                   MOVE ITER2-FILE-STATUS TO COPY-FILE-STATUS
               WHEN '3'
                   OPEN OUTPUT ITER3-FILE
                   MOVE ITER3-FILE-STATUS TO COPY-FILE-STATUS
               WHEN '4'
                   OPEN OUTPUT ITER4-FILE
                   MOVE ITER4-FILE-STATUS TO COPY-FILE-STATUS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF COPY-FILE-STATUS = "00"
               SET COPY-FILE-OPEN TO TRUE
           ELSE
               MOVE 'N' TO COPY-OPEN-SWITCH
           END-IF.

       NOTE-COPY-OPEN.
           IF COPY-FILE-STATUS = "00"
               SET COPY-FILE-OPEN TO TRUE
           ELSE
               MOVE 'N' TO COPY-OPEN-SWITCH
               SET COPY-EOF TO TRUE
           END-IF.

       CLOSE-EXERCISE-ARCHIVE.
           IF COPY-FILE-OPEN
               EVALUATE RUNCTL-EXERCISE-ID
                   WHEN '1'
                       CLOSE ITER1-FILE
                   WHEN '2'
                       CLOSE ITER2-FILE
                   WHEN '3'
                       CLOSE ITER3-FILE
                   WHEN '4'
                       CLOSE ITER4-FILE
               END-EVALUATE
               MOVE 'N' TO COPY-OPEN-SWITCH
           END-IF.

       READ-EXERCISE-ARCHIVE.
           EVALUATE RUNCTL-EXERCISE-ID
               WHEN '1'
                   READ ITER1-FILE
                       AT END
                           SET COPY-EOF TO TRUE
                       NOT AT END
                           IF ITR1-HEADER-RECORD
                               MOVE STEP-SCENARIO-ID
                                   TO ITR1-HDR-SCENARIO-ID
                           END-IF
                           MOVE ITER1-RECORD TO ARCHIVE-BUFFER
                   END-READ
               WHEN '2'
                   READ ITER2-FILE
                       AT END
                           SET COPY-EOF TO TRUE
                       NOT AT END
                           IF ITR2-HEADER-RECORD
                               MOVE STEP-SCENARIO-ID
                                   TO ITR2-HDR-SCENARIO-ID
                           END-IF
                           MOVE ITER2-RECORD TO ARCHIVE-BUFFER
                   END-READ
               WHEN '3'
                   READ ITER3-FILE
                       AT END
                           SET COPY-EOF TO TRUE
                       NOT AT END
                           IF ITR3-HEADER-RECORD
                               MOVE STEP-SCENARIO-ID
                                   TO ITR3-HDR-SCENARIO-ID
                           END-IF
                           MOVE ITER3-RECORD TO ARCHIVE-BUFFER
                   END-READ
               WHEN '4'
                   READ ITER4-FILE
                       AT END
                           SET COPY-EOF TO TRUE
                       NOT AT END
                           IF ITR4-HEADER-RECORD
                               MOVE STEP-SCENARIO-ID
                                   TO ITR4-HDR-SCENARIO-ID
                           END-IF
                           MOVE ITER4-RECORD TO ARCHIVE-BUFFER
                   END-READ
               WHEN OTHER
                   SET COPY-EOF TO TRUE
           END-EVALUATE.

       WRITE-EXERCISE-ARCHIVE.
           EVALUATE RUNCTL-EXERCISE-ID
               WHEN '1'
                   WRITE ITER1-RECORD FROM ARCHIVE-BUFFER
               WHEN '2'
                   WRITE ITER2-RECORD FROM ARCHIVE-BUFFER
               WHEN '3'
                   WRITE ITER3-RECORD FROM ARCHIVE-BUFFER
               WHEN '4'
                   WRITE ITER4-RECORD FROM ARCHIVE-BUFFER
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       OPEN-EXERCISE-CSV-INPUT.
           MOVE 'N'  TO COPY-EOF-SWITCH.
           MOVE "35" TO COPY-FILE-STATUS.
           EVALUATE RUNCTL-EXERCISE-ID
               WHEN '1'
                   OPEN INPUT CSV1-FILE
                   MOVE CSV1-FILE-STATUS TO COPY-FILE-STATUS
               WHEN '2'
                   OPEN INPUT CSV2-FILE
                   MOVE CSV2-FILE-STATUS TO COPY-FILE-STATUS
               WHEN '3'
                   OPEN INPUT CSV3-FILE
                   MOVE CSV3-FILE-STATUS TO COPY-FILE-STATUS
               WHEN '4'
                   OPEN INPUT CSV4-FILE
                   MOVE CSV4-FILE-STATUS TO COPY-FILE-STATUS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM NOTE-COPY-OPEN.

       OPEN-EXERCISE-CSV-OUTPUT.
           MOVE "35" TO COPY-FILE-STATUS.
           EVALUATE RUNCTL-EXERCISE-ID
               WHEN '1'
                   OPEN OUTPUT CSV1-FILE
                   MOVE CSV1-FILE-STATUS TO COPY-FILE-STATUS
               WHEN '2'
                   OPEN OUTPUT CSV2-FILE
                   MOVE CSV2-FILE-STATUS TO COPY-FILE-STATUS
               WHEN '3'
                   OPEN OUTPUT CSV3-FILE
                   MOVE CSV3-FILE-STATUS TO COPY-FILE-STATUS
               WHEN '4'
                   OPEN OUTPUT CSV4-FILE
                   MOVE CSV4-FILE-STATUS TO COPY-FILE-STATUS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF COPY-FILE-STATUS = "00"
               SET COPY-FILE-OPEN TO TRUE
           ELSE
               MOVE 'N' TO COPY-OPEN-SWITCH
           END-IF.

       CLOSE-EXERCISE-CSV.
           IF COPY-FILE-OPEN
               EVALUATE RUNCTL-EXERCISE-ID
                   WHEN '1'
                       CLOSE CSV1-FILE
                   WHEN '2'
                       CLOSE CSV2-FILE
                   WHEN '3'
                       CLOSE CSV3-FILE
                   WHEN '4'
                       CLOSE CSV4-FILE
               END-EVALUATE
               MOVE 'N' TO COPY-OPEN-SWITCH
           END-IF.

       READ-EXERCISE-CSV.
           EVALUATE RUNCTL-EXERCISE-ID
               WHEN '1'
                   READ CSV1-FILE INTO CSV-BUFFER
                       AT END
                           SET COPY-EOF TO TRUE
                   END-READ
               WHEN '2'
                   READ CSV2-FILE INTO CSV-BUFFER
                       AT END
                           SET COPY-EOF TO TRUE
                   END-READ
               WHEN '3'
                   READ CSV3-FILE INTO CSV-BUFFER
                       AT END
                           SET COPY-EOF TO TRUE
                   END-READ
               WHEN '4'
                   READ CSV4-FILE INTO CSV-BUFFER
                       AT END
                           SET COPY-EOF TO TRUE
                   END-READ
               WHEN OTHER
                   SET COPY-EOF TO TRUE
           END-EVALUATE.

       WRITE-EXERCISE-CSV.
           EVALUATE RUNCTL-EXERCISE-ID
               WHEN '1'
                   WRITE CSV1-RECORD FROM CSV-BUFFER
               WHEN '2'
                   WRITE CSV2-RECORD FROM CSV-BUFFER
               WHEN '3'
                   WRITE CSV3-RECORD FROM CSV-BUFFER
               WHEN '4'
                   WRITE CSV4-RECORD FROM CSV-BUFFER
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       OPEN-SCENARIO-ARCHIVE.
           MOVE "35" TO TARGET-FILE-STATUS.
           EVALUATE RUNCTL-EXERCISE-ID
               WHEN '1'
                   OPEN EXTEND SCEN-ITER1-FILE
                   MOVE SCEN-ITER1-FILE-STATUS TO TARGET-FILE-STATUS
               WHEN '2'
                   OPEN EXTEND SCEN-ITER2-FILE
                   MOVE SCEN-ITER2-FILE-STATUS TO TARGET-FILE-STATUS
               WHEN '3'
                   OPEN EXTEND SCEN-ITER3-FILE
                   MOVE SCEN-ITER3-FILE-STATUS TO TARGET-FILE-STATUS
               WHEN '4'
                   OPEN EXTEND SCEN-ITER4-FILE
                   MOVE SCEN-ITER4-FILE-STATUS TO TARGET-FILE-STATUS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM NOTE-TARGET-OPEN.

       NOTE-TARGET-OPEN.
           IF TARGET-FILE-STATUS = "00"
            OR TARGET-FILE-STATUS = "05"
               SET TARGET-FILE-OPEN TO TRUE
           ELSE
               MOVE 'N' TO TARGET-OPEN-SWITCH
           END-IF.

       CLOSE-SCENARIO-ARCHIVE.
           EVALUATE RUNCTL-EXERCISE-ID
               WHEN '1'
                   CLOSE SCEN-ITER1-FILE
               WHEN '2'
                   CLOSE SCEN-ITER2-FILE
               WHEN '3'
                   CLOSE SCEN-ITER3-FILE
               WHEN '4'
                   CLOSE SCEN-ITER4-FILE
           END-EVALUATE.
           MOVE 'N' TO TARGET-OPEN-SWITCH.

       WRITE-SCENARIO-ARCHIVE.
           EVALUATE RUNCTL-EXERCISE-ID
               WHEN '1'
                   WRITE SCEN-ITER1-RECORD FROM ARCHIVE-BUFFER
               WHEN '2'
                   WRITE SCEN-ITER2-RECORD FROM ARCHIVE-BUFFER
               WHEN '3'
                   WRITE SCEN-ITER3-RECORD FROM ARCHIVE-BUFFER
               WHEN '4'
                   WRITE SCEN-ITER4-RECORD FROM ARCHIVE-BUFFER
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       OPEN-SCENARIO-CSV.
           MOVE "35" TO TARGET-FILE-STATUS.
           EVALUATE RUNCTL-EXERCISE-ID
               WHEN '1'
                   OPEN EXTEND SCEN-CSV1-FILE
                   MOVE SCEN-CSV1-FILE-STATUS TO TARGET-FILE-STATUS
               WHEN '2'
                   OPEN EXTEND SCEN-CSV2-FILE
                   MOVE SCEN-CSV2-FILE-STATUS TO TARGET-FILE-STATUS
               WHEN '3'
                   OPEN EXTEND SCEN-CSV3-FILE
                   MOVE SCEN-CSV3-FILE-STATUS TO TARGET-FILE-STATUS
               WHEN '4'
                   OPEN EXTEND SCEN-CSV4-FILE
                   MOVE SCEN-CSV4-FILE-STATUS TO TARGET-FILE-STATUS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM NOTE-TARGET-OPEN.

       CLOSE-SCENARIO-CSV.
           EVALUATE RUNCTL-EXERCISE-ID
               WHEN '1'
                   CLOSE SCEN-CSV1-FILE
               WHEN '2'
                   CLOSE SCEN-CSV2-FILE
               WHEN '3'
                   CLOSE SCEN-CSV3-FILE
               WHEN '4'
                   CLOSE SCEN-CSV4-FILE
           END-EVALUATE.
           MOVE 'N' TO TARGET-OPEN-SWITCH.

       WRITE-SCENARIO-CSV.
           EVALUATE RUNCTL-EXERCISE-ID
               WHEN '1'
                   WRITE SCEN-CSV1-RECORD FROM CSV-BUFFER
               WHEN '2'
                   WRITE SCEN-CSV2-RECORD FROM CSV-BUFFER
               WHEN '3'
                   WRITE SCEN-CSV3-RECORD FROM CSV-BUFFER
               WHEN '4'
                   WRITE SCEN-CSV4-RECORD FROM CSV-BUFFER
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       READ-RUN-SEED.
           OPEN INPUT PARM-FILE.
           IF PARM-FILE-STATUS = "00"
                       IF PARM-SEED NUMERIC
                           MOVE PARM-SEED TO RUN-SEED
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
           END-IF.
           IF HISTORY-UNAVAILABLE
               CONTINUE
           ELSE
               IF LAST-RUN-DATE > ZERO
                   MOVE LAST-RUN-DATE TO RHST-RUN-DATE
                   MOVE LAST-RUN-TIME TO RHST-RUN-TIME
                   MOVE CDT-TIME TO RHST-RUN-TIME
               END-IF
               MOVE STEP-COUNT         TO RHST-STEP-NUMBER
               MOVE STEP-SCENARIO-ID   TO RHST-SCENARIO-ID
               MOVE RUNCTL-EXERCISE-ID TO RHST-EXERCISE-ID
               MOVE RUN-SEED           TO RHST-SEED
               IF PRODUCTION-STEP
                   PERFORM FETCH-COEF-CARD
               ELSE
                   MOVE SCNT-CARD-IMAGE(SCENARIO-INDEX)
                       TO RHST-COEF-CARD
               END-IF
               MOVE STEP-RETURN-CODE   TO RHST-RETURN-CODE
               MOVE LAST-ITERATION     TO RHST-ITERATIONS
               MOVE LAST-RESULT        TO RHST-FINAL-RESULT
               MOVE LAST-RESULT-STATUS TO RHST-RESULT-STATUS
               MOVE LAST-CYCLE-PERIOD  TO RHST-CYCLE-PERIOD
               MOVE LAST-ITERATION-MODE TO RHST-ITERATION-MODE
               MOVE STT-END-DATE       TO RHST-END-DATE
               MOVE STT-END-TIME       TO RHST-END-TIME
               PERFORM MOVE-CYCLE-VALUE
                   VARYING CYCLE-INDEX FROM 1 BY 1
                   UNTIL CYCLE-INDEX > 4
               WRITE RUNHIST-RECORD
               IF RUNHIST-FILE-STATUS NOT = "00"
                   MOVE STEP-COUNT TO STEP-NUMBER-EDIT
               END-IF
           END-IF.

      *****************************************************
      *** A CYCLING STEP'S VALUES ARE THE LAST PERIOD'S ***
      *** WORTH OF DETAIL RESULTS, OLDEST FIRST - THE   ***
      *** WINDOW OF RECENT RESULTS ENDS ON THE LAST     ***
      *** DETAIL READ, SO THE CYCLE STARTS PERIOD SLOTS ***
      *** FROM ITS END.                                 ***
      *****************************************************
       MOVE-CYCLE-VALUE.
           IF CYCLE-INDEX > LAST-CYCLE-PERIOD
               MOVE ZERO TO RHST-CYCLE-VALUE(CYCLE-INDEX)
           ELSE
               COMPUTE RECENT-INDEX = 4 - LAST-CYCLE-PERIOD
                                    + CYCLE-INDEX
               MOVE RECENT-RESULT(RECENT-INDEX)
                   TO RHST-CYCLE-VALUE(CYCLE-INDEX)
           END-IF.

      *****************************************************
      *** EVERY STEP FILES A CROSS-REFERENCE TO THE     ***
      *** ARCHIVE IT LEFT BEHIND, UNDER THE SAME RUN    ***
      *** STAMP AS ITS RUNHIST RECORD, SO THE RUN       ***
      *** DOSSIER CAN NAME IT. THE GDG GENERATION       ***
      *** NUMBER IS KNOWN ONLY TO THE JCL, SO THE       ***
      *** GENERATION IS NAMED BY ITS DD AND TOLD APART  ***
      *** BY THE HEADER STAMP, DETAIL COUNT AND TRAILER ***
      *** HASH THE BALANCING STEP PROVES. A PRODUCTION  ***
      *** STEP'S ARCHIVE IS THE NEW ITROUT GENERATION;  ***
      *** A SCENARIO STEP'S IS ITS COPY APPENDED TO THE ***
      *** SCNITR GENERATION.                            ***
      *****************************************************
       FILE-ARCHIVE-XREF.
           IF LAST-RUN-DATE > ZERO
               MOVE LAST-RUN-DATE TO XRL-RUN-DATE
               MOVE LAST-RUN-TIME TO XRL-RUN-TIME
           ELSE
               MOVE CDT-DATE TO XRL-RUN-DATE
               MOVE CDT-TIME TO XRL-RUN-TIME
           END-IF.
           MOVE RUNCTL-EXERCISE-ID TO XRL-EXERCISE-ID.
           MOVE STEP-SCENARIO-ID   TO XRL-SCENARIO-ID.
           MOVE "ARCH"             TO XRL-XREF-TYPE.
           MOVE LOG-PROGRAM-NAME   TO XRL-SOURCE-PROGRAM.
           MOVE LAST-DETAIL-COUNT  TO XRL-COUNT.
           MOVE ZERO               TO XRL-REFERENCE-DATE.
           MOVE ZERO               TO XRL-REFERENCE-TIME.
           MOVE SPACES             TO XRL-REFERENCE-NAME.
           IF PRODUCTION-STEP
               STRING "ITROUT" RUNCTL-EXERCISE-ID
                   DELIMITED BY SIZE INTO XRL-REFERENCE-NAME
           ELSE
               STRING "SCNITR" RUNCTL-EXERCISE-ID
                   DELIMITED BY SIZE INTO XRL-REFERENCE-NAME
           END-IF.

           EVALUATE TRUE
               WHEN LAST-RUN-DATE = ZERO
                   MOVE "EMPTY"      TO XRL-RESULT
               WHEN NOT PRODUCTION-STEP AND NOT ARCHIVE-FILED
                   MOVE "NOT FILED"  TO XRL-RESULT
               WHEN NOT LAST-TRAILER-SEEN
                   MOVE "NO TRAILER" TO XRL-RESULT
               WHEN PRODUCTION-STEP
                   MOVE "WRITTEN"    TO XRL-RESULT
               WHEN OTHER
                   MOVE "FILED"      TO XRL-RESULT
           END-EVALUATE.

           MOVE LAST-DETAIL-COUNT  TO XREF-DETAIL-EDIT.
           MOVE LAST-TRAILER-COUNT TO XREF-TRAILER-EDIT.
           MOVE LAST-TRAILER-HASH  TO XREF-HASH-EDIT.
           MOVE SPACES TO XRL-DETAIL-TEXT.
           STRING FUNCTION TRIM(XRL-REFERENCE-NAME)
               "(+1) GENERATION - " FUNCTION TRIM(XREF-DETAIL-EDIT)
               " DETAIL(S), TRAILER COUNT "
               FUNCTION TRIM(XREF-TRAILER-EDIT)
               " HASH " XREF-HASH-EDIT
               DELIMITED BY SIZE INTO XRL-DETAIL-TEXT.
           CALL "XRFWRT01" USING XREF-LINK.

      *****************************************************
      *** THE CARD CAPTURED FOR HISTORY IS THE ONE THE  ***
      *** EXERCISE ACTUALLY READ: THE COEFMST RECORD IN ***
      *** EFFECT FOR THE RUN DATE WHEN ONE EXISTS, ELSE ***
      *** THE RAW COEFIN CARD.  AS IN THE EXERCISES,    ***
      *** ONLY AN APPROVED CARD IMAGE COUNTS.           ***
      *****************************************************
       FETCH-COEF-CARD.
           MOVE SPACES TO RHST-COEF-CARD.
                    OR CMST-EFFECTIVE-DATE > CDT-DATE
                       SET MASTER-EOF TO TRUE
                   ELSE
                       IF CMST-CARD-IMAGE NOT = SPACES
                           MOVE CMST-CARD-IMAGE TO RHST-COEF-CARD
                           SET MASTER-CARD-FOUND TO TRUE
                       END-IF
                   END-IF
           END-READ.

           MOVE ZERO TO LAST-RUN-DATE.
           MOVE ZERO TO LAST-RUN-TIME.
           MOVE SPACE TO LAST-RESULT-STATUS.
           MOVE ZERO TO LAST-CYCLE-PERIOD.
           MOVE 'P'  TO LAST-ITERATION-MODE.
           MOVE ZERO TO RECENT-RESULT(1).
           MOVE ZERO TO RECENT-RESULT(2).
           MOVE ZERO TO RECENT-RESULT(3).
           MOVE ZERO TO RECENT-RESULT(4).
           MOVE ZERO TO LAST-DETAIL-COUNT.
           MOVE ZERO TO LAST-TRAILER-COUNT.
           MOVE ZERO TO LAST-TRAILER-HASH.
           MOVE 'N'  TO LAST-TRAILER-SWITCH.
           MOVE 'N' TO ITER-EOF-SWITCH.

           EVALUATE RUNCTL-EXERCISE-ID
                       WHEN 'H'
                           MOVE ITR1-HDR-RUN-DATE TO LAST-RUN-DATE
                           MOVE ITR1-HDR-RUN-TIME TO LAST-RUN-TIME
                           IF ITR1-HDR-ACCELERATED
                               MOVE 'A' TO LAST-ITERATION-MODE
                           END-IF
                       WHEN 'D'
                           MOVE ITR1-ITERATION-NUMBER
                               TO LAST-ITERATION
                           MOVE ITR1-RESULT-VALUE TO LAST-RESULT
                           ADD 1 TO LAST-DETAIL-COUNT
                           PERFORM SHIFT-RECENT-RESULTS
                       WHEN 'T'
                           PERFORM NOTE-ITER1-TRAILER
                           IF ITR1-TRL-CYCLING
                            AND ITR1-TRL-CYCLE-PERIOD NUMERIC
                               MOVE ITR1-TRL-CYCLE-PERIOD
                                   TO LAST-CYCLE-PERIOD
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

      *****************************************************
      *** KEEPS THE LAST FOUR DETAIL RESULTS, OLDEST IN ***
      *** SLOT 1, SO A CYCLING TRAILER CAN BE PAIRED    ***
      *** WITH THE VALUES THAT MADE UP THE CYCLE.       ***
      *****************************************************
       SHIFT-RECENT-RESULTS.
           MOVE RECENT-RESULT(2) TO RECENT-RESULT(1).
           MOVE RECENT-RESULT(3) TO RECENT-RESULT(2).
           MOVE RECENT-RESULT(4) TO RECENT-RESULT(3).
           MOVE LAST-RESULT      TO RECENT-RESULT(4).

      *****************************************************
      *** A DIVERGING SERIES-2 RESULT CAN BE WIDER THAN ***
      *** THE HISTORY FIELD; IT IS CARRIED TRUNCATED    ***
                       WHEN 'H'
                           MOVE ITR2-HDR-RUN-DATE TO LAST-RUN-DATE
                           MOVE ITR2-HDR-RUN-TIME TO LAST-RUN-TIME
                           IF ITR2-HDR-ACCELERATED
                               MOVE 'A' TO LAST-ITERATION-MODE
                           END-IF
                       WHEN 'D'
                           MOVE ITR2-ITERATION-NUMBER
                               TO LAST-ITERATION
                           MOVE ITR2-RESULT-VALUE TO LAST-RESULT
                           ADD 1 TO LAST-DETAIL-COUNT
                           IF FUNCTION ABS(ITR2-RESULT-VALUE)
                               NOT LESS THAN WIDE-LIMIT
                               MOVE 'X' TO LAST-RESULT-STATUS
                           ELSE
                               MOVE SPACE TO LAST-RESULT-STATUS
                           END-IF
                           PERFORM SHIFT-RECENT-RESULTS
                       WHEN 'T'
                           PERFORM NOTE-ITER2-TRAILER
                           IF ITR2-TRL-CYCLING
                            AND ITR2-TRL-CYCLE-PERIOD NUMERIC
                               MOVE ITR2-TRL-CYCLE-PERIOD
                                   TO LAST-CYCLE-PERIOD
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                           MOVE ITR3-ITERATION-NUMBER
                               TO LAST-ITERATION
                           MOVE ITR3-RESULT-VALUE TO LAST-RESULT
                           ADD 1 TO LAST-DETAIL-COUNT
                       WHEN 'T'
                           PERFORM NOTE-ITER3-TRAILER
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                       WHEN 'D'
                           ADD 1 TO LAST-ITERATION
                           MOVE ITR4-RESULT-VALUE TO LAST-RESULT
                           ADD 1 TO LAST-DETAIL-COUNT
                       WHEN 'T'
                           PERFORM NOTE-ITER4-TRAILER
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       NOTE-ITER1-TRAILER.
           SET LAST-TRAILER-SEEN TO TRUE.
           MOVE ITR1-TRL-RECORD-COUNT TO LAST-TRAILER-COUNT.
           MOVE ITR1-TRL-HASH-TOTAL   TO LAST-TRAILER-HASH.

       NOTE-ITER2-TRAILER.
           SET LAST-TRAILER-SEEN TO TRUE.
           MOVE ITR2-TRL-RECORD-COUNT TO LAST-TRAILER-COUNT.
           MOVE ITR2-TRL-HASH-TOTAL   TO LAST-TRAILER-HASH.

       NOTE-ITER3-TRAILER.
           SET LAST-TRAILER-SEEN TO TRUE.
           MOVE ITR3-TRL-RECORD-COUNT TO LAST-TRAILER-COUNT.
           MOVE ITR3-TRL-HASH-TOTAL   TO LAST-TRAILER-HASH.

       NOTE-ITER4-TRAILER.
           SET LAST-TRAILER-SEEN TO TRUE.
           MOVE ITR4-TRL-RECORD-COUNT TO LAST-TRAILER-COUNT.
           MOVE ITR4-TRL-HASH-TOTAL   TO LAST-TRAILER-HASH.

      *****************************************************
      *** ONE PAGE FOR THE CONSOLE OPERATOR: THE FINAL   ***
      *** DISPOSITION OF EVERY STEP, THEN ONLY THE       ***
               UNTIL STEP-INDEX > STEP-COUNT
                  OR STEP-INDEX > 100.

           MOVE RTL-ELAPSED-SECONDS TO OPS-RUN-ELAPSED.
           IF RTL-LIMIT-BREACHED
               MOVE "SLA BREACH" TO OPS-RUN-SLA-FLAG
           ELSE
               MOVE SPACES TO OPS-RUN-SLA-FLAG
           END-IF.
           WRITE OPSUM-RECORD FROM OPSUM-RUN-LINE.

           MOVE SPACES TO OPSUM-RECORD.
           WRITE OPSUM-RECORD.
           WRITE OPSUM-RECORD FROM OPSUM-LOG-HEADING.
       WRITE-OPSUM-STEP-LINE.
           MOVE STEP-INDEX TO OPS-STEP.
           MOVE STP-EXERCISE(STEP-INDEX) TO OPS-EXERCISE.
           IF STP-SCENARIO(STEP-INDEX) = SPACES
               MOVE SPACES        TO OPS-SCENARIO-TAG
           ELSE
               MOVE "  SCENARIO " TO OPS-SCENARIO-TAG
           END-IF.
           MOVE STP-SCENARIO(STEP-INDEX) TO OPS-SCENARIO.
           MOVE STP-RC(STEP-INDEX)       TO OPS-RC.
           MOVE STP-ELAPSED(STEP-INDEX)  TO OPS-ELAPSED.
           IF STP-SLA-BREACHED(STEP-INDEX)
               MOVE "SLA BREACH" TO OPS-SLA-FLAG
           ELSE
               MOVE SPACES TO OPS-SLA-FLAG
           END-IF.
           EVALUATE TRUE
               WHEN STP-SKIPPED(STEP-INDEX)
                   MOVE "SKIPPED ON RESTART" TO OPS-VERDICT
                   MOVE "UNKNOWN EXERCISE" TO OPS-VERDICT
               WHEN STP-RC(STEP-INDEX) = 20
                   MOVE "DIVERGED"         TO OPS-VERDICT
               WHEN STP-RC(STEP-INDEX) = 24
                   MOVE "CYCLING"          TO OPS-VERDICT
               WHEN OTHER
                   MOVE "SEE RUN LOG"      TO OPS-VERDICT
           END-EVALUATE.
