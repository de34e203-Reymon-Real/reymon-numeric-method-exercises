      ************************************
      *** SPDX-License-Identifier: MIT ***
      ************************************

      ************************************
      *** Author: Eduardo Pozos Huerta ***
      *** File:   steptime.cbl         ***
      *** Date:   10/15/2026           ***
      *** Update: 10/15/2026           ***
      ***   - Common step timer for    ***
      ***     the nightly window:      ***
      ***     called once when a step  ***
      ***     starts and once when it  ***
      ***     ends, it stamps both     ***
      ***     times, works out the     ***
      ***     elapsed seconds and      ***
      ***     appends one record to    ***
      ***     the permanent STEPTIM    ***
      ***     dataset, opened in       ***
      ***     EXTEND and closed per    ***
      ***     call the same way        ***
      ***     LOGWRT01 keeps RUNLOG.   ***
      ***   - The end call looks the   ***
      ***     step up on the SLACT     ***
      ***     control cards; a step    ***
      ***     that ran past its limit  ***
      ***     is warned on RUNLOG      ***
      ***     under the caller's       ***
      ***     program id and the       ***
      ***     breach is handed back so ***
      ***     the driver can show it   ***
      ***     on the OPSUM page.       ***
      ***   - The step's scenario id   ***
      ***     is kept on STEPTIM; a    ***
      ***     scenario step is only    ***
      ***     timed, never held to the ***
      ***     SLACT limit.             ***
      ************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. STPTIM01.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL STEPTIM-FILE ASSIGN TO "STEPTIM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STEPTIM-FILE-STATUS.

           SELECT OPTIONAL SLACT-FILE ASSIGN TO "SLACT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SLACT-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  STEPTIM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY STEPTIM.

       FD  SLACT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SLACT.

       WORKING-STORAGE SECTION.

       77 STEPTIM-FILE-STATUS PIC X(02) VALUE '00'.
       77 SLACT-FILE-STATUS   PIC X(02) VALUE '00'.
       77 SLACT-EOF-SWITCH    PIC X(01) VALUE 'N'.
           88 SLACT-EOF VALUE 'Y'.

       01 CURRENT-DATE-FIELDS.
           05 CDT-DATE PIC 9(8).
           05 CDT-TIME PIC 9(6).
           05 FILLER   PIC X(07).

       01 CLOCK-TIME-FIELDS.
           05 CLK-HOURS   PIC 9(2).
           05 CLK-MINUTES PIC 9(2).
           05 CLK-SECONDS PIC 9(2).

       77 START-SECONDS PIC 9(11) VALUE ZERO COMP-3.
       77 END-SECONDS   PIC 9(11) VALUE ZERO COMP-3.

       77 LOG-SEVERITY-CODE PIC X(01) VALUE 'W'.
       77 LOG-MESSAGE-TEXT  PIC X(80) VALUE SPACES.

       77 STEP-NUMBER-EDIT PIC ZZZ9.
       77 ELAPSED-EDIT     PIC Z(6)9.
       77 LIMIT-EDIT       PIC Z(4)9.

       LINKAGE SECTION.

           COPY STMLNK.

       PROCEDURE DIVISION USING STEP-TIME-LINK.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-FIELDS.

           IF STT-START-STEP
               MOVE CDT-DATE TO STT-START-DATE
               MOVE CDT-TIME TO STT-START-TIME
               MOVE ZERO     TO STT-END-DATE
               MOVE ZERO     TO STT-END-TIME
               MOVE ZERO     TO STT-ELAPSED-SECONDS
               MOVE ZERO     TO STT-LIMIT-SECONDS
               MOVE 'N'      TO STT-SLA-SWITCH
           ELSE
               PERFORM END-STEP-TIMING
           END-IF.

           GOBACK.

       END-STEP-TIMING.
           MOVE CDT-DATE TO STT-END-DATE.
           MOVE CDT-TIME TO STT-END-TIME.
           PERFORM COMPUTE-ELAPSED-TIME.
           IF STT-PRODUCTION-STEP
               PERFORM FIND-STEP-LIMIT
           ELSE
               MOVE ZERO TO STT-LIMIT-SECONDS
           END-IF.

           MOVE 'N' TO STT-SLA-SWITCH.
           IF STT-LIMIT-SECONDS > ZERO
            AND STT-ELAPSED-SECONDS > STT-LIMIT-SECONDS
               SET STT-LIMIT-BREACHED TO TRUE
               PERFORM WARN-LIMIT-BREACH
           END-IF.

           PERFORM WRITE-STEP-TIME-RECORD.

      *****************************************************
      *** BOTH STAMPS ARE TURNED INTO SECONDS SINCE THE ***
      *** INTEGER-DATE EPOCH, SO A STEP RUNNING PAST    ***
      *** MIDNIGHT STILL TIMES CORRECTLY.  A STEP THAT  ***
      *** WAS NEVER STARTED (NO START STAMP) TIMES AS   ***
      *** ZERO RATHER THAN AS THE WHOLE CALENDAR.       ***
      *****************************************************
       COMPUTE-ELAPSED-TIME.
           MOVE ZERO TO STT-ELAPSED-SECONDS.
           IF STT-START-DATE > ZERO
               MOVE STT-START-TIME TO CLOCK-TIME-FIELDS
               COMPUTE START-SECONDS =
                   FUNCTION INTEGER-OF-DATE(STT-START-DATE) * 86400
                   + CLK-HOURS * 3600 + CLK-MINUTES * 60
                   + CLK-SECONDS
               MOVE STT-END-TIME TO CLOCK-TIME-FIELDS
               COMPUTE END-SECONDS =
                   FUNCTION INTEGER-OF-DATE(STT-END-DATE) * 86400
                   + CLK-HOURS * 3600 + CLK-MINUTES * 60
                   + CLK-SECONDS
               IF END-SECONDS > START-SECONDS
                   COMPUTE STT-ELAPSED-SECONDS =
                       END-SECONDS - START-SECONDS
               END-IF
           END-IF.

      *****************************************************
      *** SLACT IS READ FRESH ON EVERY END CALL - IT IS ***
      *** A HANDFUL OF CARDS, AND THE STEPS OF ONE      ***
      *** NIGHT RUN IN SEPARATE JOB STEPS ANYWAY.  NO   ***
      *** CARD, OR A BLANK OR ZERO LIMIT, SETS NO       ***
      *** LIMIT AND THE STEP IS ONLY TIMED.  A SCENARIO ***
      *** STEP IS NEVER LOOKED UP - THE SLACT LIMITS    ***
      *** ARE PRODUCTION'S - AND IS ONLY TIMED TOO.     ***
      *****************************************************
       FIND-STEP-LIMIT.
           MOVE ZERO TO STT-LIMIT-SECONDS.
           MOVE 'N' TO SLACT-EOF-SWITCH.
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
                   IF SLA-PROGRAM-ID = STT-PROGRAM-ID
                    AND SLA-EXERCISE-ID = STT-EXERCISE-ID
                    AND SLA-LIMIT-SECONDS NUMERIC
                       MOVE SLA-LIMIT-SECONDS TO STT-LIMIT-SECONDS
                       SET SLACT-EOF TO TRUE
                   END-IF
           END-READ.

       WARN-LIMIT-BREACH.
           MOVE STT-ELAPSED-SECONDS TO ELAPSED-EDIT.
           MOVE STT-LIMIT-SECONDS   TO LIMIT-EDIT.
           MOVE 'W' TO LOG-SEVERITY-CODE.
           IF STT-STEP-NUMBER = ZERO
               STRING "RAN " FUNCTION TRIM(ELAPSED-EDIT)
                   " SECONDS - OVER ITS SLA LIMIT OF "
                   FUNCTION TRIM(LIMIT-EDIT)
                   DELIMITED BY SIZE INTO LOG-MESSAGE-TEXT
           ELSE
               MOVE STT-STEP-NUMBER TO STEP-NUMBER-EDIT
               STRING "STEP " FUNCTION TRIM(STEP-NUMBER-EDIT)
                   " (EXERCISE " STT-EXERCISE-ID ") RAN "
                   FUNCTION TRIM(ELAPSED-EDIT)
                   " SECONDS - OVER ITS SLA LIMIT OF "
                   FUNCTION TRIM(LIMIT-EDIT)
                   DELIMITED BY SIZE INTO LOG-MESSAGE-TEXT
           END-IF.
           PERFORM WRITE-RUN-LOG.

       WRITE-STEP-TIME-RECORD.
           OPEN EXTEND STEPTIM-FILE.
           IF STEPTIM-FILE-STATUS = "00"
            OR STEPTIM-FILE-STATUS = "05"
               MOVE STT-PROGRAM-ID      TO STM-PROGRAM-ID
               MOVE STT-STEP-NUMBER     TO STM-STEP-NUMBER
               MOVE STT-EXERCISE-ID     TO STM-EXERCISE-ID
               MOVE STT-WINDOW-DATE     TO STM-WINDOW-DATE
               MOVE STT-WINDOW-TIME     TO STM-WINDOW-TIME
               MOVE STT-START-DATE      TO STM-START-DATE
               MOVE STT-START-TIME      TO STM-START-TIME
               MOVE STT-END-DATE        TO STM-END-DATE
               MOVE STT-END-TIME        TO STM-END-TIME
               MOVE STT-ELAPSED-SECONDS TO STM-ELAPSED-SECONDS
               MOVE STT-RETURN-CODE     TO STM-RETURN-CODE
               MOVE STT-LIMIT-SECONDS   TO STM-LIMIT-SECONDS
               MOVE STT-SCENARIO-ID     TO STM-SCENARIO-ID
               IF STT-LIMIT-BREACHED
                   SET STM-LIMIT-BREACHED TO TRUE
               ELSE
                   MOVE SPACE TO STM-SLA-FLAG
               END-IF
               WRITE STEPTIM-RECORD
               CLOSE STEPTIM-FILE
           ELSE
               MOVE 'W' TO LOG-SEVERITY-CODE
               STRING "STEPTIM UNAVAILABLE (STATUS "
                   STEPTIM-FILE-STATUS ") - STEP TIME NOT KEPT"
                   DELIMITED BY SIZE INTO LOG-MESSAGE-TEXT
               PERFORM WRITE-RUN-LOG
           END-IF.

       WRITE-RUN-LOG.
           CALL "LOGWRT01" USING STT-PROGRAM-ID
                                 LOG-SEVERITY-CODE
                                 LOG-MESSAGE-TEXT.
           MOVE SPACES TO LOG-MESSAGE-TEXT.
