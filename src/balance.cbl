      *** Author: Eduardo Pozos Huerta ***
      *** File:   balance.cbl          ***
      *** Date:   08/22/2026           ***
      *** Update: 10/15/2026           ***
      ***   - Balancing step run at    ***
      ***     the end of the nightly   ***
      ***     job: re-counts each      ***
      ***     resumed run or the       ***
      ***     downstream extracts      ***
      ***     unnoticed.               ***
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
      ***   - Every archive imbalance  ***
      ***     is also filed through    ***
      ***     EXCWRT01 in the          ***
      ***     permanent EXCREG         ***
      ***     exception register       ***
      ***     against its archive DD,  ***
      ***     so a repeat on a later   ***
      ***     night updates the open   ***
      ***     exception.               ***
      ***   - Cross-checks the         ***
      ***     archives against         ***
      ***     production-card RUNHIST  ***
      ***     entries only, so a       ***
      ***     coefficient-scenario run ***
      ***     logged after the         ***
      ***     production step is not   ***
      ***     taken as the exercise's  ***
      ***     latest run.              ***
      ***   - Files each archive's     ***
      ***     balancing verdict on the ***
      ***     RUNXREF run              ***
      ***     cross-reference.         ***
      ***   - Step timing passes a     ***
      ***     blank scenario id.       ***
      ************************************

       IDENTIFICATION DIVISION.
       77 RECORDS-READ  PIC 9(4) VALUE ZERO COMP-3.
       77 ARCHIVE-COUNT PIC 9(2) VALUE ZERO COMP-3.
       77 ERROR-COUNT   PIC 9(4) VALUE ZERO COMP-3.
       77 ARCHIVE-ERROR-COUNT PIC 9(4) VALUE ZERO COMP-3.
       77 FIRST-ERROR-TEXT    PIC X(70) VALUE SPACES.

       01 CURRENT-DATE-FIELDS.
           05 CDT-DATE PIC 9(8).
           05 CDT-TIME PIC 9(6).
           05 FILLER   PIC X(07).

       77 LOG-PROGRAM-NAME  PIC X(08) VALUE "BALCHK01".
       77 LOG-SEVERITY-CODE PIC X(01) VALUE 'I'.
       77 COUNT-EDIT-1 PIC ZZZ9.
       77 COUNT-EDIT-2 PIC ZZZ9.

           COPY STMLNK.

           COPY EXCLNK.

           COPY XRFLNK.

       PROCEDURE DIVISION.

           PERFORM START-STEP-TIMING.

           OPEN OUTPUT REPORT-FILE.
           WRITE REPORT-RECORD FROM REPORT-HEADING-1.

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

       LOAD-RUN-HISTORY.
           PERFORM INITIALIZE-LATEST-ENTRY
               VARYING EXERCISE-INDEX FROM 1 BY 1
               NOT AT END
                   IF RHST-EXERCISE-ID >= '1'
                    AND RHST-EXERCISE-ID <= '4'
                    AND RHST-PRODUCTION-CARD
                       COMPUTE EXERCISE-INDEX =
                           FUNCTION NUMVAL(RHST-EXERCISE-ID)
                       MOVE 'Y' TO LAT-SWITCH(EXERCISE-INDEX)
           MOVE 'N' TO STRAY-SWITCH.
           MOVE 'N' TO BAD-TYPE-SWITCH.
           MOVE 'N' TO ARCHIVE-ERROR-SWITCH.
           MOVE ZERO TO ARCHIVE-ERROR-COUNT.
           MOVE SPACES TO FIRST-ERROR-TEXT.
           MOVE ZERO TO DETAIL-COUNT.
           MOVE ZERO TO HASH-TOTAL.
           MOVE ZERO TO TRAILER-COUNT.
           IF NOT HEADER-SEEN
               MOVE "NO HEADER RECORD - ARCHIVE IS DAMAGED"
                   TO STL-MESSAGE
               MOVE "NO HEADER" TO EXL-EXCEPTION-TYPE
               PERFORM RAISE-ARCHIVE-ERROR
           END-IF.

           IF NOT TRAILER-SEEN
               MOVE "NO TRAILER RECORD - ARCHIVE MAY BE TRUNCATED"
                   TO STL-MESSAGE
               MOVE "NO TRAILER" TO EXL-EXCEPTION-TYPE
               PERFORM RAISE-ARCHIVE-ERROR
           END-IF.

           IF RECORDS-AFTER-TRAILER
               MOVE "RECORDS FOUND AFTER THE TRAILER"
                   TO STL-MESSAGE
               MOVE "STRAY RECS" TO EXL-EXCEPTION-TYPE
               PERFORM RAISE-ARCHIVE-ERROR
           END-IF.

           IF UNKNOWN-RECORD-TYPE
               MOVE "UNKNOWN RECORD TYPE IN ARCHIVE"
                   TO STL-MESSAGE
               MOVE "BAD TYPE" TO EXL-EXCEPTION-TYPE
               PERFORM RAISE-ARCHIVE-ERROR
           END-IF.

                   " DOES NOT BALANCE TO TRAILER COUNT "
                   FUNCTION TRIM(COUNT-EDIT-2)
                   DELIMITED BY SIZE INTO STL-MESSAGE
               MOVE "COUNT" TO EXL-EXCEPTION-TYPE
               PERFORM RAISE-ARCHIVE-ERROR
           END-IF.

           IF TRAILER-SEEN AND HASH-TOTAL NOT = TRAILER-HASH
               MOVE "RESULT HASH DOES NOT BALANCE TO TRAILER HASH"
                   TO STL-MESSAGE
               MOVE "HASH" TO EXL-EXCEPTION-TYPE
               PERFORM RAISE-ARCHIVE-ERROR
           END-IF.

                   " DETAIL(S), HASH AND COUNT VERIFIED"
                   DELIMITED BY SIZE INTO STL-MESSAGE
               WRITE REPORT-RECORD FROM STATUS-LINE
               MOVE STL-MESSAGE TO FIRST-ERROR-TEXT
               MOVE SPACES TO STL-MESSAGE
           END-IF.

           IF HEADER-SEEN
               PERFORM FILE-BALANCE-XREF
           END-IF.

      *****************************************************
      *** THE TRAILER PROVES THE FILE AGAINST ITSELF;   ***
      *** RUNHIST PROVES IT AGAINST WHAT THE EXERCISE   ***
      *** REPORTED.  THE CROSS-CHECK ONLY APPLIES WHEN  ***
      *** THE LATEST PRODUCTION-CARD HISTORY RECORD FOR ***
      *** THE EXERCISE CAME FROM THE SAME RUN THE       ***
      *** HEADER NAMES - SCENARIO RUNS FILE THEIR OWN   ***
      *** ARCHIVES AND ARE NOT BALANCED HERE.           ***
      *****************************************************
       CROSS-CHECK-HISTORY.
           IF HISTORY-UNAVAILABLE OR NOT HEADER-SEEN
                           " DISAGREES WITH REPORTED ITERATIONS "
                           FUNCTION TRIM(COUNT-EDIT-2)
                           DELIMITED BY SIZE INTO STL-MESSAGE
                       MOVE "HIST ITERS" TO EXL-EXCEPTION-TYPE
                       PERFORM RAISE-ARCHIVE-ERROR
                   END-IF
               ELSE
               END-IF
           END-IF.

      *****************************************************
      *** THE VERDICT ON EACH ARCHIVE IS ALSO FILED ON  ***
      *** THE RUNXREF CROSS-REFERENCE UNDER THE RUN ITS ***
      *** HEADER NAMES, SO THE RUN DOSSIER SHOWS        ***
      *** WHETHER THAT GENERATION BALANCED. THE COUNT   ***
      *** IS THIS ARCHIVE'S ERRORS AND THE TEXT IS THE  ***
      *** CLEAN MESSAGE OR THE FIRST ERROR. AN ARCHIVE  ***
      *** WITH NO HEADER CANNOT BE TIED TO A RUN; THE   ***
      *** EXCEPTION REGISTER CARRIES IT.                ***
      *****************************************************
       FILE-BALANCE-XREF.
           MOVE HDR-RUN-DATE        TO XRL-RUN-DATE.
           MOVE HDR-RUN-TIME        TO XRL-RUN-TIME.
           MOVE ARCHIVE-ID          TO XRL-EXERCISE-ID.
           MOVE SPACES              TO XRL-SCENARIO-ID.
           MOVE "BAL "              TO XRL-XREF-TYPE.
           MOVE LOG-PROGRAM-NAME    TO XRL-SOURCE-PROGRAM.
           IF ARCHIVE-IN-ERROR
               MOVE "IMBALANCED"    TO XRL-RESULT
           ELSE
               MOVE "BALANCED"      TO XRL-RESULT
           END-IF.
           MOVE ARCHIVE-ERROR-COUNT TO XRL-COUNT.
           MOVE ARCHIVE-DD-NAME     TO XRL-REFERENCE-NAME.
           MOVE HDR-RUN-DATE        TO XRL-REFERENCE-DATE.
           MOVE HDR-RUN-TIME        TO XRL-REFERENCE-TIME.
           MOVE FIRST-ERROR-TEXT    TO XRL-DETAIL-TEXT.
           CALL "XRFWRT01" USING XREF-LINK.

       RAISE-ARCHIVE-ERROR.
           SET ARCHIVE-IN-ERROR TO TRUE.
           ADD 1 TO ERROR-COUNT.
           ADD 1 TO ARCHIVE-ERROR-COUNT.
           IF ARCHIVE-ERROR-COUNT = 1
               MOVE STL-MESSAGE TO FIRST-ERROR-TEXT
           END-IF.
           MOVE ARCHIVE-DD-NAME TO STL-DD.
           WRITE REPORT-RECORD FROM STATUS-LINE.

           STRING ARCHIVE-DD-NAME ": " STL-MESSAGE
               DELIMITED BY SIZE INTO LOG-MESSAGE-TEXT.
           PERFORM WRITE-RUN-LOG.

           PERFORM REGISTER-ARCHIVE-ERROR.
           MOVE SPACES TO STL-MESSAGE.

      *****************************************************
      *** EACH IMBALANCE IS ALSO FILED IN THE EXCEPTION ***
      *** REGISTER AGAINST THE ARCHIVE DD, UNDER THE    ***
      *** TYPE ITS CALLER SET.  THE RUN DATE IS THE ONE ***
      *** THE HEADER NAMES; AN ARCHIVE WITH NO HEADER   ***
      *** IS FILED UNDER TODAY'S DATE.                  ***
      *****************************************************
       REGISTER-ARCHIVE-ERROR.
           MOVE LOG-PROGRAM-NAME TO EXL-SOURCE-PROGRAM.
           MOVE ARCHIVE-ID       TO EXL-EXERCISE-ID.
           MOVE ARCHIVE-DD-NAME  TO EXL-SUBJECT.
           IF HEADER-SEEN
               MOVE HDR-RUN-DATE TO EXL-RUN-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-FIELDS
               MOVE CDT-DATE     TO EXL-RUN-DATE
           END-IF.
           MOVE STL-MESSAGE      TO EXL-DETAIL-TEXT.
           CALL "EXCWRT01" USING EXCEPTION-LINK.
