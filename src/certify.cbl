      *** Author: Eduardo Pozos Huerta ***
      *** File:   certify.cbl          ***
      *** Date:   09/02/2026           ***
      *** Update: 10/15/2026           ***
      ***   - Cross-method root        ***
      ***     certification: reads the ***
      ***     final 'D' records from   ***
      ***     is certified against     ***
      ***     the bisection root       ***
      ***     nearest it.              ***
      ***   - Only an approved COEFMST ***
      ***     card image counts as the ***
      ***     card in effect; pending  ***
      ***     or rejected changes are  ***
      ***     passed over.             ***
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
      ***   - Every certification flag ***
      ***     is also filed through    ***
      ***     EXCWRT01 in the          ***
      ***     permanent EXCREG         ***
      ***     exception register, so a ***
      ***     disagreement repeated on ***
      ***     a later night updates    ***
      ***     the open exception.      ***
      ***   - Files the certification  ***
      ***     verdict on the RUNXREF   ***
      ***     run cross-reference      ***
      ***     under both runs it       ***
      ***     judged.                  ***
      ***   - Step timing passes a     ***
      ***     blank scenario id.       ***
      ************************************

       IDENTIFICATION DIVISION.

       77 ERROR-COUNT PIC 9(4) VALUE ZERO COMP-3.

       77 NEWTON-RUN-DATE PIC 9(8)  VALUE ZERO.
       77 NEWTON-RUN-TIME PIC 9(6)  VALUE ZERO.
       77 BISECT-RUN-DATE PIC 9(8)  VALUE ZERO.
       77 BISECT-RUN-TIME PIC 9(6)  VALUE ZERO.
       77 CERT-RESULT     PIC X(10) VALUE SPACES.
       77 FIRST-FLAG-TEXT PIC X(80) VALUE SPACES.

       77 LOG-PROGRAM-NAME  PIC X(08) VALUE "RTCERT01".
       77 LOG-SEVERITY-CODE PIC X(01) VALUE 'I'.
       77 LOG-MESSAGE-TEXT  PIC X(80) VALUE SPACES.

       01 FLAG-LINE PIC X(132) VALUE SPACES.

           COPY STMLNK.

           COPY EXCLNK.

           COPY XRFLNK.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-FIELDS.
           PERFORM START-STEP-TIMING.

           OPEN OUTPUT REPORT-FILE.
           MOVE CDT-DATE TO HDG-DATE.
           IF NOT NEWTON-ROOT-FOUND OR NOT BISECT-ROOT-FOUND
               MOVE "AN ARCHIVE IS ABSENT OR EMPTY - NOTHING TO CERTIFY"
                   TO FLAG-LINE
               MOVE FLAG-LINE TO FIRST-FLAG-TEXT
               PERFORM WRITE-FLAG-LINE
               CLOSE REPORT-FILE
               MOVE "SKIPPED" TO CERT-RESULT
               PERFORM FILE-CERTIFY-XREFS
               MOVE 'W' TO LOG-SEVERITY-CODE
               MOVE "ROOT ARCHIVES INCOMPLETE - CERTIFICATION SKIPPED"
                   TO LOG-MESSAGE-TEXT
               PERFORM WRITE-RUN-LOG
               MOVE 4 TO RETURN-CODE
               PERFORM END-STEP-TIMING
               STOP RUN
           END-IF.


           CLOSE REPORT-FILE.

           IF ERROR-COUNT > ZERO
               MOVE "FLAGGED" TO CERT-RESULT
           ELSE
               MOVE "CERTIFIED" TO CERT-RESULT
               MOVE "NEWTON AND BISECTION ROOTS CERTIFIED CONSISTENT"
                   TO FIRST-FLAG-TEXT
           END-IF.
           PERFORM FILE-CERTIFY-XREFS.

           IF ERROR-COUNT > ZERO
               MOVE ERROR-COUNT TO LOG-COUNT-EDIT
               MOVE 'E' TO LOG-SEVERITY-CODE
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

       WRITE-FLAG-LINE.
           WRITE REPORT-RECORD FROM FLAG-LINE.
           MOVE SPACES TO FLAG-LINE.

      *****************************************************
      *** EVERY DISAGREEMENT IS ALSO FILED IN THE       ***
      *** EXCEPTION REGISTER UNDER THE TYPE AND         ***
      *** EXERCISE ITS CALLER SET - SPACE WHEN IT IS    ***
      *** BETWEEN THE TWO METHODS RATHER THAN ONE       ***
      *** EXERCISE'S OWN ROOT.                          ***
      *****************************************************
       RAISE-CERT-FLAG.
           ADD 1 TO ERROR-COUNT.
           IF ERROR-COUNT = 1
               MOVE FLAG-LINE(11:80) TO FIRST-FLAG-TEXT
           END-IF.
           MOVE LOG-PROGRAM-NAME TO EXL-SOURCE-PROGRAM.
           MOVE SPACES           TO EXL-SUBJECT.
           MOVE CDT-DATE         TO EXL-RUN-DATE.
           MOVE FLAG-LINE(11:80) TO EXL-DETAIL-TEXT.
           CALL "EXCWRT01" USING EXCEPTION-LINK.
           PERFORM WRITE-FLAG-LINE.

      *****************************************************
      *** THE CERTIFICATION VERDICT IS FILED ON THE     ***
      *** RUNXREF CROSS-REFERENCE UNDER EACH OF THE TWO ***
      *** RUNS IT JUDGED, AS THEIR ARCHIVE HEADERS NAME ***
      *** THEM, WITH THE PARTNER ARCHIVE AND ITS RUN    ***
      *** STAMP AS THE REFERENCE. AN ARCHIVE WITH NO    ***
      *** HEADER NAMES NO RUN AND GETS NO ENTRY.        ***
      *****************************************************
       FILE-CERTIFY-XREFS.
           IF NEWTON-RUN-DATE > ZERO
               MOVE NEWTON-RUN-DATE TO XRL-RUN-DATE
               MOVE NEWTON-RUN-TIME TO XRL-RUN-TIME
               MOVE '3'             TO XRL-EXERCISE-ID
               MOVE "ITROUT4"       TO XRL-REFERENCE-NAME
               MOVE BISECT-RUN-DATE TO XRL-REFERENCE-DATE
               MOVE BISECT-RUN-TIME TO XRL-REFERENCE-TIME
               PERFORM FILE-CERTIFY-XREF
           END-IF.
           IF BISECT-RUN-DATE > ZERO
               MOVE BISECT-RUN-DATE TO XRL-RUN-DATE
               MOVE BISECT-RUN-TIME TO XRL-RUN-TIME
               MOVE '4'             TO XRL-EXERCISE-ID
               MOVE "ITROUT3"       TO XRL-REFERENCE-NAME
               MOVE NEWTON-RUN-DATE TO XRL-REFERENCE-DATE
               MOVE NEWTON-RUN-TIME TO XRL-REFERENCE-TIME
               PERFORM FILE-CERTIFY-XREF
           END-IF.

       FILE-CERTIFY-XREF.
           MOVE SPACES           TO XRL-SCENARIO-ID.
           MOVE "CERT"           TO XRL-XREF-TYPE.
           MOVE LOG-PROGRAM-NAME TO XRL-SOURCE-PROGRAM.
           MOVE CERT-RESULT      TO XRL-RESULT.
           MOVE ERROR-COUNT      TO XRL-COUNT.
           MOVE FIRST-FLAG-TEXT  TO XRL-DETAIL-TEXT.
           CALL "XRFWRT01" USING XREF-LINK.

       READ-COEF3-IN-EFFECT.
           MOVE '3' TO MASTER-LOOKUP-ID.
           PERFORM READ-MASTER-COEFFICIENTS.
      *** HIGHEST EFFECTIVE DATE NOT AFTER THE RUN      ***
      *** DATE, PER EXERCISE - THE SAME RULE THE        ***
      *** EXERCISES THEMSELVES APPLY.                   ***
      *** ONLY AN APPROVED CARD IMAGE COUNTS: A RECORD  ***
      *** WHOSE CHANGE IS STILL AWAITING APPROVAL, OR   ***
      *** WAS REJECTED, IS PASSED OVER (A PENDING       ***
      *** REPLACEMENT LEAVES THE APPROVED CARD IN       ***
      *** FORCE).                                       ***
      *****************************************************
       READ-MASTER-COEFFICIENTS.
           MOVE 'N' TO MASTER-FOUND-SWITCH.
                    OR CMST-EFFECTIVE-DATE > CDT-DATE
                       SET MASTER-EOF TO TRUE
                   ELSE
                       IF CMST-CARD-IMAGE NOT = SPACES
                           MOVE CMST-CARD-IMAGE TO MASTER-CARD-IMAGE
                           SET MASTER-CARD-FOUND TO TRUE
                       END-IF
                   END-IF
           END-READ.

               AT END
                   SET ITER-EOF TO TRUE
               NOT AT END
                   IF ITR3-RECORD-TYPE = 'H'
                       MOVE ITR3-HDR-RUN-DATE TO NEWTON-RUN-DATE
                       MOVE ITR3-HDR-RUN-TIME TO NEWTON-RUN-TIME
                   END-IF
                   IF ITR3-RECORD-TYPE = 'D'
                       MOVE ITR3-RESULT-VALUE TO NEWTON-ROOT
                       SET NEWTON-ROOT-FOUND TO TRUE
               AT END
                   SET ITER-EOF TO TRUE
               NOT AT END
                   IF ITR4-RECORD-TYPE = 'H'
                       MOVE ITR4-HDR-RUN-DATE TO BISECT-RUN-DATE
                       MOVE ITR4-HDR-RUN-TIME TO BISECT-RUN-TIME
                   END-IF
                   IF ITR4-RECORD-TYPE = 'D'
                       IF ITR4-ROOT-NUMBER NUMERIC
                        AND ITR4-ROOT-NUMBER > ZERO
           IF NOT COEF3-FOUND OR NOT COEF4-FOUND
               MOVE "*** FLAG: A COEFFICIENT CARD IS MISSING"
                   TO FLAG-LINE
               MOVE "NO CARD" TO EXL-EXCEPTION-TYPE
               MOVE SPACE TO EXL-EXERCISE-ID
               PERFORM RAISE-CERT-FLAG
           ELSE
               IF C3-COEF-A NOT NUMERIC OR C3-COEF-B NOT NUMERIC
                OR C4-COEF-C NOT NUMERIC
                   MOVE "*** FLAG: NON-NUMERIC COEFFICIENT FIELD"
                       TO FLAG-LINE
                   MOVE "CARD DATA" TO EXL-EXCEPTION-TYPE
                   MOVE SPACE TO EXL-EXERCISE-ID
                   PERFORM RAISE-CERT-FLAG
               ELSE
                   SET COEFS-USABLE TO TRUE
                       MOVE
                       "*** FLAG: A/B/C COEFFICIENTS DIFFER"
                           TO FLAG-LINE
                       MOVE "COEF DIFF" TO EXL-EXCEPTION-TYPE
                       MOVE SPACE TO EXL-EXERCISE-ID
                       PERFORM RAISE-CERT-FLAG
                   END-IF
               END-IF
               IF FUNCTION-OVERFLOWED
                   MOVE "*** FLAG: F(X) OVERFLOWED AT A REPORTED ROOT"
                       TO FLAG-LINE
                   MOVE "OVERFLOW" TO EXL-EXCEPTION-TYPE
                   MOVE SPACE TO EXL-EXERCISE-ID
                   PERFORM RAISE-CERT-FLAG
               ELSE
                   IF FUNCTION ABS(NEWTON-RESIDUAL) > AGREEMENT-LIMIT
                       MOVE "*** FLAG: NEWTON ROOT DOES NOT SOLVE F(X)"
                           TO FLAG-LINE
                       MOVE "RESIDUAL" TO EXL-EXCEPTION-TYPE
                       MOVE '3' TO EXL-EXERCISE-ID
                       PERFORM RAISE-CERT-FLAG
                   END-IF
                   IF FUNCTION ABS(BISECT-RESIDUAL) > AGREEMENT-LIMIT
                       MOVE
                       "*** FLAG: BISECTION ROOT DOES NOT SOLVE F(X)"
                           TO FLAG-LINE
                       MOVE "RESIDUAL" TO EXL-EXCEPTION-TYPE
                       MOVE '4' TO EXL-EXERCISE-ID
                       PERFORM RAISE-CERT-FLAG
                   END-IF
               END-IF
           IF ROOT-DIFFERENCE > AGREEMENT-LIMIT
               MOVE "*** FLAG: METHODS SETTLED ON DIFFERENT ROOTS"
                   TO FLAG-LINE
               MOVE "ROOT DIFF" TO EXL-EXCEPTION-TYPE
               MOVE SPACE TO EXL-EXERCISE-ID
               PERFORM RAISE-CERT-FLAG
           END-IF.

