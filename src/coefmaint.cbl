      *** Author: Eduardo Pozos Huerta ***
      *** File:   coefmaint.cbl        ***
      *** Date:   09/02/2026           ***
      *** Update: 10/15/2026           ***
      ***   - Maintenance step for the ***
      ***     effective-dated COEFMST  ***
      ***     coefficient master:      ***
      ***     routed through the       ***
      ***     LOGWRT01 run-log         ***
      ***     facility.                ***
      ***   - Maker-checker control:   ***
      ***     an add or replace now    ***
      ***     goes on as a pending     ***
      ***     image; a 'V' card from a ***
      ***     different user approves  ***
      ***     it into the card image   ***
      ***     the runs read, an 'X'    ***
      ***     card rejects it. COEFAUD ***
      ***     shows who entered,       ***
      ***     approved or rejected     ***
      ***     each change and when,    ***
      ***     and lists every change   ***
      ***     still awaiting approval. ***
      ************************************

       IDENTIFICATION DIVISION.

           SELECT OPTIONAL COEFMST-FILE ASSIGN TO "COEFMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMST-KEY
               FILE STATUS IS COEFMST-FILE-STATUS.

       77 CARD-SWITCH PIC X(01) VALUE 'N'.
           88 CARD-IN-ERROR VALUE 'Y'.

       77 MASTER-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 MASTER-EOF VALUE 'Y'.

       77 CHANGE-COUNT   PIC 9(4) VALUE ZERO COMP-3.
       77 APPLIED-COUNT  PIC 9(4) VALUE ZERO COMP-3.
       77 APPROVED-COUNT PIC 9(4) VALUE ZERO COMP-3.
       77 REJECTED-COUNT PIC 9(4) VALUE ZERO COMP-3.
       77 ERROR-COUNT    PIC 9(4) VALUE ZERO COMP-3.
       77 OUTSTANDING-COUNT PIC 9(4) VALUE ZERO COMP-3.

       77 BEFORE-IMAGE PIC X(70) VALUE SPACES.

           05 AUD-IMAGE     PIC X(70).
           05 FILLER        PIC X(48) VALUE SPACES.

      *****************************************************
      *** WHO ENTERED THE CHANGE AND WHEN, AND WHO      ***
      *** APPROVED OR REJECTED IT AND WHEN - PRINTED    ***
      *** UNDER EVERY CARD THAT GOT AS FAR AS THE       ***
      *** MASTER.                                       ***
      *****************************************************
       01 STATUS-LINE.
           05 FILLER           PIC X(04) VALUE SPACES.
           05 AUD-STATUS-TAG   PIC X(08).
           05 FILLER           PIC X(14) VALUE "  ENTERED BY ".
           05 AUD-MAKER        PIC X(08).
           05 FILLER           PIC X(04) VALUE " ON ".
           05 AUD-MAKER-DATE   PIC 9(8).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 AUD-MAKER-TIME   PIC 9(6).
           05 AUD-REVIEW-TAG   PIC X(14).
           05 AUD-CHECKER      PIC X(08).
           05 AUD-CHECKER-ON   PIC X(04).
           05 AUD-CHECKER-DATE PIC X(08).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 AUD-CHECKER-TIME PIC X(06).
           05 FILLER           PIC X(38) VALUE SPACES.

       01 OUTSTANDING-HEADING.
           05 FILLER PIC X(40)
               VALUE "CHANGES STILL AWAITING APPROVAL".
           05 FILLER PIC X(92) VALUE SPACES.

       01 OUTSTANDING-LINE.
           05 FILLER        PIC X(04) VALUE SPACES.
           05 FILLER        PIC X(09) VALUE "EXERCISE ".
           05 OUT-EXERCISE  PIC X(01).
           05 FILLER        PIC X(12) VALUE "  EFFECTIVE ".
           05 OUT-EFFECTIVE PIC 9(8).
           05 FILLER        PIC X(14) VALUE "  ENTERED BY ".
           05 OUT-MAKER     PIC X(08).
           05 FILLER        PIC X(04) VALUE " ON ".
           05 OUT-DATE      PIC 9(8).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 OUT-TIME      PIC 9(6).
           05 OUT-NOTE      PIC X(30).
           05 FILLER        PIC X(27) VALUE SPACES.

       01 OUTSTANDING-NONE-LINE PIC X(132) VALUE
           "    (NONE)".

       01 ERROR-LINE.
           05 FILLER        PIC X(04) VALUE SPACES.
           05 FILLER        PIC X(10) VALUE "*** ERROR ".
       01 TOTAL-LINE.
           05 FILLER        PIC X(08) VALUE "CARDS = ".
           05 AUD-CARDS     PIC ZZZ9.
           05 FILLER        PIC X(11) VALUE "  PENDING =".
           05 AUD-APPLIED   PIC ZZZ9.
           05 FILLER        PIC X(12) VALUE "  APPROVED =".
           05 AUD-APPROVED  PIC ZZZ9.
           05 FILLER        PIC X(12) VALUE "  REJECTED =".
           05 AUD-REJECTED  PIC ZZZ9.
           05 FILLER        PIC X(10) VALUE "  ERRORS =".
           05 AUD-ERRORS    PIC ZZZ9.
           05 FILLER        PIC X(59) VALUE SPACES.

       PROCEDURE DIVISION.

           END-IF.

           PERFORM PROCESS-CHANGE-CARDS UNTIL CHANGE-EOF.
           PERFORM LIST-OUTSTANDING-CHANGES.

           CLOSE CHANGE-FILE COEFMST-FILE.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE CHANGE-COUNT   TO AUD-CARDS.
           MOVE APPLIED-COUNT  TO AUD-APPLIED.
           MOVE APPROVED-COUNT TO AUD-APPROVED.
           MOVE REJECTED-COUNT TO AUD-REJECTED.
           MOVE ERROR-COUNT    TO AUD-ERRORS.
           WRITE REPORT-RECORD FROM TOTAL-LINE.
           CLOSE REPORT-FILE.

               MOVE APPLIED-COUNT TO LOG-COUNT-EDIT
               MOVE 'I' TO LOG-SEVERITY-CODE
               STRING FUNCTION TRIM(LOG-COUNT-EDIT)
                   " COEFFICIENT CHANGE(S) ENTERED PENDING APPROVAL"
                   DELIMITED BY SIZE INTO LOG-MESSAGE-TEXT
               PERFORM WRITE-RUN-LOG
               MOVE APPROVED-COUNT TO LOG-COUNT-EDIT
               STRING FUNCTION TRIM(LOG-COUNT-EDIT)
                   " COEFFICIENT CHANGE(S) APPROVED"
                   DELIMITED BY SIZE INTO LOG-MESSAGE-TEXT
               PERFORM WRITE-RUN-LOG
               MOVE REJECTED-COUNT TO LOG-COUNT-EDIT
               STRING FUNCTION TRIM(LOG-COUNT-EDIT)
                   " COEFFICIENT CHANGE(S) REJECTED"
                   DELIMITED BY SIZE INTO LOG-MESSAGE-TEXT
               PERFORM WRITE-RUN-LOG
               MOVE ZERO TO RETURN-CODE
           PERFORM EDIT-CHANGE-CARD.

           IF NOT CARD-IN-ERROR
               EVALUATE TRUE
                   WHEN CHG-ADD
                       PERFORM APPLY-ADD-CHANGE
                   WHEN CHG-REPLACE
                       PERFORM APPLY-REPLACE-CHANGE
                   WHEN CHG-APPROVE
                       PERFORM APPLY-APPROVAL
                   WHEN OTHER
                       PERFORM APPLY-REJECTION
               END-EVALUATE
           END-IF.

       EDIT-CHANGE-CARD.
           IF NOT CHG-ADD AND NOT CHG-REPLACE
            AND NOT CHG-APPROVE AND NOT CHG-REJECT
               MOVE "ACTION MUST BE 'A', 'R', 'V' OR 'X'"
                   TO AUD-ERROR
               PERFORM RAISE-CARD-ERROR
           END-IF.

           IF CHG-CHANGED-BY = SPACES
               MOVE "USER ID REQUIRED IN CHANGED-BY" TO AUD-ERROR
               PERFORM RAISE-CARD-ERROR
           END-IF.

           IF (CHG-ADD OR CHG-REPLACE)
            AND CHG-CARD-IMAGE = SPACES
               MOVE "CARD IMAGE IS BLANK" TO AUD-ERROR
               PERFORM RAISE-CARD-ERROR
           END-IF.

           IF CHG-EXERCISE-ID < '1' OR CHG-EXERCISE-ID > '4'
               MOVE "UNKNOWN EXERCISE ID" TO AUD-ERROR
               PERFORM RAISE-CARD-ERROR
                   TO AUD-ERROR
               PERFORM RAISE-CARD-ERROR
           ELSE
               MOVE SPACES TO CMST-CARD-IMAGE
               PERFORM BUILD-MASTER-RECORD
               WRITE COEFMST-RECORD
               IF COEFMST-FILE-STATUS = "00"
                   PERFORM REPORT-PENDING-IMAGE
                   PERFORM REPORT-CHANGE-STATUS
                   ADD 1 TO APPLIED-COUNT
               ELSE
                   MOVE SPACES TO AUD-ERROR
                   MOVE "BEFORE" TO AUD-IMAGE-TAG
                   MOVE BEFORE-IMAGE TO AUD-IMAGE
                   WRITE REPORT-RECORD FROM IMAGE-LINE
                   PERFORM REPORT-PENDING-IMAGE
                   PERFORM REPORT-CHANGE-STATUS
                   ADD 1 TO APPLIED-COUNT
               ELSE
                   MOVE SPACES TO AUD-ERROR
                   CONTINUE
           END-READ.

      *****************************************************
      *** AN ADD OR REPLACE ONLY EVER LANDS IN THE      ***
      *** PENDING IMAGE - THE CARD IMAGE THE RUNS READ  ***
      *** IS LEFT AS IT WAS (SPACES FOR A NEW KEY) AND  ***
      *** ANY EARLIER REVIEW IS CLEARED, SINCE IT WAS   ***
      *** FOR A DIFFERENT CARD.                         ***
      *****************************************************
       BUILD-MASTER-RECORD.
           MOVE CHG-EXERCISE-ID TO CMST-EXERCISE-ID.
           MOVE FUNCTION NUMVAL(CHG-EFFECTIVE-DATE)
               TO CMST-EFFECTIVE-DATE.
           MOVE CHG-CARD-IMAGE  TO CMST-PENDING-IMAGE.
           MOVE CHG-CHANGED-BY  TO CMST-CHANGED-BY.
           MOVE CDT-DATE        TO CMST-CHANGE-DATE.
           MOVE CDT-TIME        TO CMST-CHANGE-TIME.
           SET CMST-PENDING     TO TRUE.
           MOVE SPACES          TO CMST-REVIEWED-BY.
           MOVE ZERO            TO CMST-REVIEW-DATE.
           MOVE ZERO            TO CMST-REVIEW-TIME.

      *****************************************************
      *** THE CHECKER'S SIDE: THE KEY MUST HOLD A       ***
      *** PENDING CHANGE, THE REVIEWER MUST NOT BE THE  ***
      *** USER WHO ENTERED IT, AND A CARD IMAGE ON THE  ***
      *** REVIEW CARD MUST BE THE ONE PENDING.  AN      ***
      *** APPROVAL MOVES THE PENDING IMAGE INTO THE     ***
      *** CARD IMAGE THE RUNS READ; A REJECTION LEAVES  ***
      *** THE CARD IMAGE ALONE AND KEEPS THE REJECTED   ***
      *** IMAGE IN THE PENDING FIELD FOR THE RECORD.    ***
      *****************************************************
       APPLY-APPROVAL.
           PERFORM EDIT-REVIEW-CARD.
           IF NOT CARD-IN-ERROR
               MOVE CMST-CARD-IMAGE    TO BEFORE-IMAGE
               MOVE CMST-PENDING-IMAGE TO CMST-CARD-IMAGE
               MOVE SPACES             TO CMST-PENDING-IMAGE
               MOVE 'A'                TO CMST-APPROVAL-STATUS
               PERFORM RECORD-REVIEWER
               REWRITE COEFMST-RECORD
               IF COEFMST-FILE-STATUS = "00"
                   MOVE "BEFORE" TO AUD-IMAGE-TAG
                   MOVE BEFORE-IMAGE TO AUD-IMAGE
                   WRITE REPORT-RECORD FROM IMAGE-LINE
                   PERFORM REPORT-AFTER-IMAGE
                   PERFORM REPORT-CHANGE-STATUS
                   ADD 1 TO APPROVED-COUNT
               ELSE
                   MOVE SPACES TO AUD-ERROR
                   STRING "MASTER REWRITE FAILED (STATUS "
                       COEFMST-FILE-STATUS ")"
                       DELIMITED BY SIZE INTO AUD-ERROR
                   PERFORM RAISE-CARD-ERROR
               END-IF
           END-IF.

       APPLY-REJECTION.
           PERFORM EDIT-REVIEW-CARD.
           IF NOT CARD-IN-ERROR
               SET CMST-REJECTED TO TRUE
               PERFORM RECORD-REVIEWER
               REWRITE COEFMST-RECORD
               IF COEFMST-FILE-STATUS = "00"
                   MOVE "REJECTED" TO AUD-IMAGE-TAG
                   MOVE CMST-PENDING-IMAGE TO AUD-IMAGE
                   WRITE REPORT-RECORD FROM IMAGE-LINE
                   PERFORM REPORT-CHANGE-STATUS
                   ADD 1 TO REJECTED-COUNT
               ELSE
                   MOVE SPACES TO AUD-ERROR
                   STRING "MASTER REWRITE FAILED (STATUS "
                       COEFMST-FILE-STATUS ")"
                       DELIMITED BY SIZE INTO AUD-ERROR
                   PERFORM RAISE-CARD-ERROR
               END-IF
           END-IF.

       EDIT-REVIEW-CARD.
           PERFORM FETCH-MASTER-RECORD.
           IF COEFMST-FILE-STATUS NOT = "00"
               MOVE "KEY NOT ON MASTER" TO AUD-ERROR
               PERFORM RAISE-CARD-ERROR
           ELSE
               IF NOT CMST-PENDING
                   MOVE "NO CHANGE PENDING APPROVAL FOR THIS KEY"
                       TO AUD-ERROR
                   PERFORM RAISE-CARD-ERROR
               ELSE
                   IF CHG-CHANGED-BY = CMST-CHANGED-BY
                       MOVE
                     "REVIEWER MUST NOT BE THE USER WHO ENTERED IT"
                           TO AUD-ERROR
                       PERFORM RAISE-CARD-ERROR
                   END-IF
                   IF CHG-CARD-IMAGE NOT = SPACES
                    AND CHG-CARD-IMAGE NOT = CMST-PENDING-IMAGE
                       MOVE "CARD IMAGE DOES NOT MATCH THE PENDING CARD"
                           TO AUD-ERROR
                       PERFORM RAISE-CARD-ERROR
                   END-IF
               END-IF
           END-IF.

       RECORD-REVIEWER.
           MOVE CHG-CHANGED-BY TO CMST-REVIEWED-BY.
           MOVE CDT-DATE       TO CMST-REVIEW-DATE.
           MOVE CDT-TIME       TO CMST-REVIEW-TIME.

       REPORT-AFTER-IMAGE.
           MOVE "AFTER"          TO AUD-IMAGE-TAG.
           MOVE CMST-CARD-IMAGE  TO AUD-IMAGE.
           WRITE REPORT-RECORD FROM IMAGE-LINE.

       REPORT-PENDING-IMAGE.
           MOVE "PENDING"          TO AUD-IMAGE-TAG.
           MOVE CMST-PENDING-IMAGE TO AUD-IMAGE.
           WRITE REPORT-RECORD FROM IMAGE-LINE.

       REPORT-CHANGE-STATUS.
           EVALUATE TRUE
               WHEN CMST-PENDING
                   MOVE "PENDING"  TO AUD-STATUS-TAG
               WHEN CMST-REJECTED
                   MOVE "REJECTED" TO AUD-STATUS-TAG
               WHEN OTHER
                   MOVE "APPROVED" TO AUD-STATUS-TAG
           END-EVALUATE.
           MOVE CMST-CHANGED-BY  TO AUD-MAKER.
           MOVE CMST-CHANGE-DATE TO AUD-MAKER-DATE.
           MOVE CMST-CHANGE-TIME TO AUD-MAKER-TIME.
           IF CMST-PENDING
               MOVE "  NOT REVIEWED" TO AUD-REVIEW-TAG
               MOVE SPACES         TO AUD-CHECKER
               MOVE SPACES         TO AUD-CHECKER-ON
               MOVE SPACES         TO AUD-CHECKER-DATE
               MOVE SPACES         TO AUD-CHECKER-TIME
           ELSE
               IF CMST-REJECTED
                   MOVE "  REJECTED BY " TO AUD-REVIEW-TAG
               ELSE
                   MOVE "  APPROVED BY " TO AUD-REVIEW-TAG
               END-IF
               MOVE CMST-REVIEWED-BY TO AUD-CHECKER
               MOVE " ON "           TO AUD-CHECKER-ON
               MOVE CMST-REVIEW-DATE TO AUD-CHECKER-DATE
               MOVE CMST-REVIEW-TIME TO AUD-CHECKER-TIME
           END-IF.
           WRITE REPORT-RECORD FROM STATUS-LINE.

      *****************************************************
      *** EVERY CHANGE STILL WAITING FOR A CHECKER IS   ***
      *** LISTED AFTER THE CARDS, OLDEST KEY FIRST, SO  ***
      *** NOTHING SITS PENDING UNNOTICED; ONE WHOSE     ***
      *** EFFECTIVE DATE HAS ALREADY COME IS MARKED.    ***
      *****************************************************
       LIST-OUTSTANDING-CHANGES.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           WRITE REPORT-RECORD FROM OUTSTANDING-HEADING.
           MOVE 'N' TO MASTER-EOF-SWITCH.
           MOVE LOW-VALUES TO CMST-KEY.
           START COEFMST-FILE KEY NOT LESS THAN CMST-KEY
               INVALID KEY
                   SET MASTER-EOF TO TRUE
           END-START.
           PERFORM LIST-OUTSTANDING-RECORD UNTIL MASTER-EOF.
           IF OUTSTANDING-COUNT = ZERO
               WRITE REPORT-RECORD FROM OUTSTANDING-NONE-LINE
           END-IF.

       LIST-OUTSTANDING-RECORD.
           READ COEFMST-FILE NEXT RECORD
               AT END
                   SET MASTER-EOF TO TRUE
               NOT AT END
                   IF CMST-PENDING
                       ADD 1 TO OUTSTANDING-COUNT
                       MOVE CMST-EXERCISE-ID    TO OUT-EXERCISE
                       MOVE CMST-EFFECTIVE-DATE TO OUT-EFFECTIVE
                       MOVE CMST-CHANGED-BY     TO OUT-MAKER
                       MOVE CMST-CHANGE-DATE    TO OUT-DATE
                       MOVE CMST-CHANGE-TIME    TO OUT-TIME
                       IF CMST-EFFECTIVE-DATE NOT > CDT-DATE
                           MOVE "  *** EFFECTIVE DATE REACHED"
                               TO OUT-NOTE
                       ELSE
                           MOVE SPACES TO OUT-NOTE
                       END-IF
                       WRITE REPORT-RECORD FROM OUTSTANDING-LINE
                   END-IF
           END-READ.

       RAISE-CARD-ERROR.
           SET CARD-IN-ERROR TO TRUE.
           ADD 1 TO ERROR-COUNT.
