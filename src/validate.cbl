      *** Author: Eduardo Pozos Huerta ***
      *** File:   validate.cbl         ***
      *** Date:   08/22/2026           ***
      *** Update: 10/15/2026           ***
      ***   - Pre-flight edit of the   ***
      ***     night's control cards    ***
      ***     (RUNCTL, PARMIN and the  ***
      ***     records), and a run date ***
      ***     that selects nothing     ***
      ***     raises a warning.        ***
      ***   - Only approved COEFMST    ***
      ***     card images are edited,  ***
      ***     and a change still       ***
      ***     pending approval on or   ***
      ***     after its effective date ***
      ***     is listed as a warning.  ***
      ***   - Every card error is also ***
      ***     filed through EXCWRT01   ***
      ***     in the permanent EXCREG  ***
      ***     exception register       ***
      ***     against its file and     ***
      ***     location; warnings are   ***
      ***     not filed.               ***
      ***   - Edit the iteration-mode  ***
      ***     bytes: RUNCTL column 23  ***
      ***     and PARMIN column 54     ***
      ***     must be A, P or blank;   ***
      ***     'A' on an exercise 3 or  ***
      ***     4 card is a warning.     ***
      ***   - Edit the optional        ***
      ***     SCENRIO deck of          ***
      ***     coefficient scenarios:   ***
      ***     exercise id,             ***
      ***     scenario id (not blank   ***
      ***     or 00, unique per        ***
      ***     exercise among those in  ***
      ***     effect), dates and the   ***
      ***     card image, which gets   ***
      ***     the exercise's own       ***
      ***     coefficient edits; a     ***
      ***     scenario for an exercise ***
      ***     not on RUNCTL, or past   ***
      ***     the 50 the driver holds, ***
      ***     is a warning.            ***
      ************************************

       IDENTIFICATION DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS COEF4-FILE-STATUS.

           SELECT OPTIONAL SCENARIO-FILE ASSIGN TO "SCENRIO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SCENARIO-FILE-STATUS.

           SELECT OPTIONAL CALEND-FILE ASSIGN TO "CALEND"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CALEND-FILE-STATUS.
           LABEL RECORDS ARE STANDARD.
       01 COEF4-CARD PIC X(70).

       FD  SCENARIO-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SCENREC.

       FD  CALEND-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CALREC.
       77 CALEND-EOF-SWITCH  PIC X(01) VALUE 'N'.
           88 CALEND-EOF VALUE 'Y'.

       77 SCENARIO-FILE-STATUS  PIC X(02) VALUE '00'.
       77 SCENARIO-EOF-SWITCH   PIC X(01) VALUE 'N'.
           88 SCENARIO-EOF VALUE 'Y'.
       77 SCENARIO-RECORD-COUNT PIC 9(4) VALUE ZERO COMP-3.
       77 SEEN-COUNT            PIC 9(3) VALUE ZERO COMP-3.
       77 SEEN-INDEX            PIC 9(3) VALUE ZERO COMP-3.
       77 DUPLICATE-SWITCH      PIC X(01) VALUE 'N'.
           88 DUPLICATE-SCENARIO VALUE 'Y'.

       01 SEEN-KEY.
           05 SEEN-EXERCISE PIC X(01).
           05 SEEN-SCENARIO PIC X(02).

       01 SEEN-SCENARIO-TABLE.
           05 SEEN-ENTRY PIC X(03) OCCURS 50 TIMES.

       77 RUN-DAY-SWITCH PIC X(01) VALUE 'N'.
           88 NONPROCESSING-DAY VALUE 'Y'.

       77 MASTER-EOF-SWITCH   PIC X(01) VALUE 'N'.
           88 MASTER-EOF VALUE 'Y'.
       77 COEF-SOURCE-NAME    PIC X(08) VALUE SPACES.
       77 OVERDUE-COUNT       PIC 9(4) VALUE ZERO COMP-3.

       77 F-ARGUMENT PIC S9(9)V9(20)  VALUE ZERO COMP-3.
       77 F-VALUE    PIC S9(11)V9(20) VALUE ZERO COMP-3.
           05 FILLER PIC X(132) VALUE
               "ALL CONTROL CARDS PASSED THE PRE-FLIGHT EDIT".

       01 EDIT-SUBJECT.
           05 ESB-FILE     PIC X(08).
           05 ESB-LOCATION PIC X(20).

           COPY EXCLNK.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-FIELDS.
           PERFORM EDIT-COEFIN2-CARD.
           PERFORM EDIT-COEFIN3-CARD.
           PERFORM EDIT-COEFIN4-CARD.
           PERFORM EDIT-SCENARIO-CARDS.
           PERFORM EDIT-PENDING-CHANGES.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
       WRITE-EDIT-ERROR.
           ADD 1 TO ERROR-COUNT.
           WRITE REPORT-RECORD FROM EDIT-LINE.
           PERFORM REGISTER-EDIT-ERROR.
           MOVE SPACES TO EDIT-LINE.

      *****************************************************
      *** EVERY CARD ERROR IS ALSO FILED IN THE         ***
      *** EXCEPTION REGISTER AGAINST THE FILE AND       ***
      *** LOCATION IT WAS FOUND AT, SO A CARD LEFT BAD  ***
      *** NIGHT AFTER NIGHT STAYS ONE OPEN EXCEPTION.   ***
      *** A COEFFICIENT CARD ERROR BELONGS TO THE       ***
      *** EXERCISE BEING EDITED; RUNCTL AND PARMIN      ***
      *** ERRORS TO NO ONE EXERCISE.                    ***
      *****************************************************
       REGISTER-EDIT-ERROR.
           MOVE LOG-PROGRAM-NAME TO EXL-SOURCE-PROGRAM.
           IF EDT-FILE = "RUNCTL" OR EDT-FILE = "PARMIN"
               MOVE SPACE            TO EXL-EXERCISE-ID
           ELSE
               MOVE MASTER-LOOKUP-ID TO EXL-EXERCISE-ID
           END-IF.
           MOVE "CARD EDIT"  TO EXL-EXCEPTION-TYPE.
           MOVE EDT-FILE     TO ESB-FILE.
           MOVE EDT-LOCATION TO ESB-LOCATION.
           MOVE EDIT-SUBJECT TO EXL-SUBJECT.
           MOVE CDT-DATE     TO EXL-RUN-DATE.
           MOVE EDT-MESSAGE  TO EXL-DETAIL-TEXT.
           CALL "EXCWRT01" USING EXCEPTION-LINK.

      *****************************************************
      *** A WARNING GOES ON THE REPORT BUT DOES NOT     ***
      *** COUNT AGAINST THE EDIT - THE WINDOW STILL     ***
               PERFORM WRITE-EDIT-ERROR
           END-IF.

      *****************************************************
      *** ONLY EXERCISES 1 AND 2 HAVE AN ACCELERATED    ***
      *** MODE; 'A' ON A 3 OR 4 CARD IS HARMLESS (THE   ***
      *** EXERCISE RUNS AS ALWAYS) BUT WORTH TELLING.   ***
      *****************************************************
           EVALUATE TRUE
               WHEN RUNCTL-ITERATION-MODE = SPACE
               WHEN RUNCTL-PLAIN
                   CONTINUE
               WHEN RUNCTL-ACCELERATED
                   IF RUNCTL-EXERCISE-3 OR RUNCTL-EXERCISE-4
                       MOVE "RUNCTL" TO EDT-FILE
                       PERFORM BUILD-RUNCTL-LOCATION
                       MOVE
                   "WARNING: COL 23 'A' IGNORED - NO ACCELERATED MODE"
                           TO EDT-MESSAGE
                       PERFORM WRITE-EDIT-WARNING
                   END-IF
               WHEN OTHER
                   MOVE "RUNCTL" TO EDT-FILE
                   PERFORM BUILD-RUNCTL-LOCATION
                   STRING "ITERATION MODE '" RUNCTL-ITERATION-MODE
                       "' IN COL 23 IS NOT A, P OR BLANK"
                       DELIMITED BY SIZE INTO EDT-MESSAGE
                   PERFORM WRITE-EDIT-ERROR
           END-EVALUATE.

       EDIT-RUNCTL-DATE-FIELDS.
           IF RUNCTL-EFFECTIVE-DATE NOT = SPACES
            AND RUNCTL-EFFECTIVE-DATE NOT NUMERIC
               PERFORM WRITE-EDIT-ERROR
           END-IF.

           IF PARM-ITERATION-MODE NOT = SPACE
            AND PARM-ITERATION-MODE NOT = 'A'
            AND PARM-ITERATION-MODE NOT = 'P'
               MOVE "PARMIN"     TO EDT-FILE
               MOVE "COL 54"     TO EDT-LOCATION
               MOVE "ITERATION MODE IS NOT A, P OR BLANK"
                   TO EDT-MESSAGE
               PERFORM WRITE-EDIT-ERROR
           END-IF.

      *****************************************************
      *** EACH COEFFICIENT EDIT COVERS THE CARD ACTUALLY ***
      *** IN EFFECT FOR THE RUN DATE: THE DATED COEFMST  ***
               END-IF
           END-IF.

      *****************************************************
      *** THE SCENRIO DECK IS OPTIONAL.  EVERY RECORD   ***
      *** IS FIELD-EDITED; THE ONES IN EFFECT TONIGHT   ***
      *** MUST ALSO HAVE AN ID UNIQUE WITHIN THEIR      ***
      *** EXERCISE, SINCE THE ID IS WHAT RUNHIST, THE   ***
      *** TREND AND THE RESTART KNOW THE SCENARIO BY.   ***
      *** A SCENARIO'S CARD IMAGE GETS THE SAME FIELD   ***
      *** EDITS AS THE EXERCISE'S PRODUCTION CARD,      ***
      *** REPORTED UNDER SCNn-ii (EXERCISE n, SCENARIO  ***
      *** ii) IN THE FILE COLUMN.                       ***
      *****************************************************
       EDIT-SCENARIO-CARDS.
           OPEN INPUT SCENARIO-FILE.
           IF SCENARIO-FILE-STATUS = "00"
            OR SCENARIO-FILE-STATUS = "05"
               PERFORM READ-SCENARIO-CARD UNTIL SCENARIO-EOF
               CLOSE SCENARIO-FILE
           ELSE
               MOVE SPACE     TO MASTER-LOOKUP-ID
               MOVE "SCENRIO" TO EDT-FILE
               MOVE "FILE"    TO EDT-LOCATION
               MOVE "DATASET UNREADABLE" TO EDT-MESSAGE
               PERFORM WRITE-EDIT-ERROR
           END-IF.

       READ-SCENARIO-CARD.
           READ SCENARIO-FILE
               AT END
                   SET SCENARIO-EOF TO TRUE
               NOT AT END
                   ADD 1 TO SCENARIO-RECORD-COUNT
                   PERFORM EDIT-ONE-SCENARIO-CARD
           END-READ.

       EDIT-ONE-SCENARIO-CARD.
           IF SCN-EXERCISE-ID >= '1' AND SCN-EXERCISE-ID <= '4'
               MOVE SCN-EXERCISE-ID TO MASTER-LOOKUP-ID
           ELSE
               MOVE SPACE TO MASTER-LOOKUP-ID
               MOVE "SCENRIO" TO EDT-FILE
               PERFORM BUILD-SCENARIO-LOCATION
               STRING "UNKNOWN EXERCISE ID '" SCN-EXERCISE-ID
                   "' IN COL 1" DELIMITED BY SIZE INTO EDT-MESSAGE
               PERFORM WRITE-EDIT-ERROR
           END-IF.

           IF SCN-SCENARIO-ID = SPACES OR SCN-SCENARIO-ID = "00"
               MOVE "SCENRIO" TO EDT-FILE
               PERFORM BUILD-SCENARIO-LOCATION
               MOVE "SCENARIO ID IN COLS 2-3 IS BLANK OR RESERVED 00"
                   TO EDT-MESSAGE
               PERFORM WRITE-EDIT-ERROR
           END-IF.

           PERFORM EDIT-SCENARIO-DATE-FIELDS.

           IF SCN-CARD-IMAGE = SPACES
               MOVE "SCENRIO" TO EDT-FILE
               PERFORM BUILD-SCENARIO-LOCATION
               MOVE "NO CARD IMAGE IN COLS 40-109" TO EDT-MESSAGE
               PERFORM WRITE-EDIT-ERROR
           ELSE
               PERFORM EDIT-SCENARIO-CARD-IMAGE
           END-IF.

           PERFORM SELECT-SCENARIO-RECORD.
           IF RECORD-IN-EFFECT
            AND MASTER-LOOKUP-ID NOT = SPACE
            AND SCN-SCENARIO-ID NOT = SPACES
               PERFORM CHECK-SCENARIO-IN-EFFECT
           END-IF.

       EDIT-SCENARIO-DATE-FIELDS.
           IF SCN-EFFECTIVE-DATE NOT = SPACES
            AND SCN-EFFECTIVE-DATE NOT NUMERIC
               MOVE "SCENRIO" TO EDT-FILE
               PERFORM BUILD-SCENARIO-LOCATION
               MOVE "NON-NUMERIC EFFECTIVE DATE IN COLS 24-31"
                   TO EDT-MESSAGE
               PERFORM WRITE-EDIT-ERROR
           END-IF.

           IF SCN-EXPIRY-DATE NOT = SPACES
            AND SCN-EXPIRY-DATE NOT NUMERIC
               MOVE "SCENRIO" TO EDT-FILE
               PERFORM BUILD-SCENARIO-LOCATION
               MOVE "NON-NUMERIC EXPIRY DATE IN COLS 32-39"
                   TO EDT-MESSAGE
               PERFORM WRITE-EDIT-ERROR
           END-IF.

           IF SCN-EFFECTIVE-DATE NUMERIC
            AND SCN-EXPIRY-DATE NUMERIC
            AND SCN-EFFECTIVE-DATE > SCN-EXPIRY-DATE
               MOVE "SCENRIO" TO EDT-FILE
               PERFORM BUILD-SCENARIO-LOCATION
               MOVE "EFFECTIVE DATE AFTER EXPIRY - NEVER IN EFFECT"
                   TO EDT-MESSAGE
               PERFORM WRITE-EDIT-ERROR
           END-IF.

       EDIT-SCENARIO-CARD-IMAGE.
           MOVE SPACES TO COEF-SOURCE-NAME.
           STRING "SCN" SCN-EXERCISE-ID "-" SCN-SCENARIO-ID
               DELIMITED BY SIZE INTO COEF-SOURCE-NAME.
           EVALUATE SCN-EXERCISE-ID
               WHEN '1'
                   MOVE SCN-CARD-IMAGE TO C1-COEF-RECORD
                   PERFORM EDIT-COEF1-FIELDS
               WHEN '2'
                   MOVE SCN-CARD-IMAGE TO C2-COEF-RECORD
                   PERFORM EDIT-COEF2-FIELDS
               WHEN '3'
                   MOVE SCN-CARD-IMAGE TO C3-COEF-RECORD
                   PERFORM EDIT-COEF3-FIELDS
               WHEN '4'
                   MOVE SCN-CARD-IMAGE TO C4-COEF-RECORD
                   MOVE 'N' TO BRACKET-OVERFLOW-SWITCH
                   PERFORM EDIT-COEF4-FIELDS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

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

      *****************************************************
      *** A SCENARIO IN EFFECT ONLY RUNS BEHIND ITS     ***
      *** EXERCISE'S PRODUCTION STEP, AND THE DRIVER    ***
      *** HOLDS 50 OF THEM - BOTH ARE WARNINGS, NOT     ***
      *** ERRORS.  A SECOND SCENARIO IN EFFECT UNDER    ***
      *** THE SAME ID FOR THE SAME EXERCISE IS AN       ***
      *** ERROR.                                        ***
      *****************************************************
       CHECK-SCENARIO-IN-EFFECT.
           MOVE SCN-EXERCISE-ID TO SEEN-EXERCISE.
           MOVE SCN-SCENARIO-ID TO SEEN-SCENARIO.
           MOVE 'N' TO DUPLICATE-SWITCH.
           PERFORM MATCH-SEEN-SCENARIO
               VARYING SEEN-INDEX FROM 1 BY 1
               UNTIL SEEN-INDEX > SEEN-COUNT OR DUPLICATE-SCENARIO.

           EVALUATE TRUE
               WHEN DUPLICATE-SCENARIO
                   MOVE "SCENRIO" TO EDT-FILE
                   PERFORM BUILD-SCENARIO-LOCATION
                   STRING "SCENARIO " SCN-SCENARIO-ID
                       " ALREADY IN EFFECT FOR EXERCISE "
                       SCN-EXERCISE-ID
                       DELIMITED BY SIZE INTO EDT-MESSAGE
                   PERFORM WRITE-EDIT-ERROR
               WHEN SEEN-COUNT NOT LESS THAN 50
                   MOVE "SCENRIO" TO EDT-FILE
                   PERFORM BUILD-SCENARIO-LOCATION
                   MOVE "WARNING: OVER 50 IN EFFECT - NOT RUN TONIGHT"
                       TO EDT-MESSAGE
                   PERFORM WRITE-EDIT-WARNING
               WHEN OTHER
                   ADD 1 TO SEEN-COUNT
                   MOVE SEEN-KEY TO SEEN-ENTRY(SEEN-COUNT)
           END-EVALUATE.

           EVALUATE TRUE
               WHEN SCN-EXERCISE-ID = '1' AND EXERCISE-1-REQUESTED
               WHEN SCN-EXERCISE-ID = '2' AND EXERCISE-2-REQUESTED
               WHEN SCN-EXERCISE-ID = '3' AND EXERCISE-3-REQUESTED
               WHEN SCN-EXERCISE-ID = '4' AND EXERCISE-4-REQUESTED
                   CONTINUE
               WHEN OTHER
                   MOVE "SCENRIO" TO EDT-FILE
                   PERFORM BUILD-SCENARIO-LOCATION
                   STRING "WARNING: EXERCISE " SCN-EXERCISE-ID
                       " NOT ON RUNCTL TONIGHT - NOT RUN"
                       DELIMITED BY SIZE INTO EDT-MESSAGE
                   PERFORM WRITE-EDIT-WARNING
           END-EVALUATE.

       MATCH-SEEN-SCENARIO.
           IF SEEN-ENTRY(SEEN-INDEX) = SEEN-KEY
               SET DUPLICATE-SCENARIO TO TRUE
           END-IF.

       BUILD-SCENARIO-LOCATION.
           MOVE SCENARIO-RECORD-COUNT TO RECORD-NUMBER-EDIT.
           MOVE SPACES TO EDT-LOCATION.
           STRING "RECORD "
               FUNCTION TRIM(RECORD-NUMBER-EDIT)
               DELIMITED BY SIZE INTO EDT-LOCATION.

      *****************************************************
      *** THE RECORD IN EFFECT IS THE ONE WITH THE      ***
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

      *****************************************************
      *** A COEFMST CHANGE STILL PENDING WHEN ITS       ***
      *** EFFECTIVE DATE HAS COME IS NOT RUN - THE      ***
      *** EXERCISE KEEPS THE OLDER APPROVED CARD - SO   ***
      *** EACH ONE IS LISTED AS A WARNING FOR THE DAY   ***
      *** SHIFT TO APPROVE OR REJECT.  IT DOES NOT STOP ***
      *** THE WINDOW.                                   ***
      *****************************************************
       EDIT-PENDING-CHANGES.
           MOVE 'N' TO MASTER-EOF-SWITCH.
           OPEN INPUT COEFMST-FILE.
           IF COEFMST-FILE-STATUS = "00"
            OR COEFMST-FILE-STATUS = "05"
               MOVE LOW-VALUES TO CMST-KEY
               START COEFMST-FILE KEY NOT LESS THAN CMST-KEY
                   INVALID KEY
                       SET MASTER-EOF TO TRUE
               END-START
               PERFORM CHECK-PENDING-RECORD UNTIL MASTER-EOF
               CLOSE COEFMST-FILE
           END-IF.

           IF OVERDUE-COUNT > ZERO
               MOVE OVERDUE-COUNT TO LOG-COUNT-EDIT
               MOVE 'W' TO LOG-SEVERITY-CODE
               STRING FUNCTION TRIM(LOG-COUNT-EDIT)
                   " COEFMST CHANGE(S) PAST EFFECTIVE DATE"
                   " WITHOUT APPROVAL"
                   DELIMITED BY SIZE INTO LOG-MESSAGE-TEXT
               PERFORM WRITE-RUN-LOG
           END-IF.

       CHECK-PENDING-RECORD.
           READ COEFMST-FILE NEXT RECORD
               AT END
                   SET MASTER-EOF TO TRUE
               NOT AT END
                   IF CMST-PENDING
                    AND CMST-EFFECTIVE-DATE NOT > CDT-DATE
                       ADD 1 TO OVERDUE-COUNT
                       MOVE "COEFMST" TO EDT-FILE
                       STRING "EXERCISE " CMST-EXERCISE-ID
                           " " CMST-EFFECTIVE-DATE
                           DELIMITED BY SIZE INTO EDT-LOCATION
                       STRING "WARNING: PENDING SINCE "
                           CMST-CHANGE-DATE " BY " CMST-CHANGED-BY
                           " - NOT APPROVED"
                           DELIMITED BY SIZE INTO EDT-MESSAGE
                       PERFORM WRITE-EDIT-WARNING
                   END-IF
           END-READ.

