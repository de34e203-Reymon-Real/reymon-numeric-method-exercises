      ************************************
      *** SPDX-License-Identifier: MIT ***
      ************************************

      ************************************
      *** Author: Eduardo Pozos Huerta ***
      *** File:   excmaint.cbl         ***
      *** Date:   10/15/2026           ***
      *** Update: 10/15/2026           ***
      ***   - Maintenance step for the ***
      ***     EXCREG exception         ***
      ***     register: applies the    ***
      ***     EXCCHG cards that        ***
      ***     acknowledge, assign or   ***
      ***     close an open exception  ***
      ***     and prints the EXCAUD    ***
      ***     audit report of who did  ***
      ***     what to which exception  ***
      ***     and when.                ***
      ***   - Assigning an exception   ***
      ***     not yet acknowledged     ***
      ***     also acknowledges it;    ***
      ***     closing needs a          ***
      ***     resolution note. A card  ***
      ***     for a key not on the     ***
      ***     register, an exception   ***
      ***     already closed, or a bad ***
      ***     action/analyst field is  ***
      ***     listed on the report and ***
      ***     ends the step with       ***
      ***     RC=12; clean cards       ***
      ***     already applied stay     ***
      ***     applied, as in COEFMT01. ***
      ************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCMT01.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHANGE-FILE ASSIGN TO "EXCCHG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CHANGE-FILE-STATUS.

           SELECT OPTIONAL EXCREG-FILE ASSIGN TO "EXCREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXC-KEY
               FILE STATUS IS EXCREG-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "EXCAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  CHANGE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY EXCCHG.

       FD  EXCREG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY EXCREG.

       FD  REPORT-FILE.
       01 REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.

       77 CHANGE-FILE-STATUS PIC X(02) VALUE '00'.
       77 EXCREG-FILE-STATUS PIC X(02) VALUE '00'.
       77 REPORT-FILE-STATUS PIC X(02) VALUE '00'.

       77 CHANGE-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 CHANGE-EOF VALUE 'Y'.

       77 CARD-SWITCH PIC X(01) VALUE 'N'.
           88 CARD-IN-ERROR VALUE 'Y'.

       77 CHANGE-COUNT       PIC 9(4) VALUE ZERO COMP-3.
       77 ACKNOWLEDGED-COUNT PIC 9(4) VALUE ZERO COMP-3.
       77 ASSIGNED-COUNT     PIC 9(4) VALUE ZERO COMP-3.
       77 CLOSED-COUNT       PIC 9(4) VALUE ZERO COMP-3.
       77 ERROR-COUNT        PIC 9(4) VALUE ZERO COMP-3.

       77 BEFORE-STATUS PIC X(12) VALUE SPACES.

       01 CURRENT-DATE-FIELDS.
           05 CDT-DATE PIC 9(8).
           05 CDT-TIME PIC 9(6).
           05 FILLER   PIC X(07).

       77 LOG-PROGRAM-NAME  PIC X(08) VALUE "EXCMT01".
       77 LOG-SEVERITY-CODE PIC X(01) VALUE 'I'.
       77 LOG-MESSAGE-TEXT  PIC X(80) VALUE SPACES.
       77 LOG-COUNT-EDIT    PIC ZZZ9.

       01 REPORT-HEADING-1.
           05 FILLER PIC X(46)
               VALUE "EXCMT01: EXCEPTION-REGISTER MAINTENANCE AUDIT".
           05 FILLER       PIC X(11) VALUE "  RUN DATE ".
           05 HDG-DATE     PIC 9(8).
           05 FILLER       PIC X(06) VALUE " TIME ".
           05 HDG-TIME     PIC 9(6).
           05 FILLER       PIC X(55) VALUE SPACES.

       01 CHANGE-LINE.
           05 FILLER        PIC X(05) VALUE "CARD ".
           05 AUD-CARD      PIC ZZZ9.
           05 FILLER        PIC X(09) VALUE "  ACTION ".
           05 AUD-ACTION    PIC X(01).
           05 FILLER        PIC X(09) VALUE "  SOURCE ".
           05 AUD-SOURCE    PIC X(08).
           05 FILLER        PIC X(11) VALUE "  EXERCISE ".
           05 AUD-EXERCISE  PIC X(01).
           05 FILLER        PIC X(07) VALUE "  TYPE ".
           05 AUD-TYPE      PIC X(10).
           05 FILLER        PIC X(05) VALUE "  BY ".
           05 AUD-BY        PIC X(08).
           05 FILLER        PIC X(54) VALUE SPACES.

       01 KEY-LINE.
           05 FILLER        PIC X(12) VALUE "    SUBJECT ".
           05 AUD-SUBJECT   PIC X(28).
           05 FILLER        PIC X(09) VALUE "  OPENED ".
           05 AUD-OPENED-DATE PIC X(08).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 AUD-OPENED-TIME PIC X(06).
           05 FILLER        PIC X(68) VALUE SPACES.

      *****************************************************
      *** THE STATUS THE EXCEPTION WAS IN BEFORE THE    ***
      *** CARD AND THE STATUS IT IS IN NOW, WITH THE    ***
      *** ANALYST IT IS ASSIGNED TO - PRINTED UNDER     ***
      *** EVERY CARD THAT GOT AS FAR AS THE REGISTER.   ***
      *****************************************************
       01 STATUS-LINE.
           05 FILLER          PIC X(11) VALUE "    BEFORE ".
           05 AUD-BEFORE      PIC X(12).
           05 FILLER          PIC X(07) VALUE "  NOW  ".
           05 AUD-AFTER       PIC X(12).
           05 FILLER          PIC X(15) VALUE "  ASSIGNED TO ".
           05 AUD-ASSIGNED-TO PIC X(08).
           05 FILLER          PIC X(67) VALUE SPACES.

       01 NOTE-LINE.
           05 FILLER        PIC X(15) VALUE "    RESOLUTION ".
           05 AUD-NOTE      PIC X(60).
           05 FILLER        PIC X(57) VALUE SPACES.

       01 ERROR-LINE.
           05 FILLER        PIC X(04) VALUE SPACES.
           05 FILLER        PIC X(10) VALUE "*** ERROR ".
           05 AUD-ERROR     PIC X(60).
           05 FILLER        PIC X(58) VALUE SPACES.

       01 TOTAL-LINE.
           05 FILLER          PIC X(08) VALUE "CARDS = ".
           05 AUD-CARDS       PIC ZZZ9.
           05 FILLER          PIC X(16) VALUE "  ACKNOWLEDGED =".
           05 AUD-ACKNOWLEDGED PIC ZZZ9.
           05 FILLER          PIC X(12) VALUE "  ASSIGNED =".
           05 AUD-ASSIGNED    PIC ZZZ9.
           05 FILLER          PIC X(10) VALUE "  CLOSED =".
           05 AUD-CLOSED      PIC ZZZ9.
           05 FILLER          PIC X(10) VALUE "  ERRORS =".
           05 AUD-ERRORS      PIC ZZZ9.
           05 FILLER          PIC X(56) VALUE SPACES.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-FIELDS.

           OPEN OUTPUT REPORT-FILE.
           MOVE CDT-DATE TO HDG-DATE.
           MOVE CDT-TIME TO HDG-TIME.
           WRITE REPORT-RECORD FROM REPORT-HEADING-1.

           OPEN INPUT CHANGE-FILE.
           IF CHANGE-FILE-STATUS NOT = "00"
               MOVE 'E' TO LOG-SEVERITY-CODE
               MOVE "UNABLE TO OPEN EXCCHG - ABORTING"
                   TO LOG-MESSAGE-TEXT
               PERFORM WRITE-RUN-LOG
               CLOSE REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O EXCREG-FILE.
           IF EXCREG-FILE-STATUS = "00"
            OR EXCREG-FILE-STATUS = "05"
               CONTINUE
           ELSE
               MOVE 'E' TO LOG-SEVERITY-CODE
               STRING "UNABLE TO OPEN EXCREG (STATUS "
                   EXCREG-FILE-STATUS ") - ABORTING"
                   DELIMITED BY SIZE INTO LOG-MESSAGE-TEXT
               PERFORM WRITE-RUN-LOG
               CLOSE CHANGE-FILE REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM PROCESS-CHANGE-CARDS UNTIL CHANGE-EOF.

           CLOSE CHANGE-FILE EXCREG-FILE.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE CHANGE-COUNT       TO AUD-CARDS.
           MOVE ACKNOWLEDGED-COUNT TO AUD-ACKNOWLEDGED.
           MOVE ASSIGNED-COUNT     TO AUD-ASSIGNED.
           MOVE CLOSED-COUNT       TO AUD-CLOSED.
           MOVE ERROR-COUNT        TO AUD-ERRORS.
           WRITE REPORT-RECORD FROM TOTAL-LINE.
           CLOSE REPORT-FILE.

           IF ERROR-COUNT > ZERO
               MOVE ERROR-COUNT TO LOG-COUNT-EDIT
               MOVE 'E' TO LOG-SEVERITY-CODE
               STRING FUNCTION TRIM(LOG-COUNT-EDIT)
                   " EXCEPTION CARD ERROR(S) - SEE EXCAUD"
                   DELIMITED BY SIZE INTO LOG-MESSAGE-TEXT
               PERFORM WRITE-RUN-LOG
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE ACKNOWLEDGED-COUNT TO LOG-COUNT-EDIT
               MOVE 'I' TO LOG-SEVERITY-CODE
               STRING FUNCTION TRIM(LOG-COUNT-EDIT)
                   " EXCEPTION(S) ACKNOWLEDGED"
                   DELIMITED BY SIZE INTO LOG-MESSAGE-TEXT
               PERFORM WRITE-RUN-LOG
               MOVE ASSIGNED-COUNT TO LOG-COUNT-EDIT
               STRING FUNCTION TRIM(LOG-COUNT-EDIT)
                   " EXCEPTION(S) ASSIGNED"
                   DELIMITED BY SIZE INTO LOG-MESSAGE-TEXT
               PERFORM WRITE-RUN-LOG
               MOVE CLOSED-COUNT TO LOG-COUNT-EDIT
               STRING FUNCTION TRIM(LOG-COUNT-EDIT)
                   " EXCEPTION(S) CLOSED"
                   DELIMITED BY SIZE INTO LOG-MESSAGE-TEXT
               PERFORM WRITE-RUN-LOG
               MOVE ZERO TO RETURN-CODE
           END-IF.
           STOP RUN.

       WRITE-RUN-LOG.
           CALL "LOGWRT01" USING LOG-PROGRAM-NAME
                                 LOG-SEVERITY-CODE
                                 LOG-MESSAGE-TEXT.
           MOVE SPACES TO LOG-MESSAGE-TEXT.

       PROCESS-CHANGE-CARDS.
           READ CHANGE-FILE
               AT END
                   SET CHANGE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO CHANGE-COUNT
                   PERFORM APPLY-ONE-CHANGE
           END-READ.

       APPLY-ONE-CHANGE.
           MOVE 'N' TO CARD-SWITCH.

           MOVE CHANGE-COUNT       TO AUD-CARD.
           MOVE ECH-ACTION         TO AUD-ACTION.
           MOVE ECH-SOURCE-PROGRAM TO AUD-SOURCE.
           MOVE ECH-EXERCISE-ID    TO AUD-EXERCISE.
           MOVE ECH-EXCEPTION-TYPE TO AUD-TYPE.
           MOVE ECH-ANALYST        TO AUD-BY.
           WRITE REPORT-RECORD FROM CHANGE-LINE.
           MOVE ECH-SUBJECT        TO AUD-SUBJECT.
           MOVE ECH-OPENED-DATE    TO AUD-OPENED-DATE.
           MOVE ECH-OPENED-TIME    TO AUD-OPENED-TIME.
           WRITE REPORT-RECORD FROM KEY-LINE.

           PERFORM EDIT-CHANGE-CARD.

           IF NOT CARD-IN-ERROR
               PERFORM FETCH-EXCEPTION-RECORD
           END-IF.

           IF NOT CARD-IN-ERROR
               EVALUATE TRUE
                   WHEN ECH-ACKNOWLEDGE
                       PERFORM APPLY-ACKNOWLEDGMENT
                   WHEN ECH-ASSIGN
                       PERFORM APPLY-ASSIGNMENT
                   WHEN OTHER
                       PERFORM APPLY-CLOSURE
               END-EVALUATE
               PERFORM UPDATE-EXCEPTION-RECORD
           END-IF.

       EDIT-CHANGE-CARD.
           IF NOT ECH-ACKNOWLEDGE AND NOT ECH-ASSIGN
            AND NOT ECH-CLOSE
               MOVE "ACTION MUST BE 'A', 'S' OR 'C'" TO AUD-ERROR
               PERFORM RAISE-CARD-ERROR
           END-IF.

           IF ECH-ANALYST = SPACES
               MOVE "ANALYST ID REQUIRED" TO AUD-ERROR
               PERFORM RAISE-CARD-ERROR
           END-IF.

           IF ECH-OPENED-DATE NOT NUMERIC
            OR ECH-OPENED-TIME NOT NUMERIC
               MOVE "NON-NUMERIC OPENED DATE OR TIME" TO AUD-ERROR
               PERFORM RAISE-CARD-ERROR
           END-IF.

           IF ECH-ASSIGN AND ECH-ASSIGN-TO = SPACES
               MOVE "ASSIGN-TO ANALYST REQUIRED TO ASSIGN"
                   TO AUD-ERROR
               PERFORM RAISE-CARD-ERROR
           END-IF.

           IF ECH-CLOSE AND ECH-RESOLUTION-NOTE = SPACES
               MOVE "RESOLUTION NOTE REQUIRED TO CLOSE" TO AUD-ERROR
               PERFORM RAISE-CARD-ERROR
           END-IF.

       FETCH-EXCEPTION-RECORD.
           MOVE ECH-SOURCE-PROGRAM TO EXC-SOURCE-PROGRAM.
           MOVE ECH-EXERCISE-ID    TO EXC-EXERCISE-ID.
           MOVE ECH-EXCEPTION-TYPE TO EXC-EXCEPTION-TYPE.
           MOVE ECH-SUBJECT        TO EXC-SUBJECT.
           MOVE FUNCTION NUMVAL(ECH-OPENED-DATE) TO EXC-OPENED-DATE.
           MOVE FUNCTION NUMVAL(ECH-OPENED-TIME) TO EXC-OPENED-TIME.
           READ EXCREG-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF EXCREG-FILE-STATUS NOT = "00"
               MOVE "KEY NOT ON THE EXCEPTION REGISTER" TO AUD-ERROR
               PERFORM RAISE-CARD-ERROR
           ELSE
               IF EXC-CLOSED
                   MOVE "EXCEPTION IS ALREADY CLOSED" TO AUD-ERROR
                   PERFORM RAISE-CARD-ERROR
               ELSE
                   PERFORM NAME-EXCEPTION-STATUS
                   MOVE AUD-AFTER TO BEFORE-STATUS
               END-IF
           END-IF.

       APPLY-ACKNOWLEDGMENT.
           PERFORM RECORD-ACKNOWLEDGMENT.
           ADD 1 TO ACKNOWLEDGED-COUNT.

      *****************************************************
      *** ASSIGNING AN EXCEPTION NOBODY HAS PICKED UP   ***
      *** YET ACKNOWLEDGES IT TOO - SOMEONE HAS PLAINLY ***
      *** SEEN IT.  A LATER ASSIGN CARD REASSIGNS IT.   ***
      *****************************************************
       APPLY-ASSIGNMENT.
           IF EXC-NEW
               PERFORM RECORD-ACKNOWLEDGMENT
           END-IF.
           MOVE ECH-ASSIGN-TO TO EXC-ASSIGNED-TO.
           MOVE ECH-ANALYST   TO EXC-ASSIGNED-BY.
           MOVE CDT-DATE      TO EXC-ASSIGNED-DATE.
           ADD 1 TO ASSIGNED-COUNT.

       APPLY-CLOSURE.
           SET EXC-CLOSED TO TRUE.
           MOVE ECH-ANALYST         TO EXC-CLOSED-BY.
           MOVE CDT-DATE            TO EXC-CLOSED-DATE.
           MOVE ECH-RESOLUTION-NOTE TO EXC-RESOLUTION-NOTE.
           ADD 1 TO CLOSED-COUNT.

       RECORD-ACKNOWLEDGMENT.
           SET EXC-ACKNOWLEDGED TO TRUE.
           MOVE ECH-ANALYST TO EXC-ACK-BY.
           MOVE CDT-DATE    TO EXC-ACK-DATE.

       UPDATE-EXCEPTION-RECORD.
           REWRITE EXCREG-RECORD.
           IF EXCREG-FILE-STATUS = "00"
               MOVE BEFORE-STATUS   TO AUD-BEFORE
               PERFORM NAME-EXCEPTION-STATUS
               MOVE EXC-ASSIGNED-TO TO AUD-ASSIGNED-TO
               WRITE REPORT-RECORD FROM STATUS-LINE
               IF EXC-CLOSED
                   MOVE EXC-RESOLUTION-NOTE TO AUD-NOTE
                   WRITE REPORT-RECORD FROM NOTE-LINE
               END-IF
           ELSE
               MOVE SPACES TO AUD-ERROR
               STRING "REGISTER REWRITE FAILED (STATUS "
                   EXCREG-FILE-STATUS ")"
                   DELIMITED BY SIZE INTO AUD-ERROR
               PERFORM RAISE-CARD-ERROR
           END-IF.

       NAME-EXCEPTION-STATUS.
           EVALUATE TRUE
               WHEN EXC-NEW
                   MOVE "NEW"          TO AUD-AFTER
               WHEN EXC-ACKNOWLEDGED
                   MOVE "ACKNOWLEDGED" TO AUD-AFTER
               WHEN EXC-CLOSED
                   MOVE "CLOSED"       TO AUD-AFTER
               WHEN OTHER
                   MOVE "UNKNOWN"      TO AUD-AFTER
           END-EVALUATE.

       RAISE-CARD-ERROR.
           SET CARD-IN-ERROR TO TRUE.
           ADD 1 TO ERROR-COUNT.
           WRITE REPORT-RECORD FROM ERROR-LINE.
           MOVE SPACES TO AUD-ERROR.
