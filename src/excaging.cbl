      ************************************
      *** SPDX-License-Identifier: MIT ***
      ************************************

      ************************************
      *** Author: Eduardo Pozos Huerta ***
      *** File:   excaging.cbl         ***
      *** Date:   10/15/2026           ***
      *** Update: 10/15/2026           ***
      ***   - Daily aging report over  ***
      ***     the EXCREG exception     ***
      ***     register: every          ***
      ***     exception still open is  ***
      ***     listed under its source  ***
      ***     program with its age in  ***
      ***     days since it was        ***
      ***     opened, its age band,    ***
      ***     status, assignee and the ***
      ***     nights it has recurred,  ***
      ***     followed by a count of   ***
      ***     open exceptions by       ***
      ***     source and age band.     ***
      ***   - Any open exception older ***
      ***     than 30 days ends the    ***
      ***     step with RC=4 so it     ***
      ***     cannot sit on the        ***
      ***     register unnoticed.      ***
      ************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCAGE01.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EXCREG-FILE ASSIGN TO "EXCREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EXC-KEY
               FILE STATUS IS EXCREG-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "EXCAGE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  EXCREG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY EXCREG.

       FD  REPORT-FILE.
       01 REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.

       77 EXCREG-FILE-STATUS PIC X(02) VALUE '00'.
       77 REPORT-FILE-STATUS PIC X(02) VALUE '00'.

       77 EXCREG-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 EXCREG-EOF VALUE 'Y'.

       01 CURRENT-DATE-FIELDS.
           05 CDT-DATE PIC 9(8).
           05 CDT-TIME PIC 9(6).
           05 FILLER   PIC X(07).

       77 TODAY-INTEGER  PIC S9(7) VALUE ZERO COMP-3.
       77 AGE-DAYS       PIC S9(5) VALUE ZERO COMP-3.
       77 BAND-INDEX     PIC 9(1)  VALUE ZERO COMP-3.
       77 SOURCE-INDEX   PIC 9(2)  VALUE ZERO COMP-3.
       77 SOURCE-COUNT   PIC 9(2)  VALUE ZERO COMP-3.
       77 OPEN-COUNT     PIC 9(5)  VALUE ZERO COMP-3.
       77 OVERDUE-COUNT  PIC 9(5)  VALUE ZERO COMP-3.

       77 CURRENT-SOURCE PIC X(08) VALUE LOW-VALUES.

       77 LOG-PROGRAM-NAME  PIC X(08) VALUE "EXCAGE01".
       77 LOG-SEVERITY-CODE PIC X(01) VALUE 'I'.
       77 LOG-MESSAGE-TEXT  PIC X(80) VALUE SPACES.
       77 LOG-COUNT-EDIT    PIC ZZZZ9.

      *****************************************************
      *** AGE BANDS: AN EXCEPTION OPENED TODAY OR LAST  ***
      *** NIGHT, WITHIN THE WEEK, WITHIN THE MONTH, AND ***
      *** OLDER.  THE UPPER BOUND OF THE LAST BAND IS   ***
      *** NEVER REACHED.                                ***
      *****************************************************
       01 BAND-VALUES.
           05 FILLER PIC X(14) VALUE "000010-1 DAYS ".
           05 FILLER PIC X(14) VALUE "000072-7 DAYS ".
           05 FILLER PIC X(14) VALUE "000308-30 DAYS".
           05 FILLER PIC X(14) VALUE "99999OVER 30  ".
       01 BAND-TABLE REDEFINES BAND-VALUES.
           05 BAND-ENTRY OCCURS 4 TIMES.
               10 BAND-UPPER-DAYS PIC 9(5).
               10 BAND-LABEL      PIC X(09).

       01 SOURCE-TABLE.
           05 SOURCE-ENTRY OCCURS 20 TIMES.
               10 SRC-PROGRAM    PIC X(08).
               10 SRC-BAND-COUNT PIC 9(5) COMP-3 OCCURS 4 TIMES.
               10 SRC-TOTAL      PIC 9(5) COMP-3.

       01 ALL-BAND-TABLE.
           05 ALL-BAND-COUNT PIC 9(5) COMP-3 OCCURS 4 TIMES.

       01 REPORT-HEADING-1.
           05 FILLER PIC X(44)
               VALUE "EXCAGE01: OPEN EXCEPTION AGING".
           05 FILLER       PIC X(11) VALUE "  RUN DATE ".
           05 HDG-DATE     PIC 9(8).
           05 FILLER       PIC X(69) VALUE SPACES.

       01 REPORT-HEADING-2.
           05 FILLER PIC X(05) VALUE "  EX".
           05 FILLER PIC X(12) VALUE "TYPE".
           05 FILLER PIC X(30) VALUE "SUBJECT".
           05 FILLER PIC X(17) VALUE "OPENED".
           05 FILLER PIC X(07) VALUE "  AGE".
           05 FILLER PIC X(11) VALUE "BAND".
           05 FILLER PIC X(14) VALUE "STATUS".
           05 FILLER PIC X(10) VALUE "ASSIGNED".
           05 FILLER PIC X(06) VALUE "NIGHT".
           05 FILLER PIC X(20) VALUE "LAST RUN".

       01 SOURCE-HEADING.
           05 FILLER      PIC X(07) VALUE "SOURCE ".
           05 SRH-PROGRAM PIC X(08).
           05 FILLER      PIC X(117) VALUE SPACES.

       01 AGING-LINE.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 AGL-EXERCISE    PIC X(01).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 AGL-TYPE        PIC X(10).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 AGL-SUBJECT     PIC X(28).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 AGL-OPENED-DATE PIC 9(8).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 AGL-OPENED-TIME PIC 9(6).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 AGL-AGE         PIC ZZZZ9.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 AGL-BAND        PIC X(09).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 AGL-STATUS      PIC X(12).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 AGL-ASSIGNED-TO PIC X(08).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 AGL-OCCURRENCES PIC ZZZ9.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 AGL-LAST-RUN    PIC 9(8).
           05 FILLER          PIC X(12) VALUE SPACES.

       01 DETAIL-LINE.
           05 FILLER     PIC X(05) VALUE SPACES.
           05 DTL-TEXT   PIC X(80).
           05 FILLER     PIC X(47) VALUE SPACES.

       01 SUMMARY-HEADING.
           05 FILLER PIC X(10) VALUE "SOURCE".
           05 FILLER PIC X(10) VALUE "  0-1 DAYS".
           05 FILLER PIC X(10) VALUE "  2-7 DAYS".
           05 FILLER PIC X(10) VALUE " 8-30 DAYS".
           05 FILLER PIC X(10) VALUE "   OVER 30".
           05 FILLER PIC X(10) VALUE "     TOTAL".
           05 FILLER PIC X(72) VALUE SPACES.

       01 SUMMARY-LINE.
           05 SML-PROGRAM PIC X(10).
           05 SML-BAND-ENTRY OCCURS 4 TIMES.
               10 FILLER       PIC X(05) VALUE SPACES.
               10 SML-BAND-COUNT PIC ZZZZ9.
           05 FILLER      PIC X(05) VALUE SPACES.
           05 SML-TOTAL   PIC ZZZZ9.
           05 FILLER      PIC X(72) VALUE SPACES.

       01 NONE-LINE PIC X(132) VALUE
           "    (NO OPEN EXCEPTIONS ON THE REGISTER)".

       01 TOTAL-LINE.
           05 FILLER        PIC X(17) VALUE "OPEN EXCEPTIONS =".
           05 TOT-OPEN      PIC ZZZZ9.
           05 FILLER        PIC X(20) VALUE "  OVER 30 DAYS OLD =".
           05 TOT-OVERDUE   PIC ZZZZ9.
           05 FILLER        PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-FIELDS.
           COMPUTE TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(CDT-DATE).
           INITIALIZE SOURCE-TABLE.
           INITIALIZE ALL-BAND-TABLE.

           OPEN INPUT EXCREG-FILE.
           IF EXCREG-FILE-STATUS = "00"
            OR EXCREG-FILE-STATUS = "05"
               CONTINUE
           ELSE
               MOVE 'E' TO LOG-SEVERITY-CODE
               STRING "UNABLE TO OPEN EXCREG (STATUS "
                   EXCREG-FILE-STATUS ") - ABORTING"
                   DELIMITED BY SIZE INTO LOG-MESSAGE-TEXT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           MOVE CDT-DATE TO HDG-DATE.
           WRITE REPORT-RECORD FROM REPORT-HEADING-1.

           PERFORM READ-EXCEPTION-RECORD UNTIL EXCREG-EOF.
           CLOSE EXCREG-FILE.

           IF OPEN-COUNT = ZERO
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               WRITE REPORT-RECORD FROM NONE-LINE
           ELSE
               PERFORM WRITE-AGING-SUMMARY
           END-IF.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE OPEN-COUNT    TO TOT-OPEN.
           MOVE OVERDUE-COUNT TO TOT-OVERDUE.
           WRITE REPORT-RECORD FROM TOTAL-LINE.
           CLOSE REPORT-FILE.

           IF OVERDUE-COUNT > ZERO
               MOVE OVERDUE-COUNT TO LOG-COUNT-EDIT
               MOVE 'W' TO LOG-SEVERITY-CODE
               STRING FUNCTION TRIM(LOG-COUNT-EDIT)
                   " EXCEPTION(S) OPEN OVER 30 DAYS - SEE EXCAGE"
                   DELIMITED BY SIZE INTO LOG-MESSAGE-TEXT
               PERFORM WRITE-RUN-LOG
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE OPEN-COUNT TO LOG-COUNT-EDIT
               MOVE 'I' TO LOG-SEVERITY-CODE
               STRING FUNCTION TRIM(LOG-COUNT-EDIT)
                   " EXCEPTION(S) OPEN ON THE REGISTER"
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

      *****************************************************
      *** THE REGISTER IS KEYED ON THE SOURCE PROGRAM   ***
      *** FIRST, SO A STRAIGHT READ THROUGH IT ALREADY  ***
      *** GROUPS THE OPEN EXCEPTIONS BY SOURCE; A NEW   ***
      *** SOURCE STARTS A NEW SECTION OF THE REPORT AND ***
      *** A NEW ROW OF THE SUMMARY.  CLOSED EXCEPTIONS  ***
      *** ARE HISTORY AND ARE PASSED OVER.              ***
      *****************************************************
       READ-EXCEPTION-RECORD.
           READ EXCREG-FILE NEXT RECORD
               AT END
                   SET EXCREG-EOF TO TRUE
               NOT AT END
                   IF EXC-OPEN
                       PERFORM REPORT-OPEN-EXCEPTION
                   END-IF
           END-READ.

       REPORT-OPEN-EXCEPTION.
           IF EXC-SOURCE-PROGRAM NOT = CURRENT-SOURCE
               PERFORM START-SOURCE-SECTION
           END-IF.
           ADD 1 TO OPEN-COUNT.

           COMPUTE AGE-DAYS = TODAY-INTEGER
               - FUNCTION INTEGER-OF-DATE(EXC-OPENED-DATE).
           IF AGE-DAYS < ZERO
               MOVE ZERO TO AGE-DAYS
           END-IF.
           MOVE 1 TO BAND-INDEX.
           PERFORM FIND-AGE-BAND
               UNTIL AGE-DAYS NOT > BAND-UPPER-DAYS(BAND-INDEX).
           IF BAND-INDEX = 4
               ADD 1 TO OVERDUE-COUNT
           END-IF.
           ADD 1 TO ALL-BAND-COUNT(BAND-INDEX).
           IF SOURCE-INDEX > ZERO
               ADD 1 TO SRC-BAND-COUNT(SOURCE-INDEX BAND-INDEX)
               ADD 1 TO SRC-TOTAL(SOURCE-INDEX)
           END-IF.

           MOVE EXC-EXERCISE-ID    TO AGL-EXERCISE.
           MOVE EXC-EXCEPTION-TYPE TO AGL-TYPE.
           MOVE EXC-SUBJECT        TO AGL-SUBJECT.
           MOVE EXC-OPENED-DATE    TO AGL-OPENED-DATE.
           MOVE EXC-OPENED-TIME    TO AGL-OPENED-TIME.
           MOVE AGE-DAYS           TO AGL-AGE.
           MOVE BAND-LABEL(BAND-INDEX) TO AGL-BAND.
           IF EXC-NEW
               MOVE "NEW"          TO AGL-STATUS
           ELSE
               MOVE "ACKNOWLEDGED" TO AGL-STATUS
           END-IF.
           MOVE EXC-ASSIGNED-TO    TO AGL-ASSIGNED-TO.
           MOVE EXC-OCCURRENCES    TO AGL-OCCURRENCES.
           MOVE EXC-LAST-RUN-DATE  TO AGL-LAST-RUN.
           WRITE REPORT-RECORD FROM AGING-LINE.
           MOVE EXC-DETAIL-TEXT    TO DTL-TEXT.
           WRITE REPORT-RECORD FROM DETAIL-LINE.

       FIND-AGE-BAND.
           ADD 1 TO BAND-INDEX.

      *****************************************************
      *** ONLY FIVE PROGRAMS FILE EXCEPTIONS TODAY; A   ***
      *** SOURCE PAST THE TABLE STILL PRINTS AND COUNTS ***
      *** IN THE TOTALS, IT JUST GETS NO SUMMARY ROW.   ***
      *****************************************************
       START-SOURCE-SECTION.
           MOVE EXC-SOURCE-PROGRAM TO CURRENT-SOURCE.
           IF SOURCE-COUNT < 20
               ADD 1 TO SOURCE-COUNT
               MOVE SOURCE-COUNT TO SOURCE-INDEX
               MOVE EXC-SOURCE-PROGRAM TO SRC-PROGRAM(SOURCE-INDEX)
           ELSE
               MOVE ZERO TO SOURCE-INDEX
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE EXC-SOURCE-PROGRAM TO SRH-PROGRAM.
           WRITE REPORT-RECORD FROM SOURCE-HEADING.
           WRITE REPORT-RECORD FROM REPORT-HEADING-2.

       WRITE-AGING-SUMMARY.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           WRITE REPORT-RECORD FROM SUMMARY-HEADING.
           PERFORM WRITE-SOURCE-SUMMARY
               VARYING SOURCE-INDEX FROM 1 BY 1
               UNTIL SOURCE-INDEX > SOURCE-COUNT.
           MOVE "ALL" TO SML-PROGRAM.
           PERFORM MOVE-ALL-BAND-COUNT
               VARYING BAND-INDEX FROM 1 BY 1
               UNTIL BAND-INDEX > 4.
           MOVE OPEN-COUNT TO SML-TOTAL.
           WRITE REPORT-RECORD FROM SUMMARY-LINE.

       WRITE-SOURCE-SUMMARY.
           MOVE SRC-PROGRAM(SOURCE-INDEX) TO SML-PROGRAM.
           PERFORM MOVE-SOURCE-BAND-COUNT
               VARYING BAND-INDEX FROM 1 BY 1
               UNTIL BAND-INDEX > 4.
           MOVE SRC-TOTAL(SOURCE-INDEX) TO SML-TOTAL.
           WRITE REPORT-RECORD FROM SUMMARY-LINE.

       MOVE-SOURCE-BAND-COUNT.
           MOVE SRC-BAND-COUNT(SOURCE-INDEX BAND-INDEX)
               TO SML-BAND-COUNT(BAND-INDEX).

       MOVE-ALL-BAND-COUNT.
           MOVE ALL-BAND-COUNT(BAND-INDEX)
               TO SML-BAND-COUNT(BAND-INDEX).
