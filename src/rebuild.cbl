      ************************************
      *** SPDX-License-Identifier: MIT ***
      ************************************

      ************************************
      *** Author: Eduardo Pozos Huerta ***
      *** File:   rebuild.cbl          ***
      *** Date:   10/15/2026           ***
      *** Update: 10/15/2026           ***
      ***   - Recovery utility for the ***
      ***     RUNHIST master: reads    ***
      ***     every retained ITROUT1-4 ***
      ***     and SCNITR1-4 archive    ***
      ***     generation (header run   ***
      ***     date/time, seed and      ***
      ***     mode, detail count, last ***
      ***     result, trailer) and the ***
      ***     DRVBAT01 step messages   ***
      ***     on RUNLOG, and pairs     ***
      ***     each archived run with   ***
      ***     the step that wrote it.  ***
      ***   - Load mode ('L' on the    ***
      ***     RBDCT card) rebuilds the ***
      ***     RUNHIST record of every  ***
      ***     archived run the master  ***
      ***     is missing and writes it ***
      ***     to the master - or a     ***
      ***     replacement cluster -    ***
      ***     exactly as the driver    ***
      ***     would have filed it; the ***
      ***     step number, return code ***
      ***     and end stamp come from  ***
      ***     the RUNLOG step message, ***
      ***     the card from COEFMST,   ***
      ***     COEFIN or SCENRIO.       ***
      ***   - Audit mode (the default) ***
      ***     changes nothing: it      ***
      ***     lists archived runs with ***
      ***     no RUNHIST entry and     ***
      ***     RUNHIST entries with no  ***
      ***     retained archive, so the ***
      ***     master can be proved     ***
      ***     complete after an        ***
      ***     outage.                  ***
      ***   - Operational messages     ***
      ***     routed through the       ***
      ***     LOGWRT01 run-log         ***
      ***     facility.                ***
      ************************************


       IDENTIFICATION DIVISION.
       PROGRAM-ID. HSTRBD01.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RBDCT-FILE ASSIGN TO "RBDCT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RBDCT-FILE-STATUS.

           SELECT OPTIONAL LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LOG-FILE-STATUS.

           SELECT OPTIONAL RUNHIST-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RHST-KEY
               FILE STATUS IS RUNHIST-FILE-STATUS.

           SELECT OPTIONAL COEFMST-FILE ASSIGN TO "COEFMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMST-KEY
               FILE STATUS IS COEFMST-FILE-STATUS.

           SELECT OPTIONAL COEF1-FILE ASSIGN TO "COEFIN1"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS COEF1-FILE-STATUS.

           SELECT OPTIONAL COEF2-FILE ASSIGN TO "COEFIN2"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS COEF2-FILE-STATUS.

           SELECT OPTIONAL COEF3-FILE ASSIGN TO "COEFIN3"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS COEF3-FILE-STATUS.

           SELECT OPTIONAL COEF4-FILE ASSIGN TO "COEFIN4"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS COEF4-FILE-STATUS.

           SELECT OPTIONAL SCENARIO-FILE ASSIGN TO "SCENRIO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SCENARIO-FILE-STATUS.

           SELECT OPTIONAL ITER1-FILE ASSIGN TO "ITROUT1"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ARCHIVE-FILE-STATUS.

           SELECT OPTIONAL ITER2-FILE ASSIGN TO "ITROUT2"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ARCHIVE-FILE-STATUS.

           SELECT OPTIONAL ITER3-FILE ASSIGN TO "ITROUT3"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ARCHIVE-FILE-STATUS.

           SELECT OPTIONAL ITER4-FILE ASSIGN TO "ITROUT4"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ARCHIVE-FILE-STATUS.

           SELECT OPTIONAL SCEN-ITER1-FILE ASSIGN TO "SCNITR1"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ARCHIVE-FILE-STATUS.

           SELECT OPTIONAL SCEN-ITER2-FILE ASSIGN TO "SCNITR2"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ARCHIVE-FILE-STATUS.

           SELECT OPTIONAL SCEN-ITER3-FILE ASSIGN TO "SCNITR3"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ARCHIVE-FILE-STATUS.

           SELECT OPTIONAL SCEN-ITER4-FILE ASSIGN TO "SCNITR4"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ARCHIVE-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "RBDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  RBDCT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RBDCT.

       FD  LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LOGREC.

       FD  RUNHIST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNHIST.

       FD  COEFMST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY COEFMST.

       FD  COEF1-FILE
           LABEL RECORDS ARE STANDARD.
       01 COEF1-CARD PIC X(42).

       FD  COEF2-FILE
           LABEL RECORDS ARE STANDARD.
       01 COEF2-CARD PIC X(42).

       FD  COEF3-FILE
           LABEL RECORDS ARE STANDARD.
       01 COEF3-CARD PIC X(70).

       FD  COEF4-FILE
           LABEL RECORDS ARE STANDARD.
       01 COEF4-CARD PIC X(70).

       FD  SCENARIO-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SCENREC.

       FD  ITER1-FILE
           LABEL RECORDS ARE STANDARD.
       01 ITER1-RECORD PIC X(85).

       FD  ITER2-FILE
           LABEL RECORDS ARE STANDARD.
       01 ITER2-RECORD PIC X(69).

       FD  ITER3-FILE
           LABEL RECORDS ARE STANDARD.
       01 ITER3-RECORD PIC X(85).

       FD  ITER4-FILE
           LABEL RECORDS ARE STANDARD.
       01 ITER4-RECORD PIC X(85).

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

       FD  REPORT-FILE.
       01 REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.

       77 RBDCT-FILE-STATUS    PIC X(02) VALUE '00'.
       77 LOG-FILE-STATUS      PIC X(02) VALUE '00'.
       77 RUNHIST-FILE-STATUS  PIC X(02) VALUE '00'.
       77 COEFMST-FILE-STATUS  PIC X(02) VALUE '00'.
       77 COEF1-FILE-STATUS    PIC X(02) VALUE '00'.
       77 COEF2-FILE-STATUS    PIC X(02) VALUE '00'.
       77 COEF3-FILE-STATUS    PIC X(02) VALUE '00'.
       77 COEF4-FILE-STATUS    PIC X(02) VALUE '00'.
       77 SCENARIO-FILE-STATUS PIC X(02) VALUE '00'.
       77 ARCHIVE-FILE-STATUS  PIC X(02) VALUE '00'.
       77 REPORT-FILE-STATUS   PIC X(02) VALUE '00'.

       77 CONTROL-SWITCH PIC X(01) VALUE 'N'.
           88 CONTROL-INVALID VALUE 'Y'.

       77 REBUILD-MODE PIC X(01) VALUE 'A'.
           88 LOAD-MODE  VALUE 'L'.
           88 AUDIT-MODE VALUE 'A'.

       77 FROM-DATE PIC 9(8) VALUE ZERO.
       77 TO-DATE   PIC 9(8) VALUE 99999999.

       77 LOG-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 LOG-EOF VALUE 'Y'.
       77 LOG-OPEN-SWITCH PIC X(01) VALUE 'N'.
           88 LOG-AVAILABLE VALUE 'Y'.
       77 ARCHIVE-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 ARCHIVE-EOF VALUE 'Y'.
       77 ARCHIVE-RUN-SWITCH PIC X(01) VALUE 'N'.
           88 ARCHIVE-RUN-OPEN VALUE 'Y'.
       77 HISTORY-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 HISTORY-EOF VALUE 'Y'.
       77 HISTORY-FOUND-SWITCH PIC X(01) VALUE 'N'.
           88 HISTORY-FOUND VALUE 'Y'.
       77 MASTER-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 MASTER-EOF VALUE 'Y'.
       77 MASTER-FOUND-SWITCH PIC X(01) VALUE 'N'.
           88 MASTER-CARD-FOUND VALUE 'Y'.
       77 SCENARIO-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 SCENARIO-EOF VALUE 'Y'.
       77 ARCHIVE-FOUND-SWITCH PIC X(01) VALUE 'N'.
           88 ARCHIVE-FOUND VALUE 'Y'.
       77 WRITE-ERROR-SWITCH PIC X(01) VALUE 'N'.
           88 HISTORY-WRITE-FAILED VALUE 'Y'.
       77 RUN-TABLE-SWITCH PIC X(01) VALUE 'N'.
           88 RUN-TABLE-FULL VALUE 'Y'.
       77 STEP-TABLE-SWITCH PIC X(01) VALUE 'N'.
           88 STEP-TABLE-FULL VALUE 'Y'.

       01 CURRENT-DATE-FIELDS.
           05 CDT-DATE PIC 9(8).
           05 CDT-TIME PIC 9(6).
           05 FILLER   PIC X(07).

       77 ARCHIVE-INDEX   PIC 9(1) VALUE ZERO COMP-3.
       77 ARCHIVE-ID      PIC X(01) VALUE SPACE.
       77 ARCHIVE-DD-NAME PIC X(08) VALUE SPACES.
       77 WIDE-LIMIT PIC S9(31) VALUE 1000000000000000000000 COMP-3.

      *****************************************************
      *** EACH ARCHIVE DD IS READ INTO ONE OF TWO       ***
      *** WORKING COPIES OF THE ARCHIVE LAYOUT - THE    ***
      *** WIDE ONE FOR EXERCISE 2 - AND THE FIELDS THE  ***
      *** REBUILD NEEDS ARE LIFTED INTO THE ARC- ITEMS, ***
      *** SO ONE SET OF PARAGRAPHS ASSEMBLES EVERY RUN. ***
      *****************************************************
           COPY ITERREC REPLACING ITER-RECORD BY WORK-ITER-RECORD
                         LEADING ==ITR-== BY ==WRK-==.
           COPY ITERREC2 REPLACING ITER-RECORD BY WIDE-ITER-RECORD
                         LEADING ==ITR-== BY ==WID-==.

       77 ARC-RECORD-TYPE      PIC X(01) VALUE SPACE.
       77 ARC-RUN-DATE         PIC 9(8)  VALUE ZERO.
       77 ARC-RUN-TIME         PIC 9(6)  VALUE ZERO.
       77 ARC-SEED             PIC S9(9)V9(10) VALUE ZERO COMP-3.
       77 ARC-ITERATION-MODE   PIC X(01) VALUE SPACE.
       77 ARC-SCENARIO-ID      PIC X(02) VALUE SPACES.
       77 ARC-ITERATION-NUMBER PIC 9(4)  VALUE ZERO.
       77 ARC-RESULT           PIC S9(21)V9(10) VALUE ZERO COMP-3.
       77 ARC-RESULT-STATUS    PIC X(01) VALUE SPACE.
       77 ARC-CYCLE-PERIOD     PIC 9(2)  VALUE ZERO.

      *****************************************************
      *** ONE ENTRY PER ARCHIVED RUN, WHATEVER ITS RUN  ***
      *** DATE: RUNS OUTSIDE THE RBDCT WINDOW ARE NOT   ***
      *** REBUILT OR AUDITED BUT STILL STOP A RUNLOG    ***
      *** STEP MESSAGE BEING PAIRED WITH THE WRONG RUN. ***
      *** SEVEN GENERATIONS OF FOUR EXERCISES PLUS      ***
      *** THEIR SCENARIOS FIT WELL INSIDE THE TABLE.    ***
      *****************************************************
       01 ARCHIVE-RUN-TABLE.
           05 ARCHIVE-RUN-ENTRY OCCURS 500 TIMES.
               10 ART-STAMP.
                   15 ART-RUN-DATE PIC 9(8).
                   15 ART-RUN-TIME PIC 9(6).
               10 ART-EXERCISE-ID    PIC X(01).
               10 ART-SCENARIO-ID    PIC X(02).
               10 ART-SOURCE-DD      PIC X(08).
               10 ART-SEED           PIC S9(9)V9(10) COMP-3.
               10 ART-ITERATION-MODE PIC X(01).
               10 ART-ITERATIONS     PIC 9(4) COMP-3.
               10 ART-DETAIL-COUNT   PIC 9(4) COMP-3.
               10 ART-FINAL-RESULT   PIC S9(21)V9(10) COMP-3.
               10 ART-RESULT-STATUS  PIC X(01).
               10 ART-CYCLE-PERIOD   PIC 9(2).
               10 ART-RECENT-RESULT  PIC S9(21)V9(10) COMP-3
                                     OCCURS 4 TIMES.
               10 ART-TRAILER-SWITCH PIC X(01).
                   88 ART-TRAILER-SEEN VALUE 'Y'.
               10 ART-WINDOW-SWITCH  PIC X(01).
                   88 ART-IN-WINDOW VALUE 'Y'.

       77 RUN-COUNT       PIC 9(3) VALUE ZERO COMP-3.
       77 RUN-INDEX       PIC 9(3) VALUE ZERO COMP-3.
       77 OTHER-RUN-INDEX PIC 9(3) VALUE ZERO COMP-3.
       77 RUN-LIMIT       PIC 9(3) VALUE 500 COMP-3.
       77 RECENT-INDEX    PIC 9(2) VALUE ZERO COMP-3.
       77 CYCLE-INDEX     PIC 9(1) VALUE ZERO COMP-3.

      *****************************************************
      *** THE OLDEST RETAINED RUN PER EXERCISE, ONE     ***
      *** SLOT FOR THE PRODUCTION ARCHIVE AND ONE FOR   ***
      *** THE SCENARIO ARCHIVE (SLOT = EXERCISE + 4) -  ***
      *** THE TWO GDGS NEED NOT KEEP THE SAME NUMBER OF ***
      *** GENERATIONS.  A RUNHIST ENTRY OLDER THAN ITS  ***
      *** SLOT HAS HAD ITS ARCHIVE ROLL OFF, NOT LOST.  ***
      *****************************************************
       01 OLDEST-RUN-TABLE.
           05 OLDEST-RUN-STAMP PIC 9(14) OCCURS 8 TIMES.

       77 SLOT-INDEX   PIC 9(1)  VALUE ZERO COMP-3.
       77 EARLIEST-RUN-STAMP PIC 9(14) VALUE 99999999999999.
       77 RUN-STAMP    PIC 9(14) VALUE ZERO.
       77 LOG-STAMP    PIC 9(14) VALUE ZERO.

      *****************************************************
      *** ONE ENTRY PER DRVBAT01 STEP THAT RAN (NOT ONE ***
      *** SKIPPED ON RESTART, WHICH WROTE NO ARCHIVE),  ***
      *** IN RUNLOG ORDER, FROM THE EARLIEST ARCHIVED   ***
      *** RUN ON.                                       ***
      *****************************************************
       01 LOG-STEP-TABLE.
           05 LOG-STEP-ENTRY OCCURS 999 TIMES.
               10 LST-STAMP.
                   15 LST-LOG-DATE PIC 9(8).
                   15 LST-LOG-TIME PIC 9(6).
               10 LST-STEP-NUMBER    PIC 9(4).
               10 LST-EXERCISE-ID    PIC X(01).
               10 LST-SCENARIO-ID    PIC X(02).
               10 LST-RETURN-CODE    PIC S9(4).
               10 LST-CLAIMED-SWITCH PIC X(01).
                   88 LST-CLAIMED VALUE 'Y'.

       77 LOG-STEP-COUNT  PIC 9(4) VALUE ZERO COMP-3.
       77 LOG-STEP-INDEX  PIC 9(4) VALUE ZERO COMP-3.
       77 LOG-STEP-LIMIT  PIC 9(4) VALUE 999 COMP-3.
       77 MATCHED-STEP    PIC 9(4) VALUE ZERO COMP-3.
       77 DRIVER-STEP-NUMBER PIC 9(4) VALUE ZERO COMP-3.

       77 PATTERN-COUNT PIC 9(2) VALUE ZERO COMP-3.
       77 MESSAGE-PREFIX PIC X(80) VALUE SPACES.
       77 NUMBER-TEXT    PIC X(10) VALUE SPACES.

       77 CARD-SOURCE PIC X(03) VALUE SPACES.

       77 ARCHIVE-RUN-COUNT   PIC 9(5) VALUE ZERO COMP-3.
       77 WINDOW-RUN-COUNT    PIC 9(5) VALUE ZERO COMP-3.
       77 ON-HISTORY-COUNT    PIC 9(5) VALUE ZERO COMP-3.
       77 MISSING-COUNT       PIC 9(5) VALUE ZERO COMP-3.
       77 REBUILT-COUNT       PIC 9(5) VALUE ZERO COMP-3.
       77 UNMATCHED-COUNT     PIC 9(5) VALUE ZERO COMP-3.
       77 FAILED-COUNT        PIC 9(5) VALUE ZERO COMP-3.
       77 OVERFLOW-COUNT      PIC 9(5) VALUE ZERO COMP-3.
       77 HISTORY-CHECKED-COUNT  PIC 9(5) VALUE ZERO COMP-3.
       77 NO-ARCHIVE-COUNT       PIC 9(5) VALUE ZERO COMP-3.
       77 BEYOND-RETENTION-COUNT PIC 9(5) VALUE ZERO COMP-3.
       77 NOT-EXPECTED-COUNT     PIC 9(5) VALUE ZERO COMP-3.
       77 LISTED-COUNT           PIC 9(5) VALUE ZERO COMP-3.

       77 STEP-EDIT  PIC ZZZ9.
       77 RC-EDIT    PIC -ZZZ9.
       77 COUNT-EDIT PIC ZZZ9.

       77 LOG-PROGRAM-NAME  PIC X(08) VALUE "HSTRBD01".
       77 LOG-SEVERITY-CODE PIC X(01) VALUE 'I'.
       77 LOG-MESSAGE-TEXT  PIC X(80) VALUE SPACES.
       77 LOG-COUNT-EDIT    PIC ZZZZ9.

       01 REPORT-HEADING-1.
           05 FILLER PIC X(48)
               VALUE "HSTRBD01: RUN-HISTORY REBUILD FROM ARCHIVES".
           05 FILLER         PIC X(06) VALUE "MODE ".
           05 HDG-MODE       PIC X(05).
           05 FILLER         PIC X(13) VALUE "  RUN DATES ".
           05 HDG-FROM-DATE  PIC 9(8).
           05 FILLER         PIC X(03) VALUE " - ".
           05 HDG-TO-DATE    PIC 9(8).
           05 FILLER         PIC X(10) VALUE "  RUN ON ".
           05 HDG-RUN-DATE   PIC 9(8).
           05 FILLER         PIC X(23) VALUE SPACES.

       01 MISSING-HEADING.
           05 FILLER PIC X(132) VALUE
               "ARCHIVED RUNS WITH NO RUNHIST ENTRY:".

       01 ORPHAN-HEADING.
           05 FILLER PIC X(132) VALUE
               "RUNHIST ENTRIES WITH NO RETAINED ARCHIVE:".

       01 COLUMN-HEADING.
           05 FILLER PIC X(05) VALUE "  EX".
           05 FILLER PIC X(04) VALUE "SC".
           05 FILLER PIC X(17) VALUE "RUN DATE/TIME".
           05 FILLER PIC X(06) VALUE "STEP".
           05 FILLER PIC X(07) VALUE "   RC".
           05 FILLER PIC X(06) VALUE "ITERS".
           05 FILLER PIC X(06) VALUE "DTLS".
           05 FILLER PIC X(05) VALUE "TRL".
           05 FILLER PIC X(05) VALUE "CARD".
           05 FILLER PIC X(10) VALUE "SOURCE".
           05 FILLER PIC X(61) VALUE "DISPOSITION".

       01 REBUILD-LINE.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 RBL-EXERCISE    PIC X(01).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 RBL-SCENARIO    PIC X(02).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 RBL-RUN-DATE    PIC 9(8).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 RBL-RUN-TIME    PIC 9(6).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 RBL-STEP        PIC X(04).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 RBL-RC          PIC X(05).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 RBL-ITERATIONS  PIC X(04).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 RBL-DETAILS     PIC X(04).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 RBL-TRAILER     PIC X(03).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 RBL-CARD        PIC X(03).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 RBL-SOURCE      PIC X(08).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 RBL-DISPOSITION PIC X(50).
           05 FILLER          PIC X(11) VALUE SPACES.

       01 NONE-LINE PIC X(132) VALUE "    (NONE)".

       01 ARCHIVE-TOTAL-LINE.
           05 FILLER         PIC X(16) VALUE "ARCHIVED RUNS = ".
           05 TOT-ARCHIVED   PIC ZZZZ9.
           05 FILLER         PIC X(15) VALUE "  IN WINDOW = ".
           05 TOT-WINDOW     PIC ZZZZ9.
           05 FILLER         PIC X(16) VALUE "  ON RUNHIST = ".
           05 TOT-ON-HISTORY PIC ZZZZ9.
           05 FILLER         PIC X(20) VALUE "  NOT ON RUNHIST = ".
           05 TOT-MISSING    PIC ZZZZ9.
           05 FILLER         PIC X(13) VALUE "  REBUILT = ".
           05 TOT-REBUILT    PIC ZZZZ9.
           05 FILLER         PIC X(20) VALUE "  NO RUNLOG STEP = ".
           05 TOT-UNMATCHED  PIC ZZZZ9.
           05 FILLER         PIC X(02) VALUE SPACES.

       01 HISTORY-TOTAL-LINE.
           05 FILLER         PIC X(18) VALUE "RUNHIST CHECKED = ".
           05 TOT-CHECKED    PIC ZZZZ9.
           05 FILLER         PIC X(20) VALUE "  WITH NO ARCHIVE = ".
           05 TOT-NO-ARCHIVE PIC ZZZZ9.
           05 FILLER         PIC X(29)
               VALUE "  BEFORE RETAINED ARCHIVES = ".
           05 TOT-BEYOND     PIC ZZZZ9.
           05 FILLER         PIC X(24)
               VALUE "  NO ARCHIVE EXPECTED = ".
           05 TOT-NOT-EXPECTED PIC ZZZZ9.
           05 FILLER         PIC X(21) VALUE SPACES.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-FIELDS.

           PERFORM READ-REBUILD-CARD.
           IF CONTROL-INVALID
               MOVE 'E' TO LOG-SEVERITY-CODE
               MOVE "BAD RBDCT MODE OR RUN-DATE WINDOW - ABORTING"
                   TO LOG-MESSAGE-TEXT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF LOAD-MODE
               OPEN I-O RUNHIST-FILE
           ELSE
               OPEN INPUT RUNHIST-FILE
           END-IF.
           IF RUNHIST-FILE-STATUS = "00"
            OR RUNHIST-FILE-STATUS = "05"
               CONTINUE
           ELSE
               MOVE 'E' TO LOG-SEVERITY-CODE
               STRING "UNABLE TO OPEN RUNHIST (STATUS "
                   RUNHIST-FILE-STATUS ") - ABORTING"
                   DELIMITED BY SIZE INTO LOG-MESSAGE-TEXT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM SCAN-ARCHIVE
               VARYING ARCHIVE-INDEX FROM 1 BY 1
               UNTIL ARCHIVE-INDEX > 8.

           PERFORM NOTE-OLDEST-RUNS.

           PERFORM LOAD-LOG-STEPS.

           OPEN OUTPUT REPORT-FILE.
           MOVE CDT-DATE  TO HDG-RUN-DATE.
           MOVE FROM-DATE TO HDG-FROM-DATE.
           MOVE TO-DATE   TO HDG-TO-DATE.
           IF LOAD-MODE
               MOVE "LOAD"  TO HDG-MODE
           ELSE
               MOVE "AUDIT" TO HDG-MODE
           END-IF.
           WRITE REPORT-RECORD FROM REPORT-HEADING-1.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           WRITE REPORT-RECORD FROM MISSING-HEADING.
           WRITE REPORT-RECORD FROM COLUMN-HEADING.
           MOVE ZERO TO LISTED-COUNT.
           PERFORM PROCESS-ARCHIVE-RUN
               VARYING RUN-INDEX FROM 1 BY 1
               UNTIL RUN-INDEX > RUN-COUNT.
           IF LISTED-COUNT = ZERO
               WRITE REPORT-RECORD FROM NONE-LINE
           END-IF.

           IF AUDIT-MODE
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               WRITE REPORT-RECORD FROM ORPHAN-HEADING
               WRITE REPORT-RECORD FROM COLUMN-HEADING
               MOVE ZERO TO LISTED-COUNT
               PERFORM AUDIT-HISTORY-ENTRIES
               IF LISTED-COUNT = ZERO
                   WRITE REPORT-RECORD FROM NONE-LINE
               END-IF
           END-IF.

           CLOSE RUNHIST-FILE.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE ARCHIVE-RUN-COUNT TO TOT-ARCHIVED.
           MOVE WINDOW-RUN-COUNT  TO TOT-WINDOW.
           MOVE ON-HISTORY-COUNT  TO TOT-ON-HISTORY.
           MOVE MISSING-COUNT     TO TOT-MISSING.
           MOVE REBUILT-COUNT     TO TOT-REBUILT.
           MOVE UNMATCHED-COUNT   TO TOT-UNMATCHED.
           WRITE REPORT-RECORD FROM ARCHIVE-TOTAL-LINE.
           IF AUDIT-MODE
               MOVE HISTORY-CHECKED-COUNT  TO TOT-CHECKED
               MOVE NO-ARCHIVE-COUNT       TO TOT-NO-ARCHIVE
               MOVE BEYOND-RETENTION-COUNT TO TOT-BEYOND
               MOVE NOT-EXPECTED-COUNT     TO TOT-NOT-EXPECTED
               WRITE REPORT-RECORD FROM HISTORY-TOTAL-LINE
           END-IF.
           CLOSE REPORT-FILE.

           PERFORM SET-FINAL-RETURN-CODE.
           STOP RUN.

       WRITE-RUN-LOG.
           CALL "LOGWRT01" USING LOG-PROGRAM-NAME
                                 LOG-SEVERITY-CODE
                                 LOG-MESSAGE-TEXT.
           MOVE SPACES TO LOG-MESSAGE-TEXT.

      *****************************************************
      *** A MISSING OR EMPTY CARD AUDITS EVERYTHING -   ***
      *** THE SAFE READING.  A CARD THAT IS THERE MUST  ***
      *** SAY WHAT IT MEANS: AN UNKNOWN MODE, A         ***
      *** NON-NUMERIC DATE OR A WINDOW THAT ENDS BEFORE ***
      *** IT STARTS STOPS THE STEP.                     ***
      *****************************************************
       READ-REBUILD-CARD.
           OPEN INPUT RBDCT-FILE.
           IF RBDCT-FILE-STATUS = "00"
            OR RBDCT-FILE-STATUS = "05"
               READ RBDCT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM EDIT-REBUILD-CARD
               END-READ
               CLOSE RBDCT-FILE
           END-IF.

           IF FROM-DATE > TO-DATE
               SET CONTROL-INVALID TO TRUE
           END-IF.

       EDIT-REBUILD-CARD.
           IF RBD-LOAD-MODE
               MOVE 'L' TO REBUILD-MODE
           ELSE
               IF NOT RBD-AUDIT-MODE
                   SET CONTROL-INVALID TO TRUE
               END-IF
           END-IF.

           IF RBD-FROM-DATE NOT = SPACES
               IF RBD-FROM-DATE NUMERIC
                   MOVE RBD-FROM-DATE TO FROM-DATE
               ELSE
                   SET CONTROL-INVALID TO TRUE
               END-IF
           END-IF.

           IF RBD-TO-DATE NOT = SPACES
               IF RBD-TO-DATE NUMERIC
                   MOVE RBD-TO-DATE TO TO-DATE
               ELSE
                   SET CONTROL-INVALID TO TRUE
               END-IF
           END-IF.

      *****************************************************
      *** EVERY ARCHIVE DD IS THE GDG BASE, SO ALL OF   ***
      *** ITS RETAINED GENERATIONS ARE READ AS ONE      ***
      *** CONCATENATION; A SCENARIO GENERATION HOLDS    ***
      *** ONE HEADER-TO-TRAILER RUN PER SCENARIO.  A DD ***
      *** NOT ALLOCATED IS SIMPLY PASSED OVER.          ***
      *****************************************************
       SCAN-ARCHIVE.
           IF ARCHIVE-INDEX > 4
               COMPUTE SLOT-INDEX = ARCHIVE-INDEX - 4
           ELSE
               MOVE ARCHIVE-INDEX TO SLOT-INDEX
           END-IF.
           MOVE SLOT-INDEX TO ARCHIVE-ID.
           MOVE 'N' TO ARCHIVE-EOF-SWITCH.
           MOVE 'N' TO ARCHIVE-RUN-SWITCH.

           EVALUATE ARCHIVE-INDEX
               WHEN 1
                   MOVE "ITROUT1" TO ARCHIVE-DD-NAME
                   OPEN INPUT ITER1-FILE
               WHEN 2
                   MOVE "ITROUT2" TO ARCHIVE-DD-NAME
                   OPEN INPUT ITER2-FILE
               WHEN 3
                   MOVE "ITROUT3" TO ARCHIVE-DD-NAME
                   OPEN INPUT ITER3-FILE
               WHEN 4
                   MOVE "ITROUT4" TO ARCHIVE-DD-NAME
                   OPEN INPUT ITER4-FILE
               WHEN 5
                   MOVE "SCNITR1" TO ARCHIVE-DD-NAME
                   OPEN INPUT SCEN-ITER1-FILE
               WHEN 6
                   MOVE "SCNITR2" TO ARCHIVE-DD-NAME
                   OPEN INPUT SCEN-ITER2-FILE
               WHEN 7
                   MOVE "SCNITR3" TO ARCHIVE-DD-NAME
                   OPEN INPUT SCEN-ITER3-FILE
               WHEN 8
                   MOVE "SCNITR4" TO ARCHIVE-DD-NAME
                   OPEN INPUT SCEN-ITER4-FILE
           END-EVALUATE.

           IF ARCHIVE-FILE-STATUS = "00"
            OR ARCHIVE-FILE-STATUS = "05"
               PERFORM READ-ARCHIVE-RECORD UNTIL ARCHIVE-EOF
               PERFORM CLOSE-ARCHIVE-FILE
               MOVE 'N' TO ARCHIVE-RUN-SWITCH
           ELSE
               MOVE 'W' TO LOG-SEVERITY-CODE
               STRING ARCHIVE-DD-NAME " UNAVAILABLE (STATUS "
                   ARCHIVE-FILE-STATUS ") - NOT SCANNED"
                   DELIMITED BY SIZE INTO LOG-MESSAGE-TEXT
               PERFORM WRITE-RUN-LOG
           END-IF.

       CLOSE-ARCHIVE-FILE.
           EVALUATE ARCHIVE-INDEX
               WHEN 1
                   CLOSE ITER1-FILE
               WHEN 2
                   CLOSE ITER2-FILE
               WHEN 3
                   CLOSE ITER3-FILE
               WHEN 4
                   CLOSE ITER4-FILE
               WHEN 5
                   CLOSE SCEN-ITER1-FILE
               WHEN 6
                   CLOSE SCEN-ITER2-FILE
               WHEN 7
                   CLOSE SCEN-ITER3-FILE
               WHEN 8
                   CLOSE SCEN-ITER4-FILE
           END-EVALUATE.

       READ-ARCHIVE-RECORD.
           EVALUATE ARCHIVE-INDEX
               WHEN 1
                   READ ITER1-FILE INTO WORK-ITER-RECORD
                       AT END
                           SET ARCHIVE-EOF TO TRUE
                   END-READ
               WHEN 2
                   READ ITER2-FILE INTO WIDE-ITER-RECORD
                       AT END
                           SET ARCHIVE-EOF TO TRUE
                   END-READ
               WHEN 3
                   READ ITER3-FILE INTO WORK-ITER-RECORD
                       AT END
                           SET ARCHIVE-EOF TO TRUE
                   END-READ
               WHEN 4
                   READ ITER4-FILE INTO WORK-ITER-RECORD
                       AT END
                           SET ARCHIVE-EOF TO TRUE
                   END-READ
               WHEN 5
                   READ SCEN-ITER1-FILE INTO WORK-ITER-RECORD
                       AT END
                           SET ARCHIVE-EOF TO TRUE
                   END-READ
               WHEN 6
                   READ SCEN-ITER2-FILE INTO WIDE-ITER-RECORD
                       AT END
                           SET ARCHIVE-EOF TO TRUE
                   END-READ
               WHEN 7
                   READ SCEN-ITER3-FILE INTO WORK-ITER-RECORD
                       AT END
                           SET ARCHIVE-EOF TO TRUE
                   END-READ
               WHEN 8
                   READ SCEN-ITER4-FILE INTO WORK-ITER-RECORD
                       AT END
                           SET ARCHIVE-EOF TO TRUE
                   END-READ
           END-EVALUATE.

           IF NOT ARCHIVE-EOF
               IF ARCHIVE-ID = '2'
                   PERFORM LIFT-WIDE-RECORD
               ELSE
                   PERFORM LIFT-WORK-RECORD
               END-IF
               EVALUATE ARC-RECORD-TYPE
                   WHEN 'H'
                       PERFORM START-ARCHIVE-RUN
                   WHEN 'D'
                       PERFORM TAKE-ARCHIVE-DETAIL
                   WHEN 'T'
                       PERFORM TAKE-ARCHIVE-TRAILER
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *****************************************************
      *** THE FIELDS ARE LIFTED THE WAY THE DRIVER      ***
      *** READS THEM WHEN IT FILES THE STEP: THE        ***
      *** ITERATION MODE AND THE CYCLING TRAILER COUNT  ***
      *** ONLY FOR THE TWO FIXED-POINT EXERCISES, AND A ***
      *** SERIES-2 RESULT TOO WIDE FOR THE HISTORY      ***
      *** FIELD IS CARRIED WITH AN 'X' STATUS.          ***
      *****************************************************
       LIFT-WORK-RECORD.
           MOVE WRK-RECORD-TYPE TO ARC-RECORD-TYPE.
           EVALUATE WRK-RECORD-TYPE
               WHEN 'H'
                   MOVE WRK-HDR-RUN-DATE    TO ARC-RUN-DATE
                   MOVE WRK-HDR-RUN-TIME    TO ARC-RUN-TIME
                   MOVE WRK-HDR-SEED        TO ARC-SEED
                   MOVE WRK-HDR-SCENARIO-ID TO ARC-SCENARIO-ID
                   IF WRK-HDR-ACCELERATED AND ARCHIVE-ID = '1'
                       MOVE 'A' TO ARC-ITERATION-MODE
                   ELSE
                       MOVE 'P' TO ARC-ITERATION-MODE
                   END-IF
               WHEN 'D'
                   MOVE WRK-ITERATION-NUMBER TO ARC-ITERATION-NUMBER
                   MOVE WRK-RESULT-VALUE     TO ARC-RESULT
                   MOVE SPACE                TO ARC-RESULT-STATUS
               WHEN 'T'
                   MOVE ZERO TO ARC-CYCLE-PERIOD
                   IF WRK-TRL-CYCLING AND ARCHIVE-ID = '1'
                    AND WRK-TRL-CYCLE-PERIOD NUMERIC
                       MOVE WRK-TRL-CYCLE-PERIOD TO ARC-CYCLE-PERIOD
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       LIFT-WIDE-RECORD.
           MOVE WID-RECORD-TYPE TO ARC-RECORD-TYPE.
           EVALUATE WID-RECORD-TYPE
               WHEN 'H'
                   MOVE WID-HDR-RUN-DATE    TO ARC-RUN-DATE
                   MOVE WID-HDR-RUN-TIME    TO ARC-RUN-TIME
                   MOVE WID-HDR-SEED        TO ARC-SEED
                   MOVE WID-HDR-SCENARIO-ID TO ARC-SCENARIO-ID
                   IF WID-HDR-ACCELERATED
                       MOVE 'A' TO ARC-ITERATION-MODE
                   ELSE
                       MOVE 'P' TO ARC-ITERATION-MODE
                   END-IF
               WHEN 'D'
                   MOVE WID-ITERATION-NUMBER TO ARC-ITERATION-NUMBER
                   MOVE WID-RESULT-VALUE     TO ARC-RESULT
                   IF FUNCTION ABS(WID-RESULT-VALUE)
                       NOT LESS THAN WIDE-LIMIT
                       MOVE 'X'   TO ARC-RESULT-STATUS
                   ELSE
                       MOVE SPACE TO ARC-RESULT-STATUS
                   END-IF
               WHEN 'T'
                   MOVE ZERO TO ARC-CYCLE-PERIOD
                   IF WID-TRL-CYCLING
                    AND WID-TRL-CYCLE-PERIOD NUMERIC
                       MOVE WID-TRL-CYCLE-PERIOD TO ARC-CYCLE-PERIOD
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *****************************************************
      *** A HEADER OPENS A NEW RUN; A RUN STILL OPEN    ***
      *** WHEN THE NEXT HEADER ARRIVES OR THE DD ENDS   ***
      *** HAD NO TRAILER (A TRUNCATED ARCHIVE) AND IS   ***
      *** KEPT AS IT STANDS - THE DRIVER FILED SUCH A   ***
      *** STEP FROM THE SAME PARTIAL FILE.  THE         ***
      *** PRODUCTION ARCHIVES ARE WRITTEN BY THE        ***
      *** EXERCISE WITH NO SCENARIO ID.                 ***
      *****************************************************
       START-ARCHIVE-RUN.
           MOVE 'N' TO ARCHIVE-RUN-SWITCH.
           IF RUN-COUNT NOT LESS THAN RUN-LIMIT
               ADD 1 TO OVERFLOW-COUNT
               SET RUN-TABLE-FULL TO TRUE
           ELSE
               ADD 1 TO RUN-COUNT
               ADD 1 TO ARCHIVE-RUN-COUNT
               MOVE RUN-COUNT TO RUN-INDEX
               SET ARCHIVE-RUN-OPEN TO TRUE
               MOVE ARC-RUN-DATE  TO ART-RUN-DATE(RUN-INDEX)
               MOVE ARC-RUN-TIME  TO ART-RUN-TIME(RUN-INDEX)
               MOVE ARCHIVE-ID    TO ART-EXERCISE-ID(RUN-INDEX)
               IF ARCHIVE-INDEX > 4
                   MOVE ARC-SCENARIO-ID TO ART-SCENARIO-ID(RUN-INDEX)
               ELSE
                   MOVE SPACES TO ART-SCENARIO-ID(RUN-INDEX)
               END-IF
               MOVE ARCHIVE-DD-NAME TO ART-SOURCE-DD(RUN-INDEX)
               MOVE ARC-SEED      TO ART-SEED(RUN-INDEX)
               MOVE ARC-ITERATION-MODE
                   TO ART-ITERATION-MODE(RUN-INDEX)
               MOVE ZERO  TO ART-ITERATIONS(RUN-INDEX)
               MOVE ZERO  TO ART-DETAIL-COUNT(RUN-INDEX)
               MOVE ZERO  TO ART-FINAL-RESULT(RUN-INDEX)
               MOVE SPACE TO ART-RESULT-STATUS(RUN-INDEX)
               MOVE ZERO  TO ART-CYCLE-PERIOD(RUN-INDEX)
               MOVE ZERO  TO ART-RECENT-RESULT(RUN-INDEX 1)
               MOVE ZERO  TO ART-RECENT-RESULT(RUN-INDEX 2)
               MOVE ZERO  TO ART-RECENT-RESULT(RUN-INDEX 3)
               MOVE ZERO  TO ART-RECENT-RESULT(RUN-INDEX 4)
               MOVE 'N'   TO ART-TRAILER-SWITCH(RUN-INDEX)
               IF ARC-RUN-DATE NOT LESS THAN FROM-DATE
                AND ARC-RUN-DATE NOT GREATER THAN TO-DATE
                   MOVE 'Y' TO ART-WINDOW-SWITCH(RUN-INDEX)
                   ADD 1 TO WINDOW-RUN-COUNT
               ELSE
                   MOVE 'N' TO ART-WINDOW-SWITCH(RUN-INDEX)
               END-IF
           END-IF.

      *****************************************************
      *** A MULTI-ROOT BISECTION RUN (EXERCISE 4)       ***
      *** RESTARTS ITS ITERATION NUMBERS PER ROOT, SO   ***
      *** ITS ITERATIONS ARE THE DETAILS COUNTED ACROSS ***
      *** ALL ROOTS, AS THE DRIVER FILES THEM.          ***
      *****************************************************
       TAKE-ARCHIVE-DETAIL.
           IF ARCHIVE-RUN-OPEN
               ADD 1 TO ART-DETAIL-COUNT(RUN-INDEX)
               IF ARCHIVE-ID = '4'
                   ADD 1 TO ART-ITERATIONS(RUN-INDEX)
               ELSE
                   MOVE ARC-ITERATION-NUMBER
                       TO ART-ITERATIONS(RUN-INDEX)
               END-IF
               MOVE ARC-RESULT TO ART-FINAL-RESULT(RUN-INDEX)
               MOVE ARC-RESULT-STATUS
                   TO ART-RESULT-STATUS(RUN-INDEX)
               MOVE ART-RECENT-RESULT(RUN-INDEX 2)
                   TO ART-RECENT-RESULT(RUN-INDEX 1)
               MOVE ART-RECENT-RESULT(RUN-INDEX 3)
                   TO ART-RECENT-RESULT(RUN-INDEX 2)
               MOVE ART-RECENT-RESULT(RUN-INDEX 4)
                   TO ART-RECENT-RESULT(RUN-INDEX 3)
               MOVE ARC-RESULT
                   TO ART-RECENT-RESULT(RUN-INDEX 4)
           END-IF.

       TAKE-ARCHIVE-TRAILER.
           IF ARCHIVE-RUN-OPEN
               MOVE 'Y' TO ART-TRAILER-SWITCH(RUN-INDEX)
               MOVE ARC-CYCLE-PERIOD TO ART-CYCLE-PERIOD(RUN-INDEX)
               MOVE 'N' TO ARCHIVE-RUN-SWITCH
           END-IF.

       NOTE-OLDEST-RUNS.
           PERFORM CLEAR-OLDEST-RUN
               VARYING SLOT-INDEX FROM 1 BY 1
               UNTIL SLOT-INDEX > 8.
           PERFORM NOTE-OLDEST-RUN
               VARYING RUN-INDEX FROM 1 BY 1
               UNTIL RUN-INDEX > RUN-COUNT.

           IF RUN-TABLE-FULL
               MOVE OVERFLOW-COUNT TO LOG-COUNT-EDIT
               MOVE 'W' TO LOG-SEVERITY-CODE
               STRING "ARCHIVE RUN TABLE FULL - "
                   FUNCTION TRIM(LOG-COUNT-EDIT)
                   " RUN(S) NOT EXAMINED"
                   DELIMITED BY SIZE INTO LOG-MESSAGE-TEXT
               PERFORM WRITE-RUN-LOG
           END-IF.

       CLEAR-OLDEST-RUN.
           MOVE 99999999999999 TO OLDEST-RUN-STAMP(SLOT-INDEX).

       NOTE-OLDEST-RUN.
           MOVE ART-STAMP(RUN-INDEX) TO RUN-STAMP.
           COMPUTE SLOT-INDEX =
               FUNCTION NUMVAL(ART-EXERCISE-ID(RUN-INDEX)).
           IF ART-SOURCE-DD(RUN-INDEX)(1:3) = "SCN"
               ADD 4 TO SLOT-INDEX
           END-IF.
           IF RUN-STAMP < OLDEST-RUN-STAMP(SLOT-INDEX)
               MOVE RUN-STAMP TO OLDEST-RUN-STAMP(SLOT-INDEX)
           END-IF.
           IF RUN-STAMP < EARLIEST-RUN-STAMP
               MOVE RUN-STAMP TO EARLIEST-RUN-STAMP
           END-IF.

      *****************************************************
      *** THE DRIVER NUMBERS ITS STEPS FROM 1 IN EACH   ***
      *** RUN AND LOGS ONE "EXERCISE N [SCENARIO XX     ***
      *** (NAME)] RETURN CODE = R" MESSAGE AS EACH STEP ***
      *** FINISHES, OR "STEP K ... SKIPPED ON RESTART"  ***
      *** FOR A STEP A RESTART PASSED OVER.  A RUN ENDS ***
      *** ON ITS "STEP(S) RUN - WORST RETURN CODE"      ***
      *** MESSAGE AND A RESTARTED RUN BEGINS WITH       ***
      *** "RESTART -", SO THE STEP NUMBER OF EVERY      ***
      *** MESSAGE FOLLOWS FROM ITS PLACE IN THE LOG.    ***
      *** ONLY STEPS LOGGED AT OR AFTER THE EARLIEST    ***
      *** ARCHIVED RUN ARE KEPT.  NOTHING IS LOGGED     ***
      *** WHILE THE RUNLOG IS OPEN HERE.                ***
      *****************************************************
       LOAD-LOG-STEPS.
           MOVE ZERO TO DRIVER-STEP-NUMBER.
           OPEN INPUT LOG-FILE.
           IF LOG-FILE-STATUS = "00" OR LOG-FILE-STATUS = "05"
               SET LOG-AVAILABLE TO TRUE
               PERFORM READ-LOG-RECORD UNTIL LOG-EOF
               CLOSE LOG-FILE
           END-IF.

           IF NOT LOG-AVAILABLE
               MOVE 'W' TO LOG-SEVERITY-CODE
               STRING "RUNLOG UNAVAILABLE (STATUS "
                   LOG-FILE-STATUS ") - NO STEP CAN BE PAIRED"
                   DELIMITED BY SIZE INTO LOG-MESSAGE-TEXT
               PERFORM WRITE-RUN-LOG
           END-IF.

           IF STEP-TABLE-FULL
               MOVE 'W' TO LOG-SEVERITY-CODE
               STRING "RUNLOG STEP TABLE FULL - NARROW THE RBDCT"
                   " RUN-DATE WINDOW"
                   DELIMITED BY SIZE INTO LOG-MESSAGE-TEXT
               PERFORM WRITE-RUN-LOG
           END-IF.

       READ-LOG-RECORD.
           READ LOG-FILE
               AT END
                   SET LOG-EOF TO TRUE
               NOT AT END
                   IF LOG-PROGRAM-ID = "DRVBAT01"
                       PERFORM CLASSIFY-LOG-MESSAGE
                   END-IF
           END-READ.

       CLASSIFY-LOG-MESSAGE.
           MOVE ZERO TO PATTERN-COUNT.
           EVALUATE TRUE
               WHEN LOG-MESSAGE(1:10) = "RESTART - "
                   MOVE ZERO TO DRIVER-STEP-NUMBER
               WHEN LOG-MESSAGE(1:9) = "EXERCISE "
                   INSPECT LOG-MESSAGE TALLYING PATTERN-COUNT
                       FOR ALL " RETURN CODE = "
                   IF PATTERN-COUNT > ZERO
                       ADD 1 TO DRIVER-STEP-NUMBER
                       PERFORM TABLE-LOG-STEP
                   END-IF
               WHEN LOG-MESSAGE(1:5) = "STEP "
                   INSPECT LOG-MESSAGE TALLYING PATTERN-COUNT
                       FOR ALL "SKIPPED ON RESTART"
                   IF PATTERN-COUNT > ZERO
                       MOVE SPACES TO NUMBER-TEXT
                       UNSTRING LOG-MESSAGE(6:75) DELIMITED BY SPACE
                           INTO NUMBER-TEXT
                       END-UNSTRING
                       MOVE FUNCTION NUMVAL(NUMBER-TEXT)
                           TO DRIVER-STEP-NUMBER
                   END-IF
               WHEN OTHER
                   INSPECT LOG-MESSAGE TALLYING PATTERN-COUNT
                       FOR ALL " STEP(S) RUN - WORST RETURN CODE"
                   IF PATTERN-COUNT > ZERO
                       MOVE ZERO TO DRIVER-STEP-NUMBER
                   END-IF
           END-EVALUATE.

       TABLE-LOG-STEP.
           COMPUTE LOG-STAMP = LOG-DATE * 1000000 + LOG-TIME.
           IF LOG-STAMP NOT LESS THAN EARLIEST-RUN-STAMP
               IF LOG-STEP-COUNT NOT LESS THAN LOG-STEP-LIMIT
                   SET STEP-TABLE-FULL TO TRUE
               ELSE
                   ADD 1 TO LOG-STEP-COUNT
                   MOVE LOG-DATE TO LST-LOG-DATE(LOG-STEP-COUNT)
                   MOVE LOG-TIME TO LST-LOG-TIME(LOG-STEP-COUNT)
                   MOVE DRIVER-STEP-NUMBER
                       TO LST-STEP-NUMBER(LOG-STEP-COUNT)
                   MOVE LOG-MESSAGE(10:1)
                       TO LST-EXERCISE-ID(LOG-STEP-COUNT)
                   IF LOG-MESSAGE(11:10) = " SCENARIO "
                       MOVE LOG-MESSAGE(21:2)
                           TO LST-SCENARIO-ID(LOG-STEP-COUNT)
                   ELSE
                       MOVE SPACES TO LST-SCENARIO-ID(LOG-STEP-COUNT)
                   END-IF
                   MOVE SPACES TO MESSAGE-PREFIX
                   MOVE SPACES TO NUMBER-TEXT
                   UNSTRING LOG-MESSAGE DELIMITED BY " RETURN CODE = "
                       INTO MESSAGE-PREFIX NUMBER-TEXT
                   END-UNSTRING
                   MOVE FUNCTION NUMVAL(NUMBER-TEXT)
                       TO LST-RETURN-CODE(LOG-STEP-COUNT)
                   MOVE 'N' TO LST-CLAIMED-SWITCH(LOG-STEP-COUNT)
               END-IF
           END-IF.

      *****************************************************
      *** AN ARCHIVED RUN IS ON THE MASTER WHEN A       ***
      *** RUNHIST ENTRY CARRIES ITS HEADER RUN          ***
      *** DATE/TIME, ITS EXERCISE AND ITS SCENARIO -    ***
      *** THE STEP NUMBER IS NOT NEEDED TO FIND IT.  A  ***
      *** RUN THE MASTER IS MISSING IS PAIRED WITH ITS  ***
      *** RUNLOG STEP AND, IN LOAD MODE, REBUILT.       ***
      *****************************************************
       PROCESS-ARCHIVE-RUN.
           IF ART-IN-WINDOW(RUN-INDEX)
               PERFORM FIND-HISTORY-FOR-RUN
               IF HISTORY-FOUND
                   ADD 1 TO ON-HISTORY-COUNT
               ELSE
                   ADD 1 TO MISSING-COUNT
                   PERFORM MATCH-LOG-STEP
                   PERFORM REPORT-MISSING-RUN
               END-IF
           END-IF.

       FIND-HISTORY-FOR-RUN.
           MOVE 'N' TO HISTORY-FOUND-SWITCH.
           MOVE 'N' TO HISTORY-EOF-SWITCH.
           MOVE ART-RUN-DATE(RUN-INDEX) TO RHST-RUN-DATE.
           MOVE ART-RUN-TIME(RUN-INDEX) TO RHST-RUN-TIME.
           MOVE ZERO        TO RHST-STEP-NUMBER.
           MOVE LOW-VALUES  TO RHST-SCENARIO-ID.
           START RUNHIST-FILE KEY NOT LESS THAN RHST-KEY
               INVALID KEY
                   SET HISTORY-EOF TO TRUE
           END-START.
           PERFORM READ-HISTORY-FOR-RUN
               UNTIL HISTORY-EOF OR HISTORY-FOUND.

       READ-HISTORY-FOR-RUN.
           READ RUNHIST-FILE NEXT RECORD
               AT END
                   SET HISTORY-EOF TO TRUE
               NOT AT END
                   IF RHST-RUN-DATE NOT = ART-RUN-DATE(RUN-INDEX)
                    OR RHST-RUN-TIME NOT = ART-RUN-TIME(RUN-INDEX)
                       SET HISTORY-EOF TO TRUE
                   ELSE
                       IF RHST-EXERCISE-ID = ART-EXERCISE-ID(RUN-INDEX)
                        AND RHST-SCENARIO-ID =
                            ART-SCENARIO-ID(RUN-INDEX)
                           SET HISTORY-FOUND TO TRUE
                       END-IF
                   END-IF
           END-READ.

      *****************************************************
      *** THE STEP THAT WROTE A RUN IS THE FIRST STEP   ***
      *** OF THE SAME EXERCISE AND SCENARIO LOGGED AT   ***
      *** OR AFTER THE RUN'S HEADER - UNLESS A LATER    ***
      *** RUN OF THAT EXERCISE AND SCENARIO STARTED     ***
      *** BEFORE THE MESSAGE, IN WHICH CASE THE MESSAGE ***
      *** IS THE LATER RUN'S AND THIS RUN'S OWN MESSAGE ***
      *** WAS LOST.                                     ***
      *****************************************************
       MATCH-LOG-STEP.
           MOVE ZERO TO MATCHED-STEP.
           PERFORM FIND-LOG-STEP
               VARYING LOG-STEP-INDEX FROM 1 BY 1
               UNTIL LOG-STEP-INDEX > LOG-STEP-COUNT
                  OR MATCHED-STEP > ZERO.

           IF MATCHED-STEP > ZERO
               PERFORM CHECK-INTERVENING-RUN
                   VARYING OTHER-RUN-INDEX FROM 1 BY 1
                   UNTIL OTHER-RUN-INDEX > RUN-COUNT
                      OR MATCHED-STEP = ZERO
           END-IF.

           IF MATCHED-STEP > ZERO
               MOVE 'Y' TO LST-CLAIMED-SWITCH(MATCHED-STEP)
           END-IF.

       FIND-LOG-STEP.
           IF NOT LST-CLAIMED(LOG-STEP-INDEX)
            AND LST-EXERCISE-ID(LOG-STEP-INDEX) =
                ART-EXERCISE-ID(RUN-INDEX)
            AND LST-SCENARIO-ID(LOG-STEP-INDEX) =
                ART-SCENARIO-ID(RUN-INDEX)
            AND LST-STAMP(LOG-STEP-INDEX) NOT LESS THAN
                ART-STAMP(RUN-INDEX)
               MOVE LOG-STEP-INDEX TO MATCHED-STEP
           END-IF.

       CHECK-INTERVENING-RUN.
           IF OTHER-RUN-INDEX NOT = RUN-INDEX
            AND ART-EXERCISE-ID(OTHER-RUN-INDEX) =
                ART-EXERCISE-ID(RUN-INDEX)
            AND ART-SCENARIO-ID(OTHER-RUN-INDEX) =
                ART-SCENARIO-ID(RUN-INDEX)
            AND ART-STAMP(OTHER-RUN-INDEX) > ART-STAMP(RUN-INDEX)
            AND ART-STAMP(OTHER-RUN-INDEX) NOT GREATER THAN
                LST-STAMP(MATCHED-STEP)
               MOVE ZERO TO MATCHED-STEP
           END-IF.

       REPORT-MISSING-RUN.
           MOVE ART-EXERCISE-ID(RUN-INDEX) TO RBL-EXERCISE.
           MOVE ART-SCENARIO-ID(RUN-INDEX) TO RBL-SCENARIO.
           MOVE ART-RUN-DATE(RUN-INDEX)    TO RBL-RUN-DATE.
           MOVE ART-RUN-TIME(RUN-INDEX)    TO RBL-RUN-TIME.
           MOVE ART-ITERATIONS(RUN-INDEX)  TO COUNT-EDIT.
           MOVE COUNT-EDIT                 TO RBL-ITERATIONS.
           MOVE ART-DETAIL-COUNT(RUN-INDEX) TO COUNT-EDIT.
           MOVE COUNT-EDIT                 TO RBL-DETAILS.
           IF ART-TRAILER-SEEN(RUN-INDEX)
               MOVE "YES" TO RBL-TRAILER
           ELSE
               MOVE "NO"  TO RBL-TRAILER
           END-IF.
           MOVE ART-SOURCE-DD(RUN-INDEX)   TO RBL-SOURCE.
           MOVE SPACES TO RBL-CARD.

           IF MATCHED-STEP > ZERO
               MOVE LST-STEP-NUMBER(MATCHED-STEP) TO STEP-EDIT
               MOVE STEP-EDIT TO RBL-STEP
               MOVE LST-RETURN-CODE(MATCHED-STEP) TO RC-EDIT
               MOVE RC-EDIT   TO RBL-RC
               IF LOAD-MODE
                   PERFORM REBUILD-HISTORY-RECORD
               ELSE
                   MOVE "NOT ON RUNHIST - REBUILDABLE FROM RUNLOG STEP"
                       TO RBL-DISPOSITION
               END-IF
           ELSE
               ADD 1 TO UNMATCHED-COUNT
               MOVE SPACES TO RBL-STEP
               MOVE SPACES TO RBL-RC
               IF LOAD-MODE
                   MOVE "NOT REBUILT - NO RUNLOG STEP MESSAGE"
                       TO RBL-DISPOSITION
               ELSE
                   MOVE "NOT ON RUNHIST - NO RUNLOG STEP MESSAGE"
                       TO RBL-DISPOSITION
               END-IF
           END-IF.

           ADD 1 TO LISTED-COUNT.
           WRITE REPORT-RECORD FROM REBUILD-LINE.

      *****************************************************
      *** THE REBUILT RECORD IS THE ONE THE DRIVER      ***
      *** WOULD HAVE WRITTEN: THE KEY FROM THE HEADER   ***
      *** STAMP AND THE LOGGED STEP, THE RESULT FIELDS  ***
      *** FROM THE ARCHIVE, THE RETURN CODE FROM THE    ***
      *** STEP MESSAGE. THE STEP'S END STAMP IS TAKEN   ***
      *** AS THE MOMENT THE STEP MESSAGE WAS LOGGED,    ***
      *** WHICH FOLLOWS THE EXERCISE'S RETURN BY THE    ***
      *** DRIVER'S OWN BOOKKEEPING ONLY.                ***
      *****************************************************
       REBUILD-HISTORY-RECORD.
           INITIALIZE RUNHIST-RECORD.
           MOVE ART-RUN-DATE(RUN-INDEX)  TO RHST-RUN-DATE.
           MOVE ART-RUN-TIME(RUN-INDEX)  TO RHST-RUN-TIME.
           MOVE LST-STEP-NUMBER(MATCHED-STEP) TO RHST-STEP-NUMBER.
           MOVE ART-SCENARIO-ID(RUN-INDEX) TO RHST-SCENARIO-ID.
           MOVE ART-EXERCISE-ID(RUN-INDEX) TO RHST-EXERCISE-ID.
           MOVE ART-SEED(RUN-INDEX)      TO RHST-SEED.
           PERFORM FETCH-COEF-CARD.
           MOVE CARD-SOURCE              TO RBL-CARD.
           MOVE LST-RETURN-CODE(MATCHED-STEP) TO RHST-RETURN-CODE.
           MOVE ART-ITERATIONS(RUN-INDEX)    TO RHST-ITERATIONS.
           MOVE ART-FINAL-RESULT(RUN-INDEX)  TO RHST-FINAL-RESULT.
           MOVE ART-RESULT-STATUS(RUN-INDEX) TO RHST-RESULT-STATUS.
           MOVE ART-CYCLE-PERIOD(RUN-INDEX)  TO RHST-CYCLE-PERIOD.
           PERFORM MOVE-CYCLE-VALUE
               VARYING CYCLE-INDEX FROM 1 BY 1
               UNTIL CYCLE-INDEX > 4.
           MOVE LST-LOG-DATE(MATCHED-STEP) TO RHST-END-DATE.
           MOVE LST-LOG-TIME(MATCHED-STEP) TO RHST-END-TIME.
           MOVE ART-ITERATION-MODE(RUN-INDEX)
               TO RHST-ITERATION-MODE.

           WRITE RUNHIST-RECORD.
           IF RUNHIST-FILE-STATUS = "00"
               ADD 1 TO REBUILT-COUNT
               MOVE "REBUILT AND LOADED" TO RBL-DISPOSITION
           ELSE
               ADD 1 TO FAILED-COUNT
               SET HISTORY-WRITE-FAILED TO TRUE
               MOVE SPACES TO RBL-DISPOSITION
               STRING "NOT LOADED - RUNHIST WRITE FAILED (STATUS "
                   RUNHIST-FILE-STATUS ")"
                   DELIMITED BY SIZE INTO RBL-DISPOSITION
           END-IF.

      *****************************************************
      *** A CYCLING STEP'S VALUES ARE THE LAST PERIOD'S ***
      *** WORTH OF DETAIL RESULTS, OLDEST FIRST, AS THE ***
      *** DRIVER FILES THEM.                            ***
      *****************************************************
       MOVE-CYCLE-VALUE.
           IF CYCLE-INDEX > ART-CYCLE-PERIOD(RUN-INDEX)
               MOVE ZERO TO RHST-CYCLE-VALUE(CYCLE-INDEX)
           ELSE
               COMPUTE RECENT-INDEX = 4 - ART-CYCLE-PERIOD(RUN-INDEX)
                                    + CYCLE-INDEX
               MOVE ART-RECENT-RESULT(RUN-INDEX RECENT-INDEX)
                   TO RHST-CYCLE-VALUE(CYCLE-INDEX)
           END-IF.

      *****************************************************
      *** A PRODUCTION RUN TAKES THE APPROVED COEFMST   ***
      *** CARD IN EFFECT ON ITS RUN DATE (MST), ELSE    ***
      *** TODAY'S COEFIN CARD (CIN) - THE ONLY COPY     ***
      *** LEFT OF A CARD THE MASTER NEVER HELD.  A      ***
      *** SCENARIO RUN TAKES ITS SCENRIO CARD (SCN),    ***
      *** PREFERRING AN ENTRY IN EFFECT ON THE RUN      ***
      *** DATE.  THE SOURCE IS SHOWN ON THE REPORT SO A ***
      *** CIN CARD CAN BE CHECKED.                      ***
      *****************************************************
       FETCH-COEF-CARD.
           MOVE SPACES TO RHST-COEF-CARD.
           MOVE "---"  TO CARD-SOURCE.
           IF ART-SCENARIO-ID(RUN-INDEX) = SPACES
               PERFORM FETCH-MASTER-COEF-CARD
               IF MASTER-CARD-FOUND
                   MOVE "MST" TO CARD-SOURCE
               ELSE
                   PERFORM FETCH-COEFIN-CARD
                   IF RHST-COEF-CARD NOT = SPACES
                       MOVE "CIN" TO CARD-SOURCE
                   END-IF
               END-IF
           ELSE
               PERFORM FETCH-SCENARIO-CARD
               IF RHST-COEF-CARD NOT = SPACES
                   MOVE "SCN" TO CARD-SOURCE
               END-IF
           END-IF.

       FETCH-MASTER-COEF-CARD.
           MOVE 'N' TO MASTER-FOUND-SWITCH.
           MOVE 'N' TO MASTER-EOF-SWITCH.
           OPEN INPUT COEFMST-FILE.
           IF COEFMST-FILE-STATUS = "00"
            OR COEFMST-FILE-STATUS = "05"
               MOVE ART-EXERCISE-ID(RUN-INDEX) TO CMST-EXERCISE-ID
               MOVE ZERO TO CMST-EFFECTIVE-DATE
               START COEFMST-FILE KEY NOT LESS THAN CMST-KEY
                   INVALID KEY
                       SET MASTER-EOF TO TRUE
               END-START
               PERFORM FETCH-MASTER-COEF-RECORD UNTIL MASTER-EOF
               CLOSE COEFMST-FILE
           END-IF.

       FETCH-MASTER-COEF-RECORD.
           READ COEFMST-FILE NEXT RECORD
               AT END
                   SET MASTER-EOF TO TRUE
               NOT AT END
                   IF CMST-EXERCISE-ID NOT = ART-EXERCISE-ID(RUN-INDEX)
                    OR CMST-EFFECTIVE-DATE > ART-RUN-DATE(RUN-INDEX)
                       SET MASTER-EOF TO TRUE
                   ELSE
                       IF CMST-CARD-IMAGE NOT = SPACES
                           MOVE CMST-CARD-IMAGE TO RHST-COEF-CARD
                           SET MASTER-CARD-FOUND TO TRUE
                       END-IF
                   END-IF
           END-READ.

       FETCH-COEFIN-CARD.
           EVALUATE ART-EXERCISE-ID(RUN-INDEX)
               WHEN '1'
                   OPEN INPUT COEF1-FILE
                   IF COEF1-FILE-STATUS = "00"
                       READ COEF1-FILE
                           AT END
                               CONTINUE
                           NOT AT END
                               MOVE COEF1-CARD TO RHST-COEF-CARD
                       END-READ
                       CLOSE COEF1-FILE
                   END-IF
               WHEN '2'
                   OPEN INPUT COEF2-FILE
                   IF COEF2-FILE-STATUS = "00"
                       READ COEF2-FILE
                           AT END
                               CONTINUE
                           NOT AT END
                               MOVE COEF2-CARD TO RHST-COEF-CARD
                       END-READ
                       CLOSE COEF2-FILE
                   END-IF
               WHEN '3'
                   OPEN INPUT COEF3-FILE
                   IF COEF3-FILE-STATUS = "00"
                       READ COEF3-FILE
                           AT END
                               CONTINUE
                           NOT AT END
                               MOVE COEF3-CARD TO RHST-COEF-CARD
                       END-READ
                       CLOSE COEF3-FILE
                   END-IF
               WHEN '4'
                   OPEN INPUT COEF4-FILE
                   IF COEF4-FILE-STATUS = "00"
                       READ COEF4-FILE
                           AT END
                               CONTINUE
                           NOT AT END
                               MOVE COEF4-CARD TO RHST-COEF-CARD
                       END-READ
                       CLOSE COEF4-FILE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       FETCH-SCENARIO-CARD.
           MOVE 'N' TO SCENARIO-EOF-SWITCH.
           MOVE 'N' TO MASTER-FOUND-SWITCH.
           OPEN INPUT SCENARIO-FILE.
           IF SCENARIO-FILE-STATUS = "00"
            OR SCENARIO-FILE-STATUS = "05"
               PERFORM READ-SCENARIO-RECORD
                   UNTIL SCENARIO-EOF OR MASTER-CARD-FOUND
               CLOSE SCENARIO-FILE
           END-IF.

       READ-SCENARIO-RECORD.
           READ SCENARIO-FILE
               AT END
                   SET SCENARIO-EOF TO TRUE
               NOT AT END
                   IF SCN-EXERCISE-ID = ART-EXERCISE-ID(RUN-INDEX)
                    AND SCN-SCENARIO-ID = ART-SCENARIO-ID(RUN-INDEX)
                       MOVE SCN-CARD-IMAGE TO RHST-COEF-CARD
                       PERFORM CHECK-SCENARIO-DATES
                   END-IF
           END-READ.

       CHECK-SCENARIO-DATES.
           SET MASTER-CARD-FOUND TO TRUE.
           IF SCN-EFFECTIVE-DATE NUMERIC
            AND ART-RUN-DATE(RUN-INDEX) <
                FUNCTION NUMVAL(SCN-EFFECTIVE-DATE)
               MOVE 'N' TO MASTER-FOUND-SWITCH
           END-IF.
           IF SCN-EXPIRY-DATE NUMERIC
            AND ART-RUN-DATE(RUN-INDEX) >
                FUNCTION NUMVAL(SCN-EXPIRY-DATE)
               MOVE 'N' TO MASTER-FOUND-SWITCH
           END-IF.

      *****************************************************
      *** THE OTHER HALF OF THE AUDIT: EVERY RUNHIST    ***
      *** ENTRY IN THE WINDOW SHOULD HAVE ITS ARCHIVED  ***
      *** RUN.  AN ENTRY OLDER THAN THE OLDEST RETAINED ***
      *** RUN OF ITS ARCHIVE HAS SIMPLY ROLLED OFF THE  ***
      *** GDG AND IS ONLY COUNTED; SO IS A STEP THE     ***
      *** EXERCISE REJECTED OR ABORTED (RC 12 OR MORE)  ***
      *** WITH NO ITERATIONS, WHICH NEVER WROTE AN      ***
      *** ARCHIVED RUN.                                 ***
      *****************************************************
       AUDIT-HISTORY-ENTRIES.
           MOVE 'N' TO HISTORY-EOF-SWITCH.
           MOVE FROM-DATE  TO RHST-RUN-DATE.
           MOVE ZERO       TO RHST-RUN-TIME.
           MOVE ZERO       TO RHST-STEP-NUMBER.
           MOVE LOW-VALUES TO RHST-SCENARIO-ID.
           START RUNHIST-FILE KEY NOT LESS THAN RHST-KEY
               INVALID KEY
                   SET HISTORY-EOF TO TRUE
           END-START.
           PERFORM READ-HISTORY-ENTRY UNTIL HISTORY-EOF.

       READ-HISTORY-ENTRY.
           READ RUNHIST-FILE NEXT RECORD
               AT END
                   SET HISTORY-EOF TO TRUE
               NOT AT END
                   IF RHST-RUN-DATE > TO-DATE
                       SET HISTORY-EOF TO TRUE
                   ELSE
                       ADD 1 TO HISTORY-CHECKED-COUNT
                       PERFORM AUDIT-ONE-HISTORY-ENTRY
                   END-IF
           END-READ.

       AUDIT-ONE-HISTORY-ENTRY.
           IF RHST-EXERCISE-ID >= '1' AND RHST-EXERCISE-ID <= '4'
               COMPUTE SLOT-INDEX = FUNCTION NUMVAL(RHST-EXERCISE-ID)
               IF NOT RHST-PRODUCTION-CARD
                   ADD 4 TO SLOT-INDEX
               END-IF
               COMPUTE RUN-STAMP = RHST-RUN-DATE * 1000000
                                 + RHST-RUN-TIME
               IF RUN-STAMP < OLDEST-RUN-STAMP(SLOT-INDEX)
                   ADD 1 TO BEYOND-RETENTION-COUNT
               ELSE
                   PERFORM FIND-ARCHIVE-FOR-HISTORY
               END-IF
           ELSE
               PERFORM FIND-ARCHIVE-FOR-HISTORY
           END-IF.

       FIND-ARCHIVE-FOR-HISTORY.
           MOVE 'N' TO ARCHIVE-FOUND-SWITCH.
           PERFORM MATCH-ARCHIVE-RUN
               VARYING OTHER-RUN-INDEX FROM 1 BY 1
               UNTIL OTHER-RUN-INDEX > RUN-COUNT
                  OR ARCHIVE-FOUND.

           IF ARCHIVE-FOUND
               CONTINUE
           ELSE
               IF RHST-RETURN-CODE NOT LESS THAN 12
                AND RHST-ITERATIONS = ZERO
                   ADD 1 TO NOT-EXPECTED-COUNT
               ELSE
                   PERFORM REPORT-ORPHAN-HISTORY
               END-IF
           END-IF.

       MATCH-ARCHIVE-RUN.
           IF ART-RUN-DATE(OTHER-RUN-INDEX) = RHST-RUN-DATE
            AND ART-RUN-TIME(OTHER-RUN-INDEX) = RHST-RUN-TIME
            AND ART-EXERCISE-ID(OTHER-RUN-INDEX) = RHST-EXERCISE-ID
            AND ART-SCENARIO-ID(OTHER-RUN-INDEX) = RHST-SCENARIO-ID
               SET ARCHIVE-FOUND TO TRUE
           END-IF.

       REPORT-ORPHAN-HISTORY.
           ADD 1 TO NO-ARCHIVE-COUNT.
           MOVE RHST-EXERCISE-ID  TO RBL-EXERCISE.
           MOVE RHST-SCENARIO-ID  TO RBL-SCENARIO.
           MOVE RHST-RUN-DATE     TO RBL-RUN-DATE.
           MOVE RHST-RUN-TIME     TO RBL-RUN-TIME.
           MOVE RHST-STEP-NUMBER  TO STEP-EDIT.
           MOVE STEP-EDIT         TO RBL-STEP.
           MOVE RHST-RETURN-CODE  TO RC-EDIT.
           MOVE RC-EDIT           TO RBL-RC.
           MOVE RHST-ITERATIONS   TO COUNT-EDIT.
           MOVE COUNT-EDIT        TO RBL-ITERATIONS.
           MOVE SPACES            TO RBL-DETAILS.
           MOVE SPACES            TO RBL-TRAILER.
           MOVE SPACES            TO RBL-CARD.
           MOVE "RUNHIST"         TO RBL-SOURCE.
           MOVE "NO RETAINED ARCHIVE FOR THIS RUN"
               TO RBL-DISPOSITION.
           ADD 1 TO LISTED-COUNT.
           WRITE REPORT-RECORD FROM REBUILD-LINE.

      *****************************************************
      *** AUDIT: RC=4 WHEN EITHER SIDE HAS A GAP.       ***
      *** LOAD: RC=12 WHEN A REBUILT RECORD COULD NOT   ***
      *** BE WRITTEN, RC=4 WHEN AN ARCHIVED RUN COULD   ***
      *** NOT BE PAIRED WITH ITS STEP (OR A TABLE       ***
      *** FILLED), ELSE ZERO - EVERY MISSING RUN IS     ***
      *** BACK ON THE MASTER.                           ***
      *****************************************************
       SET-FINAL-RETURN-CODE.
           IF LOAD-MODE
               IF HISTORY-WRITE-FAILED
                   MOVE FAILED-COUNT TO LOG-COUNT-EDIT
                   MOVE 'E' TO LOG-SEVERITY-CODE
                   STRING FUNCTION TRIM(LOG-COUNT-EDIT)
                       " REBUILT RECORD(S) FAILED TO LOAD - SEE RBDRPT"
                       DELIMITED BY SIZE INTO LOG-MESSAGE-TEXT
                   PERFORM WRITE-RUN-LOG
                   MOVE 12 TO RETURN-CODE
               ELSE
                   MOVE REBUILT-COUNT TO LOG-COUNT-EDIT
                   MOVE 'I' TO LOG-SEVERITY-CODE
                   STRING FUNCTION TRIM(LOG-COUNT-EDIT)
                       " RUNHIST RECORD(S) REBUILT AND LOADED"
                       DELIMITED BY SIZE INTO LOG-MESSAGE-TEXT
                   PERFORM WRITE-RUN-LOG
                   IF UNMATCHED-COUNT > ZERO
                    OR RUN-TABLE-FULL OR STEP-TABLE-FULL
                       MOVE UNMATCHED-COUNT TO LOG-COUNT-EDIT
                       MOVE 'W' TO LOG-SEVERITY-CODE
                       STRING FUNCTION TRIM(LOG-COUNT-EDIT)
                           " ARCHIVED RUN(S) NOT REBUILT - SEE RBDRPT"
                           DELIMITED BY SIZE INTO LOG-MESSAGE-TEXT
                       PERFORM WRITE-RUN-LOG
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       MOVE ZERO TO RETURN-CODE
                   END-IF
               END-IF
           ELSE
               IF MISSING-COUNT > ZERO OR NO-ARCHIVE-COUNT > ZERO
                OR RUN-TABLE-FULL OR STEP-TABLE-FULL
                   MOVE MISSING-COUNT TO LOG-COUNT-EDIT
                   MOVE NO-ARCHIVE-COUNT TO COUNT-EDIT
                   MOVE 'W' TO LOG-SEVERITY-CODE
                   STRING "RUNHIST AUDIT: "
                       FUNCTION TRIM(LOG-COUNT-EDIT)
                       " RUN(S) NOT ON RUNHIST, "
                       FUNCTION TRIM(COUNT-EDIT)
                       " ENTRY(IES) WITH NO ARCHIVE"
                       DELIMITED BY SIZE INTO LOG-MESSAGE-TEXT
                   PERFORM WRITE-RUN-LOG
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 'I' TO LOG-SEVERITY-CODE
                   MOVE "RUNHIST AUDIT: MASTER AGREES WITH THE ARCHIVES"
                       TO LOG-MESSAGE-TEXT
                   PERFORM WRITE-RUN-LOG
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF.
