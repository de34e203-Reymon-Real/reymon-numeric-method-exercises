      ************************************
      *** SPDX-License-Identifier: MIT ***
      ************************************

      ************************************
      *** Author: Eduardo Pozos Huerta ***
      *** File:   dossier.cbl          ***
      *** Date:   10/15/2026           ***
      *** Update: 10/15/2026           ***
      ***   - End-to-end run dossier:  ***
      ***     for the exercise and run ***
      ***     date on the DOSCT card,  ***
      ***     assembles every run of   ***
      ***     that night from the      ***
      ***     RUNHIST master and the   ***
      ***     RUNXREF run              ***
      ***     cross-reference and      ***
      ***     prints, per run, the     ***
      ***     history record, the      ***
      ***     archive generation it    ***
      ***     wrote, the balancing,    ***
      ***     certification and trend  ***
      ***     verdicts filed against   ***
      ***     it, the downstream feed  ***
      ***     that carried it with the ***
      ***     feed's FEEDST            ***
      ***     acknowledgement state,   ***
      ***     and the EXCREG           ***
      ***     exceptions raised        ***
      ***     against it.              ***
      ***   - A check expected of the  ***
      ***     run that has filed no    ***
      ***     cross-reference is       ***
      ***     listed as not on file,   ***
      ***     so a gap in the night's  ***
      ***     audit trail shows on the ***
      ***     dossier rather than by   ***
      ***     its absence.             ***
      ***   - A run RUNXREF knows but  ***
      ***     RUNHIST does not is      ***
      ***     still assembled, marked  ***
      ***     as having no history.    ***
      ************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOSINQ01.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOSCT-FILE ASSIGN TO "DOSCT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DOSCT-FILE-STATUS.

           SELECT RUNHIST-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RHST-KEY
               FILE STATUS IS RUNHIST-FILE-STATUS.

           SELECT OPTIONAL RUNXREF-FILE ASSIGN TO "RUNXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-KEY
               FILE STATUS IS RUNXREF-FILE-STATUS.

           SELECT OPTIONAL FEEDST-FILE ASSIGN TO "FEEDST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FDS-KEY
               FILE STATUS IS FEEDST-FILE-STATUS.

           SELECT OPTIONAL EXCREG-FILE ASSIGN TO "EXCREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EXC-KEY
               FILE STATUS IS EXCREG-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "DOSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  DOSCT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DOSCT.

       FD  RUNHIST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNHIST.

       FD  RUNXREF-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNXREF.

       FD  FEEDST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FEEDST.

       FD  EXCREG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY EXCREG.

       FD  REPORT-FILE.
       01 REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.

       77 DOSCT-FILE-STATUS   PIC X(02) VALUE '00'.
       77 RUNHIST-FILE-STATUS PIC X(02) VALUE '00'.
       77 RUNXREF-FILE-STATUS PIC X(02) VALUE '00'.
       77 FEEDST-FILE-STATUS  PIC X(02) VALUE '00'.
       77 EXCREG-FILE-STATUS  PIC X(02) VALUE '00'.
       77 REPORT-FILE-STATUS  PIC X(02) VALUE '00'.

       77 CARD-SWITCH PIC X(01) VALUE 'N'.
           88 CARD-READ VALUE 'Y'.

       77 HISTORY-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 HISTORY-EOF VALUE 'Y'.
       77 XREF-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 XREF-EOF VALUE 'Y'.
       77 EXCREG-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 EXCREG-EOF VALUE 'Y'.

       77 XREF-SWITCH PIC X(01) VALUE 'N'.
           88 XREF-AVAILABLE VALUE 'Y'.
       77 FEEDST-SWITCH PIC X(01) VALUE 'N'.
           88 FEEDST-AVAILABLE VALUE 'Y'.

       77 SELECT-SWITCH PIC X(01) VALUE 'N'.
           88 RUN-SELECTED VALUE 'Y'.

       77 CRIT-RUN-DATE    PIC 9(8)  VALUE ZERO.
       77 CRIT-EXERCISE-ID PIC X(01) VALUE SPACE.
       77 CRIT-SCENARIO-ID PIC X(02) VALUE SPACES.

      *****************************************************
      *** ONE ENTRY PER RUN ASSEMBLED: THE RUN STAMP    ***
      *** AND SCENARIO THAT KEY IT, THE RUNHIST KEY TO  ***
      *** RE-READ ITS HISTORY BY, AND WHETHER RUNHIST   ***
      *** HOLDS IT AT ALL - A RUN THE DRIVER ARCHIVED   ***
      *** ON A NIGHT THE MASTER WAS UNAVAILABLE IS      ***
      *** KNOWN ONLY FROM ITS CROSS-REFERENCES.         ***
      *****************************************************
       01 RUN-TABLE.
           05 RUN-ENTRY OCCURS 50 TIMES.
               10 RUN-RUN-DATE    PIC 9(8).
               10 RUN-RUN-TIME    PIC 9(6).
               10 RUN-SCENARIO-ID PIC X(02).
               10 RUN-HISTORY-KEY PIC X(20).
               10 RUN-HISTORY-SWITCH PIC X(01).
                   88 RUN-ON-HISTORY VALUE 'Y'.

       77 RUN-COUNT PIC 9(2) VALUE ZERO COMP-3.
       77 RUN-LIMIT PIC 9(2) VALUE 50 COMP-3.
       77 RUN-INDEX PIC 9(2) VALUE ZERO COMP-3.
       77 RUN-FOUND-SWITCH PIC X(01) VALUE 'N'.
           88 RUN-FOUND VALUE 'Y'.
       77 RUN-FULL-SWITCH PIC X(01) VALUE 'N'.
           88 RUN-TABLE-FULL VALUE 'Y'.

       01 DOSSIER-RUN-KEY.
           05 DRK-RUN-DATE    PIC 9(8).
           05 DRK-RUN-TIME    PIC 9(6).
           05 DRK-EXERCISE-ID PIC X(01).
           05 DRK-SCENARIO-ID PIC X(02).
               88 DRK-PRODUCTION VALUE SPACES.

       01 FOUND-TYPE-SWITCHES.
           05 ARCH-SWITCH PIC X(01).
               88 ARCH-FOUND VALUE 'Y'.
           05 BAL-SWITCH  PIC X(01).
               88 BAL-FOUND  VALUE 'Y'.
           05 CERT-SWITCH PIC X(01).
               88 CERT-FOUND VALUE 'Y'.
           05 TRND-SWITCH PIC X(01).
               88 TRND-FOUND VALUE 'Y'.
           05 FEED-SWITCH PIC X(01).
               88 FEED-FOUND VALUE 'Y'.

       01 FEED-SUBJECT.
           05 FSB-FEED-DATE PIC 9(8).
           05 FILLER        PIC X(01) VALUE SPACE.
           05 FSB-FEED-TIME PIC 9(6).

       77 SCENARIO-SUBJECT PIC X(28) VALUE SPACES.

       77 RUN-EXCEPTION-COUNT PIC 9(4) VALUE ZERO COMP-3.
       77 XREF-TOTAL          PIC 9(4) VALUE ZERO COMP-3.
       77 MISSING-TOTAL       PIC 9(4) VALUE ZERO COMP-3.
       77 EXCEPTION-TOTAL     PIC 9(4) VALUE ZERO COMP-3.
       77 CYCLE-INDEX         PIC 9(1) VALUE ZERO COMP-3.

       77 LOG-PROGRAM-NAME  PIC X(08) VALUE "DOSINQ01".
       77 LOG-SEVERITY-CODE PIC X(01) VALUE 'I'.
       77 LOG-MESSAGE-TEXT  PIC X(80) VALUE SPACES.
       77 LOG-COUNT-EDIT    PIC ZZZ9.

       01 REPORT-HEADING-1.
           05 FILLER PIC X(40)
               VALUE "DOSINQ01: END-TO-END RUN DOSSIER".
           05 FILLER       PIC X(09) VALUE "RUN DATE ".
           05 HDG-DATE     PIC 9(8).
           05 FILLER       PIC X(11) VALUE "  EXERCISE ".
           05 HDG-EXERCISE PIC X(01).
           05 FILLER       PIC X(11) VALUE "  SCENARIO ".
           05 HDG-SCENARIO PIC X(10).
           05 FILLER       PIC X(42) VALUE SPACES.

       01 RUN-HEADING.
           05 FILLER       PIC X(04) VALUE "RUN ".
           05 RNH-DATE     PIC 9(8).
           05 FILLER       PIC X(01) VALUE SPACE.
           05 RNH-TIME     PIC 9(6).
           05 FILLER       PIC X(11) VALUE "  EXERCISE ".
           05 RNH-EXERCISE PIC X(01).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 RNH-SCENARIO PIC X(11).
           05 FILLER       PIC X(88) VALUE SPACES.

       01 HISTORY-LINE-1.
           05 FILLER       PIC X(15) VALUE "  RUNHIST STEP ".
           05 HSL-STEP     PIC ZZZ9.
           05 FILLER       PIC X(05) VALUE "  RC=".
           05 HSL-RC       PIC -ZZZ9.
           05 FILLER       PIC X(01) VALUE SPACE.
           05 HSL-OUTCOME  PIC X(16).
           05 FILLER       PIC X(08) VALUE "  ITERS=".
           05 HSL-ITERS    PIC ZZZ9.
           05 FILLER       PIC X(07) VALUE "  MODE=".
           05 HSL-MODE     PIC X(11).
           05 FILLER       PIC X(56) VALUE SPACES.

       01 HISTORY-LINE-2.
           05 FILLER       PIC X(15) VALUE "          SEED=".
           05 HSL-SEED     PIC -(9)9.9(10).
           05 FILLER       PIC X(09) VALUE "  RESULT=".
           05 HSL-RESULT   PIC -(21)9.9(10).
           05 HSL-RESULT-FLAG PIC X(01).
           05 FILLER       PIC X(53) VALUE SPACES.

       01 HISTORY-CARD-LINE.
           05 FILLER       PIC X(16) VALUE "          CARD: ".
           05 HSL-CARD     PIC X(70).
           05 FILLER       PIC X(46) VALUE SPACES.

       01 HISTORY-CYCLE-LINE.
           05 FILLER       PIC X(22) VALUE "          CYCLE VALUE ".
           05 HSL-POSITION PIC 9(1).
           05 FILLER       PIC X(04) VALUE " OF ".
           05 HSL-PERIOD   PIC Z9.
           05 FILLER       PIC X(03) VALUE " = ".
           05 HSL-CYCLE-VALUE PIC -(21)9.9(10).
           05 FILLER       PIC X(67) VALUE SPACES.

       01 HISTORY-END-LINE.
           05 FILLER       PIC X(21) VALUE "          STEP ENDED ".
           05 HSL-END-DATE PIC 9(8).
           05 FILLER       PIC X(01) VALUE SPACE.
           05 HSL-END-TIME PIC 9(6).
           05 FILLER       PIC X(96) VALUE SPACES.

       01 NO-HISTORY-LINE PIC X(132) VALUE
           "  RUNHIST NO ENTRY - HISTORY NOT KEPT OR PURGED".

       01 XREF-LINE.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 XFL-TYPE     PIC X(04).
           05 FILLER       PIC X(04) VALUE SPACES.
           05 XFL-SOURCE   PIC X(08).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 XFL-RESULT   PIC X(10).
           05 FILLER       PIC X(08) VALUE "  COUNT=".
           05 XFL-COUNT    PIC ZZZ9.
           05 FILLER       PIC X(06) VALUE "  REF ".
           05 XFL-REF-NAME PIC X(08).
           05 FILLER       PIC X(01) VALUE SPACE.
           05 XFL-REF-DATE PIC 9(8) BLANK WHEN ZERO.
           05 FILLER       PIC X(01) VALUE SPACE.
           05 XFL-REF-TIME PIC 9(6) BLANK WHEN ZERO.
           05 FILLER       PIC X(09) VALUE "  POSTED ".
           05 XFL-POSTED-DATE PIC 9(8).
           05 FILLER       PIC X(01) VALUE SPACE.
           05 XFL-POSTED-TIME PIC 9(6).
           05 FILLER       PIC X(36) VALUE SPACES.

       01 DETAIL-LINE.
           05 FILLER       PIC X(10) VALUE SPACES.
           05 DTL-TEXT     PIC X(80).
           05 FILLER       PIC X(42) VALUE SPACES.

       01 FEED-STATUS-LINE.
           05 FILLER       PIC X(18) VALUE "          FEEDST: ".
           05 FSL-STATUS   PIC X(14).
           05 FILLER       PIC X(07) VALUE " SINCE ".
           05 FSL-DATE     PIC 9(8).
           05 FILLER       PIC X(01) VALUE SPACE.
           05 FSL-TIME     PIC 9(6).
           05 FILLER       PIC X(78) VALUE SPACES.

       01 MISSING-LINE.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 MSL-TYPE     PIC X(04).
           05 FILLER       PIC X(18) VALUE "    NOT ON FILE - ".
           05 MSL-REASON   PIC X(50).
           05 FILLER       PIC X(58) VALUE SPACES.

       01 EXCEPTION-LINE.
           05 FILLER       PIC X(10) VALUE "  EXC     ".
           05 EXN-SOURCE   PIC X(08).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 EXN-TYPE     PIC X(10).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 EXN-SUBJECT  PIC X(28).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 EXN-STATUS   PIC X(12).
           05 FILLER       PIC X(09) VALUE "  OPENED ".
           05 EXN-OPENED   PIC 9(8).
           05 FILLER       PIC X(06) VALUE "  OCC=".
           05 EXN-OCCURRENCES PIC ZZZ9.
           05 FILLER       PIC X(31) VALUE SPACES.

       01 NO-EXCEPTION-LINE PIC X(132) VALUE
           "  EXC     NONE ON THE REGISTER FOR THIS RUN".

       01 NO-XREF-LINE PIC X(132) VALUE
           "  RUNXREF UNAVAILABLE - CROSS-REFERENCES NOT SHOWN".

       01 NONE-LINE PIC X(132) VALUE
           "    (NO RUN ON FILE FOR THIS EXERCISE ON THIS DATE)".

       01 TOTAL-LINE.
           05 FILLER       PIC X(07) VALUE "RUNS = ".
           05 TOT-RUNS     PIC Z9.
           05 FILLER       PIC X(21) VALUE "  CROSS-REFERENCES = ".
           05 TOT-XREFS    PIC ZZZ9.
           05 FILLER       PIC X(12) VALUE "  MISSING = ".
           05 TOT-MISSING  PIC ZZZ9.
           05 FILLER       PIC X(15) VALUE "  EXCEPTIONS = ".
           05 TOT-EXCEPTIONS PIC ZZZ9.
           05 FILLER       PIC X(63) VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM READ-DOSSIER-CARD.

           OPEN INPUT RUNHIST-FILE.
           IF RUNHIST-FILE-STATUS NOT = "00"
               MOVE 'E' TO LOG-SEVERITY-CODE
               STRING "UNABLE TO OPEN RUNHIST (STATUS "
                   RUNHIST-FILE-STATUS ") - ABORTING"
                   DELIMITED BY SIZE INTO LOG-MESSAGE-TEXT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT RUNXREF-FILE.
           IF RUNXREF-FILE-STATUS = "00"
            OR RUNXREF-FILE-STATUS = "05"
               SET XREF-AVAILABLE TO TRUE
           ELSE
               MOVE 'W' TO LOG-SEVERITY-CODE
               STRING "RUNXREF UNAVAILABLE (STATUS "
                   RUNXREF-FILE-STATUS ") - HISTORY ONLY"
                   DELIMITED BY SIZE INTO LOG-MESSAGE-TEXT
               PERFORM WRITE-RUN-LOG
           END-IF.

           OPEN INPUT FEEDST-FILE.
           IF FEEDST-FILE-STATUS = "00"
            OR FEEDST-FILE-STATUS = "05"
               SET FEEDST-AVAILABLE TO TRUE
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           MOVE CRIT-RUN-DATE    TO HDG-DATE.
           MOVE CRIT-EXERCISE-ID TO HDG-EXERCISE.
           EVALUATE CRIT-SCENARIO-ID
               WHEN SPACES
                   MOVE "ALL"        TO HDG-SCENARIO
               WHEN "00"
                   MOVE "PRODUCTION" TO HDG-SCENARIO
               WHEN OTHER
                   MOVE CRIT-SCENARIO-ID TO HDG-SCENARIO
           END-EVALUATE.
           WRITE REPORT-RECORD FROM REPORT-HEADING-1.

           PERFORM LOAD-HISTORY-RUNS.
           IF XREF-AVAILABLE
               PERFORM LOAD-XREF-RUNS
           END-IF.

           IF RUN-COUNT = ZERO
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               WRITE REPORT-RECORD FROM NONE-LINE
           ELSE
               PERFORM WRITE-RUN-DOSSIER
                   VARYING RUN-INDEX FROM 1 BY 1
                   UNTIL RUN-INDEX > RUN-COUNT
           END-IF.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE RUN-COUNT       TO TOT-RUNS.
           MOVE XREF-TOTAL      TO TOT-XREFS.
           MOVE MISSING-TOTAL   TO TOT-MISSING.
           MOVE EXCEPTION-TOTAL TO TOT-EXCEPTIONS.
           WRITE REPORT-RECORD FROM TOTAL-LINE.

           CLOSE RUNHIST-FILE.
           IF XREF-AVAILABLE
               CLOSE RUNXREF-FILE
           END-IF.
           IF FEEDST-AVAILABLE
               CLOSE FEEDST-FILE
           END-IF.
           CLOSE REPORT-FILE.

           IF RUN-COUNT = ZERO
               MOVE 'W' TO LOG-SEVERITY-CODE
               STRING "NO RUN OF EXERCISE " CRIT-EXERCISE-ID
                   " ON FILE FOR " CRIT-RUN-DATE
                   DELIMITED BY SIZE INTO LOG-MESSAGE-TEXT
               PERFORM WRITE-RUN-LOG
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE RUN-COUNT TO LOG-COUNT-EDIT
               MOVE 'I' TO LOG-SEVERITY-CODE
               STRING FUNCTION TRIM(LOG-COUNT-EDIT)
                   " RUN DOSSIER(S) ASSEMBLED FOR EXERCISE "
                   CRIT-EXERCISE-ID " ON " CRIT-RUN-DATE
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
      *** A DOSSIER WITHOUT ITS RUN DATE AND EXERCISE   ***
      *** HAS NOTHING TO ASSEMBLE, SO UNLIKE THE        ***
      *** HISTORY INQUIRY A MISSING OR BAD CARD IS NOT  ***
      *** READ AS "EVERYTHING" - IT ABORTS.             ***
      *****************************************************
       READ-DOSSIER-CARD.
           OPEN INPUT DOSCT-FILE.
           IF DOSCT-FILE-STATUS = "00"
               READ DOSCT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       SET CARD-READ TO TRUE
               END-READ
               CLOSE DOSCT-FILE
           END-IF.

           IF NOT CARD-READ
               MOVE "NO DOSCT CARD - RUN DATE AND EXERCISE REQUIRED"
                   TO LOG-MESSAGE-TEXT
               PERFORM ABORT-ON-CARD
           END-IF.

           IF DOS-RUN-DATE NOT NUMERIC
               MOVE "DOSCT RUN DATE IS NOT A YYYYMMDD DATE"
                   TO LOG-MESSAGE-TEXT
               PERFORM ABORT-ON-CARD
           END-IF.

           IF DOS-EXERCISE-ID < '1' OR DOS-EXERCISE-ID > '4'
               MOVE "DOSCT EXERCISE MUST BE 1 THROUGH 4"
                   TO LOG-MESSAGE-TEXT
               PERFORM ABORT-ON-CARD
           END-IF.

           MOVE DOS-RUN-DATE    TO CRIT-RUN-DATE.
           MOVE DOS-EXERCISE-ID TO CRIT-EXERCISE-ID.
           MOVE DOS-SCENARIO-ID TO CRIT-SCENARIO-ID.

       ABORT-ON-CARD.
           MOVE 'E' TO LOG-SEVERITY-CODE.
           PERFORM WRITE-RUN-LOG.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      *****************************************************
      *** RUNHIST IS KEYED ON THE RUN DATE FIRST, SO    ***
      *** ONE START POSITIONS ON THE NIGHT AND A READ   ***
      *** FORWARD ENDS AT THE NEXT DATE.                ***
      *****************************************************
       LOAD-HISTORY-RUNS.
           MOVE CRIT-RUN-DATE TO RHST-RUN-DATE.
           MOVE ZERO          TO RHST-RUN-TIME.
           MOVE ZERO          TO RHST-STEP-NUMBER.
           MOVE LOW-VALUES    TO RHST-SCENARIO-ID.
           MOVE 'N' TO HISTORY-EOF-SWITCH.
           START RUNHIST-FILE KEY NOT LESS THAN RHST-KEY
               INVALID KEY
                   SET HISTORY-EOF TO TRUE
           END-START.
           PERFORM READ-HISTORY-RUN UNTIL HISTORY-EOF.

       READ-HISTORY-RUN.
           READ RUNHIST-FILE NEXT RECORD
               AT END
                   SET HISTORY-EOF TO TRUE
               NOT AT END
                   IF RHST-RUN-DATE NOT = CRIT-RUN-DATE
                       SET HISTORY-EOF TO TRUE
                   ELSE
                       IF RHST-EXERCISE-ID = CRIT-EXERCISE-ID
                           MOVE RHST-SCENARIO-ID TO DRK-SCENARIO-ID
                           PERFORM APPLY-SCENARIO-SELECTION
                           IF RUN-SELECTED
                               MOVE RHST-RUN-DATE TO DRK-RUN-DATE
                               MOVE RHST-RUN-TIME TO DRK-RUN-TIME
                               PERFORM FIND-RUN-ENTRY
                               IF NOT RUN-FOUND
                                   PERFORM ADD-RUN-ENTRY
                               END-IF
                               IF RUN-FOUND
                                   MOVE RHST-KEY
                                     TO RUN-HISTORY-KEY(RUN-INDEX)
                                   MOVE 'Y'
                                     TO RUN-HISTORY-SWITCH(RUN-INDEX)
                               END-IF
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *****************************************************
      *** A RUN THE CROSS-REFERENCE KNOWS BUT RUNHIST   ***
      *** DOES NOT - THE MASTER WAS UNAVAILABLE THAT    ***
      *** NIGHT, OR THE ENTRY HAS SINCE BEEN PURGED -   ***
      *** STILL GETS ITS DOSSIER, MARKED AS HAVING NO   ***
      *** HISTORY.                                      ***
      *****************************************************
       LOAD-XREF-RUNS.
           MOVE CRIT-RUN-DATE TO XRF-RUN-DATE.
           MOVE ZERO          TO XRF-RUN-TIME.
           MOVE LOW-VALUES    TO XRF-EXERCISE-ID.
           MOVE LOW-VALUES    TO XRF-SCENARIO-ID.
           MOVE LOW-VALUES    TO XRF-XREF-TYPE.
           MOVE 'N' TO XREF-EOF-SWITCH.
           START RUNXREF-FILE KEY NOT LESS THAN XRF-KEY
               INVALID KEY
                   SET XREF-EOF TO TRUE
           END-START.
           PERFORM READ-XREF-RUN UNTIL XREF-EOF.

       READ-XREF-RUN.
           READ RUNXREF-FILE NEXT RECORD
               AT END
                   SET XREF-EOF TO TRUE
               NOT AT END
                   IF XRF-RUN-DATE NOT = CRIT-RUN-DATE
                       SET XREF-EOF TO TRUE
                   ELSE
                       IF XRF-EXERCISE-ID = CRIT-EXERCISE-ID
                           MOVE XRF-SCENARIO-ID TO DRK-SCENARIO-ID
                           PERFORM APPLY-SCENARIO-SELECTION
                           IF RUN-SELECTED
                               MOVE XRF-RUN-DATE TO DRK-RUN-DATE
                               MOVE XRF-RUN-TIME TO DRK-RUN-TIME
                               PERFORM FIND-RUN-ENTRY
                               IF NOT RUN-FOUND
                                   PERFORM ADD-RUN-ENTRY
                               END-IF
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *****************************************************
      *** '00' ASKS FOR THE PRODUCTION-CARD RUNS, WHOSE ***
      *** SCENARIO ID IS SPACES; ANY OTHER ID MUST      ***
      *** MATCH EXACTLY.                                ***
      *****************************************************
       APPLY-SCENARIO-SELECTION.
           SET RUN-SELECTED TO TRUE.
           IF CRIT-SCENARIO-ID = "00"
            AND NOT DRK-PRODUCTION
               MOVE 'N' TO SELECT-SWITCH
           END-IF.
           IF CRIT-SCENARIO-ID NOT = SPACES
            AND CRIT-SCENARIO-ID NOT = "00"
            AND CRIT-SCENARIO-ID NOT = DRK-SCENARIO-ID
               MOVE 'N' TO SELECT-SWITCH
           END-IF.

       FIND-RUN-ENTRY.
           MOVE 'N' TO RUN-FOUND-SWITCH.
           PERFORM MATCH-RUN-ENTRY
               VARYING RUN-INDEX FROM 1 BY 1
               UNTIL RUN-INDEX > RUN-COUNT OR RUN-FOUND.
           IF RUN-FOUND
               SUBTRACT 1 FROM RUN-INDEX
           END-IF.

       MATCH-RUN-ENTRY.
           IF RUN-RUN-DATE(RUN-INDEX)    = DRK-RUN-DATE
            AND RUN-RUN-TIME(RUN-INDEX)    = DRK-RUN-TIME
            AND RUN-SCENARIO-ID(RUN-INDEX) = DRK-SCENARIO-ID
               SET RUN-FOUND TO TRUE
           END-IF.

       ADD-RUN-ENTRY.
           IF RUN-COUNT < RUN-LIMIT
               ADD 1 TO RUN-COUNT
               MOVE RUN-COUNT       TO RUN-INDEX
               MOVE DRK-RUN-DATE    TO RUN-RUN-DATE(RUN-INDEX)
               MOVE DRK-RUN-TIME    TO RUN-RUN-TIME(RUN-INDEX)
               MOVE DRK-SCENARIO-ID TO RUN-SCENARIO-ID(RUN-INDEX)
               MOVE SPACES          TO RUN-HISTORY-KEY(RUN-INDEX)
               MOVE 'N'             TO RUN-HISTORY-SWITCH(RUN-INDEX)
               SET RUN-FOUND TO TRUE
           ELSE
               IF NOT RUN-TABLE-FULL
                   SET RUN-TABLE-FULL TO TRUE
                   MOVE 'W' TO LOG-SEVERITY-CODE
                   MOVE "RUN TABLE FULL - LATER RUNS NOT SHOWN"
                       TO LOG-MESSAGE-TEXT
                   PERFORM WRITE-RUN-LOG
               END-IF
           END-IF.

      *****************************************************
      *** ONE DOSSIER PER RUN: WHAT RUNHIST RECORDED,   ***
      *** EVERY CROSS-REFERENCE FILED UNDER THE RUN,    ***
      *** THE CHECKS EXPECTED OF SUCH A RUN THAT HAVE   ***
      *** FILED NOTHING, AND THE EXCEPTIONS THE         ***
      *** REGISTER HOLDS AGAINST IT.                    ***
      *****************************************************
       WRITE-RUN-DOSSIER.
           MOVE RUN-RUN-DATE(RUN-INDEX)    TO DRK-RUN-DATE.
           MOVE RUN-RUN-TIME(RUN-INDEX)    TO DRK-RUN-TIME.
           MOVE CRIT-EXERCISE-ID           TO DRK-EXERCISE-ID.
           MOVE RUN-SCENARIO-ID(RUN-INDEX) TO DRK-SCENARIO-ID.
           MOVE SPACES TO FOUND-TYPE-SWITCHES.
           MOVE ZERO   TO FSB-FEED-DATE.
           MOVE ZERO   TO FSB-FEED-TIME.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE DRK-RUN-DATE    TO RNH-DATE.
           MOVE DRK-RUN-TIME    TO RNH-TIME.
           MOVE DRK-EXERCISE-ID TO RNH-EXERCISE.
           IF DRK-PRODUCTION
               MOVE "PRODUCTION" TO RNH-SCENARIO
           ELSE
               MOVE SPACES TO RNH-SCENARIO
               STRING "SCENARIO " DRK-SCENARIO-ID
                   DELIMITED BY SIZE INTO RNH-SCENARIO
           END-IF.
           WRITE REPORT-RECORD FROM RUN-HEADING.

           PERFORM WRITE-HISTORY-LINES.
           IF XREF-AVAILABLE
               PERFORM WRITE-XREF-LINES
               PERFORM WRITE-MISSING-LINES
           ELSE
               WRITE REPORT-RECORD FROM NO-XREF-LINE
           END-IF.
           PERFORM WRITE-EXCEPTION-LINES.

       WRITE-HISTORY-LINES.
           IF RUN-ON-HISTORY(RUN-INDEX)
               MOVE RUN-HISTORY-KEY(RUN-INDEX) TO RHST-KEY
               READ RUNHIST-FILE
                   INVALID KEY
                       MOVE 'N' TO RUN-HISTORY-SWITCH(RUN-INDEX)
               END-READ
           END-IF.
           IF RUN-ON-HISTORY(RUN-INDEX)
               PERFORM PRINT-HISTORY-RECORD
           ELSE
               WRITE REPORT-RECORD FROM NO-HISTORY-LINE
           END-IF.

       PRINT-HISTORY-RECORD.
           MOVE RHST-STEP-NUMBER  TO HSL-STEP.
           MOVE RHST-RETURN-CODE  TO HSL-RC.
           EVALUATE RHST-RETURN-CODE
               WHEN 0
                   MOVE "CONVERGED"        TO HSL-OUTCOME
               WHEN 4
                   MOVE "PASSES EXHAUSTED" TO HSL-OUTCOME
               WHEN 8
                   MOVE "TABLE EXHAUSTED"  TO HSL-OUTCOME
               WHEN 12
                   MOVE "REJECTED"         TO HSL-OUTCOME
               WHEN 16
                   MOVE "ABORTED"          TO HSL-OUTCOME
               WHEN 20
                   MOVE "DIVERGED"         TO HSL-OUTCOME
               WHEN 24
                   MOVE "CYCLING"          TO HSL-OUTCOME
               WHEN OTHER
                   MOVE "UNKNOWN OUTCOME"  TO HSL-OUTCOME
           END-EVALUATE.
           MOVE RHST-ITERATIONS   TO HSL-ITERS.
           IF RHST-ACCELERATED
               MOVE "ACCELERATED" TO HSL-MODE
           ELSE
               MOVE "PLAIN"       TO HSL-MODE
           END-IF.
           WRITE REPORT-RECORD FROM HISTORY-LINE-1.

           MOVE RHST-SEED          TO HSL-SEED.
           MOVE RHST-FINAL-RESULT  TO HSL-RESULT.
           MOVE RHST-RESULT-STATUS TO HSL-RESULT-FLAG.
           WRITE REPORT-RECORD FROM HISTORY-LINE-2.

           MOVE RHST-COEF-CARD TO HSL-CARD.
           WRITE REPORT-RECORD FROM HISTORY-CARD-LINE.

           IF RHST-CYCLE-PERIOD > ZERO
               PERFORM PRINT-CYCLE-VALUE
                   VARYING CYCLE-INDEX FROM 1 BY 1
                   UNTIL CYCLE-INDEX > RHST-CYCLE-PERIOD
                      OR CYCLE-INDEX > 4
           END-IF.

           MOVE RHST-END-DATE TO HSL-END-DATE.
           MOVE RHST-END-TIME TO HSL-END-TIME.
           WRITE REPORT-RECORD FROM HISTORY-END-LINE.

       PRINT-CYCLE-VALUE.
           MOVE CYCLE-INDEX       TO HSL-POSITION.
           MOVE RHST-CYCLE-PERIOD TO HSL-PERIOD.
           MOVE RHST-CYCLE-VALUE(CYCLE-INDEX) TO HSL-CYCLE-VALUE.
           WRITE REPORT-RECORD FROM HISTORY-CYCLE-LINE.

      *****************************************************
      *** THE CROSS-REFERENCES SHARE THE RUN KEY AND    ***
      *** DIFFER ONLY IN TYPE, SO ONE START ON THE RUN  ***
      *** AND A READ FORWARD COLLECTS THEM ALL.  A FEED ***
      *** ENTRY ALSO CARRIES THE EXTRACT STAMP FEEDST   ***
      *** TRACKS THE FEED UNDER, SO ITS LIVE            ***
      *** ACKNOWLEDGEMENT STATE IS SHOWN BENEATH IT.    ***
      *****************************************************
       WRITE-XREF-LINES.
           MOVE DOSSIER-RUN-KEY TO XRF-RUN-KEY.
           MOVE LOW-VALUES      TO XRF-XREF-TYPE.
           MOVE 'N' TO XREF-EOF-SWITCH.
           START RUNXREF-FILE KEY NOT LESS THAN XRF-KEY
               INVALID KEY
                   SET XREF-EOF TO TRUE
           END-START.
           PERFORM READ-RUN-XREF UNTIL XREF-EOF.

       READ-RUN-XREF.
           READ RUNXREF-FILE NEXT RECORD
               AT END
                   SET XREF-EOF TO TRUE
               NOT AT END
                   IF XRF-RUN-KEY NOT = DOSSIER-RUN-KEY
                       SET XREF-EOF TO TRUE
                   ELSE
                       PERFORM PRINT-XREF-RECORD
                   END-IF
           END-READ.

       PRINT-XREF-RECORD.
           ADD 1 TO XREF-TOTAL.
           EVALUATE TRUE
               WHEN XRF-ARCHIVE-XREF
                   SET ARCH-FOUND TO TRUE
               WHEN XRF-BALANCE-XREF
                   SET BAL-FOUND  TO TRUE
               WHEN XRF-CERTIFY-XREF
                   SET CERT-FOUND TO TRUE
               WHEN XRF-TREND-XREF
                   SET TRND-FOUND TO TRUE
               WHEN XRF-FEED-XREF
                   SET FEED-FOUND TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           MOVE XRF-XREF-TYPE      TO XFL-TYPE.
           MOVE XRF-SOURCE-PROGRAM TO XFL-SOURCE.
           MOVE XRF-RESULT         TO XFL-RESULT.
           MOVE XRF-COUNT          TO XFL-COUNT.
           MOVE XRF-REFERENCE-NAME TO XFL-REF-NAME.
           MOVE XRF-REFERENCE-DATE TO XFL-REF-DATE.
           MOVE XRF-REFERENCE-TIME TO XFL-REF-TIME.
           MOVE XRF-POSTED-DATE    TO XFL-POSTED-DATE.
           MOVE XRF-POSTED-TIME    TO XFL-POSTED-TIME.
           WRITE REPORT-RECORD FROM XREF-LINE.
           IF XRF-DETAIL-TEXT NOT = SPACES
               MOVE XRF-DETAIL-TEXT TO DTL-TEXT
               WRITE REPORT-RECORD FROM DETAIL-LINE
           END-IF.

           IF XRF-FEED-XREF
               MOVE XRF-REFERENCE-DATE TO FSB-FEED-DATE
               MOVE XRF-REFERENCE-TIME TO FSB-FEED-TIME
               PERFORM WRITE-FEED-STATUS
           END-IF.

       WRITE-FEED-STATUS.
           MOVE ZERO TO FSL-DATE.
           MOVE ZERO TO FSL-TIME.
           IF NOT FEEDST-AVAILABLE
               MOVE "NOT AVAILABLE" TO FSL-STATUS
           ELSE
               MOVE FSB-FEED-DATE TO FDS-FEED-DATE
               MOVE FSB-FEED-TIME TO FDS-FEED-TIME
               READ FEEDST-FILE
                   INVALID KEY
                       MOVE "NOT TRACKED" TO FSL-STATUS
                   NOT INVALID KEY
                       PERFORM NAME-FEED-STATUS
               END-READ
           END-IF.
           WRITE REPORT-RECORD FROM FEED-STATUS-LINE.

       NAME-FEED-STATUS.
           EVALUATE TRUE
               WHEN FDS-EXTRACTED
                   MOVE "EXTRACTED"      TO FSL-STATUS
               WHEN FDS-ACKNOWLEDGED
                   MOVE "ACKNOWLEDGED"   TO FSL-STATUS
               WHEN FDS-REJECTED
                   MOVE "REJECTED"       TO FSL-STATUS
               WHEN FDS-UNACKNOWLEDGED
                   MOVE "UNACKNOWLEDGED" TO FSL-STATUS
               WHEN OTHER
                   MOVE FDS-STATUS       TO FSL-STATUS
           END-EVALUATE.
           MOVE FDS-STATUS-DATE TO FSL-DATE.
           MOVE FDS-STATUS-TIME TO FSL-TIME.

      *****************************************************
      *** EVERY RUN LEAVES AN ARCHIVE AND IS COMPARED   ***
      *** BY THE TREND STEP.  ONLY PRODUCTION RUNS ARE  ***
      *** BALANCED, CERTIFIED AND FED: BALCHK01 PROVES  ***
      *** EACH PRODUCTION ARCHIVE, RTCERT01 JUDGES      ***
      *** EXERCISES 3 AND 4 AGAINST EACH OTHER, AND     ***
      *** EXTRC01 FEEDS EXERCISES 1 AND 2 DOWNSTREAM.   ***
      *** THOSE CHECKS JUDGE THE NIGHT'S LATEST RUN, SO ***
      *** AN EARLIER RERUN OF THE SAME NIGHT SHOWS THEM ***
      *** MISSING.                                      ***
      *****************************************************
       WRITE-MISSING-LINES.
           IF NOT ARCH-FOUND
               MOVE "ARCH" TO MSL-TYPE
               MOVE "NO ARCHIVE CROSS-REFERENCE FILED BY DRVBAT01"
                   TO MSL-REASON
               PERFORM WRITE-MISSING-LINE
           END-IF.
           IF NOT TRND-FOUND
               MOVE "TRND" TO MSL-TYPE
               MOVE "TREND01 HAS NOT COMPARED THIS RUN"
                   TO MSL-REASON
               PERFORM WRITE-MISSING-LINE
           END-IF.
           IF DRK-PRODUCTION
               IF NOT BAL-FOUND
                   MOVE "BAL " TO MSL-TYPE
                   MOVE "BALCHK01 HAS NOT BALANCED THIS RUN'S ARCHIVE"
                       TO MSL-REASON
                   PERFORM WRITE-MISSING-LINE
               END-IF
               IF NOT CERT-FOUND
                AND (CRIT-EXERCISE-ID = '3' OR CRIT-EXERCISE-ID = '4')
                   MOVE "CERT" TO MSL-TYPE
                   MOVE "RTCERT01 HAS NOT CERTIFIED THIS RUN"
                       TO MSL-REASON
                   PERFORM WRITE-MISSING-LINE
               END-IF
               IF NOT FEED-FOUND
                AND (CRIT-EXERCISE-ID = '1' OR CRIT-EXERCISE-ID = '2')
                   MOVE "FEED" TO MSL-TYPE
                   MOVE "EXTRC01 HAS NOT FED THIS RUN DOWNSTREAM"
                       TO MSL-REASON
                   PERFORM WRITE-MISSING-LINE
               END-IF
           END-IF.

       WRITE-MISSING-LINE.
           ADD 1 TO MISSING-TOTAL.
           WRITE REPORT-RECORD FROM MISSING-LINE.

      *****************************************************
      *** THE REGISTER IS KEYED BY PROBLEM, NOT BY RUN, ***
      *** SO IT IS READ THROUGH ONCE PER DOSSIER.  AN   ***
      *** EXCEPTION BELONGS TO THE RUN WHEN IT IS THE   ***
      *** RUN'S EXERCISE AND ITS FIRST-TO-LAST RUN SPAN ***
      *** COVERS THE RUN DATE - A SCENARIO RUN TAKING   ***
      *** ONLY THE EXCEPTIONS ITS SCENARIO RAISED, A    ***
      *** PRODUCTION RUN ONLY THE OTHERS - OR WHEN IT   ***
      *** IS A CERTIFICATION DISAGREEMENT BETWEEN       ***
      *** EXERCISES 3 AND 4 OVER THE SAME SPAN, OR WHEN ***
      *** IT IS AN ACKNOWLEDGEMENT PROBLEM ON THE FEED  ***
      *** THAT CARRIED THE RUN.                         ***
      *****************************************************
       WRITE-EXCEPTION-LINES.
           MOVE ZERO TO RUN-EXCEPTION-COUNT.
           MOVE SPACES TO SCENARIO-SUBJECT.
           IF NOT DRK-PRODUCTION
               STRING "SCENARIO " DRK-SCENARIO-ID
                   DELIMITED BY SIZE INTO SCENARIO-SUBJECT
           END-IF.
           MOVE 'N' TO EXCREG-EOF-SWITCH.
           OPEN INPUT EXCREG-FILE.
           IF EXCREG-FILE-STATUS = "00"
            OR EXCREG-FILE-STATUS = "05"
               PERFORM READ-RUN-EXCEPTION UNTIL EXCREG-EOF
               CLOSE EXCREG-FILE
           END-IF.
           IF RUN-EXCEPTION-COUNT = ZERO
               WRITE REPORT-RECORD FROM NO-EXCEPTION-LINE
           END-IF.

       READ-RUN-EXCEPTION.
           READ EXCREG-FILE NEXT RECORD
               AT END
                   SET EXCREG-EOF TO TRUE
               NOT AT END
                   PERFORM APPLY-EXCEPTION-SELECTION
                   IF RUN-SELECTED
                       PERFORM PRINT-EXCEPTION-RECORD
                   END-IF
           END-READ.

       APPLY-EXCEPTION-SELECTION.
           MOVE 'N' TO SELECT-SWITCH.
           IF EXC-EXERCISE-ID = DRK-EXERCISE-ID
            AND EXC-FIRST-RUN-DATE NOT > DRK-RUN-DATE
            AND EXC-LAST-RUN-DATE NOT < DRK-RUN-DATE
               IF DRK-PRODUCTION
                   IF EXC-SUBJECT(1:9) NOT = "SCENARIO "
                       SET RUN-SELECTED TO TRUE
                   END-IF
               ELSE
                   IF EXC-SUBJECT = SCENARIO-SUBJECT
                       SET RUN-SELECTED TO TRUE
                   END-IF
               END-IF
           END-IF.

           IF DRK-PRODUCTION
            AND (DRK-EXERCISE-ID = '3' OR DRK-EXERCISE-ID = '4')
            AND EXC-SOURCE-PROGRAM = "RTCERT01"
            AND EXC-EXERCISE-ID = SPACE
            AND EXC-FIRST-RUN-DATE NOT > DRK-RUN-DATE
            AND EXC-LAST-RUN-DATE NOT < DRK-RUN-DATE
               SET RUN-SELECTED TO TRUE
           END-IF.

           IF FSB-FEED-DATE > ZERO
            AND EXC-SOURCE-PROGRAM = "ACKCHK01"
            AND EXC-SUBJECT = FEED-SUBJECT
               SET RUN-SELECTED TO TRUE
           END-IF.

       PRINT-EXCEPTION-RECORD.
           ADD 1 TO RUN-EXCEPTION-COUNT.
           ADD 1 TO EXCEPTION-TOTAL.
           MOVE EXC-SOURCE-PROGRAM TO EXN-SOURCE.
           MOVE EXC-EXCEPTION-TYPE TO EXN-TYPE.
           MOVE EXC-SUBJECT        TO EXN-SUBJECT.
           EVALUATE TRUE
               WHEN EXC-NEW
                   MOVE "NEW"          TO EXN-STATUS
               WHEN EXC-ACKNOWLEDGED
                   MOVE "ACKNOWLEDGED" TO EXN-STATUS
               WHEN EXC-CLOSED
                   MOVE "CLOSED"       TO EXN-STATUS
               WHEN OTHER
                   MOVE EXC-STATUS     TO EXN-STATUS
           END-EVALUATE.
           MOVE EXC-OPENED-DATE    TO EXN-OPENED.
           MOVE EXC-OCCURRENCES    TO EXN-OCCURRENCES.
           WRITE REPORT-RECORD FROM EXCEPTION-LINE.
           MOVE EXC-DETAIL-TEXT    TO DTL-TEXT.
           WRITE REPORT-RECORD FROM DETAIL-LINE.
