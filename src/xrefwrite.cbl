      ************************************
      *** SPDX-License-Identifier: MIT ***
      ************************************

      ************************************
      *** Author: Eduardo Pozos Huerta ***
      *** File:   xrefwrite.cbl        ***
      *** Date:   10/15/2026           ***
      *** Update: 10/15/2026           ***
      ***   - Run cross-reference      ***
      ***     writer for the driver    ***
      ***     and the checking         ***
      ***     programs: one CALL files ***
      ***     a cross-reference in the ***
      ***     permanent keyed RUNXREF  ***
      ***     master under the run it  ***
      ***     is tied to (run          ***
      ***     date/time, exercise,     ***
      ***     scenario) and its type - ***
      ***     archive, balancing,      ***
      ***     certification, trend or  ***
      ***     feed.                    ***
      ***   - A program run again on   ***
      ***     the same archives        ***
      ***     replaces its own         ***
      ***     cross-reference for the  ***
      ***     run rather than adding a ***
      ***     second one, so the       ***
      ***     master holds the latest  ***
      ***     result.                  ***
      ***   - The master is opened and ***
      ***     closed per call, like    ***
      ***     RUNLOG, so several       ***
      ***     programs in one job can  ***
      ***     share it; if RUNXREF     ***
      ***     cannot be opened the     ***
      ***     problem is logged and    ***
      ***     the caller carries on,   ***
      ***     since its own report and ***
      ***     the exception register   ***
      ***     already show the result. ***
      ************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. XRFWRT01.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RUNXREF-FILE ASSIGN TO "RUNXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-KEY
               FILE STATUS IS RUNXREF-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  RUNXREF-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNXREF.

       WORKING-STORAGE SECTION.

       77 RUNXREF-FILE-STATUS PIC X(02) VALUE '00'.

       77 ON-FILE-SWITCH PIC X(01) VALUE 'N'.
           88 ALREADY-ON-FILE VALUE 'Y'.

       01 CURRENT-DATE-FIELDS.
           05 CDT-DATE PIC 9(8).
           05 CDT-TIME PIC 9(6).
           05 FILLER   PIC X(07).

       77 LOG-SEVERITY-CODE PIC X(01) VALUE 'W'.
       77 LOG-MESSAGE-TEXT  PIC X(80) VALUE SPACES.

       LINKAGE SECTION.

           COPY XRFLNK.

       PROCEDURE DIVISION USING XREF-LINK.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-FIELDS.
           SET XRL-NOT-FILED TO TRUE.

           OPEN I-O RUNXREF-FILE.
           IF RUNXREF-FILE-STATUS = "00"
            OR RUNXREF-FILE-STATUS = "05"
               PERFORM FIND-CROSS-REFERENCE
               PERFORM BUILD-CROSS-REFERENCE
               IF ALREADY-ON-FILE
                   PERFORM REPLACE-CROSS-REFERENCE
               ELSE
                   PERFORM FILE-NEW-CROSS-REFERENCE
               END-IF
               CLOSE RUNXREF-FILE
           ELSE
               STRING "RUNXREF UNAVAILABLE (STATUS "
                   RUNXREF-FILE-STATUS ") - " XRL-XREF-TYPE
                   " CROSS-REFERENCE NOT FILED"
                   DELIMITED BY SIZE INTO LOG-MESSAGE-TEXT
               PERFORM WRITE-RUN-LOG
           END-IF.

           GOBACK.

       FIND-CROSS-REFERENCE.
           MOVE 'N' TO ON-FILE-SWITCH.
           MOVE XRL-KEY TO XRF-KEY.
           READ RUNXREF-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ALREADY-ON-FILE TO TRUE
           END-READ.

       BUILD-CROSS-REFERENCE.
           MOVE XRL-KEY            TO XRF-KEY.
           MOVE XRL-SOURCE-PROGRAM TO XRF-SOURCE-PROGRAM.
           MOVE XRL-RESULT         TO XRF-RESULT.
           MOVE XRL-COUNT          TO XRF-COUNT.
           MOVE XRL-REFERENCE-NAME TO XRF-REFERENCE-NAME.
           MOVE XRL-REFERENCE-DATE TO XRF-REFERENCE-DATE.
           MOVE XRL-REFERENCE-TIME TO XRF-REFERENCE-TIME.
           MOVE CDT-DATE           TO XRF-POSTED-DATE.
           MOVE CDT-TIME           TO XRF-POSTED-TIME.
           MOVE XRL-DETAIL-TEXT    TO XRF-DETAIL-TEXT.

       REPLACE-CROSS-REFERENCE.
           REWRITE RUNXREF-RECORD.
           IF RUNXREF-FILE-STATUS = "00"
               SET XRL-REPLACED TO TRUE
           ELSE
               STRING "RUNXREF REWRITE FAILED (STATUS "
                   RUNXREF-FILE-STATUS ") - " XRL-XREF-TYPE
                   " CROSS-REFERENCE NOT UPDATED"
                   DELIMITED BY SIZE INTO LOG-MESSAGE-TEXT
               PERFORM WRITE-RUN-LOG
           END-IF.

       FILE-NEW-CROSS-REFERENCE.
           WRITE RUNXREF-RECORD.
           IF RUNXREF-FILE-STATUS = "00"
               SET XRL-FILED TO TRUE
           ELSE
               STRING "RUNXREF WRITE FAILED (STATUS "
                   RUNXREF-FILE-STATUS ") - " XRL-XREF-TYPE
                   " CROSS-REFERENCE NOT FILED"
                   DELIMITED BY SIZE INTO LOG-MESSAGE-TEXT
               PERFORM WRITE-RUN-LOG
           END-IF.

       WRITE-RUN-LOG.
           CALL "LOGWRT01" USING XRL-SOURCE-PROGRAM
                                 LOG-SEVERITY-CODE
                                 LOG-MESSAGE-TEXT.
           MOVE SPACES TO LOG-MESSAGE-TEXT.
