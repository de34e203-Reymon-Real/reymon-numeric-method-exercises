      ************************************
      *** SPDX-License-Identifier: MIT ***
      ************************************

      ************************************
      *** Author: Eduardo Pozos Huerta ***
      *** File:   excwrite.cbl         ***
      *** Date:   10/15/2026           ***
      *** Update: 10/15/2026           ***
      ***   - Exception-register       ***
      ***     writer for the checking  ***
      ***     programs: one CALL files ***
      ***     a problem in the         ***
      ***     permanent keyed EXCREG   ***
      ***     register under its       ***
      ***     source program,          ***
      ***     exercise, exception type ***
      ***     and subject.             ***
      ***   - The same problem still   ***
      ***     open from an earlier     ***
      ***     night is updated - last  ***
      ***     run date, occurrence     ***
      ***     count and detail text -  ***
      ***     rather than opened       ***
      ***     again; a closed one is   ***
      ***     left as history and a    ***
      ***     new exception is opened. ***
      ***   - The register is opened   ***
      ***     and closed per call,     ***
      ***     like RUNLOG, so several  ***
      ***     programs in one job can  ***
      ***     share it; if EXCREG      ***
      ***     cannot be opened the     ***
      ***     problem is logged and    ***
      ***     the caller carries on,   ***
      ***     since its own report     ***
      ***     already shows it.        ***
      ************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCWRT01.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EXCREG-FILE ASSIGN TO "EXCREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXC-KEY
               FILE STATUS IS EXCREG-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  EXCREG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY EXCREG.

       WORKING-STORAGE SECTION.

       77 EXCREG-FILE-STATUS PIC X(02) VALUE '00'.

       77 SCAN-END-SWITCH PIC X(01) VALUE 'N'.
           88 SCAN-END VALUE 'Y'.

       77 OPEN-FOUND-SWITCH PIC X(01) VALUE 'N'.
           88 OPEN-FOUND VALUE 'Y'.

       01 CURRENT-DATE-FIELDS.
           05 CDT-DATE PIC 9(8).
           05 CDT-TIME PIC 9(6).
           05 FILLER   PIC X(07).

       77 LOG-SEVERITY-CODE PIC X(01) VALUE 'W'.
       77 LOG-MESSAGE-TEXT  PIC X(80) VALUE SPACES.

       LINKAGE SECTION.

           COPY EXCLNK.

       PROCEDURE DIVISION USING EXCEPTION-LINK.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-FIELDS.
           SET EXL-NOT-REGISTERED TO TRUE.

           OPEN I-O EXCREG-FILE.
           IF EXCREG-FILE-STATUS = "00"
            OR EXCREG-FILE-STATUS = "05"
               PERFORM FIND-OPEN-EXCEPTION
               IF OPEN-FOUND
                   PERFORM UPDATE-OPEN-EXCEPTION
               ELSE
                   PERFORM OPEN-NEW-EXCEPTION
               END-IF
               CLOSE EXCREG-FILE
           ELSE
               STRING "EXCREG UNAVAILABLE (STATUS "
                   EXCREG-FILE-STATUS ") - EXCEPTION NOT REGISTERED"
                   DELIMITED BY SIZE INTO LOG-MESSAGE-TEXT
               PERFORM WRITE-RUN-LOG
           END-IF.

           GOBACK.

      *****************************************************
      *** EVERY EXCEPTION EVER RAISED FOR THE PROBLEM   ***
      *** SITS UNDER THE SAME KEY PREFIX, OLDEST FIRST, ***
      *** SO THE SCAN STARTS AT THE PREFIX WITH A ZERO  ***
      *** OPENED STAMP AND STOPS AT THE FIRST ONE NOT   ***
      *** YET CLOSED, OR WHEN THE PREFIX CHANGES.       ***
      *****************************************************
       FIND-OPEN-EXCEPTION.
           MOVE 'N' TO OPEN-FOUND-SWITCH.
           MOVE 'N' TO SCAN-END-SWITCH.
           MOVE EXL-PROBLEM-KEY TO EXC-PROBLEM-KEY.
           MOVE ZERO            TO EXC-OPENED-DATE.
           MOVE ZERO            TO EXC-OPENED-TIME.
           START EXCREG-FILE KEY NOT LESS THAN EXC-KEY
               INVALID KEY
                   SET SCAN-END TO TRUE
           END-START.
           PERFORM SCAN-PROBLEM-RECORD
               UNTIL SCAN-END OR OPEN-FOUND.

       SCAN-PROBLEM-RECORD.
           READ EXCREG-FILE NEXT RECORD
               AT END
                   SET SCAN-END TO TRUE
               NOT AT END
                   IF EXC-PROBLEM-KEY NOT = EXL-PROBLEM-KEY
                       SET SCAN-END TO TRUE
                   ELSE
                       IF EXC-OPEN
                           SET OPEN-FOUND TO TRUE
                       END-IF
                   END-IF
           END-READ.

      *****************************************************
      *** A REPEAT ON A LATER NIGHT COUNTS AS A NEW     ***
      *** OCCURRENCE; A RERUN ON THE SAME NIGHT ONLY    ***
      *** REFRESHES THE DETAIL TEXT.  THE STATUS, AND   ***
      *** WHOEVER ACKNOWLEDGED OR WAS ASSIGNED IT, ARE  ***
      *** LEFT AS THEY ARE.                             ***
      *****************************************************
       UPDATE-OPEN-EXCEPTION.
           IF EXL-RUN-DATE > EXC-LAST-RUN-DATE
               MOVE EXL-RUN-DATE TO EXC-LAST-RUN-DATE
               IF EXC-OCCURRENCES < 9999
                   ADD 1 TO EXC-OCCURRENCES
               END-IF
           END-IF.
           MOVE EXL-DETAIL-TEXT TO EXC-DETAIL-TEXT.
           REWRITE EXCREG-RECORD.
           IF EXCREG-FILE-STATUS = "00"
               SET EXL-UPDATED TO TRUE
           ELSE
               STRING "EXCREG REWRITE FAILED (STATUS "
                   EXCREG-FILE-STATUS ") - EXCEPTION NOT UPDATED"
                   DELIMITED BY SIZE INTO LOG-MESSAGE-TEXT
               PERFORM WRITE-RUN-LOG
           END-IF.

       OPEN-NEW-EXCEPTION.
           MOVE EXL-PROBLEM-KEY TO EXC-PROBLEM-KEY.
           MOVE CDT-DATE        TO EXC-OPENED-DATE.
           MOVE CDT-TIME        TO EXC-OPENED-TIME.
           SET EXC-NEW          TO TRUE.
           MOVE EXL-RUN-DATE    TO EXC-FIRST-RUN-DATE.
           MOVE EXL-RUN-DATE    TO EXC-LAST-RUN-DATE.
           MOVE 1               TO EXC-OCCURRENCES.
           MOVE EXL-DETAIL-TEXT TO EXC-DETAIL-TEXT.
           MOVE SPACES          TO EXC-ACK-BY.
           MOVE ZERO            TO EXC-ACK-DATE.
           MOVE SPACES          TO EXC-ASSIGNED-TO.
           MOVE SPACES          TO EXC-ASSIGNED-BY.
           MOVE ZERO            TO EXC-ASSIGNED-DATE.
           MOVE SPACES          TO EXC-CLOSED-BY.
           MOVE ZERO            TO EXC-CLOSED-DATE.
           MOVE SPACES          TO EXC-RESOLUTION-NOTE.
           WRITE EXCREG-RECORD.
           IF EXCREG-FILE-STATUS = "00"
               SET EXL-OPENED TO TRUE
           ELSE
               STRING "EXCREG WRITE FAILED (STATUS "
                   EXCREG-FILE-STATUS ") - EXCEPTION NOT REGISTERED"
                   DELIMITED BY SIZE INTO LOG-MESSAGE-TEXT
               PERFORM WRITE-RUN-LOG
           END-IF.

       WRITE-RUN-LOG.
           CALL "LOGWRT01" USING EXL-SOURCE-PROGRAM
                                 LOG-SEVERITY-CODE
                                 LOG-MESSAGE-TEXT.
           MOVE SPACES TO LOG-MESSAGE-TEXT.
