      *** Author: Eduardo Pozos Huerta ***
      *** File:   ackmatch.cbl         ***
      *** Date:   09/02/2026           ***
      *** Update: 10/15/2026           ***
      ***   - Acknowledgment matching  ***
      ***     for the EXTOUT analytics ***
      ***     platform feed, closing   ***
      ***     routed through the       ***
      ***     LOGWRT01 run-log         ***
      ***     facility.                ***
      ***   - Rejected, mismatched and ***
      ***     orphan acknowledgments   ***
      ***     and feeds aged past the  ***
      ***     threshold are also filed ***
      ***     through EXCWRT01 in the  ***
      ***     permanent EXCREG         ***
      ***     exception register       ***
      ***     against the feed stamp.  ***
      ************************************

       IDENTIFICATION DIVISION.
       77 FEED-AGE-DAYS   PIC S9(5) VALUE ZERO COMP-3.
       77 TODAY-INTEGER   PIC S9(7) VALUE ZERO COMP-3.
       77 FEED-INTEGER    PIC S9(7) VALUE ZERO COMP-3.
       77 AGE-EDIT        PIC ZZZ9.

       01 FEED-SUBJECT.
           05 FSB-FEED-DATE PIC 9(8).
           05 FILLER        PIC X(01) VALUE SPACE.
           05 FSB-FEED-TIME PIC 9(6).

       77 LOG-PROGRAM-NAME  PIC X(08) VALUE "ACKCHK01".
       77 LOG-SEVERITY-CODE PIC X(01) VALUE 'I'.

       01 MESSAGE-LINE PIC X(132) VALUE SPACES.

           COPY EXCLNK.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-FIELDS.
               ACK-FEED-DATE " " ACK-FEED-TIME
               DELIMITED BY SIZE INTO MESSAGE-LINE.
           WRITE REPORT-RECORD FROM MESSAGE-LINE.
           MOVE "ORPHAN ACK" TO EXL-EXCEPTION-TYPE.
           PERFORM REGISTER-ACK-EXCEPTION.

       JUDGE-ONE-ACK.
           IF ACK-SERIES1-COUNT NOT = FDS-SERIES1-COUNT
                   " - PLATFORM LOADED A DIFFERENT RECORD COUNT"
                   DELIMITED BY SIZE INTO MESSAGE-LINE
               WRITE REPORT-RECORD FROM MESSAGE-LINE
               MOVE "COUNT" TO EXL-EXCEPTION-TYPE
               PERFORM REGISTER-ACK-EXCEPTION
           ELSE
               IF ACK-REJECTED
                   ADD 1 TO REJECT-COUNT
                       ACK-FEED-DATE " " ACK-FEED-TIME
                       DELIMITED BY SIZE INTO MESSAGE-LINE
                   WRITE REPORT-RECORD FROM MESSAGE-LINE
                   MOVE "REJECTED" TO EXL-EXCEPTION-TYPE
                   PERFORM REGISTER-ACK-EXCEPTION
               ELSE
                   ADD 1 TO MATCHED-COUNT
                   SET FDS-ACKNOWLEDGED TO TRUE
                   MOVE CDT-TIME TO FDS-STATUS-TIME
                   REWRITE FEEDST-RECORD
               END-IF
               PERFORM REGISTER-AGED-FEED
           END-IF.

           MOVE FDS-FEED-DATE TO STL-DATE.
           MOVE FDS-TOTAL-COUNT   TO STL-TOTAL.
           MOVE FEED-AGE-DAYS     TO STL-AGE.
           WRITE REPORT-RECORD FROM STATUS-LINE.

      *****************************************************
      *** A REJECTED, MISMATCHED OR ORPHAN ACK IS ALSO  ***
      *** FILED IN THE EXCEPTION REGISTER AGAINST THE   ***
      *** FEED STAMP IT NAMES, WITH THE REPORT MESSAGE  ***
      *** AS THE DETAIL, UNDER THE TYPE ITS CALLER SET. ***
      *****************************************************
       REGISTER-ACK-EXCEPTION.
           MOVE ACK-FEED-DATE TO FSB-FEED-DATE.
           MOVE ACK-FEED-TIME TO FSB-FEED-TIME.
           MOVE MESSAGE-LINE(5:80) TO EXL-DETAIL-TEXT.
           PERFORM REGISTER-FEED-EXCEPTION.

      *****************************************************
      *** A FEED STILL UNACKNOWLEDGED PAST THE          ***
      *** THRESHOLD IS FILED EVERY NIGHT IT STAYS THAT  ***
      *** WAY, SO THE ONE OPEN EXCEPTION FOR THE FEED   ***
      *** COUNTS THE NIGHTS UNTIL THE PLATFORM ANSWERS. ***
      *****************************************************
       REGISTER-AGED-FEED.
           MOVE "UNACKED" TO EXL-EXCEPTION-TYPE.
           MOVE FDS-FEED-DATE TO FSB-FEED-DATE.
           MOVE FDS-FEED-TIME TO FSB-FEED-TIME.
           MOVE FEED-AGE-DAYS TO AGE-EDIT.
           MOVE SPACES TO EXL-DETAIL-TEXT.
           STRING "FEED UNACKNOWLEDGED "
               FUNCTION TRIM(AGE-EDIT)
               " DAY(S) - PAST THE AGE THRESHOLD"
               DELIMITED BY SIZE INTO EXL-DETAIL-TEXT.
           PERFORM REGISTER-FEED-EXCEPTION.

       REGISTER-FEED-EXCEPTION.
           MOVE LOG-PROGRAM-NAME TO EXL-SOURCE-PROGRAM.
           MOVE SPACE            TO EXL-EXERCISE-ID.
           MOVE FEED-SUBJECT     TO EXL-SUBJECT.
           MOVE CDT-DATE         TO EXL-RUN-DATE.
           CALL "EXCWRT01" USING EXCEPTION-LINK.
