      *** Author: Eduardo Pozos Huerta ***
      *** File:   extract.cbl          ***
      *** Date:   08/22/2026           ***
      *** Update: 10/15/2026           ***
      ***   - Canonical downstream     ***
      ***     extract for the          ***
      ***     analytics platform:      ***
      ***     value truncation         ***
      ***     threshold moves to       ***
      ***     10**8.                   ***
      ***   - Files each series fed    ***
      ***     downstream on the        ***
      ***     RUNXREF run              ***
      ***     cross-reference, against ***
      ***     the extract header       ***
      ***     stamp.                   ***
      ************************************

       IDENTIFICATION DIVISION.
       77 RUN-DATE-VALUE PIC 9(8) VALUE ZERO.
       77 RUN-TIME-VALUE PIC 9(6) VALUE ZERO.

       77 SERIES1-RUN-DATE PIC 9(8) VALUE ZERO.
       77 SERIES1-RUN-TIME PIC 9(6) VALUE ZERO.
       77 SERIES2-RUN-DATE PIC 9(8) VALUE ZERO.
       77 SERIES2-RUN-TIME PIC 9(6) VALUE ZERO.

       77 COEF1-CARD-IMAGE PIC X(42) VALUE SPACES.
       77 COEF2-CARD-IMAGE PIC X(42) VALUE SPACES.

       77 LOG-MESSAGE-TEXT  PIC X(80) VALUE SPACES.
       77 LOG-COUNT-EDIT    PIC ZZZ9.

       77 XREF-SERIES-ID     PIC X(01) VALUE SPACE.
       77 XREF-SERIES-COUNT  PIC 9(4)  VALUE ZERO COMP-3.
       77 XREF-SERIES-OUTCOME PIC X(01) VALUE SPACE.
       77 XREF-COUNT-EDIT    PIC ZZZ9.
       77 XREF-TOTAL-EDIT    PIC ZZZ9.
       77 XREF-OUTCOME-NAME  PIC X(13) VALUE SPACES.

           COPY XRFLNK.

       PROCEDURE DIVISION.

           PERFORM READ-COEFFICIENT-CARDS.

           CLOSE EXTRACT-FILE.

           PERFORM FILE-FEED-XREFS.

           IF TOTAL-COUNT = ZERO
               MOVE 'W' TO LOG-SEVERITY-CODE
               MOVE "NO ITERATION ARCHIVES TO EXTRACT"
                                 LOG-MESSAGE-TEXT.
           MOVE SPACES TO LOG-MESSAGE-TEXT.

      *****************************************************
      *** EACH SERIES FED DOWNSTREAM IS FILED ON THE    ***
      *** RUNXREF CROSS-REFERENCE UNDER THE RUN ITS     ***
      *** ARCHIVE HEADER NAMES, WITH THE EXTRACT'S OWN  ***
      *** HEADER STAMP - THE KEY ACKCHK01 TRACKS THE    ***
      *** FEED UNDER - AS THE REFERENCE, SO THE RUN     ***
      *** DOSSIER CAN FOLLOW THE RUN TO ITS             ***
      *** ACKNOWLEDGEMENT. A SERIES WITH NO ARCHIVE     ***
      *** HEADER NAMES NO RUN AND GETS NO ENTRY.        ***
      *****************************************************
       FILE-FEED-XREFS.
           IF SERIES1-RUN-DATE > ZERO
               MOVE SERIES1-RUN-DATE TO XRL-RUN-DATE
               MOVE SERIES1-RUN-TIME TO XRL-RUN-TIME
               MOVE '1'              TO XREF-SERIES-ID
               MOVE SERIES1-COUNT    TO XREF-SERIES-COUNT
               MOVE SERIES1-OUTCOME  TO XREF-SERIES-OUTCOME
               PERFORM FILE-FEED-XREF
           END-IF.
           IF SERIES2-RUN-DATE > ZERO
               MOVE SERIES2-RUN-DATE TO XRL-RUN-DATE
               MOVE SERIES2-RUN-TIME TO XRL-RUN-TIME
               MOVE '2'              TO XREF-SERIES-ID
               MOVE SERIES2-COUNT    TO XREF-SERIES-COUNT
               MOVE SERIES2-OUTCOME  TO XREF-SERIES-OUTCOME
               PERFORM FILE-FEED-XREF
           END-IF.

       FILE-FEED-XREF.
           MOVE XREF-SERIES-ID    TO XRL-EXERCISE-ID.
           MOVE SPACES            TO XRL-SCENARIO-ID.
           MOVE "FEED"            TO XRL-XREF-TYPE.
           MOVE LOG-PROGRAM-NAME  TO XRL-SOURCE-PROGRAM.
           MOVE "EXTRACTED"       TO XRL-RESULT.
           MOVE XREF-SERIES-COUNT TO XRL-COUNT.
           MOVE "EXTOUT"          TO XRL-REFERENCE-NAME.
           MOVE RUN-DATE-VALUE    TO XRL-REFERENCE-DATE.
           MOVE RUN-TIME-VALUE    TO XRL-REFERENCE-TIME.
           EVALUATE XREF-SERIES-OUTCOME
               WHEN 'C'
                   MOVE "CONVERGED"     TO XREF-OUTCOME-NAME
               WHEN 'N'
                   MOVE "NOT CONVERGED" TO XREF-OUTCOME-NAME
               WHEN OTHER
                   MOVE "NOT JUDGED"    TO XREF-OUTCOME-NAME
           END-EVALUATE.
           MOVE XREF-SERIES-COUNT TO XREF-COUNT-EDIT.
           MOVE TOTAL-COUNT       TO XREF-TOTAL-EDIT.
           MOVE SPACES TO XRL-DETAIL-TEXT.
           STRING "SERIES " XREF-SERIES-ID " - "
               FUNCTION TRIM(XREF-COUNT-EDIT)
               " OF " FUNCTION TRIM(XREF-TOTAL-EDIT)
               " EXTRACT DETAIL(S), OUTCOME "
               FUNCTION TRIM(XREF-OUTCOME-NAME)
               DELIMITED BY SIZE INTO XRL-DETAIL-TEXT.
           CALL "XRFWRT01" USING XREF-LINK.

       READ-COEFFICIENT-CARDS.
           MOVE ALL "*" TO COEF1-CARD-IMAGE.
           OPEN INPUT COEF1-FILE.
               AT END
                   SET ITER-EOF TO TRUE
               NOT AT END
                   IF ITR1-RECORD-TYPE = 'H'
                       MOVE ITR1-HDR-RUN-DATE TO SERIES1-RUN-DATE
                       MOVE ITR1-HDR-RUN-TIME TO SERIES1-RUN-TIME
                   END-IF
                   IF ITR1-RECORD-TYPE = 'D'
                       MOVE SPACES TO EXTRACT-RECORD
                       SET EXT-DETAIL-RECORD TO TRUE
               NOT AT END
                   EVALUATE ITR2-RECORD-TYPE
                       WHEN 'H'
                           MOVE ITR2-HDR-RUN-DATE TO SERIES2-RUN-DATE
                           MOVE ITR2-HDR-RUN-TIME TO SERIES2-RUN-TIME
                           IF NOT HEADER-DATE-KNOWN
                               MOVE ITR2-HDR-RUN-DATE
                                   TO RUN-DATE-VALUE
