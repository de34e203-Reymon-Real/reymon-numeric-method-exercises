      *** Author: Eduardo Pozos Huerta ***
      *** File:   inquiry.cbl          ***
      *** Date:   08/22/2026           ***
      *** Update: 10/15/2026           ***
      ***   - Inquiry report over the  ***
      ***     RUNHIST run-history      ***
      ***     master DRVBAT01 writes:  ***
      ***     WORKING-STORAGE record   ***
      ***     so the selection and     ***
      ***     print logic stay single. ***
      ***   - Show the iteration mode  ***
      ***     (plain or accelerated)   ***
      ***     each listed run used.    ***
      ***   - The HSTSEL card also     ***
      ***     selects by coefficient   ***
      ***     scenario (spaces for     ***
      ***     every run, '00' for      ***
      ***     production-card runs     ***
      ***     only), and each listed   ***
      ***     run shows its scenario.  ***
      ************************************

       IDENTIFICATION DIVISION.
           05 CRIT-DATE-FROM   PIC X(08) VALUE SPACES.
           05 CRIT-DATE-TO     PIC X(08) VALUE SPACES.
           05 CRIT-RETURN-CODE PIC X(04) VALUE SPACES.
           05 CRIT-SCENARIO-ID PIC X(02) VALUE SPACES.

       01 REPORT-HEADING-1.
           05 FILLER PIC X(36)
           05 FILLER        PIC X(10) VALUE SPACES.
           05 FILLER        PIC X(11) VALUE "COEF CARD: ".
           05 RPT-COEF-CARD PIC X(70).
           05 FILLER        PIC X(08) VALUE "  MODE: ".
           05 RPT-MODE      PIC X(11).
           05 FILLER        PIC X(08) VALUE "  SCEN: ".
           05 RPT-SCENARIO  PIC X(10).
           05 FILLER        PIC X(04) VALUE SPACES.

       01 REPORT-TOTAL-LINE.
           05 FILLER        PIC X(09) VALUE "SELECTED=".
                       MOVE SEL-DATE-FROM   TO CRIT-DATE-FROM
                       MOVE SEL-DATE-TO     TO CRIT-DATE-TO
                       MOVE SEL-RETURN-CODE TO CRIT-RETURN-CODE
                       MOVE SEL-SCENARIO-ID TO CRIT-SCENARIO-ID
               END-READ
               CLOSE HSTSEL-FILE
           END-IF.
               MOVE 'N' TO SELECT-SWITCH
           END-IF.

      *****************************************************
      *** '00' ASKS FOR THE PRODUCTION-CARD RUNS, WHOSE ***
      *** SCENARIO ID IS SPACES; ANY OTHER ID MUST      ***
      *** MATCH EXACTLY.                                ***
      *****************************************************
           IF CRIT-SCENARIO-ID = "00"
            AND NOT RHST-PRODUCTION-CARD
               MOVE 'N' TO SELECT-SWITCH
           END-IF.

           IF CRIT-SCENARIO-ID NOT = SPACES
            AND CRIT-SCENARIO-ID NOT = "00"
            AND CRIT-SCENARIO-ID NOT = RHST-SCENARIO-ID
               MOVE 'N' TO SELECT-SWITCH
           END-IF.

       WRITE-DETAIL-LINES.
           MOVE RHST-RUN-DATE     TO RPT-RUN-DATE.
           MOVE RHST-RUN-TIME     TO RPT-RUN-TIME.
           WRITE REPORT-RECORD FROM REPORT-DETAIL-LINE.

           MOVE RHST-COEF-CARD TO RPT-COEF-CARD.
           IF RHST-ACCELERATED
               MOVE "ACCELERATED" TO RPT-MODE
           ELSE
               MOVE "PLAIN"       TO RPT-MODE
           END-IF.
           IF RHST-PRODUCTION-CARD
               MOVE "PRODUCTION"   TO RPT-SCENARIO
           ELSE
               MOVE RHST-SCENARIO-ID TO RPT-SCENARIO
           END-IF.
           WRITE REPORT-RECORD FROM REPORT-CARD-LINE.
