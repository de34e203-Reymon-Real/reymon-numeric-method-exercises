      *** Author: Eduardo Pozos Huerta ***
      *** File:   exercise_3.cbl       ***
      *** Date:   08/22/2026           ***
      *** Update: 10/15/2026           ***
      ***   - Newton-Raphson solver    ***
      ***     for the roots the fixed- ***
      ***     point iterations stall   ***
      ***     direct-sweep area) can   ***
      ***     supply a tighter         ***
      ***     convergence tolerance.   ***
      ***   - A card image passed in   ***
      ***     SWL-COEF-CARD is run in  ***
      ***     place of the card in     ***
      ***     effect, for the          ***
      ***     coefficient change       ***
      ***     impact simulation.       ***
      ***   - Only an approved COEFMST ***
      ***     card image is run;       ***
      ***     pending or rejected      ***
      ***     changes are passed over. ***
      ************************************

       IDENTIFICATION DIVISION.
               SET SEED-INVALID TO TRUE
           END-IF.

      *****************************************************
      *** A CARD IMAGE HANDED IN THROUGH SWL-COEF-CARD  ***
      *** IS RUN IN PLACE OF THE CARD IN EFFECT, SO A   ***
      *** FUTURE-DATED CARD CAN BE TRIED BEFORE IT GOES ***
      *** LIVE; SPACES MEAN THE USUAL COEFMST / COEFIN  ***
      *** LOOKUP.  EITHER WAY THE SAME EDIT APPLIES.    ***
      *****************************************************
       READ-COEFFICIENTS.
           IF SWL-COEF-CARD NOT = SPACES
               MOVE SWL-COEF-CARD TO COEF-RECORD
               PERFORM VALIDATE-COEFFICIENTS
           ELSE
               PERFORM READ-CARD-IN-EFFECT
           END-IF.

       READ-CARD-IN-EFFECT.
           PERFORM READ-MASTER-COEFFICIENTS.
           IF MASTER-CARD-FOUND
               MOVE MASTER-CARD-IMAGE TO COEF-RECORD
      *** AND KEEP THE LAST IMAGE READ BEFORE THE DATES ***
      *** PASS THE RUN DATE.  NO MASTER, OR NO DATED    ***
      *** RECORD YET, FALLS BACK TO THE COEFIN3 CARD.   ***
      *** ONLY AN APPROVED CARD IMAGE COUNTS: A RECORD  ***
      *** WHOSE CHANGE IS STILL AWAITING APPROVAL, OR   ***
      *** WAS REJECTED, IS PASSED OVER (A PENDING       ***
      *** REPLACEMENT LEAVES THE APPROVED CARD IN       ***
      *** FORCE).                                       ***
      *****************************************************
       READ-MASTER-COEFFICIENTS.
           OPEN INPUT COEFMST-FILE.
                    OR CMST-EFFECTIVE-DATE > CDT-DATE
                       SET MASTER-EOF TO TRUE
                   ELSE
                       IF CMST-CARD-IMAGE NOT = SPACES
                           MOVE CMST-CARD-IMAGE TO MASTER-CARD-IMAGE
                           SET MASTER-CARD-FOUND TO TRUE
                       END-IF
                   END-IF
           END-READ.

