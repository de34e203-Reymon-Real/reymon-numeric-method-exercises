      *** no CANCEL, and returns the final result,      ***
      *** iterations consumed and the truncation status ***
      *** so the sweep wrapper need not re-read the     ***
      *** ITROUT work archive per seed.  A run stopped  ***
      *** on a repeating cycle also returns the cycle   ***
      *** length and the values in the cycle, oldest    ***
      *** first (zero period otherwise).  A card image  ***
      *** in SWL-COEF-CARD (either mode) is run in      ***
      *** place of the coefficient card in effect;      ***
      *** spaces keep the normal COEFMST/COEFIN lookup. ***
      *** No VALUE clauses - the area is also           ***
      *** described in LINKAGE.                         ***
      *** The iteration mode byte (either mode) asks    ***
      *** EXERC01/EXERC02 for accelerated ('A') or      ***
      *** plain ('P') steps; space leaves the choice to ***
      *** the PARMIN card in file mode and means plain  ***
      *** in direct mode.                               ***
      *****************************************************
       01 SWEEP-LINK-AREA.
           05 SWL-MODE-SWITCH PIC X(01).
           05 SWL-FINAL-RESULT   PIC S9(21)V9(10) COMP-3.
           05 SWL-RESULT-STATUS  PIC X(01).
               88 SWL-RESULT-TRUNCATED VALUE 'X'.
           05 SWL-CYCLE-PERIOD   PIC 9(2)         COMP-3.
           05 SWL-CYCLE-VALUE    PIC S9(21)V9(10) COMP-3
                                 OCCURS 4 TIMES.
           05 SWL-COEF-CARD      PIC X(70).
           05 SWL-ITERATION-MODE PIC X(01).
               88 SWL-ACCELERATED-MODE VALUE 'A'.
               88 SWL-PLAIN-MODE       VALUE 'P'.
