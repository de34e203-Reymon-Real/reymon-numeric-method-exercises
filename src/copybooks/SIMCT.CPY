      *****************************************************
      *** Copybook: SIMCT.CPY                           ***
      *** Control-card layout for the coefficient       ***
      *** change impact simulation.  One record on the  ***
      *** SIMCT dataset supplies the look-ahead window  ***
      *** in days: every COEFMST record taking effect   ***
      *** from today through today plus the window is   ***
      *** simulated.  A missing, blank or non-numeric   ***
      *** card falls back to the program default of a   ***
      *** week.                                         ***
      *****************************************************
       01 SIMCT-RECORD.
           05 SIM-HORIZON-DAYS PIC X(03).
