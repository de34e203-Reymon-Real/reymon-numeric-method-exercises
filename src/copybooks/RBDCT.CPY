      *****************************************************
      *** Copybook: RBDCT.CPY                           ***
      *** Control-card layout for the run-history       ***
      *** rebuild utility.  One record on the RBDCT     ***
      *** dataset: the mode ('L' rebuilds the RUNHIST   ***
      *** records missing for archived runs and loads   ***
      *** them into the master - or a replacement       ***
      *** cluster allocated to the RUNHIST DD - 'A' or  ***
      *** a space only audits, changing nothing) and an ***
      *** optional run-date window (YYYYMMDD, from and  ***
      *** to; either left as spaces is open-ended).  A  ***
      *** missing card audits every retained archive; a ***
      *** bad mode or a non-numeric date aborts the     ***
      *** step - a rebuild never guesses which nights   ***
      *** to load.                                      ***
      *****************************************************
       01 RBDCT-RECORD.
           05 RBD-MODE PIC X(01).
               88 RBD-LOAD-MODE  VALUE 'L'.
               88 RBD-AUDIT-MODE VALUES 'A', ' '.
           05 RBD-FROM-DATE PIC X(08).
           05 RBD-TO-DATE   PIC X(08).
