      *****************************************************
      *** Copybook: SCENREC.CPY                         ***
      *** Coefficient-scenario record for the batch     ***
      *** driver, one per named what-if coefficient set ***
      *** per exercise.  After an exercise's nightly    ***
      *** step on the card in effect, the driver runs   ***
      *** it again once per scenario in effect for the  ***
      *** run date, in scenario-file order, with the    ***
      *** scenario's card image (the exercise's COEFIN  ***
      *** columns, left-justified in the 70-byte field) ***
      *** and the production PARMIN seed, cap and       ***
      *** tolerance.  The scenario id names the run on  ***
      *** RUNHIST and must not be spaces - spaces there ***
      *** mean the production card - nor '00', which    ***
      *** the inquiry uses to ask for the production    ***
      *** card.  The effective and expiry dates         ***
      *** (YYYYMMDD) work as they do on RUNCTL: either  ***
      *** left as spaces is open-ended.                 ***
      *****************************************************
       01 SCENARIO-RECORD.
           05 SCN-EXERCISE-ID    PIC X(01).
           05 SCN-SCENARIO-ID    PIC X(02).
           05 SCN-SCENARIO-NAME  PIC X(20).
           05 SCN-EFFECTIVE-DATE PIC X(08).
           05 SCN-EXPIRY-DATE    PIC X(08).
           05 SCN-CARD-IMAGE     PIC X(70).
