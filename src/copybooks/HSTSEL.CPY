      *** means "no filter on this field": exercise id, ***
      *** run-date range (YYYYMMDD), and step return    ***
      *** code.                                         ***
      *** The scenario id selects one coefficient       ***
      *** scenario; spaces select every run, and '00'   ***
      *** selects only the runs on the production card. ***
      *****************************************************
       01 HSTSEL-RECORD.
           05 SEL-EXERCISE-ID PIC X(01).
           05 SEL-DATE-FROM   PIC X(08).
           05 SEL-DATE-TO     PIC X(08).
           05 SEL-RETURN-CODE PIC X(04).
           05 SEL-SCENARIO-ID PIC X(02).
