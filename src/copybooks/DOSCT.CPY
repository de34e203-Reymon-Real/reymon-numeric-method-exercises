      *****************************************************
      *** Copybook: DOSCT.CPY                           ***
      *** Control-card layout for the end-to-end run    ***
      *** dossier inquiry.  One record on the DOSCT     ***
      *** dataset naming the run date (YYYYMMDD) and    ***
      *** exercise to assemble, both required, and      ***
      *** optionally the coefficient scenario: spaces   ***
      *** take every run of the exercise that night,    ***
      *** '00' only the runs on the production card,    ***
      *** any other id that scenario alone.  A missing  ***
      *** card, a non-numeric date or an exercise       ***
      *** outside 1-4 aborts the inquiry.               ***
      *****************************************************
       01 DOSCT-RECORD.
           05 DOS-RUN-DATE    PIC X(08).
           05 DOS-EXERCISE-ID PIC X(01).
           05 DOS-SCENARIO-ID PIC X(02).
