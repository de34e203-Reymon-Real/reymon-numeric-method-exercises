      *** exercise daily (space or 'D') or business      ***
      *** days only ('B' - skipped when the run date is  ***
      *** on the CALEND non-processing calendar).        ***
      *** Column 23 is the iteration mode for EXERC01   ***
      *** and EXERC02: 'A' accelerated (Steffensen),    ***
      *** 'P' plain, space takes the mode punched on    ***
      *** the PARMIN card.                              ***
      *****************************************************
       01 RUNCTL-RECORD.
           05 RUNCTL-EXERCISE-ID  PIC X(01).
           05 RUNCTL-SCHEDULE       PIC X(01).
               88 RUNCTL-DAILY         VALUES ' ', 'D'.
               88 RUNCTL-BUSINESS-DAYS VALUE 'B'.
           05 RUNCTL-ITERATION-MODE PIC X(01).
               88 RUNCTL-ACCELERATED   VALUE 'A'.
               88 RUNCTL-PLAIN         VALUE 'P'.
