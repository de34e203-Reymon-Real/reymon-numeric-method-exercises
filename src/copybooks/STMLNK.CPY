      *****************************************************
      *** Copybook: STMLNK.CPY                          ***
      *** Linkage area for the STPTIM01 step timer.     ***
      *** The caller names itself, the step and the     ***
      *** exercise (zero and space for a whole-program  ***
      *** timing) and calls once with action 'S' when   ***
      *** the step starts - STPTIM01 stamps the start - ***
      *** and once with action 'E' and the step return  ***
      *** code when it ends.  The end call stamps the   ***
      *** end, works out the elapsed seconds, looks up  ***
      *** the SLACT limit for the program and exercise, ***
      *** appends the STEPTIM record and hands back the ***
      *** end stamp, the elapsed time, the limit and    ***
      *** whether it was breached.  Only the driver     ***
      *** fills in the window stamp (its own start) and ***
      *** the scenario id (spaces for production, which ***
      *** every other caller passes); a scenario step   ***
      *** is timed but never held to an SLACT limit.    ***
      *** A CALL resets RETURN-CODE, so the caller      ***
      *** restores it from the return code it passed.   ***
      *****************************************************
       01 STEP-TIME-LINK.
           05 STT-ACTION          PIC X(01).
               88 STT-START-STEP VALUE 'S'.
               88 STT-END-STEP   VALUE 'E'.
           05 STT-PROGRAM-ID      PIC X(08).
           05 STT-STEP-NUMBER     PIC 9(4).
           05 STT-EXERCISE-ID     PIC X(01).
           05 STT-WINDOW-DATE     PIC 9(8).
           05 STT-WINDOW-TIME     PIC 9(6).
           05 STT-START-DATE      PIC 9(8).
           05 STT-START-TIME      PIC 9(6).
           05 STT-RETURN-CODE     PIC S9(4).
           05 STT-END-DATE        PIC 9(8).
           05 STT-END-TIME        PIC 9(6).
           05 STT-ELAPSED-SECONDS PIC 9(7).
           05 STT-LIMIT-SECONDS   PIC 9(5).
           05 STT-SLA-SWITCH      PIC X(01).
               88 STT-LIMIT-BREACHED VALUE 'Y'.
           05 STT-SCENARIO-ID     PIC X(02).
               88 STT-PRODUCTION-STEP VALUE SPACES.
