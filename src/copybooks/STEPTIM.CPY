      *****************************************************
      *** Copybook: STEPTIM.CPY                         ***
      *** Step-timing record, one per timed step, kept  ***
      *** on the permanent STEPTIM dataset the same way ***
      *** RUNLOG is kept (appended, never rewritten).   ***
      *** The driver writes one record per exercise     ***
      *** step (step number and exercise id filled in)  ***
      *** and one for the whole run (step zero); each   ***
      *** downstream program writes one for itself,     ***
      *** also as step zero.  The window stamp is the   ***
      *** driver's start and is filled in on the        ***
      *** driver's records only - it is what ties a     ***
      *** night's steps together for the SLA report.    ***
      *** The limit is the SLACT limit in force when    ***
      *** the step ended (zero when none was set) and   ***
      *** the SLA flag is 'B' when the step breached    ***
      *** it.  The scenario id is filled in only on a   ***
      *** driver step that ran a coefficient scenario - ***
      *** blank is a production timing, and only those  ***
      *** build the production averages and limits.     ***
      *****************************************************
       01 STEPTIM-RECORD.
           05 STM-PROGRAM-ID      PIC X(08).
           05 STM-STEP-NUMBER     PIC 9(4).
           05 STM-EXERCISE-ID     PIC X(01).
           05 STM-WINDOW-DATE     PIC 9(8).
           05 STM-WINDOW-TIME     PIC 9(6).
           05 STM-START-DATE      PIC 9(8).
           05 STM-START-TIME      PIC 9(6).
           05 STM-END-DATE        PIC 9(8).
           05 STM-END-TIME        PIC 9(6).
           05 STM-ELAPSED-SECONDS PIC 9(7).
           05 STM-RETURN-CODE     PIC S9(4).
           05 STM-LIMIT-SECONDS   PIC 9(5).
           05 STM-SLA-FLAG        PIC X(01).
               88 STM-LIMIT-BREACHED VALUE 'B'.
           05 STM-SCENARIO-ID     PIC X(02).
               88 STM-PRODUCTION-TIMING VALUE SPACES.
