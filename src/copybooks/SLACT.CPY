      *****************************************************
      *** Copybook: SLACT.CPY                           ***
      *** Batch-window SLA control card, one per timed  ***
      *** step.  The program id and exercise id name    ***
      *** the step as STEPTIM records it: a driver      ***
      *** exercise step is DRVBAT01 with its exercise   ***
      *** id, a whole program (the driver itself or a   ***
      *** downstream step) is its program id with the   ***
      *** exercise left blank.  The limit is the most   ***
      *** elapsed seconds the step may take; blank or   ***
      *** zero sets no limit.  The average tolerance is ***
      *** the percentage over the step's rolling        ***
      *** average that is still tolerated; blank falls  ***
      *** back to the report's default.  One card with  ***
      *** program id WINDOW gives the whole night's     ***
      *** limit in seconds from the driver's start, the ***
      *** time the estimated finish is judged against.  ***
      *****************************************************
       01 SLACT-RECORD.
           05 SLA-PROGRAM-ID      PIC X(08).
               88 SLA-WINDOW-CARD VALUE "WINDOW".
           05 SLA-EXERCISE-ID     PIC X(01).
           05 SLA-LIMIT-SECONDS   PIC X(05).
           05 SLA-AVERAGE-PERCENT PIC X(03).
