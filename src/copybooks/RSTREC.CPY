      *** at start-up mean the prior night died mid-    ***
      *** deck and a restart should skip the steps      ***
      *** recorded with a clean return code.            ***
      *** The scenario id (spaces for the production    ***
      *** card) is recorded too, so a restart skips a   ***
      *** scenario step only when the same scenario     ***
      *** finished clean at that ordinal.               ***
      *****************************************************
       01 RESTART-RECORD.
           05 RST-STEP-NUMBER PIC 9(4).
           05 RST-EXERCISE-ID PIC X(01).
           05 RST-RETURN-CODE PIC S9(4).
           05 RST-SCENARIO-ID PIC X(02).
