      *** fields (the dialect's 38-digit ceiling), but  ***
      *** the card edits bound every root and iterate   ***
      *** far below 10**8.                              ***
      *** A run the exercise stopped because its        ***
      *** iterates were repeating carries 'O' in        ***
      *** ITR-TRL-OUTCOME and the cycle length in       ***
      *** ITR-TRL-CYCLE-PERIOD; the values in the cycle ***
      *** are the last ITR-TRL-CYCLE-PERIOD details.    ***
      *** Every other finish leaves both fields blank   ***
      *** and zero - the step return code tells those   ***
      *** apart.                                        ***
      *** The header's iteration-mode byte records how  ***
      *** the run stepped: 'A' accelerated              ***
      *** (Steffensen), 'P' plain; space is a plain run ***
      *** archived before the byte was carried, or an   ***
      *** exercise with no accelerated mode.            ***
      *** The header's scenario id is stamped only on   ***
      *** the copy of a scenario run's archive the      ***
      *** driver files on the scenario archive; the     ***
      *** exercise itself writes spaces, the production ***
      *** card.                                         ***
      *****************************************************
       01 ITER-RECORD.
           05 ITR-RECORD-TYPE PIC X(01).
               10 ITR-HDR-RUN-TIME PIC 9(6).
               10 ITR-HDR-EXERCISE PIC X(01).
               10 ITR-HDR-SEED     PIC S9(8)V9(30).
               10 ITR-HDR-ITERATION-MODE PIC X(01).
                   88 ITR-HDR-ACCELERATED VALUE 'A'.
               10 ITR-HDR-SCENARIO-ID PIC X(02).
               10 FILLER           PIC X(28).
           05 ITR-TRAILER-FIELDS REDEFINES ITR-DETAIL-FIELDS.
               10 ITR-TRL-RECORD-COUNT PIC 9(4).
               10 ITR-TRL-HASH-TOTAL   PIC 9(15).
               10 ITR-TRL-OUTCOME      PIC X(01).
                   88 ITR-TRL-CYCLING  VALUE 'O'.
               10 ITR-TRL-CYCLE-PERIOD PIC 9(02).
               10 FILLER               PIC X(62).
