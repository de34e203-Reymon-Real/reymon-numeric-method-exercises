      *** decimal range in full; an EXERC02 result      ***
      *** wider than 21 integer digits is carried       ***
      *** truncated with an 'X' in SWP-RESULT-STATUS,   ***
      *** never silently.  A seed that fell into a      ***
      *** repeating cycle ('O') also carries the cycle  ***
      *** length and the values in the cycle, oldest    ***
      *** first; other outcomes carry zero there.       ***
      *** The last byte is the iteration mode the seed  ***
      *** was run in ('A' accelerated, 'P' plain), so   ***
      *** sweeps of one exercise in both modes can be   ***
      *** laid side by side.                            ***
      *****************************************************
       01 SWEEP-RECORD.
           05 SWP-SEED          PIC S9(9)V9(10).
               88 SWP-EXHAUSTED VALUE 'E'.
               88 SWP-DIVERGED  VALUE 'D'.
               88 SWP-REJECTED  VALUE 'R'.
               88 SWP-CYCLING   VALUE 'O'.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 SWP-CYCLE-PERIOD  PIC 9(2).
           05 SWP-CYCLE-VALUE   PIC S9(21)V9(10) OCCURS 4 TIMES.
           05 SWP-ITERATION-MODE PIC X(01).
               88 SWP-ACCELERATED VALUE 'A'.
