      *** PARMIN rewrite, CANCEL or ITROUT re-read per  ***
      *** seed; space keeps the original per-seed file  ***
      *** shuffle.                                      ***
      *** Column 7 is the iteration mode for a sweep of ***
      *** exercise 1 or 2: 'A' runs every seed          ***
      *** accelerated (Steffensen), 'P' or space plain  ***
      *** - sweep the same seeds once in each mode to   ***
      *** compare the basins.                           ***
      *****************************************************
       01 SWEEPCT-RECORD.
           05 SWEEPCT-EXERCISE-ID PIC X(01).
           05 SWEEPCT-PASSES      PIC 9(4).
           05 SWEEPCT-MODE        PIC X(01).
               88 SWEEPCT-DIRECT VALUE 'D'.
           05 SWEEPCT-ITERATION-MODE PIC X(01).
               88 SWEEPCT-ACCELERATED VALUE 'A'.
