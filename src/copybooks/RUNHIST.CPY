      *** consumed and the final result archived.  The  ***
      *** key is run date/time plus the step number     ***
      *** within the run, so one night's steps file in  ***
      *** order and nights never collide.  A step that  ***
      *** stopped on a repeating cycle (return code 24) ***
      *** carries the cycle length and the values in    ***
      *** the cycle, oldest first; other steps carry    ***
      *** zero in all five.  The end stamp is when the  ***
      *** step's exercise handed back to the driver, so ***
      *** with the run time in the key it brackets the  ***
      *** step's elapsed time.                          ***
      *** The iteration-mode byte is the mode the       ***
      *** exercise ran in ('A' accelerated, 'P' plain); ***
      *** a step filed before the byte was carried      ***
      *** reads as space and was plain.                 ***
      *** The scenario id closes the key: spaces for    ***
      *** the step run on the coefficient card in       ***
      *** effect, else the SCENREC scenario whose card  ***
      *** the step ran, so every scenario of an         ***
      *** exercise files and reads apart from           ***
      *** production and from the others.               ***
      *****************************************************
       01 RUNHIST-RECORD.
           05 RHST-KEY.
               10 RHST-RUN-DATE    PIC 9(8).
               10 RHST-RUN-TIME    PIC 9(6).
               10 RHST-STEP-NUMBER PIC 9(4).
               10 RHST-SCENARIO-ID PIC X(02).
                   88 RHST-PRODUCTION-CARD VALUE SPACES.
           05 RHST-EXERCISE-ID     PIC X(01).
           05 RHST-SEED            PIC S9(9)V9(10).
           05 RHST-COEF-CARD       PIC X(70).
           05 RHST-FINAL-RESULT    PIC S9(21)V9(10).
           05 RHST-RESULT-STATUS   PIC X(01).
               88 RHST-RESULT-TRUNCATED VALUE 'X'.
           05 RHST-CYCLE-PERIOD    PIC 9(2).
           05 RHST-CYCLE-VALUE     PIC S9(21)V9(10) OCCURS 4 TIMES.
           05 RHST-END-DATE        PIC 9(8).
           05 RHST-END-TIME        PIC 9(6).
           05 RHST-ITERATION-MODE  PIC X(01).
               88 RHST-ACCELERATED VALUE 'A'.
