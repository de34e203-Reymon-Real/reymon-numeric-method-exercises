      *** larger integer range without truncating the   ***
      *** archived value; the trailer hash total is     ***
      *** accumulated modulo 10**15 on the absolute     ***
      *** result value.  The trailer's cycling outcome  ***
      *** and period follow ITERREC.CPY.                ***
      *** The header's iteration-mode byte records how  ***
      *** the run stepped: 'A' accelerated              ***
      *** (Steffensen), 'P' plain; space is a plain run ***
      *** archived before the byte was carried.         ***
      *** The header's scenario id follows ITERREC.CPY. ***
      *****************************************************
       01 ITER-RECORD.
           05 ITR-RECORD-TYPE PIC X(01).
               10 ITR-HDR-RUN-TIME PIC 9(6).
               10 ITR-HDR-EXERCISE PIC X(01).
               10 ITR-HDR-SEED     PIC S9(31).
               10 ITR-HDR-ITERATION-MODE PIC X(01).
                   88 ITR-HDR-ACCELERATED VALUE 'A'.
               10 ITR-HDR-SCENARIO-ID PIC X(02).
               10 FILLER           PIC X(19).
           05 ITR-TRAILER-FIELDS REDEFINES ITR-DETAIL-FIELDS.
               10 ITR-TRL-RECORD-COUNT PIC 9(4).
               10 ITR-TRL-HASH-TOTAL   PIC 9(15).
               10 ITR-TRL-OUTCOME      PIC X(01).
                   88 ITR-TRL-CYCLING  VALUE 'O'.
               10 ITR-TRL-CYCLE-PERIOD PIC 9(02).
               10 FILLER               PIC X(46).
