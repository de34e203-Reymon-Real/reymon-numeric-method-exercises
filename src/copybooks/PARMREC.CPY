      *** the DD notes in the JCL).  A supplied          ***
      *** tolerance lets a run be driven as tight as the ***
      *** archives' 30-decimal precision now carries.    ***
      *** Column 54 selects the iteration mode for      ***
      *** EXERC01 and EXERC02: 'A' runs each step as a  ***
      *** Steffensen (Aitken-accelerated) step,         ***
      *** anything else - including the space an older  ***
      *** card is padded with after the re-allocation   ***
      *** to LRECL 54 - keeps the plain fixed-point     ***
      *** step.  A RUNCTL mode byte, when punched,      ***
      *** overrides it.                                 ***
      *****************************************************
       01 PARM-RECORD.
           05 PARM-SEED           PIC S9(9)V9(10).
           05 PARM-MAX-ITERATIONS PIC 9(4).
           05 PARM-TOLERANCE      PIC V9(30).
           05 PARM-ITERATION-MODE PIC X(01).
               88 PARM-ACCELERATED VALUE 'A'.
